       ID DIVISION.                                                     00010000
      **************                                                    00020000
                                                                        00030000
       PROGRAM-ID.     BUDVAR01.                                        00040000
                                                                        00050000
       AUTHOR.         MAINFRAMETECHVIDEOS.                             00060000
                                                                        00070000
       DATE-WRITTEN.   2026/10/14.                                      00080000
                                                                        00090000
       DATE-COMPILED.                                                   00100000
                                                                        00110000
       ENVIRONMENT DIVISION.                                            00120000
      ***********************                                           00130000
                                                                        00140000
       CONFIGURATION SECTION.                                           00150000
      *=======================                                          00160000
                                                                        00170000
       SPECIAL-NAMES.                                                   00180000
      *--------------                                                   00190000
                                                                        00200000
           C01 IS NEXT-PAGE.                                            00210000
                                                                        00220000
       INPUT-OUTPUT SECTION.                                            00230000
      *=====================                                            00240000
                                                                        00250000
       FILE-CONTROL.                                                    00260000
      *--------------                                                   00270000
                                                                        00280000
           SELECT  PAYFILE   ASSIGN         TO UT-S-PAYFILE.            00290000
           SELECT  BUDFILE   ASSIGN         TO UT-S-BUDFILE.            00300000
           SELECT  YTDMST    ASSIGN         TO UT-S-YTDMST.             00310000
           SELECT  VALFILE   ASSIGN         TO UT-S-VALFILE.            00320000
           SELECT  VARRPT    ASSIGN         TO UT-S-VARRPT.             00330000
           SELECT  AUDITFILE ASSIGN         TO UT-S-AUDITFILE.          00340000
           SELECT  ALERTFILE ASSIGN         TO UT-S-ALERTFILE.          00350000
                                                                        00360000
       DATA DIVISION.                                                   00370000
      ****************                                                  00380000
                                                                        00390000
       FILE SECTION.                                                    00400000
      *=============                                                    00410000
                                                                        00420000
       FD PAYFILE                                                       00430000
              LABEL RECORD STANDARD                                     00440000
              BLOCK 0 RECORDS                                           00450000
              RECORDING MODE IS F.                                      00460000
                                                                        00470000
       01 PAYFILE-REC.                                                  00480000
          03 PAY-REC-TYPE                   PIC X(01).                  00490000
          03 PAY-EMP-ID                     PIC X(10).                  00500000
          03 PAY-EMP-DPT                    PIC X(03).                  00510000
          03 PAY-TYPE                       PIC X(03).                  00520000
          03 PAY-PERIOD                     PIC X(06).                  00530000
          03 PAY-GROSS                      PIC 9(09)V99.               00540000
          03 FILLER                         PIC X(46).                  00550000
                                                                        00560000
       FD BUDFILE                                                       00570000
              LABEL RECORD STANDARD                                     00580000
              BLOCK 0 RECORDS                                           00590000
              RECORDING MODE IS F.                                      00600000
                                                                        00610000
       01 BUDFILE-REC.                                                  00620000
          03 BUD-DEPT-CD                    PIC X(03).                  00630000
          03 BUD-PERIOD                     PIC X(06).                  00640000
          03 BUD-HEADCOUNT                  PIC 9(05).                  00650000
          03 BUD-SAL-AMT                    PIC 9(11)V99.               00660000
          03 BUD-CON-AMT                    PIC 9(11)V99.               00670000
          03 FILLER                         PIC X(40).                  00680000
                                                                        00690000
       FD YTDMST                                                        00700000
              LABEL RECORD STANDARD                                     00710000
              BLOCK 0 RECORDS                                           00720000
              RECORDING MODE IS F.                                      00730000
                                                                        00740000
       01 YTD-MST-REC.                                                  00750000
          03 YTD-REC-TYPE                   PIC X(01).                  00760000
          03 YTD-DTL-DATA.                                              00770000
             05 YTD-EMP-ID                  PIC X(10).                  00780000
             05 YTD-EMP-DPT                 PIC X(03).                  00790000
             05 YTD-PAY-TYPE                PIC X(03).                  00800000
             05 YTD-EMP-NAME                PIC X(20).                  00810000
             05 YTD-LAST-PERIOD             PIC X(06).                  00820000
             05 YTD-MTH-GROSS OCCURS 12 TIMES                           00830000
                                            PIC 9(09)V99.               00840000
             05 YTD-QTR-GROSS OCCURS 4 TIMES                            00850000
                                            PIC 9(11)V99.               00860000
             05 YTD-YR-GROSS                PIC 9(11)V99.               00870000
          03 FILLER                         PIC X(10).                  00880000
                                                                        00890000
       01 YTD-MST-HDR.                                                  00900000
          03 YTD-HDR-TYPE                   PIC X(01).                  00910000
          03 YTD-HDR-YEAR                   PIC X(04).                  00920000
          03 YTD-HDR-POSTED OCCURS 12 TIMES PIC X(01).                  00930000
          03 YTD-HDR-LAST-PERIOD            PIC X(06).                  00940000
          03 YTD-HDR-RUN-DATE               PIC X(08).                  00950000
          03 FILLER                         PIC X(219).                 00960000
                                                                        00970000
       FD VALFILE                                                       00980000
              LABEL RECORD STANDARD                                     00990000
              BLOCK 0 RECORDS                                           01000000
              RECORDING MODE IS F.                                      01010000
                                                                        01020000
       01 VALFILE-REC.                                                  01030000
          03 VAL-CARD                          PIC X(80).               01040000
                                                                        01050000
       FD VARRPT                                                        01060000
              LABEL RECORD STANDARD                                     01070000
              BLOCK 0 RECORDS                                           01080000
              RECORDING MODE IS F.                                      01090000
                                                                        01100000
       01 RPT-REC                           PIC X(132).                 01110000
                                                                        01120000
       FD AUDITFILE                                                     01130000
              LABEL RECORD STANDARD                                     01140000
              BLOCK 0 RECORDS                                           01150000
              RECORDING MODE IS F.                                      01160000
                                                                        01170000
       01 AUDITFILE-REC.                                                01180000
          03 AUD-PGM-NM                        PIC X(08).               01190000
          03 AUD-RUN-DATE                      PIC X(08).               01200000
          03 AUD-READ-CTR                      PIC 9(09).               01210000
          03 AUD-WRITE-CTR                     PIC 9(09).               01220000
          03 AUD-ERROR-CTR                     PIC 9(09).               01230000
                                                                        01240000
       FD ALERTFILE                                                     01250000
              LABEL RECORD STANDARD                                     01260000
              BLOCK 0 RECORDS                                           01270000
              RECORDING MODE IS F.                                      01280000
                                                                        01290000
       01 ALERTFILE-REC.                                                01300000
          03 ALT-PGM-NM                        PIC X(08).               01310000
          03 ALT-TS                            PIC X(14).               01320000
          03 ALT-SEVERITY                      PIC X(01).               01330000
          03 ALT-EVENT-CD                      PIC X(08).               01340000
          03 ALT-TEXT                          PIC X(40).               01350000
          03 FILLER                            PIC X(09).               01360000
                                                                        01370000
       WORKING-STORAGE SECTION.                                         01380000
      *=========================                                        01390000
                                                                        01400000
       01 WS-WA.                                                        01410000
      *---------                                                        01420000
                                                                        01430000
          03 WA-PAY-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01440000
          03 WA-BUD-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01450000
          03 WA-BUD-USED-CTR                PIC S9(09) PACKED-DECIMAL.  01460000
          03 WA-YTD-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01470000
          03 WA-DEPT-RPT-CTR                PIC S9(09) PACKED-DECIMAL.  01480000
          03 WA-OVER-CTR                    PIC S9(09) PACKED-DECIMAL.  01490000
          03 WA-GRD-BUD-HC                  PIC S9(07) PACKED-DECIMAL.  01500000
          03 WA-GRD-ACT-HC                  PIC S9(07) PACKED-DECIMAL.  01510000
          03 WA-GRD-BUD-PTD                 PIC S9(13)V99               01520000
                                              PACKED-DECIMAL.           01530000
          03 WA-GRD-ACT-PTD                 PIC S9(13)V99               01540000
                                              PACKED-DECIMAL.           01550000
          03 WA-GRD-BUD-YTD                 PIC S9(13)V99               01560000
                                              PACKED-DECIMAL.           01570000
          03 WA-GRD-ACT-YTD                 PIC S9(13)V99               01580000
                                              PACKED-DECIMAL.           01590000
          03 WA-RPT-LINE-CTR                PIC S9(03) PACKED-DECIMAL.  01600000
          03 WA-RPT-PAGE-CTR                PIC S9(05) PACKED-DECIMAL.  01610000
                                                                        01620000
       01 WS-CS.                                                        01630000
      *---------                                                        01640000
                                                                        01650000
          03 WC-PGM-NM                      PIC X(08) VALUE 'BUDVAR01'. 01660000
          03 WC-PCS-NM                      PIC X(40) VALUE             01670000
             'LABOUR BUDGET VARIANCE'.                                  01680000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        01690000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        01700000
          03 WC-ONE                         PIC 9(01) VALUE 1.          01710000
          03 WC-REC-TYPE-HDR                PIC X(01) VALUE 'H'.        01720000
          03 WC-REC-TYPE-DTL                PIC X(01) VALUE 'D'.        01730000
          03 WC-REC-TYPE-TRL                PIC X(01) VALUE 'T'.        01740000
          03 WC-TYPE-SAL                    PIC X(03) VALUE 'SAL'.      01750000
          03 WC-TYPE-CON                    PIC X(03) VALUE 'CON'.      01760000
          03 WC-POSTED                      PIC X(01) VALUE 'Y'.        01770000
          03 WC-DFLT-TOL-PCT                PIC 9(03) VALUE 5.          01780000
          03 WC-PCT-MAX                     PIC 9(04)V9 VALUE 9999.9.   01790000
          03 WC-DEPT-MAX                    PIC 9(03) VALUE 50.         01800000
          03 WC-RPT-MAX-LINE                PIC 9(03) VALUE 55.         01810000
                                                                        01820000
       01 WS-WV.                                                        01830000
      *---------                                                        01840000
                                                                        01850000
          03 WV-PAY-PERIOD                  PIC X(06).                  01860000
          03 WV-PAY-YEAR                    PIC X(04).                  01870000
          03 WV-PAY-MTH                     PIC 9(02).                  01880000
          03 WV-PRIOR-MTH                   PIC 9(02).                  01890000
          03 WV-TOL-PCT                     PIC 9(03).                  01900000
          03 WV-DEPT-KEY                    PIC X(03).                  01910000
          03 WV-BUD-PTD                     PIC S9(13)V99               01920000
                                              PACKED-DECIMAL.           01930000
          03 WV-ACT-PTD                     PIC S9(13)V99               01940000
                                              PACKED-DECIMAL.           01950000
          03 WV-BUD-YTD                     PIC S9(13)V99               01960000
                                              PACKED-DECIMAL.           01970000
          03 WV-ACT-YTD                     PIC S9(13)V99               01980000
                                              PACKED-DECIMAL.           01990000
          03 WV-BUD-AMT                     PIC S9(13)V99               02000000
                                              PACKED-DECIMAL.           02010000
          03 WV-ACT-AMT                     PIC S9(13)V99               02020000
                                              PACKED-DECIMAL.           02030000
          03 WV-VAR-AMT                     PIC S9(13)V99               02040000
                                              PACKED-DECIMAL.           02050000
          03 WV-VAR-PCT                     PIC S9(04)V9                02060000
                                              PACKED-DECIMAL.           02070000
          03 WV-BUD-HC                      PIC S9(07) PACKED-DECIMAL.  02080000
          03 WV-ACT-HC                      PIC S9(07) PACKED-DECIMAL.  02090000
          03 WV-CTR-DISP                    PIC ZZ,ZZZ,ZZ9.             02100000
          03 WV-PCT-DISP                    PIC ZZ9.                    02110000
          03 WV-HOLD-LINE                   PIC X(132).                 02120000
          03 WV-PAY-TRL-GROSS-X             PIC X(15).                  02130000
          03 WV-PAY-TRL-GROSS-9 REDEFINES WV-PAY-TRL-GROSS-X            02133000
                                            PIC 9(13)V99.               02136000
          03 WV-PAY-TRL-GROSS               PIC 9(13)V99.               02140000
          03 WV-PAY-DTL-GROSS               PIC S9(13)V99               02150000
                                              PACKED-DECIMAL.           02160000
          03 WV-TYP-IX                      PIC S9(03) BINARY.          02170000
          03 WV-MTH-IX                      PIC S9(03) BINARY.          02180000
          03 WV-DEPT-IX                     PIC S9(03) BINARY.          02190000
          03 WV-DEPT-CNT                    PIC S9(03) BINARY.          02200000
          03 WV-SHIFT-IX                    PIC S9(03) BINARY.          02210000
          03 WV-RPT-IX                      PIC S9(03) BINARY.          02220000
          03 WV-DEPT-FOUND-SW               PIC X(01).                  02230000
          03 WV-DEPT-STOP-SW                PIC X(01).                  02240000
                                                                        02250000
       01 WS-PARM.                                                      02260000
      *-----------                                                      02270000
                                                                        02280000
          03 WV-PARM-KEY                    PIC X(20).                  02290000
          03 WV-PARM-VAL                    PIC X(20).                  02300000
          03 WV-PARM-LINE-CTR               PIC 9(03).                  02310000
                                                                        02320000
       01 WS-ALERT.                                                     02330000
      *------------                                                     02340000
                                                                        02350000
          03 WV-ALT-SEV                     PIC X(01).                  02360000
          03 WV-ALT-CD                      PIC X(08).                  02370000
          03 WV-ALT-TXT                     PIC X(40).                  02380000
                                                                        02390000
       01 WS-DEPT-TBL.                                                  02400000
      *----------------                                                 02410000
                                                                        02420000
          03 WV-DEPT-ENTRY OCCURS 50 TIMES.                             02430000
             05 WV-DEPT-TBL-DPT             PIC X(03).                  02440000
             05 WV-DEPT-TBL-BUD-HC          PIC S9(05)                  02450000
                                              PACKED-DECIMAL.           02460000
             05 WV-DEPT-TBL-ACT-HC          PIC S9(05)                  02470000
                                              PACKED-DECIMAL.           02480000
             05 WV-DEPT-TBL-BUD-PTD OCCURS 2 TIMES                      02490000
                                            PIC S9(11)V99               02500000
                                              PACKED-DECIMAL.           02510000
             05 WV-DEPT-TBL-ACT-PTD OCCURS 2 TIMES                      02520000
                                            PIC S9(11)V99               02530000
                                              PACKED-DECIMAL.           02540000
             05 WV-DEPT-TBL-BUD-YTD OCCURS 2 TIMES                      02550000
                                            PIC S9(11)V99               02560000
                                              PACKED-DECIMAL.           02570000
             05 WV-DEPT-TBL-ACT-YTD OCCURS 2 TIMES                      02580000
                                            PIC S9(11)V99               02590000
                                              PACKED-DECIMAL.           02600000
                                                                        02610000
       01 WS-RPT-HDR1.                                                  02620000
      *----------------                                                 02630000
                                                                        02640000
          03 FILLER                         PIC X(08) VALUE 'BUDVAR01'. 02650000
          03 FILLER                         PIC X(05) VALUE SPACES.     02660000
          03 FILLER                         PIC X(42) VALUE             02670000
             'LABOUR BUDGET VERSUS ACTUAL - PERIOD'.                    02680000
          03 RPT-HDR-PERIOD                 PIC X(06).                  02690000
          03 FILLER                         PIC X(05) VALUE SPACES.     02700000
          03 FILLER                         PIC X(12) VALUE             02710000
             'TOLERANCE % '.                                            02720000
          03 RPT-HDR-TOL                    PIC ZZ9.                    02730000
          03 FILLER                         PIC X(40) VALUE SPACES.     02740000
          03 FILLER                         PIC X(05) VALUE 'PAGE '.    02750000
          03 RPT-HDR-PAGE                   PIC ZZ,ZZ9.                 02760000
                                                                        02770000
       01 WS-RPT-HDR2.                                                  02780000
      *----------------                                                 02790000
                                                                        02800000
          03 FILLER                         PIC X(12) VALUE             02810000
             'DEPT  TYPE  '.                                            02820000
          03 FILLER                         PIC X(15) VALUE             02830000
             '    PTD BUDGET '.                                         02840000
          03 FILLER                         PIC X(15) VALUE             02850000
             '    PTD ACTUAL '.                                         02860000
          03 FILLER                         PIC X(16) VALUE             02870000
             '   PTD VARIANCE '.                                        02880000
          03 FILLER                         PIC X(09) VALUE             02890000
             '  VAR %  '.                                               02900000
          03 FILLER                         PIC X(15) VALUE             02910000
             '    YTD BUDGET '.                                         02920000
          03 FILLER                         PIC X(15) VALUE             02930000
             '    YTD ACTUAL '.                                         02940000
          03 FILLER                         PIC X(16) VALUE             02950000
             '   YTD VARIANCE '.                                        02960000
          03 FILLER                         PIC X(09) VALUE             02970000
             '  VAR %  '.                                               02980000
          03 FILLER                         PIC X(10) VALUE             02990000
             'FLAG'.                                                    03000000
                                                                        03010000
       01 WS-RPT-DTL.                                                   03020000
      *---------------                                                  03030000
                                                                        03040000
          03 RPT-DTL-DPT                    PIC X(03).                  03050000
          03 FILLER                         PIC X(03) VALUE SPACES.     03060000
          03 RPT-DTL-TYPE                   PIC X(05).                  03070000
          03 FILLER                         PIC X(01) VALUE SPACES.     03080000
          03 RPT-DTL-PTD-BUD                PIC ZZZ,ZZZ,ZZ9.99.         03090000
          03 FILLER                         PIC X(01) VALUE SPACES.     03100000
          03 RPT-DTL-PTD-ACT                PIC ZZZ,ZZZ,ZZ9.99.         03110000
          03 FILLER                         PIC X(01) VALUE SPACES.     03120000
          03 RPT-DTL-PTD-VAR                PIC ----,---,--9.99.        03130000
          03 FILLER                         PIC X(01) VALUE SPACES.     03140000
          03 RPT-DTL-PTD-PCT                PIC ----9.9.                03150000
          03 FILLER                         PIC X(02) VALUE SPACES.     03160000
          03 RPT-DTL-YTD-BUD                PIC ZZZ,ZZZ,ZZ9.99.         03170000
          03 FILLER                         PIC X(01) VALUE SPACES.     03180000
          03 RPT-DTL-YTD-ACT                PIC ZZZ,ZZZ,ZZ9.99.         03190000
          03 FILLER                         PIC X(01) VALUE SPACES.     03200000
          03 RPT-DTL-YTD-VAR                PIC ----,---,--9.99.        03210000
          03 FILLER                         PIC X(01) VALUE SPACES.     03220000
          03 RPT-DTL-YTD-PCT                PIC ----9.9.                03230000
          03 FILLER                         PIC X(02) VALUE SPACES.     03240000
          03 RPT-DTL-FLAG                   PIC X(10).                  03250000
                                                                        03260000
       01 WS-RPT-HC.                                                    03270000
      *--------------                                                   03280000
                                                                        03290000
          03 RPT-HC-DPT                     PIC X(03).                  03300000
          03 FILLER                         PIC X(03) VALUE SPACES.     03310000
          03 FILLER                         PIC X(05) VALUE 'HDCNT'.    03320000
          03 FILLER                         PIC X(01) VALUE SPACES.     03330000
          03 RPT-HC-BUD                     PIC Z(10)9.                 03340000
          03 FILLER                         PIC X(04) VALUE SPACES.     03350000
          03 RPT-HC-ACT                     PIC Z(10)9.                 03360000
          03 FILLER                         PIC X(04) VALUE SPACES.     03370000
          03 RPT-HC-VAR                     PIC -(11)9.                 03380000
          03 FILLER                         PIC X(04) VALUE SPACES.     03390000
          03 RPT-HC-PCT                     PIC ----9.9.                03400000
          03 FILLER                         PIC X(57) VALUE SPACES.     03410000
          03 RPT-HC-FLAG                    PIC X(10).                  03420000
                                                                        03430000
       01 WS-WI.                                                        03440000
      *---------                                                        03450000
                                                                        03460000
          03 WI-EOF-PAYFILE                 PIC X(01).                  03470000
          03 WI-EOF-BUDFILE                 PIC X(01).                  03480000
          03 WI-EOF-YTDMST                  PIC X(01).                  03490000
          03 WI-EOF-VALFILE                 PIC X(01).                  03500000
          03 WI-PARM-ERR                    PIC X(01).                  03510000
          03 WI-RUN-OK                      PIC X(01).                  03520000
          03 WI-PAY-HDR-SEEN                PIC X(01).                  03530000
          03 WI-YTD-YEAR-OK                 PIC X(01).                  03540000
          03 WI-LINE-OVER                   PIC X(01).                  03550000
          03 WI-DEPT-OVER                   PIC X(01).                  03560000
                                                                        03570000
       PROCEDURE DIVISION.                                              03580000
      ********************                                              03590000
                                                                        03600000
           PERFORM A010-STT-VAR-PCS.                                    03610000
           PERFORM A020-PCS-DEPT                                        03620000
                   UNTIL WV-RPT-IX >= WV-DEPT-CNT.                      03630000
           PERFORM A030-END-VAR-PCS.                                    03640000
           STOP RUN.                                                    03650000
                                                                        03660000
      **************************** LEVEL A *****************************03670000
                                                                        03680000
       A010-STT-VAR-PCS.                                                03690000
      *------------------                                               03700000
                                                                        03710000
           PERFORM Z030-INIT-FLDS.                                      03720000
           PERFORM Z015-READ-VAL-SW.                                    03730000
           PERFORM Z040-LOAD-PAYFILE.                                   03740000
           IF WI-PAY-HDR-SEEN = WC-IC-ON                                03750000
              PERFORM Z050-LOAD-BUDFILE                                 03760000
              PERFORM Z060-LOAD-YTDMST                                  03770000
           END-IF.                                                      03780000
                                                                        03790000
           OPEN OUTPUT VARRPT.                                          03800000
           PERFORM Z200-WRITE-RPT-HDR.                                  03810000
                                                                        03820000
           IF WI-PARM-ERR = WC-IC-ON                                    03830000
              OR WI-RUN-OK = WC-IC-OFF                                  03840000
              DISPLAY 'RUN REFUSED - PARAMETER OR PAYFILE ERRORS'       03850000
              MOVE WC-IC-OFF                TO WI-RUN-OK                03860000
              MOVE WV-DEPT-CNT              TO WV-RPT-IX                03870000
              MOVE 8                        TO RETURN-CODE              03880000
              MOVE 'RUN REFUSED - SEE JOB LOG'                          03890000
                                            TO RPT-REC                  03900000
              PERFORM Z230-WRITE-RPT-REC                                03910000
           END-IF.                                                      03920000
                                                                        03930000
       A020-PCS-DEPT.                                                   03940000
      *---------------                                                  03950000
                                                                        03960000
           ADD 1                            TO WV-RPT-IX.               03970000
           PERFORM B010-PRT-DEPT.                                       03980000
                                                                        03990000
       A030-END-VAR-PCS.                                                04000000
      *------------------                                               04010000
                                                                        04020000
           IF WI-RUN-OK = WC-IC-ON                                      04030000
              PERFORM B050-PRT-GRAND-TOTAL                              04040000
           END-IF.                                                      04050000
           CLOSE VARRPT.                                                04060000
           IF WA-OVER-CTR > ZERO                                        04070000
              AND RETURN-CODE < 4                                       04080000
              MOVE 4                        TO RETURN-CODE              04090000
           END-IF.                                                      04100000
           PERFORM Z990-PCS-CTRS.                                       04110000
           PERFORM Z997-WRITE-AUDIT-REC.                                04120000
                                                                        04130000
      **************************** LEVEL B *****************************04140000
                                                                        04150000
       B010-PRT-DEPT.                                                   04160000
      *---------------                                                  04170000
                                                                        04180000
           MOVE WC-IC-OFF                   TO WI-DEPT-OVER.            04190000
           MOVE WV-DEPT-TBL-DPT (WV-RPT-IX) TO RPT-DTL-DPT.             04200000
           MOVE 1                           TO WV-TYP-IX.               04210000
           MOVE WC-TYPE-SAL                 TO RPT-DTL-TYPE.            04220000
           PERFORM B020-PRT-TYPE-LINE.                                  04230000
           MOVE SPACES                      TO RPT-DTL-DPT.             04240000
           MOVE 2                           TO WV-TYP-IX.               04250000
           MOVE WC-TYPE-CON                 TO RPT-DTL-TYPE.            04260000
           PERFORM B020-PRT-TYPE-LINE.                                  04270000
           PERFORM B030-PRT-DEPT-TOTAL.                                 04280000
           PERFORM B035-PRT-DEPT-HC.                                    04290000
                                                                        04300000
           IF WI-DEPT-OVER = WC-IC-ON                                   04310000
              ADD WC-ONE                    TO WA-OVER-CTR              04320000
              DISPLAY 'DEPARTMENT OVER BUDGET TOLERANCE: '              04330000
                      WV-DEPT-TBL-DPT (WV-RPT-IX)                       04340000
              MOVE 'M'                      TO WV-ALT-SEV               04350000
              MOVE 'BUDVAR'                 TO WV-ALT-CD                04360000
              MOVE SPACES                   TO WV-ALT-TXT               04370000
              STRING 'DEPT '                DELIMITED BY SIZE           04380000
                     WV-DEPT-TBL-DPT (WV-RPT-IX)                        04390000
                                            DELIMITED BY SIZE           04400000
                     ' OVER LABOUR BUDGET TOLERANCE'                    04410000
                                            DELIMITED BY SIZE           04420000
                     INTO WV-ALT-TXT                                    04430000
              END-STRING                                                04440000
              PERFORM Z998-WRITE-ALERT-REC                              04450000
           END-IF.                                                      04460000
           MOVE SPACES                      TO RPT-REC.                 04470000
           PERFORM Z230-WRITE-RPT-REC.                                  04480000
           ADD WC-ONE                       TO WA-DEPT-RPT-CTR.         04490000
                                                                        04500000
       B020-PRT-TYPE-LINE.                                              04510000
      *--------------------                                             04520000
                                                                        04530000
           MOVE WV-DEPT-TBL-BUD-PTD (WV-RPT-IX WV-TYP-IX)               04540000
                                            TO WV-BUD-PTD.              04550000
           MOVE WV-DEPT-TBL-ACT-PTD (WV-RPT-IX WV-TYP-IX)               04560000
                                            TO WV-ACT-PTD.              04570000
           MOVE WV-DEPT-TBL-BUD-YTD (WV-RPT-IX WV-TYP-IX)               04580000
                                            TO WV-BUD-YTD.              04590000
           MOVE WV-DEPT-TBL-ACT-YTD (WV-RPT-IX WV-TYP-IX)               04600000
                                            TO WV-ACT-YTD.              04610000
           PERFORM Z095-WRITE-VAR-LINE.                                 04620000
                                                                        04630000
       B030-PRT-DEPT-TOTAL.                                             04640000
      *---------------------                                            04650000
                                                                        04660000
           COMPUTE WV-BUD-PTD = WV-DEPT-TBL-BUD-PTD (WV-RPT-IX 1)       04670000
                              + WV-DEPT-TBL-BUD-PTD (WV-RPT-IX 2)       04680000
           END-COMPUTE.                                                 04690000
           COMPUTE WV-ACT-PTD = WV-DEPT-TBL-ACT-PTD (WV-RPT-IX 1)       04700000
                              + WV-DEPT-TBL-ACT-PTD (WV-RPT-IX 2)       04710000
           END-COMPUTE.                                                 04720000
           COMPUTE WV-BUD-YTD = WV-DEPT-TBL-BUD-YTD (WV-RPT-IX 1)       04730000
                              + WV-DEPT-TBL-BUD-YTD (WV-RPT-IX 2)       04740000
           END-COMPUTE.                                                 04750000
           COMPUTE WV-ACT-YTD = WV-DEPT-TBL-ACT-YTD (WV-RPT-IX 1)       04760000
                              + WV-DEPT-TBL-ACT-YTD (WV-RPT-IX 2)       04770000
           END-COMPUTE.                                                 04780000
           MOVE 'TOTAL'                     TO RPT-DTL-TYPE.            04790000
           PERFORM Z095-WRITE-VAR-LINE.                                 04800000
           IF WI-LINE-OVER = WC-IC-ON                                   04810000
              MOVE WC-IC-ON                 TO WI-DEPT-OVER             04820000
           END-IF.                                                      04830000
                                                                        04840000
           ADD WV-BUD-PTD                   TO WA-GRD-BUD-PTD.          04850000
           ADD WV-ACT-PTD                   TO WA-GRD-ACT-PTD.          04860000
           ADD WV-BUD-YTD                   TO WA-GRD-BUD-YTD.          04870000
           ADD WV-ACT-YTD                   TO WA-GRD-ACT-YTD.          04880000
                                                                        04890000
       B035-PRT-DEPT-HC.                                                04900000
      *------------------                                               04910000
                                                                        04920000
           MOVE WV-DEPT-TBL-BUD-HC (WV-RPT-IX)                          04930000
                                            TO WV-BUD-HC.               04940000
           MOVE WV-DEPT-TBL-ACT-HC (WV-RPT-IX)                          04950000
                                            TO WV-ACT-HC.               04960000
           MOVE SPACES                      TO RPT-HC-DPT.              04970000
           PERFORM Z097-WRITE-HC-LINE.                                  04980000
           IF WI-LINE-OVER = WC-IC-ON                                   04990000
              MOVE WC-IC-ON                 TO WI-DEPT-OVER             05000000
           END-IF.                                                      05010000
           ADD WV-BUD-HC                    TO WA-GRD-BUD-HC.           05020000
           ADD WV-ACT-HC                    TO WA-GRD-ACT-HC.           05030000
                                                                        05040000
       B050-PRT-GRAND-TOTAL.                                            05050000
      *----------------------                                           05060000
                                                                        05070000
           MOVE 'ALL'                       TO RPT-DTL-DPT.             05080000
           MOVE 'TOTAL'                     TO RPT-DTL-TYPE.            05090000
           MOVE WA-GRD-BUD-PTD              TO WV-BUD-PTD.              05100000
           MOVE WA-GRD-ACT-PTD              TO WV-ACT-PTD.              05110000
           MOVE WA-GRD-BUD-YTD              TO WV-BUD-YTD.              05120000
           MOVE WA-GRD-ACT-YTD              TO WV-ACT-YTD.              05130000
           PERFORM Z095-WRITE-VAR-LINE.                                 05140000
           MOVE WA-GRD-BUD-HC               TO WV-BUD-HC.               05150000
           MOVE WA-GRD-ACT-HC               TO WV-ACT-HC.               05160000
           MOVE SPACES                      TO RPT-HC-DPT.              05170000
           PERFORM Z097-WRITE-HC-LINE.                                  05180000
                                                                        05190000
           MOVE SPACES                      TO RPT-REC.                 05200000
           PERFORM Z230-WRITE-RPT-REC.                                  05210000
           MOVE WA-DEPT-RPT-CTR             TO WV-CTR-DISP.             05220000
           MOVE SPACES                      TO RPT-REC.                 05230000
           STRING 'DEPARTMENTS REPORTED        :' DELIMITED BY SIZE     05240000
                  WV-CTR-DISP               DELIMITED BY SIZE           05250000
                  INTO RPT-REC                                          05260000
           END-STRING.                                                  05270000
           PERFORM Z230-WRITE-RPT-REC.                                  05280000
           MOVE WA-OVER-CTR                 TO WV-CTR-DISP.             05290000
           MOVE SPACES                      TO RPT-REC.                 05300000
           STRING 'DEPARTMENTS OVER TOLERANCE  :' DELIMITED BY SIZE     05310000
                  WV-CTR-DISP               DELIMITED BY SIZE           05320000
                  INTO RPT-REC                                          05330000
           END-STRING.                                                  05340000
           PERFORM Z230-WRITE-RPT-REC.                                  05350000
           MOVE WA-BUD-USED-CTR             TO WV-CTR-DISP.             05360000
           MOVE SPACES                      TO RPT-REC.                 05370000
           STRING 'BUDGET RECORDS APPLIED      :' DELIMITED BY SIZE     05380000
                  WV-CTR-DISP               DELIMITED BY SIZE           05390000
                  INTO RPT-REC                                          05400000
           END-STRING.                                                  05410000
           PERFORM Z230-WRITE-RPT-REC.                                  05420000
           IF WI-YTD-YEAR-OK = WC-IC-OFF                                05430000
              AND WV-PRIOR-MTH > ZERO                                   05440000
              MOVE 'YTD ACTUALS EXCLUDE PRIOR MONTHS - NO YTD MASTER'   05450000
                                            TO RPT-REC                  05460000
              PERFORM Z230-WRITE-RPT-REC                                05470000
           END-IF.                                                      05480000
                                                                        05490000
      **************************** LEVEL Z *****************************05500000
                                                                        05510000
       Z015-READ-VAL-SW.                                                05520000
      *------------------                                               05530000
                                                                        05540000
           MOVE WC-DFLT-TOL-PCT             TO WV-TOL-PCT.              05550000
           MOVE ZERO                        TO WV-PARM-LINE-CTR.        05560000
           MOVE WC-IC-OFF                   TO WI-PARM-ERR.             05570000
           MOVE LOW-VALUES                  TO WI-EOF-VALFILE.          05580000
           OPEN INPUT  VALFILE.                                         05590000
           PERFORM Z016-PCS-PARM-CARD                                   05600000
                   UNTIL WI-EOF-VALFILE = HIGH-VALUES.                  05610000
           CLOSE VALFILE.                                               05620000
           MOVE WV-TOL-PCT                  TO RPT-HDR-TOL.             05630000
           PERFORM Z019-ECHO-PARMS.                                     05640000
                                                                        05650000
       Z016-PCS-PARM-CARD.                                              05660000
      *--------------------                                             05670000
                                                                        05680000
           READ VALFILE                                                 05690000
             AT END                                                     05700000
                MOVE HIGH-VALUES            TO WI-EOF-VALFILE           05710000
           END-READ.                                                    05720000
           IF WI-EOF-VALFILE = LOW-VALUES                               05730000
              ADD 1                         TO WV-PARM-LINE-CTR         05740000
              IF VAL-CARD = SPACES                                      05750000
                 CONTINUE                                               05760000
              ELSE                                                      05770000
                 MOVE SPACES                TO WV-PARM-KEY              05780000
                                               WV-PARM-VAL              05790000
                 UNSTRING VAL-CARD          DELIMITED BY '='            05800000
                     INTO WV-PARM-KEY                                   05810000
                          WV-PARM-VAL                                   05820000
                 END-UNSTRING                                           05830000
                 PERFORM Z017-APPLY-PARM                                05840000
              END-IF                                                    05850000
           END-IF.                                                      05860000
                                                                        05870000
       Z017-APPLY-PARM.                                                 05880000
      *-----------------                                                05890000
                                                                        05900000
           EVALUATE WV-PARM-KEY                                         05910000
               WHEN 'TOL-PCT'                                           05920000
                    IF WV-PARM-VAL (1:3) IS NUMERIC                     05930000
                       MOVE WV-PARM-VAL (1:3)                           05940000
                                            TO WV-TOL-PCT               05950000
                    ELSE                                                05960000
                       PERFORM Z018-FLAG-PARM-ERR                       05970000
                    END-IF                                              05980000
               WHEN OTHER                                               05990000
                    PERFORM Z018-FLAG-PARM-ERR                          06000000
           END-EVALUATE.                                                06010000
                                                                        06020000
       Z018-FLAG-PARM-ERR.                                              06030000
      *--------------------                                             06040000
                                                                        06050000
           DISPLAY 'BAD PARAMETER CARD, LINE ' WV-PARM-LINE-CTR         06060000
                   ': ' VAL-CARD (1:40).                                06070000
           MOVE WC-IC-ON                    TO WI-PARM-ERR.             06080000
                                                                        06090000
       Z019-ECHO-PARMS.                                                 06100000
      *-----------------                                                06110000
                                                                        06120000
           DISPLAY 'RESOLVED RUN PARAMETERS:'.                          06130000
           DISPLAY '  TOL-PCT          = ' WV-TOL-PCT.                  06140000
                                                                        06150000
       Z030-INIT-FLDS.                                                  06160000
      *---------------                                                  06170000
                                                                        06180000
           INITIALIZE WS-WA                                             06190000
                      WS-WV                                             06200000
                      WS-DEPT-TBL.                                      06210000
           MOVE ZERO                        TO WV-DEPT-CNT              06220000
                                               WV-RPT-IX.               06230000
           MOVE LOW-VALUES                  TO WI-EOF-PAYFILE           06240000
                                               WI-EOF-BUDFILE           06250000
                                               WI-EOF-YTDMST.           06260000
           MOVE WC-IC-ON                    TO WI-RUN-OK.               06270000
           MOVE WC-IC-OFF                   TO WI-PAY-HDR-SEEN          06280000
                                               WI-YTD-YEAR-OK.          06290000
                                                                        06300000
       Z040-LOAD-PAYFILE.                                               06310000
      *-------------------                                              06320000
                                                                        06330000
           OPEN INPUT  PAYFILE.                                         06340000
           PERFORM Z042-LOAD-PAY-REC                                    06350000
                   UNTIL WI-EOF-PAYFILE = HIGH-VALUES.                  06360000
           CLOSE PAYFILE.                                               06370000
                                                                        06380000
           IF WI-PAY-HDR-SEEN = WC-IC-OFF                               06390000
              OR WV-PAY-PERIOD IS NOT NUMERIC                           06400000
              DISPLAY 'PAYFILE HEADER MISSING OR PERIOD NOT VALID'      06410000
              MOVE WC-IC-OFF                TO WI-PAY-HDR-SEEN          06420000
                                               WI-RUN-OK                06430000
           ELSE                                                         06440000
              MOVE WV-PAY-PERIOD (1:4)      TO WV-PAY-YEAR              06450000
              MOVE WV-PAY-PERIOD (5:2)      TO WV-PAY-MTH               06460000
              COMPUTE WV-PRIOR-MTH = WV-PAY-MTH - 1                     06470000
              END-COMPUTE                                               06480000
              MOVE WV-PAY-PERIOD            TO RPT-HDR-PERIOD           06490000
              DISPLAY 'BUDGET VARIANCE FOR PERIOD ' WV-PAY-PERIOD       06500000
           END-IF.                                                      06510000
           IF WV-PAY-TRL-GROSS-X IS NUMERIC                             06520000
              MOVE WV-PAY-TRL-GROSS-9       TO WV-PAY-TRL-GROSS         06530000
              IF WV-PAY-TRL-GROSS NOT = WV-PAY-DTL-GROSS                06540000
                 DISPLAY 'PAYFILE TRAILER GROSS ' WV-PAY-TRL-GROSS      06550000
                         ' DOES NOT MATCH DETAIL ' WV-PAY-DTL-GROSS     06560000
                 MOVE WC-IC-OFF             TO WI-RUN-OK                06570000
              END-IF                                                    06580000
           ELSE                                                         06590000
              DISPLAY 'PAYFILE TRAILER MISSING OR NOT VALID'            06600000
              MOVE WC-IC-OFF                TO WI-RUN-OK                06610000
           END-IF.                                                      06620000
                                                                        06630000
       Z042-LOAD-PAY-REC.                                               06640000
      *-------------------                                              06650000
                                                                        06660000
           READ PAYFILE                                                 06670000
             AT END                                                     06680000
                MOVE HIGH-VALUES            TO WI-EOF-PAYFILE           06690000
           END-READ.                                                    06700000
           IF WI-EOF-PAYFILE = LOW-VALUES                               06710000
              EVALUATE PAY-REC-TYPE                                     06720000
                  WHEN WC-REC-TYPE-HDR                                  06730000
                       MOVE WC-IC-ON        TO WI-PAY-HDR-SEEN          06740000
                       MOVE PAY-PERIOD      TO WV-PAY-PERIOD            06750000
                  WHEN WC-REC-TYPE-TRL                                  06760000
                       MOVE PAYFILE-REC (34:15)                         06770000
                                            TO WV-PAY-TRL-GROSS-X       06780000
                  WHEN WC-REC-TYPE-DTL                                  06790000
                       ADD WC-ONE           TO WA-PAY-READ-CTR          06800000
                       PERFORM Z044-POST-PAY-ACTUAL                     06810000
                  WHEN OTHER                                            06820000
                       CONTINUE                                         06830000
              END-EVALUATE                                              06840000
           END-IF.                                                      06850000
                                                                        06860000
       Z044-POST-PAY-ACTUAL.                                            06870000
      *----------------------                                           06880000
                                                                        06890000
           IF PAY-GROSS IS NUMERIC                                      06900000
              ADD PAY-GROSS                 TO WV-PAY-DTL-GROSS         06910000
              MOVE PAY-EMP-DPT              TO WV-DEPT-KEY              06920000
              PERFORM Z080-FIND-DEPT                                    06930000
              PERFORM Z046-SET-TYP-IX                                   06940000
              IF WV-DEPT-FOUND-SW = WC-IC-ON                            06950000
                 AND WV-TYP-IX > ZERO                                   06960000
                 ADD 1                      TO                          06970000
                     WV-DEPT-TBL-ACT-HC (WV-DEPT-IX)                    06980000
                 ADD PAY-GROSS              TO                          06990000
                     WV-DEPT-TBL-ACT-PTD (WV-DEPT-IX WV-TYP-IX)         07000000
                     WV-DEPT-TBL-ACT-YTD (WV-DEPT-IX WV-TYP-IX)         07010000
              END-IF                                                    07020000
           ELSE                                                         07030000
              DISPLAY 'PAY GROSS NOT NUMERIC - EMP ID:' PAY-EMP-ID      07040000
           END-IF.                                                      07050000
                                                                        07060000
       Z046-SET-TYP-IX.                                                 07070000
      *-----------------                                                07080000
                                                                        07090000
           EVALUATE PAY-TYPE                                            07100000
               WHEN WC-TYPE-SAL                                         07110000
                    MOVE 1                  TO WV-TYP-IX                07120000
               WHEN WC-TYPE-CON                                         07130000
                    MOVE 2                  TO WV-TYP-IX                07140000
               WHEN OTHER                                               07150000
                    MOVE ZERO               TO WV-TYP-IX                07160000
                    DISPLAY 'UNKNOWN PAY TYPE ' PAY-TYPE                07170000
                            ' - EMP ID:' PAY-EMP-ID                     07180000
           END-EVALUATE.                                                07190000
                                                                        07200000
       Z050-LOAD-BUDFILE.                                               07210000
      *-------------------                                              07220000
                                                                        07230000
           OPEN INPUT  BUDFILE.                                         07240000
           PERFORM Z052-LOAD-BUD-REC                                    07250000
                   UNTIL WI-EOF-BUDFILE = HIGH-VALUES.                  07260000
           CLOSE BUDFILE.                                               07270000
                                                                        07280000
       Z052-LOAD-BUD-REC.                                               07290000
      *-------------------                                              07300000
                                                                        07310000
           READ BUDFILE                                                 07320000
             AT END                                                     07330000
                MOVE HIGH-VALUES            TO WI-EOF-BUDFILE           07340000
           END-READ.                                                    07350000
           IF WI-EOF-BUDFILE = LOW-VALUES                               07360000
              AND BUDFILE-REC NOT = SPACES                              07370000
              ADD WC-ONE                    TO WA-BUD-READ-CTR          07380000
              IF BUD-PERIOD (1:4) = WV-PAY-YEAR                         07390000
                 AND BUD-PERIOD NOT > WV-PAY-PERIOD                     07400000
                 IF BUD-HEADCOUNT IS NUMERIC                            07410000
                    AND BUD-SAL-AMT IS NUMERIC                          07420000
                    AND BUD-CON-AMT IS NUMERIC                          07430000
                    PERFORM Z054-POST-BUDGET                            07440000
                 ELSE                                                   07450000
                    DISPLAY 'BUDGET RECORD NOT NUMERIC - DEPT '         07460000
                            BUD-DEPT-CD ' PERIOD ' BUD-PERIOD           07470000
                    MOVE 4                  TO RETURN-CODE              07480000
                 END-IF                                                 07490000
              END-IF                                                    07500000
           END-IF.                                                      07510000
                                                                        07520000
       Z054-POST-BUDGET.                                                07530000
      *------------------                                               07540000
                                                                        07550000
           MOVE BUD-DEPT-CD                 TO WV-DEPT-KEY.             07560000
           PERFORM Z080-FIND-DEPT.                                      07570000
           IF WV-DEPT-FOUND-SW = WC-IC-ON                               07580000
              ADD WC-ONE                    TO WA-BUD-USED-CTR          07590000
              ADD BUD-SAL-AMT               TO                          07600000
                  WV-DEPT-TBL-BUD-YTD (WV-DEPT-IX 1)                    07610000
              ADD BUD-CON-AMT               TO                          07620000
                  WV-DEPT-TBL-BUD-YTD (WV-DEPT-IX 2)                    07630000
              IF BUD-PERIOD = WV-PAY-PERIOD                             07640000
                 ADD BUD-HEADCOUNT          TO                          07650000
                     WV-DEPT-TBL-BUD-HC (WV-DEPT-IX)                    07660000
                 ADD BUD-SAL-AMT            TO                          07670000
                     WV-DEPT-TBL-BUD-PTD (WV-DEPT-IX 1)                 07680000
                 ADD BUD-CON-AMT            TO                          07690000
                     WV-DEPT-TBL-BUD-PTD (WV-DEPT-IX 2)                 07700000
              END-IF                                                    07710000
           END-IF.                                                      07720000
                                                                        07730000
       Z060-LOAD-YTDMST.                                                07740000
      *------------------                                               07750000
                                                                        07760000
           OPEN INPUT  YTDMST.                                          07770000
           PERFORM Z062-LOAD-YTD-REC                                    07780000
                   UNTIL WI-EOF-YTDMST = HIGH-VALUES.                   07790000
           CLOSE YTDMST.                                                07800000
                                                                        07810000
       Z062-LOAD-YTD-REC.                                               07820000
      *-------------------                                              07830000
                                                                        07840000
           READ YTDMST                                                  07850000
             AT END                                                     07860000
                MOVE HIGH-VALUES            TO WI-EOF-YTDMST            07870000
           END-READ.                                                    07880000
           IF WI-EOF-YTDMST = LOW-VALUES                                07890000
              EVALUATE YTD-REC-TYPE                                     07900000
                  WHEN WC-REC-TYPE-HDR                                  07910000
                       PERFORM Z064-CHK-YTD-HDR                         07920000
                  WHEN WC-REC-TYPE-DTL                                  07930000
                       ADD WC-ONE           TO WA-YTD-READ-CTR          07940000
                       IF WI-YTD-YEAR-OK = WC-IC-ON                     07950000
                          PERFORM Z066-POST-YTD-ACTUAL                  07960000
                       END-IF                                           07970000
                  WHEN OTHER                                            07980000
                       CONTINUE                                         07990000
              END-EVALUATE                                              08000000
           END-IF.                                                      08010000
                                                                        08020000
       Z064-CHK-YTD-HDR.                                                08030000
      *------------------                                               08040000
                                                                        08050000
           IF YTD-HDR-YEAR = WV-PAY-YEAR                                08060000
              MOVE WC-IC-ON                 TO WI-YTD-YEAR-OK           08070000
              MOVE ZERO                     TO WV-MTH-IX                08080000
              PERFORM Z065-CHK-MTH-POSTED                               08090000
                      UNTIL WV-MTH-IX >= WV-PRIOR-MTH                   08100000
           ELSE                                                         08110000
              DISPLAY 'YTD MASTER YEAR ' YTD-HDR-YEAR                   08120000
                      ' IS NOT PAY YEAR ' WV-PAY-YEAR                   08130000
           END-IF.                                                      08140000
                                                                        08150000
       Z065-CHK-MTH-POSTED.                                             08160000
      *---------------------                                            08170000
                                                                        08180000
           ADD 1                            TO WV-MTH-IX.               08190000
           IF YTD-HDR-POSTED (WV-MTH-IX) NOT = WC-POSTED                08200000
              DISPLAY 'YTD MASTER HAS NO POSTING FOR MONTH '            08210000
                      WV-MTH-IX ' - YTD ACTUALS INCOMPLETE'             08220000
              IF RETURN-CODE < 4                                        08230000
                 MOVE 4                     TO RETURN-CODE              08240000
              END-IF                                                    08250000
           END-IF.                                                      08260000
                                                                        08270000
       Z066-POST-YTD-ACTUAL.                                            08280000
      *----------------------                                           08290000
                                                                        08300000
           MOVE YTD-EMP-DPT                 TO WV-DEPT-KEY.             08310000
           EVALUATE YTD-PAY-TYPE                                        08320000
               WHEN WC-TYPE-SAL                                         08330000
                    MOVE 1                  TO WV-TYP-IX                08340000
               WHEN WC-TYPE-CON                                         08350000
                    MOVE 2                  TO WV-TYP-IX                08360000
               WHEN OTHER                                               08370000
                    MOVE ZERO               TO WV-TYP-IX                08380000
           END-EVALUATE.                                                08390000
           IF WV-TYP-IX > ZERO                                          08400000
              PERFORM Z080-FIND-DEPT                                    08410000
              IF WV-DEPT-FOUND-SW = WC-IC-ON                            08420000
                 MOVE ZERO                  TO WV-MTH-IX                08430000
                 PERFORM Z068-ADD-YTD-MTH                               08440000
                         UNTIL WV-MTH-IX >= WV-PRIOR-MTH                08450000
              END-IF                                                    08460000
           END-IF.                                                      08470000
                                                                        08480000
       Z068-ADD-YTD-MTH.                                                08490000
      *------------------                                               08500000
                                                                        08510000
           ADD 1                            TO WV-MTH-IX.               08520000
           IF YTD-MTH-GROSS (WV-MTH-IX) IS NUMERIC                      08530000
              ADD YTD-MTH-GROSS (WV-MTH-IX) TO                          08540000
                  WV-DEPT-TBL-ACT-YTD (WV-DEPT-IX WV-TYP-IX)            08550000
           END-IF.                                                      08560000
                                                                        08570000
       Z080-FIND-DEPT.                                                  08580000
      *----------------                                                 08590000
                                                                        08600000
           MOVE WC-IC-OFF                   TO WV-DEPT-FOUND-SW         08610000
                                               WV-DEPT-STOP-SW.         08620000
           MOVE ZERO                        TO WV-DEPT-IX.              08630000
           PERFORM Z082-SCAN-DEPT-TBL                                   08640000
                   UNTIL WV-DEPT-STOP-SW = WC-IC-ON                     08650000
                      OR WV-DEPT-IX >= WV-DEPT-CNT.                     08660000
           IF WV-DEPT-FOUND-SW = WC-IC-OFF                              08670000
              IF WV-DEPT-CNT < WC-DEPT-MAX                              08680000
                 IF WV-DEPT-STOP-SW = WC-IC-OFF                         08690000
                    COMPUTE WV-DEPT-IX = WV-DEPT-CNT + 1                08700000
                    END-COMPUTE                                         08710000
                 END-IF                                                 08720000
                 COMPUTE WV-SHIFT-IX = WV-DEPT-CNT + 1                  08730000
                 END-COMPUTE                                            08740000
                 PERFORM Z084-SHIFT-DEPT-ENTRY                          08750000
                         UNTIL WV-SHIFT-IX <= WV-DEPT-IX                08760000
                 INITIALIZE WV-DEPT-ENTRY (WV-DEPT-IX)                  08770000
                 MOVE WV-DEPT-KEY           TO                          08780000
                      WV-DEPT-TBL-DPT (WV-DEPT-IX)                      08790000
                 ADD 1                      TO WV-DEPT-CNT              08800000
                 MOVE WC-IC-ON              TO WV-DEPT-FOUND-SW         08810000
              ELSE                                                      08820000
                 DISPLAY 'DEPARTMENT TABLE FULL - DEPT NOT '            08830000
                         'REPORTED:' WV-DEPT-KEY                        08840000
                 MOVE 'M'                   TO WV-ALT-SEV               08850000
                 MOVE 'TBLFULL'             TO WV-ALT-CD                08860000
                 MOVE 'BUDGET DEPARTMENT TABLE FULL'                    08870000
                                            TO WV-ALT-TXT               08880000
                 PERFORM Z998-WRITE-ALERT-REC                           08890000
              END-IF                                                    08900000
           END-IF.                                                      08910000
                                                                        08920000
       Z082-SCAN-DEPT-TBL.                                              08930000
      *--------------------                                             08940000
                                                                        08950000
           ADD 1                            TO WV-DEPT-IX.              08960000
           IF WV-DEPT-TBL-DPT (WV-DEPT-IX) = WV-DEPT-KEY                08970000
              MOVE WC-IC-ON                 TO WV-DEPT-FOUND-SW         08980000
                                               WV-DEPT-STOP-SW          08990000
           ELSE                                                         09000000
              IF WV-DEPT-TBL-DPT (WV-DEPT-IX) > WV-DEPT-KEY             09010000
                 MOVE WC-IC-ON              TO WV-DEPT-STOP-SW          09020000
              END-IF                                                    09030000
           END-IF.                                                      09040000
                                                                        09050000
       Z084-SHIFT-DEPT-ENTRY.                                           09060000
      *-----------------------                                          09070000
                                                                        09080000
           MOVE WV-DEPT-ENTRY (WV-SHIFT-IX - 1)                         09090000
                                            TO                          09100000
                WV-DEPT-ENTRY (WV-SHIFT-IX).                            09110000
           SUBTRACT 1                       FROM WV-SHIFT-IX.           09120000
                                                                        09130000
       Z090-CALC-VAR.                                                   09140000
      *---------------                                                  09150000
                                                                        09160000
           COMPUTE WV-VAR-AMT = WV-ACT-AMT - WV-BUD-AMT                 09170000
           END-COMPUTE.                                                 09180000
           IF WV-BUD-AMT = ZERO                                         09190000
              IF WV-ACT-AMT > ZERO                                      09200000
                 MOVE WC-PCT-MAX            TO WV-VAR-PCT               09210000
              ELSE                                                      09220000
                 MOVE ZERO                  TO WV-VAR-PCT               09230000
              END-IF                                                    09240000
           ELSE                                                         09250000
              COMPUTE WV-VAR-PCT ROUNDED =                              09260000
                      WV-VAR-AMT * 100 / WV-BUD-AMT                     09270000
                 ON SIZE ERROR                                          09280000
                      MOVE WC-PCT-MAX       TO WV-VAR-PCT               09290000
              END-COMPUTE                                               09300000
           END-IF.                                                      09310000
           IF WV-VAR-PCT > WV-TOL-PCT                                   09320000
              MOVE WC-IC-ON                 TO WI-LINE-OVER             09330000
           END-IF.                                                      09340000
                                                                        09350000
       Z095-WRITE-VAR-LINE.                                             09360000
      *---------------------                                            09370000
                                                                        09380000
           MOVE WC-IC-OFF                   TO WI-LINE-OVER.            09390000
           MOVE WV-BUD-PTD                  TO WV-BUD-AMT               09400000
                                               RPT-DTL-PTD-BUD.         09410000
           MOVE WV-ACT-PTD                  TO WV-ACT-AMT               09420000
                                               RPT-DTL-PTD-ACT.         09430000
           PERFORM Z090-CALC-VAR.                                       09440000
           MOVE WV-VAR-AMT                  TO RPT-DTL-PTD-VAR.         09450000
           MOVE WV-VAR-PCT                  TO RPT-DTL-PTD-PCT.         09460000
                                                                        09470000
           MOVE WV-BUD-YTD                  TO WV-BUD-AMT               09480000
                                               RPT-DTL-YTD-BUD.         09490000
           MOVE WV-ACT-YTD                  TO WV-ACT-AMT               09500000
                                               RPT-DTL-YTD-ACT.         09510000
           PERFORM Z090-CALC-VAR.                                       09520000
           MOVE WV-VAR-AMT                  TO RPT-DTL-YTD-VAR.         09530000
           MOVE WV-VAR-PCT                  TO RPT-DTL-YTD-PCT.         09540000
                                                                        09550000
           IF WI-LINE-OVER = WC-IC-ON                                   09560000
              MOVE '**OVER'                 TO RPT-DTL-FLAG             09570000
           ELSE                                                         09580000
              MOVE SPACES                   TO RPT-DTL-FLAG             09590000
           END-IF.                                                      09600000
           MOVE WS-RPT-DTL                  TO RPT-REC.                 09610000
           PERFORM Z230-WRITE-RPT-REC.                                  09620000
                                                                        09630000
       Z097-WRITE-HC-LINE.                                              09640000
      *--------------------                                             09650000
                                                                        09660000
           MOVE WC-IC-OFF                   TO WI-LINE-OVER.            09670000
           MOVE WV-BUD-HC                   TO WV-BUD-AMT               09680000
                                               RPT-HC-BUD.              09690000
           MOVE WV-ACT-HC                   TO WV-ACT-AMT               09700000
                                               RPT-HC-ACT.              09710000
           PERFORM Z090-CALC-VAR.                                       09720000
           MOVE WV-VAR-AMT                  TO RPT-HC-VAR.              09730000
           MOVE WV-VAR-PCT                  TO RPT-HC-PCT.              09740000
           IF WI-LINE-OVER = WC-IC-ON                                   09750000
              MOVE '**OVER'                 TO RPT-HC-FLAG              09760000
           ELSE                                                         09770000
              MOVE SPACES                   TO RPT-HC-FLAG              09780000
           END-IF.                                                      09790000
           MOVE WS-RPT-HC                   TO RPT-REC.                 09800000
           PERFORM Z230-WRITE-RPT-REC.                                  09810000
                                                                        09820000
       Z200-WRITE-RPT-HDR.                                              09830000
      *--------------------                                             09840000
                                                                        09850000
           ADD WC-ONE                       TO WA-RPT-PAGE-CTR.         09860000
           MOVE WA-RPT-PAGE-CTR             TO RPT-HDR-PAGE.            09870000
           IF WA-RPT-PAGE-CTR = 1                                       09880000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            09890000
           ELSE                                                         09900000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            09910000
                    AFTER ADVANCING NEXT-PAGE                           09920000
           END-IF.                                                      09930000
           MOVE SPACES                      TO RPT-REC.                 09940000
           WRITE RPT-REC.                                               09950000
           WRITE RPT-REC                    FROM WS-RPT-HDR2.           09960000
           MOVE SPACES                      TO RPT-REC.                 09970000
           WRITE RPT-REC.                                               09980000
           MOVE 4                           TO WA-RPT-LINE-CTR.         09990000
                                                                        10000000
       Z230-WRITE-RPT-REC.                                              10010000
      *--------------------                                             10020000
                                                                        10030000
           IF WA-RPT-LINE-CTR >= WC-RPT-MAX-LINE                        10040000
              MOVE RPT-REC                  TO WV-HOLD-LINE             10050000
              PERFORM Z200-WRITE-RPT-HDR                                10060000
              MOVE WV-HOLD-LINE             TO RPT-REC                  10070000
           END-IF.                                                      10080000
           WRITE RPT-REC.                                               10090000
           ADD WC-ONE                       TO WA-RPT-LINE-CTR.         10100000
                                                                        10110000
       Z990-PCS-CTRS.                                                   10120000
      *---------------                                                  10130000
                                                                        10140000
           DISPLAY 'NUMBER OF PAY RECORDS READ     :-' WA-PAY-READ-CTR. 10150000
           DISPLAY 'NUMBER OF BUDGET RECORDS READ  :-' WA-BUD-READ-CTR. 10160000
           DISPLAY 'NUMBER OF BUDGET RECORDS USED  :-' WA-BUD-USED-CTR. 10170000
           DISPLAY 'NUMBER OF YTD RECORDS READ     :-' WA-YTD-READ-CTR. 10180000
           DISPLAY 'NUMBER OF DEPARTMENTS REPORTED :-' WA-DEPT-RPT-CTR. 10190000
           DISPLAY 'NUMBER OF DEPTS OVER TOLERANCE :-' WA-OVER-CTR.     10200000
                                                                        10210000
       Z997-WRITE-AUDIT-REC.                                            10220000
      *-----------------------                                          10230000
                                                                        10240000
           OPEN EXTEND AUDITFILE.                                       10250000
           INITIALIZE AUDITFILE-REC.                                    10260000
           MOVE WC-PGM-NM                    TO AUD-PGM-NM.             10270000
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-RUN-DATE.           10280000
           MOVE WA-PAY-READ-CTR              TO AUD-READ-CTR.           10290000
           MOVE WA-DEPT-RPT-CTR              TO AUD-WRITE-CTR.          10300000
           MOVE WA-OVER-CTR                  TO AUD-ERROR-CTR.          10310000
           WRITE AUDITFILE-REC.                                         10320000
           CLOSE AUDITFILE.                                             10330000
                                                                        10340000
       Z998-WRITE-ALERT-REC.                                            10350000
      *----------------------                                           10360000
                                                                        10370000
           OPEN EXTEND ALERTFILE.                                       10380000
           MOVE SPACES                       TO ALERTFILE-REC.          10390000
           MOVE WC-PGM-NM                    TO ALT-PGM-NM.             10400000
           MOVE FUNCTION CURRENT-DATE (1:14) TO ALT-TS.                 10410000
           MOVE WV-ALT-SEV                   TO ALT-SEVERITY.           10420000
           MOVE WV-ALT-CD                    TO ALT-EVENT-CD.           10430000
           MOVE WV-ALT-TXT                   TO ALT-TEXT.               10440000
           WRITE ALERTFILE-REC.                                         10450000
           CLOSE ALERTFILE.                                             10460000
