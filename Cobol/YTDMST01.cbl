       ID DIVISION.                                                     00010000
      **************                                                    00020000
                                                                        00030000
       PROGRAM-ID.     YTDMST01.                                        00040000
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
           SELECT  EMPFILE   ASSIGN         TO UT-S-EMPFILE.            00300000
           SELECT  YTDOLD    ASSIGN         TO UT-S-YTDOLD.             00310000
           SELECT  YTDNEW    ASSIGN         TO UT-S-YTDNEW.             00320000
           SELECT  STMTRPT   ASSIGN         TO UT-S-STMTRPT.            00330000
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
       FD EMPFILE                                                       00570000
              LABEL RECORD STANDARD                                     00580000
              BLOCK 0 RECORDS                                           00590000
              RECORDING MODE IS F.                                      00600000
                                                                        00610000
       01 EMP-REC-ZN.                                                   00620000
          03 EMP-REC-TYPE                   PIC X(01).                  00630000
          03 EMP-REC.                                                   00640000
             05 EMP-DPT                     PIC X(03).                  00650000
             05 EMP-NAME                    PIC X(20).                  00660000
             05 EMP-ID                      PIC X(10).                  00670000
             05 FILLER                      PIC X(217).                 00680000
                                                                        00690000
       FD YTDOLD                                                        00700000
              LABEL RECORD STANDARD                                     00710000
              BLOCK 0 RECORDS                                           00720000
              RECORDING MODE IS F.                                      00730000
                                                                        00740000
       01 YTD-OLD-REC.                                                  00750000
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
       01 YTD-OLD-HDR.                                                  00900000
          03 YTD-HDR-TYPE                   PIC X(01).                  00910000
          03 YTD-HDR-YEAR                   PIC X(04).                  00920000
          03 YTD-HDR-POSTED OCCURS 12 TIMES PIC X(01).                  00930000
          03 YTD-HDR-LAST-PERIOD            PIC X(06).                  00940000
          03 YTD-HDR-RUN-DATE               PIC X(08).                  00950000
          03 FILLER                         PIC X(219).                 00960000
                                                                        00970000
       01 YTD-OLD-TRL.                                                  00980000
          03 YTD-TRL-TYPE                   PIC X(01).                  00990000
          03 YTD-TRL-CNT                    PIC 9(09).                  01000000
          03 YTD-TRL-YR-GROSS               PIC 9(13)V99.               01010000
          03 FILLER                         PIC X(225).                 01020000
                                                                        01030000
       FD YTDNEW                                                        01040000
              LABEL RECORD STANDARD                                     01050000
              BLOCK 0 RECORDS                                           01060000
              RECORDING MODE IS F.                                      01070000
                                                                        01080000
       01 YTD-NEW-REC                       PIC X(250).                 01090000
                                                                        01100000
       FD STMTRPT                                                       01110000
              LABEL RECORD STANDARD                                     01120000
              BLOCK 0 RECORDS                                           01130000
              RECORDING MODE IS F.                                      01140000
                                                                        01150000
       01 RPT-REC                           PIC X(132).                 01160000
                                                                        01170000
       FD AUDITFILE                                                     01180000
              LABEL RECORD STANDARD                                     01190000
              BLOCK 0 RECORDS                                           01200000
              RECORDING MODE IS F.                                      01210000
                                                                        01220000
       01 AUDITFILE-REC.                                                01230000
          03 AUD-PGM-NM                        PIC X(08).               01240000
          03 AUD-RUN-DATE                      PIC X(08).               01250000
          03 AUD-READ-CTR                      PIC 9(09).               01260000
          03 AUD-WRITE-CTR                     PIC 9(09).               01270000
          03 AUD-ERROR-CTR                     PIC 9(09).               01280000
                                                                        01290000
       FD ALERTFILE                                                     01300000
              LABEL RECORD STANDARD                                     01310000
              BLOCK 0 RECORDS                                           01320000
              RECORDING MODE IS F.                                      01330000
                                                                        01340000
       01 ALERTFILE-REC.                                                01350000
          03 ALT-PGM-NM                        PIC X(08).               01360000
          03 ALT-TS                            PIC X(14).               01370000
          03 ALT-SEVERITY                      PIC X(01).               01380000
          03 ALT-EVENT-CD                      PIC X(08).               01390000
          03 ALT-TEXT                          PIC X(40).               01400000
          03 FILLER                            PIC X(09).               01410000
                                                                        01420000
       WORKING-STORAGE SECTION.                                         01430000
      *=========================                                        01440000
                                                                        01450000
       01 WS-WA.                                                        01460000
      *---------                                                        01470000
                                                                        01480000
          03 WA-READ-CTR                    PIC S9(09) PACKED-DECIMAL.  01490000
          03 WA-EMP-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01500000
          03 WA-OLD-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01510000
          03 WA-POST-CTR                    PIC S9(09) PACKED-DECIMAL.  01520000
          03 WA-NEW-EMP-CTR                 PIC S9(09) PACKED-DECIMAL.  01530000
          03 WA-DUP-CTR                     PIC S9(09) PACKED-DECIMAL.  01540000
          03 WA-MST-WRITE-CTR               PIC S9(09) PACKED-DECIMAL.  01550000
          03 WA-STM-CTR                     PIC S9(09) PACKED-DECIMAL.  01560000
          03 WA-PRD-GROSS-TOT               PIC S9(13)V99               01570000
                                              PACKED-DECIMAL.           01580000
          03 WA-OLD-YR-GROSS-TOT            PIC S9(13)V99               01590000
                                              PACKED-DECIMAL.           01600000
          03 WA-YR-GROSS-TOT                PIC S9(13)V99               01610000
                                              PACKED-DECIMAL.           01620000
          03 WA-QTD-GROSS-TOT               PIC S9(13)V99               01630000
                                              PACKED-DECIMAL.           01640000
          03 WA-PRD-HC-TOT                  PIC S9(09) PACKED-DECIMAL.  01650000
          03 WA-RPT-LINE-CTR                PIC S9(03) PACKED-DECIMAL.  01660000
          03 WA-RPT-PAGE-CTR                PIC S9(05) PACKED-DECIMAL.  01670000
                                                                        01680000
       01 WS-CS.                                                        01690000
      *---------                                                        01700000
                                                                        01710000
          03 WC-PGM-NM                      PIC X(08) VALUE 'YTDMST01'. 01720000
          03 WC-PCS-NM                      PIC X(40) VALUE             01730000
             'YEAR-TO-DATE EARNINGS MASTER UPDATE'.                     01740000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        01750000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        01760000
          03 WC-ONE                         PIC 9(01) VALUE 1.          01770000
          03 WC-REC-TYPE-HDR                PIC X(01) VALUE 'H'.        01780000
          03 WC-REC-TYPE-DTL                PIC X(01) VALUE 'D'.        01790000
          03 WC-REC-TYPE-TRL                PIC X(01) VALUE 'T'.        01800000
          03 WC-POSTED                      PIC X(01) VALUE 'Y'.        01810000
          03 WC-YTD-MAX                     PIC 9(04) VALUE 1000.       01820000
          03 WC-EMP-MAX                     PIC 9(04) VALUE 1000.       01830000
          03 WC-DEPT-MAX                    PIC 9(03) VALUE 50.         01840000
          03 WC-RPT-MAX-LINE                PIC 9(03) VALUE 55.         01850000
          03 WC-MTH-NAMES                   PIC X(36) VALUE             01860000
             'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.                    01870000
          03 WC-MTH-NAME-TBL REDEFINES WC-MTH-NAMES.                    01880000
             05 WC-MTH-NAME OCCURS 12 TIMES PIC X(03).                  01890000
                                                                        01900000
       01 WS-WV.                                                        01910000
      *---------                                                        01920000
                                                                        01930000
          03 WV-PAY-PERIOD                  PIC X(06).                  01940000
          03 WV-PRD-YEAR                    PIC X(04).                  01950000
          03 WV-PRD-MTH                     PIC 9(02).                  01960000
          03 WV-QTR-IX                      PIC S9(03) BINARY.          01970000
          03 WV-MTH-IX                      PIC S9(03) BINARY.          01980000
          03 WV-STM-FROM-MTH                PIC S9(03) BINARY.          01990000
          03 WV-STM-IX                      PIC S9(03) BINARY.          02000000
          03 WV-MST-YEAR                    PIC X(04).                  02010000
          03 WV-MST-LAST-PERIOD             PIC X(06).                  02020000
          03 WV-MST-POSTED OCCURS 12 TIMES  PIC X(01).                  02030000
          03 WV-MST-KEY                     PIC X(10).                  02040000
          03 WV-DEPT-KEY                    PIC X(03).                  02050000
          03 WV-RPT-TITLE                   PIC X(40).                  02060000
          03 WV-RPT-HDR2                    PIC X(132).                 02070000
          03 WV-HOLD-LINE                   PIC X(132).                 02080000
          03 WV-CTR-DISP                    PIC ZZ,ZZZ,ZZ9.             02090000
          03 WV-AMT-DISP                    PIC $ZZZ,ZZZ,ZZ9.99.        02100000
          03 WV-TOT-DISP                    PIC $Z,ZZZ,ZZZ,ZZZ,ZZ9.99.  02110000
          03 WV-QTR-DISP                    PIC 9(01).                  02120000
          03 WV-TRL-CNT-X                   PIC X(09).                  02130000
          03 WV-TRL-CNT                     PIC 9(09).                  02140000
          03 WV-TRL-GROSS-X                 PIC X(15).                  02150000
          03 WV-TRL-GROSS-9 REDEFINES WV-TRL-GROSS-X                    02153000
                                            PIC 9(13)V99.               02156000
          03 WV-TRL-GROSS                   PIC 9(13)V99.               02160000
          03 WV-YTD-IX                      PIC S9(05) BINARY.          02170000
          03 WV-YTD-CNT                     PIC S9(05) BINARY.          02180000
          03 WV-YTD-FOUND-SW                PIC X(01).                  02190000
          03 WV-SHIFT-IX                    PIC S9(05) BINARY.          02200000
          03 WV-EMP-IX                      PIC S9(05) BINARY.          02210000
          03 WV-EMP-CNT                     PIC S9(05) BINARY.          02220000
          03 WV-EMP-FOUND-SW                PIC X(01).                  02230000
          03 WV-DEPT-IX                     PIC S9(03) BINARY.          02240000
          03 WV-DEPT-CNT                    PIC S9(03) BINARY.          02250000
          03 WV-DEPT-FOUND-SW               PIC X(01).                  02260000
                                                                        02270000
       01 WS-ALERT.                                                     02280000
      *------------                                                     02290000
                                                                        02300000
          03 WV-ALT-SEV                     PIC X(01).                  02310000
          03 WV-ALT-CD                      PIC X(08).                  02320000
          03 WV-ALT-TXT                     PIC X(40).                  02330000
                                                                        02340000
       01 WS-YTD-TBL.                                                   02350000
      *---------------                                                  02360000
                                                                        02370000
          03 WV-YTD-ENTRY OCCURS 1000 TIMES.                            02380000
             05 WV-YTD-EMP-ID               PIC X(10).                  02390000
             05 WV-YTD-EMP-DPT              PIC X(03).                  02400000
             05 WV-YTD-PAY-TYPE             PIC X(03).                  02410000
             05 WV-YTD-EMP-NAME             PIC X(20).                  02420000
             05 WV-YTD-LAST-PERIOD          PIC X(06).                  02430000
             05 WV-YTD-MTH-GROSS OCCURS 12 TIMES                        02440000
                                            PIC 9(09)V99.               02450000
             05 WV-YTD-QTR-GROSS OCCURS 4 TIMES                         02460000
                                            PIC 9(11)V99.               02470000
             05 WV-YTD-YR-GROSS             PIC 9(11)V99.               02480000
                                                                        02490000
       01 WS-EMP-TBL.                                                   02500000
      *---------------                                                  02510000
                                                                        02520000
          03 WV-EMP-ENTRY OCCURS 1000 TIMES.                            02530000
             05 WV-EMP-TBL-ID               PIC X(10).                  02540000
             05 WV-EMP-TBL-NAME             PIC X(20).                  02550000
                                                                        02560000
       01 WS-DEPT-SUM.                                                  02570000
      *--------------                                                   02580000
                                                                        02590000
          03 WV-DEPT-TBL OCCURS 50 TIMES.                               02600000
             05 WV-DEPT-TBL-DPT             PIC X(03).                  02610000
             05 WV-DEPT-TBL-HC              PIC S9(05)                  02620000
                                              PACKED-DECIMAL.           02630000
             05 WV-DEPT-TBL-GROSS           PIC S9(11)V99               02640000
                                              PACKED-DECIMAL.           02650000
             05 WV-DEPT-TBL-QTD             PIC S9(11)V99               02660000
                                              PACKED-DECIMAL.           02670000
             05 WV-DEPT-TBL-YTD             PIC S9(11)V99               02680000
                                              PACKED-DECIMAL.           02690000
                                                                        02700000
       01 WS-RPT-HDR1.                                                  02710000
      *----------------                                                 02720000
                                                                        02730000
          03 FILLER                         PIC X(08) VALUE 'YTDMST01'. 02740000
          03 FILLER                         PIC X(05) VALUE SPACES.     02750000
          03 RPT-HDR-TITLE                  PIC X(40).                  02760000
          03 FILLER                         PIC X(01) VALUE SPACES.     02770000
          03 FILLER                         PIC X(07) VALUE 'PERIOD '.  02780000
          03 RPT-HDR-PERIOD                 PIC X(06).                  02790000
          03 FILLER                         PIC X(54) VALUE SPACES.     02800000
          03 FILLER                         PIC X(05) VALUE 'PAGE '.    02810000
          03 RPT-HDR-PAGE                   PIC ZZ,ZZ9.                 02820000
                                                                        02830000
       01 WS-RPT-RECAP-HDR.                                             02840000
      *---------------------                                            02850000
                                                                        02860000
          03 FILLER                         PIC X(04) VALUE 'DEPT'.     02870000
          03 FILLER                         PIC X(05) VALUE SPACES.     02880000
          03 FILLER                         PIC X(09) VALUE             02890000
             'HEADCOUNT'.                                               02900000
          03 FILLER                         PIC X(05) VALUE SPACES.     02910000
          03 FILLER                         PIC X(15) VALUE             02920000
             '   PERIOD GROSS'.                                         02930000
          03 FILLER                         PIC X(03) VALUE SPACES.     02940000
          03 FILLER                         PIC X(15) VALUE             02950000
             'QUARTER-TO-DATE'.                                         02960000
          03 FILLER                         PIC X(03) VALUE SPACES.     02970000
          03 FILLER                         PIC X(15) VALUE             02980000
             '   YEAR-TO-DATE'.                                         02990000
          03 FILLER                         PIC X(58) VALUE SPACES.     03000000
                                                                        03010000
       01 WS-RPT-STM-DTL.                                               03020000
      *-------------------                                              03030000
                                                                        03040000
          03 RPT-STM-LABEL                  PIC X(20).                  03050000
          03 FILLER                         PIC X(02) VALUE SPACES.     03060000
          03 RPT-STM-AMT                    PIC $ZZZ,ZZZ,ZZ9.99.        03070000
          03 FILLER                         PIC X(95) VALUE SPACES.     03080000
                                                                        03090000
       01 WS-WI.                                                        03100000
      *---------                                                        03110000
                                                                        03120000
          03 WI-EOF-PAYFILE                 PIC X(01).                  03130000
          03 WI-EOF-EMPFILE                 PIC X(01).                  03140000
          03 WI-EOF-YTDOLD                  PIC X(01).                  03150000
          03 WI-REC-SKIPPED                 PIC X(01).                  03160000
          03 WI-RUN-OK                      PIC X(01).                  03170000
          03 WI-TRL-SEEN                    PIC X(01).                  03180000
          03 WI-OLD-TRL-SEEN                PIC X(01).                  03190000
          03 WI-QTR-END                     PIC X(01).                  03200000
          03 WI-YEAR-END                    PIC X(01).                  03210000
                                                                        03220000
       PROCEDURE DIVISION.                                              03230000
      ********************                                              03240000
                                                                        03250000
           PERFORM A010-STT-YTD-PCS.                                    03260000
           PERFORM A020-PCS-PAY-REC                                     03270000
                   UNTIL WI-EOF-PAYFILE = HIGH-VALUES.                  03280000
           PERFORM A030-END-YTD-PCS.                                    03290000
           STOP RUN.                                                    03300000
                                                                        03310000
      **************************** LEVEL A *****************************03320000
                                                                        03330000
       A010-STT-YTD-PCS.                                                03340000
      *------------------                                               03350000
                                                                        03360000
           PERFORM Z030-INIT-FLDS.                                      03370000
           PERFORM Z038-LOAD-EMP-FILE.                                  03380000
           PERFORM Z050-LOAD-OLD-MASTER.                                03390000
                                                                        03400000
           OPEN INPUT  PAYFILE                                          03410000
                OUTPUT STMTRPT.                                         03420000
                                                                        03430000
           IF WI-RUN-OK = WC-IC-ON                                      03440000
              PERFORM Z045-READ-PAY-HDR                                 03450000
           END-IF.                                                      03460000
                                                                        03470000
           IF WI-RUN-OK = WC-IC-ON                                      03480000
              PERFORM B005-CHK-PERIOD                                   03490000
           END-IF.                                                      03500000
                                                                        03510000
           IF WI-RUN-OK = WC-IC-ON                                      03520000
              PERFORM Z040-READ-PAYFILE                                 03530000
           ELSE                                                         03540000
              MOVE HIGH-VALUES              TO WI-EOF-PAYFILE           03550000
           END-IF.                                                      03560000
                                                                        03570000
       A020-PCS-PAY-REC.                                                03580000
      *------------------                                               03590000
                                                                        03600000
           IF WI-RUN-OK = WC-IC-ON                                      03610000
              PERFORM B010-POST-PAY-REC                                 03620000
           END-IF.                                                      03630000
           PERFORM Z040-READ-PAYFILE.                                   03640000
                                                                        03650000
       A030-END-YTD-PCS.                                                03660000
      *------------------                                               03670000
                                                                        03680000
           IF WI-RUN-OK = WC-IC-ON                                      03690000
              PERFORM B040-CHK-PAY-TRL                                  03700000
           END-IF.                                                      03710000
                                                                        03720000
           IF WI-RUN-OK = WC-IC-ON                                      03730000
              MOVE WC-POSTED                TO                          03740000
                   WV-MST-POSTED (WV-PRD-MTH)                           03750000
              MOVE WV-PAY-PERIOD            TO WV-MST-LAST-PERIOD       03760000
              PERFORM B050-WRITE-NEW-MASTER                             03770000
              IF WI-QTR-END = WC-IC-ON                                  03780000
                 PERFORM C010-PRT-STATEMENTS                            03790000
                 PERFORM C050-PRT-DEPT-RECAP                            03800000
              END-IF                                                    03810000
              PERFORM Z210-WRITE-RPT-TOTALS                             03820000
           ELSE                                                         03830000
              MOVE 8                        TO RETURN-CODE              03840000
              DISPLAY 'RUN REFUSED - YTD MASTER NOT UPDATED'            03850000
           END-IF.                                                      03860000
                                                                        03870000
           CLOSE PAYFILE                                                03880000
                 STMTRPT.                                               03890000
                                                                        03900000
           PERFORM Z990-PCS-CTRS.                                       03910000
           PERFORM Z997-WRITE-AUDIT-REC.                                03920000
                                                                        03930000
      **************************** LEVEL B *****************************03940000
                                                                        03950000
       B005-CHK-PERIOD.                                                 03960000
      *-----------------                                                03970000
                                                                        03980000
           MOVE WV-PAY-PERIOD (1:4)         TO WV-PRD-YEAR.             03990000
           IF WV-PAY-PERIOD IS NOT NUMERIC                              04000000
              DISPLAY 'PAYFILE PERIOD NOT VALID: ' WV-PAY-PERIOD        04010000
              MOVE WC-IC-OFF                TO WI-RUN-OK                04020000
           ELSE                                                         04030000
              MOVE WV-PAY-PERIOD (5:2)      TO WV-PRD-MTH               04040000
              IF WV-PRD-MTH < 1 OR WV-PRD-MTH > 12                      04050000
                 DISPLAY 'PAYFILE PERIOD NOT VALID: ' WV-PAY-PERIOD     04060000
                 MOVE WC-IC-OFF             TO WI-RUN-OK                04070000
              END-IF                                                    04080000
           END-IF.                                                      04090000
                                                                        04100000
           IF WI-RUN-OK = WC-IC-ON                                      04110000
              EVALUATE TRUE                                             04120000
                  WHEN WV-MST-YEAR = SPACES                             04130000
                       MOVE WV-PRD-YEAR     TO WV-MST-YEAR              04140000
                       DISPLAY 'YTD MASTER STARTED FOR YEAR '           04150000
                               WV-MST-YEAR                              04160000
                  WHEN WV-PRD-YEAR > WV-MST-YEAR                        04170000
                       PERFORM B006-ROLL-NEW-YEAR                       04180000
                  WHEN WV-PRD-YEAR < WV-MST-YEAR                        04190000
                       DISPLAY 'PERIOD ' WV-PAY-PERIOD                  04200000
                               ' IS BEFORE MASTER YEAR ' WV-MST-YEAR    04210000
                       MOVE WC-IC-OFF       TO WI-RUN-OK                04220000
                  WHEN OTHER                                            04230000
                       CONTINUE                                         04240000
              END-EVALUATE                                              04250000
           END-IF.                                                      04260000
                                                                        04270000
           IF WI-RUN-OK = WC-IC-ON                                      04280000
              AND WV-MST-POSTED (WV-PRD-MTH) = WC-POSTED                04290000
              DISPLAY 'PERIOD ' WV-PAY-PERIOD                           04300000
                      ' ALREADY POSTED TO YTD MASTER'                   04310000
              MOVE WC-IC-OFF                TO WI-RUN-OK                04320000
              MOVE 'H'                      TO WV-ALT-SEV               04330000
              MOVE 'DUPPOST'                TO WV-ALT-CD                04340000
              MOVE 'PAY PERIOD ALREADY POSTED - RUN REFUSED'            04350000
                                            TO WV-ALT-TXT               04360000
              PERFORM Z998-WRITE-ALERT-REC                              04370000
           END-IF.                                                      04380000
                                                                        04390000
           IF WI-RUN-OK = WC-IC-ON                                      04400000
              COMPUTE WV-QTR-IX = (WV-PRD-MTH + 2) / 3                  04410000
              IF WV-PRD-MTH = 3 OR 6 OR 9 OR 12                         04420000
                 MOVE WC-IC-ON              TO WI-QTR-END               04430000
              END-IF                                                    04440000
              IF WV-PRD-MTH = 12                                        04450000
                 MOVE WC-IC-ON              TO WI-YEAR-END              04460000
              END-IF                                                    04470000
              MOVE WV-PAY-PERIOD            TO RPT-HDR-PERIOD           04480000
              DISPLAY 'YTD POSTING FOR PERIOD ' WV-PAY-PERIOD           04490000
           END-IF.                                                      04500000
                                                                        04510000
       B006-ROLL-NEW-YEAR.                                              04520000
      *--------------------                                             04530000
                                                                        04540000
           DISPLAY 'YTD MASTER ROLLED FROM YEAR ' WV-MST-YEAR           04550000
                   ' TO ' WV-PRD-YEAR.                                  04560000
           MOVE WV-PRD-YEAR                 TO WV-MST-YEAR.             04570000
           MOVE ZERO                        TO WV-MTH-IX.               04580000
           PERFORM B007-CLEAR-POSTED                                    04590000
                   UNTIL WV-MTH-IX >= 12.                               04600000
                                                                        04610000
           MOVE ZERO                        TO WV-YTD-IX.               04620000
           PERFORM B008-CLEAR-YTD-ENTRY                                 04630000
                   UNTIL WV-YTD-IX >= WV-YTD-CNT.                       04640000
                                                                        04650000
       B007-CLEAR-POSTED.                                               04660000
      *-------------------                                              04670000
                                                                        04680000
           ADD 1                            TO WV-MTH-IX.               04690000
           MOVE SPACES                      TO                          04700000
                WV-MST-POSTED (WV-MTH-IX).                              04710000
                                                                        04720000
       B008-CLEAR-YTD-ENTRY.                                            04730000
      *----------------------                                           04740000
                                                                        04750000
           ADD 1                            TO WV-YTD-IX.               04760000
           MOVE ZERO                        TO WV-MTH-IX.               04770000
           PERFORM B009-CLEAR-MTH                                       04780000
                   UNTIL WV-MTH-IX >= 12.                               04790000
           MOVE ZERO                        TO                          04800000
                WV-YTD-QTR-GROSS (WV-YTD-IX, 1)                         04810000
                WV-YTD-QTR-GROSS (WV-YTD-IX, 2)                         04820000
                WV-YTD-QTR-GROSS (WV-YTD-IX, 3)                         04830000
                WV-YTD-QTR-GROSS (WV-YTD-IX, 4)                         04840000
                WV-YTD-YR-GROSS (WV-YTD-IX).                            04850000
                                                                        04860000
       B009-CLEAR-MTH.                                                  04870000
      *----------------                                                 04880000
                                                                        04890000
           ADD 1                            TO WV-MTH-IX.               04900000
           MOVE ZERO                        TO                          04910000
                WV-YTD-MTH-GROSS (WV-YTD-IX, WV-MTH-IX).                04920000
                                                                        04930000
       B010-POST-PAY-REC.                                               04940000
      *-------------------                                              04950000
                                                                        04960000
           IF PAY-PERIOD NOT = WV-PAY-PERIOD                            04970000
              OR PAY-GROSS IS NOT NUMERIC                               04980000
              DISPLAY 'PAYFILE RECORD NOT VALID FOR PERIOD '            04990000
                      WV-PAY-PERIOD ' - EMP ID:' PAY-EMP-ID             05000000
              MOVE WC-IC-OFF                TO WI-RUN-OK                05010000
           ELSE                                                         05020000
              MOVE PAY-EMP-ID               TO WV-MST-KEY               05030000
              PERFORM Z060-FIND-YTD-SLOT                                05040000
              IF WV-YTD-FOUND-SW = WC-IC-ON                             05050000
                 AND WV-YTD-EMP-ID (WV-YTD-IX) = PAY-EMP-ID             05060000
                 PERFORM B020-UPDATE-YTD-ENTRY                          05070000
              ELSE                                                      05080000
                 PERFORM B015-INSERT-YTD-ENTRY                          05090000
              END-IF                                                    05100000
           END-IF.                                                      05110000
                                                                        05120000
       B015-INSERT-YTD-ENTRY.                                           05130000
      *-----------------------                                          05140000
                                                                        05150000
           IF WV-YTD-CNT >= WC-YTD-MAX                                  05160000
              DISPLAY 'YTD TABLE FULL - EMP ID NOT POSTED:'             05170000
                      PAY-EMP-ID                                        05180000
              MOVE WC-IC-OFF                TO WI-RUN-OK                05190000
              MOVE 'H'                      TO WV-ALT-SEV               05200000
              MOVE 'TBLFULL'                TO WV-ALT-CD                05210000
              MOVE 'YTD MASTER TABLE FULL - RUN REFUSED'                05220000
                                            TO WV-ALT-TXT               05230000
              PERFORM Z998-WRITE-ALERT-REC                              05240000
           ELSE                                                         05250000
              IF WV-YTD-FOUND-SW = WC-IC-OFF                            05260000
                 COMPUTE WV-YTD-IX = WV-YTD-CNT + 1                     05270000
              END-IF                                                    05280000
              MOVE WV-YTD-CNT               TO WV-SHIFT-IX              05290000
              PERFORM B017-SHIFT-YTD-ENTRY                              05300000
                      UNTIL WV-SHIFT-IX < WV-YTD-IX                     05310000
              ADD 1                         TO WV-YTD-CNT               05320000
              INITIALIZE WV-YTD-ENTRY (WV-YTD-IX)                       05330000
              MOVE PAY-EMP-ID               TO                          05340000
                   WV-YTD-EMP-ID (WV-YTD-IX)                            05350000
              ADD WC-ONE                    TO WA-NEW-EMP-CTR           05360000
              PERFORM B020-UPDATE-YTD-ENTRY                             05370000
           END-IF.                                                      05380000
                                                                        05390000
       B017-SHIFT-YTD-ENTRY.                                            05400000
      *----------------------                                           05410000
                                                                        05420000
           MOVE WV-YTD-ENTRY (WV-SHIFT-IX)  TO                          05430000
                WV-YTD-ENTRY (WV-SHIFT-IX + 1).                         05440000
           SUBTRACT 1                       FROM WV-SHIFT-IX.           05450000
                                                                        05460000
       B020-UPDATE-YTD-ENTRY.                                           05470000
      *-----------------------                                          05480000
                                                                        05490000
           IF WV-YTD-LAST-PERIOD (WV-YTD-IX) = WV-PAY-PERIOD            05500000
              DISPLAY 'DUPLICATE PAY RECORD NOT POSTED - EMP ID:'       05510000
                      PAY-EMP-ID                                        05520000
              ADD WC-ONE                    TO WA-DUP-CTR               05530000
              MOVE 4                        TO RETURN-CODE              05540000
           ELSE                                                         05550000
              MOVE PAY-EMP-DPT              TO                          05560000
                   WV-YTD-EMP-DPT (WV-YTD-IX)                           05570000
              MOVE PAY-TYPE                 TO                          05580000
                   WV-YTD-PAY-TYPE (WV-YTD-IX)                          05590000
              MOVE WV-PAY-PERIOD            TO                          05600000
                   WV-YTD-LAST-PERIOD (WV-YTD-IX)                       05610000
              PERFORM Z065-FIND-EMP-NAME                                05620000
              ADD PAY-GROSS                 TO                          05630000
                  WV-YTD-MTH-GROSS (WV-YTD-IX, WV-PRD-MTH)              05640000
                  WV-YTD-QTR-GROSS (WV-YTD-IX, WV-QTR-IX)               05650000
                  WV-YTD-YR-GROSS (WV-YTD-IX)                           05660000
              ADD WC-ONE                    TO WA-POST-CTR              05670000
              ADD PAY-GROSS                 TO WA-PRD-GROSS-TOT         05680000
              MOVE PAY-EMP-DPT              TO WV-DEPT-KEY              05690000
              PERFORM Z070-FIND-DEPT-SLOT                               05700000
              IF WV-DEPT-FOUND-SW = WC-IC-ON                            05710000
                 ADD 1                      TO                          05720000
                     WV-DEPT-TBL-HC (WV-DEPT-IX)                        05730000
                 ADD PAY-GROSS              TO                          05740000
                     WV-DEPT-TBL-GROSS (WV-DEPT-IX)                     05750000
              END-IF                                                    05760000
           END-IF.                                                      05770000
                                                                        05780000
       B040-CHK-PAY-TRL.                                                05790000
      *------------------                                               05800000
                                                                        05810000
           IF WI-TRL-SEEN = WC-IC-OFF                                   05820000
              DISPLAY 'PAYFILE TRAILER MISSING'                         05830000
              MOVE WC-IC-OFF                TO WI-RUN-OK                05840000
           ELSE                                                         05850000
              IF WV-TRL-CNT-X IS NOT NUMERIC                            05860000
                 OR WV-TRL-CNT NOT = WA-READ-CTR                        05870000
                 DISPLAY 'PAYFILE TRAILER COUNT ' WV-TRL-CNT-X          05880000
                         ' DOES NOT MATCH DETAIL RECORDS '              05890000
                         WA-READ-CTR                                    05900000
                 MOVE WC-IC-OFF             TO WI-RUN-OK                05910000
              END-IF                                                    05920000
              IF WV-TRL-GROSS-X IS NOT NUMERIC                          05930000
                 OR WV-TRL-GROSS NOT = WA-PRD-GROSS-TOT                 05940000
                 DISPLAY 'PAYFILE TRAILER GROSS ' WV-TRL-GROSS-X        05950000
                         ' DOES NOT MATCH GROSS POSTED '                05960000
                         WA-PRD-GROSS-TOT                               05970000
                 MOVE WC-IC-OFF             TO WI-RUN-OK                05980000
              END-IF                                                    05990000
           END-IF.                                                      06000000
                                                                        06010000
           IF WI-RUN-OK = WC-IC-OFF                                     06020000
              MOVE 'H'                      TO WV-ALT-SEV               06030000
              MOVE 'PAYBAL'                 TO WV-ALT-CD                06040000
              MOVE 'PAYFILE DOES NOT BALANCE - YTD NOT POSTED'          06050000
                                            TO WV-ALT-TXT               06060000
              PERFORM Z998-WRITE-ALERT-REC                              06070000
           END-IF.                                                      06080000
                                                                        06090000
       B050-WRITE-NEW-MASTER.                                           06100000
      *-----------------------                                          06110000
                                                                        06120000
           OPEN OUTPUT YTDNEW.                                          06130000
                                                                        06140000
           MOVE SPACES                      TO YTD-OLD-HDR.             06150000
           MOVE WC-REC-TYPE-HDR             TO YTD-HDR-TYPE.            06160000
           MOVE WV-MST-YEAR                 TO YTD-HDR-YEAR.            06170000
           MOVE ZERO                        TO WV-MTH-IX.               06180000
           PERFORM B052-MOVE-POSTED                                     06190000
                   UNTIL WV-MTH-IX >= 12.                               06200000
           MOVE WV-MST-LAST-PERIOD          TO YTD-HDR-LAST-PERIOD.     06210000
           MOVE FUNCTION CURRENT-DATE (1:8) TO YTD-HDR-RUN-DATE.        06220000
           WRITE YTD-NEW-REC                FROM YTD-OLD-HDR.           06230000
                                                                        06240000
           MOVE ZERO                        TO WV-YTD-IX.               06250000
           PERFORM B055-WRITE-YTD-ENTRY                                 06260000
                   UNTIL WV-YTD-IX >= WV-YTD-CNT.                       06270000
                                                                        06280000
           MOVE SPACES                      TO YTD-OLD-TRL.             06290000
           MOVE WC-REC-TYPE-TRL             TO YTD-TRL-TYPE.            06300000
           MOVE WA-MST-WRITE-CTR            TO YTD-TRL-CNT.             06310000
           MOVE WA-YR-GROSS-TOT             TO YTD-TRL-YR-GROSS.        06320000
           WRITE YTD-NEW-REC                FROM YTD-OLD-TRL.           06330000
                                                                        06340000
           CLOSE YTDNEW.                                                06350000
                                                                        06360000
       B052-MOVE-POSTED.                                                06370000
      *------------------                                               06380000
                                                                        06390000
           ADD 1                            TO WV-MTH-IX.               06400000
           MOVE WV-MST-POSTED (WV-MTH-IX)   TO                          06410000
                YTD-HDR-POSTED (WV-MTH-IX).                             06420000
                                                                        06430000
       B055-WRITE-YTD-ENTRY.                                            06440000
      *----------------------                                           06450000
                                                                        06460000
           ADD 1                            TO WV-YTD-IX.               06470000
           MOVE SPACES                      TO YTD-OLD-REC.             06480000
           MOVE WC-REC-TYPE-DTL             TO YTD-REC-TYPE.            06490000
           MOVE WV-YTD-ENTRY (WV-YTD-IX)    TO YTD-DTL-DATA.            06500000
           WRITE YTD-NEW-REC                FROM YTD-OLD-REC.           06510000
                                                                        06520000
           ADD WC-ONE                       TO WA-MST-WRITE-CTR.        06530000
           ADD WV-YTD-YR-GROSS (WV-YTD-IX)  TO WA-YR-GROSS-TOT.         06540000
           ADD WV-YTD-QTR-GROSS (WV-YTD-IX, WV-QTR-IX)                  06550000
                                            TO WA-QTD-GROSS-TOT.        06560000
                                                                        06570000
           MOVE WV-YTD-EMP-DPT (WV-YTD-IX)  TO WV-DEPT-KEY.             06580000
           PERFORM Z070-FIND-DEPT-SLOT.                                 06590000
           IF WV-DEPT-FOUND-SW = WC-IC-ON                               06600000
              ADD WV-YTD-QTR-GROSS (WV-YTD-IX, WV-QTR-IX)               06610000
                                            TO                          06620000
                  WV-DEPT-TBL-QTD (WV-DEPT-IX)                          06630000
              ADD WV-YTD-YR-GROSS (WV-YTD-IX)                           06640000
                                            TO                          06650000
                  WV-DEPT-TBL-YTD (WV-DEPT-IX)                          06660000
           END-IF.                                                      06670000
                                                                        06680000
      **************************** LEVEL C *****************************06690000
                                                                        06700000
       C010-PRT-STATEMENTS.                                             06710000
      *---------------------                                            06720000
                                                                        06730000
           MOVE WV-QTR-IX                   TO WV-QTR-DISP.             06740000
           MOVE SPACES                      TO WV-RPT-TITLE.            06750000
           IF WI-YEAR-END = WC-IC-ON                                    06760000
              MOVE 'YEAR-END EARNINGS STATEMENT'                        06770000
                                            TO WV-RPT-TITLE             06780000
              MOVE 1                        TO WV-STM-FROM-MTH          06790000
           ELSE                                                         06800000
              STRING 'EARNINGS STATEMENT - QUARTER '                    06810000
                                            DELIMITED BY SIZE           06820000
                     WV-QTR-DISP            DELIMITED BY SIZE           06830000
                     INTO WV-RPT-TITLE                                  06840000
              END-STRING                                                06850000
              COMPUTE WV-STM-FROM-MTH = WV-PRD-MTH - 2                  06860000
           END-IF.                                                      06870000
                                                                        06880000
           MOVE ZERO                        TO WV-YTD-IX.               06890000
           PERFORM C020-PRT-EMP-STATEMENT                               06900000
                   UNTIL WV-YTD-IX >= WV-YTD-CNT.                       06910000
                                                                        06920000
       C020-PRT-EMP-STATEMENT.                                          06930000
      *------------------------                                         06940000
                                                                        06950000
           ADD 1                            TO WV-YTD-IX.               06960000
                                                                        06970000
           IF WV-YTD-YR-GROSS (WV-YTD-IX) > ZERO                        06980000
              MOVE SPACES                   TO WV-RPT-HDR2              06990000
              STRING 'EMPLOYEE ID: '        DELIMITED BY SIZE           07000000
                     WV-YTD-EMP-ID (WV-YTD-IX)                          07010000
                                            DELIMITED BY SIZE           07020000
                     '    NAME: '           DELIMITED BY SIZE           07030000
                     WV-YTD-EMP-NAME (WV-YTD-IX)                        07040000
                                            DELIMITED BY SIZE           07050000
                     '    DEPT: '           DELIMITED BY SIZE           07060000
                     WV-YTD-EMP-DPT (WV-YTD-IX)                         07070000
                                            DELIMITED BY SIZE           07080000
                     '    TYPE: '           DELIMITED BY SIZE           07090000
                     WV-YTD-PAY-TYPE (WV-YTD-IX)                        07100000
                                            DELIMITED BY SIZE           07110000
                     INTO WV-RPT-HDR2                                   07120000
              END-STRING                                                07130000
              PERFORM Z200-WRITE-RPT-HDR                                07140000
              ADD WC-ONE                    TO WA-STM-CTR               07150000
                                                                        07160000
              COMPUTE WV-STM-IX = WV-STM-FROM-MTH - 1                   07170000
              PERFORM C030-PRT-STM-MTH                                  07180000
                      UNTIL WV-STM-IX >= WV-PRD-MTH                     07190000
              MOVE SPACES                   TO RPT-REC                  07200000
              PERFORM Z220-WRITE-RPT-REC                                07210000
                                                                        07220000
              MOVE ZERO                     TO WV-STM-IX                07230000
              PERFORM C040-PRT-STM-QTR                                  07240000
                      UNTIL WV-STM-IX >= WV-QTR-IX                      07250000
              MOVE SPACES                   TO RPT-REC                  07260000
              PERFORM Z220-WRITE-RPT-REC                                07270000
                                                                        07280000
              MOVE 'YEAR TO DATE'           TO RPT-STM-LABEL            07290000
              MOVE WV-YTD-YR-GROSS (WV-YTD-IX)                          07300000
                                            TO RPT-STM-AMT              07310000
              MOVE WS-RPT-STM-DTL           TO RPT-REC                  07320000
              PERFORM Z220-WRITE-RPT-REC                                07330000
           END-IF.                                                      07340000
                                                                        07350000
       C030-PRT-STM-MTH.                                                07360000
      *------------------                                               07370000
                                                                        07380000
           ADD 1                            TO WV-STM-IX.               07390000
           MOVE SPACES                      TO RPT-STM-LABEL.           07400000
           STRING WC-MTH-NAME (WV-STM-IX)   DELIMITED BY SIZE           07410000
                  ' '                       DELIMITED BY SIZE           07420000
                  WV-MST-YEAR               DELIMITED BY SIZE           07430000
                  INTO RPT-STM-LABEL                                    07440000
           END-STRING.                                                  07450000
           MOVE WV-YTD-MTH-GROSS (WV-YTD-IX, WV-STM-IX)                 07460000
                                            TO RPT-STM-AMT.             07470000
           MOVE WS-RPT-STM-DTL              TO RPT-REC.                 07480000
           PERFORM Z220-WRITE-RPT-REC.                                  07490000
                                                                        07500000
       C040-PRT-STM-QTR.                                                07510000
      *------------------                                               07520000
                                                                        07530000
           ADD 1                            TO WV-STM-IX.               07540000
           MOVE WV-STM-IX                   TO WV-QTR-DISP.             07550000
           MOVE SPACES                      TO RPT-STM-LABEL.           07560000
           STRING 'QUARTER '                DELIMITED BY SIZE           07570000
                  WV-QTR-DISP               DELIMITED BY SIZE           07580000
                  ' TOTAL'                  DELIMITED BY SIZE           07590000
                  INTO RPT-STM-LABEL                                    07600000
           END-STRING.                                                  07610000
           MOVE WV-YTD-QTR-GROSS (WV-YTD-IX, WV-STM-IX)                 07620000
                                            TO RPT-STM-AMT.             07630000
           MOVE WS-RPT-STM-DTL              TO RPT-REC.                 07640000
           PERFORM Z220-WRITE-RPT-REC.                                  07650000
                                                                        07660000
       C050-PRT-DEPT-RECAP.                                             07670000
      *---------------------                                            07680000
                                                                        07690000
           MOVE 'DEPARTMENT EARNINGS RECAP' TO WV-RPT-TITLE.            07700000
           MOVE WS-RPT-RECAP-HDR            TO WV-RPT-HDR2.             07710000
           PERFORM Z200-WRITE-RPT-HDR.                                  07720000
                                                                        07730000
           MOVE ZERO                        TO WV-DEPT-IX.              07740000
           PERFORM C060-PRT-RECAP-LINE                                  07750000
                   UNTIL WV-DEPT-IX >= WV-DEPT-CNT.                     07760000
                                                                        07770000
           MOVE SPACES                      TO RPT-REC.                 07780000
           PERFORM Z220-WRITE-RPT-REC.                                  07790000
           MOVE 'TOTAL'                     TO RPT-REC (1:5).           07800000
           MOVE WA-PRD-HC-TOT               TO WV-CTR-DISP.             07810000
           MOVE WV-CTR-DISP                 TO RPT-REC (9:10).          07820000
           MOVE WA-PRD-GROSS-TOT            TO WV-AMT-DISP.             07830000
           MOVE WV-AMT-DISP                 TO RPT-REC (24:15).         07840000
           MOVE WA-QTD-GROSS-TOT            TO WV-AMT-DISP.             07850000
           MOVE WV-AMT-DISP                 TO RPT-REC (42:15).         07860000
           MOVE WA-YR-GROSS-TOT             TO WV-AMT-DISP.             07870000
           MOVE WV-AMT-DISP                 TO RPT-REC (60:15).         07880000
           PERFORM Z220-WRITE-RPT-REC.                                  07890000
                                                                        07900000
           MOVE SPACES                      TO RPT-REC.                 07910000
           PERFORM Z220-WRITE-RPT-REC.                                  07920000
           IF WA-PRD-GROSS-TOT = WV-TRL-GROSS                           07930000
              AND WA-PRD-HC-TOT = WV-TRL-CNT                            07940000
              MOVE 'PERIOD TOTALS AGREE WITH PAYCAL01 PAYFILE TRAILER'  07950000
                                            TO RPT-REC                  07960000
           ELSE                                                         07970000
              MOVE 'PERIOD TOTALS DO NOT AGREE WITH PAYCAL01 PAYFILE'   07980000
                                            TO RPT-REC                  07990000
              MOVE 4                        TO RETURN-CODE              08000000
           END-IF.                                                      08010000
           PERFORM Z220-WRITE-RPT-REC.                                  08020000
                                                                        08030000
       C060-PRT-RECAP-LINE.                                             08040000
      *---------------------                                            08050000
                                                                        08060000
           ADD 1                            TO WV-DEPT-IX.              08070000
           ADD WV-DEPT-TBL-HC (WV-DEPT-IX)  TO WA-PRD-HC-TOT.           08080000
                                                                        08090000
           MOVE SPACES                      TO RPT-REC.                 08100000
           MOVE WV-DEPT-TBL-DPT (WV-DEPT-IX)                            08110000
                                            TO RPT-REC (1:3).           08120000
           MOVE WV-DEPT-TBL-HC (WV-DEPT-IX) TO WV-CTR-DISP.             08130000
           MOVE WV-CTR-DISP                 TO RPT-REC (9:10).          08140000
           MOVE WV-DEPT-TBL-GROSS (WV-DEPT-IX)                          08150000
                                            TO WV-AMT-DISP.             08160000
           MOVE WV-AMT-DISP                 TO RPT-REC (24:15).         08170000
           MOVE WV-DEPT-TBL-QTD (WV-DEPT-IX)                            08180000
                                            TO WV-AMT-DISP.             08190000
           MOVE WV-AMT-DISP                 TO RPT-REC (42:15).         08200000
           MOVE WV-DEPT-TBL-YTD (WV-DEPT-IX)                            08210000
                                            TO WV-AMT-DISP.             08220000
           MOVE WV-AMT-DISP                 TO RPT-REC (60:15).         08230000
           PERFORM Z220-WRITE-RPT-REC.                                  08240000
                                                                        08250000
      **************************** LEVEL Z *****************************08260000
                                                                        08270000
       Z030-INIT-FLDS.                                                  08280000
      *---------------                                                  08290000
                                                                        08300000
           INITIALIZE WS-WA                                             08310000
                      WS-WV                                             08320000
                      WS-DEPT-SUM.                                      08330000
           MOVE ZERO                        TO WV-YTD-CNT               08340000
                                               WV-EMP-CNT               08350000
                                               WV-DEPT-CNT.             08360000
           MOVE SPACES                      TO WV-MST-YEAR.             08370000
           MOVE LOW-VALUES                  TO WI-EOF-PAYFILE           08380000
                                               WI-EOF-EMPFILE           08390000
                                               WI-EOF-YTDOLD.           08400000
           MOVE WC-IC-ON                    TO WI-RUN-OK.               08410000
           MOVE WC-IC-OFF                   TO WI-TRL-SEEN              08420000
                                               WI-OLD-TRL-SEEN          08430000
                                               WI-QTR-END               08440000
                                               WI-YEAR-END.             08450000
                                                                        08460000
       Z038-LOAD-EMP-FILE.                                              08470000
      *--------------------                                             08480000
                                                                        08490000
           OPEN INPUT  EMPFILE.                                         08500000
           PERFORM Z039-LOAD-EMP-REC                                    08510000
                   UNTIL WI-EOF-EMPFILE = HIGH-VALUES.                  08520000
           CLOSE EMPFILE.                                               08530000
                                                                        08540000
       Z039-LOAD-EMP-REC.                                               08550000
      *-------------------                                              08560000
                                                                        08570000
           READ EMPFILE                                                 08580000
             AT END                                                     08590000
                MOVE HIGH-VALUES            TO WI-EOF-EMPFILE           08600000
           END-READ.                                                    08610000
                                                                        08620000
           IF WI-EOF-EMPFILE = LOW-VALUES                               08630000
              AND EMP-REC-TYPE = WC-REC-TYPE-DTL                        08640000
              ADD WC-ONE                    TO WA-EMP-READ-CTR          08650000
              IF WV-EMP-CNT < WC-EMP-MAX                                08660000
                 ADD 1                      TO WV-EMP-CNT               08670000
                 MOVE EMP-ID                TO                          08680000
                      WV-EMP-TBL-ID (WV-EMP-CNT)                        08690000
                 MOVE EMP-NAME              TO                          08700000
                      WV-EMP-TBL-NAME (WV-EMP-CNT)                      08710000
              ELSE                                                      08720000
                 DISPLAY 'EMPLOYEE TABLE FULL - NAME NOT LOADED '       08730000
                         'FOR EMP ID:' EMP-ID                           08740000
              END-IF                                                    08750000
           END-IF.                                                      08760000
                                                                        08770000
       Z040-READ-PAYFILE.                                               08780000
      *-------------------                                              08790000
                                                                        08800000
           MOVE WC-IC-ON                    TO WI-REC-SKIPPED.          08810000
           PERFORM Z042-READ-PAY-REC                                    08820000
                   UNTIL WI-REC-SKIPPED = WC-IC-OFF                     08830000
                      OR WI-EOF-PAYFILE = HIGH-VALUES.                  08840000
                                                                        08850000
       Z042-READ-PAY-REC.                                               08860000
      *-------------------                                              08870000
                                                                        08880000
           READ PAYFILE                                                 08890000
             AT END                                                     08900000
                MOVE HIGH-VALUES            TO WI-EOF-PAYFILE           08910000
           END-READ.                                                    08920000
                                                                        08930000
           IF WI-EOF-PAYFILE = LOW-VALUES                               08940000
              EVALUATE PAY-REC-TYPE                                     08950000
                  WHEN WC-REC-TYPE-DTL                                  08960000
                       MOVE WC-IC-OFF       TO WI-REC-SKIPPED           08970000
                       ADD WC-ONE           TO WA-READ-CTR              08980000
                  WHEN WC-REC-TYPE-TRL                                  08990000
                       MOVE WC-IC-ON        TO WI-TRL-SEEN              09000000
                       MOVE PAYFILE-REC (24:9)                          09010000
                                            TO WV-TRL-CNT-X             09020000
                       MOVE PAYFILE-REC (34:15)                         09030000
                                            TO WV-TRL-GROSS-X           09040000
                       IF WV-TRL-CNT-X IS NUMERIC                       09050000
                          MOVE WV-TRL-CNT-X TO WV-TRL-CNT               09060000
                       END-IF                                           09070000
                       IF WV-TRL-GROSS-X IS NUMERIC                     09080000
                          MOVE WV-TRL-GROSS-9                           09090000
                                            TO WV-TRL-GROSS             09100000
                       END-IF                                           09110000
              END-EVALUATE                                              09120000
           END-IF.                                                      09130000
                                                                        09140000
       Z045-READ-PAY-HDR.                                               09150000
      *-------------------                                              09160000
                                                                        09170000
           READ PAYFILE                                                 09180000
             AT END                                                     09190000
                MOVE HIGH-VALUES            TO WI-EOF-PAYFILE           09200000
           END-READ.                                                    09210000
                                                                        09220000
           IF WI-EOF-PAYFILE = LOW-VALUES                               09230000
              AND PAY-REC-TYPE = WC-REC-TYPE-HDR                        09240000
              MOVE PAY-PERIOD               TO WV-PAY-PERIOD            09250000
           ELSE                                                         09260000
              DISPLAY 'PAYFILE HEADER MISSING'                          09270000
              MOVE WC-IC-OFF                TO WI-RUN-OK                09280000
           END-IF.                                                      09290000
                                                                        09300000
       Z050-LOAD-OLD-MASTER.                                            09310000
      *----------------------                                           09320000
                                                                        09330000
           OPEN INPUT  YTDOLD.                                          09340000
           PERFORM Z052-LOAD-OLD-REC                                    09350000
                   UNTIL WI-EOF-YTDOLD = HIGH-VALUES.                   09360000
           CLOSE YTDOLD.                                                09370000
                                                                        09380000
           IF WA-OLD-READ-CTR > ZERO                                    09390000
              IF WI-OLD-TRL-SEEN = WC-IC-OFF                            09400000
                 DISPLAY 'YTDOLD TRAILER MISSING'                       09410000
                 MOVE WC-IC-OFF             TO WI-RUN-OK                09420000
              ELSE                                                      09430000
                 IF WV-TRL-CNT NOT = WV-YTD-CNT                         09440000
                    OR WV-TRL-GROSS NOT = WA-OLD-YR-GROSS-TOT           09450000
                    DISPLAY 'YTDOLD TRAILER DOES NOT MATCH - COUNT '    09460000
                            WV-TRL-CNT ' RECORDS ' WV-YTD-CNT           09470000
                    MOVE WC-IC-OFF          TO WI-RUN-OK                09480000
                 END-IF                                                 09490000
              END-IF                                                    09500000
              IF WI-RUN-OK = WC-IC-OFF                                  09510000
                 MOVE 'H'                   TO WV-ALT-SEV               09520000
                 MOVE 'MSTBAL'              TO WV-ALT-CD                09530000
                 MOVE 'YTD MASTER CONTROL TOTALS DO NOT BALANCE'        09540000
                                            TO WV-ALT-TXT               09550000
                 PERFORM Z998-WRITE-ALERT-REC                           09560000
              END-IF                                                    09570000
           ELSE                                                         09580000
              DISPLAY 'YTDOLD EMPTY - NEW YTD MASTER WILL BE BUILT'     09590000
           END-IF.                                                      09600000
                                                                        09610000
           MOVE ZERO                        TO WV-TRL-CNT               09620000
                                               WV-TRL-GROSS.            09630000
           MOVE SPACES                      TO WV-MST-KEY.              09640000
                                                                        09650000
       Z052-LOAD-OLD-REC.                                               09660000
      *-------------------                                              09670000
                                                                        09680000
           READ YTDOLD                                                  09690000
             AT END                                                     09700000
                MOVE HIGH-VALUES            TO WI-EOF-YTDOLD            09710000
           END-READ.                                                    09720000
                                                                        09730000
           IF WI-EOF-YTDOLD = LOW-VALUES                                09740000
              ADD WC-ONE                    TO WA-OLD-READ-CTR          09750000
              EVALUATE YTD-REC-TYPE                                     09760000
                  WHEN WC-REC-TYPE-HDR                                  09770000
                       MOVE YTD-HDR-YEAR    TO WV-MST-YEAR              09780000
                       MOVE YTD-HDR-LAST-PERIOD                         09790000
                                            TO WV-MST-LAST-PERIOD       09800000
                       MOVE ZERO            TO WV-MTH-IX                09810000
                       PERFORM Z054-LOAD-POSTED                         09820000
                               UNTIL WV-MTH-IX >= 12                    09830000
                  WHEN WC-REC-TYPE-TRL                                  09840000
                       MOVE WC-IC-ON        TO WI-OLD-TRL-SEEN          09850000
                       MOVE YTD-TRL-CNT     TO WV-TRL-CNT               09860000
                       MOVE YTD-TRL-YR-GROSS                            09870000
                                            TO WV-TRL-GROSS             09880000
                  WHEN OTHER                                            09890000
                       PERFORM Z056-ADD-OLD-ENTRY                       09900000
              END-EVALUATE                                              09910000
           END-IF.                                                      09920000
                                                                        09930000
       Z054-LOAD-POSTED.                                                09940000
      *------------------                                               09950000
                                                                        09960000
           ADD 1                            TO WV-MTH-IX.               09970000
           MOVE YTD-HDR-POSTED (WV-MTH-IX)  TO                          09980000
                WV-MST-POSTED (WV-MTH-IX).                              09990000
                                                                        10000000
       Z056-ADD-OLD-ENTRY.                                              10010000
      *--------------------                                             10020000
                                                                        10030000
           IF YTD-EMP-ID NOT > WV-MST-KEY                               10040000
              DISPLAY 'YTDOLD OUT OF SEQUENCE - KEY ' YTD-EMP-ID        10050000
              MOVE WC-IC-OFF                TO WI-RUN-OK                10060000
              MOVE 12                       TO RETURN-CODE              10070000
              MOVE 'H'                      TO WV-ALT-SEV               10080000
              MOVE 'SEQERR'                 TO WV-ALT-CD                10090000
              MOVE 'YTDOLD OUT OF SEQUENCE - RUN REFUSED'               10100000
                                            TO WV-ALT-TXT               10110000
              PERFORM Z998-WRITE-ALERT-REC                              10120000
              MOVE HIGH-VALUES              TO WI-EOF-YTDOLD            10130000
           ELSE                                                         10140000
              IF WV-YTD-CNT < WC-YTD-MAX                                10150000
                 MOVE YTD-EMP-ID            TO WV-MST-KEY               10160000
                 ADD 1                      TO WV-YTD-CNT               10170000
                 MOVE YTD-DTL-DATA          TO                          10180000
                      WV-YTD-ENTRY (WV-YTD-CNT)                         10190000
                 ADD YTD-YR-GROSS           TO WA-OLD-YR-GROSS-TOT      10200000
              ELSE                                                      10210000
                 DISPLAY 'YTD TABLE FULL - EMP ID NOT LOADED:'          10220000
                         YTD-EMP-ID                                     10230000
                 MOVE WC-IC-OFF             TO WI-RUN-OK                10240000
                 MOVE 'H'                   TO WV-ALT-SEV               10250000
                 MOVE 'TBLFULL'             TO WV-ALT-CD                10260000
                 MOVE 'YTD MASTER TABLE FULL - RUN REFUSED'             10270000
                                            TO WV-ALT-TXT               10280000
                 PERFORM Z998-WRITE-ALERT-REC                           10290000
                 MOVE HIGH-VALUES           TO WI-EOF-YTDOLD            10300000
              END-IF                                                    10310000
           END-IF.                                                      10320000
                                                                        10330000
       Z060-FIND-YTD-SLOT.                                              10340000
      *--------------------                                             10350000
                                                                        10360000
           MOVE WC-IC-OFF                   TO WV-YTD-FOUND-SW.         10370000
           MOVE ZERO                        TO WV-YTD-IX.               10380000
           PERFORM Z062-SCAN-YTD-TBL                                    10390000
                   UNTIL WV-YTD-FOUND-SW = WC-IC-ON                     10400000
                      OR WV-YTD-IX >= WV-YTD-CNT.                       10410000
                                                                        10420000
       Z062-SCAN-YTD-TBL.                                               10430000
      *-------------------                                              10440000
                                                                        10450000
           ADD 1                            TO WV-YTD-IX.               10460000
           IF WV-YTD-EMP-ID (WV-YTD-IX) NOT < WV-MST-KEY                10470000
              MOVE WC-IC-ON                 TO WV-YTD-FOUND-SW          10480000
           END-IF.                                                      10490000
                                                                        10500000
       Z065-FIND-EMP-NAME.                                              10510000
      *--------------------                                             10520000
                                                                        10530000
           MOVE WC-IC-OFF                   TO WV-EMP-FOUND-SW.         10540000
           MOVE ZERO                        TO WV-EMP-IX.               10550000
           PERFORM Z067-SCAN-EMP-TBL                                    10560000
                   UNTIL WV-EMP-FOUND-SW = WC-IC-ON                     10570000
                      OR WV-EMP-IX >= WV-EMP-CNT.                       10580000
           IF WV-EMP-FOUND-SW = WC-IC-ON                                10590000
              MOVE WV-EMP-TBL-NAME (WV-EMP-IX)                          10600000
                                            TO                          10610000
                   WV-YTD-EMP-NAME (WV-YTD-IX)                          10620000
           END-IF.                                                      10630000
                                                                        10640000
       Z067-SCAN-EMP-TBL.                                               10650000
      *-------------------                                              10660000
                                                                        10670000
           ADD 1                            TO WV-EMP-IX.               10680000
           IF WV-EMP-TBL-ID (WV-EMP-IX) = PAY-EMP-ID                    10690000
              MOVE WC-IC-ON                 TO WV-EMP-FOUND-SW          10700000
           END-IF.                                                      10710000
                                                                        10720000
       Z070-FIND-DEPT-SLOT.                                             10730000
      *---------------------                                            10740000
                                                                        10750000
           MOVE WC-IC-OFF                   TO WV-DEPT-FOUND-SW.        10760000
           MOVE ZERO                        TO WV-DEPT-IX.              10770000
           PERFORM Z072-SCAN-DEPT-TBL                                   10780000
                   UNTIL WV-DEPT-FOUND-SW = WC-IC-ON                    10790000
                      OR WV-DEPT-IX >= WV-DEPT-CNT.                     10800000
           IF WV-DEPT-FOUND-SW = WC-IC-OFF                              10810000
              IF WV-DEPT-CNT < WC-DEPT-MAX                              10820000
                 ADD 1                      TO WV-DEPT-CNT              10830000
                 MOVE WV-DEPT-CNT           TO WV-DEPT-IX               10840000
                 MOVE WV-DEPT-KEY           TO                          10850000
                      WV-DEPT-TBL-DPT (WV-DEPT-IX)                      10860000
                 MOVE WC-IC-ON              TO WV-DEPT-FOUND-SW         10870000
              ELSE                                                      10880000
                 DISPLAY 'DEPT TABLE FULL, DEPT NOT TRACKED:'           10890000
                          WV-DEPT-KEY                                   10900000
              END-IF                                                    10910000
           END-IF.                                                      10920000
                                                                        10930000
       Z072-SCAN-DEPT-TBL.                                              10940000
      *--------------------                                             10950000
                                                                        10960000
           ADD 1                            TO WV-DEPT-IX.              10970000
           IF WV-DEPT-TBL-DPT (WV-DEPT-IX) = WV-DEPT-KEY                10980000
              MOVE WC-IC-ON                 TO WV-DEPT-FOUND-SW         10990000
           END-IF.                                                      11000000
                                                                        11010000
       Z200-WRITE-RPT-HDR.                                              11020000
      *--------------------                                             11030000
                                                                        11040000
           ADD WC-ONE                       TO WA-RPT-PAGE-CTR.         11050000
           MOVE WA-RPT-PAGE-CTR             TO RPT-HDR-PAGE.            11060000
           MOVE WV-RPT-TITLE                TO RPT-HDR-TITLE.           11070000
           IF WA-RPT-PAGE-CTR = 1                                       11080000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            11090000
           ELSE                                                         11100000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            11110000
                    AFTER ADVANCING NEXT-PAGE                           11120000
           END-IF.                                                      11130000
           MOVE SPACES                      TO RPT-REC.                 11140000
           WRITE RPT-REC.                                               11150000
           WRITE RPT-REC                    FROM WV-RPT-HDR2.           11160000
           MOVE SPACES                      TO RPT-REC.                 11170000
           WRITE RPT-REC.                                               11180000
           MOVE 4                           TO WA-RPT-LINE-CTR.         11190000
                                                                        11200000
       Z210-WRITE-RPT-TOTALS.                                           11210000
      *-----------------------                                          11220000
                                                                        11230000
           MOVE 'YTD POSTING SUMMARY'       TO WV-RPT-TITLE.            11240000
           MOVE SPACES                      TO WV-RPT-HDR2.             11250000
           PERFORM Z200-WRITE-RPT-HDR.                                  11260000
                                                                        11270000
           MOVE WA-POST-CTR                 TO WV-CTR-DISP.             11280000
           MOVE SPACES                      TO RPT-REC.                 11290000
           STRING 'EMPLOYEES POSTED    :'   DELIMITED BY SIZE           11300000
                  WV-CTR-DISP               DELIMITED BY SIZE           11310000
                  INTO RPT-REC                                          11320000
           END-STRING.                                                  11330000
           WRITE RPT-REC.                                               11340000
           MOVE WA-NEW-EMP-CTR              TO WV-CTR-DISP.             11350000
           MOVE SPACES                      TO RPT-REC.                 11360000
           STRING 'NEW TO YTD MASTER   :'   DELIMITED BY SIZE           11370000
                  WV-CTR-DISP               DELIMITED BY SIZE           11380000
                  INTO RPT-REC                                          11390000
           END-STRING.                                                  11400000
           WRITE RPT-REC.                                               11410000
           MOVE WA-DUP-CTR                  TO WV-CTR-DISP.             11420000
           MOVE SPACES                      TO RPT-REC.                 11430000
           STRING 'DUPLICATES SKIPPED  :'   DELIMITED BY SIZE           11440000
                  WV-CTR-DISP               DELIMITED BY SIZE           11450000
                  INTO RPT-REC                                          11460000
           END-STRING.                                                  11470000
           WRITE RPT-REC.                                               11480000
           MOVE WA-MST-WRITE-CTR            TO WV-CTR-DISP.             11490000
           MOVE SPACES                      TO RPT-REC.                 11500000
           STRING 'MASTER RECORDS      :'   DELIMITED BY SIZE           11510000
                  WV-CTR-DISP               DELIMITED BY SIZE           11520000
                  INTO RPT-REC                                          11530000
           END-STRING.                                                  11540000
           WRITE RPT-REC.                                               11550000
           MOVE WA-STM-CTR                  TO WV-CTR-DISP.             11560000
           MOVE SPACES                      TO RPT-REC.                 11570000
           STRING 'STATEMENTS PRINTED  :'   DELIMITED BY SIZE           11580000
                  WV-CTR-DISP               DELIMITED BY SIZE           11590000
                  INTO RPT-REC                                          11600000
           END-STRING.                                                  11610000
           WRITE RPT-REC.                                               11620000
           MOVE WA-PRD-GROSS-TOT            TO WV-TOT-DISP.             11630000
           MOVE SPACES                      TO RPT-REC.                 11640000
           STRING 'PERIOD GROSS POSTED :'   DELIMITED BY SIZE           11650000
                  WV-TOT-DISP               DELIMITED BY SIZE           11660000
                  INTO RPT-REC                                          11670000
           END-STRING.                                                  11680000
           WRITE RPT-REC.                                               11690000
           MOVE WA-YR-GROSS-TOT             TO WV-TOT-DISP.             11700000
           MOVE SPACES                      TO RPT-REC.                 11710000
           STRING 'YEAR-TO-DATE GROSS  :'   DELIMITED BY SIZE           11720000
                  WV-TOT-DISP               DELIMITED BY SIZE           11730000
                  INTO RPT-REC                                          11740000
           END-STRING.                                                  11750000
           WRITE RPT-REC.                                               11760000
                                                                        11770000
       Z220-WRITE-RPT-REC.                                              11780000
      *--------------------                                             11790000
                                                                        11800000
           IF WA-RPT-LINE-CTR >= WC-RPT-MAX-LINE                        11810000
              MOVE RPT-REC                  TO WV-HOLD-LINE             11820000
              PERFORM Z200-WRITE-RPT-HDR                                11830000
              MOVE WV-HOLD-LINE             TO RPT-REC                  11840000
           END-IF.                                                      11850000
           WRITE RPT-REC.                                               11860000
           ADD WC-ONE                       TO WA-RPT-LINE-CTR.         11870000
                                                                        11880000
       Z990-PCS-CTRS.                                                   11890000
      *---------------                                                  11900000
                                                                        11910000
           DISPLAY 'NUMBER OF PAY RECORDS READ     :-' WA-READ-CTR.     11920000
           DISPLAY 'NUMBER OF YTDOLD RECORDS READ  :-'                  11930000
                    WA-OLD-READ-CTR.                                    11940000
           DISPLAY 'NUMBER OF EMPLOYEES POSTED     :-' WA-POST-CTR.     11950000
           DISPLAY 'NUMBER NEW TO YTD MASTER       :-'                  11960000
                    WA-NEW-EMP-CTR.                                     11970000
           DISPLAY 'NUMBER OF DUPLICATES SKIPPED   :-' WA-DUP-CTR.      11980000
           DISPLAY 'NUMBER OF MASTER RECS WRITTEN  :-'                  11990000
                    WA-MST-WRITE-CTR.                                   12000000
           DISPLAY 'NUMBER OF STATEMENTS PRINTED   :-' WA-STM-CTR.      12010000
           DISPLAY 'PERIOD GROSS POSTED            :-'                  12020000
                    WA-PRD-GROSS-TOT.                                   12030000
           DISPLAY 'YEAR-TO-DATE GROSS             :-'                  12040000
                    WA-YR-GROSS-TOT.                                    12050000
                                                                        12060000
       Z997-WRITE-AUDIT-REC.                                            12070000
      *-----------------------                                          12080000
                                                                        12090000
           OPEN EXTEND AUDITFILE.                                       12100000
           INITIALIZE AUDITFILE-REC.                                    12110000
           MOVE WC-PGM-NM                    TO AUD-PGM-NM.             12120000
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-RUN-DATE.           12130000
           MOVE WA-READ-CTR                  TO AUD-READ-CTR.           12140000
           MOVE WA-MST-WRITE-CTR             TO AUD-WRITE-CTR.          12150000
           MOVE WA-DUP-CTR                   TO AUD-ERROR-CTR.          12160000
           WRITE AUDITFILE-REC.                                         12170000
           CLOSE AUDITFILE.                                             12180000
                                                                        12190000
       Z998-WRITE-ALERT-REC.                                            12200000
      *----------------------                                           12210000
                                                                        12220000
           OPEN EXTEND ALERTFILE.                                       12230000
           MOVE SPACES                       TO ALERTFILE-REC.          12240000
           MOVE WC-PGM-NM                    TO ALT-PGM-NM.             12250000
           MOVE FUNCTION CURRENT-DATE (1:14) TO ALT-TS.                 12260000
           MOVE WV-ALT-SEV                   TO ALT-SEVERITY.           12270000
           MOVE WV-ALT-CD                    TO ALT-EVENT-CD.           12280000
           MOVE WV-ALT-TXT                   TO ALT-TEXT.               12290000
           WRITE ALERTFILE-REC.                                         12300000
           CLOSE ALERTFILE.                                             12310000
