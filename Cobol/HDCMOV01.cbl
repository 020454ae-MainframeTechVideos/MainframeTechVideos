       ID DIVISION.                                                     00010000
      **************                                                    00020000
                                                                        00030000
       PROGRAM-ID.     HDCMOV01.                                        00040000
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
           SELECT  VALFILE   ASSIGN         TO UT-S-VALFILE.            00290000
           SELECT  DEPTFILE  ASSIGN         TO UT-S-DEPTFILE.           00300000
           SELECT  OPNMSTR   ASSIGN         TO UT-S-OPNMSTR.            00310000
           SELECT  CHGHIST   ASSIGN         TO UT-S-CHGHIST.            00320000
           SELECT  DELTAFILE ASSIGN         TO UT-S-DELTAFILE.          00330000
           SELECT  MOVRPT    ASSIGN         TO UT-S-MOVRPT.             00340000
           SELECT  AUDITFILE ASSIGN         TO UT-S-AUDITFILE.          00350000
           SELECT  ALERTFILE ASSIGN         TO UT-S-ALERTFILE.          00360000
                                                                        00370000
       DATA DIVISION.                                                   00380000
      ****************                                                  00390000
                                                                        00400000
       FILE SECTION.                                                    00410000
      *=============                                                    00420000
                                                                        00430000
       FD VALFILE                                                       00440000
              LABEL RECORD STANDARD                                     00450000
              BLOCK 0 RECORDS                                           00460000
              RECORDING MODE IS F.                                      00470000
                                                                        00480000
       01 VALFILE-REC.                                                  00490000
          03 VAL-CARD                          PIC X(80).               00500000
                                                                        00510000
       FD DEPTFILE                                                      00520000
              LABEL RECORD STANDARD                                     00530000
              BLOCK 0 RECORDS                                           00540000
              RECORDING MODE IS F.                                      00550000
                                                                        00560000
       01 DEPTFILE-REC.                                                 00570000
          03 DEPT-CD                           PIC X(03).               00580000
          03 DEPT-NM                           PIC X(30).               00590000
          03 FILLER                            PIC X(47).               00600000
                                                                        00610000
       FD OPNMSTR                                                       00620000
              LABEL RECORD STANDARD                                     00630000
              BLOCK 0 RECORDS                                           00640000
              RECORDING MODE IS F.                                      00650000
                                                                        00660000
       01 MST-REC.                                                      00670000
          03 MST-FTN-CD                     PIC X(02).                  00680000
          03 MST-EMP-DPT                    PIC X(03).                  00690000
          03 MST-EMP-NAME                   PIC X(20).                  00700000
          03 MST-EMP-ID                     PIC X(10).                  00710000
          03 FILLER                         PIC X(165).                 00720000
                                                                        00730000
       FD CHGHIST                                                       00740000
              LABEL RECORD STANDARD                                     00750000
              BLOCK 0 RECORDS                                           00760000
              RECORDING MODE IS F.                                      00770000
                                                                        00780000
       01 CHGHIST-REC.                                                  00790000
          03 CHG-EMP-ID                        PIC X(10).               00800000
          03 CHG-FLD-NM                        PIC X(15).               00810000
          03 CHG-OLD-VAL                       PIC X(20).               00820000
          03 CHG-NEW-VAL                       PIC X(20).               00830000
          03 CHG-RUN-DATE                      PIC X(08).               00840000
          03 FILLER                            PIC X(07).               00850000
                                                                        00860000
       FD DELTAFILE                                                     00870000
              LABEL RECORD STANDARD                                     00880000
              BLOCK 0 RECORDS                                           00890000
              RECORDING MODE IS F.                                      00900000
                                                                        00910000
       01 DLT-REC.                                                      00920000
          03 DLT-FTN-CD                     PIC X(02).                  00930000
          03 DLT-EMP-DPT                    PIC X(03).                  00940000
          03 DLT-EMP-NAME                   PIC X(20).                  00950000
          03 DLT-EMP-ID                     PIC X(10).                  00960000
          03 FILLER                         PIC X(165).                 00970000
                                                                        00980000
       FD MOVRPT                                                        00990000
              LABEL RECORD STANDARD                                     01000000
              BLOCK 0 RECORDS                                           01010000
              RECORDING MODE IS F.                                      01020000
                                                                        01030000
       01 RPT-REC                           PIC X(132).                 01040000
                                                                        01050000
       FD AUDITFILE                                                     01060000
              LABEL RECORD STANDARD                                     01070000
              BLOCK 0 RECORDS                                           01080000
              RECORDING MODE IS F.                                      01090000
                                                                        01100000
       01 AUDITFILE-REC.                                                01110000
          03 AUD-PGM-NM                        PIC X(08).               01120000
          03 AUD-RUN-DATE                      PIC X(08).               01130000
          03 AUD-READ-CTR                      PIC 9(09).               01140000
          03 AUD-WRITE-CTR                     PIC 9(09).               01150000
          03 AUD-ERROR-CTR                     PIC 9(09).               01160000
                                                                        01170000
       FD ALERTFILE                                                     01180000
              LABEL RECORD STANDARD                                     01190000
              BLOCK 0 RECORDS                                           01200000
              RECORDING MODE IS F.                                      01210000
                                                                        01220000
       01 ALERTFILE-REC.                                                01230000
          03 ALT-PGM-NM                        PIC X(08).               01240000
          03 ALT-TS                            PIC X(14).               01250000
          03 ALT-SEVERITY                      PIC X(01).               01260000
          03 ALT-EVENT-CD                      PIC X(08).               01270000
          03 ALT-TEXT                          PIC X(40).               01280000
          03 FILLER                            PIC X(09).               01290000
                                                                        01300000
       WORKING-STORAGE SECTION.                                         01310000
      *=========================                                        01320000
                                                                        01330000
       01 WS-WA.                                                        01340000
      *---------                                                        01350000
                                                                        01360000
          03 WA-MST-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01370000
          03 WA-CHG-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01380000
          03 WA-CHG-MTH-CTR                 PIC S9(09) PACKED-DECIMAL.  01390000
          03 WA-DLT-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01400000
          03 WA-DLT-MTH-CTR                 PIC S9(09) PACKED-DECIMAL.  01410000
          03 WA-JOIN-CTR                    PIC S9(09) PACKED-DECIMAL.  01420000
          03 WA-LEAVE-CTR                   PIC S9(09) PACKED-DECIMAL.  01430000
          03 WA-XFR-CTR                     PIC S9(09) PACKED-DECIMAL.  01440000
          03 WA-TBLFULL-CTR                 PIC S9(09) PACKED-DECIMAL.  01450000
          03 WA-TOT-OPEN                    PIC S9(09) PACKED-DECIMAL.  01460000
          03 WA-TOT-JOIN                    PIC S9(09) PACKED-DECIMAL.  01470000
          03 WA-TOT-LEAVE                   PIC S9(09) PACKED-DECIMAL.  01480000
          03 WA-TOT-IN                      PIC S9(09) PACKED-DECIMAL.  01490000
          03 WA-TOT-OUT                     PIC S9(09) PACKED-DECIMAL.  01500000
          03 WA-TOT-CLOSE                   PIC S9(09) PACKED-DECIMAL.  01510000
          03 WA-RPT-LINE-CTR                PIC S9(03) PACKED-DECIMAL.  01520000
          03 WA-RPT-PAGE-CTR                PIC S9(05) PACKED-DECIMAL.  01530000
                                                                        01540000
       01 WS-CS.                                                        01550000
      *---------                                                        01560000
                                                                        01570000
          03 WC-PGM-NM                      PIC X(08) VALUE 'HDCMOV01'. 01580000
          03 WC-PCS-NM                      PIC X(40) VALUE             01590000
             'MONTHLY HEADCOUNT MOVEMENT'.                              01600000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        01610000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        01620000
          03 WC-ONE                         PIC 9(01) VALUE 1.          01630000
          03 WC-FEED-HDR-ID                 PIC X(02) VALUE 'HD'.       01640000
          03 WC-FEED-TRL-ID                 PIC X(02) VALUE 'TR'.       01650000
          03 WC-DLT-DEL-ID                  PIC X(02) VALUE 'DL'.       01660000
          03 WC-FLD-DEPT                    PIC X(15) VALUE             01670000
             'DEPARTMENT'.                                              01680000
          03 WC-MOV-JOIN                    PIC X(01) VALUE 'J'.        01690000
          03 WC-MOV-LEAVE                   PIC X(01) VALUE 'L'.        01700000
          03 WC-MOV-XFR                     PIC X(01) VALUE 'T'.        01710000
          03 WC-DEPT-REF-MAX                PIC 9(03) VALUE 50.         01720000
          03 WC-DEPT-MAX                    PIC 9(03) VALUE 60.         01730000
          03 WC-CHG-MAX                     PIC 9(05) VALUE 2000.       01740000
          03 WC-MOV-MAX                     PIC 9(05) VALUE 2000.       01750000
          03 WC-RPT-MAX-LINE                PIC 9(03) VALUE 55.         01760000
                                                                        01770000
       01 WS-WV.                                                        01780000
      *---------                                                        01790000
                                                                        01800000
          03 WV-RPT-MONTH                   PIC X(06).                  01810000
          03 WV-DLT-RUN-DATE                PIC X(08).                  01820000
          03 WV-DEPT-KEY                    PIC X(03).                  01830000
          03 WV-DEPT-NM                     PIC X(30).                  01840000
          03 WV-DEPT-IX                     PIC S9(03) BINARY.          01850000
          03 WV-DEPT-CNT                    PIC S9(03) BINARY.          01860000
          03 WV-SHIFT-IX                    PIC S9(03) BINARY.          01870000
          03 WV-DEPT-FOUND-SW               PIC X(01).                  01880000
          03 WV-DEPT-STOP-SW                PIC X(01).                  01890000
          03 WV-DEPT-REF-IX                 PIC S9(03) BINARY.          01900000
          03 WV-DEPT-REF-CNT                PIC S9(03) BINARY.          01910000
          03 WV-DEPT-REF-FOUND-SW           PIC X(01).                  01920000
          03 WV-CHG-IX                      PIC S9(05) BINARY.          01930000
          03 WV-CHG-CNT                     PIC S9(05) BINARY.          01940000
          03 WV-CHG-FOUND-SW                PIC X(01).                  01950000
          03 WV-CHG-KEY-ID                  PIC X(10).                  01960000
          03 WV-CHG-KEY-DATE                PIC X(08).                  01970000
          03 WV-MOV-IX                      PIC S9(05) BINARY.          01980000
          03 WV-MOV-CNT                     PIC S9(05) BINARY.          01990000
          03 WV-MOV-TYPE                    PIC X(01).                  02000000
          03 WV-MOV-DATE                    PIC X(08).                  02010000
          03 WV-MOV-ID                      PIC X(10).                  02020000
          03 WV-MOV-NAME                    PIC X(20).                  02030000
          03 WV-MOV-FROM                    PIC X(03).                  02040000
          03 WV-MOV-TO                      PIC X(03).                  02050000
          03 WV-DEPT-MOV-CNT                PIC S9(07) PACKED-DECIMAL.  02060000
          03 WV-AVG-HC                      PIC S9(09)V9                02070000
                                              PACKED-DECIMAL.           02080000
          03 WV-ATTR-PCT                    PIC S9(05)V99               02090000
                                              PACKED-DECIMAL.           02100000
          03 WV-CTR-DISP                    PIC ZZ,ZZZ,ZZ9.             02110000
          03 WV-HOLD-LINE                   PIC X(132).                 02120000
                                                                        02130000
       01 WS-PARM.                                                      02140000
      *-----------                                                      02150000
                                                                        02160000
          03 WV-PARM-KEY                    PIC X(20).                  02170000
          03 WV-PARM-VAL                    PIC X(20).                  02180000
          03 WV-PARM-LINE-CTR               PIC 9(03).                  02190000
                                                                        02200000
       01 WS-ALERT.                                                     02210000
      *------------                                                     02220000
                                                                        02230000
          03 WV-ALT-SEV                     PIC X(01).                  02240000
          03 WV-ALT-CD                      PIC X(08).                  02250000
          03 WV-ALT-TXT                     PIC X(40).                  02260000
                                                                        02270000
       01 WS-DEPT-REF-TBL.                                              02280000
      *--------------------                                             02290000
                                                                        02300000
          03 WV-DEPT-REF-ENTRY OCCURS 50 TIMES.                         02310000
             05 WV-DEPT-REF-CD              PIC X(03).                  02320000
             05 WV-DEPT-REF-NM              PIC X(30).                  02330000
                                                                        02340000
       01 WS-DEPT-TBL.                                                  02350000
      *----------------                                                 02360000
                                                                        02370000
          03 WV-DEPT-ENTRY OCCURS 60 TIMES.                             02380000
             05 WV-DEPT-TBL-DPT             PIC X(03).                  02390000
             05 WV-DEPT-TBL-OPEN            PIC S9(07)                  02400000
                                              PACKED-DECIMAL.           02410000
             05 WV-DEPT-TBL-JOIN            PIC S9(07)                  02420000
                                              PACKED-DECIMAL.           02430000
             05 WV-DEPT-TBL-LEAVE           PIC S9(07)                  02440000
                                              PACKED-DECIMAL.           02450000
             05 WV-DEPT-TBL-IN              PIC S9(07)                  02460000
                                              PACKED-DECIMAL.           02470000
             05 WV-DEPT-TBL-OUT             PIC S9(07)                  02480000
                                              PACKED-DECIMAL.           02490000
             05 WV-DEPT-TBL-CLOSE           PIC S9(07)                  02500000
                                              PACKED-DECIMAL.           02510000
                                                                        02520000
       01 WS-CHG-TBL.                                                   02530000
      *---------------                                                  02540000
                                                                        02550000
          03 WV-CHG-ENTRY OCCURS 2000 TIMES.                            02560000
             05 WV-CHG-TBL-ID               PIC X(10).                  02570000
             05 WV-CHG-TBL-DATE             PIC X(08).                  02580000
             05 WV-CHG-TBL-XFR-SW           PIC X(01).                  02590000
             05 WV-CHG-TBL-USED-SW          PIC X(01).                  02600000
             05 WV-CHG-TBL-OLD-DPT          PIC X(03).                  02610000
             05 WV-CHG-TBL-NEW-DPT          PIC X(03).                  02620000
                                                                        02630000
       01 WS-MOV-TBL.                                                   02640000
      *---------------                                                  02650000
                                                                        02660000
          03 WV-MOV-ENTRY OCCURS 2000 TIMES.                            02670000
             05 WV-MOV-TBL-TYPE             PIC X(01).                  02680000
             05 WV-MOV-TBL-DATE             PIC X(08).                  02690000
             05 WV-MOV-TBL-ID               PIC X(10).                  02700000
             05 WV-MOV-TBL-NAME             PIC X(20).                  02710000
             05 WV-MOV-TBL-FROM             PIC X(03).                  02720000
             05 WV-MOV-TBL-TO               PIC X(03).                  02730000
                                                                        02740000
       01 WS-RPT-HDR1.                                                  02750000
      *----------------                                                 02760000
                                                                        02770000
          03 FILLER                         PIC X(08) VALUE 'HDCMOV01'. 02780000
          03 FILLER                         PIC X(05) VALUE SPACES.     02790000
          03 FILLER                         PIC X(41) VALUE             02800000
             'MONTHLY HEADCOUNT MOVEMENT REPORT - MONTH'.               02810000
          03 FILLER                         PIC X(01) VALUE SPACES.     02820000
          03 RPT-HDR-MONTH                  PIC X(06).                  02830000
          03 FILLER                         PIC X(60) VALUE SPACES.     02840000
          03 FILLER                         PIC X(05) VALUE 'PAGE '.    02850000
          03 RPT-HDR-PAGE                   PIC ZZ,ZZ9.                 02860000
                                                                        02870000
       01 WS-RPT-HDR2.                                                  02880000
      *----------------                                                 02890000
                                                                        02900000
          03 FILLER                         PIC X(37) VALUE             02910000
             'DPT  DEPARTMENT NAME                 '.                   02920000
          03 FILLER                         PIC X(45) VALUE             02930000
             'OPENING  JOINERS  LEAVERS   XFR IN  XFR OUT  '.           02940000
          03 FILLER                         PIC X(20) VALUE             02950000
             'CLOSING  ATTRITION%'.                                     02960000
          03 FILLER                         PIC X(30) VALUE SPACES.     02970000
                                                                        02980000
       01 WS-RPT-DTL.                                                   02990000
      *---------------                                                  03000000
                                                                        03010000
          03 RPT-DTL-DPT                    PIC X(03).                  03020000
          03 FILLER                         PIC X(02) VALUE SPACES.     03030000
          03 RPT-DTL-DPT-NM                 PIC X(30).                  03040000
          03 FILLER                         PIC X(02) VALUE SPACES.     03050000
          03 RPT-DTL-OPEN                   PIC ZZ,ZZ9.                 03060000
          03 FILLER                         PIC X(03) VALUE SPACES.     03070000
          03 RPT-DTL-JOIN                   PIC ZZ,ZZ9.                 03080000
          03 FILLER                         PIC X(03) VALUE SPACES.     03090000
          03 RPT-DTL-LEAVE                  PIC ZZ,ZZ9.                 03100000
          03 FILLER                         PIC X(03) VALUE SPACES.     03110000
          03 RPT-DTL-IN                     PIC ZZ,ZZ9.                 03120000
          03 FILLER                         PIC X(03) VALUE SPACES.     03130000
          03 RPT-DTL-OUT                    PIC ZZ,ZZ9.                 03140000
          03 FILLER                         PIC X(03) VALUE SPACES.     03150000
          03 RPT-DTL-CLOSE                  PIC --,--9.                 03160000
          03 FILLER                         PIC X(05) VALUE SPACES.     03170000
          03 RPT-DTL-ATTR                   PIC ZZ9.99.                 03180000
          03 FILLER                         PIC X(33) VALUE SPACES.     03190000
                                                                        03200000
       01 WS-RPT-MOV.                                                   03210000
      *---------------                                                  03220000
                                                                        03230000
          03 FILLER                         PIC X(05) VALUE SPACES.     03240000
          03 RPT-MOV-TYPE                   PIC X(12).                  03250000
          03 FILLER                         PIC X(02) VALUE SPACES.     03260000
          03 RPT-MOV-DATE                   PIC X(08).                  03270000
          03 FILLER                         PIC X(02) VALUE SPACES.     03280000
          03 RPT-MOV-ID                     PIC X(10).                  03290000
          03 FILLER                         PIC X(02) VALUE SPACES.     03300000
          03 RPT-MOV-NAME                   PIC X(20).                  03310000
          03 FILLER                         PIC X(02) VALUE SPACES.     03320000
          03 FILLER                         PIC X(05) VALUE 'FROM '.    03330000
          03 RPT-MOV-FROM                   PIC X(03).                  03340000
          03 FILLER                         PIC X(02) VALUE SPACES.     03350000
          03 FILLER                         PIC X(03) VALUE 'TO '.      03360000
          03 RPT-MOV-TO                     PIC X(03).                  03370000
          03 FILLER                         PIC X(53) VALUE SPACES.     03380000
                                                                        03390000
       01 WS-WI.                                                        03400000
      *---------                                                        03410000
                                                                        03420000
          03 WI-EOF-VALFILE                 PIC X(01).                  03430000
          03 WI-EOF-DEPTFILE                PIC X(01).                  03440000
          03 WI-EOF-OPNMSTR                 PIC X(01).                  03450000
          03 WI-EOF-CHGHIST                 PIC X(01).                  03460000
          03 WI-EOF-DELTAFILE               PIC X(01).                  03470000
          03 WI-PARM-ERR                    PIC X(01).                  03480000
                                                                        03490000
       PROCEDURE DIVISION.                                              03500000
      ********************                                              03510000
                                                                        03520000
           PERFORM A010-STT-MOV-PCS.                                    03530000
           PERFORM A020-PCS-DLT-REC                                     03540000
                   UNTIL WI-EOF-DELTAFILE = HIGH-VALUES.                03550000
           PERFORM A030-END-MOV-PCS.                                    03560000
           STOP RUN.                                                    03570000
                                                                        03580000
      **************************** LEVEL A *****************************03590000
                                                                        03600000
       A010-STT-MOV-PCS.                                                03610000
      *------------------                                               03620000
                                                                        03630000
           PERFORM Z030-INIT-FLDS.                                      03640000
           PERFORM Z015-READ-VAL-SW.                                    03650000
           PERFORM Z038-LOAD-DEPT-FILE.                                 03660000
           PERFORM Z010-OPN-FILES.                                      03670000
           IF WI-PARM-ERR = WC-IC-ON                                    03680000
              DISPLAY 'RUN REFUSED - PARAMETER ERRORS'                  03690000
              MOVE 8                        TO RETURN-CODE              03700000
              MOVE HIGH-VALUES              TO WI-EOF-DELTAFILE         03710000
           ELSE                                                         03720000
              PERFORM Z040-READ-OPNMSTR                                 03730000
              PERFORM B010-COUNT-OPENING                                03740000
                      UNTIL WI-EOF-OPNMSTR = HIGH-VALUES                03750000
              PERFORM Z050-READ-CHGHIST                                 03760000
              PERFORM B020-LOAD-CHG-REC                                 03770000
                      UNTIL WI-EOF-CHGHIST = HIGH-VALUES                03780000
              PERFORM Z060-READ-DELTAFILE                               03790000
           END-IF.                                                      03800000
                                                                        03810000
       A020-PCS-DLT-REC.                                                03820000
      *------------------                                               03830000
                                                                        03840000
           EVALUATE TRUE                                                03850000
               WHEN DLT-FTN-CD = WC-FEED-HDR-ID                         03860000
                    MOVE DLT-REC (3:8)      TO WV-DLT-RUN-DATE          03870000
               WHEN DLT-FTN-CD = WC-FEED-TRL-ID                         03880000
                    CONTINUE                                            03890000
               WHEN WV-DLT-RUN-DATE (1:6) NOT = WV-RPT-MONTH            03900000
                    CONTINUE                                            03910000
               WHEN DLT-FTN-CD = WC-DLT-DEL-ID                          03920000
                    ADD WC-ONE              TO WA-DLT-MTH-CTR           03930000
                    PERFORM B030-PCS-LEAVER                             03940000
               WHEN OTHER                                               03950000
                    ADD WC-ONE              TO WA-DLT-MTH-CTR           03960000
                    PERFORM B040-PCS-ADD-OR-CHG                         03970000
           END-EVALUATE.                                                03980000
           PERFORM Z060-READ-DELTAFILE.                                 03990000
                                                                        04000000
       A030-END-MOV-PCS.                                                04010000
      *------------------                                               04020000
                                                                        04030000
           IF WI-PARM-ERR = WC-IC-OFF                                   04040000
              MOVE ZERO                     TO WV-CHG-IX                04050000
              PERFORM B050-PCS-UNMATCHED-XFR                            04060000
                      UNTIL WV-CHG-IX >= WV-CHG-CNT                     04070000
              MOVE ZERO                     TO WV-MOV-IX                04080000
              PERFORM B060-POST-MOVEMENT                                04090000
                      UNTIL WV-MOV-IX >= WV-MOV-CNT                     04100000
              PERFORM Z200-WRITE-RPT-HDR                                04110000
              MOVE ZERO                     TO WV-DEPT-IX               04120000
              PERFORM B070-PRT-DEPT-LINE                                04130000
                      UNTIL WV-DEPT-IX >= WV-DEPT-CNT                   04140000
              PERFORM B075-PRT-TOTAL-LINE                               04150000
              PERFORM B080-PRT-MOV-DETAIL                               04160000
              PERFORM B090-PRT-SUMMARY                                  04170000
           END-IF.                                                      04180000
           IF WA-TBLFULL-CTR > ZERO                                     04190000
              IF RETURN-CODE < 4                                        04200000
                 MOVE 4                     TO RETURN-CODE              04210000
              END-IF                                                    04220000
           END-IF.                                                      04230000
           PERFORM Z020-CLS-FILES.                                      04240000
           PERFORM Z990-PCS-CTRS.                                       04250000
           PERFORM Z997-WRITE-AUDIT-REC.                                04260000
                                                                        04270000
      **************************** LEVEL B *****************************04280000
                                                                        04290000
       B010-COUNT-OPENING.                                              04300000
      *--------------------                                             04310000
                                                                        04320000
           MOVE MST-EMP-DPT                 TO WV-DEPT-KEY.             04330000
           PERFORM Z080-FIND-DEPT.                                      04340000
           IF WV-DEPT-FOUND-SW = WC-IC-ON                               04350000
              ADD WC-ONE                    TO                          04360000
                  WV-DEPT-TBL-OPEN (WV-DEPT-IX)                         04370000
           END-IF.                                                      04380000
           PERFORM Z040-READ-OPNMSTR.                                   04390000
                                                                        04400000
       B020-LOAD-CHG-REC.                                               04410000
      *-------------------                                              04420000
                                                                        04430000
           IF CHG-RUN-DATE (1:6) = WV-RPT-MONTH                         04440000
              ADD WC-ONE                    TO WA-CHG-MTH-CTR           04450000
              MOVE CHG-EMP-ID               TO WV-CHG-KEY-ID            04460000
              MOVE CHG-RUN-DATE             TO WV-CHG-KEY-DATE          04470000
              PERFORM Z070-FIND-CHG                                     04480000
              IF WV-CHG-FOUND-SW = WC-IC-OFF                            04490000
                 IF WV-CHG-CNT < WC-CHG-MAX                             04500000
                    ADD 1                   TO WV-CHG-CNT               04510000
                    MOVE WV-CHG-CNT         TO WV-CHG-IX                04520000
                    MOVE CHG-EMP-ID         TO                          04530000
                         WV-CHG-TBL-ID (WV-CHG-IX)                      04540000
                    MOVE CHG-RUN-DATE       TO                          04550000
                         WV-CHG-TBL-DATE (WV-CHG-IX)                    04560000
                    MOVE WC-IC-OFF          TO                          04570000
                         WV-CHG-TBL-XFR-SW (WV-CHG-IX)                  04580000
                         WV-CHG-TBL-USED-SW (WV-CHG-IX)                 04590000
                    MOVE SPACES             TO                          04600000
                         WV-CHG-TBL-OLD-DPT (WV-CHG-IX)                 04610000
                         WV-CHG-TBL-NEW-DPT (WV-CHG-IX)                 04620000
                    MOVE WC-IC-ON           TO WV-CHG-FOUND-SW          04630000
                 ELSE                                                   04640000
                    DISPLAY 'CHANGE TABLE FULL - CHANGE IGNORED FOR '   04650000
                            'EMP ID:' CHG-EMP-ID                        04660000
                    ADD WC-ONE              TO WA-TBLFULL-CTR           04670000
                    MOVE 'M'                TO WV-ALT-SEV               04680000
                    MOVE 'TBLFULL'          TO WV-ALT-CD                04690000
                    MOVE 'HEADCOUNT CHANGE TABLE FULL'                  04700000
                                            TO WV-ALT-TXT               04710000
                    PERFORM Z998-WRITE-ALERT-REC                        04720000
                 END-IF                                                 04730000
              END-IF                                                    04740000
              IF WV-CHG-FOUND-SW = WC-IC-ON                             04750000
                 AND CHG-FLD-NM = WC-FLD-DEPT                           04760000
                 MOVE WC-IC-ON              TO                          04770000
                      WV-CHG-TBL-XFR-SW (WV-CHG-IX)                     04780000
                 MOVE CHG-OLD-VAL (1:3)     TO                          04790000
                      WV-CHG-TBL-OLD-DPT (WV-CHG-IX)                    04800000
                 MOVE CHG-NEW-VAL (1:3)     TO                          04810000
                      WV-CHG-TBL-NEW-DPT (WV-CHG-IX)                    04820000
              END-IF                                                    04830000
           END-IF.                                                      04840000
           PERFORM Z050-READ-CHGHIST.                                   04850000
                                                                        04860000
       B030-PCS-LEAVER.                                                 04870000
      *-----------------                                                04880000
                                                                        04890000
           MOVE WC-MOV-LEAVE                TO WV-MOV-TYPE.             04900000
           MOVE WV-DLT-RUN-DATE             TO WV-MOV-DATE.             04910000
           MOVE DLT-EMP-ID                  TO WV-MOV-ID.               04920000
           MOVE DLT-EMP-NAME                TO WV-MOV-NAME.             04930000
           MOVE DLT-EMP-DPT                 TO WV-MOV-FROM.             04940000
           MOVE SPACES                      TO WV-MOV-TO.               04950000
           PERFORM Z090-ADD-MOVEMENT.                                   04960000
                                                                        04970000
       B040-PCS-ADD-OR-CHG.                                             04980000
      *---------------------                                            04990000
                                                                        05000000
           MOVE DLT-EMP-ID                  TO WV-CHG-KEY-ID.           05010000
           MOVE WV-DLT-RUN-DATE             TO WV-CHG-KEY-DATE.         05020000
           PERFORM Z070-FIND-CHG.                                       05030000
           IF WV-CHG-FOUND-SW = WC-IC-OFF                               05040000
              MOVE WC-MOV-JOIN              TO WV-MOV-TYPE              05050000
              MOVE WV-DLT-RUN-DATE          TO WV-MOV-DATE              05060000
              MOVE DLT-EMP-ID               TO WV-MOV-ID                05070000
              MOVE DLT-EMP-NAME             TO WV-MOV-NAME              05080000
              MOVE SPACES                   TO WV-MOV-FROM              05090000
              MOVE DLT-EMP-DPT              TO WV-MOV-TO                05100000
              PERFORM Z090-ADD-MOVEMENT                                 05110000
           ELSE                                                         05120000
              IF WV-CHG-TBL-XFR-SW (WV-CHG-IX) = WC-IC-ON               05130000
                 AND WV-CHG-TBL-USED-SW (WV-CHG-IX) = WC-IC-OFF         05140000
                 MOVE WC-IC-ON              TO                          05150000
                      WV-CHG-TBL-USED-SW (WV-CHG-IX)                    05160000
                 MOVE WC-MOV-XFR            TO WV-MOV-TYPE              05170000
                 MOVE WV-DLT-RUN-DATE       TO WV-MOV-DATE              05180000
                 MOVE DLT-EMP-ID            TO WV-MOV-ID                05190000
                 MOVE DLT-EMP-NAME          TO WV-MOV-NAME              05200000
                 MOVE WV-CHG-TBL-OLD-DPT (WV-CHG-IX)                    05210000
                                            TO WV-MOV-FROM              05220000
                 MOVE WV-CHG-TBL-NEW-DPT (WV-CHG-IX)                    05230000
                                            TO WV-MOV-TO                05240000
                 PERFORM Z090-ADD-MOVEMENT                              05250000
              END-IF                                                    05260000
           END-IF.                                                      05270000
                                                                        05280000
       B050-PCS-UNMATCHED-XFR.                                          05290000
      *------------------------                                         05300000
                                                                        05310000
           ADD 1                            TO WV-CHG-IX.               05320000
           IF WV-CHG-TBL-XFR-SW (WV-CHG-IX) = WC-IC-ON                  05330000
              AND WV-CHG-TBL-USED-SW (WV-CHG-IX) = WC-IC-OFF            05340000
              MOVE WC-IC-ON                 TO                          05350000
                   WV-CHG-TBL-USED-SW (WV-CHG-IX)                       05360000
              MOVE WC-MOV-XFR               TO WV-MOV-TYPE              05370000
              MOVE WV-CHG-TBL-DATE (WV-CHG-IX)                          05380000
                                            TO WV-MOV-DATE              05390000
              MOVE WV-CHG-TBL-ID (WV-CHG-IX)                            05400000
                                            TO WV-MOV-ID                05410000
              MOVE '(NOT ON DELTAFILE)'     TO WV-MOV-NAME              05420000
              MOVE WV-CHG-TBL-OLD-DPT (WV-CHG-IX)                       05430000
                                            TO WV-MOV-FROM              05440000
              MOVE WV-CHG-TBL-NEW-DPT (WV-CHG-IX)                       05450000
                                            TO WV-MOV-TO                05460000
              PERFORM Z090-ADD-MOVEMENT                                 05470000
           END-IF.                                                      05480000
                                                                        05490000
       B060-POST-MOVEMENT.                                              05500000
      *--------------------                                             05510000
                                                                        05520000
           ADD 1                            TO WV-MOV-IX.               05530000
           EVALUATE WV-MOV-TBL-TYPE (WV-MOV-IX)                         05540000
               WHEN WC-MOV-JOIN                                         05550000
                    MOVE WV-MOV-TBL-TO (WV-MOV-IX)                      05560000
                                            TO WV-DEPT-KEY              05570000
                    PERFORM Z080-FIND-DEPT                              05580000
                    IF WV-DEPT-FOUND-SW = WC-IC-ON                      05590000
                       ADD WC-ONE           TO                          05600000
                           WV-DEPT-TBL-JOIN (WV-DEPT-IX)                05610000
                    END-IF                                              05620000
                    ADD WC-ONE              TO WA-JOIN-CTR              05630000
               WHEN WC-MOV-LEAVE                                        05640000
                    MOVE WV-MOV-TBL-FROM (WV-MOV-IX)                    05650000
                                            TO WV-DEPT-KEY              05660000
                    PERFORM Z080-FIND-DEPT                              05670000
                    IF WV-DEPT-FOUND-SW = WC-IC-ON                      05680000
                       ADD WC-ONE           TO                          05690000
                           WV-DEPT-TBL-LEAVE (WV-DEPT-IX)               05700000
                    END-IF                                              05710000
                    ADD WC-ONE              TO WA-LEAVE-CTR             05720000
               WHEN WC-MOV-XFR                                          05730000
                    MOVE WV-MOV-TBL-FROM (WV-MOV-IX)                    05740000
                                            TO WV-DEPT-KEY              05750000
                    PERFORM Z080-FIND-DEPT                              05760000
                    IF WV-DEPT-FOUND-SW = WC-IC-ON                      05770000
                       ADD WC-ONE           TO                          05780000
                           WV-DEPT-TBL-OUT (WV-DEPT-IX)                 05790000
                    END-IF                                              05800000
                    MOVE WV-MOV-TBL-TO (WV-MOV-IX)                      05810000
                                            TO WV-DEPT-KEY              05820000
                    PERFORM Z080-FIND-DEPT                              05830000
                    IF WV-DEPT-FOUND-SW = WC-IC-ON                      05840000
                       ADD WC-ONE           TO                          05850000
                           WV-DEPT-TBL-IN (WV-DEPT-IX)                  05860000
                    END-IF                                              05870000
                    ADD WC-ONE              TO WA-XFR-CTR               05880000
           END-EVALUATE.                                                05890000
                                                                        05900000
       B070-PRT-DEPT-LINE.                                              05910000
      *--------------------                                             05920000
                                                                        05930000
           ADD 1                            TO WV-DEPT-IX.              05940000
           COMPUTE WV-DEPT-TBL-CLOSE (WV-DEPT-IX) =                     05950000
                   WV-DEPT-TBL-OPEN (WV-DEPT-IX)                        05960000
                 + WV-DEPT-TBL-JOIN (WV-DEPT-IX)                        05970000
                 - WV-DEPT-TBL-LEAVE (WV-DEPT-IX)                       05980000
                 + WV-DEPT-TBL-IN (WV-DEPT-IX)                          05990000
                 - WV-DEPT-TBL-OUT (WV-DEPT-IX)                         06000000
           END-COMPUTE.                                                 06010000
           ADD WV-DEPT-TBL-OPEN (WV-DEPT-IX)  TO WA-TOT-OPEN.           06020000
           ADD WV-DEPT-TBL-JOIN (WV-DEPT-IX)  TO WA-TOT-JOIN.           06030000
           ADD WV-DEPT-TBL-LEAVE (WV-DEPT-IX) TO WA-TOT-LEAVE.          06040000
           ADD WV-DEPT-TBL-IN (WV-DEPT-IX)    TO WA-TOT-IN.             06050000
           ADD WV-DEPT-TBL-OUT (WV-DEPT-IX)   TO WA-TOT-OUT.            06060000
           ADD WV-DEPT-TBL-CLOSE (WV-DEPT-IX) TO WA-TOT-CLOSE.          06070000
           MOVE WV-DEPT-TBL-DPT (WV-DEPT-IX) TO RPT-DTL-DPT             06080000
                                                WV-DEPT-KEY.            06090000
           PERFORM Z085-GET-DEPT-NM.                                    06100000
           MOVE WV-DEPT-NM                  TO RPT-DTL-DPT-NM.          06110000
           MOVE WV-DEPT-TBL-OPEN (WV-DEPT-IX) TO RPT-DTL-OPEN.          06120000
           MOVE WV-DEPT-TBL-JOIN (WV-DEPT-IX) TO RPT-DTL-JOIN.          06130000
           MOVE WV-DEPT-TBL-LEAVE (WV-DEPT-IX)                          06140000
                                            TO RPT-DTL-LEAVE.           06150000
           MOVE WV-DEPT-TBL-IN (WV-DEPT-IX) TO RPT-DTL-IN.              06160000
           MOVE WV-DEPT-TBL-OUT (WV-DEPT-IX) TO RPT-DTL-OUT.            06170000
           MOVE WV-DEPT-TBL-CLOSE (WV-DEPT-IX)                          06180000
                                            TO RPT-DTL-CLOSE.           06190000
           COMPUTE WV-AVG-HC = (WV-DEPT-TBL-OPEN (WV-DEPT-IX)           06200000
                              + WV-DEPT-TBL-CLOSE (WV-DEPT-IX)) / 2     06210000
           END-COMPUTE.                                                 06220000
           MOVE WV-DEPT-TBL-LEAVE (WV-DEPT-IX) TO WV-DEPT-MOV-CNT.      06230000
           PERFORM Z095-CALC-ATTR.                                      06240000
           MOVE WV-ATTR-PCT                 TO RPT-DTL-ATTR.            06250000
           MOVE WS-RPT-DTL                  TO RPT-REC.                 06260000
           PERFORM Z230-WRITE-RPT-REC.                                  06270000
                                                                        06280000
       B075-PRT-TOTAL-LINE.                                             06290000
      *---------------------                                            06300000
                                                                        06310000
           MOVE SPACES                      TO RPT-REC.                 06320000
           PERFORM Z230-WRITE-RPT-REC.                                  06330000
           MOVE 'ALL'                       TO RPT-DTL-DPT.             06340000
           MOVE 'ALL DEPARTMENTS'           TO RPT-DTL-DPT-NM.          06350000
           MOVE WA-TOT-OPEN                 TO RPT-DTL-OPEN.            06360000
           MOVE WA-TOT-JOIN                 TO RPT-DTL-JOIN.            06370000
           MOVE WA-TOT-LEAVE                TO RPT-DTL-LEAVE.           06380000
           MOVE WA-TOT-IN                   TO RPT-DTL-IN.              06390000
           MOVE WA-TOT-OUT                  TO RPT-DTL-OUT.             06400000
           MOVE WA-TOT-CLOSE                TO RPT-DTL-CLOSE.           06410000
           COMPUTE WV-AVG-HC = (WA-TOT-OPEN + WA-TOT-CLOSE) / 2         06420000
           END-COMPUTE.                                                 06430000
           MOVE WA-TOT-LEAVE                TO WV-DEPT-MOV-CNT.         06440000
           PERFORM Z095-CALC-ATTR.                                      06450000
           MOVE WV-ATTR-PCT                 TO RPT-DTL-ATTR.            06460000
           MOVE WS-RPT-DTL                  TO RPT-REC.                 06470000
           PERFORM Z230-WRITE-RPT-REC.                                  06480000
                                                                        06490000
       B080-PRT-MOV-DETAIL.                                             06500000
      *---------------------                                            06510000
                                                                        06520000
           MOVE SPACES                      TO RPT-REC.                 06530000
           PERFORM Z230-WRITE-RPT-REC.                                  06540000
           MOVE 'MOVEMENT DETAIL BY DEPARTMENT' TO RPT-REC.             06550000
           PERFORM Z230-WRITE-RPT-REC.                                  06560000
           IF WV-MOV-CNT = ZERO                                         06570000
              MOVE SPACES                   TO RPT-REC                  06580000
              PERFORM Z230-WRITE-RPT-REC                                06590000
              MOVE 'NO MOVEMENTS IN MONTH'  TO RPT-REC                  06600000
              PERFORM Z230-WRITE-RPT-REC                                06610000
           ELSE                                                         06620000
              MOVE ZERO                     TO WV-DEPT-IX               06630000
              PERFORM B082-PRT-DEPT-MOVES                               06640000
                      UNTIL WV-DEPT-IX >= WV-DEPT-CNT                   06650000
           END-IF.                                                      06660000
                                                                        06670000
       B082-PRT-DEPT-MOVES.                                             06680000
      *---------------------                                            06690000
                                                                        06700000
           ADD 1                            TO WV-DEPT-IX.              06710000
           COMPUTE WV-DEPT-MOV-CNT = WV-DEPT-TBL-JOIN (WV-DEPT-IX)      06720000
                                   + WV-DEPT-TBL-LEAVE (WV-DEPT-IX)     06730000
                                   + WV-DEPT-TBL-IN (WV-DEPT-IX)        06740000
                                   + WV-DEPT-TBL-OUT (WV-DEPT-IX)       06750000
           END-COMPUTE.                                                 06760000
           IF WV-DEPT-MOV-CNT > ZERO                                    06770000
              MOVE SPACES                   TO RPT-REC                  06780000
              PERFORM Z230-WRITE-RPT-REC                                06790000
              MOVE WV-DEPT-TBL-DPT (WV-DEPT-IX) TO WV-DEPT-KEY          06800000
              PERFORM Z085-GET-DEPT-NM                                  06810000
              MOVE SPACES                   TO RPT-REC                  06820000
              STRING 'DEPT '                DELIMITED BY SIZE           06830000
                     WV-DEPT-KEY            DELIMITED BY SIZE           06840000
                     ' '                    DELIMITED BY SIZE           06850000
                     WV-DEPT-NM             DELIMITED BY SIZE           06860000
                     INTO RPT-REC                                       06870000
              END-STRING                                                06880000
              PERFORM Z230-WRITE-RPT-REC                                06890000
              MOVE ZERO                     TO WV-MOV-IX                06900000
              PERFORM B084-PRT-MOV-LINE                                 06910000
                      UNTIL WV-MOV-IX >= WV-MOV-CNT                     06920000
           END-IF.                                                      06930000
                                                                        06940000
       B084-PRT-MOV-LINE.                                               06950000
      *-------------------                                              06960000
                                                                        06970000
           ADD 1                            TO WV-MOV-IX.               06980000
           MOVE SPACES                      TO RPT-MOV-TYPE.            06990000
           EVALUATE TRUE                                                07000000
               WHEN WV-MOV-TBL-TYPE (WV-MOV-IX) = WC-MOV-JOIN           07010000
                AND WV-MOV-TBL-TO (WV-MOV-IX) = WV-DEPT-KEY             07020000
                    MOVE 'JOINER'           TO RPT-MOV-TYPE             07030000
               WHEN WV-MOV-TBL-TYPE (WV-MOV-IX) = WC-MOV-LEAVE          07040000
                AND WV-MOV-TBL-FROM (WV-MOV-IX) = WV-DEPT-KEY           07050000
                    MOVE 'LEAVER'           TO RPT-MOV-TYPE             07060000
               WHEN WV-MOV-TBL-TYPE (WV-MOV-IX) = WC-MOV-XFR            07070000
                AND WV-MOV-TBL-TO (WV-MOV-IX) = WV-DEPT-KEY             07080000
                    MOVE 'TRANSFER IN'      TO RPT-MOV-TYPE             07090000
               WHEN WV-MOV-TBL-TYPE (WV-MOV-IX) = WC-MOV-XFR            07100000
                AND WV-MOV-TBL-FROM (WV-MOV-IX) = WV-DEPT-KEY           07110000
                    MOVE 'TRANSFER OUT'     TO RPT-MOV-TYPE             07120000
               WHEN OTHER                                               07130000
                    CONTINUE                                            07140000
           END-EVALUATE.                                                07150000
           IF RPT-MOV-TYPE NOT = SPACES                                 07160000
              MOVE WV-MOV-TBL-DATE (WV-MOV-IX) TO RPT-MOV-DATE          07170000
              MOVE WV-MOV-TBL-ID (WV-MOV-IX)   TO RPT-MOV-ID            07180000
              MOVE WV-MOV-TBL-NAME (WV-MOV-IX) TO RPT-MOV-NAME          07190000
              MOVE WV-MOV-TBL-FROM (WV-MOV-IX) TO RPT-MOV-FROM          07200000
              MOVE WV-MOV-TBL-TO (WV-MOV-IX)   TO RPT-MOV-TO            07210000
              MOVE WS-RPT-MOV               TO RPT-REC                  07220000
              PERFORM Z230-WRITE-RPT-REC                                07230000
           END-IF.                                                      07240000
                                                                        07250000
       B090-PRT-SUMMARY.                                                07260000
      *------------------                                               07270000
                                                                        07280000
           MOVE SPACES                      TO RPT-REC.                 07290000
           PERFORM Z230-WRITE-RPT-REC.                                  07300000
           MOVE WA-JOIN-CTR                 TO WV-CTR-DISP.             07310000
           MOVE SPACES                      TO RPT-REC.                 07320000
           STRING 'JOINERS                     :' DELIMITED BY SIZE     07330000
                  WV-CTR-DISP               DELIMITED BY SIZE           07340000
                  INTO RPT-REC                                          07350000
           END-STRING.                                                  07360000
           PERFORM Z230-WRITE-RPT-REC.                                  07370000
           MOVE WA-LEAVE-CTR                TO WV-CTR-DISP.             07380000
           MOVE SPACES                      TO RPT-REC.                 07390000
           STRING 'LEAVERS                     :' DELIMITED BY SIZE     07400000
                  WV-CTR-DISP               DELIMITED BY SIZE           07410000
                  INTO RPT-REC                                          07420000
           END-STRING.                                                  07430000
           PERFORM Z230-WRITE-RPT-REC.                                  07440000
           MOVE WA-XFR-CTR                  TO WV-CTR-DISP.             07450000
           MOVE SPACES                      TO RPT-REC.                 07460000
           STRING 'DEPARTMENT TRANSFERS        :' DELIMITED BY SIZE     07470000
                  WV-CTR-DISP               DELIMITED BY SIZE           07480000
                  INTO RPT-REC                                          07490000
           END-STRING.                                                  07500000
           PERFORM Z230-WRITE-RPT-REC.                                  07510000
           MOVE SPACES                      TO RPT-REC.                 07520000
           PERFORM Z230-WRITE-RPT-REC.                                  07530000
           MOVE 'CLOSING = OPENING + JOINERS - LEAVERS + XFR IN - XFR OU07540000
      -         'T.  ATTRITION% = LEAVERS / AVERAGE HEADCOUNT * 100'    07550000
                                            TO RPT-REC.                 07560000
           PERFORM Z230-WRITE-RPT-REC.                                  07570000
                                                                        07580000
      **************************** LEVEL Z *****************************07590000
                                                                        07600000
       Z010-OPN-FILES.                                                  07610000
      *----------------                                                 07620000
                                                                        07630000
           OPEN INPUT  OPNMSTR                                          07640000
                       CHGHIST                                          07650000
                       DELTAFILE                                        07660000
                OUTPUT MOVRPT.                                          07670000
                                                                        07680000
       Z015-READ-VAL-SW.                                                07690000
      *------------------                                               07700000
                                                                        07710000
           MOVE FUNCTION CURRENT-DATE (1:6) TO WV-RPT-MONTH.            07720000
           MOVE ZERO                        TO WV-PARM-LINE-CTR.        07730000
           MOVE WC-IC-OFF                   TO WI-PARM-ERR.             07740000
           MOVE LOW-VALUES                  TO WI-EOF-VALFILE.          07750000
           OPEN INPUT  VALFILE.                                         07760000
           PERFORM Z016-PCS-PARM-CARD                                   07770000
                   UNTIL WI-EOF-VALFILE = HIGH-VALUES.                  07780000
           CLOSE VALFILE.                                               07790000
           MOVE WV-RPT-MONTH                TO RPT-HDR-MONTH.           07800000
           PERFORM Z019-ECHO-PARMS.                                     07810000
                                                                        07820000
       Z016-PCS-PARM-CARD.                                              07830000
      *--------------------                                             07840000
                                                                        07850000
           READ VALFILE                                                 07860000
             AT END                                                     07870000
                MOVE HIGH-VALUES            TO WI-EOF-VALFILE           07880000
           END-READ.                                                    07890000
           IF WI-EOF-VALFILE = LOW-VALUES                               07900000
              ADD 1                         TO WV-PARM-LINE-CTR         07910000
              IF VAL-CARD = SPACES                                      07920000
                 CONTINUE                                               07930000
              ELSE                                                      07940000
                 MOVE SPACES                TO WV-PARM-KEY              07950000
                                               WV-PARM-VAL              07960000
                 UNSTRING VAL-CARD          DELIMITED BY '='            07970000
                     INTO WV-PARM-KEY                                   07980000
                          WV-PARM-VAL                                   07990000
                 END-UNSTRING                                           08000000
                 PERFORM Z017-APPLY-PARM                                08010000
              END-IF                                                    08020000
           END-IF.                                                      08030000
                                                                        08040000
       Z017-APPLY-PARM.                                                 08050000
      *-----------------                                                08060000
                                                                        08070000
           EVALUATE WV-PARM-KEY                                         08080000
               WHEN 'REPORT-MONTH'                                      08090000
                    IF WV-PARM-VAL (1:6) IS NUMERIC                     08100000
                       AND WV-PARM-VAL (5:2) >= '01'                    08110000
                       AND WV-PARM-VAL (5:2) <= '12'                    08120000
                       MOVE WV-PARM-VAL (1:6)                           08130000
                                            TO WV-RPT-MONTH             08140000
                    ELSE                                                08150000
                       PERFORM Z018-FLAG-PARM-ERR                       08160000
                    END-IF                                              08170000
               WHEN OTHER                                               08180000
                    PERFORM Z018-FLAG-PARM-ERR                          08190000
           END-EVALUATE.                                                08200000
                                                                        08210000
       Z018-FLAG-PARM-ERR.                                              08220000
      *--------------------                                             08230000
                                                                        08240000
           DISPLAY 'BAD PARAMETER CARD, LINE ' WV-PARM-LINE-CTR         08250000
                   ': ' VAL-CARD (1:40).                                08260000
           MOVE WC-IC-ON                    TO WI-PARM-ERR.             08270000
                                                                        08280000
       Z019-ECHO-PARMS.                                                 08290000
      *-----------------                                                08300000
                                                                        08310000
           DISPLAY 'RESOLVED RUN PARAMETERS:'.                          08320000
           DISPLAY '  REPORT-MONTH     = ' WV-RPT-MONTH.                08330000
                                                                        08340000
       Z020-CLS-FILES.                                                  08350000
      *---------------                                                  08360000
                                                                        08370000
           CLOSE  OPNMSTR                                               08380000
                  CHGHIST                                               08390000
                  DELTAFILE                                             08400000
                  MOVRPT.                                               08410000
                                                                        08420000
       Z030-INIT-FLDS.                                                  08430000
      *---------------                                                  08440000
                                                                        08450000
           INITIALIZE WS-WA                                             08460000
                      WS-WV                                             08470000
                      WS-DEPT-TBL.                                      08480000
           MOVE ZERO                        TO WV-DEPT-CNT              08490000
                                               WV-CHG-CNT               08500000
                                               WV-MOV-CNT.              08510000
           MOVE LOW-VALUES                  TO WI-EOF-OPNMSTR           08520000
                                               WI-EOF-CHGHIST           08530000
                                               WI-EOF-DELTAFILE.        08540000
                                                                        08550000
       Z038-LOAD-DEPT-FILE.                                             08560000
      *---------------------                                            08570000
                                                                        08580000
           MOVE ZERO                        TO WV-DEPT-REF-CNT.         08590000
           MOVE LOW-VALUES                  TO WI-EOF-DEPTFILE.         08600000
           OPEN INPUT  DEPTFILE.                                        08610000
           PERFORM Z039-LOAD-DEPT-REC                                   08620000
                   UNTIL WI-EOF-DEPTFILE = HIGH-VALUES.                 08630000
           CLOSE DEPTFILE.                                              08640000
           IF WV-DEPT-REF-CNT = ZERO                                    08650000
              DISPLAY 'DEPTFILE EMPTY - DEPARTMENT NAMES NOT SHOWN'     08660000
              MOVE 4                        TO RETURN-CODE              08670000
           END-IF.                                                      08680000
                                                                        08690000
       Z039-LOAD-DEPT-REC.                                              08700000
      *--------------------                                             08710000
                                                                        08720000
           READ DEPTFILE                                                08730000
             AT END                                                     08740000
                MOVE HIGH-VALUES            TO WI-EOF-DEPTFILE          08750000
           END-READ.                                                    08760000
           IF WI-EOF-DEPTFILE = LOW-VALUES                              08770000
              IF WV-DEPT-REF-CNT < WC-DEPT-REF-MAX                      08780000
                 ADD 1                      TO WV-DEPT-REF-CNT          08790000
                 MOVE DEPT-CD               TO                          08800000
                      WV-DEPT-REF-CD (WV-DEPT-REF-CNT)                  08810000
                 MOVE DEPT-NM               TO                          08820000
                      WV-DEPT-REF-NM (WV-DEPT-REF-CNT)                  08830000
                 MOVE DEPT-CD               TO WV-DEPT-KEY              08840000
                 PERFORM Z080-FIND-DEPT                                 08850000
              ELSE                                                      08860000
                 DISPLAY 'DEPT REF TABLE FULL, CODE SKIPPED:'           08870000
                         DEPT-CD                                        08880000
                 MOVE 'M'                   TO WV-ALT-SEV               08890000
                 MOVE 'TBLFULL'             TO WV-ALT-CD                08900000
                 MOVE 'DEPT REF TABLE FULL - CODES SKIPPED'             08910000
                                            TO WV-ALT-TXT               08920000
                 PERFORM Z998-WRITE-ALERT-REC                           08930000
              END-IF                                                    08940000
           END-IF.                                                      08950000
                                                                        08960000
       Z040-READ-OPNMSTR.                                               08970000
      *-------------------                                              08980000
                                                                        08990000
           READ OPNMSTR                                                 09000000
             AT END                                                     09010000
                MOVE HIGH-VALUES            TO WI-EOF-OPNMSTR           09020000
           END-READ.                                                    09030000
           IF WI-EOF-OPNMSTR = LOW-VALUES                               09040000
              ADD WC-ONE                    TO WA-MST-READ-CTR          09050000
           END-IF.                                                      09060000
                                                                        09070000
       Z050-READ-CHGHIST.                                               09080000
      *-------------------                                              09090000
                                                                        09100000
           READ CHGHIST                                                 09110000
             AT END                                                     09120000
                MOVE HIGH-VALUES            TO WI-EOF-CHGHIST           09130000
           END-READ.                                                    09140000
           IF WI-EOF-CHGHIST = LOW-VALUES                               09150000
              ADD WC-ONE                    TO WA-CHG-READ-CTR          09160000
           END-IF.                                                      09170000
                                                                        09180000
       Z060-READ-DELTAFILE.                                             09190000
      *---------------------                                            09200000
                                                                        09210000
           READ DELTAFILE                                               09220000
             AT END                                                     09230000
                MOVE HIGH-VALUES            TO WI-EOF-DELTAFILE         09240000
           END-READ.                                                    09250000
           IF WI-EOF-DELTAFILE = LOW-VALUES                             09260000
              ADD WC-ONE                    TO WA-DLT-READ-CTR          09270000
           END-IF.                                                      09280000
                                                                        09290000
       Z070-FIND-CHG.                                                   09300000
      *---------------                                                  09310000
                                                                        09320000
           MOVE WC-IC-OFF                   TO WV-CHG-FOUND-SW.         09330000
           MOVE ZERO                        TO WV-CHG-IX.               09340000
           PERFORM Z072-SCAN-CHG-TBL                                    09350000
                   UNTIL WV-CHG-FOUND-SW = WC-IC-ON                     09360000
                      OR WV-CHG-IX >= WV-CHG-CNT.                       09370000
                                                                        09380000
       Z072-SCAN-CHG-TBL.                                               09390000
      *-------------------                                              09400000
                                                                        09410000
           ADD 1                            TO WV-CHG-IX.               09420000
           IF WV-CHG-TBL-ID (WV-CHG-IX) = WV-CHG-KEY-ID                 09430000
              AND WV-CHG-TBL-DATE (WV-CHG-IX) = WV-CHG-KEY-DATE         09440000
              MOVE WC-IC-ON                 TO WV-CHG-FOUND-SW          09450000
           END-IF.                                                      09460000
                                                                        09470000
       Z080-FIND-DEPT.                                                  09480000
      *----------------                                                 09490000
                                                                        09500000
           MOVE WC-IC-OFF                   TO WV-DEPT-FOUND-SW         09510000
                                               WV-DEPT-STOP-SW.         09520000
           MOVE ZERO                        TO WV-DEPT-IX.              09530000
           PERFORM Z082-SCAN-DEPT-TBL                                   09540000
                   UNTIL WV-DEPT-STOP-SW = WC-IC-ON                     09550000
                      OR WV-DEPT-IX >= WV-DEPT-CNT.                     09560000
           IF WV-DEPT-FOUND-SW = WC-IC-OFF                              09570000
              IF WV-DEPT-CNT < WC-DEPT-MAX                              09580000
                 IF WV-DEPT-STOP-SW = WC-IC-OFF                         09590000
                    COMPUTE WV-DEPT-IX = WV-DEPT-CNT + 1                09600000
                    END-COMPUTE                                         09610000
                 END-IF                                                 09620000
                 COMPUTE WV-SHIFT-IX = WV-DEPT-CNT + 1                  09630000
                 END-COMPUTE                                            09640000
                 PERFORM Z084-SHIFT-DEPT-ENTRY                          09650000
                         UNTIL WV-SHIFT-IX <= WV-DEPT-IX                09660000
                 INITIALIZE WV-DEPT-ENTRY (WV-DEPT-IX)                  09670000
                 MOVE WV-DEPT-KEY           TO                          09680000
                      WV-DEPT-TBL-DPT (WV-DEPT-IX)                      09690000
                 ADD 1                      TO WV-DEPT-CNT              09700000
                 MOVE WC-IC-ON              TO WV-DEPT-FOUND-SW         09710000
              ELSE                                                      09720000
                 DISPLAY 'DEPARTMENT TABLE FULL - DEPT NOT '            09730000
                         'REPORTED:' WV-DEPT-KEY                        09740000
                 ADD WC-ONE                 TO WA-TBLFULL-CTR           09750000
                 MOVE 'M'                   TO WV-ALT-SEV               09760000
                 MOVE 'TBLFULL'             TO WV-ALT-CD                09770000
                 MOVE 'HEADCOUNT DEPARTMENT TABLE FULL'                 09780000
                                            TO WV-ALT-TXT               09790000
                 PERFORM Z998-WRITE-ALERT-REC                           09800000
              END-IF                                                    09810000
           END-IF.                                                      09820000
                                                                        09830000
       Z082-SCAN-DEPT-TBL.                                              09840000
      *--------------------                                             09850000
                                                                        09860000
           ADD 1                            TO WV-DEPT-IX.              09870000
           IF WV-DEPT-TBL-DPT (WV-DEPT-IX) = WV-DEPT-KEY                09880000
              MOVE WC-IC-ON                 TO WV-DEPT-FOUND-SW         09890000
                                               WV-DEPT-STOP-SW          09900000
           ELSE                                                         09910000
              IF WV-DEPT-TBL-DPT (WV-DEPT-IX) > WV-DEPT-KEY             09920000
                 MOVE WC-IC-ON              TO WV-DEPT-STOP-SW          09930000
              END-IF                                                    09940000
           END-IF.                                                      09950000
                                                                        09960000
       Z084-SHIFT-DEPT-ENTRY.                                           09970000
      *-----------------------                                          09980000
                                                                        09990000
           MOVE WV-DEPT-ENTRY (WV-SHIFT-IX - 1)                         10000000
                                            TO                          10010000
                WV-DEPT-ENTRY (WV-SHIFT-IX).                            10020000
           SUBTRACT 1                       FROM WV-SHIFT-IX.           10030000
                                                                        10040000
       Z085-GET-DEPT-NM.                                                10050000
      *------------------                                               10060000
                                                                        10070000
           MOVE WC-IC-OFF                   TO WV-DEPT-REF-FOUND-SW.    10080000
           MOVE ZERO                        TO WV-DEPT-REF-IX.          10090000
           PERFORM Z087-SCAN-DEPT-REF                                   10100000
                   UNTIL WV-DEPT-REF-FOUND-SW = WC-IC-ON                10110000
                      OR WV-DEPT-REF-IX >= WV-DEPT-REF-CNT.             10120000
           IF WV-DEPT-REF-FOUND-SW = WC-IC-ON                           10130000
              MOVE WV-DEPT-REF-NM (WV-DEPT-REF-IX) TO WV-DEPT-NM        10140000
           ELSE                                                         10150000
              MOVE '*** NOT ON DEPTFILE ***' TO WV-DEPT-NM              10160000
           END-IF.                                                      10170000
                                                                        10180000
       Z087-SCAN-DEPT-REF.                                              10190000
      *--------------------                                             10200000
                                                                        10210000
           ADD 1                            TO WV-DEPT-REF-IX.          10220000
           IF WV-DEPT-REF-CD (WV-DEPT-REF-IX) = WV-DEPT-KEY             10230000
              MOVE WC-IC-ON                 TO WV-DEPT-REF-FOUND-SW     10240000
           END-IF.                                                      10250000
                                                                        10260000
       Z090-ADD-MOVEMENT.                                               10270000
      *-------------------                                              10280000
                                                                        10290000
           IF WV-MOV-CNT < WC-MOV-MAX                                   10300000
              ADD 1                         TO WV-MOV-CNT               10310000
              MOVE WV-MOV-TYPE              TO                          10320000
                   WV-MOV-TBL-TYPE (WV-MOV-CNT)                         10330000
              MOVE WV-MOV-DATE              TO                          10340000
                   WV-MOV-TBL-DATE (WV-MOV-CNT)                         10350000
              MOVE WV-MOV-ID                TO                          10360000
                   WV-MOV-TBL-ID (WV-MOV-CNT)                           10370000
              MOVE WV-MOV-NAME              TO                          10380000
                   WV-MOV-TBL-NAME (WV-MOV-CNT)                         10390000
              MOVE WV-MOV-FROM              TO                          10400000
                   WV-MOV-TBL-FROM (WV-MOV-CNT)                         10410000
              MOVE WV-MOV-TO                TO                          10420000
                   WV-MOV-TBL-TO (WV-MOV-CNT)                           10430000
           ELSE                                                         10440000
              DISPLAY 'MOVEMENT TABLE FULL - NOT COUNTED FOR '          10450000
                      'EMP ID:' WV-MOV-ID                               10460000
              ADD WC-ONE                    TO WA-TBLFULL-CTR           10470000
              MOVE 'M'                      TO WV-ALT-SEV               10480000
              MOVE 'TBLFULL'                TO WV-ALT-CD                10490000
              MOVE 'HEADCOUNT MOVEMENT TABLE FULL'                      10500000
                                            TO WV-ALT-TXT               10510000
              PERFORM Z998-WRITE-ALERT-REC                              10520000
           END-IF.                                                      10530000
                                                                        10540000
       Z095-CALC-ATTR.                                                  10550000
      *----------------                                                 10560000
                                                                        10570000
           IF WV-AVG-HC > ZERO                                          10580000
              COMPUTE WV-ATTR-PCT ROUNDED =                             10590000
                      WV-DEPT-MOV-CNT * 100 / WV-AVG-HC                 10600000
                 ON SIZE ERROR                                          10610000
                      MOVE 999.99           TO WV-ATTR-PCT              10620000
              END-COMPUTE                                               10630000
           ELSE                                                         10640000
              MOVE ZERO                     TO WV-ATTR-PCT              10650000
           END-IF.                                                      10660000
                                                                        10670000
       Z200-WRITE-RPT-HDR.                                              10680000
      *--------------------                                             10690000
                                                                        10700000
           ADD WC-ONE                       TO WA-RPT-PAGE-CTR.         10710000
           MOVE WA-RPT-PAGE-CTR             TO RPT-HDR-PAGE.            10720000
           IF WA-RPT-PAGE-CTR = 1                                       10730000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            10740000
           ELSE                                                         10750000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            10760000
                    AFTER ADVANCING NEXT-PAGE                           10770000
           END-IF.                                                      10780000
           MOVE SPACES                      TO RPT-REC.                 10790000
           WRITE RPT-REC.                                               10800000
           WRITE RPT-REC                    FROM WS-RPT-HDR2.           10810000
           MOVE SPACES                      TO RPT-REC.                 10820000
           WRITE RPT-REC.                                               10830000
           MOVE 4                           TO WA-RPT-LINE-CTR.         10840000
                                                                        10850000
       Z230-WRITE-RPT-REC.                                              10860000
      *--------------------                                             10870000
                                                                        10880000
           IF WA-RPT-LINE-CTR >= WC-RPT-MAX-LINE                        10890000
              MOVE RPT-REC                  TO WV-HOLD-LINE             10900000
              PERFORM Z200-WRITE-RPT-HDR                                10910000
              MOVE WV-HOLD-LINE             TO RPT-REC                  10920000
           END-IF.                                                      10930000
           WRITE RPT-REC.                                               10940000
           ADD WC-ONE                       TO WA-RPT-LINE-CTR.         10950000
                                                                        10960000
       Z990-PCS-CTRS.                                                   10970000
      *---------------                                                  10980000
                                                                        10990000
           DISPLAY 'NUMBER OF OPENING MASTER READ  :-'                  11000000
                    WA-MST-READ-CTR.                                    11010000
           DISPLAY 'NUMBER OF CHGHIST RECORDS READ :-'                  11020000
                    WA-CHG-READ-CTR.                                    11030000
           DISPLAY 'NUMBER OF CHGHIST IN MONTH     :-'                  11040000
                    WA-CHG-MTH-CTR.                                     11050000
           DISPLAY 'NUMBER OF DELTA RECORDS READ   :-'                  11060000
                    WA-DLT-READ-CTR.                                    11070000
           DISPLAY 'NUMBER OF DELTA IN MONTH       :-'                  11080000
                    WA-DLT-MTH-CTR.                                     11090000
           DISPLAY 'NUMBER OF JOINERS              :-' WA-JOIN-CTR.     11100000
           DISPLAY 'NUMBER OF LEAVERS              :-' WA-LEAVE-CTR.    11110000
           DISPLAY 'NUMBER OF TRANSFERS            :-' WA-XFR-CTR.      11120000
           DISPLAY 'NUMBER OF TABLE OVERFLOWS      :-'                  11130000
                    WA-TBLFULL-CTR.                                     11140000
                                                                        11150000
       Z997-WRITE-AUDIT-REC.                                            11160000
      *-----------------------                                          11170000
                                                                        11180000
           OPEN EXTEND AUDITFILE.                                       11190000
           INITIALIZE AUDITFILE-REC.                                    11200000
           MOVE WC-PGM-NM                    TO AUD-PGM-NM.             11210000
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-RUN-DATE.           11220000
           COMPUTE AUD-READ-CTR = WA-MST-READ-CTR + WA-CHG-READ-CTR     11230000
                                + WA-DLT-READ-CTR                       11240000
           END-COMPUTE.                                                 11250000
           MOVE WV-MOV-CNT                   TO AUD-WRITE-CTR.          11260000
           MOVE WA-TBLFULL-CTR               TO AUD-ERROR-CTR.          11270000
           WRITE AUDITFILE-REC.                                         11280000
           CLOSE AUDITFILE.                                             11290000
                                                                        11300000
       Z998-WRITE-ALERT-REC.                                            11310000
      *----------------------                                           11320000
                                                                        11330000
           OPEN EXTEND ALERTFILE.                                       11340000
           MOVE SPACES                       TO ALERTFILE-REC.          11350000
           MOVE WC-PGM-NM                    TO ALT-PGM-NM.             11360000
           MOVE FUNCTION CURRENT-DATE (1:14) TO ALT-TS.                 11370000
           MOVE WV-ALT-SEV                   TO ALT-SEVERITY.           11380000
           MOVE WV-ALT-CD                    TO ALT-EVENT-CD.           11390000
           MOVE WV-ALT-TXT                   TO ALT-TEXT.               11400000
           WRITE ALERTFILE-REC.                                         11410000
           CLOSE ALERTFILE.                                             11420000
