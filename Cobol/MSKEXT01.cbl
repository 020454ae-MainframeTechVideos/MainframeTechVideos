       ID DIVISION.                                                     00010000
      **************                                                    00020000
                                                                        00030000
       PROGRAM-ID.     MSKEXT01.                                        00040000
                                                                        00050000
       AUTHOR.         MAINFRAMETECHVIDEOS.                             00060000
                                                                        00070000
       DATE-WRITTEN.   2026/10/15.                                      00080000
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
           SELECT  EMPMSTR   ASSIGN         TO UT-S-EMPMSTR.            00300000
           SELECT  EMPFILE   ASSIGN         TO UT-S-EMPFILE.            00310000
           SELECT  TIMEFILE  ASSIGN         TO UT-S-TIMEFILE.           00320000
           SELECT  TSTMSTR   ASSIGN         TO UT-S-TSTMSTR.            00330000
           SELECT  TSTEMP    ASSIGN         TO UT-S-TSTEMP.             00340000
           SELECT  TSTTIME   ASSIGN         TO UT-S-TSTTIME.            00350000
           SELECT  MSKRPT    ASSIGN         TO UT-S-MSKRPT.             00360000
           SELECT  AUDITFILE ASSIGN         TO UT-S-AUDITFILE.          00370000
           SELECT  ALERTFILE ASSIGN         TO UT-S-ALERTFILE.          00380000
                                                                        00390000
       DATA DIVISION.                                                   00400000
      ****************                                                  00410000
                                                                        00420000
       FILE SECTION.                                                    00430000
      *=============                                                    00440000
                                                                        00450000
       FD VALFILE                                                       00460000
              LABEL RECORD STANDARD                                     00470000
              BLOCK 0 RECORDS                                           00480000
              RECORDING MODE IS F.                                      00490000
                                                                        00500000
       01 VALFILE-REC.                                                  00510000
          03 VAL-CARD                       PIC X(80).                  00520000
                                                                        00530000
       FD EMPMSTR                                                       00540000
              LABEL RECORD STANDARD                                     00550000
              BLOCK 0 RECORDS                                           00560000
              RECORDING MODE IS F.                                      00570000
                                                                        00580000
       01 MST-REC.                                                      00590000
          03 MST-FTN-CD                     PIC X(02).                  00600000
          03 MST-EMP-DPT                    PIC X(03).                  00610000
          03 MST-EMP-NAME                   PIC X(20).                  00620000
          03 MST-EMP-ID                     PIC X(10).                  00630000
          03 MST-EMP-DESG                   PIC X(20).                  00640000
          03 MST-EMP-JOIN-YR                PIC X(04).                  00650000
          03 MST-EMP-SALARY                 PIC X(09).                  00660000
          03 MST-EMP-STREET                 PIC X(10).                  00670000
          03 MST-EMP-ZIP                    PIC X(06).                  00680000
          03 FILLER                         PIC X(116).                 00690000
                                                                        00700000
       01 MST-CON-REC.                                                  00710000
          03 FILLER                         PIC X(59).                  00720000
          03 MST3-EMP-STREET                PIC X(10).                  00730000
          03 MST3-EMP-ZIP                   PIC X(06).                  00740000
          03 MST3-EMP-CITY                  PIC X(10).                  00750000
          03 MST3-EMP-STATE                 PIC X(10).                  00760000
          03 MST3-EMP-RATE                  PIC X(07).                  00770000
          03 FILLER                         PIC X(98).                  00780000
                                                                        00790000
       01 MST-TRL-REC.                                                  00800000
          03 MST-TRL-ID                     PIC X(02).                  00810000
          03 MST-TRL-CNT                    PIC 9(09).                  00820000
          03 FILLER                         PIC X(189).                 00830000
                                                                        00840000
       FD EMPFILE                                                       00850000
              LABEL RECORD STANDARD                                     00860000
              BLOCK 0 RECORDS                                           00870000
              RECORDING MODE IS F.                                      00880000
                                                                        00890000
       01 EMP-REC-ZN.                                                   00900000
          03 EMP-REC-TYPE                   PIC X(01).                  00910000
          03 EMP-REC.                                                   00920000
             05 EMP-DPT                     PIC X(03).                  00930000
             05 EMP-NAME                    PIC X(20).                  00940000
             05 EMP-ID                      PIC X(10).                  00950000
             05 EMP-DESG                    PIC X(20).                  00960000
             05 EMP-JOIN-YR                 PIC X(04).                  00970000
             05 EMP-SALARY                  PIC X(09).                  00980000
             05 EMP-STREET                  PIC X(10).                  00990000
             05 EMP-ZIP                     PIC X(06).                  01000000
             05 EMP-CITY                    PIC X(10).                  01010000
             05 EMP-STATE                   PIC X(10).                  01020000
             05 EMP-SKILL OCCURS 5 TIMES    PIC X(10).                  01030000
             05 EMP-HOURLY-RATE             PIC X(07).                  01040000
             05 EMP-CONTRACT-END            PIC X(10).                  01050000
             05 EMP-RSV-ZN                  PIC X(81).                  01060000
                                                                        01070000
       FD TIMEFILE                                                      01080000
              LABEL RECORD STANDARD                                     01090000
              BLOCK 0 RECORDS                                           01100000
              RECORDING MODE IS F.                                      01110000
                                                                        01120000
       01 TIMEFILE-REC.                                                 01130000
          03 TS-EMP-ID                      PIC X(10).                  01140000
          03 TS-PERIOD                      PIC X(06).                  01150000
          03 TS-HOURS                       PIC 9(04)V99.               01160000
          03 FILLER                         PIC X(58).                  01170000
                                                                        01180000
       FD TSTMSTR                                                       01190000
              LABEL RECORD STANDARD                                     01200000
              BLOCK 0 RECORDS                                           01210000
              RECORDING MODE IS F.                                      01220000
                                                                        01230000
       01 TSTMSTR-REC                       PIC X(200).                 01240000
                                                                        01250000
       FD TSTEMP                                                        01260000
              LABEL RECORD STANDARD                                     01270000
              BLOCK 0 RECORDS                                           01280000
              RECORDING MODE IS F.                                      01290000
                                                                        01300000
       01 TSTEMP-REC                        PIC X(251).                 01310000
                                                                        01320000
       FD TSTTIME                                                       01330000
              LABEL RECORD STANDARD                                     01340000
              BLOCK 0 RECORDS                                           01350000
              RECORDING MODE IS F.                                      01360000
                                                                        01370000
       01 TSTTIME-REC                       PIC X(80).                  01380000
                                                                        01390000
       FD MSKRPT                                                        01400000
              LABEL RECORD STANDARD                                     01410000
              BLOCK 0 RECORDS                                           01420000
              RECORDING MODE IS F.                                      01430000
                                                                        01440000
       01 RPT-REC                           PIC X(132).                 01450000
                                                                        01460000
       FD AUDITFILE                                                     01470000
              LABEL RECORD STANDARD                                     01480000
              BLOCK 0 RECORDS                                           01490000
              RECORDING MODE IS F.                                      01500000
                                                                        01510000
       01 AUDITFILE-REC.                                                01520000
          03 AUD-PGM-NM                     PIC X(08).                  01530000
          03 AUD-RUN-DATE                   PIC X(08).                  01540000
          03 AUD-READ-CTR                   PIC 9(09).                  01550000
          03 AUD-WRITE-CTR                  PIC 9(09).                  01560000
          03 AUD-ERROR-CTR                  PIC 9(09).                  01570000
                                                                        01580000
       FD ALERTFILE                                                     01590000
              LABEL RECORD STANDARD                                     01600000
              BLOCK 0 RECORDS                                           01610000
              RECORDING MODE IS F.                                      01620000
                                                                        01630000
       01 ALERTFILE-REC.                                                01640000
          03 ALT-PGM-NM                     PIC X(08).                  01650000
          03 ALT-TS                         PIC X(14).                  01660000
          03 ALT-SEVERITY                   PIC X(01).                  01670000
          03 ALT-EVENT-CD                   PIC X(08).                  01680000
          03 ALT-TEXT                       PIC X(40).                  01690000
          03 FILLER                         PIC X(09).                  01700000
                                                                        01710000
       WORKING-STORAGE SECTION.                                         01720000
      *=========================                                        01730000
                                                                        01740000
       01 WS-WA.                                                        01750000
      *---------                                                        01760000
                                                                        01770000
          03 WA-READ-CTR                    PIC S9(09) PACKED-DECIMAL.  01780000
          03 WA-WRITE-CTR                   PIC S9(09) PACKED-DECIMAL.  01790000
          03 WA-TBLFULL-CTR                 PIC S9(09) PACKED-DECIMAL.  01800000
          03 WA-RPT-LINE-CTR                PIC S9(03) PACKED-DECIMAL.  01810000
          03 WA-RPT-PAGE-CTR                PIC S9(05) PACKED-DECIMAL.  01820000
                                                                        01830000
       01 WS-WI.                                                        01840000
      *---------                                                        01850000
                                                                        01860000
          03 WI-EOF-VALFILE                 PIC X(01).                  01870000
          03 WI-EOF-EMPMSTR                 PIC X(01).                  01880000
          03 WI-EOF-EMPFILE                 PIC X(01).                  01890000
          03 WI-EOF-TIMEFILE                PIC X(01).                  01900000
          03 WI-PARM-ERR                    PIC X(01).                  01910000
                                                                        01920000
       01 WS-CS.                                                        01930000
      *---------                                                        01940000
                                                                        01950000
          03 WC-PGM-NM                      PIC X(08) VALUE 'MSKEXT01'. 01960000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        01970000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        01980000
          03 WC-ONE                         PIC 9(01) VALUE 1.          01990000
          03 WC-FEED-HDR-ID                 PIC X(02) VALUE 'HD'.       02000000
          03 WC-FEED-TRL-ID                 PIC X(02) VALUE 'TR'.       02010000
          03 WC-FTN-03                      PIC X(02) VALUE '03'.       02020000
          03 WC-REC-TYPE-HDR                PIC X(01) VALUE 'H'.        02030000
          03 WC-REC-TYPE-DTL                PIC X(01) VALUE 'D'.        02040000
          03 WC-REC-TYPE-TRL                PIC X(01) VALUE 'T'.        02050000
          03 WC-HDR-CNT-TXT                 PIC X(13) VALUE             02060000
             'RECORD COUNT:'.                                           02070000
          03 WC-ID-MAX                      PIC 9(05) VALUE 20000.      02080000
          03 WC-ID-OVFL                     PIC X(10) VALUE             02090000
             'E999999999'.                                              02100000
          03 WC-MAX-SAL                     PIC 9(09) VALUE 999999999.  02110000
          03 WC-MAX-RATE                    PIC 9(05)V99 VALUE 99999.99.02120000
          03 WC-RPT-MAX-LINE                PIC 9(03) VALUE 55.         02130000
          03 WC-FL-MAX                      PIC 9(01) VALUE 3.          02135000
                                                                        02140000
       01 WS-FL-CS.                                                     02150000
      *------------                                                     02160000
                                                                        02170000
          03 FILLER                         PIC X(10) VALUE 'EMPMSTR'.  02180000
          03 FILLER                         PIC X(10) VALUE 'EMPFILE'.  02190000
          03 FILLER                         PIC X(10) VALUE 'TIMEFILE'. 02200000
                                                                        02210000
       01 WS-FL-CS-R REDEFINES WS-FL-CS.                                02220000
      *---------------------------------                                02230000
                                                                        02240000
          03 WV-FL-NM-CON OCCURS 3 TIMES    PIC X(10).                  02250000
                                                                        02260000
       01 WS-WV.                                                        02270000
      *---------                                                        02280000
                                                                        02290000
          03 WV-PARM-KEY                    PIC X(20).                  02300000
          03 WV-PARM-VAL                    PIC X(20).                  02310000
          03 WV-PARM-LINE-CTR               PIC 9(03).                  02320000
          03 WV-MASK-SEED                   PIC 9(04).                  02330000
          03 WV-SRCH-ID                     PIC X(10).                  02340000
          03 WV-MSK-ID                      PIC X(10).                  02350000
          03 WV-MSK-SEQ                     PIC 9(09).                  02360000
          03 WV-MSK-SEQ-X REDEFINES WV-MSK-SEQ                          02370000
                                            PIC X(09).                  02380000
          03 WV-MSK-PCT                     PIC 9(03).                  02390000
          03 WV-MSK-QUOT                    PIC 9(09).                  02400000
          03 WV-MSK-REM                     PIC 9(02).                  02410000
          03 WV-MSK-NAME                    PIC X(20).                  02420000
          03 WV-MSK-STREET                  PIC X(10).                  02430000
          03 WV-MSK-ZIP                     PIC X(06).                  02440000
          03 WV-ZIP-IN                      PIC X(06).                  02450000
          03 WV-SAL-X                       PIC X(09).                  02460000
          03 WV-SAL-9 REDEFINES WV-SAL-X    PIC 9(09).                  02470000
          03 WV-RATE-X                      PIC X(07).                  02480000
          03 WV-RATE-9 REDEFINES WV-RATE-X  PIC 9(05)V99.               02490000
          03 WV-AMT-WRK                     PIC S9(11)V99               02500000
                                            PACKED-DECIMAL.             02510000
          03 WV-FOUND-SW                    PIC X(01).                  02520000
          03 WV-NEW-ID-SW                   PIC X(01).                  02530000
          03 WV-TRL-CNT-DISP                PIC 9(05).                  02540000
          03 WV-CTR-DISP                    PIC ZZZ,ZZZ,ZZ9.            02550000
          03 WV-HOLD-LINE                   PIC X(132).                 02560000
                                                                        02570000
       01 WS-FL-TBL.                                                    02580000
      *-------------                                                    02590000
                                                                        02600000
          03 WV-FL-IX                       PIC S9(03) BINARY.          02610000
          03 WV-FL-ENTRY OCCURS 3 TIMES.                                02620000
             05 WV-FL-READ                  PIC S9(09) PACKED-DECIMAL.  02630000
             05 WV-FL-DTL                   PIC S9(09) PACKED-DECIMAL.  02640000
             05 WV-FL-FRAME                 PIC S9(09) PACKED-DECIMAL.  02650000
             05 WV-FL-WRITE                 PIC S9(09) PACKED-DECIMAL.  02660000
             05 WV-FL-NEW-ID                PIC S9(09) PACKED-DECIMAL.  02670000
             05 WV-FL-AMT-MSK               PIC S9(09) PACKED-DECIMAL.  02680000
             05 WV-FL-AMT-ASIS              PIC S9(09) PACKED-DECIMAL.  02690000
                                                                        02700000
       01 WS-ID-TBL.                                                    02710000
      *-------------                                                    02720000
                                                                        02730000
          03 WV-ID-CNT                      PIC S9(05) BINARY.          02740000
          03 WV-ID-IX                       PIC S9(05) BINARY.          02750000
          03 WV-ID-ENTRY OCCURS 20000 TIMES.                            02760000
             05 WV-ID-PROD                  PIC X(10).                  02770000
                                                                        02780000
       01 WS-ALERT.                                                     02790000
      *------------                                                     02800000
                                                                        02810000
          03 WV-ALT-SEV                     PIC X(01).                  02820000
          03 WV-ALT-CD                      PIC X(08).                  02830000
          03 WV-ALT-TXT                     PIC X(40).                  02840000
                                                                        02850000
       01 WS-RPT-HDR1.                                                  02860000
      *---------------                                                  02870000
                                                                        02880000
          03 FILLER                         PIC X(08) VALUE 'MSKEXT01'. 02890000
          03 FILLER                         PIC X(05) VALUE SPACES.     02900000
          03 FILLER                         PIC X(50) VALUE             02910000
             'MASKED PRODUCTION TO TEST EXTRACT'.                       02920000
          03 FILLER                         PIC X(09) VALUE 'RUN DATE '.02930000
          03 RPT-HDR-DATE                   PIC X(08).                  02940000
          03 FILLER                         PIC X(41) VALUE SPACES.     02950000
          03 FILLER                         PIC X(05) VALUE 'PAGE '.    02960000
          03 RPT-HDR-PAGE                   PIC ZZ,ZZ9.                 02970000
                                                                        02980000
       01 WS-RPT-HDR2.                                                  02990000
      *---------------                                                  03000000
                                                                        03010000
          03 FILLER                         PIC X(10) VALUE 'FILE'.     03020000
          03 FILLER                         PIC X(02) VALUE SPACES.     03030000
          03 FILLER                         PIC X(11) VALUE             03040000
             '       READ'.                                             03050000
          03 FILLER                         PIC X(02) VALUE SPACES.     03060000
          03 FILLER                         PIC X(11) VALUE             03070000
             '    DETAILS'.                                             03080000
          03 FILLER                         PIC X(02) VALUE SPACES.     03090000
          03 FILLER                         PIC X(11) VALUE             03100000
             '   HDR/TRLR'.                                             03110000
          03 FILLER                         PIC X(02) VALUE SPACES.     03120000
          03 FILLER                         PIC X(11) VALUE             03130000
             '    WRITTEN'.                                             03140000
          03 FILLER                         PIC X(02) VALUE SPACES.     03150000
          03 FILLER                         PIC X(11) VALUE             03160000
             ' NEW EMP ID'.                                             03170000
          03 FILLER                         PIC X(02) VALUE SPACES.     03180000
          03 FILLER                         PIC X(11) VALUE             03190000
             ' PAY MASKED'.                                             03200000
          03 FILLER                         PIC X(02) VALUE SPACES.     03210000
          03 FILLER                         PIC X(11) VALUE             03220000
             '  PAY AS-IS'.                                             03230000
          03 FILLER                         PIC X(31) VALUE SPACES.     03240000
                                                                        03250000
       01 WS-RPT-DTL.                                                   03260000
      *--------------                                                   03270000
                                                                        03280000
          03 RPT-DTL-FILE                   PIC X(10).                  03290000
          03 FILLER                         PIC X(02) VALUE SPACES.     03300000
          03 RPT-DTL-READ                   PIC ZZZ,ZZZ,ZZ9.            03310000
          03 FILLER                         PIC X(02) VALUE SPACES.     03320000
          03 RPT-DTL-DTL                    PIC ZZZ,ZZZ,ZZ9.            03330000
          03 FILLER                         PIC X(02) VALUE SPACES.     03340000
          03 RPT-DTL-FRAME                  PIC ZZZ,ZZZ,ZZ9.            03350000
          03 FILLER                         PIC X(02) VALUE SPACES.     03360000
          03 RPT-DTL-WRITE                  PIC ZZZ,ZZZ,ZZ9.            03370000
          03 FILLER                         PIC X(02) VALUE SPACES.     03380000
          03 RPT-DTL-NEW-ID                 PIC ZZZ,ZZZ,ZZ9.            03390000
          03 FILLER                         PIC X(02) VALUE SPACES.     03400000
          03 RPT-DTL-AMT-MSK                PIC ZZZ,ZZZ,ZZ9.            03410000
          03 FILLER                         PIC X(02) VALUE SPACES.     03420000
          03 RPT-DTL-AMT-ASIS               PIC ZZZ,ZZZ,ZZ9.            03430000
          03 FILLER                         PIC X(31) VALUE SPACES.     03440000
                                                                        03450000
       PROCEDURE DIVISION.                                              03460000
      ********************                                              03470000
                                                                        03480000
           PERFORM A010-STT-MSK-EXT.                                    03490000
           PERFORM A020-PCS-MASTER                                      03500000
                   UNTIL WI-EOF-EMPMSTR = HIGH-VALUES.                  03510000
           PERFORM A022-PCS-EMPFILE                                     03520000
                   UNTIL WI-EOF-EMPFILE = HIGH-VALUES.                  03530000
           PERFORM A024-PCS-TIMEFILE                                    03540000
                   UNTIL WI-EOF-TIMEFILE = HIGH-VALUES.                 03550000
           PERFORM A030-END-MSK-EXT.                                    03560000
           STOP RUN.                                                    03570000
                                                                        03580000
      **************************** LEVEL A *****************************03590000
                                                                        03600000
       A010-STT-MSK-EXT.                                                03610000
      *------------------                                               03620000
                                                                        03630000
           PERFORM Z030-INIT-FLDS.                                      03640000
           PERFORM Z015-READ-VAL-SW.                                    03650000
           IF WI-PARM-ERR = WC-IC-ON                                    03660000
              DISPLAY 'RUN REFUSED - PARAMETER ERRORS'                  03670000
              MOVE 8                        TO RETURN-CODE              03680000
              MOVE HIGH-VALUES              TO WI-EOF-EMPMSTR           03690000
                                               WI-EOF-EMPFILE           03700000
                                               WI-EOF-TIMEFILE          03710000
           ELSE                                                         03720000
              PERFORM Z010-OPN-FILES                                    03730000
              PERFORM Z040-READ-EMPMSTR                                 03740000
              PERFORM Z042-READ-EMPFILE                                 03750000
              PERFORM Z044-READ-TIMEFILE                                03760000
           END-IF.                                                      03770000
                                                                        03780000
       A020-PCS-MASTER.                                                 03790000
      *-----------------                                                03800000
                                                                        03810000
           MOVE 1                           TO WV-FL-IX.                03820000
           EVALUATE MST-FTN-CD                                          03830000
               WHEN WC-FEED-HDR-ID                                      03840000
                    ADD 1                   TO WV-FL-FRAME (WV-FL-IX)   03850000
               WHEN WC-FEED-TRL-ID                                      03860000
                    ADD 1                   TO WV-FL-FRAME (WV-FL-IX)   03870000
                    MOVE WV-FL-DTL (WV-FL-IX) TO MST-TRL-CNT            03880000
               WHEN OTHER                                               03890000
                    ADD 1                   TO WV-FL-DTL (WV-FL-IX)     03900000
                    PERFORM B010-MSK-MASTER-REC                         03910000
           END-EVALUATE.                                                03920000
           WRITE TSTMSTR-REC                FROM MST-REC.               03930000
           ADD 1                            TO WV-FL-WRITE (WV-FL-IX).  03940000
           PERFORM Z040-READ-EMPMSTR.                                   03950000
                                                                        03960000
       A022-PCS-EMPFILE.                                                03970000
      *------------------                                               03980000
                                                                        03990000
           MOVE 2                           TO WV-FL-IX.                04000000
           EVALUATE EMP-REC-TYPE                                        04010000
               WHEN WC-REC-TYPE-DTL                                     04020000
                    ADD 1                   TO WV-FL-DTL (WV-FL-IX)     04030000
                    PERFORM B020-MSK-EMPFILE-REC                        04040000
               WHEN WC-REC-TYPE-TRL                                     04050000
                    ADD 1                   TO WV-FL-FRAME (WV-FL-IX)   04060000
                    MOVE WV-FL-DTL (WV-FL-IX) TO WV-TRL-CNT-DISP        04070000
                    MOVE SPACES             TO EMP-REC                  04080000
                    STRING WC-HDR-CNT-TXT   DELIMITED BY SIZE           04090000
                           WV-TRL-CNT-DISP  DELIMITED BY SIZE           04100000
                           INTO EMP-REC                                 04110000
                    END-STRING                                          04120000
               WHEN OTHER                                               04130000
                    ADD 1                   TO WV-FL-FRAME (WV-FL-IX)   04140000
           END-EVALUATE.                                                04150000
           WRITE TSTEMP-REC                 FROM EMP-REC-ZN.            04160000
           ADD 1                            TO WV-FL-WRITE (WV-FL-IX).  04170000
           PERFORM Z042-READ-EMPFILE.                                   04180000
                                                                        04190000
       A024-PCS-TIMEFILE.                                               04200000
      *-------------------                                              04210000
                                                                        04220000
           MOVE 3                           TO WV-FL-IX.                04230000
           ADD 1                            TO WV-FL-DTL (WV-FL-IX).    04240000
           IF TS-EMP-ID NOT = SPACES                                    04250000
              MOVE TS-EMP-ID                TO WV-SRCH-ID               04260000
              PERFORM Z060-MAP-EMP-ID                                   04270000
              MOVE WV-MSK-ID                TO TS-EMP-ID                04280000
           END-IF.                                                      04290000
           WRITE TSTTIME-REC                FROM TIMEFILE-REC.          04300000
           ADD 1                            TO WV-FL-WRITE (WV-FL-IX).  04310000
           PERFORM Z044-READ-TIMEFILE.                                  04320000
                                                                        04330000
       A030-END-MSK-EXT.                                                04340000
      *------------------                                               04350000
                                                                        04360000
           IF WI-PARM-ERR = WC-IC-OFF                                   04370000
              PERFORM B090-PRT-SUMMARY                                  04380000
              PERFORM Z020-CLS-FILES                                    04390000
              PERFORM Z997-WRITE-AUDIT-REC                              04400000
              IF WA-TBLFULL-CTR > ZERO                                  04410000
                 MOVE 8                     TO RETURN-CODE              04420000
                 MOVE 'H'                   TO WV-ALT-SEV               04430000
                 MOVE 'TBLFULL'             TO WV-ALT-CD                04440000
                 MOVE 'EMP ID MAP FULL - TEST EXTRACT NOT USABLE'       04450000
                                            TO WV-ALT-TXT               04460000
                 PERFORM Z998-WRITE-ALERT-REC                           04470000
              END-IF                                                    04480000
           END-IF.                                                      04490000
           PERFORM Z990-PCS-CTRS.                                       04500000
                                                                        04510000
      **************************** LEVEL B *****************************04520000
                                                                        04530000
       B010-MSK-MASTER-REC.                                             04540000
      *---------------------                                            04550000
                                                                        04560000
           IF MST-EMP-ID NOT = SPACES                                   04570000
              MOVE MST-EMP-ID               TO WV-SRCH-ID               04580000
              PERFORM Z060-MAP-EMP-ID                                   04590000
              MOVE WV-MSK-ID                TO MST-EMP-ID               04600000
              PERFORM Z065-BLD-MSK-VALUES                               04610000
              IF MST-EMP-NAME NOT = SPACES                              04620000
                 MOVE WV-MSK-NAME           TO MST-EMP-NAME             04630000
              END-IF                                                    04640000
              IF MST-FTN-CD = WC-FTN-03                                 04650000
                 IF MST3-EMP-STREET NOT = SPACES                        04660000
                    MOVE WV-MSK-STREET      TO MST3-EMP-STREET          04670000
                 END-IF                                                 04680000
                 MOVE MST3-EMP-ZIP          TO WV-ZIP-IN                04690000
                 PERFORM Z070-MSK-ZIP                                   04700000
                 MOVE WV-MSK-ZIP            TO MST3-EMP-ZIP             04710000
                 MOVE MST3-EMP-RATE         TO WV-RATE-X                04720000
                 PERFORM Z080-MSK-RATE                                  04730000
                 MOVE WV-RATE-X             TO MST3-EMP-RATE            04740000
              ELSE                                                      04750000
                 IF MST-EMP-STREET NOT = SPACES                         04760000
                    MOVE WV-MSK-STREET      TO MST-EMP-STREET           04770000
                 END-IF                                                 04780000
                 MOVE MST-EMP-ZIP           TO WV-ZIP-IN                04790000
                 PERFORM Z070-MSK-ZIP                                   04800000
                 MOVE WV-MSK-ZIP            TO MST-EMP-ZIP              04810000
                 MOVE MST-EMP-SALARY        TO WV-SAL-X                 04820000
                 PERFORM Z075-MSK-SALARY                                04830000
                 MOVE WV-SAL-X              TO MST-EMP-SALARY           04840000
              END-IF                                                    04850000
           END-IF.                                                      04860000
                                                                        04870000
       B020-MSK-EMPFILE-REC.                                            04880000
      *----------------------                                           04890000
                                                                        04900000
           IF EMP-ID NOT = SPACES                                       04910000
              MOVE EMP-ID                   TO WV-SRCH-ID               04920000
              PERFORM Z060-MAP-EMP-ID                                   04930000
              MOVE WV-MSK-ID                TO EMP-ID                   04940000
              PERFORM Z065-BLD-MSK-VALUES                               04950000
              IF EMP-NAME NOT = SPACES                                  04960000
                 MOVE WV-MSK-NAME           TO EMP-NAME                 04970000
              END-IF                                                    04980000
              IF EMP-STREET NOT = SPACES                                04990000
                 MOVE WV-MSK-STREET         TO EMP-STREET               05000000
              END-IF                                                    05010000
              MOVE EMP-ZIP                  TO WV-ZIP-IN                05020000
              PERFORM Z070-MSK-ZIP                                      05030000
              MOVE WV-MSK-ZIP               TO EMP-ZIP                  05040000
              IF EMP-SALARY NOT = SPACES                                05050000
                 MOVE EMP-SALARY            TO WV-SAL-X                 05060000
                 PERFORM Z075-MSK-SALARY                                05070000
                 MOVE WV-SAL-X              TO EMP-SALARY               05080000
              END-IF                                                    05090000
              IF EMP-HOURLY-RATE NOT = SPACES                           05100000
                 MOVE EMP-HOURLY-RATE       TO WV-RATE-X                05110000
                 PERFORM Z080-MSK-RATE                                  05120000
                 MOVE WV-RATE-X             TO EMP-HOURLY-RATE          05130000
              END-IF                                                    05140000
           END-IF.                                                      05150000
                                                                        05160000
       B090-PRT-SUMMARY.                                                05170000
      *------------------                                               05180000
                                                                        05190000
           PERFORM Z200-WRITE-RPT-HDR.                                  05200000
           MOVE ZERO                        TO WV-FL-IX.                05210000
           PERFORM C090-PRT-FILE-LINE                                   05220000
                   UNTIL WV-FL-IX >= WC-FL-MAX.                         05230000
           MOVE SPACES                      TO RPT-REC.                 05240000
           PERFORM Z230-WRITE-RPT-REC.                                  05250000
           MOVE WV-ID-CNT                   TO WV-CTR-DISP.             05260000
           MOVE SPACES                      TO RPT-REC.                 05270000
           STRING 'EMPLOYEE IDS MASKED  :' DELIMITED BY SIZE            05280000
                  WV-CTR-DISP               DELIMITED BY SIZE           05290000
                  INTO RPT-REC                                          05300000
           END-STRING.                                                  05310000
           PERFORM Z230-WRITE-RPT-REC.                                  05320000
           MOVE WA-TBLFULL-CTR              TO WV-CTR-DISP.             05330000
           MOVE SPACES                      TO RPT-REC.                 05340000
           STRING 'IDS NOT MAPPED (FULL):' DELIMITED BY SIZE            05350000
                  WV-CTR-DISP               DELIMITED BY SIZE           05360000
                  INTO RPT-REC                                          05370000
           END-STRING.                                                  05380000
           PERFORM Z230-WRITE-RPT-REC.                                  05390000
                                                                        05400000
      **************************** LEVEL C *****************************05410000
                                                                        05420000
       C090-PRT-FILE-LINE.                                              05430000
      *--------------------                                             05440000
                                                                        05450000
           ADD 1                            TO WV-FL-IX.                05460000
           MOVE WV-FL-NM-CON (WV-FL-IX)     TO RPT-DTL-FILE.            05470000
           MOVE WV-FL-READ (WV-FL-IX)       TO RPT-DTL-READ.            05480000
           MOVE WV-FL-DTL (WV-FL-IX)        TO RPT-DTL-DTL.             05490000
           MOVE WV-FL-FRAME (WV-FL-IX)      TO RPT-DTL-FRAME.           05500000
           MOVE WV-FL-WRITE (WV-FL-IX)      TO RPT-DTL-WRITE.           05510000
           MOVE WV-FL-NEW-ID (WV-FL-IX)     TO RPT-DTL-NEW-ID.          05520000
           MOVE WV-FL-AMT-MSK (WV-FL-IX)    TO RPT-DTL-AMT-MSK.         05530000
           MOVE WV-FL-AMT-ASIS (WV-FL-IX)   TO RPT-DTL-AMT-ASIS.        05540000
           MOVE WS-RPT-DTL                  TO RPT-REC.                 05550000
           PERFORM Z230-WRITE-RPT-REC.                                  05560000
           ADD WV-FL-READ (WV-FL-IX)        TO WA-READ-CTR.             05570000
           ADD WV-FL-WRITE (WV-FL-IX)       TO WA-WRITE-CTR.            05580000
                                                                        05590000
      **************************** LEVEL Z *****************************05600000
                                                                        05610000
       Z010-OPN-FILES.                                                  05620000
      *----------------                                                 05630000
                                                                        05640000
           OPEN INPUT  EMPMSTR                                          05650000
                       EMPFILE                                          05660000
                       TIMEFILE                                         05670000
                OUTPUT TSTMSTR                                          05680000
                       TSTEMP                                           05690000
                       TSTTIME                                          05700000
                       MSKRPT.                                          05710000
                                                                        05720000
       Z015-READ-VAL-SW.                                                05730000
      *------------------                                               05740000
                                                                        05750000
           MOVE ZERO                        TO WV-MASK-SEED             05760000
                                               WV-PARM-LINE-CTR.        05770000
           MOVE WC-IC-OFF                   TO WI-PARM-ERR.             05780000
           MOVE LOW-VALUES                  TO WI-EOF-VALFILE.          05790000
           OPEN INPUT  VALFILE.                                         05800000
           PERFORM Z016-PCS-PARM-CARD                                   05810000
                   UNTIL WI-EOF-VALFILE = HIGH-VALUES.                  05820000
           CLOSE VALFILE.                                               05830000
           PERFORM Z019-ECHO-PARMS.                                     05840000
                                                                        05850000
       Z016-PCS-PARM-CARD.                                              05860000
      *--------------------                                             05870000
                                                                        05880000
           READ VALFILE                                                 05890000
             AT END                                                     05900000
                MOVE HIGH-VALUES            TO WI-EOF-VALFILE           05910000
           END-READ.                                                    05920000
           IF WI-EOF-VALFILE = LOW-VALUES                               05930000
              ADD 1                         TO WV-PARM-LINE-CTR         05940000
              IF VAL-CARD = SPACES                                      05950000
                 CONTINUE                                               05960000
              ELSE                                                      05970000
                 MOVE SPACES                TO WV-PARM-KEY              05980000
                                               WV-PARM-VAL              05990000
                 UNSTRING VAL-CARD          DELIMITED BY '='            06000000
                     INTO WV-PARM-KEY                                   06010000
                          WV-PARM-VAL                                   06020000
                 END-UNSTRING                                           06030000
                 PERFORM Z017-APPLY-PARM                                06040000
              END-IF                                                    06050000
           END-IF.                                                      06060000
                                                                        06070000
       Z017-APPLY-PARM.                                                 06080000
      *-----------------                                                06090000
                                                                        06100000
           EVALUATE WV-PARM-KEY                                         06110000
               WHEN 'MASK-SEED'                                         06120000
                    IF WV-PARM-VAL (1:4) IS NUMERIC                     06130000
                       AND WV-PARM-VAL (5:1) = SPACE                    06140000
                       MOVE WV-PARM-VAL (1:4)                           06150000
                                            TO WV-MASK-SEED             06160000
                    ELSE                                                06170000
                       PERFORM Z018-FLAG-PARM-ERR                       06180000
                    END-IF                                              06190000
               WHEN OTHER                                               06200000
                    PERFORM Z018-FLAG-PARM-ERR                          06210000
           END-EVALUATE.                                                06220000
                                                                        06230000
       Z018-FLAG-PARM-ERR.                                              06240000
      *--------------------                                             06250000
                                                                        06260000
           DISPLAY 'BAD PARAMETER CARD, LINE ' WV-PARM-LINE-CTR         06270000
                   ': ' VAL-CARD (1:40).                                06280000
           MOVE WC-IC-ON                    TO WI-PARM-ERR.             06290000
                                                                        06300000
       Z019-ECHO-PARMS.                                                 06310000
      *-----------------                                                06320000
                                                                        06330000
           DISPLAY 'RESOLVED RUN PARAMETERS:'.                          06340000
           IF WV-MASK-SEED = ZERO                                       06350000
              DISPLAY '  MASK-SEED        = DEFAULT'                    06360000
           ELSE                                                         06370000
              DISPLAY '  MASK-SEED        = SUPPLIED'                   06380000
           END-IF.                                                      06390000
                                                                        06400000
       Z020-CLS-FILES.                                                  06410000
      *----------------                                                 06420000
                                                                        06430000
           CLOSE  EMPMSTR                                               06440000
                  EMPFILE                                               06450000
                  TIMEFILE                                              06460000
                  TSTMSTR                                               06470000
                  TSTEMP                                                06480000
                  TSTTIME                                               06490000
                  MSKRPT.                                               06500000
                                                                        06510000
       Z030-INIT-FLDS.                                                  06520000
      *----------------                                                 06530000
                                                                        06540000
           INITIALIZE WS-WA                                             06550000
                      WS-WV                                             06560000
                      WS-FL-TBL.                                        06570000
           MOVE ZERO                        TO WV-ID-CNT.               06580000
           MOVE LOW-VALUES                  TO WI-EOF-EMPMSTR           06610000
                                               WI-EOF-EMPFILE           06620000
                                               WI-EOF-TIMEFILE.         06630000
           MOVE FUNCTION CURRENT-DATE (1:8) TO RPT-HDR-DATE.            06640000
                                                                        06780000
       Z040-READ-EMPMSTR.                                               06790000
      *-------------------                                              06800000
                                                                        06810000
           READ EMPMSTR                                                 06820000
             AT END                                                     06830000
                MOVE HIGH-VALUES            TO WI-EOF-EMPMSTR           06840000
           END-READ.                                                    06850000
           IF WI-EOF-EMPMSTR = LOW-VALUES                               06860000
              ADD 1                         TO WV-FL-READ (1)           06870000
           END-IF.                                                      06880000
                                                                        06890000
       Z042-READ-EMPFILE.                                               06900000
      *-------------------                                              06910000
                                                                        06920000
           READ EMPFILE                                                 06930000
             AT END                                                     06940000
                MOVE HIGH-VALUES            TO WI-EOF-EMPFILE           06950000
           END-READ.                                                    06960000
           IF WI-EOF-EMPFILE = LOW-VALUES                               06970000
              ADD 1                         TO WV-FL-READ (2)           06980000
           END-IF.                                                      06990000
                                                                        07000000
       Z044-READ-TIMEFILE.                                              07010000
      *--------------------                                             07020000
                                                                        07030000
           READ TIMEFILE                                                07040000
             AT END                                                     07050000
                MOVE HIGH-VALUES            TO WI-EOF-TIMEFILE          07060000
           END-READ.                                                    07070000
           IF WI-EOF-TIMEFILE = LOW-VALUES                              07080000
              ADD 1                         TO WV-FL-READ (3)           07090000
           END-IF.                                                      07100000
                                                                        07110000
       Z060-MAP-EMP-ID.                                                 07120000
      *-----------------                                                07130000
                                                                        07140000
           MOVE WC-IC-OFF                   TO WV-FOUND-SW.             07150000
           MOVE ZERO                        TO WV-ID-IX.                07160000
           PERFORM Z062-SCAN-ID-TBL                                     07170000
                   UNTIL WV-FOUND-SW = WC-IC-ON                         07180000
                      OR WV-ID-IX >= WV-ID-CNT.                         07190000
           IF WV-FOUND-SW = WC-IC-OFF                                   07200000
              IF WV-ID-CNT < WC-ID-MAX                                  07210000
                 ADD 1                      TO WV-ID-CNT                07220000
                 MOVE WV-ID-CNT             TO WV-ID-IX                 07230000
                 MOVE WV-SRCH-ID            TO WV-ID-PROD (WV-ID-IX)    07240000
                 MOVE WC-IC-ON              TO WV-FOUND-SW              07250000
                 IF WV-FL-IX > 1                                        07260000
                    ADD 1                   TO WV-FL-NEW-ID (WV-FL-IX)  07270000
                 END-IF                                                 07280000
              ELSE                                                      07290000
                 DISPLAY 'EMP ID MAP FULL - ID NOT MAPPED IN '          07300000
                         WV-FL-NM-CON (WV-FL-IX)                        07310000
                 ADD WC-ONE                 TO WA-TBLFULL-CTR           07320000
              END-IF                                                    07330000
           END-IF.                                                      07340000
           IF WV-FOUND-SW = WC-IC-ON                                    07350000
              MOVE WV-ID-IX                 TO WV-MSK-SEQ               07360000
              MOVE SPACES                   TO WV-MSK-ID                07370000
              STRING 'E'                    DELIMITED BY SIZE           07380000
                     WV-MSK-SEQ             DELIMITED BY SIZE           07390000
                     INTO WV-MSK-ID                                     07400000
              END-STRING                                                07410000
           ELSE                                                         07420000
              MOVE ZERO                     TO WV-MSK-SEQ               07430000
              MOVE WC-ID-OVFL               TO WV-MSK-ID                07440000
           END-IF.                                                      07450000
                                                                        07460000
       Z062-SCAN-ID-TBL.                                                07470000
      *------------------                                               07480000
                                                                        07490000
           ADD 1                            TO WV-ID-IX.                07500000
           IF WV-ID-PROD (WV-ID-IX) = WV-SRCH-ID                        07510000
              MOVE WC-IC-ON                 TO WV-FOUND-SW              07520000
           END-IF.                                                      07530000
                                                                        07540000
       Z065-BLD-MSK-VALUES.                                             07550000
      *---------------------                                            07560000
                                                                        07570000
           MOVE SPACES                      TO WV-MSK-NAME              07580000
                                               WV-MSK-STREET.           07590000
           STRING 'TEST EMP '               DELIMITED BY SIZE           07600000
                  WV-MSK-SEQ                DELIMITED BY SIZE           07610000
                  INTO WV-MSK-NAME                                      07620000
           END-STRING.                                                  07630000
           STRING 'ST '                     DELIMITED BY SIZE           07640000
                  WV-MSK-SEQ-X (3:7)        DELIMITED BY SIZE           07650000
                  INTO WV-MSK-STREET                                    07660000
           END-STRING.                                                  07670000
           ADD WV-MSK-SEQ WV-MASK-SEED      GIVING WV-MSK-QUOT.         07680000
           DIVIDE WV-MSK-QUOT BY 30         GIVING WV-MSK-QUOT          07690000
                  REMAINDER WV-MSK-REM.                                 07700000
           ADD 85 WV-MSK-REM                GIVING WV-MSK-PCT.          07710000
           IF WV-MSK-PCT NOT < 100                                      07720000
              ADD 1                         TO WV-MSK-PCT               07730000
           END-IF.                                                      07740000
                                                                        07750000
       Z070-MSK-ZIP.                                                    07760000
      *--------------                                                   07770000
                                                                        07780000
           IF WV-ZIP-IN = SPACES                                        07790000
              MOVE SPACES                   TO WV-MSK-ZIP               07800000
           ELSE                                                         07810000
              MOVE WV-ZIP-IN (1:1)          TO WV-MSK-ZIP (1:1)         07820000
              MOVE WV-MSK-SEQ-X (5:5)       TO WV-MSK-ZIP (2:5)         07830000
           END-IF.                                                      07840000
                                                                        07850000
       Z075-MSK-SALARY.                                                 07860000
      *-----------------                                                07870000
                                                                        07880000
           IF WV-SAL-X IS NUMERIC                                       07890000
              COMPUTE WV-AMT-WRK ROUNDED = WV-SAL-9 * WV-MSK-PCT / 100  07900000
              END-COMPUTE                                               07910000
              IF WV-AMT-WRK > WC-MAX-SAL                                07920000
                 MOVE WC-MAX-SAL            TO WV-SAL-9                 07930000
              ELSE                                                      07940000
                 MOVE WV-AMT-WRK            TO WV-SAL-9                 07950000
              END-IF                                                    07960000
              ADD 1                         TO WV-FL-AMT-MSK (WV-FL-IX) 07970000
           ELSE                                                         07980000
              ADD 1                         TO WV-FL-AMT-ASIS (WV-FL-IX)07990000
           END-IF.                                                      08000000
                                                                        08010000
       Z080-MSK-RATE.                                                   08020000
      *---------------                                                  08030000
                                                                        08040000
           IF WV-RATE-X IS NUMERIC                                      08050000
              COMPUTE WV-AMT-WRK ROUNDED = WV-RATE-9 * WV-MSK-PCT / 100 08060000
              END-COMPUTE                                               08070000
              IF WV-AMT-WRK > WC-MAX-RATE                               08080000
                 MOVE WC-MAX-RATE           TO WV-RATE-9                08090000
              ELSE                                                      08100000
                 MOVE WV-AMT-WRK            TO WV-RATE-9                08110000
              END-IF                                                    08120000
              ADD 1                         TO WV-FL-AMT-MSK (WV-FL-IX) 08130000
           ELSE                                                         08140000
              IF WV-RATE-X NOT = SPACES                                 08150000
                 ADD 1                      TO WV-FL-AMT-ASIS (WV-FL-IX)08160000
              END-IF                                                    08170000
           END-IF.                                                      08180000
                                                                        08190000
       Z200-WRITE-RPT-HDR.                                              08200000
      *--------------------                                             08210000
                                                                        08220000
           ADD WC-ONE                       TO WA-RPT-PAGE-CTR.         08230000
           MOVE WA-RPT-PAGE-CTR             TO RPT-HDR-PAGE.            08240000
           IF WA-RPT-PAGE-CTR = 1                                       08250000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            08260000
           ELSE                                                         08270000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            08280000
                    AFTER ADVANCING NEXT-PAGE                           08290000
           END-IF.                                                      08300000
           MOVE SPACES                      TO RPT-REC.                 08310000
           WRITE RPT-REC.                                               08320000
           WRITE RPT-REC                    FROM WS-RPT-HDR2.           08330000
           MOVE SPACES                      TO RPT-REC.                 08340000
           WRITE RPT-REC.                                               08350000
           MOVE 4                           TO WA-RPT-LINE-CTR.         08360000
                                                                        08370000
       Z230-WRITE-RPT-REC.                                              08380000
      *--------------------                                             08390000
                                                                        08400000
           IF WA-RPT-LINE-CTR >= WC-RPT-MAX-LINE                        08410000
              MOVE RPT-REC                  TO WV-HOLD-LINE             08420000
              PERFORM Z200-WRITE-RPT-HDR                                08430000
              MOVE WV-HOLD-LINE             TO RPT-REC                  08440000
           END-IF.                                                      08450000
           WRITE RPT-REC.                                               08460000
           ADD WC-ONE                       TO WA-RPT-LINE-CTR.         08470000
                                                                        08480000
       Z990-PCS-CTRS.                                                   08490000
      *---------------                                                  08500000
                                                                        08510000
           DISPLAY 'NUMBER OF RECORDS READ         :-' WA-READ-CTR.     08520000
           DISPLAY 'NUMBER OF RECORDS WRITTEN      :-' WA-WRITE-CTR.    08530000
           DISPLAY 'NUMBER OF EMPLOYEE IDS MASKED  :-' WV-ID-CNT.       08540000
           DISPLAY 'NUMBER OF IDS NOT MAPPED       :-' WA-TBLFULL-CTR.  08550000
                                                                        08560000
       Z997-WRITE-AUDIT-REC.                                            08570000
      *----------------------                                           08580000
                                                                        08590000
           OPEN EXTEND AUDITFILE.                                       08600000
           INITIALIZE AUDITFILE-REC.                                    08610000
           MOVE WC-PGM-NM                    TO AUD-PGM-NM.             08620000
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-RUN-DATE.           08630000
           MOVE WA-READ-CTR                  TO AUD-READ-CTR.           08640000
           MOVE WA-WRITE-CTR                 TO AUD-WRITE-CTR.          08650000
           MOVE WA-TBLFULL-CTR               TO AUD-ERROR-CTR.          08660000
           WRITE AUDITFILE-REC.                                         08670000
           CLOSE AUDITFILE.                                             08680000
                                                                        08690000
       Z998-WRITE-ALERT-REC.                                            08700000
      *----------------------                                           08710000
                                                                        08720000
           OPEN EXTEND ALERTFILE.                                       08730000
           MOVE SPACES                       TO ALERTFILE-REC.          08740000
           MOVE WC-PGM-NM                    TO ALT-PGM-NM.             08750000
           MOVE FUNCTION CURRENT-DATE (1:14) TO ALT-TS.                 08760000
           MOVE WV-ALT-SEV                   TO ALT-SEVERITY.           08770000
           MOVE WV-ALT-CD                    TO ALT-EVENT-CD.           08780000
           MOVE WV-ALT-TXT                   TO ALT-TEXT.               08790000
           WRITE ALERTFILE-REC.                                         08800000
           CLOSE ALERTFILE.                                             08810000
