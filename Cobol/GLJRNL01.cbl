       ID DIVISION.                                                     00010000
      **************                                                    00020000
                                                                        00030000
       PROGRAM-ID.     GLJRNL01.                                        00040000
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
           SELECT  GLMAP     ASSIGN         TO UT-S-GLMAP.              00300000
           SELECT  GLJRNL    ASSIGN         TO UT-S-GLJRNL.             00310000
           SELECT  GLRPT     ASSIGN         TO UT-S-GLRPT.              00320000
           SELECT  AUDITFILE ASSIGN         TO UT-S-AUDITFILE.          00330000
           SELECT  ALERTFILE ASSIGN         TO UT-S-ALERTFILE.          00340000
                                                                        00350000
       DATA DIVISION.                                                   00360000
      ****************                                                  00370000
                                                                        00380000
       FILE SECTION.                                                    00390000
      *=============                                                    00400000
                                                                        00410000
       FD PAYFILE                                                       00420000
              LABEL RECORD STANDARD                                     00430000
              BLOCK 0 RECORDS                                           00440000
              RECORDING MODE IS F.                                      00450000
                                                                        00460000
       01 PAYFILE-REC.                                                  00470000
          03 PAY-REC-TYPE                   PIC X(01).                  00480000
          03 PAY-EMP-ID                     PIC X(10).                  00490000
          03 PAY-EMP-DPT                    PIC X(03).                  00500000
          03 PAY-TYPE                       PIC X(03).                  00510000
          03 PAY-PERIOD                     PIC X(06).                  00520000
          03 PAY-GROSS                      PIC 9(09)V99.               00530000
          03 FILLER                         PIC X(46).                  00540000
                                                                        00550000
       FD GLMAP                                                         00560000
              LABEL RECORD STANDARD                                     00570000
              BLOCK 0 RECORDS                                           00580000
              RECORDING MODE IS F.                                      00590000
                                                                        00600000
       01 GLMAP-REC.                                                    00610000
          03 MAP-DEPT-CD                    PIC X(03).                  00620000
          03 MAP-COST-CTR                   PIC X(08).                  00630000
          03 MAP-SAL-ACCT                   PIC X(08).                  00640000
          03 MAP-CON-ACCT                   PIC X(08).                  00650000
          03 MAP-LIAB-ACCT                  PIC X(08).                  00660000
          03 FILLER                         PIC X(45).                  00670000
                                                                        00680000
       FD GLJRNL                                                        00690000
              LABEL RECORD STANDARD                                     00700000
              BLOCK 0 RECORDS                                           00710000
              RECORDING MODE IS F.                                      00720000
                                                                        00730000
       01 GLJRNL-REC.                                                   00740000
          03 JRN-REC-TYPE                   PIC X(01).                  00750000
          03 JRN-PERIOD                     PIC X(06).                  00760000
          03 JRN-LINE-NO                    PIC 9(05).                  00770000
          03 JRN-ACCT                       PIC X(08).                  00780000
          03 JRN-COST-CTR                   PIC X(08).                  00790000
          03 JRN-DR-CR                      PIC X(01).                  00800000
          03 JRN-AMT                        PIC 9(11)V99.               00810000
          03 JRN-DEPT                       PIC X(03).                  00820000
          03 JRN-PAY-TYPE                   PIC X(03).                  00830000
          03 JRN-DESC                       PIC X(30).                  00840000
          03 FILLER                         PIC X(02).                  00850000
                                                                        00860000
       FD GLRPT                                                         00870000
              LABEL RECORD STANDARD                                     00880000
              BLOCK 0 RECORDS                                           00890000
              RECORDING MODE IS F.                                      00900000
                                                                        00910000
       01 RPT-REC                           PIC X(132).                 00920000
                                                                        00930000
       FD AUDITFILE                                                     00940000
              LABEL RECORD STANDARD                                     00950000
              BLOCK 0 RECORDS                                           00960000
              RECORDING MODE IS F.                                      00970000
                                                                        00980000
       01 AUDITFILE-REC.                                                00990000
          03 AUD-PGM-NM                        PIC X(08).               01000000
          03 AUD-RUN-DATE                      PIC X(08).               01010000
          03 AUD-READ-CTR                      PIC 9(09).               01020000
          03 AUD-WRITE-CTR                     PIC 9(09).               01030000
          03 AUD-ERROR-CTR                     PIC 9(09).               01040000
                                                                        01050000
       FD ALERTFILE                                                     01060000
              LABEL RECORD STANDARD                                     01070000
              BLOCK 0 RECORDS                                           01080000
              RECORDING MODE IS F.                                      01090000
                                                                        01100000
       01 ALERTFILE-REC.                                                01110000
          03 ALT-PGM-NM                        PIC X(08).               01120000
          03 ALT-TS                            PIC X(14).               01130000
          03 ALT-SEVERITY                      PIC X(01).               01140000
          03 ALT-EVENT-CD                      PIC X(08).               01150000
          03 ALT-TEXT                          PIC X(40).               01160000
          03 FILLER                            PIC X(09).               01170000
                                                                        01180000
       WORKING-STORAGE SECTION.                                         01190000
      *=========================                                        01200000
                                                                        01210000
       01 WS-WA.                                                        01220000
      *---------                                                        01230000
                                                                        01240000
          03 WA-READ-CTR                    PIC S9(09) PACKED-DECIMAL.  01250000
          03 WA-MAP-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01260000
          03 WA-JRN-WRITE-CTR               PIC S9(09) PACKED-DECIMAL.  01270000
          03 WA-ERROR-CTR                   PIC S9(09) PACKED-DECIMAL.  01280000
          03 WA-GROSS-TOT                   PIC S9(13)V99               01290000
                                              PACKED-DECIMAL.           01300000
          03 WA-DR-TOT                      PIC S9(13)V99               01310000
                                              PACKED-DECIMAL.           01320000
          03 WA-CR-TOT                      PIC S9(13)V99               01330000
                                              PACKED-DECIMAL.           01340000
          03 WA-RPT-LINE-CTR                PIC S9(03) PACKED-DECIMAL.  01350000
          03 WA-RPT-PAGE-CTR                PIC S9(05) PACKED-DECIMAL.  01360000
                                                                        01370000
       01 WS-CS.                                                        01380000
      *---------                                                        01390000
                                                                        01400000
          03 WC-PGM-NM                      PIC X(08) VALUE 'GLJRNL01'. 01410000
          03 WC-PCS-NM                      PIC X(40) VALUE             01420000
             'PAYROLL GENERAL LEDGER JOURNAL'.                          01430000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        01440000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        01450000
          03 WC-ONE                         PIC 9(01) VALUE 1.          01460000
          03 WC-REC-TYPE-HDR                PIC X(01) VALUE 'H'.        01470000
          03 WC-REC-TYPE-DTL                PIC X(01) VALUE 'D'.        01480000
          03 WC-REC-TYPE-TRL                PIC X(01) VALUE 'T'.        01490000
          03 WC-TYPE-SAL                    PIC X(03) VALUE 'SAL'.      01500000
          03 WC-TYPE-CON                    PIC X(03) VALUE 'CON'.      01510000
          03 WC-DEBIT                       PIC X(01) VALUE 'D'.        01520000
          03 WC-CREDIT                      PIC X(01) VALUE 'C'.        01530000
          03 WC-MAP-MAX                     PIC 9(03) VALUE 50.         01540000
          03 WC-JS-MAX                      PIC 9(03) VALUE 100.        01550000
          03 WC-LIAB-MAX                    PIC 9(03) VALUE 20.         01560000
          03 WC-RPT-MAX-LINE                PIC 9(03) VALUE 55.         01570000
                                                                        01580000
       01 WS-WV.                                                        01590000
      *---------                                                        01600000
                                                                        01610000
          03 WV-PAY-PERIOD                  PIC X(06).                  01620000
          03 WV-LINE-NO                     PIC 9(05).                  01630000
          03 WV-CTR-DISP                    PIC ZZ,ZZZ,ZZ9.             01640000
          03 WV-AMT-DISP                    PIC $Z,ZZZ,ZZZ,ZZZ,ZZ9.99.  01650000
          03 WV-TRL-CNT-X                   PIC X(09).                  01660000
          03 WV-TRL-CNT                     PIC 9(09).                  01670000
          03 WV-TRL-GROSS-X                 PIC X(15).                  01680000
          03 WV-TRL-GROSS-9 REDEFINES WV-TRL-GROSS-X                    01683000
                                            PIC 9(13)V99.               01686000
          03 WV-TRL-GROSS                   PIC 9(13)V99.               01690000
          03 WV-TRL-CNT-DISP                PIC 9(09).                  01700000
          03 WV-TRL-AMT-DISP                PIC 9(13)V99.               01710000
          03 WV-MAP-IX                      PIC S9(03) BINARY.          01720000
          03 WV-MAP-CNT                     PIC S9(03) BINARY.          01730000
          03 WV-MAP-FOUND-SW                PIC X(01).                  01740000
          03 WV-JS-IX                       PIC S9(03) BINARY.          01750000
          03 WV-JS-CNT                      PIC S9(03) BINARY.          01760000
          03 WV-JS-FOUND-SW                 PIC X(01).                  01770000
          03 WV-LIAB-IX                     PIC S9(03) BINARY.          01780000
          03 WV-LIAB-CNT                    PIC S9(03) BINARY.          01790000
          03 WV-LIAB-FOUND-SW               PIC X(01).                  01800000
          03 WV-DEPT-KEY                    PIC X(03).                  01810000
          03 WV-LIAB-KEY                    PIC X(08).                  01820000
          03 WV-HOLD-LINE                   PIC X(132).                 01830000
                                                                        01840000
       01 WS-ALERT.                                                     01850000
      *------------                                                     01860000
                                                                        01870000
          03 WV-ALT-SEV                     PIC X(01).                  01880000
          03 WV-ALT-CD                      PIC X(08).                  01890000
          03 WV-ALT-TXT                     PIC X(40).                  01900000
                                                                        01910000
       01 WS-MAP-TBL.                                                   01920000
      *---------------                                                  01930000
                                                                        01940000
          03 WV-MAP-ENTRY OCCURS 50 TIMES.                              01950000
             05 WV-MAP-DEPT-CD              PIC X(03).                  01960000
             05 WV-MAP-COST-CTR             PIC X(08).                  01970000
             05 WV-MAP-SAL-ACCT             PIC X(08).                  01980000
             05 WV-MAP-CON-ACCT             PIC X(08).                  01990000
             05 WV-MAP-LIAB-ACCT            PIC X(08).                  02000000
                                                                        02010000
       01 WS-JS-TBL.                                                    02020000
      *--------------                                                   02030000
                                                                        02040000
          03 WV-JS-ENTRY OCCURS 100 TIMES.                              02050000
             05 WV-JS-DEPT                  PIC X(03).                  02060000
             05 WV-JS-PAY-TYPE              PIC X(03).                  02070000
             05 WV-JS-HC                    PIC S9(05)                  02080000
                                              PACKED-DECIMAL.           02090000
             05 WV-JS-AMT                   PIC S9(11)V99               02100000
                                              PACKED-DECIMAL.           02110000
             05 WV-JS-MAP-IX                PIC S9(03) BINARY.          02120000
                                                                        02130000
       01 WS-LIAB-TBL.                                                  02140000
      *----------------                                                 02150000
                                                                        02160000
          03 WV-LIAB-ENTRY OCCURS 20 TIMES.                             02170000
             05 WV-LIAB-ACCT                PIC X(08).                  02180000
             05 WV-LIAB-AMT                 PIC S9(13)V99               02190000
                                              PACKED-DECIMAL.           02200000
                                                                        02210000
       01 WS-RPT-HDR1.                                                  02220000
      *----------------                                                 02230000
                                                                        02240000
          03 FILLER                         PIC X(08) VALUE 'GLJRNL01'. 02250000
          03 FILLER                         PIC X(05) VALUE SPACES.     02260000
          03 FILLER                         PIC X(35) VALUE             02270000
             'PAYROLL JOURNAL LISTING - PERIOD'.                        02280000
          03 RPT-HDR-PERIOD                 PIC X(06).                  02290000
          03 FILLER                         PIC X(67) VALUE SPACES.     02300000
          03 FILLER                         PIC X(05) VALUE 'PAGE '.    02310000
          03 RPT-HDR-PAGE                   PIC ZZ,ZZ9.                 02320000
                                                                        02330000
       01 WS-RPT-HDR2.                                                  02340000
      *----------------                                                 02350000
                                                                        02360000
          03 FILLER                         PIC X(05) VALUE 'LINE '.    02370000
          03 FILLER                         PIC X(02) VALUE SPACES.     02380000
          03 FILLER                         PIC X(08) VALUE 'ACCOUNT'.  02390000
          03 FILLER                         PIC X(02) VALUE SPACES.     02400000
          03 FILLER                         PIC X(08) VALUE 'COST CTR'. 02410000
          03 FILLER                         PIC X(02) VALUE SPACES.     02420000
          03 FILLER                         PIC X(04) VALUE 'DEPT'.     02430000
          03 FILLER                         PIC X(02) VALUE SPACES.     02440000
          03 FILLER                         PIC X(04) VALUE 'TYPE'.     02450000
          03 FILLER                         PIC X(02) VALUE SPACES.     02460000
          03 FILLER                         PIC X(21) VALUE             02470000
             '                DEBIT'.                                   02480000
          03 FILLER                         PIC X(02) VALUE SPACES.     02490000
          03 FILLER                         PIC X(21) VALUE             02500000
             '               CREDIT'.                                   02510000
          03 FILLER                         PIC X(02) VALUE SPACES.     02520000
          03 FILLER                         PIC X(11) VALUE             02530000
             'DESCRIPTION'.                                             02540000
          03 FILLER                         PIC X(36) VALUE SPACES.     02550000
                                                                        02560000
       01 WS-RPT-DTL.                                                   02570000
      *---------------                                                  02580000
                                                                        02590000
          03 RPT-DTL-LINE                   PIC ZZZZ9.                  02600000
          03 FILLER                         PIC X(02) VALUE SPACES.     02610000
          03 RPT-DTL-ACCT                   PIC X(08).                  02620000
          03 FILLER                         PIC X(02) VALUE SPACES.     02630000
          03 RPT-DTL-COST-CTR               PIC X(08).                  02640000
          03 FILLER                         PIC X(02) VALUE SPACES.     02650000
          03 RPT-DTL-DEPT                   PIC X(03).                  02660000
          03 FILLER                         PIC X(03) VALUE SPACES.     02670000
          03 RPT-DTL-TYPE                   PIC X(03).                  02680000
          03 FILLER                         PIC X(03) VALUE SPACES.     02690000
          03 RPT-DTL-DEBIT                  PIC $Z,ZZZ,ZZZ,ZZZ,ZZ9.99   02700000
                                              BLANK WHEN ZERO.          02710000
          03 FILLER                         PIC X(02) VALUE SPACES.     02720000
          03 RPT-DTL-CREDIT                 PIC $Z,ZZZ,ZZZ,ZZZ,ZZ9.99   02730000
                                              BLANK WHEN ZERO.          02740000
          03 FILLER                         PIC X(02) VALUE SPACES.     02750000
          03 RPT-DTL-DESC                   PIC X(30).                  02760000
          03 FILLER                         PIC X(17) VALUE SPACES.     02770000
                                                                        02780000
       01 WS-WI.                                                        02790000
      *---------                                                        02800000
                                                                        02810000
          03 WI-EOF-PAYFILE                 PIC X(01).                  02820000
          03 WI-EOF-GLMAP                   PIC X(01).                  02830000
          03 WI-REC-SKIPPED                 PIC X(01).                  02840000
          03 WI-RUN-OK                      PIC X(01).                  02850000
          03 WI-TRL-SEEN                    PIC X(01).                  02860000
                                                                        02870000
       PROCEDURE DIVISION.                                              02880000
      ********************                                              02890000
                                                                        02900000
           PERFORM A010-STT-JRN-PCS.                                    02910000
           PERFORM A020-PCS-PAY-REC                                     02920000
                   UNTIL WI-EOF-PAYFILE = HIGH-VALUES.                  02930000
           PERFORM A030-END-JRN-PCS.                                    02940000
           STOP RUN.                                                    02950000
                                                                        02960000
      **************************** LEVEL A *****************************02970000
                                                                        02980000
       A010-STT-JRN-PCS.                                                02990000
      *------------------                                               03000000
                                                                        03010000
           PERFORM Z010-OPN-FILES.                                      03020000
           PERFORM Z030-INIT-FLDS.                                      03030000
           PERFORM Z035-LOAD-MAP-FILE.                                  03040000
           PERFORM Z045-READ-PAY-HDR.                                   03050000
           IF WI-RUN-OK = WC-IC-ON                                      03060000
              PERFORM Z040-READ-PAYFILE                                 03070000
           ELSE                                                         03080000
              MOVE HIGH-VALUES              TO WI-EOF-PAYFILE           03090000
           END-IF.                                                      03100000
           PERFORM Z200-WRITE-RPT-HDR.                                  03110000
                                                                        03120000
       A020-PCS-PAY-REC.                                                03130000
      *------------------                                               03140000
                                                                        03150000
           PERFORM B010-ACCUM-PAY-REC.                                  03160000
           PERFORM Z040-READ-PAYFILE.                                   03170000
                                                                        03180000
       A030-END-JRN-PCS.                                                03190000
      *------------------                                               03200000
                                                                        03210000
           IF WI-RUN-OK = WC-IC-ON                                      03220000
              PERFORM B040-CHK-PAY-TRL                                  03230000
           END-IF.                                                      03240000
                                                                        03250000
           IF WI-RUN-OK = WC-IC-ON                                      03260000
              PERFORM B050-MAP-JRN-LINES                                03270000
           END-IF.                                                      03280000
                                                                        03290000
           IF WI-RUN-OK = WC-IC-ON                                      03300000
              AND WA-DR-TOT NOT = WA-CR-TOT                             03310000
              DISPLAY 'JOURNAL OUT OF BALANCE - DEBITS ' WA-DR-TOT      03320000
                      ' CREDITS ' WA-CR-TOT                             03330000
              MOVE WC-IC-OFF                TO WI-RUN-OK                03340000
           END-IF.                                                      03350000
                                                                        03360000
           IF WI-RUN-OK = WC-IC-ON                                      03370000
              PERFORM B070-WRITE-JOURNAL                                03380000
           ELSE                                                         03390000
              MOVE 8                        TO RETURN-CODE              03400000
              MOVE 'H'                      TO WV-ALT-SEV               03410000
              MOVE 'JRNLBAL'                TO WV-ALT-CD                03420000
              MOVE 'PAYROLL JOURNAL NOT BALANCED - NOT WRITTEN'         03430000
                                            TO WV-ALT-TXT               03440000
              PERFORM Z998-WRITE-ALERT-REC                              03450000
           END-IF.                                                      03460000
                                                                        03470000
           PERFORM Z210-WRITE-RPT-TOTALS.                               03480000
           PERFORM Z990-PCS-CTRS.                                       03490000
           PERFORM Z997-WRITE-AUDIT-REC.                                03500000
           PERFORM Z020-CLS-FILES.                                      03510000
                                                                        03520000
      **************************** LEVEL B *****************************03530000
                                                                        03540000
       B010-ACCUM-PAY-REC.                                              03550000
      *--------------------                                             03560000
                                                                        03570000
           IF PAY-GROSS IS NOT NUMERIC                                  03580000
              OR PAY-PERIOD NOT = WV-PAY-PERIOD                         03590000
              OR (PAY-TYPE NOT = WC-TYPE-SAL                            03600000
                  AND PAY-TYPE NOT = WC-TYPE-CON)                       03610000
              DISPLAY 'PAYFILE RECORD NOT VALID - EMP ID:'              03620000
                      PAY-EMP-ID                                        03630000
              ADD WC-ONE                    TO WA-ERROR-CTR             03640000
              MOVE WC-IC-OFF                TO WI-RUN-OK                03650000
           ELSE                                                         03660000
              ADD PAY-GROSS                 TO WA-GROSS-TOT             03670000
              MOVE WC-IC-OFF                TO WV-JS-FOUND-SW           03680000
              MOVE ZERO                     TO WV-JS-IX                 03690000
              PERFORM B015-SCAN-JS-TBL                                  03700000
                      UNTIL WV-JS-FOUND-SW = WC-IC-ON                   03710000
                         OR WV-JS-IX >= WV-JS-CNT                       03720000
              IF WV-JS-FOUND-SW = WC-IC-OFF                             03730000
                 PERFORM B020-ADD-JS-ENTRY                              03740000
              END-IF                                                    03750000
              IF WV-JS-FOUND-SW = WC-IC-ON                              03760000
                 ADD 1                      TO WV-JS-HC (WV-JS-IX)      03770000
                 ADD PAY-GROSS              TO WV-JS-AMT (WV-JS-IX)     03780000
              END-IF                                                    03790000
           END-IF.                                                      03800000
                                                                        03810000
       B015-SCAN-JS-TBL.                                                03820000
      *------------------                                               03830000
                                                                        03840000
           ADD 1                            TO WV-JS-IX.                03850000
           IF WV-JS-DEPT (WV-JS-IX) = PAY-EMP-DPT                       03860000
              AND WV-JS-PAY-TYPE (WV-JS-IX) = PAY-TYPE                  03870000
              MOVE WC-IC-ON                 TO WV-JS-FOUND-SW           03880000
           END-IF.                                                      03890000
                                                                        03900000
       B020-ADD-JS-ENTRY.                                               03910000
      *-------------------                                              03920000
                                                                        03930000
           IF WV-JS-CNT < WC-JS-MAX                                     03940000
              ADD 1                         TO WV-JS-CNT                03950000
              MOVE WV-JS-CNT                TO WV-JS-IX                 03960000
              MOVE PAY-EMP-DPT              TO WV-JS-DEPT (WV-JS-IX)    03970000
              MOVE PAY-TYPE                 TO                          03980000
                   WV-JS-PAY-TYPE (WV-JS-IX)                            03990000
              MOVE ZERO                     TO WV-JS-HC (WV-JS-IX)      04000000
                                               WV-JS-AMT (WV-JS-IX)     04010000
                                               WV-JS-MAP-IX (WV-JS-IX)  04020000
              MOVE WC-IC-ON                 TO WV-JS-FOUND-SW           04030000
           ELSE                                                         04040000
              DISPLAY 'JOURNAL TABLE FULL - DEPT NOT JOURNALLED:'       04050000
                      PAY-EMP-DPT ' ' PAY-TYPE                          04060000
              MOVE WC-IC-OFF                TO WI-RUN-OK                04070000
              MOVE 'H'                      TO WV-ALT-SEV               04080000
              MOVE 'TBLFULL'                TO WV-ALT-CD                04090000
              MOVE 'JOURNAL SUMMARY TABLE FULL'                         04100000
                                            TO WV-ALT-TXT               04110000
              PERFORM Z998-WRITE-ALERT-REC                              04120000
           END-IF.                                                      04130000
                                                                        04140000
       B040-CHK-PAY-TRL.                                                04150000
      *------------------                                               04160000
                                                                        04170000
           IF WI-TRL-SEEN = WC-IC-OFF                                   04180000
              DISPLAY 'PAYFILE TRAILER MISSING'                         04190000
              MOVE WC-IC-OFF                TO WI-RUN-OK                04200000
           ELSE                                                         04210000
              IF WV-TRL-CNT-X IS NOT NUMERIC                            04220000
                 OR WV-TRL-CNT NOT = WA-READ-CTR                        04230000
                 DISPLAY 'PAYFILE TRAILER COUNT ' WV-TRL-CNT-X          04240000
                         ' DOES NOT MATCH DETAIL RECORDS '              04250000
                         WA-READ-CTR                                    04260000
                 MOVE WC-IC-OFF             TO WI-RUN-OK                04270000
              END-IF                                                    04280000
              IF WV-TRL-GROSS-X IS NOT NUMERIC                          04290000
                 OR WV-TRL-GROSS NOT = WA-GROSS-TOT                     04300000
                 DISPLAY 'PAYFILE TRAILER GROSS ' WV-TRL-GROSS-X        04310000
                         ' DOES NOT MATCH DETAIL GROSS '                04320000
                         WA-GROSS-TOT                                   04330000
                 MOVE WC-IC-OFF             TO WI-RUN-OK                04340000
              END-IF                                                    04350000
           END-IF.                                                      04360000
                                                                        04370000
       B050-MAP-JRN-LINES.                                              04380000
      *--------------------                                             04390000
                                                                        04400000
           MOVE ZERO                        TO WV-JS-IX.                04410000
           PERFORM B055-MAP-JS-ENTRY                                    04420000
                   UNTIL WV-JS-IX >= WV-JS-CNT.                         04430000
                                                                        04440000
       B055-MAP-JS-ENTRY.                                               04450000
      *-------------------                                              04460000
                                                                        04470000
           ADD 1                            TO WV-JS-IX.                04480000
           MOVE WV-JS-DEPT (WV-JS-IX)       TO WV-DEPT-KEY.             04490000
           PERFORM Z060-FIND-MAP.                                       04500000
                                                                        04510000
           IF WV-MAP-FOUND-SW = WC-IC-OFF                               04520000
              MOVE SPACES                   TO RPT-REC                  04530000
              STRING 'NO GL MAPPING FOR DEPARTMENT '                    04540000
                                            DELIMITED BY SIZE           04550000
                     WV-DEPT-KEY            DELIMITED BY SIZE           04560000
                     ' - JOURNAL NOT WRITTEN'                           04570000
                                            DELIMITED BY SIZE           04580000
                     INTO RPT-REC                                       04590000
              END-STRING                                                04600000
              PERFORM Z230-WRITE-RPT-REC                                04610000
              DISPLAY 'NO GL MAPPING FOR DEPARTMENT ' WV-DEPT-KEY       04620000
              ADD WC-ONE                    TO WA-ERROR-CTR             04630000
              MOVE WC-IC-OFF                TO WI-RUN-OK                04640000
           ELSE                                                         04650000
              MOVE WV-MAP-IX                TO WV-JS-MAP-IX (WV-JS-IX)  04660000
              ADD WV-JS-AMT (WV-JS-IX)      TO WA-DR-TOT                04670000
              MOVE WV-MAP-LIAB-ACCT (WV-MAP-IX)                         04680000
                                            TO WV-LIAB-KEY              04690000
              PERFORM B060-ADD-LIAB-AMT                                 04700000
           END-IF.                                                      04710000
                                                                        04720000
       B060-ADD-LIAB-AMT.                                               04730000
      *-------------------                                              04740000
                                                                        04750000
           MOVE WC-IC-OFF                   TO WV-LIAB-FOUND-SW.        04760000
           MOVE ZERO                        TO WV-LIAB-IX.              04770000
           PERFORM B065-SCAN-LIAB-TBL                                   04780000
                   UNTIL WV-LIAB-FOUND-SW = WC-IC-ON                    04790000
                      OR WV-LIAB-IX >= WV-LIAB-CNT.                     04800000
                                                                        04810000
           IF WV-LIAB-FOUND-SW = WC-IC-OFF                              04820000
              IF WV-LIAB-CNT < WC-LIAB-MAX                              04830000
                 ADD 1                      TO WV-LIAB-CNT              04840000
                 MOVE WV-LIAB-CNT           TO WV-LIAB-IX               04850000
                 MOVE WV-LIAB-KEY           TO                          04860000
                      WV-LIAB-ACCT (WV-LIAB-IX)                         04870000
                 MOVE ZERO                  TO                          04880000
                      WV-LIAB-AMT (WV-LIAB-IX)                          04890000
                 MOVE WC-IC-ON              TO WV-LIAB-FOUND-SW         04900000
              ELSE                                                      04910000
                 DISPLAY 'LIABILITY TABLE FULL - ACCOUNT '              04920000
                         WV-LIAB-KEY ' NOT CREDITED'                    04930000
                 MOVE WC-IC-OFF             TO WI-RUN-OK                04940000
              END-IF                                                    04950000
           END-IF.                                                      04960000
                                                                        04970000
           IF WV-LIAB-FOUND-SW = WC-IC-ON                               04980000
              ADD WV-JS-AMT (WV-JS-IX)      TO                          04990000
                  WV-LIAB-AMT (WV-LIAB-IX)                              05000000
              ADD WV-JS-AMT (WV-JS-IX)      TO WA-CR-TOT                05010000
           END-IF.                                                      05020000
                                                                        05030000
       B065-SCAN-LIAB-TBL.                                              05040000
      *--------------------                                             05050000
                                                                        05060000
           ADD 1                            TO WV-LIAB-IX.              05070000
           IF WV-LIAB-ACCT (WV-LIAB-IX) = WV-LIAB-KEY                   05080000
              MOVE WC-IC-ON                 TO WV-LIAB-FOUND-SW         05090000
           END-IF.                                                      05100000
                                                                        05110000
       B070-WRITE-JOURNAL.                                              05120000
      *--------------------                                             05130000
                                                                        05140000
           OPEN OUTPUT GLJRNL.                                          05150000
                                                                        05160000
           INITIALIZE GLJRNL-REC.                                       05170000
           MOVE WC-REC-TYPE-HDR             TO JRN-REC-TYPE.            05180000
           MOVE WV-PAY-PERIOD               TO JRN-PERIOD.              05190000
           MOVE FUNCTION CURRENT-DATE (1:8) TO GLJRNL-REC (13:8).       05200000
           MOVE 'PAYROLL EXPENSE - PAYCAL01' TO JRN-DESC.               05210000
           WRITE GLJRNL-REC.                                            05220000
                                                                        05230000
           MOVE ZERO                        TO WV-LINE-NO               05240000
                                               WV-JS-IX.                05250000
           PERFORM B075-WRITE-DR-LINE                                   05260000
                   UNTIL WV-JS-IX >= WV-JS-CNT.                         05270000
                                                                        05280000
           MOVE ZERO                        TO WV-LIAB-IX.              05290000
           PERFORM B080-WRITE-CR-LINE                                   05300000
                   UNTIL WV-LIAB-IX >= WV-LIAB-CNT.                     05310000
                                                                        05320000
           INITIALIZE GLJRNL-REC.                                       05330000
           MOVE WC-REC-TYPE-TRL             TO JRN-REC-TYPE.            05340000
           MOVE WV-PAY-PERIOD               TO JRN-PERIOD.              05350000
           MOVE WA-JRN-WRITE-CTR            TO WV-TRL-CNT-DISP.         05360000
           MOVE WV-TRL-CNT-DISP             TO GLJRNL-REC (13:9).       05370000
           MOVE WA-DR-TOT                   TO WV-TRL-AMT-DISP.         05380000
           MOVE WV-TRL-AMT-DISP             TO GLJRNL-REC (22:15).      05390000
           MOVE WA-CR-TOT                   TO WV-TRL-AMT-DISP.         05400000
           MOVE WV-TRL-AMT-DISP             TO GLJRNL-REC (37:15).      05410000
           WRITE GLJRNL-REC.                                            05420000
                                                                        05430000
           CLOSE GLJRNL.                                                05440000
                                                                        05450000
       B075-WRITE-DR-LINE.                                              05460000
      *--------------------                                             05470000
                                                                        05480000
           ADD 1                            TO WV-JS-IX.                05490000
                                                                        05500000
           IF WV-JS-AMT (WV-JS-IX) > ZERO                               05510000
              MOVE WV-JS-MAP-IX (WV-JS-IX)  TO WV-MAP-IX                05520000
              ADD 1                         TO WV-LINE-NO               05530000
              INITIALIZE GLJRNL-REC                                     05540000
              MOVE WC-REC-TYPE-DTL          TO JRN-REC-TYPE             05550000
              MOVE WV-PAY-PERIOD            TO JRN-PERIOD               05560000
              MOVE WV-LINE-NO               TO JRN-LINE-NO              05570000
              MOVE WV-MAP-COST-CTR (WV-MAP-IX)                          05580000
                                            TO JRN-COST-CTR             05590000
              MOVE WC-DEBIT                 TO JRN-DR-CR                05600000
              MOVE WV-JS-AMT (WV-JS-IX)     TO JRN-AMT                  05610000
              MOVE WV-JS-DEPT (WV-JS-IX)    TO JRN-DEPT                 05620000
              MOVE WV-JS-PAY-TYPE (WV-JS-IX)                            05630000
                                            TO JRN-PAY-TYPE             05640000
              IF WV-JS-PAY-TYPE (WV-JS-IX) = WC-TYPE-CON                05650000
                 MOVE WV-MAP-CON-ACCT (WV-MAP-IX)                       05660000
                                            TO JRN-ACCT                 05670000
                 MOVE 'CONTRACTOR EXPENSE'  TO JRN-DESC                 05680000
              ELSE                                                      05690000
                 MOVE WV-MAP-SAL-ACCT (WV-MAP-IX)                       05700000
                                            TO JRN-ACCT                 05710000
                 MOVE 'SALARY EXPENSE'      TO JRN-DESC                 05720000
              END-IF                                                    05730000
              WRITE GLJRNL-REC                                          05740000
              ADD WC-ONE                    TO WA-JRN-WRITE-CTR         05750000
              MOVE JRN-AMT                  TO RPT-DTL-DEBIT            05760000
              MOVE ZERO                     TO RPT-DTL-CREDIT           05770000
              PERFORM B085-LIST-JRN-LINE                                05780000
           END-IF.                                                      05790000
                                                                        05800000
       B080-WRITE-CR-LINE.                                              05810000
      *--------------------                                             05820000
                                                                        05830000
           ADD 1                            TO WV-LIAB-IX.              05840000
                                                                        05850000
           IF WV-LIAB-AMT (WV-LIAB-IX) > ZERO                           05860000
              ADD 1                         TO WV-LINE-NO               05870000
              INITIALIZE GLJRNL-REC                                     05880000
              MOVE WC-REC-TYPE-DTL          TO JRN-REC-TYPE             05890000
              MOVE WV-PAY-PERIOD            TO JRN-PERIOD               05900000
              MOVE WV-LINE-NO               TO JRN-LINE-NO              05910000
              MOVE WV-LIAB-ACCT (WV-LIAB-IX)                            05920000
                                            TO JRN-ACCT                 05930000
              MOVE SPACES                   TO JRN-COST-CTR             05940000
                                               JRN-DEPT                 05950000
                                               JRN-PAY-TYPE             05960000
              MOVE WC-CREDIT                TO JRN-DR-CR                05970000
              MOVE WV-LIAB-AMT (WV-LIAB-IX) TO JRN-AMT                  05980000
              MOVE 'PAYROLL LIABILITY'      TO JRN-DESC                 05990000
              WRITE GLJRNL-REC                                          06000000
              ADD WC-ONE                    TO WA-JRN-WRITE-CTR         06010000
              MOVE ZERO                     TO RPT-DTL-DEBIT            06020000
              MOVE JRN-AMT                  TO RPT-DTL-CREDIT           06030000
              PERFORM B085-LIST-JRN-LINE                                06040000
           END-IF.                                                      06050000
                                                                        06060000
       B085-LIST-JRN-LINE.                                              06070000
      *--------------------                                             06080000
                                                                        06090000
           MOVE JRN-LINE-NO                 TO RPT-DTL-LINE.            06100000
           MOVE JRN-ACCT                    TO RPT-DTL-ACCT.            06110000
           MOVE JRN-COST-CTR                TO RPT-DTL-COST-CTR.        06120000
           MOVE JRN-DEPT                    TO RPT-DTL-DEPT.            06130000
           MOVE JRN-PAY-TYPE                TO RPT-DTL-TYPE.            06140000
           MOVE JRN-DESC                    TO RPT-DTL-DESC.            06150000
           MOVE WS-RPT-DTL                  TO RPT-REC.                 06160000
           PERFORM Z230-WRITE-RPT-REC.                                  06170000
                                                                        06180000
      **************************** LEVEL Z *****************************06190000
                                                                        06200000
       Z010-OPN-FILES.                                                  06210000
      *----------------                                                 06220000
                                                                        06230000
           OPEN INPUT  PAYFILE                                          06240000
                OUTPUT GLRPT.                                           06250000
                                                                        06260000
       Z020-CLS-FILES.                                                  06270000
      *---------------                                                  06280000
                                                                        06290000
           CLOSE  PAYFILE                                               06300000
                  GLRPT.                                                06310000
                                                                        06320000
       Z030-INIT-FLDS.                                                  06330000
      *---------------                                                  06340000
                                                                        06350000
           INITIALIZE WS-WA                                             06360000
                      WS-WV.                                            06370000
           MOVE ZERO                        TO WV-MAP-CNT               06380000
                                               WV-JS-CNT                06390000
                                               WV-LIAB-CNT.             06400000
           MOVE LOW-VALUES                  TO WI-EOF-PAYFILE           06410000
                                               WI-EOF-GLMAP.            06420000
           MOVE WC-IC-ON                    TO WI-RUN-OK.               06430000
           MOVE WC-IC-OFF                   TO WI-TRL-SEEN.             06440000
                                                                        06450000
       Z035-LOAD-MAP-FILE.                                              06460000
      *--------------------                                             06470000
                                                                        06480000
           OPEN INPUT  GLMAP.                                           06490000
           PERFORM Z036-LOAD-MAP-REC                                    06500000
                   UNTIL WI-EOF-GLMAP = HIGH-VALUES.                    06510000
           CLOSE GLMAP.                                                 06520000
                                                                        06530000
       Z036-LOAD-MAP-REC.                                               06540000
      *-------------------                                              06550000
                                                                        06560000
           READ GLMAP                                                   06570000
             AT END                                                     06580000
                MOVE HIGH-VALUES            TO WI-EOF-GLMAP             06590000
           END-READ.                                                    06600000
                                                                        06610000
           IF WI-EOF-GLMAP = LOW-VALUES                                 06620000
              AND GLMAP-REC NOT = SPACES                                06630000
              ADD WC-ONE                    TO WA-MAP-READ-CTR          06640000
              IF MAP-DEPT-CD = SPACES                                   06650000
                 OR MAP-COST-CTR = SPACES                               06660000
                 OR MAP-SAL-ACCT = SPACES                               06670000
                 OR MAP-CON-ACCT = SPACES                               06680000
                 OR MAP-LIAB-ACCT = SPACES                              06690000
                 DISPLAY 'BAD GL MAPPING, LINE ' WA-MAP-READ-CTR        06700000
                         ': ' GLMAP-REC (1:40)                          06710000
                 MOVE WC-IC-OFF             TO WI-RUN-OK                06720000
              ELSE                                                      06730000
                 IF WV-MAP-CNT < WC-MAP-MAX                             06740000
                    ADD 1                   TO WV-MAP-CNT               06750000
                    MOVE MAP-DEPT-CD        TO                          06760000
                         WV-MAP-DEPT-CD (WV-MAP-CNT)                    06770000
                    MOVE MAP-COST-CTR       TO                          06780000
                         WV-MAP-COST-CTR (WV-MAP-CNT)                   06790000
                    MOVE MAP-SAL-ACCT       TO                          06800000
                         WV-MAP-SAL-ACCT (WV-MAP-CNT)                   06810000
                    MOVE MAP-CON-ACCT       TO                          06820000
                         WV-MAP-CON-ACCT (WV-MAP-CNT)                   06830000
                    MOVE MAP-LIAB-ACCT      TO                          06840000
                         WV-MAP-LIAB-ACCT (WV-MAP-CNT)                  06850000
                 ELSE                                                   06860000
                    DISPLAY 'GL MAPPING TABLE FULL, DEPT SKIPPED:'      06870000
                            MAP-DEPT-CD                                 06880000
                    MOVE 'M'                TO WV-ALT-SEV               06890000
                    MOVE 'TBLFULL'          TO WV-ALT-CD                06900000
                    MOVE 'GL MAPPING TABLE FULL'                        06910000
                                            TO WV-ALT-TXT               06920000
                    PERFORM Z998-WRITE-ALERT-REC                        06930000
                 END-IF                                                 06940000
              END-IF                                                    06950000
           END-IF.                                                      06960000
                                                                        06970000
       Z040-READ-PAYFILE.                                               06980000
      *-------------------                                              06990000
                                                                        07000000
           MOVE WC-IC-ON                    TO WI-REC-SKIPPED.          07010000
           PERFORM Z042-READ-PAY-REC                                    07020000
                   UNTIL WI-REC-SKIPPED = WC-IC-OFF                     07030000
                      OR WI-EOF-PAYFILE = HIGH-VALUES.                  07040000
                                                                        07050000
       Z042-READ-PAY-REC.                                               07060000
      *-------------------                                              07070000
                                                                        07080000
           READ PAYFILE                                                 07090000
             AT END                                                     07100000
                MOVE HIGH-VALUES            TO WI-EOF-PAYFILE           07110000
           END-READ.                                                    07120000
                                                                        07130000
           IF WI-EOF-PAYFILE = LOW-VALUES                               07140000
              EVALUATE PAY-REC-TYPE                                     07150000
                  WHEN WC-REC-TYPE-DTL                                  07160000
                       MOVE WC-IC-OFF       TO WI-REC-SKIPPED           07170000
                       ADD WC-ONE           TO WA-READ-CTR              07180000
                  WHEN WC-REC-TYPE-TRL                                  07190000
                       MOVE WC-IC-ON        TO WI-TRL-SEEN              07200000
                       MOVE PAYFILE-REC (24:9)                          07210000
                                            TO WV-TRL-CNT-X             07220000
                       MOVE PAYFILE-REC (34:15)                         07230000
                                            TO WV-TRL-GROSS-X           07240000
                       IF WV-TRL-CNT-X IS NUMERIC                       07250000
                          MOVE WV-TRL-CNT-X TO WV-TRL-CNT               07260000
                       END-IF                                           07270000
                       IF WV-TRL-GROSS-X IS NUMERIC                     07280000
                          MOVE WV-TRL-GROSS-9                           07290000
                                            TO WV-TRL-GROSS             07300000
                       END-IF                                           07310000
              END-EVALUATE                                              07320000
           END-IF.                                                      07330000
                                                                        07340000
       Z045-READ-PAY-HDR.                                               07350000
      *-------------------                                              07360000
                                                                        07370000
           READ PAYFILE                                                 07380000
             AT END                                                     07390000
                MOVE HIGH-VALUES            TO WI-EOF-PAYFILE           07400000
           END-READ.                                                    07410000
                                                                        07420000
           IF WI-EOF-PAYFILE = LOW-VALUES                               07430000
              AND PAY-REC-TYPE = WC-REC-TYPE-HDR                        07440000
              MOVE PAY-PERIOD               TO WV-PAY-PERIOD            07450000
                                               RPT-HDR-PERIOD           07460000
              DISPLAY 'PAYROLL JOURNAL FOR PERIOD ' WV-PAY-PERIOD       07470000
           ELSE                                                         07480000
              DISPLAY 'PAYFILE HEADER MISSING'                          07490000
              MOVE WC-IC-OFF                TO WI-RUN-OK                07500000
           END-IF.                                                      07510000
                                                                        07520000
       Z060-FIND-MAP.                                                   07530000
      *---------------                                                  07540000
                                                                        07550000
           MOVE WC-IC-OFF                   TO WV-MAP-FOUND-SW.         07560000
           MOVE ZERO                        TO WV-MAP-IX.               07570000
           PERFORM Z062-SCAN-MAP-TBL                                    07580000
                   UNTIL WV-MAP-FOUND-SW = WC-IC-ON                     07590000
                      OR WV-MAP-IX >= WV-MAP-CNT.                       07600000
                                                                        07610000
       Z062-SCAN-MAP-TBL.                                               07620000
      *-------------------                                              07630000
                                                                        07640000
           ADD 1                            TO WV-MAP-IX.               07650000
           IF WV-MAP-DEPT-CD (WV-MAP-IX) = WV-DEPT-KEY                  07660000
              MOVE WC-IC-ON                 TO WV-MAP-FOUND-SW          07670000
           END-IF.                                                      07680000
                                                                        07690000
       Z200-WRITE-RPT-HDR.                                              07700000
      *--------------------                                             07710000
                                                                        07720000
           ADD WC-ONE                       TO WA-RPT-PAGE-CTR.         07730000
           MOVE WA-RPT-PAGE-CTR             TO RPT-HDR-PAGE.            07740000
           IF WA-RPT-PAGE-CTR = 1                                       07750000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            07760000
           ELSE                                                         07770000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            07780000
                    AFTER ADVANCING NEXT-PAGE                           07790000
           END-IF.                                                      07800000
           MOVE SPACES                      TO RPT-REC.                 07810000
           WRITE RPT-REC.                                               07820000
           WRITE RPT-REC                    FROM WS-RPT-HDR2.           07830000
           MOVE SPACES                      TO RPT-REC.                 07840000
           WRITE RPT-REC.                                               07850000
           MOVE 4                           TO WA-RPT-LINE-CTR.         07860000
                                                                        07870000
       Z210-WRITE-RPT-TOTALS.                                           07880000
      *-----------------------                                          07890000
                                                                        07900000
           MOVE SPACES                      TO RPT-REC.                 07910000
           PERFORM Z230-WRITE-RPT-REC.                                  07920000
           MOVE SPACES                      TO WS-RPT-DTL.              07930000
           MOVE 'CONTROL TOTALS'            TO RPT-DTL-DESC.            07940000
           MOVE WA-DR-TOT                   TO RPT-DTL-DEBIT.           07950000
           MOVE WA-CR-TOT                   TO RPT-DTL-CREDIT.          07960000
           MOVE WS-RPT-DTL                  TO RPT-REC.                 07970000
           PERFORM Z230-WRITE-RPT-REC.                                  07980000
                                                                        07990000
           MOVE SPACES                      TO RPT-REC.                 08000000
           PERFORM Z230-WRITE-RPT-REC.                                  08010000
           MOVE WA-GROSS-TOT                TO WV-AMT-DISP.             08020000
           MOVE SPACES                      TO RPT-REC.                 08030000
           STRING 'PAYFILE GROSS       :'   DELIMITED BY SIZE           08040000
                  WV-AMT-DISP               DELIMITED BY SIZE           08050000
                  INTO RPT-REC                                          08060000
           END-STRING.                                                  08070000
           PERFORM Z230-WRITE-RPT-REC.                                  08080000
           MOVE WA-JRN-WRITE-CTR            TO WV-CTR-DISP.             08090000
           MOVE SPACES                      TO RPT-REC.                 08100000
           STRING 'JOURNAL LINES       :'   DELIMITED BY SIZE           08110000
                  WV-CTR-DISP               DELIMITED BY SIZE           08120000
                  INTO RPT-REC                                          08130000
           END-STRING.                                                  08140000
           PERFORM Z230-WRITE-RPT-REC.                                  08150000
                                                                        08160000
           MOVE SPACES                      TO RPT-REC.                 08170000
           PERFORM Z230-WRITE-RPT-REC.                                  08180000
           IF WI-RUN-OK = WC-IC-ON                                      08190000
              MOVE 'JOURNAL BALANCED - WRITTEN TO GLJRNL'               08200000
                                            TO RPT-REC                  08210000
           ELSE                                                         08220000
              MOVE 'JOURNAL NOT WRITTEN - RUN REFUSED, SEE JOB LOG'     08230000
                                            TO RPT-REC                  08240000
           END-IF.                                                      08250000
           PERFORM Z230-WRITE-RPT-REC.                                  08260000
                                                                        08270000
           MOVE SPACES                      TO RPT-REC.                 08280000
           PERFORM Z230-WRITE-RPT-REC.                                  08290000
           MOVE SPACES                      TO RPT-REC.                 08300000
           PERFORM Z230-WRITE-RPT-REC.                                  08310000
           MOVE 'PREPARED BY : ____________________    DATE : ________' 08320000
                                            TO RPT-REC.                 08330000
           PERFORM Z230-WRITE-RPT-REC.                                  08340000
           MOVE SPACES                      TO RPT-REC.                 08350000
           PERFORM Z230-WRITE-RPT-REC.                                  08360000
           MOVE 'APPROVED BY : ____________________    DATE : ________' 08370000
                                            TO RPT-REC.                 08380000
           PERFORM Z230-WRITE-RPT-REC.                                  08390000
                                                                        08400000
       Z230-WRITE-RPT-REC.                                              08410000
      *--------------------                                             08420000
                                                                        08430000
           IF WA-RPT-LINE-CTR >= WC-RPT-MAX-LINE                        08440000
              MOVE RPT-REC                  TO WV-HOLD-LINE             08450000
              PERFORM Z200-WRITE-RPT-HDR                                08460000
              MOVE WV-HOLD-LINE             TO RPT-REC                  08470000
           END-IF.                                                      08480000
           WRITE RPT-REC.                                               08490000
           ADD WC-ONE                       TO WA-RPT-LINE-CTR.         08500000
                                                                        08510000
       Z990-PCS-CTRS.                                                   08520000
      *---------------                                                  08530000
                                                                        08540000
           DISPLAY 'NUMBER OF PAY RECORDS READ     :-' WA-READ-CTR.     08550000
           DISPLAY 'NUMBER OF GL MAPPINGS READ     :-'                  08560000
                    WA-MAP-READ-CTR.                                    08570000
           DISPLAY 'NUMBER OF JOURNAL LINES        :-'                  08580000
                    WA-JRN-WRITE-CTR.                                   08590000
           DISPLAY 'NUMBER OF ERRORS               :-' WA-ERROR-CTR.    08600000
           DISPLAY 'TOTAL DEBITS                   :-' WA-DR-TOT.       08610000
           DISPLAY 'TOTAL CREDITS                  :-' WA-CR-TOT.       08620000
                                                                        08630000
       Z997-WRITE-AUDIT-REC.                                            08640000
      *-----------------------                                          08650000
                                                                        08660000
           OPEN EXTEND AUDITFILE.                                       08670000
           INITIALIZE AUDITFILE-REC.                                    08680000
           MOVE WC-PGM-NM                    TO AUD-PGM-NM.             08690000
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-RUN-DATE.           08700000
           MOVE WA-READ-CTR                  TO AUD-READ-CTR.           08710000
           MOVE WA-JRN-WRITE-CTR             TO AUD-WRITE-CTR.          08720000
           MOVE WA-ERROR-CTR                 TO AUD-ERROR-CTR.          08730000
           WRITE AUDITFILE-REC.                                         08740000
           CLOSE AUDITFILE.                                             08750000
                                                                        08760000
       Z998-WRITE-ALERT-REC.                                            08770000
      *----------------------                                           08780000
                                                                        08790000
           OPEN EXTEND ALERTFILE.                                       08800000
           MOVE SPACES                       TO ALERTFILE-REC.          08810000
           MOVE WC-PGM-NM                    TO ALT-PGM-NM.             08820000
           MOVE FUNCTION CURRENT-DATE (1:14) TO ALT-TS.                 08830000
           MOVE WV-ALT-SEV                   TO ALT-SEVERITY.           08840000
           MOVE WV-ALT-CD                    TO ALT-EVENT-CD.           08850000
           MOVE WV-ALT-TXT                   TO ALT-TEXT.               08860000
           WRITE ALERTFILE-REC.                                         08870000
           CLOSE ALERTFILE.                                             08880000
