       ID DIVISION.                                                     00010000
      **************                                                    00020000
                                                                        00030000
       PROGRAM-ID.     TIMVAL01.                                        00040000
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
           SELECT  CTLFILE   ASSIGN         TO UT-S-CTLFILE.            00290000
           SELECT  VALFILE   ASSIGN         TO UT-S-VALFILE.            00300000
           SELECT  EMPFILE   ASSIGN         TO UT-S-EMPFILE.            00310000
           SELECT  TIMEFILE  ASSIGN         TO UT-S-TIMEFILE.           00320000
           SELECT  TIMEVAL   ASSIGN         TO UT-S-TIMEVAL.            00330000
           SELECT  TSEXCRPT  ASSIGN         TO UT-S-TSEXCRPT.           00340000
           SELECT  RUNREG    ASSIGN         TO UT-S-RUNREG.             00350000
           SELECT  AUDITFILE ASSIGN         TO UT-S-AUDITFILE.          00360000
           SELECT  ALERTFILE ASSIGN         TO UT-S-ALERTFILE.          00370000
                                                                        00380000
       DATA DIVISION.                                                   00390000
      ****************                                                  00400000
                                                                        00410000
       FILE SECTION.                                                    00420000
      *=============                                                    00430000
                                                                        00440000
       FD CTLFILE                                                       00450000
              LABEL RECORD STANDARD                                     00460000
              BLOCK 0 RECORDS                                           00470000
              RECORDING MODE IS F.                                      00480000
                                                                        00490000
       01 CTLFILE-REC.                                                  00500000
          03 CTL-PAY-PERIOD                 PIC X(06).                  00510000
          03 FILLER                         PIC X(74).                  00520000
                                                                        00530000
       FD VALFILE                                                       00540000
              LABEL RECORD STANDARD                                     00550000
              BLOCK 0 RECORDS                                           00560000
              RECORDING MODE IS F.                                      00570000
                                                                        00580000
       01 VALFILE-REC.                                                  00590000
          03 VAL-CARD                          PIC X(80).               00600000
                                                                        00610000
       FD EMPFILE                                                       00620000
              LABEL RECORD STANDARD                                     00630000
              BLOCK 0 RECORDS                                           00640000
              RECORDING MODE IS F.                                      00650000
                                                                        00660000
       01 EMP-REC-ZN.                                                   00670000
          03 EMP-REC-TYPE                   PIC X(01).                  00680000
          03 EMP-REC.                                                   00690000
             05 EMP-DPT                     PIC X(03).                  00700000
             05 EMP-NAME                    PIC X(20).                  00710000
             05 EMP-ID                      PIC X(10).                  00720000
             05 EMP-DESG                    PIC X(20).                  00730000
             05 EMP-JOIN-YR                 PIC X(04).                  00740000
             05 EMP-SALARY                  PIC 9(09).                  00750000
             05 EMP-STREET                  PIC X(10).                  00760000
             05 EMP-ZIP                     PIC X(06).                  00770000
             05 EMP-CITY                    PIC X(10).                  00780000
             05 EMP-STATE                   PIC X(10).                  00790000
             05 EMP-SKILL OCCURS 5 TIMES    PIC X(10).                  00800000
             05 EMP-HOURLY-RATE             PIC 9(05)V99.               00810000
             05 EMP-CONTRACT-END            PIC X(10).                  00820000
             05 EMP-RSV-ZN                  PIC X(81).                  00830000
                                                                        00840000
       FD TIMEFILE                                                      00850000
              LABEL RECORD STANDARD                                     00860000
              BLOCK 0 RECORDS                                           00870000
              RECORDING MODE IS F.                                      00880000
                                                                        00890000
       01 TIMEFILE-REC.                                                 00900000
          03 TS-EMP-ID                      PIC X(10).                  00910000
          03 TS-PERIOD                      PIC X(06).                  00920000
          03 TS-HOURS                       PIC 9(04)V99.               00930000
          03 FILLER                         PIC X(58).                  00940000
                                                                        00950000
       FD TIMEVAL                                                       00960000
              LABEL RECORD STANDARD                                     00970000
              BLOCK 0 RECORDS                                           00980000
              RECORDING MODE IS F.                                      00990000
                                                                        01000000
       01 TIMEVAL-REC                       PIC X(80).                  01010000
                                                                        01020000
       FD TSEXCRPT                                                      01030000
              LABEL RECORD STANDARD                                     01040000
              BLOCK 0 RECORDS                                           01050000
              RECORDING MODE IS F.                                      01060000
                                                                        01070000
       01 RPT-REC                           PIC X(132).                 01080000
                                                                        01090000
       FD RUNREG                                                        01100000
              LABEL  RECORD STANDARD                                    01110000
              BLOCK 0 RECORDS                                           01120000
              RECORDING MODE IS F.                                      01130000
                                                                        01140000
       01 RUNREG-REC.                                                   01150000
          03 REG-RUN-ID                       PIC X(14).                01160000
          03 REG-PGM-NM                       PIC X(08).                01170000
          03 REG-STT-TS                       PIC X(14).                01180000
          03 REG-STATUS                       PIC X(12).                01190000
          03 REG-END-TS                       PIC X(14).                01200000
          03 REG-RTN-CD                       PIC 9(04).                01210000
          03 FILLER                           PIC X(14).                01220000
                                                                        01230000
       FD AUDITFILE                                                     01240000
              LABEL RECORD STANDARD                                     01250000
              BLOCK 0 RECORDS                                           01260000
              RECORDING MODE IS F.                                      01270000
                                                                        01280000
       01 AUDITFILE-REC.                                                01290000
          03 AUD-PGM-NM                        PIC X(08).               01300000
          03 AUD-RUN-DATE                      PIC X(08).               01310000
          03 AUD-READ-CTR                      PIC 9(09).               01320000
          03 AUD-WRITE-CTR                     PIC 9(09).               01330000
          03 AUD-ERROR-CTR                     PIC 9(09).               01340000
                                                                        01350000
       FD ALERTFILE                                                     01360000
              LABEL RECORD STANDARD                                     01370000
              BLOCK 0 RECORDS                                           01380000
              RECORDING MODE IS F.                                      01390000
                                                                        01400000
       01 ALERTFILE-REC.                                                01410000
          03 ALT-PGM-NM                        PIC X(08).               01420000
          03 ALT-TS                            PIC X(14).               01430000
          03 ALT-SEVERITY                      PIC X(01).               01440000
          03 ALT-EVENT-CD                      PIC X(08).               01450000
          03 ALT-TEXT                          PIC X(40).               01460000
          03 FILLER                            PIC X(09).               01470000
                                                                        01480000
       WORKING-STORAGE SECTION.                                         01490000
      *=========================                                        01500000
                                                                        01510000
       01 WS-WA.                                                        01520000
      *---------                                                        01530000
                                                                        01540000
          03 WA-READ-CTR                    PIC S9(09) PACKED-DECIMAL.  01550000
          03 WA-EMP-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01560000
          03 WA-VAL-CTR                     PIC S9(09) PACKED-DECIMAL.  01570000
          03 WA-EXC-CTR                     PIC S9(09) PACKED-DECIMAL.  01580000
          03 WA-UNK-CTR                     PIC S9(09) PACKED-DECIMAL.  01590000
          03 WA-PRD-CTR                     PIC S9(09) PACKED-DECIMAL.  01600000
          03 WA-DUP-CTR                     PIC S9(09) PACKED-DECIMAL.  01610000
          03 WA-SAL-CTR                     PIC S9(09) PACKED-DECIMAL.  01620000
          03 WA-HRS-CTR                     PIC S9(09) PACKED-DECIMAL.  01630000
          03 WA-END-CTR                     PIC S9(09) PACKED-DECIMAL.  01640000
          03 WA-VAL-HRS-TOT                 PIC S9(09)V99               01650000
                                              PACKED-DECIMAL.           01660000
          03 WA-RPT-LINE-CTR                PIC S9(03) PACKED-DECIMAL.  01670000
          03 WA-RPT-PAGE-CTR                PIC S9(05) PACKED-DECIMAL.  01680000
                                                                        01690000
       01 WS-CS.                                                        01700000
      *---------                                                        01710000
                                                                        01720000
          03 WC-PGM-NM                      PIC X(08) VALUE 'TIMVAL01'. 01730000
          03 WC-PCS-NM                      PIC X(40) VALUE             01740000
             'TIMESHEET VALIDATION'.                                    01750000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        01760000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        01770000
          03 WC-ONE                         PIC 9(01) VALUE 1.          01780000
          03 WC-REC-TYPE-DTL                PIC X(01) VALUE 'D'.        01790000
          03 WC-DFLT-MAX-HRS                PIC 9(04) VALUE 250.        01800000
          03 WC-DFLT-REJ-PCT                PIC 9(03) VALUE 10.         01810000
          03 WC-EMP-MAX                     PIC 9(04) VALUE 1000.       01820000
          03 WC-TS-MAX                      PIC 9(03) VALUE 500.        01830000
          03 WC-RPT-MAX-LINE                PIC 9(03) VALUE 55.         01840000
                                                                        01850000
       01 WS-REG-CS.                                                    01860000
      *-------------                                                    01870000
                                                                        01880000
          03 WC-REG-INPROG                  PIC X(12) VALUE             01890000
             'IN-PROGRESS'.                                             01900000
          03 WC-REG-OK                      PIC X(12) VALUE             01910000
             'ENDED-OK'.                                                01920000
          03 WC-REG-ERR                     PIC X(12) VALUE             01930000
             'ENDED-ERROR'.                                             01940000
                                                                        01950000
       01 WS-WV.                                                        01960000
      *---------                                                        01970000
                                                                        01980000
          03 WV-PAY-PERIOD                  PIC X(06).                  01990000
          03 WV-MAX-HRS                     PIC 9(04).                  02000000
          03 WV-MAX-REJ-PCT                 PIC 9(03).                  02010000
          03 WV-REJ-PCT                     PIC 9(03)V9.                02020000
          03 WV-PCT-DISP                    PIC ZZ9.9.                  02030000
          03 WV-EXC-REASON                  PIC X(30).                  02040000
          03 WV-SEVERE-TXT                  PIC X(40).                  02050000
          03 WV-SUM-LBL                     PIC X(28).                  02060000
          03 WV-CTR-DISP                    PIC ZZ,ZZZ,ZZ9.             02070000
          03 WV-HRS-DISP                    PIC ZZZ,ZZZ,ZZ9.99.         02080000
          03 WV-HOLD-LINE                   PIC X(132).                 02090000
          03 WV-EMP-IX                      PIC S9(05) BINARY.          02100000
          03 WV-EMP-CNT                     PIC S9(05) BINARY.          02110000
          03 WV-EMP-FOUND-SW                PIC X(01).                  02120000
          03 WV-SEEN-IX                     PIC S9(05) BINARY.          02130000
          03 WV-SEEN-CNT                    PIC S9(05) BINARY.          02140000
          03 WV-DUP-FOUND-SW                PIC X(01).                  02150000
                                                                        02160000
       01 WS-PARM.                                                      02170000
      *-----------                                                      02180000
                                                                        02190000
          03 WV-PARM-KEY                    PIC X(20).                  02200000
          03 WV-PARM-VAL                    PIC X(20).                  02210000
          03 WV-PARM-LINE-CTR               PIC 9(03).                  02220000
                                                                        02230000
       01 WS-REG.                                                       02240000
      *----------                                                       02250000
                                                                        02260000
          03 WV-REG-RUN-ID                  PIC X(14).                  02270000
          03 WV-REG-LAST-STS                PIC X(12).                  02280000
                                                                        02290000
       01 WS-ALERT.                                                     02300000
      *------------                                                     02310000
                                                                        02320000
          03 WV-ALT-SEV                     PIC X(01).                  02330000
          03 WV-ALT-CD                      PIC X(08).                  02340000
          03 WV-ALT-TXT                     PIC X(40).                  02350000
                                                                        02360000
       01 WS-EMP-TBL.                                                   02370000
      *---------------                                                  02380000
                                                                        02390000
          03 WV-EMP-ENTRY OCCURS 1000 TIMES.                            02400000
             05 WV-EMP-TBL-ID               PIC X(10).                  02410000
             05 WV-EMP-TBL-CON-SW           PIC X(01).                  02420000
             05 WV-EMP-TBL-END-YM           PIC X(06).                  02430000
                                                                        02440000
       01 WS-SEEN-TBL.                                                  02450000
      *----------------                                                 02460000
                                                                        02470000
          03 WV-SEEN-ID OCCURS 500 TIMES    PIC X(10).                  02480000
                                                                        02490000
       01 WS-RPT-HDR1.                                                  02500000
      *----------------                                                 02510000
                                                                        02520000
          03 FILLER                         PIC X(08) VALUE 'TIMVAL01'. 02530000
          03 FILLER                         PIC X(05) VALUE SPACES.     02540000
          03 FILLER                         PIC X(42) VALUE             02550000
             'TIMESHEET VALIDATION EXCEPTIONS - PERIOD'.                02560000
          03 RPT-HDR-PERIOD                 PIC X(06).                  02570000
          03 FILLER                         PIC X(60) VALUE SPACES.     02580000
          03 FILLER                         PIC X(05) VALUE 'PAGE '.    02590000
          03 RPT-HDR-PAGE                   PIC ZZ,ZZ9.                 02600000
                                                                        02610000
       01 WS-RPT-HDR2.                                                  02620000
      *----------------                                                 02630000
                                                                        02640000
          03 FILLER                         PIC X(10) VALUE             02650000
             'EMPLOYEE  '.                                              02660000
          03 FILLER                         PIC X(02) VALUE SPACES.     02670000
          03 FILLER                         PIC X(06) VALUE 'PERIOD'.   02680000
          03 FILLER                         PIC X(02) VALUE SPACES.     02690000
          03 FILLER                         PIC X(09) VALUE             02700000
             '    HOURS'.                                               02710000
          03 FILLER                         PIC X(03) VALUE SPACES.     02720000
          03 FILLER                         PIC X(06) VALUE 'REASON'.   02730000
          03 FILLER                         PIC X(94) VALUE SPACES.     02740000
                                                                        02750000
       01 WS-RPT-DTL.                                                   02760000
      *---------------                                                  02770000
                                                                        02780000
          03 RPT-DTL-ID                     PIC X(10).                  02790000
          03 FILLER                         PIC X(02) VALUE SPACES.     02800000
          03 RPT-DTL-PERIOD                 PIC X(06).                  02810000
          03 FILLER                         PIC X(02) VALUE SPACES.     02820000
          03 RPT-DTL-HOURS                  PIC Z,ZZ9.99.               02830000
          03 RPT-DTL-HOURS-X REDEFINES RPT-DTL-HOURS                    02840000
                                            PIC X(08).                  02850000
          03 FILLER                         PIC X(04) VALUE SPACES.     02860000
          03 RPT-DTL-REASON                 PIC X(30).                  02870000
          03 FILLER                         PIC X(70) VALUE SPACES.     02880000
                                                                        02890000
       01 WS-WI.                                                        02900000
      *---------                                                        02910000
                                                                        02920000
          03 WI-EOF-CTLFILE                 PIC X(01).                  02930000
          03 WI-EOF-VALFILE                 PIC X(01).                  02940000
          03 WI-EOF-EMPFILE                 PIC X(01).                  02950000
          03 WI-EOF-TIMEFILE                PIC X(01).                  02960000
          03 WI-EOF-RUNREG                  PIC X(01).                  02970000
          03 WI-PARM-ERR                    PIC X(01).                  02980000
          03 WI-REG-BLOCKED                 PIC X(01).                  02990000
          03 WI-SEVERE                      PIC X(01).                  03000000
                                                                        03010000
       PROCEDURE DIVISION.                                              03020000
      ********************                                              03030000
                                                                        03040000
           PERFORM Z012-STT-RUN-REGISTRY.                               03050000
           IF WI-REG-BLOCKED = WC-IC-OFF                                03060000
              PERFORM A010-STT-TSV-PCS                                  03070000
              PERFORM A020-PCS-TS-REC                                   03080000
                      UNTIL WI-EOF-TIMEFILE = HIGH-VALUES               03090000
              PERFORM A030-END-TSV-PCS                                  03100000
              PERFORM Z014-END-RUN-REGISTRY                             03110000
           END-IF.                                                      03120000
           STOP RUN.                                                    03130000
                                                                        03140000
      **************************** LEVEL A *****************************03150000
                                                                        03160000
       A010-STT-TSV-PCS.                                                03170000
      *------------------                                               03180000
                                                                        03190000
           PERFORM Z030-INIT-FLDS.                                      03200000
           PERFORM Z015-READ-VAL-SW.                                    03210000
           PERFORM Z025-READ-CTL-CARD.                                  03220000
           PERFORM Z035-LOAD-EMP-TBL.                                   03230000
                                                                        03240000
           OPEN INPUT  TIMEFILE                                         03250000
                OUTPUT TIMEVAL                                          03260000
                       TSEXCRPT.                                        03270000
           PERFORM Z200-WRITE-RPT-HDR.                                  03280000
                                                                        03290000
           IF WI-PARM-ERR = WC-IC-ON                                    03300000
              DISPLAY 'RUN REFUSED - PARAMETER ERRORS'                  03310000
              MOVE 'RUN REFUSED - PARAMETER ERRORS'                     03320000
                                            TO WV-SEVERE-TXT            03330000
              MOVE WC-IC-ON                 TO WI-SEVERE                03340000
              MOVE HIGH-VALUES              TO WI-EOF-TIMEFILE          03350000
           ELSE                                                         03360000
              PERFORM Z040-READ-TIMEFILE                                03370000
           END-IF.                                                      03380000
                                                                        03390000
       A020-PCS-TS-REC.                                                 03400000
      *-----------------                                                03410000
                                                                        03420000
           PERFORM B010-VALIDATE-TS.                                    03430000
           PERFORM Z040-READ-TIMEFILE.                                  03440000
                                                                        03450000
       A030-END-TSV-PCS.                                                03460000
      *------------------                                               03470000
                                                                        03480000
           IF WA-READ-CTR > ZERO                                        03490000
              COMPUTE WV-REJ-PCT ROUNDED =                              03500000
                      WA-EXC-CTR * 100 / WA-READ-CTR                    03510000
              END-COMPUTE                                               03520000
           END-IF.                                                      03530000
           IF WV-REJ-PCT > WV-MAX-REJ-PCT                               03540000
              AND WI-SEVERE = WC-IC-OFF                                 03550000
              MOVE 'REJECTION RATE ABOVE MAX-REJ-PCT'                   03560000
                                            TO WV-SEVERE-TXT            03570000
              MOVE WC-IC-ON                 TO WI-SEVERE                03580000
           END-IF.                                                      03590000
                                                                        03600000
           PERFORM B050-PRT-SUMMARY.                                    03610000
           CLOSE TIMEFILE                                               03620000
                 TIMEVAL                                                03630000
                 TSEXCRPT.                                              03640000
                                                                        03650000
           IF WI-SEVERE = WC-IC-ON                                      03660000
              DISPLAY 'SEVERE TIMESHEET FAILURE - PAY RUN BLOCKED: '    03670000
                      WV-SEVERE-TXT                                     03680000
              MOVE 8                        TO RETURN-CODE              03690000
              MOVE 'H'                      TO WV-ALT-SEV               03700000
              MOVE 'TSBLOCK'                TO WV-ALT-CD                03710000
              MOVE WV-SEVERE-TXT            TO WV-ALT-TXT               03720000
              PERFORM Z998-WRITE-ALERT-REC                              03730000
           ELSE                                                         03740000
              IF WA-EXC-CTR > ZERO                                      03750000
                 AND RETURN-CODE < 4                                    03760000
                 MOVE 4                     TO RETURN-CODE              03770000
              END-IF                                                    03780000
           END-IF.                                                      03790000
           PERFORM Z990-PCS-CTRS.                                       03800000
           PERFORM Z997-WRITE-AUDIT-REC.                                03810000
                                                                        03820000
      **************************** LEVEL B *****************************03830000
                                                                        03840000
       B010-VALIDATE-TS.                                                03850000
      *-----------------                                                03860000
                                                                        03870000
           MOVE SPACES                      TO WV-EXC-REASON.           03880000
           PERFORM Z070-FIND-EMP.                                       03890000
           MOVE WC-IC-OFF                   TO WV-DUP-FOUND-SW.         03900000
           IF TS-PERIOD = WV-PAY-PERIOD                                 03910000
              PERFORM Z075-CHK-DUP-TS                                   03920000
           END-IF.                                                      03930000
                                                                        03940000
           EVALUATE TRUE                                                03950000
               WHEN WV-EMP-FOUND-SW = WC-IC-OFF                         03960000
                    MOVE 'EMPLOYEE NOT ON EMPFILE'                      03970000
                                            TO WV-EXC-REASON            03980000
                    ADD WC-ONE              TO WA-UNK-CTR               03990000
               WHEN TS-PERIOD NOT = WV-PAY-PERIOD                       04000000
                    MOVE 'PERIOD IS NOT THE PAY PERIOD'                 04010000
                                            TO WV-EXC-REASON            04020000
                    ADD WC-ONE              TO WA-PRD-CTR               04030000
               WHEN WV-DUP-FOUND-SW = WC-IC-ON                          04040000
                    MOVE 'DUPLICATE ENTRY FOR PERIOD'                   04050000
                                            TO WV-EXC-REASON            04060000
                    ADD WC-ONE              TO WA-DUP-CTR               04070000
               WHEN WV-EMP-TBL-CON-SW (WV-EMP-IX) = WC-IC-OFF           04080000
                    MOVE 'SALARIED EMPLOYEE WITH HOURS'                 04090000
                                            TO WV-EXC-REASON            04100000
                    ADD WC-ONE              TO WA-SAL-CTR               04110000
               WHEN TS-HOURS IS NOT NUMERIC                             04120000
                    MOVE 'HOURS NOT NUMERIC'                            04130000
                                            TO WV-EXC-REASON            04140000
                    ADD WC-ONE              TO WA-HRS-CTR               04150000
               WHEN TS-HOURS > WV-MAX-HRS                               04160000
                    MOVE 'HOURS ABOVE MAX-HOURS CAP'                    04170000
                                            TO WV-EXC-REASON            04180000
                    ADD WC-ONE              TO WA-HRS-CTR               04190000
               WHEN WV-EMP-TBL-END-YM (WV-EMP-IX) NOT = SPACES          04200000
                AND TS-PERIOD > WV-EMP-TBL-END-YM (WV-EMP-IX)           04210000
                    MOVE 'BILLED AFTER CONTRACT END'                    04220000
                                            TO WV-EXC-REASON            04230000
                    ADD WC-ONE              TO WA-END-CTR               04240000
               WHEN OTHER                                               04250000
                    CONTINUE                                            04260000
           END-EVALUATE.                                                04270000
                                                                        04280000
           IF WV-EXC-REASON = SPACES                                    04290000
              PERFORM B020-WRITE-VALID-TS                               04300000
           ELSE                                                         04310000
              PERFORM B030-WRITE-EXCEPTION                              04320000
           END-IF.                                                      04330000
                                                                        04340000
       B020-WRITE-VALID-TS.                                             04350000
      *---------------------                                            04360000
                                                                        04370000
           MOVE TIMEFILE-REC                TO TIMEVAL-REC.             04380000
           WRITE TIMEVAL-REC.                                           04390000
           ADD WC-ONE                       TO WA-VAL-CTR.              04400000
           ADD TS-HOURS                     TO WA-VAL-HRS-TOT.          04410000
                                                                        04420000
       B030-WRITE-EXCEPTION.                                            04430000
      *----------------------                                           04440000
                                                                        04450000
           MOVE TS-EMP-ID                   TO RPT-DTL-ID.              04460000
           MOVE TS-PERIOD                   TO RPT-DTL-PERIOD.          04470000
           IF TS-HOURS IS NUMERIC                                       04480000
              MOVE TS-HOURS                 TO RPT-DTL-HOURS            04490000
           ELSE                                                         04500000
              MOVE TIMEFILE-REC (17:6)      TO RPT-DTL-HOURS-X          04510000
           END-IF.                                                      04520000
           MOVE WV-EXC-REASON               TO RPT-DTL-REASON.          04530000
           MOVE WS-RPT-DTL                  TO RPT-REC.                 04540000
           PERFORM Z230-WRITE-RPT-REC.                                  04550000
           ADD WC-ONE                       TO WA-EXC-CTR.              04560000
           DISPLAY 'TIMESHEET REJECTED - EMP ID:' TS-EMP-ID ' '         04570000
                   WV-EXC-REASON.                                       04580000
                                                                        04590000
       B050-PRT-SUMMARY.                                                04600000
      *------------------                                               04610000
                                                                        04620000
           MOVE SPACES                      TO RPT-REC.                 04630000
           PERFORM Z230-WRITE-RPT-REC.                                  04640000
           MOVE 'VALIDATION SUMMARY'        TO RPT-REC.                 04650000
           PERFORM Z230-WRITE-RPT-REC.                                  04660000
           MOVE SPACES                      TO RPT-REC.                 04670000
           PERFORM Z230-WRITE-RPT-REC.                                  04680000
                                                                        04690000
           MOVE 'TIMESHEETS READ'           TO WV-SUM-LBL.              04700000
           MOVE WA-READ-CTR                 TO WV-CTR-DISP.             04710000
           PERFORM Z240-WRITE-SUM-CTR.                                  04720000
           MOVE 'PASSED TO TIMEVAL'         TO WV-SUM-LBL.              04730000
           MOVE WA-VAL-CTR                  TO WV-CTR-DISP.             04740000
           PERFORM Z240-WRITE-SUM-CTR.                                  04750000
           MOVE 'REJECTED'                  TO WV-SUM-LBL.              04760000
           MOVE WA-EXC-CTR                  TO WV-CTR-DISP.             04770000
           PERFORM Z240-WRITE-SUM-CTR.                                  04780000
           MOVE '  NOT ON EMPFILE'          TO WV-SUM-LBL.              04790000
           MOVE WA-UNK-CTR                  TO WV-CTR-DISP.             04800000
           PERFORM Z240-WRITE-SUM-CTR.                                  04810000
           MOVE '  WRONG PERIOD'            TO WV-SUM-LBL.              04820000
           MOVE WA-PRD-CTR                  TO WV-CTR-DISP.             04830000
           PERFORM Z240-WRITE-SUM-CTR.                                  04840000
           MOVE '  DUPLICATE ENTRY'         TO WV-SUM-LBL.              04850000
           MOVE WA-DUP-CTR                  TO WV-CTR-DISP.             04860000
           PERFORM Z240-WRITE-SUM-CTR.                                  04870000
           MOVE '  SALARIED WITH HOURS'     TO WV-SUM-LBL.              04880000
           MOVE WA-SAL-CTR                  TO WV-CTR-DISP.             04890000
           PERFORM Z240-WRITE-SUM-CTR.                                  04900000
           MOVE '  HOURS INVALID OR OVER CAP' TO WV-SUM-LBL.            04910000
           MOVE WA-HRS-CTR                  TO WV-CTR-DISP.             04920000
           PERFORM Z240-WRITE-SUM-CTR.                                  04930000
           MOVE '  AFTER CONTRACT END'      TO WV-SUM-LBL.              04940000
           MOVE WA-END-CTR                  TO WV-CTR-DISP.             04950000
           PERFORM Z240-WRITE-SUM-CTR.                                  04960000
                                                                        04970000
           MOVE WA-VAL-HRS-TOT              TO WV-HRS-DISP.             04980000
           MOVE SPACES                      TO RPT-REC.                 04990000
           STRING 'HOURS PASSED TO TIMEVAL     :' DELIMITED BY SIZE     05000000
                  WV-HRS-DISP               DELIMITED BY SIZE           05010000
                  INTO RPT-REC                                          05020000
           END-STRING.                                                  05030000
           PERFORM Z230-WRITE-RPT-REC.                                  05040000
           MOVE WV-REJ-PCT                  TO WV-PCT-DISP.             05050000
           MOVE SPACES                      TO RPT-REC.                 05060000
           STRING 'REJECTION PERCENTAGE        :' DELIMITED BY SIZE     05070000
                  WV-PCT-DISP               DELIMITED BY SIZE           05080000
                  INTO RPT-REC                                          05090000
           END-STRING.                                                  05100000
           PERFORM Z230-WRITE-RPT-REC.                                  05110000
           MOVE SPACES                      TO RPT-REC.                 05120000
           PERFORM Z230-WRITE-RPT-REC.                                  05130000
                                                                        05140000
           IF WI-SEVERE = WC-IC-ON                                      05150000
              MOVE SPACES                   TO RPT-REC                  05155000
              STRING 'SEVERE FAILURE - PAY RUN BLOCKED: '               05160000
                                            DELIMITED BY SIZE           05170000
                     WV-SEVERE-TXT          DELIMITED BY SIZE           05180000
                     INTO RPT-REC                                       05190000
              END-STRING                                                05200000
           ELSE                                                         05210000
              MOVE 'TIMEVAL RELEASED FOR PAYCAL01'                      05220000
                                            TO RPT-REC                  05230000
           END-IF.                                                      05240000
           PERFORM Z230-WRITE-RPT-REC.                                  05250000
                                                                        05260000
      **************************** LEVEL Z *****************************05270000
                                                                        05280000
       Z012-STT-RUN-REGISTRY.                                           05290000
      *-----------------------                                          05300000
                                                                        05310000
           MOVE WC-IC-OFF                   TO WI-REG-BLOCKED.          05320000
           MOVE SPACES                      TO WV-REG-LAST-STS.         05330000
           MOVE LOW-VALUES                  TO WI-EOF-RUNREG.           05340000
           MOVE FUNCTION CURRENT-DATE (1:14)                            05350000
                                            TO WV-REG-RUN-ID.           05360000
           OPEN INPUT RUNREG.                                           05370000
           PERFORM Z013-SCAN-RUNREG-REC                                 05380000
                   UNTIL WI-EOF-RUNREG = HIGH-VALUES.                   05390000
           CLOSE RUNREG.                                                05400000
                                                                        05410000
           IF WV-REG-LAST-STS = WC-REG-INPROG                           05420000
              DISPLAY 'RUN REGISTRY SHOWS ' WC-PGM-NM                   05430000
                      ' ALREADY IN PROGRESS - RUN REFUSED'              05440000
              MOVE WC-IC-ON                 TO WI-REG-BLOCKED           05450000
              MOVE 12                       TO RETURN-CODE              05460000
              MOVE 'H'                      TO WV-ALT-SEV               05470000
              MOVE 'REGBLOCK'               TO WV-ALT-CD                05480000
              MOVE 'RUN REFUSED - REGISTRY IN-PROGRESS'                 05490000
                                            TO WV-ALT-TXT               05500000
              PERFORM Z998-WRITE-ALERT-REC                              05510000
           ELSE                                                         05520000
              OPEN EXTEND RUNREG                                        05530000
              INITIALIZE RUNREG-REC                                     05540000
              MOVE WV-REG-RUN-ID            TO REG-RUN-ID               05550000
              MOVE WC-PGM-NM                TO REG-PGM-NM               05560000
              MOVE WV-REG-RUN-ID            TO REG-STT-TS               05570000
              MOVE WC-REG-INPROG            TO REG-STATUS               05580000
              WRITE RUNREG-REC                                          05590000
              CLOSE RUNREG                                              05600000
           END-IF.                                                      05610000
                                                                        05620000
       Z013-SCAN-RUNREG-REC.                                            05630000
      *----------------------                                           05640000
                                                                        05650000
           READ RUNREG                                                  05660000
             AT END                                                     05670000
                MOVE HIGH-VALUES            TO WI-EOF-RUNREG            05680000
           END-READ.                                                    05690000
           IF WI-EOF-RUNREG = LOW-VALUES                                05700000
              IF REG-PGM-NM = WC-PGM-NM                                 05710000
                 MOVE REG-STATUS            TO WV-REG-LAST-STS          05720000
              END-IF                                                    05730000
           END-IF.                                                      05740000
                                                                        05750000
       Z014-END-RUN-REGISTRY.                                           05760000
      *-----------------------                                          05770000
                                                                        05780000
           OPEN EXTEND RUNREG.                                          05790000
           INITIALIZE RUNREG-REC.                                       05800000
           MOVE WV-REG-RUN-ID               TO REG-RUN-ID.              05810000
           MOVE WC-PGM-NM                   TO REG-PGM-NM.              05820000
           MOVE WV-REG-RUN-ID               TO REG-STT-TS.              05830000
           IF RETURN-CODE < 8                                           05840000
              MOVE WC-REG-OK                TO REG-STATUS               05850000
           ELSE                                                         05860000
              MOVE WC-REG-ERR               TO REG-STATUS               05870000
           END-IF.                                                      05880000
           MOVE FUNCTION CURRENT-DATE (1:14)                            05890000
                                            TO REG-END-TS.              05900000
           MOVE RETURN-CODE                 TO REG-RTN-CD.              05910000
           WRITE RUNREG-REC.                                            05920000
           CLOSE RUNREG.                                                05930000
                                                                        05940000
       Z015-READ-VAL-SW.                                                05950000
      *------------------                                               05960000
                                                                        05970000
           MOVE WC-DFLT-MAX-HRS             TO WV-MAX-HRS.              05980000
           MOVE WC-DFLT-REJ-PCT             TO WV-MAX-REJ-PCT.          05990000
           MOVE ZERO                        TO WV-PARM-LINE-CTR.        06000000
           MOVE WC-IC-OFF                   TO WI-PARM-ERR.             06010000
           MOVE LOW-VALUES                  TO WI-EOF-VALFILE.          06020000
           OPEN INPUT  VALFILE.                                         06030000
           PERFORM Z016-PCS-PARM-CARD                                   06040000
                   UNTIL WI-EOF-VALFILE = HIGH-VALUES.                  06050000
           CLOSE VALFILE.                                               06060000
           PERFORM Z019-ECHO-PARMS.                                     06070000
                                                                        06080000
       Z016-PCS-PARM-CARD.                                              06090000
      *--------------------                                             06100000
                                                                        06110000
           READ VALFILE                                                 06120000
             AT END                                                     06130000
                MOVE HIGH-VALUES            TO WI-EOF-VALFILE           06140000
           END-READ.                                                    06150000
           IF WI-EOF-VALFILE = LOW-VALUES                               06160000
              ADD 1                         TO WV-PARM-LINE-CTR         06170000
              IF VAL-CARD = SPACES                                      06180000
                 CONTINUE                                               06190000
              ELSE                                                      06200000
                 MOVE SPACES                TO WV-PARM-KEY              06210000
                                               WV-PARM-VAL              06220000
                 UNSTRING VAL-CARD          DELIMITED BY '='            06230000
                     INTO WV-PARM-KEY                                   06240000
                          WV-PARM-VAL                                   06250000
                 END-UNSTRING                                           06260000
                 PERFORM Z017-APPLY-PARM                                06270000
              END-IF                                                    06280000
           END-IF.                                                      06290000
                                                                        06300000
       Z017-APPLY-PARM.                                                 06310000
      *-----------------                                                06320000
                                                                        06330000
           EVALUATE WV-PARM-KEY                                         06340000
               WHEN 'MAX-HOURS'                                         06350000
                    IF WV-PARM-VAL (1:4) IS NUMERIC                     06360000
                       MOVE WV-PARM-VAL (1:4)                           06370000
                                            TO WV-MAX-HRS               06380000
                    ELSE                                                06390000
                       PERFORM Z018-FLAG-PARM-ERR                       06400000
                    END-IF                                              06410000
               WHEN 'MAX-REJ-PCT'                                       06420000
                    IF WV-PARM-VAL (1:3) IS NUMERIC                     06430000
                       MOVE WV-PARM-VAL (1:3)                           06440000
                                            TO WV-MAX-REJ-PCT           06450000
                    ELSE                                                06460000
                       PERFORM Z018-FLAG-PARM-ERR                       06470000
                    END-IF                                              06480000
               WHEN OTHER                                               06490000
                    PERFORM Z018-FLAG-PARM-ERR                          06500000
           END-EVALUATE.                                                06510000
                                                                        06520000
       Z018-FLAG-PARM-ERR.                                              06530000
      *--------------------                                             06540000
                                                                        06550000
           DISPLAY 'BAD PARAMETER CARD, LINE ' WV-PARM-LINE-CTR         06560000
                   ': ' VAL-CARD (1:40).                                06570000
           MOVE WC-IC-ON                    TO WI-PARM-ERR.             06580000
                                                                        06590000
       Z019-ECHO-PARMS.                                                 06600000
      *-----------------                                                06610000
                                                                        06620000
           DISPLAY 'RESOLVED RUN PARAMETERS:'.                          06630000
           DISPLAY '  MAX-HOURS        = ' WV-MAX-HRS.                  06640000
           DISPLAY '  MAX-REJ-PCT      = ' WV-MAX-REJ-PCT.              06650000
                                                                        06660000
       Z025-READ-CTL-CARD.                                              06670000
      *--------------------                                             06680000
                                                                        06690000
           OPEN INPUT  CTLFILE.                                         06700000
           READ CTLFILE                                                 06710000
             AT END                                                     06720000
                MOVE HIGH-VALUES            TO WI-EOF-CTLFILE           06730000
           END-READ.                                                    06740000
           IF WI-EOF-CTLFILE = LOW-VALUES                               06750000
              AND CTL-PAY-PERIOD IS NUMERIC                             06760000
              MOVE CTL-PAY-PERIOD           TO WV-PAY-PERIOD            06770000
           ELSE                                                         06780000
              MOVE FUNCTION CURRENT-DATE (1:6)                          06790000
                                            TO WV-PAY-PERIOD            06800000
              MOVE 'CONTROL CARD PAY PERIOD MISSING'                    06810000
                                            TO WV-SEVERE-TXT            06820000
              MOVE WC-IC-ON                 TO WI-SEVERE                06830000
              DISPLAY 'CTLFILE PAY PERIOD MISSING OR NOT NUMERIC'       06840000
           END-IF.                                                      06850000
           CLOSE CTLFILE.                                               06860000
           MOVE WV-PAY-PERIOD               TO RPT-HDR-PERIOD.          06870000
           DISPLAY 'TIMESHEET VALIDATION FOR PERIOD ' WV-PAY-PERIOD.    06880000
                                                                        06890000
       Z030-INIT-FLDS.                                                  06900000
      *---------------                                                  06910000
                                                                        06920000
           INITIALIZE WS-WA                                             06930000
                      WS-WV.                                            06940000
           MOVE ZERO                        TO WV-EMP-CNT               06950000
                                               WV-SEEN-CNT.             06960000
           MOVE LOW-VALUES                  TO WI-EOF-CTLFILE           06970000
                                               WI-EOF-EMPFILE           06980000
                                               WI-EOF-TIMEFILE.         06990000
           MOVE WC-IC-OFF                   TO WI-SEVERE.               07000000
                                                                        07010000
       Z035-LOAD-EMP-TBL.                                               07020000
      *-------------------                                              07030000
                                                                        07040000
           OPEN INPUT  EMPFILE.                                         07050000
           PERFORM Z036-LOAD-EMP-REC                                    07060000
                   UNTIL WI-EOF-EMPFILE = HIGH-VALUES.                  07070000
           CLOSE EMPFILE.                                               07080000
                                                                        07090000
       Z036-LOAD-EMP-REC.                                               07100000
      *-------------------                                              07110000
                                                                        07120000
           READ EMPFILE                                                 07130000
             AT END                                                     07140000
                MOVE HIGH-VALUES            TO WI-EOF-EMPFILE           07150000
           END-READ.                                                    07160000
           IF WI-EOF-EMPFILE = LOW-VALUES                               07170000
              AND EMP-REC-TYPE = WC-REC-TYPE-DTL                        07180000
              ADD WC-ONE                    TO WA-EMP-READ-CTR          07190000
              IF WV-EMP-CNT < WC-EMP-MAX                                07200000
                 ADD 1                      TO WV-EMP-CNT               07210000
                 PERFORM Z037-BUILD-EMP-ENTRY                           07220000
              ELSE                                                      07230000
                 DISPLAY 'EMPLOYEE TABLE FULL - EMP ID '                07240000
                         'NOT LOADED:' EMP-ID                           07250000
                 MOVE 'EMPLOYEE TABLE FULL'  TO WV-SEVERE-TXT           07260000
                 MOVE WC-IC-ON              TO WI-SEVERE                07270000
                 MOVE 'M'                   TO WV-ALT-SEV               07280000
                 MOVE 'TBLFULL'             TO WV-ALT-CD                07290000
                 MOVE 'TIMESHEET EMPLOYEE TABLE FULL'                   07300000
                                            TO WV-ALT-TXT               07310000
                 PERFORM Z998-WRITE-ALERT-REC                           07320000
              END-IF                                                    07330000
           END-IF.                                                      07340000
                                                                        07350000
       Z037-BUILD-EMP-ENTRY.                                            07360000
      *----------------------                                           07370000
                                                                        07380000
           MOVE EMP-ID                      TO                          07390000
                WV-EMP-TBL-ID (WV-EMP-CNT).                             07400000
           MOVE SPACES                      TO                          07410000
                WV-EMP-TBL-END-YM (WV-EMP-CNT).                         07420000
           IF EMP-HOURLY-RATE IS NUMERIC                                07430000
              AND EMP-HOURLY-RATE > ZERO                                07440000
              MOVE WC-IC-ON                 TO                          07450000
                   WV-EMP-TBL-CON-SW (WV-EMP-CNT)                       07460000
           ELSE                                                         07470000
              MOVE WC-IC-OFF                TO                          07480000
                   WV-EMP-TBL-CON-SW (WV-EMP-CNT)                       07490000
           END-IF.                                                      07500000
                                                                        07510000
           IF EMP-CONTRACT-END (1:4) IS NUMERIC                         07520000
              AND EMP-CONTRACT-END (5:1) = '-'                          07530000
              AND EMP-CONTRACT-END (6:2) IS NUMERIC                     07540000
              MOVE EMP-CONTRACT-END (1:4)   TO                          07550000
                   WV-EMP-TBL-END-YM (WV-EMP-CNT) (1:4)                 07560000
              MOVE EMP-CONTRACT-END (6:2)   TO                          07570000
                   WV-EMP-TBL-END-YM (WV-EMP-CNT) (5:2)                 07580000
           END-IF.                                                      07590000
                                                                        07600000
       Z040-READ-TIMEFILE.                                              07610000
      *--------------------                                             07620000
                                                                        07630000
           READ TIMEFILE                                                07640000
             AT END                                                     07650000
                MOVE HIGH-VALUES            TO WI-EOF-TIMEFILE          07660000
           END-READ.                                                    07670000
           IF WI-EOF-TIMEFILE = LOW-VALUES                              07680000
              ADD WC-ONE                    TO WA-READ-CTR              07690000
           END-IF.                                                      07700000
                                                                        07710000
       Z070-FIND-EMP.                                                   07720000
      *---------------                                                  07730000
                                                                        07740000
           MOVE WC-IC-OFF                   TO WV-EMP-FOUND-SW.         07750000
           MOVE ZERO                        TO WV-EMP-IX.               07760000
           PERFORM Z072-SCAN-EMP-TBL                                    07770000
                   UNTIL WV-EMP-FOUND-SW = WC-IC-ON                     07780000
                      OR WV-EMP-IX >= WV-EMP-CNT.                       07790000
                                                                        07800000
       Z072-SCAN-EMP-TBL.                                               07810000
      *-------------------                                              07820000
                                                                        07830000
           ADD 1                            TO WV-EMP-IX.               07840000
           IF WV-EMP-TBL-ID (WV-EMP-IX) = TS-EMP-ID                     07850000
              MOVE WC-IC-ON                 TO WV-EMP-FOUND-SW          07860000
           END-IF.                                                      07870000
                                                                        07880000
       Z075-CHK-DUP-TS.                                                 07890000
      *-----------------                                                07900000
                                                                        07910000
           MOVE ZERO                        TO WV-SEEN-IX.              07920000
           PERFORM Z077-SCAN-SEEN-TBL                                   07930000
                   UNTIL WV-DUP-FOUND-SW = WC-IC-ON                     07940000
                      OR WV-SEEN-IX >= WV-SEEN-CNT.                     07950000
           IF WV-DUP-FOUND-SW = WC-IC-OFF                               07960000
              IF WV-SEEN-CNT < WC-TS-MAX                                07970000
                 ADD 1                      TO WV-SEEN-CNT              07980000
                 MOVE TS-EMP-ID             TO                          07990000
                      WV-SEEN-ID (WV-SEEN-CNT)                          08000000
              ELSE                                                      08010000
                 DISPLAY 'TIMESHEET TABLE FULL - DUPLICATES NOT '       08020000
                         'CHECKED FOR EMP ID:' TS-EMP-ID                08030000
                 MOVE 'TIMESHEET TABLE FULL' TO WV-SEVERE-TXT           08040000
                 MOVE WC-IC-ON              TO WI-SEVERE                08050000
              END-IF                                                    08060000
           END-IF.                                                      08070000
                                                                        08080000
       Z077-SCAN-SEEN-TBL.                                              08090000
      *--------------------                                             08100000
                                                                        08110000
           ADD 1                            TO WV-SEEN-IX.              08120000
           IF WV-SEEN-ID (WV-SEEN-IX) = TS-EMP-ID                       08130000
              MOVE WC-IC-ON                 TO WV-DUP-FOUND-SW          08140000
           END-IF.                                                      08150000
                                                                        08160000
       Z200-WRITE-RPT-HDR.                                              08170000
      *--------------------                                             08180000
                                                                        08190000
           ADD WC-ONE                       TO WA-RPT-PAGE-CTR.         08200000
           MOVE WA-RPT-PAGE-CTR             TO RPT-HDR-PAGE.            08210000
           IF WA-RPT-PAGE-CTR = 1                                       08220000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            08230000
           ELSE                                                         08240000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            08250000
                    AFTER ADVANCING NEXT-PAGE                           08260000
           END-IF.                                                      08270000
           MOVE SPACES                      TO RPT-REC.                 08280000
           WRITE RPT-REC.                                               08290000
           WRITE RPT-REC                    FROM WS-RPT-HDR2.           08300000
           MOVE SPACES                      TO RPT-REC.                 08310000
           WRITE RPT-REC.                                               08320000
           MOVE 4                           TO WA-RPT-LINE-CTR.         08330000
                                                                        08340000
       Z230-WRITE-RPT-REC.                                              08350000
      *--------------------                                             08360000
                                                                        08370000
           IF WA-RPT-LINE-CTR >= WC-RPT-MAX-LINE                        08380000
              MOVE RPT-REC                  TO WV-HOLD-LINE             08390000
              PERFORM Z200-WRITE-RPT-HDR                                08400000
              MOVE WV-HOLD-LINE             TO RPT-REC                  08410000
           END-IF.                                                      08420000
           WRITE RPT-REC.                                               08430000
           ADD WC-ONE                       TO WA-RPT-LINE-CTR.         08440000
                                                                        08450000
       Z240-WRITE-SUM-CTR.                                              08460000
      *--------------------                                             08470000
                                                                        08480000
           MOVE SPACES                      TO RPT-REC.                 08490000
           STRING WV-SUM-LBL                DELIMITED BY SIZE           08500000
                  ':'                       DELIMITED BY SIZE           08510000
                  WV-CTR-DISP               DELIMITED BY SIZE           08520000
                  INTO RPT-REC                                          08530000
           END-STRING.                                                  08540000
           PERFORM Z230-WRITE-RPT-REC.                                  08550000
                                                                        08560000
       Z990-PCS-CTRS.                                                   08570000
      *---------------                                                  08580000
                                                                        08590000
           DISPLAY 'NUMBER OF TIMESHEETS READ      :-' WA-READ-CTR.     08600000
           DISPLAY 'NUMBER OF EMPLOYEES LOADED     :-'                  08610000
                    WA-EMP-READ-CTR.                                    08620000
           DISPLAY 'NUMBER OF TIMESHEETS PASSED    :-' WA-VAL-CTR.      08630000
           DISPLAY 'NUMBER OF TIMESHEETS REJECTED  :-' WA-EXC-CTR.      08640000
           DISPLAY 'NUMBER NOT ON EMPFILE          :-' WA-UNK-CTR.      08650000
           DISPLAY 'NUMBER FOR WRONG PERIOD        :-' WA-PRD-CTR.      08660000
           DISPLAY 'NUMBER OF DUPLICATE ENTRIES    :-' WA-DUP-CTR.      08670000
           DISPLAY 'NUMBER SALARIED WITH HOURS     :-' WA-SAL-CTR.      08680000
           DISPLAY 'NUMBER WITH INVALID HOURS      :-' WA-HRS-CTR.      08690000
           DISPLAY 'NUMBER AFTER CONTRACT END      :-' WA-END-CTR.      08700000
           DISPLAY 'TOTAL HOURS PASSED             :-' WA-VAL-HRS-TOT.  08710000
                                                                        08720000
       Z997-WRITE-AUDIT-REC.                                            08730000
      *-----------------------                                          08740000
                                                                        08750000
           OPEN EXTEND AUDITFILE.                                       08760000
           INITIALIZE AUDITFILE-REC.                                    08770000
           MOVE WC-PGM-NM                    TO AUD-PGM-NM.             08780000
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-RUN-DATE.           08790000
           MOVE WA-READ-CTR                  TO AUD-READ-CTR.           08800000
           MOVE WA-VAL-CTR                   TO AUD-WRITE-CTR.          08810000
           MOVE WA-EXC-CTR                   TO AUD-ERROR-CTR.          08820000
           WRITE AUDITFILE-REC.                                         08830000
           CLOSE AUDITFILE.                                             08840000
                                                                        08850000
       Z998-WRITE-ALERT-REC.                                            08860000
      *----------------------                                           08870000
                                                                        08880000
           OPEN EXTEND ALERTFILE.                                       08890000
           MOVE SPACES                       TO ALERTFILE-REC.          08900000
           MOVE WC-PGM-NM                    TO ALT-PGM-NM.             08910000
           MOVE FUNCTION CURRENT-DATE (1:14) TO ALT-TS.                 08920000
           MOVE WV-ALT-SEV                   TO ALT-SEVERITY.           08930000
           MOVE WV-ALT-CD                    TO ALT-EVENT-CD.           08940000
           MOVE WV-ALT-TXT                   TO ALT-TEXT.               08950000
           WRITE ALERTFILE-REC.                                         08960000
           CLOSE ALERTFILE.                                             08970000
