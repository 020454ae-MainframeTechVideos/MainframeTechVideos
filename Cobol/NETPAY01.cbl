       ID DIVISION.                                                     00010000
      **************                                                    00020000
                                                                        00030000
       PROGRAM-ID.     NETPAY01.                                        00040000
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
           SELECT  DEDRULE   ASSIGN         TO UT-S-DEDRULE.            00310000
           SELECT  NETFILE   ASSIGN         TO UT-S-NETFILE.            00320000
           SELECT  SLIPRPT   ASSIGN         TO UT-S-SLIPRPT.            00330000
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
             05 EMP-DESG                    PIC X(20).                  00680000
             05 EMP-JOIN-YR                 PIC X(04).                  00690000
             05 EMP-SALARY                  PIC 9(09).                  00700000
             05 EMP-STREET                  PIC X(10).                  00710000
             05 EMP-ZIP                     PIC X(06).                  00720000
             05 EMP-CITY                    PIC X(10).                  00730000
             05 EMP-STATE                   PIC X(10).                  00740000
             05 EMP-SKILL OCCURS 5 TIMES    PIC X(10).                  00750000
             05 EMP-HOURLY-RATE             PIC 9(05)V99.               00760000
             05 EMP-CONTRACT-END            PIC X(10).                  00770000
             05 EMP-RSV-ZN                  PIC X(81).                  00780000
                                                                        00790000
       FD DEDRULE                                                       00800000
              LABEL RECORD STANDARD                                     00810000
              BLOCK 0 RECORDS                                           00820000
              RECORDING MODE IS F.                                      00830000
                                                                        00840000
       01 DEDRULE-REC.                                                  00850000
          03 DED-STATE                      PIC X(10).                  00860000
          03 DED-PAY-TYPE                   PIC X(03).                  00870000
          03 DED-CD                         PIC X(08).                  00880000
          03 DED-DESC                       PIC X(20).                  00890000
          03 DED-METHOD                     PIC X(01).                  00900000
          03 DED-RATE                       PIC 9(03)V9(04).            00910000
          03 DED-FLAT-AMT                   PIC 9(07)V99.               00920000
          03 DED-MAX-AMT                    PIC 9(07)V99.               00930000
          03 FILLER                         PIC X(13).                  00940000
                                                                        00950000
       FD NETFILE                                                       00960000
              LABEL RECORD STANDARD                                     00970000
              BLOCK 0 RECORDS                                           00980000
              RECORDING MODE IS F.                                      00990000
                                                                        01000000
       01 NETFILE-REC.                                                  01010000
          03 NET-REC-TYPE                   PIC X(01).                  01020000
          03 NET-EMP-ID                     PIC X(10).                  01030000
          03 NET-EMP-DPT                    PIC X(03).                  01040000
          03 NET-PAY-TYPE                   PIC X(03).                  01050000
          03 NET-PAY-PERIOD                 PIC X(06).                  01060000
          03 NET-DED-CD                     PIC X(08).                  01070000
          03 NET-DED-DESC                   PIC X(20).                  01080000
          03 NET-AMT                        PIC 9(09)V99.               01090000
          03 NET-GROSS                      PIC 9(09)V99.               01100000
          03 FILLER                         PIC X(07).                  01110000
                                                                        01120000
       FD SLIPRPT                                                       01130000
              LABEL RECORD STANDARD                                     01140000
              BLOCK 0 RECORDS                                           01150000
              RECORDING MODE IS F.                                      01160000
                                                                        01170000
       01 RPT-REC                           PIC X(132).                 01180000
                                                                        01190000
       FD AUDITFILE                                                     01200000
              LABEL RECORD STANDARD                                     01210000
              BLOCK 0 RECORDS                                           01220000
              RECORDING MODE IS F.                                      01230000
                                                                        01240000
       01 AUDITFILE-REC.                                                01250000
          03 AUD-PGM-NM                        PIC X(08).               01260000
          03 AUD-RUN-DATE                      PIC X(08).               01270000
          03 AUD-READ-CTR                      PIC 9(09).               01280000
          03 AUD-WRITE-CTR                     PIC 9(09).               01290000
          03 AUD-ERROR-CTR                     PIC 9(09).               01300000
                                                                        01310000
       FD ALERTFILE                                                     01320000
              LABEL RECORD STANDARD                                     01330000
              BLOCK 0 RECORDS                                           01340000
              RECORDING MODE IS F.                                      01350000
                                                                        01360000
       01 ALERTFILE-REC.                                                01370000
          03 ALT-PGM-NM                        PIC X(08).               01380000
          03 ALT-TS                            PIC X(14).               01390000
          03 ALT-SEVERITY                      PIC X(01).               01400000
          03 ALT-EVENT-CD                      PIC X(08).               01410000
          03 ALT-TEXT                          PIC X(40).               01420000
          03 FILLER                            PIC X(09).               01430000
                                                                        01440000
       WORKING-STORAGE SECTION.                                         01450000
      *=========================                                        01460000
                                                                        01470000
       01 WS-WA.                                                        01480000
      *---------                                                        01490000
                                                                        01500000
          03 WA-READ-CTR                    PIC S9(09) PACKED-DECIMAL.  01510000
          03 WA-BAL-DTL-CTR                 PIC S9(09) PACKED-DECIMAL.  01520000
          03 WA-EMP-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01530000
          03 WA-RULE-READ-CTR               PIC S9(09) PACKED-DECIMAL.  01540000
          03 WA-SAL-CTR                     PIC S9(09) PACKED-DECIMAL.  01550000
          03 WA-CON-CTR                     PIC S9(09) PACKED-DECIMAL.  01560000
          03 WA-NOEMP-CTR                   PIC S9(09) PACKED-DECIMAL.  01570000
          03 WA-DED-LINE-CTR                PIC S9(09) PACKED-DECIMAL.  01580000
          03 WA-LIMIT-CTR                   PIC S9(09) PACKED-DECIMAL.  01590000
          03 WA-NET-WRITE-CTR               PIC S9(09) PACKED-DECIMAL.  01600000
          03 WA-BAL-GROSS-TOT               PIC S9(13)V99               01610000
                                              PACKED-DECIMAL.           01620000
          03 WA-GROSS-TOT                   PIC S9(13)V99               01630000
                                              PACKED-DECIMAL.           01640000
          03 WA-DED-TOT                     PIC S9(13)V99               01650000
                                              PACKED-DECIMAL.           01660000
          03 WA-NET-TOT                     PIC S9(13)V99               01670000
                                              PACKED-DECIMAL.           01680000
          03 WA-RPT-PAGE-CTR                PIC S9(05) PACKED-DECIMAL.  01690000
                                                                        01700000
       01 WS-CS.                                                        01710000
      *---------                                                        01720000
                                                                        01730000
          03 WC-PGM-NM                      PIC X(08) VALUE 'NETPAY01'. 01740000
          03 WC-PCS-NM                      PIC X(40) VALUE             01750000
             'NET PAY AND DEDUCTIONS'.                                  01760000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        01770000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        01780000
          03 WC-ONE                         PIC 9(01) VALUE 1.          01790000
          03 WC-REC-TYPE-HDR                PIC X(01) VALUE 'H'.        01800000
          03 WC-REC-TYPE-DTL                PIC X(01) VALUE 'D'.        01810000
          03 WC-REC-TYPE-NET                PIC X(01) VALUE 'N'.        01820000
          03 WC-REC-TYPE-TRL                PIC X(01) VALUE 'T'.        01830000
          03 WC-TYPE-SAL                    PIC X(03) VALUE 'SAL'.      01840000
          03 WC-TYPE-CON                    PIC X(03) VALUE 'CON'.      01850000
          03 WC-STATE-ALL                   PIC X(10) VALUE 'ALL'.      01860000
          03 WC-METHOD-PCT                  PIC X(01) VALUE 'P'.        01870000
          03 WC-METHOD-FLAT                 PIC X(01) VALUE 'F'.        01880000
          03 WC-NET-CD                      PIC X(08) VALUE 'NETPAY'.   01890000
          03 WC-RULE-MAX                    PIC 9(03) VALUE 100.        01900000
          03 WC-EMP-MAX                     PIC 9(04) VALUE 1000.       01910000
          03 WC-HUNDRED                     PIC 9(03) VALUE 100.        01920000
                                                                        01930000
       01 WS-WV.                                                        01940000
      *---------                                                        01950000
                                                                        01960000
          03 WV-PAY-PERIOD                  PIC X(06).                  01970000
          03 WV-GROSS                       PIC S9(09)V99               01980000
                                              PACKED-DECIMAL.           01990000
          03 WV-DED-AMT                     PIC S9(09)V99               02000000
                                              PACKED-DECIMAL.           02010000
          03 WV-EMP-DED-TOT                 PIC S9(09)V99               02020000
                                              PACKED-DECIMAL.           02030000
          03 WV-NET-AMT                     PIC S9(09)V99               02040000
                                              PACKED-DECIMAL.           02050000
          03 WV-EMP-NAME                    PIC X(20).                  02060000
          03 WV-EMP-STATE                   PIC X(10).                  02070000
          03 WV-DED-REMARK                  PIC X(15).                  02080000
          03 WV-CTR-DISP                    PIC ZZ,ZZZ,ZZ9.             02090000
          03 WV-AMT-DISP                    PIC $Z,ZZZ,ZZZ,ZZZ,ZZ9.99.  02100000
          03 WV-TRL-CNT-X                   PIC X(09).                  02110000
          03 WV-TRL-CNT                     PIC 9(09).                  02120000
          03 WV-TRL-GROSS-X                 PIC X(15).                  02130000
          03 WV-TRL-GROSS-9 REDEFINES WV-TRL-GROSS-X                    02133000
                                            PIC 9(13)V99.               02136000
          03 WV-TRL-GROSS                   PIC 9(13)V99.               02140000
          03 WV-TRL-CNT-DISP                PIC 9(09).                  02150000
          03 WV-TRL-AMT-DISP                PIC 9(13)V99.               02160000
                                                                        02170000
       01 WS-ALERT.                                                     02180000
      *------------                                                     02190000
                                                                        02200000
          03 WV-ALT-SEV                     PIC X(01).                  02210000
          03 WV-ALT-CD                      PIC X(08).                  02220000
          03 WV-ALT-TXT                     PIC X(40).                  02230000
                                                                        02240000
       01 WS-RULE-TBL.                                                  02250000
      *----------------                                                 02260000
                                                                        02270000
          03 WV-RULE-CNT                    PIC S9(03) BINARY.          02280000
          03 WV-RULE-IX                     PIC S9(03) BINARY.          02290000
          03 WV-RULE-ENTRY OCCURS 100 TIMES.                            02300000
             05 WV-RULE-STATE               PIC X(10).                  02310000
             05 WV-RULE-PAY-TYPE            PIC X(03).                  02320000
             05 WV-RULE-CD                  PIC X(08).                  02330000
             05 WV-RULE-DESC                PIC X(20).                  02340000
             05 WV-RULE-METHOD              PIC X(01).                  02350000
             05 WV-RULE-RATE                PIC 9(03)V9(04).            02360000
             05 WV-RULE-FLAT-AMT            PIC 9(07)V99.               02370000
             05 WV-RULE-MAX-AMT             PIC 9(07)V99.               02380000
                                                                        02390000
       01 WS-EMP-TBL.                                                   02400000
      *---------------                                                  02410000
                                                                        02420000
          03 WV-EMP-CNT                     PIC S9(05) BINARY.          02430000
          03 WV-EMP-IX                      PIC S9(05) BINARY.          02440000
          03 WV-EMP-FOUND-SW                PIC X(01).                  02450000
          03 WV-EMP-ENTRY OCCURS 1000 TIMES.                            02460000
             05 WV-EMP-TBL-ID               PIC X(10).                  02470000
             05 WV-EMP-TBL-NAME             PIC X(20).                  02480000
             05 WV-EMP-TBL-STATE            PIC X(10).                  02490000
                                                                        02500000
       01 WS-SLIP-HDR1.                                                 02510000
      *-----------------                                                02520000
                                                                        02530000
          03 FILLER                         PIC X(08) VALUE 'NETPAY01'. 02540000
          03 FILLER                         PIC X(05) VALUE SPACES.     02550000
          03 FILLER                         PIC X(16) VALUE             02560000
             'PAYSLIP - PERIOD'.                                        02570000
          03 FILLER                         PIC X(01) VALUE SPACES.     02580000
          03 SLIP-HDR-PERIOD                PIC X(06).                  02590000
          03 FILLER                         PIC X(85) VALUE SPACES.     02600000
          03 FILLER                         PIC X(05) VALUE 'PAGE '.    02610000
          03 SLIP-HDR-PAGE                  PIC ZZ,ZZ9.                 02620000
                                                                        02630000
       01 WS-SLIP-HDR2.                                                 02640000
      *-----------------                                                02650000
                                                                        02660000
          03 FILLER                         PIC X(13) VALUE             02670000
             'EMPLOYEE ID: '.                                           02680000
          03 SLIP-HDR-ID                    PIC X(10).                  02690000
          03 FILLER                         PIC X(04) VALUE SPACES.     02700000
          03 FILLER                         PIC X(06) VALUE 'NAME: '.   02710000
          03 SLIP-HDR-NAME                  PIC X(20).                  02720000
          03 FILLER                         PIC X(04) VALUE SPACES.     02730000
          03 FILLER                         PIC X(06) VALUE 'DEPT: '.   02740000
          03 SLIP-HDR-DPT                   PIC X(03).                  02750000
          03 FILLER                         PIC X(04) VALUE SPACES.     02760000
          03 FILLER                         PIC X(06) VALUE 'TYPE: '.   02770000
          03 SLIP-HDR-TYPE                  PIC X(03).                  02780000
          03 FILLER                         PIC X(04) VALUE SPACES.     02790000
          03 FILLER                         PIC X(07) VALUE 'STATE: '.  02800000
          03 SLIP-HDR-STATE                 PIC X(10).                  02810000
          03 FILLER                         PIC X(32) VALUE SPACES.     02820000
                                                                        02830000
       01 WS-SLIP-HDR3.                                                 02840000
      *-----------------                                                02850000
                                                                        02860000
          03 FILLER                         PIC X(08) VALUE 'CODE'.     02870000
          03 FILLER                         PIC X(02) VALUE SPACES.     02880000
          03 FILLER                         PIC X(20) VALUE             02890000
             'DESCRIPTION'.                                             02900000
          03 FILLER                         PIC X(02) VALUE SPACES.     02910000
          03 FILLER                         PIC X(15) VALUE             02920000
             '         AMOUNT'.                                         02930000
          03 FILLER                         PIC X(03) VALUE SPACES.     02940000
          03 FILLER                         PIC X(07) VALUE 'REMARKS'.  02950000
          03 FILLER                         PIC X(75) VALUE SPACES.     02960000
                                                                        02970000
       01 WS-SLIP-DTL.                                                  02980000
      *----------------                                                 02990000
                                                                        03000000
          03 SLIP-DTL-CD                    PIC X(08).                  03010000
          03 FILLER                         PIC X(02) VALUE SPACES.     03020000
          03 SLIP-DTL-DESC                  PIC X(20).                  03030000
          03 FILLER                         PIC X(02) VALUE SPACES.     03040000
          03 SLIP-DTL-AMT                   PIC $ZZZ,ZZZ,ZZ9.99.        03050000
          03 FILLER                         PIC X(03) VALUE SPACES.     03060000
          03 SLIP-DTL-REMARK                PIC X(15).                  03070000
          03 FILLER                         PIC X(67) VALUE SPACES.     03080000
                                                                        03090000
       01 WS-WI.                                                        03100000
      *---------                                                        03110000
                                                                        03120000
          03 WI-EOF-PAYFILE                 PIC X(01).                  03130000
          03 WI-EOF-EMPFILE                 PIC X(01).                  03140000
          03 WI-EOF-DEDRULE                 PIC X(01).                  03150000
          03 WI-REC-SKIPPED                 PIC X(01).                  03160000
          03 WI-RUN-OK                      PIC X(01).                  03170000
          03 WI-HDR-SEEN                    PIC X(01).                  03180000
          03 WI-TRL-SEEN                    PIC X(01).                  03190000
          03 WI-RULE-ERR                    PIC X(01).                  03200000
                                                                        03210000
       PROCEDURE DIVISION.                                              03220000
      ********************                                              03230000
                                                                        03240000
           PERFORM A010-STT-NET-PCS.                                    03250000
           PERFORM A020-PCS-PAY-REC                                     03260000
                   UNTIL WI-EOF-PAYFILE = HIGH-VALUES.                  03270000
           PERFORM A030-END-NET-PCS.                                    03280000
           STOP RUN.                                                    03290000
                                                                        03300000
      **************************** LEVEL A *****************************03310000
                                                                        03320000
       A010-STT-NET-PCS.                                                03330000
      *------------------                                               03340000
                                                                        03350000
           PERFORM Z030-INIT-FLDS.                                      03360000
           PERFORM Z032-LOAD-RULE-FILE.                                 03370000
           PERFORM Z038-LOAD-EMP-FILE.                                  03380000
           IF WI-RUN-OK = WC-IC-ON                                      03390000
              PERFORM Z050-CHK-PAYFILE-BAL                              03400000
           END-IF.                                                      03410000
                                                                        03420000
           IF WI-RUN-OK = WC-IC-ON                                      03430000
              PERFORM Z010-OPN-FILES                                    03440000
              PERFORM Z065-WRITE-NET-HDR                                03450000
              PERFORM Z040-READ-PAYFILE                                 03460000
           ELSE                                                         03470000
              MOVE HIGH-VALUES              TO WI-EOF-PAYFILE           03480000
              DISPLAY 'RUN REFUSED - NET PAY FILE AND PAYSLIPS '        03490000
                      'NOT PRODUCED'                                    03500000
           END-IF.                                                      03510000
                                                                        03520000
       A020-PCS-PAY-REC.                                                03530000
      *------------------                                               03540000
                                                                        03550000
           PERFORM B010-PCS-NET-PAY.                                    03560000
           PERFORM Z040-READ-PAYFILE.                                   03570000
                                                                        03580000
       A030-END-NET-PCS.                                                03590000
      *------------------                                               03600000
                                                                        03610000
           IF WI-RUN-OK = WC-IC-ON                                      03620000
              PERFORM Z068-WRITE-NET-TRL                                03630000
              PERFORM Z220-WRITE-RUN-TOTALS                             03640000
              PERFORM Z020-CLS-FILES                                    03650000
           END-IF.                                                      03660000
                                                                        03670000
           PERFORM Z990-PCS-CTRS.                                       03680000
           PERFORM Z997-WRITE-AUDIT-REC.                                03690000
                                                                        03700000
      **************************** LEVEL B *****************************03710000
                                                                        03720000
       B010-PCS-NET-PAY.                                                03730000
      *------------------                                               03740000
                                                                        03750000
           PERFORM Z060-FIND-EMP.                                       03760000
                                                                        03770000
           IF PAY-TYPE = WC-TYPE-CON                                    03780000
              ADD WC-ONE                    TO WA-CON-CTR               03790000
           ELSE                                                         03800000
              ADD WC-ONE                    TO WA-SAL-CTR               03810000
           END-IF.                                                      03820000
                                                                        03830000
           MOVE PAY-GROSS                   TO WV-GROSS                 03840000
                                               WV-NET-AMT.              03850000
           MOVE ZERO                        TO WV-EMP-DED-TOT.          03860000
                                                                        03870000
           PERFORM Z200-WRITE-SLIP-HDR.                                 03880000
                                                                        03890000
           MOVE 'GROSS'                     TO SLIP-DTL-CD.             03900000
           MOVE 'GROSS PAY'                 TO SLIP-DTL-DESC.           03910000
           MOVE WV-GROSS                    TO SLIP-DTL-AMT.            03920000
           MOVE SPACES                      TO SLIP-DTL-REMARK.         03930000
           PERFORM Z230-WRITE-SLIP-LINE.                                03940000
                                                                        03950000
           MOVE ZERO                        TO WV-RULE-IX.              03960000
           PERFORM B020-APPLY-RULE                                      03970000
                   UNTIL WV-RULE-IX >= WV-RULE-CNT.                     03980000
                                                                        03990000
           PERFORM B040-WRITE-NET-LINE.                                 04000000
                                                                        04010000
           ADD WV-GROSS                     TO WA-GROSS-TOT.            04020000
           ADD WV-EMP-DED-TOT               TO WA-DED-TOT.              04030000
           ADD WV-NET-AMT                   TO WA-NET-TOT.              04040000
                                                                        04050000
       B020-APPLY-RULE.                                                 04060000
      *-----------------                                                04070000
                                                                        04080000
           ADD 1                            TO WV-RULE-IX.              04090000
                                                                        04100000
           IF WV-RULE-PAY-TYPE (WV-RULE-IX) = PAY-TYPE                  04110000
              AND (WV-RULE-STATE (WV-RULE-IX) = WV-EMP-STATE            04120000
               OR  WV-RULE-STATE (WV-RULE-IX) = WC-STATE-ALL)           04130000
              PERFORM B030-CALC-DED                                     04140000
           END-IF.                                                      04150000
                                                                        04160000
       B030-CALC-DED.                                                   04170000
      *---------------                                                  04180000
                                                                        04190000
           MOVE SPACES                      TO WV-DED-REMARK.           04200000
                                                                        04210000
           IF WV-RULE-METHOD (WV-RULE-IX) = WC-METHOD-PCT               04220000
              COMPUTE WV-DED-AMT ROUNDED =                              04230000
                      WV-GROSS * WV-RULE-RATE (WV-RULE-IX)              04240000
                      / WC-HUNDRED                                      04250000
           ELSE                                                         04260000
              MOVE WV-RULE-FLAT-AMT (WV-RULE-IX)                        04270000
                                            TO WV-DED-AMT               04280000
           END-IF.                                                      04290000
                                                                        04300000
           IF WV-RULE-MAX-AMT (WV-RULE-IX) > ZERO                       04310000
              AND WV-DED-AMT > WV-RULE-MAX-AMT (WV-RULE-IX)             04320000
              MOVE WV-RULE-MAX-AMT (WV-RULE-IX)                         04330000
                                            TO WV-DED-AMT               04340000
              MOVE 'CEILING APPLIED'        TO WV-DED-REMARK            04350000
           END-IF.                                                      04360000
                                                                        04370000
           IF WV-DED-AMT > WV-NET-AMT                                   04380000
              MOVE WV-NET-AMT               TO WV-DED-AMT               04390000
              MOVE 'LIMITED TO PAY'         TO WV-DED-REMARK            04400000
              ADD WC-ONE                    TO WA-LIMIT-CTR             04410000
              DISPLAY 'DEDUCTION ' WV-RULE-CD (WV-RULE-IX)              04420000
                      ' LIMITED TO REMAINING PAY - EMP ID:'             04430000
                      PAY-EMP-ID                                        04440000
           END-IF.                                                      04450000
                                                                        04460000
           IF WV-DED-AMT > ZERO                                         04470000
              SUBTRACT WV-DED-AMT           FROM WV-NET-AMT             04480000
              ADD WV-DED-AMT                TO WV-EMP-DED-TOT           04490000
              PERFORM B035-WRITE-DED-LINE                               04500000
           END-IF.                                                      04510000
                                                                        04520000
       B035-WRITE-DED-LINE.                                             04530000
      *---------------------                                            04540000
                                                                        04550000
           INITIALIZE NETFILE-REC.                                      04560000
           MOVE WC-REC-TYPE-DTL             TO NET-REC-TYPE.            04570000
           MOVE PAY-EMP-ID                  TO NET-EMP-ID.              04580000
           MOVE PAY-EMP-DPT                 TO NET-EMP-DPT.             04590000
           MOVE PAY-TYPE                    TO NET-PAY-TYPE.            04600000
           MOVE PAY-PERIOD                  TO NET-PAY-PERIOD.          04610000
           MOVE WV-RULE-CD (WV-RULE-IX)     TO NET-DED-CD.              04620000
           MOVE WV-RULE-DESC (WV-RULE-IX)   TO NET-DED-DESC.            04630000
           MOVE WV-DED-AMT                  TO NET-AMT.                 04640000
           MOVE WV-GROSS                    TO NET-GROSS.               04650000
           WRITE NETFILE-REC.                                           04660000
                                                                        04670000
           ADD WC-ONE                       TO WA-NET-WRITE-CTR         04680000
                                               WA-DED-LINE-CTR.         04690000
                                                                        04700000
           MOVE WV-RULE-CD (WV-RULE-IX)     TO SLIP-DTL-CD.             04710000
           MOVE WV-RULE-DESC (WV-RULE-IX)   TO SLIP-DTL-DESC.           04720000
           MOVE WV-DED-AMT                  TO SLIP-DTL-AMT.            04730000
           MOVE WV-DED-REMARK               TO SLIP-DTL-REMARK.         04740000
           PERFORM Z230-WRITE-SLIP-LINE.                                04750000
                                                                        04760000
       B040-WRITE-NET-LINE.                                             04770000
      *---------------------                                            04780000
                                                                        04790000
           INITIALIZE NETFILE-REC.                                      04800000
           MOVE WC-REC-TYPE-NET             TO NET-REC-TYPE.            04810000
           MOVE PAY-EMP-ID                  TO NET-EMP-ID.              04820000
           MOVE PAY-EMP-DPT                 TO NET-EMP-DPT.             04830000
           MOVE PAY-TYPE                    TO NET-PAY-TYPE.            04840000
           MOVE PAY-PERIOD                  TO NET-PAY-PERIOD.          04850000
           MOVE WC-NET-CD                   TO NET-DED-CD.              04860000
           MOVE 'NET PAY'                   TO NET-DED-DESC.            04870000
           MOVE WV-NET-AMT                  TO NET-AMT.                 04880000
           MOVE WV-GROSS                    TO NET-GROSS.               04890000
           WRITE NETFILE-REC.                                           04900000
                                                                        04910000
           ADD WC-ONE                       TO WA-NET-WRITE-CTR.        04920000
                                                                        04930000
           MOVE SPACES                      TO RPT-REC.                 04940000
           WRITE RPT-REC.                                               04950000
                                                                        04960000
           MOVE SPACES                      TO SLIP-DTL-CD              04970000
                                               SLIP-DTL-REMARK.         04980000
           MOVE 'TOTAL DEDUCTIONS'          TO SLIP-DTL-DESC.           04990000
           MOVE WV-EMP-DED-TOT              TO SLIP-DTL-AMT.            05000000
           PERFORM Z230-WRITE-SLIP-LINE.                                05010000
                                                                        05020000
           MOVE WC-NET-CD                   TO SLIP-DTL-CD.             05030000
           MOVE 'NET PAY'                   TO SLIP-DTL-DESC.           05040000
           MOVE WV-NET-AMT                  TO SLIP-DTL-AMT.            05050000
           IF WV-GROSS = ZERO                                           05060000
              MOVE 'NO PAY DUE'             TO SLIP-DTL-REMARK          05070000
           END-IF.                                                      05080000
           PERFORM Z230-WRITE-SLIP-LINE.                                05090000
                                                                        05100000
      **************************** LEVEL Z *****************************05110000
                                                                        05120000
       Z010-OPN-FILES.                                                  05130000
      *----------------                                                 05140000
                                                                        05150000
           OPEN INPUT  PAYFILE                                          05160000
                OUTPUT NETFILE                                          05170000
                       SLIPRPT.                                         05180000
                                                                        05190000
       Z020-CLS-FILES.                                                  05200000
      *---------------                                                  05210000
                                                                        05220000
           CLOSE  PAYFILE                                               05230000
                  NETFILE                                               05240000
                  SLIPRPT.                                              05250000
                                                                        05260000
       Z030-INIT-FLDS.                                                  05270000
      *---------------                                                  05280000
                                                                        05290000
           INITIALIZE WS-WA                                             05300000
                      WS-WV.                                            05310000
           MOVE ZERO                        TO WV-RULE-CNT              05320000
                                               WV-EMP-CNT.              05330000
           MOVE LOW-VALUES                  TO WI-EOF-PAYFILE           05340000
                                               WI-EOF-EMPFILE           05350000
                                               WI-EOF-DEDRULE.          05360000
           MOVE WC-IC-ON                    TO WI-RUN-OK.               05370000
           MOVE WC-IC-OFF                   TO WI-HDR-SEEN              05380000
                                               WI-TRL-SEEN              05390000
                                               WI-RULE-ERR.             05400000
                                                                        05410000
       Z032-LOAD-RULE-FILE.                                             05420000
      *---------------------                                            05430000
                                                                        05440000
           OPEN INPUT  DEDRULE.                                         05450000
           PERFORM Z033-LOAD-RULE-REC                                   05460000
                   UNTIL WI-EOF-DEDRULE = HIGH-VALUES.                  05470000
           CLOSE DEDRULE.                                               05480000
                                                                        05490000
           IF WV-RULE-CNT = ZERO                                        05500000
              DISPLAY 'DEDRULE EMPTY - NO DEDUCTION RULES LOADED'       05510000
              MOVE WC-IC-ON                 TO WI-RULE-ERR              05520000
           END-IF.                                                      05530000
                                                                        05540000
           IF WI-RULE-ERR = WC-IC-ON                                    05550000
              MOVE WC-IC-OFF                TO WI-RUN-OK                05560000
              MOVE 8                        TO RETURN-CODE              05570000
              MOVE 'H'                      TO WV-ALT-SEV               05580000
              MOVE 'RULEERR'                TO WV-ALT-CD                05590000
              MOVE 'DEDUCTION RULES INVALID - RUN REFUSED'              05600000
                                            TO WV-ALT-TXT               05610000
              PERFORM Z998-WRITE-ALERT-REC                              05620000
           END-IF.                                                      05630000
                                                                        05640000
       Z033-LOAD-RULE-REC.                                              05650000
      *--------------------                                             05660000
                                                                        05670000
           READ DEDRULE                                                 05680000
             AT END                                                     05690000
                MOVE HIGH-VALUES            TO WI-EOF-DEDRULE           05700000
           END-READ.                                                    05710000
                                                                        05720000
           IF WI-EOF-DEDRULE = LOW-VALUES                               05730000
              ADD WC-ONE                    TO WA-RULE-READ-CTR         05740000
              IF DEDRULE-REC = SPACES                                   05750000
                 CONTINUE                                               05760000
              ELSE                                                      05770000
                 PERFORM Z034-CHK-RULE-REC                              05780000
              END-IF                                                    05790000
           END-IF.                                                      05800000
                                                                        05810000
       Z034-CHK-RULE-REC.                                               05820000
      *-------------------                                              05830000
                                                                        05840000
           IF (DED-PAY-TYPE NOT = WC-TYPE-SAL                           05850000
               AND DED-PAY-TYPE NOT = WC-TYPE-CON)                      05860000
              OR DED-STATE = SPACES                                     05870000
              OR DED-CD = SPACES                                        05880000
              OR DED-MAX-AMT IS NOT NUMERIC                             05890000
              DISPLAY 'BAD DEDUCTION RULE, LINE ' WA-RULE-READ-CTR      05900000
                      ': ' DEDRULE-REC (1:50)                           05910000
              MOVE WC-IC-ON                 TO WI-RULE-ERR              05920000
           ELSE                                                         05930000
              EVALUATE TRUE                                             05940000
                  WHEN DED-METHOD = WC-METHOD-PCT                       05950000
                       AND DED-RATE IS NUMERIC                          05960000
                       PERFORM Z035-ADD-RULE-ENTRY                      05970000
                  WHEN DED-METHOD = WC-METHOD-FLAT                      05980000
                       AND DED-FLAT-AMT IS NUMERIC                      05990000
                       PERFORM Z035-ADD-RULE-ENTRY                      06000000
                  WHEN OTHER                                            06010000
                       DISPLAY 'BAD DEDUCTION METHOD OR AMOUNT, LINE '  06020000
                               WA-RULE-READ-CTR ': '                    06030000
                               DEDRULE-REC (1:50)                       06040000
                       MOVE WC-IC-ON        TO WI-RULE-ERR              06050000
              END-EVALUATE                                              06060000
           END-IF.                                                      06070000
                                                                        06080000
       Z035-ADD-RULE-ENTRY.                                             06090000
      *---------------------                                            06100000
                                                                        06110000
           IF WV-RULE-CNT < WC-RULE-MAX                                 06120000
              ADD 1                         TO WV-RULE-CNT              06130000
              MOVE DED-STATE                TO                          06140000
                   WV-RULE-STATE (WV-RULE-CNT)                          06150000
              MOVE DED-PAY-TYPE             TO                          06160000
                   WV-RULE-PAY-TYPE (WV-RULE-CNT)                       06170000
              MOVE DED-CD                   TO                          06180000
                   WV-RULE-CD (WV-RULE-CNT)                             06190000
              MOVE DED-DESC                 TO                          06200000
                   WV-RULE-DESC (WV-RULE-CNT)                           06210000
              MOVE DED-METHOD               TO                          06220000
                   WV-RULE-METHOD (WV-RULE-CNT)                         06230000
              MOVE DED-MAX-AMT              TO                          06240000
                   WV-RULE-MAX-AMT (WV-RULE-CNT)                        06250000
              IF DED-METHOD = WC-METHOD-PCT                             06260000
                 MOVE DED-RATE              TO                          06270000
                      WV-RULE-RATE (WV-RULE-CNT)                        06280000
                 MOVE ZERO                  TO                          06290000
                      WV-RULE-FLAT-AMT (WV-RULE-CNT)                    06300000
              ELSE                                                      06310000
                 MOVE ZERO                  TO                          06320000
                      WV-RULE-RATE (WV-RULE-CNT)                        06330000
                 MOVE DED-FLAT-AMT          TO                          06340000
                      WV-RULE-FLAT-AMT (WV-RULE-CNT)                    06350000
              END-IF                                                    06360000
           ELSE                                                         06370000
              DISPLAY 'DEDUCTION RULE TABLE FULL, RULE SKIPPED:'        06380000
                      DED-CD                                            06390000
              MOVE WC-IC-ON                 TO WI-RULE-ERR              06400000
              MOVE 'M'                      TO WV-ALT-SEV               06410000
              MOVE 'TBLFULL'                TO WV-ALT-CD                06420000
              MOVE 'DEDUCTION RULE TABLE FULL'                          06430000
                                            TO WV-ALT-TXT               06440000
              PERFORM Z998-WRITE-ALERT-REC                              06450000
           END-IF.                                                      06460000
                                                                        06470000
       Z038-LOAD-EMP-FILE.                                              06480000
      *--------------------                                             06490000
                                                                        06500000
           OPEN INPUT  EMPFILE.                                         06510000
           PERFORM Z039-LOAD-EMP-REC                                    06520000
                   UNTIL WI-EOF-EMPFILE = HIGH-VALUES.                  06530000
           CLOSE EMPFILE.                                               06540000
                                                                        06550000
       Z039-LOAD-EMP-REC.                                               06560000
      *-------------------                                              06570000
                                                                        06580000
           READ EMPFILE                                                 06590000
             AT END                                                     06600000
                MOVE HIGH-VALUES            TO WI-EOF-EMPFILE           06610000
           END-READ.                                                    06620000
                                                                        06630000
           IF WI-EOF-EMPFILE = LOW-VALUES                               06640000
              AND EMP-REC-TYPE = WC-REC-TYPE-DTL                        06650000
              ADD WC-ONE                    TO WA-EMP-READ-CTR          06660000
              IF WV-EMP-CNT < WC-EMP-MAX                                06670000
                 ADD 1                      TO WV-EMP-CNT               06680000
                 MOVE EMP-ID                TO                          06690000
                      WV-EMP-TBL-ID (WV-EMP-CNT)                        06700000
                 MOVE EMP-NAME              TO                          06710000
                      WV-EMP-TBL-NAME (WV-EMP-CNT)                      06720000
                 MOVE EMP-STATE             TO                          06730000
                      WV-EMP-TBL-STATE (WV-EMP-CNT)                     06740000
              ELSE                                                      06750000
                 DISPLAY 'EMPLOYEE TABLE FULL - STATE UNKNOWN FOR '     06760000
                         'EMP ID:' EMP-ID                               06770000
                 MOVE 'M'                   TO WV-ALT-SEV               06780000
                 MOVE 'TBLFULL'             TO WV-ALT-CD                06790000
                 MOVE 'EMPLOYEE TABLE FULL - STATES MISSING'            06800000
                                            TO WV-ALT-TXT               06810000
                 PERFORM Z998-WRITE-ALERT-REC                           06820000
              END-IF                                                    06830000
           END-IF.                                                      06840000
                                                                        06850000
       Z040-READ-PAYFILE.                                               06860000
      *-------------------                                              06870000
                                                                        06880000
           MOVE WC-IC-ON                    TO WI-REC-SKIPPED.          06890000
           PERFORM Z042-READ-PAY-REC                                    06900000
                   UNTIL WI-REC-SKIPPED = WC-IC-OFF                     06910000
                      OR WI-EOF-PAYFILE = HIGH-VALUES.                  06920000
                                                                        06930000
       Z042-READ-PAY-REC.                                               06940000
      *-------------------                                              06950000
                                                                        06960000
           READ PAYFILE                                                 06970000
             AT END                                                     06980000
                MOVE HIGH-VALUES            TO WI-EOF-PAYFILE           06990000
           END-READ.                                                    07000000
                                                                        07010000
           IF WI-EOF-PAYFILE = LOW-VALUES                               07020000
              IF PAY-REC-TYPE = WC-REC-TYPE-DTL                         07030000
                 MOVE WC-IC-OFF             TO WI-REC-SKIPPED           07040000
                 ADD WC-ONE                 TO WA-READ-CTR              07050000
              END-IF                                                    07060000
           END-IF.                                                      07070000
                                                                        07080000
       Z050-CHK-PAYFILE-BAL.                                            07090000
      *----------------------                                           07100000
                                                                        07110000
           OPEN INPUT  PAYFILE.                                         07120000
           PERFORM Z052-SCAN-PAY-REC                                    07130000
                   UNTIL WI-EOF-PAYFILE = HIGH-VALUES.                  07140000
           CLOSE PAYFILE.                                               07150000
           MOVE LOW-VALUES                  TO WI-EOF-PAYFILE.          07160000
                                                                        07170000
           IF WI-HDR-SEEN = WC-IC-OFF                                   07180000
              DISPLAY 'PAYFILE HEADER MISSING'                          07190000
              MOVE WC-IC-OFF                TO WI-RUN-OK                07200000
           END-IF.                                                      07210000
                                                                        07220000
           IF WI-TRL-SEEN = WC-IC-OFF                                   07230000
              DISPLAY 'PAYFILE TRAILER MISSING'                         07240000
              MOVE WC-IC-OFF                TO WI-RUN-OK                07250000
           ELSE                                                         07260000
              IF WV-TRL-CNT-X IS NOT NUMERIC                            07270000
                 OR WV-TRL-CNT NOT = WA-BAL-DTL-CTR                     07280000
                 DISPLAY 'PAYFILE TRAILER COUNT ' WV-TRL-CNT-X          07290000
                         ' DOES NOT MATCH DETAIL RECORDS '              07300000
                         WA-BAL-DTL-CTR                                 07310000
                 MOVE WC-IC-OFF             TO WI-RUN-OK                07320000
              END-IF                                                    07330000
              IF WV-TRL-GROSS-X IS NOT NUMERIC                          07340000
                 OR WV-TRL-GROSS NOT = WA-BAL-GROSS-TOT                 07350000
                 DISPLAY 'PAYFILE TRAILER GROSS ' WV-TRL-GROSS-X        07360000
                         ' DOES NOT MATCH DETAIL GROSS '                07370000
                         WA-BAL-GROSS-TOT                               07380000
                 MOVE WC-IC-OFF             TO WI-RUN-OK                07390000
              END-IF                                                    07400000
           END-IF.                                                      07410000
                                                                        07420000
           IF WI-RUN-OK = WC-IC-OFF                                     07430000
              MOVE 8                        TO RETURN-CODE              07440000
              MOVE 'H'                      TO WV-ALT-SEV               07450000
              MOVE 'PAYBAL'                 TO WV-ALT-CD                07460000
              MOVE 'PAYFILE CONTROL TOTALS DO NOT BALANCE'              07470000
                                            TO WV-ALT-TXT               07480000
              PERFORM Z998-WRITE-ALERT-REC                              07490000
           ELSE                                                         07500000
              DISPLAY 'NET PAY CALCULATION FOR PERIOD '                 07510000
                      WV-PAY-PERIOD                                     07520000
           END-IF.                                                      07530000
                                                                        07540000
       Z052-SCAN-PAY-REC.                                               07550000
      *-------------------                                              07560000
                                                                        07570000
           READ PAYFILE                                                 07580000
             AT END                                                     07590000
                MOVE HIGH-VALUES            TO WI-EOF-PAYFILE           07600000
           END-READ.                                                    07610000
                                                                        07620000
           IF WI-EOF-PAYFILE = LOW-VALUES                               07630000
              EVALUATE PAY-REC-TYPE                                     07640000
                  WHEN WC-REC-TYPE-HDR                                  07650000
                       MOVE WC-IC-ON        TO WI-HDR-SEEN              07660000
                       MOVE PAY-PERIOD      TO WV-PAY-PERIOD            07670000
                  WHEN WC-REC-TYPE-TRL                                  07680000
                       MOVE WC-IC-ON        TO WI-TRL-SEEN              07690000
                       MOVE PAYFILE-REC (24:9)                          07700000
                                            TO WV-TRL-CNT-X             07710000
                       MOVE PAYFILE-REC (34:15)                         07720000
                                            TO WV-TRL-GROSS-X           07730000
                       IF WV-TRL-CNT-X IS NUMERIC                       07740000
                          MOVE WV-TRL-CNT-X TO WV-TRL-CNT               07750000
                       END-IF                                           07760000
                       IF WV-TRL-GROSS-X IS NUMERIC                     07770000
                          MOVE WV-TRL-GROSS-9                           07780000
                                            TO WV-TRL-GROSS             07790000
                       END-IF                                           07800000
                       MOVE HIGH-VALUES     TO WI-EOF-PAYFILE           07810000
                  WHEN WC-REC-TYPE-DTL                                  07820000
                       ADD WC-ONE           TO WA-BAL-DTL-CTR           07830000
                       IF PAY-GROSS IS NUMERIC                          07840000
                          ADD PAY-GROSS     TO WA-BAL-GROSS-TOT         07850000
                       ELSE                                             07860000
                          DISPLAY 'PAYFILE GROSS NOT NUMERIC - EMP ID:' 07870000
                                  PAY-EMP-ID                            07880000
                          MOVE WC-IC-OFF    TO WI-RUN-OK                07890000
                       END-IF                                           07900000
                       IF PAY-PERIOD NOT = WV-PAY-PERIOD                07910000
                          DISPLAY 'PAYFILE PERIOD ' PAY-PERIOD          07920000
                                  ' DIFFERS FROM HEADER - EMP ID:'      07930000
                                  PAY-EMP-ID                            07940000
                          MOVE WC-IC-OFF    TO WI-RUN-OK                07950000
                       END-IF                                           07960000
              END-EVALUATE                                              07970000
           END-IF.                                                      07980000
                                                                        07990000
       Z060-FIND-EMP.                                                   08000000
      *---------------                                                  08010000
                                                                        08020000
           MOVE WC-IC-OFF                   TO WV-EMP-FOUND-SW.         08030000
           MOVE ZERO                        TO WV-EMP-IX.               08040000
           PERFORM Z062-SCAN-EMP-TBL                                    08050000
                   UNTIL WV-EMP-FOUND-SW = WC-IC-ON                     08060000
                      OR WV-EMP-IX >= WV-EMP-CNT.                       08070000
                                                                        08080000
           IF WV-EMP-FOUND-SW = WC-IC-ON                                08090000
              MOVE WV-EMP-TBL-NAME (WV-EMP-IX)                          08100000
                                            TO WV-EMP-NAME              08110000
              MOVE WV-EMP-TBL-STATE (WV-EMP-IX)                         08120000
                                            TO WV-EMP-STATE             08130000
           ELSE                                                         08140000
              MOVE '*** NOT ON EMPFILE'     TO WV-EMP-NAME              08150000
              MOVE SPACES                   TO WV-EMP-STATE             08160000
              ADD WC-ONE                    TO WA-NOEMP-CTR             08170000
              MOVE 4                        TO RETURN-CODE              08180000
              DISPLAY 'EMP ID NOT ON EMPFILE - STATE RULES SKIPPED:'    08190000
                      PAY-EMP-ID                                        08200000
           END-IF.                                                      08210000
                                                                        08220000
       Z062-SCAN-EMP-TBL.                                               08230000
      *-------------------                                              08240000
                                                                        08250000
           ADD 1                            TO WV-EMP-IX.               08260000
           IF WV-EMP-TBL-ID (WV-EMP-IX) = PAY-EMP-ID                    08270000
              MOVE WC-IC-ON                 TO WV-EMP-FOUND-SW          08280000
           END-IF.                                                      08290000
                                                                        08300000
       Z065-WRITE-NET-HDR.                                              08310000
      *--------------------                                             08320000
                                                                        08330000
           INITIALIZE NETFILE-REC.                                      08340000
           MOVE WC-REC-TYPE-HDR             TO NET-REC-TYPE.            08350000
           MOVE WC-PGM-NM                   TO NET-EMP-ID.              08360000
           MOVE WV-PAY-PERIOD               TO NET-PAY-PERIOD.          08370000
           WRITE NETFILE-REC.                                           08380000
                                                                        08390000
       Z068-WRITE-NET-TRL.                                              08400000
      *--------------------                                             08410000
                                                                        08420000
           INITIALIZE NETFILE-REC.                                      08430000
           MOVE WC-REC-TYPE-TRL             TO NET-REC-TYPE.            08440000
           MOVE WV-PAY-PERIOD               TO NET-PAY-PERIOD.          08450000
                                                                        08460000
           MOVE WA-NET-WRITE-CTR            TO WV-TRL-CNT-DISP.         08470000
           MOVE WV-TRL-CNT-DISP             TO NETFILE-REC (24:9).      08480000
                                                                        08490000
           MOVE WA-GROSS-TOT                TO WV-TRL-AMT-DISP.         08500000
           MOVE WV-TRL-AMT-DISP             TO NETFILE-REC (34:15).     08510000
                                                                        08520000
           MOVE WA-DED-TOT                  TO WV-TRL-AMT-DISP.         08530000
           MOVE WV-TRL-AMT-DISP             TO NETFILE-REC (49:15).     08540000
                                                                        08550000
           MOVE WA-NET-TOT                  TO WV-TRL-AMT-DISP.         08560000
           MOVE WV-TRL-AMT-DISP             TO NETFILE-REC (64:15).     08570000
                                                                        08580000
           WRITE NETFILE-REC.                                           08590000
                                                                        08600000
       Z200-WRITE-SLIP-HDR.                                             08610000
      *---------------------                                            08620000
                                                                        08630000
           ADD WC-ONE                       TO WA-RPT-PAGE-CTR.         08640000
           MOVE WA-RPT-PAGE-CTR             TO SLIP-HDR-PAGE.           08650000
           MOVE WV-PAY-PERIOD               TO SLIP-HDR-PERIOD.         08660000
           IF WA-RPT-PAGE-CTR = 1                                       08670000
              WRITE RPT-REC                 FROM WS-SLIP-HDR1           08680000
           ELSE                                                         08690000
              WRITE RPT-REC                 FROM WS-SLIP-HDR1           08700000
                    AFTER ADVANCING NEXT-PAGE                           08710000
           END-IF.                                                      08720000
                                                                        08730000
           MOVE PAY-EMP-ID                  TO SLIP-HDR-ID.             08740000
           MOVE WV-EMP-NAME                 TO SLIP-HDR-NAME.           08750000
           MOVE PAY-EMP-DPT                 TO SLIP-HDR-DPT.            08760000
           MOVE PAY-TYPE                    TO SLIP-HDR-TYPE.           08770000
           MOVE WV-EMP-STATE                TO SLIP-HDR-STATE.          08780000
                                                                        08790000
           MOVE SPACES                      TO RPT-REC.                 08800000
           WRITE RPT-REC.                                               08810000
           WRITE RPT-REC                    FROM WS-SLIP-HDR2.          08820000
           MOVE SPACES                      TO RPT-REC.                 08830000
           WRITE RPT-REC.                                               08840000
           WRITE RPT-REC                    FROM WS-SLIP-HDR3.          08850000
           MOVE SPACES                      TO RPT-REC.                 08860000
           WRITE RPT-REC.                                               08870000
                                                                        08880000
       Z220-WRITE-RUN-TOTALS.                                           08890000
      *-----------------------                                          08900000
                                                                        08910000
           ADD WC-ONE                       TO WA-RPT-PAGE-CTR.         08920000
           MOVE SPACES                      TO RPT-REC.                 08930000
           STRING 'NETPAY01     NET PAY RUN TOTALS - PERIOD '           08940000
                                            DELIMITED BY SIZE           08950000
                  WV-PAY-PERIOD             DELIMITED BY SIZE           08960000
                  INTO RPT-REC                                          08970000
           END-STRING.                                                  08980000
           IF WA-RPT-PAGE-CTR = 1                                       08990000
              WRITE RPT-REC                                             09000000
           ELSE                                                         09010000
              WRITE RPT-REC                 AFTER ADVANCING NEXT-PAGE   09020000
           END-IF.                                                      09030000
           MOVE SPACES                      TO RPT-REC.                 09040000
           WRITE RPT-REC.                                               09050000
                                                                        09060000
           MOVE WA-READ-CTR                 TO WV-CTR-DISP.             09070000
           MOVE SPACES                      TO RPT-REC.                 09075000
           STRING 'PAYSLIPS PRINTED    :'   DELIMITED BY SIZE           09080000
                  WV-CTR-DISP               DELIMITED BY SIZE           09090000
                  INTO RPT-REC                                          09100000
           END-STRING.                                                  09110000
           WRITE RPT-REC.                                               09120000
           MOVE WA-DED-LINE-CTR             TO WV-CTR-DISP.             09130000
           MOVE SPACES                      TO RPT-REC.                 09140000
           STRING 'DEDUCTION LINES     :'   DELIMITED BY SIZE           09150000
                  WV-CTR-DISP               DELIMITED BY SIZE           09160000
                  INTO RPT-REC                                          09170000
           END-STRING.                                                  09180000
           WRITE RPT-REC.                                               09190000
           MOVE WA-GROSS-TOT                TO WV-AMT-DISP.             09200000
           MOVE SPACES                      TO RPT-REC.                 09210000
           STRING 'TOTAL GROSS PAY     :'   DELIMITED BY SIZE           09220000
                  WV-AMT-DISP               DELIMITED BY SIZE           09230000
                  INTO RPT-REC                                          09240000
           END-STRING.                                                  09250000
           WRITE RPT-REC.                                               09260000
           MOVE WA-DED-TOT                  TO WV-AMT-DISP.             09270000
           MOVE SPACES                      TO RPT-REC.                 09280000
           STRING 'TOTAL DEDUCTIONS    :'   DELIMITED BY SIZE           09290000
                  WV-AMT-DISP               DELIMITED BY SIZE           09300000
                  INTO RPT-REC                                          09310000
           END-STRING.                                                  09320000
           WRITE RPT-REC.                                               09330000
           MOVE WA-NET-TOT                  TO WV-AMT-DISP.             09340000
           MOVE SPACES                      TO RPT-REC.                 09350000
           STRING 'TOTAL NET PAY       :'   DELIMITED BY SIZE           09360000
                  WV-AMT-DISP               DELIMITED BY SIZE           09370000
                  INTO RPT-REC                                          09380000
           END-STRING.                                                  09390000
           WRITE RPT-REC.                                               09400000
                                                                        09410000
       Z230-WRITE-SLIP-LINE.                                            09420000
      *----------------------                                           09430000
                                                                        09440000
           WRITE RPT-REC                    FROM WS-SLIP-DTL.           09450000
                                                                        09460000
       Z990-PCS-CTRS.                                                   09470000
      *---------------                                                  09480000
                                                                        09490000
           DISPLAY 'NUMBER OF PAY RECORDS READ     :-' WA-READ-CTR.     09500000
           DISPLAY 'NUMBER OF EMPLOYEES LOADED     :-'                  09510000
                    WA-EMP-READ-CTR.                                    09520000
           DISPLAY 'NUMBER OF DEDUCTION RULES      :-' WV-RULE-CNT.     09530000
           DISPLAY 'NUMBER OF SALARIED PAYSLIPS    :-' WA-SAL-CTR.      09540000
           DISPLAY 'NUMBER OF CONTRACTOR PAYSLIPS  :-' WA-CON-CTR.      09550000
           DISPLAY 'NUMBER NOT ON EMPFILE          :-' WA-NOEMP-CTR.    09560000
           DISPLAY 'NUMBER OF DEDUCTION LINES      :-'                  09570000
                    WA-DED-LINE-CTR.                                    09580000
           DISPLAY 'NUMBER OF DEDUCTIONS LIMITED   :-' WA-LIMIT-CTR.    09590000
           DISPLAY 'NUMBER OF NET RECORDS WRITTEN  :-'                  09600000
                    WA-NET-WRITE-CTR.                                   09610000
           DISPLAY 'TOTAL GROSS PAY                :-' WA-GROSS-TOT.    09620000
           DISPLAY 'TOTAL DEDUCTIONS               :-' WA-DED-TOT.      09630000
           DISPLAY 'TOTAL NET PAY                  :-' WA-NET-TOT.      09640000
                                                                        09650000
       Z997-WRITE-AUDIT-REC.                                            09660000
      *-----------------------                                          09670000
                                                                        09680000
           OPEN EXTEND AUDITFILE.                                       09690000
           INITIALIZE AUDITFILE-REC.                                    09700000
           MOVE WC-PGM-NM                    TO AUD-PGM-NM.             09710000
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-RUN-DATE.           09720000
           MOVE WA-READ-CTR                  TO AUD-READ-CTR.           09730000
           MOVE WA-NET-WRITE-CTR             TO AUD-WRITE-CTR.          09740000
           MOVE WA-NOEMP-CTR                 TO AUD-ERROR-CTR.          09750000
           WRITE AUDITFILE-REC.                                         09760000
           CLOSE AUDITFILE.                                             09770000
                                                                        09780000
       Z998-WRITE-ALERT-REC.                                            09790000
      *----------------------                                           09800000
                                                                        09810000
           OPEN EXTEND ALERTFILE.                                       09820000
           MOVE SPACES                       TO ALERTFILE-REC.          09830000
           MOVE WC-PGM-NM                    TO ALT-PGM-NM.             09840000
           MOVE FUNCTION CURRENT-DATE (1:14) TO ALT-TS.                 09850000
           MOVE WV-ALT-SEV                   TO ALT-SEVERITY.           09860000
           MOVE WV-ALT-CD                    TO ALT-EVENT-CD.           09870000
           MOVE WV-ALT-TXT                   TO ALT-TEXT.               09880000
           WRITE ALERTFILE-REC.                                         09890000
           CLOSE ALERTFILE.                                             09900000
