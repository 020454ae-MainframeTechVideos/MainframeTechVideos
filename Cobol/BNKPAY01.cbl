       ID DIVISION.                                                     00010000
      **************                                                    00020000
                                                                        00030000
       PROGRAM-ID.     BNKPAY01.                                        00040000
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
           SELECT  NETFILE   ASSIGN         TO UT-S-NETFILE.            00300000
           SELECT  BANKREF   ASSIGN         TO UT-S-BANKREF.            00310000
           SELECT  BANKFILE  ASSIGN         TO UT-S-BANKFILE.           00320000
           SELECT  EXCRPT    ASSIGN         TO UT-S-EXCRPT.             00330000
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
       FD NETFILE                                                       00570000
              LABEL RECORD STANDARD                                     00580000
              BLOCK 0 RECORDS                                           00590000
              RECORDING MODE IS F.                                      00600000
                                                                        00610000
       01 NETFILE-REC.                                                  00620000
          03 NET-REC-TYPE                   PIC X(01).                  00630000
          03 NET-EMP-ID                     PIC X(10).                  00640000
          03 NET-EMP-DPT                    PIC X(03).                  00650000
          03 NET-PAY-TYPE                   PIC X(03).                  00660000
          03 NET-PAY-PERIOD                 PIC X(06).                  00670000
          03 NET-DED-CD                     PIC X(08).                  00680000
          03 NET-DED-DESC                   PIC X(20).                  00690000
          03 NET-AMT                        PIC 9(09)V99.               00700000
          03 NET-GROSS                      PIC 9(09)V99.               00710000
          03 FILLER                         PIC X(07).                  00720000
                                                                        00730000
       FD BANKREF                                                       00740000
              LABEL RECORD STANDARD                                     00750000
              BLOCK 0 RECORDS                                           00760000
              RECORDING MODE IS F.                                      00770000
                                                                        00780000
       01 BANKREF-REC.                                                  00790000
          03 BNK-EMP-ID                     PIC X(10).                  00800000
          03 BNK-SORT-CD                    PIC X(09).                  00810000
          03 BNK-ACCT-NO                    PIC X(17).                  00820000
          03 BNK-ACCT-NM                    PIC X(22).                  00830000
          03 BNK-STATUS                     PIC X(01).                  00840000
          03 FILLER                         PIC X(21).                  00850000
                                                                        00860000
       FD BANKFILE                                                      00870000
              LABEL RECORD STANDARD                                     00880000
              BLOCK 0 RECORDS                                           00890000
              RECORDING MODE IS F.                                      00900000
                                                                        00910000
       01 BANK-HDR-REC.                                                 00920000
          03 BH-REC-TYPE                    PIC X(01).                  00930000
          03 BH-ORIG-ID                     PIC X(10).                  00940000
          03 BH-BATCH-NO                    PIC X(06).                  00950000
          03 BH-PAY-PERIOD                  PIC X(06).                  00960000
          03 BH-CREATE-DATE                 PIC X(08).                  00970000
          03 BH-DESC                        PIC X(20).                  00980000
          03 FILLER                         PIC X(49).                  00990000
                                                                        01000000
       01 BANK-DTL-REC.                                                 01010000
          03 BD-REC-TYPE                    PIC X(01).                  01020000
          03 BD-SORT-CD                     PIC X(09).                  01030000
          03 BD-ACCT-NO                     PIC X(17).                  01040000
          03 BD-ACCT-NM                     PIC X(22).                  01050000
          03 BD-AMT                         PIC 9(09)V99.               01060000
          03 BD-EMP-ID                      PIC X(10).                  01070000
          03 BD-SEQ-NO                      PIC 9(06).                  01080000
          03 FILLER                         PIC X(24).                  01090000
                                                                        01100000
       01 BANK-TRL-REC.                                                 01110000
          03 BT-REC-TYPE                    PIC X(01).                  01120000
          03 BT-DTL-CNT                     PIC 9(06).                  01130000
          03 BT-AMT-TOT                     PIC 9(13)V99.               01140000
          03 BT-HASH-TOT                    PIC 9(15).                  01150000
          03 FILLER                         PIC X(63).                  01160000
                                                                        01170000
       FD EXCRPT                                                        01180000
              LABEL RECORD STANDARD                                     01190000
              BLOCK 0 RECORDS                                           01200000
              RECORDING MODE IS F.                                      01210000
                                                                        01220000
       01 RPT-REC                           PIC X(132).                 01230000
                                                                        01240000
       FD AUDITFILE                                                     01250000
              LABEL RECORD STANDARD                                     01260000
              BLOCK 0 RECORDS                                           01270000
              RECORDING MODE IS F.                                      01280000
                                                                        01290000
       01 AUDITFILE-REC.                                                01300000
          03 AUD-PGM-NM                        PIC X(08).               01310000
          03 AUD-RUN-DATE                      PIC X(08).               01320000
          03 AUD-READ-CTR                      PIC 9(09).               01330000
          03 AUD-WRITE-CTR                     PIC 9(09).               01340000
          03 AUD-ERROR-CTR                     PIC 9(09).               01350000
                                                                        01360000
       FD ALERTFILE                                                     01370000
              LABEL RECORD STANDARD                                     01380000
              BLOCK 0 RECORDS                                           01390000
              RECORDING MODE IS F.                                      01400000
                                                                        01410000
       01 ALERTFILE-REC.                                                01420000
          03 ALT-PGM-NM                        PIC X(08).               01430000
          03 ALT-TS                            PIC X(14).               01440000
          03 ALT-SEVERITY                      PIC X(01).               01450000
          03 ALT-EVENT-CD                      PIC X(08).               01460000
          03 ALT-TEXT                          PIC X(40).               01470000
          03 FILLER                            PIC X(09).               01480000
                                                                        01490000
       WORKING-STORAGE SECTION.                                         01500000
      *=========================                                        01510000
                                                                        01520000
       01 WS-WA.                                                        01530000
      *---------                                                        01540000
                                                                        01550000
          03 WA-READ-CTR                    PIC S9(09) PACKED-DECIMAL.  01560000
          03 WA-REF-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01570000
          03 WA-BAL-NET-CTR                 PIC S9(09) PACKED-DECIMAL.  01580000
          03 WA-BAL-REC-CTR                 PIC S9(09) PACKED-DECIMAL.  01590000
          03 WA-PAID-CTR                    PIC S9(09) PACKED-DECIMAL.  01600000
          03 WA-EXC-CTR                     PIC S9(09) PACKED-DECIMAL.  01610000
          03 WA-NOACCT-CTR                  PIC S9(09) PACKED-DECIMAL.  01620000
          03 WA-CLOSED-CTR                  PIC S9(09) PACKED-DECIMAL.  01630000
          03 WA-ZERO-CTR                    PIC S9(09) PACKED-DECIMAL.  01640000
          03 WA-BADACCT-CTR                 PIC S9(09) PACKED-DECIMAL.  01650000
          03 WA-BAL-NET-TOT                 PIC S9(13)V99               01660000
                                              PACKED-DECIMAL.           01670000
          03 WA-PAID-TOT                    PIC S9(13)V99               01680000
                                              PACKED-DECIMAL.           01690000
          03 WA-EXC-TOT                     PIC S9(13)V99               01700000
                                              PACKED-DECIMAL.           01710000
          03 WA-HASH-TOT                    PIC S9(15) PACKED-DECIMAL.  01720000
          03 WA-RPT-LINE-CTR                PIC S9(03) PACKED-DECIMAL.  01730000
          03 WA-RPT-PAGE-CTR                PIC S9(05) PACKED-DECIMAL.  01740000
                                                                        01750000
       01 WS-CS.                                                        01760000
      *---------                                                        01770000
                                                                        01780000
          03 WC-PGM-NM                      PIC X(08) VALUE 'BNKPAY01'. 01790000
          03 WC-PCS-NM                      PIC X(40) VALUE             01800000
             'BANK DISBURSEMENT FILE'.                                  01810000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        01820000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        01830000
          03 WC-ONE                         PIC 9(01) VALUE 1.          01840000
          03 WC-REC-TYPE-HDR                PIC X(01) VALUE 'H'.        01850000
          03 WC-REC-TYPE-DTL                PIC X(01) VALUE 'D'.        01860000
          03 WC-REC-TYPE-NET                PIC X(01) VALUE 'N'.        01870000
          03 WC-REC-TYPE-TRL                PIC X(01) VALUE 'T'.        01880000
          03 WC-ACCT-ACTIVE                 PIC X(01) VALUE 'A'.        01890000
          03 WC-ACCT-CLOSED                 PIC X(01) VALUE 'C'.        01900000
          03 WC-ORIG-ID                     PIC X(10) VALUE             01910000
             'PAYROLL01'.                                               01920000
          03 WC-REF-MAX                     PIC 9(04) VALUE 1000.       01930000
          03 WC-RPT-MAX-LINE                PIC 9(03) VALUE 55.         01940000
                                                                        01950000
       01 WS-WV.                                                        01960000
      *---------                                                        01970000
                                                                        01980000
          03 WV-PAY-PERIOD                  PIC X(06).                  01990000
          03 WV-SEQ-NO                      PIC 9(06).                  02000000
          03 WV-SORT-CD-NUM                 PIC 9(09).                  02010000
          03 WV-EXC-REASON                  PIC X(30).                  02020000
          03 WV-CTR-DISP                    PIC ZZ,ZZZ,ZZ9.             02030000
          03 WV-AMT-DISP                    PIC $Z,ZZZ,ZZZ,ZZZ,ZZ9.99.  02040000
          03 WV-HOLD-LINE                   PIC X(132).                 02050000
          03 WV-PAY-TRL-CNT-X               PIC X(09).                  02060000
          03 WV-PAY-TRL-GROSS-X             PIC X(15).                  02070000
          03 WV-PAY-TRL-GROSS-9 REDEFINES WV-PAY-TRL-GROSS-X            02073000
                                            PIC 9(13)V99.               02076000
          03 WV-PAY-TRL-GROSS               PIC 9(13)V99.               02080000
          03 WV-NET-TRL-CNT-X               PIC X(09).                  02090000
          03 WV-NET-TRL-CNT                 PIC 9(09).                  02100000
          03 WV-NET-TRL-GROSS-X             PIC X(15).                  02110000
          03 WV-NET-TRL-GROSS-9 REDEFINES WV-NET-TRL-GROSS-X            02113000
                                            PIC 9(13)V99.               02116000
          03 WV-NET-TRL-GROSS               PIC 9(13)V99.               02120000
          03 WV-NET-TRL-DED-X               PIC X(15).                  02130000
          03 WV-NET-TRL-DED-9 REDEFINES WV-NET-TRL-DED-X                02133000
                                            PIC 9(13)V99.               02136000
          03 WV-NET-TRL-DED                 PIC 9(13)V99.               02140000
          03 WV-NET-TRL-NET-X               PIC X(15).                  02150000
          03 WV-NET-TRL-NET-9 REDEFINES WV-NET-TRL-NET-X                02153000
                                            PIC 9(13)V99.               02156000
          03 WV-NET-TRL-NET                 PIC 9(13)V99.               02160000
          03 WV-REF-IX                      PIC S9(05) BINARY.          02170000
          03 WV-REF-CNT                     PIC S9(05) BINARY.          02180000
          03 WV-REF-FOUND-SW                PIC X(01).                  02190000
                                                                        02200000
       01 WS-ALERT.                                                     02210000
      *------------                                                     02220000
                                                                        02230000
          03 WV-ALT-SEV                     PIC X(01).                  02240000
          03 WV-ALT-CD                      PIC X(08).                  02250000
          03 WV-ALT-TXT                     PIC X(40).                  02260000
                                                                        02270000
       01 WS-REF-TBL.                                                   02280000
      *---------------                                                  02290000
                                                                        02300000
          03 WV-REF-ENTRY OCCURS 1000 TIMES.                            02310000
             05 WV-REF-EMP-ID               PIC X(10).                  02320000
             05 WV-REF-SORT-CD              PIC X(09).                  02330000
             05 WV-REF-ACCT-NO              PIC X(17).                  02340000
             05 WV-REF-ACCT-NM              PIC X(22).                  02350000
             05 WV-REF-STATUS               PIC X(01).                  02360000
                                                                        02370000
       01 WS-RPT-HDR1.                                                  02380000
      *----------------                                                 02390000
                                                                        02400000
          03 FILLER                         PIC X(08) VALUE 'BNKPAY01'. 02410000
          03 FILLER                         PIC X(05) VALUE SPACES.     02420000
          03 FILLER                         PIC X(35) VALUE             02430000
             'BANK PAYMENT EXCEPTIONS - PERIOD'.                        02440000
          03 RPT-HDR-PERIOD                 PIC X(06).                  02450000
          03 FILLER                         PIC X(67) VALUE SPACES.     02460000
          03 FILLER                         PIC X(05) VALUE 'PAGE '.    02470000
          03 RPT-HDR-PAGE                   PIC ZZ,ZZ9.                 02480000
                                                                        02490000
       01 WS-RPT-HDR2.                                                  02500000
      *----------------                                                 02510000
                                                                        02520000
          03 FILLER                         PIC X(10) VALUE             02530000
             'EMPLOYEE  '.                                              02540000
          03 FILLER                         PIC X(02) VALUE SPACES.     02550000
          03 FILLER                         PIC X(04) VALUE 'DEPT'.     02560000
          03 FILLER                         PIC X(02) VALUE SPACES.     02570000
          03 FILLER                         PIC X(04) VALUE 'TYPE'.     02580000
          03 FILLER                         PIC X(02) VALUE SPACES.     02590000
          03 FILLER                         PIC X(15) VALUE             02600000
             '     NET AMOUNT'.                                         02610000
          03 FILLER                         PIC X(03) VALUE SPACES.     02620000
          03 FILLER                         PIC X(06) VALUE 'REASON'.   02630000
          03 FILLER                         PIC X(84) VALUE SPACES.     02640000
                                                                        02650000
       01 WS-RPT-DTL.                                                   02660000
      *---------------                                                  02670000
                                                                        02680000
          03 RPT-DTL-ID                     PIC X(10).                  02690000
          03 FILLER                         PIC X(02) VALUE SPACES.     02700000
          03 RPT-DTL-DPT                    PIC X(03).                  02710000
          03 FILLER                         PIC X(03) VALUE SPACES.     02720000
          03 RPT-DTL-TYPE                   PIC X(03).                  02730000
          03 FILLER                         PIC X(03) VALUE SPACES.     02740000
          03 RPT-DTL-AMT                    PIC $ZZZ,ZZZ,ZZ9.99.        02750000
          03 FILLER                         PIC X(03) VALUE SPACES.     02760000
          03 RPT-DTL-REASON                 PIC X(30).                  02770000
          03 FILLER                         PIC X(60) VALUE SPACES.     02780000
                                                                        02790000
       01 WS-WI.                                                        02800000
      *---------                                                        02810000
                                                                        02820000
          03 WI-EOF-PAYFILE                 PIC X(01).                  02830000
          03 WI-EOF-NETFILE                 PIC X(01).                  02840000
          03 WI-EOF-BANKREF                 PIC X(01).                  02850000
          03 WI-REC-SKIPPED                 PIC X(01).                  02860000
          03 WI-RUN-OK                      PIC X(01).                  02870000
          03 WI-PAY-TRL-SEEN                PIC X(01).                  02880000
          03 WI-NET-HDR-SEEN                PIC X(01).                  02890000
          03 WI-NET-TRL-SEEN                PIC X(01).                  02900000
                                                                        02910000
       PROCEDURE DIVISION.                                              02920000
      ********************                                              02930000
                                                                        02940000
           PERFORM A010-STT-BNK-PCS.                                    02950000
           PERFORM A020-PCS-NET-REC                                     02960000
                   UNTIL WI-EOF-NETFILE = HIGH-VALUES.                  02970000
           PERFORM A030-END-BNK-PCS.                                    02980000
           STOP RUN.                                                    02990000
                                                                        03000000
      **************************** LEVEL A *****************************03010000
                                                                        03020000
       A010-STT-BNK-PCS.                                                03030000
      *------------------                                               03040000
                                                                        03050000
           PERFORM Z030-INIT-FLDS.                                      03060000
           PERFORM Z035-LOAD-REF-FILE.                                  03070000
           PERFORM Z050-READ-PAY-TRL.                                   03080000
           PERFORM Z055-CHK-NETFILE-BAL.                                03090000
                                                                        03100000
           OPEN OUTPUT EXCRPT.                                          03110000
           PERFORM Z200-WRITE-RPT-HDR.                                  03120000
                                                                        03130000
           IF WI-RUN-OK = WC-IC-ON                                      03140000
              OPEN INPUT  NETFILE                                       03150000
                   OUTPUT BANKFILE                                      03160000
              PERFORM Z060-WRITE-BANK-HDR                               03170000
              PERFORM Z040-READ-NETFILE                                 03180000
           ELSE                                                         03190000
              MOVE HIGH-VALUES              TO WI-EOF-NETFILE           03200000
              MOVE 8                        TO RETURN-CODE              03210000
              MOVE 'H'                      TO WV-ALT-SEV               03220000
              MOVE 'PAYBAL'                 TO WV-ALT-CD                03230000
              MOVE 'NET PAY DOES NOT BALANCE - NO BANK FILE'            03240000
                                            TO WV-ALT-TXT               03250000
              PERFORM Z998-WRITE-ALERT-REC                              03260000
              MOVE 'RUN REFUSED - BANK FILE NOT WRITTEN, SEE JOB LOG'   03270000
                                            TO RPT-REC                  03280000
              PERFORM Z230-WRITE-RPT-REC                                03290000
           END-IF.                                                      03300000
                                                                        03310000
       A020-PCS-NET-REC.                                                03320000
      *------------------                                               03330000
                                                                        03340000
           PERFORM B010-VALIDATE-PAYMENT.                               03350000
           PERFORM Z040-READ-NETFILE.                                   03360000
                                                                        03370000
       A030-END-BNK-PCS.                                                03380000
      *------------------                                               03390000
                                                                        03400000
           IF WI-RUN-OK = WC-IC-ON                                      03410000
              PERFORM Z065-WRITE-BANK-TRL                               03420000
              CLOSE NETFILE                                             03430000
                    BANKFILE                                            03440000
              PERFORM B050-PRT-RECONCILE                                03450000
           END-IF.                                                      03460000
                                                                        03470000
           CLOSE EXCRPT.                                                03480000
                                                                        03490000
           IF WA-EXC-CTR > ZERO                                         03500000
              AND RETURN-CODE < 4                                       03510000
              MOVE 4                        TO RETURN-CODE              03520000
           END-IF.                                                      03530000
                                                                        03540000
           PERFORM Z990-PCS-CTRS.                                       03550000
           PERFORM Z997-WRITE-AUDIT-REC.                                03560000
                                                                        03570000
      **************************** LEVEL B *****************************03580000
                                                                        03590000
       B010-VALIDATE-PAYMENT.                                           03600000
      *-----------------------                                          03610000
                                                                        03620000
           MOVE SPACES                      TO WV-EXC-REASON.           03630000
           PERFORM Z070-FIND-REF.                                       03640000
                                                                        03650000
           EVALUATE TRUE                                                03660000
               WHEN NET-AMT IS NOT NUMERIC                              03670000
                    MOVE 'AMOUNT NOT NUMERIC'                           03680000
                                            TO WV-EXC-REASON            03690000
                    ADD WC-ONE              TO WA-ZERO-CTR              03700000
               WHEN NET-AMT NOT > ZERO                                  03710000
                    MOVE 'ZERO OR NEGATIVE AMOUNT'                      03720000
                                            TO WV-EXC-REASON            03730000
                    ADD WC-ONE              TO WA-ZERO-CTR              03740000
               WHEN WV-REF-FOUND-SW = WC-IC-OFF                         03750000
                    MOVE 'NO BANK ACCOUNT ON FILE'                      03760000
                                            TO WV-EXC-REASON            03770000
                    ADD WC-ONE              TO WA-NOACCT-CTR            03780000
               WHEN WV-REF-STATUS (WV-REF-IX) = WC-ACCT-CLOSED          03790000
                    MOVE 'BANK ACCOUNT CLOSED'                          03800000
                                            TO WV-EXC-REASON            03810000
                    ADD WC-ONE              TO WA-CLOSED-CTR            03820000
               WHEN WV-REF-STATUS (WV-REF-IX) NOT = WC-ACCT-ACTIVE      03830000
                 OR WV-REF-SORT-CD (WV-REF-IX) IS NOT NUMERIC           03840000
                 OR WV-REF-ACCT-NO (WV-REF-IX) = SPACES                 03850000
                    MOVE 'INVALID BANK ACCOUNT DETAILS'                 03860000
                                            TO WV-EXC-REASON            03870000
                    ADD WC-ONE              TO WA-BADACCT-CTR           03880000
               WHEN OTHER                                               03890000
                    CONTINUE                                            03900000
           END-EVALUATE.                                                03910000
                                                                        03920000
           IF WV-EXC-REASON = SPACES                                    03930000
              PERFORM B020-WRITE-PAYMENT                                03940000
           ELSE                                                         03950000
              PERFORM B030-WRITE-EXCEPTION                              03960000
           END-IF.                                                      03970000
                                                                        03980000
       B020-WRITE-PAYMENT.                                              03990000
      *--------------------                                             04000000
                                                                        04010000
           ADD 1                            TO WV-SEQ-NO.               04020000
           MOVE SPACES                      TO BANK-DTL-REC.            04030000
           MOVE WC-REC-TYPE-DTL             TO BD-REC-TYPE.             04040000
           MOVE WV-REF-SORT-CD (WV-REF-IX)  TO BD-SORT-CD.              04050000
           MOVE WV-REF-ACCT-NO (WV-REF-IX)  TO BD-ACCT-NO.              04060000
           MOVE WV-REF-ACCT-NM (WV-REF-IX)  TO BD-ACCT-NM.              04070000
           MOVE NET-AMT                     TO BD-AMT.                  04080000
           MOVE NET-EMP-ID                  TO BD-EMP-ID.               04090000
           MOVE WV-SEQ-NO                   TO BD-SEQ-NO.               04100000
           WRITE BANK-DTL-REC.                                          04110000
                                                                        04120000
           ADD WC-ONE                       TO WA-PAID-CTR.             04130000
           ADD NET-AMT                      TO WA-PAID-TOT.             04140000
           MOVE WV-REF-SORT-CD (WV-REF-IX)  TO WV-SORT-CD-NUM.          04150000
           ADD WV-SORT-CD-NUM               TO WA-HASH-TOT.             04160000
                                                                        04170000
       B030-WRITE-EXCEPTION.                                            04180000
      *----------------------                                           04190000
                                                                        04200000
           MOVE NET-EMP-ID                  TO RPT-DTL-ID.              04210000
           MOVE NET-EMP-DPT                 TO RPT-DTL-DPT.             04220000
           MOVE NET-PAY-TYPE                TO RPT-DTL-TYPE.            04230000
           IF NET-AMT IS NUMERIC                                        04240000
              MOVE NET-AMT                  TO RPT-DTL-AMT              04250000
              ADD NET-AMT                   TO WA-EXC-TOT               04260000
           ELSE                                                         04270000
              MOVE ZERO                     TO RPT-DTL-AMT              04280000
           END-IF.                                                      04290000
           MOVE WV-EXC-REASON               TO RPT-DTL-REASON.          04300000
           MOVE WS-RPT-DTL                  TO RPT-REC.                 04310000
           PERFORM Z230-WRITE-RPT-REC.                                  04320000
                                                                        04330000
           ADD WC-ONE                       TO WA-EXC-CTR.              04340000
           DISPLAY 'PAYMENT HELD - EMP ID:' NET-EMP-ID ' '              04350000
                   WV-EXC-REASON.                                       04360000
                                                                        04370000
       B050-PRT-RECONCILE.                                              04380000
      *--------------------                                             04390000
                                                                        04400000
           MOVE SPACES                      TO RPT-REC.                 04410000
           PERFORM Z230-WRITE-RPT-REC.                                  04420000
           MOVE 'RECONCILIATION TO PAYFILE'  TO RPT-REC.                04430000
           PERFORM Z230-WRITE-RPT-REC.                                  04440000
           MOVE SPACES                      TO RPT-REC.                 04450000
           PERFORM Z230-WRITE-RPT-REC.                                  04460000
                                                                        04470000
           MOVE WV-PAY-TRL-GROSS            TO WV-AMT-DISP.             04480000
           MOVE SPACES                      TO RPT-REC.                 04490000
           STRING 'PAYFILE TRAILER GROSS :' DELIMITED BY SIZE           04500000
                  WV-AMT-DISP               DELIMITED BY SIZE           04510000
                  INTO RPT-REC                                          04520000
           END-STRING.                                                  04530000
           PERFORM Z230-WRITE-RPT-REC.                                  04540000
           MOVE WV-NET-TRL-DED              TO WV-AMT-DISP.             04550000
           MOVE SPACES                      TO RPT-REC.                 04560000
           STRING 'LESS DEDUCTIONS       :' DELIMITED BY SIZE           04570000
                  WV-AMT-DISP               DELIMITED BY SIZE           04580000
                  INTO RPT-REC                                          04590000
           END-STRING.                                                  04600000
           PERFORM Z230-WRITE-RPT-REC.                                  04610000
           MOVE WV-NET-TRL-NET              TO WV-AMT-DISP.             04620000
           MOVE SPACES                      TO RPT-REC.                 04630000
           STRING 'NET PAY DUE           :' DELIMITED BY SIZE           04640000
                  WV-AMT-DISP               DELIMITED BY SIZE           04650000
                  INTO RPT-REC                                          04660000
           END-STRING.                                                  04670000
           PERFORM Z230-WRITE-RPT-REC.                                  04680000
           MOVE WA-PAID-TOT                 TO WV-AMT-DISP.             04690000
           MOVE SPACES                      TO RPT-REC.                 04700000
           STRING 'PAID TO BANK FILE     :' DELIMITED BY SIZE           04710000
                  WV-AMT-DISP               DELIMITED BY SIZE           04720000
                  INTO RPT-REC                                          04730000
           END-STRING.                                                  04740000
           PERFORM Z230-WRITE-RPT-REC.                                  04750000
           MOVE WA-EXC-TOT                  TO WV-AMT-DISP.             04760000
           MOVE SPACES                      TO RPT-REC.                 04770000
           STRING 'HELD ON EXCEPTION     :' DELIMITED BY SIZE           04780000
                  WV-AMT-DISP               DELIMITED BY SIZE           04790000
                  INTO RPT-REC                                          04800000
           END-STRING.                                                  04810000
           PERFORM Z230-WRITE-RPT-REC.                                  04820000
           MOVE WA-PAID-CTR                 TO WV-CTR-DISP.             04830000
           MOVE SPACES                      TO RPT-REC.                 04840000
           STRING 'PAYMENTS WRITTEN      :' DELIMITED BY SIZE           04850000
                  WV-CTR-DISP               DELIMITED BY SIZE           04860000
                  INTO RPT-REC                                          04870000
           END-STRING.                                                  04880000
           PERFORM Z230-WRITE-RPT-REC.                                  04890000
           MOVE WA-EXC-CTR                  TO WV-CTR-DISP.             04900000
           MOVE SPACES                      TO RPT-REC.                 04910000
           STRING 'PAYMENTS HELD         :' DELIMITED BY SIZE           04920000
                  WV-CTR-DISP               DELIMITED BY SIZE           04930000
                  INTO RPT-REC                                          04940000
           END-STRING.                                                  04950000
           PERFORM Z230-WRITE-RPT-REC.                                  04960000
                                                                        04970000
           MOVE SPACES                      TO RPT-REC.                 04980000
           PERFORM Z230-WRITE-RPT-REC.                                  04990000
           IF WA-PAID-TOT + WA-EXC-TOT = WV-NET-TRL-NET                 05000000
              AND WV-NET-TRL-GROSS = WV-PAY-TRL-GROSS                   05010000
              MOVE 'BANK FILE RECONCILED TO PAYFILE TRAILER'            05020000
                                            TO RPT-REC                  05030000
           ELSE                                                         05040000
              MOVE 'BANK FILE DOES NOT RECONCILE TO PAYFILE TRAILER'    05050000
                                            TO RPT-REC                  05060000
              MOVE 8                        TO RETURN-CODE              05070000
              MOVE 'H'                      TO WV-ALT-SEV               05080000
              MOVE 'BANKREC'                TO WV-ALT-CD                05090000
              MOVE 'BANK FILE DOES NOT RECONCILE TO PAYFILE'            05100000
                                            TO WV-ALT-TXT               05110000
              PERFORM Z998-WRITE-ALERT-REC                              05120000
           END-IF.                                                      05130000
           PERFORM Z230-WRITE-RPT-REC.                                  05140000
                                                                        05150000
      **************************** LEVEL Z *****************************05160000
                                                                        05170000
       Z030-INIT-FLDS.                                                  05180000
      *---------------                                                  05190000
                                                                        05200000
           INITIALIZE WS-WA                                             05210000
                      WS-WV.                                            05220000
           MOVE ZERO                        TO WV-REF-CNT.              05230000
           MOVE LOW-VALUES                  TO WI-EOF-PAYFILE           05240000
                                               WI-EOF-NETFILE           05250000
                                               WI-EOF-BANKREF.          05260000
           MOVE WC-IC-ON                    TO WI-RUN-OK.               05270000
           MOVE WC-IC-OFF                   TO WI-PAY-TRL-SEEN          05280000
                                               WI-NET-HDR-SEEN          05290000
                                               WI-NET-TRL-SEEN.         05300000
                                                                        05310000
       Z035-LOAD-REF-FILE.                                              05320000
      *--------------------                                             05330000
                                                                        05340000
           OPEN INPUT  BANKREF.                                         05350000
           PERFORM Z036-LOAD-REF-REC                                    05360000
                   UNTIL WI-EOF-BANKREF = HIGH-VALUES.                  05370000
           CLOSE BANKREF.                                               05380000
                                                                        05390000
       Z036-LOAD-REF-REC.                                               05400000
      *-------------------                                              05410000
                                                                        05420000
           READ BANKREF                                                 05430000
             AT END                                                     05440000
                MOVE HIGH-VALUES            TO WI-EOF-BANKREF           05450000
           END-READ.                                                    05460000
                                                                        05470000
           IF WI-EOF-BANKREF = LOW-VALUES                               05480000
              AND BANKREF-REC NOT = SPACES                              05490000
              ADD WC-ONE                    TO WA-REF-READ-CTR          05500000
              IF WV-REF-CNT < WC-REF-MAX                                05510000
                 ADD 1                      TO WV-REF-CNT               05520000
                 MOVE BNK-EMP-ID            TO                          05530000
                      WV-REF-EMP-ID (WV-REF-CNT)                        05540000
                 MOVE BNK-SORT-CD           TO                          05550000
                      WV-REF-SORT-CD (WV-REF-CNT)                       05560000
                 MOVE BNK-ACCT-NO           TO                          05570000
                      WV-REF-ACCT-NO (WV-REF-CNT)                       05580000
                 MOVE BNK-ACCT-NM           TO                          05590000
                      WV-REF-ACCT-NM (WV-REF-CNT)                       05600000
                 MOVE BNK-STATUS            TO                          05610000
                      WV-REF-STATUS (WV-REF-CNT)                        05620000
              ELSE                                                      05630000
                 DISPLAY 'BANK REFERENCE TABLE FULL - EMP ID '          05640000
                         'NOT LOADED:' BNK-EMP-ID                       05650000
                 MOVE 'M'                   TO WV-ALT-SEV               05660000
                 MOVE 'TBLFULL'             TO WV-ALT-CD                05670000
                 MOVE 'BANK REFERENCE TABLE FULL'                       05680000
                                            TO WV-ALT-TXT               05690000
                 PERFORM Z998-WRITE-ALERT-REC                           05700000
              END-IF                                                    05710000
           END-IF.                                                      05720000
                                                                        05730000
       Z040-READ-NETFILE.                                               05740000
      *-------------------                                              05750000
                                                                        05760000
           MOVE WC-IC-ON                    TO WI-REC-SKIPPED.          05770000
           PERFORM Z042-READ-NET-REC                                    05780000
                   UNTIL WI-REC-SKIPPED = WC-IC-OFF                     05790000
                      OR WI-EOF-NETFILE = HIGH-VALUES.                  05800000
                                                                        05810000
       Z042-READ-NET-REC.                                               05820000
      *-------------------                                              05830000
                                                                        05840000
           READ NETFILE                                                 05850000
             AT END                                                     05860000
                MOVE HIGH-VALUES            TO WI-EOF-NETFILE           05870000
           END-READ.                                                    05880000
                                                                        05890000
           IF WI-EOF-NETFILE = LOW-VALUES                               05900000
              IF NET-REC-TYPE = WC-REC-TYPE-NET                         05910000
                 MOVE WC-IC-OFF             TO WI-REC-SKIPPED           05920000
                 ADD WC-ONE                 TO WA-READ-CTR              05930000
              END-IF                                                    05940000
           END-IF.                                                      05950000
                                                                        05960000
       Z050-READ-PAY-TRL.                                               05970000
      *-------------------                                              05980000
                                                                        05990000
           OPEN INPUT  PAYFILE.                                         06000000
           PERFORM Z052-SCAN-PAY-REC                                    06010000
                   UNTIL WI-EOF-PAYFILE = HIGH-VALUES.                  06020000
           CLOSE PAYFILE.                                               06030000
                                                                        06040000
           IF WI-PAY-TRL-SEEN = WC-IC-OFF                               06050000
              OR WV-PAY-TRL-GROSS-X IS NOT NUMERIC                      06060000
              DISPLAY 'PAYFILE TRAILER MISSING OR NOT VALID'            06070000
              MOVE WC-IC-OFF                TO WI-RUN-OK                06080000
           ELSE                                                         06090000
              MOVE WV-PAY-TRL-GROSS-9       TO WV-PAY-TRL-GROSS         06100000
           END-IF.                                                      06110000
                                                                        06120000
       Z052-SCAN-PAY-REC.                                               06130000
      *-------------------                                              06140000
                                                                        06150000
           READ PAYFILE                                                 06160000
             AT END                                                     06170000
                MOVE HIGH-VALUES            TO WI-EOF-PAYFILE           06180000
           END-READ.                                                    06190000
                                                                        06200000
           IF WI-EOF-PAYFILE = LOW-VALUES                               06210000
              EVALUATE PAY-REC-TYPE                                     06220000
                  WHEN WC-REC-TYPE-HDR                                  06230000
                       MOVE PAY-PERIOD      TO WV-PAY-PERIOD            06240000
                                               RPT-HDR-PERIOD           06250000
                  WHEN WC-REC-TYPE-TRL                                  06260000
                       MOVE WC-IC-ON        TO WI-PAY-TRL-SEEN          06270000
                       MOVE PAYFILE-REC (24:9)                          06280000
                                            TO WV-PAY-TRL-CNT-X         06290000
                       MOVE PAYFILE-REC (34:15)                         06300000
                                            TO WV-PAY-TRL-GROSS-X       06310000
                       MOVE HIGH-VALUES     TO WI-EOF-PAYFILE           06320000
              END-EVALUATE                                              06330000
           END-IF.                                                      06340000
                                                                        06350000
       Z055-CHK-NETFILE-BAL.                                            06360000
      *----------------------                                           06370000
                                                                        06380000
           OPEN INPUT  NETFILE.                                         06390000
           PERFORM Z057-SCAN-NET-REC                                    06400000
                   UNTIL WI-EOF-NETFILE = HIGH-VALUES.                  06410000
           CLOSE NETFILE.                                               06420000
           MOVE LOW-VALUES                  TO WI-EOF-NETFILE.          06430000
                                                                        06440000
           IF WI-NET-HDR-SEEN = WC-IC-OFF                               06450000
              OR WI-NET-TRL-SEEN = WC-IC-OFF                            06460000
              DISPLAY 'NETFILE HEADER OR TRAILER MISSING'               06470000
              MOVE WC-IC-OFF                TO WI-RUN-OK                06480000
           ELSE                                                         06490000
              IF WV-NET-TRL-CNT-X IS NOT NUMERIC                        06500000
                 OR WV-NET-TRL-GROSS-X IS NOT NUMERIC                   06510000
                 OR WV-NET-TRL-DED-X IS NOT NUMERIC                     06520000
                 OR WV-NET-TRL-NET-X IS NOT NUMERIC                     06530000
                 DISPLAY 'NETFILE TRAILER NOT VALID'                    06540000
                 MOVE WC-IC-OFF             TO WI-RUN-OK                06550000
              ELSE                                                      06560000
                 MOVE WV-NET-TRL-CNT-X      TO WV-NET-TRL-CNT           06570000
                 MOVE WV-NET-TRL-GROSS-9    TO WV-NET-TRL-GROSS         06580000
                 MOVE WV-NET-TRL-DED-9      TO WV-NET-TRL-DED           06590000
                 MOVE WV-NET-TRL-NET-9      TO WV-NET-TRL-NET           06600000
                 PERFORM Z058-CMP-NET-TRL                               06610000
              END-IF                                                    06620000
           END-IF.                                                      06630000
                                                                        06640000
       Z057-SCAN-NET-REC.                                               06650000
      *-------------------                                              06660000
                                                                        06670000
           READ NETFILE                                                 06680000
             AT END                                                     06690000
                MOVE HIGH-VALUES            TO WI-EOF-NETFILE           06700000
           END-READ.                                                    06710000
                                                                        06720000
           IF WI-EOF-NETFILE = LOW-VALUES                               06730000
              EVALUATE NET-REC-TYPE                                     06740000
                  WHEN WC-REC-TYPE-HDR                                  06750000
                       MOVE WC-IC-ON        TO WI-NET-HDR-SEEN          06760000
                       IF NET-PAY-PERIOD NOT = WV-PAY-PERIOD            06770000
                          DISPLAY 'NETFILE PERIOD ' NET-PAY-PERIOD      06780000
                                  ' DIFFERS FROM PAYFILE '              06790000
                                  WV-PAY-PERIOD                         06800000
                          MOVE WC-IC-OFF    TO WI-RUN-OK                06810000
                       END-IF                                           06820000
                  WHEN WC-REC-TYPE-TRL                                  06830000
                       MOVE WC-IC-ON        TO WI-NET-TRL-SEEN          06840000
                       MOVE NETFILE-REC (24:9)                          06850000
                                            TO WV-NET-TRL-CNT-X         06860000
                       MOVE NETFILE-REC (34:15)                         06870000
                                            TO WV-NET-TRL-GROSS-X       06880000
                       MOVE NETFILE-REC (49:15)                         06890000
                                            TO WV-NET-TRL-DED-X         06900000
                       MOVE NETFILE-REC (64:15)                         06910000
                                            TO WV-NET-TRL-NET-X         06920000
                       MOVE HIGH-VALUES     TO WI-EOF-NETFILE           06930000
                  WHEN WC-REC-TYPE-NET                                  06940000
                       ADD WC-ONE           TO WA-BAL-NET-CTR           06950000
                                               WA-BAL-REC-CTR           06960000
                       IF NET-AMT IS NUMERIC                            06970000
                          ADD NET-AMT       TO WA-BAL-NET-TOT           06980000
                       END-IF                                           06990000
                  WHEN OTHER                                            07000000
                       ADD WC-ONE           TO WA-BAL-REC-CTR           07010000
              END-EVALUATE                                              07020000
           END-IF.                                                      07030000
                                                                        07040000
       Z058-CMP-NET-TRL.                                                07050000
      *------------------                                               07060000
                                                                        07070000
           IF WV-NET-TRL-CNT NOT = WA-BAL-REC-CTR                       07080000
              DISPLAY 'NETFILE TRAILER COUNT ' WV-NET-TRL-CNT           07090000
                      ' DOES NOT MATCH RECORDS ' WA-BAL-REC-CTR         07100000
              MOVE WC-IC-OFF                TO WI-RUN-OK                07110000
           END-IF.                                                      07120000
                                                                        07130000
           IF WV-NET-TRL-NET NOT = WA-BAL-NET-TOT                       07140000
              DISPLAY 'NETFILE TRAILER NET ' WV-NET-TRL-NET             07150000
                      ' DOES NOT MATCH NET LINES ' WA-BAL-NET-TOT       07160000
              MOVE WC-IC-OFF                TO WI-RUN-OK                07170000
           END-IF.                                                      07180000
                                                                        07190000
           IF WV-NET-TRL-GROSS NOT = WV-PAY-TRL-GROSS                   07200000
              DISPLAY 'NETFILE GROSS ' WV-NET-TRL-GROSS                 07210000
                      ' DOES NOT MATCH PAYFILE TRAILER '                07220000
                      WV-PAY-TRL-GROSS                                  07230000
              MOVE WC-IC-OFF                TO WI-RUN-OK                07240000
           END-IF.                                                      07250000
                                                                        07260000
       Z060-WRITE-BANK-HDR.                                             07270000
      *---------------------                                            07280000
                                                                        07290000
           MOVE SPACES                      TO BANK-HDR-REC.            07300000
           MOVE WC-REC-TYPE-HDR             TO BH-REC-TYPE.             07310000
           MOVE WC-ORIG-ID                  TO BH-ORIG-ID.              07320000
           MOVE WV-PAY-PERIOD               TO BH-BATCH-NO              07330000
                                               BH-PAY-PERIOD.           07340000
           MOVE FUNCTION CURRENT-DATE (1:8) TO BH-CREATE-DATE.          07350000
           MOVE 'SALARY PAYMENTS'           TO BH-DESC.                 07360000
           WRITE BANK-HDR-REC.                                          07370000
                                                                        07380000
       Z065-WRITE-BANK-TRL.                                             07390000
      *---------------------                                            07400000
                                                                        07410000
           MOVE SPACES                      TO BANK-TRL-REC.            07420000
           MOVE WC-REC-TYPE-TRL             TO BT-REC-TYPE.             07430000
           MOVE WA-PAID-CTR                 TO BT-DTL-CNT.              07440000
           MOVE WA-PAID-TOT                 TO BT-AMT-TOT.              07450000
           MOVE WA-HASH-TOT                 TO BT-HASH-TOT.             07460000
           WRITE BANK-TRL-REC.                                          07470000
                                                                        07480000
       Z070-FIND-REF.                                                   07490000
      *---------------                                                  07500000
                                                                        07510000
           MOVE WC-IC-OFF                   TO WV-REF-FOUND-SW.         07520000
           MOVE ZERO                        TO WV-REF-IX.               07530000
           PERFORM Z072-SCAN-REF-TBL                                    07540000
                   UNTIL WV-REF-FOUND-SW = WC-IC-ON                     07550000
                      OR WV-REF-IX >= WV-REF-CNT.                       07560000
                                                                        07570000
       Z072-SCAN-REF-TBL.                                               07580000
      *-------------------                                              07590000
                                                                        07600000
           ADD 1                            TO WV-REF-IX.               07610000
           IF WV-REF-EMP-ID (WV-REF-IX) = NET-EMP-ID                    07620000
              MOVE WC-IC-ON                 TO WV-REF-FOUND-SW          07630000
           END-IF.                                                      07640000
                                                                        07650000
       Z200-WRITE-RPT-HDR.                                              07660000
      *--------------------                                             07670000
                                                                        07680000
           ADD WC-ONE                       TO WA-RPT-PAGE-CTR.         07690000
           MOVE WA-RPT-PAGE-CTR             TO RPT-HDR-PAGE.            07700000
           IF WA-RPT-PAGE-CTR = 1                                       07710000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            07720000
           ELSE                                                         07730000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            07740000
                    AFTER ADVANCING NEXT-PAGE                           07750000
           END-IF.                                                      07760000
           MOVE SPACES                      TO RPT-REC.                 07770000
           WRITE RPT-REC.                                               07780000
           WRITE RPT-REC                    FROM WS-RPT-HDR2.           07790000
           MOVE SPACES                      TO RPT-REC.                 07800000
           WRITE RPT-REC.                                               07810000
           MOVE 4                           TO WA-RPT-LINE-CTR.         07820000
                                                                        07830000
       Z230-WRITE-RPT-REC.                                              07840000
      *--------------------                                             07850000
                                                                        07860000
           IF WA-RPT-LINE-CTR >= WC-RPT-MAX-LINE                        07870000
              MOVE RPT-REC                  TO WV-HOLD-LINE             07880000
              PERFORM Z200-WRITE-RPT-HDR                                07890000
              MOVE WV-HOLD-LINE             TO RPT-REC                  07900000
           END-IF.                                                      07910000
           WRITE RPT-REC.                                               07920000
           ADD WC-ONE                       TO WA-RPT-LINE-CTR.         07930000
                                                                        07940000
       Z990-PCS-CTRS.                                                   07950000
      *---------------                                                  07960000
                                                                        07970000
           DISPLAY 'NUMBER OF NET PAY RECORDS READ :-' WA-READ-CTR.     07980000
           DISPLAY 'NUMBER OF BANK ACCOUNTS LOADED :-'                  07990000
                    WA-REF-READ-CTR.                                    08000000
           DISPLAY 'NUMBER OF PAYMENTS WRITTEN     :-' WA-PAID-CTR.     08010000
           DISPLAY 'NUMBER OF PAYMENTS HELD        :-' WA-EXC-CTR.      08020000
           DISPLAY 'NUMBER WITH NO ACCOUNT         :-' WA-NOACCT-CTR.   08030000
           DISPLAY 'NUMBER WITH CLOSED ACCOUNT     :-' WA-CLOSED-CTR.   08040000
           DISPLAY 'NUMBER WITH ZERO AMOUNT        :-' WA-ZERO-CTR.     08050000
           DISPLAY 'NUMBER WITH INVALID ACCOUNT    :-'                  08060000
                    WA-BADACCT-CTR.                                     08070000
           DISPLAY 'TOTAL PAID TO BANK             :-' WA-PAID-TOT.     08080000
           DISPLAY 'TOTAL HELD ON EXCEPTION        :-' WA-EXC-TOT.      08090000
           DISPLAY 'ACCOUNT HASH TOTAL             :-' WA-HASH-TOT.     08100000
                                                                        08110000
       Z997-WRITE-AUDIT-REC.                                            08120000
      *-----------------------                                          08130000
                                                                        08140000
           OPEN EXTEND AUDITFILE.                                       08150000
           INITIALIZE AUDITFILE-REC.                                    08160000
           MOVE WC-PGM-NM                    TO AUD-PGM-NM.             08170000
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-RUN-DATE.           08180000
           MOVE WA-READ-CTR                  TO AUD-READ-CTR.           08190000
           MOVE WA-PAID-CTR                  TO AUD-WRITE-CTR.          08200000
           MOVE WA-EXC-CTR                   TO AUD-ERROR-CTR.          08210000
           WRITE AUDITFILE-REC.                                         08220000
           CLOSE AUDITFILE.                                             08230000
                                                                        08240000
       Z998-WRITE-ALERT-REC.                                            08250000
      *----------------------                                           08260000
                                                                        08270000
           OPEN EXTEND ALERTFILE.                                       08280000
           MOVE SPACES                       TO ALERTFILE-REC.          08290000
           MOVE WC-PGM-NM                    TO ALT-PGM-NM.             08300000
           MOVE FUNCTION CURRENT-DATE (1:14) TO ALT-TS.                 08310000
           MOVE WV-ALT-SEV                   TO ALT-SEVERITY.           08320000
           MOVE WV-ALT-CD                    TO ALT-EVENT-CD.           08330000
           MOVE WV-ALT-TXT                   TO ALT-TEXT.               08340000
           WRITE ALERTFILE-REC.                                         08350000
           CLOSE ALERTFILE.                                             08360000
