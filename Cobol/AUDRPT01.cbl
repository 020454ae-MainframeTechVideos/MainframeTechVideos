           SELECT  AUDITFILE ASSIGN         TO UT-S-AUDITFILE.          00210000
           SELECT  AUDRPT    ASSIGN         TO UT-S-AUDRPT.             00220000
           SELECT  ALERTFILE ASSIGN         TO UT-S-ALERTFILE.          00225000
           SELECT  RUNREG    ASSIGN         TO UT-S-RUNREG.             00227000
                                                                        00230000
       DATA DIVISION.                                                   00240000
      ****************                                                  00250000
          03 ALT-TEXT                          PIC X(40).               00048100
          03 FILLER                            PIC X(09).               00048200
                                                                        00480000
       FD RUNREG                                                        00480500
              LABEL RECORD STANDARD                                     00481000
              BLOCK 0 RECORDS                                           00481500
              RECORDING MODE IS F.                                      00482000
                                                                        00482500
       01 RUNREG-REC.                                                   00483000
          03 REG-RUN-ID                     PIC X(14).                  00483500
          03 REG-PGM-NM                     PIC X(08).                  00484000
          03 REG-STT-TS                     PIC X(14).                  00484500
          03 REG-STATUS                     PIC X(12).                  00485000
          03 REG-END-TS                     PIC X(14).                  00485500
          03 REG-RTN-CD                     PIC 9(04).                  00486000
          03 FILLER                         PIC X(14).                  00486500
                                                                        00487500
       WORKING-STORAGE SECTION.                                         00490000
      *=========================                                        00500000
                                                                        00510000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        00640000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        00650000
          03 WC-ONE                         PIC 9(01) VALUE 1.          00660000
          03 WC-PGM-MAX                     PIC 9(01) VALUE 6.          00670000
          03 WC-SWING-PCT                   PIC 9(03) VALUE 20.         00680000
          03 WC-PAR02-NM                    PIC X(08) VALUE 'XMLPAR02'. 00690000
          03 WC-ORD-VAL-NM                  PIC X(08) VALUE 'ORDPAR1V'. 00695000
          03 WC-PGM-OPTIONAL                PIC X(01) VALUE 'Y'.        00696000
          03 WC-REG-INPROG                  PIC X(12) VALUE             00697000
             'IN-PROGRESS'.                                             00698000
                                                                        00700000
       01 WS-ALERT.                                                     00703000
      *------------                                                     00703100
       01 WS-PGM-NAMES.                                                 00710000
      *-----------------                                                00720000
                                                                        00730000
          03 FILLER                         PIC X(08) VALUE 'XMLGEN00'. 00732000
          03 FILLER                         PIC X(01) VALUE 'N'.        00734000
          03 FILLER                         PIC X(08) VALUE SPACES.     00736000
          03 FILLER                         PIC X(08) VALUE 'XMLGEN01'. 00738000
          03 FILLER                         PIC X(01) VALUE 'N'.        00740000
          03 FILLER                         PIC X(08) VALUE SPACES.     00742000
          03 FILLER                         PIC X(08) VALUE 'XMLGEN02'. 00744000
          03 FILLER                         PIC X(01) VALUE 'N'.        00746000
          03 FILLER                         PIC X(08) VALUE SPACES.     00748000
          03 FILLER                         PIC X(08) VALUE 'XMLPAR01'. 00750000
          03 FILLER                         PIC X(01) VALUE 'N'.        00752000
          03 FILLER                         PIC X(08) VALUE SPACES.     00754000
          03 FILLER                         PIC X(08) VALUE 'ORDPAR01'. 00756000
          03 FILLER                         PIC X(01) VALUE 'Y'.        00758000
          03 FILLER                         PIC X(08) VALUE 'ORDPAR01'. 00760000
          03 FILLER                         PIC X(08) VALUE 'ORDPAR1V'. 00762000
          03 FILLER                         PIC X(01) VALUE 'Y'.        00764000
          03 FILLER                         PIC X(08) VALUE 'ORDPAR01'. 00766000
                                                                        00780000
       01 WS-PGM-NAMES-R REDEFINES WS-PGM-NAMES.                        00790000
      *-------------------------------------------                      00800000
                                                                        00810000
          03 WV-PGM-CON OCCURS 6 TIMES.                                 00814000
             05 WV-PGM-NM-CON               PIC X(08).                  00818000
             05 WV-PGM-OPT-CON              PIC X(01).                  00822000
             05 WV-PGM-REG-NM-CON           PIC X(08).                  00826000
                                                                        00830000
       01 WS-PGM-TBL.                                                   00840000
      *---------------                                                  00850000
                                                                        00860000
          03 WV-PGM-ENTRY OCCURS 6 TIMES.                               00870000
             05 WV-PGM-NM                   PIC X(08).                  00880000
             05 WV-PGM-FOUND                PIC X(01).                  00890000
             05 WV-PGM-READ                 PIC 9(09).                  00900000
             05 WV-PGM-PRI-FOUND            PIC X(01).                  00930000
             05 WV-PGM-PRI-DATE             PIC X(08).                  00940000
             05 WV-PGM-PRI-READ             PIC 9(09).                  00950000
             05 WV-PGM-OPT                  PIC X(01).                  00952000
             05 WV-PGM-REG-NM               PIC X(08).                  00954000
             05 WV-PGM-REG-STS              PIC X(12).                  00956000
                                                                        00960000
       01 WS-WV.                                                        00970000
      *---------                                                        00980000
          03 FILLER                         PIC X(02) VALUE SPACES.     01290000
          03 RPT-DTL-SWING                  PIC X(08).                  01300000
          03 FILLER                         PIC X(59) VALUE SPACES.     01310000
                                                                        01310500
       01 WS-RPT-DTL-AMT REDEFINES WS-RPT-DTL.                          01311000
      *----------------------------------------                         01311500
                                                                        01312000
          03 FILLER                         PIC X(20).                  01312500
          03 RPT-DTL-READ-AMT               PIC Z(07)9.99.              01313000
          03 FILLER                         PIC X(01).                  01313500
          03 RPT-DTL-WRITE-AMT              PIC Z(07)9.99.              01314000
          03 FILLER                         PIC X(01).                  01314500
          03 RPT-DTL-ERROR-AMT              PIC Z(07)9.99.              01315000
          03 FILLER                         PIC X(07).                  01315500
          03 RPT-DTL-PRI-READ-AMT           PIC Z(07)9.99.              01316000
          03 FILLER                         PIC X(68).                  01316500
                                                                        01320000
       01 WS-WI.                                                        01330000
      *---------                                                        01340000
                                                                        01350000
          03 WI-EOF-AUDIT                   PIC X(01).                  01360000
          03 WI-EOF-RUNREG                  PIC X(01).                  01365000
                                                                        01370000
       PROCEDURE DIVISION.                                              01380000
      ********************                                              01390000
                                                                        01560000
           PERFORM Z030-INIT-FLDS.                                      01570000
                                                                        01580000
           PERFORM Z050-SCAN-RUN-REGISTRY.                              01585000
           PERFORM Z040-READ-AUDITFILE.                                 01590000
                                                                        01600000
       A020-PCS-AUDIT-REC.                                              01610000
           ADD 1                            TO WV-PGM-IX.               02820000
                                                                        02830000
           MOVE WV-PGM-NM-CON (WV-PGM-IX)   TO WV-PGM-NM (WV-PGM-IX).   02840000
           MOVE WV-PGM-OPT-CON (WV-PGM-IX)  TO WV-PGM-OPT (WV-PGM-IX).  02840200
           MOVE WV-PGM-REG-NM-CON (WV-PGM-IX) TO                        02840400
                WV-PGM-REG-NM (WV-PGM-IX).                              02840800
           MOVE SPACES                      TO                          02841000
                WV-PGM-REG-STS (WV-PGM-IX).                             02841200
                                                                        02842000
           MOVE WC-IC-OFF                   TO WV-PGM-FOUND (WV-PGM-IX) 02844000
                                               WV-PGM-PRI-FOUND         02846000
           IF WI-EOF-AUDIT = LOW-VALUES                                 02940000
              ADD WC-ONE                    TO WA-AUD-READ-CTR          02950000
           END-IF.                                                      02960000
                                                                        02960200
       Z050-SCAN-RUN-REGISTRY.                                          02960400
      *------------------------                                         02960600
                                                                        02960800
           MOVE LOW-VALUES                  TO WI-EOF-RUNREG.           02961000
                                                                        02961200
           OPEN INPUT  RUNREG.                                          02961400
                                                                        02961600
           PERFORM Z052-READ-RUNREG-REC                                 02961800
                   UNTIL WI-EOF-RUNREG = HIGH-VALUES.                   02962000
                                                                        02962200
           CLOSE RUNREG.                                                02962400
                                                                        02962600
       Z052-READ-RUNREG-REC.                                            02962800
      *----------------------                                           02963000
                                                                        02963200
           READ RUNREG                                                  02963400
             AT END                                                     02963600
                MOVE HIGH-VALUES            TO WI-EOF-RUNREG            02963800
           END-READ.                                                    02964000
                                                                        02964200
           IF WI-EOF-RUNREG = LOW-VALUES                                02964400
              IF REG-STT-TS (1:8) = WV-RUN-DATE                         02964600
                 MOVE ZERO                  TO WV-PGM-IX                02964800
                 PERFORM Z054-MATCH-REG-SLOT                            02965000
                         UNTIL WV-PGM-IX >= WC-PGM-MAX                  02965200
              END-IF                                                    02965400
           END-IF.                                                      02965600
                                                                        02965800
       Z054-MATCH-REG-SLOT.                                             02966000
      *---------------------                                            02966200
                                                                        02966400
           ADD 1                            TO WV-PGM-IX.               02966600
                                                                        02966800
           IF WV-PGM-REG-NM (WV-PGM-IX) = REG-PGM-NM                    02967000
              AND REG-PGM-NM NOT = SPACES                               02967200
              MOVE REG-STATUS               TO                          02967400
                   WV-PGM-REG-STS (WV-PGM-IX)                           02967600
           END-IF.                                                      02967800
                                                                        02970000
       Z200-WRITE-RPT-HDR.                                              02980000
      *--------------------                                             02990000
           MOVE WV-PGM-NM (WV-PGM-IX)       TO RPT-DTL-PGM.             03300000
                                                                        03310000
           IF WV-PGM-FOUND (WV-PGM-IX) = WC-IC-OFF                      03320000
              IF WV-PGM-OPT (WV-PGM-IX) = WC-PGM-OPTIONAL               03322000
                 IF WV-PGM-REG-STS (WV-PGM-IX) = WC-REG-INPROG          03324000
                    MOVE 'INCOMPLT'         TO RPT-DTL-STATUS           03326000
                    ADD WC-ONE              TO WA-EXCP-CTR              03328000
                 ELSE                                                   03330000
                    MOVE 'NOT RUN '         TO RPT-DTL-STATUS           03332000
                 END-IF                                                 03334000
              ELSE                                                      03336000
                 MOVE 'MISSING '            TO RPT-DTL-STATUS           03338000
                 ADD WC-ONE                 TO WA-EXCP-CTR              03340000
              END-IF                                                    03342000
           ELSE                                                         03350000
              MOVE 'RAN     '               TO RPT-DTL-STATUS           03360000
              MOVE WV-PGM-READ (WV-PGM-IX)  TO RPT-DTL-READ             03370000
                 MOVE 'NO '                 TO RPT-DTL-BAL              03460000
                 ADD WC-ONE                 TO WA-EXCP-CTR              03470000
              END-IF                                                    03480000
              PERFORM Z215-CHK-VOLUME-SWING                             03484000
              IF WV-PGM-NM (WV-PGM-IX) = WC-ORD-VAL-NM                  03488000
                 PERFORM Z217-EDIT-VALUE-AMTS                           03492000
              END-IF                                                    03496000
           END-IF.                                                      03500000
                                                                        03510000
           WRITE RPT-REC                    FROM WS-RPT-DTL.            03520000
              END-IF                                                    03760000
           END-IF.                                                      03770000
                                                                        03780000
       Z217-EDIT-VALUE-AMTS.                                            03780500
      *----------------------                                           03781000
                                                                        03781500
           DIVIDE WV-PGM-READ (WV-PGM-IX)   BY 100                      03782000
                  GIVING RPT-DTL-READ-AMT.                              03782500
           DIVIDE WV-PGM-WRITE (WV-PGM-IX)  BY 100                      03783000
                  GIVING RPT-DTL-WRITE-AMT.                             03783500
           DIVIDE WV-PGM-ERROR (WV-PGM-IX)  BY 100                      03784000
                  GIVING RPT-DTL-ERROR-AMT.                             03784500
           IF WV-PGM-PRI-FOUND (WV-PGM-IX) = WC-IC-ON                   03785000
              DIVIDE WV-PGM-PRI-READ (WV-PGM-IX) BY 100                 03785500
                     GIVING RPT-DTL-PRI-READ-AMT                        03786000
           END-IF.                                                      03789000
                                                                        03792000
       Z220-RPT-GEN01-PAR02.                                            03795000
      *----------------------                                           03800000
                                                                        03810000
           MOVE SPACES                      TO RPT-REC.                 03820000
