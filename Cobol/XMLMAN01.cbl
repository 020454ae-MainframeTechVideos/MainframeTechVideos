           SELECT  MERCHFILE ASSIGN         TO UT-S-MERCHFILE.          00270000
           SELECT  GRTFILE   ASSIGN         TO UT-S-GRTFILE.            00280000
           SELECT  PRIFILE   ASSIGN         TO UT-S-PRIFILE.            00290000
           SELECT  CATFILE   ASSIGN         TO UT-S-CATFILE.            00295000
           SELECT  MANIFEST  ASSIGN         TO UT-S-MANIFEST.           00300000
           SELECT  AUDITFILE ASSIGN         TO UT-S-AUDITFILE.          00310000
           SELECT  ACKFILE   ASSIGN         TO UT-S-ACKFILE.            00312000
              RECORDING MODE IS F.                                      01020000
                                                                        01030000
       01 PRIFILE-REC                       PIC X(1000).                01040000
                                                                        01041000
       FD CATFILE                                                       01042000
              LABEL RECORD STANDARD                                     01043000
              BLOCK 0 RECORDS                                           01044000
              RECORDING MODE IS F.                                      01045000
                                                                        01046000
       01 CATFILE-REC                       PIC X(800).                 01047000
                                                                        01050000
       FD MANIFEST                                                      01060000
              LABEL RECORD STANDARD                                     01070000
          03 WC-FILE-PRI                    PIC X(08) VALUE 'PRIFILE'.  01730000
          03 WC-LRECL-GRT                   PIC 9(04) VALUE 1000.       01740000
          03 WC-LRECL-PRI                   PIC 9(04) VALUE 1000.       01750000
          03 WC-FILE-CAT                    PIC X(08) VALUE 'CATFILE'.  01753000
          03 WC-LRECL-CAT                   PIC 9(04) VALUE 800.        01756000
                                                                        01760000
       01 WS-WV.                                                        01770000
      *---------                                                        01780000
                    PERFORM Z160-CNT-PRI-REC                            03180000
                            UNTIL WI-EOF-XFER = HIGH-VALUES             03190000
                    CLOSE PRIFILE                                       03200000
               WHEN WC-FILE-CAT                                         03201000
                    OPEN INPUT CATFILE                                  03202000
                    PERFORM Z170-CNT-CAT-REC                            03203000
                            UNTIL WI-EOF-XFER = HIGH-VALUES             03204000
                    CLOSE CATFILE                                       03205000
           END-EVALUATE.                                                03210000
                                                                        03220000
      **************************** LEVEL Z *****************************03230000
              OR WV-FILE-ID = WC-FILE-MERCH                             03650000
              OR WV-FILE-ID = WC-FILE-GRT                               03660000
              OR WV-FILE-ID = WC-FILE-PRI                               03670000
              OR WV-FILE-ID = WC-FILE-CAT                               03675000
              MOVE WC-IC-ON                 TO WI-FILE-ID-OK            03680000
           ELSE                                                         03690000
              MOVE WC-IC-OFF                TO WI-FILE-ID-OK            03700000
              PERFORM Z050-SUM-XFER-REC                                 06040000
           END-IF.                                                      06050000
                                                                        06060000
       Z170-CNT-CAT-REC.                                                06060050
      *------------------                                               06060100
                                                                        06060150
           READ CATFILE                                                 06060200
             AT END                                                     06060250
                MOVE HIGH-VALUES            TO WI-EOF-XFER              06060300
           END-READ.                                                    06060350
                                                                        06060400
           IF WI-EOF-XFER = LOW-VALUES                                  06060450
              MOVE CATFILE-REC              TO WV-REC-BUF               06060500
              MOVE WC-LRECL-CAT             TO WV-REC-LEN               06060550
              PERFORM Z050-SUM-XFER-REC                                 06060600
           END-IF.                                                      06060650
                                                                        06060750
       Z200-LOAD-ACK-REC.                                               06061000
      *-------------------                                              06061100
                                                                        06061200
