       01 DEPTFILE-REC.                                                 00639581
              03 DEPT-CD                    PIC X(03).                  00639663
              03 DEPT-NM                    PIC X(30).                  00639745
              03 DEPT-STATUS                PIC X(01).                  00639785
              03 FILLER                     PIC X(46).                  00639827
                                                                        00639835
       FD ALERTFILE                                                     00639843
              LABEL RECORD STANDARD                                     00639851
              'BADDEPT'.                                                00839248
           03 WC-SEEN-ID-MAX                PIC 9(05) VALUE 10000.      00839268
           03 WC-DEPT-REF-MAX               PIC 9(03) VALUE 50.         00839277
           03 WC-DEPT-INACTIVE              PIC X(01) VALUE 'I'.        00839282
           03 WC-FEED-HDR-ID                PIC X(02) VALUE 'HD'.       00839287
           03 WC-FEED-TRL-ID                PIC X(02) VALUE 'TR'.       00839306
           03 WC-DEPT-MAX                   PIC 9(03) VALUE 50.         00839309
           END-READ.                                                    01715531
                                                                        01715532
           IF WI-EOF-DEPTFILE = LOW-VALUES                              01715533
              AND DEPT-STATUS NOT = WC-DEPT-INACTIVE                    01715534
              IF WV-DEPT-REF-CNT < WC-DEPT-REF-MAX                      01715535
                 ADD 1                      TO WV-DEPT-REF-CNT          01715536
                 MOVE DEPT-CD               TO                          01715537
                      WV-DEPT-REF-CD (WV-DEPT-REF-CNT)                  01715538
                 MOVE DEPT-NM               TO                          01715539
                      WV-DEPT-REF-NM (WV-DEPT-REF-CNT)                  01715540
              ELSE                                                      01715541
                 DISPLAY 'DEPT REF TABLE FULL, CODE SKIPPED:'           01715542
                         DEPT-CD                                        01715543
                 MOVE 'M'                   TO WV-ALT-SEV               01715544
                 MOVE 'TBLFULL'             TO WV-ALT-CD                01715545
                 MOVE 'DEPT REF TABLE FULL - CODES SKIPPED'             01715546
                                            TO WV-ALT-TXT               01715547
                 PERFORM Z998-WRITE-ALERT-REC                           01715548
              END-IF                                                    01715549
           END-IF.                                                      01715550
                                                                        01715551
       Z044-CHK-DEPT-CD.                                                01715552
      *------------------                                               01715553
                                                                        01715554
           MOVE SPACES                       TO WV-DEPT-REF-WRK-NM.     01715555
           MOVE WC-IC-OFF                    TO WV-DEPT-REF-FOUND-SW.   01715556
           MOVE ZERO                         TO WV-DEPT-REF-IX.         01715557
                                                                        01715558
           PERFORM Z049-SCAN-DEPT-REF                                   01715559
                   UNTIL WV-DEPT-REF-FOUND-SW = WC-IC-ON                01715560
                      OR WV-DEPT-REF-IX >= WV-DEPT-REF-CNT.             01715561
                                                                        01715562
           IF WV-DEPT-REF-FOUND-SW = WC-IC-ON                           01715563
              MOVE WV-DEPT-REF-NM (WV-DEPT-REF-IX)                      01715564
                                             TO WV-DEPT-REF-WRK-NM      01715565
           ELSE                                                         01715566
              MOVE WC-EXE-CD-ERR             TO WV-EXE-CD               01715567
              MOVE WC-XML-CD-BADDEPT         TO WV-XML-CODE             01715568
              MOVE IPT-REC-ZN (4:20)         TO WV-EMP-NAME             01715569
           END-IF.                                                      01715570
                                                                        01715571
       Z049-SCAN-DEPT-REF.                                              01715572
      *--------------------                                             01715573
                                                                        01715574
           ADD 1                             TO WV-DEPT-REF-IX.         01715575
                                                                        01715576
           IF WV-DEPT-REF-CD (WV-DEPT-REF-IX) = IPT-REC-ZN (1:3)        01715577
              MOVE WC-IC-ON                  TO WV-DEPT-REF-FOUND-SW    01715578
           END-IF.                                                      01715579
                                                                        01715580
       Z016-WRITE-BATCH-HDR.                                            01715581
      *----------------------                                           01715817
                                                                        01716094
           MOVE SPACES                      TO WV-OUT-REC.              01716371
