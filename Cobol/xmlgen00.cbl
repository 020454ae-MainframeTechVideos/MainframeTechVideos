       01 DEPTFILE-REC.                                                 00489949
              03 DEPT-CD                    PIC X(03).                  00489959
              03 DEPT-NM                    PIC X(30).                  00489969
              03 DEPT-STATUS                PIC X(01).                  00489974
              03 FILLER                     PIC X(46).                  00489979
                                                                        00489981
       FD ALERTFILE                                                     00489982
              LABEL RECORD STANDARD                                     00489983
              'BADDEPT'.                                                00610755
           03 WC-SEEN-ID-MAX                PIC 9(05) VALUE 10000.      00610830
           03 WC-DEPT-REF-MAX               PIC 9(03) VALUE 50.         00610867
           03 WC-DEPT-INACTIVE              PIC X(01) VALUE 'I'.        00610877
           03 WC-FEED-HDR-ID                PIC X(02) VALUE 'HD'.       00610905
           03 WC-FEED-TRL-ID                PIC X(02) VALUE 'TR'.       00610980
           03 WC-BATCH-MODE-SW              PIC X(01) VALUE 'B'.        00611055
           END-READ.                                                    01560047
                                                                        01560048
           IF WI-EOF-DEPTFILE = LOW-VALUES                              01560049
              AND DEPT-STATUS NOT = WC-DEPT-INACTIVE                    01560050
              IF WV-DEPT-REF-CNT < WC-DEPT-REF-MAX                      01560051
                 ADD 1                      TO WV-DEPT-REF-CNT          01560052
                 MOVE DEPT-CD               TO                          01560053
                      WV-DEPT-REF-CD (WV-DEPT-REF-CNT)                  01560054
                 MOVE DEPT-NM               TO                          01560055
                      WV-DEPT-REF-NM (WV-DEPT-REF-CNT)                  01560056
              ELSE                                                      01560057
                 DISPLAY 'DEPT REF TABLE FULL, CODE SKIPPED:'           01560058
                         DEPT-CD                                        01560059
                 MOVE 'M'                   TO WV-ALT-SEV               01560060
                 MOVE 'TBLFULL'             TO WV-ALT-CD                01560061
                 MOVE 'DEPT REF TABLE FULL - CODES SKIPPED'             01560062
                                            TO WV-ALT-TXT               01560063
                 PERFORM Z998-WRITE-ALERT-REC                           01560064
              END-IF                                                    01560065
           END-IF.                                                      01560066
                                                                        01560067
       Z048-CNV-SALARY.                                                 01560068
      *-----------------                                                01560069
                                                                        01560070
           COMPUTE WV-EMP-SALARY-USD ROUNDED =                          01560071
                   WV-EMP-SALARY * WV-XCHG-RATE.                        01560072
                                                                        01560073
           MOVE WV-RATE-CURR-CD             TO WV-EMP-CURR-CD.          01560074
           MOVE WV-XCHG-RATE                TO WV-EMP-XCHG-RATE.        01560075
           MOVE WV-RATE-EFF-DT              TO WV-EMP-RATE-DT.          01560076
                                                                        01560077
       Z012-STT-RUN-REGISTRY.                                           01560078
      *-----------------------                                          01560079
                                                                        01560080
           MOVE WC-IC-OFF                   TO WI-REG-BLOCKED.          01560081
           MOVE SPACES                      TO WV-REG-LAST-STS.         01560082
           MOVE LOW-VALUES                  TO WI-EOF-RUNREG.           01560083
                                                                        01560084
           MOVE FUNCTION CURRENT-DATE (1:14)                            01560085
                                            TO WV-REG-RUN-ID.           01560086
                                                                        01560087
           OPEN INPUT RUNREG.                                           01560088
                                                                        01560089
           PERFORM Z013-SCAN-RUNREG-REC                                 01560090
                   UNTIL WI-EOF-RUNREG = HIGH-VALUES.                   01560091
                                                                        01560092
           CLOSE RUNREG.                                                01560093
                                                                        01560094
           IF WV-REG-LAST-STS = WC-REG-INPROG                           01560095
              DISPLAY 'RUN REGISTRY SHOWS ' WC-PGM-NM                   01560096
                      ' ALREADY IN PROGRESS - RUN REFUSED'              01560097
              MOVE WC-IC-ON                 TO WI-REG-BLOCKED           01560098
              MOVE 12                       TO RETURN-CODE              01560099
              MOVE 'H'                      TO WV-ALT-SEV               01560100
              MOVE 'REGBLOCK'               TO WV-ALT-CD                01560101
              MOVE 'RUN REFUSED - REGISTRY IN-PROGRESS'                 01560102
                                            TO WV-ALT-TXT               01560103
              PERFORM Z998-WRITE-ALERT-REC                              01560104
           ELSE                                                         01560105
              OPEN EXTEND RUNREG                                        01560106
              INITIALIZE RUNREG-REC                                     01560107
              MOVE WV-REG-RUN-ID            TO REG-RUN-ID               01560108
              MOVE WC-PGM-NM                TO REG-PGM-NM               01560109
              MOVE WV-REG-RUN-ID            TO REG-STT-TS               01560110
              MOVE WC-REG-INPROG            TO REG-STATUS               01560111
              WRITE RUNREG-REC                                          01560112
              CLOSE RUNREG                                              01560113
           END-IF.                                                      01560114
                                                                        01560115
       Z013-SCAN-RUNREG-REC.                                            01560116
      *----------------------                                           01560117
                                                                        01560118
           READ RUNREG                                                  01560119
             AT END                                                     01560120
                MOVE HIGH-VALUES            TO WI-EOF-RUNREG            01560121
           END-READ.                                                    01560122
                                                                        01560123
           IF WI-EOF-RUNREG = LOW-VALUES                                01560124
              IF REG-PGM-NM = WC-PGM-NM                                 01560125
                 MOVE REG-STATUS            TO WV-REG-LAST-STS          01560126
              END-IF                                                    01560127
           END-IF.                                                      01560128
                                                                        01560129
       Z014-END-RUN-REGISTRY.                                           01560130
      *-----------------------                                          01560131
                                                                        01560132
           OPEN EXTEND RUNREG.                                          01560133
                                                                        01560134
           INITIALIZE RUNREG-REC.                                       01560135
                                                                        01560136
           MOVE WV-REG-RUN-ID               TO REG-RUN-ID.              01560137
           MOVE WC-PGM-NM                   TO REG-PGM-NM.              01560138
           MOVE WV-REG-RUN-ID               TO REG-STT-TS.              01560139
                                                                        01560140
           IF RETURN-CODE = ZERO                                        01560141
              MOVE WC-REG-OK                TO REG-STATUS               01560142
           ELSE                                                         01560143
              MOVE WC-REG-ERR               TO REG-STATUS               01560144
           END-IF.                                                      01560145
                                                                        01560146
           MOVE FUNCTION CURRENT-DATE (1:14)                            01560147
                                            TO REG-END-TS.              01560148
           MOVE RETURN-CODE                 TO REG-RTN-CD.              01560149
                                                                        01560150
           WRITE RUNREG-REC.                                            01560151
                                                                        01560152
           CLOSE RUNREG.                                                01560153
                                                                        01560154
       Z050-GEN-XML-STRUCTURE.                                          01560155
      *-----------------------                                          01570001
                                                                        01580001
           DISPLAY 'INSIDE GENERATE'.                                   01581011
