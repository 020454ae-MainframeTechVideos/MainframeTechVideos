       01 DEPTFILE-REC.                                                 00900600
          03 DEPT-CD                           PIC X(03).               00900700
          03 DEPT-NM                           PIC X(30).               00900800
          03 DEPT-STATUS                       PIC X(01).               00900850
          03 FILLER                            PIC X(46).               00900900
                                                                        00901000
       FD CHGHIST                                                       00901100
              LABEL RECORD STANDARD                                     00901150
          03 WC-FEED-HDR-ID                 PIC X(02) VALUE 'HD'.       01190000
          03 WC-FEED-TRL-ID                 PIC X(02) VALUE 'TR'.       01195000
          03 WC-DEPT-REF-MAX                PIC 9(03) VALUE 50.         01197500
          03 WC-DEPT-INACTIVE               PIC X(01) VALUE 'I'.        01197700
          03 WC-DLT-DEL-ID                  PIC X(02) VALUE 'DL'.       01198000
          03 WC-FTN-03                      PIC X(02) VALUE '03'.       01198500
                                                                        01200000
           END-READ.                                                    03147500
                                                                        03147600
           IF WI-EOF-DEPTFILE = LOW-VALUES                              03147700
              AND DEPT-STATUS NOT = WC-DEPT-INACTIVE                    03147750
              IF WV-DEPT-REF-CNT < WC-DEPT-REF-MAX                      03147800
                 ADD 1                      TO WV-DEPT-REF-CNT          03147900
                 MOVE DEPT-CD               TO                          03148000
