       01 CORRFILE-REC.                                                 00520000
          03 CORR-EMP-ID                    PIC X(10).                  00530000
          03 CORR-INFILE-REC                PIC X(200).                 00540000
          03 CORR-OPER-ID                   PIC X(08).                  00542000
          03 CORR-ENTRY-TS                  PIC X(14).                  00544000
          03 FILLER                         PIC X(08).                  00546000
                                                                        00550000
       FD RECYCFILE                                                     00560000
              LABEL RECORD STANDARD                                     00570000
             05 WV-CORR-TBL-ID              PIC X(10).                  01230000
             05 WV-CORR-TBL-REC             PIC X(200).                 01240000
             05 WV-CORR-TBL-USED            PIC X(01).                  01250000
             05 WV-CORR-TBL-OPER            PIC X(08).                  01255000
                                                                        01260000
       01 WS-WI.                                                        01270000
      *---------                                                        01280000
                      WV-CORR-TBL-REC (WV-CORR-CNT)                     02960000
                 MOVE WC-IC-OFF             TO                          02970000
                      WV-CORR-TBL-USED (WV-CORR-CNT)                    02980000
                 MOVE CORR-OPER-ID          TO                          02983000
                      WV-CORR-TBL-OPER (WV-CORR-CNT)                    02986000
              ELSE                                                      02990000
                 DISPLAY 'CORRECTION TABLE FULL - ENTRY SKIPPED '       03000000
                         'FOR EMP ID:' CORR-EMP-ID                      03010000
           IF WV-CORR-TBL-USED (WV-CORR-IX) = WC-IC-OFF                 03560000
              DISPLAY 'CORRECTION WITHOUT PENDING ERROR - EMP ID:'      03570000
                       WV-CORR-TBL-ID (WV-CORR-IX)                      03580000
                       ' ENTERED BY:' WV-CORR-TBL-OPER (WV-CORR-IX)     03585000
              ADD WC-ONE                    TO WA-UNMATCH-CTR           03590000
           END-IF.                                                      03600000
                                                                        03610000
