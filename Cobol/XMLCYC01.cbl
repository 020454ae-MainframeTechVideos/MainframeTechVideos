       01 CORRFILE-REC.                                                 00490000
          03 CORR-ORIG-REC                  PIC X(798).                 00500000
          03 CORR-FIXED-REC                 PIC X(798).                 00510000
          03 CORR-OPER-ID                   PIC X(08).                  00512000
          03 CORR-ENTRY-TS                  PIC X(14).                  00514000
          03 FILLER                         PIC X(08).                  00516000
                                                                        00520000
       FD RECYCFILE                                                     00530000
              LABEL RECORD STANDARD                                     00540000
             05 WV-CORR-TBL-ORIG            PIC X(798).                 01250000
             05 WV-CORR-TBL-REC             PIC X(798).                 01260000
             05 WV-CORR-TBL-USED            PIC X(01).                  01270000
             05 WV-CORR-TBL-OPER            PIC X(08).                  01275000
                                                                        01280000
       01 WS-CODE-SUM.                                                  01290000
      *---------------                                                  01300000
                      WV-CORR-TBL-REC (WV-CORR-CNT)                     03170000
                 MOVE WC-IC-OFF             TO                          03180000
                      WV-CORR-TBL-USED (WV-CORR-CNT)                    03190000
                 MOVE CORR-OPER-ID          TO                          03193000
                      WV-CORR-TBL-OPER (WV-CORR-CNT)                    03196000
              ELSE                                                      03200000
                 DISPLAY 'CORRECTION TABLE FULL - ENTRY SKIPPED'        03210000
              END-IF                                                    03220000
           IF WV-CORR-TBL-USED (WV-CORR-IX) = WC-IC-OFF                 03760000
              DISPLAY 'CORRECTION WITHOUT PENDING REJECT - ENTRY:'      03770000
                       WV-CORR-IX                                       03780000
                       ' ENTERED BY:' WV-CORR-TBL-OPER (WV-CORR-IX)     03785000
              ADD WC-ONE                    TO WA-UNMATCH-CTR           03790000
           END-IF.                                                      03800000
                                                                        03810000
