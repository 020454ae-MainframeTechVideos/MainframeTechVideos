                                                                        00110000
       ENVIRONMENT DIVISION.                                            00120000
      **********************                                            00121000
                                                                        00122000
       CONFIGURATION SECTION.                                           00123000
      *=======================                                          00124000
                                                                        00125000
       SPECIAL-NAMES.                                                   00126000
      *--------------                                                   00127000
                                                                        00128000
           C01 IS NEXT-PAGE.                                            00129000
                                                                        00130000
       INPUT-OUTPUT SECTION.                                            00140000
      *=====================                                            00150000
           SELECT PENDFILE  ASSIGN          TO UT-S-PENDFILE.           00211680
           SELECT NEWPEND   ASSIGN          TO UT-S-NEWPEND.            00211690
           SELECT ALERTFILE ASSIGN          TO UT-S-ALERTFILE.          00211695
           SELECT SENTHIST  ASSIGN          TO UT-S-SENTHIST.           00211696
           SELECT NEWHIST   ASSIGN          TO UT-S-NEWHIST.            00211697
           SELECT SUPFILE   ASSIGN          TO UT-S-SUPFILE.            00211698
           SELECT SUPRPT    ASSIGN          TO UT-S-SUPRPT.             00211699
                                                                        00211700
       DATA DIVISION.                                                   00230000
      ****************                                                  00240000
          03 ALT-TEXT                       PIC X(40).                  00420253
          03 FILLER                         PIC X(09).                  00420254
                                                                        00420255
       FD SENTHIST                                                      00420256
           LABEL RECORD STANDARD                                        00420257
           BLOCK 0 RECORDS                                              00420258
           RECORDING MODE IS F.                                         00420259
                                                                        00420260
       01 SENTHIST-REC.                                                 00420261
          03 HIST-MSG-ID                    PIC X(10).                  00420262
          03 HIST-MSG-TYPE                  PIC X(10).                  00420263
          03 HIST-MSG-CATEGORY              PIC X(10).                  00420264
          03 HIST-MSG-TEXT                  PIC X(30).                  00420265
          03 HIST-MSG-LANG                  PIC X(02).                  00420266
          03 HIST-SEND-DATE                 PIC X(10).                  00420267
          03 HIST-MSG-RCPT-ID               PIC X(10).                  00420268
          03 FILLER                         PIC X(08).                  00420269
                                                                        00420270
       FD NEWHIST                                                       00420271
           LABEL RECORD STANDARD                                        00420272
           BLOCK 0 RECORDS                                              00420273
           RECORDING MODE IS F.                                         00420274
                                                                        00420275
       01 NEWHIST-REC-ZN.                                               00420276
          03 NEWHIST-REC                    PIC X(90).                  00420277
                                                                        00420278
       FD SUPFILE                                                       00420279
           LABEL RECORD STANDARD                                        00420280
           BLOCK 0 RECORDS                                              00420281
           RECORDING MODE IS F.                                         00420282
                                                                        00420283
       01 SUPFILE-REC.                                                  00420284
          03 SUP-MSG-ID                     PIC X(10).                  00420285
          03 SUP-MSG-LANG                   PIC X(02).                  00420286
          03 SUP-MSG-TYPE                   PIC X(10).                  00420287
          03 SUP-MSG-CATEGORY               PIC X(10).                  00420288
          03 SUP-MSG-TEXT                   PIC X(30).                  00420289
          03 SUP-ORIG-MSG-ID                PIC X(10).                  00420290
          03 SUP-ORIG-SEND-DATE             PIC X(10).                  00420291
          03 SUP-RUN-DATE                   PIC X(10).                  00420292
          03 SUP-MSG-RCPT-ID                PIC X(10).                  00420293
          03 FILLER                         PIC X(18).                  00420294
                                                                        00420295
       FD SUPRPT                                                        00420296
           LABEL RECORD STANDARD                                        00420297
           BLOCK 0 RECORDS                                              00420298
           RECORDING MODE IS F.                                         00420299
                                                                        00420300
       01 SUPRPT-REC                        PIC X(132).                 00420301
                                                                        00420302
       WORKING-STORAGE SECTION.                                         00420303
      *-------------------------                                        00430001
                                                                        00440001
       01 WS-REG.                                                       00440527
           03 WA-PEND-EXP-CTR               PIC S9(05) PACKED-DECIMAL.  00479301
           03 WA-PEND-OUT-CTR               PIC S9(05) PACKED-DECIMAL.  00479401
           03 WA-MSG-SEQ-CTR                PIC S9(05) PACKED-DECIMAL.  00479501
           03 WA-HIST-READ-CTR              PIC S9(05) PACKED-DECIMAL.  00479551
           03 WA-HIST-EXP-CTR               PIC S9(05) PACKED-DECIMAL.  00479601
           03 WA-HIST-ADD-CTR               PIC S9(05) PACKED-DECIMAL.  00479651
           03 WA-HIST-OUT-CTR               PIC S9(05) PACKED-DECIMAL.  00479701
           03 WA-HIST-FULL-CTR              PIC S9(05) PACKED-DECIMAL.  00479751
           03 WA-DUP-CTR                    PIC S9(05) PACKED-DECIMAL.  00479801
           03 WA-RPT-LINE-CTR               PIC S9(03) PACKED-DECIMAL.  00479851
           03 WA-RPT-PAGE-CTR               PIC S9(05) PACKED-DECIMAL.  00479901
                                                                        00480001
       01 WS-WB.                                                        00481005
      *----------                                                       00482004
           03 WB-EOF-PENDFILE              PIC X(01).                   00484948
           03 WB-EOF-CTL                   PIC X(01).                   00484962
           03 WB-PARM-ERR                  PIC X(01).                   00484976
           03 WB-EOF-SENTHIST              PIC X(01).                   00484981
           03 WB-DUP-FOUND                 PIC X(01).                   00484986
                                                                        00485004
       01 WS-CS.                                                        00490001
      *---------                                                        00500001
           03 WC-LANG-DFT                   PIC X(02) VALUE 'EN'.       00608200
           03 WC-LANG-MAX                   PIC 9(01) VALUE 6.          00608900
           03 WC-VAR-MAX                    PIC 9(01) VALUE 3.          00609600
           03 WC-DUP-DAYS-DFT               PIC 9(03) VALUE 30.         00609650
           03 WC-KEEP-DAYS-DFT              PIC 9(03) VALUE 90.         00609700
           03 WC-HIST-MAX                   PIC 9(05) VALUE 5000.       00609750
           03 WC-RPT-MAX-LINE               PIC 9(03) VALUE 55.         00609800
                                                                        00610001
       01 WS-WV.                                                        00620001
      *---------                                                        00630001
                 07 WV-MSG-ID               PIC X(10).                  00725002
                 07 WV-MSG-LANG             PIC X(02).                  00725502
           03 WV-MSG-ID-NUM                 PIC 9(10).                  00726002
           03 WV-MSG-RCPT-ID                PIC X(10).                  00726502
           03 WV-TRL-CNT-X                  PIC X(09).                  00727335
           03 WV-TRL-CNT                    PIC 9(09).                  00728668
           03 WV-MSG-SCHED.                                             00728700
              05 WV-MSG-VAR OCCURS 3 TIMES.                             00728860
                 07 WV-MSG-VAR-LANG         PIC X(02).                  00728870
                 07 WV-MSG-VAR-TEXT         PIC X(30).                  00728880
           03 WV-DUP-DAYS                   PIC 9(03).                  00728882
           03 WV-KEEP-DAYS                  PIC 9(03).                  00728884
           03 WV-DUP-CUTOFF                 PIC X(10).                  00728886
           03 WV-KEEP-CUTOFF                PIC X(10).                  00728888
           03 WV-CUTOFF-DAYS                PIC 9(03).                  00728890
           03 WV-CUTOFF-FMT                 PIC X(10).                  00728892
           03 WV-CUTOFF-INT                 PIC S9(09) BINARY.          00728894
           03 WV-RUN-DATE-N                 PIC 9(08).                  00728896
           03 WV-CUTOFF-DATE-N              PIC 9(08).                  00728898
           03 WV-CUTOFF-DATE-X REDEFINES WV-CUTOFF-DATE-N               00728900
                                            PIC X(08).                  00728902
           03 WV-CTR-DISP                   PIC ZZ,ZZ9.                 00728904
           03 WV-HOLD-LINE                  PIC X(132).                 00728906
                                                                        00728908
       01 WS-ALERT.                                                     00728910
      *------------                                                     00728912
                                                                        00728914
           03 WV-ALT-SEV                    PIC X(01).                  00728916
           03 WV-ALT-CD                     PIC X(08).                  00728918
           03 WV-ALT-TXT                    PIC X(40).                  00728920
                                                                        00728922
       01 WS-LANG.                                                      00728924
      *-----------                                                      00728926
                                                                        00728928
           03 WV-LANG-CNT                   PIC S9(02) BINARY.          00728930
           03 WV-LANG-IX                    PIC S9(02) BINARY.          00728940
           03 WV-VAR-IX                     PIC S9(02) BINARY.          00728950
           03 WV-LANG-TBL OCCURS 6 TIMES.                               00728990
              05 WV-LANG-CD                 PIC X(02).                  00728991
              05 WV-LANG-WRITE-CTR          PIC S9(05) PACKED-DECIMAL.  00728992
                                                                        00729002
       01 WS-HIST.                                                      00729012
      *-----------                                                      00729022
                                                                        00729032
           03 WV-HIST-CNT                   PIC S9(05) BINARY.          00729042
           03 WV-HIST-IX                    PIC S9(05) BINARY.          00729052
           03 WV-HIST-TBL OCCURS 5000 TIMES.                            00729062
              05 WV-HIST-MSG-ID             PIC X(10).                  00729072
              05 WV-HIST-MSG-TYPE           PIC X(10).                  00729082
              05 WV-HIST-MSG-CATEGORY       PIC X(10).                  00729092
              05 WV-HIST-MSG-TEXT           PIC X(30).                  00729102
              05 WV-HIST-MSG-LANG           PIC X(02).                  00729112
              05 WV-HIST-SEND-DATE          PIC X(10).                  00729122
              05 WV-HIST-MSG-RCPT-ID        PIC X(10).                  00729127
                                                                        00729132
       01 WS-SUP-HDR1.                                                  00729142
      *---------------                                                  00729152
                                                                        00729162
           03 FILLER                        PIC X(08) VALUE 'XMLGEN02'. 00729172
           03 FILLER                        PIC X(05) VALUE SPACES.     00729182
           03 FILLER                        PIC X(41) VALUE             00729192
              'SUPPRESSED DUPLICATE MESSAGES - RUN DATE'.               00729202
           03 FILLER                        PIC X(01) VALUE SPACES.     00729212
           03 SUP-HDR-RUN-DATE              PIC X(10).                  00729222
           03 FILLER                        PIC X(56) VALUE SPACES.     00729232
           03 FILLER                        PIC X(05) VALUE 'PAGE '.    00729242
           03 SUP-HDR-PAGE                  PIC ZZ,ZZ9.                 00729252
                                                                        00729262
       01 WS-SUP-HDR2.                                                  00729272
      *---------------                                                  00729282
                                                                        00729292
           03 FILLER                        PIC X(36) VALUE             00729302
              'MSG-ID     LG  MSG-TYPE    CATEGORY '.                   00729312
           03 FILLER                        PIC X(46) VALUE             00729322
              '  MESSAGE TEXT                    ORIG MSG-ID'.          00729332
           03 FILLER                        PIC X(50) VALUE             00729342
              '  ORIG SENT'.                                            00729352
                                                                        00729362
       01 WS-SUP-DTL.                                                   00729372
      *--------------                                                   00729382
                                                                        00729392
           03 SUP-DTL-MSG-ID                PIC X(10).                  00729402
           03 FILLER                        PIC X(01) VALUE SPACES.     00729412
           03 SUP-DTL-LANG                  PIC X(02).                  00729422
           03 FILLER                        PIC X(02) VALUE SPACES.     00729432
           03 SUP-DTL-TYPE                  PIC X(10).                  00729442
           03 FILLER                        PIC X(02) VALUE SPACES.     00729452
           03 SUP-DTL-CATEGORY              PIC X(10).                  00729462
           03 FILLER                        PIC X(03) VALUE SPACES.     00729472
           03 SUP-DTL-TEXT                  PIC X(30).                  00729492
           03 FILLER                        PIC X(02) VALUE SPACES.     00729502
           03 SUP-DTL-ORIG-ID               PIC X(10).                  00729512
           03 FILLER                        PIC X(04) VALUE SPACES.     00729522
           03 SUP-DTL-ORIG-DATE             PIC X(10).                  00729532
           03 FILLER                        PIC X(36) VALUE SPACES.     00729542
                                                                        00730002
       PROCEDURE DIVISION.                                              00740002
      *********************                                             00750002
           PERFORM Z010-OPN-FILES.                                      00871002
                                                                        00872002
           PERFORM Z030-INIT-FLDS.                                      00875002
                                                                        00875102
           PERFORM Z080-LOAD-SENT-HIST.                                 00875202
                                                                        00875302
           PERFORM Z200-WRITE-SUP-HDR.                                  00875402
                                                                        00875502
           IF WB-PARM-ERR = WC-IC-ON                                    00875512
              DISPLAY 'RUN REFUSED - PARAMETER ERRORS'                  00875522
       A030-END-XML-GEN.                                                00910002
      *------------------                                               00920002
                                                                        00930002
           PERFORM Z087-WRITE-NEW-HIST.                                 00930012
                                                                        00930022
           PERFORM Z910-PRT-SUP-SUMMARY.                                00930032
                                                                        00930042
           IF WA-HIST-FULL-CTR > ZERO                                   00930052
              AND RETURN-CODE < 4                                       00930062
              MOVE 4                        TO RETURN-CODE              00930072
           END-IF.                                                      00930082
                                                                        00930092
           PERFORM Z900-DISPLAY-CTR.                                    00930102
                                                                        00930202
           PERFORM Z905-WRITE-AUDIT-REC.                                00930302
       B010-PCS-XML-GEN.                                                00946104
      *-----------------                                                00946204
                                                                        00946304
           PERFORM B013-CHK-SENT-HIST.                                  00946324
                                                                        00946344
           IF WB-DUP-FOUND = WC-IC-ON                                   00946364
              PERFORM Z090-WRITE-SUPPRESSED                             00946384
           ELSE                                                         00946404
              PERFORM Z050-GEN-XML                                      00946424
              IF WV-EXC-CD = WC-EXC-CD-OK                               00946444
                 IF WV-MSG-SEVERITY = WC-SEV-HIGH                       00946464
                    PERFORM Z062-WRITE-PRIFILE                          00946484
                 ELSE                                                   00946504
                    PERFORM Z060-WRITE-OUTFILE                          00946524
                 END-IF                                                 00946544
                 ADD WC-ONE                 TO                          00946564
                     WV-LANG-WRITE-CTR (WV-LANG-IX)                     00946584
                 PERFORM Z085-ADD-HIST-ENTRY                            00946604
                 PERFORM Z065-VALIDATE-OUTFILE                          00946624
              ELSE                                                      00946644
                 ADD WC-ONE                 TO WA-GEN-ERR-CTR           00946664
              END-IF                                                    00946684
           END-IF.                                                      00946704
                                                                        00946724
       B013-CHK-SENT-HIST.                                              00946744
      *--------------------                                             00946764
                                                                        00946784
           MOVE WC-IC-OFF                   TO WB-DUP-FOUND.            00946804
           MOVE ZERO                        TO WV-HIST-IX.              00946824
                                                                        00946844
           PERFORM B014-SCAN-SENT-HIST                                  00946864
                   UNTIL WB-DUP-FOUND = WC-IC-ON                        00946884
                      OR WV-HIST-IX >= WV-HIST-CNT.                     00946904
                                                                        00946924
       B014-SCAN-SENT-HIST.                                             00946944
      *---------------------                                            00946964
                                                                        00946984
           ADD 1                            TO WV-HIST-IX.              00947004
                                                                        00947024
           IF WV-HIST-MSG-TYPE (WV-HIST-IX)     = WV-MSG-TYPE           00947044
              AND WV-HIST-MSG-CATEGORY (WV-HIST-IX) = WV-MSG-CATEGORY   00947064
              AND WV-HIST-MSG-TEXT (WV-HIST-IX)     = WV-MSG-TEXT       00947084
              AND WV-HIST-MSG-LANG (WV-HIST-IX)     = WV-MSG-LANG       00947104
              AND WV-HIST-MSG-RCPT-ID (WV-HIST-IX) = WV-MSG-RCPT-ID     00947114
              AND WV-HIST-SEND-DATE (WV-HIST-IX) >= WV-DUP-CUTOFF       00947124
              MOVE WC-IC-ON                 TO WB-DUP-FOUND             00947144
           END-IF.                                                      00947164
                                                                        00947259
       B005-CHK-MSG-SCHED.                                              00947306
      *--------------------                                             00947353
                OUTPUT OUTFILE                                          01010002
                       PURGEFILE                                        01010502
                       PRIFILE                                          01011002
                       SUPFILE                                          01011052
                       SUPRPT                                           01011102
                       NEWPEND.                                         01011202
                                                                        01020002
       Z020-CLS-FILES.                                                  01030002
                 OUTFILE                                                01070002
                 PURGEFILE                                              01070502
                 PRIFILE                                                01071002
                 SUPFILE                                                01071052
                 SUPRPT                                                 01071102
                 NEWPEND.                                               01071202
                                                                        01080002
       Z030-INIT-FLDS.                                                  01090002
       Z015-READ-CTL-CARD.                                              01162226
      *--------------------                                             01162228
                                                                        01162230
           MOVE 'http://example'            TO WV-NS.                   01162231
           MOVE 'PRE'                       TO WV-NP.                   01162232
           MOVE 1208                        TO WV-CCSID.                01162233
           MOVE SPACES                      TO WV-LANG-LIST.            01162234
           MOVE WC-DUP-DAYS-DFT             TO WV-DUP-DAYS.             01162235
           MOVE WC-KEEP-DAYS-DFT            TO WV-KEEP-DAYS.            01162236
                                                                        01162237
           MOVE WC-IC-OFF                   TO WB-PARM-ERR.             01162238
           MOVE LOW-VALUES                  TO WB-EOF-CTL.              01162239
           MOVE ZERO                        TO WV-PARM-LINE-CTR.        01162240
                                                                        01162241
           PERFORM Z016-PCS-PARM-CARD                                   01162242
                   UNTIL WB-EOF-CTL = HIGH-VALUES.                      01162243
                                                                        01162244
           IF WV-KEEP-DAYS < WV-DUP-DAYS                                01162245
              DISPLAY 'HIST-KEEP-DAYS ' WV-KEEP-DAYS                    01162246
                      ' IS LESS THAN DUP-WINDOW-DAYS ' WV-DUP-DAYS      01162247
              MOVE WC-IC-ON                 TO WB-PARM-ERR              01162248
           END-IF.                                                      01162249
           PERFORM Z019-ECHO-PARMS.                                     01162250
                                                                        01162251
       Z016-PCS-PARM-CARD.                                              01162252
      *--------------------                                             01162253
                                                                        01162254
           READ CTLFILE                                                 01162255
             AT END                                                     01162256
                MOVE HIGH-VALUES            TO WB-EOF-CTL               01162257
           END-READ.                                                    01162258
                                                                        01162259
           IF WB-EOF-CTL = LOW-VALUES                                   01162260
              ADD 1                         TO WV-PARM-LINE-CTR         01162261
              IF CTL-CARD = SPACES                                      01162262
                 CONTINUE                                               01162263
              ELSE                                                      01162264
                 MOVE SPACES                TO WV-PARM-KEY              01162265
                                               WV-PARM-VAL              01162266
                 UNSTRING CTL-CARD          DELIMITED BY '='            01162267
                     INTO WV-PARM-KEY                                   01162268
                          WV-PARM-VAL                                   01162269
                 END-UNSTRING                                           01162270
                 PERFORM Z017-APPLY-PARM                                01162271
              END-IF                                                    01162272
           END-IF.                                                      01162273
                                                                        01162274
       Z017-APPLY-PARM.                                                 01162275
      *-----------------                                                01162276
                                                                        01162277
           EVALUATE WV-PARM-KEY                                         01162278
               WHEN 'NAMESPACE'                                         01162279
                    MOVE WV-PARM-VAL (1:15) TO WV-NS                    01162280
               WHEN 'NS-PREFIX'                                         01162281
                    MOVE WV-PARM-VAL (1:3)  TO WV-NP                    01162282
               WHEN 'CCSID'                                             01162283
                    IF WV-PARM-VAL (1:4) IS NUMERIC                     01162284
                       MOVE WV-PARM-VAL (1:4)                           01162285
                                            TO WV-CCSID                 01162286
                    ELSE                                                01162287
                       PERFORM Z018-FLAG-PARM-ERR                       01162288
                    END-IF                                              01162289
               WHEN 'LANGUAGES'                                         01162290
                    MOVE WV-PARM-VAL (1:12) TO WV-LANG-LIST             01162291
               WHEN 'DUP-WINDOW-DAYS'                                   01162292
                    IF WV-PARM-VAL (1:3) IS NUMERIC                     01162293
                       AND WV-PARM-VAL (4:1) = SPACE                    01162294
                       MOVE WV-PARM-VAL (1:3)                           01162295
                                            TO WV-DUP-DAYS              01162296
                    ELSE                                                01162297
                       PERFORM Z018-FLAG-PARM-ERR                       01162298
                    END-IF                                              01162299
               WHEN 'HIST-KEEP-DAYS'                                    01162300
                    IF WV-PARM-VAL (1:3) IS NUMERIC                     01162301
                       AND WV-PARM-VAL (4:1) = SPACE                    01162302
                       AND WV-PARM-VAL (1:3) >= '001'                   01162303
                       MOVE WV-PARM-VAL (1:3)                           01162304
                                            TO WV-KEEP-DAYS             01162305
                    ELSE                                                01162306
                       PERFORM Z018-FLAG-PARM-ERR                       01162307
                    END-IF                                              01162308
               WHEN OTHER                                               01162309
                    PERFORM Z018-FLAG-PARM-ERR                          01162310
           END-EVALUATE.                                                01162311
                                                                        01162312
       Z018-FLAG-PARM-ERR.                                              01162313
      *--------------------                                             01162314
                                                                        01162315
           DISPLAY 'BAD PARAMETER CARD, LINE ' WV-PARM-LINE-CTR         01162316
                   ': ' CTL-CARD (1:40).                                01162317
                                                                        01162318
           MOVE WC-IC-ON                    TO WB-PARM-ERR.             01162319
                                                                        01162320
       Z019-ECHO-PARMS.                                                 01162321
      *-----------------                                                01162322
                                                                        01162323
           DISPLAY 'RESOLVED RUN PARAMETERS:'.                          01162324
           DISPLAY '  NAMESPACE = ' WV-NS.                              01162325
           DISPLAY '  NS-PREFIX = ' WV-NP.                              01162326
           DISPLAY '  CCSID     = ' WV-CCSID.                           01162327
           DISPLAY '  LANGUAGES = ' WV-LANG-LIST.                       01162328
           DISPLAY '  DUP-WINDOW-DAYS = ' WV-DUP-DAYS.                  01162329
           DISPLAY '  HIST-KEEP-DAYS  = ' WV-KEEP-DAYS.                 01162330
                                                                        01162232
       Z033-LOAD-LANG-LIST.                                             01162242
      *---------------------                                            01162252
                 MOVE INFILE-REC            TO WV-MSG-DTL               01280002
                 MOVE INFILE-REC (62:20)    TO WV-MSG-SCHED             01280502
                 MOVE INFILE-REC (82:96)    TO WV-MSG-VARIANTS          01280702
                 MOVE INFILE-REC (178:10)   TO WV-MSG-RCPT-ID           01280802
                 MOVE WV-MSG-TEXT           TO WV-MSG-BASE-TEXT         01280902
                 ADD WC-ONE                 TO WA-MSG-SEQ-CTR           01280952
                 MOVE WA-MSG-SEQ-CTR        TO WV-MSG-ID-NUM            01281002
              MOVE PEND-REC                 TO WV-MSG-DTL               01467046
              MOVE PEND-REC (62:20)         TO WV-MSG-SCHED             01467047
              MOVE PEND-REC (82:96)         TO WV-MSG-VARIANTS          01467048
              MOVE PEND-REC (178:10)        TO WV-MSG-RCPT-ID           01467049
              MOVE WV-MSG-TEXT              TO WV-MSG-BASE-TEXT         01467050
              ADD WC-ONE                    TO WA-MSG-SEQ-CTR           01467051
              MOVE WA-MSG-SEQ-CTR           TO WV-MSG-ID-NUM            01467052
              MOVE WV-MSG-ID-NUM            TO WV-MSG-ID                01467053
              PERFORM B005-CHK-MSG-SCHED                                01467054
              EVALUATE WV-MSG-DISP                                      01467055
                  WHEN WC-DISP-EXPIRED                                  01467056
                       PERFORM Z058-WRITE-PURGE                         01467057
                       ADD WC-ONE           TO WA-PEND-EXP-CTR          01467058
                  WHEN WC-DISP-FUTURE                                   01467059
                       PERFORM Z059-WRITE-NEWPEND                       01467060
                  WHEN OTHER                                            01467061
                       PERFORM B008-GEN-LANG-VARIANTS                   01467062
                       ADD WC-ONE           TO WA-PEND-REL-CTR          01467063
              END-EVALUATE                                              01467064
           END-IF.                                                      01467065
                                                                        01467066
       Z062-WRITE-PRIFILE.                                              01467067
      *--------------------                                             01467068
                                                                        01467069
           MOVE FUNCTION DISPLAY-OF(                                    01467070
                FUNCTION NATIONAL-OF(WV-OUTPUT-XML,WV-CCSID),00875)     01467071
                                            TO WV-FMT-OUT-XML.          01467072
           MOVE WV-FMT-OUT-XML (1:WV-COUNTER)                           01467073
                                            TO PRIFILE-REC.             01467074
                                                                        01467075
           WRITE PRIFILE-REC-ZN.                                        01467076
                                                                        01467077
           ADD WC-ONE                       TO WA-PRI-CTR.              01467078
                                                                        01467079
       Z065-VALIDATE-OUTFILE.                                           01467104
      *-----------------------                                          01467204
                                                                        01467304
                                                                        01470011
           CLOSE CHKPTFILE.                                             01470012
                                                                        01470013
       Z080-LOAD-SENT-HIST.                                             01470014
      *---------------------                                            01470015
                                                                        01470016
           MOVE ZERO                        TO WV-HIST-CNT.             01470017
           MOVE LOW-VALUES                  TO WB-EOF-SENTHIST.         01470018
                                                                        01470019
           MOVE WV-DUP-DAYS                 TO WV-CUTOFF-DAYS.          01470020
           PERFORM Z083-CALC-CUTOFF.                                    01470021
           MOVE WV-CUTOFF-FMT               TO WV-DUP-CUTOFF.           01470022
                                                                        01470023
           IF WB-PARM-ERR = WC-IC-ON                                    01470024
              MOVE LOW-VALUES               TO WV-KEEP-CUTOFF           01470025
           ELSE                                                         01470026
              MOVE WV-KEEP-DAYS             TO WV-CUTOFF-DAYS           01470027
              PERFORM Z083-CALC-CUTOFF                                  01470028
              MOVE WV-CUTOFF-FMT            TO WV-KEEP-CUTOFF           01470029
           END-IF.                                                      01470030
                                                                        01470031
           OPEN INPUT  SENTHIST.                                        01470032
                                                                        01470033
           PERFORM Z081-LOAD-HIST-REC                                   01470034
                   UNTIL WB-EOF-SENTHIST = HIGH-VALUES.                 01470035
                                                                        01470036
           CLOSE SENTHIST.                                              01470037
                                                                        01470038
           DISPLAY 'SENT HISTORY LOADED:' WV-HIST-CNT                   01470039
                   ' EXPIRED:' WA-HIST-EXP-CTR.                         01470040
                                                                        01470041
       Z081-LOAD-HIST-REC.                                              01470042
      *--------------------                                             01470043
                                                                        01470044
           READ SENTHIST                                                01470045
             AT END                                                     01470046
                MOVE HIGH-VALUES            TO WB-EOF-SENTHIST          01470047
           END-READ.                                                    01470048
                                                                        01470049
           IF WB-EOF-SENTHIST = LOW-VALUES                              01470050
              ADD WC-ONE                    TO WA-HIST-READ-CTR         01470051
              IF HIST-SEND-DATE < WV-KEEP-CUTOFF                        01470052
                 ADD WC-ONE                 TO WA-HIST-EXP-CTR          01470053
              ELSE                                                      01470054
                 IF WV-HIST-CNT < WC-HIST-MAX                           01470055
                    ADD 1                   TO WV-HIST-CNT              01470056
                    MOVE SENTHIST-REC (1:82)                            01470057
                                            TO WV-HIST-TBL (WV-HIST-CNT)01470058
                 ELSE                                                   01470059
                    PERFORM Z086-FLAG-HIST-FULL                         01470060
                 END-IF                                                 01470061
              END-IF                                                    01470062
           END-IF.                                                      01470063
                                                                        01470064
       Z083-CALC-CUTOFF.                                                01470065
      *------------------                                               01470066
                                                                        01470067
           MOVE FUNCTION CURRENT-DATE (1:8) TO WV-RUN-DATE-N.           01470068
                                                                        01470069
           COMPUTE WV-CUTOFF-INT =                                      01470070
                   FUNCTION INTEGER-OF-DATE (WV-RUN-DATE-N) -           01470071
                   WV-CUTOFF-DAYS.                                      01470072
                                                                        01470073
           COMPUTE WV-CUTOFF-DATE-N =                                   01470074
                   FUNCTION DATE-OF-INTEGER (WV-CUTOFF-INT).            01470075
                                                                        01470076
           MOVE WV-CUTOFF-DATE-X (1:4)      TO WV-CUTOFF-FMT (1:4).     01470077
           MOVE '-'                         TO WV-CUTOFF-FMT (5:1).     01470078
           MOVE WV-CUTOFF-DATE-X (5:2)      TO WV-CUTOFF-FMT (6:2).     01470079
           MOVE '-'                         TO WV-CUTOFF-FMT (8:1).     01470080
           MOVE WV-CUTOFF-DATE-X (7:2)      TO WV-CUTOFF-FMT (9:2).     01470081
                                                                        01470082
       Z085-ADD-HIST-ENTRY.                                             01470083
      *---------------------                                            01470084
                                                                        01470085
           IF WV-HIST-CNT < WC-HIST-MAX                                 01470086
              ADD 1                         TO WV-HIST-CNT              01470087
              MOVE WV-MSG-ID                TO                          01470088
                   WV-HIST-MSG-ID (WV-HIST-CNT)                         01470089
              MOVE WV-MSG-TYPE              TO                          01470090
                   WV-HIST-MSG-TYPE (WV-HIST-CNT)                       01470091
              MOVE WV-MSG-CATEGORY          TO                          01470092
                   WV-HIST-MSG-CATEGORY (WV-HIST-CNT)                   01470093
              MOVE WV-MSG-TEXT              TO                          01470094
                   WV-HIST-MSG-TEXT (WV-HIST-CNT)                       01470095
              MOVE WV-MSG-LANG              TO                          01470096
                   WV-HIST-MSG-LANG (WV-HIST-CNT)                       01470097
              MOVE WV-RUN-DATE-FMT          TO                          01470098
                   WV-HIST-SEND-DATE (WV-HIST-CNT)                      01470099
              MOVE WV-MSG-RCPT-ID           TO                          01470100
                   WV-HIST-MSG-RCPT-ID (WV-HIST-CNT)                    01470101
              ADD WC-ONE                    TO WA-HIST-ADD-CTR          01470102
           ELSE                                                         01470103
              PERFORM Z086-FLAG-HIST-FULL                               01470104
           END-IF.                                                      01470105
                                                                        01470106
       Z086-FLAG-HIST-FULL.                                             01470107
      *---------------------                                            01470108
                                                                        01470109
           ADD WC-ONE                       TO WA-HIST-FULL-CTR.        01470110
                                                                        01470111
           IF WA-HIST-FULL-CTR = 1                                      01470112
              DISPLAY 'SENT HISTORY TABLE FULL - ENTRIES NOT KEPT'      01470113
              MOVE 'M'                      TO WV-ALT-SEV               01470114
              MOVE 'TBLFULL'                TO WV-ALT-CD                01470115
              MOVE 'SENT-MESSAGE HISTORY TABLE FULL'                    01470116
                                            TO WV-ALT-TXT               01470117
              PERFORM Z998-WRITE-ALERT-REC                              01470118
           END-IF.                                                      01470119
                                                                        01470120
       Z087-WRITE-NEW-HIST.                                             01470121
      *---------------------                                            01470122
                                                                        01470123
           OPEN OUTPUT NEWHIST.                                         01470124
                                                                        01470125
           MOVE ZERO                        TO WV-HIST-IX.              01470126
                                                                        01470127
           PERFORM Z088-WRITE-HIST-REC                                  01470128
                   UNTIL WV-HIST-IX >= WV-HIST-CNT.                     01470129
                                                                        01470130
           CLOSE NEWHIST.                                               01470131
                                                                        01470132
       Z088-WRITE-HIST-REC.                                             01470133
      *---------------------                                            01470134
                                                                        01470135
           ADD 1                            TO WV-HIST-IX.              01470136
                                                                        01470137
           MOVE SPACES                      TO NEWHIST-REC.             01470138
           MOVE WV-HIST-TBL (WV-HIST-IX)    TO NEWHIST-REC (1:82).      01470139
                                                                        01470140
           WRITE NEWHIST-REC-ZN.                                        01470141
                                                                        01470142
           ADD WC-ONE                       TO WA-HIST-OUT-CTR.         01470143
                                                                        01470144
       Z090-WRITE-SUPPRESSED.                                           01470145
      *-----------------------                                          01470146
                                                                        01470147
           MOVE SPACES                      TO SUPFILE-REC.             01470148
           MOVE WV-MSG-ID                   TO SUP-MSG-ID.              01470149
           MOVE WV-MSG-LANG                 TO SUP-MSG-LANG.            01470150
           MOVE WV-MSG-TYPE                 TO SUP-MSG-TYPE.            01470151
           MOVE WV-MSG-CATEGORY             TO SUP-MSG-CATEGORY.        01470152
           MOVE WV-MSG-TEXT                 TO SUP-MSG-TEXT.            01470153
           MOVE WV-HIST-MSG-ID (WV-HIST-IX) TO SUP-ORIG-MSG-ID.         01470154
           MOVE WV-HIST-SEND-DATE (WV-HIST-IX)                          01470155
                                            TO SUP-ORIG-SEND-DATE.      01470156
           MOVE WV-RUN-DATE-FMT             TO SUP-RUN-DATE.            01470157
           MOVE WV-MSG-RCPT-ID              TO SUP-MSG-RCPT-ID.         01470158
                                                                        01470159
           WRITE SUPFILE-REC.                                           01470160
                                                                        01470161
           ADD WC-ONE                       TO WA-DUP-CTR.              01470162
                                                                        01470163
           MOVE SUP-MSG-ID                  TO SUP-DTL-MSG-ID.          01470164
           MOVE SUP-MSG-LANG                TO SUP-DTL-LANG.            01470165
           MOVE SUP-MSG-TYPE                TO SUP-DTL-TYPE.            01470166
           MOVE SUP-MSG-CATEGORY            TO SUP-DTL-CATEGORY.        01470167
           MOVE SUP-MSG-TEXT                TO SUP-DTL-TEXT.            01470168
           MOVE SUP-ORIG-MSG-ID             TO SUP-DTL-ORIG-ID.         01470169
           MOVE SUP-ORIG-SEND-DATE          TO SUP-DTL-ORIG-DATE.       01470170
                                                                        01470171
           MOVE WS-SUP-DTL                  TO SUPRPT-REC.              01470172
           PERFORM Z230-WRITE-SUP-REC.                                  01470173
                                                                        01470174
       Z200-WRITE-SUP-HDR.                                              01470175
      *--------------------                                             01470176
                                                                        01470177
           ADD WC-ONE                       TO WA-RPT-PAGE-CTR.         01470178
           MOVE WA-RPT-PAGE-CTR             TO SUP-HDR-PAGE.            01470179
           MOVE WV-RUN-DATE-FMT             TO SUP-HDR-RUN-DATE.        01470180
                                                                        01470181
           IF WA-RPT-PAGE-CTR = 1                                       01470182
              WRITE SUPRPT-REC              FROM WS-SUP-HDR1            01470183
           ELSE                                                         01470184
              WRITE SUPRPT-REC              FROM WS-SUP-HDR1            01470185
                    AFTER ADVANCING NEXT-PAGE                           01470186
           END-IF.                                                      01470187
                                                                        01470188
           MOVE SPACES                      TO SUPRPT-REC.              01470189
           WRITE SUPRPT-REC.                                            01470190
           WRITE SUPRPT-REC                 FROM WS-SUP-HDR2.           01470191
           MOVE SPACES                      TO SUPRPT-REC.              01470192
           WRITE SUPRPT-REC.                                            01470193
                                                                        01470194
           MOVE 4                           TO WA-RPT-LINE-CTR.         01470195
                                                                        01470196
       Z230-WRITE-SUP-REC.                                              01470197
      *--------------------                                             01470198
                                                                        01470199
           IF WA-RPT-LINE-CTR >= WC-RPT-MAX-LINE                        01470200
              MOVE SUPRPT-REC               TO WV-HOLD-LINE             01470201
              PERFORM Z200-WRITE-SUP-HDR                                01470202
              MOVE WV-HOLD-LINE             TO SUPRPT-REC               01470203
           END-IF.                                                      01470204
                                                                        01470205
           WRITE SUPRPT-REC.                                            01470206
                                                                        01470207
           ADD WC-ONE                       TO WA-RPT-LINE-CTR.         01470208
                                                                        01470209
       Z910-PRT-SUP-SUMMARY.                                            01470210
      *----------------------                                           01470211
                                                                        01470212
           MOVE SPACES                      TO SUPRPT-REC.              01470213
           PERFORM Z230-WRITE-SUP-REC.                                  01470214
                                                                        01470215
           MOVE SPACES                      TO SUPRPT-REC.              01470216
           STRING 'DUPLICATE WINDOW (DAYS)     :     '                  01470217
                                            DELIMITED BY SIZE           01470218
                  WV-DUP-DAYS               DELIMITED BY SIZE           01470219
                  '  SENT ON OR AFTER '     DELIMITED BY SIZE           01470220
                  WV-DUP-CUTOFF             DELIMITED BY SIZE           01470221
                  INTO SUPRPT-REC                                       01470222
           END-STRING.                                                  01470223
           PERFORM Z230-WRITE-SUP-REC.                                  01470224
                                                                        01470225
           MOVE SPACES                      TO SUPRPT-REC.              01470226
           STRING 'HISTORY RETENTION (DAYS)    :     '                  01470227
                                            DELIMITED BY SIZE           01470228
                  WV-KEEP-DAYS              DELIMITED BY SIZE           01470229
                  INTO SUPRPT-REC                                       01470230
           END-STRING.                                                  01470231
           PERFORM Z230-WRITE-SUP-REC.                                  01470232
                                                                        01470233
           MOVE WA-HIST-READ-CTR            TO WV-CTR-DISP.             01470234
           MOVE SPACES                      TO SUPRPT-REC.              01470235
           STRING 'HISTORY ENTRIES READ        :  ' DELIMITED BY SIZE   01470236
                  WV-CTR-DISP               DELIMITED BY SIZE           01470237
                  INTO SUPRPT-REC                                       01470238
           END-STRING.                                                  01470239
           PERFORM Z230-WRITE-SUP-REC.                                  01470240
                                                                        01470241
           MOVE WA-HIST-EXP-CTR             TO WV-CTR-DISP.             01470242
           MOVE SPACES                      TO SUPRPT-REC.              01470243
           STRING 'HISTORY ENTRIES EXPIRED     :  ' DELIMITED BY SIZE   01470244
                  WV-CTR-DISP               DELIMITED BY SIZE           01470245
                  INTO SUPRPT-REC                                       01470246
           END-STRING.                                                  01470247
           PERFORM Z230-WRITE-SUP-REC.                                  01470248
                                                                        01470249
           MOVE WA-HIST-ADD-CTR             TO WV-CTR-DISP.             01470250
           MOVE SPACES                      TO SUPRPT-REC.              01470251
           STRING 'MESSAGES SENT THIS RUN      :  ' DELIMITED BY SIZE   01470252
                  WV-CTR-DISP               DELIMITED BY SIZE           01470253
                  INTO SUPRPT-REC                                       01470254
           END-STRING.                                                  01470255
           PERFORM Z230-WRITE-SUP-REC.                                  01470256
                                                                        01470257
           MOVE WA-DUP-CTR                  TO WV-CTR-DISP.             01470258
           MOVE SPACES                      TO SUPRPT-REC.              01470259
           STRING 'DUPLICATES SUPPRESSED       :  ' DELIMITED BY SIZE   01470260
                  WV-CTR-DISP               DELIMITED BY SIZE           01470261
                  INTO SUPRPT-REC                                       01470262
           END-STRING.                                                  01470263
           PERFORM Z230-WRITE-SUP-REC.                                  01470264
                                                                        01470265
           MOVE WA-HIST-OUT-CTR             TO WV-CTR-DISP.             01470266
           MOVE SPACES                      TO SUPRPT-REC.              01470267
           STRING 'HISTORY ENTRIES CARRIED     :  ' DELIMITED BY SIZE   01470268
                  WV-CTR-DISP               DELIMITED BY SIZE           01470269
                  INTO SUPRPT-REC                                       01470270
           END-STRING.                                                  01470271
           PERFORM Z230-WRITE-SUP-REC.                                  01470272
                                                                        01470273
           IF WA-HIST-FULL-CTR > ZERO                                   01470274
              MOVE '*** SENT HISTORY TABLE FULL - SOME SENDS NOT RECORD 01470275
      -            'ED ***'                 TO SUPRPT-REC               01470276
              PERFORM Z230-WRITE-SUP-REC                                01470277
           END-IF.                                                      01470278
                                                                        01470279
       Z900-DISPLAY-CTR.                                                01470280
      *-----------------                                                01480004
                                                                        01490004
           DISPLAY 'NO OF RECORD READ :'WA-READ-CTR.                    01500004
           DISPLAY 'NO OF PENDING RELEASED :'WA-PEND-REL-CTR.           01510724
           DISPLAY 'NO OF PENDING EXPIRED :'WA-PEND-EXP-CTR.            01510734
           DISPLAY 'PENDING QUEUE DEPTH CARRIED :'WA-PEND-OUT-CTR.      01510744
           DISPLAY 'NO OF HISTORY ENTRIES READ :'WA-HIST-READ-CTR.      01510749
           DISPLAY 'NO OF HISTORY ENTRIES EXPIRED :'WA-HIST-EXP-CTR.    01510754
           DISPLAY 'NO OF HISTORY ENTRIES ADDED :'WA-HIST-ADD-CTR.      01510759
           DISPLAY 'NO OF HISTORY ENTRIES CARRIED :'WA-HIST-OUT-CTR.    01510764
           DISPLAY 'NO OF HISTORY TABLE OVERFLOWS :'WA-HIST-FULL-CTR.   01510769
           DISPLAY 'NO OF DUPLICATES SUPPRESSED :'WA-DUP-CTR.           01510774
                                                                        01510804
           MOVE ZERO                        TO WV-LANG-IX.              01510904
                                                                        01511004
