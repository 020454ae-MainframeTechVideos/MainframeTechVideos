       ID DIVISION.                                                     00010000
      **************                                                    00020000
                                                                        00030000
       PROGRAM-ID.     SLAMON01.                                        00040000
                                                                        00050000
       AUTHOR.         MAINFRAMETECHVIDEOS.                             00060000
                                                                        00070000
       DATE-WRITTEN.   2026/10/15.                                      00080000
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
           SELECT  VALFILE   ASSIGN         TO UT-S-VALFILE.            00290000
           SELECT  SLACARD   ASSIGN         TO UT-S-SLACARD.            00300000
           SELECT  RUNREG    ASSIGN         TO UT-S-RUNREG.             00310000
           SELECT  SLAHIST   ASSIGN         TO UT-S-SLAHIST.            00320000
           SELECT  NEWSLAH   ASSIGN         TO UT-S-NEWSLAH.            00330000
           SELECT  SLARPT    ASSIGN         TO UT-S-SLARPT.             00340000
           SELECT  ALERTFILE ASSIGN         TO UT-S-ALERTFILE.          00350000
                                                                        00360000
       DATA DIVISION.                                                   00370000
      ****************                                                  00380000
                                                                        00390000
       FILE SECTION.                                                    00400000
      *=============                                                    00410000
                                                                        00420000
       FD VALFILE                                                       00430000
              LABEL RECORD STANDARD                                     00440000
              BLOCK 0 RECORDS                                           00450000
              RECORDING MODE IS F.                                      00460000
                                                                        00470000
       01 VALFILE-REC.                                                  00480000
          03 VAL-CARD                       PIC X(80).                  00490000
                                                                        00500000
       FD SLACARD                                                       00510000
              LABEL RECORD STANDARD                                     00520000
              BLOCK 0 RECORDS                                           00530000
              RECORDING MODE IS F.                                      00540000
                                                                        00550000
       01 SLACARD-REC.                                                  00560000
          03 SLA-PGM-NM                     PIC X(08).                  00570000
          03 SLA-MAX-MINS                   PIC 9(04).                  00580000
          03 SLA-LATEST-END                 PIC 9(04).                  00590000
          03 FILLER                         PIC X(64).                  00600000
                                                                        00610000
       FD RUNREG                                                        00620000
              LABEL RECORD STANDARD                                     00630000
              BLOCK 0 RECORDS                                           00640000
              RECORDING MODE IS F.                                      00650000
                                                                        00660000
       01 RUNREG-REC.                                                   00670000
          03 REG-RUN-ID                     PIC X(14).                  00680000
          03 REG-PGM-NM                     PIC X(08).                  00690000
          03 REG-STT-TS                     PIC X(14).                  00700000
          03 REG-STATUS                     PIC X(12).                  00710000
          03 REG-END-TS                     PIC X(14).                  00720000
          03 REG-RTN-CD                     PIC 9(04).                  00730000
          03 FILLER                         PIC X(14).                  00740000
                                                                        00750000
       FD SLAHIST                                                       00760000
              LABEL RECORD STANDARD                                     00770000
              BLOCK 0 RECORDS                                           00780000
              RECORDING MODE IS F.                                      00790000
                                                                        00800000
       01 SLAHIST-REC.                                                  00810000
          03 HST-BATCH-DATE                 PIC X(08).                  00820000
          03 HST-PGM-NM                     PIC X(08).                  00830000
          03 HST-STT-TS                     PIC X(14).                  00840000
          03 HST-END-TS                     PIC X(14).                  00850000
          03 HST-ELAPSED-SECS               PIC 9(07).                  00860000
          03 HST-STATUS                     PIC X(12).                  00870000
          03 HST-FLAG                       PIC X(10).                  00880000
          03 FILLER                         PIC X(07).                  00890000
                                                                        00900000
       FD NEWSLAH                                                       00910000
              LABEL RECORD STANDARD                                     00920000
              BLOCK 0 RECORDS                                           00930000
              RECORDING MODE IS F.                                      00940000
                                                                        00950000
       01 NEWSLAH-REC                       PIC X(80).                  00960000
                                                                        00970000
       FD SLARPT                                                        00980000
              LABEL RECORD STANDARD                                     00990000
              BLOCK 0 RECORDS                                           01000000
              RECORDING MODE IS F.                                      01010000
                                                                        01020000
       01 RPT-REC                           PIC X(132).                 01030000
                                                                        01040000
       FD ALERTFILE                                                     01050000
              LABEL RECORD STANDARD                                     01060000
              BLOCK 0 RECORDS                                           01070000
              RECORDING MODE IS F.                                      01080000
                                                                        01090000
       01 ALERTFILE-REC.                                                01100000
          03 ALT-PGM-NM                     PIC X(08).                  01110000
          03 ALT-TS                         PIC X(14).                  01120000
          03 ALT-SEVERITY                   PIC X(01).                  01130000
          03 ALT-EVENT-CD                   PIC X(08).                  01140000
          03 ALT-TEXT                       PIC X(40).                  01150000
          03 FILLER                         PIC X(09).                  01160000
                                                                        01170000
       WORKING-STORAGE SECTION.                                         01180000
      *=========================                                        01190000
                                                                        01200000
       01 WS-WA.                                                        01210000
      *---------                                                        01220000
                                                                        01230000
          03 WA-SLA-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01240000
          03 WA-REG-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01250000
          03 WA-RUN-CTR                     PIC S9(09) PACKED-DECIMAL.  01260000
          03 WA-OK-CTR                      PIC S9(09) PACKED-DECIMAL.  01270000
          03 WA-BREACH-CTR                  PIC S9(09) PACKED-DECIMAL.  01280000
          03 WA-RUNNING-CTR                 PIC S9(09) PACKED-DECIMAL.  01290000
          03 WA-NOSLA-CTR                   PIC S9(09) PACKED-DECIMAL.  01300000
          03 WA-HST-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01310000
          03 WA-HST-KEPT-CTR                PIC S9(09) PACKED-DECIMAL.  01320000
          03 WA-HST-NEW-CTR                 PIC S9(09) PACKED-DECIMAL.  01330000
          03 WA-TBLFULL-CTR                 PIC S9(09) PACKED-DECIMAL.  01340000
          03 WA-RPT-LINE-CTR                PIC S9(03) PACKED-DECIMAL.  01350000
          03 WA-RPT-PAGE-CTR                PIC S9(05) PACKED-DECIMAL.  01360000
                                                                        01370000
       01 WS-WI.                                                        01380000
      *---------                                                        01390000
                                                                        01400000
          03 WI-EOF-VALFILE                 PIC X(01).                  01410000
          03 WI-EOF-SLACARD                 PIC X(01).                  01420000
          03 WI-EOF-RUNREG                  PIC X(01).                  01430000
          03 WI-EOF-SLAHIST                 PIC X(01).                  01440000
          03 WI-PARM-ERR                    PIC X(01).                  01450000
          03 WI-BATCH-DATE-SET              PIC X(01).                  01460000
                                                                        01470000
       01 WS-CS.                                                        01480000
      *---------                                                        01490000
                                                                        01500000
          03 WC-PGM-NM                      PIC X(08) VALUE 'SLAMON01'. 01510000
          03 WC-PCS-NM                      PIC X(40) VALUE             01520000
             'BATCH WINDOW SLA MONITOR'.                                01530000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        01540000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        01550000
          03 WC-ONE                         PIC 9(01) VALUE 1.          01560000
          03 WC-SECS-PER-DAY                PIC 9(05) VALUE 86400.      01570000
          03 WC-SLA-MAX                     PIC 9(03) VALUE 50.         01580000
          03 WC-RUN-MAX                     PIC 9(03) VALUE 500.        01590000
          03 WC-HST-MAX                     PIC 9(05) VALUE 9000.       01600000
          03 WC-DAY-MAX                     PIC 9(03) VALUE 400.        01610000
          03 WC-RPT-MAX-LINE                PIC 9(03) VALUE 55.         01620000
          03 WC-FLG-OK                      PIC X(10) VALUE 'OK'.       01630000
          03 WC-FLG-LONG                    PIC X(10) VALUE 'LONG RUN'. 01640000
          03 WC-FLG-LATE                    PIC X(10) VALUE 'LATE'.     01650000
          03 WC-FLG-LATE-LONG               PIC X(10) VALUE             01660000
             'LATE+LONG'.                                               01670000
          03 WC-FLG-OVERDUE                 PIC X(10) VALUE 'OVERDUE'.  01680000
          03 WC-FLG-RUNNING                 PIC X(10) VALUE 'RUNNING'.  01690000
          03 WC-FLG-MISSED                  PIC X(10) VALUE 'MISSED'.   01700000
          03 WC-FLG-PENDING                 PIC X(10) VALUE 'PENDING'.  01710000
          03 WC-FLG-NOSLA                   PIC X(10) VALUE 'NO SLA'.   01720000
                                                                        01730000
       01 WS-REG-CS.                                                    01740000
      *-------------                                                    01750000
                                                                        01760000
          03 WC-REG-INPROG                  PIC X(12) VALUE             01770000
             'IN-PROGRESS'.                                             01780000
          03 WC-REG-OK                      PIC X(12) VALUE             01790000
             'ENDED-OK'.                                                01800000
          03 WC-REG-ERR                     PIC X(12) VALUE             01810000
             'ENDED-ERROR'.                                             01820000
                                                                        01830000
       01 WS-WV.                                                        01840000
      *---------                                                        01850000
                                                                        01860000
          03 WV-PARM-KEY                    PIC X(20).                  01870000
          03 WV-PARM-VAL                    PIC X(20).                  01880000
          03 WV-PARM-LINE-CTR               PIC 9(03).                  01890000
          03 WV-BATCH-DATE                  PIC X(08).                  01900000
          03 WV-BATCH-DATE-N REDEFINES WV-BATCH-DATE                    01910000
                                            PIC 9(08).                  01920000
          03 WV-WINDOW-START                PIC 9(04).                  01930000
          03 WV-KEEP-DAYS                   PIC 9(03).                  01940000
          03 WV-AS-OF-TS                    PIC X(14).                  01950000
          03 WV-BATCH-INT                   PIC S9(09) BINARY.          01960000
          03 WV-CUTOFF-INT                  PIC S9(09) BINARY.          01970000
          03 WV-CUTOFF-DATE-N               PIC 9(08).                  01980000
          03 WV-CUTOFF-DATE REDEFINES WV-CUTOFF-DATE-N                  01990000
                                            PIC X(08).                  02000000
          03 WV-WIN-STT-SECS                PIC S9(11) PACKED-DECIMAL.  02010000
          03 WV-WIN-END-SECS                PIC S9(11) PACKED-DECIMAL.  02020000
          03 WV-AS-OF-SECS                  PIC S9(11) PACKED-DECIMAL.  02030000
          03 WV-TS                          PIC X(14).                  02040000
          03 WV-TS-R REDEFINES WV-TS.                                   02050000
             05 WV-TS-DATE-N                PIC 9(08).                  02060000
             05 WV-TS-HH                    PIC 9(02).                  02070000
             05 WV-TS-MI                    PIC 9(02).                  02080000
             05 WV-TS-SS                    PIC 9(02).                  02090000
          03 WV-TS-SECS                     PIC S9(11) PACKED-DECIMAL.  02100000
          03 WV-TS-FMT                      PIC X(16).                  02110000
          03 WV-SECS                        PIC S9(09) PACKED-DECIMAL.  02120000
          03 WV-HMS                         PIC X(08).                  02130000
          03 WV-HMS-HH                      PIC 9(02).                  02140000
          03 WV-HMS-MI                      PIC 9(02).                  02150000
          03 WV-HMS-SS                      PIC 9(02).                  02160000
          03 WV-HMS-REM                     PIC S9(09) PACKED-DECIMAL.  02170000
          03 WV-HHMM                        PIC 9(04).                  02180000
          03 WV-HHMM-R REDEFINES WV-HHMM.                               02190000
             05 WV-HHMM-HH                  PIC 9(02).                  02200000
             05 WV-HHMM-MI                  PIC 9(02).                  02210000
          03 WV-END-HHMM                    PIC X(04).                  02220000
          03 WV-DL-HHMM                     PIC X(04).                  02230000
          03 WV-SRCH-PGM                    PIC X(08).                  02240000
          03 WV-FOUND-SW                    PIC X(01).                  02250000
          03 WV-CTR-DISP                    PIC ZZ,ZZZ,ZZ9.             02260000
          03 WV-HOLD-LINE                   PIC X(132).                 02270000
                                                                        02280000
       01 WS-SLA-TBL.                                                   02290000
      *--------------                                                   02300000
                                                                        02310000
          03 WV-SL-CNT                      PIC S9(03) BINARY.          02320000
          03 WV-SL-IX                       PIC S9(03) BINARY.          02330000
          03 WV-SL-ENTRY OCCURS 50 TIMES.                               02340000
             05 WV-SL-PGM-NM                PIC X(08).                  02350000
             05 WV-SL-MAX-SECS              PIC S9(09) PACKED-DECIMAL.  02360000
             05 WV-SL-LATEST-END            PIC 9(04).                  02370000
             05 WV-SL-DL-TS                 PIC X(14).                  02380000
             05 WV-SL-DL-SECS               PIC S9(11) PACKED-DECIMAL.  02390000
             05 WV-SL-RUN-SEEN              PIC X(01).                  02400000
             05 WV-SL-HST-CNT               PIC S9(05) PACKED-DECIMAL.  02410000
             05 WV-SL-HST-TOT               PIC S9(11) PACKED-DECIMAL.  02420000
             05 WV-SL-HST-MAX               PIC S9(09) PACKED-DECIMAL.  02430000
             05 WV-SL-TONIGHT               PIC S9(09) PACKED-DECIMAL.  02440000
                                                                        02450000
       01 WS-RUN-TBL.                                                   02460000
      *--------------                                                   02470000
                                                                        02480000
          03 WV-RN-CNT                      PIC S9(03) BINARY.          02490000
          03 WV-RN-IX                       PIC S9(03) BINARY.          02500000
          03 WV-RN-ENTRY OCCURS 500 TIMES.                              02510000
             05 WV-RN-RUN-ID                PIC X(14).                  02520000
             05 WV-RN-PGM-NM                PIC X(08).                  02530000
             05 WV-RN-STT-TS                PIC X(14).                  02540000
             05 WV-RN-END-TS                PIC X(14).                  02550000
             05 WV-RN-STATUS                PIC X(12).                  02560000
             05 WV-RN-RTN-CD                PIC 9(04).                  02570000
             05 WV-RN-ELAPSED               PIC S9(09) PACKED-DECIMAL.  02580000
             05 WV-RN-SL-IX                 PIC S9(03) BINARY.          02590000
             05 WV-RN-FLAG                  PIC X(10).                  02600000
                                                                        02610000
       01 WS-DAY-TBL.                                                   02620000
      *--------------                                                   02630000
                                                                        02640000
          03 WV-DY-CNT                      PIC S9(03) BINARY.          02650000
          03 WV-DY-IX                       PIC S9(03) BINARY.          02660000
          03 WV-DY-ENTRY OCCURS 400 TIMES.                              02670000
             05 WV-DY-BATCH-DATE            PIC X(08).                  02680000
             05 WV-DY-FIRST-STT             PIC X(14).                  02690000
             05 WV-DY-LAST-END              PIC X(14).                  02700000
             05 WV-DY-RUNS                  PIC S9(05) PACKED-DECIMAL.  02710000
             05 WV-DY-BREACHES              PIC S9(05) PACKED-DECIMAL.  02720000
                                                                        02730000
       01 WS-ALERT.                                                     02740000
      *------------                                                     02750000
                                                                        02760000
          03 WV-ALT-SEV                     PIC X(01).                  02770000
          03 WV-ALT-CD                      PIC X(08).                  02780000
          03 WV-ALT-TXT                     PIC X(40).                  02790000
                                                                        02800000
       01 WS-RPT-HDR1.                                                  02810000
      *---------------                                                  02820000
                                                                        02830000
          03 FILLER                         PIC X(08) VALUE 'SLAMON01'. 02840000
          03 FILLER                         PIC X(05) VALUE SPACES.     02850000
          03 FILLER                         PIC X(30) VALUE             02860000
             'BATCH WINDOW SLA MONITOR - '.                             02870000
          03 FILLER                         PIC X(11) VALUE             02880000
             'BATCH DATE '.                                             02890000
          03 RPT-HDR-BATCH-DATE             PIC X(08).                  02900000
          03 FILLER                         PIC X(08) VALUE '  AS OF '. 02910000
          03 RPT-HDR-AS-OF                  PIC X(16).                  02920000
          03 FILLER                         PIC X(35) VALUE SPACES.     02930000
          03 FILLER                         PIC X(05) VALUE 'PAGE '.    02940000
          03 RPT-HDR-PAGE                   PIC ZZ,ZZ9.                 02950000
                                                                        02960000
       01 WS-RPT-RUN-HDR.                                               02970000
      *------------------                                               02980000
                                                                        02990000
          03 FILLER                         PIC X(08) VALUE 'PROGRAM'.  03000000
          03 FILLER                         PIC X(02) VALUE SPACES.     03010000
          03 FILLER                         PIC X(12) VALUE 'STATUS'.   03020000
          03 FILLER                         PIC X(02) VALUE SPACES.     03030000
          03 FILLER                         PIC X(16) VALUE 'STARTED'.  03040000
          03 FILLER                         PIC X(02) VALUE SPACES.     03050000
          03 FILLER                         PIC X(16) VALUE 'ENDED'.    03060000
          03 FILLER                         PIC X(02) VALUE SPACES.     03070000
          03 FILLER                         PIC X(08) VALUE 'ELAPSED'.  03080000
          03 FILLER                         PIC X(02) VALUE SPACES.     03090000
          03 FILLER                         PIC X(08) VALUE 'SLA'.      03100000
          03 FILLER                         PIC X(02) VALUE SPACES.     03110000
          03 FILLER                         PIC X(16) VALUE 'DEADLINE'. 03120000
          03 FILLER                         PIC X(02) VALUE SPACES.     03130000
          03 FILLER                         PIC X(10) VALUE 'SLA CHECK'.03140000
          03 FILLER                         PIC X(02) VALUE SPACES.     03150000
          03 FILLER                         PIC X(04) VALUE 'RC'.       03160000
          03 FILLER                         PIC X(18) VALUE SPACES.     03170000
                                                                        03180000
       01 WS-RPT-RUN.                                                   03190000
      *--------------                                                   03200000
                                                                        03210000
          03 RPT-RUN-PGM                    PIC X(08).                  03220000
          03 FILLER                         PIC X(02) VALUE SPACES.     03230000
          03 RPT-RUN-STATUS                 PIC X(12).                  03240000
          03 FILLER                         PIC X(02) VALUE SPACES.     03250000
          03 RPT-RUN-STARTED                PIC X(16).                  03260000
          03 FILLER                         PIC X(02) VALUE SPACES.     03270000
          03 RPT-RUN-ENDED                  PIC X(16).                  03280000
          03 FILLER                         PIC X(02) VALUE SPACES.     03290000
          03 RPT-RUN-ELAPSED                PIC X(08).                  03300000
          03 FILLER                         PIC X(02) VALUE SPACES.     03310000
          03 RPT-RUN-SLA                    PIC X(08).                  03320000
          03 FILLER                         PIC X(02) VALUE SPACES.     03330000
          03 RPT-RUN-DEADLINE               PIC X(16).                  03340000
          03 FILLER                         PIC X(02) VALUE SPACES.     03350000
          03 RPT-RUN-FLAG                   PIC X(10).                  03360000
          03 FILLER                         PIC X(02) VALUE SPACES.     03370000
          03 RPT-RUN-RC                     PIC X(04).                  03380000
          03 FILLER                         PIC X(18) VALUE SPACES.     03390000
                                                                        03400000
       01 WS-RPT-DAY-HDR.                                               03410000
      *------------------                                               03420000
                                                                        03430000
          03 FILLER                         PIC X(10) VALUE             03440000
             'BATCH DATE'.                                              03450000
          03 FILLER                         PIC X(02) VALUE SPACES.     03460000
          03 FILLER                         PIC X(16) VALUE             03470000
             'STREAM STARTED'.                                          03480000
          03 FILLER                         PIC X(02) VALUE SPACES.     03490000
          03 FILLER                         PIC X(16) VALUE             03500000
             'STREAM ENDED'.                                            03510000
          03 FILLER                         PIC X(02) VALUE SPACES.     03520000
          03 FILLER                         PIC X(08) VALUE 'ELAPSED'.  03530000
          03 FILLER                         PIC X(02) VALUE SPACES.     03540000
          03 FILLER                         PIC X(05) VALUE ' RUNS'.    03550000
          03 FILLER                         PIC X(02) VALUE SPACES.     03560000
          03 FILLER                         PIC X(08) VALUE 'BREACHES'. 03570000
          03 FILLER                         PIC X(59) VALUE SPACES.     03580000
                                                                        03590000
       01 WS-RPT-DAY.                                                   03600000
      *--------------                                                   03610000
                                                                        03620000
          03 RPT-DAY-DATE                   PIC X(10).                  03630000
          03 FILLER                         PIC X(02) VALUE SPACES.     03640000
          03 RPT-DAY-STARTED                PIC X(16).                  03650000
          03 FILLER                         PIC X(02) VALUE SPACES.     03660000
          03 RPT-DAY-ENDED                  PIC X(16).                  03670000
          03 FILLER                         PIC X(02) VALUE SPACES.     03680000
          03 RPT-DAY-ELAPSED                PIC X(08).                  03690000
          03 FILLER                         PIC X(02) VALUE SPACES.     03700000
          03 RPT-DAY-RUNS                   PIC ZZZZ9.                  03710000
          03 FILLER                         PIC X(02) VALUE SPACES.     03720000
          03 RPT-DAY-BREACHES               PIC ZZZZZZZ9.               03730000
          03 FILLER                         PIC X(59) VALUE SPACES.     03740000
                                                                        03750000
       01 WS-RPT-PGM-HDR.                                               03760000
      *------------------                                               03770000
                                                                        03780000
          03 FILLER                         PIC X(08) VALUE 'PROGRAM'.  03790000
          03 FILLER                         PIC X(02) VALUE SPACES.     03800000
          03 FILLER                         PIC X(05) VALUE ' RUNS'.    03810000
          03 FILLER                         PIC X(02) VALUE SPACES.     03820000
          03 FILLER                         PIC X(08) VALUE 'AVERAGE'.  03830000
          03 FILLER                         PIC X(02) VALUE SPACES.     03840000
          03 FILLER                         PIC X(08) VALUE 'LONGEST'.  03850000
          03 FILLER                         PIC X(02) VALUE SPACES.     03860000
          03 FILLER                         PIC X(08) VALUE 'TONIGHT'.  03870000
          03 FILLER                         PIC X(02) VALUE SPACES.     03880000
          03 FILLER                         PIC X(08) VALUE 'SLA'.      03890000
          03 FILLER                         PIC X(77) VALUE SPACES.     03900000
                                                                        03910000
       01 WS-RPT-PGM.                                                   03920000
      *--------------                                                   03930000
                                                                        03940000
          03 RPT-PGM-NM                     PIC X(08).                  03950000
          03 FILLER                         PIC X(02) VALUE SPACES.     03960000
          03 RPT-PGM-RUNS                   PIC ZZZZ9.                  03970000
          03 FILLER                         PIC X(02) VALUE SPACES.     03980000
          03 RPT-PGM-AVG                    PIC X(08).                  03990000
          03 FILLER                         PIC X(02) VALUE SPACES.     04000000
          03 RPT-PGM-MAX                    PIC X(08).                  04010000
          03 FILLER                         PIC X(02) VALUE SPACES.     04020000
          03 RPT-PGM-TONIGHT                PIC X(08).                  04030000
          03 FILLER                         PIC X(02) VALUE SPACES.     04040000
          03 RPT-PGM-SLA                    PIC X(08).                  04050000
          03 FILLER                         PIC X(77) VALUE SPACES.     04060000
                                                                        04070000
       PROCEDURE DIVISION.                                              04080000
      ********************                                              04090000
                                                                        04100000
           PERFORM A010-STT-SLA-MON.                                    04110000
           PERFORM A020-PCS-RUNREG-REC                                  04120000
                   UNTIL WI-EOF-RUNREG = HIGH-VALUES.                   04130000
           PERFORM A030-END-SLA-MON.                                    04140000
           STOP RUN.                                                    04150000
                                                                        04160000
      **************************** LEVEL A *****************************04170000
                                                                        04180000
       A010-STT-SLA-MON.                                                04190000
      *------------------                                               04200000
                                                                        04210000
           PERFORM Z030-INIT-FLDS.                                      04220000
           PERFORM Z015-READ-VAL-SW.                                    04230000
           IF WI-PARM-ERR = WC-IC-ON                                    04240000
              DISPLAY 'RUN REFUSED - PARAMETER ERRORS'                  04250000
              MOVE 8                        TO RETURN-CODE              04260000
              MOVE HIGH-VALUES              TO WI-EOF-RUNREG            04270000
           ELSE                                                         04280000
              PERFORM Z035-LOAD-SLA-FILE                                04290000
              PERFORM Z010-OPN-FILES                                    04300000
              PERFORM Z200-WRITE-RPT-HDR                                04310000
              PERFORM Z040-READ-RUNREG                                  04320000
           END-IF.                                                      04330000
                                                                        04340000
       A020-PCS-RUNREG-REC.                                             04350000
      *---------------------                                            04360000
                                                                        04370000
           MOVE REG-STT-TS                  TO WV-TS.                   04380000
           PERFORM Z050-TS-TO-SECS.                                     04390000
           IF WV-TS-SECS >= WV-WIN-STT-SECS                             04400000
              AND WV-TS-SECS < WV-WIN-END-SECS                          04410000
              AND REG-PGM-NM NOT = WC-PGM-NM                            04420000
              PERFORM B010-POST-RUN                                     04430000
           END-IF.                                                      04440000
           PERFORM Z040-READ-RUNREG.                                    04450000
                                                                        04460000
       A030-END-SLA-MON.                                                04470000
      *------------------                                               04480000
                                                                        04490000
           IF WI-PARM-ERR = WC-IC-OFF                                   04500000
              PERFORM Z240-WRITE-RPT-RUN-HDR                            04510000
              MOVE ZERO                     TO WV-RN-IX                 04520000
              PERFORM B020-CHK-RUN-SLA                                  04530000
                      UNTIL WV-RN-IX >= WV-RN-CNT                       04540000
              MOVE ZERO                     TO WV-SL-IX                 04550000
              PERFORM B030-CHK-MISSED-PGM                               04560000
                      UNTIL WV-SL-IX >= WV-SL-CNT                       04570000
              PERFORM B040-ROLL-HISTORY                                 04580000
              PERFORM B050-PRT-STREAM-TREND                             04590000
              PERFORM B060-PRT-PGM-TREND                                04600000
              PERFORM B090-PRT-SUMMARY                                  04610000
              PERFORM Z020-CLS-FILES                                    04620000
              IF WA-BREACH-CTR > ZERO                                   04630000
                 IF RETURN-CODE < 4                                     04640000
                    MOVE 4                  TO RETURN-CODE              04650000
                 END-IF                                                 04660000
              END-IF                                                    04670000
           END-IF.                                                      04680000
           IF WA-TBLFULL-CTR > ZERO                                     04690000
              MOVE 8                        TO RETURN-CODE              04700000
              MOVE 'H'                      TO WV-ALT-SEV               04710000
              MOVE 'TBLFULL'                TO WV-ALT-CD                04720000
              MOVE 'SLA MONITOR TABLE FULL - CHECK INCOMPLETE'          04730000
                                            TO WV-ALT-TXT               04740000
              PERFORM Z998-WRITE-ALERT-REC                              04750000
           END-IF.                                                      04760000
           PERFORM Z990-PCS-CTRS.                                       04770000
                                                                        04780000
      **************************** LEVEL B *****************************04790000
                                                                        04800000
       B010-POST-RUN.                                                   04810000
      *---------------                                                  04820000
                                                                        04830000
           MOVE WC-IC-OFF                   TO WV-FOUND-SW.             04840000
           MOVE ZERO                        TO WV-RN-IX.                04850000
           PERFORM C010-SCAN-RUN-TBL                                    04860000
                   UNTIL WV-FOUND-SW = WC-IC-ON                         04870000
                      OR WV-RN-IX >= WV-RN-CNT.                         04880000
           IF WV-FOUND-SW = WC-IC-OFF                                   04890000
              IF WV-RN-CNT < WC-RUN-MAX                                 04900000
                 ADD 1                      TO WV-RN-CNT                04910000
                 MOVE WV-RN-CNT             TO WV-RN-IX                 04920000
                 MOVE REG-RUN-ID            TO WV-RN-RUN-ID (WV-RN-IX)  04930000
                 MOVE REG-PGM-NM            TO WV-RN-PGM-NM (WV-RN-IX)  04940000
                 MOVE REG-STT-TS            TO WV-RN-STT-TS (WV-RN-IX)  04950000
                 MOVE SPACES                TO WV-RN-END-TS (WV-RN-IX)  04960000
                 MOVE WC-REG-INPROG         TO WV-RN-STATUS (WV-RN-IX)  04970000
                 MOVE ZERO                  TO WV-RN-RTN-CD (WV-RN-IX)  04980000
                 MOVE WC-IC-ON              TO WV-FOUND-SW              04990000
              ELSE                                                      05000000
                 DISPLAY 'RUN TABLE FULL - RUN NOT CHECKED:'            05010000
                         REG-PGM-NM ' ' REG-RUN-ID                      05020000
                 ADD WC-ONE                 TO WA-TBLFULL-CTR           05030000
              END-IF                                                    05040000
           END-IF.                                                      05050000
           IF WV-FOUND-SW = WC-IC-ON                                    05060000
              AND REG-STATUS NOT = WC-REG-INPROG                        05070000
              MOVE REG-END-TS               TO WV-RN-END-TS (WV-RN-IX)  05080000
              MOVE REG-STATUS               TO WV-RN-STATUS (WV-RN-IX)  05090000
              MOVE REG-RTN-CD               TO WV-RN-RTN-CD (WV-RN-IX)  05100000
           END-IF.                                                      05110000
                                                                        05120000
       B020-CHK-RUN-SLA.                                                05130000
      *------------------                                               05140000
                                                                        05150000
           ADD 1                            TO WV-RN-IX.                05160000
           ADD WC-ONE                       TO WA-RUN-CTR.              05170000
           MOVE WV-RN-STT-TS (WV-RN-IX)     TO WV-TS.                   05180000
           PERFORM Z050-TS-TO-SECS.                                     05190000
           IF WV-RN-STATUS (WV-RN-IX) = WC-REG-INPROG                   05200000
              SUBTRACT WV-TS-SECS FROM WV-AS-OF-SECS                    05210000
                       GIVING WV-RN-ELAPSED (WV-RN-IX)                  05220000
           ELSE                                                         05230000
              MOVE WV-TS-SECS               TO WV-SECS                  05240000
              MOVE WV-RN-END-TS (WV-RN-IX)  TO WV-TS                    05250000
              PERFORM Z050-TS-TO-SECS                                   05260000
              SUBTRACT WV-SECS FROM WV-TS-SECS                          05270000
                       GIVING WV-RN-ELAPSED (WV-RN-IX)                  05280000
           END-IF.                                                      05290000
           MOVE WV-RN-PGM-NM (WV-RN-IX)     TO WV-SRCH-PGM.             05300000
           PERFORM Z070-FIND-SLA.                                       05310000
           IF WV-FOUND-SW = WC-IC-OFF                                   05320000
              MOVE ZERO                     TO WV-RN-SL-IX (WV-RN-IX)   05330000
              MOVE WC-FLG-NOSLA             TO WV-RN-FLAG (WV-RN-IX)    05340000
              ADD WC-ONE                    TO WA-NOSLA-CTR             05350000
           ELSE                                                         05360000
              MOVE WV-SL-IX                 TO WV-RN-SL-IX (WV-RN-IX)   05370000
              MOVE WC-IC-ON                 TO                          05380000
                   WV-SL-RUN-SEEN (WV-SL-IX)                            05390000
              IF WV-RN-STATUS (WV-RN-IX) = WC-REG-INPROG                05400000
                 PERFORM C020-CHK-OPEN-RUN                              05410000
              ELSE                                                      05420000
                 PERFORM C025-CHK-ENDED-RUN                             05430000
              END-IF                                                    05440000
           END-IF.                                                      05450000
           PERFORM C030-PRT-RUN-LINE.                                   05460000
                                                                        05470000
       B030-CHK-MISSED-PGM.                                             05480000
      *---------------------                                            05490000
                                                                        05500000
           ADD 1                            TO WV-SL-IX.                05510000
           IF WV-SL-RUN-SEEN (WV-SL-IX) = WC-IC-OFF                     05520000
              INITIALIZE WS-RPT-RUN                                     05530000
              MOVE WV-SL-PGM-NM (WV-SL-IX)  TO RPT-RUN-PGM              05540000
              MOVE 'NOT STARTED'            TO RPT-RUN-STATUS           05550000
              MOVE WV-SL-MAX-SECS (WV-SL-IX) TO WV-SECS                 05560000
              PERFORM Z060-FMT-ELAPSED                                  05570000
              MOVE WV-HMS                   TO RPT-RUN-SLA              05580000
              MOVE WV-SL-DL-TS (WV-SL-IX)   TO WV-TS                    05590000
              PERFORM Z055-FMT-TS                                       05600000
              MOVE WV-TS-FMT                TO RPT-RUN-DEADLINE         05610000
              IF WV-AS-OF-SECS > WV-SL-DL-SECS (WV-SL-IX)               05620000
                 MOVE WC-FLG-MISSED         TO RPT-RUN-FLAG             05630000
                 ADD WC-ONE                 TO WA-BREACH-CTR            05640000
                 MOVE WV-SL-DL-TS (WV-SL-IX) (9:4)                      05650000
                                            TO WV-DL-HHMM               05660000
                 MOVE SPACES                TO WV-ALT-TXT               05670000
                 STRING WV-SL-PGM-NM (WV-SL-IX)                         05680000
                                            DELIMITED BY SPACE          05690000
                        ' NOT STARTED BY DEADLINE '                     05700000
                                            DELIMITED BY SIZE           05710000
                        WV-DL-HHMM          DELIMITED BY SIZE           05720000
                        INTO WV-ALT-TXT                                 05730000
                 END-STRING                                             05740000
                 MOVE 'H'                   TO WV-ALT-SEV               05750000
                 MOVE 'SLAMISS'             TO WV-ALT-CD                05760000
                 PERFORM Z998-WRITE-ALERT-REC                           05770000
              ELSE                                                      05780000
                 MOVE WC-FLG-PENDING        TO RPT-RUN-FLAG             05790000
              END-IF                                                    05800000
              MOVE WS-RPT-RUN               TO RPT-REC                  05810000
              PERFORM Z230-WRITE-RPT-REC                                05820000
           END-IF.                                                      05830000
                                                                        05840000
       B040-ROLL-HISTORY.                                               05850000
      *-------------------                                              05860000
                                                                        05870000
           COMPUTE WV-CUTOFF-INT = WV-BATCH-INT - WV-KEEP-DAYS          05880000
           END-COMPUTE.                                                 05890000
           COMPUTE WV-CUTOFF-DATE-N =                                   05900000
                   FUNCTION DATE-OF-INTEGER (WV-CUTOFF-INT)             05910000
           END-COMPUTE.                                                 05920000
           OPEN INPUT  SLAHIST.                                         05930000
           PERFORM C040-COPY-HIST-REC                                   05940000
                   UNTIL WI-EOF-SLAHIST = HIGH-VALUES.                  05950000
           CLOSE SLAHIST.                                               05960000
           MOVE ZERO                        TO WV-RN-IX.                05970000
           PERFORM C045-ADD-HIST-REC                                    05980000
                   UNTIL WV-RN-IX >= WV-RN-CNT.                         05990000
                                                                        06000000
       B050-PRT-STREAM-TREND.                                           06010000
      *-----------------------                                          06020000
                                                                        06030000
           MOVE SPACES                      TO RPT-REC.                 06040000
           PERFORM Z230-WRITE-RPT-REC.                                  06050000
           MOVE 'NIGHTLY STREAM TREND'      TO RPT-REC.                 06060000
           PERFORM Z230-WRITE-RPT-REC.                                  06070000
           MOVE SPACES                      TO RPT-REC.                 06080000
           PERFORM Z230-WRITE-RPT-REC.                                  06090000
           MOVE WS-RPT-DAY-HDR              TO RPT-REC.                 06100000
           PERFORM Z230-WRITE-RPT-REC.                                  06110000
           MOVE ZERO                        TO WV-DY-IX.                06120000
           PERFORM C050-PRT-DAY-LINE                                    06130000
                   UNTIL WV-DY-IX >= WV-DY-CNT.                         06140000
                                                                        06150000
       B060-PRT-PGM-TREND.                                              06160000
      *--------------------                                             06170000
                                                                        06180000
           MOVE SPACES                      TO RPT-REC.                 06190000
           PERFORM Z230-WRITE-RPT-REC.                                  06200000
           MOVE 'ELAPSED TIME TREND BY PROGRAM' TO RPT-REC.             06210000
           PERFORM Z230-WRITE-RPT-REC.                                  06220000
           MOVE SPACES                      TO RPT-REC.                 06230000
           PERFORM Z230-WRITE-RPT-REC.                                  06240000
           MOVE WS-RPT-PGM-HDR              TO RPT-REC.                 06250000
           PERFORM Z230-WRITE-RPT-REC.                                  06260000
           MOVE ZERO                        TO WV-SL-IX.                06270000
           PERFORM C060-PRT-PGM-LINE                                    06280000
                   UNTIL WV-SL-IX >= WV-SL-CNT.                         06290000
                                                                        06300000
       B090-PRT-SUMMARY.                                                06310000
      *------------------                                               06320000
                                                                        06330000
           MOVE SPACES                      TO RPT-REC.                 06340000
           PERFORM Z230-WRITE-RPT-REC.                                  06350000
           MOVE 'SLA MONITOR SUMMARY'       TO RPT-REC.                 06360000
           PERFORM Z230-WRITE-RPT-REC.                                  06370000
           MOVE SPACES                      TO RPT-REC.                 06380000
           PERFORM Z230-WRITE-RPT-REC.                                  06390000
           MOVE WA-RUN-CTR                  TO WV-CTR-DISP.             06400000
           MOVE SPACES                      TO RPT-REC.                 06410000
           STRING 'RUNS IN WINDOW        :' DELIMITED BY SIZE           06420000
                  WV-CTR-DISP               DELIMITED BY SIZE           06430000
                  INTO RPT-REC                                          06440000
           END-STRING.                                                  06450000
           PERFORM Z230-WRITE-RPT-REC.                                  06460000
           MOVE WA-OK-CTR                   TO WV-CTR-DISP.             06470000
           MOVE SPACES                      TO RPT-REC.                 06480000
           STRING 'RUNS WITHIN SLA       :' DELIMITED BY SIZE           06490000
                  WV-CTR-DISP               DELIMITED BY SIZE           06500000
                  INTO RPT-REC                                          06510000
           END-STRING.                                                  06520000
           PERFORM Z230-WRITE-RPT-REC.                                  06530000
           MOVE WA-RUNNING-CTR              TO WV-CTR-DISP.             06540000
           MOVE SPACES                      TO RPT-REC.                 06550000
           STRING 'RUNS STILL RUNNING    :' DELIMITED BY SIZE           06560000
                  WV-CTR-DISP               DELIMITED BY SIZE           06570000
                  INTO RPT-REC                                          06580000
           END-STRING.                                                  06590000
           PERFORM Z230-WRITE-RPT-REC.                                  06600000
           MOVE WA-BREACH-CTR               TO WV-CTR-DISP.             06610000
           MOVE SPACES                      TO RPT-REC.                 06620000
           STRING 'SLA BREACHES          :' DELIMITED BY SIZE           06630000
                  WV-CTR-DISP               DELIMITED BY SIZE           06640000
                  INTO RPT-REC                                          06650000
           END-STRING.                                                  06660000
           PERFORM Z230-WRITE-RPT-REC.                                  06670000
           MOVE WA-NOSLA-CTR                TO WV-CTR-DISP.             06680000
           MOVE SPACES                      TO RPT-REC.                 06690000
           STRING 'RUNS WITH NO SLA CARD :' DELIMITED BY SIZE           06700000
                  WV-CTR-DISP               DELIMITED BY SIZE           06710000
                  INTO RPT-REC                                          06720000
           END-STRING.                                                  06730000
           PERFORM Z230-WRITE-RPT-REC.                                  06740000
                                                                        06750000
      **************************** LEVEL C *****************************06760000
                                                                        06770000
       C010-SCAN-RUN-TBL.                                               06780000
      *-------------------                                              06790000
                                                                        06800000
           ADD 1                            TO WV-RN-IX.                06810000
           IF WV-RN-RUN-ID (WV-RN-IX) = REG-RUN-ID                      06820000
              AND WV-RN-PGM-NM (WV-RN-IX) = REG-PGM-NM                  06830000
              MOVE WC-IC-ON                 TO WV-FOUND-SW              06840000
           END-IF.                                                      06850000
                                                                        06860000
       C020-CHK-OPEN-RUN.                                               06870000
      *-------------------                                              06880000
                                                                        06890000
           IF WV-AS-OF-SECS > WV-SL-DL-SECS (WV-SL-IX)                  06900000
              MOVE WC-FLG-OVERDUE           TO WV-RN-FLAG (WV-RN-IX)    06910000
              ADD WC-ONE                    TO WA-BREACH-CTR            06920000
              MOVE WV-SL-DL-TS (WV-SL-IX) (9:4)                         06930000
                                            TO WV-DL-HHMM               06940000
              MOVE SPACES                   TO WV-ALT-TXT               06950000
              STRING WV-RN-PGM-NM (WV-RN-IX) DELIMITED BY SPACE         06960000
                     ' RUNNING PAST DEADLINE '                          06970000
                                            DELIMITED BY SIZE           06980000
                     WV-DL-HHMM             DELIMITED BY SIZE           06990000
                     INTO WV-ALT-TXT                                    07000000
              END-STRING                                                07010000
              MOVE 'H'                      TO WV-ALT-SEV               07020000
              MOVE 'SLAOVRDU'               TO WV-ALT-CD                07030000
              PERFORM Z998-WRITE-ALERT-REC                              07040000
           ELSE                                                         07050000
              MOVE WC-FLG-RUNNING           TO WV-RN-FLAG (WV-RN-IX)    07060000
              ADD WC-ONE                    TO WA-RUNNING-CTR           07070000
           END-IF.                                                      07080000
                                                                        07090000
       C025-CHK-ENDED-RUN.                                              07100000
      *--------------------                                             07110000
                                                                        07120000
           MOVE WV-RN-END-TS (WV-RN-IX)     TO WV-TS.                   07130000
           PERFORM Z050-TS-TO-SECS.                                     07140000
           EVALUATE TRUE                                                07150000
               WHEN WV-TS-SECS > WV-SL-DL-SECS (WV-SL-IX)               07160000
                AND WV-RN-ELAPSED (WV-RN-IX) >                          07170000
                    WV-SL-MAX-SECS (WV-SL-IX)                           07180000
                    MOVE WC-FLG-LATE-LONG   TO WV-RN-FLAG (WV-RN-IX)    07190000
               WHEN WV-TS-SECS > WV-SL-DL-SECS (WV-SL-IX)               07200000
                    MOVE WC-FLG-LATE        TO WV-RN-FLAG (WV-RN-IX)    07210000
               WHEN WV-RN-ELAPSED (WV-RN-IX) >                          07220000
                    WV-SL-MAX-SECS (WV-SL-IX)                           07230000
                    MOVE WC-FLG-LONG        TO WV-RN-FLAG (WV-RN-IX)    07240000
               WHEN OTHER                                               07250000
                    MOVE WC-FLG-OK          TO WV-RN-FLAG (WV-RN-IX)    07260000
           END-EVALUATE.                                                07270000
           IF WV-RN-FLAG (WV-RN-IX) = WC-FLG-OK                         07280000
              ADD WC-ONE                    TO WA-OK-CTR                07290000
           ELSE                                                         07300000
              ADD WC-ONE                    TO WA-BREACH-CTR            07310000
              PERFORM C027-ALERT-ENDED-RUN                              07320000
           END-IF.                                                      07330000
                                                                        07340000
       C027-ALERT-ENDED-RUN.                                            07350000
      *----------------------                                           07360000
                                                                        07370000
           MOVE SPACES                      TO WV-ALT-TXT.              07380000
           IF WV-RN-FLAG (WV-RN-IX) = WC-FLG-LONG                       07390000
              MOVE WV-RN-ELAPSED (WV-RN-IX) TO WV-SECS                  07400000
              PERFORM Z060-FMT-ELAPSED                                  07410000
              MOVE WV-HMS                   TO RPT-RUN-ELAPSED          07420000
              MOVE WV-SL-MAX-SECS (WV-SL-IX) TO WV-SECS                 07430000
              PERFORM Z060-FMT-ELAPSED                                  07440000
              STRING WV-RN-PGM-NM (WV-RN-IX) DELIMITED BY SPACE         07450000
                     ' RAN '                DELIMITED BY SIZE           07460000
                     RPT-RUN-ELAPSED        DELIMITED BY SIZE           07470000
                     ' SLA '                DELIMITED BY SIZE           07480000
                     WV-HMS                 DELIMITED BY SIZE           07490000
                     INTO WV-ALT-TXT                                    07500000
              END-STRING                                                07510000
              MOVE 'M'                      TO WV-ALT-SEV               07520000
              MOVE 'SLALONG'                TO WV-ALT-CD                07530000
           ELSE                                                         07540000
              MOVE WV-RN-END-TS (WV-RN-IX) (9:4)                        07550000
                                            TO WV-END-HHMM              07560000
              MOVE WV-SL-DL-TS (WV-SL-IX) (9:4)                         07570000
                                            TO WV-DL-HHMM               07580000
              STRING WV-RN-PGM-NM (WV-RN-IX) DELIMITED BY SPACE         07590000
                     ' ENDED '              DELIMITED BY SIZE           07600000
                     WV-END-HHMM            DELIMITED BY SIZE           07610000
                     ' PAST DEADLINE '      DELIMITED BY SIZE           07620000
                     WV-DL-HHMM             DELIMITED BY SIZE           07630000
                     INTO WV-ALT-TXT                                    07640000
              END-STRING                                                07650000
              MOVE 'H'                      TO WV-ALT-SEV               07660000
              MOVE 'SLALATE'                TO WV-ALT-CD                07670000
           END-IF.                                                      07680000
           PERFORM Z998-WRITE-ALERT-REC.                                07690000
                                                                        07700000
       C030-PRT-RUN-LINE.                                               07710000
      *-------------------                                              07720000
                                                                        07730000
           INITIALIZE WS-RPT-RUN.                                       07740000
           MOVE WV-RN-PGM-NM (WV-RN-IX)     TO RPT-RUN-PGM.             07750000
           MOVE WV-RN-STATUS (WV-RN-IX)     TO RPT-RUN-STATUS.          07760000
           MOVE WV-RN-STT-TS (WV-RN-IX)     TO WV-TS.                   07770000
           PERFORM Z055-FMT-TS.                                         07780000
           MOVE WV-TS-FMT                   TO RPT-RUN-STARTED.         07790000
           IF WV-RN-STATUS (WV-RN-IX) NOT = WC-REG-INPROG               07800000
              MOVE WV-RN-END-TS (WV-RN-IX)  TO WV-TS                    07810000
              PERFORM Z055-FMT-TS                                       07820000
              MOVE WV-TS-FMT                TO RPT-RUN-ENDED            07830000
              MOVE WV-RN-RTN-CD (WV-RN-IX)  TO RPT-RUN-RC               07840000
           END-IF.                                                      07850000
           MOVE WV-RN-ELAPSED (WV-RN-IX)    TO WV-SECS.                 07860000
           PERFORM Z060-FMT-ELAPSED.                                    07870000
           MOVE WV-HMS                      TO RPT-RUN-ELAPSED.         07880000
           IF WV-RN-SL-IX (WV-RN-IX) > ZERO                             07890000
              MOVE WV-RN-SL-IX (WV-RN-IX)   TO WV-SL-IX                 07900000
              MOVE WV-SL-MAX-SECS (WV-SL-IX) TO WV-SECS                 07910000
              PERFORM Z060-FMT-ELAPSED                                  07920000
              MOVE WV-HMS                   TO RPT-RUN-SLA              07930000
              MOVE WV-SL-DL-TS (WV-SL-IX)   TO WV-TS                    07940000
              PERFORM Z055-FMT-TS                                       07950000
              MOVE WV-TS-FMT                TO RPT-RUN-DEADLINE         07960000
           END-IF.                                                      07970000
           MOVE WV-RN-FLAG (WV-RN-IX)       TO RPT-RUN-FLAG.            07980000
           MOVE WS-RPT-RUN                  TO RPT-REC.                 07990000
           PERFORM Z230-WRITE-RPT-REC.                                  08000000
                                                                        08010000
       C040-COPY-HIST-REC.                                              08020000
      *--------------------                                             08030000
                                                                        08040000
           READ SLAHIST                                                 08050000
             AT END                                                     08060000
                MOVE HIGH-VALUES            TO WI-EOF-SLAHIST           08070000
           END-READ.                                                    08080000
           IF WI-EOF-SLAHIST = LOW-VALUES                               08090000
              ADD WC-ONE                    TO WA-HST-READ-CTR          08100000
              IF HST-BATCH-DATE > WV-CUTOFF-DATE                        08110000
                 AND HST-BATCH-DATE NOT = WV-BATCH-DATE                 08120000
                 WRITE NEWSLAH-REC          FROM SLAHIST-REC            08130000
                 ADD WC-ONE                 TO WA-HST-KEPT-CTR          08140000
                 PERFORM C048-ACCUM-HIST                                08150000
              END-IF                                                    08160000
           END-IF.                                                      08170000
                                                                        08180000
       C045-ADD-HIST-REC.                                               08190000
      *-------------------                                              08200000
                                                                        08210000
           ADD 1                            TO WV-RN-IX.                08220000
           IF WV-RN-STATUS (WV-RN-IX) NOT = WC-REG-INPROG               08230000
              MOVE SPACES                   TO SLAHIST-REC              08240000
              MOVE WV-BATCH-DATE            TO HST-BATCH-DATE           08250000
              MOVE WV-RN-PGM-NM (WV-RN-IX)  TO HST-PGM-NM               08260000
              MOVE WV-RN-STT-TS (WV-RN-IX)  TO HST-STT-TS               08270000
              MOVE WV-RN-END-TS (WV-RN-IX)  TO HST-END-TS               08280000
              MOVE WV-RN-ELAPSED (WV-RN-IX) TO HST-ELAPSED-SECS         08290000
              MOVE WV-RN-STATUS (WV-RN-IX)  TO HST-STATUS               08300000
              MOVE WV-RN-FLAG (WV-RN-IX)    TO HST-FLAG                 08310000
              WRITE NEWSLAH-REC             FROM SLAHIST-REC            08320000
              ADD WC-ONE                    TO WA-HST-NEW-CTR           08330000
              PERFORM C048-ACCUM-HIST                                   08340000
              IF WV-RN-SL-IX (WV-RN-IX) > ZERO                          08350000
                 MOVE WV-RN-SL-IX (WV-RN-IX) TO WV-SL-IX                08360000
                 MOVE WV-RN-ELAPSED (WV-RN-IX)                          08370000
                                            TO WV-SL-TONIGHT (WV-SL-IX) 08380000
              END-IF                                                    08390000
           END-IF.                                                      08400000
                                                                        08410000
       C048-ACCUM-HIST.                                                 08420000
      *-----------------                                                08430000
                                                                        08440000
           MOVE WC-IC-OFF                   TO WV-FOUND-SW.             08450000
           MOVE ZERO                        TO WV-DY-IX.                08460000
           PERFORM C049-SCAN-DAY-TBL                                    08470000
                   UNTIL WV-FOUND-SW = WC-IC-ON                         08480000
                      OR WV-DY-IX >= WV-DY-CNT.                         08490000
           IF WV-FOUND-SW = WC-IC-OFF                                   08500000
              IF WV-DY-CNT < WC-DAY-MAX                                 08510000
                 ADD 1                      TO WV-DY-CNT                08520000
                 MOVE WV-DY-CNT             TO WV-DY-IX                 08530000
                 MOVE HST-BATCH-DATE        TO                          08540000
                      WV-DY-BATCH-DATE (WV-DY-IX)                       08550000
                 MOVE HST-STT-TS            TO                          08560000
                      WV-DY-FIRST-STT (WV-DY-IX)                        08570000
                 MOVE HST-END-TS            TO                          08580000
                      WV-DY-LAST-END (WV-DY-IX)                         08590000
                 MOVE ZERO                  TO WV-DY-RUNS (WV-DY-IX)    08600000
                                               WV-DY-BREACHES (WV-DY-IX)08610000
                 MOVE WC-IC-ON              TO WV-FOUND-SW              08620000
              ELSE                                                      08630000
                 ADD WC-ONE                 TO WA-TBLFULL-CTR           08640000
              END-IF                                                    08650000
           END-IF.                                                      08660000
           IF WV-FOUND-SW = WC-IC-ON                                    08670000
              ADD 1                         TO WV-DY-RUNS (WV-DY-IX)    08680000
              IF HST-STT-TS < WV-DY-FIRST-STT (WV-DY-IX)                08690000
                 MOVE HST-STT-TS            TO                          08700000
                      WV-DY-FIRST-STT (WV-DY-IX)                        08710000
              END-IF                                                    08720000
              IF HST-END-TS > WV-DY-LAST-END (WV-DY-IX)                 08730000
                 MOVE HST-END-TS            TO                          08740000
                      WV-DY-LAST-END (WV-DY-IX)                         08750000
              END-IF                                                    08760000
              IF HST-FLAG NOT = WC-FLG-OK                               08770000
                 AND HST-FLAG NOT = WC-FLG-NOSLA                        08780000
                 ADD 1                      TO                          08790000
                     WV-DY-BREACHES (WV-DY-IX)                          08800000
              END-IF                                                    08810000
           END-IF.                                                      08820000
           MOVE HST-PGM-NM                  TO WV-SRCH-PGM.             08830000
           PERFORM Z070-FIND-SLA.                                       08840000
           IF WV-FOUND-SW = WC-IC-ON                                    08850000
              ADD 1                         TO WV-SL-HST-CNT (WV-SL-IX) 08860000
              ADD HST-ELAPSED-SECS          TO WV-SL-HST-TOT (WV-SL-IX) 08870000
              IF HST-ELAPSED-SECS > WV-SL-HST-MAX (WV-SL-IX)            08880000
                 MOVE HST-ELAPSED-SECS      TO                          08890000
                      WV-SL-HST-MAX (WV-SL-IX)                          08900000
              END-IF                                                    08910000
           END-IF.                                                      08920000
                                                                        08930000
       C049-SCAN-DAY-TBL.                                               08940000
      *-------------------                                              08950000
                                                                        08960000
           ADD 1                            TO WV-DY-IX.                08970000
           IF WV-DY-BATCH-DATE (WV-DY-IX) = HST-BATCH-DATE              08980000
              MOVE WC-IC-ON                 TO WV-FOUND-SW              08990000
           END-IF.                                                      09000000
                                                                        09010000
       C050-PRT-DAY-LINE.                                               09020000
      *-------------------                                              09030000
                                                                        09040000
           ADD 1                            TO WV-DY-IX.                09050000
           MOVE WV-DY-BATCH-DATE (WV-DY-IX) TO RPT-DAY-DATE.            09060000
           MOVE WV-DY-FIRST-STT (WV-DY-IX)  TO WV-TS.                   09070000
           PERFORM Z055-FMT-TS.                                         09080000
           MOVE WV-TS-FMT                   TO RPT-DAY-STARTED.         09090000
           PERFORM Z050-TS-TO-SECS.                                     09100000
           MOVE WV-TS-SECS                  TO WV-SECS.                 09110000
           MOVE WV-DY-LAST-END (WV-DY-IX)   TO WV-TS.                   09120000
           PERFORM Z055-FMT-TS.                                         09130000
           MOVE WV-TS-FMT                   TO RPT-DAY-ENDED.           09140000
           PERFORM Z050-TS-TO-SECS.                                     09150000
           SUBTRACT WV-SECS FROM WV-TS-SECS GIVING WV-SECS.             09160000
           PERFORM Z060-FMT-ELAPSED.                                    09170000
           MOVE WV-HMS                      TO RPT-DAY-ELAPSED.         09180000
           MOVE WV-DY-RUNS (WV-DY-IX)       TO RPT-DAY-RUNS.            09190000
           MOVE WV-DY-BREACHES (WV-DY-IX)   TO RPT-DAY-BREACHES.        09200000
           MOVE WS-RPT-DAY                  TO RPT-REC.                 09210000
           PERFORM Z230-WRITE-RPT-REC.                                  09220000
                                                                        09230000
       C060-PRT-PGM-LINE.                                               09240000
      *-------------------                                              09250000
                                                                        09260000
           ADD 1                            TO WV-SL-IX.                09270000
           INITIALIZE WS-RPT-PGM.                                       09280000
           MOVE WV-SL-PGM-NM (WV-SL-IX)     TO RPT-PGM-NM.              09290000
           MOVE WV-SL-HST-CNT (WV-SL-IX)    TO RPT-PGM-RUNS.            09300000
           IF WV-SL-HST-CNT (WV-SL-IX) > ZERO                           09310000
              DIVIDE WV-SL-HST-CNT (WV-SL-IX)                           09320000
                     INTO WV-SL-HST-TOT (WV-SL-IX)                      09330000
                     GIVING WV-SECS ROUNDED                             09340000
              PERFORM Z060-FMT-ELAPSED                                  09350000
              MOVE WV-HMS                   TO RPT-PGM-AVG              09360000
              MOVE WV-SL-HST-MAX (WV-SL-IX) TO WV-SECS                  09370000
              PERFORM Z060-FMT-ELAPSED                                  09380000
              MOVE WV-HMS                   TO RPT-PGM-MAX              09390000
           END-IF.                                                      09400000
           IF WV-SL-TONIGHT (WV-SL-IX) NOT < ZERO                       09410000
              MOVE WV-SL-TONIGHT (WV-SL-IX) TO WV-SECS                  09420000
              PERFORM Z060-FMT-ELAPSED                                  09430000
              MOVE WV-HMS                   TO RPT-PGM-TONIGHT          09440000
           END-IF.                                                      09450000
           MOVE WV-SL-MAX-SECS (WV-SL-IX)   TO WV-SECS.                 09460000
           PERFORM Z060-FMT-ELAPSED.                                    09470000
           MOVE WV-HMS                      TO RPT-PGM-SLA.             09480000
           MOVE WS-RPT-PGM                  TO RPT-REC.                 09490000
           PERFORM Z230-WRITE-RPT-REC.                                  09500000
                                                                        09510000
      **************************** LEVEL Z *****************************09520000
                                                                        09530000
       Z010-OPN-FILES.                                                  09540000
      *----------------                                                 09550000
                                                                        09560000
           OPEN INPUT  RUNREG                                           09570000
                OUTPUT NEWSLAH                                          09580000
                       SLARPT.                                          09590000
                                                                        09600000
       Z015-READ-VAL-SW.                                                09610000
      *------------------                                               09620000
                                                                        09630000
           MOVE 1800                        TO WV-WINDOW-START.         09640000
           MOVE 030                         TO WV-KEEP-DAYS.            09650000
           MOVE FUNCTION CURRENT-DATE (1:14) TO WV-AS-OF-TS.            09660000
           MOVE SPACES                      TO WV-BATCH-DATE.           09670000
           MOVE ZERO                        TO WV-PARM-LINE-CTR.        09680000
           MOVE WC-IC-OFF                   TO WI-PARM-ERR              09690000
                                               WI-BATCH-DATE-SET.       09700000
           MOVE LOW-VALUES                  TO WI-EOF-VALFILE.          09710000
           OPEN INPUT  VALFILE.                                         09720000
           PERFORM Z016-PCS-PARM-CARD                                   09730000
                   UNTIL WI-EOF-VALFILE = HIGH-VALUES.                  09740000
           CLOSE VALFILE.                                               09750000
           IF WI-PARM-ERR = WC-IC-OFF                                   09760000
              PERFORM Z014-SET-WINDOW                                   09770000
           END-IF.                                                      09780000
           PERFORM Z019-ECHO-PARMS.                                     09790000
                                                                        09800000
       Z014-SET-WINDOW.                                                 09810000
      *-----------------                                                09820000
                                                                        09830000
           MOVE WV-AS-OF-TS                 TO WV-TS.                   09840000
           PERFORM Z050-TS-TO-SECS.                                     09850000
           MOVE WV-TS-SECS                  TO WV-AS-OF-SECS.           09860000
           IF WI-BATCH-DATE-SET = WC-IC-OFF                             09870000
              MOVE WV-AS-OF-TS (1:8)        TO WV-BATCH-DATE            09880000
              IF WV-AS-OF-TS (9:4) < WV-WINDOW-START                    09890000
                 COMPUTE WV-BATCH-INT =                                 09900000
                         FUNCTION INTEGER-OF-DATE (WV-BATCH-DATE-N) - 1 09910000
                 END-COMPUTE                                            09920000
                 COMPUTE WV-BATCH-DATE-N =                              09930000
                         FUNCTION DATE-OF-INTEGER (WV-BATCH-INT)        09940000
                 END-COMPUTE                                            09950000
              END-IF                                                    09960000
           END-IF.                                                      09970000
           COMPUTE WV-BATCH-INT =                                       09980000
                   FUNCTION INTEGER-OF-DATE (WV-BATCH-DATE-N)           09990000
           END-COMPUTE.                                                 10000000
           MOVE WV-WINDOW-START             TO WV-HHMM.                 10010000
           COMPUTE WV-WIN-STT-SECS = WV-BATCH-INT * WC-SECS-PER-DAY     10020000
                                   + WV-HHMM-HH * 3600                  10030000
                                   + WV-HHMM-MI * 60                    10040000
           END-COMPUTE.                                                 10050000
           ADD WV-WIN-STT-SECS WC-SECS-PER-DAY GIVING WV-WIN-END-SECS.  10060000
           MOVE WV-BATCH-DATE               TO RPT-HDR-BATCH-DATE.      10070000
           MOVE WV-AS-OF-TS                 TO WV-TS.                   10080000
           PERFORM Z055-FMT-TS.                                         10090000
           MOVE WV-TS-FMT                   TO RPT-HDR-AS-OF.           10100000
                                                                        10110000
       Z016-PCS-PARM-CARD.                                              10120000
      *--------------------                                             10130000
                                                                        10140000
           READ VALFILE                                                 10150000
             AT END                                                     10160000
                MOVE HIGH-VALUES            TO WI-EOF-VALFILE           10170000
           END-READ.                                                    10180000
           IF WI-EOF-VALFILE = LOW-VALUES                               10190000
              ADD 1                         TO WV-PARM-LINE-CTR         10200000
              IF VAL-CARD = SPACES                                      10210000
                 CONTINUE                                               10220000
              ELSE                                                      10230000
                 MOVE SPACES                TO WV-PARM-KEY              10240000
                                               WV-PARM-VAL              10250000
                 UNSTRING VAL-CARD          DELIMITED BY '='            10260000
                     INTO WV-PARM-KEY                                   10270000
                          WV-PARM-VAL                                   10280000
                 END-UNSTRING                                           10290000
                 PERFORM Z017-APPLY-PARM                                10300000
              END-IF                                                    10310000
           END-IF.                                                      10320000
                                                                        10330000
       Z017-APPLY-PARM.                                                 10340000
      *-----------------                                                10350000
                                                                        10360000
           EVALUATE WV-PARM-KEY                                         10370000
               WHEN 'BATCH-DATE'                                        10380000
                    IF WV-PARM-VAL (1:8) IS NUMERIC                     10390000
                       AND WV-PARM-VAL (9:1) = SPACE                    10400000
                       AND WV-PARM-VAL (5:2) >= '01'                    10410000
                       AND WV-PARM-VAL (5:2) <= '12'                    10420000
                       AND WV-PARM-VAL (7:2) >= '01'                    10430000
                       AND WV-PARM-VAL (7:2) <= '31'                    10440000
                       MOVE WV-PARM-VAL (1:8)                           10450000
                                            TO WV-BATCH-DATE            10460000
                       MOVE WC-IC-ON        TO WI-BATCH-DATE-SET        10470000
                    ELSE                                                10480000
                       PERFORM Z018-FLAG-PARM-ERR                       10490000
                    END-IF                                              10500000
               WHEN 'WINDOW-START'                                      10510000
                    IF WV-PARM-VAL (1:4) IS NUMERIC                     10520000
                       AND WV-PARM-VAL (5:1) = SPACE                    10530000
                       AND WV-PARM-VAL (1:2) < '24'                     10540000
                       AND WV-PARM-VAL (3:2) < '60'                     10550000
                       MOVE WV-PARM-VAL (1:4)                           10560000
                                            TO WV-WINDOW-START          10570000
                    ELSE                                                10580000
                       PERFORM Z018-FLAG-PARM-ERR                       10590000
                    END-IF                                              10600000
               WHEN 'HIST-KEEP-DAYS'                                    10610000
                    IF WV-PARM-VAL (1:3) IS NUMERIC                     10620000
                       AND WV-PARM-VAL (4:1) = SPACE                    10630000
                       AND WV-PARM-VAL (1:3) > '000'                    10640000
                       AND WV-PARM-VAL (1:3) < '367'                    10650000
                       MOVE WV-PARM-VAL (1:3)                           10660000
                                            TO WV-KEEP-DAYS             10670000
                    ELSE                                                10680000
                       PERFORM Z018-FLAG-PARM-ERR                       10690000
                    END-IF                                              10700000
               WHEN 'AS-OF-TS'                                          10710000
                    IF WV-PARM-VAL (1:14) IS NUMERIC                    10720000
                       AND WV-PARM-VAL (15:1) = SPACE                   10730000
                       AND WV-PARM-VAL (5:2) >= '01'                    10740000
                       AND WV-PARM-VAL (5:2) <= '12'                    10750000
                       AND WV-PARM-VAL (7:2) >= '01'                    10760000
                       AND WV-PARM-VAL (7:2) <= '31'                    10770000
                       MOVE WV-PARM-VAL (1:14)                          10780000
                                            TO WV-AS-OF-TS              10790000
                    ELSE                                                10800000
                       PERFORM Z018-FLAG-PARM-ERR                       10810000
                    END-IF                                              10820000
               WHEN OTHER                                               10830000
                    PERFORM Z018-FLAG-PARM-ERR                          10840000
           END-EVALUATE.                                                10850000
                                                                        10860000
       Z018-FLAG-PARM-ERR.                                              10870000
      *--------------------                                             10880000
                                                                        10890000
           DISPLAY 'BAD PARAMETER CARD, LINE ' WV-PARM-LINE-CTR         10900000
                   ': ' VAL-CARD (1:40).                                10910000
           MOVE WC-IC-ON                    TO WI-PARM-ERR.             10920000
                                                                        10930000
       Z019-ECHO-PARMS.                                                 10940000
      *-----------------                                                10950000
                                                                        10960000
           DISPLAY 'RESOLVED RUN PARAMETERS:'.                          10970000
           DISPLAY '  BATCH-DATE       = ' WV-BATCH-DATE.               10980000
           DISPLAY '  WINDOW-START     = ' WV-WINDOW-START.             10990000
           DISPLAY '  HIST-KEEP-DAYS   = ' WV-KEEP-DAYS.                11000000
           DISPLAY '  AS-OF-TS         = ' WV-AS-OF-TS.                 11010000
                                                                        11020000
       Z020-CLS-FILES.                                                  11030000
      *----------------                                                 11040000
                                                                        11050000
           CLOSE  RUNREG                                                11060000
                  NEWSLAH                                               11070000
                  SLARPT.                                               11080000
                                                                        11090000
       Z030-INIT-FLDS.                                                  11100000
      *----------------                                                 11110000
                                                                        11120000
           INITIALIZE WS-WA                                             11130000
                      WS-WV.                                            11140000
           MOVE ZERO                        TO WV-SL-CNT                11150000
                                               WV-RN-CNT                11160000
                                               WV-DY-CNT.               11170000
           MOVE LOW-VALUES                  TO WI-EOF-SLACARD           11180000
                                               WI-EOF-RUNREG            11190000
                                               WI-EOF-SLAHIST.          11200000
                                                                        11210000
       Z035-LOAD-SLA-FILE.                                              11220000
      *---------------------                                            11230000
                                                                        11240000
           OPEN INPUT  SLACARD.                                         11250000
           PERFORM Z036-LOAD-SLA-REC                                    11260000
                   UNTIL WI-EOF-SLACARD = HIGH-VALUES.                  11270000
           CLOSE SLACARD.                                               11280000
                                                                        11290000
       Z036-LOAD-SLA-REC.                                               11300000
      *--------------------                                             11310000
                                                                        11320000
           READ SLACARD                                                 11330000
             AT END                                                     11340000
                MOVE HIGH-VALUES            TO WI-EOF-SLACARD           11350000
           END-READ.                                                    11360000
           IF WI-EOF-SLACARD = LOW-VALUES                               11370000
              AND SLA-PGM-NM NOT = SPACES                               11380000
              ADD WC-ONE                    TO WA-SLA-READ-CTR          11390000
              IF SLA-MAX-MINS IS NOT NUMERIC                            11400000
                 OR SLA-LATEST-END IS NOT NUMERIC                       11410000
                 DISPLAY 'SLA CARD NOT NUMERIC - IGNORED:' SLA-PGM-NM   11420000
              ELSE                                                      11430000
                 IF WV-SL-CNT < WC-SLA-MAX                              11440000
                    PERFORM Z037-ADD-SLA-ENTRY                          11450000
                 ELSE                                                   11460000
                    DISPLAY 'SLA TABLE FULL - PROGRAM NOT LOADED:'      11470000
                            SLA-PGM-NM                                  11480000
                    ADD WC-ONE              TO WA-TBLFULL-CTR           11490000
                 END-IF                                                 11500000
              END-IF                                                    11510000
           END-IF.                                                      11520000
                                                                        11530000
       Z037-ADD-SLA-ENTRY.                                              11540000
      *--------------------                                             11550000
                                                                        11560000
           ADD 1                            TO WV-SL-CNT.               11570000
           MOVE WV-SL-CNT                   TO WV-SL-IX.                11580000
           MOVE SLA-PGM-NM                  TO WV-SL-PGM-NM (WV-SL-IX). 11590000
           MULTIPLY SLA-MAX-MINS BY 60                                  11600000
                    GIVING WV-SL-MAX-SECS (WV-SL-IX).                   11610000
           MOVE SLA-LATEST-END              TO                          11620000
                WV-SL-LATEST-END (WV-SL-IX).                            11630000
           MOVE WC-IC-OFF                   TO                          11640000
                WV-SL-RUN-SEEN (WV-SL-IX).                              11650000
           MOVE ZERO                        TO WV-SL-HST-CNT (WV-SL-IX) 11660000
                                               WV-SL-HST-TOT (WV-SL-IX) 11670000
                                               WV-SL-HST-MAX (WV-SL-IX).11680000
           MOVE -1                          TO WV-SL-TONIGHT (WV-SL-IX).11690000
           MOVE WV-BATCH-DATE               TO WV-TS (1:8).             11700000
           IF SLA-LATEST-END < WV-WINDOW-START                          11710000
              ADD 1 WV-BATCH-INT            GIVING WV-CUTOFF-INT        11720000
              COMPUTE WV-CUTOFF-DATE-N =                                11730000
                      FUNCTION DATE-OF-INTEGER (WV-CUTOFF-INT)          11740000
              END-COMPUTE                                               11750000
              MOVE WV-CUTOFF-DATE           TO WV-TS (1:8)              11760000
           END-IF.                                                      11770000
           MOVE SLA-LATEST-END              TO WV-TS (9:4).             11780000
           MOVE '00'                        TO WV-TS (13:2).            11790000
           MOVE WV-TS                       TO WV-SL-DL-TS (WV-SL-IX).  11800000
           PERFORM Z050-TS-TO-SECS.                                     11810000
           MOVE WV-TS-SECS                  TO WV-SL-DL-SECS (WV-SL-IX).11820000
                                                                        11830000
       Z040-READ-RUNREG.                                                11840000
      *------------------                                               11850000
                                                                        11860000
           READ RUNREG                                                  11870000
             AT END                                                     11880000
                MOVE HIGH-VALUES            TO WI-EOF-RUNREG            11890000
           END-READ.                                                    11900000
           IF WI-EOF-RUNREG = LOW-VALUES                                11910000
              ADD WC-ONE                    TO WA-REG-READ-CTR          11920000
           END-IF.                                                      11930000
                                                                        11940000
       Z050-TS-TO-SECS.                                                 11950000
      *-----------------                                                11960000
                                                                        11970000
           IF WV-TS IS NUMERIC                                          11980000
              AND WV-TS (5:2) >= '01'                                   11990000
              AND WV-TS (5:2) <= '12'                                   12000000
              AND WV-TS (7:2) >= '01'                                   12010000
              AND WV-TS (7:2) <= '31'                                   12020000
              COMPUTE WV-TS-SECS =                                      12030000
                      FUNCTION INTEGER-OF-DATE (WV-TS-DATE-N)           12040000
                      * WC-SECS-PER-DAY                                 12050000
                      + WV-TS-HH * 3600                                 12060000
                      + WV-TS-MI * 60                                   12070000
                      + WV-TS-SS                                        12080000
              END-COMPUTE                                               12090000
           ELSE                                                         12100000
              MOVE ZERO                     TO WV-TS-SECS               12110000
           END-IF.                                                      12120000
                                                                        12130000
       Z055-FMT-TS.                                                     12140000
      *-------------                                                    12150000
                                                                        12160000
           MOVE SPACES                      TO WV-TS-FMT.               12170000
           IF WV-TS IS NUMERIC                                          12180000
              STRING WV-TS (1:4)            DELIMITED BY SIZE           12190000
                     '-'                    DELIMITED BY SIZE           12200000
                     WV-TS (5:2)            DELIMITED BY SIZE           12210000
                     '-'                    DELIMITED BY SIZE           12220000
                     WV-TS (7:2)            DELIMITED BY SIZE           12230000
                     ' '                    DELIMITED BY SIZE           12240000
                     WV-TS (9:2)            DELIMITED BY SIZE           12250000
                     ':'                    DELIMITED BY SIZE           12260000
                     WV-TS (11:2)           DELIMITED BY SIZE           12270000
                     INTO WV-TS-FMT                                     12280000
              END-STRING                                                12290000
           END-IF.                                                      12300000
                                                                        12310000
       Z060-FMT-ELAPSED.                                                12320000
      *------------------                                               12330000
                                                                        12340000
           IF WV-SECS < ZERO                                            12350000
              MOVE ZERO                     TO WV-SECS                  12360000
           END-IF.                                                      12370000
           IF WV-SECS > 359999                                          12380000
              MOVE 359999                   TO WV-SECS                  12390000
           END-IF.                                                      12400000
           DIVIDE 3600 INTO WV-SECS GIVING WV-HMS-HH                    12410000
                  REMAINDER WV-HMS-REM.                                 12420000
           DIVIDE 60 INTO WV-HMS-REM GIVING WV-HMS-MI                   12430000
                  REMAINDER WV-HMS-SS.                                  12440000
           MOVE SPACES                      TO WV-HMS.                  12450000
           STRING WV-HMS-HH                 DELIMITED BY SIZE           12460000
                  ':'                       DELIMITED BY SIZE           12470000
                  WV-HMS-MI                 DELIMITED BY SIZE           12480000
                  ':'                       DELIMITED BY SIZE           12490000
                  WV-HMS-SS                 DELIMITED BY SIZE           12500000
                  INTO WV-HMS                                           12510000
           END-STRING.                                                  12520000
                                                                        12530000
       Z070-FIND-SLA.                                                   12540000
      *---------------                                                  12550000
                                                                        12560000
           MOVE WC-IC-OFF                   TO WV-FOUND-SW.             12570000
           MOVE ZERO                        TO WV-SL-IX.                12580000
           PERFORM Z072-SCAN-SLA-TBL                                    12590000
                   UNTIL WV-FOUND-SW = WC-IC-ON                         12600000
                      OR WV-SL-IX >= WV-SL-CNT.                         12610000
                                                                        12620000
       Z072-SCAN-SLA-TBL.                                               12630000
      *-------------------                                              12640000
                                                                        12650000
           ADD 1                            TO WV-SL-IX.                12660000
           IF WV-SL-PGM-NM (WV-SL-IX) = WV-SRCH-PGM                     12670000
              MOVE WC-IC-ON                 TO WV-FOUND-SW              12680000
           END-IF.                                                      12690000
                                                                        12700000
       Z200-WRITE-RPT-HDR.                                              12710000
      *--------------------                                             12720000
                                                                        12730000
           ADD WC-ONE                       TO WA-RPT-PAGE-CTR.         12740000
           MOVE WA-RPT-PAGE-CTR             TO RPT-HDR-PAGE.            12750000
           IF WA-RPT-PAGE-CTR = 1                                       12760000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            12770000
           ELSE                                                         12780000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            12790000
                    AFTER ADVANCING NEXT-PAGE                           12800000
           END-IF.                                                      12810000
           MOVE SPACES                      TO RPT-REC.                 12820000
           WRITE RPT-REC.                                               12830000
           MOVE 2                           TO WA-RPT-LINE-CTR.         12840000
                                                                        12850000
       Z230-WRITE-RPT-REC.                                              12860000
      *--------------------                                             12870000
                                                                        12880000
           IF WA-RPT-LINE-CTR >= WC-RPT-MAX-LINE                        12890000
              MOVE RPT-REC                  TO WV-HOLD-LINE             12900000
              PERFORM Z200-WRITE-RPT-HDR                                12910000
              MOVE WV-HOLD-LINE             TO RPT-REC                  12920000
           END-IF.                                                      12930000
           WRITE RPT-REC.                                               12940000
           ADD WC-ONE                       TO WA-RPT-LINE-CTR.         12950000
                                                                        12960000
       Z240-WRITE-RPT-RUN-HDR.                                          12970000
      *------------------------                                         12980000
                                                                        12990000
           MOVE 'RUNS IN BATCH WINDOW'      TO RPT-REC.                 13000000
           PERFORM Z230-WRITE-RPT-REC.                                  13010000
           MOVE SPACES                      TO RPT-REC.                 13020000
           PERFORM Z230-WRITE-RPT-REC.                                  13030000
           MOVE WS-RPT-RUN-HDR              TO RPT-REC.                 13040000
           PERFORM Z230-WRITE-RPT-REC.                                  13050000
                                                                        13060000
       Z990-PCS-CTRS.                                                   13070000
      *---------------                                                  13080000
                                                                        13090000
           DISPLAY 'NUMBER OF SLA CARDS READ       :-'                  13100000
                    WA-SLA-READ-CTR.                                    13110000
           DISPLAY 'NUMBER OF REGISTRY RECORDS READ:-'                  13120000
                    WA-REG-READ-CTR.                                    13130000
           DISPLAY 'NUMBER OF RUNS IN WINDOW       :-' WA-RUN-CTR.      13140000
           DISPLAY 'NUMBER OF RUNS WITHIN SLA      :-' WA-OK-CTR.       13150000
           DISPLAY 'NUMBER OF RUNS STILL RUNNING   :-'                  13160000
                    WA-RUNNING-CTR.                                     13170000
           DISPLAY 'NUMBER OF SLA BREACHES         :-'                  13180000
                    WA-BREACH-CTR.                                      13190000
           DISPLAY 'NUMBER OF RUNS WITH NO SLA     :-' WA-NOSLA-CTR.    13200000
           DISPLAY 'NUMBER OF HISTORY RECS READ    :-'                  13210000
                    WA-HST-READ-CTR.                                    13220000
           DISPLAY 'NUMBER OF HISTORY RECS KEPT    :-'                  13230000
                    WA-HST-KEPT-CTR.                                    13240000
           DISPLAY 'NUMBER OF HISTORY RECS ADDED   :-'                  13250000
                    WA-HST-NEW-CTR.                                     13260000
           DISPLAY 'NUMBER OF TABLE OVERFLOWS      :-'                  13270000
                    WA-TBLFULL-CTR.                                     13280000
                                                                        13290000
       Z998-WRITE-ALERT-REC.                                            13300000
      *----------------------                                           13310000
                                                                        13320000
           OPEN EXTEND ALERTFILE.                                       13330000
           MOVE SPACES                       TO ALERTFILE-REC.          13340000
           MOVE WC-PGM-NM                    TO ALT-PGM-NM.             13350000
           MOVE FUNCTION CURRENT-DATE (1:14) TO ALT-TS.                 13360000
           MOVE WV-ALT-SEV                   TO ALT-SEVERITY.           13370000
           MOVE WV-ALT-CD                    TO ALT-EVENT-CD.           13380000
           MOVE WV-ALT-TXT                   TO ALT-TEXT.               13390000
           WRITE ALERTFILE-REC.                                         13400000
           CLOSE ALERTFILE.                                             13410000
