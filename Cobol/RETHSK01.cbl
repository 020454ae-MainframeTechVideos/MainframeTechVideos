       ID DIVISION.                                                     00010000
      **************                                                    00020000
                                                                        00030000
       PROGRAM-ID.     RETHSK01.                                        00040000
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
           SELECT  RETCARD   ASSIGN         TO UT-S-RETCARD.            00290000
           SELECT  AUDITFILE ASSIGN         TO UT-S-AUDITFILE.          00300000
           SELECT  NEWAUDIT  ASSIGN         TO UT-S-NEWAUDIT.           00310000
           SELECT  ARCAUDIT  ASSIGN         TO UT-S-ARCAUDIT.           00320000
           SELECT  ALERTFILE ASSIGN         TO UT-S-ALERTFILE.          00330000
           SELECT  NEWALERT  ASSIGN         TO UT-S-NEWALERT.           00340000
           SELECT  ARCALERT  ASSIGN         TO UT-S-ARCALERT.           00350000
           SELECT  RUNREG    ASSIGN         TO UT-S-RUNREG.             00360000
           SELECT  NEWRUNRG  ASSIGN         TO UT-S-NEWRUNRG.           00370000
           SELECT  ARCRUNRG  ASSIGN         TO UT-S-ARCRUNRG.           00380000
           SELECT  CHGHIST   ASSIGN         TO UT-S-CHGHIST.            00390000
           SELECT  NEWCHGH   ASSIGN         TO UT-S-NEWCHGH.            00400000
           SELECT  ARCCHGH   ASSIGN         TO UT-S-ARCCHGH.            00410000
           SELECT  HISTFILE  ASSIGN         TO UT-S-HISTFILE.           00420000
           SELECT  NEWHIST   ASSIGN         TO UT-S-NEWHIST.            00430000
           SELECT  ARCHIST   ASSIGN         TO UT-S-ARCHIST.            00440000
           SELECT  PENDFILE  ASSIGN         TO UT-S-PENDFILE.           00450000
           SELECT  NEWPEND   ASSIGN         TO UT-S-NEWPEND.            00460000
           SELECT  ARCPEND   ASSIGN         TO UT-S-ARCPEND.            00470000
           SELECT  RETRPT    ASSIGN         TO UT-S-RETRPT.             00480000
                                                                        00490000
       DATA DIVISION.                                                   00500000
      ****************                                                  00510000
                                                                        00520000
       FILE SECTION.                                                    00530000
      *=============                                                    00540000
                                                                        00550000
       FD RETCARD                                                       00560000
              LABEL RECORD STANDARD                                     00570000
              BLOCK 0 RECORDS                                           00580000
              RECORDING MODE IS F.                                      00590000
                                                                        00600000
       01 RETCARD-REC.                                                  00610000
          03 RET-FILE-NM                    PIC X(10).                  00620000
          03 RET-KEEP-DAYS                  PIC X(04).                  00630000
          03 RET-DATE-POS                   PIC X(03).                  00640000
          03 RET-DATE-FMT                   PIC X(01).                  00650000
          03 FILLER                         PIC X(62).                  00660000
                                                                        00670000
       FD AUDITFILE                                                     00680000
              LABEL RECORD STANDARD                                     00690000
              BLOCK 0 RECORDS                                           00700000
              RECORDING MODE IS F.                                      00710000
                                                                        00720000
       01 AUDITFILE-REC                     PIC X(43).                  00730000
                                                                        00740000
       FD NEWAUDIT                                                      00750000
              LABEL RECORD STANDARD                                     00760000
              BLOCK 0 RECORDS                                           00770000
              RECORDING MODE IS F.                                      00780000
                                                                        00790000
       01 NEWAUDIT-REC                      PIC X(43).                  00800000
                                                                        00810000
       FD ARCAUDIT                                                      00820000
              LABEL RECORD STANDARD                                     00830000
              BLOCK 0 RECORDS                                           00840000
              RECORDING MODE IS F.                                      00850000
                                                                        00860000
       01 ARCAUDIT-REC                      PIC X(43).                  00870000
                                                                        00880000
       FD ALERTFILE                                                     00890000
              LABEL RECORD STANDARD                                     00900000
              BLOCK 0 RECORDS                                           00910000
              RECORDING MODE IS F.                                      00920000
                                                                        00930000
       01 ALERTFILE-REC                     PIC X(80).                  00940000
                                                                        00950000
       FD NEWALERT                                                      00960000
              LABEL RECORD STANDARD                                     00970000
              BLOCK 0 RECORDS                                           00980000
              RECORDING MODE IS F.                                      00990000
                                                                        01000000
       01 NEWALERT-REC                      PIC X(80).                  01010000
                                                                        01020000
       FD ARCALERT                                                      01030000
              LABEL RECORD STANDARD                                     01040000
              BLOCK 0 RECORDS                                           01050000
              RECORDING MODE IS F.                                      01060000
                                                                        01070000
       01 ARCALERT-REC                      PIC X(80).                  01080000
                                                                        01090000
       FD RUNREG                                                        01100000
              LABEL RECORD STANDARD                                     01110000
              BLOCK 0 RECORDS                                           01120000
              RECORDING MODE IS F.                                      01130000
                                                                        01140000
       01 RUNREG-REC.                                                   01150000
          03 REG-RUN-ID                     PIC X(14).                  01160000
          03 REG-PGM-NM                     PIC X(08).                  01170000
          03 REG-STT-TS                     PIC X(14).                  01180000
          03 REG-STATUS                     PIC X(12).                  01190000
          03 REG-END-TS                     PIC X(14).                  01200000
          03 REG-RTN-CD                     PIC 9(04).                  01210000
          03 FILLER                         PIC X(14).                  01220000
                                                                        01230000
       FD NEWRUNRG                                                      01240000
              LABEL RECORD STANDARD                                     01250000
              BLOCK 0 RECORDS                                           01260000
              RECORDING MODE IS F.                                      01270000
                                                                        01280000
       01 NEWRUNRG-REC                      PIC X(80).                  01290000
                                                                        01300000
       FD ARCRUNRG                                                      01310000
              LABEL RECORD STANDARD                                     01320000
              BLOCK 0 RECORDS                                           01330000
              RECORDING MODE IS F.                                      01340000
                                                                        01350000
       01 ARCRUNRG-REC                      PIC X(80).                  01360000
                                                                        01370000
       FD CHGHIST                                                       01380000
              LABEL RECORD STANDARD                                     01390000
              BLOCK 0 RECORDS                                           01400000
              RECORDING MODE IS F.                                      01410000
                                                                        01420000
       01 CHGHIST-REC                       PIC X(80).                  01430000
                                                                        01440000
       FD NEWCHGH                                                       01450000
              LABEL RECORD STANDARD                                     01460000
              BLOCK 0 RECORDS                                           01470000
              RECORDING MODE IS F.                                      01480000
                                                                        01490000
       01 NEWCHGH-REC                       PIC X(80).                  01500000
                                                                        01510000
       FD ARCCHGH                                                       01520000
              LABEL RECORD STANDARD                                     01530000
              BLOCK 0 RECORDS                                           01540000
              RECORDING MODE IS F.                                      01550000
                                                                        01560000
       01 ARCCHGH-REC                       PIC X(80).                  01570000
                                                                        01580000
       FD HISTFILE                                                      01590000
              LABEL RECORD STANDARD                                     01600000
              BLOCK 0 RECORDS                                           01610000
              RECORDING MODE IS F.                                      01620000
                                                                        01630000
       01 HISTFILE-REC                      PIC X(80).                  01640000
                                                                        01650000
       FD NEWHIST                                                       01660000
              LABEL RECORD STANDARD                                     01670000
              BLOCK 0 RECORDS                                           01680000
              RECORDING MODE IS F.                                      01690000
                                                                        01700000
       01 NEWHIST-REC                       PIC X(80).                  01710000
                                                                        01720000
       FD ARCHIST                                                       01730000
              LABEL RECORD STANDARD                                     01740000
              BLOCK 0 RECORDS                                           01750000
              RECORDING MODE IS F.                                      01760000
                                                                        01770000
       01 ARCHIST-REC                       PIC X(80).                  01780000
                                                                        01790000
       FD PENDFILE                                                      01800000
              LABEL RECORD STANDARD                                     01810000
              BLOCK 0 RECORDS                                           01820000
              RECORDING MODE IS F.                                      01830000
                                                                        01840000
       01 PENDFILE-REC                      PIC X(200).                 01850000
                                                                        01860000
       FD NEWPEND                                                       01870000
              LABEL RECORD STANDARD                                     01880000
              BLOCK 0 RECORDS                                           01890000
              RECORDING MODE IS F.                                      01900000
                                                                        01910000
       01 NEWPEND-REC                       PIC X(200).                 01920000
                                                                        01930000
       FD ARCPEND                                                       01940000
              LABEL RECORD STANDARD                                     01950000
              BLOCK 0 RECORDS                                           01960000
              RECORDING MODE IS F.                                      01970000
                                                                        01980000
       01 ARCPEND-REC                       PIC X(200).                 01990000
                                                                        02000000
       FD RETRPT                                                        02010000
              LABEL RECORD STANDARD                                     02020000
              BLOCK 0 RECORDS                                           02030000
              RECORDING MODE IS F.                                      02040000
                                                                        02050000
       01 RPT-REC                           PIC X(132).                 02060000
                                                                        02070000
       WORKING-STORAGE SECTION.                                         02080000
      *=========================                                        02090000
                                                                        02100000
       01 WS-WA.                                                        02110000
      *---------                                                        02120000
                                                                        02130000
          03 WA-CARD-READ-CTR               PIC S9(09) PACKED-DECIMAL.  02140000
          03 WA-BEFORE-TOT                  PIC S9(09) PACKED-DECIMAL.  02150000
          03 WA-ARCH-TOT                    PIC S9(09) PACKED-DECIMAL.  02160000
          03 WA-PROT-TOT                    PIC S9(09) PACKED-DECIMAL.  02170000
          03 WA-UNDATED-TOT                 PIC S9(09) PACKED-DECIMAL.  02180000
          03 WA-AFTER-TOT                   PIC S9(09) PACKED-DECIMAL.  02190000
          03 WA-OPEN-RUN-CTR                PIC S9(09) PACKED-DECIMAL.  02200000
          03 WA-TBLFULL-CTR                 PIC S9(09) PACKED-DECIMAL.  02210000
          03 WA-RPT-LINE-CTR                PIC S9(03) PACKED-DECIMAL.  02220000
          03 WA-RPT-PAGE-CTR                PIC S9(05) PACKED-DECIMAL.  02230000
                                                                        02240000
       01 WS-WI.                                                        02250000
      *---------                                                        02260000
                                                                        02270000
          03 WI-EOF-RETCARD                 PIC X(01).                  02280000
          03 WI-EOF-IN                      PIC X(01).                  02290000
          03 WI-PARM-ERR                    PIC X(01).                  02300000
          03 WI-KEEP-REC                    PIC X(01).                  02310000
          03 WI-PROTECTED                   PIC X(01).                  02320000
                                                                        02330000
       01 WS-CS.                                                        02340000
      *---------                                                        02350000
                                                                        02360000
          03 WC-PGM-NM                      PIC X(08) VALUE 'RETHSK01'. 02370000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        02380000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        02390000
          03 WC-ONE                         PIC 9(01) VALUE 1.          02400000
          03 WC-FL-MAX                      PIC 9(01) VALUE 6.          02410000
          03 WC-FL-RUNREG                   PIC 9(01) VALUE 3.          02420000
          03 WC-FL-PENDFILE                 PIC 9(01) VALUE 6.          02430000
          03 WC-OR-MAX                      PIC 9(04) VALUE 1000.       02440000
          03 WC-FMT-DATE                    PIC X(01) VALUE 'D'.        02450000
          03 WC-FMT-ISO                     PIC X(01) VALUE 'I'.        02460000
          03 WC-REG-INPROG                  PIC X(12) VALUE             02470000
             'IN-PROGRESS'.                                             02480000
          03 WC-RPT-MAX-LINE                PIC 9(03) VALUE 55.         02490000
                                                                        02500000
       01 WS-WV.                                                        02510000
      *---------                                                        02520000
                                                                        02530000
          03 WV-RUN-DATE                    PIC X(08).                  02540000
          03 WV-RUN-DATE-N REDEFINES WV-RUN-DATE                        02550000
                                            PIC 9(08).                  02560000
          03 WV-RUN-DATE-ISO                PIC X(10).                  02570000
          03 WV-RUN-INT                     PIC S9(09) BINARY.          02580000
          03 WV-CUTOFF-INT                  PIC S9(09) BINARY.          02590000
          03 WV-CUTOFF-DATE-N               PIC 9(08).                  02600000
          03 WV-CUTOFF-DATE REDEFINES WV-CUTOFF-DATE-N                  02610000
                                            PIC X(08).                  02620000
          03 WV-REC                         PIC X(200).                 02630000
          03 WV-REC-DATE                    PIC X(08).                  02640000
          03 WV-REC-DATE-ISO                PIC X(10).                  02650000
          03 WV-DATE-LEN                    PIC 9(02).                  02660000
          03 WV-DATE-END                    PIC 9(03).                  02670000
          03 WV-PEND-EFF-DATE               PIC X(10).                  02680000
          03 WV-PEND-EXP-DATE               PIC X(10).                  02690000
          03 WV-REFUSE-RSN                  PIC X(20).                  02700000
          03 WV-FOUND-SW                    PIC X(01).                  02710000
          03 WV-HOLD-LINE                   PIC X(132).                 02720000
                                                                        02730000
       01 WS-FILE-DEFS.                                                 02740000
      *----------------                                                 02750000
                                                                        02760000
          03 FILLER                         PIC X(17) VALUE             02770000
             'AUDITFILE 043009D'.                                       02780000
          03 FILLER                         PIC X(17) VALUE             02790000
             'ALERTFILE 080009D'.                                       02800000
          03 FILLER                         PIC X(17) VALUE             02810000
             'RUNREG    080023D'.                                       02820000
          03 FILLER                         PIC X(17) VALUE             02830000
             'CHGHIST   080066D'.                                       02840000
          03 FILLER                         PIC X(17) VALUE             02850000
             'HISTFILE  080009D'.                                       02860000
          03 FILLER                         PIC X(17) VALUE             02870000
             'PENDFILE  200072I'.                                       02880000
                                                                        02890000
       01 WS-FILE-DEFS-R REDEFINES WS-FILE-DEFS.                        02900000
      *------------------------------------------                       02910000
                                                                        02920000
          03 WV-FD-ENTRY OCCURS 6 TIMES.                                02930000
             05 WV-FD-FILE-NM               PIC X(10).                  02940000
             05 WV-FD-REC-LEN               PIC 9(03).                  02950000
             05 WV-FD-DATE-POS              PIC 9(03).                  02960000
             05 WV-FD-DATE-FMT              PIC X(01).                  02970000
                                                                        02980000
       01 WS-FILE-TBL.                                                  02990000
      *---------------                                                  03000000
                                                                        03010000
          03 WV-FL-IX                       PIC S9(03) BINARY.          03020000
          03 WV-FL-ENTRY OCCURS 6 TIMES.                                03030000
             05 WV-FL-CARD-SW               PIC X(01).                  03040000
             05 WV-FL-KEEP-DAYS             PIC 9(04).                  03050000
             05 WV-FL-DATE-POS              PIC 9(03).                  03060000
             05 WV-FL-DATE-FMT              PIC X(01).                  03070000
             05 WV-FL-CUTOFF                PIC X(08).                  03080000
             05 WV-FL-BEFORE                PIC S9(09) PACKED-DECIMAL.  03090000
             05 WV-FL-ARCH                  PIC S9(09) PACKED-DECIMAL.  03100000
             05 WV-FL-PROT                  PIC S9(09) PACKED-DECIMAL.  03110000
             05 WV-FL-UNDATED               PIC S9(09) PACKED-DECIMAL.  03120000
             05 WV-FL-AFTER                 PIC S9(09) PACKED-DECIMAL.  03130000
                                                                        03140000
       01 WS-OPEN-RUN-TBL.                                              03150000
      *-------------------                                              03160000
                                                                        03170000
          03 WV-OR-CNT                      PIC S9(04) BINARY.          03180000
          03 WV-OR-IX                       PIC S9(04) BINARY.          03190000
          03 WV-OR-ENTRY OCCURS 1000 TIMES.                             03200000
             05 WV-OR-RUN-ID                PIC X(14).                  03210000
             05 WV-OR-PGM-NM                PIC X(08).                  03220000
             05 WV-OR-OPEN-SW               PIC X(01).                  03230000
                                                                        03240000
       01 WS-RPT-HDR1.                                                  03250000
      *---------------                                                  03260000
                                                                        03270000
          03 FILLER                         PIC X(08) VALUE 'RETHSK01'. 03280000
          03 FILLER                         PIC X(05) VALUE SPACES.     03290000
          03 FILLER                         PIC X(40) VALUE             03300000
             'RETENTION AND ARCHIVAL HOUSEKEEPING'.                     03310000
          03 FILLER                         PIC X(09) VALUE 'RUN DATE '.03320000
          03 RPT-HDR-RUN-DATE               PIC X(08).                  03330000
          03 FILLER                         PIC X(51) VALUE SPACES.     03340000
          03 FILLER                         PIC X(05) VALUE 'PAGE '.    03350000
          03 RPT-HDR-PAGE                   PIC ZZ,ZZ9.                 03360000
                                                                        03370000
       01 WS-RPT-REF-HDR.                                               03380000
      *------------------                                               03390000
                                                                        03400000
          03 FILLER                         PIC X(10) VALUE 'FILE'.     03410000
          03 FILLER                         PIC X(02) VALUE SPACES.     03420000
          03 FILLER                         PIC X(20) VALUE 'REASON'.   03430000
          03 FILLER                         PIC X(02) VALUE SPACES.     03440000
          03 FILLER                         PIC X(08) VALUE 'DATE'.     03450000
          03 FILLER                         PIC X(02) VALUE SPACES.     03460000
          03 FILLER                         PIC X(60) VALUE             03470000
             'RECORD'.                                                  03480000
          03 FILLER                         PIC X(28) VALUE SPACES.     03490000
                                                                        03500000
       01 WS-RPT-REF.                                                   03510000
      *--------------                                                   03520000
                                                                        03530000
          03 RPT-REF-FILE                   PIC X(10).                  03540000
          03 FILLER                         PIC X(02) VALUE SPACES.     03550000
          03 RPT-REF-RSN                    PIC X(20).                  03560000
          03 FILLER                         PIC X(02) VALUE SPACES.     03570000
          03 RPT-REF-DATE                   PIC X(08).                  03580000
          03 FILLER                         PIC X(02) VALUE SPACES.     03590000
          03 RPT-REF-REC                    PIC X(60).                  03600000
          03 FILLER                         PIC X(28) VALUE SPACES.     03610000
                                                                        03620000
       01 WS-RPT-SUM-HDR.                                               03630000
      *------------------                                               03640000
                                                                        03650000
          03 FILLER                         PIC X(10) VALUE 'FILE'.     03660000
          03 FILLER                         PIC X(02) VALUE SPACES.     03670000
          03 FILLER                         PIC X(04) VALUE 'DAYS'.     03680000
          03 FILLER                         PIC X(02) VALUE SPACES.     03690000
          03 FILLER                         PIC X(03) VALUE 'POS'.      03700000
          03 FILLER                         PIC X(02) VALUE SPACES.     03710000
          03 FILLER                         PIC X(03) VALUE 'FMT'.      03720000
          03 FILLER                         PIC X(02) VALUE SPACES.     03730000
          03 FILLER                         PIC X(08) VALUE 'CUTOFF'.   03740000
          03 FILLER                         PIC X(02) VALUE SPACES.     03750000
          03 FILLER                         PIC X(11) VALUE             03760000
             '     BEFORE'.                                             03770000
          03 FILLER                         PIC X(02) VALUE SPACES.     03780000
          03 FILLER                         PIC X(11) VALUE             03790000
             '   ARCHIVED'.                                             03800000
          03 FILLER                         PIC X(02) VALUE SPACES.     03810000
          03 FILLER                         PIC X(11) VALUE             03820000
             '  PROTECTED'.                                             03830000
          03 FILLER                         PIC X(02) VALUE SPACES.     03840000
          03 FILLER                         PIC X(11) VALUE             03850000
             '    UNDATED'.                                             03860000
          03 FILLER                         PIC X(02) VALUE SPACES.     03870000
          03 FILLER                         PIC X(11) VALUE             03880000
             '      AFTER'.                                             03890000
          03 FILLER                         PIC X(02) VALUE SPACES.     03900000
          03 FILLER                         PIC X(08) VALUE 'CHECK'.    03910000
          03 FILLER                         PIC X(21) VALUE SPACES.     03920000
                                                                        03930000
       01 WS-RPT-SUM.                                                   03940000
      *--------------                                                   03950000
                                                                        03960000
          03 RPT-SUM-FILE                   PIC X(10).                  03970000
          03 FILLER                         PIC X(02) VALUE SPACES.     03980000
          03 RPT-SUM-DAYS                   PIC X(04).                  03990000
          03 FILLER                         PIC X(02) VALUE SPACES.     04000000
          03 RPT-SUM-POS                    PIC X(03).                  04010000
          03 FILLER                         PIC X(02) VALUE SPACES.     04020000
          03 RPT-SUM-FMT                    PIC X(03).                  04030000
          03 FILLER                         PIC X(02) VALUE SPACES.     04040000
          03 RPT-SUM-CUTOFF                 PIC X(08).                  04050000
          03 FILLER                         PIC X(02) VALUE SPACES.     04060000
          03 RPT-SUM-BEFORE                 PIC ZZZ,ZZZ,ZZ9.            04070000
          03 FILLER                         PIC X(02) VALUE SPACES.     04080000
          03 RPT-SUM-ARCH                   PIC ZZZ,ZZZ,ZZ9.            04090000
          03 FILLER                         PIC X(02) VALUE SPACES.     04100000
          03 RPT-SUM-PROT                   PIC ZZZ,ZZZ,ZZ9.            04110000
          03 FILLER                         PIC X(02) VALUE SPACES.     04120000
          03 RPT-SUM-UNDATED                PIC ZZZ,ZZZ,ZZ9.            04130000
          03 FILLER                         PIC X(02) VALUE SPACES.     04140000
          03 RPT-SUM-AFTER                  PIC ZZZ,ZZZ,ZZ9.            04150000
          03 FILLER                         PIC X(02) VALUE SPACES.     04160000
          03 RPT-SUM-CHECK                  PIC X(08).                  04170000
          03 FILLER                         PIC X(21) VALUE SPACES.     04180000
                                                                        04190000
       PROCEDURE DIVISION.                                              04200000
      ********************                                              04210000
                                                                        04220000
           PERFORM A010-STT-HSK.                                        04230000
           PERFORM A020-PCS-FILE                                        04240000
                   UNTIL WV-FL-IX >= WC-FL-MAX                          04250000
                      OR WI-PARM-ERR = WC-IC-ON.                        04260000
           PERFORM A030-END-HSK.                                        04270000
           STOP RUN.                                                    04280000
                                                                        04290000
      **************************** LEVEL A *****************************04300000
                                                                        04310000
       A010-STT-HSK.                                                    04320000
      *--------------                                                   04330000
                                                                        04340000
           PERFORM Z030-INIT-FLDS.                                      04350000
           PERFORM Z035-LOAD-RET-CARDS.                                 04360000
           IF WI-PARM-ERR = WC-IC-ON                                    04370000
              DISPLAY 'RUN REFUSED - PARAMETER ERRORS'                  04380000
              MOVE 8                        TO RETURN-CODE              04390000
           ELSE                                                         04400000
              PERFORM Z050-LOAD-OPEN-RUNS                               04410000
              OPEN OUTPUT RETRPT                                        04420000
              PERFORM Z200-WRITE-RPT-HDR                                04430000
              MOVE 'PURGE REFUSED - RECORDS KEPT ON ACTIVE FILE'        04440000
                                            TO RPT-REC                  04450000
              PERFORM Z230-WRITE-RPT-REC                                04460000
              MOVE SPACES                   TO RPT-REC                  04470000
              PERFORM Z230-WRITE-RPT-REC                                04480000
              MOVE WS-RPT-REF-HDR           TO RPT-REC                  04490000
              PERFORM Z230-WRITE-RPT-REC                                04500000
           END-IF.                                                      04510000
                                                                        04520000
       A020-PCS-FILE.                                                   04530000
      *---------------                                                  04540000
                                                                        04550000
           ADD 1                            TO WV-FL-IX.                04560000
           PERFORM B010-SET-CUTOFF.                                     04570000
           EVALUATE WV-FL-IX                                            04580000
               WHEN 1                                                   04590000
                    PERFORM C110-HSK-AUDITFILE                          04600000
               WHEN 2                                                   04610000
                    PERFORM C120-HSK-ALERTFILE                          04620000
               WHEN 3                                                   04630000
                    PERFORM C130-HSK-RUNREG                             04640000
               WHEN 4                                                   04650000
                    PERFORM C140-HSK-CHGHIST                            04660000
               WHEN 5                                                   04670000
                    PERFORM C150-HSK-HISTFILE                           04680000
               WHEN 6                                                   04690000
                    PERFORM C160-HSK-PENDFILE                           04700000
           END-EVALUATE.                                                04710000
                                                                        04720000
       A030-END-HSK.                                                    04730000
      *--------------                                                   04740000
                                                                        04750000
           IF WI-PARM-ERR = WC-IC-OFF                                   04760000
              IF WA-PROT-TOT = ZERO                                     04770000
                 MOVE 'NONE'                TO RPT-REC                  04780000
                 PERFORM Z230-WRITE-RPT-REC                             04790000
              END-IF                                                    04800000
              PERFORM B090-PRT-SUMMARY                                  04810000
              CLOSE RETRPT                                              04820000
              IF WA-PROT-TOT > ZERO                                     04830000
                 AND RETURN-CODE < 4                                    04840000
                 MOVE 4                     TO RETURN-CODE              04850000
              END-IF                                                    04860000
              IF WA-TBLFULL-CTR > ZERO                                  04870000
                 MOVE 8                     TO RETURN-CODE              04880000
              END-IF                                                    04890000
           END-IF.                                                      04900000
           PERFORM Z990-PCS-CTRS.                                       04910000
                                                                        04920000
      **************************** LEVEL B *****************************04930000
                                                                        04940000
       B010-SET-CUTOFF.                                                 04950000
      *-----------------                                                04960000
                                                                        04970000
           MOVE ZERO                        TO WV-FL-BEFORE (WV-FL-IX)  04980000
                                               WV-FL-ARCH (WV-FL-IX)    04990000
                                               WV-FL-PROT (WV-FL-IX)    05000000
                                               WV-FL-UNDATED (WV-FL-IX) 05010000
                                               WV-FL-AFTER (WV-FL-IX).  05020000
           IF WV-FL-CARD-SW (WV-FL-IX) = WC-IC-ON                       05030000
              COMPUTE WV-CUTOFF-INT = WV-RUN-INT                        05040000
                                    - WV-FL-KEEP-DAYS (WV-FL-IX)        05050000
              END-COMPUTE                                               05060000
              COMPUTE WV-CUTOFF-DATE-N =                                05070000
                      FUNCTION DATE-OF-INTEGER (WV-CUTOFF-INT)          05080000
              END-COMPUTE                                               05090000
              MOVE WV-CUTOFF-DATE           TO WV-FL-CUTOFF (WV-FL-IX)  05100000
           ELSE                                                         05110000
              MOVE SPACES                   TO WV-FL-CUTOFF (WV-FL-IX)  05120000
           END-IF.                                                      05130000
                                                                        05140000
       B090-PRT-SUMMARY.                                                05150000
      *------------------                                               05160000
                                                                        05170000
           MOVE SPACES                      TO RPT-REC.                 05180000
           PERFORM Z230-WRITE-RPT-REC.                                  05190000
           MOVE 'RETENTION SUMMARY BY FILE' TO RPT-REC.                 05200000
           PERFORM Z230-WRITE-RPT-REC.                                  05210000
           MOVE SPACES                      TO RPT-REC.                 05220000
           PERFORM Z230-WRITE-RPT-REC.                                  05230000
           MOVE WS-RPT-SUM-HDR              TO RPT-REC.                 05240000
           PERFORM Z230-WRITE-RPT-REC.                                  05250000
           MOVE ZERO                        TO WV-FL-IX.                05260000
           PERFORM C090-PRT-SUM-LINE                                    05270000
                   UNTIL WV-FL-IX >= WC-FL-MAX.                         05280000
           INITIALIZE WS-RPT-SUM.                                       05290000
           MOVE 'TOTAL'                     TO RPT-SUM-FILE.            05300000
           MOVE WA-BEFORE-TOT               TO RPT-SUM-BEFORE.          05310000
           MOVE WA-ARCH-TOT                 TO RPT-SUM-ARCH.            05320000
           MOVE WA-PROT-TOT                 TO RPT-SUM-PROT.            05330000
           MOVE WA-UNDATED-TOT              TO RPT-SUM-UNDATED.         05340000
           MOVE WA-AFTER-TOT                TO RPT-SUM-AFTER.           05350000
           MOVE SPACES                      TO RPT-REC.                 05360000
           PERFORM Z230-WRITE-RPT-REC.                                  05370000
           MOVE WS-RPT-SUM                  TO RPT-REC.                 05380000
           PERFORM Z230-WRITE-RPT-REC.                                  05390000
                                                                        05400000
      **************************** LEVEL C *****************************05410000
                                                                        05420000
       C090-PRT-SUM-LINE.                                               05430000
      *-------------------                                              05440000
                                                                        05450000
           ADD 1                            TO WV-FL-IX.                05460000
           INITIALIZE WS-RPT-SUM.                                       05470000
           MOVE WV-FD-FILE-NM (WV-FL-IX)    TO RPT-SUM-FILE.            05480000
           IF WV-FL-CARD-SW (WV-FL-IX) = WC-IC-ON                       05490000
              MOVE WV-FL-KEEP-DAYS (WV-FL-IX) TO RPT-SUM-DAYS           05500000
              MOVE WV-FL-DATE-POS (WV-FL-IX) TO RPT-SUM-POS             05510000
              MOVE WV-FL-DATE-FMT (WV-FL-IX) TO RPT-SUM-FMT             05520000
              MOVE WV-FL-CUTOFF (WV-FL-IX)  TO RPT-SUM-CUTOFF           05530000
           ELSE                                                         05540000
              MOVE 'NO CARD'                TO RPT-SUM-CUTOFF           05550000
           END-IF.                                                      05560000
           MOVE WV-FL-BEFORE (WV-FL-IX)     TO RPT-SUM-BEFORE.          05570000
           MOVE WV-FL-ARCH (WV-FL-IX)       TO RPT-SUM-ARCH.            05580000
           MOVE WV-FL-PROT (WV-FL-IX)       TO RPT-SUM-PROT.            05590000
           MOVE WV-FL-UNDATED (WV-FL-IX)    TO RPT-SUM-UNDATED.         05600000
           MOVE WV-FL-AFTER (WV-FL-IX)      TO RPT-SUM-AFTER.           05610000
           IF WV-FL-BEFORE (WV-FL-IX) =                                 05620000
              WV-FL-ARCH (WV-FL-IX) + WV-FL-AFTER (WV-FL-IX)            05630000
              MOVE 'OK'                     TO RPT-SUM-CHECK            05640000
           ELSE                                                         05650000
              MOVE 'MISMATCH'               TO RPT-SUM-CHECK            05660000
           END-IF.                                                      05670000
           MOVE WS-RPT-SUM                  TO RPT-REC.                 05680000
           PERFORM Z230-WRITE-RPT-REC.                                  05690000
           ADD WV-FL-BEFORE (WV-FL-IX)      TO WA-BEFORE-TOT.           05700000
           ADD WV-FL-ARCH (WV-FL-IX)        TO WA-ARCH-TOT.             05710000
           ADD WV-FL-UNDATED (WV-FL-IX)     TO WA-UNDATED-TOT.          05720000
           ADD WV-FL-AFTER (WV-FL-IX)       TO WA-AFTER-TOT.            05730000
                                                                        05740000
       C110-HSK-AUDITFILE.                                              05750000
      *--------------------                                             05760000
                                                                        05770000
           OPEN INPUT  AUDITFILE                                        05780000
                OUTPUT NEWAUDIT                                         05790000
                       ARCAUDIT.                                        05800000
           MOVE LOW-VALUES                  TO WI-EOF-IN.               05810000
           PERFORM C115-PCS-AUDITFILE-REC                               05820000
                   UNTIL WI-EOF-IN = HIGH-VALUES.                       05830000
           CLOSE  AUDITFILE                                             05840000
                  NEWAUDIT                                              05850000
                  ARCAUDIT.                                             05860000
                                                                        05870000
       C115-PCS-AUDITFILE-REC.                                          05880000
      *------------------------                                         05890000
                                                                        05900000
           READ AUDITFILE                                               05910000
             AT END                                                     05920000
                MOVE HIGH-VALUES            TO WI-EOF-IN                05930000
           END-READ.                                                    05940000
           IF WI-EOF-IN = LOW-VALUES                                    05950000
              MOVE SPACES                   TO WV-REC                   05960000
              MOVE AUDITFILE-REC            TO WV-REC                   05970000
              PERFORM Z060-CHK-RECORD                                   05980000
              IF WI-KEEP-REC = WC-IC-ON                                 05990000
                 WRITE NEWAUDIT-REC         FROM AUDITFILE-REC          06000000
              ELSE                                                      06010000
                 WRITE ARCAUDIT-REC         FROM AUDITFILE-REC          06020000
              END-IF                                                    06030000
           END-IF.                                                      06040000
                                                                        06050000
       C120-HSK-ALERTFILE.                                              06060000
      *--------------------                                             06070000
                                                                        06080000
           OPEN INPUT  ALERTFILE                                        06090000
                OUTPUT NEWALERT                                         06100000
                       ARCALERT.                                        06110000
           MOVE LOW-VALUES                  TO WI-EOF-IN.               06120000
           PERFORM C125-PCS-ALERTFILE-REC                               06130000
                   UNTIL WI-EOF-IN = HIGH-VALUES.                       06140000
           CLOSE  ALERTFILE                                             06150000
                  NEWALERT                                              06160000
                  ARCALERT.                                             06170000
                                                                        06180000
       C125-PCS-ALERTFILE-REC.                                          06190000
      *------------------------                                         06200000
                                                                        06210000
           READ ALERTFILE                                               06220000
             AT END                                                     06230000
                MOVE HIGH-VALUES            TO WI-EOF-IN                06240000
           END-READ.                                                    06250000
           IF WI-EOF-IN = LOW-VALUES                                    06260000
              MOVE SPACES                   TO WV-REC                   06270000
              MOVE ALERTFILE-REC            TO WV-REC                   06280000
              PERFORM Z060-CHK-RECORD                                   06290000
              IF WI-KEEP-REC = WC-IC-ON                                 06300000
                 WRITE NEWALERT-REC         FROM ALERTFILE-REC          06310000
              ELSE                                                      06320000
                 WRITE ARCALERT-REC         FROM ALERTFILE-REC          06330000
              END-IF                                                    06340000
           END-IF.                                                      06350000
                                                                        06360000
       C130-HSK-RUNREG.                                                 06370000
      *-----------------                                                06380000
                                                                        06390000
           OPEN INPUT  RUNREG                                           06400000
                OUTPUT NEWRUNRG                                         06410000
                       ARCRUNRG.                                        06420000
           MOVE LOW-VALUES                  TO WI-EOF-IN.               06430000
           PERFORM C135-PCS-RUNREG-REC                                  06440000
                   UNTIL WI-EOF-IN = HIGH-VALUES.                       06450000
           CLOSE  RUNREG                                                06460000
                  NEWRUNRG                                              06470000
                  ARCRUNRG.                                             06480000
                                                                        06490000
       C135-PCS-RUNREG-REC.                                             06500000
      *---------------------                                            06510000
                                                                        06520000
           READ RUNREG                                                  06530000
             AT END                                                     06540000
                MOVE HIGH-VALUES            TO WI-EOF-IN                06550000
           END-READ.                                                    06560000
           IF WI-EOF-IN = LOW-VALUES                                    06570000
              MOVE SPACES                   TO WV-REC                   06580000
              MOVE RUNREG-REC               TO WV-REC                   06590000
              PERFORM Z060-CHK-RECORD                                   06600000
              IF WI-KEEP-REC = WC-IC-ON                                 06610000
                 WRITE NEWRUNRG-REC         FROM RUNREG-REC             06620000
              ELSE                                                      06630000
                 WRITE ARCRUNRG-REC         FROM RUNREG-REC             06640000
              END-IF                                                    06650000
           END-IF.                                                      06660000
                                                                        06670000
       C140-HSK-CHGHIST.                                                06680000
      *------------------                                               06690000
                                                                        06700000
           OPEN INPUT  CHGHIST                                          06710000
                OUTPUT NEWCHGH                                          06720000
                       ARCCHGH.                                         06730000
           MOVE LOW-VALUES                  TO WI-EOF-IN.               06740000
           PERFORM C145-PCS-CHGHIST-REC                                 06750000
                   UNTIL WI-EOF-IN = HIGH-VALUES.                       06760000
           CLOSE  CHGHIST                                               06770000
                  NEWCHGH                                               06780000
                  ARCCHGH.                                              06790000
                                                                        06800000
       C145-PCS-CHGHIST-REC.                                            06810000
      *----------------------                                           06820000
                                                                        06830000
           READ CHGHIST                                                 06840000
             AT END                                                     06850000
                MOVE HIGH-VALUES            TO WI-EOF-IN                06860000
           END-READ.                                                    06870000
           IF WI-EOF-IN = LOW-VALUES                                    06880000
              MOVE SPACES                   TO WV-REC                   06890000
              MOVE CHGHIST-REC              TO WV-REC                   06900000
              PERFORM Z060-CHK-RECORD                                   06910000
              IF WI-KEEP-REC = WC-IC-ON                                 06920000
                 WRITE NEWCHGH-REC          FROM CHGHIST-REC            06930000
              ELSE                                                      06940000
                 WRITE ARCCHGH-REC          FROM CHGHIST-REC            06950000
              END-IF                                                    06960000
           END-IF.                                                      06970000
                                                                        06980000
       C150-HSK-HISTFILE.                                               06990000
      *-------------------                                              07000000
                                                                        07010000
           OPEN INPUT  HISTFILE                                         07020000
                OUTPUT NEWHIST                                          07030000
                       ARCHIST.                                         07040000
           MOVE LOW-VALUES                  TO WI-EOF-IN.               07050000
           PERFORM C155-PCS-HISTFILE-REC                                07060000
                   UNTIL WI-EOF-IN = HIGH-VALUES.                       07070000
           CLOSE  HISTFILE                                              07080000
                  NEWHIST                                               07090000
                  ARCHIST.                                              07100000
                                                                        07110000
       C155-PCS-HISTFILE-REC.                                           07120000
      *-----------------------                                          07130000
                                                                        07140000
           READ HISTFILE                                                07150000
             AT END                                                     07160000
                MOVE HIGH-VALUES            TO WI-EOF-IN                07170000
           END-READ.                                                    07180000
           IF WI-EOF-IN = LOW-VALUES                                    07190000
              MOVE SPACES                   TO WV-REC                   07200000
              MOVE HISTFILE-REC             TO WV-REC                   07210000
              PERFORM Z060-CHK-RECORD                                   07220000
              IF WI-KEEP-REC = WC-IC-ON                                 07230000
                 WRITE NEWHIST-REC          FROM HISTFILE-REC           07240000
              ELSE                                                      07250000
                 WRITE ARCHIST-REC          FROM HISTFILE-REC           07260000
              END-IF                                                    07270000
           END-IF.                                                      07280000
                                                                        07290000
       C160-HSK-PENDFILE.                                               07300000
      *-------------------                                              07310000
                                                                        07320000
           OPEN INPUT  PENDFILE                                         07330000
                OUTPUT NEWPEND                                          07340000
                       ARCPEND.                                         07350000
           MOVE LOW-VALUES                  TO WI-EOF-IN.               07360000
           PERFORM C165-PCS-PENDFILE-REC                                07370000
                   UNTIL WI-EOF-IN = HIGH-VALUES.                       07380000
           CLOSE  PENDFILE                                              07390000
                  NEWPEND                                               07400000
                  ARCPEND.                                              07410000
                                                                        07420000
       C165-PCS-PENDFILE-REC.                                           07430000
      *-----------------------                                          07440000
                                                                        07450000
           READ PENDFILE                                                07460000
             AT END                                                     07470000
                MOVE HIGH-VALUES            TO WI-EOF-IN                07480000
           END-READ.                                                    07490000
           IF WI-EOF-IN = LOW-VALUES                                    07500000
              MOVE PENDFILE-REC             TO WV-REC                   07510000
              PERFORM Z060-CHK-RECORD                                   07520000
              IF WI-KEEP-REC = WC-IC-ON                                 07530000
                 WRITE NEWPEND-REC          FROM PENDFILE-REC           07540000
              ELSE                                                      07550000
                 WRITE ARCPEND-REC          FROM PENDFILE-REC           07560000
              END-IF                                                    07570000
           END-IF.                                                      07580000
                                                                        07590000
      **************************** LEVEL Z *****************************07600000
                                                                        07610000
       Z030-INIT-FLDS.                                                  07620000
      *----------------                                                 07630000
                                                                        07640000
           INITIALIZE WS-WA                                             07650000
                      WS-WV.                                            07660000
           MOVE ZERO                        TO WV-FL-IX                 07670000
                                               WV-OR-CNT.               07680000
           MOVE WC-IC-OFF                   TO WI-PARM-ERR.             07690000
           MOVE FUNCTION CURRENT-DATE (1:8) TO WV-RUN-DATE.             07700000
           COMPUTE WV-RUN-INT = FUNCTION INTEGER-OF-DATE (WV-RUN-DATE-N)07710000
           END-COMPUTE.                                                 07720000
           STRING WV-RUN-DATE (1:4)         DELIMITED BY SIZE           07730000
                  '-'                       DELIMITED BY SIZE           07740000
                  WV-RUN-DATE (5:2)         DELIMITED BY SIZE           07750000
                  '-'                       DELIMITED BY SIZE           07760000
                  WV-RUN-DATE (7:2)         DELIMITED BY SIZE           07770000
                  INTO WV-RUN-DATE-ISO                                  07780000
           END-STRING.                                                  07790000
           MOVE WV-RUN-DATE                 TO RPT-HDR-RUN-DATE.        07800000
                                                                        07810000
       Z035-LOAD-RET-CARDS.                                             07820000
      *---------------------                                            07830000
                                                                        07840000
           MOVE ZERO                        TO WV-FL-IX.                07850000
           PERFORM Z036-INIT-FILE-ENTRY                                 07860000
                   UNTIL WV-FL-IX >= WC-FL-MAX.                         07870000
           MOVE ZERO                        TO WV-FL-IX.                07880000
           MOVE LOW-VALUES                  TO WI-EOF-RETCARD.          07890000
           OPEN INPUT  RETCARD.                                         07900000
           PERFORM Z037-PCS-RET-CARD                                    07910000
                   UNTIL WI-EOF-RETCARD = HIGH-VALUES.                  07920000
           CLOSE RETCARD.                                               07930000
           DISPLAY 'RETENTION CARDS RESOLVED:'.                         07940000
           MOVE ZERO                        TO WV-FL-IX.                07950000
           PERFORM Z039-ECHO-FILE-ENTRY                                 07960000
                   UNTIL WV-FL-IX >= WC-FL-MAX.                         07970000
           MOVE ZERO                        TO WV-FL-IX.                07980000
                                                                        07990000
       Z036-INIT-FILE-ENTRY.                                            08000000
      *----------------------                                           08010000
                                                                        08020000
           ADD 1                            TO WV-FL-IX.                08030000
           MOVE WC-IC-OFF                   TO WV-FL-CARD-SW (WV-FL-IX).08040000
           MOVE ZERO                        TO                          08050000
                WV-FL-KEEP-DAYS (WV-FL-IX).                             08060000
           MOVE WV-FD-DATE-POS (WV-FL-IX)   TO                          08070000
                WV-FL-DATE-POS (WV-FL-IX).                              08080000
           MOVE WV-FD-DATE-FMT (WV-FL-IX)   TO                          08090000
                WV-FL-DATE-FMT (WV-FL-IX).                              08100000
                                                                        08110000
       Z037-PCS-RET-CARD.                                               08120000
      *-------------------                                              08130000
                                                                        08140000
           READ RETCARD                                                 08150000
             AT END                                                     08160000
                MOVE HIGH-VALUES            TO WI-EOF-RETCARD           08170000
           END-READ.                                                    08180000
           IF WI-EOF-RETCARD = LOW-VALUES                               08190000
              AND RETCARD-REC NOT = SPACES                              08200000
              ADD WC-ONE                    TO WA-CARD-READ-CTR         08210000
              MOVE WC-IC-OFF                TO WV-FOUND-SW              08220000
              MOVE ZERO                     TO WV-FL-IX                 08230000
              PERFORM Z038-SCAN-FILE-DEFS                               08240000
                      UNTIL WV-FOUND-SW = WC-IC-ON                      08250000
                         OR WV-FL-IX >= WC-FL-MAX                       08260000
              IF WV-FOUND-SW = WC-IC-OFF                                08270000
                 DISPLAY 'RETENTION CARD FOR UNKNOWN FILE: '            08280000
                         RETCARD-REC (1:40)                             08290000
                 MOVE WC-IC-ON              TO WI-PARM-ERR              08300000
              ELSE                                                      08310000
                 PERFORM Z040-APPLY-RET-CARD                            08320000
              END-IF                                                    08330000
           END-IF.                                                      08340000
                                                                        08350000
       Z038-SCAN-FILE-DEFS.                                             08360000
      *---------------------                                            08370000
                                                                        08380000
           ADD 1                            TO WV-FL-IX.                08390000
           IF WV-FD-FILE-NM (WV-FL-IX) = RET-FILE-NM                    08400000
              MOVE WC-IC-ON                 TO WV-FOUND-SW              08410000
           END-IF.                                                      08420000
                                                                        08430000
       Z039-ECHO-FILE-ENTRY.                                            08440000
      *----------------------                                           08450000
                                                                        08460000
           ADD 1                            TO WV-FL-IX.                08470000
           IF WV-FL-CARD-SW (WV-FL-IX) = WC-IC-ON                       08480000
              DISPLAY '  ' WV-FD-FILE-NM (WV-FL-IX)                     08490000
                      ' KEEP-DAYS=' WV-FL-KEEP-DAYS (WV-FL-IX)          08500000
                      ' DATE-POS=' WV-FL-DATE-POS (WV-FL-IX)            08510000
                      ' DATE-FMT=' WV-FL-DATE-FMT (WV-FL-IX)            08520000
           ELSE                                                         08530000
              DISPLAY '  ' WV-FD-FILE-NM (WV-FL-IX)                     08540000
                      ' NO CARD - COPIED UNCHANGED'                     08550000
           END-IF.                                                      08560000
                                                                        08570000
       Z040-APPLY-RET-CARD.                                             08580000
      *---------------------                                            08590000
                                                                        08600000
           IF WV-FL-CARD-SW (WV-FL-IX) = WC-IC-ON                       08610000
              DISPLAY 'DUPLICATE RETENTION CARD: ' RETCARD-REC (1:40)   08620000
              MOVE WC-IC-ON                 TO WI-PARM-ERR              08630000
           END-IF.                                                      08640000
           IF RET-KEEP-DAYS IS NUMERIC                                  08650000
              AND RET-KEEP-DAYS > '0000'                                08660000
              MOVE RET-KEEP-DAYS            TO                          08670000
                   WV-FL-KEEP-DAYS (WV-FL-IX)                           08680000
           ELSE                                                         08690000
              DISPLAY 'BAD KEEP DAYS ON RETENTION CARD: '               08700000
                      RETCARD-REC (1:40)                                08710000
              MOVE WC-IC-ON                 TO WI-PARM-ERR              08720000
           END-IF.                                                      08730000
           IF RET-DATE-POS NOT = SPACES                                 08740000
              AND RET-DATE-POS NOT = '000'                              08750000
              IF RET-DATE-POS IS NUMERIC                                08760000
                 MOVE RET-DATE-POS          TO                          08770000
                      WV-FL-DATE-POS (WV-FL-IX)                         08780000
              ELSE                                                      08790000
                 DISPLAY 'BAD DATE POSITION ON RETENTION CARD: '        08800000
                         RETCARD-REC (1:40)                             08810000
                 MOVE WC-IC-ON              TO WI-PARM-ERR              08820000
              END-IF                                                    08830000
           END-IF.                                                      08840000
           IF RET-DATE-FMT NOT = SPACE                                  08850000
              IF RET-DATE-FMT = WC-FMT-DATE                             08860000
                 OR RET-DATE-FMT = WC-FMT-ISO                           08870000
                 MOVE RET-DATE-FMT          TO                          08880000
                      WV-FL-DATE-FMT (WV-FL-IX)                         08890000
              ELSE                                                      08900000
                 DISPLAY 'BAD DATE FORMAT ON RETENTION CARD: '          08910000
                         RETCARD-REC (1:40)                             08920000
                 MOVE WC-IC-ON              TO WI-PARM-ERR              08930000
              END-IF                                                    08940000
           END-IF.                                                      08950000
           IF WV-FL-DATE-FMT (WV-FL-IX) = WC-FMT-ISO                    08960000
              MOVE 10                       TO WV-DATE-LEN              08970000
           ELSE                                                         08980000
              MOVE 8                        TO WV-DATE-LEN              08990000
           END-IF.                                                      09000000
           COMPUTE WV-DATE-END = WV-FL-DATE-POS (WV-FL-IX)              09010000
                               + WV-DATE-LEN - 1                        09020000
           END-COMPUTE.                                                 09030000
           IF WV-DATE-END > WV-FD-REC-LEN (WV-FL-IX)                    09040000
              DISPLAY 'DATE FIELD OUTSIDE RECORD ON RETENTION CARD: '   09050000
                      RETCARD-REC (1:40)                                09060000
              MOVE WC-IC-ON                 TO WI-PARM-ERR              09070000
           END-IF.                                                      09080000
           MOVE WC-IC-ON                    TO WV-FL-CARD-SW (WV-FL-IX).09090000
                                                                        09100000
       Z050-LOAD-OPEN-RUNS.                                             09110000
      *---------------------                                            09120000
                                                                        09130000
           OPEN INPUT  RUNREG.                                          09140000
           MOVE LOW-VALUES                  TO WI-EOF-IN.               09150000
           PERFORM Z052-READ-OPEN-RUN                                   09160000
                   UNTIL WI-EOF-IN = HIGH-VALUES.                       09170000
           CLOSE RUNREG.                                                09180000
           MOVE ZERO                        TO WV-OR-IX.                09190000
           PERFORM Z056-CNT-OPEN-RUN                                    09200000
                   UNTIL WV-OR-IX >= WV-OR-CNT.                         09210000
           DISPLAY 'OPEN IN-PROGRESS RUNS ON REGISTRY: '                09220000
                   WA-OPEN-RUN-CTR.                                     09230000
                                                                        09240000
       Z052-READ-OPEN-RUN.                                              09250000
      *--------------------                                             09260000
                                                                        09270000
           READ RUNREG                                                  09280000
             AT END                                                     09290000
                MOVE HIGH-VALUES            TO WI-EOF-IN                09300000
           END-READ.                                                    09310000
           IF WI-EOF-IN = LOW-VALUES                                    09320000
              MOVE WC-IC-OFF                TO WV-FOUND-SW              09330000
              MOVE ZERO                     TO WV-OR-IX                 09340000
              PERFORM Z054-SCAN-OPEN-RUN                                09350000
                      UNTIL WV-FOUND-SW = WC-IC-ON                      09360000
                         OR WV-OR-IX >= WV-OR-CNT                       09370000
              IF REG-STATUS = WC-REG-INPROG                             09380000
                 IF WV-FOUND-SW = WC-IC-OFF                             09390000
                    PERFORM Z053-ADD-OPEN-RUN                           09400000
                 END-IF                                                 09410000
              ELSE                                                      09420000
                 IF WV-FOUND-SW = WC-IC-ON                              09430000
                    MOVE WC-IC-OFF          TO WV-OR-OPEN-SW (WV-OR-IX) 09440000
                 END-IF                                                 09450000
              END-IF                                                    09460000
           END-IF.                                                      09470000
                                                                        09480000
       Z053-ADD-OPEN-RUN.                                               09490000
      *-------------------                                              09500000
                                                                        09510000
           IF WV-OR-CNT < WC-OR-MAX                                     09520000
              ADD 1                         TO WV-OR-CNT                09530000
              MOVE REG-RUN-ID               TO WV-OR-RUN-ID (WV-OR-CNT) 09540000
              MOVE REG-PGM-NM               TO WV-OR-PGM-NM (WV-OR-CNT) 09550000
              MOVE WC-IC-ON                 TO WV-OR-OPEN-SW (WV-OR-CNT)09560000
           ELSE                                                         09570000
              ADD WC-ONE                    TO WA-TBLFULL-CTR           09580000
              IF WV-FL-CARD-SW (WC-FL-RUNREG) = WC-IC-ON                09590000
                 DISPLAY 'OPEN RUN TABLE FULL - RUNREG COPIED UNCHANGED'09600000
                 MOVE WC-IC-OFF             TO                          09610000
                      WV-FL-CARD-SW (WC-FL-RUNREG)                      09620000
              END-IF                                                    09630000
           END-IF.                                                      09640000
                                                                        09650000
       Z054-SCAN-OPEN-RUN.                                              09660000
      *--------------------                                             09670000
                                                                        09680000
           ADD 1                            TO WV-OR-IX.                09690000
           IF WV-OR-RUN-ID (WV-OR-IX) = REG-RUN-ID                      09700000
              AND WV-OR-PGM-NM (WV-OR-IX) = REG-PGM-NM                  09710000
              MOVE WC-IC-ON                 TO WV-FOUND-SW              09720000
           END-IF.                                                      09730000
                                                                        09740000
       Z056-CNT-OPEN-RUN.                                               09750000
      *-------------------                                              09760000
                                                                        09770000
           ADD 1                            TO WV-OR-IX.                09780000
           IF WV-OR-OPEN-SW (WV-OR-IX) = WC-IC-ON                       09790000
              ADD WC-ONE                    TO WA-OPEN-RUN-CTR          09800000
           END-IF.                                                      09810000
                                                                        09820000
       Z060-CHK-RECORD.                                                 09830000
      *-----------------                                                09840000
                                                                        09850000
           ADD 1                            TO WV-FL-BEFORE (WV-FL-IX). 09860000
           MOVE WC-IC-ON                    TO WI-KEEP-REC.             09870000
           IF WV-FL-CARD-SW (WV-FL-IX) = WC-IC-ON                       09880000
              PERFORM Z062-GET-REC-DATE                                 09890000
              IF WV-REC-DATE IS NUMERIC                                 09900000
                 AND WV-REC-DATE (5:2) >= '01'                          09910000
                 AND WV-REC-DATE (5:2) <= '12'                          09920000
                 AND WV-REC-DATE (7:2) >= '01'                          09930000
                 AND WV-REC-DATE (7:2) <= '31'                          09940000
                 IF WV-REC-DATE < WV-FL-CUTOFF (WV-FL-IX)               09950000
                    PERFORM Z065-CHK-PROTECTED                          09960000
                    IF WI-PROTECTED = WC-IC-ON                          09970000
                       ADD 1                TO WV-FL-PROT (WV-FL-IX)    09980000
                       ADD WC-ONE           TO WA-PROT-TOT              09990000
                       PERFORM Z068-PRT-REFUSED                         10000000
                    ELSE                                                10010000
                       MOVE WC-IC-OFF       TO WI-KEEP-REC              10020000
                       ADD 1                TO WV-FL-ARCH (WV-FL-IX)    10030000
                    END-IF                                              10040000
                 END-IF                                                 10050000
              ELSE                                                      10060000
                 ADD 1                      TO WV-FL-UNDATED (WV-FL-IX) 10070000
              END-IF                                                    10080000
           END-IF.                                                      10090000
           IF WI-KEEP-REC = WC-IC-ON                                    10100000
              ADD 1                         TO WV-FL-AFTER (WV-FL-IX)   10110000
           END-IF.                                                      10120000
                                                                        10130000
       Z062-GET-REC-DATE.                                               10140000
      *-------------------                                              10150000
                                                                        10160000
           MOVE SPACES                      TO WV-REC-DATE.             10170000
           IF WV-FL-DATE-FMT (WV-FL-IX) = WC-FMT-ISO                    10180000
              MOVE WV-REC (WV-FL-DATE-POS (WV-FL-IX):10)                10190000
                                            TO WV-REC-DATE-ISO          10200000
              IF WV-REC-DATE-ISO (5:1) = '-'                            10210000
                 AND WV-REC-DATE-ISO (8:1) = '-'                        10220000
                 STRING WV-REC-DATE-ISO (1:4) DELIMITED BY SIZE         10230000
                        WV-REC-DATE-ISO (6:2) DELIMITED BY SIZE         10240000
                        WV-REC-DATE-ISO (9:2) DELIMITED BY SIZE         10250000
                        INTO WV-REC-DATE                                10260000
                 END-STRING                                             10270000
              END-IF                                                    10280000
           ELSE                                                         10290000
              MOVE WV-REC (WV-FL-DATE-POS (WV-FL-IX):8)                 10300000
                                            TO WV-REC-DATE              10310000
           END-IF.                                                      10320000
                                                                        10330000
       Z065-CHK-PROTECTED.                                              10340000
      *--------------------                                             10350000
                                                                        10360000
           MOVE WC-IC-OFF                   TO WI-PROTECTED.            10370000
           EVALUATE WV-FL-IX                                            10380000
               WHEN WC-FL-RUNREG                                        10390000
                    MOVE WC-IC-OFF          TO WV-FOUND-SW              10400000
                    MOVE ZERO               TO WV-OR-IX                 10410000
                    PERFORM Z054-SCAN-OPEN-RUN                          10420000
                            UNTIL WV-FOUND-SW = WC-IC-ON                10430000
                               OR WV-OR-IX >= WV-OR-CNT                 10440000
                    IF WV-FOUND-SW = WC-IC-ON                           10450000
                       AND WV-OR-OPEN-SW (WV-OR-IX) = WC-IC-ON          10460000
                       MOVE WC-IC-ON        TO WI-PROTECTED             10470000
                       MOVE 'OPEN RUN'      TO WV-REFUSE-RSN            10480000
                    END-IF                                              10490000
               WHEN WC-FL-PENDFILE                                      10500000
                    MOVE WV-REC (62:10)     TO WV-PEND-EFF-DATE         10510000
                    MOVE WV-REC (72:10)     TO WV-PEND-EXP-DATE         10520000
                    IF WV-PEND-EFF-DATE > WV-RUN-DATE-ISO               10530000
                       OR WV-PEND-EXP-DATE = SPACES                     10540000
                       OR WV-PEND-EXP-DATE NOT < WV-RUN-DATE-ISO        10550000
                       MOVE WC-IC-ON        TO WI-PROTECTED             10560000
                       MOVE 'PENDING MESSAGE' TO WV-REFUSE-RSN          10570000
                    END-IF                                              10580000
           END-EVALUATE.                                                10590000
                                                                        10600000
       Z068-PRT-REFUSED.                                                10610000
      *------------------                                               10620000
                                                                        10630000
           MOVE WV-FD-FILE-NM (WV-FL-IX)    TO RPT-REF-FILE.            10640000
           MOVE WV-REFUSE-RSN               TO RPT-REF-RSN.             10650000
           MOVE WV-REC-DATE                 TO RPT-REF-DATE.            10660000
           MOVE WV-REC (1:60)               TO RPT-REF-REC.             10670000
           MOVE WS-RPT-REF                  TO RPT-REC.                 10680000
           PERFORM Z230-WRITE-RPT-REC.                                  10690000
                                                                        10700000
       Z200-WRITE-RPT-HDR.                                              10710000
      *--------------------                                             10720000
                                                                        10730000
           ADD WC-ONE                       TO WA-RPT-PAGE-CTR.         10740000
           MOVE WA-RPT-PAGE-CTR             TO RPT-HDR-PAGE.            10750000
           IF WA-RPT-PAGE-CTR = 1                                       10760000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            10770000
           ELSE                                                         10780000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            10790000
                    AFTER ADVANCING NEXT-PAGE                           10800000
           END-IF.                                                      10810000
           MOVE SPACES                      TO RPT-REC.                 10820000
           WRITE RPT-REC.                                               10830000
           MOVE 2                           TO WA-RPT-LINE-CTR.         10840000
                                                                        10850000
       Z230-WRITE-RPT-REC.                                              10860000
      *--------------------                                             10870000
                                                                        10880000
           IF WA-RPT-LINE-CTR >= WC-RPT-MAX-LINE                        10890000
              MOVE RPT-REC                  TO WV-HOLD-LINE             10900000
              PERFORM Z200-WRITE-RPT-HDR                                10910000
              MOVE WV-HOLD-LINE             TO RPT-REC                  10920000
           END-IF.                                                      10930000
           WRITE RPT-REC.                                               10940000
           ADD WC-ONE                       TO WA-RPT-LINE-CTR.         10950000
                                                                        10960000
       Z990-PCS-CTRS.                                                   10970000
      *---------------                                                  10980000
                                                                        10990000
           DISPLAY 'NUMBER OF RETENTION CARDS READ :-'                  11000000
                    WA-CARD-READ-CTR.                                   11010000
           DISPLAY 'NUMBER OF RECORDS BEFORE       :-' WA-BEFORE-TOT.   11020000
           DISPLAY 'NUMBER OF RECORDS ARCHIVED     :-' WA-ARCH-TOT.     11030000
           DISPLAY 'NUMBER OF PURGES REFUSED       :-' WA-PROT-TOT.     11040000
           DISPLAY 'NUMBER OF RECORDS AFTER        :-' WA-AFTER-TOT.    11050000
           DISPLAY 'NUMBER OF TABLE OVERFLOWS      :-' WA-TBLFULL-CTR.  11060000
