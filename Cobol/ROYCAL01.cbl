       ID DIVISION.                                                     00010000
      **************                                                    00020000
                                                                        00030000
       PROGRAM-ID.     ROYCAL01.                                        00040000
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
           SELECT  NEWBOOK   ASSIGN         TO UT-S-NEWBOOK.            00300000
           SELECT  AUTHCTR   ASSIGN         TO UT-S-AUTHCTR.            00310000
           SELECT  SALEFEED  ASSIGN         TO UT-S-SALEFEED.           00320000
           SELECT  ROYSTMT   ASSIGN         TO UT-S-ROYSTMT.            00330000
           SELECT  ROYEXC    ASSIGN         TO UT-S-ROYEXC.             00340000
           SELECT  ROYPAY    ASSIGN         TO UT-S-ROYPAY.             00350000
           SELECT  AUDITFILE ASSIGN         TO UT-S-AUDITFILE.          00360000
           SELECT  ALERTFILE ASSIGN         TO UT-S-ALERTFILE.          00370000
                                                                        00380000
       DATA DIVISION.                                                   00390000
      ****************                                                  00400000
                                                                        00410000
       FILE SECTION.                                                    00420000
      *=============                                                    00430000
                                                                        00440000
       FD VALFILE                                                       00450000
              LABEL RECORD STANDARD                                     00460000
              BLOCK 0 RECORDS                                           00470000
              RECORDING MODE IS F.                                      00480000
                                                                        00490000
       01 VALFILE-REC.                                                  00500000
          03 VAL-CARD                       PIC X(80).                  00510000
                                                                        00520000
       FD NEWBOOK                                                       00530000
              LABEL RECORD STANDARD                                     00540000
              BLOCK 0 RECORDS                                           00550000
              RECORDING MODE IS F.                                      00560000
                                                                        00570000
       01 NEWBOOK-REC.                                                  00580000
          03 BOK-ID                         PIC X(05).                  00590000
          03 BOK-AUTHOR                     PIC X(25) OCCURS 5 TIMES.   00600000
          03 BOK-TITLE                      PIC X(25).                  00610000
          03 BOK-GENRE                      PIC X(20).                  00620000
          03 BOK-PRICE                      PIC X(11).                  00630000
          03 BOK-PUB-DT                     PIC X(10).                  00640000
          03 BOK-DESC                       PIC X(120).                 00650000
          03 FILLER                         PIC X(34).                  00660000
                                                                        00670000
       FD AUTHCTR                                                       00680000
              LABEL RECORD STANDARD                                     00690000
              BLOCK 0 RECORDS                                           00700000
              RECORDING MODE IS F.                                      00710000
                                                                        00720000
       01 AUTHCTR-REC.                                                  00730000
          03 CTR-BOOK-ID                    PIC X(05).                  00740000
          03 CTR-RATE                       PIC 9V9(04).                00750000
          03 CTR-RATE-X REDEFINES CTR-RATE  PIC X(05).                  00760000
          03 CTR-BASIS                      PIC X(01).                  00770000
          03 CTR-SHARES                     PIC X(25).                  00780000
          03 FILLER                         PIC X(44).                  00790000
                                                                        00800000
       FD SALEFEED                                                      00810000
              LABEL RECORD STANDARD                                     00820000
              BLOCK 0 RECORDS                                           00830000
              RECORDING MODE IS F.                                      00840000
                                                                        00850000
       01 SALEFEED-REC.                                                 00860000
          03 SAL-BOOK-ID                    PIC X(05).                  00870000
          03 SAL-SALE-DATE                  PIC X(08).                  00880000
          03 SAL-UNITS                      PIC 9(07).                  00890000
          03 SAL-PRICE                      PIC 9(05)V99.               00900000
          03 FILLER                         PIC X(13).                  00910000
                                                                        00920000
       FD ROYSTMT                                                       00930000
              LABEL RECORD STANDARD                                     00940000
              BLOCK 0 RECORDS                                           00950000
              RECORDING MODE IS F.                                      00960000
                                                                        00970000
       01 STMT-REC                          PIC X(132).                 00980000
                                                                        00990000
       FD ROYEXC                                                        01000000
              LABEL RECORD STANDARD                                     01010000
              BLOCK 0 RECORDS                                           01020000
              RECORDING MODE IS F.                                      01030000
                                                                        01040000
       01 RPT-REC                           PIC X(132).                 01050000
                                                                        01060000
       FD ROYPAY                                                        01070000
              LABEL RECORD STANDARD                                     01080000
              BLOCK 0 RECORDS                                           01090000
              RECORDING MODE IS F.                                      01100000
                                                                        01110000
       01 PAY-HDR-REC.                                                  01120000
          03 PH-REC-TYPE                    PIC X(01).                  01130000
          03 PH-PERIOD                      PIC X(06).                  01140000
          03 PH-CREATE-DATE                 PIC X(08).                  01150000
          03 PH-PGM-NM                      PIC X(08).                  01160000
          03 PH-DESC                        PIC X(20).                  01170000
          03 FILLER                         PIC X(37).                  01180000
                                                                        01190000
       01 PAY-DTL-REC.                                                  01200000
          03 PD-REC-TYPE                    PIC X(01).                  01210000
          03 PD-AUTHOR                      PIC X(25).                  01220000
          03 PD-PERIOD                      PIC X(06).                  01230000
          03 PD-TITLE-CNT                   PIC 9(05).                  01240000
          03 PD-UNITS                       PIC 9(09).                  01250000
          03 PD-ROYALTY                     PIC 9(09)V99.               01260000
          03 FILLER                         PIC X(23).                  01270000
                                                                        01280000
       01 PAY-TRL-REC.                                                  01290000
          03 PT-REC-TYPE                    PIC X(01).                  01300000
          03 PT-DTL-CNT                     PIC 9(06).                  01310000
          03 PT-ROY-TOT                     PIC 9(13)V99.               01320000
          03 FILLER                         PIC X(58).                  01330000
                                                                        01340000
       FD AUDITFILE                                                     01350000
              LABEL RECORD STANDARD                                     01360000
              BLOCK 0 RECORDS                                           01370000
              RECORDING MODE IS F.                                      01380000
                                                                        01390000
       01 AUDITFILE-REC.                                                01400000
          03 AUD-PGM-NM                     PIC X(08).                  01410000
          03 AUD-RUN-DATE                   PIC X(08).                  01420000
          03 AUD-READ-CTR                   PIC 9(09).                  01430000
          03 AUD-WRITE-CTR                  PIC 9(09).                  01440000
          03 AUD-ERROR-CTR                  PIC 9(09).                  01450000
                                                                        01460000
       FD ALERTFILE                                                     01470000
              LABEL RECORD STANDARD                                     01480000
              BLOCK 0 RECORDS                                           01490000
              RECORDING MODE IS F.                                      01500000
                                                                        01510000
       01 ALERTFILE-REC.                                                01520000
          03 ALT-PGM-NM                     PIC X(08).                  01530000
          03 ALT-TS                         PIC X(14).                  01540000
          03 ALT-SEVERITY                   PIC X(01).                  01550000
          03 ALT-EVENT-CD                   PIC X(08).                  01560000
          03 ALT-TEXT                       PIC X(40).                  01570000
          03 FILLER                         PIC X(09).                  01580000
                                                                        01590000
       WORKING-STORAGE SECTION.                                         01600000
      *=========================                                        01610000
                                                                        01620000
       01 WS-WA.                                                        01630000
      *---------                                                        01640000
                                                                        01650000
          03 WA-READ-CTR                    PIC S9(09) PACKED-DECIMAL.  01660000
          03 WA-BOOK-READ-CTR               PIC S9(09) PACKED-DECIMAL.  01670000
          03 WA-CTR-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01680000
          03 WA-PRICED-CTR                  PIC S9(09) PACKED-DECIMAL.  01690000
          03 WA-SALE-EXC-CTR                PIC S9(09) PACKED-DECIMAL.  01700000
          03 WA-NOBOOK-CTR                  PIC S9(09) PACKED-DECIMAL.  01710000
          03 WA-TITLE-CTR                   PIC S9(09) PACKED-DECIMAL.  01720000
          03 WA-TITLE-EXC-CTR               PIC S9(09) PACKED-DECIMAL.  01730000
          03 WA-PAY-CTR                     PIC S9(09) PACKED-DECIMAL.  01740000
          03 WA-TBLFULL-CTR                 PIC S9(09) PACKED-DECIMAL.  01750000
          03 WA-SALE-VAL-TOT                PIC S9(13)V99               01760000
                                              PACKED-DECIMAL.           01770000
          03 WA-ROY-TOT                     PIC S9(13)V99               01780000
                                              PACKED-DECIMAL.           01790000
          03 WA-HELD-VAL-TOT                PIC S9(13)V99               01800000
                                              PACKED-DECIMAL.           01810000
          03 WA-EXC-VAL-TOT                 PIC S9(13)V99               01820000
                                              PACKED-DECIMAL.           01830000
          03 WA-RPT-LINE-CTR                PIC S9(03) PACKED-DECIMAL.  01840000
          03 WA-RPT-PAGE-CTR                PIC S9(05) PACKED-DECIMAL.  01850000
          03 WA-STMT-LINE-CTR               PIC S9(03) PACKED-DECIMAL.  01860000
          03 WA-STMT-PAGE-CTR               PIC S9(05) PACKED-DECIMAL.  01870000
                                                                        01880000
       01 WS-CS.                                                        01890000
      *---------                                                        01900000
                                                                        01910000
          03 WC-PGM-NM                      PIC X(08) VALUE 'ROYCAL01'. 01920000
          03 WC-PCS-NM                      PIC X(40) VALUE             01930000
             'AUTHOR ROYALTY CALCULATION'.                              01940000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        01950000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        01960000
          03 WC-ONE                         PIC 9(01) VALUE 1.          01970000
          03 WC-REC-TYPE-HDR                PIC X(01) VALUE 'H'.        01980000
          03 WC-REC-TYPE-DTL                PIC X(01) VALUE 'D'.        01990000
          03 WC-REC-TYPE-TRL                PIC X(01) VALUE 'T'.        02000000
          03 WC-BASIS-LIST                  PIC X(01) VALUE 'L'.        02010000
          03 WC-AUTH-SLOTS                  PIC 9(01) VALUE 5.          02020000
          03 WC-BOOK-MAX                    PIC 9(05) VALUE 5000.       02030000
          03 WC-CTR-MAX                     PIC 9(05) VALUE 5000.       02040000
          03 WC-AUTH-MAX                    PIC 9(05) VALUE 2000.       02050000
          03 WC-DTL-MAX                     PIC 9(05) VALUE 10000.      02060000
          03 WC-RPT-MAX-LINE                PIC 9(03) VALUE 55.         02070000
                                                                        02080000
       01 WS-WV.                                                        02090000
      *---------                                                        02100000
                                                                        02110000
          03 WV-PERIOD                      PIC X(06).                  02120000
          03 WV-PARM-KEY                    PIC X(20).                  02130000
          03 WV-PARM-VAL                    PIC X(20).                  02140000
          03 WV-PARM-LINE-CTR               PIC 9(03).                  02150000
          03 WV-EXC-REASON                  PIC X(30).                  02160000
          03 WV-UNIT-PRICE                  PIC S9(07)V99               02170000
                                              PACKED-DECIMAL.           02180000
          03 WV-BASIS-VAL                   PIC S9(11)V99               02190000
                                              PACKED-DECIMAL.           02200000
          03 WV-TITLE-ROY                   PIC S9(11)V99               02210000
                                              PACKED-DECIMAL.           02220000
          03 WV-SPLIT-REM                   PIC S9(11)V99               02230000
                                              PACKED-DECIMAL.           02240000
          03 WV-AUTH-ROY                    PIC S9(11)V99               02250000
                                              PACKED-DECIMAL.           02260000
          03 WV-AUTH-SHARE                  PIC S9(03)V99               02270000
                                              PACKED-DECIMAL.           02280000
          03 WV-GIVEN-TOT                   PIC S9(05)V99               02290000
                                              PACKED-DECIMAL.           02300000
          03 WV-OPEN-SHARE                  PIC S9(03)V9(06)            02310000
                                              PACKED-DECIMAL.           02320000
          03 WV-GIVEN-CNT                   PIC S9(03) BINARY.          02330000
          03 WV-OPEN-CNT                    PIC S9(03) BINARY.          02340000
          03 WV-AUTH-CNT                    PIC S9(03) BINARY.          02350000
          03 WV-LAST-AX                     PIC S9(03) BINARY.          02360000
          03 WV-AX                          PIC S9(03) BINARY.          02370000
          03 WV-SHR-ERR-SW                  PIC X(01).                  02380000
          03 WV-SHR-AREA.                                               02390000
             05 WV-SHR-X                    PIC X(05) OCCURS 5 TIMES.   02400000
          03 WV-SHR-NUM-AREA REDEFINES WV-SHR-AREA.                     02410000
             05 WV-SHR-NUM                  PIC 9(03)V99 OCCURS 5 TIMES.02420000
          03 WV-BK-IX                       PIC S9(05) BINARY.          02430000
          03 WV-BK-FOUND-SW                 PIC X(01).                  02440000
          03 WV-CT-IX                       PIC S9(05) BINARY.          02450000
          03 WV-CT-FOUND-SW                 PIC X(01).                  02460000
          03 WV-AU-IX                       PIC S9(05) BINARY.          02470000
          03 WV-AU-FOUND-SW                 PIC X(01).                  02480000
          03 WV-DT-IX                       PIC S9(05) BINARY.          02490000
          03 WV-SRCH-ID                     PIC X(05).                  02500000
          03 WV-SRCH-AUTHOR                 PIC X(25).                  02510000
          03 WV-CTR-DISP                    PIC ZZ,ZZZ,ZZ9.             02520000
          03 WV-AMT-DISP                    PIC $Z,ZZZ,ZZZ,ZZZ,ZZ9.99.  02530000
          03 WV-HOLD-LINE                   PIC X(132).                 02540000
                                                                        02550000
       01 WS-ALERT.                                                     02560000
      *------------                                                     02570000
                                                                        02580000
          03 WV-ALT-SEV                     PIC X(01).                  02590000
          03 WV-ALT-CD                      PIC X(08).                  02600000
          03 WV-ALT-TXT                     PIC X(40).                  02610000
                                                                        02620000
       01 WS-BOOK-TBL.                                                  02630000
      *---------------                                                  02640000
                                                                        02650000
          03 WV-BK-CNT                      PIC S9(05) BINARY.          02660000
          03 WV-BK-ENTRY OCCURS 5000 TIMES.                             02670000
             05 WV-BK-ID                    PIC X(05).                  02680000
             05 WV-BK-TITLE                 PIC X(25).                  02690000
             05 WV-BK-AUTHOR                PIC X(25) OCCURS 5 TIMES.   02700000
             05 WV-BK-LIST-PRICE            PIC S9(07)V99               02710000
                                              PACKED-DECIMAL.           02720000
             05 WV-BK-UNITS                 PIC S9(09) PACKED-DECIMAL.  02730000
             05 WV-BK-NET-VAL               PIC S9(11)V99               02740000
                                              PACKED-DECIMAL.           02750000
             05 WV-BK-LIST-VAL              PIC S9(11)V99               02760000
                                              PACKED-DECIMAL.           02770000
                                                                        02780000
       01 WS-CTR-TBL.                                                   02790000
      *--------------                                                   02800000
                                                                        02810000
          03 WV-CT-CNT                      PIC S9(05) BINARY.          02820000
          03 WV-CT-ENTRY OCCURS 5000 TIMES.                             02830000
             05 WV-CT-BOOK-ID               PIC X(05).                  02840000
             05 WV-CT-RATE-X                PIC X(05).                  02850000
             05 WV-CT-RATE REDEFINES WV-CT-RATE-X                       02860000
                                            PIC 9V9(04).                02870000
             05 WV-CT-BASIS                 PIC X(01).                  02880000
             05 WV-CT-SHARES                PIC X(25).                  02890000
                                                                        02900000
       01 WS-AUTH-TBL.                                                  02910000
      *---------------                                                  02920000
                                                                        02930000
          03 WV-AU-CNT                      PIC S9(05) BINARY.          02940000
          03 WV-AU-ENTRY OCCURS 2000 TIMES.                             02950000
             05 WV-AU-NAME                  PIC X(25).                  02960000
             05 WV-AU-TITLES                PIC S9(05) PACKED-DECIMAL.  02970000
             05 WV-AU-UNITS                 PIC S9(09) PACKED-DECIMAL.  02980000
             05 WV-AU-ROYALTY               PIC S9(11)V99               02990000
                                              PACKED-DECIMAL.           03000000
                                                                        03010000
       01 WS-DTL-TBL.                                                   03020000
      *--------------                                                   03030000
                                                                        03040000
          03 WV-DT-CNT                      PIC S9(05) BINARY.          03050000
          03 WV-DT-ENTRY OCCURS 10000 TIMES.                            03060000
             05 WV-DT-AU-IX                 PIC S9(05) BINARY.          03070000
             05 WV-DT-BK-IX                 PIC S9(05) BINARY.          03080000
             05 WV-DT-SHARE                 PIC S9(03)V99               03090000
                                              PACKED-DECIMAL.           03100000
             05 WV-DT-ROYALTY               PIC S9(11)V99               03110000
                                              PACKED-DECIMAL.           03120000
                                                                        03130000
       01 WS-RPT-HDR1.                                                  03140000
      *----------------                                                 03150000
                                                                        03160000
          03 FILLER                         PIC X(08) VALUE 'ROYCAL01'. 03170000
          03 FILLER                         PIC X(05) VALUE SPACES.     03180000
          03 FILLER                         PIC X(35) VALUE             03190000
             'ROYALTY EXCEPTIONS - PERIOD'.                             03200000
          03 RPT-HDR-PERIOD                 PIC X(06).                  03210000
          03 FILLER                         PIC X(67) VALUE SPACES.     03220000
          03 FILLER                         PIC X(05) VALUE 'PAGE '.    03230000
          03 RPT-HDR-PAGE                   PIC ZZ,ZZ9.                 03240000
                                                                        03250000
       01 WS-RPT-HDR2.                                                  03260000
      *----------------                                                 03270000
                                                                        03280000
          03 FILLER                         PIC X(05) VALUE 'BOOK'.     03290000
          03 FILLER                         PIC X(02) VALUE SPACES.     03300000
          03 FILLER                         PIC X(08) VALUE 'SALE DT'.  03310000
          03 FILLER                         PIC X(02) VALUE SPACES.     03320000
          03 FILLER                         PIC X(11) VALUE             03330000
             '      UNITS'.                                             03340000
          03 FILLER                         PIC X(02) VALUE SPACES.     03350000
          03 FILLER                         PIC X(15) VALUE             03360000
             '    SALES VALUE'.                                         03370000
          03 FILLER                         PIC X(03) VALUE SPACES.     03380000
          03 FILLER                         PIC X(06) VALUE 'REASON'.   03390000
          03 FILLER                         PIC X(78) VALUE SPACES.     03400000
                                                                        03410000
       01 WS-RPT-DTL.                                                   03420000
      *---------------                                                  03430000
                                                                        03440000
          03 RPT-DTL-ID                     PIC X(05).                  03450000
          03 FILLER                         PIC X(02) VALUE SPACES.     03460000
          03 RPT-DTL-DATE                   PIC X(08).                  03470000
          03 FILLER                         PIC X(02) VALUE SPACES.     03480000
          03 RPT-DTL-UNITS                  PIC ZZZ,ZZZ,ZZ9.            03490000
          03 FILLER                         PIC X(02) VALUE SPACES.     03500000
          03 RPT-DTL-VALUE                  PIC $ZZZ,ZZZ,ZZ9.99.        03510000
          03 FILLER                         PIC X(03) VALUE SPACES.     03520000
          03 RPT-DTL-REASON                 PIC X(30).                  03530000
          03 FILLER                         PIC X(54) VALUE SPACES.     03540000
                                                                        03550000
       01 WS-STMT-HDR1.                                                 03560000
      *-----------------                                                03570000
                                                                        03580000
          03 FILLER                         PIC X(08) VALUE 'ROYCAL01'. 03590000
          03 FILLER                         PIC X(05) VALUE SPACES.     03600000
          03 FILLER                         PIC X(35) VALUE             03610000
             'AUTHOR ROYALTY STATEMENT - PERIOD'.                       03620000
          03 STMT-HDR-PERIOD                PIC X(06).                  03630000
          03 FILLER                         PIC X(67) VALUE SPACES.     03640000
          03 FILLER                         PIC X(05) VALUE 'PAGE '.    03650000
          03 STMT-HDR-PAGE                  PIC ZZ,ZZ9.                 03660000
                                                                        03670000
       01 WS-STMT-HDR2.                                                 03680000
      *-----------------                                                03690000
                                                                        03700000
          03 FILLER                         PIC X(09) VALUE 'AUTHOR : '.03710000
          03 STMT-HDR-AUTHOR                PIC X(25).                  03720000
          03 FILLER                         PIC X(98) VALUE SPACES.     03730000
                                                                        03740000
       01 WS-STMT-HDR3.                                                 03750000
      *-----------------                                                03760000
                                                                        03770000
          03 FILLER                         PIC X(05) VALUE 'BOOK'.     03780000
          03 FILLER                         PIC X(02) VALUE SPACES.     03790000
          03 FILLER                         PIC X(25) VALUE 'TITLE'.    03800000
          03 FILLER                         PIC X(02) VALUE SPACES.     03810000
          03 FILLER                         PIC X(11) VALUE             03820000
             '      UNITS'.                                             03830000
          03 FILLER                         PIC X(02) VALUE SPACES.     03840000
          03 FILLER                         PIC X(15) VALUE             03850000
             '    SALES VALUE'.                                         03860000
          03 FILLER                         PIC X(02) VALUE SPACES.     03870000
          03 FILLER                         PIC X(04) VALUE 'BASE'.     03880000
          03 FILLER                         PIC X(02) VALUE SPACES.     03890000
          03 FILLER                         PIC X(06) VALUE ' RATE%'.   03900000
          03 FILLER                         PIC X(02) VALUE SPACES.     03910000
          03 FILLER                         PIC X(06) VALUE 'SHARE%'.   03920000
          03 FILLER                         PIC X(02) VALUE SPACES.     03930000
          03 FILLER                         PIC X(15) VALUE             03940000
             '        ROYALTY'.                                         03950000
          03 FILLER                         PIC X(31) VALUE SPACES.     03960000
                                                                        03970000
       01 WS-STMT-DTL.                                                  03980000
      *----------------                                                 03990000
                                                                        04000000
          03 STMT-DTL-ID                    PIC X(05).                  04010000
          03 FILLER                         PIC X(02) VALUE SPACES.     04020000
          03 STMT-DTL-TITLE                 PIC X(25).                  04030000
          03 FILLER                         PIC X(02) VALUE SPACES.     04040000
          03 STMT-DTL-UNITS                 PIC ZZZ,ZZZ,ZZ9.            04050000
          03 FILLER                         PIC X(02) VALUE SPACES.     04060000
          03 STMT-DTL-VALUE                 PIC $ZZZ,ZZZ,ZZ9.99.        04070000
          03 FILLER                         PIC X(02) VALUE SPACES.     04080000
          03 STMT-DTL-BASIS                 PIC X(04).                  04090000
          03 FILLER                         PIC X(02) VALUE SPACES.     04100000
          03 STMT-DTL-RATE                  PIC ZZ9.99.                 04110000
          03 FILLER                         PIC X(02) VALUE SPACES.     04120000
          03 STMT-DTL-SHARE                 PIC ZZ9.99.                 04130000
          03 FILLER                         PIC X(02) VALUE SPACES.     04140000
          03 STMT-DTL-ROYALTY               PIC $ZZZ,ZZZ,ZZ9.99.        04150000
          03 FILLER                         PIC X(31) VALUE SPACES.     04160000
                                                                        04170000
       01 WS-STMT-TOT.                                                  04180000
      *----------------                                                 04190000
                                                                        04200000
          03 FILLER                         PIC X(07) VALUE SPACES.     04210000
          03 FILLER                         PIC X(25) VALUE             04220000
             'TOTAL ROYALTY PAYABLE'.                                   04230000
          03 FILLER                         PIC X(02) VALUE SPACES.     04240000
          03 STMT-TOT-UNITS                 PIC ZZZ,ZZZ,ZZ9.            04250000
          03 FILLER                         PIC X(41) VALUE SPACES.     04260000
          03 STMT-TOT-ROYALTY               PIC $ZZZ,ZZZ,ZZ9.99.        04270000
          03 FILLER                         PIC X(31) VALUE SPACES.     04280000
                                                                        04290000
       01 WS-WI.                                                        04300000
      *---------                                                        04310000
                                                                        04320000
          03 WI-EOF-VALFILE                 PIC X(01).                  04330000
          03 WI-EOF-NEWBOOK                 PIC X(01).                  04340000
          03 WI-EOF-AUTHCTR                 PIC X(01).                  04350000
          03 WI-EOF-SALEFEED                PIC X(01).                  04360000
          03 WI-PARM-ERR                    PIC X(01).                  04370000
                                                                        04380000
       PROCEDURE DIVISION.                                              04390000
      ********************                                              04400000
                                                                        04410000
           PERFORM A010-STT-ROY-PCS.                                    04420000
           PERFORM A020-PCS-SALE-REC                                    04430000
                   UNTIL WI-EOF-SALEFEED = HIGH-VALUES.                 04440000
           PERFORM A030-END-ROY-PCS.                                    04450000
           STOP RUN.                                                    04460000
                                                                        04470000
      **************************** LEVEL A *****************************04480000
                                                                        04490000
       A010-STT-ROY-PCS.                                                04500000
      *------------------                                               04510000
                                                                        04520000
           PERFORM Z030-INIT-FLDS.                                      04530000
           PERFORM Z015-READ-VAL-SW.                                    04540000
           IF WI-PARM-ERR = WC-IC-ON                                    04550000
              DISPLAY 'RUN REFUSED - PARAMETER ERRORS'                  04560000
              MOVE 8                        TO RETURN-CODE              04570000
              MOVE HIGH-VALUES              TO WI-EOF-SALEFEED          04580000
           ELSE                                                         04590000
              PERFORM Z035-LOAD-BOOK-FILE                               04600000
              PERFORM Z038-LOAD-CTR-FILE                                04610000
              PERFORM Z010-OPN-FILES                                    04620000
              PERFORM Z200-WRITE-RPT-HDR                                04630000
              PERFORM Z040-READ-SALEFEED                                04640000
           END-IF.                                                      04650000
                                                                        04660000
       A020-PCS-SALE-REC.                                               04670000
      *-------------------                                              04680000
                                                                        04690000
           PERFORM B010-PRICE-SALE.                                     04700000
           PERFORM Z040-READ-SALEFEED.                                  04710000
                                                                        04720000
       A030-END-ROY-PCS.                                                04730000
      *------------------                                               04740000
                                                                        04750000
           IF WI-PARM-ERR = WC-IC-OFF                                   04760000
              MOVE ZERO                     TO WV-BK-IX                 04770000
              PERFORM B020-CALC-TITLE-ROY                               04780000
                      UNTIL WV-BK-IX >= WV-BK-CNT                       04790000
              PERFORM Z060-WRITE-PAY-HDR                                04800000
              MOVE ZERO                     TO WV-AU-IX                 04810000
              PERFORM B040-PRT-AUTHOR-STMT                              04820000
                      UNTIL WV-AU-IX >= WV-AU-CNT                       04830000
              PERFORM Z065-WRITE-PAY-TRL                                04840000
              PERFORM B090-PRT-SUMMARY                                  04850000
              PERFORM Z020-CLS-FILES                                    04860000
           END-IF.                                                      04870000
           IF WA-SALE-EXC-CTR > ZERO                                    04880000
              OR WA-TITLE-EXC-CTR > ZERO                                04890000
              IF RETURN-CODE < 4                                        04900000
                 MOVE 4                     TO RETURN-CODE              04910000
              END-IF                                                    04920000
           END-IF.                                                      04930000
           IF WA-TBLFULL-CTR > ZERO                                     04940000
              MOVE 8                        TO RETURN-CODE              04950000
              MOVE 'H'                      TO WV-ALT-SEV               04960000
              MOVE 'TBLFULL'                TO WV-ALT-CD                04970000
              MOVE 'ROYALTY TABLE FULL - TOTALS INCOMPLETE'             04980000
                                            TO WV-ALT-TXT               04990000
              PERFORM Z998-WRITE-ALERT-REC                              05000000
           END-IF.                                                      05010000
           PERFORM Z990-PCS-CTRS.                                       05020000
           PERFORM Z997-WRITE-AUDIT-REC.                                05030000
                                                                        05040000
      **************************** LEVEL B *****************************05050000
                                                                        05060000
       B010-PRICE-SALE.                                                 05070000
      *-----------------                                                05080000
                                                                        05090000
           MOVE SPACES                      TO WV-EXC-REASON.           05100000
           MOVE SAL-BOOK-ID                 TO WV-SRCH-ID.              05110000
           PERFORM Z070-FIND-BOOK.                                      05120000
           EVALUATE TRUE                                                05130000
               WHEN SAL-UNITS IS NOT NUMERIC                            05140000
                    MOVE 'UNITS NOT NUMERIC'                            05150000
                                            TO WV-EXC-REASON            05160000
               WHEN SAL-PRICE IS NOT NUMERIC                            05170000
                    MOVE 'SELLING PRICE NOT NUMERIC'                    05180000
                                            TO WV-EXC-REASON            05190000
               WHEN WV-BK-FOUND-SW = WC-IC-OFF                          05200000
                    MOVE 'BOOK ID NOT ON MASTER'                        05210000
                                            TO WV-EXC-REASON            05220000
                    ADD WC-ONE              TO WA-NOBOOK-CTR            05230000
               WHEN OTHER                                               05240000
                    CONTINUE                                            05250000
           END-EVALUATE.                                                05260000
           IF WV-EXC-REASON = SPACES                                    05270000
              IF SAL-PRICE = ZERO                                       05280000
                 MOVE WV-BK-LIST-PRICE (WV-BK-IX)                       05290000
                                            TO WV-UNIT-PRICE            05300000
              ELSE                                                      05310000
                 MOVE SAL-PRICE             TO WV-UNIT-PRICE            05320000
              END-IF                                                    05330000
              ADD SAL-UNITS                 TO WV-BK-UNITS (WV-BK-IX)   05340000
              COMPUTE WV-BK-NET-VAL (WV-BK-IX) =                        05350000
                      WV-BK-NET-VAL (WV-BK-IX)                          05360000
                    + SAL-UNITS * WV-UNIT-PRICE                         05370000
              END-COMPUTE                                               05380000
              COMPUTE WV-BK-LIST-VAL (WV-BK-IX) =                       05390000
                      WV-BK-LIST-VAL (WV-BK-IX)                         05400000
                    + SAL-UNITS * WV-BK-LIST-PRICE (WV-BK-IX)           05410000
              END-COMPUTE                                               05420000
              COMPUTE WA-SALE-VAL-TOT =                                 05430000
                      WA-SALE-VAL-TOT + SAL-UNITS * WV-UNIT-PRICE       05440000
              END-COMPUTE                                               05450000
              ADD WC-ONE                    TO WA-PRICED-CTR            05460000
           ELSE                                                         05470000
              PERFORM B030-WRITE-SALE-EXC                               05480000
           END-IF.                                                      05490000
                                                                        05500000
       B020-CALC-TITLE-ROY.                                             05510000
      *---------------------                                            05520000
                                                                        05530000
           ADD 1                            TO WV-BK-IX.                05540000
           IF WV-BK-UNITS (WV-BK-IX) NOT = ZERO                         05550000
              ADD WC-ONE                    TO WA-TITLE-CTR             05560000
              MOVE SPACES                   TO WV-EXC-REASON            05570000
              PERFORM Z075-FIND-CONTRACT                                05580000
              EVALUATE TRUE                                             05590000
                  WHEN WV-CT-FOUND-SW = WC-IC-OFF                       05600000
                       MOVE 'NO ROYALTY CONTRACT'                       05610000
                                            TO WV-EXC-REASON            05620000
                  WHEN WV-CT-RATE-X (WV-CT-IX) IS NOT NUMERIC           05630000
                    OR WV-CT-RATE (WV-CT-IX) = ZERO                     05640000
                       MOVE 'CONTRACT RATE NOT VALID'                   05650000
                                            TO WV-EXC-REASON            05660000
                  WHEN OTHER                                            05670000
                       PERFORM C010-SET-SHARES                          05680000
              END-EVALUATE                                              05690000
              IF WV-EXC-REASON = SPACES                                 05700000
                 PERFORM C020-SPLIT-ROYALTY                             05710000
              ELSE                                                      05720000
                 PERFORM B035-WRITE-TITLE-EXC                           05730000
              END-IF                                                    05740000
           END-IF.                                                      05750000
                                                                        05760000
       B030-WRITE-SALE-EXC.                                             05770000
      *---------------------                                            05780000
                                                                        05790000
           MOVE SAL-BOOK-ID                 TO RPT-DTL-ID.              05800000
           MOVE SAL-SALE-DATE               TO RPT-DTL-DATE.            05810000
           IF SAL-UNITS IS NUMERIC                                      05820000
              MOVE SAL-UNITS                TO RPT-DTL-UNITS            05830000
           ELSE                                                         05840000
              MOVE ZERO                     TO RPT-DTL-UNITS            05850000
           END-IF.                                                      05860000
           IF SAL-UNITS IS NUMERIC                                      05870000
              AND SAL-PRICE IS NUMERIC                                  05880000
              COMPUTE RPT-DTL-VALUE = SAL-UNITS * SAL-PRICE             05890000
              END-COMPUTE                                               05900000
              COMPUTE WA-EXC-VAL-TOT =                                  05910000
                      WA-EXC-VAL-TOT + SAL-UNITS * SAL-PRICE            05920000
              END-COMPUTE                                               05930000
           ELSE                                                         05940000
              MOVE ZERO                     TO RPT-DTL-VALUE            05950000
           END-IF.                                                      05960000
           MOVE WV-EXC-REASON               TO RPT-DTL-REASON.          05970000
           MOVE WS-RPT-DTL                  TO RPT-REC.                 05980000
           PERFORM Z230-WRITE-RPT-REC.                                  05990000
           ADD WC-ONE                       TO WA-SALE-EXC-CTR.         06000000
           DISPLAY 'SALE NOT PRICED - BOOK ID:' SAL-BOOK-ID ' '         06010000
                   WV-EXC-REASON.                                       06020000
                                                                        06030000
       B035-WRITE-TITLE-EXC.                                            06040000
      *----------------------                                           06050000
                                                                        06060000
           MOVE WV-BK-ID (WV-BK-IX)         TO RPT-DTL-ID.              06070000
           MOVE SPACES                      TO RPT-DTL-DATE.            06080000
           MOVE WV-BK-UNITS (WV-BK-IX)      TO RPT-DTL-UNITS.           06090000
           MOVE WV-BK-NET-VAL (WV-BK-IX)    TO RPT-DTL-VALUE.           06100000
           MOVE WV-EXC-REASON               TO RPT-DTL-REASON.          06110000
           MOVE WS-RPT-DTL                  TO RPT-REC.                 06120000
           PERFORM Z230-WRITE-RPT-REC.                                  06130000
           ADD WC-ONE                       TO WA-TITLE-EXC-CTR.        06140000
           ADD WV-BK-NET-VAL (WV-BK-IX)     TO WA-HELD-VAL-TOT.         06150000
           DISPLAY 'ROYALTY HELD - BOOK ID:' WV-BK-ID (WV-BK-IX) ' '    06160000
                   WV-EXC-REASON.                                       06170000
                                                                        06180000
       B040-PRT-AUTHOR-STMT.                                            06190000
      *----------------------                                           06200000
                                                                        06210000
           ADD 1                            TO WV-AU-IX.                06220000
           MOVE WV-AU-NAME (WV-AU-IX)       TO STMT-HDR-AUTHOR.         06230000
           PERFORM Z210-WRITE-STMT-HDR.                                 06240000
           MOVE ZERO                        TO WV-DT-IX.                06250000
           PERFORM C040-PRT-STMT-LINE                                   06260000
                   UNTIL WV-DT-IX >= WV-DT-CNT.                         06270000
           MOVE SPACES                      TO STMT-REC.                06280000
           PERFORM Z240-WRITE-STMT-REC.                                 06290000
           MOVE WV-AU-UNITS (WV-AU-IX)      TO STMT-TOT-UNITS.          06300000
           MOVE WV-AU-ROYALTY (WV-AU-IX)    TO STMT-TOT-ROYALTY.        06310000
           MOVE WS-STMT-TOT                 TO STMT-REC.                06320000
           PERFORM Z240-WRITE-STMT-REC.                                 06330000
           PERFORM Z062-WRITE-PAY-DTL.                                  06340000
                                                                        06350000
       B090-PRT-SUMMARY.                                                06360000
      *------------------                                               06370000
                                                                        06380000
           MOVE SPACES                      TO RPT-REC.                 06390000
           PERFORM Z230-WRITE-RPT-REC.                                  06400000
           MOVE 'ROYALTY RUN SUMMARY'       TO RPT-REC.                 06410000
           PERFORM Z230-WRITE-RPT-REC.                                  06420000
           MOVE SPACES                      TO RPT-REC.                 06430000
           PERFORM Z230-WRITE-RPT-REC.                                  06440000
           MOVE WA-READ-CTR                 TO WV-CTR-DISP.             06450000
           MOVE SPACES                      TO RPT-REC.                 06460000
           STRING 'SALES RECORDS READ    :' DELIMITED BY SIZE           06470000
                  WV-CTR-DISP               DELIMITED BY SIZE           06480000
                  INTO RPT-REC                                          06490000
           END-STRING.                                                  06500000
           PERFORM Z230-WRITE-RPT-REC.                                  06510000
           MOVE WA-PRICED-CTR               TO WV-CTR-DISP.             06520000
           MOVE SPACES                      TO RPT-REC.                 06530000
           STRING 'SALES PRICED          :' DELIMITED BY SIZE           06540000
                  WV-CTR-DISP               DELIMITED BY SIZE           06550000
                  INTO RPT-REC                                          06560000
           END-STRING.                                                  06570000
           PERFORM Z230-WRITE-RPT-REC.                                  06580000
           MOVE WA-SALE-EXC-CTR             TO WV-CTR-DISP.             06590000
           MOVE SPACES                      TO RPT-REC.                 06600000
           STRING 'SALES ON EXCEPTION    :' DELIMITED BY SIZE           06610000
                  WV-CTR-DISP               DELIMITED BY SIZE           06620000
                  INTO RPT-REC                                          06630000
           END-STRING.                                                  06640000
           PERFORM Z230-WRITE-RPT-REC.                                  06650000
           MOVE WA-TITLE-EXC-CTR            TO WV-CTR-DISP.             06660000
           MOVE SPACES                      TO RPT-REC.                 06670000
           STRING 'TITLES HELD           :' DELIMITED BY SIZE           06680000
                  WV-CTR-DISP               DELIMITED BY SIZE           06690000
                  INTO RPT-REC                                          06700000
           END-STRING.                                                  06710000
           PERFORM Z230-WRITE-RPT-REC.                                  06720000
           MOVE WA-PAY-CTR                  TO WV-CTR-DISP.             06730000
           MOVE SPACES                      TO RPT-REC.                 06740000
           STRING 'AUTHORS PAYABLE       :' DELIMITED BY SIZE           06750000
                  WV-CTR-DISP               DELIMITED BY SIZE           06760000
                  INTO RPT-REC                                          06770000
           END-STRING.                                                  06780000
           PERFORM Z230-WRITE-RPT-REC.                                  06790000
           MOVE WA-SALE-VAL-TOT             TO WV-AMT-DISP.             06800000
           MOVE SPACES                      TO RPT-REC.                 06810000
           STRING 'SALES VALUE PRICED    :' DELIMITED BY SIZE           06820000
                  WV-AMT-DISP               DELIMITED BY SIZE           06830000
                  INTO RPT-REC                                          06840000
           END-STRING.                                                  06850000
           PERFORM Z230-WRITE-RPT-REC.                                  06860000
           MOVE WA-EXC-VAL-TOT              TO WV-AMT-DISP.             06870000
           MOVE SPACES                      TO RPT-REC.                 06880000
           STRING 'SALES VALUE UNPRICED  :' DELIMITED BY SIZE           06890000
                  WV-AMT-DISP               DELIMITED BY SIZE           06900000
                  INTO RPT-REC                                          06910000
           END-STRING.                                                  06920000
           PERFORM Z230-WRITE-RPT-REC.                                  06930000
           MOVE WA-HELD-VAL-TOT             TO WV-AMT-DISP.             06940000
           MOVE SPACES                      TO RPT-REC.                 06950000
           STRING 'SALES VALUE HELD      :' DELIMITED BY SIZE           06960000
                  WV-AMT-DISP               DELIMITED BY SIZE           06970000
                  INTO RPT-REC                                          06980000
           END-STRING.                                                  06990000
           PERFORM Z230-WRITE-RPT-REC.                                  07000000
           MOVE WA-ROY-TOT                  TO WV-AMT-DISP.             07010000
           MOVE SPACES                      TO RPT-REC.                 07020000
           STRING 'ROYALTY PAYABLE       :' DELIMITED BY SIZE           07030000
                  WV-AMT-DISP               DELIMITED BY SIZE           07040000
                  INTO RPT-REC                                          07050000
           END-STRING.                                                  07060000
           PERFORM Z230-WRITE-RPT-REC.                                  07070000
                                                                        07080000
      **************************** LEVEL C *****************************07090000
                                                                        07100000
       C010-SET-SHARES.                                                 07110000
      *-----------------                                                07120000
                                                                        07130000
           MOVE WV-CT-SHARES (WV-CT-IX)     TO WV-SHR-AREA.             07140000
           MOVE ZERO                        TO WV-AUTH-CNT              07150000
                                               WV-GIVEN-CNT             07160000
                                               WV-OPEN-CNT              07170000
                                               WV-GIVEN-TOT             07180000
                                               WV-LAST-AX               07190000
                                               WV-AX.                   07200000
           PERFORM C015-CHK-SHARE                                       07210000
                   UNTIL WV-AX >= WC-AUTH-SLOTS.                        07220000
           EVALUATE TRUE                                                07230000
               WHEN WV-AUTH-CNT = ZERO                                  07240000
                    MOVE 'NO AUTHOR ON BOOK MASTER'                     07250000
                                            TO WV-EXC-REASON            07260000
               WHEN WV-GIVEN-TOT > 100                                  07270000
                    MOVE 'AGREED SHARES EXCEED 100 PCT'                 07280000
                                            TO WV-EXC-REASON            07290000
               WHEN WV-OPEN-CNT = ZERO                                  07300000
                AND WV-GIVEN-TOT NOT = 100                              07310000
                    MOVE 'AGREED SHARES NOT 100 PCT'                    07320000
                                            TO WV-EXC-REASON            07330000
               WHEN WV-OPEN-CNT > ZERO                                  07340000
                AND WV-GIVEN-TOT NOT < 100                              07350000
                    MOVE 'NO SHARE LEFT FOR CO-AUTHOR'                  07360000
                                            TO WV-EXC-REASON            07370000
               WHEN OTHER                                               07380000
                    CONTINUE                                            07390000
           END-EVALUATE.                                                07400000
                                                                        07410000
       C015-CHK-SHARE.                                                  07420000
      *----------------                                                 07430000
                                                                        07440000
           ADD 1                            TO WV-AX.                   07450000
           IF WV-BK-AUTHOR (WV-BK-IX, WV-AX) NOT = SPACES               07460000
              ADD 1                         TO WV-AUTH-CNT              07470000
              MOVE WV-AX                    TO WV-LAST-AX               07480000
              IF WV-SHR-X (WV-AX) IS NUMERIC                            07490000
                 AND WV-SHR-NUM (WV-AX) > ZERO                          07500000
                 ADD 1                      TO WV-GIVEN-CNT             07510000
                 ADD WV-SHR-NUM (WV-AX)     TO WV-GIVEN-TOT             07520000
              ELSE                                                      07530000
                 ADD 1                      TO WV-OPEN-CNT              07540000
              END-IF                                                    07550000
           END-IF.                                                      07560000
                                                                        07570000
       C020-SPLIT-ROYALTY.                                              07580000
      *--------------------                                             07590000
                                                                        07600000
           IF WV-CT-BASIS (WV-CT-IX) = WC-BASIS-LIST                    07610000
              MOVE WV-BK-LIST-VAL (WV-BK-IX)                            07620000
                                            TO WV-BASIS-VAL             07630000
           ELSE                                                         07640000
              MOVE WV-BK-NET-VAL (WV-BK-IX) TO WV-BASIS-VAL             07650000
           END-IF.                                                      07660000
           COMPUTE WV-TITLE-ROY ROUNDED =                               07670000
                   WV-BASIS-VAL * WV-CT-RATE (WV-CT-IX)                 07680000
           END-COMPUTE.                                                 07690000
           MOVE WV-TITLE-ROY                TO WV-SPLIT-REM.            07700000
           MOVE ZERO                        TO WV-AX.                   07710000
           PERFORM C025-SPLIT-ONE-AUTHOR                                07720000
                   UNTIL WV-AX >= WC-AUTH-SLOTS.                        07730000
           ADD WV-TITLE-ROY                 TO WA-ROY-TOT.              07740000
                                                                        07750000
       C025-SPLIT-ONE-AUTHOR.                                           07760000
      *-----------------------                                          07770000
                                                                        07780000
           ADD 1                            TO WV-AX.                   07790000
           IF WV-BK-AUTHOR (WV-BK-IX, WV-AX) NOT = SPACES               07800000
              IF WV-SHR-X (WV-AX) IS NUMERIC                            07810000
                 AND WV-SHR-NUM (WV-AX) > ZERO                          07820000
                 MOVE WV-SHR-NUM (WV-AX)    TO WV-AUTH-SHARE            07830000
                 COMPUTE WV-AUTH-ROY ROUNDED =                          07840000
                         WV-TITLE-ROY * WV-SHR-NUM (WV-AX) / 100        07850000
                 END-COMPUTE                                            07860000
              ELSE                                                      07870000
                 SUBTRACT WV-GIVEN-TOT      FROM 100                    07880000
                                            GIVING WV-OPEN-SHARE        07890000
                 DIVIDE WV-OPEN-CNT         INTO WV-OPEN-SHARE          07900000
                 COMPUTE WV-AUTH-SHARE ROUNDED = WV-OPEN-SHARE          07910000
                 END-COMPUTE                                            07920000
                 COMPUTE WV-AUTH-ROY ROUNDED =                          07930000
                         WV-TITLE-ROY * WV-OPEN-SHARE / 100             07940000
                 END-COMPUTE                                            07950000
              END-IF                                                    07960000
              IF WV-AX = WV-LAST-AX                                     07970000
                 MOVE WV-SPLIT-REM          TO WV-AUTH-ROY              07980000
              ELSE                                                      07990000
                 SUBTRACT WV-AUTH-ROY       FROM WV-SPLIT-REM           08000000
              END-IF                                                    08010000
              MOVE WV-BK-AUTHOR (WV-BK-IX, WV-AX)                       08020000
                                            TO WV-SRCH-AUTHOR           08030000
              PERFORM Z080-FIND-AUTHOR                                  08040000
              PERFORM C030-ADD-AUTHOR-DTL                               08050000
           END-IF.                                                      08060000
                                                                        08070000
       C030-ADD-AUTHOR-DTL.                                             08080000
      *---------------------                                            08090000
                                                                        08100000
           IF WV-AU-FOUND-SW = WC-IC-OFF                                08110000
              OR WV-DT-CNT >= WC-DTL-MAX                                08120000
              DISPLAY 'ROYALTY TABLE FULL - AUTHOR NOT PAID:'           08130000
                      WV-SRCH-AUTHOR ' BOOK ID:' WV-BK-ID (WV-BK-IX)    08140000
              ADD WC-ONE                    TO WA-TBLFULL-CTR           08150000
           ELSE                                                         08160000
              ADD 1                         TO WV-DT-CNT                08170000
              MOVE WV-AU-IX                 TO WV-DT-AU-IX (WV-DT-CNT)  08180000
              MOVE WV-BK-IX                 TO WV-DT-BK-IX (WV-DT-CNT)  08190000
              MOVE WV-AUTH-SHARE            TO WV-DT-SHARE (WV-DT-CNT)  08200000
              MOVE WV-AUTH-ROY              TO                          08210000
                   WV-DT-ROYALTY (WV-DT-CNT)                            08220000
              ADD 1                         TO WV-AU-TITLES (WV-AU-IX)  08230000
              ADD WV-BK-UNITS (WV-BK-IX)    TO WV-AU-UNITS (WV-AU-IX)   08240000
              ADD WV-AUTH-ROY               TO                          08250000
                  WV-AU-ROYALTY (WV-AU-IX)                              08260000
           END-IF.                                                      08270000
                                                                        08280000
       C040-PRT-STMT-LINE.                                              08290000
      *--------------------                                             08300000
                                                                        08310000
           ADD 1                            TO WV-DT-IX.                08320000
           IF WV-DT-AU-IX (WV-DT-IX) = WV-AU-IX                         08330000
              MOVE WV-DT-BK-IX (WV-DT-IX)   TO WV-BK-IX                 08340000
              PERFORM Z075-FIND-CONTRACT                                08350000
              MOVE WV-BK-ID (WV-BK-IX)      TO STMT-DTL-ID              08360000
              MOVE WV-BK-TITLE (WV-BK-IX)   TO STMT-DTL-TITLE           08370000
              MOVE WV-BK-UNITS (WV-BK-IX)   TO STMT-DTL-UNITS           08380000
              IF WV-CT-BASIS (WV-CT-IX) = WC-BASIS-LIST                 08390000
                 MOVE WV-BK-LIST-VAL (WV-BK-IX)                         08400000
                                            TO STMT-DTL-VALUE           08410000
                 MOVE 'LIST'                TO STMT-DTL-BASIS           08420000
              ELSE                                                      08430000
                 MOVE WV-BK-NET-VAL (WV-BK-IX)                          08440000
                                            TO STMT-DTL-VALUE           08450000
                 MOVE 'NET'                 TO STMT-DTL-BASIS           08460000
              END-IF                                                    08470000
              COMPUTE STMT-DTL-RATE = WV-CT-RATE (WV-CT-IX) * 100       08480000
              END-COMPUTE                                               08490000
              MOVE WV-DT-SHARE (WV-DT-IX)   TO STMT-DTL-SHARE           08500000
              MOVE WV-DT-ROYALTY (WV-DT-IX) TO STMT-DTL-ROYALTY         08510000
              MOVE WS-STMT-DTL              TO STMT-REC                 08520000
              PERFORM Z240-WRITE-STMT-REC                               08530000
           END-IF.                                                      08540000
                                                                        08550000
      **************************** LEVEL Z *****************************08560000
                                                                        08570000
       Z010-OPN-FILES.                                                  08580000
      *----------------                                                 08590000
                                                                        08600000
           OPEN INPUT  SALEFEED                                         08610000
                OUTPUT ROYSTMT                                          08620000
                       ROYEXC                                           08630000
                       ROYPAY.                                          08640000
                                                                        08650000
       Z015-READ-VAL-SW.                                                08660000
      *------------------                                               08670000
                                                                        08680000
           MOVE FUNCTION CURRENT-DATE (1:6) TO WV-PERIOD.               08690000
           MOVE ZERO                        TO WV-PARM-LINE-CTR.        08700000
           MOVE WC-IC-OFF                   TO WI-PARM-ERR.             08710000
           MOVE LOW-VALUES                  TO WI-EOF-VALFILE.          08720000
           OPEN INPUT  VALFILE.                                         08730000
           PERFORM Z016-PCS-PARM-CARD                                   08740000
                   UNTIL WI-EOF-VALFILE = HIGH-VALUES.                  08750000
           CLOSE VALFILE.                                               08760000
           MOVE WV-PERIOD                   TO RPT-HDR-PERIOD           08770000
                                               STMT-HDR-PERIOD.         08780000
           PERFORM Z019-ECHO-PARMS.                                     08790000
                                                                        08800000
       Z016-PCS-PARM-CARD.                                              08810000
      *--------------------                                             08820000
                                                                        08830000
           READ VALFILE                                                 08840000
             AT END                                                     08850000
                MOVE HIGH-VALUES            TO WI-EOF-VALFILE           08860000
           END-READ.                                                    08870000
           IF WI-EOF-VALFILE = LOW-VALUES                               08880000
              ADD 1                         TO WV-PARM-LINE-CTR         08890000
              IF VAL-CARD = SPACES                                      08900000
                 CONTINUE                                               08910000
              ELSE                                                      08920000
                 MOVE SPACES                TO WV-PARM-KEY              08930000
                                               WV-PARM-VAL              08940000
                 UNSTRING VAL-CARD          DELIMITED BY '='            08950000
                     INTO WV-PARM-KEY                                   08960000
                          WV-PARM-VAL                                   08970000
                 END-UNSTRING                                           08980000
                 PERFORM Z017-APPLY-PARM                                08990000
              END-IF                                                    09000000
           END-IF.                                                      09010000
                                                                        09020000
       Z017-APPLY-PARM.                                                 09030000
      *-----------------                                                09040000
                                                                        09050000
           EVALUATE WV-PARM-KEY                                         09060000
               WHEN 'PERIOD'                                            09070000
                    IF WV-PARM-VAL (1:6) IS NUMERIC                     09080000
                       AND WV-PARM-VAL (7:1) = SPACE                    09090000
                       AND WV-PARM-VAL (5:2) >= '01'                    09100000
                       AND WV-PARM-VAL (5:2) <= '12'                    09110000
                       MOVE WV-PARM-VAL (1:6)                           09120000
                                            TO WV-PERIOD                09130000
                    ELSE                                                09140000
                       PERFORM Z018-FLAG-PARM-ERR                       09150000
                    END-IF                                              09160000
               WHEN OTHER                                               09170000
                    PERFORM Z018-FLAG-PARM-ERR                          09180000
           END-EVALUATE.                                                09190000
                                                                        09200000
       Z018-FLAG-PARM-ERR.                                              09210000
      *--------------------                                             09220000
                                                                        09230000
           DISPLAY 'BAD PARAMETER CARD, LINE ' WV-PARM-LINE-CTR         09240000
                   ': ' VAL-CARD (1:40).                                09250000
           MOVE WC-IC-ON                    TO WI-PARM-ERR.             09260000
                                                                        09270000
       Z019-ECHO-PARMS.                                                 09280000
      *-----------------                                                09290000
                                                                        09300000
           DISPLAY 'RESOLVED RUN PARAMETERS:'.                          09310000
           DISPLAY '  PERIOD           = ' WV-PERIOD.                   09320000
                                                                        09330000
       Z020-CLS-FILES.                                                  09340000
      *----------------                                                 09350000
                                                                        09360000
           CLOSE  SALEFEED                                              09370000
                  ROYSTMT                                               09380000
                  ROYEXC                                                09390000
                  ROYPAY.                                               09400000
                                                                        09410000
       Z030-INIT-FLDS.                                                  09420000
      *----------------                                                 09430000
                                                                        09440000
           INITIALIZE WS-WA                                             09450000
                      WS-WV.                                            09460000
           MOVE ZERO                        TO WV-BK-CNT                09470000
                                               WV-CT-CNT                09480000
                                               WV-AU-CNT                09490000
                                               WV-DT-CNT.               09500000
           MOVE LOW-VALUES                  TO WI-EOF-NEWBOOK           09510000
                                               WI-EOF-AUTHCTR           09520000
                                               WI-EOF-SALEFEED.         09530000
                                                                        09540000
       Z035-LOAD-BOOK-FILE.                                             09550000
      *---------------------                                            09560000
                                                                        09570000
           OPEN INPUT  NEWBOOK.                                         09580000
           PERFORM Z036-LOAD-BOOK-REC                                   09590000
                   UNTIL WI-EOF-NEWBOOK = HIGH-VALUES.                  09600000
           CLOSE NEWBOOK.                                               09610000
                                                                        09620000
       Z036-LOAD-BOOK-REC.                                              09630000
      *--------------------                                             09640000
                                                                        09650000
           READ NEWBOOK                                                 09660000
             AT END                                                     09670000
                MOVE HIGH-VALUES            TO WI-EOF-NEWBOOK           09680000
           END-READ.                                                    09690000
           IF WI-EOF-NEWBOOK = LOW-VALUES                               09700000
              AND BOK-ID NOT = SPACES                                   09710000
              ADD WC-ONE                    TO WA-BOOK-READ-CTR         09720000
              IF WV-BK-CNT < WC-BOOK-MAX                                09730000
                 ADD 1                      TO WV-BK-CNT                09740000
                 MOVE BOK-ID                TO WV-BK-ID (WV-BK-CNT)     09750000
                 MOVE BOK-TITLE             TO WV-BK-TITLE (WV-BK-CNT)  09760000
                 MOVE BOK-AUTHOR (1)        TO                          09770000
                      WV-BK-AUTHOR (WV-BK-CNT, 1)                       09780000
                 MOVE BOK-AUTHOR (2)        TO                          09790000
                      WV-BK-AUTHOR (WV-BK-CNT, 2)                       09800000
                 MOVE BOK-AUTHOR (3)        TO                          09810000
                      WV-BK-AUTHOR (WV-BK-CNT, 3)                       09820000
                 MOVE BOK-AUTHOR (4)        TO                          09830000
                      WV-BK-AUTHOR (WV-BK-CNT, 4)                       09840000
                 MOVE BOK-AUTHOR (5)        TO                          09850000
                      WV-BK-AUTHOR (WV-BK-CNT, 5)                       09860000
                 IF BOK-PRICE = SPACES                                  09870000
                    MOVE ZERO               TO                          09880000
                         WV-BK-LIST-PRICE (WV-BK-CNT)                   09890000
                 ELSE                                                   09900000
                    COMPUTE WV-BK-LIST-PRICE (WV-BK-CNT) =              09910000
                            FUNCTION NUMVAL-C(BOK-PRICE)                09920000
                    END-COMPUTE                                         09930000
                 END-IF                                                 09940000
                 MOVE ZERO                  TO WV-BK-UNITS (WV-BK-CNT)  09950000
                                               WV-BK-NET-VAL (WV-BK-CNT)09960000
                                              WV-BK-LIST-VAL (WV-BK-CNT)09970000
              ELSE                                                      09980000
                 DISPLAY 'BOOK TABLE FULL - BOOK ID NOT LOADED:'        09990000
                         BOK-ID                                         10000000
                 ADD WC-ONE                 TO WA-TBLFULL-CTR           10010000
              END-IF                                                    10020000
           END-IF.                                                      10030000
                                                                        10040000
       Z038-LOAD-CTR-FILE.                                              10050000
      *--------------------                                             10060000
                                                                        10070000
           OPEN INPUT  AUTHCTR.                                         10080000
           PERFORM Z039-LOAD-CTR-REC                                    10090000
                   UNTIL WI-EOF-AUTHCTR = HIGH-VALUES.                  10100000
           CLOSE AUTHCTR.                                               10110000
                                                                        10120000
       Z039-LOAD-CTR-REC.                                               10130000
      *-------------------                                              10140000
                                                                        10150000
           READ AUTHCTR                                                 10160000
             AT END                                                     10170000
                MOVE HIGH-VALUES            TO WI-EOF-AUTHCTR           10180000
           END-READ.                                                    10190000
           IF WI-EOF-AUTHCTR = LOW-VALUES                               10200000
              AND CTR-BOOK-ID NOT = SPACES                              10210000
              ADD WC-ONE                    TO WA-CTR-READ-CTR          10220000
              IF WV-CT-CNT < WC-CTR-MAX                                 10230000
                 ADD 1                      TO WV-CT-CNT                10240000
                 MOVE CTR-BOOK-ID           TO                          10250000
                      WV-CT-BOOK-ID (WV-CT-CNT)                         10260000
                 MOVE CTR-RATE-X            TO WV-CT-RATE-X (WV-CT-CNT) 10270000
                 MOVE CTR-BASIS             TO WV-CT-BASIS (WV-CT-CNT)  10280000
                 MOVE CTR-SHARES            TO                          10290000
                      WV-CT-SHARES (WV-CT-CNT)                          10300000
              ELSE                                                      10310000
                 DISPLAY 'CONTRACT TABLE FULL - BOOK ID NOT LOADED:'    10320000
                         CTR-BOOK-ID                                    10330000
                 ADD WC-ONE                 TO WA-TBLFULL-CTR           10340000
              END-IF                                                    10350000
           END-IF.                                                      10360000
                                                                        10370000
       Z040-READ-SALEFEED.                                              10380000
      *--------------------                                             10390000
                                                                        10400000
           READ SALEFEED                                                10410000
             AT END                                                     10420000
                MOVE HIGH-VALUES            TO WI-EOF-SALEFEED          10430000
           END-READ.                                                    10440000
           IF WI-EOF-SALEFEED = LOW-VALUES                              10450000
              ADD WC-ONE                    TO WA-READ-CTR              10460000
           END-IF.                                                      10470000
                                                                        10480000
       Z060-WRITE-PAY-HDR.                                              10490000
      *--------------------                                             10500000
                                                                        10510000
           MOVE SPACES                      TO PAY-HDR-REC.             10520000
           MOVE WC-REC-TYPE-HDR             TO PH-REC-TYPE.             10530000
           MOVE WV-PERIOD                   TO PH-PERIOD.               10540000
           MOVE FUNCTION CURRENT-DATE (1:8) TO PH-CREATE-DATE.          10550000
           MOVE WC-PGM-NM                   TO PH-PGM-NM.               10560000
           MOVE 'AUTHOR ROYALTIES'          TO PH-DESC.                 10570000
           WRITE PAY-HDR-REC.                                           10580000
                                                                        10590000
       Z062-WRITE-PAY-DTL.                                              10600000
      *--------------------                                             10610000
                                                                        10620000
           MOVE SPACES                      TO PAY-DTL-REC.             10630000
           MOVE WC-REC-TYPE-DTL             TO PD-REC-TYPE.             10640000
           MOVE WV-AU-NAME (WV-AU-IX)       TO PD-AUTHOR.               10650000
           MOVE WV-PERIOD                   TO PD-PERIOD.               10660000
           MOVE WV-AU-TITLES (WV-AU-IX)     TO PD-TITLE-CNT.            10670000
           MOVE WV-AU-UNITS (WV-AU-IX)      TO PD-UNITS.                10680000
           MOVE WV-AU-ROYALTY (WV-AU-IX)    TO PD-ROYALTY.              10690000
           WRITE PAY-DTL-REC.                                           10700000
           ADD WC-ONE                       TO WA-PAY-CTR.              10710000
                                                                        10720000
       Z065-WRITE-PAY-TRL.                                              10730000
      *--------------------                                             10740000
                                                                        10750000
           MOVE SPACES                      TO PAY-TRL-REC.             10760000
           MOVE WC-REC-TYPE-TRL             TO PT-REC-TYPE.             10770000
           MOVE WA-PAY-CTR                  TO PT-DTL-CNT.              10780000
           MOVE WA-ROY-TOT                  TO PT-ROY-TOT.              10790000
           WRITE PAY-TRL-REC.                                           10800000
                                                                        10810000
       Z070-FIND-BOOK.                                                  10820000
      *----------------                                                 10830000
                                                                        10840000
           MOVE WC-IC-OFF                   TO WV-BK-FOUND-SW.          10850000
           MOVE ZERO                        TO WV-BK-IX.                10860000
           PERFORM Z072-SCAN-BOOK-TBL                                   10870000
                   UNTIL WV-BK-FOUND-SW = WC-IC-ON                      10880000
                      OR WV-BK-IX >= WV-BK-CNT.                         10890000
                                                                        10900000
       Z072-SCAN-BOOK-TBL.                                              10910000
      *--------------------                                             10920000
                                                                        10930000
           ADD 1                            TO WV-BK-IX.                10940000
           IF WV-BK-ID (WV-BK-IX) = WV-SRCH-ID                          10950000
              MOVE WC-IC-ON                 TO WV-BK-FOUND-SW           10960000
           END-IF.                                                      10970000
                                                                        10980000
       Z075-FIND-CONTRACT.                                              10990000
      *--------------------                                             11000000
                                                                        11010000
           MOVE WV-BK-ID (WV-BK-IX)         TO WV-SRCH-ID.              11020000
           MOVE WC-IC-OFF                   TO WV-CT-FOUND-SW.          11030000
           MOVE ZERO                        TO WV-CT-IX.                11040000
           PERFORM Z077-SCAN-CTR-TBL                                    11050000
                   UNTIL WV-CT-FOUND-SW = WC-IC-ON                      11060000
                      OR WV-CT-IX >= WV-CT-CNT.                         11070000
                                                                        11080000
       Z077-SCAN-CTR-TBL.                                               11090000
      *-------------------                                              11100000
                                                                        11110000
           ADD 1                            TO WV-CT-IX.                11120000
           IF WV-CT-BOOK-ID (WV-CT-IX) = WV-SRCH-ID                     11130000
              MOVE WC-IC-ON                 TO WV-CT-FOUND-SW           11140000
           END-IF.                                                      11150000
                                                                        11160000
       Z080-FIND-AUTHOR.                                                11170000
      *------------------                                               11180000
                                                                        11190000
           MOVE WC-IC-OFF                   TO WV-AU-FOUND-SW.          11200000
           MOVE ZERO                        TO WV-AU-IX.                11210000
           PERFORM Z082-SCAN-AUTH-TBL                                   11220000
                   UNTIL WV-AU-FOUND-SW = WC-IC-ON                      11230000
                      OR WV-AU-IX >= WV-AU-CNT.                         11240000
           IF WV-AU-FOUND-SW = WC-IC-OFF                                11250000
              AND WV-AU-CNT < WC-AUTH-MAX                               11260000
              ADD 1                         TO WV-AU-CNT                11270000
              MOVE WV-AU-CNT                TO WV-AU-IX                 11280000
              MOVE WV-SRCH-AUTHOR           TO WV-AU-NAME (WV-AU-IX)    11290000
              MOVE ZERO                     TO WV-AU-TITLES (WV-AU-IX)  11300000
                                               WV-AU-UNITS (WV-AU-IX)   11310000
                                               WV-AU-ROYALTY (WV-AU-IX) 11320000
              MOVE WC-IC-ON                 TO WV-AU-FOUND-SW           11330000
           END-IF.                                                      11340000
                                                                        11350000
       Z082-SCAN-AUTH-TBL.                                              11360000
      *--------------------                                             11370000
                                                                        11380000
           ADD 1                            TO WV-AU-IX.                11390000
           IF WV-AU-NAME (WV-AU-IX) = WV-SRCH-AUTHOR                    11400000
              MOVE WC-IC-ON                 TO WV-AU-FOUND-SW           11410000
           END-IF.                                                      11420000
                                                                        11430000
       Z200-WRITE-RPT-HDR.                                              11440000
      *--------------------                                             11450000
                                                                        11460000
           ADD WC-ONE                       TO WA-RPT-PAGE-CTR.         11470000
           MOVE WA-RPT-PAGE-CTR             TO RPT-HDR-PAGE.            11480000
           IF WA-RPT-PAGE-CTR = 1                                       11490000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            11500000
           ELSE                                                         11510000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            11520000
                    AFTER ADVANCING NEXT-PAGE                           11530000
           END-IF.                                                      11540000
           MOVE SPACES                      TO RPT-REC.                 11550000
           WRITE RPT-REC.                                               11560000
           WRITE RPT-REC                    FROM WS-RPT-HDR2.           11570000
           MOVE SPACES                      TO RPT-REC.                 11580000
           WRITE RPT-REC.                                               11590000
           MOVE 4                           TO WA-RPT-LINE-CTR.         11600000
                                                                        11610000
       Z210-WRITE-STMT-HDR.                                             11620000
      *---------------------                                            11630000
                                                                        11640000
           ADD WC-ONE                       TO WA-STMT-PAGE-CTR.        11650000
           MOVE WA-STMT-PAGE-CTR            TO STMT-HDR-PAGE.           11660000
           IF WA-STMT-PAGE-CTR = 1                                      11670000
              WRITE STMT-REC                FROM WS-STMT-HDR1           11680000
           ELSE                                                         11690000
              WRITE STMT-REC                FROM WS-STMT-HDR1           11700000
                    AFTER ADVANCING NEXT-PAGE                           11710000
           END-IF.                                                      11720000
           MOVE SPACES                      TO STMT-REC.                11730000
           WRITE STMT-REC.                                              11740000
           WRITE STMT-REC                   FROM WS-STMT-HDR2.          11750000
           MOVE SPACES                      TO STMT-REC.                11760000
           WRITE STMT-REC.                                              11770000
           WRITE STMT-REC                   FROM WS-STMT-HDR3.          11780000
           MOVE SPACES                      TO STMT-REC.                11790000
           WRITE STMT-REC.                                              11800000
           MOVE 6                           TO WA-STMT-LINE-CTR.        11810000
                                                                        11820000
       Z230-WRITE-RPT-REC.                                              11830000
      *--------------------                                             11840000
                                                                        11850000
           IF WA-RPT-LINE-CTR >= WC-RPT-MAX-LINE                        11860000
              MOVE RPT-REC                  TO WV-HOLD-LINE             11870000
              PERFORM Z200-WRITE-RPT-HDR                                11880000
              MOVE WV-HOLD-LINE             TO RPT-REC                  11890000
           END-IF.                                                      11900000
           WRITE RPT-REC.                                               11910000
           ADD WC-ONE                       TO WA-RPT-LINE-CTR.         11920000
                                                                        11930000
       Z240-WRITE-STMT-REC.                                             11940000
      *---------------------                                            11950000
                                                                        11960000
           IF WA-STMT-LINE-CTR >= WC-RPT-MAX-LINE                       11970000
              MOVE STMT-REC                 TO WV-HOLD-LINE             11980000
              PERFORM Z210-WRITE-STMT-HDR                               11990000
              MOVE WV-HOLD-LINE             TO STMT-REC                 12000000
           END-IF.                                                      12010000
           WRITE STMT-REC.                                              12020000
           ADD WC-ONE                       TO WA-STMT-LINE-CTR.        12030000
                                                                        12040000
       Z990-PCS-CTRS.                                                   12050000
      *---------------                                                  12060000
                                                                        12070000
           DISPLAY 'ROYALTY PERIOD                 :-' WV-PERIOD.       12080000
           DISPLAY 'NUMBER OF BOOKS LOADED         :-'                  12090000
                    WA-BOOK-READ-CTR.                                   12100000
           DISPLAY 'NUMBER OF CONTRACTS LOADED     :-'                  12110000
                    WA-CTR-READ-CTR.                                    12120000
           DISPLAY 'NUMBER OF SALES RECORDS READ   :-' WA-READ-CTR.     12130000
           DISPLAY 'NUMBER OF SALES PRICED         :-' WA-PRICED-CTR.   12140000
           DISPLAY 'NUMBER OF SALES ON EXCEPTION   :-'                  12150000
                    WA-SALE-EXC-CTR.                                    12160000
           DISPLAY 'NUMBER OF BOOK IDS NOT ON MSTR :-' WA-NOBOOK-CTR.   12170000
           DISPLAY 'NUMBER OF TITLES SOLD          :-' WA-TITLE-CTR.    12180000
           DISPLAY 'NUMBER OF TITLES HELD          :-'                  12190000
                    WA-TITLE-EXC-CTR.                                   12200000
           DISPLAY 'NUMBER OF AUTHORS PAYABLE      :-' WA-PAY-CTR.      12210000
           DISPLAY 'NUMBER OF TABLE OVERFLOWS      :-'                  12220000
                    WA-TBLFULL-CTR.                                     12230000
           DISPLAY 'TOTAL SALES VALUE PRICED       :-' WA-SALE-VAL-TOT. 12240000
           DISPLAY 'TOTAL ROYALTY PAYABLE          :-' WA-ROY-TOT.      12250000
                                                                        12260000
       Z997-WRITE-AUDIT-REC.                                            12270000
      *----------------------                                           12280000
                                                                        12290000
           OPEN EXTEND AUDITFILE.                                       12300000
           INITIALIZE AUDITFILE-REC.                                    12310000
           MOVE WC-PGM-NM                    TO AUD-PGM-NM.             12320000
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-RUN-DATE.           12330000
           MOVE WA-READ-CTR                  TO AUD-READ-CTR.           12340000
           MOVE WA-PAY-CTR                   TO AUD-WRITE-CTR.          12350000
           COMPUTE AUD-ERROR-CTR = WA-SALE-EXC-CTR + WA-TITLE-EXC-CTR   12360000
                                 + WA-TBLFULL-CTR                       12370000
           END-COMPUTE.                                                 12380000
           WRITE AUDITFILE-REC.                                         12390000
           CLOSE AUDITFILE.                                             12400000
                                                                        12410000
       Z998-WRITE-ALERT-REC.                                            12420000
      *----------------------                                           12430000
                                                                        12440000
           OPEN EXTEND ALERTFILE.                                       12450000
           MOVE SPACES                       TO ALERTFILE-REC.          12460000
           MOVE WC-PGM-NM                    TO ALT-PGM-NM.             12470000
           MOVE FUNCTION CURRENT-DATE (1:14) TO ALT-TS.                 12480000
           MOVE WV-ALT-SEV                   TO ALT-SEVERITY.           12490000
           MOVE WV-ALT-CD                    TO ALT-EVENT-CD.           12500000
           MOVE WV-ALT-TXT                   TO ALT-TEXT.               12510000
           WRITE ALERTFILE-REC.                                         12520000
           CLOSE ALERTFILE.                                             12530000
