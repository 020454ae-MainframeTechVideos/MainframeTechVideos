       ID DIVISION.                                                     00010000
      **************                                                    00020000
                                                                        00030000
       PROGRAM-ID.     PURORD01.                                        00040000
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
           SELECT  MERCHFILE ASSIGN         TO UT-S-MERCHFILE.          00300000
           SELECT  SUPREF    ASSIGN         TO UT-S-SUPREF.             00310000
           SELECT  POHIST    ASSIGN         TO UT-S-POHIST.             00320000
           SELECT  PORECV    ASSIGN         TO UT-S-PORECV.             00330000
           SELECT  NEWPOHST  ASSIGN         TO UT-S-NEWPOHST.           00340000
           SELECT  POCTL     ASSIGN         TO UT-S-POCTL.              00345000
           SELECT  POFILE    ASSIGN         TO UT-S-POFILE.             00350000
           SELECT  PORPT     ASSIGN         TO UT-S-PORPT.              00360000
           SELECT  AUDITFILE ASSIGN         TO UT-S-AUDITFILE.          00370000
           SELECT  ALERTFILE ASSIGN         TO UT-S-ALERTFILE.          00380000
                                                                        00390000
       DATA DIVISION.                                                   00400000
      ****************                                                  00410000
                                                                        00420000
       FILE SECTION.                                                    00430000
      *=============                                                    00440000
                                                                        00450000
       FD VALFILE                                                       00460000
              LABEL RECORD STANDARD                                     00470000
              BLOCK 0 RECORDS                                           00480000
              RECORDING MODE IS F.                                      00490000
                                                                        00500000
       01 VALFILE-REC.                                                  00510000
          03 VAL-CARD                       PIC X(80).                  00520000
                                                                        00530000
       FD MERCHFILE                                                     00540000
              LABEL RECORD STANDARD                                     00550000
              BLOCK 0 RECORDS                                           00560000
              RECORDING MODE IS F.                                      00570000
                                                                        00580000
       01 MERCH-REC-ZN.                                                 00590000
          03 MERCH-REC-TYPE                 PIC X(01).                  00600000
          03 MERCH-REC.                                                 00610000
             05 MC-SKU                      PIC X(10).                  00620000
             05 MC-NAME                     PIC X(25).                  00630000
             05 MC-CATEGORY                 PIC X(20).                  00640000
             05 MC-PRICE                    PIC X(11).                  00650000
             05 MC-QTY                      PIC 9(07).                  00660000
             05 FILLER                      PIC X(177).                 00670000
          03 MERCH-TRL-REC REDEFINES MERCH-REC.                         00680000
             05 MC-TRL-TXT                  PIC X(13).                  00690000
             05 MC-TRL-CNT                  PIC X(07).                  00700000
             05 FILLER                      PIC X(230).                 00710000
                                                                        00720000
       FD SUPREF                                                        00730000
              LABEL RECORD STANDARD                                     00740000
              BLOCK 0 RECORDS                                           00750000
              RECORDING MODE IS F.                                      00760000
                                                                        00770000
       01 SUPREF-REC.                                                   00780000
          03 SUP-SKU                        PIC X(10).                  00790000
          03 SUP-ID                         PIC X(08).                  00800000
          03 SUP-NM                         PIC X(30).                  00810000
          03 SUP-LEAD-DAYS                  PIC 9(03).                  00820000
          03 SUP-PACK-SIZE                  PIC 9(05).                  00830000
          03 SUP-UNIT-COST                  PIC 9(07)V99.               00840000
          03 FILLER                         PIC X(15).                  00850000
                                                                        00860000
       FD POHIST                                                        00870000
              LABEL RECORD STANDARD                                     00880000
              BLOCK 0 RECORDS                                           00890000
              RECORDING MODE IS F.                                      00900000
                                                                        00910000
       01 POHIST-REC.                                                   00920000
          03 OPN-PO-NO                      PIC X(12).                  00930000
          03 OPN-SKU                        PIC X(10).                  00940000
          03 OPN-SUP-ID                     PIC X(08).                  00950000
          03 OPN-ORDER-DATE                 PIC X(08).                  00960000
          03 OPN-DUE-DATE                   PIC X(08).                  00970000
          03 OPN-QTY                        PIC 9(07).                  00980000
          03 FILLER                         PIC X(27).                  00990000
                                                                        01000000
       FD PORECV                                                        01010000
              LABEL RECORD STANDARD                                     01020000
              BLOCK 0 RECORDS                                           01030000
              RECORDING MODE IS F.                                      01040000
                                                                        01050000
       01 PORECV-REC.                                                   01060000
          03 RCV-PO-NO                      PIC X(12).                  01070000
          03 RCV-SKU                        PIC X(10).                  01080000
          03 FILLER                         PIC X(58).                  01090000
                                                                        01100000
       FD NEWPOHST                                                      01110000
              LABEL RECORD STANDARD                                     01120000
              BLOCK 0 RECORDS                                           01130000
              RECORDING MODE IS F.                                      01140000
                                                                        01150000
       01 NEWPOHST-REC                      PIC X(80).                  01160000
                                                                        01160500
       FD POCTL                                                         01161000
              LABEL RECORD STANDARD                                     01161500
              BLOCK 0 RECORDS                                           01162000
              RECORDING MODE IS F.                                      01162500
                                                                        01163000
       01 POCTL-REC.                                                    01163500
          03 CTL-LAST-PO-DATE               PIC X(08).                  01164000
          03 CTL-LAST-PO-SEQ                PIC 9(04).                  01164500
          03 CTL-UPD-TS                     PIC X(14).                  01165000
          03 FILLER                         PIC X(54).                  01165500
                                                                        01170000
       FD POFILE                                                        01180000
              LABEL RECORD STANDARD                                     01190000
              BLOCK 0 RECORDS                                           01200000
              RECORDING MODE IS F.                                      01210000
                                                                        01220000
       01 PO-FILE-HDR-REC.                                              01230000
          03 FH-REC-TYPE                    PIC X(02).                  01240000
          03 FH-CREATE-DATE                 PIC X(08).                  01250000
          03 FH-PGM-NM                      PIC X(08).                  01260000
          03 FH-DESC                        PIC X(20).                  01270000
          03 FILLER                         PIC X(112).                 01280000
                                                                        01290000
       01 PO-HDR-REC.                                                   01300000
          03 PH-REC-TYPE                    PIC X(02).                  01310000
          03 PH-PO-NO                       PIC X(12).                  01320000
          03 PH-SUP-ID                      PIC X(08).                  01330000
          03 PH-SUP-NM                      PIC X(30).                  01340000
          03 PH-ORDER-DATE                  PIC X(08).                  01350000
          03 PH-DUE-DATE                    PIC X(08).                  01360000
          03 FILLER                         PIC X(82).                  01370000
                                                                        01380000
       01 PO-LINE-REC.                                                  01390000
          03 PL-REC-TYPE                    PIC X(02).                  01400000
          03 PL-PO-NO                       PIC X(12).                  01410000
          03 PL-LINE-NO                     PIC 9(03).                  01420000
          03 PL-SKU                         PIC X(10).                  01430000
          03 PL-NAME                        PIC X(25).                  01440000
          03 PL-ON-HAND                     PIC 9(07).                  01450000
          03 PL-PACKS                       PIC 9(05).                  01460000
          03 PL-PACK-SIZE                   PIC 9(05).                  01470000
          03 PL-QTY                         PIC 9(07).                  01480000
          03 PL-UNIT-COST                   PIC 9(07)V99.               01490000
          03 PL-LINE-TOT                    PIC 9(09)V99.               01500000
          03 PL-DUE-DATE                    PIC X(08).                  01510000
          03 FILLER                         PIC X(46).                  01520000
                                                                        01530000
       01 PO-TOTAL-REC.                                                 01540000
          03 PT-REC-TYPE                    PIC X(02).                  01550000
          03 PT-PO-NO                       PIC X(12).                  01560000
          03 PT-LINE-CNT                    PIC 9(03).                  01570000
          03 PT-UNITS                       PIC 9(09).                  01580000
          03 PT-ORDER-TOT                   PIC 9(11)V99.               01590000
          03 FILLER                         PIC X(111).                 01600000
                                                                        01610000
       01 PO-FILE-TRL-REC.                                              01620000
          03 FT-REC-TYPE                    PIC X(02).                  01630000
          03 FT-PO-CNT                      PIC 9(06).                  01640000
          03 FT-LINE-CNT                    PIC 9(07).                  01650000
          03 FT-VAL-TOT                     PIC 9(13)V99.               01660000
          03 FILLER                         PIC X(120).                 01670000
                                                                        01680000
       FD PORPT                                                         01690000
              LABEL RECORD STANDARD                                     01700000
              BLOCK 0 RECORDS                                           01710000
              RECORDING MODE IS F.                                      01720000
                                                                        01730000
       01 RPT-REC                           PIC X(132).                 01740000
                                                                        01750000
       FD AUDITFILE                                                     01760000
              LABEL RECORD STANDARD                                     01770000
              BLOCK 0 RECORDS                                           01780000
              RECORDING MODE IS F.                                      01790000
                                                                        01800000
       01 AUDITFILE-REC.                                                01810000
          03 AUD-PGM-NM                     PIC X(08).                  01820000
          03 AUD-RUN-DATE                   PIC X(08).                  01830000
          03 AUD-READ-CTR                   PIC 9(09).                  01840000
          03 AUD-WRITE-CTR                  PIC 9(09).                  01850000
          03 AUD-ERROR-CTR                  PIC 9(09).                  01860000
                                                                        01870000
       FD ALERTFILE                                                     01880000
              LABEL RECORD STANDARD                                     01890000
              BLOCK 0 RECORDS                                           01900000
              RECORDING MODE IS F.                                      01910000
                                                                        01920000
       01 ALERTFILE-REC.                                                01930000
          03 ALT-PGM-NM                     PIC X(08).                  01940000
          03 ALT-TS                         PIC X(14).                  01950000
          03 ALT-SEVERITY                   PIC X(01).                  01960000
          03 ALT-EVENT-CD                   PIC X(08).                  01970000
          03 ALT-TEXT                       PIC X(40).                  01980000
          03 FILLER                         PIC X(09).                  01990000
                                                                        02000000
       WORKING-STORAGE SECTION.                                         02010000
      *=========================                                        02020000
                                                                        02030000
       01 WS-WA.                                                        02040000
      *---------                                                        02050000
                                                                        02060000
          03 WA-READ-CTR                    PIC S9(09) PACKED-DECIMAL.  02070000
          03 WA-LOW-CTR                     PIC S9(09) PACKED-DECIMAL.  02080000
          03 WA-SUP-READ-CTR                PIC S9(09) PACKED-DECIMAL.  02090000
          03 WA-OPN-READ-CTR                PIC S9(09) PACKED-DECIMAL.  02100000
          03 WA-OPN-CLOSED-CTR              PIC S9(09) PACKED-DECIMAL.  02110000
          03 WA-OPN-KEPT-CTR                PIC S9(09) PACKED-DECIMAL.  02120000
          03 WA-RCV-READ-CTR                PIC S9(09) PACKED-DECIMAL.  02130000
          03 WA-RCV-UNMATCH-CTR             PIC S9(09) PACKED-DECIMAL.  02140000
          03 WA-PO-CTR                      PIC S9(09) PACKED-DECIMAL.  02150000
          03 WA-LINE-CTR                    PIC S9(09) PACKED-DECIMAL.  02160000
          03 WA-UNITS-CTR                   PIC S9(09) PACKED-DECIMAL.  02170000
          03 WA-EXC-CTR                     PIC S9(09) PACKED-DECIMAL.  02180000
          03 WA-NOSUP-CTR                   PIC S9(09) PACKED-DECIMAL.  02190000
          03 WA-OPENPO-CTR                  PIC S9(09) PACKED-DECIMAL.  02200000
          03 WA-BADREF-CTR                  PIC S9(09) PACKED-DECIMAL.  02210000
          03 WA-TBLFULL-CTR                 PIC S9(09) PACKED-DECIMAL.  02220000
          03 WA-PO-VAL-TOT                  PIC S9(13)V99               02230000
                                              PACKED-DECIMAL.           02240000
          03 WA-RPT-LINE-CTR                PIC S9(03) PACKED-DECIMAL.  02250000
          03 WA-RPT-PAGE-CTR                PIC S9(05) PACKED-DECIMAL.  02260000
                                                                        02270000
       01 WS-WI.                                                        02280000
      *---------                                                        02290000
                                                                        02300000
          03 WI-EOF-VALFILE                 PIC X(01).                  02310000
          03 WI-EOF-MERCHFILE               PIC X(01).                  02320000
          03 WI-EOF-SUPREF                  PIC X(01).                  02330000
          03 WI-EOF-POHIST                  PIC X(01).                  02340000
          03 WI-EOF-PORECV                  PIC X(01).                  02350000
          03 WI-PARM-ERR                    PIC X(01).                  02360000
          03 WI-TRL-SEEN                    PIC X(01).                  02370000
          03 WI-DTL-FOUND                   PIC X(01).                  02380000
                                                                        02390000
       01 WS-CS.                                                        02400000
      *---------                                                        02410000
                                                                        02420000
          03 WC-PGM-NM                      PIC X(08) VALUE 'PURORD01'. 02430000
          03 WC-PCS-NM                      PIC X(40) VALUE             02440000
             'SUPPLIER PURCHASE ORDER GENERATION'.                      02450000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        02460000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        02470000
          03 WC-ONE                         PIC 9(01) VALUE 1.          02480000
          03 WC-REC-TYPE-HDR                PIC X(01) VALUE 'H'.        02490000
          03 WC-REC-TYPE-DTL                PIC X(01) VALUE 'D'.        02500000
          03 WC-REC-TYPE-TRL                PIC X(01) VALUE 'T'.        02510000
          03 WC-HDR-CNT-TXT                 PIC X(13) VALUE             02520000
             'RECORD COUNT:'.                                           02530000
          03 WC-REC-TYPE-FH                 PIC X(02) VALUE 'FH'.       02540000
          03 WC-REC-TYPE-PH                 PIC X(02) VALUE 'PH'.       02550000
          03 WC-REC-TYPE-PL                 PIC X(02) VALUE 'PL'.       02560000
          03 WC-REC-TYPE-PT                 PIC X(02) VALUE 'PT'.       02570000
          03 WC-REC-TYPE-FT                 PIC X(02) VALUE 'FT'.       02580000
          03 WC-SUP-MAX                     PIC 9(05) VALUE 5000.       02590000
          03 WC-OPN-MAX                     PIC 9(05) VALUE 5000.       02600000
          03 WC-RCV-MAX                     PIC 9(05) VALUE 1000.       02610000
          03 WC-LN-MAX                      PIC 9(05) VALUE 2000.       02620000
          03 WC-PO-MAX                      PIC 9(05) VALUE 500.        02630000
          03 WC-RPT-MAX-LINE                PIC 9(03) VALUE 55.         02640000
                                                                        02650000
       01 WS-WV.                                                        02660000
      *---------                                                        02670000
                                                                        02680000
          03 WV-PARM-KEY                    PIC X(20).                  02690000
          03 WV-PARM-VAL                    PIC X(20).                  02700000
          03 WV-PARM-LINE-CTR               PIC 9(03).                  02710000
          03 WV-REORDER-QTY                 PIC 9(07).                  02720000
          03 WV-TARGET-QTY                  PIC 9(07).                  02730000
          03 WV-RUN-DATE                    PIC X(08).                  02740000
          03 WV-RUN-DATE-N REDEFINES WV-RUN-DATE                        02750000
                                            PIC 9(08).                  02760000
          03 WV-RUN-INT                     PIC S9(09) BINARY.          02770000
          03 WV-DUE-INT                     PIC S9(09) BINARY.          02780000
          03 WV-DUE-DATE-N                  PIC 9(08).                  02790000
          03 WV-DUE-DATE REDEFINES WV-DUE-DATE-N                        02800000
                                            PIC X(08).                  02810000
          03 WV-SHORT-QTY                   PIC S9(07) PACKED-DECIMAL.  02820000
          03 WV-PACKS                       PIC S9(07) PACKED-DECIMAL.  02830000
          03 WV-PACK-REM                    PIC S9(07) PACKED-DECIMAL.  02840000
          03 WV-PO-SEQ                      PIC 9(04).                  02850000
          03 WV-PO-LINE-NO                  PIC 9(03).                  02860000
          03 WV-PO-UNITS                    PIC S9(09) PACKED-DECIMAL.  02870000
          03 WV-PO-VALUE                    PIC S9(11)V99               02880000
                                              PACKED-DECIMAL.           02890000
          03 WV-TRL-CNT                     PIC 9(07).                  02900000
          03 WV-EXC-REASON                  PIC X(12).                  02910000
          03 WV-EXC-DETAIL                  PIC X(50).                  02920000
          03 WV-CTR-DISP                    PIC ZZ,ZZZ,ZZ9.             02930000
          03 WV-AMT-DISP                    PIC $Z,ZZZ,ZZZ,ZZZ,ZZ9.99.  02940000
          03 WV-HOLD-LINE                   PIC X(132).                 02950000
          03 WV-SRCH-SKU                    PIC X(10).                  02960000
          03 WV-FOUND-SW                    PIC X(01).                  02970000
                                                                        02980000
       01 WS-SUP-TBL.                                                   02990000
      *--------------                                                   03000000
                                                                        03010000
          03 WV-SP-CNT                      PIC S9(05) BINARY.          03020000
          03 WV-SP-IX                       PIC S9(05) BINARY.          03030000
          03 WV-SP-ENTRY OCCURS 5000 TIMES.                             03040000
             05 WV-SP-SKU                   PIC X(10).                  03050000
             05 WV-SP-ID                    PIC X(08).                  03060000
             05 WV-SP-NM                    PIC X(30).                  03070000
             05 WV-SP-LEAD-DAYS             PIC 9(03).                  03080000
             05 WV-SP-PACK-SIZE             PIC 9(05).                  03090000
             05 WV-SP-UNIT-COST             PIC 9(07)V99.               03100000
                                                                        03110000
       01 WS-OPN-TBL.                                                   03120000
      *--------------                                                   03130000
                                                                        03140000
          03 WV-OP-CNT                      PIC S9(05) BINARY.          03150000
          03 WV-OP-IX                       PIC S9(05) BINARY.          03160000
          03 WV-OP-ENTRY OCCURS 5000 TIMES.                             03170000
             05 WV-OP-REC                   PIC X(80).                  03180000
             05 WV-OP-REC-R REDEFINES WV-OP-REC.                        03190000
                07 WV-OP-PO-NO              PIC X(12).                  03200000
                07 WV-OP-SKU                PIC X(10).                  03210000
                07 WV-OP-SUP-ID             PIC X(08).                  03220000
                07 WV-OP-ORDER-DATE         PIC X(08).                  03230000
                07 WV-OP-DUE-DATE           PIC X(08).                  03240000
                07 WV-OP-QTY                PIC 9(07).                  03250000
                07 FILLER                   PIC X(27).                  03260000
             05 WV-OP-CLOSED-SW             PIC X(01).                  03270000
                                                                        03280000
       01 WS-RCV-TBL.                                                   03290000
      *--------------                                                   03300000
                                                                        03310000
          03 WV-RC-CNT                      PIC S9(05) BINARY.          03320000
          03 WV-RC-IX                       PIC S9(05) BINARY.          03330000
          03 WV-RC-ENTRY OCCURS 1000 TIMES.                             03340000
             05 WV-RC-PO-NO                 PIC X(12).                  03350000
             05 WV-RC-SKU                   PIC X(10).                  03360000
             05 WV-RC-USED-SW               PIC X(01).                  03370000
                                                                        03380000
       01 WS-LN-TBL.                                                    03390000
      *-------------                                                    03400000
                                                                        03410000
          03 WV-LN-CNT                      PIC S9(05) BINARY.          03420000
          03 WV-LN-IX                       PIC S9(05) BINARY.          03430000
          03 WV-LN-ENTRY OCCURS 2000 TIMES.                             03440000
             05 WV-LN-SKU                   PIC X(10).                  03450000
             05 WV-LN-NAME                  PIC X(25).                  03460000
             05 WV-LN-ON-HAND               PIC 9(07).                  03470000
             05 WV-LN-SP-IX                 PIC S9(05) BINARY.          03480000
             05 WV-LN-PACKS                 PIC 9(05).                  03490000
             05 WV-LN-QTY                   PIC 9(07).                  03500000
             05 WV-LN-VALUE                 PIC S9(09)V99               03510000
                                              PACKED-DECIMAL.           03520000
                                                                        03530000
       01 WS-PO-TBL.                                                    03540000
      *-------------                                                    03550000
                                                                        03560000
          03 WV-PO-CNT                      PIC S9(05) BINARY.          03570000
          03 WV-PO-IX                       PIC S9(05) BINARY.          03580000
          03 WV-PO-ENTRY OCCURS 500 TIMES.                              03590000
             05 WV-PO-SUP-ID                PIC X(08).                  03600000
             05 WV-PO-SUP-NM                PIC X(30).                  03610000
             05 WV-PO-MAX-LEAD              PIC 9(03).                  03620000
                                                                        03630000
       01 WS-ALERT.                                                     03640000
      *------------                                                     03650000
                                                                        03660000
          03 WV-ALT-SEV                     PIC X(01).                  03670000
          03 WV-ALT-CD                      PIC X(08).                  03680000
          03 WV-ALT-TXT                     PIC X(40).                  03690000
                                                                        03700000
       01 WS-RPT-HDR1.                                                  03710000
      *---------------                                                  03720000
                                                                        03730000
          03 FILLER                         PIC X(08) VALUE 'PURORD01'. 03740000
          03 FILLER                         PIC X(05) VALUE SPACES.     03750000
          03 FILLER                         PIC X(34) VALUE             03760000
             'PURCHASE ORDER SUMMARY - RUN DATE '.                      03770000
          03 RPT-HDR-DATE                   PIC X(08).                  03780000
          03 FILLER                         PIC X(66) VALUE SPACES.     03790000
          03 FILLER                         PIC X(05) VALUE 'PAGE '.    03800000
          03 RPT-HDR-PAGE                   PIC ZZ,ZZ9.                 03810000
                                                                        03820000
       01 WS-RPT-HDR2.                                                  03830000
      *---------------                                                  03840000
                                                                        03850000
          03 FILLER                         PIC X(08) VALUE 'SUPPLIER'. 03860000
          03 FILLER                         PIC X(02) VALUE SPACES.     03870000
          03 FILLER                         PIC X(30) VALUE             03880000
             'SUPPLIER NAME'.                                           03890000
          03 FILLER                         PIC X(02) VALUE SPACES.     03900000
          03 FILLER                         PIC X(12) VALUE 'PO NUMBER'.03910000
          03 FILLER                         PIC X(02) VALUE SPACES.     03920000
          03 FILLER                         PIC X(08) VALUE 'DUE DATE'. 03930000
          03 FILLER                         PIC X(02) VALUE SPACES.     03940000
          03 FILLER                         PIC X(05) VALUE 'LINES'.    03950000
          03 FILLER                         PIC X(02) VALUE SPACES.     03960000
          03 FILLER                         PIC X(11) VALUE             03970000
             '      UNITS'.                                             03980000
          03 FILLER                         PIC X(02) VALUE SPACES.     03990000
          03 FILLER                         PIC X(17) VALUE             04000000
             '      ORDER VALUE'.                                       04010000
          03 FILLER                         PIC X(29) VALUE SPACES.     04020000
                                                                        04030000
       01 WS-RPT-DTL.                                                   04040000
      *--------------                                                   04050000
                                                                        04060000
          03 RPT-DTL-SUP-ID                 PIC X(08).                  04070000
          03 FILLER                         PIC X(02) VALUE SPACES.     04080000
          03 RPT-DTL-SUP-NM                 PIC X(30).                  04090000
          03 FILLER                         PIC X(02) VALUE SPACES.     04100000
          03 RPT-DTL-PO-NO                  PIC X(12).                  04110000
          03 FILLER                         PIC X(02) VALUE SPACES.     04120000
          03 RPT-DTL-DUE-DATE               PIC X(08).                  04130000
          03 FILLER                         PIC X(02) VALUE SPACES.     04140000
          03 RPT-DTL-LINES                  PIC ZZZZ9.                  04150000
          03 FILLER                         PIC X(02) VALUE SPACES.     04160000
          03 RPT-DTL-UNITS                  PIC ZZZ,ZZZ,ZZ9.            04170000
          03 FILLER                         PIC X(02) VALUE SPACES.     04180000
          03 RPT-DTL-VALUE                  PIC $ZZ,ZZZ,ZZZ,ZZ9.99.     04190000
          03 FILLER                         PIC X(28) VALUE SPACES.     04200000
                                                                        04210000
       01 WS-RPT-EXC-HDR.                                               04220000
      *------------------                                               04230000
                                                                        04240000
          03 FILLER                         PIC X(10) VALUE 'SKU'.      04250000
          03 FILLER                         PIC X(02) VALUE SPACES.     04260000
          03 FILLER                         PIC X(25) VALUE 'ITEM NAME'.04270000
          03 FILLER                         PIC X(02) VALUE SPACES.     04280000
          03 FILLER                         PIC X(09) VALUE '  ON HAND'.04290000
          03 FILLER                         PIC X(02) VALUE SPACES.     04300000
          03 FILLER                         PIC X(12) VALUE             04310000
             'NOT ORDERED'.                                             04320000
          03 FILLER                         PIC X(02) VALUE SPACES.     04330000
          03 FILLER                         PIC X(50) VALUE 'DETAIL'.   04340000
          03 FILLER                         PIC X(18) VALUE SPACES.     04350000
                                                                        04360000
       01 WS-RPT-EXC.                                                   04370000
      *--------------                                                   04380000
                                                                        04390000
          03 RPT-EXC-SKU                    PIC X(10).                  04400000
          03 FILLER                         PIC X(02) VALUE SPACES.     04410000
          03 RPT-EXC-NAME                   PIC X(25).                  04420000
          03 FILLER                         PIC X(02) VALUE SPACES.     04430000
          03 RPT-EXC-ON-HAND                PIC Z,ZZZ,ZZ9.              04440000
          03 FILLER                         PIC X(02) VALUE SPACES.     04450000
          03 RPT-EXC-REASON                 PIC X(12).                  04460000
          03 FILLER                         PIC X(02) VALUE SPACES.     04470000
          03 RPT-EXC-DETAIL                 PIC X(50).                  04480000
          03 FILLER                         PIC X(18) VALUE SPACES.     04490000
                                                                        04500000
       PROCEDURE DIVISION.                                              04510000
      ********************                                              04520000
                                                                        04530000
           PERFORM A010-STT-PO-GEN.                                     04540000
           PERFORM A020-PCS-MERCH-REC                                   04550000
                   UNTIL WI-EOF-MERCHFILE = HIGH-VALUES.                04560000
           PERFORM A030-END-PO-GEN.                                     04570000
           STOP RUN.                                                    04580000
                                                                        04590000
      **************************** LEVEL A *****************************04600000
                                                                        04610000
       A010-STT-PO-GEN.                                                 04620000
      *-----------------                                                04630000
                                                                        04640000
           PERFORM Z030-INIT-FLDS.                                      04650000
           PERFORM Z015-READ-VAL-SW.                                    04660000
           IF WI-PARM-ERR = WC-IC-ON                                    04670000
              DISPLAY 'RUN REFUSED - PARAMETER ERRORS'                  04680000
              MOVE 8                        TO RETURN-CODE              04690000
              MOVE HIGH-VALUES              TO WI-EOF-MERCHFILE         04700000
           ELSE                                                         04710000
              PERFORM Z035-LOAD-SUP-FILE                                04720000
              PERFORM Z038-LOAD-RCV-FILE                                04730000
              PERFORM Z044-READ-PO-CTL                                  04735000
              PERFORM Z045-LOAD-OPN-FILE                                04740000
              PERFORM Z010-OPN-FILES                                    04750000
              PERFORM Z200-WRITE-RPT-HDR                                04760000
              PERFORM Z040-READ-MERCHFILE                               04770000
           END-IF.                                                      04780000
                                                                        04790000
       A020-PCS-MERCH-REC.                                              04800000
      *--------------------                                             04810000
                                                                        04820000
           IF MC-QTY IS NUMERIC                                         04830000
              AND MC-QTY < WV-REORDER-QTY                               04840000
              ADD WC-ONE                    TO WA-LOW-CTR               04850000
              PERFORM B010-CHK-LOW-SKU                                  04860000
           END-IF.                                                      04870000
           PERFORM Z040-READ-MERCHFILE.                                 04880000
                                                                        04890000
       A030-END-PO-GEN.                                                 04900000
      *-----------------                                                04910000
                                                                        04920000
           IF WI-PARM-ERR = WC-IC-OFF                                   04930000
              IF WI-TRL-SEEN = WC-IC-OFF                                04940000
                 DISPLAY 'MERCHFILE HAS NO TRAILER RECORD'              04950000
                 MOVE 8                     TO RETURN-CODE              04960000
              END-IF                                                    04970000
              PERFORM Z060-WRITE-PO-FILE-HDR                            04980000
              MOVE ZERO                     TO WV-PO-IX                 04990000
              PERFORM B030-WRITE-SUPPLIER-PO                            05000000
                      UNTIL WV-PO-IX >= WV-PO-CNT                       05010000
              PERFORM Z065-WRITE-PO-FILE-TRL                            05020000
              PERFORM Z067-WRITE-PO-CTL                                 05025000
              PERFORM B050-PRT-RCV-UNMATCHED                            05030000
              PERFORM B060-WRITE-OPN-HIST                               05040000
              PERFORM B090-PRT-SUMMARY                                  05050000
              PERFORM Z020-CLS-FILES                                    05060000
           END-IF.                                                      05070000
           IF WA-EXC-CTR > ZERO                                         05080000
              OR WA-RCV-UNMATCH-CTR > ZERO                              05090000
              IF RETURN-CODE < 4                                        05100000
                 MOVE 4                     TO RETURN-CODE              05110000
              END-IF                                                    05120000
           END-IF.                                                      05130000
           IF WA-TBLFULL-CTR > ZERO                                     05140000
              MOVE 8                        TO RETURN-CODE              05150000
              MOVE 'H'                      TO WV-ALT-SEV               05160000
              MOVE 'TBLFULL'                TO WV-ALT-CD                05170000
              MOVE 'PURCHASE ORDER TABLE FULL - RUN PARTIAL'            05180000
                                            TO WV-ALT-TXT               05190000
              PERFORM Z998-WRITE-ALERT-REC                              05200000
           END-IF.                                                      05210000
           PERFORM Z990-PCS-CTRS.                                       05220000
           PERFORM Z997-WRITE-AUDIT-REC.                                05230000
                                                                        05240000
      **************************** LEVEL B *****************************05250000
                                                                        05260000
       B010-CHK-LOW-SKU.                                                05270000
      *------------------                                               05280000
                                                                        05290000
           MOVE MC-SKU                      TO WV-SRCH-SKU.             05300000
           PERFORM Z080-FIND-OPEN-PO.                                   05310000
           IF WV-FOUND-SW = WC-IC-ON                                    05320000
              MOVE 'OPEN PO'                TO WV-EXC-REASON            05330000
              MOVE SPACES                   TO WV-EXC-DETAIL            05340000
              STRING 'PO '                  DELIMITED BY SIZE           05350000
                     WV-OP-PO-NO (WV-OP-IX) DELIMITED BY SIZE           05360000
                     ' RAISED '             DELIMITED BY SIZE           05370000
                     WV-OP-ORDER-DATE (WV-OP-IX)                        05380000
                                            DELIMITED BY SIZE           05390000
                     ' DUE '                DELIMITED BY SIZE           05400000
                     WV-OP-DUE-DATE (WV-OP-IX)                          05410000
                                            DELIMITED BY SIZE           05420000
                     INTO WV-EXC-DETAIL                                 05430000
              END-STRING                                                05440000
              ADD WC-ONE                    TO WA-OPENPO-CTR            05450000
              PERFORM B020-PRT-EXCEPTION                                05460000
           ELSE                                                         05470000
              PERFORM Z070-FIND-SUPPLIER                                05480000
              EVALUATE TRUE                                             05490000
                  WHEN WV-FOUND-SW = WC-IC-OFF                          05500000
                       MOVE 'NO SUPPLIER'   TO WV-EXC-REASON            05510000
                       MOVE 'SKU NOT ON SUPPLIER REFERENCE FILE'        05520000
                                            TO WV-EXC-DETAIL            05530000
                       ADD WC-ONE           TO WA-NOSUP-CTR             05540000
                       PERFORM B020-PRT-EXCEPTION                       05550000
                  WHEN WV-SP-PACK-SIZE (WV-SP-IX) = ZERO                05560000
                    OR WV-SP-UNIT-COST (WV-SP-IX) = ZERO                05570000
                       MOVE 'BAD SUPREF'    TO WV-EXC-REASON            05580000
                       MOVE SPACES          TO WV-EXC-DETAIL            05590000
                       STRING 'SUPPLIER '   DELIMITED BY SIZE           05600000
                              WV-SP-ID (WV-SP-IX)                       05610000
                                            DELIMITED BY SPACE          05620000
                              ' PACK SIZE OR UNIT COST IS ZERO'         05630000
                                            DELIMITED BY SIZE           05640000
                              INTO WV-EXC-DETAIL                        05650000
                       END-STRING                                       05660000
                       ADD WC-ONE           TO WA-BADREF-CTR            05670000
                       PERFORM B020-PRT-EXCEPTION                       05680000
                  WHEN OTHER                                            05690000
                       PERFORM C010-ADD-PO-LINE                         05700000
              END-EVALUATE                                              05710000
           END-IF.                                                      05720000
                                                                        05730000
       B020-PRT-EXCEPTION.                                              05740000
      *--------------------                                             05750000
                                                                        05760000
           ADD WC-ONE                       TO WA-EXC-CTR.              05770000
           IF WA-EXC-CTR = 1                                            05780000
              MOVE SPACES                   TO RPT-REC                  05790000
              PERFORM Z230-WRITE-RPT-REC                                05800000
              MOVE 'LOW-STOCK SKUS NOT REORDERED' TO RPT-REC            05810000
              PERFORM Z230-WRITE-RPT-REC                                05820000
              MOVE SPACES                   TO RPT-REC                  05830000
              PERFORM Z230-WRITE-RPT-REC                                05840000
              MOVE WS-RPT-EXC-HDR           TO RPT-REC                  05850000
              PERFORM Z230-WRITE-RPT-REC                                05860000
           END-IF.                                                      05870000
           MOVE MC-SKU                      TO RPT-EXC-SKU.             05880000
           MOVE MC-NAME                     TO RPT-EXC-NAME.            05890000
           MOVE MC-QTY                      TO RPT-EXC-ON-HAND.         05900000
           MOVE WV-EXC-REASON               TO RPT-EXC-REASON.          05910000
           MOVE WV-EXC-DETAIL               TO RPT-EXC-DETAIL.          05920000
           MOVE WS-RPT-EXC                  TO RPT-REC.                 05930000
           PERFORM Z230-WRITE-RPT-REC.                                  05940000
                                                                        05950000
       B030-WRITE-SUPPLIER-PO.                                          05960000
      *------------------------                                         05970000
                                                                        05980000
           ADD 1                            TO WV-PO-IX.                05990000
           ADD 1                            TO WV-PO-SEQ.               06000000
           MOVE ZERO                        TO WV-PO-LINE-NO            06010000
                                               WV-PO-UNITS              06020000
                                               WV-PO-VALUE.             06030000
           COMPUTE WV-DUE-INT = WV-RUN-INT + WV-PO-MAX-LEAD (WV-PO-IX)  06040000
           END-COMPUTE.                                                 06050000
           COMPUTE WV-DUE-DATE-N =                                      06060000
                   FUNCTION DATE-OF-INTEGER (WV-DUE-INT)                06070000
           END-COMPUTE.                                                 06080000
           MOVE SPACES                      TO PO-HDR-REC.              06090000
           MOVE WC-REC-TYPE-PH              TO PH-REC-TYPE.             06100000
           STRING WV-RUN-DATE               DELIMITED BY SIZE           06110000
                  WV-PO-SEQ                 DELIMITED BY SIZE           06120000
                  INTO PH-PO-NO                                         06130000
           END-STRING.                                                  06140000
           MOVE WV-PO-SUP-ID (WV-PO-IX)     TO PH-SUP-ID.               06150000
           MOVE WV-PO-SUP-NM (WV-PO-IX)     TO PH-SUP-NM.               06160000
           MOVE WV-RUN-DATE                 TO PH-ORDER-DATE.           06170000
           MOVE WV-DUE-DATE                 TO PH-DUE-DATE.             06180000
           WRITE PO-HDR-REC.                                            06190000
           MOVE PH-PO-NO                    TO RPT-DTL-PO-NO.           06200000
           MOVE PH-DUE-DATE                 TO RPT-DTL-DUE-DATE.        06210000
           MOVE ZERO                        TO WV-LN-IX.                06220000
           PERFORM C020-WRITE-PO-LINE                                   06230000
                   UNTIL WV-LN-IX >= WV-LN-CNT.                         06240000
           MOVE SPACES                      TO PO-TOTAL-REC.            06250000
           MOVE WC-REC-TYPE-PT              TO PT-REC-TYPE.             06260000
           MOVE RPT-DTL-PO-NO               TO PT-PO-NO.                06270000
           MOVE WV-PO-LINE-NO               TO PT-LINE-CNT.             06280000
           MOVE WV-PO-UNITS                 TO PT-UNITS.                06290000
           MOVE WV-PO-VALUE                 TO PT-ORDER-TOT.            06300000
           WRITE PO-TOTAL-REC.                                          06310000
           ADD WC-ONE                       TO WA-PO-CTR.               06320000
           ADD WV-PO-VALUE                  TO WA-PO-VAL-TOT.           06330000
           MOVE WV-PO-SUP-ID (WV-PO-IX)     TO RPT-DTL-SUP-ID.          06340000
           MOVE WV-PO-SUP-NM (WV-PO-IX)     TO RPT-DTL-SUP-NM.          06350000
           MOVE WV-PO-LINE-NO               TO RPT-DTL-LINES.           06360000
           MOVE WV-PO-UNITS                 TO RPT-DTL-UNITS.           06370000
           MOVE WV-PO-VALUE                 TO RPT-DTL-VALUE.           06380000
           IF WV-PO-IX = 1                                              06390000
              PERFORM B035-PRT-PO-HDR                                   06400000
           END-IF.                                                      06410000
           MOVE WS-RPT-DTL                  TO RPT-REC.                 06420000
           PERFORM Z230-WRITE-RPT-REC.                                  06430000
                                                                        06440000
       B035-PRT-PO-HDR.                                                 06450000
      *-----------------                                                06460000
                                                                        06470000
           MOVE SPACES                      TO RPT-REC.                 06480000
           PERFORM Z230-WRITE-RPT-REC.                                  06490000
           MOVE 'PURCHASE ORDERS RAISED'    TO RPT-REC.                 06500000
           PERFORM Z230-WRITE-RPT-REC.                                  06510000
           MOVE SPACES                      TO RPT-REC.                 06520000
           PERFORM Z230-WRITE-RPT-REC.                                  06530000
           MOVE WS-RPT-HDR2                 TO RPT-REC.                 06540000
           PERFORM Z230-WRITE-RPT-REC.                                  06550000
                                                                        06560000
       B050-PRT-RCV-UNMATCHED.                                          06570000
      *------------------------                                         06580000
                                                                        06590000
           MOVE ZERO                        TO WV-RC-IX.                06600000
           PERFORM C050-CHK-RCV-USED                                    06610000
                   UNTIL WV-RC-IX >= WV-RC-CNT.                         06620000
                                                                        06630000
       B060-WRITE-OPN-HIST.                                             06640000
      *---------------------                                            06650000
                                                                        06660000
           MOVE ZERO                        TO WV-OP-IX.                06670000
           PERFORM C060-WRITE-OPN-REC                                   06680000
                   UNTIL WV-OP-IX >= WV-OP-CNT.                         06690000
                                                                        06700000
       B090-PRT-SUMMARY.                                                06710000
      *------------------                                               06720000
                                                                        06730000
           MOVE SPACES                      TO RPT-REC.                 06740000
           PERFORM Z230-WRITE-RPT-REC.                                  06750000
           MOVE 'PURCHASE ORDER RUN SUMMARY' TO RPT-REC.                06760000
           PERFORM Z230-WRITE-RPT-REC.                                  06770000
           MOVE SPACES                      TO RPT-REC.                 06780000
           PERFORM Z230-WRITE-RPT-REC.                                  06790000
           MOVE WA-READ-CTR                 TO WV-CTR-DISP.             06800000
           MOVE SPACES                      TO RPT-REC.                 06810000
           STRING 'MERCHANDISE SKUS READ    :' DELIMITED BY SIZE        06820000
                  WV-CTR-DISP               DELIMITED BY SIZE           06830000
                  INTO RPT-REC                                          06840000
           END-STRING.                                                  06850000
           PERFORM Z230-WRITE-RPT-REC.                                  06860000
           MOVE WA-LOW-CTR                  TO WV-CTR-DISP.             06870000
           MOVE SPACES                      TO RPT-REC.                 06880000
           STRING 'SKUS BELOW REORDER LEVEL :' DELIMITED BY SIZE        06890000
                  WV-CTR-DISP               DELIMITED BY SIZE           06900000
                  INTO RPT-REC                                          06910000
           END-STRING.                                                  06920000
           PERFORM Z230-WRITE-RPT-REC.                                  06930000
           MOVE WA-LINE-CTR                 TO WV-CTR-DISP.             06940000
           MOVE SPACES                      TO RPT-REC.                 06950000
           STRING 'SKUS REORDERED           :' DELIMITED BY SIZE        06960000
                  WV-CTR-DISP               DELIMITED BY SIZE           06970000
                  INTO RPT-REC                                          06980000
           END-STRING.                                                  06990000
           PERFORM Z230-WRITE-RPT-REC.                                  07000000
           MOVE WA-OPENPO-CTR               TO WV-CTR-DISP.             07010000
           MOVE SPACES                      TO RPT-REC.                 07020000
           STRING 'SKUS WITH OPEN PO        :' DELIMITED BY SIZE        07030000
                  WV-CTR-DISP               DELIMITED BY SIZE           07040000
                  INTO RPT-REC                                          07050000
           END-STRING.                                                  07060000
           PERFORM Z230-WRITE-RPT-REC.                                  07070000
           MOVE WA-NOSUP-CTR                TO WV-CTR-DISP.             07080000
           MOVE SPACES                      TO RPT-REC.                 07090000
           STRING 'SKUS WITH NO SUPPLIER    :' DELIMITED BY SIZE        07100000
                  WV-CTR-DISP               DELIMITED BY SIZE           07110000
                  INTO RPT-REC                                          07120000
           END-STRING.                                                  07130000
           PERFORM Z230-WRITE-RPT-REC.                                  07140000
           MOVE WA-BADREF-CTR               TO WV-CTR-DISP.             07150000
           MOVE SPACES                      TO RPT-REC.                 07160000
           STRING 'SKUS WITH BAD SUPREF     :' DELIMITED BY SIZE        07170000
                  WV-CTR-DISP               DELIMITED BY SIZE           07180000
                  INTO RPT-REC                                          07190000
           END-STRING.                                                  07200000
           PERFORM Z230-WRITE-RPT-REC.                                  07210000
           MOVE WA-PO-CTR                   TO WV-CTR-DISP.             07220000
           MOVE SPACES                      TO RPT-REC.                 07230000
           STRING 'PURCHASE ORDERS RAISED   :' DELIMITED BY SIZE        07240000
                  WV-CTR-DISP               DELIMITED BY SIZE           07250000
                  INTO RPT-REC                                          07260000
           END-STRING.                                                  07270000
           PERFORM Z230-WRITE-RPT-REC.                                  07280000
           MOVE WA-UNITS-CTR                TO WV-CTR-DISP.             07290000
           MOVE SPACES                      TO RPT-REC.                 07300000
           STRING 'UNITS ORDERED            :' DELIMITED BY SIZE        07310000
                  WV-CTR-DISP               DELIMITED BY SIZE           07320000
                  INTO RPT-REC                                          07330000
           END-STRING.                                                  07340000
           PERFORM Z230-WRITE-RPT-REC.                                  07350000
           MOVE WA-PO-VAL-TOT               TO WV-AMT-DISP.             07360000
           MOVE SPACES                      TO RPT-REC.                 07370000
           STRING 'TOTAL ORDER VALUE        :' DELIMITED BY SIZE        07380000
                  WV-AMT-DISP               DELIMITED BY SIZE           07390000
                  INTO RPT-REC                                          07400000
           END-STRING.                                                  07410000
           PERFORM Z230-WRITE-RPT-REC.                                  07420000
           MOVE WA-OPN-CLOSED-CTR           TO WV-CTR-DISP.             07430000
           MOVE SPACES                      TO RPT-REC.                 07440000
           STRING 'OPEN PO LINES RECEIVED   :' DELIMITED BY SIZE        07450000
                  WV-CTR-DISP               DELIMITED BY SIZE           07460000
                  INTO RPT-REC                                          07470000
           END-STRING.                                                  07480000
           PERFORM Z230-WRITE-RPT-REC.                                  07490000
           MOVE WA-OPN-KEPT-CTR             TO WV-CTR-DISP.             07500000
           MOVE SPACES                      TO RPT-REC.                 07510000
           STRING 'OPEN PO LINES CARRIED    :' DELIMITED BY SIZE        07520000
                  WV-CTR-DISP               DELIMITED BY SIZE           07530000
                  INTO RPT-REC                                          07540000
           END-STRING.                                                  07550000
           PERFORM Z230-WRITE-RPT-REC.                                  07560000
                                                                        07570000
      **************************** LEVEL C *****************************07580000
                                                                        07590000
       C010-ADD-PO-LINE.                                                07600000
      *------------------                                               07610000
                                                                        07620000
           IF WV-LN-CNT >= WC-LN-MAX                                    07630000
              DISPLAY 'PO LINE TABLE FULL - SKU NOT ORDERED:' MC-SKU    07640000
              ADD WC-ONE                    TO WA-TBLFULL-CTR           07650000
           ELSE                                                         07660000
              PERFORM C015-FIND-PO-SLOT                                 07670000
              IF WV-FOUND-SW = WC-IC-ON                                 07680000
                 ADD 1                      TO WV-LN-CNT                07690000
                 MOVE MC-SKU                TO WV-LN-SKU (WV-LN-CNT)    07700000
                 MOVE MC-NAME               TO WV-LN-NAME (WV-LN-CNT)   07710000
                 MOVE MC-QTY                TO                          07720000
                      WV-LN-ON-HAND (WV-LN-CNT)                         07730000
                 MOVE WV-SP-IX              TO WV-LN-SP-IX (WV-LN-CNT)  07740000
                 SUBTRACT MC-QTY FROM WV-TARGET-QTY                     07750000
                          GIVING WV-SHORT-QTY                           07760000
                 DIVIDE WV-SP-PACK-SIZE (WV-SP-IX) INTO WV-SHORT-QTY    07770000
                        GIVING WV-PACKS                                 07780000
                        REMAINDER WV-PACK-REM                           07790000
                 IF WV-PACK-REM > ZERO                                  07800000
                    ADD 1                   TO WV-PACKS                 07810000
                 END-IF                                                 07820000
                 MOVE WV-PACKS              TO WV-LN-PACKS (WV-LN-CNT)  07830000
                 MULTIPLY WV-PACKS BY WV-SP-PACK-SIZE (WV-SP-IX)        07840000
                          GIVING WV-LN-QTY (WV-LN-CNT)                  07850000
                 MULTIPLY WV-LN-QTY (WV-LN-CNT)                         07860000
                       BY WV-SP-UNIT-COST (WV-SP-IX)                    07870000
                          GIVING WV-LN-VALUE (WV-LN-CNT)                07880000
                 ADD WC-ONE                 TO WA-LINE-CTR              07890000
                 ADD WV-LN-QTY (WV-LN-CNT)  TO WA-UNITS-CTR             07900000
              ELSE                                                      07910000
                 DISPLAY 'PO SUPPLIER TABLE FULL - SKU NOT ORDERED:'    07920000
                         MC-SKU                                         07930000
                 ADD WC-ONE                 TO WA-TBLFULL-CTR           07940000
              END-IF                                                    07950000
           END-IF.                                                      07960000
                                                                        07970000
       C015-FIND-PO-SLOT.                                               07980000
      *-------------------                                              07990000
                                                                        08000000
           MOVE WC-IC-OFF                   TO WV-FOUND-SW.             08010000
           MOVE ZERO                        TO WV-PO-IX.                08020000
           PERFORM C017-SCAN-PO-TBL                                     08030000
                   UNTIL WV-FOUND-SW = WC-IC-ON                         08040000
                      OR WV-PO-IX >= WV-PO-CNT.                         08050000
           IF WV-FOUND-SW = WC-IC-OFF                                   08060000
              AND WV-PO-CNT < WC-PO-MAX                                 08070000
              ADD 1                         TO WV-PO-CNT                08080000
              MOVE WV-PO-CNT                TO WV-PO-IX                 08090000
              MOVE WV-SP-ID (WV-SP-IX)      TO WV-PO-SUP-ID (WV-PO-IX)  08100000
              MOVE WV-SP-NM (WV-SP-IX)      TO WV-PO-SUP-NM (WV-PO-IX)  08110000
              MOVE ZERO                     TO                          08120000
                   WV-PO-MAX-LEAD (WV-PO-IX)                            08130000
              MOVE WC-IC-ON                 TO WV-FOUND-SW              08140000
           END-IF.                                                      08150000
           IF WV-FOUND-SW = WC-IC-ON                                    08160000
              AND WV-SP-LEAD-DAYS (WV-SP-IX) >                          08170000
                  WV-PO-MAX-LEAD (WV-PO-IX)                             08180000
              MOVE WV-SP-LEAD-DAYS (WV-SP-IX)                           08190000
                                            TO                          08200000
                   WV-PO-MAX-LEAD (WV-PO-IX)                            08210000
           END-IF.                                                      08220000
                                                                        08230000
       C017-SCAN-PO-TBL.                                                08240000
      *------------------                                               08250000
                                                                        08260000
           ADD 1                            TO WV-PO-IX.                08270000
           IF WV-PO-SUP-ID (WV-PO-IX) = WV-SP-ID (WV-SP-IX)             08280000
              MOVE WC-IC-ON                 TO WV-FOUND-SW              08290000
           END-IF.                                                      08300000
                                                                        08310000
       C020-WRITE-PO-LINE.                                              08320000
      *--------------------                                             08330000
                                                                        08340000
           ADD 1                            TO WV-LN-IX.                08350000
           MOVE WV-LN-SP-IX (WV-LN-IX)      TO WV-SP-IX.                08360000
           IF WV-SP-ID (WV-SP-IX) = WV-PO-SUP-ID (WV-PO-IX)             08370000
              ADD 1                         TO WV-PO-LINE-NO            08380000
              COMPUTE WV-DUE-INT = WV-RUN-INT                           08390000
                                 + WV-SP-LEAD-DAYS (WV-SP-IX)           08400000
              END-COMPUTE                                               08410000
              COMPUTE WV-DUE-DATE-N =                                   08420000
                      FUNCTION DATE-OF-INTEGER (WV-DUE-INT)             08430000
              END-COMPUTE                                               08440000
              MOVE SPACES                   TO PO-LINE-REC              08450000
              MOVE WC-REC-TYPE-PL           TO PL-REC-TYPE              08460000
              MOVE RPT-DTL-PO-NO            TO PL-PO-NO                 08470000
              MOVE WV-PO-LINE-NO            TO PL-LINE-NO               08480000
              MOVE WV-LN-SKU (WV-LN-IX)     TO PL-SKU                   08490000
              MOVE WV-LN-NAME (WV-LN-IX)    TO PL-NAME                  08500000
              MOVE WV-LN-ON-HAND (WV-LN-IX) TO PL-ON-HAND               08510000
              MOVE WV-LN-PACKS (WV-LN-IX)   TO PL-PACKS                 08520000
              MOVE WV-SP-PACK-SIZE (WV-SP-IX)                           08530000
                                            TO PL-PACK-SIZE             08540000
              MOVE WV-LN-QTY (WV-LN-IX)     TO PL-QTY                   08550000
              MOVE WV-SP-UNIT-COST (WV-SP-IX)                           08560000
                                            TO PL-UNIT-COST             08570000
              MOVE WV-LN-VALUE (WV-LN-IX)   TO PL-LINE-TOT              08580000
              MOVE WV-DUE-DATE              TO PL-DUE-DATE              08590000
              WRITE PO-LINE-REC                                         08600000
              ADD WV-LN-QTY (WV-LN-IX)      TO WV-PO-UNITS              08610000
              ADD WV-LN-VALUE (WV-LN-IX)    TO WV-PO-VALUE              08620000
              PERFORM C025-ADD-OPN-LINE                                 08630000
           END-IF.                                                      08640000
                                                                        08650000
       C025-ADD-OPN-LINE.                                               08660000
      *-------------------                                              08670000
                                                                        08680000
           MOVE SPACES                      TO POHIST-REC.              08690000
           MOVE PL-PO-NO                    TO OPN-PO-NO.               08700000
           MOVE PL-SKU                      TO OPN-SKU.                 08710000
           MOVE WV-SP-ID (WV-SP-IX)         TO OPN-SUP-ID.              08720000
           MOVE WV-RUN-DATE                 TO OPN-ORDER-DATE.          08730000
           MOVE PL-DUE-DATE                 TO OPN-DUE-DATE.            08740000
           MOVE PL-QTY                      TO OPN-QTY.                 08750000
           WRITE NEWPOHST-REC               FROM POHIST-REC.            08760000
                                                                        08770000
       C050-CHK-RCV-USED.                                               08780000
      *-------------------                                              08790000
                                                                        08800000
           ADD 1                            TO WV-RC-IX.                08810000
           IF WV-RC-USED-SW (WV-RC-IX) = WC-IC-OFF                      08820000
              ADD WC-ONE                    TO WA-RCV-UNMATCH-CTR       08830000
              IF WA-RCV-UNMATCH-CTR = 1                                 08840000
                 MOVE SPACES                TO RPT-REC                  08850000
                 PERFORM Z230-WRITE-RPT-REC                             08860000
                 MOVE 'RECEIPTS WITH NO OPEN PO LINE' TO RPT-REC        08870000
                 PERFORM Z230-WRITE-RPT-REC                             08880000
                 MOVE SPACES                TO RPT-REC                  08890000
                 PERFORM Z230-WRITE-RPT-REC                             08900000
              END-IF                                                    08910000
              MOVE SPACES                   TO RPT-REC                  08920000
              STRING 'PO '                  DELIMITED BY SIZE           08930000
                     WV-RC-PO-NO (WV-RC-IX) DELIMITED BY SIZE           08940000
                     '  SKU '               DELIMITED BY SIZE           08950000
                     WV-RC-SKU (WV-RC-IX)   DELIMITED BY SIZE           08960000
                     INTO RPT-REC                                       08970000
              END-STRING                                                08980000
              PERFORM Z230-WRITE-RPT-REC                                08990000
           END-IF.                                                      09000000
                                                                        09010000
       C060-WRITE-OPN-REC.                                              09020000
      *--------------------                                             09030000
                                                                        09040000
           ADD 1                            TO WV-OP-IX.                09050000
           IF WV-OP-CLOSED-SW (WV-OP-IX) = WC-IC-OFF                    09060000
              WRITE NEWPOHST-REC            FROM WV-OP-REC (WV-OP-IX)   09070000
              ADD WC-ONE                    TO WA-OPN-KEPT-CTR          09080000
           END-IF.                                                      09090000
                                                                        09100000
       C065-MATCH-RCV.                                                  09110000
      *----------------                                                 09120000
                                                                        09130000
           ADD 1                            TO WV-RC-IX.                09140000
           IF WV-RC-PO-NO (WV-RC-IX) = OPN-PO-NO                        09150000
              AND (WV-RC-SKU (WV-RC-IX) = SPACES                        09160000
                OR WV-RC-SKU (WV-RC-IX) = OPN-SKU)                      09170000
              MOVE WC-IC-ON                 TO WV-FOUND-SW              09180000
              MOVE WC-IC-ON                 TO WV-RC-USED-SW (WV-RC-IX) 09190000
           END-IF.                                                      09200000
                                                                        09210000
      **************************** LEVEL Z *****************************09220000
                                                                        09230000
       Z010-OPN-FILES.                                                  09240000
      *----------------                                                 09250000
                                                                        09260000
           OPEN INPUT  MERCHFILE                                        09270000
                OUTPUT POFILE                                           09280000
                       NEWPOHST                                         09290000
                       PORPT.                                           09300000
                                                                        09310000
       Z015-READ-VAL-SW.                                                09320000
      *------------------                                               09330000
                                                                        09340000
           MOVE ZERO                        TO WV-REORDER-QTY           09350000
                                               WV-TARGET-QTY            09360000
                                               WV-PARM-LINE-CTR.        09370000
           MOVE WC-IC-OFF                   TO WI-PARM-ERR.             09380000
           MOVE LOW-VALUES                  TO WI-EOF-VALFILE.          09390000
           OPEN INPUT  VALFILE.                                         09400000
           PERFORM Z016-PCS-PARM-CARD                                   09410000
                   UNTIL WI-EOF-VALFILE = HIGH-VALUES.                  09420000
           CLOSE VALFILE.                                               09430000
           IF WV-REORDER-QTY = ZERO                                     09440000
              DISPLAY 'REORDER-QTY CARD IS REQUIRED'                    09450000
              MOVE WC-IC-ON                 TO WI-PARM-ERR              09460000
           END-IF.                                                      09470000
           IF WV-TARGET-QTY = ZERO                                      09480000
              MOVE WV-REORDER-QTY           TO WV-TARGET-QTY            09490000
           END-IF.                                                      09500000
           IF WV-TARGET-QTY < WV-REORDER-QTY                            09510000
              DISPLAY 'TARGET-QTY MAY NOT BE BELOW REORDER-QTY'         09520000
              MOVE WC-IC-ON                 TO WI-PARM-ERR              09530000
           END-IF.                                                      09540000
           PERFORM Z019-ECHO-PARMS.                                     09550000
                                                                        09560000
       Z016-PCS-PARM-CARD.                                              09570000
      *--------------------                                             09580000
                                                                        09590000
           READ VALFILE                                                 09600000
             AT END                                                     09610000
                MOVE HIGH-VALUES            TO WI-EOF-VALFILE           09620000
           END-READ.                                                    09630000
           IF WI-EOF-VALFILE = LOW-VALUES                               09640000
              ADD 1                         TO WV-PARM-LINE-CTR         09650000
              IF VAL-CARD = SPACES                                      09660000
                 CONTINUE                                               09670000
              ELSE                                                      09680000
                 MOVE SPACES                TO WV-PARM-KEY              09690000
                                               WV-PARM-VAL              09700000
                 UNSTRING VAL-CARD          DELIMITED BY '='            09710000
                     INTO WV-PARM-KEY                                   09720000
                          WV-PARM-VAL                                   09730000
                 END-UNSTRING                                           09740000
                 PERFORM Z017-APPLY-PARM                                09750000
              END-IF                                                    09760000
           END-IF.                                                      09770000
                                                                        09780000
       Z017-APPLY-PARM.                                                 09790000
      *-----------------                                                09800000
                                                                        09810000
           EVALUATE WV-PARM-KEY                                         09820000
               WHEN 'REORDER-QTY'                                       09830000
                    IF WV-PARM-VAL (1:7) IS NUMERIC                     09840000
                       MOVE WV-PARM-VAL (1:7)                           09850000
                                            TO WV-REORDER-QTY           09860000
                    ELSE                                                09870000
                       PERFORM Z018-FLAG-PARM-ERR                       09880000
                    END-IF                                              09890000
               WHEN 'TARGET-QTY'                                        09900000
                    IF WV-PARM-VAL (1:7) IS NUMERIC                     09910000
                       MOVE WV-PARM-VAL (1:7)                           09920000
                                            TO WV-TARGET-QTY            09930000
                    ELSE                                                09940000
                       PERFORM Z018-FLAG-PARM-ERR                       09950000
                    END-IF                                              09960000
               WHEN OTHER                                               09970000
                    PERFORM Z018-FLAG-PARM-ERR                          09980000
           END-EVALUATE.                                                09990000
                                                                        10000000
       Z018-FLAG-PARM-ERR.                                              10010000
      *--------------------                                             10020000
                                                                        10030000
           DISPLAY 'BAD PARAMETER CARD, LINE ' WV-PARM-LINE-CTR         10040000
                   ': ' VAL-CARD (1:40).                                10050000
           MOVE WC-IC-ON                    TO WI-PARM-ERR.             10060000
                                                                        10070000
       Z019-ECHO-PARMS.                                                 10080000
      *-----------------                                                10090000
                                                                        10100000
           DISPLAY 'RESOLVED RUN PARAMETERS:'.                          10110000
           DISPLAY '  REORDER-QTY      = ' WV-REORDER-QTY.              10120000
           DISPLAY '  TARGET-QTY       = ' WV-TARGET-QTY.               10130000
                                                                        10140000
       Z020-CLS-FILES.                                                  10150000
      *----------------                                                 10160000
                                                                        10170000
           CLOSE  MERCHFILE                                             10180000
                  POFILE                                                10190000
                  NEWPOHST                                              10200000
                  PORPT.                                                10210000
                                                                        10220000
       Z030-INIT-FLDS.                                                  10230000
      *----------------                                                 10240000
                                                                        10250000
           INITIALIZE WS-WA                                             10260000
                      WS-WV.                                            10270000
           MOVE ZERO                        TO WV-SP-CNT                10280000
                                               WV-OP-CNT                10290000
                                               WV-RC-CNT                10300000
                                               WV-LN-CNT                10310000
                                               WV-PO-CNT.               10320000
           MOVE LOW-VALUES                  TO WI-EOF-MERCHFILE         10330000
                                               WI-EOF-SUPREF            10340000
                                               WI-EOF-POHIST            10350000
                                               WI-EOF-PORECV.           10360000
           MOVE WC-IC-OFF                   TO WI-TRL-SEEN.             10370000
           MOVE FUNCTION CURRENT-DATE (1:8) TO WV-RUN-DATE              10380000
                                               RPT-HDR-DATE.            10390000
           COMPUTE WV-RUN-INT =                                         10400000
                   FUNCTION INTEGER-OF-DATE (WV-RUN-DATE-N)             10410000
           END-COMPUTE.                                                 10420000
                                                                        10430000
       Z035-LOAD-SUP-FILE.                                              10440000
      *---------------------                                            10450000
                                                                        10460000
           OPEN INPUT  SUPREF.                                          10470000
           PERFORM Z036-LOAD-SUP-REC                                    10480000
                   UNTIL WI-EOF-SUPREF = HIGH-VALUES.                   10490000
           CLOSE SUPREF.                                                10500000
                                                                        10510000
       Z036-LOAD-SUP-REC.                                               10520000
      *--------------------                                             10530000
                                                                        10540000
           READ SUPREF                                                  10550000
             AT END                                                     10560000
                MOVE HIGH-VALUES            TO WI-EOF-SUPREF            10570000
           END-READ.                                                    10580000
           IF WI-EOF-SUPREF = LOW-VALUES                                10590000
              AND SUP-SKU NOT = SPACES                                  10600000
              ADD WC-ONE                    TO WA-SUP-READ-CTR          10610000
              IF WV-SP-CNT < WC-SUP-MAX                                 10620000
                 ADD 1                      TO WV-SP-CNT                10630000
                 MOVE SUP-SKU               TO WV-SP-SKU (WV-SP-CNT)    10640000
                 MOVE SUP-ID                TO WV-SP-ID (WV-SP-CNT)     10650000
                 MOVE SUP-NM                TO WV-SP-NM (WV-SP-CNT)     10660000
                 IF SUP-LEAD-DAYS IS NUMERIC                            10670000
                    MOVE SUP-LEAD-DAYS      TO                          10680000
                         WV-SP-LEAD-DAYS (WV-SP-CNT)                    10690000
                 ELSE                                                   10700000
                    MOVE ZERO               TO                          10710000
                         WV-SP-LEAD-DAYS (WV-SP-CNT)                    10720000
                 END-IF                                                 10730000
                 IF SUP-PACK-SIZE IS NUMERIC                            10740000
                    MOVE SUP-PACK-SIZE      TO                          10750000
                         WV-SP-PACK-SIZE (WV-SP-CNT)                    10760000
                 ELSE                                                   10770000
                    MOVE ZERO               TO                          10780000
                         WV-SP-PACK-SIZE (WV-SP-CNT)                    10790000
                 END-IF                                                 10800000
                 IF SUP-UNIT-COST IS NUMERIC                            10810000
                    MOVE SUP-UNIT-COST      TO                          10820000
                         WV-SP-UNIT-COST (WV-SP-CNT)                    10830000
                 ELSE                                                   10840000
                    MOVE ZERO               TO                          10850000
                         WV-SP-UNIT-COST (WV-SP-CNT)                    10860000
                 END-IF                                                 10870000
              ELSE                                                      10880000
                 DISPLAY 'SUPPLIER TABLE FULL - SKU NOT LOADED:'        10890000
                         SUP-SKU                                        10900000
                 ADD WC-ONE                 TO WA-TBLFULL-CTR           10910000
              END-IF                                                    10920000
           END-IF.                                                      10930000
                                                                        10940000
       Z038-LOAD-RCV-FILE.                                              10950000
      *---------------------                                            10960000
                                                                        10970000
           OPEN INPUT  PORECV.                                          10980000
           PERFORM Z039-LOAD-RCV-REC                                    10990000
                   UNTIL WI-EOF-PORECV = HIGH-VALUES.                   11000000
           CLOSE PORECV.                                                11010000
                                                                        11020000
       Z039-LOAD-RCV-REC.                                               11030000
      *--------------------                                             11040000
                                                                        11050000
           READ PORECV                                                  11060000
             AT END                                                     11070000
                MOVE HIGH-VALUES            TO WI-EOF-PORECV            11080000
           END-READ.                                                    11090000
           IF WI-EOF-PORECV = LOW-VALUES                                11100000
              AND RCV-PO-NO NOT = SPACES                                11110000
              ADD WC-ONE                    TO WA-RCV-READ-CTR          11120000
              IF WV-RC-CNT < WC-RCV-MAX                                 11130000
                 ADD 1                      TO WV-RC-CNT                11140000
                 MOVE RCV-PO-NO             TO WV-RC-PO-NO (WV-RC-CNT)  11150000
                 MOVE RCV-SKU               TO WV-RC-SKU (WV-RC-CNT)    11160000
                 MOVE WC-IC-OFF             TO                          11170000
                      WV-RC-USED-SW (WV-RC-CNT)                         11180000
              ELSE                                                      11190000
                 DISPLAY 'RECEIPT TABLE FULL - PO NOT CLOSED:'          11200000
                         RCV-PO-NO                                      11210000
                 ADD WC-ONE                 TO WA-TBLFULL-CTR           11220000
              END-IF                                                    11230000
           END-IF.                                                      11240000
                                                                        11250000
       Z040-READ-MERCHFILE.                                             11260000
      *---------------------                                            11270000
                                                                        11280000
           MOVE WC-IC-OFF                   TO WI-DTL-FOUND.            11290000
           PERFORM Z041-READ-MERCH-ONE                                  11300000
                   UNTIL WI-DTL-FOUND = WC-IC-ON                        11310000
                      OR WI-EOF-MERCHFILE = HIGH-VALUES.                11320000
                                                                        11330000
       Z041-READ-MERCH-ONE.                                             11340000
      *---------------------                                            11350000
                                                                        11360000
           READ MERCHFILE                                               11370000
             AT END                                                     11380000
                MOVE HIGH-VALUES            TO WI-EOF-MERCHFILE         11390000
           END-READ.                                                    11400000
           IF WI-EOF-MERCHFILE = LOW-VALUES                             11410000
              EVALUATE MERCH-REC-TYPE                                   11420000
                  WHEN WC-REC-TYPE-DTL                                  11430000
                       ADD WC-ONE           TO WA-READ-CTR              11440000
                       MOVE WC-IC-ON        TO WI-DTL-FOUND             11450000
                  WHEN WC-REC-TYPE-TRL                                  11460000
                       PERFORM Z042-VALIDATE-MC-TRL                     11470000
                  WHEN OTHER                                            11480000
                       CONTINUE                                         11490000
              END-EVALUATE                                              11500000
           END-IF.                                                      11510000
                                                                        11520000
       Z042-VALIDATE-MC-TRL.                                            11530000
      *----------------------                                           11540000
                                                                        11550000
           MOVE WC-IC-ON                    TO WI-TRL-SEEN.             11560000
           MOVE ZERO                        TO WV-TRL-CNT.              11570000
           IF MC-TRL-TXT = WC-HDR-CNT-TXT                               11580000
              COMPUTE WV-TRL-CNT = FUNCTION NUMVAL-C (MC-TRL-CNT)       11590000
              END-COMPUTE                                               11600000
           END-IF.                                                      11610000
           IF WV-TRL-CNT NOT = WA-READ-CTR                              11620000
              DISPLAY 'MERCHFILE TRAILER COUNT ' MC-TRL-CNT             11630000
                      ' DOES NOT MATCH SKUS READ'                       11640000
              MOVE 8                        TO RETURN-CODE              11650000
           END-IF.                                                      11660000
                                                                        11670000
       Z044-READ-PO-CTL.                                                11670500
      *------------------                                               11671000
                                                                        11671500
           OPEN INPUT  POCTL.                                           11672000
           READ POCTL                                                   11672500
             AT END                                                     11673000
                MOVE ZERO                   TO WV-PO-SEQ                11673500
             NOT AT END                                                 11674000
                IF CTL-LAST-PO-DATE = WV-RUN-DATE                       11674500
                   AND CTL-LAST-PO-SEQ IS NUMERIC                       11675000
                   MOVE CTL-LAST-PO-SEQ     TO WV-PO-SEQ                11675500
                ELSE                                                    11676000
                   MOVE ZERO                TO WV-PO-SEQ                11676500
                END-IF                                                  11677000
           END-READ.                                                    11677500
           CLOSE POCTL.                                                 11678000
                                                                        11679000
       Z045-LOAD-OPN-FILE.                                              11680000
      *---------------------                                            11690000
                                                                        11700000
           OPEN INPUT  POHIST.                                          11710000
           PERFORM Z046-LOAD-OPN-REC                                    11720000
                   UNTIL WI-EOF-POHIST = HIGH-VALUES.                   11730000
           CLOSE POHIST.                                                11733000
           IF WV-PO-SEQ > ZERO                                          11736000
              DISPLAY 'PO NUMBERS CONTINUE AFTER:' WV-RUN-DATE          11739000
                      WV-PO-SEQ                                         11742000
           END-IF.                                                      11745000
                                                                        11750000
       Z046-LOAD-OPN-REC.                                               11760000
      *--------------------                                             11770000
                                                                        11780000
           READ POHIST                                                  11790000
             AT END                                                     11800000
                MOVE HIGH-VALUES            TO WI-EOF-POHIST            11810000
           END-READ.                                                    11820000
           IF WI-EOF-POHIST = LOW-VALUES                                11830000
              AND OPN-PO-NO NOT = SPACES                                11840000
              ADD WC-ONE                    TO WA-OPN-READ-CTR          11842000
              IF OPN-PO-NO (1:8) = WV-RUN-DATE                          11844000
                 AND OPN-PO-NO (9:4) IS NUMERIC                         11846000
                 AND OPN-PO-NO (9:4) > WV-PO-SEQ                        11848000
                 MOVE OPN-PO-NO (9:4)       TO WV-PO-SEQ                11850000
              END-IF                                                    11852000
              MOVE WC-IC-OFF                TO WV-FOUND-SW              11860000
              MOVE ZERO                     TO WV-RC-IX                 11870000
              PERFORM C065-MATCH-RCV                                    11880000
                      UNTIL WV-RC-IX >= WV-RC-CNT                       11890000
              IF WV-FOUND-SW = WC-IC-ON                                 11900000
                 ADD WC-ONE                 TO WA-OPN-CLOSED-CTR        11910000
              ELSE                                                      11920000
                 IF WV-OP-CNT < WC-OPN-MAX                              11930000
                    ADD 1                   TO WV-OP-CNT                11940000
                    MOVE POHIST-REC         TO WV-OP-REC (WV-OP-CNT)    11950000
                    MOVE WC-IC-OFF          TO                          11960000
                         WV-OP-CLOSED-SW (WV-OP-CNT)                    11970000
                 ELSE                                                   11980000
                    DISPLAY 'OPEN PO TABLE FULL - LINE NOT CARRIED:'    11990000
                            OPN-PO-NO ' ' OPN-SKU                       12000000
                    ADD WC-ONE              TO WA-TBLFULL-CTR           12010000
                 END-IF                                                 12020000
              END-IF                                                    12030000
           END-IF.                                                      12040000
                                                                        12050000
       Z060-WRITE-PO-FILE-HDR.                                          12060000
      *------------------------                                         12070000
                                                                        12080000
           MOVE SPACES                      TO PO-FILE-HDR-REC.         12090000
           MOVE WC-REC-TYPE-FH              TO FH-REC-TYPE.             12100000
           MOVE WV-RUN-DATE                 TO FH-CREATE-DATE.          12110000
           MOVE WC-PGM-NM                   TO FH-PGM-NM.               12120000
           MOVE 'SUPPLIER PURCH ORDER'      TO FH-DESC.                 12130000
           WRITE PO-FILE-HDR-REC.                                       12140000
                                                                        12150000
       Z065-WRITE-PO-FILE-TRL.                                          12160000
      *------------------------                                         12170000
                                                                        12180000
           MOVE SPACES                      TO PO-FILE-TRL-REC.         12190000
           MOVE WC-REC-TYPE-FT              TO FT-REC-TYPE.             12200000
           MOVE WA-PO-CTR                   TO FT-PO-CNT.               12210000
           MOVE WA-LINE-CTR                 TO FT-LINE-CNT.             12220000
           MOVE WA-PO-VAL-TOT               TO FT-VAL-TOT.              12230000
           WRITE PO-FILE-TRL-REC.                                       12240000
                                                                        12250000
       Z067-WRITE-PO-CTL.                                               12250500
      *-------------------                                              12251000
                                                                        12251500
           OPEN OUTPUT POCTL.                                           12252000
           MOVE SPACES                      TO POCTL-REC.               12252500
           MOVE WV-RUN-DATE                 TO CTL-LAST-PO-DATE.        12253000
           MOVE WV-PO-SEQ                   TO CTL-LAST-PO-SEQ.         12253500
           MOVE FUNCTION CURRENT-DATE (1:14) TO CTL-UPD-TS.             12254000
           WRITE POCTL-REC.                                             12254500
           CLOSE POCTL.                                                 12255000
                                                                        12257000
       Z070-FIND-SUPPLIER.                                              12260000
      *--------------------                                             12270000
                                                                        12280000
           MOVE WC-IC-OFF                   TO WV-FOUND-SW.             12290000
           MOVE ZERO                        TO WV-SP-IX.                12300000
           PERFORM Z072-SCAN-SUP-TBL                                    12310000
                   UNTIL WV-FOUND-SW = WC-IC-ON                         12320000
                      OR WV-SP-IX >= WV-SP-CNT.                         12330000
                                                                        12340000
       Z072-SCAN-SUP-TBL.                                               12350000
      *-------------------                                              12360000
                                                                        12370000
           ADD 1                            TO WV-SP-IX.                12380000
           IF WV-SP-SKU (WV-SP-IX) = WV-SRCH-SKU                        12390000
              MOVE WC-IC-ON                 TO WV-FOUND-SW              12400000
           END-IF.                                                      12410000
                                                                        12420000
       Z080-FIND-OPEN-PO.                                               12430000
      *-------------------                                              12440000
                                                                        12450000
           MOVE WC-IC-OFF                   TO WV-FOUND-SW.             12460000
           MOVE ZERO                        TO WV-OP-IX.                12470000
           PERFORM Z082-SCAN-OPN-TBL                                    12480000
                   UNTIL WV-FOUND-SW = WC-IC-ON                         12490000
                      OR WV-OP-IX >= WV-OP-CNT.                         12500000
                                                                        12510000
       Z082-SCAN-OPN-TBL.                                               12520000
      *-------------------                                              12530000
                                                                        12540000
           ADD 1                            TO WV-OP-IX.                12550000
           IF WV-OP-SKU (WV-OP-IX) = WV-SRCH-SKU                        12560000
              MOVE WC-IC-ON                 TO WV-FOUND-SW              12570000
           END-IF.                                                      12580000
                                                                        12590000
       Z200-WRITE-RPT-HDR.                                              12600000
      *--------------------                                             12610000
                                                                        12620000
           ADD WC-ONE                       TO WA-RPT-PAGE-CTR.         12630000
           MOVE WA-RPT-PAGE-CTR             TO RPT-HDR-PAGE.            12640000
           IF WA-RPT-PAGE-CTR = 1                                       12650000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            12660000
           ELSE                                                         12670000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            12680000
                    AFTER ADVANCING NEXT-PAGE                           12690000
           END-IF.                                                      12700000
           MOVE SPACES                      TO RPT-REC.                 12710000
           WRITE RPT-REC.                                               12720000
           MOVE 2                           TO WA-RPT-LINE-CTR.         12730000
                                                                        12740000
       Z230-WRITE-RPT-REC.                                              12750000
      *--------------------                                             12760000
                                                                        12770000
           IF WA-RPT-LINE-CTR >= WC-RPT-MAX-LINE                        12780000
              MOVE RPT-REC                  TO WV-HOLD-LINE             12790000
              PERFORM Z200-WRITE-RPT-HDR                                12800000
              MOVE WV-HOLD-LINE             TO RPT-REC                  12810000
           END-IF.                                                      12820000
           WRITE RPT-REC.                                               12830000
           ADD WC-ONE                       TO WA-RPT-LINE-CTR.         12840000
                                                                        12850000
       Z990-PCS-CTRS.                                                   12860000
      *---------------                                                  12870000
                                                                        12880000
           DISPLAY 'NUMBER OF SUPPLIER REFS LOADED :-'                  12890000
                    WA-SUP-READ-CTR.                                    12900000
           DISPLAY 'NUMBER OF OPEN PO LINES READ   :-'                  12910000
                    WA-OPN-READ-CTR.                                    12920000
           DISPLAY 'NUMBER OF RECEIPT CARDS READ   :-'                  12930000
                    WA-RCV-READ-CTR.                                    12940000
           DISPLAY 'NUMBER OF OPEN PO LINES CLOSED :-'                  12950000
                    WA-OPN-CLOSED-CTR.                                  12960000
           DISPLAY 'NUMBER OF RECEIPTS UNMATCHED   :-'                  12970000
                    WA-RCV-UNMATCH-CTR.                                 12980000
           DISPLAY 'NUMBER OF MERCH SKUS READ      :-' WA-READ-CTR.     12990000
           DISPLAY 'NUMBER OF LOW-STOCK SKUS       :-' WA-LOW-CTR.      13000000
           DISPLAY 'NUMBER OF SKUS REORDERED       :-' WA-LINE-CTR.     13010000
           DISPLAY 'NUMBER OF SKUS NOT REORDERED   :-' WA-EXC-CTR.      13020000
           DISPLAY 'NUMBER OF PURCHASE ORDERS      :-' WA-PO-CTR.       13030000
           DISPLAY 'NUMBER OF TABLE OVERFLOWS      :-'                  13040000
                    WA-TBLFULL-CTR.                                     13050000
           DISPLAY 'TOTAL PURCHASE ORDER VALUE     :-' WA-PO-VAL-TOT.   13060000
                                                                        13070000
       Z997-WRITE-AUDIT-REC.                                            13080000
      *----------------------                                           13090000
                                                                        13100000
           OPEN EXTEND AUDITFILE.                                       13110000
           INITIALIZE AUDITFILE-REC.                                    13120000
           MOVE WC-PGM-NM                    TO AUD-PGM-NM.             13130000
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-RUN-DATE.           13140000
           MOVE WA-LOW-CTR                   TO AUD-READ-CTR.           13150000
           MOVE WA-LINE-CTR                  TO AUD-WRITE-CTR.          13160000
           COMPUTE AUD-ERROR-CTR = WA-LOW-CTR - WA-LINE-CTR             13170000
           END-COMPUTE.                                                 13180000
           WRITE AUDITFILE-REC.                                         13190000
           CLOSE AUDITFILE.                                             13200000
                                                                        13210000
       Z998-WRITE-ALERT-REC.                                            13220000
      *----------------------                                           13230000
                                                                        13240000
           OPEN EXTEND ALERTFILE.                                       13250000
           MOVE SPACES                       TO ALERTFILE-REC.          13260000
           MOVE WC-PGM-NM                    TO ALT-PGM-NM.             13270000
           MOVE FUNCTION CURRENT-DATE (1:14) TO ALT-TS.                 13280000
           MOVE WV-ALT-SEV                   TO ALT-SEVERITY.           13290000
           MOVE WV-ALT-CD                    TO ALT-EVENT-CD.           13300000
           MOVE WV-ALT-TXT                   TO ALT-TEXT.               13310000
           WRITE ALERTFILE-REC.                                         13320000
           CLOSE ALERTFILE.                                             13330000
