       CBL XMLPARSE(XMLSS)                                              00010000
                                                                        00020000
       ID DIVISION.                                                     00030000
      **************                                                    00040000
                                                                        00050000
       PROGRAM-ID.     ORDPAR01.                                        00060000
                                                                        00070000
       AUTHOR.         MAINFRAMETECHVIDEOS.                             00080000
                                                                        00090000
       DATE-WRITTEN.   2026/10/15.                                      00100000
                                                                        00110000
       DATE-COMPILED.                                                   00120000
                                                                        00130000
       ENVIRONMENT DIVISION.                                            00140000
      ***********************                                           00150000
                                                                        00160000
       CONFIGURATION SECTION.                                           00170000
      *=======================                                          00180000
                                                                        00190000
       SPECIAL-NAMES.                                                   00200000
      *--------------                                                   00210000
                                                                        00220000
           C01 IS NEXT-PAGE.                                            00230000
                                                                        00240000
       INPUT-OUTPUT SECTION.                                            00250000
      *=====================                                            00260000
                                                                        00270000
       FILE-CONTROL.                                                    00280000
      *--------------                                                   00290000
                                                                        00300000
           SELECT  ORDFILE   ASSIGN         TO UT-S-ORDFILE.            00310000
           SELECT  NEWBOOK   ASSIGN         TO UT-S-NEWBOOK.            00320000
           SELECT  BOKDELTA  ASSIGN         TO UT-S-BOKDELTA.           00330000
           SELECT  INVFILE   ASSIGN         TO UT-S-INVFILE.            00340000
           SELECT  ORDREJ    ASSIGN         TO UT-S-ORDREJ.             00350000
           SELECT  ORDRPT    ASSIGN         TO UT-S-ORDRPT.             00360000
           SELECT  VALFILE   ASSIGN         TO UT-S-VALFILE.            00370000
           SELECT  RUNREG    ASSIGN         TO UT-S-RUNREG.             00380000
           SELECT  INVCTL    ASSIGN         TO UT-S-INVCTL.             00385000
           SELECT  AUDITFILE ASSIGN         TO UT-S-AUDITFILE.          00390000
           SELECT  ALERTFILE ASSIGN         TO UT-S-ALERTFILE.          00400000
                                                                        00410000
       DATA DIVISION.                                                   00420000
      ****************                                                  00430000
                                                                        00440000
       FILE SECTION.                                                    00450000
      *=============                                                    00460000
                                                                        00470000
       FD ORDFILE                                                       00480000
              LABEL RECORD STANDARD                                     00490000
              BLOCK 0 RECORDS                                           00500000
              RECORDING MODE IS F.                                      00510000
                                                                        00520000
       01 ORDFILE-REC-ZN.                                               00530000
          03 FTN-CD                         PIC X(02).                  00540000
          03 ORDFILE-REC                    PIC X(798).                 00550000
                                                                        00560000
       FD NEWBOOK                                                       00570000
              LABEL RECORD STANDARD                                     00580000
              BLOCK 0 RECORDS                                           00590000
              RECORDING MODE IS F.                                      00600000
                                                                        00610000
       01 NEWBOOK-REC.                                                  00620000
          03 BOK-ID                         PIC X(05).                  00630000
          03 BOK-AUTHOR                     PIC X(25) OCCURS 5 TIMES.   00640000
          03 BOK-TITLE                      PIC X(25).                  00650000
          03 BOK-GENRE                      PIC X(20).                  00660000
          03 BOK-PRICE                      PIC X(11).                  00670000
          03 BOK-PUB-DT                     PIC X(10).                  00680000
          03 BOK-DESC                       PIC X(120).                 00690000
          03 FILLER                         PIC X(34).                  00700000
                                                                        00710000
       FD BOKDELTA                                                      00720000
              LABEL RECORD STANDARD                                     00730000
              BLOCK 0 RECORDS                                           00740000
              RECORDING MODE IS F.                                      00750000
                                                                        00760000
       01 BOKDELTA-REC.                                                 00770000
          03 DLT-ACTION                     PIC X(08).                  00780000
          03 DLT-OLD-PRICE                  PIC X(11).                  00790000
          03 DLT-NEW-PRICE                  PIC X(11).                  00800000
          03 DLT-BOOK-REC.                                              00810000
             05 DLT-BOOK-ID                 PIC X(05).                  00820000
             05 FILLER                      PIC X(125).                 00830000
             05 DLT-BOOK-TITLE              PIC X(25).                  00840000
             05 FILLER                      PIC X(195).                 00850000
                                                                        00860000
       FD INVFILE                                                       00870000
              LABEL RECORD STANDARD                                     00880000
              BLOCK 0 RECORDS                                           00890000
              RECORDING MODE IS F.                                      00900000
                                                                        00910000
       01 INV-FILE-HDR-REC.                                             00920000
          03 FH-REC-TYPE                    PIC X(02).                  00930000
          03 FH-CREATE-DATE                 PIC X(08).                  00940000
          03 FH-PGM-NM                      PIC X(08).                  00950000
          03 FH-DESC                        PIC X(20).                  00960000
          03 FILLER                         PIC X(112).                 00970000
                                                                        00980000
       01 INV-HDR-REC.                                                  00990000
          03 IH-REC-TYPE                    PIC X(02).                  01000000
          03 IH-INV-NO                      PIC X(12).                  01010000
          03 IH-ORDER-ID                    PIC X(12).                  01020000
          03 IH-ORDER-DATE                  PIC X(10).                  01030000
          03 IH-CUST-ID                     PIC X(10).                  01040000
          03 IH-CUST-NM                     PIC X(30).                  01050000
          03 IH-INV-DATE                    PIC X(08).                  01060000
          03 FILLER                         PIC X(66).                  01070000
                                                                        01080000
       01 INV-LINE-REC.                                                 01090000
          03 IL-REC-TYPE                    PIC X(02).                  01100000
          03 IL-INV-NO                      PIC X(12).                  01110000
          03 IL-LINE-NO                     PIC 9(03).                  01120000
          03 IL-BOOK-ID                     PIC X(05).                  01130000
          03 IL-TITLE                       PIC X(25).                  01140000
          03 IL-QTY                         PIC 9(05).                  01150000
          03 IL-UNIT-PRICE                  PIC 9(07)V99.               01160000
          03 IL-LINE-TOT                    PIC 9(09)V99.               01170000
          03 FILLER                         PIC X(78).                  01180000
                                                                        01190000
       01 INV-TOTAL-REC.                                                01200000
          03 IT-REC-TYPE                    PIC X(02).                  01210000
          03 IT-INV-NO                      PIC X(12).                  01220000
          03 IT-LINE-CNT                    PIC 9(03).                  01230000
          03 IT-UNITS                       PIC 9(07).                  01240000
          03 IT-ORDER-TOT                   PIC 9(09)V99.               01250000
          03 FILLER                         PIC X(115).                 01260000
                                                                        01270000
       01 INV-FILE-TRL-REC.                                             01280000
          03 FT-REC-TYPE                    PIC X(02).                  01290000
          03 FT-INV-CNT                     PIC 9(06).                  01300000
          03 FT-VAL-TOT                     PIC 9(13)V99.               01310000
          03 FILLER                         PIC X(127).                 01320000
                                                                        01330000
       FD ORDREJ                                                        01340000
              LABEL RECORD STANDARD                                     01350000
              BLOCK 0 RECORDS                                           01360000
              RECORDING MODE IS F.                                      01370000
                                                                        01380000
       01 REJ-REC-ZN.                                                   01390000
          03 REJ-FTN-CD                     PIC X(02).                  01400000
          03 REJ-XML-CODE                   PIC X(10).                  01410000
          03 REJ-ORDER-ID                   PIC X(12).                  01420000
          03 REJ-CUST-ID                    PIC X(10).                  01430000
          03 REJ-LINE-NO                    PIC 9(03).                  01440000
          03 REJ-BOOK-ID                    PIC X(05).                  01450000
          03 REJ-QTY                        PIC X(07).                  01460000
          03 REJ-ORDFILE-REC                PIC X(798).                 01470000
                                                                        01480000
       FD ORDRPT                                                        01490000
              LABEL RECORD STANDARD                                     01500000
              BLOCK 0 RECORDS                                           01510000
              RECORDING MODE IS F.                                      01520000
                                                                        01530000
       01 RPT-REC                           PIC X(132).                 01540000
                                                                        01550000
       FD VALFILE                                                       01560000
              LABEL RECORD STANDARD                                     01570000
              BLOCK 0 RECORDS                                           01580000
              RECORDING MODE IS F.                                      01590000
                                                                        01600000
       01 VALFILE-REC.                                                  01610000
          03 VAL-CARD                       PIC X(80).                  01620000
                                                                        01630000
       FD RUNREG                                                        01640000
              LABEL RECORD STANDARD                                     01650000
              BLOCK 0 RECORDS                                           01660000
              RECORDING MODE IS F.                                      01670000
                                                                        01680000
       01 RUNREG-REC.                                                   01690000
          03 REG-RUN-ID                     PIC X(14).                  01700000
          03 REG-PGM-NM                     PIC X(08).                  01710000
          03 REG-STT-TS                     PIC X(14).                  01720000
          03 REG-STATUS                     PIC X(12).                  01730000
          03 REG-END-TS                     PIC X(14).                  01740000
          03 REG-RTN-CD                     PIC 9(04).                  01750000
          03 FILLER                         PIC X(14).                  01760000
                                                                        01770000
       FD INVCTL                                                        01770500
              LABEL RECORD STANDARD                                     01771000
              BLOCK 0 RECORDS                                           01771500
              RECORDING MODE IS F.                                      01772000
                                                                        01772500
       01 INVCTL-REC.                                                   01773000
          03 CTL-LAST-INV-DATE              PIC X(08).                  01773500
          03 CTL-LAST-INV-SEQ               PIC 9(04).                  01774000
          03 CTL-UPD-TS                     PIC X(14).                  01774500
          03 FILLER                         PIC X(54).                  01775000
                                                                        01777000
       FD AUDITFILE                                                     01780000
              LABEL RECORD STANDARD                                     01790000
              BLOCK 0 RECORDS                                           01800000
              RECORDING MODE IS F.                                      01810000
                                                                        01820000
       01 AUDITFILE-REC.                                                01830000
          03 AUD-PGM-NM                     PIC X(08).                  01840000
          03 AUD-RUN-DATE                   PIC X(08).                  01850000
          03 AUD-READ-CTR                   PIC 9(09).                  01860000
          03 AUD-WRITE-CTR                  PIC 9(09).                  01870000
          03 AUD-ERROR-CTR                  PIC 9(09).                  01880000
                                                                        01890000
       FD ALERTFILE                                                     01900000
              LABEL RECORD STANDARD                                     01910000
              BLOCK 0 RECORDS                                           01920000
              RECORDING MODE IS F.                                      01930000
                                                                        01940000
       01 ALERTFILE-REC.                                                01950000
          03 ALT-PGM-NM                     PIC X(08).                  01960000
          03 ALT-TS                         PIC X(14).                  01970000
          03 ALT-SEVERITY                   PIC X(01).                  01980000
          03 ALT-EVENT-CD                   PIC X(08).                  01990000
          03 ALT-TEXT                       PIC X(40).                  02000000
          03 FILLER                         PIC X(09).                  02010000
                                                                        02020000
       WORKING-STORAGE SECTION.                                         02030000
      *=========================                                        02040000
                                                                        02050000
       01 WS-REG.                                                       02060000
      *---------                                                        02070000
                                                                        02080000
           03 WV-REG-RUN-ID                 PIC X(14).                  02090000
           03 WV-REG-LAST-STS               PIC X(12).                  02100000
                                                                        02110000
       01 WS-REG-CS.                                                    02120000
      *-------------                                                    02130000
                                                                        02140000
           03 WC-REG-INPROG                 PIC X(12) VALUE             02150000
              'IN-PROGRESS'.                                            02160000
           03 WC-REG-OK                     PIC X(12) VALUE             02170000
              'ENDED-OK'.                                               02180000
           03 WC-REG-ERR                    PIC X(12) VALUE             02190000
              'ENDED-ERROR'.                                            02200000
                                                                        02210000
       01 WS-WA.                                                        02220000
      *---------                                                        02230000
                                                                        02240000
          03 WA-READ-CTR                    PIC S9(09) PACKED-DECIMAL.  02250000
          03 WA-PHYS-READ-CTR               PIC S9(09) PACKED-DECIMAL.  02260000
          03 WA-BOOK-READ-CTR               PIC S9(09) PACKED-DECIMAL.  02270000
          03 WA-WDN-READ-CTR                PIC S9(09) PACKED-DECIMAL.  02280000
          03 WA-INV-CTR                     PIC S9(09) PACKED-DECIMAL.  02290000
          03 WA-PART-CTR                    PIC S9(09) PACKED-DECIMAL.  02300000
          03 WA-REJ-CTR                     PIC S9(09) PACKED-DECIMAL.  02310000
          03 WA-LN-READ-CTR                 PIC S9(09) PACKED-DECIMAL.  02320000
          03 WA-LN-INV-CTR                  PIC S9(09) PACKED-DECIMAL.  02330000
          03 WA-LN-REJ-CTR                  PIC S9(09) PACKED-DECIMAL.  02340000
          03 WA-UNITS-CTR                   PIC S9(09) PACKED-DECIMAL.  02350000
          03 WA-UNK-ELM-CTR                 PIC S9(09) PACKED-DECIMAL.  02360000
          03 WA-TBLFULL-CTR                 PIC S9(09) PACKED-DECIMAL.  02370000
          03 WA-CTR-CHK                     PIC S9(09) PACKED-DECIMAL.  02380000
          03 WA-PRICED-VAL-TOT              PIC S9(13)V99               02390000
                                              PACKED-DECIMAL.           02400000
          03 WA-INV-VAL-TOT                 PIC S9(13)V99               02410000
                                              PACKED-DECIMAL.           02420000
          03 WA-HELD-VAL-TOT                PIC S9(13)V99               02430000
                                              PACKED-DECIMAL.           02440000
          03 WA-RPT-LINE-CTR                PIC S9(03) PACKED-DECIMAL.  02450000
          03 WA-RPT-PAGE-CTR                PIC S9(05) PACKED-DECIMAL.  02460000
                                                                        02470000
       01 WS-WI.                                                        02480000
      *----------                                                       02490000
                                                                        02500000
          03 WI-EOF-ORDFILE                 PIC X(01).                  02510000
          03 WI-EOF-PHYS                    PIC X(01).                  02520000
          03 WI-EOF-NEWBOOK                 PIC X(01).                  02530000
          03 WI-EOF-BOKDELTA                PIC X(01).                  02540000
          03 WI-EOF-VALFILE                 PIC X(01).                  02550000
          03 WI-EOF-RUNREG                  PIC X(01).                  02560000
          03 WI-REG-BLOCKED                 PIC X(01).                  02570000
          03 WI-PARM-ERR                    PIC X(01).                  02580000
          03 WI-BREAKER-SW                  PIC X(01).                  02590000
          03 WI-REC-PENDING                 PIC X(01).                  02600000
          03 WI-DOC-DONE                    PIC X(01).                  02610000
          03 WI-FRAME-SKIPPED               PIC X(01).                  02620000
          03 WI-CONTENT-PEND                PIC X(01).                  02630000
                                                                        02640000
       01 WS-CTL-VALS.                                                  02650000
      *---------------                                                  02660000
                                                                        02670000
          03 WV-ERR-MIN-CNT                 PIC 9(05).                  02680000
          03 WV-ERR-MAX-PCT                 PIC 9(03).                  02690000
          03 WV-PARM-KEY                    PIC X(20).                  02700000
          03 WV-PARM-VAL                    PIC X(20).                  02710000
          03 WV-PARM-LINE-CTR               PIC 9(03).                  02720000
          03 WV-TRL-CNT-X                   PIC X(09).                  02730000
          03 WV-TRL-CNT                     PIC 9(09).                  02740000
                                                                        02750000
       01 WS-CS.                                                        02760000
      *-------------------------                                        02770000
                                                                        02780000
          03 WC-PGM-NM                      PIC X(08) VALUE 'ORDPAR01'. 02790000
          03 WC-PCS-NM                      PIC X(50) VALUE             02800000
             'BOOK ORDER XML PARSING AND INVOICING'.                    02810000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        02820000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        02830000
          03 WC-EXC-CD-OK                   PIC X(02) VALUE '00'.       02840000
          03 WC-EXC-CD-ERR                  PIC X(02) VALUE '08'.       02850000
          03 WC-FTN-OR-CD                   PIC X(02) VALUE '04'.       02860000
          03 WC-FTN-CN-CD                   PIC X(02) VALUE 'CN'.       02870000
          03 WC-FEED-HDR-ID                 PIC X(02) VALUE 'HD'.       02880000
          03 WC-FEED-TRL-ID                 PIC X(02) VALUE 'TR'.       02890000
          03 WC-ONE                         PIC 9(01) VALUE 1.          02900000
          03 WC-REC-TYPE-FH                 PIC X(02) VALUE 'FH'.       02910000
          03 WC-REC-TYPE-IH                 PIC X(02) VALUE 'IH'.       02920000
          03 WC-REC-TYPE-IL                 PIC X(02) VALUE 'IL'.       02930000
          03 WC-REC-TYPE-IT                 PIC X(02) VALUE 'IT'.       02940000
          03 WC-REC-TYPE-FT                 PIC X(02) VALUE 'FT'.       02950000
          03 WC-ACT-DROP                    PIC X(08) VALUE 'DROPPED '. 02960000
          03 WC-ORD-ORDER                   PIC X(05) VALUE 'order'.    02970000
          03 WC-ORD-ID                      PIC X(08) VALUE 'order_id'. 02980000
          03 WC-ORD-DATE                    PIC X(10) VALUE             02990000
             'order_date'.                                              03000000
          03 WC-ORD-CUST                    PIC X(08) VALUE 'customer'. 03010000
          03 WC-ORD-CUST-ID                 PIC X(11) VALUE             03020000
             'customer_id'.                                             03030000
          03 WC-ORD-CUST-NM                 PIC X(13) VALUE             03040000
             'customer_name'.                                           03050000
          03 WC-ORD-LINE                    PIC X(04) VALUE 'line'.     03060000
          03 WC-ORD-BOOK-ID                 PIC X(07) VALUE 'book_id'.  03070000
          03 WC-ORD-QTY                     PIC X(08) VALUE 'quantity'. 03080000
          03 WC-XML-STT-DOC                 PIC X(21) VALUE             03090000
             'START-OF-DOCUMENT'.                                       03100000
          03 WC-XML-END-DOC                 PIC X(19) VALUE             03110000
             'END-OF-DOCUMENT'.                                         03120000
          03 WC-XML-STT-ELM                 PIC X(20) VALUE             03130000
             'START-OF-ELEMENT'.                                        03140000
          03 WC-XML-END-ELM                 PIC X(18) VALUE             03150000
             'END-OF-ELEMENT'.                                          03160000
          03 WC-XML-CONT-CHR                PIC X(22) VALUE             03170000
             'CONTENT-CHARACTERS'.                                      03180000
          03 WC-XML-ATTRIB-CHR              PIC X(24) VALUE             03190000
             'ATTRIBUTE-CHARACTERS'.                                    03200000
          03 WC-XML-ATTRIB-NAME             PIC X(18) VALUE             03210000
             'ATTRIBUTE-NAME'.                                          03220000
          03 WC-XML-CD-BADFTN               PIC X(10) VALUE 'BADFTN'.   03230000
          03 WC-XML-CD-BLANKORD             PIC X(10) VALUE             03240000
             'BLANKORDID'.                                              03250000
          03 WC-XML-CD-BLANKCUST            PIC X(10) VALUE             03260000
             'BLANKCUST'.                                               03270000
          03 WC-XML-CD-BLANKDATE            PIC X(10) VALUE             03280000
             'BLANKDATE'.                                               03290000
          03 WC-XML-CD-NOLINES              PIC X(10) VALUE 'NOLINES'.  03300000
          03 WC-XML-CD-MANYLN               PIC X(10) VALUE             03310000
             'TOOMANYLN'.                                               03320000
          03 WC-XML-CD-NOVALID              PIC X(10) VALUE             03330000
             'NOVALIDLN'.                                               03340000
          03 WC-XML-CD-INVSEQ               PIC X(10) VALUE             03342000
             'INVSEQFULL'.                                              03344000
          03 WC-INV-SEQ-MAX                 PIC 9(04) VALUE 9999.       03346000
          03 WC-XML-CD-UNKBOOK              PIC X(10) VALUE 'UNKBOOK'.  03350000
          03 WC-XML-CD-WDNBOOK              PIC X(10) VALUE 'WDNBOOK'.  03360000
          03 WC-XML-CD-NOPRICE              PIC X(10) VALUE 'NOPRICE'.  03370000
          03 WC-XML-CD-BADQTY               PIC X(10) VALUE 'BADQTY'.   03380000
          03 WC-VAL-AUD-NM                  PIC X(08) VALUE             03390000
             'ORDPAR1V'.                                                03400000
          03 WC-LN-MAX                      PIC 9(03) VALUE 50.         03410000
          03 WC-BOOK-MAX                    PIC 9(05) VALUE 5000.       03420000
          03 WC-RPT-MAX-LINE                PIC 9(03) VALUE 55.         03430000
                                                                        03440000
       01 WS-WV.                                                        03450000
      *----------                                                       03460000
                                                                        03470000
          03 WV-EXC-CD                      PIC X(02).                  03480000
          03 WV-XML-CODE                    PIC X(10).                  03490000
          03 WV-ELEMENT-NM                  PIC X(20).                  03500000
          03 WV-INPUT                       PIC X(4000).                03510000
          03 WV-INPUT-PTR                   PIC S9(05) BINARY.          03520000
          03 WV-DOC-FTN-CD                  PIC X(02).                  03530000
          03 WV-HOLD-FTN-CD                 PIC X(02).                  03540000
          03 WV-HOLD-REC                    PIC X(798).                 03550000
          03 WV-CONTENT-BUF                 PIC X(300).                 03560000
          03 WV-CONTENT-TXT                 PIC X(300).                 03570000
          03 WV-CONTENT-PTR                 PIC S9(04) BINARY.          03580000
          03 WV-DEC-IN-IX                   PIC S9(04) BINARY.          03590000
          03 WV-DEC-OUT-IX                  PIC S9(04) BINARY.          03600000
          03 WV-DEC-LEN                     PIC S9(04) BINARY.          03610000
          03 WV-DEC-REM                     PIC S9(04) BINARY.          03620000
          03 WV-QTY-TXT                     PIC X(07).                  03630000
          03 WV-QTY-LEN                     PIC S9(04) BINARY.          03640000
          03 WV-RUN-DATE                    PIC X(08).                  03650000
          03 WV-INV-SEQ                     PIC 9(04).                  03660000
          03 WV-INV-NO                      PIC X(12).                  03670000
          03 WV-ORD-STATUS                  PIC X(10).                  03680000
          03 WV-ORD-UNITS                   PIC S9(07) PACKED-DECIMAL.  03690000
          03 WV-ORD-VALUE                   PIC S9(09)V99               03700000
                                              PACKED-DECIMAL.           03710000
          03 WV-ORD-PRICED-VAL              PIC S9(09)V99               03720000
                                              PACKED-DECIMAL.           03730000
          03 WV-ORD-OK-CNT                  PIC S9(03) BINARY.          03740000
          03 WV-ORD-REJ-CNT                 PIC S9(03) BINARY.          03750000
          03 WV-LN-IX                       PIC S9(03) BINARY.          03760000
          03 WV-BK-IX                       PIC S9(05) BINARY.          03770000
          03 WV-BK-FOUND-SW                 PIC X(01).                  03780000
          03 WV-SRCH-ID                     PIC X(05).                  03790000
          03 WV-CTR-DISP                    PIC ZZ,ZZZ,ZZ9.             03800000
          03 WV-AMT-DISP                    PIC $Z,ZZZ,ZZZ,ZZZ,ZZ9.99.  03810000
          03 WV-HOLD-LINE                   PIC X(132).                 03820000
                                                                        03830000
       01 WS-ORD.                                                       03840000
      *----------                                                       03850000
                                                                        03860000
          03 WV-ORD-ID                      PIC X(12).                  03870000
          03 WV-ORD-DATE                    PIC X(10).                  03880000
          03 WV-CUST-ID                     PIC X(10).                  03890000
          03 WV-CUST-NM                     PIC X(30).                  03900000
          03 WV-LN-OVFLW-SW                 PIC X(01).                  03910000
          03 WV-LN-CNT                      PIC S9(03) BINARY.          03920000
          03 WV-LN-ENTRY OCCURS 50 TIMES.                               03930000
             05 WV-LN-BOOK-ID               PIC X(05).                  03940000
             05 WV-LN-QTY-TXT               PIC X(07).                  03950000
             05 WV-LN-QTY                   PIC 9(05).                  03960000
             05 WV-LN-BK-IX                 PIC S9(05) BINARY.          03970000
             05 WV-LN-REJ-CD                PIC X(10).                  03980000
             05 WV-LN-PRICE                 PIC S9(07)V99               03990000
                                              PACKED-DECIMAL.           04000000
             05 WV-LN-VALUE                 PIC S9(09)V99               04010000
                                              PACKED-DECIMAL.           04020000
                                                                        04030000
       01 WS-BOOK-TBL.                                                  04040000
      *---------------                                                  04050000
                                                                        04060000
          03 WV-BK-CNT                      PIC S9(05) BINARY.          04070000
          03 WV-BK-ENTRY OCCURS 5000 TIMES.                             04080000
             05 WV-BK-ID                    PIC X(05).                  04090000
             05 WV-BK-TITLE                 PIC X(25).                  04100000
             05 WV-BK-PRICE                 PIC S9(07)V99               04110000
                                              PACKED-DECIMAL.           04120000
             05 WV-BK-WDN-SW                PIC X(01).                  04130000
                                                                        04140000
       01 WS-ALERT.                                                     04150000
      *------------                                                     04160000
                                                                        04170000
          03 WV-ALT-SEV                     PIC X(01).                  04180000
          03 WV-ALT-CD                      PIC X(08).                  04190000
          03 WV-ALT-TXT                     PIC X(40).                  04200000
                                                                        04210000
       01 WS-RPT-HDR1.                                                  04220000
      *----------------                                                 04230000
                                                                        04240000
          03 FILLER                         PIC X(08) VALUE 'ORDPAR01'. 04250000
          03 FILLER                         PIC X(05) VALUE SPACES.     04260000
          03 FILLER                         PIC X(31) VALUE             04270000
             'BOOK ORDER REGISTER - RUN DATE'.                          04280000
          03 RPT-HDR-DATE                   PIC X(08).                  04290000
          03 FILLER                         PIC X(69) VALUE SPACES.     04300000
          03 FILLER                         PIC X(05) VALUE 'PAGE '.    04310000
          03 RPT-HDR-PAGE                   PIC ZZ,ZZ9.                 04320000
                                                                        04330000
       01 WS-RPT-HDR2.                                                  04340000
      *----------------                                                 04350000
                                                                        04360000
          03 FILLER                         PIC X(12) VALUE 'ORDER ID'. 04370000
          03 FILLER                         PIC X(02) VALUE SPACES.     04380000
          03 FILLER                         PIC X(10) VALUE 'CUSTOMER'. 04390000
          03 FILLER                         PIC X(02) VALUE SPACES.     04400000
          03 FILLER                         PIC X(10) VALUE             04410000
             'ORDER DATE'.                                              04420000
          03 FILLER                         PIC X(02) VALUE SPACES.     04430000
          03 FILLER                         PIC X(12) VALUE 'INVOICE'.  04440000
          03 FILLER                         PIC X(02) VALUE SPACES.     04450000
          03 FILLER                         PIC X(03) VALUE 'LNS'.      04460000
          03 FILLER                         PIC X(02) VALUE SPACES.     04470000
          03 FILLER                         PIC X(03) VALUE 'REJ'.      04480000
          03 FILLER                         PIC X(02) VALUE SPACES.     04490000
          03 FILLER                         PIC X(09) VALUE '    UNITS'.04500000
          03 FILLER                         PIC X(02) VALUE SPACES.     04510000
          03 FILLER                         PIC X(15) VALUE             04520000
             '    ORDER VALUE'.                                         04530000
          03 FILLER                         PIC X(02) VALUE SPACES.     04540000
          03 FILLER                         PIC X(10) VALUE 'STATUS'.   04550000
          03 FILLER                         PIC X(02) VALUE SPACES.     04560000
          03 FILLER                         PIC X(10) VALUE 'REASON'.   04570000
          03 FILLER                         PIC X(20) VALUE SPACES.     04580000
                                                                        04590000
       01 WS-RPT-DTL.                                                   04600000
      *---------------                                                  04610000
                                                                        04620000
          03 RPT-DTL-ORDER-ID               PIC X(12).                  04630000
          03 FILLER                         PIC X(02) VALUE SPACES.     04640000
          03 RPT-DTL-CUST-ID                PIC X(10).                  04650000
          03 FILLER                         PIC X(02) VALUE SPACES.     04660000
          03 RPT-DTL-ORDER-DATE             PIC X(10).                  04670000
          03 FILLER                         PIC X(02) VALUE SPACES.     04680000
          03 RPT-DTL-INV-NO                 PIC X(12).                  04690000
          03 FILLER                         PIC X(02) VALUE SPACES.     04700000
          03 RPT-DTL-LINES                  PIC ZZ9.                    04710000
          03 FILLER                         PIC X(02) VALUE SPACES.     04720000
          03 RPT-DTL-REJ                    PIC ZZ9.                    04730000
          03 FILLER                         PIC X(02) VALUE SPACES.     04740000
          03 RPT-DTL-UNITS                  PIC Z,ZZZ,ZZ9.              04750000
          03 FILLER                         PIC X(02) VALUE SPACES.     04760000
          03 RPT-DTL-VALUE                  PIC $ZZZ,ZZZ,ZZ9.99.        04770000
          03 FILLER                         PIC X(02) VALUE SPACES.     04780000
          03 RPT-DTL-STATUS                 PIC X(10).                  04790000
          03 FILLER                         PIC X(02) VALUE SPACES.     04800000
          03 RPT-DTL-REASON                 PIC X(10).                  04810000
          03 FILLER                         PIC X(20) VALUE SPACES.     04820000
                                                                        04830000
       01 WS-RPT-LN-REJ.                                                04840000
      *------------------                                               04850000
                                                                        04860000
          03 FILLER                         PIC X(14) VALUE SPACES.     04870000
          03 FILLER                         PIC X(05) VALUE 'LINE '.    04880000
          03 RPT-LN-NO                      PIC ZZ9.                    04890000
          03 FILLER                         PIC X(07) VALUE '  BOOK '.  04900000
          03 RPT-LN-BOOK-ID                 PIC X(05).                  04910000
          03 FILLER                         PIC X(06) VALUE '  QTY '.   04920000
          03 RPT-LN-QTY                     PIC X(07).                  04930000
          03 FILLER                         PIC X(12) VALUE             04940000
             '  REJECTED  '.                                            04950000
          03 RPT-LN-REASON                  PIC X(10).                  04960000
          03 FILLER                         PIC X(63) VALUE SPACES.     04970000
                                                                        04980000
       PROCEDURE DIVISION.                                              04990000
      ********************                                              05000000
                                                                        05010000
           PERFORM Z012-STT-RUN-REGISTRY.                               05020000
           IF WI-REG-BLOCKED = WC-IC-OFF                                05030000
              PERFORM A010-STT-ORD-PARSE                                05040000
              PERFORM A020-PCS-ORD-PARSE                                05050000
                      UNTIL WI-EOF-ORDFILE = HIGH-VALUES                05060000
              PERFORM A030-END-ORD-PARSE                                05070000
              PERFORM Z014-END-RUN-REGISTRY                             05080000
           END-IF.                                                      05090000
           STOP RUN.                                                    05100000
                                                                        05110000
      **************************** LEVEL A *****************************05120000
                                                                        05130000
       A010-STT-ORD-PARSE.                                              05140000
      *--------------------                                             05150000
                                                                        05160000
           PERFORM Z015-READ-VAL-SW.                                    05170000
           PERFORM Z030-INIT-FLDS.                                      05180000
           IF WI-PARM-ERR = WC-IC-ON                                    05190000
              DISPLAY 'RUN REFUSED - PARAMETER ERRORS'                  05200000
              MOVE HIGH-VALUES              TO WI-EOF-ORDFILE           05210000
              MOVE 8                        TO RETURN-CODE              05220000
           ELSE                                                         05230000
              PERFORM Z035-LOAD-BOOK-FILE                               05240000
              PERFORM Z038-LOAD-WDN-FILE                                05245000
              PERFORM Z037-READ-INV-CTL                                 05250000
              PERFORM Z010-OPN-FILES                                    05260000
              PERFORM Z060-WRITE-INV-FILE-HDR                           05270000
              PERFORM Z200-WRITE-RPT-HDR                                05280000
              PERFORM Z040-READ-ORDFILE                                 05290000
           END-IF.                                                      05300000
                                                                        05310000
       A020-PCS-ORD-PARSE.                                              05320000
      *--------------------                                             05330000
                                                                        05340000
           MOVE WC-EXC-CD-OK                 TO WV-EXC-CD.              05350000
           MOVE SPACES                       TO WV-XML-CODE.            05360000
           PERFORM Z090-INIT-ORD-FLDS.                                  05370000
           IF WV-DOC-FTN-CD = WC-FTN-OR-CD                              05380000
              XML PARSE WV-INPUT                                        05390000
                  PROCESSING PROCEDURE B010-XML-HANDLE                  05400000
               ON EXCEPTION                                             05410000
                  DISPLAY 'XML PARSE ERROR XML-CODE: ' XML-CODE         05420000
                  MOVE WC-EXC-CD-ERR        TO WV-EXC-CD                05430000
                  MOVE XML-CODE             TO WV-XML-CODE              05440000
              END-XML                                                   05450000
           ELSE                                                         05460000
              DISPLAY 'ORDFILE DOCUMENT WITH UNKNOWN FTN: '             05470000
                      WV-DOC-FTN-CD                                     05480000
              MOVE WC-EXC-CD-ERR            TO WV-EXC-CD                05490000
              MOVE WC-XML-CD-BADFTN         TO WV-XML-CODE              05500000
           END-IF.                                                      05510000
           IF WV-EXC-CD = WC-EXC-CD-OK                                  05520000
              PERFORM B020-PRICE-ORDER                                  05530000
              PERFORM B015-VAL-ORDER                                    05540000
           END-IF.                                                      05550000
           IF WV-EXC-CD = WC-EXC-CD-OK                                  05560000
              PERFORM B035-WRITE-LINE-REJS                              05570000
              IF WV-ORD-OK-CNT > ZERO                                   05573000
                 IF WV-INV-SEQ < WC-INV-SEQ-MAX                         05576000
                    PERFORM B030-WRITE-INVOICE                          05579000
                 ELSE                                                   05582000
                    MOVE WC-XML-CD-INVSEQ   TO WV-XML-CODE              05585000
                    PERFORM B040-WRITE-ORD-REJ                          05588000
                 END-IF                                                 05591000
              ELSE                                                      05600000
                 MOVE WC-XML-CD-NOVALID     TO WV-XML-CODE              05610000
                 PERFORM B045-COUNT-ORD-REJ                             05620000
              END-IF                                                    05630000
           ELSE                                                         05640000
              PERFORM B040-WRITE-ORD-REJ                                05650000
           END-IF.                                                      05660000
           PERFORM B050-PRT-REGISTER.                                   05670000
           PERFORM Z045-CHK-ERR-BREAKER.                                05680000
           IF WI-BREAKER-SW = WC-IC-OFF                                 05690000
              PERFORM Z040-READ-ORDFILE                                 05700000
           END-IF.                                                      05710000
                                                                        05720000
       A030-END-ORD-PARSE.                                              05730000
      *--------------------                                             05740000
                                                                        05750000
           IF WI-PARM-ERR = WC-IC-OFF                                   05760000
              PERFORM Z065-WRITE-INV-FILE-TRL                           05765000
              PERFORM Z096-WRITE-INV-CTL                                05770000
              PERFORM B090-PRT-SUMMARY                                  05780000
              PERFORM Z020-CLS-FILES                                    05790000
              IF WA-REJ-CTR > ZERO                                      05800000
                 OR WA-LN-REJ-CTR > ZERO                                05810000
                 OR WA-TBLFULL-CTR > ZERO                               05820000
                 IF RETURN-CODE < 4                                     05830000
                    MOVE 4                  TO RETURN-CODE              05840000
                 END-IF                                                 05850000
              END-IF                                                    05860000
              PERFORM Z990-PCS-CTRS                                     05870000
              PERFORM Z997-WRITE-AUDIT-REC                              05880000
           END-IF.                                                      05890000
                                                                        05900000
      **************************** LEVEL B *****************************05910000
                                                                        05920000
       B010-XML-HANDLE.                                                 05930000
      *----------------                                                 05940000
                                                                        05950000
           EVALUATE XML-EVENT                                           05960000
               WHEN WC-XML-STT-DOC                                      05970000
                    MOVE ZERO               TO WV-LN-CNT                05980000
               WHEN WC-XML-STT-ELM                                      05990000
                    PERFORM Z075-FLUSH-CONTENT                          06000000
                    PERFORM Z070-ENRICH-ELE-VAL                         06010000
                    IF WV-ELEMENT-NM = WC-ORD-LINE                      06020000
                       PERFORM Z120-NEW-ORD-LINE                        06030000
                    END-IF                                              06040000
               WHEN WC-XML-END-ELM                                      06050000
                    PERFORM Z075-FLUSH-CONTENT                          06060000
                    PERFORM Z080-INIT-ELE-VAL                           06070000
               WHEN WC-XML-END-DOC                                      06080000
                    PERFORM Z075-FLUSH-CONTENT                          06090000
               WHEN WC-XML-CONT-CHR                                     06100000
                    PERFORM Z105-ACCUM-CONTENT                          06110000
               WHEN WC-XML-ATTRIB-CHR                                   06120000
                    PERFORM Z105-ACCUM-CONTENT                          06130000
               WHEN WC-XML-ATTRIB-NAME                                  06140000
                    PERFORM Z075-FLUSH-CONTENT                          06150000
                    PERFORM Z070-ENRICH-ELE-VAL                         06160000
               WHEN OTHER                                               06170000
                    CONTINUE                                            06180000
           END-EVALUATE.                                                06190000
                                                                        06200000
       B015-VAL-ORDER.                                                  06210000
      *----------------                                                 06220000
                                                                        06230000
           EVALUATE TRUE                                                06240000
               WHEN WV-ORD-ID = SPACES                                  06250000
                    MOVE WC-XML-CD-BLANKORD TO WV-XML-CODE              06260000
               WHEN WV-CUST-ID = SPACES                                 06270000
                    MOVE WC-XML-CD-BLANKCUST                            06280000
                                            TO WV-XML-CODE              06290000
               WHEN WV-ORD-DATE = SPACES                                06300000
                    MOVE WC-XML-CD-BLANKDATE                            06310000
                                            TO WV-XML-CODE              06320000
               WHEN WV-LN-CNT = ZERO                                    06330000
                    MOVE WC-XML-CD-NOLINES  TO WV-XML-CODE              06340000
               WHEN WV-LN-OVFLW-SW = WC-IC-ON                           06350000
                    MOVE WC-XML-CD-MANYLN   TO WV-XML-CODE              06360000
               WHEN OTHER                                               06370000
                    CONTINUE                                            06380000
           END-EVALUATE.                                                06390000
           IF WV-XML-CODE NOT = SPACES                                  06400000
              MOVE WC-EXC-CD-ERR            TO WV-EXC-CD                06410000
           END-IF.                                                      06420000
                                                                        06430000
       B020-PRICE-ORDER.                                                06440000
      *------------------                                               06450000
                                                                        06460000
           MOVE ZERO                        TO WV-LN-IX.                06470000
           PERFORM C010-PRICE-LINE                                      06480000
                   UNTIL WV-LN-IX >= WV-LN-CNT.                         06490000
           MOVE WV-ORD-VALUE                TO WV-ORD-PRICED-VAL.       06500000
           ADD WV-ORD-VALUE                 TO WA-PRICED-VAL-TOT.       06510000
                                                                        06520000
       B030-WRITE-INVOICE.                                              06530000
      *--------------------                                             06540000
                                                                        06550000
           ADD 1                            TO WV-INV-SEQ.              06560000
           MOVE SPACES                      TO WV-INV-NO.               06570000
           STRING WV-RUN-DATE               DELIMITED BY SIZE           06580000
                  WV-INV-SEQ                DELIMITED BY SIZE           06590000
                  INTO WV-INV-NO                                        06600000
           END-STRING.                                                  06610000
           MOVE SPACES                      TO INV-HDR-REC.             06620000
           MOVE WC-REC-TYPE-IH              TO IH-REC-TYPE.             06630000
           MOVE WV-INV-NO                   TO IH-INV-NO.               06640000
           MOVE WV-ORD-ID                   TO IH-ORDER-ID.             06650000
           MOVE WV-ORD-DATE                 TO IH-ORDER-DATE.           06660000
           MOVE WV-CUST-ID                  TO IH-CUST-ID.              06670000
           MOVE WV-CUST-NM                  TO IH-CUST-NM.              06680000
           MOVE WV-RUN-DATE                 TO IH-INV-DATE.             06690000
           WRITE INV-HDR-REC.                                           06700000
           MOVE ZERO                        TO WV-LN-IX.                06710000
           PERFORM C020-WRITE-INV-LINE                                  06720000
                   UNTIL WV-LN-IX >= WV-LN-CNT.                         06730000
           MOVE SPACES                      TO INV-TOTAL-REC.           06740000
           MOVE WC-REC-TYPE-IT              TO IT-REC-TYPE.             06750000
           MOVE WV-INV-NO                   TO IT-INV-NO.               06760000
           MOVE WV-ORD-OK-CNT               TO IT-LINE-CNT.             06770000
           MOVE WV-ORD-UNITS                TO IT-UNITS.                06780000
           MOVE WV-ORD-VALUE                TO IT-ORDER-TOT.            06790000
           WRITE INV-TOTAL-REC.                                         06800000
           ADD WC-ONE                       TO WA-INV-CTR.              06810000
           ADD WV-ORD-VALUE                 TO WA-INV-VAL-TOT.          06820000
           ADD WV-ORD-UNITS                 TO WA-UNITS-CTR.            06830000
           ADD WV-ORD-OK-CNT                TO WA-LN-INV-CTR.           06840000
           IF WV-ORD-REJ-CNT > ZERO                                     06850000
              ADD WC-ONE                    TO WA-PART-CTR              06860000
              MOVE 'PART-INV'               TO WV-ORD-STATUS            06870000
           ELSE                                                         06880000
              MOVE 'INVOICED'               TO WV-ORD-STATUS            06890000
           END-IF.                                                      06900000
                                                                        06910000
       B035-WRITE-LINE-REJS.                                            06920000
      *----------------------                                           06930000
                                                                        06940000
           MOVE ZERO                        TO WV-LN-IX.                06950000
           PERFORM C025-WRITE-LINE-REJ                                  06960000
                   UNTIL WV-LN-IX >= WV-LN-CNT.                         06970000
                                                                        06980000
       B040-WRITE-ORD-REJ.                                              06990000
      *--------------------                                             07000000
                                                                        07010000
           MOVE WV-DOC-FTN-CD               TO REJ-FTN-CD.              07020000
           MOVE WV-XML-CODE                 TO REJ-XML-CODE.            07030000
           MOVE WV-ORD-ID                   TO REJ-ORDER-ID.            07040000
           MOVE WV-CUST-ID                  TO REJ-CUST-ID.             07050000
           MOVE ZERO                        TO REJ-LINE-NO.             07060000
           MOVE SPACES                      TO REJ-BOOK-ID              07070000
                                               REJ-QTY.                 07080000
           MOVE WV-INPUT                    TO REJ-ORDFILE-REC.         07090000
           WRITE REJ-REC-ZN.                                            07100000
           PERFORM B045-COUNT-ORD-REJ.                                  07110000
                                                                        07120000
       B045-COUNT-ORD-REJ.                                              07130000
      *--------------------                                             07140000
                                                                        07150000
           ADD WC-ONE                       TO WA-REJ-CTR.              07160000
           ADD WV-ORD-PRICED-VAL            TO WA-HELD-VAL-TOT.         07170000
           MOVE 'REJECTED'                  TO WV-ORD-STATUS.           07180000
           MOVE SPACES                      TO WV-INV-NO.               07190000
           DISPLAY 'ORDER REJECTED - ORDER ID:' WV-ORD-ID ' CODE:'      07200000
                   WV-XML-CODE.                                         07210000
                                                                        07220000
       B050-PRT-REGISTER.                                               07230000
      *-------------------                                              07240000
                                                                        07250000
           MOVE WV-ORD-ID                   TO RPT-DTL-ORDER-ID.        07260000
           MOVE WV-CUST-ID                  TO RPT-DTL-CUST-ID.         07270000
           MOVE WV-ORD-DATE                 TO RPT-DTL-ORDER-DATE.      07280000
           MOVE WV-INV-NO                   TO RPT-DTL-INV-NO.          07290000
           MOVE WV-LN-CNT                   TO RPT-DTL-LINES.           07300000
           MOVE WV-ORD-REJ-CNT              TO RPT-DTL-REJ.             07310000
           MOVE WV-ORD-STATUS               TO RPT-DTL-STATUS.          07320000
           IF WV-ORD-STATUS = 'REJECTED'                                07330000
              MOVE ZERO                     TO RPT-DTL-UNITS            07340000
              MOVE WV-ORD-PRICED-VAL        TO RPT-DTL-VALUE            07350000
              MOVE WV-XML-CODE              TO RPT-DTL-REASON           07360000
           ELSE                                                         07370000
              MOVE WV-ORD-UNITS             TO RPT-DTL-UNITS            07380000
              MOVE WV-ORD-VALUE             TO RPT-DTL-VALUE            07390000
              MOVE SPACES                   TO RPT-DTL-REASON           07400000
           END-IF.                                                      07410000
           MOVE WS-RPT-DTL                  TO RPT-REC.                 07420000
           PERFORM Z230-WRITE-RPT-REC.                                  07430000
           IF WV-ORD-REJ-CNT > ZERO                                     07440000
              AND WV-EXC-CD = WC-EXC-CD-OK                              07450000
              MOVE ZERO                     TO WV-LN-IX                 07460000
              PERFORM C030-PRT-LINE-REJ                                 07470000
                      UNTIL WV-LN-IX >= WV-LN-CNT                       07480000
           END-IF.                                                      07490000
                                                                        07500000
       B090-PRT-SUMMARY.                                                07510000
      *------------------                                               07520000
                                                                        07530000
           MOVE SPACES                      TO RPT-REC.                 07540000
           PERFORM Z230-WRITE-RPT-REC.                                  07550000
           MOVE 'ORDER RUN SUMMARY'         TO RPT-REC.                 07560000
           PERFORM Z230-WRITE-RPT-REC.                                  07570000
           MOVE SPACES                      TO RPT-REC.                 07580000
           PERFORM Z230-WRITE-RPT-REC.                                  07590000
           MOVE WA-READ-CTR                 TO WV-CTR-DISP.             07600000
           MOVE SPACES                      TO RPT-REC.                 07610000
           STRING 'ORDERS READ           :' DELIMITED BY SIZE           07620000
                  WV-CTR-DISP               DELIMITED BY SIZE           07630000
                  INTO RPT-REC                                          07640000
           END-STRING.                                                  07650000
           PERFORM Z230-WRITE-RPT-REC.                                  07660000
           MOVE WA-INV-CTR                  TO WV-CTR-DISP.             07670000
           MOVE SPACES                      TO RPT-REC.                 07680000
           STRING 'ORDERS INVOICED       :' DELIMITED BY SIZE           07690000
                  WV-CTR-DISP               DELIMITED BY SIZE           07700000
                  INTO RPT-REC                                          07710000
           END-STRING.                                                  07720000
           PERFORM Z230-WRITE-RPT-REC.                                  07730000
           MOVE WA-PART-CTR                 TO WV-CTR-DISP.             07740000
           MOVE SPACES                      TO RPT-REC.                 07750000
           STRING '  OF WHICH PART       :' DELIMITED BY SIZE           07760000
                  WV-CTR-DISP               DELIMITED BY SIZE           07770000
                  INTO RPT-REC                                          07780000
           END-STRING.                                                  07790000
           PERFORM Z230-WRITE-RPT-REC.                                  07800000
           MOVE WA-REJ-CTR                  TO WV-CTR-DISP.             07810000
           MOVE SPACES                      TO RPT-REC.                 07820000
           STRING 'ORDERS REJECTED       :' DELIMITED BY SIZE           07830000
                  WV-CTR-DISP               DELIMITED BY SIZE           07840000
                  INTO RPT-REC                                          07850000
           END-STRING.                                                  07860000
           PERFORM Z230-WRITE-RPT-REC.                                  07870000
           MOVE WA-LN-INV-CTR               TO WV-CTR-DISP.             07880000
           MOVE SPACES                      TO RPT-REC.                 07890000
           STRING 'LINES INVOICED        :' DELIMITED BY SIZE           07900000
                  WV-CTR-DISP               DELIMITED BY SIZE           07910000
                  INTO RPT-REC                                          07920000
           END-STRING.                                                  07930000
           PERFORM Z230-WRITE-RPT-REC.                                  07940000
           MOVE WA-LN-REJ-CTR               TO WV-CTR-DISP.             07950000
           MOVE SPACES                      TO RPT-REC.                 07960000
           STRING 'LINES REJECTED        :' DELIMITED BY SIZE           07970000
                  WV-CTR-DISP               DELIMITED BY SIZE           07980000
                  INTO RPT-REC                                          07990000
           END-STRING.                                                  08000000
           PERFORM Z230-WRITE-RPT-REC.                                  08010000
           MOVE WA-UNITS-CTR                TO WV-CTR-DISP.             08020000
           MOVE SPACES                      TO RPT-REC.                 08030000
           STRING 'UNITS INVOICED        :' DELIMITED BY SIZE           08040000
                  WV-CTR-DISP               DELIMITED BY SIZE           08050000
                  INTO RPT-REC                                          08060000
           END-STRING.                                                  08070000
           PERFORM Z230-WRITE-RPT-REC.                                  08080000
           MOVE WA-INV-VAL-TOT              TO WV-AMT-DISP.             08090000
           MOVE SPACES                      TO RPT-REC.                 08100000
           STRING 'VALUE INVOICED        :' DELIMITED BY SIZE           08110000
                  WV-AMT-DISP               DELIMITED BY SIZE           08120000
                  INTO RPT-REC                                          08130000
           END-STRING.                                                  08140000
           PERFORM Z230-WRITE-RPT-REC.                                  08150000
           MOVE WA-HELD-VAL-TOT             TO WV-AMT-DISP.             08160000
           MOVE SPACES                      TO RPT-REC.                 08170000
           STRING 'VALUE ON REJECTED ORD :' DELIMITED BY SIZE           08180000
                  WV-AMT-DISP               DELIMITED BY SIZE           08190000
                  INTO RPT-REC                                          08200000
           END-STRING.                                                  08210000
           PERFORM Z230-WRITE-RPT-REC.                                  08220000
                                                                        08230000
      **************************** LEVEL C *****************************08240000
                                                                        08250000
       C010-PRICE-LINE.                                                 08260000
      *-----------------                                                08270000
                                                                        08280000
           ADD 1                            TO WV-LN-IX.                08290000
           ADD WC-ONE                       TO WA-LN-READ-CTR.          08300000
           MOVE SPACES                      TO WV-LN-REJ-CD (WV-LN-IX). 08310000
           MOVE ZERO                        TO WV-LN-PRICE (WV-LN-IX)   08320000
                                               WV-LN-VALUE (WV-LN-IX)   08330000
                                               WV-LN-BK-IX (WV-LN-IX).  08340000
           MOVE WV-LN-BOOK-ID (WV-LN-IX)    TO WV-SRCH-ID.              08350000
           PERFORM Z150-FIND-BOOK.                                      08360000
           EVALUATE TRUE                                                08370000
               WHEN WV-LN-QTY (WV-LN-IX) = ZERO                         08380000
                    MOVE WC-XML-CD-BADQTY   TO WV-LN-REJ-CD (WV-LN-IX)  08390000
               WHEN WV-BK-FOUND-SW = WC-IC-OFF                          08400000
                    MOVE WC-XML-CD-UNKBOOK  TO WV-LN-REJ-CD (WV-LN-IX)  08410000
               WHEN WV-BK-WDN-SW (WV-BK-IX) = WC-IC-ON                  08420000
                    MOVE WC-XML-CD-WDNBOOK  TO WV-LN-REJ-CD (WV-LN-IX)  08430000
               WHEN WV-BK-PRICE (WV-BK-IX) NOT > ZERO                   08440000
                    MOVE WC-XML-CD-NOPRICE  TO WV-LN-REJ-CD (WV-LN-IX)  08450000
               WHEN OTHER                                               08460000
                    MOVE WV-BK-IX           TO WV-LN-BK-IX (WV-LN-IX)   08470000
                    MOVE WV-BK-PRICE (WV-BK-IX)                         08480000
                                            TO WV-LN-PRICE (WV-LN-IX)   08490000
                    COMPUTE WV-LN-VALUE (WV-LN-IX) =                    08500000
                            WV-LN-QTY (WV-LN-IX) *                      08510000
                            WV-BK-PRICE (WV-BK-IX)                      08520000
                    END-COMPUTE                                         08530000
           END-EVALUATE.                                                08540000
           IF WV-LN-REJ-CD (WV-LN-IX) = SPACES                          08550000
              ADD 1                         TO WV-ORD-OK-CNT            08560000
              ADD WV-LN-QTY (WV-LN-IX)      TO WV-ORD-UNITS             08570000
              ADD WV-LN-VALUE (WV-LN-IX)    TO WV-ORD-VALUE             08580000
           ELSE                                                         08590000
              ADD 1                         TO WV-ORD-REJ-CNT           08600000
           END-IF.                                                      08610000
                                                                        08620000
       C020-WRITE-INV-LINE.                                             08630000
      *---------------------                                            08640000
                                                                        08650000
           ADD 1                            TO WV-LN-IX.                08660000
           IF WV-LN-REJ-CD (WV-LN-IX) = SPACES                          08670000
              MOVE SPACES                   TO INV-LINE-REC             08680000
              MOVE WC-REC-TYPE-IL           TO IL-REC-TYPE              08690000
              MOVE WV-INV-NO                TO IL-INV-NO                08700000
              MOVE WV-LN-IX                 TO IL-LINE-NO               08710000
              MOVE WV-LN-BOOK-ID (WV-LN-IX) TO IL-BOOK-ID               08720000
              MOVE WV-LN-BK-IX (WV-LN-IX)   TO WV-BK-IX                 08730000
              MOVE WV-BK-TITLE (WV-BK-IX)   TO IL-TITLE                 08740000
              MOVE WV-LN-QTY (WV-LN-IX)     TO IL-QTY                   08750000
              MOVE WV-LN-PRICE (WV-LN-IX)   TO IL-UNIT-PRICE            08760000
              MOVE WV-LN-VALUE (WV-LN-IX)   TO IL-LINE-TOT              08770000
              WRITE INV-LINE-REC                                        08780000
           END-IF.                                                      08790000
                                                                        08800000
       C025-WRITE-LINE-REJ.                                             08810000
      *---------------------                                            08820000
                                                                        08830000
           ADD 1                            TO WV-LN-IX.                08840000
           IF WV-LN-REJ-CD (WV-LN-IX) NOT = SPACES                      08850000
              PERFORM C027-WRITE-LINE-REJ-REC                           08860000
           END-IF.                                                      08870000
                                                                        08880000
       C027-WRITE-LINE-REJ-REC.                                         08890000
      *-------------------------                                        08900000
                                                                        08910000
           MOVE WV-DOC-FTN-CD               TO REJ-FTN-CD.              08920000
           MOVE WV-LN-REJ-CD (WV-LN-IX)     TO REJ-XML-CODE.            08930000
           MOVE WV-ORD-ID                   TO REJ-ORDER-ID.            08940000
           MOVE WV-CUST-ID                  TO REJ-CUST-ID.             08950000
           MOVE WV-LN-IX                    TO REJ-LINE-NO.             08960000
           MOVE WV-LN-BOOK-ID (WV-LN-IX)    TO REJ-BOOK-ID.             08970000
           MOVE WV-LN-QTY-TXT (WV-LN-IX)    TO REJ-QTY.                 08980000
           MOVE WV-INPUT                    TO REJ-ORDFILE-REC.         08990000
           WRITE REJ-REC-ZN.                                            09000000
           ADD WC-ONE                       TO WA-LN-REJ-CTR.           09010000
                                                                        09020000
       C030-PRT-LINE-REJ.                                               09030000
      *-------------------                                              09040000
                                                                        09050000
           ADD 1                            TO WV-LN-IX.                09060000
           IF WV-LN-REJ-CD (WV-LN-IX) NOT = SPACES                      09070000
              MOVE WV-LN-IX                 TO RPT-LN-NO                09080000
              MOVE WV-LN-BOOK-ID (WV-LN-IX) TO RPT-LN-BOOK-ID           09090000
              MOVE WV-LN-QTY-TXT (WV-LN-IX) TO RPT-LN-QTY               09100000
              MOVE WV-LN-REJ-CD (WV-LN-IX)  TO RPT-LN-REASON            09110000
              MOVE WS-RPT-LN-REJ            TO RPT-REC                  09120000
              PERFORM Z230-WRITE-RPT-REC                                09130000
           END-IF.                                                      09140000
                                                                        09150000
       C040-PCS-ORD-XML.                                                09160000
      *------------------                                               09170000
                                                                        09180000
           EVALUATE WV-ELEMENT-NM                                       09190000
               WHEN WC-ORD-ID                                           09200000
                    MOVE WV-CONTENT-TXT     TO WV-ORD-ID                09210000
               WHEN WC-ORD-DATE                                         09220000
                    MOVE WV-CONTENT-TXT     TO WV-ORD-DATE              09230000
               WHEN WC-ORD-CUST-ID                                      09240000
                    MOVE WV-CONTENT-TXT     TO WV-CUST-ID               09250000
               WHEN WC-ORD-CUST-NM                                      09260000
                    MOVE WV-CONTENT-TXT     TO WV-CUST-NM               09270000
               WHEN WC-ORD-BOOK-ID                                      09280000
                    PERFORM Z130-MVE-LN-BOOK-ID                         09290000
               WHEN WC-ORD-QTY                                          09300000
                    PERFORM Z140-MVE-LN-QTY                             09310000
               WHEN WC-ORD-ORDER                                        09320000
               WHEN WC-ORD-CUST                                         09330000
               WHEN WC-ORD-LINE                                         09340000
               WHEN SPACES                                              09350000
                    CONTINUE                                            09360000
               WHEN OTHER                                               09370000
                    ADD WC-ONE              TO WA-UNK-ELM-CTR           09380000
           END-EVALUATE.                                                09390000
                                                                        09400000
      **************************** LEVEL Z *****************************09410000
                                                                        09420000
       Z010-OPN-FILES.                                                  09430000
      *----------------                                                 09440000
                                                                        09450000
           OPEN INPUT  ORDFILE                                          09460000
                OUTPUT INVFILE                                          09470000
                       ORDREJ                                           09480000
                       ORDRPT.                                          09490000
                                                                        09500000
       Z012-STT-RUN-REGISTRY.                                           09510000
      *-----------------------                                          09520000
                                                                        09530000
           MOVE WC-IC-OFF                   TO WI-REG-BLOCKED.          09540000
           MOVE SPACES                      TO WV-REG-LAST-STS.         09550000
           MOVE LOW-VALUES                  TO WI-EOF-RUNREG.           09560000
           MOVE FUNCTION CURRENT-DATE (1:14)                            09570000
                                            TO WV-REG-RUN-ID.           09580000
           OPEN INPUT RUNREG.                                           09590000
           PERFORM Z013-SCAN-RUNREG-REC                                 09600000
                   UNTIL WI-EOF-RUNREG = HIGH-VALUES.                   09610000
           CLOSE RUNREG.                                                09620000
           IF WV-REG-LAST-STS = WC-REG-INPROG                           09630000
              DISPLAY 'RUN REGISTRY SHOWS ' WC-PGM-NM                   09640000
                      ' ALREADY IN PROGRESS - RUN REFUSED'              09650000
              MOVE WC-IC-ON                 TO WI-REG-BLOCKED           09660000
              MOVE 12                       TO RETURN-CODE              09670000
              MOVE 'H'                      TO WV-ALT-SEV               09680000
              MOVE 'REGBLOCK'               TO WV-ALT-CD                09690000
              MOVE 'RUN REFUSED - REGISTRY IN-PROGRESS'                 09700000
                                            TO WV-ALT-TXT               09710000
              PERFORM Z998-WRITE-ALERT-REC                              09720000
           ELSE                                                         09730000
              OPEN EXTEND RUNREG                                        09740000
              INITIALIZE RUNREG-REC                                     09750000
              MOVE WV-REG-RUN-ID            TO REG-RUN-ID               09760000
              MOVE WC-PGM-NM                TO REG-PGM-NM               09770000
              MOVE WV-REG-RUN-ID            TO REG-STT-TS               09780000
              MOVE WC-REG-INPROG            TO REG-STATUS               09790000
              WRITE RUNREG-REC                                          09800000
              CLOSE RUNREG                                              09810000
           END-IF.                                                      09820000
                                                                        09830000
       Z013-SCAN-RUNREG-REC.                                            09840000
      *----------------------                                           09850000
                                                                        09860000
           READ RUNREG                                                  09870000
             AT END                                                     09880000
                MOVE HIGH-VALUES            TO WI-EOF-RUNREG            09890000
           END-READ.                                                    09900000
           IF WI-EOF-RUNREG = LOW-VALUES                                09910000
              IF REG-PGM-NM = WC-PGM-NM                                 09920000
                 MOVE REG-STATUS            TO WV-REG-LAST-STS          09930000
              END-IF                                                    09940000
           END-IF.                                                      09950000
                                                                        09960000
       Z014-END-RUN-REGISTRY.                                           09970000
      *-----------------------                                          09980000
                                                                        09990000
           OPEN EXTEND RUNREG.                                          10000000
           INITIALIZE RUNREG-REC.                                       10010000
           MOVE WV-REG-RUN-ID               TO REG-RUN-ID.              10020000
           MOVE WC-PGM-NM                   TO REG-PGM-NM.              10030000
           MOVE WV-REG-RUN-ID               TO REG-STT-TS.              10040000
           IF RETURN-CODE = ZERO                                        10050000
              MOVE WC-REG-OK                TO REG-STATUS               10060000
           ELSE                                                         10070000
              MOVE WC-REG-ERR               TO REG-STATUS               10080000
           END-IF.                                                      10090000
           MOVE FUNCTION CURRENT-DATE (1:14)                            10100000
                                            TO REG-END-TS.              10110000
           MOVE RETURN-CODE                 TO REG-RTN-CD.              10120000
           WRITE RUNREG-REC.                                            10130000
           CLOSE RUNREG.                                                10140000
                                                                        10150000
       Z015-READ-VAL-SW.                                                10160000
      *------------------                                               10170000
                                                                        10180000
           MOVE ZERO                        TO WV-ERR-MIN-CNT           10190000
                                               WV-ERR-MAX-PCT           10200000
                                               WV-PARM-LINE-CTR.        10210000
           MOVE WC-IC-OFF                   TO WI-PARM-ERR.             10220000
           MOVE LOW-VALUES                  TO WI-EOF-VALFILE.          10230000
           OPEN INPUT  VALFILE.                                         10240000
           PERFORM Z016-PCS-PARM-CARD                                   10250000
                   UNTIL WI-EOF-VALFILE = HIGH-VALUES.                  10260000
           CLOSE VALFILE.                                               10270000
           PERFORM Z019-ECHO-PARMS.                                     10280000
                                                                        10290000
       Z016-PCS-PARM-CARD.                                              10300000
      *--------------------                                             10310000
                                                                        10320000
           READ VALFILE                                                 10330000
             AT END                                                     10340000
                MOVE HIGH-VALUES            TO WI-EOF-VALFILE           10350000
           END-READ.                                                    10360000
           IF WI-EOF-VALFILE = LOW-VALUES                               10370000
              ADD 1                         TO WV-PARM-LINE-CTR         10380000
              IF VAL-CARD = SPACES                                      10390000
                 CONTINUE                                               10400000
              ELSE                                                      10410000
                 MOVE SPACES                TO WV-PARM-KEY              10420000
                                               WV-PARM-VAL              10430000
                 UNSTRING VAL-CARD          DELIMITED BY '='            10440000
                     INTO WV-PARM-KEY                                   10450000
                          WV-PARM-VAL                                   10460000
                 END-UNSTRING                                           10470000
                 PERFORM Z017-APPLY-PARM                                10480000
              END-IF                                                    10490000
           END-IF.                                                      10500000
                                                                        10510000
       Z017-APPLY-PARM.                                                 10520000
      *-----------------                                                10530000
                                                                        10540000
           EVALUATE WV-PARM-KEY                                         10550000
               WHEN 'ERR-MIN-CNT'                                       10560000
                    IF WV-PARM-VAL (1:5) IS NUMERIC                     10570000
                       MOVE WV-PARM-VAL (1:5)                           10580000
                                            TO WV-ERR-MIN-CNT           10590000
                    ELSE                                                10600000
                       PERFORM Z018-FLAG-PARM-ERR                       10610000
                    END-IF                                              10620000
               WHEN 'ERR-MAX-PCT'                                       10630000
                    IF WV-PARM-VAL (1:3) IS NUMERIC                     10640000
                       MOVE WV-PARM-VAL (1:3)                           10650000
                                            TO WV-ERR-MAX-PCT           10660000
                    ELSE                                                10670000
                       PERFORM Z018-FLAG-PARM-ERR                       10680000
                    END-IF                                              10690000
               WHEN OTHER                                               10700000
                    PERFORM Z018-FLAG-PARM-ERR                          10710000
           END-EVALUATE.                                                10720000
                                                                        10730000
       Z018-FLAG-PARM-ERR.                                              10740000
      *--------------------                                             10750000
                                                                        10760000
           DISPLAY 'BAD PARAMETER CARD, LINE ' WV-PARM-LINE-CTR         10770000
                   ': ' VAL-CARD (1:40).                                10780000
           MOVE WC-IC-ON                    TO WI-PARM-ERR.             10790000
                                                                        10800000
       Z019-ECHO-PARMS.                                                 10810000
      *-----------------                                                10820000
                                                                        10830000
           DISPLAY 'RESOLVED RUN PARAMETERS:'.                          10840000
           DISPLAY '  ERR-MIN-CNT      = ' WV-ERR-MIN-CNT.              10850000
           DISPLAY '  ERR-MAX-PCT      = ' WV-ERR-MAX-PCT.              10860000
                                                                        10870000
       Z020-CLS-FILES.                                                  10880000
      *---------------                                                  10890000
                                                                        10900000
           CLOSE  ORDFILE                                               10910000
                  INVFILE                                               10920000
                  ORDREJ                                                10930000
                  ORDRPT.                                               10940000
                                                                        10950000
       Z030-INIT-FLDS.                                                  10960000
      *---------------                                                  10970000
                                                                        10980000
           INITIALIZE WS-WV                                             10990000
                      WS-WA.                                            11000000
           MOVE ZERO                        TO WV-BK-CNT.               11010000
           MOVE LOW-VALUES                  TO WI-EOF-ORDFILE           11020000
                                               WI-EOF-PHYS              11030000
                                               WI-EOF-NEWBOOK           11040000
                                               WI-EOF-BOKDELTA.         11050000
           MOVE WC-IC-OFF                   TO WI-BREAKER-SW            11060000
                                               WI-REC-PENDING           11070000
                                               WI-DOC-DONE.             11080000
           MOVE WC-EXC-CD-OK                TO WV-EXC-CD.               11090000
           MOVE FUNCTION CURRENT-DATE (1:8) TO WV-RUN-DATE              11100000
                                               RPT-HDR-DATE.            11110000
                                                                        11120000
       Z035-LOAD-BOOK-FILE.                                             11130000
      *---------------------                                            11140000
                                                                        11150000
           OPEN INPUT  NEWBOOK.                                         11160000
           PERFORM Z036-LOAD-BOOK-REC                                   11170000
                   UNTIL WI-EOF-NEWBOOK = HIGH-VALUES.                  11180000
           CLOSE NEWBOOK.                                               11190000
                                                                        11200000
       Z036-LOAD-BOOK-REC.                                              11210000
      *--------------------                                             11220000
                                                                        11230000
           READ NEWBOOK                                                 11240000
             AT END                                                     11250000
                MOVE HIGH-VALUES            TO WI-EOF-NEWBOOK           11260000
           END-READ.                                                    11270000
           IF WI-EOF-NEWBOOK = LOW-VALUES                               11280000
              AND BOK-ID NOT = SPACES                                   11290000
              ADD WC-ONE                    TO WA-BOOK-READ-CTR         11300000
              IF WV-BK-CNT < WC-BOOK-MAX                                11310000
                 ADD 1                      TO WV-BK-CNT                11320000
                 MOVE BOK-ID                TO WV-BK-ID (WV-BK-CNT)     11330000
                 MOVE BOK-TITLE             TO WV-BK-TITLE (WV-BK-CNT)  11340000
                 MOVE WC-IC-OFF             TO WV-BK-WDN-SW (WV-BK-CNT) 11350000
                 IF BOK-PRICE = SPACES                                  11360000
                    MOVE ZERO               TO WV-BK-PRICE (WV-BK-CNT)  11370000
                 ELSE                                                   11380000
                    COMPUTE WV-BK-PRICE (WV-BK-CNT) =                   11390000
                            FUNCTION NUMVAL-C(BOK-PRICE)                11400000
                    END-COMPUTE                                         11410000
                 END-IF                                                 11420000
              ELSE                                                      11430000
                 DISPLAY 'BOOK TABLE FULL - BOOK ID NOT LOADED:'        11440000
                         BOK-ID                                         11450000
                 ADD WC-ONE                 TO WA-TBLFULL-CTR           11460000
              END-IF                                                    11470000
           END-IF.                                                      11480000
                                                                        11490000
       Z037-READ-INV-CTL.                                               11490400
      *-------------------                                              11490800
                                                                        11491200
           OPEN INPUT  INVCTL.                                          11491600
           READ INVCTL                                                  11492000
             AT END                                                     11492400
                MOVE ZERO                   TO WV-INV-SEQ               11492800
             NOT AT END                                                 11493200
                IF CTL-LAST-INV-DATE = WV-RUN-DATE                      11493600
                   AND CTL-LAST-INV-SEQ IS NUMERIC                      11494000
                   MOVE CTL-LAST-INV-SEQ    TO WV-INV-SEQ               11494400
                ELSE                                                    11494800
                   MOVE ZERO                TO WV-INV-SEQ               11495200
                END-IF                                                  11495600
           END-READ.                                                    11496000
           CLOSE INVCTL.                                                11496400
           IF WV-INV-SEQ > ZERO                                         11496800
              DISPLAY 'INVOICE NUMBERS CONTINUE AFTER:' WV-RUN-DATE     11497200
                      WV-INV-SEQ                                        11497600
           END-IF.                                                      11498000
                                                                        11499000
       Z038-LOAD-WDN-FILE.                                              11500000
      *--------------------                                             11510000
                                                                        11520000
           OPEN INPUT  BOKDELTA.                                        11530000
           PERFORM Z039-LOAD-WDN-REC                                    11540000
                   UNTIL WI-EOF-BOKDELTA = HIGH-VALUES.                 11550000
           CLOSE BOKDELTA.                                              11560000
                                                                        11570000
       Z039-LOAD-WDN-REC.                                               11580000
      *-------------------                                              11590000
                                                                        11600000
           READ BOKDELTA                                                11610000
             AT END                                                     11620000
                MOVE HIGH-VALUES            TO WI-EOF-BOKDELTA          11630000
           END-READ.                                                    11640000
           IF WI-EOF-BOKDELTA = LOW-VALUES                              11650000
              AND DLT-ACTION = WC-ACT-DROP                              11660000
              ADD WC-ONE                    TO WA-WDN-READ-CTR          11670000
              MOVE DLT-BOOK-ID              TO WV-SRCH-ID               11680000
              PERFORM Z150-FIND-BOOK                                    11690000
              IF WV-BK-FOUND-SW = WC-IC-OFF                             11700000
                 IF WV-BK-CNT < WC-BOOK-MAX                             11710000
                    ADD 1                   TO WV-BK-CNT                11720000
                    MOVE WV-BK-CNT          TO WV-BK-IX                 11730000
                    MOVE DLT-BOOK-ID        TO WV-BK-ID (WV-BK-IX)      11740000
                    MOVE DLT-BOOK-TITLE     TO WV-BK-TITLE (WV-BK-IX)   11750000
                    MOVE ZERO               TO WV-BK-PRICE (WV-BK-IX)   11760000
                    MOVE WC-IC-ON           TO WV-BK-WDN-SW (WV-BK-IX)  11770000
                 ELSE                                                   11780000
                    DISPLAY 'BOOK TABLE FULL - WITHDRAWN ID NOT LOADED:'11790000
                            DLT-BOOK-ID                                 11800000
                    ADD WC-ONE              TO WA-TBLFULL-CTR           11810000
                 END-IF                                                 11820000
              END-IF                                                    11830000
           END-IF.                                                      11840000
                                                                        11850000
       Z040-READ-ORDFILE.                                               11860000
      *-------------------                                              11870000
                                                                        11880000
           IF WI-REC-PENDING = WC-IC-ON                                 11890000
              MOVE WC-IC-OFF               TO WI-REC-PENDING            11900000
              MOVE WV-HOLD-FTN-CD          TO WV-DOC-FTN-CD             11910000
              INITIALIZE WV-INPUT                                       11920000
              MOVE 1                       TO WV-INPUT-PTR              11930000
              STRING FUNCTION TRIM(WV-HOLD-REC TRAILING)                11940000
                                           DELIMITED BY SIZE            11950000
                     INTO WV-INPUT                                      11960000
                     WITH POINTER WV-INPUT-PTR                          11970000
              END-STRING                                                11980000
              ADD WC-ONE                   TO WA-READ-CTR               11990000
              MOVE WC-IC-OFF               TO WI-DOC-DONE               12000000
              PERFORM Z043-APPEND-CONT-REC                              12010000
                      UNTIL WI-DOC-DONE = WC-IC-ON                      12020000
           ELSE                                                         12030000
              PERFORM Z042-READ-PHYS-REC                                12040000
              IF WI-EOF-PHYS = HIGH-VALUES                              12050000
                 MOVE HIGH-VALUES          TO WI-EOF-ORDFILE            12060000
              ELSE                                                      12070000
                 MOVE FTN-CD               TO WV-DOC-FTN-CD             12080000
                 INITIALIZE WV-INPUT                                    12090000
                 MOVE 1                    TO WV-INPUT-PTR              12100000
                 STRING FUNCTION TRIM(ORDFILE-REC TRAILING)             12110000
                                           DELIMITED BY SIZE            12120000
                        INTO WV-INPUT                                   12130000
                        WITH POINTER WV-INPUT-PTR                       12140000
                 END-STRING                                             12150000
                 ADD WC-ONE                TO WA-READ-CTR               12160000
                 MOVE WC-IC-OFF            TO WI-DOC-DONE               12170000
                 PERFORM Z043-APPEND-CONT-REC                           12180000
                         UNTIL WI-DOC-DONE = WC-IC-ON                   12190000
              END-IF                                                    12200000
           END-IF.                                                      12210000
                                                                        12220000
       Z042-READ-PHYS-REC.                                              12230000
      *--------------------                                             12240000
                                                                        12250000
           MOVE WC-IC-ON                    TO WI-FRAME-SKIPPED.        12260000
           PERFORM Z044-READ-PHYS-ONE                                   12270000
                   UNTIL WI-FRAME-SKIPPED = WC-IC-OFF                   12280000
                      OR WI-EOF-PHYS = HIGH-VALUES.                     12290000
                                                                        12300000
       Z043-APPEND-CONT-REC.                                            12310000
      *----------------------                                           12320000
                                                                        12330000
           PERFORM Z042-READ-PHYS-REC.                                  12340000
           IF WI-EOF-PHYS = HIGH-VALUES                                 12350000
              MOVE WC-IC-ON                 TO WI-DOC-DONE              12360000
           ELSE                                                         12370000
              IF FTN-CD = WC-FTN-CN-CD                                  12380000
                 STRING FUNCTION TRIM(ORDFILE-REC TRAILING)             12390000
                                            DELIMITED BY SIZE           12400000
                        INTO WV-INPUT                                   12410000
                        WITH POINTER WV-INPUT-PTR                       12420000
                 END-STRING                                             12430000
              ELSE                                                      12440000
                 MOVE FTN-CD               TO WV-HOLD-FTN-CD            12450000
                 MOVE ORDFILE-REC          TO WV-HOLD-REC               12460000
                 MOVE WC-IC-ON             TO WI-REC-PENDING            12470000
                 MOVE WC-IC-ON             TO WI-DOC-DONE               12480000
              END-IF                                                    12490000
           END-IF.                                                      12500000
                                                                        12510000
       Z044-READ-PHYS-ONE.                                              12520000
      *--------------------                                             12530000
                                                                        12540000
           IF WI-EOF-PHYS = LOW-VALUES                                  12550000
              READ ORDFILE                                              12560000
                AT END                                                  12570000
                   MOVE HIGH-VALUES         TO WI-EOF-PHYS              12580000
              END-READ                                                  12590000
           END-IF.                                                      12600000
           IF WI-EOF-PHYS = LOW-VALUES                                  12610000
              EVALUATE FTN-CD                                           12620000
                  WHEN WC-FEED-HDR-ID                                   12630000
                       CONTINUE                                         12640000
                  WHEN WC-FEED-TRL-ID                                   12650000
                       PERFORM Z046-VALIDATE-FEED-TRL                   12660000
                  WHEN OTHER                                            12670000
                       ADD WC-ONE           TO WA-PHYS-READ-CTR         12680000
                       MOVE WC-IC-OFF       TO WI-FRAME-SKIPPED         12690000
              END-EVALUATE                                              12700000
           END-IF.                                                      12710000
                                                                        12720000
       Z045-CHK-ERR-BREAKER.                                            12730000
      *----------------------                                           12740000
                                                                        12750000
           IF WV-ERR-MAX-PCT > ZERO                                     12760000
              AND WA-READ-CTR > WV-ERR-MIN-CNT                          12770000
              AND WA-REJ-CTR * 100 > WA-READ-CTR * WV-ERR-MAX-PCT       12780000
              DISPLAY 'REJECT RATE EXCEEDS ' WV-ERR-MAX-PCT             12790000
                      ' PCT AFTER ' WA-READ-CTR                         12800000
                      ' ORDERS - RUN HALTED'                            12810000
              MOVE WC-IC-ON                 TO WI-BREAKER-SW            12820000
              MOVE HIGH-VALUES              TO WI-EOF-ORDFILE           12830000
              MOVE 16                       TO RETURN-CODE              12840000
              MOVE 'H'                      TO WV-ALT-SEV               12850000
              MOVE 'ERRBREAK'               TO WV-ALT-CD                12860000
              MOVE 'REJECT RATE BREAKER TRIPPED - RUN HALTED'           12870000
                                            TO WV-ALT-TXT               12880000
              PERFORM Z998-WRITE-ALERT-REC                              12890000
           END-IF.                                                      12900000
                                                                        12910000
       Z046-VALIDATE-FEED-TRL.                                          12920000
      *------------------------                                         12930000
                                                                        12940000
           MOVE ORDFILE-REC (1:9)           TO WV-TRL-CNT-X.            12950000
           IF WV-TRL-CNT-X IS NUMERIC                                   12960000
              MOVE WV-TRL-CNT-X             TO WV-TRL-CNT               12970000
           ELSE                                                         12980000
              MOVE ZERO                     TO WV-TRL-CNT               12990000
           END-IF.                                                      13000000
           IF WV-TRL-CNT-X IS NOT NUMERIC                               13010000
              OR WV-TRL-CNT NOT = WA-READ-CTR                           13020000
              DISPLAY 'ORDFILE TRAILER COUNT ' WV-TRL-CNT-X             13030000
                      ' DOES NOT MATCH DOCUMENTS READ'                  13040000
              MOVE 8                        TO RETURN-CODE              13050000
           END-IF.                                                      13060000
                                                                        13070000
       Z060-WRITE-INV-FILE-HDR.                                         13080000
      *-------------------------                                        13090000
                                                                        13100000
           MOVE SPACES                      TO INV-FILE-HDR-REC.        13110000
           MOVE WC-REC-TYPE-FH              TO FH-REC-TYPE.             13120000
           MOVE WV-RUN-DATE                 TO FH-CREATE-DATE.          13130000
           MOVE WC-PGM-NM                   TO FH-PGM-NM.               13140000
           MOVE 'RESELLER INVOICES'         TO FH-DESC.                 13150000
           WRITE INV-FILE-HDR-REC.                                      13160000
                                                                        13170000
       Z065-WRITE-INV-FILE-TRL.                                         13180000
      *-------------------------                                        13190000
                                                                        13200000
           MOVE SPACES                      TO INV-FILE-TRL-REC.        13210000
           MOVE WC-REC-TYPE-FT              TO FT-REC-TYPE.             13220000
           MOVE WA-INV-CTR                  TO FT-INV-CNT.              13230000
           MOVE WA-INV-VAL-TOT              TO FT-VAL-TOT.              13240000
           WRITE INV-FILE-TRL-REC.                                      13250000
                                                                        13260000
       Z070-ENRICH-ELE-VAL.                                             13270000
      *--------------------                                             13280000
                                                                        13290000
           MOVE XML-TEXT                    TO WV-ELEMENT-NM.           13300000
                                                                        13310000
       Z075-FLUSH-CONTENT.                                              13320000
      *--------------------                                             13330000
                                                                        13340000
           IF WI-CONTENT-PEND = WC-IC-ON                                13350000
              PERFORM Z085-DECODE-ENTITIES                              13360000
              PERFORM C040-PCS-ORD-XML                                  13370000
              MOVE WC-IC-OFF                TO WI-CONTENT-PEND          13380000
              MOVE SPACES                   TO WV-CONTENT-BUF           13390000
              MOVE 1                        TO WV-CONTENT-PTR           13400000
           END-IF.                                                      13410000
                                                                        13420000
       Z080-INIT-ELE-VAL.                                               13430000
      *------------------                                               13440000
                                                                        13450000
           MOVE SPACES                      TO WV-ELEMENT-NM.           13460000
                                                                        13470000
       Z085-DECODE-ENTITIES.                                            13480000
      *----------------------                                           13490000
                                                                        13500000
           MOVE SPACES                      TO WV-CONTENT-TXT.          13510000
           COMPUTE WV-DEC-LEN = WV-CONTENT-PTR - 1.                     13520000
           MOVE 1                           TO WV-DEC-IN-IX.            13530000
           MOVE 1                           TO WV-DEC-OUT-IX.           13540000
           PERFORM Z086-DECODE-ONE-CHAR                                 13550000
                   UNTIL WV-DEC-IN-IX > WV-DEC-LEN.                     13560000
                                                                        13570000
       Z086-DECODE-ONE-CHAR.                                            13580000
      *----------------------                                           13590000
                                                                        13600000
           COMPUTE WV-DEC-REM = WV-DEC-LEN - WV-DEC-IN-IX + 1.          13610000
           IF WV-CONTENT-BUF (WV-DEC-IN-IX:1) NOT = '&'                 13620000
              MOVE WV-CONTENT-BUF (WV-DEC-IN-IX:1) TO                   13630000
                   WV-CONTENT-TXT (WV-DEC-OUT-IX:1)                     13640000
              ADD 1                         TO WV-DEC-IN-IX             13650000
              ADD 1                         TO WV-DEC-OUT-IX            13660000
           ELSE                                                         13670000
              IF WV-DEC-REM >= 5                                        13680000
                 AND WV-CONTENT-BUF (WV-DEC-IN-IX:5) = '&amp;'          13690000
                 MOVE '&'                   TO                          13700000
                      WV-CONTENT-TXT (WV-DEC-OUT-IX:1)                  13710000
                 ADD 5                      TO WV-DEC-IN-IX             13720000
                 ADD 1                      TO WV-DEC-OUT-IX            13730000
              ELSE                                                      13740000
               IF WV-DEC-REM >= 4                                       13750000
                  AND WV-CONTENT-BUF (WV-DEC-IN-IX:4) = '&lt;'          13760000
                  MOVE '<'                  TO                          13770000
                       WV-CONTENT-TXT (WV-DEC-OUT-IX:1)                 13780000
                  ADD 4                     TO WV-DEC-IN-IX             13790000
                  ADD 1                     TO WV-DEC-OUT-IX            13800000
               ELSE                                                     13810000
                IF WV-DEC-REM >= 4                                      13820000
                   AND WV-CONTENT-BUF (WV-DEC-IN-IX:4) = '&gt;'         13830000
                   MOVE '>'                 TO                          13840000
                        WV-CONTENT-TXT (WV-DEC-OUT-IX:1)                13850000
                   ADD 4                    TO WV-DEC-IN-IX             13860000
                   ADD 1                    TO WV-DEC-OUT-IX            13870000
                ELSE                                                    13880000
                 IF WV-DEC-REM >= 6                                     13890000
                    AND WV-CONTENT-BUF (WV-DEC-IN-IX:6) = '&quot;'      13900000
                    MOVE '"'                TO                          13910000
                         WV-CONTENT-TXT (WV-DEC-OUT-IX:1)               13920000
                    ADD 6                   TO WV-DEC-IN-IX             13930000
                    ADD 1                   TO WV-DEC-OUT-IX            13940000
                 ELSE                                                   13950000
                  IF WV-DEC-REM >= 6                                    13960000
                     AND WV-CONTENT-BUF (WV-DEC-IN-IX:6) = '&apos;'     13970000
                     MOVE ''''              TO                          13980000
                          WV-CONTENT-TXT (WV-DEC-OUT-IX:1)              13990000
                     ADD 6                  TO WV-DEC-IN-IX             14000000
                     ADD 1                  TO WV-DEC-OUT-IX            14010000
                  ELSE                                                  14020000
                     MOVE WV-CONTENT-BUF (WV-DEC-IN-IX:1) TO            14030000
                          WV-CONTENT-TXT (WV-DEC-OUT-IX:1)              14040000
                     ADD 1                  TO WV-DEC-IN-IX             14050000
                     ADD 1                  TO WV-DEC-OUT-IX            14060000
                  END-IF                                                14070000
                 END-IF                                                 14080000
                END-IF                                                  14090000
               END-IF                                                   14100000
              END-IF                                                    14110000
           END-IF.                                                      14120000
                                                                        14130000
       Z090-INIT-ORD-FLDS.                                              14140000
      *--------------------                                             14150000
                                                                        14160000
           INITIALIZE WS-ORD.                                           14170000
           MOVE WC-IC-OFF                   TO WV-LN-OVFLW-SW.          14180000
           MOVE ZERO                        TO WV-ORD-UNITS             14190000
                                               WV-ORD-VALUE             14200000
                                               WV-ORD-PRICED-VAL        14210000
                                               WV-ORD-OK-CNT            14220000
                                               WV-ORD-REJ-CNT.          14230000
           MOVE SPACES                      TO WV-ORD-STATUS            14240000
                                               WV-INV-NO                14250000
                                               WV-ELEMENT-NM            14260000
                                               WV-CONTENT-BUF.          14270000
           MOVE 1                           TO WV-CONTENT-PTR.          14280000
           MOVE WC-IC-OFF                   TO WI-CONTENT-PEND.         14290000
                                                                        14300000
       Z096-WRITE-INV-CTL.                                              14300500
      *--------------------                                             14301000
                                                                        14301500
           OPEN OUTPUT INVCTL.                                          14302000
           MOVE SPACES                      TO INVCTL-REC.              14302500
           MOVE WV-RUN-DATE                 TO CTL-LAST-INV-DATE.       14303000
           MOVE WV-INV-SEQ                  TO CTL-LAST-INV-SEQ.        14303500
           MOVE FUNCTION CURRENT-DATE (1:14) TO CTL-UPD-TS.             14304000
           WRITE INVCTL-REC.                                            14304500
           CLOSE INVCTL.                                                14305000
                                                                        14307000
       Z105-ACCUM-CONTENT.                                              14310000
      *--------------------                                             14320000
                                                                        14330000
           STRING XML-TEXT                  DELIMITED BY SIZE           14340000
                  INTO WV-CONTENT-BUF                                   14350000
                  WITH POINTER WV-CONTENT-PTR                           14360000
           END-STRING.                                                  14370000
           MOVE WC-IC-ON                    TO WI-CONTENT-PEND.         14380000
                                                                        14390000
       Z120-NEW-ORD-LINE.                                               14400000
      *-------------------                                              14410000
                                                                        14420000
           IF WV-LN-CNT < WC-LN-MAX                                     14430000
              ADD 1                         TO WV-LN-CNT                14440000
              MOVE SPACES                   TO WV-LN-BOOK-ID (WV-LN-CNT)14450000
                                               WV-LN-QTY-TXT (WV-LN-CNT)14460000
              MOVE ZERO                     TO WV-LN-QTY (WV-LN-CNT)    14470000
           ELSE                                                         14480000
              MOVE WC-IC-ON                 TO WV-LN-OVFLW-SW           14490000
           END-IF.                                                      14500000
                                                                        14510000
       Z130-MVE-LN-BOOK-ID.                                             14520000
      *---------------------                                            14530000
                                                                        14540000
           IF WV-LN-CNT = ZERO                                          14550000
              PERFORM Z120-NEW-ORD-LINE                                 14560000
           END-IF.                                                      14570000
           IF WV-LN-OVFLW-SW = WC-IC-OFF                                14580000
              MOVE WV-CONTENT-TXT           TO                          14590000
                   WV-LN-BOOK-ID (WV-LN-CNT)                            14600000
           END-IF.                                                      14610000
                                                                        14620000
       Z140-MVE-LN-QTY.                                                 14630000
      *-----------------                                                14640000
                                                                        14650000
           IF WV-LN-CNT = ZERO                                          14660000
              PERFORM Z120-NEW-ORD-LINE                                 14670000
           END-IF.                                                      14680000
           IF WV-LN-OVFLW-SW = WC-IC-OFF                                14690000
              MOVE FUNCTION TRIM(WV-CONTENT-TXT)                        14700000
                                            TO WV-QTY-TXT               14710000
              MOVE WV-QTY-TXT               TO                          14720000
                   WV-LN-QTY-TXT (WV-LN-CNT)                            14730000
              MOVE ZERO                     TO WV-QTY-LEN               14740000
              INSPECT WV-QTY-TXT TALLYING WV-QTY-LEN                    14750000
                      FOR CHARACTERS BEFORE INITIAL SPACE               14760000
              IF WV-QTY-LEN > ZERO                                      14770000
                 AND WV-QTY-LEN < 6                                     14780000
                 AND WV-QTY-TXT (1:WV-QTY-LEN) IS NUMERIC               14790000
                 AND WV-QTY-TXT (WV-QTY-LEN + 1:) = SPACES              14800000
                 COMPUTE WV-LN-QTY (WV-LN-CNT) =                        14810000
                         FUNCTION NUMVAL(WV-QTY-TXT)                    14820000
                 END-COMPUTE                                            14830000
              ELSE                                                      14840000
                 MOVE ZERO                  TO WV-LN-QTY (WV-LN-CNT)    14850000
              END-IF                                                    14860000
           END-IF.                                                      14870000
                                                                        14880000
       Z150-FIND-BOOK.                                                  14890000
      *----------------                                                 14900000
                                                                        14910000
           MOVE WC-IC-OFF                   TO WV-BK-FOUND-SW.          14920000
           MOVE ZERO                        TO WV-BK-IX.                14930000
           PERFORM Z152-SCAN-BOOK-TBL                                   14940000
                   UNTIL WV-BK-FOUND-SW = WC-IC-ON                      14950000
                      OR WV-BK-IX >= WV-BK-CNT.                         14960000
                                                                        14970000
       Z152-SCAN-BOOK-TBL.                                              14980000
      *--------------------                                             14990000
                                                                        15000000
           ADD 1                            TO WV-BK-IX.                15010000
           IF WV-BK-ID (WV-BK-IX) = WV-SRCH-ID                          15020000
              MOVE WC-IC-ON                 TO WV-BK-FOUND-SW           15030000
           END-IF.                                                      15040000
                                                                        15050000
       Z200-WRITE-RPT-HDR.                                              15060000
      *--------------------                                             15070000
                                                                        15080000
           ADD WC-ONE                       TO WA-RPT-PAGE-CTR.         15090000
           MOVE WA-RPT-PAGE-CTR             TO RPT-HDR-PAGE.            15100000
           IF WA-RPT-PAGE-CTR = 1                                       15110000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            15120000
           ELSE                                                         15130000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            15140000
                    AFTER ADVANCING NEXT-PAGE                           15150000
           END-IF.                                                      15160000
           MOVE SPACES                      TO RPT-REC.                 15170000
           WRITE RPT-REC.                                               15180000
           WRITE RPT-REC                    FROM WS-RPT-HDR2.           15190000
           MOVE SPACES                      TO RPT-REC.                 15200000
           WRITE RPT-REC.                                               15210000
           MOVE 4                           TO WA-RPT-LINE-CTR.         15220000
                                                                        15230000
       Z230-WRITE-RPT-REC.                                              15240000
      *--------------------                                             15250000
                                                                        15260000
           IF WA-RPT-LINE-CTR >= WC-RPT-MAX-LINE                        15270000
              MOVE RPT-REC                  TO WV-HOLD-LINE             15280000
              PERFORM Z200-WRITE-RPT-HDR                                15290000
              MOVE WV-HOLD-LINE             TO RPT-REC                  15300000
           END-IF.                                                      15310000
           WRITE RPT-REC.                                               15320000
           ADD WC-ONE                       TO WA-RPT-LINE-CTR.         15330000
                                                                        15340000
       Z990-PCS-CTRS.                                                   15350000
      *---------------                                                  15360000
                                                                        15370000
           DISPLAY 'NUMBER OF BOOKS LOADED :-' WA-BOOK-READ-CTR.        15380000
           DISPLAY 'NUMBER OF WITHDRAWN IDS LOADED :-'                  15390000
                    WA-WDN-READ-CTR.                                    15400000
           DISPLAY 'NUMBER OF DOCUMENTS READ :-' WA-READ-CTR.           15410000
           DISPLAY 'NUMBER OF PHYSICAL RECORDS READ :-'                 15420000
                    WA-PHYS-READ-CTR.                                   15430000
           DISPLAY 'NUMBER OF ORDERS INVOICED :-' WA-INV-CTR.           15440000
           DISPLAY 'NUMBER OF ORDERS PART INVOICED :-' WA-PART-CTR.     15450000
           DISPLAY 'NUMBER OF ORDERS REJECTED :-' WA-REJ-CTR.           15460000
           DISPLAY 'NUMBER OF ORDER LINES READ :-' WA-LN-READ-CTR.      15470000
           DISPLAY 'NUMBER OF LINES INVOICED :-' WA-LN-INV-CTR.         15480000
           DISPLAY 'NUMBER OF LINES REJECTED :-' WA-LN-REJ-CTR.         15490000
           DISPLAY 'NUMBER OF UNKNOWN ELEMENTS SEEN :-'                 15500000
                    WA-UNK-ELM-CTR.                                     15510000
           DISPLAY 'TOTAL VALUE INVOICED :-' WA-INV-VAL-TOT.            15520000
           DISPLAY 'TOTAL VALUE ON REJECTED ORDERS :-'                  15530000
                    WA-HELD-VAL-TOT.                                    15540000
           ADD WA-INV-CTR  WA-REJ-CTR       TO WA-CTR-CHK.              15550000
           IF WA-CTR-CHK IS NOT EQUAL TO WA-READ-CTR                    15560000
              DISPLAY 'CTR MISMATCH - READ VS INVOICED+REJECTED :-'     15570000
                       WA-READ-CTR ' VS ' WA-CTR-CHK                    15580000
              MOVE 4                        TO RETURN-CODE              15590000
           END-IF.                                                      15600000
                                                                        15610000
       Z997-WRITE-AUDIT-REC.                                            15620000
      *-----------------------                                          15630000
                                                                        15640000
           OPEN EXTEND AUDITFILE.                                       15650000
           INITIALIZE AUDITFILE-REC.                                    15660000
           MOVE WC-PGM-NM                    TO AUD-PGM-NM.             15670000
           MOVE WV-RUN-DATE                  TO AUD-RUN-DATE.           15680000
           MOVE WA-READ-CTR                  TO AUD-READ-CTR.           15690000
           MOVE WA-INV-CTR                   TO AUD-WRITE-CTR.          15700000
           MOVE WA-REJ-CTR                   TO AUD-ERROR-CTR.          15710000
           WRITE AUDITFILE-REC.                                         15720000
           INITIALIZE AUDITFILE-REC.                                    15730000
           MOVE WC-VAL-AUD-NM                TO AUD-PGM-NM.             15740000
           MOVE WV-RUN-DATE                  TO AUD-RUN-DATE.           15750000
           COMPUTE AUD-READ-CTR  = WA-PRICED-VAL-TOT * 100              15760000
           END-COMPUTE.                                                 15770000
           COMPUTE AUD-WRITE-CTR = WA-INV-VAL-TOT * 100                 15780000
           END-COMPUTE.                                                 15790000
           COMPUTE AUD-ERROR-CTR = WA-HELD-VAL-TOT * 100                15800000
           END-COMPUTE.                                                 15810000
           WRITE AUDITFILE-REC.                                         15820000
           CLOSE AUDITFILE.                                             15830000
                                                                        15840000
       Z998-WRITE-ALERT-REC.                                            15850000
      *----------------------                                           15860000
                                                                        15870000
           OPEN EXTEND ALERTFILE.                                       15880000
           MOVE SPACES                       TO ALERTFILE-REC.          15890000
           MOVE WC-PGM-NM                    TO ALT-PGM-NM.             15900000
           MOVE FUNCTION CURRENT-DATE (1:14) TO ALT-TS.                 15910000
           MOVE WV-ALT-SEV                   TO ALT-SEVERITY.           15920000
           MOVE WV-ALT-CD                    TO ALT-EVENT-CD.           15930000
           MOVE WV-ALT-TXT                   TO ALT-TEXT.               15940000
           WRITE ALERTFILE-REC.                                         15950000
           CLOSE ALERTFILE.                                             15960000
