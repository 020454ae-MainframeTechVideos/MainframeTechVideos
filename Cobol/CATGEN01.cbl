       ID DIVISION.                                                     00010000
      **************                                                    00020000
                                                                        00030000
       PROGRAM-ID.     CATGEN01.                                        00040000
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
           SELECT  BOKDELTA  ASSIGN         TO UT-S-BOKDELTA.           00310000
           SELECT  CATFILE   ASSIGN         TO UT-S-CATFILE.            00320000
           SELECT  AUDITFILE ASSIGN         TO UT-S-AUDITFILE.          00330000
           SELECT  ALERTFILE ASSIGN         TO UT-S-ALERTFILE.          00340000
                                                                        00350000
       DATA DIVISION.                                                   00360000
      ****************                                                  00370000
                                                                        00380000
       FILE SECTION.                                                    00390000
      *=============                                                    00400000
                                                                        00410000
       FD VALFILE                                                       00420000
              LABEL RECORD STANDARD                                     00430000
              BLOCK 0 RECORDS                                           00440000
              RECORDING MODE IS F.                                      00450000
                                                                        00460000
       01 VALFILE-REC.                                                  00470000
          03 VAL-CARD                          PIC X(80).               00480000
                                                                        00490000
       FD NEWBOOK                                                       00500000
              LABEL RECORD STANDARD                                     00510000
              BLOCK 0 RECORDS                                           00520000
              RECORDING MODE IS F.                                      00530000
                                                                        00540000
       01 NEWBOOK-REC                       PIC X(350).                 00550000
                                                                        00560000
       FD BOKDELTA                                                      00570000
              LABEL RECORD STANDARD                                     00580000
              BLOCK 0 RECORDS                                           00590000
              RECORDING MODE IS F.                                      00600000
                                                                        00610000
       01 BOKDELTA-REC.                                                 00620000
          03 DLT-ACTION                     PIC X(08).                  00630000
          03 DLT-OLD-PRICE                  PIC X(11).                  00640000
          03 DLT-NEW-PRICE                  PIC X(11).                  00650000
          03 DLT-BOOK-REC                   PIC X(350).                 00660000
                                                                        00670000
       FD CATFILE                                                       00680000
              LABEL RECORD STANDARD                                     00690000
              BLOCK 0 RECORDS                                           00700000
              RECORDING MODE IS F.                                      00710000
                                                                        00720000
       01 CATFILE-REC-ZN.                                               00730000
          03 CAT-FTN-CD                     PIC X(02).                  00740000
          03 CAT-REC                        PIC X(798).                 00750000
                                                                        00760000
       FD AUDITFILE                                                     00770000
              LABEL RECORD STANDARD                                     00780000
              BLOCK 0 RECORDS                                           00790000
              RECORDING MODE IS F.                                      00800000
                                                                        00810000
       01 AUDITFILE-REC.                                                00820000
          03 AUD-PGM-NM                        PIC X(08).               00830000
          03 AUD-RUN-DATE                      PIC X(08).               00840000
          03 AUD-READ-CTR                      PIC 9(09).               00850000
          03 AUD-WRITE-CTR                     PIC 9(09).               00860000
          03 AUD-ERROR-CTR                     PIC 9(09).               00870000
                                                                        00880000
       FD ALERTFILE                                                     00890000
              LABEL RECORD STANDARD                                     00900000
              BLOCK 0 RECORDS                                           00910000
              RECORDING MODE IS F.                                      00920000
                                                                        00930000
       01 ALERTFILE-REC.                                                00940000
          03 ALT-PGM-NM                        PIC X(08).               00950000
          03 ALT-TS                            PIC X(14).               00960000
          03 ALT-SEVERITY                      PIC X(01).               00970000
          03 ALT-EVENT-CD                      PIC X(08).               00980000
          03 ALT-TEXT                          PIC X(40).               00990000
          03 FILLER                            PIC X(09).               01000000
                                                                        01010000
       WORKING-STORAGE SECTION.                                         01020000
      *=========================                                        01030000
                                                                        01040000
       01 WS-WA.                                                        01050000
      *---------                                                        01060000
                                                                        01070000
          03 WA-READ-CTR                    PIC S9(09) PACKED-DECIMAL.  01080000
          03 WA-BOOK-CTR                    PIC S9(09) PACKED-DECIMAL.  01090000
          03 WA-ADD-CTR                     PIC S9(09) PACKED-DECIMAL.  01100000
          03 WA-UPD-CTR                     PIC S9(09) PACKED-DECIMAL.  01110000
          03 WA-DEL-CTR                     PIC S9(09) PACKED-DECIMAL.  01120000
          03 WA-PHYS-CTR                    PIC S9(09) PACKED-DECIMAL.  01130000
          03 WA-CONT-CTR                    PIC S9(09) PACKED-DECIMAL.  01140000
          03 WA-NO-ID-CTR                   PIC S9(09) PACKED-DECIMAL.  01150000
          03 WA-BAD-ACT-CTR                 PIC S9(09) PACKED-DECIMAL.  01160000
          03 WA-XML-ERR-CTR                 PIC S9(09) PACKED-DECIMAL.  01170000
                                                                        01180000
       01 WS-CS.                                                        01190000
      *---------                                                        01200000
                                                                        01210000
          03 WC-PGM-NM                      PIC X(08) VALUE 'CATGEN01'. 01220000
          03 WC-PCS-NM                      PIC X(40) VALUE             01230000
             'STOREFRONT BOOK CATALOG XML PUBLISH'.                     01240000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        01250000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        01260000
          03 WC-ONE                         PIC 9(01) VALUE 1.          01270000
          03 WC-MODE-FULL                   PIC X(08) VALUE 'FULL'.     01280000
          03 WC-MODE-CHG                    PIC X(08) VALUE 'CHANGES'.  01290000
          03 WC-DLT-NEW                     PIC X(08) VALUE 'NEW     '. 01300000
          03 WC-DLT-DROP                    PIC X(08) VALUE 'DROPPED '. 01310000
          03 WC-DLT-PRICE                   PIC X(08) VALUE 'PRICECHG'. 01320000
          03 WC-CAT-ADD                     PIC X(06) VALUE 'add'.      01330000
          03 WC-CAT-UPD                     PIC X(06) VALUE 'update'.   01340000
          03 WC-CAT-DEL                     PIC X(06) VALUE 'delete'.   01350000
          03 WC-FTN-02                      PIC X(02) VALUE '02'.       01360000
          03 WC-FTN-CN-CD                   PIC X(02) VALUE 'CN'.       01370000
          03 WC-FEED-HDR-ID                 PIC X(02) VALUE 'HD'.       01380000
          03 WC-FEED-TRL-ID                 PIC X(02) VALUE 'TR'.       01390000
          03 WC-CHUNK-MAX                   PIC 9(03) VALUE 798.        01400000
                                                                        01410000
       01 WS-WV.                                                        01420000
      *---------                                                        01430000
                                                                        01440000
          03 WV-MODE                        PIC X(08).                  01450000
          03 WV-PARM-KEY                    PIC X(20).                  01460000
          03 WV-PARM-VAL                    PIC X(20).                  01470000
          03 WV-PARM-LINE-CTR               PIC 9(03).                  01480000
          03 WV-BOOK-REC.                                               01490000
             05 WV-ID                       PIC X(05).                  01500000
             05 WV-AUTHOR                   PIC X(25) OCCURS 5 TIMES.   01510000
             05 WV-TITLE                    PIC X(25).                  01520000
             05 WV-GENRE                    PIC X(20).                  01530000
             05 WV-PRICE                    PIC X(11).                  01540000
             05 WV-PUB-DT                   PIC X(10).                  01550000
             05 WV-DESC                     PIC X(120).                 01560000
             05 FILLER                      PIC X(34).                  01570000
          03 WV-XML-DOC                     PIC X(1600).                01580000
          03 WV-XML-LEN                     PIC S9(05) BINARY.          01590000
          03 WV-XML-CODE                    PIC S9(09) BINARY.          01600000
          03 WV-CHUNK-POS                   PIC S9(05) BINARY.          01610000
          03 WV-CHUNK-LEN                   PIC S9(05) BINARY.          01620000
          03 WV-CHUNK-FTN                   PIC X(02).                  01630000
          03 WV-TRL-CNT                     PIC 9(09).                  01640000
                                                                        01650000
       01 WS-CAT.                                                       01660000
      *----------                                                       01670000
                                                                        01680000
          03 WV-CAT-BOOK.                                               01690000
             05 WV-CAT-ID                   PIC X(05).                  01700000
             05 WV-CAT-ACTION               PIC X(06).                  01710000
             05 WV-CAT-AUTHOR-1             PIC X(25).                  01720000
             05 WV-CAT-AUTHOR-2             PIC X(25).                  01730000
             05 WV-CAT-AUTHOR-3             PIC X(25).                  01740000
             05 WV-CAT-AUTHOR-4             PIC X(25).                  01750000
             05 WV-CAT-AUTHOR-5             PIC X(25).                  01760000
             05 WV-CAT-TITLE                PIC X(25).                  01770000
             05 WV-CAT-GENRE                PIC X(20).                  01780000
             05 WV-CAT-PRICE                PIC ZZZZZ9.99.              01790000
             05 WV-CAT-PUB-DT               PIC X(10).                  01800000
             05 WV-CAT-DESC                 PIC X(120).                 01810000
                                                                        01820000
       01 WS-ALERT.                                                     01830000
      *------------                                                     01840000
                                                                        01850000
          03 WV-ALT-SEV                     PIC X(01).                  01860000
          03 WV-ALT-CD                      PIC X(08).                  01870000
          03 WV-ALT-TXT                     PIC X(40).                  01880000
                                                                        01890000
       01 WS-WI.                                                        01900000
      *---------                                                        01910000
                                                                        01920000
          03 WI-EOF-VALFILE                 PIC X(01).                  01930000
          03 WI-EOF-INPUT                   PIC X(01).                  01940000
          03 WI-PARM-ERR                    PIC X(01).                  01950000
                                                                        01960000
       PROCEDURE DIVISION.                                              01970000
      ********************                                              01980000
                                                                        01990000
           PERFORM A010-STT-CAT-PCS.                                    02000000
           PERFORM A020-PCS-BOOK-REC                                    02010000
                   UNTIL WI-EOF-INPUT = HIGH-VALUES.                    02020000
           PERFORM A030-END-CAT-PCS.                                    02030000
           STOP RUN.                                                    02040000
                                                                        02050000
      **************************** LEVEL A *****************************02060000
                                                                        02070000
       A010-STT-CAT-PCS.                                                02080000
      *------------------                                               02090000
                                                                        02100000
           PERFORM Z030-INIT-FLDS.                                      02110000
           PERFORM Z015-READ-VAL-SW.                                    02120000
           IF WI-PARM-ERR = WC-IC-ON                                    02130000
              DISPLAY 'RUN REFUSED - PARAMETER ERRORS'                  02140000
              MOVE 8                        TO RETURN-CODE              02150000
              MOVE HIGH-VALUES              TO WI-EOF-INPUT             02160000
           ELSE                                                         02170000
              PERFORM Z010-OPN-FILES                                    02180000
              PERFORM Z035-WRITE-FEED-HDR                               02190000
              PERFORM Z040-READ-INPUT                                   02200000
           END-IF.                                                      02210000
                                                                        02220000
       A020-PCS-BOOK-REC.                                               02230000
      *-------------------                                              02240000
                                                                        02250000
           IF WV-MODE = WC-MODE-CHG                                     02260000
              PERFORM B020-PCS-DELTA-REC                                02270000
           ELSE                                                         02280000
              MOVE NEWBOOK-REC              TO WV-BOOK-REC              02290000
              MOVE SPACES                   TO WV-CAT-ACTION            02300000
              PERFORM B010-PUBLISH-BOOK                                 02310000
           END-IF.                                                      02320000
           PERFORM Z040-READ-INPUT.                                     02330000
                                                                        02340000
       A030-END-CAT-PCS.                                                02350000
      *------------------                                               02360000
                                                                        02370000
           IF WI-PARM-ERR = WC-IC-OFF                                   02380000
              PERFORM Z036-WRITE-FEED-TRL                               02390000
              PERFORM Z020-CLS-FILES                                    02400000
           END-IF.                                                      02410000
           IF WA-NO-ID-CTR > ZERO                                       02420000
              OR WA-BAD-ACT-CTR > ZERO                                  02430000
              IF RETURN-CODE < 4                                        02440000
                 MOVE 4                     TO RETURN-CODE              02450000
              END-IF                                                    02460000
           END-IF.                                                      02470000
           IF WA-XML-ERR-CTR > ZERO                                     02480000
              MOVE 8                        TO RETURN-CODE              02490000
              MOVE 'H'                      TO WV-ALT-SEV               02500000
              MOVE 'CATXMLER'               TO WV-ALT-CD                02510000
              MOVE 'BOOKS DROPPED FROM CATALOG - XML ERROR'             02520000
                                            TO WV-ALT-TXT               02530000
              PERFORM Z998-WRITE-ALERT-REC                              02540000
           END-IF.                                                      02550000
           PERFORM Z990-PCS-CTRS.                                       02560000
           PERFORM Z997-WRITE-AUDIT-REC.                                02570000
                                                                        02580000
      **************************** LEVEL B *****************************02590000
                                                                        02600000
       B010-PUBLISH-BOOK.                                               02610000
      *-------------------                                              02620000
                                                                        02630000
           IF WV-ID = SPACES                                            02640000
              DISPLAY 'BOOK RECORD WITHOUT ID SKIPPED, TITLE:'          02650000
                      WV-TITLE                                          02660000
              ADD WC-ONE                    TO WA-NO-ID-CTR             02670000
           ELSE                                                         02680000
              PERFORM Z045-BUILD-CAT-BOOK                               02690000
              PERFORM Z050-GEN-XML                                      02700000
              IF WV-XML-CODE = ZERO                                     02710000
                 PERFORM Z055-WRITE-XML-DOC                             02720000
                 ADD WC-ONE                 TO WA-BOOK-CTR              02730000
                 EVALUATE WV-CAT-ACTION                                 02740000
                     WHEN WC-CAT-ADD                                    02750000
                          ADD WC-ONE        TO WA-ADD-CTR               02760000
                     WHEN WC-CAT-UPD                                    02770000
                          ADD WC-ONE        TO WA-UPD-CTR               02780000
                     WHEN WC-CAT-DEL                                    02790000
                          ADD WC-ONE        TO WA-DEL-CTR               02800000
                     WHEN OTHER                                         02810000
                          CONTINUE                                      02820000
                 END-EVALUATE                                           02830000
              ELSE                                                      02840000
                 DISPLAY 'ERROR IN XML GENERATE: ' WV-XML-CODE          02850000
                         ' BOOK ID:' WV-ID                              02860000
                 ADD WC-ONE                 TO WA-XML-ERR-CTR           02870000
              END-IF                                                    02880000
           END-IF.                                                      02890000
                                                                        02900000
       B020-PCS-DELTA-REC.                                              02910000
      *--------------------                                             02920000
                                                                        02930000
           MOVE DLT-BOOK-REC                TO WV-BOOK-REC.             02940000
           EVALUATE DLT-ACTION                                          02950000
               WHEN WC-DLT-NEW                                          02960000
                    MOVE WC-CAT-ADD         TO WV-CAT-ACTION            02970000
                    PERFORM B010-PUBLISH-BOOK                           02980000
               WHEN WC-DLT-PRICE                                        02990000
                    MOVE WC-CAT-UPD         TO WV-CAT-ACTION            03000000
                    PERFORM B010-PUBLISH-BOOK                           03010000
               WHEN WC-DLT-DROP                                         03020000
                    MOVE WC-CAT-DEL         TO WV-CAT-ACTION            03030000
                    PERFORM B010-PUBLISH-BOOK                           03040000
               WHEN OTHER                                               03050000
                    DISPLAY 'UNKNOWN DELTA ACTION ' DLT-ACTION          03060000
                            ' BOOK ID:' WV-ID                           03070000
                    ADD WC-ONE              TO WA-BAD-ACT-CTR           03080000
           END-EVALUATE.                                                03090000
                                                                        03100000
      **************************** LEVEL Z *****************************03110000
                                                                        03120000
       Z010-OPN-FILES.                                                  03130000
      *----------------                                                 03140000
                                                                        03150000
           IF WV-MODE = WC-MODE-CHG                                     03160000
              OPEN INPUT  BOKDELTA                                      03170000
           ELSE                                                         03180000
              OPEN INPUT  NEWBOOK                                       03190000
           END-IF.                                                      03200000
           OPEN OUTPUT CATFILE.                                         03210000
                                                                        03220000
       Z015-READ-VAL-SW.                                                03230000
      *------------------                                               03240000
                                                                        03250000
           MOVE WC-MODE-FULL                TO WV-MODE.                 03260000
           MOVE ZERO                        TO WV-PARM-LINE-CTR.        03270000
           MOVE WC-IC-OFF                   TO WI-PARM-ERR.             03280000
           MOVE LOW-VALUES                  TO WI-EOF-VALFILE.          03290000
           OPEN INPUT  VALFILE.                                         03300000
           PERFORM Z016-PCS-PARM-CARD                                   03310000
                   UNTIL WI-EOF-VALFILE = HIGH-VALUES.                  03320000
           CLOSE VALFILE.                                               03330000
           PERFORM Z019-ECHO-PARMS.                                     03340000
                                                                        03350000
       Z016-PCS-PARM-CARD.                                              03360000
      *--------------------                                             03370000
                                                                        03380000
           READ VALFILE                                                 03390000
             AT END                                                     03400000
                MOVE HIGH-VALUES            TO WI-EOF-VALFILE           03410000
           END-READ.                                                    03420000
           IF WI-EOF-VALFILE = LOW-VALUES                               03430000
              ADD 1                         TO WV-PARM-LINE-CTR         03440000
              IF VAL-CARD = SPACES                                      03450000
                 CONTINUE                                               03460000
              ELSE                                                      03470000
                 MOVE SPACES                TO WV-PARM-KEY              03480000
                                               WV-PARM-VAL              03490000
                 UNSTRING VAL-CARD          DELIMITED BY '='            03500000
                     INTO WV-PARM-KEY                                   03510000
                          WV-PARM-VAL                                   03520000
                 END-UNSTRING                                           03530000
                 PERFORM Z017-APPLY-PARM                                03540000
              END-IF                                                    03550000
           END-IF.                                                      03560000
                                                                        03570000
       Z017-APPLY-PARM.                                                 03580000
      *-----------------                                                03590000
                                                                        03600000
           EVALUATE WV-PARM-KEY                                         03610000
               WHEN 'MODE'                                              03620000
                    IF WV-PARM-VAL = WC-MODE-FULL                       03630000
                       OR WV-PARM-VAL = WC-MODE-CHG                     03640000
                       MOVE WV-PARM-VAL     TO WV-MODE                  03650000
                    ELSE                                                03660000
                       PERFORM Z018-FLAG-PARM-ERR                       03670000
                    END-IF                                              03680000
               WHEN OTHER                                               03690000
                    PERFORM Z018-FLAG-PARM-ERR                          03700000
           END-EVALUATE.                                                03710000
                                                                        03720000
       Z018-FLAG-PARM-ERR.                                              03730000
      *--------------------                                             03740000
                                                                        03750000
           DISPLAY 'BAD PARAMETER CARD, LINE ' WV-PARM-LINE-CTR         03760000
                   ': ' VAL-CARD (1:40).                                03770000
           MOVE WC-IC-ON                    TO WI-PARM-ERR.             03780000
                                                                        03790000
       Z019-ECHO-PARMS.                                                 03800000
      *-----------------                                                03810000
                                                                        03820000
           DISPLAY 'RESOLVED RUN PARAMETERS:'.                          03830000
           DISPLAY '  MODE             = ' WV-MODE.                     03840000
                                                                        03850000
       Z020-CLS-FILES.                                                  03860000
      *----------------                                                 03870000
                                                                        03880000
           IF WV-MODE = WC-MODE-CHG                                     03890000
              CLOSE BOKDELTA                                            03900000
           ELSE                                                         03910000
              CLOSE NEWBOOK                                             03920000
           END-IF.                                                      03930000
           CLOSE CATFILE.                                               03940000
                                                                        03950000
       Z030-INIT-FLDS.                                                  03960000
      *----------------                                                 03970000
                                                                        03980000
           INITIALIZE WS-WA                                             03990000
                      WS-WV.                                            04000000
           MOVE LOW-VALUES                  TO WI-EOF-INPUT.            04010000
                                                                        04020000
       Z035-WRITE-FEED-HDR.                                             04030000
      *---------------------                                            04040000
                                                                        04050000
           MOVE SPACES                      TO CATFILE-REC-ZN.          04060000
           MOVE WC-FEED-HDR-ID              TO CAT-FTN-CD.              04070000
           MOVE FUNCTION CURRENT-DATE (1:8) TO CAT-REC (1:8).           04080000
           MOVE WC-PGM-NM                   TO CAT-REC (9:8).           04090000
           MOVE WV-MODE                     TO CAT-REC (17:8).          04100000
           WRITE CATFILE-REC-ZN.                                        04110000
           ADD WC-ONE                       TO WA-PHYS-CTR.             04120000
                                                                        04130000
       Z036-WRITE-FEED-TRL.                                             04140000
      *---------------------                                            04150000
                                                                        04160000
           MOVE WA-BOOK-CTR                 TO WV-TRL-CNT.              04170000
           MOVE SPACES                      TO CATFILE-REC-ZN.          04180000
           MOVE WC-FEED-TRL-ID              TO CAT-FTN-CD.              04190000
           MOVE WV-TRL-CNT                  TO CAT-REC (1:9).           04200000
           WRITE CATFILE-REC-ZN.                                        04210000
           ADD WC-ONE                       TO WA-PHYS-CTR.             04220000
                                                                        04230000
       Z040-READ-INPUT.                                                 04240000
      *-----------------                                                04250000
                                                                        04260000
           IF WV-MODE = WC-MODE-CHG                                     04270000
              READ BOKDELTA                                             04280000
                AT END                                                  04290000
                   MOVE HIGH-VALUES         TO WI-EOF-INPUT             04300000
              END-READ                                                  04310000
           ELSE                                                         04320000
              READ NEWBOOK                                              04330000
                AT END                                                  04340000
                   MOVE HIGH-VALUES         TO WI-EOF-INPUT             04350000
              END-READ                                                  04360000
           END-IF.                                                      04370000
           IF WI-EOF-INPUT = LOW-VALUES                                 04380000
              ADD WC-ONE                    TO WA-READ-CTR              04390000
           END-IF.                                                      04400000
                                                                        04410000
       Z045-BUILD-CAT-BOOK.                                             04420000
      *---------------------                                            04430000
                                                                        04440000
           MOVE WV-ID                       TO WV-CAT-ID.               04450000
           MOVE WV-AUTHOR (1)               TO WV-CAT-AUTHOR-1.         04460000
           MOVE WV-AUTHOR (2)               TO WV-CAT-AUTHOR-2.         04470000
           MOVE WV-AUTHOR (3)               TO WV-CAT-AUTHOR-3.         04480000
           MOVE WV-AUTHOR (4)               TO WV-CAT-AUTHOR-4.         04490000
           MOVE WV-AUTHOR (5)               TO WV-CAT-AUTHOR-5.         04500000
           MOVE WV-TITLE                    TO WV-CAT-TITLE.            04510000
           MOVE WV-GENRE                    TO WV-CAT-GENRE.            04520000
           IF WV-PRICE = SPACES                                         04530000
              MOVE ZERO                     TO WV-CAT-PRICE             04540000
           ELSE                                                         04550000
              COMPUTE WV-CAT-PRICE =                                    04560000
                      FUNCTION NUMVAL-C(WV-PRICE)                       04570000
           END-IF.                                                      04580000
           MOVE WV-PUB-DT                   TO WV-CAT-PUB-DT.           04590000
           MOVE WV-DESC                     TO WV-CAT-DESC.             04600000
                                                                        04610000
       Z050-GEN-XML.                                                    04620000
      *--------------                                                   04630000
                                                                        04640000
           MOVE SPACES                      TO WV-XML-DOC.              04650000
           MOVE ZERO                        TO WV-XML-LEN               04660000
                                               WV-XML-CODE.             04670000
           XML GENERATE WV-XML-DOC FROM WV-CAT-BOOK                     04680000
                  COUNT IN WV-XML-LEN                                   04690000
                   NAME OF  WV-CAT-BOOK     IS "book"                   04700000
                            WV-CAT-ID       IS "id"                     04710000
                            WV-CAT-ACTION   IS "action"                 04720000
                            WV-CAT-AUTHOR-1 IS "author"                 04730000
                            WV-CAT-AUTHOR-2 IS "author"                 04740000
                            WV-CAT-AUTHOR-3 IS "author"                 04750000
                            WV-CAT-AUTHOR-4 IS "author"                 04760000
                            WV-CAT-AUTHOR-5 IS "author"                 04770000
                            WV-CAT-TITLE    IS "title"                  04780000
                            WV-CAT-GENRE    IS "genre"                  04790000
                            WV-CAT-PRICE    IS "price"                  04800000
                            WV-CAT-PUB-DT   IS "publish_date"           04810000
                            WV-CAT-DESC     IS "description"            04820000
                   TYPE OF  WV-CAT-ID       IS ATTRIBUTE                04830000
                            WV-CAT-ACTION   IS ATTRIBUTE                04840000
                   SUPPRESS                                             04850000
                            WV-CAT-ACTION   WHEN SPACES                 04860000
                            EVERY NONNUMERIC ELEMENT WHEN SPACES        04870000
                     ON EXCEPTION                                       04880000
                            MOVE XML-CODE   TO WV-XML-CODE              04890000
                NOT  ON EXCEPTION                                       04900000
                            MOVE ZERO       TO WV-XML-CODE              04910000
           END-XML.                                                     04920000
                                                                        04930000
       Z055-WRITE-XML-DOC.                                              04940000
      *--------------------                                             04950000
                                                                        04960000
           MOVE 1                           TO WV-CHUNK-POS.            04970000
           MOVE WC-FTN-02                   TO WV-CHUNK-FTN.            04980000
           PERFORM Z056-WRITE-XML-CHUNK                                 04990000
                   UNTIL WV-CHUNK-POS > WV-XML-LEN.                     05000000
                                                                        05010000
       Z056-WRITE-XML-CHUNK.                                            05020000
      *----------------------                                           05030000
                                                                        05040000
           COMPUTE WV-CHUNK-LEN = WV-XML-LEN - WV-CHUNK-POS + 1         05050000
           END-COMPUTE.                                                 05060000
           IF WV-CHUNK-LEN > WC-CHUNK-MAX                               05070000
              MOVE WC-CHUNK-MAX             TO WV-CHUNK-LEN             05080000
              PERFORM Z057-BACK-OFF-SPACE                               05090000
                      UNTIL WV-XML-DOC (WV-CHUNK-POS + WV-CHUNK-LEN     05100000
                                        - 1:1) NOT = SPACE              05110000
           END-IF.                                                      05120000
           MOVE SPACES                      TO CATFILE-REC-ZN.          05130000
           MOVE WV-CHUNK-FTN                TO CAT-FTN-CD.              05140000
           MOVE WV-XML-DOC (WV-CHUNK-POS:WV-CHUNK-LEN)                  05150000
                                            TO CAT-REC.                 05160000
           WRITE CATFILE-REC-ZN.                                        05170000
           ADD WC-ONE                       TO WA-PHYS-CTR.             05180000
           IF WV-CHUNK-FTN = WC-FTN-CN-CD                               05190000
              ADD WC-ONE                    TO WA-CONT-CTR              05200000
           END-IF.                                                      05210000
           ADD WV-CHUNK-LEN                 TO WV-CHUNK-POS.            05220000
           MOVE WC-FTN-CN-CD                TO WV-CHUNK-FTN.            05230000
                                                                        05240000
       Z057-BACK-OFF-SPACE.                                             05250000
      *---------------------                                            05260000
                                                                        05270000
           SUBTRACT 1                       FROM WV-CHUNK-LEN.          05280000
                                                                        05290000
       Z990-PCS-CTRS.                                                   05300000
      *---------------                                                  05310000
                                                                        05320000
           DISPLAY 'CATALOG MODE                   :-' WV-MODE.         05330000
           DISPLAY 'NUMBER OF INPUT RECORDS READ   :-' WA-READ-CTR.     05340000
           DISPLAY 'NUMBER OF BOOKS PUBLISHED      :-' WA-BOOK-CTR.     05350000
           IF WV-MODE = WC-MODE-CHG                                     05360000
              DISPLAY 'NUMBER OF BOOKS ADDED          :-' WA-ADD-CTR    05370000
              DISPLAY 'NUMBER OF BOOKS UPDATED        :-' WA-UPD-CTR    05380000
              DISPLAY 'NUMBER OF BOOKS DELETED        :-' WA-DEL-CTR    05390000
              DISPLAY 'NUMBER OF UNKNOWN ACTIONS      :-'               05400000
                       WA-BAD-ACT-CTR                                   05410000
           END-IF.                                                      05420000
           DISPLAY 'NUMBER OF RECORDS WITHOUT ID   :-' WA-NO-ID-CTR.    05430000
           DISPLAY 'NUMBER OF XML GENERATE ERRORS  :-' WA-XML-ERR-CTR.  05440000
           DISPLAY 'NUMBER OF CATFILE RECORDS      :-' WA-PHYS-CTR.     05450000
           DISPLAY 'NUMBER OF CONTINUATION RECORDS :-' WA-CONT-CTR.     05460000
                                                                        05470000
       Z997-WRITE-AUDIT-REC.                                            05480000
      *----------------------                                           05490000
                                                                        05500000
           OPEN EXTEND AUDITFILE.                                       05510000
           INITIALIZE AUDITFILE-REC.                                    05520000
           MOVE WC-PGM-NM                    TO AUD-PGM-NM.             05530000
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-RUN-DATE.           05540000
           MOVE WA-READ-CTR                  TO AUD-READ-CTR.           05550000
           MOVE WA-BOOK-CTR                  TO AUD-WRITE-CTR.          05560000
           COMPUTE AUD-ERROR-CTR = WA-NO-ID-CTR + WA-BAD-ACT-CTR        05570000
                                 + WA-XML-ERR-CTR                       05580000
           END-COMPUTE.                                                 05590000
           WRITE AUDITFILE-REC.                                         05600000
           CLOSE AUDITFILE.                                             05610000
                                                                        05620000
       Z998-WRITE-ALERT-REC.                                            05630000
      *----------------------                                           05640000
                                                                        05650000
           OPEN EXTEND ALERTFILE.                                       05660000
           MOVE SPACES                       TO ALERTFILE-REC.          05670000
           MOVE WC-PGM-NM                    TO ALT-PGM-NM.             05680000
           MOVE FUNCTION CURRENT-DATE (1:14) TO ALT-TS.                 05690000
           MOVE WV-ALT-SEV                   TO ALT-SEVERITY.           05700000
           MOVE WV-ALT-CD                    TO ALT-EVENT-CD.           05710000
           MOVE WV-ALT-TXT                   TO ALT-TEXT.               05720000
           WRITE ALERTFILE-REC.                                         05730000
           CLOSE ALERTFILE.                                             05740000
