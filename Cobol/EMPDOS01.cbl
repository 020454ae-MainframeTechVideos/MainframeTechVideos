       ID DIVISION.                                                     00010000
      **************                                                    00020000
                                                                        00030000
       PROGRAM-ID.     EMPDOS01.                                        00040000
                                                                        00050000
       AUTHOR.         MAINFRAMETECHVIDEOS.                             00060000
                                                                        00070000
       DATE-WRITTEN.   2026/10/14.                                      00080000
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
           SELECT  DOSCARD   ASSIGN         TO UT-S-DOSCARD.            00290000
           SELECT  NEWMSTR   ASSIGN         TO UT-S-NEWMSTR.            00300000
           SELECT  DEPTFILE  ASSIGN         TO UT-S-DEPTFILE.           00310000
           SELECT  CHGHIST   ASSIGN         TO UT-S-CHGHIST.            00320000
           SELECT  PAYFILE   ASSIGN         TO UT-S-PAYFILE.            00330000
           SELECT  ERRFILE   ASSIGN         TO UT-S-ERRFILE.            00340000
           SELECT  REJFILE   ASSIGN         TO UT-S-REJFILE.            00350000
           SELECT  DOSRPT    ASSIGN         TO UT-S-DOSRPT.             00360000
           SELECT  AUDITFILE ASSIGN         TO UT-S-AUDITFILE.          00370000
           SELECT  ALERTFILE ASSIGN         TO UT-S-ALERTFILE.          00380000
                                                                        00390000
       DATA DIVISION.                                                   00400000
      ****************                                                  00410000
                                                                        00420000
       FILE SECTION.                                                    00430000
      *=============                                                    00440000
                                                                        00450000
       FD DOSCARD                                                       00460000
              LABEL RECORD STANDARD                                     00470000
              BLOCK 0 RECORDS                                           00480000
              RECORDING MODE IS F.                                      00490000
                                                                        00500000
       01 DOSCARD-REC.                                                  00510000
          03 DOS-SEL-TYPE                   PIC X(01).                  00520000
          03 DOS-SEL-VAL                    PIC X(10).                  00530000
          03 FILLER                         PIC X(69).                  00540000
                                                                        00550000
       FD NEWMSTR                                                       00560000
              LABEL RECORD STANDARD                                     00570000
              BLOCK 0 RECORDS                                           00580000
              RECORDING MODE IS F.                                      00590000
                                                                        00600000
       01 MST-REC.                                                      00610000
          03 MST-FTN-CD                     PIC X(02).                  00620000
          03 MST-EMP-DPT                    PIC X(03).                  00630000
          03 MST-EMP-NAME                   PIC X(20).                  00640000
          03 MST-EMP-ID                     PIC X(10).                  00650000
          03 FILLER                         PIC X(165).                 00660000
                                                                        00670000
       FD DEPTFILE                                                      00680000
              LABEL RECORD STANDARD                                     00690000
              BLOCK 0 RECORDS                                           00700000
              RECORDING MODE IS F.                                      00710000
                                                                        00720000
       01 DEPTFILE-REC.                                                 00730000
          03 DEPT-CD                           PIC X(03).               00740000
          03 DEPT-NM                           PIC X(30).               00750000
          03 FILLER                            PIC X(47).               00760000
                                                                        00770000
       FD CHGHIST                                                       00780000
              LABEL RECORD STANDARD                                     00790000
              BLOCK 0 RECORDS                                           00800000
              RECORDING MODE IS F.                                      00810000
                                                                        00820000
       01 CHGHIST-REC.                                                  00830000
          03 CHG-EMP-ID                        PIC X(10).               00840000
          03 CHG-FLD-NM                        PIC X(15).               00850000
          03 CHG-OLD-VAL                       PIC X(20).               00860000
          03 CHG-NEW-VAL                       PIC X(20).               00870000
          03 CHG-RUN-DATE                      PIC X(08).               00880000
          03 FILLER                            PIC X(07).               00890000
                                                                        00900000
       FD PAYFILE                                                       00910000
              LABEL RECORD STANDARD                                     00920000
              BLOCK 0 RECORDS                                           00930000
              RECORDING MODE IS F.                                      00940000
                                                                        00950000
       01 PAYFILE-REC.                                                  00960000
          03 PAY-REC-TYPE                   PIC X(01).                  00970000
          03 PAY-EMP-ID                     PIC X(10).                  00980000
          03 PAY-EMP-DPT                    PIC X(03).                  00990000
          03 PAY-TYPE                       PIC X(03).                  01000000
          03 PAY-PERIOD                     PIC X(06).                  01010000
          03 PAY-GROSS                      PIC 9(09)V99.               01020000
          03 FILLER                         PIC X(46).                  01030000
                                                                        01040000
       FD ERRFILE                                                       01050000
              LABEL RECORD STANDARD                                     01060000
              BLOCK 0 RECORDS                                           01070000
              RECORDING MODE IS F.                                      01080000
                                                                        01090000
       01 ERRFILE-REC.                                                  01100000
          03 ERR-FTN-CD                     PIC X(02).                  01110000
          03 ERR-EMP-ID                     PIC X(10).                  01120000
          03 ERR-EMP-NAME                   PIC X(20).                  01130000
          03 ERR-XML-CODE                   PIC X(10).                  01140000
          03 ERR-RUN-TS                     PIC X(14).                  01150000
          03 ERR-AGE-CNT                    PIC 9(03).                  01160000
          03 FILLER                         PIC X(141).                 01170000
                                                                        01180000
       FD REJFILE                                                       01190000
              LABEL RECORD STANDARD                                     01200000
              BLOCK 0 RECORDS                                           01210000
              RECORDING MODE IS F.                                      01220000
                                                                        01230000
       01 REJ-REC.                                                      01240000
          03 REJ-FTN-CD                     PIC X(02).                  01250000
          03 REJ-EMP-DPT                    PIC X(03).                  01260000
          03 REJ-EMP-NAME                   PIC X(20).                  01270000
          03 REJ-EMP-ID                     PIC X(10).                  01280000
          03 FILLER                         PIC X(165).                 01290000
                                                                        01300000
       FD DOSRPT                                                        01310000
              LABEL RECORD STANDARD                                     01320000
              BLOCK 0 RECORDS                                           01330000
              RECORDING MODE IS F.                                      01340000
                                                                        01350000
       01 RPT-REC                           PIC X(132).                 01360000
                                                                        01370000
       FD AUDITFILE                                                     01380000
              LABEL RECORD STANDARD                                     01390000
              BLOCK 0 RECORDS                                           01400000
              RECORDING MODE IS F.                                      01410000
                                                                        01420000
       01 AUDITFILE-REC.                                                01430000
          03 AUD-PGM-NM                        PIC X(08).               01440000
          03 AUD-RUN-DATE                      PIC X(08).               01450000
          03 AUD-READ-CTR                      PIC 9(09).               01460000
          03 AUD-WRITE-CTR                     PIC 9(09).               01470000
          03 AUD-ERROR-CTR                     PIC 9(09).               01480000
                                                                        01490000
       FD ALERTFILE                                                     01500000
              LABEL RECORD STANDARD                                     01510000
              BLOCK 0 RECORDS                                           01520000
              RECORDING MODE IS F.                                      01530000
                                                                        01540000
       01 ALERTFILE-REC.                                                01550000
          03 ALT-PGM-NM                        PIC X(08).               01560000
          03 ALT-TS                            PIC X(14).               01570000
          03 ALT-SEVERITY                      PIC X(01).               01580000
          03 ALT-EVENT-CD                      PIC X(08).               01590000
          03 ALT-TEXT                          PIC X(40).               01600000
          03 FILLER                            PIC X(09).               01610000
                                                                        01620000
       WORKING-STORAGE SECTION.                                         01630000
      *=========================                                        01640000
                                                                        01650000
       01 WS-WA.                                                        01660000
      *---------                                                        01670000
                                                                        01680000
          03 WA-CARD-READ-CTR               PIC S9(09) PACKED-DECIMAL.  01690000
          03 WA-CARD-BAD-CTR                PIC S9(09) PACKED-DECIMAL.  01700000
          03 WA-MST-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01710000
          03 WA-CHG-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01720000
          03 WA-PAY-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01730000
          03 WA-ERR-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01740000
          03 WA-REJ-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01750000
          03 WA-DOSSIER-CTR                 PIC S9(09) PACKED-DECIMAL.  01760000
          03 WA-NOTFND-CTR                  PIC S9(09) PACKED-DECIMAL.  01770000
          03 WA-TBLFULL-CTR                 PIC S9(09) PACKED-DECIMAL.  01780000
          03 WA-EVT-SEQ                     PIC S9(05) PACKED-DECIMAL.  01790000
          03 WA-RPT-LINE-CTR                PIC S9(03) PACKED-DECIMAL.  01800000
          03 WA-RPT-PAGE-CTR                PIC S9(05) PACKED-DECIMAL.  01810000
                                                                        01820000
       01 WS-CS.                                                        01830000
      *---------                                                        01840000
                                                                        01850000
          03 WC-PGM-NM                      PIC X(08) VALUE 'EMPDOS01'. 01860000
          03 WC-PCS-NM                      PIC X(40) VALUE             01870000
             'EMPLOYEE DOSSIER INQUIRY'.                                01880000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        01890000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        01900000
          03 WC-ONE                         PIC 9(01) VALUE 1.          01910000
          03 WC-REC-TYPE-DTL                PIC X(01) VALUE 'D'.        01920000
          03 WC-SEL-EMP                     PIC X(01) VALUE 'E'.        01930000
          03 WC-SEL-DEPT                    PIC X(01) VALUE 'D'.        01940000
          03 WC-FTN-03                      PIC X(02) VALUE '03'.       01950000
          03 WC-SRC-CHG                     PIC X(01) VALUE '1'.        01960000
          03 WC-SRC-PAY                     PIC X(01) VALUE '2'.        01970000
          03 WC-SRC-ERR                     PIC X(01) VALUE '3'.        01980000
          03 WC-SRC-REJ                     PIC X(01) VALUE '4'.        01990000
          03 WC-DEPT-REF-MAX                PIC 9(03) VALUE 50.         02000000
          03 WC-CARD-MAX                    PIC 9(03) VALUE 100.        02010000
          03 WC-TGT-MAX                     PIC 9(03) VALUE 200.        02020000
          03 WC-EVT-MAX                     PIC 9(05) VALUE 5000.       02030000
          03 WC-RPT-MAX-LINE                PIC 9(03) VALUE 55.         02040000
                                                                        02050000
       01 WS-WV.                                                        02060000
      *---------                                                        02070000
                                                                        02080000
          03 WV-HOLD-MST-REC                PIC X(200).                 02090000
          03 WV-HOLD-MST-DTL REDEFINES WV-HOLD-MST-REC.                 02100000
             05 WV-MS-FTN-CD                PIC X(02).                  02110000
             05 WV-MS-EMP-DPT               PIC X(03).                  02120000
             05 WV-MS-EMP-NAME              PIC X(20).                  02130000
             05 WV-MS-EMP-ID                PIC X(10).                  02140000
             05 WV-MS-EMP-DESG              PIC X(20).                  02150000
             05 WV-MS-EMP-JOIN-YR           PIC X(04).                  02160000
             05 WV-MS-EMP-SALARY            PIC X(09).                  02170000
             05 WV-MS-EMP-SALARY-9 REDEFINES WV-MS-EMP-SALARY           02180000
                                            PIC 9(09).                  02190000
             05 WV-MS-EMP-STREET            PIC X(10).                  02200000
             05 WV-MS-EMP-ZIP               PIC X(06).                  02210000
             05 WV-MS-EMP-CITY              PIC X(10).                  02220000
             05 WV-MS-EMP-STATE             PIC X(10).                  02230000
             05 WV-MS-EMP-SKILL             PIC X(10).                  02240000
             05 FILLER                      PIC X(86).                  02250000
          03 WV-HOLD-MST-CON REDEFINES WV-HOLD-MST-REC.                 02260000
             05 FILLER                      PIC X(59).                  02270000
             05 WV-MS3-EMP-STREET           PIC X(10).                  02280000
             05 WV-MS3-EMP-ZIP              PIC X(06).                  02290000
             05 WV-MS3-EMP-CITY             PIC X(10).                  02300000
             05 WV-MS3-EMP-STATE            PIC X(10).                  02310000
             05 WV-MS3-EMP-RATE             PIC X(07).                  02320000
             05 WV-MS3-EMP-RATE-9 REDEFINES WV-MS3-EMP-RATE             02330000
                                            PIC 9(05)V99.               02340000
             05 WV-MS3-EMP-CONTRACT-END     PIC X(10).                  02350000
             05 FILLER                      PIC X(88).                  02360000
          03 WV-KEY-ID                      PIC X(10).                  02370000
          03 WV-DEPT-KEY                    PIC X(03).                  02380000
          03 WV-DEPT-NM                     PIC X(30).                  02390000
          03 WV-DEPT-REF-CNT                PIC S9(03) BINARY.          02400000
          03 WV-DEPT-REF-IX                 PIC S9(03) BINARY.          02410000
          03 WV-DEPT-REF-FOUND-SW           PIC X(01).                  02420000
          03 WV-CARD-IX                     PIC S9(03) BINARY.          02430000
          03 WV-CARD-CNT                    PIC S9(03) BINARY.          02440000
          03 WV-CARD-MATCH-SW               PIC X(01).                  02450000
          03 WV-TGT-IX                      PIC S9(03) BINARY.          02460000
          03 WV-TGT-CNT                     PIC S9(03) BINARY.          02470000
          03 WV-TGT-FOUND-SW                PIC X(01).                  02480000
          03 WV-EVT-IX                      PIC S9(05) BINARY.          02490000
          03 WV-EVT-CNT                     PIC S9(05) BINARY.          02500000
          03 WV-SHIFT-IX                    PIC S9(05) BINARY.          02510000
          03 WV-EVT-STOP-SW                 PIC X(01).                  02520000
          03 WV-NEW-EVT-KEY.                                            02530000
             05 WV-NEW-EVT-ID               PIC X(10).                  02540000
             05 WV-NEW-EVT-SRC              PIC X(01).                  02550000
             05 WV-NEW-EVT-DATE             PIC X(14).                  02560000
             05 WV-NEW-EVT-SEQ              PIC 9(05).                  02570000
          03 WV-NEW-EVT-AMT                 PIC S9(11)V99               02580000
                                              PACKED-DECIMAL.           02590000
          03 WV-NEW-EVT-TXT                 PIC X(100).                 02600000
          03 WV-SECT-SRC                    PIC X(01).                  02610000
          03 WV-SECT-CTR                    PIC S9(05) PACKED-DECIMAL.  02620000
          03 WV-PAY-TOT                     PIC S9(11)V99               02630000
                                              PACKED-DECIMAL.           02640000
          03 WV-AMT-DISP                    PIC ZZZ,ZZZ,ZZ9.99.         02650000
          03 WV-TOT-DISP                    PIC Z,ZZZ,ZZZ,ZZ9.99.       02660000
          03 WV-SAL-DISP                    PIC ZZZ,ZZZ,ZZ9.            02670000
          03 WV-RATE-DISP                   PIC ZZ,ZZ9.99.              02680000
          03 WV-AGE-DISP                    PIC ZZ9.                    02690000
          03 WV-CTR-DISP                    PIC ZZ,ZZZ,ZZ9.             02700000
          03 WV-CARD-STATUS                 PIC X(40).                  02710000
          03 WV-HOLD-LINE                   PIC X(132).                 02720000
                                                                        02730000
       01 WS-ALERT.                                                     02740000
      *------------                                                     02750000
                                                                        02760000
          03 WV-ALT-SEV                     PIC X(01).                  02770000
          03 WV-ALT-CD                      PIC X(08).                  02780000
          03 WV-ALT-TXT                     PIC X(40).                  02790000
                                                                        02800000
       01 WS-DEPT-REF-TBL.                                              02810000
      *--------------------                                             02820000
                                                                        02830000
          03 WV-DEPT-REF-ENTRY OCCURS 50 TIMES.                         02840000
             05 WV-DEPT-REF-CD              PIC X(03).                  02850000
             05 WV-DEPT-REF-NM              PIC X(30).                  02860000
                                                                        02870000
       01 WS-CARD-TBL.                                                  02880000
      *----------------                                                 02890000
                                                                        02900000
          03 WV-CARD-ENTRY OCCURS 100 TIMES.                            02910000
             05 WV-CARD-TBL-TYPE            PIC X(01).                  02920000
             05 WV-CARD-TBL-VAL             PIC X(10).                  02930000
             05 WV-CARD-TBL-VALID-SW        PIC X(01).                  02940000
             05 WV-CARD-TBL-HITS            PIC S9(05)                  02950000
                                              PACKED-DECIMAL.           02960000
                                                                        02970000
       01 WS-TGT-TBL.                                                   02980000
      *---------------                                                  02990000
                                                                        03000000
          03 WV-TGT-ENTRY OCCURS 200 TIMES.                             03010000
             05 WV-TGT-TBL-ID               PIC X(10).                  03020000
             05 WV-TGT-TBL-MST-SW           PIC X(01).                  03030000
             05 WV-TGT-TBL-EVT-CTR          PIC S9(05)                  03040000
                                              PACKED-DECIMAL.           03050000
             05 WV-TGT-TBL-MST-REC          PIC X(200).                 03060000
                                                                        03070000
       01 WS-EVT-TBL.                                                   03080000
      *---------------                                                  03090000
                                                                        03100000
          03 WV-EVT-ENTRY OCCURS 5000 TIMES.                            03110000
             05 WV-EVT-TBL-KEY.                                         03120000
                07 WV-EVT-TBL-ID            PIC X(10).                  03130000
                07 WV-EVT-TBL-SRC           PIC X(01).                  03140000
                07 WV-EVT-TBL-DATE          PIC X(14).                  03150000
                07 WV-EVT-TBL-SEQ           PIC 9(05).                  03160000
             05 WV-EVT-TBL-AMT              PIC S9(11)V99               03170000
                                              PACKED-DECIMAL.           03180000
             05 WV-EVT-TBL-TXT              PIC X(100).                 03190000
                                                                        03200000
       01 WS-RPT-HDR1.                                                  03210000
      *----------------                                                 03220000
                                                                        03230000
          03 FILLER                         PIC X(08) VALUE 'EMPDOS01'. 03240000
          03 FILLER                         PIC X(05) VALUE SPACES.     03250000
          03 FILLER                         PIC X(34) VALUE             03260000
             'EMPLOYEE DOSSIER INQUIRY - RUN'.                          03270000
          03 FILLER                         PIC X(01) VALUE SPACES.     03280000
          03 RPT-HDR-DATE                   PIC X(08).                  03290000
          03 FILLER                         PIC X(65) VALUE SPACES.     03300000
          03 FILLER                         PIC X(05) VALUE 'PAGE '.    03310000
          03 RPT-HDR-PAGE                   PIC ZZ,ZZ9.                 03320000
                                                                        03330000
       01 WS-RPT-MST.                                                   03340000
      *---------------                                                  03350000
                                                                        03360000
          03 FILLER                         PIC X(04) VALUE SPACES.     03370000
          03 RPT-MST-LBL                    PIC X(14).                  03380000
          03 RPT-MST-VAL                    PIC X(80).                  03390000
          03 FILLER                         PIC X(34) VALUE SPACES.     03400000
                                                                        03410000
       01 WS-RPT-EVT.                                                   03420000
      *---------------                                                  03430000
                                                                        03440000
          03 FILLER                         PIC X(04) VALUE SPACES.     03450000
          03 RPT-EVT-TXT                    PIC X(100).                 03460000
          03 FILLER                         PIC X(28) VALUE SPACES.     03470000
                                                                        03480000
       01 WS-WI.                                                        03490000
      *---------                                                        03500000
                                                                        03510000
          03 WI-EOF-DOSCARD                 PIC X(01).                  03520000
          03 WI-EOF-NEWMSTR                 PIC X(01).                  03530000
          03 WI-EOF-DEPTFILE                PIC X(01).                  03540000
          03 WI-EOF-CHGHIST                 PIC X(01).                  03550000
          03 WI-EOF-PAYFILE                 PIC X(01).                  03560000
          03 WI-EOF-ERRFILE                 PIC X(01).                  03570000
          03 WI-EOF-REJFILE                 PIC X(01).                  03580000
                                                                        03590000
       PROCEDURE DIVISION.                                              03600000
      ********************                                              03610000
                                                                        03620000
           PERFORM A010-STT-DOS-PCS.                                    03630000
           PERFORM A020-PCS-DOSSIER                                     03640000
                   UNTIL WV-TGT-IX >= WV-TGT-CNT.                       03650000
           PERFORM A030-END-DOS-PCS.                                    03660000
           STOP RUN.                                                    03670000
                                                                        03680000
      **************************** LEVEL A *****************************03690000
                                                                        03700000
       A010-STT-DOS-PCS.                                                03710000
      *------------------                                               03720000
                                                                        03730000
           PERFORM Z030-INIT-FLDS.                                      03740000
           PERFORM Z038-LOAD-DEPT-FILE.                                 03750000
           PERFORM Z010-OPN-FILES.                                      03760000
           PERFORM Z200-WRITE-RPT-HDR.                                  03770000
           PERFORM Z035-LOAD-DOS-CARDS.                                 03780000
           IF WV-CARD-CNT = ZERO                                        03790000
              DISPLAY 'NO VALID INQUIRY CARDS - NOTHING TO PRINT'       03800000
              MOVE 'NO VALID INQUIRY CARDS SUPPLIED'  TO RPT-REC        03810000
              PERFORM Z230-WRITE-RPT-REC                                03820000
              IF RETURN-CODE < 4                                        03830000
                 MOVE 4                     TO RETURN-CODE              03840000
              END-IF                                                    03850000
           ELSE                                                         03860000
              PERFORM Z040-READ-NEWMSTR                                 03870000
              PERFORM B010-SEL-MST-REC                                  03880000
                      UNTIL WI-EOF-NEWMSTR = HIGH-VALUES                03890000
              MOVE ZERO                     TO WV-CARD-IX               03900000
              PERFORM B015-ADD-MISSING-ID                               03910000
                      UNTIL WV-CARD-IX >= WV-CARD-CNT                   03920000
              PERFORM Z050-READ-CHGHIST                                 03930000
              PERFORM B020-LOAD-CHG-EVT                                 03940000
                      UNTIL WI-EOF-CHGHIST = HIGH-VALUES                03950000
              PERFORM Z060-READ-PAYFILE                                 03960000
              PERFORM B030-LOAD-PAY-EVT                                 03970000
                      UNTIL WI-EOF-PAYFILE = HIGH-VALUES                03980000
              PERFORM Z070-READ-ERRFILE                                 03990000
              PERFORM B040-LOAD-ERR-EVT                                 04000000
                      UNTIL WI-EOF-ERRFILE = HIGH-VALUES                04010000
              PERFORM Z075-READ-REJFILE                                 04020000
              PERFORM B050-LOAD-REJ-EVT                                 04030000
                      UNTIL WI-EOF-REJFILE = HIGH-VALUES                04040000
           END-IF.                                                      04050000
           MOVE ZERO                        TO WV-TGT-IX.               04060000
                                                                        04070000
       A020-PCS-DOSSIER.                                                04080000
      *------------------                                               04090000
                                                                        04100000
           ADD 1                            TO WV-TGT-IX.               04110000
           PERFORM B060-PRT-DOSSIER.                                    04120000
                                                                        04130000
       A030-END-DOS-PCS.                                                04140000
      *------------------                                               04150000
                                                                        04160000
           PERFORM B090-PRT-CARD-SUMMARY.                               04170000
           PERFORM Z020-CLS-FILES.                                      04180000
           IF WA-NOTFND-CTR > ZERO                                      04190000
              OR WA-CARD-BAD-CTR > ZERO                                 04200000
              OR WA-TBLFULL-CTR > ZERO                                  04210000
              IF RETURN-CODE < 4                                        04220000
                 MOVE 4                     TO RETURN-CODE              04230000
              END-IF                                                    04240000
           END-IF.                                                      04250000
           PERFORM Z990-PCS-CTRS.                                       04260000
           PERFORM Z997-WRITE-AUDIT-REC.                                04270000
                                                                        04280000
      **************************** LEVEL B *****************************04290000
                                                                        04300000
       B010-SEL-MST-REC.                                                04310000
      *------------------                                               04320000
                                                                        04330000
           MOVE WC-IC-OFF                   TO WV-CARD-MATCH-SW.        04340000
           MOVE ZERO                        TO WV-CARD-IX.              04350000
           PERFORM B012-MATCH-CARD                                      04360000
                   UNTIL WV-CARD-IX >= WV-CARD-CNT.                     04370000
           IF WV-CARD-MATCH-SW = WC-IC-ON                               04380000
              MOVE MST-EMP-ID               TO WV-KEY-ID                04390000
              PERFORM Z080-ADD-TARGET                                   04400000
              IF WV-TGT-FOUND-SW = WC-IC-ON                             04410000
                 MOVE WC-IC-ON              TO                          04420000
                      WV-TGT-TBL-MST-SW (WV-TGT-IX)                     04430000
                 MOVE MST-REC               TO                          04440000
                      WV-TGT-TBL-MST-REC (WV-TGT-IX)                    04450000
              END-IF                                                    04460000
           END-IF.                                                      04470000
           PERFORM Z040-READ-NEWMSTR.                                   04480000
                                                                        04490000
       B012-MATCH-CARD.                                                 04500000
      *-----------------                                                04510000
                                                                        04520000
           ADD 1                            TO WV-CARD-IX.              04530000
           IF (WV-CARD-TBL-TYPE (WV-CARD-IX) = WC-SEL-EMP               04540000
               AND WV-CARD-TBL-VAL (WV-CARD-IX) = MST-EMP-ID)           04550000
           OR (WV-CARD-TBL-TYPE (WV-CARD-IX) = WC-SEL-DEPT              04560000
               AND WV-CARD-TBL-VAL (WV-CARD-IX) (1:3) = MST-EMP-DPT)    04570000
              MOVE WC-IC-ON                 TO WV-CARD-MATCH-SW         04580000
              ADD WC-ONE                    TO                          04590000
                  WV-CARD-TBL-HITS (WV-CARD-IX)                         04600000
           END-IF.                                                      04610000
                                                                        04620000
       B015-ADD-MISSING-ID.                                             04630000
      *---------------------                                            04640000
                                                                        04650000
           ADD 1                            TO WV-CARD-IX.              04660000
           IF WV-CARD-TBL-TYPE (WV-CARD-IX) = WC-SEL-EMP                04670000
              AND WV-CARD-TBL-HITS (WV-CARD-IX) = ZERO                  04680000
              MOVE WV-CARD-TBL-VAL (WV-CARD-IX) TO WV-KEY-ID            04690000
              PERFORM Z080-ADD-TARGET                                   04700000
           END-IF.                                                      04710000
                                                                        04720000
       B020-LOAD-CHG-EVT.                                               04730000
      *-------------------                                              04740000
                                                                        04750000
           MOVE CHG-EMP-ID                  TO WV-KEY-ID.               04760000
           PERFORM Z085-FIND-TARGET.                                    04770000
           IF WV-TGT-FOUND-SW = WC-IC-ON                                04780000
              MOVE WC-SRC-CHG               TO WV-NEW-EVT-SRC           04790000
              MOVE CHG-RUN-DATE             TO WV-NEW-EVT-DATE          04800000
              MOVE ZERO                     TO WV-NEW-EVT-AMT           04810000
              MOVE SPACES                   TO WV-NEW-EVT-TXT           04820000
              STRING CHG-RUN-DATE           DELIMITED BY SIZE           04830000
                     '  '                   DELIMITED BY SIZE           04840000
                     CHG-FLD-NM             DELIMITED BY SIZE           04850000
                     '  FROM '              DELIMITED BY SIZE           04860000
                     CHG-OLD-VAL            DELIMITED BY SIZE           04870000
                     '  TO '                DELIMITED BY SIZE           04880000
                     CHG-NEW-VAL            DELIMITED BY SIZE           04890000
                     INTO WV-NEW-EVT-TXT                                04900000
              END-STRING                                                04910000
              PERFORM Z090-ADD-EVENT                                    04920000
           END-IF.                                                      04930000
           PERFORM Z050-READ-CHGHIST.                                   04940000
                                                                        04950000
       B030-LOAD-PAY-EVT.                                               04960000
      *-------------------                                              04970000
                                                                        04980000
           IF PAY-REC-TYPE = WC-REC-TYPE-DTL                            04990000
              MOVE PAY-EMP-ID               TO WV-KEY-ID                05000000
              PERFORM Z085-FIND-TARGET                                  05010000
              IF WV-TGT-FOUND-SW = WC-IC-ON                             05020000
                 MOVE WC-SRC-PAY            TO WV-NEW-EVT-SRC           05030000
                 MOVE PAY-PERIOD            TO WV-NEW-EVT-DATE          05040000
                 MOVE PAY-GROSS             TO WV-NEW-EVT-AMT           05050000
                                               WV-AMT-DISP              05060000
                 MOVE SPACES                TO WV-NEW-EVT-TXT           05070000
                 STRING PAY-PERIOD          DELIMITED BY SIZE           05080000
                        '    '              DELIMITED BY SIZE           05090000
                        PAY-TYPE            DELIMITED BY SIZE           05100000
                        '   DEPT '          DELIMITED BY SIZE           05110000
                        PAY-EMP-DPT         DELIMITED BY SIZE           05120000
                        '   GROSS '         DELIMITED BY SIZE           05130000
                        WV-AMT-DISP         DELIMITED BY SIZE           05140000
                        INTO WV-NEW-EVT-TXT                             05150000
                 END-STRING                                             05160000
                 PERFORM Z090-ADD-EVENT                                 05170000
              END-IF                                                    05180000
           END-IF.                                                      05190000
           PERFORM Z060-READ-PAYFILE.                                   05200000
                                                                        05210000
       B040-LOAD-ERR-EVT.                                               05220000
      *-------------------                                              05230000
                                                                        05240000
           MOVE ERR-EMP-ID                  TO WV-KEY-ID.               05250000
           PERFORM Z085-FIND-TARGET.                                    05260000
           IF WV-TGT-FOUND-SW = WC-IC-ON                                05270000
              MOVE WC-SRC-ERR               TO WV-NEW-EVT-SRC           05280000
              MOVE ERR-RUN-TS               TO WV-NEW-EVT-DATE          05290000
              MOVE ZERO                     TO WV-NEW-EVT-AMT           05300000
              IF ERR-AGE-CNT IS NUMERIC                                 05310000
                 MOVE ERR-AGE-CNT           TO WV-AGE-DISP              05320000
              ELSE                                                      05330000
                 MOVE ZERO                  TO WV-AGE-DISP              05340000
              END-IF                                                    05350000
              MOVE SPACES                   TO WV-NEW-EVT-TXT           05360000
              STRING 'ERRFILE  '            DELIMITED BY SIZE           05370000
                     ERR-RUN-TS             DELIMITED BY SIZE           05380000
                     '  FTN '               DELIMITED BY SIZE           05390000
                     ERR-FTN-CD             DELIMITED BY SIZE           05400000
                     '  XML CODE '          DELIMITED BY SIZE           05410000
                     ERR-XML-CODE           DELIMITED BY SIZE           05420000
                     '  AGE (CYCLES) '      DELIMITED BY SIZE           05430000
                     WV-AGE-DISP            DELIMITED BY SIZE           05440000
                     INTO WV-NEW-EVT-TXT                                05450000
              END-STRING                                                05460000
              PERFORM Z090-ADD-EVENT                                    05470000
           END-IF.                                                      05480000
           PERFORM Z070-READ-ERRFILE.                                   05490000
                                                                        05500000
       B050-LOAD-REJ-EVT.                                               05510000
      *-------------------                                              05520000
                                                                        05530000
           MOVE REJ-EMP-ID                  TO WV-KEY-ID.               05540000
           PERFORM Z085-FIND-TARGET.                                    05550000
           IF WV-TGT-FOUND-SW = WC-IC-ON                                05560000
              MOVE WC-SRC-REJ               TO WV-NEW-EVT-SRC           05570000
              MOVE SPACES                   TO WV-NEW-EVT-DATE          05580000
              MOVE ZERO                     TO WV-NEW-EVT-AMT           05590000
              MOVE SPACES                   TO WV-NEW-EVT-TXT           05600000
              STRING 'REJFILE  DEPT '       DELIMITED BY SIZE           05610000
                     REJ-EMP-DPT            DELIMITED BY SIZE           05620000
                     '  NAME '              DELIMITED BY SIZE           05630000
                     REJ-EMP-NAME           DELIMITED BY SIZE           05640000
                     '  FTN '               DELIMITED BY SIZE           05650000
                     REJ-FTN-CD             DELIMITED BY SIZE           05660000
                     '  UNKNOWN DEPARTMENT CODE'                        05670000
                                            DELIMITED BY SIZE           05680000
                     INTO WV-NEW-EVT-TXT                                05690000
              END-STRING                                                05700000
              PERFORM Z090-ADD-EVENT                                    05710000
           END-IF.                                                      05720000
           PERFORM Z075-READ-REJFILE.                                   05730000
                                                                        05740000
       B060-PRT-DOSSIER.                                                05750000
      *------------------                                               05760000
                                                                        05770000
           IF WA-RPT-LINE-CTR > 2                                       05780000
              MOVE WC-RPT-MAX-LINE          TO WA-RPT-LINE-CTR          05790000
           END-IF.                                                      05800000
           ADD WC-ONE                       TO WA-DOSSIER-CTR.          05810000
           MOVE SPACES                      TO RPT-REC.                 05820000
           STRING 'DOSSIER FOR EMP ID '     DELIMITED BY SIZE           05830000
                  WV-TGT-TBL-ID (WV-TGT-IX) DELIMITED BY SIZE           05840000
                  INTO RPT-REC                                          05850000
           END-STRING.                                                  05860000
           PERFORM Z230-WRITE-RPT-REC.                                  05870000
           MOVE ALL '='                     TO RPT-REC (1:29).          05880000
           PERFORM Z230-WRITE-RPT-REC.                                  05890000
           IF WV-TGT-TBL-MST-SW (WV-TGT-IX) = WC-IC-OFF                 05900000
              AND WV-TGT-TBL-EVT-CTR (WV-TGT-IX) = ZERO                 05910000
              ADD WC-ONE                    TO WA-NOTFND-CTR            05920000
              MOVE SPACES                   TO RPT-REC                  05930000
              PERFORM Z230-WRITE-RPT-REC                                05940000
              MOVE '*** EMP ID NOT FOUND IN ANY FILE ***' TO RPT-REC    05950000
              PERFORM Z230-WRITE-RPT-REC                                05960000
              MOVE '    (NEWMSTR, CHGHIST, PAYFILE, ERRFILE, REJFILE)'  05970000
                                            TO RPT-REC                  05980000
              PERFORM Z230-WRITE-RPT-REC                                05990000
              DISPLAY 'EMP ID NOT FOUND IN ANY FILE: '                  06000000
                      WV-TGT-TBL-ID (WV-TGT-IX)                         06010000
           ELSE                                                         06020000
              PERFORM B065-PRT-MST-DETAILS                              06030000
              MOVE WC-SRC-CHG               TO WV-SECT-SRC              06040000
              MOVE 'CHANGE HISTORY (CHGHIST)'  TO WV-HOLD-LINE          06050000
              PERFORM B070-PRT-SECTION                                  06060000
              MOVE WC-SRC-PAY               TO WV-SECT-SRC              06070000
              MOVE 'PAY HISTORY (PAYFILE)'  TO WV-HOLD-LINE             06080000
              PERFORM B070-PRT-SECTION                                  06090000
              MOVE WC-SRC-ERR               TO WV-SECT-SRC              06100000
              MOVE 'XML ERRORS (ERRFILE)'   TO WV-HOLD-LINE             06110000
              PERFORM B070-PRT-SECTION                                  06120000
              MOVE WC-SRC-REJ               TO WV-SECT-SRC              06130000
              MOVE 'MASTER UPDATE REJECTS (REJFILE)'                    06140000
                                            TO WV-HOLD-LINE             06150000
              PERFORM B070-PRT-SECTION                                  06160000
           END-IF.                                                      06170000
                                                                        06180000
       B065-PRT-MST-DETAILS.                                            06190000
      *----------------------                                           06200000
                                                                        06210000
           MOVE SPACES                      TO RPT-REC.                 06220000
           PERFORM Z230-WRITE-RPT-REC.                                  06230000
           MOVE 'CURRENT MASTER DETAILS (NEWMSTR)' TO RPT-REC.          06240000
           PERFORM Z230-WRITE-RPT-REC.                                  06250000
           IF WV-TGT-TBL-MST-SW (WV-TGT-IX) = WC-IC-OFF                 06260000
              MOVE '    *** NOT ON CURRENT MASTER ***' TO RPT-REC       06270000
              PERFORM Z230-WRITE-RPT-REC                                06280000
           ELSE                                                         06290000
              MOVE WV-TGT-TBL-MST-REC (WV-TGT-IX)                       06300000
                                            TO WV-HOLD-MST-REC          06310000
              MOVE 'NAME        :'          TO RPT-MST-LBL              06320000
              MOVE WV-MS-EMP-NAME           TO RPT-MST-VAL              06330000
              PERFORM Z235-WRITE-MST-LINE                               06340000
              MOVE WV-MS-EMP-DPT            TO WV-DEPT-KEY              06350000
              PERFORM Z088-GET-DEPT-NM                                  06360000
              MOVE 'DEPARTMENT  :'          TO RPT-MST-LBL              06370000
              MOVE SPACES                   TO RPT-MST-VAL              06380000
              STRING WV-MS-EMP-DPT          DELIMITED BY SIZE           06390000
                     '  '                   DELIMITED BY SIZE           06400000
                     WV-DEPT-NM             DELIMITED BY SIZE           06410000
                     INTO RPT-MST-VAL                                   06420000
              END-STRING                                                06430000
              PERFORM Z235-WRITE-MST-LINE                               06440000
              MOVE 'DESIGNATION :'          TO RPT-MST-LBL              06450000
              MOVE WV-MS-EMP-DESG           TO RPT-MST-VAL              06460000
              PERFORM Z235-WRITE-MST-LINE                               06470000
              MOVE 'JOIN YEAR   :'          TO RPT-MST-LBL              06480000
              MOVE WV-MS-EMP-JOIN-YR        TO RPT-MST-VAL              06490000
              PERFORM Z235-WRITE-MST-LINE                               06500000
              IF WV-MS-FTN-CD = WC-FTN-03                               06510000
                 PERFORM B067-PRT-CON-DETAILS                           06520000
              ELSE                                                      06530000
                 PERFORM B066-PRT-SAL-DETAILS                           06540000
              END-IF                                                    06550000
           END-IF.                                                      06560000
                                                                        06570000
       B066-PRT-SAL-DETAILS.                                            06580000
      *----------------------                                           06590000
                                                                        06600000
           MOVE 'EMPLOYMENT  :'             TO RPT-MST-LBL.             06610000
           MOVE SPACES                      TO RPT-MST-VAL.             06620000
           STRING 'SALARIED (FTN '          DELIMITED BY SIZE           06630000
                  WV-MS-FTN-CD              DELIMITED BY SIZE           06640000
                  ')'                       DELIMITED BY SIZE           06650000
                  INTO RPT-MST-VAL                                      06660000
           END-STRING.                                                  06670000
           PERFORM Z235-WRITE-MST-LINE.                                 06680000
           MOVE 'SALARY      :'             TO RPT-MST-LBL.             06690000
           IF WV-MS-EMP-SALARY IS NUMERIC                               06700000
              MOVE WV-MS-EMP-SALARY-9       TO WV-SAL-DISP              06710000
              MOVE WV-SAL-DISP              TO RPT-MST-VAL              06720000
           ELSE                                                         06730000
              MOVE WV-MS-EMP-SALARY         TO RPT-MST-VAL              06740000
           END-IF.                                                      06750000
           PERFORM Z235-WRITE-MST-LINE.                                 06760000
           MOVE 'ADDRESS     :'             TO RPT-MST-LBL.             06770000
           MOVE SPACES                      TO RPT-MST-VAL.             06780000
           STRING WV-MS-EMP-STREET          DELIMITED BY SIZE           06790000
                  ' '                       DELIMITED BY SIZE           06800000
                  WV-MS-EMP-ZIP             DELIMITED BY SIZE           06810000
                  ' '                       DELIMITED BY SIZE           06820000
                  WV-MS-EMP-CITY            DELIMITED BY SIZE           06830000
                  ' '                       DELIMITED BY SIZE           06840000
                  WV-MS-EMP-STATE           DELIMITED BY SIZE           06850000
                  INTO RPT-MST-VAL                                      06860000
           END-STRING.                                                  06870000
           PERFORM Z235-WRITE-MST-LINE.                                 06880000
           MOVE 'SKILL       :'             TO RPT-MST-LBL.             06890000
           MOVE WV-MS-EMP-SKILL             TO RPT-MST-VAL.             06900000
           PERFORM Z235-WRITE-MST-LINE.                                 06910000
                                                                        06920000
       B067-PRT-CON-DETAILS.                                            06930000
      *----------------------                                           06940000
                                                                        06950000
           MOVE 'EMPLOYMENT  :'             TO RPT-MST-LBL.             06960000
           MOVE 'CONTRACTOR (FTN 03)'       TO RPT-MST-VAL.             06970000
           PERFORM Z235-WRITE-MST-LINE.                                 06980000
           MOVE 'HOURLY RATE :'             TO RPT-MST-LBL.             06990000
           IF WV-MS3-EMP-RATE IS NUMERIC                                07000000
              MOVE WV-MS3-EMP-RATE-9        TO WV-RATE-DISP             07010000
              MOVE WV-RATE-DISP             TO RPT-MST-VAL              07020000
           ELSE                                                         07030000
              MOVE WV-MS3-EMP-RATE          TO RPT-MST-VAL              07040000
           END-IF.                                                      07050000
           PERFORM Z235-WRITE-MST-LINE.                                 07060000
           MOVE 'CONTRACT END:'             TO RPT-MST-LBL.             07070000
           MOVE WV-MS3-EMP-CONTRACT-END     TO RPT-MST-VAL.             07080000
           PERFORM Z235-WRITE-MST-LINE.                                 07090000
           MOVE 'ADDRESS     :'             TO RPT-MST-LBL.             07100000
           MOVE SPACES                      TO RPT-MST-VAL.             07110000
           STRING WV-MS3-EMP-STREET         DELIMITED BY SIZE           07120000
                  ' '                       DELIMITED BY SIZE           07130000
                  WV-MS3-EMP-ZIP            DELIMITED BY SIZE           07140000
                  ' '                       DELIMITED BY SIZE           07150000
                  WV-MS3-EMP-CITY           DELIMITED BY SIZE           07160000
                  ' '                       DELIMITED BY SIZE           07170000
                  WV-MS3-EMP-STATE          DELIMITED BY SIZE           07180000
                  INTO RPT-MST-VAL                                      07190000
           END-STRING.                                                  07200000
           PERFORM Z235-WRITE-MST-LINE.                                 07210000
                                                                        07220000
       B070-PRT-SECTION.                                                07230000
      *------------------                                               07240000
                                                                        07250000
           MOVE SPACES                      TO RPT-REC.                 07260000
           PERFORM Z230-WRITE-RPT-REC.                                  07270000
           MOVE WV-HOLD-LINE                TO RPT-REC.                 07280000
           PERFORM Z230-WRITE-RPT-REC.                                  07290000
           MOVE ZERO                        TO WV-SECT-CTR              07300000
                                               WV-PAY-TOT.              07310000
           MOVE ZERO                        TO WV-EVT-IX.               07320000
           PERFORM B075-PRT-EVT-LINE                                    07330000
                   UNTIL WV-EVT-IX >= WV-EVT-CNT.                       07340000
           IF WV-SECT-CTR = ZERO                                        07350000
              MOVE '    NONE'               TO RPT-REC                  07360000
              PERFORM Z230-WRITE-RPT-REC                                07370000
           ELSE                                                         07380000
              IF WV-SECT-SRC = WC-SRC-PAY                               07390000
                 MOVE WV-PAY-TOT            TO WV-TOT-DISP              07400000
                 MOVE SPACES                TO RPT-REC                  07410000
                 STRING '    TOTAL GROSS PAID'                          07420000
                                            DELIMITED BY SIZE           07430000
                        '              '    DELIMITED BY SIZE           07440000
                        WV-TOT-DISP         DELIMITED BY SIZE           07450000
                        INTO RPT-REC                                    07460000
                 END-STRING                                             07470000
                 PERFORM Z230-WRITE-RPT-REC                             07480000
              END-IF                                                    07490000
           END-IF.                                                      07500000
                                                                        07510000
       B075-PRT-EVT-LINE.                                               07520000
      *-------------------                                              07530000
                                                                        07540000
           ADD 1                            TO WV-EVT-IX.               07550000
           IF WV-EVT-TBL-ID (WV-EVT-IX) = WV-TGT-TBL-ID (WV-TGT-IX)     07560000
              AND WV-EVT-TBL-SRC (WV-EVT-IX) = WV-SECT-SRC              07570000
              ADD 1                         TO WV-SECT-CTR              07580000
              ADD WV-EVT-TBL-AMT (WV-EVT-IX) TO WV-PAY-TOT              07590000
              MOVE WV-EVT-TBL-TXT (WV-EVT-IX) TO RPT-EVT-TXT            07600000
              MOVE WS-RPT-EVT               TO RPT-REC                  07610000
              PERFORM Z230-WRITE-RPT-REC                                07620000
           END-IF.                                                      07630000
                                                                        07640000
       B090-PRT-CARD-SUMMARY.                                           07650000
      *-----------------------                                          07660000
                                                                        07670000
           MOVE WC-RPT-MAX-LINE             TO WA-RPT-LINE-CTR.         07680000
           MOVE 'INQUIRY CARD SUMMARY'      TO RPT-REC.                 07690000
           PERFORM Z230-WRITE-RPT-REC.                                  07700000
           MOVE SPACES                      TO RPT-REC.                 07710000
           PERFORM Z230-WRITE-RPT-REC.                                  07720000
           MOVE ZERO                        TO WV-CARD-IX.              07730000
           PERFORM B095-PRT-CARD-LINE                                   07740000
                   UNTIL WV-CARD-IX >= WV-CARD-CNT.                     07750000
           MOVE SPACES                      TO RPT-REC.                 07760000
           PERFORM Z230-WRITE-RPT-REC.                                  07770000
           MOVE WA-DOSSIER-CTR              TO WV-CTR-DISP.             07780000
           MOVE SPACES                      TO RPT-REC.                 07790000
           STRING 'DOSSIERS PRINTED            :' DELIMITED BY SIZE     07800000
                  WV-CTR-DISP               DELIMITED BY SIZE           07810000
                  INTO RPT-REC                                          07820000
           END-STRING.                                                  07830000
           PERFORM Z230-WRITE-RPT-REC.                                  07840000
           MOVE WA-NOTFND-CTR               TO WV-CTR-DISP.             07850000
           MOVE SPACES                      TO RPT-REC.                 07860000
           STRING 'IDS NOT FOUND IN ANY FILE   :' DELIMITED BY SIZE     07870000
                  WV-CTR-DISP               DELIMITED BY SIZE           07880000
                  INTO RPT-REC                                          07890000
           END-STRING.                                                  07900000
           PERFORM Z230-WRITE-RPT-REC.                                  07910000
           MOVE WA-CARD-BAD-CTR             TO WV-CTR-DISP.             07920000
           MOVE SPACES                      TO RPT-REC.                 07930000
           STRING 'INVALID INQUIRY CARDS       :' DELIMITED BY SIZE     07940000
                  WV-CTR-DISP               DELIMITED BY SIZE           07950000
                  INTO RPT-REC                                          07960000
           END-STRING.                                                  07970000
           PERFORM Z230-WRITE-RPT-REC.                                  07980000
                                                                        07990000
       B095-PRT-CARD-LINE.                                              08000000
      *--------------------                                             08010000
                                                                        08020000
           ADD 1                            TO WV-CARD-IX.              08030000
           EVALUATE TRUE                                                08040000
               WHEN WV-CARD-TBL-TYPE (WV-CARD-IX) = WC-SEL-DEPT         08050000
                AND WV-CARD-TBL-HITS (WV-CARD-IX) = ZERO                08060000
                    MOVE 'NO EMPLOYEES ON MASTER FOR DEPARTMENT'        08070000
                                            TO WV-CARD-STATUS           08080000
               WHEN WV-CARD-TBL-TYPE (WV-CARD-IX) = WC-SEL-DEPT         08090000
                    MOVE SPACES             TO WV-CARD-STATUS           08100000
                    MOVE WV-CARD-TBL-HITS (WV-CARD-IX)                  08110000
                                            TO WV-CTR-DISP              08120000
                    STRING 'DOSSIERS SELECTED:' DELIMITED BY SIZE       08130000
                           WV-CTR-DISP      DELIMITED BY SIZE           08140000
                           INTO WV-CARD-STATUS                          08150000
                    END-STRING                                          08160000
               WHEN WV-CARD-TBL-HITS (WV-CARD-IX) > ZERO                08170000
                    MOVE 'FOUND ON CURRENT MASTER'                      08180000
                                            TO WV-CARD-STATUS           08190000
               WHEN OTHER                                               08200000
                    MOVE WV-CARD-TBL-VAL (WV-CARD-IX) TO WV-KEY-ID      08210000
                    PERFORM Z085-FIND-TARGET                            08220000
                    IF WV-TGT-FOUND-SW = WC-IC-ON                       08230000
                       AND WV-TGT-TBL-EVT-CTR (WV-TGT-IX) > ZERO        08240000
                       MOVE 'NOT ON MASTER - HISTORY FOUND'             08250000
                                            TO WV-CARD-STATUS           08260000
                    ELSE                                                08270000
                       MOVE '*** NOT FOUND IN ANY FILE ***'             08280000
                                            TO WV-CARD-STATUS           08290000
                    END-IF                                              08300000
           END-EVALUATE.                                                08310000
           MOVE SPACES                      TO RPT-REC.                 08320000
           STRING '    '                    DELIMITED BY SIZE           08330000
                  WV-CARD-TBL-TYPE (WV-CARD-IX) DELIMITED BY SIZE       08340000
                  '  '                      DELIMITED BY SIZE           08350000
                  WV-CARD-TBL-VAL (WV-CARD-IX)  DELIMITED BY SIZE       08360000
                  '  '                      DELIMITED BY SIZE           08370000
                  WV-CARD-STATUS            DELIMITED BY SIZE           08380000
                  INTO RPT-REC                                          08390000
           END-STRING.                                                  08400000
           PERFORM Z230-WRITE-RPT-REC.                                  08410000
                                                                        08420000
      **************************** LEVEL Z *****************************08430000
                                                                        08440000
       Z010-OPN-FILES.                                                  08450000
      *----------------                                                 08460000
                                                                        08470000
           OPEN INPUT  DOSCARD                                          08480000
                       NEWMSTR                                          08490000
                       CHGHIST                                          08500000
                       PAYFILE                                          08510000
                       ERRFILE                                          08520000
                       REJFILE                                          08530000
                OUTPUT DOSRPT.                                          08540000
                                                                        08550000
       Z020-CLS-FILES.                                                  08560000
      *---------------                                                  08570000
                                                                        08580000
           CLOSE  DOSCARD                                               08590000
                  NEWMSTR                                               08600000
                  CHGHIST                                               08610000
                  PAYFILE                                               08620000
                  ERRFILE                                               08630000
                  REJFILE                                               08640000
                  DOSRPT.                                               08650000
                                                                        08660000
       Z030-INIT-FLDS.                                                  08670000
      *---------------                                                  08680000
                                                                        08690000
           INITIALIZE WS-WA                                             08700000
                      WS-WV.                                            08710000
           MOVE ZERO                        TO WV-CARD-CNT              08720000
                                               WV-TGT-CNT               08730000
                                               WV-EVT-CNT.              08740000
           MOVE LOW-VALUES                  TO WI-EOF-DOSCARD           08750000
                                               WI-EOF-NEWMSTR           08760000
                                               WI-EOF-CHGHIST           08770000
                                               WI-EOF-PAYFILE           08780000
                                               WI-EOF-ERRFILE           08790000
                                               WI-EOF-REJFILE.          08800000
           MOVE FUNCTION CURRENT-DATE (1:8) TO RPT-HDR-DATE.            08810000
                                                                        08820000
       Z035-LOAD-DOS-CARDS.                                             08830000
      *---------------------                                            08840000
                                                                        08850000
           PERFORM Z036-READ-DOS-CARD                                   08860000
                   UNTIL WI-EOF-DOSCARD = HIGH-VALUES.                  08870000
                                                                        08880000
       Z036-READ-DOS-CARD.                                              08890000
      *--------------------                                             08900000
                                                                        08910000
           READ DOSCARD                                                 08920000
             AT END                                                     08930000
                MOVE HIGH-VALUES            TO WI-EOF-DOSCARD           08940000
           END-READ.                                                    08950000
           IF WI-EOF-DOSCARD = LOW-VALUES                               08960000
              AND DOSCARD-REC NOT = SPACES                              08970000
              ADD WC-ONE                    TO WA-CARD-READ-CTR         08980000
              IF (DOS-SEL-TYPE = WC-SEL-EMP                             08990000
                  OR DOS-SEL-TYPE = WC-SEL-DEPT)                        09000000
                 AND DOS-SEL-VAL NOT = SPACES                           09010000
                 IF WV-CARD-CNT < WC-CARD-MAX                           09020000
                    ADD 1                   TO WV-CARD-CNT              09030000
                    MOVE DOS-SEL-TYPE       TO                          09040000
                         WV-CARD-TBL-TYPE (WV-CARD-CNT)                 09050000
                    MOVE DOS-SEL-VAL        TO                          09060000
                         WV-CARD-TBL-VAL (WV-CARD-CNT)                  09070000
                    MOVE ZERO               TO                          09080000
                         WV-CARD-TBL-HITS (WV-CARD-CNT)                 09090000
                 ELSE                                                   09100000
                    DISPLAY 'INQUIRY CARD TABLE FULL - CARD '           09110000
                            'IGNORED: ' DOSCARD-REC (1:11)              09120000
                    ADD WC-ONE              TO WA-TBLFULL-CTR           09130000
                 END-IF                                                 09140000
              ELSE                                                      09150000
                 ADD WC-ONE                 TO WA-CARD-BAD-CTR          09160000
                 DISPLAY 'INVALID INQUIRY CARD: ' DOSCARD-REC (1:11)    09170000
                 MOVE SPACES                TO RPT-REC                  09180000
                 STRING '*** INVALID INQUIRY CARD IGNORED: '            09190000
                                            DELIMITED BY SIZE           09200000
                        DOSCARD-REC (1:11)  DELIMITED BY SIZE           09210000
                        INTO RPT-REC                                    09220000
                 END-STRING                                             09230000
                 PERFORM Z230-WRITE-RPT-REC                             09240000
              END-IF                                                    09250000
           END-IF.                                                      09260000
                                                                        09270000
       Z038-LOAD-DEPT-FILE.                                             09280000
      *---------------------                                            09290000
                                                                        09300000
           MOVE ZERO                        TO WV-DEPT-REF-CNT.         09310000
           MOVE LOW-VALUES                  TO WI-EOF-DEPTFILE.         09320000
           OPEN INPUT  DEPTFILE.                                        09330000
           PERFORM Z039-LOAD-DEPT-REC                                   09340000
                   UNTIL WI-EOF-DEPTFILE = HIGH-VALUES.                 09350000
           CLOSE DEPTFILE.                                              09360000
                                                                        09370000
       Z039-LOAD-DEPT-REC.                                              09380000
      *--------------------                                             09390000
                                                                        09400000
           READ DEPTFILE                                                09410000
             AT END                                                     09420000
                MOVE HIGH-VALUES            TO WI-EOF-DEPTFILE          09430000
           END-READ.                                                    09440000
           IF WI-EOF-DEPTFILE = LOW-VALUES                              09450000
              IF WV-DEPT-REF-CNT < WC-DEPT-REF-MAX                      09460000
                 ADD 1                      TO WV-DEPT-REF-CNT          09470000
                 MOVE DEPT-CD               TO                          09480000
                      WV-DEPT-REF-CD (WV-DEPT-REF-CNT)                  09490000
                 MOVE DEPT-NM               TO                          09500000
                      WV-DEPT-REF-NM (WV-DEPT-REF-CNT)                  09510000
              ELSE                                                      09520000
                 DISPLAY 'DEPT REF TABLE FULL, CODE SKIPPED:'           09530000
                         DEPT-CD                                        09540000
              END-IF                                                    09550000
           END-IF.                                                      09560000
                                                                        09570000
       Z040-READ-NEWMSTR.                                               09580000
      *-------------------                                              09590000
                                                                        09600000
           READ NEWMSTR                                                 09610000
             AT END                                                     09620000
                MOVE HIGH-VALUES            TO WI-EOF-NEWMSTR           09630000
           END-READ.                                                    09640000
           IF WI-EOF-NEWMSTR = LOW-VALUES                               09650000
              ADD WC-ONE                    TO WA-MST-READ-CTR          09660000
           END-IF.                                                      09670000
                                                                        09680000
       Z050-READ-CHGHIST.                                               09690000
      *-------------------                                              09700000
                                                                        09710000
           READ CHGHIST                                                 09720000
             AT END                                                     09730000
                MOVE HIGH-VALUES            TO WI-EOF-CHGHIST           09740000
           END-READ.                                                    09750000
           IF WI-EOF-CHGHIST = LOW-VALUES                               09760000
              ADD WC-ONE                    TO WA-CHG-READ-CTR          09770000
           END-IF.                                                      09780000
                                                                        09790000
       Z060-READ-PAYFILE.                                               09800000
      *-------------------                                              09810000
                                                                        09820000
           READ PAYFILE                                                 09830000
             AT END                                                     09840000
                MOVE HIGH-VALUES            TO WI-EOF-PAYFILE           09850000
           END-READ.                                                    09860000
           IF WI-EOF-PAYFILE = LOW-VALUES                               09870000
              ADD WC-ONE                    TO WA-PAY-READ-CTR          09880000
           END-IF.                                                      09890000
                                                                        09900000
       Z070-READ-ERRFILE.                                               09910000
      *-------------------                                              09920000
                                                                        09930000
           READ ERRFILE                                                 09940000
             AT END                                                     09950000
                MOVE HIGH-VALUES            TO WI-EOF-ERRFILE           09960000
           END-READ.                                                    09970000
           IF WI-EOF-ERRFILE = LOW-VALUES                               09980000
              ADD WC-ONE                    TO WA-ERR-READ-CTR          09990000
           END-IF.                                                      10000000
                                                                        10010000
       Z075-READ-REJFILE.                                               10020000
      *-------------------                                              10030000
                                                                        10040000
           READ REJFILE                                                 10050000
             AT END                                                     10060000
                MOVE HIGH-VALUES            TO WI-EOF-REJFILE           10070000
           END-READ.                                                    10080000
           IF WI-EOF-REJFILE = LOW-VALUES                               10090000
              ADD WC-ONE                    TO WA-REJ-READ-CTR          10100000
           END-IF.                                                      10110000
                                                                        10120000
       Z080-ADD-TARGET.                                                 10130000
      *-----------------                                                10140000
                                                                        10150000
           PERFORM Z085-FIND-TARGET.                                    10160000
           IF WV-TGT-FOUND-SW = WC-IC-OFF                               10170000
              IF WV-TGT-CNT < WC-TGT-MAX                                10180000
                 ADD 1                      TO WV-TGT-CNT               10190000
                 MOVE WV-TGT-CNT            TO WV-TGT-IX                10200000
                 MOVE WV-KEY-ID             TO                          10210000
                      WV-TGT-TBL-ID (WV-TGT-IX)                         10220000
                 MOVE WC-IC-OFF             TO                          10230000
                      WV-TGT-TBL-MST-SW (WV-TGT-IX)                     10240000
                 MOVE ZERO                  TO                          10250000
                      WV-TGT-TBL-EVT-CTR (WV-TGT-IX)                    10260000
                 MOVE SPACES                TO                          10270000
                      WV-TGT-TBL-MST-REC (WV-TGT-IX)                    10280000
                 MOVE WC-IC-ON              TO WV-TGT-FOUND-SW          10290000
              ELSE                                                      10300000
                 DISPLAY 'DOSSIER TABLE FULL - EMP ID NOT '             10310000
                         'REPORTED:' WV-KEY-ID                          10320000
                 ADD WC-ONE                 TO WA-TBLFULL-CTR           10330000
                 MOVE 'M'                   TO WV-ALT-SEV               10340000
                 MOVE 'TBLFULL'             TO WV-ALT-CD                10350000
                 MOVE 'DOSSIER EMPLOYEE TABLE FULL'                     10360000
                                            TO WV-ALT-TXT               10370000
                 PERFORM Z998-WRITE-ALERT-REC                           10380000
              END-IF                                                    10390000
           END-IF.                                                      10400000
                                                                        10410000
       Z085-FIND-TARGET.                                                10420000
      *------------------                                               10430000
                                                                        10440000
           MOVE WC-IC-OFF                   TO WV-TGT-FOUND-SW.         10450000
           MOVE ZERO                        TO WV-TGT-IX.               10460000
           PERFORM Z087-SCAN-TGT-TBL                                    10470000
                   UNTIL WV-TGT-FOUND-SW = WC-IC-ON                     10480000
                      OR WV-TGT-IX >= WV-TGT-CNT.                       10490000
                                                                        10500000
       Z087-SCAN-TGT-TBL.                                               10510000
      *-------------------                                              10520000
                                                                        10530000
           ADD 1                            TO WV-TGT-IX.               10540000
           IF WV-TGT-TBL-ID (WV-TGT-IX) = WV-KEY-ID                     10550000
              MOVE WC-IC-ON                 TO WV-TGT-FOUND-SW          10560000
           END-IF.                                                      10570000
                                                                        10580000
       Z088-GET-DEPT-NM.                                                10590000
      *------------------                                               10600000
                                                                        10610000
           MOVE WC-IC-OFF                   TO WV-DEPT-REF-FOUND-SW.    10620000
           MOVE ZERO                        TO WV-DEPT-REF-IX.          10630000
           PERFORM Z089-SCAN-DEPT-REF                                   10640000
                   UNTIL WV-DEPT-REF-FOUND-SW = WC-IC-ON                10650000
                      OR WV-DEPT-REF-IX >= WV-DEPT-REF-CNT.             10660000
           IF WV-DEPT-REF-FOUND-SW = WC-IC-ON                           10670000
              MOVE WV-DEPT-REF-NM (WV-DEPT-REF-IX) TO WV-DEPT-NM        10680000
           ELSE                                                         10690000
              MOVE '*** NOT ON DEPTFILE ***' TO WV-DEPT-NM              10700000
           END-IF.                                                      10710000
                                                                        10720000
       Z089-SCAN-DEPT-REF.                                              10730000
      *--------------------                                             10740000
                                                                        10750000
           ADD 1                            TO WV-DEPT-REF-IX.          10760000
           IF WV-DEPT-REF-CD (WV-DEPT-REF-IX) = WV-DEPT-KEY             10770000
              MOVE WC-IC-ON                 TO WV-DEPT-REF-FOUND-SW     10780000
           END-IF.                                                      10790000
                                                                        10800000
       Z090-ADD-EVENT.                                                  10810000
      *----------------                                                 10820000
                                                                        10830000
           ADD WC-ONE                       TO                          10840000
               WV-TGT-TBL-EVT-CTR (WV-TGT-IX).                          10850000
           ADD WC-ONE                       TO WA-EVT-SEQ.              10860000
           MOVE WV-KEY-ID                   TO WV-NEW-EVT-ID.           10870000
           MOVE WA-EVT-SEQ                  TO WV-NEW-EVT-SEQ.          10880000
           IF WV-EVT-CNT < WC-EVT-MAX                                   10890000
              MOVE WC-IC-OFF                TO WV-EVT-STOP-SW           10900000
              MOVE ZERO                     TO WV-EVT-IX                10910000
              PERFORM Z092-SCAN-EVT-TBL                                 10920000
                      UNTIL WV-EVT-STOP-SW = WC-IC-ON                   10930000
                         OR WV-EVT-IX >= WV-EVT-CNT                     10940000
              IF WV-EVT-STOP-SW = WC-IC-OFF                             10950000
                 COMPUTE WV-EVT-IX = WV-EVT-CNT + 1                     10960000
                 END-COMPUTE                                            10970000
              END-IF                                                    10980000
              COMPUTE WV-SHIFT-IX = WV-EVT-CNT + 1                      10990000
              END-COMPUTE                                               11000000
              PERFORM Z094-SHIFT-EVT-ENTRY                              11010000
                      UNTIL WV-SHIFT-IX <= WV-EVT-IX                    11020000
              MOVE WV-NEW-EVT-KEY           TO                          11030000
                   WV-EVT-TBL-KEY (WV-EVT-IX)                           11040000
              MOVE WV-NEW-EVT-AMT           TO                          11050000
                   WV-EVT-TBL-AMT (WV-EVT-IX)                           11060000
              MOVE WV-NEW-EVT-TXT           TO                          11070000
                   WV-EVT-TBL-TXT (WV-EVT-IX)                           11080000
              ADD 1                         TO WV-EVT-CNT               11090000
           ELSE                                                         11100000
              ADD WC-ONE                    TO WA-TBLFULL-CTR           11110000
              IF WA-TBLFULL-CTR = 1                                     11120000
                 DISPLAY 'DOSSIER HISTORY TABLE FULL - LATER '          11130000
                         'ENTRIES NOT PRINTED'                          11140000
                 MOVE 'M'                   TO WV-ALT-SEV               11150000
                 MOVE 'TBLFULL'             TO WV-ALT-CD                11160000
                 MOVE 'DOSSIER HISTORY TABLE FULL'                      11170000
                                            TO WV-ALT-TXT               11180000
                 PERFORM Z998-WRITE-ALERT-REC                           11190000
              END-IF                                                    11200000
           END-IF.                                                      11210000
                                                                        11220000
       Z092-SCAN-EVT-TBL.                                               11230000
      *-------------------                                              11240000
                                                                        11250000
           ADD 1                            TO WV-EVT-IX.               11260000
           IF WV-EVT-TBL-KEY (WV-EVT-IX) > WV-NEW-EVT-KEY               11270000
              MOVE WC-IC-ON                 TO WV-EVT-STOP-SW           11280000
           END-IF.                                                      11290000
                                                                        11300000
       Z094-SHIFT-EVT-ENTRY.                                            11310000
      *----------------------                                           11320000
                                                                        11330000
           MOVE WV-EVT-ENTRY (WV-SHIFT-IX - 1)                          11340000
                                            TO                          11350000
                WV-EVT-ENTRY (WV-SHIFT-IX).                             11360000
           SUBTRACT 1                       FROM WV-SHIFT-IX.           11370000
                                                                        11380000
       Z200-WRITE-RPT-HDR.                                              11390000
      *--------------------                                             11400000
                                                                        11410000
           ADD WC-ONE                       TO WA-RPT-PAGE-CTR.         11420000
           MOVE WA-RPT-PAGE-CTR             TO RPT-HDR-PAGE.            11430000
           IF WA-RPT-PAGE-CTR = 1                                       11440000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            11450000
           ELSE                                                         11460000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            11470000
                    AFTER ADVANCING NEXT-PAGE                           11480000
           END-IF.                                                      11490000
           MOVE SPACES                      TO RPT-REC.                 11500000
           WRITE RPT-REC.                                               11510000
           MOVE 2                           TO WA-RPT-LINE-CTR.         11520000
                                                                        11530000
       Z230-WRITE-RPT-REC.                                              11540000
      *--------------------                                             11550000
                                                                        11560000
           IF WA-RPT-LINE-CTR >= WC-RPT-MAX-LINE                        11570000
              MOVE RPT-REC                  TO WV-HOLD-LINE             11580000
              PERFORM Z200-WRITE-RPT-HDR                                11590000
              MOVE WV-HOLD-LINE             TO RPT-REC                  11600000
           END-IF.                                                      11610000
           WRITE RPT-REC.                                               11620000
           ADD WC-ONE                       TO WA-RPT-LINE-CTR.         11630000
                                                                        11640000
       Z235-WRITE-MST-LINE.                                             11650000
      *---------------------                                            11660000
                                                                        11670000
           MOVE WS-RPT-MST                  TO RPT-REC.                 11680000
           PERFORM Z230-WRITE-RPT-REC.                                  11690000
                                                                        11700000
       Z990-PCS-CTRS.                                                   11710000
      *---------------                                                  11720000
                                                                        11730000
           DISPLAY 'NUMBER OF INQUIRY CARDS READ   :-'                  11740000
                    WA-CARD-READ-CTR.                                   11750000
           DISPLAY 'NUMBER OF INVALID CARDS        :-'                  11760000
                    WA-CARD-BAD-CTR.                                    11770000
           DISPLAY 'NUMBER OF MASTER RECORDS READ  :-'                  11780000
                    WA-MST-READ-CTR.                                    11790000
           DISPLAY 'NUMBER OF CHGHIST RECORDS READ :-'                  11800000
                    WA-CHG-READ-CTR.                                    11810000
           DISPLAY 'NUMBER OF PAYFILE RECORDS READ :-'                  11820000
                    WA-PAY-READ-CTR.                                    11830000
           DISPLAY 'NUMBER OF ERRFILE RECORDS READ :-'                  11840000
                    WA-ERR-READ-CTR.                                    11850000
           DISPLAY 'NUMBER OF REJFILE RECORDS READ :-'                  11860000
                    WA-REJ-READ-CTR.                                    11870000
           DISPLAY 'NUMBER OF DOSSIERS PRINTED     :-'                  11880000
                    WA-DOSSIER-CTR.                                     11890000
           DISPLAY 'NUMBER OF IDS NOT FOUND        :-'                  11900000
                    WA-NOTFND-CTR.                                      11910000
                                                                        11920000
       Z997-WRITE-AUDIT-REC.                                            11930000
      *-----------------------                                          11940000
                                                                        11950000
           OPEN EXTEND AUDITFILE.                                       11960000
           INITIALIZE AUDITFILE-REC.                                    11970000
           MOVE WC-PGM-NM                    TO AUD-PGM-NM.             11980000
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-RUN-DATE.           11990000
           COMPUTE AUD-READ-CTR = WA-MST-READ-CTR + WA-CHG-READ-CTR     12000000
                                + WA-PAY-READ-CTR + WA-ERR-READ-CTR     12010000
                                + WA-REJ-READ-CTR                       12020000
           END-COMPUTE.                                                 12030000
           MOVE WA-DOSSIER-CTR               TO AUD-WRITE-CTR.          12040000
           MOVE WA-NOTFND-CTR                TO AUD-ERROR-CTR.          12050000
           WRITE AUDITFILE-REC.                                         12060000
           CLOSE AUDITFILE.                                             12070000
                                                                        12080000
       Z998-WRITE-ALERT-REC.                                            12090000
      *----------------------                                           12100000
                                                                        12110000
           OPEN EXTEND ALERTFILE.                                       12120000
           MOVE SPACES                       TO ALERTFILE-REC.          12130000
           MOVE WC-PGM-NM                    TO ALT-PGM-NM.             12140000
           MOVE FUNCTION CURRENT-DATE (1:14) TO ALT-TS.                 12150000
           MOVE WV-ALT-SEV                   TO ALT-SEVERITY.           12160000
           MOVE WV-ALT-CD                    TO ALT-EVENT-CD.           12170000
           MOVE WV-ALT-TXT                   TO ALT-TEXT.               12180000
           WRITE ALERTFILE-REC.                                         12190000
           CLOSE ALERTFILE.                                             12200000
