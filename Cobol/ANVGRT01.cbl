       ID DIVISION.                                                     00010000
      **************                                                    00020000
                                                                        00030000
       PROGRAM-ID.     ANVGRT01.                                        00040000
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
           SELECT  VALFILE   ASSIGN         TO UT-S-VALFILE.            00290000
           SELECT  DEPTFILE  ASSIGN         TO UT-S-DEPTFILE.           00300000
           SELECT  NEWMSTR   ASSIGN         TO UT-S-NEWMSTR.            00310000
           SELECT  DELTAFILE ASSIGN         TO UT-S-DELTAFILE.          00320000
           SELECT  GRTFEED   ASSIGN         TO UT-S-GRTFEED.            00330000
           SELECT  GRTRPT    ASSIGN         TO UT-S-GRTRPT.             00340000
           SELECT  AUDITFILE ASSIGN         TO UT-S-AUDITFILE.          00350000
           SELECT  ALERTFILE ASSIGN         TO UT-S-ALERTFILE.          00360000
                                                                        00370000
       DATA DIVISION.                                                   00380000
      ****************                                                  00390000
                                                                        00400000
       FILE SECTION.                                                    00410000
      *=============                                                    00420000
                                                                        00430000
       FD VALFILE                                                       00440000
              LABEL RECORD STANDARD                                     00450000
              BLOCK 0 RECORDS                                           00460000
              RECORDING MODE IS F.                                      00470000
                                                                        00480000
       01 VALFILE-REC.                                                  00490000
          03 VAL-CARD                          PIC X(80).               00500000
                                                                        00510000
       FD DEPTFILE                                                      00520000
              LABEL RECORD STANDARD                                     00530000
              BLOCK 0 RECORDS                                           00540000
              RECORDING MODE IS F.                                      00550000
                                                                        00560000
       01 DEPTFILE-REC.                                                 00570000
          03 DEPT-CD                           PIC X(03).               00580000
          03 DEPT-NM                           PIC X(30).               00590000
          03 FILLER                            PIC X(47).               00600000
                                                                        00610000
       FD NEWMSTR                                                       00620000
              LABEL RECORD STANDARD                                     00630000
              BLOCK 0 RECORDS                                           00640000
              RECORDING MODE IS F.                                      00650000
                                                                        00660000
       01 MST-REC.                                                      00670000
          03 MST-FTN-CD                     PIC X(02).                  00680000
          03 MST-EMP-DPT                    PIC X(03).                  00690000
          03 MST-EMP-NAME                   PIC X(20).                  00700000
          03 MST-EMP-ID                     PIC X(10).                  00710000
          03 MST-EMP-DESG                   PIC X(20).                  00720000
          03 MST-EMP-JOIN-YR                PIC X(04).                  00730000
          03 FILLER                         PIC X(141).                 00740000
                                                                        00750000
       FD DELTAFILE                                                     00760000
              LABEL RECORD STANDARD                                     00770000
              BLOCK 0 RECORDS                                           00780000
              RECORDING MODE IS F.                                      00790000
                                                                        00800000
       01 DLT-REC.                                                      00810000
          03 DLT-FTN-CD                     PIC X(02).                  00820000
          03 DLT-EMP-DPT                    PIC X(03).                  00830000
          03 DLT-EMP-NAME                   PIC X(20).                  00840000
          03 DLT-EMP-ID                     PIC X(10).                  00850000
          03 FILLER                         PIC X(165).                 00860000
                                                                        00870000
       FD GRTFEED                                                       00880000
              LABEL RECORD STANDARD                                     00890000
              BLOCK 0 RECORDS                                           00900000
              RECORDING MODE IS F.                                      00910000
                                                                        00920000
       01 GRT-REC.                                                      00930000
          03 GRT-SEVERITY                   PIC X(01).                  00940000
          03 GRT-MSG-DATE                   PIC X(10).                  00950000
          03 GRT-MSG-TYPE                   PIC X(10).                  00960000
          03 GRT-MSG-CATEGORY               PIC X(10).                  00970000
          03 GRT-MSG-TEXT                   PIC X(30).                  00980000
          03 GRT-EFF-DATE                   PIC X(10).                  00990000
          03 GRT-EXP-DATE                   PIC X(10).                  01000000
          03 GRT-VARIANTS                   PIC X(96).                  01010000
          03 GRT-EMP-ID                     PIC X(10).                  01015000
          03 FILLER                         PIC X(13).                  01020000
                                                                        01030000
       FD GRTRPT                                                        01040000
              LABEL RECORD STANDARD                                     01050000
              BLOCK 0 RECORDS                                           01060000
              RECORDING MODE IS F.                                      01070000
                                                                        01080000
       01 RPT-REC                           PIC X(132).                 01090000
                                                                        01100000
       FD AUDITFILE                                                     01110000
              LABEL RECORD STANDARD                                     01120000
              BLOCK 0 RECORDS                                           01130000
              RECORDING MODE IS F.                                      01140000
                                                                        01150000
       01 AUDITFILE-REC.                                                01160000
          03 AUD-PGM-NM                        PIC X(08).               01170000
          03 AUD-RUN-DATE                      PIC X(08).               01180000
          03 AUD-READ-CTR                      PIC 9(09).               01190000
          03 AUD-WRITE-CTR                     PIC 9(09).               01200000
          03 AUD-ERROR-CTR                     PIC 9(09).               01210000
                                                                        01220000
       FD ALERTFILE                                                     01230000
              LABEL RECORD STANDARD                                     01240000
              BLOCK 0 RECORDS                                           01250000
              RECORDING MODE IS F.                                      01260000
                                                                        01270000
       01 ALERTFILE-REC.                                                01280000
          03 ALT-PGM-NM                        PIC X(08).               01290000
          03 ALT-TS                            PIC X(14).               01300000
          03 ALT-SEVERITY                      PIC X(01).               01310000
          03 ALT-EVENT-CD                      PIC X(08).               01320000
          03 ALT-TEXT                          PIC X(40).               01330000
          03 FILLER                            PIC X(09).               01340000
                                                                        01350000
       WORKING-STORAGE SECTION.                                         01360000
      *=========================                                        01370000
                                                                        01380000
       01 WS-WA.                                                        01390000
      *---------                                                        01400000
                                                                        01410000
          03 WA-MST-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01420000
          03 WA-DLT-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01430000
          03 WA-CONTRACTOR-CTR              PIC S9(09) PACKED-DECIMAL.  01440000
          03 WA-LEAVER-CTR                  PIC S9(09) PACKED-DECIMAL.  01450000
          03 WA-BAD-JOIN-CTR                PIC S9(09) PACKED-DECIMAL.  01460000
          03 WA-NOT-DUE-CTR                 PIC S9(09) PACKED-DECIMAL.  01470000
          03 WA-NOT-MILE-CTR                PIC S9(09) PACKED-DECIMAL.  01480000
          03 WA-GRT-CTR                     PIC S9(09) PACKED-DECIMAL.  01490000
          03 WA-TRUNC-CTR                   PIC S9(09) PACKED-DECIMAL.  01500000
          03 WA-TBLFULL-CTR                 PIC S9(09) PACKED-DECIMAL.  01510000
          03 WA-RPT-LINE-CTR                PIC S9(03) PACKED-DECIMAL.  01520000
          03 WA-RPT-PAGE-CTR                PIC S9(05) PACKED-DECIMAL.  01530000
                                                                        01540000
       01 WS-CS.                                                        01550000
      *---------                                                        01560000
                                                                        01570000
          03 WC-PGM-NM                      PIC X(08) VALUE 'ANVGRT01'. 01580000
          03 WC-PCS-NM                      PIC X(40) VALUE             01590000
             'SERVICE ANNIVERSARY GREETINGS'.                           01600000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        01610000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        01620000
          03 WC-ONE                         PIC 9(01) VALUE 1.          01630000
          03 WC-FEED-HDR-ID                 PIC X(02) VALUE 'HD'.       01640000
          03 WC-FEED-TRL-ID                 PIC X(02) VALUE 'TR'.       01650000
          03 WC-DLT-DEL-ID                  PIC X(02) VALUE 'DL'.       01660000
          03 WC-FTN-03                      PIC X(02) VALUE '03'.       01670000
          03 WC-SEV-NORMAL                  PIC X(01) VALUE 'N'.        01680000
          03 WC-MSG-TYPE                    PIC X(10) VALUE 'GREETING'. 01690000
          03 WC-MSG-CAT-PFX                 PIC X(08) VALUE 'SERVICE-'. 01700000
          03 WC-DFLT-WINDOW                 PIC 9(03) VALUE 7.          01710000
          03 WC-DFLT-EXPIRY                 PIC 9(03) VALUE 30.         01720000
          03 WC-DFLT-MMDD                   PIC X(04) VALUE '0101'.     01730000
          03 WC-DFLT-TMPL                   PIC X(60) VALUE             01740000
             'HAPPY &Y YRS &N - &D'.                                    01750000
          03 WC-DFLT-MILE-LIST              PIC X(22) VALUE             01760000
             '0105101520253035404550'.                                  01770000
          03 WC-DFLT-MILE-CNT               PIC 9(02) VALUE 11.         01780000
          03 WC-MILE-MAX                    PIC 9(02) VALUE 20.         01790000
          03 WC-DEPT-REF-MAX                PIC 9(03) VALUE 50.         01800000
          03 WC-LVR-MAX                     PIC 9(05) VALUE 2000.       01810000
          03 WC-RPT-MAX-LINE                PIC 9(03) VALUE 55.         01820000
                                                                        01830000
       01 WS-WV.                                                        01840000
      *---------                                                        01850000
                                                                        01860000
          03 WV-AS-OF-DATE                  PIC X(08).                  01870000
          03 WV-AS-OF-DATE-N REDEFINES WV-AS-OF-DATE                    01880000
                                            PIC 9(08).                  01890000
          03 WV-WINDOW-DAYS                 PIC 9(03).                  01900000
          03 WV-EXPIRY-DAYS                 PIC 9(03).                  01910000
          03 WV-ANNIV-MMDD                  PIC X(04).                  01920000
          03 WV-ANNIV-MMDD-N REDEFINES WV-ANNIV-MMDD                    01930000
                                            PIC 9(04).                  01940000
          03 WV-TMPL                        PIC X(60).                  01950000
          03 WV-TMPL-LEN                    PIC S9(03) BINARY.          01960000
          03 WV-TMPL-IX                     PIC S9(03) BINARY.          01970000
          03 WV-TMPL-STEP                   PIC S9(03) BINARY.          01980000
          03 WV-TXT-PTR                     PIC S9(03) BINARY.          01990000
          03 WV-TRUNC-SW                    PIC X(01).                  02000000
          03 WV-GRT-TEXT                    PIC X(30).                  02010000
          03 WV-FIRST-NM                    PIC X(20).                  02020000
          03 WV-WIN-STT-INT                 PIC S9(09) BINARY.          02030000
          03 WV-WIN-END-INT                 PIC S9(09) BINARY.          02040000
          03 WV-ANNIV-INT                   PIC S9(09) BINARY.          02050000
          03 WV-EXP-INT                     PIC S9(09) BINARY.          02060000
          03 WV-CHK-YEAR                    PIC 9(04).                  02070000
          03 WV-JOIN-YEAR                   PIC 9(04).                  02080000
          03 WV-SVC-YEARS                   PIC S9(04) BINARY.          02090000
          03 WV-SVC-YRS-2                   PIC 9(02).                  02100000
          03 WV-SVC-YRS-EDIT                PIC Z9.                     02110000
          03 WV-DUE-SW                      PIC X(01).                  02120000
          03 WV-ANNIV-DATE-N                PIC 9(08).                  02130000
          03 WV-ANNIV-DATE REDEFINES WV-ANNIV-DATE-N.                   02140000
             05 WV-ANNIV-YYYY               PIC X(04).                  02150000
             05 WV-ANNIV-MM                 PIC X(02).                  02160000
             05 WV-ANNIV-DD                 PIC X(02).                  02170000
          03 WV-EXP-DATE-N                  PIC 9(08).                  02180000
          03 WV-EXP-DATE REDEFINES WV-EXP-DATE-N.                       02190000
             05 WV-EXP-YYYY                 PIC X(04).                  02200000
             05 WV-EXP-MM                   PIC X(02).                  02210000
             05 WV-EXP-DD                   PIC X(02).                  02220000
          03 WV-ANNIV-FMT                   PIC X(10).                  02230000
          03 WV-EXP-FMT                     PIC X(10).                  02240000
          03 WV-MILE-IX                     PIC S9(03) BINARY.          02250000
          03 WV-MILE-CNT                    PIC S9(03) BINARY.          02260000
          03 WV-MILE-FOUND-SW               PIC X(01).                  02270000
          03 WV-MILE-SET-SW                 PIC X(01).                  02280000
          03 WV-LVR-IX                      PIC S9(05) BINARY.          02290000
          03 WV-LVR-CNT                     PIC S9(05) BINARY.          02300000
          03 WV-LVR-FOUND-SW                PIC X(01).                  02310000
          03 WV-DEPT-KEY                    PIC X(03).                  02320000
          03 WV-DEPT-NM                     PIC X(30).                  02330000
          03 WV-DEPT-REF-IX                 PIC S9(03) BINARY.          02340000
          03 WV-DEPT-REF-CNT                PIC S9(03) BINARY.          02350000
          03 WV-DEPT-REF-FOUND-SW           PIC X(01).                  02360000
          03 WV-TRL-CNT                     PIC 9(09).                  02370000
          03 WV-CTR-DISP                    PIC ZZ,ZZZ,ZZ9.             02380000
          03 WV-HOLD-LINE                   PIC X(132).                 02390000
                                                                        02400000
       01 WS-PARM.                                                      02410000
      *-----------                                                      02420000
                                                                        02430000
          03 WV-PARM-KEY                    PIC X(20).                  02440000
          03 WV-PARM-VAL                    PIC X(60).                  02450000
          03 WV-PARM-LINE-CTR               PIC 9(03).                  02460000
                                                                        02470000
       01 WS-ALERT.                                                     02480000
      *------------                                                     02490000
                                                                        02500000
          03 WV-ALT-SEV                     PIC X(01).                  02510000
          03 WV-ALT-CD                      PIC X(08).                  02520000
          03 WV-ALT-TXT                     PIC X(40).                  02530000
                                                                        02540000
       01 WS-MILE-TBL.                                                  02550000
      *----------------                                                 02560000
                                                                        02570000
          03 WV-MILE-YRS OCCURS 20 TIMES    PIC 9(02).                  02580000
                                                                        02590000
       01 WS-DEPT-REF-TBL.                                              02600000
      *--------------------                                             02610000
                                                                        02620000
          03 WV-DEPT-REF-ENTRY OCCURS 50 TIMES.                         02630000
             05 WV-DEPT-REF-CD              PIC X(03).                  02640000
             05 WV-DEPT-REF-NM              PIC X(30).                  02650000
                                                                        02660000
       01 WS-LVR-TBL.                                                   02670000
      *---------------                                                  02680000
                                                                        02690000
          03 WV-LVR-TBL-ID OCCURS 2000 TIMES PIC X(10).                 02700000
                                                                        02710000
       01 WS-RPT-HDR1.                                                  02720000
      *----------------                                                 02730000
                                                                        02740000
          03 FILLER                         PIC X(08) VALUE 'ANVGRT01'. 02750000
          03 FILLER                         PIC X(05) VALUE SPACES.     02760000
          03 FILLER                         PIC X(37) VALUE             02770000
             'SERVICE ANNIVERSARY GREETINGS - AS OF'.                   02780000
          03 FILLER                         PIC X(01) VALUE SPACES.     02790000
          03 RPT-HDR-AS-OF                  PIC X(08).                  02800000
          03 FILLER                         PIC X(62) VALUE SPACES.     02810000
          03 FILLER                         PIC X(05) VALUE 'PAGE '.    02820000
          03 RPT-HDR-PAGE                   PIC ZZ,ZZ9.                 02830000
                                                                        02840000
       01 WS-RPT-HDR2.                                                  02850000
      *----------------                                                 02860000
                                                                        02870000
          03 FILLER                         PIC X(37) VALUE             02880000
             'EMP ID      EMPLOYEE NAME         DPT'.                   02890000
          03 FILLER                         PIC X(45) VALUE             02900000
             '  YRS  ANNIV DATE  GREETING TEXT'.                        02910000
          03 FILLER                         PIC X(50) VALUE SPACES.     02920000
                                                                        02930000
       01 WS-RPT-DTL.                                                   02940000
      *---------------                                                  02950000
                                                                        02960000
          03 RPT-DTL-ID                     PIC X(10).                  02970000
          03 FILLER                         PIC X(02) VALUE SPACES.     02980000
          03 RPT-DTL-NAME                   PIC X(20).                  02990000
          03 FILLER                         PIC X(02) VALUE SPACES.     03000000
          03 RPT-DTL-DPT                    PIC X(03).                  03010000
          03 FILLER                         PIC X(03) VALUE SPACES.     03020000
          03 RPT-DTL-YRS                    PIC Z9.                     03030000
          03 FILLER                         PIC X(02) VALUE SPACES.     03040000
          03 RPT-DTL-ANNIV                  PIC X(10).                  03050000
          03 FILLER                         PIC X(02) VALUE SPACES.     03060000
          03 RPT-DTL-TEXT                   PIC X(30).                  03070000
          03 FILLER                         PIC X(02) VALUE SPACES.     03080000
          03 RPT-DTL-TRUNC                  PIC X(15).                  03090000
          03 FILLER                         PIC X(29) VALUE SPACES.     03100000
                                                                        03110000
       01 WS-WI.                                                        03120000
      *---------                                                        03130000
                                                                        03140000
          03 WI-EOF-VALFILE                 PIC X(01).                  03150000
          03 WI-EOF-DEPTFILE                PIC X(01).                  03160000
          03 WI-EOF-NEWMSTR                 PIC X(01).                  03170000
          03 WI-EOF-DELTAFILE               PIC X(01).                  03180000
          03 WI-PARM-ERR                    PIC X(01).                  03190000
                                                                        03200000
       PROCEDURE DIVISION.                                              03210000
      ********************                                              03220000
                                                                        03230000
           PERFORM A010-STT-GRT-PCS.                                    03240000
           PERFORM A020-PCS-MST-REC                                     03250000
                   UNTIL WI-EOF-NEWMSTR = HIGH-VALUES.                  03260000
           PERFORM A030-END-GRT-PCS.                                    03270000
           STOP RUN.                                                    03280000
                                                                        03290000
      **************************** LEVEL A *****************************03300000
                                                                        03310000
       A010-STT-GRT-PCS.                                                03320000
      *------------------                                               03330000
                                                                        03340000
           PERFORM Z030-INIT-FLDS.                                      03350000
           PERFORM Z015-READ-VAL-SW.                                    03360000
           IF WI-PARM-ERR = WC-IC-ON                                    03370000
              DISPLAY 'RUN REFUSED - PARAMETER ERRORS'                  03380000
              MOVE 8                        TO RETURN-CODE              03390000
              MOVE HIGH-VALUES              TO WI-EOF-NEWMSTR           03400000
           ELSE                                                         03410000
              PERFORM Z038-LOAD-DEPT-FILE                               03420000
              PERFORM Z010-OPN-FILES                                    03430000
              PERFORM Z060-READ-DELTAFILE                               03440000
              PERFORM B005-LOAD-LEAVER                                  03450000
                      UNTIL WI-EOF-DELTAFILE = HIGH-VALUES              03460000
              PERFORM Z035-WRITE-FEED-HDR                               03470000
              PERFORM Z200-WRITE-RPT-HDR                                03480000
              PERFORM Z040-READ-NEWMSTR                                 03490000
           END-IF.                                                      03500000
                                                                        03510000
       A020-PCS-MST-REC.                                                03520000
      *------------------                                               03530000
                                                                        03540000
           EVALUATE TRUE                                                03550000
               WHEN MST-FTN-CD = WC-FTN-03                              03560000
                    ADD WC-ONE              TO WA-CONTRACTOR-CTR        03570000
               WHEN MST-EMP-JOIN-YR IS NOT NUMERIC                      03580000
                    DISPLAY 'JOIN YEAR NOT NUMERIC, EMP ID:'            03590000
                            MST-EMP-ID ' JOIN YEAR:' MST-EMP-JOIN-YR    03600000
                    ADD WC-ONE              TO WA-BAD-JOIN-CTR          03610000
               WHEN OTHER                                               03620000
                    PERFORM Z065-FIND-LEAVER                            03630000
                    IF WV-LVR-FOUND-SW = WC-IC-ON                       03640000
                       ADD WC-ONE           TO WA-LEAVER-CTR            03650000
                    ELSE                                                03660000
                       PERFORM B010-CHECK-ANNIV                         03670000
                    END-IF                                              03680000
           END-EVALUATE.                                                03690000
           PERFORM Z040-READ-NEWMSTR.                                   03700000
                                                                        03710000
       A030-END-GRT-PCS.                                                03720000
      *------------------                                               03730000
                                                                        03740000
           IF WI-PARM-ERR = WC-IC-OFF                                   03750000
              PERFORM Z036-WRITE-FEED-TRL                               03760000
              PERFORM B090-PRT-SUMMARY                                  03770000
              PERFORM Z020-CLS-FILES                                    03780000
           END-IF.                                                      03790000
           IF WA-BAD-JOIN-CTR > ZERO                                    03800000
              OR WA-TRUNC-CTR > ZERO                                    03810000
              OR WA-TBLFULL-CTR > ZERO                                  03820000
              IF RETURN-CODE < 4                                        03830000
                 MOVE 4                     TO RETURN-CODE              03840000
              END-IF                                                    03850000
           END-IF.                                                      03860000
           PERFORM Z990-PCS-CTRS.                                       03870000
           PERFORM Z997-WRITE-AUDIT-REC.                                03880000
                                                                        03890000
      **************************** LEVEL B *****************************03900000
                                                                        03910000
       B005-LOAD-LEAVER.                                                03920000
      *------------------                                               03930000
                                                                        03940000
           IF DLT-FTN-CD = WC-DLT-DEL-ID                                03950000
              IF WV-LVR-CNT < WC-LVR-MAX                                03960000
                 ADD 1                      TO WV-LVR-CNT               03970000
                 MOVE DLT-EMP-ID            TO                          03980000
                      WV-LVR-TBL-ID (WV-LVR-CNT)                        03990000
              ELSE                                                      04000000
                 DISPLAY 'LEAVER TABLE FULL - LEAVER NOT EXCLUDED:'     04010000
                         DLT-EMP-ID                                     04020000
                 ADD WC-ONE                 TO WA-TBLFULL-CTR           04030000
                 MOVE 'M'                   TO WV-ALT-SEV               04040000
                 MOVE 'TBLFULL'             TO WV-ALT-CD                04050000
                 MOVE 'GREETING LEAVER TABLE FULL'                      04060000
                                            TO WV-ALT-TXT               04070000
                 PERFORM Z998-WRITE-ALERT-REC                           04080000
              END-IF                                                    04090000
           END-IF.                                                      04100000
           PERFORM Z060-READ-DELTAFILE.                                 04110000
                                                                        04120000
       B010-CHECK-ANNIV.                                                04130000
      *------------------                                               04140000
                                                                        04150000
           MOVE MST-EMP-JOIN-YR             TO WV-JOIN-YEAR.            04160000
           MOVE WC-IC-OFF                   TO WV-DUE-SW.               04170000
           MOVE WV-AS-OF-DATE (1:4)         TO WV-CHK-YEAR.             04180000
           PERFORM Z070-CHECK-YEAR.                                     04190000
           IF WV-DUE-SW = WC-IC-OFF                                     04200000
              ADD 1                         TO WV-CHK-YEAR              04210000
              PERFORM Z070-CHECK-YEAR                                   04220000
           END-IF.                                                      04230000
           IF WV-DUE-SW = WC-IC-OFF                                     04240000
              ADD WC-ONE                    TO WA-NOT-DUE-CTR           04250000
           ELSE                                                         04260000
              PERFORM Z075-FIND-MILESTONE                               04270000
              IF WV-MILE-FOUND-SW = WC-IC-OFF                           04280000
                 ADD WC-ONE                 TO WA-NOT-MILE-CTR          04290000
              ELSE                                                      04300000
                 PERFORM B020-WRITE-GREETING                            04310000
              END-IF                                                    04320000
           END-IF.                                                      04330000
                                                                        04340000
       B020-WRITE-GREETING.                                             04350000
      *---------------------                                            04360000
                                                                        04370000
           MOVE MST-EMP-DPT                 TO WV-DEPT-KEY.             04380000
           PERFORM Z085-GET-DEPT-NM.                                    04390000
           IF WV-DEPT-REF-FOUND-SW = WC-IC-OFF                          04400000
              MOVE MST-EMP-DPT              TO WV-DEPT-NM               04410000
           END-IF.                                                      04420000
           MOVE SPACES                      TO WV-FIRST-NM.             04430000
           UNSTRING MST-EMP-NAME            DELIMITED BY SPACE          04440000
               INTO WV-FIRST-NM                                         04450000
           END-UNSTRING.                                                04460000
           MOVE WV-SVC-YEARS                TO WV-SVC-YRS-2             04470000
                                               WV-SVC-YRS-EDIT.         04480000
           PERFORM B030-BUILD-TEXT.                                     04490000
           COMPUTE WV-EXP-INT = WV-ANNIV-INT + WV-EXPIRY-DAYS           04500000
           END-COMPUTE.                                                 04510000
           COMPUTE WV-EXP-DATE-N =                                      04520000
                   FUNCTION DATE-OF-INTEGER (WV-EXP-INT)                04530000
           END-COMPUTE.                                                 04540000
           MOVE SPACES                      TO WV-ANNIV-FMT             04550000
                                               WV-EXP-FMT.              04560000
           STRING WV-ANNIV-YYYY '-' WV-ANNIV-MM '-' WV-ANNIV-DD         04570000
                  DELIMITED BY SIZE         INTO WV-ANNIV-FMT           04580000
           END-STRING.                                                  04590000
           STRING WV-EXP-YYYY '-' WV-EXP-MM '-' WV-EXP-DD               04600000
                  DELIMITED BY SIZE         INTO WV-EXP-FMT             04610000
           END-STRING.                                                  04620000
           MOVE SPACES                      TO GRT-REC.                 04630000
           MOVE WC-SEV-NORMAL               TO GRT-SEVERITY.            04640000
           MOVE WV-ANNIV-FMT                TO GRT-MSG-DATE             04650000
                                               GRT-EFF-DATE.            04660000
           MOVE WC-MSG-TYPE                 TO GRT-MSG-TYPE.            04670000
           MOVE WC-MSG-CAT-PFX              TO GRT-MSG-CATEGORY (1:8).  04680000
           MOVE WV-SVC-YRS-2                TO GRT-MSG-CATEGORY (9:2).  04690000
           MOVE WV-GRT-TEXT                 TO GRT-MSG-TEXT.            04700000
           MOVE WV-EXP-FMT                  TO GRT-EXP-DATE.            04710000
           MOVE MST-EMP-ID                  TO GRT-EMP-ID.              04715000
           WRITE GRT-REC.                                               04720000
           ADD WC-ONE                       TO WA-GRT-CTR.              04730000
           MOVE MST-EMP-ID                  TO RPT-DTL-ID.              04740000
           MOVE MST-EMP-NAME                TO RPT-DTL-NAME.            04750000
           MOVE MST-EMP-DPT                 TO RPT-DTL-DPT.             04760000
           MOVE WV-SVC-YEARS                TO RPT-DTL-YRS.             04770000
           MOVE WV-ANNIV-FMT                TO RPT-DTL-ANNIV.           04780000
           MOVE WV-GRT-TEXT                 TO RPT-DTL-TEXT.            04790000
           IF WV-TRUNC-SW = WC-IC-ON                                    04800000
              ADD WC-ONE                    TO WA-TRUNC-CTR             04810000
              MOVE '*TEXT TRUNCATED'        TO RPT-DTL-TRUNC            04820000
           ELSE                                                         04830000
              MOVE SPACES                   TO RPT-DTL-TRUNC            04840000
           END-IF.                                                      04850000
           MOVE WS-RPT-DTL                  TO RPT-REC.                 04860000
           PERFORM Z230-WRITE-RPT-REC.                                  04870000
                                                                        04880000
       B030-BUILD-TEXT.                                                 04890000
      *-----------------                                                04900000
                                                                        04910000
           MOVE SPACES                      TO WV-GRT-TEXT.             04920000
           MOVE WC-IC-OFF                   TO WV-TRUNC-SW.             04930000
           MOVE 1                           TO WV-TXT-PTR               04940000
                                               WV-TMPL-IX.              04950000
           PERFORM B035-PUT-TMPL-CHAR                                   04960000
                   UNTIL WV-TMPL-IX > WV-TMPL-LEN                       04970000
                      OR WV-TRUNC-SW = WC-IC-ON.                        04980000
                                                                        04990000
       B035-PUT-TMPL-CHAR.                                              05000000
      *--------------------                                             05010000
                                                                        05020000
           MOVE 1                           TO WV-TMPL-STEP.            05030000
           IF WV-TMPL (WV-TMPL-IX:1) = '&'                              05040000
              AND WV-TMPL-IX < WV-TMPL-LEN                              05050000
              MOVE 2                        TO WV-TMPL-STEP             05060000
              EVALUATE WV-TMPL (WV-TMPL-IX + 1:1)                       05070000
                  WHEN 'N'                                              05080000
                       STRING WV-FIRST-NM   DELIMITED BY SPACE          05090000
                              INTO WV-GRT-TEXT                          05100000
                              WITH POINTER WV-TXT-PTR                   05110000
                         ON OVERFLOW                                    05120000
                              MOVE WC-IC-ON TO WV-TRUNC-SW              05130000
                       END-STRING                                       05140000
                  WHEN 'F'                                              05150000
                       STRING MST-EMP-NAME  DELIMITED BY '  '           05160000
                              INTO WV-GRT-TEXT                          05170000
                              WITH POINTER WV-TXT-PTR                   05180000
                         ON OVERFLOW                                    05190000
                              MOVE WC-IC-ON TO WV-TRUNC-SW              05200000
                       END-STRING                                       05210000
                  WHEN 'D'                                              05220000
                       STRING WV-DEPT-NM    DELIMITED BY '  '           05230000
                              INTO WV-GRT-TEXT                          05240000
                              WITH POINTER WV-TXT-PTR                   05250000
                         ON OVERFLOW                                    05260000
                              MOVE WC-IC-ON TO WV-TRUNC-SW              05270000
                       END-STRING                                       05280000
                  WHEN 'Y'                                              05290000
                       STRING WV-SVC-YRS-EDIT DELIMITED BY SPACE        05300000
                              INTO WV-GRT-TEXT                          05310000
                              WITH POINTER WV-TXT-PTR                   05320000
                         ON OVERFLOW                                    05330000
                              MOVE WC-IC-ON TO WV-TRUNC-SW              05340000
                       END-STRING                                       05350000
                  WHEN OTHER                                            05360000
                       MOVE 1               TO WV-TMPL-STEP             05370000
              END-EVALUATE                                              05380000
           END-IF.                                                      05390000
           IF WV-TMPL-STEP = 1                                          05400000
              STRING WV-TMPL (WV-TMPL-IX:1) DELIMITED BY SIZE           05410000
                     INTO WV-GRT-TEXT                                   05420000
                     WITH POINTER WV-TXT-PTR                            05430000
                ON OVERFLOW                                             05440000
                     MOVE WC-IC-ON          TO WV-TRUNC-SW              05450000
              END-STRING                                                05460000
           END-IF.                                                      05470000
           ADD WV-TMPL-STEP                 TO WV-TMPL-IX.              05480000
                                                                        05490000
       B090-PRT-SUMMARY.                                                05500000
      *------------------                                               05510000
                                                                        05520000
           MOVE SPACES                      TO RPT-REC.                 05530000
           PERFORM Z230-WRITE-RPT-REC.                                  05540000
           MOVE 'RUN SUMMARY'               TO RPT-REC.                 05550000
           PERFORM Z230-WRITE-RPT-REC.                                  05560000
           MOVE SPACES                      TO RPT-REC.                 05570000
           STRING 'WINDOW                      :' DELIMITED BY SIZE     05580000
                  WV-AS-OF-DATE             DELIMITED BY SIZE           05590000
                  ' FOR '                   DELIMITED BY SIZE           05600000
                  WV-WINDOW-DAYS            DELIMITED BY SIZE           05610000
                  ' DAYS, ANNIVERSARY DAY ' DELIMITED BY SIZE           05620000
                  WV-ANNIV-MMDD             DELIMITED BY SIZE           05630000
                  INTO RPT-REC                                          05640000
           END-STRING.                                                  05650000
           PERFORM Z230-WRITE-RPT-REC.                                  05660000
           MOVE WA-MST-READ-CTR             TO WV-CTR-DISP.             05670000
           MOVE SPACES                      TO RPT-REC.                 05680000
           STRING 'MASTER RECORDS READ         :' DELIMITED BY SIZE     05690000
                  WV-CTR-DISP               DELIMITED BY SIZE           05700000
                  INTO RPT-REC                                          05710000
           END-STRING.                                                  05720000
           PERFORM Z230-WRITE-RPT-REC.                                  05730000
           MOVE WA-CONTRACTOR-CTR           TO WV-CTR-DISP.             05740000
           MOVE SPACES                      TO RPT-REC.                 05750000
           STRING 'CONTRACTORS SKIPPED         :' DELIMITED BY SIZE     05760000
                  WV-CTR-DISP               DELIMITED BY SIZE           05770000
                  INTO RPT-REC                                          05780000
           END-STRING.                                                  05790000
           PERFORM Z230-WRITE-RPT-REC.                                  05800000
           MOVE WA-LEAVER-CTR               TO WV-CTR-DISP.             05810000
           MOVE SPACES                      TO RPT-REC.                 05820000
           STRING 'LEAVERS SKIPPED             :' DELIMITED BY SIZE     05830000
                  WV-CTR-DISP               DELIMITED BY SIZE           05840000
                  INTO RPT-REC                                          05850000
           END-STRING.                                                  05860000
           PERFORM Z230-WRITE-RPT-REC.                                  05870000
           MOVE WA-BAD-JOIN-CTR             TO WV-CTR-DISP.             05880000
           MOVE SPACES                      TO RPT-REC.                 05890000
           STRING 'INVALID JOIN YEAR           :' DELIMITED BY SIZE     05900000
                  WV-CTR-DISP               DELIMITED BY SIZE           05910000
                  INTO RPT-REC                                          05920000
           END-STRING.                                                  05930000
           PERFORM Z230-WRITE-RPT-REC.                                  05940000
           MOVE WA-GRT-CTR                  TO WV-CTR-DISP.             05950000
           MOVE SPACES                      TO RPT-REC.                 05960000
           STRING 'GREETINGS WRITTEN           :' DELIMITED BY SIZE     05970000
                  WV-CTR-DISP               DELIMITED BY SIZE           05980000
                  INTO RPT-REC                                          05990000
           END-STRING.                                                  06000000
           PERFORM Z230-WRITE-RPT-REC.                                  06010000
           MOVE WA-TRUNC-CTR                TO WV-CTR-DISP.             06020000
           MOVE SPACES                      TO RPT-REC.                 06030000
           STRING 'GREETING TEXT TRUNCATED     :' DELIMITED BY SIZE     06040000
                  WV-CTR-DISP               DELIMITED BY SIZE           06050000
                  INTO RPT-REC                                          06060000
           END-STRING.                                                  06070000
           PERFORM Z230-WRITE-RPT-REC.                                  06080000
                                                                        06090000
      **************************** LEVEL Z *****************************06100000
                                                                        06110000
       Z010-OPN-FILES.                                                  06120000
      *----------------                                                 06130000
                                                                        06140000
           OPEN INPUT  NEWMSTR                                          06150000
                       DELTAFILE                                        06160000
                OUTPUT GRTFEED                                          06170000
                       GRTRPT.                                          06180000
                                                                        06190000
       Z015-READ-VAL-SW.                                                06200000
      *------------------                                               06210000
                                                                        06220000
           MOVE FUNCTION CURRENT-DATE (1:8) TO WV-AS-OF-DATE.           06230000
           MOVE WC-DFLT-WINDOW              TO WV-WINDOW-DAYS.          06240000
           MOVE WC-DFLT-EXPIRY              TO WV-EXPIRY-DAYS.          06250000
           MOVE WC-DFLT-MMDD                TO WV-ANNIV-MMDD.           06260000
           MOVE WC-DFLT-TMPL                TO WV-TMPL.                 06270000
           MOVE WC-DFLT-MILE-LIST           TO WS-MILE-TBL.             06280000
           MOVE WC-DFLT-MILE-CNT            TO WV-MILE-CNT.             06290000
           MOVE WC-IC-OFF                   TO WV-MILE-SET-SW.          06300000
           MOVE ZERO                        TO WV-PARM-LINE-CTR.        06310000
           MOVE WC-IC-OFF                   TO WI-PARM-ERR.             06320000
           MOVE LOW-VALUES                  TO WI-EOF-VALFILE.          06330000
           OPEN INPUT  VALFILE.                                         06340000
           PERFORM Z016-PCS-PARM-CARD                                   06350000
                   UNTIL WI-EOF-VALFILE = HIGH-VALUES.                  06360000
           CLOSE VALFILE.                                               06370000
           MOVE 60                          TO WV-TMPL-LEN.             06380000
           PERFORM Z014-TRIM-TMPL                                       06390000
                   UNTIL WV-TMPL (WV-TMPL-LEN:1) NOT = SPACE.           06400000
           COMPUTE WV-WIN-STT-INT =                                     06410000
                   FUNCTION INTEGER-OF-DATE (WV-AS-OF-DATE-N)           06420000
           END-COMPUTE.                                                 06430000
           COMPUTE WV-WIN-END-INT = WV-WIN-STT-INT + WV-WINDOW-DAYS - 1 06440000
           END-COMPUTE.                                                 06450000
           MOVE WV-AS-OF-DATE               TO RPT-HDR-AS-OF.           06460000
           PERFORM Z019-ECHO-PARMS.                                     06470000
                                                                        06480000
       Z014-TRIM-TMPL.                                                  06490000
      *----------------                                                 06500000
                                                                        06510000
           SUBTRACT 1                       FROM WV-TMPL-LEN.           06520000
                                                                        06530000
       Z016-PCS-PARM-CARD.                                              06540000
      *--------------------                                             06550000
                                                                        06560000
           READ VALFILE                                                 06570000
             AT END                                                     06580000
                MOVE HIGH-VALUES            TO WI-EOF-VALFILE           06590000
           END-READ.                                                    06600000
           IF WI-EOF-VALFILE = LOW-VALUES                               06610000
              ADD 1                         TO WV-PARM-LINE-CTR         06620000
              IF VAL-CARD = SPACES                                      06630000
                 CONTINUE                                               06640000
              ELSE                                                      06650000
                 MOVE SPACES                TO WV-PARM-KEY              06660000
                                               WV-PARM-VAL              06670000
                 UNSTRING VAL-CARD          DELIMITED BY '='            06680000
                     INTO WV-PARM-KEY                                   06690000
                          WV-PARM-VAL                                   06700000
                 END-UNSTRING                                           06710000
                 PERFORM Z017-APPLY-PARM                                06720000
              END-IF                                                    06730000
           END-IF.                                                      06740000
                                                                        06750000
       Z017-APPLY-PARM.                                                 06760000
      *-----------------                                                06770000
                                                                        06780000
           EVALUATE WV-PARM-KEY                                         06790000
               WHEN 'AS-OF-DATE'                                        06800000
                    IF WV-PARM-VAL (1:8) IS NUMERIC                     06810000
                       AND WV-PARM-VAL (9:1) = SPACE                    06820000
                       AND WV-PARM-VAL (5:2) >= '01'                    06830000
                       AND WV-PARM-VAL (5:2) <= '12'                    06840000
                       AND WV-PARM-VAL (7:2) >= '01'                    06850000
                       AND WV-PARM-VAL (7:2) <= '31'                    06860000
                       MOVE WV-PARM-VAL (1:8)                           06870000
                                            TO WV-AS-OF-DATE            06880000
                    ELSE                                                06890000
                       PERFORM Z018-FLAG-PARM-ERR                       06900000
                    END-IF                                              06910000
               WHEN 'WINDOW-DAYS'                                       06920000
                    IF WV-PARM-VAL (1:3) IS NUMERIC                     06930000
                       AND WV-PARM-VAL (4:1) = SPACE                    06940000
                       AND WV-PARM-VAL (1:3) >= '001'                   06950000
                       AND WV-PARM-VAL (1:3) <= '365'                   06960000
                       MOVE WV-PARM-VAL (1:3)                           06970000
                                            TO WV-WINDOW-DAYS           06980000
                    ELSE                                                06990000
                       PERFORM Z018-FLAG-PARM-ERR                       07000000
                    END-IF                                              07010000
               WHEN 'EXPIRY-DAYS'                                       07020000
                    IF WV-PARM-VAL (1:3) IS NUMERIC                     07030000
                       AND WV-PARM-VAL (4:1) = SPACE                    07040000
                       AND WV-PARM-VAL (1:3) >= '001'                   07050000
                       MOVE WV-PARM-VAL (1:3)                           07060000
                                            TO WV-EXPIRY-DAYS           07070000
                    ELSE                                                07080000
                       PERFORM Z018-FLAG-PARM-ERR                       07090000
                    END-IF                                              07100000
               WHEN 'ANNIV-MMDD'                                        07110000
                    IF WV-PARM-VAL (1:4) IS NUMERIC                     07120000
                       AND WV-PARM-VAL (5:1) = SPACE                    07130000
                       AND WV-PARM-VAL (1:2) >= '01'                    07140000
                       AND WV-PARM-VAL (1:2) <= '12'                    07150000
                       AND WV-PARM-VAL (3:2) >= '01'                    07160000
                       AND WV-PARM-VAL (3:2) <= '31'                    07170000
                       AND WV-PARM-VAL (1:4) NOT = '0229'               07180000
                       MOVE WV-PARM-VAL (1:4)                           07190000
                                            TO WV-ANNIV-MMDD            07200000
                    ELSE                                                07210000
                       PERFORM Z018-FLAG-PARM-ERR                       07220000
                    END-IF                                              07230000
               WHEN 'MILESTONE'                                         07240000
                    IF WV-MILE-SET-SW = WC-IC-OFF                       07250000
                       MOVE WC-IC-ON        TO WV-MILE-SET-SW           07260000
                       MOVE ZERO            TO WV-MILE-CNT              07270000
                    END-IF                                              07280000
                    IF WV-PARM-VAL (1:2) IS NUMERIC                     07290000
                       AND WV-PARM-VAL (3:1) = SPACE                    07300000
                       AND WV-PARM-VAL (1:2) >= '01'                    07310000
                       AND WV-MILE-CNT < WC-MILE-MAX                    07320000
                       ADD 1                TO WV-MILE-CNT              07330000
                       MOVE WV-PARM-VAL (1:2)                           07340000
                                            TO WV-MILE-YRS (WV-MILE-CNT)07350000
                    ELSE                                                07360000
                       PERFORM Z018-FLAG-PARM-ERR                       07370000
                    END-IF                                              07380000
               WHEN 'TEMPLATE'                                          07390000
                    IF WV-PARM-VAL = SPACES                             07400000
                       PERFORM Z018-FLAG-PARM-ERR                       07410000
                    ELSE                                                07420000
                       MOVE WV-PARM-VAL     TO WV-TMPL                  07430000
                    END-IF                                              07440000
               WHEN OTHER                                               07450000
                    PERFORM Z018-FLAG-PARM-ERR                          07460000
           END-EVALUATE.                                                07470000
                                                                        07480000
       Z018-FLAG-PARM-ERR.                                              07490000
      *--------------------                                             07500000
                                                                        07510000
           DISPLAY 'BAD PARAMETER CARD, LINE ' WV-PARM-LINE-CTR         07520000
                   ': ' VAL-CARD (1:40).                                07530000
           MOVE WC-IC-ON                    TO WI-PARM-ERR.             07540000
                                                                        07550000
       Z019-ECHO-PARMS.                                                 07560000
      *-----------------                                                07570000
                                                                        07580000
           DISPLAY 'RESOLVED RUN PARAMETERS:'.                          07590000
           DISPLAY '  AS-OF-DATE       = ' WV-AS-OF-DATE.               07600000
           DISPLAY '  WINDOW-DAYS      = ' WV-WINDOW-DAYS.              07610000
           DISPLAY '  EXPIRY-DAYS      = ' WV-EXPIRY-DAYS.              07620000
           DISPLAY '  ANNIV-MMDD       = ' WV-ANNIV-MMDD.               07630000
           DISPLAY '  MILESTONES       = '                              07640000
                   WS-MILE-TBL (1:WV-MILE-CNT * 2).                     07650000
           DISPLAY '  TEMPLATE         = ' WV-TMPL (1:WV-TMPL-LEN).     07660000
                                                                        07670000
       Z020-CLS-FILES.                                                  07680000
      *----------------                                                 07690000
                                                                        07700000
           CLOSE  NEWMSTR                                               07710000
                  DELTAFILE                                             07720000
                  GRTFEED                                               07730000
                  GRTRPT.                                               07740000
                                                                        07750000
       Z030-INIT-FLDS.                                                  07760000
      *----------------                                                 07770000
                                                                        07780000
           INITIALIZE WS-WA                                             07790000
                      WS-WV.                                            07800000
           MOVE ZERO                        TO WV-LVR-CNT.              07810000
           MOVE LOW-VALUES                  TO WI-EOF-NEWMSTR           07820000
                                               WI-EOF-DELTAFILE.        07830000
                                                                        07840000
       Z035-WRITE-FEED-HDR.                                             07850000
      *---------------------                                            07860000
                                                                        07870000
           MOVE SPACES                      TO GRT-REC.                 07880000
           MOVE WC-FEED-HDR-ID              TO GRT-REC (1:2).           07890000
           MOVE FUNCTION CURRENT-DATE (1:8) TO GRT-REC (3:8).           07900000
           MOVE WC-PGM-NM                   TO GRT-REC (11:8).          07910000
           WRITE GRT-REC.                                               07920000
                                                                        07930000
       Z036-WRITE-FEED-TRL.                                             07940000
      *---------------------                                            07950000
                                                                        07960000
           MOVE WA-GRT-CTR                  TO WV-TRL-CNT.              07970000
           MOVE SPACES                      TO GRT-REC.                 07980000
           MOVE WC-FEED-TRL-ID              TO GRT-REC (1:2).           07990000
           MOVE WV-TRL-CNT                  TO GRT-REC (3:9).           08000000
           WRITE GRT-REC.                                               08010000
                                                                        08020000
       Z038-LOAD-DEPT-FILE.                                             08030000
      *---------------------                                            08040000
                                                                        08050000
           MOVE ZERO                        TO WV-DEPT-REF-CNT.         08060000
           MOVE LOW-VALUES                  TO WI-EOF-DEPTFILE.         08070000
           OPEN INPUT  DEPTFILE.                                        08080000
           PERFORM Z039-LOAD-DEPT-REC                                   08090000
                   UNTIL WI-EOF-DEPTFILE = HIGH-VALUES.                 08100000
           CLOSE DEPTFILE.                                              08110000
           IF WV-DEPT-REF-CNT = ZERO                                    08120000
              DISPLAY 'DEPTFILE EMPTY - DEPARTMENT CODES USED IN TEXT'  08130000
              MOVE 4                        TO RETURN-CODE              08140000
           END-IF.                                                      08150000
                                                                        08160000
       Z039-LOAD-DEPT-REC.                                              08170000
      *--------------------                                             08180000
                                                                        08190000
           READ DEPTFILE                                                08200000
             AT END                                                     08210000
                MOVE HIGH-VALUES            TO WI-EOF-DEPTFILE          08220000
           END-READ.                                                    08230000
           IF WI-EOF-DEPTFILE = LOW-VALUES                              08240000
              IF WV-DEPT-REF-CNT < WC-DEPT-REF-MAX                      08250000
                 ADD 1                      TO WV-DEPT-REF-CNT          08260000
                 MOVE DEPT-CD               TO                          08270000
                      WV-DEPT-REF-CD (WV-DEPT-REF-CNT)                  08280000
                 MOVE DEPT-NM               TO                          08290000
                      WV-DEPT-REF-NM (WV-DEPT-REF-CNT)                  08300000
              ELSE                                                      08310000
                 DISPLAY 'DEPT REF TABLE FULL, CODE SKIPPED:'           08320000
                         DEPT-CD                                        08330000
                 ADD WC-ONE                 TO WA-TBLFULL-CTR           08340000
                 MOVE 'M'                   TO WV-ALT-SEV               08350000
                 MOVE 'TBLFULL'             TO WV-ALT-CD                08360000
                 MOVE 'DEPT REF TABLE FULL - CODES SKIPPED'             08370000
                                            TO WV-ALT-TXT               08380000
                 PERFORM Z998-WRITE-ALERT-REC                           08390000
              END-IF                                                    08400000
           END-IF.                                                      08410000
                                                                        08420000
       Z040-READ-NEWMSTR.                                               08430000
      *-------------------                                              08440000
                                                                        08450000
           READ NEWMSTR                                                 08460000
             AT END                                                     08470000
                MOVE HIGH-VALUES            TO WI-EOF-NEWMSTR           08480000
           END-READ.                                                    08490000
           IF WI-EOF-NEWMSTR = LOW-VALUES                               08500000
              ADD WC-ONE                    TO WA-MST-READ-CTR          08510000
           END-IF.                                                      08520000
                                                                        08530000
       Z060-READ-DELTAFILE.                                             08540000
      *---------------------                                            08550000
                                                                        08560000
           READ DELTAFILE                                               08570000
             AT END                                                     08580000
                MOVE HIGH-VALUES            TO WI-EOF-DELTAFILE         08590000
           END-READ.                                                    08600000
           IF WI-EOF-DELTAFILE = LOW-VALUES                             08610000
              ADD WC-ONE                    TO WA-DLT-READ-CTR          08620000
           END-IF.                                                      08630000
                                                                        08640000
       Z065-FIND-LEAVER.                                                08650000
      *------------------                                               08660000
                                                                        08670000
           MOVE WC-IC-OFF                   TO WV-LVR-FOUND-SW.         08680000
           MOVE ZERO                        TO WV-LVR-IX.               08690000
           PERFORM Z067-SCAN-LVR-TBL                                    08700000
                   UNTIL WV-LVR-FOUND-SW = WC-IC-ON                     08710000
                      OR WV-LVR-IX >= WV-LVR-CNT.                       08720000
                                                                        08730000
       Z067-SCAN-LVR-TBL.                                               08740000
      *-------------------                                              08750000
                                                                        08760000
           ADD 1                            TO WV-LVR-IX.               08770000
           IF WV-LVR-TBL-ID (WV-LVR-IX) = MST-EMP-ID                    08780000
              MOVE WC-IC-ON                 TO WV-LVR-FOUND-SW          08790000
           END-IF.                                                      08800000
                                                                        08810000
       Z070-CHECK-YEAR.                                                 08820000
      *-----------------                                                08830000
                                                                        08840000
           COMPUTE WV-ANNIV-DATE-N = WV-CHK-YEAR * 10000                08850000
                                   + WV-ANNIV-MMDD-N                    08860000
           END-COMPUTE.                                                 08870000
           COMPUTE WV-ANNIV-INT =                                       08880000
                   FUNCTION INTEGER-OF-DATE (WV-ANNIV-DATE-N)           08890000
           END-COMPUTE.                                                 08900000
           IF WV-ANNIV-INT >= WV-WIN-STT-INT                            08910000
              AND WV-ANNIV-INT <= WV-WIN-END-INT                        08920000
              COMPUTE WV-SVC-YEARS = WV-CHK-YEAR - WV-JOIN-YEAR         08930000
              END-COMPUTE                                               08940000
              MOVE WC-IC-ON                 TO WV-DUE-SW                08950000
           END-IF.                                                      08960000
                                                                        08970000
       Z075-FIND-MILESTONE.                                             08980000
      *---------------------                                            08990000
                                                                        09000000
           MOVE WC-IC-OFF                   TO WV-MILE-FOUND-SW.        09010000
           MOVE ZERO                        TO WV-MILE-IX.              09020000
           IF WV-SVC-YEARS > ZERO                                       09030000
              AND WV-SVC-YEARS < 100                                    09040000
              PERFORM Z077-SCAN-MILE-TBL                                09050000
                      UNTIL WV-MILE-FOUND-SW = WC-IC-ON                 09060000
                         OR WV-MILE-IX >= WV-MILE-CNT                   09070000
           END-IF.                                                      09080000
                                                                        09090000
       Z077-SCAN-MILE-TBL.                                              09100000
      *--------------------                                             09110000
                                                                        09120000
           ADD 1                            TO WV-MILE-IX.              09130000
           IF WV-MILE-YRS (WV-MILE-IX) = WV-SVC-YEARS                   09140000
              MOVE WC-IC-ON                 TO WV-MILE-FOUND-SW         09150000
           END-IF.                                                      09160000
                                                                        09170000
       Z085-GET-DEPT-NM.                                                09180000
      *------------------                                               09190000
                                                                        09200000
           MOVE WC-IC-OFF                   TO WV-DEPT-REF-FOUND-SW.    09210000
           MOVE ZERO                        TO WV-DEPT-REF-IX.          09220000
           PERFORM Z087-SCAN-DEPT-REF                                   09230000
                   UNTIL WV-DEPT-REF-FOUND-SW = WC-IC-ON                09240000
                      OR WV-DEPT-REF-IX >= WV-DEPT-REF-CNT.             09250000
           IF WV-DEPT-REF-FOUND-SW = WC-IC-ON                           09260000
              MOVE WV-DEPT-REF-NM (WV-DEPT-REF-IX) TO WV-DEPT-NM        09270000
           END-IF.                                                      09280000
                                                                        09290000
       Z087-SCAN-DEPT-REF.                                              09300000
      *--------------------                                             09310000
                                                                        09320000
           ADD 1                            TO WV-DEPT-REF-IX.          09330000
           IF WV-DEPT-REF-CD (WV-DEPT-REF-IX) = WV-DEPT-KEY             09340000
              MOVE WC-IC-ON                 TO WV-DEPT-REF-FOUND-SW     09350000
           END-IF.                                                      09360000
                                                                        09370000
       Z200-WRITE-RPT-HDR.                                              09380000
      *--------------------                                             09390000
                                                                        09400000
           ADD WC-ONE                       TO WA-RPT-PAGE-CTR.         09410000
           MOVE WA-RPT-PAGE-CTR             TO RPT-HDR-PAGE.            09420000
           IF WA-RPT-PAGE-CTR = 1                                       09430000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            09440000
           ELSE                                                         09450000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            09460000
                    AFTER ADVANCING NEXT-PAGE                           09470000
           END-IF.                                                      09480000
           MOVE SPACES                      TO RPT-REC.                 09490000
           WRITE RPT-REC.                                               09500000
           WRITE RPT-REC                    FROM WS-RPT-HDR2.           09510000
           MOVE SPACES                      TO RPT-REC.                 09520000
           WRITE RPT-REC.                                               09530000
           MOVE 4                           TO WA-RPT-LINE-CTR.         09540000
                                                                        09550000
       Z230-WRITE-RPT-REC.                                              09560000
      *--------------------                                             09570000
                                                                        09580000
           IF WA-RPT-LINE-CTR >= WC-RPT-MAX-LINE                        09590000
              MOVE RPT-REC                  TO WV-HOLD-LINE             09600000
              PERFORM Z200-WRITE-RPT-HDR                                09610000
              MOVE WV-HOLD-LINE             TO RPT-REC                  09620000
           END-IF.                                                      09630000
           WRITE RPT-REC.                                               09640000
           ADD WC-ONE                       TO WA-RPT-LINE-CTR.         09650000
                                                                        09660000
       Z990-PCS-CTRS.                                                   09670000
      *---------------                                                  09680000
                                                                        09690000
           DISPLAY 'NUMBER OF MASTER RECORDS READ  :-'                  09700000
                    WA-MST-READ-CTR.                                    09710000
           DISPLAY 'NUMBER OF DELTA RECORDS READ   :-'                  09720000
                    WA-DLT-READ-CTR.                                    09730000
           DISPLAY 'NUMBER OF CONTRACTORS SKIPPED  :-'                  09740000
                    WA-CONTRACTOR-CTR.                                  09750000
           DISPLAY 'NUMBER OF LEAVERS SKIPPED      :-' WA-LEAVER-CTR.   09760000
           DISPLAY 'NUMBER OF INVALID JOIN YEARS   :-'                  09770000
                    WA-BAD-JOIN-CTR.                                    09780000
           DISPLAY 'NUMBER NOT DUE IN WINDOW       :-' WA-NOT-DUE-CTR.  09790000
           DISPLAY 'NUMBER DUE, NOT A MILESTONE    :-'                  09800000
                    WA-NOT-MILE-CTR.                                    09810000
           DISPLAY 'NUMBER OF GREETINGS WRITTEN    :-' WA-GRT-CTR.      09820000
           DISPLAY 'NUMBER OF TEXTS TRUNCATED      :-' WA-TRUNC-CTR.    09830000
           DISPLAY 'NUMBER OF TABLE OVERFLOWS      :-'                  09840000
                    WA-TBLFULL-CTR.                                     09850000
                                                                        09860000
       Z997-WRITE-AUDIT-REC.                                            09870000
      *----------------------                                           09880000
                                                                        09890000
           OPEN EXTEND AUDITFILE.                                       09900000
           INITIALIZE AUDITFILE-REC.                                    09910000
           MOVE WC-PGM-NM                    TO AUD-PGM-NM.             09920000
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-RUN-DATE.           09930000
           COMPUTE AUD-READ-CTR = WA-MST-READ-CTR + WA-DLT-READ-CTR     09940000
           END-COMPUTE.                                                 09950000
           MOVE WA-GRT-CTR                   TO AUD-WRITE-CTR.          09960000
           COMPUTE AUD-ERROR-CTR = WA-BAD-JOIN-CTR + WA-TBLFULL-CTR     09970000
           END-COMPUTE.                                                 09980000
           WRITE AUDITFILE-REC.                                         09990000
           CLOSE AUDITFILE.                                             10000000
                                                                        10010000
       Z998-WRITE-ALERT-REC.                                            10020000
      *----------------------                                           10030000
                                                                        10040000
           OPEN EXTEND ALERTFILE.                                       10050000
           MOVE SPACES                       TO ALERTFILE-REC.          10060000
           MOVE WC-PGM-NM                    TO ALT-PGM-NM.             10070000
           MOVE FUNCTION CURRENT-DATE (1:14) TO ALT-TS.                 10080000
           MOVE WV-ALT-SEV                   TO ALT-SEVERITY.           10090000
           MOVE WV-ALT-CD                    TO ALT-EVENT-CD.           10100000
           MOVE WV-ALT-TXT                   TO ALT-TEXT.               10110000
           WRITE ALERTFILE-REC.                                         10120000
           CLOSE ALERTFILE.                                             10130000
