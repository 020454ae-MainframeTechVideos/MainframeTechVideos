       ID DIVISION.                                                     00010000
      **************                                                    00020000
                                                                        00030000
       PROGRAM-ID.     SKLINV01.                                        00040000
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
           SELECT  EMPFILE   ASSIGN         TO UT-S-EMPFILE.            00300000
           SELECT  RSKFILE   ASSIGN         TO UT-S-RSKFILE.            00310000
           SELECT  XREFRPT   ASSIGN         TO UT-S-XREFRPT.            00320000
           SELECT  GAPRPT    ASSIGN         TO UT-S-GAPRPT.             00330000
           SELECT  AUDITFILE ASSIGN         TO UT-S-AUDITFILE.          00340000
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
          03 VAL-CARD                          PIC X(80).               00490000
                                                                        00500000
       FD EMPFILE                                                       00510000
              LABEL RECORD STANDARD                                     00520000
              BLOCK 0 RECORDS                                           00530000
              RECORDING MODE IS F.                                      00540000
                                                                        00550000
       01 EMP-REC-ZN.                                                   00560000
          03 EMP-REC-TYPE                   PIC X(01).                  00570000
          03 EMP-REC.                                                   00580000
             05 EMP-DPT                     PIC X(03).                  00590000
             05 EMP-NAME                    PIC X(20).                  00600000
             05 EMP-ID                      PIC X(10).                  00610000
             05 EMP-DESG                    PIC X(20).                  00620000
             05 EMP-JOIN-YR                 PIC X(04).                  00630000
             05 EMP-SALARY                  PIC 9(09).                  00640000
             05 EMP-STREET                  PIC X(10).                  00650000
             05 EMP-ZIP                     PIC X(06).                  00660000
             05 EMP-CITY                    PIC X(10).                  00670000
             05 EMP-STATE                   PIC X(10).                  00680000
             05 EMP-SKILL OCCURS 5 TIMES    PIC X(10).                  00690000
             05 EMP-HOURLY-RATE             PIC 9(05)V99.               00700000
             05 EMP-CONTRACT-END            PIC X(10).                  00710000
             05 EMP-RSV-ZN                  PIC X(81).                  00720000
                                                                        00730000
       FD RSKFILE                                                       00740000
              LABEL RECORD STANDARD                                     00750000
              BLOCK 0 RECORDS                                           00760000
              RECORDING MODE IS F.                                      00770000
                                                                        00780000
       01 RSK-REC.                                                      00790000
          03 RSK-DEPT-CD                    PIC X(03).                  00800000
          03 RSK-SKILL                      PIC X(10).                  00810000
          03 FILLER                         PIC X(67).                  00820000
                                                                        00830000
       FD XREFRPT                                                       00840000
              LABEL RECORD STANDARD                                     00850000
              BLOCK 0 RECORDS                                           00860000
              RECORDING MODE IS F.                                      00870000
                                                                        00880000
       01 XREF-REC                          PIC X(132).                 00890000
                                                                        00900000
       FD GAPRPT                                                        00910000
              LABEL RECORD STANDARD                                     00920000
              BLOCK 0 RECORDS                                           00930000
              RECORDING MODE IS F.                                      00940000
                                                                        00950000
       01 GAP-REC                           PIC X(132).                 00960000
                                                                        00970000
       FD AUDITFILE                                                     00980000
              LABEL RECORD STANDARD                                     00990000
              BLOCK 0 RECORDS                                           01000000
              RECORDING MODE IS F.                                      01010000
                                                                        01020000
       01 AUDITFILE-REC.                                                01030000
          03 AUD-PGM-NM                        PIC X(08).               01040000
          03 AUD-RUN-DATE                      PIC X(08).               01050000
          03 AUD-READ-CTR                      PIC 9(09).               01060000
          03 AUD-WRITE-CTR                     PIC 9(09).               01070000
          03 AUD-ERROR-CTR                     PIC 9(09).               01080000
                                                                        01090000
       FD ALERTFILE                                                     01100000
              LABEL RECORD STANDARD                                     01110000
              BLOCK 0 RECORDS                                           01120000
              RECORDING MODE IS F.                                      01130000
                                                                        01140000
       01 ALERTFILE-REC.                                                01150000
          03 ALT-PGM-NM                        PIC X(08).               01160000
          03 ALT-TS                            PIC X(14).               01170000
          03 ALT-SEVERITY                      PIC X(01).               01180000
          03 ALT-EVENT-CD                      PIC X(08).               01190000
          03 ALT-TEXT                          PIC X(40).               01200000
          03 FILLER                            PIC X(09).               01210000
                                                                        01220000
       WORKING-STORAGE SECTION.                                         01230000
      *=========================                                        01240000
                                                                        01250000
       01 WS-WA.                                                        01260000
      *---------                                                        01270000
                                                                        01280000
          03 WA-EMP-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01290000
          03 WA-EMP-DTL-CTR                 PIC S9(09) PACKED-DECIMAL.  01300000
          03 WA-NOSKILL-CTR                 PIC S9(09) PACKED-DECIMAL.  01310000
          03 WA-SKILL-CTR                   PIC S9(09) PACKED-DECIMAL.  01320000
          03 WA-DISTINCT-CTR                PIC S9(09) PACKED-DECIMAL.  01330000
          03 WA-RSK-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01340000
          03 WA-NOHOLD-CTR                  PIC S9(09) PACKED-DECIMAL.  01350000
          03 WA-SINGLE-CTR                  PIC S9(09) PACKED-DECIMAL.  01360000
          03 WA-CONEND-CTR                  PIC S9(09) PACKED-DECIMAL.  01370000
          03 WA-TBLFULL-CTR                 PIC S9(09) PACKED-DECIMAL.  01380000
          03 WA-XREF-LINE-CTR               PIC S9(03) PACKED-DECIMAL.  01390000
          03 WA-XREF-PAGE-CTR               PIC S9(05) PACKED-DECIMAL.  01400000
          03 WA-GAP-LINE-CTR                PIC S9(03) PACKED-DECIMAL.  01410000
          03 WA-GAP-PAGE-CTR                PIC S9(05) PACKED-DECIMAL.  01420000
                                                                        01430000
       01 WS-CS.                                                        01440000
      *---------                                                        01450000
                                                                        01460000
          03 WC-PGM-NM                      PIC X(08) VALUE 'SKLINV01'. 01470000
          03 WC-PCS-NM                      PIC X(40) VALUE             01480000
             'SKILLS INVENTORY AND GAP ANALYSIS'.                       01490000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        01500000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        01510000
          03 WC-ONE                         PIC 9(01) VALUE 1.          01520000
          03 WC-REC-TYPE-DTL                PIC X(01) VALUE 'D'.        01530000
          03 WC-TYPE-PERM                   PIC X(01) VALUE 'P'.        01540000
          03 WC-TYPE-CON                    PIC X(01) VALUE 'C'.        01550000
          03 WC-SKILL-SLOTS                 PIC 9(01) VALUE 5.          01560000
          03 WC-HOLD-MAX                    PIC 9(05) VALUE 5000.       01570000
          03 WC-NEAR-MTH-DFLT               PIC 9(02) VALUE 3.          01580000
          03 WC-NO-END-YM                   PIC X(06) VALUE '999999'.   01590000
          03 WC-RPT-MAX-LINE                PIC 9(03) VALUE 55.         01600000
                                                                        01610000
       01 WS-WV.                                                        01620000
      *---------                                                        01630000
                                                                        01640000
          03 WV-AS-OF-DATE                  PIC X(08).                  01650000
          03 WV-AS-OF-DATE-9 REDEFINES WV-AS-OF-DATE.                   01660000
             05 WV-AS-OF-YYYY               PIC 9(04).                  01670000
             05 WV-AS-OF-MM                 PIC 9(02).                  01680000
             05 WV-AS-OF-DD                 PIC 9(02).                  01690000
          03 WV-NEAR-MTHS                   PIC 9(02).                  01700000
          03 WV-LIMIT-YM                    PIC X(06).                  01710000
          03 WV-LIMIT-YM-9 REDEFINES WV-LIMIT-YM.                       01720000
             05 WV-LIMIT-YYYY               PIC 9(04).                  01730000
             05 WV-LIMIT-MM                 PIC 9(02).                  01740000
          03 WV-MTH-NO                      PIC S9(07) PACKED-DECIMAL.  01750000
          03 WV-MTH-REM                     PIC S9(03) PACKED-DECIMAL.  01760000
          03 WV-SKILL-IX                    PIC S9(03) BINARY.          01770000
          03 WV-HOLD-IX                     PIC S9(05) BINARY.          01780000
          03 WV-HOLD-CNT                    PIC S9(05) BINARY.          01790000
          03 WV-SHIFT-IX                    PIC S9(05) BINARY.          01800000
          03 WV-HOLD-FOUND-SW               PIC X(01).                  01810000
          03 WV-HOLD-STOP-SW                PIC X(01).                  01820000
          03 WV-NEW-KEY.                                                01830000
             05 WV-NEW-SKILL                PIC X(10).                  01840000
             05 WV-NEW-DPT                  PIC X(03).                  01850000
             05 WV-NEW-ID                   PIC X(10).                  01860000
          03 WV-NEW-TYPE                    PIC X(01).                  01870000
          03 WV-NEW-END                     PIC X(10).                  01880000
          03 WV-NEW-END-YM                  PIC X(06).                  01890000
          03 WV-PRV-SKILL                   PIC X(10).                  01900000
          03 WV-GRP-HOLD-CTR                PIC S9(05) PACKED-DECIMAL.  01910000
          03 WV-GRP-PERM-CTR                PIC S9(05) PACKED-DECIMAL.  01920000
          03 WV-GRP-CON-CTR                 PIC S9(05) PACKED-DECIMAL.  01930000
          03 WV-RSK-HOLD-CTR                PIC S9(05) PACKED-DECIMAL.  01940000
          03 WV-RSK-PERM-CTR                PIC S9(05) PACKED-DECIMAL.  01950000
          03 WV-RSK-CON-CTR                 PIC S9(05) PACKED-DECIMAL.  01960000
          03 WV-RSK-LATEST-YM               PIC X(06).                  01970000
          03 WV-RSK-LATEST-END              PIC X(10).                  01980000
          03 WV-GAP-TXT                     PIC X(32).                  01990000
          03 WV-CTR-DISP                    PIC ZZ,ZZZ,ZZ9.             02000000
          03 WV-GRP-DISP-1                  PIC ZZ,ZZ9.                 02010000
          03 WV-GRP-DISP-2                  PIC ZZ,ZZ9.                 02020000
          03 WV-GRP-DISP-3                  PIC ZZ,ZZ9.                 02030000
          03 WV-HOLD-LINE                   PIC X(132).                 02040000
                                                                        02050000
       01 WS-PARM.                                                      02060000
      *-----------                                                      02070000
                                                                        02080000
          03 WV-PARM-KEY                    PIC X(20).                  02090000
          03 WV-PARM-VAL                    PIC X(20).                  02100000
          03 WV-PARM-LINE-CTR               PIC 9(03).                  02110000
                                                                        02120000
       01 WS-ALERT.                                                     02130000
      *------------                                                     02140000
                                                                        02150000
          03 WV-ALT-SEV                     PIC X(01).                  02160000
          03 WV-ALT-CD                      PIC X(08).                  02170000
          03 WV-ALT-TXT                     PIC X(40).                  02180000
                                                                        02190000
       01 WS-HOLD-TBL.                                                  02200000
      *----------------                                                 02210000
                                                                        02220000
          03 WV-HOLD-ENTRY OCCURS 5000 TIMES.                           02230000
             05 WV-HOLD-TBL-KEY.                                        02240000
                07 WV-HOLD-TBL-SKILL        PIC X(10).                  02250000
                07 WV-HOLD-TBL-DPT          PIC X(03).                  02260000
                07 WV-HOLD-TBL-ID           PIC X(10).                  02270000
             05 WV-HOLD-TBL-NAME            PIC X(20).                  02280000
             05 WV-HOLD-TBL-TYPE            PIC X(01).                  02290000
             05 WV-HOLD-TBL-END             PIC X(10).                  02300000
             05 WV-HOLD-TBL-END-YM          PIC X(06).                  02310000
                                                                        02320000
       01 WS-XREF-HDR1.                                                 02330000
      *-----------------                                                02340000
                                                                        02350000
          03 FILLER                         PIC X(08) VALUE 'SKLINV01'. 02360000
          03 FILLER                         PIC X(05) VALUE SPACES.     02370000
          03 FILLER                         PIC X(41) VALUE             02380000
             'SKILLS INVENTORY CROSS-REFERENCE -  AS OF'.               02390000
          03 FILLER                         PIC X(01) VALUE SPACES.     02400000
          03 XREF-HDR-DATE                  PIC X(08).                  02410000
          03 FILLER                         PIC X(58) VALUE SPACES.     02420000
          03 FILLER                         PIC X(05) VALUE 'PAGE '.    02430000
          03 XREF-HDR-PAGE                  PIC ZZ,ZZ9.                 02440000
                                                                        02450000
       01 WS-XREF-HDR2.                                                 02460000
      *-----------------                                                02470000
                                                                        02480000
          03 FILLER                         PIC X(36) VALUE             02490000
             'SKILL       EMPLOYEE    NAME        '.                    02500000
          03 FILLER                         PIC X(36) VALUE             02510000
             '          DEPT  TYPE      CONTRACT E'.                    02520000
          03 FILLER                         PIC X(03) VALUE 'ND '.      02530000
          03 FILLER                         PIC X(57) VALUE SPACES.     02540000
                                                                        02550000
       01 WS-XREF-DTL.                                                  02560000
      *----------------                                                 02570000
                                                                        02580000
          03 XREF-DTL-SKILL                 PIC X(10).                  02590000
          03 FILLER                         PIC X(02) VALUE SPACES.     02600000
          03 XREF-DTL-ID                    PIC X(10).                  02610000
          03 FILLER                         PIC X(02) VALUE SPACES.     02620000
          03 XREF-DTL-NAME                  PIC X(20).                  02630000
          03 FILLER                         PIC X(02) VALUE SPACES.     02640000
          03 XREF-DTL-DPT                   PIC X(03).                  02650000
          03 FILLER                         PIC X(03) VALUE SPACES.     02660000
          03 XREF-DTL-TYPE                  PIC X(09).                  02670000
          03 FILLER                         PIC X(01) VALUE SPACES.     02680000
          03 XREF-DTL-END                   PIC X(10).                  02690000
          03 FILLER                         PIC X(60) VALUE SPACES.     02700000
                                                                        02710000
       01 WS-GAP-HDR1.                                                  02720000
      *----------------                                                 02730000
                                                                        02740000
          03 FILLER                         PIC X(08) VALUE 'SKLINV01'. 02750000
          03 FILLER                         PIC X(05) VALUE SPACES.     02760000
          03 FILLER                         PIC X(41) VALUE             02770000
             'DEPARTMENT SKILL-GAP REPORT      -  AS OF'.               02780000
          03 FILLER                         PIC X(01) VALUE SPACES.     02790000
          03 GAP-HDR-DATE                   PIC X(08).                  02800000
          03 FILLER                         PIC X(58) VALUE SPACES.     02810000
          03 FILLER                         PIC X(05) VALUE 'PAGE '.    02820000
          03 GAP-HDR-PAGE                   PIC ZZ,ZZ9.                 02830000
                                                                        02840000
       01 WS-GAP-HDR2.                                                  02850000
      *----------------                                                 02860000
                                                                        02870000
          03 FILLER                         PIC X(36) VALUE             02880000
             'DEPT  SKILL       HOLDERS    PERM  '.                     02890000
          03 FILLER                         PIC X(36) VALUE             02900000
             'CONTRACT  LATEST END  GAP           '.                    02910000
          03 FILLER                         PIC X(60) VALUE SPACES.     02920000
                                                                        02930000
       01 WS-GAP-DTL.                                                   02940000
      *---------------                                                  02950000
                                                                        02960000
          03 GAP-DTL-DPT                    PIC X(03).                  02970000
          03 FILLER                         PIC X(03) VALUE SPACES.     02980000
          03 GAP-DTL-SKILL                  PIC X(10).                  02990000
          03 FILLER                         PIC X(02) VALUE SPACES.     03000000
          03 GAP-DTL-HOLD                   PIC ZZ,ZZ9.                 03010000
          03 FILLER                         PIC X(02) VALUE SPACES.     03020000
          03 GAP-DTL-PERM                   PIC ZZ,ZZ9.                 03030000
          03 FILLER                         PIC X(04) VALUE SPACES.     03040000
          03 GAP-DTL-CON                    PIC ZZ,ZZ9.                 03050000
          03 FILLER                         PIC X(02) VALUE SPACES.     03060000
          03 GAP-DTL-END                    PIC X(10).                  03070000
          03 FILLER                         PIC X(02) VALUE SPACES.     03080000
          03 GAP-DTL-TXT                    PIC X(32).                  03090000
          03 FILLER                         PIC X(44) VALUE SPACES.     03100000
                                                                        03110000
       01 WS-WI.                                                        03120000
      *---------                                                        03130000
                                                                        03140000
          03 WI-EOF-VALFILE                 PIC X(01).                  03150000
          03 WI-EOF-EMPFILE                 PIC X(01).                  03160000
          03 WI-EOF-RSKFILE                 PIC X(01).                  03170000
          03 WI-PARM-ERR                    PIC X(01).                  03180000
                                                                        03190000
       PROCEDURE DIVISION.                                              03200000
      ********************                                              03210000
                                                                        03220000
           PERFORM A010-STT-SKL-PCS.                                    03230000
           PERFORM A020-PCS-EMP-REC                                     03240000
                   UNTIL WI-EOF-EMPFILE = HIGH-VALUES.                  03250000
           PERFORM A030-END-SKL-PCS.                                    03260000
           STOP RUN.                                                    03270000
                                                                        03280000
      **************************** LEVEL A *****************************03290000
                                                                        03300000
       A010-STT-SKL-PCS.                                                03310000
      *------------------                                               03320000
                                                                        03330000
           PERFORM Z030-INIT-FLDS.                                      03340000
           PERFORM Z015-READ-VAL-SW.                                    03350000
           PERFORM Z010-OPN-FILES.                                      03360000
           IF WI-PARM-ERR = WC-IC-ON                                    03370000
              DISPLAY 'RUN REFUSED - PARAMETER ERRORS'                  03380000
              MOVE 8                        TO RETURN-CODE              03390000
              MOVE HIGH-VALUES              TO WI-EOF-EMPFILE           03400000
                                               WI-EOF-RSKFILE           03410000
           ELSE                                                         03420000
              PERFORM Z040-READ-EMPFILE                                 03430000
           END-IF.                                                      03440000
                                                                        03450000
       A020-PCS-EMP-REC.                                                03460000
      *------------------                                               03470000
                                                                        03480000
           IF EMP-REC-TYPE = WC-REC-TYPE-DTL                            03490000
              ADD WC-ONE                    TO WA-EMP-DTL-CTR           03500000
              PERFORM B010-LOAD-EMP-SKILLS                              03510000
           END-IF.                                                      03520000
           PERFORM Z040-READ-EMPFILE.                                   03530000
                                                                        03540000
       A030-END-SKL-PCS.                                                03550000
      *------------------                                               03560000
                                                                        03570000
           IF WI-PARM-ERR = WC-IC-OFF                                   03580000
              PERFORM B020-PRT-XREF                                     03590000
              PERFORM Z210-WRITE-GAP-HDR                                03600000
              PERFORM Z050-READ-RSKFILE                                 03610000
              PERFORM B030-CHK-REQ-SKILL                                03620000
                      UNTIL WI-EOF-RSKFILE = HIGH-VALUES                03630000
              PERFORM B040-PRT-GAP-SUMMARY                              03640000
           END-IF.                                                      03650000
           IF WA-TBLFULL-CTR > ZERO                                     03660000
              IF RETURN-CODE < 4                                        03670000
                 MOVE 4                     TO RETURN-CODE              03680000
              END-IF                                                    03690000
           END-IF.                                                      03700000
           PERFORM Z020-CLS-FILES.                                      03710000
           PERFORM Z990-PCS-CTRS.                                       03720000
           PERFORM Z997-WRITE-AUDIT-REC.                                03730000
                                                                        03740000
      **************************** LEVEL B *****************************03750000
                                                                        03760000
       B010-LOAD-EMP-SKILLS.                                            03770000
      *----------------------                                           03780000
                                                                        03790000
           IF EMP-HOURLY-RATE IS NUMERIC                                03800000
              AND EMP-HOURLY-RATE > ZERO                                03810000
              MOVE WC-TYPE-CON              TO WV-NEW-TYPE              03820000
              MOVE EMP-CONTRACT-END         TO WV-NEW-END               03830000
              IF EMP-CONTRACT-END (1:4) IS NUMERIC                      03840000
                 AND EMP-CONTRACT-END (5:1) = '-'                       03850000
                 AND EMP-CONTRACT-END (6:2) IS NUMERIC                  03860000
                 MOVE EMP-CONTRACT-END (1:4) TO WV-NEW-END-YM (1:4)     03870000
                 MOVE EMP-CONTRACT-END (6:2) TO WV-NEW-END-YM (5:2)     03880000
              ELSE                                                      03890000
                 MOVE WC-NO-END-YM          TO WV-NEW-END-YM            03900000
              END-IF                                                    03910000
           ELSE                                                         03920000
              MOVE WC-TYPE-PERM             TO WV-NEW-TYPE              03930000
              MOVE SPACES                   TO WV-NEW-END               03940000
                                               WV-NEW-END-YM            03950000
           END-IF.                                                      03960000
           IF EMP-SKILL (1) = SPACES                                    03970000
              AND EMP-SKILL (2) = SPACES                                03980000
              AND EMP-SKILL (3) = SPACES                                03990000
              AND EMP-SKILL (4) = SPACES                                04000000
              AND EMP-SKILL (5) = SPACES                                04010000
              ADD WC-ONE                    TO WA-NOSKILL-CTR           04020000
           END-IF.                                                      04030000
           MOVE ZERO                        TO WV-SKILL-IX.             04040000
           PERFORM B015-ADD-SKILL-SLOT                                  04050000
                   UNTIL WV-SKILL-IX >= WC-SKILL-SLOTS.                 04060000
                                                                        04070000
       B015-ADD-SKILL-SLOT.                                             04080000
      *---------------------                                            04090000
                                                                        04100000
           ADD 1                            TO WV-SKILL-IX.             04110000
           IF EMP-SKILL (WV-SKILL-IX) NOT = SPACES                      04120000
              MOVE EMP-SKILL (WV-SKILL-IX)  TO WV-NEW-SKILL             04130000
              MOVE EMP-DPT                  TO WV-NEW-DPT               04140000
              MOVE EMP-ID                   TO WV-NEW-ID                04150000
              PERFORM Z080-INSERT-HOLDING                               04160000
           END-IF.                                                      04170000
                                                                        04180000
       B020-PRT-XREF.                                                   04190000
      *---------------                                                  04200000
                                                                        04210000
           PERFORM Z200-WRITE-XREF-HDR.                                 04220000
           MOVE SPACES                      TO WV-PRV-SKILL.            04230000
           MOVE ZERO                        TO WV-HOLD-IX.              04240000
           PERFORM B022-PRT-XREF-LINE                                   04250000
                   UNTIL WV-HOLD-IX >= WV-HOLD-CNT.                     04260000
           IF WV-HOLD-CNT > ZERO                                        04270000
              PERFORM B024-PRT-XREF-GRP-TOT                             04280000
           END-IF.                                                      04290000
           MOVE SPACES                      TO XREF-REC.                04300000
           PERFORM Z230-WRITE-XREF-REC.                                 04310000
           MOVE WA-DISTINCT-CTR             TO WV-CTR-DISP.             04320000
           MOVE SPACES                      TO XREF-REC.                04330000
           STRING 'DISTINCT SKILLS             :' DELIMITED BY SIZE     04340000
                  WV-CTR-DISP               DELIMITED BY SIZE           04350000
                  INTO XREF-REC                                         04360000
           END-STRING.                                                  04370000
           PERFORM Z230-WRITE-XREF-REC.                                 04380000
           MOVE WA-SKILL-CTR                TO WV-CTR-DISP.             04390000
           MOVE SPACES                      TO XREF-REC.                04400000
           STRING 'SKILL HOLDINGS LISTED       :' DELIMITED BY SIZE     04410000
                  WV-CTR-DISP               DELIMITED BY SIZE           04420000
                  INTO XREF-REC                                         04430000
           END-STRING.                                                  04440000
           PERFORM Z230-WRITE-XREF-REC.                                 04450000
           MOVE WA-NOSKILL-CTR              TO WV-CTR-DISP.             04460000
           MOVE SPACES                      TO XREF-REC.                04470000
           STRING 'EMPLOYEES WITH NO SKILL     :' DELIMITED BY SIZE     04480000
                  WV-CTR-DISP               DELIMITED BY SIZE           04490000
                  INTO XREF-REC                                         04500000
           END-STRING.                                                  04510000
           PERFORM Z230-WRITE-XREF-REC.                                 04520000
                                                                        04530000
       B022-PRT-XREF-LINE.                                              04540000
      *--------------------                                             04550000
                                                                        04560000
           ADD 1                            TO WV-HOLD-IX.              04570000
           IF WV-HOLD-TBL-SKILL (WV-HOLD-IX) NOT = WV-PRV-SKILL         04580000
              IF WV-HOLD-IX > 1                                         04590000
                 PERFORM B024-PRT-XREF-GRP-TOT                          04600000
              END-IF                                                    04610000
              ADD WC-ONE                    TO WA-DISTINCT-CTR          04620000
              MOVE ZERO                     TO WV-GRP-HOLD-CTR          04630000
                                               WV-GRP-PERM-CTR          04640000
                                               WV-GRP-CON-CTR           04650000
              MOVE SPACES                   TO XREF-REC                 04660000
              PERFORM Z230-WRITE-XREF-REC                               04670000
              MOVE WV-HOLD-TBL-SKILL (WV-HOLD-IX)                       04680000
                                            TO XREF-DTL-SKILL           04690000
                                               WV-PRV-SKILL             04700000
           ELSE                                                         04710000
              MOVE SPACES                   TO XREF-DTL-SKILL           04720000
           END-IF.                                                      04730000
           ADD 1                            TO WV-GRP-HOLD-CTR.         04740000
           MOVE WV-HOLD-TBL-ID (WV-HOLD-IX) TO XREF-DTL-ID.             04750000
           MOVE WV-HOLD-TBL-NAME (WV-HOLD-IX)                           04760000
                                            TO XREF-DTL-NAME.           04770000
           MOVE WV-HOLD-TBL-DPT (WV-HOLD-IX) TO XREF-DTL-DPT.           04780000
           IF WV-HOLD-TBL-TYPE (WV-HOLD-IX) = WC-TYPE-CON               04790000
              MOVE 'CONTRACT'               TO XREF-DTL-TYPE            04800000
              ADD 1                         TO WV-GRP-CON-CTR           04810000
           ELSE                                                         04820000
              MOVE 'PERMANENT'              TO XREF-DTL-TYPE            04830000
              ADD 1                         TO WV-GRP-PERM-CTR          04840000
           END-IF.                                                      04850000
           MOVE WV-HOLD-TBL-END (WV-HOLD-IX) TO XREF-DTL-END.           04860000
           MOVE WS-XREF-DTL                 TO XREF-REC.                04870000
           PERFORM Z230-WRITE-XREF-REC.                                 04880000
                                                                        04890000
       B024-PRT-XREF-GRP-TOT.                                           04900000
      *-----------------------                                          04910000
                                                                        04920000
           MOVE WV-GRP-HOLD-CTR             TO WV-GRP-DISP-1.           04930000
           MOVE WV-GRP-PERM-CTR             TO WV-GRP-DISP-2.           04940000
           MOVE WV-GRP-CON-CTR              TO WV-GRP-DISP-3.           04950000
           MOVE SPACES                      TO XREF-REC.                04960000
           STRING '            HOLDERS:'    DELIMITED BY SIZE           04970000
                  WV-GRP-DISP-1             DELIMITED BY SIZE           04980000
                  '   PERMANENT:'           DELIMITED BY SIZE           04990000
                  WV-GRP-DISP-2             DELIMITED BY SIZE           05000000
                  '   CONTRACT:'            DELIMITED BY SIZE           05010000
                  WV-GRP-DISP-3             DELIMITED BY SIZE           05020000
                  INTO XREF-REC                                         05030000
           END-STRING.                                                  05040000
           PERFORM Z230-WRITE-XREF-REC.                                 05050000
                                                                        05060000
       B030-CHK-REQ-SKILL.                                              05070000
      *--------------------                                             05080000
                                                                        05090000
           MOVE ZERO                        TO WV-RSK-HOLD-CTR          05100000
                                               WV-RSK-PERM-CTR          05110000
                                               WV-RSK-CON-CTR.          05120000
           MOVE SPACES                      TO WV-RSK-LATEST-YM         05130000
                                               WV-RSK-LATEST-END        05140000
                                               WV-GAP-TXT.              05150000
           MOVE ZERO                        TO WV-HOLD-IX.              05160000
           PERFORM B035-COUNT-REQ-HOLDER                                05170000
                   UNTIL WV-HOLD-IX >= WV-HOLD-CNT.                     05180000
                                                                        05190000
           EVALUATE TRUE                                                05200000
               WHEN WV-RSK-HOLD-CTR = ZERO                              05210000
                    MOVE 'NO HOLDER'        TO WV-GAP-TXT               05220000
                    ADD WC-ONE              TO WA-NOHOLD-CTR            05230000
               WHEN WV-RSK-PERM-CTR = ZERO                              05240000
                AND WV-RSK-LATEST-YM <= WV-LIMIT-YM                     05250000
                    IF WV-RSK-HOLD-CTR = 1                              05260000
                       MOVE 'SINGLE HOLDER - CONTRACT ENDING'           05270000
                                            TO WV-GAP-TXT               05280000
                       ADD WC-ONE           TO WA-SINGLE-CTR            05290000
                    ELSE                                                05300000
                       MOVE 'CONTRACT ONLY - ENDING'                    05310000
                                            TO WV-GAP-TXT               05320000
                    END-IF                                              05330000
                    ADD WC-ONE              TO WA-CONEND-CTR            05340000
               WHEN WV-RSK-HOLD-CTR = 1                                 05350000
                    MOVE 'SINGLE HOLDER'    TO WV-GAP-TXT               05360000
                    ADD WC-ONE              TO WA-SINGLE-CTR            05370000
               WHEN OTHER                                               05380000
                    CONTINUE                                            05390000
           END-EVALUATE.                                                05400000
                                                                        05410000
           IF WV-GAP-TXT NOT = SPACES                                   05420000
              MOVE RSK-DEPT-CD              TO GAP-DTL-DPT              05430000
              MOVE RSK-SKILL                TO GAP-DTL-SKILL            05440000
              MOVE WV-RSK-HOLD-CTR          TO GAP-DTL-HOLD             05450000
              MOVE WV-RSK-PERM-CTR          TO GAP-DTL-PERM             05460000
              MOVE WV-RSK-CON-CTR           TO GAP-DTL-CON              05470000
              MOVE WV-RSK-LATEST-END        TO GAP-DTL-END              05480000
              MOVE WV-GAP-TXT               TO GAP-DTL-TXT              05490000
              MOVE WS-GAP-DTL               TO GAP-REC                  05500000
              PERFORM Z240-WRITE-GAP-REC                                05510000
           END-IF.                                                      05520000
           PERFORM Z050-READ-RSKFILE.                                   05530000
                                                                        05540000
       B035-COUNT-REQ-HOLDER.                                           05550000
      *-----------------------                                          05560000
                                                                        05570000
           ADD 1                            TO WV-HOLD-IX.              05580000
           IF WV-HOLD-TBL-SKILL (WV-HOLD-IX) = RSK-SKILL                05590000
              AND WV-HOLD-TBL-DPT (WV-HOLD-IX) = RSK-DEPT-CD            05600000
              ADD 1                         TO WV-RSK-HOLD-CTR          05610000
              IF WV-HOLD-TBL-TYPE (WV-HOLD-IX) = WC-TYPE-CON            05620000
                 ADD 1                      TO WV-RSK-CON-CTR           05630000
                 IF WV-HOLD-TBL-END-YM (WV-HOLD-IX)                     05640000
                    > WV-RSK-LATEST-YM                                  05650000
                    MOVE WV-HOLD-TBL-END-YM (WV-HOLD-IX)                05660000
                                            TO WV-RSK-LATEST-YM         05670000
                    MOVE WV-HOLD-TBL-END (WV-HOLD-IX)                   05680000
                                            TO WV-RSK-LATEST-END        05690000
                 END-IF                                                 05700000
              ELSE                                                      05710000
                 ADD 1                      TO WV-RSK-PERM-CTR          05720000
              END-IF                                                    05730000
           END-IF.                                                      05740000
                                                                        05750000
       B040-PRT-GAP-SUMMARY.                                            05760000
      *----------------------                                           05770000
                                                                        05780000
           MOVE SPACES                      TO GAP-REC.                 05790000
           PERFORM Z240-WRITE-GAP-REC.                                  05800000
           MOVE WA-RSK-READ-CTR             TO WV-CTR-DISP.             05810000
           MOVE SPACES                      TO GAP-REC.                 05820000
           STRING 'REQUIRED SKILLS CHECKED     :' DELIMITED BY SIZE     05830000
                  WV-CTR-DISP               DELIMITED BY SIZE           05840000
                  INTO GAP-REC                                          05850000
           END-STRING.                                                  05860000
           PERFORM Z240-WRITE-GAP-REC.                                  05870000
           MOVE WA-NOHOLD-CTR               TO WV-CTR-DISP.             05880000
           MOVE SPACES                      TO GAP-REC.                 05890000
           STRING 'WITH NO HOLDER              :' DELIMITED BY SIZE     05900000
                  WV-CTR-DISP               DELIMITED BY SIZE           05910000
                  INTO GAP-REC                                          05920000
           END-STRING.                                                  05930000
           PERFORM Z240-WRITE-GAP-REC.                                  05940000
           MOVE WA-SINGLE-CTR               TO WV-CTR-DISP.             05950000
           MOVE SPACES                      TO GAP-REC.                 05960000
           STRING 'WITH ONLY ONE HOLDER        :' DELIMITED BY SIZE     05970000
                  WV-CTR-DISP               DELIMITED BY SIZE           05980000
                  INTO GAP-REC                                          05990000
           END-STRING.                                                  06000000
           PERFORM Z240-WRITE-GAP-REC.                                  06010000
           MOVE WA-CONEND-CTR               TO WV-CTR-DISP.             06020000
           MOVE SPACES                      TO GAP-REC.                 06030000
           STRING 'CONTRACT ONLY, ENDING       :' DELIMITED BY SIZE     06040000
                  WV-CTR-DISP               DELIMITED BY SIZE           06050000
                  INTO GAP-REC                                          06060000
           END-STRING.                                                  06070000
           PERFORM Z240-WRITE-GAP-REC.                                  06080000
           MOVE SPACES                      TO GAP-REC.                 06090000
           STRING 'CONTRACT ENDING MEANS ALL CONTRACT HOLDERS END BY '  06100000
                                            DELIMITED BY SIZE           06110000
                  WV-LIMIT-YM               DELIMITED BY SIZE           06120000
                  ' OR EARLIER'             DELIMITED BY SIZE           06130000
                  INTO GAP-REC                                          06140000
           END-STRING.                                                  06150000
           PERFORM Z240-WRITE-GAP-REC.                                  06160000
                                                                        06170000
      **************************** LEVEL Z *****************************06180000
                                                                        06190000
       Z010-OPN-FILES.                                                  06200000
      *----------------                                                 06210000
                                                                        06220000
           OPEN INPUT  EMPFILE                                          06230000
                       RSKFILE                                          06240000
                OUTPUT XREFRPT                                          06250000
                       GAPRPT.                                          06260000
                                                                        06270000
       Z015-READ-VAL-SW.                                                06280000
      *------------------                                               06290000
                                                                        06300000
           MOVE FUNCTION CURRENT-DATE (1:8) TO WV-AS-OF-DATE.           06310000
           MOVE WC-NEAR-MTH-DFLT            TO WV-NEAR-MTHS.            06320000
           MOVE ZERO                        TO WV-PARM-LINE-CTR.        06330000
           MOVE WC-IC-OFF                   TO WI-PARM-ERR.             06340000
           MOVE LOW-VALUES                  TO WI-EOF-VALFILE.          06350000
           OPEN INPUT  VALFILE.                                         06360000
           PERFORM Z016-PCS-PARM-CARD                                   06370000
                   UNTIL WI-EOF-VALFILE = HIGH-VALUES.                  06380000
           CLOSE VALFILE.                                               06390000
           MOVE WV-AS-OF-DATE               TO XREF-HDR-DATE            06400000
                                               GAP-HDR-DATE.            06410000
           IF WI-PARM-ERR = WC-IC-OFF                                   06420000
              COMPUTE WV-MTH-NO = WV-AS-OF-YYYY * 12                    06430000
                                + WV-AS-OF-MM - 1                       06440000
                                + WV-NEAR-MTHS                          06450000
              END-COMPUTE                                               06460000
              DIVIDE WV-MTH-NO BY 12 GIVING WV-LIMIT-YYYY               06470000
                                  REMAINDER WV-MTH-REM                  06480000
              END-DIVIDE                                                06490000
              COMPUTE WV-LIMIT-MM = WV-MTH-REM + 1                      06500000
              END-COMPUTE                                               06510000
           END-IF.                                                      06520000
           PERFORM Z019-ECHO-PARMS.                                     06530000
                                                                        06540000
       Z016-PCS-PARM-CARD.                                              06550000
      *--------------------                                             06560000
                                                                        06570000
           READ VALFILE                                                 06580000
             AT END                                                     06590000
                MOVE HIGH-VALUES            TO WI-EOF-VALFILE           06600000
           END-READ.                                                    06610000
           IF WI-EOF-VALFILE = LOW-VALUES                               06620000
              ADD 1                         TO WV-PARM-LINE-CTR         06630000
              IF VAL-CARD = SPACES                                      06640000
                 CONTINUE                                               06650000
              ELSE                                                      06660000
                 MOVE SPACES                TO WV-PARM-KEY              06670000
                                               WV-PARM-VAL              06680000
                 UNSTRING VAL-CARD          DELIMITED BY '='            06690000
                     INTO WV-PARM-KEY                                   06700000
                          WV-PARM-VAL                                   06710000
                 END-UNSTRING                                           06720000
                 PERFORM Z017-APPLY-PARM                                06730000
              END-IF                                                    06740000
           END-IF.                                                      06750000
                                                                        06760000
       Z017-APPLY-PARM.                                                 06770000
      *-----------------                                                06780000
                                                                        06790000
           EVALUATE WV-PARM-KEY                                         06800000
               WHEN 'AS-OF-DATE'                                        06810000
                    IF WV-PARM-VAL (1:8) IS NUMERIC                     06820000
                       MOVE WV-PARM-VAL (1:8)                           06830000
                                            TO WV-AS-OF-DATE            06840000
                    ELSE                                                06850000
                       PERFORM Z018-FLAG-PARM-ERR                       06860000
                    END-IF                                              06870000
               WHEN 'NEAR-MONTHS'                                       06880000
                    IF WV-PARM-VAL (1:2) IS NUMERIC                     06890000
                       MOVE WV-PARM-VAL (1:2)                           06900000
                                            TO WV-NEAR-MTHS             06910000
                    ELSE                                                06920000
                       PERFORM Z018-FLAG-PARM-ERR                       06930000
                    END-IF                                              06940000
               WHEN OTHER                                               06950000
                    PERFORM Z018-FLAG-PARM-ERR                          06960000
           END-EVALUATE.                                                06970000
                                                                        06980000
       Z018-FLAG-PARM-ERR.                                              06990000
      *--------------------                                             07000000
                                                                        07010000
           DISPLAY 'BAD PARAMETER CARD, LINE ' WV-PARM-LINE-CTR         07020000
                   ': ' VAL-CARD (1:40).                                07030000
           MOVE WC-IC-ON                    TO WI-PARM-ERR.             07040000
                                                                        07050000
       Z019-ECHO-PARMS.                                                 07060000
      *-----------------                                                07070000
                                                                        07080000
           DISPLAY 'RESOLVED RUN PARAMETERS:'.                          07090000
           DISPLAY '  AS-OF-DATE       = ' WV-AS-OF-DATE.               07100000
           DISPLAY '  NEAR-MONTHS      = ' WV-NEAR-MTHS.                07110000
           DISPLAY '  CONTRACT HORIZON = ' WV-LIMIT-YM.                 07120000
                                                                        07130000
       Z020-CLS-FILES.                                                  07140000
      *---------------                                                  07150000
                                                                        07160000
           CLOSE  EMPFILE                                               07170000
                  RSKFILE                                               07180000
                  XREFRPT                                               07190000
                  GAPRPT.                                               07200000
                                                                        07210000
       Z030-INIT-FLDS.                                                  07220000
      *---------------                                                  07230000
                                                                        07240000
           INITIALIZE WS-WA                                             07250000
                      WS-WV.                                            07260000
           MOVE ZERO                        TO WV-HOLD-CNT.             07270000
           MOVE LOW-VALUES                  TO WI-EOF-EMPFILE           07280000
                                               WI-EOF-RSKFILE.          07290000
                                                                        07300000
       Z040-READ-EMPFILE.                                               07310000
      *-------------------                                              07320000
                                                                        07330000
           READ EMPFILE                                                 07340000
             AT END                                                     07350000
                MOVE HIGH-VALUES            TO WI-EOF-EMPFILE           07360000
           END-READ.                                                    07370000
           IF WI-EOF-EMPFILE = LOW-VALUES                               07380000
              ADD WC-ONE                    TO WA-EMP-READ-CTR          07390000
           END-IF.                                                      07400000
                                                                        07410000
       Z050-READ-RSKFILE.                                               07420000
      *-------------------                                              07430000
                                                                        07440000
           READ RSKFILE                                                 07450000
             AT END                                                     07460000
                MOVE HIGH-VALUES            TO WI-EOF-RSKFILE           07470000
           END-READ.                                                    07480000
           IF WI-EOF-RSKFILE = LOW-VALUES                               07490000
              ADD WC-ONE                    TO WA-RSK-READ-CTR          07500000
           END-IF.                                                      07510000
                                                                        07520000
       Z080-INSERT-HOLDING.                                             07530000
      *---------------------                                            07540000
                                                                        07550000
           MOVE WC-IC-OFF                   TO WV-HOLD-FOUND-SW         07560000
                                               WV-HOLD-STOP-SW.         07570000
           MOVE ZERO                        TO WV-HOLD-IX.              07580000
           PERFORM Z082-SCAN-HOLD-TBL                                   07590000
                   UNTIL WV-HOLD-STOP-SW = WC-IC-ON                     07600000
                      OR WV-HOLD-IX >= WV-HOLD-CNT.                     07610000
           IF WV-HOLD-FOUND-SW = WC-IC-OFF                              07620000
              IF WV-HOLD-CNT < WC-HOLD-MAX                              07630000
                 IF WV-HOLD-STOP-SW = WC-IC-OFF                         07640000
                    COMPUTE WV-HOLD-IX = WV-HOLD-CNT + 1                07650000
                    END-COMPUTE                                         07660000
                 END-IF                                                 07670000
                 COMPUTE WV-SHIFT-IX = WV-HOLD-CNT + 1                  07680000
                 END-COMPUTE                                            07690000
                 PERFORM Z084-SHIFT-HOLD-ENTRY                          07700000
                         UNTIL WV-SHIFT-IX <= WV-HOLD-IX                07710000
                 MOVE WV-NEW-KEY            TO                          07720000
                      WV-HOLD-TBL-KEY (WV-HOLD-IX)                      07730000
                 MOVE EMP-NAME              TO                          07740000
                      WV-HOLD-TBL-NAME (WV-HOLD-IX)                     07750000
                 MOVE WV-NEW-TYPE           TO                          07760000
                      WV-HOLD-TBL-TYPE (WV-HOLD-IX)                     07770000
                 MOVE WV-NEW-END            TO                          07780000
                      WV-HOLD-TBL-END (WV-HOLD-IX)                      07790000
                 MOVE WV-NEW-END-YM         TO                          07800000
                      WV-HOLD-TBL-END-YM (WV-HOLD-IX)                   07810000
                 ADD 1                      TO WV-HOLD-CNT              07820000
                 ADD WC-ONE                 TO WA-SKILL-CTR             07830000
              ELSE                                                      07840000
                 DISPLAY 'SKILL TABLE FULL - SKILL NOT LISTED: '        07850000
                         WV-NEW-SKILL ' ' WV-NEW-ID                     07860000
                 ADD WC-ONE                 TO WA-TBLFULL-CTR           07870000
                 IF WA-TBLFULL-CTR = 1                                  07880000
                    MOVE 'M'                TO WV-ALT-SEV               07890000
                    MOVE 'TBLFULL'          TO WV-ALT-CD                07900000
                    MOVE 'SKILLS INVENTORY TABLE FULL'                  07910000
                                            TO WV-ALT-TXT               07920000
                    PERFORM Z998-WRITE-ALERT-REC                        07930000
                 END-IF                                                 07940000
              END-IF                                                    07950000
           END-IF.                                                      07960000
                                                                        07970000
       Z082-SCAN-HOLD-TBL.                                              07980000
      *--------------------                                             07990000
                                                                        08000000
           ADD 1                            TO WV-HOLD-IX.              08010000
           IF WV-HOLD-TBL-KEY (WV-HOLD-IX) = WV-NEW-KEY                 08020000
              MOVE WC-IC-ON                 TO WV-HOLD-FOUND-SW         08030000
                                               WV-HOLD-STOP-SW          08040000
           ELSE                                                         08050000
              IF WV-HOLD-TBL-KEY (WV-HOLD-IX) > WV-NEW-KEY              08060000
                 MOVE WC-IC-ON              TO WV-HOLD-STOP-SW          08070000
              END-IF                                                    08080000
           END-IF.                                                      08090000
                                                                        08100000
       Z084-SHIFT-HOLD-ENTRY.                                           08110000
      *-----------------------                                          08120000
                                                                        08130000
           MOVE WV-HOLD-ENTRY (WV-SHIFT-IX - 1)                         08140000
                                            TO                          08150000
                WV-HOLD-ENTRY (WV-SHIFT-IX).                            08160000
           SUBTRACT 1                       FROM WV-SHIFT-IX.           08170000
                                                                        08180000
       Z200-WRITE-XREF-HDR.                                             08190000
      *---------------------                                            08200000
                                                                        08210000
           ADD WC-ONE                       TO WA-XREF-PAGE-CTR.        08220000
           MOVE WA-XREF-PAGE-CTR            TO XREF-HDR-PAGE.           08230000
           IF WA-XREF-PAGE-CTR = 1                                      08240000
              WRITE XREF-REC                FROM WS-XREF-HDR1           08250000
           ELSE                                                         08260000
              WRITE XREF-REC                FROM WS-XREF-HDR1           08270000
                    AFTER ADVANCING NEXT-PAGE                           08280000
           END-IF.                                                      08290000
           MOVE SPACES                      TO XREF-REC.                08300000
           WRITE XREF-REC.                                              08310000
           WRITE XREF-REC                   FROM WS-XREF-HDR2.          08320000
           MOVE 3                           TO WA-XREF-LINE-CTR.        08330000
                                                                        08340000
       Z210-WRITE-GAP-HDR.                                              08350000
      *--------------------                                             08360000
                                                                        08370000
           ADD WC-ONE                       TO WA-GAP-PAGE-CTR.         08380000
           MOVE WA-GAP-PAGE-CTR             TO GAP-HDR-PAGE.            08390000
           IF WA-GAP-PAGE-CTR = 1                                       08400000
              WRITE GAP-REC                 FROM WS-GAP-HDR1            08410000
           ELSE                                                         08420000
              WRITE GAP-REC                 FROM WS-GAP-HDR1            08430000
                    AFTER ADVANCING NEXT-PAGE                           08440000
           END-IF.                                                      08450000
           MOVE SPACES                      TO GAP-REC.                 08460000
           WRITE GAP-REC.                                               08470000
           WRITE GAP-REC                    FROM WS-GAP-HDR2.           08480000
           MOVE SPACES                      TO GAP-REC.                 08490000
           WRITE GAP-REC.                                               08500000
           MOVE 4                           TO WA-GAP-LINE-CTR.         08510000
                                                                        08520000
       Z230-WRITE-XREF-REC.                                             08530000
      *---------------------                                            08540000
                                                                        08550000
           IF WA-XREF-LINE-CTR >= WC-RPT-MAX-LINE                       08560000
              MOVE XREF-REC                 TO WV-HOLD-LINE             08570000
              PERFORM Z200-WRITE-XREF-HDR                               08580000
              MOVE WV-HOLD-LINE             TO XREF-REC                 08590000
           END-IF.                                                      08600000
           WRITE XREF-REC.                                              08610000
           ADD WC-ONE                       TO WA-XREF-LINE-CTR.        08620000
                                                                        08630000
       Z240-WRITE-GAP-REC.                                              08640000
      *--------------------                                             08650000
                                                                        08660000
           IF WA-GAP-LINE-CTR >= WC-RPT-MAX-LINE                        08670000
              MOVE GAP-REC                  TO WV-HOLD-LINE             08680000
              PERFORM Z210-WRITE-GAP-HDR                                08690000
              MOVE WV-HOLD-LINE             TO GAP-REC                  08700000
           END-IF.                                                      08710000
           WRITE GAP-REC.                                               08720000
           ADD WC-ONE                       TO WA-GAP-LINE-CTR.         08730000
                                                                        08740000
       Z990-PCS-CTRS.                                                   08750000
      *---------------                                                  08760000
                                                                        08770000
           DISPLAY 'NUMBER OF EMPFILE RECORDS READ :-'                  08780000
                    WA-EMP-READ-CTR.                                    08790000
           DISPLAY 'NUMBER OF EMPLOYEES            :-'                  08800000
                    WA-EMP-DTL-CTR.                                     08810000
           DISPLAY 'NUMBER OF SKILL HOLDINGS       :-' WA-SKILL-CTR.    08820000
           DISPLAY 'NUMBER OF DISTINCT SKILLS      :-'                  08830000
                    WA-DISTINCT-CTR.                                    08840000
           DISPLAY 'NUMBER OF REQUIRED SKILLS READ :-'                  08850000
                    WA-RSK-READ-CTR.                                    08860000
           DISPLAY 'NUMBER WITH NO HOLDER          :-' WA-NOHOLD-CTR.   08870000
           DISPLAY 'NUMBER WITH ONE HOLDER         :-' WA-SINGLE-CTR.   08880000
           DISPLAY 'NUMBER CONTRACT ONLY, ENDING   :-' WA-CONEND-CTR.   08890000
           DISPLAY 'NUMBER OF TABLE OVERFLOWS      :-'                  08900000
                    WA-TBLFULL-CTR.                                     08910000
                                                                        08920000
       Z997-WRITE-AUDIT-REC.                                            08930000
      *-----------------------                                          08940000
                                                                        08950000
           OPEN EXTEND AUDITFILE.                                       08960000
           INITIALIZE AUDITFILE-REC.                                    08970000
           MOVE WC-PGM-NM                    TO AUD-PGM-NM.             08980000
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-RUN-DATE.           08990000
           COMPUTE AUD-READ-CTR = WA-EMP-READ-CTR + WA-RSK-READ-CTR     09000000
           END-COMPUTE.                                                 09010000
           MOVE WA-SKILL-CTR                 TO AUD-WRITE-CTR.          09020000
           MOVE WA-TBLFULL-CTR               TO AUD-ERROR-CTR.          09030000
           WRITE AUDITFILE-REC.                                         09040000
           CLOSE AUDITFILE.                                             09050000
                                                                        09060000
       Z998-WRITE-ALERT-REC.                                            09070000
      *----------------------                                           09080000
                                                                        09090000
           OPEN EXTEND ALERTFILE.                                       09100000
           MOVE SPACES                       TO ALERTFILE-REC.          09110000
           MOVE WC-PGM-NM                    TO ALT-PGM-NM.             09120000
           MOVE FUNCTION CURRENT-DATE (1:14) TO ALT-TS.                 09130000
           MOVE WV-ALT-SEV                   TO ALT-SEVERITY.           09140000
           MOVE WV-ALT-CD                    TO ALT-EVENT-CD.           09150000
           MOVE WV-ALT-TXT                   TO ALT-TEXT.               09160000
           WRITE ALERTFILE-REC.                                         09170000
           CLOSE ALERTFILE.                                             09180000
