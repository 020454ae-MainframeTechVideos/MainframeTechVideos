       ID DIVISION.                                                     00010000
      **************                                                    00020000
                                                                        00030000
       PROGRAM-ID.     SALREV01.                                        00040000
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
           SELECT  OLDMSTR   ASSIGN         TO UT-S-OLDMSTR.            00290000
           SELECT  REVCARD   ASSIGN         TO UT-S-REVCARD.            00300000
           SELECT  VALFILE   ASSIGN         TO UT-S-VALFILE.            00310000
           SELECT  REVFEED   ASSIGN         TO UT-S-REVFEED.            00320000
           SELECT  REVRPT    ASSIGN         TO UT-S-REVRPT.             00330000
           SELECT  AUDITFILE ASSIGN         TO UT-S-AUDITFILE.          00340000
           SELECT  ALERTFILE ASSIGN         TO UT-S-ALERTFILE.          00350000
           SELECT  REVHIST   ASSIGN         TO UT-S-REVHIST.            00353000
           SELECT  NEWREVH   ASSIGN         TO UT-S-NEWREVH.            00356000
                                                                        00360000
       DATA DIVISION.                                                   00370000
      ****************                                                  00380000
                                                                        00390000
       FILE SECTION.                                                    00400000
      *=============                                                    00410000
                                                                        00420000
       FD OLDMSTR                                                       00430000
              LABEL RECORD STANDARD                                     00440000
              BLOCK 0 RECORDS                                           00450000
              RECORDING MODE IS F.                                      00460000
                                                                        00470000
       01 MST-REC.                                                      00480000
          03 MST-FTN-CD                     PIC X(02).                  00490000
          03 MST-EMP-DPT                    PIC X(03).                  00500000
          03 MST-EMP-NAME                   PIC X(20).                  00510000
          03 MST-EMP-ID                     PIC X(10).                  00520000
          03 FILLER                         PIC X(165).                 00530000
                                                                        00540000
       FD REVCARD                                                       00550000
              LABEL RECORD STANDARD                                     00560000
              BLOCK 0 RECORDS                                           00570000
              RECORDING MODE IS F.                                      00580000
                                                                        00590000
       01 REVCARD-REC.                                                  00600000
          03 REV-CARD-ID                    PIC X(06).                  00610000
          03 REV-SEL-TYPE                   PIC X(01).                  00620000
          03 REV-SEL-VAL                    PIC X(20).                  00630000
          03 REV-METHOD                     PIC X(01).                  00640000
          03 REV-PCT                        PIC 9(03)V99.               00650000
          03 REV-AMT                        PIC 9(09).                  00660000
          03 REV-EFF-DATE                   PIC X(08).                  00670000
          03 FILLER                         PIC X(30).                  00680000
                                                                        00690000
       FD VALFILE                                                       00700000
              LABEL RECORD STANDARD                                     00710000
              BLOCK 0 RECORDS                                           00720000
              RECORDING MODE IS F.                                      00730000
                                                                        00740000
       01 VALFILE-REC.                                                  00750000
          03 VAL-CARD                          PIC X(80).               00760000
                                                                        00770000
       FD REVFEED                                                       00780000
              LABEL RECORD STANDARD                                     00790000
              BLOCK 0 RECORDS                                           00800000
              RECORDING MODE IS F.                                      00810000
                                                                        00820000
       01 REVFEED-REC                       PIC X(200).                 00830000
                                                                        00840000
       FD REVRPT                                                        00850000
              LABEL RECORD STANDARD                                     00860000
              BLOCK 0 RECORDS                                           00870000
              RECORDING MODE IS F.                                      00880000
                                                                        00890000
       01 RPT-REC                           PIC X(132).                 00900000
                                                                        00910000
       FD AUDITFILE                                                     00920000
              LABEL RECORD STANDARD                                     00930000
              BLOCK 0 RECORDS                                           00940000
              RECORDING MODE IS F.                                      00950000
                                                                        00960000
       01 AUDITFILE-REC.                                                00970000
          03 AUD-PGM-NM                        PIC X(08).               00980000
          03 AUD-RUN-DATE                      PIC X(08).               00990000
          03 AUD-READ-CTR                      PIC 9(09).               01000000
          03 AUD-WRITE-CTR                     PIC 9(09).               01010000
          03 AUD-ERROR-CTR                     PIC 9(09).               01020000
                                                                        01030000
       FD ALERTFILE                                                     01040000
              LABEL RECORD STANDARD                                     01050000
              BLOCK 0 RECORDS                                           01060000
              RECORDING MODE IS F.                                      01070000
                                                                        01080000
       01 ALERTFILE-REC.                                                01090000
          03 ALT-PGM-NM                        PIC X(08).               01100000
          03 ALT-TS                            PIC X(14).               01110000
          03 ALT-SEVERITY                      PIC X(01).               01120000
          03 ALT-EVENT-CD                      PIC X(08).               01130000
          03 ALT-TEXT                          PIC X(40).               01140000
          03 FILLER                            PIC X(09).               01150000
                                                                        01160000
       FD REVHIST                                                       01160500
              LABEL RECORD STANDARD                                     01161000
              BLOCK 0 RECORDS                                           01161500
              RECORDING MODE IS F.                                      01162000
                                                                        01162500
       01 REVHIST-REC.                                                  01163000
          03 RVH-EMP-ID                     PIC X(10).                  01163500
          03 RVH-EFF-DATE                   PIC X(08).                  01164000
          03 RVH-CARD-ID                    PIC X(06).                  01164500
          03 RVH-APPLY-DATE                 PIC X(08).                  01165000
          03 FILLER                         PIC X(48).                  01165500
                                                                        01166000
       FD NEWREVH                                                       01166500
              LABEL RECORD STANDARD                                     01167000
              BLOCK 0 RECORDS                                           01167500
              RECORDING MODE IS F.                                      01168000
                                                                        01168500
       01 NEWREVH-REC                       PIC X(80).                  01169000
                                                                        01169500
       WORKING-STORAGE SECTION.                                         01170000
      *=========================                                        01180000
                                                                        01190000
       01 WS-WA.                                                        01200000
      *---------                                                        01210000
                                                                        01220000
          03 WA-READ-CTR                    PIC S9(09) PACKED-DECIMAL.  01230000
          03 WA-FEED-CTR                    PIC S9(09) PACKED-DECIMAL.  01240000
          03 WA-REV-CTR                     PIC S9(09) PACKED-DECIMAL.  01250000
          03 WA-MULTI-CTR                   PIC S9(09) PACKED-DECIMAL.  01260000
          03 WA-SAL-CTR                     PIC S9(09) PACKED-DECIMAL.  01270000
          03 WA-CON-CTR                     PIC S9(09) PACKED-DECIMAL.  01280000
          03 WA-OVFL-CTR                    PIC S9(09) PACKED-DECIMAL.  01290000
          03 WA-CARD-READ-CTR               PIC S9(09) PACKED-DECIMAL.  01300000
          03 WA-CARD-ACT-CTR                PIC S9(09) PACKED-DECIMAL.  01310000
          03 WA-CARD-FUT-CTR                PIC S9(09) PACKED-DECIMAL.  01320000
          03 WA-CARD-REJ-CTR                PIC S9(09) PACKED-DECIMAL.  01330000
          03 WA-CARD-NOHIT-CTR              PIC S9(09) PACKED-DECIMAL.  01340000
          03 WA-SKIP-CTR                    PIC S9(09) PACKED-DECIMAL.  01341000
          03 WA-RVH-READ-CTR                PIC S9(09) PACKED-DECIMAL.  01342000
          03 WA-RVH-ADD-CTR                 PIC S9(09) PACKED-DECIMAL.  01343000
          03 WA-RVH-OUT-CTR                 PIC S9(09) PACKED-DECIMAL.  01344000
          03 WA-RVH-FULL-CTR                PIC S9(09) PACKED-DECIMAL.  01345000
          03 WA-OLD-SAL-TOT                 PIC S9(13) PACKED-DECIMAL.  01350000
          03 WA-NEW-SAL-TOT                 PIC S9(13) PACKED-DECIMAL.  01360000
          03 WA-RPT-LINE-CTR                PIC S9(03) PACKED-DECIMAL.  01370000
          03 WA-RPT-PAGE-CTR                PIC S9(05) PACKED-DECIMAL.  01380000
                                                                        01390000
       01 WS-CS.                                                        01400000
      *---------                                                        01410000
                                                                        01420000
          03 WC-PGM-NM                      PIC X(08) VALUE 'SALREV01'. 01430000
          03 WC-PCS-NM                      PIC X(40) VALUE             01440000
             'MASS SALARY REVISION'.                                    01450000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        01460000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        01470000
          03 WC-ONE                         PIC 9(01) VALUE 1.          01480000
          03 WC-FEED-HDR-ID                 PIC X(02) VALUE 'HD'.       01490000
          03 WC-FEED-TRL-ID                 PIC X(02) VALUE 'TR'.       01500000
          03 WC-FTN-01                      PIC X(02) VALUE '01'.       01510000
          03 WC-FTN-02                      PIC X(02) VALUE '02'.       01520000
          03 WC-FTN-03                      PIC X(02) VALUE '03'.       01530000
          03 WC-SEL-DEPT                    PIC X(01) VALUE 'D'.        01540000
          03 WC-SEL-DESG                    PIC X(01) VALUE 'G'.        01550000
          03 WC-SEL-EMP                     PIC X(01) VALUE 'E'.        01560000
          03 WC-MTH-PCT                     PIC X(01) VALUE 'P'.        01570000
          03 WC-MTH-FLAT                    PIC X(01) VALUE 'F'.        01580000
          03 WC-CARD-ACTIVE                 PIC X(01) VALUE 'A'.        01590000
          03 WC-CARD-FUTURE                 PIC X(01) VALUE 'F'.        01600000
          03 WC-CARD-REJECT                 PIC X(01) VALUE 'R'.        01610000
          03 WC-SAL-MAX                     PIC 9(09) VALUE 999999999.  01620000
          03 WC-CARD-MAX                    PIC 9(03) VALUE 200.        01630000
          03 WC-DEPT-MAX                    PIC 9(03) VALUE 50.         01640000
          03 WC-MULTI-MAX                   PIC 9(03) VALUE 500.        01650000
          03 WC-SKIP-MAX                    PIC 9(03) VALUE 500.        01653000
          03 WC-RVH-MAX                     PIC 9(05) VALUE 20000.      01656000
          03 WC-RPT-MAX-LINE                PIC 9(03) VALUE 55.         01660000
                                                                        01670000
       01 WS-WV.                                                        01680000
      *---------                                                        01690000
                                                                        01700000
          03 WV-AS-OF-DATE                  PIC X(08).                  01710000
          03 WV-HOLD-REC                    PIC X(200).                 01720000
          03 WV-HOLD-DTL REDEFINES WV-HOLD-REC.                         01730000
             05 WV-HD-FTN-CD                PIC X(02).                  01740000
             05 WV-HD-EMP-DPT               PIC X(03).                  01750000
             05 WV-HD-EMP-NAME              PIC X(20).                  01760000
             05 WV-HD-EMP-ID                PIC X(10).                  01770000
             05 WV-HD-EMP-DESG              PIC X(20).                  01780000
             05 WV-HD-EMP-JOIN-YR           PIC X(04).                  01790000
             05 WV-HD-EMP-SALARY            PIC X(09).                  01800000
             05 WV-HD-EMP-SALARY-9 REDEFINES WV-HD-EMP-SALARY           01810000
                                            PIC 9(09).                  01820000
             05 FILLER                      PIC X(132).                 01830000
          03 WV-OLD-SAL                     PIC S9(11) PACKED-DECIMAL.  01840000
          03 WV-NEW-SAL                     PIC S9(11) PACKED-DECIMAL.  01850000
          03 WV-INC-AMT                     PIC S9(11) PACKED-DECIMAL.  01860000
          03 WV-INC-PCT                     PIC S9(05)V99               01870000
                                              PACKED-DECIMAL.           01880000
          03 WV-EMP-HITS                    PIC S9(03) PACKED-DECIMAL.  01890000
          03 WV-CARD-REASON                 PIC X(20).                  01900000
          03 WV-CTR-DISP                    PIC ZZ,ZZZ,ZZ9.             01910000
          03 WV-AMT-DISP                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.      01920000
          03 WV-HOLD-LINE                   PIC X(132).                 01930000
          03 WV-CARD-IX                     PIC S9(05) BINARY.          01940000
          03 WV-CARD-CNT                    PIC S9(05) BINARY.          01950000
          03 WV-DEPT-IX                     PIC S9(03) BINARY.          01960000
          03 WV-DEPT-CNT                    PIC S9(03) BINARY.          01970000
          03 WV-DEPT-FOUND-SW               PIC X(01).                  01980000
          03 WV-MULTI-IX                    PIC S9(05) BINARY.          01990000
          03 WV-MULTI-CNT                   PIC S9(05) BINARY.          02000000
          03 WV-CARD-MATCH-SW               PIC X(01).                  02010000
          03 WV-SKIP-IX                     PIC S9(05) BINARY.          02011000
          03 WV-SKIP-CNT                    PIC S9(05) BINARY.          02012000
          03 WV-EMP-CARD-IX                 PIC S9(05) BINARY.          02013000
          03 WV-EMP-CARD-CNT                PIC S9(05) BINARY.          02014000
          03 WV-HIST-CARD-IX                PIC S9(05) BINARY.          02015000
          03 WV-RVH-IX                      PIC S9(05) BINARY.          02016000
          03 WV-RVH-CNT                     PIC S9(05) BINARY.          02017000
          03 WV-RVH-FOUND-SW                PIC X(01).                  02018000
                                                                        02020000
       01 WS-PARM.                                                      02030000
      *-----------                                                      02040000
                                                                        02050000
          03 WV-PARM-KEY                    PIC X(20).                  02060000
          03 WV-PARM-VAL                    PIC X(20).                  02070000
          03 WV-PARM-LINE-CTR               PIC 9(03).                  02080000
                                                                        02090000
       01 WS-ALERT.                                                     02100000
      *------------                                                     02110000
                                                                        02120000
          03 WV-ALT-SEV                     PIC X(01).                  02130000
          03 WV-ALT-CD                      PIC X(08).                  02140000
          03 WV-ALT-TXT                     PIC X(40).                  02150000
                                                                        02160000
       01 WS-CARD-TBL.                                                  02170000
      *----------------                                                 02180000
                                                                        02190000
          03 WV-CARD-ENTRY OCCURS 200 TIMES.                            02200000
             05 WV-CARD-TBL-ID              PIC X(06).                  02210000
             05 WV-CARD-TBL-SEL-TYPE        PIC X(01).                  02220000
             05 WV-CARD-TBL-SEL-VAL         PIC X(20).                  02230000
             05 WV-CARD-TBL-METHOD          PIC X(01).                  02240000
             05 WV-CARD-TBL-PCT             PIC 9(03)V99.               02250000
             05 WV-CARD-TBL-AMT             PIC 9(09).                  02260000
             05 WV-CARD-TBL-EFF-DATE        PIC X(08).                  02270000
             05 WV-CARD-TBL-STATUS          PIC X(01).                  02280000
             05 WV-CARD-TBL-REASON          PIC X(20).                  02290000
             05 WV-CARD-TBL-HITS            PIC S9(07)                  02300000
                                              PACKED-DECIMAL.           02310000
             05 WV-CARD-TBL-SKIPS           PIC S9(07)                  02313000
                                              PACKED-DECIMAL.           02316000
                                                                        02320000
       01 WS-DEPT-TBL.                                                  02330000
      *----------------                                                 02340000
                                                                        02350000
          03 WV-DEPT-ENTRY OCCURS 50 TIMES.                             02360000
             05 WV-DEPT-TBL-DPT             PIC X(03).                  02370000
             05 WV-DEPT-TBL-HC              PIC S9(07)                  02380000
                                              PACKED-DECIMAL.           02390000
             05 WV-DEPT-TBL-REV             PIC S9(07)                  02400000
                                              PACKED-DECIMAL.           02410000
             05 WV-DEPT-TBL-OLD             PIC S9(13)                  02420000
                                              PACKED-DECIMAL.           02430000
             05 WV-DEPT-TBL-NEW             PIC S9(13)                  02440000
                                              PACKED-DECIMAL.           02450000
                                                                        02460000
       01 WS-MULTI-TBL.                                                 02470000
      *-----------------                                                02480000
                                                                        02490000
          03 WV-MULTI-ENTRY OCCURS 500 TIMES.                           02500000
             05 WV-MULTI-TBL-ID             PIC X(10).                  02510000
             05 WV-MULTI-TBL-NAME           PIC X(20).                  02520000
             05 WV-MULTI-TBL-DPT            PIC X(03).                  02530000
             05 WV-MULTI-TBL-HITS           PIC S9(03)                  02540000
                                              PACKED-DECIMAL.           02550000
             05 WV-MULTI-TBL-OLD            PIC S9(11)                  02560000
                                              PACKED-DECIMAL.           02570000
             05 WV-MULTI-TBL-NEW            PIC S9(11)                  02580000
                                              PACKED-DECIMAL.           02590000
                                                                        02600000
       01 WS-EMP-CARD-TBL.                                              02600200
      *--------------------                                             02600400
                                                                        02600600
          03 WV-EMP-CARD-ENTRY OCCURS 200 TIMES                         02600800
                                            PIC S9(05) BINARY.          02601000
                                                                        02601200
       01 WS-SKIP-TBL.                                                  02601400
      *----------------                                                 02601600
                                                                        02601800
          03 WV-SKIP-ENTRY OCCURS 500 TIMES.                            02602000
             05 WV-SKIP-TBL-ID              PIC X(10).                  02602200
             05 WV-SKIP-TBL-NAME            PIC X(20).                  02602400
             05 WV-SKIP-TBL-DPT             PIC X(03).                  02602600
             05 WV-SKIP-TBL-CARD-ID         PIC X(06).                  02602800
             05 WV-SKIP-TBL-EFF-DATE        PIC X(08).                  02603000
             05 WV-SKIP-TBL-PRIOR-CARD      PIC X(06).                  02603200
             05 WV-SKIP-TBL-APPLY-DATE      PIC X(08).                  02603400
                                                                        02603600
       01 WS-RVH-TBL.                                                   02603800
      *---------------                                                  02604000
                                                                        02604200
          03 WV-RVH-ENTRY OCCURS 20000 TIMES.                           02604400
             05 WV-RVH-EMP-ID               PIC X(10).                  02604600
             05 WV-RVH-EFF-DATE             PIC X(08).                  02604800
             05 WV-RVH-CARD-ID              PIC X(06).                  02605000
             05 WV-RVH-APPLY-DATE           PIC X(08).                  02605200
                                                                        02605400
       01 WS-RVH-OUT.                                                   02605600
      *---------------                                                  02605800
                                                                        02606000
          03 WV-RVH-OUT-EMP-ID              PIC X(10).                  02606200
          03 WV-RVH-OUT-EFF-DATE            PIC X(08).                  02606400
          03 WV-RVH-OUT-CARD-ID             PIC X(06).                  02606600
          03 WV-RVH-OUT-APPLY-DATE          PIC X(08).                  02606800
          03 FILLER                         PIC X(48) VALUE SPACES.     02607000
                                                                        02608000
       01 WS-RPT-HDR1.                                                  02610000
      *----------------                                                 02620000
                                                                        02630000
          03 FILLER                         PIC X(08) VALUE 'SALREV01'. 02640000
          03 FILLER                         PIC X(05) VALUE SPACES.     02650000
          03 FILLER                         PIC X(41) VALUE             02660000
             'SALARY REVISION APPROVAL REGISTER - AS OF'.               02670000
          03 FILLER                         PIC X(01) VALUE SPACES.     02680000
          03 RPT-HDR-DATE                   PIC X(08).                  02690000
          03 FILLER                         PIC X(58) VALUE SPACES.     02700000
          03 FILLER                         PIC X(05) VALUE 'PAGE '.    02710000
          03 RPT-HDR-PAGE                   PIC ZZ,ZZ9.                 02720000
                                                                        02730000
       01 WS-RPT-HDR2.                                                  02740000
      *----------------                                                 02750000
                                                                        02760000
          03 FILLER                         PIC X(12) VALUE             02770000
             'EMPLOYEE    '.                                            02780000
          03 FILLER                         PIC X(22) VALUE             02790000
             'NAME                  '.                                  02800000
          03 FILLER                         PIC X(05) VALUE 'DEPT '.    02810000
          03 FILLER                         PIC X(22) VALUE             02820000
             'DESIGNATION           '.                                  02830000
          03 FILLER                         PIC X(04) VALUE 'FT  '.     02840000
          03 FILLER                         PIC X(13) VALUE             02850000
             ' OLD SALARY  '.                                           02860000
          03 FILLER                         PIC X(13) VALUE             02870000
             ' NEW SALARY  '.                                           02880000
          03 FILLER                         PIC X(13) VALUE             02890000
             '   INCREASE  '.                                           02900000
          03 FILLER                         PIC X(08) VALUE             02910000
             '   PCT  '.                                                02920000
          03 FILLER                         PIC X(06) VALUE 'CARDS '.   02930000
          03 FILLER                         PIC X(14) VALUE SPACES.     02940000
                                                                        02950000
       01 WS-RPT-DTL.                                                   02960000
      *---------------                                                  02970000
                                                                        02980000
          03 RPT-DTL-ID                     PIC X(10).                  02990000
          03 FILLER                         PIC X(02) VALUE SPACES.     03000000
          03 RPT-DTL-NAME                   PIC X(20).                  03010000
          03 FILLER                         PIC X(02) VALUE SPACES.     03020000
          03 RPT-DTL-DPT                    PIC X(03).                  03030000
          03 FILLER                         PIC X(02) VALUE SPACES.     03040000
          03 RPT-DTL-DESG                   PIC X(20).                  03050000
          03 FILLER                         PIC X(02) VALUE SPACES.     03060000
          03 RPT-DTL-FTN                    PIC X(02).                  03070000
          03 FILLER                         PIC X(02) VALUE SPACES.     03080000
          03 RPT-DTL-OLD                    PIC ZZZ,ZZZ,ZZ9.            03090000
          03 FILLER                         PIC X(02) VALUE SPACES.     03100000
          03 RPT-DTL-NEW                    PIC ZZZ,ZZZ,ZZ9.            03110000
          03 FILLER                         PIC X(02) VALUE SPACES.     03120000
          03 RPT-DTL-INC                    PIC ZZZ,ZZZ,ZZ9.            03130000
          03 FILLER                         PIC X(02) VALUE SPACES.     03140000
          03 RPT-DTL-PCT                    PIC ZZ9.99.                 03150000
          03 FILLER                         PIC X(02) VALUE SPACES.     03160000
          03 RPT-DTL-HITS                   PIC ZZ9.                    03170000
          03 FILLER                         PIC X(02) VALUE SPACES.     03180000
          03 RPT-DTL-FLAG                   PIC X(06).                  03190000
          03 FILLER                         PIC X(09) VALUE SPACES.     03200000
                                                                        03210000
       01 WS-RPT-DEPT.                                                  03220000
      *----------------                                                 03230000
                                                                        03240000
          03 RPT-DPT-CD                     PIC X(03).                  03250000
          03 FILLER                         PIC X(03) VALUE SPACES.     03260000
          03 RPT-DPT-HC                     PIC ZZ,ZZ9.                 03270000
          03 FILLER                         PIC X(03) VALUE SPACES.     03280000
          03 RPT-DPT-REV                    PIC ZZ,ZZ9.                 03290000
          03 FILLER                         PIC X(03) VALUE SPACES.     03300000
          03 RPT-DPT-OLD                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.      03310000
          03 FILLER                         PIC X(03) VALUE SPACES.     03320000
          03 RPT-DPT-NEW                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.      03330000
          03 FILLER                         PIC X(03) VALUE SPACES.     03340000
          03 RPT-DPT-INC                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.      03350000
          03 FILLER                         PIC X(03) VALUE SPACES.     03360000
          03 RPT-DPT-PCT                    PIC ZZ9.99.                 03370000
          03 FILLER                         PIC X(42) VALUE SPACES.     03380000
                                                                        03390000
       01 WS-RPT-CARD.                                                  03400000
      *----------------                                                 03410000
                                                                        03420000
          03 RPT-CRD-ID                     PIC X(06).                  03430000
          03 FILLER                         PIC X(02) VALUE SPACES.     03440000
          03 RPT-CRD-SEL-TYPE               PIC X(01).                  03450000
          03 FILLER                         PIC X(02) VALUE SPACES.     03460000
          03 RPT-CRD-SEL-VAL                PIC X(20).                  03470000
          03 FILLER                         PIC X(02) VALUE SPACES.     03480000
          03 RPT-CRD-METHOD                 PIC X(01).                  03490000
          03 FILLER                         PIC X(02) VALUE SPACES.     03500000
          03 RPT-CRD-PCT                    PIC ZZ9.99.                 03510000
          03 FILLER                         PIC X(02) VALUE SPACES.     03520000
          03 RPT-CRD-AMT                    PIC ZZZ,ZZZ,ZZ9.            03530000
          03 FILLER                         PIC X(02) VALUE SPACES.     03540000
          03 RPT-CRD-EFF-DATE               PIC X(08).                  03550000
          03 FILLER                         PIC X(02) VALUE SPACES.     03560000
          03 RPT-CRD-HITS                   PIC ZZZ,ZZ9.                03570000
          03 FILLER                         PIC X(02) VALUE SPACES.     03580000
          03 RPT-CRD-REASON                 PIC X(20).                  03590000
          03 FILLER                         PIC X(36) VALUE SPACES.     03600000
                                                                        03610000
       01 WS-RPT-SKIP-HDR.                                              03610200
      *--------------------                                             03610400
                                                                        03610600
          03 FILLER                         PIC X(12) VALUE             03610800
             'EMPLOYEE    '.                                            03611000
          03 FILLER                         PIC X(22) VALUE             03611200
             'NAME                  '.                                  03611400
          03 FILLER                         PIC X(05) VALUE 'DPT  '.    03611600
          03 FILLER                         PIC X(08) VALUE 'CARD    '. 03611800
          03 FILLER                         PIC X(12) VALUE             03612000
             'EFFECTIVE   '.                                            03612200
          03 FILLER                         PIC X(08) VALUE 'PRIOR   '. 03612400
          03 FILLER                         PIC X(10) VALUE             03612600
             'APPLIED ON'.                                              03612800
          03 FILLER                         PIC X(55) VALUE SPACES.     03613000
                                                                        03613200
       01 WS-RPT-SKIP.                                                  03613400
      *----------------                                                 03613600
                                                                        03613800
          03 RPT-SKP-ID                     PIC X(10).                  03614000
          03 FILLER                         PIC X(02) VALUE SPACES.     03614200
          03 RPT-SKP-NAME                   PIC X(20).                  03614400
          03 FILLER                         PIC X(02) VALUE SPACES.     03614600
          03 RPT-SKP-DPT                    PIC X(03).                  03614800
          03 FILLER                         PIC X(02) VALUE SPACES.     03615000
          03 RPT-SKP-CARD-ID                PIC X(06).                  03615200
          03 FILLER                         PIC X(02) VALUE SPACES.     03615400
          03 RPT-SKP-EFF-DATE               PIC X(08).                  03615600
          03 FILLER                         PIC X(04) VALUE SPACES.     03615800
          03 RPT-SKP-PRIOR-CARD             PIC X(06).                  03616000
          03 FILLER                         PIC X(02) VALUE SPACES.     03616200
          03 RPT-SKP-APPLY-DATE             PIC X(08).                  03616400
          03 FILLER                         PIC X(57) VALUE SPACES.     03616600
                                                                        03617600
       01 WS-WI.                                                        03620000
      *---------                                                        03630000
                                                                        03640000
          03 WI-EOF-OLDMSTR                 PIC X(01).                  03650000
          03 WI-EOF-REVCARD                 PIC X(01).                  03660000
          03 WI-EOF-REVHIST                 PIC X(01).                  03665000
          03 WI-EOF-VALFILE                 PIC X(01).                  03670000
          03 WI-PARM-ERR                    PIC X(01).                  03680000
                                                                        03690000
       PROCEDURE DIVISION.                                              03700000
      ********************                                              03710000
                                                                        03720000
           PERFORM A010-STT-REV-PCS.                                    03730000
           PERFORM A020-PCS-MST-REC                                     03740000
                   UNTIL WI-EOF-OLDMSTR = HIGH-VALUES.                  03750000
           PERFORM A030-END-REV-PCS.                                    03760000
           STOP RUN.                                                    03770000
                                                                        03780000
      **************************** LEVEL A *****************************03790000
                                                                        03800000
       A010-STT-REV-PCS.                                                03810000
      *------------------                                               03820000
                                                                        03830000
           PERFORM Z030-INIT-FLDS.                                      03840000
           PERFORM Z015-READ-VAL-SW.                                    03850000
           PERFORM Z035-LOAD-REV-CARDS.                                 03860000
           PERFORM Z010-OPN-FILES.                                      03865000
           PERFORM Z045-LOAD-REV-HIST.                                  03870000
           PERFORM Z200-WRITE-RPT-HDR.                                  03875000
                                                                        03880000
           IF WI-PARM-ERR = WC-IC-ON                                    03885000
              OR WA-CARD-ACT-CTR = ZERO                                 03890000
              OR WA-RVH-FULL-CTR > ZERO                                 03895000
              IF WI-PARM-ERR = WC-IC-ON                                 03900000
                 DISPLAY 'RUN REFUSED - PARAMETER ERRORS'               03905000
              ELSE                                                      03910000
                 IF WA-RVH-FULL-CTR > ZERO                              03915000
                    DISPLAY 'RUN REFUSED - REVISION HISTORY TABLE FULL' 03920000
                 ELSE                                                   03925000
                    DISPLAY 'RUN REFUSED - NO EFFECTIVE REVISION CARDS' 03930000
                 END-IF                                                 03935000
              END-IF                                                    03960000
              MOVE 8                        TO RETURN-CODE              03970000
              MOVE HIGH-VALUES              TO WI-EOF-OLDMSTR           03980000
              MOVE 'RUN REFUSED - REVISED FEED NOT WRITTEN'             03990000
                                            TO RPT-REC                  04000000
              PERFORM Z230-WRITE-RPT-REC                                04010000
           ELSE                                                         04020000
              PERFORM Z036-WRITE-FEED-HDR                               04030000
              PERFORM Z040-READ-OLDMSTR                                 04040000
           END-IF.                                                      04050000
                                                                        04060000
       A020-PCS-MST-REC.                                                04070000
      *------------------                                               04080000
                                                                        04090000
           PERFORM B010-REVISE-EMP.                                     04100000
           MOVE WV-HOLD-REC                 TO REVFEED-REC.             04110000
           WRITE REVFEED-REC.                                           04120000
           ADD WC-ONE                       TO WA-FEED-CTR.             04130000
           PERFORM Z040-READ-OLDMSTR.                                   04140000
                                                                        04150000
       A030-END-REV-PCS.                                                04160000
      *------------------                                               04170000
                                                                        04180000
           IF WA-CARD-ACT-CTR > ZERO                                    04185000
              AND WI-PARM-ERR = WC-IC-OFF                               04190000
              AND WA-RVH-FULL-CTR = ZERO                                04195000
              PERFORM Z065-WRITE-FEED-TRL                               04200000
              PERFORM B050-PRT-DEPT-IMPACT                              04205000
              PERFORM B060-PRT-MULTI-HITS                               04210000
              PERFORM B068-PRT-SKIPPED                                  04215000
           END-IF.                                                      04240000
           PERFORM B070-PRT-CARD-SUMMARY.                               04250000
           PERFORM Z020-CLS-FILES.                                      04260000
           IF WA-CARD-REJ-CTR > ZERO                                    04270000
              OR WA-CARD-NOHIT-CTR > ZERO                               04275000
              OR WA-OVFL-CTR > ZERO                                     04280000
              OR WA-SKIP-CTR > ZERO                                     04285000
              IF RETURN-CODE < 4                                        04300000
                 MOVE 4                     TO RETURN-CODE              04310000
              END-IF                                                    04320000
           END-IF.                                                      04330000
           PERFORM Z990-PCS-CTRS.                                       04340000
           PERFORM Z997-WRITE-AUDIT-REC.                                04350000
                                                                        04360000
      **************************** LEVEL B *****************************04370000
                                                                        04380000
       B010-REVISE-EMP.                                                 04390000
      *-----------------                                                04400000
                                                                        04410000
           MOVE MST-REC                     TO WV-HOLD-REC.             04420000
           IF (WV-HD-FTN-CD = WC-FTN-01                                 04430000
               OR WV-HD-FTN-CD = WC-FTN-02)                             04440000
              AND WV-HD-EMP-SALARY IS NUMERIC                           04450000
              MOVE WV-HD-EMP-SALARY-9       TO WV-OLD-SAL               04460000
                                               WV-NEW-SAL               04470000
              MOVE ZERO                     TO WV-EMP-HITS              04480000
              MOVE ZERO                     TO WV-CARD-IX               04485000
                                               WV-EMP-CARD-CNT          04490000
              PERFORM B020-APPLY-CARD                                   04500000
                      UNTIL WV-CARD-IX >= WV-CARD-CNT                   04510000
              IF WV-NEW-SAL > WC-SAL-MAX                                04520000
                 DISPLAY 'REVISED SALARY TOO LARGE - NOT APPLIED '      04530000
                         'FOR EMP ID:' WV-HD-EMP-ID                     04540000
                 ADD WC-ONE                 TO WA-OVFL-CTR              04550000
                 MOVE WV-OLD-SAL            TO WV-NEW-SAL               04555000
                 MOVE ZERO                  TO WV-EMP-CARD-CNT          04560000
              END-IF                                                    04570000
              PERFORM B030-POST-DEPT-IMPACT                             04580000
              IF WV-EMP-HITS > ZERO                                     04590000
                 MOVE WV-NEW-SAL            TO WV-HD-EMP-SALARY-9       04600000
                 PERFORM B040-PRT-REGISTER-LINE                         04605000
                 PERFORM B035-RECORD-REV-HIST                           04610000
              END-IF                                                    04620000
           ELSE                                                         04630000
              IF WV-HD-FTN-CD = WC-FTN-03                               04640000
                 ADD WC-ONE                 TO WA-CON-CTR               04650000
              END-IF                                                    04660000
           END-IF.                                                      04670000
                                                                        04680000
       B020-APPLY-CARD.                                                 04690000
      *-----------------                                                04700000
                                                                        04710000
           ADD 1                            TO WV-CARD-IX.              04720000
           MOVE WC-IC-OFF                   TO WV-CARD-MATCH-SW.        04730000
           IF WV-CARD-TBL-STATUS (WV-CARD-IX) = WC-CARD-ACTIVE          04740000
              EVALUATE WV-CARD-TBL-SEL-TYPE (WV-CARD-IX)                04750000
                  WHEN WC-SEL-DEPT                                      04760000
                       IF WV-CARD-TBL-SEL-VAL (WV-CARD-IX) (1:3)        04770000
                          = WV-HD-EMP-DPT                               04780000
                          MOVE WC-IC-ON     TO WV-CARD-MATCH-SW         04790000
                       END-IF                                           04800000
                  WHEN WC-SEL-DESG                                      04810000
                       IF WV-CARD-TBL-SEL-VAL (WV-CARD-IX)              04820000
                          = WV-HD-EMP-DESG                              04830000
                          MOVE WC-IC-ON     TO WV-CARD-MATCH-SW         04840000
                       END-IF                                           04850000
                  WHEN WC-SEL-EMP                                       04860000
                       IF WV-CARD-TBL-SEL-VAL (WV-CARD-IX) (1:10)       04870000
                          = WV-HD-EMP-ID                                04880000
                          MOVE WC-IC-ON     TO WV-CARD-MATCH-SW         04890000
                       END-IF                                           04900000
              END-EVALUATE                                              04910000
           END-IF.                                                      04920000
                                                                        04930000
           IF WV-CARD-MATCH-SW = WC-IC-ON                               04935000
              PERFORM Z050-CHK-REV-HIST                                 04940000
              IF WV-RVH-FOUND-SW = WC-IC-ON                             04945000
                 PERFORM B047-SAVE-SKIP                                 04950000
              ELSE                                                      04955000
                 IF WV-CARD-TBL-METHOD (WV-CARD-IX) = WC-MTH-PCT        04960000
                    COMPUTE WV-NEW-SAL ROUNDED = WV-NEW-SAL             04965000
                          + WV-NEW-SAL * WV-CARD-TBL-PCT (WV-CARD-IX)   04970000
                          / 100                                         04975000
                    END-COMPUTE                                         04980000
                 ELSE                                                   04985000
                    ADD WV-CARD-TBL-AMT (WV-CARD-IX)                    04990000
                                            TO WV-NEW-SAL               04995000
                 END-IF                                                 05000000
                 ADD 1                      TO WV-EMP-HITS              05005000
                 ADD WC-ONE                 TO                          05010000
                     WV-CARD-TBL-HITS (WV-CARD-IX)                      05015000
                 ADD 1                      TO WV-EMP-CARD-CNT          05020000
                 MOVE WV-CARD-IX            TO                          05025000
                      WV-EMP-CARD-ENTRY (WV-EMP-CARD-CNT)               05030000
              END-IF                                                    05035000
           END-IF.                                                      05040000
                                                                        05045000
       B030-POST-DEPT-IMPACT.                                           05050000
      *-----------------------                                          05100000
                                                                        05110000
           PERFORM Z080-FIND-DEPT.                                      05120000
           IF WV-DEPT-FOUND-SW = WC-IC-ON                               05130000
              ADD WC-ONE                    TO                          05140000
                  WV-DEPT-TBL-HC (WV-DEPT-IX)                           05150000
              ADD WV-OLD-SAL                TO                          05160000
                  WV-DEPT-TBL-OLD (WV-DEPT-IX)                          05170000
              ADD WV-NEW-SAL                TO                          05180000
                  WV-DEPT-TBL-NEW (WV-DEPT-IX)                          05190000
              IF WV-EMP-HITS > ZERO                                     05200000
                 ADD WC-ONE                 TO                          05210000
                     WV-DEPT-TBL-REV (WV-DEPT-IX)                       05220000
              END-IF                                                    05230000
           END-IF.                                                      05240000
           ADD WC-ONE                       TO WA-SAL-CTR.              05250000
           ADD WV-OLD-SAL                   TO WA-OLD-SAL-TOT.          05260000
           ADD WV-NEW-SAL                   TO WA-NEW-SAL-TOT.          05270000
                                                                        05280000
       B035-RECORD-REV-HIST.                                            05280400
      *----------------------                                           05280800
                                                                        05281200
           MOVE ZERO                        TO WV-EMP-CARD-IX.          05281600
           PERFORM B037-WRITE-REV-HIST                                  05282000
                   UNTIL WV-EMP-CARD-IX >= WV-EMP-CARD-CNT.             05282400
                                                                        05282800
       B037-WRITE-REV-HIST.                                             05283200
      *---------------------                                            05283600
                                                                        05284000
           ADD 1                            TO WV-EMP-CARD-IX.          05284400
           MOVE WV-EMP-CARD-ENTRY (WV-EMP-CARD-IX)                      05284800
                                            TO WV-HIST-CARD-IX.         05285200
           MOVE WV-HD-EMP-ID                TO WV-RVH-OUT-EMP-ID.       05285600
           MOVE WV-CARD-TBL-EFF-DATE (WV-HIST-CARD-IX)                  05286000
                                            TO WV-RVH-OUT-EFF-DATE.     05286400
           MOVE WV-CARD-TBL-ID (WV-HIST-CARD-IX)                        05286800
                                            TO WV-RVH-OUT-CARD-ID.      05287200
           MOVE WV-AS-OF-DATE               TO WV-RVH-OUT-APPLY-DATE.   05287600
           WRITE NEWREVH-REC                FROM WS-RVH-OUT.            05288000
           ADD WC-ONE                       TO WA-RVH-ADD-CTR           05288400
                                               WA-RVH-OUT-CTR.          05288800
                                                                        05289300
       B040-PRT-REGISTER-LINE.                                          05290000
      *------------------------                                         05300000
                                                                        05310000
           ADD WC-ONE                       TO WA-REV-CTR.              05320000
           PERFORM Z085-CALC-INC.                                       05330000
           MOVE WV-HD-EMP-ID                TO RPT-DTL-ID.              05340000
           MOVE WV-HD-EMP-NAME              TO RPT-DTL-NAME.            05350000
           MOVE WV-HD-EMP-DPT               TO RPT-DTL-DPT.             05360000
           MOVE WV-HD-EMP-DESG              TO RPT-DTL-DESG.            05370000
           MOVE WV-HD-FTN-CD                TO RPT-DTL-FTN.             05380000
           MOVE WV-OLD-SAL                  TO RPT-DTL-OLD.             05390000
           MOVE WV-NEW-SAL                  TO RPT-DTL-NEW.             05400000
           MOVE WV-INC-AMT                  TO RPT-DTL-INC.             05410000
           MOVE WV-INC-PCT                  TO RPT-DTL-PCT.             05420000
           MOVE WV-EMP-HITS                 TO RPT-DTL-HITS.            05430000
           IF WV-EMP-HITS > 1                                           05440000
              MOVE '*MULTI'                 TO RPT-DTL-FLAG             05450000
              PERFORM B045-SAVE-MULTI-HIT                               05460000
           ELSE                                                         05470000
              MOVE SPACES                   TO RPT-DTL-FLAG             05480000
           END-IF.                                                      05490000
           MOVE WS-RPT-DTL                  TO RPT-REC.                 05500000
           PERFORM Z230-WRITE-RPT-REC.                                  05510000
                                                                        05520000
       B045-SAVE-MULTI-HIT.                                             05530000
      *---------------------                                            05540000
                                                                        05550000
           ADD WC-ONE                       TO WA-MULTI-CTR.            05560000
           IF WV-MULTI-CNT < WC-MULTI-MAX                               05570000
              ADD 1                         TO WV-MULTI-CNT             05580000
              MOVE WV-HD-EMP-ID             TO                          05590000
                   WV-MULTI-TBL-ID (WV-MULTI-CNT)                       05600000
              MOVE WV-HD-EMP-NAME           TO                          05610000
                   WV-MULTI-TBL-NAME (WV-MULTI-CNT)                     05620000
              MOVE WV-HD-EMP-DPT            TO                          05630000
                   WV-MULTI-TBL-DPT (WV-MULTI-CNT)                      05640000
              MOVE WV-EMP-HITS              TO                          05650000
                   WV-MULTI-TBL-HITS (WV-MULTI-CNT)                     05660000
              MOVE WV-OLD-SAL               TO                          05670000
                   WV-MULTI-TBL-OLD (WV-MULTI-CNT)                      05680000
              MOVE WV-NEW-SAL               TO                          05690000
                   WV-MULTI-TBL-NEW (WV-MULTI-CNT)                      05700000
           ELSE                                                         05710000
              DISPLAY 'MULTI-CARD TABLE FULL - NOT LISTED: '            05720000
                      WV-HD-EMP-ID                                      05730000
           END-IF.                                                      05740000
                                                                        05750000
       B047-SAVE-SKIP.                                                  05750300
      *----------------                                                 05750600
                                                                        05750900
           ADD WC-ONE                       TO WA-SKIP-CTR.             05751200
           ADD WC-ONE                       TO                          05751500
               WV-CARD-TBL-SKIPS (WV-CARD-IX).                          05751800
           DISPLAY 'REVISION ALREADY APPLIED - NOT REAPPLIED: '         05752100
                   WV-HD-EMP-ID ' CARD ' WV-CARD-TBL-ID (WV-CARD-IX).   05752400
           IF WV-SKIP-CNT < WC-SKIP-MAX                                 05752700
              ADD 1                         TO WV-SKIP-CNT              05753000
              MOVE WV-HD-EMP-ID             TO                          05753300
                   WV-SKIP-TBL-ID (WV-SKIP-CNT)                         05753600
              MOVE WV-HD-EMP-NAME           TO                          05753900
                   WV-SKIP-TBL-NAME (WV-SKIP-CNT)                       05754200
              MOVE WV-HD-EMP-DPT            TO                          05754500
                   WV-SKIP-TBL-DPT (WV-SKIP-CNT)                        05754800
              MOVE WV-CARD-TBL-ID (WV-CARD-IX)                          05755100
                                            TO                          05755400
                   WV-SKIP-TBL-CARD-ID (WV-SKIP-CNT)                    05755700
              MOVE WV-CARD-TBL-EFF-DATE (WV-CARD-IX)                    05756000
                                            TO                          05756300
                   WV-SKIP-TBL-EFF-DATE (WV-SKIP-CNT)                   05756600
              MOVE WV-RVH-CARD-ID (WV-RVH-IX)                           05756900
                                            TO                          05757200
                   WV-SKIP-TBL-PRIOR-CARD (WV-SKIP-CNT)                 05757500
              MOVE WV-RVH-APPLY-DATE (WV-RVH-IX)                        05757800
                                            TO                          05758100
                   WV-SKIP-TBL-APPLY-DATE (WV-SKIP-CNT)                 05758400
           ELSE                                                         05758700
              DISPLAY 'SKIPPED-REVISION TABLE FULL - NOT LISTED: '      05759000
                      WV-HD-EMP-ID                                      05759300
           END-IF.                                                      05759600
                                                                        05759800
       B050-PRT-DEPT-IMPACT.                                            05760000
      *----------------------                                           05770000
                                                                        05780000
           MOVE SPACES                      TO RPT-REC.                 05790000
           PERFORM Z230-WRITE-RPT-REC.                                  05800000
           MOVE 'DEPARTMENT COST IMPACT (SALARIED STAFF)'               05810000
                                            TO RPT-REC.                 05820000
           PERFORM Z230-WRITE-RPT-REC.                                  05830000
           MOVE SPACES                      TO RPT-REC.                 05840000
           PERFORM Z230-WRITE-RPT-REC.                                  05850000
           MOVE 'DPT   STAFF  REVISED      OLD SALARY BILL      NEW SALA05860000
      -         'RY BILL            INCREASE     PCT'  TO RPT-REC.      05870000
           PERFORM Z230-WRITE-RPT-REC.                                  05880000
           MOVE ZERO                        TO WV-DEPT-IX.              05890000
           PERFORM B055-PRT-DEPT-LINE                                   05900000
                   UNTIL WV-DEPT-IX >= WV-DEPT-CNT.                     05910000
                                                                        05920000
           MOVE 'ALL'                       TO RPT-DPT-CD.              05930000
           MOVE WA-SAL-CTR                  TO RPT-DPT-HC.              05940000
           MOVE WA-REV-CTR                  TO RPT-DPT-REV.             05950000
           MOVE WA-OLD-SAL-TOT              TO RPT-DPT-OLD              05960000
                                               WV-OLD-SAL.              05970000
           MOVE WA-NEW-SAL-TOT              TO RPT-DPT-NEW              05980000
                                               WV-NEW-SAL.              05990000
           PERFORM Z085-CALC-INC.                                       06000000
           MOVE WV-INC-AMT                  TO RPT-DPT-INC.             06010000
           MOVE WV-INC-PCT                  TO RPT-DPT-PCT.             06020000
           MOVE SPACES                      TO RPT-REC.                 06030000
           PERFORM Z230-WRITE-RPT-REC.                                  06040000
           MOVE WS-RPT-DEPT                 TO RPT-REC.                 06050000
           PERFORM Z230-WRITE-RPT-REC.                                  06060000
                                                                        06070000
       B055-PRT-DEPT-LINE.                                              06080000
      *--------------------                                             06090000
                                                                        06100000
           ADD 1                            TO WV-DEPT-IX.              06110000
           MOVE WV-DEPT-TBL-DPT (WV-DEPT-IX)                            06120000
                                            TO RPT-DPT-CD.              06130000
           MOVE WV-DEPT-TBL-HC (WV-DEPT-IX) TO RPT-DPT-HC.              06140000
           MOVE WV-DEPT-TBL-REV (WV-DEPT-IX)                            06150000
                                            TO RPT-DPT-REV.             06160000
           MOVE WV-DEPT-TBL-OLD (WV-DEPT-IX)                            06170000
                                            TO RPT-DPT-OLD              06180000
                                               WV-OLD-SAL.              06190000
           MOVE WV-DEPT-TBL-NEW (WV-DEPT-IX)                            06200000
                                            TO RPT-DPT-NEW              06210000
                                               WV-NEW-SAL.              06220000
           PERFORM Z085-CALC-INC.                                       06230000
           MOVE WV-INC-AMT                  TO RPT-DPT-INC.             06240000
           MOVE WV-INC-PCT                  TO RPT-DPT-PCT.             06250000
           MOVE WS-RPT-DEPT                 TO RPT-REC.                 06260000
           PERFORM Z230-WRITE-RPT-REC.                                  06270000
                                                                        06280000
       B060-PRT-MULTI-HITS.                                             06290000
      *---------------------                                            06300000
                                                                        06310000
           MOVE SPACES                      TO RPT-REC.                 06320000
           PERFORM Z230-WRITE-RPT-REC.                                  06330000
           MOVE 'EMPLOYEES REVISED BY MORE THAN ONE CARD'               06340000
                                            TO RPT-REC.                 06350000
           PERFORM Z230-WRITE-RPT-REC.                                  06360000
           MOVE SPACES                      TO RPT-REC.                 06370000
           PERFORM Z230-WRITE-RPT-REC.                                  06380000
           IF WV-MULTI-CNT = ZERO                                       06390000
              MOVE 'NONE'                   TO RPT-REC                  06400000
              PERFORM Z230-WRITE-RPT-REC                                06410000
           ELSE                                                         06420000
              MOVE ZERO                     TO WV-MULTI-IX              06430000
              PERFORM B065-PRT-MULTI-LINE                               06440000
                      UNTIL WV-MULTI-IX >= WV-MULTI-CNT                 06450000
           END-IF.                                                      06460000
                                                                        06470000
       B065-PRT-MULTI-LINE.                                             06480000
      *---------------------                                            06490000
                                                                        06500000
           ADD 1                            TO WV-MULTI-IX.             06510000
           MOVE WV-MULTI-TBL-ID (WV-MULTI-IX)                           06520000
                                            TO RPT-DTL-ID.              06530000
           MOVE WV-MULTI-TBL-NAME (WV-MULTI-IX)                         06540000
                                            TO RPT-DTL-NAME.            06550000
           MOVE WV-MULTI-TBL-DPT (WV-MULTI-IX)                          06560000
                                            TO RPT-DTL-DPT.             06570000
           MOVE SPACES                      TO RPT-DTL-DESG             06580000
                                               RPT-DTL-FTN.             06590000
           MOVE WV-MULTI-TBL-OLD (WV-MULTI-IX)                          06600000
                                            TO RPT-DTL-OLD              06610000
                                               WV-OLD-SAL.              06620000
           MOVE WV-MULTI-TBL-NEW (WV-MULTI-IX)                          06630000
                                            TO RPT-DTL-NEW              06640000
                                               WV-NEW-SAL.              06650000
           PERFORM Z085-CALC-INC.                                       06660000
           MOVE WV-INC-AMT                  TO RPT-DTL-INC.             06670000
           MOVE WV-INC-PCT                  TO RPT-DTL-PCT.             06680000
           MOVE WV-MULTI-TBL-HITS (WV-MULTI-IX)                         06690000
                                            TO RPT-DTL-HITS.            06700000
           MOVE '*MULTI'                    TO RPT-DTL-FLAG.            06710000
           MOVE WS-RPT-DTL                  TO RPT-REC.                 06720000
           PERFORM Z230-WRITE-RPT-REC.                                  06730000
                                                                        06740000
       B068-PRT-SKIPPED.                                                06740200
      *------------------                                               06740400
                                                                        06740600
           MOVE SPACES                      TO RPT-REC.                 06740800
           PERFORM Z230-WRITE-RPT-REC.                                  06741000
           MOVE 'REVISIONS ALREADY APPLIED - NOT REAPPLIED'             06741200
                                            TO RPT-REC.                 06741400
           PERFORM Z230-WRITE-RPT-REC.                                  06741600
           MOVE SPACES                      TO RPT-REC.                 06741800
           PERFORM Z230-WRITE-RPT-REC.                                  06742000
           IF WV-SKIP-CNT = ZERO                                        06742200
              MOVE 'NONE'                   TO RPT-REC                  06742400
              PERFORM Z230-WRITE-RPT-REC                                06742600
           ELSE                                                         06742800
              MOVE WS-RPT-SKIP-HDR          TO RPT-REC                  06743000
              PERFORM Z230-WRITE-RPT-REC                                06743200
              MOVE ZERO                     TO WV-SKIP-IX               06743400
              PERFORM B069-PRT-SKIP-LINE                                06743600
                      UNTIL WV-SKIP-IX >= WV-SKIP-CNT                   06743800
           END-IF.                                                      06744000
                                                                        06744200
       B069-PRT-SKIP-LINE.                                              06744400
      *--------------------                                             06744600
                                                                        06744800
           ADD 1                            TO WV-SKIP-IX.              06745000
           MOVE WV-SKIP-TBL-ID (WV-SKIP-IX) TO RPT-SKP-ID.              06745200
           MOVE WV-SKIP-TBL-NAME (WV-SKIP-IX)                           06745400
                                            TO RPT-SKP-NAME.            06745600
           MOVE WV-SKIP-TBL-DPT (WV-SKIP-IX)                            06745800
                                            TO RPT-SKP-DPT.             06746000
           MOVE WV-SKIP-TBL-CARD-ID (WV-SKIP-IX)                        06746200
                                            TO RPT-SKP-CARD-ID.         06746400
           MOVE WV-SKIP-TBL-EFF-DATE (WV-SKIP-IX)                       06746600
                                            TO RPT-SKP-EFF-DATE.        06746800
           MOVE WV-SKIP-TBL-PRIOR-CARD (WV-SKIP-IX)                     06747000
                                            TO RPT-SKP-PRIOR-CARD.      06747200
           MOVE WV-SKIP-TBL-APPLY-DATE (WV-SKIP-IX)                     06747400
                                            TO RPT-SKP-APPLY-DATE.      06747600
           MOVE WS-RPT-SKIP                 TO RPT-REC.                 06747800
           PERFORM Z230-WRITE-RPT-REC.                                  06748000
                                                                        06749000
       B070-PRT-CARD-SUMMARY.                                           06750000
      *-----------------------                                          06760000
                                                                        06770000
           MOVE SPACES                      TO RPT-REC.                 06780000
           PERFORM Z230-WRITE-RPT-REC.                                  06790000
           MOVE 'REVISION CARDS'            TO RPT-REC.                 06800000
           PERFORM Z230-WRITE-RPT-REC.                                  06810000
           MOVE SPACES                      TO RPT-REC.                 06820000
           PERFORM Z230-WRITE-RPT-REC.                                  06830000
           MOVE 'CARD    S  SELECTOR              M     PCT       AMOUNT06840000
      -         '  EFFECTIVE     HITS  STATUS'  TO RPT-REC.             06850000
           PERFORM Z230-WRITE-RPT-REC.                                  06860000
           MOVE ZERO                        TO WV-CARD-IX.              06870000
           PERFORM B075-PRT-CARD-LINE                                   06880000
                   UNTIL WV-CARD-IX >= WV-CARD-CNT.                     06890000
                                                                        06900000
           MOVE SPACES                      TO RPT-REC.                 06910000
           PERFORM Z230-WRITE-RPT-REC.                                  06920000
           MOVE WA-REV-CTR                  TO WV-CTR-DISP.             06930000
           MOVE SPACES                      TO RPT-REC.                 06940000
           STRING 'EMPLOYEES REVISED           :' DELIMITED BY SIZE     06950000
                  WV-CTR-DISP               DELIMITED BY SIZE           06960000
                  INTO RPT-REC                                          06970000
           END-STRING.                                                  06980000
           PERFORM Z230-WRITE-RPT-REC.                                  06990000
           MOVE WA-MULTI-CTR                TO WV-CTR-DISP.             07000000
           MOVE SPACES                      TO RPT-REC.                 07010000
           STRING 'HIT BY MORE THAN ONE CARD   :' DELIMITED BY SIZE     07020000
                  WV-CTR-DISP               DELIMITED BY SIZE           07030000
                  INTO RPT-REC                                          07040000
           END-STRING.                                                  07050000
           PERFORM Z230-WRITE-RPT-REC.                                  07060000
           COMPUTE WV-INC-AMT = WA-NEW-SAL-TOT - WA-OLD-SAL-TOT         07070000
           END-COMPUTE.                                                 07080000
           MOVE WV-INC-AMT                  TO WV-AMT-DISP.             07090000
           MOVE SPACES                      TO RPT-REC.                 07100000
           STRING 'TOTAL ANNUAL COST INCREASE  :' DELIMITED BY SIZE     07110000
                  WV-AMT-DISP               DELIMITED BY SIZE           07120000
                  INTO RPT-REC                                          07130000
           END-STRING.                                                  07140000
           PERFORM Z230-WRITE-RPT-REC.                                  07150000
           MOVE SPACES                      TO RPT-REC.                 07160000
           PERFORM Z230-WRITE-RPT-REC.                                  07170000
           MOVE 'APPROVED BY : ____________________   DATE : __________'07180000
                                            TO RPT-REC.                 07190000
           PERFORM Z230-WRITE-RPT-REC.                                  07200000
                                                                        07210000
       B075-PRT-CARD-LINE.                                              07220000
      *--------------------                                             07230000
                                                                        07240000
           ADD 1                            TO WV-CARD-IX.              07250000
           MOVE WV-CARD-TBL-ID (WV-CARD-IX) TO RPT-CRD-ID.              07260000
           MOVE WV-CARD-TBL-SEL-TYPE (WV-CARD-IX)                       07270000
                                            TO RPT-CRD-SEL-TYPE.        07280000
           MOVE WV-CARD-TBL-SEL-VAL (WV-CARD-IX)                        07290000
                                            TO RPT-CRD-SEL-VAL.         07300000
           MOVE WV-CARD-TBL-METHOD (WV-CARD-IX)                         07310000
                                            TO RPT-CRD-METHOD.          07320000
           MOVE WV-CARD-TBL-PCT (WV-CARD-IX)                            07330000
                                            TO RPT-CRD-PCT.             07340000
           MOVE WV-CARD-TBL-AMT (WV-CARD-IX)                            07350000
                                            TO RPT-CRD-AMT.             07360000
           MOVE WV-CARD-TBL-EFF-DATE (WV-CARD-IX)                       07370000
                                            TO RPT-CRD-EFF-DATE.        07380000
           MOVE WV-CARD-TBL-HITS (WV-CARD-IX)                           07390000
                                            TO RPT-CRD-HITS.            07400000
           IF WV-CARD-TBL-STATUS (WV-CARD-IX) = WC-CARD-ACTIVE          07410000
              AND WV-CARD-TBL-HITS (WV-CARD-IX) = ZERO                  07420000
              IF WV-CARD-TBL-SKIPS (WV-CARD-IX) > ZERO                  07424000
                 MOVE 'ALREADY APPLIED'     TO                          07428000
                      WV-CARD-TBL-REASON (WV-CARD-IX)                   07432000
              ELSE                                                      07436000
                 MOVE 'NO EMPLOYEE MATCHED' TO                          07440000
                      WV-CARD-TBL-REASON (WV-CARD-IX)                   07444000
                 ADD WC-ONE                 TO WA-CARD-NOHIT-CTR        07448000
              END-IF                                                    07452000
           END-IF.                                                      07460000
           MOVE WV-CARD-TBL-REASON (WV-CARD-IX)                         07470000
                                            TO RPT-CRD-REASON.          07480000
           MOVE WS-RPT-CARD                 TO RPT-REC.                 07490000
           PERFORM Z230-WRITE-RPT-REC.                                  07500000
                                                                        07510000
      **************************** LEVEL Z *****************************07520000
                                                                        07530000
       Z010-OPN-FILES.                                                  07540000
      *----------------                                                 07550000
                                                                        07560000
           OPEN INPUT  OLDMSTR                                          07565000
                       REVHIST                                          07570000
                OUTPUT REVFEED                                          07575000
                       REVRPT                                           07580000
                       NEWREVH.                                         07585000
                                                                        07600000
       Z015-READ-VAL-SW.                                                07610000
      *------------------                                               07620000
                                                                        07630000
           MOVE FUNCTION CURRENT-DATE (1:8) TO WV-AS-OF-DATE.           07640000
           MOVE ZERO                        TO WV-PARM-LINE-CTR.        07650000
           MOVE WC-IC-OFF                   TO WI-PARM-ERR.             07660000
           MOVE LOW-VALUES                  TO WI-EOF-VALFILE.          07670000
           OPEN INPUT  VALFILE.                                         07680000
           PERFORM Z016-PCS-PARM-CARD                                   07690000
                   UNTIL WI-EOF-VALFILE = HIGH-VALUES.                  07700000
           CLOSE VALFILE.                                               07710000
           MOVE WV-AS-OF-DATE               TO RPT-HDR-DATE.            07720000
           PERFORM Z019-ECHO-PARMS.                                     07730000
                                                                        07740000
       Z016-PCS-PARM-CARD.                                              07750000
      *--------------------                                             07760000
                                                                        07770000
           READ VALFILE                                                 07780000
             AT END                                                     07790000
                MOVE HIGH-VALUES            TO WI-EOF-VALFILE           07800000
           END-READ.                                                    07810000
           IF WI-EOF-VALFILE = LOW-VALUES                               07820000
              ADD 1                         TO WV-PARM-LINE-CTR         07830000
              IF VAL-CARD = SPACES                                      07840000
                 CONTINUE                                               07850000
              ELSE                                                      07860000
                 MOVE SPACES                TO WV-PARM-KEY              07870000
                                               WV-PARM-VAL              07880000
                 UNSTRING VAL-CARD          DELIMITED BY '='            07890000
                     INTO WV-PARM-KEY                                   07900000
                          WV-PARM-VAL                                   07910000
                 END-UNSTRING                                           07920000
                 PERFORM Z017-APPLY-PARM                                07930000
              END-IF                                                    07940000
           END-IF.                                                      07950000
                                                                        07960000
       Z017-APPLY-PARM.                                                 07970000
      *-----------------                                                07980000
                                                                        07990000
           EVALUATE WV-PARM-KEY                                         08000000
               WHEN 'AS-OF-DATE'                                        08010000
                    IF WV-PARM-VAL (1:8) IS NUMERIC                     08020000
                       MOVE WV-PARM-VAL (1:8)                           08030000
                                            TO WV-AS-OF-DATE            08040000
                    ELSE                                                08050000
                       PERFORM Z018-FLAG-PARM-ERR                       08060000
                    END-IF                                              08070000
               WHEN OTHER                                               08080000
                    PERFORM Z018-FLAG-PARM-ERR                          08090000
           END-EVALUATE.                                                08100000
                                                                        08110000
       Z018-FLAG-PARM-ERR.                                              08120000
      *--------------------                                             08130000
                                                                        08140000
           DISPLAY 'BAD PARAMETER CARD, LINE ' WV-PARM-LINE-CTR         08150000
                   ': ' VAL-CARD (1:40).                                08160000
           MOVE WC-IC-ON                    TO WI-PARM-ERR.             08170000
                                                                        08180000
       Z019-ECHO-PARMS.                                                 08190000
      *-----------------                                                08200000
                                                                        08210000
           DISPLAY 'RESOLVED RUN PARAMETERS:'.                          08220000
           DISPLAY '  AS-OF-DATE       = ' WV-AS-OF-DATE.               08230000
                                                                        08240000
       Z020-CLS-FILES.                                                  08250000
      *---------------                                                  08260000
                                                                        08270000
           CLOSE  OLDMSTR                                               08275000
                  REVFEED                                               08280000
                  REVRPT                                                08285000
                  REVHIST                                               08290000
                  NEWREVH.                                              08295000
                                                                        08310000
       Z030-INIT-FLDS.                                                  08320000
      *---------------                                                  08330000
                                                                        08340000
           INITIALIZE WS-WA                                             08350000
                      WS-WV                                             08360000
                      WS-CARD-TBL                                       08370000
                      WS-DEPT-TBL.                                      08380000
           MOVE ZERO                        TO WV-CARD-CNT              08385000
                                               WV-DEPT-CNT              08390000
                                               WV-MULTI-CNT             08395000
                                               WV-SKIP-CNT              08400000
                                               WV-RVH-CNT.              08405000
           MOVE LOW-VALUES                  TO WI-EOF-OLDMSTR           08420000
                                               WI-EOF-REVCARD.          08430000
                                                                        08440000
       Z035-LOAD-REV-CARDS.                                             08450000
      *---------------------                                            08460000
                                                                        08470000
           OPEN INPUT  REVCARD.                                         08480000
           PERFORM Z037-LOAD-CARD-REC                                   08490000
                   UNTIL WI-EOF-REVCARD = HIGH-VALUES.                  08500000
           CLOSE REVCARD.                                               08510000
                                                                        08520000
       Z036-WRITE-FEED-HDR.                                             08530000
      *---------------------                                            08540000
                                                                        08550000
           MOVE SPACES                      TO REVFEED-REC.             08560000
           STRING WC-FEED-HDR-ID            DELIMITED BY SIZE           08570000
                  FUNCTION CURRENT-DATE (1:8)                           08580000
                                            DELIMITED BY SIZE           08590000
                  WC-PGM-NM                 DELIMITED BY SIZE           08600000
                  INTO REVFEED-REC                                      08610000
           END-STRING.                                                  08620000
           WRITE REVFEED-REC.                                           08630000
                                                                        08640000
       Z037-LOAD-CARD-REC.                                              08650000
      *--------------------                                             08660000
                                                                        08670000
           READ REVCARD                                                 08680000
             AT END                                                     08690000
                MOVE HIGH-VALUES            TO WI-EOF-REVCARD           08700000
           END-READ.                                                    08710000
           IF WI-EOF-REVCARD = LOW-VALUES                               08720000
              AND REVCARD-REC NOT = SPACES                              08730000
              ADD WC-ONE                    TO WA-CARD-READ-CTR         08740000
              IF WV-CARD-CNT < WC-CARD-MAX                              08750000
                 ADD 1                      TO WV-CARD-CNT              08760000
                 PERFORM Z038-EDIT-CARD                                 08770000
              ELSE                                                      08780000
                 DISPLAY 'REVISION CARD TABLE FULL - CARD NOT '         08790000
                         'LOADED:' REV-CARD-ID                          08800000
                 ADD WC-ONE                 TO WA-CARD-REJ-CTR          08810000
                 MOVE 'M'                   TO WV-ALT-SEV               08820000
                 MOVE 'TBLFULL'             TO WV-ALT-CD                08830000
                 MOVE 'SALARY REVISION CARD TABLE FULL'                 08840000
                                            TO WV-ALT-TXT               08850000
                 PERFORM Z998-WRITE-ALERT-REC                           08860000
              END-IF                                                    08870000
           END-IF.                                                      08880000
                                                                        08890000
       Z038-EDIT-CARD.                                                  08900000
      *----------------                                                 08910000
                                                                        08920000
           MOVE REV-CARD-ID                 TO                          08930000
                WV-CARD-TBL-ID (WV-CARD-CNT).                           08940000
           MOVE REV-SEL-TYPE                TO                          08950000
                WV-CARD-TBL-SEL-TYPE (WV-CARD-CNT).                     08960000
           MOVE REV-SEL-VAL                 TO                          08970000
                WV-CARD-TBL-SEL-VAL (WV-CARD-CNT).                      08980000
           MOVE REV-METHOD                  TO                          08990000
                WV-CARD-TBL-METHOD (WV-CARD-CNT).                       09000000
           MOVE REV-EFF-DATE                TO                          09010000
                WV-CARD-TBL-EFF-DATE (WV-CARD-CNT).                     09020000
           MOVE ZERO                        TO                          09030000
                WV-CARD-TBL-PCT (WV-CARD-CNT)                           09040000
                WV-CARD-TBL-AMT (WV-CARD-CNT)                           09050000
                WV-CARD-TBL-HITS (WV-CARD-CNT)                          09055000
                WV-CARD-TBL-SKIPS (WV-CARD-CNT).                        09060000
           MOVE SPACES                      TO WV-CARD-REASON.          09070000
                                                                        09080000
           EVALUATE TRUE                                                09090000
               WHEN REV-SEL-TYPE NOT = WC-SEL-DEPT                      09100000
                AND REV-SEL-TYPE NOT = WC-SEL-DESG                      09110000
                AND REV-SEL-TYPE NOT = WC-SEL-EMP                       09120000
                    MOVE 'BAD SELECTOR TYPE'                            09130000
                                            TO WV-CARD-REASON           09140000
               WHEN REV-SEL-VAL = SPACES                                09150000
                    MOVE 'SELECTOR BLANK'   TO WV-CARD-REASON           09160000
               WHEN REV-METHOD = WC-MTH-PCT                             09170000
                AND (REV-PCT IS NOT NUMERIC                             09180000
                     OR REV-PCT = ZERO)                                 09190000
                    MOVE 'PERCENTAGE INVALID'                           09200000
                                            TO WV-CARD-REASON           09210000
               WHEN REV-METHOD = WC-MTH-FLAT                            09220000
                AND (REV-AMT IS NOT NUMERIC                             09230000
                     OR REV-AMT = ZERO)                                 09240000
                    MOVE 'FLAT AMOUNT INVALID'                          09250000
                                            TO WV-CARD-REASON           09260000
               WHEN REV-METHOD NOT = WC-MTH-PCT                         09270000
                AND REV-METHOD NOT = WC-MTH-FLAT                        09280000
                    MOVE 'BAD METHOD'       TO WV-CARD-REASON           09290000
               WHEN REV-EFF-DATE IS NOT NUMERIC                         09300000
                    MOVE 'EFFECTIVE DATE INVALID'                       09310000
                                            TO WV-CARD-REASON           09320000
               WHEN OTHER                                               09330000
                    CONTINUE                                            09340000
           END-EVALUATE.                                                09350000
                                                                        09360000
           IF WV-CARD-REASON NOT = SPACES                               09370000
              MOVE WC-CARD-REJECT           TO                          09380000
                   WV-CARD-TBL-STATUS (WV-CARD-CNT)                     09390000
              MOVE WV-CARD-REASON           TO                          09400000
                   WV-CARD-TBL-REASON (WV-CARD-CNT)                     09410000
              ADD WC-ONE                    TO WA-CARD-REJ-CTR          09420000
              DISPLAY 'REVISION CARD REJECTED - ' REV-CARD-ID ' '       09430000
                      WV-CARD-REASON                                    09440000
           ELSE                                                         09450000
              IF REV-METHOD = WC-MTH-PCT                                09460000
                 MOVE REV-PCT               TO                          09470000
                      WV-CARD-TBL-PCT (WV-CARD-CNT)                     09480000
              ELSE                                                      09490000
                 MOVE REV-AMT               TO                          09500000
                      WV-CARD-TBL-AMT (WV-CARD-CNT)                     09510000
              END-IF                                                    09520000
              IF REV-EFF-DATE > WV-AS-OF-DATE                           09530000
                 MOVE WC-CARD-FUTURE        TO                          09540000
                      WV-CARD-TBL-STATUS (WV-CARD-CNT)                  09550000
                 MOVE 'NOT YET EFFECTIVE'   TO                          09560000
                      WV-CARD-TBL-REASON (WV-CARD-CNT)                  09570000
                 ADD WC-ONE                 TO WA-CARD-FUT-CTR          09580000
              ELSE                                                      09590000
                 MOVE WC-CARD-ACTIVE        TO                          09600000
                      WV-CARD-TBL-STATUS (WV-CARD-CNT)                  09610000
                 MOVE 'APPLIED'             TO                          09620000
                      WV-CARD-TBL-REASON (WV-CARD-CNT)                  09630000
                 ADD WC-ONE                 TO WA-CARD-ACT-CTR          09640000
              END-IF                                                    09650000
           END-IF.                                                      09660000
                                                                        09670000
       Z040-READ-OLDMSTR.                                               09680000
      *-------------------                                              09690000
                                                                        09700000
           READ OLDMSTR                                                 09710000
             AT END                                                     09720000
                MOVE HIGH-VALUES            TO WI-EOF-OLDMSTR           09730000
           END-READ.                                                    09740000
           IF WI-EOF-OLDMSTR = LOW-VALUES                               09750000
              ADD WC-ONE                    TO WA-READ-CTR              09760000
           END-IF.                                                      09770000
                                                                        09780000
       Z045-LOAD-REV-HIST.                                              09780100
      *--------------------                                             09780200
                                                                        09780300
           MOVE LOW-VALUES                  TO WI-EOF-REVHIST.          09780400
           PERFORM Z046-COPY-HIST-REC                                   09780500
                   UNTIL WI-EOF-REVHIST = HIGH-VALUES.                  09780600
           DISPLAY 'REVISION HISTORY LOADED:' WV-RVH-CNT.               09780700
           IF WA-RVH-FULL-CTR > ZERO                                    09780800
              DISPLAY 'REVISION HISTORY TABLE FULL - ENTRIES NOT '      09780900
                      'CHECKED:' WA-RVH-FULL-CTR                        09781000
              MOVE 'H'                      TO WV-ALT-SEV               09781100
              MOVE 'TBLFULL'                TO WV-ALT-CD                09781200
              MOVE 'SALARY REVISION HISTORY TABLE FULL'                 09781300
                                            TO WV-ALT-TXT               09781400
              PERFORM Z998-WRITE-ALERT-REC                              09781500
           END-IF.                                                      09781600
                                                                        09781700
       Z046-COPY-HIST-REC.                                              09781800
      *--------------------                                             09781900
                                                                        09782000
           READ REVHIST                                                 09782100
             AT END                                                     09782200
                MOVE HIGH-VALUES            TO WI-EOF-REVHIST           09782300
           END-READ.                                                    09782400
           IF WI-EOF-REVHIST = LOW-VALUES                               09782500
              ADD WC-ONE                    TO WA-RVH-READ-CTR          09782600
              WRITE NEWREVH-REC             FROM REVHIST-REC            09782700
              ADD WC-ONE                    TO WA-RVH-OUT-CTR           09782800
              IF WV-RVH-CNT < WC-RVH-MAX                                09782900
                 ADD 1                      TO WV-RVH-CNT               09783000
                 MOVE RVH-EMP-ID            TO                          09783100
                      WV-RVH-EMP-ID (WV-RVH-CNT)                        09783200
                 MOVE RVH-EFF-DATE          TO                          09783300
                      WV-RVH-EFF-DATE (WV-RVH-CNT)                      09783400
                 MOVE RVH-CARD-ID           TO                          09783500
                      WV-RVH-CARD-ID (WV-RVH-CNT)                       09783600
                 MOVE RVH-APPLY-DATE        TO                          09783700
                      WV-RVH-APPLY-DATE (WV-RVH-CNT)                    09783800
              ELSE                                                      09783900
                 ADD WC-ONE                 TO WA-RVH-FULL-CTR          09784000
              END-IF                                                    09784100
           END-IF.                                                      09784200
                                                                        09784300
       Z050-CHK-REV-HIST.                                               09784400
      *-------------------                                              09784500
                                                                        09784600
           MOVE WC-IC-OFF                   TO WV-RVH-FOUND-SW.         09784700
           MOVE ZERO                        TO WV-RVH-IX.               09784800
           PERFORM Z052-SCAN-REV-HIST                                   09784900
                   UNTIL WV-RVH-FOUND-SW = WC-IC-ON                     09785000
                      OR WV-RVH-IX >= WV-RVH-CNT.                       09785100
                                                                        09785200
       Z052-SCAN-REV-HIST.                                              09785300
      *--------------------                                             09785400
                                                                        09785500
           ADD 1                            TO WV-RVH-IX.               09785600
           IF WV-RVH-EMP-ID (WV-RVH-IX) = WV-HD-EMP-ID                  09785700
              AND WV-RVH-EFF-DATE (WV-RVH-IX)                           09785800
                  = WV-CARD-TBL-EFF-DATE (WV-CARD-IX)                   09785900
              MOVE WC-IC-ON                 TO WV-RVH-FOUND-SW          09786000
           END-IF.                                                      09786100
                                                                        09787100
       Z065-WRITE-FEED-TRL.                                             09790000
      *---------------------                                            09800000
                                                                        09810000
           MOVE SPACES                      TO REVFEED-REC.             09820000
           MOVE WC-FEED-TRL-ID              TO REVFEED-REC (1:2).       09830000
           MOVE WA-FEED-CTR                 TO REVFEED-REC (3:9).       09840000
           WRITE REVFEED-REC.                                           09850000
                                                                        09860000
       Z080-FIND-DEPT.                                                  09870000
      *----------------                                                 09880000
                                                                        09890000
           MOVE WC-IC-OFF                   TO WV-DEPT-FOUND-SW.        09900000
           MOVE ZERO                        TO WV-DEPT-IX.              09910000
           PERFORM Z082-SCAN-DEPT-TBL                                   09920000
                   UNTIL WV-DEPT-FOUND-SW = WC-IC-ON                    09930000
                      OR WV-DEPT-IX >= WV-DEPT-CNT.                     09940000
           IF WV-DEPT-FOUND-SW = WC-IC-OFF                              09950000
              IF WV-DEPT-CNT < WC-DEPT-MAX                              09960000
                 ADD 1                      TO WV-DEPT-CNT              09970000
                 MOVE WV-DEPT-CNT           TO WV-DEPT-IX               09980000
                 MOVE WV-HD-EMP-DPT         TO                          09990000
                      WV-DEPT-TBL-DPT (WV-DEPT-IX)                      10000000
                 MOVE WC-IC-ON              TO WV-DEPT-FOUND-SW         10010000
              ELSE                                                      10020000
                 DISPLAY 'DEPARTMENT TABLE FULL - COST IMPACT '         10030000
                         'NOT SHOWN FOR DEPT ' WV-HD-EMP-DPT            10040000
              END-IF                                                    10050000
           END-IF.                                                      10060000
                                                                        10070000
       Z082-SCAN-DEPT-TBL.                                              10080000
      *--------------------                                             10090000
                                                                        10100000
           ADD 1                            TO WV-DEPT-IX.              10110000
           IF WV-DEPT-TBL-DPT (WV-DEPT-IX) = WV-HD-EMP-DPT              10120000
              MOVE WC-IC-ON                 TO WV-DEPT-FOUND-SW         10130000
           END-IF.                                                      10140000
                                                                        10150000
       Z085-CALC-INC.                                                   10160000
      *---------------                                                  10170000
                                                                        10180000
           COMPUTE WV-INC-AMT = WV-NEW-SAL - WV-OLD-SAL                 10190000
           END-COMPUTE.                                                 10200000
           IF WV-OLD-SAL > ZERO                                         10210000
              COMPUTE WV-INC-PCT ROUNDED =                              10220000
                      WV-INC-AMT * 100 / WV-OLD-SAL                     10230000
                 ON SIZE ERROR                                          10240000
                      MOVE 999.99           TO WV-INC-PCT               10250000
              END-COMPUTE                                               10260000
           ELSE                                                         10270000
              MOVE ZERO                     TO WV-INC-PCT               10280000
           END-IF.                                                      10290000
                                                                        10300000
       Z200-WRITE-RPT-HDR.                                              10310000
      *--------------------                                             10320000
                                                                        10330000
           ADD WC-ONE                       TO WA-RPT-PAGE-CTR.         10340000
           MOVE WA-RPT-PAGE-CTR             TO RPT-HDR-PAGE.            10350000
           IF WA-RPT-PAGE-CTR = 1                                       10360000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            10370000
           ELSE                                                         10380000
              WRITE RPT-REC                 FROM WS-RPT-HDR1            10390000
                    AFTER ADVANCING NEXT-PAGE                           10400000
           END-IF.                                                      10410000
           MOVE SPACES                      TO RPT-REC.                 10420000
           WRITE RPT-REC.                                               10430000
           WRITE RPT-REC                    FROM WS-RPT-HDR2.           10440000
           MOVE SPACES                      TO RPT-REC.                 10450000
           WRITE RPT-REC.                                               10460000
           MOVE 4                           TO WA-RPT-LINE-CTR.         10470000
                                                                        10480000
       Z230-WRITE-RPT-REC.                                              10490000
      *--------------------                                             10500000
                                                                        10510000
           IF WA-RPT-LINE-CTR >= WC-RPT-MAX-LINE                        10520000
              MOVE RPT-REC                  TO WV-HOLD-LINE             10530000
              PERFORM Z200-WRITE-RPT-HDR                                10540000
              MOVE WV-HOLD-LINE             TO RPT-REC                  10550000
           END-IF.                                                      10560000
           WRITE RPT-REC.                                               10570000
           ADD WC-ONE                       TO WA-RPT-LINE-CTR.         10580000
                                                                        10590000
       Z990-PCS-CTRS.                                                   10600000
      *---------------                                                  10610000
                                                                        10620000
           DISPLAY 'NUMBER OF MASTER RECORDS READ  :-' WA-READ-CTR.     10630000
           DISPLAY 'NUMBER OF FEED RECORDS WRITTEN :-' WA-FEED-CTR.     10640000
           DISPLAY 'NUMBER OF EMPLOYEES REVISED    :-' WA-REV-CTR.      10650000
           DISPLAY 'NUMBER HIT BY MULTIPLE CARDS   :-' WA-MULTI-CTR.    10660000
           DISPLAY 'NUMBER OF CONTRACTORS SKIPPED  :-' WA-CON-CTR.      10670000
           DISPLAY 'NUMBER OF REVISIONS OVERFLOWED :-' WA-OVFL-CTR.     10680000
           DISPLAY 'NUMBER OF CARDS READ           :-'                  10690000
                    WA-CARD-READ-CTR.                                   10700000
           DISPLAY 'NUMBER OF CARDS APPLIED        :-'                  10710000
                    WA-CARD-ACT-CTR.                                    10720000
           DISPLAY 'NUMBER OF CARDS NOT YET DUE    :-'                  10730000
                    WA-CARD-FUT-CTR.                                    10740000
           DISPLAY 'NUMBER OF CARDS REJECTED       :-'                  10750000
                    WA-CARD-REJ-CTR.                                    10760000
           DISPLAY 'NUMBER OF CARDS WITHOUT MATCH  :-'                  10762000
                    WA-CARD-NOHIT-CTR.                                  10764000
           DISPLAY 'NUMBER OF REVISIONS SKIPPED    :-'                  10766000
                    WA-SKIP-CTR.                                        10768000
           DISPLAY 'NUMBER OF HISTORY RECS READ    :-'                  10770000
                    WA-RVH-READ-CTR.                                    10772000
           DISPLAY 'NUMBER OF HISTORY RECS ADDED   :-'                  10774000
                    WA-RVH-ADD-CTR.                                     10776000
           DISPLAY 'NUMBER OF HISTORY RECS WRITTEN :-'                  10778000
                    WA-RVH-OUT-CTR.                                     10780000
                                                                        10790000
       Z997-WRITE-AUDIT-REC.                                            10800000
      *-----------------------                                          10810000
                                                                        10820000
           OPEN EXTEND AUDITFILE.                                       10830000
           INITIALIZE AUDITFILE-REC.                                    10840000
           MOVE WC-PGM-NM                    TO AUD-PGM-NM.             10850000
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-RUN-DATE.           10860000
           MOVE WA-READ-CTR                  TO AUD-READ-CTR.           10870000
           MOVE WA-FEED-CTR                  TO AUD-WRITE-CTR.          10880000
           MOVE WA-CARD-REJ-CTR              TO AUD-ERROR-CTR.          10890000
           WRITE AUDITFILE-REC.                                         10900000
           CLOSE AUDITFILE.                                             10910000
                                                                        10920000
       Z998-WRITE-ALERT-REC.                                            10930000
      *----------------------                                           10940000
                                                                        10950000
           OPEN EXTEND ALERTFILE.                                       10960000
           MOVE SPACES                       TO ALERTFILE-REC.          10970000
           MOVE WC-PGM-NM                    TO ALT-PGM-NM.             10980000
           MOVE FUNCTION CURRENT-DATE (1:14) TO ALT-TS.                 10990000
           MOVE WV-ALT-SEV                   TO ALT-SEVERITY.           11000000
           MOVE WV-ALT-CD                    TO ALT-EVENT-CD.           11010000
           MOVE WV-ALT-TXT                   TO ALT-TEXT.               11020000
           WRITE ALERTFILE-REC.                                         11030000
           CLOSE ALERTFILE.                                             11040000
