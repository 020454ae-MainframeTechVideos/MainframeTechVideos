       ID DIVISION.                                                     00010000
      **************                                                    00020000
                                                                        00030000
       PROGRAM-ID.     CORMNT01.                                        00040000
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
       DATA DIVISION.                                                   00150000
      ****************                                                  00160000
                                                                        00170000
       WORKING-STORAGE SECTION.                                         00180000
      *=========================                                        00190000
                                                                        00200000
       01 WS-CS.                                                        00210000
      *---------                                                        00220000
                                                                        00230000
          03 WC-PGM-NM                      PIC X(08) VALUE 'CORMNT01'. 00240000
          03 WC-TRN-ID                      PIC X(04) VALUE 'CORM'.     00250000
          03 WC-MAPSET-NM                   PIC X(08) VALUE 'CORMS01'.  00260000
          03 WC-SEL-MAP-NM                  PIC X(08) VALUE 'CORMAP1'.  00270000
          03 WC-ERR-MAP-NM                  PIC X(08) VALUE 'CORMAP2'.  00280000
          03 WC-REJ-MAP-NM                  PIC X(08) VALUE 'CORMAP3'.  00290000
          03 WC-ERR-FILE-NM                 PIC X(08) VALUE 'ERRFILE'.  00300000
          03 WC-REJ-FILE-NM                 PIC X(08) VALUE 'REJFILE'.  00310000
          03 WC-MST-FILE-NM                 PIC X(08) VALUE 'EMPMSTR'.  00320000
          03 WC-DEPT-FILE-NM                PIC X(08) VALUE 'DEPTFILE'. 00330000
          03 WC-ERR-CORR-Q                  PIC X(04) VALUE 'CORE'.     00340000
          03 WC-REJ-CORR-Q                  PIC X(04) VALUE 'CORX'.     00350000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        00360000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        00370000
          03 WC-AID-ENTER                   PIC X(01) VALUE X'7D'.      00380000
          03 WC-AID-CLEAR                   PIC X(01) VALUE X'6D'.      00390000
          03 WC-AID-PF3                     PIC X(01) VALUE X'F3'.      00400000
          03 WC-AID-PF8                     PIC X(01) VALUE X'F8'.      00410000
          03 WC-AID-PF12                    PIC X(01) VALUE X'7C'.      00420000
          03 WC-SRC-ERR                     PIC X(01) VALUE 'E'.        00430000
          03 WC-SRC-REJ                     PIC X(01) VALUE 'R'.        00440000
          03 WC-FTN-01                      PIC X(02) VALUE '01'.       00450000
          03 WC-FTN-02                      PIC X(02) VALUE '02'.       00460000
          03 WC-FTN-03                      PIC X(02) VALUE '03'.       00470000
          03 WC-STAT-INACTIVE               PIC X(01) VALUE 'I'.        00480000
          03 WC-CURSOR-HERE                 PIC S9(04) BINARY VALUE -1. 00490000
          03 WC-REJ-LINE-LEN                PIC 9(03) VALUE 57.         00500000
          03 WC-REJ-LINE-MAX                PIC 9(03) VALUE 14.         00510000
          03 WC-END-TXT                     PIC X(40) VALUE             00520000
             'ERROR CORRECTION ENTRY ENDED'.                            00530000
                                                                        00540000
       01 WS-WV.                                                        00550000
      *---------                                                        00560000
                                                                        00570000
          03 WV-RESP                        PIC S9(08) BINARY.          00580000
          03 WV-RESP-DISP                   PIC ZZZ9.                   00590000
          03 WV-ERR-SW                      PIC X(01).                  00600000
          03 WV-FOUND-SW                    PIC X(01).                  00610000
          03 WV-EOF-SW                      PIC X(01).                  00620000
          03 WV-SKIP-SW                     PIC X(01).                  00630000
          03 WV-BRW-SW                      PIC X(01).                  00640000
          03 WV-MSG                         PIC X(79).                  00650000
          03 WV-ERR-FILE-NM                 PIC X(08).                  00660000
          03 WV-BRW-FILE-NM                 PIC X(08).                  00670000
          03 WV-RBA                         PIC S9(08) BINARY.          00680000
          03 WV-ID-LEN                      PIC S9(04) BINARY.          00690000
          03 WV-TALLY                       PIC S9(04) BINARY.          00700000
          03 WV-LINE-IX                     PIC S9(04) BINARY.          00710000
          03 WV-LINE-POS                    PIC S9(04) BINARY.          00720000
          03 WV-AGE-DISP                    PIC ZZ9.                    00730000
          03 WV-USERID                      PIC X(08).                  00740000
          03 WV-ABSTIME                     PIC S9(15) PACKED-DECIMAL.  00750000
          03 WV-STAMP-TS.                                               00760000
             05 WV-STAMP-DATE               PIC X(08).                  00770000
             05 WV-STAMP-TIME               PIC X(06).                  00780000
          03 WV-END-DATE                    PIC X(10).                  00790000
          03 WV-END-DATE-DTL REDEFINES WV-END-DATE.                     00800000
             05 WV-END-YYYY                 PIC X(04).                  00810000
             05 WV-END-SEP1                 PIC X(01).                  00820000
             05 WV-END-MM                   PIC X(02).                  00830000
             05 WV-END-SEP2                 PIC X(01).                  00840000
             05 WV-END-DD                   PIC X(02).                  00850000
          03 WV-FIXED-REC                   PIC X(798).                 00860000
          03 WV-INFILE-REC                  PIC X(200).                 00870000
          03 WV-INFILE-DTL REDEFINES WV-INFILE-REC.                     00880000
             05 WV-IN-FTN-CD                PIC X(02).                  00890000
             05 WV-IN-EMP-DPT               PIC X(03).                  00900000
             05 WV-IN-EMP-NAME              PIC X(20).                  00910000
             05 WV-IN-EMP-ID                PIC X(10).                  00920000
             05 WV-IN-EMP-DESG              PIC X(20).                  00930000
             05 WV-IN-EMP-JOIN-YR           PIC X(04).                  00940000
             05 WV-IN-EMP-SALARY            PIC X(09).                  00950000
             05 WV-IN-EMP-STREET            PIC X(10).                  00960000
             05 WV-IN-EMP-ZIP               PIC X(06).                  00970000
             05 WV-IN-EMP-CITY              PIC X(10).                  00980000
             05 WV-IN-EMP-STATE             PIC X(10).                  00990000
             05 WV-IN-EMP-SKILL             PIC X(10).                  01000000
             05 FILLER                      PIC X(86).                  01010000
          03 WV-INFILE-CON REDEFINES WV-INFILE-REC.                     01020000
             05 FILLER                      PIC X(59).                  01030000
             05 WV-IN3-EMP-STREET           PIC X(10).                  01040000
             05 WV-IN3-EMP-ZIP              PIC X(06).                  01050000
             05 WV-IN3-EMP-CITY             PIC X(10).                  01060000
             05 WV-IN3-EMP-STATE            PIC X(10).                  01070000
             05 WV-IN3-EMP-RATE             PIC X(07).                  01080000
             05 WV-IN3-EMP-CONTRACT-END     PIC X(10).                  01090000
             05 FILLER                      PIC X(88).                  01100000
          03 WV-END-TXT-LEN                 PIC S9(04) BINARY VALUE 40. 01110000
                                                                        01120000
       01 WS-CM.                                                        01130000
      *---------                                                        01140000
                                                                        01150000
          03 CM-STATE                       PIC X(01).                  01160000
          03 CM-SRC                         PIC X(01).                  01170000
          03 CM-EMP-ID                      PIC X(10).                  01180000
          03 CM-XML-CODE                    PIC X(10).                  01190000
          03 CM-RBA                         PIC S9(08) BINARY.          01200000
          03 FILLER                         PIC X(20).                  01210000
                                                                        01220000
       01 ERRFILE-REC.                                                  01230000
      *---------------                                                  01240000
                                                                        01250000
          03 ERR-FTN-CD                     PIC X(02).                  01260000
          03 ERR-EMP-ID                     PIC X(10).                  01270000
          03 ERR-EMP-NAME                   PIC X(20).                  01280000
          03 ERR-XML-CODE                   PIC X(10).                  01290000
          03 ERR-RUN-TS                     PIC X(14).                  01300000
          03 ERR-AGE-CNT                    PIC 9(03).                  01310000
          03 FILLER                         PIC X(141).                 01320000
                                                                        01330000
       01 REJ-REC-ZN.                                                   01340000
      *--------------                                                   01350000
                                                                        01360000
          03 REJ-FTN-CD                     PIC X(02).                  01370000
          03 REJ-XML-CODE                   PIC X(10).                  01380000
          03 REJ-INFILE-REC                 PIC X(798).                 01390000
          03 REJ-AGE-CNT                    PIC 9(03).                  01400000
                                                                        01410000
       01 DEPTFILE-REC.                                                 01420000
      *----------------                                                 01430000
                                                                        01440000
          03 DEPT-CD                        PIC X(03).                  01450000
          03 DEPT-NM                        PIC X(30).                  01460000
          03 DEPT-STATUS                    PIC X(01).                  01470000
          03 DEPT-MNT-USER                  PIC X(08).                  01480000
          03 DEPT-MNT-TS                    PIC X(14).                  01490000
          03 FILLER                         PIC X(24).                  01500000
                                                                        01510000
       01 ERR-CORR-REC.                                                 01520000
      *-----------------                                                01530000
                                                                        01540000
          03 ECR-EMP-ID                     PIC X(10).                  01550000
          03 ECR-INFILE-REC                 PIC X(200).                 01560000
          03 ECR-OPER-ID                    PIC X(08).                  01570000
          03 ECR-ENTRY-TS                   PIC X(14).                  01580000
          03 FILLER                         PIC X(08).                  01590000
                                                                        01600000
       01 REJ-CORR-REC.                                                 01610000
      *-----------------                                                01620000
                                                                        01630000
          03 RCR-ORIG-REC                   PIC X(798).                 01640000
          03 RCR-FIXED-REC                  PIC X(798).                 01650000
          03 RCR-OPER-ID                    PIC X(08).                  01660000
          03 RCR-ENTRY-TS                   PIC X(14).                  01670000
          03 FILLER                         PIC X(08).                  01680000
                                                                        01690000
       01 CORMAP1I.                                                     01700000
      *------------                                                     01710000
                                                                        01720000
          02 FILLER                         PIC X(12).                  01730000
          02 SRCL                           PIC S9(04) COMP.            01740000
          02 SRCF                           PIC X(01).                  01750000
          02 FILLER REDEFINES SRCF.                                     01760000
             03 SRCA                        PIC X(01).                  01770000
          02 SRCI                           PIC X(01).                  01780000
          02 SIDL                           PIC S9(04) COMP.            01790000
          02 SIDF                           PIC X(01).                  01800000
          02 FILLER REDEFINES SIDF.                                     01810000
             03 SIDA                        PIC X(01).                  01820000
          02 SIDI                           PIC X(10).                  01830000
          02 SXCL                           PIC S9(04) COMP.            01840000
          02 SXCF                           PIC X(01).                  01850000
          02 FILLER REDEFINES SXCF.                                     01860000
             03 SXCA                        PIC X(01).                  01870000
          02 SXCI                           PIC X(10).                  01880000
          02 MSG1L                          PIC S9(04) COMP.            01890000
          02 MSG1F                          PIC X(01).                  01900000
          02 FILLER REDEFINES MSG1F.                                    01910000
             03 MSG1A                       PIC X(01).                  01920000
          02 MSG1I                          PIC X(79).                  01930000
                                                                        01940000
       01 CORMAP1O REDEFINES CORMAP1I.                                  01950000
      *--------------------------------                                 01960000
                                                                        01970000
          02 FILLER                         PIC X(12).                  01980000
          02 FILLER                         PIC X(03).                  01990000
          02 SRCO                           PIC X(01).                  02000000
          02 FILLER                         PIC X(03).                  02010000
          02 SIDO                           PIC X(10).                  02020000
          02 FILLER                         PIC X(03).                  02030000
          02 SXCO                           PIC X(10).                  02040000
          02 FILLER                         PIC X(03).                  02050000
          02 MSG1O                          PIC X(79).                  02060000
                                                                        02070000
       01 CORMAP2I.                                                     02080000
      *------------                                                     02090000
                                                                        02100000
          02 FILLER                         PIC X(12).                  02110000
          02 EIDL                           PIC S9(04) COMP.            02120000
          02 EIDF                           PIC X(01).                  02130000
          02 FILLER REDEFINES EIDF.                                     02140000
             03 EIDA                        PIC X(01).                  02150000
          02 EIDI                           PIC X(10).                  02160000
          02 ENML                           PIC S9(04) COMP.            02170000
          02 ENMF                           PIC X(01).                  02180000
          02 FILLER REDEFINES ENMF.                                     02190000
             03 ENMA                        PIC X(01).                  02200000
          02 ENMI                           PIC X(20).                  02210000
          02 EFTNL                          PIC S9(04) COMP.            02220000
          02 EFTNF                          PIC X(01).                  02230000
          02 FILLER REDEFINES EFTNF.                                    02240000
             03 EFTNA                       PIC X(01).                  02250000
          02 EFTNI                          PIC X(02).                  02260000
          02 EXCL                           PIC S9(04) COMP.            02270000
          02 EXCF                           PIC X(01).                  02280000
          02 FILLER REDEFINES EXCF.                                     02290000
             03 EXCA                        PIC X(01).                  02300000
          02 EXCI                           PIC X(10).                  02310000
          02 ETSL                           PIC S9(04) COMP.            02320000
          02 ETSF                           PIC X(01).                  02330000
          02 FILLER REDEFINES ETSF.                                     02340000
             03 ETSA                        PIC X(01).                  02350000
          02 ETSI                           PIC X(14).                  02360000
          02 EAGEL                          PIC S9(04) COMP.            02370000
          02 EAGEF                          PIC X(01).                  02380000
          02 FILLER REDEFINES EAGEF.                                    02390000
             03 EAGEA                       PIC X(01).                  02400000
          02 EAGEI                          PIC X(03).                  02410000
          02 ESRCL                          PIC S9(04) COMP.            02420000
          02 ESRCF                          PIC X(01).                  02430000
          02 FILLER REDEFINES ESRCF.                                    02440000
             03 ESRCA                       PIC X(01).                  02450000
          02 ESRCI                          PIC X(40).                  02460000
          02 CFTNL                          PIC S9(04) COMP.            02470000
          02 CFTNF                          PIC X(01).                  02480000
          02 FILLER REDEFINES CFTNF.                                    02490000
             03 CFTNA                       PIC X(01).                  02500000
          02 CFTNI                          PIC X(02).                  02510000
          02 CDPTL                          PIC S9(04) COMP.            02520000
          02 CDPTF                          PIC X(01).                  02530000
          02 FILLER REDEFINES CDPTF.                                    02540000
             03 CDPTA                       PIC X(01).                  02550000
          02 CDPTI                          PIC X(03).                  02560000
          02 CNAML                          PIC S9(04) COMP.            02570000
          02 CNAMF                          PIC X(01).                  02580000
          02 FILLER REDEFINES CNAMF.                                    02590000
             03 CNAMA                       PIC X(01).                  02600000
          02 CNAMI                          PIC X(20).                  02610000
          02 CDSGL                          PIC S9(04) COMP.            02620000
          02 CDSGF                          PIC X(01).                  02630000
          02 FILLER REDEFINES CDSGF.                                    02640000
             03 CDSGA                       PIC X(01).                  02650000
          02 CDSGI                          PIC X(20).                  02660000
          02 CJYRL                          PIC S9(04) COMP.            02670000
          02 CJYRF                          PIC X(01).                  02680000
          02 FILLER REDEFINES CJYRF.                                    02690000
             03 CJYRA                       PIC X(01).                  02700000
          02 CJYRI                          PIC X(04).                  02710000
          02 CSTRL                          PIC S9(04) COMP.            02720000
          02 CSTRF                          PIC X(01).                  02730000
          02 FILLER REDEFINES CSTRF.                                    02740000
             03 CSTRA                       PIC X(01).                  02750000
          02 CSTRI                          PIC X(10).                  02760000
          02 CZIPL                          PIC S9(04) COMP.            02770000
          02 CZIPF                          PIC X(01).                  02780000
          02 FILLER REDEFINES CZIPF.                                    02790000
             03 CZIPA                       PIC X(01).                  02800000
          02 CZIPI                          PIC X(06).                  02810000
          02 CCTYL                          PIC S9(04) COMP.            02820000
          02 CCTYF                          PIC X(01).                  02830000
          02 FILLER REDEFINES CCTYF.                                    02840000
             03 CCTYA                       PIC X(01).                  02850000
          02 CCTYI                          PIC X(10).                  02860000
          02 CSTAL                          PIC S9(04) COMP.            02870000
          02 CSTAF                          PIC X(01).                  02880000
          02 FILLER REDEFINES CSTAF.                                    02890000
             03 CSTAA                       PIC X(01).                  02900000
          02 CSTAI                          PIC X(10).                  02910000
          02 CSALL                          PIC S9(04) COMP.            02920000
          02 CSALF                          PIC X(01).                  02930000
          02 FILLER REDEFINES CSALF.                                    02940000
             03 CSALA                       PIC X(01).                  02950000
          02 CSALI                          PIC X(09).                  02960000
          02 CSKLL                          PIC S9(04) COMP.            02970000
          02 CSKLF                          PIC X(01).                  02980000
          02 FILLER REDEFINES CSKLF.                                    02990000
             03 CSKLA                       PIC X(01).                  03000000
          02 CSKLI                          PIC X(10).                  03010000
          02 CRATL                          PIC S9(04) COMP.            03020000
          02 CRATF                          PIC X(01).                  03030000
          02 FILLER REDEFINES CRATF.                                    03040000
             03 CRATA                       PIC X(01).                  03050000
          02 CRATI                          PIC X(07).                  03060000
          02 CENDL                          PIC S9(04) COMP.            03070000
          02 CENDF                          PIC X(01).                  03080000
          02 FILLER REDEFINES CENDF.                                    03090000
             03 CENDA                       PIC X(01).                  03100000
          02 CENDI                          PIC X(10).                  03110000
          02 MSG2L                          PIC S9(04) COMP.            03120000
          02 MSG2F                          PIC X(01).                  03130000
          02 FILLER REDEFINES MSG2F.                                    03140000
             03 MSG2A                       PIC X(01).                  03150000
          02 MSG2I                          PIC X(79).                  03160000
                                                                        03170000
       01 CORMAP2O REDEFINES CORMAP2I.                                  03180000
      *--------------------------------                                 03190000
                                                                        03200000
          02 FILLER                         PIC X(12).                  03210000
          02 FILLER                         PIC X(03).                  03220000
          02 EIDO                           PIC X(10).                  03230000
          02 FILLER                         PIC X(03).                  03240000
          02 ENMO                           PIC X(20).                  03250000
          02 FILLER                         PIC X(03).                  03260000
          02 EFTNO                          PIC X(02).                  03270000
          02 FILLER                         PIC X(03).                  03280000
          02 EXCO                           PIC X(10).                  03290000
          02 FILLER                         PIC X(03).                  03300000
          02 ETSO                           PIC X(14).                  03310000
          02 FILLER                         PIC X(03).                  03320000
          02 EAGEO                          PIC X(03).                  03330000
          02 FILLER                         PIC X(03).                  03340000
          02 ESRCO                          PIC X(40).                  03350000
          02 FILLER                         PIC X(03).                  03360000
          02 CFTNO                          PIC X(02).                  03370000
          02 FILLER                         PIC X(03).                  03380000
          02 CDPTO                          PIC X(03).                  03390000
          02 FILLER                         PIC X(03).                  03400000
          02 CNAMO                          PIC X(20).                  03410000
          02 FILLER                         PIC X(03).                  03420000
          02 CDSGO                          PIC X(20).                  03430000
          02 FILLER                         PIC X(03).                  03440000
          02 CJYRO                          PIC X(04).                  03450000
          02 FILLER                         PIC X(03).                  03460000
          02 CSTRO                          PIC X(10).                  03470000
          02 FILLER                         PIC X(03).                  03480000
          02 CZIPO                          PIC X(06).                  03490000
          02 FILLER                         PIC X(03).                  03500000
          02 CCTYO                          PIC X(10).                  03510000
          02 FILLER                         PIC X(03).                  03520000
          02 CSTAO                          PIC X(10).                  03530000
          02 FILLER                         PIC X(03).                  03540000
          02 CSALO                          PIC X(09).                  03550000
          02 FILLER                         PIC X(03).                  03560000
          02 CSKLO                          PIC X(10).                  03570000
          02 FILLER                         PIC X(03).                  03580000
          02 CRATO                          PIC X(07).                  03590000
          02 FILLER                         PIC X(03).                  03600000
          02 CENDO                          PIC X(10).                  03610000
          02 FILLER                         PIC X(03).                  03620000
          02 MSG2O                          PIC X(79).                  03630000
                                                                        03640000
       01 CORMAP3I.                                                     03650000
      *------------                                                     03660000
                                                                        03670000
          02 FILLER                         PIC X(12).                  03680000
          02 RXCL                           PIC S9(04) COMP.            03690000
          02 RXCF                           PIC X(01).                  03700000
          02 FILLER REDEFINES RXCF.                                     03710000
             03 RXCA                        PIC X(01).                  03720000
          02 RXCI                           PIC X(10).                  03730000
          02 RFTNL                          PIC S9(04) COMP.            03740000
          02 RFTNF                          PIC X(01).                  03750000
          02 FILLER REDEFINES RFTNF.                                    03760000
             03 RFTNA                       PIC X(01).                  03770000
          02 RFTNI                          PIC X(02).                  03780000
          02 RAGEL                          PIC S9(04) COMP.            03790000
          02 RAGEF                          PIC X(01).                  03800000
          02 FILLER REDEFINES RAGEF.                                    03810000
             03 RAGEA                       PIC X(01).                  03820000
          02 RAGEI                          PIC X(03).                  03830000
          02 RLN-GRP OCCURS 14 TIMES.                                   03840000
             03 RLNL                        PIC S9(04) COMP.            03850000
             03 RLNF                        PIC X(01).                  03860000
             03 RLNI                        PIC X(57).                  03870000
          02 MSG3L                          PIC S9(04) COMP.            03880000
          02 MSG3F                          PIC X(01).                  03890000
          02 FILLER REDEFINES MSG3F.                                    03900000
             03 MSG3A                       PIC X(01).                  03910000
          02 MSG3I                          PIC X(79).                  03920000
                                                                        03930000
       01 CORMAP3O REDEFINES CORMAP3I.                                  03940000
      *--------------------------------                                 03950000
                                                                        03960000
          02 FILLER                         PIC X(12).                  03970000
          02 FILLER                         PIC X(03).                  03980000
          02 RXCO                           PIC X(10).                  03990000
          02 FILLER                         PIC X(03).                  04000000
          02 RFTNO                          PIC X(02).                  04010000
          02 FILLER                         PIC X(03).                  04020000
          02 RAGEO                          PIC X(03).                  04030000
          02 RLN-GRP-O OCCURS 14 TIMES.                                 04040000
             03 FILLER                      PIC X(03).                  04050000
             03 RLNO                        PIC X(57).                  04060000
          02 FILLER                         PIC X(03).                  04070000
          02 MSG3O                          PIC X(79).                  04080000
                                                                        04090000
       LINKAGE SECTION.                                                 04100000
      *=================                                                04110000
                                                                        04120000
       01 DFHCOMMAREA                       PIC X(46).                  04130000
                                                                        04140000
       PROCEDURE DIVISION.                                              04150000
      ********************                                              04160000
                                                                        04170000
           PERFORM A010-STT-COR-TRN.                                    04180000
           PERFORM A020-PCS-AID.                                        04190000
           PERFORM A030-END-COR-TRN.                                    04200000
                                                                        04210000
      **************************** LEVEL A *****************************04220000
                                                                        04230000
       A010-STT-COR-TRN.                                                04240000
      *------------------                                               04250000
                                                                        04260000
           MOVE SPACES                      TO WV-MSG.                  04270000
           MOVE WC-IC-OFF                   TO WV-ERR-SW                04280000
                                               WV-FOUND-SW              04290000
                                               WV-SKIP-SW.              04300000
           IF EIBCALEN = ZERO                                           04310000
              INITIALIZE WS-CM                                          04320000
           ELSE                                                         04330000
              MOVE DFHCOMMAREA              TO WS-CM                    04340000
           END-IF.                                                      04350000
                                                                        04360000
       A020-PCS-AID.                                                    04370000
      *--------------                                                   04380000
                                                                        04390000
           EVALUATE TRUE                                                04400000
               WHEN EIBCALEN = ZERO                                     04410000
                    PERFORM B010-SEND-SEL-MAP                           04420000
               WHEN EIBAID = WC-AID-PF3                                 04430000
                    PERFORM B090-END-SESSION                            04440000
               WHEN EIBAID = WC-AID-CLEAR                               04450000
                    INITIALIZE WS-CM                                    04460000
                    PERFORM B010-SEND-SEL-MAP                           04470000
               WHEN EIBAID = WC-AID-PF12                                04480000
                AND CM-STATE NOT = SPACE                                04490000
                    MOVE SPACE              TO CM-STATE                 04500000
                    MOVE 'CORRECTION CANCELLED - NOTHING WRITTEN'       04510000
                                            TO WV-MSG                   04520000
                    PERFORM B010-SEND-SEL-MAP                           04530000
               WHEN EIBAID = WC-AID-ENTER                               04540000
                AND CM-STATE = SPACE                                    04550000
                    PERFORM B020-PCS-SELECTION                          04560000
               WHEN EIBAID = WC-AID-PF8                                 04570000
                AND CM-STATE NOT = SPACE                                04580000
                    PERFORM B030-SHOW-NEXT-ENTRY                        04590000
               WHEN EIBAID = WC-AID-ENTER                               04600000
                AND CM-STATE = WC-SRC-ERR                               04610000
                    PERFORM B050-SAVE-ERR-CORR                          04620000
               WHEN EIBAID = WC-AID-ENTER                               04630000
                AND CM-STATE = WC-SRC-REJ                               04640000
                    PERFORM B070-SAVE-REJ-CORR                          04650000
               WHEN OTHER                                               04660000
                    MOVE 'INVALID KEY FOR THIS SCREEN' TO WV-MSG        04670000
                    PERFORM Z080-SEND-MSG-ONLY                          04680000
           END-EVALUATE.                                                04690000
                                                                        04700000
       A030-END-COR-TRN.                                                04710000
      *------------------                                               04720000
                                                                        04730000
           EXEC CICS RETURN                                             04740000
                     TRANSID  (WC-TRN-ID)                               04750000
                     COMMAREA (WS-CM)                                   04760000
                     LENGTH   (LENGTH OF WS-CM)                         04770000
           END-EXEC.                                                    04780000
                                                                        04790000
      **************************** LEVEL B *****************************04800000
                                                                        04810000
       B010-SEND-SEL-MAP.                                               04820000
      *-------------------                                              04830000
                                                                        04840000
           MOVE SPACE                       TO CM-STATE.                04850000
           MOVE LOW-VALUES                  TO CORMAP1O.                04860000
           MOVE CM-SRC                      TO SRCO.                    04870000
           MOVE CM-EMP-ID                   TO SIDO.                    04880000
           MOVE CM-XML-CODE                 TO SXCO.                    04890000
           IF WV-MSG = SPACES                                           04900000
              MOVE 'ENTER SOURCE AND AN EMP ID OR XML CODE' TO WV-MSG   04910000
           END-IF.                                                      04920000
           MOVE WV-MSG                      TO MSG1O.                   04930000
           EXEC CICS SEND                                               04940000
                     MAP    (WC-SEL-MAP-NM)                             04950000
                     MAPSET (WC-MAPSET-NM)                              04960000
                     FROM   (CORMAP1O)                                  04970000
                     ERASE                                              04980000
           END-EXEC.                                                    04990000
                                                                        05000000
       B020-PCS-SELECTION.                                              05010000
      *--------------------                                             05020000
                                                                        05030000
           EXEC CICS RECEIVE                                            05040000
                     MAP    (WC-SEL-MAP-NM)                             05050000
                     MAPSET (WC-MAPSET-NM)                              05060000
                     INTO   (CORMAP1I)                                  05070000
                     RESP   (WV-RESP)                                   05080000
           END-EXEC.                                                    05090000
           IF WV-RESP = DFHRESP(MAPFAIL)                                05100000
              MOVE SPACES                   TO SRCI                     05110000
                                               SIDI                     05120000
                                               SXCI                     05130000
           END-IF.                                                      05140000
           INSPECT SRCI REPLACING ALL LOW-VALUES BY SPACES.             05150000
           INSPECT SIDI REPLACING ALL LOW-VALUES BY SPACES.             05160000
           INSPECT SXCI REPLACING ALL LOW-VALUES BY SPACES.             05170000
           MOVE SRCI                        TO CM-SRC.                  05180000
           MOVE SIDI                        TO CM-EMP-ID.               05190000
           MOVE SXCI                        TO CM-XML-CODE.             05200000
           EVALUATE TRUE                                                05210000
               WHEN CM-SRC NOT = WC-SRC-ERR                             05220000
                AND CM-SRC NOT = WC-SRC-REJ                             05230000
                    MOVE 'SOURCE MUST BE E (ERRFILE) OR R (REJFILE)'    05240000
                                            TO WV-MSG                   05250000
                    PERFORM B010-SEND-SEL-MAP                           05260000
               WHEN CM-EMP-ID = SPACES                                  05270000
                AND CM-XML-CODE = SPACES                                05280000
                    MOVE 'ENTER AN EMP ID, AN XML CODE OR BOTH'         05290000
                                            TO WV-MSG                   05300000
                    PERFORM B010-SEND-SEL-MAP                           05310000
               WHEN OTHER                                               05320000
                    MOVE ZERO               TO CM-RBA                   05330000
                    PERFORM B040-FIND-ENTRY                             05340000
                    IF WV-FOUND-SW = WC-IC-ON                           05350000
                       PERFORM B045-SHOW-ENTRY                          05360000
                    ELSE                                                05370000
                       IF WV-MSG = SPACES                               05380000
                          MOVE 'NO OPEN ENTRY FOR THE VALUES ENTERED'   05390000
                                            TO WV-MSG                   05400000
                       END-IF                                           05410000
                       PERFORM B010-SEND-SEL-MAP                        05420000
                    END-IF                                              05430000
           END-EVALUATE.                                                05440000
                                                                        05450000
       B030-SHOW-NEXT-ENTRY.                                            05460000
      *----------------------                                           05470000
                                                                        05480000
           MOVE WC-IC-ON                    TO WV-SKIP-SW.              05490000
           PERFORM B040-FIND-ENTRY.                                     05500000
           IF WV-FOUND-SW = WC-IC-ON                                    05510000
              PERFORM B045-SHOW-ENTRY                                   05520000
           ELSE                                                         05530000
              IF WV-MSG = SPACES                                        05540000
                 MOVE 'NO FURTHER MATCHING ENTRIES - PF12 TO RETURN'    05550000
                                            TO WV-MSG                   05560000
              END-IF                                                    05570000
              PERFORM Z080-SEND-MSG-ONLY                                05580000
           END-IF.                                                      05590000
                                                                        05600000
       B040-FIND-ENTRY.                                                 05610000
      *-----------------                                                05620000
                                                                        05630000
           MOVE WC-IC-OFF                   TO WV-FOUND-SW              05640000
                                               WV-EOF-SW                05650000
                                               WV-BRW-SW.               05660000
           MOVE CM-RBA                      TO WV-RBA.                  05670000
           MOVE ZERO                        TO WV-ID-LEN.               05680000
           INSPECT CM-EMP-ID TALLYING WV-ID-LEN                         05690000
                   FOR CHARACTERS BEFORE INITIAL SPACE.                 05700000
           IF CM-SRC = WC-SRC-ERR                                       05710000
              MOVE WC-ERR-FILE-NM           TO WV-BRW-FILE-NM           05720000
           ELSE                                                         05730000
              MOVE WC-REJ-FILE-NM           TO WV-BRW-FILE-NM           05740000
           END-IF.                                                      05750000
           EXEC CICS STARTBR                                            05760000
                     FILE   (WV-BRW-FILE-NM)                            05770000
                     RIDFLD (WV-RBA)                                    05780000
                     RBA                                                05790000
                     RESP   (WV-RESP)                                   05800000
           END-EXEC.                                                    05810000
           EVALUATE WV-RESP                                             05820000
               WHEN DFHRESP(NORMAL)                                     05830000
                    MOVE WC-IC-ON           TO WV-BRW-SW                05840000
               WHEN DFHRESP(NOTFND)                                     05850000
                    MOVE WC-IC-ON           TO WV-EOF-SW                05860000
               WHEN OTHER                                               05870000
                    MOVE WV-BRW-FILE-NM     TO WV-ERR-FILE-NM           05880000
                    PERFORM Z900-FILE-ERROR                             05890000
                    MOVE WC-IC-ON           TO WV-EOF-SW                05900000
           END-EVALUATE.                                                05910000
           IF WV-SKIP-SW = WC-IC-ON                                     05920000
              AND WV-EOF-SW = WC-IC-OFF                                 05930000
              PERFORM Z050-READ-NEXT-ENTRY                              05940000
           END-IF.                                                      05950000
           PERFORM B042-SCAN-ENTRIES                                    05960000
                   UNTIL WV-FOUND-SW = WC-IC-ON                         05970000
                      OR WV-EOF-SW = WC-IC-ON.                          05980000
           IF WV-BRW-SW = WC-IC-ON                                      05990000
              EXEC CICS ENDBR                                           06000000
                        FILE   (WV-BRW-FILE-NM)                         06010000
              END-EXEC                                                  06020000
           END-IF.                                                      06030000
           IF WV-FOUND-SW = WC-IC-ON                                    06040000
              MOVE WV-RBA                   TO CM-RBA                   06050000
           END-IF.                                                      06060000
                                                                        06070000
       B042-SCAN-ENTRIES.                                               06080000
      *-------------------                                              06090000
                                                                        06100000
           PERFORM Z050-READ-NEXT-ENTRY.                                06110000
           IF WV-EOF-SW = WC-IC-OFF                                     06120000
              PERFORM Z055-MATCH-ENTRY                                  06130000
           END-IF.                                                      06140000
                                                                        06150000
       B045-SHOW-ENTRY.                                                 06160000
      *-----------------                                                06170000
                                                                        06180000
           IF CM-SRC = WC-SRC-ERR                                       06190000
              PERFORM B047-SHOW-ERR-ENTRY                               06200000
           ELSE                                                         06210000
              PERFORM B065-SHOW-REJ-ENTRY                               06220000
           END-IF.                                                      06230000
                                                                        06240000
       B047-SHOW-ERR-ENTRY.                                             06250000
      *---------------------                                            06260000
                                                                        06270000
           MOVE WC-SRC-ERR                  TO CM-STATE.                06280000
           MOVE LOW-VALUES                  TO CORMAP2O.                06290000
           MOVE ERR-EMP-ID                  TO EIDO.                    06300000
           MOVE ERR-EMP-NAME                TO ENMO.                    06310000
           MOVE ERR-FTN-CD                  TO EFTNO.                   06320000
           MOVE ERR-XML-CODE                TO EXCO.                    06330000
           MOVE ERR-RUN-TS                  TO ETSO.                    06340000
           IF ERR-AGE-CNT IS NUMERIC                                    06350000
              MOVE ERR-AGE-CNT              TO WV-AGE-DISP              06360000
           ELSE                                                         06370000
              MOVE ZERO                     TO WV-AGE-DISP              06380000
           END-IF.                                                      06390000
           MOVE WV-AGE-DISP                 TO EAGEO.                   06400000
           EXEC CICS READ                                               06410000
                     FILE   (WC-MST-FILE-NM)                            06420000
                     INTO   (WV-INFILE-REC)                             06430000
                     RIDFLD (ERR-EMP-ID)                                06440000
                     RESP   (WV-RESP)                                   06450000
           END-EXEC.                                                    06460000
           IF WV-RESP = DFHRESP(NORMAL)                                 06470000
              MOVE 'PREFILLED FROM THE CURRENT MASTER' TO ESRCO         06480000
           ELSE                                                         06490000
              MOVE 'NOT ON MASTER - ENTER ALL VALUES' TO ESRCO          06500000
              MOVE SPACES                   TO WV-INFILE-REC            06510000
              MOVE ERR-FTN-CD               TO WV-IN-FTN-CD             06520000
              MOVE ERR-EMP-NAME             TO WV-IN-EMP-NAME           06530000
              MOVE ERR-EMP-ID               TO WV-IN-EMP-ID             06540000
           END-IF.                                                      06550000
           MOVE WV-IN-FTN-CD                TO CFTNO.                   06560000
           MOVE WV-IN-EMP-DPT               TO CDPTO.                   06570000
           MOVE WV-IN-EMP-NAME              TO CNAMO.                   06580000
           MOVE WV-IN-EMP-DESG              TO CDSGO.                   06590000
           MOVE WV-IN-EMP-JOIN-YR           TO CJYRO.                   06600000
           IF WV-IN-FTN-CD = WC-FTN-03                                  06610000
              MOVE WV-IN3-EMP-STREET        TO CSTRO                    06620000
              MOVE WV-IN3-EMP-ZIP           TO CZIPO                    06630000
              MOVE WV-IN3-EMP-CITY          TO CCTYO                    06640000
              MOVE WV-IN3-EMP-STATE         TO CSTAO                    06650000
              MOVE WV-IN3-EMP-RATE          TO CRATO                    06660000
              MOVE WV-IN3-EMP-CONTRACT-END  TO CENDO                    06670000
              MOVE SPACES                   TO CSALO                    06680000
                                               CSKLO                    06690000
           ELSE                                                         06700000
              MOVE WV-IN-EMP-STREET         TO CSTRO                    06710000
              MOVE WV-IN-EMP-ZIP            TO CZIPO                    06720000
              MOVE WV-IN-EMP-CITY           TO CCTYO                    06730000
              MOVE WV-IN-EMP-STATE          TO CSTAO                    06740000
              MOVE WV-IN-EMP-SALARY         TO CSALO                    06750000
              MOVE WV-IN-EMP-SKILL          TO CSKLO                    06760000
              MOVE SPACES                   TO CRATO                    06770000
                                               CENDO                    06780000
           END-IF.                                                      06790000
           MOVE 'CORRECT THE VALUES AND PRESS ENTER TO SAVE' TO MSG2O.  06800000
           EXEC CICS SEND                                               06810000
                     MAP    (WC-ERR-MAP-NM)                             06820000
                     MAPSET (WC-MAPSET-NM)                              06830000
                     FROM   (CORMAP2O)                                  06840000
                     ERASE                                              06850000
           END-EXEC.                                                    06860000
                                                                        06870000
       B050-SAVE-ERR-CORR.                                              06880000
      *--------------------                                             06890000
                                                                        06900000
           EXEC CICS RECEIVE                                            06910000
                     MAP    (WC-ERR-MAP-NM)                             06920000
                     MAPSET (WC-MAPSET-NM)                              06930000
                     INTO   (CORMAP2I)                                  06940000
                     RESP   (WV-RESP)                                   06950000
           END-EXEC.                                                    06960000
           IF WV-RESP = DFHRESP(MAPFAIL)                                06970000
              MOVE 'NO VALUES RECEIVED - ENTER VALUES OR PF12 TO CANCEL'06980000
                                            TO WV-MSG                   06990000
              PERFORM Z080-SEND-MSG-ONLY                                07000000
           ELSE                                                         07010000
              PERFORM Z060-READ-ENTRY-BY-RBA                            07020000
              IF WV-ERR-SW = WC-IC-OFF                                  07030000
                 PERFORM B055-VAL-ERR-CORR                              07040000
              END-IF                                                    07050000
              IF WV-ERR-SW = WC-IC-OFF                                  07060000
                 PERFORM B057-BUILD-INFILE-REC                          07070000
                 PERFORM B059-WRITE-ERR-CORR                            07080000
              END-IF                                                    07090000
              IF WV-ERR-SW = WC-IC-ON                                   07100000
                 MOVE WV-MSG                TO MSG2O                    07110000
                 EXEC CICS SEND                                         07120000
                           MAP    (WC-ERR-MAP-NM)                       07130000
                           MAPSET (WC-MAPSET-NM)                        07140000
                           FROM   (CORMAP2I)                            07150000
                           DATAONLY                                     07160000
                           CURSOR                                       07170000
                 END-EXEC                                               07180000
              END-IF                                                    07190000
           END-IF.                                                      07200000
                                                                        07210000
       B055-VAL-ERR-CORR.                                               07220000
      *-------------------                                              07230000
                                                                        07240000
           INSPECT CFTNI REPLACING ALL LOW-VALUES BY SPACES.            07250000
           INSPECT CDPTI REPLACING ALL LOW-VALUES BY SPACES.            07260000
           INSPECT CNAMI REPLACING ALL LOW-VALUES BY SPACES.            07270000
           INSPECT CDSGI REPLACING ALL LOW-VALUES BY SPACES.            07280000
           INSPECT CJYRI REPLACING ALL LOW-VALUES BY SPACES.            07290000
           INSPECT CSTRI REPLACING ALL LOW-VALUES BY SPACES.            07300000
           INSPECT CZIPI REPLACING ALL LOW-VALUES BY SPACES.            07310000
           INSPECT CCTYI REPLACING ALL LOW-VALUES BY SPACES.            07320000
           INSPECT CSTAI REPLACING ALL LOW-VALUES BY SPACES.            07330000
           INSPECT CSALI REPLACING ALL LOW-VALUES BY SPACES.            07340000
           INSPECT CSKLI REPLACING ALL LOW-VALUES BY SPACES.            07350000
           INSPECT CRATI REPLACING ALL LOW-VALUES BY SPACES.            07360000
           INSPECT CENDI REPLACING ALL LOW-VALUES BY SPACES.            07370000
           MOVE CENDI                       TO WV-END-DATE.             07380000
           MOVE WC-IC-ON                    TO WV-ERR-SW.               07390000
           EVALUATE TRUE                                                07400000
               WHEN CFTNI NOT = WC-FTN-01                               07410000
                AND CFTNI NOT = WC-FTN-02                               07420000
                AND CFTNI NOT = WC-FTN-03                               07430000
                    MOVE 'FTN CODE MUST BE 01, 02 OR 03' TO WV-MSG      07440000
                    MOVE WC-CURSOR-HERE     TO CFTNL                    07450000
               WHEN CNAMI = SPACES                                      07460000
                    MOVE 'NAME IS REQUIRED' TO WV-MSG                   07470000
                    MOVE WC-CURSOR-HERE     TO CNAML                    07480000
               WHEN CJYRI IS NOT NUMERIC                                07490000
                    MOVE 'JOIN YEAR MUST BE 4 DIGITS' TO WV-MSG         07500000
                    MOVE WC-CURSOR-HERE     TO CJYRL                    07510000
               WHEN CFTNI NOT = WC-FTN-03                               07520000
                AND CSALI IS NOT NUMERIC                                07530000
                    MOVE 'SALARY MUST BE 9 DIGITS, ZERO FILLED'         07540000
                                            TO WV-MSG                   07550000
                    MOVE WC-CURSOR-HERE     TO CSALL                    07560000
               WHEN CFTNI = WC-FTN-03                                   07570000
                AND CRATI IS NOT NUMERIC                                07580000
                    MOVE 'RATE MUST BE 7 DIGITS (99999V99), ZERO FILLED'07590000
                                            TO WV-MSG                   07600000
                    MOVE WC-CURSOR-HERE     TO CRATL                    07610000
               WHEN CFTNI = WC-FTN-03                                   07620000
                AND (WV-END-YYYY IS NOT NUMERIC                         07630000
                     OR WV-END-MM IS NOT NUMERIC                        07640000
                     OR WV-END-DD IS NOT NUMERIC                        07650000
                     OR WV-END-SEP1 NOT = '-'                           07660000
                     OR WV-END-SEP2 NOT = '-'                           07670000
                     OR WV-END-MM < '01' OR WV-END-MM > '12'            07680000
                     OR WV-END-DD < '01' OR WV-END-DD > '31')           07690000
                    MOVE 'CONTRACT END MUST BE A DATE AS YYYY-MM-DD'    07700000
                                            TO WV-MSG                   07710000
                    MOVE WC-CURSOR-HERE     TO CENDL                    07720000
               WHEN OTHER                                               07730000
                    MOVE WC-IC-OFF          TO WV-ERR-SW                07740000
           END-EVALUATE.                                                07750000
           IF WV-ERR-SW = WC-IC-OFF                                     07760000
              PERFORM B056-CHK-DEPT-CD                                  07770000
           END-IF.                                                      07780000
                                                                        07790000
       B056-CHK-DEPT-CD.                                                07800000
      *------------------                                               07810000
                                                                        07820000
           EXEC CICS READ                                               07830000
                     FILE   (WC-DEPT-FILE-NM)                           07840000
                     INTO   (DEPTFILE-REC)                              07850000
                     RIDFLD (CDPTI)                                     07860000
                     RESP   (WV-RESP)                                   07870000
           END-EXEC.                                                    07880000
           EVALUATE WV-RESP                                             07890000
               WHEN DFHRESP(NORMAL)                                     07900000
                    IF DEPT-STATUS = WC-STAT-INACTIVE                   07910000
                       MOVE 'DEPT CODE IS INACTIVE ON DEPTFILE'         07920000
                                            TO WV-MSG                   07930000
                       MOVE WC-CURSOR-HERE  TO CDPTL                    07940000
                       MOVE WC-IC-ON        TO WV-ERR-SW                07950000
                    END-IF                                              07960000
               WHEN DFHRESP(NOTFND)                                     07970000
                    MOVE 'DEPT CODE NOT ON DEPTFILE' TO WV-MSG          07980000
                    MOVE WC-CURSOR-HERE     TO CDPTL                    07990000
                    MOVE WC-IC-ON           TO WV-ERR-SW                08000000
               WHEN OTHER                                               08010000
                    MOVE WC-DEPT-FILE-NM    TO WV-ERR-FILE-NM           08020000
                    PERFORM Z900-FILE-ERROR                             08030000
           END-EVALUATE.                                                08040000
                                                                        08050000
       B057-BUILD-INFILE-REC.                                           08060000
      *-----------------------                                          08070000
                                                                        08080000
           EXEC CICS READ                                               08081000
                     FILE   (WC-MST-FILE-NM)                            08082000
                     INTO   (WV-INFILE-REC)                             08083000
                     RIDFLD (ERR-EMP-ID)                                08084000
                     RESP   (WV-RESP)                                   08085000
           END-EXEC.                                                    08086000
           EVALUATE WV-RESP                                             08087000
               WHEN DFHRESP(NORMAL)                                     08088000
                    CONTINUE                                            08089000
               WHEN DFHRESP(NOTFND)                                     08090000
                    MOVE SPACES             TO WV-INFILE-REC            08091000
               WHEN OTHER                                               08092000
                    MOVE WC-MST-FILE-NM     TO WV-ERR-FILE-NM           08093000
                    PERFORM Z900-FILE-ERROR                             08094000
           END-EVALUATE.                                                08095000
           MOVE CFTNI                       TO WV-IN-FTN-CD.            08100000
           MOVE CDPTI                       TO WV-IN-EMP-DPT.           08110000
           MOVE CNAMI                       TO WV-IN-EMP-NAME.          08120000
           MOVE ERR-EMP-ID                  TO WV-IN-EMP-ID.            08130000
           MOVE CDSGI                       TO WV-IN-EMP-DESG.          08140000
           MOVE CJYRI                       TO WV-IN-EMP-JOIN-YR.       08150000
           IF CFTNI = WC-FTN-03                                         08160000
              MOVE CSTRI                    TO WV-IN3-EMP-STREET        08170000
              MOVE CZIPI                    TO WV-IN3-EMP-ZIP           08180000
              MOVE CCTYI                    TO WV-IN3-EMP-CITY          08190000
              MOVE CSTAI                    TO WV-IN3-EMP-STATE         08200000
              MOVE CRATI                    TO WV-IN3-EMP-RATE          08210000
              MOVE CENDI                    TO WV-IN3-EMP-CONTRACT-END  08220000
           ELSE                                                         08230000
              MOVE CSTRI                    TO WV-IN-EMP-STREET         08240000
              MOVE CZIPI                    TO WV-IN-EMP-ZIP            08250000
              MOVE CCTYI                    TO WV-IN-EMP-CITY           08260000
              MOVE CSTAI                    TO WV-IN-EMP-STATE          08270000
              MOVE CSALI                    TO WV-IN-EMP-SALARY         08280000
              MOVE CSKLI                    TO WV-IN-EMP-SKILL          08290000
           END-IF.                                                      08300000
                                                                        08310000
       B059-WRITE-ERR-CORR.                                             08320000
      *---------------------                                            08330000
                                                                        08340000
           PERFORM Z030-GET-STAMP.                                      08350000
           MOVE SPACES                      TO ERR-CORR-REC.            08360000
           MOVE ERR-EMP-ID                  TO ECR-EMP-ID.              08370000
           MOVE WV-INFILE-REC               TO ECR-INFILE-REC.          08380000
           MOVE WV-USERID                   TO ECR-OPER-ID.             08390000
           MOVE WV-STAMP-TS                 TO ECR-ENTRY-TS.            08400000
           EXEC CICS WRITEQ TD                                          08410000
                     QUEUE  (WC-ERR-CORR-Q)                             08420000
                     FROM   (ERR-CORR-REC)                              08430000
                     LENGTH (LENGTH OF ERR-CORR-REC)                    08440000
                     RESP   (WV-RESP)                                   08450000
           END-EXEC.                                                    08460000
           IF WV-RESP = DFHRESP(NORMAL)                                 08470000
              MOVE SPACES                   TO WV-MSG                   08480000
              STRING 'CORRECTION SAVED FOR EMP ID ' DELIMITED BY SIZE   08490000
                     ERR-EMP-ID             DELIMITED BY SPACE          08500000
                     ' - RESUBMITTED BY NEXT ERRCYC01 RUN'              08510000
                                            DELIMITED BY SIZE           08520000
                     INTO WV-MSG                                        08530000
              END-STRING                                                08540000
              PERFORM B010-SEND-SEL-MAP                                 08550000
           ELSE                                                         08560000
              MOVE WC-ERR-CORR-Q            TO WV-ERR-FILE-NM           08570000
              PERFORM Z900-FILE-ERROR                                   08580000
           END-IF.                                                      08590000
                                                                        08600000
       B065-SHOW-REJ-ENTRY.                                             08610000
      *---------------------                                            08620000
                                                                        08630000
           MOVE WC-SRC-REJ                  TO CM-STATE.                08640000
           MOVE LOW-VALUES                  TO CORMAP3O.                08650000
           MOVE REJ-XML-CODE                TO RXCO.                    08660000
           MOVE REJ-FTN-CD                  TO RFTNO.                   08670000
           IF REJ-AGE-CNT IS NUMERIC                                    08680000
              MOVE REJ-AGE-CNT              TO WV-AGE-DISP              08690000
           ELSE                                                         08700000
              MOVE ZERO                     TO WV-AGE-DISP              08710000
           END-IF.                                                      08720000
           MOVE WV-AGE-DISP                 TO RAGEO.                   08730000
           MOVE ZERO                        TO WV-LINE-IX.              08740000
           PERFORM Z065-MOVE-REJ-LINE                                   08750000
                   UNTIL WV-LINE-IX >= WC-REJ-LINE-MAX.                 08760000
           MOVE 'OVERTYPE THE RECORD AND PRESS ENTER TO SAVE' TO MSG3O. 08770000
           EXEC CICS SEND                                               08780000
                     MAP    (WC-REJ-MAP-NM)                             08790000
                     MAPSET (WC-MAPSET-NM)                              08800000
                     FROM   (CORMAP3O)                                  08810000
                     ERASE                                              08820000
           END-EXEC.                                                    08830000
                                                                        08840000
       B070-SAVE-REJ-CORR.                                              08850000
      *--------------------                                             08860000
                                                                        08870000
           EXEC CICS RECEIVE                                            08880000
                     MAP    (WC-REJ-MAP-NM)                             08890000
                     MAPSET (WC-MAPSET-NM)                              08900000
                     INTO   (CORMAP3I)                                  08910000
                     RESP   (WV-RESP)                                   08920000
           END-EXEC.                                                    08930000
           IF WV-RESP = DFHRESP(MAPFAIL)                                08940000
              MOVE 'NO CHANGES RECEIVED - OVERTYPE OR PF12 TO CANCEL'   08950000
                                            TO WV-MSG                   08960000
              PERFORM Z080-SEND-MSG-ONLY                                08970000
           ELSE                                                         08980000
              PERFORM Z060-READ-ENTRY-BY-RBA                            08990000
              IF WV-ERR-SW = WC-IC-OFF                                  09000000
                 MOVE SPACES                TO WV-FIXED-REC             09010000
                 MOVE ZERO                  TO WV-LINE-IX               09020000
                 PERFORM Z067-GET-REJ-LINE                              09030000
                         UNTIL WV-LINE-IX >= WC-REJ-LINE-MAX            09040000
                 IF WV-FIXED-REC = REJ-INFILE-REC                       09050000
                    MOVE 'NO CHANGES MADE - OVERTYPE OR PF12 TO CANCEL' 09060000
                                            TO WV-MSG                   09070000
                    PERFORM Z080-SEND-MSG-ONLY                          09080000
                 ELSE                                                   09090000
                    PERFORM B075-WRITE-REJ-CORR                         09100000
                 END-IF                                                 09110000
              ELSE                                                      09120000
                 PERFORM Z080-SEND-MSG-ONLY                             09130000
              END-IF                                                    09140000
           END-IF.                                                      09150000
                                                                        09160000
       B075-WRITE-REJ-CORR.                                             09170000
      *---------------------                                            09180000
                                                                        09190000
           PERFORM Z030-GET-STAMP.                                      09200000
           MOVE SPACES                      TO REJ-CORR-REC.            09210000
           MOVE REJ-INFILE-REC              TO RCR-ORIG-REC.            09220000
           MOVE WV-FIXED-REC                TO RCR-FIXED-REC.           09230000
           MOVE WV-USERID                   TO RCR-OPER-ID.             09240000
           MOVE WV-STAMP-TS                 TO RCR-ENTRY-TS.            09250000
           EXEC CICS WRITEQ TD                                          09260000
                     QUEUE  (WC-REJ-CORR-Q)                             09270000
                     FROM   (REJ-CORR-REC)                              09280000
                     LENGTH (LENGTH OF REJ-CORR-REC)                    09290000
                     RESP   (WV-RESP)                                   09300000
           END-EXEC.                                                    09310000
           IF WV-RESP = DFHRESP(NORMAL)                                 09320000
              MOVE SPACES                   TO WV-MSG                   09330000
              STRING 'CORRECTION SAVED FOR XML CODE ' DELIMITED BY SIZE 09340000
                     REJ-XML-CODE           DELIMITED BY SPACE          09350000
                     ' - RESUBMITTED BY NEXT XMLCYC01 RUN'              09360000
                                            DELIMITED BY SIZE           09370000
                     INTO WV-MSG                                        09380000
              END-STRING                                                09390000
              PERFORM B010-SEND-SEL-MAP                                 09400000
           ELSE                                                         09410000
              MOVE WC-REJ-CORR-Q            TO WV-ERR-FILE-NM           09420000
              PERFORM Z900-FILE-ERROR                                   09430000
              PERFORM Z080-SEND-MSG-ONLY                                09440000
           END-IF.                                                      09450000
                                                                        09460000
       B090-END-SESSION.                                                09470000
      *------------------                                               09480000
                                                                        09490000
           EXEC CICS SEND TEXT                                          09500000
                     FROM   (WC-END-TXT)                                09510000
                     LENGTH (WV-END-TXT-LEN)                            09520000
                     ERASE                                              09530000
                     FREEKB                                             09540000
           END-EXEC.                                                    09550000
           EXEC CICS RETURN                                             09560000
           END-EXEC.                                                    09570000
                                                                        09580000
      **************************** LEVEL Z *****************************09590000
                                                                        09600000
       Z030-GET-STAMP.                                                  09610000
      *----------------                                                 09620000
                                                                        09630000
           EXEC CICS ASSIGN                                             09640000
                     USERID (WV-USERID)                                 09650000
           END-EXEC.                                                    09660000
           EXEC CICS ASKTIME                                            09670000
                     ABSTIME (WV-ABSTIME)                               09680000
           END-EXEC.                                                    09690000
           EXEC CICS FORMATTIME                                         09700000
                     ABSTIME  (WV-ABSTIME)                              09710000
                     YYYYMMDD (WV-STAMP-DATE)                           09720000
                     TIME     (WV-STAMP-TIME)                           09730000
           END-EXEC.                                                    09740000
                                                                        09750000
       Z050-READ-NEXT-ENTRY.                                            09760000
      *----------------------                                           09770000
                                                                        09780000
           IF CM-SRC = WC-SRC-ERR                                       09790000
              EXEC CICS READNEXT                                        09800000
                        FILE   (WV-BRW-FILE-NM)                         09810000
                        INTO   (ERRFILE-REC)                            09820000
                        RIDFLD (WV-RBA)                                 09830000
                        RBA                                             09840000
                        RESP   (WV-RESP)                                09850000
              END-EXEC                                                  09860000
           ELSE                                                         09870000
              EXEC CICS READNEXT                                        09880000
                        FILE   (WV-BRW-FILE-NM)                         09890000
                        INTO   (REJ-REC-ZN)                             09900000
                        RIDFLD (WV-RBA)                                 09910000
                        RBA                                             09920000
                        RESP   (WV-RESP)                                09930000
              END-EXEC                                                  09940000
           END-IF.                                                      09950000
           EVALUATE WV-RESP                                             09960000
               WHEN DFHRESP(NORMAL)                                     09970000
                    CONTINUE                                            09980000
               WHEN DFHRESP(ENDFILE)                                    09990000
                    MOVE WC-IC-ON           TO WV-EOF-SW                10000000
               WHEN OTHER                                               10010000
                    MOVE WV-BRW-FILE-NM     TO WV-ERR-FILE-NM           10020000
                    PERFORM Z900-FILE-ERROR                             10030000
                    MOVE WC-IC-ON           TO WV-EOF-SW                10040000
           END-EVALUATE.                                                10050000
                                                                        10060000
       Z055-MATCH-ENTRY.                                                10070000
      *------------------                                               10080000
                                                                        10090000
           IF CM-SRC = WC-SRC-ERR                                       10100000
              IF (CM-EMP-ID = SPACES                                    10110000
                  OR ERR-EMP-ID = CM-EMP-ID)                            10120000
                 AND (CM-XML-CODE = SPACES                              10130000
                  OR ERR-XML-CODE = CM-XML-CODE)                        10140000
                 MOVE WC-IC-ON              TO WV-FOUND-SW              10150000
              END-IF                                                    10160000
           ELSE                                                         10170000
              MOVE ZERO                     TO WV-TALLY                 10180000
              IF WV-ID-LEN > ZERO                                       10190000
                 INSPECT REJ-INFILE-REC TALLYING WV-TALLY               10200000
                         FOR ALL CM-EMP-ID (1:WV-ID-LEN)                10210000
              END-IF                                                    10220000
              IF (CM-EMP-ID = SPACES                                    10230000
                  OR WV-TALLY > ZERO)                                   10240000
                 AND (CM-XML-CODE = SPACES                              10250000
                  OR REJ-XML-CODE = CM-XML-CODE)                        10260000
                 MOVE WC-IC-ON              TO WV-FOUND-SW              10270000
              END-IF                                                    10280000
           END-IF.                                                      10290000
                                                                        10300000
       Z060-READ-ENTRY-BY-RBA.                                          10310000
      *------------------------                                         10320000
                                                                        10330000
           MOVE CM-RBA                      TO WV-RBA.                  10340000
           IF CM-SRC = WC-SRC-ERR                                       10350000
              EXEC CICS READ                                            10360000
                        FILE   (WC-ERR-FILE-NM)                         10370000
                        INTO   (ERRFILE-REC)                            10380000
                        RIDFLD (WV-RBA)                                 10390000
                        RBA                                             10400000
                        RESP   (WV-RESP)                                10410000
              END-EXEC                                                  10420000
              MOVE WC-ERR-FILE-NM           TO WV-ERR-FILE-NM           10430000
           ELSE                                                         10440000
              EXEC CICS READ                                            10450000
                        FILE   (WC-REJ-FILE-NM)                         10460000
                        INTO   (REJ-REC-ZN)                             10470000
                        RIDFLD (WV-RBA)                                 10480000
                        RBA                                             10490000
                        RESP   (WV-RESP)                                10500000
              END-EXEC                                                  10510000
              MOVE WC-REJ-FILE-NM           TO WV-ERR-FILE-NM           10520000
           END-IF.                                                      10530000
           IF WV-RESP NOT = DFHRESP(NORMAL)                             10540000
              PERFORM Z900-FILE-ERROR                                   10550000
           END-IF.                                                      10560000
                                                                        10570000
       Z065-MOVE-REJ-LINE.                                              10580000
      *--------------------                                             10590000
                                                                        10600000
           ADD 1                            TO WV-LINE-IX.              10610000
           COMPUTE WV-LINE-POS = (WV-LINE-IX - 1) * WC-REJ-LINE-LEN + 1 10620000
           END-COMPUTE.                                                 10630000
           MOVE REJ-INFILE-REC (WV-LINE-POS:WC-REJ-LINE-LEN)            10640000
                                            TO RLNO (WV-LINE-IX).       10650000
                                                                        10660000
       Z067-GET-REJ-LINE.                                               10670000
      *-------------------                                              10680000
                                                                        10690000
           ADD 1                            TO WV-LINE-IX.              10700000
           COMPUTE WV-LINE-POS = (WV-LINE-IX - 1) * WC-REJ-LINE-LEN + 1 10710000
           END-COMPUTE.                                                 10720000
           INSPECT RLNI (WV-LINE-IX) REPLACING ALL LOW-VALUES BY SPACES.10730000
           MOVE RLNI (WV-LINE-IX)           TO                          10740000
                WV-FIXED-REC (WV-LINE-POS:WC-REJ-LINE-LEN).             10750000
                                                                        10760000
       Z080-SEND-MSG-ONLY.                                              10770000
      *--------------------                                             10780000
                                                                        10790000
           EVALUATE CM-STATE                                            10800000
               WHEN WC-SRC-ERR                                          10810000
                    MOVE LOW-VALUES         TO CORMAP2O                 10820000
                    MOVE WV-MSG             TO MSG2O                    10830000
                    EXEC CICS SEND                                      10840000
                              MAP    (WC-ERR-MAP-NM)                    10850000
                              MAPSET (WC-MAPSET-NM)                     10860000
                              FROM   (CORMAP2O)                         10870000
                              DATAONLY                                  10880000
                    END-EXEC                                            10890000
               WHEN WC-SRC-REJ                                          10900000
                    MOVE LOW-VALUES         TO CORMAP3O                 10910000
                    MOVE WV-MSG             TO MSG3O                    10920000
                    EXEC CICS SEND                                      10930000
                              MAP    (WC-REJ-MAP-NM)                    10940000
                              MAPSET (WC-MAPSET-NM)                     10950000
                              FROM   (CORMAP3O)                         10960000
                              DATAONLY                                  10970000
                    END-EXEC                                            10980000
               WHEN OTHER                                               10990000
                    MOVE LOW-VALUES         TO CORMAP1O                 11000000
                    MOVE WV-MSG             TO MSG1O                    11010000
                    EXEC CICS SEND                                      11020000
                              MAP    (WC-SEL-MAP-NM)                    11030000
                              MAPSET (WC-MAPSET-NM)                     11040000
                              FROM   (CORMAP1O)                         11050000
                              DATAONLY                                  11060000
                    END-EXEC                                            11070000
           END-EVALUATE.                                                11080000
                                                                        11090000
       Z900-FILE-ERROR.                                                 11100000
      *-----------------                                                11110000
                                                                        11120000
           MOVE WV-RESP                     TO WV-RESP-DISP.            11130000
           MOVE WC-IC-ON                    TO WV-ERR-SW.               11140000
           MOVE SPACES                      TO WV-MSG.                  11150000
           STRING WV-ERR-FILE-NM            DELIMITED BY SPACE          11160000
                  ' FILE ERROR - RESP '     DELIMITED BY SIZE           11170000
                  WV-RESP-DISP              DELIMITED BY SIZE           11180000
                  ' - CALL SUPPORT'         DELIMITED BY SIZE           11190000
                  INTO WV-MSG                                           11200000
           END-STRING.                                                  11210000
