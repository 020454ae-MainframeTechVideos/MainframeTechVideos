       ID DIVISION.                                                     00010000
      **************                                                    00020000
                                                                        00030000
       PROGRAM-ID.     DPTMNT01.                                        00040000
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
          03 WC-PGM-NM                      PIC X(08) VALUE 'DPTMNT01'. 00240000
          03 WC-TRN-ID                      PIC X(04) VALUE 'DPTM'.     00250000
          03 WC-MAPSET-NM                   PIC X(08) VALUE 'DPTMS01'.  00260000
          03 WC-MAP-NM                      PIC X(08) VALUE 'DPTMAP1'.  00270000
          03 WC-DEPT-FILE-NM                PIC X(08) VALUE 'DEPTFILE'. 00280000
          03 WC-EMP-DPT-FILE-NM             PIC X(08) VALUE 'EMPDPTX'.  00290000
          03 WC-IC-ON                       PIC X(01) VALUE '1'.        00300000
          03 WC-IC-OFF                      PIC X(01) VALUE '0'.        00310000
          03 WC-AID-ENTER                   PIC X(01) VALUE X'7D'.      00320000
          03 WC-AID-CLEAR                   PIC X(01) VALUE X'6D'.      00330000
          03 WC-AID-PF3                     PIC X(01) VALUE X'F3'.      00340000
          03 WC-ACT-VIEW                    PIC X(01) VALUE 'V'.        00350000
          03 WC-ACT-ADD                     PIC X(01) VALUE 'A'.        00360000
          03 WC-ACT-CHANGE                  PIC X(01) VALUE 'C'.        00370000
          03 WC-ACT-INACTIVATE              PIC X(01) VALUE 'I'.        00380000
          03 WC-ACT-REACTIVATE              PIC X(01) VALUE 'R'.        00390000
          03 WC-ACT-DELETE                  PIC X(01) VALUE 'D'.        00400000
          03 WC-STAT-ACTIVE                 PIC X(01) VALUE 'A'.        00410000
          03 WC-STAT-INACTIVE               PIC X(01) VALUE 'I'.        00420000
          03 WC-CURSOR-HERE                 PIC S9(04) BINARY VALUE -1. 00430000
          03 WC-END-TXT                     PIC X(40) VALUE             00440000
             'DEPARTMENT MAINTENANCE ENDED'.                            00450000
                                                                        00460000
       01 WS-WV.                                                        00470000
      *---------                                                        00480000
                                                                        00490000
          03 WV-RESP                        PIC S9(08) BINARY.          00500000
          03 WV-RESP-DISP                   PIC ZZZ9.                   00510000
          03 WV-ACTION                      PIC X(01).                  00520000
          03 WV-DEPT-CD                     PIC X(03).                  00530000
          03 WV-DEPT-NM                     PIC X(30).                  00540000
          03 WV-SPACE-CTR                   PIC S9(04) BINARY.          00550000
          03 WV-ERR-SW                      PIC X(01).                  00560000
          03 WV-IN-USE-SW                   PIC X(01).                  00570000
          03 WV-ERR-FILE-NM                 PIC X(08).                  00580000
          03 WV-MSG                         PIC X(79).                  00590000
          03 WV-USERID                      PIC X(08).                  00600000
          03 WV-ABSTIME                     PIC S9(15) PACKED-DECIMAL.  00610000
          03 WV-STAMP-TS.                                               00620000
             05 WV-STAMP-DATE               PIC X(08).                  00630000
             05 WV-STAMP-TIME               PIC X(06).                  00640000
          03 WV-SHOW-TS.                                                00650000
             05 WV-SHOW-YYYY                PIC X(04).                  00660000
             05 WV-SHOW-MM                  PIC X(02).                  00670000
             05 WV-SHOW-DD                  PIC X(02).                  00680000
             05 WV-SHOW-HH                  PIC X(02).                  00690000
             05 WV-SHOW-MI                  PIC X(02).                  00700000
             05 WV-SHOW-SS                  PIC X(02).                  00710000
          03 WV-END-TXT-LEN                 PIC S9(04) BINARY VALUE 40. 00720000
                                                                        00730000
       01 WS-CM.                                                        00740000
      *---------                                                        00750000
                                                                        00760000
          03 CM-PEND-DEL-CD                 PIC X(03).                  00770000
          03 CM-LAST-ACTION                 PIC X(01).                  00780000
          03 FILLER                         PIC X(16).                  00790000
                                                                        00800000
       01 DEPTFILE-REC.                                                 00810000
      *----------------                                                 00820000
                                                                        00830000
          03 DEPT-CD                        PIC X(03).                  00840000
          03 DEPT-NM                        PIC X(30).                  00850000
          03 DEPT-STATUS                    PIC X(01).                  00860000
          03 DEPT-MNT-USER                  PIC X(08).                  00870000
          03 DEPT-MNT-TS                    PIC X(14).                  00880000
          03 FILLER                         PIC X(24).                  00890000
                                                                        00900000
       01 EMPMST-REC.                                                   00910000
      *--------------                                                   00920000
                                                                        00930000
          03 EMP-FTN-CD                     PIC X(02).                  00940000
          03 EMP-DPT                        PIC X(03).                  00950000
          03 EMP-NAME                       PIC X(20).                  00960000
          03 EMP-ID                         PIC X(10).                  00970000
          03 FILLER                         PIC X(165).                 00980000
                                                                        00990000
       01 DPTMAP1I.                                                     01000000
      *-------------                                                    01010000
                                                                        01020000
          02 FILLER                         PIC X(12).                  01030000
          02 ACTNL                          PIC S9(04) COMP.            01040000
          02 ACTNF                          PIC X(01).                  01050000
          02 FILLER REDEFINES ACTNF.                                    01060000
             03 ACTNA                       PIC X(01).                  01070000
          02 ACTNI                          PIC X(01).                  01080000
          02 DCDL                           PIC S9(04) COMP.            01090000
          02 DCDF                           PIC X(01).                  01100000
          02 FILLER REDEFINES DCDF.                                     01110000
             03 DCDA                        PIC X(01).                  01120000
          02 DCDI                           PIC X(03).                  01130000
          02 DNML                           PIC S9(04) COMP.            01140000
          02 DNMF                           PIC X(01).                  01150000
          02 FILLER REDEFINES DNMF.                                     01160000
             03 DNMA                        PIC X(01).                  01170000
          02 DNMI                           PIC X(30).                  01180000
          02 DSTL                           PIC S9(04) COMP.            01190000
          02 DSTF                           PIC X(01).                  01200000
          02 FILLER REDEFINES DSTF.                                     01210000
             03 DSTA                        PIC X(01).                  01220000
          02 DSTI                           PIC X(08).                  01230000
          02 MUSRL                          PIC S9(04) COMP.            01240000
          02 MUSRF                          PIC X(01).                  01250000
          02 FILLER REDEFINES MUSRF.                                    01260000
             03 MUSRA                       PIC X(01).                  01270000
          02 MUSRI                          PIC X(08).                  01280000
          02 MTSL                           PIC S9(04) COMP.            01290000
          02 MTSF                           PIC X(01).                  01300000
          02 FILLER REDEFINES MTSF.                                     01310000
             03 MTSA                        PIC X(01).                  01320000
          02 MTSI                           PIC X(19).                  01330000
          02 MSGL                           PIC S9(04) COMP.            01340000
          02 MSGF                           PIC X(01).                  01350000
          02 FILLER REDEFINES MSGF.                                     01360000
             03 MSGA                        PIC X(01).                  01370000
          02 MSGI                           PIC X(79).                  01380000
                                                                        01390000
       01 DPTMAP1O REDEFINES DPTMAP1I.                                  01400000
      *--------------------------------                                 01410000
                                                                        01420000
          02 FILLER                         PIC X(12).                  01430000
          02 FILLER                         PIC X(03).                  01440000
          02 ACTNO                          PIC X(01).                  01450000
          02 FILLER                         PIC X(03).                  01460000
          02 DCDO                           PIC X(03).                  01470000
          02 FILLER                         PIC X(03).                  01480000
          02 DNMO                           PIC X(30).                  01490000
          02 FILLER                         PIC X(03).                  01500000
          02 DSTO                           PIC X(08).                  01510000
          02 FILLER                         PIC X(03).                  01520000
          02 MUSRO                          PIC X(08).                  01530000
          02 FILLER                         PIC X(03).                  01540000
          02 MTSO                           PIC X(19).                  01550000
          02 FILLER                         PIC X(03).                  01560000
          02 MSGO                           PIC X(79).                  01570000
                                                                        01580000
       LINKAGE SECTION.                                                 01590000
      *=================                                                01600000
                                                                        01610000
       01 DFHCOMMAREA                       PIC X(20).                  01620000
                                                                        01630000
       PROCEDURE DIVISION.                                              01640000
      ********************                                              01650000
                                                                        01660000
           PERFORM A010-STT-DPT-TRN.                                    01670000
           PERFORM A020-PCS-AID.                                        01680000
           PERFORM A030-END-DPT-TRN.                                    01690000
                                                                        01700000
      **************************** LEVEL A *****************************01710000
                                                                        01720000
       A010-STT-DPT-TRN.                                                01730000
      *------------------                                               01740000
                                                                        01750000
           MOVE SPACES                      TO WV-MSG.                  01760000
           MOVE WC-IC-OFF                   TO WV-ERR-SW                01770000
                                               WV-IN-USE-SW.            01780000
           MOVE WC-DEPT-FILE-NM             TO WV-ERR-FILE-NM.          01790000
           IF EIBCALEN = ZERO                                           01800000
              MOVE SPACES                   TO WS-CM                    01810000
           ELSE                                                         01820000
              MOVE DFHCOMMAREA              TO WS-CM                    01830000
           END-IF.                                                      01840000
                                                                        01850000
       A020-PCS-AID.                                                    01860000
      *--------------                                                   01870000
                                                                        01880000
           EVALUATE TRUE                                                01890000
               WHEN EIBCALEN = ZERO                                     01900000
                    PERFORM B010-SEND-NEW-MAP                           01910000
               WHEN EIBAID = WC-AID-PF3                                 01920000
                    PERFORM B090-END-SESSION                            01930000
               WHEN EIBAID = WC-AID-CLEAR                               01940000
                    MOVE SPACES             TO WS-CM                    01950000
                    PERFORM B010-SEND-NEW-MAP                           01960000
               WHEN EIBAID = WC-AID-ENTER                               01970000
                    PERFORM B020-PCS-ENTER                              01980000
               WHEN OTHER                                               01990000
                    MOVE 'INVALID KEY - USE ENTER, CLEAR OR PF3'        02000000
                                            TO WV-MSG                   02010000
                    PERFORM B010-SEND-NEW-MAP                           02020000
           END-EVALUATE.                                                02030000
                                                                        02040000
       A030-END-DPT-TRN.                                                02050000
      *------------------                                               02060000
                                                                        02070000
           EXEC CICS RETURN                                             02080000
                     TRANSID  (WC-TRN-ID)                               02090000
                     COMMAREA (WS-CM)                                   02100000
                     LENGTH   (LENGTH OF WS-CM)                         02110000
           END-EXEC.                                                    02120000
                                                                        02130000
      **************************** LEVEL B *****************************02140000
                                                                        02150000
       B010-SEND-NEW-MAP.                                               02160000
      *-------------------                                              02170000
                                                                        02180000
           MOVE LOW-VALUES                  TO DPTMAP1O.                02190000
           IF WV-MSG = SPACES                                           02200000
              MOVE 'ENTER ACTION AND DEPT CODE' TO WV-MSG               02210000
           END-IF.                                                      02220000
           MOVE WV-MSG                      TO MSGO.                    02230000
           EXEC CICS SEND                                               02240000
                     MAP    (WC-MAP-NM)                                 02250000
                     MAPSET (WC-MAPSET-NM)                              02260000
                     FROM   (DPTMAP1O)                                  02270000
                     ERASE                                              02280000
           END-EXEC.                                                    02290000
                                                                        02300000
       B020-PCS-ENTER.                                                  02310000
      *----------------                                                 02320000
                                                                        02330000
           EXEC CICS RECEIVE                                            02340000
                     MAP    (WC-MAP-NM)                                 02350000
                     MAPSET (WC-MAPSET-NM)                              02360000
                     INTO   (DPTMAP1I)                                  02370000
                     RESP   (WV-RESP)                                   02380000
           END-EXEC.                                                    02390000
           IF WV-RESP = DFHRESP(MAPFAIL)                                02400000
              MOVE 'ENTER ACTION AND DEPT CODE' TO WV-MSG               02410000
              PERFORM B010-SEND-NEW-MAP                                 02420000
           ELSE                                                         02430000
              PERFORM B030-VAL-INPUT                                    02440000
              IF WV-ERR-SW = WC-IC-OFF                                  02450000
                 PERFORM B040-PCS-ACTION                                02460000
              END-IF                                                    02470000
              PERFORM Z050-SEND-MAP                                     02480000
           END-IF.                                                      02490000
                                                                        02500000
       B030-VAL-INPUT.                                                  02510000
      *----------------                                                 02520000
                                                                        02530000
           INSPECT ACTNI REPLACING ALL LOW-VALUES BY SPACES.            02540000
           INSPECT DCDI  REPLACING ALL LOW-VALUES BY SPACES.            02550000
           INSPECT DNMI  REPLACING ALL LOW-VALUES BY SPACES.            02560000
           MOVE ACTNI                       TO WV-ACTION.               02570000
           MOVE DCDI                        TO WV-DEPT-CD.              02580000
           MOVE DNMI                        TO WV-DEPT-NM.              02590000
           MOVE ZERO                        TO WV-SPACE-CTR.            02600000
           INSPECT WV-DEPT-CD TALLYING WV-SPACE-CTR FOR ALL SPACES.     02610000
           EVALUATE TRUE                                                02620000
               WHEN WV-ACTION NOT = WC-ACT-VIEW                         02630000
                AND WV-ACTION NOT = WC-ACT-ADD                          02640000
                AND WV-ACTION NOT = WC-ACT-CHANGE                       02650000
                AND WV-ACTION NOT = WC-ACT-INACTIVATE                   02660000
                AND WV-ACTION NOT = WC-ACT-REACTIVATE                   02670000
                AND WV-ACTION NOT = WC-ACT-DELETE                       02680000
                    MOVE 'INVALID ACTION - USE V, A, C, I, R OR D'      02690000
                                            TO WV-MSG                   02700000
                    MOVE WC-CURSOR-HERE     TO ACTNL                    02710000
                    MOVE WC-IC-ON           TO WV-ERR-SW                02720000
               WHEN WV-SPACE-CTR > ZERO                                 02730000
                    MOVE 'DEPT CODE MUST BE 3 CHARACTERS, NO SPACES'    02740000
                                            TO WV-MSG                   02750000
                    MOVE WC-CURSOR-HERE     TO DCDL                     02760000
                    MOVE WC-IC-ON           TO WV-ERR-SW                02770000
               WHEN (WV-ACTION = WC-ACT-ADD                             02780000
                     OR WV-ACTION = WC-ACT-CHANGE)                      02790000
                AND WV-DEPT-NM = SPACES                                 02800000
                    MOVE 'DEPT NAME IS REQUIRED FOR ADD AND CHANGE'     02810000
                                            TO WV-MSG                   02820000
                    MOVE WC-CURSOR-HERE     TO DNML                     02830000
                    MOVE WC-IC-ON           TO WV-ERR-SW                02840000
               WHEN (WV-ACTION = WC-ACT-ADD                             02850000
                     OR WV-ACTION = WC-ACT-CHANGE)                      02860000
                AND WV-DEPT-NM (1:1) = SPACE                            02870000
                    MOVE 'DEPT NAME MUST NOT START WITH A SPACE'        02880000
                                            TO WV-MSG                   02890000
                    MOVE WC-CURSOR-HERE     TO DNML                     02900000
                    MOVE WC-IC-ON           TO WV-ERR-SW                02910000
           END-EVALUATE.                                                02920000
           IF WV-ACTION NOT = WC-ACT-DELETE                             02930000
              OR WV-DEPT-CD NOT = CM-PEND-DEL-CD                        02940000
              MOVE SPACES                   TO CM-PEND-DEL-CD           02950000
           END-IF.                                                      02960000
                                                                        02970000
       B040-PCS-ACTION.                                                 02980000
      *-----------------                                                02990000
                                                                        03000000
           MOVE WV-ACTION                   TO CM-LAST-ACTION.          03010000
           EVALUATE WV-ACTION                                           03020000
               WHEN WC-ACT-VIEW                                         03030000
                    PERFORM B050-VIEW-DEPT                              03040000
               WHEN WC-ACT-ADD                                          03050000
                    PERFORM B060-ADD-DEPT                               03060000
               WHEN WC-ACT-CHANGE                                       03070000
                    PERFORM B065-CHG-DEPT                               03080000
               WHEN WC-ACT-INACTIVATE                                   03090000
                    PERFORM B070-SET-DEPT-STATUS                        03100000
               WHEN WC-ACT-REACTIVATE                                   03110000
                    PERFORM B070-SET-DEPT-STATUS                        03120000
               WHEN WC-ACT-DELETE                                       03130000
                    PERFORM B080-DEL-DEPT                               03140000
           END-EVALUATE.                                                03150000
                                                                        03160000
       B050-VIEW-DEPT.                                                  03170000
      *----------------                                                 03180000
                                                                        03190000
           EXEC CICS READ                                               03200000
                     FILE   (WC-DEPT-FILE-NM)                           03210000
                     INTO   (DEPTFILE-REC)                              03220000
                     RIDFLD (WV-DEPT-CD)                                03230000
                     RESP   (WV-RESP)                                   03240000
           END-EXEC.                                                    03250000
           EVALUATE WV-RESP                                             03260000
               WHEN DFHRESP(NORMAL)                                     03270000
                    MOVE DEPT-NM            TO WV-DEPT-NM               03280000
                    MOVE 'DEPARTMENT DISPLAYED' TO WV-MSG               03290000
               WHEN DFHRESP(NOTFND)                                     03300000
                    MOVE 'DEPT CODE NOT ON DEPTFILE' TO WV-MSG          03310000
                    MOVE WC-CURSOR-HERE     TO DCDL                     03320000
                    MOVE SPACES             TO DEPTFILE-REC             03330000
               WHEN OTHER                                               03340000
                    PERFORM Z900-FILE-ERROR                             03350000
           END-EVALUATE.                                                03360000
                                                                        03370000
       B060-ADD-DEPT.                                                   03380000
      *---------------                                                  03390000
                                                                        03400000
           PERFORM Z030-GET-STAMP.                                      03410000
           MOVE SPACES                      TO DEPTFILE-REC.            03420000
           MOVE WV-DEPT-CD                  TO DEPT-CD.                 03430000
           MOVE WV-DEPT-NM                  TO DEPT-NM.                 03440000
           MOVE WC-STAT-ACTIVE              TO DEPT-STATUS.             03450000
           MOVE WV-USERID                   TO DEPT-MNT-USER.           03460000
           MOVE WV-STAMP-TS                 TO DEPT-MNT-TS.             03470000
           EXEC CICS WRITE                                              03480000
                     FILE   (WC-DEPT-FILE-NM)                           03490000
                     FROM   (DEPTFILE-REC)                              03500000
                     RIDFLD (DEPT-CD)                                   03510000
                     RESP   (WV-RESP)                                   03520000
           END-EXEC.                                                    03530000
           EVALUATE WV-RESP                                             03540000
               WHEN DFHRESP(NORMAL)                                     03550000
                    MOVE 'DEPARTMENT ADDED' TO WV-MSG                   03560000
               WHEN DFHRESP(DUPREC)                                     03570000
                    PERFORM B050-VIEW-DEPT                              03580000
                    MOVE WC-CURSOR-HERE     TO DCDL                     03590000
                    MOVE 'DEPT CODE ALREADY ON FILE - USE C TO CHANGE'  03600000
                                            TO WV-MSG                   03610000
               WHEN OTHER                                               03620000
                    PERFORM Z900-FILE-ERROR                             03630000
           END-EVALUATE.                                                03640000
                                                                        03650000
       B065-CHG-DEPT.                                                   03660000
      *---------------                                                  03670000
                                                                        03680000
           PERFORM Z040-READ-DEPT-UPD.                                  03690000
           IF WV-RESP = DFHRESP(NORMAL)                                 03700000
              IF DEPT-NM = WV-DEPT-NM                                   03710000
                 PERFORM Z045-UNLOCK-DEPT                               03720000
                 MOVE 'NO CHANGE - NAME IS ALREADY AS ENTERED'          03730000
                                            TO WV-MSG                   03740000
              ELSE                                                      03750000
                 MOVE WV-DEPT-NM            TO DEPT-NM                  03760000
                 PERFORM Z048-REWRITE-DEPT                              03770000
                 IF WV-RESP = DFHRESP(NORMAL)                           03780000
                    MOVE 'DEPARTMENT NAME CHANGED' TO WV-MSG            03790000
                 END-IF                                                 03800000
              END-IF                                                    03810000
           END-IF.                                                      03820000
                                                                        03830000
       B070-SET-DEPT-STATUS.                                            03840000
      *----------------------                                           03850000
                                                                        03860000
           PERFORM Z040-READ-DEPT-UPD.                                  03870000
           IF WV-RESP = DFHRESP(NORMAL)                                 03880000
              MOVE DEPT-NM                  TO WV-DEPT-NM               03890000
              EVALUATE TRUE                                             03900000
                  WHEN WV-ACTION = WC-ACT-INACTIVATE                    03910000
                   AND DEPT-STATUS = WC-STAT-INACTIVE                   03920000
                       PERFORM Z045-UNLOCK-DEPT                         03930000
                       MOVE 'DEPARTMENT IS ALREADY INACTIVE' TO WV-MSG  03940000
                  WHEN WV-ACTION = WC-ACT-REACTIVATE                    03950000
                   AND DEPT-STATUS NOT = WC-STAT-INACTIVE               03960000
                       PERFORM Z045-UNLOCK-DEPT                         03970000
                       MOVE 'DEPARTMENT IS ALREADY ACTIVE' TO WV-MSG    03980000
                  WHEN WV-ACTION = WC-ACT-INACTIVATE                    03990000
                       MOVE WC-STAT-INACTIVE TO DEPT-STATUS             04000000
                       PERFORM Z048-REWRITE-DEPT                        04010000
                       IF WV-RESP = DFHRESP(NORMAL)                     04020000
                          MOVE 'DEPARTMENT INACTIVATED' TO WV-MSG       04030000
                       END-IF                                           04040000
                  WHEN OTHER                                            04050000
                       MOVE WC-STAT-ACTIVE  TO DEPT-STATUS              04060000
                       PERFORM Z048-REWRITE-DEPT                        04070000
                       IF WV-RESP = DFHRESP(NORMAL)                     04080000
                          MOVE 'DEPARTMENT REACTIVATED' TO WV-MSG       04090000
                       END-IF                                           04100000
              END-EVALUATE                                              04110000
           END-IF.                                                      04120000
                                                                        04130000
       B080-DEL-DEPT.                                                   04140000
      *---------------                                                  04150000
                                                                        04160000
           PERFORM B050-VIEW-DEPT.                                      04170000
           IF WV-RESP = DFHRESP(NORMAL)                                 04180000
              PERFORM B085-CHK-DEPT-IN-USE                              04190000
              IF WV-IN-USE-SW = WC-IC-OFF                               04200000
                 AND WV-ERR-SW = WC-IC-OFF                              04210000
                 PERFORM B087-CONFIRM-DEL                               04220000
              END-IF                                                    04230000
           END-IF.                                                      04240000
                                                                        04250000
       B085-CHK-DEPT-IN-USE.                                            04260000
      *----------------------                                           04270000
                                                                        04280000
           EXEC CICS READ                                               04290000
                     FILE   (WC-EMP-DPT-FILE-NM)                        04300000
                     INTO   (EMPMST-REC)                                04310000
                     RIDFLD (WV-DEPT-CD)                                04320000
                     RESP   (WV-RESP)                                   04330000
           END-EXEC.                                                    04340000
           EVALUATE WV-RESP                                             04350000
               WHEN DFHRESP(NORMAL)                                     04360000
               WHEN DFHRESP(DUPKEY)                                     04370000
                    MOVE SPACES             TO CM-PEND-DEL-CD           04380000
                    MOVE WC-IC-ON           TO WV-IN-USE-SW             04390000
                    MOVE SPACES             TO WV-MSG                   04400000
                    STRING 'DELETE BLOCKED - STILL ON EMPLOYEE MASTER'  04410000
                                            DELIMITED BY SIZE           04420000
                           ' (EMP ID '      DELIMITED BY SIZE           04430000
                           EMP-ID           DELIMITED BY SIZE           04440000
                           ') - USE I'      DELIMITED BY SIZE           04450000
                           INTO WV-MSG                                  04460000
                    END-STRING                                          04470000
               WHEN DFHRESP(NOTFND)                                     04480000
                    CONTINUE                                            04490000
               WHEN OTHER                                               04500000
                    MOVE WC-EMP-DPT-FILE-NM TO WV-ERR-FILE-NM           04510000
                    PERFORM Z900-FILE-ERROR                             04520000
           END-EVALUATE.                                                04530000
                                                                        04540000
       B087-CONFIRM-DEL.                                                04550000
      *------------------                                               04560000
                                                                        04570000
           IF CM-PEND-DEL-CD NOT = WV-DEPT-CD                           04580000
              MOVE WV-DEPT-CD               TO CM-PEND-DEL-CD           04590000
              MOVE 'NOT IN USE - PRESS ENTER AGAIN TO CONFIRM DELETE'   04600000
                                            TO WV-MSG                   04610000
           ELSE                                                         04620000
              MOVE SPACES                   TO CM-PEND-DEL-CD           04630000
              EXEC CICS DELETE                                          04640000
                        FILE   (WC-DEPT-FILE-NM)                        04650000
                        RIDFLD (WV-DEPT-CD)                             04660000
                        RESP   (WV-RESP)                                04670000
              END-EXEC                                                  04680000
              IF WV-RESP = DFHRESP(NORMAL)                              04690000
                 MOVE SPACES                TO DEPTFILE-REC             04700000
                                               WV-DEPT-NM               04710000
                 MOVE 'DEPARTMENT DELETED'  TO WV-MSG                   04720000
              ELSE                                                      04730000
                 PERFORM Z900-FILE-ERROR                                04740000
              END-IF                                                    04750000
           END-IF.                                                      04760000
                                                                        04770000
       B090-END-SESSION.                                                04780000
      *------------------                                               04790000
                                                                        04800000
           EXEC CICS SEND TEXT                                          04810000
                     FROM   (WC-END-TXT)                                04820000
                     LENGTH (WV-END-TXT-LEN)                            04830000
                     ERASE                                              04840000
                     FREEKB                                             04850000
           END-EXEC.                                                    04860000
           EXEC CICS RETURN                                             04870000
           END-EXEC.                                                    04880000
                                                                        04890000
      **************************** LEVEL Z *****************************04900000
                                                                        04910000
       Z030-GET-STAMP.                                                  04920000
      *----------------                                                 04930000
                                                                        04940000
           EXEC CICS ASSIGN                                             04950000
                     USERID (WV-USERID)                                 04960000
           END-EXEC.                                                    04970000
           EXEC CICS ASKTIME                                            04980000
                     ABSTIME (WV-ABSTIME)                               04990000
           END-EXEC.                                                    05000000
           EXEC CICS FORMATTIME                                         05010000
                     ABSTIME  (WV-ABSTIME)                              05020000
                     YYYYMMDD (WV-STAMP-DATE)                           05030000
                     TIME     (WV-STAMP-TIME)                           05040000
           END-EXEC.                                                    05050000
                                                                        05060000
       Z040-READ-DEPT-UPD.                                              05070000
      *--------------------                                             05080000
                                                                        05090000
           EXEC CICS READ                                               05100000
                     FILE   (WC-DEPT-FILE-NM)                           05110000
                     INTO   (DEPTFILE-REC)                              05120000
                     RIDFLD (WV-DEPT-CD)                                05130000
                     UPDATE                                             05140000
                     RESP   (WV-RESP)                                   05150000
           END-EXEC.                                                    05160000
           EVALUATE WV-RESP                                             05170000
               WHEN DFHRESP(NORMAL)                                     05180000
                    CONTINUE                                            05190000
               WHEN DFHRESP(NOTFND)                                     05200000
                    MOVE 'DEPT CODE NOT ON DEPTFILE - USE A TO ADD'     05210000
                                            TO WV-MSG                   05220000
                    MOVE WC-CURSOR-HERE     TO DCDL                     05230000
                    MOVE SPACES             TO DEPTFILE-REC             05240000
               WHEN OTHER                                               05250000
                    PERFORM Z900-FILE-ERROR                             05260000
           END-EVALUATE.                                                05270000
                                                                        05280000
       Z045-UNLOCK-DEPT.                                                05290000
      *------------------                                               05300000
                                                                        05310000
           EXEC CICS UNLOCK                                             05320000
                     FILE   (WC-DEPT-FILE-NM)                           05330000
           END-EXEC.                                                    05340000
                                                                        05350000
       Z048-REWRITE-DEPT.                                               05360000
      *-------------------                                              05370000
                                                                        05380000
           PERFORM Z030-GET-STAMP.                                      05390000
           MOVE WV-USERID                   TO DEPT-MNT-USER.           05400000
           MOVE WV-STAMP-TS                 TO DEPT-MNT-TS.             05410000
           EXEC CICS REWRITE                                            05420000
                     FILE   (WC-DEPT-FILE-NM)                           05430000
                     FROM   (DEPTFILE-REC)                              05440000
                     RESP   (WV-RESP)                                   05450000
           END-EXEC.                                                    05460000
           IF WV-RESP NOT = DFHRESP(NORMAL)                             05470000
              PERFORM Z900-FILE-ERROR                                   05480000
           END-IF.                                                      05490000
                                                                        05500000
       Z050-SEND-MAP.                                                   05510000
      *---------------                                                  05520000
                                                                        05530000
           MOVE WV-ACTION                   TO ACTNO.                   05540000
           MOVE WV-DEPT-CD                  TO DCDO.                    05550000
           MOVE WV-DEPT-NM                  TO DNMO.                    05560000
           IF DEPT-CD = WV-DEPT-CD                                      05570000
              AND DEPT-CD NOT = SPACES                                  05580000
              IF DEPT-STATUS = WC-STAT-INACTIVE                         05590000
                 MOVE 'INACTIVE'            TO DSTO                     05600000
              ELSE                                                      05610000
                 MOVE 'ACTIVE'              TO DSTO                     05620000
              END-IF                                                    05630000
              MOVE DEPT-MNT-USER            TO MUSRO                    05640000
              MOVE DEPT-MNT-TS              TO WV-SHOW-TS               05650000
              MOVE SPACES                   TO MTSO                     05660000
              IF DEPT-MNT-TS NOT = SPACES                               05670000
                 STRING WV-SHOW-YYYY '-' WV-SHOW-MM '-' WV-SHOW-DD      05680000
                        ' ' WV-SHOW-HH ':' WV-SHOW-MI ':' WV-SHOW-SS    05690000
                                            DELIMITED BY SIZE           05700000
                        INTO MTSO                                       05710000
                 END-STRING                                             05720000
              END-IF                                                    05730000
           ELSE                                                         05740000
              MOVE SPACES                   TO DSTO                     05750000
                                               MUSRO                    05760000
                                               MTSO                     05770000
           END-IF.                                                      05780000
           MOVE WV-MSG                      TO MSGO.                    05790000
           EXEC CICS SEND                                               05800000
                     MAP    (WC-MAP-NM)                                 05810000
                     MAPSET (WC-MAPSET-NM)                              05820000
                     FROM   (DPTMAP1O)                                  05830000
                     DATAONLY                                           05840000
                     CURSOR                                             05850000
           END-EXEC.                                                    05860000
                                                                        05870000
       Z900-FILE-ERROR.                                                 05880000
      *-----------------                                                05890000
                                                                        05900000
           MOVE WV-RESP                     TO WV-RESP-DISP.            05910000
           MOVE WC-IC-ON                    TO WV-ERR-SW.               05920000
           MOVE SPACES                      TO WV-MSG.                  05930000
           STRING WV-ERR-FILE-NM            DELIMITED BY SPACE          05940000
                  ' FILE ERROR - RESP '     DELIMITED BY SIZE           05950000
                  WV-RESP-DISP              DELIMITED BY SIZE           05960000
                  ' - CALL SUPPORT'         DELIMITED BY SIZE           05970000
                  INTO WV-MSG                                           05980000
           END-STRING.                                                  05990000
