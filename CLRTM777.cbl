00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLRTM777.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. AGENCIES FILED ONE LEVY AMOUNT AND NOTHING IN THE
00007 *         SYSTEM KNEW THE STATUTORY CEILING OF THE FUNDS BEHIND
00008 *         IT.  THIS PROGRAM MAINTAINS THE LEVY FUND RATE MASTER
00009 *         (CLFNDRTER1) FROM BATCH TRANSACTION CARDS IN THE
00010 *         MANNER OF CLRTM766.  EACH CARD CARRIES AN ACTION CODE
00011 *         (A = ADD, C = CHANGE, D = DELETE) AND THE FUND CODE;
00012 *         ADDS AND CHANGES ALSO CARRY THE FUND NAME, THE
00013 *         STATUTORY MAXIMUM RATE PER 100 DOLLARS (ZERO WHEN THE
00014 *         FUND HAS NO CEILING), THE DEBT SERVICE INDICATOR AND
00015 *         THE STATUS.  EVERY FIELD IS EDITED, EVERY ENTRY TOUCHED
00016 *         IS PRINTED AS A BEFORE AND AFTER AUDIT LINE, AND EVERY
00017 *         REJECTED TRANSACTION IS LISTED WITH ITS REASON.  THE
00018 *         LEVY INTAKE (CLRTM769) HOLDS EACH FUND TO ITS CEILING
00019 *         FROM THIS MASTER, AND CLRTM770 LEAVES DEBT SERVICE
00020 *         FUNDS OUT OF THE PTELL LIMITING RATE.
00021 *         EVERY TRANSACTION MUST CARRY THE OPERATOR ID AND
00022 *         TERMINAL OF THE CLERK WHO KEYED IT OR IT IS REJECTED.
00023 *         THE OPERATOR AND TERMINAL ARE STAMPED ON THE MASTER
00024 *         RECORD AND ON THE AUDIT LISTING, AND EVERY CHANGE
00025 *         APPLIED IS WRITTEN TO THE MASTER CHANGE LOG (DPCHGLGR1)
00026 *         FOR THE WEEKLY CHANGES-BY-OPERATOR REPORT (DPAUD821).
00027 *         CHANGES TO THIS MASTER ARE UNDER DUAL CONTROL.  AN ADD,
00028 *         CHANGE OR DELETE THAT PASSES THE EDITS IS NOT APPLIED
00029 *         BUT HELD ON THE PENDING CHANGE FILE (DPPNDCHR1) WITH ITS
00030 *         BEFORE AND AFTER VALUES, ONE PENDING CHANGE PER KEY.  IT
00031 *         IS APPLIED ONLY WHEN AN APPROVAL CARD (ACTION V WITH THE
00032 *         SAME FUND CODE) ARRIVES FROM A DIFFERENT OPERATOR WHO IS
00033 *         ON THE APPROVER LIST (DPAPPRVR1) FOR THIS MASTER; THE
00034 *         APPROVAL IS PRINTED AND LOGGED UNDER THE APPROVER.  A
00035 *         PENDING CHANGE THAT CAN NO LONGER BE APPLIED WHEN
00036 *         APPROVED IS REJECTED AND DROPPED.  DPPND822 LISTS THE
00037 *         PENDING CHANGES NIGHTLY AND DROPS THOSE NOT APPROVED IN
00038 *         TIME.
00039      SKIP2
00040  ENVIRONMENT DIVISION.
00041  CONFIGURATION SECTION.
00042  SOURCE-COMPUTER. IBM-370.
00043  OBJECT-COMPUTER. IBM-370.
00044      SKIP1
00045  INPUT-OUTPUT SECTION.
00046  FILE-CONTROL.
00047      SELECT TRANS-FILE    ASSIGN TO UT-S-FNDTRANS.
00048      SELECT FUNDRT-FILE   ASSIGN TO DA-FUNDRT
00049        ORGANIZATION IS INDEXED
00050        ACCESS IS RANDOM
00051        RECORD KEY IS FR-FUND-CD
00052        FILE STATUS IS FND-STATUS.
00053      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00054      SELECT CHGLOG-FILE   ASSIGN TO UT-S-CHGLOG.
00055      SELECT PENDCHG-FILE  ASSIGN TO DA-PENDCHG
00056        ORGANIZATION IS INDEXED
00057        ACCESS IS RANDOM
00058        RECORD KEY IS PC-KEY
00059        FILE STATUS IS PC-STATUS.
00060      SELECT APPROVER-FILE ASSIGN TO UT-S-APPROVR.
00061      SKIP2
00062  DATA DIVISION.
00063  FILE SECTION.
00064      SKIP1
00065  FD  TRANS-FILE
00066      BLOCK  CONTAINS 0 RECORDS
00067      RECORD CONTAINS 80 CHARACTERS
00068      RECORDING MODE IS F
00069      LABEL  RECORDS ARE STANDARD
00070      DATA RECORD IS TRANS-REC.
00071  01  TRANS-REC.
00072      05  FT-ACTION       PIC X.
00073          88  FT-ADD                 VALUE 'A'.
00074          88  FT-CHANGE              VALUE 'C'.
00075          88  FT-DELETE              VALUE 'D'.
00076          88  FT-APPROVE             VALUE 'V'.
00077          88  FT-VALID-ACTION        VALUE 'A' 'C' 'D' 'V'.
00078      05  FT-FUND-CD      PIC X(3).
00079      05  FT-FUND-NAME    PIC X(30).
00080      05  FT-MAX-RATE     PIC X(7).
00081      05  FT-MAX-RATE-N REDEFINES FT-MAX-RATE
00082                          PIC 9(4)V9(3).
00083      05  FT-DEBT-SVC     PIC X.
00084          88  FT-VALID-DEBT-SVC      VALUE 'Y' 'N'.
00085      05  FT-STAT         PIC X.
00086          88  FT-VALID-STAT          VALUE 'A' 'I'.
00087      05  FT-OPERATOR     PIC X(8).
00088      05  FT-TERMINAL     PIC X(4).
00089      05  FILLER          PIC X(25).
00090      SKIP2
00091  FD  FUNDRT-FILE
00092      RECORD CONTAINS 80 CHARACTERS
00093      LABEL RECORDS ARE STANDARD.
00094      SKIP1
00095  01  FUNDRT-REC.
00096  COPY CLFNDRTER1.
00097      SKIP2
00098  FD  PRINT-FILE
00099      BLOCK  CONTAINS 0 RECORDS
00100      RECORD CONTAINS 133 CHARACTERS
00101      RECORDING MODE IS F
00102      LABEL  RECORDS ARE STANDARD.
00103      SKIP1
00104  01  PRINT-REC               PIC X(133).
00105      SKIP2
00106  FD  CHGLOG-FILE
00107      BLOCK  CONTAINS 0 RECORDS
00108      RECORD CONTAINS 100 CHARACTERS
00109      RECORDING MODE IS F
00110      LABEL  RECORDS ARE STANDARD
00111      DATA RECORD IS CHGLOG-REC.
00112  01  CHGLOG-REC.
00113  COPY DPCHGLGR1.
00114      SKIP2
00115  FD  PENDCHG-FILE
00116      RECORD CONTAINS 300 CHARACTERS
00117      LABEL RECORDS ARE STANDARD.
00118      SKIP1
00119  01  PENDCHG-REC.
00120  COPY DPPNDCHR1.
00121      SKIP2
00122  FD  APPROVER-FILE
00123      BLOCK  CONTAINS 0 RECORDS
00124      RECORD CONTAINS 80 CHARACTERS
00125      RECORDING MODE IS F
00126      LABEL  RECORDS ARE STANDARD
00127      DATA RECORD IS APPROVER-REC.
00128  01  APPROVER-REC.
00129  COPY DPAPPRVR1.
00130      SKIP2
00131  WORKING-STORAGE SECTION.
00132      SKIP1
00133  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00134  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00135      SKIP1
00136  77  TRANS-EOF-SW              PIC X      VALUE 'N'.
00137      88  END-OF-TRANS-FILE                VALUE 'Y'.
00138  77  APPR-EOF-SW               PIC X      VALUE 'N'.
00139      88  END-OF-APPROVER-FILE             VALUE 'Y'.
00140  77  AUTH-SW                   PIC X      VALUE 'N'.
00141      88  APPROVER-AUTHORIZED              VALUE 'Y'.
00142      SKIP1
00143  77  FND-STATUS                PIC XX     VALUE '00'.
00144  77  PC-STATUS                 PIC XX     VALUE '00'.
00145      SKIP1
00146  77  TRANS-IN-CNT      COMP-3  PIC S9(7)  VALUE +0.
00147  77  ADDED-CNT         COMP-3  PIC S9(7)  VALUE +0.
00148  77  CHANGED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00149  77  DELETED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00150  77  REJECTED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00151  77  CHGLOG-OUT-CNT    COMP-3  PIC S9(7)  VALUE +0.
00152  77  HELD-CNT          COMP-3  PIC S9(7)  VALUE +0.
00153  77  APPROVED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00154      SKIP1
00155  77  W-REASON                  PIC X(34)  VALUE SPACES.
00156  77  W-CHG-DESC                PIC X(30)  VALUE SPACES.
00157  77  W-BEFORE                  PIC X(60)  VALUE SPACES.
00158  77  W-AFTER                   PIC X(60)  VALUE SPACES.
00159  77  W-APPR-OPER               PIC X(8)   VALUE SPACES.
00160  77  W-APPR-TERM               PIC X(4)   VALUE SPACES.
00161  77  AV-CNT                    PIC S9(4)  VALUE +0     BINARY.
00162  77  AV-SUB                    PIC S9(4)  VALUE +0     BINARY.
00163  01  W-STAMP.
00164      05  FILLER          PIC X(5)   VALUE 'OPER '.
00165      05  W-STAMP-OPER    PIC X(8)   VALUE SPACES.
00166      05  FILLER          PIC X(6)   VALUE ' TERM '.
00167      05  W-STAMP-TERM    PIC X(4)   VALUE SPACES.
00168  01  W-PEND-KEY.
00169      05  W-PEND-MASTER   PIC X(8)   VALUE SPACES.
00170      05  W-PEND-REC-KEY  PIC X(24)  VALUE SPACES.
00171  01  APPROVER-TABLE.
00172      05  AV-TBL-OPER     PIC X(8)   OCCURS 50 TIMES.
00173      SKIP1
00174  01  ACPT-DATE                  PIC 9(6).
00175  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00176      05  ACPT-YR                PIC 99.
00177      05  ACPT-MO                PIC 99.
00178      05  ACPT-DA                PIC 99.
00179  01  DSP-DATE.
00180      05  DSP-MO                 PIC 99.
00181      05  FILLER                 PIC X      VALUE '/'.
00182      05  DSP-DA                 PIC 99.
00183      05  FILLER                 PIC X      VALUE '/'.
00184      05  DSP-YR                 PIC 99.
00185      SKIP1
00186  01  HEAD-A.
00187      05  FILLER          PIC X(3)   VALUE SPACES.
00188      05  HD-DATE         PIC X(8).
00189      05  FILLER          PIC X(42)  VALUE SPACES.
00190      05  FILLER     PIC X(26) VALUE
00191          'OFFICE OF THE COUNTY CLERK'.
00192      05  FILLER          PIC X(42)  VALUE SPACES.
00193      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00194      05  HD-PAGE         PIC ZZ,ZZ9.
00195      SKIP1
00196  01  HEAD-B.
00197      05  FILLER          PIC X(3)   VALUE SPACES.
00198      05  FILLER          PIC X(8)   VALUE 'CLRTM777'.
00199      05  FILLER          PIC X(18)  VALUE SPACES.
00200      05  FILLER          PIC X(52)  VALUE
00201          'LEVY FUND RATE MASTER MAINTENANCE AUDIT LISTING'.
00202      SKIP1
00203  01  AUDIT-LINE.
00204      05  FILLER          PIC X(3)   VALUE SPACES.
00205      05  AL-TAG          PIC X(8).
00206      05  AL-ACTION       PIC X.
00207      05  FILLER          PIC X(2)   VALUE SPACES.
00208      05  AL-FUND-CD      PIC X(3).
00209      05  FILLER          PIC X(2)   VALUE SPACES.
00210      05  AL-NAME         PIC X(30).
00211      05  FILLER          PIC X(2)   VALUE SPACES.
00212      05  AL-MAX-RATE     PIC X(8).
00213      05  FILLER          PIC X(2)   VALUE SPACES.
00214      05  AL-DEBT-SVC     PIC X.
00215      05  FILLER          PIC X(2)   VALUE SPACES.
00216      05  AL-STAT         PIC X.
00217      05  FILLER          PIC X(2)   VALUE SPACES.
00218      05  AL-REASON       PIC X(34).
00219      SKIP1
00220  01  W-RATE-EDIT             PIC 9999.999.
00221      EJECT
00222  PROCEDURE DIVISION.
00223      SKIP1
00224  A010-HOUSEKEEPING.
00225      OPEN INPUT TRANS-FILE
00226           I-O   FUNDRT-FILE PENDCHG-FILE
00227           OUTPUT PRINT-FILE
00228           EXTEND CHGLOG-FILE.
00229      IF FND-STATUS NOT EQUAL '00'
00230          DISPLAY 'CLRTM777 -- FUND RATE MASTER OPEN '
00231              'FAILED, STATUS ' FND-STATUS
00232          MOVE 16 TO RETURN-CODE
00233          CLOSE TRANS-FILE PRINT-FILE CHGLOG-FILE PENDCHG-FILE
00234          STOP RUN.
00235      IF PC-STATUS NOT EQUAL '00'
00236          DISPLAY 'CLRTM777 -- PENDING CHANGE FILE OPEN FAILED, '
00237              'STATUS ' PC-STATUS
00238          MOVE 16 TO RETURN-CODE
00239          CLOSE TRANS-FILE FUNDRT-FILE PRINT-FILE CHGLOG-FILE
00240          STOP RUN.
00241      ACCEPT ACPT-DATE FROM DATE.
00242      MOVE ACPT-MO TO DSP-MO.
00243      MOVE ACPT-DA TO DSP-DA.
00244      MOVE ACPT-YR TO DSP-YR.
00245      MOVE DSP-DATE TO HD-DATE.
00246      OPEN INPUT APPROVER-FILE.
00247      PERFORM A015-LOAD-APPROVER THRU A015-EXIT
00248          UNTIL END-OF-APPROVER-FILE.
00249      CLOSE APPROVER-FILE.
00250      PERFORM B100-HEADING THRU B100-EXIT.
00251      PERFORM A030-READ-TRANS THRU A030-EXIT.
00252      PERFORM A020-MAINLINE THRU A020-EXIT
00253          UNTIL END-OF-TRANS-FILE.
00254      DISPLAY 'TOTAL TRANSACTIONS READ......: ' TRANS-IN-CNT.
00255      DISPLAY 'TOTAL FUNDS ADDED............: ' ADDED-CNT.
00256      DISPLAY 'TOTAL FUNDS CHANGED..........: ' CHANGED-CNT.
00257      DISPLAY 'TOTAL FUNDS DELETED..........: ' DELETED-CNT.
00258      DISPLAY 'TOTAL TRANSACTIONS REJECTED..: ' REJECTED-CNT.
00259      DISPLAY 'TOTAL CHANGES LOGGED.........: ' CHGLOG-OUT-CNT.
00260      DISPLAY 'TOTAL CHANGES HELD PENDING...: ' HELD-CNT.
00261      DISPLAY 'TOTAL CHANGES APPROVED.......: ' APPROVED-CNT.
00262      IF REJECTED-CNT GREATER THAN +0
00263          MOVE 8 TO RETURN-CODE.
00264      CLOSE TRANS-FILE, FUNDRT-FILE, PRINT-FILE,
00265            CHGLOG-FILE, PENDCHG-FILE.
00266      STOP RUN.
00267      SKIP1
00268  A015-LOAD-APPROVER.
00269      READ APPROVER-FILE AT END
00270          MOVE 'Y' TO APPR-EOF-SW
00271          GO TO A015-EXIT.
00272      IF AV-OPERATOR EQUAL SPACES
00273          GO TO A015-EXIT.
00274      IF AV-MASTER EQUAL 'FUNDRT' OR AV-ALL-MASTERS
00275          IF AV-CNT LESS THAN +50
00276              ADD +1 TO AV-CNT
00277              MOVE AV-OPERATOR TO AV-TBL-OPER (AV-CNT).
00278  A015-EXIT. EXIT.
00279      SKIP1
00280  A020-MAINLINE.
00281      PERFORM A040-EDIT-TRANS THRU A040-EXIT.
00282      IF W-REASON EQUAL SPACES
00283          IF FT-APPROVE
00284              PERFORM A100-APPROVE-CHANGE THRU A100-EXIT
00285          ELSE
00286              PERFORM A110-HOLD-CHANGE THRU A110-EXIT
00287      ELSE
00288          PERFORM A080-REJECT THRU A080-EXIT.
00289      PERFORM A030-READ-TRANS THRU A030-EXIT.
00290  A020-EXIT. EXIT.
00291      SKIP1
00292  A030-READ-TRANS.
00293      READ TRANS-FILE AT END
00294          MOVE 'Y' TO TRANS-EOF-SW.
00295      IF NOT END-OF-TRANS-FILE
00296          ADD +1 TO TRANS-IN-CNT.
00297  A030-EXIT. EXIT.
00298      SKIP1
00299  A040-EDIT-TRANS.
00300      MOVE SPACES TO W-REASON.
00301      IF NOT FT-VALID-ACTION
00302          MOVE 'ACTION CODE NOT A, C, D OR V' TO W-REASON
00303          GO TO A040-EXIT.
00304      IF FT-OPERATOR EQUAL SPACES
00305          OR FT-TERMINAL EQUAL SPACES
00306          MOVE 'OPERATOR ID OR TERMINAL MISSING' TO W-REASON
00307          GO TO A040-EXIT.
00308      IF FT-FUND-CD EQUAL SPACES
00309          MOVE 'FUND CODE MISSING' TO W-REASON
00310          GO TO A040-EXIT.
00311      IF FT-DELETE OR FT-APPROVE
00312          GO TO A040-EXIT.
00313      IF FT-FUND-NAME EQUAL SPACES
00314          MOVE 'FUND NAME MISSING' TO W-REASON
00315          GO TO A040-EXIT.
00316      IF FT-MAX-RATE NOT NUMERIC
00317          MOVE 'MAXIMUM RATE NOT NUMERIC' TO W-REASON
00318          GO TO A040-EXIT.
00319      IF NOT FT-VALID-DEBT-SVC
00320          MOVE 'DEBT SERVICE NOT Y OR N' TO W-REASON
00321          GO TO A040-EXIT.
00322      IF FT-DEBT-SVC EQUAL 'Y'
00323       AND FT-MAX-RATE-N GREATER THAN ZERO
00324          MOVE 'DEBT SERVICE FUND HAS NO CEILING' TO W-REASON
00325          GO TO A040-EXIT.
00326      IF NOT FT-VALID-STAT
00327          MOVE 'STATUS NOT A OR I' TO W-REASON.
00328  A040-EXIT. EXIT.
00329      SKIP1
00330  A050-ADD-FUND.
00331      MOVE FT-FUND-CD TO FR-FUND-CD.
00332      READ FUNDRT-FILE.
00333      IF FND-STATUS EQUAL '00'
00334          MOVE 'FUND ALREADY ON MASTER' TO W-REASON
00335          PERFORM A080-REJECT THRU A080-EXIT
00336          GO TO A050-EXIT.
00337      MOVE SPACES         TO FUNDRT-REC.
00338      MOVE FT-FUND-CD     TO FR-FUND-CD.
00339      MOVE FT-FUND-NAME   TO FR-FUND-NAME.
00340      MOVE FT-MAX-RATE-N  TO FR-MAX-RATE.
00341      MOVE FT-DEBT-SVC    TO FR-DEBT-SVC.
00342      MOVE FT-STAT        TO FR-STAT.
00343      MOVE FT-OPERATOR    TO FR-OPERATOR.
00344      MOVE FT-TERMINAL    TO FR-TERMINAL.
00345      MOVE FT-FUND-NAME   TO W-CHG-DESC.
00346      WRITE FUNDRT-REC.
00347      IF FND-STATUS EQUAL '00'
00348          ADD +1 TO ADDED-CNT
00349          PERFORM A075-PRINT-AFTER THRU A075-EXIT
00350          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00351      ELSE
00352          MOVE 'WRITE FAILED' TO W-REASON
00353          PERFORM A080-REJECT THRU A080-EXIT.
00354  A050-EXIT. EXIT.
00355      SKIP1
00356  A055-CHANGE-FUND.
00357      MOVE FT-FUND-CD TO FR-FUND-CD.
00358      READ FUNDRT-FILE.
00359      IF FND-STATUS NOT EQUAL '00'
00360          MOVE 'FUND NOT ON MASTER' TO W-REASON
00361          PERFORM A080-REJECT THRU A080-EXIT
00362          GO TO A055-EXIT.
00363      PERFORM A070-PRINT-BEFORE THRU A070-EXIT.
00364      MOVE FT-FUND-NAME   TO FR-FUND-NAME.
00365      MOVE FT-MAX-RATE-N  TO FR-MAX-RATE.
00366      MOVE FT-DEBT-SVC    TO FR-DEBT-SVC.
00367      MOVE FT-STAT        TO FR-STAT.
00368      MOVE FT-OPERATOR    TO FR-OPERATOR.
00369      MOVE FT-TERMINAL    TO FR-TERMINAL.
00370      MOVE FT-FUND-NAME   TO W-CHG-DESC.
00371      REWRITE FUNDRT-REC.
00372      IF FND-STATUS EQUAL '00'
00373          ADD +1 TO CHANGED-CNT
00374          PERFORM A075-PRINT-AFTER THRU A075-EXIT
00375          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00376      ELSE
00377          MOVE 'REWRITE FAILED' TO W-REASON
00378          PERFORM A080-REJECT THRU A080-EXIT.
00379  A055-EXIT. EXIT.
00380      SKIP1
00381  A060-DELETE-FUND.
00382      MOVE FT-FUND-CD TO FR-FUND-CD.
00383      READ FUNDRT-FILE.
00384      IF FND-STATUS NOT EQUAL '00'
00385          MOVE 'FUND NOT ON MASTER' TO W-REASON
00386          PERFORM A080-REJECT THRU A080-EXIT
00387          GO TO A060-EXIT.
00388      PERFORM A070-PRINT-BEFORE THRU A070-EXIT.
00389      MOVE FR-FUND-NAME TO W-CHG-DESC.
00390      DELETE FUNDRT-FILE RECORD.
00391      IF FND-STATUS EQUAL '00'
00392          ADD +1 TO DELETED-CNT
00393          MOVE SPACES TO AUDIT-LINE
00394          MOVE 'DELETED ' TO AL-TAG
00395          MOVE FT-ACTION  TO AL-ACTION
00396          MOVE FT-FUND-CD TO AL-FUND-CD
00397          PERFORM A085-STAMP-LINE THRU A085-EXIT
00398          PERFORM A090-WRITE-AUDIT THRU A090-EXIT
00399          PERFORM A095-LOG-CHANGE THRU A095-EXIT
00400      ELSE
00401          MOVE 'DELETE FAILED' TO W-REASON
00402          PERFORM A080-REJECT THRU A080-EXIT.
00403  A060-EXIT. EXIT.
00404      SKIP1
00405  A070-PRINT-BEFORE.
00406      MOVE SPACES       TO AUDIT-LINE.
00407      MOVE 'BEFORE  '   TO AL-TAG.
00408      MOVE FT-ACTION    TO AL-ACTION.
00409      MOVE FR-FUND-CD   TO AL-FUND-CD.
00410      MOVE FR-FUND-NAME TO AL-NAME.
00411      MOVE FR-MAX-RATE  TO W-RATE-EDIT.
00412      MOVE W-RATE-EDIT  TO AL-MAX-RATE.
00413      MOVE FR-DEBT-SVC  TO AL-DEBT-SVC.
00414      MOVE FR-STAT      TO AL-STAT.
00415      IF FR-OPERATOR NOT EQUAL SPACES
00416          MOVE FR-OPERATOR TO W-STAMP-OPER
00417          MOVE FR-TERMINAL TO W-STAMP-TERM
00418          MOVE W-STAMP      TO AL-REASON.
00419      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00420  A070-EXIT. EXIT.
00421      SKIP1
00422  A075-PRINT-AFTER.
00423      MOVE SPACES       TO AUDIT-LINE.
00424      MOVE 'AFTER   '   TO AL-TAG.
00425      MOVE FT-ACTION    TO AL-ACTION.
00426      MOVE FR-FUND-CD   TO AL-FUND-CD.
00427      MOVE FR-FUND-NAME TO AL-NAME.
00428      MOVE FR-MAX-RATE  TO W-RATE-EDIT.
00429      MOVE W-RATE-EDIT  TO AL-MAX-RATE.
00430      MOVE FR-DEBT-SVC  TO AL-DEBT-SVC.
00431      MOVE FR-STAT      TO AL-STAT.
00432      PERFORM A085-STAMP-LINE THRU A085-EXIT.
00433      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00434  A075-EXIT. EXIT.
00435      SKIP1
00436  A080-REJECT.
00437      ADD +1 TO REJECTED-CNT.
00438      MOVE SPACES       TO AUDIT-LINE.
00439      MOVE 'REJECTED'   TO AL-TAG.
00440      MOVE FT-ACTION    TO AL-ACTION.
00441      MOVE FT-FUND-CD   TO AL-FUND-CD.
00442      MOVE FT-FUND-NAME TO AL-NAME.
00443      MOVE FT-MAX-RATE  TO AL-MAX-RATE.
00444      MOVE FT-DEBT-SVC  TO AL-DEBT-SVC.
00445      MOVE FT-STAT      TO AL-STAT.
00446      MOVE W-REASON     TO AL-REASON.
00447      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00448  A080-EXIT. EXIT.
00449      SKIP1
00450  A085-STAMP-LINE.
00451      MOVE FT-OPERATOR TO W-STAMP-OPER.
00452      MOVE FT-TERMINAL TO W-STAMP-TERM.
00453      MOVE W-STAMP     TO AL-REASON.
00454  A085-EXIT. EXIT.
00455      SKIP1
00456  A090-WRITE-AUDIT.
00457      IF LINE-CNT GREATER THAN +57
00458          PERFORM B100-HEADING THRU B100-EXIT.
00459      WRITE PRINT-REC FROM AUDIT-LINE AFTER ADVANCING 1.
00460      ADD +1 TO LINE-CNT.
00461  A090-EXIT. EXIT.
00462      SKIP1
00463  A095-LOG-CHANGE.
00464      MOVE SPACES      TO CHGLOG-REC.
00465      MOVE FUNCTION CURRENT-DATE (1:8) TO CG-CHANGE-DATE.
00466      MOVE FUNCTION CURRENT-DATE (9:6) TO CG-CHANGE-TIME.
00467      MOVE FT-OPERATOR TO CG-OPERATOR.
00468      MOVE FT-TERMINAL TO CG-TERMINAL.
00469      MOVE 'CLRTM777'  TO CG-PROGRAM-ID.
00470      MOVE 'FUNDRT'    TO CG-MASTER.
00471      MOVE FT-ACTION   TO CG-ACTION.
00472      MOVE FT-FUND-CD  TO CG-KEY.
00473      MOVE W-CHG-DESC  TO CG-DESC.
00474      WRITE CHGLOG-REC.
00475      ADD +1 TO CHGLOG-OUT-CNT.
00476  A095-EXIT. EXIT.
00477      SKIP1
00478  A100-APPROVE-CHANGE.
00479      PERFORM A102-CHECK-APPROVER THRU A102-EXIT.
00480      IF NOT APPROVER-AUTHORIZED
00481          MOVE 'OPERATOR NOT AUTHORIZED TO APPROVE' TO W-REASON
00482          PERFORM A080-REJECT THRU A080-EXIT
00483          GO TO A100-EXIT.
00484      PERFORM A120-SET-PEND-KEY THRU A120-EXIT.
00485      MOVE W-PEND-KEY TO PC-KEY.
00486      READ PENDCHG-FILE.
00487      IF PC-STATUS NOT EQUAL '00'
00488          MOVE 'NO CHANGE PENDING FOR THIS KEY' TO W-REASON
00489          PERFORM A080-REJECT THRU A080-EXIT
00490          GO TO A100-EXIT.
00491      IF PC-OPERATOR EQUAL FT-OPERATOR
00492          MOVE 'APPROVER SAME AS SUBMITTER' TO W-REASON
00493          PERFORM A080-REJECT THRU A080-EXIT
00494          GO TO A100-EXIT.
00495      MOVE FT-OPERATOR TO W-APPR-OPER.
00496      MOVE FT-TERMINAL TO W-APPR-TERM.
00497      MOVE PC-TRANS    TO TRANS-REC.
00498      EVALUATE TRUE
00499          WHEN FT-ADD
00500              PERFORM A050-ADD-FUND THRU A050-EXIT
00501          WHEN FT-CHANGE
00502              PERFORM A055-CHANGE-FUND THRU A055-EXIT
00503          WHEN FT-DELETE
00504              PERFORM A060-DELETE-FUND THRU A060-EXIT
00505      END-EVALUATE.
00506      IF W-REASON EQUAL SPACES
00507          ADD +1 TO APPROVED-CNT
00508          PERFORM A125-PRINT-APPROVAL THRU A125-EXIT
00509          PERFORM A130-LOG-APPROVAL THRU A130-EXIT.
00510      MOVE W-PEND-KEY TO PC-KEY.
00511      DELETE PENDCHG-FILE RECORD.
00512      IF PC-STATUS NOT EQUAL '00'
00513          DISPLAY 'CLRTM777 -- PENDING CHANGE DELETE FAILED, '
00514              'STATUS ' PC-STATUS.
00515  A100-EXIT. EXIT.
00516      SKIP1
00517  A102-CHECK-APPROVER.
00518      MOVE 'N' TO AUTH-SW.
00519      PERFORM A104-SCAN-APPROVER THRU A104-EXIT
00520          VARYING AV-SUB FROM +1 BY +1
00521          UNTIL AV-SUB GREATER THAN AV-CNT
00522             OR APPROVER-AUTHORIZED.
00523  A102-EXIT. EXIT.
00524      SKIP1
00525  A104-SCAN-APPROVER.
00526      IF AV-TBL-OPER (AV-SUB) EQUAL FT-OPERATOR
00527          MOVE 'Y' TO AUTH-SW.
00528  A104-EXIT. EXIT.
00529      SKIP1
00530  A110-HOLD-CHANGE.
00531      PERFORM A120-SET-PEND-KEY THRU A120-EXIT.
00532      MOVE W-PEND-KEY TO PC-KEY.
00533      READ PENDCHG-FILE.
00534      IF PC-STATUS EQUAL '00'
00535          MOVE 'A CHANGE IS ALREADY PENDING' TO W-REASON
00536          PERFORM A080-REJECT THRU A080-EXIT
00537          GO TO A110-EXIT.
00538      MOVE FT-FUND-CD TO FR-FUND-CD.
00539      READ FUNDRT-FILE.
00540      IF FT-ADD AND FND-STATUS EQUAL '00'
00541          MOVE 'FUND ALREADY ON MASTER' TO W-REASON
00542          PERFORM A080-REJECT THRU A080-EXIT
00543          GO TO A110-EXIT.
00544      IF NOT FT-ADD AND FND-STATUS NOT EQUAL '00'
00545          MOVE 'FUND NOT ON MASTER' TO W-REASON
00546          PERFORM A080-REJECT THRU A080-EXIT
00547          GO TO A110-EXIT.
00548      MOVE SPACES TO W-BEFORE, W-AFTER.
00549      IF FT-ADD
00550          MOVE 'NOT ON MASTER' TO W-BEFORE
00551      ELSE
00552          MOVE FR-MAX-RATE TO W-RATE-EDIT
00553          STRING 'MAX ' W-RATE-EDIT ' DEBT ' FR-DEBT-SVC
00554              ' STAT ' FR-STAT ' ' FR-FUND-NAME
00555              DELIMITED BY SIZE INTO W-BEFORE.
00556      IF FT-DELETE
00557          MOVE 'TO BE DELETED' TO W-AFTER
00558      ELSE
00559          MOVE FT-MAX-RATE-N TO W-RATE-EDIT
00560          STRING 'MAX ' W-RATE-EDIT ' DEBT ' FT-DEBT-SVC
00561              ' STAT ' FT-STAT ' ' FT-FUND-NAME
00562              DELIMITED BY SIZE INTO W-AFTER.
00563      MOVE SPACES      TO PENDCHG-REC.
00564      MOVE W-PEND-KEY  TO PC-KEY.
00565      MOVE FT-ACTION   TO PC-ACTION.
00566      MOVE FUNCTION CURRENT-DATE (1:8) TO PC-SUBMIT-DATE.
00567      MOVE FUNCTION CURRENT-DATE (9:6) TO PC-SUBMIT-TIME.
00568      MOVE FT-OPERATOR TO PC-OPERATOR.
00569      MOVE FT-TERMINAL TO PC-TERMINAL.
00570      MOVE 'CLRTM777'  TO PC-PROGRAM-ID.
00571      MOVE W-BEFORE    TO PC-BEFORE.
00572      MOVE W-AFTER     TO PC-AFTER.
00573      MOVE TRANS-REC   TO PC-TRANS.
00574      WRITE PENDCHG-REC.
00575      IF PC-STATUS NOT EQUAL '00'
00576          MOVE 'PENDING CHANGE WRITE FAILED' TO W-REASON
00577          PERFORM A080-REJECT THRU A080-EXIT
00578          GO TO A110-EXIT.
00579      ADD +1 TO HELD-CNT.
00580      PERFORM A115-PRINT-HELD THRU A115-EXIT.
00581  A110-EXIT. EXIT.
00582      SKIP1
00583  A115-PRINT-HELD.
00584      MOVE SPACES       TO AUDIT-LINE.
00585      MOVE 'HELD    '   TO AL-TAG.
00586      MOVE FT-ACTION    TO AL-ACTION.
00587      MOVE FT-FUND-CD   TO AL-FUND-CD.
00588      MOVE FT-FUND-NAME TO AL-NAME.
00589      MOVE FT-MAX-RATE  TO AL-MAX-RATE.
00590      MOVE FT-DEBT-SVC  TO AL-DEBT-SVC.
00591      MOVE FT-STAT      TO AL-STAT.
00592      PERFORM A085-STAMP-LINE THRU A085-EXIT.
00593      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00594  A115-EXIT. EXIT.
00595      SKIP1
00596  A120-SET-PEND-KEY.
00597      MOVE SPACES      TO W-PEND-KEY.
00598      MOVE 'FUNDRT'    TO W-PEND-MASTER.
00599      MOVE FT-FUND-CD  TO W-PEND-REC-KEY.
00600  A120-EXIT. EXIT.
00601      SKIP1
00602  A125-PRINT-APPROVAL.
00603      MOVE SPACES       TO AUDIT-LINE.
00604      MOVE 'APPROVED'   TO AL-TAG.
00605      MOVE FT-ACTION    TO AL-ACTION.
00606      MOVE FT-FUND-CD   TO AL-FUND-CD.
00607      MOVE FT-FUND-NAME TO AL-NAME.
00608      MOVE FT-MAX-RATE  TO AL-MAX-RATE.
00609      MOVE FT-DEBT-SVC  TO AL-DEBT-SVC.
00610      MOVE FT-STAT      TO AL-STAT.
00611      MOVE W-APPR-OPER  TO W-STAMP-OPER.
00612      MOVE W-APPR-TERM  TO W-STAMP-TERM.
00613      MOVE W-STAMP      TO AL-REASON.
00614      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00615  A125-EXIT. EXIT.
00616      SKIP1
00617  A130-LOG-APPROVAL.
00618      MOVE SPACES      TO CHGLOG-REC.
00619      MOVE FUNCTION CURRENT-DATE (1:8) TO CG-CHANGE-DATE.
00620      MOVE FUNCTION CURRENT-DATE (9:6) TO CG-CHANGE-TIME.
00621      MOVE W-APPR-OPER TO CG-OPERATOR.
00622      MOVE W-APPR-TERM TO CG-TERMINAL.
00623      MOVE 'CLRTM777'  TO CG-PROGRAM-ID.
00624      MOVE W-PEND-MASTER  TO CG-MASTER.
00625      MOVE 'V'         TO CG-ACTION.
00626      MOVE W-PEND-REC-KEY TO CG-KEY.
00627      MOVE W-CHG-DESC  TO CG-DESC.
00628      WRITE CHGLOG-REC.
00629      ADD +1 TO CHGLOG-OUT-CNT.
00630  A130-EXIT. EXIT.
00631      SKIP1
00632  B100-HEADING.
00633      ADD +1 TO PAGE-CNT.
00634      MOVE PAGE-CNT TO HD-PAGE.
00635      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00636      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00637      MOVE +4 TO LINE-CNT.
00638  B100-EXIT. EXIT.
