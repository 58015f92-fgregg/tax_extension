00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA980.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. POLLUTION CONTROL FACILITIES (TAX TYPE 3) ARE VALUED BY
00007 *         THE STATE, BUT THE STATE CERTIFICATES THEMSELVES WERE
00008 *         KEPT ONLY ON PAPER.  THIS PROGRAM MAINTAINS THE
00009 *         POLLUTION CONTROL CERTIFICATE MASTER (ASPCCERR1), KEYED
00010 *         BY VOLUME, PROPERTY NUMBER AND STATE CERTIFICATE NUMBER,
00011 *         FROM TRANSACTION CARDS.  ACTION A ADDS A CERTIFICATE
00012 *         WITH ITS FACILITY NAME, EFFECTIVE DATE AND
00013 *         STATE-CERTIFIED VALUE.  ACTION C CHANGES ANY OF THOSE
00014 *         THREE THAT ARE PUNCHED (A RECERTIFIED VALUE, FOR
00015 *         INSTANCE).  ACTION R REVOKES THE CERTIFICATE AS OF THE
00016 *         REVOCATION DATE PUNCHED, AND ACTION I REINSTATES A
00017 *         REVOKED CERTIFICATE.  CERTIFICATES ARE NEVER DELETED SO
00018 *         THAT PRIOR YEARS CAN STILL BE MATCHED.  EVERY
00019 *         CERTIFICATE TOUCHED IS LISTED; REJECTED TRANSACTIONS ARE
00020 *         LISTED WITH THEIR REASON AND END THE RUN WITH CODE 8.
00021 *         THE ANNUAL MATCH TO THE EQUALIZED VALUE FILE IS
00022 *         CLRTM780.
00023 *         EVERY TRANSACTION MUST CARRY THE OPERATOR ID AND
00024 *         TERMINAL OF THE CLERK WHO KEYED IT (COLUMNS 81-92 OF
00025 *         THE 100-BYTE TRANSACTION) OR IT IS REJECTED.  THE
00026 *         OPERATOR AND TERMINAL ARE STAMPED ON THE CERTIFICATE AND
00027 *         ON THE LISTING, AND EVERY CHANGE APPLIED IS WRITTEN TO
00028 *         THE MASTER CHANGE LOG (DPCHGLGR1) FOR THE WEEKLY
00029 *         CHANGES-BY-OPERATOR REPORT (DPAUD821).
00030 *         CHANGES TO THIS MASTER ARE UNDER DUAL CONTROL.  AN ADD,
00031 *         CHANGE, REVOCATION OR REINSTATEMENT THAT PASSES THE
00032 *         EDITS IS NOT APPLIED BUT HELD ON THE PENDING CHANGE FILE
00033 *         (DPPNDCHR1) WITH ITS BEFORE AND AFTER VALUES, ONE
00034 *         PENDING CHANGE PER CERTIFICATE.  THE PENDING AND LOG KEY
00035 *         IS THE LAST 14 DIGITS OF THE PROPERTY NUMBER FOLLOWED BY
00036 *         THE CERTIFICATE NUMBER.  THE CHANGE IS APPLIED ONLY WHEN
00037 *         AN APPROVAL CARD (ACTION V WITH THE SAME VOLUME,
00038 *         PROPERTY AND CERTIFICATE) ARRIVES FROM A DIFFERENT
00039 *         OPERATOR WHO IS ON THE APPROVER LIST (DPAPPRVR1) FOR
00040 *         THIS MASTER; THE APPROVAL IS PRINTED AND LOGGED UNDER
00041 *         THE APPROVER.  A PENDING CHANGE THAT CAN NO LONGER BE
00042 *         APPLIED WHEN APPROVED IS REJECTED AND DROPPED.  DPPND822
00043 *         LISTS THE PENDING CHANGES NIGHTLY AND DROPS THOSE NOT
00044 *         APPROVED IN TIME.
00045      SKIP2
00046  ENVIRONMENT DIVISION.
00047  CONFIGURATION SECTION.
00048  SOURCE-COMPUTER. IBM-370.
00049  OBJECT-COMPUTER. IBM-370.
00050      SKIP1
00051  INPUT-OUTPUT SECTION.
00052  FILE-CONTROL.
00053      SELECT TRANS-FILE    ASSIGN TO UT-S-PCCTRAN.
00054      SELECT CERT-MASTER   ASSIGN TO DA-PCCERT
00055        ORGANIZATION IS INDEXED
00056        ACCESS IS RANDOM
00057        RECORD KEY IS PC-KEY
00058        FILE STATUS IS CERT-STATUS.
00059      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00060      SELECT CHGLOG-FILE   ASSIGN TO UT-S-CHGLOG.
00061      SELECT PENDCHG-FILE  ASSIGN TO DA-PENDCHG
00062        ORGANIZATION IS INDEXED
00063        ACCESS IS RANDOM
00064        RECORD KEY IS PN-KEY
00065        FILE STATUS IS PN-STATUS.
00066      SELECT APPROVER-FILE ASSIGN TO UT-S-APPROVR.
00067      SKIP2
00068  DATA DIVISION.
00069  FILE SECTION.
00070      SKIP1
00071  FD  TRANS-FILE
00072      BLOCK  CONTAINS 0 RECORDS
00073      RECORD CONTAINS 100 CHARACTERS
00074      RECORDING MODE IS F
00075      LABEL  RECORDS ARE STANDARD
00076      DATA RECORD IS TRANS-REC.
00077  01  TRANS-REC.
00078      05  CT-ACTION       PIC X.
00079          88  CT-ADD                 VALUE 'A'.
00080          88  CT-CHANGE              VALUE 'C'.
00081          88  CT-REVOKE              VALUE 'R'.
00082          88  CT-REINSTATE           VALUE 'I'.
00083          88  CT-APPROVE             VALUE 'V'.
00084          88  CT-VALID-ACTION        VALUE 'A' 'C' 'R' 'I' 'V'.
00085      05  CT-VOL          PIC X(3).
00086      05  CT-VOL-N REDEFINES CT-VOL
00087                          PIC 9(3).
00088      05  CT-PROP         PIC X(15).
00089      05  CT-PROP-N REDEFINES CT-PROP
00090                          PIC 9(15).
00091      05  CT-CERT-NO      PIC X(10).
00092      05  CT-FACILITY     PIC X(24).
00093      05  CT-EFF-DATE     PIC X(8).
00094      05  CT-EFF-DATE-N REDEFINES CT-EFF-DATE
00095                          PIC 9(8).
00096      05  CT-REVOKE-DATE  PIC X(8).
00097      05  CT-REVOKE-DATE-N REDEFINES CT-REVOKE-DATE
00098                          PIC 9(8).
00099      05  CT-CERT-VALUE   PIC X(11).
00100      05  CT-CERT-VALUE-N REDEFINES CT-CERT-VALUE
00101                          PIC 9(11).
00102      05  CT-OPERATOR     PIC X(8).
00103      05  CT-TERMINAL     PIC X(4).
00104      05  FILLER          PIC X(8).
00105      SKIP2
00106  FD  CERT-MASTER
00107      RECORD CONTAINS 100 CHARACTERS
00108      LABEL RECORDS ARE STANDARD.
00109      SKIP1
00110  01  CERT-REC.
00111  COPY ASPCCERR1.
00112      SKIP2
00113  FD  PRINT-FILE
00114      BLOCK  CONTAINS 0 RECORDS
00115      RECORD CONTAINS 133 CHARACTERS
00116      RECORDING MODE IS F
00117      LABEL  RECORDS ARE STANDARD.
00118      SKIP1
00119  01  PRINT-REC               PIC X(133).
00120      SKIP2
00121  FD  CHGLOG-FILE
00122      BLOCK  CONTAINS 0 RECORDS
00123      RECORD CONTAINS 100 CHARACTERS
00124      RECORDING MODE IS F
00125      LABEL  RECORDS ARE STANDARD
00126      DATA RECORD IS CHGLOG-REC.
00127  01  CHGLOG-REC.
00128  COPY DPCHGLGR1.
00129      SKIP2
00130  FD  PENDCHG-FILE
00131      RECORD CONTAINS 300 CHARACTERS
00132      LABEL RECORDS ARE STANDARD.
00133      SKIP1
00134  01  PENDCHG-REC.
00135  COPY DPPNDCHR1 REPLACING LEADING ==PC-== BY ==PN-==.
00136      SKIP2
00137  FD  APPROVER-FILE
00138      BLOCK  CONTAINS 0 RECORDS
00139      RECORD CONTAINS 80 CHARACTERS
00140      RECORDING MODE IS F
00141      LABEL  RECORDS ARE STANDARD
00142      DATA RECORD IS APPROVER-REC.
00143  01  APPROVER-REC.
00144  COPY DPAPPRVR1.
00145      SKIP2
00146  WORKING-STORAGE SECTION.
00147      SKIP1
00148  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00149  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00150      SKIP1
00151  77  TRANS-EOF-SW              PIC X      VALUE 'N'.
00152      88  END-OF-TRANS-FILE                VALUE 'Y'.
00153  77  APPR-EOF-SW               PIC X      VALUE 'N'.
00154      88  END-OF-APPROVER-FILE             VALUE 'Y'.
00155  77  AUTH-SW                   PIC X      VALUE 'N'.
00156      88  APPROVER-AUTHORIZED              VALUE 'Y'.
00157  77  APPLY-SW                  PIC X      VALUE 'N'.
00158      88  APPLY-NOW                        VALUE 'Y'.
00159      SKIP1
00160  77  CERT-STATUS               PIC XX     VALUE '00'.
00161  77  PN-STATUS                 PIC XX     VALUE '00'.
00162      SKIP1
00163  77  TRANS-IN-CNT      COMP-3  PIC S9(7)  VALUE +0.
00164  77  ADDED-CNT         COMP-3  PIC S9(7)  VALUE +0.
00165  77  CHANGED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00166  77  REVOKED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00167  77  REINSTATED-CNT    COMP-3  PIC S9(7)  VALUE +0.
00168  77  REJECTED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00169  77  CHGLOG-OUT-CNT    COMP-3  PIC S9(7)  VALUE +0.
00170  77  HELD-CNT          COMP-3  PIC S9(7)  VALUE +0.
00171  77  APPROVED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00172      SKIP1
00173  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00174  77  W-REASON                  PIC X(30)  VALUE SPACES.
00175  77  W-CHG-DESC                PIC X(30)  VALUE SPACES.
00176  77  W-BEFORE                  PIC X(60)  VALUE SPACES.
00177  77  W-AFTER                   PIC X(60)  VALUE SPACES.
00178  77  W-APPR-OPER               PIC X(8)   VALUE SPACES.
00179  77  W-APPR-TERM               PIC X(4)   VALUE SPACES.
00180  77  AV-CNT            COMP-3  PIC S9(4)  VALUE +0.
00181  77  AV-SUB            COMP-3  PIC S9(4)  VALUE +0.
00182  01  W-STAMP.
00183      05  FILLER          PIC X(5)   VALUE 'OPER '.
00184      05  W-STAMP-OPER    PIC X(8)   VALUE SPACES.
00185      05  FILLER          PIC X(6)   VALUE ' TERM '.
00186      05  W-STAMP-TERM    PIC X(4)   VALUE SPACES.
00187  01  W-PEND-KEY.
00188      05  W-PEND-MASTER   PIC X(8)   VALUE SPACES.
00189      05  W-PEND-REC-KEY.
00190          10  W-PEND-PIN      PIC X(14)  VALUE SPACES.
00191          10  W-PEND-CERT-NO  PIC X(10)  VALUE SPACES.
00192  01  APPROVER-TABLE.
00193      05  AV-TBL-OPER     PIC X(8)   OCCURS 50 TIMES.
00194  77  W-DATE-OK-SW              PIC X      VALUE 'Y'.
00195      88  W-DATE-OK                        VALUE 'Y'.
00196  01  W-DATE-CHK                PIC 9(8)   VALUE ZEROS.
00197  01  W-DATE-CHK-X REDEFINES W-DATE-CHK.
00198      05  W-DC-CCYY              PIC 9(4).
00199      05  W-DC-MM                PIC 99.
00200      05  W-DC-DD                PIC 99.
00201      SKIP1
00202  01  ACPT-DATE                  PIC 9(6).
00203  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00204      05  ACPT-YR                PIC 99.
00205      05  ACPT-MO                PIC 99.
00206      05  ACPT-DA                PIC 99.
00207  01  DSP-DATE.
00208      05  DSP-MO                 PIC 99.
00209      05  FILLER                 PIC X      VALUE '/'.
00210      05  DSP-DA                 PIC 99.
00211      05  FILLER                 PIC X      VALUE '/'.
00212      05  DSP-YR                 PIC 99.
00213      SKIP1
00214  01  HEAD-A.
00215      05  FILLER          PIC X(3)   VALUE SPACES.
00216      05  HD-DATE         PIC X(8).
00217      05  FILLER          PIC X(44)  VALUE SPACES.
00218      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00219      05  FILLER          PIC X(44)  VALUE SPACES.
00220      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00221      05  HD-PAGE         PIC ZZ,ZZ9.
00222      SKIP1
00223  01  HEAD-B.
00224      05  FILLER          PIC X(3)   VALUE SPACES.
00225      05  FILLER          PIC X(8)   VALUE 'ASREA980'.
00226      05  FILLER          PIC X(18)  VALUE SPACES.
00227      05  FILLER          PIC X(52)  VALUE
00228          'POLLUTION CONTROL CERTIFICATE MAINTENANCE LISTING'.
00229      SKIP1
00230  01  HEAD-C.
00231      05  FILLER          PIC X(3)   VALUE SPACES.
00232      05  FILLER          PIC X(10)  VALUE 'ACTION'.
00233      05  FILLER          PIC X(5)   VALUE 'VOL'.
00234      05  FILLER          PIC X(17)  VALUE 'PROPERTY'.
00235      05  FILLER          PIC X(12)  VALUE 'CERTIFICATE'.
00236      05  FILLER          PIC X(26)  VALUE 'FACILITY'.
00237      05  FILLER          PIC X(10)  VALUE 'EFFECTIVE'.
00238      05  FILLER          PIC X(10)  VALUE 'REVOKED'.
00239      05  FILLER          PIC X(16)  VALUE ' CERTIFIED VALUE'.
00240      05  FILLER          PIC X(2)   VALUE SPACES.
00241      05  FILLER          PIC X(20)  VALUE 'MESSAGE'.
00242      SKIP1
00243  01  AUDIT-LINE.
00244      05  FILLER          PIC X(3)   VALUE SPACES.
00245      05  AL-TAG          PIC X(8).
00246      05  FILLER          PIC X(2)   VALUE SPACES.
00247      05  AL-VOL          PIC 9(3).
00248      05  FILLER          PIC X(2)   VALUE SPACES.
00249      05  AL-PROP         PIC 9(15).
00250      05  FILLER          PIC X(2)   VALUE SPACES.
00251      05  AL-CERT-NO      PIC X(10).
00252      05  FILLER          PIC X(2)   VALUE SPACES.
00253      05  AL-FACILITY     PIC X(24).
00254      05  FILLER          PIC X(2)   VALUE SPACES.
00255      05  AL-EFF-DATE     PIC 9(8).
00256      05  FILLER          PIC X(2)   VALUE SPACES.
00257      05  AL-REVOKE-DATE  PIC 9(8).
00258      05  FILLER          PIC X(2)   VALUE SPACES.
00259      05  AL-CERT-VALUE   PIC ZZ,ZZZ,ZZZ,ZZ9.
00260      05  FILLER          PIC X(4)   VALUE SPACES.
00261      05  AL-MESSG        PIC X(30).
00262      EJECT
00263  PROCEDURE DIVISION.
00264      SKIP1
00265  A010-HOUSEKEEPING.
00266      OPEN INPUT  TRANS-FILE
00267           I-O    CERT-MASTER PENDCHG-FILE
00268           OUTPUT PRINT-FILE
00269           EXTEND CHGLOG-FILE.
00270      IF CERT-STATUS NOT EQUAL '00'
00271          DISPLAY 'ASREA980 -- CERTIFICATE MASTER OPEN FAILED, '
00272              'STATUS ' CERT-STATUS
00273          MOVE 16 TO RETURN-CODE
00274          CLOSE TRANS-FILE PRINT-FILE CHGLOG-FILE PENDCHG-FILE
00275          STOP RUN.
00276      IF PN-STATUS NOT EQUAL '00'
00277          DISPLAY 'ASREA980 -- PENDING CHANGE FILE OPEN FAILED, '
00278              'STATUS ' PN-STATUS
00279          MOVE 16 TO RETURN-CODE
00280          CLOSE TRANS-FILE CERT-MASTER PRINT-FILE CHGLOG-FILE
00281          STOP RUN.
00282      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00283      ACCEPT ACPT-DATE FROM DATE.
00284      MOVE ACPT-MO TO DSP-MO.
00285      MOVE ACPT-DA TO DSP-DA.
00286      MOVE ACPT-YR TO DSP-YR.
00287      MOVE DSP-DATE TO HD-DATE.
00288      OPEN INPUT APPROVER-FILE.
00289      PERFORM A015-LOAD-APPROVER THRU A015-EXIT
00290          UNTIL END-OF-APPROVER-FILE.
00291      CLOSE APPROVER-FILE.
00292      PERFORM B100-HEADING THRU B100-EXIT.
00293      PERFORM A030-READ-TRANS THRU A030-EXIT.
00294      PERFORM A020-APPLY-TRANS THRU A020-EXIT
00295          UNTIL END-OF-TRANS-FILE.
00296      DISPLAY 'TOTAL CERTIFICATE TRANSACTIONS READ..: '
00297          TRANS-IN-CNT.
00298      DISPLAY 'TOTAL CERTIFICATES ADDED.............: '
00299          ADDED-CNT.
00300      DISPLAY 'TOTAL CERTIFICATES CHANGED...........: '
00301          CHANGED-CNT.
00302      DISPLAY 'TOTAL CERTIFICATES REVOKED...........: '
00303          REVOKED-CNT.
00304      DISPLAY 'TOTAL CERTIFICATES REINSTATED........: '
00305          REINSTATED-CNT.
00306      DISPLAY 'TOTAL TRANSACTIONS REJECTED..........: '
00307          REJECTED-CNT.
00308      DISPLAY 'TOTAL CHANGES LOGGED.................: '
00309          CHGLOG-OUT-CNT.
00310      DISPLAY 'TOTAL CHANGES HELD PENDING...........: '
00311          HELD-CNT.
00312      DISPLAY 'TOTAL CHANGES APPROVED...............: '
00313          APPROVED-CNT.
00314      IF REJECTED-CNT GREATER THAN +0
00315          MOVE 8 TO RETURN-CODE.
00316      CLOSE TRANS-FILE, CERT-MASTER, PRINT-FILE,
00317            CHGLOG-FILE, PENDCHG-FILE.
00318      STOP RUN.
00319      SKIP1
00320  A015-LOAD-APPROVER.
00321      READ APPROVER-FILE AT END
00322          MOVE 'Y' TO APPR-EOF-SW
00323          GO TO A015-EXIT.
00324      IF AV-OPERATOR EQUAL SPACES
00325          GO TO A015-EXIT.
00326      IF AV-MASTER EQUAL 'PCCERT' OR AV-ALL-MASTERS
00327          IF AV-CNT LESS THAN +50
00328              ADD +1 TO AV-CNT
00329              MOVE AV-OPERATOR TO AV-TBL-OPER (AV-CNT).
00330  A015-EXIT. EXIT.
00331      SKIP1
00332  A020-APPLY-TRANS.
00333      MOVE SPACES TO W-REASON.
00334      IF NOT CT-VALID-ACTION
00335          MOVE 'ACTION CODE NOT A, C, R, I OR V' TO W-REASON.
00336      IF W-REASON EQUAL SPACES
00337       AND (CT-OPERATOR EQUAL SPACES OR CT-TERMINAL EQUAL SPACES)
00338          MOVE 'OPERATOR OR TERMINAL MISSING' TO W-REASON.
00339      IF W-REASON EQUAL SPACES
00340       AND (CT-VOL NOT NUMERIC OR CT-PROP NOT NUMERIC)
00341          MOVE 'VOLUME OR PROPERTY NOT NUMERIC' TO W-REASON.
00342      IF W-REASON EQUAL SPACES
00343       AND CT-CERT-NO EQUAL SPACES
00344          MOVE 'CERTIFICATE NUMBER MISSING' TO W-REASON.
00345      IF W-REASON NOT EQUAL SPACES
00346          PERFORM A065-REJECT THRU A065-EXIT
00347          GO TO A020-NEXT.
00348      IF CT-APPROVE
00349          PERFORM A500-APPROVE-CHANGE THRU A500-EXIT
00350          GO TO A020-NEXT.
00351      MOVE 'N' TO APPLY-SW.
00352      PERFORM A035-APPLY-ACTION THRU A035-EXIT.
00353  A020-NEXT.
00354      PERFORM A030-READ-TRANS THRU A030-EXIT.
00355  A020-EXIT. EXIT.
00356      SKIP1
00357  A030-READ-TRANS.
00358      READ TRANS-FILE AT END
00359          MOVE 'Y' TO TRANS-EOF-SW.
00360      IF NOT END-OF-TRANS-FILE
00361          ADD +1 TO TRANS-IN-CNT.
00362  A030-EXIT. EXIT.
00363      SKIP1
00364 *    EACH ACTION IS EDITED AGAINST THE CERTIFICATE AS IT STANDS.
00365 *    A SUBMITTED CARD THAT PASSES IS HELD FOR APPROVAL; THE SAME
00366 *    CARD IS EDITED AGAIN AND APPLIED WHEN IT IS APPROVED.
00367  A035-APPLY-ACTION.
00368      MOVE CT-VOL-N    TO PC-VOL.
00369      MOVE CT-PROP-N   TO PC-PROP.
00370      MOVE CT-CERT-NO  TO PC-CERT-NO.
00371      READ CERT-MASTER.
00372      IF CT-ADD
00373          PERFORM A100-ADD-CERT THRU A100-EXIT.
00374      IF CT-CHANGE
00375          PERFORM A200-CHANGE-CERT THRU A200-EXIT.
00376      IF CT-REVOKE
00377          PERFORM A300-REVOKE-CERT THRU A300-EXIT.
00378      IF CT-REINSTATE
00379          PERFORM A400-REINSTATE-CERT THRU A400-EXIT.
00380  A035-EXIT. EXIT.
00381      SKIP1
00382 *    A DATE IS ACCEPTED WHEN IT IS NUMERIC WITH A MONTH OF 01-12
00383 *    AND A DAY OF 01-31 IN A YEAR AFTER 1900.
00384  A050-EDIT-DATE.
00385      MOVE 'Y' TO W-DATE-OK-SW.
00386      IF W-DC-CCYY LESS THAN 1901
00387         OR W-DC-MM LESS THAN 01 OR W-DC-MM GREATER THAN 12
00388         OR W-DC-DD LESS THAN 01 OR W-DC-DD GREATER THAN 31
00389          MOVE 'N' TO W-DATE-OK-SW.
00390  A050-EXIT. EXIT.
00391      SKIP1
00392  A060-AUDIT-CERT.
00393      MOVE PC-VOL         TO AL-VOL.
00394      MOVE PC-PROP        TO AL-PROP.
00395      MOVE PC-CERT-NO     TO AL-CERT-NO.
00396      MOVE PC-FACILITY    TO AL-FACILITY.
00397      MOVE PC-EFF-DATE    TO AL-EFF-DATE.
00398      MOVE PC-REVOKE-DATE TO AL-REVOKE-DATE.
00399      MOVE PC-CERT-VALUE  TO AL-CERT-VALUE.
00400      PERFORM A085-STAMP-LINE THRU A085-EXIT.
00401      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00402  A060-EXIT. EXIT.
00403      SKIP1
00404  A065-REJECT.
00405      ADD +1 TO REJECTED-CNT.
00406      MOVE SPACES TO AUDIT-LINE.
00407      MOVE 'REJECTED' TO AL-TAG.
00408      MOVE ZEROS      TO AL-VOL AL-PROP AL-EFF-DATE AL-REVOKE-DATE
00409                         AL-CERT-VALUE.
00410      IF CT-VOL NUMERIC
00411          MOVE CT-VOL-N TO AL-VOL.
00412      IF CT-PROP NUMERIC
00413          MOVE CT-PROP-N TO AL-PROP.
00414      MOVE CT-CERT-NO  TO AL-CERT-NO.
00415      MOVE CT-FACILITY TO AL-FACILITY.
00416      MOVE W-REASON    TO AL-MESSG.
00417      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00418  A065-EXIT. EXIT.
00419      SKIP1
00420  A085-STAMP-LINE.
00421      MOVE CT-OPERATOR TO W-STAMP-OPER.
00422      MOVE CT-TERMINAL TO W-STAMP-TERM.
00423      MOVE W-STAMP     TO AL-MESSG.
00424  A085-EXIT. EXIT.
00425      SKIP1
00426  A090-WRITE-AUDIT.
00427      IF LINE-CNT GREATER THAN +57
00428          PERFORM B100-HEADING THRU B100-EXIT.
00429      WRITE PRINT-REC FROM AUDIT-LINE AFTER ADVANCING 1.
00430      ADD +1 TO LINE-CNT.
00431  A090-EXIT. EXIT.
00432      SKIP1
00433  A095-LOG-CHANGE.
00434      MOVE SPACES      TO CHGLOG-REC.
00435      MOVE FUNCTION CURRENT-DATE (1:8) TO CG-CHANGE-DATE.
00436      MOVE FUNCTION CURRENT-DATE (9:6) TO CG-CHANGE-TIME.
00437      MOVE CT-OPERATOR TO CG-OPERATOR.
00438      MOVE CT-TERMINAL TO CG-TERMINAL.
00439      MOVE 'ASREA980'  TO CG-PROGRAM-ID.
00440      MOVE 'PCCERT'    TO CG-MASTER.
00441      MOVE 'C'         TO CG-ACTION.
00442      IF CT-ADD
00443          MOVE 'A'     TO CG-ACTION.
00444      PERFORM A620-SET-PEND-KEY THRU A620-EXIT.
00445      MOVE W-PEND-REC-KEY TO CG-KEY.
00446      MOVE PC-FACILITY TO CG-DESC.
00447      WRITE CHGLOG-REC.
00448      ADD +1 TO CHGLOG-OUT-CNT.
00449  A095-EXIT. EXIT.
00450      SKIP1
00451 *    ADD - THE CERTIFICATE MUST BE NEW, AND THE FACILITY NAME,
00452 *    EFFECTIVE DATE AND CERTIFIED VALUE MUST ALL BE PUNCHED.
00453  A100-ADD-CERT.
00454      IF CERT-STATUS EQUAL '00'
00455          MOVE 'CERTIFICATE ALREADY ON MASTER' TO W-REASON
00456          GO TO A100-REJECT.
00457      IF CT-FACILITY EQUAL SPACES
00458          MOVE 'FACILITY NAME MISSING' TO W-REASON
00459          GO TO A100-REJECT.
00460      IF CT-EFF-DATE NOT NUMERIC
00461          MOVE 'EFFECTIVE DATE INVALID' TO W-REASON
00462          GO TO A100-REJECT.
00463      MOVE CT-EFF-DATE-N TO W-DATE-CHK.
00464      PERFORM A050-EDIT-DATE THRU A050-EXIT.
00465      IF NOT W-DATE-OK
00466          MOVE 'EFFECTIVE DATE INVALID' TO W-REASON
00467          GO TO A100-REJECT.
00468      IF CT-CERT-VALUE NOT NUMERIC
00469          MOVE 'CERTIFIED VALUE NOT NUMERIC' TO W-REASON
00470          GO TO A100-REJECT.
00471      IF NOT APPLY-NOW
00472          PERFORM A600-HOLD-CHANGE THRU A600-EXIT
00473          GO TO A100-EXIT.
00474      MOVE SPACES          TO CERT-REC.
00475      MOVE CT-VOL-N        TO PC-VOL.
00476      MOVE CT-PROP-N       TO PC-PROP.
00477      MOVE CT-CERT-NO      TO PC-CERT-NO.
00478      MOVE CT-FACILITY     TO PC-FACILITY.
00479      MOVE CT-EFF-DATE-N   TO PC-EFF-DATE.
00480      MOVE ZEROS           TO PC-REVOKE-DATE.
00481      MOVE CT-CERT-VALUE-N TO PC-CERT-VALUE.
00482      MOVE 'A'             TO PC-LAST-ACTION.
00483      MOVE W-RUN-DATE      TO PC-LAST-DATE.
00484      MOVE CT-OPERATOR     TO PC-OPERATOR.
00485      MOVE CT-TERMINAL     TO PC-TERMINAL.
00486      WRITE CERT-REC.
00487      IF CERT-STATUS NOT EQUAL '00'
00488          ADD +1 TO REJECTED-CNT
00489          MOVE 'CERTIFICATE WRITE FAILED' TO W-REASON
00490          DISPLAY 'ASREA980 -- CERTIFICATE WRITE FAILED, STATUS '
00491              CERT-STATUS ' CERTIFICATE ' PC-CERT-NO
00492          GO TO A100-EXIT.
00493      ADD +1 TO ADDED-CNT.
00494      MOVE SPACES  TO AUDIT-LINE.
00495      MOVE 'ADDED   ' TO AL-TAG.
00496      PERFORM A060-AUDIT-CERT THRU A060-EXIT.
00497      PERFORM A095-LOG-CHANGE THRU A095-EXIT.
00498      GO TO A100-EXIT.
00499  A100-REJECT.
00500      PERFORM A065-REJECT THRU A065-EXIT.
00501  A100-EXIT. EXIT.
00502      SKIP1
00503 *    CHANGE - ONLY THE FIELDS PUNCHED ARE REPLACED.  A NEW
00504 *    EFFECTIVE DATE MAY NOT FALL AFTER AN EXISTING REVOCATION.
00505  A200-CHANGE-CERT.
00506      IF CERT-STATUS NOT EQUAL '00'
00507          MOVE 'CERTIFICATE NOT ON MASTER' TO W-REASON
00508          GO TO A200-REJECT.
00509      IF CT-FACILITY EQUAL SPACES
00510       AND CT-EFF-DATE EQUAL SPACES
00511       AND CT-CERT-VALUE EQUAL SPACES
00512          MOVE 'NOTHING TO CHANGE' TO W-REASON
00513          GO TO A200-REJECT.
00514      IF CT-EFF-DATE NOT EQUAL SPACES
00515          IF CT-EFF-DATE NOT NUMERIC
00516              MOVE 'EFFECTIVE DATE INVALID' TO W-REASON
00517              GO TO A200-REJECT
00518          ELSE
00519              MOVE CT-EFF-DATE-N TO W-DATE-CHK
00520              PERFORM A050-EDIT-DATE THRU A050-EXIT
00521              IF NOT W-DATE-OK
00522                  MOVE 'EFFECTIVE DATE INVALID' TO W-REASON
00523                  GO TO A200-REJECT.
00524      IF CT-EFF-DATE NOT EQUAL SPACES
00525       AND NOT PC-NOT-REVOKED
00526       AND CT-EFF-DATE-N NOT LESS THAN PC-REVOKE-DATE
00527          MOVE 'EFFECTIVE DATE AFTER REVOCATION' TO W-REASON
00528          GO TO A200-REJECT.
00529      IF CT-CERT-VALUE NOT EQUAL SPACES
00530       AND CT-CERT-VALUE NOT NUMERIC
00531          MOVE 'CERTIFIED VALUE NOT NUMERIC' TO W-REASON
00532          GO TO A200-REJECT.
00533      IF NOT APPLY-NOW
00534          PERFORM A600-HOLD-CHANGE THRU A600-EXIT
00535          GO TO A200-EXIT.
00536      IF CT-FACILITY NOT EQUAL SPACES
00537          MOVE CT-FACILITY TO PC-FACILITY.
00538      IF CT-EFF-DATE NOT EQUAL SPACES
00539          MOVE CT-EFF-DATE-N TO PC-EFF-DATE.
00540      IF CT-CERT-VALUE NOT EQUAL SPACES
00541          MOVE CT-CERT-VALUE-N TO PC-CERT-VALUE.
00542      MOVE 'C'        TO PC-LAST-ACTION.
00543      MOVE W-RUN-DATE TO PC-LAST-DATE.
00544      MOVE CT-OPERATOR TO PC-OPERATOR.
00545      MOVE CT-TERMINAL TO PC-TERMINAL.
00546      REWRITE CERT-REC.
00547      IF CERT-STATUS NOT EQUAL '00'
00548          ADD +1 TO REJECTED-CNT
00549          MOVE 'CERTIFICATE REWRITE FAILED' TO W-REASON
00550          DISPLAY 'ASREA980 -- CERTIFICATE REWRITE FAILED, STATUS '
00551              CERT-STATUS ' CERTIFICATE ' PC-CERT-NO
00552          GO TO A200-EXIT.
00553      ADD +1 TO CHANGED-CNT.
00554      MOVE SPACES  TO AUDIT-LINE.
00555      MOVE 'CHANGED ' TO AL-TAG.
00556      PERFORM A060-AUDIT-CERT THRU A060-EXIT.
00557      PERFORM A095-LOG-CHANGE THRU A095-EXIT.
00558      GO TO A200-EXIT.
00559  A200-REJECT.
00560      PERFORM A065-REJECT THRU A065-EXIT.
00561  A200-EXIT. EXIT.
00562      SKIP1
00563 *    REVOKE - THE REVOCATION DATE MUST BE PUNCHED AND MAY NOT
00564 *    FALL BEFORE THE EFFECTIVE DATE.
00565  A300-REVOKE-CERT.
00566      IF CERT-STATUS NOT EQUAL '00'
00567          MOVE 'CERTIFICATE NOT ON MASTER' TO W-REASON
00568          GO TO A300-REJECT.
00569      IF NOT PC-NOT-REVOKED
00570          MOVE 'CERTIFICATE ALREADY REVOKED' TO W-REASON
00571          GO TO A300-REJECT.
00572      IF CT-REVOKE-DATE NOT NUMERIC
00573          MOVE 'REVOCATION DATE INVALID' TO W-REASON
00574          GO TO A300-REJECT.
00575      MOVE CT-REVOKE-DATE-N TO W-DATE-CHK.
00576      PERFORM A050-EDIT-DATE THRU A050-EXIT.
00577      IF NOT W-DATE-OK
00578          MOVE 'REVOCATION DATE INVALID' TO W-REASON
00579          GO TO A300-REJECT.
00580      IF CT-REVOKE-DATE-N LESS THAN PC-EFF-DATE
00581          MOVE 'REVOCATION BEFORE EFFECTIVE DATE' TO W-REASON
00582          GO TO A300-REJECT.
00583      IF NOT APPLY-NOW
00584          PERFORM A600-HOLD-CHANGE THRU A600-EXIT
00585          GO TO A300-EXIT.
00586      MOVE CT-REVOKE-DATE-N TO PC-REVOKE-DATE.
00587      MOVE 'R'        TO PC-LAST-ACTION.
00588      MOVE W-RUN-DATE TO PC-LAST-DATE.
00589      MOVE CT-OPERATOR TO PC-OPERATOR.
00590      MOVE CT-TERMINAL TO PC-TERMINAL.
00591      REWRITE CERT-REC.
00592      IF CERT-STATUS NOT EQUAL '00'
00593          ADD +1 TO REJECTED-CNT
00594          MOVE 'CERTIFICATE REWRITE FAILED' TO W-REASON
00595          DISPLAY 'ASREA980 -- CERTIFICATE REWRITE FAILED, STATUS '
00596              CERT-STATUS ' CERTIFICATE ' PC-CERT-NO
00597          GO TO A300-EXIT.
00598      ADD +1 TO REVOKED-CNT.
00599      MOVE SPACES  TO AUDIT-LINE.
00600      MOVE 'REVOKED ' TO AL-TAG.
00601      PERFORM A060-AUDIT-CERT THRU A060-EXIT.
00602      PERFORM A095-LOG-CHANGE THRU A095-EXIT.
00603      GO TO A300-EXIT.
00604  A300-REJECT.
00605      PERFORM A065-REJECT THRU A065-EXIT.
00606  A300-EXIT. EXIT.
00607      SKIP1
00608  A400-REINSTATE-CERT.
00609      IF CERT-STATUS NOT EQUAL '00'
00610          MOVE 'CERTIFICATE NOT ON MASTER' TO W-REASON
00611          GO TO A400-REJECT.
00612      IF PC-NOT-REVOKED
00613          MOVE 'CERTIFICATE NOT REVOKED' TO W-REASON
00614          GO TO A400-REJECT.
00615      IF NOT APPLY-NOW
00616          PERFORM A600-HOLD-CHANGE THRU A600-EXIT
00617          GO TO A400-EXIT.
00618      MOVE ZEROS      TO PC-REVOKE-DATE.
00619      MOVE 'I'        TO PC-LAST-ACTION.
00620      MOVE W-RUN-DATE TO PC-LAST-DATE.
00621      MOVE CT-OPERATOR TO PC-OPERATOR.
00622      MOVE CT-TERMINAL TO PC-TERMINAL.
00623      REWRITE CERT-REC.
00624      IF CERT-STATUS NOT EQUAL '00'
00625          ADD +1 TO REJECTED-CNT
00626          MOVE 'CERTIFICATE REWRITE FAILED' TO W-REASON
00627          DISPLAY 'ASREA980 -- CERTIFICATE REWRITE FAILED, STATUS '
00628              CERT-STATUS ' CERTIFICATE ' PC-CERT-NO
00629          GO TO A400-EXIT.
00630      ADD +1 TO REINSTATED-CNT.
00631      MOVE SPACES  TO AUDIT-LINE.
00632      MOVE 'REINSTAT' TO AL-TAG.
00633      PERFORM A060-AUDIT-CERT THRU A060-EXIT.
00634      PERFORM A095-LOG-CHANGE THRU A095-EXIT.
00635      GO TO A400-EXIT.
00636  A400-REJECT.
00637      PERFORM A065-REJECT THRU A065-EXIT.
00638  A400-EXIT. EXIT.
00639      SKIP1
00640  A500-APPROVE-CHANGE.
00641      PERFORM A502-CHECK-APPROVER THRU A502-EXIT.
00642      IF NOT APPROVER-AUTHORIZED
00643          MOVE 'OPERATOR NOT AUTHORIZED' TO W-REASON
00644          PERFORM A065-REJECT THRU A065-EXIT
00645          GO TO A500-EXIT.
00646      PERFORM A620-SET-PEND-KEY THRU A620-EXIT.
00647      MOVE W-PEND-KEY TO PN-KEY.
00648      READ PENDCHG-FILE.
00649      IF PN-STATUS NOT EQUAL '00'
00650          MOVE 'NO CHANGE PENDING FOR THIS KEY' TO W-REASON
00651          PERFORM A065-REJECT THRU A065-EXIT
00652          GO TO A500-EXIT.
00653      IF PN-OPERATOR EQUAL CT-OPERATOR
00654          MOVE 'APPROVER SAME AS SUBMITTER' TO W-REASON
00655          PERFORM A065-REJECT THRU A065-EXIT
00656          GO TO A500-EXIT.
00657      MOVE CT-OPERATOR TO W-APPR-OPER.
00658      MOVE CT-TERMINAL TO W-APPR-TERM.
00659      MOVE PN-TRANS    TO TRANS-REC.
00660      MOVE 'Y' TO APPLY-SW.
00661      PERFORM A035-APPLY-ACTION THRU A035-EXIT.
00662      IF W-REASON EQUAL SPACES
00663          ADD +1 TO APPROVED-CNT
00664          PERFORM A625-PRINT-APPROVAL THRU A625-EXIT
00665          PERFORM A630-LOG-APPROVAL THRU A630-EXIT.
00666      MOVE W-PEND-KEY TO PN-KEY.
00667      DELETE PENDCHG-FILE RECORD.
00668      IF PN-STATUS NOT EQUAL '00'
00669          DISPLAY 'ASREA980 -- PENDING CHANGE DELETE FAILED, '
00670              'STATUS ' PN-STATUS.
00671  A500-EXIT. EXIT.
00672      SKIP1
00673  A502-CHECK-APPROVER.
00674      MOVE 'N' TO AUTH-SW.
00675      PERFORM A504-SCAN-APPROVER THRU A504-EXIT
00676          VARYING AV-SUB FROM +1 BY +1
00677          UNTIL AV-SUB GREATER THAN AV-CNT
00678             OR APPROVER-AUTHORIZED.
00679  A502-EXIT. EXIT.
00680      SKIP1
00681  A504-SCAN-APPROVER.
00682      IF AV-TBL-OPER (AV-SUB) EQUAL CT-OPERATOR
00683          MOVE 'Y' TO AUTH-SW.
00684  A504-EXIT. EXIT.
00685      SKIP1
00686 *    HOLD - ENTERED FROM THE ACTION PARAGRAPHS ONCE THE CARD HAS
00687 *    PASSED EVERY EDIT, WITH THE CERTIFICATE (IF ANY) STILL IN THE
00688 *    RECORD AREA FOR THE BEFORE VALUES.
00689  A600-HOLD-CHANGE.
00690      PERFORM A620-SET-PEND-KEY THRU A620-EXIT.
00691      MOVE SPACES TO W-BEFORE, W-AFTER.
00692      IF CT-ADD
00693          MOVE 'NOT ON MASTER' TO W-BEFORE
00694      ELSE
00695          STRING 'EFF ' PC-EFF-DATE ' REV ' PC-REVOKE-DATE
00696              ' VAL ' PC-CERT-VALUE ' ' PC-FACILITY
00697              DELIMITED BY SIZE INTO W-BEFORE.
00698      IF CT-ADD OR CT-CHANGE
00699          STRING 'EFF ' CT-EFF-DATE ' VAL ' CT-CERT-VALUE
00700              ' ' CT-FACILITY
00701              DELIMITED BY SIZE INTO W-AFTER.
00702      IF CT-REVOKE
00703          STRING 'REVOKED AS OF ' CT-REVOKE-DATE
00704              DELIMITED BY SIZE INTO W-AFTER.
00705      IF CT-REINSTATE
00706          MOVE 'REINSTATED' TO W-AFTER.
00707      MOVE W-PEND-KEY  TO PN-KEY.
00708      READ PENDCHG-FILE.
00709      IF PN-STATUS EQUAL '00'
00710          MOVE 'A CHANGE IS ALREADY PENDING' TO W-REASON
00711          PERFORM A065-REJECT THRU A065-EXIT
00712          GO TO A600-EXIT.
00713      MOVE SPACES      TO PENDCHG-REC.
00714      MOVE W-PEND-KEY  TO PN-KEY.
00715      MOVE 'C'         TO PN-ACTION.
00716      IF CT-ADD
00717          MOVE 'A'     TO PN-ACTION.
00718      MOVE FUNCTION CURRENT-DATE (1:8) TO PN-SUBMIT-DATE.
00719      MOVE FUNCTION CURRENT-DATE (9:6) TO PN-SUBMIT-TIME.
00720      MOVE CT-OPERATOR TO PN-OPERATOR.
00721      MOVE CT-TERMINAL TO PN-TERMINAL.
00722      MOVE 'ASREA980'  TO PN-PROGRAM-ID.
00723      MOVE W-BEFORE    TO PN-BEFORE.
00724      MOVE W-AFTER     TO PN-AFTER.
00725      MOVE TRANS-REC   TO PN-TRANS.
00726      WRITE PENDCHG-REC.
00727      IF PN-STATUS NOT EQUAL '00'
00728          MOVE 'PENDING CHANGE WRITE FAILED' TO W-REASON
00729          PERFORM A065-REJECT THRU A065-EXIT
00730          GO TO A600-EXIT.
00731      ADD +1 TO HELD-CNT.
00732      MOVE SPACES     TO AUDIT-LINE.
00733      MOVE 'HELD    ' TO AL-TAG.
00734      PERFORM A610-CARD-LINE THRU A610-EXIT.
00735      PERFORM A085-STAMP-LINE THRU A085-EXIT.
00736      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00737  A600-EXIT. EXIT.
00738      SKIP1
00739  A610-CARD-LINE.
00740      MOVE ZEROS       TO AL-EFF-DATE AL-REVOKE-DATE AL-CERT-VALUE.
00741      MOVE CT-VOL-N    TO AL-VOL.
00742      MOVE CT-PROP-N   TO AL-PROP.
00743      MOVE CT-CERT-NO  TO AL-CERT-NO.
00744      MOVE CT-FACILITY TO AL-FACILITY.
00745      IF CT-EFF-DATE NUMERIC
00746          MOVE CT-EFF-DATE-N TO AL-EFF-DATE.
00747      IF CT-REVOKE-DATE NUMERIC
00748          MOVE CT-REVOKE-DATE-N TO AL-REVOKE-DATE.
00749      IF CT-CERT-VALUE NUMERIC
00750          MOVE CT-CERT-VALUE-N TO AL-CERT-VALUE.
00751  A610-EXIT. EXIT.
00752      SKIP1
00753  A620-SET-PEND-KEY.
00754      MOVE SPACES       TO W-PEND-KEY.
00755      MOVE 'PCCERT'     TO W-PEND-MASTER.
00756      MOVE CT-PROP (2:14) TO W-PEND-PIN.
00757      MOVE CT-CERT-NO   TO W-PEND-CERT-NO.
00758  A620-EXIT. EXIT.
00759      SKIP1
00760  A625-PRINT-APPROVAL.
00761      MOVE SPACES       TO AUDIT-LINE.
00762      MOVE 'APPROVED'   TO AL-TAG.
00763      PERFORM A610-CARD-LINE THRU A610-EXIT.
00764      MOVE W-APPR-OPER  TO W-STAMP-OPER.
00765      MOVE W-APPR-TERM  TO W-STAMP-TERM.
00766      MOVE W-STAMP      TO AL-MESSG.
00767      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00768  A625-EXIT. EXIT.
00769      SKIP1
00770  A630-LOG-APPROVAL.
00771      MOVE SPACES      TO CHGLOG-REC.
00772      MOVE FUNCTION CURRENT-DATE (1:8) TO CG-CHANGE-DATE.
00773      MOVE FUNCTION CURRENT-DATE (9:6) TO CG-CHANGE-TIME.
00774      MOVE W-APPR-OPER TO CG-OPERATOR.
00775      MOVE W-APPR-TERM TO CG-TERMINAL.
00776      MOVE 'ASREA980'  TO CG-PROGRAM-ID.
00777      MOVE W-PEND-MASTER  TO CG-MASTER.
00778      MOVE 'V'         TO CG-ACTION.
00779      MOVE W-PEND-REC-KEY TO CG-KEY.
00780      MOVE PC-FACILITY TO CG-DESC.
00781      WRITE CHGLOG-REC.
00782      ADD +1 TO CHGLOG-OUT-CNT.
00783  A630-EXIT. EXIT.
00784      SKIP1
00785  B100-HEADING.
00786      ADD +1 TO PAGE-CNT.
00787      MOVE PAGE-CNT TO HD-PAGE.
00788      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00789      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00790      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00791      MOVE +5 TO LINE-CNT.
00792  B100-EXIT. EXIT.
