00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA974.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. TAXES PAID UNDER PROTEST ARE CARRIED ON THE PROPERTY
00007 *         MASTER PROTEST SEGMENT (PM-PROT-NO, PM-PROT-AMT) BUT NO
00008 *         CASE FILE FOLLOWED THE OBJECTION THROUGH COURT.  THIS
00009 *         PROGRAM MAINTAINS THE TAX OBJECTION CASE MASTER
00010 *         (ASTXOBJR1), KEYED BY PROTEST NUMBER.  EVERY PROTEST
00011 *         SEGMENT NOT YET ON THE MASTER OPENS A CASE; AN OPEN
00012 *         CASE WHOSE PROTESTED AMOUNT HAS CHANGED IS UPDATED.
00013 *         COURT DISPOSITION CARDS THEN RECORD THE OBJECTION
00014 *         GROUNDS AND COURT CASE NUMBER (ACTION G), A SETTLEMENT
00015 *         WITH THE REFUND ORDERED (ACTION S), A DENIAL (ACTION D)
00016 *         OR A WITHDRAWAL (ACTION W).  EVERY SETTLEMENT WRITES A
00017 *         REFUND VOUCHER IN THE TREASURER'S INTERFACE FORMAT USED
00018 *         BY ASREA908, CARRYING THE PROTEST NUMBER IN THE
00019 *         CERTIFICATE NUMBER FIELD, FOLLOWED BY THE CONTROL-TOTAL
00020 *         TRAILER.  EVERY CASE TOUCHED IS LISTED; REJECTED
00021 *         TRANSACTIONS ARE LISTED WITH THEIR REASON.
00022      SKIP2
00023  ENVIRONMENT DIVISION.
00024  CONFIGURATION SECTION.
00025  SOURCE-COMPUTER. IBM-370.
00026  OBJECT-COMPUTER. IBM-370.
00027      SKIP1
00028  INPUT-OUTPUT SECTION.
00029  FILE-CONTROL.
00030      SELECT PROP-MASTER   ASSIGN TO UT-S-PROPMSTR.
00031      SELECT DISP-FILE     ASSIGN TO UT-S-OBJDISP.
00032      SELECT OBJ-MASTER    ASSIGN TO DA-TXOBJMS
00033        ORGANIZATION IS INDEXED
00034        ACCESS IS RANDOM
00035        RECORD KEY IS TO-PROT-NO
00036        FILE STATUS IS OBJ-STATUS.
00037      SELECT VOUCHER-FILE  ASSIGN TO UT-S-VOUCHER.
00038      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00039      SKIP2
00040  DATA DIVISION.
00041  FILE SECTION.
00042      SKIP1
00043  FD  PROP-MASTER
00044      BLOCK  CONTAINS 0 CHARACTERS
00045      RECORD CONTAINS 29 TO 1275 CHARACTERS
00046      RECORDING MODE IS S
00047      LABEL  RECORDS ARE STANDARD
00048      DATA RECORD IS PM-REC.
00049  01  PM-REC.
00050  COPY PROPMSRD01.
00051      SKIP2
00052  FD  DISP-FILE
00053      BLOCK  CONTAINS 0 RECORDS
00054      RECORD CONTAINS 80 CHARACTERS
00055      RECORDING MODE IS F
00056      LABEL  RECORDS ARE STANDARD
00057      DATA RECORD IS DISP-REC.
00058  01  DISP-REC.
00059      05  DO-ACTION       PIC X.
00060          88  DO-GROUNDS             VALUE 'G'.
00061          88  DO-SETTLE              VALUE 'S'.
00062          88  DO-DENY                VALUE 'D'.
00063          88  DO-WITHDRAW            VALUE 'W'.
00064          88  DO-VALID-ACTION        VALUE 'G' 'S' 'D' 'W'.
00065      05  DO-PROT-NO      PIC X(7).
00066      05  DO-PROT-NO-N REDEFINES DO-PROT-NO
00067                          PIC 9(7).
00068      05  DO-GROUNDS-CD   PIC XX.
00069      05  DO-COURT-CASE   PIC X(12).
00070      05  DO-REFUND-AMT   PIC X(11).
00071      05  DO-REFUND-AMT-N REDEFINES DO-REFUND-AMT
00072                          PIC 9(9)V99.
00073      05  FILLER          PIC X(47).
00074      SKIP2
00075  FD  OBJ-MASTER
00076      RECORD CONTAINS 120 CHARACTERS
00077      LABEL RECORDS ARE STANDARD.
00078      SKIP1
00079  01  OBJ-REC.
00080  COPY ASTXOBJR1.
00081      SKIP2
00082  FD  VOUCHER-FILE
00083      BLOCK  CONTAINS 0 RECORDS
00084      RECORD CONTAINS 100 CHARACTERS
00085      RECORDING MODE IS F
00086      LABEL  RECORDS ARE STANDARD
00087      DATA RECORD IS VOUCHER-REC.
00088  01  VOUCHER-REC.
00089      05  VCH-REC-TYPE    PIC X.
00090      05  VCH-PROP        PIC 9(15).
00091      05  VCH-CERT-NO     PIC 9(7).
00092      05  VCH-TXCD        PIC 9(5).
00093      05  VCH-REDUCTION   PIC 9(9).
00094      05  VCH-RATE        PIC 9(4)V9(3).
00095      05  VCH-REFUND-AMT  PIC 9(9)V99.
00096      05  VCH-APPL-NAME   PIC X(22).
00097      05  VCH-INT-AMT     PIC 9(9)V99.
00098      05  VCH-ISSUE-DATE  PIC 9(8).
00099      05  VCH-TAX-YEAR    PIC 9(4).
00100  01  VOUCHER-TRAILER REDEFINES VOUCHER-REC.
00101      05  VTR-REC-TYPE    PIC X.
00102      05  VTR-VCH-COUNT   PIC 9(9).
00103      05  VTR-REFUND-TOT  PIC 9(11)V99.
00104      05  VTR-REDUC-TOT   PIC 9(11)V99.
00105      05  VTR-INT-TOT     PIC 9(11)V99.
00106      05  FILLER          PIC X(51).
00107      SKIP2
00108  FD  PRINT-FILE
00109      BLOCK  CONTAINS 0 RECORDS
00110      RECORD CONTAINS 133 CHARACTERS
00111      RECORDING MODE IS F
00112      LABEL  RECORDS ARE STANDARD.
00113      SKIP1
00114  01  PRINT-REC               PIC X(133).
00115      SKIP2
00116  WORKING-STORAGE SECTION.
00117      SKIP1
00118  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00119  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00120      SKIP1
00121  77  PM-EOF-SW                 PIC X      VALUE 'N'.
00122      88  END-OF-PM-FILE                   VALUE 'Y'.
00123  77  DISP-EOF-SW               PIC X      VALUE 'N'.
00124      88  END-OF-DISP-FILE                 VALUE 'Y'.
00125      SKIP1
00126  77  OBJ-STATUS                PIC XX     VALUE '00'.
00127      SKIP1
00128  77  PM-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00129  77  PROTEST-CNT       COMP-3  PIC S9(7)  VALUE +0.
00130  77  DISP-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00131  77  OPENED-CNT        COMP-3  PIC S9(7)  VALUE +0.
00132  77  AMT-CHANGED-CNT   COMP-3  PIC S9(7)  VALUE +0.
00133  77  GROUNDS-CNT       COMP-3  PIC S9(7)  VALUE +0.
00134  77  SETTLED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00135  77  DENIED-CNT        COMP-3  PIC S9(7)  VALUE +0.
00136  77  WITHDRAWN-CNT     COMP-3  PIC S9(7)  VALUE +0.
00137  77  REJECTED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00138  77  VOUCHER-OUT-CNT   COMP-3  PIC S9(7)  VALUE +0.
00139      SKIP1
00140  77  SEG-SUB           COMP-3  PIC S9(3)  VALUE +0.
00141  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00142  77  W-REASON                  PIC X(30)  VALUE SPACES.
00143  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00144  77  W-PM-NAME                 PIC X(22)  VALUE SPACES.
00145  77  W-REFUND-TOTAL    COMP-3  PIC S9(11)V99 VALUE +0.
00146      SKIP1
00147  01  ACPT-DATE                  PIC 9(6).
00148  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00149      05  ACPT-YR                PIC 99.
00150      05  ACPT-MO                PIC 99.
00151      05  ACPT-DA                PIC 99.
00152  01  DSP-DATE.
00153      05  DSP-MO                 PIC 99.
00154      05  FILLER                 PIC X      VALUE '/'.
00155      05  DSP-DA                 PIC 99.
00156      05  FILLER                 PIC X      VALUE '/'.
00157      05  DSP-YR                 PIC 99.
00158      SKIP1
00159  01  HEAD-A.
00160      05  FILLER          PIC X(3)   VALUE SPACES.
00161      05  HD-DATE         PIC X(8).
00162      05  FILLER          PIC X(44)  VALUE SPACES.
00163      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00164      05  FILLER          PIC X(44)  VALUE SPACES.
00165      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00166      05  HD-PAGE         PIC ZZ,ZZ9.
00167      SKIP1
00168  01  HEAD-B.
00169      05  FILLER          PIC X(3)   VALUE SPACES.
00170      05  FILLER          PIC X(8)   VALUE 'ASREA974'.
00171      05  FILLER          PIC X(18)  VALUE SPACES.
00172      05  FILLER          PIC X(52)  VALUE
00173          'TAX OBJECTION CASE MASTER MAINTENANCE LISTING'.
00174      SKIP1
00175  01  AUDIT-LINE.
00176      05  FILLER          PIC X(3)   VALUE SPACES.
00177      05  AL-TAG          PIC X(8).
00178      05  FILLER          PIC X(2)   VALUE SPACES.
00179      05  AL-PROT-NO      PIC 9(7).
00180      05  FILLER          PIC X(2)   VALUE SPACES.
00181      05  AL-PROP         PIC 9(15).
00182      05  FILLER          PIC X(2)   VALUE SPACES.
00183      05  AL-TAX-YEAR     PIC 9(4).
00184      05  FILLER          PIC X(2)   VALUE SPACES.
00185      05  AL-PROT-AMT     PIC ZZZ,ZZZ,ZZ9.99.
00186      05  FILLER          PIC X(2)   VALUE SPACES.
00187      05  AL-GROUNDS      PIC XX.
00188      05  FILLER          PIC X(2)   VALUE SPACES.
00189      05  AL-STATUS       PIC X.
00190      05  FILLER          PIC X(2)   VALUE SPACES.
00191      05  AL-REFUND-AMT   PIC ZZZ,ZZZ,ZZ9.99.
00192      05  FILLER          PIC X(2)   VALUE SPACES.
00193      05  AL-MESSG        PIC X(30).
00194      EJECT
00195  PROCEDURE DIVISION.
00196      SKIP1
00197  A010-HOUSEKEEPING.
00198      OPEN INPUT  PROP-MASTER, DISP-FILE
00199           I-O    OBJ-MASTER
00200           OUTPUT VOUCHER-FILE, PRINT-FILE.
00201      IF OBJ-STATUS NOT EQUAL '00'
00202          DISPLAY 'ASREA974 -- OBJECTION MASTER OPEN FAILED, '
00203              'STATUS ' OBJ-STATUS
00204          MOVE 16 TO RETURN-CODE
00205          CLOSE PROP-MASTER DISP-FILE VOUCHER-FILE PRINT-FILE
00206          STOP RUN.
00207      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00208      ACCEPT ACPT-DATE FROM DATE.
00209      MOVE ACPT-MO TO DSP-MO.
00210      MOVE ACPT-DA TO DSP-DA.
00211      MOVE ACPT-YR TO DSP-YR.
00212      MOVE DSP-DATE TO HD-DATE.
00213      PERFORM B100-HEADING THRU B100-EXIT.
00214      PERFORM A030-READ-PM THRU A030-EXIT.
00215      PERFORM A020-SCAN-PROTESTS THRU A020-EXIT
00216          UNTIL END-OF-PM-FILE.
00217      PERFORM A035-READ-DISP THRU A035-EXIT.
00218      PERFORM A025-APPLY-DISP THRU A025-EXIT
00219          UNTIL END-OF-DISP-FILE.
00220      PERFORM A080-WRITE-TRAILER THRU A080-EXIT.
00221      DISPLAY 'TOTAL PROPERTY MASTER RECORDS READ...: '
00222          PM-IN-CNT.
00223      DISPLAY 'TOTAL PROTEST SEGMENTS...............: '
00224          PROTEST-CNT.
00225      DISPLAY 'TOTAL DISPOSITION CARDS READ.........: '
00226          DISP-IN-CNT.
00227      DISPLAY 'TOTAL OBJECTION CASES OPENED.........: '
00228          OPENED-CNT.
00229      DISPLAY 'TOTAL PROTEST AMOUNTS CHANGED........: '
00230          AMT-CHANGED-CNT.
00231      DISPLAY 'TOTAL GROUNDS RECORDED...............: '
00232          GROUNDS-CNT.
00233      DISPLAY 'TOTAL OBJECTIONS SETTLED.............: '
00234          SETTLED-CNT.
00235      DISPLAY 'TOTAL OBJECTIONS DENIED..............: '
00236          DENIED-CNT.
00237      DISPLAY 'TOTAL OBJECTIONS WITHDRAWN...........: '
00238          WITHDRAWN-CNT.
00239      DISPLAY 'TOTAL REFUND VOUCHERS WRITTEN........: '
00240          VOUCHER-OUT-CNT.
00241      DISPLAY 'TOTAL TRANSACTIONS REJECTED..........: '
00242          REJECTED-CNT.
00243      IF REJECTED-CNT GREATER THAN +0
00244          MOVE 8 TO RETURN-CODE.
00245      CLOSE PROP-MASTER, DISP-FILE, OBJ-MASTER, VOUCHER-FILE,
00246            PRINT-FILE.
00247      STOP RUN.
00248      SKIP1
00249  A020-SCAN-PROTESTS.
00250      IF NOT SEGMENTS-PRESENT
00251          GO TO A020-NEXT.
00252      IF PM-TXYR LESS THAN 50
00253          COMPUTE W-TAX-YEAR = 2000 + PM-TXYR
00254      ELSE
00255          COMPUTE W-TAX-YEAR = 1900 + PM-TXYR.
00256      MOVE SPACES TO W-PM-NAME.
00257      PERFORM A040-FIND-NAME THRU A040-EXIT
00258          VARYING SEG-SUB FROM +1 BY +1
00259          UNTIL SEG-SUB GREATER THAN PM-SEGCTR
00260             OR W-PM-NAME NOT EQUAL SPACES.
00261      PERFORM A045-POST-PROTEST THRU A045-EXIT
00262          VARYING SEG-SUB FROM +1 BY +1
00263          UNTIL SEG-SUB GREATER THAN PM-SEGCTR.
00264  A020-NEXT.
00265      PERFORM A030-READ-PM THRU A030-EXIT.
00266  A020-EXIT. EXIT.
00267      SKIP1
00268  A025-APPLY-DISP.
00269      MOVE SPACES TO W-REASON.
00270      IF NOT DO-VALID-ACTION
00271          MOVE 'ACTION CODE NOT G, S, D OR W' TO W-REASON.
00272      IF W-REASON EQUAL SPACES
00273       AND DO-PROT-NO NOT NUMERIC
00274          MOVE 'PROTEST NUMBER NOT NUMERIC' TO W-REASON.
00275      IF W-REASON EQUAL SPACES
00276          MOVE DO-PROT-NO-N TO TO-PROT-NO
00277          READ OBJ-MASTER
00278          IF OBJ-STATUS NOT EQUAL '00'
00279              MOVE 'OBJECTION NOT ON MASTER' TO W-REASON.
00280      IF W-REASON EQUAL SPACES
00281       AND TO-STAT-CLOSED
00282          MOVE 'OBJECTION ALREADY DISPOSED' TO W-REASON.
00283      IF W-REASON EQUAL SPACES
00284       AND DO-GROUNDS
00285       AND DO-GROUNDS-CD NOT EQUAL 'VA' AND 'EX' AND 'CL'
00286                                AND 'RT' AND 'OT'
00287          MOVE 'GROUNDS CODE INVALID' TO W-REASON.
00288      IF W-REASON EQUAL SPACES
00289       AND DO-SETTLE
00290       AND DO-REFUND-AMT NOT NUMERIC
00291          MOVE 'REFUND AMOUNT NOT NUMERIC' TO W-REASON.
00292      IF W-REASON EQUAL SPACES
00293       AND DO-SETTLE
00294       AND DO-REFUND-AMT-N GREATER THAN TO-PROT-AMT
00295          MOVE 'REFUND EXCEEDS AMOUNT PROTESTED' TO W-REASON.
00296      IF W-REASON NOT EQUAL SPACES
00297          PERFORM A065-REJECT THRU A065-EXIT
00298          GO TO A025-NEXT.
00299      IF DO-GROUNDS
00300          MOVE DO-GROUNDS-CD TO TO-GROUNDS
00301          IF DO-COURT-CASE NOT EQUAL SPACES
00302              MOVE DO-COURT-CASE TO TO-COURT-CASE.
00303      IF DO-SETTLE
00304          MOVE 'S'             TO TO-STATUS
00305          MOVE DO-REFUND-AMT-N TO TO-REFUND-AMT
00306          MOVE W-RUN-DATE      TO TO-DISP-DATE.
00307      IF DO-DENY
00308          MOVE 'D'             TO TO-STATUS
00309          MOVE ZEROS           TO TO-REFUND-AMT
00310          MOVE W-RUN-DATE      TO TO-DISP-DATE.
00311      IF DO-WITHDRAW
00312          MOVE 'W'             TO TO-STATUS
00313          MOVE ZEROS           TO TO-REFUND-AMT
00314          MOVE W-RUN-DATE      TO TO-DISP-DATE.
00315      REWRITE OBJ-REC.
00316      IF OBJ-STATUS NOT EQUAL '00'
00317          ADD +1 TO REJECTED-CNT
00318          DISPLAY 'ASREA974 -- OBJECTION REWRITE FAILED, STATUS '
00319              OBJ-STATUS ' PROTEST ' TO-PROT-NO
00320          GO TO A025-NEXT.
00321      MOVE SPACES TO AUDIT-LINE.
00322      IF DO-GROUNDS
00323          ADD +1 TO GROUNDS-CNT
00324          MOVE 'GROUNDS ' TO AL-TAG.
00325      IF DO-SETTLE
00326          ADD +1 TO SETTLED-CNT
00327          MOVE 'SETTLED ' TO AL-TAG
00328          PERFORM A070-WRITE-VOUCHER THRU A070-EXIT.
00329      IF DO-DENY
00330          ADD +1 TO DENIED-CNT
00331          MOVE 'DENIED  ' TO AL-TAG.
00332      IF DO-WITHDRAW
00333          ADD +1 TO WITHDRAWN-CNT
00334          MOVE 'WITHDRWN' TO AL-TAG.
00335      PERFORM A060-AUDIT-CASE THRU A060-EXIT.
00336  A025-NEXT.
00337      PERFORM A035-READ-DISP THRU A035-EXIT.
00338  A025-EXIT. EXIT.
00339      SKIP1
00340  A030-READ-PM.
00341      READ PROP-MASTER AT END
00342          MOVE 'Y' TO PM-EOF-SW.
00343      IF NOT END-OF-PM-FILE
00344          ADD +1 TO PM-IN-CNT.
00345  A030-EXIT. EXIT.
00346      SKIP1
00347  A035-READ-DISP.
00348      READ DISP-FILE AT END
00349          MOVE 'Y' TO DISP-EOF-SW.
00350      IF NOT END-OF-DISP-FILE
00351          ADD +1 TO DISP-IN-CNT.
00352  A035-EXIT. EXIT.
00353      SKIP1
00354  A040-FIND-NAME.
00355      IF NAME-TYPE-CODE (SEG-SUB)
00356          MOVE PM-NAME (SEG-SUB) TO W-PM-NAME.
00357  A040-EXIT. EXIT.
00358      SKIP1
00359  A045-POST-PROTEST.
00360      IF NOT PROTEST-SEGMENT (SEG-SUB)
00361          GO TO A045-EXIT.
00362      IF PM-PROT-NO (SEG-SUB) EQUAL ZERO
00363          GO TO A045-EXIT.
00364      ADD +1 TO PROTEST-CNT.
00365      MOVE PM-PROT-NO (SEG-SUB) TO TO-PROT-NO.
00366      READ OBJ-MASTER.
00367      IF OBJ-STATUS EQUAL '00'
00368          GO TO A047-EXISTING-CASE.
00369      MOVE SPACES          TO OBJ-REC.
00370      MOVE PM-PROT-NO (SEG-SUB) TO TO-PROT-NO.
00371      MOVE PM-VOL          TO TO-VOL.
00372      MOVE PM-PROP         TO TO-PROP.
00373      MOVE W-TAX-YEAR      TO TO-TAX-YEAR.
00374      MOVE PM-TXCD         TO TO-TXCD.
00375      MOVE W-PM-NAME       TO TO-NAME.
00376      MOVE PM-PROT-AMT (SEG-SUB) TO TO-PROT-AMT.
00377      MOVE 'O'             TO TO-STATUS.
00378      MOVE W-RUN-DATE      TO TO-OPEN-DATE.
00379      MOVE ZEROS           TO TO-DISP-DATE TO-REFUND-AMT.
00380      WRITE OBJ-REC.
00381      IF OBJ-STATUS EQUAL '00'
00382          ADD +1 TO OPENED-CNT
00383          MOVE SPACES TO AUDIT-LINE
00384          MOVE 'OPENED  ' TO AL-TAG
00385          PERFORM A060-AUDIT-CASE THRU A060-EXIT
00386      ELSE
00387          ADD +1 TO REJECTED-CNT
00388          DISPLAY 'ASREA974 -- OBJECTION WRITE FAILED, STATUS '
00389              OBJ-STATUS ' PROTEST ' TO-PROT-NO.
00390      GO TO A045-EXIT.
00391  A047-EXISTING-CASE.
00392      IF NOT TO-STAT-OPEN
00393         OR TO-PROT-AMT EQUAL PM-PROT-AMT (SEG-SUB)
00394          GO TO A045-EXIT.
00395      MOVE PM-PROT-AMT (SEG-SUB) TO TO-PROT-AMT.
00396      REWRITE OBJ-REC.
00397      IF OBJ-STATUS EQUAL '00'
00398          ADD +1 TO AMT-CHANGED-CNT
00399          MOVE SPACES TO AUDIT-LINE
00400          MOVE 'AMT CHG ' TO AL-TAG
00401          PERFORM A060-AUDIT-CASE THRU A060-EXIT
00402      ELSE
00403          ADD +1 TO REJECTED-CNT
00404          DISPLAY 'ASREA974 -- OBJECTION REWRITE FAILED, STATUS '
00405              OBJ-STATUS ' PROTEST ' TO-PROT-NO.
00406  A045-EXIT. EXIT.
00407      SKIP1
00408  A060-AUDIT-CASE.
00409      MOVE TO-PROT-NO    TO AL-PROT-NO.
00410      MOVE TO-PROP       TO AL-PROP.
00411      MOVE TO-TAX-YEAR   TO AL-TAX-YEAR.
00412      MOVE TO-PROT-AMT   TO AL-PROT-AMT.
00413      MOVE TO-GROUNDS    TO AL-GROUNDS.
00414      MOVE TO-STATUS     TO AL-STATUS.
00415      MOVE TO-REFUND-AMT TO AL-REFUND-AMT.
00416      MOVE SPACES        TO AL-MESSG.
00417      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00418  A060-EXIT. EXIT.
00419      SKIP1
00420  A065-REJECT.
00421      ADD +1 TO REJECTED-CNT.
00422      MOVE SPACES TO AUDIT-LINE.
00423      MOVE 'REJECTED' TO AL-TAG.
00424      IF DO-PROT-NO NUMERIC
00425          MOVE DO-PROT-NO-N TO AL-PROT-NO.
00426      MOVE W-REASON   TO AL-MESSG.
00427      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00428  A065-EXIT. EXIT.
00429      SKIP1
00430  A070-WRITE-VOUCHER.
00431      IF TO-REFUND-AMT EQUAL ZERO
00432          GO TO A070-EXIT.
00433      MOVE SPACES         TO VOUCHER-REC.
00434      MOVE 'D'            TO VCH-REC-TYPE.
00435      MOVE TO-PROP        TO VCH-PROP.
00436      MOVE TO-PROT-NO     TO VCH-CERT-NO.
00437      MOVE TO-TXCD        TO VCH-TXCD.
00438      MOVE ZEROS          TO VCH-REDUCTION.
00439      MOVE ZEROS          TO VCH-RATE.
00440      MOVE TO-REFUND-AMT  TO VCH-REFUND-AMT.
00441      MOVE TO-NAME        TO VCH-APPL-NAME.
00442      MOVE ZEROS          TO VCH-INT-AMT.
00443      MOVE W-RUN-DATE     TO VCH-ISSUE-DATE.
0443A      MOVE TO-TAX-YEAR    TO VCH-TAX-YEAR.
00444      WRITE VOUCHER-REC.
00445      ADD +1 TO VOUCHER-OUT-CNT.
00446      ADD TO-REFUND-AMT TO W-REFUND-TOTAL.
00447  A070-EXIT. EXIT.
00448      SKIP1
00449  A080-WRITE-TRAILER.
00450      MOVE SPACES          TO VOUCHER-REC.
00451      MOVE 'T'             TO VTR-REC-TYPE.
00452      MOVE VOUCHER-OUT-CNT TO VTR-VCH-COUNT.
00453      MOVE W-REFUND-TOTAL  TO VTR-REFUND-TOT.
00454      MOVE ZEROS           TO VTR-REDUC-TOT.
00455      MOVE ZEROS           TO VTR-INT-TOT.
00456      WRITE VOUCHER-REC.
00457  A080-EXIT. EXIT.
00458      SKIP1
00459  A090-WRITE-AUDIT.
00460      IF LINE-CNT GREATER THAN +57
00461          PERFORM B100-HEADING THRU B100-EXIT.
00462      WRITE PRINT-REC FROM AUDIT-LINE AFTER ADVANCING 1.
00463      ADD +1 TO LINE-CNT.
00464  A090-EXIT. EXIT.
00465      SKIP1
00466  B100-HEADING.
00467      ADD +1 TO PAGE-CNT.
00468      MOVE PAGE-CNT TO HD-PAGE.
00469      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00470      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00471      MOVE +4 TO LINE-CNT.
00472  B100-EXIT. EXIT.
