00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA977.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. OVERPAYMENT AND DUPLICATE PAYMENT REFUND CANDIDATES.
00007 *         THE PAYMENT SEGMENTS OF THE PROPERTY MASTER (PROPMSRD01)
00008 *         - P0, P1, P2, F1, F2 AND THE S1/S2 SALE PAYMENTS - ARE
00009 *         TOTALLED FOR EVERY MASTER RECORD CARRYING AN EXTENDED
00010 *         PM-TOTTX, AND THE H AND R1/R2 A-Z REFUNDS ALREADY MADE
00011 *         ARE TAKEN OFF.  WHATEVER REMAINS ABOVE PM-TOTTX IS
00012 *         REFUNDABLE.  IT GOES FIRST TO ANY PAYMENT THAT REPEATS
00013 *         THE AMOUNT OF AN EARLIER PAYMENT FOR THE SAME
00014 *         INSTALLMENT (THE LENDER AND THE OWNER BOTH PAYING THE
00015 *         BILL), THEN ANY BALANCE TO THE LAST PAYMENT RECEIVED.
00016 *         EACH REFUNDABLE PAYMENT IS WRITTEN TO THE REFUND
00017 *         CANDIDATE FILE (ASRFCANR1) WITH THE PAYER'S PAYMENT
00018 *         SOURCE AND SERIAL NUMBER, THE AMOUNT PAID, THE AMOUNT TO
00019 *         REFUND AND THE NAME ON THE MASTER, FOLLOWED BY A CONTROL
00020 *         TRAILER, AND IS LISTED.  A PARCEL WHOSE PAYMENTS DO NOT
00021 *         EXCEED ITS TAX IS NOT A CANDIDATE EVEN WHEN AN
00022 *         INSTALLMENT WAS PAID TWICE, SINCE THE SECOND PAYMENT IS
00023 *         THEN STILL OWED AGAINST THE LATER INSTALLMENT.
00024      SKIP2
00025  ENVIRONMENT DIVISION.
00026  CONFIGURATION SECTION.
00027  SOURCE-COMPUTER. IBM-370.
00028  OBJECT-COMPUTER. IBM-370.
00029      SKIP1
00030  INPUT-OUTPUT SECTION.
00031  FILE-CONTROL.
00032      SELECT PROP-MASTER   ASSIGN TO UT-S-PROPMSTR.
00033      SELECT RFNDCAN-FILE  ASSIGN TO UT-S-RFNDCAN.
00034      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00035      SKIP2
00036  DATA DIVISION.
00037  FILE SECTION.
00038      SKIP1
00039  FD  PROP-MASTER
00040      BLOCK  CONTAINS 0 CHARACTERS
00041      RECORD CONTAINS 29 TO 1275 CHARACTERS
00042      RECORDING MODE IS S
00043      LABEL  RECORDS ARE STANDARD
00044      DATA RECORD IS PM-REC.
00045  01  PM-REC.
00046  COPY PROPMSRD01.
00047      SKIP2
00048  FD  RFNDCAN-FILE
00049      BLOCK  CONTAINS 0 RECORDS
00050      RECORD CONTAINS 100 CHARACTERS
00051      RECORDING MODE IS F
00052      LABEL  RECORDS ARE STANDARD
00053      DATA RECORD IS RFNDCAN-REC.
00054  01  RFNDCAN-REC.
00055  COPY ASRFCANR1.
00056      SKIP2
00057  FD  PRINT-FILE
00058      BLOCK  CONTAINS 0 RECORDS
00059      RECORD CONTAINS 133 CHARACTERS
00060      RECORDING MODE IS F
00061      LABEL  RECORDS ARE STANDARD.
00062      SKIP1
00063  01  PRINT-REC               PIC X(133).
00064      SKIP2
00065  WORKING-STORAGE SECTION.
00066      SKIP1
00067  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00068  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00069      SKIP1
00070  77  PM-EOF-SW                 PIC X      VALUE 'N'.
00071      88  END-OF-PM-FILE                   VALUE 'Y'.
00072  77  DUP-SW                    PIC X      VALUE 'N'.
00073      88  DUPLICATE-FOUND                  VALUE 'Y'.
00074      SKIP1
00075  77  PM-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00076  77  PRICED-CNT        COMP-3  PIC S9(9)  VALUE +0.
00077  77  OVERPAID-CNT      COMP-3  PIC S9(7)  VALUE +0.
00078  77  DUP-CNT           COMP-3  PIC S9(7)  VALUE +0.
00079  77  BAL-CNT           COMP-3  PIC S9(7)  VALUE +0.
00080  77  CAND-OUT-CNT      COMP-3  PIC S9(7)  VALUE +0.
00081      SKIP1
00082  77  SEG-SUB           COMP-3  PIC S9(3)  VALUE +0.
00083  77  PT-CTR            COMP-3  PIC S9(3)  VALUE +0.
00084  77  PT-SUB            COMP-3  PIC S9(3)  VALUE +0.
00085  77  PT-PRIOR          COMP-3  PIC S9(3)  VALUE +0.
00086  77  PT-LAST           COMP-3  PIC S9(3)  VALUE +0.
00087  77  W-PAID            COMP-3  PIC S9(11)V99 VALUE +0.
00088  77  W-REFUNDED        COMP-3  PIC S9(11)V99 VALUE +0.
00089  77  W-EXCESS          COMP-3  PIC S9(11)V99 VALUE +0.
00090  77  W-REFUND          COMP-3  PIC S9(11)V99 VALUE +0.
00091  77  GR-EXCESS         COMP-3  PIC S9(13)V99 VALUE +0.
00092  77  GR-REFUND         COMP-3  PIC S9(13)V99 VALUE +0.
00093      SKIP1
00094  01  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00095  01  W-OWNER-NAME              PIC X(22)  VALUE SPACES.
00096      SKIP1
00097 *    THE PAYMENTS ON ONE MASTER RECORD, IN SEGMENT ORDER.
00098  01  PAYMENT-TABLE.
00099      05  PT-ENTRY OCCURS 40 TIMES.
00100          10  PT-TYPE       PIC XX.
00101          10  PT-INSTL      PIC 9.
00102          10  PT-DATE       PIC 9(7)       COMP-3.
00103          10  PT-AMT        PIC S9(9)V99   COMP-3.
00104          10  PT-SERNO      PIC 9(12)      COMP-3.
00105          10  PT-SRC        PIC 9(3)       COMP-3.
00106      SKIP1
00107  01  ACPT-DATE                  PIC 9(6).
00108  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00109      05  ACPT-YR                PIC 99.
00110      05  ACPT-MO                PIC 99.
00111      05  ACPT-DA                PIC 99.
00112  01  DSP-DATE.
00113      05  DSP-MO                 PIC 99.
00114      05  FILLER                 PIC X      VALUE '/'.
00115      05  DSP-DA                 PIC 99.
00116      05  FILLER                 PIC X      VALUE '/'.
00117      05  DSP-YR                 PIC 99.
00118      SKIP1
00119  01  HEAD-A.
00120      05  FILLER          PIC X(3)   VALUE SPACES.
00121      05  HD-DATE         PIC X(8).
00122      05  FILLER          PIC X(44)  VALUE SPACES.
00123      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00124      05  FILLER          PIC X(44)  VALUE SPACES.
00125      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00126      05  HD-PAGE         PIC ZZ,ZZ9.
00127      SKIP1
00128  01  HEAD-B.
00129      05  FILLER          PIC X(3)   VALUE SPACES.
00130      05  FILLER          PIC X(8)   VALUE 'ASREA977'.
00131      05  FILLER          PIC X(18)  VALUE SPACES.
00132      05  FILLER          PIC X(60)  VALUE
00133          'OVERPAYMENT AND DUPLICATE PAYMENT REFUND CANDIDATES'.
00134      SKIP1
00135  01  HEAD-C.
00136      05  FILLER          PIC X(3)   VALUE SPACES.
00137      05  FILLER          PIC X(26)  VALUE
00138          'VOL PROPERTY      T YEAR'.
00139      05  FILLER          PIC X(21)  VALUE
00140          'REASON   PYMT SRC'.
00141      05  FILLER          PIC X(23)  VALUE
00142          'SERIAL NO.    DATE'.
00143      05  FILLER          PIC X(32)  VALUE
00144          '     AMOUNT PAID       REFUND'.
00145      05  FILLER          PIC X(22)  VALUE 'NAME ON MASTER'.
00146      SKIP1
00147  01  DETAIL-LINE.
00148      05  FILLER          PIC X(3)   VALUE SPACES.
00149      05  DL-VOL          PIC 9(3).
00150      05  FILLER          PIC X      VALUE SPACE.
00151      05  DL-PROP         PIC 9(15).
00152      05  FILLER          PIC X      VALUE SPACE.
00153      05  DL-TXTYP        PIC X.
00154      05  FILLER          PIC X      VALUE SPACE.
00155      05  DL-TAX-YEAR     PIC 9(4).
00156      05  FILLER          PIC X(2)   VALUE SPACES.
00157      05  DL-REASON       PIC X(9).
00158      05  DL-PYMT-TYPE    PIC XX.
00159      05  FILLER          PIC X(3)   VALUE SPACES.
00160      05  DL-SRC          PIC 9(3).
00161      05  FILLER          PIC X(2)   VALUE SPACES.
00162      05  DL-SERNO        PIC 9(12).
00163      05  FILLER          PIC X(2)   VALUE SPACES.
00164      05  DL-DATE         PIC 9(6).
00165      05  FILLER          PIC X(2)   VALUE SPACES.
00166      05  DL-AMT          PIC ZZZ,ZZZ,ZZ9.99.
00167      05  FILLER          PIC X(2)   VALUE SPACES.
00168      05  DL-REFUND       PIC ZZZ,ZZZ,ZZ9.99.
00169      05  FILLER          PIC X(2)   VALUE SPACES.
00170      05  DL-NAME         PIC X(22).
00171      EJECT
00172  PROCEDURE DIVISION.
00173      SKIP1
00174  A010-HOUSEKEEPING.
00175      OPEN INPUT  PROP-MASTER
00176           OUTPUT RFNDCAN-FILE, PRINT-FILE.
00177      ACCEPT ACPT-DATE FROM DATE.
00178      MOVE ACPT-MO TO DSP-MO.
00179      MOVE ACPT-DA TO DSP-DA.
00180      MOVE ACPT-YR TO DSP-YR.
00181      MOVE DSP-DATE TO HD-DATE.
00182      PERFORM B100-HEADING THRU B100-EXIT.
00183      PERFORM A100-READ-MASTER THRU A100-EXIT
00184          UNTIL END-OF-PM-FILE.
00185      PERFORM A500-WRITE-TRAILER THRU A500-EXIT.
00186      DISPLAY 'TOTAL PROPERTY MASTER RECORDS READ...: ' PM-IN-CNT.
00187      DISPLAY 'TOTAL RECORDS WITH TAX EXTENDED......: ' PRICED-CNT.
00188      DISPLAY 'TOTAL RECORDS PAID BEYOND THE TAX....: '
00189          OVERPAID-CNT.
00190      DISPLAY 'TOTAL DUPLICATE INSTALLMENT PAYMENTS.: ' DUP-CNT.
00191      DISPLAY 'TOTAL BALANCES ON THE LAST PAYMENT...: ' BAL-CNT.
00192      DISPLAY 'TOTAL REFUND CANDIDATES WRITTEN......: '
00193          CAND-OUT-CNT.
00194      DISPLAY 'TOTAL PAID BEYOND THE TAX............: ' GR-EXCESS.
00195      DISPLAY 'TOTAL REFUND CANDIDATE AMOUNT........: ' GR-REFUND.
00196      CLOSE PROP-MASTER, RFNDCAN-FILE, PRINT-FILE.
00197      STOP RUN.
00198      SKIP1
00199  A100-READ-MASTER.
00200      READ PROP-MASTER AT END
00201          MOVE 'Y' TO PM-EOF-SW
00202          GO TO A100-EXIT.
00203      ADD +1 TO PM-IN-CNT.
00204      IF PM-TXIND NOT EQUAL 1
00205          GO TO A100-EXIT.
00206      IF PM-TOTTX (1) NOT GREATER THAN ZERO
00207         OR NOT SEGMENTS-PRESENT
00208          GO TO A100-EXIT.
00209      ADD +1 TO PRICED-CNT.
00210      MOVE ZEROS TO PT-CTR PT-LAST W-PAID W-REFUNDED.
00211      MOVE SPACES TO W-OWNER-NAME.
00212      PERFORM A110-SCAN-SEGMENT THRU A110-EXIT
00213          VARYING SEG-SUB FROM +1 BY +1
00214          UNTIL SEG-SUB GREATER THAN PM-SEGCTR.
00215      COMPUTE W-EXCESS = W-PAID - W-REFUNDED - PM-TOTTX (1).
00216      IF W-EXCESS NOT GREATER THAN ZERO
00217          GO TO A100-EXIT.
00218      ADD +1 TO OVERPAID-CNT.
00219      ADD W-EXCESS TO GR-EXCESS.
00220      IF PM-TXYR GREATER THAN 50
00221          COMPUTE W-TAX-YEAR = 1900 + PM-TXYR
00222      ELSE
00223          COMPUTE W-TAX-YEAR = 2000 + PM-TXYR.
00224      PERFORM A200-CHECK-DUPLICATE THRU A200-EXIT
00225          VARYING PT-SUB FROM +2 BY +1
00226          UNTIL PT-SUB GREATER THAN PT-CTR
00227             OR W-EXCESS NOT GREATER THAN ZERO.
00228      IF W-EXCESS GREATER THAN ZERO
00229       AND PT-LAST GREATER THAN ZERO
00230          ADD +1 TO BAL-CNT
00231          MOVE W-EXCESS TO W-REFUND
00232          MOVE PT-LAST TO PT-SUB
00233          MOVE 'O' TO RC-REASON
00234          PERFORM A300-WRITE-CANDIDATE THRU A300-EXIT.
00235  A100-EXIT. EXIT.
00236      SKIP1
00237 *    THE S1/S2 SALE PAYMENT SEGMENT HAS THE SAME LAYOUT AS THE
00238 *    PAYMENT SEGMENT AND IS PICKED UP THROUGH THE PM-PYMT NAMES.
00239 *    THE LAST PAYMENT IS THE LATEST BY DATE, THEN BY SERIAL.
00240  A110-SCAN-SEGMENT.
00241      IF NAME-TYPE-CODE (SEG-SUB)
00242       AND W-OWNER-NAME EQUAL SPACES
00243          MOVE PM-NAME (SEG-SUB) TO W-OWNER-NAME
00244          GO TO A110-EXIT.
00245      IF H-REFUND-SEGMENT (SEG-SUB)
00246          ADD PM-RFND-AMT (SEG-SUB) TO W-REFUNDED
00247          GO TO A110-EXIT.
00248      IF A-Z-TYP-INSTALL-R1 (SEG-SUB)
00249         OR A-Z-TYP-INSTALL-R2 (SEG-SUB)
00250          ADD PM-AZ-AMT (SEG-SUB) TO W-REFUNDED
00251          GO TO A110-EXIT.
00252      IF NOT PAYMENT-TYPE-P0 (SEG-SUB)
00253       AND NOT PAYMENT-TYPE-P1 (SEG-SUB)
00254       AND NOT PAYMENT-TYPE-P2 (SEG-SUB)
00255       AND NOT PAYMENT-TYPE-F1 (SEG-SUB)
00256       AND NOT PAYMENT-TYPE-F2 (SEG-SUB)
00257       AND NOT SALEPAYMENT-TYPE-S1 (SEG-SUB)
00258       AND NOT SALEPAYMENT-TYPE-S2 (SEG-SUB)
00259          GO TO A110-EXIT.
00260      ADD +1 TO PT-CTR.
00261      MOVE PM-PYMT-TYP-NO (SEG-SUB) TO PT-TYPE (PT-CTR).
00262      MOVE PM-PYMT-NO (SEG-SUB)     TO PT-INSTL (PT-CTR).
00263      MOVE PM-PYMT-DATE (SEG-SUB)   TO PT-DATE (PT-CTR).
00264      MOVE PM-PYMT-AMT (SEG-SUB)    TO PT-AMT (PT-CTR).
00265      MOVE PM-PYMT-SERNO (SEG-SUB)  TO PT-SERNO (PT-CTR).
00266      MOVE PM-PYMT-TYP-SRC (SEG-SUB) TO PT-SRC (PT-CTR).
00267      ADD PM-PYMT-AMT (SEG-SUB) TO W-PAID.
00268      IF PT-LAST EQUAL ZERO
00269          MOVE PT-CTR TO PT-LAST
00270      ELSE
00271          IF PT-DATE (PT-CTR) GREATER THAN PT-DATE (PT-LAST)
00272             OR (PT-DATE (PT-CTR) EQUAL PT-DATE (PT-LAST)
00273             AND PT-SERNO (PT-CTR) GREATER THAN PT-SERNO (PT-LAST))
00274              MOVE PT-CTR TO PT-LAST.
00275  A110-EXIT. EXIT.
00276      SKIP1
00277 *    A PAYMENT REPEATING THE AMOUNT OF AN EARLIER PAYMENT FOR
00278 *    THE SAME INSTALLMENT IS REFUNDED, UP TO THE EXCESS LEFT.
00279  A200-CHECK-DUPLICATE.
00280      IF PT-INSTL (PT-SUB) EQUAL ZERO
00281         OR PT-AMT (PT-SUB) NOT GREATER THAN ZERO
00282          GO TO A200-EXIT.
00283      MOVE 'N' TO DUP-SW.
00284      PERFORM A210-COMPARE-PRIOR THRU A210-EXIT
00285          VARYING PT-PRIOR FROM +1 BY +1
00286          UNTIL PT-PRIOR NOT LESS THAN PT-SUB
00287             OR DUPLICATE-FOUND.
00288      IF NOT DUPLICATE-FOUND
00289          GO TO A200-EXIT.
00290      ADD +1 TO DUP-CNT.
00291      IF PT-AMT (PT-SUB) GREATER THAN W-EXCESS
00292          MOVE W-EXCESS TO W-REFUND
00293      ELSE
00294          MOVE PT-AMT (PT-SUB) TO W-REFUND.
00295      SUBTRACT W-REFUND FROM W-EXCESS.
00296      MOVE 'D' TO RC-REASON.
00297      PERFORM A300-WRITE-CANDIDATE THRU A300-EXIT.
00298  A200-EXIT. EXIT.
00299      SKIP1
00300  A210-COMPARE-PRIOR.
00301      IF PT-INSTL (PT-PRIOR) EQUAL PT-INSTL (PT-SUB)
00302       AND PT-AMT (PT-PRIOR) EQUAL PT-AMT (PT-SUB)
00303          MOVE 'Y' TO DUP-SW.
00304  A210-EXIT. EXIT.
00305      SKIP1
00306 *    RC-REASON IS SET BY THE CALLER BEFORE THE RECORD IS BUILT.
00307  A300-WRITE-CANDIDATE.
00308      MOVE SPACES               TO RC-DETAIL.
00309      MOVE 'D'                  TO RC-REC-TYPE.
00310      MOVE PM-VOL               TO RC-VOL.
00311      MOVE PM-PROP              TO RC-PROP.
00312      MOVE PM-TXTYP             TO RC-TXTYP.
00313      MOVE W-TAX-YEAR           TO RC-TAX-YEAR.
00314      MOVE PT-TYPE (PT-SUB)     TO RC-PYMT-TYPE.
00315      MOVE PT-SRC (PT-SUB)      TO RC-PAYER-SRC.
00316      MOVE PT-SERNO (PT-SUB)    TO RC-SERNO.
00317      MOVE PT-DATE (PT-SUB)     TO RC-PYMT-DATE.
00318      MOVE PT-AMT (PT-SUB)      TO RC-PYMT-AMT.
00319      MOVE W-REFUND             TO RC-REFUND-AMT.
00320      MOVE W-OWNER-NAME         TO RC-OWNER-NAME.
00321      WRITE RFNDCAN-REC.
00322      ADD +1 TO CAND-OUT-CNT.
00323      ADD W-REFUND TO GR-REFUND.
00324      MOVE PM-VOL               TO DL-VOL.
00325      MOVE PM-PROP              TO DL-PROP.
00326      MOVE PM-TXTYP             TO DL-TXTYP.
00327      MOVE W-TAX-YEAR           TO DL-TAX-YEAR.
00328      IF RC-DUPLICATE
00329          MOVE 'DUPLICATE' TO DL-REASON
00330      ELSE
00331          MOVE 'OVERPAID'  TO DL-REASON.
00332      MOVE PT-TYPE (PT-SUB)     TO DL-PYMT-TYPE.
00333      MOVE PT-SRC (PT-SUB)      TO DL-SRC.
00334      MOVE PT-SERNO (PT-SUB)    TO DL-SERNO.
00335      MOVE PT-DATE (PT-SUB)     TO DL-DATE.
00336      MOVE PT-AMT (PT-SUB)      TO DL-AMT.
00337      MOVE W-REFUND             TO DL-REFUND.
00338      MOVE W-OWNER-NAME         TO DL-NAME.
00339      IF LINE-CNT GREATER THAN +57
00340          PERFORM B100-HEADING THRU B100-EXIT.
00341      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00342      ADD +1 TO LINE-CNT.
00343  A300-EXIT. EXIT.
00344      SKIP1
00345  A500-WRITE-TRAILER.
00346      MOVE SPACES       TO RFNDCAN-REC.
00347      MOVE 'T'          TO RC-REC-TYPE.
00348      MOVE CAND-OUT-CNT TO RCT-REC-COUNT.
00349      MOVE GR-REFUND    TO RCT-REFUND-TOT.
00350      WRITE RFNDCAN-REC.
00351  A500-EXIT. EXIT.
00352      SKIP1
00353  B100-HEADING.
00354      ADD +1 TO PAGE-CNT.
00355      MOVE PAGE-CNT TO HD-PAGE.
00356      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00357      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00358      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00359      MOVE +6 TO LINE-CNT.
00360  B100-EXIT. EXIT.
