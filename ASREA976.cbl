00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA976.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. DUPLICATE REFUND MATCH.  A PARCEL AND TAX YEAR CAN BE
00007 *         REFUNDED THROUGH A CERTIFICATE OF ERROR VOUCHER
00008 *         (ASREA908, AND THE OBJECTION SETTLEMENTS OF ASREA974 IN
00009 *         THE SAME FORMAT) AND ALSO THROUGH THE PROPERTY MASTER
00010 *         REFUND SEGMENTS: THE H REFUND SEGMENT AND THE R1/R2 A-Z
00011 *         REFUND SEGMENTS.  THE ISSUED-VOUCHER FILE AND THE
00012 *         PROPERTY MASTER (PROPMSRD01) ARE BROUGHT TOGETHER
00013 *         THROUGH A SORT BY PROPERTY, TAX YEAR AND SOURCE.  EACH
00014 *         VOUCHER, EACH H AND EACH A-Z SEGMENT IS ONE REFUND
00015 *         DOCUMENT; THE R3 SEGMENT CARRIES NO AMOUNT AND ONLY ITS
00016 *         REFUND NUMBER IS LISTED.  THE P PAYMENT SEGMENTS OF THE
00017 *         MASTER RECORDS FOR THE PARCEL AND YEAR GIVE THE TAX
00018 *         ACTUALLY PAID (INTEREST AND COSTS EXCLUDED).  EVERY
00019 *         PARCEL AND TAX YEAR REFUNDED THROUGH MORE THAN ONE
00020 *         CHANNEL (VOUCHER, H, A-Z), OR REFUNDED BEYOND THE TAX
00021 *         PAID, IS LISTED WITH EVERY DOCUMENT NUMBER, DATE AND
00022 *         AMOUNT SO THE OVERPAYMENT CAN BE RECOVERED.  VOUCHERS
00023 *         WRITTEN BEFORE THE TAX YEAR WAS CARRIED ON THE VOUCHER
00024 *         CANNOT BE MATCHED AND ARE COUNTED ONLY.  THE TWO-DIGIT
00025 *         MASTER TAX YEAR IS WINDOWED AT 50 AS ASREA908 DOES.
00026      SKIP2
00027  ENVIRONMENT DIVISION.
00028  CONFIGURATION SECTION.
00029  SOURCE-COMPUTER. IBM-370.
00030  OBJECT-COMPUTER. IBM-370.
00031      SKIP1
00032  INPUT-OUTPUT SECTION.
00033  FILE-CONTROL.
00034      SELECT VOUCHER-FILE  ASSIGN TO UT-S-VOUCHER.
00035      SELECT PROP-MASTER   ASSIGN TO UT-S-PROPMSTR.
00036      SELECT REFUND-SORT   ASSIGN TO UT-S-SORTWK.
00037      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00038      SKIP2
00039  DATA DIVISION.
00040  FILE SECTION.
00041      SKIP1
00042  FD  VOUCHER-FILE
00043      BLOCK  CONTAINS 0 RECORDS
00044      RECORD CONTAINS 100 CHARACTERS
00045      RECORDING MODE IS F
00046      LABEL  RECORDS ARE STANDARD
00047      DATA RECORD IS VOUCHER-REC.
00048  01  VOUCHER-REC.
00049      05  VCH-REC-TYPE    PIC X.
00050      05  VCH-PROP        PIC 9(15).
00051      05  VCH-CERT-NO     PIC 9(7).
00052      05  VCH-TXCD        PIC 9(5).
00053      05  VCH-REDUCTION   PIC 9(9).
00054      05  VCH-RATE        PIC 9(4)V9(3).
00055      05  VCH-REFUND-AMT  PIC 9(9)V99.
00056      05  VCH-APPL-NAME   PIC X(22).
00057      05  VCH-INT-AMT     PIC 9(9)V99.
00058      05  VCH-ISSUE-DATE  PIC 9(8).
00059      05  VCH-TAX-YEAR    PIC 9(4).
00060      SKIP2
00061  FD  PROP-MASTER
00062      BLOCK  CONTAINS 0 CHARACTERS
00063      RECORD CONTAINS 29 TO 1275 CHARACTERS
00064      RECORDING MODE IS S
00065      LABEL  RECORDS ARE STANDARD
00066      DATA RECORD IS PM-REC.
00067  01  PM-REC.
00068  COPY PROPMSRD01.
00069      SKIP2
00070  SD  REFUND-SORT
00071      DATA RECORD IS SORT-REC.
00072  01  SORT-REC.
00073      05  SR-PROP          PIC 9(15)      COMP-3.
00074      05  SR-TAX-YEAR      PIC 9(4).
00075      05  SR-SOURCE        PIC X.
00076          88  SR-PAYMENT                  VALUE 'P'.
00077          88  SR-VOUCHER                  VALUE 'C'.
00078          88  SR-H-REFUND                 VALUE 'H'.
00079          88  SR-AZ-REFUND                VALUE 'R'.
00080      05  SR-VOL           PIC 9(3)       COMP-3.
00081      05  SR-AMT           PIC S9(9)V99   COMP-3.
00082      05  SR-DOC-NO        PIC X(10).
00083      05  SR-DOC-DATE      PIC 9(8).
00084      SKIP2
00085  FD  PRINT-FILE
00086      BLOCK  CONTAINS 0 RECORDS
00087      RECORD CONTAINS 133 CHARACTERS
00088      RECORDING MODE IS F
00089      LABEL  RECORDS ARE STANDARD.
00090      SKIP1
00091  01  PRINT-REC               PIC X(133).
00092      SKIP2
00093  WORKING-STORAGE SECTION.
00094      SKIP1
00095  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00096  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00097      SKIP1
00098  77  VCH-EOF-SW                PIC X      VALUE 'N'.
00099      88  END-OF-VCH-FILE                  VALUE 'Y'.
00100  77  PM-EOF-SW                 PIC X      VALUE 'N'.
00101      88  END-OF-PM-FILE                   VALUE 'Y'.
00102  77  SORT-EOF-SW               PIC X      VALUE 'N'.
00103      88  END-OF-SORT-FILE                 VALUE 'Y'.
00104      SKIP1
00105  77  VCH-IN-CNT        COMP-3  PIC S9(9)  VALUE +0.
00106  77  VCH-USED-CNT      COMP-3  PIC S9(9)  VALUE +0.
00107  77  VCH-NO-YEAR-CNT   COMP-3  PIC S9(7)  VALUE +0.
00108  77  PM-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00109  77  H-SEG-CNT         COMP-3  PIC S9(9)  VALUE +0.
00110  77  AZ-SEG-CNT        COMP-3  PIC S9(9)  VALUE +0.
00111  77  REFUNDED-CNT      COMP-3  PIC S9(9)  VALUE +0.
00112  77  MULTI-CHNL-CNT    COMP-3  PIC S9(7)  VALUE +0.
00113  77  OVER-PAID-CNT     COMP-3  PIC S9(7)  VALUE +0.
00114  77  LISTED-CNT        COMP-3  PIC S9(7)  VALUE +0.
00115  77  DOC-OVFL-CNT      COMP-3  PIC S9(7)  VALUE +0.
00116      SKIP1
00117  77  SEG-SUB           COMP-3  PIC S9(3)  VALUE +0.
00118  77  DOC-SUB           COMP-3  PIC S9(3)  VALUE +0.
00119  77  DOC-CTR           COMP-3  PIC S9(3)  VALUE +0.
00120  77  W-PAID            COMP-3  PIC S9(11)V99 VALUE +0.
00121  77  W-CHANNELS        COMP-3  PIC S9     VALUE +0.
00122  77  W-REFUNDED        COMP-3  PIC S9(11)V99 VALUE +0.
00123  77  W-EXCESS          COMP-3  PIC S9(11)V99 VALUE +0.
00124  77  GR-EXCESS         COMP-3  PIC S9(13)V99 VALUE +0.
00125      SKIP1
00126  01  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00127      SKIP1
00128 *    MASTER DATES ARE CARRIED 0MMDDYY.
00129  01  W-MMDDYY                  PIC 9(6).
00130  01  W-MMDDYY-X REDEFINES W-MMDDYY.
00131      05  W-MDY-MM              PIC 99.
00132      05  W-MDY-DD              PIC 99.
00133      05  W-MDY-YY              PIC 99.
00134  01  W-CCYYMMDD                PIC 9(8).
00135  01  W-CCYYMMDD-X REDEFINES W-CCYYMMDD.
00136      05  W-CC                  PIC 99.
00137      05  W-YY                  PIC 99.
00138      05  W-MM                  PIC 99.
00139      05  W-DD                  PIC 99.
00140      SKIP1
00141  01  HOLD-KEY.
00142      05  HOLD-PROP             PIC 9(15).
00143      05  HOLD-TAX-YEAR         PIC 9(4).
00144  01  HOLD-VOL                  PIC 9(3).
00145      SKIP1
00146 *    ONE PARCEL AND TAX YEAR AS IT COMES OFF THE SORT.
00147  01  GROUP-TOTALS.
00148      05  G-PAID            PIC S9(11)V99 COMP-3.
00149      05  G-VCH-AMT         PIC S9(11)V99 COMP-3.
00150      05  G-H-AMT           PIC S9(11)V99 COMP-3.
00151      05  G-AZ-AMT          PIC S9(11)V99 COMP-3.
00152  01  DOC-TABLE.
00153      05  DOC-ENTRY OCCURS 50 TIMES.
00154          10  DT-SOURCE     PIC X.
00155          10  DT-AMT        PIC S9(9)V99   COMP-3.
00156          10  DT-DOC-NO     PIC X(10).
00157          10  DT-DOC-DATE   PIC 9(8).
00158      SKIP1
00159  01  ACPT-DATE                  PIC 9(6).
00160  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00161      05  ACPT-YR                PIC 99.
00162      05  ACPT-MO                PIC 99.
00163      05  ACPT-DA                PIC 99.
00164  01  DSP-DATE.
00165      05  DSP-MO                 PIC 99.
00166      05  FILLER                 PIC X      VALUE '/'.
00167      05  DSP-DA                 PIC 99.
00168      05  FILLER                 PIC X      VALUE '/'.
00169      05  DSP-YR                 PIC 99.
00170      SKIP1
00171  01  HEAD-A.
00172      05  FILLER          PIC X(3)   VALUE SPACES.
00173      05  HD-DATE         PIC X(8).
00174      05  FILLER          PIC X(44)  VALUE SPACES.
00175      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00176      05  FILLER          PIC X(44)  VALUE SPACES.
00177      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00178      05  HD-PAGE         PIC ZZ,ZZ9.
00179      SKIP1
00180  01  HEAD-B.
00181      05  FILLER          PIC X(3)   VALUE SPACES.
00182      05  FILLER          PIC X(8)   VALUE 'ASREA976'.
00183      05  FILLER          PIC X(18)  VALUE SPACES.
00184      05  FILLER          PIC X(60)  VALUE
00185          'PARCELS REFUNDED MORE THAN ONCE OR BEYOND TAX PAID'.
00186      SKIP1
00187  01  HEAD-C.
00188      05  FILLER          PIC X(3)   VALUE SPACES.
00189      05  FILLER          PIC X(20)  VALUE 'PROPERTY      YEAR'.
00190      05  FILLER          PIC X(5)   VALUE 'VOL'.
00191      05  FILLER          PIC X(17)  VALUE '        TAX PAID'.
00192      05  FILLER          PIC X(17)  VALUE '    COE VOUCHERS'.
00193      05  FILLER          PIC X(17)  VALUE '   H REFUND SEGS'.
00194      05  FILLER          PIC X(17)  VALUE ' A-Z REFUND SEGS'.
00195      05  FILLER          PIC X(17)  VALUE '  OVER TAX PAID'.
00196      05  FILLER          PIC X(20)  VALUE 'REMARKS'.
00197      SKIP1
00198  01  PARCEL-LINE.
00199      05  FILLER          PIC X(3)   VALUE SPACES.
00200      05  PL-PROP         PIC 9(15).
00201      05  FILLER          PIC X(2)   VALUE SPACES.
00202      05  PL-TAX-YEAR     PIC 9(4).
00203      05  FILLER          PIC X(2)   VALUE SPACES.
00204      05  PL-VOL          PIC ZZ9.
00205      05  FILLER          PIC X      VALUE SPACE.
00206      05  PL-PAID         PIC ZZZ,ZZZ,ZZ9.99.
00207      05  FILLER          PIC X(3)   VALUE SPACES.
00208      05  PL-VCH-AMT      PIC ZZZ,ZZZ,ZZ9.99.
00209      05  FILLER          PIC X(3)   VALUE SPACES.
00210      05  PL-H-AMT        PIC ZZZ,ZZZ,ZZ9.99.
00211      05  FILLER          PIC X(3)   VALUE SPACES.
00212      05  PL-AZ-AMT       PIC ZZZ,ZZZ,ZZ9.99.
00213      05  FILLER          PIC X(3)   VALUE SPACES.
00214      05  PL-EXCESS       PIC ZZZ,ZZZ,ZZ9.99.
00215      05  FILLER          PIC X(3)   VALUE SPACES.
00216      05  PL-MESSG        PIC X(26).
00217      SKIP1
00218  01  DOC-LINE.
00219      05  FILLER          PIC X(10)  VALUE SPACES.
00220      05  DL-SOURCE       PIC X(22).
00221      05  FILLER          PIC X(2)   VALUE SPACES.
00222      05  FILLER          PIC X(8)   VALUE 'DOC NO. '.
00223      05  DL-DOC-NO       PIC X(10).
00224      05  FILLER          PIC X(2)   VALUE SPACES.
00225      05  FILLER          PIC X(6)   VALUE 'DATED '.
00226      05  DL-DOC-DATE     PIC 9(8).
00227      05  FILLER          PIC X(2)   VALUE SPACES.
00228      05  DL-AMT          PIC ZZZ,ZZZ,ZZ9.99.
00229      SKIP1
00230  01  TOTAL-LINE.
00231      05  FILLER          PIC X(3)   VALUE SPACES.
00232      05  TL-LABEL        PIC X(40).
00233      05  TL-COUNT        PIC ZZZ,ZZZ,ZZ9.
00234      05  FILLER          PIC X(3)   VALUE SPACES.
00235      05  TL-AMT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
00236      EJECT
00237  PROCEDURE DIVISION.
00238      SKIP1
00239  A010-HOUSEKEEPING.
00240      ACCEPT ACPT-DATE FROM DATE.
00241      MOVE ACPT-MO TO DSP-MO.
00242      MOVE ACPT-DA TO DSP-DA.
00243      MOVE ACPT-YR TO DSP-YR.
00244      MOVE DSP-DATE TO HD-DATE.
00245      SORT REFUND-SORT
00246          ON ASCENDING KEY SR-PROP SR-TAX-YEAR SR-SOURCE
00247          INPUT  PROCEDURE IS B010-INPUT-PASS
00248          OUTPUT PROCEDURE IS C010-REPORT-PASS.
00249      DISPLAY 'TOTAL VOUCHER RECORDS READ...........: ' VCH-IN-CNT.
00250      DISPLAY 'TOTAL VOUCHERS MATCHED...............: '
00251          VCH-USED-CNT.
00252      DISPLAY 'TOTAL VOUCHERS WITH NO TAX YEAR......: '
00253          VCH-NO-YEAR-CNT.
00254      DISPLAY 'TOTAL PROPERTY MASTER RECORDS READ...: ' PM-IN-CNT.
00255      DISPLAY 'TOTAL H REFUND SEGMENTS..............: ' H-SEG-CNT.
00256      DISPLAY 'TOTAL A-Z REFUND SEGMENTS............: ' AZ-SEG-CNT.
00257      DISPLAY 'TOTAL PARCEL YEARS REFUNDED..........: '
00258          REFUNDED-CNT.
00259      DISPLAY 'TOTAL REFUNDED IN MORE THAN ONE WAY..: '
00260          MULTI-CHNL-CNT.
00261      DISPLAY 'TOTAL REFUNDED BEYOND TAX PAID.......: '
00262          OVER-PAID-CNT.
00263      DISPLAY 'TOTAL PARCEL YEARS LISTED............: ' LISTED-CNT.
00264      DISPLAY 'TOTAL REFUNDED OVER TAX PAID.........: ' GR-EXCESS.
00265      IF DOC-OVFL-CNT GREATER THAN +0
00266          DISPLAY 'TOTAL DOCUMENTS NOT LISTED (TABLE)...: '
00267              DOC-OVFL-CNT.
00268      IF LISTED-CNT GREATER THAN +0
00269          MOVE 4 TO RETURN-CODE.
00270      STOP RUN.
00271      SKIP1
00272 *    CONVERTS W-MMDDYY TO W-CCYYMMDD, WINDOWED AT 50.
00273  A090-WINDOW-DATE.
00274      MOVE W-MDY-YY TO W-YY.
00275      MOVE W-MDY-MM TO W-MM.
00276      MOVE W-MDY-DD TO W-DD.
00277      IF W-MDY-YY LESS THAN 50
00278          MOVE 20 TO W-CC
00279      ELSE
00280          MOVE 19 TO W-CC.
00281      IF W-MMDDYY EQUAL ZERO
00282          MOVE ZEROS TO W-CCYYMMDD.
00283  A090-EXIT. EXIT.
00284      SKIP2
00285  B010-INPUT-PASS SECTION.
00286      SKIP1
00287  B020-OPEN-INPUT.
00288      OPEN INPUT VOUCHER-FILE, PROP-MASTER.
00289      PERFORM B030-READ-VOUCHER THRU B030-EXIT
00290          UNTIL END-OF-VCH-FILE.
00291      PERFORM B040-READ-MASTER THRU B040-EXIT
00292          UNTIL END-OF-PM-FILE.
00293      CLOSE VOUCHER-FILE, PROP-MASTER.
00294      GO TO B090-EXIT.
00295      SKIP1
00296  B030-READ-VOUCHER.
00297      READ VOUCHER-FILE AT END
00298          MOVE 'Y' TO VCH-EOF-SW
00299          GO TO B030-EXIT.
00300      ADD +1 TO VCH-IN-CNT.
00301      IF VCH-REC-TYPE NOT EQUAL 'D'
00302          GO TO B030-EXIT.
00303      IF VCH-TAX-YEAR NOT NUMERIC
00304         OR VCH-TAX-YEAR EQUAL ZERO
00305          ADD +1 TO VCH-NO-YEAR-CNT
00306          GO TO B030-EXIT.
00307      ADD +1 TO VCH-USED-CNT.
00308      MOVE SPACES         TO SORT-REC.
00309      MOVE VCH-PROP       TO SR-PROP.
00310      MOVE VCH-TAX-YEAR   TO SR-TAX-YEAR.
00311      MOVE 'C'            TO SR-SOURCE.
00312      MOVE ZERO           TO SR-VOL.
00313      MOVE VCH-REFUND-AMT TO SR-AMT.
00314      MOVE VCH-CERT-NO    TO SR-DOC-NO.
00315      MOVE VCH-ISSUE-DATE TO SR-DOC-DATE.
00316      RELEASE SORT-REC.
00317  B030-EXIT. EXIT.
00318      SKIP1
00319 *    THE PAYMENTS ON A MASTER RECORD ARE RELEASED AS ONE AMOUNT;
00320 *    EVERY REFUND SEGMENT IS RELEASED AS A DOCUMENT OF ITS OWN.
00321  B040-READ-MASTER.
00322      READ PROP-MASTER AT END
00323          MOVE 'Y' TO PM-EOF-SW
00324          GO TO B040-EXIT.
00325      ADD +1 TO PM-IN-CNT.
00326      IF NOT SEGMENTS-PRESENT
00327          GO TO B040-EXIT.
00328      IF PM-TXYR GREATER THAN 50
00329          COMPUTE W-TAX-YEAR = 1900 + PM-TXYR
00330      ELSE
00331          COMPUTE W-TAX-YEAR = 2000 + PM-TXYR.
00332      MOVE ZEROS TO W-PAID.
00333      PERFORM B050-SCAN-SEGMENT THRU B050-EXIT
00334          VARYING SEG-SUB FROM +1 BY +1
00335          UNTIL SEG-SUB GREATER THAN PM-SEGCTR.
00336      IF W-PAID NOT EQUAL ZERO
00337          MOVE SPACES      TO SORT-REC
00338          MOVE 'P'         TO SR-SOURCE
00339          MOVE W-PAID      TO SR-AMT
00340          MOVE ZEROS       TO SR-DOC-DATE
00341          PERFORM B060-RELEASE-PM THRU B060-EXIT.
00342  B040-EXIT. EXIT.
00343      SKIP1
00344  B050-SCAN-SEGMENT.
00345      IF PAYMENT-SEGMENT (SEG-SUB)
00346          ADD PM-PYMT-AMT (SEG-SUB) TO W-PAID
00347          GO TO B050-EXIT.
00348      IF H-REFUND-SEGMENT (SEG-SUB)
00349          ADD +1 TO H-SEG-CNT
00350          MOVE SPACES        TO SORT-REC
00351          MOVE 'H'           TO SR-SOURCE
00352          MOVE PM-RFND-AMT (SEG-SUB)  TO SR-AMT
00353          MOVE PM-RFND-CSNO (SEG-SUB) TO SR-DOC-NO
00354          MOVE PM-RFND-DATE (SEG-SUB) TO W-MMDDYY
00355          PERFORM A090-WINDOW-DATE THRU A090-EXIT
00356          MOVE W-CCYYMMDD    TO SR-DOC-DATE
00357          PERFORM B060-RELEASE-PM THRU B060-EXIT
00358          GO TO B050-EXIT.
00359      IF A-Z-TYP-INSTALL-R1 (SEG-SUB)
00360         OR A-Z-TYP-INSTALL-R2 (SEG-SUB)
00361          ADD +1 TO AZ-SEG-CNT
00362          MOVE SPACES        TO SORT-REC
00363          MOVE 'R'           TO SR-SOURCE
00364          MOVE PM-AZ-AMT (SEG-SUB)  TO SR-AMT
00365          MOVE PM-AZ-NO (SEG-SUB)   TO SR-DOC-NO
00366          MOVE PM-AZ-DATE (SEG-SUB) TO W-MMDDYY
00367          PERFORM A090-WINDOW-DATE THRU A090-EXIT
00368          MOVE W-CCYYMMDD    TO SR-DOC-DATE
00369          PERFORM B060-RELEASE-PM THRU B060-EXIT
00370          GO TO B050-EXIT.
00371      IF PM-R3-INSTALL (SEG-SUB)
00372          MOVE SPACES        TO SORT-REC
00373          MOVE 'R'           TO SR-SOURCE
00374          MOVE ZEROS         TO SR-AMT SR-DOC-DATE
00375          MOVE PM-R3-NO (SEG-SUB)   TO SR-DOC-NO
00376          PERFORM B060-RELEASE-PM THRU B060-EXIT.
00377  B050-EXIT. EXIT.
00378      SKIP1
00379  B060-RELEASE-PM.
00380      MOVE PM-PROP    TO SR-PROP.
00381      MOVE W-TAX-YEAR TO SR-TAX-YEAR.
00382      MOVE PM-VOL     TO SR-VOL.
00383      RELEASE SORT-REC.
00384  B060-EXIT. EXIT.
00385      SKIP1
00386  B090-EXIT. EXIT.
00387      SKIP2
00388  C010-REPORT-PASS SECTION.
00389      SKIP1
00390  C020-OPEN-OUTPUT.
00391      OPEN OUTPUT PRINT-FILE.
00392      PERFORM D010-HEADING THRU D010-EXIT.
00393      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00394      IF END-OF-SORT-FILE
00395          GO TO C080-WRAP-UP.
00396      PERFORM C045-GROUP-START THRU C045-EXIT.
00397      PERFORM C040-ACCUMULATE THRU C040-EXIT
00398          UNTIL END-OF-SORT-FILE.
00399      PERFORM C060-GROUP-BREAK THRU C060-EXIT.
00400      SKIP1
00401  C080-WRAP-UP.
00402      PERFORM D030-TOTALS THRU D030-EXIT.
00403      CLOSE PRINT-FILE.
00404      GO TO C090-EXIT.
00405      SKIP1
00406  C030-RETURN-SORT.
00407      RETURN REFUND-SORT AT END
00408          MOVE 'Y' TO SORT-EOF-SW.
00409  C030-EXIT. EXIT.
00410      SKIP1
00411  C040-ACCUMULATE.
00412      IF SR-PROP NOT EQUAL HOLD-PROP
00413         OR SR-TAX-YEAR NOT EQUAL HOLD-TAX-YEAR
00414          PERFORM C060-GROUP-BREAK THRU C060-EXIT
00415          PERFORM C045-GROUP-START THRU C045-EXIT.
00416      IF SR-VOL GREATER THAN ZERO
00417          MOVE SR-VOL TO HOLD-VOL.
00418      IF SR-PAYMENT
00419          ADD SR-AMT TO G-PAID
00420          GO TO C040-NEXT.
00421      IF SR-VOUCHER
00422          ADD SR-AMT TO G-VCH-AMT.
00423      IF SR-H-REFUND
00424          ADD SR-AMT TO G-H-AMT.
00425      IF SR-AZ-REFUND
00426          ADD SR-AMT TO G-AZ-AMT.
00427      IF DOC-CTR NOT LESS THAN +50
00428          ADD +1 TO DOC-OVFL-CNT
00429          GO TO C040-NEXT.
00430      ADD +1 TO DOC-CTR.
00431      MOVE SR-SOURCE   TO DT-SOURCE (DOC-CTR).
00432      MOVE SR-AMT      TO DT-AMT (DOC-CTR).
00433      MOVE SR-DOC-NO   TO DT-DOC-NO (DOC-CTR).
00434      MOVE SR-DOC-DATE TO DT-DOC-DATE (DOC-CTR).
00435  C040-NEXT.
00436      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00437  C040-EXIT. EXIT.
00438      SKIP1
00439  C045-GROUP-START.
00440      MOVE SR-PROP     TO HOLD-PROP.
00441      MOVE SR-TAX-YEAR TO HOLD-TAX-YEAR.
00442      MOVE ZEROS TO HOLD-VOL DOC-CTR
00443                    G-PAID G-VCH-AMT G-H-AMT G-AZ-AMT.
00444  C045-EXIT. EXIT.
00445      SKIP1
00446 *    A CHANNEL COUNTS ONLY WHEN IT REFUNDED MONEY; AN R3 NUMBER
00447 *    OR A ZERO VOUCHER ALONE DOES NOT MAKE A SECOND CHANNEL.
00448  C060-GROUP-BREAK.
00449      COMPUTE W-REFUNDED = G-VCH-AMT + G-H-AMT + G-AZ-AMT.
00450      IF W-REFUNDED NOT GREATER THAN ZERO
00451          GO TO C060-EXIT.
00452      ADD +1 TO REFUNDED-CNT.
00453      MOVE ZERO TO W-CHANNELS.
00454      IF G-VCH-AMT GREATER THAN ZERO
00455          ADD +1 TO W-CHANNELS.
00456      IF G-H-AMT GREATER THAN ZERO
00457          ADD +1 TO W-CHANNELS.
00458      IF G-AZ-AMT GREATER THAN ZERO
00459          ADD +1 TO W-CHANNELS.
00460      MOVE ZEROS TO W-EXCESS.
00461      IF W-REFUNDED GREATER THAN G-PAID
00462          COMPUTE W-EXCESS = W-REFUNDED - G-PAID.
00463      IF W-CHANNELS NOT GREATER THAN +1
00464       AND W-EXCESS EQUAL ZERO
00465          GO TO C060-EXIT.
00466      ADD +1 TO LISTED-CNT.
00467      ADD W-EXCESS TO GR-EXCESS.
00468      MOVE HOLD-PROP     TO PL-PROP.
00469      MOVE HOLD-TAX-YEAR TO PL-TAX-YEAR.
00470      MOVE HOLD-VOL      TO PL-VOL.
00471      MOVE G-PAID        TO PL-PAID.
00472      MOVE G-VCH-AMT     TO PL-VCH-AMT.
00473      MOVE G-H-AMT       TO PL-H-AMT.
00474      MOVE G-AZ-AMT      TO PL-AZ-AMT.
00475      MOVE W-EXCESS      TO PL-EXCESS.
00476      IF W-CHANNELS GREATER THAN +1
00477          ADD +1 TO MULTI-CHNL-CNT
00478          IF W-EXCESS GREATER THAN ZERO
00479              ADD +1 TO OVER-PAID-CNT
00480              MOVE 'MULTIPLE + OVER TAX PAID' TO PL-MESSG
00481          ELSE
00482              MOVE 'REFUNDED MULTIPLE WAYS' TO PL-MESSG
00483          END-IF
00484      ELSE
00485          ADD +1 TO OVER-PAID-CNT
00486          MOVE 'REFUNDED OVER TAX PAID' TO PL-MESSG.
00487      IF G-PAID EQUAL ZERO
00488          MOVE 'NO PAYMENT ON MASTER' TO PL-MESSG.
00489      IF LINE-CNT + DOC-CTR GREATER THAN +56
00490          PERFORM D010-HEADING THRU D010-EXIT.
00491      WRITE PRINT-REC FROM PARCEL-LINE AFTER ADVANCING 2.
00492      ADD +2 TO LINE-CNT.
00493      PERFORM C070-DOC-LINE THRU C070-EXIT
00494          VARYING DOC-SUB FROM +1 BY +1
00495          UNTIL DOC-SUB GREATER THAN DOC-CTR.
00496  C060-EXIT. EXIT.
00497      SKIP1
00498  C070-DOC-LINE.
00499      IF DT-SOURCE (DOC-SUB) EQUAL 'C'
00500          MOVE 'COE REFUND VOUCHER' TO DL-SOURCE.
00501      IF DT-SOURCE (DOC-SUB) EQUAL 'H'
00502          MOVE 'H REFUND SEGMENT' TO DL-SOURCE.
00503      IF DT-SOURCE (DOC-SUB) EQUAL 'R'
00504          MOVE 'A-Z REFUND SEGMENT' TO DL-SOURCE.
00505      MOVE DT-DOC-NO (DOC-SUB)   TO DL-DOC-NO.
00506      MOVE DT-DOC-DATE (DOC-SUB) TO DL-DOC-DATE.
00507      MOVE DT-AMT (DOC-SUB)      TO DL-AMT.
00508      IF LINE-CNT GREATER THAN +57
00509          PERFORM D010-HEADING THRU D010-EXIT.
00510      WRITE PRINT-REC FROM DOC-LINE AFTER ADVANCING 1.
00511      ADD +1 TO LINE-CNT.
00512  C070-EXIT. EXIT.
00513      SKIP1
00514  D010-HEADING.
00515      ADD +1 TO PAGE-CNT.
00516      MOVE PAGE-CNT TO HD-PAGE.
00517      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00518      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00519      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00520      MOVE +6 TO LINE-CNT.
00521  D010-EXIT. EXIT.
00522      SKIP1
00523  D030-TOTALS.
00524      IF LINE-CNT GREATER THAN +52
00525          PERFORM D010-HEADING THRU D010-EXIT.
00526      MOVE ZEROS TO TL-AMT.
00527      MOVE 'PARCEL YEARS REFUNDED' TO TL-LABEL.
00528      MOVE REFUNDED-CNT TO TL-COUNT.
00529      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 3.
00530      MOVE 'REFUNDED IN MORE THAN ONE WAY' TO TL-LABEL.
00531      MOVE MULTI-CHNL-CNT TO TL-COUNT.
00532      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1.
00533      MOVE 'REFUNDED BEYOND TAX PAID' TO TL-LABEL.
00534      MOVE OVER-PAID-CNT TO TL-COUNT.
00535      MOVE GR-EXCESS TO TL-AMT.
00536      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1.
00537  D030-EXIT. EXIT.
00538      SKIP1
00539  C090-EXIT. EXIT.
