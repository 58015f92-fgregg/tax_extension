00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA992.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. PROPERTY TAX APPEAL BOARD PENDING-CASE REPORT.  EVERY
00007 *         CASE STILL PENDING ON THE APPEAL BOARD CASE MASTER
00008 *         (ASPTABMR1, MAINTAINED BY ASREA991) IS SORTED BY TAX
00009 *         YEAR AND TOWNSHIP AND SUMMARIZED ONE LINE PER TOWNSHIP,
00010 *         WITH TAX YEAR AND COUNTY TOTALS, SHOWING THE NUMBER OF
00011 *         CASES, THE ASSESSED VALUE UNDER APPEAL, THE VALUE SOUGHT
00012 *         BY THE APPELLANTS AND THE ASSESSED VALUE AT RISK -- THE
00013 *         DIFFERENCE BETWEEN THE TWO.  WHEN THE DOCKET CARRIES NO
00014 *         VALUE SOUGHT, OR ONE NOT BELOW THE VALUE UNDER APPEAL,
00015 *         THE WHOLE VALUE UNDER APPEAL IS COUNTED AT RISK AND THE
00016 *         CASE IS COUNTED IN THE LAST COLUMN.  THE OLDEST FILING
00017 *         DATE IN EACH TOWNSHIP IS SHOWN FOR AGING.
00018      SKIP2
00019  ENVIRONMENT DIVISION.
00020  CONFIGURATION SECTION.
00021  SOURCE-COMPUTER. IBM-370.
00022  OBJECT-COMPUTER. IBM-370.
00023      SKIP1
00024  INPUT-OUTPUT SECTION.
00025  FILE-CONTROL.
00026      SELECT PTAB-MASTER    ASSIGN TO UT-S-PTABMSTR.
00027      SELECT PRINT-FILE     ASSIGN TO UT-S-PRINT.
00028      SELECT PENDING-SORT   ASSIGN TO UT-S-SORTWK.
00029      SKIP2
00030  DATA DIVISION.
00031  FILE SECTION.
00032      SKIP1
00033  FD  PTAB-MASTER
00034      BLOCK  CONTAINS 0 RECORDS
00035      RECORD CONTAINS 160 CHARACTERS
00036      RECORDING MODE IS F
00037      LABEL  RECORDS ARE STANDARD
00038      DATA RECORD IS PTAB-REC.
00039  01  PTAB-REC.
00040  COPY ASPTABMR1.
00041      SKIP2
00042  FD  PRINT-FILE
00043      BLOCK  CONTAINS 0 RECORDS
00044      RECORD CONTAINS 133 CHARACTERS
00045      RECORDING MODE IS F
00046      LABEL  RECORDS ARE STANDARD.
00047      SKIP1
00048  01  PRINT-REC               PIC X(133).
00049      SKIP2
00050  SD  PENDING-SORT
00051      DATA RECORD IS SORT-REC.
00052  01  SORT-REC.
00053      05  SR-TAX-YEAR         PIC 9(4).
00054      05  SR-TOWN             PIC 9(3).
00055      05  SR-FILED-DATE       PIC 9(8).
00056      05  SR-AV-BEFORE        PIC S9(9)     COMP-3.
00057      05  SR-AV-REQUESTED     PIC S9(9)     COMP-3.
00058      05  SR-AT-RISK          PIC S9(9)     COMP-3.
00059      05  SR-NO-REQ-SW        PIC X.
00060          88  SR-NO-REQUESTED              VALUE 'Y'.
00061      SKIP2
00062  WORKING-STORAGE SECTION.
00063      SKIP1
00064  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00065  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00066      SKIP1
00067  77  PT-EOF-SW                 PIC X      VALUE 'N'.
00068      88  END-OF-PT-FILE                   VALUE 'Y'.
00069  77  SORT-EOF-SW               PIC X      VALUE 'N'.
00070      88  END-OF-SORT-FILE                 VALUE 'Y'.
00071      SKIP1
00072  77  PT-IN-CNT         COMP-3  PIC S9(7)  VALUE +0.
00073  77  PENDING-CNT       COMP-3  PIC S9(7)  VALUE +0.
00074  77  DECIDED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00075  77  CLOSED-CNT        COMP-3  PIC S9(7)  VALUE +0.
00076  77  TOWN-CNT          COMP-3  PIC S9(5)  VALUE +0.
00077      SKIP1
00078  01  HOLD-TAX-YEAR             PIC 9(4)   VALUE ZERO.
00079  01  HOLD-TOWN                 PIC 9(3)   VALUE ZERO.
00080  01  TOWN-TOTALS.
00081      05  TT-CASES      COMP-3  PIC S9(7).
00082      05  TT-AV-BEFORE  COMP-3  PIC S9(13).
00083      05  TT-AV-REQ     COMP-3  PIC S9(13).
00084      05  TT-AT-RISK    COMP-3  PIC S9(13).
00085      05  TT-NO-REQ     COMP-3  PIC S9(7).
00086      05  TT-OLDEST             PIC 9(8).
00087  01  YEAR-TOTALS.
00088      05  YT-CASES      COMP-3  PIC S9(7).
00089      05  YT-AV-BEFORE  COMP-3  PIC S9(13).
00090      05  YT-AV-REQ     COMP-3  PIC S9(13).
00091      05  YT-AT-RISK    COMP-3  PIC S9(13).
00092      05  YT-NO-REQ     COMP-3  PIC S9(7).
00093      05  YT-OLDEST             PIC 9(8).
00094  01  FINAL-TOTALS.
00095      05  FT-CASES      COMP-3  PIC S9(7)   VALUE +0.
00096      05  FT-AV-BEFORE  COMP-3  PIC S9(13)  VALUE +0.
00097      05  FT-AV-REQ     COMP-3  PIC S9(13)  VALUE +0.
00098      05  FT-AT-RISK    COMP-3  PIC S9(13)  VALUE +0.
00099      05  FT-NO-REQ     COMP-3  PIC S9(7)   VALUE +0.
00100      05  FT-OLDEST             PIC 9(8)    VALUE 99999999.
00101      SKIP1
00102  01  ACPT-DATE                  PIC 9(6).
00103  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00104      05  ACPT-YR                PIC 99.
00105      05  ACPT-MO                PIC 99.
00106      05  ACPT-DA                PIC 99.
00107  01  DSP-DATE.
00108      05  DSP-MO                 PIC 99.
00109      05  FILLER                 PIC X      VALUE '/'.
00110      05  DSP-DA                 PIC 99.
00111      05  FILLER                 PIC X      VALUE '/'.
00112      05  DSP-YR                 PIC 99.
00113      SKIP1
00114  01  HEAD-A.
00115      05  FILLER          PIC X(3)   VALUE SPACES.
00116      05  HD-DATE         PIC X(8).
00117      05  FILLER          PIC X(44)  VALUE SPACES.
00118      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00119      05  FILLER          PIC X(44)  VALUE SPACES.
00120      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00121      05  HD-PAGE         PIC ZZ,ZZ9.
00122      SKIP1
00123  01  HEAD-B.
00124      05  FILLER          PIC X(3)   VALUE SPACES.
00125      05  FILLER          PIC X(8)   VALUE 'ASREA992'.
00126      05  FILLER          PIC X(18)  VALUE SPACES.
00127      05  FILLER          PIC X(60)  VALUE
00128          'APPEAL BOARD PENDING CASES - ASSESSED VALUE AT RISK'.
00129      SKIP1
00130  01  HEAD-C.
00131      05  FILLER          PIC X(3)   VALUE SPACES.
00132      05  FILLER          PIC X(26)  VALUE 'TAX YEAR / TOWNSHIP'.
00133      05  FILLER          PIC X(9)   VALUE '    CASES'.
00134      05  FILLER          PIC X(19)  VALUE '     VALUE APPEALED'.
00135      05  FILLER          PIC X(19)  VALUE '       VALUE SOUGHT'.
00136      05  FILLER          PIC X(19)  VALUE '      VALUE AT RISK'.
00137      05  FILLER          PIC X(10)  VALUE '    OLDEST'.
00138      05  FILLER          PIC X(2)   VALUE SPACES.
00139      05  FILLER          PIC X(15)  VALUE 'NO VALUE SOUGHT'.
00140      SKIP1
00141  01  YEAR-LINE.
00142      05  FILLER          PIC X(3)   VALUE SPACES.
00143      05  FILLER          PIC X(10)  VALUE 'TAX YEAR '.
00144      05  YL-TAX-YEAR     PIC 9(4).
00145      SKIP1
00146  01  TOTAL-LINE.
00147      05  FILLER          PIC X(5)   VALUE SPACES.
00148      05  TL-TITLE        PIC X(24).
00149      05  TL-CASES        PIC Z,ZZZ,ZZ9.
00150      05  FILLER          PIC X(2)   VALUE SPACES.
00151      05  TL-AV-BEFORE    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
00152      05  FILLER          PIC X(2)   VALUE SPACES.
00153      05  TL-AV-REQ       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
00154      05  FILLER          PIC X(2)   VALUE SPACES.
00155      05  TL-AT-RISK      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
00156      05  FILLER          PIC X(2)   VALUE SPACES.
00157      05  TL-OLDEST       PIC 9(8).
00158      05  FILLER          PIC X(4)   VALUE SPACES.
00159      05  TL-NO-REQ       PIC Z,ZZZ,ZZ9.
00160      SKIP1
00161  01  TOWN-TITLE.
00162      05  FILLER          PIC X(9)   VALUE 'TOWNSHIP '.
00163      05  TT-TOWN         PIC 9(3).
00164      EJECT
00165  PROCEDURE DIVISION.
00166      SKIP1
00167  A010-HOUSEKEEPING.
00168      ACCEPT ACPT-DATE FROM DATE.
00169      MOVE ACPT-MO TO DSP-MO.
00170      MOVE ACPT-DA TO DSP-DA.
00171      MOVE ACPT-YR TO DSP-YR.
00172      MOVE DSP-DATE TO HD-DATE.
00173      SORT PENDING-SORT
00174          ON ASCENDING KEY SR-TAX-YEAR SR-TOWN
00175          INPUT  PROCEDURE IS B010-INPUT-PASS
00176          OUTPUT PROCEDURE IS C010-REPORT-PASS.
00177      DISPLAY 'TOTAL CASE MASTER RECORDS READ.......: ' PT-IN-CNT.
00178      DISPLAY 'TOTAL CASES PENDING..................: '
00179          PENDING-CNT.
00180      DISPLAY 'TOTAL CASES DECIDED..................: '
00181          DECIDED-CNT.
00182      DISPLAY 'TOTAL CASES DISMISSED OR WITHDRAWN...: ' CLOSED-CNT.
00183      DISPLAY 'TOTAL TAX YEAR/TOWNSHIP LINES........: ' TOWN-CNT.
00184      DISPLAY 'TOTAL ASSESSED VALUE AT RISK.........: '
00185          FT-AT-RISK.
00186      STOP RUN.
00187      SKIP2
00188  B010-INPUT-PASS SECTION.
00189      SKIP1
00190  B020-OPEN-INPUT.
00191      OPEN INPUT PTAB-MASTER.
00192      PERFORM B030-READ-PT THRU B030-EXIT
00193          UNTIL END-OF-PT-FILE.
00194      CLOSE PTAB-MASTER.
00195      GO TO B090-EXIT.
00196      SKIP1
00197  B030-READ-PT.
00198      READ PTAB-MASTER AT END
00199          MOVE 'Y' TO PT-EOF-SW
00200          GO TO B030-EXIT.
00201      ADD +1 TO PT-IN-CNT.
00202      IF PT-DECIDED
00203          ADD +1 TO DECIDED-CNT
00204          GO TO B030-EXIT.
00205      IF NOT PT-PENDING
00206          ADD +1 TO CLOSED-CNT
00207          GO TO B030-EXIT.
00208      ADD +1 TO PENDING-CNT.
00209      MOVE SPACES           TO SORT-REC.
00210      MOVE PT-TAX-YEAR      TO SR-TAX-YEAR.
00211      MOVE PT-TOWN          TO SR-TOWN.
00212      MOVE PT-FILED-DATE    TO SR-FILED-DATE.
00213      MOVE PT-AV-BEFORE     TO SR-AV-BEFORE.
00214      MOVE PT-AV-REQUESTED  TO SR-AV-REQUESTED.
00215      IF PT-AV-REQUESTED GREATER THAN ZERO
00216         AND PT-AV-REQUESTED LESS THAN PT-AV-BEFORE
00217          COMPUTE SR-AT-RISK = PT-AV-BEFORE - PT-AV-REQUESTED
00218          MOVE 'N' TO SR-NO-REQ-SW
00219      ELSE
00220          MOVE PT-AV-BEFORE TO SR-AT-RISK
00221          MOVE 'Y' TO SR-NO-REQ-SW.
00222      RELEASE SORT-REC.
00223  B030-EXIT. EXIT.
00224      SKIP1
00225  B090-EXIT. EXIT.
00226      SKIP2
00227  C010-REPORT-PASS SECTION.
00228      SKIP1
00229  C020-OPEN-OUTPUT.
00230      OPEN OUTPUT PRINT-FILE.
00231      PERFORM D010-HEADING THRU D010-EXIT.
00232      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00233      IF END-OF-SORT-FILE
00234          MOVE 'NO CASES PENDING' TO TL-TITLE
00235          MOVE ZEROS TO TL-CASES TL-AV-BEFORE TL-AV-REQ TL-AT-RISK
00236                        TL-OLDEST TL-NO-REQ
00237          PERFORM D020-PRINT-TOTAL THRU D020-EXIT
00238          GO TO C080-WRAP-UP.
00239      PERFORM C045-YEAR-START THRU C045-EXIT.
00240      PERFORM C046-TOWN-START THRU C046-EXIT.
00241      PERFORM C040-ADD-CASE THRU C040-EXIT
00242          UNTIL END-OF-SORT-FILE.
00243      PERFORM C060-TOWN-BREAK THRU C060-EXIT.
00244      PERFORM C065-YEAR-BREAK THRU C065-EXIT.
00245      MOVE 'COUNTY TOTAL'  TO TL-TITLE.
00246      MOVE FT-CASES        TO TL-CASES.
00247      MOVE FT-AV-BEFORE    TO TL-AV-BEFORE.
00248      MOVE FT-AV-REQ       TO TL-AV-REQ.
00249      MOVE FT-AT-RISK      TO TL-AT-RISK.
00250      MOVE FT-OLDEST       TO TL-OLDEST.
00251      MOVE FT-NO-REQ       TO TL-NO-REQ.
00252      PERFORM D020-PRINT-TOTAL THRU D020-EXIT.
00253      SKIP1
00254  C080-WRAP-UP.
00255      CLOSE PRINT-FILE.
00256      GO TO C090-EXIT.
00257      SKIP1
00258  C030-RETURN-SORT.
00259      RETURN PENDING-SORT AT END
00260          MOVE 'Y' TO SORT-EOF-SW.
00261  C030-EXIT. EXIT.
00262      SKIP1
00263  C040-ADD-CASE.
00264      IF SR-TAX-YEAR NOT EQUAL HOLD-TAX-YEAR
00265          PERFORM C060-TOWN-BREAK THRU C060-EXIT
00266          PERFORM C065-YEAR-BREAK THRU C065-EXIT
00267          PERFORM C045-YEAR-START THRU C045-EXIT
00268          PERFORM C046-TOWN-START THRU C046-EXIT
00269      ELSE
00270          IF SR-TOWN NOT EQUAL HOLD-TOWN
00271              PERFORM C060-TOWN-BREAK THRU C060-EXIT
00272              PERFORM C046-TOWN-START THRU C046-EXIT.
00273      ADD +1 TO TT-CASES.
00274      ADD SR-AV-BEFORE    TO TT-AV-BEFORE.
00275      ADD SR-AV-REQUESTED TO TT-AV-REQ.
00276      ADD SR-AT-RISK      TO TT-AT-RISK.
00277      IF SR-NO-REQUESTED
00278          ADD +1 TO TT-NO-REQ.
00279      IF SR-FILED-DATE LESS THAN TT-OLDEST
00280          MOVE SR-FILED-DATE TO TT-OLDEST.
00281      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00282  C040-EXIT. EXIT.
00283      SKIP1
00284  C045-YEAR-START.
00285      MOVE SR-TAX-YEAR TO HOLD-TAX-YEAR YL-TAX-YEAR.
00286      INITIALIZE YEAR-TOTALS.
00287      MOVE 99999999 TO YT-OLDEST.
00288      IF LINE-CNT GREATER THAN +54
00289          PERFORM D010-HEADING THRU D010-EXIT.
00290      WRITE PRINT-REC FROM YEAR-LINE AFTER ADVANCING 2.
00291      ADD +2 TO LINE-CNT.
00292  C045-EXIT. EXIT.
00293      SKIP1
00294  C046-TOWN-START.
00295      MOVE SR-TOWN TO HOLD-TOWN.
00296      INITIALIZE TOWN-TOTALS.
00297      MOVE 99999999 TO TT-OLDEST.
00298  C046-EXIT. EXIT.
00299      SKIP1
00300  C060-TOWN-BREAK.
00301      ADD +1 TO TOWN-CNT.
00302      MOVE HOLD-TOWN       TO TT-TOWN.
00303      MOVE TOWN-TITLE      TO TL-TITLE.
00304      MOVE TT-CASES        TO TL-CASES.
00305      MOVE TT-AV-BEFORE    TO TL-AV-BEFORE.
00306      MOVE TT-AV-REQ       TO TL-AV-REQ.
00307      MOVE TT-AT-RISK      TO TL-AT-RISK.
00308      MOVE TT-OLDEST       TO TL-OLDEST.
00309      MOVE TT-NO-REQ       TO TL-NO-REQ.
00310      PERFORM D020-PRINT-TOTAL THRU D020-EXIT.
00311      ADD TT-CASES     TO YT-CASES.
00312      ADD TT-AV-BEFORE TO YT-AV-BEFORE.
00313      ADD TT-AV-REQ    TO YT-AV-REQ.
00314      ADD TT-AT-RISK   TO YT-AT-RISK.
00315      ADD TT-NO-REQ    TO YT-NO-REQ.
00316      IF TT-OLDEST LESS THAN YT-OLDEST
00317          MOVE TT-OLDEST TO YT-OLDEST.
00318  C060-EXIT. EXIT.
00319      SKIP1
00320  C065-YEAR-BREAK.
00321      MOVE 'TAX YEAR TOTAL' TO TL-TITLE.
00322      MOVE YT-CASES        TO TL-CASES.
00323      MOVE YT-AV-BEFORE    TO TL-AV-BEFORE.
00324      MOVE YT-AV-REQ       TO TL-AV-REQ.
00325      MOVE YT-AT-RISK      TO TL-AT-RISK.
00326      MOVE YT-OLDEST       TO TL-OLDEST.
00327      MOVE YT-NO-REQ       TO TL-NO-REQ.
00328      PERFORM D020-PRINT-TOTAL THRU D020-EXIT.
00329      ADD YT-CASES     TO FT-CASES.
00330      ADD YT-AV-BEFORE TO FT-AV-BEFORE.
00331      ADD YT-AV-REQ    TO FT-AV-REQ.
00332      ADD YT-AT-RISK   TO FT-AT-RISK.
00333      ADD YT-NO-REQ    TO FT-NO-REQ.
00334      IF YT-OLDEST LESS THAN FT-OLDEST
00335          MOVE YT-OLDEST TO FT-OLDEST.
00336  C065-EXIT. EXIT.
00337      SKIP1
00338  D010-HEADING.
00339      ADD +1 TO PAGE-CNT.
00340      MOVE PAGE-CNT TO HD-PAGE.
00341      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00342      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00343      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00344      MOVE +6 TO LINE-CNT.
00345  D010-EXIT. EXIT.
00346      SKIP1
00347  D020-PRINT-TOTAL.
00348      IF LINE-CNT GREATER THAN +57
00349          PERFORM D010-HEADING THRU D010-EXIT.
00350      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1.
00351      ADD +1 TO LINE-CNT.
00352  D020-EXIT. EXIT.
00353      SKIP1
00354  C090-EXIT. EXIT.
