00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA971.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. ASSESSMENT SALES RATIO STUDY.  THE CURRENT ASSESSMENT
00007 *         MASTER (ASREASRD02) CARRIES UP TO THREE SALES PER
00008 *         PARCEL IN ITS SALES SEGMENT.  EACH ASSESSED REAL ESTATE
00009 *         PARCEL'S MOST RECENT ARM'S-LENGTH SALE INSIDE THE STUDY
00010 *         PERIOD IS PAIRED WITH ITS CURRENT TOTAL ASSESSED VALUE,
00011 *         BROUGHT UP TO MARKET BY THE LEVEL OF ASSESSMENT FOR ITS
00012 *         MAJOR CLASS, AND THE RATIO OF THAT VALUE TO THE SALE
00013 *         PRICE IS TAKEN.  THE CONTROL FILE GIVES THE STUDY PERIOD
00014 *         ('P' CARD), THE DEED TYPES THAT ARE NOT ARM'S-LENGTH
00015 *         ('D' CARDS) AND THE LEVEL OF ASSESSMENT PER MAJOR CLASS
00016 *         ('L' CARDS, 100 PERCENT WHEN NOT GIVEN).  THE RATIOS ARE
00017 *         SORTED WITHIN COUNTY, TOWNSHIP, MAJOR CLASS AND
00018 *         TOWNSHIP/NEIGHBORHOOD (M-NBHD) AND FOR EACH GROUP THE
00019 *         REPORT SHOWS THE NUMBER OF SALES, THE MEDIAN, MEAN AND
00020 *         WEIGHTED MEAN RATIO, THE COEFFICIENT OF DISPERSION
00021 *         ABOUT THE MEDIAN AND THE PRICE-RELATED DIFFERENTIAL
00022 *         (MEAN OVER WEIGHTED MEAN).  A COD OVER 15.00 OR A PRD
00023 *         OUTSIDE .98 - 1.03 IS STARRED; A GROUP OF FEWER THAN 5
00024 *         SALES IS NOTED.  EVERY PAIRED SALE IS ALSO WRITTEN TO
00025 *         THE RATIO PAIR FILE FOR THE BOARD OF REVIEW AND THE
00026 *         EQUALIZATION ANALYSTS.  SALE DATES ARE YYMMDD; A YEAR
00027 *         BELOW 50 IS TAKEN AS 20YY.
00028 *         THE 'P' CARD MAY ALSO CARRY A MINIMUM SALE PRICE
00029 *         (1,000 WHEN NOT GIVEN) SO NOMINAL-CONSIDERATION DEEDS
00030 *         STAY OUT OF THE STUDY; A RATIO OF 1,000 OR MORE IS
00031 *         COUNTED AS AN OUTLIER AND LEFT OUT.
00032      SKIP2
00033  ENVIRONMENT DIVISION.
00034  CONFIGURATION SECTION.
00035  SOURCE-COMPUTER. IBM-370.
00036  OBJECT-COMPUTER. IBM-370.
00037      SKIP1
00038  INPUT-OUTPUT SECTION.
00039  FILE-CONTROL.
00040      SELECT CNTRL-FILE    ASSIGN TO UT-S-CNTRLFLE.
00041      SELECT CURR-ASSMT    ASSIGN TO UT-S-CURASMST.
00042      SELECT RATIO-SORT    ASSIGN TO UT-S-SORTWK.
00043      SELECT PAIR-FILE     ASSIGN TO UT-S-RATIOPR.
00044      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00045      SKIP2
00046  DATA DIVISION.
00047  FILE SECTION.
00048      SKIP1
00049  FD  CNTRL-FILE
00050      BLOCK  CONTAINS 0 RECORDS
00051      RECORD CONTAINS 80 CHARACTERS
00052      RECORDING MODE IS F
00053      LABEL  RECORDS ARE STANDARD
00054      DATA RECORD IS CNTRL-REC.
00055  01  CNTRL-REC.
00056      05  CC-TYPE         PIC X.
00057          88  CC-PERIOD-CARD             VALUE 'P'.
00058          88  CC-DEED-CARD               VALUE 'D'.
00059          88  CC-LEVEL-CARD              VALUE 'L'.
00060      05  CC-DATA         PIC X(79).
00061      05  CC-PERIOD-DATA REDEFINES CC-DATA.
00062          10  CC-FROM-DATE    PIC 9(6).
00063          10  CC-TO-DATE      PIC 9(6).
00064          10  CC-MIN-PRICE    PIC 9(9).
00065          10  FILLER          PIC X(58).
00066      05  CC-DEED-DATA REDEFINES CC-DATA.
00067          10  CC-DEED-TYPE OCCURS 39 TIMES
00068                              PIC XX.
00069          10  FILLER          PIC X.
00070      05  CC-LEVEL-DATA REDEFINES CC-DATA.
00071          10  CC-LVL-CLASS    PIC 9.
00072          10  CC-LVL-PCT      PIC 9(3)V99.
00073          10  FILLER          PIC X(73).
00074      SKIP2
00075  FD  CURR-ASSMT
00076      BLOCK CONTAINS 0 CHARACTERS
00077      RECORD CONTAINS 122 TO 18706 CHARACTERS
00078      RECORDING MODE IS S
00079      LABEL RECORDS ARE STANDARD
00080      DATA RECORD IS CURR-ASSMT-REC.
00081  01  CURR-ASSMT-REC.
00082  COPY ASREASRD02.
00083      SKIP2
00084  SD  RATIO-SORT
00085      DATA RECORD IS SORT-REC.
00086  01  SORT-REC.
00087      05  SR-GRP-TYPE      PIC 9.
00088      05  SR-GRP-KEY       PIC 9(5)       COMP-3.
00089      05  SR-RATIO         PIC S9(3)V9(6) COMP-3.
00090      05  SR-MKT-VAL       PIC S9(11)     COMP-3.
00091      05  SR-PRICE         PIC S9(9)      COMP-3.
00092      SKIP2
00093  FD  PAIR-FILE
00094      BLOCK  CONTAINS 0 RECORDS
00095      RECORD CONTAINS 80 CHARACTERS
00096      RECORDING MODE IS F
00097      LABEL  RECORDS ARE STANDARD
00098      DATA RECORD IS PAIR-REC.
00099  01  PAIR-REC.
00100      05  RP-VOL          PIC 9(3).
00101      05  RP-PROP         PIC 9(15).
00102      05  RP-TXCD         PIC 9(5).
00103      05  RP-CLS          PIC 9(3).
00104      05  RP-NBHD         PIC 9(3).
00105      05  RP-SALE-DATE    PIC 9(8).
00106      05  RP-SALE-PRICE   PIC 9(9).
00107      05  RP-ASSD-VAL     PIC 9(9).
00108      05  RP-MKT-VAL      PIC 9(11).
00109      05  RP-RATIO        PIC 9(3)V9(6).
00110      05  FILLER          PIC X(5).
00111      SKIP2
00112  FD  PRINT-FILE
00113      BLOCK  CONTAINS 0 RECORDS
00114      RECORD CONTAINS 133 CHARACTERS
00115      RECORDING MODE IS F
00116      LABEL  RECORDS ARE STANDARD.
00117      SKIP1
00118  01  PRINT-REC               PIC X(133).
00119      SKIP2
00120  WORKING-STORAGE SECTION.
00121      SKIP1
00122  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00123  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00124      SKIP1
00125  77  CNTRL-EOF-SW              PIC X      VALUE 'N'.
00126      88  END-OF-CNTRL-FILE                VALUE 'Y'.
00127  77  CURR-EOF-SW               PIC X      VALUE 'N'.
00128      88  END-OF-CURR-FILE                 VALUE 'Y'.
00129  77  SORT-EOF-SW               PIC X      VALUE 'N'.
00130      88  END-OF-SORT-FILE                 VALUE 'Y'.
00131  77  PERIOD-SW                 PIC X      VALUE 'N'.
00132      88  PERIOD-GIVEN                     VALUE 'Y'.
00133  77  DEED-EXCL-SW              PIC X      VALUE 'N'.
00134      88  DEED-EXCLUDED                    VALUE 'Y'.
00135      SKIP1
00136  77  CURR-IN-CNT       COMP-3  PIC S9(9)  VALUE +0.
00137  77  NOT-RE-CNT        COMP-3  PIC S9(9)  VALUE +0.
00138  77  NO-SALE-CNT       COMP-3  PIC S9(9)  VALUE +0.
00139  77  ZERO-VAL-CNT      COMP-3  PIC S9(9)  VALUE +0.
00140  77  DEED-EXCL-CNT     COMP-3  PIC S9(9)  VALUE +0.
00141  77  PERIOD-EXCL-CNT   COMP-3  PIC S9(9)  VALUE +0.
00142  77  RATIO-EXCL-CNT    COMP-3  PIC S9(9)  VALUE +0.
00143  77  PAIRED-CNT        COMP-3  PIC S9(9)  VALUE +0.
00144  77  GROUP-CNT         COMP-3  PIC S9(7)  VALUE +0.
00145  77  FLAGGED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00146      SKIP1
00147  77  DX-CTR            COMP-3  PIC S9(3)  VALUE +0.
00148  77  DX-SUB            COMP-3  PIC S9(3)  VALUE +0.
00149  77  W-CARD-SUB        COMP-3  PIC S9(3)  VALUE +0.
00150  77  W-CLS-SUB         COMP-3  PIC S9(3)  VALUE +0.
00151  77  W-TOWN-SUB        COMP-3  PIC S9(3)  VALUE +0.
00152  77  W-NBHD-SUB        COMP-3  PIC S9(5)  VALUE +0.
00153  77  W-MAJ-CLS         COMP-3  PIC S9(3)  VALUE +0.
00154      SKIP1
00155  77  W-FROM-DATE       COMP-3  PIC S9(9)  VALUE +0.
00156  77  W-TO-DATE         COMP-3  PIC S9(9)  VALUE +0.
00157  77  W-SLS-DATE        COMP-3  PIC S9(7)  VALUE +0.
00158  77  W-SLS-AMT         COMP-3  PIC S9(9)  VALUE +0.
00159  77  W-CCYYMMDD        COMP-3  PIC S9(9)  VALUE +0.
00160  77  W-BEST-DATE       COMP-3  PIC S9(9)  VALUE +0.
00161  77  W-BEST-AMT        COMP-3  PIC S9(9)  VALUE +0.
00162  77  W-LEVEL-PCT       COMP-3  PIC S9(3)V99 VALUE +0.
00163  77  W-MKT-VAL         COMP-3  PIC S9(11) VALUE +0.
00164  77  W-RATIO           COMP-3  PIC S9(3)V9(6) VALUE +0.
00165  77  W-MIN-PRICE       COMP-3  PIC S9(9)  VALUE +1000.
00166      SKIP1
00167  77  G-N               COMP-3  PIC S9(9)  VALUE +0.
00168  77  G-HALF            COMP-3  PIC S9(9)  VALUE +0.
00169  77  G-POS             COMP-3  PIC S9(9)  VALUE +0.
00170  77  G-SUM-RATIO       COMP-3  PIC S9(9)V9(6)  VALUE +0.
00171  77  G-SUM-LOWER       COMP-3  PIC S9(9)V9(6)  VALUE +0.
00172  77  G-SUM-UPPER       COMP-3  PIC S9(9)V9(6)  VALUE +0.
00173  77  G-SUM-MKT         COMP-3  PIC S9(15) VALUE +0.
00174  77  G-SUM-PRICE       COMP-3  PIC S9(15) VALUE +0.
00175  77  G-RATIO-H         COMP-3  PIC S9(3)V9(6) VALUE +0.
00176  77  G-RATIO-H1        COMP-3  PIC S9(3)V9(6) VALUE +0.
00177  77  G-MEDIAN          COMP-3  PIC S9(3)V9(6) VALUE +0.
00178  77  G-MEAN            COMP-3  PIC S9(3)V9(6) VALUE +0.
00179  77  G-WTD-MEAN        COMP-3  PIC S9(3)V9(6) VALUE +0.
00180  77  G-COD             COMP-3  PIC S9(5)V99 VALUE +0.
00181  77  G-PRD             COMP-3  PIC S9(3)V9(4) VALUE +0.
00182  77  G-QUOT            COMP-3  PIC S9(9)  VALUE +0.
00183  77  G-REM             COMP-3  PIC S9(9)  VALUE +0.
00184      SKIP1
00185  77  COD-LIMIT         COMP-3  PIC S9(3)V99  VALUE +15.00.
00186  77  PRD-LOW           COMP-3  PIC S9V9(4)   VALUE +0.9800.
00187  77  PRD-HIGH          COMP-3  PIC S9V9(4)   VALUE +1.0300.
00188  77  MIN-SALES         COMP-3  PIC S9(3)     VALUE +5.
00189      SKIP1
00190  01  HOLD-GRP-TYPE       PIC 9      VALUE ZERO.
00191  01  HOLD-GRP-KEY        PIC 9(5)   VALUE ZEROS.
00192  01  FILLER REDEFINES HOLD-GRP-KEY.
00193      05  HOLD-GRP-TOWN   PIC 99.
00194      05  HOLD-GRP-NBHD   PIC 999.
00195  01  HOLD-SECTION-TYPE   PIC 9      VALUE ZERO.
00196      SKIP1
00197  01  W-YYMMDD            PIC 9(6).
00198  01  FILLER REDEFINES W-YYMMDD.
00199      05  W-YY            PIC 99.
00200      05  FILLER          PIC 9(4).
00201      SKIP1
00202  01  UNPK-TXCD           PIC 9(5).
00203  01  FILLER REDEFINES UNPK-TXCD.
00204      05  W-TOWN          PIC 99.
00205      05  FILLER          PIC 999.
00206      SKIP1
00207  01  DEED-EXCL-TABLE.
00208      05  DX-DEED-TYPE OCCURS 100 TIMES
00209                          PIC XX.
00210      SKIP1
00211  01  LEVEL-TABLE.
00212      05  LV-PCT OCCURS 9 TIMES
00213                          PIC S9(3)V99 COMP-3.
00214      SKIP1
00215  01  CNTY-SALES          PIC S9(9)  COMP-3 VALUE +0.
00216  01  CLS-COUNT-TABLE.
00217      05  CLS-SALES OCCURS 9 TIMES
00218                          PIC S9(9)  COMP-3.
00219  01  TOWN-COUNT-TABLE.
00220      05  TOWN-ENTRY OCCURS 78 TIMES.
00221          10  TOWN-SALES      PIC S9(7)  COMP-3.
00222          10  NBHD-SALES OCCURS 999 TIMES
00223                              PIC S9(5)  COMP-3.
00224      SKIP1
00225  01  ACPT-DATE                  PIC 9(6).
00226  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00227      05  ACPT-YR                PIC 99.
00228      05  ACPT-MO                PIC 99.
00229      05  ACPT-DA                PIC 99.
00230  01  DSP-DATE.
00231      05  DSP-MO                 PIC 99.
00232      05  FILLER                 PIC X      VALUE '/'.
00233      05  DSP-DA                 PIC 99.
00234      05  FILLER                 PIC X      VALUE '/'.
00235      05  DSP-YR                 PIC 99.
00236      SKIP1
00237  01  HEAD-A.
00238      05  FILLER          PIC X(3)   VALUE SPACES.
00239      05  HD-DATE         PIC X(8).
00240      05  FILLER          PIC X(44)  VALUE SPACES.
00241      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00242      05  FILLER          PIC X(44)  VALUE SPACES.
00243      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00244      05  HD-PAGE         PIC ZZ,ZZ9.
00245      SKIP1
00246  01  HEAD-B.
00247      05  FILLER          PIC X(3)   VALUE SPACES.
00248      05  FILLER          PIC X(8)   VALUE 'ASREA971'.
00249      05  FILLER          PIC X(18)  VALUE SPACES.
00250      05  FILLER          PIC X(30)  VALUE
00251          'ASSESSMENT SALES RATIO STUDY'.
00252      05  FILLER          PIC X(8)   VALUE 'PERIOD '.
00253      05  HD-FROM-DATE    PIC 9(6).
00254      05  FILLER          PIC X(4)   VALUE ' TO '.
00255      05  HD-TO-DATE      PIC 9(6).
00256      SKIP1
00257  01  HEAD-C.
00258      05  FILLER          PIC X(3)   VALUE SPACES.
00259      05  FILLER          PIC X(20)  VALUE 'GROUP'.
00260      05  FILLER          PIC X(10)  VALUE '     SALES'.
00261      05  FILLER          PIC X(10)  VALUE '    MEDIAN'.
00262      05  FILLER          PIC X(10)  VALUE '      MEAN'.
00263      05  FILLER          PIC X(10)  VALUE '  WTD MEAN'.
00264      05  FILLER          PIC X(11)  VALUE '       COD'.
00265      05  FILLER          PIC X(11)  VALUE '       PRD'.
00266      05  FILLER          PIC X(20)  VALUE '  NOTE'.
00267      SKIP1
00268  01  SECTION-LINE.
00269      05  FILLER          PIC X(3)   VALUE SPACES.
00270      05  SL-TITLE        PIC X(40).
00271      SKIP1
00272  01  DETAIL-LINE.
00273      05  FILLER          PIC X(3)   VALUE SPACES.
00274      05  D-GRP-LABEL     PIC X(9).
00275      05  D-GRP-A         PIC ZZ.
00276      05  D-GRP-SEP       PIC X(2).
00277      05  D-GRP-B         PIC ZZZ.
00278      05  FILLER          PIC X(4)   VALUE SPACES.
00279      05  D-SALES         PIC ZZZ,ZZ9.
00280      05  FILLER          PIC X(3)   VALUE SPACES.
00281      05  D-MEDIAN        PIC ZZ9.9999.
00282      05  FILLER          PIC X(2)   VALUE SPACES.
00283      05  D-MEAN          PIC ZZ9.9999.
00284      05  FILLER          PIC X(2)   VALUE SPACES.
00285      05  D-WTD-MEAN      PIC ZZ9.9999.
00286      05  FILLER          PIC X(2)   VALUE SPACES.
00287      05  D-COD           PIC ZZ,ZZ9.99.
00288      05  D-COD-FLAG      PIC X.
00289      05  FILLER          PIC X(2)   VALUE SPACES.
00290      05  D-PRD           PIC ZZ9.9999.
00291      05  D-PRD-FLAG      PIC X.
00292      05  FILLER          PIC X(2)   VALUE SPACES.
00293      05  D-NOTE          PIC X(20).
00294      EJECT
00295  PROCEDURE DIVISION.
00296      SKIP1
00297  A010-HOUSEKEEPING.
00298      OPEN INPUT  CNTRL-FILE.
00299      PERFORM A012-CLEAR-LEVEL THRU A012-EXIT
00300          VARYING W-CLS-SUB FROM +1 BY +1
00301          UNTIL W-CLS-SUB GREATER THAN +9.
00302      PERFORM A013-CLEAR-TOWN THRU A013-EXIT
00303          VARYING W-TOWN-SUB FROM +1 BY +1
00304          UNTIL W-TOWN-SUB GREATER THAN +78.
00305      PERFORM A015-READ-CONTROL-CARD THRU A015-EXIT
00306          UNTIL END-OF-CNTRL-FILE.
00307      CLOSE CNTRL-FILE.
00308      IF NOT PERIOD-GIVEN
00309          DISPLAY 'ASREA971 -- NO STUDY PERIOD CARD ON CONTROL '
00310              'FILE'
00311          MOVE 16 TO RETURN-CODE
00312          STOP RUN.
00313      ACCEPT ACPT-DATE FROM DATE.
00314      MOVE ACPT-MO TO DSP-MO.
00315      MOVE ACPT-DA TO DSP-DA.
00316      MOVE ACPT-YR TO DSP-YR.
00317      MOVE DSP-DATE TO HD-DATE.
00318      SORT RATIO-SORT
00319          ON ASCENDING KEY SR-GRP-TYPE SR-GRP-KEY SR-RATIO
00320          INPUT  PROCEDURE IS B010-INPUT-PASS
00321          OUTPUT PROCEDURE IS C010-REPORT-PASS.
00322      DISPLAY 'TOTAL CURRENT MASTER RECORDS READ....: '
00323          CURR-IN-CNT.
00324      DISPLAY 'TOTAL NOT ASSESSED REAL ESTATE.......: '
00325          NOT-RE-CNT.
00326      DISPLAY 'TOTAL PARCELS WITH NO SALES..........: '
00327          NO-SALE-CNT.
00328      DISPLAY 'TOTAL SOLD PARCELS WITH NO VALUE.....: '
00329          ZERO-VAL-CNT.
00330      DISPLAY 'TOTAL EXCLUDED BY DEED TYPE..........: '
00331          DEED-EXCL-CNT.
00332      DISPLAY 'TOTAL NO QUALIFYING SALE IN PERIOD...: '
00333          PERIOD-EXCL-CNT.
00334      DISPLAY 'TOTAL EXCLUDED AS RATIO OUTLIERS.....: '
00335          RATIO-EXCL-CNT.
00336      DISPLAY 'TOTAL SALES PAIRED FOR THE STUDY.....: '
00337          PAIRED-CNT.
00338      DISPLAY 'TOTAL RATIO GROUPS REPORTED..........: '
00339          GROUP-CNT.
00340      DISPLAY 'TOTAL GROUPS OUTSIDE COD/PRD LIMITS..: '
00341          FLAGGED-CNT.
00342      IF PAIRED-CNT EQUAL ZERO
00343          MOVE 4 TO RETURN-CODE.
00344      STOP RUN.
00345      SKIP1
00346  A012-CLEAR-LEVEL.
00347      MOVE +100.00 TO LV-PCT (W-CLS-SUB).
00348      MOVE ZEROS   TO CLS-SALES (W-CLS-SUB).
00349  A012-EXIT. EXIT.
00350      SKIP1
00351  A013-CLEAR-TOWN.
00352      MOVE ZEROS TO TOWN-SALES (W-TOWN-SUB).
00353      PERFORM A014-CLEAR-NBHD THRU A014-EXIT
00354          VARYING W-NBHD-SUB FROM +1 BY +1
00355          UNTIL W-NBHD-SUB GREATER THAN +999.
00356  A013-EXIT. EXIT.
00357      SKIP1
00358  A014-CLEAR-NBHD.
00359      MOVE ZEROS TO NBHD-SALES (W-TOWN-SUB, W-NBHD-SUB).
00360  A014-EXIT. EXIT.
00361      SKIP1
00362  A015-READ-CONTROL-CARD.
00363      READ CNTRL-FILE AT END
00364          MOVE 'Y' TO CNTRL-EOF-SW
00365          GO TO A015-EXIT.
00366      IF CC-PERIOD-CARD
00367       AND CC-FROM-DATE NUMERIC
00368       AND CC-TO-DATE NUMERIC
00369          MOVE 'Y' TO PERIOD-SW
00370          MOVE CC-FROM-DATE TO HD-FROM-DATE W-YYMMDD
00371          PERFORM A090-WINDOW-DATE THRU A090-EXIT
00372          MOVE W-CCYYMMDD TO W-FROM-DATE
00373          MOVE CC-TO-DATE TO HD-TO-DATE W-YYMMDD
00374          PERFORM A090-WINDOW-DATE THRU A090-EXIT
00375          MOVE W-CCYYMMDD TO W-TO-DATE
00376          IF CC-MIN-PRICE NUMERIC
00377           AND CC-MIN-PRICE GREATER THAN ZERO
00378              MOVE CC-MIN-PRICE TO W-MIN-PRICE
00379              GO TO A015-EXIT
00380          ELSE
00381              GO TO A015-EXIT.
00382      IF CC-DEED-CARD
00383          PERFORM A017-POST-DEED-TYPE THRU A017-EXIT
00384              VARYING W-CARD-SUB FROM +1 BY +1
00385              UNTIL W-CARD-SUB GREATER THAN +39
00386          GO TO A015-EXIT.
00387      IF CC-LEVEL-CARD
00388       AND CC-LVL-CLASS NUMERIC
00389       AND CC-LVL-PCT NUMERIC
00390       AND CC-LVL-CLASS GREATER THAN ZERO
00391       AND CC-LVL-PCT GREATER THAN ZERO
00392          MOVE CC-LVL-PCT TO LV-PCT (CC-LVL-CLASS)
00393          GO TO A015-EXIT.
00394      DISPLAY 'ASREA971 -- CONTROL CARD BYPASSED: '
00395          CNTRL-REC (1:20).
00396  A015-EXIT. EXIT.
00397      SKIP1
00398  A017-POST-DEED-TYPE.
00399      IF CC-DEED-TYPE (W-CARD-SUB) EQUAL SPACES
00400          GO TO A017-EXIT.
00401      IF DX-CTR NOT LESS THAN +100
00402          DISPLAY 'ASREA971 -- DEED TYPE TABLE FULL -- '
00403              CC-DEED-TYPE (W-CARD-SUB) ' BYPASSED'
00404          GO TO A017-EXIT.
00405      ADD +1 TO DX-CTR.
00406      MOVE CC-DEED-TYPE (W-CARD-SUB) TO DX-DEED-TYPE (DX-CTR).
00407  A017-EXIT. EXIT.
00408      SKIP1
00409  A090-WINDOW-DATE.
00410      IF W-YY LESS THAN 50
00411          COMPUTE W-CCYYMMDD = W-YYMMDD + 20000000
00412      ELSE
00413          COMPUTE W-CCYYMMDD = W-YYMMDD + 19000000.
00414  A090-EXIT. EXIT.
00415      SKIP2
00416  B010-INPUT-PASS SECTION.
00417      SKIP1
00418  B020-OPEN-INPUT.
00419      OPEN INPUT  CURR-ASSMT
00420           OUTPUT PAIR-FILE.
00421      PERFORM B030-READ-RELEASE THRU B030-EXIT
00422          UNTIL END-OF-CURR-FILE.
00423      CLOSE CURR-ASSMT, PAIR-FILE.
00424      GO TO B090-EXIT.
00425      SKIP1
00426  B030-READ-RELEASE.
00427      READ CURR-ASSMT AT END
00428          MOVE 'Y' TO CURR-EOF-SW
00429          GO TO B030-EXIT.
00430      ADD +1 TO CURR-IN-CNT.
00431      IF NOT MR-ASSESSED
00432         OR NOT MR-RE-VOL
00433          ADD +1 TO NOT-RE-CNT
00434          GO TO B030-EXIT.
00435      IF MR-NO-SALES
00436          ADD +1 TO NO-SALE-CNT
00437          GO TO B030-EXIT.
00438      IF M-VALUE-1 (6) NOT GREATER THAN ZERO
00439          ADD +1 TO ZERO-VAL-CNT
00440          GO TO B030-EXIT.
00441      MOVE 'N' TO DEED-EXCL-SW.
00442      PERFORM B035-CHECK-DEED-TYPE THRU B035-EXIT
00443          VARYING DX-SUB FROM +1 BY +1
00444          UNTIL DX-SUB GREATER THAN DX-CTR
00445             OR DEED-EXCLUDED.
00446      IF DEED-EXCLUDED
00447          ADD +1 TO DEED-EXCL-CNT
00448          GO TO B030-EXIT.
00449      MOVE ZEROS TO W-BEST-DATE W-BEST-AMT.
00450      MOVE M-SLS-DAT1-1 (1) TO W-SLS-DATE.
00451      MOVE M-SLS-AMT1-1 (1) TO W-SLS-AMT.
00452      PERFORM B040-CHECK-SALE THRU B040-EXIT.
00453      MOVE M-SLS-DAT2-1 (1) TO W-SLS-DATE.
00454      MOVE M-SLS-AMT2-1 (1) TO W-SLS-AMT.
00455      PERFORM B040-CHECK-SALE THRU B040-EXIT.
00456      MOVE M-SLS-DAT3-1 (1) TO W-SLS-DATE.
00457      MOVE M-SLS-AMT3-1 (1) TO W-SLS-AMT.
00458      PERFORM B040-CHECK-SALE THRU B040-EXIT.
00459      IF W-BEST-AMT EQUAL ZERO
00460          ADD +1 TO PERIOD-EXCL-CNT
00461          GO TO B030-EXIT.
00462      COMPUTE W-MAJ-CLS = M-CLS / 100.
00463      IF W-MAJ-CLS GREATER THAN ZERO
00464       AND W-MAJ-CLS LESS THAN 10
00465          MOVE LV-PCT (W-MAJ-CLS) TO W-LEVEL-PCT
00466      ELSE
00467          MOVE ZERO TO W-MAJ-CLS
00468          MOVE +100.00 TO W-LEVEL-PCT.
00469      COMPUTE W-MKT-VAL ROUNDED =
00470          M-VALUE-1 (6) * 100 / W-LEVEL-PCT.
00471      IF W-MKT-VAL NOT LESS THAN W-BEST-AMT * 1000
00472          ADD +1 TO RATIO-EXCL-CNT
00473          GO TO B030-EXIT.
00474      ADD +1 TO PAIRED-CNT.
00475      COMPUTE W-RATIO ROUNDED = W-MKT-VAL / W-BEST-AMT.
00476      PERFORM B050-WRITE-PAIR THRU B050-EXIT.
00477      MOVE W-RATIO    TO SR-RATIO.
00478      MOVE W-MKT-VAL  TO SR-MKT-VAL.
00479      MOVE W-BEST-AMT TO SR-PRICE.
00480      MOVE 1          TO SR-GRP-TYPE.
00481      MOVE ZEROS      TO SR-GRP-KEY.
00482      ADD +1 TO CNTY-SALES.
00483      RELEASE SORT-REC.
00484      MOVE M-TXCD TO UNPK-TXCD.
00485      IF W-TOWN GREATER THAN 09 AND W-TOWN LESS THAN 78
00486          MOVE 2      TO SR-GRP-TYPE
00487          MOVE W-TOWN TO SR-GRP-KEY
00488          ADD +1 TO TOWN-SALES (W-TOWN)
00489          RELEASE SORT-REC.
00490      IF W-MAJ-CLS GREATER THAN ZERO
00491          MOVE 3         TO SR-GRP-TYPE
00492          MOVE W-MAJ-CLS TO SR-GRP-KEY
00493          ADD +1 TO CLS-SALES (W-MAJ-CLS)
00494          RELEASE SORT-REC.
00495      IF W-TOWN GREATER THAN 09 AND W-TOWN LESS THAN 78
00496       AND M-NBHD GREATER THAN ZERO
00497          MOVE 4 TO SR-GRP-TYPE
00498          COMPUTE SR-GRP-KEY = W-TOWN * 1000 + M-NBHD
00499          ADD +1 TO NBHD-SALES (W-TOWN, M-NBHD)
00500          RELEASE SORT-REC.
00501  B030-EXIT. EXIT.
00502      SKIP1
00503  B035-CHECK-DEED-TYPE.
00504      IF M-DEEDTYP-1 (1) EQUAL DX-DEED-TYPE (DX-SUB)
00505          MOVE 'Y' TO DEED-EXCL-SW.
00506  B035-EXIT. EXIT.
00507      SKIP1
00508  B040-CHECK-SALE.
00509      IF W-SLS-DATE NOT GREATER THAN ZERO
00510         OR W-SLS-AMT LESS THAN W-MIN-PRICE
00511          GO TO B040-EXIT.
00512      MOVE W-SLS-DATE TO W-YYMMDD.
00513      PERFORM A090-WINDOW-DATE THRU A090-EXIT.
00514      IF W-CCYYMMDD LESS THAN W-FROM-DATE
00515         OR W-CCYYMMDD GREATER THAN W-TO-DATE
00516          GO TO B040-EXIT.
00517      IF W-CCYYMMDD GREATER THAN W-BEST-DATE
00518          MOVE W-CCYYMMDD TO W-BEST-DATE
00519          MOVE W-SLS-AMT  TO W-BEST-AMT.
00520  B040-EXIT. EXIT.
00521      SKIP1
00522  B050-WRITE-PAIR.
00523      MOVE SPACES        TO PAIR-REC.
00524      MOVE M-VOL         TO RP-VOL.
00525      MOVE M-PROP        TO RP-PROP.
00526      MOVE M-TXCD        TO RP-TXCD.
00527      MOVE M-CLS         TO RP-CLS.
00528      MOVE M-NBHD        TO RP-NBHD.
00529      MOVE W-BEST-DATE   TO RP-SALE-DATE.
00530      MOVE W-BEST-AMT    TO RP-SALE-PRICE.
00531      MOVE M-VALUE-1 (6) TO RP-ASSD-VAL.
00532      MOVE W-MKT-VAL     TO RP-MKT-VAL.
00533      MOVE W-RATIO       TO RP-RATIO.
00534      WRITE PAIR-REC.
00535  B050-EXIT. EXIT.
00536      SKIP1
00537  B090-EXIT. EXIT.
00538      SKIP2
00539  C010-REPORT-PASS SECTION.
00540      SKIP1
00541  C020-OPEN-OUTPUT.
00542      OPEN OUTPUT PRINT-FILE.
00543      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00544      IF END-OF-SORT-FILE
00545          PERFORM D010-HEADING THRU D010-EXIT
00546          MOVE 'NO SALES QUALIFIED FOR THE STUDY' TO SL-TITLE
00547          WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2
00548          GO TO C080-WRAP-UP.
00549      PERFORM C045-GROUP-START THRU C045-EXIT.
00550      PERFORM C040-ACCUMULATE THRU C040-EXIT
00551          UNTIL END-OF-SORT-FILE.
00552      PERFORM C060-GROUP-BREAK THRU C060-EXIT.
00553      SKIP1
00554  C080-WRAP-UP.
00555      CLOSE PRINT-FILE.
00556      GO TO C090-EXIT.
00557      SKIP1
00558  C030-RETURN-SORT.
00559      RETURN RATIO-SORT AT END
00560          MOVE 'Y' TO SORT-EOF-SW.
00561  C030-EXIT. EXIT.
00562      SKIP1
00563  C040-ACCUMULATE.
00564      IF SR-GRP-TYPE NOT EQUAL HOLD-GRP-TYPE
00565         OR SR-GRP-KEY NOT EQUAL HOLD-GRP-KEY
00566          PERFORM C060-GROUP-BREAK THRU C060-EXIT
00567          PERFORM C045-GROUP-START THRU C045-EXIT.
00568      ADD +1 TO G-POS.
00569      ADD SR-RATIO   TO G-SUM-RATIO.
00570      ADD SR-MKT-VAL TO G-SUM-MKT.
00571      ADD SR-PRICE   TO G-SUM-PRICE.
00572      IF G-POS NOT GREATER THAN G-HALF
00573          ADD SR-RATIO TO G-SUM-LOWER.
00574      IF G-POS GREATER THAN G-N - G-HALF
00575          ADD SR-RATIO TO G-SUM-UPPER.
00576      IF G-POS EQUAL G-HALF
00577          MOVE SR-RATIO TO G-RATIO-H.
00578      IF G-POS EQUAL G-HALF + 1
00579          MOVE SR-RATIO TO G-RATIO-H1.
00580      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00581  C040-EXIT. EXIT.
00582      SKIP1
00583  C045-GROUP-START.
00584      MOVE SR-GRP-TYPE TO HOLD-GRP-TYPE.
00585      MOVE SR-GRP-KEY  TO HOLD-GRP-KEY.
00586      MOVE ZEROS TO G-POS G-SUM-RATIO G-SUM-LOWER G-SUM-UPPER
00587                    G-SUM-MKT G-SUM-PRICE G-RATIO-H G-RATIO-H1.
00588      IF HOLD-GRP-TYPE EQUAL 1
00589          MOVE CNTY-SALES TO G-N.
00590      IF HOLD-GRP-TYPE EQUAL 2
00591          MOVE TOWN-SALES (HOLD-GRP-KEY) TO G-N.
00592      IF HOLD-GRP-TYPE EQUAL 3
00593          MOVE CLS-SALES (HOLD-GRP-KEY) TO G-N.
00594      IF HOLD-GRP-TYPE EQUAL 4
00595          MOVE NBHD-SALES (HOLD-GRP-TOWN, HOLD-GRP-NBHD) TO G-N.
00596      DIVIDE G-N BY 2 GIVING G-HALF.
00597      IF HOLD-GRP-TYPE NOT EQUAL HOLD-SECTION-TYPE
00598          PERFORM C050-SECTION-HEAD THRU C050-EXIT.
00599  C045-EXIT. EXIT.
00600      SKIP1
00601  C050-SECTION-HEAD.
00602      MOVE HOLD-GRP-TYPE TO HOLD-SECTION-TYPE.
00603      IF LINE-CNT GREATER THAN +54
00604          PERFORM D010-HEADING THRU D010-EXIT.
00605      IF HOLD-GRP-TYPE EQUAL 1
00606          MOVE 'COUNTY-WIDE' TO SL-TITLE.
00607      IF HOLD-GRP-TYPE EQUAL 2
00608          MOVE 'BY TOWNSHIP' TO SL-TITLE.
00609      IF HOLD-GRP-TYPE EQUAL 3
00610          MOVE 'BY MAJOR CLASS' TO SL-TITLE.
00611      IF HOLD-GRP-TYPE EQUAL 4
00612          MOVE 'BY TOWNSHIP AND NEIGHBORHOOD' TO SL-TITLE.
00613      WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2.
00614      MOVE SPACES TO PRINT-REC.
00615      WRITE PRINT-REC AFTER ADVANCING 1.
00616      ADD +3 TO LINE-CNT.
00617  C050-EXIT. EXIT.
00618      SKIP1
00619  C060-GROUP-BREAK.
00620      IF G-POS NOT EQUAL G-N
00621          DISPLAY 'ASREA971 -- GROUP ' HOLD-GRP-TYPE '/'
00622              HOLD-GRP-KEY
00623              ' COUNT OUT OF BALANCE -- ' G-POS ' VS ' G-N
00624          MOVE 16 TO RETURN-CODE.
00625      ADD +1 TO GROUP-CNT.
00626      DIVIDE G-N BY 2 GIVING G-QUOT REMAINDER G-REM.
00627      IF G-REM EQUAL ZERO
00628          COMPUTE G-MEDIAN ROUNDED = (G-RATIO-H + G-RATIO-H1) / 2
00629      ELSE
00630          MOVE G-RATIO-H1 TO G-MEDIAN.
00631      COMPUTE G-MEAN ROUNDED = G-SUM-RATIO / G-N.
00632      MOVE ZEROS TO G-WTD-MEAN G-COD G-PRD.
00633      IF G-SUM-PRICE GREATER THAN ZERO
00634          COMPUTE G-WTD-MEAN ROUNDED = G-SUM-MKT / G-SUM-PRICE.
00635      IF G-MEDIAN GREATER THAN ZERO
00636          COMPUTE G-COD ROUNDED =
00637              (G-SUM-UPPER - G-SUM-LOWER) * 100 / (G-N * G-MEDIAN).
00638      IF G-WTD-MEAN GREATER THAN ZERO
00639          COMPUTE G-PRD ROUNDED = G-MEAN / G-WTD-MEAN.
00640      MOVE SPACES TO DETAIL-LINE.
00641      MOVE ZEROS  TO D-GRP-A D-GRP-B.
00642      IF HOLD-GRP-TYPE EQUAL 1
00643          MOVE 'COUNTY'   TO D-GRP-LABEL.
00644      IF HOLD-GRP-TYPE EQUAL 2
00645          MOVE 'TOWN'     TO D-GRP-LABEL
00646          MOVE HOLD-GRP-KEY TO D-GRP-A.
00647      IF HOLD-GRP-TYPE EQUAL 3
00648          MOVE 'CLASS'    TO D-GRP-LABEL
00649          MOVE HOLD-GRP-KEY TO D-GRP-A.
00650      IF HOLD-GRP-TYPE EQUAL 4
00651          MOVE 'TOWN/NBHD' TO D-GRP-LABEL
00652          MOVE HOLD-GRP-TOWN TO D-GRP-A
00653          MOVE ' /'          TO D-GRP-SEP
00654          MOVE HOLD-GRP-NBHD TO D-GRP-B.
00655      MOVE G-N        TO D-SALES.
00656      MOVE G-MEDIAN   TO D-MEDIAN.
00657      MOVE G-MEAN     TO D-MEAN.
00658      MOVE G-WTD-MEAN TO D-WTD-MEAN.
00659      MOVE G-COD      TO D-COD.
00660      MOVE G-PRD      TO D-PRD.
00661      IF G-COD GREATER THAN COD-LIMIT
00662          MOVE '*' TO D-COD-FLAG.
00663      IF G-PRD LESS THAN PRD-LOW
00664         OR G-PRD GREATER THAN PRD-HIGH
00665          MOVE '*' TO D-PRD-FLAG.
00666      IF D-COD-FLAG EQUAL '*'
00667         OR D-PRD-FLAG EQUAL '*'
00668          ADD +1 TO FLAGGED-CNT.
00669      IF G-N LESS THAN MIN-SALES
00670          MOVE 'FEWER THAN 5 SALES' TO D-NOTE.
00671      IF LINE-CNT GREATER THAN +57
00672          PERFORM D010-HEADING THRU D010-EXIT.
00673      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00674      ADD +1 TO LINE-CNT.
00675  C060-EXIT. EXIT.
00676      SKIP1
00677  D010-HEADING.
00678      ADD +1 TO PAGE-CNT.
00679      MOVE PAGE-CNT TO HD-PAGE.
00680      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00681      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00682      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00683      MOVE +6 TO LINE-CNT.
00684  D010-EXIT. EXIT.
00685      SKIP1
00686  C090-EXIT. EXIT.
