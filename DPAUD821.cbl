00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. DPAUD821.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. THE REFERENCE MASTER MAINTENANCE PROGRAMS (DPMSG820,
00007 *         ASREA960, ASREA961, CLRTM765, CLRTM766, CLRTM777,
0007A *         ASREA980) AND THE VSAM HOMEOWNER REPAIR (ASREA903) NOW
00008 *         REJECT ANY TRANSACTION WITHOUT AN OPERATOR ID AND
00009 *         TERMINAL AND WRITE EVERY CHANGE THEY APPLY TO THE MASTER
00010 *         CHANGE LOG (DPCHGLGR1).
00011 *         THIS PROGRAM IS THE WEEKLY CHANGES-BY-OPERATOR REPORT
00012 *         FOR AUDIT.  THE LOG IS SORTED BY OPERATOR, DATE AND TIME
00013 *         AND EVERY CHANGE IS LISTED UNDER ITS OPERATOR -- DATE,
00014 *         TIME, TERMINAL, PROGRAM, MASTER FILE, ACTION, KEY AND
00015 *         NAME -- WITH ADD/CHANGE/DELETE COUNTS PER OPERATOR AND
00016 *         FOR THE WHOLE RUN.  AN OPTIONAL CONTROL CARD CARRIES A
00017 *         FROM AND THROUGH DATE (CCYYMMDD IN COLUMNS 1-8 AND 9-16)
00018 *         TO LIMIT THE REPORT; WITHOUT ONE EVERY RECORD ON THE
00019 *         LOG GENERATION SUPPLIED IS REPORTED.  A CARD WITH AN
00020 *         INVALID DATE RANGE STOPS THE RUN WITH CONDITION CODE 16.
0020A *         APPROVALS OF CHANGES HELD FOR DUAL CONTROL ARE LISTED
0020B *         AND COUNTED UNDER THE APPROVING OPERATOR.
00021      SKIP2
00022  ENVIRONMENT DIVISION.
00023  CONFIGURATION SECTION.
00024  SOURCE-COMPUTER. IBM-370.
00025  OBJECT-COMPUTER. IBM-370.
00026      SKIP1
00027  INPUT-OUTPUT SECTION.
00028  FILE-CONTROL.
00029      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00030      SELECT CHGLOG-FILE   ASSIGN TO UT-S-CHGLOG.
00031      SELECT SORT-FILE     ASSIGN TO UT-S-SORTWK01.
00032      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00033      SKIP2
00034  DATA DIVISION.
00035  FILE SECTION.
00036      SKIP1
00037  FD  CONTROL-FILE
00038      BLOCK  CONTAINS 0 RECORDS
00039      RECORD CONTAINS 80 CHARACTERS
00040      RECORDING MODE IS F
00041      LABEL  RECORDS ARE STANDARD
00042      DATA RECORD IS CONTROL-REC.
00043  01  CONTROL-REC.
00044      05  CC-FROM-DATE    PIC X(8).
00045      05  CC-FROM-DATE-N REDEFINES CC-FROM-DATE
00046                          PIC 9(8).
00047      05  CC-THRU-DATE    PIC X(8).
00048      05  CC-THRU-DATE-N REDEFINES CC-THRU-DATE
00049                          PIC 9(8).
00050      05  FILLER          PIC X(64).
00051      SKIP2
00052  FD  CHGLOG-FILE
00053      BLOCK  CONTAINS 0 RECORDS
00054      RECORD CONTAINS 100 CHARACTERS
00055      RECORDING MODE IS F
00056      LABEL  RECORDS ARE STANDARD
00057      DATA RECORD IS CHGLOG-REC.
00058  01  CHGLOG-REC.
00059  COPY DPCHGLGR1.
00060      SKIP2
00061  SD  SORT-FILE
00062      RECORD CONTAINS 100 CHARACTERS
00063      DATA RECORD IS SORT-REC.
00064  01  SORT-REC.
00065  COPY DPCHGLGR1 REPLACING LEADING ==CG-== BY ==SR-==.
00066      SKIP2
00067  FD  PRINT-FILE
00068      BLOCK  CONTAINS 0 RECORDS
00069      RECORD CONTAINS 133 CHARACTERS
00070      RECORDING MODE IS F
00071      LABEL  RECORDS ARE STANDARD.
00072      SKIP1
00073  01  PRINT-REC               PIC X(133).
00074      SKIP2
00075  WORKING-STORAGE SECTION.
00076      SKIP1
00077  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00078  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00079      SKIP1
00080  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00081      88  END-OF-CTL-FILE                  VALUE 'Y'.
00082  77  LOG-EOF-SW                PIC X      VALUE 'N'.
00083      88  END-OF-LOG-FILE                  VALUE 'Y'.
00084  77  SORT-EOF-SW               PIC X      VALUE 'N'.
00085      88  END-OF-SORT-FILE                 VALUE 'Y'.
00086  77  FIRST-REC-SW              PIC X      VALUE 'Y'.
00087      88  FIRST-RECORD                     VALUE 'Y'.
00088      SKIP1
00089  77  LOG-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00090  77  SELECTED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00091  77  OPERATOR-CNT      COMP-3  PIC S9(5)  VALUE +0.
00092      SKIP1
00093  77  W-FROM-DATE               PIC 9(8)   VALUE ZEROS.
00094  77  W-THRU-DATE               PIC 9(8)   VALUE 99999999.
00095  77  HOLD-OPERATOR             PIC X(8)   VALUE SPACES.
00096      SKIP1
00097  01  OPER-TOTALS.
00098      05  OT-ADDED      COMP-3  PIC S9(7)  VALUE +0.
00099      05  OT-CHANGED    COMP-3  PIC S9(7)  VALUE +0.
00100      05  OT-DELETED    COMP-3  PIC S9(7)  VALUE +0.
0100A      05  OT-APPROVED   COMP-3  PIC S9(7)  VALUE +0.
00101      05  OT-TOTAL      COMP-3  PIC S9(7)  VALUE +0.
00102  01  GRAND-TOTALS.
00103      05  GT-ADDED      COMP-3  PIC S9(7)  VALUE +0.
00104      05  GT-CHANGED    COMP-3  PIC S9(7)  VALUE +0.
00105      05  GT-DELETED    COMP-3  PIC S9(7)  VALUE +0.
0105A      05  GT-APPROVED   COMP-3  PIC S9(7)  VALUE +0.
00106      05  GT-TOTAL      COMP-3  PIC S9(7)  VALUE +0.
00107      SKIP1
00108  01  ACPT-DATE                  PIC 9(6).
00109  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00110      05  ACPT-YR                PIC 99.
00111      05  ACPT-MO                PIC 99.
00112      05  ACPT-DA                PIC 99.
00113  01  DSP-DATE.
00114      05  DSP-MO                 PIC 99.
00115      05  FILLER                 PIC X      VALUE '/'.
00116      05  DSP-DA                 PIC 99.
00117      05  FILLER                 PIC X      VALUE '/'.
00118      05  DSP-YR                 PIC 99.
00119      SKIP1
00120  01  HEAD-A.
00121      05  FILLER          PIC X(3)   VALUE SPACES.
00122      05  HD-DATE         PIC X(8).
00123      05  FILLER          PIC X(40)  VALUE SPACES.
00124      05  FILLER       PIC X(30) VALUE
00125          'COUNTY DATA PROCESSING CENTER'.
00126      05  FILLER          PIC X(40)  VALUE SPACES.
00127      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00128      05  HD-PAGE         PIC ZZ,ZZ9.
00129      SKIP1
00130  01  HEAD-B.
00131      05  FILLER          PIC X(3)   VALUE SPACES.
00132      05  FILLER          PIC X(8)   VALUE 'DPAUD821'.
00133      05  FILLER          PIC X(18)  VALUE SPACES.
00134      05  FILLER          PIC X(52)  VALUE
00135          'REFERENCE MASTER CHANGES BY OPERATOR'.
00136      05  HD-RANGE.
00137          10  FILLER      PIC X(15)  VALUE 'CHANGES DATED '.
00138          10  HD-FROM-DATE
00139                          PIC 9999/99/99.
00140          10  FILLER      PIC X(6)   VALUE ' THRU '.
00141          10  HD-THRU-DATE
00142                          PIC 9999/99/99.
00143      SKIP1
00144  01  HEAD-C.
00145      05  FILLER          PIC X(3)   VALUE SPACES.
00146      05  FILLER          PIC X(9)   VALUE 'OPERATOR '.
00147      05  HD-OPERATOR     PIC X(8).
00148      SKIP1
00149  01  HEAD-D.
00150      05  FILLER          PIC X(3)   VALUE SPACES.
00151      05  FILLER          PIC X(12)  VALUE 'DATE'.
00152      05  FILLER          PIC X(8)   VALUE 'TIME'.
00153      05  FILLER          PIC X(7)   VALUE 'TERM'.
00154      05  FILLER          PIC X(10)  VALUE 'PROGRAM'.
00155      05  FILLER          PIC X(10)  VALUE 'MASTER'.
00156      05  FILLER          PIC X(8)   VALUE 'ACTION'.
00157      05  FILLER          PIC X(26)  VALUE 'RECORD KEY'.
00158      05  FILLER          PIC X(30)  VALUE 'NAME / TITLE'.
00159      SKIP1
00160  01  DETAIL-LINE.
00161      05  FILLER          PIC X(3)   VALUE SPACES.
00162      05  D-DATE          PIC 9999/99/99.
00163      05  FILLER          PIC X(2)   VALUE SPACES.
00164      05  D-TIME          PIC 9(6).
00165      05  FILLER          PIC X(2)   VALUE SPACES.
00166      05  D-TERMINAL      PIC X(4).
00167      05  FILLER          PIC X(3)   VALUE SPACES.
00168      05  D-PROGRAM       PIC X(8).
00169      05  FILLER          PIC X(2)   VALUE SPACES.
00170      05  D-MASTER        PIC X(8).
00171      05  FILLER          PIC X(2)   VALUE SPACES.
00172      05  D-ACTION        PIC X(7).
00173      05  FILLER          PIC X      VALUE SPACE.
00174      05  D-KEY           PIC X(24).
00175      05  FILLER          PIC X(2)   VALUE SPACES.
00176      05  D-DESC          PIC X(30).
00177      SKIP1
00178  01  TOTAL-LINE.
00179      05  FILLER          PIC X(3)   VALUE SPACES.
00180      05  T-LABEL         PIC X(30).
00181      05  FILLER          PIC X(8)   VALUE ' ADDED '.
00182      05  T-ADDED         PIC ZZZ,ZZ9.
00183      05  FILLER          PIC X(10)  VALUE ' CHANGED '.
00184      05  T-CHANGED       PIC ZZZ,ZZ9.
00185      05  FILLER          PIC X(10)  VALUE ' DELETED '.
00186      05  T-DELETED       PIC ZZZ,ZZ9.
0186A      05  FILLER          PIC X(11)  VALUE ' APPROVED '.
0186B      05  T-APPROVED      PIC ZZZ,ZZ9.
00187      05  FILLER          PIC X(8)   VALUE ' TOTAL '.
00188      05  T-TOTAL         PIC ZZZ,ZZ9.
00189      EJECT
00190  PROCEDURE DIVISION.
00191      SKIP1
00192  A010-HOUSEKEEPING.
00193      OPEN INPUT CONTROL-FILE.
00194      READ CONTROL-FILE AT END
00195          MOVE 'Y' TO CTL-EOF-SW.
00196      CLOSE CONTROL-FILE.
00197      IF NOT END-OF-CTL-FILE
00198          PERFORM A020-EDIT-CONTROL THRU A020-EXIT.
00199      ACCEPT ACPT-DATE FROM DATE.
00200      MOVE ACPT-MO TO DSP-MO.
00201      MOVE ACPT-DA TO DSP-DA.
00202      MOVE ACPT-YR TO DSP-YR.
00203      MOVE DSP-DATE TO HD-DATE.
00204      MOVE W-FROM-DATE TO HD-FROM-DATE.
00205      MOVE W-THRU-DATE TO HD-THRU-DATE.
00206      IF W-FROM-DATE EQUAL ZEROS
00207          AND W-THRU-DATE EQUAL 99999999
00208          MOVE 'ALL CHANGES ON THE LOG' TO HD-RANGE.
00209      SORT SORT-FILE
00210          ON ASCENDING KEY SR-OPERATOR SR-CHANGE-DATE
00211                           SR-CHANGE-TIME
00212          INPUT PROCEDURE IS B000-SELECT-CHANGES
00213              THRU B999-EXIT
00214          OUTPUT PROCEDURE IS C000-REPORT-CHANGES
00215              THRU C999-EXIT.
00216      IF SORT-RETURN NOT EQUAL ZERO
00217          DISPLAY 'DPAUD821 -- SORT FAILED, SORT-RETURN = '
00218              SORT-RETURN
00219          MOVE 16 TO RETURN-CODE
00220          STOP RUN.
00221      DISPLAY 'TOTAL CHANGE LOG RECORDS READ.........: '
00222          LOG-IN-CNT.
00223      DISPLAY 'TOTAL CHANGES IN DATE RANGE...........: '
00224          SELECTED-CNT.
00225      DISPLAY 'TOTAL OPERATORS REPORTED..............: '
00226          OPERATOR-CNT.
00227      STOP RUN.
00228      SKIP1
00229  A020-EDIT-CONTROL.
00230      IF CC-FROM-DATE EQUAL SPACES
00231          AND CC-THRU-DATE EQUAL SPACES
00232          GO TO A020-EXIT.
00233      IF CC-FROM-DATE NOT NUMERIC
00234          OR CC-THRU-DATE NOT NUMERIC
00235          OR CC-FROM-DATE-N GREATER THAN CC-THRU-DATE-N
00236          DISPLAY 'DPAUD821 -- CONTROL CARD DATE RANGE INVALID '
00237              '-- RUN STOPPED'
00238          MOVE 16 TO RETURN-CODE
00239          STOP RUN.
00240      MOVE CC-FROM-DATE-N TO W-FROM-DATE.
00241      MOVE CC-THRU-DATE-N TO W-THRU-DATE.
00242  A020-EXIT. EXIT.
00243      SKIP2
00244  B000-SELECT-CHANGES.
00245      OPEN INPUT CHGLOG-FILE.
00246      PERFORM B030-READ-CHGLOG THRU B030-EXIT.
00247      PERFORM B020-SCAN-CHGLOG THRU B020-EXIT
00248          UNTIL END-OF-LOG-FILE.
00249      CLOSE CHGLOG-FILE.
00250      GO TO B999-EXIT.
00251      SKIP1
00252  B020-SCAN-CHGLOG.
00253      IF CG-CHANGE-DATE NOT LESS THAN W-FROM-DATE
00254       AND CG-CHANGE-DATE NOT GREATER THAN W-THRU-DATE
00255          ADD +1 TO SELECTED-CNT
00256          RELEASE SORT-REC FROM CHGLOG-REC.
00257      PERFORM B030-READ-CHGLOG THRU B030-EXIT.
00258  B020-EXIT. EXIT.
00259      SKIP1
00260  B030-READ-CHGLOG.
00261      READ CHGLOG-FILE AT END
00262          MOVE 'Y' TO LOG-EOF-SW.
00263      IF NOT END-OF-LOG-FILE
00264          ADD +1 TO LOG-IN-CNT.
00265  B030-EXIT. EXIT.
00266  B999-EXIT. EXIT.
00267      SKIP2
00268  C000-REPORT-CHANGES.
00269      OPEN OUTPUT PRINT-FILE.
00270      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00271      PERFORM C020-PRINT-CHANGE THRU C020-EXIT
00272          UNTIL END-OF-SORT-FILE.
00273      IF FIRST-RECORD
00274          PERFORM C100-HEADING THRU C100-EXIT
00275      ELSE
00276          PERFORM C060-OPERATOR-TOTAL THRU C060-EXIT.
00277      MOVE 'ALL OPERATORS' TO T-LABEL.
00278      MOVE GT-ADDED   TO T-ADDED.
00279      MOVE GT-CHANGED TO T-CHANGED.
00280      MOVE GT-DELETED TO T-DELETED.
0280A      MOVE GT-APPROVED TO T-APPROVED.
00281      MOVE GT-TOTAL   TO T-TOTAL.
00282      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 3.
00283      CLOSE PRINT-FILE.
00284      GO TO C999-EXIT.
00285      SKIP1
00286  C020-PRINT-CHANGE.
00287      IF FIRST-RECORD
00288          MOVE 'N' TO FIRST-REC-SW
00289          MOVE SR-OPERATOR TO HOLD-OPERATOR
00290          ADD +1 TO OPERATOR-CNT
00291          PERFORM C100-HEADING THRU C100-EXIT
00292      ELSE
00293          IF SR-OPERATOR NOT EQUAL HOLD-OPERATOR
00294              PERFORM C060-OPERATOR-TOTAL THRU C060-EXIT
00295              MOVE SR-OPERATOR TO HOLD-OPERATOR
00296              ADD +1 TO OPERATOR-CNT
00297              PERFORM C100-HEADING THRU C100-EXIT.
00298      PERFORM C040-PRINT-DETAIL THRU C040-EXIT.
00299      EVALUATE TRUE
00300          WHEN SR-ADDED
00301              ADD +1 TO OT-ADDED, GT-ADDED
00302          WHEN SR-CHANGED
00303              ADD +1 TO OT-CHANGED, GT-CHANGED
00304          WHEN SR-DELETED
00305              ADD +1 TO OT-DELETED, GT-DELETED
0305A          WHEN SR-APPROVED
0305B              ADD +1 TO OT-APPROVED, GT-APPROVED
00306      END-EVALUATE.
00307      ADD +1 TO OT-TOTAL, GT-TOTAL.
00308      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00309  C020-EXIT. EXIT.
00310      SKIP1
00311  C030-RETURN-SORT.
00312      RETURN SORT-FILE AT END
00313          MOVE 'Y' TO SORT-EOF-SW.
00314  C030-EXIT. EXIT.
00315      SKIP1
00316  C040-PRINT-DETAIL.
00317      MOVE SR-CHANGE-DATE TO D-DATE.
00318      MOVE SR-CHANGE-TIME TO D-TIME.
00319      MOVE SR-TERMINAL    TO D-TERMINAL.
00320      MOVE SR-PROGRAM-ID  TO D-PROGRAM.
00321      MOVE SR-MASTER      TO D-MASTER.
00322      EVALUATE TRUE
00323          WHEN SR-ADDED
00324              MOVE 'ADD'    TO D-ACTION
00325          WHEN SR-CHANGED
00326              MOVE 'CHANGE' TO D-ACTION
00327          WHEN SR-DELETED
00328              MOVE 'DELETE' TO D-ACTION
0328A          WHEN SR-APPROVED
0328B              MOVE 'APPROVE' TO D-ACTION
00329          WHEN OTHER
00330              MOVE SR-ACTION TO D-ACTION
00331      END-EVALUATE.
00332      MOVE SR-KEY         TO D-KEY.
00333      MOVE SR-DESC        TO D-DESC.
00334      IF LINE-CNT GREATER THAN +57
00335          PERFORM C100-HEADING THRU C100-EXIT.
00336      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00337      ADD +1 TO LINE-CNT.
00338  C040-EXIT. EXIT.
00339      SKIP1
00340  C060-OPERATOR-TOTAL.
00341      MOVE SPACES TO T-LABEL.
00342      STRING 'OPERATOR ' HOLD-OPERATOR ' TOTAL'
00343          DELIMITED BY SIZE INTO T-LABEL.
00344      MOVE OT-ADDED   TO T-ADDED.
00345      MOVE OT-CHANGED TO T-CHANGED.
00346      MOVE OT-DELETED TO T-DELETED.
0346A      MOVE OT-APPROVED TO T-APPROVED.
00347      MOVE OT-TOTAL   TO T-TOTAL.
00348      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 2.
00349      ADD +2 TO LINE-CNT.
00350      MOVE +0 TO OT-ADDED, OT-CHANGED, OT-DELETED, OT-APPROVED,
0350A                 OT-TOTAL.
00351  C060-EXIT. EXIT.
00352  C999-EXIT. EXIT.
00353      SKIP2
00354  C100-HEADING.
00355      ADD +1 TO PAGE-CNT.
00356      MOVE PAGE-CNT      TO HD-PAGE.
00357      MOVE HOLD-OPERATOR TO HD-OPERATOR.
00358      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00359      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00360      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00361      WRITE PRINT-REC FROM HEAD-D AFTER ADVANCING 2.
00362      MOVE +8 TO LINE-CNT.
00363  C100-EXIT. EXIT.
