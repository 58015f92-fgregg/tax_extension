00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA870.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. QUARTERLY REPORT OF EVERY JOB THAT STILL CARRIED A FULL
00007 *         SOCIAL SECURITY NUMBER TO ANY OUTPUT.  EACH SUCH JOB
00008 *         RECORDS ITS OUTPUTS ON THE CUMULATIVE FULL-SSN EXPOSURE
00009 *         LOG (ASSSNXPR1) THROUGH ASREA871.  THE CONTROL CARD
00010 *         GIVES THE YEAR AND QUARTER; THE LOG IS SORTED BY
00011 *         PROGRAM, OUTPUT DD AND RUN DATE AND EVERY RUN DATED
00012 *         WITHIN THE QUARTER IS SUMMARIZED -- ONE LINE PER PROGRAM
00013 *         AND OUTPUT WITH ITS DESTINATION, THE NUMBER OF RUNS, THE
00014 *         RECORDS WRITTEN AND THE FIRST AND LAST RUN DATES -- WITH
00015 *         PROGRAM TOTALS AND A GRAND TOTAL.  A QUARTER WITH NO
00016 *         FULL-SSN OUTPUTS PRINTS THE HEADINGS AND ZERO TOTALS.
00017 *         AN INVALID CONTROL CARD ENDS THE RUN WITH CODE 16.
00018      SKIP2
00019  ENVIRONMENT DIVISION.
00020  CONFIGURATION SECTION.
00021  SOURCE-COMPUTER. IBM-370.
00022  OBJECT-COMPUTER. IBM-370.
00023      SKIP1
00024  INPUT-OUTPUT SECTION.
00025  FILE-CONTROL.
00026      SELECT CNTRL-FILE    ASSIGN TO UT-S-QTRCARD.
00027      SELECT SSNEXP-LOG    ASSIGN TO UT-S-SSNEXPLG.
00028      SELECT SORT-FILE     ASSIGN TO UT-S-SORTWK01.
00029      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00030      SKIP2
00031  DATA DIVISION.
00032  FILE SECTION.
00033      SKIP1
00034  FD  CNTRL-FILE
00035      BLOCK  CONTAINS 0 RECORDS
00036      RECORD CONTAINS 80 CHARACTERS
00037      RECORDING MODE IS F
00038      LABEL  RECORDS ARE STANDARD
00039      DATA RECORD IS CNTRL-REC.
00040  01  CNTRL-REC.
00041      05  QC-YEAR         PIC 9(4).
00042      05  QC-QUARTER      PIC 9.
00043          88  QC-VALID-QUARTER    VALUE 1 THRU 4.
00044      05  FILLER          PIC X(75).
00045      SKIP2
00046  FD  SSNEXP-LOG
00047      BLOCK  CONTAINS 0 RECORDS
00048      RECORD CONTAINS 80 CHARACTERS
00049      RECORDING MODE IS F
00050      LABEL  RECORDS ARE STANDARD
00051      DATA RECORD IS SSNEXP-LOG-REC.
00052  01  SSNEXP-LOG-REC             PIC X(80).
00053      SKIP2
00054  SD  SORT-FILE
00055      RECORD CONTAINS 80 CHARACTERS
00056      DATA RECORD IS SORT-REC.
00057  01  SORT-REC.
00058  COPY ASSSNXPR1.
00059      SKIP2
00060  FD  PRINT-FILE
00061      BLOCK  CONTAINS 0 RECORDS
00062      RECORD CONTAINS 133 CHARACTERS
00063      RECORDING MODE IS F
00064      LABEL  RECORDS ARE STANDARD.
00065      SKIP1
00066  01  PRINT-REC               PIC X(133).
00067      SKIP2
00068  WORKING-STORAGE SECTION.
00069      SKIP1
00070  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00071  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00072      SKIP1
00073  77  SORT-EOF-SW               PIC X      VALUE 'N'.
00074      88  END-OF-SORT-FILE                 VALUE 'Y'.
00075  77  FIRST-REC-SW              PIC X      VALUE 'Y'.
00076      88  FIRST-RECORD                     VALUE 'Y'.
00077      SKIP1
00078  77  LOG-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00079  77  SELECTED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00080      SKIP1
00081  77  W-FROM-DATE               PIC 9(8)   VALUE ZEROS.
00082  77  W-TO-DATE                 PIC 9(8)   VALUE ZEROS.
00083  77  W-FROM-MO                 PIC 99     VALUE ZEROS.
00084  77  W-TO-MO                   PIC 99     VALUE ZEROS.
00085      SKIP1
00086  77  HOLD-PROGRAM              PIC X(8)   VALUE SPACES.
00087  77  HOLD-OUTPUT-DD            PIC X(8)   VALUE SPACES.
00088  77  HOLD-DEST-CLASS           PIC X      VALUE SPACE.
00089  77  HOLD-DEST-DESC            PIC X(30)  VALUE SPACES.
00090  77  HOLD-FIRST-RUN            PIC 9(8)   VALUE ZEROS.
00091  77  HOLD-LAST-RUN             PIC 9(8)   VALUE ZEROS.
00092      SKIP1
00093  77  OUTPUT-RUN-CNT    COMP-3  PIC S9(7)  VALUE +0.
00094  77  OUTPUT-REC-CNT    COMP-3  PIC S9(11) VALUE +0.
00095  77  PROGRAM-OUT-CNT   COMP-3  PIC S9(5)  VALUE +0.
00096  77  PROGRAM-RUN-CNT   COMP-3  PIC S9(7)  VALUE +0.
00097  77  PROGRAM-REC-CNT   COMP-3  PIC S9(11) VALUE +0.
00098  77  GRAND-PGM-CNT     COMP-3  PIC S9(5)  VALUE +0.
00099  77  GRAND-OUT-CNT     COMP-3  PIC S9(5)  VALUE +0.
00100  77  GRAND-RUN-CNT     COMP-3  PIC S9(7)  VALUE +0.
00101  77  GRAND-REC-CNT     COMP-3  PIC S9(11) VALUE +0.
00102      SKIP1
00103  01  ACPT-DATE                  PIC 9(6).
00104  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00105      05  ACPT-YR                PIC 99.
00106      05  ACPT-MO                PIC 99.
00107      05  ACPT-DA                PIC 99.
00108  01  DSP-DATE.
00109      05  DSP-MO                 PIC 99.
00110      05  FILLER                 PIC X      VALUE '/'.
00111      05  DSP-DA                 PIC 99.
00112      05  FILLER                 PIC X      VALUE '/'.
00113      05  DSP-YR                 PIC 99.
00114      SKIP1
00115  01  HEAD-A.
00116      05  FILLER          PIC X(3)   VALUE SPACES.
00117      05  HD-DATE         PIC X(8).
00118      05  FILLER          PIC X(44)  VALUE SPACES.
00119      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00120      05  FILLER          PIC X(44)  VALUE SPACES.
00121      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00122      05  HD-PAGE         PIC ZZ,ZZ9.
00123      SKIP1
00124  01  HEAD-B.
00125      05  FILLER          PIC X(3)   VALUE SPACES.
00126      05  FILLER          PIC X(8)   VALUE 'ASREA870'.
00127      05  FILLER          PIC X(18)  VALUE SPACES.
00128      05  FILLER          PIC X(38)  VALUE
00129          'JOBS WRITING FULL SSNS -- QUARTER '.
00130      05  HD-QUARTER      PIC 9.
00131      05  FILLER          PIC X(4)   VALUE ' OF '.
00132      05  HD-YEAR         PIC 9(4).
00133      SKIP1
00134  01  HEAD-C.
00135      05  FILLER          PIC X(3)   VALUE SPACES.
00136      05  FILLER          PIC X(10)  VALUE 'PROGRAM'.
00137      05  FILLER          PIC X(10)  VALUE 'OUTPUT DD'.
00138      05  FILLER          PIC X(18)  VALUE 'DESTINATION'.
00139      05  FILLER          PIC X(32)  VALUE 'DESCRIPTION'.
00140      05  FILLER          PIC X(8)   VALUE '    RUNS'.
00141      05  FILLER          PIC X(13)  VALUE '      RECORDS'.
00142      05  FILLER          PIC X(10)  VALUE '  FIRST'.
00143      05  FILLER          PIC X(10)  VALUE '  LAST'.
00144      SKIP1
00145  01  DETAIL-LINE.
00146      05  FILLER          PIC X(3)   VALUE SPACES.
00147      05  D-PROGRAM       PIC X(8).
00148      05  FILLER          PIC X(2)   VALUE SPACES.
00149      05  D-OUTPUT-DD     PIC X(8).
00150      05  FILLER          PIC X(2)   VALUE SPACES.
00151      05  D-DEST-CLASS    PIC X(16).
00152      05  FILLER          PIC X(2)   VALUE SPACES.
00153      05  D-DEST-DESC     PIC X(30).
00154      05  FILLER          PIC X(2)   VALUE SPACES.
00155      05  D-RUNS          PIC ZZ,ZZ9.
00156      05  FILLER          PIC X(2)   VALUE SPACES.
00157      05  D-RECORDS       PIC ZZZ,ZZZ,ZZ9.
00158      05  FILLER          PIC X(2)   VALUE SPACES.
00159      05  D-FIRST-RUN     PIC 9(8).
00160      05  FILLER          PIC X(2)   VALUE SPACES.
00161      05  D-LAST-RUN      PIC 9(8).
00162      SKIP1
00163  01  TOTAL-LINE.
00164      05  FILLER          PIC X(3)   VALUE SPACES.
00165      05  T-LABEL         PIC X(30).
00166      05  FILLER          PIC X(2)   VALUE SPACES.
00167      05  T-OUTPUTS       PIC ZZ,ZZ9.
00168      05  FILLER          PIC X(10)  VALUE ' OUTPUTS  '.
00169      05  T-RUNS          PIC ZZ,ZZ9.
00170      05  FILLER          PIC X(7)   VALUE ' RUNS  '.
00171      05  T-RECORDS       PIC ZZZ,ZZZ,ZZZ,ZZ9.
00172      05  FILLER          PIC X(8)   VALUE ' RECORDS'.
00173      EJECT
00174  PROCEDURE DIVISION.
00175      SKIP1
00176  A010-HOUSEKEEPING.
00177      OPEN INPUT CNTRL-FILE.
00178      READ CNTRL-FILE AT END
00179          MOVE ZEROS TO CNTRL-REC.
00180      CLOSE CNTRL-FILE.
00181      IF QC-YEAR NOT NUMERIC
00182          OR QC-QUARTER NOT NUMERIC
00183          OR QC-YEAR EQUAL ZERO
00184          OR NOT QC-VALID-QUARTER
00185          DISPLAY 'ASREA870 -- CONTROL CARD MUST GIVE YEAR(4) '
00186              'AND QUARTER(1): ' CNTRL-REC
00187          MOVE 16 TO RETURN-CODE
00188          STOP RUN.
00189      COMPUTE W-FROM-MO = (QC-QUARTER - 1) * 3 + 1.
00190      COMPUTE W-TO-MO   = QC-QUARTER * 3.
00191      COMPUTE W-FROM-DATE = QC-YEAR * 10000 + W-FROM-MO * 100 + 1.
00192      COMPUTE W-TO-DATE   = QC-YEAR * 10000 + W-TO-MO * 100 + 31.
00193      MOVE QC-QUARTER TO HD-QUARTER.
00194      MOVE QC-YEAR    TO HD-YEAR.
00195      SORT SORT-FILE
00196          ON ASCENDING KEY SX-PROGRAM SX-OUTPUT-DD SX-RUN-DATE
00197                           SX-RUN-TIME
00198          USING SSNEXP-LOG
00199          OUTPUT PROCEDURE IS B000-REPORT THRU B000-EXIT.
00200      IF SORT-RETURN NOT EQUAL ZERO
00201          DISPLAY 'ASREA870 -- SORT FAILED, SORT-RETURN = '
00202              SORT-RETURN
00203          MOVE 16 TO RETURN-CODE.
00204      STOP RUN.
00205      SKIP1
00206  B000-REPORT.
00207      OPEN OUTPUT PRINT-FILE.
00208      ACCEPT ACPT-DATE FROM DATE.
00209      MOVE ACPT-MO TO DSP-MO.
00210      MOVE ACPT-DA TO DSP-DA.
00211      MOVE ACPT-YR TO DSP-YR.
00212      MOVE DSP-DATE TO HD-DATE.
00213      PERFORM B100-HEADING THRU B100-EXIT.
00214      PERFORM B030-RETURN-SORT THRU B030-EXIT.
00215      PERFORM B020-PROCESS THRU B020-EXIT
00216          UNTIL END-OF-SORT-FILE.
00217      IF NOT FIRST-RECORD
00218          PERFORM B060-OUTPUT-TOTAL THRU B060-EXIT
00219          PERFORM B070-PROGRAM-TOTAL THRU B070-EXIT.
00220      MOVE 'GRAND TOTAL' TO T-LABEL.
00221      MOVE GRAND-OUT-CNT TO T-OUTPUTS.
00222      MOVE GRAND-RUN-CNT TO T-RUNS.
00223      MOVE GRAND-REC-CNT TO T-RECORDS.
00224      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 3.
00225      DISPLAY 'TOTAL EXPOSURE LOG RECORDS READ......: '
00226          LOG-IN-CNT.
00227      DISPLAY 'TOTAL RUNS WITHIN THE QUARTER........: '
00228          SELECTED-CNT.
00229      DISPLAY 'TOTAL PROGRAMS WRITING FULL SSNS.....: '
00230          GRAND-PGM-CNT.
00231      CLOSE PRINT-FILE.
00232  B000-EXIT. EXIT.
00233      SKIP1
00234  B020-PROCESS.
00235      IF SX-RUN-DATE NOT NUMERIC
00236          OR SX-RUN-DATE LESS THAN W-FROM-DATE
00237          OR SX-RUN-DATE GREATER THAN W-TO-DATE
00238          GO TO B020-NEXT.
00239      ADD +1 TO SELECTED-CNT.
00240      IF FIRST-RECORD
00241          MOVE 'N' TO FIRST-REC-SW
00242          PERFORM B050-NEW-OUTPUT THRU B050-EXIT
00243      ELSE
00244          IF SX-PROGRAM NOT EQUAL HOLD-PROGRAM
00245              PERFORM B060-OUTPUT-TOTAL THRU B060-EXIT
00246              PERFORM B070-PROGRAM-TOTAL THRU B070-EXIT
00247              PERFORM B050-NEW-OUTPUT THRU B050-EXIT
00248          ELSE
00249              IF SX-OUTPUT-DD NOT EQUAL HOLD-OUTPUT-DD
00250                  PERFORM B060-OUTPUT-TOTAL THRU B060-EXIT
00251                  PERFORM B050-NEW-OUTPUT THRU B050-EXIT.
00252      ADD +1 TO OUTPUT-RUN-CNT.
00253      IF SX-RECORD-CNT NUMERIC
00254          ADD SX-RECORD-CNT TO OUTPUT-REC-CNT.
00255      MOVE SX-RUN-DATE TO HOLD-LAST-RUN.
00256  B020-NEXT.
00257      PERFORM B030-RETURN-SORT THRU B030-EXIT.
00258  B020-EXIT. EXIT.
00259      SKIP1
00260  B030-RETURN-SORT.
00261      RETURN SORT-FILE AT END
00262          MOVE 'Y' TO SORT-EOF-SW.
00263      IF NOT END-OF-SORT-FILE
00264          ADD +1 TO LOG-IN-CNT.
00265  B030-EXIT. EXIT.
00266      SKIP1
00267  B050-NEW-OUTPUT.
00268      IF SX-PROGRAM NOT EQUAL HOLD-PROGRAM
00269          ADD +1 TO GRAND-PGM-CNT.
00270      MOVE SX-PROGRAM    TO HOLD-PROGRAM.
00271      MOVE SX-OUTPUT-DD  TO HOLD-OUTPUT-DD.
00272      MOVE SX-DEST-CLASS TO HOLD-DEST-CLASS.
00273      MOVE SX-DEST-DESC  TO HOLD-DEST-DESC.
00274      MOVE SX-RUN-DATE   TO HOLD-FIRST-RUN.
00275  B050-EXIT. EXIT.
00276      SKIP1
00277  B060-OUTPUT-TOTAL.
00278      MOVE HOLD-PROGRAM   TO D-PROGRAM.
00279      MOVE HOLD-OUTPUT-DD TO D-OUTPUT-DD.
00280      EVALUATE HOLD-DEST-CLASS
00281          WHEN 'S'
00282              MOVE 'STATE AGENCY'    TO D-DEST-CLASS
00283          WHEN 'C'
00284              MOVE 'COUNTY EXCHANGE' TO D-DEST-CLASS
00285          WHEN 'U'
00286              MOVE 'UNMASK LISTING'  TO D-DEST-CLASS
00287          WHEN OTHER
00288              MOVE 'INTERNAL FEED'   TO D-DEST-CLASS
00289      END-EVALUATE.
00290      MOVE HOLD-DEST-DESC TO D-DEST-DESC.
00291      MOVE OUTPUT-RUN-CNT TO D-RUNS.
00292      MOVE OUTPUT-REC-CNT TO D-RECORDS.
00293      MOVE HOLD-FIRST-RUN TO D-FIRST-RUN.
00294      MOVE HOLD-LAST-RUN  TO D-LAST-RUN.
00295      IF LINE-CNT GREATER THAN +57
00296          PERFORM B100-HEADING THRU B100-EXIT.
00297      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00298      ADD +1 TO LINE-CNT.
00299      ADD +1             TO PROGRAM-OUT-CNT, GRAND-OUT-CNT.
00300      ADD OUTPUT-RUN-CNT TO PROGRAM-RUN-CNT, GRAND-RUN-CNT.
00301      ADD OUTPUT-REC-CNT TO PROGRAM-REC-CNT, GRAND-REC-CNT.
00302      MOVE +0 TO OUTPUT-RUN-CNT, OUTPUT-REC-CNT.
00303  B060-EXIT. EXIT.
00304      SKIP1
00305  B070-PROGRAM-TOTAL.
00306      MOVE SPACES TO T-LABEL.
00307      STRING 'PROGRAM ' HOLD-PROGRAM ' TOTAL'
00308          DELIMITED BY SIZE INTO T-LABEL.
00309      MOVE PROGRAM-OUT-CNT TO T-OUTPUTS.
00310      MOVE PROGRAM-RUN-CNT TO T-RUNS.
00311      MOVE PROGRAM-REC-CNT TO T-RECORDS.
00312      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1.
00313      MOVE SPACES TO PRINT-REC.
00314      WRITE PRINT-REC AFTER ADVANCING 1.
00315      ADD +2 TO LINE-CNT.
00316      MOVE +0 TO PROGRAM-OUT-CNT, PROGRAM-RUN-CNT,
00317                 PROGRAM-REC-CNT.
00318  B070-EXIT. EXIT.
00319      SKIP1
00320  B100-HEADING.
00321      ADD +1 TO PAGE-CNT.
00322      MOVE PAGE-CNT TO HD-PAGE.
00323      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00324      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00325      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00326      MOVE +6 TO LINE-CNT.
00327  B100-EXIT. EXIT.
