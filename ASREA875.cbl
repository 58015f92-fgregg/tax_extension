00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA875.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. ONCE THE BOARD OF REVIEW CERTIFIES A TOWNSHIP ITS VALUES
00007 *         ARE FINAL EXCEPT THROUGH A CERTIFICATE OF ERROR OR A
00008 *         PTAB DECISION.  ASHMA828 (ASSESSOR UPDATE FEED) AND
00009 *         ASREA959 (BOARD OF REVIEW DECISION INTAKE) REJECT VALUE
00010 *         CHANGES FOR CERTIFIED TOWNSHIPS THAT CARRY NEITHER
00011 *         REFERENCE AND WRITE EACH ONE TO THE POST-CERTIFICATION
00012 *         REJECT FILE (ASBCREJR1).  THIS PROGRAM SORTS THAT FILE
00013 *         BY SOURCE PROGRAM, TOWNSHIP AND PARCEL AND PRINTS THE
00014 *         REJECTED ATTEMPTS -- ONE LINE PER ATTEMPT, TOWNSHIP
00015 *         SUBTOTALS WITHIN SOURCE, SOURCE TOTALS AND A GRAND
00016 *         TOTAL.  THE FILE ACCUMULATES ACROSS RUNS UNTIL THE JOB
00017 *         STREAM EMPTIES IT AFTER THIS REPORT.
00018      SKIP2
00019  ENVIRONMENT DIVISION.
00020  CONFIGURATION SECTION.
00021  SOURCE-COMPUTER. IBM-370.
00022  OBJECT-COMPUTER. IBM-370.
00023      SKIP1
00024  INPUT-OUTPUT SECTION.
00025  FILE-CONTROL.
00026      SELECT CERTREJ-FILE  ASSIGN TO UT-S-CERTREJ.
00027      SELECT SORT-FILE     ASSIGN TO UT-S-SORTWK01.
00028      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00029      SKIP2
00030  DATA DIVISION.
00031  FILE SECTION.
00032      SKIP1
00033  FD  CERTREJ-FILE
00034      BLOCK  CONTAINS 0 RECORDS
00035      RECORD CONTAINS 100 CHARACTERS
00036      RECORDING MODE IS F
00037      LABEL  RECORDS ARE STANDARD
00038      DATA RECORD IS CERTREJ-REC.
00039  01  CERTREJ-REC             PIC X(100).
00040      SKIP2
00041  SD  SORT-FILE
00042      RECORD CONTAINS 100 CHARACTERS
00043      DATA RECORD IS SORT-REC.
00044  01  SORT-REC.
00045  COPY ASBCREJR1.
00046      SKIP2
00047  FD  PRINT-FILE
00048      BLOCK  CONTAINS 0 RECORDS
00049      RECORD CONTAINS 133 CHARACTERS
00050      RECORDING MODE IS F
00051      LABEL  RECORDS ARE STANDARD.
00052      SKIP1
00053  01  PRINT-REC               PIC X(133).
00054      SKIP2
00055  WORKING-STORAGE SECTION.
00056      SKIP1
00057  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00058  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00059      SKIP1
00060  77  SORT-EOF-SW               PIC X      VALUE 'N'.
00061      88  END-OF-SORT-FILE                 VALUE 'Y'.
00062  77  FIRST-REC-SW              PIC X      VALUE 'Y'.
00063      88  FIRST-RECORD                     VALUE 'Y'.
00064      SKIP1
00065  77  REJ-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00066      SKIP1
00067  77  HOLD-SOURCE               PIC X(8)   VALUE SPACES.
00068  77  HOLD-TOWN                 PIC 99     VALUE ZERO.
00069      SKIP1
00070  77  TOWN-REJ-CNT      COMP-3  PIC S9(7)  VALUE +0.
00071  77  SOURCE-REJ-CNT    COMP-3  PIC S9(7)  VALUE +0.
00072  77  GRAND-REJ-CNT     COMP-3  PIC S9(7)  VALUE +0.
00073      SKIP1
00074  01  ACPT-DATE                  PIC 9(6).
00075  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00076      05  ACPT-YR                PIC 99.
00077      05  ACPT-MO                PIC 99.
00078      05  ACPT-DA                PIC 99.
00079  01  DSP-DATE.
00080      05  DSP-MO                 PIC 99.
00081      05  FILLER                 PIC X      VALUE '/'.
00082      05  DSP-DA                 PIC 99.
00083      05  FILLER                 PIC X      VALUE '/'.
00084      05  DSP-YR                 PIC 99.
00085      SKIP1
00086  01  HEAD-A.
00087      05  FILLER          PIC X(3)   VALUE SPACES.
00088      05  HD-DATE         PIC X(8).
00089      05  FILLER          PIC X(44)  VALUE SPACES.
00090      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00091      05  FILLER          PIC X(44)  VALUE SPACES.
00092      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00093      05  HD-PAGE         PIC ZZ,ZZ9.
00094      SKIP1
00095  01  HEAD-B.
00096      05  FILLER          PIC X(3)   VALUE SPACES.
00097      05  FILLER          PIC X(8)   VALUE 'ASREA875'.
00098      05  FILLER          PIC X(18)  VALUE SPACES.
00099      05  FILLER          PIC X(45)  VALUE
00100          'REJECTED POST-CERTIFICATION VALUE CHANGES BY '.
00101      05  FILLER          PIC X(6)   VALUE 'SOURCE'.
00102      SKIP1
00103  01  HEAD-C.
00104      05  FILLER          PIC X(3)   VALUE SPACES.
00105      05  FILLER          PIC X(7)   VALUE 'SOURCE '.
00106      05  HD-SOURCE       PIC X(8).
00107      05  FILLER          PIC X(2)   VALUE SPACES.
00108      05  HD-SOURCE-DESC  PIC X(30).
00109      05  FILLER          PIC X(4)   VALUE SPACES.
00110      05  FILLER          PIC X(9)   VALUE 'TOWNSHIP '.
00111      05  HD-TOWN         PIC 99.
00112      SKIP1
00113  01  HEAD-D.
00114      05  FILLER          PIC X(5)   VALUE SPACES.
00115      05  FILLER          PIC X(20)  VALUE 'VOLUME/PROPERTY'.
00116      05  FILLER          PIC X(6)   VALUE 'YEAR'.
00117      05  FILLER          PIC X(6)   VALUE 'TRAN'.
00118      05  FILLER          PIC X(12)  VALUE 'REFERENCE'.
00119      05  FILLER          PIC X(10)  VALUE 'CERTIFIED'.
00120      05  FILLER          PIC X(16)  VALUE '   CURRENT VALUE'.
00121      05  FILLER          PIC X(16)  VALUE ' ATTEMPTED VALUE'.
00122      05  FILLER          PIC X(10)  VALUE '  REJECTED'.
00123      SKIP1
00124  01  DETAIL-LINE.
00125      05  FILLER          PIC X(5)   VALUE SPACES.
00126      05  D-PROPERTY      PIC X(18).
00127      05  FILLER          PIC X(2)   VALUE SPACES.
00128      05  D-TAX-YEAR      PIC 9(4).
00129      05  FILLER          PIC X(2)   VALUE SPACES.
00130      05  D-TRANS-TYPE    PIC X(4).
00131      05  FILLER          PIC X(2)   VALUE SPACES.
00132      05  D-SOURCE-REF    PIC X(10).
00133      05  FILLER          PIC X(2)   VALUE SPACES.
00134      05  D-CERT-DATE     PIC 9(8).
00135      05  FILLER          PIC X(2)   VALUE SPACES.
00136      05  D-CURR-VALUE    PIC ZZ,ZZZ,ZZZ,ZZ9.
00137      05  FILLER          PIC X(2)   VALUE SPACES.
00138      05  D-NEW-VALUE     PIC ZZ,ZZZ,ZZZ,ZZ9
00139                          BLANK WHEN ZERO.
00140      05  FILLER          PIC X(2)   VALUE SPACES.
00141      05  D-RUN-DATE      PIC 9(8).
00142      SKIP1
00143  01  TOTAL-LINE.
00144      05  FILLER          PIC X(3)   VALUE SPACES.
00145      05  T-LABEL         PIC X(30).
00146      05  FILLER          PIC X(2)   VALUE SPACES.
00147      05  T-COUNT         PIC ZZZ,ZZ9.
00148      05  FILLER          PIC X(19)  VALUE ' REJECTED ATTEMPTS'.
00149      EJECT
00150  PROCEDURE DIVISION.
00151      SKIP1
00152  A010-HOUSEKEEPING.
00153      SORT SORT-FILE
00154          ON ASCENDING KEY CR-SOURCE CR-TOWN CR-PROPERTY
00155                           CR-RUN-DATE
00156          USING CERTREJ-FILE
00157          OUTPUT PROCEDURE IS B000-REPORT THRU B000-EXIT.
00158      IF SORT-RETURN NOT EQUAL ZERO
00159          DISPLAY 'ASREA875 -- SORT FAILED, SORT-RETURN = '
00160              SORT-RETURN
00161          MOVE 16 TO RETURN-CODE.
00162      STOP RUN.
00163      SKIP1
00164  B000-REPORT.
00165      OPEN OUTPUT PRINT-FILE.
00166      ACCEPT ACPT-DATE FROM DATE.
00167      MOVE ACPT-MO TO DSP-MO.
00168      MOVE ACPT-DA TO DSP-DA.
00169      MOVE ACPT-YR TO DSP-YR.
00170      MOVE DSP-DATE TO HD-DATE.
00171      PERFORM B030-RETURN-SORT THRU B030-EXIT.
00172      PERFORM B020-PROCESS THRU B020-EXIT
00173          UNTIL END-OF-SORT-FILE.
00174      IF FIRST-RECORD
00175          PERFORM B100-HEADING THRU B100-EXIT
00176      ELSE
00177          PERFORM B060-TOWN-TOTAL THRU B060-EXIT
00178          PERFORM B070-SOURCE-TOTAL THRU B070-EXIT.
00179      MOVE 'GRAND TOTAL' TO T-LABEL.
00180      MOVE GRAND-REJ-CNT TO T-COUNT.
00181      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 3.
00182      DISPLAY 'TOTAL REJECTED ATTEMPTS READ.........: '
00183          REJ-IN-CNT.
00184      CLOSE PRINT-FILE.
00185  B000-EXIT. EXIT.
00186      SKIP1
00187  B020-PROCESS.
00188      IF FIRST-RECORD
00189          MOVE 'N' TO FIRST-REC-SW
00190          MOVE CR-SOURCE TO HOLD-SOURCE
00191          MOVE CR-TOWN   TO HOLD-TOWN
00192          PERFORM B100-HEADING THRU B100-EXIT
00193      ELSE
00194          IF CR-SOURCE NOT EQUAL HOLD-SOURCE
00195              PERFORM B060-TOWN-TOTAL THRU B060-EXIT
00196              PERFORM B070-SOURCE-TOTAL THRU B070-EXIT
00197              MOVE CR-SOURCE TO HOLD-SOURCE
00198              MOVE CR-TOWN   TO HOLD-TOWN
00199              PERFORM B100-HEADING THRU B100-EXIT
00200          ELSE
00201              IF CR-TOWN NOT EQUAL HOLD-TOWN
00202                  PERFORM B060-TOWN-TOTAL THRU B060-EXIT
00203                  MOVE CR-TOWN TO HOLD-TOWN
00204                  PERFORM B100-HEADING THRU B100-EXIT.
00205      PERFORM B040-PRINT-DETAIL THRU B040-EXIT.
00206      ADD +1 TO TOWN-REJ-CNT, SOURCE-REJ-CNT, GRAND-REJ-CNT.
00207      PERFORM B030-RETURN-SORT THRU B030-EXIT.
00208  B020-EXIT. EXIT.
00209      SKIP1
00210  B030-RETURN-SORT.
00211      RETURN SORT-FILE AT END
00212          MOVE 'Y' TO SORT-EOF-SW.
00213      IF NOT END-OF-SORT-FILE
00214          ADD +1 TO REJ-IN-CNT.
00215  B030-EXIT. EXIT.
00216      SKIP1
00217  B040-PRINT-DETAIL.
00218      MOVE CR-PROPERTY   TO D-PROPERTY.
00219      MOVE CR-TAX-YEAR   TO D-TAX-YEAR.
00220      MOVE CR-TRANS-TYPE TO D-TRANS-TYPE.
00221      MOVE CR-SOURCE-REF TO D-SOURCE-REF.
00222      MOVE CR-CERT-DATE  TO D-CERT-DATE.
00223      MOVE CR-CURR-VALUE TO D-CURR-VALUE.
00224      MOVE CR-NEW-VALUE  TO D-NEW-VALUE.
00225      MOVE CR-RUN-DATE   TO D-RUN-DATE.
00226      IF LINE-CNT GREATER THAN +57
00227          PERFORM B100-HEADING THRU B100-EXIT.
00228      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00229      ADD +1 TO LINE-CNT.
00230  B040-EXIT. EXIT.
00231      SKIP1
00232  B060-TOWN-TOTAL.
00233      MOVE SPACES TO T-LABEL.
00234      STRING 'TOWNSHIP ' HOLD-TOWN ' TOTAL'
00235          DELIMITED BY SIZE INTO T-LABEL.
00236      MOVE TOWN-REJ-CNT TO T-COUNT.
00237      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 2.
00238      ADD +2 TO LINE-CNT.
00239      MOVE +0 TO TOWN-REJ-CNT.
00240  B060-EXIT. EXIT.
00241      SKIP1
00242  B070-SOURCE-TOTAL.
00243      MOVE SPACES TO T-LABEL.
00244      STRING 'SOURCE ' HOLD-SOURCE ' TOTAL'
00245          DELIMITED BY SIZE INTO T-LABEL.
00246      MOVE SOURCE-REJ-CNT TO T-COUNT.
00247      WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 2.
00248      ADD +2 TO LINE-CNT.
00249      MOVE +0 TO SOURCE-REJ-CNT.
00250  B070-EXIT. EXIT.
00251      SKIP1
00252  B100-HEADING.
00253      ADD +1 TO PAGE-CNT.
00254      MOVE PAGE-CNT    TO HD-PAGE.
00255      MOVE HOLD-SOURCE TO HD-SOURCE.
00256      MOVE HOLD-TOWN   TO HD-TOWN.
00257      IF HOLD-SOURCE EQUAL 'ASHMA828'
00258          MOVE 'ASSESSOR UPDATE FEED' TO HD-SOURCE-DESC
00259      ELSE
00260          IF HOLD-SOURCE EQUAL 'ASREA959'
00261              MOVE 'BOARD OF REVIEW DECISIONS' TO HD-SOURCE-DESC
00262          ELSE
00263              MOVE SPACES TO HD-SOURCE-DESC.
00264      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00265      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00266      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00267      WRITE PRINT-REC FROM HEAD-D AFTER ADVANCING 2.
00268      MOVE +8 TO LINE-CNT.
00269  B100-EXIT. EXIT.
