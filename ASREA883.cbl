00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA883.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. PENDING EXEMPT-PROPERTY APPLICATION BACKLOG OVER THE
00007 *         APPLICATION MASTER (ASEXAPPR1, MAINTAINED BY ASREA881).
00008 *         EVERY APPLICATION STILL PENDING IS LISTED WITH ITS STAGE
00009 *         AND AGED FROM THE DATE IT REACHED THAT STAGE -- THE
00010 *         FILING DATE AT THE BOARD OF REVIEW, THE BOARD'S
00011 *         RECOMMENDATION DATE AT THE STATE -- TO THE RUN DATE, AND
00012 *         TALLIED BY STAGE INTO UNDER 90 DAYS, 90 TO 179, 180 TO
00013 *         364 AND ONE YEAR AND OVER, WITH THE OLDEST AGE IN EACH
00014 *         STAGE.  APPLICATIONS GRANTED, DENIED AND WITHDRAWN ARE
00015 *         COUNTED.
00016      SKIP2
00017  ENVIRONMENT DIVISION.
00018  CONFIGURATION SECTION.
00019  SOURCE-COMPUTER. IBM-370.
00020  OBJECT-COMPUTER. IBM-370.
00021      SKIP1
00022  INPUT-OUTPUT SECTION.
00023  FILE-CONTROL.
00024      SELECT APPL-MASTER   ASSIGN TO UT-S-XAPPMSTR.
00025      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00026      SKIP2
00027  DATA DIVISION.
00028  FILE SECTION.
00029      SKIP1
00030  FD  APPL-MASTER
00031      BLOCK  CONTAINS 0 RECORDS
00032      RECORD CONTAINS 160 CHARACTERS
00033      RECORDING MODE IS F
00034      LABEL  RECORDS ARE STANDARD
00035      DATA RECORD IS APPL-REC.
00036  01  APPL-REC.
00037  COPY ASEXAPPR1.
00038      SKIP2
00039  FD  PRINT-FILE
00040      BLOCK  CONTAINS 0 RECORDS
00041      RECORD CONTAINS 133 CHARACTERS
00042      RECORDING MODE IS F
00043      LABEL  RECORDS ARE STANDARD.
00044      SKIP1
00045  01  PRINT-REC               PIC X(133).
00046      SKIP2
00047  WORKING-STORAGE SECTION.
00048      SKIP1
00049  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00050  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00051      SKIP1
00052  77  APPL-EOF-SW               PIC X      VALUE 'N'.
00053      88  END-OF-APPL-FILE                 VALUE 'Y'.
00054      SKIP1
00055  77  APPL-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00056  77  GRANTED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00057  77  DENIED-CNT        COMP-3  PIC S9(7)  VALUE +0.
00058  77  WITHDRAWN-CNT     COMP-3  PIC S9(7)  VALUE +0.
00059  77  BAD-DATE-CNT      COMP-3  PIC S9(7)  VALUE +0.
00060      SKIP1
00061  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00062  77  W-RUN-DATE-INT    COMP-3  PIC S9(7)  VALUE +0.
00063  77  W-STAGE-DATE              PIC 9(8)   VALUE ZEROS.
00064  77  W-STAGE-INT       COMP-3  PIC S9(7)  VALUE +0.
00065  77  W-FILED-INT       COMP-3  PIC S9(7)  VALUE +0.
00066  77  W-AGE             COMP-3  PIC S9(5)  VALUE +0.
00067  77  W-TOTAL-AGE       COMP-3  PIC S9(5)  VALUE +0.
00068  77  W-BUCKET          COMP-3  PIC S9(3)  VALUE +0.
00069  77  W-STG             COMP-3  PIC S9(3)  VALUE +0.
00070  77  STG-SUB           COMP-3  PIC S9(3)  VALUE +0.
00071      SKIP1
00072 *    ONE ROW PER PENDING STAGE, ROW 3 IS THE TOTAL.
00073  01  STAGE-TABLE.
00074      05  ST-ROW OCCURS 3 TIMES.
00075          10  ST-COUNT        PIC S9(7)  COMP-3.
00076          10  ST-BUCKET OCCURS 4 TIMES
00077                              PIC S9(7)  COMP-3.
00078          10  ST-OLDEST       PIC S9(5)  COMP-3.
00079  01  STAGE-NAMES.
00080      05  FILLER          PIC X(20)  VALUE 'AT BOARD OF REVIEW'.
00081      05  FILLER          PIC X(20)  VALUE 'AT THE STATE'.
00082      05  FILLER          PIC X(20)  VALUE 'TOTAL PENDING'.
00083  01  FILLER REDEFINES STAGE-NAMES.
00084      05  ST-NAME OCCURS 3 TIMES
00085                          PIC X(20).
00086      SKIP1
00087  01  ACPT-DATE                  PIC 9(6).
00088  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00089      05  ACPT-YR                PIC 99.
00090      05  ACPT-MO                PIC 99.
00091      05  ACPT-DA                PIC 99.
00092  01  DSP-DATE.
00093      05  DSP-MO                 PIC 99.
00094      05  FILLER                 PIC X      VALUE '/'.
00095      05  DSP-DA                 PIC 99.
00096      05  FILLER                 PIC X      VALUE '/'.
00097      05  DSP-YR                 PIC 99.
00098      SKIP1
00099  01  HEAD-A.
00100      05  FILLER          PIC X(3)   VALUE SPACES.
00101      05  HD-DATE         PIC X(8).
00102      05  FILLER          PIC X(44)  VALUE SPACES.
00103      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00104      05  FILLER          PIC X(44)  VALUE SPACES.
00105      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00106      05  HD-PAGE         PIC ZZ,ZZ9.
00107      SKIP1
00108  01  HEAD-B.
00109      05  FILLER          PIC X(3)   VALUE SPACES.
00110      05  FILLER          PIC X(8)   VALUE 'ASREA883'.
00111      05  FILLER          PIC X(18)  VALUE SPACES.
00112      05  FILLER          PIC X(52)  VALUE
00113          'PENDING EXEMPT APPLICATION BACKLOG BY STAGE'.
00114      SKIP1
00115  01  HEAD-C.
00116      05  FILLER          PIC X(3)   VALUE SPACES.
00117      05  FILLER          PIC X(12)  VALUE 'APPLICATION'.
00118      05  FILLER          PIC X(5)   VALUE 'VOL'.
00119      05  FILLER          PIC X(17)  VALUE 'PROPERTY'.
00120      05  FILLER          PIC X(31)  VALUE 'OWNER ORGANIZATION'.
00121      05  FILLER          PIC X(4)   VALUE 'BAS'.
00122      05  FILLER          PIC X(20)  VALUE 'STAGE'.
00123      05  FILLER          PIC X(10)  VALUE '  FILED'.
00124      05  FILLER          PIC X(10)  VALUE 'IN STAGE'.
00125      05  FILLER          PIC X(8)   VALUE '  TOTAL'.
00126      SKIP1
00127  01  DETAIL-LINE.
00128      05  FILLER          PIC X(3)   VALUE SPACES.
00129      05  D-APPL-NO       PIC X(10).
00130      05  FILLER          PIC X(2)   VALUE SPACES.
00131      05  D-VOL           PIC 9(3).
00132      05  FILLER          PIC X(2)   VALUE SPACES.
00133      05  D-PROP          PIC 9(15).
00134      05  FILLER          PIC X(2)   VALUE SPACES.
00135      05  D-ORG-NAME      PIC X(30).
00136      05  FILLER          PIC X(2)   VALUE SPACES.
00137      05  D-BASIS         PIC X.
00138      05  FILLER          PIC X(2)   VALUE SPACES.
00139      05  D-STAGE         PIC X(20).
00140      05  D-FILED-DATE    PIC 9(8).
00141      05  FILLER          PIC X(2)   VALUE SPACES.
00142      05  D-STAGE-AGE     PIC ZZ,ZZ9.
00143      05  FILLER          PIC X(3)   VALUE SPACES.
00144      05  D-TOTAL-AGE     PIC ZZ,ZZ9.
00145      SKIP1
00146  01  HEAD-S.
00147      05  FILLER          PIC X(3)   VALUE SPACES.
00148      05  FILLER          PIC X(22)  VALUE 'STAGE'.
00149      05  FILLER          PIC X(10)  VALUE ' PENDING'.
00150      05  FILLER          PIC X(10)  VALUE ' UNDER 90'.
00151      05  FILLER          PIC X(10)  VALUE '  90-179'.
00152      05  FILLER          PIC X(10)  VALUE ' 180-364'.
00153      05  FILLER          PIC X(10)  VALUE '  1 YR +'.
00154      05  FILLER          PIC X(10)  VALUE '  OLDEST'.
00155      SKIP1
00156  01  SUMM-LINE.
00157      05  FILLER          PIC X(3)   VALUE SPACES.
00158      05  S-STAGE         PIC X(20).
00159      05  FILLER          PIC X(2)   VALUE SPACES.
00160      05  S-COUNT         PIC ZZZ,ZZ9.
00161      05  FILLER          PIC X(3)   VALUE SPACES.
00162      05  S-B1            PIC ZZZ,ZZ9.
00163      05  FILLER          PIC X(3)   VALUE SPACES.
00164      05  S-B2            PIC ZZZ,ZZ9.
00165      05  FILLER          PIC X(3)   VALUE SPACES.
00166      05  S-B3            PIC ZZZ,ZZ9.
00167      05  FILLER          PIC X(3)   VALUE SPACES.
00168      05  S-B4            PIC ZZZ,ZZ9.
00169      05  FILLER          PIC X(3)   VALUE SPACES.
00170      05  S-OLDEST        PIC ZZZ,ZZ9.
00171      EJECT
00172  PROCEDURE DIVISION.
00173      SKIP1
00174  A010-HOUSEKEEPING.
00175      OPEN INPUT  APPL-MASTER
00176           OUTPUT PRINT-FILE.
00177      PERFORM A012-ZERO-STAGE THRU A012-EXIT
00178          VARYING STG-SUB FROM +1 BY +1
00179          UNTIL STG-SUB GREATER THAN +3.
00180      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00181      COMPUTE W-RUN-DATE-INT =
00182          FUNCTION INTEGER-OF-DATE (W-RUN-DATE).
00183      ACCEPT ACPT-DATE FROM DATE.
00184      MOVE ACPT-MO TO DSP-MO.
00185      MOVE ACPT-DA TO DSP-DA.
00186      MOVE ACPT-YR TO DSP-YR.
00187      MOVE DSP-DATE TO HD-DATE.
00188      PERFORM B100-HEADING THRU B100-EXIT.
00189      PERFORM A030-READ-APPL THRU A030-EXIT.
00190      PERFORM A020-MAINLINE THRU A020-EXIT
00191          UNTIL END-OF-APPL-FILE.
00192      PERFORM A070-PRINT-SUMMARY THRU A070-EXIT.
00193      DISPLAY 'TOTAL APPLICATION RECORDS READ.......: '
00194          APPL-IN-CNT.
00195      DISPLAY 'TOTAL PENDING AT BOARD OF REVIEW.....: '
00196          ST-COUNT (1).
00197      DISPLAY 'TOTAL PENDING AT THE STATE...........: '
00198          ST-COUNT (2).
00199      DISPLAY 'TOTAL GRANTED........................: '
00200          GRANTED-CNT.
00201      DISPLAY 'TOTAL DENIED.........................: '
00202          DENIED-CNT.
00203      DISPLAY 'TOTAL WITHDRAWN......................: '
00204          WITHDRAWN-CNT.
00205      DISPLAY 'TOTAL PENDING WITH INVALID DATE......: '
00206          BAD-DATE-CNT.
00207      IF BAD-DATE-CNT GREATER THAN +0
00208          MOVE 4 TO RETURN-CODE.
00209      CLOSE APPL-MASTER, PRINT-FILE.
00210      STOP RUN.
00211      SKIP1
00212  A012-ZERO-STAGE.
00213      MOVE ZERO TO ST-COUNT (STG-SUB)
00214                   ST-BUCKET (STG-SUB, 1)
00215                   ST-BUCKET (STG-SUB, 2)
00216                   ST-BUCKET (STG-SUB, 3)
00217                   ST-BUCKET (STG-SUB, 4)
00218                   ST-OLDEST (STG-SUB).
00219  A012-EXIT. EXIT.
00220      SKIP1
00221  A020-MAINLINE.
00222      IF XA-GRANTED
00223          ADD +1 TO GRANTED-CNT
00224          GO TO A020-NEXT.
00225      IF XA-DENIED
00226          ADD +1 TO DENIED-CNT
00227          GO TO A020-NEXT.
00228      IF NOT XA-PENDING
00229          ADD +1 TO WITHDRAWN-CNT
00230          GO TO A020-NEXT.
00231      IF XA-AT-BOR
00232          MOVE 1             TO W-STG
00233          MOVE XA-FILED-DATE TO W-STAGE-DATE
00234      ELSE
00235          MOVE 2             TO W-STG
00236          MOVE XA-BOR-DATE   TO W-STAGE-DATE.
00237      IF FUNCTION TEST-DATE-YYYYMMDD (W-STAGE-DATE) NOT EQUAL 0
00238         OR FUNCTION TEST-DATE-YYYYMMDD (XA-FILED-DATE)
00239            NOT EQUAL 0
00240          ADD +1 TO BAD-DATE-CNT
00241          DISPLAY 'ASREA883 -- INVALID STAGE DATE ON APPLICATION '
00242              XA-APPL-NO
00243          GO TO A020-NEXT.
00244      COMPUTE W-STAGE-INT =
00245          FUNCTION INTEGER-OF-DATE (W-STAGE-DATE).
00246      COMPUTE W-FILED-INT =
00247          FUNCTION INTEGER-OF-DATE (XA-FILED-DATE).
00248      COMPUTE W-AGE = W-RUN-DATE-INT - W-STAGE-INT.
00249      COMPUTE W-TOTAL-AGE = W-RUN-DATE-INT - W-FILED-INT.
00250      IF W-AGE LESS THAN ZERO
00251          MOVE ZERO TO W-AGE.
00252      IF W-TOTAL-AGE LESS THAN ZERO
00253          MOVE ZERO TO W-TOTAL-AGE.
00254      EVALUATE TRUE
00255          WHEN W-AGE LESS THAN +90
00256              MOVE 1 TO W-BUCKET
00257          WHEN W-AGE LESS THAN +180
00258              MOVE 2 TO W-BUCKET
00259          WHEN W-AGE LESS THAN +365
00260              MOVE 3 TO W-BUCKET
00261          WHEN OTHER
00262              MOVE 4 TO W-BUCKET
00263      END-EVALUATE.
00264      ADD +1 TO ST-COUNT (W-STG) ST-COUNT (3).
00265      ADD +1 TO ST-BUCKET (W-STG, W-BUCKET)
00266                ST-BUCKET (3, W-BUCKET).
00267      IF W-AGE GREATER THAN ST-OLDEST (W-STG)
00268          MOVE W-AGE TO ST-OLDEST (W-STG).
00269      IF W-AGE GREATER THAN ST-OLDEST (3)
00270          MOVE W-AGE TO ST-OLDEST (3).
00271      MOVE XA-APPL-NO     TO D-APPL-NO.
00272      MOVE XA-VOL         TO D-VOL.
00273      MOVE XA-PROP        TO D-PROP.
00274      MOVE XA-ORG-NAME    TO D-ORG-NAME.
00275      MOVE XA-BASIS       TO D-BASIS.
00276      MOVE ST-NAME (W-STG) TO D-STAGE.
00277      MOVE XA-FILED-DATE  TO D-FILED-DATE.
00278      MOVE W-AGE          TO D-STAGE-AGE.
00279      MOVE W-TOTAL-AGE    TO D-TOTAL-AGE.
00280      IF LINE-CNT GREATER THAN +57
00281          PERFORM B100-HEADING THRU B100-EXIT.
00282      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00283      ADD +1 TO LINE-CNT.
00284  A020-NEXT.
00285      PERFORM A030-READ-APPL THRU A030-EXIT.
00286  A020-EXIT. EXIT.
00287      SKIP1
00288  A030-READ-APPL.
00289      READ APPL-MASTER AT END
00290          MOVE 'Y' TO APPL-EOF-SW.
00291      IF NOT END-OF-APPL-FILE
00292          ADD +1 TO APPL-IN-CNT.
00293  A030-EXIT. EXIT.
00294      SKIP1
00295  A070-PRINT-SUMMARY.
00296      IF LINE-CNT GREATER THAN +50
00297          PERFORM B100-HEADING THRU B100-EXIT.
00298      WRITE PRINT-REC FROM HEAD-S AFTER ADVANCING 3.
00299      MOVE SPACES TO PRINT-REC.
00300      WRITE PRINT-REC AFTER ADVANCING 1.
00301      PERFORM A075-PRINT-STAGE THRU A075-EXIT
00302          VARYING STG-SUB FROM +1 BY +1
00303          UNTIL STG-SUB GREATER THAN +3.
00304      ADD +8 TO LINE-CNT.
00305  A070-EXIT. EXIT.
00306      SKIP1
00307  A075-PRINT-STAGE.
00308      MOVE ST-NAME (STG-SUB)       TO S-STAGE.
00309      MOVE ST-COUNT (STG-SUB)      TO S-COUNT.
00310      MOVE ST-BUCKET (STG-SUB, 1)  TO S-B1.
00311      MOVE ST-BUCKET (STG-SUB, 2)  TO S-B2.
00312      MOVE ST-BUCKET (STG-SUB, 3)  TO S-B3.
00313      MOVE ST-BUCKET (STG-SUB, 4)  TO S-B4.
00314      MOVE ST-OLDEST (STG-SUB)     TO S-OLDEST.
00315      IF STG-SUB EQUAL +3
00316          WRITE PRINT-REC FROM SUMM-LINE AFTER ADVANCING 2
00317      ELSE
00318          WRITE PRINT-REC FROM SUMM-LINE AFTER ADVANCING 1.
00319  A075-EXIT. EXIT.
00320      SKIP1
00321  B100-HEADING.
00322      ADD +1 TO PAGE-CNT.
00323      MOVE PAGE-CNT TO HD-PAGE.
00324      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00325      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00326      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00327      MOVE +6 TO LINE-CNT.
00328  B100-EXIT. EXIT.
