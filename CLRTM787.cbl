00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLRTM787.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. ANNUAL TAX RATE AND AGENCY VALUATION REPORT BOOK, IN
00007 *         PLACE OF THE CLRTM769 LISTINGS MERGED WITH SPREADSHEETS.
00008 *         PART ONE LISTS EVERY TAX CODE ON THE FINAL TAX CODE FILE
00009 *         (TAXCODERD2) WITH ITS RATE AND THE RATES OF THE TWO
00010 *         PRIOR TAX YEARS FROM THE TAX RATE HISTORY MASTER
00011 *         (ASREA932), THEN EACH AGENCY ON THE CODE WITH ITS NAME
00012 *         AND TYPE FROM THE AGENCY REFERENCE MASTER (CLAGYREFR1)
00013 *         AND ITS RATE FROM THE EXTENDED AGENCY RATE FILE
00014 *         (CLAGYRTER1); A CODE WHOSE AGENCY RATES DO NOT ADD TO
00015 *         ITS RATE IS NOTED.  PART TWO LISTS EVERY AGENCY ON THE
00016 *         AGENCY VALUATION FILE (AGYEQVALR3) WITH ITS EQUALIZED
00017 *         VALUE (AEV-CC-RE), LEVY EXTENDED, RATE AND EXTENSION,
00018 *         AND THE EXTENSIONS OF ITS THREE PRIOR TAX YEARS
00019 *         (AEV-PREV-TXYR1-3).  PART THREE SUMMARIZES THE AGENCIES
00020 *         BY AGENCY TYPE FOR THE COUNTY.  THE SAME BOOK IS WRITTEN
00021 *         FOR THE WEB IN THE PUBLISHED LAYOUT CLRTBKPR1.  THE TAX
00022 *         YEAR IS CHECKED AGAINST THE CENTRAL CYCLE CONTROL RECORD
00023 *         THROUGH DPRUN004.  RETURN CODE 4 WHEN A TAX CODE DOES
00024 *         NOT FOOT OR AN AGENCY HAS NO EXTENDED RATE, 16 WHEN A
00025 *         MASTER CANNOT BE READ, A TABLE OVERFLOWS OR THE RATE
00026 *         FILE IS OUT OF SEQUENCE.
00027      SKIP2
00028  ENVIRONMENT DIVISION.
00029  CONFIGURATION SECTION.
00030  SOURCE-COMPUTER. IBM-370.
00031  OBJECT-COMPUTER. IBM-370.
00032      SKIP1
00033  INPUT-OUTPUT SECTION.
00034  FILE-CONTROL.
00035      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00036      SELECT TAXCODE-FILE  ASSIGN TO UT-S-TAXCODE.
00037      SELECT AGYEQ-IN      ASSIGN TO UT-S-AGYEQVAL.
00038      SELECT AGYRATE-FILE  ASSIGN TO UT-S-AGYRATE.
00039      SELECT AGYREF-FILE   ASSIGN TO DA-AGYREF
00040        ORGANIZATION IS INDEXED
00041        ACCESS IS SEQUENTIAL
00042        RECORD KEY IS AR-AGENCY
00043        FILE STATUS IS REF-STATUS.
00044      SELECT WEB-FILE      ASSIGN TO UT-S-RATEBOOK.
00045      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00046      SKIP2
00047  DATA DIVISION.
00048  FILE SECTION.
00049      SKIP1
00050  FD  CONTROL-FILE
00051      BLOCK  CONTAINS 0 RECORDS
00052      RECORD CONTAINS 80 CHARACTERS
00053      RECORDING MODE IS F
00054      LABEL  RECORDS ARE STANDARD
00055      DATA RECORD IS CONTROL-REC.
00056  01  CONTROL-REC.
00057      05  CC-TAX-YEAR     PIC X(4).
00058      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00059                          PIC 9(4).
00060      05  FILLER          PIC X(76).
00061      SKIP2
00062  FD  TAXCODE-FILE
00063      BLOCK  CONTAINS 0 RECORDS
00064      RECORD CONTAINS 207 CHARACTERS
00065      RECORDING MODE IS F
00066      LABEL  RECORDS ARE STANDARD
00067      DATA RECORD IS TAXCODE-FILE-REC.
00068  01  TAXCODE-FILE-REC.
00069  COPY TAXCODERD2.
00070      SKIP2
00071  FD  AGYEQ-IN
00072      BLOCK  CONTAINS 0 RECORDS
00073      RECORD CONTAINS 300 CHARACTERS
00074      RECORDING MODE IS F
00075      LABEL  RECORDS ARE STANDARD
00076      DATA RECORD IS AGYEQ-IN-REC.
00077  01  AGYEQ-IN-REC.
00078  COPY AGYEQVALR3.
00079      SKIP2
00080  FD  AGYRATE-FILE
00081      BLOCK  CONTAINS 0 RECORDS
00082      RECORD CONTAINS 80 CHARACTERS
00083      RECORDING MODE IS F
00084      LABEL  RECORDS ARE STANDARD
00085      DATA RECORD IS AGYRATE-REC.
00086  01  AGYRATE-REC.
00087  COPY CLAGYRTER1.
00088      SKIP2
00089  FD  AGYREF-FILE
00090      RECORD CONTAINS 100 CHARACTERS
00091      LABEL RECORDS ARE STANDARD.
00092      SKIP1
00093  01  AGYREF-REC.
00094  COPY CLAGYREFR1.
00095      SKIP2
00096  FD  WEB-FILE
00097      BLOCK  CONTAINS 0 RECORDS
00098      RECORD CONTAINS 160 CHARACTERS
00099      RECORDING MODE IS F
00100      LABEL  RECORDS ARE STANDARD
00101      DATA RECORD IS WEB-REC.
00102  01  WEB-REC.
00103  COPY CLRTBKPR1.
00104      SKIP2
00105  FD  PRINT-FILE
00106      BLOCK  CONTAINS 0 RECORDS
00107      RECORD CONTAINS 133 CHARACTERS
00108      RECORDING MODE IS F
00109      LABEL  RECORDS ARE STANDARD.
00110      SKIP1
00111  01  PRINT-REC               PIC X(133).
00112      SKIP2
00113  WORKING-STORAGE SECTION.
00114      SKIP1
00115  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00116  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00117      SKIP1
00118  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00119      88  END-OF-CTL-FILE                  VALUE 'Y'.
00120  77  TXCD-EOF-SW               PIC X      VALUE 'N'.
00121      88  END-OF-TXCD-FILE                 VALUE 'Y'.
00122  77  AEV-EOF-SW                PIC X      VALUE 'N'.
00123      88  END-OF-AEV-FILE                  VALUE 'Y'.
00124  77  RATE-EOF-SW               PIC X      VALUE 'N'.
00125      88  END-OF-RATE-FILE                 VALUE 'Y'.
00126  77  AGYREF-EOF-SW             PIC X      VALUE 'N'.
00127      88  END-OF-AGYREF-FILE               VALUE 'Y'.
00128  77  HIST-ERROR-SW             PIC X      VALUE 'N'.
00129      88  HISTORY-UNAVAILABLE              VALUE 'Y'.
00130  77  REF-STATUS                PIC XX     VALUE '00'.
00131      SKIP1
00132  77  TXCD-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00133  77  AEV-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00134  77  RATE-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00135  77  AGYREF-IN-CNT     COMP-3  PIC S9(7)  VALUE +0.
00136  77  NOT-FOOT-CNT      COMP-3  PIC S9(7)  VALUE +0.
00137  77  NO-RATE-CNT       COMP-3  PIC S9(7)  VALUE +0.
00138  77  NO-REF-CNT        COMP-3  PIC S9(7)  VALUE +0.
00139  77  NO-HIST-CNT       COMP-3  PIC S9(7)  VALUE +0.
00140  77  WEB-OUT-CNT       COMP-3  PIC S9(9)  VALUE +0.
00141      SKIP1
00142  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00143  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00144  77  W-LAST-AGENCY             PIC 9(9)   VALUE ZEROS.
00145  77  W-AGENCY                  PIC 9(9)   VALUE ZEROS.
00146  77  W-AGY-CNT         COMP-3  PIC S9(3)  VALUE +0.
00147  77  W-RATE-SUM        COMP-3  PIC S9(5)V9(3) VALUE +0.
00148  77  W-AGY-RATE        COMP-3  PIC S9(4)V9(3) VALUE +0.
00149  77  W-AGY-LEVY        COMP-3  PIC S9(11)V99  VALUE +0.
00150  77  W-EXT             COMP-3  PIC S9(13)V99  VALUE +0.
00151  77  W-TYPE            COMP-3  PIC S9(3)  VALUE +0.
00152  77  SUB-AGY           COMP-3  PIC S9(3)  VALUE +0.
00153  77  SUB-YR            COMP-3  PIC S9(3)  VALUE +0.
00154  77  SUB-SM            COMP-3  PIC S9(3)  VALUE +0.
00155  77  W-AX-SUB          COMP-3  PIC S9(4)  VALUE +0.
00156  77  W-RT-SUB          COMP-3  PIC S9(4)  VALUE +0.
00157      SKIP1
00158  01  CYCLK-AREA.
00159  COPY DPCYCLKR1.
00160      SKIP1
00161  01  RTHLK-AREA.
00162  COPY ASRTHLKR1.
00163      SKIP1
00164 *    THE TAX CODE RATE FOR THE TAX YEAR AND THE TWO BEFORE IT.
00165  01  W-HISTORY.
00166      05  W-HIST OCCURS 3 TIMES.
00167          10  W-HIST-YEAR     PIC 9(4).
00168          10  W-HIST-RATE     PIC 9(4)V9(3).
00169          10  W-HIST-SW       PIC X.
00170      SKIP1
00171 *    EVERY AGENCY ON THE AGENCY REFERENCE MASTER, IN AGENCY
00172 *    NUMBER SEQUENCE.  AN AGENCY TYPE OUTSIDE 1-5 IS CARRIED AS
00173 *    ZERO (OTHER).
00174  77  AX-CNT            COMP-3  PIC S9(4)  VALUE +0.
00175  01  AGENCY-TABLE.
00176      05  AX-ENTRY OCCURS 1 TO 3000 TIMES
00177                   DEPENDING ON AX-CNT
00178                   ASCENDING KEY IS AX-AGENCY
00179                   INDEXED BY AX-IX.
00180          10  AX-AGENCY       PIC 9(9)  COMP-3.
00181          10  AX-NAME         PIC X(40).
00182          10  AX-TYPE         PIC 9.
00183      SKIP1
00184 *    EVERY AGENCY EXTENDED BY CLRTM769, IN AGENCY SEQUENCE.
00185  77  RT-CNT            COMP-3  PIC S9(4)  VALUE +0.
00186  01  AGENCY-RATE-TABLE.
00187      05  RT-ENTRY OCCURS 1 TO 3000 TIMES
00188                   DEPENDING ON RT-CNT
00189                   ASCENDING KEY IS RT-AGENCY
00190                   INDEXED BY RT-IX.
00191          10  RT-AGENCY       PIC 9(9)       COMP-3.
00192          10  RT-LEVY         PIC 9(11)V99   COMP-3.
00193          10  RT-RATE         PIC 9(4)V9(3)  COMP-3.
00194      SKIP1
00195 *    ENTRY 1 IS OTHER (TYPE 0), ENTRIES 2-6 ARE AGENCY TYPES 1-5
00196 *    AND ENTRY 7 IS ALL AGENCIES.
00197  01  SUMMARY-TABLE.
00198      05  SM-ENTRY OCCURS 7 TIMES.
00199          10  SM-AGY-CNT      PIC S9(5)      COMP-3.
00200          10  SM-EAV          PIC S9(15)     COMP-3.
00201          10  SM-LEVY         PIC S9(13)V99  COMP-3.
00202          10  SM-EXT          PIC S9(13)V99  COMP-3.
00203  01  TYPE-LABEL-VALUES.
00204      05  FILLER          PIC X(12)  VALUE 'OTHER'.
00205      05  FILLER          PIC X(12)  VALUE 'SCHOOL'.
00206      05  FILLER          PIC X(12)  VALUE 'MUNICIPALITY'.
00207      05  FILLER          PIC X(12)  VALUE 'PARK'.
00208      05  FILLER          PIC X(12)  VALUE 'LIBRARY'.
00209      05  FILLER          PIC X(12)  VALUE 'TIF'.
00210      05  FILLER          PIC X(12)  VALUE 'ALL AGENCIES'.
00211  01  TYPE-LABEL-TABLE REDEFINES TYPE-LABEL-VALUES.
00212      05  TYPE-LABEL OCCURS 7 TIMES PIC X(12).
00213      SKIP1
00214  01  ACPT-DATE                  PIC 9(6).
00215  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00216      05  ACPT-YR                PIC 99.
00217      05  ACPT-MO                PIC 99.
00218      05  ACPT-DA                PIC 99.
00219  01  DSP-DATE.
00220      05  DSP-MO                 PIC 99.
00221      05  FILLER                 PIC X      VALUE '/'.
00222      05  DSP-DA                 PIC 99.
00223      05  FILLER                 PIC X      VALUE '/'.
00224      05  DSP-YR                 PIC 99.
00225      SKIP1
00226  01  HEAD-A.
00227      05  FILLER          PIC X(3)   VALUE SPACES.
00228      05  HD-DATE         PIC X(8).
00229      05  FILLER          PIC X(42)  VALUE SPACES.
00230      05  FILLER     PIC X(26) VALUE
00231          'OFFICE OF THE COUNTY CLERK'.
00232      05  FILLER          PIC X(42)  VALUE SPACES.
00233      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00234      05  HD-PAGE         PIC ZZ,ZZ9.
00235      SKIP1
00236  01  HEAD-B.
00237      05  FILLER          PIC X(3)   VALUE SPACES.
00238      05  FILLER          PIC X(8)   VALUE 'CLRTM787'.
00239      05  FILLER          PIC X(18)  VALUE SPACES.
00240      05  FILLER          PIC X(40)  VALUE
00241          'TAX RATE AND AGENCY VALUATION REPORT - '.
00242      05  HD-TAX-YEAR     PIC 9(4).
00243      05  FILLER          PIC X(3)   VALUE ' - '.
00244      05  HD-SECTION      PIC X(24).
00245      SKIP1
00246  01  HEAD-C              PIC X(133).
00247      SKIP1
00248  01  HEAD-C-TXCD.
00249      05  FILLER          PIC X(6)   VALUE SPACES.
00250      05  FILLER          PIC X(11)  VALUE 'AGENCY'.
00251      05  FILLER          PIC X(42)  VALUE 'NAME'.
00252      05  FILLER          PIC X(14)  VALUE 'TYPE'.
00253      05  FILLER          PIC X(9)   VALUE '     RATE'.
00254      SKIP1
00255  01  HEAD-C-AGY.
00256      05  FILLER          PIC X(11)  VALUE ' AGENCY'.
00257      05  FILLER          PIC X(41)  VALUE 'NAME'.
00258      05  FILLER          PIC X(13)  VALUE 'TYPE'.
00259      05  FILLER          PIC X(15)  VALUE ' EQUALIZED VAL'.
00260      05  FILLER          PIC X(15)  VALUE '  LEVY EXTENDED'.
00261      05  FILLER          PIC X(10)  VALUE '      RATE'.
00262      05  FILLER          PIC X(15)  VALUE '      EXTENSION'.
00263      SKIP1
00264  01  HEAD-C-SUM.
00265      05  FILLER          PIC X(15)  VALUE ' AGENCY TYPE'.
00266      05  FILLER          PIC X(9)   VALUE ' AGENCIES'.
00267      05  FILLER          PIC X(22)  VALUE
00268          '       EQUALIZED VALUE'.
00269      05  FILLER          PIC X(22)  VALUE
00270          '         LEVY EXTENDED'.
00271      05  FILLER          PIC X(22)  VALUE
00272          '             EXTENSION'.
00273      SKIP1
00274  01  TXCD-LINE.
00275      05  FILLER          PIC X      VALUE SPACE.
00276      05  FILLER          PIC X(9)   VALUE 'TAX CODE '.
00277      05  TL-TXCD         PIC 9(5).
00278      05  FILLER          PIC X(4)   VALUE SPACES.
00279      05  TL-HIST OCCURS 3 TIMES.
00280          10  TL-YEAR     PIC 9(4).
00281          10  FILLER      PIC X(6)   VALUE ' RATE '.
00282          10  TL-RATE     PIC Z,ZZ9.999.
00283          10  TL-RATE-X REDEFINES TL-RATE
00284                          PIC X(9).
00285          10  FILLER      PIC X(4)   VALUE SPACES.
00286      05  FILLER          PIC X(9)   VALUE 'AGENCIES '.
00287      05  TL-AGY-CNT      PIC Z9.
00288      SKIP1
00289  01  CODE-AGY-LINE.
00290      05  FILLER          PIC X(6)   VALUE SPACES.
00291      05  CL-AGENCY       PIC 9(9).
00292      05  FILLER          PIC X(2)   VALUE SPACES.
00293      05  CL-NAME         PIC X(40).
00294      05  FILLER          PIC X(2)   VALUE SPACES.
00295      05  CL-TYPE         PIC X(12).
00296      05  FILLER          PIC X(2)   VALUE SPACES.
00297      05  CL-RATE         PIC Z,ZZ9.999.
00298      05  FILLER          PIC X(2)   VALUE SPACES.
00299      05  CL-NOTE         PIC X(24).
00300      SKIP1
00301  01  FOOT-LINE.
00302      05  FILLER          PIC X(6)   VALUE SPACES.
00303      05  FILLER          PIC X(23)  VALUE
00304          '*** AGENCY RATES TOTAL '.
00305      05  FL-RATE-SUM     PIC ZZ,ZZ9.999.
00306      05  FILLER          PIC X(28)  VALUE
00307          ' -- NOT THE TAX CODE RATE'.
00308      SKIP1
00309  01  AGY-LINE.
00310      05  FILLER          PIC X      VALUE SPACE.
00311      05  AL-AGENCY       PIC 9(9).
00312      05  FILLER          PIC X      VALUE SPACE.
00313      05  AL-NAME         PIC X(40).
00314      05  FILLER          PIC X      VALUE SPACE.
00315      05  AL-TYPE         PIC X(12).
00316      05  FILLER          PIC X      VALUE SPACE.
00317      05  AL-EAV          PIC ZZ,ZZZ,ZZZ,ZZ9.
00318      05  FILLER          PIC X      VALUE SPACE.
00319      05  AL-LEVY         PIC ZZZ,ZZZ,ZZ9.99.
00320      05  FILLER          PIC X      VALUE SPACE.
00321      05  AL-RATE         PIC Z,ZZ9.999.
00322      05  FILLER          PIC X      VALUE SPACE.
00323      05  AL-EXT          PIC ZZZ,ZZZ,ZZ9.99.
00324      05  FILLER          PIC X(2)   VALUE SPACES.
00325      05  AL-NOTE         PIC X(16).
00326      SKIP1
00327  01  PRIOR-LINE.
00328      05  FILLER          PIC X(11)  VALUE SPACES.
00329      05  FILLER          PIC X(22)  VALUE 'PRIOR YEAR EXTENSIONS'.
00330      05  PL-PRIOR OCCURS 3 TIMES.
00331          10  PL-YEAR     PIC 9(4).
00332          10  FILLER      PIC X      VALUE SPACE.
00333          10  PL-EXT      PIC ZZZ,ZZZ,ZZ9.99.
00334          10  FILLER      PIC X(5)   VALUE SPACES.
00335      SKIP1
00336  01  SUM-LINE.
00337      05  FILLER          PIC X      VALUE SPACE.
00338      05  SL-TYPE         PIC X(14).
00339      05  SL-AGY-CNT      PIC ZZ,ZZ9.
00340      05  FILLER          PIC X(3)   VALUE SPACES.
00341      05  SL-EAV          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
00342      05  FILLER          PIC X(3)   VALUE SPACES.
00343      05  SL-LEVY         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
00344      05  FILLER          PIC X(3)   VALUE SPACES.
00345      05  SL-EXT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
00346      EJECT
00347  PROCEDURE DIVISION.
00348      SKIP1
00349  A010-HOUSEKEEPING.
00350      OPEN INPUT  CONTROL-FILE, TAXCODE-FILE, AGYEQ-IN,
00351                  AGYRATE-FILE
00352           OUTPUT WEB-FILE, PRINT-FILE.
00353      ACCEPT ACPT-DATE FROM DATE.
00354      MOVE ACPT-MO TO DSP-MO.
00355      MOVE ACPT-DA TO DSP-DA.
00356      MOVE ACPT-YR TO DSP-YR.
00357      MOVE DSP-DATE TO HD-DATE.
00358      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00359      INITIALIZE SUMMARY-TABLE.
00360      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00361      IF RETURN-CODE NOT EQUAL 16
00362          PERFORM A020-LOAD-AGYREF THRU A020-EXIT.
00363      IF RETURN-CODE NOT EQUAL 16
00364          PERFORM A030-READ-RATE THRU A030-EXIT
00365          PERFORM A032-LOAD-RATE THRU A032-EXIT
00366              UNTIL END-OF-RATE-FILE.
00367      IF RETURN-CODE EQUAL 16
00368          CLOSE CONTROL-FILE, TAXCODE-FILE, AGYEQ-IN,
00369                AGYRATE-FILE, WEB-FILE, PRINT-FILE
00370          STOP RUN.
00371      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00372      MOVE 'TAX CODE RATES' TO HD-SECTION.
00373      MOVE HEAD-C-TXCD TO HEAD-C.
00374      PERFORM A100-TAX-CODE THRU A100-EXIT
00375          UNTIL END-OF-TXCD-FILE.
00376      MOVE 'AGENCY VALUATIONS' TO HD-SECTION.
00377      MOVE HEAD-C-AGY TO HEAD-C.
00378      MOVE +58 TO LINE-CNT.
00379      PERFORM A200-AGENCY THRU A200-EXIT
00380          UNTIL END-OF-AEV-FILE.
00381      MOVE 'SUMMARY BY AGENCY TYPE' TO HD-SECTION.
00382      MOVE HEAD-C-SUM TO HEAD-C.
00383      MOVE +58 TO LINE-CNT.
00384      PERFORM A300-SUMMARY THRU A300-EXIT
00385          VARYING SUB-SM FROM +1 BY +1
00386          UNTIL SUB-SM GREATER THAN +7.
00387      PERFORM A390-WRITE-TRAILER THRU A390-EXIT.
00388      DISPLAY 'TAX YEAR PUBLISHED...................: '
00389          W-TAX-YEAR.
00390      DISPLAY 'TOTAL AGENCY REFERENCE RECORDS READ..: '
00391          AGYREF-IN-CNT.
00392      DISPLAY 'TOTAL EXTENDED AGENCY RATES READ.....: '
00393          RATE-IN-CNT.
00394      DISPLAY 'TOTAL TAX CODES LISTED...............: '
00395          TXCD-IN-CNT.
00396      DISPLAY 'TOTAL TAX CODES NOT FOOTING..........: '
00397          NOT-FOOT-CNT.
00398      DISPLAY 'TOTAL PRIOR RATES NOT ON HISTORY.....: '
00399          NO-HIST-CNT.
00400      DISPLAY 'TOTAL AGENCIES LISTED................: '
00401          AEV-IN-CNT.
00402      DISPLAY 'TOTAL AGENCIES WITH NO EXTENDED RATE.: '
00403          NO-RATE-CNT.
00404      DISPLAY 'TOTAL AGENCIES NOT ON REFERENCE......: '
00405          NO-REF-CNT.
00406      DISPLAY 'TOTAL WEB RECORDS WRITTEN............: '
00407          WEB-OUT-CNT.
00408      IF RETURN-CODE LESS THAN 4
00409       AND (NOT-FOOT-CNT GREATER THAN ZERO
00410            OR NO-RATE-CNT GREATER THAN ZERO)
00411          MOVE 4 TO RETURN-CODE.
00412      CLOSE CONTROL-FILE, TAXCODE-FILE, AGYEQ-IN,
00413            AGYRATE-FILE, WEB-FILE, PRINT-FILE.
00414      STOP RUN.
00415      SKIP1
00416 *    THE CARD CARRIES THE TAX YEAR IN COLUMNS 1-4.
00417  A012-READ-CONTROL.
00418      READ CONTROL-FILE AT END
00419          MOVE 'Y' TO CTL-EOF-SW.
00420      MOVE 'CLRTM787' TO CK-CALLER.
00421      MOVE SPACES TO CK-CARD-YEAR.
00422      IF NOT END-OF-CTL-FILE
00423          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
00424      CALL 'DPRUN004' USING CYCLK-AREA.
00425      IF NOT END-OF-CTL-FILE
00426          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
00427      IF END-OF-CTL-FILE
00428          OR CC-TAX-YEAR NOT NUMERIC
00429          OR CC-TAX-YEAR-N EQUAL ZERO
00430          DISPLAY 'CLRTM787 -- TAX YEAR CONTROL CARD MISSING OR '
00431              'INVALID -- RUN STOPPED'
00432          MOVE 16 TO RETURN-CODE
00433          GO TO A012-EXIT.
00434      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00435  A012-EXIT. EXIT.
00436      SKIP1
00437  A020-LOAD-AGYREF.
00438      OPEN INPUT AGYREF-FILE.
00439      IF REF-STATUS NOT EQUAL '00'
00440          DISPLAY 'CLRTM787 -- AGENCY REFERENCE MASTER OPEN '
00441              'FAILED, STATUS ' REF-STATUS
00442          MOVE 16 TO RETURN-CODE
00443          GO TO A020-EXIT.
00444      PERFORM A022-READ-AGYREF THRU A022-EXIT.
00445      PERFORM A024-LOAD-AGENCY THRU A024-EXIT
00446          UNTIL END-OF-AGYREF-FILE.
00447      CLOSE AGYREF-FILE.
00448  A020-EXIT. EXIT.
00449      SKIP1
00450  A022-READ-AGYREF.
00451      READ AGYREF-FILE AT END
00452          MOVE 'Y' TO AGYREF-EOF-SW.
00453      IF NOT END-OF-AGYREF-FILE
00454          ADD +1 TO AGYREF-IN-CNT.
00455  A022-EXIT. EXIT.
00456      SKIP1
00457  A024-LOAD-AGENCY.
00458      IF AX-CNT NOT LESS THAN +3000
00459          DISPLAY 'CLRTM787 -- AGENCY TABLE FULL -- AGENCY '
00460              AR-AGENCY ' NOT LOADED'
00461          MOVE 16 TO RETURN-CODE
00462          MOVE 'Y' TO AGYREF-EOF-SW
00463          GO TO A024-EXIT.
00464      ADD +1 TO AX-CNT.
00465      MOVE AR-AGENCY TO AX-AGENCY (AX-CNT).
00466      MOVE AR-NAME   TO AX-NAME (AX-CNT).
00467      MOVE ZERO      TO AX-TYPE (AX-CNT).
00468      IF AR-VALID-TYPE
00469          MOVE AR-TYPE TO AX-TYPE (AX-CNT).
00470      PERFORM A022-READ-AGYREF THRU A022-EXIT.
00471  A024-EXIT. EXIT.
00472      SKIP1
00473  A030-READ-RATE.
00474      READ AGYRATE-FILE AT END
00475          MOVE 'Y' TO RATE-EOF-SW.
00476      IF NOT END-OF-RATE-FILE
00477          ADD +1 TO RATE-IN-CNT.
00478  A030-EXIT. EXIT.
00479      SKIP1
00480 *    THE RATE TABLE IS SEARCHED BY AGENCY, SO THE FILE MUST BE IN
00481 *    AGENCY SEQUENCE.
00482  A032-LOAD-RATE.
00483      IF RT-CNT NOT LESS THAN +3000
00484          DISPLAY 'CLRTM787 -- AGENCY RATE TABLE FULL -- AGENCY '
00485              AT-AGENCY ' NOT LOADED'
00486          MOVE 16 TO RETURN-CODE
00487          MOVE 'Y' TO RATE-EOF-SW
00488          GO TO A032-EXIT.
00489      IF RT-CNT GREATER THAN ZERO
00490       AND AT-AGENCY NOT GREATER THAN W-LAST-AGENCY
00491          DISPLAY 'CLRTM787 -- AGENCY RATE FILE OUT OF SEQUENCE '
00492              'AT AGENCY ' AT-AGENCY ' -- RUN STOPPED'
00493          MOVE 16 TO RETURN-CODE
00494          MOVE 'Y' TO RATE-EOF-SW
00495          GO TO A032-EXIT.
00496      MOVE AT-AGENCY TO W-LAST-AGENCY.
00497      ADD +1 TO RT-CNT.
00498      MOVE AT-AGENCY   TO RT-AGENCY (RT-CNT).
00499      MOVE AT-LEVY-AMT TO RT-LEVY (RT-CNT).
00500      MOVE AT-RATE     TO RT-RATE (RT-CNT).
00501      PERFORM A030-READ-RATE THRU A030-EXIT.
00502  A032-EXIT. EXIT.
00503      SKIP1
00504 *    LOOKS UP W-AGENCY ON BOTH TABLES.  ZERO SUBSCRIPT WHEN NOT
00505 *    FOUND.
00506  A050-FIND-AGENCY.
00507      MOVE ZERO TO W-AX-SUB W-RT-SUB.
00508      IF AX-CNT GREATER THAN ZERO
00509          SEARCH ALL AX-ENTRY
00510              WHEN AX-AGENCY (AX-IX) EQUAL W-AGENCY
00511                  SET W-AX-SUB TO AX-IX.
00512      IF RT-CNT GREATER THAN ZERO
00513          SEARCH ALL RT-ENTRY
00514              WHEN RT-AGENCY (RT-IX) EQUAL W-AGENCY
00515                  SET W-RT-SUB TO RT-IX.
00516      MOVE ZERO TO W-AGY-RATE W-AGY-LEVY W-TYPE.
00517      IF W-RT-SUB GREATER THAN ZERO
00518          MOVE RT-RATE (W-RT-SUB) TO W-AGY-RATE
00519          MOVE RT-LEVY (W-RT-SUB) TO W-AGY-LEVY.
00520      IF W-AX-SUB GREATER THAN ZERO
00521          MOVE AX-TYPE (W-AX-SUB) TO W-TYPE.
00522  A050-EXIT. EXIT.
00523      SKIP1
00524 *    PART ONE -- ONE BLOCK PER TAX CODE.
00525  A100-TAX-CODE.
00526      READ TAXCODE-FILE AT END
00527          MOVE 'Y' TO TXCD-EOF-SW
00528          GO TO A100-EXIT.
00529      ADD +1 TO TXCD-IN-CNT.
00530      MOVE W-TAX-YEAR  TO W-HIST-YEAR (1).
00531      MOVE TR-RATE-R   TO W-HIST-RATE (1).
00532      MOVE 'Y'         TO W-HIST-SW (1).
00533      PERFORM A110-HISTORY THRU A110-EXIT
00534          VARYING SUB-YR FROM +2 BY +1
00535          UNTIL SUB-YR GREATER THAN +3.
00536      MOVE ZERO TO W-AGY-CNT.
00537      PERFORM A105-COUNT-AGENCY THRU A105-EXIT
00538          VARYING SUB-AGY FROM +1 BY +1
00539          UNTIL SUB-AGY GREATER THAN +40
00540             OR TR-AGENCY (SUB-AGY) EQUAL ZERO.
00541      MOVE TR-TAX-CODE TO TL-TXCD.
00542      PERFORM A115-HIST-COLUMN THRU A115-EXIT
00543          VARYING SUB-YR FROM +1 BY +1
00544          UNTIL SUB-YR GREATER THAN +3.
00545      MOVE W-AGY-CNT TO TL-AGY-CNT.
00546      IF LINE-CNT GREATER THAN +54
00547          PERFORM B100-HEADING THRU B100-EXIT.
00548      WRITE PRINT-REC FROM TXCD-LINE AFTER ADVANCING 2.
00549      ADD +2 TO LINE-CNT.
00550      MOVE SPACES       TO WEB-REC.
00551      MOVE 'C'          TO RB-REC-TYPE.
00552      MOVE W-TAX-YEAR   TO RB-TAX-YEAR.
00553      MOVE TR-TAX-CODE  TO RB-TXCD.
00554      MOVE TR-RATE-R    TO RB-TXCD-RATE.
00555      MOVE W-HIST-RATE (2) TO RB-PRYR1-RATE.
00556      MOVE W-HIST-RATE (3) TO RB-PRYR2-RATE.
00557      MOVE W-AGY-CNT    TO RB-TXCD-AGY-CNT.
00558      PERFORM A190-WRITE-WEB THRU A190-EXIT.
00559      MOVE ZERO TO W-RATE-SUM.
00560      PERFORM A120-CODE-AGENCY THRU A120-EXIT
00561          VARYING SUB-AGY FROM +1 BY +1
00562          UNTIL SUB-AGY GREATER THAN +40
00563             OR TR-AGENCY (SUB-AGY) EQUAL ZERO.
00564      IF W-RATE-SUM NOT EQUAL TR-RATE-R
00565          ADD +1 TO NOT-FOOT-CNT
00566          MOVE W-RATE-SUM TO FL-RATE-SUM
00567          WRITE PRINT-REC FROM FOOT-LINE AFTER ADVANCING 1
00568          ADD +1 TO LINE-CNT.
00569  A100-EXIT. EXIT.
00570      SKIP1
00571  A105-COUNT-AGENCY.
00572      ADD +1 TO W-AGY-CNT.
00573  A105-EXIT. EXIT.
00574      SKIP1
00575 *    A YEAR NOT ON THE HISTORY (A NEW TAX CODE) IS LEFT BLANK.
00576  A110-HISTORY.
00577      COMPUTE W-HIST-YEAR (SUB-YR) = W-TAX-YEAR - SUB-YR + 1.
00578      MOVE ZERO TO W-HIST-RATE (SUB-YR).
00579      MOVE 'N'  TO W-HIST-SW (SUB-YR).
00580      IF HISTORY-UNAVAILABLE
00581          GO TO A110-EXIT.
00582      MOVE TR-TAX-CODE TO RTH-TAX-CODE.
00583      MOVE W-HIST-YEAR (SUB-YR) TO RTH-TAX-YEAR.
00584      CALL 'ASREA932' USING RTHLK-AREA.
00585      IF RTH-FILE-ERROR
00586          DISPLAY 'CLRTM787 -- TAX RATE HISTORY UNAVAILABLE -- '
00587              'PRIOR RATES NOT PUBLISHED'
00588          MOVE 'Y' TO HIST-ERROR-SW
00589          MOVE 16 TO RETURN-CODE
00590          GO TO A110-EXIT.
00591      IF RTH-NOT-FOUND
00592          ADD +1 TO NO-HIST-CNT
00593          GO TO A110-EXIT.
00594      MOVE RTH-RATE TO W-HIST-RATE (SUB-YR).
00595      MOVE 'Y'      TO W-HIST-SW (SUB-YR).
00596  A110-EXIT. EXIT.
00597      SKIP1
00598  A115-HIST-COLUMN.
00599      MOVE W-HIST-YEAR (SUB-YR) TO TL-YEAR (SUB-YR).
00600      IF W-HIST-SW (SUB-YR) EQUAL 'Y'
00601          MOVE W-HIST-RATE (SUB-YR) TO TL-RATE (SUB-YR)
00602      ELSE
00603          MOVE '     NONE' TO TL-RATE-X (SUB-YR).
00604  A115-EXIT. EXIT.
00605      SKIP1
00606  A120-CODE-AGENCY.
00607      MOVE TR-AGENCY (SUB-AGY) TO W-AGENCY.
00608      PERFORM A050-FIND-AGENCY THRU A050-EXIT.
00609      MOVE W-AGENCY TO CL-AGENCY.
00610      MOVE SPACES   TO CL-NOTE.
00611      IF W-AX-SUB GREATER THAN ZERO
00612          MOVE AX-NAME (W-AX-SUB) TO CL-NAME
00613      ELSE
00614          MOVE 'NOT ON AGENCY REFERENCE MASTER' TO CL-NAME.
00615      MOVE TYPE-LABEL (W-TYPE + 1) TO CL-TYPE.
00616      MOVE W-AGY-RATE TO CL-RATE.
00617      IF W-RT-SUB EQUAL ZERO
00618       AND W-TYPE NOT EQUAL 5
00619          MOVE 'NO EXTENDED RATE' TO CL-NOTE.
00620      ADD W-AGY-RATE TO W-RATE-SUM.
00621      IF LINE-CNT GREATER THAN +57
00622          PERFORM B100-HEADING THRU B100-EXIT.
00623      WRITE PRINT-REC FROM CODE-AGY-LINE AFTER ADVANCING 1.
00624      ADD +1 TO LINE-CNT.
00625      MOVE SPACES       TO WEB-REC.
00626      MOVE 'L'          TO RB-REC-TYPE.
00627      MOVE W-TAX-YEAR   TO RB-TAX-YEAR.
00628      MOVE TR-TAX-CODE  TO RB-CA-TXCD.
00629      MOVE W-AGENCY     TO RB-CA-AGENCY.
00630      MOVE W-AGY-RATE   TO RB-CA-RATE.
00631      PERFORM A190-WRITE-WEB THRU A190-EXIT.
00632  A120-EXIT. EXIT.
00633      SKIP1
00634  A190-WRITE-WEB.
00635      WRITE WEB-REC.
00636      ADD +1 TO WEB-OUT-CNT.
00637  A190-EXIT. EXIT.
00638      SKIP1
00639 *    PART TWO -- ONE ENTRY PER AGENCY ON THE VALUATION FILE.  THE
00640 *    EXTENSION IS THE EQUALIZED VALUE AT THE AGENCY RATE.
00641  A200-AGENCY.
00642      READ AGYEQ-IN AT END
00643          MOVE 'Y' TO AEV-EOF-SW
00644          GO TO A200-EXIT.
00645      ADD +1 TO AEV-IN-CNT.
00646      MOVE AEV-AGCYNO TO W-AGENCY.
00647      PERFORM A050-FIND-AGENCY THRU A050-EXIT.
00648      COMPUTE W-EXT ROUNDED = AEV-CC-RE * W-AGY-RATE / 100.
00649      MOVE SPACES TO AL-NOTE.
00650      MOVE W-AGENCY TO AL-AGENCY.
00651      IF W-AX-SUB GREATER THAN ZERO
00652          MOVE AX-NAME (W-AX-SUB) TO AL-NAME
00653      ELSE
00654          ADD +1 TO NO-REF-CNT
00655          MOVE 'NOT ON AGENCY REFERENCE MASTER' TO AL-NAME.
00656      IF W-RT-SUB EQUAL ZERO
00657       AND W-TYPE NOT EQUAL 5
00658          ADD +1 TO NO-RATE-CNT
00659          MOVE 'NO EXTENDED RATE' TO AL-NOTE.
00660      MOVE TYPE-LABEL (W-TYPE + 1) TO AL-TYPE.
00661      MOVE AEV-CC-RE  TO AL-EAV.
00662      MOVE W-AGY-LEVY TO AL-LEVY.
00663      MOVE W-AGY-RATE TO AL-RATE.
00664      MOVE W-EXT      TO AL-EXT.
00665      MOVE AEV-PREV-TXYR1        TO PL-YEAR (1).
00666      MOVE AEV-PREV-TXYR1-TX-XT  TO PL-EXT (1).
00667      MOVE AEV-PREV-TXYR2        TO PL-YEAR (2).
00668      MOVE AEV-PREV-TXYR2-TX-XT  TO PL-EXT (2).
00669      MOVE AEV-PREV-TXYR3        TO PL-YEAR (3).
00670      MOVE AEV-PREV-TXYR3-TX-XT  TO PL-EXT (3).
00671      IF LINE-CNT GREATER THAN +55
00672          PERFORM B100-HEADING THRU B100-EXIT.
00673      WRITE PRINT-REC FROM AGY-LINE AFTER ADVANCING 2.
00674      WRITE PRINT-REC FROM PRIOR-LINE AFTER ADVANCING 1.
00675      ADD +3 TO LINE-CNT.
00676      MOVE SPACES      TO WEB-REC.
00677      MOVE 'A'         TO RB-REC-TYPE.
00678      MOVE W-TAX-YEAR  TO RB-TAX-YEAR.
00679      MOVE W-AGENCY    TO RB-AGENCY.
00680      MOVE AL-NAME     TO RB-AGY-NAME.
00681      MOVE W-TYPE      TO RB-AGY-TYPE.
00682      MOVE AEV-CC-RE   TO RB-AGY-EAV.
00683      MOVE W-AGY-LEVY  TO RB-AGY-LEVY.
00684      MOVE W-AGY-RATE  TO RB-AGY-RATE.
00685      MOVE W-EXT       TO RB-AGY-EXT.
00686      MOVE AEV-PREV-TXYR1        TO RB-PRIOR-YEAR (1).
00687      MOVE AEV-PREV-TXYR1-TX-XT  TO RB-PRIOR-EXT (1).
00688      MOVE AEV-PREV-TXYR2        TO RB-PRIOR-YEAR (2).
00689      MOVE AEV-PREV-TXYR2-TX-XT  TO RB-PRIOR-EXT (2).
00690      MOVE AEV-PREV-TXYR3        TO RB-PRIOR-YEAR (3).
00691      MOVE AEV-PREV-TXYR3-TX-XT  TO RB-PRIOR-EXT (3).
00692      PERFORM A190-WRITE-WEB THRU A190-EXIT.
00693      COMPUTE SUB-SM = W-TYPE + 1.
00694      PERFORM A210-ADD-SUMMARY THRU A210-EXIT.
00695      MOVE +7 TO SUB-SM.
00696      PERFORM A210-ADD-SUMMARY THRU A210-EXIT.
00697  A200-EXIT. EXIT.
00698      SKIP1
00699  A210-ADD-SUMMARY.
00700      ADD +1         TO SM-AGY-CNT (SUB-SM).
00701      ADD AEV-CC-RE  TO SM-EAV (SUB-SM).
00702      ADD W-AGY-LEVY TO SM-LEVY (SUB-SM).
00703      ADD W-EXT      TO SM-EXT (SUB-SM).
00704  A210-EXIT. EXIT.
00705      SKIP1
00706 *    PART THREE -- THE COUNTY BY AGENCY TYPE.
00707  A300-SUMMARY.
00708      MOVE TYPE-LABEL (SUB-SM) TO SL-TYPE.
00709      MOVE SM-AGY-CNT (SUB-SM) TO SL-AGY-CNT.
00710      MOVE SM-EAV (SUB-SM)     TO SL-EAV.
00711      MOVE SM-LEVY (SUB-SM)    TO SL-LEVY.
00712      MOVE SM-EXT (SUB-SM)     TO SL-EXT.
00713      IF LINE-CNT GREATER THAN +56
00714          PERFORM B100-HEADING THRU B100-EXIT.
00715      IF SUB-SM EQUAL +7
00716          WRITE PRINT-REC FROM SUM-LINE AFTER ADVANCING 3
00717          ADD +3 TO LINE-CNT
00718      ELSE
00719          WRITE PRINT-REC FROM SUM-LINE AFTER ADVANCING 1
00720          ADD +1 TO LINE-CNT.
00721      MOVE SPACES      TO WEB-REC.
00722      MOVE 'S'         TO RB-REC-TYPE.
00723      MOVE W-TAX-YEAR  TO RB-TAX-YEAR.
00724      IF SUB-SM EQUAL +7
00725          MOVE 9 TO RB-SUM-TYPE
00726      ELSE
00727          COMPUTE RB-SUM-TYPE = SUB-SM - 1.
00728      MOVE SM-AGY-CNT (SUB-SM) TO RB-SUM-AGY-CNT.
00729      MOVE SM-EAV (SUB-SM)     TO RB-SUM-EAV.
00730      MOVE SM-LEVY (SUB-SM)    TO RB-SUM-LEVY.
00731      MOVE SM-EXT (SUB-SM)     TO RB-SUM-EXT.
00732      PERFORM A190-WRITE-WEB THRU A190-EXIT.
00733  A300-EXIT. EXIT.
00734      SKIP1
00735  A390-WRITE-TRAILER.
00736      MOVE SPACES      TO WEB-REC.
00737      MOVE 'T'         TO RB-REC-TYPE.
00738      MOVE W-TAX-YEAR  TO RB-TAX-YEAR.
00739      MOVE W-RUN-DATE  TO RBT-RUN-DATE.
00740      MOVE WEB-OUT-CNT TO RBT-REC-COUNT.
00741      MOVE TXCD-IN-CNT TO RBT-TXCD-CNT.
00742      MOVE AEV-IN-CNT  TO RBT-AGY-CNT.
00743      MOVE SM-EXT (7)  TO RBT-EXT-TOT.
00744      WRITE WEB-REC.
00745  A390-EXIT. EXIT.
00746      SKIP1
00747  B100-HEADING.
00748      ADD +1 TO PAGE-CNT.
00749      MOVE PAGE-CNT TO HD-PAGE.
00750      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00751      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00752      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00753      MOVE +5 TO LINE-CNT.
00754  B100-EXIT. EXIT.
