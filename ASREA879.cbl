00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA879.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. BUILDING PERMIT INTAKE AND FIELD-CHECK WORKLIST.  THE
00007 *         COMPLAINT EXTRACT ONLY CARRIES A PERMIT INDICATOR AND
00008 *         CLRTM771 SEES NEW PROPERTY AFTER THE FACT; THE
00009 *         MUNICIPALITIES' OWN PERMIT FILES NEVER REACHED US.
00010 *         THE MUNICIPAL FILES (MUNICIPALITY, PERMIT NUMBER,
00011 *         PARCEL, TYPE, ESTIMATED COST, ISSUE AND COMPLETION
00012 *         DATES) ARE CONCATENATED AND PRESORTED ON VOLUME/PROPERTY
00013 *         AND MERGED INTO THE BUILDING PERMIT MASTER (ASBLDPMR1,
00014 *         OLD/NEW), WHICH IS MATCHED BY VOLUME/PROPERTY TO THE
00015 *         CURRENT ASSESSMENT MASTER (ASREASRD02) AND THE
00016 *         HOMEOWNER MASTER.  AN OPEN PERMIT IS CLOSED WHEN AN
00017 *         ASSESSMENT ACTION CARRYING A CHANGE REASON (M-ASMT-CHG)
00018 *         FOR THE ISSUE YEAR OR LATER IS ON THE MASTER, OR WHEN A
00019 *         FIELD-CHECK CARD IS POSTED FOR IT.  EVERY PERMIT STILL
00020 *         OPEN IS LISTED ON THE FIELD-CHECK WORKLIST BY TOWNSHIP
00021 *         AND NEIGHBORHOOD.  A DEMOLITION ON A PARCEL STILL ON THE
00022 *         HOMEOWNER MASTER IS FLAGGED.  COMPLETED PERMITS NEVER
00023 *         FIELD-CHECKED ARE AGED BY YEARS SINCE COMPLETION.
00024 *         PERMITS FOR PARCELS NOT ON THE ASSESSMENT MASTER ARE
00025 *         HELD AND RETRIED EACH RUN.  THE CONTROL CARD CARRIES
00026 *         THE TAX YEAR IN COLUMNS 1-4, CHECKED AGAINST THE CENTRAL
00027 *         CYCLE CONTROL RECORD THROUGH DPRUN004.  RETURN CODE 8
00028 *         WHEN ANY INTAKE RECORD OR CARD IS REJECTED, 4 WHEN A
00029 *         DEMOLITION IS FLAGGED ON THE HOMEOWNER MASTER.
00030      SKIP2
00031  ENVIRONMENT DIVISION.
00032  CONFIGURATION SECTION.
00033  SOURCE-COMPUTER. IBM-370.
00034  OBJECT-COMPUTER. IBM-370.
00035      SKIP1
00036  INPUT-OUTPUT SECTION.
00037  FILE-CONTROL.
00038      SELECT CONTROL-FILE   ASSIGN TO UT-S-CONTROL.
00039      SELECT PERMIT-IN      ASSIGN TO UT-S-PERMITIN.
00040      SELECT FLDCHK-FILE    ASSIGN TO UT-S-FLDCHK.
00041      SELECT CURR-ASSMT     ASSIGN TO UT-S-CURASMST.
00042      SELECT HOMEOWNER-MAST ASSIGN TO UT-S-MASTIN.
00043      SELECT BLDP-OLD       ASSIGN TO UT-S-BLDPOLD.
00044      SELECT BLDP-NEW       ASSIGN TO UT-S-BLDPNEW.
00045      SELECT WORK-SORT      ASSIGN TO UT-S-SORTWK.
00046      SELECT PRINT-FILE     ASSIGN TO UT-S-PRINT.
00047      SKIP2
00048  DATA DIVISION.
00049  FILE SECTION.
00050      SKIP1
00051  FD  CONTROL-FILE
00052      BLOCK  CONTAINS 0 RECORDS
00053      RECORD CONTAINS 80 CHARACTERS
00054      RECORDING MODE IS F
00055      LABEL  RECORDS ARE STANDARD
00056      DATA RECORD IS CONTROL-REC.
00057  01  CONTROL-REC.
00058      05  CC-TAX-YEAR     PIC X(4).
00059      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00060                          PIC 9(4).
00061      05  FILLER          PIC X(76).
00062      SKIP2
00063  FD  PERMIT-IN
00064      BLOCK  CONTAINS 0 RECORDS
00065      RECORD CONTAINS 80 CHARACTERS
00066      RECORDING MODE IS F
00067      LABEL  RECORDS ARE STANDARD
00068      DATA RECORD IS PERMIT-IN-REC.
00069  01  PERMIT-IN-REC.
00070      05  PI-MUNI         PIC X(4).
00071      05  PI-PERMIT-NO    PIC X(12).
00072      05  PI-VOL          PIC X(3).
00073      05  PI-VOL-N REDEFINES PI-VOL
00074                          PIC 9(3).
00075      05  PI-PROP         PIC X(15).
00076      05  PI-PROP-N REDEFINES PI-PROP
00077                          PIC 9(15).
00078      05  PI-TYPE         PIC X.
00079      05  PI-EST-COST     PIC X(9).
00080      05  PI-EST-COST-N REDEFINES PI-EST-COST
00081                          PIC 9(9).
00082      05  PI-ISSUE-DATE   PIC X(8).
00083      05  PI-ISSUE-DATE-N REDEFINES PI-ISSUE-DATE
00084                          PIC 9(8).
00085      05  PI-COMPL-DATE   PIC X(8).
00086      05  PI-COMPL-DATE-N REDEFINES PI-COMPL-DATE
00087                          PIC 9(8).
00088      05  FILLER          PIC X(20).
00089      SKIP2
00090  FD  FLDCHK-FILE
00091      BLOCK  CONTAINS 0 RECORDS
00092      RECORD CONTAINS 80 CHARACTERS
00093      RECORDING MODE IS F
00094      LABEL  RECORDS ARE STANDARD
00095      DATA RECORD IS FLDCHK-REC.
00096  01  FLDCHK-REC.
00097      05  FC-KEY.
00098          10  FC-VOL      PIC X(3).
00099          10  FC-PROP     PIC X(15).
00100          10  FC-MUNI     PIC X(4).
00101          10  FC-PERMIT-NO PIC X(12).
00102      05  FC-CHECK-DATE   PIC X(8).
00103      05  FC-CHECK-DATE-N REDEFINES FC-CHECK-DATE
00104                          PIC 9(8).
00105      05  FC-EXAMINER     PIC X(8).
00106      05  FILLER          PIC X(30).
00107      SKIP2
00108  FD  CURR-ASSMT
00109      BLOCK CONTAINS 0 CHARACTERS
00110      RECORD CONTAINS 122 TO 18706 CHARACTERS
00111      RECORDING MODE IS S
00112      LABEL RECORDS ARE STANDARD
00113      DATA RECORD IS CURR-ASSMT-REC.
00114  01  CURR-ASSMT-REC.
00115  COPY ASREASRD02.
00116      SKIP2
00117  FD  HOMEOWNER-MAST
00118      BLOCK  CONTAINS 0 RECORDS
00119      RECORD CONTAINS 140 CHARACTERS
00120      RECORDING MODE IS F
00121      LABEL  RECORDS ARE STANDARD
00122      DATA RECORD IS HO-REC.
00123  01  HO-REC.
00124  COPY HOMOWNRD01.
00125      SKIP2
00126  FD  BLDP-OLD
00127      BLOCK  CONTAINS 0 RECORDS
00128      RECORD CONTAINS 100 CHARACTERS
00129      RECORDING MODE IS F
00130      LABEL  RECORDS ARE STANDARD
00131      DATA RECORD IS BLDP-OLD-REC.
00132  01  BLDP-OLD-REC.
00133  COPY ASBLDPMR1.
00134      SKIP2
00135  FD  BLDP-NEW
00136      BLOCK  CONTAINS 0 RECORDS
00137      RECORD CONTAINS 100 CHARACTERS
00138      RECORDING MODE IS F
00139      LABEL  RECORDS ARE STANDARD
00140      DATA RECORD IS BLDP-NEW-REC.
00141  01  BLDP-NEW-REC            PIC X(100).
00142      SKIP2
00143  SD  WORK-SORT
00144      DATA RECORD IS SORT-REC.
00145  01  SORT-REC.
00146      05  SR-TOWN          PIC 99.
00147      05  SR-NBHD          PIC 9(3).
00148      05  SR-VOL           PIC 9(3).
00149      05  SR-PROP          PIC 9(15).
00150      05  SR-MUNI          PIC X(4).
00151      05  SR-PERMIT-NO     PIC X(12).
00152      05  SR-TYPE          PIC X.
00153      05  SR-CLS           PIC 9(3).
00154      05  SR-EST-COST      PIC 9(9).
00155      05  SR-ISSUE-DATE    PIC 9(8).
00156      05  SR-COMPL-DATE    PIC 9(8).
00157      05  SR-AGE           PIC 99.
00158      05  SR-DEMO-HO       PIC X.
00159      SKIP2
00160  FD  PRINT-FILE
00161      BLOCK  CONTAINS 0 RECORDS
00162      RECORD CONTAINS 133 CHARACTERS
00163      RECORDING MODE IS F
00164      LABEL  RECORDS ARE STANDARD.
00165      SKIP1
00166  01  PRINT-REC               PIC X(133).
00167      SKIP2
00168  WORKING-STORAGE SECTION.
00169      SKIP1
00170  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00171  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00172      SKIP1
00173  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00174      88  END-OF-CTL-FILE                  VALUE 'Y'.
00175  77  PERMIT-EOF-SW             PIC X      VALUE 'N'.
00176      88  END-OF-PERMIT-FILE               VALUE 'Y'.
00177  77  FLDCHK-EOF-SW             PIC X      VALUE 'N'.
00178      88  END-OF-FLDCHK-FILE               VALUE 'Y'.
00179  77  CURR-EOF-SW               PIC X      VALUE 'N'.
00180      88  END-OF-CURR-FILE                 VALUE 'Y'.
00181  77  MAST-EOF-SW               PIC X      VALUE 'N'.
00182      88  END-OF-MAST-FILE                 VALUE 'Y'.
00183  77  OLD-EOF-SW                PIC X      VALUE 'N'.
00184      88  END-OF-OLD-FILE                  VALUE 'Y'.
00185  77  SORT-EOF-SW               PIC X      VALUE 'N'.
00186      88  END-OF-SORT-FILE                 VALUE 'Y'.
00187  77  FIRST-MAST-REC-SW         PIC X      VALUE 'Y'.
00188  77  ON-ASMT-SW                PIC X      VALUE 'N'.
00189      88  ON-ASSESSMENT-MAST               VALUE 'Y'.
00190  77  ON-HO-SW                  PIC X      VALUE 'N'.
00191      88  ON-HOMEOWNER-MAST                VALUE 'Y'.
00192  77  REFLECTED-SW              PIC X      VALUE 'N'.
00193      88  VALUE-CHANGE-FOUND               VALUE 'Y'.
00194  77  FOUND-SW                  PIC X      VALUE 'N'.
00195      88  ENTRY-FOUND                      VALUE 'Y'.
00196      SKIP1
00197  77  PERMIT-IN-CNT     COMP-3  PIC S9(7)  VALUE +0.
00198  77  PERMIT-REJ-CNT    COMP-3  PIC S9(7)  VALUE +0.
00199  77  PERMIT-ADD-CNT    COMP-3  PIC S9(7)  VALUE +0.
00200  77  PERMIT-UPD-CNT    COMP-3  PIC S9(7)  VALUE +0.
00201  77  FLDCHK-IN-CNT     COMP-3  PIC S9(7)  VALUE +0.
00202  77  FLDCHK-REJ-CNT    COMP-3  PIC S9(7)  VALUE +0.
00203  77  CURR-IN-CNT       COMP-3  PIC S9(9)  VALUE +0.
00204  77  MAST-IN-CNT       COMP-3  PIC S9(9)  VALUE +0.
00205  77  OLD-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00206  77  NEW-OUT-CNT       COMP-3  PIC S9(7)  VALUE +0.
00207  77  REFLECTED-CNT     COMP-3  PIC S9(7)  VALUE +0.
00208  77  CHECKED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00209  77  NOT-ON-MAST-CNT   COMP-3  PIC S9(7)  VALUE +0.
00210  77  WORKLIST-CNT      COMP-3  PIC S9(7)  VALUE +0.
00211  77  DEMO-HO-CNT       COMP-3  PIC S9(7)  VALUE +0.
00212  77  OVERFLOW-CNT      COMP-3  PIC S9(7)  VALUE +0.
00213      SKIP1
00214  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00215  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00216  77  W-REASON                  PIC X(30)  VALUE SPACES.
00217  77  W-TY-DIGIT                PIC 9      VALUE ZERO.
00218  77  W-AA-DIGIT                PIC 9      VALUE ZERO.
00219  77  W-AA-YEAR                 PIC 9(4)   VALUE ZEROS.
00220  77  W-AGE             COMP-3  PIC S9(3)  VALUE +0.
00221  77  W-AGE-DIGIT               PIC 9      VALUE ZERO.
00222  77  AA-SUB            COMP-3  PIC S9(3)  VALUE +0.
00223  77  AG-SUB            COMP-3  PIC S9(3)  VALUE +0.
00224      SKIP1
00225  01  CYCLK-AREA.
00226  COPY DPCYCLKR1.
00227      SKIP1
00228  01  CURR-KEY                PIC 9(18).
00229  01  PERMIT-KEY              PIC 9(18).
00230  01  LAST-PERMIT-KEY         PIC 9(18)  VALUE ZEROS.
00231  01  LOW-KEY                 PIC 9(18).
00232  01  MAST-KEY.
00233      05  MK-VOL              PIC 9(3).
00234      05  MK-PROP             PIC 9(15).
00235  01  OLD-KEY.
00236      05  OK-VOL              PIC 9(3).
00237      05  OK-PROP             PIC 9(15).
00238      SKIP1
00239  01  UNPK-TXCD           PIC 9(5).
00240  01  FILLER REDEFINES UNPK-TXCD.
00241      05  W-TOWN          PIC 99.
00242      05  FILLER          PIC 999.
00243      SKIP1
00244 *    PERMITS ON THE PARCEL NOW BEING MATCHED -- THE OLD MASTER
00245 *    RECORDS FIRST, THEN ANY NEW PERMITS TAKEN IN.
00246  77  PT-CTR            COMP-3  PIC S9(3)  VALUE +0.
00247  77  PT-SUB            COMP-3  PIC S9(3)  VALUE +0.
00248  01  PARCEL-TABLE.
00249      03  PT-ENTRY OCCURS 100 TIMES.
00250  COPY ASBLDPMR1 REPLACING LEADING ==BP-== BY ==PT-==.
00251      SKIP1
00252 *    FIELD-CHECK CARDS, LOADED AT START.
00253  77  FT-CTR            COMP-3  PIC S9(5)  VALUE +0.
00254  77  FT-SUB            COMP-3  PIC S9(5)  VALUE +0.
00255  01  FLDCHK-TABLE.
00256      05  FT-ENTRY OCCURS 2000 TIMES.
00257          10  FT-KEY          PIC X(34).
00258          10  FT-CHECK-DATE   PIC 9(8).
00259          10  FT-USED         PIC X.
00260  01  W-PERMIT-ID.
00261      05  WP-VOL              PIC 9(3).
00262      05  WP-PROP             PIC 9(15).
00263      05  WP-MUNI             PIC X(4).
00264      05  WP-PERMIT-NO        PIC X(12).
00265      SKIP1
00266 *    COMPLETED PERMITS STILL OPEN, BY YEARS SINCE COMPLETION
00267 *    (0, 1, 2, 3, 4 OR MORE).
00268  01  AGING-TABLE.
00269      05  AG-COUNT OCCURS 5 TIMES
00270                          PIC S9(7)  COMP-3.
00271      SKIP1
00272  01  HOLD-TOWN               PIC 99     VALUE ZEROS.
00273  01  HOLD-NBHD               PIC 9(3)   VALUE ZEROS.
00274  01  NBHD-CNT                PIC S9(7)  COMP-3 VALUE +0.
00275  01  TOWN-CNT                PIC S9(7)  COMP-3 VALUE +0.
00276      SKIP1
00277  01  ACPT-DATE                  PIC 9(6).
00278  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00279      05  ACPT-YR                PIC 99.
00280      05  ACPT-MO                PIC 99.
00281      05  ACPT-DA                PIC 99.
00282  01  DSP-DATE.
00283      05  DSP-MO                 PIC 99.
00284      05  FILLER                 PIC X      VALUE '/'.
00285      05  DSP-DA                 PIC 99.
00286      05  FILLER                 PIC X      VALUE '/'.
00287      05  DSP-YR                 PIC 99.
00288      SKIP1
00289  01  HEAD-A.
00290      05  FILLER          PIC X(3)   VALUE SPACES.
00291      05  HD-DATE         PIC X(8).
00292      05  FILLER          PIC X(44)  VALUE SPACES.
00293      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00294      05  FILLER          PIC X(44)  VALUE SPACES.
00295      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00296      05  HD-PAGE         PIC ZZ,ZZ9.
00297      SKIP1
00298  01  HEAD-B.
00299      05  FILLER          PIC X(3)   VALUE SPACES.
00300      05  FILLER          PIC X(8)   VALUE 'ASREA879'.
00301      05  FILLER          PIC X(18)  VALUE SPACES.
00302      05  HD-TITLE        PIC X(44).
00303      05  FILLER          PIC X(9)   VALUE 'TAX YEAR '.
00304      05  HD-TAX-YEAR     PIC 9(4).
00305      SKIP1
00306  01  HEAD-C.
00307      05  FILLER          PIC X(3)   VALUE SPACES.
00308      05  FILLER          PIC X(5)   VALUE 'VOL'.
00309      05  FILLER          PIC X(17)  VALUE 'PROPERTY NUMBER'.
00310      05  FILLER          PIC X(6)   VALUE 'MUNI'.
00311      05  FILLER          PIC X(14)  VALUE 'PERMIT NO'.
00312      05  FILLER          PIC X(6)   VALUE 'TYPE'.
00313      05  FILLER          PIC X(5)   VALUE 'CLS'.
00314      05  FILLER          PIC X(13)  VALUE '   EST COST'.
00315      05  FILLER          PIC X(10)  VALUE 'ISSUED'.
00316      05  FILLER          PIC X(10)  VALUE 'COMPLETED'.
00317      05  FILLER          PIC X(5)   VALUE 'AGE'.
00318      05  FILLER          PIC X(30)  VALUE 'MESSAGE'.
00319      SKIP1
00320  01  DETAIL-LINE.
00321      05  FILLER          PIC X(3)   VALUE SPACES.
00322      05  D-VOL           PIC 9(3).
00323      05  FILLER          PIC X(2)   VALUE SPACES.
00324      05  D-PROP          PIC 9(15).
00325      05  FILLER          PIC X(2)   VALUE SPACES.
00326      05  D-MUNI          PIC X(4).
00327      05  FILLER          PIC X(2)   VALUE SPACES.
00328      05  D-PERMIT-NO     PIC X(12).
00329      05  FILLER          PIC X(3)   VALUE SPACES.
00330      05  D-TYPE          PIC X.
00331      05  FILLER          PIC X(4)   VALUE SPACES.
00332      05  D-CLS           PIC ZZZ.
00333      05  FILLER          PIC X(2)   VALUE SPACES.
00334      05  D-EST-COST      PIC ZZZ,ZZZ,ZZ9.
00335      05  FILLER          PIC X(2)   VALUE SPACES.
00336      05  D-ISSUE-DATE    PIC 9(8).
00337      05  FILLER          PIC X(2)   VALUE SPACES.
00338      05  D-COMPL-DATE    PIC 9(8).
00339      05  FILLER          PIC X(2)   VALUE SPACES.
00340      05  D-AGE           PIC Z9.
00341      05  FILLER          PIC X(3)   VALUE SPACES.
00342      05  D-MESSG         PIC X(30).
00343      SKIP1
00344  01  GROUP-LINE.
00345      05  FILLER          PIC X(3)   VALUE SPACES.
00346      05  GL-TITLE        PIC X(13).
00347      05  GL-CODE         PIC ZZ9.
00348      05  FILLER          PIC X(4)   VALUE SPACES.
00349      05  GL-COUNT        PIC ZZZ,ZZ9.
00350      05  FILLER          PIC X(8)   VALUE ' PERMITS'.
00351      SKIP1
00352  01  AGING-LINE.
00353      05  FILLER          PIC X(3)   VALUE SPACES.
00354      05  FILLER          PIC X(40)  VALUE
00355          'COMPLETED, NOT FIELD-CHECKED -- YEARS '.
00356      05  AL-YEARS        PIC X(10).
00357      05  AL-COUNT        PIC ZZZ,ZZ9.
00358      EJECT
00359  PROCEDURE DIVISION.
00360      SKIP1
00361  A010-HOUSEKEEPING.
00362      OPEN INPUT  CONTROL-FILE
00363           OUTPUT PRINT-FILE.
00364      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00365      IF RETURN-CODE EQUAL 16
00366          CLOSE CONTROL-FILE, PRINT-FILE
00367          STOP RUN.
00368      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00369      ACCEPT ACPT-DATE FROM DATE.
00370      MOVE ACPT-MO TO DSP-MO.
00371      MOVE ACPT-DA TO DSP-DA.
00372      MOVE ACPT-YR TO DSP-YR.
00373      MOVE DSP-DATE TO HD-DATE.
00374      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00375      MOVE ZEROS TO AG-COUNT (1) AG-COUNT (2) AG-COUNT (3)
00376                    AG-COUNT (4) AG-COUNT (5).
00377      MOVE 'PERMIT INTAKE EXCEPTIONS' TO HD-TITLE.
00378      PERFORM B100-HEADING THRU B100-EXIT.
00379      OPEN INPUT FLDCHK-FILE.
00380      PERFORM A015-LOAD-FLDCHK THRU A015-EXIT
00381          UNTIL END-OF-FLDCHK-FILE.
00382      CLOSE FLDCHK-FILE.
00383      SORT WORK-SORT
00384          ON ASCENDING KEY SR-TOWN SR-NBHD SR-VOL SR-PROP
00385                           SR-MUNI SR-PERMIT-NO
00386          INPUT  PROCEDURE IS C010-MATCH-PASS
00387          OUTPUT PROCEDURE IS D010-WORKLIST-PASS.
00388      DISPLAY 'TAX YEAR.............................: ' W-TAX-YEAR.
00389      DISPLAY 'TOTAL PERMIT INTAKE RECORDS READ.....: '
00390          PERMIT-IN-CNT.
00391      DISPLAY 'TOTAL INTAKE RECORDS REJECTED........: '
00392          PERMIT-REJ-CNT.
00393      DISPLAY 'TOTAL NEW PERMITS ADDED..............: '
00394          PERMIT-ADD-CNT.
00395      DISPLAY 'TOTAL PERMITS UPDATED................: '
00396          PERMIT-UPD-CNT.
00397      DISPLAY 'TOTAL FIELD-CHECK CARDS READ.........: '
00398          FLDCHK-IN-CNT.
00399      DISPLAY 'TOTAL FIELD-CHECK CARDS REJECTED.....: '
00400          FLDCHK-REJ-CNT.
00401      DISPLAY 'TOTAL CURRENT MASTER RECORDS READ....: '
00402          CURR-IN-CNT.
00403      DISPLAY 'TOTAL HOMEOWNER MASTER RECORDS READ..: '
00404          MAST-IN-CNT.
00405      DISPLAY 'TOTAL OLD PERMIT MASTER RECORDS READ.: '
00406          OLD-IN-CNT.
00407      DISPLAY 'TOTAL NEW PERMIT MASTER RECORDS......: '
00408          NEW-OUT-CNT.
00409      DISPLAY 'TOTAL CLOSED, VALUE CHANGE ON MASTER.: '
00410          REFLECTED-CNT.
00411      DISPLAY 'TOTAL CLOSED BY FIELD-CHECK CARD.....: '
00412          CHECKED-CNT.
00413      DISPLAY 'TOTAL HELD, PARCEL NOT ON MASTER.....: '
00414          NOT-ON-MAST-CNT.
00415      DISPLAY 'TOTAL PERMITS ON FIELD-CHECK WORKLIST: '
00416          WORKLIST-CNT.
00417      DISPLAY 'TOTAL DEMOLITIONS ON HOMEOWNER MASTER: '
00418          DEMO-HO-CNT.
00419      IF OVERFLOW-CNT GREATER THAN +0
00420          DISPLAY 'TOTAL PERMITS BYPASSED, PARCEL FULL..: '
00421              OVERFLOW-CNT.
00422      IF DEMO-HO-CNT GREATER THAN +0
00423          MOVE 4 TO RETURN-CODE.
00424      IF PERMIT-REJ-CNT GREATER THAN +0
00425          OR FLDCHK-REJ-CNT GREATER THAN +0
00426          OR OVERFLOW-CNT GREATER THAN +0
00427          MOVE 8 TO RETURN-CODE.
00428      CLOSE CONTROL-FILE, PRINT-FILE.
00429      STOP RUN.
00430      SKIP1
00431  A012-READ-CONTROL.
00432      READ CONTROL-FILE AT END
00433          MOVE 'Y' TO CTL-EOF-SW.
00434      MOVE 'ASREA879' TO CK-CALLER.
00435      MOVE SPACES TO CK-CARD-YEAR.
00436      IF NOT END-OF-CTL-FILE
00437          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
00438      CALL 'DPRUN004' USING CYCLK-AREA.
00439      IF NOT END-OF-CTL-FILE
00440          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
00441      IF END-OF-CTL-FILE
00442          OR CC-TAX-YEAR NOT NUMERIC
00443          OR CC-TAX-YEAR-N EQUAL ZERO
00444          DISPLAY 'ASREA879 -- TAX YEAR CONTROL CARD MISSING OR '
00445              'INVALID -- RUN STOPPED'
00446          MOVE 16 TO RETURN-CODE
00447          GO TO A012-EXIT.
00448      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00449      MOVE CC-TAX-YEAR (4:1) TO W-TY-DIGIT.
00450  A012-EXIT. EXIT.
00451      SKIP1
00452  A015-LOAD-FLDCHK.
00453      READ FLDCHK-FILE AT END
00454          MOVE 'Y' TO FLDCHK-EOF-SW
00455          GO TO A015-EXIT.
00456      ADD +1 TO FLDCHK-IN-CNT.
00457      IF FC-VOL NOT NUMERIC
00458          OR FC-PROP NOT NUMERIC
00459          OR FC-PERMIT-NO EQUAL SPACES
00460          OR FC-CHECK-DATE NOT NUMERIC
00461          OR FC-CHECK-DATE-N EQUAL ZERO
00462          MOVE 'FIELD-CHECK CARD FAILS EDITS' TO W-REASON
00463          PERFORM A017-REJECT-FLDCHK THRU A017-EXIT
00464          GO TO A015-EXIT.
00465      IF FT-CTR NOT LESS THAN +2000
00466          MOVE 'FIELD-CHECK TABLE FULL' TO W-REASON
00467          PERFORM A017-REJECT-FLDCHK THRU A017-EXIT
00468          GO TO A015-EXIT.
00469      ADD +1 TO FT-CTR.
00470      MOVE FC-KEY          TO FT-KEY (FT-CTR).
00471      MOVE FC-CHECK-DATE-N TO FT-CHECK-DATE (FT-CTR).
00472      MOVE 'N'             TO FT-USED (FT-CTR).
00473  A015-EXIT. EXIT.
00474      SKIP1
00475  A017-REJECT-FLDCHK.
00476      ADD +1 TO FLDCHK-REJ-CNT.
00477      MOVE SPACES TO DETAIL-LINE.
00478      MOVE FC-MUNI      TO D-MUNI.
00479      MOVE FC-PERMIT-NO TO D-PERMIT-NO.
00480      MOVE W-REASON     TO D-MESSG.
00481      PERFORM A090-PRINT THRU A090-EXIT.
00482  A017-EXIT. EXIT.
00483      SKIP1
00484  A090-PRINT.
00485      IF LINE-CNT GREATER THAN +57
00486          PERFORM B100-HEADING THRU B100-EXIT.
00487      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00488      ADD +1 TO LINE-CNT.
00489  A090-EXIT. EXIT.
00490      SKIP1
00491  B100-HEADING.
00492      ADD +1 TO PAGE-CNT.
00493      MOVE PAGE-CNT TO HD-PAGE.
00494      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00495      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00496      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00497      MOVE +6 TO LINE-CNT.
00498  B100-EXIT. EXIT.
00499      SKIP2
00500  C010-MATCH-PASS SECTION.
00501      SKIP1
00502  C020-OPEN-INPUT.
00503      OPEN INPUT  PERMIT-IN, CURR-ASSMT, HOMEOWNER-MAST, BLDP-OLD
00504           OUTPUT BLDP-NEW.
00505      PERFORM C030-READ-CURR THRU C030-EXIT.
00506      PERFORM C035-READ-MAST THRU C035-EXIT.
00507      PERFORM C040-READ-OLD THRU C040-EXIT.
00508      PERFORM C045-READ-PERMIT THRU C045-EXIT.
00509      PERFORM C050-PARCEL THRU C050-EXIT
00510          UNTIL END-OF-OLD-FILE AND END-OF-PERMIT-FILE.
00511      PERFORM C090-LIST-UNUSED-FLDCHK THRU C090-EXIT
00512          VARYING FT-SUB FROM +1 BY +1
00513          UNTIL FT-SUB GREATER THAN FT-CTR.
00514      CLOSE PERMIT-IN, CURR-ASSMT, HOMEOWNER-MAST, BLDP-OLD,
00515            BLDP-NEW.
00516      GO TO C099-EXIT.
00517      SKIP1
00518  C030-READ-CURR.
00519      READ CURR-ASSMT AT END
00520          MOVE 'Y' TO CURR-EOF-SW
00521          MOVE ALL '9' TO CURR-KEY.
00522      IF NOT END-OF-CURR-FILE
00523          ADD +1 TO CURR-IN-CNT
00524          MOVE M-VOL  TO CURR-KEY (1:3)
00525          MOVE M-PROP TO CURR-KEY (4:15).
00526  C030-EXIT. EXIT.
00527      SKIP1
00528  C035-READ-MAST.
00529      READ HOMEOWNER-MAST AT END
00530          MOVE 'Y' TO MAST-EOF-SW
00531          MOVE ALL '9' TO MAST-KEY
00532          GO TO C035-EXIT.
00533      IF FIRST-MAST-REC-SW EQUAL 'Y'
00534          MOVE 'N' TO FIRST-MAST-REC-SW
00535          IF HO-REC (1:8) EQUAL '*VINTAGE'
00536              DISPLAY 'ASREA879 - VINTAGE HDR BYPASSED'
00537              GO TO C035-READ-MAST.
00538      ADD +1 TO MAST-IN-CNT.
00539      MOVE HO-VOL  TO MK-VOL.
00540      MOVE HO-PROP TO MK-PROP.
00541  C035-EXIT. EXIT.
00542      SKIP1
00543  C040-READ-OLD.
00544      READ BLDP-OLD AT END
00545          MOVE 'Y' TO OLD-EOF-SW
00546          MOVE ALL '9' TO OLD-KEY
00547          GO TO C040-EXIT.
00548      ADD +1 TO OLD-IN-CNT.
00549      MOVE BP-VOL  TO OK-VOL.
00550      MOVE BP-PROP TO OK-PROP.
00551  C040-EXIT. EXIT.
00552      SKIP1
00553  C045-READ-PERMIT.
00554      READ PERMIT-IN AT END
00555          MOVE 'Y' TO PERMIT-EOF-SW
00556          MOVE ALL '9' TO PERMIT-KEY
00557          GO TO C045-EXIT.
00558      ADD +1 TO PERMIT-IN-CNT.
00559      MOVE SPACES TO W-REASON.
00560      IF PI-VOL NOT NUMERIC OR PI-PROP NOT NUMERIC
00561          OR PI-VOL-N EQUAL ZERO
00562          MOVE 'PARCEL NUMBER NOT NUMERIC' TO W-REASON.
00563      IF W-REASON EQUAL SPACES
00564       AND (PI-MUNI EQUAL SPACES OR PI-PERMIT-NO EQUAL SPACES)
00565          MOVE 'MUNICIPALITY OR PERMIT MISSING' TO W-REASON.
00566      IF W-REASON EQUAL SPACES
00567       AND PI-TYPE NOT EQUAL 'N' AND 'A' AND 'R' AND 'D' AND 'O'
00568          MOVE 'PERMIT TYPE INVALID' TO W-REASON.
00569      IF W-REASON EQUAL SPACES
00570       AND PI-EST-COST NOT NUMERIC
00571          MOVE 'ESTIMATED COST NOT NUMERIC' TO W-REASON.
00572      IF W-REASON EQUAL SPACES
00573       AND (PI-ISSUE-DATE NOT NUMERIC
00574            OR PI-ISSUE-DATE-N EQUAL ZERO)
00575          MOVE 'ISSUE DATE INVALID' TO W-REASON.
00576      IF PI-COMPL-DATE EQUAL SPACES
00577          MOVE ZEROS TO PI-COMPL-DATE-N.
00578      IF W-REASON EQUAL SPACES
00579       AND (PI-COMPL-DATE NOT NUMERIC
00580            OR (PI-COMPL-DATE-N NOT EQUAL ZERO
00581                AND PI-COMPL-DATE-N LESS THAN PI-ISSUE-DATE-N))
00582          MOVE 'COMPLETION DATE INVALID' TO W-REASON.
00583      IF W-REASON EQUAL SPACES
00584          MOVE PI-VOL-N  TO PERMIT-KEY (1:3)
00585          MOVE PI-PROP-N TO PERMIT-KEY (4:15)
00586          IF PERMIT-KEY LESS THAN LAST-PERMIT-KEY
00587              MOVE 'OUT OF PARCEL SEQUENCE' TO W-REASON.
00588      IF W-REASON NOT EQUAL SPACES
00589          PERFORM C048-REJECT-PERMIT THRU C048-EXIT
00590          GO TO C045-READ-PERMIT.
00591      MOVE PERMIT-KEY TO LAST-PERMIT-KEY.
00592  C045-EXIT. EXIT.
00593      SKIP1
00594  C048-REJECT-PERMIT.
00595      ADD +1 TO PERMIT-REJ-CNT.
00596      MOVE SPACES TO DETAIL-LINE.
00597      IF PI-VOL NUMERIC
00598          MOVE PI-VOL-N TO D-VOL.
00599      IF PI-PROP NUMERIC
00600          MOVE PI-PROP-N TO D-PROP.
00601      MOVE PI-MUNI      TO D-MUNI.
00602      MOVE PI-PERMIT-NO TO D-PERMIT-NO.
00603      MOVE PI-TYPE      TO D-TYPE.
00604      MOVE W-REASON     TO D-MESSG.
00605      PERFORM A090-PRINT THRU A090-EXIT.
00606  C048-EXIT. EXIT.
00607      SKIP1
00608 *    THE LOWER OF THE OLD PERMIT MASTER AND INTAKE KEYS DRIVES THE
00609 *    MATCH; THE ASSESSMENT AND HOMEOWNER MASTERS ARE POSITIONED TO
00610 *    IT.
00611  C050-PARCEL.
00612      IF OLD-KEY LESS THAN PERMIT-KEY
00613          MOVE OLD-KEY TO LOW-KEY
00614      ELSE
00615          MOVE PERMIT-KEY TO LOW-KEY.
00616      PERFORM C030-READ-CURR THRU C030-EXIT
00617          UNTIL CURR-KEY NOT LESS THAN LOW-KEY.
00618      PERFORM C035-READ-MAST THRU C035-EXIT
00619          UNTIL MAST-KEY NOT LESS THAN LOW-KEY.
00620      IF CURR-KEY EQUAL LOW-KEY
00621          MOVE 'Y' TO ON-ASMT-SW
00622          MOVE M-TXCD TO UNPK-TXCD
00623      ELSE
00624          MOVE 'N' TO ON-ASMT-SW
00625          MOVE ZEROS TO UNPK-TXCD.
00626      IF MAST-KEY EQUAL LOW-KEY
00627          MOVE 'Y' TO ON-HO-SW
00628      ELSE
00629          MOVE 'N' TO ON-HO-SW.
00630      MOVE +0 TO PT-CTR.
00631      PERFORM C055-LOAD-OLD THRU C055-EXIT
00632          UNTIL OLD-KEY NOT EQUAL LOW-KEY.
00633      PERFORM C060-TAKE-IN-PERMIT THRU C060-EXIT
00634          UNTIL PERMIT-KEY NOT EQUAL LOW-KEY.
00635      PERFORM C070-EVALUATE THRU C070-EXIT
00636          VARYING PT-SUB FROM +1 BY +1
00637          UNTIL PT-SUB GREATER THAN PT-CTR.
00638  C050-EXIT. EXIT.
00639      SKIP1
00640  C055-LOAD-OLD.
00641      IF PT-CTR NOT LESS THAN +100
00642          ADD +1 TO OVERFLOW-CNT
00643          WRITE BLDP-NEW-REC FROM BLDP-OLD-REC
00644          ADD +1 TO NEW-OUT-CNT
00645          DISPLAY 'ASREA879 -- PARCEL TABLE FULL -- PERMIT '
00646              BP-PERMIT-NO ' CARRIED UNCHANGED'
00647      ELSE
00648          ADD +1 TO PT-CTR
00649          MOVE BLDP-OLD-REC TO PT-ENTRY (PT-CTR).
00650      PERFORM C040-READ-OLD THRU C040-EXIT.
00651  C055-EXIT. EXIT.
00652      SKIP1
00653  C060-TAKE-IN-PERMIT.
00654      MOVE 'N' TO FOUND-SW.
00655      PERFORM C062-FIND-PERMIT THRU C062-EXIT
00656          VARYING PT-SUB FROM +1 BY +1
00657          UNTIL PT-SUB GREATER THAN PT-CTR
00658             OR ENTRY-FOUND.
00659      IF ENTRY-FOUND
00660          SUBTRACT +1 FROM PT-SUB
00661          ADD +1 TO PERMIT-UPD-CNT
00662          GO TO C060-POST.
00663      IF PT-CTR NOT LESS THAN +100
00664          ADD +1 TO OVERFLOW-CNT
00665          MOVE 'PARCEL TABLE FULL' TO W-REASON
00666          PERFORM C048-REJECT-PERMIT THRU C048-EXIT
00667          GO TO C060-NEXT.
00668      ADD +1 TO PT-CTR.
00669      MOVE PT-CTR TO PT-SUB.
00670      MOVE SPACES        TO PT-ENTRY (PT-SUB).
00671      MOVE PI-VOL-N      TO PT-VOL (PT-SUB).
00672      MOVE PI-PROP-N     TO PT-PROP (PT-SUB).
00673      MOVE PI-MUNI       TO PT-MUNI (PT-SUB).
00674      MOVE PI-PERMIT-NO  TO PT-PERMIT-NO (PT-SUB).
00675      MOVE W-RUN-DATE    TO PT-INTAKE-DATE (PT-SUB).
00676      MOVE 'O'           TO PT-STAT (PT-SUB).
00677      MOVE ZEROS         TO PT-CLOSE-DATE (PT-SUB)
00678                            PT-TOWN (PT-SUB) PT-NBHD (PT-SUB).
00679      MOVE 'N'           TO PT-DEMO-HO (PT-SUB).
00680      ADD +1 TO PERMIT-ADD-CNT.
00681  C060-POST.
00682      MOVE PI-TYPE         TO PT-TYPE (PT-SUB).
00683      MOVE PI-EST-COST-N   TO PT-EST-COST (PT-SUB).
00684      MOVE PI-ISSUE-DATE-N TO PT-ISSUE-DATE (PT-SUB).
00685      MOVE PI-COMPL-DATE-N TO PT-COMPL-DATE (PT-SUB).
00686  C060-NEXT.
00687      PERFORM C045-READ-PERMIT THRU C045-EXIT.
00688  C060-EXIT. EXIT.
00689      SKIP1
00690  C062-FIND-PERMIT.
00691      IF PT-MUNI (PT-SUB) EQUAL PI-MUNI
00692       AND PT-PERMIT-NO (PT-SUB) EQUAL PI-PERMIT-NO
00693          MOVE 'Y' TO FOUND-SW.
00694  C062-EXIT. EXIT.
00695      SKIP1
00696  C070-EVALUATE.
00697      IF NOT PT-UNRESOLVED (PT-SUB)
00698          GO TO C070-WRITE.
00699      MOVE PT-VOL (PT-SUB)       TO WP-VOL.
00700      MOVE PT-PROP (PT-SUB)      TO WP-PROP.
00701      MOVE PT-MUNI (PT-SUB)      TO WP-MUNI.
00702      MOVE PT-PERMIT-NO (PT-SUB) TO WP-PERMIT-NO.
00703      MOVE 'N' TO FOUND-SW.
00704      PERFORM C072-FIND-FLDCHK THRU C072-EXIT
00705          VARYING FT-SUB FROM +1 BY +1
00706          UNTIL FT-SUB GREATER THAN FT-CTR
00707             OR ENTRY-FOUND.
00708      IF ENTRY-FOUND
00709          SUBTRACT +1 FROM FT-SUB
00710          MOVE 'Y' TO FT-USED (FT-SUB)
00711          MOVE 'F' TO PT-STAT (PT-SUB)
00712          MOVE FT-CHECK-DATE (FT-SUB) TO PT-CLOSE-DATE (PT-SUB)
00713          ADD +1 TO CHECKED-CNT
00714          GO TO C070-WRITE.
00715      IF NOT ON-ASSESSMENT-MAST
00716          MOVE 'N' TO PT-STAT (PT-SUB)
00717          ADD +1 TO NOT-ON-MAST-CNT
00718          MOVE SPACES TO DETAIL-LINE
00719          PERFORM C078-FILL-LINE THRU C078-EXIT
00720          MOVE 'PARCEL NOT ON CURRENT MASTER' TO D-MESSG
00721          PERFORM A090-PRINT THRU A090-EXIT
00722          GO TO C070-WRITE.
00723      MOVE 'N' TO REFLECTED-SW.
00724      PERFORM C074-SCAN-ACTION THRU C074-EXIT
00725          VARYING AA-SUB FROM +1 BY +1
00726          UNTIL AA-SUB GREATER THAN +4
00727             OR VALUE-CHANGE-FOUND.
00728      IF VALUE-CHANGE-FOUND
00729          MOVE 'V' TO PT-STAT (PT-SUB)
00730          MOVE W-RUN-DATE TO PT-CLOSE-DATE (PT-SUB)
00731          ADD +1 TO REFLECTED-CNT
00732          GO TO C070-WRITE.
00733      MOVE 'O'    TO PT-STAT (PT-SUB).
00734      MOVE W-TOWN TO PT-TOWN (PT-SUB).
00735      MOVE M-NBHD TO PT-NBHD (PT-SUB).
00736      MOVE 'N'    TO PT-DEMO-HO (PT-SUB).
00737      IF PT-DEMOLITION (PT-SUB) AND ON-HOMEOWNER-MAST
00738          MOVE 'Y' TO PT-DEMO-HO (PT-SUB)
00739          ADD +1 TO DEMO-HO-CNT.
00740      PERFORM C076-RELEASE THRU C076-EXIT.
00741  C070-WRITE.
00742      WRITE BLDP-NEW-REC FROM PT-ENTRY (PT-SUB).
00743      ADD +1 TO NEW-OUT-CNT.
00744  C070-EXIT. EXIT.
00745      SKIP1
00746  C072-FIND-FLDCHK.
00747      IF FT-KEY (FT-SUB) EQUAL W-PERMIT-ID
00748          MOVE 'Y' TO FOUND-SW.
00749  C072-EXIT. EXIT.
00750      SKIP1
00751 *    THE ACTION YEAR IS ONE DIGIT; IT IS TAKEN AS THE LATEST YEAR
00752 *    ENDING IN THAT DIGIT NOT AFTER THE TAX YEAR.
00753  C074-SCAN-ACTION.
00754      IF M-ASMT-YR (AA-SUB) NOT NUMERIC
00755          OR M-ASMT-CHG (AA-SUB) EQUAL SPACE
00756          GO TO C074-EXIT.
00757      MOVE M-ASMT-YR (AA-SUB) TO W-AA-DIGIT.
00758      IF W-AA-DIGIT GREATER THAN W-TY-DIGIT
00759          COMPUTE W-AA-YEAR = W-TAX-YEAR - W-TY-DIGIT
00760                              + W-AA-DIGIT - 10
00761      ELSE
00762          COMPUTE W-AA-YEAR = W-TAX-YEAR - W-TY-DIGIT
00763                              + W-AA-DIGIT.
00764      IF W-AA-YEAR NOT LESS THAN PT-ISSUE-YEAR (PT-SUB)
00765          MOVE 'Y' TO REFLECTED-SW.
00766  C074-EXIT. EXIT.
00767      SKIP1
00768  C076-RELEASE.
00769      MOVE PT-TOWN (PT-SUB)       TO SR-TOWN.
00770      MOVE PT-NBHD (PT-SUB)       TO SR-NBHD.
00771      MOVE PT-VOL (PT-SUB)        TO SR-VOL.
00772      MOVE PT-PROP (PT-SUB)       TO SR-PROP.
00773      MOVE PT-MUNI (PT-SUB)       TO SR-MUNI.
00774      MOVE PT-PERMIT-NO (PT-SUB)  TO SR-PERMIT-NO.
00775      MOVE PT-TYPE (PT-SUB)       TO SR-TYPE.
00776      MOVE M-CLS                  TO SR-CLS.
00777      MOVE PT-EST-COST (PT-SUB)   TO SR-EST-COST.
00778      MOVE PT-ISSUE-DATE (PT-SUB) TO SR-ISSUE-DATE.
00779      MOVE PT-COMPL-DATE (PT-SUB) TO SR-COMPL-DATE.
00780      MOVE ZEROS TO SR-AGE.
00781      IF PT-COMPL-DATE (PT-SUB) GREATER THAN ZERO
00782          COMPUTE W-AGE = W-TAX-YEAR - PT-COMPL-YEAR (PT-SUB)
00783          IF W-AGE GREATER THAN ZERO
00784              MOVE W-AGE TO SR-AGE.
00785      MOVE PT-DEMO-HO (PT-SUB)    TO SR-DEMO-HO.
00786      RELEASE SORT-REC.
00787      ADD +1 TO WORKLIST-CNT.
00788  C076-EXIT. EXIT.
00789      SKIP1
00790  C078-FILL-LINE.
00791      MOVE PT-VOL (PT-SUB)        TO D-VOL.
00792      MOVE PT-PROP (PT-SUB)       TO D-PROP.
00793      MOVE PT-MUNI (PT-SUB)       TO D-MUNI.
00794      MOVE PT-PERMIT-NO (PT-SUB)  TO D-PERMIT-NO.
00795      MOVE PT-TYPE (PT-SUB)       TO D-TYPE.
00796      MOVE PT-EST-COST (PT-SUB)   TO D-EST-COST.
00797      MOVE PT-ISSUE-DATE (PT-SUB) TO D-ISSUE-DATE.
00798      MOVE PT-COMPL-DATE (PT-SUB) TO D-COMPL-DATE.
00799  C078-EXIT. EXIT.
00800      SKIP1
00801  C090-LIST-UNUSED-FLDCHK.
00802      IF FT-USED (FT-SUB) EQUAL 'Y'
00803          GO TO C090-EXIT.
00804      ADD +1 TO FLDCHK-REJ-CNT.
00805      MOVE SPACES TO DETAIL-LINE.
00806      MOVE FT-KEY (FT-SUB) TO W-PERMIT-ID.
00807      IF WP-VOL NUMERIC
00808          MOVE WP-VOL TO D-VOL.
00809      IF WP-PROP NUMERIC
00810          MOVE WP-PROP TO D-PROP.
00811      MOVE WP-MUNI      TO D-MUNI.
00812      MOVE WP-PERMIT-NO TO D-PERMIT-NO.
00813      MOVE 'FIELD-CHECK CARD, NO PERMIT' TO D-MESSG.
00814      PERFORM A090-PRINT THRU A090-EXIT.
00815  C090-EXIT. EXIT.
00816      SKIP1
00817  C099-EXIT. EXIT.
00818      SKIP2
00819  D010-WORKLIST-PASS SECTION.
00820      SKIP1
00821  D020-START.
00822      MOVE 'NEW CONSTRUCTION FIELD-CHECK WORKLIST' TO HD-TITLE.
00823      PERFORM B100-HEADING THRU B100-EXIT.
00824      PERFORM D030-RETURN-SORT THRU D030-EXIT.
00825      IF END-OF-SORT-FILE
00826          MOVE SPACES TO DETAIL-LINE
00827          MOVE 'NO PERMITS AWAITING FIELD CHECK' TO D-MESSG
00828          PERFORM A090-PRINT THRU A090-EXIT
00829          GO TO D080-AGING.
00830      MOVE SR-TOWN TO HOLD-TOWN.
00831      MOVE SR-NBHD TO HOLD-NBHD.
00832      MOVE +0 TO NBHD-CNT TOWN-CNT.
00833      PERFORM D040-LIST THRU D040-EXIT
00834          UNTIL END-OF-SORT-FILE.
00835      PERFORM D050-NBHD-BREAK THRU D050-EXIT.
00836      PERFORM D055-TOWN-BREAK THRU D055-EXIT.
00837  D080-AGING.
00838      IF LINE-CNT GREATER THAN +50
00839          PERFORM B100-HEADING THRU B100-EXIT.
00840      MOVE SPACES TO PRINT-REC.
00841      WRITE PRINT-REC AFTER ADVANCING 1.
00842      ADD +1 TO LINE-CNT.
00843      PERFORM D085-AGING-LINE THRU D085-EXIT
00844          VARYING AG-SUB FROM +1 BY +1
00845          UNTIL AG-SUB GREATER THAN +5.
00846      GO TO D099-EXIT.
00847      SKIP1
00848  D030-RETURN-SORT.
00849      RETURN WORK-SORT AT END
00850          MOVE 'Y' TO SORT-EOF-SW.
00851  D030-EXIT. EXIT.
00852      SKIP1
00853  D040-LIST.
00854      IF SR-TOWN NOT EQUAL HOLD-TOWN
00855          PERFORM D050-NBHD-BREAK THRU D050-EXIT
00856          PERFORM D055-TOWN-BREAK THRU D055-EXIT
00857      ELSE
00858          IF SR-NBHD NOT EQUAL HOLD-NBHD
00859              PERFORM D050-NBHD-BREAK THRU D050-EXIT.
00860      MOVE SR-TOWN TO HOLD-TOWN.
00861      MOVE SR-NBHD TO HOLD-NBHD.
00862      ADD +1 TO NBHD-CNT TOWN-CNT.
00863      MOVE SPACES TO DETAIL-LINE.
00864      MOVE SR-VOL         TO D-VOL.
00865      MOVE SR-PROP        TO D-PROP.
00866      MOVE SR-MUNI        TO D-MUNI.
00867      MOVE SR-PERMIT-NO   TO D-PERMIT-NO.
00868      MOVE SR-TYPE        TO D-TYPE.
00869      MOVE SR-CLS         TO D-CLS.
00870      MOVE SR-EST-COST    TO D-EST-COST.
00871      MOVE SR-ISSUE-DATE  TO D-ISSUE-DATE.
00872      MOVE SR-COMPL-DATE  TO D-COMPL-DATE.
00873      IF SR-COMPL-DATE GREATER THAN ZERO
00874          MOVE SR-AGE TO D-AGE
00875          IF SR-AGE GREATER THAN 3
00876              ADD +1 TO AG-COUNT (5)
00877          ELSE
00878              ADD +1 TO AG-COUNT (SR-AGE + 1).
00879      IF SR-DEMO-HO EQUAL 'Y'
00880          MOVE 'DEMOLITION ON HOMEOWNER MASTER' TO D-MESSG.
00881      PERFORM A090-PRINT THRU A090-EXIT.
00882      PERFORM D030-RETURN-SORT THRU D030-EXIT.
00883  D040-EXIT. EXIT.
00884      SKIP1
00885  D050-NBHD-BREAK.
00886      MOVE 'NEIGHBORHOOD' TO GL-TITLE.
00887      MOVE HOLD-NBHD TO GL-CODE.
00888      MOVE NBHD-CNT  TO GL-COUNT.
00889      PERFORM D060-PRINT-GROUP THRU D060-EXIT.
00890      MOVE +0 TO NBHD-CNT.
00891  D050-EXIT. EXIT.
00892      SKIP1
00893  D055-TOWN-BREAK.
00894      MOVE 'TOWNSHIP' TO GL-TITLE.
00895      MOVE HOLD-TOWN TO GL-CODE.
00896      MOVE TOWN-CNT  TO GL-COUNT.
00897      PERFORM D060-PRINT-GROUP THRU D060-EXIT.
00898      MOVE SPACES TO PRINT-REC.
00899      WRITE PRINT-REC AFTER ADVANCING 1.
00900      ADD +1 TO LINE-CNT.
00901      MOVE +0 TO TOWN-CNT.
00902  D055-EXIT. EXIT.
00903      SKIP1
00904  D060-PRINT-GROUP.
00905      IF LINE-CNT GREATER THAN +57
00906          PERFORM B100-HEADING THRU B100-EXIT.
00907      WRITE PRINT-REC FROM GROUP-LINE AFTER ADVANCING 1.
00908      ADD +1 TO LINE-CNT.
00909  D060-EXIT. EXIT.
00910      SKIP1
00911  D085-AGING-LINE.
00912      MOVE SPACES TO AL-YEARS.
00913      IF AG-SUB EQUAL +5
00914          MOVE '4 OR MORE' TO AL-YEARS
00915      ELSE
00916          COMPUTE W-AGE-DIGIT = AG-SUB - 1
00917          MOVE W-AGE-DIGIT TO AL-YEARS.
00918      MOVE AG-COUNT (AG-SUB) TO AL-COUNT.
00919      WRITE PRINT-REC FROM AGING-LINE AFTER ADVANCING 1.
00920      ADD +1 TO LINE-CNT.
00921  D085-EXIT. EXIT.
00922      SKIP1
00923  D099-EXIT. EXIT.
