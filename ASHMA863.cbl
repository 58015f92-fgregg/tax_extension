00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASHMA863.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. WHEN A PARCEL DIVIDES, CONSOLIDATES OR IS RENUMBERED
00007 *         THE HOMEOWNER EXEMPTION RECORD (HOMOWNRD01) STAYED ON
00008 *         THE OLD PROPERTY NUMBER UNTIL IT WAS REKEYED BY HAND,
00009 *         AND UNTIL THEN THE OWNER'S EXEMPTION DROPPED OFF THE
00010 *         BILL.  THIS PROGRAM CARRIES THE HOMEOWNER MASTER
00011 *         FORWARD ACROSS THE CYCLE'S GENEALOGY EVENTS.  THE
00012 *         PARCEL GENEALOGY MASTER (ASPCLGENR1) IS READ FOR THE
00013 *         TAX YEAR ON THE CENTRAL CYCLE CONTROL RECORD (DPRUN004)
00014 *         AND THE EVENTS ARE TABLED BY PARENT.  EACH HOMEOWNER
00015 *         RECORD WHOSE PROPERTY IS A PARENT IS TAKEN OFF THE
00016 *         MASTER AND MOVED (RENUMBER, CONSOLIDATION) OR SPLIT
00017 *         (DIVISION) TO THE SUCCESSOR PROPERTY NUMBERS.  THE
00018 *         SUCCESSOR KEEPS HO-STAT1/HO-STAT2, HO-YRAPPL,
00019 *         HO-NPHE-STATUS, HO-TAXPAYER-ID AND THE REST OF THE
00020 *         PARENT'S RECORD; HO-PRORATE IS MULTIPLIED BY THE
00021 *         GENEALOGY SHARE (GN-PRORATE) AND ON A DIVISION
00022 *         HO-COOPQTY IS APPORTIONED BY THE SAME SHARE, THE LAST
00023 *         SUCCESSOR TAKING THE REMAINDER.  WHEN NO AUTOMATIC
00024 *         DECISION IS POSSIBLE -- TWO OR MORE EXEMPT PARCELS
00025 *         CONSOLIDATED INTO ONE, A SUCCESSOR THAT ALREADY HAS ITS
00026 *         OWN HOMEOWNER RECORD, MIXED ACTIONS OR MORE THAN ONE
00027 *         SUCCESSOR FOR A RENUMBER OR CONSOLIDATION, OR A
00028 *         DIVISION WITHOUT A SHARE -- THE PARENT RECORD STAYS ON
00029 *         THE MASTER UNCHANGED AND THE PARCEL IS PRINTED ON THE
00030 *         EXCEPTION LIST FOR THE EXEMPTION UNIT.  THE NEW MASTER
00031 *         IS WRITTEN IN HOMEOWNER KEY ORDER BEHIND THE VINTAGE
00032 *         HEADER, IF THE INPUT CARRIED ONE.
00033      SKIP2
00034  ENVIRONMENT DIVISION.
00035  CONFIGURATION SECTION.
00036  SOURCE-COMPUTER. IBM-370.
00037  OBJECT-COMPUTER. IBM-370.
00038      SKIP1
00039  INPUT-OUTPUT SECTION.
00040  FILE-CONTROL.
00041      SELECT HOMEOWNER-MAST  ASSIGN TO UT-S-HOMASTER.
00042      SELECT HOMEOWNER-MAST2 ASSIGN TO UT-S-HOMSTOUT.
00043      SELECT PCLGEN-FILE     ASSIGN TO DA-PCLGEN
00044        ORGANIZATION IS INDEXED
00045        ACCESS IS DYNAMIC
00046        RECORD KEY IS GN-KEY
00047        FILE STATUS IS GEN-STATUS.
00048      SELECT EVENT-SORT      ASSIGN TO UT-S-SORTWK1.
00049      SELECT HO-SORT         ASSIGN TO UT-S-SORTWK2.
00050      SELECT PRINT-FILE      ASSIGN TO UT-S-PRINT.
00051      SELECT EXCEPT-FILE     ASSIGN TO UT-S-EXCEPT.
00052      SKIP2
00053  DATA DIVISION.
00054  FILE SECTION.
00055      SKIP1
00056  FD  HOMEOWNER-MAST
00057      BLOCK  CONTAINS 0 RECORDS
00058      RECORD CONTAINS 140 CHARACTERS
00059      RECORDING MODE IS F
00060      LABEL  RECORDS ARE STANDARD
00061      DATA RECORD IS HO-IN-REC.
00062  01  HO-IN-REC               PIC X(140).
00063      SKIP2
00064  FD  HOMEOWNER-MAST2
00065      BLOCK  CONTAINS 0 RECORDS
00066      RECORD CONTAINS 140 CHARACTERS
00067      RECORDING MODE IS F
00068      LABEL  RECORDS ARE STANDARD
00069      DATA RECORD IS HO-OUT-REC.
00070  01  HO-OUT-REC              PIC X(140).
00071      SKIP2
00072  FD  PCLGEN-FILE
00073      RECORD CONTAINS 60 CHARACTERS
00074      LABEL RECORDS ARE STANDARD.
00075      SKIP1
00076  01  PCLGEN-REC.
00077  COPY ASPCLGENR1.
00078      SKIP2
00079  SD  EVENT-SORT
00080      DATA RECORD IS EVENT-SORT-REC.
00081  01  EVENT-SORT-REC.
00082      05  ES-PARENT           PIC 9(15).
00083      05  ES-CHILD            PIC 9(15).
00084      05  ES-ACTION           PIC X.
00085      05  ES-PRORATE          PIC 9V9(6).
00086      SKIP2
00087  SD  HO-SORT
00088      DATA RECORD IS HO-SORT-REC.
00089  01  HO-SORT-REC.
00090      05  HS-VOL              PIC 9(3)     COMP-3.
00091      05  HS-PROP             PIC 9(15)    COMP-3.
00092      05  FILLER              PIC X(130).
00093      SKIP2
00094  FD  PRINT-FILE
00095      BLOCK  CONTAINS 0 RECORDS
00096      RECORD CONTAINS 133 CHARACTERS
00097      RECORDING MODE IS F
00098      LABEL  RECORDS ARE STANDARD.
00099      SKIP1
00100  01  PRINT-REC               PIC X(133).
00101      SKIP2
00102  FD  EXCEPT-FILE
00103      BLOCK  CONTAINS 0 RECORDS
00104      RECORD CONTAINS 133 CHARACTERS
00105      RECORDING MODE IS F
00106      LABEL  RECORDS ARE STANDARD.
00107      SKIP1
00108  01  EXCEPT-REC              PIC X(133).
00109      SKIP2
00110  WORKING-STORAGE SECTION.
00111      SKIP1
00112  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00113  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00114  77  EX-PAGE-CNT       COMP-3  PIC S9(5)  VALUE +0.
00115  77  EX-LINE-CNT       COMP-3  PIC S9(3)  VALUE +58.
00116      SKIP1
00117  77  GEN-EOF-SW                PIC X      VALUE 'N'.
00118      88  END-OF-GEN-FILE                  VALUE 'Y'.
00119  77  MAST-EOF-SW               PIC X      VALUE 'N'.
00120      88  END-OF-MAST-FILE                 VALUE 'Y'.
00121  77  FIRST-MAST-REC-SW         PIC X      VALUE 'Y'.
00122  77  VINTAGE-SW                PIC X      VALUE 'N'.
00123      88  VINTAGE-PRESENT                  VALUE 'Y'.
00124  77  SORT-EOF-SW               PIC X      VALUE 'N'.
00125      88  END-OF-SORT-FILE                 VALUE 'Y'.
00126  77  GROUP-END-SW              PIC X      VALUE 'N'.
00127  77  FOUND-SW                  PIC X      VALUE 'N'.
00128      88  ENTRY-FOUND                      VALUE 'Y'.
00129      SKIP1
00130  77  GEN-STATUS                PIC XX     VALUE '00'.
00131      SKIP1
00132  77  GEN-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00133  77  EVT-SELECTED-CNT  COMP-3  PIC S9(7)  VALUE +0.
00134  77  MAST-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00135  77  MAST-OUT-CNT      COMP-3  PIC S9(7)  VALUE +0.
00136  77  PARENT-HO-CNT     COMP-3  PIC S9(7)  VALUE +0.
00137  77  PARENT-NO-HO-CNT  COMP-3  PIC S9(7)  VALUE +0.
00138  77  PARENT-MOVED-CNT  COMP-3  PIC S9(7)  VALUE +0.
00139  77  SUCCESSOR-CNT     COMP-3  PIC S9(7)  VALUE +0.
00140  77  EXCEPTION-CNT     COMP-3  PIC S9(7)  VALUE +0.
00141      SKIP1
00142  77  EVT-CNT                   PIC S9(4)  VALUE +0     BINARY.
00143  77  CHD-CNT                   PIC S9(4)  VALUE +0     BINARY.
00144  77  PH-CNT                    PIC S9(4)  VALUE +0     BINARY.
00145  77  E-SUB                     PIC S9(4)  VALUE +0     BINARY.
00146  77  G-SUB                     PIC S9(4)  VALUE +0     BINARY.
00147  77  G-FIRST                   PIC S9(4)  VALUE +0     BINARY.
00148  77  G-LAST                    PIC S9(4)  VALUE +0     BINARY.
00149  77  S-SUB                     PIC S9(4)  VALUE +0     BINARY.
00150  77  W-HO-PARENTS              PIC S9(4)  VALUE +0     BINARY.
00151      SKIP1
00152  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00153  77  W-HOLD-PARENT             PIC 9(15)  VALUE ZEROS.
00154  77  W-SEARCH-PROP             PIC 9(15)  VALUE ZEROS.
00155  77  W-ACTION                  PIC X      VALUE SPACE.
00156  77  W-REASON                  PIC X(40)  VALUE SPACES.
00157  77  W-PARENT-PRORATE          PIC 9V9(6) VALUE ZEROS.
00158  77  W-PARENT-COOPQTY  COMP-3  PIC S9(7)  VALUE +0.
00159  77  W-COOP-ALLOC      COMP-3  PIC S9(7)  VALUE +0.
00160  77  W-COOPQTY         COMP-3  PIC S9(7)  VALUE +0.
00161      SKIP1
00162  01  CYCLK-AREA.
00163  COPY DPCYCLKR1.
00164      SKIP1
00165  01  VINTAGE-HEADER.
00166  COPY DPVINTHR01.
00167      SKIP1
00168  01  HO-REC.
00169  COPY HOMOWNRD01.
00170      SKIP1
00171 *    THE CYCLE'S GENEALOGY EVENTS IN PARENT ORDER.  ET-HO-SUB
00172 *    POINTS TO THE PARENT'S HOMEOWNER RECORD IN PARENT-HO-TABLE,
00173 *    ZERO WHEN THE PARENT HAS NO HOMEOWNER RECORD.
00174  01  EVENT-TABLE.
00175      05  EVT-ENTRY OCCURS 1 TO 5000 TIMES
00176                    DEPENDING ON EVT-CNT
00177                    ASCENDING KEY IS ET-PARENT ET-CHILD
00178                    INDEXED BY ET-IX.
00179          10  ET-PARENT       PIC 9(15).
00180          10  ET-CHILD        PIC 9(15).
00181          10  ET-ACTION       PIC X.
00182          10  ET-PRORATE      PIC 9V9(6).
00183          10  ET-HO-SUB       PIC S9(4)  BINARY.
00184      SKIP1
00185 *    THE SAME EVENTS IN CHILD ORDER (THE GENEALOGY MASTER'S OWN
00186 *    KEY ORDER), FLAGGING SUCCESSORS THAT ALREADY CARRY THEIR OWN
00187 *    HOMEOWNER RECORD.
00188  01  CHILD-TABLE.
00189      05  CHD-ENTRY OCCURS 1 TO 5000 TIMES
00190                    DEPENDING ON CHD-CNT
00191                    ASCENDING KEY IS CT-CHILD
00192                    INDEXED BY CT-IX.
00193          10  CT-CHILD        PIC 9(15).
00194          10  CT-HAS-HO       PIC X.
00195      SKIP1
00196  01  PARENT-HO-TABLE.
00197      05  PH-ENTRY OCCURS 2000 TIMES.
00198          10  PH-REC          PIC X(140).
00199      SKIP1
00200  01  ACPT-DATE                  PIC 9(6).
00201  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00202      05  ACPT-YR                PIC 99.
00203      05  ACPT-MO                PIC 99.
00204      05  ACPT-DA                PIC 99.
00205  01  DSP-DATE.
00206      05  DSP-MO                 PIC 99.
00207      05  FILLER                 PIC X      VALUE '/'.
00208      05  DSP-DA                 PIC 99.
00209      05  FILLER                 PIC X      VALUE '/'.
00210      05  DSP-YR                 PIC 99.
00211      SKIP1
00212  01  HEAD-A.
00213      05  FILLER          PIC X(3)   VALUE SPACES.
00214      05  HD-DATE         PIC X(8).
00215      05  FILLER          PIC X(44)  VALUE SPACES.
00216      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00217      05  FILLER          PIC X(44)  VALUE SPACES.
00218      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00219      05  HD-PAGE         PIC ZZ,ZZ9.
00220      SKIP1
00221  01  HEAD-B.
00222      05  FILLER          PIC X(3)   VALUE SPACES.
00223      05  FILLER          PIC X(8)   VALUE 'ASHMA863'.
00224      05  FILLER          PIC X(18)  VALUE SPACES.
00225      05  HD-TITLE        PIC X(56).
00226      05  FILLER          PIC X(9)   VALUE 'TAX YEAR '.
00227      05  HD-TAX-YEAR     PIC 9(4).
00228      SKIP1
00229  01  HEAD-C.
00230      05  FILLER          PIC X(3)   VALUE SPACES.
00231      05  FILLER          PIC X(4)   VALUE 'ACT'.
00232      05  FILLER          PIC X(17)  VALUE 'PARENT'.
00233      05  FILLER          PIC X(17)  VALUE 'SUCCESSOR'.
00234      05  FILLER          PIC X(5)   VALUE 'VOL'.
00235      05  FILLER          PIC X(10)  VALUE 'SHARE'.
00236      05  FILLER          PIC X(20)  VALUE 'PRORATE OLD/NEW'.
00237      05  FILLER          PIC X(18)  VALUE 'COOP QTY OLD/NEW'.
00238      05  FILLER          PIC X(10)  VALUE 'STAT YEAR'.
00239      SKIP1
00240  01  HEAD-X.
00241      05  FILLER          PIC X(3)   VALUE SPACES.
00242      05  FILLER          PIC X(4)   VALUE 'ACT'.
00243      05  FILLER          PIC X(17)  VALUE 'PARENT'.
00244      05  FILLER          PIC X(17)  VALUE 'SUCCESSOR'.
00245      05  FILLER          PIC X(5)   VALUE 'VOL'.
00246      05  FILLER          PIC X(10)  VALUE 'SHARE'.
00247      05  FILLER          PIC X(6)   VALUE 'REASON'.
00248      SKIP1
00249  01  CARRY-LINE.
00250      05  FILLER          PIC X(3)   VALUE SPACES.
00251      05  CL-ACTION       PIC X.
00252      05  FILLER          PIC X(3)   VALUE SPACES.
00253      05  CL-PARENT       PIC 9(15).
00254      05  FILLER          PIC X(2)   VALUE SPACES.
00255      05  CL-CHILD        PIC 9(15).
00256      05  FILLER          PIC X(2)   VALUE SPACES.
00257      05  CL-VOL          PIC 999.
00258      05  FILLER          PIC X(2)   VALUE SPACES.
00259      05  CL-SHARE        PIC 9.9(6).
00260      05  FILLER          PIC X(2)   VALUE SPACES.
00261      05  CL-OLD-PRORATE  PIC 9.9(6).
00262      05  FILLER          PIC X(1)   VALUE '/'.
00263      05  CL-NEW-PRORATE  PIC 9.9(6).
00264      05  FILLER          PIC X(2)   VALUE SPACES.
00265      05  CL-OLD-COOP     PIC ZZZZ9.
00266      05  FILLER          PIC X(1)   VALUE '/'.
00267      05  CL-NEW-COOP     PIC ZZZZ9.
00268      05  FILLER          PIC X(4)   VALUE SPACES.
00269      05  CL-STAT1        PIC 9.
00270      05  CL-STAT2        PIC 9.
00271      05  FILLER          PIC X(2)   VALUE SPACES.
00272      05  CL-YRAPPL       PIC 9(4).
00273      SKIP1
00274  01  EXCEPT-LINE.
00275      05  FILLER          PIC X(3)   VALUE SPACES.
00276      05  XL-ACTION       PIC X.
00277      05  FILLER          PIC X(3)   VALUE SPACES.
00278      05  XL-PARENT       PIC 9(15).
00279      05  FILLER          PIC X(2)   VALUE SPACES.
00280      05  XL-CHILD        PIC 9(15).
00281      05  FILLER          PIC X(2)   VALUE SPACES.
00282      05  XL-VOL          PIC 999.
00283      05  FILLER          PIC X(2)   VALUE SPACES.
00284      05  XL-SHARE        PIC 9.9(6).
00285      05  FILLER          PIC X(2)   VALUE SPACES.
00286      05  XL-REASON       PIC X(40).
00287      EJECT
00288  PROCEDURE DIVISION.
00289      SKIP1
00290  A010-HOUSEKEEPING.
00291      MOVE 'ASHMA863' TO CK-CALLER.
00292      MOVE SPACES TO CK-CARD-YEAR.
00293      CALL 'DPRUN004' USING CYCLK-AREA.
00294      MOVE CK-TAX-YEAR TO W-TAX-YEAR HD-TAX-YEAR.
00295      OPEN INPUT  PCLGEN-FILE
00296           OUTPUT PRINT-FILE, EXCEPT-FILE.
00297      IF GEN-STATUS NOT EQUAL '00'
00298          DISPLAY 'ASHMA863 -- GENEALOGY MASTER OPEN FAILED, '
00299              'STATUS ' GEN-STATUS
00300          MOVE 16 TO RETURN-CODE
00301          CLOSE PRINT-FILE, EXCEPT-FILE
00302          STOP RUN.
00303      ACCEPT ACPT-DATE FROM DATE.
00304      MOVE ACPT-MO TO DSP-MO.
00305      MOVE ACPT-DA TO DSP-DA.
00306      MOVE ACPT-YR TO DSP-YR.
00307      MOVE DSP-DATE TO HD-DATE.
00308      SORT EVENT-SORT
00309          ON ASCENDING KEY ES-PARENT ES-CHILD
00310          INPUT PROCEDURE IS B000-SELECT-EVENTS
00311              THRU B999-EXIT
00312          OUTPUT PROCEDURE IS C000-LOAD-EVENTS
00313              THRU C999-EXIT.
00314      CLOSE PCLGEN-FILE.
00315      SORT HO-SORT
00316          ON ASCENDING KEY HS-VOL HS-PROP
00317          INPUT PROCEDURE IS D000-CARRY-FORWARD
00318              THRU D999-EXIT
00319          OUTPUT PROCEDURE IS E000-WRITE-MASTER
00320              THRU E999-EXIT.
00321      IF SORT-RETURN NOT EQUAL ZERO
00322          DISPLAY 'ASHMA863 -- SORT FAILED, SORT-RETURN = '
00323              SORT-RETURN
00324          MOVE 16 TO RETURN-CODE.
00325      DISPLAY 'TOTAL GENEALOGY RECORDS READ.........: '
00326          GEN-IN-CNT.
00327      DISPLAY 'TOTAL EVENTS FOR THE TAX YEAR........: '
00328          EVT-SELECTED-CNT.
00329      DISPLAY 'TOTAL HOMEOWNER RECORDS READ.........: '
00330          MAST-IN-CNT.
00331      DISPLAY 'TOTAL HOMEOWNER RECORDS WRITTEN......: '
00332          MAST-OUT-CNT.
00333      DISPLAY 'TOTAL PARENTS WITH AN EXEMPTION......: '
00334          PARENT-HO-CNT.
00335      DISPLAY 'TOTAL PARENTS WITH NO EXEMPTION......: '
00336          PARENT-NO-HO-CNT.
00337      DISPLAY 'TOTAL PARENTS CARRIED FORWARD........: '
00338          PARENT-MOVED-CNT.
00339      DISPLAY 'TOTAL SUCCESSOR RECORDS WRITTEN......: '
00340          SUCCESSOR-CNT.
00341      DISPLAY 'TOTAL PARCELS ON EXCEPTION LIST......: '
00342          EXCEPTION-CNT.
00343      IF EXCEPTION-CNT GREATER THAN +0
00344       AND RETURN-CODE LESS THAN 4
00345          MOVE 4 TO RETURN-CODE.
00346      CLOSE PRINT-FILE, EXCEPT-FILE.
00347      STOP RUN.
00348      SKIP2
00349  B000-SELECT-EVENTS.
00350      MOVE LOW-VALUES TO GN-KEY.
00351      START PCLGEN-FILE KEY NOT LESS THAN GN-KEY.
00352      IF GEN-STATUS NOT EQUAL '00'
00353          GO TO B999-EXIT.
00354      PERFORM B030-READ-GENEALOGY THRU B030-EXIT.
00355      PERFORM B020-SELECT THRU B020-EXIT
00356          UNTIL END-OF-GEN-FILE.
00357      GO TO B999-EXIT.
00358      SKIP1
00359  B020-SELECT.
00360      IF GN-EFF-YEAR NOT EQUAL W-TAX-YEAR
00361          OR NOT GN-VALID-ACTION
00362          GO TO B020-READ.
00363      IF EVT-SELECTED-CNT NOT LESS THAN +5000
00364          DISPLAY 'ASHMA863 -- MORE THAN 5000 GENEALOGY EVENTS '
00365              'FOR TAX YEAR ' W-TAX-YEAR ' -- RUN STOPPED'
00366          MOVE 16 TO RETURN-CODE
00367          STOP RUN.
0367A      IF CHD-CNT GREATER THAN ZERO
0367B          IF CT-CHILD (CHD-CNT) EQUAL GN-CHILD
0367C              GO TO B020-RELEASE.
00368      ADD +1 TO CHD-CNT.
00369      MOVE GN-CHILD TO CT-CHILD (CHD-CNT).
00370      MOVE 'N'      TO CT-HAS-HO (CHD-CNT).
0370A *    A CONSOLIDATED CHILD IS TABLED ONCE; EACH OF ITS PARENTS
0370B *    STILL GOES TO THE EVENT SORT.
0370C  B020-RELEASE.
00371      MOVE GN-PARENT TO ES-PARENT.
00372      MOVE GN-CHILD  TO ES-CHILD.
00373      MOVE GN-ACTION TO ES-ACTION.
00374      IF GN-PRORATE NUMERIC
00375          MOVE GN-PRORATE TO ES-PRORATE
00376      ELSE
00377          MOVE ZERO TO ES-PRORATE.
00378      RELEASE EVENT-SORT-REC.
00379      ADD +1 TO EVT-SELECTED-CNT.
00380  B020-READ.
00381      PERFORM B030-READ-GENEALOGY THRU B030-EXIT.
00382  B020-EXIT. EXIT.
00383      SKIP1
00384  B030-READ-GENEALOGY.
00385      READ PCLGEN-FILE NEXT RECORD AT END
00386          MOVE 'Y' TO GEN-EOF-SW.
00387      IF NOT END-OF-GEN-FILE
00388          ADD +1 TO GEN-IN-CNT.
00389  B030-EXIT. EXIT.
00390  B999-EXIT. EXIT.
00391      SKIP2
00392  C000-LOAD-EVENTS.
00393      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00394      PERFORM C020-LOAD THRU C020-EXIT
00395          UNTIL END-OF-SORT-FILE.
00396      GO TO C999-EXIT.
00397      SKIP1
00398  C020-LOAD.
00399      ADD +1 TO EVT-CNT.
00400      MOVE ES-PARENT  TO ET-PARENT (EVT-CNT).
00401      MOVE ES-CHILD   TO ET-CHILD (EVT-CNT).
00402      MOVE ES-ACTION  TO ET-ACTION (EVT-CNT).
00403      MOVE ES-PRORATE TO ET-PRORATE (EVT-CNT).
00404      MOVE ZERO       TO ET-HO-SUB (EVT-CNT).
00405      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00406  C020-EXIT. EXIT.
00407      SKIP1
00408  C030-RETURN-SORT.
00409      RETURN EVENT-SORT AT END
00410          MOVE 'Y' TO SORT-EOF-SW.
00411  C030-EXIT. EXIT.
00412  C999-EXIT. EXIT.
00413      SKIP2
00414  D000-CARRY-FORWARD.
00415      OPEN INPUT HOMEOWNER-MAST.
00416      PERFORM D030-READ-MAST THRU D030-EXIT.
00417      PERFORM D020-MATCH THRU D020-EXIT
00418          UNTIL END-OF-MAST-FILE.
00419      CLOSE HOMEOWNER-MAST.
00420      IF LINE-CNT GREATER THAN +57
00421          PERFORM B100-HEADING THRU B100-EXIT.
00422      MOVE +1 TO E-SUB.
00423      PERFORM D100-PROCESS-PARENT THRU D100-EXIT
00424          UNTIL E-SUB GREATER THAN EVT-CNT.
00425      GO TO D999-EXIT.
00426      SKIP1
00427 *    A SUCCESSOR THAT ALREADY HAS A HOMEOWNER RECORD IS FLAGGED;
00428 *    A PARENT'S RECORD IS HELD BACK FOR THE CARRY-FORWARD AND
00429 *    EVERY OTHER RECORD GOES STRAIGHT TO THE NEW MASTER.
00430  D020-MATCH.
00431      MOVE HO-PROP TO W-SEARCH-PROP.
00432      IF CHD-CNT GREATER THAN ZERO
00433          PERFORM D040-FIND-CHILD THRU D040-EXIT
00434          IF ENTRY-FOUND
00435              MOVE 'Y' TO CT-HAS-HO (CT-IX).
00436      MOVE 'N' TO FOUND-SW.
00437      IF EVT-CNT GREATER THAN ZERO
00438          PERFORM D050-FIND-PARENT THRU D050-EXIT.
00439      IF NOT ENTRY-FOUND
00440          GO TO D020-RELEASE.
00441      IF PH-CNT NOT LESS THAN +2000
00442          DISPLAY 'ASHMA863 -- MORE THAN 2000 EXEMPT PARENTS, '
00443              'PARENT ' HO-PROP ' LEFT UNCHANGED'
00444          GO TO D020-RELEASE.
00445      ADD +1 TO PH-CNT.
00446      MOVE HO-REC TO PH-REC (PH-CNT).
00447      PERFORM D060-MARK-GROUP THRU D060-EXIT.
00448      GO TO D020-READ.
00449  D020-RELEASE.
00450      RELEASE HO-SORT-REC FROM HO-REC.
00451  D020-READ.
00452      PERFORM D030-READ-MAST THRU D030-EXIT.
00453  D020-EXIT. EXIT.
00454      SKIP1
00455  D030-READ-MAST.
00456      READ HOMEOWNER-MAST INTO HO-REC AT END
00457          MOVE 'Y' TO MAST-EOF-SW.
00458      IF NOT END-OF-MAST-FILE
00459       AND FIRST-MAST-REC-SW EQUAL 'Y'
00460          MOVE 'N' TO FIRST-MAST-REC-SW
00461          IF HO-REC (1:8) EQUAL '*VINTAGE'
00462              DISPLAY 'ASHMA863 - VINTAGE HDR PASSED THRU'
00463              MOVE HO-REC (1:80) TO VINTAGE-HEADER
00464              MOVE 'ASHMA863'    TO VH-PROGRAM-ID
00465              IF VH-SEQUENCE NUMERIC
00466                  ADD 1           TO VH-SEQUENCE
00467              ELSE
00468                  MOVE 1          TO VH-SEQUENCE
00469              END-IF
00470              MOVE 'Y' TO VINTAGE-SW
00471              GO TO D030-READ-MAST.
00472      IF NOT END-OF-MAST-FILE
00473          ADD +1 TO MAST-IN-CNT.
00474  D030-EXIT. EXIT.
00475      SKIP1
00476  D040-FIND-CHILD.
00477      MOVE 'N' TO FOUND-SW.
00478      SEARCH ALL CHD-ENTRY
00479          WHEN CT-CHILD (CT-IX) EQUAL W-SEARCH-PROP
00480              MOVE 'Y' TO FOUND-SW.
00481  D040-EXIT. EXIT.
00482      SKIP1
00483  D050-FIND-PARENT.
00484      MOVE 'N' TO FOUND-SW.
00485      SEARCH ALL EVT-ENTRY
00486          WHEN ET-PARENT (ET-IX) EQUAL W-SEARCH-PROP
00487              MOVE 'Y' TO FOUND-SW.
00488  D050-EXIT. EXIT.
00489      SKIP1
00490 *    THE SEARCH LANDS ANYWHERE IN THE PARENT'S GROUP; BACK UP TO
00491 *    ITS FIRST EVENT AND POINT EVERY EVENT OF THE GROUP AT THE
00492 *    HELD RECORD.
00493  D060-MARK-GROUP.
00494      SET G-FIRST TO ET-IX.
00495      MOVE W-SEARCH-PROP TO W-HOLD-PARENT.
00496      MOVE 'N' TO GROUP-END-SW.
00497      PERFORM D065-BACK-UP THRU D065-EXIT
00498          UNTIL GROUP-END-SW EQUAL 'Y'.
00499      PERFORM D110-FIND-GROUP-END THRU D110-EXIT.
00500      PERFORM D068-SET-HO-SUB THRU D068-EXIT
00501          VARYING G-SUB FROM G-FIRST BY +1
00502          UNTIL G-SUB GREATER THAN G-LAST.
00503  D060-EXIT. EXIT.
00504      SKIP1
00505  D065-BACK-UP.
00506      MOVE 'Y' TO GROUP-END-SW.
00507      IF G-FIRST GREATER THAN +1
00508          IF ET-PARENT (G-FIRST - 1) EQUAL W-HOLD-PARENT
00509              SUBTRACT 1 FROM G-FIRST
00510              MOVE 'N' TO GROUP-END-SW.
00511  D065-EXIT. EXIT.
00512      SKIP1
00513  D068-SET-HO-SUB.
00514      MOVE PH-CNT TO ET-HO-SUB (G-SUB).
00515  D068-EXIT. EXIT.
00516      SKIP1
00517  D100-PROCESS-PARENT.
00518      MOVE E-SUB TO G-FIRST.
00519      MOVE ET-PARENT (E-SUB) TO W-HOLD-PARENT.
00520      PERFORM D110-FIND-GROUP-END THRU D110-EXIT.
00521      COMPUTE E-SUB = G-LAST + 1.
00522      IF ET-HO-SUB (G-FIRST) EQUAL ZERO
00523          ADD +1 TO PARENT-NO-HO-CNT
00524          GO TO D100-EXIT.
00525      ADD +1 TO PARENT-HO-CNT.
00526      MOVE PH-REC (ET-HO-SUB (G-FIRST)) TO HO-REC.
00527      MOVE ET-ACTION (G-FIRST) TO W-ACTION.
00528      MOVE SPACES TO W-REASON.
00529      PERFORM D120-CHECK-SUCCESSOR THRU D120-EXIT
00530          VARYING G-SUB FROM G-FIRST BY +1
00531          UNTIL G-SUB GREATER THAN G-LAST.
00532      IF W-REASON EQUAL SPACES
00533       AND W-ACTION NOT EQUAL 'D'
00534       AND G-LAST GREATER THAN G-FIRST
00535          MOVE 'MORE THAN ONE SUCCESSOR' TO W-REASON.
00536      IF W-REASON EQUAL SPACES
00537       AND W-ACTION EQUAL 'C'
00538          PERFORM D130-COUNT-EXEMPT-PARENTS THRU D130-EXIT.
00539      IF W-REASON NOT EQUAL SPACES
00540          PERFORM D150-EXCEPTION THRU D150-EXIT
00541          GO TO D100-EXIT.
00542      ADD +1 TO PARENT-MOVED-CNT.
00543      MOVE HO-PRORATE TO W-PARENT-PRORATE.
00544      MOVE HO-COOPQTY TO W-PARENT-COOPQTY.
00545      MOVE ZERO       TO W-COOP-ALLOC.
00546      PERFORM D140-CARRY-SUCCESSOR THRU D140-EXIT
00547          VARYING G-SUB FROM G-FIRST BY +1
00548          UNTIL G-SUB GREATER THAN G-LAST.
00549  D100-EXIT. EXIT.
00550      SKIP1
00551  D110-FIND-GROUP-END.
00552      MOVE G-FIRST TO G-LAST.
00553      MOVE 'N' TO GROUP-END-SW.
00554      PERFORM D115-STEP-GROUP THRU D115-EXIT
00555          UNTIL GROUP-END-SW EQUAL 'Y'.
00556  D110-EXIT. EXIT.
00557      SKIP1
00558  D115-STEP-GROUP.
00559      MOVE 'Y' TO GROUP-END-SW.
00560      IF G-LAST LESS THAN EVT-CNT
00561          IF ET-PARENT (G-LAST + 1) EQUAL W-HOLD-PARENT
00562              ADD +1 TO G-LAST
00563              MOVE 'N' TO GROUP-END-SW.
00564  D115-EXIT. EXIT.
00565      SKIP1
00566  D120-CHECK-SUCCESSOR.
00567      IF W-REASON NOT EQUAL SPACES
00568          GO TO D120-EXIT.
00569      IF ET-ACTION (G-SUB) NOT EQUAL W-ACTION
00570          MOVE 'MIXED GENEALOGY ACTIONS FOR THE PARENT'
00571              TO W-REASON
00572          GO TO D120-EXIT.
00573      IF W-ACTION EQUAL 'D'
00574       AND ET-PRORATE (G-SUB) EQUAL ZERO
00575          MOVE 'NO PRORATION SHARE ON THE DIVISION'
00576              TO W-REASON
00577          GO TO D120-EXIT.
00578      MOVE ET-CHILD (G-SUB) TO W-SEARCH-PROP.
00579      PERFORM D040-FIND-CHILD THRU D040-EXIT.
00580      IF ENTRY-FOUND
00581       AND CT-HAS-HO (CT-IX) EQUAL 'Y'
00582          MOVE 'SUCCESSOR ALREADY HAS AN EXEMPTION'
00583              TO W-REASON.
00584  D120-EXIT. EXIT.
00585      SKIP1
00586 *    A CONSOLIDATION CAN ONLY BE CARRIED WHEN THIS PARENT IS THE
00587 *    ONLY EXEMPT PARCEL GOING INTO THE NEW PROPERTY NUMBER.
00588  D130-COUNT-EXEMPT-PARENTS.
00589      MOVE ZERO TO W-HO-PARENTS.
00590      PERFORM D135-COUNT-ONE THRU D135-EXIT
00591          VARYING S-SUB FROM +1 BY +1
00592          UNTIL S-SUB GREATER THAN EVT-CNT.
00593      IF W-HO-PARENTS GREATER THAN +1
00594          MOVE 'CONSOLIDATION OF MORE THAN ONE EXEMPT PARCEL'
00595              TO W-REASON.
00596  D130-EXIT. EXIT.
00597      SKIP1
00598  D135-COUNT-ONE.
00599      IF ET-CHILD (S-SUB) EQUAL ET-CHILD (G-FIRST)
00600       AND ET-HO-SUB (S-SUB) GREATER THAN ZERO
00601          ADD +1 TO W-HO-PARENTS.
00602  D135-EXIT. EXIT.
00603      SKIP1
00604  D140-CARRY-SUCCESSOR.
00605      MOVE PH-REC (ET-HO-SUB (G-FIRST)) TO HO-REC.
00606      MOVE ET-CHILD (G-SUB) TO HO-PROP.
00607      IF ET-PRORATE (G-SUB) GREATER THAN ZERO
00608       AND ET-PRORATE (G-SUB) LESS THAN 1
00609          IF W-PARENT-PRORATE GREATER THAN ZERO
00610              COMPUTE HO-PRORATE ROUNDED =
00611                  W-PARENT-PRORATE * ET-PRORATE (G-SUB)
00612          ELSE
00613              MOVE ET-PRORATE (G-SUB) TO HO-PRORATE.
00614      IF W-ACTION EQUAL 'D'
00615          IF G-SUB EQUAL G-LAST
00616              COMPUTE W-COOPQTY = W-PARENT-COOPQTY - W-COOP-ALLOC
00617              IF W-COOPQTY LESS THAN ZERO
00618                  MOVE ZERO TO W-COOPQTY
00619              END-IF
00620          ELSE
00621              COMPUTE W-COOPQTY ROUNDED =
00622                  W-PARENT-COOPQTY * ET-PRORATE (G-SUB)
00623          END-IF
00624          ADD W-COOPQTY TO W-COOP-ALLOC
00625          MOVE W-COOPQTY TO HO-COOPQTY.
00626      RELEASE HO-SORT-REC FROM HO-REC.
00627      ADD +1 TO SUCCESSOR-CNT.
00628      IF LINE-CNT GREATER THAN +57
00629          PERFORM B100-HEADING THRU B100-EXIT.
00630      MOVE W-ACTION            TO CL-ACTION.
00631      MOVE W-HOLD-PARENT       TO CL-PARENT.
00632      MOVE ET-CHILD (G-SUB)    TO CL-CHILD.
00633      MOVE HO-VOL              TO CL-VOL.
00634      MOVE ET-PRORATE (G-SUB)  TO CL-SHARE.
00635      MOVE W-PARENT-PRORATE    TO CL-OLD-PRORATE.
00636      MOVE HO-PRORATE          TO CL-NEW-PRORATE.
00637      MOVE W-PARENT-COOPQTY    TO CL-OLD-COOP.
00638      MOVE HO-COOPQTY          TO CL-NEW-COOP.
00639      MOVE HO-STAT1            TO CL-STAT1.
00640      MOVE HO-STAT2            TO CL-STAT2.
00641      MOVE HO-YRAPPL           TO CL-YRAPPL.
00642      WRITE PRINT-REC FROM CARRY-LINE AFTER ADVANCING 1.
00643      ADD +1 TO LINE-CNT.
00644  D140-EXIT. EXIT.
00645      SKIP1
00646 *    NO AUTOMATIC DECISION -- THE PARENT RECORD STAYS ON THE
00647 *    MASTER AS IT WAS AND EVERY SUCCESSOR IS LISTED FOR REVIEW.
00648  D150-EXCEPTION.
00649      ADD +1 TO EXCEPTION-CNT.
00650      RELEASE HO-SORT-REC FROM HO-REC.
00651      PERFORM D155-LIST-EXCEPTION THRU D155-EXIT
00652          VARYING G-SUB FROM G-FIRST BY +1
00653          UNTIL G-SUB GREATER THAN G-LAST.
00654  D150-EXIT. EXIT.
00655      SKIP1
00656  D155-LIST-EXCEPTION.
00657      IF EX-LINE-CNT GREATER THAN +57
00658          PERFORM B110-EXCEPT-HEADING THRU B110-EXIT.
00659      MOVE ET-ACTION (G-SUB)   TO XL-ACTION.
00660      MOVE W-HOLD-PARENT       TO XL-PARENT.
00661      MOVE ET-CHILD (G-SUB)    TO XL-CHILD.
00662      MOVE HO-VOL              TO XL-VOL.
00663      MOVE ET-PRORATE (G-SUB)  TO XL-SHARE.
00664      MOVE W-REASON            TO XL-REASON.
00665      WRITE EXCEPT-REC FROM EXCEPT-LINE AFTER ADVANCING 1.
00666      ADD +1 TO EX-LINE-CNT.
00667  D155-EXIT. EXIT.
00668  D999-EXIT. EXIT.
00669      SKIP2
00670  E000-WRITE-MASTER.
00671      OPEN OUTPUT HOMEOWNER-MAST2.
00672      IF VINTAGE-PRESENT
00673          MOVE SPACES         TO HO-OUT-REC
00674          MOVE VINTAGE-HEADER TO HO-OUT-REC (1:80)
00675          WRITE HO-OUT-REC.
00676      MOVE 'N' TO SORT-EOF-SW.
00677      PERFORM E030-RETURN-SORT THRU E030-EXIT.
00678      PERFORM E020-WRITE THRU E020-EXIT
00679          UNTIL END-OF-SORT-FILE.
00680      CLOSE HOMEOWNER-MAST2.
00681      GO TO E999-EXIT.
00682      SKIP1
00683  E020-WRITE.
00684      WRITE HO-OUT-REC FROM HO-SORT-REC.
00685      ADD +1 TO MAST-OUT-CNT.
00686      PERFORM E030-RETURN-SORT THRU E030-EXIT.
00687  E020-EXIT. EXIT.
00688      SKIP1
00689  E030-RETURN-SORT.
00690      RETURN HO-SORT AT END
00691          MOVE 'Y' TO SORT-EOF-SW.
00692  E030-EXIT. EXIT.
00693  E999-EXIT. EXIT.
00694      SKIP2
00695  B100-HEADING.
00696      ADD +1 TO PAGE-CNT.
00697      MOVE PAGE-CNT TO HD-PAGE.
00698      MOVE 'HOMEOWNER EXEMPTION CARRY-FORWARD LISTING'
00699          TO HD-TITLE.
00700      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00701      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00702      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00703      MOVE +6 TO LINE-CNT.
00704  B100-EXIT. EXIT.
00705      SKIP1
00706  B110-EXCEPT-HEADING.
00707      ADD +1 TO EX-PAGE-CNT.
00708      MOVE EX-PAGE-CNT TO HD-PAGE.
00709      MOVE 'HOMEOWNER CARRY-FORWARD EXCEPTIONS -- REKEY BY HAND'
00710          TO HD-TITLE.
00711      WRITE EXCEPT-REC FROM HEAD-A AFTER PAGE.
00712      WRITE EXCEPT-REC FROM HEAD-B AFTER ADVANCING 2.
00713      WRITE EXCEPT-REC FROM HEAD-X AFTER ADVANCING 2.
00714      MOVE +6 TO EX-LINE-CNT.
00715  B110-EXIT. EXIT.
