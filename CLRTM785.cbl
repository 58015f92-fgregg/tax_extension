00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLRTM785.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. APPLIES THE TAX CODE REASSIGNMENTS (CLTXRASR1) WRITTEN
00007 *         BY THE ORDINANCE INTAKE, CLRTM768, WHEN AN ANNEXATION OR
00008 *         DISCONNECTION LEFT A PARCEL WITH AN AGENCY COMBINATION
00009 *         ITS OLD TAX CODE DID NOT CARRY.  RUN IN THE NEXT CYCLE,
00010 *         BEFORE EXTENSION.  THE REASSIGNMENT FILE IS MATCHED BY
00011 *         VOLUME/PROPERTY AGAINST, IN TURN, THE PROPERTY MASTER
00012 *         (PROPMSRD01, CURRENT TAX TYPE RECORDS ONLY), THE
00013 *         EQUALIZED VALUATION FILE (EQVALRD01, CURRENT TAX TYPE)
00014 *         AND THE HOMEOWNER MASTER (HOMOWNRD01), ALL IN KEY
00015 *         SEQUENCE, AND PM-TXCD, EQ-TXCD AND HO-TXCD ARE MOVED
00016 *         FROM THE OLD CODE TO THE NEW ON THE OUTPUT COPY OF EACH.
00017 *         A RECORD ALREADY CARRYING THE NEW CODE IS LEFT AS IT IS
00018 *         (A RERUN); ONE CARRYING NEITHER CODE IS LISTED AND LEFT
00019 *         FOR THE TAX MAP OFFICE.  A PARCEL NOT ON THE PROPERTY
00020 *         MASTER IS LISTED; ONE NOT ON THE EQ FILE OR THE
00021 *         HOMEOWNER MASTER IS ONLY COUNTED, SINCE EXEMPT AND
00022 *         NON-HOMESTEAD PARCELS ARE NOT CARRIED THERE.  VINTAGE
00023 *         HEADERS ARE PASSED THROUGH WITH THIS PROGRAM STAMPED ON
00024 *         THEM.  RETURN CODE 4 WHEN ANYTHING IS LISTED.
00025      SKIP2
00026  ENVIRONMENT DIVISION.
00027  CONFIGURATION SECTION.
00028  SOURCE-COMPUTER. IBM-370.
00029  OBJECT-COMPUTER. IBM-370.
00030      SKIP1
00031  INPUT-OUTPUT SECTION.
00032  FILE-CONTROL.
00033      SELECT REASSIGN-FILE ASSIGN TO UT-S-TXREASGN.
00034      SELECT PROP-MASTER   ASSIGN TO UT-S-PROPMSTR.
00035      SELECT PROP-NEWMAST  ASSIGN TO UT-S-PROPMSTO.
00036      SELECT EQVAL-IN      ASSIGN TO UT-S-EQVALIN.
00037      SELECT EQVAL-OUT     ASSIGN TO UT-S-EQVALOUT.
00038      SELECT HOMEOWNER-MAST ASSIGN TO UT-S-MASTIN.
00039      SELECT NEW-HOMEOWNER-MAST ASSIGN TO UT-S-MASTOUT.
00040      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00041      SKIP2
00042  DATA DIVISION.
00043  FILE SECTION.
00044      SKIP1
00045  FD  REASSIGN-FILE
00046      BLOCK  CONTAINS 0 RECORDS
00047      RECORD CONTAINS 80 CHARACTERS
00048      RECORDING MODE IS F
00049      LABEL  RECORDS ARE STANDARD
00050      DATA RECORD IS REASSIGN-REC.
00051  01  REASSIGN-REC.
00052  COPY CLTXRASR1.
00053      SKIP2
00054  FD  PROP-MASTER
00055      BLOCK  CONTAINS 0 CHARACTERS
00056      RECORD CONTAINS 29 TO 1275 CHARACTERS
00057      RECORDING MODE IS S
00058      LABEL  RECORDS ARE STANDARD
00059      DATA RECORD IS PM-REC.
00060  01  PM-REC.
00061  COPY PROPMSRD01.
00062      SKIP2
00063  FD  PROP-NEWMAST
00064      BLOCK  CONTAINS 0 CHARACTERS
00065      RECORD CONTAINS 29 TO 1275 CHARACTERS
00066      RECORDING MODE IS S
00067      LABEL  RECORDS ARE STANDARD
00068      DATA RECORD IS PO-REC.
00069  01  PO-REC.
00070  COPY PROPMSRD01 REPLACING LEADING ==PM-== BY ==PO-==.
00071      SKIP2
00072  FD  EQVAL-IN
00073      BLOCK  CONTAINS 0 RECORDS
00074      RECORD CONTAINS 115 CHARACTERS
00075      RECORDING MODE IS F
00076      LABEL  RECORDS ARE STANDARD
00077      DATA RECORD IS EQ-REC.
00078  01  EQ-REC.
00079  COPY EQVALRD01.
00080      SKIP2
00081  FD  EQVAL-OUT
00082      BLOCK  CONTAINS 0 RECORDS
00083      RECORD CONTAINS 115 CHARACTERS
00084      RECORDING MODE IS F
00085      LABEL  RECORDS ARE STANDARD
00086      DATA RECORD IS EQ-OUT-REC.
00087  01  EQ-OUT-REC              PIC X(115).
00088      SKIP2
00089  FD  HOMEOWNER-MAST
00090      BLOCK  CONTAINS 0 RECORDS
00091      RECORD CONTAINS 140 CHARACTERS
00092      RECORDING MODE IS F
00093      LABEL  RECORDS ARE STANDARD
00094      DATA RECORD IS HO-REC.
00095  01  HO-REC.
00096  COPY HOMOWNRD01.
00097      SKIP2
00098  FD  NEW-HOMEOWNER-MAST
00099      BLOCK  CONTAINS 0 RECORDS
00100      RECORD CONTAINS 140 CHARACTERS
00101      RECORDING MODE IS F
00102      LABEL  RECORDS ARE STANDARD
00103      DATA RECORD IS NEW-HO-REC.
00104  01  NEW-HO-REC              PIC X(140).
00105      SKIP2
00106  FD  PRINT-FILE
00107      BLOCK  CONTAINS 0 RECORDS
00108      RECORD CONTAINS 133 CHARACTERS
00109      RECORDING MODE IS F
00110      LABEL  RECORDS ARE STANDARD.
00111      SKIP1
00112  01  PRINT-REC               PIC X(133).
00113      SKIP2
00114  WORKING-STORAGE SECTION.
00115      SKIP1
00116  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00117  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00118      SKIP1
00119  77  RA-EOF-SW                 PIC X      VALUE 'N'.
00120      88  END-OF-RA-FILE                   VALUE 'Y'.
00121  77  PM-EOF-SW                 PIC X      VALUE 'N'.
00122      88  END-OF-PM-FILE                   VALUE 'Y'.
00123  77  EQ-EOF-SW                 PIC X      VALUE 'N'.
00124      88  END-OF-EQ-FILE                   VALUE 'Y'.
00125  77  MAST-EOF-SW               PIC X      VALUE 'N'.
00126      88  END-OF-MAST-FILE                 VALUE 'Y'.
00127  77  FIRST-EQ-REC-SW           PIC X      VALUE 'Y'.
00128  77  FIRST-MAST-REC-SW         PIC X      VALUE 'Y'.
00129  77  RA-MATCHED-SW             PIC X      VALUE 'N'.
00130      88  RA-MATCHED                       VALUE 'Y'.
00131  01  VINTAGE-HEADER.
00132  COPY DPVINTHR01.
00133      SKIP1
00134  77  RA-IN-CNT         COMP-3  PIC S9(7)  VALUE +0.
00135  77  PM-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00136  77  PM-OUT-CNT        COMP-3  PIC S9(9)  VALUE +0.
00137  77  PM-MOVED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00138  77  PM-ALREADY-CNT    COMP-3  PIC S9(7)  VALUE +0.
00139  77  PM-NOMATCH-CNT    COMP-3  PIC S9(7)  VALUE +0.
00140  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00141  77  EQ-OUT-CNT        COMP-3  PIC S9(9)  VALUE +0.
00142  77  EQ-MOVED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00143  77  EQ-ALREADY-CNT    COMP-3  PIC S9(7)  VALUE +0.
00144  77  EQ-NOMATCH-CNT    COMP-3  PIC S9(7)  VALUE +0.
00145  77  MAST-IN-CNT       COMP-3  PIC S9(9)  VALUE +0.
00146  77  MAST-OUT-CNT      COMP-3  PIC S9(9)  VALUE +0.
00147  77  HO-MOVED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00148  77  HO-ALREADY-CNT    COMP-3  PIC S9(7)  VALUE +0.
00149  77  HO-NOMATCH-CNT    COMP-3  PIC S9(7)  VALUE +0.
00150  77  CODE-DIFF-CNT     COMP-3  PIC S9(7)  VALUE +0.
00151      SKIP1
00152  01  RA-KEY.
00153      05  RK-VOL              PIC 9(3).
00154      05  RK-PROP             PIC 9(15).
00155  01  PM-KEY-W.
00156      05  PK-VOL              PIC 9(3).
00157      05  PK-PROP             PIC 9(15).
00158  01  EQ-KEY.
00159      05  EK-VOL              PIC 9(3).
00160      05  EK-PROP             PIC 9(15).
00161  01  MAST-KEY.
00162      05  MK-VOL              PIC 9(3).
00163      05  MK-PROP             PIC 9(15).
00164  01  W-FOUND-TXCD            PIC 9(5).
00165      SKIP1
00166  01  ACPT-DATE                  PIC 9(6).
00167  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00168      05  ACPT-YR                PIC 99.
00169      05  ACPT-MO                PIC 99.
00170      05  ACPT-DA                PIC 99.
00171  01  DSP-DATE.
00172      05  DSP-MO                 PIC 99.
00173      05  FILLER                 PIC X      VALUE '/'.
00174      05  DSP-DA                 PIC 99.
00175      05  FILLER                 PIC X      VALUE '/'.
00176      05  DSP-YR                 PIC 99.
00177      SKIP1
00178  01  HEAD-A.
00179      05  FILLER          PIC X(3)   VALUE SPACES.
00180      05  HD-DATE         PIC X(8).
00181      05  FILLER          PIC X(42)  VALUE SPACES.
00182      05  FILLER     PIC X(26) VALUE
00183          'OFFICE OF THE COUNTY CLERK'.
00184      05  FILLER          PIC X(42)  VALUE SPACES.
00185      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00186      05  HD-PAGE         PIC ZZ,ZZ9.
00187      SKIP1
00188  01  HEAD-B.
00189      05  FILLER          PIC X(3)   VALUE SPACES.
00190      05  FILLER          PIC X(8)   VALUE 'CLRTM785'.
00191      05  FILLER          PIC X(18)  VALUE SPACES.
00192      05  FILLER          PIC X(56)  VALUE
00193          'ORDINANCE TAX CODE REASSIGNMENT EXCEPTIONS'.
00194      SKIP1
00195  01  HEAD-C.
00196      05  FILLER          PIC X(3)   VALUE SPACES.
00197      05  FILLER          PIC X(5)   VALUE 'VOL'.
00198      05  FILLER          PIC X(17)  VALUE 'PROPERTY NUMBER'.
00199      05  FILLER          PIC X(12)  VALUE 'ORDINANCE'.
00200      05  FILLER          PIC X(7)   VALUE 'OLD'.
00201      05  FILLER          PIC X(7)   VALUE 'NEW'.
00202      05  FILLER          PIC X(7)   VALUE 'FOUND'.
00203      05  FILLER          PIC X(30)  VALUE 'CONDITION'.
00204      SKIP1
00205  01  DETAIL-LINE.
00206      05  FILLER          PIC X(3)   VALUE SPACES.
00207      05  D-VOL           PIC 9(3).
00208      05  FILLER          PIC X(2)   VALUE SPACES.
00209      05  D-PROP          PIC 9(15).
00210      05  FILLER          PIC X(2)   VALUE SPACES.
00211      05  D-ORD-NO        PIC X(10).
00212      05  FILLER          PIC X(2)   VALUE SPACES.
00213      05  D-OLD-TXCD      PIC 9(5).
00214      05  FILLER          PIC X(2)   VALUE SPACES.
00215      05  D-NEW-TXCD      PIC 9(5).
00216      05  FILLER          PIC X(2)   VALUE SPACES.
00217      05  D-FOUND-TXCD    PIC Z(5).
00218      05  FILLER          PIC X(2)   VALUE SPACES.
00219      05  D-MESSG         PIC X(36).
00220      EJECT
00221  PROCEDURE DIVISION.
00222      SKIP1
00223  A010-HOUSEKEEPING.
00224      OPEN OUTPUT PRINT-FILE.
00225      ACCEPT ACPT-DATE FROM DATE.
00226      MOVE ACPT-MO TO DSP-MO.
00227      MOVE ACPT-DA TO DSP-DA.
00228      MOVE ACPT-YR TO DSP-YR.
00229      MOVE DSP-DATE TO HD-DATE.
00230      PERFORM B100-HEADING THRU B100-EXIT.
00231      PERFORM B010-PM-PASS THRU B010-EXIT.
00232      PERFORM C010-EQ-PASS THRU C010-EXIT.
00233      PERFORM D010-HO-PASS THRU D010-EXIT.
00234      DISPLAY 'TOTAL REASSIGNMENT RECORDS READ......: '
00235          RA-IN-CNT.
00236      DISPLAY 'TOTAL PROPERTY MASTER RECORDS READ...: '
00237          PM-IN-CNT.
00238      DISPLAY 'TOTAL PROPERTY MASTER RECORDS WRITTEN: '
00239          PM-OUT-CNT.
00240      DISPLAY 'TOTAL PM-TXCD MOVED..................: '
00241          PM-MOVED-CNT.
00242      DISPLAY 'TOTAL PM-TXCD ALREADY MOVED..........: '
00243          PM-ALREADY-CNT.
00244      DISPLAY 'TOTAL PARCELS NOT ON PROPERTY MASTER.: '
00245          PM-NOMATCH-CNT.
00246      DISPLAY 'TOTAL EQVAL RECORDS READ.............: '
00247          EQ-IN-CNT.
00248      DISPLAY 'TOTAL EQVAL RECORDS WRITTEN..........: '
00249          EQ-OUT-CNT.
00250      DISPLAY 'TOTAL EQ-TXCD MOVED..................: '
00251          EQ-MOVED-CNT.
00252      DISPLAY 'TOTAL EQ-TXCD ALREADY MOVED..........: '
00253          EQ-ALREADY-CNT.
00254      DISPLAY 'TOTAL PARCELS NOT ON EQVAL FILE......: '
00255          EQ-NOMATCH-CNT.
00256      DISPLAY 'TOTAL HOMEOWNER MASTER RECORDS READ..: '
00257          MAST-IN-CNT.
00258      DISPLAY 'TOTAL HOMEOWNER MASTER RECS WRITTEN..: '
00259          MAST-OUT-CNT.
00260      DISPLAY 'TOTAL HO-TXCD MOVED..................: '
00261          HO-MOVED-CNT.
00262      DISPLAY 'TOTAL HO-TXCD ALREADY MOVED..........: '
00263          HO-ALREADY-CNT.
00264      DISPLAY 'TOTAL PARCELS NOT ON HOMEOWNER MASTER: '
00265          HO-NOMATCH-CNT.
00266      DISPLAY 'TOTAL CARRYING NEITHER TAX CODE......: '
00267          CODE-DIFF-CNT.
00268      IF PM-NOMATCH-CNT GREATER THAN +0
00269          OR CODE-DIFF-CNT GREATER THAN +0
00270          MOVE 4 TO RETURN-CODE.
00271      CLOSE PRINT-FILE.
00272      STOP RUN.
00273      SKIP1
00274  A030-READ-RA.
00275      READ REASSIGN-FILE AT END
00276          MOVE 'Y' TO RA-EOF-SW
00277          MOVE HIGH-VALUES TO RA-KEY.
00278      MOVE 'N' TO RA-MATCHED-SW.
00279      IF NOT END-OF-RA-FILE
00280          ADD +1 TO RA-IN-CNT
00281          MOVE RA-VOL  TO RK-VOL
00282          MOVE RA-PROP TO RK-PROP.
00283  A030-EXIT. EXIT.
00284      SKIP1
00285  A070-PRINT.
00286      MOVE RK-VOL      TO D-VOL.
00287      MOVE RK-PROP     TO D-PROP.
00288      MOVE RA-ORD-NO   TO D-ORD-NO.
00289      MOVE RA-OLD-TXCD TO D-OLD-TXCD.
00290      MOVE RA-NEW-TXCD TO D-NEW-TXCD.
00291      IF LINE-CNT GREATER THAN +57
00292          PERFORM B100-HEADING THRU B100-EXIT.
00293      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00294      ADD +1 TO LINE-CNT.
00295  A070-EXIT. EXIT.
00296      SKIP1
00297 *    A RECORD MOVES ONLY FROM THE OLD CODE.  ONE ALREADY ON THE
00298 *    NEW CODE IS COUNTED; ONE ON ANY OTHER CODE IS LISTED.
00299  A080-CHECK-CODE.
00300      MOVE 'Y' TO RA-MATCHED-SW.
00301      IF W-FOUND-TXCD EQUAL RA-NEW-TXCD
00302       OR W-FOUND-TXCD EQUAL RA-OLD-TXCD
00303          GO TO A080-EXIT.
00304      ADD +1 TO CODE-DIFF-CNT.
00305      MOVE W-FOUND-TXCD TO D-FOUND-TXCD.
00306      PERFORM A070-PRINT THRU A070-EXIT.
00307  A080-EXIT. EXIT.
00308      SKIP1
00309  B010-PM-PASS.
00310      OPEN INPUT  REASSIGN-FILE, PROP-MASTER
00311           OUTPUT PROP-NEWMAST.
00312      MOVE 'N' TO RA-EOF-SW.
00313      MOVE ZERO TO RA-IN-CNT.
00314      PERFORM A030-READ-RA THRU A030-EXIT.
00315      PERFORM B030-READ-PM THRU B030-EXIT.
00316      PERFORM B020-PM-MATCH THRU B020-EXIT
00317          UNTIL END-OF-RA-FILE AND END-OF-PM-FILE.
00318      CLOSE REASSIGN-FILE, PROP-MASTER, PROP-NEWMAST.
00319  B010-EXIT. EXIT.
00320      SKIP1
00321 *    A PARCEL MAY HAVE SEVERAL PROPERTY MASTER RECORDS (ONE PER
00322 *    TAX TYPE), SO THE REASSIGNMENT IS HELD UNTIL THE MASTER
00323 *    PASSES IT.
00324  B020-PM-MATCH.
00325      IF PM-KEY-W LESS THAN RA-KEY
00326          PERFORM B050-WRITE-PM THRU B050-EXIT
00327          PERFORM B030-READ-PM THRU B030-EXIT
00328          GO TO B020-EXIT.
00329      IF PM-KEY-W EQUAL RA-KEY
00330          PERFORM B040-APPLY-PM THRU B040-EXIT
00331          PERFORM B050-WRITE-PM THRU B050-EXIT
00332          PERFORM B030-READ-PM THRU B030-EXIT
00333          GO TO B020-EXIT.
00334      IF NOT RA-MATCHED
00335          ADD +1 TO PM-NOMATCH-CNT
00336          MOVE ZERO TO D-FOUND-TXCD
00337          MOVE 'NOT ON PROPERTY MASTER' TO D-MESSG
00338          PERFORM A070-PRINT THRU A070-EXIT.
00339      PERFORM A030-READ-RA THRU A030-EXIT.
00340  B020-EXIT. EXIT.
00341      SKIP1
00342  B030-READ-PM.
00343      READ PROP-MASTER AT END
00344          MOVE 'Y' TO PM-EOF-SW
00345          MOVE HIGH-VALUES TO PM-KEY-W
00346          GO TO B030-EXIT.
00347      ADD +1 TO PM-IN-CNT.
00348      MOVE PM-VOL  TO PK-VOL.
00349      MOVE PM-PROP TO PK-PROP.
00350  B030-EXIT. EXIT.
00351      SKIP1
00352  B040-APPLY-PM.
00353      IF NOT CURRENT-TAX-TYPE IN PM-REC
00354          GO TO B040-EXIT.
00355      MOVE PM-TXCD TO W-FOUND-TXCD.
00356      MOVE 'PM-TXCD IS NEITHER CODE' TO D-MESSG.
00357      PERFORM A080-CHECK-CODE THRU A080-EXIT.
00358      IF PM-TXCD EQUAL RA-NEW-TXCD
00359          ADD +1 TO PM-ALREADY-CNT.
00360      IF PM-TXCD EQUAL RA-OLD-TXCD
00361          MOVE RA-NEW-TXCD TO PM-TXCD
00362          ADD +1 TO PM-MOVED-CNT.
00363  B040-EXIT. EXIT.
00364      SKIP1
00365  B050-WRITE-PM.
00366      MOVE PM-BASE TO PO-BASE.
00367      IF PM-TXIND EQUAL 1
00368          MOVE PM-TXINFO (1) TO PO-TXINFO (1).
00369      MOVE PM-SEGS TO PO-SEGS.
00370      WRITE PO-REC.
00371      ADD +1 TO PM-OUT-CNT.
00372  B050-EXIT. EXIT.
00373      SKIP1
00374  C010-EQ-PASS.
00375      OPEN INPUT  REASSIGN-FILE, EQVAL-IN
00376           OUTPUT EQVAL-OUT.
00377      MOVE 'N' TO RA-EOF-SW.
00378      MOVE ZERO TO RA-IN-CNT.
00379      PERFORM A030-READ-RA THRU A030-EXIT.
00380      PERFORM C030-READ-EQ THRU C030-EXIT.
00381      PERFORM C020-EQ-MATCH THRU C020-EXIT
00382          UNTIL END-OF-RA-FILE AND END-OF-EQ-FILE.
00383      CLOSE REASSIGN-FILE, EQVAL-IN, EQVAL-OUT.
00384  C010-EXIT. EXIT.
00385      SKIP1
00386  C020-EQ-MATCH.
00387      IF EQ-KEY LESS THAN RA-KEY
00388          PERFORM C050-WRITE-EQ THRU C050-EXIT
00389          PERFORM C030-READ-EQ THRU C030-EXIT
00390          GO TO C020-EXIT.
00391      IF EQ-KEY EQUAL RA-KEY
00392          PERFORM C040-APPLY-EQ THRU C040-EXIT
00393          PERFORM C050-WRITE-EQ THRU C050-EXIT
00394          PERFORM C030-READ-EQ THRU C030-EXIT
00395          GO TO C020-EXIT.
00396      IF NOT RA-MATCHED
00397          ADD +1 TO EQ-NOMATCH-CNT.
00398      PERFORM A030-READ-RA THRU A030-EXIT.
00399  C020-EXIT. EXIT.
00400      SKIP1
00401  C030-READ-EQ.
00402      READ EQVAL-IN AT END
00403          MOVE 'Y' TO EQ-EOF-SW
00404          MOVE HIGH-VALUES TO EQ-KEY.
00405      IF NOT END-OF-EQ-FILE
00406       AND FIRST-EQ-REC-SW EQUAL 'Y'
00407          MOVE 'N' TO FIRST-EQ-REC-SW
00408          IF EQ-REC (1:8) EQUAL '*VINTAGE'
00409              DISPLAY 'CLRTM785 - VINTAGE HDR PASSED THRU'
00410              MOVE EQ-REC (1:80) TO VINTAGE-HEADER
00411              MOVE 'CLRTM785'    TO VH-PROGRAM-ID
00412              IF VH-SEQUENCE NUMERIC
00413                  ADD 1           TO VH-SEQUENCE
00414              ELSE
00415                  MOVE 1          TO VH-SEQUENCE
00416              END-IF
00417              MOVE SPACES         TO EQ-OUT-REC
00418              MOVE VINTAGE-HEADER TO EQ-OUT-REC (1:80)
00419              WRITE EQ-OUT-REC
00420              GO TO C030-READ-EQ.
00421      IF NOT END-OF-EQ-FILE
00422          ADD +1 TO EQ-IN-CNT
00423          MOVE EQ-VOL  TO EK-VOL
00424          MOVE EQ-PROP TO EK-PROP.
00425  C030-EXIT. EXIT.
00426      SKIP1
00427  C040-APPLY-EQ.
00428      IF EQ-TXTYP NOT EQUAL 0
00429          GO TO C040-EXIT.
00430      MOVE EQ-TXCD TO W-FOUND-TXCD.
00431      MOVE 'EQ-TXCD IS NEITHER CODE' TO D-MESSG.
00432      PERFORM A080-CHECK-CODE THRU A080-EXIT.
00433      IF EQ-TXCD EQUAL RA-NEW-TXCD
00434          ADD +1 TO EQ-ALREADY-CNT.
00435      IF EQ-TXCD EQUAL RA-OLD-TXCD
00436          MOVE RA-NEW-TXCD TO EQ-TXCD
00437          ADD +1 TO EQ-MOVED-CNT.
00438  C040-EXIT. EXIT.
00439      SKIP1
00440  C050-WRITE-EQ.
00441      WRITE EQ-OUT-REC FROM EQ-REC.
00442      ADD +1 TO EQ-OUT-CNT.
00443  C050-EXIT. EXIT.
00444      SKIP1
00445  D010-HO-PASS.
00446      OPEN INPUT  REASSIGN-FILE, HOMEOWNER-MAST
00447           OUTPUT NEW-HOMEOWNER-MAST.
00448      MOVE 'N' TO RA-EOF-SW.
00449      MOVE ZERO TO RA-IN-CNT.
00450      PERFORM A030-READ-RA THRU A030-EXIT.
00451      PERFORM D030-READ-MAST THRU D030-EXIT.
00452      PERFORM D020-HO-MATCH THRU D020-EXIT
00453          UNTIL END-OF-RA-FILE AND END-OF-MAST-FILE.
00454      CLOSE REASSIGN-FILE, HOMEOWNER-MAST, NEW-HOMEOWNER-MAST.
00455  D010-EXIT. EXIT.
00456      SKIP1
00457  D020-HO-MATCH.
00458      IF MAST-KEY LESS THAN RA-KEY
00459          PERFORM D050-WRITE-MAST THRU D050-EXIT
00460          PERFORM D030-READ-MAST THRU D030-EXIT
00461          GO TO D020-EXIT.
00462      IF MAST-KEY EQUAL RA-KEY
00463          PERFORM D040-APPLY-HO THRU D040-EXIT
00464          PERFORM D050-WRITE-MAST THRU D050-EXIT
00465          PERFORM D030-READ-MAST THRU D030-EXIT
00466          GO TO D020-EXIT.
00467      IF NOT RA-MATCHED
00468          ADD +1 TO HO-NOMATCH-CNT.
00469      PERFORM A030-READ-RA THRU A030-EXIT.
00470  D020-EXIT. EXIT.
00471      SKIP1
00472  D030-READ-MAST.
00473      READ HOMEOWNER-MAST AT END
00474          MOVE 'Y' TO MAST-EOF-SW
00475          MOVE HIGH-VALUES TO MAST-KEY.
00476      IF NOT END-OF-MAST-FILE
00477       AND FIRST-MAST-REC-SW EQUAL 'Y'
00478          MOVE 'N' TO FIRST-MAST-REC-SW
00479          IF HO-REC (1:8) EQUAL '*VINTAGE'
00480              DISPLAY 'CLRTM785 - VINTAGE HDR PASSED THRU'
00481              MOVE HO-REC (1:80) TO VINTAGE-HEADER
00482              MOVE 'CLRTM785'    TO VH-PROGRAM-ID
00483              IF VH-SEQUENCE NUMERIC
00484                  ADD 1           TO VH-SEQUENCE
00485              ELSE
00486                  MOVE 1          TO VH-SEQUENCE
00487              END-IF
00488              MOVE SPACES         TO NEW-HO-REC
00489              MOVE VINTAGE-HEADER TO NEW-HO-REC (1:80)
00490              WRITE NEW-HO-REC
00491              GO TO D030-READ-MAST.
00492      IF NOT END-OF-MAST-FILE
00493          ADD +1 TO MAST-IN-CNT
00494          MOVE HO-VOL  TO MK-VOL
00495          MOVE HO-PROP TO MK-PROP.
00496  D030-EXIT. EXIT.
00497      SKIP1
00498  D040-APPLY-HO.
00499      MOVE HO-TXCD TO W-FOUND-TXCD.
00500      MOVE 'HO-TXCD IS NEITHER CODE' TO D-MESSG.
00501      PERFORM A080-CHECK-CODE THRU A080-EXIT.
00502      IF HO-TXCD EQUAL RA-NEW-TXCD
00503          ADD +1 TO HO-ALREADY-CNT.
00504      IF HO-TXCD EQUAL RA-OLD-TXCD
00505          MOVE RA-NEW-TXCD TO HO-TXCD
00506          ADD +1 TO HO-MOVED-CNT.
00507  D040-EXIT. EXIT.
00508      SKIP1
00509  D050-WRITE-MAST.
00510      WRITE NEW-HO-REC FROM HO-REC.
00511      ADD +1 TO MAST-OUT-CNT.
00512  D050-EXIT. EXIT.
00513      SKIP1
00514  B100-HEADING.
00515      ADD +1 TO PAGE-CNT.
00516      MOVE PAGE-CNT TO HD-PAGE.
00517      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00518      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00519      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00520      MOVE +6 TO LINE-CNT.
00521  B100-EXIT. EXIT.
