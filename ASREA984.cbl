00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA984.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. HOME IMPROVEMENT EXEMPTION - ANNUAL GRANT AND AGING OF
00007 *         THE HOME IMPROVEMENT EXEMPTION MASTER (ASHIEXMR1).  THE
00008 *         CURRENT ASSESSMENT MASTER (ASREASRD02), THE PRIOR YEAR'S
00009 *         RETAINED COPY (ASREASRD03), THE HOMEOWNER MASTER AND THE
00010 *         OLD EXEMPTION MASTER ARE MATCHED BY VOLUME/PROPERTY, ALL
00011 *         IN KEY SEQUENCE.  A RESIDENTIAL (CLASS 2) PARCEL ON THE
00012 *         HOMEOWNER MASTER WHOSE CURRENT ASSESSMENT ACTION FOR THE
00013 *         TAX YEAR CARRIES THE NEW CONSTRUCTION CHANGE REASON
00014 *         (M-ASMT-CHG) AND WHOSE IMPROVEMENT VALUE ROSE OVER THE
00015 *         PRIOR MASTER IS GRANTED A FOUR-YEAR EXEMPTION ON THE
00016 *         ADDED VALUE, EQUALIZED BY THE HOMEOWNER MASTER FACTOR
00017 *         AND LIMITED TO THE STATUTORY CAP (STATAMTR01 TYPE HI,
00018 *         ASREA962 LOOKUP).  EXISTING EXEMPTIONS ARE CARRIED
00019 *         FORWARD; ONE PAST ITS FOURTH YEAR IS EXPIRED, AND ONE
00020 *         WHOSE PARCEL HAS LEFT THE HOMEOWNER MASTER IS REMOVED.
00021 *         A PARCEL ALREADY GRANTED FOR THE TAX YEAR IS NOT GRANTED
00022 *         AGAIN, SO THE RUN MAY BE REPEATED.  THE CONTROL CARD
00023 *         CARRIES THE TAX YEAR IN COLUMNS 1-4 AND THE NEW
00024 *         CONSTRUCTION CHANGE REASON IN COLUMN 5 (DEFAULT N).
00025 *         ASREA985 POSTS THE NEW MASTER TO THE EQUALIZED VALUATION
00026 *         FILE.
0026A *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0026B *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0026C *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0026D *         YEAR TAKES THE CYCLE YEAR.
00027      SKIP2
00028  ENVIRONMENT DIVISION.
00029  CONFIGURATION SECTION.
00030  SOURCE-COMPUTER. IBM-370.
00031  OBJECT-COMPUTER. IBM-370.
00032      SKIP1
00033  INPUT-OUTPUT SECTION.
00034  FILE-CONTROL.
00035      SELECT CONTROL-FILE   ASSIGN TO UT-S-CONTROL.
00036      SELECT CURR-ASSMT     ASSIGN TO UT-S-CURASMST.
00037      SELECT PRIOR-ASSMT    ASSIGN TO UT-S-PRIASMST.
00038      SELECT HOMEOWNER-MAST ASSIGN TO UT-S-MASTIN.
00039      SELECT HIEX-OLD       ASSIGN TO UT-S-HIEXOLD.
00040      SELECT HIEX-NEW       ASSIGN TO UT-S-HIEXNEW.
00041      SELECT PRINT-FILE     ASSIGN TO UT-S-PRINT.
00042      SKIP2
00043  DATA DIVISION.
00044  FILE SECTION.
00045      SKIP1
00046  FD  CONTROL-FILE
00047      BLOCK  CONTAINS 0 RECORDS
00048      RECORD CONTAINS 80 CHARACTERS
00049      RECORDING MODE IS F
00050      LABEL  RECORDS ARE STANDARD
00051      DATA RECORD IS CONTROL-REC.
00052  01  CONTROL-REC.
00053      05  CC-TAX-YEAR     PIC X(4).
00054      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00055                          PIC 9(4).
00056      05  CC-NEWCON-CODE  PIC X.
00057      05  FILLER          PIC X(75).
00058      SKIP2
00059  FD  CURR-ASSMT
00060      BLOCK CONTAINS 0 CHARACTERS
00061      RECORD CONTAINS 122 TO 18706 CHARACTERS
00062      RECORDING MODE IS S
00063      LABEL RECORDS ARE STANDARD
00064      DATA RECORD IS CURR-ASSMT-REC.
00065  01  CURR-ASSMT-REC.
00066  COPY ASREASRD02.
00067      SKIP2
00068  FD  PRIOR-ASSMT
00069      BLOCK CONTAINS 0 CHARACTERS
00070      RECORD CONTAINS 122 TO 18706 CHARACTERS
00071      RECORDING MODE IS S
00072      LABEL RECORDS ARE STANDARD
00073      DATA RECORD IS PRIOR-ASSMT-REC.
00074  01  PRIOR-ASSMT-REC.
00075  COPY ASREASRD03.
00076      SKIP2
00077  FD  HOMEOWNER-MAST
00078      BLOCK  CONTAINS 0 RECORDS
00079      RECORD CONTAINS 140 CHARACTERS
00080      RECORDING MODE IS F
00081      LABEL  RECORDS ARE STANDARD
00082      DATA RECORD IS HO-REC.
00083  01  HO-REC.
00084  COPY HOMOWNRD01.
00085      SKIP2
00086  FD  HIEX-OLD
00087      BLOCK  CONTAINS 0 RECORDS
00088      RECORD CONTAINS 80 CHARACTERS
00089      RECORDING MODE IS F
00090      LABEL  RECORDS ARE STANDARD
00091      DATA RECORD IS HIEX-OLD-REC.
00092  01  HIEX-OLD-REC.
00093  COPY ASHIEXMR1.
00094      SKIP2
00095  FD  HIEX-NEW
00096      BLOCK  CONTAINS 0 RECORDS
00097      RECORD CONTAINS 80 CHARACTERS
00098      RECORDING MODE IS F
00099      LABEL  RECORDS ARE STANDARD
00100      DATA RECORD IS HIEX-NEW-REC.
00101  01  HIEX-NEW-REC            PIC X(80).
00102      SKIP2
00103  FD  PRINT-FILE
00104      BLOCK  CONTAINS 0 RECORDS
00105      RECORD CONTAINS 133 CHARACTERS
00106      RECORDING MODE IS F
00107      LABEL  RECORDS ARE STANDARD.
00108      SKIP1
00109  01  PRINT-REC               PIC X(133).
00110      SKIP2
00111  WORKING-STORAGE SECTION.
00112      SKIP1
00113  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00114  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00115      SKIP1
00116  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00117      88  END-OF-CTL-FILE                  VALUE 'Y'.
00118  77  CURR-EOF-SW               PIC X      VALUE 'N'.
00119      88  END-OF-CURR-FILE                 VALUE 'Y'.
00120  77  PRIOR-EOF-SW              PIC X      VALUE 'N'.
00121      88  END-OF-PRIOR-FILE                VALUE 'Y'.
00122  77  MAST-EOF-SW               PIC X      VALUE 'N'.
00123      88  END-OF-MAST-FILE                 VALUE 'Y'.
00124  77  OLD-EOF-SW                PIC X      VALUE 'N'.
00125      88  END-OF-OLD-FILE                  VALUE 'Y'.
00126  77  FIRST-MAST-REC-SW         PIC X      VALUE 'Y'.
00127  77  ON-HO-SW                  PIC X      VALUE 'N'.
00128      88  ON-HOMEOWNER-MAST                VALUE 'Y'.
00129  77  YEAR-GRANTED-SW           PIC X      VALUE 'N'.
00130      88  YEAR-ALREADY-GRANTED             VALUE 'Y'.
00131  77  NEWCON-SW                 PIC X      VALUE 'N'.
00132      88  NEW-CONSTRUCTION                 VALUE 'Y'.
00133      SKIP1
00134  77  CURR-IN-CNT       COMP-3  PIC S9(9)  VALUE +0.
00135  77  PRIOR-IN-CNT      COMP-3  PIC S9(9)  VALUE +0.
00136  77  MAST-IN-CNT       COMP-3  PIC S9(9)  VALUE +0.
00137  77  OLD-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00138  77  NEW-OUT-CNT       COMP-3  PIC S9(7)  VALUE +0.
00139  77  GRANTED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00140  77  CAPPED-CNT        COMP-3  PIC S9(7)  VALUE +0.
00141  77  CARRIED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00142  77  EXPIRED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00143  77  REMOVED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00144  77  NO-FACTOR-CNT     COMP-3  PIC S9(7)  VALUE +0.
00145      SKIP1
00146  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00147  77  W-YR-DIGIT                PIC X      VALUE SPACE.
00148  77  W-NEWCON-CODE             PIC X      VALUE 'N'.
00149  77  W-HI-CAP          COMP-3  PIC S9(9)  VALUE +0.
00150  77  W-ADDED-VAL       COMP-3  PIC S9(11) VALUE +0.
00151  77  W-EXEMPT-AMT      COMP-3  PIC S9(11) VALUE +0.
00152  77  W-GRANTED-TOTAL   COMP-3  PIC S9(13) VALUE +0.
00153  77  AA-SUB            COMP-3  PIC S9(3)  VALUE +0.
00154      SKIP1
0154A  01  CYCLK-AREA.
0154B  COPY DPCYCLKR1.
0154C      SKIP1
00155  01  STAMLK-AREA.
00156  COPY ASSTAMLKR1.
00157      SKIP1
00158  01  CURR-KEY                PIC 9(18).
00159  01  PRIOR-KEY               PIC 9(18).
00160  01  LOW-KEY                 PIC 9(18).
00161  01  MAST-KEY.
00162      05  MK-VOL              PIC 9(3).
00163      05  MK-PROP             PIC 9(15).
00164  01  OLD-KEY.
00165      05  OK-VOL              PIC 9(3).
00166      05  OK-PROP             PIC 9(15).
00167      SKIP1
00168  01  NEW-HIEX-REC.
00169  COPY ASHIEXMR1 REPLACING LEADING ==HI-== BY ==NH-==.
00170      SKIP1
00171  01  ACPT-DATE                  PIC 9(6).
00172  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00173      05  ACPT-YR                PIC 99.
00174      05  ACPT-MO                PIC 99.
00175      05  ACPT-DA                PIC 99.
00176  01  DSP-DATE.
00177      05  DSP-MO                 PIC 99.
00178      05  FILLER                 PIC X      VALUE '/'.
00179      05  DSP-DA                 PIC 99.
00180      05  FILLER                 PIC X      VALUE '/'.
00181      05  DSP-YR                 PIC 99.
00182      SKIP1
00183  01  HEAD-A.
00184      05  FILLER          PIC X(3)   VALUE SPACES.
00185      05  HD-DATE         PIC X(8).
00186      05  FILLER          PIC X(44)  VALUE SPACES.
00187      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00188      05  FILLER          PIC X(44)  VALUE SPACES.
00189      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00190      05  HD-PAGE         PIC ZZ,ZZ9.
00191      SKIP1
00192  01  HEAD-B.
00193      05  FILLER          PIC X(3)   VALUE SPACES.
00194      05  FILLER          PIC X(8)   VALUE 'ASREA984'.
00195      05  FILLER          PIC X(18)  VALUE SPACES.
00196      05  FILLER          PIC X(48)  VALUE
00197          'HOME IMPROVEMENT EXEMPTION GRANTS - TAX YEAR'.
00198      05  HD-TAX-YEAR     PIC 9(4).
00199      SKIP1
00200  01  HEAD-C.
00201      05  FILLER          PIC X(3)   VALUE SPACES.
00202      05  FILLER          PIC X(10)  VALUE 'ACTION'.
00203      05  FILLER          PIC X(5)   VALUE 'VOL'.
00204      05  FILLER          PIC X(17)  VALUE 'PROPERTY NUMBER'.
00205      05  FILLER          PIC X(11)  VALUE 'YEARS'.
00206      05  FILLER          PIC X(13)  VALUE '  ADDED AV'.
00207      05  FILLER          PIC X(13)  VALUE ' EXEMPT EAV'.
00208      05  FILLER          PIC X(30)  VALUE 'MESSAGE'.
00209      SKIP1
00210  01  DETAIL-LINE.
00211      05  FILLER          PIC X(3)   VALUE SPACES.
00212      05  D-TAG           PIC X(8).
00213      05  FILLER          PIC X(2)   VALUE SPACES.
00214      05  D-VOL           PIC 9(3).
00215      05  FILLER          PIC X(2)   VALUE SPACES.
00216      05  D-PROP          PIC 9(15).
00217      05  FILLER          PIC X(2)   VALUE SPACES.
00218      05  D-START-YEAR    PIC 9(4).
00219      05  FILLER          PIC X      VALUE '-'.
00220      05  D-END-YEAR      PIC 9(4).
00221      05  FILLER          PIC X(2)   VALUE SPACES.
00222      05  D-ADDED         PIC ZZZ,ZZZ,ZZ9.
00223      05  FILLER          PIC X(2)   VALUE SPACES.
00224      05  D-AMOUNT        PIC ZZZ,ZZZ,ZZ9.
00225      05  FILLER          PIC X(2)   VALUE SPACES.
00226      05  D-MESSG         PIC X(30).
00227      EJECT
00228  PROCEDURE DIVISION.
00229      SKIP1
00230  A010-HOUSEKEEPING.
00231      OPEN INPUT  CONTROL-FILE, CURR-ASSMT, PRIOR-ASSMT,
00232                  HOMEOWNER-MAST, HIEX-OLD
00233           OUTPUT HIEX-NEW, PRINT-FILE.
00234      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00235      IF RETURN-CODE EQUAL 16
00236          CLOSE CONTROL-FILE, CURR-ASSMT, PRIOR-ASSMT,
00237                HOMEOWNER-MAST, HIEX-OLD, HIEX-NEW, PRINT-FILE
00238          STOP RUN.
00239      ACCEPT ACPT-DATE FROM DATE.
00240      MOVE ACPT-MO TO DSP-MO.
00241      MOVE ACPT-DA TO DSP-DA.
00242      MOVE ACPT-YR TO DSP-YR.
00243      MOVE DSP-DATE TO HD-DATE.
00244      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00245      PERFORM B100-HEADING THRU B100-EXIT.
00246      PERFORM A030-READ-CURR THRU A030-EXIT.
00247      PERFORM A035-READ-PRIOR THRU A035-EXIT.
00248      PERFORM A040-READ-MAST THRU A040-EXIT.
00249      PERFORM A045-READ-OLD THRU A045-EXIT.
00250      PERFORM A020-MAINLINE THRU A020-EXIT
00251          UNTIL END-OF-CURR-FILE AND END-OF-OLD-FILE.
00252      DISPLAY 'TOTAL CURRENT MASTER RECORDS READ....: '
00253          CURR-IN-CNT.
00254      DISPLAY 'TOTAL PRIOR MASTER RECORDS READ......: '
00255          PRIOR-IN-CNT.
00256      DISPLAY 'TOTAL HOMEOWNER MASTER RECORDS READ..: '
00257          MAST-IN-CNT.
00258      DISPLAY 'TOTAL OLD EXEMPTION RECORDS READ.....: '
00259          OLD-IN-CNT.
00260      DISPLAY 'TOTAL NEW EXEMPTION RECORDS WRITTEN..: '
00261          NEW-OUT-CNT.
00262      DISPLAY 'TOTAL EXEMPTIONS GRANTED.............: '
00263          GRANTED-CNT.
00264      DISPLAY 'TOTAL GRANTS LIMITED TO THE CAP......: '
00265          CAPPED-CNT.
00266      DISPLAY 'TOTAL EAV GRANTED....................: '
00267          W-GRANTED-TOTAL.
00268      DISPLAY 'TOTAL EXEMPTIONS CARRIED FORWARD.....: '
00269          CARRIED-CNT.
00270      DISPLAY 'TOTAL EXEMPTIONS EXPIRED.............: '
00271          EXPIRED-CNT.
00272      DISPLAY 'TOTAL EXEMPTIONS REMOVED.............: '
00273          REMOVED-CNT.
00274      DISPLAY 'TOTAL NEW CONSTRUCTION, NO FACTOR....: '
00275          NO-FACTOR-CNT.
00276      IF NO-FACTOR-CNT GREATER THAN +0
00277          MOVE 4 TO RETURN-CODE.
00278      CLOSE CONTROL-FILE, CURR-ASSMT, PRIOR-ASSMT,
00279            HOMEOWNER-MAST, HIEX-OLD, HIEX-NEW, PRINT-FILE.
00280      STOP RUN.
00281      SKIP1
00282  A012-READ-CONTROL.
00283      READ CONTROL-FILE AT END
00284          MOVE 'Y' TO CTL-EOF-SW.
0284A      MOVE 'ASREA984' TO CK-CALLER.
0284B      MOVE SPACES TO CK-CARD-YEAR.
0284C      IF NOT END-OF-CTL-FILE
0284D          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
0284E      CALL 'DPRUN004' USING CYCLK-AREA.
0284F      IF NOT END-OF-CTL-FILE
0284G          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
00285      IF END-OF-CTL-FILE
00286          OR CC-TAX-YEAR NOT NUMERIC
00287          OR CC-TAX-YEAR-N EQUAL ZERO
00288          DISPLAY 'ASREA984 -- TAX YEAR CONTROL CARD MISSING OR '
00289              'INVALID -- RUN STOPPED'
00290          MOVE 16 TO RETURN-CODE
00291          GO TO A012-EXIT.
00292      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00293      MOVE CC-TAX-YEAR (4:1) TO W-YR-DIGIT.
00294      IF CC-NEWCON-CODE NOT EQUAL SPACE
00295          MOVE CC-NEWCON-CODE TO W-NEWCON-CODE.
00296      MOVE W-TAX-YEAR TO STA-TAX-YEAR.
00297      MOVE 'HI' TO STA-TYPE.
00298      CALL 'ASREA962' USING STAMLK-AREA.
00299      IF NOT STA-FOUND
00300          DISPLAY 'ASREA984 -- NO STATUTORY HOME IMPROVEMENT CAP '
00301              'FOR TAX YEAR ' W-TAX-YEAR ' -- RUN STOPPED'
00302          MOVE 16 TO RETURN-CODE
00303          GO TO A012-EXIT.
00304      MOVE STA-AMOUNT TO W-HI-CAP.
00305      DISPLAY 'TAX YEAR.............................: ' W-TAX-YEAR.
00306      DISPLAY 'NEW CONSTRUCTION CHANGE REASON.......: '
00307          W-NEWCON-CODE.
00308      DISPLAY 'STATUTORY HOME IMPROVEMENT CAP (EAV).: ' W-HI-CAP.
00309  A012-EXIT. EXIT.
00310      SKIP1
00311 *    THE LOWER OF THE CURRENT MASTER AND OLD EXEMPTION KEYS DRIVES
00312 *    THE MATCH; THE PRIOR AND HOMEOWNER MASTERS ARE POSITIONED TO
00313 *    IT.
00314  A020-MAINLINE.
00315      IF CURR-KEY LESS THAN OLD-KEY
00316          MOVE CURR-KEY TO LOW-KEY
00317      ELSE
00318          MOVE OLD-KEY TO LOW-KEY.
00319      PERFORM A035-READ-PRIOR THRU A035-EXIT
00320          UNTIL PRIOR-KEY NOT LESS THAN LOW-KEY.
00321      PERFORM A040-READ-MAST THRU A040-EXIT
00322          UNTIL MAST-KEY NOT LESS THAN LOW-KEY.
00323      IF MAST-KEY EQUAL LOW-KEY
00324          MOVE 'Y' TO ON-HO-SW
00325      ELSE
00326          MOVE 'N' TO ON-HO-SW.
00327      MOVE 'N' TO YEAR-GRANTED-SW.
00328      PERFORM A100-CARRY-OLD THRU A100-EXIT
00329          UNTIL OLD-KEY NOT EQUAL LOW-KEY.
00330      IF CURR-KEY EQUAL LOW-KEY
00331          IF NOT YEAR-ALREADY-GRANTED
00332              PERFORM A200-TEST-NEW THRU A200-EXIT.
00333      IF CURR-KEY EQUAL LOW-KEY
00334          PERFORM A030-READ-CURR THRU A030-EXIT.
00335  A020-EXIT. EXIT.
00336      SKIP1
00337  A030-READ-CURR.
00338      READ CURR-ASSMT AT END
00339          MOVE 'Y' TO CURR-EOF-SW
00340          MOVE ALL '9' TO CURR-KEY.
00341      IF NOT END-OF-CURR-FILE
00342          ADD +1 TO CURR-IN-CNT
00343          MOVE M-VOL  TO CURR-KEY (1:3)
00344          MOVE M-PROP TO CURR-KEY (4:15).
00345  A030-EXIT. EXIT.
00346      SKIP1
00347  A035-READ-PRIOR.
00348      READ PRIOR-ASSMT AT END
00349          MOVE 'Y' TO PRIOR-EOF-SW
00350          MOVE ALL '9' TO PRIOR-KEY.
00351      IF NOT END-OF-PRIOR-FILE
00352          ADD +1 TO PRIOR-IN-CNT
00353          MOVE MA-VOL  TO PRIOR-KEY (1:3)
00354          MOVE MA-PROP TO PRIOR-KEY (4:15).
00355  A035-EXIT. EXIT.
00356      SKIP1
00357  A040-READ-MAST.
00358      READ HOMEOWNER-MAST AT END
00359          MOVE 'Y' TO MAST-EOF-SW
00360          MOVE ALL '9' TO MAST-KEY
00361          GO TO A040-EXIT.
00362      IF FIRST-MAST-REC-SW EQUAL 'Y'
00363          MOVE 'N' TO FIRST-MAST-REC-SW
00364          IF HO-REC (1:8) EQUAL '*VINTAGE'
00365              DISPLAY 'ASREA984 - VINTAGE HDR BYPASSED'
00366              GO TO A040-READ-MAST.
00367      ADD +1 TO MAST-IN-CNT.
00368      MOVE HO-VOL  TO MK-VOL.
00369      MOVE HO-PROP TO MK-PROP.
00370  A040-EXIT. EXIT.
00371      SKIP1
00372  A045-READ-OLD.
00373      READ HIEX-OLD AT END
00374          MOVE 'Y' TO OLD-EOF-SW
00375          MOVE ALL '9' TO OLD-KEY
00376          GO TO A045-EXIT.
00377      ADD +1 TO OLD-IN-CNT.
00378      MOVE HI-VOL  TO OK-VOL.
00379      MOVE HI-PROP TO OK-PROP.
00380  A045-EXIT. EXIT.
00381      SKIP1
00382  A090-PRINT.
00383      IF LINE-CNT GREATER THAN +57
00384          PERFORM B100-HEADING THRU B100-EXIT.
00385      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00386      ADD +1 TO LINE-CNT.
00387  A090-EXIT. EXIT.
00388      SKIP1
00389  A100-CARRY-OLD.
00390      IF HI-START-YEAR EQUAL W-TAX-YEAR
00391          MOVE 'Y' TO YEAR-GRANTED-SW.
00392      IF NOT HI-ACTIVE
00393          GO TO A100-WRITE.
00394      IF HI-END-YEAR LESS THAN W-TAX-YEAR
00395          MOVE 'X' TO HI-STAT
00396          MOVE W-TAX-YEAR TO HI-CLOSE-YEAR
00397          ADD +1 TO EXPIRED-CNT
00398          MOVE 'EXPIRED ' TO D-TAG
00399          MOVE 'FOUR-YEAR TERM ENDED' TO D-MESSG
00400          PERFORM A110-LIST-OLD THRU A110-EXIT
00401          GO TO A100-WRITE.
00402      IF NOT ON-HOMEOWNER-MAST
00403          MOVE 'R' TO HI-STAT
00404          MOVE W-TAX-YEAR TO HI-CLOSE-YEAR
00405          ADD +1 TO REMOVED-CNT
00406          MOVE 'REMOVED ' TO D-TAG
00407          MOVE 'NO LONGER ON HOMEOWNER MASTER' TO D-MESSG
00408          PERFORM A110-LIST-OLD THRU A110-EXIT
00409          GO TO A100-WRITE.
00410      ADD +1 TO CARRIED-CNT.
00411  A100-WRITE.
00412      WRITE HIEX-NEW-REC FROM HIEX-OLD-REC.
00413      ADD +1 TO NEW-OUT-CNT.
00414      PERFORM A045-READ-OLD THRU A045-EXIT.
00415  A100-EXIT. EXIT.
00416      SKIP1
00417  A110-LIST-OLD.
00418      MOVE HI-VOL        TO D-VOL.
00419      MOVE HI-PROP       TO D-PROP.
00420      MOVE HI-START-YEAR TO D-START-YEAR.
00421      MOVE HI-END-YEAR   TO D-END-YEAR.
00422      MOVE HI-ADDED-VAL  TO D-ADDED.
00423      MOVE HI-AMOUNT     TO D-AMOUNT.
00424      PERFORM A090-PRINT THRU A090-EXIT.
00425  A110-EXIT. EXIT.
00426      SKIP1
00427  A200-TEST-NEW.
00428      IF M-CLS LESS THAN +200 OR M-CLS GREATER THAN +299
00429          GO TO A200-EXIT.
00430      IF NOT ON-HOMEOWNER-MAST
00431          GO TO A200-EXIT.
00432      IF PRIOR-KEY NOT EQUAL CURR-KEY
00433          GO TO A200-EXIT.
00434      MOVE 'N' TO NEWCON-SW.
00435      PERFORM A210-SCAN-ACTION THRU A210-EXIT
00436          VARYING AA-SUB FROM +1 BY +1
00437          UNTIL AA-SUB GREATER THAN +4
00438             OR NEW-CONSTRUCTION.
00439      IF NOT NEW-CONSTRUCTION
00440          GO TO A200-EXIT.
00441      COMPUTE W-ADDED-VAL = M-VALUE-1 (5) - MA-VALUE-1 (5).
00442      IF W-ADDED-VAL NOT GREATER THAN ZERO
00443          GO TO A200-EXIT.
00444      MOVE M-VOL  TO D-VOL.
00445      MOVE M-PROP TO D-PROP.
00446      MOVE W-TAX-YEAR TO D-START-YEAR.
00447      COMPUTE D-END-YEAR = W-TAX-YEAR + 3.
00448      MOVE W-ADDED-VAL TO D-ADDED.
00449      IF HO-EQFCTR EQUAL ZERO
00450          ADD +1 TO NO-FACTOR-CNT
00451          MOVE 'NO GRANT' TO D-TAG
00452          MOVE ZEROS TO D-AMOUNT
00453          MOVE 'NO EQUALIZATION FACTOR' TO D-MESSG
00454          PERFORM A090-PRINT THRU A090-EXIT
00455          GO TO A200-EXIT.
00456      COMPUTE W-EXEMPT-AMT ROUNDED = W-ADDED-VAL * HO-EQFCTR.
00457      MOVE SPACES TO D-MESSG.
00458      IF W-EXEMPT-AMT GREATER THAN W-HI-CAP
00459          MOVE W-HI-CAP TO W-EXEMPT-AMT
00460          ADD +1 TO CAPPED-CNT
00461          MOVE 'LIMITED TO STATUTORY CAP' TO D-MESSG.
00462      MOVE SPACES           TO NEW-HIEX-REC.
00463      MOVE M-VOL            TO NH-VOL.
00464      MOVE M-PROP           TO NH-PROP.
00465      MOVE W-TAX-YEAR       TO NH-START-YEAR.
00466      COMPUTE NH-END-YEAR = W-TAX-YEAR + 3.
00467      MOVE M-TXCD           TO NH-TXCD.
00468      MOVE 'A'              TO NH-STAT.
00469      MOVE M-CLS            TO NH-CLASS.
00470      MOVE MA-VALUE-1 (5)   TO NH-PRIOR-IMPR.
00471      MOVE M-VALUE-1 (5)    TO NH-CURR-IMPR.
00472      MOVE W-ADDED-VAL      TO NH-ADDED-VAL.
00473      MOVE W-EXEMPT-AMT     TO NH-AMOUNT.
00474      MOVE ZEROS            TO NH-CLOSE-YEAR.
00475      WRITE HIEX-NEW-REC FROM NEW-HIEX-REC.
00476      ADD +1 TO NEW-OUT-CNT.
00477      ADD +1 TO GRANTED-CNT.
00478      ADD W-EXEMPT-AMT TO W-GRANTED-TOTAL.
00479      MOVE 'GRANTED ' TO D-TAG.
00480      MOVE W-EXEMPT-AMT TO D-AMOUNT.
00481      PERFORM A090-PRINT THRU A090-EXIT.
00482  A200-EXIT. EXIT.
00483      SKIP1
00484  A210-SCAN-ACTION.
00485      IF M-ASMT-YR (AA-SUB) EQUAL W-YR-DIGIT
00486       AND M-ASMT-CHG (AA-SUB) EQUAL W-NEWCON-CODE
00487          MOVE 'Y' TO NEWCON-SW.
00488  A210-EXIT. EXIT.
00489      SKIP1
00490  B100-HEADING.
00491      ADD +1 TO PAGE-CNT.
00492      MOVE PAGE-CNT TO HD-PAGE.
00493      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00494      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00495      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00496      MOVE +5 TO LINE-CNT.
00497  B100-EXIT. EXIT.
