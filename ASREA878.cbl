00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA878.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. RETURNING VETERAN TRACKING MASTER MAINTENANCE.  THE
00007 *         RETURNING VETERAN EXEMPTION (EQ-RET-VET) APPLIES ONLY IN
00008 *         THE TAX YEAR THE VETERAN RETURNS FROM ACTIVE DUTY AND
00009 *         THE YEAR AFTER, SO EACH GRANT IS TRACKED BY PARCEL WITH
00010 *         ITS DISCHARGE/RETURN DATE (ASRETVTR1).  RETURN DATE
00011 *         CARDS (ADD, CHANGE OR DELETE), THE OLD TRACKING MASTER
00012 *         AND THE VETERAN MASTER (VETMST01) ARE MATCHED BY
00013 *         VOLUME/PROPERTY, ALL IN KEY SEQUENCE.  AN ADD OR
00014 *         CHANGE MUST BE FOR A PARCEL ON THE VETERAN MASTER, AND
00015 *         THE DOCKET NUMBER IS TAKEN FROM IT; THE WINDOW IS SET
00016 *         TO THE RETURN YEAR AND THE YEAR AFTER.  EXISTING RECORDS
00017 *         ARE CARRIED FORWARD WITH THE DOCKET NUMBER REFRESHED,
00018 *         AND ONE WHOSE PARCEL HAS LEFT THE VETERAN MASTER IS
00019 *         FLAGGED AND LISTED.
00020 *         REJECTED CARDS ARE LISTED AND SET RETURN CODE 4.
00021 *         ASREA877 POSTS THE NEW MASTER TO THE EQUALIZED
00022 *         VALUATION FILE.  THIS IS SEPARATE FROM THE DISABLED
00023 *         VETERAN RECERTIFICATION IN ASREA970.
00024      SKIP2
00025  ENVIRONMENT DIVISION.
00026  CONFIGURATION SECTION.
00027  SOURCE-COMPUTER. IBM-370.
00028  OBJECT-COMPUTER. IBM-370.
00029      SKIP1
00030  INPUT-OUTPUT SECTION.
00031  FILE-CONTROL.
00032      SELECT RVTRAN-FILE    ASSIGN TO UT-S-RVTRAN.
00033      SELECT VETERAN-MAST   ASSIGN TO UT-S-VETMAST.
00034      SELECT RVTRK-OLD      ASSIGN TO UT-S-RVTRKOLD.
00035      SELECT RVTRK-NEW      ASSIGN TO UT-S-RVTRKNEW.
00036      SELECT PRINT-FILE     ASSIGN TO UT-S-PRINT.
00037      SKIP2
00038  DATA DIVISION.
00039  FILE SECTION.
00040      SKIP1
00041  FD  RVTRAN-FILE
00042      BLOCK  CONTAINS 0 RECORDS
00043      RECORD CONTAINS 80 CHARACTERS
00044      RECORDING MODE IS F
00045      LABEL  RECORDS ARE STANDARD
00046      DATA RECORD IS RVTRAN-REC.
00047  01  RVTRAN-REC.
00048      05  RT-KEY.
00049          10  RT-VOL          PIC X(3).
00050          10  RT-PROP         PIC X(15).
00051      05  RT-KEY-N REDEFINES RT-KEY
00052                              PIC 9(18).
00053      05  RT-ACTION           PIC X.
00054          88  RT-ADD                     VALUE 'A'.
00055          88  RT-CHANGE                  VALUE 'C'.
00056          88  RT-DELETE                  VALUE 'D'.
00057      05  RT-RETURN-DATE      PIC X(8).
00058      05  RT-RETURN-DATE-N REDEFINES RT-RETURN-DATE.
00059          10  RT-RETURN-YEAR  PIC 9(4).
00060          10  RT-RETURN-MO    PIC 99.
00061          10  RT-RETURN-DA    PIC 99.
00062      05  FILLER              PIC X(53).
00063      SKIP2
00064  FD  VETERAN-MAST
00065      BLOCK  CONTAINS 0 RECORDS
00066      RECORD CONTAINS 120 CHARACTERS
00067      RECORDING MODE IS F
00068      LABEL  RECORDS ARE STANDARD
00069      DATA RECORD IS VETERAN-REC.
00070  01  VETERAN-REC.
00071  COPY VETMST01.
00072      SKIP2
00073  FD  RVTRK-OLD
00074      BLOCK  CONTAINS 0 RECORDS
00075      RECORD CONTAINS 80 CHARACTERS
00076      RECORDING MODE IS F
00077      LABEL  RECORDS ARE STANDARD
00078      DATA RECORD IS RVTRK-REC.
00079  01  RVTRK-REC.
00080  COPY ASRETVTR1.
00081      SKIP2
00082  FD  RVTRK-NEW
00083      BLOCK  CONTAINS 0 RECORDS
00084      RECORD CONTAINS 80 CHARACTERS
00085      RECORDING MODE IS F
00086      LABEL  RECORDS ARE STANDARD
00087      DATA RECORD IS RVTRK-NEW-REC.
00088  01  RVTRK-NEW-REC           PIC X(80).
00089      SKIP2
00090  FD  PRINT-FILE
00091      BLOCK  CONTAINS 0 RECORDS
00092      RECORD CONTAINS 133 CHARACTERS
00093      RECORDING MODE IS F
00094      LABEL  RECORDS ARE STANDARD.
00095      SKIP1
00096  01  PRINT-REC               PIC X(133).
00097      SKIP2
00098  WORKING-STORAGE SECTION.
00099      SKIP1
00100  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00101  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00102      SKIP1
00103  77  TRAN-EOF-SW               PIC X      VALUE 'N'.
00104      88  END-OF-TRAN-FILE                 VALUE 'Y'.
00105  77  VET-EOF-SW                PIC X      VALUE 'N'.
00106      88  END-OF-VET-FILE                  VALUE 'Y'.
00107  77  OLD-EOF-SW                PIC X      VALUE 'N'.
00108      88  END-OF-OLD-FILE                  VALUE 'Y'.
00109  77  ON-VET-SW                 PIC X      VALUE 'N'.
00110      88  ON-VETERAN-MAST                  VALUE 'Y'.
00111  77  HOLD-SW                   PIC X      VALUE 'N'.
00112      88  HOLD-PRESENT                     VALUE 'Y'.
00113      SKIP1
00114  77  TRAN-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00115  77  VET-IN-CNT        COMP-3  PIC S9(9)  VALUE +0.
00116  77  OLD-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00117  77  NEW-OUT-CNT       COMP-3  PIC S9(7)  VALUE +0.
00118  77  ADDED-CNT         COMP-3  PIC S9(7)  VALUE +0.
00119  77  CHANGED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00120  77  DELETED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00121  77  CARRIED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00122  77  OFF-VET-CNT       COMP-3  PIC S9(7)  VALUE +0.
00123  77  REJECT-CNT        COMP-3  PIC S9(7)  VALUE +0.
00124      SKIP1
00125  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00126      SKIP1
00127  01  TRAN-KEY                PIC 9(18).
00128  01  PREV-TRAN-KEY           PIC 9(18)  VALUE ZEROS.
00129  01  LOW-KEY                 PIC 9(18).
00130  01  VET-KEY.
00131      05  VK-VOL              PIC 9(3).
00132      05  VK-PROP             PIC 9(15).
00133  01  OLD-KEY.
00134      05  OK-VOL              PIC 9(3).
00135      05  OK-PROP             PIC 9(15).
00136      SKIP1
00137  01  NEW-RVTRK-REC.
00138  COPY ASRETVTR1 REPLACING LEADING ==RV-== BY ==NR-==.
00139      SKIP1
00140  01  ACPT-DATE                  PIC 9(6).
00141  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00142      05  ACPT-YR                PIC 99.
00143      05  ACPT-MO                PIC 99.
00144      05  ACPT-DA                PIC 99.
00145  01  DSP-DATE.
00146      05  DSP-MO                 PIC 99.
00147      05  FILLER                 PIC X      VALUE '/'.
00148      05  DSP-DA                 PIC 99.
00149      05  FILLER                 PIC X      VALUE '/'.
00150      05  DSP-YR                 PIC 99.
00151      SKIP1
00152  01  HEAD-A.
00153      05  FILLER          PIC X(3)   VALUE SPACES.
00154      05  HD-DATE         PIC X(8).
00155      05  FILLER          PIC X(44)  VALUE SPACES.
00156      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00157      05  FILLER          PIC X(44)  VALUE SPACES.
00158      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00159      05  HD-PAGE         PIC ZZ,ZZ9.
00160      SKIP1
00161  01  HEAD-B.
00162      05  FILLER          PIC X(3)   VALUE SPACES.
00163      05  FILLER          PIC X(8)   VALUE 'ASREA878'.
00164      05  FILLER          PIC X(18)  VALUE SPACES.
00165      05  FILLER          PIC X(56)  VALUE
00166          'RETURNING VETERAN TRACKING MASTER MAINTENANCE'.
00167      SKIP1
00168  01  HEAD-C.
00169      05  FILLER          PIC X(3)   VALUE SPACES.
00170      05  FILLER          PIC X(10)  VALUE 'ACTION'.
00171      05  FILLER          PIC X(5)   VALUE 'VOL'.
00172      05  FILLER          PIC X(17)  VALUE 'PROPERTY NUMBER'.
00173      05  FILLER          PIC X(10)  VALUE 'RETURNED'.
00174      05  FILLER          PIC X(11)  VALUE 'DOCKET NO'.
00175      05  FILLER          PIC X(11)  VALUE 'TAX YEARS'.
00176      05  FILLER          PIC X(30)  VALUE 'MESSAGE'.
00177      SKIP1
00178  01  DETAIL-LINE.
00179      05  FILLER          PIC X(3)   VALUE SPACES.
00180      05  D-TAG           PIC X(8).
00181      05  FILLER          PIC X(2)   VALUE SPACES.
00182      05  D-VOL           PIC X(3).
00183      05  FILLER          PIC X(2)   VALUE SPACES.
00184      05  D-PROP          PIC X(15).
00185      05  FILLER          PIC X(2)   VALUE SPACES.
00186      05  D-RETURN-DATE   PIC X(8).
00187      05  FILLER          PIC X(2)   VALUE SPACES.
00188      05  D-DOCKET-NO     PIC X(9).
00189      05  FILLER          PIC X(2)   VALUE SPACES.
00190      05  D-FIRST-YEAR    PIC X(4).
00191      05  D-YEAR-DASH     PIC X.
00192      05  D-LAST-YEAR     PIC X(4).
00193      05  FILLER          PIC X(2)   VALUE SPACES.
00194      05  D-MESSG         PIC X(30).
00195      EJECT
00196  PROCEDURE DIVISION.
00197      SKIP1
00198  A010-HOUSEKEEPING.
00199      OPEN INPUT  RVTRAN-FILE, VETERAN-MAST, RVTRK-OLD
00200           OUTPUT RVTRK-NEW, PRINT-FILE.
00201      MOVE FUNCTION CURRENT-DATE (1:8) TO W-RUN-DATE.
00202      ACCEPT ACPT-DATE FROM DATE.
00203      MOVE ACPT-MO TO DSP-MO.
00204      MOVE ACPT-DA TO DSP-DA.
00205      MOVE ACPT-YR TO DSP-YR.
00206      MOVE DSP-DATE TO HD-DATE.
00207      PERFORM B100-HEADING THRU B100-EXIT.
00208      PERFORM A030-READ-TRAN THRU A030-EXIT.
00209      PERFORM A040-READ-VET THRU A040-EXIT.
00210      PERFORM A045-READ-OLD THRU A045-EXIT.
00211      PERFORM A020-MAINLINE THRU A020-EXIT
00212          UNTIL END-OF-TRAN-FILE AND END-OF-OLD-FILE.
00213      DISPLAY 'TOTAL RETURN DATE CARDS READ.........: '
00214          TRAN-IN-CNT.
00215      DISPLAY 'TOTAL VETERAN MASTER RECORDS READ....: '
00216          VET-IN-CNT.
00217      DISPLAY 'TOTAL OLD TRACKING RECORDS READ......: '
00218          OLD-IN-CNT.
00219      DISPLAY 'TOTAL NEW TRACKING RECORDS WRITTEN...: '
00220          NEW-OUT-CNT.
00221      DISPLAY 'TOTAL TRACKING RECORDS ADDED.........: '
00222          ADDED-CNT.
00223      DISPLAY 'TOTAL TRACKING RECORDS CHANGED.......: '
00224          CHANGED-CNT.
00225      DISPLAY 'TOTAL TRACKING RECORDS DELETED.......: '
00226          DELETED-CNT.
00227      DISPLAY 'TOTAL TRACKING RECORDS CARRIED.......: '
00228          CARRIED-CNT.
00229      DISPLAY 'TOTAL LEFT THE VETERAN MASTER........: '
00230          OFF-VET-CNT.
00231      DISPLAY 'TOTAL CARDS REJECTED.................: '
00232          REJECT-CNT.
00233      IF REJECT-CNT GREATER THAN +0
00234          MOVE 4 TO RETURN-CODE.
00235      CLOSE RVTRAN-FILE, VETERAN-MAST, RVTRK-OLD,
00236            RVTRK-NEW, PRINT-FILE.
00237      STOP RUN.
00238      SKIP1
00239 *    THE LOWER OF THE CARD AND OLD TRACKING KEYS DRIVES THE MATCH;
00240 *    THE VETERAN MASTER IS POSITIONED TO IT.  THE OLD RECORD, IF
00241 *    ANY, IS HELD SO SEVERAL CARDS MAY APPLY TO ONE PARCEL.
00242  A020-MAINLINE.
00243      IF TRAN-KEY LESS THAN OLD-KEY
00244          MOVE TRAN-KEY TO LOW-KEY
00245      ELSE
00246          MOVE OLD-KEY TO LOW-KEY.
00247      PERFORM A040-READ-VET THRU A040-EXIT
00248          UNTIL VET-KEY NOT LESS THAN LOW-KEY.
00249      IF VET-KEY EQUAL LOW-KEY
00250          MOVE 'Y' TO ON-VET-SW
00251      ELSE
00252          MOVE 'N' TO ON-VET-SW.
00253      MOVE 'N' TO HOLD-SW.
00254      IF OLD-KEY EQUAL LOW-KEY
00255          MOVE RVTRK-REC TO NEW-RVTRK-REC
00256          MOVE 'Y' TO HOLD-SW
00257          PERFORM A045-READ-OLD THRU A045-EXIT.
00258      PERFORM A200-APPLY-TRAN THRU A200-EXIT
00259          UNTIL TRAN-KEY NOT EQUAL LOW-KEY.
00260      IF HOLD-PRESENT
00261          PERFORM A100-WRITE-NEW THRU A100-EXIT.
00262  A020-EXIT. EXIT.
00263      SKIP1
00264 *    A CARD WITH A BAD KEY, OUT OF SEQUENCE, OR (FOR AN ADD OR
00265 *    CHANGE) WITH AN INVALID OR FUTURE RETURN DATE IS REJECTED
00266 *    HERE AND NEVER REACHES THE MATCH.
00267  A030-READ-TRAN.
00268      READ RVTRAN-FILE AT END
00269          MOVE 'Y' TO TRAN-EOF-SW
00270          MOVE ALL '9' TO TRAN-KEY
00271          GO TO A030-EXIT.
00272      ADD +1 TO TRAN-IN-CNT.
00273      IF RT-KEY NOT NUMERIC
00274          MOVE 'INVALID VOLUME/PROPERTY' TO D-MESSG
00275          PERFORM A300-REJECT THRU A300-EXIT
00276          GO TO A030-READ-TRAN.
00277      IF RT-KEY-N LESS THAN PREV-TRAN-KEY
00278          MOVE 'CARD OUT OF SEQUENCE' TO D-MESSG
00279          PERFORM A300-REJECT THRU A300-EXIT
00280          GO TO A030-READ-TRAN.
00281      IF RT-DELETE
00282          GO TO A030-ACCEPT.
00283      IF RT-RETURN-DATE NOT NUMERIC
00284       OR RT-RETURN-MO LESS THAN 1 OR RT-RETURN-MO GREATER THAN 12
00285       OR RT-RETURN-DA LESS THAN 1 OR RT-RETURN-DA GREATER THAN 31
00286          MOVE 'INVALID RETURN DATE' TO D-MESSG
00287          PERFORM A300-REJECT THRU A300-EXIT
00288          GO TO A030-READ-TRAN.
00289      IF RT-RETURN-DATE GREATER THAN W-RUN-DATE
00290          MOVE 'RETURN DATE IN THE FUTURE' TO D-MESSG
00291          PERFORM A300-REJECT THRU A300-EXIT
00292          GO TO A030-READ-TRAN.
00293  A030-ACCEPT.
00294      MOVE RT-KEY-N TO TRAN-KEY.
00295      MOVE RT-KEY-N TO PREV-TRAN-KEY.
00296  A030-EXIT. EXIT.
00297      SKIP1
00298  A040-READ-VET.
00299      READ VETERAN-MAST AT END
00300          MOVE 'Y' TO VET-EOF-SW
00301          MOVE ALL '9' TO VET-KEY
00302          GO TO A040-EXIT.
00303      ADD +1 TO VET-IN-CNT.
00304      MOVE VET-VOL  TO VK-VOL.
00305      MOVE VET-PROP TO VK-PROP.
00306  A040-EXIT. EXIT.
00307      SKIP1
00308  A045-READ-OLD.
00309      READ RVTRK-OLD AT END
00310          MOVE 'Y' TO OLD-EOF-SW
00311          MOVE ALL '9' TO OLD-KEY
00312          GO TO A045-EXIT.
00313      ADD +1 TO OLD-IN-CNT.
00314      MOVE RV-VOL  TO OK-VOL.
00315      MOVE RV-PROP TO OK-PROP.
00316  A045-EXIT. EXIT.
00317      SKIP1
00318  A090-PRINT.
00319      IF LINE-CNT GREATER THAN +57
00320          PERFORM B100-HEADING THRU B100-EXIT.
00321      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00322      ADD +1 TO LINE-CNT.
00323  A090-EXIT. EXIT.
00324      SKIP1
00325 *    THE HELD RECORD IS WRITTEN WITH THE DOCKET NUMBER AS NOW ON
00326 *    THE VETERAN MASTER.  ONE NEWLY OFF THE VETERAN MASTER IS
00327 *    FLAGGED AND LISTED BUT KEPT, SINCE ITS WINDOW STILL GOVERNS
00328 *    THE EQ-RET-VET ALREADY POSTED.
00329  A100-WRITE-NEW.
00330      IF ON-VETERAN-MAST
00331          MOVE VET-DOCKET-NO TO NR-DOCKET-NO
00332          MOVE 'Y' TO NR-VET-SW
00333          GO TO A100-WRITE.
00334      IF NR-OFF-VET-MASTER
00335          GO TO A100-WRITE.
00336      MOVE 'N' TO NR-VET-SW.
00337      ADD +1 TO OFF-VET-CNT.
00338      MOVE 'OFF VET ' TO D-TAG.
00339      MOVE 'NO LONGER ON VETERAN MASTER' TO D-MESSG.
00340      PERFORM A110-LIST-NEW THRU A110-EXIT.
00341  A100-WRITE.
00342      WRITE RVTRK-NEW-REC FROM NEW-RVTRK-REC.
00343      ADD +1 TO NEW-OUT-CNT.
00344      IF NR-CHG-DATE NOT EQUAL W-RUN-DATE
00345       AND NR-ADD-DATE NOT EQUAL W-RUN-DATE
00346          ADD +1 TO CARRIED-CNT.
00347  A100-EXIT. EXIT.
00348      SKIP1
00349  A110-LIST-NEW.
00350      MOVE NR-VOL         TO D-VOL.
00351      MOVE NR-PROP        TO D-PROP.
00352      MOVE NR-RETURN-DATE TO D-RETURN-DATE.
00353      MOVE NR-DOCKET-NO   TO D-DOCKET-NO.
00354      MOVE NR-FIRST-YEAR  TO D-FIRST-YEAR.
00355      MOVE '-'            TO D-YEAR-DASH.
00356      MOVE NR-LAST-YEAR   TO D-LAST-YEAR.
00357      PERFORM A090-PRINT THRU A090-EXIT.
00358  A110-EXIT. EXIT.
00359      SKIP1
00360  A200-APPLY-TRAN.
00361      IF RT-ADD
00362          PERFORM A210-ADD THRU A210-EXIT
00363      ELSE
00364      IF RT-CHANGE
00365          PERFORM A220-CHANGE THRU A220-EXIT
00366      ELSE
00367      IF RT-DELETE
00368          PERFORM A230-DELETE THRU A230-EXIT
00369      ELSE
00370          MOVE 'INVALID ACTION CODE' TO D-MESSG
00371          PERFORM A300-REJECT THRU A300-EXIT.
00372      PERFORM A030-READ-TRAN THRU A030-EXIT.
00373  A200-EXIT. EXIT.
00374      SKIP1
00375  A210-ADD.
00376      IF HOLD-PRESENT
00377          MOVE 'ALREADY TRACKED - USE CHANGE' TO D-MESSG
00378          PERFORM A300-REJECT THRU A300-EXIT
00379          GO TO A210-EXIT.
00380      IF NOT ON-VETERAN-MAST
00381          MOVE 'NOT ON VETERAN MASTER' TO D-MESSG
00382          PERFORM A300-REJECT THRU A300-EXIT
00383          GO TO A210-EXIT.
00384      MOVE SPACES TO NEW-RVTRK-REC.
00385      MOVE RT-KEY-N TO NR-KEY.
00386      MOVE ZEROS TO NR-CHG-DATE.
00387      MOVE W-RUN-DATE TO NR-ADD-DATE.
00388      MOVE VET-DOCKET-NO TO NR-DOCKET-NO.
00389      MOVE 'Y' TO NR-VET-SW.
00390      PERFORM A240-SET-WINDOW THRU A240-EXIT.
00391      MOVE 'Y' TO HOLD-SW.
00392      ADD +1 TO ADDED-CNT.
00393      MOVE 'ADDED   ' TO D-TAG.
00394      MOVE SPACES TO D-MESSG.
00395      PERFORM A110-LIST-NEW THRU A110-EXIT.
00396  A210-EXIT. EXIT.
00397      SKIP1
00398  A220-CHANGE.
00399      IF NOT HOLD-PRESENT
00400          MOVE 'NOT TRACKED - USE ADD' TO D-MESSG
00401          PERFORM A300-REJECT THRU A300-EXIT
00402          GO TO A220-EXIT.
00403      IF NOT ON-VETERAN-MAST
00404          MOVE 'NOT ON VETERAN MASTER' TO D-MESSG
00405          PERFORM A300-REJECT THRU A300-EXIT
00406          GO TO A220-EXIT.
00407      MOVE W-RUN-DATE TO NR-CHG-DATE.
00408      PERFORM A240-SET-WINDOW THRU A240-EXIT.
00409      ADD +1 TO CHANGED-CNT.
00410      MOVE 'CHANGED ' TO D-TAG.
00411      MOVE SPACES TO D-MESSG.
00412      PERFORM A110-LIST-NEW THRU A110-EXIT.
00413  A220-EXIT. EXIT.
00414      SKIP1
00415  A230-DELETE.
00416      IF NOT HOLD-PRESENT
00417          MOVE 'NOT TRACKED - NOTHING DELETED' TO D-MESSG
00418          PERFORM A300-REJECT THRU A300-EXIT
00419          GO TO A230-EXIT.
00420      MOVE 'N' TO HOLD-SW.
00421      ADD +1 TO DELETED-CNT.
00422      MOVE 'DELETED ' TO D-TAG.
00423      MOVE SPACES TO D-MESSG.
00424      PERFORM A110-LIST-NEW THRU A110-EXIT.
00425  A230-EXIT. EXIT.
00426      SKIP1
00427 *    THE EXEMPTION RUNS FOR THE TAX YEAR OF THE RETURN AND THE
00428 *    YEAR AFTER, AND FOR NO OTHER.
00429  A240-SET-WINDOW.
00430      MOVE RT-RETURN-DATE-N TO NR-RETURN-DATE.
00431      MOVE NR-RETURN-YEAR TO NR-FIRST-YEAR.
00432      COMPUTE NR-LAST-YEAR = NR-RETURN-YEAR + 1.
00433  A240-EXIT. EXIT.
00434      SKIP1
00435  A300-REJECT.
00436      ADD +1 TO REJECT-CNT.
00437      MOVE 'REJECTED' TO D-TAG.
00438      MOVE RT-VOL         TO D-VOL.
00439      MOVE RT-PROP        TO D-PROP.
00440      MOVE RT-RETURN-DATE TO D-RETURN-DATE.
00441      MOVE SPACES         TO D-DOCKET-NO, D-FIRST-YEAR,
00442                             D-YEAR-DASH, D-LAST-YEAR.
00443      PERFORM A090-PRINT THRU A090-EXIT.
00444  A300-EXIT. EXIT.
00445      SKIP1
00446  B100-HEADING.
00447      ADD +1 TO PAGE-CNT.
00448      MOVE PAGE-CNT TO HD-PAGE.
00449      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00450      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00451      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00452      MOVE +6 TO LINE-CNT.
00453  B100-EXIT. EXIT.
