00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA986.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. TAXABLE LEASEHOLD MASTER MAINTENANCE.  PRIVATE LESSEES
00007 *         OF PROPERTY EXEMPT BY OWNER (AIRPORT CONCESSIONS,
00008 *         PARK-DISTRICT RESTAURANTS, MARINA SLIPS AND THE LIKE)
00009 *         OWE TAX ON THEIR LEASEHOLD.  THE INTAKE FILE CARRIES
00010 *         LEASES REPORTED BY THE OWNER AGENCIES AND THOSE FOUND BY
00011 *         THE FIELD STAFF, IN VOLUME, PROPERTY, LESSEE AND
00012 *         EFFECTIVE DATE ORDER.  EACH CARD IS A NEW LEASE (N), A
00013 *         RENEWAL (R) GIVING THE NEW END DATE AND, IF IT HAS
00014 *         CHANGED, THE NEW LEASEHOLD VALUE, A TERMINATION (T)
00015 *         GIVING THE DATE THE LEASE ENDED, OR A CHANGE (C) OF
00016 *         VALUE, USE OR MAILING ADDRESS.  THE CARDS ARE APPLIED TO
00017 *         THE OLD LEASEHOLD MASTER (ASLEASMR1) AND A NEW MASTER IS
00018 *         WRITTEN.  EVERY CARD IS LISTED WITH THE ACTION TAKEN OR
00019 *         THE REASON IT WAS REJECTED.  ASREA987 BILLS THE NEW
00020 *         MASTER.
00021      SKIP2
00022  ENVIRONMENT DIVISION.
00023  CONFIGURATION SECTION.
00024  SOURCE-COMPUTER. IBM-370.
00025  OBJECT-COMPUTER. IBM-370.
00026      SKIP1
00027  INPUT-OUTPUT SECTION.
00028  FILE-CONTROL.
00029      SELECT INTAKE-FILE    ASSIGN TO UT-S-LHINTAKE.
00030      SELECT LEASE-OLD      ASSIGN TO UT-S-LEASOLD.
00031      SELECT LEASE-NEW      ASSIGN TO UT-S-LEASNEW.
00032      SELECT PRINT-FILE     ASSIGN TO UT-S-PRINT.
00033      SKIP2
00034  DATA DIVISION.
00035  FILE SECTION.
00036      SKIP1
00037  FD  INTAKE-FILE
00038      BLOCK  CONTAINS 0 RECORDS
00039      RECORD CONTAINS 160 CHARACTERS
00040      RECORDING MODE IS F
00041      LABEL  RECORDS ARE STANDARD
00042      DATA RECORD IS INTAKE-REC.
00043  01  INTAKE-REC.
00044      05  LI-KEY.
00045          10  LI-VOL          PIC X(3).
00046          10  LI-PROP         PIC X(15).
00047          10  LI-LESSEE-NO    PIC X(5).
00048      05  LI-KEY-N REDEFINES LI-KEY.
00049          10  LI-VOL-N        PIC 9(3).
00050          10  LI-PROP-N       PIC 9(15).
00051          10  LI-LESSEE-NO-N  PIC 9(5).
00052      05  LI-ACTION           PIC X.
00053          88  LI-NEW-LEASE               VALUE 'N'.
00054          88  LI-RENEWAL                 VALUE 'R'.
00055          88  LI-TERMINATION             VALUE 'T'.
00056          88  LI-CHANGE                  VALUE 'C'.
00057      05  LI-EFF-DATE         PIC X(8).
00058      05  LI-EFF-DATE-N REDEFINES LI-EFF-DATE
00059                              PIC 9(8).
00060      05  LI-LEASE-START      PIC X(8).
00061      05  LI-LEASE-START-N REDEFINES LI-LEASE-START
00062                              PIC 9(8).
00063      05  LI-LEASE-END        PIC X(8).
00064      05  LI-LEASE-END-N REDEFINES LI-LEASE-END
00065                              PIC 9(8).
00066      05  LI-LH-VALUE         PIC X(9).
00067      05  LI-LH-VALUE-N REDEFINES LI-LH-VALUE
00068                              PIC 9(9).
00069      05  LI-USE-DESC         PIC X(20).
00070      05  LI-NAME             PIC X(22).
00071      05  LI-ADDR             PIC X(22).
00072      05  LI-CITY             PIC X(12).
00073      05  LI-STATE            PIC XX.
00074      05  LI-ZIP              PIC X(9).
00075      05  LI-ZIP-N REDEFINES LI-ZIP
00076                              PIC 9(9).
00077      05  LI-SOURCE           PIC X.
00078      05  FILLER              PIC X(15).
00079      SKIP2
00080  FD  LEASE-OLD
00081      BLOCK  CONTAINS 0 RECORDS
00082      RECORD CONTAINS 200 CHARACTERS
00083      RECORDING MODE IS F
00084      LABEL  RECORDS ARE STANDARD
00085      DATA RECORD IS LEASE-OLD-REC.
00086  01  LEASE-OLD-REC           PIC X(200).
00087      SKIP2
00088  FD  LEASE-NEW
00089      BLOCK  CONTAINS 0 RECORDS
00090      RECORD CONTAINS 200 CHARACTERS
00091      RECORDING MODE IS F
00092      LABEL  RECORDS ARE STANDARD
00093      DATA RECORD IS LEASE-NEW-REC.
00094  01  LEASE-NEW-REC           PIC X(200).
00095      SKIP2
00096  FD  PRINT-FILE
00097      BLOCK  CONTAINS 0 RECORDS
00098      RECORD CONTAINS 133 CHARACTERS
00099      RECORDING MODE IS F
00100      LABEL  RECORDS ARE STANDARD.
00101      SKIP1
00102  01  PRINT-REC               PIC X(133).
00103      SKIP2
00104  WORKING-STORAGE SECTION.
00105      SKIP1
00106  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00107  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00108      SKIP1
00109  77  LI-EOF-SW                 PIC X      VALUE 'N'.
00110      88  END-OF-LI-FILE                   VALUE 'Y'.
00111  77  OLD-EOF-SW                PIC X      VALUE 'N'.
00112      88  END-OF-OLD-FILE                  VALUE 'Y'.
00113  77  LEASE-HELD-SW             PIC X      VALUE 'N'.
00114      88  LEASE-HELD                       VALUE 'Y'.
00115      SKIP1
00116  77  LI-IN-CNT         COMP-3  PIC S9(7)  VALUE +0.
00117  77  OLD-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00118  77  NEW-OUT-CNT       COMP-3  PIC S9(7)  VALUE +0.
00119  77  ADDED-CNT         COMP-3  PIC S9(7)  VALUE +0.
00120  77  DISCOVERED-CNT    COMP-3  PIC S9(7)  VALUE +0.
00121  77  RENEWED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00122  77  TERMINATED-CNT    COMP-3  PIC S9(7)  VALUE +0.
00123  77  CHANGED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00124  77  REJECT-CNT        COMP-3  PIC S9(7)  VALUE +0.
00125      SKIP1
00126  01  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00127  01  FILLER REDEFINES W-RUN-DATE.
00128      05  W-RUN-CC              PIC 99.
00129      05  W-RUN-YY              PIC 99.
00130      05  W-RUN-MM              PIC 99.
00131      05  W-RUN-DD              PIC 99.
00132      SKIP1
00133  01  LOW-KEY                   PIC X(23).
00134  01  OLD-KEY                   PIC X(23).
00135  01  TRAN-KEY                  PIC X(23).
00136  01  LAST-TRAN-KEY.
00137      05  LTK-KEY               PIC X(23)  VALUE LOW-VALUES.
00138      05  LTK-EFF-DATE          PIC X(8)   VALUE LOW-VALUES.
00139  01  THIS-TRAN-KEY.
00140      05  TTK-KEY               PIC X(23).
00141      05  TTK-EFF-DATE          PIC X(8).
00142      SKIP1
00143  01  OLD-LEASE-REC.
00144  COPY ASLEASMR1 REPLACING LEADING ==LH-== BY ==LO-==.
00145      SKIP1
00146  01  WORK-LEASE-REC.
00147  COPY ASLEASMR1.
00148      SKIP1
00149  01  ACPT-DATE                  PIC 9(6).
00150  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00151      05  ACPT-YR                PIC 99.
00152      05  ACPT-MO                PIC 99.
00153      05  ACPT-DA                PIC 99.
00154  01  DSP-DATE.
00155      05  DSP-MO                 PIC 99.
00156      05  FILLER                 PIC X      VALUE '/'.
00157      05  DSP-DA                 PIC 99.
00158      05  FILLER                 PIC X      VALUE '/'.
00159      05  DSP-YR                 PIC 99.
00160      SKIP1
00161  01  HEAD-A.
00162      05  FILLER          PIC X(3)   VALUE SPACES.
00163      05  HD-DATE         PIC X(8).
00164      05  FILLER          PIC X(44)  VALUE SPACES.
00165      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00166      05  FILLER          PIC X(44)  VALUE SPACES.
00167      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00168      05  HD-PAGE         PIC ZZ,ZZ9.
00169      SKIP1
00170  01  HEAD-B.
00171      05  FILLER          PIC X(3)   VALUE SPACES.
00172      05  FILLER          PIC X(8)   VALUE 'ASREA986'.
00173      05  FILLER          PIC X(26)  VALUE SPACES.
00174      05  FILLER          PIC X(60)  VALUE
00175          'TAXABLE LEASEHOLD MASTER MAINTENANCE'.
00176      SKIP1
00177  01  HEAD-C.
00178      05  FILLER          PIC X(3)   VALUE SPACES.
00179      05  FILLER          PIC X(23)  VALUE
00180          'VOL PROPERTY     LESSEE'.
00181      05  FILLER          PIC X(3)   VALUE SPACES.
00182      05  FILLER          PIC X(3)   VALUE 'ACT'.
00183      05  FILLER          PIC X(2)   VALUE SPACES.
00184      05  FILLER          PIC X(8)   VALUE 'EFF DATE'.
00185      05  FILLER          PIC X(2)   VALUE SPACES.
00186      05  FILLER          PIC X(8)   VALUE 'START'.
00187      05  FILLER          PIC X(2)   VALUE SPACES.
00188      05  FILLER          PIC X(8)   VALUE 'END'.
00189      05  FILLER          PIC X(2)   VALUE SPACES.
00190      05  FILLER          PIC X(11)  VALUE '     VALUE'.
00191      05  FILLER          PIC X(2)   VALUE SPACES.
00192      05  FILLER          PIC X(50)  VALUE 'DISPOSITION'.
00193      SKIP1
00194  01  DETAIL-LINE.
00195      05  FILLER          PIC X(3)   VALUE SPACES.
00196      05  DL-KEY          PIC X(23).
00197      05  FILLER          PIC X(4)   VALUE SPACES.
00198      05  DL-ACTION       PIC X.
00199      05  FILLER          PIC X(3)   VALUE SPACES.
00200      05  DL-EFF-DATE     PIC X(8).
00201      05  FILLER          PIC X(2)   VALUE SPACES.
00202      05  DL-START        PIC X(8).
00203      05  FILLER          PIC X(2)   VALUE SPACES.
00204      05  DL-END          PIC X(8).
00205      05  FILLER          PIC X(2)   VALUE SPACES.
00206      05  DL-VALUE        PIC X(11).
00207      05  DL-VALUE-N REDEFINES DL-VALUE
00208                          PIC ZZZ,ZZZ,ZZ9.
00209      05  FILLER          PIC X(2)   VALUE SPACES.
00210      05  DL-MESSG        PIC X(50).
00211      EJECT
00212  PROCEDURE DIVISION.
00213      SKIP1
00214  A010-HOUSEKEEPING.
00215      OPEN INPUT  INTAKE-FILE, LEASE-OLD
00216           OUTPUT LEASE-NEW, PRINT-FILE.
00217      ACCEPT ACPT-DATE FROM DATE.
00218      MOVE ACPT-MO TO DSP-MO.
00219      MOVE ACPT-DA TO DSP-DA.
00220      MOVE ACPT-YR TO DSP-YR.
00221      MOVE DSP-DATE TO HD-DATE.
00222      MOVE ACPT-YR TO W-RUN-YY.
00223      MOVE ACPT-MO TO W-RUN-MM.
00224      MOVE ACPT-DA TO W-RUN-DD.
00225      IF ACPT-YR LESS THAN 50
00226          MOVE 20 TO W-RUN-CC
00227      ELSE
00228          MOVE 19 TO W-RUN-CC.
00229      PERFORM B100-HEADING THRU B100-EXIT.
00230      PERFORM A030-READ-INTAKE THRU A030-EXIT.
00231      PERFORM A040-READ-OLD THRU A040-EXIT.
00232      PERFORM A020-MAINLINE THRU A020-EXIT
00233          UNTIL END-OF-LI-FILE AND END-OF-OLD-FILE.
00234      DISPLAY 'TOTAL INTAKE CARDS READ..............: ' LI-IN-CNT.
00235      DISPLAY 'TOTAL OLD LEASEHOLD RECORDS READ.....: ' OLD-IN-CNT.
00236      DISPLAY 'TOTAL NEW LEASEHOLD RECORDS WRITTEN..: '
00237          NEW-OUT-CNT.
00238      DISPLAY 'TOTAL LEASES ADDED...................: ' ADDED-CNT.
00239      DISPLAY '  OF WHICH NOT REPORTED BY THE OWNER.: '
00240          DISCOVERED-CNT.
00241      DISPLAY 'TOTAL LEASES RENEWED.................: '
00242          RENEWED-CNT.
00243      DISPLAY 'TOTAL LEASES TERMINATED..............: '
00244          TERMINATED-CNT.
00245      DISPLAY 'TOTAL LEASES CHANGED.................: '
00246          CHANGED-CNT.
00247      DISPLAY 'TOTAL INTAKE CARDS REJECTED..........: ' REJECT-CNT.
00248      IF REJECT-CNT GREATER THAN +0
00249          MOVE 4 TO RETURN-CODE.
00250      CLOSE INTAKE-FILE, LEASE-OLD, LEASE-NEW, PRINT-FILE.
00251      STOP RUN.
00252      SKIP1
00253 *    THE LOWER OF THE OLD MASTER AND INTAKE KEYS DRIVES THE MATCH.
00254 *    THE LEASE IS HELD IN WORK-LEASE-REC WHILE ALL OF ITS CARDS
00255 *    ARE APPLIED, THEN WRITTEN TO THE NEW MASTER.
00256  A020-MAINLINE.
00257      IF OLD-KEY LESS THAN TRAN-KEY
00258          MOVE OLD-KEY TO LOW-KEY
00259      ELSE
00260          MOVE TRAN-KEY TO LOW-KEY.
00261      MOVE 'N' TO LEASE-HELD-SW.
00262      IF OLD-KEY EQUAL LOW-KEY
00263          MOVE OLD-LEASE-REC TO WORK-LEASE-REC
00264          MOVE 'Y' TO LEASE-HELD-SW
00265          PERFORM A040-READ-OLD THRU A040-EXIT.
00266      PERFORM A100-APPLY-CARD THRU A100-EXIT
00267          UNTIL TRAN-KEY NOT EQUAL LOW-KEY.
00268      IF LEASE-HELD
00269          WRITE LEASE-NEW-REC FROM WORK-LEASE-REC
00270          ADD +1 TO NEW-OUT-CNT.
00271  A020-EXIT. EXIT.
00272      SKIP1
00273 *    A CARD THAT IS NOT NUMERIC IN ITS KEY OR EFFECTIVE DATE, OR
00274 *    IS OUT OF SEQUENCE, IS REJECTED HERE AND THE NEXT IS READ.
00275  A030-READ-INTAKE.
00276      READ INTAKE-FILE AT END
00277          MOVE 'Y' TO LI-EOF-SW
00278          MOVE HIGH-VALUES TO TRAN-KEY
00279          GO TO A030-EXIT.
00280      ADD +1 TO LI-IN-CNT.
00281      IF LI-KEY NOT NUMERIC
00282         OR LI-EFF-DATE NOT NUMERIC
00283          MOVE 'KEY OR EFFECTIVE DATE NOT NUMERIC' TO DL-MESSG
00284          PERFORM A900-REJECT THRU A900-EXIT
00285          GO TO A030-READ-INTAKE.
00286      MOVE LI-KEY      TO TTK-KEY.
00287      MOVE LI-EFF-DATE TO TTK-EFF-DATE.
00288      IF THIS-TRAN-KEY LESS THAN LAST-TRAN-KEY
00289          MOVE 'CARD OUT OF SEQUENCE' TO DL-MESSG
00290          PERFORM A900-REJECT THRU A900-EXIT
00291          GO TO A030-READ-INTAKE.
00292      MOVE THIS-TRAN-KEY TO LAST-TRAN-KEY.
00293      MOVE LI-KEY TO TRAN-KEY.
00294  A030-EXIT. EXIT.
00295      SKIP1
00296  A040-READ-OLD.
00297      READ LEASE-OLD INTO OLD-LEASE-REC AT END
00298          MOVE 'Y' TO OLD-EOF-SW
00299          MOVE HIGH-VALUES TO OLD-KEY
00300          GO TO A040-EXIT.
00301      ADD +1 TO OLD-IN-CNT.
00302      MOVE LO-KEY TO OLD-KEY.
00303  A040-EXIT. EXIT.
00304      SKIP1
00305  A100-APPLY-CARD.
00306      IF LI-NEW-LEASE
00307          PERFORM A200-NEW-LEASE THRU A200-EXIT
00308      ELSE
00309      IF LI-RENEWAL
00310          PERFORM A300-RENEWAL THRU A300-EXIT
00311      ELSE
00312      IF LI-TERMINATION
00313          PERFORM A400-TERMINATION THRU A400-EXIT
00314      ELSE
00315      IF LI-CHANGE
00316          PERFORM A500-CHANGE THRU A500-EXIT
00317      ELSE
00318          MOVE 'ACTION CODE NOT N, R, T OR C' TO DL-MESSG
00319          PERFORM A900-REJECT THRU A900-EXIT.
00320      PERFORM A030-READ-INTAKE THRU A030-EXIT.
00321  A100-EXIT. EXIT.
00322      SKIP1
00323  A200-NEW-LEASE.
00324      IF LEASE-HELD
00325          MOVE 'LESSEE ALREADY ON THE LEASEHOLD MASTER' TO DL-MESSG
00326          PERFORM A900-REJECT THRU A900-EXIT
00327          GO TO A200-EXIT.
00328      IF LI-LEASE-START NOT NUMERIC
00329         OR LI-LEASE-END NOT NUMERIC
00330         OR LI-LH-VALUE NOT NUMERIC
00331          MOVE 'LEASE DATES OR VALUE NOT NUMERIC' TO DL-MESSG
00332          PERFORM A900-REJECT THRU A900-EXIT
00333          GO TO A200-EXIT.
00334      IF LI-LEASE-END-N LESS THAN LI-LEASE-START-N
00335          MOVE 'LEASE ENDS BEFORE IT STARTS' TO DL-MESSG
00336          PERFORM A900-REJECT THRU A900-EXIT
00337          GO TO A200-EXIT.
00338      IF LI-NAME EQUAL SPACES
00339         OR LI-ADDR EQUAL SPACES
00340          MOVE 'LESSEE NAME OR MAILING ADDRESS MISSING' TO DL-MESSG
00341          PERFORM A900-REJECT THRU A900-EXIT
00342          GO TO A200-EXIT.
00343      MOVE SPACES           TO WORK-LEASE-REC.
00344      MOVE LI-VOL-N         TO LH-VOL.
00345      MOVE LI-PROP-N        TO LH-PROP.
00346      MOVE LI-LESSEE-NO-N   TO LH-LESSEE-NO.
00347      MOVE 'A'              TO LH-STAT.
00348      IF LI-SOURCE EQUAL 'D'
00349          MOVE 'D'          TO LH-SOURCE
00350          ADD +1 TO DISCOVERED-CNT
00351      ELSE
00352          MOVE 'A'          TO LH-SOURCE.
00353      MOVE LI-USE-DESC      TO LH-USE-DESC.
00354      MOVE LI-LEASE-START-N TO LH-LEASE-START.
00355      MOVE LI-LEASE-END-N   TO LH-LEASE-END.
00356      MOVE LI-LH-VALUE-N    TO LH-LH-VALUE.
00357      MOVE LI-NAME          TO LH-NAME.
00358      MOVE LI-ADDR          TO LH-ADDR.
00359      MOVE LI-CITY          TO LH-CITY.
00360      MOVE LI-STATE         TO LH-STATE.
00361      IF LI-ZIP NUMERIC
00362          MOVE LI-ZIP-N     TO LH-ZIP
00363      ELSE
00364          MOVE ZEROS        TO LH-ZIP.
00365      MOVE ZEROS            TO LH-RENEW-CNT LH-TERM-DATE.
00366      MOVE W-RUN-DATE       TO LH-ADDED-DATE.
00367      MOVE LI-EFF-DATE-N    TO LH-LAST-DATE.
00368      MOVE 'Y' TO LEASE-HELD-SW.
00369      ADD +1 TO ADDED-CNT.
00370      IF LH-DISCOVERED
00371          MOVE 'LEASE ADDED - NOT REPORTED BY OWNER AGENCY'
00372              TO DL-MESSG
00373      ELSE
00374          MOVE 'LEASE ADDED' TO DL-MESSG.
00375      PERFORM A800-LIST THRU A800-EXIT.
00376  A200-EXIT. EXIT.
00377      SKIP1
00378  A300-RENEWAL.
00379      IF NOT LEASE-HELD
00380          MOVE 'LESSEE NOT ON THE LEASEHOLD MASTER' TO DL-MESSG
00381          PERFORM A900-REJECT THRU A900-EXIT
00382          GO TO A300-EXIT.
00383      IF LH-TERMINATED
00384          MOVE 'LEASE WAS TERMINATED - ENTER AS A NEW LEASE'
00385              TO DL-MESSG
00386          PERFORM A900-REJECT THRU A900-EXIT
00387          GO TO A300-EXIT.
00388      IF LI-LEASE-END NOT NUMERIC
00389          MOVE 'NEW LEASE END DATE NOT NUMERIC' TO DL-MESSG
00390          PERFORM A900-REJECT THRU A900-EXIT
00391          GO TO A300-EXIT.
00392      IF LI-LEASE-END-N NOT GREATER THAN LH-LEASE-END
00393          MOVE 'NEW END DATE NOT AFTER THE CURRENT END DATE'
00394              TO DL-MESSG
00395          PERFORM A900-REJECT THRU A900-EXIT
00396          GO TO A300-EXIT.
00397      MOVE LI-LEASE-END-N TO LH-LEASE-END.
00398      IF LI-LH-VALUE NUMERIC
00399       AND LI-LH-VALUE-N GREATER THAN ZERO
00400          MOVE LI-LH-VALUE-N TO LH-LH-VALUE.
00401      ADD +1 TO LH-RENEW-CNT.
00402      MOVE LI-EFF-DATE-N TO LH-LAST-DATE.
00403      ADD +1 TO RENEWED-CNT.
00404      MOVE 'LEASE RENEWED' TO DL-MESSG.
00405      PERFORM A800-LIST THRU A800-EXIT.
00406  A300-EXIT. EXIT.
00407      SKIP1
00408 *    THE TERMINATION DATE BECOMES THE END OF THE LEASE, SO THE
00409 *    LEASEHOLD IS STILL BILLED FOR ANY TAX YEAR IT WAS IN FORCE.
00410  A400-TERMINATION.
00411      IF NOT LEASE-HELD
00412          MOVE 'LESSEE NOT ON THE LEASEHOLD MASTER' TO DL-MESSG
00413          PERFORM A900-REJECT THRU A900-EXIT
00414          GO TO A400-EXIT.
00415      IF LH-TERMINATED
00416          MOVE 'LEASE ALREADY TERMINATED' TO DL-MESSG
00417          PERFORM A900-REJECT THRU A900-EXIT
00418          GO TO A400-EXIT.
00419      IF LI-EFF-DATE-N LESS THAN LH-LEASE-START
00420          MOVE 'TERMINATION DATE BEFORE THE LEASE START'
00421              TO DL-MESSG
00422          PERFORM A900-REJECT THRU A900-EXIT
00423          GO TO A400-EXIT.
00424      MOVE 'T'           TO LH-STAT.
00425      MOVE LI-EFF-DATE-N TO LH-TERM-DATE.
00426      IF LI-EFF-DATE-N LESS THAN LH-LEASE-END
00427          MOVE LI-EFF-DATE-N TO LH-LEASE-END.
00428      MOVE LI-EFF-DATE-N TO LH-LAST-DATE.
00429      ADD +1 TO TERMINATED-CNT.
00430      MOVE 'LEASE TERMINATED' TO DL-MESSG.
00431      PERFORM A800-LIST THRU A800-EXIT.
00432  A400-EXIT. EXIT.
00433      SKIP1
00434 *    ONLY THE FIELDS PRESENT ON THE CARD ARE CHANGED.
00435  A500-CHANGE.
00436      IF NOT LEASE-HELD
00437          MOVE 'LESSEE NOT ON THE LEASEHOLD MASTER' TO DL-MESSG
00438          PERFORM A900-REJECT THRU A900-EXIT
00439          GO TO A500-EXIT.
00440      IF LI-LH-VALUE NOT EQUAL SPACES
00441       AND LI-LH-VALUE NOT NUMERIC
00442          MOVE 'LEASEHOLD VALUE NOT NUMERIC' TO DL-MESSG
00443          PERFORM A900-REJECT THRU A900-EXIT
00444          GO TO A500-EXIT.
00445      IF LI-LH-VALUE NUMERIC
00446          MOVE LI-LH-VALUE-N TO LH-LH-VALUE.
00447      IF LI-USE-DESC NOT EQUAL SPACES
00448          MOVE LI-USE-DESC TO LH-USE-DESC.
00449      IF LI-NAME NOT EQUAL SPACES
00450          MOVE LI-NAME TO LH-NAME.
00451      IF LI-ADDR NOT EQUAL SPACES
00452          MOVE LI-ADDR  TO LH-ADDR
00453          MOVE LI-CITY  TO LH-CITY
00454          MOVE LI-STATE TO LH-STATE
00455          IF LI-ZIP NUMERIC
00456              MOVE LI-ZIP-N TO LH-ZIP
00457          ELSE
00458              MOVE ZEROS TO LH-ZIP.
00459      MOVE LI-EFF-DATE-N TO LH-LAST-DATE.
00460      ADD +1 TO CHANGED-CNT.
00461      MOVE 'LEASE CHANGED' TO DL-MESSG.
00462      PERFORM A800-LIST THRU A800-EXIT.
00463  A500-EXIT. EXIT.
00464      SKIP1
00465 *    DL-MESSG IS SET BY THE CALLER.
00466  A800-LIST.
00467      MOVE LI-KEY         TO DL-KEY.
00468      MOVE LI-ACTION      TO DL-ACTION.
00469      MOVE LI-EFF-DATE    TO DL-EFF-DATE.
00470      MOVE LH-LEASE-START TO DL-START.
00471      MOVE LH-LEASE-END   TO DL-END.
00472      MOVE LH-LH-VALUE    TO DL-VALUE-N.
00473      IF LINE-CNT GREATER THAN +57
00474          PERFORM B100-HEADING THRU B100-EXIT.
00475      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00476      ADD +1 TO LINE-CNT.
00477  A800-EXIT. EXIT.
00478      SKIP1
00479 *    DL-MESSG IS SET BY THE CALLER.
00480  A900-REJECT.
00481      ADD +1 TO REJECT-CNT.
00482      MOVE LI-KEY         TO DL-KEY.
00483      MOVE LI-ACTION      TO DL-ACTION.
00484      MOVE LI-EFF-DATE    TO DL-EFF-DATE.
00485      MOVE LI-LEASE-START TO DL-START.
00486      MOVE LI-LEASE-END   TO DL-END.
00487      MOVE LI-LH-VALUE    TO DL-VALUE.
00488      IF LINE-CNT GREATER THAN +57
00489          PERFORM B100-HEADING THRU B100-EXIT.
00490      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00491      ADD +1 TO LINE-CNT.
00492  A900-EXIT. EXIT.
00493      SKIP1
00494  B100-HEADING.
00495      ADD +1 TO PAGE-CNT.
00496      MOVE PAGE-CNT TO HD-PAGE.
00497      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00498      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00499      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00500      MOVE +6 TO LINE-CNT.
00501  B100-EXIT. EXIT.
