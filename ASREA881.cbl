00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA881.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. EXEMPT-PROPERTY APPLICATION INTAKE.  A CHURCH, CHARITY,
00007 *         SCHOOL OR GOVERNMENT BODY ASKING FOR EXEMPTION FILES
00008 *         WITH THE BOARD OF REVIEW, WHICH RECOMMENDS, AND THE
00009 *         STATE DECIDES.  THIS PROGRAM MAINTAINS THE APPLICATION
00010 *         MASTER (ASEXAPPR1, OLD MASTER IN, NEW MASTER OUT) FROM
00011 *         THE FILING FILE, WHICH ADDS APPLICATIONS AT THE BOARD,
00012 *         THE BOARD'S RECOMMENDATION FILE, WHICH MOVES THEM TO
00013 *         THE STATE, AND THE STATE'S DECISION FILE, WHICH GRANTS
00014 *         OR DENIES THEM.  ALL FOUR ARE IN APPLICATION NUMBER
00015 *         SEQUENCE.  EITHER THE BOARD OR THE STATE FILE MAY CARRY
00016 *         A WITHDRAWAL (CODE W).  A GRANT IS WRITTEN TO THE GRANT
00017 *         FILE (ASEXDECR1) WITH THE EXEMPT VALUE AND THE FIRST
00018 *         AFFIDAVIT YEAR AND DUE DATE -- THE YEAR AFTER THE
00019 *         DECISION, ON THE MONTH AND DAY IN COLUMNS 1-4 OF THE
00020 *         CONTROL CARD (0131 WHEN BLANK) -- FOR POSTING BY
00021 *         ASREA882.  A DENIAL IS WRITTEN TO THE DENIAL WORKLIST
00022 *         FOR BACK-TAX FOLLOW-UP AND LISTED.  AN APPLICATION
00023 *         ALREADY ON THE MASTER, A RECOMMENDATION OR DECISION
00024 *         OUT OF STAGE OR FOR ANOTHER PARCEL, OR A RECORD THAT
00025 *         FAILS EDITS IS LISTED AND REJECTED (CODE 4).
00026      SKIP2
00027  ENVIRONMENT DIVISION.
00028  CONFIGURATION SECTION.
00029  SOURCE-COMPUTER. IBM-370.
00030  OBJECT-COMPUTER. IBM-370.
00031      SKIP1
00032  INPUT-OUTPUT SECTION.
00033  FILE-CONTROL.
00034      SELECT CONTROL-FILE   ASSIGN TO UT-S-CONTROL.
00035      SELECT APPL-OLD       ASSIGN TO UT-S-XAPPOLD.
00036      SELECT FILING-FILE    ASSIGN TO UT-S-XAPFILE.
00037      SELECT BOR-FILE       ASSIGN TO UT-S-XAPBOR.
00038      SELECT STATE-FILE     ASSIGN TO UT-S-XAPSTAT.
00039      SELECT APPL-NEW       ASSIGN TO UT-S-XAPPNEW.
00040      SELECT GRANT-FILE     ASSIGN TO UT-S-XAPGRNT.
00041      SELECT DENIAL-FILE    ASSIGN TO UT-S-XAPDENY.
00042      SELECT PRINT-FILE     ASSIGN TO UT-S-PRINT.
00043      SKIP2
00044  DATA DIVISION.
00045  FILE SECTION.
00046      SKIP1
00047  FD  CONTROL-FILE
00048      BLOCK  CONTAINS 0 RECORDS
00049      RECORD CONTAINS 80 CHARACTERS
00050      RECORDING MODE IS F
00051      LABEL  RECORDS ARE STANDARD
00052      DATA RECORD IS CONTROL-REC.
00053  01  CONTROL-REC.
00054      05  CC-DUE-MMDD     PIC X(4).
00055      05  CC-DUE-MMDD-N REDEFINES CC-DUE-MMDD.
00056          10  CC-DUE-MM   PIC 99.
00057          10  CC-DUE-DD   PIC 99.
00058      05  FILLER          PIC X(76).
00059      SKIP2
00060  FD  APPL-OLD
00061      BLOCK  CONTAINS 0 RECORDS
00062      RECORD CONTAINS 160 CHARACTERS
00063      RECORDING MODE IS F
00064      LABEL  RECORDS ARE STANDARD
00065      DATA RECORD IS APPL-OLD-REC.
00066  01  APPL-OLD-REC.
00067  COPY ASEXAPPR1 REPLACING LEADING ==XA-== BY ==XP-==.
00068      SKIP2
00069 *    ONE RECORD PER APPLICATION FILED WITH THE BOARD OF REVIEW.
00070  FD  FILING-FILE
00071      BLOCK  CONTAINS 0 RECORDS
00072      RECORD CONTAINS 100 CHARACTERS
00073      RECORDING MODE IS F
00074      LABEL  RECORDS ARE STANDARD
00075      DATA RECORD IS FILING-REC.
00076  01  FILING-REC.
00077      05  FL-APPL-NO      PIC X(10).
00078      05  FL-VOL          PIC X(3).
00079      05  FL-VOL-N REDEFINES FL-VOL
00080                          PIC 9(3).
00081      05  FL-PROP         PIC X(15).
00082      05  FL-PROP-N REDEFINES FL-PROP
00083                          PIC 9(15).
00084      05  FL-TOWN         PIC X(3).
00085      05  FL-TOWN-N REDEFINES FL-TOWN
00086                          PIC 9(3).
00087      05  FL-TXCD         PIC X(5).
00088      05  FL-TXCD-N REDEFINES FL-TXCD
00089                          PIC 9(5).
00090      05  FL-FILED-DATE   PIC X(8).
00091      05  FL-FILED-DATE-N REDEFINES FL-FILED-DATE
00092                          PIC 9(8).
00093      05  FL-BASIS        PIC X.
00094      05  FL-ORG-NAME     PIC X(30).
00095      05  FILLER          PIC X(25).
00096      SKIP2
00097 *    ONE RECORD PER APPLICATION THE BOARD OF REVIEW HAS ACTED ON:
00098 *    A RECOMMEND GRANT, D RECOMMEND DENIAL, W WITHDRAWN.
00099  FD  BOR-FILE
00100      BLOCK  CONTAINS 0 RECORDS
00101      RECORD CONTAINS 80 CHARACTERS
00102      RECORDING MODE IS F
00103      LABEL  RECORDS ARE STANDARD
00104      DATA RECORD IS BOR-REC.
00105  01  BOR-REC.
00106      05  BR-APPL-NO      PIC X(10).
00107      05  BR-VOL          PIC X(3).
00108      05  BR-VOL-N REDEFINES BR-VOL
00109                          PIC 9(3).
00110      05  BR-PROP         PIC X(15).
00111      05  BR-PROP-N REDEFINES BR-PROP
00112                          PIC 9(15).
00113      05  BR-CODE         PIC X.
00114      05  BR-DATE         PIC X(8).
00115      05  BR-DATE-N REDEFINES BR-DATE
00116                          PIC 9(8).
00117      05  FILLER          PIC X(43).
00118      SKIP2
00119 *    ONE RECORD PER APPLICATION THE STATE HAS DECIDED: G GRANTED
00120 *    (WITH THE EXEMPT VALUE), D DENIED, W WITHDRAWN.
00121  FD  STATE-FILE
00122      BLOCK  CONTAINS 0 RECORDS
00123      RECORD CONTAINS 80 CHARACTERS
00124      RECORDING MODE IS F
00125      LABEL  RECORDS ARE STANDARD
00126      DATA RECORD IS STATE-REC.
00127  01  STATE-REC.
00128      05  SD-APPL-NO      PIC X(10).
00129      05  SD-VOL          PIC X(3).
00130      05  SD-VOL-N REDEFINES SD-VOL
00131                          PIC 9(3).
00132      05  SD-PROP         PIC X(15).
00133      05  SD-PROP-N REDEFINES SD-PROP
00134                          PIC 9(15).
00135      05  SD-CODE         PIC X.
00136      05  SD-DATE         PIC X(8).
00137      05  SD-DATE-N REDEFINES SD-DATE
00138                          PIC 9(8).
00139      05  FILLER REDEFINES SD-DATE.
00140          10  SD-DATE-CCYY PIC 9(4).
00141          10  FILLER      PIC X(4).
00142      05  SD-EXVAL        PIC X(11).
00143      05  SD-EXVAL-N REDEFINES SD-EXVAL
00144                          PIC 9(11).
00145      05  FILLER          PIC X(32).
00146      SKIP2
00147  FD  APPL-NEW
00148      BLOCK  CONTAINS 0 RECORDS
00149      RECORD CONTAINS 160 CHARACTERS
00150      RECORDING MODE IS F
00151      LABEL  RECORDS ARE STANDARD
00152      DATA RECORD IS APPL-REC.
00153  01  APPL-REC.
00154  COPY ASEXAPPR1.
00155      SKIP2
00156  FD  GRANT-FILE
00157      BLOCK  CONTAINS 0 RECORDS
00158      RECORD CONTAINS 120 CHARACTERS
00159      RECORDING MODE IS F
00160      LABEL  RECORDS ARE STANDARD
00161      DATA RECORD IS GRANT-REC.
00162  01  GRANT-REC               PIC X(120).
00163      SKIP2
00164  FD  DENIAL-FILE
00165      BLOCK  CONTAINS 0 RECORDS
00166      RECORD CONTAINS 120 CHARACTERS
00167      RECORDING MODE IS F
00168      LABEL  RECORDS ARE STANDARD
00169      DATA RECORD IS DENIAL-REC.
00170  01  DENIAL-REC              PIC X(120).
00171      SKIP2
00172  FD  PRINT-FILE
00173      BLOCK  CONTAINS 0 RECORDS
00174      RECORD CONTAINS 133 CHARACTERS
00175      RECORDING MODE IS F
00176      LABEL  RECORDS ARE STANDARD.
00177      SKIP1
00178  01  PRINT-REC               PIC X(133).
00179      SKIP2
00180  WORKING-STORAGE SECTION.
00181      SKIP1
00182  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00183  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00184      SKIP1
00185  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00186      88  END-OF-CTL-FILE                  VALUE 'Y'.
00187  77  OLD-EOF-SW                PIC X      VALUE 'N'.
00188      88  END-OF-OLD-FILE                  VALUE 'Y'.
00189  77  FIL-EOF-SW                PIC X      VALUE 'N'.
00190      88  END-OF-FIL-FILE                  VALUE 'Y'.
00191  77  BOR-EOF-SW                PIC X      VALUE 'N'.
00192      88  END-OF-BOR-FILE                  VALUE 'Y'.
00193  77  STA-EOF-SW                PIC X      VALUE 'N'.
00194      88  END-OF-STA-FILE                  VALUE 'Y'.
00195  77  ON-MAST-SW                PIC X      VALUE 'N'.
00196      88  ON-MASTER                        VALUE 'Y'.
00197      SKIP1
00198  77  OLD-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00199  77  FIL-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00200  77  BOR-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00201  77  STA-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00202  77  NEW-OUT-CNT       COMP-3  PIC S9(7)  VALUE +0.
00203  77  ADDED-CNT         COMP-3  PIC S9(7)  VALUE +0.
00204  77  BOR-APPROVE-CNT   COMP-3  PIC S9(7)  VALUE +0.
00205  77  BOR-DENY-CNT      COMP-3  PIC S9(7)  VALUE +0.
00206  77  GRANTED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00207  77  DENIED-CNT        COMP-3  PIC S9(7)  VALUE +0.
00208  77  WITHDRAWN-CNT     COMP-3  PIC S9(7)  VALUE +0.
00209  77  REJECTED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00210  77  AT-BOR-CNT        COMP-3  PIC S9(7)  VALUE +0.
00211  77  AT-STATE-CNT      COMP-3  PIC S9(7)  VALUE +0.
00212  77  W-GRANTED-TOT     COMP-3  PIC S9(13) VALUE +0.
00213      SKIP1
00214  77  W-REASON                  PIC X(34)  VALUE SPACES.
00215  77  W-BASIS                   PIC X      VALUE SPACE.
00216      88  VALID-BASIS                      VALUE 'R' 'C' 'S' 'G'.
00217  01  W-DUE-MMDD.
00218      05  W-DUE-MM              PIC 99     VALUE 01.
00219      05  W-DUE-DD              PIC 99     VALUE 31.
00220  01  W-DUE-DATE                PIC 9(8)   VALUE ZEROS.
00221  01  FILLER REDEFINES W-DUE-DATE.
00222      05  W-DUE-CCYY            PIC 9(4).
00223      05  W-DUE-MMDD-N          PIC 9(4).
00224      SKIP1
00225  01  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00226      SKIP1
00227  01  OLD-KEY                 PIC X(10).
00228  01  FIL-KEY                 PIC X(10).
00229  01  BOR-KEY                 PIC X(10).
00230  01  STA-KEY                 PIC X(10).
00231  01  LOW-KEY                 PIC X(10).
00232      SKIP1
00233  01  DECISION-WORK.
00234  COPY ASEXDECR1.
00235      SKIP1
00236  01  ACPT-DATE                  PIC 9(6).
00237  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00238      05  ACPT-YR                PIC 99.
00239      05  ACPT-MO                PIC 99.
00240      05  ACPT-DA                PIC 99.
00241  01  DSP-DATE.
00242      05  DSP-MO                 PIC 99.
00243      05  FILLER                 PIC X      VALUE '/'.
00244      05  DSP-DA                 PIC 99.
00245      05  FILLER                 PIC X      VALUE '/'.
00246      05  DSP-YR                 PIC 99.
00247      SKIP1
00248  01  HEAD-A.
00249      05  FILLER          PIC X(3)   VALUE SPACES.
00250      05  HD-DATE         PIC X(8).
00251      05  FILLER          PIC X(44)  VALUE SPACES.
00252      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00253      05  FILLER          PIC X(44)  VALUE SPACES.
00254      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00255      05  HD-PAGE         PIC ZZ,ZZ9.
00256      SKIP1
00257  01  HEAD-B.
00258      05  FILLER          PIC X(3)   VALUE SPACES.
00259      05  FILLER          PIC X(8)   VALUE 'ASREA881'.
00260      05  FILLER          PIC X(18)  VALUE SPACES.
00261      05  FILLER          PIC X(56)  VALUE
00262          'EXEMPT-PROPERTY APPLICATION INTAKE'.
00263      SKIP1
00264  01  HEAD-C.
00265      05  FILLER          PIC X(3)   VALUE SPACES.
00266      05  FILLER          PIC X(12)  VALUE 'APPLICATION'.
00267      05  FILLER          PIC X(5)   VALUE 'VOL'.
00268      05  FILLER          PIC X(17)  VALUE 'PROPERTY'.
00269      05  FILLER          PIC X(6)   VALUE 'FILE'.
00270      05  FILLER          PIC X(5)   VALUE 'CODE'.
00271      05  FILLER          PIC X(31)  VALUE 'OWNER ORGANIZATION'.
00272      05  FILLER          PIC X(16)  VALUE '   EXEMPT VALUE'.
00273      05  FILLER          PIC X(34)  VALUE 'DISPOSITION'.
00274      SKIP1
00275  01  DETAIL-LINE.
00276      05  FILLER          PIC X(3)   VALUE SPACES.
00277      05  D-APPL-NO       PIC X(10).
00278      05  FILLER          PIC X(2)   VALUE SPACES.
00279      05  D-VOL           PIC X(3).
00280      05  FILLER          PIC X(2)   VALUE SPACES.
00281      05  D-PROP          PIC X(15).
00282      05  FILLER          PIC X(2)   VALUE SPACES.
00283      05  D-FILE          PIC X(4).
00284      05  FILLER          PIC X(2)   VALUE SPACES.
00285      05  D-CODE          PIC X.
00286      05  FILLER          PIC X(4)   VALUE SPACES.
00287      05  D-ORG-NAME      PIC X(30).
00288      05  FILLER          PIC X(2)   VALUE SPACES.
00289      05  D-EXVAL         PIC ZZ,ZZZ,ZZZ,ZZ9.
00290      05  FILLER          PIC X(2)   VALUE SPACES.
00291      05  D-MESSG         PIC X(34).
00292      EJECT
00293  PROCEDURE DIVISION.
00294      SKIP1
00295  A010-HOUSEKEEPING.
00296      OPEN INPUT  CONTROL-FILE, APPL-OLD, FILING-FILE, BOR-FILE,
00297                  STATE-FILE
00298           OUTPUT APPL-NEW, GRANT-FILE, DENIAL-FILE, PRINT-FILE.
00299      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00300      ACCEPT ACPT-DATE FROM DATE.
00301      MOVE ACPT-MO TO DSP-MO.
00302      MOVE ACPT-DA TO DSP-DA.
00303      MOVE ACPT-YR TO DSP-YR.
00304      MOVE DSP-DATE TO HD-DATE.
00305      MOVE FUNCTION CURRENT-DATE (1:8) TO W-RUN-DATE.
00306      PERFORM B100-HEADING THRU B100-EXIT.
00307      PERFORM A030-READ-OLD THRU A030-EXIT.
00308      PERFORM A035-READ-FILING THRU A035-EXIT.
00309      PERFORM A040-READ-BOR THRU A040-EXIT.
00310      PERFORM A045-READ-STATE THRU A045-EXIT.
00311      PERFORM A020-MAINLINE THRU A020-EXIT
00312          UNTIL END-OF-OLD-FILE
00313            AND END-OF-FIL-FILE
00314            AND END-OF-BOR-FILE
00315            AND END-OF-STA-FILE.
00316      DISPLAY 'TOTAL OLD APPLICATION RECORDS READ...: ' OLD-IN-CNT.
00317      DISPLAY 'TOTAL FILING RECORDS READ............: ' FIL-IN-CNT.
00318      DISPLAY 'TOTAL BOARD OF REVIEW RECORDS READ...: ' BOR-IN-CNT.
00319      DISPLAY 'TOTAL STATE DECISION RECORDS READ....: ' STA-IN-CNT.
00320      DISPLAY 'TOTAL APPLICATIONS ADDED.............: ' ADDED-CNT.
00321      DISPLAY 'TOTAL BOARD RECOMMENDED GRANT........: '
00322          BOR-APPROVE-CNT.
00323      DISPLAY 'TOTAL BOARD RECOMMENDED DENIAL.......: '
00324          BOR-DENY-CNT.
00325      DISPLAY 'TOTAL GRANTED BY THE STATE...........: '
00326          GRANTED-CNT.
00327      DISPLAY 'TOTAL EXEMPT VALUE GRANTED...........: '
00328          W-GRANTED-TOT.
00329      DISPLAY 'TOTAL DENIED BY THE STATE............: ' DENIED-CNT.
00330      DISPLAY 'TOTAL APPLICATIONS WITHDRAWN.........: '
00331          WITHDRAWN-CNT.
00332      DISPLAY 'TOTAL RECORDS REJECTED...............: '
00333          REJECTED-CNT.
00334      DISPLAY 'TOTAL NEW APPLICATION RECORDS WRITTEN: '
00335          NEW-OUT-CNT.
00336      DISPLAY 'TOTAL PENDING AT BOARD OF REVIEW.....: ' AT-BOR-CNT.
00337      DISPLAY 'TOTAL PENDING AT THE STATE...........: '
00338          AT-STATE-CNT.
00339      IF REJECTED-CNT GREATER THAN +0
00340          MOVE 4 TO RETURN-CODE.
00341      CLOSE CONTROL-FILE, APPL-OLD, FILING-FILE, BOR-FILE,
00342            STATE-FILE, APPL-NEW, GRANT-FILE, DENIAL-FILE,
00343            PRINT-FILE.
00344      STOP RUN.
00345      SKIP1
00346  A012-READ-CONTROL.
00347      READ CONTROL-FILE AT END
00348          MOVE 'Y' TO CTL-EOF-SW.
00349      IF END-OF-CTL-FILE
00350          OR CC-DUE-MMDD EQUAL SPACES
00351          DISPLAY 'ASREA881 -- AFFIDAVIT DUE DATE CONTROL CARD '
00352              'MISSING -- 0131 ASSUMED'
00353          GO TO A012-SHOW.
00354      IF CC-DUE-MMDD NOT NUMERIC
00355          OR CC-DUE-MM LESS THAN 01
00356          OR CC-DUE-MM GREATER THAN 12
00357          OR CC-DUE-DD LESS THAN 01
00358          OR CC-DUE-DD GREATER THAN 31
00359          DISPLAY 'ASREA881 -- AFFIDAVIT DUE DATE CONTROL CARD '
00360              'INVALID -- 0131 ASSUMED'
00361          GO TO A012-SHOW.
00362      MOVE CC-DUE-MMDD TO W-DUE-MMDD.
00363  A012-SHOW.
00364      DISPLAY 'FIRST AFFIDAVIT DUE MONTH/DAY........: ' W-DUE-MMDD.
00365  A012-EXIT. EXIT.
00366      SKIP1
00367 *    THE APPLICATION AT THE LOW KEY, WHETHER CARRIED FROM THE OLD
00368 *    MASTER OR ADDED FROM THE FILING FILE, TAKES THE BOARD'S AND
00369 *    THEN THE STATE'S RECORDS FOR ITS KEY BEFORE IT IS WRITTEN TO
00370 *    THE NEW MASTER, SO ONE RUN MAY CARRY AN APPLICATION THROUGH
00371 *    EVERY STAGE.
00372  A020-MAINLINE.
00373      MOVE OLD-KEY TO LOW-KEY.
00374      IF FIL-KEY LESS THAN LOW-KEY
00375          MOVE FIL-KEY TO LOW-KEY.
00376      IF BOR-KEY LESS THAN LOW-KEY
00377          MOVE BOR-KEY TO LOW-KEY.
00378      IF STA-KEY LESS THAN LOW-KEY
00379          MOVE STA-KEY TO LOW-KEY.
00380      MOVE 'N' TO ON-MAST-SW.
00381      IF OLD-KEY EQUAL LOW-KEY
00382          MOVE APPL-OLD-REC TO APPL-REC
00383          MOVE 'Y' TO ON-MAST-SW
00384          PERFORM A030-READ-OLD THRU A030-EXIT.
00385      PERFORM A100-ADD-APPL THRU A100-EXIT
00386          UNTIL FIL-KEY NOT EQUAL LOW-KEY.
00387      PERFORM A150-BOR-ACTION THRU A150-EXIT
00388          UNTIL BOR-KEY NOT EQUAL LOW-KEY.
00389      PERFORM A200-STATE-DECISION THRU A200-EXIT
00390          UNTIL STA-KEY NOT EQUAL LOW-KEY.
00391      IF ON-MASTER
00392          WRITE APPL-REC
00393          ADD +1 TO NEW-OUT-CNT
00394          IF XA-AT-BOR
00395              ADD +1 TO AT-BOR-CNT
00396          ELSE
00397              IF XA-AT-STATE
00398                  ADD +1 TO AT-STATE-CNT.
00399  A020-EXIT. EXIT.
00400      SKIP1
00401  A030-READ-OLD.
00402      READ APPL-OLD AT END
00403          MOVE 'Y' TO OLD-EOF-SW
00404          MOVE HIGH-VALUES TO OLD-KEY.
00405      IF NOT END-OF-OLD-FILE
00406          ADD +1 TO OLD-IN-CNT
00407          MOVE XP-APPL-NO TO OLD-KEY.
00408  A030-EXIT. EXIT.
00409      SKIP1
00410  A035-READ-FILING.
00411      READ FILING-FILE AT END
00412          MOVE 'Y' TO FIL-EOF-SW
00413          MOVE HIGH-VALUES TO FIL-KEY
00414          GO TO A035-EXIT.
00415      ADD +1 TO FIL-IN-CNT.
00416      IF FL-APPL-NO EQUAL SPACES
00417         OR FL-VOL NOT NUMERIC
00418         OR FL-PROP NOT NUMERIC
00419         OR FL-TOWN NOT NUMERIC
00420         OR FL-TXCD NOT NUMERIC
00421         OR FL-FILED-DATE NOT NUMERIC
00422         OR FL-ORG-NAME EQUAL SPACES
00423          MOVE 'FILING RECORD FAILS EDITS' TO W-REASON
00424          PERFORM A070-REJECT-FILING THRU A070-EXIT
00425          GO TO A035-READ-FILING.
00426      MOVE FL-BASIS TO W-BASIS.
00427      IF NOT VALID-BASIS
00428          MOVE 'EXEMPTION BASIS NOT R, C, S OR G' TO W-REASON
00429          PERFORM A070-REJECT-FILING THRU A070-EXIT
00430          GO TO A035-READ-FILING.
00431      MOVE FL-APPL-NO TO FIL-KEY.
00432  A035-EXIT. EXIT.
00433      SKIP1
00434  A040-READ-BOR.
00435      READ BOR-FILE AT END
00436          MOVE 'Y' TO BOR-EOF-SW
00437          MOVE HIGH-VALUES TO BOR-KEY
00438          GO TO A040-EXIT.
00439      ADD +1 TO BOR-IN-CNT.
00440      IF BR-APPL-NO EQUAL SPACES
00441         OR BR-VOL NOT NUMERIC
00442         OR BR-PROP NOT NUMERIC
00443         OR BR-DATE NOT NUMERIC
00444         OR (BR-CODE NOT EQUAL 'A' AND BR-CODE NOT EQUAL 'D'
00445             AND BR-CODE NOT EQUAL 'W')
00446          MOVE 'BOARD RECORD FAILS EDITS' TO W-REASON
00447          PERFORM A075-REJECT-BOR THRU A075-EXIT
00448          GO TO A040-READ-BOR.
00449      MOVE BR-APPL-NO TO BOR-KEY.
00450  A040-EXIT. EXIT.
00451      SKIP1
00452 *    THE EXEMPT VALUE IS REQUIRED ON A GRANT ONLY.
00453  A045-READ-STATE.
00454      READ STATE-FILE AT END
00455          MOVE 'Y' TO STA-EOF-SW
00456          MOVE HIGH-VALUES TO STA-KEY
00457          GO TO A045-EXIT.
00458      ADD +1 TO STA-IN-CNT.
00459      IF SD-EXVAL EQUAL SPACES
00460         AND SD-CODE NOT EQUAL 'G'
00461          MOVE ZEROS TO SD-EXVAL-N.
00462      IF SD-APPL-NO EQUAL SPACES
00463         OR SD-VOL NOT NUMERIC
00464         OR SD-PROP NOT NUMERIC
00465         OR SD-DATE NOT NUMERIC
00466         OR SD-EXVAL NOT NUMERIC
00467         OR (SD-CODE NOT EQUAL 'G' AND SD-CODE NOT EQUAL 'D'
00468             AND SD-CODE NOT EQUAL 'W')
00469         OR (SD-CODE EQUAL 'G' AND SD-EXVAL-N EQUAL ZERO)
00470          MOVE 'STATE RECORD FAILS EDITS' TO W-REASON
00471          PERFORM A080-REJECT-STATE THRU A080-EXIT
00472          GO TO A045-READ-STATE.
00473      MOVE SD-APPL-NO TO STA-KEY.
00474  A045-EXIT. EXIT.
00475      SKIP1
00476  A070-REJECT-FILING.
00477      ADD +1 TO REJECTED-CNT.
00478      MOVE SPACES       TO DETAIL-LINE.
00479      MOVE FL-APPL-NO   TO D-APPL-NO.
00480      MOVE FL-VOL       TO D-VOL.
00481      MOVE FL-PROP      TO D-PROP.
00482      MOVE 'FILE'       TO D-FILE.
00483      MOVE FL-BASIS     TO D-CODE.
00484      MOVE FL-ORG-NAME  TO D-ORG-NAME.
00485      MOVE W-REASON     TO D-MESSG.
00486      PERFORM A090-PRINT THRU A090-EXIT.
00487  A070-EXIT. EXIT.
00488      SKIP1
00489  A075-REJECT-BOR.
00490      ADD +1 TO REJECTED-CNT.
00491      MOVE SPACES       TO DETAIL-LINE.
00492      MOVE BR-APPL-NO   TO D-APPL-NO.
00493      MOVE BR-VOL       TO D-VOL.
00494      MOVE BR-PROP      TO D-PROP.
00495      MOVE 'BOR'        TO D-FILE.
00496      MOVE BR-CODE      TO D-CODE.
00497      MOVE W-REASON     TO D-MESSG.
00498      PERFORM A090-PRINT THRU A090-EXIT.
00499  A075-EXIT. EXIT.
00500      SKIP1
00501  A080-REJECT-STATE.
00502      ADD +1 TO REJECTED-CNT.
00503      MOVE SPACES       TO DETAIL-LINE.
00504      MOVE SD-APPL-NO   TO D-APPL-NO.
00505      MOVE SD-VOL       TO D-VOL.
00506      MOVE SD-PROP      TO D-PROP.
00507      MOVE 'STAT'       TO D-FILE.
00508      MOVE SD-CODE      TO D-CODE.
00509      IF SD-EXVAL NUMERIC
00510          MOVE SD-EXVAL-N TO D-EXVAL.
00511      MOVE W-REASON     TO D-MESSG.
00512      PERFORM A090-PRINT THRU A090-EXIT.
00513  A080-EXIT. EXIT.
00514      SKIP1
00515  A090-PRINT.
00516      IF LINE-CNT GREATER THAN +57
00517          PERFORM B100-HEADING THRU B100-EXIT.
00518      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00519      ADD +1 TO LINE-CNT.
00520  A090-EXIT. EXIT.
00521      SKIP1
00522 *    AN APPLICATION NUMBER ALREADY ON THE MASTER IS A DUPLICATE
00523 *    FILING AND IS REJECTED RATHER THAN RESETTING THE APPLICATION.
00524  A100-ADD-APPL.
00525      IF ON-MASTER
00526          MOVE 'APPLICATION ALREADY ON MASTER' TO W-REASON
00527          PERFORM A070-REJECT-FILING THRU A070-EXIT
00528          GO TO A100-NEXT.
00529      MOVE SPACES            TO APPL-REC.
00530      MOVE FL-APPL-NO        TO XA-APPL-NO.
00531      MOVE FL-VOL-N          TO XA-VOL.
00532      MOVE FL-PROP-N         TO XA-PROP.
00533      MOVE FL-TOWN-N         TO XA-TOWN.
00534      MOVE FL-TXCD-N         TO XA-TXCD.
00535      MOVE FL-ORG-NAME       TO XA-ORG-NAME.
00536      MOVE FL-BASIS          TO XA-BASIS.
00537      MOVE 'F'               TO XA-STAGE.
00538      MOVE FL-FILED-DATE-N   TO XA-FILED-DATE.
00539      MOVE SPACE             TO XA-BOR-REC XA-STATE-DEC.
00540      MOVE ZEROS             TO XA-BOR-DATE XA-STATE-DATE
00541                                XA-EXVAL XA-FIRST-AFF-YR
00542                                XA-AFF-DUE-DATE XA-WDRAWN-DATE.
00543      MOVE W-RUN-DATE        TO XA-LAST-DATE.
00544      MOVE 'Y'               TO ON-MAST-SW.
00545      ADD +1 TO ADDED-CNT.
00546      MOVE SPACES            TO DETAIL-LINE.
00547      MOVE 'FILE'            TO D-FILE.
00548      MOVE FL-BASIS          TO D-CODE.
00549      MOVE 'FILED -- PENDING AT BOARD' TO D-MESSG.
00550      PERFORM A300-PRINT-APPL THRU A300-EXIT.
00551  A100-NEXT.
00552      PERFORM A035-READ-FILING THRU A035-EXIT.
00553  A100-EXIT. EXIT.
00554      SKIP1
00555 *    THE BOARD ACTS ONLY ON AN APPLICATION STILL BEFORE IT, AND
00556 *    ONLY FOR THE PARCEL THE APPLICATION WAS FILED ON.
00557  A150-BOR-ACTION.
00558      IF NOT ON-MASTER
00559          MOVE 'NO APPLICATION ON MASTER' TO W-REASON
00560          PERFORM A075-REJECT-BOR THRU A075-EXIT
00561          GO TO A150-NEXT.
00562      IF BR-VOL-N NOT EQUAL XA-VOL
00563         OR BR-PROP-N NOT EQUAL XA-PROP
00564          MOVE 'PARCEL DIFFERS FROM APPLICATION' TO W-REASON
00565          PERFORM A075-REJECT-BOR THRU A075-EXIT
00566          GO TO A150-NEXT.
00567      IF NOT XA-AT-BOR
00568          MOVE 'APPLICATION NOT PENDING AT BOARD' TO W-REASON
00569          PERFORM A075-REJECT-BOR THRU A075-EXIT
00570          GO TO A150-NEXT.
00571      MOVE SPACES      TO DETAIL-LINE.
00572      MOVE W-RUN-DATE  TO XA-LAST-DATE.
00573      IF BR-CODE EQUAL 'W'
00574          MOVE 'W'       TO XA-STAGE
00575          MOVE BR-DATE-N TO XA-WDRAWN-DATE
00576          ADD +1 TO WITHDRAWN-CNT
00577          MOVE 'WITHDRAWN AT BOARD' TO D-MESSG
00578          GO TO A150-PRINT.
00579      MOVE BR-CODE     TO XA-BOR-REC.
00580      MOVE BR-DATE-N   TO XA-BOR-DATE.
00581      MOVE 'B'         TO XA-STAGE.
00582      IF XA-BOR-APPROVE
00583          ADD +1 TO BOR-APPROVE-CNT
00584          MOVE 'BOARD RECOMMENDS GRANT - TO STATE' TO D-MESSG
00585      ELSE
00586          ADD +1 TO BOR-DENY-CNT
00587          MOVE 'BOARD RECOMMENDS DENIAL - TO STATE' TO D-MESSG.
00588  A150-PRINT.
00589      MOVE 'BOR'       TO D-FILE.
00590      MOVE BR-CODE     TO D-CODE.
00591      PERFORM A300-PRINT-APPL THRU A300-EXIT.
00592  A150-NEXT.
00593      PERFORM A040-READ-BOR THRU A040-EXIT.
00594  A150-EXIT. EXIT.
00595      SKIP1
00596 *    THE STATE DECIDES ONLY AN APPLICATION THE BOARD HAS SENT IT,
00597 *    SO A DECISION SENT AGAIN NEVER POSTS A SECOND GRANT.
00598  A200-STATE-DECISION.
00599      IF NOT ON-MASTER
00600          MOVE 'NO APPLICATION ON MASTER' TO W-REASON
00601          PERFORM A080-REJECT-STATE THRU A080-EXIT
00602          GO TO A200-NEXT.
00603      IF SD-VOL-N NOT EQUAL XA-VOL
00604         OR SD-PROP-N NOT EQUAL XA-PROP
00605          MOVE 'PARCEL DIFFERS FROM APPLICATION' TO W-REASON
00606          PERFORM A080-REJECT-STATE THRU A080-EXIT
00607          GO TO A200-NEXT.
00608      IF NOT XA-AT-STATE
00609          MOVE 'APPLICATION NOT PENDING AT STATE' TO W-REASON
00610          PERFORM A080-REJECT-STATE THRU A080-EXIT
00611          GO TO A200-NEXT.
00612      MOVE SPACES      TO DETAIL-LINE.
00613      MOVE W-RUN-DATE  TO XA-LAST-DATE.
00614      IF SD-CODE EQUAL 'W'
00615          MOVE 'W'       TO XA-STAGE
00616          MOVE SD-DATE-N TO XA-WDRAWN-DATE
00617          ADD +1 TO WITHDRAWN-CNT
00618          MOVE 'WITHDRAWN AT STATE' TO D-MESSG
00619          GO TO A200-PRINT.
00620      MOVE SD-CODE     TO XA-STATE-DEC.
00621      MOVE SD-DATE-N   TO XA-STATE-DATE.
00622      IF XA-STATE-GRANT
00623          PERFORM A250-GRANT THRU A250-EXIT
00624      ELSE
00625          PERFORM A260-DENY THRU A260-EXIT.
00626  A200-PRINT.
00627      MOVE 'STAT'      TO D-FILE.
00628      MOVE SD-CODE     TO D-CODE.
00629      PERFORM A300-PRINT-APPL THRU A300-EXIT.
00630  A200-NEXT.
00631      PERFORM A045-READ-STATE THRU A045-EXIT.
00632  A200-EXIT. EXIT.
00633      SKIP1
00634 *    THE FIRST AFFIDAVIT OF CONTINUED EXEMPT USE IS DUE IN THE
00635 *    YEAR AFTER THE STATE'S DECISION.
00636  A250-GRANT.
00637      MOVE 'G'         TO XA-STAGE.
00638      MOVE SD-EXVAL-N  TO XA-EXVAL.
00639      COMPUTE W-DUE-CCYY = SD-DATE-CCYY + 1.
00640      MOVE W-DUE-MMDD  TO W-DUE-MMDD-N.
00641      MOVE W-DUE-CCYY  TO XA-FIRST-AFF-YR.
00642      MOVE W-DUE-DATE  TO XA-AFF-DUE-DATE.
00643      PERFORM A270-BUILD-DECISION THRU A270-EXIT.
00644      WRITE GRANT-REC FROM DECISION-WORK.
00645      ADD +1 TO GRANTED-CNT.
00646      ADD XA-EXVAL TO W-GRANTED-TOT.
00647      MOVE XA-EXVAL    TO D-EXVAL.
00648      MOVE 'GRANTED -- TO EQ/ROSTER POSTING' TO D-MESSG.
00649  A250-EXIT. EXIT.
00650      SKIP1
00651  A260-DENY.
00652      MOVE 'D'         TO XA-STAGE.
00653      PERFORM A270-BUILD-DECISION THRU A270-EXIT.
00654      WRITE DENIAL-REC FROM DECISION-WORK.
00655      ADD +1 TO DENIED-CNT.
00656      MOVE 'DENIED -- REFER FOR BACK TAX' TO D-MESSG.
00657  A260-EXIT. EXIT.
00658      SKIP1
00659  A270-BUILD-DECISION.
00660      MOVE SPACES          TO DECISION-WORK.
00661      MOVE XA-APPL-NO      TO XD-APPL-NO.
00662      MOVE XA-VOL          TO XD-VOL.
00663      MOVE XA-PROP         TO XD-PROP.
00664      MOVE XA-TXCD         TO XD-TXCD.
00665      MOVE XA-STATE-DEC    TO XD-DECISION.
00666      MOVE XA-BASIS        TO XD-BASIS.
00667      MOVE XA-STATE-DATE   TO XD-STATE-DATE.
00668      MOVE XA-EXVAL        TO XD-EXVAL.
00669      MOVE XA-FIRST-AFF-YR TO XD-FIRST-AFF-YR.
00670      MOVE XA-AFF-DUE-DATE TO XD-AFF-DUE-DATE.
00671      MOVE XA-FILED-DATE   TO XD-FILED-DATE.
00672      MOVE XA-ORG-NAME     TO XD-ORG-NAME.
00673  A270-EXIT. EXIT.
00674      SKIP1
00675  A300-PRINT-APPL.
00676      MOVE XA-APPL-NO  TO D-APPL-NO.
00677      MOVE XA-VOL      TO D-VOL.
00678      MOVE XA-PROP     TO D-PROP.
00679      MOVE XA-ORG-NAME TO D-ORG-NAME.
00680      PERFORM A090-PRINT THRU A090-EXIT.
00681  A300-EXIT. EXIT.
00682      SKIP1
00683  B100-HEADING.
00684      ADD +1 TO PAGE-CNT.
00685      MOVE PAGE-CNT TO HD-PAGE.
00686      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00687      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00688      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00689      MOVE +6 TO LINE-CNT.
00690  B100-EXIT. EXIT.
