00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLRTM779.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. ABATEMENT RESOLUTION INTAKE.  TAXING DISTRICTS PASS
00007 *         RESOLUTIONS ABATING PART OF THEIR LEVY ON SPECIFIC
00008 *         PARCELS.  EACH RESOLUTION CARD GIVES THE AGENCY, THE
00009 *         PARCEL AND THE PERCENT ABATED, AND THE CARDS ARE MATCHED
00010 *         TO THE PROPERTY MASTER (PROPMSRD01) IN VOLUME, PROPERTY
00011 *         AND TAX TYPE SEQUENCE FOR THE TAX YEAR ON THE CONTROL
00012 *         CARD, AFTER THE PER-PARCEL EXTENSION (CLRTM773) HAS
00013 *         POSTED PM-TOTTX.  THE AGENCY'S SHARE OF THE PARCEL'S TAX
00014 *         IS PM-TOTTX IN THE PROPORTION OF THE AGENCY'S EXTENDED
00015 *         RATE (CLAGYRTER1, WRITTEN BY CLRTM769) TO THE COMPOSITE
00016 *         TR-RATE OF THE PARCEL'S TAX CODE, AND THE ABATED DOLLARS
00017 *         ARE THAT SHARE AT THE RESOLUTION PERCENT.  THE AGENCY
00018 *         MUST BE ONE OF THE AGENCIES ON THE TAX CODE.  THE 'AB'
00019 *         SEGMENT FOR THE AGENCY IS POSTED ON A NEW PROPERTY
00020 *         MASTER: AN EXISTING SEGMENT FOR THE AGENCY IS UPDATED IN
00021 *         PLACE, ITS ABATED AMOUNT BECOMING PM-ABAT-PREVAMT WHEN
00022 *         IT WAS FOR AN EARLIER YEAR, OTHERWISE A SEGMENT IS
00023 *         ADDED.  A ZERO PERCENT RESCINDS THE ABATEMENT FOR THE
00024 *         YEAR.  PM-TOTTX ITSELF IS NOT REDUCED; THE BILL TAKES
00025 *         THE ABATEMENT FROM THE SEGMENT.  RECORDS OF THE 2003 AND
00026 *         LATER TAX YEARS ONLY ARE POSTED, SINCE EARLIER SEGMENTS
00027 *         CARRY THE 5-DIGIT AGENCY LAYOUT.  RESOLUTIONS THAT
00028 *         CANNOT BE APPLIED ARE LISTED WITH THE REASON, AND A
00029 *         REPORT BY AGENCY SHOWS THE ABATEMENTS GRANTED AGAINST
00030 *         THE AGENCY'S EXTENSION SO THE DISTRICT CAN CONFIRM ITS
00031 *         RESOLUTION WAS APPLIED.  START AND END RECORDS ARE
00032 *         STAMPED ON THE RUN REGISTRY (DPRUNREGR1).
0032A *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0032B *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0032C *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0032D *         YEAR TAKES THE CYCLE YEAR.
00033      SKIP2
00034  ENVIRONMENT DIVISION.
00035  CONFIGURATION SECTION.
00036  SOURCE-COMPUTER. IBM-370.
00037  OBJECT-COMPUTER. IBM-370.
00038      SKIP1
00039  INPUT-OUTPUT SECTION.
00040  FILE-CONTROL.
00041      SELECT PROP-MASTER   ASSIGN TO UT-S-PROPMSTR.
00042      SELECT PROP-NEWMAST  ASSIGN TO UT-S-PROPMSTO.
00043      SELECT RESOL-FILE    ASSIGN TO UT-S-ABATRES.
00044      SELECT AGYRATE-FILE  ASSIGN TO UT-S-AGYRATE.
00045      SELECT TAXCODE-MAST  ASSIGN TO DA-TAXCODE
00046        ORGANIZATION IS INDEXED
00047        ACCESS IS RANDOM
00048        RECORD KEY IS TR-TAX-CODE
00049        FILE STATUS IS TC-STATUS.
00050      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00051      SELECT RUN-REGISTRY  ASSIGN TO UT-S-RUNREG.
00052      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00053      SKIP2
00054  DATA DIVISION.
00055  FILE SECTION.
00056      SKIP1
00057  FD  PROP-MASTER
00058      BLOCK  CONTAINS 0 CHARACTERS
00059      RECORD CONTAINS 29 TO 1275 CHARACTERS
00060      RECORDING MODE IS S
00061      LABEL  RECORDS ARE STANDARD
00062      DATA RECORD IS PM-REC.
00063  01  PM-REC.
00064  COPY PROPMSRD01.
00065      SKIP2
00066  FD  PROP-NEWMAST
00067      BLOCK  CONTAINS 0 CHARACTERS
00068      RECORD CONTAINS 29 TO 1275 CHARACTERS
00069      RECORDING MODE IS S
00070      LABEL  RECORDS ARE STANDARD
00071      DATA RECORD IS PO-REC.
00072  01  PO-REC.
00073  COPY PROPMSRD01 REPLACING LEADING ==PM-== BY ==PO-==.
00074      SKIP2
00075 *    ONE CARD PER AGENCY RESOLUTION PER PARCEL, SORTED TO
00076 *    VOLUME, PROPERTY AND TAX TYPE SEQUENCE.
00077  FD  RESOL-FILE
00078      BLOCK  CONTAINS 0 RECORDS
00079      RECORD CONTAINS 80 CHARACTERS
00080      RECORDING MODE IS F
00081      LABEL  RECORDS ARE STANDARD
00082      DATA RECORD IS RESOL-REC.
00083  01  RESOL-REC.
00084      05  AR-AGENCY       PIC 9(9).
00085      05  AR-VOL          PIC 9(3).
00086      05  AR-PROP         PIC 9(15).
00087      05  AR-TXTYP        PIC X.
00088      05  AR-PCT          PIC 9(3)V99.
00089      05  AR-RESOL-NO     PIC X(10).
00090      05  AR-RESOL-DATE   PIC 9(8).
00091      05  FILLER          PIC X(29).
00092      SKIP2
00093  FD  AGYRATE-FILE
00094      BLOCK  CONTAINS 0 RECORDS
00095      RECORD CONTAINS 80 CHARACTERS
00096      RECORDING MODE IS F
00097      LABEL  RECORDS ARE STANDARD
00098      DATA RECORD IS AGYRATE-REC.
00099  01  AGYRATE-REC.
00100  COPY CLAGYRTER1.
00101      SKIP2
00102  FD  TAXCODE-MAST
00103      RECORD CONTAINS 207 CHARACTERS
00104      LABEL RECORDS ARE STANDARD.
00105      SKIP1
00106  01  TAXCODE-MAST-REC.
00107  COPY TAXCODERD2.
00108      SKIP2
00109  FD  CONTROL-FILE
00110      BLOCK  CONTAINS 0 RECORDS
00111      RECORD CONTAINS 80 CHARACTERS
00112      RECORDING MODE IS F
00113      LABEL  RECORDS ARE STANDARD
00114      DATA RECORD IS CONTROL-REC.
00115  01  CONTROL-REC.
00116      05  CC-TAX-YEAR     PIC X(4).
00117      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00118                          PIC 9(4).
00119      05  FILLER          PIC X(76).
00120      SKIP2
00121  FD  RUN-REGISTRY
00122      BLOCK  CONTAINS 0 RECORDS
00123      RECORD CONTAINS 80 CHARACTERS
00124      RECORDING MODE IS F
00125      LABEL  RECORDS ARE STANDARD
00126      DATA RECORD IS RUNREG-REC.
00127  01  RUNREG-REC.
00128  COPY DPRUNREGR1.
00129      SKIP2
00130  FD  PRINT-FILE
00131      BLOCK  CONTAINS 0 RECORDS
00132      RECORD CONTAINS 133 CHARACTERS
00133      RECORDING MODE IS F
00134      LABEL  RECORDS ARE STANDARD.
00135      SKIP1
00136  01  PRINT-REC               PIC X(133).
00137      SKIP2
00138  WORKING-STORAGE SECTION.
00139      SKIP1
00140  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00141  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00142      SKIP1
00143  77  PM-EOF-SW                 PIC X      VALUE 'N'.
00144      88  END-OF-PM-FILE                   VALUE 'Y'.
00145  77  AR-EOF-SW                 PIC X      VALUE 'N'.
00146      88  END-OF-AR-FILE                   VALUE 'Y'.
00147  77  AGYRT-EOF-SW              PIC X      VALUE 'N'.
00148      88  END-OF-AGYRT-FILE                VALUE 'Y'.
00149  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00150      88  END-OF-CTL-FILE                  VALUE 'Y'.
00151  77  RATE-FOUND-SW             PIC X      VALUE 'N'.
00152      88  RATE-FOUND                       VALUE 'Y'.
00153  77  TC-STATUS                 PIC XX     VALUE '00'.
00154      SKIP1
00155  77  PM-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00156  77  PM-OUT-CNT        COMP-3  PIC S9(9)  VALUE +0.
00157  77  AR-IN-CNT         COMP-3  PIC S9(7)  VALUE +0.
00158  77  AGYRT-IN-CNT      COMP-3  PIC S9(7)  VALUE +0.
00159  77  APPLIED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00160  77  ADDED-CNT         COMP-3  PIC S9(7)  VALUE +0.
00161  77  UPDATED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00162  77  RESCIND-CNT       COMP-3  PIC S9(7)  VALUE +0.
00163  77  REJECT-CNT        COMP-3  PIC S9(7)  VALUE +0.
00164  77  PARCEL-CNT        COMP-3  PIC S9(7)  VALUE +0.
00165      SKIP1
00166  77  AGR-CTR           COMP-3  PIC S9(5)  VALUE +0.
00167  77  AGR-SUB           COMP-3  PIC S9(5)  VALUE +0.
00168  77  AGR-FND           COMP-3  PIC S9(5)  VALUE +0.
00169  77  SUB-AGY           COMP-3  PIC S9(3)  VALUE +0.
00170  77  AGY-ON-CODE       COMP-3  PIC S9(3)  VALUE +0.
00171  77  SEG-SUB           COMP-3  PIC S9(3)  VALUE +0.
00172  77  SEG-FND           COMP-3  PIC S9(3)  VALUE +0.
00173      SKIP1
00174  77  W-LAST-TXCD       COMP-3  PIC S9(5)  VALUE -1.
00175  77  W-CODE-RATE       COMP-3  PIC S9(4)V9(3) VALUE +0.
00176  77  W-PARCEL-TAX      COMP-3  PIC S9(9)V99 VALUE +0.
00177  77  W-SHARE           COMP-3  PIC S9(9)V99 VALUE +0.
00178  77  W-ABATED          COMP-3  PIC S9(9)V99 VALUE +0.
00179  77  W-PREV-AMT        COMP-3  PIC S9(9)V99 VALUE +0.
00180  77  W-EXT-PCT         COMP-3  PIC S9(3)V99 VALUE +0.
00181      SKIP1
00182  77  GR-SHARE          COMP-3  PIC S9(13)V99 VALUE +0.
00183  77  GR-ABATED         COMP-3  PIC S9(13)V99 VALUE +0.
00184  77  GR-EXTENSION      COMP-3  PIC S9(13)V99 VALUE +0.
00185      SKIP1
0185A  01  CYCLK-AREA.
0185B  COPY DPCYCLKR1.
0185C      SKIP1
00186  01  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00187  01  W-TAX-YEAR-X REDEFINES W-TAX-YEAR.
00188      05  FILLER                PIC 99.
00189      05  W-TAX-YY              PIC 99.
00190      SKIP1
00191  01  PM-MATCH-KEY.
00192      05  PMK-VOL               PIC 9(3).
00193      05  PMK-PROP              PIC 9(15).
00194      05  PMK-TXTYP             PIC X.
00195  01  AR-MATCH-KEY.
00196      05  ARK-VOL               PIC 9(3).
00197      05  ARK-PROP              PIC 9(15).
00198      05  ARK-TXTYP             PIC X.
00199  01  AR-LAST-KEY               PIC X(19)  VALUE LOW-VALUES.
00200      SKIP1
00201 *    EXTENDED RATE OF EVERY AGENCY, WITH THE RESOLUTIONS APPLIED
00202 *    TO IT THIS RUN.
00203  01  AGENCY-RATE-TABLE.
00204      05  AGR-ENTRY OCCURS 2000 TIMES.
00205          10  AGR-AGENCY      PIC 9(9)        COMP-3.
00206          10  AGR-RATE        PIC S9(4)V9(3)  COMP-3.
00207          10  AGR-EXTENSION   PIC S9(11)V99   COMP-3.
00208          10  AGR-PARCELS     PIC S9(7)       COMP-3.
00209          10  AGR-REJECTS     PIC S9(7)       COMP-3.
00210          10  AGR-SHARE       PIC S9(11)V99   COMP-3.
00211          10  AGR-ABATED      PIC S9(11)V99   COMP-3.
00212      SKIP1
00213  01  ACPT-DATE                  PIC 9(6).
00214  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00215      05  ACPT-YR                PIC 99.
00216      05  ACPT-MO                PIC 99.
00217      05  ACPT-DA                PIC 99.
00218  01  DSP-DATE.
00219      05  DSP-MO                 PIC 99.
00220      05  FILLER                 PIC X      VALUE '/'.
00221      05  DSP-DA                 PIC 99.
00222      05  FILLER                 PIC X      VALUE '/'.
00223      05  DSP-YR                 PIC 99.
00224      SKIP1
00225  01  HEAD-A.
00226      05  FILLER          PIC X(3)   VALUE SPACES.
00227      05  HD-DATE         PIC X(8).
00228      05  FILLER          PIC X(42)  VALUE SPACES.
00229      05  FILLER     PIC X(26) VALUE
00230          'OFFICE OF THE COUNTY CLERK'.
00231      05  FILLER          PIC X(42)  VALUE SPACES.
00232      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00233      05  HD-PAGE         PIC ZZ,ZZ9.
00234      SKIP1
00235  01  HEAD-B.
00236      05  FILLER          PIC X(3)   VALUE SPACES.
00237      05  FILLER          PIC X(8)   VALUE 'CLRTM779'.
00238      05  FILLER          PIC X(18)  VALUE SPACES.
00239      05  FILLER          PIC X(40)  VALUE
00240          'ABATEMENT RESOLUTIONS   -- TAX YEAR'.
00241      05  HD-TAX-YEAR     PIC 9(4).
00242      SKIP1
00243  01  HEAD-C.
00244      05  FILLER          PIC X(3)   VALUE SPACES.
00245      05  HD-SUBTITLE     PIC X(60).
00246      SKIP1
00247  01  HEAD-D.
00248      05  HD-COLUMNS      PIC X(133).
00249      SKIP1
00250  01  DETAIL-HEAD.
00251      05  FILLER          PIC X(3)   VALUE SPACES.
00252      05  FILLER          PIC X(11)  VALUE 'AGENCY'.
00253      05  FILLER          PIC X(24)  VALUE
00254          'VOL PROPERTY      TYPE'.
00255      05  FILLER          PIC X(12)  VALUE 'RESOLUTION'.
00256      05  FILLER          PIC X(8)   VALUE 'PERCENT'.
00257      05  FILLER          PIC X(16)  VALUE '     PARCEL TAX'.
00258      05  FILLER          PIC X(16)  VALUE '   AGENCY SHARE'.
00259      05  FILLER          PIC X(16)  VALUE '        ABATED'.
00260      05  FILLER          PIC X(27)  VALUE
00261          '   PREVIOUS  REMARKS'.
00262      SKIP1
00263  01  DETAIL-LINE.
00264      05  FILLER          PIC X(3)   VALUE SPACES.
00265      05  DL-AGENCY       PIC 9(9).
00266      05  FILLER          PIC X(2)   VALUE SPACES.
00267      05  DL-VOL          PIC 9(3).
00268      05  FILLER          PIC X      VALUE SPACE.
00269      05  DL-PROP         PIC 9(15).
00270      05  FILLER          PIC X      VALUE SPACE.
00271      05  DL-TXTYP        PIC X.
00272      05  FILLER          PIC X(3)   VALUE SPACES.
00273      05  DL-RESOL-NO     PIC X(10).
00274      05  FILLER          PIC X(2)   VALUE SPACES.
00275      05  DL-PCT          PIC ZZ9.99.
00276      05  FILLER          PIC X(2)   VALUE SPACES.
00277      05  DL-PARCEL-TAX   PIC ZZZ,ZZZ,ZZ9.99.
00278      05  FILLER          PIC X(2)   VALUE SPACES.
00279      05  DL-SHARE        PIC ZZZ,ZZZ,ZZ9.99.
00280      05  FILLER          PIC X(2)   VALUE SPACES.
00281      05  DL-ABATED       PIC ZZZ,ZZZ,ZZ9.99.
00282      05  FILLER          PIC X(2)   VALUE SPACES.
00283      05  DL-PREV         PIC Z,ZZZ,ZZ9.99.
00284      05  FILLER          PIC X(2)   VALUE SPACES.
00285      05  DL-MESSG        PIC X(24).
00286      SKIP1
00287  01  AGENCY-HEAD.
00288      05  FILLER          PIC X(3)   VALUE SPACES.
00289      05  FILLER          PIC X(11)  VALUE 'AGENCY'.
00290      05  FILLER          PIC X(10)  VALUE '    RATE'.
00291      05  FILLER          PIC X(20)  VALUE '  AGENCY EXTENSION'.
00292      05  FILLER          PIC X(10)  VALUE '  PARCELS'.
00293      05  FILLER          PIC X(10)  VALUE ' REJECTED'.
00294      05  FILLER          PIC X(20)  VALUE '   TAX ON PARCELS'.
00295      05  FILLER          PIC X(20)  VALUE '   ABATED TAX'.
00296      05  FILLER          PIC X(12)  VALUE 'PCT OF EXT'.
00297      SKIP1
00298  01  AGENCY-LINE.
00299      05  FILLER          PIC X(3)   VALUE SPACES.
00300      05  AL-AGENCY       PIC 9(9).
00301      05  FILLER          PIC X(2)   VALUE SPACES.
00302      05  AL-RATE         PIC ZZZ9.999.
00303      05  FILLER          PIC X(2)   VALUE SPACES.
00304      05  AL-EXTENSION    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
00305      05  FILLER          PIC X(2)   VALUE SPACES.
00306      05  AL-PARCELS      PIC ZZZ,ZZ9.
00307      05  FILLER          PIC X(3)   VALUE SPACES.
00308      05  AL-REJECTS      PIC ZZZ,ZZ9.
00309      05  FILLER          PIC X(2)   VALUE SPACES.
00310      05  AL-SHARE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
00311      05  FILLER          PIC X(3)   VALUE SPACES.
00312      05  AL-ABATED       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
00313      05  FILLER          PIC X(3)   VALUE SPACES.
00314      05  AL-EXT-PCT      PIC ZZ9.99.
00315      EJECT
00316  PROCEDURE DIVISION.
00317      SKIP1
00318  A010-HOUSEKEEPING.
00319      OPEN INPUT  PROP-MASTER, RESOL-FILE, AGYRATE-FILE,
00320                  TAXCODE-MAST, CONTROL-FILE
00321           OUTPUT PROP-NEWMAST, PRINT-FILE.
00322      OPEN EXTEND RUN-REGISTRY.
0322A      PERFORM A011-READ-CONTROL THRU A011-EXIT.
00323      PERFORM C900-REG-START THRU C900-EXIT.
00324      IF TC-STATUS NOT EQUAL '00'
00325          DISPLAY 'CLRTM779 -- TAX CODE MASTER OPEN FAILED, '
00326              'STATUS ' TC-STATUS
00327          MOVE 16 TO RETURN-CODE
00328          PERFORM C910-REG-END THRU C910-EXIT
00329          CLOSE PROP-MASTER RESOL-FILE AGYRATE-FILE CONTROL-FILE
00330                PROP-NEWMAST PRINT-FILE RUN-REGISTRY
00331          STOP RUN.
00332      PERFORM A012-EDIT-CONTROL THRU A012-EXIT.
00333      IF RETURN-CODE NOT GREATER THAN ZERO
00334          PERFORM A020-READ-AGYRATE THRU A020-EXIT
00335          PERFORM A022-LOAD-AGENCY THRU A022-EXIT
00336              UNTIL END-OF-AGYRT-FILE.
00337      IF RETURN-CODE GREATER THAN ZERO
00338          PERFORM C910-REG-END THRU C910-EXIT
00339          CLOSE PROP-MASTER RESOL-FILE AGYRATE-FILE TAXCODE-MAST
00340                CONTROL-FILE PROP-NEWMAST PRINT-FILE RUN-REGISTRY
00341          STOP RUN.
00342      ACCEPT ACPT-DATE FROM DATE.
00343      MOVE ACPT-MO TO DSP-MO.
00344      MOVE ACPT-DA TO DSP-DA.
00345      MOVE ACPT-YR TO DSP-YR.
00346      MOVE DSP-DATE TO HD-DATE.
00347      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00348      MOVE 'RESOLUTIONS APPLIED AND REJECTED' TO HD-SUBTITLE.
00349      MOVE DETAIL-HEAD TO HD-COLUMNS.
00350      PERFORM B100-HEADING THRU B100-EXIT.
00351      PERFORM A030-READ-PM THRU A030-EXIT.
00352      PERFORM A040-READ-RESOL THRU A040-EXIT.
00353      PERFORM A100-MATCH THRU A100-EXIT
00354          UNTIL END-OF-PM-FILE
00355            AND END-OF-AR-FILE.
00356      PERFORM A600-AGENCY-REPORT THRU A600-EXIT.
00357      DISPLAY 'TOTAL PROPERTY MASTER RECORDS READ...: ' PM-IN-CNT.
00358      DISPLAY 'TOTAL PROPERTY MASTER RECORDS WRITTEN: ' PM-OUT-CNT.
00359      DISPLAY 'TOTAL AGENCY RATE RECORDS READ.......: '
00360          AGYRT-IN-CNT.
00361      DISPLAY 'TOTAL RESOLUTION CARDS READ..........: ' AR-IN-CNT.
00362      DISPLAY 'TOTAL RESOLUTIONS APPLIED............: '
00363          APPLIED-CNT.
00364      DISPLAY 'TOTAL ABATEMENT SEGMENTS ADDED.......: ' ADDED-CNT.
00365      DISPLAY 'TOTAL ABATEMENT SEGMENTS UPDATED.....: '
00366          UPDATED-CNT.
00367      DISPLAY 'TOTAL ABATEMENTS RESCINDED...........: '
00368          RESCIND-CNT.
00369      DISPLAY 'TOTAL PARCELS POSTED.................: ' PARCEL-CNT.
00370      DISPLAY 'TOTAL RESOLUTIONS REJECTED...........: ' REJECT-CNT.
00371      DISPLAY 'TOTAL TAX ABATED.....................: ' GR-ABATED.
00372      IF RETURN-CODE LESS THAN 4
0372A       AND REJECT-CNT GREATER THAN +0
00373          MOVE 4 TO RETURN-CODE.
00374      PERFORM C910-REG-END THRU C910-EXIT.
00375      CLOSE PROP-MASTER, PROP-NEWMAST, RESOL-FILE, AGYRATE-FILE,
00376            TAXCODE-MAST, CONTROL-FILE, RUN-REGISTRY, PRINT-FILE.
00377      STOP RUN.
00378      SKIP1
00379  A011-READ-CONTROL.
00380      READ CONTROL-FILE AT END
00381          MOVE 'Y' TO CTL-EOF-SW.
0381A      MOVE 'CLRTM779' TO CK-CALLER.
0381B      MOVE SPACES TO CK-CARD-YEAR.
0381C      IF NOT END-OF-CTL-FILE
0381D          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
0381E      CALL 'DPRUN004' USING CYCLK-AREA.
0381F      IF NOT END-OF-CTL-FILE
0381G          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
0381H  A011-EXIT. EXIT.
0381I      SKIP1
0381J  A012-EDIT-CONTROL.
00382      IF END-OF-CTL-FILE
00383          OR CC-TAX-YEAR NOT NUMERIC
00384          OR CC-TAX-YEAR-N LESS THAN 2003
00385          DISPLAY 'CLRTM779 -- TAX YEAR CONTROL CARD MISSING OR '
00386              'INVALID -- RUN STOPPED'
00387          MOVE 16 TO RETURN-CODE
00388          GO TO A012-EXIT.
00389      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00390      DISPLAY 'TAX YEAR ABATED......................: ' W-TAX-YEAR.
00391  A012-EXIT. EXIT.
00392      SKIP1
00393  A020-READ-AGYRATE.
00394      READ AGYRATE-FILE AT END
00395          MOVE 'Y' TO AGYRT-EOF-SW.
00396      IF NOT END-OF-AGYRT-FILE
00397          ADD +1 TO AGYRT-IN-CNT.
00398  A020-EXIT. EXIT.
00399      SKIP1
00400 *    THE AGENCY'S EXTENSION IS ITS EQUALIZED BASE AT THE
00401 *    EXTENDED RATE, AS CLRTM769 ROLLED IT INTO THE TAX CODES.
00402  A022-LOAD-AGENCY.
00403      IF AGR-CTR NOT LESS THAN +2000
00404          DISPLAY 'CLRTM779 -- AGENCY RATE TABLE FULL -- '
00405              'AGENCY ' AT-AGENCY ' NOT LOADED'
00406          MOVE 16 TO RETURN-CODE
00407          GO TO A022-NEXT.
00408      ADD +1 TO AGR-CTR.
00409      MOVE AT-AGENCY TO AGR-AGENCY (AGR-CTR).
00410      MOVE AT-RATE   TO AGR-RATE (AGR-CTR).
00411      COMPUTE AGR-EXTENSION (AGR-CTR) ROUNDED =
00412          AT-BASE-EAV * AT-RATE / 100.
00413      MOVE ZEROS TO AGR-PARCELS (AGR-CTR) AGR-REJECTS (AGR-CTR)
00414                    AGR-SHARE (AGR-CTR)   AGR-ABATED (AGR-CTR).
00415  A022-NEXT.
00416      PERFORM A020-READ-AGYRATE THRU A020-EXIT.
00417  A022-EXIT. EXIT.
00418      SKIP1
00419  A030-READ-PM.
00420      READ PROP-MASTER AT END
00421          MOVE 'Y' TO PM-EOF-SW
00422          MOVE ALL '9' TO PM-MATCH-KEY
00423          GO TO A030-EXIT.
00424      ADD +1 TO PM-IN-CNT.
00425      MOVE PM-VOL   TO PMK-VOL.
00426      MOVE PM-PROP  TO PMK-PROP.
00427      MOVE PM-TXTYP TO PMK-TXTYP.
00428  A030-EXIT. EXIT.
00429      SKIP1
00430 *    CARDS OUT OF SEQUENCE OR NOT NUMERIC ARE REJECTED HERE AND
00431 *    NEVER REACH THE MATCH.
00432  A040-READ-RESOL.
00433      READ RESOL-FILE AT END
00434          MOVE 'Y' TO AR-EOF-SW
00435          MOVE ALL '9' TO AR-MATCH-KEY
00436          GO TO A040-EXIT.
00437      ADD +1 TO AR-IN-CNT.
00438      IF AR-TXTYP EQUAL SPACE
00439          MOVE '0' TO AR-TXTYP.
00440      MOVE AR-VOL   TO ARK-VOL.
00441      MOVE AR-PROP  TO ARK-PROP.
00442      MOVE AR-TXTYP TO ARK-TXTYP.
00443      IF AR-AGENCY NOT NUMERIC
00444          OR AR-VOL NOT NUMERIC
00445          OR AR-PROP NOT NUMERIC
00446          OR AR-PCT NOT NUMERIC
00447          MOVE 'CARD NOT NUMERIC' TO DL-MESSG
00448          PERFORM A090-REJECT THRU A090-EXIT
00449          GO TO A040-READ-RESOL.
00450      IF AR-MATCH-KEY LESS THAN AR-LAST-KEY
00451          MOVE 'CARD OUT OF SEQUENCE' TO DL-MESSG
00452          PERFORM A090-REJECT THRU A090-EXIT
00453          GO TO A040-READ-RESOL.
00454      MOVE AR-MATCH-KEY TO AR-LAST-KEY.
00455  A040-EXIT. EXIT.
00456      SKIP1
00457 *    ONLY THE TAX YEAR ON THE CONTROL CARD TAKES PART IN THE
00458 *    MATCH; EVERY OTHER PROPERTY MASTER RECORD IS COPIED AS IT
00459 *    STANDS.  ALL THE CARDS FOR A PARCEL ARE POSTED BEFORE ITS
00460 *    NEW MASTER RECORD IS WRITTEN.
00461  A100-MATCH.
00462      IF NOT END-OF-PM-FILE
00463       AND PM-TXYR NOT EQUAL W-TAX-YY
00464          PERFORM A300-COPY-MASTER THRU A300-EXIT
00465          PERFORM A350-WRITE-MASTER THRU A350-EXIT
00466          PERFORM A030-READ-PM THRU A030-EXIT
00467          GO TO A100-EXIT.
00468      EVALUATE TRUE
00469          WHEN PM-MATCH-KEY EQUAL AR-MATCH-KEY
00470              PERFORM A300-COPY-MASTER THRU A300-EXIT
00471              ADD +1 TO PARCEL-CNT
00472              PERFORM A200-APPLY-RESOL THRU A200-EXIT
00473                  UNTIL AR-MATCH-KEY NOT EQUAL PM-MATCH-KEY
00474              PERFORM A350-WRITE-MASTER THRU A350-EXIT
00475              PERFORM A030-READ-PM THRU A030-EXIT
00476          WHEN PM-MATCH-KEY LESS THAN AR-MATCH-KEY
00477              PERFORM A300-COPY-MASTER THRU A300-EXIT
00478              PERFORM A350-WRITE-MASTER THRU A350-EXIT
00479              PERFORM A030-READ-PM THRU A030-EXIT
00480          WHEN OTHER
00481              MOVE 'NO PROPERTY MASTER RECORD' TO DL-MESSG
00482              PERFORM A090-REJECT THRU A090-EXIT
00483              PERFORM A040-READ-RESOL THRU A040-EXIT
00484      END-EVALUATE.
00485  A100-EXIT. EXIT.
00486      SKIP1
00487  A200-APPLY-RESOL.
00488      MOVE ZEROS TO W-PARCEL-TAX W-SHARE W-ABATED W-PREV-AMT.
00489      PERFORM A210-FIND-AGENCY THRU A210-EXIT.
00490      IF AGR-FND EQUAL ZERO
00491          MOVE 'AGENCY NOT EXTENDED' TO DL-MESSG
00492          PERFORM A090-REJECT THRU A090-EXIT
00493          GO TO A200-NEXT.
00494      IF AR-PCT GREATER THAN 100
00495          MOVE 'PERCENT OVER 100' TO DL-MESSG
00496          PERFORM A090-REJECT THRU A090-EXIT
00497          GO TO A200-NEXT.
00498      IF PO-TXIND NOT EQUAL 1
00499          MOVE 'NO TAX EXTENDED ON PARCEL' TO DL-MESSG
00500          PERFORM A090-REJECT THRU A090-EXIT
00501          GO TO A200-NEXT.
00502      MOVE PO-TOTTX (1) TO W-PARCEL-TAX.
00503      PERFORM A220-GET-CODE THRU A220-EXIT.
00504      IF NOT RATE-FOUND
00505          MOVE 'NO RATE FOR TAX CODE' TO DL-MESSG
00506          PERFORM A090-REJECT THRU A090-EXIT
00507          GO TO A200-NEXT.
00508      MOVE ZERO TO AGY-ON-CODE.
00509      PERFORM A230-CHECK-CODE THRU A230-EXIT
00510          VARYING SUB-AGY FROM +1 BY +1
00511          UNTIL SUB-AGY GREATER THAN +40
00512             OR TR-AGENCY (SUB-AGY) EQUAL ZERO
00513             OR AGY-ON-CODE GREATER THAN ZERO.
00514      IF AGY-ON-CODE EQUAL ZERO
00515          MOVE 'AGENCY NOT ON TAX CODE' TO DL-MESSG
00516          PERFORM A090-REJECT THRU A090-EXIT
00517          GO TO A200-NEXT.
00518      COMPUTE W-SHARE ROUNDED =
00519          W-PARCEL-TAX * AGR-RATE (AGR-FND) / W-CODE-RATE.
00520      COMPUTE W-ABATED ROUNDED = W-SHARE * AR-PCT / 100.
00521      PERFORM A250-POST-SEGMENT THRU A250-EXIT.
00522      IF SEG-FND EQUAL ZERO
00523          MOVE 'SEGMENT TABLE FULL' TO DL-MESSG
00524          PERFORM A090-REJECT THRU A090-EXIT
00525          GO TO A200-NEXT.
00526      ADD +1 TO APPLIED-CNT.
00527      IF AR-PCT EQUAL ZERO
00528          ADD +1 TO RESCIND-CNT.
00529      ADD +1      TO AGR-PARCELS (AGR-FND).
00530      ADD W-SHARE  TO AGR-SHARE (AGR-FND) GR-SHARE.
00531      ADD W-ABATED TO AGR-ABATED (AGR-FND) GR-ABATED.
00532      PERFORM A080-PRINT-DETAIL THRU A080-EXIT.
00533  A200-NEXT.
00534      PERFORM A040-READ-RESOL THRU A040-EXIT.
00535  A200-EXIT. EXIT.
00536      SKIP1
00537  A210-FIND-AGENCY.
00538      MOVE ZERO TO AGR-FND.
00539      PERFORM A215-COMPARE-AGENCY THRU A215-EXIT
00540          VARYING AGR-SUB FROM +1 BY +1
00541          UNTIL AGR-SUB GREATER THAN AGR-CTR
00542             OR AGR-FND GREATER THAN ZERO.
00543  A210-EXIT. EXIT.
00544      SKIP1
00545  A215-COMPARE-AGENCY.
00546      IF AGR-AGENCY (AGR-SUB) EQUAL AR-AGENCY
00547          MOVE AGR-SUB TO AGR-FND.
00548  A215-EXIT. EXIT.
00549      SKIP1
00550  A220-GET-CODE.
00551      IF PO-TXCD EQUAL W-LAST-TXCD
00552          GO TO A220-EXIT.
00553      MOVE PO-TXCD TO W-LAST-TXCD.
00554      MOVE PO-TXCD TO TR-TAX-CODE.
00555      READ TAXCODE-MAST.
00556      IF TC-STATUS EQUAL '00'
00557       AND TR-RATE-R GREATER THAN ZERO
00558          MOVE 'Y' TO RATE-FOUND-SW
00559          MOVE TR-RATE-R TO W-CODE-RATE
00560      ELSE
00561          MOVE 'N' TO RATE-FOUND-SW
00562          MOVE ZEROS TO W-CODE-RATE.
00563  A220-EXIT. EXIT.
00564      SKIP1
00565  A230-CHECK-CODE.
00566      IF TR-AGENCY (SUB-AGY) EQUAL AR-AGENCY
00567          MOVE SUB-AGY TO AGY-ON-CODE.
00568  A230-EXIT. EXIT.
00569      SKIP1
00570 *    AN EXISTING 'AB' SEGMENT FOR THE AGENCY IS UPDATED IN
00571 *    PLACE.  WHEN IT WAS POSTED FOR AN EARLIER YEAR ITS ABATED
00572 *    AMOUNT BECOMES THE PREVIOUS AMOUNT; A REPOST FOR THE SAME
00573 *    YEAR KEEPS THE PREVIOUS AMOUNT ALREADY THERE.  SEG-FND IS
00574 *    LEFT ZERO WHEN THE SEGMENT TABLE IS FULL.
00575  A250-POST-SEGMENT.
00576      MOVE ZERO TO SEG-FND.
00577      PERFORM A255-FIND-SEGMENT THRU A255-EXIT
00578          VARYING SEG-SUB FROM +1 BY +1
00579          UNTIL SEG-SUB GREATER THAN PO-SEGCTR
00580             OR SEG-FND GREATER THAN ZERO.
00581      IF SEG-FND GREATER THAN ZERO
00582          ADD +1 TO UPDATED-CNT
00583          IF PO-ABAT-TXYR (SEG-FND) LESS THAN W-TAX-YEAR
00584              MOVE PO-ABAT-AMT (SEG-FND)
00585                  TO PO-ABAT-PREVAMT (SEG-FND)
00586          END-IF
00587      ELSE
00588          IF PO-SEGCTR LESS THAN 40
00589              ADD +1 TO PO-SEGCTR ADDED-CNT
00590              MOVE PO-SEGCTR TO SEG-FND
00591              MOVE SPACES TO PO-MSTSEG (SEG-FND)
00592              MOVE 'AB'   TO PO-ABAT-TYP (SEG-FND)
00593              MOVE ZEROS  TO PO-ABAT-PREVAMT (SEG-FND)
00594          ELSE
00595              GO TO A250-EXIT.
00596      MOVE PO-ABAT-PREVAMT (SEG-FND) TO W-PREV-AMT.
00597      MOVE AR-AGENCY    TO PO-ABAT-NO (SEG-FND).
00598      MOVE W-TAX-YEAR   TO PO-ABAT-TXYR (SEG-FND).
00599      MOVE W-SHARE      TO PO-AGCY-AMT (SEG-FND).
00600      MOVE AR-PCT       TO PO-ABAT-PCT (SEG-FND).
00601      MOVE W-ABATED     TO PO-ABAT-AMT (SEG-FND).
00602  A250-EXIT. EXIT.
00603      SKIP1
00604  A255-FIND-SEGMENT.
00605      IF PO-ABAT-TYP (SEG-SUB) EQUAL 'AB'
00606       AND PO-ABAT-NO (SEG-SUB) EQUAL AR-AGENCY
00607          MOVE SEG-SUB TO SEG-FND.
00608  A255-EXIT. EXIT.
00609      SKIP1
00610  A300-COPY-MASTER.
00611      MOVE PM-BASE TO PO-BASE.
00612      IF PM-TXIND EQUAL 1
00613          MOVE PM-TXINFO (1) TO PO-TXINFO (1).
00614      MOVE PM-SEGS TO PO-SEGS.
00615  A300-EXIT. EXIT.
00616      SKIP1
00617  A350-WRITE-MASTER.
00618      WRITE PO-REC.
00619      ADD +1 TO PM-OUT-CNT.
00620  A350-EXIT. EXIT.
00621      SKIP1
00622  A080-PRINT-DETAIL.
00623      MOVE AR-AGENCY     TO DL-AGENCY.
00624      MOVE AR-VOL        TO DL-VOL.
00625      MOVE AR-PROP       TO DL-PROP.
00626      MOVE AR-TXTYP      TO DL-TXTYP.
00627      MOVE AR-RESOL-NO   TO DL-RESOL-NO.
00628      MOVE AR-PCT        TO DL-PCT.
00629      MOVE W-PARCEL-TAX  TO DL-PARCEL-TAX.
00630      MOVE W-SHARE       TO DL-SHARE.
00631      MOVE W-ABATED      TO DL-ABATED.
00632      MOVE W-PREV-AMT    TO DL-PREV.
00633      IF AR-PCT EQUAL ZERO
00634          MOVE 'RESCINDED' TO DL-MESSG
00635      ELSE
00636          MOVE SPACES TO DL-MESSG.
00637      PERFORM A095-PRINT-LINE THRU A095-EXIT.
00638  A080-EXIT. EXIT.
00639      SKIP1
00640  A090-REJECT.
00641      ADD +1 TO REJECT-CNT.
00642      IF AR-AGENCY NUMERIC
00643          PERFORM A210-FIND-AGENCY THRU A210-EXIT
00644          IF AGR-FND GREATER THAN ZERO
00645              ADD +1 TO AGR-REJECTS (AGR-FND).
00646      MOVE AR-AGENCY     TO DL-AGENCY.
00647      MOVE AR-VOL        TO DL-VOL.
00648      MOVE AR-PROP       TO DL-PROP.
00649      MOVE AR-TXTYP      TO DL-TXTYP.
00650      MOVE AR-RESOL-NO   TO DL-RESOL-NO.
00651      MOVE ZEROS TO DL-PCT DL-PARCEL-TAX DL-SHARE DL-ABATED
00652                    DL-PREV.
00653      IF AR-PCT NUMERIC
00654          MOVE AR-PCT    TO DL-PCT.
00655      PERFORM A095-PRINT-LINE THRU A095-EXIT.
00656  A090-EXIT. EXIT.
00657      SKIP1
00658  A095-PRINT-LINE.
00659      IF LINE-CNT GREATER THAN +57
00660          PERFORM B100-HEADING THRU B100-EXIT.
00661      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00662      ADD +1 TO LINE-CNT.
00663  A095-EXIT. EXIT.
00664      SKIP1
00665 *    ONLY AGENCIES WITH A RESOLUTION THIS RUN ARE REPORTED.
00666  A600-AGENCY-REPORT.
00667      MOVE 'ABATEMENTS GRANTED AGAINST AGENCY EXTENSION'
00668          TO HD-SUBTITLE.
00669      MOVE AGENCY-HEAD TO HD-COLUMNS.
00670      PERFORM B100-HEADING THRU B100-EXIT.
00671      PERFORM A610-AGENCY-LINE THRU A610-EXIT
00672          VARYING AGR-SUB FROM +1 BY +1
00673          UNTIL AGR-SUB GREATER THAN AGR-CTR.
00674      MOVE ZEROS        TO AL-AGENCY AL-RATE AL-EXT-PCT.
00675      MOVE GR-EXTENSION TO AL-EXTENSION.
00676      MOVE APPLIED-CNT  TO AL-PARCELS.
00677      MOVE REJECT-CNT   TO AL-REJECTS.
00678      MOVE GR-SHARE     TO AL-SHARE.
00679      MOVE GR-ABATED    TO AL-ABATED.
00680      IF GR-EXTENSION GREATER THAN ZERO
00681          COMPUTE W-EXT-PCT ROUNDED =
00682              GR-ABATED * 100 / GR-EXTENSION
00683          MOVE W-EXT-PCT TO AL-EXT-PCT.
00684      WRITE PRINT-REC FROM AGENCY-LINE AFTER ADVANCING 2.
00685      MOVE SPACES TO PRINT-REC.
00686      MOVE 'AGENCY 000000000 IS THE TOTAL OF THE AGENCIES ABOVE'
00687          TO PRINT-REC (4:51).
00688      WRITE PRINT-REC AFTER ADVANCING 1.
00689  A600-EXIT. EXIT.
00690      SKIP1
00691  A610-AGENCY-LINE.
00692      IF AGR-PARCELS (AGR-SUB) EQUAL ZERO
00693       AND AGR-REJECTS (AGR-SUB) EQUAL ZERO
00694          GO TO A610-EXIT.
00695      IF LINE-CNT GREATER THAN +57
00696          PERFORM B100-HEADING THRU B100-EXIT.
00697      MOVE AGR-AGENCY (AGR-SUB)    TO AL-AGENCY.
00698      MOVE AGR-RATE (AGR-SUB)      TO AL-RATE.
00699      MOVE AGR-EXTENSION (AGR-SUB) TO AL-EXTENSION.
00700      MOVE AGR-PARCELS (AGR-SUB)   TO AL-PARCELS.
00701      MOVE AGR-REJECTS (AGR-SUB)   TO AL-REJECTS.
00702      MOVE AGR-SHARE (AGR-SUB)     TO AL-SHARE.
00703      MOVE AGR-ABATED (AGR-SUB)    TO AL-ABATED.
00704      MOVE ZEROS TO W-EXT-PCT.
00705      IF AGR-EXTENSION (AGR-SUB) GREATER THAN ZERO
00706          COMPUTE W-EXT-PCT ROUNDED =
00707              AGR-ABATED (AGR-SUB) * 100 / AGR-EXTENSION (AGR-SUB).
00708      MOVE W-EXT-PCT TO AL-EXT-PCT.
00709      ADD AGR-EXTENSION (AGR-SUB) TO GR-EXTENSION.
00710      WRITE PRINT-REC FROM AGENCY-LINE AFTER ADVANCING 1.
00711      ADD +1 TO LINE-CNT.
00712  A610-EXIT. EXIT.
00713      SKIP1
00714  B100-HEADING.
00715      ADD +1 TO PAGE-CNT.
00716      MOVE PAGE-CNT TO HD-PAGE.
00717      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00718      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00719      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00720      WRITE PRINT-REC FROM HEAD-D AFTER ADVANCING 2.
00721      MOVE +8 TO LINE-CNT.
00722  B100-EXIT. EXIT.
00723      SKIP1
00724  C900-REG-START.
00725      MOVE SPACES      TO RUNREG-REC.
00726      MOVE 'CLRTM779'  TO RR-PROGRAM-ID.
00727      MOVE 'S'         TO RR-REC-TYPE.
00728      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00729      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00730      MOVE ZEROS       TO RR-IN-CNT, RR-OUT-CNT, RR-COND-CODE.
00731      WRITE RUNREG-REC.
00732  C900-EXIT. EXIT.
00733      SKIP1
00734  C910-REG-END.
00735      MOVE SPACES       TO RUNREG-REC.
00736      MOVE 'CLRTM779'   TO RR-PROGRAM-ID.
00737      MOVE 'E'          TO RR-REC-TYPE.
00738      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00739      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00740      MOVE AR-IN-CNT    TO RR-IN-CNT.
00741      MOVE APPLIED-CNT  TO RR-OUT-CNT.
00742      MOVE RETURN-CODE  TO RR-COND-CODE.
00743      WRITE RUNREG-REC.
00744  C910-EXIT. EXIT.
