00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLRTM775.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. PM-ESTTX HAS ALWAYS ARRIVED ON THE PROPERTY MASTER
00007 *         FROM OUTSIDE THE SYSTEM.  THIS PROGRAM COMPUTES THE
00008 *         FIRST-INSTALLMENT ESTIMATED TAX AS THE STATUTORY
00009 *         PERCENTAGE ON THE CONTROL CARD OF EACH PARCEL'S PRIOR
00010 *         YEAR TOTAL TAX.  IT RUNS EARLY IN THE CYCLE, BEFORE THE
00011 *         TAX EXTENSION (CLRTM773), WHILE PM-TOTTX ON THE CURRENT
00012 *         TAX TYPE STILL HOLDS LAST YEAR'S BILL.  ONLY CURRENT TAX
00013 *         TYPE RECORDS FOR THE CONTROL-CARD TAX YEAR ARE PRICED;
00014 *         EVERYTHING ELSE PASSES THROUGH UNCHANGED.
00015 *         A DIVIDED PARENT (PM-TXSTAT 9) IS NOT BILLED; ITS PRIOR
00016 *         TAX IS APPORTIONED TO THE CHILDREN NAMED FOR IT ON THE
00017 *         PARCEL GENEALOGY MASTER (ASPCLGENR1) IN PROPORTION TO
00018 *         EACH CHILD'S ASSESSED VALUE, OR EQUALLY WHEN ANY CHILD
00019 *         HAS NO VALUE YET.  THE MASTER IS THEREFORE READ TWICE --
00020 *         THE FIRST PASS GATHERS THE PARENTS AND CHILDREN, THE
00021 *         SECOND WRITES THE NEW MASTER.  A PARCEL THAT HAS BECOME
00022 *         EXEMPT, OR THAT CARRIES A CERTIFICATE OF ERROR ('O'
00023 *         SEGMENT) OR A PRE-C-OF-E TAX AMOUNT ('LT' SEGMENT) FROM
00024 *         LAST YEAR, IS NOT BILLED BLINDLY -- ITS ESTIMATE IS
00025 *         WITHHELD AND IT IS LISTED WITH THE FIGURE IT WOULD HAVE
00026 *         BEEN BILLED FOR MANUAL REVIEW.
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
00035      SELECT PROP-MASTER   ASSIGN TO UT-S-PROPMSTR.
00036      SELECT PROP-NEWMAST  ASSIGN TO UT-S-PROPMSTO.
00037      SELECT PCLGEN-FILE   ASSIGN TO DA-PCLGEN
00038        ORGANIZATION IS INDEXED
00039        ACCESS IS DYNAMIC
00040        RECORD KEY IS GN-KEY
00041        FILE STATUS IS GEN-STATUS.
00042      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00043      SELECT RUN-REGISTRY  ASSIGN TO UT-S-RUNREG.
00044      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00045      SKIP2
00046  DATA DIVISION.
00047  FILE SECTION.
00048      SKIP1
00049  FD  PROP-MASTER
00050      BLOCK  CONTAINS 0 CHARACTERS
00051      RECORD CONTAINS 29 TO 1275 CHARACTERS
00052      RECORDING MODE IS S
00053      LABEL  RECORDS ARE STANDARD
00054      DATA RECORD IS PM-REC.
00055  01  PM-REC.
00056  COPY PROPMSRD01.
00057      SKIP2
00058  FD  PROP-NEWMAST
00059      BLOCK  CONTAINS 0 CHARACTERS
00060      RECORD CONTAINS 29 TO 1275 CHARACTERS
00061      RECORDING MODE IS S
00062      LABEL  RECORDS ARE STANDARD
00063      DATA RECORD IS PO-REC.
00064  01  PO-REC.
00065  COPY PROPMSRD01 REPLACING LEADING ==PM-== BY ==PO-==.
00066      SKIP2
00067  FD  PCLGEN-FILE
00068      RECORD CONTAINS 60 CHARACTERS
00069      LABEL RECORDS ARE STANDARD.
00070      SKIP1
00071  01  PCLGEN-REC.
00072  COPY ASPCLGENR1.
00073      SKIP2
00074  FD  CONTROL-FILE
00075      BLOCK  CONTAINS 0 RECORDS
00076      RECORD CONTAINS 80 CHARACTERS
00077      RECORDING MODE IS F
00078      LABEL  RECORDS ARE STANDARD
00079      DATA RECORD IS CONTROL-REC.
00080  01  CONTROL-REC.
00081      05  CC-TAX-YEAR     PIC X(4).
00082      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00083                          PIC 9(4).
00084      05  CC-EST-PCT      PIC X(5).
00085      05  CC-EST-PCT-N REDEFINES CC-EST-PCT
00086                          PIC 999V99.
00087      05  FILLER          PIC X(71).
00088      SKIP2
00089  FD  RUN-REGISTRY
00090      BLOCK  CONTAINS 0 RECORDS
00091      RECORD CONTAINS 80 CHARACTERS
00092      RECORDING MODE IS F
00093      LABEL  RECORDS ARE STANDARD
00094      DATA RECORD IS RUNREG-REC.
00095  01  RUNREG-REC.
00096  COPY DPRUNREGR1.
00097      SKIP2
00098  FD  PRINT-FILE
00099      BLOCK  CONTAINS 0 RECORDS
00100      RECORD CONTAINS 133 CHARACTERS
00101      RECORDING MODE IS F
00102      LABEL  RECORDS ARE STANDARD.
00103      SKIP1
00104  01  PRINT-REC               PIC X(133).
00105      SKIP2
00106  WORKING-STORAGE SECTION.
00107      SKIP1
00108  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00109  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00110      SKIP1
00111  77  PM-EOF-SW                 PIC X      VALUE 'N'.
00112      88  END-OF-PM-FILE                   VALUE 'Y'.
00113  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00114      88  END-OF-CTL-FILE                  VALUE 'Y'.
00115  77  GEN-EOF-SW                PIC X      VALUE 'N'.
00116      88  END-OF-CHILD-GEN                 VALUE 'Y'.
00117  77  REVIEW-SW                 PIC X      VALUE 'N'.
00118      88  HOLD-FOR-REVIEW                  VALUE 'Y'.
00119  77  COE-SW                    PIC X      VALUE 'N'.
00120      88  PRIOR-YEAR-COE                   VALUE 'Y'.
00121  77  GEN-STATUS                PIC XX     VALUE '00'.
00122      SKIP1
00123  77  PASS1-CNT         COMP-3  PIC S9(9)  VALUE +0.
00124  77  PM-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00125  77  PM-OUT-CNT        COMP-3  PIC S9(9)  VALUE +0.
00126  77  PASS-CNT          COMP-3  PIC S9(9)  VALUE +0.
00127  77  EST-CNT           COMP-3  PIC S9(9)  VALUE +0.
00128  77  CHILD-EST-CNT     COMP-3  PIC S9(7)  VALUE +0.
00129  77  PARENT-CNT        COMP-3  PIC S9(7)  VALUE +0.
00130  77  EXEMPT-REV-CNT    COMP-3  PIC S9(7)  VALUE +0.
00131  77  COE-REV-CNT       COMP-3  PIC S9(7)  VALUE +0.
00132  77  ORPHAN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00133  77  NO-PRIOR-CNT      COMP-3  PIC S9(7)  VALUE +0.
00134  77  NEW-TXINFO-CNT    COMP-3  PIC S9(7)  VALUE +0.
00135      SKIP1
00136  77  W-EST-PCT         COMP-3  PIC S999V99 VALUE +0.
00137  77  W-PRIOR-TAX       COMP-3  PIC S9(9)V99 VALUE +0.
00138  77  W-EST-TAX         COMP-3  PIC S9(9)V99 VALUE +0.
00139  77  W-BASIS           COMP-3  PIC S9(11) VALUE +0.
00140  77  W-HOLD-CHILD      COMP-3  PIC S9(15) VALUE +0.
00141  77  W-PARENT          COMP-3  PIC S9(15) VALUE +0.
00142  77  GR-PRIOR-TAX      COMP-3  PIC S9(13)V99 VALUE +0.
00143  77  GR-EST-TAX        COMP-3  PIC S9(13)V99 VALUE +0.
00144  77  GR-WITHHELD       COMP-3  PIC S9(13)V99 VALUE +0.
00145      SKIP1
00146  77  SEG-SUB           COMP-3  PIC S9(3)  VALUE +0.
00147  77  PT-CTR            COMP-3  PIC S9(5)  VALUE +0.
00148  77  PT-SUB            COMP-3  PIC S9(5)  VALUE +0.
00149  77  PT-FND            COMP-3  PIC S9(5)  VALUE +0.
00150  77  CH-CTR            COMP-3  PIC S9(5)  VALUE +0.
00151  77  CH-SUB            COMP-3  PIC S9(5)  VALUE +0.
00152  77  CH-NEXT           COMP-3  PIC S9(5)  VALUE +1.
00153      SKIP1
0153A  01  CYCLK-AREA.
0153B  COPY DPCYCLKR1.
0153C      SKIP1
00154 *    DIVIDED PARENTS FOR THE TAX YEAR, IN MASTER SEQUENCE
00155  01  PARENT-TABLE.
00156      05  PT-ENTRY OCCURS 5000 TIMES.
00157          10  PT-PROP         PIC 9(15)      COMP-3.
00158          10  PT-PRIOR-TAX    PIC S9(9)V99   COMP-3.
00159          10  PT-BASIS        PIC S9(13)     COMP-3.
00160          10  PT-CHILDREN     PIC S9(5)      COMP-3.
00161          10  PT-NO-VALUE-SW  PIC X.
00162      SKIP1
00163 *    CHILDREN OF A DIVISION FOR THE TAX YEAR, IN MASTER SEQUENCE,
00164 *    SO THE SECOND PASS CAN STEP THROUGH THEM IN STEP WITH THE
00165 *    MASTER
00166  01  CHILD-TABLE.
00167      05  CH-ENTRY OCCURS 20000 TIMES.
00168          10  CH-VOL          PIC 999        COMP-3.
00169          10  CH-PROP         PIC 9(15)      COMP-3.
00170          10  CH-PARENT       PIC 9(15)      COMP-3.
00171          10  CH-PT-SUB       PIC S9(5)      COMP-3.
00172          10  CH-BASIS        PIC S9(11)     COMP-3.
00173      SKIP1
00174  01  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00175  01  W-TAX-YEAR-X REDEFINES W-TAX-YEAR.
00176      05  FILLER                PIC 99.
00177      05  W-TAX-YY              PIC 99.
00178      SKIP1
00179  01  ACPT-DATE                  PIC 9(6).
00180  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00181      05  ACPT-YR                PIC 99.
00182      05  ACPT-MO                PIC 99.
00183      05  ACPT-DA                PIC 99.
00184  01  DSP-DATE.
00185      05  DSP-MO                 PIC 99.
00186      05  FILLER                 PIC X      VALUE '/'.
00187      05  DSP-DA                 PIC 99.
00188      05  FILLER                 PIC X      VALUE '/'.
00189      05  DSP-YR                 PIC 99.
00190      SKIP1
00191  01  HEAD-A.
00192      05  FILLER          PIC X(3)   VALUE SPACES.
00193      05  HD-DATE         PIC X(8).
00194      05  FILLER          PIC X(42)  VALUE SPACES.
00195      05  FILLER     PIC X(26) VALUE
00196          'OFFICE OF THE COUNTY CLERK'.
00197      05  FILLER          PIC X(42)  VALUE SPACES.
00198      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00199      05  HD-PAGE         PIC ZZ,ZZ9.
00200      SKIP1
00201  01  HEAD-B.
00202      05  FILLER          PIC X(3)   VALUE SPACES.
00203      05  FILLER          PIC X(8)   VALUE 'CLRTM775'.
00204      05  FILLER          PIC X(18)  VALUE SPACES.
00205      05  FILLER          PIC X(46)  VALUE
00206          'FIRST INSTALLMENT ESTIMATE -- TAX YEAR'.
00207      05  HD-TAX-YEAR     PIC 9(4).
00208      05  FILLER          PIC X(4)   VALUE SPACES.
00209      05  HD-PCT          PIC ZZ9.99.
00210      05  FILLER          PIC X(9)   VALUE ' PERCENT'.
00211      SKIP1
00212  01  HEAD-C.
00213      05  FILLER          PIC X(3)   VALUE SPACES.
00214      05  FILLER          PIC X(60)  VALUE
00215          'PARCELS HELD FOR MANUAL REVIEW -- ESTIMATE WITHHELD'.
00216      SKIP1
00217  01  HEAD-D.
00218      05  FILLER          PIC X(3)   VALUE SPACES.
00219      05  FILLER          PIC X(22)  VALUE 'VOL PROPERTY NO.'.
00220      05  FILLER          PIC X(11)  VALUE 'TAX CODE'.
00221      05  FILLER          PIC X(5)   VALUE 'STAT'.
00222      05  FILLER          PIC X(17)  VALUE '   PRIOR YR TAX'.
00223      05  FILLER          PIC X(17)  VALUE '   WOULD BILL'.
00224      05  FILLER          PIC X(40)  VALUE 'REASON'.
00225      SKIP1
00226  01  REVIEW-LINE.
00227      05  FILLER          PIC X(3)   VALUE SPACES.
00228      05  RL-VOL          PIC 9(3).
00229      05  FILLER          PIC X      VALUE SPACE.
00230      05  RL-PROP         PIC 9(15).
00231      05  FILLER          PIC X(3)   VALUE SPACES.
00232      05  RL-TXCD         PIC 9(5).
00233      05  FILLER          PIC X(6)   VALUE SPACES.
00234      05  RL-TXSTAT       PIC 9.
00235      05  FILLER          PIC X(3)   VALUE SPACES.
00236      05  RL-PRIOR-TAX    PIC ZZZ,ZZZ,ZZ9.99.
00237      05  FILLER          PIC X(3)   VALUE SPACES.
00238      05  RL-EST-TAX      PIC ZZZ,ZZZ,ZZ9.99.
00239      05  FILLER          PIC X(3)   VALUE SPACES.
00240      05  RL-MESSG        PIC X(40).
00241      EJECT
00242  PROCEDURE DIVISION.
00243      SKIP1
00244  A010-HOUSEKEEPING.
00245      OPEN INPUT  PROP-MASTER, PCLGEN-FILE, CONTROL-FILE
00246           OUTPUT PRINT-FILE.
00247      OPEN EXTEND RUN-REGISTRY.
0247A      PERFORM A011-READ-CONTROL THRU A011-EXIT.
00248      PERFORM C900-REG-START THRU C900-EXIT.
00249      IF GEN-STATUS NOT EQUAL '00'
00250          DISPLAY 'CLRTM775 -- GENEALOGY MASTER OPEN FAILED, '
00251              'STATUS ' GEN-STATUS
00252          MOVE 16 TO RETURN-CODE
00253          PERFORM C910-REG-END THRU C910-EXIT
00254          CLOSE PROP-MASTER CONTROL-FILE PRINT-FILE RUN-REGISTRY
00255          STOP RUN.
00256      PERFORM A012-EDIT-CONTROL THRU A012-EXIT.
00257      IF RETURN-CODE GREATER THAN ZERO
00258          PERFORM C910-REG-END THRU C910-EXIT
00259          CLOSE PROP-MASTER PCLGEN-FILE CONTROL-FILE PRINT-FILE
00260                RUN-REGISTRY
00261          STOP RUN.
00262      ACCEPT ACPT-DATE FROM DATE.
00263      MOVE ACPT-MO TO DSP-MO.
00264      MOVE ACPT-DA TO DSP-DA.
00265      MOVE ACPT-YR TO DSP-YR.
00266      MOVE DSP-DATE TO HD-DATE.
00267      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00268      MOVE W-EST-PCT TO HD-PCT.
00269      PERFORM B100-HEADING THRU B100-EXIT.
00270 *    FIRST PASS -- GATHER THE DIVIDED PARENTS AND THEIR CHILDREN
00271      PERFORM A030-READ-PM THRU A030-EXIT.
00272      PERFORM A100-GATHER THRU A100-EXIT
00273          UNTIL END-OF-PM-FILE.
00274      CLOSE PROP-MASTER, PCLGEN-FILE.
00275      PERFORM A150-LINK-CHILD THRU A150-EXIT
00276          VARYING CH-SUB FROM +1 BY +1
00277          UNTIL CH-SUB GREATER THAN CH-CTR.
00278 *    SECOND PASS -- WRITE THE NEW MASTER WITH THE ESTIMATES
00279      OPEN INPUT  PROP-MASTER
00280           OUTPUT PROP-NEWMAST.
00281      MOVE 'N' TO PM-EOF-SW.
00282      MOVE ZERO TO PM-IN-CNT.
00283      PERFORM A030-READ-PM THRU A030-EXIT.
00284      PERFORM A200-ESTIMATE THRU A200-EXIT
00285          UNTIL END-OF-PM-FILE.
00286      DISPLAY 'TOTAL PROPERTY MASTER RECORDS READ...: ' PM-IN-CNT.
00287      DISPLAY 'TOTAL PROPERTY MASTER RECORDS WRITTEN: ' PM-OUT-CNT.
00288      DISPLAY 'TOTAL PASSED THROUGH UNCHANGED.......: ' PASS-CNT.
00289      DISPLAY 'TOTAL ESTIMATES COMPUTED.............: ' EST-CNT.
00290      DISPLAY 'TOTAL DIVIDED PARENTS................: '
00291          PARENT-CNT.
00292      DISPLAY 'TOTAL CHILD ESTIMATES APPORTIONED....: '
00293          CHILD-EST-CNT.
00294      DISPLAY 'TOTAL TAX INFO SEGMENTS ADDED........: '
00295          NEW-TXINFO-CNT.
00296      DISPLAY 'TOTAL HELD -- BECAME EXEMPT..........: '
00297          EXEMPT-REV-CNT.
00298      DISPLAY 'TOTAL HELD -- PRIOR YEAR C OF E......: '
00299          COE-REV-CNT.
00300      DISPLAY 'TOTAL HELD -- CHILD WITH NO PARENT...: '
00301          ORPHAN-CNT.
00302      DISPLAY 'TOTAL WITH NO PRIOR YEAR TAX.........: '
00303          NO-PRIOR-CNT.
00304      DISPLAY 'TOTAL PRIOR YEAR TAX.................: '
00305          GR-PRIOR-TAX.
00306      DISPLAY 'TOTAL FIRST INSTALLMENT ESTIMATED....: '
00307          GR-EST-TAX.
00308      DISPLAY 'TOTAL ESTIMATE WITHHELD FOR REVIEW...: '
00309          GR-WITHHELD.
00310      IF RETURN-CODE LESS THAN 4
00311       AND (EXEMPT-REV-CNT GREATER THAN +0
00312         OR COE-REV-CNT GREATER THAN +0
00313         OR ORPHAN-CNT GREATER THAN +0)
00314          MOVE 4 TO RETURN-CODE.
00315      PERFORM C910-REG-END THRU C910-EXIT.
00316      CLOSE PROP-MASTER, PROP-NEWMAST, CONTROL-FILE, RUN-REGISTRY,
00317            PRINT-FILE.
00318      STOP RUN.
00319      SKIP1
00320  A011-READ-CONTROL.
00321      READ CONTROL-FILE AT END
00322          MOVE 'Y' TO CTL-EOF-SW.
0322A      MOVE 'CLRTM775' TO CK-CALLER.
0322B      MOVE SPACES TO CK-CARD-YEAR.
0322C      IF NOT END-OF-CTL-FILE
0322D          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
0322E      CALL 'DPRUN004' USING CYCLK-AREA.
0322F      IF NOT END-OF-CTL-FILE
0322G          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
0322H  A011-EXIT. EXIT.
0322I      SKIP1
0322J  A012-EDIT-CONTROL.
00323      IF END-OF-CTL-FILE
00324          OR CC-TAX-YEAR NOT NUMERIC
00325          OR CC-TAX-YEAR-N EQUAL ZERO
00326          OR CC-EST-PCT NOT NUMERIC
00327          OR CC-EST-PCT-N EQUAL ZERO
00328          OR CC-EST-PCT-N GREATER THAN 100
00329          DISPLAY 'CLRTM775 -- TAX YEAR / PERCENT CONTROL CARD '
00330              'MISSING OR INVALID -- RUN STOPPED'
00331          MOVE 16 TO RETURN-CODE
00332          GO TO A012-EXIT.
00333      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00334      MOVE CC-EST-PCT-N  TO W-EST-PCT.
00335      DISPLAY 'TAX YEAR ESTIMATED...................: ' W-TAX-YEAR.
00336      DISPLAY 'FIRST INSTALLMENT PERCENT............: ' W-EST-PCT.
00337  A012-EXIT. EXIT.
00338      SKIP1
00339  A030-READ-PM.
00340      READ PROP-MASTER AT END
00341          MOVE 'Y' TO PM-EOF-SW
00342          GO TO A030-EXIT.
00343      ADD +1 TO PM-IN-CNT.
00344  A030-EXIT. EXIT.
00345      SKIP1
00346  A100-GATHER.
00347      ADD +1 TO PASS1-CNT.
00348      IF PM-TXYR NOT EQUAL W-TAX-YY
00349          OR NOT CURRENT-TAX-TYPE OF PM-REC
00350          GO TO A100-NEXT.
00351      IF DIVIDED-PARCEL OF PM-REC
00352          PERFORM A110-ADD-PARENT THRU A110-EXIT
00353          GO TO A100-NEXT.
00354      IF EXEMPT OF PM-REC
00355          GO TO A100-NEXT.
00356      IF PM-TXIND EQUAL 1
00357          IF PM-TOTTX (1) GREATER THAN ZERO
00358              GO TO A100-NEXT.
00359      PERFORM A120-FIND-PARENT THRU A120-EXIT.
00360  A100-NEXT.
00361      PERFORM A030-READ-PM THRU A030-EXIT.
00362  A100-EXIT. EXIT.
00363      SKIP1
00364  A110-ADD-PARENT.
00365      IF PT-CTR NOT LESS THAN +5000
00366          DISPLAY 'CLRTM775 -- PARENT TABLE FULL -- PARCEL '
00367              PM-PROP ' NOT APPORTIONED'
00368          MOVE 8 TO RETURN-CODE
00369          GO TO A110-EXIT.
00370      ADD +1 TO PT-CTR.
00371      MOVE PM-PROP TO PT-PROP (PT-CTR).
00372      IF PM-TXIND EQUAL 1
00373          MOVE PM-TOTTX (1) TO PT-PRIOR-TAX (PT-CTR)
00374      ELSE
00375          MOVE ZEROS TO PT-PRIOR-TAX (PT-CTR).
00376      MOVE ZEROS TO PT-BASIS (PT-CTR) PT-CHILDREN (PT-CTR).
00377      MOVE 'N' TO PT-NO-VALUE-SW (PT-CTR).
00378  A110-EXIT. EXIT.
00379      SKIP1
00380 *    A PARCEL WITH NO PRIOR TAX IS A CHILD WHEN THE GENEALOGY
00381 *    MASTER SHOWS IT CREATED BY A DIVISION EFFECTIVE NO LATER
00382 *    THAN THE TAX YEAR; THE LATEST SUCH DIVISION NAMES ITS PARENT.
00383  A120-FIND-PARENT.
00384      MOVE ZERO TO W-PARENT.
00385      MOVE PM-PROP TO GN-CHILD W-HOLD-CHILD.
00386      MOVE ZEROS   TO GN-EFF-YEAR GN-PARENT.
00387      MOVE 'N' TO GEN-EOF-SW.
00388      START PCLGEN-FILE KEY NOT LESS THAN GN-KEY.
00389      IF GEN-STATUS NOT EQUAL '00'
00390          GO TO A120-EXIT.
00391      PERFORM A125-READ-GEN THRU A125-EXIT
00392          UNTIL END-OF-CHILD-GEN.
00393      IF W-PARENT EQUAL ZERO
00394          GO TO A120-EXIT.
00395      IF CH-CTR NOT LESS THAN +20000
00396          DISPLAY 'CLRTM775 -- CHILD TABLE FULL -- PARCEL '
00397              PM-PROP ' NOT APPORTIONED'
00398          MOVE 8 TO RETURN-CODE
00399          GO TO A120-EXIT.
00400      ADD +1 TO CH-CTR.
00401      MOVE PM-VOL   TO CH-VOL (CH-CTR).
00402      MOVE PM-PROP  TO CH-PROP (CH-CTR).
00403      MOVE W-PARENT TO CH-PARENT (CH-CTR).
00404      MOVE ZEROS    TO CH-PT-SUB (CH-CTR).
00405      IF PM-TXIND EQUAL 1
00406          MOVE PM-ASSDVAL (1) TO CH-BASIS (CH-CTR)
00407      ELSE
00408          MOVE ZEROS TO CH-BASIS (CH-CTR).
00409  A120-EXIT. EXIT.
00410      SKIP1
00411  A125-READ-GEN.
00412      READ PCLGEN-FILE NEXT RECORD.
00413      IF GEN-STATUS NOT EQUAL '00'
00414          OR GN-CHILD NOT EQUAL W-HOLD-CHILD
00415          MOVE 'Y' TO GEN-EOF-SW
00416          GO TO A125-EXIT.
00417      IF GN-DIVISION
00418       AND GN-EFF-YEAR NOT GREATER THAN W-TAX-YEAR
00419          MOVE GN-PARENT TO W-PARENT.
00420  A125-EXIT. EXIT.
00421      SKIP1
00422  A150-LINK-CHILD.
00423      MOVE ZERO TO PT-FND.
00424      PERFORM A155-SCAN-PARENT THRU A155-EXIT
00425          VARYING PT-SUB FROM +1 BY +1
00426          UNTIL PT-SUB GREATER THAN PT-CTR
00427             OR PT-FND GREATER THAN ZERO.
00428      IF PT-FND EQUAL ZERO
00429          GO TO A150-EXIT.
00430      MOVE PT-FND TO CH-PT-SUB (CH-SUB).
00431      ADD +1 TO PT-CHILDREN (PT-FND).
00432      ADD CH-BASIS (CH-SUB) TO PT-BASIS (PT-FND).
00433      IF CH-BASIS (CH-SUB) NOT GREATER THAN ZERO
00434          MOVE 'Y' TO PT-NO-VALUE-SW (PT-FND).
00435  A150-EXIT. EXIT.
00436      SKIP1
00437  A155-SCAN-PARENT.
00438      IF PT-PROP (PT-SUB) EQUAL CH-PARENT (CH-SUB)
00439          MOVE PT-SUB TO PT-FND.
00440  A155-EXIT. EXIT.
00441      SKIP1
00442  A200-ESTIMATE.
00443      MOVE PM-BASE TO PO-BASE.
00444      IF PM-TXIND EQUAL 1
00445          MOVE PM-TXINFO (1) TO PO-TXINFO (1).
00446      IF PM-TXYR NOT EQUAL W-TAX-YY
00447          OR NOT CURRENT-TAX-TYPE OF PM-REC
00448          ADD +1 TO PASS-CNT
00449          GO TO A200-WRITE.
00450      MOVE 'N' TO REVIEW-SW.
00451      MOVE ZEROS TO W-PRIOR-TAX W-EST-TAX.
00452      IF DIVIDED-PARCEL OF PM-REC
00453       AND PM-TXIND EQUAL 1
00454          MOVE ZEROS TO PO-ESTTX (1).
00455      IF DIVIDED-PARCEL OF PM-REC
00456          ADD +1 TO PARENT-CNT
00457          GO TO A200-WRITE.
00458      IF CH-NEXT NOT GREATER THAN CH-CTR
00459       AND PM-VOL  EQUAL CH-VOL (CH-NEXT)
00460       AND PM-PROP EQUAL CH-PROP (CH-NEXT)
00461          PERFORM A230-CHILD-ESTIMATE THRU A230-EXIT
00462          ADD +1 TO CH-NEXT
00463          GO TO A200-POST.
00464      IF PM-TXIND NOT EQUAL 1
00465          ADD +1 TO NO-PRIOR-CNT
00466          GO TO A200-WRITE.
00467      MOVE PM-TOTTX (1) TO W-PRIOR-TAX.
00468      IF W-PRIOR-TAX NOT GREATER THAN ZERO
00469          ADD +1 TO NO-PRIOR-CNT
00470          MOVE ZEROS TO PO-ESTTX (1)
00471          GO TO A200-WRITE.
00472      COMPUTE W-EST-TAX ROUNDED = W-PRIOR-TAX * W-EST-PCT / 100.
00473      IF EXEMPT OF PM-REC
00474          ADD +1 TO EXEMPT-REV-CNT
00475          MOVE 'Y' TO REVIEW-SW
00476          MOVE 'EXEMPT THIS YEAR -- TAXED LAST YEAR' TO RL-MESSG
00477          GO TO A200-POST.
00478      PERFORM A220-CHECK-COE THRU A220-EXIT.
00479      IF PRIOR-YEAR-COE
00480          ADD +1 TO COE-REV-CNT
00481          MOVE 'Y' TO REVIEW-SW
00482          MOVE 'PRIOR YEAR TAX REDUCED BY C OF E' TO RL-MESSG.
00483  A200-POST.
00484      IF PO-TXIND NOT EQUAL 1
00485          ADD +1 TO NEW-TXINFO-CNT
00486          MOVE 1 TO PO-TXIND
00487          MOVE ZEROS TO PO-ASSDVAL (1) PO-EQVAL (1) PO-HOEXVAL (1)
00488                        PO-SCEXVAL (1) PO-TXRAT (1) PO-TOTTX (1)
00489                        PO-PRYR-EQVAL (1) PO-PRYR-TXRAT (1)
00490                        PO-PRYR-TXCD (1).
00491      ADD W-PRIOR-TAX TO GR-PRIOR-TAX.
00492      IF HOLD-FOR-REVIEW
00493          MOVE ZEROS TO PO-ESTTX (1)
00494          ADD W-EST-TAX TO GR-WITHHELD
00495          PERFORM A070-PRINT-REVIEW THRU A070-EXIT
00496      ELSE
00497          MOVE W-EST-TAX TO PO-ESTTX (1)
00498          ADD W-EST-TAX TO GR-EST-TAX
00499          ADD +1 TO EST-CNT.
00500  A200-WRITE.
00501      MOVE PM-SEGS TO PO-SEGS.
00502      WRITE PO-REC.
00503      ADD +1 TO PM-OUT-CNT.
00504      PERFORM A030-READ-PM THRU A030-EXIT.
00505  A200-EXIT. EXIT.
00506      SKIP1
00507  A220-CHECK-COE.
00508      MOVE 'N' TO COE-SW.
00509      PERFORM A225-SCAN-SEGMENT THRU A225-EXIT
00510          VARYING SEG-SUB FROM +1 BY +1
00511          UNTIL SEG-SUB GREATER THAN PM-SEGCTR
00512             OR PRIOR-YEAR-COE.
00513  A220-EXIT. EXIT.
00514      SKIP1
00515  A225-SCAN-SEGMENT.
00516      IF PM-CERT-SEGMENT OF PM-REC (SEG-SUB)
00517          OR PM-TOTAL-TAX-TYPE OF PM-REC (SEG-SUB)
00518          MOVE 'Y' TO COE-SW.
00519  A225-EXIT. EXIT.
00520      SKIP1
00521 *    THE PARENT'S PRIOR TAX IS SHARED BY ASSESSED VALUE, OR
00522 *    EQUALLY WHEN ANY CHILD OF THE DIVISION HAS NO VALUE YET.
00523  A230-CHILD-ESTIMATE.
00524      MOVE CH-PT-SUB (CH-NEXT) TO PT-SUB.
00525      IF PT-SUB EQUAL ZERO
00526          ADD +1 TO ORPHAN-CNT
00527          MOVE 'Y' TO REVIEW-SW
00528          MOVE 'CHILD OF DIVISION -- PARENT NOT ON MASTER'
00529              TO RL-MESSG
00530          GO TO A230-EXIT.
00531      IF PT-NO-VALUE-SW (PT-SUB) EQUAL 'Y'
00532          COMPUTE W-PRIOR-TAX ROUNDED =
00533              PT-PRIOR-TAX (PT-SUB) / PT-CHILDREN (PT-SUB)
00534      ELSE
00535          COMPUTE W-PRIOR-TAX ROUNDED =
00536              PT-PRIOR-TAX (PT-SUB) * CH-BASIS (CH-NEXT)
00537                  / PT-BASIS (PT-SUB).
00538      COMPUTE W-EST-TAX ROUNDED = W-PRIOR-TAX * W-EST-PCT / 100.
00539      ADD +1 TO CHILD-EST-CNT.
00540  A230-EXIT. EXIT.
00541      SKIP1
00542  A070-PRINT-REVIEW.
00543      IF LINE-CNT GREATER THAN +57
00544          PERFORM B100-HEADING THRU B100-EXIT.
00545      MOVE PM-VOL      TO RL-VOL.
00546      MOVE PM-PROP     TO RL-PROP.
00547      MOVE PM-TXCD     TO RL-TXCD.
00548      MOVE PM-TXSTAT   TO RL-TXSTAT.
00549      MOVE W-PRIOR-TAX TO RL-PRIOR-TAX.
00550      MOVE W-EST-TAX   TO RL-EST-TAX.
00551      WRITE PRINT-REC FROM REVIEW-LINE AFTER ADVANCING 1.
00552      ADD +1 TO LINE-CNT.
00553  A070-EXIT. EXIT.
00554      SKIP1
00555  B100-HEADING.
00556      ADD +1 TO PAGE-CNT.
00557      MOVE PAGE-CNT TO HD-PAGE.
00558      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00559      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00560      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00561      WRITE PRINT-REC FROM HEAD-D AFTER ADVANCING 2.
00562      MOVE SPACES TO PRINT-REC.
00563      WRITE PRINT-REC AFTER ADVANCING 1.
00564      MOVE +9 TO LINE-CNT.
00565  B100-EXIT. EXIT.
00566      SKIP1
00567  C900-REG-START.
00568      MOVE SPACES      TO RUNREG-REC.
00569      MOVE 'CLRTM775'  TO RR-PROGRAM-ID.
00570      MOVE 'S'         TO RR-REC-TYPE.
00571      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00572      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00573      MOVE ZEROS       TO RR-IN-CNT, RR-OUT-CNT, RR-COND-CODE.
00574      WRITE RUNREG-REC.
00575  C900-EXIT. EXIT.
00576      SKIP1
00577  C910-REG-END.
00578      MOVE SPACES      TO RUNREG-REC.
00579      MOVE 'CLRTM775'  TO RR-PROGRAM-ID.
00580      MOVE 'E'         TO RR-REC-TYPE.
00581      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00582      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00583      MOVE PM-IN-CNT   TO RR-IN-CNT.
00584      MOVE PM-OUT-CNT  TO RR-OUT-CNT.
00585      MOVE RETURN-CODE TO RR-COND-CODE.
00586      WRITE RUNREG-REC.
00587  C910-EXIT. EXIT.
