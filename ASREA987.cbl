00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA987.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. TAXABLE LEASEHOLD BILLING.  EACH LEASE ON THE LEASEHOLD
00007 *         MASTER (ASLEASMR1, MAINTAINED BY ASREA986) THAT WAS IN
00008 *         FORCE ON JANUARY 1 OF THE TAX YEAR ON THE CONTROL CARD
00009 *         IS BILLED AS A SEPARATE LEASEHOLD RECORD (ASLEASBR1)
00010 *         UNDER TAX TYPE '7' (LEASEHOLD-TAX-TYPE).  THE UNDERLYING
00011 *         PARCEL'S CURRENT RECORD ON THE EQUALIZED VALUATION FILE
00012 *         GIVES THE TAX CODE AND THE EQUALIZATION FACTOR, AND THE
00013 *         PARCEL MUST CARRY AN EXEMPT OWNER AMOUNT (EQ-EXOWNEXVAL)
00014 *         - A LEASE ON A TAXABLE PARCEL IS LISTED BUT NOT BILLED,
00015 *         SINCE THE LESSEE'S INTEREST IS ALREADY IN THE PARCEL'S
00016 *         OWN VALUE.  THE LEASEHOLD VALUE IS EQUALIZED WITH THE
00017 *         PARCEL'S FACTOR AND TAXED AT THE COMPOSITE RATE OF THE
00018 *         PARCEL'S TAX CODE FROM THE INDEXED TAX CODE MASTER.  THE
00019 *         BILL CARRIES THE LESSEE'S NAME AND MAILING ADDRESS.  A
00020 *         CONTROL TRAILER ENDS THE BILL FILE.  EVERY LEASE BILLED
00021 *         OR NOT BILLED IS LISTED, THE LATTER WITH THE REASON.
0021A *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0021B *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0021C *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0021D *         YEAR TAKES THE CYCLE YEAR.
00022      SKIP2
00023  ENVIRONMENT DIVISION.
00024  CONFIGURATION SECTION.
00025  SOURCE-COMPUTER. IBM-370.
00026  OBJECT-COMPUTER. IBM-370.
00027      SKIP1
00028  INPUT-OUTPUT SECTION.
00029  FILE-CONTROL.
00030      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00031      SELECT LEASE-MAST    ASSIGN TO UT-S-LEASMSTR.
00032      SELECT EQUAL-VALUE   ASSIGN TO UT-S-EQUALVAL.
00033      SELECT TAXCODE-MAST  ASSIGN TO DA-TAXCODE
00034        ORGANIZATION IS INDEXED
00035        ACCESS IS RANDOM
00036        RECORD KEY IS TR-TAX-CODE
00037        FILE STATUS IS TC-STATUS TC-STATUS-2.
00038      SELECT BILL-FILE     ASSIGN TO UT-S-LHBILL.
00039      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00040      SKIP2
00041  DATA DIVISION.
00042  FILE SECTION.
00043      SKIP1
00044  FD  CONTROL-FILE
00045      BLOCK  CONTAINS 0 RECORDS
00046      RECORD CONTAINS 80 CHARACTERS
00047      RECORDING MODE IS F
00048      LABEL  RECORDS ARE STANDARD
00049      DATA RECORD IS CONTROL-REC.
00050  01  CONTROL-REC.
00051      05  CC-TAX-YEAR     PIC X(4).
00052      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00053                          PIC 9(4).
00054      05  FILLER          PIC X(76).
00055      SKIP2
00056  FD  LEASE-MAST
00057      BLOCK  CONTAINS 0 RECORDS
00058      RECORD CONTAINS 200 CHARACTERS
00059      RECORDING MODE IS F
00060      LABEL  RECORDS ARE STANDARD
00061      DATA RECORD IS LEASE-REC.
00062  01  LEASE-REC.
00063  COPY ASLEASMR1.
00064      SKIP2
00065  FD  EQUAL-VALUE
00066      BLOCK  CONTAINS 0 RECORDS
00067      RECORD CONTAINS 115 CHARACTERS
00068      RECORDING MODE IS F
00069      LABEL  RECORDS ARE STANDARD
00070      DATA RECORD IS EQ-REC.
00071  01  EQ-REC.
00072  COPY EQVALRD01.
00073      SKIP2
00074  FD  TAXCODE-MAST
00075      RECORD CONTAINS 207 CHARACTERS
00076      LABEL RECORDS ARE STANDARD.
00077      SKIP1
00078  01  TAXCODE-MAST-REC.
00079  COPY TAXCODERD2.
00080      SKIP2
00081  FD  BILL-FILE
00082      BLOCK  CONTAINS 0 RECORDS
00083      RECORD CONTAINS 160 CHARACTERS
00084      RECORDING MODE IS F
00085      LABEL  RECORDS ARE STANDARD
00086      DATA RECORD IS BILL-REC.
00087  01  BILL-REC.
00088  COPY ASLEASBR1.
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
00103  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00104      88  END-OF-CTL-FILE                  VALUE 'Y'.
00105  77  LH-EOF-SW                 PIC X      VALUE 'N'.
00106      88  END-OF-LH-FILE                   VALUE 'Y'.
00107  77  EQ-EOF-SW                 PIC X      VALUE 'N'.
00108      88  END-OF-EQ-FILE                   VALUE 'Y'.
00109  77  FIRST-EQ-REC-SW           PIC X      VALUE 'Y'.
00110      SKIP1
00111  77  TC-STATUS                 PIC XX     VALUE '00'.
00112  01  TC-STATUS-2 BINARY.
00113      05  TC-RETURN       PIC 9   VALUE 0.
00114      05  TC-FUNCTION     PIC 9   VALUE 0.
00115      05  TC-FEEDBACK     PIC 999 VALUE 0.
00116      SKIP1
0116A  01  CYCLK-AREA.
0116B  COPY DPCYCLKR1.
0116C      SKIP1
00117  77  LH-IN-CNT         COMP-3  PIC S9(7)  VALUE +0.
00118  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00119  77  BILL-OUT-CNT      COMP-3  PIC S9(7)  VALUE +0.
00120  77  NOT-IN-FORCE-CNT  COMP-3  PIC S9(7)  VALUE +0.
00121  77  NOT-BILLED-CNT    COMP-3  PIC S9(7)  VALUE +0.
00122      SKIP1
00123  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00124  77  W-JAN1-DATE               PIC 9(8)   VALUE ZEROS.
00125  77  W-LAST-TXCD       COMP-3  PIC S9(5)  VALUE -1.
00126  77  W-LAST-RATE       COMP-3  PIC S9(4)V9(3) VALUE +0.
00127  77  W-RATE-FOUND-SW           PIC X      VALUE 'N'.
00128  77  W-EQ-VAL          COMP-3  PIC S9(11) VALUE +0.
00129  77  W-TAX             COMP-3  PIC S9(9)V99 VALUE +0.
00130  77  GR-EQ-VAL         COMP-3  PIC S9(13) VALUE +0.
00131  77  GR-TAX            COMP-3  PIC S9(11)V99 VALUE +0.
00132      SKIP1
00133  01  LEASE-KEY.
00134      05  LSK-VOL               PIC 9(3).
00135      05  LSK-PROP              PIC 9(15).
00136  01  EQ-MATCH-KEY.
00137      05  EQK-VOL               PIC 9(3).
00138      05  EQK-PROP              PIC 9(15).
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
00163      05  FILLER          PIC X(8)   VALUE 'ASREA987'.
00164      05  FILLER          PIC X(26)  VALUE SPACES.
00165      05  FILLER          PIC X(36)  VALUE
00166          'TAXABLE LEASEHOLD BILLING - TAX YEAR'.
00167      05  FILLER          PIC X      VALUE SPACE.
00168      05  HD-TAX-YEAR     PIC 9(4).
00169      SKIP1
00170  01  HEAD-C.
00171      05  FILLER          PIC X(3)   VALUE SPACES.
00172      05  FILLER          PIC X(23)  VALUE
00173          'VOL PROPERTY     LESSEE'.
00174      05  FILLER          PIC X(3)   VALUE SPACES.
00175      05  FILLER          PIC X(22)  VALUE 'LESSEE NAME'.
00176      05  FILLER          PIC X(2)   VALUE SPACES.
00177      05  FILLER          PIC X(5)   VALUE 'TAXCD'.
00178      05  FILLER          PIC X(2)   VALUE SPACES.
00179      05  FILLER          PIC X(11)  VALUE '  LEASE AV'.
00180      05  FILLER          PIC X(2)   VALUE SPACES.
00181      05  FILLER          PIC X(6)   VALUE 'FACTOR'.
00182      05  FILLER          PIC X(2)   VALUE SPACES.
00183      05  FILLER          PIC X(11)  VALUE ' LEASE EAV'.
00184      05  FILLER          PIC X(2)   VALUE SPACES.
00185      05  FILLER          PIC X(8)   VALUE '    RATE'.
00186      05  FILLER          PIC X(2)   VALUE SPACES.
00187      05  FILLER          PIC X(13)  VALUE '          TAX'.
00188      SKIP1
00189  01  DETAIL-LINE.
00190      05  FILLER          PIC X(3)   VALUE SPACES.
00191      05  DL-VOL          PIC 9(3).
00192      05  FILLER          PIC X      VALUE SPACE.
00193      05  DL-PROP         PIC 9(15).
00194      05  FILLER          PIC X      VALUE SPACE.
00195      05  DL-LESSEE-NO    PIC 9(5).
00196      05  FILLER          PIC X(2)   VALUE SPACES.
00197      05  DL-NAME         PIC X(22).
00198      05  FILLER          PIC X(2)   VALUE SPACES.
00199      05  DL-BODY.
00200          10  DL-TXCD         PIC 9(5).
00201          10  FILLER          PIC X(2).
00202          10  DL-LH-VALUE     PIC ZZZ,ZZZ,ZZ9.
00203          10  FILLER          PIC X(2).
00204          10  DL-FACTOR       PIC 9.9999.
00205          10  FILLER          PIC X(2).
00206          10  DL-EQ-VAL       PIC ZZZ,ZZZ,ZZ9.
00207          10  FILLER          PIC X(2).
00208          10  DL-RATE         PIC ZZZ9.999.
00209          10  FILLER          PIC X(2).
00210          10  DL-TAX          PIC ZZ,ZZZ,ZZ9.99.
00211      05  DL-MESSG-AREA REDEFINES DL-BODY.
00212          10  DL-MESSG        PIC X(50).
00213          10  FILLER          PIC X(14).
00214      EJECT
00215  PROCEDURE DIVISION.
00216      SKIP1
00217  A010-HOUSEKEEPING.
00218      OPEN INPUT  CONTROL-FILE, LEASE-MAST, EQUAL-VALUE,
00219                  TAXCODE-MAST
00220           OUTPUT BILL-FILE, PRINT-FILE.
00221      IF TC-STATUS NOT EQUAL '00'
00222          DISPLAY 'ASREA987 -- TAX CODE MASTER OPEN FAILED, '
00223              'STATUS ' TC-STATUS
00224          MOVE 16 TO RETURN-CODE
00225          CLOSE CONTROL-FILE LEASE-MAST EQUAL-VALUE
00226                BILL-FILE PRINT-FILE
00227          STOP RUN.
00228      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00229      IF RETURN-CODE EQUAL 16
00230          CLOSE CONTROL-FILE, LEASE-MAST, EQUAL-VALUE,
00231                TAXCODE-MAST, BILL-FILE, PRINT-FILE
00232          STOP RUN.
00233      ACCEPT ACPT-DATE FROM DATE.
00234      MOVE ACPT-MO TO DSP-MO.
00235      MOVE ACPT-DA TO DSP-DA.
00236      MOVE ACPT-YR TO DSP-YR.
00237      MOVE DSP-DATE TO HD-DATE.
00238      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00239      PERFORM B100-HEADING THRU B100-EXIT.
00240      MOVE LOW-VALUES TO EQ-MATCH-KEY.
00241      MOVE SPACES TO DL-BODY.
00242      PERFORM A030-READ-LEASE THRU A030-EXIT.
00243      PERFORM A100-PROCESS-LEASE THRU A100-EXIT
00244          UNTIL END-OF-LH-FILE.
00245      PERFORM A500-WRITE-TRAILER THRU A500-EXIT.
00246      DISPLAY 'TAX YEAR.............................: ' W-TAX-YEAR.
00247      DISPLAY 'TOTAL LEASEHOLD RECORDS READ.........: ' LH-IN-CNT.
00248      DISPLAY 'TOTAL EQVAL RECORDS READ.............: ' EQ-IN-CNT.
00249      DISPLAY 'TOTAL LEASES NOT IN FORCE JANUARY 1..: '
00250          NOT-IN-FORCE-CNT.
00251      DISPLAY 'TOTAL LEASEHOLD BILLS WRITTEN........: '
00252          BILL-OUT-CNT.
00253      DISPLAY 'TOTAL LEASES IN FORCE NOT BILLED.....: '
00254          NOT-BILLED-CNT.
00255      DISPLAY 'TOTAL LEASEHOLD EQUALIZED VALUE......: ' GR-EQ-VAL.
00256      DISPLAY 'TOTAL LEASEHOLD TAX..................: ' GR-TAX.
00257      IF NOT-BILLED-CNT GREATER THAN +0
00258          MOVE 4 TO RETURN-CODE.
00259      CLOSE CONTROL-FILE, LEASE-MAST, EQUAL-VALUE, TAXCODE-MAST,
00260            BILL-FILE, PRINT-FILE.
00261      STOP RUN.
00262      SKIP1
00263  A012-READ-CONTROL.
00264      READ CONTROL-FILE AT END
00265          MOVE 'Y' TO CTL-EOF-SW.
0265A      MOVE 'ASREA987' TO CK-CALLER.
0265B      MOVE SPACES TO CK-CARD-YEAR.
0265C      IF NOT END-OF-CTL-FILE
0265D          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
0265E      CALL 'DPRUN004' USING CYCLK-AREA.
0265F      IF NOT END-OF-CTL-FILE
0265G          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
00266      IF END-OF-CTL-FILE
00267          OR CC-TAX-YEAR NOT NUMERIC
00268          OR CC-TAX-YEAR-N EQUAL ZERO
00269          DISPLAY 'ASREA987 -- TAX YEAR CONTROL CARD MISSING OR '
00270              'INVALID -- RUN STOPPED'
00271          MOVE 16 TO RETURN-CODE
00272          GO TO A012-EXIT.
00273      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00274      COMPUTE W-JAN1-DATE = W-TAX-YEAR * 10000 + 0101.
00275  A012-EXIT. EXIT.
00276      SKIP1
00277  A030-READ-LEASE.
00278      READ LEASE-MAST AT END
00279          MOVE 'Y' TO LH-EOF-SW
00280          GO TO A030-EXIT.
00281      ADD +1 TO LH-IN-CNT.
00282      MOVE LH-VOL  TO LSK-VOL.
00283      MOVE LH-PROP TO LSK-PROP.
00284  A030-EXIT. EXIT.
00285      SKIP1
00286 *    ONLY THE CURRENT TAX TYPE RECORD OF A PARCEL IS USED.
00287  A040-READ-EQVAL.
00288      READ EQUAL-VALUE AT END
00289          MOVE 'Y' TO EQ-EOF-SW
00290          MOVE ALL '9' TO EQ-MATCH-KEY
00291          GO TO A040-EXIT.
00292      IF FIRST-EQ-REC-SW EQUAL 'Y'
00293          MOVE 'N' TO FIRST-EQ-REC-SW
00294          IF EQ-REC (1:8) EQUAL '*VINTAGE'
00295              DISPLAY 'ASREA987 - VINTAGE HDR BYPASSED'
00296              GO TO A040-READ-EQVAL.
00297      ADD +1 TO EQ-IN-CNT.
00298      IF NOT EQ-CUR-TXTYP
00299          GO TO A040-READ-EQVAL.
00300      MOVE EQ-VOL  TO EQK-VOL.
00301      MOVE EQ-PROP TO EQK-PROP.
00302  A040-EXIT. EXIT.
00303      SKIP1
00304 *    A LEASE IS TAXED FOR THE YEAR WHEN IT WAS IN FORCE ON THE
00305 *    ASSESSMENT DATE, JANUARY 1.  A TERMINATED LEASE CARRIES ITS
00306 *    TERMINATION DATE AS ITS END DATE.
00307  A100-PROCESS-LEASE.
00308      IF LH-LEASE-START GREATER THAN W-JAN1-DATE
00309         OR LH-LEASE-END LESS THAN W-JAN1-DATE
00310          ADD +1 TO NOT-IN-FORCE-CNT
00311          GO TO A100-NEXT.
00312      IF EQ-MATCH-KEY LESS THAN LEASE-KEY
00313          PERFORM A040-READ-EQVAL THRU A040-EXIT
00314              UNTIL EQ-MATCH-KEY NOT LESS THAN LEASE-KEY.
00315      IF EQ-MATCH-KEY NOT EQUAL LEASE-KEY
00316          MOVE 'UNDERLYING PARCEL NOT ON THE EQVAL FILE'
00317              TO DL-MESSG
00318          PERFORM A250-NOT-BILLED THRU A250-EXIT
00319          GO TO A100-NEXT.
00320      IF EQ-EXOWNEXVAL NOT GREATER THAN ZERO
00321          MOVE 'UNDERLYING PARCEL NOT EXEMPT BY OWNER' TO DL-MESSG
00322          PERFORM A250-NOT-BILLED THRU A250-EXIT
00323          GO TO A100-NEXT.
00324      IF EQ-EQ-FCR NOT GREATER THAN ZERO
00325          MOVE 'NO EQUALIZATION FACTOR ON THE PARCEL' TO DL-MESSG
00326          PERFORM A250-NOT-BILLED THRU A250-EXIT
00327          GO TO A100-NEXT.
00328      PERFORM A150-GET-RATE THRU A150-EXIT.
00329      IF W-RATE-FOUND-SW NOT EQUAL 'Y'
00330          MOVE 'NO RATE ON THE TAX CODE MASTER' TO DL-MESSG
00331          PERFORM A250-NOT-BILLED THRU A250-EXIT
00332          GO TO A100-NEXT.
00333      PERFORM A200-BILL-LEASE THRU A200-EXIT.
00334  A100-NEXT.
00335      PERFORM A030-READ-LEASE THRU A030-EXIT.
00336  A100-EXIT. EXIT.
00337      SKIP1
00338  A150-GET-RATE.
00339      IF EQ-TXCD EQUAL W-LAST-TXCD
00340          GO TO A150-EXIT.
00341      MOVE EQ-TXCD TO W-LAST-TXCD.
00342      MOVE EQ-TXCD TO TR-TAX-CODE.
00343      READ TAXCODE-MAST.
00344      IF TC-STATUS EQUAL '00'
00345          MOVE 'Y' TO W-RATE-FOUND-SW
00346          MOVE TR-RATE-R TO W-LAST-RATE
00347      ELSE
00348          MOVE 'N' TO W-RATE-FOUND-SW
00349          MOVE ZEROS TO W-LAST-RATE.
00350  A150-EXIT. EXIT.
00351      SKIP1
00352  A200-BILL-LEASE.
00353      COMPUTE W-EQ-VAL ROUNDED = LH-LH-VALUE * EQ-EQ-FCR.
00354      COMPUTE W-TAX ROUNDED = W-EQ-VAL * W-LAST-RATE / 100.
00355      MOVE SPACES         TO BILL-REC.
00356      MOVE 'D'            TO LB-REC-TYPE.
00357      MOVE LH-VOL         TO LB-VOL.
00358      MOVE LH-PROP        TO LB-PROP.
00359      MOVE '7'            TO LB-TXTYP.
00360      MOVE LH-LESSEE-NO   TO LB-LESSEE-NO.
00361      MOVE EQ-TXCD        TO LB-TXCD.
00362      MOVE W-TAX-YEAR     TO LB-TAX-YEAR.
00363      MOVE LH-LH-VALUE    TO LB-LH-VALUE.
00364      MOVE EQ-EQ-FCR      TO LB-EQ-FACTOR.
00365      MOVE W-EQ-VAL       TO LB-EQ-VAL.
00366      MOVE W-LAST-RATE    TO LB-RATE.
00367      MOVE W-TAX          TO LB-TAX-AMT.
00368      MOVE LH-NAME        TO LB-NAME.
00369      MOVE LH-ADDR        TO LB-ADDR.
00370      MOVE LH-CITY        TO LB-CITY.
00371      MOVE LH-STATE       TO LB-STATE.
00372      MOVE LH-ZIP         TO LB-ZIP.
00373      WRITE BILL-REC.
00374      ADD +1 TO BILL-OUT-CNT.
00375      ADD W-EQ-VAL TO GR-EQ-VAL.
00376      ADD W-TAX    TO GR-TAX.
00377      PERFORM A260-LIST-HEAD THRU A260-EXIT.
00378      MOVE SPACES         TO DL-BODY.
00379      MOVE EQ-TXCD        TO DL-TXCD.
00380      MOVE LH-LH-VALUE    TO DL-LH-VALUE.
00381      MOVE EQ-EQ-FCR      TO DL-FACTOR.
00382      MOVE W-EQ-VAL       TO DL-EQ-VAL.
00383      MOVE W-LAST-RATE    TO DL-RATE.
00384      MOVE W-TAX          TO DL-TAX.
00385      PERFORM A270-PRINT THRU A270-EXIT.
00386  A200-EXIT. EXIT.
00387      SKIP1
00388 *    DL-MESSG IS SET BY THE CALLER.
00389  A250-NOT-BILLED.
00390      ADD +1 TO NOT-BILLED-CNT.
00391      PERFORM A260-LIST-HEAD THRU A260-EXIT.
00392      PERFORM A270-PRINT THRU A270-EXIT.
00393  A250-EXIT. EXIT.
00394      SKIP1
00395  A260-LIST-HEAD.
00396      MOVE LH-VOL       TO DL-VOL.
00397      MOVE LH-PROP      TO DL-PROP.
00398      MOVE LH-LESSEE-NO TO DL-LESSEE-NO.
00399      MOVE LH-NAME      TO DL-NAME.
00400  A260-EXIT. EXIT.
00401      SKIP1
00402  A270-PRINT.
00403      IF LINE-CNT GREATER THAN +57
00404          PERFORM B100-HEADING THRU B100-EXIT.
00405      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00406      ADD +1 TO LINE-CNT.
00407      MOVE SPACES TO DL-BODY.
00408  A270-EXIT. EXIT.
00409      SKIP1
00410  A500-WRITE-TRAILER.
00411      MOVE SPACES       TO BILL-REC.
00412      MOVE 'T'          TO LB-REC-TYPE.
00413      MOVE BILL-OUT-CNT TO LBT-REC-COUNT.
00414      MOVE GR-EQ-VAL    TO LBT-EAV-TOT.
00415      MOVE GR-TAX       TO LBT-TAX-TOT.
00416      WRITE BILL-REC.
00417  A500-EXIT. EXIT.
00418      SKIP1
00419  B100-HEADING.
00420      ADD +1 TO PAGE-CNT.
00421      MOVE PAGE-CNT TO HD-PAGE.
00422      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00423      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00424      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00425      MOVE +6 TO LINE-CNT.
00426  B100-EXIT. EXIT.
