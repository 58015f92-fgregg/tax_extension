00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLRTM780.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. ANNUAL MATCH OF THE POLLUTION CONTROL CERTIFICATE MASTER
00007 *         (ASPCCERR1, MAINTAINED BY ASREA980) TO THE TAX TYPE 3
00008 *         RECORDS ON THE EQUALIZED VALUE FILE, AND REBUILD OF THE
00009 *         AIR POLLUTION EAV ON AGYEQVALR3 (AEV-CC-AIRPOL) FROM THE
00010 *         STATE-CERTIFIED VALUES.  A CERTIFICATE IS ACTIVE FOR THE
00011 *         TAX YEAR ON THE CONTROL CARD WHEN IT WAS EFFECTIVE ON OR
00012 *         BEFORE JANUARY 1 OF THAT YEAR AND WAS NOT REVOKED ON OR
00013 *         BEFORE THAT DATE.  EVERY TAX TYPE 3 PARCEL IS LISTED
00014 *         WITH ITS ROLL EAV AND THE SUM OF ITS ACTIVE CERTIFIED
00015 *         VALUES.  A PARCEL WITH NO ACTIVE CERTIFICATE IS FLAGGED
00016 *         - LISTED WITH THE REASON AND WRITTEN TO THE FLAG FILE
00017 *         FOR THE ASSESSOR - AND ADDS NOTHING TO THE AGENCY
00018 *         TOTALS.  EACH CERTIFIED PARCEL'S VALUE IS SPREAD TO
00019 *         EVERY AGENCY ON ITS TAX CODE (TAXCODERD2 AGENCY LIST)
00020 *         AND THE AGENCY TOTALS REPLACE AEV-CC-AIRPOL ON THE
00021 *         OUTPUT COPY OF AGYEQVALR3, AS CLRTM778 DOES FOR THE
00022 *         RAILROAD EAV.  ACTIVE CERTIFICATES ON PARCELS WITH NO
00023 *         TAX TYPE 3 RECORD ARE LISTED AT THE END.  FLAGGED
00024 *         PARCELS END THE RUN WITH CODE 4; A TAX CODE NOT ON FILE
00025 *         OR AN AGENCY NOT ON AGYEQVALR3 ENDS IT WITH CODE 8.
0025A *         THE TAX YEAR IS CHECKED AT START AGAINST THE CENTRAL
0025B *         CYCLE CONTROL RECORD THROUGH DPRUN004.  A CARD YEAR
0025C *         THAT DISAGREES STOPS THE RUN; A BLANK OR ZERO CARD
0025D *         YEAR TAKES THE CYCLE YEAR.
00026      SKIP2
00027  ENVIRONMENT DIVISION.
00028  CONFIGURATION SECTION.
00029  SOURCE-COMPUTER. IBM-370.
00030  OBJECT-COMPUTER. IBM-370.
00031      SKIP1
00032  INPUT-OUTPUT SECTION.
00033  FILE-CONTROL.
00034      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00035      SELECT EQUAL-VALUE   ASSIGN TO UT-S-EQUALVAL.
00036      SELECT CERT-MASTER   ASSIGN TO DA-PCCERT
00037        ORGANIZATION IS INDEXED
00038        ACCESS IS DYNAMIC
00039        RECORD KEY IS PC-KEY
00040        FILE STATUS IS CERT-STATUS.
00041      SELECT TAXCODE-FILE  ASSIGN TO UT-S-TAXCODE.
00042      SELECT AGYEQ-IN      ASSIGN TO UT-S-AGYEQIN.
00043      SELECT AGYEQ-OUT     ASSIGN TO UT-S-AGYEQOUT.
00044      SELECT FLAG-FILE     ASSIGN TO UT-S-PCFLAG.
00045      SELECT RUN-REGISTRY  ASSIGN TO UT-S-RUNREG.
00046      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
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
00063  FD  EQUAL-VALUE
00064      BLOCK  CONTAINS 0 RECORDS
00065      RECORD CONTAINS 115 CHARACTERS
00066      RECORDING MODE IS F
00067      LABEL  RECORDS ARE STANDARD
00068      DATA RECORD IS EQ-REC.
00069  01  EQ-REC.
00070  COPY EQVALRD01.
00071      SKIP2
00072  FD  CERT-MASTER
00073      RECORD CONTAINS 100 CHARACTERS
00074      LABEL RECORDS ARE STANDARD.
00075      SKIP1
00076  01  CERT-REC.
00077  COPY ASPCCERR1.
00078      SKIP2
00079  FD  TAXCODE-FILE
00080      BLOCK  CONTAINS 0 RECORDS
00081      RECORD CONTAINS 207 CHARACTERS
00082      RECORDING MODE IS F
00083      LABEL  RECORDS ARE STANDARD
00084      DATA RECORD IS TAXCODE-FILE-REC.
00085  01  TAXCODE-FILE-REC.
00086  COPY TAXCODERD2.
00087      SKIP2
00088  FD  AGYEQ-IN
00089      BLOCK  CONTAINS 0 RECORDS
00090      RECORD CONTAINS 300 CHARACTERS
00091      RECORDING MODE IS F
00092      LABEL  RECORDS ARE STANDARD
00093      DATA RECORD IS AGYEQ-IN-REC.
00094  01  AGYEQ-IN-REC.
00095  COPY AGYEQVALR3.
00096      SKIP2
00097  FD  AGYEQ-OUT
00098      BLOCK  CONTAINS 0 RECORDS
00099      RECORD CONTAINS 300 CHARACTERS
00100      RECORDING MODE IS F
00101      LABEL  RECORDS ARE STANDARD
00102      DATA RECORD IS AGYEQ-OUT-REC.
00103  01  AGYEQ-OUT-REC           PIC X(300).
00104      SKIP2
00105  FD  FLAG-FILE
00106      BLOCK  CONTAINS 0 RECORDS
00107      RECORD CONTAINS 80 CHARACTERS
00108      RECORDING MODE IS F
00109      LABEL  RECORDS ARE STANDARD
00110      DATA RECORD IS FLAG-REC.
00111  01  FLAG-REC.
00112      05  FL-TAX-YEAR     PIC 9(4).
00113      05  FL-VOL          PIC 9(3).
00114      05  FL-PROP         PIC 9(15).
00115      05  FL-TXCD         PIC 9(5).
00116      05  FL-EQ-VAL       PIC 9(11).
00117      05  FL-REASON-CD    PIC X.
00118          88  FL-NO-CERT             VALUE 'N'.
00119          88  FL-REVOKED             VALUE 'R'.
00120          88  FL-NOT-YET-EFF         VALUE 'F'.
00121      05  FL-REASON       PIC X(30).
00122      05  FILLER          PIC X(11).
00123      SKIP2
00124  FD  RUN-REGISTRY
00125      BLOCK  CONTAINS 0 RECORDS
00126      RECORD CONTAINS 80 CHARACTERS
00127      RECORDING MODE IS F
00128      LABEL  RECORDS ARE STANDARD
00129      DATA RECORD IS RUNREG-REC.
00130  01  RUNREG-REC.
00131  COPY DPRUNREGR1.
00132      SKIP2
00133  FD  PRINT-FILE
00134      BLOCK  CONTAINS 0 RECORDS
00135      RECORD CONTAINS 133 CHARACTERS
00136      RECORDING MODE IS F
00137      LABEL  RECORDS ARE STANDARD.
00138      SKIP1
00139  01  PRINT-REC               PIC X(133).
00140      SKIP2
00141  WORKING-STORAGE SECTION.
00142      SKIP1
00143  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00144  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00145      SKIP1
00146  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00147      88  END-OF-CTL-FILE                  VALUE 'Y'.
00148  77  EQ-EOF-SW                 PIC X      VALUE 'N'.
00149      88  END-OF-EQ-FILE                   VALUE 'Y'.
00150  77  FIRST-EQ-REC-SW           PIC X      VALUE 'Y'.
00151  77  CERT-EOF-SW               PIC X      VALUE 'N'.
00152      88  END-OF-PARCEL-CERTS              VALUE 'Y'.
00153  77  TXCD-EOF-SW               PIC X      VALUE 'N'.
00154      88  END-OF-TXCD-FILE                 VALUE 'Y'.
00155  77  AGYEQ-EOF-SW              PIC X      VALUE 'N'.
00156      88  END-OF-AGYEQ-FILE                VALUE 'Y'.
00157      SKIP1
00158  77  CERT-STATUS               PIC XX     VALUE '00'.
00159      SKIP1
00160  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00161  77  TT3-CNT           COMP-3  PIC S9(7)  VALUE +0.
00162  77  CERTIFIED-CNT     COMP-3  PIC S9(7)  VALUE +0.
00163  77  FLAGGED-CNT       COMP-3  PIC S9(7)  VALUE +0.
00164  77  BAD-CODE-CNT      COMP-3  PIC S9(7)  VALUE +0.
00165  77  CERT-READ-CNT     COMP-3  PIC S9(7)  VALUE +0.
00166  77  CERT-ACTIVE-CNT   COMP-3  PIC S9(7)  VALUE +0.
00167  77  CERT-NOPCL-CNT    COMP-3  PIC S9(7)  VALUE +0.
00168  77  FLAG-OUT-CNT      COMP-3  PIC S9(7)  VALUE +0.
00169  77  TXCD-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00170  77  AGYEQ-IN-CNT      COMP-3  PIC S9(5)  VALUE +0.
00171  77  AGYEQ-OUT-CNT     COMP-3  PIC S9(5)  VALUE +0.
00172  77  POSTED-CNT        COMP-3  PIC S9(5)  VALUE +0.
00173  77  CHANGED-CNT       COMP-3  PIC S9(5)  VALUE +0.
00174  77  UNPOSTED-CNT      COMP-3  PIC S9(5)  VALUE +0.
00175      SKIP1
00176  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00177  77  W-ASMT-DATE               PIC 9(8)   VALUE ZEROS.
00178  77  W-PCL-CERT-VAL    COMP-3  PIC S9(11) VALUE +0.
00179  77  W-PCL-CERT-CNT    COMP-3  PIC S9(3)  VALUE +0.
00180  77  W-REVOKED-CNT     COMP-3  PIC S9(3)  VALUE +0.
00181  77  W-FUTURE-CNT      COMP-3  PIC S9(3)  VALUE +0.
00182  77  W-HOLD-VOL                PIC 9(3)   VALUE ZEROS.
00183  77  W-HOLD-PROP               PIC 9(15)  VALUE ZEROS.
00184  77  W-ROLL-TOTAL      COMP-3  PIC S9(13) VALUE +0.
00185  77  W-CERT-TOTAL      COMP-3  PIC S9(13) VALUE +0.
00186  77  W-AIRPOL-DIFF     COMP-3  PIC S9(11) VALUE +0.
00187      SKIP1
00188  77  TC-CTR            COMP-3  PIC S9(5)  VALUE +0.
00189  77  TC-SUB            COMP-3  PIC S9(5)  VALUE +0.
00190  77  TC-FND            COMP-3  PIC S9(5)  VALUE +0.
00191  77  SUB-AGY           COMP-3  PIC S9(3)  VALUE +0.
0191A  01  CYCLK-AREA.
0191B  COPY DPCYCLKR1.
0191C      SKIP1
00192  01  TAXCODE-TABLE.
00193      05  TC-ENTRY OCCURS 3000 TIMES.
00194          10  TC-CODE         PIC 9(5)  COMP-3.
00195          10  TC-AGENCY OCCURS 40 TIMES
00196                              PIC 9(9)  COMP-3.
00197      SKIP1
00198  77  MP-CTR            COMP-3  PIC S9(5)  VALUE +0.
00199  77  MP-SUB            COMP-3  PIC S9(5)  VALUE +0.
00200  77  MP-FND            COMP-3  PIC S9(5)  VALUE +0.
00201  01  MATCHED-PARCEL-TABLE.
00202      05  MP-ENTRY OCCURS 5000 TIMES.
00203          10  MP-VOL          PIC 9(3)   COMP-3.
00204          10  MP-PROP         PIC 9(15)  COMP-3.
00205      SKIP1
00206  77  AGT-CTR           COMP-3  PIC S9(5)  VALUE +0.
00207  77  AGT-SUB           COMP-3  PIC S9(5)  VALUE +0.
00208  77  AGT-FND           COMP-3  PIC S9(5)  VALUE +0.
00209  01  AGENCY-TOTAL-TABLE.
00210      05  AGT-ENTRY OCCURS 2000 TIMES.
00211          10  AGT-AGENCY      PIC 9(9)   COMP-3.
00212          10  AGT-AIRPOL-EAV  PIC S9(13) COMP-3.
00213          10  AGT-POSTED-SW   PIC X.
00214      SKIP1
00215  01  ACPT-DATE                  PIC 9(6).
00216  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00217      05  ACPT-YR                PIC 99.
00218      05  ACPT-MO                PIC 99.
00219      05  ACPT-DA                PIC 99.
00220  01  DSP-DATE.
00221      05  DSP-MO                 PIC 99.
00222      05  FILLER                 PIC X      VALUE '/'.
00223      05  DSP-DA                 PIC 99.
00224      05  FILLER                 PIC X      VALUE '/'.
00225      05  DSP-YR                 PIC 99.
00226      SKIP1
00227  01  HEAD-A.
00228      05  FILLER          PIC X(3)   VALUE SPACES.
00229      05  HD-DATE         PIC X(8).
00230      05  FILLER          PIC X(42)  VALUE SPACES.
00231      05  FILLER     PIC X(26) VALUE
00232          'OFFICE OF THE COUNTY CLERK'.
00233      05  FILLER          PIC X(42)  VALUE SPACES.
00234      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00235      05  HD-PAGE         PIC ZZ,ZZ9.
00236      SKIP1
00237  01  HEAD-B.
00238      05  FILLER          PIC X(3)   VALUE SPACES.
00239      05  FILLER          PIC X(8)   VALUE 'CLRTM780'.
00240      05  FILLER          PIC X(18)  VALUE SPACES.
00241      05  FILLER          PIC X(52)  VALUE
00242          'POLLUTION CONTROL CERTIFICATION MATCH - TAX YEAR'.
00243      05  HD-TAX-YEAR     PIC 9(4).
00244      SKIP1
00245  01  HEAD-C.
00246      05  FILLER          PIC X(3)   VALUE SPACES.
00247      05  FILLER          PIC X(5)   VALUE 'VOL'.
00248      05  FILLER          PIC X(17)  VALUE 'PROPERTY'.
00249      05  FILLER          PIC X(7)   VALUE 'CODE'.
00250      05  FILLER          PIC X(16)  VALUE '        ROLL EAV'.
00251      05  FILLER          PIC X(16)  VALUE ' CERTIFIED VALUE'.
00252      05  FILLER          PIC X(7)   VALUE ' CERTS'.
00253      05  FILLER          PIC X(30)  VALUE 'DISPOSITION'.
00254      SKIP1
00255  01  DETAIL-LINE.
00256      05  FILLER          PIC X(3)   VALUE SPACES.
00257      05  D-VOL           PIC 9(3).
00258      05  FILLER          PIC X(2)   VALUE SPACES.
00259      05  D-PROP          PIC 9(15).
00260      05  FILLER          PIC X(2)   VALUE SPACES.
00261      05  D-TXCD          PIC X(5).
00262      05  FILLER          PIC X(2)   VALUE SPACES.
00263      05  D-ROLL-EAV      PIC ZZ,ZZZ,ZZZ,ZZ9.
00264      05  FILLER          PIC X(2)   VALUE SPACES.
00265      05  D-CERT-VAL      PIC ZZ,ZZZ,ZZZ,ZZ9.
00266      05  FILLER          PIC X(2)   VALUE SPACES.
00267      05  D-CERT-CNT      PIC ZZ9.
00268      05  FILLER          PIC X(4)   VALUE SPACES.
00269      05  D-MESSG         PIC X(36).
00270      SKIP1
00271  01  POST-HEAD.
00272      05  FILLER          PIC X(3)   VALUE SPACES.
00273      05  FILLER          PIC X(11)  VALUE 'AGENCY'.
00274      05  FILLER          PIC X(17)  VALUE '  PRIOR AIR POLL'.
00275      05  FILLER          PIC X(17)  VALUE 'CERTIFIED AIR PL'.
00276      05  FILLER          PIC X(17)  VALUE '     DIFFERENCE'.
00277      SKIP1
00278  01  POST-LINE.
00279      05  FILLER          PIC X(3)   VALUE SPACES.
00280      05  P-AGENCY        PIC 9(9).
00281      05  FILLER          PIC X(2)   VALUE SPACES.
00282      05  P-OLD-AIRPOL    PIC ZZ,ZZZ,ZZZ,ZZ9.
00283      05  FILLER          PIC X(2)   VALUE SPACES.
00284      05  P-NEW-AIRPOL    PIC ZZ,ZZZ,ZZZ,ZZ9.
00285      05  FILLER          PIC X(2)   VALUE SPACES.
00286      05  P-DIFF          PIC ZZ,ZZZ,ZZZ,ZZ9-.
00287      05  FILLER          PIC X(2)   VALUE SPACES.
00288      05  P-MESSG         PIC X(34).
00289      EJECT
00290  PROCEDURE DIVISION.
00291      SKIP1
00292  A010-HOUSEKEEPING.
00293      OPEN INPUT  CONTROL-FILE, EQUAL-VALUE, CERT-MASTER,
00294                  TAXCODE-FILE, AGYEQ-IN
00295           OUTPUT AGYEQ-OUT, FLAG-FILE, PRINT-FILE.
00296      OPEN EXTEND RUN-REGISTRY.
0296A      PERFORM A011-READ-CONTROL THRU A011-EXIT.
00297      PERFORM C900-REG-START THRU C900-EXIT.
00298      IF CERT-STATUS NOT EQUAL '00'
00299          DISPLAY 'CLRTM780 -- CERTIFICATE MASTER OPEN FAILED, '
00300              'STATUS ' CERT-STATUS
00301          MOVE 16 TO RETURN-CODE.
00302      IF RETURN-CODE EQUAL ZERO
00303          PERFORM A012-EDIT-CONTROL THRU A012-EXIT.
00304      IF RETURN-CODE GREATER THAN ZERO
00305          PERFORM C910-REG-END THRU C910-EXIT
00306          CLOSE CONTROL-FILE EQUAL-VALUE CERT-MASTER TAXCODE-FILE
00307                AGYEQ-IN AGYEQ-OUT FLAG-FILE PRINT-FILE
00308                RUN-REGISTRY
00309          STOP RUN.
00310      ACCEPT ACPT-DATE FROM DATE.
00311      MOVE ACPT-MO TO DSP-MO.
00312      MOVE ACPT-DA TO DSP-DA.
00313      MOVE ACPT-YR TO DSP-YR.
00314      MOVE DSP-DATE TO HD-DATE.
00315      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00316      PERFORM B100-HEADING THRU B100-EXIT.
00317      PERFORM A015-LOAD-TAXCODES THRU A015-EXIT
00318          UNTIL END-OF-TXCD-FILE.
00319      PERFORM A040-READ-EQ THRU A040-EXIT.
00320      PERFORM A100-MATCH-PARCEL THRU A100-EXIT
00321          UNTIL END-OF-EQ-FILE.
00322      PERFORM A200-CHECK-CERTS THRU A200-EXIT.
00323      PERFORM B110-POST-HEADING THRU B110-EXIT.
00324      PERFORM A050-READ-AGYEQ THRU A050-EXIT.
00325      PERFORM A300-POST-AGYEQ THRU A300-EXIT
00326          UNTIL END-OF-AGYEQ-FILE.
00327      PERFORM A400-CHECK-UNPOSTED THRU A400-EXIT
00328          VARYING AGT-SUB FROM +1 BY +1
00329          UNTIL AGT-SUB GREATER THAN AGT-CTR.
00330      DISPLAY 'TOTAL TAX CODES LOADED...............: '
00331          TC-CTR.
00332      DISPLAY 'TOTAL EQUALIZED VALUE RECORDS READ...: '
00333          EQ-IN-CNT.
00334      DISPLAY 'TOTAL TAX TYPE 3 PARCELS.............: '
00335          TT3-CNT.
00336      DISPLAY 'TOTAL PARCELS WITH ACTIVE CERTIFICATE: '
00337          CERTIFIED-CNT.
00338      DISPLAY 'TOTAL PARCELS FLAGGED - NOT CERTIFIED: '
00339          FLAGGED-CNT.
00340      DISPLAY 'TOTAL PARCELS ON TAX CODE NOT ON FILE: '
00341          BAD-CODE-CNT.
00342      DISPLAY 'TOTAL ROLL EAV OF TAX TYPE 3 PARCELS.: '
00343          W-ROLL-TOTAL.
00344      DISPLAY 'TOTAL CERTIFIED VALUE SPREAD.........: '
00345          W-CERT-TOTAL.
00346      DISPLAY 'TOTAL CERTIFICATES ON MASTER.........: '
00347          CERT-READ-CNT.
00348      DISPLAY 'TOTAL CERTIFICATES ACTIVE FOR YEAR...: '
00349          CERT-ACTIVE-CNT.
00350      DISPLAY 'TOTAL ACTIVE CERTS - NO TYPE 3 PARCEL: '
00351          CERT-NOPCL-CNT.
00352      DISPLAY 'TOTAL FLAG RECORDS WRITTEN...........: '
00353          FLAG-OUT-CNT.
00354      DISPLAY 'TOTAL AGENCY RECORDS READ............: '
00355          AGYEQ-IN-CNT.
00356      DISPLAY 'TOTAL AGENCY RECORDS WRITTEN.........: '
00357          AGYEQ-OUT-CNT.
00358      DISPLAY 'TOTAL AGENCIES POSTED................: '
00359          POSTED-CNT.
00360      DISPLAY 'TOTAL AGENCIES WITH AIR POLL CHANGED.: '
00361          CHANGED-CNT.
00362      DISPLAY 'TOTAL AGENCIES NOT ON AGYEQ FILE.....: '
00363          UNPOSTED-CNT.
00364      IF RETURN-CODE LESS THAN 8
0364A       AND (BAD-CODE-CNT GREATER THAN +0
00365         OR UNPOSTED-CNT GREATER THAN +0)
00366          MOVE 8 TO RETURN-CODE.
00367      IF RETURN-CODE LESS THAN 4
00368       AND (FLAGGED-CNT GREATER THAN +0
00369         OR CERT-NOPCL-CNT GREATER THAN +0)
00370          MOVE 4 TO RETURN-CODE.
00371      PERFORM C910-REG-END THRU C910-EXIT.
00372      CLOSE CONTROL-FILE, EQUAL-VALUE, CERT-MASTER, TAXCODE-FILE,
00373            AGYEQ-IN, AGYEQ-OUT, FLAG-FILE, RUN-REGISTRY,
00374            PRINT-FILE.
00375      STOP RUN.
00376      SKIP1
00377 *    THE CARD CARRIES THE TAX YEAR IN COLUMNS 1-4.  CERTIFICATES
00378 *    ARE TESTED AS OF JANUARY 1 OF THAT YEAR, THE ASSESSMENT DATE.
00379  A011-READ-CONTROL.
00380      READ CONTROL-FILE AT END
00381          MOVE 'Y' TO CTL-EOF-SW.
0381A      MOVE 'CLRTM780' TO CK-CALLER.
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
00384          OR CC-TAX-YEAR-N EQUAL ZERO
00385          DISPLAY 'CLRTM780 -- TAX YEAR CONTROL CARD MISSING OR '
00386              'INVALID -- RUN STOPPED'
00387          MOVE 16 TO RETURN-CODE
00388          GO TO A012-EXIT.
00389      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00390      COMPUTE W-ASMT-DATE = W-TAX-YEAR * 10000 + 0101.
00391      DISPLAY 'TAX YEAR MATCHED.....................: ' W-TAX-YEAR.
00392  A012-EXIT. EXIT.
00393      SKIP1
00394  A015-LOAD-TAXCODES.
00395      READ TAXCODE-FILE AT END
00396          MOVE 'Y' TO TXCD-EOF-SW
00397          GO TO A015-EXIT.
00398      ADD +1 TO TXCD-IN-CNT.
00399      IF TC-CTR LESS THAN +3000
00400          ADD +1 TO TC-CTR
00401          MOVE TR-TAX-CODE TO TC-CODE (TC-CTR)
00402          PERFORM A017-MOVE-AGENCY THRU A017-EXIT
00403              VARYING SUB-AGY FROM +1 BY +1
00404              UNTIL SUB-AGY GREATER THAN +40
00405      ELSE
00406          DISPLAY 'CLRTM780 -- TAX CODE TABLE FULL -- CODE '
00407              TR-TAX-CODE ' BYPASSED'.
00408  A015-EXIT. EXIT.
00409      SKIP1
00410  A017-MOVE-AGENCY.
00411      MOVE TR-AGENCY (SUB-AGY) TO TC-AGENCY (TC-CTR, SUB-AGY).
00412  A017-EXIT. EXIT.
00413      SKIP1
00414  A040-READ-EQ.
00415      READ EQUAL-VALUE AT END
00416          MOVE 'Y' TO EQ-EOF-SW
00417          GO TO A040-EXIT.
00418      IF FIRST-EQ-REC-SW EQUAL 'Y'
00419          MOVE 'N' TO FIRST-EQ-REC-SW
00420          IF EQ-REC (1:8) EQUAL '*VINTAGE'
00421              DISPLAY 'CLRTM780 - VINTAGE HDR BYPASSED'
00422              GO TO A040-READ-EQ.
00423      ADD +1 TO EQ-IN-CNT.
00424  A040-EXIT. EXIT.
00425      SKIP1
00426  A050-READ-AGYEQ.
00427      READ AGYEQ-IN AT END
00428          MOVE 'Y' TO AGYEQ-EOF-SW.
00429      IF NOT END-OF-AGYEQ-FILE
00430          ADD +1 TO AGYEQ-IN-CNT.
00431  A050-EXIT. EXIT.
00432      SKIP1
00433  A070-PRINT.
00434      IF LINE-CNT GREATER THAN +57
00435          PERFORM B100-HEADING THRU B100-EXIT.
00436      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00437      ADD +1 TO LINE-CNT.
00438  A070-EXIT. EXIT.
00439      SKIP1
00440  A075-PRINT-POST.
00441      IF LINE-CNT GREATER THAN +57
00442          PERFORM B110-POST-HEADING THRU B110-EXIT.
00443      WRITE PRINT-REC FROM POST-LINE AFTER ADVANCING 1.
00444      ADD +1 TO LINE-CNT.
00445  A075-EXIT. EXIT.
00446      SKIP1
00447 *    EVERY TAX TYPE 3 RECORD IS MATCHED TO ALL OF ITS PARCEL'S
00448 *    CERTIFICATES; THE ACTIVE ONES ARE SUMMED.
00449  A100-MATCH-PARCEL.
00450      IF NOT EQ-AIR-POLL-TXTYP
00451          GO TO A100-NEXT.
00452      ADD +1 TO TT3-CNT.
00453      ADD EQ-EQ-VAL TO W-ROLL-TOTAL.
00454      IF MP-CTR LESS THAN +5000
00455          ADD +1 TO MP-CTR
00456          MOVE EQ-VOL  TO MP-VOL (MP-CTR)
00457          MOVE EQ-PROP TO MP-PROP (MP-CTR)
00458      ELSE
00459          DISPLAY 'CLRTM780 -- MATCHED PARCEL TABLE FULL -- '
00460              'PARCEL ' EQ-PROP ' NOT HELD'.
00461      MOVE ZEROS TO W-PCL-CERT-VAL W-PCL-CERT-CNT W-REVOKED-CNT
00462                    W-FUTURE-CNT.
00463      MOVE EQ-VOL  TO W-HOLD-VOL  PC-VOL.
00464      MOVE EQ-PROP TO W-HOLD-PROP PC-PROP.
00465      MOVE LOW-VALUES TO PC-CERT-NO.
00466      MOVE 'N' TO CERT-EOF-SW.
00467      START CERT-MASTER KEY NOT LESS THAN PC-KEY.
00468      IF CERT-STATUS EQUAL '00'
00469          PERFORM A110-READ-PARCEL-CERT THRU A110-EXIT
00470              UNTIL END-OF-PARCEL-CERTS.
00471      MOVE EQ-VOL    TO D-VOL.
00472      MOVE EQ-PROP   TO D-PROP.
00473      MOVE EQ-TXCD   TO D-TXCD.
00474      MOVE EQ-EQ-VAL TO D-ROLL-EAV.
00475      MOVE W-PCL-CERT-VAL TO D-CERT-VAL.
00476      MOVE W-PCL-CERT-CNT TO D-CERT-CNT.
00477      IF W-PCL-CERT-CNT EQUAL ZERO
00478          PERFORM A130-FLAG-PARCEL THRU A130-EXIT
00479          GO TO A100-NEXT.
00480      MOVE ZERO TO TC-FND.
00481      PERFORM A022-SCAN-TXCD THRU A022-EXIT
00482          VARYING TC-SUB FROM +1 BY +1
00483          UNTIL TC-SUB GREATER THAN TC-CTR
00484             OR TC-FND GREATER THAN ZERO.
00485      IF TC-FND EQUAL ZERO
00486          ADD +1 TO BAD-CODE-CNT
00487          MOVE 'TAX CODE NOT ON FILE - NOT SPREAD' TO D-MESSG
00488          PERFORM A070-PRINT THRU A070-EXIT
00489          GO TO A100-NEXT.
00490      ADD +1 TO CERTIFIED-CNT.
00491      ADD W-PCL-CERT-VAL TO W-CERT-TOTAL.
00492      PERFORM A140-SPREAD-TO-AGENCY THRU A140-EXIT
00493          VARYING SUB-AGY FROM +1 BY +1
00494          UNTIL SUB-AGY GREATER THAN +40
00495             OR TC-AGENCY (TC-FND, SUB-AGY) EQUAL ZERO.
00496      MOVE 'CERTIFIED' TO D-MESSG.
00497      PERFORM A070-PRINT THRU A070-EXIT.
00498  A100-NEXT.
00499      PERFORM A040-READ-EQ THRU A040-EXIT.
00500  A100-EXIT. EXIT.
00501      SKIP1
00502  A022-SCAN-TXCD.
00503      IF TC-CODE (TC-SUB) EQUAL EQ-TXCD
00504          MOVE TC-SUB TO TC-FND.
00505  A022-EXIT. EXIT.
00506      SKIP1
00507  A110-READ-PARCEL-CERT.
00508      READ CERT-MASTER NEXT RECORD.
00509      IF CERT-STATUS NOT EQUAL '00'
00510          OR PC-VOL  NOT EQUAL W-HOLD-VOL
00511          OR PC-PROP NOT EQUAL W-HOLD-PROP
00512          MOVE 'Y' TO CERT-EOF-SW
00513          GO TO A110-EXIT.
00514      IF PC-EFF-DATE GREATER THAN W-ASMT-DATE
00515          ADD +1 TO W-FUTURE-CNT
00516          GO TO A110-EXIT.
00517      IF NOT PC-NOT-REVOKED
00518       AND PC-REVOKE-DATE NOT GREATER THAN W-ASMT-DATE
00519          ADD +1 TO W-REVOKED-CNT
00520          GO TO A110-EXIT.
00521      ADD +1 TO W-PCL-CERT-CNT.
00522      ADD PC-CERT-VALUE TO W-PCL-CERT-VAL.
00523  A110-EXIT. EXIT.
00524      SKIP1
00525  A130-FLAG-PARCEL.
00526      ADD +1 TO FLAGGED-CNT.
00527      MOVE SPACES      TO FLAG-REC.
00528      MOVE W-TAX-YEAR  TO FL-TAX-YEAR.
00529      MOVE EQ-VOL      TO FL-VOL.
00530      MOVE EQ-PROP     TO FL-PROP.
00531      MOVE EQ-TXCD     TO FL-TXCD.
00532      MOVE EQ-EQ-VAL   TO FL-EQ-VAL.
00533      IF W-REVOKED-CNT GREATER THAN ZERO
00534          MOVE 'R' TO FL-REASON-CD
00535          MOVE 'CERTIFICATE REVOKED' TO FL-REASON
00536      ELSE
00537          IF W-FUTURE-CNT GREATER THAN ZERO
00538              MOVE 'F' TO FL-REASON-CD
00539              MOVE 'CERTIFICATE NOT YET EFFECTIVE' TO FL-REASON
00540          ELSE
00541              MOVE 'N' TO FL-REASON-CD
00542              MOVE 'NO CERTIFICATE ON FILE' TO FL-REASON.
00543      WRITE FLAG-REC.
00544      ADD +1 TO FLAG-OUT-CNT.
00545      MOVE SPACES TO D-MESSG.
00546      STRING '** ' FL-REASON DELIMITED BY SIZE INTO D-MESSG.
00547      PERFORM A070-PRINT THRU A070-EXIT.
00548  A130-EXIT. EXIT.
00549      SKIP1
00550  A140-SPREAD-TO-AGENCY.
00551      MOVE ZERO TO AGT-FND.
00552      PERFORM A150-SCAN-AGY-TOT THRU A150-EXIT
00553          VARYING AGT-SUB FROM +1 BY +1
00554          UNTIL AGT-SUB GREATER THAN AGT-CTR
00555             OR AGT-FND GREATER THAN ZERO.
00556      IF AGT-FND EQUAL ZERO
00557          IF AGT-CTR LESS THAN +2000
00558              ADD +1 TO AGT-CTR
00559              MOVE AGT-CTR TO AGT-FND
00560              MOVE TC-AGENCY (TC-FND, SUB-AGY)
00561                  TO AGT-AGENCY (AGT-FND)
00562              MOVE ZEROS TO AGT-AIRPOL-EAV (AGT-FND)
00563              MOVE 'N' TO AGT-POSTED-SW (AGT-FND)
00564          ELSE
00565              DISPLAY 'CLRTM780 -- AGENCY TOTAL TABLE FULL'
00566              MOVE 16 TO RETURN-CODE
00567              GO TO A140-EXIT.
00568      ADD W-PCL-CERT-VAL TO AGT-AIRPOL-EAV (AGT-FND).
00569  A140-EXIT. EXIT.
00570      SKIP1
00571  A150-SCAN-AGY-TOT.
00572      IF AGT-AGENCY (AGT-SUB) EQUAL
00573          TC-AGENCY (TC-FND, SUB-AGY)
00574          MOVE AGT-SUB TO AGT-FND.
00575  A150-EXIT. EXIT.
00576      SKIP1
00577 *    SECOND PASS OF THE CERTIFICATE MASTER - AN ACTIVE
00578 *    CERTIFICATE WHOSE PARCEL HAD NO TAX TYPE 3 RECORD IS LISTED.
00579  A200-CHECK-CERTS.
00580      MOVE LOW-VALUES TO PC-KEY.
00581      MOVE 'N' TO CERT-EOF-SW.
00582      START CERT-MASTER KEY NOT LESS THAN PC-KEY.
00583      IF CERT-STATUS NOT EQUAL '00'
00584          GO TO A200-EXIT.
00585      PERFORM A210-CHECK-ONE-CERT THRU A210-EXIT
00586          UNTIL END-OF-PARCEL-CERTS.
00587  A200-EXIT. EXIT.
00588      SKIP1
00589  A210-CHECK-ONE-CERT.
00590      READ CERT-MASTER NEXT RECORD.
00591      IF CERT-STATUS NOT EQUAL '00'
00592          MOVE 'Y' TO CERT-EOF-SW
00593          GO TO A210-EXIT.
00594      ADD +1 TO CERT-READ-CNT.
00595      IF PC-EFF-DATE GREATER THAN W-ASMT-DATE
00596          GO TO A210-EXIT.
00597      IF NOT PC-NOT-REVOKED
00598       AND PC-REVOKE-DATE NOT GREATER THAN W-ASMT-DATE
00599          GO TO A210-EXIT.
00600      ADD +1 TO CERT-ACTIVE-CNT.
00601      MOVE ZERO TO MP-FND.
00602      PERFORM A220-SCAN-MATCHED THRU A220-EXIT
00603          VARYING MP-SUB FROM +1 BY +1
00604          UNTIL MP-SUB GREATER THAN MP-CTR
00605             OR MP-FND GREATER THAN ZERO.
00606      IF MP-FND GREATER THAN ZERO
00607          GO TO A210-EXIT.
00608      ADD +1 TO CERT-NOPCL-CNT.
00609      MOVE PC-VOL        TO D-VOL.
00610      MOVE PC-PROP       TO D-PROP.
00611      MOVE SPACES        TO D-TXCD.
00612      MOVE ZEROS         TO D-ROLL-EAV.
00613      MOVE PC-CERT-VALUE TO D-CERT-VAL.
00614      MOVE 1             TO D-CERT-CNT.
00615      MOVE SPACES        TO D-MESSG.
00616      STRING 'CERT ' PC-CERT-NO ' - NO TYPE 3 RECORD'
00617          DELIMITED BY SIZE INTO D-MESSG.
00618      PERFORM A070-PRINT THRU A070-EXIT.
00619  A210-EXIT. EXIT.
00620      SKIP1
00621  A220-SCAN-MATCHED.
00622      IF MP-VOL (MP-SUB) EQUAL PC-VOL
00623       AND MP-PROP (MP-SUB) EQUAL PC-PROP
00624          MOVE MP-SUB TO MP-FND.
00625  A220-EXIT. EXIT.
00626      SKIP1
00627  A300-POST-AGYEQ.
00628      MOVE ZERO TO AGT-FND.
00629      PERFORM A310-SCAN-FOR-POST THRU A310-EXIT
00630          VARYING AGT-SUB FROM +1 BY +1
00631          UNTIL AGT-SUB GREATER THAN AGT-CTR
00632             OR AGT-FND GREATER THAN ZERO.
00633      MOVE AEV-AGCYNO    TO P-AGENCY.
00634      MOVE AEV-CC-AIRPOL TO P-OLD-AIRPOL.
00635      IF AGT-FND GREATER THAN ZERO
00636          MOVE 'Y' TO AGT-POSTED-SW (AGT-FND)
00637          ADD +1 TO POSTED-CNT
00638          COMPUTE W-AIRPOL-DIFF =
00639              AGT-AIRPOL-EAV (AGT-FND) - AEV-CC-AIRPOL
00640          MOVE AGT-AIRPOL-EAV (AGT-FND) TO AEV-CC-AIRPOL
00641      ELSE
00642          COMPUTE W-AIRPOL-DIFF = ZERO - AEV-CC-AIRPOL
00643          MOVE ZEROS TO AEV-CC-AIRPOL.
00644      IF W-AIRPOL-DIFF NOT EQUAL ZERO
00645          ADD +1 TO CHANGED-CNT
00646          MOVE AEV-CC-AIRPOL TO P-NEW-AIRPOL
00647          MOVE W-AIRPOL-DIFF TO P-DIFF
00648          MOVE 'AIR POLLUTION EAV CHANGED' TO P-MESSG
00649          PERFORM A075-PRINT-POST THRU A075-EXIT.
00650      WRITE AGYEQ-OUT-REC FROM AGYEQ-IN-REC.
00651      ADD +1 TO AGYEQ-OUT-CNT.
00652      PERFORM A050-READ-AGYEQ THRU A050-EXIT.
00653  A300-EXIT. EXIT.
00654      SKIP1
00655  A310-SCAN-FOR-POST.
00656      IF AGT-AGENCY (AGT-SUB) EQUAL AEV-AGCYNO
00657          MOVE AGT-SUB TO AGT-FND.
00658  A310-EXIT. EXIT.
00659      SKIP1
00660  A400-CHECK-UNPOSTED.
00661      IF AGT-POSTED-SW (AGT-SUB) EQUAL 'Y'
00662          GO TO A400-EXIT.
00663      ADD +1 TO UNPOSTED-CNT.
00664      MOVE AGT-AGENCY (AGT-SUB)     TO P-AGENCY.
00665      MOVE ZEROS                    TO P-OLD-AIRPOL.
00666      MOVE AGT-AIRPOL-EAV (AGT-SUB) TO P-NEW-AIRPOL P-DIFF.
00667      MOVE 'AGENCY NOT ON AGYEQ -- NOT POSTED' TO P-MESSG.
00668      PERFORM A075-PRINT-POST THRU A075-EXIT.
00669  A400-EXIT. EXIT.
00670      SKIP1
00671  B100-HEADING.
00672      ADD +1 TO PAGE-CNT.
00673      MOVE PAGE-CNT TO HD-PAGE.
00674      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00675      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00676      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00677      MOVE +5 TO LINE-CNT.
00678  B100-EXIT. EXIT.
00679      SKIP1
00680  B110-POST-HEADING.
00681      ADD +1 TO PAGE-CNT.
00682      MOVE PAGE-CNT TO HD-PAGE.
00683      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00684      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00685      WRITE PRINT-REC FROM POST-HEAD AFTER ADVANCING 2.
00686      MOVE +5 TO LINE-CNT.
00687  B110-EXIT. EXIT.
00688      SKIP1
00689  C900-REG-START.
00690      MOVE SPACES      TO RUNREG-REC.
00691      MOVE 'CLRTM780'  TO RR-PROGRAM-ID.
00692      MOVE 'S'         TO RR-REC-TYPE.
00693      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00694      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00695      MOVE ZEROS       TO RR-IN-CNT, RR-OUT-CNT, RR-COND-CODE.
00696      WRITE RUNREG-REC.
00697  C900-EXIT. EXIT.
00698      SKIP1
00699  C910-REG-END.
00700      MOVE SPACES      TO RUNREG-REC.
00701      MOVE 'CLRTM780'  TO RR-PROGRAM-ID.
00702      MOVE 'E'         TO RR-REC-TYPE.
00703      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00704      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00705      MOVE EQ-IN-CNT     TO RR-IN-CNT.
00706      MOVE AGYEQ-OUT-CNT TO RR-OUT-CNT.
00707      MOVE RETURN-CODE TO RR-COND-CODE.
00708      WRITE RUNREG-REC.
00709  C910-EXIT. EXIT.
