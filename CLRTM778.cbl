00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLRTM778.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. RAILROAD OPERATING PROPERTY IS VALUED BY THE STATE AND
00007 *         CERTIFIED TO THE COUNTY BY COMPANY AS ONE LUMP SUM, AND
00008 *         THE RAILROAD EAV ON AGYEQVALR3 (AEV-CC-RR) WAS KEYED BY
00009 *         AGENCY FROM A PAPER SCHEDULE.  THIS PROGRAM TAKES THE
00010 *         STATE CERTIFICATION (ONE RECORD PER COMPANY, RAILROAD
00011 *         NUMBER AS ON RRSUMMRYR2 RS-RRNO) AND DISTRIBUTES EACH
00012 *         COMPANY'S OPERATING EAV TO THE TAX CODES ITS TRACK RUNS
00013 *         THROUGH, IN PROPORTION TO THE MILES OF TRACK ON THE
00014 *         MILEAGE-BY-TAX-CODE FILE.  ANY ROUNDING LEFT OVER GOES
00015 *         TO THE CODE WITH THE MOST MILES, SO EVERY COMPANY FOOTS
00016 *         TO ITS CERTIFIED VALUE.  EACH TAX CODE'S SHARE IS SPREAD
00017 *         TO EVERY AGENCY ON THE CODE (TAXCODERD2 AGENCY LIST) AND
00018 *         THE AGENCY TOTALS REPLACE AEV-CC-RR ON THE OUTPUT COPY
00019 *         OF AGYEQVALR3.  THE REPORT SHOWS EACH COMPANY'S
00020 *         DISTRIBUTION BY TAX CODE, THEN EVERY AGENCY WHOSE
00021 *         RAILROAD EAV CHANGED, OLD AGAINST NEW.  A COMPANY WITH
00022 *         NO MILEAGE, OR WITH MILEAGE ON A TAX CODE NOT ON
00023 *         FILE, IS NOT DISTRIBUTED AND THE RUN ENDS WITH CODE 8.
0023A *         EVERY CERTIFICATION MUST CARRY THE SAME TAX YEAR, AND
0023B *         THE FIRST IS CHECKED AGAINST THE CENTRAL CYCLE CONTROL
0023C *         RECORD THROUGH DPRUN004 BEFORE THE RUN IS REGISTERED.
0023D *         A MISSING OR INVALID YEAR, OR ONE THAT DISAGREES WITH
0023E *         THE CYCLE OR WITH THE FIRST CERTIFICATION, STOPS THE
0023F *         RUN WITH CODE 16.
00024      SKIP2
00025  ENVIRONMENT DIVISION.
00026  CONFIGURATION SECTION.
00027  SOURCE-COMPUTER. IBM-370.
00028  OBJECT-COMPUTER. IBM-370.
00029      SKIP1
00030  INPUT-OUTPUT SECTION.
00031  FILE-CONTROL.
00032      SELECT RRCERT-FILE   ASSIGN TO UT-S-RRCERT.
00033      SELECT RRMILE-FILE   ASSIGN TO UT-S-RRMILE.
00034      SELECT TAXCODE-FILE  ASSIGN TO UT-S-TAXCODE.
00035      SELECT AGYEQ-IN      ASSIGN TO UT-S-AGYEQIN.
00036      SELECT AGYEQ-OUT     ASSIGN TO UT-S-AGYEQOUT.
00037      SELECT RUN-REGISTRY  ASSIGN TO UT-S-RUNREG.
00038      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00039      SKIP2
00040  DATA DIVISION.
00041  FILE SECTION.
00042      SKIP1
00043  FD  RRCERT-FILE
00044      BLOCK  CONTAINS 0 RECORDS
00045      RECORD CONTAINS 80 CHARACTERS
00046      RECORDING MODE IS F
00047      LABEL  RECORDS ARE STANDARD
00048      DATA RECORD IS RRCERT-REC.
00049  01  RRCERT-REC.
00050      05  RC-RRNO         PIC X(3).
00051      05  RC-RRNO-N REDEFINES RC-RRNO
00052                          PIC 9(3).
00053      05  RC-NAME         PIC X(30).
00054      05  RC-OPER-EAV     PIC X(11).
00055      05  RC-OPER-EAV-N REDEFINES RC-OPER-EAV
00056                          PIC 9(11).
00057      05  RC-TAX-YEAR     PIC X(4).
00058      05  FILLER          PIC X(32).
00059      SKIP2
00060  FD  RRMILE-FILE
00061      BLOCK  CONTAINS 0 RECORDS
00062      RECORD CONTAINS 80 CHARACTERS
00063      RECORDING MODE IS F
00064      LABEL  RECORDS ARE STANDARD
00065      DATA RECORD IS RRMILE-REC.
00066  01  RRMILE-REC.
00067      05  RM-RRNO         PIC X(3).
00068      05  RM-RRNO-N REDEFINES RM-RRNO
00069                          PIC 9(3).
00070      05  RM-TXCD         PIC X(5).
00071      05  RM-TXCD-N REDEFINES RM-TXCD
00072                          PIC 9(5).
00073      05  RM-MILES        PIC X(7).
00074      05  RM-MILES-N REDEFINES RM-MILES
00075                          PIC 9(5)V99.
00076      05  FILLER          PIC X(65).
00077      SKIP2
00078  FD  TAXCODE-FILE
00079      BLOCK  CONTAINS 0 RECORDS
00080      RECORD CONTAINS 207 CHARACTERS
00081      RECORDING MODE IS F
00082      LABEL  RECORDS ARE STANDARD
00083      DATA RECORD IS TAXCODE-FILE-REC.
00084  01  TAXCODE-FILE-REC.
00085  COPY TAXCODERD2.
00086      SKIP2
00087  FD  AGYEQ-IN
00088      BLOCK  CONTAINS 0 RECORDS
00089      RECORD CONTAINS 300 CHARACTERS
00090      RECORDING MODE IS F
00091      LABEL  RECORDS ARE STANDARD
00092      DATA RECORD IS AGYEQ-IN-REC.
00093  01  AGYEQ-IN-REC.
00094  COPY AGYEQVALR3.
00095      SKIP2
00096  FD  AGYEQ-OUT
00097      BLOCK  CONTAINS 0 RECORDS
00098      RECORD CONTAINS 300 CHARACTERS
00099      RECORDING MODE IS F
00100      LABEL  RECORDS ARE STANDARD
00101      DATA RECORD IS AGYEQ-OUT-REC.
00102  01  AGYEQ-OUT-REC           PIC X(300).
00103      SKIP2
00104  FD  RUN-REGISTRY
00105      BLOCK  CONTAINS 0 RECORDS
00106      RECORD CONTAINS 80 CHARACTERS
00107      RECORDING MODE IS F
00108      LABEL  RECORDS ARE STANDARD
00109      DATA RECORD IS RUNREG-REC.
00110  01  RUNREG-REC.
00111  COPY DPRUNREGR1.
00112      SKIP2
00113  FD  PRINT-FILE
00114      BLOCK  CONTAINS 0 RECORDS
00115      RECORD CONTAINS 133 CHARACTERS
00116      RECORDING MODE IS F
00117      LABEL  RECORDS ARE STANDARD.
00118      SKIP1
00119  01  PRINT-REC               PIC X(133).
00120      SKIP2
00121  WORKING-STORAGE SECTION.
00122      SKIP1
00123  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00124  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00125      SKIP1
00126  77  CERT-EOF-SW               PIC X      VALUE 'N'.
00127      88  END-OF-CERT-FILE                 VALUE 'Y'.
00128  77  MILE-EOF-SW               PIC X      VALUE 'N'.
00129      88  END-OF-MILE-FILE                 VALUE 'Y'.
00130  77  TXCD-EOF-SW               PIC X      VALUE 'N'.
00131      88  END-OF-TXCD-FILE                 VALUE 'Y'.
00132  77  AGYEQ-EOF-SW              PIC X      VALUE 'N'.
00133      88  END-OF-AGYEQ-FILE                VALUE 'Y'.
00134      SKIP1
00135  77  CERT-IN-CNT       COMP-3  PIC S9(5)  VALUE +0.
00136  77  CERT-DIST-CNT     COMP-3  PIC S9(5)  VALUE +0.
00137  77  CERT-REJ-CNT      COMP-3  PIC S9(5)  VALUE +0.
00138  77  MILE-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00139  77  MILE-REJ-CNT      COMP-3  PIC S9(7)  VALUE +0.
00140  77  MILE-NOCERT-CNT   COMP-3  PIC S9(7)  VALUE +0.
00141  77  TXCD-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00142  77  AGYEQ-IN-CNT      COMP-3  PIC S9(5)  VALUE +0.
00143  77  AGYEQ-OUT-CNT     COMP-3  PIC S9(5)  VALUE +0.
00144  77  POSTED-CNT        COMP-3  PIC S9(5)  VALUE +0.
00145  77  CHANGED-CNT       COMP-3  PIC S9(5)  VALUE +0.
00146  77  UNPOSTED-CNT      COMP-3  PIC S9(5)  VALUE +0.
00147      SKIP1
00148  77  W-TOT-MILES       COMP-3  PIC S9(7)V99 VALUE +0.
00149  77  W-BAD-CODE-CNT    COMP-3  PIC S9(5)  VALUE +0.
00150  77  W-DIST-SUM        COMP-3  PIC S9(11) VALUE +0.
00151  77  W-CERT-EAV        COMP-3  PIC S9(11) VALUE +0.
00152  77  W-CERT-TOTAL      COMP-3  PIC S9(13) VALUE +0.
00153  77  W-DIST-TOTAL      COMP-3  PIC S9(13) VALUE +0.
00154  77  W-RR-DIFF         COMP-3  PIC S9(11) VALUE +0.
00155  77  W-REASON                  PIC X(30)  VALUE SPACES.
0155A  77  W-CERT-YEAR               PIC X(4)   VALUE SPACES.
00156      SKIP1
00157  77  TC-CTR            COMP-3  PIC S9(5)  VALUE +0.
00158  77  TC-SUB            COMP-3  PIC S9(5)  VALUE +0.
00159  77  TC-FND            COMP-3  PIC S9(5)  VALUE +0.
00160  77  SUB-AGY           COMP-3  PIC S9(3)  VALUE +0.
00161  01  TAXCODE-TABLE.
00162      05  TC-ENTRY OCCURS 3000 TIMES.
00163          10  TC-CODE         PIC 9(5)  COMP-3.
00164          10  TC-AGENCY OCCURS 40 TIMES
00165                              PIC 9(9)  COMP-3.
00166      SKIP1
00167  77  MT-CTR            COMP-3  PIC S9(5)  VALUE +0.
00168  77  MT-SUB            COMP-3  PIC S9(5)  VALUE +0.
00169  77  MT-BIG            COMP-3  PIC S9(5)  VALUE +0.
00170  01  MILEAGE-TABLE.
00171      05  MT-ENTRY OCCURS 10000 TIMES.
00172          10  MT-RRNO         PIC 9(3)       COMP-3.
00173          10  MT-TXCD         PIC 9(5)       COMP-3.
00174          10  MT-MILES        PIC S9(5)V99   COMP-3.
00175          10  MT-TC-FND       PIC S9(5)      COMP-3.
00176          10  MT-SHARE        PIC S9(11)     COMP-3.
00177          10  MT-USED-SW      PIC X.
00178      SKIP1
00179  77  AGT-CTR           COMP-3  PIC S9(5)  VALUE +0.
00180  77  AGT-SUB           COMP-3  PIC S9(5)  VALUE +0.
00181  77  AGT-FND           COMP-3  PIC S9(5)  VALUE +0.
00182  01  AGENCY-TOTAL-TABLE.
00183      05  AGT-ENTRY OCCURS 2000 TIMES.
00184          10  AGT-AGENCY      PIC 9(9)   COMP-3.
00185          10  AGT-RR-EAV      PIC S9(13) COMP-3.
00186          10  AGT-POSTED-SW   PIC X.
0186A      SKIP1
0186B  01  CYCLK-AREA.
0186C  COPY DPCYCLKR1.
00187      SKIP1
00188  01  ACPT-DATE                  PIC 9(6).
00189  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00190      05  ACPT-YR                PIC 99.
00191      05  ACPT-MO                PIC 99.
00192      05  ACPT-DA                PIC 99.
00193  01  DSP-DATE.
00194      05  DSP-MO                 PIC 99.
00195      05  FILLER                 PIC X      VALUE '/'.
00196      05  DSP-DA                 PIC 99.
00197      05  FILLER                 PIC X      VALUE '/'.
00198      05  DSP-YR                 PIC 99.
00199      SKIP1
00200  01  HEAD-A.
00201      05  FILLER          PIC X(3)   VALUE SPACES.
00202      05  HD-DATE         PIC X(8).
00203      05  FILLER          PIC X(42)  VALUE SPACES.
00204      05  FILLER     PIC X(26) VALUE
00205          'OFFICE OF THE COUNTY CLERK'.
00206      05  FILLER          PIC X(42)  VALUE SPACES.
00207      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00208      05  HD-PAGE         PIC ZZ,ZZ9.
00209      SKIP1
00210  01  HEAD-B.
00211      05  FILLER          PIC X(3)   VALUE SPACES.
00212      05  FILLER          PIC X(8)   VALUE 'CLRTM778'.
00213      05  FILLER          PIC X(18)  VALUE SPACES.
00214      05  FILLER          PIC X(52)  VALUE
00215          'RAILROAD OPERATING PROPERTY DISTRIBUTION'.
00216      SKIP1
00217  01  HEAD-C.
00218      05  FILLER          PIC X(3)   VALUE SPACES.
00219      05  FILLER          PIC X(6)   VALUE 'RR NO'.
00220      05  FILLER          PIC X(32)  VALUE 'COMPANY'.
00221      05  FILLER          PIC X(7)   VALUE 'CODE'.
00222      05  FILLER          PIC X(11)  VALUE '     MILES'.
00223      05  FILLER          PIC X(18)  VALUE '    EAV'.
00224      05  FILLER          PIC X(30)  VALUE 'DISPOSITION'.
00225      SKIP1
00226  01  DETAIL-LINE.
00227      05  FILLER          PIC X(3)   VALUE SPACES.
00228      05  D-RRNO          PIC 9(3).
00229      05  FILLER          PIC X(3)   VALUE SPACES.
00230      05  D-NAME          PIC X(30).
00231      05  FILLER          PIC X(2)   VALUE SPACES.
00232      05  D-TXCD          PIC X(5).
00233      05  FILLER          PIC X(2)   VALUE SPACES.
00234      05  D-MILES         PIC ZZ,ZZ9.99.
00235      05  FILLER          PIC X(2)   VALUE SPACES.
00236      05  D-EAV           PIC ZZ,ZZZ,ZZZ,ZZ9.
00237      05  FILLER          PIC X(2)   VALUE SPACES.
00238      05  D-MESSG         PIC X(30).
00239      SKIP1
00240  01  POST-HEAD.
00241      05  FILLER          PIC X(3)   VALUE SPACES.
00242      05  FILLER          PIC X(11)  VALUE 'AGENCY'.
00243      05  FILLER          PIC X(17)  VALUE '   PRIOR RR EAV'.
00244      05  FILLER          PIC X(17)  VALUE ' DERIVED RR EAV'.
00245      05  FILLER          PIC X(17)  VALUE '     DIFFERENCE'.
00246      SKIP1
00247  01  POST-LINE.
00248      05  FILLER          PIC X(3)   VALUE SPACES.
00249      05  P-AGENCY        PIC 9(9).
00250      05  FILLER          PIC X(2)   VALUE SPACES.
00251      05  P-OLD-RR        PIC ZZ,ZZZ,ZZZ,ZZ9.
00252      05  FILLER          PIC X(2)   VALUE SPACES.
00253      05  P-NEW-RR        PIC ZZ,ZZZ,ZZZ,ZZ9.
00254      05  FILLER          PIC X(2)   VALUE SPACES.
00255      05  P-DIFF          PIC ZZ,ZZZ,ZZZ,ZZ9-.
00256      05  FILLER          PIC X(2)   VALUE SPACES.
00257      05  P-MESSG         PIC X(30).
00258      EJECT
00259  PROCEDURE DIVISION.
00260      SKIP1
00261  A010-HOUSEKEEPING.
00262      OPEN INPUT  RRCERT-FILE, RRMILE-FILE, TAXCODE-FILE,
00263                  AGYEQ-IN
00264           OUTPUT AGYEQ-OUT, PRINT-FILE.
00265      OPEN EXTEND RUN-REGISTRY.
0265A      PERFORM A030-READ-CERT THRU A030-EXIT.
0265B      PERFORM A012-CHECK-YEAR THRU A012-EXIT.
00266      PERFORM C900-REG-START THRU C900-EXIT.
00267      ACCEPT ACPT-DATE FROM DATE.
00268      MOVE ACPT-MO TO DSP-MO.
00269      MOVE ACPT-DA TO DSP-DA.
00270      MOVE ACPT-YR TO DSP-YR.
00271      MOVE DSP-DATE TO HD-DATE.
00272      PERFORM B100-HEADING THRU B100-EXIT.
00273      PERFORM A015-LOAD-TAXCODES THRU A015-EXIT
00274          UNTIL END-OF-TXCD-FILE.
00275      PERFORM A020-LOAD-MILEAGE THRU A020-EXIT
00276          UNTIL END-OF-MILE-FILE.
00278      PERFORM A100-DISTRIBUTE THRU A100-EXIT
00279          UNTIL END-OF-CERT-FILE.
00280      PERFORM A200-CHECK-UNCERTIFIED THRU A200-EXIT
00281          VARYING MT-SUB FROM +1 BY +1
00282          UNTIL MT-SUB GREATER THAN MT-CTR.
00283      PERFORM B110-POST-HEADING THRU B110-EXIT.
00284      PERFORM A050-READ-AGYEQ THRU A050-EXIT.
00285      PERFORM A300-POST-AGYEQ THRU A300-EXIT
00286          UNTIL END-OF-AGYEQ-FILE.
00287      PERFORM A400-CHECK-UNPOSTED THRU A400-EXIT
00288          VARYING AGT-SUB FROM +1 BY +1
00289          UNTIL AGT-SUB GREATER THAN AGT-CTR.
00290      DISPLAY 'TOTAL TAX CODES LOADED...............: '
00291          TC-CTR.
00292      DISPLAY 'TOTAL MILEAGE RECORDS READ...........: '
00293          MILE-IN-CNT.
00294      DISPLAY 'TOTAL MILEAGE RECORDS REJECTED.......: '
00295          MILE-REJ-CNT.
00296      DISPLAY 'TOTAL MILEAGE WITH NO CERTIFICATION..: '
00297          MILE-NOCERT-CNT.
00298      DISPLAY 'TOTAL COMPANY CERTIFICATIONS READ....: '
00299          CERT-IN-CNT.
00300      DISPLAY 'TOTAL COMPANIES DISTRIBUTED..........: '
00301          CERT-DIST-CNT.
00302      DISPLAY 'TOTAL COMPANIES NOT DISTRIBUTED......: '
00303          CERT-REJ-CNT.
00304      DISPLAY 'TOTAL CERTIFIED OPERATING EAV........: '
00305          W-CERT-TOTAL.
00306      DISPLAY 'TOTAL OPERATING EAV DISTRIBUTED......: '
00307          W-DIST-TOTAL.
00308      DISPLAY 'TOTAL AGENCY RECORDS READ............: '
00309          AGYEQ-IN-CNT.
00310      DISPLAY 'TOTAL AGENCY RECORDS WRITTEN.........: '
00311          AGYEQ-OUT-CNT.
00312      DISPLAY 'TOTAL AGENCIES POSTED................: '
00313          POSTED-CNT.
00314      DISPLAY 'TOTAL AGENCIES WITH RR EAV CHANGED...: '
00315          CHANGED-CNT.
00316      DISPLAY 'TOTAL AGENCIES NOT ON AGYEQ FILE.....: '
00317          UNPOSTED-CNT.
00318      IF RETURN-CODE LESS THAN 8
0318A       AND (CERT-REJ-CNT GREATER THAN +0
00319         OR MILE-REJ-CNT GREATER THAN +0
00320         OR UNPOSTED-CNT GREATER THAN +0)
00321          MOVE 8 TO RETURN-CODE.
00322      IF RETURN-CODE LESS THAN 4
00323       AND MILE-NOCERT-CNT GREATER THAN +0
00324          MOVE 4 TO RETURN-CODE.
00325      PERFORM C910-REG-END THRU C910-EXIT.
00326      CLOSE RRCERT-FILE, RRMILE-FILE, TAXCODE-FILE, AGYEQ-IN,
00327            AGYEQ-OUT, RUN-REGISTRY, PRINT-FILE.
00328      STOP RUN.
00329      SKIP1
0329A *    THE TAX YEAR OF THE FIRST CERTIFICATION IS THE YEAR OF THE
0329B *    RUN.  DPRUN004 STOPS THE RUN WHEN IT IS NOT NUMERIC OR
0329C *    DISAGREES WITH THE CYCLE CONTROL RECORD.
0329D  A012-CHECK-YEAR.
0329E      IF END-OF-CERT-FILE
0329F         OR RC-TAX-YEAR EQUAL SPACES
0329G         OR RC-TAX-YEAR EQUAL '0000'
0329H          DISPLAY 'CLRTM778 -- CERTIFICATION FILE EMPTY OR FIRST '
0329I              'TAX YEAR MISSING -- RUN STOPPED.'
0329J          MOVE 16 TO RETURN-CODE
0329K          CLOSE RRCERT-FILE, RRMILE-FILE, TAXCODE-FILE, AGYEQ-IN,
0329L                AGYEQ-OUT, RUN-REGISTRY, PRINT-FILE
0329M          STOP RUN.
0329N      MOVE 'CLRTM778'  TO CK-CALLER.
0329O      MOVE RC-TAX-YEAR TO CK-CARD-YEAR.
0329P      CALL 'DPRUN004' USING CYCLK-AREA.
0329Q      MOVE CK-TAX-YEAR TO W-CERT-YEAR.
0329R  A012-EXIT. EXIT.
0329S      SKIP1
00330  A015-LOAD-TAXCODES.
00331      READ TAXCODE-FILE AT END
00332          MOVE 'Y' TO TXCD-EOF-SW
00333          GO TO A015-EXIT.
00334      ADD +1 TO TXCD-IN-CNT.
00335      IF TC-CTR LESS THAN +3000
00336          ADD +1 TO TC-CTR
00337          MOVE TR-TAX-CODE TO TC-CODE (TC-CTR)
00338          PERFORM A017-MOVE-AGENCY THRU A017-EXIT
00339              VARYING SUB-AGY FROM +1 BY +1
00340              UNTIL SUB-AGY GREATER THAN +40
00341      ELSE
00342          DISPLAY 'CLRTM778 -- TAX CODE TABLE FULL -- CODE '
00343              TR-TAX-CODE ' BYPASSED'.
00344  A015-EXIT. EXIT.
00345      SKIP1
00346  A017-MOVE-AGENCY.
00347      MOVE TR-AGENCY (SUB-AGY) TO TC-AGENCY (TC-CTR, SUB-AGY).
00348  A017-EXIT. EXIT.
00349      SKIP1
00350  A020-LOAD-MILEAGE.
00351      READ RRMILE-FILE AT END
00352          MOVE 'Y' TO MILE-EOF-SW
00353          GO TO A020-EXIT.
00354      ADD +1 TO MILE-IN-CNT.
00355      IF RM-RRNO NOT NUMERIC
00356         OR RM-TXCD NOT NUMERIC
00357         OR RM-MILES NOT NUMERIC
00358          ADD +1 TO MILE-REJ-CNT
00359          DISPLAY 'CLRTM778 -- MILEAGE RECORD FAILS EDITS: '
00360              RRMILE-REC (1:15)
00361          GO TO A020-EXIT.
00362      IF MT-CTR NOT LESS THAN +10000
00363          ADD +1 TO MILE-REJ-CNT
00364          DISPLAY 'CLRTM778 -- MILEAGE TABLE FULL -- RAILROAD '
00365              RM-RRNO ' CODE ' RM-TXCD ' BYPASSED'
00366          GO TO A020-EXIT.
00367      ADD +1 TO MT-CTR.
00368      MOVE RM-RRNO-N  TO MT-RRNO (MT-CTR).
00369      MOVE RM-TXCD-N  TO MT-TXCD (MT-CTR).
00370      MOVE RM-MILES-N TO MT-MILES (MT-CTR).
00371      MOVE ZEROS      TO MT-SHARE (MT-CTR).
00372      MOVE 'N'        TO MT-USED-SW (MT-CTR).
00373      MOVE ZERO TO TC-FND.
00374      PERFORM A022-SCAN-TXCD THRU A022-EXIT
00375          VARYING TC-SUB FROM +1 BY +1
00376          UNTIL TC-SUB GREATER THAN TC-CTR
00377             OR TC-FND GREATER THAN ZERO.
00378      MOVE TC-FND TO MT-TC-FND (MT-CTR).
00379  A020-EXIT. EXIT.
00380      SKIP1
00381  A022-SCAN-TXCD.
00382      IF TC-CODE (TC-SUB) EQUAL RM-TXCD-N
00383          MOVE TC-SUB TO TC-FND.
00384  A022-EXIT. EXIT.
00385      SKIP1
00386  A030-READ-CERT.
00387      READ RRCERT-FILE AT END
00388          MOVE 'Y' TO CERT-EOF-SW.
00389      IF NOT END-OF-CERT-FILE
00390          ADD +1 TO CERT-IN-CNT.
00391  A030-EXIT. EXIT.
00392      SKIP1
00393  A050-READ-AGYEQ.
00394      READ AGYEQ-IN AT END
00395          MOVE 'Y' TO AGYEQ-EOF-SW.
00396      IF NOT END-OF-AGYEQ-FILE
00397          ADD +1 TO AGYEQ-IN-CNT.
00398  A050-EXIT. EXIT.
00399      SKIP1
00400  A100-DISTRIBUTE.
00401      MOVE SPACES TO W-REASON.
00402      MOVE ZEROS TO W-TOT-MILES.
0402A      IF RC-TAX-YEAR NOT EQUAL W-CERT-YEAR
0402B          DISPLAY 'CLRTM778 -- RAILROAD ' RC-RRNO ' CERTIFIED FOR '
0402C              'TAX YEAR ' RC-TAX-YEAR ', NOT ' W-CERT-YEAR
0402D              ' -- RUN STOPPED.'
0402E          MOVE 16 TO RETURN-CODE
0402F          PERFORM C910-REG-END THRU C910-EXIT
0402G          CLOSE RRCERT-FILE, RRMILE-FILE, TAXCODE-FILE, AGYEQ-IN,
0402H                AGYEQ-OUT, RUN-REGISTRY, PRINT-FILE
0402I          STOP RUN.
00403      IF RC-RRNO NOT NUMERIC
00404         OR RC-OPER-EAV NOT NUMERIC
00405          MOVE 'CERTIFICATION FAILS EDITS' TO W-REASON
00406          GO TO A100-REJECT.
00407      MOVE RC-OPER-EAV-N TO W-CERT-EAV.
00408      ADD W-CERT-EAV TO W-CERT-TOTAL.
00409      MOVE ZEROS TO W-TOT-MILES W-BAD-CODE-CNT MT-BIG.
00410      PERFORM A110-SUM-MILES THRU A110-EXIT
00411          VARYING MT-SUB FROM +1 BY +1
00412          UNTIL MT-SUB GREATER THAN MT-CTR.
00413      IF W-TOT-MILES NOT GREATER THAN ZERO
00414          MOVE 'NO TRACK MILEAGE ON FILE' TO W-REASON
00415          GO TO A100-REJECT.
00416      IF W-BAD-CODE-CNT GREATER THAN ZERO
00417          MOVE 'MILEAGE ON TAX CODE NOT ON FILE' TO W-REASON
00418          GO TO A100-REJECT.
00419      MOVE ZEROS TO W-DIST-SUM.
00420      PERFORM A120-SHARE-CODE THRU A120-EXIT
00421          VARYING MT-SUB FROM +1 BY +1
00422          UNTIL MT-SUB GREATER THAN MT-CTR.
00423      COMPUTE MT-SHARE (MT-BIG) =
00424          MT-SHARE (MT-BIG) + W-CERT-EAV - W-DIST-SUM.
00425      PERFORM A130-SPREAD-CODE THRU A130-EXIT
00426          VARYING MT-SUB FROM +1 BY +1
00427          UNTIL MT-SUB GREATER THAN MT-CTR.
00428      ADD +1 TO CERT-DIST-CNT.
00429      ADD W-CERT-EAV TO W-DIST-TOTAL.
00430      MOVE RC-RRNO-N   TO D-RRNO.
00431      MOVE RC-NAME     TO D-NAME.
00432      MOVE 'TOTAL'     TO D-TXCD.
00433      MOVE W-TOT-MILES TO D-MILES.
00434      MOVE W-CERT-EAV  TO D-EAV.
00435      MOVE 'COMPANY DISTRIBUTED' TO D-MESSG.
00436      PERFORM A070-PRINT THRU A070-EXIT.
00437      MOVE SPACES TO PRINT-REC.
00438      WRITE PRINT-REC AFTER ADVANCING 1.
00439      ADD +1 TO LINE-CNT.
00440      GO TO A100-NEXT.
00441  A100-REJECT.
00442      ADD +1 TO CERT-REJ-CNT.
00443      MOVE ZEROS       TO D-RRNO D-MILES D-EAV.
00444      IF RC-RRNO NUMERIC
00445          MOVE RC-RRNO-N TO D-RRNO.
00446      IF RC-OPER-EAV NUMERIC
00447          MOVE RC-OPER-EAV-N TO D-EAV.
00448      MOVE RC-NAME     TO D-NAME.
00449      MOVE SPACES      TO D-TXCD.
00450      MOVE W-TOT-MILES TO D-MILES.
00451      MOVE W-REASON    TO D-MESSG.
00452      PERFORM A070-PRINT THRU A070-EXIT.
00453      DISPLAY 'CLRTM778 -- RAILROAD ' RC-RRNO ' NOT DISTRIBUTED: '
00454          W-REASON.
00455  A100-NEXT.
00456      PERFORM A030-READ-CERT THRU A030-EXIT.
00457  A100-EXIT. EXIT.
00458      SKIP1
00459  A110-SUM-MILES.
00460      IF MT-RRNO (MT-SUB) NOT EQUAL RC-RRNO-N
00461          GO TO A110-EXIT.
00462      MOVE 'Y' TO MT-USED-SW (MT-SUB).
00463      ADD MT-MILES (MT-SUB) TO W-TOT-MILES.
00464      IF MT-TC-FND (MT-SUB) EQUAL ZERO
00465          ADD +1 TO W-BAD-CODE-CNT
00466          DISPLAY 'CLRTM778 -- RAILROAD ' RC-RRNO ' MILEAGE ON '
00467              'TAX CODE ' MT-TXCD (MT-SUB) ' NOT ON FILE'.
00468      IF MT-BIG EQUAL ZERO
00469          MOVE MT-SUB TO MT-BIG.
00470      IF MT-MILES (MT-SUB) GREATER THAN MT-MILES (MT-BIG)
00471          MOVE MT-SUB TO MT-BIG.
00472  A110-EXIT. EXIT.
00473      SKIP1
00474  A120-SHARE-CODE.
00475      IF MT-RRNO (MT-SUB) NOT EQUAL RC-RRNO-N
00476          GO TO A120-EXIT.
00477      COMPUTE MT-SHARE (MT-SUB) =
00478          W-CERT-EAV * MT-MILES (MT-SUB) / W-TOT-MILES.
00479      ADD MT-SHARE (MT-SUB) TO W-DIST-SUM.
00480  A120-EXIT. EXIT.
00481      SKIP1
00482  A130-SPREAD-CODE.
00483      IF MT-RRNO (MT-SUB) NOT EQUAL RC-RRNO-N
00484          GO TO A130-EXIT.
00485      MOVE MT-TC-FND (MT-SUB) TO TC-FND.
00486      PERFORM A140-SPREAD-TO-AGENCY THRU A140-EXIT
00487          VARYING SUB-AGY FROM +1 BY +1
00488          UNTIL SUB-AGY GREATER THAN +40
00489             OR TC-AGENCY (TC-FND, SUB-AGY) EQUAL ZERO.
00490      MOVE RC-RRNO-N          TO D-RRNO.
00491      MOVE RC-NAME            TO D-NAME.
00492      MOVE MT-TXCD (MT-SUB)   TO D-TXCD.
00493      MOVE MT-MILES (MT-SUB)  TO D-MILES.
00494      MOVE MT-SHARE (MT-SUB)  TO D-EAV.
00495      MOVE SPACES             TO D-MESSG.
00496      PERFORM A070-PRINT THRU A070-EXIT.
00497  A130-EXIT. EXIT.
00498      SKIP1
00499  A140-SPREAD-TO-AGENCY.
00500      MOVE ZERO TO AGT-FND.
00501      PERFORM A150-SCAN-AGY-TOT THRU A150-EXIT
00502          VARYING AGT-SUB FROM +1 BY +1
00503          UNTIL AGT-SUB GREATER THAN AGT-CTR
00504             OR AGT-FND GREATER THAN ZERO.
00505      IF AGT-FND EQUAL ZERO
00506          IF AGT-CTR LESS THAN +2000
00507              ADD +1 TO AGT-CTR
00508              MOVE AGT-CTR TO AGT-FND
00509              MOVE TC-AGENCY (TC-FND, SUB-AGY)
00510                  TO AGT-AGENCY (AGT-FND)
00511              MOVE ZEROS TO AGT-RR-EAV (AGT-FND)
00512              MOVE 'N' TO AGT-POSTED-SW (AGT-FND)
00513          ELSE
00514              DISPLAY 'CLRTM778 -- AGENCY TOTAL TABLE FULL'
00515              MOVE 16 TO RETURN-CODE
00516              GO TO A140-EXIT.
00517      ADD MT-SHARE (MT-SUB) TO AGT-RR-EAV (AGT-FND).
00518  A140-EXIT. EXIT.
00519      SKIP1
00520  A150-SCAN-AGY-TOT.
00521      IF AGT-AGENCY (AGT-SUB) EQUAL
00522          TC-AGENCY (TC-FND, SUB-AGY)
00523          MOVE AGT-SUB TO AGT-FND.
00524  A150-EXIT. EXIT.
00525      SKIP1
00526  A200-CHECK-UNCERTIFIED.
00527      IF MT-USED-SW (MT-SUB) EQUAL 'Y'
00528          GO TO A200-EXIT.
00529      ADD +1 TO MILE-NOCERT-CNT.
00530      MOVE MT-RRNO (MT-SUB)  TO D-RRNO.
00531      MOVE SPACES            TO D-NAME.
00532      MOVE MT-TXCD (MT-SUB)  TO D-TXCD.
00533      MOVE MT-MILES (MT-SUB) TO D-MILES.
00534      MOVE ZEROS             TO D-EAV.
00535      MOVE 'MILEAGE -- NO CERTIFICATION' TO D-MESSG.
00536      PERFORM A070-PRINT THRU A070-EXIT.
00537  A200-EXIT. EXIT.
00538      SKIP1
00539  A300-POST-AGYEQ.
00540      MOVE ZERO TO AGT-FND.
00541      PERFORM A310-SCAN-FOR-POST THRU A310-EXIT
00542          VARYING AGT-SUB FROM +1 BY +1
00543          UNTIL AGT-SUB GREATER THAN AGT-CTR
00544             OR AGT-FND GREATER THAN ZERO.
00545      MOVE AEV-AGCYNO TO P-AGENCY.
00546      MOVE AEV-CC-RR  TO P-OLD-RR.
00547      IF AGT-FND GREATER THAN ZERO
00548          MOVE 'Y' TO AGT-POSTED-SW (AGT-FND)
00549          ADD +1 TO POSTED-CNT
00550          COMPUTE W-RR-DIFF = AGT-RR-EAV (AGT-FND) - AEV-CC-RR
00551          MOVE AGT-RR-EAV (AGT-FND) TO AEV-CC-RR
00552      ELSE
00553          COMPUTE W-RR-DIFF = ZERO - AEV-CC-RR
00554          MOVE ZEROS TO AEV-CC-RR.
00555      IF W-RR-DIFF NOT EQUAL ZERO
00556          ADD +1 TO CHANGED-CNT
00557          MOVE AEV-CC-RR TO P-NEW-RR
00558          MOVE W-RR-DIFF TO P-DIFF
00559          MOVE 'RAILROAD EAV CHANGED' TO P-MESSG
00560          PERFORM A075-PRINT-POST THRU A075-EXIT.
00561      WRITE AGYEQ-OUT-REC FROM AGYEQ-IN-REC.
00562      ADD +1 TO AGYEQ-OUT-CNT.
00563      PERFORM A050-READ-AGYEQ THRU A050-EXIT.
00564  A300-EXIT. EXIT.
00565      SKIP1
00566  A310-SCAN-FOR-POST.
00567      IF AGT-AGENCY (AGT-SUB) EQUAL AEV-AGCYNO
00568          MOVE AGT-SUB TO AGT-FND.
00569  A310-EXIT. EXIT.
00570      SKIP1
00571  A400-CHECK-UNPOSTED.
00572      IF AGT-POSTED-SW (AGT-SUB) EQUAL 'Y'
00573          GO TO A400-EXIT.
00574      ADD +1 TO UNPOSTED-CNT.
00575      MOVE AGT-AGENCY (AGT-SUB) TO P-AGENCY.
00576      MOVE ZEROS                TO P-OLD-RR.
00577      MOVE AGT-RR-EAV (AGT-SUB) TO P-NEW-RR P-DIFF.
00578      MOVE 'AGENCY NOT ON AGYEQ -- NOT POSTED' TO P-MESSG.
00579      PERFORM A075-PRINT-POST THRU A075-EXIT.
00580  A400-EXIT. EXIT.
00581      SKIP1
00582  A070-PRINT.
00583      IF LINE-CNT GREATER THAN +57
00584          PERFORM B100-HEADING THRU B100-EXIT.
00585      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00586      ADD +1 TO LINE-CNT.
00587  A070-EXIT. EXIT.
00588      SKIP1
00589  A075-PRINT-POST.
00590      IF LINE-CNT GREATER THAN +57
00591          PERFORM B110-POST-HEADING THRU B110-EXIT.
00592      WRITE PRINT-REC FROM POST-LINE AFTER ADVANCING 1.
00593      ADD +1 TO LINE-CNT.
00594  A075-EXIT. EXIT.
00595      SKIP1
00596  B100-HEADING.
00597      ADD +1 TO PAGE-CNT.
00598      MOVE PAGE-CNT TO HD-PAGE.
00599      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00600      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00601      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00602      MOVE +5 TO LINE-CNT.
00603  B100-EXIT. EXIT.
00604      SKIP1
00605  B110-POST-HEADING.
00606      ADD +1 TO PAGE-CNT.
00607      MOVE PAGE-CNT TO HD-PAGE.
00608      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00609      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00610      WRITE PRINT-REC FROM POST-HEAD AFTER ADVANCING 2.
00611      MOVE +5 TO LINE-CNT.
00612  B110-EXIT. EXIT.
00613      SKIP1
00614  C900-REG-START.
00615      MOVE SPACES      TO RUNREG-REC.
00616      MOVE 'CLRTM778'  TO RR-PROGRAM-ID.
00617      MOVE 'S'         TO RR-REC-TYPE.
00618      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00619      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00620      MOVE ZEROS       TO RR-IN-CNT, RR-OUT-CNT, RR-COND-CODE.
00621      WRITE RUNREG-REC.
00622  C900-EXIT. EXIT.
00623      SKIP1
00624  C910-REG-END.
00625      MOVE SPACES      TO RUNREG-REC.
00626      MOVE 'CLRTM778'  TO RR-PROGRAM-ID.
00627      MOVE 'E'         TO RR-REC-TYPE.
00628      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00629      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00630      MOVE CERT-IN-CNT   TO RR-IN-CNT.
00631      MOVE AGYEQ-OUT-CNT TO RR-OUT-CNT.
00632      MOVE RETURN-CODE TO RR-COND-CODE.
00633      WRITE RUNREG-REC.
00634  C910-EXIT. EXIT.
