00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLRTM776.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. THE TREASURER REBUILT THE AGENCY DISTRIBUTION FACTORS BY
00007 *         HAND EACH YEAR FROM OUR RATE LISTINGS.  THIS PROGRAM
00008 *         BUILDS THE AGENCY DISTRIBUTION FACTOR FILE (CLDSTFCTR1)
00009 *         FROM THE CURRENT TAX CODE FILE AND THE EXTENDED AGENCY
00010 *         RATE FILE (CLAGYRTER1), BOTH WRITTEN BY CLRTM769.  AN
00011 *         AGENCY ON A TAX CODE THAT IS AN ACTIVE DISTRICT ON THE
00012 *         TIF DISTRICT MASTER (CLTIFDSTR1) TAKES THE INCREMENT
00013 *         SHARE OF THE CODE -- FA-TIFEV OVER FA-CURREV FROM ITS
00014 *         RECORD ON THE FROZEN AGENCY FILE (CLFRZAGYR1).  THE
00015 *         TAXING AGENCIES SHARE WHAT IS LEFT IN PROPORTION TO
00016 *         THEIR RATES.  FACTORS ARE CARRIED TO SIX PLACES OF A
00017 *         PERCENT; THE ROUNDING RESIDUE OF A CODE, WHEN WITHIN ONE
00018 *         UNIT PER AGENCY, GOES TO THE AGENCY WITH THE LARGEST
00019 *         FACTOR.  THE CONTROL REPORT PROVES EVERY TAX CODE'S
00020 *         FACTORS TO 100 PERCENT; A CODE THAT CANNOT BE PROVED IS
00021 *         NOT WRITTEN AND ENDS THE RUN WITH CONDITION CODE 8.
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
00030      SELECT TAXCODE-IN    ASSIGN TO UT-S-CURRTXCD.
00031      SELECT AGYRATE-FILE  ASSIGN TO UT-S-AGYRATE.
00032      SELECT FRZAGY-IN     ASSIGN TO UT-S-FRZAGYOT.
00033      SELECT TIFDST-FILE   ASSIGN TO DA-TIFDST
00034        ORGANIZATION IS INDEXED
00035        ACCESS IS SEQUENTIAL
00036        RECORD KEY IS TD-AGCY
00037        FILE STATUS IS DST-STATUS.
00038      SELECT DSTFCT-FILE   ASSIGN TO UT-S-DSTFCTR.
00039      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00040      SELECT RUN-REGISTRY  ASSIGN TO UT-S-RUNREG.
00041      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00042      SKIP2
00043  DATA DIVISION.
00044  FILE SECTION.
00045      SKIP1
00046  FD  TAXCODE-IN
00047      BLOCK  CONTAINS 0 RECORDS
00048      RECORD CONTAINS 207 CHARACTERS
00049      RECORDING MODE IS F
00050      LABEL  RECORDS ARE STANDARD
00051      DATA RECORD IS TAXCODE-IN-REC.
00052  01  TAXCODE-IN-REC.
00053  COPY TAXCODERD2.
00054      SKIP2
00055  FD  AGYRATE-FILE
00056      BLOCK  CONTAINS 0 RECORDS
00057      RECORD CONTAINS 80 CHARACTERS
00058      RECORDING MODE IS F
00059      LABEL  RECORDS ARE STANDARD
00060      DATA RECORD IS AGYRATE-REC.
00061  01  AGYRATE-REC.
00062  COPY CLAGYRTER1.
00063      SKIP2
00064  FD  FRZAGY-IN
00065      BLOCK  CONTAINS 0 RECORDS
00066      RECORD CONTAINS 80 CHARACTERS
00067      RECORDING MODE IS F
00068      LABEL  RECORDS ARE STANDARD
00069      DATA RECORD IS FRZAGY-IN-REC.
00070  01  FRZAGY-IN-REC.
00071  COPY CLFRZAGYR1.
00072      SKIP2
00073  FD  TIFDST-FILE
00074      RECORD CONTAINS 80 CHARACTERS
00075      LABEL RECORDS ARE STANDARD.
00076      SKIP1
00077  01  TIFDST-REC.
00078  COPY CLTIFDSTR1.
00079      SKIP2
00080  FD  DSTFCT-FILE
00081      BLOCK  CONTAINS 0 RECORDS
00082      RECORD CONTAINS 80 CHARACTERS
00083      RECORDING MODE IS F
00084      LABEL  RECORDS ARE STANDARD
00085      DATA RECORD IS DSTFCT-REC.
00086  01  DSTFCT-REC.
00087  COPY CLDSTFCTR1.
00088      SKIP2
00089  FD  CONTROL-FILE
00090      BLOCK  CONTAINS 0 RECORDS
00091      RECORD CONTAINS 80 CHARACTERS
00092      RECORDING MODE IS F
00093      LABEL  RECORDS ARE STANDARD
00094      DATA RECORD IS CONTROL-REC.
00095  01  CONTROL-REC.
00096      05  CC-TAX-YEAR     PIC X(4).
00097      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00098                          PIC 9(4).
00099      05  FILLER          PIC X(76).
00100      SKIP2
00101  FD  RUN-REGISTRY
00102      BLOCK  CONTAINS 0 RECORDS
00103      RECORD CONTAINS 80 CHARACTERS
00104      RECORDING MODE IS F
00105      LABEL  RECORDS ARE STANDARD
00106      DATA RECORD IS RUNREG-REC.
00107  01  RUNREG-REC.
00108  COPY DPRUNREGR1.
00109      SKIP2
00110  FD  PRINT-FILE
00111      BLOCK  CONTAINS 0 RECORDS
00112      RECORD CONTAINS 133 CHARACTERS
00113      RECORDING MODE IS F
00114      LABEL  RECORDS ARE STANDARD.
00115      SKIP1
00116  01  PRINT-REC               PIC X(133).
00117      SKIP2
00118  WORKING-STORAGE SECTION.
00119      SKIP1
00120  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00121  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00122      SKIP1
00123  77  TXCD-EOF-SW               PIC X      VALUE 'N'.
00124      88  END-OF-TXCD-FILE                 VALUE 'Y'.
00125  77  AGYRT-EOF-SW              PIC X      VALUE 'N'.
00126      88  END-OF-AGYRT-FILE                VALUE 'Y'.
00127  77  FRZ-EOF-SW                PIC X      VALUE 'N'.
00128      88  END-OF-FRZ-FILE                  VALUE 'Y'.
00129  77  DST-EOF-SW                PIC X      VALUE 'N'.
00130      88  END-OF-DST-FILE                  VALUE 'Y'.
00131  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00132      88  END-OF-CTL-FILE                  VALUE 'Y'.
00133  77  CODE-OK-SW                PIC X      VALUE 'Y'.
00134      88  CODE-PROVED                      VALUE 'Y'.
00135  77  DST-STATUS                PIC XX     VALUE '00'.
00136      SKIP1
00137  77  TXCD-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00138  77  AGYRT-IN-CNT      COMP-3  PIC S9(5)  VALUE +0.
00139  77  FRZ-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00140  77  FRZ-SKIP-CNT      COMP-3  PIC S9(7)  VALUE +0.
00141  77  TIF-IN-CNT        COMP-3  PIC S9(5)  VALUE +0.
00142  77  DF-OUT-CNT        COMP-3  PIC S9(9)  VALUE +0.
00143  77  PROVED-CNT        COMP-3  PIC S9(7)  VALUE +0.
00144  77  NOTPROVED-CNT     COMP-3  PIC S9(7)  VALUE +0.
00145  77  TIF-CODE-CNT      COMP-3  PIC S9(7)  VALUE +0.
00146  77  RATEDIF-CNT       COMP-3  PIC S9(7)  VALUE +0.
00147  77  AGY-NORATE-CNT    COMP-3  PIC S9(7)  VALUE +0.
00148      SKIP1
00149  77  W-CODE-RATE       COMP-3  PIC S9(4)V9(3) VALUE +0.
00150  77  W-TIF-PCT         COMP-3  PIC S9(3)V9(6) VALUE +0.
00151  77  W-AGY-PCT         COMP-3  PIC S9(3)V9(6) VALUE +0.
00152  77  W-FACTOR-SUM      COMP-3  PIC S9(3)V9(6) VALUE +0.
00153  77  W-RESIDUE         COMP-3  PIC S9(3)V9(6) VALUE +0.
00154  77  W-ABS-RESIDUE     COMP-3  PIC S9(3)V9(6) VALUE +0.
00155  77  W-TOLERANCE       COMP-3  PIC S9(3)V9(6) VALUE +0.
00156  77  W-BIG-POS         COMP-3  PIC S9(3)  VALUE +0.
00157  77  W-POS-CNT         COMP-3  PIC S9(3)  VALUE +0.
00158  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00159      SKIP1
00160  77  AGR-CTR           COMP-3  PIC S9(5)  VALUE +0.
00161  77  AGR-SUB           COMP-3  PIC S9(5)  VALUE +0.
00162  77  AGR-FND           COMP-3  PIC S9(5)  VALUE +0.
00163  77  TF-CTR            COMP-3  PIC S9(5)  VALUE +0.
00164  77  TF-SUB            COMP-3  PIC S9(5)  VALUE +0.
00165  77  TF-FND            COMP-3  PIC S9(5)  VALUE +0.
00166  77  FZ-CTR            COMP-3  PIC S9(3)  VALUE +0.
00167  77  FZ-SUB            COMP-3  PIC S9(3)  VALUE +0.
00168  77  FZ-FND            COMP-3  PIC S9(3)  VALUE +0.
00169  77  SUB-AGY           COMP-3  PIC S9(3)  VALUE +0.
00170      SKIP1
0170A  01  CYCLK-AREA.
0170B  COPY DPCYCLKR1.
0170C      SKIP1
00171  01  AGENCY-RATE-TABLE.
00172      05  AGR-ENTRY OCCURS 2000 TIMES.
00173          10  AGR-AGENCY      PIC 9(9)       COMP-3.
00174          10  AGR-RATE        PIC S9(4)V9(3) COMP-3.
00175      SKIP1
00176  01  TIF-DISTRICT-TABLE.
00177      05  TF-ENTRY OCCURS 1000 TIMES.
00178          10  TF-AGCY         PIC 9(9)       COMP-3.
00179      SKIP1
00180 *    FROZEN AGENCY RECORDS FOR THE CURRENT TAX CODE
00181  01  FROZEN-CODE-TABLE.
00182      05  FZ-ENTRY OCCURS 60 TIMES.
00183          10  FZ-AGCY         PIC 9(9)       COMP-3.
00184          10  FZ-TIFEV        PIC S9(13)     COMP-3.
00185          10  FZ-CURREV       PIC S9(13)     COMP-3.
00186      SKIP1
00187 *    ONE ENTRY PER POSITION IN THE CURRENT TAX CODE'S AGENCY LIST
00188  01  CODE-POSITION-TABLE.
00189      05  CP-ENTRY OCCURS 40 TIMES.
00190          10  CP-TYPE         PIC X.
00191          10  CP-RATE         PIC S9(4)V9(3) COMP-3.
00192          10  CP-TIF-EAV      PIC S9(13)     COMP-3.
00193          10  CP-FACTOR       PIC S9(3)V9(6) COMP-3.
00194      SKIP1
00195  01  ACPT-DATE                  PIC 9(6).
00196  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00197      05  ACPT-YR                PIC 99.
00198      05  ACPT-MO                PIC 99.
00199      05  ACPT-DA                PIC 99.
00200  01  DSP-DATE.
00201      05  DSP-MO                 PIC 99.
00202      05  FILLER                 PIC X      VALUE '/'.
00203      05  DSP-DA                 PIC 99.
00204      05  FILLER                 PIC X      VALUE '/'.
00205      05  DSP-YR                 PIC 99.
00206      SKIP1
00207  01  HEAD-A.
00208      05  FILLER          PIC X(3)   VALUE SPACES.
00209      05  HD-DATE         PIC X(8).
00210      05  FILLER          PIC X(42)  VALUE SPACES.
00211      05  FILLER     PIC X(26) VALUE
00212          'OFFICE OF THE COUNTY CLERK'.
00213      05  FILLER          PIC X(42)  VALUE SPACES.
00214      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00215      05  HD-PAGE         PIC ZZ,ZZ9.
00216      SKIP1
00217  01  HEAD-B.
00218      05  FILLER          PIC X(3)   VALUE SPACES.
00219      05  FILLER          PIC X(8)   VALUE 'CLRTM776'.
00220      05  FILLER          PIC X(18)  VALUE SPACES.
00221      05  FILLER          PIC X(47)  VALUE
00222          'AGENCY DISTRIBUTION FACTOR CONTROL -- TAX YEAR'.
00223      05  HD-TAX-YEAR     PIC 9(4).
00224      SKIP1
00225  01  HEAD-C.
00226      05  FILLER          PIC X(3)   VALUE SPACES.
00227      05  FILLER          PIC X(10)  VALUE 'TAX CODE'.
00228      05  FILLER          PIC X(12)  VALUE '   TR-RATE'.
00229      05  FILLER          PIC X(12)  VALUE ' AGY RATES'.
00230      05  FILLER          PIC X(10)  VALUE ' AGENCIES'.
00231      05  FILLER          PIC X(15)  VALUE '   TIF PERCENT'.
00232      05  FILLER          PIC X(15)  VALUE ' FACTOR TOTAL'.
00233      05  FILLER          PIC X(15)  VALUE '   ADJUSTMENT'.
00234      05  FILLER          PIC X(30)  VALUE '  STATUS'.
00235      SKIP1
00236  01  CONTROL-LINE.
00237      05  FILLER          PIC X(4)   VALUE SPACES.
00238      05  CL-TXCD         PIC 9(5).
00239      05  FILLER          PIC X(4)   VALUE SPACES.
00240      05  CL-TR-RATE      PIC ZZZ9.999.
00241      05  FILLER          PIC X(3)   VALUE SPACES.
00242      05  CL-CODE-RATE    PIC ZZZ9.999.
00243      05  FILLER          PIC X(6)   VALUE SPACES.
00244      05  CL-POS-CNT      PIC ZZ9.
00245      05  FILLER          PIC X(4)   VALUE SPACES.
00246      05  CL-TIF-PCT      PIC ZZ9.999999.
00247      05  FILLER          PIC X(4)   VALUE SPACES.
00248      05  CL-FACTOR-SUM   PIC ZZ9.999999.
00249      05  FILLER          PIC X(3)   VALUE SPACES.
00250      05  CL-RESIDUE      PIC 9.999999-.
00251      05  FILLER          PIC X(3)   VALUE SPACES.
00252      05  CL-MESSG        PIC X(36).
00253      EJECT
00254  PROCEDURE DIVISION.
00255      SKIP1
00256  A010-HOUSEKEEPING.
00257      OPEN INPUT  TAXCODE-IN, AGYRATE-FILE, FRZAGY-IN, TIFDST-FILE,
00258                  CONTROL-FILE
00259           OUTPUT DSTFCT-FILE, PRINT-FILE.
00260      OPEN EXTEND RUN-REGISTRY.
0260A      PERFORM A011-READ-CONTROL THRU A011-EXIT.
00261      PERFORM C900-REG-START THRU C900-EXIT.
00262      IF DST-STATUS NOT EQUAL '00'
00263          DISPLAY 'CLRTM776 -- TIF DISTRICT MASTER OPEN FAILED, '
00264              'STATUS ' DST-STATUS
00265          MOVE 16 TO RETURN-CODE
00266          GO TO A010-FINISH.
00267      PERFORM A012-EDIT-CONTROL THRU A012-EXIT.
00268      IF RETURN-CODE GREATER THAN ZERO
00269          GO TO A010-FINISH.
00270      ACCEPT ACPT-DATE FROM DATE.
00271      MOVE ACPT-MO TO DSP-MO.
00272      MOVE ACPT-DA TO DSP-DA.
00273      MOVE ACPT-YR TO DSP-YR.
00274      MOVE DSP-DATE TO HD-DATE.
00275      MOVE W-TAX-YEAR TO HD-TAX-YEAR.
00276      PERFORM A020-READ-AGYRATE THRU A020-EXIT.
00277      PERFORM A022-LOAD-AGENCY THRU A022-EXIT
00278          UNTIL END-OF-AGYRT-FILE.
00279      PERFORM A030-READ-TIFDST THRU A030-EXIT.
00280      PERFORM A032-LOAD-TIF THRU A032-EXIT
00281          UNTIL END-OF-DST-FILE.
00282      PERFORM B100-HEADING THRU B100-EXIT.
00283      PERFORM A040-READ-FRZAGY THRU A040-EXIT.
00284      PERFORM A050-READ-TAXCODE THRU A050-EXIT.
00285      PERFORM A100-BUILD-CODE THRU A100-EXIT
00286          UNTIL END-OF-TXCD-FILE.
00287      IF RETURN-CODE LESS THAN 8
0287A       AND NOTPROVED-CNT GREATER THAN +0
00288          MOVE 8 TO RETURN-CODE.
00289      IF RETURN-CODE LESS THAN 4
00290       AND (RATEDIF-CNT GREATER THAN +0
00291         OR AGY-NORATE-CNT GREATER THAN +0)
00292          MOVE 4 TO RETURN-CODE.
00293  A010-FINISH.
00294      DISPLAY 'TOTAL TAX CODES READ.................: '
00295          TXCD-IN-CNT.
00296      DISPLAY 'TOTAL AGENCY RATES LOADED............: '
00297          AGYRT-IN-CNT.
00298      DISPLAY 'TOTAL ACTIVE TIF DISTRICTS LOADED....: '
00299          TIF-IN-CNT.
00300      DISPLAY 'TOTAL FROZEN AGENCY RECORDS READ.....: '
00301          FRZ-IN-CNT.
00302      DISPLAY 'TOTAL FROZEN RECORDS WITH NO CODE....: '
00303          FRZ-SKIP-CNT.
00304      DISPLAY 'TOTAL TAX CODES PROVED...............: '
00305          PROVED-CNT.
00306      DISPLAY 'TOTAL TAX CODES NOT PROVED...........: '
00307          NOTPROVED-CNT.
00308      DISPLAY 'TOTAL TAX CODES WITH A TIF SHARE.....: '
00309          TIF-CODE-CNT.
00310      DISPLAY 'TOTAL CODES RATE DIFFERS FROM TR-RATE: '
00311          RATEDIF-CNT.
00312      DISPLAY 'TOTAL AGENCY REFS WITH NO RATE.......: '
00313          AGY-NORATE-CNT.
00314      DISPLAY 'TOTAL DISTRIBUTION FACTORS WRITTEN...: '
00315          DF-OUT-CNT.
00316      PERFORM C910-REG-END THRU C910-EXIT.
00317      CLOSE TAXCODE-IN, AGYRATE-FILE, FRZAGY-IN, TIFDST-FILE,
00318            CONTROL-FILE, DSTFCT-FILE, RUN-REGISTRY, PRINT-FILE.
00319      STOP RUN.
00320      SKIP1
00321  A011-READ-CONTROL.
00322      READ CONTROL-FILE AT END
00323          MOVE 'Y' TO CTL-EOF-SW.
0323A      MOVE 'CLRTM776' TO CK-CALLER.
0323B      MOVE SPACES TO CK-CARD-YEAR.
0323C      IF NOT END-OF-CTL-FILE
0323D          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
0323E      CALL 'DPRUN004' USING CYCLK-AREA.
0323F      IF NOT END-OF-CTL-FILE
0323G          MOVE CK-TAX-YEAR TO CC-TAX-YEAR-N.
0323H  A011-EXIT. EXIT.
0323I      SKIP1
0323J  A012-EDIT-CONTROL.
00324      IF END-OF-CTL-FILE
00325          OR CC-TAX-YEAR NOT NUMERIC
00326          OR CC-TAX-YEAR-N EQUAL ZERO
00327          DISPLAY 'CLRTM776 -- TAX YEAR CONTROL CARD MISSING OR '
00328              'INVALID -- RUN STOPPED'
00329          MOVE 16 TO RETURN-CODE
00330          GO TO A012-EXIT.
00331      MOVE CC-TAX-YEAR-N TO W-TAX-YEAR.
00332  A012-EXIT. EXIT.
00333      SKIP1
00334  A020-READ-AGYRATE.
00335      READ AGYRATE-FILE AT END
00336          MOVE 'Y' TO AGYRT-EOF-SW.
00337      IF NOT END-OF-AGYRT-FILE
00338          ADD +1 TO AGYRT-IN-CNT.
00339  A020-EXIT. EXIT.
00340      SKIP1
00341  A022-LOAD-AGENCY.
00342      IF AGR-CTR NOT LESS THAN +2000
00343          DISPLAY 'CLRTM776 -- AGENCY RATE TABLE FULL -- '
00344              'AGENCY ' AT-AGENCY ' NOT LOADED'
00345          MOVE 16 TO RETURN-CODE
00346          GO TO A022-NEXT.
00347      ADD +1 TO AGR-CTR.
00348      MOVE AT-AGENCY TO AGR-AGENCY (AGR-CTR).
00349      MOVE AT-RATE   TO AGR-RATE (AGR-CTR).
00350  A022-NEXT.
00351      PERFORM A020-READ-AGYRATE THRU A020-EXIT.
00352  A022-EXIT. EXIT.
00353      SKIP1
00354  A030-READ-TIFDST.
00355      READ TIFDST-FILE AT END
00356          MOVE 'Y' TO DST-EOF-SW.
00357  A030-EXIT. EXIT.
00358      SKIP1
00359  A032-LOAD-TIF.
00360      IF NOT TD-ACTIVE
00361          GO TO A032-NEXT.
00362      IF TF-CTR NOT LESS THAN +1000
00363          DISPLAY 'CLRTM776 -- TIF DISTRICT TABLE FULL -- '
00364              'DISTRICT ' TD-AGCY ' NOT LOADED'
00365          MOVE 16 TO RETURN-CODE
00366          GO TO A032-NEXT.
00367      ADD +1 TO TF-CTR TIF-IN-CNT.
00368      MOVE TD-AGCY TO TF-AGCY (TF-CTR).
00369  A032-NEXT.
00370      PERFORM A030-READ-TIFDST THRU A030-EXIT.
00371  A032-EXIT. EXIT.
00372      SKIP1
00373  A040-READ-FRZAGY.
00374      READ FRZAGY-IN AT END
00375          MOVE 'Y' TO FRZ-EOF-SW.
00376      IF NOT END-OF-FRZ-FILE
00377          ADD +1 TO FRZ-IN-CNT.
00378  A040-EXIT. EXIT.
00379      SKIP1
00380  A050-READ-TAXCODE.
00381      READ TAXCODE-IN AT END
00382          MOVE 'Y' TO TXCD-EOF-SW.
00383      IF NOT END-OF-TXCD-FILE
00384          ADD +1 TO TXCD-IN-CNT.
00385  A050-EXIT. EXIT.
00386      SKIP1
00387  A100-BUILD-CODE.
00388      MOVE 'Y' TO CODE-OK-SW.
00389      MOVE SPACES TO CL-MESSG.
00390      PERFORM A110-LOAD-FROZEN THRU A110-EXIT.
00391      MOVE ZEROS TO W-CODE-RATE W-TIF-PCT W-FACTOR-SUM W-RESIDUE.
00392      MOVE ZERO TO W-POS-CNT.
00393      PERFORM A120-CLASSIFY THRU A120-EXIT
00394          VARYING SUB-AGY FROM +1 BY +1
00395          UNTIL SUB-AGY GREATER THAN +40
00396             OR TR-AGENCY (SUB-AGY) EQUAL ZERO.
00397      IF W-TIF-PCT GREATER THAN ZERO
00398          ADD +1 TO TIF-CODE-CNT.
00399      IF NOT CODE-PROVED
00400          GO TO A100-PRINT.
00401      IF W-CODE-RATE NOT GREATER THAN ZERO
00402          MOVE 'N' TO CODE-OK-SW
00403          MOVE 'NOT PROVED -- NO AGENCY RATES' TO CL-MESSG
00404          GO TO A100-PRINT.
00405      IF W-TIF-PCT GREATER THAN 100
00406          MOVE 'N' TO CODE-OK-SW
00407          MOVE 'NOT PROVED -- TIF SHARE OVER 100' TO CL-MESSG
00408          GO TO A100-PRINT.
00409      COMPUTE W-AGY-PCT = 100 - W-TIF-PCT.
00410      MOVE ZERO TO W-BIG-POS.
00411      PERFORM A150-FACTOR THRU A150-EXIT
00412          VARYING SUB-AGY FROM +1 BY +1
00413          UNTIL SUB-AGY GREATER THAN W-POS-CNT.
00414      COMPUTE W-RESIDUE = 100 - W-FACTOR-SUM.
00415      MOVE W-RESIDUE TO W-ABS-RESIDUE.
00416      IF W-ABS-RESIDUE LESS THAN ZERO
00417          COMPUTE W-ABS-RESIDUE = ZERO - W-ABS-RESIDUE.
00418      COMPUTE W-TOLERANCE = W-POS-CNT * .000001.
00419      IF W-ABS-RESIDUE GREATER THAN W-TOLERANCE
00420          MOVE 'N' TO CODE-OK-SW
00421          MOVE 'NOT PROVED -- FACTORS DO NOT FOOT' TO CL-MESSG
00422          GO TO A100-PRINT.
00423      IF W-RESIDUE NOT EQUAL ZERO
00424          ADD W-RESIDUE TO CP-FACTOR (W-BIG-POS) W-FACTOR-SUM.
00425      IF W-CODE-RATE NOT EQUAL TR-RATE-R
00426          ADD +1 TO RATEDIF-CNT
00427          MOVE 'PROVED -- RATES DIFFER FROM TR-RATE' TO CL-MESSG
00428      ELSE
00429          MOVE 'PROVED' TO CL-MESSG.
00430      PERFORM A170-WRITE-FACTOR THRU A170-EXIT
00431          VARYING SUB-AGY FROM +1 BY +1
00432          UNTIL SUB-AGY GREATER THAN W-POS-CNT.
00433  A100-PRINT.
00434      IF CODE-PROVED
00435          ADD +1 TO PROVED-CNT
00436      ELSE
00437          ADD +1 TO NOTPROVED-CNT.
00438      PERFORM A070-PRINT-CONTROL THRU A070-EXIT.
00439      PERFORM A050-READ-TAXCODE THRU A050-EXIT.
00440  A100-EXIT. EXIT.
00441      SKIP1
00442 *    THE FROZEN AGENCY FILE IS IN TAX CODE, AGENCY SEQUENCE.
00443 *    RECORDS FOR A CODE NOT ON THE TAX CODE FILE ARE PASSED OVER.
00444  A110-LOAD-FROZEN.
00445      MOVE ZERO TO FZ-CTR.
00446      PERFORM A115-SKIP-FROZEN THRU A115-EXIT
00447          UNTIL END-OF-FRZ-FILE
00448             OR FA-TXCD NOT LESS THAN TR-TAX-CODE.
00449      PERFORM A117-HOLD-FROZEN THRU A117-EXIT
00450          UNTIL END-OF-FRZ-FILE
00451             OR FA-TXCD NOT EQUAL TR-TAX-CODE.
00452  A110-EXIT. EXIT.
00453      SKIP1
00454  A115-SKIP-FROZEN.
00455      ADD +1 TO FRZ-SKIP-CNT.
00456      PERFORM A040-READ-FRZAGY THRU A040-EXIT.
00457  A115-EXIT. EXIT.
00458      SKIP1
00459  A117-HOLD-FROZEN.
00460      IF FZ-CTR NOT LESS THAN +60
00461          DISPLAY 'CLRTM776 -- MORE THAN 60 FROZEN AGENCY RECORDS '
00462              'ON TAX CODE ' FA-TXCD ' -- AGENCY ' FA-AGCY
00463              ' PASSED OVER'
00464          GO TO A117-NEXT.
00465      ADD +1 TO FZ-CTR.
00466      MOVE FA-AGCY   TO FZ-AGCY (FZ-CTR).
00467      MOVE FA-TIFEV  TO FZ-TIFEV (FZ-CTR).
00468      MOVE FA-CURREV TO FZ-CURREV (FZ-CTR).
00469  A117-NEXT.
00470      PERFORM A040-READ-FRZAGY THRU A040-EXIT.
00471  A117-EXIT. EXIT.
00472      SKIP1
00473  A120-CLASSIFY.
00474      MOVE SUB-AGY TO W-POS-CNT.
00475      MOVE ZEROS TO CP-RATE (SUB-AGY) CP-TIF-EAV (SUB-AGY)
00476                    CP-FACTOR (SUB-AGY).
00477      MOVE ZERO TO TF-FND.
00478      PERFORM A125-SCAN-TIF THRU A125-EXIT
00479          VARYING TF-SUB FROM +1 BY +1
00480          UNTIL TF-SUB GREATER THAN TF-CTR
00481             OR TF-FND GREATER THAN ZERO.
00482      IF TF-FND GREATER THAN ZERO
00483          MOVE 'T' TO CP-TYPE (SUB-AGY)
00484          PERFORM A130-TIF-SHARE THRU A130-EXIT
00485          GO TO A120-EXIT.
00486      MOVE 'A' TO CP-TYPE (SUB-AGY).
00487      MOVE ZERO TO AGR-FND.
00488      PERFORM A127-SCAN-RATE THRU A127-EXIT
00489          VARYING AGR-SUB FROM +1 BY +1
00490          UNTIL AGR-SUB GREATER THAN AGR-CTR
00491             OR AGR-FND GREATER THAN ZERO.
00492      IF AGR-FND EQUAL ZERO
00493          ADD +1 TO AGY-NORATE-CNT
00494          DISPLAY 'CLRTM776 -- NO EXTENDED RATE FOR AGENCY '
00495              TR-AGENCY (SUB-AGY) ' ON TAX CODE ' TR-TAX-CODE
00496          GO TO A120-EXIT.
00497      MOVE AGR-RATE (AGR-FND) TO CP-RATE (SUB-AGY).
00498      ADD AGR-RATE (AGR-FND) TO W-CODE-RATE.
00499  A120-EXIT. EXIT.
00500      SKIP1
00501  A125-SCAN-TIF.
00502      IF TF-AGCY (TF-SUB) EQUAL TR-AGENCY (SUB-AGY)
00503          MOVE TF-SUB TO TF-FND.
00504  A125-EXIT. EXIT.
00505      SKIP1
00506  A127-SCAN-RATE.
00507      IF AGR-AGENCY (AGR-SUB) EQUAL TR-AGENCY (SUB-AGY)
00508          MOVE AGR-SUB TO AGR-FND.
00509  A127-EXIT. EXIT.
00510      SKIP1
00511 *    THE TIF DISTRICT'S SHARE OF THE CODE IS ITS INCREMENT OVER
00512 *    THE CURRENT EQUALIZED VALUE OF THE DISTRICT IN THE CODE.
00513  A130-TIF-SHARE.
00514      MOVE ZERO TO FZ-FND.
00515      PERFORM A135-SCAN-FROZEN THRU A135-EXIT
00516          VARYING FZ-SUB FROM +1 BY +1
00517          UNTIL FZ-SUB GREATER THAN FZ-CTR
00518             OR FZ-FND GREATER THAN ZERO.
00519      IF FZ-FND EQUAL ZERO
00520          MOVE 'N' TO CODE-OK-SW
00521          DISPLAY 'CLRTM776 -- TIF DISTRICT ' TR-AGENCY (SUB-AGY)
00522              ' HAS NO FROZEN AGENCY RECORD ON TAX CODE '
00523              TR-TAX-CODE
00524          GO TO A130-EXIT.
00525      IF FZ-TIFEV (FZ-FND) NOT GREATER THAN ZERO
00526          GO TO A130-EXIT.
00527      IF FZ-CURREV (FZ-FND) NOT GREATER THAN ZERO
00528          MOVE 'N' TO CODE-OK-SW
00529          DISPLAY 'CLRTM776 -- TIF DISTRICT ' TR-AGENCY (SUB-AGY)
00530              ' HAS INCREMENT BUT NO CURRENT EAV ON TAX CODE '
00531              TR-TAX-CODE
00532          GO TO A130-EXIT.
00533      MOVE FZ-TIFEV (FZ-FND) TO CP-TIF-EAV (SUB-AGY).
00534      COMPUTE CP-FACTOR (SUB-AGY) ROUNDED =
00535          FZ-TIFEV (FZ-FND) * 100 / FZ-CURREV (FZ-FND).
00536      ADD CP-FACTOR (SUB-AGY) TO W-TIF-PCT.
00537  A130-EXIT. EXIT.
00538      SKIP1
00539  A135-SCAN-FROZEN.
00540      IF FZ-AGCY (FZ-SUB) EQUAL TR-AGENCY (SUB-AGY)
00541          MOVE FZ-SUB TO FZ-FND.
00542  A135-EXIT. EXIT.
00543      SKIP1
00544  A150-FACTOR.
00545      IF CP-TYPE (SUB-AGY) EQUAL 'A'
00546          COMPUTE CP-FACTOR (SUB-AGY) ROUNDED =
00547              CP-RATE (SUB-AGY) * W-AGY-PCT / W-CODE-RATE.
00548      ADD CP-FACTOR (SUB-AGY) TO W-FACTOR-SUM.
00549      IF W-BIG-POS EQUAL ZERO
00550          MOVE SUB-AGY TO W-BIG-POS
00551          GO TO A150-EXIT.
00552      IF CP-FACTOR (SUB-AGY) GREATER THAN CP-FACTOR (W-BIG-POS)
00553          MOVE SUB-AGY TO W-BIG-POS.
00554  A150-EXIT. EXIT.
00555      SKIP1
00556  A170-WRITE-FACTOR.
00557      MOVE SPACES             TO DSTFCT-REC.
00558      MOVE W-TAX-YEAR         TO DF-TAX-YEAR.
00559      MOVE TR-TAX-CODE        TO DF-TXCD.
00560      MOVE TR-AGENCY (SUB-AGY) TO DF-AGENCY.
00561      MOVE CP-TYPE (SUB-AGY)  TO DF-AGY-TYPE.
00562      MOVE CP-RATE (SUB-AGY)  TO DF-AGY-RATE.
00563      MOVE W-CODE-RATE        TO DF-CODE-RATE.
00564      MOVE CP-TIF-EAV (SUB-AGY) TO DF-TIF-EAV.
00565      MOVE CP-FACTOR (SUB-AGY) TO DF-FACTOR.
00566      WRITE DSTFCT-REC.
00567      ADD +1 TO DF-OUT-CNT.
00568  A170-EXIT. EXIT.
00569      SKIP1
00570  A070-PRINT-CONTROL.
00571      IF LINE-CNT GREATER THAN +57
00572          PERFORM B100-HEADING THRU B100-EXIT.
00573      MOVE TR-TAX-CODE  TO CL-TXCD.
00574      MOVE TR-RATE-R    TO CL-TR-RATE.
00575      MOVE W-CODE-RATE  TO CL-CODE-RATE.
00576      MOVE W-POS-CNT    TO CL-POS-CNT.
00577      MOVE W-TIF-PCT    TO CL-TIF-PCT.
00578      MOVE W-FACTOR-SUM TO CL-FACTOR-SUM.
00579      MOVE W-RESIDUE    TO CL-RESIDUE.
00580      IF NOT CODE-PROVED
00581       AND CL-MESSG EQUAL SPACES
00582          MOVE 'NOT PROVED -- TIF VALUE MISSING' TO CL-MESSG.
00583      WRITE PRINT-REC FROM CONTROL-LINE AFTER ADVANCING 1.
00584      ADD +1 TO LINE-CNT.
00585  A070-EXIT. EXIT.
00586      SKIP1
00587  B100-HEADING.
00588      ADD +1 TO PAGE-CNT.
00589      MOVE PAGE-CNT TO HD-PAGE.
00590      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00591      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00592      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00593      MOVE SPACES TO PRINT-REC.
00594      WRITE PRINT-REC AFTER ADVANCING 1.
00595      MOVE +6 TO LINE-CNT.
00596  B100-EXIT. EXIT.
00597      SKIP1
00598  C900-REG-START.
00599      MOVE SPACES      TO RUNREG-REC.
00600      MOVE 'CLRTM776'  TO RR-PROGRAM-ID.
00601      MOVE 'S'         TO RR-REC-TYPE.
00602      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00603      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00604      MOVE ZEROS       TO RR-IN-CNT, RR-OUT-CNT, RR-COND-CODE.
00605      WRITE RUNREG-REC.
00606  C900-EXIT. EXIT.
00607      SKIP1
00608  C910-REG-END.
00609      MOVE SPACES      TO RUNREG-REC.
00610      MOVE 'CLRTM776'  TO RR-PROGRAM-ID.
00611      MOVE 'E'         TO RR-REC-TYPE.
00612      MOVE FUNCTION CURRENT-DATE (1:8) TO RR-RUN-DATE.
00613      MOVE FUNCTION CURRENT-DATE (9:6) TO RR-RUN-TIME.
00614      MOVE TXCD-IN-CNT TO RR-IN-CNT.
00615      MOVE DF-OUT-CNT  TO RR-OUT-CNT.
00616      MOVE RETURN-CODE TO RR-COND-CODE.
00617      WRITE RUNREG-REC.
00618  C910-EXIT. EXIT.
