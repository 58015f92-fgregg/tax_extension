00020 *         YEAR'S BY MORE THAN THE CONTROL-CARD PERCENT IS
00021 *         LISTED ON THE VARIANCE REPORT BEFORE THE FILE IS
00022 *         RELEASED TO ANYTHING DOWNSTREAM.
0022A *         THE FINAL AGENCY RATES, WITH THE LEVY AND BASE EACH
0022B *         WAS EXTENDED FROM, ARE WRITTEN TO THE EXTENDED AGENCY
0022C *         RATE FILE (CLAGYRTER1) FOR THE LEVY EXTENSION PROOF.
0022D *         EACH LEVY IS ALSO PUT TO THE TRUTH IN TAXATION TEST --
0022E *         A LEVY OVER 105 PERCENT OF THE AGENCY'S PRIOR-YEAR
0022F *         EXTENSION (AEV-PREV-TXYR1-TX-XT) WITHOUT A CERTIFICATE
0022G *         OF COMPLIANCE ON THE FILING IS EXTENDED AT 105 PERCENT
0022H *         ONLY, UNTIL COMPLIANCE IS RECORDED.  A COMPLIANCE REPORT
0022I *         BY AGENCY FOLLOWS THE RATE LISTING.
0022J *         LEVIES MAY BE FILED BY FUND (LV-FUND-CD).  EACH FUND IS
0022K *         EXTENDED ON ITS OWN AND HELD TO THE STATUTORY MAXIMUM
0022L *         RATE CARRIED FOR IT ON THE LEVY FUND RATE MASTER
0022M *         (CLFNDRTER1); THE AGENCY RATE IS THE SUM OF ITS FUND
0022N *         RATES.  DEBT SERVICE FUNDS ARE LEFT OUT OF THE TRUTH IN
0022O *         TAXATION TEST AND THE PTELL LIMITING RATE, WHICH ARE
0022P *         APPLIED TO THE AGENCY'S OTHER FUNDS TOGETHER.  A FILING
0022Q *         WITH NO FUND CODE IS ONE UNDIVIDED LEVY WITH NO CEILING.
0022R *         A FUND-BY-FUND EXTENSION REPORT BY AGENCY IS PRINTED
0022S *         AFTER THE COMPLIANCE REPORT.
00023      SKIP2
00024  ENVIRONMENT DIVISION.
00025  CONFIGURATION SECTION.
00036      SELECT FRZAGY-IN     ASSIGN TO UT-S-FRZAGYIN.
00037      SELECT FRZAGY-OUT    ASSIGN TO UT-S-FRZAGYOT.
00038      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
0038A      SELECT AGYRATE-OUT   ASSIGN TO UT-S-AGYRATE.
0038B      SELECT FUNDRT-FILE   ASSIGN TO DA-FUNDRT
0038C        ORGANIZATION IS INDEXED
0038D        ACCESS IS SEQUENTIAL
0038E        RECORD KEY IS FR-FUND-CD
0038F        FILE STATUS IS FND-STATUS.
00039      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00040      SKIP2
00041  DATA DIVISION.
00054      05  LV-LEVY-AMT     PIC X(13).
00055      05  LV-LEVY-AMT-N REDEFINES LV-LEVY-AMT
00056                          PIC 9(11)V99.
00057      05  LV-TNT-CERT     PIC X.
0057A          88  LV-TNT-COMPLIED          VALUE 'Y'.
0057B      05  LV-FUND-CD      PIC X(3).
0057C      05  FILLER          PIC X(54).
00058      SKIP2
00059  FD  AGYEQ-FILE
00060      BLOCK  CONTAINS 0 RECORDS
00115      LABEL  RECORDS ARE STANDARD
00116      DATA RECORD IS FRZAGY-OUT-REC.
00117  01  FRZAGY-OUT-REC          PIC X(80).
0117A      SKIP2
0117B  FD  AGYRATE-OUT
0117C      BLOCK  CONTAINS 0 RECORDS
0117D      RECORD CONTAINS 80 CHARACTERS
0117E      RECORDING MODE IS F
0117F      LABEL  RECORDS ARE STANDARD
0117G      DATA RECORD IS AGYRATE-REC.
0117H  01  AGYRATE-REC.
0117I  COPY CLAGYRTER1.
0117J      SKIP2
0117K  FD  FUNDRT-FILE
0117L      RECORD CONTAINS 80 CHARACTERS
0117M      LABEL RECORDS ARE STANDARD.
0117N      SKIP1
0117O  01  FUNDRT-REC.
0117P  COPY CLFNDRTER1.
00118      SKIP2
00119  FD  CONTROL-FILE
00120      BLOCK  CONTAINS 0 RECORDS
00153      88  END-OF-FRZ-FILE                  VALUE 'Y'.
00154  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00155      88  END-OF-CTL-FILE                  VALUE 'Y'.
0155A  77  FND-EOF-SW                PIC X      VALUE 'N'.
0155B      88  END-OF-FND-FILE                  VALUE 'Y'.
0155C  77  FND-STATUS                PIC XX     VALUE '00'.
00156      SKIP1
00157  77  LEVY-IN-CNT       COMP-3  PIC S9(5)  VALUE +0.
00158  77  LEVY-REJ-CNT      COMP-3  PIC S9(5)  VALUE +0.
00167  77  VARIANCE-CNT      COMP-3  PIC S9(7)  VALUE +0.
00168  77  FRZ-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00169  77  FRZ-OUT-CNT       COMP-3  PIC S9(7)  VALUE +0.
0169A  77  AGYRT-OUT-CNT     COMP-3  PIC S9(5)  VALUE +0.
0169B  77  TNT-OVER-CNT      COMP-3  PIC S9(5)  VALUE +0.
0169C  77  TNT-CERT-CNT      COMP-3  PIC S9(5)  VALUE +0.
0169D  77  TNT-HELD-CNT      COMP-3  PIC S9(5)  VALUE +0.
0169E  77  TNT-NOPRIOR-CNT   COMP-3  PIC S9(5)  VALUE +0.
0169F  77  FUND-IN-CNT       COMP-3  PIC S9(5)  VALUE +0.
0169G  77  FUND-EXT-CNT      COMP-3  PIC S9(5)  VALUE +0.
0169H  77  FUND-MAX-CNT      COMP-3  PIC S9(5)  VALUE +0.
00170      SKIP1
00171  77  W-VAR-PCT         COMP-3  PIC S99V9  VALUE +10.0.
00172  77  W-NEW-RATE        COMP-3  PIC S9(4)V9(3) VALUE +0.
00173  77  W-OLD-RATE        COMP-3  PIC S9(4)V9(3) VALUE +0.
00174  77  W-RATE-DIFF       COMP-3  PIC S9(4)V9(3) VALUE +0.
00175  77  W-VAR-LIMIT       COMP-3  PIC S9(4)V9(3) VALUE +0.
0175A  77  W-TNT-PCT         COMP-3  PIC S999V99 VALUE +105.00.
0175B  77  W-TNT-LIMIT       COMP-3  PIC S9(11)V99 VALUE +0.
0175C  77  W-EXT-LEVY        COMP-3  PIC S9(11)V99 VALUE +0.
0175D  77  W-TNT-STAT                PIC X      VALUE SPACE.
0175E  77  W-TNT-INCR-PCT    COMP-3  PIC S9(5)V99 VALUE +0.
0175F  77  W-HOLD-AGENCY             PIC 9(9)   VALUE ZEROS.
0175G  77  W-CERT-SW                 PIC X      VALUE SPACE.
0175H  77  W-AGY-FILED       COMP-3  PIC S9(11)V99 VALUE +0.
0175I  77  W-NONDEBT-LEVY    COMP-3  PIC S9(11)V99 VALUE +0.
0175J  77  W-NONDEBT-EXT     COMP-3  PIC S9(11)V99 VALUE +0.
0175K  77  W-FUND-LEVY       COMP-3  PIC S9(11)V99 VALUE +0.
0175L  77  W-FUND-RATE       COMP-3  PIC S9(4)V9(3) VALUE +0.
0175M  77  W-DEBT-RATE       COMP-3  PIC S9(4)V9(3) VALUE +0.
0175N  77  W-ND-RATE         COMP-3  PIC S9(4)V9(3) VALUE +0.
0175O  77  W-ND-LIMIT        COMP-3  PIC S9(4)V9(3) VALUE +0.
0175P  77  W-SCALED-SUM      COMP-3  PIC S9(4)V9(3) VALUE +0.
00176      SKIP1
00177  77  AGR-CTR           COMP-3  PIC S9(5)  VALUE +0.
00178  77  AGR-SUB           COMP-3  PIC S9(5)  VALUE +0.
00182      05  AGR-ENTRY OCCURS 2000 TIMES.
00183          10  AGR-AGENCY      PIC 9(9)       COMP-3.
00184          10  AGR-RATE        PIC S9(4)V9(3) COMP-3.
0184A          10  AGR-LEVY        PIC S9(11)V99  COMP-3.
0184B          10  AGR-BASE        PIC S9(13)     COMP-3.
0184C          10  AGR-CAP-IND     PIC X.
0184D          10  AGR-FILED       PIC S9(11)V99  COMP-3.
0184E          10  AGR-PRIOR-EXT   PIC S9(11)V99  COMP-3.
0184F          10  AGR-TNT-STAT    PIC X.
0184G              88  AGR-TNT-WITHIN         VALUE 'W'.
0184H              88  AGR-TNT-NO-PRIOR       VALUE 'N'.
0184I              88  AGR-TNT-CERTIFIED      VALUE 'C'.
0184J              88  AGR-TNT-HELD           VALUE 'H'.
0184K          10  AGR-CERT        PIC X.
0184L          10  AGR-DEBT-RATE   PIC S9(4)V9(3) COMP-3.
0184M          10  AGR-NONDEBT-EXT PIC S9(11)V99  COMP-3.
0184N          10  AGR-AF-FIRST    PIC S9(5)      COMP-3.
0184O          10  AGR-AF-CNT      PIC S9(3)      COMP-3.
00185      SKIP1
00186  01  LEVY-KEY                PIC 9(9)   VALUE ZEROS.
00187  01  AGYEQ-KEY               PIC 9(9)   VALUE ZEROS.
0187AA     SKIP1
0187AB 77  FM-CTR            COMP-3  PIC S9(3)  VALUE +0.
0187AC 77  FM-SUB            COMP-3  PIC S9(3)  VALUE +0.
0187AD 77  FM-FND            COMP-3  PIC S9(3)  VALUE +0.
0187AE 01  FUND-MASTER-TABLE.
0187AF     05  FM-ENTRY OCCURS 500 TIMES.
0187AG         10  FM-FUND-CD      PIC X(3).
0187AH         10  FM-MAX-RATE     PIC S9(4)V9(3) COMP-3.
0187AI         10  FM-DEBT-SVC     PIC X.
0187AJ     SKIP1
0187AK 77  WF-CTR            COMP-3  PIC S9(3)  VALUE +0.
0187AL 77  WF-SUB            COMP-3  PIC S9(3)  VALUE +0.
0187AM 77  WF-FND            COMP-3  PIC S9(3)  VALUE +0.
0187AN 01  FUND-FILING-TABLE.
0187AO     05  WF-ENTRY OCCURS 20 TIMES.
0187AP         10  WF-FUND-CD      PIC X(3).
0187AQ         10  WF-FILED        PIC S9(11)V99  COMP-3.
0187AR         10  WF-MAX-RATE     PIC S9(4)V9(3) COMP-3.
0187AS         10  WF-DEBT-SVC     PIC X.
0187AT     SKIP1
0187AU 77  AF-CTR            COMP-3  PIC S9(5)  VALUE +0.
0187AV 77  AF-SUB            COMP-3  PIC S9(5)  VALUE +0.
0187AW 77  AF-LAST           COMP-3  PIC S9(5)  VALUE +0.
0187AX 77  AF-LAST-ND        COMP-3  PIC S9(5)  VALUE +0.
0187AY 01  AGENCY-FUND-TABLE.
0187AZ     05  AF-ENTRY OCCURS 12000 TIMES.
0187BA         10  AF-FUND-CD      PIC X(3).
0187BB         10  AF-FILED        PIC S9(11)V99  COMP-3.
0187BC         10  AF-LEVY         PIC S9(11)V99  COMP-3.
0187BD         10  AF-MAX-RATE     PIC S9(4)V9(3) COMP-3.
0187BE         10  AF-RATE         PIC S9(4)V9(3) COMP-3.
0187BF         10  AF-DEBT-SVC     PIC X.
0187BG         10  AF-STAT         PIC X.
0187BH             88  AF-AS-FILED            VALUE 'E'.
0187BI             88  AF-TNT-SHARE           VALUE 'T'.
0187BJ             88  AF-AT-MAXIMUM          VALUE 'M'.
0187BK             88  AF-PTELL-LIMITED       VALUE 'P'.
00188      SKIP1
00189  01  ACPT-DATE                  PIC 9(6).
00190  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00226      05  RL-RATE         PIC 9999.999.
00227      05  FILLER          PIC X(2)   VALUE SPACES.
00228      05  RL-MESSG        PIC X(28).
0228AA     SKIP1
0228AB 01  FUND-HEAD.
0228AC     05  FILLER          PIC X(3)   VALUE SPACES.
0228AD     05  FILLER          PIC X(11)  VALUE 'AGENCY'.
0228AE     05  FILLER          PIC X(5)   VALUE 'FUND'.
0228AF     05  FILLER          PIC X(3)   VALUE 'DS'.
0228AG     05  FILLER          PIC X(19)  VALUE '       LEVY FILED'.
0228AH     05  FILLER          PIC X(19)  VALUE '    LEVY EXTENDED'.
0228AI     05  FILLER          PIC X(10)  VALUE 'MAX RATE'.
0228AJ     05  FILLER          PIC X(10)  VALUE '    RATE'.
0228AK     05  FILLER          PIC X(30)  VALUE 'STATUS'.
0228AL     SKIP1
0228AM 01  FUND-LINE.
0228AN     05  FILLER          PIC X(3)   VALUE SPACES.
0228AO     05  FN-AGENCY       PIC 9(9).
0228AP     05  FILLER          PIC X(2)   VALUE SPACES.
0228AQ     05  FN-FUND-CD      PIC X(3).
0228AR     05  FILLER          PIC X(2)   VALUE SPACES.
0228AS     05  FN-DEBT-SVC     PIC X.
0228AT     05  FILLER          PIC X(2)   VALUE SPACES.
0228AU     05  FN-FILED        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
0228AV     05  FILLER          PIC X(2)   VALUE SPACES.
0228AW     05  FN-EXTENDED     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
0228AX     05  FILLER          PIC X(2)   VALUE SPACES.
0228AY     05  FN-MAX-RATE     PIC ZZZZ.ZZZ.
0228AZ     05  FILLER          PIC X(2)   VALUE SPACES.
0228BA     05  FN-RATE         PIC ZZZ9.999.
0228BB     05  FILLER          PIC X(2)   VALUE SPACES.
0228BC     05  FN-MESSG        PIC X(30).
00229      SKIP1
00230  01  VAR-LINE.
00231      05  FILLER          PIC X(3)   VALUE SPACES.
00236      05  VL-NEW-RATE     PIC 9999.999.
00237      05  FILLER          PIC X(2)   VALUE SPACES.
00238      05  VL-MESSG        PIC X(30).
0238A      SKIP1
0238B  01  TNT-HEAD.
0238C      05  FILLER          PIC X(3)   VALUE SPACES.
0238D      05  FILLER          PIC X(11)  VALUE 'AGENCY'.
0238E      05  FILLER          PIC X(19)  VALUE '     NON-DEBT LEVY'.
0238F      05  FILLER          PIC X(19)  VALUE '  PRIOR EXTENSION'.
0238G      05  FILLER          PIC X(10)  VALUE '  PERCENT'.
0238H      05  FILLER          PIC X(19)  VALUE '   LEVY EXTENDED'.
0238I      05  FILLER          PIC X(6)   VALUE 'CERT'.
0238J      05  FILLER          PIC X(30)  VALUE 'STATUS'.
0238K      SKIP1
0238L  01  TNT-LINE.
0238M      05  FILLER          PIC X(3)   VALUE SPACES.
0238N      05  TL-AGENCY       PIC 9(9).
0238O      05  FILLER          PIC X(2)   VALUE SPACES.
0238P      05  TL-FILED        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
0238Q      05  FILLER          PIC X(2)   VALUE SPACES.
0238R      05  TL-PRIOR-EXT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
0238S      05  FILLER          PIC X(2)   VALUE SPACES.
0238T      05  TL-PCT          PIC ZZZZ9.99.
0238U      05  FILLER          PIC X(2)   VALUE SPACES.
0238V      05  TL-EXTENDED     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
0238W      05  FILLER          PIC X(3)   VALUE SPACES.
0238X      05  TL-CERT         PIC X.
0238Y      05  FILLER          PIC X(3)   VALUE SPACES.
0238Z      05  TL-MESSG        PIC X(30).
00239      EJECT
00240  PROCEDURE DIVISION.
00241      SKIP1
00242  A010-HOUSEKEEPING.
00243      OPEN INPUT  LEVY-FILE, AGYEQ-FILE, CAPRATE-FILE,
00244                  TAXCODE-IN, FRZAGY-IN, CONTROL-FILE,
0244A                  FUNDRT-FILE
00245           OUTPUT TAXCODE-OUT, FRZAGY-OUT, AGYRATE-OUT,
0245A                  PRINT-FILE.
0245B      IF FND-STATUS NOT EQUAL '00'
0245C          DISPLAY 'CLRTM769 -- FUND RATE MASTER OPEN FAILED, '
0245D              'STATUS ' FND-STATUS
0245E          MOVE 16 TO RETURN-CODE
0245F          CLOSE LEVY-FILE, AGYEQ-FILE, CAPRATE-FILE, TAXCODE-IN,
0245G                TAXCODE-OUT, FRZAGY-IN, FRZAGY-OUT, CONTROL-FILE,
0245H                AGYRATE-OUT, PRINT-FILE
0245I          STOP RUN.
00246      PERFORM A012-READ-CONTROL THRU A012-EXIT.
0246A      PERFORM A020-READ-FUNDRT THRU A020-EXIT.
0246B      PERFORM A022-LOAD-FUND THRU A022-EXIT
0246C          UNTIL END-OF-FND-FILE.
00247      ACCEPT ACPT-DATE FROM DATE.
00248      MOVE ACPT-MO TO DSP-MO.
00249      MOVE ACPT-DA TO DSP-DA.
00257      PERFORM A045-READ-CAPRATE THRU A045-EXIT.
00258      PERFORM A150-APPLY-CAPS THRU A150-EXIT
00259          UNTIL END-OF-CAP-FILE.
0259A      PERFORM A250-WRITE-AGY-RATE THRU A250-EXIT
0259B          VARYING AGR-SUB FROM +1 BY +1
0259C          UNTIL AGR-SUB GREATER THAN AGR-CTR.
0259D      PERFORM B110-TNT-HEADING THRU B110-EXIT.
0259E      PERFORM A260-PRINT-TNT THRU A260-EXIT
0259F          VARYING AGR-SUB FROM +1 BY +1
0259G          UNTIL AGR-SUB GREATER THAN AGR-CTR.
0259H      PERFORM B120-FUND-HEADING THRU B120-EXIT.
0259I      PERFORM A270-PRINT-FUNDS THRU A270-EXIT
0259J          VARYING AGR-SUB FROM +1 BY +1
0259K          UNTIL AGR-SUB GREATER THAN AGR-CTR.
00260      PERFORM A050-READ-TXCD THRU A050-EXIT.
00261      PERFORM A200-ROLL-UP-TXCD THRU A200-EXIT
00262          UNTIL END-OF-TXCD-FILE.
00289          FRZ-IN-CNT.
00290      DISPLAY 'TOTAL FROZEN-AGENCY RECORDS WRITTEN..: '
00291          FRZ-OUT-CNT.
0291A      DISPLAY 'TOTAL AGENCY RATE RECORDS WRITTEN....: '
0291B          AGYRT-OUT-CNT.
0291C      DISPLAY 'TOTAL LEVIES OVER 105 PCT OF PRIOR...: '
0291D          TNT-OVER-CNT.
0291E      DISPLAY 'TOTAL OVER 105 PCT WITH CERTIFICATE..: '
0291F          TNT-CERT-CNT.
0291G      DISPLAY 'TOTAL EXTENSIONS HELD TO 105 PCT.....: '
0291H          TNT-HELD-CNT.
0291I      DISPLAY 'TOTAL LEVIES WITH NO PRIOR EXTENSION.: '
0291J          TNT-NOPRIOR-CNT.
0291K      DISPLAY 'TOTAL FUND RATE MASTER ENTRIES LOADED: '
0291L          FUND-IN-CNT.
0291M      DISPLAY 'TOTAL FUND LEVIES EXTENDED...........: '
0291N          FUND-EXT-CNT.
0291O      DISPLAY 'TOTAL FUNDS HELD TO STATUTORY MAXIMUM: '
0291P          FUND-MAX-CNT.
00292      IF LEVY-REJ-CNT GREATER THAN +0
00293          OR NO-BASE-CNT GREATER THAN +0
00294          MOVE 8 TO RETURN-CODE.
0294A      IF RETURN-CODE LESS THAN 4
0294B       AND TNT-HELD-CNT GREATER THAN +0
0294C          MOVE 4 TO RETURN-CODE.
00295      CLOSE LEVY-FILE, AGYEQ-FILE, CAPRATE-FILE, TAXCODE-IN,
00296            TAXCODE-OUT, FRZAGY-IN, FRZAGY-OUT, CONTROL-FILE,
00297            AGYRATE-OUT, FUNDRT-FILE, PRINT-FILE.
00298      STOP RUN.
00299      SKIP1
00300  A012-READ-CONTROL.
00310      DISPLAY 'RATE VARIANCE PERCENT................: '
00311          W-VAR-PCT.
00312  A012-EXIT. EXIT.
0312A      SKIP1
0312B  A020-READ-FUNDRT.
0312C      READ FUNDRT-FILE AT END
0312D          MOVE 'Y' TO FND-EOF-SW.
0312E  A020-EXIT. EXIT.
0312F      SKIP1
0312G  A022-LOAD-FUND.
0312H      IF NOT FR-ACTIVE
0312I          GO TO A022-NEXT.
0312J      IF FM-CTR NOT LESS THAN +500
0312K          DISPLAY 'CLRTM769 -- FUND RATE TABLE FULL -- '
0312L              'FUND ' FR-FUND-CD ' NOT LOADED'
0312M          MOVE 16 TO RETURN-CODE
0312N          GO TO A022-NEXT.
0312O      ADD +1 TO FM-CTR FUND-IN-CNT.
0312P      MOVE FR-FUND-CD  TO FM-FUND-CD (FM-CTR).
0312Q      MOVE FR-MAX-RATE TO FM-MAX-RATE (FM-CTR).
0312R      MOVE FR-DEBT-SVC TO FM-DEBT-SVC (FM-CTR).
0312S  A022-NEXT.
0312T      PERFORM A020-READ-FUNDRT THRU A020-EXIT.
0312U  A022-EXIT. EXIT.
00313      SKIP1
00314  A030-READ-LEVY.
00315      READ LEVY-FILE AT END
00360  A100-EXTEND-RATES.
00361      EVALUATE TRUE
00362          WHEN LEVY-KEY EQUAL AGYEQ-KEY
00363              MOVE LEVY-KEY TO W-HOLD-AGENCY
00364              PERFORM A105-GATHER-FUNDS THRU A105-EXIT
0364A              PERFORM A110-EXTEND-ONE THRU A110-EXIT
00365              PERFORM A040-READ-AGYEQ THRU A040-EXIT
00366          WHEN LEVY-KEY LESS THAN AGYEQ-KEY
00367              ADD +1 TO NO-BASE-CNT
00372              PERFORM A040-READ-AGYEQ THRU A040-EXIT
00373      END-EVALUATE.
00374  A100-EXIT. EXIT.
0374AA     SKIP1
0374AB*    ALL OF AN AGENCY'S FUND FILINGS ARE COLLECTED BEFORE ANY IS
0374AC*    EXTENDED, SINCE THE TRUTH IN TAXATION TEST IS MADE ON THE
0374AD*    AGENCY'S NON-DEBT LEVY AS A WHOLE.
0374AE A105-GATHER-FUNDS.
0374AF     MOVE ZEROS TO WF-CTR W-NONDEBT-LEVY.
0374AG     MOVE SPACE TO W-CERT-SW.
0374AH     PERFORM A107-ADD-FILING THRU A107-EXIT
0374AI         UNTIL LEVY-KEY NOT EQUAL W-HOLD-AGENCY.
0374AJ A105-EXIT. EXIT.
0374AK     SKIP1
0374AL A107-ADD-FILING.
0374AM     MOVE ZERO TO FM-FND WF-FND.
0374AN     IF LV-FUND-CD EQUAL SPACES
0374AO         GO TO A107-DUP-CHECK.
0374AP     PERFORM A108-SCAN-FUND THRU A108-EXIT
0374AQ         VARYING FM-SUB FROM +1 BY +1
0374AR         UNTIL FM-SUB GREATER THAN FM-CTR
0374AS            OR FM-FND GREATER THAN ZERO.
0374AT     IF FM-FND EQUAL ZERO
0374AU         ADD +1 TO LEVY-REJ-CNT
0374AV         DISPLAY 'CLRTM769 -- FUND ' LV-FUND-CD ' NOT ACTIVE ON '
0374AW             'FUND RATE MASTER, AGENCY ' LV-AGENCY-N
0374AX         GO TO A107-NEXT.
0374AY A107-DUP-CHECK.
0374AZ     PERFORM A109-SCAN-FILED THRU A109-EXIT
0374BA         VARYING WF-SUB FROM +1 BY +1
0374BB         UNTIL WF-SUB GREATER THAN WF-CTR
0374BC            OR WF-FND GREATER THAN ZERO.
0374BD     IF WF-FND GREATER THAN ZERO
0374BE         ADD +1 TO LEVY-REJ-CNT
0374BF         DISPLAY 'CLRTM769 -- FUND ' LV-FUND-CD ' FILED TWICE, '
0374BG             'AGENCY ' LV-AGENCY-N
0374BH         GO TO A107-NEXT.
0374BI     IF WF-CTR NOT LESS THAN +20
0374BJ         ADD +1 TO LEVY-REJ-CNT
0374BK         DISPLAY 'CLRTM769 -- OVER 20 FUNDS FILED, AGENCY '
0374BL             LV-AGENCY-N ' FUND ' LV-FUND-CD ' NOT EXTENDED'
0374BM         GO TO A107-NEXT.
0374BN     ADD +1 TO WF-CTR.
0374BO     MOVE LV-FUND-CD    TO WF-FUND-CD (WF-CTR).
0374BP     MOVE LV-LEVY-AMT-N TO WF-FILED (WF-CTR).
0374BQ     MOVE ZERO          TO WF-MAX-RATE (WF-CTR).
0374BR     MOVE 'N'           TO WF-DEBT-SVC (WF-CTR).
0374BS     IF FM-FND GREATER THAN ZERO
0374BT         MOVE FM-MAX-RATE (FM-FND) TO WF-MAX-RATE (WF-CTR)
0374BU         MOVE FM-DEBT-SVC (FM-FND) TO WF-DEBT-SVC (WF-CTR).
0374BW     IF WF-DEBT-SVC (WF-CTR) NOT EQUAL 'Y'
0374BX         ADD LV-LEVY-AMT-N TO W-NONDEBT-LEVY.
0374BY     IF LV-TNT-COMPLIED
0374BZ         MOVE 'Y' TO W-CERT-SW.
0374CA A107-NEXT.
0374CB     PERFORM A030-READ-LEVY THRU A030-EXIT.
0374CC A107-EXIT. EXIT.
0374CD     SKIP1
0374CE A108-SCAN-FUND.
0374CF     IF FM-FUND-CD (FM-SUB) EQUAL LV-FUND-CD
0374CG         MOVE FM-SUB TO FM-FND.
0374CH A108-EXIT. EXIT.
0374CI     SKIP1
0374CJ A109-SCAN-FILED.
0374CK     IF WF-FUND-CD (WF-SUB) EQUAL LV-FUND-CD
0374CL         MOVE WF-SUB TO WF-FND.
0374CM A109-EXIT. EXIT.
00375      SKIP1
00376  A110-EXTEND-ONE.
0376A      IF WF-CTR EQUAL ZERO
0376B          GO TO A110-EXIT.
00377      IF AEV-CC-RE EQUAL ZERO
00378          ADD +1 TO NO-BASE-CNT
00379          DISPLAY 'CLRTM769 -- ZERO EQUALIZED BASE, AGENCY '
00380              W-HOLD-AGENCY
00381          GO TO A110-EXIT.
00382      IF AGR-CTR NOT LESS THAN +2000
00383          DISPLAY 'CLRTM769 -- AGENCY RATE TABLE FULL -- '
00384              'AGENCY ' W-HOLD-AGENCY ' NOT EXTENDED'
00385          MOVE 16 TO RETURN-CODE
00386          GO TO A110-EXIT.
0386A      IF AF-CTR + WF-CTR GREATER THAN +12000
0386B          DISPLAY 'CLRTM769 -- AGENCY FUND TABLE FULL -- '
0386C              'AGENCY ' W-HOLD-AGENCY ' NOT EXTENDED'
0386D          MOVE 16 TO RETURN-CODE
0386E          GO TO A110-EXIT.
0386F      PERFORM A115-TNT-TEST THRU A115-EXIT.
00387      MOVE ZEROS TO W-NEW-RATE W-DEBT-RATE W-EXT-LEVY
00388                    W-NONDEBT-EXT.
00389      ADD +1 TO AGR-CTR.
0389A      MOVE SPACE TO AGR-CAP-IND (AGR-CTR).
0389B      COMPUTE AGR-AF-FIRST (AGR-CTR) = AF-CTR + 1.
0389C      MOVE WF-CTR TO AGR-AF-CNT (AGR-CTR).
0389D      PERFORM A120-EXTEND-FUND THRU A120-EXIT
0389E          VARYING WF-SUB FROM +1 BY +1
0389F          UNTIL WF-SUB GREATER THAN WF-CTR.
00390      MOVE W-HOLD-AGENCY TO AGR-AGENCY (AGR-CTR).
00391      MOVE W-NEW-RATE  TO AGR-RATE (AGR-CTR).
0391A      MOVE W-EXT-LEVY  TO AGR-LEVY (AGR-CTR).
0391B      MOVE AEV-CC-RE   TO AGR-BASE (AGR-CTR).
0391C      MOVE W-DEBT-RATE TO AGR-DEBT-RATE (AGR-CTR).
0391D      MOVE W-NONDEBT-LEVY TO AGR-FILED (AGR-CTR).
0391E      MOVE AEV-PREV-TXYR1-TX-XT TO AGR-PRIOR-EXT (AGR-CTR).
0391F      MOVE W-TNT-STAT  TO AGR-TNT-STAT (AGR-CTR).
0391G      IF W-TNT-STAT EQUAL 'H'
0391H          MOVE 'T' TO AGR-CAP-IND (AGR-CTR).
0391I      MOVE W-CERT-SW   TO AGR-CERT (AGR-CTR).
0391J      MOVE W-NONDEBT-EXT TO AGR-NONDEBT-EXT (AGR-CTR).
00392      ADD +1 TO RATE-SET-CNT.
00393      MOVE W-HOLD-AGENCY TO RL-AGENCY.
00394      MOVE W-EXT-LEVY    TO RL-LEVY.
00395      MOVE AEV-CC-RE     TO RL-BASE.
00396      MOVE W-NEW-RATE    TO RL-RATE.
00397      MOVE 'RATE EXTENDED' TO RL-MESSG.
0397A      IF W-TNT-STAT EQUAL 'H'
0397B          MOVE 'EXTENDED AT 105 PCT LIMIT' TO RL-MESSG.
0397C      IF AGR-CAP-IND (AGR-CTR) EQUAL 'F'
0397D          MOVE 'FUND HELD TO STATUTORY MAX' TO RL-MESSG.
00398      PERFORM A070-PRINT-RATE THRU A070-EXIT.
00399  A110-EXIT. EXIT.
0399A      SKIP1
0399B *    TRUTH IN TAXATION -- A NON-DEBT LEVY OVER 105 PERCENT OF
0399C *    THE PRIOR YEAR'S EXTENSION WITH NO CERTIFICATE OF COMPLIANCE
0399D *    ON ANY FILING IS EXTENDED AT THE 105 PERCENT THRESHOLD ONLY.
0399E  A115-TNT-TEST.
0399F      MOVE ZEROS TO W-TNT-LIMIT.
0399G      MOVE 'W' TO W-TNT-STAT.
0399H      IF AEV-PREV-TXYR1-TX-XT NOT GREATER THAN ZERO
0399I          ADD +1 TO TNT-NOPRIOR-CNT
0399J          MOVE 'N' TO W-TNT-STAT
0399K          GO TO A115-EXIT.
0399L      COMPUTE W-TNT-LIMIT =
0399M          AEV-PREV-TXYR1-TX-XT * W-TNT-PCT / 100.
0399N      IF W-NONDEBT-LEVY NOT GREATER THAN W-TNT-LIMIT
0399O          GO TO A115-EXIT.
0399P      ADD +1 TO TNT-OVER-CNT.
0399Q      IF W-CERT-SW EQUAL 'Y'
0399R          ADD +1 TO TNT-CERT-CNT
0399S          MOVE 'C' TO W-TNT-STAT
0399T          GO TO A115-EXIT.
0399U      ADD +1 TO TNT-HELD-CNT.
0399V      MOVE 'H' TO W-TNT-STAT.
0399X      DISPLAY 'CLRTM769 -- AGENCY ' W-HOLD-AGENCY ' LEVY OVER 105 '
0399Y          'PCT WITH NO TRUTH IN TAXATION CERTIFICATE -- HELD'.
0399Z  A115-EXIT. EXIT.
00400      SKIP1
0400AA*    EACH FUND IS EXTENDED ON THE AGENCY BASE.  A HELD FUND UNDER
0400AB*    TRUTH IN TAXATION TAKES ITS SHARE OF THE 105 PERCENT LIMIT,
0400AC*    AND NO FUND RATE MAY EXCEED THE FUND'S STATUTORY MAXIMUM.
0400AD*    A FUND HELD TO ITS MAXIMUM IS EXTENDED AT THE MAXIMUM RATE'S
0400AE*    LEVY ON THE BASE, NOT AT THE LEVY FILED.
0400AF A120-EXTEND-FUND.
0400AG     ADD +1 TO AF-CTR FUND-EXT-CNT.
0400AH     MOVE WF-FUND-CD (WF-SUB)  TO AF-FUND-CD (AF-CTR).
0400AI     MOVE WF-FILED (WF-SUB)    TO AF-FILED (AF-CTR) W-FUND-LEVY.
0400AJ     MOVE WF-MAX-RATE (WF-SUB) TO AF-MAX-RATE (AF-CTR).
0400AK     MOVE WF-DEBT-SVC (WF-SUB) TO AF-DEBT-SVC (AF-CTR).
0400AL     MOVE 'E' TO AF-STAT (AF-CTR).
0400AM     IF W-TNT-STAT EQUAL 'H'
0400AN      AND WF-DEBT-SVC (WF-SUB) NOT EQUAL 'Y'
0400AO         COMPUTE W-FUND-LEVY ROUNDED =
0400AP             WF-FILED (WF-SUB) * W-TNT-LIMIT / W-NONDEBT-LEVY
0400AQ         MOVE 'T' TO AF-STAT (AF-CTR).
0400AR     COMPUTE W-FUND-RATE ROUNDED =
0400AS         W-FUND-LEVY * 100 / AEV-CC-RE.
0400AT     IF WF-MAX-RATE (WF-SUB) GREATER THAN ZERO
0400AU      AND W-FUND-RATE GREATER THAN WF-MAX-RATE (WF-SUB)
0400AV         ADD +1 TO FUND-MAX-CNT
0400AW         MOVE WF-MAX-RATE (WF-SUB) TO W-FUND-RATE
0400AX         MOVE 'M' TO AF-STAT (AF-CTR)
0400AY         MOVE 'F' TO AGR-CAP-IND (AGR-CTR)
0400AZ         COMPUTE W-FUND-LEVY ROUNDED =
0400BA             WF-MAX-RATE (WF-SUB) * AEV-CC-RE / 100.
0400BB     MOVE W-FUND-LEVY TO AF-LEVY (AF-CTR).
0400BC     MOVE W-FUND-RATE TO AF-RATE (AF-CTR).
0400BD     ADD W-FUND-LEVY  TO W-EXT-LEVY.
0400BE     ADD W-FUND-RATE  TO W-NEW-RATE.
0400BF     IF WF-DEBT-SVC (WF-SUB) EQUAL 'Y'
0400BG         ADD W-FUND-RATE TO W-DEBT-RATE
0400BH     ELSE
0400BI         ADD W-FUND-LEVY TO W-NONDEBT-EXT.
0400BJ A120-EXIT. EXIT.
0400BK     SKIP1
00401  A150-APPLY-CAPS.
00402      IF CP-AGENCY NOT NUMERIC
00403          OR CP-LIMIT-RATE NOT NUMERIC
00411             OR AGR-FND GREATER THAN ZERO.
00412      IF AGR-FND EQUAL ZERO
00413          GO TO A150-NEXT.
0413A      COMPUTE W-ND-RATE =
0413B          AGR-RATE (AGR-FND) - AGR-DEBT-RATE (AGR-FND).
00414      IF W-ND-RATE GREATER THAN CP-LIMIT-RATE-N
00415          ADD +1 TO CAPPED-CNT
00416          MOVE AGR-AGENCY (AGR-FND) TO RL-AGENCY
00417          MOVE ZEROS TO RL-LEVY RL-BASE
00418          MOVE AGR-RATE (AGR-FND) TO RL-RATE
00419          MOVE 'HELD TO PTELL LIMITING RATE' TO RL-MESSG
00420          PERFORM A070-PRINT-RATE THRU A070-EXIT
00421          PERFORM A155-LIMIT-FUNDS THRU A155-EXIT
0421A          MOVE 'C' TO AGR-CAP-IND (AGR-FND).
00422  A150-NEXT.
00423      PERFORM A045-READ-CAPRATE THRU A045-EXIT.
00424  A150-EXIT. EXIT.
0424AA     SKIP1
0424AB*    THE LIMITING RATE BINDS THE NON-DEBT FUNDS ONLY.  EACH IS CUT
0424AC*    IN PROPORTION TO ITS RATE AND ANY ROUNDING LEFT OVER GOES TO
0424AD*    THE LAST NON-DEBT FUND, SO THE FUNDS FOOT TO THE LIMIT.
0424AE*    THE FUND LEVIES ARE THEN EXTENDED AGAIN AT THE REDUCED RATES
0424AF*    AND THE AGENCY LEVY AND NON-DEBT EXTENSION RE-TOTALLED.
0424AG A155-LIMIT-FUNDS.
0424AH     MOVE CP-LIMIT-RATE-N TO W-ND-LIMIT.
0424AI     MOVE ZEROS TO W-SCALED-SUM AF-LAST-ND.
0424AJ     COMPUTE AF-LAST = AGR-AF-FIRST (AGR-FND)
0424AK                     + AGR-AF-CNT (AGR-FND) - 1.
0424AL     PERFORM A157-SCALE-FUND THRU A157-EXIT
0424AM         VARYING AF-SUB FROM AGR-AF-FIRST (AGR-FND) BY +1
0424AN         UNTIL AF-SUB GREATER THAN AF-LAST.
0424AO     IF AF-LAST-ND GREATER THAN ZERO
0424AP         COMPUTE AF-RATE (AF-LAST-ND) = AF-RATE (AF-LAST-ND)
0424AQ             + W-ND-LIMIT - W-SCALED-SUM.
0424AR     COMPUTE AGR-RATE (AGR-FND) =
0424AS         AGR-DEBT-RATE (AGR-FND) + W-ND-LIMIT.
0424AT     MOVE ZEROS TO AGR-LEVY (AGR-FND) AGR-NONDEBT-EXT (AGR-FND).
0424AU     PERFORM A158-RELEVY-FUND THRU A158-EXIT
0424AV         VARYING AF-SUB FROM AGR-AF-FIRST (AGR-FND) BY +1
0424AW         UNTIL AF-SUB GREATER THAN AF-LAST.
0424AX A155-EXIT. EXIT.
0424AY     SKIP1
0424AZ A157-SCALE-FUND.
0424BA     IF AF-DEBT-SVC (AF-SUB) EQUAL 'Y'
0424BB         GO TO A157-EXIT.
0424BC     COMPUTE AF-RATE (AF-SUB) =
0424BD         AF-RATE (AF-SUB) * W-ND-LIMIT / W-ND-RATE.
0424BE     ADD AF-RATE (AF-SUB) TO W-SCALED-SUM.
0424BF     IF AF-AS-FILED (AF-SUB)
0424BG         MOVE 'P' TO AF-STAT (AF-SUB).
0424BH     MOVE AF-SUB TO AF-LAST-ND.
0424BI A157-EXIT. EXIT.
0424BJ     SKIP1
0424BK A158-RELEVY-FUND.
0424BL     IF AF-DEBT-SVC (AF-SUB) NOT EQUAL 'Y'
0424BM         COMPUTE AF-LEVY (AF-SUB) ROUNDED =
0424BN             AF-RATE (AF-SUB) * AGR-BASE (AGR-FND) / 100
0424BO         ADD AF-LEVY (AF-SUB) TO AGR-NONDEBT-EXT (AGR-FND).
0424BP     ADD AF-LEVY (AF-SUB) TO AGR-LEVY (AGR-FND).
0424BQ A158-EXIT. EXIT.
00425      SKIP1
00426  A160-SCAN-AGENCY.
00427      IF AGR-AGENCY (AGR-SUB) EQUAL CP-AGENCY-N
00471      IF AGR-AGENCY (AGR-SUB) EQUAL TR-AGENCY (SUB-AGY)
00472          MOVE AGR-SUB TO AGR-FND.
00473  A220-EXIT. EXIT.
0473A      SKIP1
0473B  A250-WRITE-AGY-RATE.
0473C      MOVE SPACES                TO AGYRATE-REC.
0473D      MOVE AGR-AGENCY (AGR-SUB)  TO AT-AGENCY.
0473E      MOVE AGR-LEVY (AGR-SUB)    TO AT-LEVY-AMT.
0473F      MOVE AGR-BASE (AGR-SUB)    TO AT-BASE-EAV.
0473G      MOVE AGR-RATE (AGR-SUB)    TO AT-RATE.
0473H      MOVE AGR-CAP-IND (AGR-SUB) TO AT-CAP-IND.
0473I      WRITE AGYRATE-REC.
0473J      ADD +1 TO AGYRT-OUT-CNT.
0473K  A250-EXIT. EXIT.
0473KA     SKIP1
0473KB A260-PRINT-TNT.
0473KC     IF LINE-CNT GREATER THAN +57
0473KD         PERFORM B110-TNT-HEADING THRU B110-EXIT.
0473KE     MOVE AGR-AGENCY (AGR-SUB)    TO TL-AGENCY.
0473KF     MOVE AGR-FILED (AGR-SUB)     TO TL-FILED.
0473KG     MOVE AGR-PRIOR-EXT (AGR-SUB) TO TL-PRIOR-EXT.
0473KH     MOVE AGR-NONDEBT-EXT (AGR-SUB) TO TL-EXTENDED.
0473KI     MOVE ZEROS TO W-TNT-INCR-PCT.
0473KJ     IF AGR-PRIOR-EXT (AGR-SUB) GREATER THAN ZERO
0473KK         COMPUTE W-TNT-INCR-PCT ROUNDED =
0473KL             AGR-FILED (AGR-SUB) * 100 / AGR-PRIOR-EXT (AGR-SUB).
0473KM     MOVE W-TNT-INCR-PCT TO TL-PCT.
0473KN     MOVE AGR-CERT (AGR-SUB)      TO TL-CERT.
0473KO     IF AGR-TNT-WITHIN (AGR-SUB)
0473KP         MOVE 'WITHIN 105 PCT' TO TL-MESSG.
0473KQ     IF AGR-TNT-NO-PRIOR (AGR-SUB)
0473KR         MOVE 'NO PRIOR EXTENSION' TO TL-MESSG.
0473KS     IF AGR-TNT-CERTIFIED (AGR-SUB)
0473KT         MOVE 'OVER 105 PCT -- CERTIFIED' TO TL-MESSG.
0473KU     IF AGR-TNT-HELD (AGR-SUB)
0473KV         MOVE 'OVER 105 PCT -- HELD, NO CERT' TO TL-MESSG.
0473KW     WRITE PRINT-REC FROM TNT-LINE AFTER ADVANCING 1.
0473KX     ADD +1 TO LINE-CNT.
0473KY A260-EXIT. EXIT.
00474      SKIP1
0474AA A270-PRINT-FUNDS.
0474AB     MOVE ZEROS TO W-AGY-FILED.
0474AC     COMPUTE AF-LAST = AGR-AF-FIRST (AGR-SUB)
0474AD                     + AGR-AF-CNT (AGR-SUB) - 1.
0474AE     PERFORM A275-PRINT-FUND-LINE THRU A275-EXIT
0474AF         VARYING AF-SUB FROM AGR-AF-FIRST (AGR-SUB) BY +1
0474AG         UNTIL AF-SUB GREATER THAN AF-LAST.
0474AH     MOVE AGR-AGENCY (AGR-SUB) TO FN-AGENCY.
0474AI     MOVE SPACES               TO FN-FUND-CD FN-DEBT-SVC.
0474AJ     MOVE W-AGY-FILED          TO FN-FILED.
0474AK     MOVE AGR-LEVY (AGR-SUB)   TO FN-EXTENDED.
0474AL     MOVE ZEROS                TO FN-MAX-RATE.
0474AM     MOVE AGR-RATE (AGR-SUB)   TO FN-RATE.
0474AN     MOVE 'AGENCY RATE'        TO FN-MESSG.
0474AO     IF AGR-CAP-IND (AGR-SUB) EQUAL 'C'
0474AP         MOVE 'AGENCY RATE -- PTELL LIMITED' TO FN-MESSG.
0474AQ     WRITE PRINT-REC FROM FUND-LINE AFTER ADVANCING 1.
0474AR     MOVE SPACES TO PRINT-REC.
0474AS     WRITE PRINT-REC AFTER ADVANCING 1.
0474AT     ADD +2 TO LINE-CNT.
0474AU A270-EXIT. EXIT.
0474AV     SKIP1
0474AW A275-PRINT-FUND-LINE.
0474AX     IF LINE-CNT GREATER THAN +56
0474AY         PERFORM B120-FUND-HEADING THRU B120-EXIT.
0474AZ     MOVE AGR-AGENCY (AGR-SUB)  TO FN-AGENCY.
0474BA     MOVE AF-FUND-CD (AF-SUB)   TO FN-FUND-CD.
0474BB     MOVE SPACE                 TO FN-DEBT-SVC.
0474BC     IF AF-DEBT-SVC (AF-SUB) EQUAL 'Y'
0474BD         MOVE 'Y' TO FN-DEBT-SVC.
0474BE     MOVE AF-FILED (AF-SUB)     TO FN-FILED.
0474BF     MOVE AF-LEVY (AF-SUB)      TO FN-EXTENDED.
0474BG     MOVE AF-MAX-RATE (AF-SUB)  TO FN-MAX-RATE.
0474BH     MOVE AF-RATE (AF-SUB)      TO FN-RATE.
0474BI     IF AF-AS-FILED (AF-SUB)
0474BJ         MOVE 'EXTENDED AS FILED' TO FN-MESSG.
0474BK     IF AF-TNT-SHARE (AF-SUB)
0474BL         MOVE 'HELD -- TRUTH IN TAXATION' TO FN-MESSG.
0474BM     IF AF-AT-MAXIMUM (AF-SUB)
0474BN         MOVE 'HELD TO STATUTORY MAXIMUM' TO FN-MESSG.
0474BO     IF AF-PTELL-LIMITED (AF-SUB)
0474BP         MOVE 'REDUCED TO PTELL LIMIT' TO FN-MESSG.
0474BQ     IF AF-FUND-CD (AF-SUB) EQUAL SPACES
0474BR      AND AF-AS-FILED (AF-SUB)
0474BS         MOVE 'UNDIVIDED LEVY' TO FN-MESSG.
0474BT     WRITE PRINT-REC FROM FUND-LINE AFTER ADVANCING 1.
0474BU     ADD +1 TO LINE-CNT.
0474BV     ADD AF-FILED (AF-SUB) TO W-AGY-FILED.
0474BW A275-EXIT. EXIT.
0474BX     SKIP1
00475  A300-POST-FROZEN.
00476      MOVE ZERO TO AGR-FND.
00477      PERFORM A310-SCAN-FOR-FRZ THRU A310-EXIT
00515      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00516      MOVE +4 TO LINE-CNT.
00517  B100-EXIT. EXIT.
0517A      SKIP1
0517B  B110-TNT-HEADING.
0517C      PERFORM B100-HEADING THRU B100-EXIT.
0517D      WRITE PRINT-REC FROM TNT-HEAD AFTER ADVANCING 2.
0517E      MOVE SPACES TO PRINT-REC.
0517F      WRITE PRINT-REC AFTER ADVANCING 1.
0517G      ADD +3 TO LINE-CNT.
0517H  B110-EXIT. EXIT.
0517I      SKIP1
0517J  B120-FUND-HEADING.
0517K      PERFORM B100-HEADING THRU B100-EXIT.
0517L      WRITE PRINT-REC FROM FUND-HEAD AFTER ADVANCING 2.
0517M      MOVE SPACES TO PRINT-REC.
0517N      WRITE PRINT-REC AFTER ADVANCING 1.
0517O      ADD +3 TO LINE-CNT.
0517P  B120-EXIT. EXIT.
