00018 *         (FROM THE LEVY FILING) VERSUS ALLOWED PER AGENCY, AND
00019 *         THE CAPPED-RATE FEED IS WRITTEN FOR THE CLRTM769
00020 *         EXTENSION COMPUTATION.
0020A *         THE REQUESTED RATE IS TAKEN FROM THE AGENCY'S NON-DEBT
0020B *         FUND FILINGS ONLY; DEBT SERVICE FUNDS ON THE LEVY FUND
0020C *         RATE MASTER (CLFNDRTER1) ARE NOT SUBJECT TO THE LIMIT.
00021      SKIP2
00022  ENVIRONMENT DIVISION.
00023  CONFIGURATION SECTION.
00030      SELECT LEVY-FILE     ASSIGN TO UT-S-LEVYFILE.
00031      SELECT CAPRATE-FILE  ASSIGN TO UT-S-CAPRATE.
00032      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
0032A      SELECT FUNDRT-FILE   ASSIGN TO DA-FUNDRT
0032B        ORGANIZATION IS INDEXED
0032C        ACCESS IS SEQUENTIAL
0032D        RECORD KEY IS FR-FUND-CD
0032E        FILE STATUS IS FND-STATUS.
00033      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00034      SKIP2
00035  DATA DIVISION.
00057      05  LV-LEVY-AMT     PIC X(13).
00058      05  LV-LEVY-AMT-N REDEFINES LV-LEVY-AMT
00059                          PIC 9(11)V99.
00060      05  LV-TNT-CERT     PIC X.
0060A      05  LV-FUND-CD      PIC X(3).
0060B      05  FILLER          PIC X(54).
00061      SKIP2
00062  FD  CAPRATE-FILE
00063      BLOCK  CONTAINS 0 RECORDS
00081      05  CC-CPI-PCT-N REDEFINES CC-CPI-PCT
00082                          PIC 99V9.
00083      05  FILLER          PIC X(77).
0083A      SKIP2
0083B  FD  FUNDRT-FILE
0083C      RECORD CONTAINS 80 CHARACTERS
0083D      LABEL RECORDS ARE STANDARD.
0083E      SKIP1
0083F  01  FUNDRT-REC.
0083G  COPY CLFNDRTER1.
00084      SKIP2
00085  FD  PRINT-FILE
00086      BLOCK  CONTAINS 0 RECORDS
00101      88  END-OF-LEVY-FILE                 VALUE 'Y'.
00102  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00103      88  END-OF-CTL-FILE                  VALUE 'Y'.
0103A  77  FND-EOF-SW                PIC X      VALUE 'N'.
0103B      88  END-OF-FND-FILE                  VALUE 'Y'.
0103C  77  FND-STATUS                PIC XX     VALUE '00'.
00104      SKIP1
00105  77  AGYEQ-IN-CNT      COMP-3  PIC S9(5)  VALUE +0.
00106  77  LEVY-IN-CNT       COMP-3  PIC S9(5)  VALUE +0.
00116  77  W-DENOM           COMP-3  PIC S9(13) VALUE +0.
00117  77  W-LIMIT-RATE      COMP-3  PIC S9(3)V9(6) VALUE +0.
00118  77  W-REQ-RATE        COMP-3  PIC S9(3)V9(6) VALUE +0.
0118A  77  W-REQ-LEVY        COMP-3  PIC S9(11)V99 VALUE +0.
00119      SKIP1
00120  01  LEVY-KEY                PIC 9(9)   VALUE ZEROS.
0120A      SKIP1
0120B  77  DF-CTR            COMP-3  PIC S9(3)  VALUE +0.
0120C  77  DF-SUB            COMP-3  PIC S9(3)  VALUE +0.
0120D  77  DF-FND            COMP-3  PIC S9(3)  VALUE +0.
0120E  01  DEBT-FUND-TABLE.
0120F      05  DF-FUND-CD      PIC X(3)   OCCURS 500 TIMES.
00121      SKIP1
00122  01  ACPT-DATE                  PIC 9(6).
00123  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00171  PROCEDURE DIVISION.
00172      SKIP1
00173  A010-HOUSEKEEPING.
00174      OPEN INPUT  AGYEQ-FILE, LEVY-FILE, CONTROL-FILE, FUNDRT-FILE
00175           OUTPUT CAPRATE-FILE, PRINT-FILE.
0175A      IF FND-STATUS NOT EQUAL '00'
0175B          DISPLAY 'CLRTM770 -- FUND RATE MASTER OPEN FAILED, '
0175C              'STATUS ' FND-STATUS
0175D          MOVE 16 TO RETURN-CODE
0175E          CLOSE AGYEQ-FILE, LEVY-FILE, CAPRATE-FILE,
0175F                CONTROL-FILE, PRINT-FILE
0175G          STOP RUN.
00176      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00177      COMPUTE W-GROWTH = 1 + (W-CPI-PCT / 100).
0177A      PERFORM A014-READ-FUNDRT THRU A014-EXIT.
0177B      PERFORM A016-LOAD-DEBT-FUND THRU A016-EXIT
0177C          UNTIL END-OF-FND-FILE.
00178      ACCEPT ACPT-DATE FROM DATE.
00179      MOVE ACPT-MO TO DSP-MO.
00180      MOVE ACPT-DA TO DSP-DA.
00199          NO-BASE-CNT.
00200      DISPLAY 'TOTAL REQUESTS OVER ALLOWED..........: '
00201          OVER-REQUEST-CNT.
0201A      DISPLAY 'TOTAL DEBT SERVICE FUNDS LOADED.......: '
0201B          DF-CTR.
00202      IF NO-BASE-CNT GREATER THAN +0
00203          MOVE 8 TO RETURN-CODE.
00204      CLOSE AGYEQ-FILE, LEVY-FILE, CAPRATE-FILE,
00205            CONTROL-FILE, FUNDRT-FILE, PRINT-FILE.
00206      STOP RUN.
00207      SKIP1
00208  A012-READ-CONTROL.
00220      DISPLAY 'CPI GROWTH PERCENT APPLIED...........: '
00221          W-CPI-PCT.
00222  A012-EXIT. EXIT.
0222A      SKIP1
0222B  A014-READ-FUNDRT.
0222C      READ FUNDRT-FILE AT END
0222D          MOVE 'Y' TO FND-EOF-SW.
0222E  A014-EXIT. EXIT.
0222F      SKIP1
0222G  A016-LOAD-DEBT-FUND.
0222H      IF NOT FR-ACTIVE
0222I          OR NOT FR-DEBT-SERVICE
0222J          GO TO A016-NEXT.
0222K      IF DF-CTR NOT LESS THAN +500
0222L          DISPLAY 'CLRTM770 -- DEBT FUND TABLE FULL -- '
0222M              'FUND ' FR-FUND-CD ' NOT LOADED'
0222N          MOVE 16 TO RETURN-CODE
0222O          GO TO A016-NEXT.
0222P      ADD +1 TO DF-CTR.
0222Q      MOVE FR-FUND-CD TO DF-FUND-CD (DF-CTR).
0222R  A016-NEXT.
0222S      PERFORM A014-READ-FUNDRT THRU A014-EXIT.
0222T  A016-EXIT. EXIT.
00223      SKIP1
00224  A020-MAINLINE.
00225      IF AEV-TAXCAP EQUAL 'Y'
00284  A050-EXIT. EXIT.
00285      SKIP1
00286  A060-GET-REQUESTED.
00287      MOVE ZEROS TO W-REQ-RATE W-REQ-LEVY.
00288      PERFORM A030-READ-LEVY THRU A030-EXIT
00289          UNTIL END-OF-LEVY-FILE
00290             OR LEVY-KEY NOT LESS THAN AEV-AGCYNO.
00291      PERFORM A065-ADD-FUND-LEVY THRU A065-EXIT
00292          UNTIL LEVY-KEY NOT EQUAL AEV-AGCYNO.
00293      IF AEV-CC-RE GREATER THAN ZERO
00294          COMPUTE W-REQ-RATE ROUNDED =
00295              W-REQ-LEVY * 100 / AEV-CC-RE.
00296  A060-EXIT. EXIT.
0296A      SKIP1
0296B  A065-ADD-FUND-LEVY.
0296C      IF LV-LEVY-AMT NOT NUMERIC
0296D          GO TO A065-NEXT.
0296E      MOVE ZERO TO DF-FND.
0296F      PERFORM A067-SCAN-DEBT THRU A067-EXIT
0296G          VARYING DF-SUB FROM +1 BY +1
0296H          UNTIL DF-SUB GREATER THAN DF-CTR
0296I             OR DF-FND GREATER THAN ZERO.
0296J      IF DF-FND EQUAL ZERO
0296K          ADD LV-LEVY-AMT-N TO W-REQ-LEVY.
0296L  A065-NEXT.
0296M      PERFORM A030-READ-LEVY THRU A030-EXIT.
0296N  A065-EXIT. EXIT.
0296O      SKIP1
0296P  A067-SCAN-DEBT.
0296Q      IF DF-FUND-CD (DF-SUB) EQUAL LV-FUND-CD
0296R          MOVE DF-SUB TO DF-FND.
0296S  A067-EXIT. EXIT.
00297      SKIP1
00298  A070-PRINT.
00299      IF LINE-CNT GREATER THAN +57
