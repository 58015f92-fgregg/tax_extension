00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA874.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. THIS SUBPROGRAM IS THE ONE PLACE A SOCIAL SECURITY
00007 *         NUMBER IS TURNED INTO ITS SURROGATE TOKEN.  GIVEN AN SSN
00008 *         IN THE INTERFACE AREA DEFINED IN ASSSNTKR1, AN ASSIGN
00009 *         CALL RETURNS THE TOKEN ON THE SSN TOKEN VAULT
00010 *         (ASSSNVLR1), ISSUING THE NEXT TOKEN FROM THE CONTROL
00011 *         RECORD WHEN THE SSN HAS NEVER BEEN SEEN; A LOOKUP CALL
00012 *         RETURNS THE TOKEN ONLY WHEN ONE WAS ISSUED BEFORE AND
00013 *         OTHERWISE RETURNS NOT-FOUND, SO THAT A STATE AGENCY'S
00014 *         SSN CAN BE MATCHED TO A TOKENIZED EXTRACT WITHOUT ADDING
00015 *         EVERY STRANGER TO THE VAULT.  THE VAULT IS OPENED ON THE
00016 *         FIRST CALL; THE CONTROL RECORD IS CREATED IF THE VAULT
00017 *         IS EMPTY.  A CLOSE CALL CLOSES IT AND DISPLAYS THE
00018 *         COUNTS.  WHEN THE VAULT CANNOT BE OPENED OR UPDATED
00019 *         EVERY CALL RETURNS FILE-ERROR AND THE CALLER DECIDES
00020 *         WHETHER TO STOP.  TOKENS ARE ASSIGNED IN ORDER OF FIRST
00021 *         APPEARANCE, NOT COMPUTED FROM THE SSN, SO NOTHING BUT
00022 *         THE VAULT CAN TURN ONE BACK.
00023      SKIP2
00024  ENVIRONMENT DIVISION.
00025  CONFIGURATION SECTION.
00026  SOURCE-COMPUTER. IBM-370.
00027  OBJECT-COMPUTER. IBM-370.
00028      SKIP1
00029  INPUT-OUTPUT SECTION.
00030  FILE-CONTROL.
00031      SELECT SSN-VAULT     ASSIGN TO DA-SSNVLT
00032        ORGANIZATION IS INDEXED
00033        ACCESS IS DYNAMIC
00034        RECORD KEY IS SV-SSN
00035        FILE STATUS IS VLT-STATUS.
00036      SKIP2
00037  DATA DIVISION.
00038  FILE SECTION.
00039      SKIP1
00040  FD  SSN-VAULT
00041      RECORD CONTAINS 80 CHARACTERS
00042      LABEL RECORDS ARE STANDARD.
00043  01  SSN-VAULT-REC.
00044  COPY ASSSNVLR1.
00045      SKIP2
00046  WORKING-STORAGE SECTION.
00047  77  FILLER              PIC X(40)  VALUE
00048      '** ASREA874 WORKING-STORAGE BEGINS **'.
00049      SKIP1
00050  77  FIRST-CALL-SW             PIC X      VALUE 'Y'.
00051      88  FIRST-CALL                       VALUE 'Y'.
00052  77  OPEN-ERROR-SW             PIC X      VALUE 'N'.
00053      88  OPEN-ERROR                       VALUE 'Y'.
00054  77  VLT-STATUS                PIC XX     VALUE '00'.
00055      SKIP1
00056  77  ASSIGN-CNT        COMP-3  PIC S9(9)  VALUE +0.
00057  77  LOOKUP-CNT        COMP-3  PIC S9(9)  VALUE +0.
00058  77  FOUND-CNT         COMP-3  PIC S9(9)  VALUE +0.
00059  77  ISSUED-CNT        COMP-3  PIC S9(9)  VALUE +0.
00060  77  NOT-FOUND-CNT     COMP-3  PIC S9(9)  VALUE +0.
00061  77  INVALID-CNT       COMP-3  PIC S9(9)  VALUE +0.
00062      SKIP1
00063  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00064  77  W-NEW-TOKEN               PIC 9(11)  VALUE ZEROS.
00065  77  W-FIRST-TOKEN             PIC 9(11)  VALUE 90000000000.
00066      SKIP1
00067  LINKAGE SECTION.
00068  01  SSNTOK-AREA.
00069  COPY ASSSNTKR1.
00070      EJECT
00071  PROCEDURE DIVISION USING SSNTOK-AREA.
00072      SKIP1
00073  A000-TOKENIZE.
00074      IF STK-CLOSE
00075          PERFORM A090-CLOSE-VAULT THRU A090-EXIT
00076          GOBACK.
00077      IF FIRST-CALL
00078          MOVE 'N' TO FIRST-CALL-SW
00079          PERFORM A010-OPEN-VAULT THRU A010-EXIT.
00080      MOVE ZEROS TO STK-TOKEN.
00081      IF OPEN-ERROR
00082          MOVE 'E' TO STK-RETURN
00083          GOBACK.
00084      IF STK-LOOKUP
00085          ADD +1 TO LOOKUP-CNT
00086      ELSE
00087          ADD +1 TO ASSIGN-CNT.
00088      IF STK-SSN NOT NUMERIC
00089          OR STK-SSN EQUAL ZERO
00090          ADD +1 TO INVALID-CNT
00091          MOVE 'I' TO STK-RETURN
00092          GOBACK.
00093      MOVE STK-SSN TO SV-SSN.
00094      READ SSN-VAULT.
00095      EVALUATE VLT-STATUS
00096          WHEN '00'
00097              ADD +1 TO FOUND-CNT
00098              MOVE SV-TOKEN TO STK-TOKEN
00099              MOVE 'Y' TO STK-RETURN
00100          WHEN '23'
00101              IF STK-LOOKUP
00102                  ADD +1 TO NOT-FOUND-CNT
00103                  MOVE 'N' TO STK-RETURN
00104              ELSE
00105                  PERFORM A040-ISSUE-TOKEN THRU A040-EXIT
00106              END-IF
00107          WHEN OTHER
00108              DISPLAY 'ASREA874 -- VAULT READ FAILED, STATUS '
00109                  VLT-STATUS ' CALLER ' STK-CALLER
00110              MOVE 'E' TO STK-RETURN
00111      END-EVALUATE.
00112      GOBACK.
00113      SKIP1
00114  A010-OPEN-VAULT.
00115      MOVE FUNCTION CURRENT-DATE (1:8) TO W-RUN-DATE.
00116      OPEN I-O SSN-VAULT.
00117      IF VLT-STATUS NOT EQUAL '00'
00118          DISPLAY 'ASREA874 -- SSN TOKEN VAULT OPEN FAILED, '
00119              'STATUS ' VLT-STATUS ' CALLER ' STK-CALLER
00120          MOVE 'Y' TO OPEN-ERROR-SW
00121          GO TO A010-EXIT.
00122      MOVE ZEROS TO SV-SSN.
00123      READ SSN-VAULT.
00124      IF VLT-STATUS EQUAL '00'
00125          GO TO A010-EXIT.
00126      IF VLT-STATUS NOT EQUAL '23'
00127          DISPLAY 'ASREA874 -- VAULT CONTROL RECORD READ FAILED, '
00128              'STATUS ' VLT-STATUS
00129          MOVE 'Y' TO OPEN-ERROR-SW
00130          GO TO A010-EXIT.
00131      MOVE SPACES        TO SSN-VAULT-REC.
00132      MOVE ZEROS         TO SV-SSN, SV-TOKEN.
00133      MOVE W-FIRST-TOKEN TO SV-CTL-LAST-TOKEN.
00134      MOVE W-RUN-DATE    TO SV-ADD-DATE.
00135      MOVE 'ASREA874'    TO SV-ADD-PGM.
00136      WRITE SSN-VAULT-REC.
00137      IF VLT-STATUS NOT EQUAL '00'
00138          DISPLAY 'ASREA874 -- VAULT CONTROL RECORD WRITE FAILED, '
00139              'STATUS ' VLT-STATUS
00140          MOVE 'Y' TO OPEN-ERROR-SW
00141          GO TO A010-EXIT.
00142      DISPLAY 'ASREA874 -- EMPTY VAULT, CONTROL RECORD CREATED'.
00143  A010-EXIT. EXIT.
00144      SKIP1
00145 *    THE CONTROL RECORD IS STEPPED AND REWRITTEN BEFORE THE NEW
00146 *    SSN IS ADDED, SO A FAILED ADD LEAVES AN UNUSED TOKEN RATHER
00147 *    THAN TWO SSNS SHARING ONE.
00148  A040-ISSUE-TOKEN.
00149      MOVE ZEROS TO SV-SSN.
00150      READ SSN-VAULT.
00151      IF VLT-STATUS NOT EQUAL '00'
00152          DISPLAY 'ASREA874 -- VAULT CONTROL RECORD READ FAILED, '
00153              'STATUS ' VLT-STATUS
00154          MOVE 'E' TO STK-RETURN
00155          GO TO A040-EXIT.
00156      ADD +1 TO SV-CTL-LAST-TOKEN GIVING W-NEW-TOKEN.
00157      MOVE W-NEW-TOKEN TO SV-CTL-LAST-TOKEN.
00158      REWRITE SSN-VAULT-REC.
00159      IF VLT-STATUS NOT EQUAL '00'
00160          DISPLAY 'ASREA874 -- VAULT CONTROL RECORD REWRITE '
00161              'FAILED, STATUS ' VLT-STATUS
00162          MOVE 'E' TO STK-RETURN
00163          GO TO A040-EXIT.
00164      MOVE SPACES      TO SSN-VAULT-REC.
00165      MOVE STK-SSN     TO SV-SSN.
00166      MOVE W-NEW-TOKEN TO SV-TOKEN.
00167      MOVE W-RUN-DATE  TO SV-ADD-DATE.
00168      MOVE STK-CALLER  TO SV-ADD-PGM.
00169      MOVE ZEROS       TO SV-CTL-LAST-TOKEN.
00170      WRITE SSN-VAULT-REC.
00171      IF VLT-STATUS NOT EQUAL '00'
00172          DISPLAY 'ASREA874 -- VAULT WRITE FAILED, STATUS '
00173              VLT-STATUS ' CALLER ' STK-CALLER
00174          MOVE 'E' TO STK-RETURN
00175          GO TO A040-EXIT.
00176      ADD +1 TO ISSUED-CNT.
00177      MOVE W-NEW-TOKEN TO STK-TOKEN.
00178      MOVE 'Y' TO STK-RETURN.
00179  A040-EXIT. EXIT.
00180      SKIP1
00181  A090-CLOSE-VAULT.
00182      IF FIRST-CALL
00183          GO TO A090-EXIT.
00184      IF NOT OPEN-ERROR
00185          CLOSE SSN-VAULT.
00186      MOVE 'Y' TO FIRST-CALL-SW.
00187      MOVE 'N' TO OPEN-ERROR-SW.
00188      DISPLAY 'ASREA874 -- CALLER...................: ' STK-CALLER.
00189      DISPLAY 'ASREA874 -- ASSIGN REQUESTS..........: ' ASSIGN-CNT.
00190      DISPLAY 'ASREA874 -- LOOKUP REQUESTS..........: ' LOOKUP-CNT.
00191      DISPLAY 'ASREA874 -- TOKENS FOUND ON VAULT....: ' FOUND-CNT.
00192      DISPLAY 'ASREA874 -- NEW TOKENS ISSUED........: ' ISSUED-CNT.
00193      DISPLAY 'ASREA874 -- LOOKUPS NOT ON VAULT.....: '
00194          NOT-FOUND-CNT.
00195      DISPLAY 'ASREA874 -- INVALID SSNS PRESENTED...: '
00196          INVALID-CNT.
00197  A090-EXIT. EXIT.
