00016D*         CONTROL CARD TOLERANCE, IS REPORTED SO THE OVER-INCOME
00016E*         FREEZE CAN BE PULLED BEFORE CERTIFICATION.  ALL THREE
00016F*         FILES MUST BE PRESORTED ON PROPERTY NUMBER.
00016G*         THE EXTRACT CARRIES THE APPLICANT'S SSN TOKEN, NOT THE
00016H*         SSN, SO THE RESPONSE SSN IS LOOKED UP ON THE TOKEN VAULT
00016I*         (ASREA874, LOOKUP ONLY) AND THE TOKENS ARE COMPARED FOR
00016J*         THE APPLICANT FALLBACK.
00018      SKIP2
00019  ENVIRONMENT DIVISION.
00020  CONFIGURATION SECTION.
098CA  77  MBR-BAD-INC-CNT   COMP-3  PIC S9(5)  VALUE +0.
00098D 77  MT-SUB            COMP-3  PIC S9(3)  VALUE +0.
00098E 77  MT-FND            COMP-3  PIC S9(3)  VALUE +0.
0098EA 77  W-IV-TOKEN                PIC 9(11)  VALUE ZEROS.
00098F     SKIP1
00098G 01  MEMBER-TABLE.
00098H     05  MT-ENTRY OCCURS 20 TIMES.
00098L         10  MT-VERIFIED-SW  PIC X.
00098M 01  MBR-KEY.
00098N     05  MBK-PROP            PIC 9(14).
00098O     SKIP1
00098P 01  SSNTOK-AREA.
00098Q COPY ASSSNTKR1.
00099      SKIP1
00100  01  SF-KEY.
00101      05  SFK-PROP            PIC 9(14).
00206          MOVE 16 TO RETURN-CODE
00207          CLOSE CNTRL-FILE, SNRFRZ-EXTR, DOR-RESPONSE, PRINT-FILE
00208          STOP RUN.
00208A     MOVE 'ASHMA861' TO STK-CALLER.
00209      ACCEPT ACPT-DATE FROM DATE.
00210      MOVE ACPT-MO TO DSP-MO.
00211      MOVE ACPT-DA TO DSP-DA.
00242J         UNVERIF-MBR-CNT.
00242K     DISPLAY 'MEMBER RECORDS WITH NO FREEZE RECORD....: '
00242L         ORPHAN-MBR-CNT.
00242M     MOVE 'C' TO STK-FUNCTION.
00242N     CALL 'ASREA874' USING SSNTOK-AREA.
00243      CLOSE CNTRL-FILE, SNRFRZ-EXTR, DOR-RESPONSE, MEMBER-FILE,
00243A           PRINT-FILE.
00244      STOP RUN.
00336U             PERFORM A070-PRINT THRU A070-EXIT
00336V         END-IF
00336W         GO TO A052-NEXT.
0336WA     MOVE ZEROS TO W-IV-TOKEN.
0336WB     IF IV-SSN GREATER THAN ZERO
0336WC         PERFORM A056-TOKENIZE-IV THRU A056-EXIT.
00336X     IF (W-IV-TOKEN GREATER THAN ZERO
00336Y         AND W-IV-TOKEN EQUAL OF-C150-SGSSN)
00337A         OR IV-LASTNAME EQUAL OF-C150-SGAPPLSTNAM
00337B         GO TO A052-NEXT.
00337C     ADD +1 TO UNDECLARED-CNT.
00337L     IF MT-SSN (MT-SUB) EQUAL IV-SSN
00337M         MOVE MT-SUB TO MT-FND.
00337N A054-EXIT. EXIT.
0337NA     SKIP1
0337NB A056-TOKENIZE-IV.
0337NC     MOVE 'L'    TO STK-FUNCTION.
0337ND     MOVE IV-SSN TO STK-SSN.
0337NE     CALL 'ASREA874' USING SSNTOK-AREA.
0337NF     IF STK-FOUND
0337NG         MOVE STK-TOKEN TO W-IV-TOKEN.
0337NH A056-EXIT. EXIT.
00337O     SKIP1
00337P A058-COUNT-UNVERIFIED.
00337Q     IF MT-VERIFIED-SW (MT-SUB) EQUAL 'N'
