00019A*         DATE AGREE, B = NAME AND BIRTH YEAR/MONTH AGREE, C =
00020 *         NAME AGREES ONLY -- AND WRITTEN TO THE WORKLIST FILE
00021 *         AND THE PRINTED REPORT FOR THE EXEMPTIONS UNIT.
0021A *         THE SENIOR FREEZE EXTRACT CARRIES THE APPLICANT'S SSN
0021B *         TOKEN RATHER THAN THE SSN, SO IN PASS TWO THE DEATH
0021C *         RECORD'S SSN IS LOOKED UP ON THE TOKEN VAULT (ASREA874,
0021D *         LOOKUP ONLY) AND THE TOKENS ARE COMPARED.  AN SSN NOT ON
0021E *         THE VAULT BELONGS TO NO APPLICANT AND DISAGREES; A VAULT
0021F *         ERROR LEAVES THE HIT TO THE NAME GRADING.
00022      SKIP2
00023  ENVIRONMENT DIVISION.
00024  CONFIGURATION SECTION.
00120  77  GRADE-C-CNT       COMP-3  PIC S9(7)  VALUE +0.
0120A  77  ID-MATCH-CNT      COMP-3  PIC S9(7)  VALUE +0.
0120B  77  ID-MISMATCH-CNT   COMP-3  PIC S9(7)  VALUE +0.
0120C  77  W-MAST-ID                 PIC 9(11)  VALUE ZEROS.
0120D  77  W-DEATH-ID                PIC 9(11)  VALUE ZEROS.
00121      SKIP1
0121A  01  SSNTOK-AREA.
0121B  COPY ASSSNTKR1.
00122  01  MAST-NAME-KEY           PIC X(22).
00123  01  MAST-BIRTH-MMDDYY.
00124      05  MB-MM               PIC 99.
00189  A010-HOUSEKEEPING.
00190      OPEN INPUT  DEATH-FILE, HOMEOWNER-DMS
00191           OUTPUT WORKLIST-FILE, PRINT-FILE.
0191A      MOVE 'ASREA904' TO STK-CALLER.
00192      ACCEPT ACPT-DATE FROM DATE.
00193      MOVE ACPT-MO TO DSP-MO.
00194      MOVE ACPT-DA TO DSP-DA.
0225B          ID-MATCH-CNT.
0225C      DISPLAY 'TOTAL HITS SUPPRESSED BY IDENTIFIER...: '
0225D          ID-MISMATCH-CNT.
0225E      MOVE 'C' TO STK-FUNCTION.
0225F      CALL 'ASREA874' USING SSNTOK-AREA.
00226      CLOSE DEATH-FILE, SNRFRZ-EXTR, WORKLIST-FILE, PRINT-FILE.
00227      STOP RUN.
00228      SKIP1
00280          MOVE OF-C150-SGBIRTHDTE (1:2) TO MB-MM
00281          MOVE OF-C150-SGBIRTHDTE (3:2) TO MB-DD
00282          MOVE OF-C150-SGBIRTHDTE (7:2) TO MB-YY
0282A          MOVE OF-C150-SGSSN            TO W-MAST-ID.
00283  A042-EXIT. EXIT.
00284      SKIP1
0284A  A045-SET-DEATH-ID.
0284B      MOVE ZEROS TO W-DEATH-ID.
0284C      IF DV-SSN NOT NUMERIC
0284D          OR DV-SSN-N EQUAL ZERO
0284E          GO TO A045-EXIT.
0284F      IF HOMEOWNER-PASS
0284G          MOVE DV-SSN-N TO W-DEATH-ID
0284H          GO TO A045-EXIT.
0284I      MOVE 'L'      TO STK-FUNCTION.
0284J      MOVE DV-SSN-N TO STK-SSN.
0284K      CALL 'ASREA874' USING SSNTOK-AREA.
0284L      IF STK-FOUND
0284M          MOVE STK-TOKEN TO W-DEATH-ID
0284N      ELSE
0284O          IF STK-NOT-FOUND
0284P              MOVE DV-SSN-N TO W-DEATH-ID.
0284Q  A045-EXIT. EXIT.
0284R      SKIP1
00285  A050-GRADE-AND-REPORT.
0285A      PERFORM A045-SET-DEATH-ID THRU A045-EXIT.
0285B      IF W-DEATH-ID GREATER THAN ZERO
0285C       AND W-MAST-ID GREATER THAN ZERO
0285D          IF W-DEATH-ID EQUAL W-MAST-ID
0285E              MOVE 'A' TO W-GRADE
0285F              ADD +1 TO GRADE-A-CNT
0285G              ADD +1 TO ID-MATCH-CNT
