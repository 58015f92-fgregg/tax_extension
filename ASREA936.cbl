00016 *         CARD).  RESPONSES POST THROUGH ASREA937 AND ONLY
00017 *         DEADLINE-EXPIRED NON-RESPONDERS ARE RELEASED BY
00018 *         ASREA938 INTO THE ASREA902 CANDIDATE INPUT.
0018A *         EVERY NOTICE IS ALSO WRITTEN TO THE NOTICE-OF-RECORD
0018B *         HISTORY TRANSACTION FILE (ASNOTHSR1) WITH THE RUN DATE
0018C *         AS THE MAIL DATE AND THE ADDRESS USED, FOR ASREA994.
00019      SKIP2
00020  ENVIRONMENT DIVISION.
00021  CONFIGURATION SECTION.
00027      SELECT SUPPRESS-CAND  ASSIGN TO UT-S-SUPCAND.
00028      SELECT HOMEOWNER-MAST ASSIGN TO UT-S-MASTIN.
00029      SELECT NOTICE-FILE    ASSIGN TO UT-S-SUPNOTIC.
0029A      SELECT NOTHIST-FILE   ASSIGN TO UT-S-NOTHTRN.
00030      SELECT PENDING-FILE   ASSIGN TO UT-S-SUPPEND.
00031      SELECT CONTROL-FILE   ASSIGN TO UT-S-CONTROL.
00032      SELECT PRINT-FILE     ASSIGN TO UT-S-PRINT.
00061  01  NOTICE-REC.
00062  COPY ASMAILPCR1.
00063      SKIP2
0063A  FD  NOTHIST-FILE
0063B      BLOCK  CONTAINS 0 RECORDS
0063C      RECORD CONTAINS 200 CHARACTERS
0063D      RECORDING MODE IS F
0063E      LABEL  RECORDS ARE STANDARD
0063F      DATA RECORD IS NOTHIST-REC.
0063G  01  NOTHIST-REC.
0063H  COPY ASNOTHSR1.
0063I      SKIP2
00064  FD  PENDING-FILE
00065      BLOCK  CONTAINS 0 RECORDS
00066      RECORD CONTAINS 80 CHARACTERS
00103  77  CAND-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00104  77  MAST-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00105  77  NOTICE-OUT-CNT    COMP-3  PIC S9(7)  VALUE +0.
0105A  77  NOTHIST-OUT-CNT   COMP-3  PIC S9(7)  VALUE +0.
00106  77  PENDING-OUT-CNT   COMP-3  PIC S9(7)  VALUE +0.
00107  77  UNMATCHED-CNT     COMP-3  PIC S9(7)  VALUE +0.
0107A  77  LANG-ENG-CNT      COMP-3  PIC S9(7)  VALUE +0.
00124      SKIP1
00125  A010-HOUSEKEEPING.
00126      OPEN INPUT  SUPPRESS-CAND, HOMEOWNER-MAST, CONTROL-FILE
00127           OUTPUT NOTICE-FILE, NOTHIST-FILE, PENDING-FILE,
0127A                  PRINT-FILE.
00128      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00129      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00130      COMPUTE W-RUN-DATE-INT =
0152F          LANG-POL-CNT.
0152G      DISPLAY 'TOTAL OTHER-LANGUAGE NOTICES.........: '
0152H          LANG-OTH-CNT.
0152I      DISPLAY 'TOTAL NOTICE HISTORY RECORDS WRITTEN.: '
0152J          NOTHIST-OUT-CNT.
00153      IF UNMATCHED-CNT GREATER THAN +0
00154          MOVE 8 TO RETURN-CODE.
00155      CLOSE SUPPRESS-CAND, HOMEOWNER-MAST, CONTROL-FILE,
00156            NOTICE-FILE, NOTHIST-FILE, PENDING-FILE,
0156A            PRINT-FILE.
00157      STOP RUN.
00158      SKIP1
00159  A012-READ-CONTROL.
00228      MOVE ZEROS        TO MP-TRAY-NO.
00229      WRITE NOTICE-REC.
00230      ADD +1 TO NOTICE-OUT-CNT.
0230A      PERFORM A055-WRITE-HISTORY THRU A055-EXIT.
00231      MOVE SPACES         TO PENDING-REC.
00232      MOVE SUP-VOL        TO PN-VOL.
00233      MOVE SUP-PROP       TO PN-PROP.
00239      WRITE PENDING-REC.
00240      ADD +1 TO PENDING-OUT-CNT.
00241  A050-EXIT. EXIT.
0241A      SKIP1
0241B  A055-WRITE-HISTORY.
0241C      MOVE SPACES       TO NOTHIST-REC.
0241D      MOVE HO-PROP      TO NH-PROP.
0241E      MOVE W-RUN-DATE   TO NH-MAIL-DATE.
0241F      MOVE MP-FORM-ID   TO NH-FORM-ID.
0241G      MOVE 'ASREA936'   TO NH-SOURCE.
0241H      MOVE 'N'          TO NH-TRAN-CODE.
0241I      MOVE HO-VOL       TO NH-VOL.
0241J      MOVE MP-NAME      TO NH-NAME.
0241K      MOVE MP-ADDR      TO NH-ADDR.
0241L      MOVE MP-CITY      TO NH-CITY.
0241M      MOVE MP-STATE     TO NH-STATE.
0241N      MOVE MP-ZIP5      TO NH-ZIP5.
0241O      MOVE MP-ZIP4      TO NH-ZIP4.
0241P      MOVE ZEROS        TO NH-TRAY-NO, NH-PRESORT-DATE,
0241Q                           NH-RETURN-DATE, NH-LOAD-DATE.
0241R      WRITE NOTHIST-REC.
0241S      ADD +1 TO NOTHIST-OUT-CNT.
0241T  A055-EXIT. EXIT.
00242      SKIP1
00243  A060-UNMATCHED.
00244      ADD +1 TO UNMATCHED-CNT.
