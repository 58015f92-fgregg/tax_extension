00015 *         WITHIN THE NEXT 30 DAYS -- SO NO DENIAL GOES UNMAILED
00016 *         AND NO APPEAL IS ACCEPTED PAST ITS DEADLINE BY
00017 *         MISTAKE.
0017A *         EVERY DENIAL NOTICE IS ALSO WRITTEN TO THE NOTICE-OF-
0017B *         RECORD HISTORY TRANSACTION FILE (ASNOTHSR1) WITH THE
0017C *         RUN DATE AS THE MAIL DATE, FOR ASREA994.
00018      SKIP2
00019  ENVIRONMENT DIVISION.
00020  CONFIGURATION SECTION.
00026      SELECT CNTRL-FILE    ASSIGN TO UT-S-CNTRLFLE.
00027      SELECT SNRFRZ-EXTR   ASSIGN TO UT-S-SFMSDT.
00028      SELECT NOTICE-FILE   ASSIGN TO UT-S-DENLNOTC.
0028A      SELECT NOTHIST-FILE  ASSIGN TO UT-S-NOTHTRN.
00029      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00030      SKIP2
00031  DATA DIVISION.
0069B      05  DN-LANG         PIC X.
00070      05  FILLER          PIC X(5).
00071      SKIP2
0071A  FD  NOTHIST-FILE
0071B      BLOCK  CONTAINS 0 RECORDS
0071C      RECORD CONTAINS 200 CHARACTERS
0071D      RECORDING MODE IS F
0071E      LABEL  RECORDS ARE STANDARD
0071F      DATA RECORD IS NOTHIST-REC.
0071G  01  NOTHIST-REC.
0071H  COPY ASNOTHSR1.
0071I      SKIP2
00072  FD  PRINT-FILE
00073      BLOCK  CONTAINS 0 RECORDS
00074      RECORD CONTAINS 133 CHARACTERS
00088  77  SF-IN-CNT         COMP-3  PIC S9(7)  VALUE +0.
00089  77  DENIED-CNT        COMP-3  PIC S9(7)  VALUE +0.
00090  77  NOTICE-OUT-CNT    COMP-3  PIC S9(7)  VALUE +0.
0090A  77  NOTHIST-OUT-CNT   COMP-3  PIC S9(7)  VALUE +0.
00091  77  AGING-CNT         COMP-3  PIC S9(7)  VALUE +0.
0091A  77  LANG-ENG-CNT      COMP-3  PIC S9(7)  VALUE +0.
0091B  77  LANG-SPA-CNT      COMP-3  PIC S9(7)  VALUE +0.
00159      SKIP1
00160  A010-HOUSEKEEPING.
00161      OPEN INPUT  CNTRL-FILE, SNRFRZ-EXTR
00162           OUTPUT NOTICE-FILE, NOTHIST-FILE, PRINT-FILE.
00163      READ CNTRL-FILE AT END
00164          MOVE ZEROS TO CC-CYCLE-START CC-APPEAL-DAYS.
00165      IF CC-CYCLE-START NOT NUMERIC
00169          DISPLAY 'ASHMA862 -- CONTROL CARD INVALID -- NEEDS '
00170              'CYCLE START DATE (1-8) AND APPEAL DAYS (9-11)'
00171          MOVE 16 TO RETURN-CODE
00172          CLOSE CNTRL-FILE, SNRFRZ-EXTR, NOTICE-FILE, NOTHIST-FILE,
0172A                PRINT-FILE
00173          STOP RUN.
00174      MOVE FUNCTION CURRENT-DATE (1:8) TO W-TODAY.
00175      MOVE W-TODAY TO W-WORK-DATE-N.
0192F          LANG-POL-CNT.
0192G      DISPLAY 'TOTAL OTHER-LANGUAGE NOTICES.....: '
0192H          LANG-OTH-CNT.
0192I      DISPLAY 'TOTAL HISTORY RECORDS WRITTEN....: '
0192J          NOTHIST-OUT-CNT.
00193      CLOSE CNTRL-FILE, SNRFRZ-EXTR, NOTICE-FILE, NOTHIST-FILE,
0193A            PRINT-FILE.
00194      STOP RUN.
00195      SKIP1
00196  A020-MAINLINE.
0226S      END-EVALUATE.
00227      WRITE NOTICE-REC.
00228      ADD +1 TO NOTICE-OUT-CNT.
0228A      PERFORM A055-WRITE-HISTORY THRU A055-EXIT.
00229      IF W-DEADLINE NOT LESS THAN W-TODAY
00230         AND W-DEADLINE NOT GREATER THAN W-TODAY-PLUS-30
00231          ADD +1 TO AGING-CNT
00232          PERFORM A070-PRINT-AGING THRU A070-EXIT.
00233  A050-EXIT. EXIT.
0233A      SKIP1
0233B  A055-WRITE-HISTORY.
0233C      MOVE SPACES       TO NOTHIST-REC.
0233D      MOVE DN-PROP      TO NH-PROP.
0233E      MOVE W-TODAY      TO NH-MAIL-DATE.
0233F      MOVE DN-FORM-ID   TO NH-FORM-ID.
0233G      MOVE 'ASHMA862'   TO NH-SOURCE.
0233H      MOVE 'N'          TO NH-TRAN-CODE.
0233I      MOVE OF-VOLUME    TO NH-VOL.
0233J      MOVE DN-LASTNAME  TO NH-NAME.
0233K      MOVE DN-ADDR      TO NH-ADDR.
0233L      MOVE DN-CITY      TO NH-CITY.
0233M      MOVE DN-STATE     TO NH-STATE.
0233N      MOVE DN-ZIP (1:5) TO NH-ZIP5.
0233O      MOVE DN-ZIP (6:4) TO NH-ZIP4.
0233P      MOVE ZEROS        TO NH-TRAY-NO, NH-PRESORT-DATE,
0233Q                           NH-RETURN-DATE, NH-LOAD-DATE.
0233R      WRITE NOTHIST-REC.
0233S      ADD +1 TO NOTHIST-OUT-CNT.
0233T  A055-EXIT. EXIT.
00234      SKIP1
00235 ******************************************************************
00236 * A060-ADD-DAYS ADVANCES W-WORK-DATE BY W-DAYS-LEFT CALENDAR
