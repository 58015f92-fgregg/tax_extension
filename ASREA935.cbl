00016 *         TRAYS, WRITES THE QUALIFIED OUTPUT FILE, AND PRINTS
00017 *         THE TRAY DOCUMENTATION AND A QUALIFICATION SUMMARY
00018 *         BY RATE LEVEL FOR THE MAILING.
0018A *         EVERY QUALIFIED PIECE KEYED BY PARCEL IS ALSO POSTED TO
0018B *         THE NOTICE-OF-RECORD HISTORY TRANSACTION FILE
0018C *         (ASNOTHSR1, CODE P) WITH ITS FORM, RATE LEVEL, TRAY AND
0018D *         THE PRESORT DATE, FOR ASREA994 TO CARRY ONTO THE
0018E *         NOTICE.  PIECES WHOSE KEY IS NOT A PARCEL ARE COUNTED.
00019      SKIP2
00020  ENVIRONMENT DIVISION.
00021  CONFIGURATION SECTION.
00026  FILE-CONTROL.
00027      SELECT MAILPC-FILE   ASSIGN TO UT-S-MAILPC.
00028      SELECT QUALIFIED-FILE ASSIGN TO UT-S-MAILQUAL.
0028A      SELECT NOTHIST-FILE  ASSIGN TO UT-S-NOTHTRN.
00029      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00030      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00031      SKIP2
00049      DATA RECORD IS QUALIFIED-REC.
00050  01  QUALIFIED-REC           PIC X(120).
00051      SKIP2
0051A  FD  NOTHIST-FILE
0051B      BLOCK  CONTAINS 0 RECORDS
0051C      RECORD CONTAINS 200 CHARACTERS
0051D      RECORDING MODE IS F
0051E      LABEL  RECORDS ARE STANDARD
0051F      DATA RECORD IS NOTHIST-REC.
0051G  01  NOTHIST-REC.
0051H  COPY ASNOTHSR1.
0051I      SKIP2
00052  FD  CONTROL-FILE
00053      BLOCK  CONTAINS 0 RECORDS
00054      RECORD CONTAINS 80 CHARACTERS
00091  77  PASS1-IN-CNT      COMP-3  PIC S9(7)  VALUE +0.
00092  77  PASS2-IN-CNT      COMP-3  PIC S9(7)  VALUE +0.
00093  77  QUAL-OUT-CNT      COMP-3  PIC S9(7)  VALUE +0.
0093A  77  NOTHIST-OUT-CNT   COMP-3  PIC S9(7)  VALUE +0.
0093B  77  NOTHIST-SKIP-CNT  COMP-3  PIC S9(7)  VALUE +0.
00094  77  CRRT-PIECE-CNT    COMP-3  PIC S9(7)  VALUE +0.
00095  77  DG5-PIECE-CNT     COMP-3  PIC S9(7)  VALUE +0.
00096  77  DG3-PIECE-CNT     COMP-3  PIC S9(7)  VALUE +0.
00103  77  W-3DG-MIN         COMP-3  PIC S9(3)  VALUE +150.
00104  77  W-TRAY-MAX        COMP-3  PIC S9(3)  VALUE +500.
00105  77  W-TRAY-PIECES     COMP-3  PIC S9(5)  VALUE +0.
0105A  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00106      SKIP1
00107  77  RT-CTR            COMP-3  PIC S9(5)  VALUE +0.
00108  77  RT-SUB            COMP-3  PIC S9(5)  VALUE +0.
00179      SKIP1
00180  A010-HOUSEKEEPING.
00181      OPEN INPUT  MAILPC-FILE, CONTROL-FILE
00182           OUTPUT QUALIFIED-FILE, NOTHIST-FILE, PRINT-FILE.
00183      PERFORM A012-READ-CONTROL THRU A012-EXIT.
0183A      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00184      ACCEPT ACPT-DATE FROM DATE.
00185      MOVE ACPT-MO TO DSP-MO.
00186      MOVE ACPT-DA TO DSP-DA.
00199          PASS1-IN-CNT.
00200      DISPLAY 'TOTAL QUALIFIED PIECES WRITTEN.......: '
00201          QUAL-OUT-CNT.
0201A      DISPLAY 'TOTAL NOTICE HISTORY POSTINGS........: '
0201B          NOTHIST-OUT-CNT.
0201C      DISPLAY 'TOTAL PIECES NOT KEYED BY PARCEL.....: '
0201D          NOTHIST-SKIP-CNT.
00202      DISPLAY 'TOTAL CARRIER-ROUTE RATE PIECES......: '
00203          CRRT-PIECE-CNT.
00204      DISPLAY 'TOTAL 5-DIGIT RATE PIECES............: '
00214      IF SEQ-ERR-CNT GREATER THAN +0
00215          MOVE 16 TO RETURN-CODE.
00216      CLOSE MAILPC-FILE, CONTROL-FILE, QUALIFIED-FILE,
00217            NOTHIST-FILE, PRINT-FILE.
00218      STOP RUN.
00219      SKIP1
00220  A012-READ-CONTROL.
00323      PERFORM A240-ASSIGN-TRAY THRU A240-EXIT.
00324      WRITE QUALIFIED-REC FROM MAILPC-REC.
00325      ADD +1 TO QUAL-OUT-CNT.
0325A      PERFORM A225-POST-HISTORY THRU A225-EXIT.
00326      PERFORM A210-READ-PASS2 THRU A210-EXIT.
00327  A220-EXIT. EXIT.
0327A      SKIP1
0327B  A225-POST-HISTORY.
0327C      IF MP-KEY (1:15) NOT NUMERIC
0327D          ADD +1 TO NOTHIST-SKIP-CNT
0327E          GO TO A225-EXIT.
0327F      MOVE SPACES        TO NOTHIST-REC.
0327G      MOVE MP-KEY (1:15) TO NH-PROP.
0327H      MOVE W-RUN-DATE    TO NH-MAIL-DATE, NH-PRESORT-DATE.
0327I      MOVE MP-FORM-ID    TO NH-FORM-ID.
0327J      MOVE 'ASREA935'    TO NH-SOURCE.
0327K      MOVE 'P'           TO NH-TRAN-CODE.
0327L      MOVE ZEROS         TO NH-VOL.
0327M      MOVE MP-RATE-LEVEL TO NH-RATE-LEVEL.
0327N      MOVE MP-TRAY-NO    TO NH-TRAY-NO.
0327O      MOVE ZEROS         TO NH-RETURN-DATE, NH-LOAD-DATE.
0327P      WRITE NOTHIST-REC.
0327Q      ADD +1 TO NOTHIST-OUT-CNT.
0327R  A225-EXIT. EXIT.
00328      SKIP1
00329  A230-POSITION-GROUPS.
00330      PERFORM A232-NEXT-ROUTE THRU A232-EXIT
