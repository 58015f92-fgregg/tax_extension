0015B *         THE RUN SUMMARY COUNTS NOTICES BY LANGUAGE.  THE
0015C *         HOMEOWNER MASTER MUST BE PRESORTED ON
00016 *         PROPERTY NUMBER BY THE PRECEDING SORT STEP.
0016A *         EVERY REMINDER IS ALSO WRITTEN TO THE NOTICE-OF-RECORD
0016B *         HISTORY TRANSACTION FILE (ASNOTHSR1) WITH THE RUN DATE
0016C *         AS THE MAIL DATE AND THE ADDRESS USED, FOR ASREA994.
00017      SKIP2
00018  ENVIRONMENT DIVISION.
00019  CONFIGURATION SECTION.
00029        RECORD KEY IS V-REC-KEY
00030        FILE STATUS IS VSAM-STATUS VSAM-STATUS-2.
00031      SELECT REMINDER-FILE  ASSIGN TO UT-S-REMINDER.
0031A      SELECT NOTHIST-FILE   ASSIGN TO UT-S-NOTHTRN.
00032      SELECT PRINT-FILE     ASSIGN TO UT-S-PRINT.
00033      SKIP2
00034  DATA DIVISION.
0067B      05  RM-LANG         PIC X.
00068      05  FILLER          PIC X(12).
00069      SKIP2
0069A  FD  NOTHIST-FILE
0069B      BLOCK  CONTAINS 0 RECORDS
0069C      RECORD CONTAINS 200 CHARACTERS
0069D      RECORDING MODE IS F
0069E      LABEL  RECORDS ARE STANDARD
0069F      DATA RECORD IS NOTHIST-REC.
0069G  01  NOTHIST-REC.
0069H  COPY ASNOTHSR1.
0069I      SKIP2
00070  FD  PRINT-FILE
00071      BLOCK  CONTAINS 0 RECORDS
00072      RECORD CONTAINS 133 CHARACTERS
00092  77  VSAM-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00093  77  SELECTED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00094  77  REMINDER-OUT-CNT  COMP-3  PIC S9(7)  VALUE +0.
0094A  77  NOTHIST-OUT-CNT   COMP-3  PIC S9(7)  VALUE +0.
00095  77  UNDELVR-SUPP-CNT  COMP-3  PIC S9(7)  VALUE +0.
00096  77  NO-ADDR-CNT       COMP-3  PIC S9(7)  VALUE +0.
0096A  77  LANG-ENG-CNT      COMP-3  PIC S9(7)  VALUE +0.
0096C  77  LANG-POL-CNT      COMP-3  PIC S9(7)  VALUE +0.
0096D  77  LANG-OTH-CNT      COMP-3  PIC S9(7)  VALUE +0.
0096E  77  W-LANG                    PIC X      VALUE SPACE.
0096F  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00097      SKIP1
00098  01  MAST-KEY                PIC 9(15).
00099  01  W-ZIP9                  PIC 9(9).
00103      SKIP1
00104  A010-HOUSEKEEPING.
00105      OPEN INPUT  HOMEOWNER-MAST, HOMEOWNER-MAST-VSAM
00106           OUTPUT REMINDER-FILE, NOTHIST-FILE, PRINT-FILE.
00107      IF VSAM-STATUS NOT EQUAL '00'
00108          DISPLAY 'ASREA907 -- VSAMHMST OPEN FAILED, STATUS '
00109              VSAM-STATUS
00110          MOVE 16 TO RETURN-CODE
00111          CLOSE HOMEOWNER-MAST REMINDER-FILE NOTHIST-FILE
0111A                PRINT-FILE
00112          STOP RUN.
0112A      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00113      PERFORM A030-READ-MAST THRU A030-EXIT.
00114      PERFORM A040-READ-VSAM THRU A040-EXIT.
00115      PERFORM A020-MAINLINE THRU A020-EXIT
0128F          LANG-POL-CNT.
0128G      DISPLAY 'TOTAL OTHER-LANGUAGE NOTICES.........: '
0128H          LANG-OTH-CNT.
0128I      DISPLAY 'TOTAL NOTICE HISTORY RECORDS WRITTEN.: '
0128J          NOTHIST-OUT-CNT.
00129      CLOSE HOMEOWNER-MAST, HOMEOWNER-MAST-VSAM,
00130            REMINDER-FILE, NOTHIST-FILE, PRINT-FILE.
00131      STOP RUN.
00132      SKIP1
00133  A020-MAINLINE.
0181T      END-EVALUATE.
00182      WRITE REMINDER-REC.
00183      ADD +1 TO REMINDER-OUT-CNT.
0183A      PERFORM A055-WRITE-HISTORY THRU A055-EXIT.
00184  A050-EXIT. EXIT.
0184A      SKIP1
0184B  A055-WRITE-HISTORY.
0184C      MOVE SPACES       TO NOTHIST-REC.
0184D      MOVE RM-PROP      TO NH-PROP.
0184E      MOVE W-RUN-DATE   TO NH-MAIL-DATE.
0184F      MOVE RM-FORM-ID   TO NH-FORM-ID.
0184G      MOVE 'ASREA907'   TO NH-SOURCE.
0184H      MOVE 'N'          TO NH-TRAN-CODE.
0184I      MOVE HO-VOL       TO NH-VOL.
0184J      MOVE RM-NAME      TO NH-NAME.
0184K      MOVE RM-ADDR      TO NH-ADDR.
0184L      MOVE RM-CITY      TO NH-CITY.
0184M      MOVE RM-STATE     TO NH-STATE.
0184N      MOVE RM-ZIP       TO NH-ZIP5.
0184O      MOVE ZEROS        TO NH-TRAY-NO, NH-PRESORT-DATE,
0184P                           NH-RETURN-DATE, NH-LOAD-DATE.
0184Q      WRITE NOTHIST-REC.
0184R      ADD +1 TO NOTHIST-OUT-CNT.
0184S  A055-EXIT. EXIT.
