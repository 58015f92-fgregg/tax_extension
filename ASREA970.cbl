00014 *         MAIL-PIECE FORMAT (ASMAILPCR1, FORM VRCE) FOR THE
00015 *         PRESORT RUN.  ASREA913 WITHHOLDS THE EXPIRED RECORDS
00016 *         FROM EXEMPTION PROCESSING UNTIL RENEWED.
0016A *         EVERY NOTICE IS ALSO WRITTEN TO THE NOTICE-OF-RECORD
0016B *         HISTORY TRANSACTION FILE (ASNOTHSR1) WITH THE RUN DATE
0016C *         AS THE MAIL DATE AND THE ADDRESS USED, FOR ASREA994.
00017      SKIP2
00018  ENVIRONMENT DIVISION.
00019  CONFIGURATION SECTION.
00024  FILE-CONTROL.
00025      SELECT VETERAN-MAST  ASSIGN TO UT-S-VETMAST.
00026      SELECT NOTICE-FILE   ASSIGN TO UT-S-VETRECRT.
0026A      SELECT NOTHIST-FILE  ASSIGN TO UT-S-NOTHTRN.
00027      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00028      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
00029      SKIP2
00048  01  NOTICE-REC.
00049  COPY ASMAILPCR1.
00050      SKIP2
0050A  FD  NOTHIST-FILE
0050B      BLOCK  CONTAINS 0 RECORDS
0050C      RECORD CONTAINS 200 CHARACTERS
0050D      RECORDING MODE IS F
0050E      LABEL  RECORDS ARE STANDARD
0050F      DATA RECORD IS NOTHIST-REC.
0050G  01  NOTHIST-REC.
0050H  COPY ASNOTHSR1.
0050I      SKIP2
00051  FD  CONTROL-FILE
00052      BLOCK  CONTAINS 0 RECORDS
00053      RECORD CONTAINS 80 CHARACTERS
00083  77  NEVER-CERT-CNT    COMP-3  PIC S9(7)  VALUE +0.
00084  77  EXPIRING-CNT      COMP-3  PIC S9(7)  VALUE +0.
00085  77  NOTICE-OUT-CNT    COMP-3  PIC S9(7)  VALUE +0.
0085A  77  NOTHIST-OUT-CNT   COMP-3  PIC S9(7)  VALUE +0.
00086      SKIP1
00087  77  W-WARN-DAYS       COMP-3  PIC S9(3)  VALUE +90.
00088  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00136      SKIP1
00137  A010-HOUSEKEEPING.
00138      OPEN INPUT  VETERAN-MAST, CONTROL-FILE
00139           OUTPUT NOTICE-FILE, NOTHIST-FILE, PRINT-FILE.
00140      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00141      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00142      COMPUTE W-RUN-DATE-INT =
00163          EXPIRING-CNT.
00164      DISPLAY 'TOTAL RECERTIFICATION NOTICES........: '
00165          NOTICE-OUT-CNT.
0165A      DISPLAY 'TOTAL NOTICE HISTORY RECORDS WRITTEN.: '
0165B          NOTHIST-OUT-CNT.
00166      CLOSE VETERAN-MAST, CONTROL-FILE, NOTICE-FILE,
00167            NOTHIST-FILE, PRINT-FILE.
00168      STOP RUN.
00169      SKIP1
00170  A012-READ-CONTROL.
00235      MOVE ZEROS     TO MP-TRAY-NO.
00236      WRITE NOTICE-REC.
00237      ADD +1 TO NOTICE-OUT-CNT.
0237A      PERFORM A055-WRITE-HISTORY THRU A055-EXIT.
00238  A050-EXIT. EXIT.
0238A      SKIP1
0238B  A055-WRITE-HISTORY.
0238C      MOVE SPACES       TO NOTHIST-REC.
0238D      MOVE VET-PROP     TO NH-PROP.
0238E      MOVE W-RUN-DATE   TO NH-MAIL-DATE.
0238F      MOVE MP-FORM-ID   TO NH-FORM-ID.
0238G      MOVE 'ASREA970'   TO NH-SOURCE.
0238H      MOVE 'N'          TO NH-TRAN-CODE.
0238I      MOVE VET-VOL      TO NH-VOL.
0238J      MOVE MP-NAME      TO NH-NAME.
0238K      MOVE MP-ADDR      TO NH-ADDR.
0238L      MOVE MP-CITY      TO NH-CITY.
0238M      MOVE MP-STATE     TO NH-STATE.
0238N      MOVE MP-ZIP5      TO NH-ZIP5.
0238O      MOVE MP-ZIP4      TO NH-ZIP4.
0238P      MOVE ZEROS        TO NH-TRAY-NO, NH-PRESORT-DATE,
0238Q                           NH-RETURN-DATE, NH-LOAD-DATE.
0238R      WRITE NOTHIST-REC.
0238S      ADD +1 TO NOTHIST-OUT-CNT.
0238T  A055-EXIT. EXIT.
00239      SKIP1
00240  A070-PRINT.
00241      IF LINE-CNT GREATER THAN +57
