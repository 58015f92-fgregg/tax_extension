00017 *         IS BALANCED AGAINST THE CHANGE COUNT AND THE RUN ENDS
00018 *         WITH CONDITION CODE 8 IF THEY DISAGREE, SO NO CHANGED
00019 *         PARCEL GOES UNNOTICED.
0019A *         EVERY NOTICE IS ALSO WRITTEN TO THE NOTICE-OF-RECORD
0019B *         HISTORY TRANSACTION FILE (ASNOTHSR1) WITH THE RUN DATE
0019C *         AS THE MAIL DATE AND THE ADDRESS USED, FOR ASREA994.
00020      SKIP2
00021  ENVIRONMENT DIVISION.
00022  CONFIGURATION SECTION.
00034        RECORD KEY IS V-REC-KEY
00035        FILE STATUS IS VSAM-STATUS VSAM-STATUS-2.
00036      SELECT NOTICE-FILE   ASSIGN TO UT-S-REASNOTC.
0036A      SELECT NOTHIST-FILE  ASSIGN TO UT-S-NOTHTRN.
00038      SKIP2
00039  DATA DIVISION.
00040  FILE SECTION.
0100A      05  NT-FORM-ID      PIC X(4).
0100B      05  NT-LANG         PIC X.
00101      05  FILLER          PIC X(31).
0101A      SKIP2
0101B  FD  NOTHIST-FILE
0101C      BLOCK  CONTAINS 0 RECORDS
0101D      RECORD CONTAINS 200 CHARACTERS
0101E      RECORDING MODE IS F
0101F      LABEL  RECORDS ARE STANDARD
0101G      DATA RECORD IS NOTHIST-REC.
0101H  01  NOTHIST-REC.
0101I  COPY ASNOTHSR1.
00102      SKIP2
00111  WORKING-STORAGE SECTION.
00112      SKIP1
00130  77  VSAM-IN-CNT       COMP-3  PIC S9(9)  VALUE +0.
00131  77  CHANGED-CNT       COMP-3  PIC S9(9)  VALUE +0.
00132  77  NOTICE-OUT-CNT    COMP-3  PIC S9(9)  VALUE +0.
0132A  77  NOTHIST-OUT-CNT   COMP-3  PIC S9(9)  VALUE +0.
00133  77  NO-ADDR-CNT       COMP-3  PIC S9(7)  VALUE +0.
00134  77  NO-DEADLINE-CNT   COMP-3  PIC S9(7)  VALUE +0.
0134A  77  LANG-ENG-CNT      COMP-3  PIC S9(9)  VALUE +0.
0134B  77  LANG-SPA-CNT      COMP-3  PIC S9(9)  VALUE +0.
0134C  77  LANG-POL-CNT      COMP-3  PIC S9(9)  VALUE +0.
0134D  77  LANG-OTH-CNT      COMP-3  PIC S9(9)  VALUE +0.
0134E  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00135      SKIP1
00136  01  CURR-KEY                PIC 9(18).
00137  01  PRIOR-KEY               PIC 9(18).
00152  A010-HOUSEKEEPING.
00153      OPEN INPUT  DEADLINE-FILE, CURR-ASSMT, PRIOR-ASSMT,
00154                  HOMEOWNER-MAST-VSAM
00155           OUTPUT NOTICE-FILE, NOTHIST-FILE.
00156      IF VSAM-STATUS NOT EQUAL '00'
00157          DISPLAY 'ASREA955 -- VSAMHMST OPEN FAILED, STATUS '
00158              VSAM-STATUS
00159          MOVE 16 TO RETURN-CODE
00160          CLOSE DEADLINE-FILE CURR-ASSMT PRIOR-ASSMT
00161                NOTICE-FILE NOTHIST-FILE
00162          STOP RUN.
0162A      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00163      PERFORM A014-ZERO-DEADLINE THRU A014-EXIT
00164          VARYING DT-SUB FROM +1 BY +1
00165          UNTIL DT-SUB GREATER THAN +78.
0185F          LANG-POL-CNT.
0185G      DISPLAY 'TOTAL OTHER-LANGUAGE NOTICES.........: '
0185H          LANG-OTH-CNT.
0185I      DISPLAY 'TOTAL NOTICE HISTORY RECORDS WRITTEN.: '
0185J          NOTHIST-OUT-CNT.
00186      IF NOTICE-OUT-CNT NOT EQUAL CHANGED-CNT
00187          DISPLAY 'ASREA955 -- EXTRACT COUNT DOES NOT BALANCE '
00188              'TO CHANGE COUNT'
00189          MOVE 8 TO RETURN-CODE.
00190      CLOSE DEADLINE-FILE, CURR-ASSMT, PRIOR-ASSMT,
00191            HOMEOWNER-MAST-VSAM, NOTICE-FILE, NOTHIST-FILE.
00192      STOP RUN.
00193      SKIP1
00194  A012-READ-DEADLINE.
0289S      END-EVALUATE.
00290      WRITE NOTICE-REC.
00291      ADD +1 TO NOTICE-OUT-CNT.
0291A      PERFORM A055-WRITE-HISTORY THRU A055-EXIT.
00292  A050-EXIT. EXIT.
0292A      SKIP1
0292B  A055-WRITE-HISTORY.
0292C      MOVE SPACES       TO NOTHIST-REC.
0292D      MOVE NT-PROP      TO NH-PROP.
0292E      MOVE W-RUN-DATE   TO NH-MAIL-DATE.
0292F      MOVE NT-FORM-ID   TO NH-FORM-ID.
0292G      MOVE 'ASREA955'   TO NH-SOURCE.
0292H      MOVE 'N'          TO NH-TRAN-CODE.
0292I      MOVE NT-VOL       TO NH-VOL.
0292J      MOVE NT-NAME      TO NH-NAME.
0292K      MOVE NT-ADDR      TO NH-ADDR.
0292L      MOVE NT-CITY      TO NH-CITY.
0292M      MOVE NT-STATE     TO NH-STATE.
0292N      MOVE NT-ZIP       TO NH-ZIP5.
0292O      MOVE ZEROS        TO NH-TRAY-NO, NH-PRESORT-DATE,
0292P                           NH-RETURN-DATE, NH-LOAD-DATE.
0292Q      WRITE NOTHIST-REC.
0292R      ADD +1 TO NOTHIST-OUT-CNT.
0292S  A055-EXIT. EXIT.
