00018 *         RUN, SO ASREA891 DOES NOT REPORT THE CORRECTION AS
00019 *         DRIFT.  EVERY RECORD TOUCHED IS PRINTED AS A BEFORE
00020 *         AND AFTER AUDIT LINE.
0020A *         EVERY VALID RETURN, ON THE MASTER OR NOT, IS ALSO
0020B *         POSTED TO THE NOTICE-OF-RECORD HISTORY TRANSACTION
0020C *         FILE (ASNOTHSR1, CODE R) WITH THE RETURN TYPE AND ANY
0020D *         FORWARDING ADDRESS, FOR ASREA994 TO CARRY ONTO THE
0020E *         LATEST NOTICE MAILED TO THE PARCEL.
00021      SKIP2
00022  ENVIRONMENT DIVISION.
00023  CONFIGURATION SECTION.
00035        RECORD KEY IS V-REC-KEY
00036        FILE STATUS IS VSAM-STATUS VSAM-STATUS-2.
00037      SELECT DMSCORR-FILE   ASSIGN TO UT-S-DMSCORR.
0037A      SELECT NOTHIST-FILE   ASSIGN TO UT-S-NOTHTRN.
00038      SELECT PRINT-FILE     ASSIGN TO UT-S-PRINT.
00039      SKIP2
00040  DATA DIVISION.
00093  01  DMSCORR-REC.
00094  COPY RDHMSTDMS.
00095      SKIP2
0095A  FD  NOTHIST-FILE
0095B      BLOCK  CONTAINS 0 RECORDS
0095C      RECORD CONTAINS 200 CHARACTERS
0095D      RECORDING MODE IS F
0095E      LABEL  RECORDS ARE STANDARD
0095F      DATA RECORD IS NOTHIST-REC.
0095G  01  NOTHIST-REC.
0095H  COPY ASNOTHSR1.
0095I      SKIP2
00096  FD  PRINT-FILE
00097      BLOCK  CONTAINS 0 RECORDS
00098      RECORD CONTAINS 133 CHARACTERS
00128  77  VSAM-REWRITE-CNT  COMP-3  PIC S9(7)  VALUE +0.
00129  77  VSAM-NOTFND-CNT   COMP-3  PIC S9(7)  VALUE +0.
00130  77  DMSCORR-OUT-CNT   COMP-3  PIC S9(7)  VALUE +0.
0130A  77  NOTHIST-OUT-CNT   COMP-3  PIC S9(7)  VALUE +0.
00131  77  UNMATCHED-CNT     COMP-3  PIC S9(7)  VALUE +0.
00132  77  BAD-TYPE-CNT      COMP-3  PIC S9(7)  VALUE +0.
00133      SKIP1
00190  A010-HOUSEKEEPING.
00191      OPEN INPUT  MAILRTN-FILE, HOMEOWNER-MAST
00192           I-O    HOMEOWNER-MAST-VSAM
00193           OUTPUT NEW-HOMEOWNER-MAST, DMSCORR-FILE, NOTHIST-FILE,
0193A                  PRINT-FILE.
00194      IF VSAM-STATUS NOT EQUAL '00'
00195          DISPLAY 'ASREA934 -- VSAMHMST OPEN FAILED, STATUS '
00196              VSAM-STATUS
00197          MOVE 16 TO RETURN-CODE
00198          CLOSE MAILRTN-FILE HOMEOWNER-MAST
00199                NEW-HOMEOWNER-MAST DMSCORR-FILE NOTHIST-FILE
0199A                PRINT-FILE
00200          STOP RUN.
00201      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00202      ACCEPT ACPT-DATE FROM DATE.
00225          VSAM-NOTFND-CNT.
00226      DISPLAY 'TOTAL DMS CORRECTIONS WRITTEN........: '
00227          DMSCORR-OUT-CNT.
0227A      DISPLAY 'TOTAL NOTICE HISTORY POSTINGS........: '
0227B          NOTHIST-OUT-CNT.
00228      DISPLAY 'TOTAL RETURNS NOT ON MASTER..........: '
00229          UNMATCHED-CNT.
00230      DISPLAY 'TOTAL INVALID RETURN TYPES...........: '
00233          OR BAD-TYPE-CNT GREATER THAN +0
00234          MOVE 8 TO RETURN-CODE.
00235      CLOSE MAILRTN-FILE, HOMEOWNER-MAST, NEW-HOMEOWNER-MAST,
00236            HOMEOWNER-MAST-VSAM, DMSCORR-FILE, NOTHIST-FILE,
0236A            PRINT-FILE.
00237      STOP RUN.
00238      SKIP1
00239  A020-MAINLINE.
00296  A040-EXIT. EXIT.
00297      SKIP1
00298  A050-APPLY-RETURN.
0298A      PERFORM A057-POST-HISTORY THRU A057-EXIT.
00299      IF MR-UNDELIVERABLE
00300          PERFORM A052-SET-UNDELIVERABLE THRU A052-EXIT
00301      ELSE
00359      PERFORM A058-WRITE-DMS-CORR THRU A058-EXIT.
00360  A056-EXIT. EXIT.
00361      SKIP1
0361A  A057-POST-HISTORY.
0361B      MOVE SPACES       TO NOTHIST-REC.
0361C      MOVE MR-PROP-N    TO NH-PROP.
0361D      MOVE W-RUN-DATE   TO NH-MAIL-DATE, NH-RETURN-DATE.
0361E      MOVE 'ASREA934'   TO NH-SOURCE.
0361F      MOVE 'R'          TO NH-TRAN-CODE.
0361G      MOVE ZEROS        TO NH-VOL.
0361H      MOVE MR-TYPE      TO NH-RETURN-TYPE.
0361I      IF MR-FORWARDING
0361J          MOVE MR-NEW-ADDR  TO NH-FWD-ADDR
0361K          MOVE MR-NEW-CITY  TO NH-FWD-CITY
0361L          MOVE MR-NEW-STATE TO NH-FWD-STATE
0361M          MOVE MR-NEW-ZIP   TO NH-FWD-ZIP.
0361N      MOVE ZEROS        TO NH-TRAY-NO, NH-PRESORT-DATE,
0361O                           NH-LOAD-DATE.
0361P      WRITE NOTHIST-REC.
0361Q      ADD +1 TO NOTHIST-OUT-CNT.
0361R  A057-EXIT. EXIT.
0361S      SKIP1
00362  A058-WRITE-DMS-CORR.
00363      MOVE SPACES       TO DMSCORR-REC.
00364      MOVE V-VOL        TO H-VOL.
00381      SKIP1
00382  A060-UNMATCHED.
00383      ADD +1 TO UNMATCHED-CNT.
0383A      PERFORM A057-POST-HISTORY THRU A057-EXIT.
00384      MOVE SPACES TO AUDIT-LINE.
00385      MOVE 'NOMATCH ' TO AL-TAG.
00386      MOVE MR-TYPE    TO AL-TYPE.
