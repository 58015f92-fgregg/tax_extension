00012 *         TAXABLE PROCESSING.  THE AGING REPORT SHOWS PENDING
00013 *         PARCELS BY NOTICE COUNT; RECEIVED AND LAPSED COUNTS
00014 *         ARE SUMMARIZED.  THE UPDATED ROSTER IS WRITTEN OUT.
0014A *         A PENDING FIRST AFFIDAVIT ON A NEW GRANT (ASREA882)
0014B *         IS NOT AGED UNTIL ITS DUE DATE (XO-AFF-DUE-DATE) HAS
0014C *         PASSED; IT IS COUNTED AS NOT YET DUE.
0014D *         EVERY FOLLOW-UP NOTICE STEPPED IS ALSO WRITTEN AS A
0014E *         TYPE N NOTICE-OF-RECORD HISTORY TRANSACTION
0014F *         (ASNOTHSR1, FORM AFFE) FOR ASREA994 TO LOAD.  THE
0014G *         ROSTER CARRIES NO MAILING NAME OR ADDRESS, SO THOSE
0014H *         ARE LEFT BLANK ON THE TRANSACTION.
00015      SKIP2
00016  ENVIRONMENT DIVISION.
00017  CONFIGURATION SECTION.
00025      SELECT LAPSE-FILE    ASSIGN TO UT-S-XOWNLAPS.
00026      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00027      SELECT PRINT-FILE    ASSIGN TO UT-S-PRINT.
0027A      SELECT NOTHIST-FILE  ASSIGN TO UT-S-NOTHTRN.
00028      SKIP2
00029  DATA DIVISION.
00030  FILE SECTION.
00073      LABEL  RECORDS ARE STANDARD.
00074      SKIP1
00075  01  PRINT-REC               PIC X(133).
0075A      SKIP2
0075B  FD  NOTHIST-FILE
0075C      BLOCK  CONTAINS 0 RECORDS
0075D      RECORD CONTAINS 200 CHARACTERS
0075E      RECORDING MODE IS F
0075F      LABEL  RECORDS ARE STANDARD
0075G      DATA RECORD IS NOTHIST-REC.
0075H  01  NOTHIST-REC.
0075I  COPY ASNOTHSR1.
00076      SKIP2
00077  WORKING-STORAGE SECTION.
00078      SKIP1
00090  77  PENDING-CNT       COMP-3  PIC S9(7)  VALUE +0.
00091  77  LAPSED-CNT        COMP-3  PIC S9(7)  VALUE +0.
00092  77  PRIOR-LAPSED-CNT  COMP-3  PIC S9(7)  VALUE +0.
0092A  77  NOT-DUE-CNT       COMP-3  PIC S9(7)  VALUE +0.
0092B  77  NOTHIST-OUT-CNT   COMP-3  PIC S9(7)  VALUE +0.
00093      SKIP1
00094  77  W-MAX-NOTICES     COMP-3  PIC S9(2)  VALUE +3.
0094A  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00095      SKIP1
00096  01  NOTICE-CNT-TABLE.
00097      05  NC-PENDING OCCURS 10 TIMES
00147      SKIP1
00148  A010-HOUSEKEEPING.
00149      OPEN INPUT  ROSTER-IN, CONTROL-FILE
00150           OUTPUT ROSTER-OUT, LAPSE-FILE, PRINT-FILE,
0150A                  NOTHIST-FILE.
00151      PERFORM A012-READ-CONTROL THRU A012-EXIT.
0151A      MOVE FUNCTION CURRENT-DATE (1:8) TO W-RUN-DATE.
00152      ACCEPT ACPT-DATE FROM DATE.
00153      MOVE ACPT-MO TO DSP-MO.
00154      MOVE ACPT-DA TO DSP-DA.
00171          LAPSED-CNT.
00172      DISPLAY 'TOTAL LAPSED PREVIOUSLY..............: '
00173          PRIOR-LAPSED-CNT.
0173A      DISPLAY 'TOTAL FIRST AFFIDAVITS NOT YET DUE...: '
0173B          NOT-DUE-CNT.
0173C      DISPLAY 'TOTAL NOTICE HISTORY RECORDS WRITTEN.: '
0173D          NOTHIST-OUT-CNT.
00174      CLOSE ROSTER-IN, CONTROL-FILE, ROSTER-OUT, LAPSE-FILE,
00175            PRINT-FILE, NOTHIST-FILE.
00176      STOP RUN.
00177      SKIP1
00178  A012-READ-CONTROL.
00195              ADD +1 TO RECEIVED-CNT
00196          WHEN XO-LAPSED
00197              ADD +1 TO PRIOR-LAPSED-CNT
0197A          WHEN XO-AFF-DUE-DATE GREATER THAN W-RUN-DATE
0197B              ADD +1 TO NOT-DUE-CNT
00198          WHEN XO-NOTICE-CNT NOT LESS THAN W-MAX-NOTICES
00199              PERFORM A050-LAPSE THRU A050-EXIT
00200          WHEN OTHER
00214  A040-AGE-PENDING.
00215      ADD +1 TO PENDING-CNT.
00216      ADD 1 TO XO-NOTICE-CNT.
0216A      PERFORM A045-WRITE-NOTHIST THRU A045-EXIT.
00217      COMPUTE NC-SUB = XO-NOTICE-CNT + 1.
00218      IF NC-SUB GREATER THAN +10
00219          MOVE +10 TO NC-SUB.
00225      MOVE 'PENDING -- FOLLOW-UP NOTICE DUE' TO D-MESSG.
00226      PERFORM A060-PRINT THRU A060-EXIT.
00227  A040-EXIT. EXIT.
0227A      SKIP1
0227B  A045-WRITE-NOTHIST.
0227C      MOVE SPACES       TO NOTHIST-REC.
0227D      MOVE XO-PROP      TO NH-PROP.
0227E      MOVE W-RUN-DATE   TO NH-MAIL-DATE.
0227F      MOVE 'AFFE'       TO NH-FORM-ID.
0227G      MOVE 'ASREA949'   TO NH-SOURCE.
0227H      MOVE 'N'          TO NH-TRAN-CODE.
0227I      MOVE XO-VOL       TO NH-VOL.
0227J      MOVE ZEROS        TO NH-TRAY-NO, NH-PRESORT-DATE,
0227K                           NH-RETURN-DATE, NH-LOAD-DATE.
0227L      WRITE NOTHIST-REC.
0227M      ADD +1 TO NOTHIST-OUT-CNT.
0227N  A045-EXIT. EXIT.
00228      SKIP1
00229  A050-LAPSE.
00230      ADD +1 TO LAPSED-CNT.
00259      WRITE PRINT-REC FROM SUMM-LINE AFTER ADVANCING 1.
00260      MOVE 'LAPSED PREVIOUSLY' TO SL-DESC.
00261      MOVE PRIOR-LAPSED-CNT TO SL-COUNT.
0261A      WRITE PRINT-REC FROM SUMM-LINE AFTER ADVANCING 1.
0261B      MOVE 'FIRST AFFIDAVIT NOT YET DUE' TO SL-DESC.
0261C      MOVE NOT-DUE-CNT TO SL-COUNT.
00262      WRITE PRINT-REC FROM SUMM-LINE AFTER ADVANCING 1.
00263      ADD +7 TO LINE-CNT.
00264  A070-EXIT. EXIT.
00265      SKIP1
00266  A080-WRITE-ROSTER.
