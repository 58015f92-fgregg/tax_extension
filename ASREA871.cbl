00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA871.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. EVERY JOB THAT STILL WRITES A FULL SOCIAL SECURITY
00007 *         NUMBER TO AN OUTPUT -- A STATE AGENCY FILE, THE
00008 *         COLLAR-COUNTY EXCHANGE, AN INTERNAL UPDATE OR RECOVERY
00009 *         FEED, OR THE UNMASK LISTING -- CALLS THIS SUBPROGRAM
00010 *         ONCE PER SUCH OUTPUT AT END OF RUN WITH THE EXPOSURE
00011 *         RECORD DEFINED IN ASSSNXPR1.  THE RUN DATE AND TIME ARE
00012 *         STAMPED AND THE RECORD IS APPENDED TO THE CUMULATIVE
00013 *         FULL-SSN EXPOSURE LOG, WHICH ASREA870 PRINTS EACH
00014 *         QUARTER.  A RUN THAT WROTE NO RECORDS CARRIED NO SSN AND
00015 *         IS NOT LOGGED.  THE LOG IS OPENED AND CLOSED ON EACH
00016 *         CALL; A LOG THAT CANNOT BE WRITTEN IS DISPLAYED BUT DOES
00017 *         NOT STOP THE CALLING JOB.
00018      SKIP2
00019  ENVIRONMENT DIVISION.
00020  CONFIGURATION SECTION.
00021  SOURCE-COMPUTER. IBM-370.
00022  OBJECT-COMPUTER. IBM-370.
00023      SKIP1
00024  INPUT-OUTPUT SECTION.
00025  FILE-CONTROL.
00026      SELECT SSNEXP-LOG    ASSIGN TO UT-S-SSNEXPLG
00027        FILE STATUS IS SX-STATUS.
00028      SKIP2
00029  DATA DIVISION.
00030  FILE SECTION.
00031      SKIP1
00032  FD  SSNEXP-LOG
00033      BLOCK  CONTAINS 0 RECORDS
00034      RECORD CONTAINS 80 CHARACTERS
00035      RECORDING MODE IS F
00036      LABEL  RECORDS ARE STANDARD
00037      DATA RECORD IS SSNEXP-LOG-REC.
00038  01  SSNEXP-LOG-REC             PIC X(80).
00039      SKIP2
00040  WORKING-STORAGE SECTION.
00041  77  FILLER              PIC X(40)  VALUE
00042      '** ASREA871 WORKING-STORAGE BEGINS **'.
00043      SKIP1
00044  77  SX-STATUS                 PIC XX     VALUE '00'.
00045  77  W-RUN-DATE-TIME           PIC X(14)  VALUE SPACES.
00046      SKIP1
00047  LINKAGE SECTION.
00048  01  SSNEXP-AREA.
00049  COPY ASSSNXPR1.
00050      EJECT
00051  PROCEDURE DIVISION USING SSNEXP-AREA.
00052      SKIP1
00053  A000-LOG-EXPOSURE.
00054      IF SX-RECORD-CNT NOT NUMERIC
00055          OR SX-RECORD-CNT EQUAL ZERO
00056          GOBACK.
00057      IF NOT SX-VALID-CLASS
00058          DISPLAY 'ASREA871 -- INVALID DESTINATION CLASS '
00059              SX-DEST-CLASS ' FROM ' SX-PROGRAM ' ' SX-OUTPUT-DD
00060              ', LOGGED AS INTERNAL'
00061          MOVE 'I' TO SX-DEST-CLASS.
00062      MOVE FUNCTION CURRENT-DATE (1:14) TO W-RUN-DATE-TIME.
00063      MOVE W-RUN-DATE-TIME (1:8)  TO SX-RUN-DATE.
00064      MOVE W-RUN-DATE-TIME (9:6)  TO SX-RUN-TIME.
00065      OPEN EXTEND SSNEXP-LOG.
00066      IF SX-STATUS NOT EQUAL '00'
00067          DISPLAY 'ASREA871 -- EXPOSURE LOG OPEN FAILED, '
00068              'STATUS ' SX-STATUS
00069          DISPLAY 'ASREA871 -- NOT LOGGED: ' SSNEXP-AREA
00070          GOBACK.
00071      WRITE SSNEXP-LOG-REC FROM SSNEXP-AREA.
00072      IF SX-STATUS NOT EQUAL '00'
00073          DISPLAY 'ASREA871 -- EXPOSURE LOG WRITE FAILED, '
00074              'STATUS ' SX-STATUS
00075          DISPLAY 'ASREA871 -- NOT LOGGED: ' SSNEXP-AREA.
00076      CLOSE SSNEXP-LOG.
00077      GOBACK.
