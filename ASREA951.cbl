00014 *         NEW CLASS AND THE EXEMPTION DOLLARS AT STAKE, AND A
00015 *         REFERRAL RECORD (SOURCE CC) FOR THE ASREA942 CASE
00016 *         TRACKING INTAKE.
0016A *         THE PROGRAM NOW RUNS AS A MODULE OF THE ASREA993
0016B *         SINGLE-PASS EQ DRIVER: IT NO LONGER READS THE EQ FILE
0016C *         ITSELF BUT IS CALLED ONCE TO OPEN, ONCE PER EQ RECORD
0016D *         AND ONCE TO PRINT ITS TOTALS (ASEQFANR1 INTERFACE).
0016E *         THE LISTING IS UNCHANGED AND NOW GOES TO DD PRT951.
0016F *         THE HOMEOWNER MASTER IS NOW ADVANCED TO EACH EQ KEY
0016G *         AS IT ARRIVES; MASTER RECORDS LEFT AFTER THE LAST EQ
0016H *         RECORD ARE COUNTED AT THE CLOSING CALL.
00017      SKIP2
00018  ENVIRONMENT DIVISION.
00019  CONFIGURATION SECTION.
00023  INPUT-OUTPUT SECTION.
00024  FILE-CONTROL.
00025      SELECT HOMEOWNER-MAST ASSIGN TO UT-S-MASTIN.
00027      SELECT REFERRAL-FILE  ASSIGN TO UT-S-REFERRAL.
00028      SELECT PRINT-FILE     ASSIGN TO UT-S-PRT951.
00029      SKIP2
00030  DATA DIVISION.
00031  FILE SECTION.
00039  01  HO-REC.
00040  COPY HOMOWNRD01.
00041      SKIP2
00051  FD  REFERRAL-FILE
00052      BLOCK  CONTAINS 0 RECORDS
00053      RECORD CONTAINS 80 CHARACTERS
00076      SKIP1
00077  77  MAST-EOF-SW               PIC X      VALUE 'N'.
00078      88  END-OF-MAST-FILE                 VALUE 'Y'.
00081  77  FIRST-MAST-REC-SW         PIC X      VALUE 'Y'.
00083      SKIP1
00084  77  MAST-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00085  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00094  01  EQ-KEY.
00095      05  EK-VOL              PIC 9(3).
00096      05  EK-PROP             PIC 9(15).
0096A      SKIP1
0096B  01  EQ-REC.
0096C  COPY EQVALRD01.
00097      SKIP1
00098  01  ACPT-DATE                  PIC 9(6).
00099  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00143      05  FILLER          PIC X(6)   VALUE SPACES.
00144      05  D-DOLLARS       PIC ZZ,ZZZ,ZZZ,ZZ9.
00145      EJECT
0145A  LINKAGE SECTION.
0145B  01  EQFAN-AREA.
0145C  COPY ASEQFANR1.
0145D      EJECT
00146  PROCEDURE DIVISION USING EQFAN-AREA.
00147      SKIP1
0147A  A000-DISPATCH.
0147B      EVALUATE TRUE
0147C          WHEN EF-OPEN
0147D              PERFORM A010-HOUSEKEEPING THRU A010-EXIT
0147E          WHEN EF-RECORD
0147F              MOVE EF-EQ-REC TO EQ-REC
0147G              PERFORM A020-MAINLINE THRU A020-EXIT
0147H          WHEN EF-CLOSE
0147I              PERFORM A012-END-OF-RUN THRU A012-EXIT
0147J      END-EVALUATE.
0147K      GOBACK.
0147L      SKIP1
00148  A010-HOUSEKEEPING.
00149      OPEN INPUT  HOMEOWNER-MAST
00150           OUTPUT REFERRAL-FILE, PRINT-FILE.
00151      ACCEPT ACPT-DATE FROM DATE.
00152      MOVE ACPT-MO TO DSP-MO.
00155      MOVE DSP-DATE TO HD-DATE.
00156      PERFORM B100-HEADING THRU B100-EXIT.
00157      PERFORM A030-READ-MAST THRU A030-EXIT.
00159  A010-EXIT. EXIT.
00160      SKIP1
0160A  A012-END-OF-RUN.
0160B      PERFORM A025-SKIP-MAST THRU A025-EXIT
0160C          UNTIL END-OF-MAST-FILE.
00161      DISPLAY 'TOTAL HOMEOWNER MASTER RECORDS READ..: '
00162          MAST-IN-CNT.
00163      DISPLAY 'TOTAL EQVAL RECORDS READ.............: '
00167      DISPLAY 'TOTAL EXEMPTIONS WITH NO EQ RECORD...: '
00168          NO-EQ-CNT.
00169      IF REMOVAL-CNT GREATER THAN +0
00170          MOVE 4 TO EF-RETURN-CODE.
00171      CLOSE HOMEOWNER-MAST, REFERRAL-FILE, PRINT-FILE.
00173  A012-EXIT. EXIT.
00174      SKIP1
00175  A020-MAINLINE.
0175A      ADD +1 TO EQ-IN-CNT.
0175B      MOVE EQ-VOL  TO EK-VOL.
0175C      MOVE EQ-PROP TO EK-PROP.
0175D      PERFORM A025-SKIP-MAST THRU A025-EXIT
0175E          UNTIL MAST-KEY NOT LESS THAN EQ-KEY.
0175F      IF MAST-KEY EQUAL EQ-KEY
0175G          PERFORM A050-CHECK-CLASS THRU A050-EXIT
0175H          PERFORM A030-READ-MAST THRU A030-EXIT.
00194  A020-EXIT. EXIT.
00195      SKIP1
0195A  A025-SKIP-MAST.
0195B      IF HO-STAT1-RENEWED
0195C          ADD +1 TO NO-EQ-CNT.
0195D      PERFORM A030-READ-MAST THRU A030-EXIT.
0195E  A025-EXIT. EXIT.
0195F      SKIP1
00196  A030-READ-MAST.
00197      READ HOMEOWNER-MAST AT END
00198          MOVE 'Y' TO MAST-EOF-SW
00209          MOVE HO-PROP TO MK-PROP.
00210  A030-EXIT. EXIT.
00211      SKIP1
00228  A050-CHECK-CLASS.
00229      IF NOT HO-STAT1-RENEWED
00230          GO TO A050-EXIT.
