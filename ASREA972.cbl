00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA972.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. A FORFEITED PARCEL HELD BY THE COUNTY TRUSTEE, OR A
00007 *         PARCEL TAKEN BY TAX DEED, SHOULD NOT BE RECEIVING A
00008 *         HOMESTEAD EXEMPTION, BUT NOTHING CROSS-CHECKED THE
00009 *         SOLD/ FORFEIT STATUS ON THE PROPERTY MASTER AGAINST THE
00010 *         EXEMPTION FILES.  THIS PROGRAM READS THE PROPERTY MASTER
00011 *         (PROPMSRD01) AND TAKES A PARCEL AS FORFEITED WHEN
00012 *         EITHER SOLD/FORFEIT CODE ON ITS MISCELLANEOUS SEGMENT
00013 *         (PM-SLDFRT-CD1/2) IS FORFEIT, OR AS TAKEN BY TAX DEED
00014 *         WHEN IT CARRIES A SCAVENGER SALE YEAR AND ITS SCAVENGER
00015 *         ACTION (PM-SCAV-ACTION) IS ONE OF THE DEED ACTIONS
00016 *         LISTED ON THE CONTROL CARD.  EACH SUCH PARCEL IS MATCHED
00017 *         BY VOLUME/ PROPERTY TO THE HOMEOWNER MASTER (HOMEOWNER,
00018 *         VETERAN OR CO-OP HOMESTEAD ON HO-H-V) AND TO THE
00019 *         EQUALIZED VALUATION FILE (HOMEOWNER, SENIOR, SENIOR
00020 *         FREEZE AND VETERAN EXEMPTION AMOUNTS), ALL THREE IN
00021 *         VOLUME/PROPERTY SEQUENCE.  EVERY PARCEL STILL CARRYING
00022 *         ONE OF THOSE EXEMPTIONS IS LISTED AND A REFERRAL
00023 *         (SOURCE FT) IS WRITTEN FOR THE ASREA942 INVESTIGATION
00024 *         CASE INTAKE.
00025      SKIP2
00026  ENVIRONMENT DIVISION.
00027  CONFIGURATION SECTION.
00028  SOURCE-COMPUTER. IBM-370.
00029  OBJECT-COMPUTER. IBM-370.
00030      SKIP1
00031  INPUT-OUTPUT SECTION.
00032  FILE-CONTROL.
00033      SELECT CNTRL-FILE     ASSIGN TO UT-S-CNTRLFLE.
00034      SELECT PROP-MASTER    ASSIGN TO UT-S-PROPMSTR.
00035      SELECT HOMEOWNER-MAST ASSIGN TO UT-S-MASTPROP.
00036      SELECT CURR-EQVAL     ASSIGN TO UT-S-CURREQV.
00037      SELECT REFERRAL-FILE  ASSIGN TO UT-S-REFERRAL.
00038      SELECT PRINT-FILE     ASSIGN TO UT-S-PRINT.
00039      SKIP2
00040  DATA DIVISION.
00041  FILE SECTION.
00042      SKIP1
00043  FD  CNTRL-FILE
00044      BLOCK  CONTAINS 0 RECORDS
00045      RECORD CONTAINS 80 CHARACTERS
00046      RECORDING MODE IS F
00047      LABEL  RECORDS ARE STANDARD
00048      DATA RECORD IS CNTRL-REC.
00049  01  CNTRL-REC.
00050      05  CC-DEED-ACTION OCCURS 9 TIMES
00051                          PIC X.
00052      05  FILLER          PIC X(71).
00053      SKIP2
00054  FD  PROP-MASTER
00055      BLOCK  CONTAINS 0 CHARACTERS
00056      RECORD CONTAINS 29 TO 1275 CHARACTERS
00057      RECORDING MODE IS S
00058      LABEL  RECORDS ARE STANDARD
00059      DATA RECORD IS PM-REC.
00060  01  PM-REC.
00061  COPY PROPMSRD01.
00062      SKIP2
00063  FD  HOMEOWNER-MAST
00064      BLOCK  CONTAINS 0 RECORDS
00065      RECORD CONTAINS 140 CHARACTERS
00066      RECORDING MODE IS F
00067      LABEL  RECORDS ARE STANDARD
00068      DATA RECORD IS HO-REC.
00069  01  HO-REC.
00070  COPY HOMOWNRD01.
00071      SKIP2
00072  FD  CURR-EQVAL
00073      BLOCK  CONTAINS 0 RECORDS
00074      RECORD CONTAINS 115 CHARACTERS
00075      RECORDING MODE IS F
00076      LABEL  RECORDS ARE STANDARD
00077      DATA RECORD IS CURR-EQ-REC.
00078  01  CURR-EQ-REC.
00079  COPY EQVALRD01.
00080      SKIP2
00081  FD  REFERRAL-FILE
00082      BLOCK  CONTAINS 0 RECORDS
00083      RECORD CONTAINS 80 CHARACTERS
00084      RECORDING MODE IS F
00085      LABEL  RECORDS ARE STANDARD
00086      DATA RECORD IS REFERRAL-REC.
00087  01  REFERRAL-REC.
00088      05  RF-SOURCE       PIC XX.
00089      05  RF-VOL          PIC 9(3).
00090      05  RF-PROP         PIC 9(15).
00091      05  RF-NAME         PIC X(22).
00092      05  FILLER          PIC X(38).
00093      SKIP2
00094  FD  PRINT-FILE
00095      BLOCK  CONTAINS 0 RECORDS
00096      RECORD CONTAINS 133 CHARACTERS
00097      RECORDING MODE IS F
00098      LABEL  RECORDS ARE STANDARD.
00099      SKIP1
00100  01  PRINT-REC               PIC X(133).
00101      SKIP2
00102  WORKING-STORAGE SECTION.
00103      SKIP1
00104  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00105  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00106      SKIP1
00107  77  PM-EOF-SW                 PIC X      VALUE 'N'.
00108      88  END-OF-PM-FILE                   VALUE 'Y'.
00109  77  MAST-EOF-SW               PIC X      VALUE 'N'.
00110      88  END-OF-MAST-FILE                 VALUE 'Y'.
00111  77  EQ-EOF-SW                 PIC X      VALUE 'N'.
00112      88  END-OF-EQ-FILE                   VALUE 'Y'.
00113  77  FIRST-MAST-REC-SW         PIC X      VALUE 'Y'.
00114  77  FIRST-EQ-REC-SW           PIC X      VALUE 'Y'.
00115  77  W-HOLD-SW                 PIC X      VALUE SPACE.
00116      88  W-FORFEITED                      VALUE 'F'.
00117      88  W-TAX-DEED                       VALUE 'D'.
00118      SKIP1
00119  77  PM-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00120  77  MAST-IN-CNT       COMP-3  PIC S9(9)  VALUE +0.
00121  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00122  77  FORFEIT-CNT       COMP-3  PIC S9(7)  VALUE +0.
00123  77  DEED-CNT          COMP-3  PIC S9(7)  VALUE +0.
00124  77  HELD-EXEMPT-CNT   COMP-3  PIC S9(7)  VALUE +0.
00125  77  CLEAN-CNT         COMP-3  PIC S9(7)  VALUE +0.
00126  77  REFERRAL-CNT      COMP-3  PIC S9(7)  VALUE +0.
00127      SKIP1
00128  77  SEG-SUB           COMP-3  PIC S9(3)  VALUE +0.
00129  77  ACT-SUB           COMP-3  PIC S9(3)  VALUE +0.
00130  77  W-ACT-CNT         COMP-3  PIC S9(3)  VALUE +0.
00131  77  W-HOLD-YEAR       COMP-3  PIC S9(5)  VALUE +0.
00132  77  W-VET-AMT         COMP-3  PIC S9(13) VALUE +0.
00133  77  W-PM-NAME                 PIC X(22)  VALUE SPACES.
00134      SKIP1
00135  01  W-DEED-ACTIONS.
00136      05  W-DEED-ACTION OCCURS 9 TIMES
00137                          PIC X.
00138  01  W-ACTION-X          PIC X.
00139  01  W-ACTION-N REDEFINES W-ACTION-X
00140                          PIC 9.
00141      SKIP1
00142  01  PM-KEY-HOLD.
00143      05  PK-VOL              PIC S9(3).
00144      05  PK-PROP             PIC S9(15).
00145  01  LAST-HELD-KEY.
00146      05  HK-VOL              PIC S9(3)  VALUE ZERO.
00147      05  HK-PROP             PIC S9(15) VALUE ZERO.
00148  01  MAST-KEY.
00149      05  MK-VOL              PIC S9(3).
00150      05  MK-PROP             PIC S9(15).
00151  01  EQ-KEY.
00152      05  EK-VOL              PIC S9(3).
00153      05  EK-PROP             PIC S9(15).
00154      SKIP1
00155  01  W-EXEMPT-FLAGS.
00156      05  W-EX-HO             PIC XX.
00157      05  FILLER              PIC X.
00158      05  W-EX-SE             PIC XX.
00159      05  FILLER              PIC X.
00160      05  W-EX-SF             PIC XX.
00161      05  FILLER              PIC X.
00162      05  W-EX-VE             PIC XX.
00163      05  FILLER              PIC X.
00164      05  W-EX-CO             PIC XX.
00165      SKIP1
00166  01  ACPT-DATE                  PIC 9(6).
00167  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00168      05  ACPT-YR                PIC 99.
00169      05  ACPT-MO                PIC 99.
00170      05  ACPT-DA                PIC 99.
00171  01  DSP-DATE.
00172      05  DSP-MO                 PIC 99.
00173      05  FILLER                 PIC X      VALUE '/'.
00174      05  DSP-DA                 PIC 99.
00175      05  FILLER                 PIC X      VALUE '/'.
00176      05  DSP-YR                 PIC 99.
00177      SKIP1
00178  01  HEAD-A.
00179      05  FILLER          PIC X(3)   VALUE SPACES.
00180      05  HD-DATE         PIC X(8).
00181      05  FILLER          PIC X(44)  VALUE SPACES.
00182      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00183      05  FILLER          PIC X(44)  VALUE SPACES.
00184      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00185      05  HD-PAGE         PIC ZZ,ZZ9.
00186      SKIP1
00187  01  HEAD-B.
00188      05  FILLER          PIC X(3)   VALUE SPACES.
00189      05  FILLER          PIC X(8)   VALUE 'ASREA972'.
00190      05  FILLER          PIC X(18)  VALUE SPACES.
00191      05  FILLER          PIC X(52)  VALUE
00192          'EXEMPTIONS ON FORFEITED AND TAX DEED PARCELS'.
00193      SKIP1
00194  01  HEAD-C.
00195      05  FILLER          PIC X(3)   VALUE SPACES.
00196      05  FILLER          PIC X(5)   VALUE 'VOL'.
00197      05  FILLER          PIC X(17)  VALUE 'PROPERTY NO.'.
00198      05  FILLER          PIC X(24)  VALUE 'NAME'.
00199      05  FILLER          PIC X(16)  VALUE 'STATUS'.
00200      05  FILLER          PIC X(16)  VALUE 'EXEMPTIONS'.
00201      05  FILLER          PIC X(20)  VALUE 'FOUND ON'.
00202      SKIP1
00203  01  DETAIL-LINE.
00204      05  FILLER          PIC X(3)   VALUE SPACES.
00205      05  D-VOL           PIC 9(3).
00206      05  FILLER          PIC X(2)   VALUE SPACES.
00207      05  D-PROP          PIC 9(15).
00208      05  FILLER          PIC X(2)   VALUE SPACES.
00209      05  D-NAME          PIC X(22).
00210      05  FILLER          PIC X(2)   VALUE SPACES.
00211      05  D-STATUS        PIC X(9).
00212      05  FILLER          PIC X      VALUE SPACES.
00213      05  D-YEAR          PIC 9(5).
00214      05  FILLER          PIC X      VALUE SPACES.
00215      05  D-EXEMPTS       PIC X(14).
00216      05  FILLER          PIC X(2)   VALUE SPACES.
00217      05  D-FOUND-ON      PIC X(20).
00218      EJECT
00219  PROCEDURE DIVISION.
00220      SKIP1
00221  A010-HOUSEKEEPING.
00222      OPEN INPUT  CNTRL-FILE, PROP-MASTER, HOMEOWNER-MAST,
00223                  CURR-EQVAL
00224           OUTPUT REFERRAL-FILE, PRINT-FILE.
00225      MOVE SPACES TO W-DEED-ACTIONS.
00226      PERFORM A015-READ-CONTROL-CARD THRU A015-EXIT.
00227      ACCEPT ACPT-DATE FROM DATE.
00228      MOVE ACPT-MO TO DSP-MO.
00229      MOVE ACPT-DA TO DSP-DA.
00230      MOVE ACPT-YR TO DSP-YR.
00231      MOVE DSP-DATE TO HD-DATE.
00232      PERFORM B100-HEADING THRU B100-EXIT.
00233      PERFORM A040-READ-MAST THRU A040-EXIT.
00234      PERFORM A045-READ-EQ THRU A045-EXIT.
00235      PERFORM A030-READ-PM THRU A030-EXIT.
00236      PERFORM A020-MAINLINE THRU A020-EXIT
00237          UNTIL END-OF-PM-FILE.
00238      DISPLAY 'TOTAL PROPERTY MASTER RECORDS READ...: '
00239          PM-IN-CNT.
00240      DISPLAY 'TOTAL HOMEOWNER MASTER RECORDS READ..: '
00241          MAST-IN-CNT.
00242      DISPLAY 'TOTAL EQUALIZED VALUATION RECS READ..: '
00243          EQ-IN-CNT.
00244      DISPLAY 'TOTAL FORFEITED PARCELS..............: '
00245          FORFEIT-CNT.
00246      DISPLAY 'TOTAL PARCELS TAKEN BY TAX DEED......: '
00247          DEED-CNT.
00248      DISPLAY 'TOTAL STILL CARRYING AN EXEMPTION....: '
00249          HELD-EXEMPT-CNT.
00250      DISPLAY 'TOTAL WITH NO EXEMPTION..............: '
00251          CLEAN-CNT.
00252      DISPLAY 'TOTAL CASE REFERRALS WRITTEN.........: '
00253          REFERRAL-CNT.
00254      IF HELD-EXEMPT-CNT GREATER THAN +0
00255          MOVE 4 TO RETURN-CODE.
00256      CLOSE CNTRL-FILE, PROP-MASTER, HOMEOWNER-MAST, CURR-EQVAL,
00257            REFERRAL-FILE, PRINT-FILE.
00258      STOP RUN.
00259      SKIP1
00260  A015-READ-CONTROL-CARD.
00261      READ CNTRL-FILE AT END
00262          DISPLAY 'ASREA972 -- NO CONTROL CARD, FORFEITURES ONLY'
00263          GO TO A015-EXIT.
00264      PERFORM A017-POST-ACTION THRU A017-EXIT
00265          VARYING ACT-SUB FROM +1 BY +1
00266          UNTIL ACT-SUB GREATER THAN +9.
00267  A015-EXIT. EXIT.
00268      SKIP1
00269  A017-POST-ACTION.
00270      IF CC-DEED-ACTION (ACT-SUB) NUMERIC
00271          ADD +1 TO W-ACT-CNT
00272          MOVE CC-DEED-ACTION (ACT-SUB)
00273              TO W-DEED-ACTION (W-ACT-CNT).
00274  A017-EXIT. EXIT.
00275      SKIP1
00276  A020-MAINLINE.
00277      MOVE SPACE TO W-HOLD-SW.
00278      MOVE ZEROS TO W-HOLD-YEAR.
00279      MOVE SPACES TO W-PM-NAME.
00280      IF SEGMENTS-PRESENT
00281          PERFORM A050-SCAN-SEGMENT THRU A050-EXIT
00282              VARYING SEG-SUB FROM +1 BY +1
00283              UNTIL SEG-SUB GREATER THAN PM-SEGCTR.
00284      IF W-HOLD-SW EQUAL SPACE
00285          GO TO A020-NEXT.
00286      IF PM-KEY-HOLD EQUAL LAST-HELD-KEY
00287          GO TO A020-NEXT.
00288      MOVE PM-KEY-HOLD TO LAST-HELD-KEY.
00289      IF W-FORFEITED
00290          ADD +1 TO FORFEIT-CNT
00291      ELSE
00292          ADD +1 TO DEED-CNT.
00293      PERFORM A060-CHECK-EXEMPTIONS THRU A060-EXIT.
00294  A020-NEXT.
00295      PERFORM A030-READ-PM THRU A030-EXIT.
00296  A020-EXIT. EXIT.
00297      SKIP1
00298  A030-READ-PM.
00299      READ PROP-MASTER AT END
00300          MOVE 'Y' TO PM-EOF-SW.
00301      IF NOT END-OF-PM-FILE
00302          ADD +1 TO PM-IN-CNT
00303          MOVE PM-VOL  TO PK-VOL
00304          MOVE PM-PROP TO PK-PROP.
00305  A030-EXIT. EXIT.
00306      SKIP1
00307  A040-READ-MAST.
00308      READ HOMEOWNER-MAST AT END
00309          MOVE 'Y' TO MAST-EOF-SW
00310          MOVE HIGH-VALUES TO MAST-KEY.
00311      IF NOT END-OF-MAST-FILE
00312       AND FIRST-MAST-REC-SW EQUAL 'Y'
00313          MOVE 'N' TO FIRST-MAST-REC-SW
00314          IF HO-REC (1:8) EQUAL '*VINTAGE'
00315              DISPLAY 'ASREA972 - VINTAGE HDR BYPASSED'
00316              GO TO A040-READ-MAST.
00317      IF NOT END-OF-MAST-FILE
00318          ADD +1 TO MAST-IN-CNT
00319          MOVE HO-VOL  TO MK-VOL
00320          MOVE HO-PROP TO MK-PROP.
00321  A040-EXIT. EXIT.
00322      SKIP1
00323  A045-READ-EQ.
00324      READ CURR-EQVAL AT END
00325          MOVE 'Y' TO EQ-EOF-SW
00326          MOVE HIGH-VALUES TO EQ-KEY.
00327      IF NOT END-OF-EQ-FILE
00328       AND FIRST-EQ-REC-SW EQUAL 'Y'
00329          MOVE 'N' TO FIRST-EQ-REC-SW
00330          IF CURR-EQ-REC (1:8) EQUAL '*VINTAGE'
00331              DISPLAY 'ASREA972 - VINTAGE HEADER BYPASSED ON '
00332                  'CURRENT EQVAL'
00333              GO TO A045-READ-EQ.
00334      IF NOT END-OF-EQ-FILE
00335          ADD +1 TO EQ-IN-CNT
00336          MOVE EQ-VOL  TO EK-VOL
00337          MOVE EQ-PROP TO EK-PROP.
00338  A045-EXIT. EXIT.
00339      SKIP1
00340  A050-SCAN-SEGMENT.
00341      IF NAME-TYPE-CODE (SEG-SUB)
00342          MOVE PM-NAME (SEG-SUB) TO W-PM-NAME
00343          GO TO A050-EXIT.
00344      IF NOT MISCELLANEOUS-SEGMENT (SEG-SUB)
00345          GO TO A050-EXIT.
00346      IF FORFEIT1 (SEG-SUB)
00347          MOVE 'F' TO W-HOLD-SW
00348          MOVE PM-SLDFRT-YR1 (SEG-SUB) TO W-HOLD-YEAR
00349          GO TO A050-EXIT.
00350      IF FORFEIT2 (SEG-SUB)
00351          MOVE 'F' TO W-HOLD-SW
00352          MOVE PM-SLDFRT-YR2 (SEG-SUB) TO W-HOLD-YEAR
00353          GO TO A050-EXIT.
00354      IF PM-SCAV-SALE-YEAR (SEG-SUB) NOT GREATER THAN ZERO
00355       OR W-ACT-CNT EQUAL ZERO
00356          GO TO A050-EXIT.
00357      MOVE PM-SCAV-ACTION (SEG-SUB) TO W-ACTION-N.
00358      PERFORM A055-CHECK-DEED-ACTION THRU A055-EXIT
00359          VARYING ACT-SUB FROM +1 BY +1
00360          UNTIL ACT-SUB GREATER THAN W-ACT-CNT.
00361  A050-EXIT. EXIT.
00362      SKIP1
00363  A055-CHECK-DEED-ACTION.
00364      IF W-DEED-ACTION (ACT-SUB) EQUAL W-ACTION-X
00365       AND NOT W-FORFEITED
00366          MOVE 'D' TO W-HOLD-SW
00367          MOVE PM-SCAV-SALE-YEAR (SEG-SUB) TO W-HOLD-YEAR.
00368  A055-EXIT. EXIT.
00369      SKIP1
00370  A060-CHECK-EXEMPTIONS.
00371      MOVE SPACES TO W-EXEMPT-FLAGS.
00372      MOVE SPACES TO D-FOUND-ON.
00373      MOVE W-PM-NAME TO D-NAME.
00374      PERFORM A040-READ-MAST THRU A040-EXIT
00375          UNTIL END-OF-MAST-FILE
00376             OR MAST-KEY NOT LESS THAN PM-KEY-HOLD.
00377      IF MAST-KEY EQUAL PM-KEY-HOLD
00378       AND NOT HO-NOT-EXEMPT
00379          MOVE HO-NAME TO D-NAME
00380          MOVE 'HOMEOWNER MAST' TO D-FOUND-ON
00381          IF HO-HOMESTEAD-EXEMPT
00382              MOVE 'HO' TO W-EX-HO
00383          ELSE
00384              IF HO-VETERANS-EXEMPT
00385                  MOVE 'VE' TO W-EX-VE
00386              ELSE
00387                  MOVE 'CO' TO W-EX-CO.
00388      PERFORM A045-READ-EQ THRU A045-EXIT
00389          UNTIL END-OF-EQ-FILE
00390             OR EQ-KEY NOT LESS THAN PM-KEY-HOLD.
00391      PERFORM A065-CHECK-EQ THRU A065-EXIT
00392          UNTIL END-OF-EQ-FILE
00393             OR EQ-KEY NOT EQUAL PM-KEY-HOLD.
00394      IF W-EXEMPT-FLAGS EQUAL SPACES
00395          ADD +1 TO CLEAN-CNT
00396          GO TO A060-EXIT.
00397      ADD +1 TO HELD-EXEMPT-CNT.
00398      MOVE PK-VOL        TO D-VOL.
00399      MOVE PK-PROP       TO D-PROP.
00400      IF W-FORFEITED
00401          MOVE 'FORFEITED' TO D-STATUS
00402      ELSE
00403          MOVE 'TAX DEED ' TO D-STATUS.
00404      MOVE W-HOLD-YEAR    TO D-YEAR.
00405      MOVE W-EXEMPT-FLAGS TO D-EXEMPTS.
00406      PERFORM A080-PRINT THRU A080-EXIT.
00407      MOVE SPACES  TO REFERRAL-REC.
00408      MOVE 'FT'    TO RF-SOURCE.
00409      MOVE PK-VOL  TO RF-VOL.
00410      MOVE PK-PROP TO RF-PROP.
00411      MOVE D-NAME  TO RF-NAME.
00412      WRITE REFERRAL-REC.
00413      ADD +1 TO REFERRAL-CNT.
00414  A060-EXIT. EXIT.
00415      SKIP1
00416  A065-CHECK-EQ.
00417      COMPUTE W-VET-AMT = EQ-VET-EX-AMT + EQ-RET-VET
00418          + EQ-DIS-VET-1 + EQ-DIS-VET-2 + EQ-DIS-VET-3.
00419      IF EQ-HOME-AMT GREATER THAN ZERO
00420          MOVE 'HO' TO W-EX-HO.
00421      IF EQ-SC-HMESTD-AMT GREATER THAN ZERO
00422          MOVE 'SE' TO W-EX-SE.
00423      IF EQ-SRFRZEXVAL GREATER THAN ZERO
00424          MOVE 'SF' TO W-EX-SF.
00425      IF W-VET-AMT GREATER THAN ZERO
00426          MOVE 'VE' TO W-EX-VE.
00427      IF W-EXEMPT-FLAGS NOT EQUAL SPACES
00428          IF D-FOUND-ON EQUAL SPACES
00429              MOVE 'EQ FILE' TO D-FOUND-ON
00430          ELSE
00431              IF D-FOUND-ON EQUAL 'HOMEOWNER MAST'
00432                  MOVE 'HOMEOWNER MAST + EQ' TO D-FOUND-ON.
00433      PERFORM A045-READ-EQ THRU A045-EXIT.
00434  A065-EXIT. EXIT.
00435      SKIP1
00436  A080-PRINT.
00437      IF LINE-CNT GREATER THAN +57
00438          PERFORM B100-HEADING THRU B100-EXIT.
00439      WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.
00440      ADD +1 TO LINE-CNT.
00441  A080-EXIT. EXIT.
00442      SKIP1
00443  B100-HEADING.
00444      ADD +1 TO PAGE-CNT.
00445      MOVE PAGE-CNT TO HD-PAGE.
00446      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00447      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00448      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00449      MOVE +6 TO LINE-CNT.
00450  B100-EXIT. EXIT.
