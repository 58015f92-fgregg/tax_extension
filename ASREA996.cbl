00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA996.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. PUBLIC OPEN-DATA ASSESSMENT ROLL.  RUN ONCE A YEAR AT
00007 *         CERTIFICATION, IN PLACE OF THE ONE-OFF ROLL REQUESTS
00008 *         FROM REPORTERS, RESEARCHERS AND THE COUNTY OPEN-DATA
00009 *         PORTAL.  THE ASSESSMENT MASTER (ASREASRD02) IS MATCHED
00010 *         TO THE TAX TYPE 0 RECORDS OF THE EQUALIZED VALUATION
00011 *         FILE, BOTH IN VOLUME/PROPERTY SEQUENCE, AND ONE RECORD
00012 *         IS WRITTEN PER PARCEL IN THE PUBLISHED LAYOUT ASOPNRLR1:
00013 *         CLASS, NEIGHBORHOOD, TAX CODE, ASSESSED (CURRENT TOTAL)
00014 *         AND EQUALIZED VALUE, AND Y/N EXEMPTION FLAGS.  THE OWNER
00015 *         NAME COMES FROM THE HOMEOWNER VSAM MASTER AND IS
00016 *         WITHHELD FOR EVERY SENIOR, SENIOR FREEZE, DISABLED OR
00017 *         VETERAN EXEMPTION HOLDER, AND FOR ANY PARCEL WITH NO
0017A *         EQUALIZED RECORD, WHOSE EXEMPTIONS CANNOT BE KNOWN.
0017B *         NOTHING ELSE IS TAKEN FROM THE HOMEOWNER MASTER -- NO
00018 *         BIRTH DATE, TAXPAYER ID OR INCOME EVER REACHES THE FILE.
00019 *         A TRAILER CARRIES THE RECORD COUNT, VALUE TOTALS AND
00020 *         WITHHELD-NAME COUNT.
00021 *         THE TAX YEAR (CONTROL CARD COLUMNS 1-4, OPTIONAL) IS
00022 *         CHECKED AT START AGAINST THE CENTRAL CYCLE CONTROL
00023 *         RECORD THROUGH DPRUN004; A BLANK CARD TAKES THE CYCLE
00024 *         YEAR.
00025      SKIP2
00026  ENVIRONMENT DIVISION.
00027  CONFIGURATION SECTION.
00028  SOURCE-COMPUTER. IBM-370.
00029  OBJECT-COMPUTER. IBM-370.
00030      SKIP1
00031  INPUT-OUTPUT SECTION.
00032  FILE-CONTROL.
00033      SELECT CONTROL-FILE  ASSIGN TO UT-S-CONTROL.
00034      SELECT CURR-ASSMT    ASSIGN TO UT-S-CURASMST.
00035      SELECT EQUAL-VALUE   ASSIGN TO UT-S-EQUALVAL.
00036      SELECT HOMEOWNER-MAST-VSAM ASSIGN TO DA-VSAMHMST
00037        ORGANIZATION IS INDEXED
00038        ACCESS IS DYNAMIC
00039        RECORD KEY IS V-REC-KEY
00040        FILE STATUS IS VSAM-STATUS VSAM-STATUS-2.
00041      SELECT OPEN-ROLL     ASSIGN TO UT-S-OPENROLL.
00042      SKIP2
00043  DATA DIVISION.
00044  FILE SECTION.
00045      SKIP1
00046  FD  CONTROL-FILE
00047      BLOCK  CONTAINS 0 RECORDS
00048      RECORD CONTAINS 80 CHARACTERS
00049      RECORDING MODE IS F
00050      LABEL  RECORDS ARE STANDARD
00051      DATA RECORD IS CONTROL-REC.
00052  01  CONTROL-REC.
00053      05  CC-TAX-YEAR     PIC X(4).
00054      05  CC-TAX-YEAR-N REDEFINES CC-TAX-YEAR
00055                          PIC 9(4).
00056      05  FILLER          PIC X(76).
00057      SKIP2
00058  FD  CURR-ASSMT
00059      BLOCK CONTAINS 0 CHARACTERS
00060      RECORD CONTAINS 122 TO 18706 CHARACTERS
00061      RECORDING MODE IS S
00062      LABEL RECORDS ARE STANDARD
00063      DATA RECORD IS CURR-ASSMT-REC.
00064  01  CURR-ASSMT-REC.
00065  COPY ASREASRD02.
00066      SKIP2
00067  FD  EQUAL-VALUE
00068      BLOCK  CONTAINS 0 RECORDS
00069      RECORD CONTAINS 115 CHARACTERS
00070      RECORDING MODE IS F
00071      LABEL  RECORDS ARE STANDARD
00072      DATA RECORD IS EQ-REC.
00073  01  EQ-REC.
00074  COPY EQVALRD01.
00075      SKIP2
00076  FD  HOMEOWNER-MAST-VSAM
00077      RECORD CONTAINS 105 CHARACTERS
00078      LABEL RECORDS ARE STANDARD.
00079      SKIP1
00080  01  VSAM-REC.
00081  COPY VSAMHMST.
00082      SKIP2
00083  FD  OPEN-ROLL
00084      BLOCK  CONTAINS 0 RECORDS
00085      RECORD CONTAINS 150 CHARACTERS
00086      RECORDING MODE IS F
00087      LABEL  RECORDS ARE STANDARD
00088      DATA RECORD IS OPEN-ROLL-REC.
00089  01  OPEN-ROLL-REC.
00090  COPY ASOPNRLR1.
00091      SKIP2
00092  WORKING-STORAGE SECTION.
00093      SKIP1
00094  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00095      88  END-OF-CTL-FILE                  VALUE 'Y'.
00096  77  CURR-EOF-SW               PIC X      VALUE 'N'.
00097      88  END-OF-CURR-FILE                 VALUE 'Y'.
00098  77  EQ-EOF-SW                 PIC X      VALUE 'N'.
00099      88  END-OF-EQ-FILE                   VALUE 'Y'.
00100  77  FIRST-EQ-REC-SW           PIC X      VALUE 'Y'.
00101  77  EQ-MATCH-SW               PIC X      VALUE 'N'.
00102      88  EQ-MATCHED                       VALUE 'Y'.
00103  77  SUPPRESS-SW               PIC X      VALUE 'N'.
00104      88  SUPPRESS-NAME                    VALUE 'Y'.
00105      SKIP1
00106  77  VSAM-STATUS               PIC XX     VALUE '00'.
00107  01  VSAM-STATUS-2 BINARY.
00108      05  VSAM-RETURN     PIC 9   VALUE 0.
00109      05  VSAM-FUNCTION   PIC 9   VALUE 0.
00110      05  VSAM-FEEDBACK   PIC 999 VALUE 0.
00111      SKIP1
00112  77  CURR-IN-CNT       COMP-3  PIC S9(9)  VALUE +0.
00113  77  EQ-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00114  77  ROLL-OUT-CNT      COMP-3  PIC S9(9)  VALUE +0.
00115  77  NO-EQ-CNT         COMP-3  PIC S9(9)  VALUE +0.
00116  77  EQ-ONLY-CNT       COMP-3  PIC S9(9)  VALUE +0.
00117  77  SUPPRESS-CNT      COMP-3  PIC S9(9)  VALUE +0.
00118  77  NAME-CNT          COMP-3  PIC S9(9)  VALUE +0.
00119  77  NO-NAME-CNT       COMP-3  PIC S9(9)  VALUE +0.
00120  77  ASSD-TOT          COMP-3  PIC S9(15) VALUE +0.
00121  77  EQ-TOT            COMP-3  PIC S9(15) VALUE +0.
00122      SKIP1
00123  77  W-TAX-YEAR                PIC 9(4)   VALUE ZEROS.
00124  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00125      SKIP1
00126  01  CYCLK-AREA.
00127  COPY DPCYCLKR1.
00128      SKIP1
00129  01  CURR-KEY                  PIC X(18).
00130  01  EQ-KEY                    PIC X(18)  VALUE LOW-VALUES.
00131  01  CK-NUM.
00132      05  CK-VOL                PIC 9(3).
00133      05  CK-PROP               PIC 9(15).
00134      EJECT
00135  PROCEDURE DIVISION.
00136      SKIP1
00137  A010-HOUSEKEEPING.
00138      OPEN INPUT  CONTROL-FILE, CURR-ASSMT, EQUAL-VALUE,
00139                  HOMEOWNER-MAST-VSAM
00140           OUTPUT OPEN-ROLL.
00141      IF VSAM-STATUS NOT EQUAL '00'
00142          DISPLAY 'ASREA996 -- VSAMHMST OPEN FAILED, STATUS '
00143              VSAM-STATUS
00144          MOVE 16 TO RETURN-CODE
00145          CLOSE CONTROL-FILE, CURR-ASSMT, EQUAL-VALUE, OPEN-ROLL
00146          STOP RUN.
00147      PERFORM A012-READ-CONTROL THRU A012-EXIT.
00148      IF RETURN-CODE EQUAL 16
00149          CLOSE CONTROL-FILE, CURR-ASSMT, EQUAL-VALUE,
00150                HOMEOWNER-MAST-VSAM, OPEN-ROLL
00151          STOP RUN.
00152      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00153      PERFORM A030-READ-CURR THRU A030-EXIT.
00154      PERFORM A040-READ-EQ THRU A040-EXIT.
00155      PERFORM A100-MATCH THRU A100-EXIT
00156          UNTIL END-OF-CURR-FILE.
00157      PERFORM A040-READ-EQ THRU A040-EXIT
00158          UNTIL END-OF-EQ-FILE.
00159      PERFORM A200-WRITE-TRAILER THRU A200-EXIT.
00160      DISPLAY 'TAX YEAR.............................: ' W-TAX-YEAR.
00161      DISPLAY 'TOTAL ASSESSMENT MASTER RECORDS READ.: '
00162          CURR-IN-CNT.
00163      DISPLAY 'TOTAL EQUALIZED VALUE RECORDS READ...: ' EQ-IN-CNT.
00164      DISPLAY 'TOTAL ROLL RECORDS WRITTEN...........: '
00165          ROLL-OUT-CNT.
00166      DISPLAY 'TOTAL ASSESSED VALUE.................: ' ASSD-TOT.
00167      DISPLAY 'TOTAL EQUALIZED VALUE................: ' EQ-TOT.
00168      DISPLAY 'TOTAL OWNER NAMES PUBLISHED..........: ' NAME-CNT.
00169      DISPLAY 'TOTAL OWNER NAMES WITHHELD...........: '
00170          SUPPRESS-CNT.
00171      DISPLAY 'TOTAL WITH NO OWNER NAME ON FILE.....: '
00172          NO-NAME-CNT.
00173      DISPLAY 'TOTAL PARCELS NOT ON EQUALIZED FILE..: ' NO-EQ-CNT.
00174      DISPLAY 'TOTAL EQUALIZED RECORDS NOT ON MASTER: '
00175          EQ-ONLY-CNT.
00176      IF NO-EQ-CNT GREATER THAN +0
00177          OR EQ-ONLY-CNT GREATER THAN +0
00178          MOVE 4 TO RETURN-CODE.
00179      CLOSE CONTROL-FILE, CURR-ASSMT, EQUAL-VALUE,
00180            HOMEOWNER-MAST-VSAM, OPEN-ROLL.
00181      STOP RUN.
00182      SKIP1
00183  A012-READ-CONTROL.
00184      READ CONTROL-FILE AT END
00185          MOVE 'Y' TO CTL-EOF-SW.
00186      MOVE 'ASREA996' TO CK-CALLER.
00187      MOVE SPACES TO CK-CARD-YEAR.
00188      IF NOT END-OF-CTL-FILE
00189          MOVE CC-TAX-YEAR TO CK-CARD-YEAR.
00190      CALL 'DPRUN004' USING CYCLK-AREA.
00191      IF CK-TAX-YEAR NOT NUMERIC
00192          OR CK-TAX-YEAR EQUAL ZERO
00193          DISPLAY 'ASREA996 -- NO TAX YEAR FROM CYCLE CONTROL '
00194              '-- RUN STOPPED'
00195          MOVE 16 TO RETURN-CODE
00196          GO TO A012-EXIT.
00197      MOVE CK-TAX-YEAR TO W-TAX-YEAR.
00198  A012-EXIT. EXIT.
00199      SKIP1
00200  A030-READ-CURR.
00201      READ CURR-ASSMT AT END
00202          MOVE 'Y' TO CURR-EOF-SW
00203          MOVE HIGH-VALUES TO CURR-KEY
00204          GO TO A030-EXIT.
00205      ADD +1 TO CURR-IN-CNT.
00206      MOVE M-VOL  TO CK-VOL.
00207      MOVE M-PROP TO CK-PROP.
00208      MOVE CK-NUM TO CURR-KEY.
00209  A030-EXIT. EXIT.
00210      SKIP1
00211 *    ONLY TAX TYPE 0 RECORDS ARE MATCHED; THE OTHERS ARE PASSED
00212 *    OVER HERE.  A TAX TYPE 0 RECORD LEFT WITHOUT A MASTER MATCH
00213 *    IS COUNTED AS IT IS PASSED.
00214  A040-READ-EQ.
00215      IF EQ-KEY NOT EQUAL LOW-VALUES
00216       AND NOT EQ-MATCHED
00217          ADD +1 TO EQ-ONLY-CNT.
00218      MOVE 'Y' TO EQ-MATCH-SW.
00219  A042-READ-NEXT-EQ.
00220      READ EQUAL-VALUE AT END
00221          MOVE 'Y' TO EQ-EOF-SW
00222          MOVE HIGH-VALUES TO EQ-KEY
00223          GO TO A040-EXIT.
00224      IF FIRST-EQ-REC-SW EQUAL 'Y'
00225          MOVE 'N' TO FIRST-EQ-REC-SW
00226          IF EQ-REC (1:8) EQUAL '*VINTAGE'
00227              DISPLAY 'ASREA996 - VINTAGE HDR BYPASSED'
00228              GO TO A042-READ-NEXT-EQ.
00229      ADD +1 TO EQ-IN-CNT.
00230      IF NOT EQ-CUR-TXTYP
00231          GO TO A042-READ-NEXT-EQ.
00232      MOVE EQ-VOL  TO CK-VOL.
00233      MOVE EQ-PROP TO CK-PROP.
00234      MOVE CK-NUM  TO EQ-KEY.
00235      MOVE 'N'     TO EQ-MATCH-SW.
00236  A040-EXIT. EXIT.
00237      SKIP1
00238  A100-MATCH.
00239      PERFORM A040-READ-EQ THRU A040-EXIT
00240          UNTIL EQ-KEY NOT LESS THAN CURR-KEY.
00241      MOVE SPACES        TO OPEN-ROLL-REC.
00242      MOVE 'D'           TO OD-REC-TYPE.
00243      MOVE W-TAX-YEAR    TO OD-TAX-YEAR.
00244      MOVE M-PROP        TO OD-PROP.
00245      MOVE M-VOL         TO OD-VOL.
00246      MOVE M-CLS         TO OD-CLASS.
00247      MOVE M-NBHD        TO OD-NBHD.
00248      MOVE M-TXCD        TO OD-TXCD.
00249      MOVE M-VALUE-1 (6) TO OD-ASSD-VAL.
00250      MOVE 'NNNNNNNN'    TO OD-EX-FLAGS.
00251      MOVE 'N'           TO OD-NAME-SUPPRESSED, SUPPRESS-SW.
00252      IF MR-EXEMPT
00253          MOVE 'Y' TO OD-EX-EXEMPT.
00254      IF MR-VETERAN
00255          MOVE 'Y' TO OD-EX-VETERAN.
00256      IF EQ-KEY EQUAL CURR-KEY
00257          MOVE 'Y' TO OD-EQ-IND, EQ-MATCH-SW
00258          PERFORM A110-EXEMPTION-FLAGS THRU A110-EXIT
00259      ELSE
00260          MOVE 'N'   TO OD-EQ-IND
00261          MOVE ZEROS TO OD-EQ-VAL
00262          ADD +1 TO NO-EQ-CNT
0262A          MOVE 'Y' TO SUPPRESS-SW.
00263      IF OD-EX-SENIOR EQUAL 'Y'
00264          OR OD-EX-FREEZE EQUAL 'Y'
00265          OR OD-EX-DISABLED EQUAL 'Y'
00266          OR OD-EX-VETERAN EQUAL 'Y'
00267          MOVE 'Y' TO SUPPRESS-SW.
00268      IF SUPPRESS-NAME
00269          MOVE 'Y' TO OD-NAME-SUPPRESSED
00270          ADD +1 TO SUPPRESS-CNT
00271      ELSE
00272          PERFORM A120-OWNER-NAME THRU A120-EXIT.
00273      WRITE OPEN-ROLL-REC.
00274      ADD +1 TO ROLL-OUT-CNT.
00275      ADD OD-ASSD-VAL TO ASSD-TOT.
00276      ADD OD-EQ-VAL   TO EQ-TOT.
00277      PERFORM A030-READ-CURR THRU A030-EXIT.
00278  A100-EXIT. EXIT.
00279      SKIP1
00280 *    EXEMPTION FLAGS FROM THE EQUALIZED RECORD.  ANY AMOUNT
00281 *    GRANTED (OR A DISABILITY INDICATOR) SETS THE FLAG.
00282  A110-EXEMPTION-FLAGS.
00283      MOVE EQ-EQ-VAL TO OD-EQ-VAL.
00284      IF EQ-HOME-AMT GREATER THAN ZERO
00285          MOVE 'Y' TO OD-EX-HOMEOWNER.
00286      IF EQ-SC-HMESTD-AMT GREATER THAN ZERO
00287          MOVE 'Y' TO OD-EX-SENIOR.
00288      IF EQ-SRFRZEXVAL GREATER THAN ZERO
00289          MOVE 'Y' TO OD-EX-FREEZE.
00290      IF EQ-DIS-PER GREATER THAN ZERO
00291          OR DISABLED-PERSON
00292          OR RET-DIS-PER
00293          MOVE 'Y' TO OD-EX-DISABLED.
00294      IF EQ-VET-EX-AMT GREATER THAN ZERO
00295          OR EQ-RET-VET GREATER THAN ZERO
00296          OR EQ-DIS-VET-1 GREATER THAN ZERO
00297          OR EQ-DIS-VET-2 GREATER THAN ZERO
00298          OR EQ-DIS-VET-3 GREATER THAN ZERO
00299          OR RETURNING-VET OR DISABLED-VET1 OR DISABLED-VET2
00300          OR DISABLED-VET3 OR RET-DIS-VET1 OR RET-DIS-VET2
00301          MOVE 'Y' TO OD-EX-VETERAN.
00302      IF EQ-LT-OCC-AMT GREATER THAN ZERO
00303          MOVE 'Y' TO OD-EX-LONG-TERM.
00304      IF EQ-HOME-IMP-AMT GREATER THAN ZERO
00305          MOVE 'Y' TO OD-EX-HOME-IMP.
00306  A110-EXIT. EXIT.
00307      SKIP1
00308 *    ONLY THE NAME IS MOVED FROM THE HOMEOWNER RECORD.
00309  A120-OWNER-NAME.
00310      MOVE M-PROP    TO V-PROP.
00311      MOVE 0         TO V-REC-CD.
00312      MOVE ZEROS     TO V-BIRTH-DATE.
00313      START HOMEOWNER-MAST-VSAM
00314          KEY NOT LESS THAN V-REC-KEY.
00315      IF VSAM-STATUS NOT EQUAL '00'
00316          ADD +1 TO NO-NAME-CNT
00317          GO TO A120-EXIT.
00318      READ HOMEOWNER-MAST-VSAM NEXT RECORD.
00319      IF VSAM-STATUS NOT EQUAL '00'
00320          OR V-PROP NOT EQUAL M-PROP
00321          OR V-NAME EQUAL SPACES
00322          ADD +1 TO NO-NAME-CNT
00323          GO TO A120-EXIT.
00324      MOVE V-NAME TO OD-OWNER-NAME.
00325      ADD +1 TO NAME-CNT.
00326  A120-EXIT. EXIT.
00327      SKIP1
00328  A200-WRITE-TRAILER.
00329      MOVE SPACES       TO OPEN-ROLL-REC.
00330      MOVE 'T'          TO OD-REC-TYPE.
00331      MOVE W-TAX-YEAR   TO OD-TAX-YEAR.
00332      MOVE W-RUN-DATE   TO ODT-RUN-DATE.
00333      MOVE ROLL-OUT-CNT TO ODT-REC-COUNT.
00334      MOVE ASSD-TOT     TO ODT-ASSD-TOT.
00335      MOVE EQ-TOT       TO ODT-EQ-TOT.
00336      MOVE SUPPRESS-CNT TO ODT-SUPPRESS-CNT.
00337      MOVE NO-EQ-CNT    TO ODT-NO-EQ-CNT.
00338      WRITE OPEN-ROLL-REC.
00339  A200-EXIT. EXIT.
