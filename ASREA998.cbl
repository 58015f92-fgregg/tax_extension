00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA998.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. NIGHTLY POSTING OF THE ONLINE HOMEOWNER MAINTENANCE
00007 *         JOURNAL (ASHMOJNR1, WRITTEN BY THE HMUP TRANSACTION
00008 *         ASREA997) TO THE HOMEOWNER EXEMPTION MASTER.  THE DAY'S
00009 *         JOURNAL IS SORTED TO VOLUME/PROPERTY AND TIME ORDER AND
00010 *         MATCHED AGAINST THE OLD MASTER; EACH CHANGE IS APPLIED
00011 *         IN THE ORDER IT WAS KEYED -- STATUS-1/STATUS-2, ADDRESS
00012 *         (A NEW ADDRESS CLEARS AN UNDELIVERABLE STATUS-1 AS
00013 *         ASREA934 DOES), NOTICE LANGUAGE, AND THE ONE-TIME AGE
00014 *         VERIFICATION -- AND PRINTED AS A BEFORE AND AFTER AUDIT
00015 *         LINE WITH THE OPERATOR AND ONLINE BATCH NUMBER.  THE
00016 *         VSAM COPY WAS ALREADY UPDATED ONLINE, SO FOR EVERY
00017 *         PARCEL CHANGED THE CURRENT VSAMHMST RECORD IS WRITTEN AS
00018 *         A CORRECTION IN THE DMS EXTRACT FORMAT (RDHMSTDMS) FOR
00019 *         THE PI DATABASE UPDATE RUN, AS ASREA934 DOES FOR
00020 *         FORWARDING ADDRESSES.  A JOURNAL CHANGE FOR A PARCEL NOT
00021 *         ON THE MASTER IS LISTED AND SETS RETURN CODE 8.
00022      SKIP2
00023  ENVIRONMENT DIVISION.
00024  CONFIGURATION SECTION.
00025  SOURCE-COMPUTER. IBM-370.
00026  OBJECT-COMPUTER. IBM-370.
00027      SKIP1
00028  INPUT-OUTPUT SECTION.
00029  FILE-CONTROL.
00030      SELECT JOURNAL-FILE   ASSIGN TO UT-S-HMOJRNL.
00031      SELECT SORT-FILE      ASSIGN TO UT-S-SORTWK01.
00032      SELECT HOMEOWNER-MAST ASSIGN TO UT-S-MASTIN.
00033      SELECT NEW-HOMEOWNER-MAST ASSIGN TO UT-S-MASTOUT.
00034      SELECT HOMEOWNER-MAST-VSAM ASSIGN TO DA-VSAMHMST
00035        ORGANIZATION IS INDEXED
00036        ACCESS IS DYNAMIC
00037        RECORD KEY IS V-REC-KEY
00038        FILE STATUS IS VSAM-STATUS VSAM-STATUS-2.
00039      SELECT DMSCORR-FILE   ASSIGN TO UT-S-DMSCORR.
00040      SELECT PRINT-FILE     ASSIGN TO UT-S-PRINT.
00041      SKIP2
00042  DATA DIVISION.
00043  FILE SECTION.
00044      SKIP1
00045  FD  JOURNAL-FILE
00046      BLOCK  CONTAINS 0 RECORDS
00047      RECORD CONTAINS 160 CHARACTERS
00048      RECORDING MODE IS F
00049      LABEL  RECORDS ARE STANDARD
00050      DATA RECORD IS JOURNAL-REC.
00051  01  JOURNAL-REC             PIC X(160).
00052      SKIP2
00053  SD  SORT-FILE
00054      RECORD CONTAINS 160 CHARACTERS
00055      DATA RECORD IS OJ-REC.
00056  01  OJ-REC.
00057  COPY ASHMOJNR1.
00058      SKIP2
00059  FD  HOMEOWNER-MAST
00060      BLOCK  CONTAINS 0 RECORDS
00061      RECORD CONTAINS 140 CHARACTERS
00062      RECORDING MODE IS F
00063      LABEL  RECORDS ARE STANDARD
00064      DATA RECORD IS HO-REC.
00065  01  HO-REC.
00066  COPY HOMOWNRD01.
00067      SKIP2
00068  FD  NEW-HOMEOWNER-MAST
00069      BLOCK  CONTAINS 0 RECORDS
00070      RECORD CONTAINS 140 CHARACTERS
00071      RECORDING MODE IS F
00072      LABEL  RECORDS ARE STANDARD
00073      DATA RECORD IS NEW-HO-REC.
00074  01  NEW-HO-REC              PIC X(140).
00075      SKIP2
00076  FD  HOMEOWNER-MAST-VSAM
00077      RECORD CONTAINS 105 CHARACTERS
00078      LABEL RECORDS ARE STANDARD.
00079      SKIP1
00080  01  VSAM-REC.
00081  COPY VSAMHMST.
00082      SKIP2
00083  FD  DMSCORR-FILE
00084      BLOCK  CONTAINS 0 RECORDS
00085      RECORD CONTAINS 105 CHARACTERS
00086      RECORDING MODE IS F
00087      LABEL  RECORDS ARE STANDARD
00088      DATA RECORD IS DMSCORR-REC.
00089  01  DMSCORR-REC.
00090  COPY RDHMSTDMS.
00091      SKIP2
00092  FD  PRINT-FILE
00093      BLOCK  CONTAINS 0 RECORDS
00094      RECORD CONTAINS 133 CHARACTERS
00095      RECORDING MODE IS F
00096      LABEL  RECORDS ARE STANDARD.
00097      SKIP1
00098  01  PRINT-REC               PIC X(133).
00099      SKIP2
00100  WORKING-STORAGE SECTION.
00101      SKIP1
00102  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00103  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00104      SKIP1
00105  77  JRN-EOF-SW                PIC X      VALUE 'N'.
00106      88  END-OF-JRN-FILE                  VALUE 'Y'.
00107  77  MAST-EOF-SW               PIC X      VALUE 'N'.
00108      88  END-OF-MAST-FILE                 VALUE 'Y'.
00109  77  FIRST-MAST-REC-SW         PIC X      VALUE 'Y'.
00110  77  MAST-CHANGED-SW           PIC X      VALUE 'N'.
00111      88  MASTER-CHANGED                   VALUE 'Y'.
00112  77  HOLD-TAG                  PIC X(8)   VALUE SPACES.
00113  01  VINTAGE-HEADER.
00114  COPY DPVINTHR01.
00115      SKIP1
00116  77  VSAM-STATUS               PIC XX     VALUE '00'.
00117  01  VSAM-STATUS-2 BINARY.
00118      05  VSAM-RETURN     PIC 9   VALUE 0.
00119      05  VSAM-FUNCTION   PIC 9   VALUE 0.
00120      05  VSAM-FEEDBACK   PIC 999 VALUE 0.
00121      SKIP1
00122  77  JRN-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00123  77  MAST-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00124  77  MAST-OUT-CNT      COMP-3  PIC S9(7)  VALUE +0.
00125  77  STATUS-CHG-CNT    COMP-3  PIC S9(7)  VALUE +0.
00126  77  ADDRESS-CHG-CNT   COMP-3  PIC S9(7)  VALUE +0.
00127  77  LANG-CHG-CNT      COMP-3  PIC S9(7)  VALUE +0.
00128  77  AGE-VERIF-CNT     COMP-3  PIC S9(7)  VALUE +0.
00129  77  ALREADY-VER-CNT   COMP-3  PIC S9(7)  VALUE +0.
00130  77  PARCEL-CHG-CNT    COMP-3  PIC S9(7)  VALUE +0.
00131  77  DMSCORR-OUT-CNT   COMP-3  PIC S9(7)  VALUE +0.
00132  77  VSAM-NOTFND-CNT   COMP-3  PIC S9(7)  VALUE +0.
00133  77  UNMATCHED-CNT     COMP-3  PIC S9(7)  VALUE +0.
00134      SKIP1
00135  01  JRN-KEY.
00136      05  JK-VOL              PIC 9(3).
00137      05  JK-PROP             PIC 9(15).
00138  01  MAST-KEY.
00139      05  MK-VOL              PIC 9(3).
00140      05  MK-PROP             PIC 9(15).
00141  01  HOLD-VSAM-KEY.
00142      05  HV-PROP             PIC 9(15).
00143      05  HV-REC-CD           PIC 9.
00144      05  HV-BIRTH-DATE       PIC 9(6).
00145  01  W-ZIP9                  PIC 9(9)   VALUE ZEROS.
00146  01  W-ZIP9-X REDEFINES W-ZIP9.
00147      05  W-ZIP5              PIC X(5).
00148      05  FILLER              PIC X(4).
00149      SKIP1
00150  01  ACPT-DATE                  PIC 9(6).
00151  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00152      05  ACPT-YR                PIC 99.
00153      05  ACPT-MO                PIC 99.
00154      05  ACPT-DA                PIC 99.
00155  01  DSP-DATE.
00156      05  DSP-MO                 PIC 99.
00157      05  FILLER                 PIC X      VALUE '/'.
00158      05  DSP-DA                 PIC 99.
00159      05  FILLER                 PIC X      VALUE '/'.
00160      05  DSP-YR                 PIC 99.
00161      SKIP1
00162  01  HEAD-A.
00163      05  FILLER          PIC X(3)   VALUE SPACES.
00164      05  HD-DATE         PIC X(8).
00165      05  FILLER          PIC X(44)  VALUE SPACES.
00166      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00167      05  FILLER          PIC X(44)  VALUE SPACES.
00168      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00169      05  HD-PAGE         PIC ZZ,ZZ9.
00170      SKIP1
00171  01  HEAD-B.
00172      05  FILLER          PIC X(3)   VALUE SPACES.
00173      05  FILLER          PIC X(8)   VALUE 'ASREA998'.
00174      05  FILLER          PIC X(18)  VALUE SPACES.
00175      05  FILLER          PIC X(52)  VALUE
00176          'ONLINE HOMEOWNER MAINTENANCE POSTING AUDIT LISTING'.
00177      SKIP1
00178  01  HEAD-C.
00179      05  FILLER          PIC X(3)   VALUE SPACES.
00180      05  FILLER          PIC X(12)  VALUE 'TAG       F '.
00181      05  FILLER          PIC X(20)  VALUE 'VOL PROPERTY NUMBER '.
00182      05  FILLER          PIC X(12)  VALUE ' S1 S2 AV LG'.
00183      05  FILLER          PIC X(40)  VALUE
00184          ' ADDRESS                CITY         ST '.
00185      05  FILLER          PIC X(17)  VALUE ' OPERATOR  BATCH '.
00186      05  FILLER          PIC X(8)   VALUE ' MESSAGE'.
00187      SKIP1
00188  01  AUDIT-LINE.
00189      05  FILLER          PIC X(3)   VALUE SPACES.
00190      05  AL-TAG          PIC X(8).
00191      05  FILLER          PIC X(2)   VALUE SPACES.
00192      05  AL-FUNC         PIC X.
00193      05  FILLER          PIC X(1)   VALUE SPACES.
00194      05  AL-VOL          PIC 9(3).
00195      05  FILLER          PIC X(1)   VALUE SPACES.
00196      05  AL-PROP         PIC 9(15).
00197      05  FILLER          PIC X(2)   VALUE SPACES.
00198      05  AL-STAT1        PIC X.
00199      05  FILLER          PIC X(2)   VALUE SPACES.
00200      05  AL-STAT2        PIC X.
00201      05  FILLER          PIC X(2)   VALUE SPACES.
00202      05  AL-AGE-VERIF    PIC X.
00203      05  FILLER          PIC X(2)   VALUE SPACES.
00204      05  AL-LANG         PIC X.
00205      05  FILLER          PIC X(2)   VALUE SPACES.
00206      05  AL-ADDR         PIC X(22).
00207      05  FILLER          PIC X(1)   VALUE SPACES.
00208      05  AL-CITY         PIC X(12).
00209      05  FILLER          PIC X(1)   VALUE SPACES.
00210      05  AL-STATE        PIC XX.
00211      05  FILLER          PIC X(2)   VALUE SPACES.
00212      05  AL-OPER         PIC X(8).
00213      05  FILLER          PIC X(2)   VALUE SPACES.
00214      05  AL-BATCH        PIC X(5).
00215      05  FILLER          PIC X(2)   VALUE SPACES.
00216      05  AL-MESSG        PIC X(24).
00217      EJECT
00218  PROCEDURE DIVISION.
00219      SKIP1
00220  A010-HOUSEKEEPING.
00221      SORT SORT-FILE
00222          ON ASCENDING KEY OJ-VOL OJ-PROP OJ-DATE OJ-TIME
00223          USING JOURNAL-FILE
00224          OUTPUT PROCEDURE IS B000-POST-JOURNAL THRU B000-EXIT.
00225      IF SORT-RETURN NOT EQUAL ZERO
00226          DISPLAY 'ASREA998 -- SORT FAILED, SORT-RETURN = '
00227              SORT-RETURN
00228          MOVE 16 TO RETURN-CODE.
00229      STOP RUN.
00230      SKIP1
00231  B000-POST-JOURNAL.
00232      OPEN INPUT  HOMEOWNER-MAST, HOMEOWNER-MAST-VSAM
00233           OUTPUT NEW-HOMEOWNER-MAST, DMSCORR-FILE, PRINT-FILE.
00234      IF VSAM-STATUS NOT EQUAL '00'
00235          DISPLAY 'ASREA998 -- VSAMHMST OPEN FAILED, STATUS '
00236              VSAM-STATUS
00237          MOVE 16 TO RETURN-CODE
00238          CLOSE HOMEOWNER-MAST NEW-HOMEOWNER-MAST DMSCORR-FILE
00239                PRINT-FILE
00240          GO TO B000-EXIT.
00241      ACCEPT ACPT-DATE FROM DATE.
00242      MOVE ACPT-MO TO DSP-MO.
00243      MOVE ACPT-DA TO DSP-DA.
00244      MOVE ACPT-YR TO DSP-YR.
00245      MOVE DSP-DATE TO HD-DATE.
00246      PERFORM B100-HEADING THRU B100-EXIT.
00247      PERFORM B030-RETURN-JRN THRU B030-EXIT.
00248      PERFORM B040-READ-MAST THRU B040-EXIT.
00249      PERFORM B020-MAINLINE THRU B020-EXIT
00250          UNTIL END-OF-JRN-FILE AND END-OF-MAST-FILE.
00251      DISPLAY 'TOTAL JOURNAL CHANGES READ...........: '
00252          JRN-IN-CNT.
00253      DISPLAY 'TOTAL HOMEOWNER MASTER RECORDS READ..: '
00254          MAST-IN-CNT.
00255      DISPLAY 'TOTAL HOMEOWNER MASTER RECORDS OUT...: '
00256          MAST-OUT-CNT.
00257      DISPLAY 'TOTAL STATUS CHANGES POSTED..........: '
00258          STATUS-CHG-CNT.
00259      DISPLAY 'TOTAL ADDRESS CHANGES POSTED.........: '
00260          ADDRESS-CHG-CNT.
00261      DISPLAY 'TOTAL LANGUAGE CHANGES POSTED........: '
00262          LANG-CHG-CNT.
00263      DISPLAY 'TOTAL AGE VERIFICATIONS POSTED.......: '
00264          AGE-VERIF-CNT.
00265      DISPLAY 'TOTAL ALREADY AGE VERIFIED...........: '
00266          ALREADY-VER-CNT.
00267      DISPLAY 'TOTAL PARCELS CHANGED................: '
00268          PARCEL-CHG-CNT.
00269      DISPLAY 'TOTAL DMS CORRECTIONS WRITTEN........: '
00270          DMSCORR-OUT-CNT.
00271      DISPLAY 'TOTAL NOT FOUND ON VSAM MASTER.......: '
00272          VSAM-NOTFND-CNT.
00273      DISPLAY 'TOTAL CHANGES NOT ON MASTER..........: '
00274          UNMATCHED-CNT.
00275      IF UNMATCHED-CNT GREATER THAN +0
00276          OR VSAM-NOTFND-CNT GREATER THAN +0
00277          MOVE 8 TO RETURN-CODE.
00278      CLOSE HOMEOWNER-MAST, NEW-HOMEOWNER-MAST,
00279            HOMEOWNER-MAST-VSAM, DMSCORR-FILE, PRINT-FILE.
00280  B000-EXIT. EXIT.
00281      SKIP1
00282  B020-MAINLINE.
00283      EVALUATE TRUE
00284          WHEN JRN-KEY EQUAL MAST-KEY
00285              PERFORM B050-POST-CHANGE THRU B050-EXIT
00286              PERFORM B030-RETURN-JRN THRU B030-EXIT
00287          WHEN JRN-KEY LESS THAN MAST-KEY
00288              PERFORM B060-UNMATCHED THRU B060-EXIT
00289              PERFORM B030-RETURN-JRN THRU B030-EXIT
00290          WHEN OTHER
00291              PERFORM B080-WRITE-MASTER THRU B080-EXIT
00292              PERFORM B040-READ-MAST THRU B040-EXIT
00293      END-EVALUATE.
00294  B020-EXIT. EXIT.
00295      SKIP1
00296  B030-RETURN-JRN.
00297      RETURN SORT-FILE AT END
00298          MOVE 'Y' TO JRN-EOF-SW
00299          MOVE HIGH-VALUES TO JRN-KEY
00300          GO TO B030-EXIT.
00301      ADD +1 TO JRN-IN-CNT.
00302      MOVE OJ-VOL  TO JK-VOL.
00303      MOVE OJ-PROP TO JK-PROP.
00304  B030-EXIT. EXIT.
00305      SKIP1
00306  B040-READ-MAST.
00307      READ HOMEOWNER-MAST AT END
00308          MOVE 'Y' TO MAST-EOF-SW
00309          MOVE HIGH-VALUES TO MAST-KEY.
00310      IF NOT END-OF-MAST-FILE
00311       AND FIRST-MAST-REC-SW EQUAL 'Y'
00312          MOVE 'N' TO FIRST-MAST-REC-SW
00313          IF HO-REC (1:8) EQUAL '*VINTAGE'
00314              DISPLAY 'ASREA998 - VINTAGE HDR PASSED THRU'
00315              MOVE HO-REC (1:80) TO VINTAGE-HEADER
00316              MOVE 'ASREA998'    TO VH-PROGRAM-ID
00317              IF VH-SEQUENCE NUMERIC
00318                  ADD 1           TO VH-SEQUENCE
00319              ELSE
00320                  MOVE 1          TO VH-SEQUENCE
00321              END-IF
00322              MOVE SPACES         TO NEW-HO-REC
00323              MOVE VINTAGE-HEADER TO NEW-HO-REC (1:80)
00324              WRITE NEW-HO-REC
00325              GO TO B040-READ-MAST.
00326      IF NOT END-OF-MAST-FILE
00327          ADD +1 TO MAST-IN-CNT
00328          MOVE HO-VOL  TO MK-VOL
00329          MOVE HO-PROP TO MK-PROP.
00330  B040-EXIT. EXIT.
00331      SKIP1
00332  B050-POST-CHANGE.
00333      IF OJ-AGE-VERIF-CHANGE
00334       AND OJ-NEW-AGE-VERIF EQUAL 'V'
00335       AND HO-AGE-VERIFIED
00336          ADD +1 TO ALREADY-VER-CNT
00337          MOVE 'ALREADY ' TO HOLD-TAG
00338          PERFORM B070-AUDIT-MASTER THRU B070-EXIT
00339          GO TO B050-EXIT.
00340      MOVE 'BEFORE  ' TO HOLD-TAG.
00341      PERFORM B070-AUDIT-MASTER THRU B070-EXIT.
00342      EVALUATE TRUE
00343          WHEN OJ-STATUS-CHANGE
00344              MOVE OJ-NEW-STAT1 TO HO-STAT1
00345              MOVE OJ-NEW-STAT2 TO HO-STAT2
00346              ADD +1 TO STATUS-CHG-CNT
00347          WHEN OJ-ADDRESS-CHANGE
00348              MOVE OJ-NEW-ADDR  TO HO-ADDR
00349              MOVE OJ-NEW-CITY  TO HO-CITY
00350              MOVE OJ-NEW-STATE TO HO-STATE
00351              MOVE ZEROS        TO W-ZIP9
00352              MOVE OJ-NEW-ZIP   TO W-ZIP5
00353              MOVE W-ZIP9       TO HO-ZIP
00354              IF HO-STAT1-UNDELVRBLE
00355                  MOVE 0 TO HO-STAT1
00356              END-IF
00357              ADD +1 TO ADDRESS-CHG-CNT
00358          WHEN OJ-LANGUAGE-CHANGE
00359              MOVE OJ-NEW-LANG  TO HO-LANG
00360              ADD +1 TO LANG-CHG-CNT
00361          WHEN OJ-AGE-VERIF-CHANGE
00362              MOVE OJ-NEW-AGE-VERIF TO HO-AGE-VERIF
00363              ADD +1 TO AGE-VERIF-CNT
00364      END-EVALUATE.
00365      MOVE 'Y'           TO MAST-CHANGED-SW.
00366      MOVE OJ-PROP       TO HV-PROP.
00367      MOVE OJ-REC-CD     TO HV-REC-CD.
00368      MOVE OJ-BIRTH-DATE TO HV-BIRTH-DATE.
00369      MOVE 'AFTER   ' TO HOLD-TAG.
00370      PERFORM B070-AUDIT-MASTER THRU B070-EXIT.
00371  B050-EXIT. EXIT.
00372      SKIP1
00373  B060-UNMATCHED.
00374      ADD +1 TO UNMATCHED-CNT.
00375      MOVE SPACES     TO AUDIT-LINE.
00376      MOVE 'NOMATCH ' TO AL-TAG.
00377      MOVE OJ-FUNCTION TO AL-FUNC.
00378      MOVE OJ-VOL     TO AL-VOL.
00379      MOVE OJ-PROP    TO AL-PROP.
00380      MOVE OJ-OPERATOR TO AL-OPER.
00381      MOVE OJ-BATCH-NO TO AL-BATCH.
00382      MOVE 'NOT ON HOMEOWNER MASTER' TO AL-MESSG.
00383      PERFORM B090-WRITE-AUDIT THRU B090-EXIT.
00384  B060-EXIT. EXIT.
00385      SKIP1
00386  B070-AUDIT-MASTER.
00387      MOVE SPACES      TO AUDIT-LINE.
00388      MOVE HOLD-TAG    TO AL-TAG.
00389      MOVE OJ-FUNCTION TO AL-FUNC.
00390      MOVE HO-VOL      TO AL-VOL.
00391      MOVE HO-PROP     TO AL-PROP.
00392      MOVE HO-STAT1    TO AL-STAT1.
00393      MOVE HO-STAT2    TO AL-STAT2.
00394      MOVE HO-AGE-VERIF TO AL-AGE-VERIF.
00395      MOVE HO-LANG     TO AL-LANG.
00396      MOVE HO-ADDR     TO AL-ADDR.
00397      MOVE HO-CITY     TO AL-CITY.
00398      MOVE HO-STATE    TO AL-STATE.
00399      MOVE OJ-OPERATOR TO AL-OPER.
00400      MOVE OJ-BATCH-NO TO AL-BATCH.
00401      IF HOLD-TAG EQUAL 'ALREADY '
00402          MOVE 'AGE ALREADY VERIFIED' TO AL-MESSG.
00403      PERFORM B090-WRITE-AUDIT THRU B090-EXIT.
00404  B070-EXIT. EXIT.
00405      SKIP1
00406  B080-WRITE-MASTER.
00407      IF MASTER-CHANGED
00408          ADD +1 TO PARCEL-CHG-CNT
00409          PERFORM B085-WRITE-DMS-CORR THRU B085-EXIT
00410          MOVE 'N' TO MAST-CHANGED-SW.
00411      WRITE NEW-HO-REC FROM HO-REC.
00412      ADD +1 TO MAST-OUT-CNT.
00413  B080-EXIT. EXIT.
00414      SKIP1
00415 *    THE VSAM RECORD ALREADY CARRIES THE ONLINE CHANGE AND THE
00416 *    ONLINE BATCH STAMP; WRITE IT AS THE DMS CORRECTION SO THE PI
00417 *    DATABASE CATCHES UP AND ASREA891 STOPS SEEING THE DIFFERENCE.
00418  B085-WRITE-DMS-CORR.
00419      MOVE HV-PROP       TO V-PROP.
00420      MOVE HV-REC-CD     TO V-REC-CD.
00421      MOVE HV-BIRTH-DATE TO V-BIRTH-DATE.
00422      READ HOMEOWNER-MAST-VSAM
00423          KEY IS V-REC-KEY.
00424      IF VSAM-STATUS NOT EQUAL '00'
00425          ADD +1 TO VSAM-NOTFND-CNT
00426          DISPLAY 'ASREA998 -- NO VSAM RECORD FOR PROPERTY '
00427              HV-PROP
00428          GO TO B085-EXIT.
00429      MOVE SPACES       TO DMSCORR-REC.
00430      MOVE V-VOL        TO H-VOL.
00431      MOVE V-PROP       TO H-PROP.
00432      MOVE V-REC-CD     TO H-REC-CD.
00433      MOVE V-BIRTH-DATE TO H-BIRTH-DATE.
00434      MOVE V-NAME       TO H-NAME.
00435      MOVE V-ADDR       TO H-ADDR.
00436      MOVE V-CITY       TO H-CITY.
00437      MOVE V-STATE      TO H-STATE.
00438      MOVE V-ZIP        TO H-ZIP.
00439      MOVE V-TXCD       TO H-TXCD.
00440      MOVE V-LBL-IND    TO H-LBL-IND.
00441      MOVE V-YEAR-APPLD TO H-YEAR-APPLD.
00442      MOVE V-BATCH-NO   TO H-BATCH-NO.
00443      MOVE V-UPD-DATE   TO H-UPD-DATE.
00444      WRITE DMSCORR-REC.
00445      ADD +1 TO DMSCORR-OUT-CNT.
00446  B085-EXIT. EXIT.
00447      SKIP1
00448  B090-WRITE-AUDIT.
00449      IF LINE-CNT GREATER THAN +57
00450          PERFORM B100-HEADING THRU B100-EXIT.
00451      WRITE PRINT-REC FROM AUDIT-LINE AFTER ADVANCING 1.
00452      ADD +1 TO LINE-CNT.
00453  B090-EXIT. EXIT.
00454      SKIP1
00455  B100-HEADING.
00456      ADD +1 TO PAGE-CNT.
00457      MOVE PAGE-CNT TO HD-PAGE.
00458      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00459      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00460      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00461      MOVE +6 TO LINE-CNT.
00462  B100-EXIT. EXIT.
