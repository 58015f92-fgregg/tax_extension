00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA995.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. CERTIFICATE OF MAILING FOR HEARINGS.  PRINTS FROM THE
00007 *         NOTICE-OF-RECORD HISTORY MASTER (ASNOTHSR1, MAINTAINED
00008 *         BY ASREA994) EVERY NOTICE MAILED TO A PARCEL, OR EVERY
00009 *         NOTICE IN A MAILING BATCH, WITH THE ADDRESS USED, THE
00010 *         MAIL DATE, THE PRESORT RATE LEVEL AND TRAY, AND ANY
00011 *         MAIL-HOUSE RETURN, FOLLOWED BY THE CERTIFICATION
00012 *         STATEMENT AND SIGNATURE LINES.  ONE CERTIFICATE IS
00013 *         PRINTED PER CONTROL CARD (80 BYTES):
00014 *           1      P = ONE PARCEL
00015 *           2-16   PROPERTY NUMBER
00016 *         OR
00017 *           1      B = ONE MAILING BATCH
00018 *           2-9    MAIL DATE (CCYYMMDD)
00019 *           10-13  FORM ID (BLANK = EVERY FORM MAILED THAT DATE)
00020 *           14-18  PRESORT TRAY (BLANK = EVERY TRAY)
00021 *         A BATCH CERTIFICATE READS THE WHOLE MASTER IN KEY ORDER.
00022 *         AN INVALID CARD IS LISTED AND SKIPPED AND THE RUN ENDS
00023 *         WITH CODE 4.
00024      SKIP2
00025  ENVIRONMENT DIVISION.
00026  CONFIGURATION SECTION.
00027  SOURCE-COMPUTER. IBM-370.
00028  OBJECT-COMPUTER. IBM-370.
00029      SKIP1
00030  INPUT-OUTPUT SECTION.
00031  FILE-CONTROL.
00032      SELECT CONTROL-FILE   ASSIGN TO UT-S-CONTROL.
00033      SELECT NOTHIST-FILE   ASSIGN TO DA-NOTHIST
00034        ORGANIZATION IS INDEXED
00035        ACCESS IS DYNAMIC
00036        RECORD KEY IS NH-KEY
00037        FILE STATUS IS HIST-STATUS.
00038      SELECT PRINT-FILE     ASSIGN TO UT-S-PRINT.
00039      SKIP2
00040  DATA DIVISION.
00041  FILE SECTION.
00042      SKIP1
00043  FD  CONTROL-FILE
00044      BLOCK  CONTAINS 0 RECORDS
00045      RECORD CONTAINS 80 CHARACTERS
00046      RECORDING MODE IS F
00047      LABEL  RECORDS ARE STANDARD
00048      DATA RECORD IS CONTROL-REC.
00049  01  CONTROL-REC.
00050      05  CC-TYPE         PIC X.
00051          88  CC-PARCEL              VALUE 'P'.
00052          88  CC-BATCH               VALUE 'B'.
00053      05  CC-PROP         PIC X(15).
00054      05  CC-PROP-N REDEFINES CC-PROP
00055                          PIC 9(15).
00056      05  FILLER          PIC X(64).
00057  01  CONTROL-REC-B.
00058      05  FILLER          PIC X.
00059      05  CC-MAIL-DATE    PIC X(8).
00060      05  CC-MAIL-DATE-N REDEFINES CC-MAIL-DATE
00061                          PIC 9(8).
00062      05  CC-FORM-ID      PIC X(4).
00063      05  CC-TRAY         PIC X(5).
00064      05  CC-TRAY-N REDEFINES CC-TRAY
00065                          PIC 9(5).
00066      05  FILLER          PIC X(62).
00067      SKIP2
00068  FD  NOTHIST-FILE
00069      RECORD CONTAINS 200 CHARACTERS
00070      LABEL RECORDS ARE STANDARD.
00071      SKIP1
00072  01  NOTHIST-REC.
00073  COPY ASNOTHSR1.
00074      SKIP2
00075  FD  PRINT-FILE
00076      BLOCK  CONTAINS 0 RECORDS
00077      RECORD CONTAINS 133 CHARACTERS
00078      RECORDING MODE IS F
00079      LABEL  RECORDS ARE STANDARD.
00080      SKIP1
00081  01  PRINT-REC               PIC X(133).
00082      SKIP2
00083  WORKING-STORAGE SECTION.
00084      SKIP1
00085  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00086  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00087      SKIP1
00088  77  CTL-EOF-SW                PIC X      VALUE 'N'.
00089      88  END-OF-CTL-FILE                  VALUE 'Y'.
00090  77  BROWSE-END-SW             PIC X      VALUE 'N'.
00091      88  END-OF-BROWSE                    VALUE 'Y'.
00092      SKIP1
00093  77  HIST-STATUS               PIC XX     VALUE '00'.
00094      SKIP1
00095  77  CARD-IN-CNT       COMP-3  PIC S9(7)  VALUE +0.
00096  77  CARD-BAD-CNT      COMP-3  PIC S9(7)  VALUE +0.
00097  77  CERT-CNT          COMP-3  PIC S9(7)  VALUE +0.
00098  77  NOTICE-LIST-CNT   COMP-3  PIC S9(7)  VALUE +0.
00099  77  CERT-NOTICE-CNT   COMP-3  PIC S9(7)  VALUE +0.
00100      SKIP1
00101  77  W-TRAY                    PIC 9(5)   VALUE ZEROS.
00102      SKIP1
00103  01  ACPT-DATE                  PIC 9(6).
00104  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00105      05  ACPT-YR                PIC 99.
00106      05  ACPT-MO                PIC 99.
00107      05  ACPT-DA                PIC 99.
00108  01  DSP-DATE.
00109      05  DSP-MO                 PIC 99.
00110      05  FILLER                 PIC X      VALUE '/'.
00111      05  DSP-DA                 PIC 99.
00112      05  FILLER                 PIC X      VALUE '/'.
00113      05  DSP-YR                 PIC 99.
00114      SKIP1
00115  01  HEAD-A.
00116      05  FILLER          PIC X(3)   VALUE SPACES.
00117      05  HD-DATE         PIC X(8).
00118      05  FILLER          PIC X(44)  VALUE SPACES.
00119      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00120      05  FILLER          PIC X(44)  VALUE SPACES.
00121      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00122      05  HD-PAGE         PIC ZZ,ZZ9.
00123      SKIP1
00124  01  HEAD-B.
00125      05  FILLER          PIC X(3)   VALUE SPACES.
00126      05  FILLER          PIC X(8)   VALUE 'ASREA995'.
00127      05  FILLER          PIC X(18)  VALUE SPACES.
00128      05  FILLER          PIC X(52)  VALUE
00129          'CERTIFICATE OF MAILING'.
00130      SKIP1
00131  01  HEAD-SEL.
00132      05  FILLER          PIC X(3)   VALUE SPACES.
00133      05  HS-TEXT         PIC X(20).
00134      05  HS-VALUE-1      PIC X(15).
00135      05  FILLER          PIC X(2)   VALUE SPACES.
00136      05  HS-VALUE-2      PIC X(12).
00137      05  FILLER          PIC X(2)   VALUE SPACES.
00138      05  HS-VALUE-3      PIC X(12).
00139      SKIP1
00140  01  HEAD-C.
00141      05  FILLER          PIC X(3)   VALUE SPACES.
00142      05  FILLER          PIC X(17)  VALUE 'PROPERTY'.
00143      05  FILLER          PIC X(5)   VALUE 'VOL'.
00144      05  FILLER          PIC X(6)   VALUE 'FORM'.
00145      05  FILLER          PIC X(10)  VALUE 'MAILED'.
00146      05  FILLER          PIC X(10)  VALUE 'SOURCE'.
00147      05  FILLER          PIC X(24)  VALUE 'NAME / ADDRESS'.
00148      05  FILLER          PIC X(26)  VALUE 'CITY ST ZIP'.
00149      05  FILLER          PIC X(12)  VALUE 'RATE  TRAY'.
00150      05  FILLER          PIC X(15)  VALUE 'RETURN'.
00151      SKIP1
00152  01  NOTICE-LINE-1.
00153      05  FILLER          PIC X(3)   VALUE SPACES.
00154      05  N1-PROP         PIC 9(15).
00155      05  FILLER          PIC X(2)   VALUE SPACES.
00156      05  N1-VOL          PIC 999.
00157      05  FILLER          PIC X(2)   VALUE SPACES.
00158      05  N1-FORM-ID      PIC X(4).
00159      05  FILLER          PIC X(2)   VALUE SPACES.
00160      05  N1-MAIL-DATE    PIC 9(8).
00161      05  FILLER          PIC X(2)   VALUE SPACES.
00162      05  N1-SOURCE       PIC X(8).
00163      05  FILLER          PIC X(2)   VALUE SPACES.
00164      05  N1-NAME         PIC X(22).
00165      05  FILLER          PIC X(2)   VALUE SPACES.
00166      05  N1-CITY         PIC X(12).
00167      05  FILLER          PIC X      VALUE SPACE.
00168      05  N1-STATE        PIC XX.
00169      05  FILLER          PIC X      VALUE SPACE.
00170      05  N1-ZIP5         PIC X(5).
00171      05  N1-ZIP4-DASH    PIC X.
00172      05  N1-ZIP4         PIC X(4).
00173      05  FILLER          PIC X(2)   VALUE SPACES.
00174      05  N1-RATE-LEVEL   PIC X.
00175      05  FILLER          PIC X(3)   VALUE SPACES.
00176      05  N1-TRAY-NO      PIC ZZZZ9.
00177      05  FILLER          PIC X(3)   VALUE SPACES.
00178      05  N1-RETURN       PIC X(13).
00179      SKIP1
00180  01  NOTICE-LINE-2.
00181      05  FILLER          PIC X(59)  VALUE SPACES.
00182      05  N2-ADDR         PIC X(22).
00183      05  FILLER          PIC X(2)   VALUE SPACES.
00184      05  N2-FWD-TEXT     PIC X(10).
00185      05  N2-FWD-ADDR     PIC X(22).
00186      05  FILLER          PIC X      VALUE SPACE.
00187      05  N2-FWD-CITY     PIC X(12).
00188      SKIP1
00189  01  NONE-LINE.
00190      05  FILLER          PIC X(3)   VALUE SPACES.
00191      05  FILLER          PIC X(40)  VALUE
00192          'NO NOTICES ON FILE FOR THIS SELECTION'.
00193      SKIP1
00194  01  CERT-LINE-1.
00195      05  FILLER          PIC X(3)   VALUE SPACES.
00196      05  FILLER          PIC X(15)  VALUE 'I CERTIFY THAT '.
00197      05  CL-COUNT        PIC ZZZ,ZZ9.
00198      05  FILLER          PIC X(40)  VALUE
00199          ' NOTICE(S) LISTED ABOVE WERE DEPOSITED '.
00200      05  FILLER          PIC X(40)  VALUE
00201          'IN THE UNITED STATES MAIL ON THE MAIL '.
00202      SKIP1
00203  01  CERT-LINE-2.
00204      05  FILLER          PIC X(3)   VALUE SPACES.
00205      05  FILLER          PIC X(40)  VALUE
00206          'DATES SHOWN, FIRST CLASS POSTAGE PREPAID'.
00207      05  FILLER          PIC X(40)  VALUE
00208          ', ADDRESSED AS SHOWN.'.
00209      SKIP1
00210  01  CERT-LINE-3.
00211      05  FILLER          PIC X(3)   VALUE SPACES.
00212      05  FILLER          PIC X(40)  VALUE ALL '_'.
00213      05  FILLER          PIC X(10)  VALUE SPACES.
00214      05  FILLER          PIC X(20)  VALUE ALL '_'.
00215      SKIP1
00216  01  CERT-LINE-4.
00217      05  FILLER          PIC X(3)   VALUE SPACES.
00218      05  FILLER          PIC X(50)  VALUE
00219          'FOR THE ASSESSOR OF COOK COUNTY'.
00220      05  FILLER          PIC X(20)  VALUE 'DATE'.
00221      SKIP1
00222  01  ERROR-LINE.
00223      05  FILLER          PIC X(3)   VALUE SPACES.
00224      05  FILLER          PIC X(21)  VALUE 'INVALID CONTROL CARD '.
00225      05  EL-CARD         PIC X(20).
00226      EJECT
00227  PROCEDURE DIVISION.
00228      SKIP1
00229  A010-HOUSEKEEPING.
00230      OPEN INPUT  CONTROL-FILE, NOTHIST-FILE
00231           OUTPUT PRINT-FILE.
00232      IF HIST-STATUS NOT EQUAL '00'
00233          DISPLAY 'ASREA995 -- NOTICE HISTORY OPEN FAILED, '
00234              'STATUS ' HIST-STATUS
00235          MOVE 16 TO RETURN-CODE
00236          CLOSE CONTROL-FILE, PRINT-FILE
00237          STOP RUN.
00238      ACCEPT ACPT-DATE FROM DATE.
00239      MOVE ACPT-MO TO DSP-MO.
00240      MOVE ACPT-DA TO DSP-DA.
00241      MOVE ACPT-YR TO DSP-YR.
00242      MOVE DSP-DATE TO HD-DATE.
00243      PERFORM A030-READ-CONTROL THRU A030-EXIT.
00244      PERFORM A020-MAINLINE THRU A020-EXIT
00245          UNTIL END-OF-CTL-FILE.
00246      DISPLAY 'TOTAL CONTROL CARDS READ.............: '
00247          CARD-IN-CNT.
00248      DISPLAY 'TOTAL INVALID CONTROL CARDS..........: '
00249          CARD-BAD-CNT.
00250      DISPLAY 'TOTAL CERTIFICATES PRINTED...........: '
00251          CERT-CNT.
00252      DISPLAY 'TOTAL NOTICES LISTED.................: '
00253          NOTICE-LIST-CNT.
00254      IF CARD-BAD-CNT GREATER THAN +0
00255          MOVE 4 TO RETURN-CODE.
00256      CLOSE CONTROL-FILE, NOTHIST-FILE, PRINT-FILE.
00257      STOP RUN.
00258      SKIP1
00259  A020-MAINLINE.
00260      EVALUATE TRUE
00261          WHEN CC-PARCEL AND CC-PROP NUMERIC
00262              PERFORM A040-PARCEL-CERT THRU A040-EXIT
00263          WHEN CC-BATCH AND CC-MAIL-DATE NUMERIC
00264           AND (CC-TRAY EQUAL SPACES OR CC-TRAY NUMERIC)
00265              PERFORM A050-BATCH-CERT THRU A050-EXIT
00266          WHEN OTHER
00267              ADD +1 TO CARD-BAD-CNT
00268              MOVE CONTROL-REC TO EL-CARD
00269              IF LINE-CNT GREATER THAN +57
00270                  PERFORM B100-HEADING THRU B100-EXIT
00271              END-IF
00272              WRITE PRINT-REC FROM ERROR-LINE AFTER ADVANCING 2
00273              ADD +2 TO LINE-CNT
00274      END-EVALUATE.
00275      PERFORM A030-READ-CONTROL THRU A030-EXIT.
00276  A020-EXIT. EXIT.
00277      SKIP1
00278  A030-READ-CONTROL.
00279      READ CONTROL-FILE AT END
00280          MOVE 'Y' TO CTL-EOF-SW
00281          GO TO A030-EXIT.
00282      ADD +1 TO CARD-IN-CNT.
00283      IF CONTROL-REC EQUAL SPACES
00284          GO TO A030-READ-CONTROL.
00285  A030-EXIT. EXIT.
00286      SKIP1
00287 *    ONE PARCEL -- EVERY NOTICE ON FILE FOR THE PROPERTY, IN
00288 *    MAIL-DATE ORDER.
00289  A040-PARCEL-CERT.
00290      MOVE 'PROPERTY NUMBER     ' TO HS-TEXT.
00291      MOVE CC-PROP   TO HS-VALUE-1.
00292      MOVE SPACES    TO HS-VALUE-2, HS-VALUE-3.
00293      PERFORM A060-START-CERT THRU A060-EXIT.
00294      MOVE CC-PROP-N  TO NH-PROP.
00295      MOVE ZEROS      TO NH-MAIL-DATE.
00296      MOVE LOW-VALUES TO NH-FORM-ID, NH-SOURCE.
00297      START NOTHIST-FILE KEY NOT LESS THAN NH-KEY.
00298      IF HIST-STATUS NOT EQUAL '00'
00299          MOVE 'Y' TO BROWSE-END-SW.
00300      PERFORM A045-PARCEL-NEXT THRU A045-EXIT
00301          UNTIL END-OF-BROWSE.
00302      PERFORM A080-END-CERT THRU A080-EXIT.
00303  A040-EXIT. EXIT.
00304      SKIP1
00305  A045-PARCEL-NEXT.
00306      READ NOTHIST-FILE NEXT RECORD AT END
00307          MOVE 'Y' TO BROWSE-END-SW
00308          GO TO A045-EXIT.
00309      IF HIST-STATUS NOT EQUAL '00'
00310          OR NH-PROP NOT EQUAL CC-PROP-N
00311          MOVE 'Y' TO BROWSE-END-SW
00312          GO TO A045-EXIT.
00313      PERFORM A070-PRINT-NOTICE THRU A070-EXIT.
00314  A045-EXIT. EXIT.
00315      SKIP1
00316 *    ONE MAILING BATCH -- EVERY NOTICE MAILED ON THE CARD DATE,
00317 *    OPTIONALLY LIMITED TO ONE FORM AND ONE PRESORT TRAY.
00318  A050-BATCH-CERT.
00319      MOVE 'MAILING BATCH       ' TO HS-TEXT.
00320      MOVE CC-MAIL-DATE TO HS-VALUE-1.
00321      MOVE SPACES       TO HS-VALUE-2, HS-VALUE-3.
00322      IF CC-FORM-ID NOT EQUAL SPACES
00323          STRING 'FORM ' CC-FORM-ID DELIMITED BY SIZE
00324              INTO HS-VALUE-2.
00325      IF CC-TRAY NOT EQUAL SPACES
00326          MOVE CC-TRAY-N TO W-TRAY
00327          STRING 'TRAY ' CC-TRAY DELIMITED BY SIZE
00328              INTO HS-VALUE-3.
00329      PERFORM A060-START-CERT THRU A060-EXIT.
00330      MOVE LOW-VALUES TO NH-KEY.
00331      START NOTHIST-FILE KEY NOT LESS THAN NH-KEY.
00332      IF HIST-STATUS NOT EQUAL '00'
00333          MOVE 'Y' TO BROWSE-END-SW.
00334      PERFORM A055-BATCH-NEXT THRU A055-EXIT
00335          UNTIL END-OF-BROWSE.
00336      PERFORM A080-END-CERT THRU A080-EXIT.
00337  A050-EXIT. EXIT.
00338      SKIP1
00339  A055-BATCH-NEXT.
00340      READ NOTHIST-FILE NEXT RECORD AT END
00341          MOVE 'Y' TO BROWSE-END-SW
00342          GO TO A055-EXIT.
00343      IF HIST-STATUS NOT EQUAL '00'
00344          MOVE 'Y' TO BROWSE-END-SW
00345          GO TO A055-EXIT.
00346      IF NH-MAIL-DATE NOT EQUAL CC-MAIL-DATE-N
00347          GO TO A055-EXIT.
00348      IF CC-FORM-ID NOT EQUAL SPACES
00349       AND NH-FORM-ID NOT EQUAL CC-FORM-ID
00350          GO TO A055-EXIT.
00351      IF CC-TRAY NOT EQUAL SPACES
00352       AND NH-TRAY-NO NOT EQUAL W-TRAY
00353          GO TO A055-EXIT.
00354      PERFORM A070-PRINT-NOTICE THRU A070-EXIT.
00355  A055-EXIT. EXIT.
00356      SKIP1
00357  A060-START-CERT.
00358      ADD +1 TO CERT-CNT.
00359      MOVE ZERO TO CERT-NOTICE-CNT.
00360      MOVE 'N'  TO BROWSE-END-SW.
00361      PERFORM B100-HEADING THRU B100-EXIT.
00362  A060-EXIT. EXIT.
00363      SKIP1
00364  A070-PRINT-NOTICE.
00365      IF LINE-CNT GREATER THAN +56
00366          PERFORM B100-HEADING THRU B100-EXIT.
00367      MOVE NH-PROP         TO N1-PROP.
00368      MOVE NH-VOL          TO N1-VOL.
00369      MOVE NH-FORM-ID      TO N1-FORM-ID.
00370      MOVE NH-MAIL-DATE    TO N1-MAIL-DATE.
00371      MOVE NH-SOURCE       TO N1-SOURCE.
00372      MOVE NH-NAME         TO N1-NAME.
00373      MOVE NH-CITY         TO N1-CITY.
00374      MOVE NH-STATE        TO N1-STATE.
00375      MOVE NH-ZIP5         TO N1-ZIP5.
00376      MOVE NH-ZIP4         TO N1-ZIP4.
00377      IF NH-ZIP4 EQUAL SPACES
00378          MOVE SPACE TO N1-ZIP4-DASH
00379      ELSE
00380          MOVE '-'   TO N1-ZIP4-DASH.
00381      MOVE NH-RATE-LEVEL   TO N1-RATE-LEVEL.
00382      MOVE NH-TRAY-NO      TO N1-TRAY-NO.
00383      MOVE NH-ADDR         TO N2-ADDR.
00384      MOVE SPACES          TO N1-RETURN, N2-FWD-TEXT,
00385                              N2-FWD-ADDR, N2-FWD-CITY.
00386      EVALUATE TRUE
00387          WHEN NH-RTN-UNDELIVERABLE
00388              STRING 'UNDLV ' NH-RETURN-DATE DELIMITED BY SIZE
00389                  INTO N1-RETURN
00390          WHEN NH-RTN-FORWARDED
00391              STRING 'FWD   ' NH-RETURN-DATE DELIMITED BY SIZE
00392                  INTO N1-RETURN
00393              MOVE 'FORWARD TO' TO N2-FWD-TEXT
00394              MOVE NH-FWD-ADDR  TO N2-FWD-ADDR
00395              MOVE NH-FWD-CITY  TO N2-FWD-CITY
00396      END-EVALUATE.
00397      WRITE PRINT-REC FROM NOTICE-LINE-1 AFTER ADVANCING 2.
00398      WRITE PRINT-REC FROM NOTICE-LINE-2 AFTER ADVANCING 1.
00399      ADD +3 TO LINE-CNT.
00400      ADD +1 TO CERT-NOTICE-CNT, NOTICE-LIST-CNT.
00401  A070-EXIT. EXIT.
00402      SKIP1
00403  A080-END-CERT.
00404      IF LINE-CNT GREATER THAN +50
00405          PERFORM B100-HEADING THRU B100-EXIT.
00406      IF CERT-NOTICE-CNT EQUAL ZERO
00407          WRITE PRINT-REC FROM NONE-LINE AFTER ADVANCING 2
00408          ADD +2 TO LINE-CNT.
00409      MOVE CERT-NOTICE-CNT TO CL-COUNT.
00410      WRITE PRINT-REC FROM CERT-LINE-1 AFTER ADVANCING 3.
00411      WRITE PRINT-REC FROM CERT-LINE-2 AFTER ADVANCING 1.
00412      WRITE PRINT-REC FROM CERT-LINE-3 AFTER ADVANCING 3.
00413      WRITE PRINT-REC FROM CERT-LINE-4 AFTER ADVANCING 1.
00414      ADD +8 TO LINE-CNT.
00415  A080-EXIT. EXIT.
00416      SKIP1
00417  B100-HEADING.
00418      ADD +1 TO PAGE-CNT.
00419      MOVE PAGE-CNT TO HD-PAGE.
00420      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00421      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00422      WRITE PRINT-REC FROM HEAD-SEL AFTER ADVANCING 2.
00423      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00424      MOVE +8 TO LINE-CNT.
00425  B100-EXIT. EXIT.
