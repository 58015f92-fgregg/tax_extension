00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA994.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. EACH NOTICE EXTRACT WENT TO THE MAIL HOUSE AND WAS GONE;
00007 *         WHEN A TAXPAYER SAID AT A HEARING THAT NO NOTICE CAME
00008 *         THERE WAS NO RECORD OF WHAT WAS MAILED, WHEN, OR TO
00009 *         WHICH ADDRESS.  THIS PROGRAM MAINTAINS THE COUNTY-WIDE
00010 *         NOTICE-OF-RECORD HISTORY MASTER (ASNOTHSR1), KEYED BY
00011 *         PARCEL, MAIL DATE, FORM AND ISSUING PROGRAM.  THE DAY'S
00012 *         HISTORY TRANSACTIONS FROM THE NOTICE EXTRACTS (CODE N),
00013 *         THE PRESORT (ASREA935, CODE P) AND THE MAIL-HOUSE
00014 *         RETURN INTAKE (ASREA934, CODE R) ARE SORTED BY PARCEL,
00015 *         CODE AND DATE.  AN N TRANSACTION IS ADDED TO THE MASTER;
00016 *         ONE ALREADY ON FILE (A RERUN) IS LISTED AND SKIPPED.  A
00017 *         P TRANSACTION SETS THE RATE LEVEL, TRAY AND PRESORT
00018 *         DATE ON THE LATEST NOTICE OF THE SAME FORM FOR THE
00019 *         PARCEL, MAILED ON OR BEFORE THE PRESORT DATE, THAT HAS
00020 *         NO TRAY YET.  AN R TRANSACTION SETS THE RETURN TYPE,
00021 *         DATE AND ANY FORWARDING ADDRESS ON THE LATEST NOTICE
00022 *         FOR THE PARCEL, MAILED ON OR BEFORE THE RETURN DATE,
00023 *         THAT HAS NO RETURN POSTED.  A POSTING WITH NO MATCHING
00024 *         NOTICE, OR AN INVALID TRANSACTION, IS LISTED AND THE
00025 *         RUN ENDS WITH CODE 4.  ASREA995 PRINTS THE CERTIFICATE
00026 *         OF MAILING FROM THE MASTER.
00027      SKIP2
00028  ENVIRONMENT DIVISION.
00029  CONFIGURATION SECTION.
00030  SOURCE-COMPUTER. IBM-370.
00031  OBJECT-COMPUTER. IBM-370.
00032      SKIP1
00033  INPUT-OUTPUT SECTION.
00034  FILE-CONTROL.
00035      SELECT NOTHTRN-FILE   ASSIGN TO UT-S-NOTHTRN.
00036      SELECT NOTHIST-FILE   ASSIGN TO DA-NOTHIST
00037        ORGANIZATION IS INDEXED
00038        ACCESS IS DYNAMIC
00039        RECORD KEY IS NH-KEY
00040        FILE STATUS IS HIST-STATUS.
00041      SELECT TRAN-SORT      ASSIGN TO UT-S-SORTWK.
00042      SELECT PRINT-FILE     ASSIGN TO UT-S-PRINT.
00043      SKIP2
00044  DATA DIVISION.
00045  FILE SECTION.
00046      SKIP1
00047  FD  NOTHTRN-FILE
00048      BLOCK  CONTAINS 0 RECORDS
00049      RECORD CONTAINS 200 CHARACTERS
00050      RECORDING MODE IS F
00051      LABEL  RECORDS ARE STANDARD
00052      DATA RECORD IS NOTHTRN-REC.
00053  01  NOTHTRN-REC             PIC X(200).
00054      SKIP2
00055  FD  NOTHIST-FILE
00056      RECORD CONTAINS 200 CHARACTERS
00057      LABEL RECORDS ARE STANDARD.
00058      SKIP1
00059  01  NOTHIST-REC.
00060  COPY ASNOTHSR1.
00061      SKIP2
00062  SD  TRAN-SORT
00063      DATA RECORD IS TRAN-SORT-REC.
00064  01  TRAN-SORT-REC.
00065      05  TS-PROP             PIC 9(15).
00066      05  TS-MAIL-DATE        PIC 9(8).
00067      05  TS-FORM-ID          PIC X(4).
00068      05  TS-SOURCE           PIC X(8).
00069      05  TS-TRAN-CODE        PIC X.
00070      05  FILLER              PIC X(164).
00071      SKIP2
00072  FD  PRINT-FILE
00073      BLOCK  CONTAINS 0 RECORDS
00074      RECORD CONTAINS 133 CHARACTERS
00075      RECORDING MODE IS F
00076      LABEL  RECORDS ARE STANDARD.
00077      SKIP1
00078  01  PRINT-REC               PIC X(133).
00079      SKIP2
00080  WORKING-STORAGE SECTION.
00081      SKIP1
00082  77  PAGE-CNT          COMP-3  PIC S9(5)  VALUE +0.
00083  77  LINE-CNT          COMP-3  PIC S9(3)  VALUE +58.
00084      SKIP1
00085  77  TRN-EOF-SW                PIC X      VALUE 'N'.
00086      88  END-OF-TRN-FILE                  VALUE 'Y'.
00087  77  SORT-EOF-SW               PIC X      VALUE 'N'.
00088      88  END-OF-SORT-FILE                 VALUE 'Y'.
00089  77  BROWSE-END-SW             PIC X      VALUE 'N'.
00090      88  END-OF-BROWSE                    VALUE 'Y'.
00091      SKIP1
00092  77  HIST-STATUS               PIC XX     VALUE '00'.
00093      SKIP1
00094  77  TRN-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00095  77  TRN-REJECT-CNT    COMP-3  PIC S9(7)  VALUE +0.
00096  77  NOTICE-ADD-CNT    COMP-3  PIC S9(7)  VALUE +0.
00097  77  NOTICE-DUP-CNT    COMP-3  PIC S9(7)  VALUE +0.
00098  77  PRESORT-POST-CNT  COMP-3  PIC S9(7)  VALUE +0.
00099  77  RETURN-POST-CNT   COMP-3  PIC S9(7)  VALUE +0.
00100  77  NO-NOTICE-CNT     COMP-3  PIC S9(7)  VALUE +0.
00101      SKIP1
00102  77  W-RUN-DATE                PIC 9(8)   VALUE ZEROS.
00103  77  W-FOUND-KEY               PIC X(35)  VALUE SPACES.
00104      SKIP1
00105 *    THE TRANSACTION AS RETURNED FROM THE SORT.
00106  01  TRAN-REC.
00107  COPY ASNOTHSR1 REPLACING LEADING ==NH-== BY ==NT-==.
00108      SKIP1
00109  01  ACPT-DATE                  PIC 9(6).
00110  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00111      05  ACPT-YR                PIC 99.
00112      05  ACPT-MO                PIC 99.
00113      05  ACPT-DA                PIC 99.
00114  01  DSP-DATE.
00115      05  DSP-MO                 PIC 99.
00116      05  FILLER                 PIC X      VALUE '/'.
00117      05  DSP-DA                 PIC 99.
00118      05  FILLER                 PIC X      VALUE '/'.
00119      05  DSP-YR                 PIC 99.
00120      SKIP1
00121  01  HEAD-A.
00122      05  FILLER          PIC X(3)   VALUE SPACES.
00123      05  HD-DATE         PIC X(8).
00124      05  FILLER          PIC X(44)  VALUE SPACES.
00125      05  FILLER       PIC X(22) VALUE 'OFFICE OF THE ASSESSOR'.
00126      05  FILLER          PIC X(44)  VALUE SPACES.
00127      05  FILLER          PIC X(5)   VALUE 'PAGE '.
00128      05  HD-PAGE         PIC ZZ,ZZ9.
00129      SKIP1
00130  01  HEAD-B.
00131      05  FILLER          PIC X(3)   VALUE SPACES.
00132      05  FILLER          PIC X(8)   VALUE 'ASREA994'.
00133      05  FILLER          PIC X(18)  VALUE SPACES.
00134      05  FILLER          PIC X(52)  VALUE
00135          'NOTICE HISTORY POSTING EXCEPTIONS'.
00136      SKIP1
00137  01  HEAD-C.
00138      05  FILLER          PIC X(3)   VALUE SPACES.
00139      05  FILLER          PIC X(10)  VALUE 'STATUS'.
00140      05  FILLER          PIC X(3)   VALUE 'CD'.
00141      05  FILLER          PIC X(17)  VALUE 'PROPERTY'.
00142      05  FILLER          PIC X(10)  VALUE 'DATE'.
00143      05  FILLER          PIC X(6)   VALUE 'FORM'.
00144      05  FILLER          PIC X(10)  VALUE 'SOURCE'.
00145      05  FILLER          PIC X(7)   VALUE 'REASON'.
00146      SKIP1
00147  01  AUDIT-LINE.
00148      05  FILLER          PIC X(3)   VALUE SPACES.
00149      05  AL-TAG          PIC X(8).
00150      05  FILLER          PIC X(2)   VALUE SPACES.
00151      05  AL-CODE         PIC X.
00152      05  FILLER          PIC X(2)   VALUE SPACES.
00153      05  AL-PROP         PIC X(15).
00154      05  FILLER          PIC X(2)   VALUE SPACES.
00155      05  AL-DATE         PIC X(8).
00156      05  FILLER          PIC X(2)   VALUE SPACES.
00157      05  AL-FORM-ID      PIC X(4).
00158      05  FILLER          PIC X(2)   VALUE SPACES.
00159      05  AL-SOURCE       PIC X(8).
00160      05  FILLER          PIC X(2)   VALUE SPACES.
00161      05  AL-MESSG        PIC X(40).
00162      EJECT
00163  PROCEDURE DIVISION.
00164      SKIP1
00165  A010-HOUSEKEEPING.
00166      OPEN I-O    NOTHIST-FILE
00167           OUTPUT PRINT-FILE.
00168      IF HIST-STATUS NOT EQUAL '00'
00169          DISPLAY 'ASREA994 -- NOTICE HISTORY OPEN FAILED, '
00170              'STATUS ' HIST-STATUS
00171          MOVE 16 TO RETURN-CODE
00172          CLOSE PRINT-FILE
00173          STOP RUN.
00174      MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
00175      ACCEPT ACPT-DATE FROM DATE.
00176      MOVE ACPT-MO TO DSP-MO.
00177      MOVE ACPT-DA TO DSP-DA.
00178      MOVE ACPT-YR TO DSP-YR.
00179      MOVE DSP-DATE TO HD-DATE.
00180      PERFORM B100-HEADING THRU B100-EXIT.
00181      SORT TRAN-SORT
00182          ON ASCENDING KEY TS-PROP TS-TRAN-CODE TS-MAIL-DATE
00183          INPUT PROCEDURE IS B000-EDIT-TRANS
00184              THRU B999-EXIT
00185          OUTPUT PROCEDURE IS C000-POST-TRANS
00186              THRU C999-EXIT.
00187      IF SORT-RETURN NOT EQUAL ZERO
00188          DISPLAY 'ASREA994 -- SORT FAILED, SORT-RETURN = '
00189              SORT-RETURN
00190          MOVE 16 TO RETURN-CODE.
00191      DISPLAY 'TOTAL HISTORY TRANSACTIONS READ......: '
00192          TRN-IN-CNT.
00193      DISPLAY 'TOTAL TRANSACTIONS REJECTED..........: '
00194          TRN-REJECT-CNT.
00195      DISPLAY 'TOTAL NOTICES ADDED TO HISTORY.......: '
00196          NOTICE-ADD-CNT.
00197      DISPLAY 'TOTAL NOTICES ALREADY ON FILE........: '
00198          NOTICE-DUP-CNT.
00199      DISPLAY 'TOTAL PRESORT POSTINGS APPLIED.......: '
00200          PRESORT-POST-CNT.
00201      DISPLAY 'TOTAL RETURN POSTINGS APPLIED........: '
00202          RETURN-POST-CNT.
00203      DISPLAY 'TOTAL POSTINGS WITH NO NOTICE........: '
00204          NO-NOTICE-CNT.
00205      IF (TRN-REJECT-CNT GREATER THAN +0
00206          OR NO-NOTICE-CNT GREATER THAN +0)
00207       AND RETURN-CODE LESS THAN 4
00208          MOVE 4 TO RETURN-CODE.
00209      CLOSE NOTHIST-FILE, PRINT-FILE.
00210      STOP RUN.
00211      SKIP2
00212  A090-WRITE-AUDIT.
00213      MOVE NT-TRAN-CODE TO AL-CODE.
00214      MOVE NT-PROP      TO AL-PROP.
00215      MOVE NT-MAIL-DATE TO AL-DATE.
00216      MOVE NT-FORM-ID   TO AL-FORM-ID.
00217      MOVE NT-SOURCE    TO AL-SOURCE.
00218      IF LINE-CNT GREATER THAN +57
00219          PERFORM B100-HEADING THRU B100-EXIT.
00220      WRITE PRINT-REC FROM AUDIT-LINE AFTER ADVANCING 1.
00221      ADD +1 TO LINE-CNT.
00222  A090-EXIT. EXIT.
00223      SKIP2
00224 *    EDIT THE DAY'S TRANSACTIONS AND PASS THE GOOD ONES TO THE
00225 *    SORT.  THE PROPERTY AND DATE MUST BE NUMERIC AND THE CODE
00226 *    ONE OF N, P OR R.
00227  B000-EDIT-TRANS.
00228      OPEN INPUT NOTHTRN-FILE.
00229      PERFORM B030-READ-TRAN THRU B030-EXIT.
00230      PERFORM B020-EDIT THRU B020-EXIT
00231          UNTIL END-OF-TRN-FILE.
00232      CLOSE NOTHTRN-FILE.
00233      GO TO B999-EXIT.
00234      SKIP1
00235  B020-EDIT.
00236      MOVE NOTHTRN-REC TO TRAN-REC.
00237      IF NT-PROP NOT NUMERIC
00238          OR NT-PROP EQUAL ZEROS
00239          OR NT-MAIL-DATE NOT NUMERIC
00240          OR NOT (NT-NOTICE OR NT-PRESORT-POST
00241                  OR NT-RETURN-POST)
00242          ADD +1 TO TRN-REJECT-CNT
00243          MOVE 'REJECTED' TO AL-TAG
00244          MOVE 'INVALID HISTORY TRANSACTION' TO AL-MESSG
00245          PERFORM A090-WRITE-AUDIT THRU A090-EXIT
00246      ELSE
00247          RELEASE TRAN-SORT-REC FROM NOTHTRN-REC.
00248      PERFORM B030-READ-TRAN THRU B030-EXIT.
00249  B020-EXIT. EXIT.
00250      SKIP1
00251  B030-READ-TRAN.
00252      READ NOTHTRN-FILE AT END
00253          MOVE 'Y' TO TRN-EOF-SW.
00254      IF NOT END-OF-TRN-FILE
00255          ADD +1 TO TRN-IN-CNT.
00256  B030-EXIT. EXIT.
00257  B999-EXIT. EXIT.
00258      SKIP2
00259 *    POST THE SORTED TRANSACTIONS.  WITHIN A PARCEL THE NOTICES
00260 *    (N) ARE ADDED BEFORE THE PRESORT (P) AND RETURN (R) POSTINGS
00261 *    LOOK FOR THEM.
00262  C000-POST-TRANS.
00263      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00264      PERFORM C020-POST THRU C020-EXIT
00265          UNTIL END-OF-SORT-FILE.
00266      GO TO C999-EXIT.
00267      SKIP1
00268  C020-POST.
00269      EVALUATE TRUE
00270          WHEN NT-NOTICE
00271              PERFORM C040-ADD-NOTICE THRU C040-EXIT
00272          WHEN NT-PRESORT-POST
00273              PERFORM C050-POST-PRESORT THRU C050-EXIT
00274          WHEN OTHER
00275              PERFORM C060-POST-RETURN THRU C060-EXIT
00276      END-EVALUATE.
00277      PERFORM C030-RETURN-SORT THRU C030-EXIT.
00278  C020-EXIT. EXIT.
00279      SKIP1
00280  C030-RETURN-SORT.
00281      RETURN TRAN-SORT INTO TRAN-REC AT END
00282          MOVE 'Y' TO SORT-EOF-SW.
00283  C030-EXIT. EXIT.
00284      SKIP1
00285  C040-ADD-NOTICE.
00286      MOVE TRAN-REC   TO NOTHIST-REC.
00287      MOVE 'N'        TO NH-TRAN-CODE.
00288      MOVE W-RUN-DATE TO NH-LOAD-DATE.
00289      WRITE NOTHIST-REC.
00290      EVALUATE HIST-STATUS
00291          WHEN '00'
00292              ADD +1 TO NOTICE-ADD-CNT
00293          WHEN '22'
00294              ADD +1 TO NOTICE-DUP-CNT
00295              MOVE 'SKIPPED ' TO AL-TAG
00296              MOVE 'NOTICE ALREADY ON HISTORY FILE' TO AL-MESSG
00297              PERFORM A090-WRITE-AUDIT THRU A090-EXIT
00298          WHEN OTHER
00299              DISPLAY 'ASREA994 -- HISTORY WRITE FAILED, STATUS '
00300                  HIST-STATUS ' PROPERTY ' NT-PROP
00301              MOVE 16 TO RETURN-CODE
00302      END-EVALUATE.
00303  C040-EXIT. EXIT.
00304      SKIP1
00305  C050-POST-PRESORT.
00306      PERFORM C070-FIND-NOTICE THRU C070-EXIT.
00307      IF W-FOUND-KEY EQUAL SPACES
00308          GO TO C050-EXIT.
00309      MOVE NT-RATE-LEVEL   TO NH-RATE-LEVEL.
00310      MOVE NT-TRAY-NO      TO NH-TRAY-NO.
00311      MOVE NT-PRESORT-DATE TO NH-PRESORT-DATE.
00312      REWRITE NOTHIST-REC.
00313      IF HIST-STATUS EQUAL '00'
00314          ADD +1 TO PRESORT-POST-CNT
00315      ELSE
00316          DISPLAY 'ASREA994 -- HISTORY REWRITE FAILED, STATUS '
00317              HIST-STATUS ' PROPERTY ' NT-PROP
00318          MOVE 16 TO RETURN-CODE.
00319  C050-EXIT. EXIT.
00320      SKIP1
00321  C060-POST-RETURN.
00322      PERFORM C070-FIND-NOTICE THRU C070-EXIT.
00323      IF W-FOUND-KEY EQUAL SPACES
00324          GO TO C060-EXIT.
00325      MOVE NT-RETURN-TYPE TO NH-RETURN-TYPE.
00326      MOVE NT-RETURN-DATE TO NH-RETURN-DATE.
00327      MOVE NT-FWD-ADDR    TO NH-FWD-ADDR.
00328      MOVE NT-FWD-CITY    TO NH-FWD-CITY.
00329      MOVE NT-FWD-STATE   TO NH-FWD-STATE.
00330      MOVE NT-FWD-ZIP     TO NH-FWD-ZIP.
00331      REWRITE NOTHIST-REC.
00332      IF HIST-STATUS EQUAL '00'
00333          ADD +1 TO RETURN-POST-CNT
00334      ELSE
00335          DISPLAY 'ASREA994 -- HISTORY REWRITE FAILED, STATUS '
00336              HIST-STATUS ' PROPERTY ' NT-PROP
00337          MOVE 16 TO RETURN-CODE.
00338  C060-EXIT. EXIT.
00339      SKIP1
00340 *    BROWSE THE PARCEL'S NOTICES IN MAIL-DATE ORDER, REMEMBERING
00341 *    THE LAST ONE THE POSTING MAY APPLY TO, THEN READ IT BACK FOR
00342 *    UPDATE.  W-FOUND-KEY IS SPACES WHEN THERE IS NONE.
00343  C070-FIND-NOTICE.
00344      MOVE SPACES     TO W-FOUND-KEY.
00345      MOVE 'N'        TO BROWSE-END-SW.
00346      MOVE NT-PROP    TO NH-PROP.
00347      MOVE ZEROS      TO NH-MAIL-DATE.
00348      MOVE LOW-VALUES TO NH-FORM-ID, NH-SOURCE.
00349      START NOTHIST-FILE KEY NOT LESS THAN NH-KEY.
00350      IF HIST-STATUS NOT EQUAL '00'
00351          GO TO C070-NOT-FOUND.
00352      PERFORM C080-BROWSE THRU C080-EXIT
00353          UNTIL END-OF-BROWSE.
00354      IF W-FOUND-KEY EQUAL SPACES
00355          GO TO C070-NOT-FOUND.
00356      MOVE W-FOUND-KEY TO NH-KEY.
00357      READ NOTHIST-FILE.
00358      IF HIST-STATUS EQUAL '00'
00359          GO TO C070-EXIT.
00360      DISPLAY 'ASREA994 -- HISTORY READ FAILED, STATUS '
00361          HIST-STATUS ' PROPERTY ' NT-PROP.
00362      MOVE 16 TO RETURN-CODE.
00363      MOVE SPACES TO W-FOUND-KEY.
00364      GO TO C070-EXIT.
00365  C070-NOT-FOUND.
00366      ADD +1 TO NO-NOTICE-CNT.
00367      MOVE 'NO MATCH' TO AL-TAG.
00368      IF NT-PRESORT-POST
00369          MOVE 'NO UNSORTED NOTICE OF THIS FORM ON FILE'
00370              TO AL-MESSG
00371      ELSE
00372          MOVE 'NO UNRETURNED NOTICE ON FILE' TO AL-MESSG.
00373      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00374  C070-EXIT. EXIT.
00375      SKIP1
00376  C080-BROWSE.
00377      READ NOTHIST-FILE NEXT RECORD AT END
00378          MOVE 'Y' TO BROWSE-END-SW
00379          GO TO C080-EXIT.
00380      IF HIST-STATUS NOT EQUAL '00'
00381          OR NH-PROP NOT EQUAL NT-PROP
00382          OR NH-MAIL-DATE GREATER THAN NT-MAIL-DATE
00383          MOVE 'Y' TO BROWSE-END-SW
00384          GO TO C080-EXIT.
00385      IF NT-PRESORT-POST
00386          IF NH-FORM-ID EQUAL NT-FORM-ID
00387           AND NH-TRAY-NO EQUAL ZEROS
00388              MOVE NH-KEY TO W-FOUND-KEY
00389          END-IF
00390      ELSE
00391          IF NH-NOT-RETURNED
00392              MOVE NH-KEY TO W-FOUND-KEY
00393          END-IF
00394      END-IF.
00395  C080-EXIT. EXIT.
00396  C999-EXIT. EXIT.
00397      SKIP2
00398  B100-HEADING.
00399      ADD +1 TO PAGE-CNT.
00400      MOVE PAGE-CNT TO HD-PAGE.
00401      WRITE PRINT-REC FROM HEAD-A AFTER PAGE.
00402      WRITE PRINT-REC FROM HEAD-B AFTER ADVANCING 2.
00403      WRITE PRINT-REC FROM HEAD-C AFTER ADVANCING 2.
00404      MOVE +6 TO LINE-CNT.
00405  B100-EXIT. EXIT.
