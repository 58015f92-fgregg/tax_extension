00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA876.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. THIS SUBPROGRAM IS THE ONE COPY OF THE BOARD OF REVIEW
00007 *         TOWNSHIP CERTIFICATION LOOKUP.  GIVEN A TAX YEAR AND
00008 *         TOWNSHIP IN THE INTERFACE AREA DEFINED IN ASBCLKR1, IT
00009 *         RETURNS THE CERTIFICATION DATE WITH THE RETURN SWITCH
00010 *         SET TO CERTIFIED, NOT-CERTIFIED OR FILE-ERROR.  THE
00011 *         CERTIFICATION CONTROL FILE (ASBCERTR1, ONE CARD PER
00012 *         CERTIFIED TOWNSHIP AND TAX YEAR) IS READ INTO A TABLE ON
00013 *         THE FIRST CALL AND CLOSED.  CARDS FAILING THE EDITS ARE
00014 *         DISPLAYED AND BYPASSED.  WHEN THE FILE CANNOT BE OPENED
00015 *         EVERY CALL RETURNS FILE-ERROR, WHICH THE CALLERS TREAT
00016 *         AS CERTIFIED SO THAT NO VALUE CHANGE SLIPS PAST THE LOCK
00017 *         FOR WANT OF THE FILE.
00018      SKIP2
00019  ENVIRONMENT DIVISION.
00020  CONFIGURATION SECTION.
00021  SOURCE-COMPUTER. IBM-370.
00022  OBJECT-COMPUTER. IBM-370.
00023      SKIP1
00024  INPUT-OUTPUT SECTION.
00025  FILE-CONTROL.
00026      SELECT BORCERT-FILE  ASSIGN TO UT-S-BORCERT
00027        FILE STATUS IS BC-STATUS.
00028      SKIP2
00029  DATA DIVISION.
00030  FILE SECTION.
00031      SKIP1
00032  FD  BORCERT-FILE
00033      BLOCK  CONTAINS 0 RECORDS
00034      RECORD CONTAINS 80 CHARACTERS
00035      RECORDING MODE IS F
00036      LABEL  RECORDS ARE STANDARD
00037      DATA RECORD IS BORCERT-REC.
00038  01  BORCERT-REC.
00039  COPY ASBCERTR1.
00040      SKIP2
00041  WORKING-STORAGE SECTION.
00042  77  FILLER              PIC X(40)  VALUE
00043      '** ASREA876 WORKING-STORAGE BEGINS **'.
00044      SKIP1
00045  77  FIRST-CALL-SW             PIC X      VALUE 'Y'.
00046      88  FIRST-CALL                       VALUE 'Y'.
00047  77  LOAD-ERROR-SW             PIC X      VALUE 'N'.
00048      88  LOAD-ERROR                       VALUE 'Y'.
00049  77  BC-EOF-SW                 PIC X      VALUE 'N'.
00050      88  END-OF-BC-FILE                   VALUE 'Y'.
00051  77  BC-STATUS                 PIC XX     VALUE '00'.
00052      SKIP1
00053  77  BC-IN-CNT         COMP-3  PIC S9(5)  VALUE +0.
00054  77  BC-BYPASS-CNT     COMP-3  PIC S9(5)  VALUE +0.
00055  77  CT-CTR            COMP-3  PIC S9(5)  VALUE +0.
00056  77  CT-SUB            COMP-3  PIC S9(5)  VALUE +0.
00057  77  CT-FND            COMP-3  PIC S9(5)  VALUE +0.
00058  01  CERT-TABLE.
00059      05  CERT-ENTRY OCCURS 1000 TIMES.
00060          10  CT-TAX-YEAR     PIC 9(4).
00061          10  CT-TOWN         PIC 99.
00062          10  CT-CERT-DATE    PIC 9(8).
00063      SKIP1
00064  LINKAGE SECTION.
00065  01  BORCLK-AREA.
00066  COPY ASBCLKR1.
00067      EJECT
00068  PROCEDURE DIVISION USING BORCLK-AREA.
00069      SKIP1
00070  A000-RETRIEVE-CERT.
00071      IF FIRST-CALL
00072          MOVE 'N' TO FIRST-CALL-SW
00073          PERFORM A010-LOAD-TABLE THRU A010-EXIT.
00074      MOVE ZEROS TO BCL-CERT-DATE.
00075      IF LOAD-ERROR
00076          MOVE 'E' TO BCL-RETURN
00077          GOBACK.
00078      MOVE ZERO TO CT-FND.
00079      PERFORM A030-SCAN-TABLE THRU A030-EXIT
00080          VARYING CT-SUB FROM +1 BY +1
00081          UNTIL CT-SUB GREATER THAN CT-CTR
00082             OR CT-FND GREATER THAN ZERO.
00083      IF CT-FND EQUAL ZERO
00084          MOVE 'N' TO BCL-RETURN
00085      ELSE
00086          MOVE CT-CERT-DATE (CT-FND) TO BCL-CERT-DATE
00087          MOVE 'Y' TO BCL-RETURN.
00088      GOBACK.
00089      SKIP1
00090  A010-LOAD-TABLE.
00091      OPEN INPUT BORCERT-FILE.
00092      IF BC-STATUS NOT EQUAL '00'
00093          DISPLAY 'ASREA876 -- CERTIFICATION CONTROL FILE '
00094              'OPEN FAILED, STATUS ' BC-STATUS
00095          MOVE 'Y' TO LOAD-ERROR-SW
00096          GO TO A010-EXIT.
00097      PERFORM A020-READ-CERT THRU A020-EXIT
00098          UNTIL END-OF-BC-FILE.
00099      CLOSE BORCERT-FILE.
00100      DISPLAY 'ASREA876 -- CERTIFICATION CARDS READ.: ' BC-IN-CNT.
00101      DISPLAY 'ASREA876 -- CERTIFICATION CARDS BYPASSED: '
00102          BC-BYPASS-CNT.
00103  A010-EXIT. EXIT.
00104      SKIP1
00105  A020-READ-CERT.
00106      READ BORCERT-FILE AT END
00107          MOVE 'Y' TO BC-EOF-SW
00108          GO TO A020-EXIT.
00109      ADD +1 TO BC-IN-CNT.
00110      IF BC-TAX-YEAR NOT NUMERIC
00111          OR BC-TOWN NOT NUMERIC
00112          OR BC-CERT-DATE NOT NUMERIC
00113          OR BC-TAX-YEAR EQUAL ZERO
00114          OR BC-TOWN EQUAL ZERO
00115          OR BC-CERT-MO LESS THAN 01
00116          OR BC-CERT-MO GREATER THAN 12
00117          OR BC-CERT-DA LESS THAN 01
00118          OR BC-CERT-DA GREATER THAN 31
00119          ADD +1 TO BC-BYPASS-CNT
00120          DISPLAY 'ASREA876 -- CERTIFICATION CARD FAILS EDITS, '
00121              'BYPASSED: ' BORCERT-REC
00122          GO TO A020-EXIT.
00123      IF CT-CTR NOT LESS THAN +1000
00124          ADD +1 TO BC-BYPASS-CNT
00125          DISPLAY 'ASREA876 -- CERTIFICATION TABLE FULL -- '
00126              'BYPASSED: ' BC-KEY
00127          GO TO A020-EXIT.
00128      ADD +1 TO CT-CTR.
00129      MOVE BC-TAX-YEAR  TO CT-TAX-YEAR  (CT-CTR).
00130      MOVE BC-TOWN      TO CT-TOWN      (CT-CTR).
00131      MOVE BC-CERT-DATE TO CT-CERT-DATE (CT-CTR).
00132  A020-EXIT. EXIT.
00133      SKIP1
00134  A030-SCAN-TABLE.
00135      IF CT-TAX-YEAR (CT-SUB) EQUAL BCL-TAX-YEAR
00136          AND CT-TOWN (CT-SUB) EQUAL BCL-TOWN
00137          MOVE CT-SUB TO CT-FND.
00138  A030-EXIT. EXIT.
