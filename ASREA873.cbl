00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. ASREA873.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. THE SENIOR FREEZE MASTER/DETAIL EXTRACT (ASSFMSDTR1) IS
00007 *         UNLOADED FROM THE DATABASE WITH THE APPLICANT'S FULL
00008 *         SOCIAL SECURITY NUMBER IN OF-C150-SGSSN, AND IS READ BY
00009 *         A DOZEN REPORT, MATCH AND CALCULATION STEPS, NONE OF
00010 *         WHICH IS BOUND FOR A STATE AGENCY.  THIS STEP RUNS
00011 *         DIRECTLY AFTER THE UNLOAD AND REPLACES EACH SSN WITH ITS
00012 *         SURROGATE TOKEN FROM THE ASREA874 TOKENIZE SUBPROGRAM,
00013 *         ISSUING A TOKEN FOR ANY SSN NOT YET ON THE VAULT, SO
00014 *         THAT THE EXTRACT EVERY LATER STEP READS CARRIES NO SSN.
00015 *         A FIELD ALREADY HOLDING A TOKEN (A RERUN) IS PASSED AS
00016 *         IS; A FIELD THAT IS NOT A NINE-DIGIT SSN IS ZEROED AND
00017 *         COUNTED.  WHEN THE VAULT CANNOT BE USED THE RUN STOPS
00018 *         WITH CODE 16 RATHER THAN RELEASE AN EXTRACT STILL
00019 *         CARRYING SSNS.
00020      SKIP2
00021  ENVIRONMENT DIVISION.
00022  CONFIGURATION SECTION.
00023  SOURCE-COMPUTER. IBM-370.
00024  OBJECT-COMPUTER. IBM-370.
00025      SKIP1
00026  INPUT-OUTPUT SECTION.
00027  FILE-CONTROL.
00028      SELECT SNRFRZ-UNLOAD ASSIGN TO UT-S-SFMSDUNL.
00029      SELECT SNRFRZ-EXTR   ASSIGN TO UT-S-SFMSDT.
00030      SKIP2
00031  DATA DIVISION.
00032  FILE SECTION.
00033      SKIP1
00034  FD  SNRFRZ-UNLOAD
00035      BLOCK  CONTAINS 0 RECORDS
00036      RECORD CONTAINS 1265 CHARACTERS
00037      RECORDING MODE IS F
00038      LABEL  RECORDS ARE STANDARD
00039      DATA RECORD IS SNRFRZ-REC.
00040  01  SNRFRZ-REC.
00041  COPY ASSFMSDTR1.
00042      SKIP2
00043  FD  SNRFRZ-EXTR
00044      BLOCK  CONTAINS 0 RECORDS
00045      RECORD CONTAINS 1265 CHARACTERS
00046      RECORDING MODE IS F
00047      LABEL  RECORDS ARE STANDARD
00048      DATA RECORD IS SNRFRZ-OUT-REC.
00049  01  SNRFRZ-OUT-REC             PIC X(1265).
00050      SKIP2
00051  WORKING-STORAGE SECTION.
00052      SKIP1
00053  77  SF-EOF-SW                 PIC X      VALUE 'N'.
00054      88  END-OF-SF-FILE                   VALUE 'Y'.
00055      SKIP1
00056  77  SF-IN-CNT         COMP-3  PIC S9(9)  VALUE +0.
00057  77  SF-OUT-CNT        COMP-3  PIC S9(9)  VALUE +0.
00058  77  TOKENIZED-CNT     COMP-3  PIC S9(9)  VALUE +0.
00059  77  NO-SSN-CNT        COMP-3  PIC S9(9)  VALUE +0.
00060  77  PRIOR-TOKEN-CNT   COMP-3  PIC S9(9)  VALUE +0.
00061  77  BAD-SSN-CNT       COMP-3  PIC S9(9)  VALUE +0.
00062      SKIP1
00063  01  SSNTOK-AREA.
00064  COPY ASSSNTKR1.
00065      EJECT
00066  PROCEDURE DIVISION.
00067      SKIP1
00068  A010-HOUSEKEEPING.
00069      OPEN INPUT  SNRFRZ-UNLOAD
00070           OUTPUT SNRFRZ-EXTR.
00071      MOVE 'ASREA873' TO STK-CALLER.
00072      PERFORM A030-READ-UNLOAD THRU A030-EXIT.
00073      PERFORM A020-MAINLINE THRU A020-EXIT
00074          UNTIL END-OF-SF-FILE.
00075      MOVE 'C' TO STK-FUNCTION.
00076      CALL 'ASREA874' USING SSNTOK-AREA.
00077      DISPLAY 'TOTAL EXTRACT RECORDS READ...........: ' SF-IN-CNT.
00078      DISPLAY 'TOTAL EXTRACT RECORDS WRITTEN........: ' SF-OUT-CNT.
00079      DISPLAY 'TOTAL SSNS REPLACED BY TOKEN.........: '
00080          TOKENIZED-CNT.
00081      DISPLAY 'TOTAL ALREADY CARRYING A TOKEN.......: '
00082          PRIOR-TOKEN-CNT.
00083      DISPLAY 'TOTAL WITH NO SSN....................: ' NO-SSN-CNT.
00084      DISPLAY 'TOTAL INVALID SSN FIELDS, ZEROED.....: '
00085          BAD-SSN-CNT.
00086      CLOSE SNRFRZ-UNLOAD, SNRFRZ-EXTR.
00087      STOP RUN.
00088      SKIP1
00089  A020-MAINLINE.
00090      PERFORM A040-TOKENIZE THRU A040-EXIT.
00091      WRITE SNRFRZ-OUT-REC FROM SNRFRZ-REC.
00092      ADD +1 TO SF-OUT-CNT.
00093      PERFORM A030-READ-UNLOAD THRU A030-EXIT.
00094  A020-EXIT. EXIT.
00095      SKIP1
00096  A030-READ-UNLOAD.
00097      READ SNRFRZ-UNLOAD AT END
00098          MOVE 'Y' TO SF-EOF-SW
00099          GO TO A030-EXIT.
00100      ADD +1 TO SF-IN-CNT.
00101  A030-EXIT. EXIT.
00102      SKIP1
00103  A040-TOKENIZE.
00104      IF OF-C150-SGSSN NUMERIC
00105          AND OF-C150-SGSSN (1:2) NOT EQUAL '00'
00106          MOVE OF-C150-SGSSN TO STK-TOKEN
00107          IF STK-TOKEN-RANGE
00108              ADD +1 TO PRIOR-TOKEN-CNT
00109              GO TO A040-EXIT.
00110      IF OF-C150-SGSSN NOT NUMERIC
00111          OR OF-C150-SGSSN (1:2) NOT EQUAL '00'
00112          ADD +1 TO BAD-SSN-CNT
00113          DISPLAY 'ASREA873 -- SSN FIELD NOT A NINE-DIGIT SSN, '
00114              'ZEROED, PROPERTY ' OF-PROP-NO
00115          MOVE ZEROS TO OF-C150-SGSSN
00116          GO TO A040-EXIT.
00117      IF OF-C150-SGSSN EQUAL ZERO
00118          ADD +1 TO NO-SSN-CNT
00119          GO TO A040-EXIT.
00120      MOVE 'A' TO STK-FUNCTION.
00121      MOVE OF-C150-SGSSN (3:9) TO STK-SSN.
00122      CALL 'ASREA874' USING SSNTOK-AREA.
00123      IF STK-FOUND
00124          MOVE STK-TOKEN TO OF-C150-SGSSN
00125          ADD +1 TO TOKENIZED-CNT
00126          GO TO A040-EXIT.
00127      DISPLAY 'ASREA873 -- SSN COULD NOT BE TOKENIZED, RETURN '
00128          STK-RETURN ', PROPERTY ' OF-PROP-NO.
00129      DISPLAY 'ASREA873 -- EXTRACT NOT RELEASED'.
00130      MOVE 16 TO RETURN-CODE.
00131      CLOSE SNRFRZ-UNLOAD, SNRFRZ-EXTR.
00132      STOP RUN.
00133  A040-EXIT. EXIT.
