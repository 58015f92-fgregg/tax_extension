00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. DPRUN004.
00003  AUTHOR. T. BROWN.
00004  DATE-WRITTEN. OCTOBER 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. EVERY PROGRAM USED TO TAKE ITS TAX YEAR FROM ITS OWN
00007 *         CONTROL CARD OR PARM, SO A STALE CARD LEFT OVER FROM
00008 *         THE PRIOR YEAR RAN THE WRONG YEAR WITHOUT COMPLAINT.
00009 *         THIS SUBPROGRAM IS THE COMMON CYCLE CHECK, CALLED AT
00010 *         PROGRAM START WITH THE INTERFACE AREA DEFINED IN
00011 *         DPCYCLKR1.  IT READS THE CENTRAL CYCLE CONTROL RECORD
00012 *         (DPCYCLR1) ADVANCED BY THE YEAR-END ROLLOVER (DPRUN005).
00013 *         WHEN THE CALLER'S CARD CARRIES A TAX YEAR THAT
00014 *         DISAGREES WITH THE CENTRAL RECORD, OR THE CENTRAL
00015 *         RECORD IS MISSING, IT SAYS SO AND TERMINATES THE RUN
00016 *         WITH CONDITION CODE 16.  OTHERWISE IT RETURNS THE
00017 *         CENTRAL TAX YEAR, CYCLE DATE AND VINTAGE, WHICH THE
00018 *         CALLER USES IN PLACE OF ITS CARD.
00019      SKIP2
00020  ENVIRONMENT DIVISION.
00021  CONFIGURATION SECTION.
00022  SOURCE-COMPUTER. IBM-370.
00023  OBJECT-COMPUTER. IBM-370.
00024      SKIP1
00025  INPUT-OUTPUT SECTION.
00026  FILE-CONTROL.
00027      SELECT CYCLE-FILE    ASSIGN TO UT-S-CYCLE.
00028      SKIP2
00029  DATA DIVISION.
00030  FILE SECTION.
00031      SKIP1
00032  FD  CYCLE-FILE
00033      BLOCK  CONTAINS 0 RECORDS
00034      RECORD CONTAINS 80 CHARACTERS
00035      RECORDING MODE IS F
00036      LABEL  RECORDS ARE STANDARD
00037      DATA RECORD IS CYCLE-FILE-REC.
00038  01  CYCLE-FILE-REC              PIC X(80).
00039      SKIP2
00040  WORKING-STORAGE SECTION.
00041  77  FILLER              PIC X(40)  VALUE
00042      '** DPRUN004 WORKING-STORAGE BEGINS **'.
00043      SKIP1
00044  77  CYC-EOF-SW                PIC X      VALUE 'N'.
00045      88  END-OF-CYC-FILE                  VALUE 'Y'.
00046      SKIP1
00047  01  CYCLE-REC.
00048  COPY DPCYCLR1.
00049      SKIP1
00050  LINKAGE SECTION.
00051  01  CYCLK-AREA.
00052  COPY DPCYCLKR1.
00053      EJECT
00054  PROCEDURE DIVISION USING CYCLK-AREA.
00055      SKIP1
00056  0000-CYCLE-CHECK.
00057      MOVE 'N' TO CYC-EOF-SW.
00058      OPEN INPUT CYCLE-FILE.
00059      READ CYCLE-FILE INTO CYCLE-REC AT END
00060          MOVE 'Y' TO CYC-EOF-SW.
00061      CLOSE CYCLE-FILE.
00062      IF END-OF-CYC-FILE
00063          OR CY-TAX-YEAR NOT NUMERIC
00064          OR CY-TAX-YEAR EQUAL ZERO
00065          DISPLAY 'DPRUN004 -- CYCLE CONTROL RECORD MISSING OR '
00066              'INVALID -- ' CK-CALLER ' CANNOT RUN.'
00067          MOVE 16 TO RETURN-CODE
00068          STOP RUN.
00069      IF CK-CARD-YEAR EQUAL SPACES
00070          OR CK-CARD-YEAR EQUAL '0000'
00071          GO TO 0100-RETURN-CYCLE.
00072      IF CK-CARD-YEAR NOT NUMERIC
00073          DISPLAY 'DPRUN004 -- ' CK-CALLER ' CONTROL CARD TAX '
00074              'YEAR ' CK-CARD-YEAR ' IS NOT NUMERIC -- RUN '
00075              'STOPPED.'
00076          MOVE 16 TO RETURN-CODE
00077          STOP RUN.
00078      IF CK-CARD-YEAR-N NOT EQUAL CY-TAX-YEAR
00079          DISPLAY 'DPRUN004 -- ' CK-CALLER ' CONTROL CARD TAX '
00080              'YEAR ' CK-CARD-YEAR ' DISAGREES WITH THE CYCLE '
00081              'CONTROL TAX YEAR ' CY-TAX-YEAR ' -- RUN STOPPED.'
00082          DISPLAY 'DPRUN004 -- CORRECT OR REMOVE THE CARD YEAR, '
00083              'OR RUN THE YEAR-END ROLLOVER (DPRUN005) FIRST.'
00084          MOVE 16 TO RETURN-CODE
00085          STOP RUN.
00086      SKIP1
00087  0100-RETURN-CYCLE.
00088      MOVE CY-TAX-YEAR   TO CK-TAX-YEAR.
00089      MOVE CY-CYCLE-DATE TO CK-CYCLE-DATE.
00090      MOVE CY-VINTAGE    TO CK-VINTAGE.
00091      DISPLAY 'DPRUN004 -- ' CK-CALLER ' RUNNING FOR TAX YEAR '
00092          CK-TAX-YEAR ', CYCLE ' CK-CYCLE-DATE ', VINTAGE '
00093          CK-VINTAGE.
00094      GOBACK.
