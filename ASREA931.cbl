00015 *         ASREA932 LOOKUP SUBPROGRAM, WHICH ASREA908 USES TO
00016 *         EXTEND EACH CERTIFICATE OF ERROR REFUND AT THE RATE
00017 *         OF THE CERTIFICATE'S OWN TAX YEAR.
0017A *         THE TAX YEAR PARM IS CHECKED AT START AGAINST THE
0017B *         CENTRAL CYCLE CONTROL RECORD THROUGH DPRUN004; A PARM
0017C *         YEAR THAT DISAGREES STOPS THE RUN.
00018      SKIP2
00019  ENVIRONMENT DIVISION.
00020  CONFIGURATION SECTION.
00062  77  HIST-ERROR-CNT    COMP-3  PIC S9(7)  VALUE +0.
00063      SKIP1
00064  77  SUB-AGY           COMP-3  PIC S9(3)  VALUE +0.
0064A      SKIP1
0064B  01  CYCLK-AREA.
0064C  COPY DPCYCLKR1.
00065      EJECT
00066  LINKAGE SECTION.
00067      SKIP1
00077          DISPLAY 'ASREA931 -- PARM MUST BE THE 4-DIGIT TAX YEAR'
00078          MOVE 16 TO RETURN-CODE
00079          STOP RUN.
0079A      MOVE 'ASREA931' TO CK-CALLER.
0079B      MOVE LINK-TAX-YEAR TO CK-CARD-YEAR.
0079C      CALL 'DPRUN004' USING CYCLK-AREA.
0079D      MOVE CK-TAX-YEAR TO LINK-TAX-YEAR.
00080      IF LINK-TAX-YEAR NOT NUMERIC
00081          OR LINK-TAX-YEAR EQUAL ZEROS
00082          DISPLAY 'ASREA931 -- INVALID TAX YEAR PARM '
