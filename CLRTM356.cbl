0048AJ* ASSESSMENT MASTER WHEN A TIF DISTRICT EXPIRES, SO AN          *
0048AK* EXPIRING DISTRICT NO LONGER REQUIRES A MANUAL REBUILD.        *
0048AL*****************************************************************
0048AM*
0048AN*****************************************************************
0048AO*           PROGRAM WORK REQUEST (MODIFICATION)                 *
0048AP*                                                               *
0048AQ* PROGRAMMER: TJB                                               *
0048AR* DATE: 10/15/2026                                              *
0048AS* REQUEST LETTER NAME: CL101526.001                             *
0048AT*****************************************************************
0048AU*                MODIFICATION DESCRIPTION                       *
0048AV*                                                               *
0048AW* THE TAX YEAR PARM IS NOW CHECKED AGAINST THE CENTRAL CYCLE    *
0048AX* CONTROL RECORD THROUGH DPRUN004.  A PARM YEAR THAT DISAGREES  *
0048AY* STOPS THE RUN BEFORE ANY FILE IS OPENED.                      *
0048AZ*****************************************************************
00049  ENVIRONMENT DIVISION.
00050  CONFIGURATION SECTION.
00051  SOURCE-COMPUTER. IBM-370.
00114  77  GRAND-ASSESSED-TOTAL    PIC S9(11) PACKED-DECIMAL VALUE +0.
00115  77  GRAND-EQUALIZED-TOTAL   PIC S9(11) PACKED-DECIMAL VALUE +0.
00116      SKIP1
0116A  01  CYCLK-AREA.
0116B  COPY DPCYCLKR1.
0116C      SKIP1
00117  01  HOLD-AREA.
00118      SKIP1
00119      03  WORK-TAX-CODE          PIC 9(5).
00287          DISPLAY 'LINKAGE LENGTH INVALID'
00288          MOVE 0016 TO RETURN-CODE
00289          STOP RUN.
0289A      MOVE 'CLRTM356' TO CK-CALLER.
0289B      MOVE LINK-TAX-YEAR TO CK-CARD-YEAR.
0289C      CALL 'DPRUN004' USING CYCLK-AREA.
0289D      MOVE CK-TAX-YEAR TO LINK-TAX-YEAR.
00290      IF (LINK-TAX-YEAR NOT NUMERIC)
00291          OR (LINK-TAX-YEAR NOT GREATER THAN '0000')
00292              DISPLAY 'INVALID TAX YEAR PARAMETER  ' LINK-TAX-YEAR
