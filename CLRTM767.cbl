00014 *         PLACE OF THE HAND-KEYED AGENCY PARM, SO AN EXPIRED
00015 *         DISTRICT CANNOT SIT UNRESTORED BECAUSE NOBODY
00016 *         REMEMBERED THE ORDINANCE DATE.
0016A *         THE TAX YEAR PARM IS CHECKED AT START AGAINST THE
0016B *         CENTRAL CYCLE CONTROL RECORD THROUGH DPRUN004; A PARM
0016C *         YEAR THAT DISAGREES STOPS THE RUN.
00017      SKIP2
00018  ENVIRONMENT DIVISION.
00019  CONFIGURATION SECTION.
00074      SKIP1
00075  77  W-NEXT-YEAR               PIC 9(4)   VALUE ZEROS.
00076      SKIP1
0076A  01  CYCLK-AREA.
0076B  COPY DPCYCLKR1.
0076C      SKIP1
00077  01  ACPT-DATE                  PIC 9(6).
00078  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00079      05  ACPT-YR                PIC 99.
00141          DISPLAY 'CLRTM767 -- PARM MUST BE THE 4-DIGIT TAX YEAR'
00142          MOVE 16 TO RETURN-CODE
00143          STOP RUN.
0143A      MOVE 'CLRTM767' TO CK-CALLER.
0143B      MOVE LINK-TAX-YEAR TO CK-CARD-YEAR.
0143C      CALL 'DPRUN004' USING CYCLK-AREA.
0143D      MOVE CK-TAX-YEAR TO LINK-TAX-YEAR.
00144      IF LINK-TAX-YEAR NOT NUMERIC
00145          OR LINK-TAX-YEAR EQUAL ZEROS
00146          DISPLAY 'CLRTM767 -- INVALID TAX YEAR PARM '
