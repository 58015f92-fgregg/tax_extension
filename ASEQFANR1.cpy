00001 *  -- E Q U A L I Z E D   V A L U A T I O N   F A N - O U T --
00002 *  PASSED BETWEEN THE ASREA993 SINGLE-PASS EQ DRIVER AND EACH EQ
00003 *  REPORT MODULE IT CALLS (ASREA886, ASREA897, ASREA917,
00004 *  ASREA926, ASREA929, ASREA930, ASREA950, ASREA951 AND
00005 *  CLREB022).  THE DRIVER CALLS EVERY SELECTED MODULE ONCE WITH
00006 *  FUNCTION 'O' TO OPEN ITS FILES AND INITIALISE, ONCE WITH
00007 *  FUNCTION 'R' FOR EACH EQ RECORD (VINTAGE HEADER ALREADY
00008 *  BYPASSED) AND ONCE WITH FUNCTION 'C' TO PRINT ITS TOTALS AND
00009 *  CLOSE.  A MODULE THAT CANNOT OPEN ITS OWN FILES SETS THE STOP
00010 *  SWITCH AND IS NOT CALLED AGAIN.  THE MODULE SETS ITS RETURN
00011 *  CODE HERE, NOT IN THE RETURN-CODE SPECIAL REGISTER; THE
00012 *  DRIVER ENDS WITH THE HIGHEST CODE OF ANY MODULE.
00013      05  EF-FUNCTION            PIC X.
00014          88  EF-OPEN                VALUE 'O'.
00015          88  EF-RECORD              VALUE 'R'.
00016          88  EF-CLOSE               VALUE 'C'.
00017      05  EF-TAX-YEAR            PIC 9(4).
00018      05  EF-RETURN-CODE         PIC S9(4) COMP.
00019      05  EF-STOP-SW             PIC X.
00020          88  EF-STOPPED             VALUE 'Y'.
00021      05  EF-EQ-REC              PIC X(115).
00022 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
