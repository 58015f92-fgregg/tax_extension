00001 *  --  B O R   C E R T I F I C A T I O N   L O O K U P  --
00002 *  PASSED BETWEEN CALLERS (ASHMA828, ASREA959 AND ANY PROGRAM
00003 *  THAT CHANGES ASSESSED VALUES) AND THE ASREA876 LOOKUP
00004 *  SUBPROGRAM.  THE CALLER SETS THE TAX YEAR AND TOWNSHIP; THE
00005 *  SUBPROGRAM RETURNS THE CERTIFICATION DATE AND THE RETURN
00006 *  SWITCH.  A CALLER TREATS A FILE ERROR AS CERTIFIED.
00007      05  BCL-TAX-YEAR           PIC 9(4).
00008      05  BCL-TOWN               PIC 99.
00009      05  BCL-CERT-DATE          PIC 9(8).
00010      05  BCL-RETURN             PIC X.
00011          88  BCL-CERTIFIED          VALUE 'Y'.
00012          88  BCL-NOT-CERTIFIED      VALUE 'N'.
00013          88  BCL-FILE-ERROR         VALUE 'E'.
00014 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
