00001 *  --  S S N   T O K E N I Z E   I N T E R F A C E  --
00002 *  PASSED BETWEEN CALLERS AND THE ASREA874 TOKENIZE SUBPROGRAM.
00003 *  THE CALLER SETS THE FUNCTION, ITS PROGRAM NAME AND THE SSN.
00004 *  ASSIGN RETURNS THE SSN'S TOKEN, ISSUING ONE IF THE SSN IS NEW;
00005 *  LOOKUP RETURNS THE TOKEN ONLY IF ONE WAS ISSUED BEFORE (USED
00006 *  TO MATCH A STATE AGENCY'S SSN AGAINST A TOKENIZED EXTRACT);
00007 *  CLOSE ENDS THE CALLER'S USE OF THE VAULT AND DISPLAYS COUNTS.
00008 *  A TOKEN IS ALWAYS WITHIN STK-TOKEN-RANGE.
00009      05  STK-FUNCTION           PIC X.
00010          88  STK-ASSIGN             VALUE 'A'.
00011          88  STK-LOOKUP             VALUE 'L'.
00012          88  STK-CLOSE              VALUE 'C'.
00013      05  STK-CALLER             PIC X(8).
00014      05  STK-SSN                PIC 9(9).
00015      05  STK-TOKEN              PIC 9(11).
00016          88  STK-TOKEN-RANGE        VALUE 90000000000
00017                                      THRU 99999999999.
00018      05  STK-RETURN             PIC X.
00019          88  STK-FOUND              VALUE 'Y'.
00020          88  STK-NOT-FOUND          VALUE 'N'.
00021          88  STK-INVALID-SSN        VALUE 'I'.
00022          88  STK-FILE-ERROR         VALUE 'E'.
00023 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
