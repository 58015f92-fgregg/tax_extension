00001 *  --  M A S T E R   C H A N G E   L O G   R E C O R D  --
00002 *  ONE RECORD PER ADD, CHANGE OR DELETE APPLIED BY A REFERENCE
00003 *  MASTER MAINTENANCE PROGRAM (DPMSG820, ASREA960, ASREA961,
00004 *  CLRTM765, CLRTM766, CLRTM777, ASREA980) OR A VSAM HOMEOWNER
0004A *  REPAIR (ASREA903), STAMPED WITH THE OPERATOR AND TERMINAL
00005 *  CARRIED ON THE TRANSACTION.  A CHANGE HELD FOR DUAL CONTROL
00006 *  (DPPNDCHR1) IS LOGGED UNDER ITS SUBMITTER WHEN APPLIED,
00007 *  FOLLOWED BY AN APPROVAL RECORD UNDER THE APPROVING OPERATOR.
0007A *  WRITTEN OPEN EXTEND; REPORTED WEEKLY BY OPERATOR BY DPAUD821.
00008 *                                          *BYTES* *DESCRIPTION*
00009 *                                            1-100  CHGLOG-REC
00010      05  CG-CHANGE-DATE PIC 9(8).
00011 *                                            1-8    CHANGE DATE
00012 *                                                   (CCYYMMDD)
00013      05  CG-CHANGE-TIME PIC 9(6).
00014 *                                            9-14   CHANGE TIME
00015 *                                                   (HHMMSS)
00016      05  CG-OPERATOR   PIC X(8).
00017 *                                           15-22   OPERATOR ID
00018      05  CG-TERMINAL   PIC X(4).
00019 *                                           23-26   TERMINAL ID
00020      05  CG-PROGRAM-ID PIC X(8).
00021 *                                           27-34   MAINTENANCE
00022 *                                                   PROGRAM
00023      05  CG-MASTER     PIC X(8).
00024 *                                           35-42   MASTER FILE
00025 *                                                   (DD NAME)
00026      05  CG-ACTION     PIC X.
00027          88  CG-ADDED               VALUE 'A'.
00028          88  CG-CHANGED             VALUE 'C'.
00029          88  CG-DELETED             VALUE 'D'.
0029A          88  CG-APPROVED            VALUE 'V'.
00030 *                                           43      ACTION
00031 *                                                   A = ADD
00032 *                                                   C = CHANGE
00033 *                                                   D = DELETE
0033A *                                                   V = APPROVAL
00034      05  CG-KEY        PIC X(24).
00035 *                                           44-67   RECORD KEY
00036 *                                                   AS KEYED
00037      05  CG-DESC       PIC X(30).
00038 *                                           68-97   NAME/TITLE OF
00039 *                                                   THE ENTRY
00040      05  FILLER        PIC X(3).
00041 *                                           98-100  FILLER
00042 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
