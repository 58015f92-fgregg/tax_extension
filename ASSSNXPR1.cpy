00001 *  --  F U L L   S S N   E X P O S U R E   L O G  --
00002 *  ONE RECORD PER RUN OF A JOB THAT WROTE A FULL SOCIAL SECURITY
00003 *  NUMBER TO ANY OUTPUT, BY OUTPUT DD.  THE CALLER FILLS THE
00004 *  PROGRAM, DD, RECORD COUNT AND DESTINATION AND CALLS ASREA871,
00005 *  WHICH STAMPS THE RUN DATE AND TIME AND APPENDS THE RECORD TO
00006 *  THE CUMULATIVE LOG (UT-S-SSNEXPLG).  ASREA870 PRINTS THE LOG
00007 *  QUARTERLY.
00008 *                                          *BYTES* *DESCRIPTION*
00009      05  SX-RUN-DATE   PIC 9(8).
00010      05  SX-RUN-DATE-X REDEFINES SX-RUN-DATE.
00011          10  SX-RUN-YEAR   PIC 9(4).
00012          10  SX-RUN-MO     PIC 99.
00013          10  SX-RUN-DA     PIC 99.
00014 *                                            1-8    RUN DATE
00015 *                                                   CCYYMMDD
00016      05  SX-RUN-TIME   PIC 9(6).
00017 *                                            9-14   RUN TIME
00018      05  SX-PROGRAM    PIC X(8).
00019 *                                           15-22   PROGRAM
00020      05  SX-OUTPUT-DD  PIC X(8).
00021 *                                           23-30   OUTPUT DD NAME
00022      05  SX-RECORD-CNT PIC 9(9).
00023 *                                           31-39   RECORDS
00024 *                                                   WITH FULL SSN
00025      05  SX-DEST-CLASS PIC X.
00026          88  SX-STATE-AGENCY        VALUE 'S'.
00027          88  SX-COUNTY-EXCHANGE     VALUE 'C'.
00028          88  SX-INTERNAL-FEED       VALUE 'I'.
00029          88  SX-UNMASK-LISTING      VALUE 'U'.
00030          88  SX-VALID-CLASS         VALUE 'S' 'C' 'I' 'U'.
00031 *                                           40      DESTINATION
00032 *                                                   S STATE AGENCY
00033 *                                                   C COUNTY EXCH.
00034 *                                                   I INTERNAL
00035 *                                                   U UNMASK LIST
00036      05  SX-DEST-DESC  PIC X(30).
00037 *                                           41-70   DESTINATION
00038      05  FILLER        PIC X(10).
00039 *                                           71-80   FILLER
00040 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
