00001 *  --  S S N   U N M A S K   L O G  --
00002 *  ONE RECORD PER TOKEN RESOLUTION REQUEST PRESENTED TO THE
00003 *  ASREA872 UNMASK UTILITY, RESOLVED OR NOT, APPENDED TO THE
00004 *  CUMULATIVE LOG (UT-S-UNMASKLG).  THE SSN ITSELF IS NEVER
00005 *  WRITTEN HERE -- ONLY THE TOKEN, WHO ASKED AND WHY.
00006 *                                          *BYTES* *DESCRIPTION*
00007      05  UL-RUN-DATE   PIC 9(8).
00008 *                                            1-8    DATE CCYYMMDD
00009      05  UL-RUN-TIME   PIC 9(6).
00010 *                                            9-14   TIME HHMMSS
00011      05  UL-OPERATOR   PIC X(8).
00012 *                                           15-22   OPERATOR ID
00013      05  UL-REASON-CD  PIC X(4).
00014 *                                           23-26   REASON CODE
00015      05  UL-REASON-TXT PIC X(40).
00016 *                                           27-66   REASON TEXT
00017      05  UL-TOKEN      PIC 9(11).
00018 *                                           67-77   TOKEN
00019      05  UL-RESULT     PIC X.
00020          88  UL-RESOLVED            VALUE 'R'.
00021          88  UL-NOT-ON-VAULT        VALUE 'N'.
00022          88  UL-REFUSED             VALUE 'D'.
00023 *                                           78      RESULT
00024 *                                                   R RESOLVED
00025 *                                                   N NOT ON VAULT
00026 *                                                   D REFUSED
00027      05  FILLER        PIC X(2).
00028 *                                           79-80   FILLER
00029 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
