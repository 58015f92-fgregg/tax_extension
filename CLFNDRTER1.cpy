00001 *      * L E V Y   F U N D   R A T E   M A S T E R *
00002 *                                              POS.   DESCRIPTION
00003      05  FR-FUND-CD         PIC X(3).
00004 *                                              1-  3  FUND CODE
00005 *                                                     (RECORD KEY)
00006      05  FR-FUND-NAME       PIC X(30).
00007 *                                              4- 33  FUND NAME
00008      05  FR-MAX-RATE        PIC 9(4)V9(3).
00009 *                                             34- 40  STATUTORY
00010 *                                                     MAXIMUM RATE
00011 *                                                     PER 100 DOL.
00012 *                                                     (ZERO = NO
00013 *                                                     CEILING)
00014      05  FR-DEBT-SVC        PIC X.
00015 *                                             41- 41  DEBT SERVICE
00016 *                                                     FUND Y/N
00017          88  FR-DEBT-SERVICE        VALUE 'Y'.
00018          88  FR-VALID-DEBT-SVC      VALUE 'Y' 'N'.
00019      05  FR-STAT            PIC X.
00020 *                                             42- 42  STATUS
00021          88  FR-ACTIVE              VALUE 'A'.
00022          88  FR-INACTIVE            VALUE 'I'.
00023          88  FR-VALID-STAT          VALUE 'A' 'I'.
00024      05  FR-OPERATOR        PIC X(8).
00025 *                                             43- 50  OPERATOR ID
00026 *                                                     OF LAST
00027 *                                                     MAINTENANCE
00028      05  FR-TERMINAL        PIC X(4).
00029 *                                             51- 54  TERMINAL ID
00030      05  FILLER             PIC X(26).
00031 *                                             55- 80
