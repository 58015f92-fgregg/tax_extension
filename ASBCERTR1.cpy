00001 *  --  B O R   T O W N S H I P   C E R T I F I C A T I O N  --
00002 *  ONE CARD-IMAGE RECORD PER TOWNSHIP AND TAX YEAR THE BOARD OF
00003 *  REVIEW HAS CERTIFIED, IN TAX YEAR/TOWNSHIP SEQUENCE.  ONCE A
00004 *  TOWNSHIP IS ON THIS FILE ITS VALUES ARE FINAL: ASHMA828 AND
00005 *  ASREA959 REJECT ANY VALUE CHANGE FOR IT THAT DOES NOT CARRY A
00006 *  CERTIFICATE OF ERROR OR PTAB REFERENCE.  READ THROUGH THE
00007 *  ASREA876 LOOKUP SUBPROGRAM (INTERFACE ASBCLKR1).
00008 *                                          *BYTES* *DESCRIPTION*
00009      05  BC-KEY.
00010          10  BC-TAX-YEAR   PIC 9(4).
00011 *                                            1-4    TAX YEAR
00012          10  BC-TOWN       PIC 99.
00013 *                                            5-6    TOWNSHIP
00014      05  BC-CERT-DATE  PIC 9(8).
00015      05  BC-CERT-DATE-X REDEFINES BC-CERT-DATE.
00016          10  BC-CERT-YEAR  PIC 9(4).
00017          10  BC-CERT-MO    PIC 99.
00018          10  BC-CERT-DA    PIC 99.
00019 *                                            7-14   CERTIFICATION
00020 *                                                   DATE CCYYMMDD
00021      05  BC-BOARD-REF  PIC X(10).
00022 *                                           15-24   BOARD
00023 *                                                   CERTIFICATION
00024 *                                                   RESOLUTION NO.
00025      05  FILLER        PIC X(56).
00026 *                                           25-80   FILLER
00027 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
