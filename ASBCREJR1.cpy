00001 *  --  P O S T - C E R T I F I C A T I O N   R E J E C T S  --
00002 *  ONE RECORD PER VALUE CHANGE REJECTED BECAUSE THE BOARD OF
00003 *  REVIEW HAD ALREADY CERTIFIED THE TOWNSHIP (ASBCERTR1) AND THE
00004 *  CHANGE CARRIED NO CERTIFICATE OF ERROR OR PTAB REFERENCE.
00005 *  WRITTEN (OPEN EXTEND) BY ASHMA828 AND ASREA959, REPORTED BY
00006 *  SOURCE AND TOWNSHIP BY ASREA875.
00007 *                                          *BYTES* *DESCRIPTION*
00008      05  CR-SOURCE     PIC X(8).
00009 *                                            1-8    REJECTING
00010 *                                                   PROGRAM
00011      05  CR-TOWN       PIC 99.
00012 *                                            9-10   TOWNSHIP
00013      05  CR-TAX-YEAR   PIC 9(4).
00014 *                                           11-14   TAX YEAR
00015      05  CR-CERT-DATE  PIC 9(8).
00016 *                                           15-22   CERTIFICATION
00017 *                                                   DATE CCYYMMDD
00018      05  CR-PROPERTY   PIC X(18).
00019      05  CR-VOLPROP REDEFINES CR-PROPERTY.
00020          10  CR-VOL        PIC 9(3).
00021          10  CR-PROP       PIC 9(15).
00022 *                                           23-40   VOL/PROPERTY
00023 *                                                   AS THE SOURCE
00024 *                                                   CARRIES IT
00025      05  CR-TRANS-TYPE PIC X(4).
00026 *                                           41-44   TRANSACTION
00027 *                                                   CODE
00028      05  CR-SOURCE-REF PIC X(10).
00029 *                                           45-54   DECLARATION OR
00030 *                                                   COMPLAINT NO.
00031      05  CR-CURR-VALUE PIC 9(11).
00032 *                                           55-65   CURRENT TOTAL
00033 *                                                   VALUE
00034      05  CR-NEW-VALUE  PIC 9(11).
00035 *                                           66-76   ATTEMPTED
00036 *                                                   TOTAL VALUE
00037 *                                                   (ZERO IF
00038 *                                                   NOT COMPUTED)
00039      05  CR-RUN-DATE   PIC 9(8).
00040 *                                           77-84   DATE REJECTED
00041      05  FILLER        PIC X(16).
00042 *                                           85-100  FILLER
00043 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
