00001 *  --  R E F U N D   C A N D I D A T E   R E C O R D  --
00002 *  ONE RECORD PER PAYMENT FOUND TO BE REFUNDABLE BY ASREA977:
00003 *  A SECOND PAYMENT OF THE SAME AMOUNT FOR THE SAME INSTALLMENT
00004 *  (REASON D), OR THE LAST PAYMENT ON A PARCEL WHOSE PAYMENTS
00005 *  EXCEED PM-TOTTX AFTER REFUNDS ALREADY MADE (REASON O).  THE
00006 *  PAYER IS IDENTIFIED BY THE PAYMENT SOURCE AND SERIAL NUMBER
00007 *  OF THE PAYMENT SEGMENT.  A TRAILER (TYPE T) CARRIES THE
00008 *  RECORD COUNT AND THE REFUND TOTAL.
00009 *                                          *BYTES* *DESCRIPTION*
00010      05  RC-REC-TYPE   PIC X.
00011 *                                            1      D = DETAIL
00012 *                                                   T = TRAILER
00013      05  RC-DETAIL.
00014          10  RC-VOL        PIC 9(3).
00015 *                                            2-4    VOLUME
00016          10  RC-PROP       PIC 9(15).
00017 *                                            5-19   PROPERTY-NO.
00018          10  RC-TXTYP      PIC X.
00019 *                                           20      TAX TYPE
00020          10  RC-TAX-YEAR   PIC 9(4).
00021 *                                           21-24   TAX YEAR
00022          10  RC-REASON     PIC X.
00023 *                                           25      D = DUPLICATE
00024 *                                                   INSTALLMENT
00025 *                                                   O = OVERPAID
00026 *                                                   IN TOTAL
00027              88  RC-DUPLICATE           VALUE 'D'.
00028              88  RC-OVERPAID            VALUE 'O'.
00029          10  RC-PYMT-TYPE  PIC XX.
00030 *                                           26-27   PAYMENT TYPE
00031 *                                                   (P1,S2,..)
00032          10  RC-PAYER-SRC  PIC 9(3).
00033 *                                           28-30   PAYMENT SOURCE
00034          10  RC-SERNO      PIC 9(12).
00035 *                                           31-42   PAYMENT SERIAL
00036          10  RC-PYMT-DATE  PIC 9(6).
00037 *                                           43-48   PAYMENT DATE
00038 *                                                   (YYMMDD)
00039          10  RC-PYMT-AMT   PIC 9(9)V99.
00040 *                                           49-59   AMOUNT PAID
00041          10  RC-REFUND-AMT PIC 9(9)V99.
00042 *                                           60-70   REFUND AMOUNT
00043          10  RC-OWNER-NAME PIC X(22).
00044 *                                           71-92   NAME ON MASTER
00045          10  FILLER        PIC X(8).
00046 *                                           93-100  FILLER
00047      05  RC-TRAILER REDEFINES RC-DETAIL.
00048          10  RCT-REC-COUNT PIC 9(9).
00049 *                                            2-10   DETAIL RECORDS
00050          10  RCT-REFUND-TOT PIC 9(11)V99.
00051 *                                           11-23   REFUND TOTAL
00052          10  FILLER        PIC X(77).
00053 *                                           24-100  FILLER
00054 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
