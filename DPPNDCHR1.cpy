00001 *  --  P E N D I N G   M A S T E R   C H A N G E   R E C O R D  --
00002 *  ONE RECORD PER ADD, CHANGE OR DELETE KEYED AGAINST A HIGH-
00003 *  IMPACT REFERENCE MASTER (DPMSG820 MESSAGE TABLE, ASREA961
00004 *  STATUTORY AMOUNTS, CLRTM765 AGENCY REFERENCE, CLRTM766 TIF
00005 *  DISTRICTS, CLRTM777 LEVY FUND RATES, ASREA980 POLLUTION
0005A *  CONTROL CERTIFICATES) AND HELD UNTIL A SECOND AUTHORIZED
0005B *  OPERATOR APPROVES IT.  THE SUBMITTED TRANSACTION IS CARRIED
00006 *  WHOLE SO THE MAINTENANCE PROGRAM CAN APPLY IT WHEN THE APPROVAL
00007 *  CARD ARRIVES.  THE BEFORE AND AFTER VALUES ARE CAPTURED AT
00008 *  SUBMISSION FOR THE NIGHTLY PENDING CHANGE LISTING (DPPND822),
00009 *  WHICH ALSO DROPS CHANGES NOT APPROVED WITHIN THE EXPIRY DAYS.
00010 *  KEYED BY MASTER AND RECORD KEY -- ONE PENDING CHANGE PER KEY.
00012 *                                          *BYTES* *DESCRIPTION*
00013 *                                            1-300  PENDCHG-REC
00014      05  PC-KEY.
00015          10  PC-MASTER     PIC X(8).
00016 *                                            1-8    MASTER FILE
00017 *                                                   (DD NAME)
00018          10  PC-REC-KEY    PIC X(24).
00019 *                                            9-32   RECORD KEY
00020 *                                                   AS KEYED
00021      05  PC-ACTION         PIC X.
00022          88  PC-ADD                 VALUE 'A'.
00023          88  PC-CHANGE              VALUE 'C'.
00024          88  PC-DELETE              VALUE 'D'.
00025 *                                           33      ACTION
00026 *                                                   A = ADD
00027 *                                                   C = CHANGE
00028 *                                                   D = DELETE
00029      05  PC-SUBMIT-DATE    PIC 9(8).
00030 *                                           34-41   DATE SUBMITTED
00031 *                                                   (CCYYMMDD)
00032      05  PC-SUBMIT-TIME    PIC 9(6).
00033 *                                           42-47   TIME SUBMITTED
00034 *                                                   (HHMMSS)
00035      05  PC-OPERATOR       PIC X(8).
00036 *                                           48-55   SUBMITTING
00037 *                                                   OPERATOR ID
00038      05  PC-TERMINAL       PIC X(4).
00039 *                                           56-59   SUBMITTING
00040 *                                                   TERMINAL ID
00041      05  PC-PROGRAM-ID     PIC X(8).
00042 *                                           60-67   MAINTENANCE
00043 *                                                   PROGRAM
00044      05  PC-BEFORE         PIC X(60).
00045 *                                           68-127  VALUES ON THE
00046 *                                                   MASTER WHEN
00047 *                                                   SUBMITTED
00048      05  PC-AFTER          PIC X(60).
00049 *                                          128-187  VALUES AS
00050 *                                                   SUBMITTED
00051      05  PC-TRANS          PIC X(100).
00052 *                                          188-287  SUBMITTED
00053 *                                                   TRANSACTION
00054      05  FILLER            PIC X(13).
00055 *                                          288-300  FILLER
00056 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
