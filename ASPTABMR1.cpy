00001 *  --  P R O P E R T Y   T A X   A P P E A L   B O A R D  --
00002 *  --  C A S E   M A S T E R --
00003 *  ONE RECORD PER PARCEL ON A STATE PROPERTY TAX APPEAL BOARD
00004 *  DOCKET.  CASES ARE ADDED FROM THE BOARD'S DOCKET FILE AND
00005 *  DECIDED FROM ITS DECISION FILE BY ASREA991 (OLD MASTER IN, NEW
00006 *  MASTER OUT); PENDING CASES ARE REPORTED BY ASREA992.  THE
00007 *  VALUE BEFORE IS THE FINAL BOARD OF REVIEW ASSESSED VALUE UNDER
00008 *  APPEAL; THE VALUES AFTER ARE THE APPEAL BOARD'S.  A DECISION
00009 *  THAT LOWERS THE VALUE GENERATES A CERTIFICATE OF ERROR WORK
00010 *  RECORD (ASCOEWRKR1) WHOSE NUMBER IS KEPT HERE SO THE SAME
00011 *  DECISION IS NEVER CERTIFIED TWICE.  FILE IS KEPT IN DOCKET/
00012 *  VOLUME/PROPERTY SEQUENCE.
00013 *                                          *BYTES* *DESCRIPTION*
00014      05  PT-KEY.
00015          10  PT-DOCKET     PIC X(12).
00016 *                                            1-12   DOCKET NUMBER
00017          10  PT-VOL        PIC 9(3).
00018 *                                           13-15   VOLUME
00019          10  PT-PROP       PIC 9(15).
00020 *                                           16-30   PROPERTY-NO.
00021      05  PT-TOWN           PIC 9(3).
00022 *                                           31-33   TOWNSHIP
00023      05  PT-TAX-YEAR       PIC 9(4).
00024 *                                           34-37   TAX YEAR
00025 *                                                   APPEALED
00026      05  PT-TXCD           PIC 9(5).
00027 *                                           38-42   TAX CODE
00028      05  PT-STAT           PIC X.
00029 *                                           43-43   CASE STATUS
00030          88  PT-PENDING             VALUE 'P'.
00031          88  PT-DECIDED             VALUE 'D'.
00032          88  PT-CLOSED              VALUE 'W'.
00033      05  PT-DECISION       PIC X.
00034 *                                           44-44   DECISION
00035          88  PT-REDUCED             VALUE 'R'.
00036          88  PT-SUSTAINED           VALUE 'S'.
00037          88  PT-INCREASED           VALUE 'I'.
00038          88  PT-DISMISSED           VALUE 'D'.
00039          88  PT-WITHDRAWN           VALUE 'W'.
00040          88  PT-VALID-DECISION      VALUE 'R' 'S' 'I' 'D' 'W'.
00041      05  PT-FILED-DATE     PIC 9(8).
00042 *                                           45-52   DATE FILED
00043 *                                                   CCYYMMDD
00044      05  PT-DECISION-DATE  PIC 9(8).
00045 *                                           53-60   DATE DECIDED
00046 *                                                   CCYYMMDD
00047      05  PT-AV-BEFORE      PIC 9(9).
00048 *                                           61-69   ASSESSED VALUE
00049 *                                                   UNDER APPEAL
00050      05  PT-AV-REQUESTED   PIC 9(9).
00051 *                                           70-78   VALUE SOUGHT
00052 *                                                   BY APPELLANT
00053      05  PT-AFTER-VALUES.
00054          10  PT-LAND-AFTER PIC 9(9).
00055 *                                           79-87   LAND VALUE
00056 *                                                   AFTER
00057          10  PT-IMPR-AFTER PIC 9(9).
00058 *                                           88-96   IMPROVEMENT
00059 *                                                   VALUE AFTER
00060          10  PT-AV-AFTER   PIC 9(9).
00061 *                                           97-105  ASSESSED VALUE
00062 *                                                   AFTER
00063      05  PT-APPELLANT      PIC X(22).
00064 *                                          106-127  APPELLANT
00065      05  PT-PAID-DATE      PIC 9(8).
00066 *                                          128-135  DATE TAX PAID
00067 *                                                   CCYYMMDD (FOR
00068 *                                                   REFUND
00069 *                                                   INTEREST)
00070      05  PT-COE-CERT-NO    PIC 9(7).
00071 *                                          136-142  CERTIFICATE
00072 *                                                   GENERATED
00073      05  PT-COE-DATE       PIC 9(8).
00074 *                                          143-150  DATE GENERATED
00075      05  PT-LAST-DATE      PIC 9(8).
00076 *                                          151-158  DATE OF LAST
00077 *                                                   UPDATE
00078      05  FILLER            PIC X(2).
00079 *                                          159-160  FILLER
00080 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
