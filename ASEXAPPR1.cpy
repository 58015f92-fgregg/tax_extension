00001 *  --  E X E M P T - P R O P E R T Y   A P P L I C A T I O N  --
00002 *  --  M A S T E R --
00003 *  ONE RECORD PER APPLICATION FOR EXEMPTION FILED BY A RELIGIOUS,
00004 *  CHARITABLE, SCHOOL OR GOVERNMENT OWNER.  APPLICATIONS ARE ADDED
00005 *  FROM THE FILING FILE, TAKE THE BOARD OF REVIEW'S RECOMMENDATION
00006 *  AND THEN THE STATE'S FINAL DECISION, ALL BY ASREA881 (OLD
00007 *  MASTER IN, NEW MASTER OUT).  A GRANT IS POSTED TO THE EQ FILE
00008 *  AND THE EXEMPT-OWNER ROSTER (ASEXOWNR01) BY ASREA882; THE
00009 *  PENDING BACKLOG IS AGED BY ASREA883.  FILE IS KEPT IN
00010 *  APPLICATION NUMBER SEQUENCE.
00011 *                                          *BYTES* *DESCRIPTION*
00012      05  XA-APPL-NO        PIC X(10).
00013 *                                            1-10   APPLICATION
00014 *                                                   NUMBER
00015      05  XA-VOL            PIC 9(3).
00016 *                                           11-13   VOLUME
00017      05  XA-PROP           PIC 9(15).
00018 *                                           14-28   PROPERTY-NO.
00019      05  XA-TOWN           PIC 9(3).
00020 *                                           29-31   TOWNSHIP
00021      05  XA-TXCD           PIC 9(5).
00022 *                                           32-36   TAX CODE
00023      05  XA-ORG-NAME       PIC X(30).
00024 *                                           37-66   OWNER
00025 *                                                   ORGANIZATION
00026      05  XA-BASIS          PIC X.
00027 *                                           67-67   EXEMPTION
00028 *                                                   BASIS
00029          88  XA-RELIGIOUS           VALUE 'R'.
00030          88  XA-CHARITABLE          VALUE 'C'.
00031          88  XA-SCHOOL              VALUE 'S'.
00032          88  XA-GOVERNMENT          VALUE 'G'.
00033          88  XA-VALID-BASIS         VALUE 'R' 'C' 'S' 'G'.
00034      05  XA-STAGE          PIC X.
00035 *                                           68-68   STAGE
00036          88  XA-AT-BOR              VALUE 'F'.
00037          88  XA-AT-STATE            VALUE 'B'.
00038          88  XA-GRANTED             VALUE 'G'.
00039          88  XA-DENIED              VALUE 'D'.
00040          88  XA-WITHDRAWN           VALUE 'W'.
00041          88  XA-PENDING             VALUE 'F' 'B'.
00042      05  XA-FILED-DATE     PIC 9(8).
00043 *                                           69-76   DATE FILED
00044 *                                                   CCYYMMDD
00045      05  XA-BOR-REC        PIC X.
00046 *                                           77-77   BOARD OF
00047 *                                                   REVIEW
00048 *                                                   RECOMMENDATION
00049          88  XA-BOR-APPROVE         VALUE 'A'.
00050          88  XA-BOR-DENY            VALUE 'D'.
00051      05  XA-BOR-DATE       PIC 9(8).
00052 *                                           78-85   DATE
00053 *                                                   RECOMMENDED
00054 *                                                   CCYYMMDD
00055      05  XA-STATE-DEC      PIC X.
00056 *                                           86-86   STATE DECISION
00057          88  XA-STATE-GRANT         VALUE 'G'.
00058          88  XA-STATE-DENY          VALUE 'D'.
00059      05  XA-STATE-DATE     PIC 9(8).
00060 *                                           87-94   DATE DECIDED
00061 *                                                   BY THE STATE
00062 *                                                   CCYYMMDD
00063      05  XA-EXVAL          PIC 9(11).
00064 *                                           95-105  EXEMPT VALUE
00065 *                                                   GRANTED
00066      05  XA-FIRST-AFF-YR   PIC 9(4).
00067 *                                          106-109  FIRST
00068 *                                                   AFFIDAVIT
00069 *                                                   YEAR
00070      05  XA-AFF-DUE-DATE   PIC 9(8).
00071 *                                          110-117  FIRST
00072 *                                                   AFFIDAVIT
00073 *                                                   DUE CCYYMMDD
00074      05  XA-WDRAWN-DATE    PIC 9(8).
00075 *                                          118-125  DATE WITHDRAWN
00076 *                                                   CCYYMMDD
00077      05  XA-LAST-DATE      PIC 9(8).
00078 *                                          126-133  DATE OF LAST
00079 *                                                   UPDATE
00080      05  FILLER            PIC X(27).
00081 *                                          134-160  FILLER
00082 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
