00001 *  --  O P E N   D A T A   A S S E S S M E N T   R O L L  --
00002 *  PUBLISHED LAYOUT OF THE ANNUAL PUBLIC ASSESSMENT ROLL EXTRACT
00003 *  WRITTEN BY ASREA996 AT CERTIFICATION FROM THE ASSESSMENT
00004 *  MASTER, THE EQUALIZED VALUATION FILE AND THE HOMEOWNER MASTER.
00005 *  ONE DETAIL (TYPE D) PER PARCEL IN VOLUME/PROPERTY SEQUENCE,
00006 *  THEN ONE TRAILER (TYPE T) WITH THE CONTROL TOTALS.  EVERY
00007 *  FIELD IS UNSIGNED ZONED DECIMAL OR TEXT -- NO PACKED DATA.
00008 *  EXEMPTION FLAGS ARE Y OR N.  THE OWNER NAME IS BLANK, AND
00009 *  OD-NAME-SUPPRESSED IS Y, FOR EVERY SENIOR, DISABLED OR
00010 *  VETERAN EXEMPTION HOLDER; IT IS ALSO BLANK (FLAG N) WHEN
00011 *  NO NAME IS ON FILE.  NO SOCIAL SECURITY NUMBER, TAXPAYER ID,
00012 *  INCOME OR BIRTH DATE IS CARRIED, OR MAY BE ADDED.
00013 *                                          *BYTES* *DESCRIPTION*
00014      05  OD-REC-TYPE   PIC X.
00015 *                                            1      D = DETAIL
00016 *                                                   T = TRAILER
00017          88  OD-DETAIL-REC          VALUE 'D'.
00018          88  OD-TRAILER-REC         VALUE 'T'.
00019      05  OD-TAX-YEAR   PIC 9(4).
00020 *                                            2-5    TAX YEAR
00021      05  OD-DETAIL.
00022          10  OD-PROP       PIC 9(15).
00023 *                                            6-20   PROPERTY-NO.
00024          10  OD-VOL        PIC 9(3).
00025 *                                           21-23   VOLUME
00026          10  OD-CLASS      PIC 9(3).
00027 *                                           24-26   CLASS
00028          10  OD-NBHD       PIC 9(3).
00029 *                                           27-29   NEIGHBORHOOD
00030          10  OD-TXCD       PIC 9(5).
00031 *                                           30-34   TAX CODE
00032          10  OD-ASSD-VAL   PIC 9(11).
00033 *                                           35-45   ASSESSED VALUE
00034          10  OD-EQ-VAL     PIC 9(11).
00035 *                                           46-56   EQUALIZED
00036          10  OD-EX-FLAGS.
00037 *                                           57-64   EXEMPTIONS
00038              15  OD-EX-HOMEOWNER PIC X.
00039 *                                           57      HOMEOWNER
00040              15  OD-EX-SENIOR    PIC X.
00041 *                                           58      SENIOR CITIZEN
00042              15  OD-EX-FREEZE    PIC X.
00043 *                                           59      SENIOR FREEZE
00044              15  OD-EX-DISABLED  PIC X.
00045 *                                           60      DISABLED
00046              15  OD-EX-VETERAN   PIC X.
00047 *                                           61      VETERAN (ANY)
00048              15  OD-EX-LONG-TERM PIC X.
00049 *                                           62      LONG-TERM
00050 *                                                   OCCUPANT
00051              15  OD-EX-HOME-IMP  PIC X.
00052 *                                           63      HOME IMPRVMT
00053              15  OD-EX-EXEMPT    PIC X.
00054 *                                           64      EXEMPT PARCEL
00055          10  OD-EQ-IND     PIC X.
00056 *                                           65      EQUALIZED
00057 *                                                   RECORD FOUND
00058 *                                                   (Y/N; IF N,
00059 *                                                   OD-EQ-VAL 0,
00060 *                                                   57-63 ARE N)
00061          10  OD-NAME-SUPPRESSED PIC X.
00062 *                                           66      NAME WITHHELD
00063 *                                                   (Y/N)
00064          10  OD-OWNER-NAME PIC X(22).
00065 *                                           67-88   OWNER NAME
00066          10  FILLER        PIC X(62).
00067 *                                           89-150  FILLER
00068      05  OD-TRAILER REDEFINES OD-DETAIL.
00069          10  ODT-RUN-DATE  PIC 9(8).
00070 *                                            6-13   DATE WRITTEN
00071 *                                                   (CCYYMMDD)
00072          10  ODT-REC-COUNT PIC 9(9).
00073 *                                           14-22   DETAIL RECORDS
00074          10  ODT-ASSD-TOT  PIC 9(15).
00075 *                                           23-37   ASSESSED TOTAL
00076          10  ODT-EQ-TOT    PIC 9(15).
00077 *                                           38-52   EQUALIZED
00078 *                                                   TOTAL
00079          10  ODT-SUPPRESS-CNT PIC 9(9).
00080 *                                           53-61   NAMES WITHHELD
00081          10  ODT-NO-EQ-CNT PIC 9(9).
00082 *                                           62-70   NOT ON
00083 *                                                   EQUALIZED
00084          10  FILLER        PIC X(80).
00085 *                                           71-150  FILLER
00086 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
