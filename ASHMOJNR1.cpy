00001 *  --  H O M E O W N E R   O N L I N E   J O U R N A L  --
00002 *  ONE RECORD PER CHANGE ACCEPTED BY THE ONLINE HOMEOWNER
00003 *  MAINTENANCE TRANSACTION (ASREA997, TRANSACTION HMUP), WRITTEN
00004 *  TO THE EXTRAPARTITION TD QUEUE HMOJ AND CLOSED TO THE DAILY
00005 *  JOURNAL (UT-S-HMOJRNL) AT END OF DAY.  ASREA998 POSTS THE
00006 *  CHANGES TO THE HOMEOWNER MASTER AND WRITES THE DMS CORRECTIONS;
00007 *  ASREA891 READS IT SO AN ONLINE CHANGE IS NOT REPAIRED AS DRIFT;
00008 *  ASREA963 CARRIES IT ON THE CONSOLIDATED CHANGE HISTORY.  THE
00009 *  BATCH NUMBER STAMPED ON VSAMHMST IS 90000 PLUS THE DAY OF THE
00010 *  YEAR (90001-90366) -- BATCHES 90000 AND UP ARE ONLINE ONLY.
00011 *  OLD/NEW VALUES ARE FILLED ONLY FOR THE FUNCTION CHANGED.
00012 *                                          *BYTES* *DESCRIPTION*
00013      05  OJ-DATE       PIC 9(8).
00014 *                                            1-8    DATE CHANGED
00015 *                                                   CCYYMMDD
00016      05  OJ-TIME       PIC 9(6).
00017 *                                            9-14   TIME HHMMSS
00018      05  OJ-VOL        PIC 9(3).
00019 *                                           15-17   VOLUME
00020      05  OJ-VSAM-KEY.
00021 *                                           18-39   VSAMHMST KEY
00022          10  OJ-PROP       PIC 9(15).
00023 *                                           18-32   PROPERTY-NO.
00024          10  OJ-REC-CD     PIC 9.
00025 *                                           33      RECORD CODE
00026          10  OJ-BIRTH-DATE PIC 9(6).
00027 *                                           34-39   BIRTH DATE
00028      05  OJ-FUNCTION   PIC X.
00029 *                                           40      FUNCTION
00030          88  OJ-STATUS-CHANGE       VALUE 'S'.
00031          88  OJ-ADDRESS-CHANGE      VALUE 'A'.
00032          88  OJ-LANGUAGE-CHANGE     VALUE 'L'.
00033          88  OJ-AGE-VERIF-CHANGE    VALUE 'V'.
00034      05  OJ-OPERATOR   PIC X(8).
00035 *                                           41-48   OPERATOR ID
00036      05  OJ-TERMINAL   PIC X(4).
00037 *                                           49-52   TERMINAL ID
00038      05  OJ-BATCH-NO   PIC 9(5).
00039 *                                           53-57   BATCH NUMBER
00040      05  OJ-NEW-STAT1  PIC 9.
00041 *                                           58      NEW STATUS-1
00042      05  OJ-NEW-STAT2  PIC 9.
00043 *                                           59      NEW STATUS-2
00044      05  OJ-NEW-AGE-VERIF PIC X.
00045 *                                           60      V = VERIFIED
00046 *                                                   BLANK=REMOVED
00047      05  OJ-VERIF-BIRTH PIC 9(8).
00048 *                                           61-68   VERIFIED BIRTH
00049 *                                                   DATE CCYYMMDD
00050      05  OJ-OLD-LANG   PIC X.
00051 *                                           69      OLD LANGUAGE
00052      05  OJ-NEW-LANG   PIC X.
00053 *                                           70      NEW LANGUAGE
00054      05  OJ-OLD-ADDRESS.
00055 *                                           71-111  OLD ADDRESS
00056          10  OJ-OLD-ADDR   PIC X(22).
00057          10  OJ-OLD-CITY   PIC X(12).
00058          10  OJ-OLD-STATE  PIC XX.
00059          10  OJ-OLD-ZIP    PIC X(5).
00060      05  OJ-NEW-ADDRESS.
00061 *                                          112-152  NEW ADDRESS
00062          10  OJ-NEW-ADDR   PIC X(22).
00063          10  OJ-NEW-CITY   PIC X(12).
00064          10  OJ-NEW-STATE  PIC XX.
00065          10  OJ-NEW-ZIP    PIC X(5).
00066      05  FILLER        PIC X(8).
00067 *                                          153-160  FILLER
00068 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
