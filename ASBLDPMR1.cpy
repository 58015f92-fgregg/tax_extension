00001 *  --  B U I L D I N G   P E R M I T   M A S T E R  --
00002 *  ONE RECORD PER MUNICIPAL BUILDING PERMIT TAKEN IN BY
00003 *  ASREA879, IN VOLUME/PROPERTY SEQUENCE.  A PERMIT STAYS OPEN
00004 *  ON THE FIELD-CHECK WORKLIST UNTIL AN ASSESSMENT ACTION WITH
00005 *  A CHANGE REASON (M-ASMT-CHG) FOR THE ISSUE YEAR OR LATER
00006 *  APPEARS ON THE ASSESSMENT MASTER, OR A FIELD-CHECK CARD IS
00007 *  POSTED FOR IT.  A MUNICIPALITY RESENDING A PERMIT (E.G. WITH
00008 *  ITS COMPLETION DATE) UPDATES THE RECORD IN PLACE.
00009 *                                          *BYTES* *DESCRIPTION*
00010      05  BP-KEY.
00011          10  BP-VOL        PIC 9(3).
00012 *                                            1-3    VOLUME
00013          10  BP-PROP       PIC 9(15).
00014 *                                            4-18   PROPERTY-NO.
00015          10  BP-MUNI       PIC X(4).
00016 *                                           19-22   MUNICIPALITY
00017          10  BP-PERMIT-NO  PIC X(12).
00018 *                                           23-34   PERMIT NUMBER
00019      05  BP-TYPE       PIC X.
00020          88  BP-NEW-CONSTRUCTION    VALUE 'N'.
00021          88  BP-ADDITION            VALUE 'A'.
00022          88  BP-REMODEL             VALUE 'R'.
00023          88  BP-DEMOLITION          VALUE 'D'.
00024          88  BP-OTHER               VALUE 'O'.
00025          88  BP-VALID-TYPE          VALUE 'N' 'A' 'R' 'D' 'O'.
00026 *                                           35      PERMIT TYPE
00027      05  BP-EST-COST   PIC 9(9).
00028 *                                           36-44   ESTIMATED
00029 *                                                   COST (DOLLARS)
00030      05  BP-ISSUE-DATE PIC 9(8).
00031      05  BP-ISSUE-DATE-X REDEFINES BP-ISSUE-DATE.
00032          10  BP-ISSUE-YEAR PIC 9(4).
00033          10  FILLER        PIC 9(4).
00034 *                                           45-52   ISSUE DATE
00035 *                                                   CCYYMMDD
00036      05  BP-COMPL-DATE PIC 9(8).
00037      05  BP-COMPL-DATE-X REDEFINES BP-COMPL-DATE.
00038          10  BP-COMPL-YEAR PIC 9(4).
00039          10  FILLER        PIC 9(4).
00040 *                                           53-60   COMPLETION
00041 *                                                   DATE CCYYMMDD
00042 *                                                   (ZERO = OPEN)
00043      05  BP-INTAKE-DATE PIC 9(8).
00044 *                                           61-68   DATE TAKEN IN
00045      05  BP-STAT       PIC X.
00046          88  BP-OPEN                VALUE 'O'.
00047          88  BP-NOT-ON-MASTER       VALUE 'N'.
00048          88  BP-UNRESOLVED          VALUE 'O' 'N'.
00049          88  BP-VALUE-REFLECTED     VALUE 'V'.
00050          88  BP-FIELD-CHECKED       VALUE 'F'.
00051 *                                           69      STATUS
00052      05  BP-CLOSE-DATE PIC 9(8).
00053 *                                           70-77   DATE CLOSED
00054 *                                                   (V OR F)
00055      05  BP-TOWN       PIC 99.
00056 *                                           78-79   TOWNSHIP
00057      05  BP-NBHD       PIC 9(3).
00058 *                                           80-82   NEIGHBORHOOD
00059      05  BP-DEMO-HO    PIC X.
00060          88  BP-DEMO-ON-HOMEOWNER   VALUE 'Y'.
00061 *                                           83      Y = DEMOLITION
00062 *                                                   OF A PARCEL ON
00063 *                                                   THE HOMEOWNER
00064 *                                                   MASTER
00065      05  FILLER        PIC X(17).
00066 *                                           84-100  FILLER
00067 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
