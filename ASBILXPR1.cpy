00001 *  --  T A X   B I L L   C H A N G E   E X P L A N A T I O N  --
00002 *  ONE RECORD PER CURRENT-YEAR BILL (PM-TXTYP '0') WRITTEN BY
00003 *  ASREA884 FOR THE CALL CENTER AND THE MAILING.  THE CHANGE FROM
00004 *  THE PRIOR YEAR'S TAX TO THIS YEAR'S IS BROKEN INTO FOUR PARTS,
00005 *  EACH PRICED WITH THE PARTS BEFORE IT ALREADY CHANGED, SO THE
00006 *  FOUR ALWAYS ADD TO THE WHOLE CHANGE -- FIRST THE NEW ASSESSED
00007 *  VALUE AT LAST YEAR'S FACTOR, THEN THE NEW FACTOR, THEN THE NEW
00008 *  EXEMPTIONS, THEN THE NEW RATE.  A CHANGE OF TAX CODE FALLS IN
00009 *  THE RATE PART.  TAXES ARE TAXABLE VALUE TIMES RATE OVER 100.
00010 *                                          *BYTES* *DESCRIPTION*
00011      05  BX-VOL            PIC 9(3).
00012 *                                            1-3    VOLUME
00013      05  BX-PROP           PIC 9(15).
00014 *                                            4-18   PROPERTY-NO.
00015      05  BX-TAX-YEAR       PIC 9(4).
00016 *                                           19-22   TAX YEAR
00017      05  BX-TXCD           PIC 9(5).
00018 *                                           23-27   TAX CODE
00019      05  BX-PRYR-TXCD      PIC 9(5).
00020 *                                           28-32   PRIOR YEAR
00021 *                                                   TAX CODE
00022      05  BX-OWNER-NAME     PIC X(22).
00023 *                                           33-54   NAME
00024      05  BX-ADDR           PIC X(22).
00025 *                                           55-76   ADDRESS
00026      05  BX-CITY           PIC X(12).
00027 *                                           77-88   CITY
00028      05  BX-STATE          PIC X(2).
00029 *                                           89-90   STATE
00030      05  BX-ZIP            PIC 9(9).
00031 *                                           91-99   ZIPCODE
00032      05  BX-CLASS          PIC 9(3).
00033 *                                          100-102  CLASS
00034      05  BX-PRYR-ASSD      PIC 9(11).
00035 *                                          103-113  PRIOR YEAR
00036 *                                                   ASSESSED VALUE
00037      05  BX-CUR-ASSD       PIC 9(11).
00038 *                                          114-124  ASSESSED VALUE
00039      05  BX-PRYR-FACTOR    PIC 9V9(4).
00040 *                                          125-129  PRIOR YEAR
00041 *                                                   EQUALIZATION
00042 *                                                   FACTOR
00043      05  BX-CUR-FACTOR     PIC 9V9(4).
00044 *                                          130-134  EQUALIZATION
00045 *                                                   FACTOR
00046      05  BX-PRYR-EQVAL     PIC 9(11).
00047 *                                          135-145  PRIOR YEAR
00048 *                                                   EQUALIZED
00049 *                                                   VALUE
00050      05  BX-CUR-EQVAL      PIC 9(11).
00051 *                                          146-156  EQUALIZED
00052 *                                                   VALUE
00053      05  BX-PRYR-EXEMPT    PIC 9(11).
00054 *                                          157-167  PRIOR YEAR
00055 *                                                   EXEMPTIONS
00056      05  BX-CUR-EXEMPT     PIC 9(11).
00057 *                                          168-178  EXEMPTIONS
00058      05  BX-PRYR-RATE      PIC 9(4)V9(3).
00059 *                                          179-185  PRIOR YEAR
00060 *                                                   TAX RATE
00061      05  BX-CUR-RATE       PIC 9(4)V9(3).
00062 *                                          186-192  TAX RATE
00063      05  BX-PRYR-TAX       PIC 9(9)V99.
00064 *                                          193-203  PRIOR YEAR TAX
00065      05  BX-CUR-TAX        PIC 9(9)V99.
00066 *                                          204-214  TAX
00067      05  BX-TAX-CHG        PIC S9(9)V99.
00068 *                                          215-225  CHANGE IN TAX
00069      05  BX-ASSD-EFFECT    PIC S9(9)V99.
00070 *                                          226-236  CHANGE DUE TO
00071 *                                                   ASSESSMENT
00072      05  BX-FCTR-EFFECT    PIC S9(9)V99.
00073 *                                          237-247  CHANGE DUE TO
00074 *                                                   EQUALIZATION
00075 *                                                   FACTOR
00076      05  BX-EXMP-EFFECT    PIC S9(9)V99.
00077 *                                          248-258  CHANGE DUE TO
00078 *                                                   EXEMPTIONS
00079      05  BX-RATE-EFFECT    PIC S9(9)V99.
00080 *                                          259-269  CHANGE DUE TO
00081 *                                                   TAX RATE
00082      05  BX-DRIVER         PIC X.
00083          88  BX-LED-BY-ASSESSMENT       VALUE 'A'.
00084          88  BX-LED-BY-FACTOR           VALUE 'F'.
00085          88  BX-LED-BY-EXEMPTIONS       VALUE 'E'.
00086          88  BX-LED-BY-RATE             VALUE 'R'.
00087          88  BX-NO-CHANGE               VALUE 'N'.
00088 *                                          270      LEADING PART
00089 *                                                   OF THE CHANGE
00090      05  BX-TXCD-CHG-SW    PIC X.
00091          88  BX-TXCD-CHANGED            VALUE 'Y'.
00092 *                                          271      Y = TAX CODE
00093 *                                                   CHANGED
00094      05  BX-PRYR-SOURCE    PIC X.
00095          88  BX-PRYR-FROM-HISTORY       VALUE 'H'.
00096          88  BX-PRYR-FROM-MASTER        VALUE 'M'.
00097 *                                          272      H = PRIOR YEAR
00098 *                                                   FACTOR AND
00099 *                                                   EXEMPTIONS
00100 *                                                   FROM HISTORY,
00101 *                                                   M = TAKEN AS
00102 *                                                   THIS YEAR'S
00103      05  BX-PRYR-RATE-SRC  PIC X.
00104          88  BX-RATE-FROM-HISTORY       VALUE 'H'.
00105          88  BX-RATE-FROM-MASTER        VALUE 'M'.
00106 *                                          273      H = RATE
00107 *                                                   HISTORY, M =
00108 *                                                   PM-PRYR-TXRAT
00109      05  BX-TYPICAL-SW     PIC X.
00110          88  BX-TYPICAL-HOME            VALUE 'Y'.
00111 *                                          274      Y = CLASS 2
00112 *                                                   WITH HOMEOWNER
00113 *                                                   EXEMPTION
00114      05  FILLER            PIC X(26).
00115 *                                          275-300  FILLER
00116 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
