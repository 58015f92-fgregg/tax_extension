00001 *  --  S T A T E W I D E   E X E M P T I O N   H O L D E R  --
00002 *  --  E X C H A N G E --
00003 *  ONE RECORD PER SOCIAL SECURITY NUMBER CARRIED ON A SENIOR
00004 *  FREEZE SOCIAL SECURITY SEGMENT (C155) UNDER AN EXEMPTION
00005 *  DETAIL (C150) WITH A QUALIFIED SENIOR FREEZE, SENIOR
00006 *  HOMESTEAD OR HOMEOWNER STATUS.  WRITTEN BY ASHMA934 AS THE
00007 *  OUTBOUND FILE SENT TO THE COLLAR COUNTIES; THE COLLAR
00008 *  COUNTIES RETURN THEIR HOLDERS IN THE SAME LAYOUT AND
00009 *  ASREA999 MATCHES THEM TO OURS ON XH-SSN.  COUNTY CODES ARE
00010 *  THOSE OF THE OVERLAPPING-COUNTY VALUATION EXCHANGE
00011 *  (CLRTM772) -- 'CC ' FOR COOK, DPG LAK KNK KND LSL MCH GRN
00012 *  DKB LVN KNE WIL FOR THE OTHERS.  XH-PIN IS THE HOLDING
00013 *  COUNTY'S OWN PARCEL NUMBER, LEFT-JUSTIFIED; FOR COOK IT IS
00014 *  VOLUME (3) FOLLOWED BY PROPERTY-NO. (15).
00015 *                                          *BYTES* *DESCRIPTION*
00016      05  XH-COUNTY     PIC X(3).
00017          88  XH-COOK                VALUE 'CC '.
00018          88  XH-COLLAR-COUNTY       VALUE 'DPG' 'LAK' 'KNK'
00019                                           'KND' 'LSL' 'MCH'
00020                                           'GRN' 'DKB' 'LVN'
00021                                           'KNE' 'WIL'.
00022 *                                            1-3    COUNTY CODE
00023      05  XH-TAX-YEAR   PIC 9(4).
00024 *                                            4-7    TAX YEAR
00025      05  XH-SSN        PIC 9(11).
00026 *                                            8-18   SOCIAL
00027 *                                                   SECURITY NO.
00028      05  XH-PIN        PIC X(18).
00029 *                                           19-36   PARCEL NUMBER
00030      05  XH-COOK-PIN REDEFINES XH-PIN.
00031          10  XH-VOL    PIC 9(3).
00032 *                                           19-21   VOLUME
00033          10  XH-PROP   PIC 9(15).
00034 *                                           22-36   PROPERTY-NO.
00035      05  XH-LSTNAM     PIC X(20).
00036 *                                           37-56   LAST NAME
00037      05  XH-FSTNAM     PIC X(15).
00038 *                                           57-71   FIRST NAME
00039      05  XH-MI         PIC X.
00040 *                                           72      MIDDLE INIT.
00041      05  XH-BIRTH-DATE PIC X(8).
00042 *                                           73-80   BIRTH DATE
00043 *                                                   (MMDDCCYY)
00044      05  XH-SENFRZ-IND PIC X.
00045          88  XH-SENFRZ-HOLDER       VALUE 'Y'.
00046 *                                           81      Y = SENIOR
00047 *                                                   FREEZE
00048      05  XH-SENHS-IND  PIC X.
00049          88  XH-SENHS-HOLDER        VALUE 'Y'.
00050 *                                           82      Y = SENIOR
00051 *                                                   HOMESTEAD
00052      05  XH-HOMOWN-IND PIC X.
00053          88  XH-HOMOWN-HOLDER       VALUE 'Y'.
00054 *                                           83      Y = HOMEOWNER
00055 *                                                   EXEMPTION
00056      05  FILLER        PIC X(17).
00057 *                                           84-100  FILLER
00058 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
