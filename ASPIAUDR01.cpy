00001 *  --  P I   D A T A B A S E   S T R U C T U R E   A U D I T  --
00002 *  WRITTEN BY ASHMA933 -- ONE RECORD PER STRUCTURAL PROBLEM
00003 *  FOUND ON THE PROPERTY INFORMATION DATABASE, FOR THE DBA TO
00004 *  REPAIR BEFORE THE NEXT REORGANIZATION.  READ-ONLY AUDIT.
00005 *                                          *BYTES* *DESCRIPTION*
00006      05  PA-PROBLEM    PIC XX.
00007          88  PA-SF-DETAIL-NO-MASTER     VALUE 'SF'.
00008          88  PA-COE-ACTION-NO-ID        VALUE 'CE'.
00009          88  PA-DUP-ASSESSMENT          VALUE 'DA'.
00010          88  PA-HOMEOWNER-NO-ASSMT      VALUE 'HA'.
00011          88  PA-ROOT-NO-CHILDREN        VALUE 'NC'.
00012 *                                            1-2    PROBLEM CODE
00013      05  PA-TOWN       PIC 9(3).
00014 *                                            3-5    TOWN
00015      05  PA-VOL        PIC 9(3).
00016 *                                            6-8    VOLUME
00017      05  PA-PROP       PIC 9(15).
00018 *                                            9-23   PROPERTY-NO.
00019      05  PA-SEGNAME    PIC X(8).
00020 *                                           24-31   SEGMENT NAME
00021      05  PA-SEGLVL     PIC XX.
00022 *                                           32-33   SEGMENT LEVEL
00023      05  PA-PARENT-SEG PIC X(8).
00024 *                                           34-41   PARENT-LEVEL
00025 *                                                   SEGMENT FOUND
00026 *                                                   (OR SPACES)
00027      05  PA-YEAR       PIC 99.
00028 *                                           42-43   TAX YEAR
00029      05  PA-TXTYPE     PIC X.
00030 *                                           44      TAX TYPE (DA)
00031      05  PA-KEY-FDBK   PIC X(22).
00032 *                                           45-66   CONCAT. KEY
00033 *                                                   FEEDBACK
00034      05  FILLER        PIC X(34).
00035 *                                           67-100  FILLER
00036 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
