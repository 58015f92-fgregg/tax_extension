00019          88  CM-SRC-LENDER          VALUE 'LM'.
00020          88  CM-SRC-CLASS           VALUE 'CC'.
00021          88  CM-SRC-OCCUPANCY       VALUE 'OC'.
0021A          88  CM-SRC-FORFEIT         VALUE 'FT'.
0021B          88  CM-SRC-XCOUNTY         VALUE 'XC'.
00022          88  CM-VALID-SOURCE        VALUE 'DM' 'DU' 'IV'
00023                                           'LM' 'CC' 'OC' 'FT'
0023A                                           'XC'.
00024      05  CM-VOL        PIC 9(3).
00025 *                                           10-12   VOLUME
00026      05  CM-PROP       PIC 9(15).
