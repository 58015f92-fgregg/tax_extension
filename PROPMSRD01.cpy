00020D*   COUNTY OMITTED ASSESSMENT (BACK ASSESSMENT OF PROPERTY LEFT *
00020E*   OFF THE ROLLS IN A PRIOR YEAR).                             *
00020F*****************************************************************
00020G              88 LEASEHOLD-TAX-TYPE        VALUE '7'.
00020H*****************************************************************
00020I* MODIFICATION: 10/15/2026. TJB. ADDED TAX TYPE '7' FOR THE     *
00020J*   TAXABLE LEASEHOLD OF A PRIVATE LESSEE OF PROPERTY EXEMPT BY *
00020K*   OWNER, BILLED IN THE TAX CODE OF THE UNDERLYING PARCEL.     *
00020L*****************************************************************
00021 *                                                                *
00022            15 PM-TXYR         PIC 99       COMP-3.
00023 *                                             12-13 TAX YEAR
