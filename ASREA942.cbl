00015 *         CLOSE IT WITH A DISPOSITION CODE (ACTION C).  EVERY
00016 *         CASE TOUCHED IS LISTED; REJECTED TRANSACTIONS ARE
00017 *         LISTED WITH THEIR REASON.
0017A *         FORFEITED AND TAX DEED PARCELS STILL CARRYING AN
0017B *         EXEMPTION ARRIVE FROM ASREA972 UNDER SOURCE FT.
0017C *         HOLDERS ALSO EXEMPT IN A COLLAR COUNTY ARRIVE FROM
0017D *         THE STATEWIDE EXCHANGE MATCH (ASREA999) UNDER XC.
00018      SKIP2
00019  ENVIRONMENT DIVISION.
00020  CONFIGURATION SECTION.
00237          MOVE 'REFERRAL KEY NOT NUMERIC' TO W-REASON.
00237A     IF W-REASON EQUAL SPACES
00238       AND RF-SOURCE NOT EQUAL 'DM' AND 'DU' AND 'IV'
00239                              AND 'LM' AND 'CC' AND 'OC' AND 'FT'
0239A                              AND 'XC'
00240          MOVE 'REFERRAL SOURCE INVALID' TO W-REASON.
00241      IF W-REASON NOT EQUAL SPACES
00242          ADD +1 TO REJECTED-CNT
