00017I*         SEPARATELY, FOLLOWED BY A CONTROL-TOTAL TRAILER
00017J*         CARRYING THE VOUCHER COUNT AND THE PRINCIPAL AND
00017K*         INTEREST DOLLAR TOTALS.
00017L*         THE CERTIFICATE'S TAX YEAR IS CARRIED ON THE VOUCHER
00017M*         SO REFUNDS CAN BE MATCHED BY PARCEL AND YEAR (ASREA976).
00018      SKIP2
00019  ENVIRONMENT DIVISION.
00020  CONFIGURATION SECTION.
00068      05  VCH-APPL-NAME   PIC X(22).
00068A     05  VCH-INT-AMT     PIC 9(9)V99.
00068B     05  VCH-ISSUE-DATE  PIC 9(8).
00069      05  VCH-TAX-YEAR    PIC 9(4).
00070  01  VOUCHER-TRAILER REDEFINES VOUCHER-REC.
00071      05  VTR-REC-TYPE    PIC X.
00072      05  VTR-VCH-COUNT   PIC 9(9).
00176      MOVE C500-APPLNAME (1) TO VCH-APPL-NAME.
00176A     MOVE W-INTEREST     TO VCH-INT-AMT.
00176B     MOVE W-RUN-DATE     TO VCH-ISSUE-DATE.
00176C     MOVE W-CERT-TXYR    TO VCH-TAX-YEAR.
00177      WRITE VOUCHER-REC.
00178      ADD +1 TO VOUCHER-OUT-CNT.
00179      ADD W-REFUND    TO W-REFUND-TOTAL.
