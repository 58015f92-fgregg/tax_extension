00001 *  --  C Y C L E   C H E C K   I N T E R F A C E  --
00002 *  PASSED BETWEEN ANY PROGRAM THAT TAKES A TAX YEAR AND THE
00003 *  DPRUN004 CYCLE CHECK SUBPROGRAM, CALLED AT PROGRAM START.  THE
00004 *  CALLER NAMES ITSELF AND PASSES THE TAX YEAR FROM ITS OWN
00005 *  CONTROL CARD OR PARM (SPACES OR ZEROS WHEN IT HAS NONE).
00006 *  DPRUN004 TERMINATES THE RUN WHEN THAT YEAR DISAGREES WITH THE
00007 *  CENTRAL CYCLE CONTROL RECORD (DPCYCLR1); OTHERWISE IT RETURNS
00008 *  THE CENTRAL TAX YEAR, CYCLE DATE AND VINTAGE FOR THE CALLER TO
00009 *  USE.
00010      05  CK-CALLER              PIC X(8).
00011      05  CK-CARD-YEAR           PIC X(4).
00012      05  CK-CARD-YEAR-N REDEFINES CK-CARD-YEAR
00013                                 PIC 9(4).
00014      05  CK-TAX-YEAR            PIC 9(4).
00015      05  CK-CYCLE-DATE          PIC 9(8).
00016      05  CK-VINTAGE             PIC 9(4).
00017 * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
