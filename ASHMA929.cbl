00017 *         BETWEEN DATE A AND DATE B IS WRITTEN TO THE EXTRACT
00018 *         AND LISTED, ANSWERING WHO CHANGED THE PARCEL AND
00019 *         WHEN FROM ONE RUN.
0019A *         THE HISTORY IMAGES CARRY THE APPLICANT'S FULL SSN, BUT
0019B *         THE IMAGE COPY IS THE TOKENIZED EXTRACT (ASREA873), SO
0019C *         BOTH MODES REPLACE THE SSN IN WHAT THEY WRITE WITH ITS
0019D *         TOKEN FROM ASREA874; THE REBUILT SEGMENTS AND THE
0019E *         INQUIRY EXTRACT CARRY NO SSN.  A VAULT FAILURE STOPS THE
0019F *         RUN WITH CODE 16.
00020 *         PARM:  MODE(1) DATE-A(8) DATE-B(8) PROPERTY(15)
00021      SKIP2
00022  ENVIRONMENT DIVISION.
0107A  77  SKIPPED-DIS-CNT   COMP-3  PIC S9(9)  VALUE +0.
00108  77  ORPHAN-TRAN-CNT   COMP-3  PIC S9(7)  VALUE +0.
00109  77  SELECTED-CNT      COMP-3  PIC S9(7)  VALUE +0.
0109A  77  TOKENIZED-CNT     COMP-3  PIC S9(9)  VALUE +0.
00110      SKIP1
00111  01  HIST-KEY                PIC 9(14).
00112  01  IMG-KEY                 PIC 9(14).
0112A  01  W-SSN-IMAGE             PIC X(11).
0112B  01  W-SSN-IMAGE-N REDEFINES W-SSN-IMAGE
0112C                              PIC 9(11).
0112D      SKIP1
0112E  01  SSNTOK-AREA.
0112F  COPY ASSSNTKR1.
00113      SKIP1
00114  01  ACPT-DATE                  PIC 9(6).
00115  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00180      MOVE ACPT-DA TO DSP-DA.
00181      MOVE ACPT-YR TO DSP-YR.
00182      MOVE DSP-DATE TO HD-DATE.
0182A      MOVE 'ASHMA929' TO STK-CALLER.
00183      IF REBUILD-MODE
00184          PERFORM C000-REBUILD THRU C000-EXIT
00185      ELSE
0208B          SKIPPED-DIS-CNT.
00209      DISPLAY 'TOTAL TRANSACTIONS WITH NO SEGMENT...: '
00210          ORPHAN-TRAN-CNT.
0210A      DISPLAY 'TOTAL SSNS REPLACED BY TOKEN.........: '
0210B          TOKENIZED-CNT.
0210C      MOVE 'C' TO STK-FUNCTION.
0210D      CALL 'ASREA874' USING SSNTOK-AREA.
00211      CLOSE TRAN-HISTORY, IMAGE-COPY, REBUILT-FILE,
00212            PRINT-FILE.
00213  C000-EXIT. EXIT.
0259E          ADD +1 TO SKIPPED-DIS-CNT
0259F          GO TO C050-EXIT.
00260      MOVE TH-DETAIL TO OF-C150-SGSENFRZDETAIL.
0260A      MOVE OF-C150-SGSSN TO W-SSN-IMAGE.
0260B      PERFORM C060-TOKENIZE-SSN THRU C060-EXIT.
0260C      MOVE W-SSN-IMAGE TO OF-C150-SGSSN.
00261      ADD +1 TO APPLIED-CNT.
00262  C050-EXIT. EXIT.
00263      SKIP1
0263A *    SSN AT BYTES 115-125 OF THE C150 DETAIL.  A TOKEN IS LEFT;
0263B *    A FIELD THAT IS NOT A NINE-DIGIT SSN IS ZEROED.
0263C  C060-TOKENIZE-SSN.
0263D      IF W-SSN-IMAGE-N NOT NUMERIC
0263E          MOVE ZEROS TO W-SSN-IMAGE-N
0263F          GO TO C060-EXIT.
0263G      IF W-SSN-IMAGE (1:2) NOT EQUAL '00'
0263H          MOVE W-SSN-IMAGE-N TO STK-TOKEN
0263I          IF NOT STK-TOKEN-RANGE
0263J              MOVE ZEROS TO W-SSN-IMAGE-N
0263K          END-IF
0263L          GO TO C060-EXIT.
0263M      IF W-SSN-IMAGE-N EQUAL ZERO
0263N          GO TO C060-EXIT.
0263O      MOVE 'A' TO STK-FUNCTION.
0263P      MOVE W-SSN-IMAGE (3:9) TO STK-SSN.
0263Q      CALL 'ASREA874' USING SSNTOK-AREA.
0263R      IF NOT STK-FOUND
0263S          DISPLAY 'ASHMA929 -- SSN COULD NOT BE TOKENIZED, '
0263T              'RETURN ' STK-RETURN ', RUN STOPPED'
0263U          MOVE 16 TO RETURN-CODE
0263V          STOP RUN.
0263W      MOVE STK-TOKEN TO W-SSN-IMAGE-N.
0263X      ADD +1 TO TOKENIZED-CNT.
0263Y  C060-EXIT. EXIT.
0263Z      SKIP1
00264  C080-WRITE-REBUILT.
00265      WRITE REBUILT-REC FROM IMAGE-REC.
00266      ADD +1 TO REBUILT-OUT-CNT.
00281          HIST-IN-CNT.
00282      DISPLAY 'TOTAL TRANSACTIONS SELECTED..........: '
00283          SELECTED-CNT.
0283A      DISPLAY 'TOTAL SSNS REPLACED BY TOKEN.........: '
0283B          TOKENIZED-CNT.
0283C      MOVE 'C' TO STK-FUNCTION.
0283D      CALL 'ASREA874' USING SSNTOK-AREA.
00284      CLOSE TRAN-HISTORY, EXTRACT-FILE, PRINT-FILE.
00285  D000-EXIT. EXIT.
00286      SKIP1
00289       AND TH-CYCLE-DATE NOT LESS THAN LINK-DATE-A
00290       AND TH-CYCLE-DATE NOT GREATER THAN LINK-DATE-B
00291          ADD +1 TO SELECTED-CNT
00292          IF TH-TRANS-CODE NOT EQUAL 'DIS '
0292A              MOVE TH-DETAIL (115:11) TO W-SSN-IMAGE
0292B              PERFORM C060-TOKENIZE-SSN THRU C060-EXIT
0292C              MOVE W-SSN-IMAGE TO TH-DETAIL (115:11)
0292D          END-IF
0292E          WRITE EXTRACT-REC FROM TRAN-HIST-REC
00293          MOVE TH-CYCLE-DATE  TO D-CYCLE-DATE
00294          MOVE TH-SEQ         TO D-SEQ
00295          MOVE TH-PROPERTY-NO TO D-PROP
