00013 *         PARCEL, UNDER THE TAX YEAR PASSED IN THE PARM, AND
00014 *         APPLIES CONSOLIDATION AND RENUMBER ADJUSTMENT CARDS
00015 *         (ACTION C OR R WITH CHILD, PARENT AND EFFECTIVE YEAR).
00016 *         A RECORD ALREADY ON THE MASTER FOR THE SAME CHILD, YEAR
00017 *         AND PARENT IS REPLACED.  EVERY POSTING IS LISTED.
0017A *         THE TAX YEAR PARM IS CHECKED AT START AGAINST THE
0017B *         CENTRAL CYCLE CONTROL RECORD THROUGH DPRUN004; A PARM
0017C *         YEAR THAT DISAGREES STOPS THE RUN.
0017D *         EACH POSTING CARRIES THE SUCCESSOR'S PRORATION SHARE
0017E *         (GN-PRORATE) -- PR-PRORATE FROM THE DIVISION FEED, OR
0017F *         COLUMNS 36-42 (9V9(6)) OF AN ADJUSTMENT CARD, WHERE
0017G *         BLANK MEANS THE WHOLE PARCEL (1.000000).
0017H *         THE MASTER IS KEYED BY CHILD, YEAR AND PARENT SO THAT
0017I *         EVERY PARENT OF A CONSOLIDATION IS KEPT.  A DIVISION
0017J *         OR RENUMBER GIVES THE CHILD ONE PARENT FOR THE YEAR AND
0017K *         SUPERSEDES THE CHILD'S OTHER RECORDS FOR THAT YEAR; A
0017L *         CONSOLIDATION SUPERSEDES ALL BUT THE OTHER CONSOLIDATING
0017M *         PARENTS.  A SUPERSEDED RECORD IS DELETED AND LISTED.
00018      SKIP2
00019  ENVIRONMENT DIVISION.
00020  CONFIGURATION SECTION.
00027      SELECT ADJUST-FILE    ASSIGN TO UT-S-GENADJ.
00028      SELECT PCLGEN-FILE    ASSIGN TO DA-PCLGEN
00029        ORGANIZATION IS INDEXED
00030        ACCESS IS DYNAMIC
00031        RECORD KEY IS GN-KEY
00032        FILE STATUS IS GEN-STATUS.
00033      SELECT PRINT-FILE     ASSIGN TO UT-S-PRINT.
00062      05  AJ-EFF-YEAR     PIC X(4).
00063      05  AJ-EFF-YEAR-N REDEFINES AJ-EFF-YEAR
00064                          PIC 9(4).
0064A      05  AJ-PRORATE      PIC X(7).
0064B      05  AJ-PRORATE-N REDEFINES AJ-PRORATE
0064C                          PIC 9V9(6).
0064D      05  FILLER          PIC X(38).
00066      SKIP2
00067  FD  PCLGEN-FILE
00068      RECORD CONTAINS 60 CHARACTERS
00088      88  END-OF-PR-FILE                   VALUE 'Y'.
00089  77  ADJ-EOF-SW                PIC X      VALUE 'N'.
00090      88  END-OF-ADJ-FILE                  VALUE 'Y'.
0090A  77  SCAN-END-SW               PIC X      VALUE 'N'.
0090B      88  END-OF-CHILD-SCAN                VALUE 'Y'.
00091      SKIP1
00092  77  GEN-STATUS                PIC XX     VALUE '00'.
00093      SKIP1
00095  77  ADJ-IN-CNT        COMP-3  PIC S9(7)  VALUE +0.
00096  77  GEN-ADDED-CNT     COMP-3  PIC S9(7)  VALUE +0.
00097  77  GEN-REPLACED-CNT  COMP-3  PIC S9(7)  VALUE +0.
0097A  77  GEN-DROPPED-CNT   COMP-3  PIC S9(7)  VALUE +0.
00098  77  SAME-AS-KEY-CNT   COMP-3  PIC S9(7)  VALUE +0.
00099  77  REJECTED-CNT      COMP-3  PIC S9(7)  VALUE +0.
00100      SKIP1
00103  77  W-PARENT                  PIC 9(15)  VALUE ZEROS.
00104  77  W-ACTION                  PIC X      VALUE SPACE.
00105  77  W-EFF-YEAR                PIC 9(4)   VALUE ZEROS.
0105A  77  W-PRORATE                 PIC 9V9(6) VALUE ZEROS.
00106      SKIP1
0106A  01  CYCLK-AREA.
0106B  COPY DPCYCLKR1.
0106C      SKIP1
00107  01  ACPT-DATE                  PIC 9(6).
00108  01  ACPT-DATE-X REDEFINES ACPT-DATE.
00109      05  ACPT-YR                PIC 99.
00143      05  AL-PARENT       PIC 9(15).
00144      05  FILLER          PIC X(2)   VALUE SPACES.
00145      05  AL-EFF-YEAR     PIC 9(4).
0145A      05  FILLER          PIC X(2)   VALUE SPACES.
0145B      05  AL-PRORATE      PIC 9.9(6).
00146      05  FILLER          PIC X(2)   VALUE SPACES.
00147      05  AL-MESSG        PIC X(30).
00148      EJECT
00160          DISPLAY 'ASREA941 -- PARM MUST BE THE 4-DIGIT TAX YEAR'
00161          MOVE 16 TO RETURN-CODE
00162          STOP RUN.
0162A      MOVE 'ASREA941' TO CK-CALLER.
0162B      MOVE LINK-TAX-YEAR TO CK-CARD-YEAR.
0162C      CALL 'DPRUN004' USING CYCLK-AREA.
0162D      MOVE CK-TAX-YEAR TO LINK-TAX-YEAR.
00163      IF LINK-TAX-YEAR NOT NUMERIC
00164          OR LINK-TAX-YEAR EQUAL ZEROS
00165          DISPLAY 'ASREA941 -- INVALID TAX YEAR PARM '
00196          GEN-ADDED-CNT.
00197      DISPLAY 'TOTAL GENEALOGY RECORDS REPLACED.....: '
00198          GEN-REPLACED-CNT.
0198A      DISPLAY 'TOTAL GENEALOGY RECORDS SUPERSEDED...: '
0198B          GEN-DROPPED-CNT.
00199      DISPLAY 'TOTAL FEED ENTRIES CHILD = PARENT....: '
00200          SAME-AS-KEY-CNT.
00201      DISPLAY 'TOTAL TRANSACTIONS REJECTED..........: '
00214          MOVE PR-KEYPCL     TO W-PARENT
00215          MOVE 'D'           TO W-ACTION
00216          MOVE LINK-TAX-YEAR TO W-EFF-YEAR
0216A          MOVE PR-PRORATE    TO W-PRORATE
00217          PERFORM A050-POST-RECORD THRU A050-EXIT.
00218      PERFORM A030-READ-PRORATION THRU A030-EXIT.
00219  A020-EXIT. EXIT.
00223          OR AJ-CHILD NOT NUMERIC
00224          OR AJ-PARENT NOT NUMERIC
00225          OR AJ-EFF-YEAR NOT NUMERIC
0225A          OR (AJ-PRORATE NOT EQUAL SPACES
0225B              AND AJ-PRORATE NOT NUMERIC)
00226          ADD +1 TO REJECTED-CNT
00227          MOVE SPACES TO AUDIT-LINE
00228          MOVE 'REJECTED' TO AL-TAG
00234          MOVE AJ-PARENT-N   TO W-PARENT
00235          MOVE AJ-ACTION     TO W-ACTION
00236          MOVE AJ-EFF-YEAR-N TO W-EFF-YEAR
0236A          IF AJ-PRORATE EQUAL SPACES
0236B              MOVE 1 TO W-PRORATE
0236C          ELSE
0236D              MOVE AJ-PRORATE-N TO W-PRORATE
0236E          END-IF
00237          PERFORM A050-POST-RECORD THRU A050-EXIT.
00238      PERFORM A035-READ-ADJUST THRU A035-EXIT.
00239  A025-EXIT. EXIT.
00253  A035-EXIT. EXIT.
00254      SKIP1
00255  A050-POST-RECORD.
0255A      MOVE W-CHILD    TO GN-CHILD.
0255B      MOVE W-EFF-YEAR TO GN-EFF-YEAR.
0255C      MOVE ZEROS      TO GN-PARENT.
0255D      MOVE 'N' TO SCAN-END-SW.
0255E      START PCLGEN-FILE KEY NOT LESS THAN GN-KEY.
0255F      IF GEN-STATUS EQUAL '00'
0255G          PERFORM A055-SCAN-CHILD THRU A055-EXIT
0255H              UNTIL END-OF-CHILD-SCAN.
00256      MOVE W-CHILD    TO GN-CHILD.
00257      MOVE W-EFF-YEAR TO GN-EFF-YEAR.
0257A      MOVE W-PARENT   TO GN-PARENT.
00258      READ PCLGEN-FILE.
00259      IF GEN-STATUS EQUAL '00'
00260          MOVE W-PARENT   TO GN-PARENT
00261          MOVE W-ACTION   TO GN-ACTION
00262          MOVE W-RUN-DATE TO GN-POST-DATE
0262A          MOVE W-PRORATE  TO GN-PRORATE
00263          REWRITE PCLGEN-REC
00264          IF GEN-STATUS EQUAL '00'
00265              ADD +1 TO GEN-REPLACED-CNT
00276          MOVE W-PARENT   TO GN-PARENT
00277          MOVE W-ACTION   TO GN-ACTION
00278          MOVE W-RUN-DATE TO GN-POST-DATE
0278A          MOVE W-PRORATE  TO GN-PRORATE
00279          WRITE PCLGEN-REC
00280          IF GEN-STATUS EQUAL '00'
00281              ADD +1 TO GEN-ADDED-CNT
00288          END-IF
00289      END-IF.
00290  A050-EXIT. EXIT.
0290A      SKIP1
0290B *    STEP THROUGH THE CHILD'S RECORDS FOR THE YEAR AND DELETE
0290C *    THOSE THE POSTING SUPERSEDES.  THE RECORD FOR THE POSTING'S
0290D *    OWN PARENT IS LEFT FOR A050-POST-RECORD TO REPLACE.
0290E  A055-SCAN-CHILD.
0290F      READ PCLGEN-FILE NEXT RECORD.
0290G      IF GEN-STATUS NOT EQUAL '00'
0290H          OR GN-CHILD NOT EQUAL W-CHILD
0290I          OR GN-EFF-YEAR NOT EQUAL W-EFF-YEAR
0290J          MOVE 'Y' TO SCAN-END-SW
0290K          GO TO A055-EXIT.
0290L      IF GN-PARENT EQUAL W-PARENT
0290M          GO TO A055-EXIT.
0290N      IF W-ACTION EQUAL 'C'
0290O       AND GN-CONSOLIDATION
0290P          GO TO A055-EXIT.
0290Q      DELETE PCLGEN-FILE RECORD.
0290R      IF GEN-STATUS NOT EQUAL '00'
0290S          ADD +1 TO REJECTED-CNT
0290T          DISPLAY 'ASREA941 -- DELETE FAILED, STATUS '
0290U              GEN-STATUS ' CHILD ' W-CHILD
0290V          GO TO A055-EXIT.
0290W      ADD +1 TO GEN-DROPPED-CNT.
0290X      MOVE SPACES      TO AUDIT-LINE.
0290Y      MOVE 'DROPPED ' TO AL-TAG.
0290Z      MOVE GN-ACTION   TO AL-ACTION.
0290AA     MOVE GN-CHILD    TO AL-CHILD.
0290AB     MOVE GN-PARENT   TO AL-PARENT.
0290AC     MOVE GN-EFF-YEAR TO AL-EFF-YEAR.
0290AD     IF GN-PRORATE NUMERIC
0290AE         MOVE GN-PRORATE TO AL-PRORATE.
0290AF     MOVE 'SUPERSEDED BY THIS POSTING' TO AL-MESSG.
0290AG     PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
0290AH A055-EXIT. EXIT.
00291      SKIP1
00292  A060-AUDIT-POST.
00293      MOVE W-ACTION   TO AL-ACTION.
00294      MOVE W-CHILD    TO AL-CHILD.
00295      MOVE W-PARENT   TO AL-PARENT.
00296      MOVE W-EFF-YEAR TO AL-EFF-YEAR.
0296A      MOVE W-PRORATE  TO AL-PRORATE.
00297      MOVE SPACES     TO AL-MESSG.
00298      PERFORM A090-WRITE-AUDIT THRU A090-EXIT.
00299  A060-EXIT. EXIT.
