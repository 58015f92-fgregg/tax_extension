00016 *         THE EXEMPTION AMOUNTS -- THE SAME PICTURE THE
00017 *         ASREA906 CONSOLIDATED STATEMENT PRINTS, ON A SCREEN
00018 *         WHILE THE TAXPAYER IS STANDING THERE.
0018A *         BELOW THE AMOUNTS THE SCREEN SHOWS THE FOUR MOST RECENT
0018B *         NOTICES MAILED TO THE PARCEL (FORM, MAIL DATE, ISSUING
0018C *         PROGRAM, PRESORT TRAY AND ANY MAIL-HOUSE RETURN) FROM
0018D *         THE NOTICE-OF-RECORD HISTORY (CICS FILE NOTHIST, BUILT
0018E *         BY ASREA994), SO THE CLERK CAN ANSWER 'I NEVER GOT A
0018F *         NOTICE' AT THE COUNTER.
00019      SKIP2
00020  ENVIRONMENT DIVISION.
00021  CONFIGURATION SECTION.
00057  01  W-RESP             PIC S9(8) COMP  VALUE +0.
0057A  01  W-RESP2            PIC S9(8) COMP  VALUE +0.
0057B  01  W-REQ-PROP         PIC S9(15) COMP-3 VALUE +0.
0057C      SKIP1
0057D  01  NOTHIST-REC.
0057E  COPY ASNOTHSR1.
0057F      SKIP1
0057G  01  W-NH-KEY.
0057H      05  W-NK-PROP       PIC 9(15).
0057I      05  W-NK-MAIL-DATE  PIC 9(8).
0057J      05  W-NK-FORM-ID    PIC X(4).
0057K      05  W-NK-SOURCE     PIC X(8).
0057L  01  W-NH-END-SW            PIC X      VALUE 'N'.
0057M      88  END-OF-NOTICES                 VALUE 'Y'.
0057N  77  W-NH-CNT            PIC S9(5) COMP-3 VALUE +0.
0057O  77  W-NH-TOTAL          PIC S9(5) COMP-3 VALUE +0.
00058      SKIP1
00059  01  SCREEN-MSG.
00060      05  SM-LINE1.
00086          10  SM-LT-AMT   PIC ZZZ,ZZZ,ZZ9.
00087      05  SM-LINE6.
00088          10  SM-MESSG    PIC X(44)  VALUE SPACES.
0088A      05  SM-LINE7.
0088B          10  FILLER      PIC X(16)  VALUE 'NOTICES ON FILE '.
0088C          10  SM-NH-TOTAL PIC ZZZZ9.
0088D          10  FILLER      PIC X(25)  VALUE
0088E              '  (LATEST FOUR SHOWN)'.
0088F      05  SM-NOTICE   OCCURS 4 TIMES.
0088G          10  SM-NT-FORM  PIC X(4).
0088H          10  FILLER      PIC X(2).
0088I          10  SM-NT-MAIL  PIC X(8).
0088J          10  FILLER      PIC X(2).
0088K          10  SM-NT-SRCE  PIC X(8).
0088L          10  FILLER      PIC X(2).
0088M          10  SM-NT-TRAY  PIC X(5).
0088N          10  FILLER      PIC X(2).
0088O          10  SM-NT-RTN   PIC X(13).
00089  77  SM-LENGTH           PIC S9(4) COMP VALUE +498.
00090      EJECT
00091  PROCEDURE DIVISION.
00092      SKIP1
00177                     SM-HOME-AMT SM-SC-AMT SM-FRZ-AMT
00178                     SM-LT-AMT.
00179      MOVE SPACES TO SM-NAME SM-ADDR.
0179A      MOVE ZEROS  TO SM-NH-TOTAL.
0179B      MOVE SPACES TO SM-NOTICE (1) SM-NOTICE (2)
0179C                     SM-NOTICE (3) SM-NOTICE (4).
00180      SKIP1
00181  0450-FORMAT-RECORD.
00182      MOVE V-PROP       TO SM-PROP.
00204                        SM-FRZ-AMT SM-LT-AMT
00205          MOVE 'NO EQUALIZED VALUATION RECORD ON FILE'
00206              TO SM-MESSG.
0206AA     PERFORM 0460-NOTICE-HISTORY THRU 0460-EXIT.
0206AB     SKIP1
0206AC*    BROWSE THE PARCEL'S NOTICES IN MAIL-DATE ORDER, KEEPING THE
0206AD*    LAST FOUR READ IN THE SCREEN SLOTS (OLDEST SHIFTS OUT).  A
0206AE*    PARCEL WITH NO HISTORY, OR A HISTORY FILE THAT IS CLOSED,
0206AF*    SIMPLY SHOWS NO NOTICES -- THE INQUIRY ITSELF STILL ANSWERS.
0206AG 0460-NOTICE-HISTORY.
0206AH     MOVE ZEROS  TO W-NH-CNT W-NH-TOTAL SM-NH-TOTAL.
0206AI     MOVE SPACES TO SM-NOTICE (1) SM-NOTICE (2)
0206AJ                    SM-NOTICE (3) SM-NOTICE (4).
0206AK     MOVE 'N'    TO W-NH-END-SW.
0206AL     MOVE V-PROP TO W-NK-PROP.
0206AM     MOVE ZEROS  TO W-NK-MAIL-DATE.
0206AN     MOVE LOW-VALUES TO W-NK-FORM-ID W-NK-SOURCE.
0206AO     EXEC CICS STARTBR
0206AP         FILE ('NOTHIST')
0206AQ         RIDFLD (W-NH-KEY)
0206AR         GTEQ
0206AS         RESP (W-RESP)
0206AT     END-EXEC.
0206AU     IF W-RESP NOT EQUAL DFHRESP(NORMAL)
0206AV         GO TO 0460-EXIT.
0206AW     PERFORM 0470-NEXT-NOTICE
0206AX         UNTIL END-OF-NOTICES.
0206AY     EXEC CICS ENDBR
0206AZ         FILE ('NOTHIST')
0206BA         RESP (W-RESP2)
0206BB     END-EXEC.
0206BC     MOVE W-NH-TOTAL TO SM-NH-TOTAL.
0206BD 0460-EXIT.
0206BE     EXIT.
0206BF     SKIP1
0206BG 0470-NEXT-NOTICE.
0206BH     EXEC CICS READNEXT
0206BI         FILE ('NOTHIST')
0206BJ         INTO (NOTHIST-REC)
0206BK         RIDFLD (W-NH-KEY)
0206BL         RESP (W-RESP2)
0206BM     END-EXEC.
0206BN     IF W-RESP2 NOT EQUAL DFHRESP(NORMAL)
0206BO      OR NH-PROP NOT EQUAL V-PROP
0206BP         MOVE 'Y' TO W-NH-END-SW
0206BQ     ELSE
0206BR         ADD +1 TO W-NH-TOTAL
0206BS         PERFORM 0480-FORMAT-NOTICE.
0206BT     SKIP1
0206BU 0480-FORMAT-NOTICE.
0206BV     IF W-NH-CNT LESS THAN +4
0206BW         ADD +1 TO W-NH-CNT
0206BX     ELSE
0206BY         MOVE SM-NOTICE (2) TO SM-NOTICE (1)
0206BZ         MOVE SM-NOTICE (3) TO SM-NOTICE (2)
0206CA         MOVE SM-NOTICE (4) TO SM-NOTICE (3).
0206CB     MOVE SPACES        TO SM-NOTICE (W-NH-CNT).
0206CC     MOVE NH-FORM-ID    TO SM-NT-FORM (W-NH-CNT).
0206CD     MOVE NH-MAIL-DATE  TO SM-NT-MAIL (W-NH-CNT).
0206CE     MOVE NH-SOURCE     TO SM-NT-SRCE (W-NH-CNT).
0206CF     IF NH-TRAY-NO NOT EQUAL ZEROS
0206CG         MOVE NH-TRAY-NO TO SM-NT-TRAY (W-NH-CNT).
0206CH     IF NH-RTN-UNDELIVERABLE
0206CI         STRING 'UNDLV ' NH-RETURN-DATE DELIMITED BY SIZE
0206CJ             INTO SM-NT-RTN (W-NH-CNT).
0206CK     IF NH-RTN-FORWARDED
0206CL         STRING 'FWD   ' NH-RETURN-DATE DELIMITED BY SIZE
0206CM             INTO SM-NT-RTN (W-NH-CNT).
00207      SKIP1
00208  0500-SEND-SCREEN.
00209      EXEC CICS SEND TEXT
