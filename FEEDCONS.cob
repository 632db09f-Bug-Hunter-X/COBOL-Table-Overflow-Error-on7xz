      *
      *              AN UNUSED SOURCE DD MAY BE CODED DD DUMMY - AN
      *              EMPTY SOURCE IS SIMPLY NOT PRESENT, NOT AN
      *              ERROR.  WHETHER IT SHOULD HAVE BEEN PRESENT IS
      *              THE PROCESSING CALENDAR'S CALL (CALREC.CPY):
      *              TONIGHT'S RUN DATE IS THE PROCESSING DATE, AND
      *              WHEN IT IS A BUSINESS DAY EVERY SOURCE THE
      *              CALENDAR HAS DUE THAT WEEKDAY (LESS ITS OWN
      *              REGIONAL HOLIDAYS) MUST ARRIVE UNDER ITS SOURCE
      *              ID IN ONE OF THE FEED SLOTS.  ONE THAT DOES NOT
      *              IS REPORTED MISSING AND RAISES OPERATOR ALERT
      *              A005.  A SOURCE NOT DUE TONIGHT THAT SENDS
      *              ANYWAY IS TAKEN ON ITS CONTROLS AS BEFORE.
      *
      *              THE CALENDAR ALSO JUDGES EACH HEADER'S FEED
      *              DATE AGAINST THE BUSINESS DATE (THE LATEST
      *              BUSINESS DAY ON OR BEFORE THE RUN DATE): A
      *              DATE THAT IS NOT A VALID DATE OR NOT A BUSINESS
      *              DAY, IS AFTER THE BUSINESS DATE, OR IS OLDER
      *              THAN THE BUSINESS DAY BEFORE IT REFUSES THE
      *              SOURCE AND RAISES ALERT A006.  A FEED FOR THE
      *              PRIOR BUSINESS DAY IS ACCEPTED AND FLAGGED LATE
      *              ON THE REPORT.  THE ALERTS GO TO THE FEED ALERT
      *              FILE (FEEDALRT), WHICH MORNBRF BRIEFS AND FILES
      *              TO THE ALERT HISTORY.  WITH NO CALENDAR CARDS
      *              NEITHER CHECK IS MADE.
      *
      * RETURN CODES:
      *              00 - ALL PRESENT SOURCES ACCEPTED
      *              04 - AT LEAST ONE SOURCE REFUSED, OR A SOURCE
      *                   DUE TONIGHT IS MISSING - THE GOOD SOURCES
      *                   WERE CONSOLIDATED AND THE STREAM CONTINUES
      *                   WITHOUT THE BAD OR MISSING ONE
      *              08 - NO SOURCE COULD BE ACCEPTED - NOTHING
      *                   CONSOLIDATED, SCHEDULER HOLDS THE STREAM
      *              16 - CONSOLIDATED OUTPUT COULD NOT BE OPENED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT OPTIONAL CALENDAR-FILE
               ASSIGN TO CALFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT FEED-ALERT-FILE
               ASSIGN TO FEEDALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO RPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT TIMING-FILE
               ASSIGN TO TIMEHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE-1

       FD  CONS-FILE
           RECORDING MODE IS F.
       01  CONS-FILE-RECORD         PIC X(58).

       FD  RUN-REGISTRY
           RECORDING MODE IS F.
       01  RUN-REGISTRY-RECORD      PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-FILE-RECORD     PIC X(80).

       FD  FEED-ALERT-FILE
           RECORDING MODE IS F.
       01  FEED-ALERT-RECORD        PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-FILE-RECORD       PIC X(132).

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-FILE-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
      * TRANSACTION FEED HEADER/TRAILER/DETAIL VIEWS
           COPY TRANREC.
      * RUN REGISTRY RECORD - COMPLETED-FEED GUARD
           COPY RUNREG.

      * PROCESSING CALENDAR CARD - WHICH SOURCES ARE DUE WHEN
           COPY CALREC.

      * OPERATOR ALERT RECORD - A005 / A006
           COPY ALERTREC.

      * BATCH WINDOW TIMING ROW - START AND END OF THIS STEP
           COPY TIMREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-FEED-STATUS       PIC XX.
               88  WS-FEED-OK           VALUE '00' '05'.
               88  WS-CONS-OK           VALUE '00'.
           05  WS-REG-STATUS        PIC XX.
               88  WS-REG-OK            VALUE '00' '05'.
           05  WS-CAL-STATUS        PIC XX.
               88  WS-CAL-OK            VALUE '00' '05'.
           05  WS-ALRT-STATUS       PIC XX.
               88  WS-ALRT-OK           VALUE '00'.
           05  WS-RPT-STATUS        PIC XX.
               88  WS-RPT-OK            VALUE '00'.
           05  WS-TIME-STATUS       PIC XX.
               88  WS-TIME-OK           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FEED-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-DUPLICATE-FEED    VALUE 'Y'.
           05  WS-SRC-DONE-SW       PIC X VALUE 'N'.
               88  WS-SOURCE-DONE       VALUE 'Y'.
           05  WS-CAL-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-END-OF-CALENDAR   VALUE 'Y'.
           05  WS-CAL-LOADED-SW     PIC X VALUE 'N'.
               88  WS-CALENDAR-LOADED   VALUE 'Y'.
           05  WS-DUE-TONIGHT-SW    PIC X VALUE 'N'.
               88  WS-FEEDS-DUE-TONIGHT VALUE 'Y'.
           05  WS-BUSINESS-DAY-SW   PIC X VALUE 'N'.
               88  WS-IS-BUSINESS-DAY   VALUE 'Y'.
           05  WS-HOLIDAY-HIT-SW    PIC X VALUE 'N'.
               88  WS-HOLIDAY-HIT       VALUE 'Y'.
           05  WS-BUSDAY-HIT-SW     PIC X VALUE 'N'.
               88  WS-BUSDAY-HIT        VALUE 'Y'.
           05  WS-REGION-OFF-SW     PIC X VALUE 'N'.
               88  WS-REGION-OFF        VALUE 'Y'.
           05  WS-DATE-VALID-SW     PIC X VALUE 'N'.
               88  WS-DATE-VALID        VALUE 'Y'.
           05  WS-DATE-REFUSED-SW   PIC X VALUE 'N'.
               88  WS-DATE-REFUSED      VALUE 'Y'.
           05  WS-LATE-FEED-SW      PIC X VALUE 'N'.
               88  WS-LATE-FEED         VALUE 'Y'.
           05  WS-SOURCE-SEEN-SW    PIC X VALUE 'N'.
               88  WS-SOURCE-SEEN       VALUE 'Y'.
           05  WS-ALRT-OPEN-SW      PIC X VALUE 'N'.
               88  WS-ALERT-FILE-OPEN   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SRC-NO            PIC 9(2) VALUE ZERO.
           05  WS-PRESENT-COUNT     PIC 9(2) VALUE ZERO.
           05  WS-ACCEPTED-COUNT    PIC 9(2) VALUE ZERO.
           05  WS-REFUSED-COUNT     PIC 9(2) VALUE ZERO.
           05  WS-MISSING-COUNT     PIC 9(2) VALUE ZERO.
           05  WS-ALERT-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-CAL-CARD-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-CAL-SUB           PIC 9(3) VALUE ZERO.
           05  WS-EXP-SUB           PIC 9(2) VALUE ZERO.
           05  WS-STEP-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-COMB-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-COMB-HASH         PIC 9(12) VALUE ZERO.
           05  WS-COMB-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05  WS-CURRENT-TIME      PIC X(06).
           05  WS-COMB-FEED-DATE    PIC X(08) VALUE SPACES.
           05  WS-FEED-RECORD       PIC X(50).
           05  WS-BUSINESS-DATE     PIC X(08) VALUE SPACES.
           05  WS-PRIOR-BUS-DATE    PIC X(08) VALUE SPACES.
           05  WS-DATE-REASON       PIC X(30) VALUE SPACES.

      * THE PROCESSING CALENDAR AS LOADED FROM CALFILE - THE WEEKDAY
      * MASK (MONDAY FIRST), EVERY HOLIDAY AND EXTRA BUSINESS DAY,
      * AND EVERY SOURCE EXPECTED TO SEND WITH ITS STATE TONIGHT.
       01  WS-CALENDAR-TABLES.
           05  WS-CAL-WEEK-MASK     PIC X(07) VALUE 'YYYYYNN'.
           05  WS-CAL-DATE-COUNT    PIC 9(3) VALUE ZERO.
           05  WS-CAL-DATE-MAX      PIC 9(3) VALUE 400.
           05  WS-CAL-DATE-ENTRY OCCURS 400 TIMES.
               10  WS-CD-TYPE       PIC X(01).
                   88  WS-CD-HOLIDAY    VALUE 'H'.
                   88  WS-CD-BUSDAY     VALUE 'B'.
               10  WS-CD-DATE       PIC X(08).
               10  WS-CD-SOURCE-ID  PIC X(08).
           05  WS-EXP-COUNT         PIC 9(2) VALUE ZERO.
           05  WS-EXP-MAX           PIC 9(2) VALUE 20.
           05  WS-EXP-ENTRY OCCURS 20 TIMES.
               10  WS-EXP-SOURCE-ID PIC X(08).
               10  WS-EXP-MASK      PIC X(07).
               10  WS-EXP-STATE     PIC X(12).
                   88  WS-EXP-DUE       VALUE 'DUE'.

      * CALENDAR ARITHMETIC ON ONE DATE AT A TIME.  THE WEEKDAY IS
      * ZELLER'S CONGRUENCE - 0 SATURDAY, 1 SUNDAY, 2 MONDAY ...
      * 6 FRIDAY - TURNED INTO A POSITION IN THE MONDAY-FIRST MASKS.
       01  WS-DATE-ARITHMETIC.
           05  WS-TEST-DATE         PIC X(08).
           05  WS-TEST-DATE-PARTS REDEFINES WS-TEST-DATE.
               10  WS-T-YEAR        PIC 9(4).
               10  WS-T-MONTH       PIC 9(2).
               10  WS-T-DAY         PIC 9(2).
           05  WS-T-MONTH-DAYS      PIC 9(2) VALUE ZERO.
           05  WS-Z-YEAR            PIC 9(4) VALUE ZERO.
           05  WS-Z-MONTH           PIC 9(2) VALUE ZERO.
           05  WS-Z-MONTH-TERM      PIC 9(4) VALUE ZERO.
           05  WS-Z-YEAR-4          PIC 9(4) VALUE ZERO.
           05  WS-Z-YEAR-100        PIC 9(4) VALUE ZERO.
           05  WS-Z-YEAR-400        PIC 9(4) VALUE ZERO.
           05  WS-Z-SUM             PIC 9(6) VALUE ZERO.
           05  WS-Z-QUOTIENT        PIC 9(6) VALUE ZERO.
           05  WS-WEEKDAY           PIC 9(1) VALUE ZERO.
           05  WS-MASK-POS          PIC 9(1) VALUE ZERO.
           05  WS-LEAP-QUOTIENT     PIC 9(4) VALUE ZERO.
           05  WS-LEAP-REM-4        PIC 9(4) VALUE ZERO.
           05  WS-LEAP-REM-100      PIC 9(4) VALUE ZERO.
           05  WS-LEAP-REM-400      PIC 9(4) VALUE ZERO.
       01  WS-MONTH-LENGTHS.
           05  FILLER               PIC X(24) VALUE
                   '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05  WS-MONTH-LENGTH      PIC 9(2) OCCURS 12 TIMES.

      * ONE CONTROL ENTRY PER SOURCE FEED.  THE VALIDATION PASS
      * FILLS IT; THE COPY PASS AND THE REPORT READ IT BACK.
           05  RPT-S-REASON         PIC X(30).
           05  FILLER               PIC X(31) VALUE SPACE.

       01  RPT-EXP-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(16) VALUE
                   'EXPECTED SOURCE '.
           05  RPT-E-SOURCE-ID      PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-E-STATE          PIC X(12).
           05  FILLER               PIC X(93) VALUE SPACE.

       01  RPT-DETAIL-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-D-LABEL          PIC X(40).
               PERFORM 2000-VALIDATE-ONE-SOURCE
                   VARYING WS-SRC-NO FROM 1 BY 1
                   UNTIL WS-SRC-NO > 4
               IF WS-CALENDAR-LOADED
                   PERFORM 2700-CHECK-EXPECTED-SOURCE
                       VARYING WS-EXP-SUB FROM 1 BY 1
                       UNTIL WS-EXP-SUB > WS-EXP-COUNT
               END-IF
               IF WS-ACCEPTED-COUNT > ZERO
                   PERFORM 4000-WRITE-COMBINED-HEADER
                   PERFORM 4100-COPY-ONE-SOURCE
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-REFUSED-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN WS-MISSING-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
               DISPLAY 'FEED CONSOLIDATION COMPLETE - '
                       WS-ACCEPTED-COUNT ' ACCEPTED, '
                       WS-REFUSED-COUNT ' REFUSED, '
                       WS-MISSING-COUNT ' MISSING, '
                       WS-COMB-COUNT ' DETAILS MERGED'
           ELSE
               DISPLAY 'FEEDCONS TERMINATING - CONSFEED UNAVAILABLE'
           END-IF
           CLOSE CONS-FILE
           CLOSE FEED-ALERT-FILE
           CLOSE REPORT-FILE
           PERFORM 9810-WRITE-TIMING-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-ID(1:6)
           MOVE '06'                 TO WS-RUN-ID(7:2)
           PERFORM 9800-WRITE-TIMING-START
           INITIALIZE WS-SOURCE-CONTROLS
           OPEN OUTPUT CONS-FILE
           IF NOT WS-CONS-OK
           IF NOT WS-RPT-OK
               DISPLAY 'UNABLE TO OPEN RPTFILE - STATUS '
                       WS-RPT-STATUS
           END-IF
           OPEN OUTPUT FEED-ALERT-FILE
           IF WS-ALRT-OK
               SET WS-ALERT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'UNABLE TO OPEN FEEDALRT - STATUS '
                       WS-ALRT-STATUS ' - ALERTS TO CONSOLE ONLY'
           END-IF
           PERFORM 1200-LOAD-CALENDAR.

      ******************************************************************
      * PROCESSING CALENDAR - AN ABSENT OR EMPTY CALFILE LEAVES BOTH
      * CALENDAR CHECKS OFF AND THE RUN BEHAVES AS IT ALWAYS HAS.
      ******************************************************************
       1200-LOAD-CALENDAR.
           MOVE 'N' TO WS-CAL-EOF-SWITCH
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-OK
               PERFORM 1210-READ-CALENDAR-CARD
               PERFORM 1220-TAKE-CALENDAR-CARD
                   UNTIL WS-END-OF-CALENDAR
           END-IF
           CLOSE CALENDAR-FILE
           IF WS-CAL-CARD-COUNT = ZERO
               DISPLAY 'NO PROCESSING CALENDAR - EXPECTED FEEDS '
                       'NOT CHECKED'
           ELSE
               SET WS-CALENDAR-LOADED TO TRUE
               PERFORM 1300-SET-BUSINESS-DATES
           END-IF.

       1210-READ-CALENDAR-CARD.
           READ CALENDAR-FILE INTO CAL-RECORD
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SWITCH
           END-READ.

       1220-TAKE-CALENDAR-CARD.
           ADD 1 TO WS-CAL-CARD-COUNT
           EVALUATE TRUE
               WHEN CAL-WEEKDAYS-CARD
                   IF CAL-DAY-MASK NOT = SPACES
                       MOVE CAL-DAY-MASK TO WS-CAL-WEEK-MASK
                   END-IF
               WHEN CAL-HOLIDAY-CARD OR CAL-BUSDAY-CARD
                   IF WS-CAL-DATE-COUNT < WS-CAL-DATE-MAX
                       ADD 1 TO WS-CAL-DATE-COUNT
                       MOVE CAL-CARD-TYPE(1:1)
                            TO WS-CD-TYPE(WS-CAL-DATE-COUNT)
                       MOVE CAL-DATE
                            TO WS-CD-DATE(WS-CAL-DATE-COUNT)
                       MOVE CAL-SOURCE-ID
                            TO WS-CD-SOURCE-ID(WS-CAL-DATE-COUNT)
                   ELSE
                       DISPLAY 'CALFILE DATE TABLE FULL - CARD '
                               'IGNORED: ' CAL-CARD-TYPE ' ' CAL-DATE
                   END-IF
               WHEN CAL-SOURCE-CARD
                   IF WS-EXP-COUNT < WS-EXP-MAX
                       ADD 1 TO WS-EXP-COUNT
                       MOVE CAL-SOURCE-ID
                            TO WS-EXP-SOURCE-ID(WS-EXP-COUNT)
                       IF CAL-DAY-MASK = SPACES
                           MOVE 'YYYYYYY'
                                TO WS-EXP-MASK(WS-EXP-COUNT)
                       ELSE
                           MOVE CAL-DAY-MASK
                                TO WS-EXP-MASK(WS-EXP-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'CALFILE SOURCE TABLE FULL - CARD '
                               'IGNORED: ' CAL-SOURCE-ID
                   END-IF
               WHEN OTHER
                   DISPLAY 'CALFILE CARD IGNORED: ' CAL-CARD-TYPE
                           ' ' CAL-DATE
           END-EVALUATE
           PERFORM 1210-READ-CALENDAR-CARD.

       1300-SET-BUSINESS-DATES.
      * THE RUN DATE IS THE PROCESSING DATE.  FEEDS ARE DUE ONLY ON A
      * BUSINESS DAY; THE BUSINESS DATE IS THE LATEST BUSINESS DAY ON
      * OR BEFORE THE RUN DATE, AND THE ONE BEFORE IT IS THE OLDEST
      * FEED DATE STILL TAKEN (AS A LATE FEED).
           MOVE WS-CURRENT-DATE TO WS-TEST-DATE
           PERFORM 6000-TEST-BUSINESS-DAY
           IF WS-IS-BUSINESS-DAY
               SET WS-FEEDS-DUE-TONIGHT TO TRUE
           ELSE
               PERFORM 6200-FIND-PRIOR-BUSINESS-DAY
           END-IF
           MOVE WS-TEST-DATE TO WS-BUSINESS-DATE
           PERFORM 6200-FIND-PRIOR-BUSINESS-DAY
           MOVE WS-TEST-DATE TO WS-PRIOR-BUS-DATE
           PERFORM 1310-SET-ONE-SOURCE-DUE
               VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB > WS-EXP-COUNT
           DISPLAY 'BUSINESS DATE ' WS-BUSINESS-DATE
                   '  PRIOR BUSINESS DATE ' WS-PRIOR-BUS-DATE.

       1310-SET-ONE-SOURCE-DUE.
           MOVE 'NOT DUE' TO WS-EXP-STATE(WS-EXP-SUB)
           IF WS-FEEDS-DUE-TONIGHT
               MOVE WS-CURRENT-DATE TO WS-TEST-DATE
               PERFORM 6100-COMPUTE-WEEKDAY
               IF WS-EXP-MASK(WS-EXP-SUB)(WS-MASK-POS:1) = 'Y'
                   MOVE 'N' TO WS-REGION-OFF-SW
                   PERFORM 1320-TEST-REGIONAL-HOLIDAY
                       VARYING WS-CAL-SUB FROM 1 BY 1
                       UNTIL WS-CAL-SUB > WS-CAL-DATE-COUNT
                   IF WS-REGION-OFF
                       MOVE 'REGION OFF' TO WS-EXP-STATE(WS-EXP-SUB)
                   ELSE
                       MOVE 'DUE'        TO WS-EXP-STATE(WS-EXP-SUB)
                   END-IF
               END-IF
           END-IF.

       1320-TEST-REGIONAL-HOLIDAY.
           IF WS-CD-HOLIDAY(WS-CAL-SUB)
                   AND WS-CD-DATE(WS-CAL-SUB) = WS-CURRENT-DATE
                   AND WS-CD-SOURCE-ID(WS-CAL-SUB) =
                       WS-EXP-SOURCE-ID(WS-EXP-SUB)
               SET WS-REGION-OFF TO TRUE
           END-IF.

      ******************************************************************
           END-IF.

       2500-APPLY-SOURCE-CONTROLS.
      * A BAD FEED DATE REFUSES THE SOURCE AND RAISES A006 WHATEVER
      * ELSE IS WRONG WITH IT.  AN OUT-OF-BALANCE CONTROL STILL GIVES
      * THE REPORTED REASON.
           PERFORM 2550-CHECK-FEED-DATE
           IF WS-DATE-REASON NOT = SPACES
               SET WS-SRC-REFUSED(WS-SRC-NO) TO TRUE
               SET WS-DATE-REFUSED TO TRUE
               MOVE WS-DATE-REASON
                    TO WS-SRC-REASON(WS-SRC-NO)
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-SOURCE-DONE
                   SET WS-SRC-REFUSED(WS-SRC-NO) TO TRUE
                   SET WS-SRC-REFUSED(WS-SRC-NO) TO TRUE
                   MOVE 'AMOUNT TOTAL OUT OF BALANCE'
                        TO WS-SRC-REASON(WS-SRC-NO)
               WHEN WS-DATE-REFUSED
                   CONTINUE
               WHEN WS-COMB-FEED-DATE NOT = SPACES
                       AND WS-SRC-FEED-DATE(WS-SRC-NO)
                           NOT = WS-COMB-FEED-DATE
                   ELSE
                       SET WS-SRC-ACCEPTED(WS-SRC-NO) TO TRUE
                       ADD 1 TO WS-ACCEPTED-COUNT
                       IF WS-LATE-FEED
                           MOVE 'PRIOR BUSINESS DAY - LATE FEED'
                                TO WS-SRC-REASON(WS-SRC-NO)
                       END-IF
                       IF WS-COMB-FEED-DATE = SPACES
                           MOVE WS-SRC-FEED-DATE(WS-SRC-NO)
                                TO WS-COMB-FEED-DATE
               DISPLAY 'SOURCE ' WS-SRC-NO ' ('
                       WS-SRC-SOURCE-ID(WS-SRC-NO) ') REFUSED - '
                       WS-SRC-REASON(WS-SRC-NO)
           END-IF
           IF WS-DATE-REFUSED
               MOVE SPACES TO ALERT-RECORD
               MOVE 'A006'                      TO ALERT-CODE
               MOVE WS-SRC-NO                   TO ALERT-INPUT-SEQ
               MOVE WS-DATE-REASON              TO ALERT-TEXT
               MOVE WS-SRC-SOURCE-ID(WS-SRC-NO) TO ALERT-SOURCE-ID
               PERFORM 2800-RAISE-ALERT
           END-IF.

       2550-CHECK-FEED-DATE.
      * THE HEADER FEED DATE AGAINST THE CALENDAR'S BUSINESS DATE.
      * ONLY THE PRIOR BUSINESS DAY IS TAKEN LATE; ANYTHING ELSE THAT
      * IS NOT THE BUSINESS DATE REFUSES THE SOURCE.
           MOVE SPACES TO WS-DATE-REASON
           MOVE 'N'    TO WS-DATE-REFUSED-SW
           MOVE 'N'    TO WS-LATE-FEED-SW
           IF WS-CALENDAR-LOADED
               MOVE WS-SRC-FEED-DATE(WS-SRC-NO) TO WS-TEST-DATE
               PERFORM 2560-VALIDATE-TEST-DATE
               EVALUATE TRUE
                   WHEN NOT WS-DATE-VALID
                       MOVE 'FEED DATE NOT A VALID DATE'
                            TO WS-DATE-REASON
                   WHEN WS-TEST-DATE > WS-BUSINESS-DATE
                       MOVE 'FEED DATE IN THE FUTURE'
                            TO WS-DATE-REASON
                   WHEN OTHER
                       PERFORM 6000-TEST-BUSINESS-DAY
                       EVALUATE TRUE
                           WHEN NOT WS-IS-BUSINESS-DAY
                               MOVE 'FEED DATE NOT A BUSINESS DAY'
                                    TO WS-DATE-REASON
                           WHEN WS-TEST-DATE < WS-PRIOR-BUS-DATE
                               MOVE 'FEED DATE > 1 BUSINESS DAY OLD'
                                    TO WS-DATE-REASON
                           WHEN WS-TEST-DATE < WS-BUSINESS-DATE
                               SET WS-LATE-FEED TO TRUE
                       END-EVALUATE
               END-EVALUATE
           END-IF.

       2560-VALIDATE-TEST-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW
           IF WS-TEST-DATE NUMERIC
               IF WS-T-MONTH > ZERO AND WS-T-MONTH < 13
                   PERFORM 6300-SET-MONTH-LENGTH
                   IF WS-T-DAY > ZERO
                           AND WS-T-DAY NOT > WS-T-MONTH-DAYS
                       SET WS-DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * EXPECTED-SOURCE CHECK - A SOURCE DUE TONIGHT MUST HAVE BEEN
      * FOUND IN ONE OF THE FEED SLOTS, ACCEPTED OR NOT.  A SOURCE
      * THAT WAS REFUSED DID ARRIVE AND IS REPORTED AS REFUSED; ONLY
      * ONE THAT NEVER SHOWED (MISSING, EMPTY OR DUMMY) IS MISSING.
      ******************************************************************
       2700-CHECK-EXPECTED-SOURCE.
           IF WS-EXP-DUE(WS-EXP-SUB)
               MOVE 'N' TO WS-SOURCE-SEEN-SW
               PERFORM 2710-MATCH-ONE-SLOT
                   VARYING WS-SRC-NO FROM 1 BY 1
                   UNTIL WS-SRC-NO > 4
               IF WS-SOURCE-SEEN
                   MOVE 'RECEIVED' TO WS-EXP-STATE(WS-EXP-SUB)
               ELSE
                   MOVE 'MISSING'  TO WS-EXP-STATE(WS-EXP-SUB)
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE SPACES TO ALERT-RECORD
                   MOVE 'A005' TO ALERT-CODE
                   MOVE ZERO   TO ALERT-INPUT-SEQ
                   STRING 'EXPECTED FEED NOT RECEIVED FOR '
                          WS-CURRENT-DATE
                          DELIMITED BY SIZE INTO ALERT-TEXT
                   MOVE WS-EXP-SOURCE-ID(WS-EXP-SUB)
                        TO ALERT-SOURCE-ID
                   PERFORM 2800-RAISE-ALERT
               END-IF
           END-IF.

       2710-MATCH-ONE-SLOT.
           IF NOT WS-SRC-ABSENT(WS-SRC-NO)
                   AND WS-SRC-SOURCE-ID(WS-SRC-NO) =
                       WS-EXP-SOURCE-ID(WS-EXP-SUB)
               SET WS-SOURCE-SEEN TO TRUE
           END-IF.

       2800-RAISE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE WS-RUN-ID            TO ALERT-RUN-ID
           MOVE WS-CURRENT-DATE      TO ALERT-DATE
           MOVE WS-CURRENT-TIME      TO ALERT-TIME
           IF WS-ALERT-FILE-OPEN
               WRITE FEED-ALERT-RECORD FROM ALERT-RECORD
           END-IF
           DISPLAY 'FEEDCONS ALERT ' ALERT-CODE ' - '
                   ALERT-SOURCE-ID ' ' ALERT-TEXT
               UPON CONSOLE.

       2900-CLOSE-SOURCE.
           EVALUATE WS-SRC-NO
               WHEN 1
               AT END
                   MOVE 'Y' TO WS-REG-EOF-SWITCH
               NOT AT END
      * A REVERSED ENTRY WAS BACKED OUT - ITS RESEND IS NOT A
      * DUPLICATE.
                   IF REG-FEED-DATE = WS-SRC-FEED-DATE(WS-SRC-NO)
                           AND REG-SOURCE-ID =
                               WS-SRC-SOURCE-ID(WS-SRC-NO)
                           AND NOT REG-REVERSED
                       SET WS-DUPLICATE-FEED TO TRUE
                   END-IF
           END-READ.
               ELSE
                   ADD 1 TO WS-COMB-COUNT
                   PERFORM 4300-ACCUMULATE-COMBINED-HASH
      * TAG THE DETAIL WITH ITS REGION SO THE TABLE LOAD, THE
      * OVERFLOW AND REJECT FILES, AND THE MASTER CAN CARRY IT
                   MOVE WS-FEED-RECORD TO TRAN-CONS-DETAIL
                   MOVE WS-SRC-SOURCE-ID(WS-SRC-NO)
                                       TO TRAN-CONS-SOURCE-ID
                   WRITE CONS-FILE-RECORD FROM TRAN-CONS-DETAIL-RECORD
               END-IF
           END-IF.

               WRITE RUN-REGISTRY-RECORD FROM REG-RECORD
           END-IF.

      ******************************************************************
      * CALENDAR ARITHMETIC - ALL ON WS-TEST-DATE.
      ******************************************************************
       6000-TEST-BUSINESS-DAY.
      * THE WEEKDAY MASK FIRST, THEN THE DATE CARDS - AN EXTRA
      * BUSINESS DAY OVERRIDES THE MASK AND A HOLIDAY OVERRIDES BOTH.
      * A REGIONAL HOLIDAY IS STILL A BUSINESS DAY.
           PERFORM 6100-COMPUTE-WEEKDAY
           MOVE 'N' TO WS-BUSINESS-DAY-SW
           IF WS-CAL-WEEK-MASK(WS-MASK-POS:1) = 'Y'
               SET WS-IS-BUSINESS-DAY TO TRUE
           END-IF
           MOVE 'N' TO WS-HOLIDAY-HIT-SW
           MOVE 'N' TO WS-BUSDAY-HIT-SW
           PERFORM 6010-APPLY-ONE-DATE-CARD
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-DATE-COUNT
           IF WS-BUSDAY-HIT
               SET WS-IS-BUSINESS-DAY TO TRUE
           END-IF
           IF WS-HOLIDAY-HIT
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           END-IF.

       6010-APPLY-ONE-DATE-CARD.
           IF WS-CD-DATE(WS-CAL-SUB) = WS-TEST-DATE
                   AND WS-CD-SOURCE-ID(WS-CAL-SUB) = SPACES
               IF WS-CD-HOLIDAY(WS-CAL-SUB)
                   SET WS-HOLIDAY-HIT TO TRUE
               ELSE
                   SET WS-BUSDAY-HIT TO TRUE
               END-IF
           END-IF.

       6100-COMPUTE-WEEKDAY.
      * JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR
      * YEAR.
           MOVE WS-T-YEAR  TO WS-Z-YEAR
           MOVE WS-T-MONTH TO WS-Z-MONTH
           IF WS-Z-MONTH < 3
               ADD 12 TO WS-Z-MONTH
               SUBTRACT 1 FROM WS-Z-YEAR
           END-IF
           COMPUTE WS-Z-MONTH-TERM = (13 * (WS-Z-MONTH + 1)) / 5
           DIVIDE WS-Z-YEAR BY 4   GIVING WS-Z-YEAR-4
           DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-YEAR-100
           DIVIDE WS-Z-YEAR BY 400 GIVING WS-Z-YEAR-400
           COMPUTE WS-Z-SUM = WS-T-DAY + WS-Z-MONTH-TERM + WS-Z-YEAR
                            + WS-Z-YEAR-4 - WS-Z-YEAR-100
                            + WS-Z-YEAR-400
           DIVIDE WS-Z-SUM BY 7
               GIVING WS-Z-QUOTIENT REMAINDER WS-WEEKDAY
           EVALUATE WS-WEEKDAY
               WHEN 0
                   MOVE 6 TO WS-MASK-POS
               WHEN 1
                   MOVE 7 TO WS-MASK-POS
               WHEN OTHER
                   COMPUTE WS-MASK-POS = WS-WEEKDAY - 1
           END-EVALUATE.

       6200-FIND-PRIOR-BUSINESS-DAY.
      * A MONTH WITHOUT A BUSINESS DAY IS A CALENDAR ERROR - THE
      * SEARCH GIVES UP RATHER THAN LOOP.
           MOVE 'N'  TO WS-BUSINESS-DAY-SW
           MOVE ZERO TO WS-STEP-COUNT
           PERFORM 6210-STEP-BACK-ONE-DAY
               UNTIL WS-IS-BUSINESS-DAY OR WS-STEP-COUNT > 31.

       6210-STEP-BACK-ONE-DAY.
           ADD 1 TO WS-STEP-COUNT
           IF WS-T-DAY > 1
               SUBTRACT 1 FROM WS-T-DAY
           ELSE
               IF WS-T-MONTH > 1
                   SUBTRACT 1 FROM WS-T-MONTH
               ELSE
                   MOVE 12 TO WS-T-MONTH
                   SUBTRACT 1 FROM WS-T-YEAR
               END-IF
               PERFORM 6300-SET-MONTH-LENGTH
               MOVE WS-T-MONTH-DAYS TO WS-T-DAY
           END-IF
           PERFORM 6000-TEST-BUSINESS-DAY.

       6300-SET-MONTH-LENGTH.
           MOVE WS-MONTH-LENGTH(WS-T-MONTH) TO WS-T-MONTH-DAYS
           IF WS-T-MONTH = 2
               DIVIDE WS-T-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
               DIVIDE WS-T-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
               DIVIDE WS-T-YEAR BY 400
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                       AND (WS-LEAP-REM-100 NOT = ZERO
                            OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-T-MONTH-DAYS
               END-IF
           END-IF.

       8000-WRITE-REPORT.
           MOVE WS-RUN-ID            TO RPT-T-RUN-ID
           MOVE WS-CURRENT-DATE      TO RPT-T-DATE
               VARYING WS-SRC-NO FROM 1 BY 1
               UNTIL WS-SRC-NO > 4

           PERFORM 8200-WRITE-CALENDAR-SECTION

           MOVE 'DETAILS MERGED TO COMBINED FEED'     TO RPT-D-LABEL
           MOVE WS-COMB-COUNT                         TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE
                   STRING 'PARTIAL NIGHT - REFUSED SOURCES '
                          'LISTED ABOVE'
                          DELIMITED BY SIZE INTO RPT-M-TEXT
               WHEN WS-MISSING-COUNT > ZERO
                   STRING 'PARTIAL NIGHT - EXPECTED SOURCE '
                          'MISSING'
                          DELIMITED BY SIZE INTO RPT-M-TEXT
               WHEN OTHER
                   MOVE 'ALL SOURCES ACCEPTED AND MERGED'
                        TO RPT-M-TEXT
               MOVE WS-SRC-AMOUNT(WS-SRC-NO)    TO RPT-V-AMOUNT
               WRITE REPORT-FILE-RECORD FROM RPT-SVAL-LINE
           END-IF.

       8200-WRITE-CALENDAR-SECTION.
           MOVE SPACES TO RPT-M-TEXT
           IF WS-CALENDAR-LOADED
               STRING 'BUSINESS DATE ' WS-BUSINESS-DATE
                      '  PRIOR BUSINESS DATE ' WS-PRIOR-BUS-DATE
                      DELIMITED BY SIZE INTO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
               IF NOT WS-FEEDS-DUE-TONIGHT
                   MOVE 'RUN DATE IS NOT A BUSINESS DAY - NO FEEDS DUE'
                        TO RPT-M-TEXT
                   WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
               END-IF
               PERFORM 8210-WRITE-ONE-EXPECTED
                   VARYING WS-EXP-SUB FROM 1 BY 1
                   UNTIL WS-EXP-SUB > WS-EXP-COUNT
               MOVE 'EXPECTED SOURCES NOT RECEIVED'   TO RPT-D-LABEL
               MOVE WS-MISSING-COUNT                  TO RPT-D-VALUE
               WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE
           ELSE
               STRING 'NO PROCESSING CALENDAR - EXPECTED FEEDS '
                      'NOT CHECKED'
                      DELIMITED BY SIZE INTO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-IF.

       8210-WRITE-ONE-EXPECTED.
           MOVE WS-EXP-SOURCE-ID(WS-EXP-SUB) TO RPT-E-SOURCE-ID
           MOVE WS-EXP-STATE(WS-EXP-SUB)     TO RPT-E-STATE
           WRITE REPORT-FILE-RECORD FROM RPT-EXP-LINE.

      * THE TIMING HISTORY IS BOOKKEEPING FOR THE BATCH WINDOW
      * REPORT (STRMTIME) - A ROW THAT CANNOT BE RECORDED IS NOTED
      * ON SYSOUT AND NEVER CHANGES THE STEP'S RETURN CODE.
       9800-WRITE-TIMING-START.
           MOVE SPACES               TO TIM-RECORD
           SET TIM-STEP-START        TO TRUE
           MOVE 'FEEDCONS'           TO TIM-PROGRAM
           MOVE WS-RUN-ID            TO TIM-RUN-ID
           MOVE WS-CURRENT-DATE      TO TIM-DATE
           MOVE WS-CURRENT-TIME      TO TIM-TIME
           MOVE ZERO                 TO TIM-RECORDS
                                        TIM-RETURN-CODE
                                        TIM-FEED-COUNT
           PERFORM 9820-APPEND-TIMING-ROW.

       9810-WRITE-TIMING-END.
           MOVE SPACES               TO TIM-RECORD
           SET TIM-STEP-END          TO TRUE
           MOVE 'FEEDCONS'           TO TIM-PROGRAM
           MOVE WS-RUN-ID            TO TIM-RUN-ID
           ACCEPT TIM-DATE FROM DATE YYYYMMDD
           ACCEPT TIM-TIME FROM TIME
           MOVE WS-COMB-COUNT        TO TIM-RECORDS
           MOVE RETURN-CODE          TO TIM-RETURN-CODE
           MOVE WS-COMB-COUNT        TO TIM-FEED-COUNT
           PERFORM 9820-APPEND-TIMING-ROW.

       9820-APPEND-TIMING-ROW.
           OPEN EXTEND TIMING-FILE
           IF NOT WS-TIME-OK
               CLOSE TIMING-FILE
               OPEN OUTPUT TIMING-FILE
           END-IF
           IF WS-TIME-OK
               WRITE TIMING-FILE-RECORD FROM TIM-RECORD
               IF NOT WS-TIME-OK
                   DISPLAY 'TIMEHIST WRITE ERROR - STATUS '
                           WS-TIME-STATUS
               END-IF
               CLOSE TIMING-FILE
           ELSE
               DISPLAY 'UNABLE TO OPEN TIMEHIST - STATUS '
                       WS-TIME-STATUS ' - STEP TIME NOT RECORDED'
           END-IF.
