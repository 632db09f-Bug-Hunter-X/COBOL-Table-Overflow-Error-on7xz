      ******************************************************************
      * PROGRAM-ID : ITMTRACE
      * PURPOSE    : ITEM LIFECYCLE TRACE INQUIRY.  TAKES ONE ITEM
      *              CODE AND A DATE RANGE (TRCREC CARD) AND PRINTS
      *              ONE TIME-ORDERED TRACE OF EVERYTHING THAT
      *              HAPPENED TO THE ITEM: EVERY NIGHT IT LOADED
      *              (RUN ID, TYPE, AMOUNT AND REGION), EVERY TIME A
      *              COR CORRECTION REPLACED IT AND EVERY TIME A LATER
      *              RUN REPLACED ITS MASTER ROW, EVERY REJECT AND WHY,
      *              EVERY SPILL TO OVERFLOW, WHEN ITS RECYCLE ENTRY
      *              OPENED AND WAS REPAIRED, AND EVERY ADD, CHANGE,
      *              REACTIVATION AND DEACTIVATION OF IT ON THE
      *              REFERENCE ITEM MASTER - SO THE ANALYST NO LONGER
      *              PULLS FIVE FILES BY HAND TO ANSWER "WHAT
      *              HAPPENED TO THIS ITEM".
      *
      * NOTES      : THE EVENTS ARE GATHERED FROM:
      *                DAYMAST  - TODAY'S DAILY MASTER ROW
      *                HISTFILE - EVERY HISTORY GENERATION (ROWS
      *                           ROLLED OFF THE MASTER, AND BEFORE-
      *                           IMAGES OF REPLACED ROWS)
      *                RCYFILE  - EVERY RECYCLE MASTER GENERATION
      *                EXCPHIST - THE PERMANENT EXCEPTION HISTORY
      *                           MORNBRF FILES NIGHTLY (REJECTS,
      *                           SPILLS, OVERFLOW2 RESIDUE)
      *                ITMAUDIT - THE ITMMAINT AUDIT TRAIL
      *              AND SORTED INTO DATE AND TIME ORDER.  EVERY
      *              RECYCLE GENERATION REPEATS THE ENTRIES STILL
      *              OPEN, SO AN EVENT IDENTICAL TO THE ONE BEFORE IT
      *              IS PRINTED ONCE.  EVERY INPUT IS OPTIONAL - ONE
      *              THAT CANNOT BE OPENED IS NAMED ON THE REPORT AND
      *              THE TRACE CARRIES ON WITHOUT IT.
      *
      *              THE RECYCLE MASTER CARRIES DATES BUT NO TIMES,
      *              AND REJRCYCL RUNS AHEAD OF THE NIGHT'S LOAD, SO
      *              RECYCLE EVENTS PRINT AT THE START OF THEIR DAY.
      *
      * RETURN CODES:
      *              00 - TRACE PRINTED
      *              04 - NO EVENTS FOR THE ITEM IN THE DATE RANGE
      *              12 - TRACE CARD MISSING OR INVALID - NOTHING
      *                   TRACED
      *              16 - TRCCARD OR RPTFILE COULD NOT BE OPENED
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMTRACE.
       AUTHOR. DATA-CENTER-APPLICATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-CARD-FILE
               ASSIGN TO TRCCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRC-STATUS.

           SELECT OPTIONAL ITEM-MASTER-FILE
               ASSIGN TO DAYMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAYM-ITEM-CODE
               FILE STATUS IS WS-DAYM-STATUS.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO HISTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPTIONAL RECYCLE-FILE
               ASSIGN TO RCYFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCY-STATUS.

           SELECT OPTIONAL EXCEPTION-HISTORY-FILE
               ASSIGN TO EXCPHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCH-STATUS.

           SELECT OPTIONAL MAINT-AUDIT-FILE
               ASSIGN TO ITMAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           SELECT SORT-FILE
               ASSIGN TO SORTWK01.

           SELECT REPORT-FILE
               ASSIGN TO RPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRACE-CARD-FILE
           RECORDING MODE IS F.
       01  TRACE-CARD-RECORD        PIC X(80).

       FD  ITEM-MASTER-FILE.
      * KEYED DAILY ITEM MASTER RECORD (KEY = DAYM-ITEM-CODE)
           COPY DAYMREC.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-FILE-RECORD      PIC X(160).

       FD  RECYCLE-FILE
           RECORDING MODE IS F.
       01  RECYCLE-FILE-RECORD      PIC X(110).

       FD  EXCEPTION-HISTORY-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-HISTORY-RECORD PIC X(130).

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
       01  MAINT-AUDIT-RECORD       PIC X(160).

      * ONE TRACE EVENT - SORTED ON THE WHOLE RECORD SO THAT
      * IDENTICAL EVENTS COME BACK TOGETHER AND PRINT ONCE
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-EVENT-DATE      PIC X(08).
           05  SORT-EVENT-TIME      PIC X(06).
           05  SORT-EVENT-ORDER     PIC 9(01).
           05  SORT-EVENT-BODY.
               10  SORT-EVENT-KIND  PIC X(01).
                   88  SORT-KIND-LOAD       VALUE 'L'.
                   88  SORT-KIND-COR        VALUE 'C'.
                   88  SORT-KIND-REJECT     VALUE 'R'.
                   88  SORT-KIND-SPILL      VALUE 'S' '2'.
                   88  SORT-KIND-RECYCLE    VALUE 'O' 'P'.
                   88  SORT-KIND-MAINT      VALUE 'M'.
               10  SORT-RUN-ID      PIC X(08).
               10  SORT-EVENT       PIC X(14).
               10  SORT-CODE        PIC X(04).
               10  SORT-AMOUNT-SW   PIC X(01).
                   88  SORT-HAS-AMOUNT      VALUE 'Y'.
               10  SORT-AMOUNT      PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
               10  SORT-SOURCE-ID   PIC X(08).
               10  SORT-TEXT        PIC X(40).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-FILE-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
      * TRACE REQUEST CARD
           COPY TRCREC.

      * RECYCLE MASTER RECORD
           COPY RCYREC.

      * PERMANENT EXCEPTION HISTORY ROW
           COPY EXCHREC.

      * REFERENCE ITEM MASTER RECORD - THE AUDIT TRAIL'S AFTER-IMAGE
           COPY ITMREC.

      * ITEM MASTER AUDIT TRAIL ROW - SAME LAYOUT ITMMAINT WRITES
       01  AUDT-RECORD.
           05  AUDT-RUN-ID          PIC X(08).
           05  AUDT-DATE            PIC X(08).
           05  AUDT-TIME            PIC X(06).
           05  AUDT-ACTION          PIC X(01).
               88  AUDT-ACT-ADD         VALUE 'A'.
               88  AUDT-ACT-CHANGE      VALUE 'C'.
               88  AUDT-ACT-REACT       VALUE 'R'.
               88  AUDT-ACT-DEACT       VALUE 'D'.
           05  AUDT-CODE            PIC X(08).
           05  AUDT-BEFORE-IMAGE    PIC X(60).
           05  AUDT-AFTER-IMAGE     PIC X(60).
           05  FILLER               PIC X(09).

       01  WS-FILE-STATUS-GROUP.
           05  WS-TRC-STATUS        PIC XX.
               88  WS-TRC-OK            VALUE '00'.
           05  WS-DAYM-STATUS       PIC XX.
               88  WS-DAYM-OK           VALUE '00'.
           05  WS-HIST-STATUS       PIC XX.
               88  WS-HIST-OK           VALUE '00'.
           05  WS-RCY-STATUS        PIC XX.
               88  WS-RCY-OK            VALUE '00'.
           05  WS-EXCH-STATUS       PIC XX.
               88  WS-EXCH-OK           VALUE '00'.
           05  WS-AUDT-STATUS       PIC XX.
               88  WS-AUDT-OK           VALUE '00'.
           05  WS-RPT-STATUS        PIC XX.
               88  WS-RPT-OK            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CARD-FOUND-SW     PIC X VALUE 'N'.
               88  WS-CARD-FOUND        VALUE 'Y'.
           05  WS-FILE-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-END-OF-SORT       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-EVENT-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-DUP-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-LOAD-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-COR-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-SPILL-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-RECYCLE-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-MAINT-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-MISC.
           05  WS-RUN-ID            PIC X(08).
           05  WS-CURRENT-DATE      PIC X(08).
           05  WS-CURRENT-TIME      PIC X(06).
           05  WS-ITEM-CODE         PIC X(08).
           05  WS-FROM-DATE         PIC X(08).
           05  WS-TO-DATE           PIC X(08).
           05  WS-REFUSE-REASON     PIC X(40) VALUE SPACES.
           05  WS-LAST-EVENT        PIC X(103) VALUE LOW-VALUES.

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(20) VALUE
                   'ITMTRACE ITEM TRACE '.
           05  FILLER               PIC X(10) VALUE ' RUN-ID:  '.
           05  RPT-T-RUN-ID         PIC X(08).
           05  FILLER               PIC X(08) VALUE '  DATE: '.
           05  RPT-T-DATE           PIC X(08).
           05  FILLER               PIC X(08) VALUE '  TIME: '.
           05  RPT-T-TIME           PIC X(06).
           05  FILLER               PIC X(63) VALUE SPACE.

       01  RPT-MESSAGE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-M-TEXT           PIC X(70).
           05  FILLER               PIC X(61) VALUE SPACE.

       01  RPT-TRACE-HEADING.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(10) VALUE 'DATE'.
           05  FILLER               PIC X(08) VALUE 'TIME'.
           05  FILLER               PIC X(10) VALUE 'RUN-ID'.
           05  FILLER               PIC X(16) VALUE 'EVENT'.
           05  FILLER               PIC X(06) VALUE 'CODE'.
           05  FILLER               PIC X(15) VALUE '       AMOUNT'.
           05  FILLER               PIC X(10) VALUE 'REGION'.
           05  FILLER               PIC X(40) VALUE 'DETAIL'.
           05  FILLER               PIC X(16) VALUE SPACE.

       01  RPT-TRACE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-TR-DATE          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TR-TIME          PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TR-RUN-ID        PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TR-EVENT         PIC X(14).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TR-CODE          PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TR-AMOUNT        PIC -(9)9.99.
           05  RPT-TR-AMOUNT-X      REDEFINES RPT-TR-AMOUNT
                                    PIC X(13).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TR-SOURCE-ID     PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TR-TEXT          PIC X(40).
           05  FILLER               PIC X(16) VALUE SPACE.

       01  RPT-DETAIL-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-D-LABEL          PIC X(40).
           05  RPT-D-VALUE          PIC ZZZZZZ9.
           05  FILLER               PIC X(84) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-EVENT-DATE
                                    SORT-EVENT-TIME
                                    SORT-EVENT-ORDER
                                    SORT-EVENT-BODY
                   INPUT PROCEDURE IS 2000-GATHER-EVENTS
                   OUTPUT PROCEDURE IS 3000-PRINT-TRACE
               PERFORM 8000-WRITE-SUMMARY
               IF WS-EVENT-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY 'ITEM TRACE COMPLETE - ' WS-ITEM-CODE ' '
                       WS-EVENT-COUNT ' EVENTS'
           ELSE
               DISPLAY 'ITMTRACE TERMINATING - NOTHING TRACED'
           END-IF
           IF WS-RPT-OK
               CLOSE REPORT-FILE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-ID(1:6)
           MOVE '17'                 TO WS-RUN-ID(7:2)

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RPT-OK
               DISPLAY 'UNABLE TO OPEN RPTFILE - STATUS '
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-RUN-ID            TO RPT-T-RUN-ID
               MOVE WS-CURRENT-DATE      TO RPT-T-DATE
               MOVE WS-CURRENT-TIME      TO RPT-T-TIME
               WRITE REPORT-FILE-RECORD FROM RPT-TITLE-LINE
           END-IF

           OPEN INPUT TRACE-CARD-FILE
           IF WS-TRC-OK
               READ TRACE-CARD-FILE INTO TRC-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-CARD-FOUND TO TRUE
               END-READ
               CLOSE TRACE-CARD-FILE
           ELSE
               DISPLAY 'UNABLE TO OPEN TRCCARD - STATUS '
                       WS-TRC-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZERO
               PERFORM 1100-VALIDATE-CARD
           END-IF.

       1100-VALIDATE-CARD.
      * A BLANK FROM-DATE REACHES BACK AS FAR AS THE HISTORY GOES; A
      * BLANK TO-DATE RUNS UP TO TODAY.
           MOVE TRC-ITEM-CODE TO WS-ITEM-CODE
           MOVE TRC-FROM-DATE TO WS-FROM-DATE
           MOVE TRC-TO-DATE   TO WS-TO-DATE
           IF WS-FROM-DATE = SPACES
               MOVE '00000000'      TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE = SPACES
               MOVE WS-CURRENT-DATE TO WS-TO-DATE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-CARD-FOUND
                   MOVE 'NO TRACE CARD ON TRCCARD'
                        TO WS-REFUSE-REASON
               WHEN WS-ITEM-CODE = SPACES
                   MOVE 'NO ITEM CODE ON THE TRACE CARD'
                        TO WS-REFUSE-REASON
               WHEN WS-FROM-DATE NOT NUMERIC
                   MOVE 'FROM-DATE IS NOT YYYYMMDD'
                        TO WS-REFUSE-REASON
               WHEN WS-TO-DATE NOT NUMERIC
                   MOVE 'TO-DATE IS NOT YYYYMMDD'
                        TO WS-REFUSE-REASON
               WHEN WS-FROM-DATE > WS-TO-DATE
                   MOVE 'FROM-DATE IS AFTER TO-DATE'
                        TO WS-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REFUSE-REASON = SPACES
               MOVE SPACES TO RPT-M-TEXT
               STRING 'TRACE OF ITEM ' WS-ITEM-CODE
                      ' FROM ' WS-FROM-DATE ' TO ' WS-TO-DATE
                      DELIMITED BY SIZE INTO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           ELSE
               DISPLAY 'TRACE REFUSED - ' WS-REFUSE-REASON
               MOVE SPACES TO RPT-M-TEXT
               STRING 'TRACE REFUSED - ' WS-REFUSE-REASON
                      DELIMITED BY SIZE INTO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
               MOVE 12 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * SORT INPUT PROCEDURE - ONE PASS OF EACH SOURCE, RELEASING THE
      * ITEM'S EVENTS THAT FALL IN THE DATE RANGE.  A SOURCE THAT
      * CANNOT BE OPENED IS NAMED ON THE REPORT AHEAD OF THE TRACE.
      ******************************************************************
       2000-GATHER-EVENTS.
           PERFORM 2100-GATHER-MASTER-ROW
           PERFORM 2200-GATHER-HISTORY
           PERFORM 2300-GATHER-RECYCLE
           PERFORM 2400-GATHER-EXCEPTIONS
           PERFORM 2500-GATHER-MAINTENANCE.

       2100-GATHER-MASTER-ROW.
           OPEN INPUT ITEM-MASTER-FILE
           IF WS-DAYM-OK
               MOVE WS-ITEM-CODE TO DAYM-ITEM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2150-RELEASE-LOAD-EVENT
               END-READ
           ELSE
               MOVE 'DAYMAST NOT AVAILABLE - TODAY''S ROW NOT TRACED'
                    TO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-IF
           CLOSE ITEM-MASTER-FILE.

      * A LOAD OF THE ITEM - TODAY'S MASTER ROW OR A HISTORY IMAGE,
      * BOTH IN DAYM-RECORD.  A COR ROW IS A CORRECTION THAT REPLACED
      * THE TABLE ENTRY; A SUPERSEDED-BY RUN ID MEANS A LATER RUN
      * REPLACED THIS ROW ON THE MASTER.
       2150-RELEASE-LOAD-EVENT.
           IF DAYM-LOAD-DATE NOT < WS-FROM-DATE
                   AND DAYM-LOAD-DATE NOT > WS-TO-DATE
               MOVE SPACES              TO SORT-RECORD
               MOVE DAYM-LOAD-DATE      TO SORT-EVENT-DATE
               MOVE DAYM-LOAD-TIME      TO SORT-EVENT-TIME
               MOVE 2                   TO SORT-EVENT-ORDER
               MOVE DAYM-RUN-ID         TO SORT-RUN-ID
               MOVE DAYM-ITEM-TYPE      TO SORT-CODE
               MOVE 'Y'                 TO SORT-AMOUNT-SW
               MOVE DAYM-AMOUNT         TO SORT-AMOUNT
               MOVE DAYM-SOURCE-ID      TO SORT-SOURCE-ID
               IF DAYM-ITEM-TYPE = 'COR '
                   SET SORT-KIND-COR    TO TRUE
                   MOVE 'COR REPLACED'  TO SORT-EVENT
               ELSE
                   SET SORT-KIND-LOAD   TO TRUE
                   MOVE 'LOADED'        TO SORT-EVENT
               END-IF
               EVALUATE TRUE
                   WHEN DAYM-SUPERSEDED-BY NOT = SPACES
                       STRING 'MASTER ROW REPLACED BY RUN '
                              DAYM-SUPERSEDED-BY
                              DELIMITED BY SIZE INTO SORT-TEXT
                   WHEN DAYM-RUN-ID(7:2) = '02'
                       MOVE 'LOADED BY THE OVERFLOW REPROCESS'
                            TO SORT-TEXT
                   WHEN OTHER
                       MOVE DAYM-DESC   TO SORT-TEXT
               END-EVALUATE
               RELEASE SORT-RECORD
           END-IF.

       2200-GATHER-HISTORY.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HIST-OK
               MOVE 'HISTFILE NOT AVAILABLE - EARLIER LOADS NOT TRACED'
                    TO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 2210-READ-ONE-HISTORY-ROW
               UNTIL WS-END-OF-FILE
           CLOSE HISTORY-FILE.

       2210-READ-ONE-HISTORY-ROW.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   IF HISTORY-FILE-RECORD(1:8) = WS-ITEM-CODE
                       MOVE HISTORY-FILE-RECORD TO DAYM-RECORD
                       PERFORM 2150-RELEASE-LOAD-EVENT
                   END-IF
           END-READ.

       2300-GATHER-RECYCLE.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT RECYCLE-FILE
           IF NOT WS-RCY-OK
               MOVE 'RCYFILE NOT AVAILABLE - RECYCLE ENTRIES NOT TRACED'
                    TO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 2310-READ-ONE-RECYCLE-ROW
               UNTIL WS-END-OF-FILE
           CLOSE RECYCLE-FILE.

       2310-READ-ONE-RECYCLE-ROW.
           READ RECYCLE-FILE INTO RCY-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   IF RCY-ITEM(1:8) = WS-ITEM-CODE
                       PERFORM 2320-RELEASE-RECYCLE-OPEN
                       IF RCY-STAT-REPAIRED
                           PERFORM 2330-RELEASE-RECYCLE-REPAIR
                       END-IF
                   END-IF
           END-READ.

       2320-RELEASE-RECYCLE-OPEN.
           IF RCY-FIRST-DATE NOT < WS-FROM-DATE
                   AND RCY-FIRST-DATE NOT > WS-TO-DATE
               MOVE SPACES              TO SORT-RECORD
               MOVE RCY-FIRST-DATE      TO SORT-EVENT-DATE
               MOVE '000000'            TO SORT-EVENT-TIME
               MOVE 1                   TO SORT-EVENT-ORDER
               MOVE 'O'                 TO SORT-EVENT-KIND
               MOVE 'RECYCLE OPENED'    TO SORT-EVENT
               MOVE RCY-REASON-CODE     TO SORT-CODE
               MOVE ZERO                TO SORT-AMOUNT
               MOVE RCY-REASON-TEXT     TO SORT-TEXT
               RELEASE SORT-RECORD
           END-IF.

       2330-RELEASE-RECYCLE-REPAIR.
           IF RCY-RESOLVED-DATE NOT < WS-FROM-DATE
                   AND RCY-RESOLVED-DATE NOT > WS-TO-DATE
               MOVE SPACES              TO SORT-RECORD
               MOVE RCY-RESOLVED-DATE   TO SORT-EVENT-DATE
               MOVE '000000'            TO SORT-EVENT-TIME
               MOVE 1                   TO SORT-EVENT-ORDER
               MOVE 'P'                 TO SORT-EVENT-KIND
               MOVE 'RECYCLE REPAIR'    TO SORT-EVENT
               MOVE RCY-REASON-CODE     TO SORT-CODE
               MOVE ZERO                TO SORT-AMOUNT
               MOVE 'CORRECTION RECEIVED - ENTRY CLOSED'
                    TO SORT-TEXT
               RELEASE SORT-RECORD
           END-IF.

       2400-GATHER-EXCEPTIONS.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT EXCEPTION-HISTORY-FILE
           IF NOT WS-EXCH-OK
               MOVE 'EXCPHIST NOT AVAILABLE - REJECTS/SPILLS NOT TRACED'
                    TO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 2410-READ-ONE-EXCEPTION
               UNTIL WS-END-OF-FILE
           CLOSE EXCEPTION-HISTORY-FILE.

       2410-READ-ONE-EXCEPTION.
           READ EXCEPTION-HISTORY-FILE INTO EXH-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   IF EXH-ITEM(1:8) = WS-ITEM-CODE
                           AND EXH-DATE NOT < WS-FROM-DATE
                           AND EXH-DATE NOT > WS-TO-DATE
                       PERFORM 2420-RELEASE-EXCEPTION
                   END-IF
           END-READ.

       2420-RELEASE-EXCEPTION.
           MOVE SPACES              TO SORT-RECORD
           MOVE EXH-DATE            TO SORT-EVENT-DATE
           MOVE EXH-TIME            TO SORT-EVENT-TIME
           MOVE 2                   TO SORT-EVENT-ORDER
           MOVE EXH-EVENT           TO SORT-EVENT-KIND
           MOVE EXH-RUN-ID          TO SORT-RUN-ID
           MOVE ZERO                TO SORT-AMOUNT
           MOVE EXH-SOURCE-ID       TO SORT-SOURCE-ID
           EVALUATE TRUE
               WHEN EXH-REJECTED
                   MOVE 'REJECTED'      TO SORT-EVENT
                   MOVE EXH-REASON-CODE TO SORT-CODE
                   MOVE EXH-REASON-TEXT TO SORT-TEXT
               WHEN EXH-SPILLED
                   MOVE 'SPILLED'       TO SORT-EVENT
                   MOVE 'TABLE FULL - WRITTEN TO OVERFLOW'
                        TO SORT-TEXT
               WHEN OTHER
                   MOVE 'SPILLED AGAIN' TO SORT-EVENT
                   MOVE 'LEFT ON OVERFLOW2 FOR MANUAL REPROCESS'
                        TO SORT-TEXT
           END-EVALUATE
           RELEASE SORT-RECORD.

       2500-GATHER-MAINTENANCE.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT MAINT-AUDIT-FILE
           IF NOT WS-AUDT-OK
               MOVE 'ITMAUDIT NOT AVAILABLE - MASTER CHANGES NOT TRACED'
                    TO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 2510-READ-ONE-AUDIT-ROW
               UNTIL WS-END-OF-FILE
           CLOSE MAINT-AUDIT-FILE.

       2510-READ-ONE-AUDIT-ROW.
           READ MAINT-AUDIT-FILE INTO AUDT-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   IF AUDT-CODE = WS-ITEM-CODE
                           AND AUDT-DATE NOT < WS-FROM-DATE
                           AND AUDT-DATE NOT > WS-TO-DATE
                       PERFORM 2520-RELEASE-MAINTENANCE
                   END-IF
           END-READ.

       2520-RELEASE-MAINTENANCE.
           MOVE AUDT-AFTER-IMAGE    TO ITM-RECORD
           MOVE SPACES              TO SORT-RECORD
           MOVE AUDT-DATE           TO SORT-EVENT-DATE
           MOVE AUDT-TIME           TO SORT-EVENT-TIME
           MOVE 2                   TO SORT-EVENT-ORDER
           SET SORT-KIND-MAINT      TO TRUE
           MOVE AUDT-RUN-ID         TO SORT-RUN-ID
           MOVE ITM-CATEGORY        TO SORT-CODE
           MOVE ZERO                TO SORT-AMOUNT
           EVALUATE TRUE
               WHEN AUDT-ACT-ADD
                   MOVE 'MASTER ADD'    TO SORT-EVENT
                   MOVE ITM-DESC        TO SORT-TEXT
               WHEN AUDT-ACT-CHANGE
                   MOVE 'MASTER CHANGE' TO SORT-EVENT
                   MOVE ITM-DESC        TO SORT-TEXT
               WHEN AUDT-ACT-REACT
                   MOVE 'MASTER REACT'  TO SORT-EVENT
                   MOVE 'ITEM ACTIVE AGAIN ON THE ITEM MASTER'
                        TO SORT-TEXT
               WHEN OTHER
                   MOVE 'MASTER DEACT'  TO SORT-EVENT
                   MOVE 'ITEM INACTIVE - FEED WILL REJECT R003'
                        TO SORT-TEXT
           END-EVALUATE
           RELEASE SORT-RECORD.

      ******************************************************************
      * SORT OUTPUT PROCEDURE - PRINT THE TRACE IN TIME ORDER, EACH
      * DISTINCT EVENT ONCE.
      ******************************************************************
       3000-PRINT-TRACE.
           WRITE REPORT-FILE-RECORD FROM RPT-TRACE-HEADING
           PERFORM 3010-RETURN-EVENT
           PERFORM 3100-PRINT-ONE-EVENT
               UNTIL WS-END-OF-SORT.

       3010-RETURN-EVENT.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.

       3100-PRINT-ONE-EVENT.
           IF SORT-RECORD = WS-LAST-EVENT
               ADD 1 TO WS-DUP-COUNT
           ELSE
               MOVE SORT-RECORD TO WS-LAST-EVENT
               ADD 1 TO WS-EVENT-COUNT
               EVALUATE TRUE
                   WHEN SORT-KIND-LOAD
                       ADD 1 TO WS-LOAD-COUNT
                   WHEN SORT-KIND-COR
                       ADD 1 TO WS-COR-COUNT
                   WHEN SORT-KIND-REJECT
                       ADD 1 TO WS-REJECT-COUNT
                   WHEN SORT-KIND-SPILL
                       ADD 1 TO WS-SPILL-COUNT
                   WHEN SORT-KIND-RECYCLE
                       ADD 1 TO WS-RECYCLE-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-MAINT-COUNT
               END-EVALUATE
               MOVE SORT-EVENT-DATE TO RPT-TR-DATE
               MOVE SORT-EVENT-TIME TO RPT-TR-TIME
               MOVE SORT-RUN-ID     TO RPT-TR-RUN-ID
               MOVE SORT-EVENT      TO RPT-TR-EVENT
               MOVE SORT-CODE       TO RPT-TR-CODE
               IF SORT-HAS-AMOUNT
                   MOVE SORT-AMOUNT TO RPT-TR-AMOUNT
               ELSE
                   MOVE SPACES      TO RPT-TR-AMOUNT-X
               END-IF
               MOVE SORT-SOURCE-ID  TO RPT-TR-SOURCE-ID
               MOVE SORT-TEXT       TO RPT-TR-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-TRACE-LINE
           END-IF
           PERFORM 3010-RETURN-EVENT.

       8000-WRITE-SUMMARY.
           IF WS-EVENT-COUNT = ZERO
               MOVE 'NO EVENTS FOR THIS ITEM IN THE DATE RANGE'
                    TO RPT-M-TEXT
               WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           END-IF

           MOVE 'NIGHTS LOADED'                       TO RPT-D-LABEL
           MOVE WS-LOAD-COUNT                         TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'COR CORRECTIONS LOADED'              TO RPT-D-LABEL
           MOVE WS-COR-COUNT                          TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'REJECTS'                             TO RPT-D-LABEL
           MOVE WS-REJECT-COUNT                       TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'SPILLS'                              TO RPT-D-LABEL
           MOVE WS-SPILL-COUNT                        TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'RECYCLE OPENS AND REPAIRS'           TO RPT-D-LABEL
           MOVE WS-RECYCLE-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'REFERENCE MASTER CHANGES'            TO RPT-D-LABEL
           MOVE WS-MAINT-COUNT                        TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'EVENTS TRACED'                       TO RPT-D-LABEL
           MOVE WS-EVENT-COUNT                        TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'REPEATED EVENTS PRINTED ONCE'        TO RPT-D-LABEL
           MOVE WS-DUP-COUNT                          TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE.
