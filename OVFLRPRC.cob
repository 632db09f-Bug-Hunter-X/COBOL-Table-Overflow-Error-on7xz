      *              FOR MANUAL FOLLOW-UP.  REJECTS ARE APPENDED TO
      *              THE DAY'S REJECT FILE SO ALL EXCEPTIONS FOR THE
      *              DAY LAND IN ONE PLACE.
      *
      *              A ROW THAT WOULD REPLACE A DAILY MASTER ROW WHOSE
      *              BEFORE-IMAGE CANNOT BE SAVED TO DAYMREPL IS LEFT
      *              UNREPLACED AND COUNTED AS MISSING, AND THE STEP
      *              ENDS RC 16.  IF DAYMREPL CANNOT BE OPENED THE
      *              MASTER IS NOT TOUCHED AT ALL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLRPRC.
               RECORD KEY IS DAYM-ITEM-CODE
               FILE STATUS IS WS-DAYM-STATUS.

           SELECT REPLACED-FILE
               ASSIGN TO DAYMREPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPL-STATUS.

           SELECT ITEM-REF-FILE
               ASSIGN TO ITEMMST
               ORGANIZATION IS INDEXED
               RECORD KEY IS ITM-CODE
               FILE STATUS IS WS-ITM-STATUS.

           SELECT TIMING-FILE
               ASSIGN TO TIMEHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           05  SORT-ITEM            PIC X(50).
           05  SORT-DATE            PIC X(08).
           05  SORT-TIME            PIC X(06).
           05  SORT-SOURCE-ID       PIC X(08).
           05  FILLER               PIC X(03).

       FD  AUDIT-FILE
           RECORDING MODE IS F.

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-FILE-RECORD       PIC X(97).

       FD  ITEM-MASTER-FILE.
      * KEYED DAILY ITEM MASTER RECORD (KEY = DAYM-ITEM-CODE)
           COPY DAYMREC.

      * BEFORE-IMAGES OF DAILY MASTER ROWS THIS RUN REPLACED
       FD  REPLACED-FILE
           RECORDING MODE IS F.
       01  REPLACED-FILE-RECORD     PIC X(160).

       FD  ITEM-REF-FILE.
      * REFERENCE ITEM MASTER RECORD (KEY = ITM-CODE)
           COPY ITMREC.

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-FILE-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
      * SHARED TYPED WORK TABLE - SAME LAYOUT TBLOVFL LOADS, SO THE
      * REPROCESSED ROWS TRAVEL THE SAME PATH AS THE MAIN RUN.
      * TO PICK THE TYPE CODE AND ITEM CODE OUT OF SPILLED ROWS.
           COPY TRANREC.

      * BATCH WINDOW TIMING ROW - START AND END OF THIS STEP
           COPY TIMREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-CTL-STATUS        PIC XX.
               88  WS-CTL-OK            VALUE '00'.
               88  WS-RESP-OK           VALUE '00'.
           05  WS-RPT-STATUS        PIC XX.
               88  WS-RPT-OK            VALUE '00'.
           05  WS-TIME-STATUS       PIC XX.
               88  WS-TIME-OK           VALUE '00'.
           05  WS-REJ-STATUS        PIC XX.
               88  WS-REJ-OK            VALUE '00'.
           05  WS-DAYM-STATUS       PIC XX.
               88  WS-DAYM-OK           VALUE '00'.
               88  WS-DAYM-NOT-FOUND    VALUE '35'.
               88  WS-DAYM-DUP-KEY      VALUE '22'.
           05  WS-REPL-STATUS       PIC XX.
               88  WS-REPL-OK           VALUE '00'.
           05  WS-ITM-STATUS        PIC XX.
               88  WS-ITM-OK            VALUE '00'.
               88  WS-ITM-NOT-FOUND     VALUE '23'.
               88  WS-AMOUNT-VALID      VALUE 'Y'.
           05  WS-IDX-STEP-SW       PIC X VALUE 'N'.
               88  WS-IDX-STEP-DONE     VALUE 'Y'.
           05  WS-REPL-FAIL-SW      PIC X VALUE 'N'.
               88  WS-REPL-FAILED       VALUE 'Y'.
           05  WS-IMAGE-SAVED-SW    PIC X VALUE 'Y'.
               88  WS-IMAGE-SAVED       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TABLE-CEILING     PIC 9(5) VALUE 5000.
           05  WS-CURRENT-TIME      PIC X(06).
           05  WS-LOOKUP-DESC       PIC X(30) VALUE SPACES.
           05  WS-LOOKUP-CATEGORY   PIC X(04) VALUE SPACES.
           05  WS-DAYM-NEW-IMAGE    PIC X(160) VALUE SPACES.

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
                       OR WS-MASTER-SKIP-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-REPL-FAILED
                   MOVE 16 TO RETURN-CODE
               END-IF
               DISPLAY 'OVERFLOW REPROCESS COMPLETE - ' WS-COUNT
                       ' LOADED, ' WS-RESPILL-COUNT ' RE-SPILLED, '
                       WS-REJECT-COUNT ' REJECTED'
           IF WS-ITMREF-AVAIL
               CLOSE ITEM-REF-FILE
           END-IF
           PERFORM 9810-WRITE-TIMING-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-ID(1:6)
           MOVE '02'                 TO WS-RUN-ID(7:2)
           PERFORM 9800-WRITE-TIMING-START

           OPEN INPUT CTL-FILE
           IF WS-CTL-OK
           ADD 1 TO WS-REJECT-COUNT
           MOVE SORT-SEQ-NO          TO REJ-SEQ-NO
           MOVE SORT-ITEM            TO REJ-ITEM
           MOVE SORT-SOURCE-ID       TO REJ-SOURCE-ID
           WRITE REJECT-FILE-RECORD FROM REJECT-RECORD.

       2200-LOAD-RECORD.
                   FROM WS-VALUE-LOADED
               MOVE SORT-ITEM   TO WS-ITEM(WS-VICTIM-SUB)
               MOVE SORT-SEQ-NO TO WS-ITEM-SEQ(WS-VICTIM-SUB)
               MOVE SORT-SOURCE-ID TO WS-ITEM-SOURCE(WS-VICTIM-SUB)
               MOVE WS-LOOKUP-DESC TO WS-ITEM-DESC(WS-VICTIM-SUB)
               MOVE WS-LOOKUP-CATEGORY
                    TO WS-ITEM-CATEGORY(WS-VICTIM-SUB)
               SET WS-TYPE-PRIORITY(WS-COUNT) TO TRUE
               MOVE SORT-ITEM   TO WS-ITEM(WS-COUNT)
               MOVE SORT-SEQ-NO TO WS-ITEM-SEQ(WS-COUNT)
               MOVE SORT-SOURCE-ID TO WS-ITEM-SOURCE(WS-COUNT)
               MOVE WS-LOOKUP-DESC TO WS-ITEM-DESC(WS-COUNT)
               MOVE WS-LOOKUP-CATEGORY TO WS-ITEM-CATEGORY(WS-COUNT)
               MOVE WS-WORK-AMOUNT TO WS-ITEM-AMOUNT(WS-COUNT)
               END-IF
               MOVE SORT-ITEM   TO WS-ITEM(WS-COUNT)
               MOVE SORT-SEQ-NO TO WS-ITEM-SEQ(WS-COUNT)
               MOVE SORT-SOURCE-ID TO WS-ITEM-SOURCE(WS-COUNT)
               MOVE WS-LOOKUP-DESC TO WS-ITEM-DESC(WS-COUNT)
               MOVE WS-LOOKUP-CATEGORY TO WS-ITEM-CATEGORY(WS-COUNT)
               MOVE WS-WORK-AMOUNT TO WS-ITEM-AMOUNT(WS-COUNT)
               ADD 1 TO WS-RESPILL-COUNT
               MOVE WS-ITEM-SEQ(WS-VICTIM-SUB) TO OVFL-SEQ-NO
               MOVE WS-ITEM(WS-VICTIM-SUB)     TO OVFL-ITEM
               MOVE WS-ITEM-SOURCE(WS-VICTIM-SUB) TO OVFL-SOURCE-ID
               PERFORM 2450-WRITE-RESPILL
      * THE VICTIM'S CODE LEAVES THE TABLE AND THE PRIORITY ITEM'S
      * CODE TAKES ITS SLOT - THE ITEM-CODE INDEX FOLLOWS BOTH.
                   FROM WS-VALUE-LOADED
               MOVE SORT-ITEM   TO WS-ITEM(WS-VICTIM-SUB)
               MOVE SORT-SEQ-NO TO WS-ITEM-SEQ(WS-VICTIM-SUB)
               MOVE SORT-SOURCE-ID TO WS-ITEM-SOURCE(WS-VICTIM-SUB)
               MOVE WS-LOOKUP-DESC TO WS-ITEM-DESC(WS-VICTIM-SUB)
               MOVE WS-LOOKUP-CATEGORY
                    TO WS-ITEM-CATEGORY(WS-VICTIM-SUB)
           ADD 1 TO WS-RESPILL-COUNT
           MOVE SORT-SEQ-NO          TO OVFL-SEQ-NO
           MOVE SORT-ITEM            TO OVFL-ITEM
           MOVE SORT-SOURCE-ID       TO OVFL-SOURCE-ID
           PERFORM 2450-WRITE-RESPILL.

       2450-WRITE-RESPILL.
       7000-WRITE-DAILY-MASTER.
      * REPROCESSED ROWS ARE PART OF THE SAME DAY'S PRODUCT - THEY
      * GO TO THE SAME KEYED DAILY MASTER TBLOVFL WRITES, WITH THE
      * SAME ADD/REPLACE RULE, AND THE SAME BEFORE-IMAGE SAVE TO
      * DAYMREPL FOR EVERY ROW REPLACED.
           OPEN I-O ITEM-MASTER-FILE
           IF WS-DAYM-NOT-FOUND
               OPEN OUTPUT ITEM-MASTER-FILE
               OPEN I-O ITEM-MASTER-FILE
           END-IF
           IF WS-DAYM-OK
               OPEN EXTEND REPLACED-FILE
               IF NOT WS-REPL-OK
                   CLOSE REPLACED-FILE
                   OPEN OUTPUT REPLACED-FILE
               END-IF
               IF WS-REPL-OK
                   PERFORM 7100-WRITE-ONE-ITEM
                       VARYING WS-MASTER-SUB FROM 1 BY 1
                       UNTIL WS-MASTER-SUB > WS-COUNT
                   CLOSE REPLACED-FILE
               ELSE
      * SAME RULE AS TBLOVFL - WITHOUT DAYMREPL THE MASTER IS LEFT
      * ALONE AND EVERY ROW COUNTED AS MISSING.
                   DISPLAY 'UNABLE TO OPEN DAYMREPL - STATUS '
                           WS-REPL-STATUS
                   SET WS-REPL-FAILED TO TRUE
                   MOVE WS-COUNT TO WS-MASTER-SKIP-COUNT
               END-IF
               CLOSE ITEM-MASTER-FILE
           ELSE
      * AN UNWRITABLE MASTER MEANS THE REPROCESSED ROWS WERE NOT
           MOVE WS-ITEM-CATEGORY(WS-MASTER-SUB)
                TO DAYM-CATEGORY
           MOVE WS-ITEM-AMOUNT(WS-MASTER-SUB) TO DAYM-AMOUNT
           MOVE WS-ITEM-SOURCE(WS-MASTER-SUB) TO DAYM-SOURCE-ID
           WRITE DAYM-RECORD
           IF WS-DAYM-DUP-KEY
               PERFORM 7110-SAVE-REPLACED-IMAGE
               IF WS-IMAGE-SAVED
                   REWRITE DAYM-RECORD
                   ADD 1 TO WS-MASTER-REPL-COUNT
               ELSE
                   ADD 1 TO WS-MASTER-SKIP-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-MASTER-ADD-COUNT
           END-IF.

       7110-SAVE-REPLACED-IMAGE.
      * SAME RULE AS TBLOVFL - THE ROW BEING REPLACED GOES TO
      * DAYMREPL MARKED WITH THIS RUN, UNLESS THIS RUN WROTE IT, AND
      * A ROW WHOSE IMAGE CANNOT BE SAVED IS LEFT UNREPLACED.
           MOVE 'Y' TO WS-IMAGE-SAVED-SW
           MOVE DAYM-RECORD TO WS-DAYM-NEW-IMAGE
           READ ITEM-MASTER-FILE
           IF WS-DAYM-OK
                   AND DAYM-RUN-ID NOT = WS-RUN-ID
               MOVE WS-RUN-ID       TO DAYM-SUPERSEDED-BY
               MOVE WS-CURRENT-DATE TO DAYM-SUPERSEDED-DATE
               WRITE REPLACED-FILE-RECORD FROM DAYM-RECORD
               IF NOT WS-REPL-OK
                   IF NOT WS-REPL-FAILED
                       DISPLAY 'UNABLE TO WRITE DAYMREPL - STATUS '
                               WS-REPL-STATUS
                   END-IF
                   SET WS-REPL-FAILED TO TRUE
                   MOVE 'N' TO WS-IMAGE-SAVED-SW
               END-IF
           END-IF
           MOVE WS-DAYM-NEW-IMAGE TO DAYM-RECORD.

       8000-WRITE-REPORT.
           MOVE WS-RUN-ID            TO RPT-T-RUN-ID
           MOVE WS-CURRENT-DATE      TO RPT-T-DATE
               MOVE 'ITEMS MISSING FROM DAILY MASTER'  TO RPT-D-LABEL
               MOVE WS-MASTER-SKIP-COUNT               TO RPT-D-VALUE
               WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE
           END-IF
           IF WS-REPL-FAILED
               MOVE 'BEFORE-IMAGES NOT SAVED - DAYMREPL FAILED'
                                                       TO RPT-D-LABEL
               MOVE WS-MASTER-SKIP-COUNT               TO RPT-D-VALUE
               WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE
           END-IF.

      * THE TIMING HISTORY IS BOOKKEEPING FOR THE BATCH WINDOW
      * REPORT (STRMTIME) - A ROW THAT CANNOT BE RECORDED IS NOTED
      * ON SYSOUT AND NEVER CHANGES THE STEP'S RETURN CODE.
       9800-WRITE-TIMING-START.
           MOVE SPACES               TO TIM-RECORD
           SET TIM-STEP-START        TO TRUE
           MOVE 'OVFLRPRC'           TO TIM-PROGRAM
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
           MOVE 'OVFLRPRC'           TO TIM-PROGRAM
           MOVE WS-RUN-ID            TO TIM-RUN-ID
           ACCEPT TIM-DATE FROM DATE YYYYMMDD
           ACCEPT TIM-TIME FROM TIME
           MOVE WS-INPUT-COUNT       TO TIM-RECORDS
           MOVE RETURN-CODE          TO TIM-RETURN-CODE
           MOVE ZERO                 TO TIM-FEED-COUNT
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
