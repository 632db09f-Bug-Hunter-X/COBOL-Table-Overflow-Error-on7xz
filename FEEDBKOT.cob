      ******************************************************************
      * PROGRAM-ID : FEEDBKOT
      * PURPOSE    : FEED BACK-OUT.  REVERSES A FEED THAT POSTED IN
      *              BALANCE BUT TURNED OUT TO BE WRONG (E.G. A
      *              REGION SENT YESTERDAY'S EXTRACT UNDER TODAY'S
      *              HEADER DATE).  GIVEN THE REGISTRY ENTRY'S RUN
      *              ID, FEED DATE AND SOURCE (BKOREC.CPY) IT:
      *                - DELETES EVERY DAILY MASTER ROW THAT RUN
      *                  WROTE (BY DAYM-RUN-ID),
      *                - PUTS BACK THE PRIOR IMAGE OF EVERY ROW THE
      *                  RUN REPLACED, FROM THE ITEMMAST.HIST
      *                  GENERATIONS AND THE NOT-YET-ROLLED DAYMREPL
      *                  BEFORE-IMAGES,
      *                - FLAGS THE RUNREG ENTRY REVERSED (THE ROW IS
      *                  KEPT, SO THE HISTORY STAYS WHOLE AND THE
      *                  CORRECTED RESEND IS NO LONGER REFUSED),
      *              AND PRINTS COUNTS AND DAYM-AMOUNT TOTALS SO
      *              FINANCE CAN PROVE THE REVERSAL AGAINST THE
      *              REG-AMOUNT-TOTAL ORIGINALLY POSTED.
      *
      * NOTES      : NOTHING IS TOUCHED UNTIL THE REQUEST IS PROVED -
      *              OPERATOR AND REASON PRESENT, AND EXACTLY THE
      *              NAMED UNREVERSED ENTRY ON THE REGISTRY.
      *
      *              BACKING OUT THE COMBINED 'MULTISRC' ENTRY ALSO
      *              FLAGS THE PER-REGION ENTRIES FEEDCONS REGISTERED
      *              FOR THE SAME FEED DATE, SINCE THEIR ROWS CAME
      *              OFF THE MASTER WITH IT.
      *
      *              A REGIONAL ENTRY FEEDCONS REGISTERED IS REFUSED:
      *              ITS ROWS WERE POSTED UNDER THE COMBINED RUN, AND
      *              THE 'MULTISRC' ENTRY WOULD STILL BLOCK THE
      *              RESEND.  BACK OUT THE MULTISRC RUN AND RESEND
      *              EVERY REGION OF THAT FEED DATE.
      *
      *              IF NO MASTER ROW CARRIES THE RUN ID, NO IMAGE IS
      *              RESTORED AND THE REGISTRY IS LEFT AS IT WAS.
      *
      *              A PRIOR IMAGE WHOSE KEY IS ALREADY BACK ON THE
      *              MASTER UNDER A LATER RUN IS NOT RESTORED - THE
      *              NEWER ROW STANDS AND IS LISTED.  THE SAME IMAGE
      *              FOUND IN TWO GENERATIONS IS RESTORED ONCE.
      *
      *              THE REGISTRY IS REWRITTEN THE REGMAINT WAY -
      *              WHOLE FILE IN MEMORY, UNTOUCHED BEFORE-IMAGE TO
      *              REGBKUP FIRST, ONE REGAUDIT ROW PER ENTRY
      *              FLAGGED (COMMAND 'BACKOUT').
      *
      * RETURN CODES:
      *              00 - BACKED OUT; VALUE REMOVED NETS TO THE
      *                   REGISTERED AMOUNT TOTAL
      *              04 - BACKED OUT, BUT THE VALUE REMOVED DOES NOT
      *                   NET TO THE REGISTERED TOTAL, OR A MASTER
      *                   ROW COULD NOT BE DELETED OR RESTORED - SEE
      *                   THE REPORT; OR NO MASTER ROW CARRIED THE
      *                   RUN ID AND THE REGISTRY WAS NOT CHANGED
      *              12 - REQUEST REFUSED - NOTHING CHANGED
      *              16 - BKOCARD, RUNREG, REGBKUP OR DAYMAST
      *                   UNAVAILABLE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDBKOT.
       AUTHOR. DATA-CENTER-APPLICATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE
               ASSIGN TO BKOCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT RUN-REGISTRY
               ASSIGN TO RUNREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT BACKUP-FILE
               ASSIGN TO REGBKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.

           SELECT REG-AUDIT-FILE
               ASSIGN TO REGAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           SELECT ITEM-MASTER-FILE
               ASSIGN TO DAYMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAYM-ITEM-CODE
               FILE STATUS IS WS-DAYM-STATUS.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO HISTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO RPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORDING MODE IS F.
       01  REQUEST-FILE-RECORD      PIC X(80).

       FD  RUN-REGISTRY
           RECORDING MODE IS F.
       01  RUN-REGISTRY-RECORD      PIC X(80).

       FD  BACKUP-FILE
           RECORDING MODE IS F.
       01  BACKUP-FILE-RECORD       PIC X(80).

       FD  REG-AUDIT-FILE
           RECORDING MODE IS F.
       01  REG-AUDIT-RECORD         PIC X(100).

       FD  ITEM-MASTER-FILE.
      * KEYED DAILY ITEM MASTER RECORD (KEY = DAYM-ITEM-CODE)
           COPY DAYMREC.

      * HISTORY GENERATIONS AND DAYMREPL, CONCATENATED IN THE JCL
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-FILE-RECORD      PIC X(160).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-FILE-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
      * BACK-OUT REQUEST RECORD
           COPY BKOREC.

      * RUN REGISTRY RECORD
           COPY RUNREG.

       01  WS-FILE-STATUS-GROUP.
           05  WS-REQ-STATUS        PIC XX.
               88  WS-REQ-OK            VALUE '00'.
           05  WS-REG-STATUS        PIC XX.
               88  WS-REG-OK            VALUE '00' '05'.
           05  WS-BKUP-STATUS       PIC XX.
               88  WS-BKUP-OK           VALUE '00'.
           05  WS-AUDT-STATUS       PIC XX.
               88  WS-AUDT-OK           VALUE '00'.
           05  WS-DAYM-STATUS       PIC XX.
               88  WS-DAYM-OK           VALUE '00'.
               88  WS-DAYM-DUP-KEY      VALUE '22'.
           05  WS-HIST-STATUS       PIC XX.
               88  WS-HIST-OK           VALUE '00' '05'.
           05  WS-RPT-STATUS        PIC XX.
               88  WS-RPT-OK            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-REQ-FOUND-SW      PIC X VALUE 'N'.
               88  WS-REQ-FOUND         VALUE 'Y'.
           05  WS-REFUSED-SW        PIC X VALUE 'N'.
               88  WS-REQUEST-REFUSED   VALUE 'Y'.
           05  WS-REVERSED-HIT-SW   PIC X VALUE 'N'.
               88  WS-REVERSED-HIT      VALUE 'Y'.
           05  WS-REG-EOF-SWITCH    PIC X VALUE 'N'.
               88  WS-END-OF-REGISTRY   VALUE 'Y'.
           05  WS-DAYM-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-END-OF-DAYM       VALUE 'Y'.
           05  WS-HIST-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-END-OF-HIST       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REG-IN-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-DROPPED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-FLAGGED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-MASTER-IN-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-REMOVED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-HIST-IN-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-RESTORED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-NEWER-KEPT-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-REPEAT-IMAGE-CNT  PIC 9(7) VALUE ZERO.
           05  WS-MASTER-ERROR-CNT  PIC 9(7) VALUE ZERO.
           05  WS-ENT-SUB           PIC 9(5) VALUE ZERO.
           05  WS-TARGET-SUB        PIC 9(5) VALUE ZERO.

       01  WS-VALUE-TOTALS.
           05  WS-REG-COUNT-SAVE    PIC 9(7) VALUE ZERO.
           05  WS-REG-AMOUNT-SAVE   PIC S9(11)V99 VALUE ZERO.
           05  WS-REMOVED-VALUE     PIC S9(11)V99 VALUE ZERO.
           05  WS-RESTORED-VALUE    PIC S9(11)V99 VALUE ZERO.
           05  WS-DIFFERENCE-VALUE  PIC S9(11)V99 VALUE ZERO.

       01  WS-MISC.
           05  WS-RUN-ID            PIC X(08).
           05  WS-CURRENT-DATE      PIC X(08).
           05  WS-CURRENT-TIME      PIC X(06).
           05  WS-ERROR-TEXT        PIC X(40) VALUE SPACES.
           05  WS-RESTORE-IMAGE     PIC X(160) VALUE SPACES.
      * LOAD DATES OF THE BACKED-OUT RUNS - THE POSTING RUN'S FROM ITS
      * REGISTRY ENTRY, THE REPROCESS RUN'S FROM THE ROWS IT LEFT ON
      * THE MASTER.  AN IMAGE IS ONLY THEIRS IF IT WAS REPLACED THAT
      * DATE.
           05  WS-RUN-LOAD-DATE     PIC X(08) VALUE SPACES.
           05  WS-RELATED-LOAD-DATE PIC X(08) VALUE SPACES.

      * IN-MEMORY IMAGE OF THE REGISTRY - SAME CAPACITY AS REGMAINT.
      * A REGISTRY LARGER THAN THE TABLE REFUSES THE BACK-OUT BEFORE
      * THE MASTER IS TOUCHED, SINCE IT COULD NOT BE REWRITTEN WHOLE.
       01  REG-MASTER-TABLE.
           05  REG-ENTRY-COUNT      PIC 9(5) VALUE ZERO.
           05  REG-ENTRY-MAX        PIC 9(5) VALUE 10000.
           05  REG-ENTRY OCCURS 10000 TIMES.
               10  REG-E-IMAGE      PIC X(80).

       01  AUDT-RECORD.
           05  AUDT-RUN-ID          PIC X(08).
           05  AUDT-DATE            PIC X(08).
           05  AUDT-TIME            PIC X(06).
           05  AUDT-COMMAND         PIC X(08).
           05  AUDT-FEED-DATE       PIC X(08).
           05  AUDT-SOURCE-ID       PIC X(08).
           05  AUDT-OPERATOR        PIC X(08).
           05  AUDT-REASON          PIC X(30).
           05  FILLER               PIC X(16).

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(20) VALUE
                   'FEEDBKOT BACKOUT RPT'.
           05  FILLER               PIC X(10) VALUE ' RUN-ID:  '.
           05  RPT-T-RUN-ID         PIC X(08).
           05  FILLER               PIC X(08) VALUE '  DATE: '.
           05  RPT-T-DATE           PIC X(08).
           05  FILLER               PIC X(08) VALUE '  TIME: '.
           05  RPT-T-TIME           PIC X(06).
           05  FILLER               PIC X(63) VALUE SPACE.

       01  RPT-ITEM-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-I-ACTION         PIC X(12).
           05  RPT-I-ITEM-CODE      PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-I-CATEGORY       PIC X(04).
           05  FILLER               PIC X(07) VALUE '  LOAD '.
           05  RPT-I-LOAD-DATE      PIC X(08).
           05  FILLER               PIC X(06) VALUE '  RUN '.
           05  RPT-I-RUN-ID         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-I-AMOUNT         PIC -(9)9.99.
           05  FILLER               PIC X(61) VALUE SPACE.

       01  RPT-DETAIL-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-D-LABEL          PIC X(40).
           05  RPT-D-VALUE          PIC ZZZZZZ9.
           05  FILLER               PIC X(84) VALUE SPACE.

       01  RPT-AMOUNT-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-A-LABEL          PIC X(40).
           05  RPT-A-VALUE          PIC -(11)9.99.
           05  FILLER               PIC X(75) VALUE SPACE.

       01  RPT-MESSAGE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-M-TEXT           PIC X(80).
           05  FILLER               PIC X(51) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 2000-READ-REQUEST
               PERFORM 2100-LOAD-REGISTRY
               PERFORM 2500-WRITE-BACKUP
               PERFORM 2200-VALIDATE-REQUEST
               IF WS-REQUEST-REFUSED
                   PERFORM 7000-WRITE-REFUSAL
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 3000-REMOVE-RUN-ROWS
               END-IF
               IF RETURN-CODE = ZERO
                   IF WS-REMOVED-COUNT > ZERO
                       PERFORM 4000-RESTORE-PRIOR-IMAGES
                   END-IF
                   CLOSE ITEM-MASTER-FILE
                   IF WS-REMOVED-COUNT > ZERO
                       PERFORM 5000-REVERSE-REGISTRY
                   ELSE
                       PERFORM 7200-WRITE-NOTHING-REMOVED
                   END-IF
                   PERFORM 8000-WRITE-REPORT
                   IF WS-REMOVED-VALUE NOT = WS-REG-AMOUNT-SAVE
                           OR WS-MASTER-ERROR-CNT > ZERO
                           OR WS-REMOVED-COUNT = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   DISPLAY 'FEED BACK-OUT COMPLETE - RUN '
                           BKO-RUN-ID ' ' WS-REMOVED-COUNT
                           ' ROWS REMOVED, ' WS-RESTORED-COUNT
                           ' RESTORED, ' WS-FLAGGED-COUNT
                           ' REGISTRY ENTRIES REVERSED'
               END-IF
           ELSE
               DISPLAY 'FEEDBKOT TERMINATING - FILES UNAVAILABLE'
           END-IF
           CLOSE REG-AUDIT-FILE
           CLOSE REPORT-FILE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-ID(1:6)
           MOVE '11'                 TO WS-RUN-ID(7:2)

           OPEN INPUT REQUEST-FILE
           IF NOT WS-REQ-OK
               DISPLAY 'UNABLE TO OPEN BKOCARD - STATUS '
                       WS-REQ-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT RUN-REGISTRY
           IF NOT WS-REG-OK
               DISPLAY 'UNABLE TO OPEN RUNREG - STATUS '
                       WS-REG-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT BACKUP-FILE
           IF NOT WS-BKUP-OK
               DISPLAY 'UNABLE TO OPEN REGBKUP - STATUS '
                       WS-BKUP-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN EXTEND REG-AUDIT-FILE
           IF NOT WS-AUDT-OK
               CLOSE REG-AUDIT-FILE
               OPEN OUTPUT REG-AUDIT-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RPT-OK
               DISPLAY 'UNABLE TO OPEN RPTFILE - STATUS '
                       WS-RPT-STATUS
           END-IF
      * REMOVED AND RESTORED ROWS PRINT AS THEY HAPPEN, SO THE TITLE
      * LEADS THE REPORT.
           MOVE WS-RUN-ID            TO RPT-T-RUN-ID
           MOVE WS-CURRENT-DATE      TO RPT-T-DATE
           MOVE WS-CURRENT-TIME      TO RPT-T-TIME
           WRITE REPORT-FILE-RECORD FROM RPT-TITLE-LINE.

       2000-READ-REQUEST.
           READ REQUEST-FILE INTO BKO-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   SET WS-REQ-FOUND TO TRUE
           END-READ
           CLOSE REQUEST-FILE
           MOVE SPACES TO RPT-M-TEXT
           STRING 'BACK-OUT RUN: ' BKO-RUN-ID
                  '  FEED DATE: '  BKO-FEED-DATE
                  '  SOURCE: '     BKO-SOURCE-ID
                  '  OPER: '       BKO-OPERATOR
                  DELIMITED BY SIZE INTO RPT-M-TEXT
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           MOVE SPACES TO RPT-M-TEXT
           STRING 'REASON: '       BKO-REASON
                  '  OVERFLOW REPROCESS RUN: ' BKO-RELATED-RUN-ID
                  DELIMITED BY SIZE INTO RPT-M-TEXT
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE.

       2100-LOAD-REGISTRY.
           PERFORM 2110-READ-REGISTRY-RECORD
           PERFORM 2120-TABLE-ONE-ENTRY UNTIL WS-END-OF-REGISTRY
           CLOSE RUN-REGISTRY.

       2110-READ-REGISTRY-RECORD.
           READ RUN-REGISTRY
               AT END
                   MOVE 'Y' TO WS-REG-EOF-SWITCH
           END-READ.

       2120-TABLE-ONE-ENTRY.
           ADD 1 TO WS-REG-IN-COUNT
           IF REG-ENTRY-COUNT < REG-ENTRY-MAX
               ADD 1 TO REG-ENTRY-COUNT
               MOVE RUN-REGISTRY-RECORD
                    TO REG-E-IMAGE(REG-ENTRY-COUNT)
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF
           PERFORM 2110-READ-REGISTRY-RECORD.

       2200-VALIDATE-REQUEST.
      * EVERY CHECK RUNS BEFORE THE MASTER IS OPENED - A REFUSED
      * REQUEST CHANGES NOTHING.
           EVALUATE TRUE
               WHEN NOT WS-REQ-FOUND
                   MOVE 'NO BACK-OUT REQUEST ON BKOCARD'
                        TO WS-ERROR-TEXT
               WHEN BKO-RUN-ID = SPACES
                       OR BKO-FEED-DATE = SPACES
                       OR BKO-SOURCE-ID = SPACES
                   MOVE 'BACK-OUT NEEDS RUN ID, DATE AND SOURCE'
                        TO WS-ERROR-TEXT
               WHEN BKO-OPERATOR = SPACES
                   MOVE 'BACK-OUT NEEDS AN OPERATOR ID'
                        TO WS-ERROR-TEXT
               WHEN BKO-REASON = SPACES
                   MOVE 'BACK-OUT NEEDS A REASON'
                        TO WS-ERROR-TEXT
               WHEN BKO-RELATED-RUN-ID = BKO-RUN-ID
                   MOVE 'OVERFLOW RUN ID REPEATS THE POSTING RUN'
                        TO WS-ERROR-TEXT
               WHEN WS-DROPPED-COUNT > ZERO
                   MOVE 'REGISTRY LARGER THAN WORK TABLE'
                        TO WS-ERROR-TEXT
               WHEN OTHER
                   PERFORM 2210-FIND-TARGET-ENTRY
                       VARYING WS-ENT-SUB FROM 1 BY 1
                       UNTIL WS-ENT-SUB > REG-ENTRY-COUNT
                   IF WS-TARGET-SUB = ZERO
                       IF WS-REVERSED-HIT
                           MOVE 'ENTRY ALREADY REVERSED'
                                TO WS-ERROR-TEXT
                       ELSE
                           MOVE 'ENTRY NOT ON REGISTRY'
                                TO WS-ERROR-TEXT
                       END-IF
                   ELSE
                       PERFORM 2220-CHECK-REGIONAL-ENTRY
                   END-IF
           END-EVALUATE
           IF WS-ERROR-TEXT NOT = SPACES
               SET WS-REQUEST-REFUSED TO TRUE
           END-IF.

       2210-FIND-TARGET-ENTRY.
           MOVE REG-E-IMAGE(WS-ENT-SUB) TO REG-RECORD
           IF REG-RUN-ID = BKO-RUN-ID
                   AND REG-FEED-DATE = BKO-FEED-DATE
                   AND REG-SOURCE-ID = BKO-SOURCE-ID
               IF REG-REVERSED
                   SET WS-REVERSED-HIT TO TRUE
               ELSE
                   MOVE WS-ENT-SUB       TO WS-TARGET-SUB
                   MOVE REG-RECORD-COUNT TO WS-REG-COUNT-SAVE
                   MOVE REG-AMOUNT-TOTAL TO WS-REG-AMOUNT-SAVE
                   MOVE REG-DATE         TO WS-RUN-LOAD-DATE
               END-IF
           END-IF.

       2220-CHECK-REGIONAL-ENTRY.
      * FEEDCONS REGISTERS EACH REGION UNDER ITS OWN RUN ID, BUT THE
      * MASTER ROWS CARRY THE COMBINED (MULTISRC) TBLOVFL RUN ID.
           MOVE REG-E-IMAGE(WS-TARGET-SUB) TO REG-RECORD
           IF REG-SOURCE-ID NOT = 'MULTISRC'
                   AND REG-RUN-ID(7:2) = '06'
               MOVE 'REGION OF A COMBINED FEED - USE MULTISRC'
                    TO WS-ERROR-TEXT
           END-IF.

       2500-WRITE-BACKUP.
      * THE UNTOUCHED BEFORE-IMAGE GOES TO REGBKUP FIRST, THE SAME
      * AS REGMAINT, SO THE REGISTRY CAN ALWAYS BE PUT BACK.
           PERFORM 2510-BACKUP-ONE-ENTRY
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > REG-ENTRY-COUNT
           CLOSE BACKUP-FILE.

       2510-BACKUP-ONE-ENTRY.
           WRITE BACKUP-FILE-RECORD FROM REG-E-IMAGE(WS-ENT-SUB).

      ******************************************************************
      * MASTER PASS - EVERY ROW THE POSTING RUN (AND THE NAMED
      * OVERFLOW REPROCESS RUN) WROTE COMES OFF THE DAILY MASTER.
      ******************************************************************
       3000-REMOVE-RUN-ROWS.
           OPEN I-O ITEM-MASTER-FILE
           IF NOT WS-DAYM-OK
               DISPLAY 'UNABLE TO OPEN DAYMAST - STATUS '
                       WS-DAYM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3010-READ-MASTER-RECORD
               PERFORM 3020-REMOVE-OR-KEEP UNTIL WS-END-OF-DAYM
           END-IF.

       3010-READ-MASTER-RECORD.
           READ ITEM-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DAYM-EOF-SWITCH
           END-READ
           IF NOT WS-DAYM-OK AND NOT WS-END-OF-DAYM
               DISPLAY 'DAYMAST READ ERROR - STATUS ' WS-DAYM-STATUS
               ADD 1 TO WS-MASTER-ERROR-CNT
               MOVE 'Y' TO WS-DAYM-EOF-SWITCH
           END-IF.

       3020-REMOVE-OR-KEEP.
           ADD 1 TO WS-MASTER-IN-COUNT
           IF DAYM-RUN-ID = BKO-RUN-ID
                   OR (BKO-RELATED-RUN-ID NOT = SPACES
                       AND DAYM-RUN-ID = BKO-RELATED-RUN-ID)
               IF DAYM-RUN-ID NOT = BKO-RUN-ID
                   MOVE DAYM-LOAD-DATE TO WS-RELATED-LOAD-DATE
               END-IF
               DELETE ITEM-MASTER-FILE
               IF WS-DAYM-OK
                   ADD 1 TO WS-REMOVED-COUNT
                   ADD DAYM-AMOUNT TO WS-REMOVED-VALUE
                   MOVE 'REMOVED'   TO RPT-I-ACTION
                   PERFORM 7100-WRITE-ITEM-LINE
               ELSE
                   DISPLAY 'DAYMAST DELETE ERROR - STATUS '
                           WS-DAYM-STATUS ' ON KEY ' DAYM-ITEM-CODE
                   ADD 1 TO WS-MASTER-ERROR-CNT
               END-IF
           END-IF
           PERFORM 3010-READ-MASTER-RECORD.

      ******************************************************************
      * RESTORE PASS - THE IMAGES THE BACKED-OUT RUNS REPLACED GO
      * BACK ON THE MASTER.  AN IMAGE ONE OF THOSE RUNS WROTE ITSELF
      * IS NOT A PRIOR IMAGE AND IS PASSED OVER, AND SO IS ONE REPLACED
      * BY AN EARLIER NIGHT'S RUN THAT HAPPENED TO HAVE THE SAME RUN
      * ID (DAYM-SUPERSEDED-DATE IS NOT THAT RUN'S LOAD DATE).
      ******************************************************************
       4000-RESTORE-PRIOR-IMAGES.
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HIST-OK
               DISPLAY 'HISTFILE NOT AVAILABLE - STATUS '
                       WS-HIST-STATUS ' - NO IMAGES RESTORED'
               MOVE 'Y' TO WS-HIST-EOF-SWITCH
           END-IF
           PERFORM 4010-READ-HISTORY-RECORD
           PERFORM 4020-CHECK-ONE-IMAGE UNTIL WS-END-OF-HIST
           CLOSE HISTORY-FILE.

       4010-READ-HISTORY-RECORD.
           IF NOT WS-END-OF-HIST
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-SWITCH
               END-READ
           END-IF.

       4020-CHECK-ONE-IMAGE.
           ADD 1 TO WS-HIST-IN-COUNT
           MOVE HISTORY-FILE-RECORD TO DAYM-RECORD
           IF ((DAYM-SUPERSEDED-BY = BKO-RUN-ID
                       AND DAYM-SUPERSEDED-DATE = WS-RUN-LOAD-DATE)
                   OR (BKO-RELATED-RUN-ID NOT = SPACES
                       AND DAYM-SUPERSEDED-BY = BKO-RELATED-RUN-ID
                       AND DAYM-SUPERSEDED-DATE =
                           WS-RELATED-LOAD-DATE))
                   AND DAYM-RUN-ID NOT = BKO-RUN-ID
                   AND DAYM-RUN-ID NOT = BKO-RELATED-RUN-ID
               PERFORM 4100-RESTORE-ONE-IMAGE
           END-IF
           PERFORM 4010-READ-HISTORY-RECORD.

       4100-RESTORE-ONE-IMAGE.
           MOVE SPACES      TO DAYM-SUPERSEDED-BY
           MOVE SPACES      TO DAYM-SUPERSEDED-DATE
           MOVE DAYM-RECORD TO WS-RESTORE-IMAGE
           WRITE DAYM-RECORD
           EVALUATE TRUE
               WHEN WS-DAYM-OK
                   ADD 1 TO WS-RESTORED-COUNT
                   ADD DAYM-AMOUNT TO WS-RESTORED-VALUE
                   MOVE 'RESTORED'  TO RPT-I-ACTION
                   PERFORM 7100-WRITE-ITEM-LINE
               WHEN WS-DAYM-DUP-KEY
                   PERFORM 4110-CHECK-EXISTING-ROW
               WHEN OTHER
                   DISPLAY 'DAYMAST WRITE ERROR - STATUS '
                           WS-DAYM-STATUS ' ON KEY ' DAYM-ITEM-CODE
                   ADD 1 TO WS-MASTER-ERROR-CNT
           END-EVALUATE.

       4110-CHECK-EXISTING-ROW.
      * THE KEY IS ALREADY ON THE MASTER.  EITHER THIS SAME IMAGE WAS
      * RESTORED FROM AN EARLIER GENERATION, OR A LATER RUN HAS
      * SINCE LOADED THE ITEM - THAT NEWER ROW STANDS.
           READ ITEM-MASTER-FILE
           IF WS-DAYM-OK
                   AND DAYM-RECORD = WS-RESTORE-IMAGE
               ADD 1 TO WS-REPEAT-IMAGE-CNT
           ELSE
               ADD 1 TO WS-NEWER-KEPT-COUNT
               MOVE 'NEWER KEPT' TO RPT-I-ACTION
               PERFORM 7100-WRITE-ITEM-LINE
           END-IF.

      ******************************************************************
      * REGISTRY - THE NAMED ENTRY, AND FOR A 'MULTISRC' BACK-OUT THE
      * PER-REGION ENTRIES FEEDCONS REGISTERED (RUN ID SUFFIX '06') FOR
      * THE SAME FEED DATE, ARE FLAGGED REVERSED.  A REGION LOADED ON
      * ITS OWN THAT DATE KEEPS ITS ENTRY - ITS ROWS STAY ON THE MASTER.
      ******************************************************************
       5000-REVERSE-REGISTRY.
           PERFORM 5010-FLAG-ONE-ENTRY
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > REG-ENTRY-COUNT
           OPEN OUTPUT RUN-REGISTRY
           PERFORM 5020-REWRITE-ONE-ENTRY
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > REG-ENTRY-COUNT
           CLOSE RUN-REGISTRY.

       5010-FLAG-ONE-ENTRY.
           MOVE REG-E-IMAGE(WS-ENT-SUB) TO REG-RECORD
           IF NOT REG-REVERSED
               IF WS-ENT-SUB = WS-TARGET-SUB
                       OR (BKO-SOURCE-ID = 'MULTISRC'
                           AND REG-FEED-DATE = BKO-FEED-DATE
                           AND REG-SOURCE-ID NOT = 'MULTISRC'
                           AND REG-RUN-ID(7:2) = '06')
                   SET REG-REVERSED      TO TRUE
                   MOVE WS-CURRENT-DATE  TO REG-REVERSED-DATE
                   MOVE REG-RECORD       TO REG-E-IMAGE(WS-ENT-SUB)
                   ADD 1 TO WS-FLAGGED-COUNT
                   PERFORM 5100-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

       5020-REWRITE-ONE-ENTRY.
           WRITE RUN-REGISTRY-RECORD FROM REG-E-IMAGE(WS-ENT-SUB).

       5100-WRITE-AUDIT-RECORD.
           MOVE SPACES          TO AUDT-RECORD
           MOVE WS-RUN-ID       TO AUDT-RUN-ID
           MOVE WS-CURRENT-DATE TO AUDT-DATE
           MOVE WS-CURRENT-TIME TO AUDT-TIME
           MOVE 'BACKOUT'       TO AUDT-COMMAND
           MOVE REG-FEED-DATE   TO AUDT-FEED-DATE
           MOVE REG-SOURCE-ID   TO AUDT-SOURCE-ID
           MOVE BKO-OPERATOR    TO AUDT-OPERATOR
           MOVE BKO-REASON      TO AUDT-REASON
           WRITE REG-AUDIT-RECORD FROM AUDT-RECORD.

       7000-WRITE-REFUSAL.
           MOVE SPACES TO RPT-M-TEXT
           STRING 'BACK-OUT REFUSED - ' WS-ERROR-TEXT
                  ' - NOTHING CHANGED'
                  DELIMITED BY SIZE INTO RPT-M-TEXT
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           DISPLAY 'FEEDBKOT: BACK-OUT REFUSED - ' WS-ERROR-TEXT.

       7200-WRITE-NOTHING-REMOVED.
           MOVE SPACES TO RPT-M-TEXT
           STRING 'NO DAILY MASTER ROW CARRIES RUN ' BKO-RUN-ID
                  ' - NOTHING RESTORED, REGISTRY NOT CHANGED'
                  DELIMITED BY SIZE INTO RPT-M-TEXT
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE
           DISPLAY 'FEEDBKOT: NO MASTER ROWS FOR RUN ' BKO-RUN-ID
                   ' - REGISTRY NOT CHANGED'.

       7100-WRITE-ITEM-LINE.
           MOVE DAYM-ITEM-CODE TO RPT-I-ITEM-CODE
           MOVE DAYM-CATEGORY  TO RPT-I-CATEGORY
           MOVE DAYM-LOAD-DATE TO RPT-I-LOAD-DATE
           MOVE DAYM-RUN-ID    TO RPT-I-RUN-ID
           MOVE DAYM-AMOUNT    TO RPT-I-AMOUNT
           WRITE REPORT-FILE-RECORD FROM RPT-ITEM-LINE.

       8000-WRITE-REPORT.
           MOVE 'DAILY MASTER ROWS READ'              TO RPT-D-LABEL
           MOVE WS-MASTER-IN-COUNT                    TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'ROWS REMOVED - WRITTEN BY BACKED-OUT RUN'
                                                      TO RPT-D-LABEL
           MOVE WS-REMOVED-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'HISTORY IMAGES READ'                 TO RPT-D-LABEL
           MOVE WS-HIST-IN-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'PRIOR IMAGES RESTORED'               TO RPT-D-LABEL
           MOVE WS-RESTORED-COUNT                     TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'PRIOR IMAGES NOT RESTORED - NEWER ROW'
                                                      TO RPT-D-LABEL
           MOVE WS-NEWER-KEPT-COUNT                   TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'PRIOR IMAGES FOUND IN TWO GENERATIONS'
                                                      TO RPT-D-LABEL
           MOVE WS-REPEAT-IMAGE-CNT                   TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'MASTER ROWS IN ERROR - SEE SYSOUT'   TO RPT-D-LABEL
           MOVE WS-MASTER-ERROR-CNT                   TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'REGISTRY ENTRIES FLAGGED REVERSED'   TO RPT-D-LABEL
           MOVE WS-FLAGGED-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'RECORD COUNT ORIGINALLY REGISTERED'  TO RPT-D-LABEL
           MOVE WS-REG-COUNT-SAVE                     TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

      * THE PROOF: WHAT WAS POSTED, WHAT CAME OFF, AND THE REST -
      * VALUE THE FEED CARRIED THAT NEVER SAT ON THE MASTER UNDER
      * THIS RUN (REJECTED, SPILLED AND NOT REPROCESSED, OR ALREADY
      * REPLACED BY A LATER RUN).
           COMPUTE WS-DIFFERENCE-VALUE =
                   WS-REG-AMOUNT-SAVE - WS-REMOVED-VALUE
           MOVE 'REGISTERED AMOUNT TOTAL'             TO RPT-A-LABEL
           MOVE WS-REG-AMOUNT-SAVE                    TO RPT-A-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-AMOUNT-LINE

           MOVE 'VALUE REMOVED FROM DAILY MASTER'     TO RPT-A-LABEL
           MOVE WS-REMOVED-VALUE                      TO RPT-A-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-AMOUNT-LINE

           MOVE 'REGISTERED VALUE NOT ON MASTER'      TO RPT-A-LABEL
           MOVE WS-DIFFERENCE-VALUE                   TO RPT-A-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-AMOUNT-LINE

           MOVE 'VALUE OF PRIOR IMAGES RESTORED'      TO RPT-A-LABEL
           MOVE WS-RESTORED-VALUE                     TO RPT-A-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-AMOUNT-LINE

           IF WS-DIFFERENCE-VALUE = ZERO
               MOVE 'REVERSAL NETS TO THE REGISTERED AMOUNT TOTAL'
                    TO RPT-M-TEXT
           ELSE
               MOVE 'REVERSAL DOES NOT NET - SEE VALUE NOT ON MASTER'
                    TO RPT-M-TEXT
           END-IF
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE.
