      ******************************************************************
      * PROGRAM-ID : SRCSCORE
      * PURPOSE    : NIGHTLY PER-REGION SCORECARD.  SINCE FEEDCONS
      *              MERGES THE REGIONAL FEEDS INTO ONE 'MULTISRC'
      *              FEED, THE LOAD'S OWN COUNTS NO LONGER SAY WHICH
      *              REGION A REJECT OR A SPILL CAME FROM.  EVERY
      *              DETAIL NOW CARRIES ITS REGION'S SOURCE ID ONTO
      *              THE REJECT, OVERFLOW AND DAILY MASTER RECORDS,
      *              AND THIS PROGRAM ADDS THEM BACK UP BY REGION -
      *              WHAT EACH REGION POSTED, WHAT LOADED, WHAT WAS
      *              CORRECTED, WHAT REJECTED (BY REASON R001-R004),
      *              AND WHAT SPILLED - SO WHEN THE EARLY REJECT-RATE
      *              ALERT (A004) FIRES THE MORNING SHIFT CAN SEE
      *              WHICH REGION'S EXTRACT CAUSED IT.
      *
      * NOTES      : THE FIGURES, PER REGION:
      *              - POSTED COUNT AND VALUE COME FROM THE RUN
      *                REGISTRY ROWS FOR THE FEED DATE.  THE COMBINED
      *                'MULTISRC' ROW IS THE SUM OF THE REGIONAL ROWS
      *                AND IS LEFT OUT; REVERSED ROWS ARE LEFT OUT.
      *              - LOADED AND CORRECTED COUNT THE DAILY MASTER
      *                ROWS CARRYING TODAY'S LOAD DATE - A ROW TYPED
      *                'COR ' IS A CORRECTION, ANY OTHER TYPE A LOAD.
      *                LOAD VALUE IS THE SUM OF THOSE ROWS' AMOUNTS.
      *              - REJECTS ARE COUNTED FROM THE REJECT FILE BY
      *                REASON CODE, SPILLS FROM THE OVERFLOW FILE,
      *                AND RESIDUE FROM THE SECOND-SPILL FILE.
      *              A ROW WITH NO SOURCE ID (WRITTEN BEFORE THE
      *              REGION WAS CARRIED) IS SHOWN AS '(NONE)'.  A
      *              REGION WHOSE REJECTS REACH THE CONTROL RECORD'S
      *              REJECT-RATE LIMIT AGAINST ITS POSTED COUNT IS
      *              FLAGGED 'HIGH' - THE SAME RULE A004 APPLIES TO
      *              THE FEED AS A WHOLE.
      *              READ-ONLY AGAINST EVERY INPUT, SO IT CAN RUN
      *              WHETHER OR NOT THE DAY RECONCILED.
      *
      * RETURN CODES:
      *              00 - SCORECARD WRITTEN
      *              04 - SCORECARD WRITTEN, ONE OR MORE REGIONS HIGH
      *              16 - STATUS RECORD, DAYMAST OR RPTFILE
      *                   UNAVAILABLE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCSCORE.
       AUTHOR. DATA-CENTER-APPLICATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STATUS-FILE
               ASSIGN TO STATFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT OPTIONAL CTL-FILE
               ASSIGN TO CTLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL RUN-REGISTRY
               ASSIGN TO RUNREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT ITEM-MASTER-FILE
               ASSIGN TO DAYMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DAYM-ITEM-CODE
               FILE STATUS IS WS-DAYM-STATUS.

           SELECT OPTIONAL OVERFLOW-FILE
               ASSIGN TO OVFLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVFL-STATUS.

           SELECT OPTIONAL RESPILL-FILE
               ASSIGN TO OVF2FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.

           SELECT OPTIONAL REJECT-FILE
               ASSIGN TO REJFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

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
       FD  STATUS-FILE
           RECORDING MODE IS F.
       01  STATUS-FILE-RECORD       PIC X(110).

       FD  CTL-FILE
           RECORDING MODE IS F.
       01  CTL-FILE-RECORD          PIC X(80).

       FD  RUN-REGISTRY
           RECORDING MODE IS F.
       01  RUN-REGISTRY-RECORD      PIC X(80).

       FD  ITEM-MASTER-FILE.
      * KEYED DAILY ITEM MASTER RECORD (KEY = DAYM-ITEM-CODE)
           COPY DAYMREC.

       FD  OVERFLOW-FILE
           RECORDING MODE IS F.
       01  OVERFLOW-FILE-RECORD     PIC X(80).

       FD  RESPILL-FILE
           RECORDING MODE IS F.
       01  RESPILL-FILE-RECORD      PIC X(80).

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-FILE-RECORD       PIC X(97).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-FILE-RECORD       PIC X(132).

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-FILE-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
      * RUN STATUS RECORD WRITTEN BY TBLOVFL
           COPY STATREC.

      * CONTROL RECORD - SUPPLIES THE REJECT-RATE LIMIT
           COPY CTLPARM.

      * RUN REGISTRY RECORD
           COPY RUNREG.

      * REJECT AND OVERFLOW RECORD LAYOUTS
           COPY REJREC.
           COPY OVFLREC.

      * BATCH WINDOW TIMING ROW - START AND END OF THIS STEP
           COPY TIMREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-STAT-STATUS       PIC XX.
               88  WS-STAT-OK           VALUE '00' '05'.
           05  WS-CTL-STATUS        PIC XX.
               88  WS-CTL-OK            VALUE '00' '05'.
           05  WS-REG-STATUS        PIC XX.
               88  WS-REG-OK            VALUE '00' '05'.
           05  WS-DAYM-STATUS       PIC XX.
               88  WS-DAYM-OK           VALUE '00'.
           05  WS-OVFL-STATUS       PIC XX.
               88  WS-OVFL-OK           VALUE '00' '05'.
           05  WS-RESP-STATUS       PIC XX.
               88  WS-RESP-OK           VALUE '00' '05'.
           05  WS-REJ-STATUS        PIC XX.
               88  WS-REJ-OK            VALUE '00' '05'.
           05  WS-RPT-STATUS        PIC XX.
               88  WS-RPT-OK            VALUE '00'.
           05  WS-TIME-STATUS       PIC XX.
               88  WS-TIME-OK           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-STAT-FOUND-SW     PIC X VALUE 'N'.
               88  WS-STAT-FOUND        VALUE 'Y'.
           05  WS-FILE-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-SC-FOUND-SW       PIC X VALUE 'N'.
               88  WS-SC-FOUND          VALUE 'Y'.
           05  WS-HIGH-SW           PIC X VALUE 'N'.
               88  WS-ANY-REGION-HIGH   VALUE 'Y'.

       01  WS-MISC.
           05  WS-RUN-ID            PIC X(08).
           05  WS-CURRENT-DATE      PIC X(08).
           05  WS-CURRENT-TIME      PIC X(06).
           05  WS-REJECT-PCT-LIMIT  PIC 9(3) VALUE 10.
           05  WS-LOOKUP-SOURCE     PIC X(08).
           05  WS-SC-SUB            PIC 9(3) VALUE ZERO.
           05  WS-REJ-TOTAL         PIC 9(7) VALUE ZERO.
           05  WS-REJ-PCT           PIC 9(3) VALUE ZERO.
           05  WS-HIGH-COUNT        PIC 9(3) VALUE ZERO.

      * ONE ENTRY PER REGION SEEN ON ANY INPUT, IN ORDER OF FIRST
      * APPEARANCE.  FEEDCONS TAKES FOUR REGIONS AND A DIRECT LOAD
      * ONE, SO 20 IS AMPLE; SHOULD IT EVER FILL, THE LAST ENTRY
      * BECOMES A CATCH-ALL SO NO ROW GOES UNCOUNTED.  THE TOTALS
      * ENTRY FOLLOWS THE SAME LAYOUT.
       01  WS-SCORE-TABLE.
           05  WS-SC-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-SC-MAX            PIC 9(3) VALUE 20.
           05  WS-SC-ENTRY OCCURS 21 TIMES.
               10  WS-SC-SOURCE-ID  PIC X(08).
               10  WS-SC-POSTED     PIC 9(7).
               10  WS-SC-POSTED-AMT PIC S9(11)V99.
               10  WS-SC-LOADED     PIC 9(7).
               10  WS-SC-CORRECTED  PIC 9(7).
               10  WS-SC-LOAD-VALUE PIC S9(11)V99.
               10  WS-SC-REJ-R001   PIC 9(7).
               10  WS-SC-REJ-R002   PIC 9(7).
               10  WS-SC-REJ-R003   PIC 9(7).
               10  WS-SC-REJ-R004   PIC 9(7).
               10  WS-SC-REJ-OTHER  PIC 9(7).
               10  WS-SC-SPILLED    PIC 9(7).
               10  WS-SC-RESIDUE    PIC 9(7).
       01  WS-SC-TOTAL-SUB          PIC 9(3) VALUE 21.

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(20) VALUE
                   'SRCSCORE REGION CARD'.
           05  FILLER               PIC X(10) VALUE ' RUN-ID:  '.
           05  RPT-T-RUN-ID         PIC X(08).
           05  FILLER               PIC X(08) VALUE '  DATE: '.
           05  RPT-T-DATE           PIC X(08).
           05  FILLER               PIC X(08) VALUE '  TIME: '.
           05  RPT-T-TIME           PIC X(06).
           05  FILLER               PIC X(63) VALUE SPACE.

       01  RPT-HEAD-LINE-1.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(08) VALUE 'REGION'.
           05  FILLER               PIC X(08) VALUE '  POSTED'.
           05  FILLER               PIC X(16) VALUE
                   '    POSTED VALUE'.
           05  FILLER               PIC X(08) VALUE '  LOADED'.
           05  FILLER               PIC X(08) VALUE ' CORRECT'.
           05  FILLER               PIC X(16) VALUE
                   '      LOAD VALUE'.
           05  FILLER               PIC X(08) VALUE '    R001'.
           05  FILLER               PIC X(08) VALUE '    R002'.
           05  FILLER               PIC X(08) VALUE '    R003'.
           05  FILLER               PIC X(08) VALUE '    R004'.
           05  FILLER               PIC X(08) VALUE ' SPILLED'.
           05  FILLER               PIC X(08) VALUE ' RESIDUE'.
           05  FILLER               PIC X(04) VALUE ' REJ'.
           05  FILLER               PIC X(05) VALUE SPACE.
           05  FILLER               PIC X(10) VALUE SPACE.

       01  RPT-HEAD-LINE-2.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(08) VALUE 'SOURCE'.
           05  FILLER               PIC X(08) VALUE '   COUNT'.
           05  FILLER               PIC X(16) VALUE SPACE.
           05  FILLER               PIC X(08) VALUE SPACE.
           05  FILLER               PIC X(08) VALUE '   (COR)'.
           05  FILLER               PIC X(16) VALUE SPACE.
           05  FILLER               PIC X(08) VALUE '   BLANK'.
           05  FILLER               PIC X(08) VALUE ' UNKNOWN'.
           05  FILLER               PIC X(08) VALUE 'INACTIVE'.
           05  FILLER               PIC X(08) VALUE '  AMOUNT'.
           05  FILLER               PIC X(08) VALUE SPACE.
           05  FILLER               PIC X(08) VALUE SPACE.
           05  FILLER               PIC X(04) VALUE ' PCT'.
           05  FILLER               PIC X(05) VALUE ' FLAG'.
           05  FILLER               PIC X(10) VALUE SPACE.

       01  RPT-SCORE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-S-SOURCE-ID      PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-S-POSTED         PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-S-POSTED-AMT     PIC -(11)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-S-LOADED         PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-S-CORRECTED      PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-S-LOAD-VALUE     PIC -(11)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-S-REJ-R001       PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-S-REJ-R002       PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-S-REJ-R003       PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-S-REJ-R004       PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-S-SPILLED        PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-S-RESIDUE        PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-S-REJ-PCT        PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-S-FLAG           PIC X(04).
           05  FILLER               PIC X(10) VALUE SPACE.

       01  RPT-DETAIL-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-D-LABEL          PIC X(40).
           05  RPT-D-VALUE          PIC ZZZZZZ9.
           05  FILLER               PIC X(84) VALUE SPACE.

       01  RPT-MESSAGE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-M-TEXT           PIC X(60).
           05  FILLER               PIC X(71) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 2000-SCORE-REGISTRY
               PERFORM 3000-SCORE-DAILY-MASTER
           END-IF
           IF RETURN-CODE = ZERO
               PERFORM 3100-SCORE-OVERFLOW-ROWS
               PERFORM 3200-SCORE-RESPILL-ROWS
               PERFORM 3300-SCORE-REJECT-ROWS
               PERFORM 5000-TOTAL-AND-FLAG
               PERFORM 8000-WRITE-REPORT
               IF WS-ANY-REGION-HIGH
                   MOVE 4 TO RETURN-CODE
                   DISPLAY 'REGION SCORECARD WRITTEN - ' WS-HIGH-COUNT
                           ' REGION(S) OVER THE REJECT-RATE LIMIT'
               ELSE
                   DISPLAY 'REGION SCORECARD WRITTEN - ' WS-SC-COUNT
                           ' REGION(S) SCORED'
               END-IF
           ELSE
               DISPLAY 'SRCSCORE TERMINATING - FILES UNAVAILABLE'
           END-IF
           IF WS-RPT-OK
               CLOSE REPORT-FILE
           END-IF
           PERFORM 9810-WRITE-TIMING-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-ID(1:6)
           MOVE '12'                 TO WS-RUN-ID(7:2)
           PERFORM 9800-WRITE-TIMING-START
           INITIALIZE WS-SC-ENTRY(WS-SC-TOTAL-SUB)
           MOVE 'TOTAL'              TO WS-SC-SOURCE-ID(WS-SC-TOTAL-SUB)

           OPEN INPUT STATUS-FILE
           IF WS-STAT-OK
               READ STATUS-FILE INTO STAT-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-STAT-FOUND TO TRUE
               END-READ
           END-IF
           CLOSE STATUS-FILE
           IF NOT WS-STAT-FOUND
               DISPLAY 'NO STATUS RECORD - NOTHING TO SCORE'
               MOVE 16 TO RETURN-CODE
           END-IF

      * THE SAME LIMIT AND DEFAULT TBLOVFL USES FOR ALERT A004
           MOVE ZERO TO CTL-REJECT-PCT-LIMIT
           OPEN INPUT CTL-FILE
           IF WS-CTL-OK
               READ CTL-FILE INTO CTL-RECORD
                   AT END
                       CONTINUE
               END-READ
           END-IF
           CLOSE CTL-FILE
           IF CTL-REJECT-PCT-LIMIT NUMERIC
                   AND CTL-REJECT-PCT-LIMIT > ZERO
               MOVE CTL-REJECT-PCT-LIMIT TO WS-REJECT-PCT-LIMIT
           ELSE
               MOVE 10                   TO WS-REJECT-PCT-LIMIT
           END-IF

      * THE SCORECARD IS THE STEP'S ONLY PRODUCT
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RPT-OK
               DISPLAY 'UNABLE TO OPEN RPTFILE - STATUS '
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2000-SCORE-REGISTRY.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT RUN-REGISTRY
           IF NOT WS-REG-OK
               DISPLAY 'RUNREG NOT AVAILABLE - STATUS ' WS-REG-STATUS
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 2100-SCORE-REGISTRY-RECORD
               UNTIL WS-END-OF-FILE
           CLOSE RUN-REGISTRY.

       2100-SCORE-REGISTRY-RECORD.
           READ RUN-REGISTRY INTO REG-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
      * THE COMBINED ROW WOULD COUNT EVERY REGION A SECOND TIME
                   IF REG-FEED-DATE = STAT-FEED-DATE
                           AND REG-SOURCE-ID NOT = 'MULTISRC'
                           AND NOT REG-REVERSED
                       MOVE REG-SOURCE-ID TO WS-LOOKUP-SOURCE
                       PERFORM 2900-FIND-SOURCE-ENTRY
                       ADD REG-RECORD-COUNT TO WS-SC-POSTED(WS-SC-SUB)
                       ADD REG-AMOUNT-TOTAL
                           TO WS-SC-POSTED-AMT(WS-SC-SUB)
                   END-IF
           END-READ.

       2900-FIND-SOURCE-ENTRY.
      * RETURNS WS-SC-SUB FOR WS-LOOKUP-SOURCE, ADDING THE REGION
      * ON FIRST SIGHT.  ONCE THE TABLE IS FULL, UNSEEN REGIONS ARE
      * COUNTED IN THE LAST ENTRY, RELABELLED AS THE CATCH-ALL.
           IF WS-LOOKUP-SOURCE = SPACES OR LOW-VALUES
               MOVE '(NONE)' TO WS-LOOKUP-SOURCE
           END-IF
           MOVE 'N' TO WS-SC-FOUND-SW
           PERFORM 2910-TEST-ONE-SOURCE
               VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > WS-SC-COUNT
                   OR WS-SC-FOUND
           IF WS-SC-FOUND
               SUBTRACT 1 FROM WS-SC-SUB
           ELSE
               IF WS-SC-COUNT < WS-SC-MAX
                   ADD 1 TO WS-SC-COUNT
                   MOVE WS-SC-COUNT TO WS-SC-SUB
                   INITIALIZE WS-SC-ENTRY(WS-SC-SUB)
                   MOVE WS-LOOKUP-SOURCE TO WS-SC-SOURCE-ID(WS-SC-SUB)
               ELSE
                   MOVE WS-SC-MAX  TO WS-SC-SUB
                   MOVE '*OTHERS*' TO WS-SC-SOURCE-ID(WS-SC-SUB)
               END-IF
           END-IF.

       2910-TEST-ONE-SOURCE.
           IF WS-SC-SOURCE-ID(WS-SC-SUB) = WS-LOOKUP-SOURCE
               MOVE 'Y' TO WS-SC-FOUND-SW
           END-IF.

       3000-SCORE-DAILY-MASTER.
           OPEN INPUT ITEM-MASTER-FILE
           IF NOT WS-DAYM-OK
               DISPLAY 'UNABLE TO OPEN DAYMAST - STATUS '
                       WS-DAYM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-FILE-EOF-SWITCH
               PERFORM 3010-SCORE-ONE-MASTER-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE ITEM-MASTER-FILE
           END-IF.

       3010-SCORE-ONE-MASTER-ROW.
      * ONLY TODAY'S ROWS - THE SAME SELECTION EODRECON PROVES
           READ ITEM-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   IF DAYM-LOAD-DATE = STAT-DATE
                       MOVE DAYM-SOURCE-ID TO WS-LOOKUP-SOURCE
                       PERFORM 2900-FIND-SOURCE-ENTRY
                       IF DAYM-ITEM-TYPE = 'COR '
                           ADD 1 TO WS-SC-CORRECTED(WS-SC-SUB)
                       ELSE
                           ADD 1 TO WS-SC-LOADED(WS-SC-SUB)
                       END-IF
                       ADD DAYM-AMOUNT TO WS-SC-LOAD-VALUE(WS-SC-SUB)
                   END-IF
           END-READ.

       3100-SCORE-OVERFLOW-ROWS.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT OVERFLOW-FILE
           IF NOT WS-OVFL-OK
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 3110-SCORE-ONE-OVERFLOW-ROW
               UNTIL WS-END-OF-FILE
           CLOSE OVERFLOW-FILE.

       3110-SCORE-ONE-OVERFLOW-ROW.
           READ OVERFLOW-FILE INTO OVFL-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   MOVE OVFL-SOURCE-ID TO WS-LOOKUP-SOURCE
                   PERFORM 2900-FIND-SOURCE-ENTRY
                   ADD 1 TO WS-SC-SPILLED(WS-SC-SUB)
           END-READ.

       3200-SCORE-RESPILL-ROWS.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT RESPILL-FILE
           IF NOT WS-RESP-OK
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 3210-SCORE-ONE-RESPILL-ROW
               UNTIL WS-END-OF-FILE
           CLOSE RESPILL-FILE.

       3210-SCORE-ONE-RESPILL-ROW.
           READ RESPILL-FILE INTO OVFL-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   MOVE OVFL-SOURCE-ID TO WS-LOOKUP-SOURCE
                   PERFORM 2900-FIND-SOURCE-ENTRY
                   ADD 1 TO WS-SC-RESIDUE(WS-SC-SUB)
           END-READ.

       3300-SCORE-REJECT-ROWS.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT REJECT-FILE
           IF NOT WS-REJ-OK
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 3310-SCORE-ONE-REJECT-ROW
               UNTIL WS-END-OF-FILE
           CLOSE REJECT-FILE.

       3310-SCORE-ONE-REJECT-ROW.
           READ REJECT-FILE INTO REJECT-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   MOVE REJ-SOURCE-ID TO WS-LOOKUP-SOURCE
                   PERFORM 2900-FIND-SOURCE-ENTRY
                   EVALUATE TRUE
                       WHEN REJ-BLANK-ITEM
                           ADD 1 TO WS-SC-REJ-R001(WS-SC-SUB)
                       WHEN REJ-UNKNOWN-ITEM
                           ADD 1 TO WS-SC-REJ-R002(WS-SC-SUB)
                       WHEN REJ-INACTIVE-ITEM
                           ADD 1 TO WS-SC-REJ-R003(WS-SC-SUB)
                       WHEN REJ-BAD-AMOUNT
                           ADD 1 TO WS-SC-REJ-R004(WS-SC-SUB)
                       WHEN OTHER
                           ADD 1 TO WS-SC-REJ-OTHER(WS-SC-SUB)
                   END-EVALUATE
           END-READ.

       5000-TOTAL-AND-FLAG.
           PERFORM 5100-ADD-TO-TOTALS
               VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > WS-SC-COUNT.

       5100-ADD-TO-TOTALS.
           ADD WS-SC-POSTED(WS-SC-SUB)
               TO WS-SC-POSTED(WS-SC-TOTAL-SUB)
           ADD WS-SC-POSTED-AMT(WS-SC-SUB)
               TO WS-SC-POSTED-AMT(WS-SC-TOTAL-SUB)
           ADD WS-SC-LOADED(WS-SC-SUB)
               TO WS-SC-LOADED(WS-SC-TOTAL-SUB)
           ADD WS-SC-CORRECTED(WS-SC-SUB)
               TO WS-SC-CORRECTED(WS-SC-TOTAL-SUB)
           ADD WS-SC-LOAD-VALUE(WS-SC-SUB)
               TO WS-SC-LOAD-VALUE(WS-SC-TOTAL-SUB)
           ADD WS-SC-REJ-R001(WS-SC-SUB)
               TO WS-SC-REJ-R001(WS-SC-TOTAL-SUB)
           ADD WS-SC-REJ-R002(WS-SC-SUB)
               TO WS-SC-REJ-R002(WS-SC-TOTAL-SUB)
           ADD WS-SC-REJ-R003(WS-SC-SUB)
               TO WS-SC-REJ-R003(WS-SC-TOTAL-SUB)
           ADD WS-SC-REJ-R004(WS-SC-SUB)
               TO WS-SC-REJ-R004(WS-SC-TOTAL-SUB)
           ADD WS-SC-REJ-OTHER(WS-SC-SUB)
               TO WS-SC-REJ-OTHER(WS-SC-TOTAL-SUB)
           ADD WS-SC-SPILLED(WS-SC-SUB)
               TO WS-SC-SPILLED(WS-SC-TOTAL-SUB)
           ADD WS-SC-RESIDUE(WS-SC-SUB)
               TO WS-SC-RESIDUE(WS-SC-TOTAL-SUB).

       8000-WRITE-REPORT.
           MOVE WS-RUN-ID            TO RPT-T-RUN-ID
           MOVE WS-CURRENT-DATE      TO RPT-T-DATE
           MOVE WS-CURRENT-TIME      TO RPT-T-TIME
           WRITE REPORT-FILE-RECORD FROM RPT-TITLE-LINE

           MOVE SPACES               TO RPT-M-TEXT
           STRING 'FEED DATE: ' STAT-FEED-DATE
                  '  SOURCE: '  STAT-SOURCE-ID
                  '  LOAD DATE: ' STAT-DATE
                  DELIMITED BY SIZE INTO RPT-M-TEXT
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE

           WRITE REPORT-FILE-RECORD FROM RPT-HEAD-LINE-1
           WRITE REPORT-FILE-RECORD FROM RPT-HEAD-LINE-2
           PERFORM 8100-WRITE-SCORE-LINE
               VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > WS-SC-COUNT
           MOVE WS-SC-TOTAL-SUB TO WS-SC-SUB
           PERFORM 8100-WRITE-SCORE-LINE

           IF WS-SC-REJ-OTHER(WS-SC-TOTAL-SUB) > ZERO
               MOVE 'REJECTS WITH AN UNLISTED REASON CODE'
                    TO RPT-D-LABEL
               MOVE WS-SC-REJ-OTHER(WS-SC-TOTAL-SUB) TO RPT-D-VALUE
               WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE
           END-IF

           MOVE 'REJECT-RATE LIMIT (PCT OF POSTED)'  TO RPT-D-LABEL
           MOVE WS-REJECT-PCT-LIMIT                  TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE SPACES TO RPT-M-TEXT
           IF WS-ANY-REGION-HIGH
               MOVE 'REGION FLAGGED HIGH - CHECK ITS EXTRACT (SEE A004)'
                    TO RPT-M-TEXT
           ELSE
               MOVE 'NO REGION AT OR OVER THE REJECT-RATE LIMIT'
                    TO RPT-M-TEXT
           END-IF
           WRITE REPORT-FILE-RECORD FROM RPT-MESSAGE-LINE.

       8100-WRITE-SCORE-LINE.
      * REJECT RATE AGAINST WHAT THE REGION POSTED, FLAGGED BY THE
      * SAME TEST A004 USES.  THE TOTALS LINE IS NOT FLAGGED - A004
      * ITSELF ALREADY SPEAKS FOR THE FEED AS A WHOLE.
           MOVE SPACES TO RPT-S-FLAG
           MOVE ZERO   TO WS-REJ-PCT
           IF WS-SC-POSTED(WS-SC-SUB) > ZERO
               COMPUTE WS-REJ-TOTAL =
                   WS-SC-REJ-R001(WS-SC-SUB) + WS-SC-REJ-R002(WS-SC-SUB)
                 + WS-SC-REJ-R003(WS-SC-SUB) + WS-SC-REJ-R004(WS-SC-SUB)
                 + WS-SC-REJ-OTHER(WS-SC-SUB)
               COMPUTE WS-REJ-PCT =
                   WS-REJ-TOTAL * 100 / WS-SC-POSTED(WS-SC-SUB)
               IF WS-REJ-PCT >= WS-REJECT-PCT-LIMIT
                       AND WS-SC-SUB NOT = WS-SC-TOTAL-SUB
                   MOVE 'HIGH' TO RPT-S-FLAG
                   MOVE 'Y'    TO WS-HIGH-SW
                   ADD 1       TO WS-HIGH-COUNT
               END-IF
           END-IF
           MOVE WS-SC-SOURCE-ID(WS-SC-SUB)  TO RPT-S-SOURCE-ID
           MOVE WS-SC-POSTED(WS-SC-SUB)     TO RPT-S-POSTED
           MOVE WS-SC-POSTED-AMT(WS-SC-SUB) TO RPT-S-POSTED-AMT
           MOVE WS-SC-LOADED(WS-SC-SUB)     TO RPT-S-LOADED
           MOVE WS-SC-CORRECTED(WS-SC-SUB)  TO RPT-S-CORRECTED
           MOVE WS-SC-LOAD-VALUE(WS-SC-SUB) TO RPT-S-LOAD-VALUE
           MOVE WS-SC-REJ-R001(WS-SC-SUB)   TO RPT-S-REJ-R001
           MOVE WS-SC-REJ-R002(WS-SC-SUB)   TO RPT-S-REJ-R002
           MOVE WS-SC-REJ-R003(WS-SC-SUB)   TO RPT-S-REJ-R003
           MOVE WS-SC-REJ-R004(WS-SC-SUB)   TO RPT-S-REJ-R004
           MOVE WS-SC-SPILLED(WS-SC-SUB)    TO RPT-S-SPILLED
           MOVE WS-SC-RESIDUE(WS-SC-SUB)    TO RPT-S-RESIDUE
           MOVE WS-REJ-PCT                  TO RPT-S-REJ-PCT
           WRITE REPORT-FILE-RECORD FROM RPT-SCORE-LINE.

      * THE TIMING HISTORY IS BOOKKEEPING FOR THE BATCH WINDOW
      * REPORT (STRMTIME) - A ROW THAT CANNOT BE RECORDED IS NOTED
      * ON SYSOUT AND NEVER CHANGES THE STEP'S RETURN CODE.
       9800-WRITE-TIMING-START.
           MOVE SPACES               TO TIM-RECORD
           SET TIM-STEP-START        TO TRUE
           MOVE 'SRCSCORE'           TO TIM-PROGRAM
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
           MOVE 'SRCSCORE'           TO TIM-PROGRAM
           MOVE WS-RUN-ID            TO TIM-RUN-ID
           ACCEPT TIM-DATE FROM DATE YYYYMMDD
           ACCEPT TIM-TIME FROM TIME
           MOVE WS-SC-COUNT          TO TIM-RECORDS
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
