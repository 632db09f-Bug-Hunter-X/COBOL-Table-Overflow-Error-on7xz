      ******************************************************************
      * PROGRAM-ID : ITMDRAFT
      * PURPOSE    : DRAFT ITEM MASTER ADDS FROM UNKNOWN-ITEM REJECTS.
      *              MOST R002 (ITEM NOT ON MASTER) REJECTS ARE NEW
      *              ITEMS THE PRODUCT AREA HAS NOT SET UP YET.  THIS
      *              STEP COLLECTS THE DISTINCT R002 ITEM CODES FROM
      *              TONIGHT'S REJECT FILE AND THE OPEN RECYCLE
      *              ENTRIES AND WRITES ONE DRAFT 'A' TRANSACTION PER
      *              CODE, IN ITMTREC LAYOUT, TO A REVIEW FILE - SO
      *              NOBODY RETYPES THEM FROM THE REJECT FILE.  EACH
      *              DRAFT CARRIES THE FEED'S ITEM TEXT AS A SUGGESTED
      *              DESCRIPTION AND THE NUMBER OF NIGHTS AND TOTAL
      *              VALUE THE CODE HAS BEEN REJECTING.  THE PRODUCT
      *              AREA FILLS IN THE CATEGORY ON THE DRAFTS IT
      *              APPROVES AND SUBMITS THE FILE THROUGH ITMMNTJ;
      *              THE RECYCLE SUBSYSTEM PICKS THE ITEMS UP ON THE
      *              NEXT RUN.
      *
      * NOTES      : THE REVIEW FILE IS A GDG - GENERATION (0) IS THE
      *              FILE THE REVIEWERS HAVE BEEN EDITING, (+1) IS
      *              WRITTEN.  A DRAFT ALREADY ON (0) IS CARRIED WITH
      *              THE REVIEWER'S DESCRIPTION AND CATEGORY KEPT AND
      *              ONLY ITS NIGHTS AND VALUE REFRESHED, AND IS
      *              DROPPED ONCE THE CODE IS ON THE ITEM MASTER, IS
      *              PENDING ON THE MAINTENANCE TRANSACTION FILE, OR
      *              HAS STOPPED REJECTING.  A CODE WITH AN ADD
      *              ALREADY PENDING ON ITMTRANS, OR ALREADY ON THE
      *              ITEM MASTER, IS NEVER DRAFTED.
      *
      *              NIGHTS AND VALUE COME FROM THE PERMANENT
      *              EXCEPTION HISTORY (EXCPHIST), WHICH ALREADY HOLDS
      *              TONIGHT'S REJECTS BECAUSE THE STEP RUNS AFTER
      *              MORNBRF.  A CODE WITH NO R002 HISTORY THERE FALLS
      *              BACK TO ITS RECYCLE ENTRY: NIGHTS IS THE ENTRY'S
      *              AGE PLUS THE NIGHT IT OPENED, VALUE THE AMOUNTS
      *              SEEN ON THE RECYCLE ENTRY AND TONIGHT'S REJECTS.
      *
      *              (+1) IS CATALOGED WHATEVER THE RETURN CODE, SO A
      *              NIGHT THAT CANNOT DRAFT COPIES (0) INTO IT AS IT
      *              STANDS AND THE REVIEWERS' EDITS ARE NEVER LOST.
      *              ONLY WHEN DRFTNEW ITSELF CANNOT BE OPENED IS
      *              NOTHING WRITTEN - THE JOB DELETES THAT EMPTY
      *              GENERATION ON RC 16.
      *
      * RETURN CODES:
      *              00 - NORMAL END OF JOB, NO NEW DRAFTS
      *              04 - NEW DRAFTS WRITTEN FOR PRODUCT AREA REVIEW
      *              12 - ITEMMST OR RPTFILE COULD NOT BE OPENED -
      *                   DRFTOLD COPIED TO DRFTNEW UNCHANGED
      *              16 - DRFTNEW COULD NOT BE OPENED
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMDRAFT.
       AUTHOR. DATA-CENTER-APPLICATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REJECT-FILE
               ASSIGN TO REJFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT OPTIONAL RECYCLE-FILE
               ASSIGN TO RCYFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCY-STATUS.

           SELECT OPTIONAL EXCEPTION-HISTORY-FILE
               ASSIGN TO EXCPHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCH-STATUS.

           SELECT OPTIONAL MAINT-TRANS-FILE
               ASSIGN TO ITMTRANS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT ITEM-REF-FILE
               ASSIGN TO ITEMMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-CODE
               FILE STATUS IS WS-ITM-STATUS.

           SELECT OPTIONAL DRAFT-IN
               ASSIGN TO DRFTOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRFI-STATUS.

           SELECT DRAFT-OUT
               ASSIGN TO DRFTNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRFO-STATUS.

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
       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-FILE-RECORD       PIC X(97).

       FD  RECYCLE-FILE
           RECORDING MODE IS F.
       01  RECYCLE-FILE-RECORD      PIC X(110).

       FD  EXCEPTION-HISTORY-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-HISTORY-RECORD PIC X(130).

       FD  MAINT-TRANS-FILE
           RECORDING MODE IS F.
       01  MAINT-TRANS-RECORD       PIC X(80).

       FD  ITEM-REF-FILE.
      * REFERENCE ITEM MASTER RECORD (KEY = ITM-CODE)
           COPY ITMREC.

       FD  DRAFT-IN
           RECORDING MODE IS F.
       01  DRAFT-IN-RECORD          PIC X(80).

       FD  DRAFT-OUT
           RECORDING MODE IS F.
       01  DRAFT-OUT-RECORD         PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-FILE-RECORD       PIC X(132).

       FD  TIMING-FILE
           RECORDING MODE IS F.
       01  TIMING-FILE-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
      * REJECT / EXCEPTION RECORD
           COPY REJREC.

      * RECYCLE MASTER RECORD
           COPY RCYREC.

      * PERMANENT EXCEPTION HISTORY ROW
           COPY EXCHREC.

      * MAINTENANCE TRANSACTION RECORD - ALSO THE DRAFT LAYOUT
           COPY ITMTREC.

      * FEED RECORD VIEWS - THE DETAIL VIEW SPLITS THE REJECTED ITEM
      * DATA INTO ITS TEXT AND AMOUNT
           COPY TRANREC.

      * BATCH WINDOW TIMING ROW - START AND END OF THIS STEP
           COPY TIMREC.

       01  WS-FILE-STATUS-GROUP.
           05  WS-REJ-STATUS        PIC XX.
               88  WS-REJ-OK            VALUE '00' '05'.
           05  WS-RCY-STATUS        PIC XX.
               88  WS-RCY-OK            VALUE '00' '05'.
           05  WS-EXCH-STATUS       PIC XX.
               88  WS-EXCH-OK           VALUE '00' '05'.
           05  WS-TRAN-STATUS       PIC XX.
               88  WS-TRAN-OK           VALUE '00' '05'.
           05  WS-ITM-STATUS        PIC XX.
               88  WS-ITM-OK            VALUE '00'.
           05  WS-DRFI-STATUS       PIC XX.
               88  WS-DRFI-OK           VALUE '00' '05'.
           05  WS-DRFO-STATUS       PIC XX.
               88  WS-DRFO-OK           VALUE '00'.
           05  WS-RPT-STATUS        PIC XX.
               88  WS-RPT-OK            VALUE '00'.
           05  WS-TIME-STATUS       PIC XX.
               88  WS-TIME-OK           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FILE-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-END-OF-FILE       VALUE 'Y'.
           05  WS-CAND-FOUND-SW     PIC X VALUE 'N'.
               88  WS-CAND-FOUND        VALUE 'Y'.
           05  WS-PEND-FOUND-SW     PIC X VALUE 'N'.
               88  WS-PEND-FOUND        VALUE 'Y'.
           05  WS-ON-MASTER-SW      PIC X VALUE 'N'.
               88  WS-ON-MASTER         VALUE 'Y'.
           05  WS-TABLE-FULL-SW     PIC X VALUE 'N'.
               88  WS-TABLE-FULL-TOLD   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REJ-R002-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-RCY-R002-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-HIST-R002-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-NEW-DRAFT-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-CARRIED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-DROPPED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-ON-MASTER-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-PENDING-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-COPIED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-OVER-TABLE-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-CAND-SUB          PIC 9(5) VALUE ZERO.
           05  WS-PEND-SUB          PIC 9(5) VALUE ZERO.

       01  WS-MISC.
           05  WS-RUN-ID            PIC X(08).
           05  WS-CURRENT-DATE      PIC X(08).
           05  WS-CURRENT-TIME      PIC X(06).
           05  WS-LOOK-CODE         PIC X(08).
           05  WS-WORK-AMOUNT       PIC S9(9)V99 VALUE ZERO.
           05  WS-DISPOSITION       PIC X(08).
           05  WS-DROP-REASON       PIC X(40).

      * DISTINCT R002 CODES FOUND TONIGHT.  1000 CODES IS WELL ABOVE
      * THE RECYCLE MASTER'S OWN CEILING; A CODE BEYOND IT IS COUNTED
      * AND REPORTED, AND IS DRAFTED ON A LATER NIGHT.
       01  WS-CANDIDATE-TABLE.
           05  WS-CAND-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-CAND-MAX          PIC 9(5) VALUE 1000.
           05  WS-CAND-ENTRY OCCURS 1000 TIMES.
               10  WS-CAND-CODE     PIC X(08).
               10  WS-CAND-TEXT     PIC X(27).
               10  WS-CAND-STATE    PIC X(01).
                   88  WS-CAND-UNDRAFTED    VALUE ' '.
                   88  WS-CAND-DRAFTED      VALUE 'D'.
               10  WS-CAND-RCY-AGE  PIC 9(03).
               10  WS-CAND-IN-RCY-SW PIC X(01).
                   88  WS-CAND-IN-RECYCLE   VALUE 'Y'.
               10  WS-CAND-FEED-VALUE PIC S9(11)V99.
               10  WS-CAND-NIGHTS   PIC 9(05).
               10  WS-CAND-VALUE    PIC S9(11)V99.
               10  WS-CAND-LAST-DATE PIC X(08).

      * ITEM CODES WITH AN ADD ALREADY WAITING ON ITMTRANS
       01  WS-PENDING-TABLE.
           05  WS-PEND-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-PEND-MAX          PIC 9(5) VALUE 1000.
           05  WS-PEND-CODE         PIC X(08) OCCURS 1000 TIMES.

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(20) VALUE
                   'ITMDRAFT DRAFT ADDS '.
           05  FILLER               PIC X(10) VALUE ' RUN-ID:  '.
           05  RPT-T-RUN-ID         PIC X(08).
           05  FILLER               PIC X(08) VALUE '  DATE: '.
           05  RPT-T-DATE           PIC X(08).
           05  FILLER               PIC X(08) VALUE '  TIME: '.
           05  RPT-T-TIME           PIC X(06).
           05  FILLER               PIC X(63) VALUE SPACE.

       01  RPT-DRAFT-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-DR-DISPOSITION   PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-DR-CODE          PIC X(08).
           05  FILLER               PIC X(09) VALUE '  NIGHTS '.
           05  RPT-DR-NIGHTS        PIC ZZ9.
           05  FILLER               PIC X(08) VALUE '  VALUE '.
           05  RPT-DR-VALUE         PIC -(9)9.99.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-DR-TEXT          PIC X(40).
           05  FILLER               PIC X(38) VALUE SPACE.

       01  RPT-DETAIL-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-D-LABEL          PIC X(40).
           05  RPT-D-VALUE          PIC ZZZZZZ9.
           05  FILLER               PIC X(84) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF RETURN-CODE = ZERO
               PERFORM 2000-LOAD-PENDING-ADDS
               PERFORM 3000-GATHER-REJECTS
               PERFORM 3200-GATHER-RECYCLE
               PERFORM 4000-TALLY-HISTORY
               PERFORM 4100-APPLY-FALLBACK
                   VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-CAND-COUNT
               PERFORM 5000-CARRY-OLD-DRAFTS
               PERFORM 6000-WRITE-NEW-DRAFT
                   VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-CAND-COUNT
               CLOSE ITEM-REF-FILE
               CLOSE DRAFT-OUT
               PERFORM 8000-WRITE-SUMMARY
               IF WS-NEW-DRAFT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY 'DRAFT ADDS COMPLETE - ' WS-NEW-DRAFT-COUNT
                       ' NEW, ' WS-CARRIED-COUNT ' CARRIED, '
                       WS-DROPPED-COUNT ' DROPPED'
           ELSE
               IF WS-DRFO-OK
                   PERFORM 5900-CARRY-UNCHANGED
               END-IF
               DISPLAY 'ITMDRAFT TERMINATING - FILES UNAVAILABLE - '
                       WS-COPIED-COUNT ' DRAFTS CARRIED UNCHANGED'
           END-IF
           CLOSE REPORT-FILE
           PERFORM 9810-WRITE-TIMING-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-ID(1:6)
           MOVE '18'                 TO WS-RUN-ID(7:2)
           PERFORM 9800-WRITE-TIMING-START

      * WITHOUT THE ITEM MASTER EVERY CODE ADDED SINCE IT REJECTED
      * WOULD BE DRAFTED AGAIN AS A DUPLICATE ADD - SO NO MASTER, NO
      * NEW DRAFTS, AND TONIGHT'S (+1) IS A COPY OF (0).
           OPEN INPUT ITEM-REF-FILE
           IF NOT WS-ITM-OK
               DISPLAY 'UNABLE TO OPEN ITEMMST - STATUS '
                       WS-ITM-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
      * DRFTNEW IS OPENED EVEN AFTER A FAILURE ABOVE -
      * 5900-CARRY-UNCHANGED NEEDS IT.
           OPEN OUTPUT DRAFT-OUT
           IF NOT WS-DRFO-OK
               DISPLAY 'UNABLE TO OPEN DRFTNEW - STATUS '
                       WS-DRFO-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-RPT-OK
               DISPLAY 'UNABLE TO OPEN RPTFILE - STATUS '
                       WS-RPT-STATUS
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE NOT = ZERO AND WS-ITM-OK
               CLOSE ITEM-REF-FILE
           END-IF
           IF RETURN-CODE = ZERO
               MOVE WS-RUN-ID            TO RPT-T-RUN-ID
               MOVE WS-CURRENT-DATE      TO RPT-T-DATE
               MOVE WS-CURRENT-TIME      TO RPT-T-TIME
               WRITE REPORT-FILE-RECORD FROM RPT-TITLE-LINE
           END-IF.

       2000-LOAD-PENDING-ADDS.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT MAINT-TRANS-FILE
           IF NOT WS-TRAN-OK
               DISPLAY 'ITMTRANS NOT AVAILABLE - STATUS '
                       WS-TRAN-STATUS
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 2010-READ-ONE-PENDING
               UNTIL WS-END-OF-FILE
           CLOSE MAINT-TRANS-FILE.

       2010-READ-ONE-PENDING.
           READ MAINT-TRANS-FILE INTO ITMT-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   IF ITMT-ACT-ADD AND ITMT-CODE NOT = SPACES
                           AND WS-PEND-COUNT < WS-PEND-MAX
                       ADD 1 TO WS-PEND-COUNT
                       MOVE ITMT-CODE TO WS-PEND-CODE(WS-PEND-COUNT)
                   END-IF
           END-READ.

      ******************************************************************
      * CANDIDATES - EVERY DISTINCT NON-BLANK R002 CODE ON TONIGHT'S
      * REJECT FILE OR OPEN ON THE RECYCLE MASTER.
      ******************************************************************
       3000-GATHER-REJECTS.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT REJECT-FILE
           IF NOT WS-REJ-OK
               DISPLAY 'REJFILE NOT AVAILABLE - STATUS '
                       WS-REJ-STATUS
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 3010-READ-ONE-REJECT
               UNTIL WS-END-OF-FILE
           CLOSE REJECT-FILE.

       3010-READ-ONE-REJECT.
           READ REJECT-FILE INTO REJECT-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   IF REJ-UNKNOWN-ITEM AND REJ-ITEM(1:8) NOT = SPACES
                       ADD 1 TO WS-REJ-R002-COUNT
                       MOVE REJ-ITEM TO TRAN-DETAIL-RECORD
                       PERFORM 3100-TAKE-CANDIDATE
                   END-IF
           END-READ.

      * TRAN-DETAIL-RECORD HOLDS THE REJECTED ITEM DATA
       3100-TAKE-CANDIDATE.
           MOVE TRAN-ITEM-CODE TO WS-LOOK-CODE
           PERFORM 3500-FIND-CANDIDATE
           IF NOT WS-CAND-FOUND
               IF WS-CAND-COUNT < WS-CAND-MAX
                   ADD 1 TO WS-CAND-COUNT
                   MOVE WS-CAND-COUNT TO WS-CAND-SUB
                   MOVE TRAN-ITEM-CODE TO WS-CAND-CODE(WS-CAND-SUB)
                   MOVE TRAN-ITEM-TEXT TO WS-CAND-TEXT(WS-CAND-SUB)
                   MOVE SPACE         TO WS-CAND-STATE(WS-CAND-SUB)
                   MOVE ZERO          TO WS-CAND-RCY-AGE(WS-CAND-SUB)
                   MOVE 'N'           TO WS-CAND-IN-RCY-SW(WS-CAND-SUB)
                   MOVE ZERO        TO WS-CAND-FEED-VALUE(WS-CAND-SUB)
                   MOVE ZERO          TO WS-CAND-NIGHTS(WS-CAND-SUB)
                   MOVE ZERO          TO WS-CAND-VALUE(WS-CAND-SUB)
                   MOVE SPACES        TO WS-CAND-LAST-DATE(WS-CAND-SUB)
                   SET WS-CAND-FOUND  TO TRUE
               ELSE
                   PERFORM 3900-NOTE-TABLE-FULL
               END-IF
           END-IF
           IF WS-CAND-FOUND
               PERFORM 3600-EDIT-AMOUNT
               ADD WS-WORK-AMOUNT TO WS-CAND-FEED-VALUE(WS-CAND-SUB)
           END-IF.

       3200-GATHER-RECYCLE.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT RECYCLE-FILE
           IF NOT WS-RCY-OK
               DISPLAY 'RCYFILE NOT AVAILABLE - STATUS '
                       WS-RCY-STATUS
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 3210-READ-ONE-RECYCLE
               UNTIL WS-END-OF-FILE
           CLOSE RECYCLE-FILE.

       3210-READ-ONE-RECYCLE.
           READ RECYCLE-FILE INTO RCY-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   IF RCY-STAT-OPEN AND RCY-REASON-CODE = 'R002'
                           AND RCY-ITEM(1:8) NOT = SPACES
                       ADD 1 TO WS-RCY-R002-COUNT
                       MOVE RCY-ITEM TO TRAN-DETAIL-RECORD
                       PERFORM 3100-TAKE-CANDIDATE
                       IF WS-CAND-FOUND
                           MOVE 'Y' TO WS-CAND-IN-RCY-SW(WS-CAND-SUB)
                           IF RCY-AGE-DAYS >
                                   WS-CAND-RCY-AGE(WS-CAND-SUB)
                               MOVE RCY-AGE-DAYS
                                    TO WS-CAND-RCY-AGE(WS-CAND-SUB)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3500-FIND-CANDIDATE.
           MOVE 'N'  TO WS-CAND-FOUND-SW
           MOVE ZERO TO WS-CAND-SUB
           PERFORM 3510-TEST-ONE-CANDIDATE
               VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB > WS-CAND-COUNT
                   OR WS-CAND-FOUND
           IF WS-CAND-FOUND
               SUBTRACT 1 FROM WS-CAND-SUB
           END-IF.

       3510-TEST-ONE-CANDIDATE.
           IF WS-CAND-CODE(WS-CAND-SUB) = WS-LOOK-CODE
               SET WS-CAND-FOUND TO TRUE
           END-IF.

      * AN ILL-FORMED AMOUNT COUNTS AS NOTHING RATHER THAN POISONING
      * THE DRAFT'S VALUE - SAME RULE AS THE LOAD.
       3600-EDIT-AMOUNT.
           IF TRAN-AMT-SIGN-OK AND TRAN-ITEM-AMT-DIGITS NUMERIC
               MOVE TRAN-ITEM-AMOUNT TO WS-WORK-AMOUNT
           ELSE
               MOVE ZERO             TO WS-WORK-AMOUNT
           END-IF.

       3900-NOTE-TABLE-FULL.
           ADD 1 TO WS-OVER-TABLE-COUNT
           IF NOT WS-TABLE-FULL-TOLD
               DISPLAY 'DRAFT CANDIDATE TABLE FULL - FURTHER CODES '
                       'WAIT FOR A LATER NIGHT'
               SET WS-TABLE-FULL-TOLD TO TRUE
           END-IF.

      ******************************************************************
      * NIGHTS AND VALUE FROM THE EXCEPTION HISTORY.  THE HISTORY IS
      * APPENDED NIGHT BY NIGHT, SO A CHANGE OF DATE ON A CODE'S
      * R002 ROWS IS ANOTHER NIGHT.
      ******************************************************************
       4000-TALLY-HISTORY.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT EXCEPTION-HISTORY-FILE
           IF NOT WS-EXCH-OK
               DISPLAY 'EXCPHIST NOT AVAILABLE - STATUS '
                       WS-EXCH-STATUS
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 4010-READ-ONE-HISTORY-ROW
               UNTIL WS-END-OF-FILE
           CLOSE EXCEPTION-HISTORY-FILE.

       4010-READ-ONE-HISTORY-ROW.
           READ EXCEPTION-HISTORY-FILE INTO EXH-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   IF EXH-REJECTED AND EXH-REASON-CODE = 'R002'
                       MOVE EXH-ITEM(1:8) TO WS-LOOK-CODE
                       PERFORM 3500-FIND-CANDIDATE
                       IF WS-CAND-FOUND
                           PERFORM 4020-TALLY-ONE-NIGHT
                       END-IF
                   END-IF
           END-READ.

       4020-TALLY-ONE-NIGHT.
           ADD 1 TO WS-HIST-R002-COUNT
           IF EXH-DATE NOT = WS-CAND-LAST-DATE(WS-CAND-SUB)
               ADD 1 TO WS-CAND-NIGHTS(WS-CAND-SUB)
               MOVE EXH-DATE TO WS-CAND-LAST-DATE(WS-CAND-SUB)
           END-IF
           MOVE EXH-ITEM TO TRAN-DETAIL-RECORD
           PERFORM 3600-EDIT-AMOUNT
           ADD WS-WORK-AMOUNT TO WS-CAND-VALUE(WS-CAND-SUB).

       4100-APPLY-FALLBACK.
           IF WS-CAND-NIGHTS(WS-CAND-SUB) = ZERO
               IF WS-CAND-IN-RECYCLE(WS-CAND-SUB)
                   COMPUTE WS-CAND-NIGHTS(WS-CAND-SUB) =
                           WS-CAND-RCY-AGE(WS-CAND-SUB) + 1
               ELSE
                   MOVE 1 TO WS-CAND-NIGHTS(WS-CAND-SUB)
               END-IF
               MOVE WS-CAND-FEED-VALUE(WS-CAND-SUB)
                    TO WS-CAND-VALUE(WS-CAND-SUB)
           END-IF.

      ******************************************************************
      * CARRY LAST NIGHT'S REVIEW FILE FORWARD.  THE REVIEWER'S
      * DESCRIPTION AND CATEGORY ARE KEPT; ONLY NIGHTS AND VALUE ARE
      * REFRESHED.  ANY ROW THAT IS NOT A DRAFT ADD IS THE REVIEWER'S
      * OWN AND IS CARRIED AS IT STANDS.
      ******************************************************************
       5000-CARRY-OLD-DRAFTS.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT DRAFT-IN
           IF NOT WS-DRFI-OK
               DISPLAY 'DRFTOLD NOT AVAILABLE - STATUS '
                       WS-DRFI-STATUS
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 5010-READ-ONE-OLD-DRAFT
               UNTIL WS-END-OF-FILE
           CLOSE DRAFT-IN.

       5010-READ-ONE-OLD-DRAFT.
           READ DRAFT-IN INTO ITMT-RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   IF ITMT-ACT-ADD
                       PERFORM 5020-CARRY-ONE-DRAFT
                   ELSE
                       WRITE DRAFT-OUT-RECORD FROM ITMT-RECORD
                   END-IF
           END-READ.

       5020-CARRY-ONE-DRAFT.
           MOVE ITMT-CODE TO WS-LOOK-CODE
           PERFORM 3500-FIND-CANDIDATE
           MOVE SPACES TO WS-DROP-REASON
           IF WS-CAND-FOUND
               PERFORM 5600-CHECK-ITEM-MASTER
               PERFORM 5700-CHECK-PENDING
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-CAND-FOUND
                   MOVE 'NO LONGER REJECTING R002' TO WS-DROP-REASON
               WHEN WS-CAND-DRAFTED(WS-CAND-SUB)
                   MOVE 'DUPLICATE DRAFT FOR THE CODE'
                        TO WS-DROP-REASON
               WHEN WS-ON-MASTER
                   MOVE 'NOW ON THE ITEM MASTER'   TO WS-DROP-REASON
               WHEN WS-PEND-FOUND
                   MOVE 'ADD NOW PENDING ON ITMTRANS'
                        TO WS-DROP-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DROP-REASON = SPACES
               SET WS-CAND-DRAFTED(WS-CAND-SUB) TO TRUE
               PERFORM 5800-SET-DRAFT-COUNTS
               WRITE DRAFT-OUT-RECORD FROM ITMT-RECORD
               ADD 1 TO WS-CARRIED-COUNT
               MOVE 'CARRIED'      TO WS-DISPOSITION
               MOVE ITMT-DESC      TO WS-DROP-REASON
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
               MOVE 'DROPPED'      TO WS-DISPOSITION
           END-IF
           PERFORM 7000-LIST-DRAFT.

       5600-CHECK-ITEM-MASTER.
           MOVE 'N'         TO WS-ON-MASTER-SW
           MOVE WS-LOOK-CODE TO ITM-CODE
           READ ITEM-REF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ON-MASTER TO TRUE
           END-READ.

       5700-CHECK-PENDING.
           MOVE 'N'  TO WS-PEND-FOUND-SW
           PERFORM 5710-TEST-ONE-PENDING
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT
                   OR WS-PEND-FOUND.

       5710-TEST-ONE-PENDING.
           IF WS-PEND-CODE(WS-PEND-SUB) = WS-LOOK-CODE
               SET WS-PEND-FOUND TO TRUE
           END-IF.

       5800-SET-DRAFT-COUNTS.
           IF WS-CAND-NIGHTS(WS-CAND-SUB) > 999
               MOVE 999 TO ITMT-DRAFT-NIGHTS
           ELSE
               MOVE WS-CAND-NIGHTS(WS-CAND-SUB) TO ITMT-DRAFT-NIGHTS
           END-IF
           MOVE WS-CAND-VALUE(WS-CAND-SUB) TO ITMT-DRAFT-VALUE.

      ******************************************************************
      * A FAILED NIGHT - GENERATION (0) OF THE REVIEW FILE IS COPIED TO
      * (+1) AS IT STANDS, REVIEWERS' EDITS AND ALL.
      ******************************************************************
       5900-CARRY-UNCHANGED.
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           OPEN INPUT DRAFT-IN
           IF NOT WS-DRFI-OK
               MOVE 'Y' TO WS-FILE-EOF-SWITCH
           END-IF
           PERFORM 5910-COPY-ONE-DRAFT
               UNTIL WS-END-OF-FILE
           CLOSE DRAFT-IN
           CLOSE DRAFT-OUT.

       5910-COPY-ONE-DRAFT.
           READ DRAFT-IN
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SWITCH
               NOT AT END
                   WRITE DRAFT-OUT-RECORD FROM DRAFT-IN-RECORD
                   ADD 1 TO WS-COPIED-COUNT
           END-READ.

      ******************************************************************
      * A NEW DRAFT FOR EVERY CODE NOT ALREADY CARRIED, NOT ON THE
      * ITEM MASTER AND NOT PENDING ON ITMTRANS.  THE FEED'S ITEM TEXT
      * IS THE SUGGESTED DESCRIPTION; THE CATEGORY IS THE REVIEWER'S.
      ******************************************************************
       6000-WRITE-NEW-DRAFT.
           IF WS-CAND-UNDRAFTED(WS-CAND-SUB)
               MOVE WS-CAND-CODE(WS-CAND-SUB) TO WS-LOOK-CODE
               PERFORM 5600-CHECK-ITEM-MASTER
               PERFORM 5700-CHECK-PENDING
               EVALUATE TRUE
                   WHEN WS-ON-MASTER
                       ADD 1 TO WS-ON-MASTER-COUNT
                   WHEN WS-PEND-FOUND
                       ADD 1 TO WS-PENDING-COUNT
                   WHEN OTHER
                       PERFORM 6010-WRITE-ONE-NEW-DRAFT
               END-EVALUATE
           END-IF.

       6010-WRITE-ONE-NEW-DRAFT.
           MOVE SPACES                    TO ITMT-RECORD
           SET ITMT-ACT-ADD               TO TRUE
           MOVE WS-CAND-CODE(WS-CAND-SUB) TO ITMT-CODE
           MOVE WS-CAND-TEXT(WS-CAND-SUB) TO ITMT-DESC
           PERFORM 5800-SET-DRAFT-COUNTS
           WRITE DRAFT-OUT-RECORD FROM ITMT-RECORD
           SET WS-CAND-DRAFTED(WS-CAND-SUB) TO TRUE
           ADD 1 TO WS-NEW-DRAFT-COUNT
           MOVE 'NEW'                     TO WS-DISPOSITION
           MOVE ITMT-DESC                 TO WS-DROP-REASON
           PERFORM 7000-LIST-DRAFT.

       7000-LIST-DRAFT.
           MOVE WS-DISPOSITION  TO RPT-DR-DISPOSITION
           MOVE ITMT-CODE       TO RPT-DR-CODE
           MOVE ITMT-DRAFT-NIGHTS TO RPT-DR-NIGHTS
           MOVE ITMT-DRAFT-VALUE  TO RPT-DR-VALUE
           IF WS-DISPOSITION = 'DROPPED'
               MOVE ZERO        TO RPT-DR-NIGHTS
               MOVE ZERO        TO RPT-DR-VALUE
           END-IF
           MOVE WS-DROP-REASON  TO RPT-DR-TEXT
           WRITE REPORT-FILE-RECORD FROM RPT-DRAFT-LINE.

       8000-WRITE-SUMMARY.
           MOVE 'R002 REJECTS ON TONIGHT''S REJFILE'  TO RPT-D-LABEL
           MOVE WS-REJ-R002-COUNT                     TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'OPEN R002 RECYCLE ENTRIES'           TO RPT-D-LABEL
           MOVE WS-RCY-R002-COUNT                     TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'DISTINCT R002 ITEM CODES'            TO RPT-D-LABEL
           MOVE WS-CAND-COUNT                         TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'R002 HISTORY ROWS TALLIED'           TO RPT-D-LABEL
           MOVE WS-HIST-R002-COUNT                    TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'NEW DRAFTS FOR REVIEW'               TO RPT-D-LABEL
           MOVE WS-NEW-DRAFT-COUNT                    TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'DRAFTS CARRIED FROM LAST NIGHT'      TO RPT-D-LABEL
           MOVE WS-CARRIED-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'DRAFTS DROPPED'                      TO RPT-D-LABEL
           MOVE WS-DROPPED-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'CODES ALREADY ON THE ITEM MASTER'    TO RPT-D-LABEL
           MOVE WS-ON-MASTER-COUNT                    TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'CODES WITH AN ADD PENDING ON ITMTRANS' TO RPT-D-LABEL
           MOVE WS-PENDING-COUNT                      TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE

           MOVE 'CODES OVER THE TABLE LIMIT'          TO RPT-D-LABEL
           MOVE WS-OVER-TABLE-COUNT                   TO RPT-D-VALUE
           WRITE REPORT-FILE-RECORD FROM RPT-DETAIL-LINE.

      * THE TIMING HISTORY IS BOOKKEEPING FOR THE BATCH WINDOW
      * REPORT (STRMTIME) - A ROW THAT CANNOT BE RECORDED IS NOTED
      * ON SYSOUT AND NEVER CHANGES THE STEP'S RETURN CODE.
       9800-WRITE-TIMING-START.
           MOVE SPACES               TO TIM-RECORD
           SET TIM-STEP-START        TO TRUE
           MOVE 'ITMDRAFT'           TO TIM-PROGRAM
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
           MOVE 'ITMDRAFT'           TO TIM-PROGRAM
           MOVE WS-RUN-ID            TO TIM-RUN-ID
           ACCEPT TIM-DATE FROM DATE YYYYMMDD
           ACCEPT TIM-TIME FROM TIME
           MOVE WS-CAND-COUNT        TO TIM-RECORDS
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
