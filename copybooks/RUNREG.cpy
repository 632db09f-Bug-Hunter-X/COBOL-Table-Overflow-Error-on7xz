      * COMPLETED IS REFUSED INSTEAD OF DOUBLE-POSTED WHEN THE JOB
      * IS RESUBMITTED.  OUT-OF-BALANCE RUNS ARE NOT REGISTERED, SO
      * A CORRECTED RESEND OF A BAD FEED IS NEVER BLOCKED.
      * A FEED BACKED OUT AFTER POSTING (PROGRAM FEEDBKOT) KEEPS ITS
      * ROW, FLAGGED REVERSED - THE GUARDS SKIP A REVERSED ROW, SO
      * THE CORRECTED RESEND LOADS, AND THE HISTORY STAYS INTACT.
      ******************************************************************
       01  REG-RECORD.
           05  REG-RUN-ID           PIC X(08).
                                    SIGN IS LEADING SEPARATE.
           05  REG-DATE             PIC X(08).
           05  REG-TIME             PIC X(06).
           05  REG-REVERSED-FLAG    PIC X(01).
               88  REG-REVERSED         VALUE 'R'.
           05  REG-REVERSED-DATE    PIC X(08).
