      ******************************************************************
      * TIMREC.CPY
      * BATCH WINDOW TIMING RECORD.  EVERY PROGRAM IN THE TBLOVFLJ
      * STREAM APPENDS A START ROW AS IT INITIALIZES AND AN END ROW
      * JUST BEFORE IT STOPS TO THE PERMANENT TIMING HISTORY
      * (TIMEHIST), SO STEP TIMES CAN BE TRACKED NIGHT OVER NIGHT
      * AND AGAINST FEED VOLUME (PROGRAM STRMTIME).
      *   TIM-RECORDS     - THE STEP'S OWN MEASURE OF RECORDS
      *                     PROCESSED (ZERO ON A START ROW)
      *   TIM-RETURN-CODE - THE STEP'S RETURN CODE (END ROW ONLY)
      *   TIM-FEED-COUNT  - THE NIGHT'S FEED TRAILER RECORD COUNT,
      *                     CARRIED ON THE FEEDCONS AND TBLOVFL END
      *                     ROWS; ZERO ELSEWHERE
      * A STEP THAT ABENDS LEAVES A START ROW WITH NO END ROW.
      ******************************************************************
       01  TIM-RECORD.
           05  TIM-EVENT            PIC X(01).
               88  TIM-STEP-START       VALUE 'S'.
               88  TIM-STEP-END         VALUE 'E'.
           05  FILLER               PIC X(01).
           05  TIM-PROGRAM          PIC X(08).
           05  TIM-RUN-ID           PIC X(08).
           05  TIM-DATE             PIC X(08).
           05  TIM-TIME             PIC X(06).
           05  TIM-RECORDS          PIC 9(09).
           05  TIM-RETURN-CODE      PIC 9(03).
           05  TIM-FEED-COUNT       PIC 9(07).
           05  FILLER               PIC X(29).
