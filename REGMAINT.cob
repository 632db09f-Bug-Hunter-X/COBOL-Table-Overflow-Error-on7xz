           05  RPT-R-COUNT          PIC ZZZZZZ9.
           05  FILLER               PIC X(07) VALUE '  HASH '.
           05  RPT-R-HASH           PIC ZZZZZZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-R-STATE          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-R-REVERSED-DATE  PIC X(08).
           05  FILLER               PIC X(31) VALUE SPACE.

       01  RPT-DETAIL-LINE.
           05  FILLER               PIC X(01) VALUE SPACE.
               MOVE REG-SOURCE-ID    TO RPT-R-SOURCE-ID
               MOVE REG-RECORD-COUNT TO RPT-R-COUNT
               MOVE REG-HASH-TOTAL   TO RPT-R-HASH
               IF REG-REVERSED
                   MOVE 'REVERSED'        TO RPT-R-STATE
                   MOVE REG-REVERSED-DATE TO RPT-R-REVERSED-DATE
               ELSE
                   MOVE SPACES            TO RPT-R-STATE
                   MOVE SPACES            TO RPT-R-REVERSED-DATE
               END-IF
               WRITE REPORT-FILE-RECORD FROM RPT-REG-LINE
           END-IF.

