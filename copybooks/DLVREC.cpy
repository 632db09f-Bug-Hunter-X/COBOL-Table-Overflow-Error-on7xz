      ******************************************************************
      * DLVREC.CPY
      * DISTRIBUTION EXTRACT DELIVERY STATUS HISTORY.  A PERMANENT,
      * APPEND-ONLY FILE - ONE ROW PER EVENT IN THE LIFE OF ONE
      * EXTRACT (01-08) FOR ONE CUT DATE:
      *   SENT     - DAYMDIST CUT THE EXTRACT; COUNT AND HASH ARE
      *              THE TRAILER WE SENT (XTR-TRL-RECORD-COUNT AND
      *              XTR-TRL-HASH-TOTAL).  A RERUN OF DAYMDIST FOR
      *              THE SAME CUT DATE IS A NEW SENT ROW AND STARTS
      *              THE EXTRACT OVER.
      *   ACKED    - THE RECEIVER ACKNOWLEDGED IT AND ITS COUNT AND
      *              HASH AGREE WITH OURS.
      *   MISMATCH - THE RECEIVER ACKNOWLEDGED IT BUT BALANCED TO A
      *              DIFFERENT COUNT OR HASH.
      *   NAKED    - THE RECEIVER REJECTED IT (REASON IS THEIRS).
      * ON ACKED/MISMATCH/NAKED ROWS COUNT AND HASH ARE THE
      * RECEIVER'S FIGURES.  THE LATEST ROW FOR AN EXTRACT AND CUT
      * DATE IS ITS CURRENT STATUS (ACKMATCH).
      ******************************************************************
       01  DLV-RECORD.
           05  DLV-EXTRACT-NO       PIC 9(02).
           05  DLV-CUT-DATE         PIC X(08).
           05  DLV-EVENT            PIC X(08).
               88  DLV-SENT             VALUE 'SENT'.
               88  DLV-ACKED            VALUE 'ACKED'.
               88  DLV-MISMATCH         VALUE 'MISMATCH'.
               88  DLV-NAKED            VALUE 'NAKED'.
           05  DLV-RECORD-COUNT     PIC 9(07).
           05  DLV-HASH-TOTAL       PIC 9(12).
           05  DLV-EVENT-DATE       PIC X(08).
           05  DLV-EVENT-TIME       PIC X(06).
           05  DLV-RUN-ID           PIC X(08).
           05  DLV-REASON           PIC X(20).
           05  FILLER               PIC X(01).
