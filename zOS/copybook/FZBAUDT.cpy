      *----------------------------------------------------------------
      * FZBAUDT - FIZZBUZZ run-metadata audit record (100 bytes)
      * ========================================================
      *  One record appended to DD FZBAUDT at the end of every
      *  FIZZBUZZ execution (OPEN EXTEND) so a history of every run
      *  slices.  A record written by an earlier release carries
      *  blanks in the end time; readers treat a non-numeric end
      *  time as "no timing recorded".
      *  The control totals are per rule set: a run writes one record
      *  per rule set per business date, FZB-AUD-RULE-SET naming it
      *  and FZB-AUD-SET-SEQ numbering the run's rule sets 01, 02,
      *  ... in control-card order.  Run-level readers (run counts,
      *  restarts, failures, elapsed times) take only the first,
      *  FZB-AUD-RUN-RECORD; a record from before rule sets existed
      *  carries blanks in both fields and is a run record of the
      *  default set BASE.
      *  MIGRATION from the 80-byte release: copy every audit dataset
      *  to a new LRECL 100 dataset (IEBGENER pads with blanks), the
      *  same as the 74-to-80 migration below.
      *  MIGRATION from the 74-byte release: existing audit datasets
      *  (live, .Pnn slices and FZBARCH archives) must be copied to
      *  new LRECL 80 datasets (IEBGENER pads the old records with
           05  FZB-AUD-TOTAL-COUNT     PIC 9(7).
           05  FZB-AUD-RETURN-CODE     PIC S9(4).
           05  FZB-AUD-END-TIME        PIC X(6).
           05  FZB-AUD-RULE-SET        PIC X(4).
           05  FZB-AUD-SET-SEQ         PIC X(2).
               88  FZB-AUD-RUN-RECORD  VALUE SPACES '00' '01'.
           05  FILLER                  PIC X(14).
