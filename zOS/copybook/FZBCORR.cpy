      *----------------------------------------------------------------
      * FZBCORR - FIZZBUZZ restatement correction record (80 bytes)
      * ========================================================
      *  One record per counter whose label a restatement run
      *  (FIZZBUZZ PARM='RESTATE,DATE=YYYYMMDD') changed on the
      *  FZBVSAM history master (FZB-CORR-RULE-SET names the rule set
      *  of the row), written to DD FZBCORR:
      *    - old and new label both present: the row was relabeled;
      *    - old label blank: the counter was not on the master for
      *      the date and has been added;
      *    - new label blank: the counter is no longer in the date's
      *      range and has been removed from the master.
      *  FZB-CORR-RESTATE-DATE/TIME stamp the restatement run that
      *  made the change; FZBEXTR PARM='CORR' ships these records as
      *  the correction-only extract, and only once the restated
      *  generation has been certified after that stamp.
      *----------------------------------------------------------------
       01  FZB-CORR-RECORD.
           05  FZB-CORR-BUS-DATE       PIC X(8).
           05  FZB-CORR-COUNTER        PIC 9(7).
           05  FZB-CORR-OLD-LABEL      PIC X(20).
           05  FZB-CORR-NEW-LABEL      PIC X(20).
           05  FZB-CORR-RESTATE-STAMP.
               10  FZB-CORR-RESTATE-DATE PIC X(8).
               10  FZB-CORR-RESTATE-TIME PIC X(6).
           05  FZB-CORR-RULE-SET       PIC X(4).
           05  FILLER                  PIC X(7).
