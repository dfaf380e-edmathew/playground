      *  One record per counter value processed.  Written to the
      *  QSAM report dataset (DD FZBOUT) so downstream batch steps
      *  can read FIZZBUZZ's results instead of scraping SYSOUT.
      *  With several rule sets on FZBCTL there is one record per
      *  rule set per counter - all of a counter's records together,
      *  rule sets in control-card order - and FZB-OUT-RULE-SET says
      *  which rule set labelled it.  A record written before rule
      *  sets existed carries blanks there, read as the default set
      *  BASE.
      *----------------------------------------------------------------
       01  FZB-OUTPUT-RECORD.
           05  FZB-OUT-COUNTER         PIC 9(7).
           05  FZB-OUT-LABEL           PIC X(20).
           05  FZB-OUT-BUS-DATE        PIC X(8).
           05  FZB-OUT-RULE-SET        PIC X(4).
           05  FILLER                  PIC X(1).
