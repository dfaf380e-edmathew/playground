      * ========================================================
      *  One record requests one change to the divisor/label rule
      *  table maintained in the FZBCTL control-card dataset.
      *  FZB-TXN-RULE-SET names the rule set (business unit) the
      *  change applies to - blank is the default set BASE; a
      *  divisor is matched only within its own rule set.
      *    'ADD' -> add FZB-TXN-DIVISOR/FZB-TXN-LABEL as a new rule
      *    'CHG' -> replace the label of the existing FZB-TXN-DIVISOR
      *             rule with FZB-TXN-LABEL
      *  applies to; blank matches the first row with the divisor.
      *  On CHG a non-blank FZB-TXN-EXP-DATE replaces the row's
      *  expiry date.
      *  FZB-TXN-REQUESTER is the user ID of the person asking for
      *  the change (the maker).  FZBRQUE refuses a transaction
      *  without one, and FZBRAPV refuses an approval given by the
      *  same user ID that requested the change.
      *----------------------------------------------------------------
       01  FZB-TXN-RECORD.
           05  FZB-TXN-ACTION          PIC X(3).
           05  FZB-TXN-LABEL           PIC X(10).
           05  FZB-TXN-EFF-DATE        PIC X(8).
           05  FZB-TXN-EXP-DATE        PIC X(8).
           05  FZB-TXN-REQUESTER       PIC X(8).
           05  FZB-TXN-RULE-SET        PIC X(4).
           05  FILLER                  PIC X(36).
