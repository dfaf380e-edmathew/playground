      *----------------------------------------------------------------
      * FZBRJRN - rule-change journal record (120 bytes)
      * ========================================================
      *  Permanent, append-only journal of every change FZBRULES has
      *  applied to the RULE cards of the FZBCTL control dataset (DD
      *  FZBRJRN, opened EXTEND).  Each record carries the rule row
      *  as it was before the change and as it is after it, plus
      *  who asked for the change and who approved it:
      *    'ADD' -> before image absent, after image is the new row
      *    'CHG' -> both images present
      *    'DEL' -> before image is the removed row, after absent
      *    'BAS' -> baseline: written once for every rule on file
      *             when the journal is first created, so the rule
      *             table can be rebuilt from the journal alone
      *  FZB-JRN-APPLY-DATE is the date FZBRULES applied the change.
      *  FZB-JRN-RULE-SET is the rule set of the row (blank on images
      *  written before rule sets existed - the default set BASE).
      *  FZBRJRP replays the journal up to a given date to rebuild
      *  the rule table as it stood on that date.
      *----------------------------------------------------------------
       01  FZB-JRN-RECORD.
           05  FZB-JRN-APPLY-DATE      PIC X(8).
           05  FZB-JRN-APPLY-TIME      PIC X(6).
           05  FZB-JRN-ACTION          PIC X(3).
               88  FZB-JRN-IS-ADD      VALUE 'ADD'.
               88  FZB-JRN-IS-CHANGE   VALUE 'CHG'.
               88  FZB-JRN-IS-DELETE   VALUE 'DEL'.
               88  FZB-JRN-IS-BASELINE VALUE 'BAS'.
           05  FZB-JRN-DIVISOR         PIC 9(3).
           05  FZB-JRN-BEFORE.
               10  FZB-JRN-BEF-PRESENT PIC X.
               10  FZB-JRN-BEF-LABEL   PIC X(10).
               10  FZB-JRN-BEF-EFF-DATE PIC X(8).
               10  FZB-JRN-BEF-EXP-DATE PIC X(8).
           05  FZB-JRN-AFTER.
               10  FZB-JRN-AFT-PRESENT PIC X.
               10  FZB-JRN-AFT-LABEL   PIC X(10).
               10  FZB-JRN-AFT-EFF-DATE PIC X(8).
               10  FZB-JRN-AFT-EXP-DATE PIC X(8).
           05  FZB-JRN-REQUESTER       PIC X(8).
           05  FZB-JRN-APPROVER        PIC X(8).
           05  FZB-JRN-PEND-KEY        PIC X(18).
           05  FZB-JRN-RULE-SET        PIC X(4).
           05  FILLER                  PIC X(8).
