      *              YYYYMMDD, both inclusive; blank means open-ended
      *              on that side) so a rule change can be staged on
      *              file ahead of its go-live date and a superseded
      *              rule kept for reruns of prior dates.
      *              FZB-RULE-SET names the rule set (business unit)
      *              the rule belongs to - blank is the default set
      *              BASE.  Every rule set is a complete rule table of
      *              its own: FIZZBUZZ labels each counter once per
      *              rule set, and a divisor may appear in several
      *              sets with different labels and dates
      *    'PART' -> FZB-PART-COUNT   is the number of parallel slices
      *              FZBSPLIT should divide the MAXV range into (2
      *              digits, matching FZB-PART-NUMBER in FZBPART.cpy -
      *    'RETN' -> FZB-RETAIN-DAYS  is the rolling window, in days,
      *              of business dates kept on the cumulative FZBVSAM
      *              lookup master; FIZZBUZZ purges older keys at the
      *              end of each run to the yearly lookup archive
      *              (no RETN card = keep everything)
      *  Maintained by FZBRULES (RULE records) and read by FIZZBUZZ
      *  and FZBSPLIT.
      *----------------------------------------------------------------
           05  FZB-EFF-DATE            PIC X(8).
           05  FZB-EXP-DATE            PIC X(8).
           05  FZB-RETAIN-DAYS         PIC X(4).
           05  FZB-RULE-SET            PIC X(4).
           05  FILLER                  PIC X(23).
