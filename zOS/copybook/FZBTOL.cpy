      *----------------------------------------------------------------
      * FZBTOL - reasonableness tolerance control record (80 bytes)
      * ========================================================
      *  The tolerance cards (DD FZBTOL) FZBVERIF checks a generation's
      *  plausibility against, after it has proved the labels
      *  arithmetically right.  Each business date and rule set of the
      *  generation is compared with the trailing business dates of
      *  FZBAUDT history for the same set (dates before it, latest
      *  first).  A date whose runs for the set include any that
      *  ended with a non-zero RETURN-CODE - an abended run and its
      *  restart, whose clean record covers only the counters after
      *  the checkpoint - is not history and is passed over.
      *  FZB-TOL-REC-TYPE tells which fields apply:
      *    'HIST' -> FZB-TOL-HIST-DATES how many trailing business
      *                                 dates to compare with, 01-99
      *                                 (no HIST card: 20)
      *    'TOLR' -> FZB-TOL-RULE-SET   the set the tolerance is for;
      *                                 blank is every set without a
      *                                 card of its own for the item
      *              FZB-TOL-ITEM       'FIZZ', 'BUZZ', 'FIZZBUZZ',
      *                                 'OTHER' or 'PLAIN' - a label
      *                                 class, as FZBAUDT counts them
      *                                 - or 'TOTAL', the record count
      *              FZB-TOL-MAX-DEV    the largest deviation allowed,
      *                                 two implied decimals (00250 is
      *                                 2.50): for a label class, in
      *                                 percentage points of its share
      *                                 of the date's records; for
      *                                 TOTAL, in percent of the
      *                                 trailing average record count
      *  An item with no TOLR card is not checked.  With no FZBTOL
      *  dataset no date is checked and every row is left "not
      *  checked", which FZBEXTR lets through.
      *----------------------------------------------------------------
       01  FZB-TOL-RECORD.
           05  FZB-TOL-REC-TYPE        PIC X(4).
               88  FZB-TOL-IS-HISTORY  VALUE 'HIST'.
               88  FZB-TOL-IS-TOLERANCE VALUE 'TOLR'.
           05  FZB-TOL-DETAIL          PIC X(76).
           05  FZB-TOL-HIST-DETAIL REDEFINES FZB-TOL-DETAIL.
               10  FZB-TOL-HIST-DATES  PIC X(2).
               10  FILLER              PIC X(74).
           05  FZB-TOL-TOLR-DETAIL REDEFINES FZB-TOL-DETAIL.
               10  FZB-TOL-RULE-SET    PIC X(4).
               10  FZB-TOL-ITEM        PIC X(8).
               10  FZB-TOL-MAX-DEV     PIC X(5).
               10  FZB-TOL-MAX-DEV-NUM REDEFINES FZB-TOL-MAX-DEV
                                       PIC 9(3)V99.
               10  FILLER              PIC X(59).
