      *----------------------------------------------------------------
      * FZBHOLD - FIZZBUZZ legal-hold record (80 bytes)
      * ========================================================
      *  One 'HOLD' record places a business date, or an inclusive
      *  range of dates, under legal hold: the RETN purge (FIZZBUZZ
      *  4500, FZBMERGE 2800) leaves every FZBVSAM row of a held date
      *  on the master, neither archived nor deleted, until the hold
      *  record is removed.  FZB-HOLD-THRU-DATE blank means the hold
      *  covers FZB-HOLD-FROM-DATE alone.  FZB-HOLD-REFERENCE is the
      *  legal matter reference and FZB-HOLD-SET-BY who requested it,
      *  both carried for the purge listing only.  A missing hold
      *  dataset means no holds.  A malformed record stops the purge
      *  for the run (the rows are kept, a warning is issued) rather
      *  than risk purging a date someone meant to hold.
      *----------------------------------------------------------------
       01  FZB-HOLD-RECORD.
           05  FZB-HOLD-REC-TYPE       PIC X(4).
               88  FZB-HOLD-IS-HOLD    VALUE 'HOLD'.
           05  FZB-HOLD-FROM-DATE      PIC X(8).
           05  FZB-HOLD-THRU-DATE      PIC X(8).
           05  FZB-HOLD-REFERENCE      PIC X(12).
           05  FZB-HOLD-SET-BY         PIC X(8).
           05  FILLER                  PIC X(40).
