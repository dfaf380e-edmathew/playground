      *----------------------------------------------------------------
      * FZBVACT - FIZZBUZZ lookup archive control record (80 bytes)
      * ========================================================
      *  One record per business date and rule set per purge run,
      *  appended by the RETN purge (FIZZBUZZ 4500, FZBMERGE 2800)
      *  once the date's rows have been written to the yearly archive
      *  and deleted from FZBVSAM.  FZB-VACT-ROW-COUNT is the number
      *  of rows moved and FZB-VACT-CTR-HASH the sum of their counter
      *  values, so the sum over every control record of a date and
      *  rule set equals what the archive holds for them even when a
      *  purge was split across runs.  FZB-VACT-ARCHIVE-DD is the
      *  yearly archive DD the rows went to (FZBVyyyy).  Read by
      *  FZBARCP to prove the archive complete against FZBAUDT.
      *----------------------------------------------------------------
       01  FZB-VACT-RECORD.
           05  FZB-VACT-BUS-DATE       PIC X(8).
           05  FZB-VACT-ROW-COUNT      PIC 9(7).
           05  FZB-VACT-CTR-HASH       PIC 9(15).
           05  FZB-VACT-ARCHIVE-DD     PIC X(8).
           05  FZB-VACT-PURGE-DATE     PIC X(8).
           05  FZB-VACT-PURGE-TIME     PIC X(6).
           05  FZB-VACT-PROGRAM        PIC X(8).
           05  FZB-VACT-RULE-SET       PIC X(4).
           05  FILLER                  PIC X(16).
