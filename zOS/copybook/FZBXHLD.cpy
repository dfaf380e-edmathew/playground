      *----------------------------------------------------------------
      * FZBXHLD - transmission-hold record (80 bytes)
      * ========================================================
      *  VSAM KSDS keyed on business date, one row per date an
      *  operator has ever held back from transmission from the
      *  online status screen (transaction FZBO, program FZBONL).
      *  FZB-XHLD-FLAG 'Y' holds the date: FZBEXTR refuses to extract
      *  it - full extract, re-extract or correction - with its own
      *  RETURN-CODE until the hold is released ('N').  The row is
      *  kept on release, so it always shows who held the date and
      *  when, and who last released it.  Only the online program
      *  updates the file; the batch stream reads it, so a hold taken
      *  while a job is running is never lost to a batch REWRITE of
      *  another file's row.  A date with no row is not held.
      *  Define the cluster once with:
      *    IDCAMS DEFINE CLUSTER (NAME(HLQ.FIZZBUZZ.XMITHOLD) -
      *             INDEXED KEYS(8 0) RECORDSIZE(80 80) -
      *             SHAREOPTIONS(2 3))
      *  and load it with one dummy row (date 00000000, flag 'N') so
      *  CICS can open it.
      *----------------------------------------------------------------
       01  FZB-XHLD-RECORD.
           05  FZB-XHLD-KEY.
               10  FZB-XHLD-BUS-DATE   PIC X(8).
           05  FZB-XHLD-FLAG           PIC X.
               88  FZB-XHLD-HELD       VALUE 'Y'.
               88  FZB-XHLD-RELEASED   VALUE 'N'.
           05  FZB-XHLD-HOLD-USER      PIC X(8).
           05  FZB-XHLD-HOLD-DATE      PIC X(8).
           05  FZB-XHLD-HOLD-TIME      PIC X(6).
           05  FZB-XHLD-REL-USER       PIC X(8).
           05  FZB-XHLD-REL-DATE       PIC X(8).
           05  FZB-XHLD-REL-TIME       PIC X(6).
           05  FILLER                  PIC X(27).
