      *----------------------------------------------------------------
      * FZBVSAM - FIZZBUZZ VSAM KSDS lookup record (40 bytes)
      * ========================================================
      *  Cumulative history master keyed on business date, rule set
      *  and counter value, loaded additively by each run instead of
      *  being recreated nightly, so downstream programs can do a
      *  direct READ for "what was counter N labeled on date D
      *  under rule set S"
      *  without restoring an old FZBOUT generation.  A RETN control
      *  card (see FZBCTL) bounds the rolling window of dates kept;
      *  FIZZBUZZ purges keys older than the retention boundary at
      *  the end of each run, moving them to the yearly lookup
      *  archive (see FZBVARC) unless their date is under legal hold
      *  (see FZBHOLD).
      *  Define the cluster with KEYS(19 0) RECORDSIZE(40 40)
      *  SHAREOPTIONS(2 3).
      *  MIGRATION from the KEYS(15 0) RECORDSIZE(36 36) release:
      *  REPRO the cluster to a flat file, reformat it with
      *    SORT FIELDS=COPY
      *    OUTREC FIELDS=(1,8,C'BASE',9,28)
      *  (every existing row belongs to the default rule set), DELETE
      *  and redefine the cluster and REPRO the file back in - the
      *  same for every partition slice and yearly archive cluster.
      *----------------------------------------------------------------
       01  FZB-VSAM-RECORD.
           05  FZB-VSAM-KEY.
               10  FZB-VSAM-BUS-DATE   PIC X(8).
               10  FZB-VSAM-RULE-SET   PIC X(4).
               10  FZB-VSAM-COUNTER    PIC 9(7).
           05  FZB-VSAM-LABEL          PIC X(20).
           05  FILLER                  PIC X(1).
