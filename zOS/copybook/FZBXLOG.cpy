      *----------------------------------------------------------------
      * FZBXLOG - FIZZBUZZ transmission-log record (80 bytes)
      * ========================================================
      *  VSAM KSDS keyed on business date, subscriber, rule set and
      *  shipment version, one row per shipment of a business date's
      *  rule set to one subscriber (receiver, see copybook FZBSUBS) -
      *  each subscriber and each rule set (business unit) is shipped,
      *  reconciled and aged on its own.  FZBEXTR writes the full
      *  extract of a date as version 00 (a re-extract REWRITEs it);
      *  FZBEXTR PARM='CORR' ships the corrections of a restatement as
      *  the next free version 01-99 of the date, so the original
      *  shipment and each restatement stay separately reconcilable
      *  instead of the original being overwritten.  Each row carries
      *  the record count and counter hash total its trailer carried,
      *  with the acknowledgment flag reset to unacknowledged.
      *  FZBRECON matches the subscribers' inbound acknowledgment file
      *  (date, subscriber, rule set and version) against these rows,
      *  flags each matched or mismatched, and reports rows left
      *  unacknowledged beyond the subscriber's ageing limit - closing
      *  the loop a dropped transmission used to fall through.
      *  FZB-XLOG-RESTATE-STAMP is the restatement run a correction
      *  row shipped (blank on a full extract); a re-extract of the
      *  same restatement reuses its version.  Define the cluster once
      *  with:
      *    IDCAMS DEFINE CLUSTER (NAME(HLQ.FIZZBUZZ.XMITLOG) -
      *             INDEXED KEYS(22 0) RECORDSIZE(80 80) -
      *             SHAREOPTIONS(2 3))
      *  MIGRATION from the KEYS(8 0) RECORDSIZE(60 60) release: REPRO
      *  the cluster to a flat file, reformat it with
      *    SORT FIELDS=COPY
      *    OUTREC FIELDS=(1,8,C'FINWHSE ',C'BASE',C'00',9,43,C'F',14X)
      *  (every existing row becomes version 00 of a full extract of
      *  the default rule set to the finance warehouse, subscriber
      *  FINWHSE), DELETE and redefine the cluster as above and REPRO
      *  the file back in, before the first run of this release.
      *----------------------------------------------------------------
       01  FZB-XLOG-RECORD.
           05  FZB-XLOG-KEY.
               10  FZB-XLOG-BUS-DATE   PIC X(8).
               10  FZB-XLOG-SUBSCRIBER PIC X(8).
               10  FZB-XLOG-RULE-SET   PIC X(4).
               10  FZB-XLOG-VERSION    PIC 9(2).
           05  FZB-XLOG-EXTRACT-DATE   PIC X(8).
           05  FZB-XLOG-REC-COUNT      PIC 9(9).
           05  FZB-XLOG-HASH-TOTAL     PIC 9(15).
               88  FZB-XLOG-MISMATCHED VALUE 'M'.
           05  FZB-XLOG-ACK-DATE       PIC X(8).
           05  FZB-XLOG-ACK-STATUS     PIC X(2).
           05  FZB-XLOG-EXTRACT-TYPE   PIC X.
               88  FZB-XLOG-FULL       VALUE 'F'.
               88  FZB-XLOG-CORRECTION VALUE 'C'.
           05  FZB-XLOG-RESTATE-STAMP.
               10  FZB-XLOG-RESTATE-DATE PIC X(8).
               10  FZB-XLOG-RESTATE-TIME PIC X(6).
