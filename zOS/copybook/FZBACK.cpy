      *----------------------------------------------------------------
      * FZBACK - warehouse acknowledgment record (80 bytes)
      * ========================================================
      *  One record per business-date shipment a subscriber (the
      *  finance warehouse or another receiver, see copybook FZBSUBS)
      *  loaded, sent back daily: the record count they received,
      *  the counter hash total they recomputed, and their load
      *  status code ('OK' = loaded clean; anything else is their
      *  failure code).  FZB-ACK-VERSION is the shipment version
      *  from the extract (00 for the full extract of the date,
      *  01-99 for a restatement's correction extract); blank is
      *  taken as 00, so acknowledgments in the layout before
      *  versions existed still match the full extract.
      *  FZB-ACK-RULE-SET is the rule set (business unit) of the
      *  shipment, from its header; blank is the default set BASE.
      *  FZB-ACK-SUBSCRIBER is the subscriber acknowledging; blank is
      *  the finance warehouse, FINWHSE, whose acknowledgments predate
      *  the field.  Every subscriber's acknowledgments may arrive in
      *  the one file (concatenated).
      *  FZBRECON matches each acknowledgment against the FZBXLOG
      *  transmission-log row FZBEXTR wrote for the same business
      *  date, subscriber, rule set and version.
      *----------------------------------------------------------------
       01  FZB-ACK-RECORD.
           05  FZB-ACK-BUS-DATE        PIC X(8).
           05  FZB-ACK-HASH-TOTAL      PIC X(15).
           05  FZB-ACK-LOAD-STATUS     PIC X(2).
               88  FZB-ACK-LOADED-OK   VALUE 'OK'.
           05  FZB-ACK-VERSION         PIC X(2).
           05  FZB-ACK-RULE-SET        PIC X(4).
           05  FZB-ACK-SUBSCRIBER      PIC X(8).
           05  FILLER                  PIC X(32).
