      *----------------------------------------------------------------
      * FZBOVRD - reasonableness override card (80 bytes)
      * ========================================================
      *  One card (DD FZBOVRD) releases one business date and rule set
      *  that FZBVERIF's reasonableness check failed (FZBCERT
      *  FZB-CERT-REAS-FLAG 'F'), so FZBEXTR extracts it anyway.  The
      *  operator's user ID and the reason are both required; FZBEXTR
      *  records them, with the date and time it used the card, on
      *  the date's FZBCERT row.  A blank rule set is the default set
      *  BASE.  A card for a date that did not fail is reported and
      *  ignored.
      *----------------------------------------------------------------
       01  FZB-OVR-RECORD.
           05  FZB-OVR-BUS-DATE        PIC X(8).
           05  FZB-OVR-RULE-SET        PIC X(4).
           05  FZB-OVR-USER            PIC X(8).
           05  FZB-OVR-REASON          PIC X(30).
           05  FILLER                  PIC X(30).
