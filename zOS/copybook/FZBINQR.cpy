      *  justified zero-filled (matching FZB-VSAM-COUNTER).  The
      *  reply dataset carries one answer line per key looked up,
      *  with a clear NOT FOUND answer for keys the master no longer
      *  holds; a date purged past the RETN window is answered from
      *  the yearly lookup archive, the answer marked SOURCE=ARCHIVE.
      *  FZB-INQ-RULE-SET selects the rule set (business unit) whose
      *  labels are asked for; blank is the default set BASE.
      *----------------------------------------------------------------
       01  FZB-INQ-RECORD.
           05  FZB-INQ-TYPE            PIC X(3).
           05  FZB-INQ-BUS-DATE        PIC X(8).
           05  FZB-INQ-THRU-DATE       PIC X(8).
           05  FZB-INQ-COUNTER         PIC X(7).
           05  FZB-INQ-RULE-SET        PIC X(4).
           05  FILLER                  PIC X(50).
