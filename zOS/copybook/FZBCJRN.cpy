      *----------------------------------------------------------------
      * FZBCJRN - calendar-change journal record (120 bytes)
      * ========================================================
      *  Permanent, append-only journal of every change FZBCALM has
      *  applied to the processing calendar (DD FZBCJRN, opened
      *  EXTEND).  Each record carries the calendar record as it was
      *  before the change and as it is after it, plus who asked for
      *  the change:
      *    'ADD' -> before image absent, after image is the new record
      *    'CHG' -> both images present
      *    'DEL' -> before image is the removed record, after absent
      *    'GEN' -> a HOLI record generated from a template; after
      *             image only
      *    'BAS' -> baseline: written once for every calendar record
      *             on file when the journal is first created, so the
      *             calendar can be rebuilt from the journal alone
      *  Each image is the record's type-specific fields: the date
      *  (HOLI), the MMDD (TMPL) or the weekday flags (WEEK), the roll
      *  setting and the description.
      *----------------------------------------------------------------
       01  FZB-CJR-RECORD.
           05  FZB-CJR-APPLY-DATE      PIC X(8).
           05  FZB-CJR-APPLY-TIME      PIC X(6).
           05  FZB-CJR-ACTION          PIC X(3).
               88  FZB-CJR-IS-ADD      VALUE 'ADD'.
               88  FZB-CJR-IS-CHANGE   VALUE 'CHG'.
               88  FZB-CJR-IS-DELETE   VALUE 'DEL'.
               88  FZB-CJR-IS-GENERATED VALUE 'GEN'.
               88  FZB-CJR-IS-BASELINE VALUE 'BAS'.
           05  FZB-CJR-REC-TYPE        PIC X(4).
           05  FZB-CJR-BEFORE.
               10  FZB-CJR-BEF-PRESENT PIC X.
               10  FZB-CJR-BEF-DATE    PIC X(8).
               10  FZB-CJR-BEF-FLAGS   PIC X(7).
               10  FZB-CJR-BEF-ROLL    PIC X.
               10  FZB-CJR-BEF-DESC    PIC X(20).
           05  FZB-CJR-AFTER.
               10  FZB-CJR-AFT-PRESENT PIC X.
               10  FZB-CJR-AFT-DATE    PIC X(8).
               10  FZB-CJR-AFT-FLAGS   PIC X(7).
               10  FZB-CJR-AFT-ROLL    PIC X.
               10  FZB-CJR-AFT-DESC    PIC X(20).
           05  FZB-CJR-REQUESTER       PIC X(8).
           05  FILLER                  PIC X(17).
