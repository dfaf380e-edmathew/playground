       DATE-WRITTEN.   Aug 2026.

      *----------------------------------------------------------------
      * FZBEXTR - subscriber extracts of a FIZZBUZZ output generation
      * ========================================================
      *  Reads the current FZBOUT generation (DD FZBOUT) and writes
      *  one extract file per subscriber - each receiver of the
      *  certified data - in the layout, columns and selection the
      *  subscriber table (DD FZBSUBS, copybook FZBSUBS) gives it.
      *  The source is read once per subscriber.  With no FZBSUBS
      *  dataset the only subscriber is the finance data-warehouse
      *  loader, FINWHSE: a pipe-delimited version of FZB-OUT-COUNTER,
      *  FZB-OUT-LABEL and FZB-OUT-BUS-DATE on DD FZBDLIM, as before
      *  subscribers existed.
      *
      *  Pipe-delimited file layout ('P'), in order:
      *    HDR|FZBEXTR|<first record's business date>|<extract date>
      *       |<rule set>
      *    COUNTER|LABEL|BUSDATE              (column-header record)
      *    <counter>|<label, trimmed>|<business date>   (one per row)
      *    TRL|<record count>|<hash total of the counter values>
      *  The receiving side proves the transmission arrived complete
      *  by recounting the data rows against the trailer count and
      *  re-adding the counter values against the trailer hash.
      *  The detail columns are the subscriber's column set, in its
      *  order (COUNTER, LABEL, BUSDATE, RULESET - default the three
      *  above).  A quoted-CSV subscriber ('C') gets the same records
      *  with every field in double quotes (an embedded quote doubled)
      *  and separated by commas.  A fixed-width subscriber ('F') gets
      *  no column-header record and every field at its full width
      *  with no separator: counter 7, label 20, date 8, rule set 4;
      *  header HDR, FZBEXTR, the two dates and the set; trailer TRL,
      *  count 9 and hash 15.
      *  A subscriber with SLBL records receives only the rows with
      *  one of its labels; a month-end subscriber only the rows of a
      *  business date that is the last processing day of its month on
      *  the processing calendar (DD FZBCAL, read only when such a
      *  subscriber is extracted; without it, the last day of the
      *  month).  The header and trailer are always written, so a
      *  subscriber with nothing selected receives an intentional empty
      *  file.  The count and hash are of the subscriber's own rows.
      *
      *  An extract carries one rule set (business unit), chosen by
      *  PARM token SET=xxxx (default BASE, the set of RULE cards with
      *  no set); records of other sets are passed over, and only the
      *  subscribers of that set are extracted.  Every set is
      *  certified, extracted, logged on FZBXLOG and reconciled on its
      *  own, so each unit's transmission job runs this step with its
      *  own SET= and its subscribers' DDs.  PARM token SUB=xxxxxxxx
      *  extracts one subscriber of the set alone.  Tokens are comma-
      *  separated and may come in any order, e.g.
      *  PARM='CORR,SET=RETL'.
      *
      *  Before any business date is extracted its row on the
      *  certification register (DD FZBCERT, copybook FZBCERT,
      *  the warehouse even when the scheduler dependency on the
      *  VERIF step is miscoded.  A missing register dataset refuses
      *  too: no proof of certification is the same as none.
      *  A certified date whose row carries a failed reasonableness
      *  verdict (FZB-CERT-REAS-FLAG 'F' - its label proportions or
      *  record total strayed from its FZBAUDT history beyond the
      *  FZBTOL tolerances) is refused with its own RETURN-CODE unless
      *  an operator override card for the date and set is supplied
      *  (DD FZBOVRD, copybook FZBOVRD, optional).  Once the extract
      *  completes, the override - user, reason, date and time - is
      *  recorded on the date's FZBCERT row, and a rerun of the
      *  extract needs no card; an FZBVERIF recheck clears it.  A card
      *  that released nothing is reported.
      *
      *  PARM='CORR' writes the correction-only extract of a
      *  restatement instead: the source is the FZBCORR dataset a
      *  FIZZBUZZ PARM='RESTATE' run wrote (copybook FZBCORR), and
      *  only the counters the restatement changed are shipped (to
      *  every subscriber, in its format, under the same selections),
      *  with their own header/trailer record types:
      *    CHD|FZBEXTR|<first record's business date>|<extract date>
      *       |<rule set>
      *    COUNTER|OLDLABEL|NEWLABEL|BUSDATE|VERSION
      *    <counter>|<old label>|<new label>|<business date>|<vv>
      *    CTL|<record count>|<hash total of the counter values>
      *  A blank old label (counter added) or new label (counter
      *  removed) ships as an empty field.  The subscriber's label
      *  column becomes OLDLABEL and NEWLABEL, VERSION always comes
      *  last, and a label selection matches either label.  The same
      *  certification gate
      *  applies, and the certification must also postdate the
      *  restatement (the restated generation was rechecked by FZBVERIF
      *  after the run).  Each business date shipped takes the next free
      *  shipment version 01-99 of its subscriber and set on FZBXLOG -
      *  the full extract is always version 00 - so the subscriber
      *  acknowledges, and FZBRECON reconciles, every shipment of a
      *  date separately.
      *  Re-extracting the same restatement reuses its version.
      *
      *  A date the certification gate passes must also stand at
      *  "certified" or beyond on the processing-state register (DD
      *  FZBSTRG, copybook FZBSTRG), and a date already acknowledged is
      *  refused unless PARM='REEXTRACT' (or 'CORR,REEXTRACT') is coded
      *  - a second shipment of an acknowledged date is a deliberate
      *  act, never a rerun by mistake.  A subscriber whose full
      *  extract of the date's set is not on the log yet (a new
      *  subscriber, or a new rule set) is receiving a first shipment,
      *  not a second, and passes; one the date is not selected for
      *  receives nothing and is not checked.  Every date that passes
      *  is then marked "extracted" on the register.
      *
      *  A date an operator has held back from transmission on the
      *  online status screen (transaction FZBO) is refused, whatever
      *  the PARM, with its own RETURN-CODE until the hold is
      *  released there: the transmission-hold file (DD FZBXHLD,
      *  copybook FZBXHLD) is read for every date the other gates
      *  pass.  Without the dataset no date is held.
      *
      *  RETURN-CODEs (non-zero stops the transmission job):
      *    0  - every subscriber's extract written
      *    8  - source generation (or correction dataset) is empty
      *         (header/trailer are still written so the receiver
      *         sees an intentional empty file, but the transmission
      *         should be held)
      *    12 - a business date in the generation has no clean
      *         certification on the register, or (PARM='CORR') was
      *         certified before it was restated - extract refused
      *    16 - PARM not recognized
      *    20 - source unreadable, extract unwritable, or no free
      *         shipment version left for a date
      *    24 - the subscriber table (or the processing calendar a
      *         month-end subscriber needs) is malformed, or no
      *         subscriber is defined for the set (and SUB=) -
      *         nothing extracted
      *    28 - a business date failed FZBVERIF's reasonableness check
      *         and no override card releases it - extract refused
      *    36 - a date is out of sequence on the processing-state
      *         register (not yet certified there, or acknowledged
      *         and no REEXTRACT) - extract refused
      *    40 - a date is held from transmission on FZBXHLD - extract
      *         refused
      *----------------------------------------------------------------
      *   DATE         AUTHOR               ALTER
      *   ----         ------            ----------
      *                                FZBRECON can reconcile the
      *                                warehouse acknowledgments and
      *                                age unacknowledged extracts.
      * 2026/10/15  Edgar Mateus       PARM='CORR' correction-only
      *                                extract of a restatement from
      *                                FZBCORR (CHD/CTL header and
      *                                trailer), logged on FZBXLOG as
      *                                the date's next shipment
      *                                version; full extracts are
      *                                version 00.
      * 2026/10/15  Edgar Mateus       Processing-state register
      *                                (FZBSTRG): refuse, RC 36, a
      *                                date not yet certified there,
      *                                or already acknowledged without
      *                                PARM='REEXTRACT'; mark every
      *                                date shipped as extracted.
      * 2026/10/15  Edgar Mateus       Rule sets: PARM token SET=xxxx
      *                                (default BASE) picks the set
      *                                extracted; certification row,
      *                                FZBXLOG key and header record
      *                                carry it.  PARM is now
      *                                tokenized on commas.
      * 2026/10/15  Edgar Mateus       Subscribers: one extract per
      *                                receiver on the FZBSUBS table
      *                                (pipe, fixed-width or quoted
      *                                CSV; column set; label and
      *                                month-end selection), PARM
      *                                token SUB=; FZBXLOG keyed by
      *                                subscriber too.  RC 24 for a
      *                                bad table.
      * 2026/10/15  Edgar Mateus       Refuse, RC 28, a date that
      *                                failed the reasonableness check
      *                                unless an FZBOVRD override card
      *                                releases it; record the
      *                                override on the FZBCERT row.
      * 2026/10/15  Edgar Mateus       Refuse, RC 40, a date held
      *                                from transmission on the
      *                                online status screen (FZBXHLD).
      *----------------------------------------------------------------

      **************************
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBOUT-STATUS.

      *--  The extract of the subscriber in hand, on the DD the
      *    subscriber table names for it (FZBDLIM for FINWHSE when
      *    there is no table).
              SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-SUB-DD
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-EXTRACT-STATUS.

      *--  Subscriber table (copybook FZBSUBS) - optional.
              SELECT SUBSCRIBER-FILE ASSIGN TO FZBSUBS
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBSUBS-STATUS.

      *--  Reasonableness override cards (copybook FZBOVRD) -
      *    optional.
              SELECT OVERRIDE-FILE ASSIGN TO FZBOVRD
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBOVRD-STATUS.

      *--  Processing calendar - read only for a month-end subscriber.
              SELECT CALENDAR-FILE ASSIGN TO FZBCAL
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBCAL-STATUS.

      *--  Restatement corrections written by FIZZBUZZ PARM='RESTATE'
      *    - the source instead of FZBOUT under PARM='CORR'.
              SELECT CORRECTION-FILE ASSIGN TO FZBCORR
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBCORR-STATUS.

      *--  Certification register written by FZBVERIF - read by key
      *    for every business date about to be extracted; updated
      *    only to record a reasonableness override.
              SELECT CERT-FILE ASSIGN TO FZBCERT
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS FZB-CERT-KEY
                     FILE STATUS IS WS-FZBCERT-STATUS.

      *--  Transmission log - one row per business date and
      *    shipment version, carrying the trailer count/hash for
      *    FZBRECON to match the warehouse acknowledgments against.
      *    Browsed by date to find a correction's next free version.
              SELECT XMIT-LOG-FILE ASSIGN TO FZBXLOG
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FZB-XLOG-KEY
                     FILE STATUS IS WS-FZBXLOG-STATUS.

      *--  Processing-state register (one row per business date,
      *    FZBSTRG) - checked as each date is met, advanced once the
      *    transmission log is written.
              SELECT STATE-FILE ASSIGN TO FZBSTRG
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS FZB-STRG-KEY
                     FILE STATUS IS WS-FZBSTRG-STATUS.

      *--  Transmission holds taken online (copybook FZBXHLD) - read
      *    by key for every date the other gates pass; optional.
              SELECT XMIT-HOLD-FILE ASSIGN TO FZBXHLD
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS FZB-XHLD-KEY
                     FILE STATUS IS WS-FZBXHLD-STATUS.

      **************************
       DATA DIVISION.
      **************************
           RECORDING MODE IS F.
       01  FZB-EXTRACT-RECORD            PIC X(80).

       FD  SUBSCRIBER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBSUBS.

       FD  OVERRIDE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBOVRD.

       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBCAL.

       FD  CORRECTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBCORR.

       FD  CERT-FILE.
       COPY FZBCERT.

       FD  XMIT-LOG-FILE.
       COPY FZBXLOG.

       FD  STATE-FILE.
       COPY FZBSTRG.

       FD  XMIT-HOLD-FILE.
       COPY FZBXHLD.

         WORKING-STORAGE SECTION.
       01  WS-FZBOUT-STATUS              PIC XX VALUE SPACES.
       01  WS-EXTRACT-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBSUBS-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBCAL-STATUS              PIC XX VALUE SPACES.
       01  WS-FZBOVRD-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBCERT-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBCORR-STATUS             PIC XX VALUE SPACES.
       01  WS-OUT-EOF-SW                 PIC X VALUE 'N'.
           88  WS-OUT-EOF                VALUE 'Y'.
       01  WS-FIRST-RECORD-SW            PIC X VALUE 'Y'.
           88  WS-CERT-REFUSED           VALUE 'Y'.
       01  WS-CERT-ABSENT-SW             PIC X VALUE 'N'.
           88  WS-CERT-ABSENT            VALUE 'Y'.
       01  WS-CHECK-BUS-DATE             PIC X(8) VALUE SPACES.
      *--  A refusal for a failed reasonableness check (RC 28) - set
      *    together with WS-CERT-REFUSED.
       01  WS-REAS-REFUSED-SW            PIC X VALUE 'N'.
           88  WS-REAS-REFUSED           VALUE 'Y'.
      *--  Override cards of the set extracted (FZBOVRD).  A card is
      *    marked used when it releases its date, and recorded on the
      *    register after the extract (6700).
       01  WS-OVR-COUNT                  PIC 9(2) VALUE ZERO.
       01  WS-OVR-TABLE.
           05  WS-OVR-ENTRY OCCURS 50 TIMES.
               10  WS-OVR-DATE           PIC X(8).
               10  WS-OVR-USER           PIC X(8).
               10  WS-OVR-REASON         PIC X(30).
               10  WS-OVR-USED-SW        PIC X.
                   88  WS-OVR-USED       VALUE 'Y'.
       01  WS-OVR-IDX                    PIC 9(2) VALUE ZERO.
       01  WS-OVR-FOUND-IDX              PIC 9(2) VALUE ZERO.
       01  WS-OVR-SET                    PIC X(4) VALUE SPACES.
       01  WS-OVR-USED-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-OVR-EOF-SW                 PIC X VALUE 'N'.
           88  WS-OVR-EOF                VALUE 'Y'.
      *--  When the checked date was certified - a correction stamped
      *    by a later restatement must not ride on it.
       01  WS-CERT-STAMP.
           05  WS-CERT-STAMP-DATE        PIC X(8) VALUE SPACES.
           05  WS-CERT-STAMP-TIME        PIC X(6) VALUE SPACES.

      *--  PARM='CORR' - correction-only extract from FZBCORR.
       01  WS-RUN-PARM                   PIC X(80) VALUE SPACES.
       01  WS-CORR-MODE-SW               PIC X VALUE 'N'.
           88  WS-CORR-MODE              VALUE 'Y'.
       01  WS-DLIM-PTR                   PIC 9(3) VALUE ZERO.
      *--  PARM='REEXTRACT' - ship an acknowledged date again.
       01  WS-REEXTRACT-SW               PIC X VALUE 'N'.
           88  WS-REEXTRACT-OVERRIDE     VALUE 'Y'.
      *--  PARM tokens (comma-separated) and SET=xxxx, the rule set
      *    extracted, and SUB=xxxxxxxx, the one subscriber extracted;
      *    WS-REC-SET is the set of the source record in hand, blank
      *    read as BASE.
       01  WS-RUN-SUB                    PIC X(8)  VALUE SPACES.
       01  WS-PARM-TOKENS.
           05  WS-PARM-TOKEN             PIC X(20) OCCURS 4 TIMES.
       01  WS-PARM-IDX                   PIC 9     VALUE ZERO.
       01  WS-PARM-ERROR-SW              PIC X VALUE 'N'.
           88  WS-PARM-ERROR             VALUE 'Y'.
       01  WS-EXTR-SET                   PIC X(4)  VALUE 'BASE'.
       01  WS-REC-SET                    PIC X(4)  VALUE SPACES.
      *--  'Y' when the subscriber's full extract of the set for the
      *    date being checked is already on FZBXLOG (see 2650).
       01  WS-SUB-SHIPPED-SW             PIC X VALUE 'N'.
           88  WS-SUB-SHIPPED            VALUE 'Y'.

      *--  Subscriber table, from FZBSUBS or the single default
      *    subscriber FINWHSE.  WS-SUB-IN-RUN marks the subscribers of
      *    the set being extracted (and of SUB= when coded); the
      *    source is read once for each, WS-SUB-IDX the one in hand.
      *    WS-SUB-COLUMN holds the column set compacted, in order.
       01  WS-SUB-COUNT                  PIC 9(2) VALUE ZERO.
       01  WS-SUB-TABLE.
           05  WS-SUB-ENTRY OCCURS 20 TIMES.
               10  WS-SUB-ID             PIC X(8).
               10  WS-SUB-DD-NAME        PIC X(8).
               10  WS-SUB-FORMAT         PIC X.
                   88  WS-SUB-PIPE       VALUE 'P'.
                   88  WS-SUB-FIXED      VALUE 'F'.
                   88  WS-SUB-CSV        VALUE 'C'.
               10  WS-SUB-COLUMN-COUNT   PIC 9.
               10  WS-SUB-COLUMN         PIC X OCCURS 4 TIMES.
               10  WS-SUB-RULE-SET       PIC X(4).
               10  WS-SUB-MONTH-END      PIC X.
                   88  WS-SUB-MONTH-END-ONLY VALUE 'Y'.
               10  WS-SUB-IN-RUN-SW      PIC X.
                   88  WS-SUB-IN-RUN     VALUE 'Y'.
               10  WS-SUB-LABEL-COUNT    PIC 9(2).
               10  WS-SUB-LABEL          PIC X(20) OCCURS 10 TIMES.
               10  WS-SUB-ROWS           PIC 9(9).
               10  WS-SUB-HASH           PIC 9(15).
       01  WS-SUB-IDX                    PIC 9(2) VALUE ZERO.
       01  WS-SUB-FIND-IDX               PIC 9(2) VALUE ZERO.
       01  WS-COL-IDX                    PIC 9    VALUE ZERO.
       01  WS-COL-FIND-IDX               PIC 9    VALUE ZERO.
       01  WS-LBL-IDX                    PIC 9(2) VALUE ZERO.
       01  WS-RUN-SUB-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-SUB-DD                     PIC X(8) VALUE SPACES.
       01  WS-SUBS-EOF-SW                PIC X VALUE 'N'.
           88  WS-SUBS-EOF               VALUE 'Y'.
       01  WS-SUBS-ERROR-SW              PIC X VALUE 'N'.
           88  WS-SUBS-ERROR             VALUE 'Y'.
       01  WS-SUBS-REASON                PIC X(30) VALUE SPACES.
       01  WS-ANY-MONTH-END-SW           PIC X VALUE 'N'.
           88  WS-ANY-MONTH-END          VALUE 'Y'.

      *--  Selection of the record in hand for the subscriber in hand:
      *    the date (month-end subscribers) is decided once per date,
      *    the label per record.
       01  WS-DATE-SELECTED-SW           PIC X VALUE 'Y'.
           88  WS-DATE-SELECTED          VALUE 'Y'.
       01  WS-LABEL-SELECTED-SW          PIC X VALUE 'Y'.
           88  WS-LABEL-SELECTED         VALUE 'Y'.
       01  WS-SEL-LABEL                  PIC X(20) VALUE SPACES.
       01  WS-SEL-LABEL-2                PIC X(20) VALUE SPACES.

      *--  Processing calendar (FZBCAL) for the month-end test: the
      *    weekly non-processing days and the holidays, as FIZZBUZZ
      *    loads them.  A missing dataset means every day processes.
       01  WS-CAL-PRESENT-SW             PIC X VALUE 'N'.
           88  WS-CAL-PRESENT            VALUE 'Y'.
       01  WS-CAL-WEEK-FLAGS.
           05  WS-CAL-DAY-FLAG OCCURS 7 TIMES PIC X.
       01  WS-CAL-HOLIDAY-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-CAL-HOLIDAY-TABLE.
           05  WS-CAL-HOLIDAY OCCURS 400 TIMES PIC X(8).
       01  WS-CAL-HOL-IDX                PIC 9(3) VALUE ZERO.
       01  WS-CAL-DOW                    PIC 9    VALUE ZERO.
       01  WS-NON-PROC-SW                PIC X VALUE 'N'.
           88  WS-NON-PROC-DATE          VALUE 'Y'.
       01  WS-ME-DATE-NUM                PIC 9(8) VALUE ZERO.
       01  WS-ME-INTEGER                 PIC 9(7) VALUE ZERO.
       01  WS-ME-NEXT-DATE               PIC X(8) VALUE SPACES.
       01  WS-ME-DAYS                    PIC 9(2) VALUE ZERO.

      *--  Row building (3300): one field at a time, laid out in the
      *    subscriber's format at WS-DLIM-PTR.
       01  WS-FLD-VALUE                  PIC X(20) VALUE SPACES.
       01  WS-FLD-WIDTH                  PIC 9(2) VALUE ZERO.
       01  WS-FLD-LEN                    PIC 9(2) VALUE ZERO.
       01  WS-FLD-CHAR-IDX               PIC 9(2) VALUE ZERO.
       01  WS-FLD-FIRST-SW               PIC X VALUE 'Y'.
           88  WS-FLD-FIRST              VALUE 'Y'.

      *--  Processing-state register state.
       01  WS-FZBSTRG-STATUS             PIC XX VALUE SPACES.
       01  WS-STRG-OPEN-SW               PIC X VALUE 'N'.
           88  WS-STRG-OPEN              VALUE 'Y'.
       01  WS-STATE-REFUSED-SW           PIC X VALUE 'N'.
           88  WS-STATE-REFUSED          VALUE 'Y'.

      *--  Transmission-hold state - a refusal for a held date (RC 40)
      *    is set together with WS-CERT-REFUSED.
       01  WS-FZBXHLD-STATUS             PIC XX VALUE SPACES.
       01  WS-XHLD-OPEN-SW               PIC X VALUE 'N'.
           88  WS-XHLD-OPEN              VALUE 'Y'.
       01  WS-HOLD-REFUSED-SW            PIC X VALUE 'N'.
           88  WS-HOLD-REFUSED           VALUE 'Y'.

       01  WS-EXTRACT-DATE               PIC X(8) VALUE SPACES.
       01  WS-EXTRACT-TIME               PIC X(6) VALUE SPACES.
       01  WS-HEADER-BUS-DATE            PIC X(8) VALUE SPACES.
       01  WS-EXTRACT-COUNT              PIC 9(9)  VALUE ZERO.
       01  WS-TOTAL-EXTRACTED            PIC 9(9)  VALUE ZERO.
      *--  Records of the set read from the source in a pass - zero is
      *    an empty source, whatever the subscribers select.
       01  WS-SOURCE-COUNT               PIC 9(9)  VALUE ZERO.
       01  WS-HASH-TOTAL                 PIC 9(15) VALUE ZERO.
       01  WS-DLIM-RECORD                PIC X(80) VALUE SPACES.
       01  WS-FZBXLOG-STATUS             PIC XX VALUE SPACES.
       01  WS-XLOG-OPEN-SW               PIC X VALUE 'N'.
           88  WS-XLOG-OPEN              VALUE 'Y'.

      *--  Per-subscriber, per-business-date count and hash feeding
      *    the transmission log - a catch-up generation ships several
      *    dates in one extract and each gets its own log row for
      *    FZBRECON to match the subscriber's acknowledgment against.
       01  WS-XMIT-DATE-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-XMIT-DATE-TABLE.
           05  WS-XMIT-ENTRY OCCURS 999 TIMES.
               10  WS-XMIT-DATE          PIC X(8).
               10  WS-XMIT-SUB           PIC X(8).
               10  WS-XMIT-RECS          PIC 9(9).
               10  WS-XMIT-HASH          PIC 9(15).
               10  WS-XMIT-VERSION       PIC 9(2).
               10  WS-XMIT-STAMP         PIC X(14).
       01  WS-XMIT-IDX                   PIC 9(4) VALUE ZERO.
       01  WS-XMIT-ROWS-WRITTEN          PIC 9(5) VALUE ZERO.

      *--  Every business date the gates passed, for the processing-
      *    state register - including a date no subscriber selected.
       01  WS-GATED-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-GATED-TABLE.
           05  WS-GATED-DATE OCCURS 200 TIMES PIC X(8).
       01  WS-GATED-IDX                  PIC 9(3) VALUE ZERO.

      *--  One record's contribution to the per-date tallies, and the
      *    shipment version lookup on the log: the version is 00 for
      *    a full extract; a correction date's is assigned when it is
      *    first met, and the restatement stamp identifies a
      *    re-extract of the same restatement.
       01  WS-TALLY-DATE                 PIC X(8) VALUE SPACES.
       01  WS-TALLY-COUNTER              PIC 9(7) VALUE ZERO.
       01  WS-TALLY-STAMP                PIC X(14) VALUE SPACES.
       01  WS-CURRENT-VERSION            PIC 9(2) VALUE ZERO.
       01  WS-LAST-VERSION               PIC 9(2) VALUE ZERO.
       01  WS-REUSE-VERSION              PIC 9(2) VALUE ZERO.
       01  WS-VER-EOF-SW                 PIC X VALUE 'N'.
           88  WS-VER-EOF                VALUE 'Y'.

       01  WS-RETURN-CODE                PIC S9(4) VALUE ZERO.
           88  WS-RC-NORMAL              VALUE 0.
           88  WS-RC-EMPTY-SOURCE        VALUE 8.
           88  WS-RC-NOT-CERTIFIED       VALUE 12.
           88  WS-RC-BAD-PARM            VALUE 16.
           88  WS-RC-FILE-ERROR          VALUE 20.
           88  WS-RC-BAD-SUBSCRIBERS     VALUE 24.
           88  WS-RC-REAS-FAILED         VALUE 28.
           88  WS-RC-OUT-OF-SEQUENCE     VALUE 36.
           88  WS-RC-HELD                VALUE 40.

      ***************************
         LINKAGE SECTION.
      ***************************
       01  LS-PARM.
           05  LS-PARM-LEN               PIC S9(4) COMP.
           05  LS-PARM-TEXT              PIC X(80).

      **********************************************
       PROCEDURE DIVISION USING LS-PARM.
      **********************************************
       MAINLINE SECTION.
           DISPLAY '+----------------------------------------------+'
           DISPLAY '+----------------------------------------------+'

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-EXTRACT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-EXTRACT-TIME

           IF LS-PARM-LEN > ZERO AND LS-PARM-LEN <= 80
              MOVE LS-PARM-TEXT (1:LS-PARM-LEN) TO WS-RUN-PARM
           END-IF
           PERFORM 0100-PARSE-RUN-PARM
           IF WS-PARM-ERROR
              DISPLAY 'FZB6016E - UNRECOGNIZED PARM: '
                      WS-RUN-PARM
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0300-LOAD-SUBSCRIBERS
           IF WS-ANY-MONTH-END AND NOT WS-SUBS-ERROR
              AND NOT WS-FILE-ERROR
              PERFORM 0500-LOAD-CALENDAR
           END-IF
           IF WS-FILE-ERROR
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-SUBS-ERROR
              DISPLAY 'FZB6024E - SUBSCRIBER TABLE REJECTED, NOTHING '
                      'EXTRACTED'
              MOVE 24 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0400-LOAD-OVERRIDES
           IF WS-FILE-ERROR
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 1500-OPEN-CERT-REGISTER

           IF NOT WS-FILE-ERROR AND NOT WS-CERT-REFUSED
              PERFORM 1700-OPEN-STATE-REGISTER
           END-IF

           IF NOT WS-FILE-ERROR AND NOT WS-CERT-REFUSED
              PERFORM 1750-OPEN-XMIT-HOLDS
           END-IF

      *--  A correction's shipment version is assigned from the log
      *    as each date is met, and an acknowledged date is let
      *    through only for a subscriber not yet shipped, so the log
      *    is needed from the start.
           IF NOT WS-FILE-ERROR AND NOT WS-CERT-REFUSED
              PERFORM 1600-OPEN-XMIT-LOG
           END-IF

           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                     UNTIL WS-SUB-IDX > WS-SUB-COUNT
                        OR WS-FILE-ERROR OR WS-CERT-REFUSED
               IF WS-SUB-IN-RUN (WS-SUB-IDX)
                  PERFORM 1000-EXTRACT-FOR-SUBSCRIBER
               END-IF
           END-PERFORM

           IF WS-STRG-OPEN
              CLOSE STATE-FILE
              MOVE 'N' TO WS-STRG-OPEN-SW
              IF WS-FZBSTRG-STATUS NOT = '00'
                 DISPLAY 'FZB6020E - ERROR CLOSING FZBSTRG, STATUS='
                         WS-FZBSTRG-STATUS
                 SET WS-FILE-ERROR TO TRUE
              END-IF
           END-IF

           IF WS-XHLD-OPEN
              CLOSE XMIT-HOLD-FILE
              MOVE 'N' TO WS-XHLD-OPEN-SW
              IF WS-FZBXHLD-STATUS NOT = '00'
                 DISPLAY 'FZB6020E - ERROR CLOSING FZBXHLD, STATUS='
                         WS-FZBXHLD-STATUS
                 SET WS-FILE-ERROR TO TRUE
              END-IF
           END-IF

           IF NOT WS-FILE-ERROR AND NOT WS-CERT-REFUSED
              PERFORM 6000-WRITE-TRANSMISSION-LOG
           END-IF

           IF NOT WS-FILE-ERROR AND NOT WS-CERT-REFUSED
              AND WS-GATED-COUNT > ZERO
              PERFORM 6500-ADVANCE-STATE-REGISTER
           END-IF

           IF WS-XLOG-OPEN
              PERFORM 6900-CLOSE-XMIT-LOG
           END-IF

           IF NOT WS-FILE-ERROR AND NOT WS-CERT-REFUSED
              AND WS-OVR-USED-COUNT > ZERO
              PERFORM 6700-RECORD-OVERRIDES
           END-IF
           PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
                     UNTIL WS-OVR-IDX > WS-OVR-COUNT
               IF NOT WS-OVR-USED (WS-OVR-IDX)
                  DISPLAY 'FZB6028W - OVERRIDE CARD NOT USED, DATE='
                          WS-OVR-DATE (WS-OVR-IDX) ' SET=' WS-EXTR-SET
               END-IF
           END-PERFORM

           IF NOT WS-CERT-ABSENT
              CLOSE CERT-FILE
              IF WS-FZBCERT-STATUS NOT = '00'
              END-IF
           END-IF

           DISPLAY '+----------------------------------------------+'
           DISPLAY '|     DELIMITED EXTRACT - END BATCH            |'
           DISPLAY '+----------------------------------------------+'
           IF WS-CORR-MODE
              DISPLAY '|  Extract type..........: CORRECTIONS'
           ELSE
              DISPLAY '|  Extract type..........: FULL'
           END-IF
           DISPLAY '|  Rule set..............: ' WS-EXTR-SET
           DISPLAY '|  Source records........: ' WS-SOURCE-COUNT
           DISPLAY '|  Subscribers extracted.: ' WS-RUN-SUB-COUNT
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                     UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF WS-SUB-IN-RUN (WS-SUB-IDX)
                  DISPLAY '|    ' WS-SUB-ID (WS-SUB-IDX)
                          ' ' WS-SUB-DD-NAME (WS-SUB-IDX)
                          ' ROWS=' WS-SUB-ROWS (WS-SUB-IDX)
                          ' HASH=' WS-SUB-HASH (WS-SUB-IDX)
               END-IF
           END-PERFORM
           DISPLAY '|  Rows extracted........: ' WS-TOTAL-EXTRACTED
           DISPLAY '|  Xmit log rows written.: ' WS-XMIT-ROWS-WRITTEN
           DISPLAY '|  Overrides used........: ' WS-OVR-USED-COUNT
           DISPLAY '+----------------------------------------------+'

           EVALUATE TRUE
               WHEN WS-FILE-ERROR
                    SET WS-RC-FILE-ERROR TO TRUE
               WHEN WS-STATE-REFUSED
                    DISPLAY 'FZB6036E - EXTRACT REFUSED, DATE OUT OF '
                            'SEQUENCE ON FZBSTRG - SEE FZBSTRP'
                    SET WS-RC-OUT-OF-SEQUENCE TO TRUE
               WHEN WS-HOLD-REFUSED
                    DISPLAY 'FZB6040E - EXTRACT REFUSED, DATE HELD '
                            'FROM TRANSMISSION - RELEASE IT ON FZBO'
                    SET WS-RC-HELD TO TRUE
               WHEN WS-REAS-REFUSED
                    DISPLAY 'FZB6028E - EXTRACT REFUSED, DATE FAILED '
                            'REASONABLENESS - REVIEW, OR SUPPLY FZBOVRD'
                    SET WS-RC-REAS-FAILED TO TRUE
               WHEN WS-CERT-REFUSED
                    DISPLAY 'FZB6012E - EXTRACT REFUSED, GENERATION '
                            'NOT CERTIFIED - HOLD THE TRANSMISSION'
                    SET WS-RC-NOT-CERTIFIED TO TRUE
               WHEN WS-SOURCE-COUNT = ZERO AND WS-CORR-MODE
                    DISPLAY 'FZB6008E - CORRECTION DATASET IS EMPTY, '
                            'HOLD THE TRANSMISSION'
                    SET WS-RC-EMPTY-SOURCE TO TRUE
               WHEN WS-SOURCE-COUNT = ZERO
                    DISPLAY 'FZB6008E - SOURCE GENERATION IS EMPTY, '
                            'HOLD THE TRANSMISSION'
                    SET WS-RC-EMPTY-SOURCE TO TRUE
           STOP RUN.

      *----------------------------------------------------------------
      * 0100-PARSE-RUN-PARM - split the PARM on commas and apply each
      * CORR / REEXTRACT / SET=xxxx / SUB=xxxxxxxx token; anything
      * else, or a blank or over-long set or subscriber, is an
      * unrecognized PARM.
      *----------------------------------------------------------------
       0100-PARSE-RUN-PARM SECTION.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-RUN-PARM DELIMITED BY ','
               INTO WS-PARM-TOKEN (1) WS-PARM-TOKEN (2)
                    WS-PARM-TOKEN (3) WS-PARM-TOKEN (4)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                     UNTIL WS-PARM-IDX > 4
               EVALUATE TRUE
                   WHEN WS-PARM-TOKEN (WS-PARM-IDX) = SPACES
                        CONTINUE
                   WHEN WS-PARM-TOKEN (WS-PARM-IDX) = 'CORR'
                        SET WS-CORR-MODE TO TRUE
                   WHEN WS-PARM-TOKEN (WS-PARM-IDX) = 'REEXTRACT'
                        SET WS-REEXTRACT-OVERRIDE TO TRUE
                   WHEN WS-PARM-TOKEN (WS-PARM-IDX) (1:4) = 'SET='
                        AND WS-PARM-TOKEN (WS-PARM-IDX) (5:4)
                            NOT = SPACES
                        AND WS-PARM-TOKEN (WS-PARM-IDX) (9:12)
                            = SPACES
                        MOVE WS-PARM-TOKEN (WS-PARM-IDX) (5:4)
                          TO WS-EXTR-SET
                   WHEN WS-PARM-TOKEN (WS-PARM-IDX) (1:4) = 'SUB='
                        AND WS-PARM-TOKEN (WS-PARM-IDX) (5:8)
                            NOT = SPACES
                        AND WS-PARM-TOKEN (WS-PARM-IDX) (13:8)
                            = SPACES
                        MOVE WS-PARM-TOKEN (WS-PARM-IDX) (5:8)
                          TO WS-RUN-SUB
                   WHEN OTHER
                        SET WS-PARM-ERROR TO TRUE
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------
      * 0300-LOAD-SUBSCRIBERS - the subscriber table, validated whole
      * before anything is extracted: a receiver defined wrongly must
      * not get a wrong file while the others are shipped.  A table
      * never allocated (status 35) leaves the single default
      * subscriber (0390).  The subscribers of this run are then
      * marked (0350).
      *----------------------------------------------------------------
       0300-LOAD-SUBSCRIBERS SECTION.
           OPEN INPUT SUBSCRIBER-FILE
           EVALUATE TRUE
               WHEN WS-FZBSUBS-STATUS = '00'
                    PERFORM UNTIL WS-SUBS-EOF OR WS-FILE-ERROR
                        READ SUBSCRIBER-FILE
                          AT END
                            SET WS-SUBS-EOF TO TRUE
                          NOT AT END
                            PERFORM 0310-LOAD-ONE-CARD
                        END-READ
                        IF WS-FZBSUBS-STATUS NOT = '00'
                           AND WS-FZBSUBS-STATUS NOT = '10'
                           DISPLAY 'FZB6020E - ERROR READING FZBSUBS, '
                                   'STATUS=' WS-FZBSUBS-STATUS
                           SET WS-FILE-ERROR TO TRUE
                        END-IF
                    END-PERFORM
                    CLOSE SUBSCRIBER-FILE
               WHEN WS-FZBSUBS-STATUS = '35'
                    PERFORM 0390-DEFAULT-SUBSCRIBER
               WHEN OTHER
                    DISPLAY 'FZB6020E - ERROR OPENING FZBSUBS, STATUS='
                            WS-FZBSUBS-STATUS
                    SET WS-FILE-ERROR TO TRUE
           END-EVALUATE

           IF NOT WS-FILE-ERROR AND NOT WS-SUBS-ERROR
              PERFORM 0350-SELECT-RUN-SUBSCRIBERS
           END-IF.

      *----------------------------------------------------------------
      * 0310-LOAD-ONE-CARD - classify one FZBSUBS record.
      *----------------------------------------------------------------
       0310-LOAD-ONE-CARD SECTION.
           EVALUATE TRUE
               WHEN FZB-SUB-IS-SUBSCRIBER
                    PERFORM 0320-LOAD-SUBSCRIBER
               WHEN FZB-SUB-IS-LABEL
                    PERFORM 0330-LOAD-LABEL
               WHEN OTHER
                    MOVE 'UNRECOGNIZED RECORD TYPE' TO WS-SUBS-REASON
                    PERFORM 0380-REJECT-CARD
           END-EVALUATE.

      *----------------------------------------------------------------
      * 0320-LOAD-SUBSCRIBER - one SUBS record: a unique ID and DD, a
      * known format, columns from C/L/D/S each at most once (none
      * means C, L, D), a Y/N month-end flag and a blank or 1-99 day
      * ageing limit (FZBRECON's; checked here so the table is
      * proved before it is relied on).
      *----------------------------------------------------------------
       0320-LOAD-SUBSCRIBER SECTION.
           IF FZB-SUB-ID = SPACES
              MOVE 'NO SUBSCRIBER ID' TO WS-SUBS-REASON
              PERFORM 0380-REJECT-CARD
              GO TO 0320-EXIT
           END-IF
           IF WS-SUB-COUNT >= 20
              MOVE 'TABLE FULL (20 SUBSCRIBERS)' TO WS-SUBS-REASON
              PERFORM 0380-REJECT-CARD
              GO TO 0320-EXIT
           END-IF
           IF FZB-SUB-DD-NAME = SPACES
              MOVE 'NO DD NAME' TO WS-SUBS-REASON
              PERFORM 0380-REJECT-CARD
              GO TO 0320-EXIT
           END-IF
           PERFORM VARYING WS-SUB-FIND-IDX FROM 1 BY 1
                     UNTIL WS-SUB-FIND-IDX > WS-SUB-COUNT
               IF WS-SUB-ID (WS-SUB-FIND-IDX) = FZB-SUB-ID
                  MOVE 'DUPLICATE SUBSCRIBER ID' TO WS-SUBS-REASON
               END-IF
               IF WS-SUB-DD-NAME (WS-SUB-FIND-IDX) = FZB-SUB-DD-NAME
                  MOVE 'DD NAME ALREADY IN USE' TO WS-SUBS-REASON
               END-IF
           END-PERFORM
           IF WS-SUBS-REASON NOT = SPACES
              PERFORM 0380-REJECT-CARD
              GO TO 0320-EXIT
           END-IF
           IF NOT FZB-SUB-PIPE AND NOT FZB-SUB-FIXED
              AND NOT FZB-SUB-CSV
              MOVE 'FORMAT NOT P, F OR C' TO WS-SUBS-REASON
              PERFORM 0380-REJECT-CARD
              GO TO 0320-EXIT
           END-IF
           IF FZB-SUB-MONTH-END NOT = 'Y' AND NOT = 'N'
              AND NOT = SPACE
              MOVE 'MONTH-END FLAG NOT Y OR N' TO WS-SUBS-REASON
              PERFORM 0380-REJECT-CARD
              GO TO 0320-EXIT
           END-IF
           IF FZB-SUB-AGE-DAYS NOT = SPACES
              IF FZB-SUB-AGE-DAYS IS NOT NUMERIC
                 OR FZB-SUB-AGE-DAYS = '00'
                 MOVE 'AGEING DAYS NOT 01-99' TO WS-SUBS-REASON
                 PERFORM 0380-REJECT-CARD
                 GO TO 0320-EXIT
              END-IF
           END-IF

           ADD 1 TO WS-SUB-COUNT
           MOVE FZB-SUB-ID        TO WS-SUB-ID (WS-SUB-COUNT)
           MOVE FZB-SUB-DD-NAME   TO WS-SUB-DD-NAME (WS-SUB-COUNT)
           MOVE FZB-SUB-FORMAT    TO WS-SUB-FORMAT (WS-SUB-COUNT)
           MOVE FZB-SUB-RULE-SET  TO WS-SUB-RULE-SET (WS-SUB-COUNT)
           IF FZB-SUB-RULE-SET = SPACES
              MOVE 'BASE' TO WS-SUB-RULE-SET (WS-SUB-COUNT)
           END-IF
           MOVE FZB-SUB-MONTH-END TO WS-SUB-MONTH-END (WS-SUB-COUNT)
           MOVE 'N'               TO WS-SUB-IN-RUN-SW (WS-SUB-COUNT)
           MOVE ZERO              TO WS-SUB-LABEL-COUNT (WS-SUB-COUNT)
           MOVE ZERO              TO WS-SUB-ROWS (WS-SUB-COUNT)
           MOVE ZERO              TO WS-SUB-HASH (WS-SUB-COUNT)

           MOVE ZERO TO WS-SUB-COLUMN-COUNT (WS-SUB-COUNT)
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                     UNTIL WS-COL-IDX > 4
               IF FZB-SUB-COLUMN (WS-COL-IDX) NOT = SPACE
                  PERFORM 0325-ADD-COLUMN
               END-IF
           END-PERFORM
           IF WS-SUB-COLUMN-COUNT (WS-SUB-COUNT) = ZERO
              MOVE 3   TO WS-SUB-COLUMN-COUNT (WS-SUB-COUNT)
              MOVE 'C' TO WS-SUB-COLUMN (WS-SUB-COUNT, 1)
              MOVE 'L' TO WS-SUB-COLUMN (WS-SUB-COUNT, 2)
              MOVE 'D' TO WS-SUB-COLUMN (WS-SUB-COUNT, 3)
           END-IF
           IF WS-SUBS-REASON NOT = SPACES
              PERFORM 0380-REJECT-CARD
           END-IF.
       0320-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0325-ADD-COLUMN - column WS-COL-IDX of the SUBS record, to the
      * end of the new subscriber's column set.
      *----------------------------------------------------------------
       0325-ADD-COLUMN SECTION.
           IF FZB-SUB-COLUMN (WS-COL-IDX) NOT = 'C' AND NOT = 'L'
              AND NOT = 'D' AND NOT = 'S'
              MOVE 'COLUMN NOT C, L, D OR S' TO WS-SUBS-REASON
              GO TO 0325-EXIT
           END-IF
           PERFORM VARYING WS-COL-FIND-IDX FROM 1 BY 1
                     UNTIL WS-COL-FIND-IDX
                           > WS-SUB-COLUMN-COUNT (WS-SUB-COUNT)
               IF WS-SUB-COLUMN (WS-SUB-COUNT, WS-COL-FIND-IDX)
                  = FZB-SUB-COLUMN (WS-COL-IDX)
                  MOVE 'COLUMN REPEATED' TO WS-SUBS-REASON
               END-IF
           END-PERFORM
           IF WS-SUBS-REASON = SPACES
              ADD 1 TO WS-SUB-COLUMN-COUNT (WS-SUB-COUNT)
              MOVE FZB-SUB-COLUMN (WS-COL-IDX)
                TO WS-SUB-COLUMN (WS-SUB-COUNT,
                                  WS-SUB-COLUMN-COUNT (WS-SUB-COUNT))
           END-IF.
       0325-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0330-LOAD-LABEL - one SLBL record, for a subscriber already
      * loaded; up to 10 labels each.
      *----------------------------------------------------------------
       0330-LOAD-LABEL SECTION.
           PERFORM VARYING WS-SUB-FIND-IDX FROM 1 BY 1
                     UNTIL WS-SUB-FIND-IDX > WS-SUB-COUNT
                        OR WS-SUB-ID (WS-SUB-FIND-IDX) = FZB-SUB-ID
               CONTINUE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SUB-FIND-IDX > WS-SUB-COUNT
                    MOVE 'SLBL WITH NO SUBS RECORD BEFORE'
                      TO WS-SUBS-REASON
               WHEN FZB-SUB-SEL-LABEL = SPACES
                    MOVE 'BLANK SELECTED LABEL' TO WS-SUBS-REASON
               WHEN WS-SUB-LABEL-COUNT (WS-SUB-FIND-IDX) >= 10
                    MOVE 'MORE THAN 10 LABELS' TO WS-SUBS-REASON
               WHEN OTHER
                    ADD 1 TO WS-SUB-LABEL-COUNT (WS-SUB-FIND-IDX)
                    MOVE FZB-SUB-SEL-LABEL
                      TO WS-SUB-LABEL (WS-SUB-FIND-IDX,
                             WS-SUB-LABEL-COUNT (WS-SUB-FIND-IDX))
           END-EVALUATE
           IF WS-SUBS-REASON NOT = SPACES
              PERFORM 0380-REJECT-CARD
           END-IF.

      *----------------------------------------------------------------
      * 0350-SELECT-RUN-SUBSCRIBERS - the subscribers of the rule set
      * being extracted, or the one SUB= names.  None at all is a
      * table error: the run would ship nothing while ending clean.
      *----------------------------------------------------------------
       0350-SELECT-RUN-SUBSCRIBERS SECTION.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                     UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF WS-SUB-RULE-SET (WS-SUB-IDX) = WS-EXTR-SET
                  AND (WS-RUN-SUB = SPACES
                       OR WS-RUN-SUB = WS-SUB-ID (WS-SUB-IDX))
                  SET WS-SUB-IN-RUN (WS-SUB-IDX) TO TRUE
                  ADD 1 TO WS-RUN-SUB-COUNT
                  IF WS-SUB-MONTH-END-ONLY (WS-SUB-IDX)
                     SET WS-ANY-MONTH-END TO TRUE
                  END-IF
               END-IF
           END-PERFORM
           IF WS-RUN-SUB-COUNT = ZERO
              DISPLAY 'FZB6024E - NO SUBSCRIBER FOR SET=' WS-EXTR-SET
                      ' SUB=' WS-RUN-SUB
              SET WS-SUBS-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 0380-REJECT-CARD - report the FZBSUBS record in hand as
      * malformed (WS-SUBS-REASON says why); the run extracts nothing.
      *----------------------------------------------------------------
       0380-REJECT-CARD SECTION.
           DISPLAY 'FZB6024E - FZBSUBS ' FZB-SUB-REC-TYPE
                   ' SUBSCRIBER=' FZB-SUB-ID ' REJECTED: '
                   WS-SUBS-REASON
           SET WS-SUBS-ERROR TO TRUE
           MOVE SPACES TO WS-SUBS-REASON.

      *----------------------------------------------------------------
      * 0390-DEFAULT-SUBSCRIBER - no subscriber table: the finance
      * warehouse alone, pipe-delimited counter/label/date on DD
      * FZBDLIM, for whatever set is being extracted.
      *----------------------------------------------------------------
       0390-DEFAULT-SUBSCRIBER SECTION.
           DISPLAY 'FZB6001I - NO SUBSCRIBER TABLE, EXTRACTING FOR '
                   'FINWHSE ON FZBDLIM'
           MOVE 1           TO WS-SUB-COUNT
           MOVE 'FINWHSE'   TO WS-SUB-ID (1)
           MOVE 'FZBDLIM'   TO WS-SUB-DD-NAME (1)
           MOVE 'P'         TO WS-SUB-FORMAT (1)
           MOVE 3           TO WS-SUB-COLUMN-COUNT (1)
           MOVE 'C'         TO WS-SUB-COLUMN (1, 1)
           MOVE 'L'         TO WS-SUB-COLUMN (1, 2)
           MOVE 'D'         TO WS-SUB-COLUMN (1, 3)
           MOVE WS-EXTR-SET TO WS-SUB-RULE-SET (1)
           MOVE 'N'         TO WS-SUB-MONTH-END (1)
           MOVE 'N'         TO WS-SUB-IN-RUN-SW (1)
           MOVE ZERO        TO WS-SUB-LABEL-COUNT (1)
           MOVE ZERO        TO WS-SUB-ROWS (1)
           MOVE ZERO        TO WS-SUB-HASH (1).

      *----------------------------------------------------------------
      * 0400-LOAD-OVERRIDES - the reasonableness override cards of the
      * set being extracted.  No FZBOVRD dataset (status 35) means no
      * override.  A card without a numeric date, a user or a reason
      * is reported and ignored - it releases nothing.
      *----------------------------------------------------------------
       0400-LOAD-OVERRIDES SECTION.
           OPEN INPUT OVERRIDE-FILE
           IF WS-FZBOVRD-STATUS = '35'
              GO TO 0400-EXIT
           END-IF
           IF WS-FZBOVRD-STATUS NOT = '00'
              DISPLAY 'FZB6020E - ERROR OPENING FZBOVRD, STATUS='
                      WS-FZBOVRD-STATUS
              SET WS-FILE-ERROR TO TRUE
              GO TO 0400-EXIT
           END-IF

           PERFORM UNTIL WS-OVR-EOF OR WS-FILE-ERROR
               READ OVERRIDE-FILE
                 AT END
                   SET WS-OVR-EOF TO TRUE
                 NOT AT END
                   PERFORM 0410-LOAD-ONE-OVERRIDE
               END-READ
               IF WS-FZBOVRD-STATUS NOT = '00'
                  AND WS-FZBOVRD-STATUS NOT = '10'
                  DISPLAY 'FZB6020E - ERROR READING FZBOVRD, STATUS='
                          WS-FZBOVRD-STATUS
                  SET WS-FILE-ERROR TO TRUE
               END-IF
           END-PERFORM

           CLOSE OVERRIDE-FILE.
       0400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0410-LOAD-ONE-OVERRIDE - one FZBOVRD card.
      *----------------------------------------------------------------
       0410-LOAD-ONE-OVERRIDE SECTION.
           MOVE FZB-OVR-RULE-SET TO WS-OVR-SET
           IF WS-OVR-SET = SPACES
              MOVE 'BASE' TO WS-OVR-SET
           END-IF
           IF WS-OVR-SET NOT = WS-EXTR-SET
              GO TO 0410-EXIT
           END-IF

           IF FZB-OVR-BUS-DATE IS NOT NUMERIC
              OR FZB-OVR-USER = SPACES
              OR FZB-OVR-REASON = SPACES
              OR WS-OVR-COUNT NOT < 50
              DISPLAY 'FZB6028W - OVERRIDE CARD IGNORED, DATE='
                      FZB-OVR-BUS-DATE ' SET=' WS-OVR-SET
                      ' USER=' FZB-OVR-USER
              GO TO 0410-EXIT
           END-IF

           ADD 1 TO WS-OVR-COUNT
           MOVE FZB-OVR-BUS-DATE TO WS-OVR-DATE (WS-OVR-COUNT)
           MOVE FZB-OVR-USER     TO WS-OVR-USER (WS-OVR-COUNT)
           MOVE FZB-OVR-REASON   TO WS-OVR-REASON (WS-OVR-COUNT)
           MOVE 'N'              TO WS-OVR-USED-SW (WS-OVR-COUNT).
       0410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0500-LOAD-CALENDAR - the processing calendar (WEEK weekly
      * pattern plus HOLI holiday records; TMPL templates passed
      * over), for the month-end test.  A missing dataset leaves
      * WS-CAL-PRESENT off and every day processes; a malformed
      * record is a table error - a month-end subscriber would be
      * sent the wrong dates.
      *----------------------------------------------------------------
       0500-LOAD-CALENDAR SECTION.
           MOVE ALL 'N' TO WS-CAL-WEEK-FLAGS

           OPEN INPUT CALENDAR-FILE
           IF WS-FZBCAL-STATUS NOT = '00'
              GO TO 0500-EXIT
           END-IF

           SET WS-CAL-PRESENT TO TRUE
           PERFORM UNTIL WS-FZBCAL-STATUS = '10'
              READ CALENDAR-FILE
                AT END
                  MOVE '10' TO WS-FZBCAL-STATUS
                NOT AT END
                  PERFORM 0550-APPLY-CALENDAR-RECORD
              END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.
       0500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0550-APPLY-CALENDAR-RECORD - classify one FZBCAL record.
      *----------------------------------------------------------------
       0550-APPLY-CALENDAR-RECORD SECTION.
           EVALUATE TRUE
               WHEN FZB-CAL-IS-WEEKLY
                    MOVE FZB-CAL-WEEK-FLAGS TO WS-CAL-WEEK-FLAGS
               WHEN FZB-CAL-IS-HOLIDAY
                    IF FZB-CAL-DATE IS NOT NUMERIC
                       SET WS-SUBS-ERROR TO TRUE
                       DISPLAY 'FZB6024E - HOLI CALENDAR DATE IS NOT '
                               'NUMERIC: ' FZB-CAL-DATE
                    ELSE
                    IF WS-CAL-HOLIDAY-COUNT >= 400
                       SET WS-SUBS-ERROR TO TRUE
                       DISPLAY 'FZB6024E - HOLIDAY TABLE FULL, DATE '
                               'REJECTED: ' FZB-CAL-DATE
                    ELSE
                       ADD 1 TO WS-CAL-HOLIDAY-COUNT
                       MOVE FZB-CAL-DATE
                         TO WS-CAL-HOLIDAY (WS-CAL-HOLIDAY-COUNT)
                    END-IF
                    END-IF
               WHEN FZB-CAL-IS-TEMPLATE
                    CONTINUE
               WHEN OTHER
                    SET WS-SUBS-ERROR TO TRUE
                    DISPLAY 'FZB6024E - UNRECOGNIZED CALENDAR RECORD '
                            'TYPE: ' FZB-CAL-REC-TYPE
           END-EVALUATE.

      *----------------------------------------------------------------
      * 1000-EXTRACT-FOR-SUBSCRIBER - one pass of the source for the
      * subscriber at WS-SUB-IDX: its extract file opened on its DD,
      * every record of the set through the gates, the selected ones
      * written, then the trailer.  Every pass meets the dates afresh,
      * so the certification gate is re-read and the state check made
      * for this subscriber.
      *----------------------------------------------------------------
       1000-EXTRACT-FOR-SUBSCRIBER SECTION.
           MOVE 'N'    TO WS-OUT-EOF-SW
           MOVE 'Y'    TO WS-FIRST-RECORD-SW
           MOVE SPACES TO WS-CERT-CHECKED-DATE
           MOVE ZERO   TO WS-EXTRACT-COUNT
           MOVE ZERO   TO WS-HASH-TOTAL
           MOVE ZERO   TO WS-SOURCE-COUNT
           MOVE WS-SUB-DD-NAME (WS-SUB-IDX) TO WS-SUB-DD

           IF WS-CORR-MODE
              OPEN INPUT CORRECTION-FILE
              IF WS-FZBCORR-STATUS NOT = '00'
                 DISPLAY 'FZB6020E - ERROR OPENING FZBCORR, STATUS='
                         WS-FZBCORR-STATUS
                 SET WS-FILE-ERROR TO TRUE
                 GO TO 1000-EXIT
              END-IF
           ELSE
              OPEN INPUT OUTPUT-FILE
              IF WS-FZBOUT-STATUS NOT = '00'
                 DISPLAY 'FZB6020E - ERROR OPENING FZBOUT, STATUS='
                         WS-FZBOUT-STATUS
                 SET WS-FILE-ERROR TO TRUE
                 GO TO 1000-EXIT
              END-IF
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
              DISPLAY 'FZB6020E - ERROR OPENING ' WS-SUB-DD
                      ', STATUS=' WS-EXTRACT-STATUS
                      ' SUBSCRIBER=' WS-SUB-ID (WS-SUB-IDX)
              SET WS-FILE-ERROR TO TRUE
              PERFORM 1090-CLOSE-SOURCE
              GO TO 1000-EXIT
           END-IF

           PERFORM UNTIL WS-OUT-EOF OR WS-FILE-ERROR
                      OR WS-CERT-REFUSED
               IF WS-CORR-MODE
                  PERFORM 7000-EXTRACT-ONE-CORRECTION
               ELSE
                  READ OUTPUT-FILE
                    AT END
                      SET WS-OUT-EOF TO TRUE
                    NOT AT END
                      MOVE FZB-OUT-RULE-SET TO WS-REC-SET
                      IF WS-REC-SET = SPACES
                         MOVE 'BASE' TO WS-REC-SET
                      END-IF
                      IF WS-REC-SET = WS-EXTR-SET
                         PERFORM 1900-EXTRACT-ONE-RECORD
                      END-IF
                  END-READ
               END-IF
           END-PERFORM

           IF NOT WS-FILE-ERROR AND NOT WS-CERT-REFUSED
              IF WS-FIRST-RECORD
                 MOVE WS-EXTRACT-DATE TO WS-HEADER-BUS-DATE
                 PERFORM 2000-WRITE-HEADER-RECORDS
              END-IF
              PERFORM 4000-WRITE-TRAILER-RECORD
           END-IF
           MOVE WS-EXTRACT-COUNT TO WS-SUB-ROWS (WS-SUB-IDX)
           MOVE WS-HASH-TOTAL    TO WS-SUB-HASH (WS-SUB-IDX)
           ADD WS-EXTRACT-COUNT  TO WS-TOTAL-EXTRACTED

           PERFORM 1090-CLOSE-SOURCE
           CLOSE EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
              DISPLAY 'FZB6020E - ERROR CLOSING ' WS-SUB-DD
                      ', STATUS=' WS-EXTRACT-STATUS
              SET WS-FILE-ERROR TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1090-CLOSE-SOURCE - close whichever input the run read: the
      * restatement corrections under PARM='CORR', else the FZBOUT
      * generation.
      *----------------------------------------------------------------
       1090-CLOSE-SOURCE SECTION.
           IF WS-CORR-MODE
              CLOSE CORRECTION-FILE
              IF WS-FZBCORR-STATUS NOT = '00'
                 DISPLAY 'FZB6020E - ERROR CLOSING FZBCORR, STATUS='
                         WS-FZBCORR-STATUS
                 SET WS-FILE-ERROR TO TRUE
              END-IF
           ELSE
              CLOSE OUTPUT-FILE
              IF WS-FZBOUT-STATUS NOT = '00'
                 DISPLAY 'FZB6020E - ERROR CLOSING FZBOUT, STATUS='
                         WS-FZBOUT-STATUS
                 SET WS-FILE-ERROR TO TRUE
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1900-EXTRACT-ONE-RECORD - full extract: one FZBOUT record of
      * the set being extracted, its date passed through the
      * certification gate (and the subscriber's date selection) when
      * first met.  The header carries the generation's first date
      * whatever the subscriber selects; the record is written only
      * when its date and label are selected.
      *----------------------------------------------------------------
       1900-EXTRACT-ONE-RECORD SECTION.
           ADD 1 TO WS-SOURCE-COUNT
           IF FZB-OUT-BUS-DATE NOT = WS-CERT-CHECKED-DATE
              MOVE FZB-OUT-BUS-DATE TO WS-CHECK-BUS-DATE
              PERFORM 2800-CHECK-DATE-SELECTED
              PERFORM 2500-CHECK-CERTIFICATION
           END-IF
           IF NOT WS-CERT-REFUSED AND NOT WS-FILE-ERROR
              IF WS-FIRST-RECORD
                 MOVE FZB-OUT-BUS-DATE TO WS-HEADER-BUS-DATE
                 MOVE 'N' TO WS-FIRST-RECORD-SW
                 PERFORM 2000-WRITE-HEADER-RECORDS
              END-IF
              IF WS-DATE-SELECTED
                 MOVE FZB-OUT-LABEL TO WS-SEL-LABEL
                 MOVE SPACES        TO WS-SEL-LABEL-2
                 PERFORM 2900-CHECK-LABEL-SELECTED
                 IF WS-LABEL-SELECTED
                    PERFORM 3000-WRITE-DETAIL-RECORD
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1500-OPEN-CERT-REGISTER - the certification register FZBVERIF
      * maintains.  A register that has never been loaded (status 35)
      * is not a file error: it means no date was ever certified, so
      * every date is refused - no proof of certification is the same
      * as none.
      *----------------------------------------------------------------
       1500-OPEN-CERT-REGISTER SECTION.
           OPEN INPUT CERT-FILE
           EVALUATE TRUE
               WHEN WS-FZBCERT-STATUS = '00'
                    CONTINUE
               WHEN WS-FZBCERT-STATUS = '35'
                    DISPLAY 'FZB6012E - NO CERTIFICATION REGISTER, '
                            'NOTHING IS CERTIFIED FOR EXTRACT'
                    SET WS-CERT-ABSENT TO TRUE
                    SET WS-CERT-REFUSED TO TRUE
               WHEN OTHER
                    DISPLAY 'FZB6020E - ERROR OPENING FZBCERT, STATUS='
                            WS-FZBCERT-STATUS
                    SET WS-CERT-ABSENT TO TRUE
                    SET WS-FILE-ERROR TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * 1600-OPEN-XMIT-LOG - the transmission log, created on its
      * very first use.
      *----------------------------------------------------------------
       1600-OPEN-XMIT-LOG SECTION.
           OPEN I-O XMIT-LOG-FILE
           IF WS-FZBXLOG-STATUS = '35'
              OPEN OUTPUT XMIT-LOG-FILE
           END-IF
           IF WS-FZBXLOG-STATUS NOT = '00'
              DISPLAY 'FZB6020E - ERROR OPENING FZBXLOG, STATUS='
                      WS-FZBXLOG-STATUS
              SET WS-FILE-ERROR TO TRUE
           ELSE
              SET WS-XLOG-OPEN TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 1700-OPEN-STATE-REGISTER - the processing-state register,
      * read for every date the certification gate passes.  A
      * register never loaded (status 35) holds no date at all, so
      * every date is out of sequence and the extract is refused.
      *----------------------------------------------------------------
       1700-OPEN-STATE-REGISTER SECTION.
           OPEN INPUT STATE-FILE
           EVALUATE TRUE
               WHEN WS-FZBSTRG-STATUS = '00'
                    SET WS-STRG-OPEN TO TRUE
               WHEN WS-FZBSTRG-STATUS = '35'
                    DISPLAY 'FZB6036E - FZBSTRG IS EMPTY - NO DATE '
                            'HAS REACHED CERTIFIED'
                    SET WS-STATE-REFUSED TO TRUE
                    SET WS-CERT-REFUSED TO TRUE
               WHEN OTHER
                    DISPLAY 'FZB6020E - ERROR OPENING FZBSTRG, STATUS='
                            WS-FZBSTRG-STATUS
                    SET WS-FILE-ERROR TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * 1750-OPEN-XMIT-HOLDS - the transmission holds taken online.
      * No dataset (status 35) means no date has ever been held.
      *----------------------------------------------------------------
       1750-OPEN-XMIT-HOLDS SECTION.
           OPEN INPUT XMIT-HOLD-FILE
           EVALUATE TRUE
               WHEN WS-FZBXHLD-STATUS = '00'
                    SET WS-XHLD-OPEN TO TRUE
               WHEN WS-FZBXHLD-STATUS = '35'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'FZB6020E - ERROR OPENING FZBXHLD, STATUS='
                            WS-FZBXHLD-STATUS
                    SET WS-FILE-ERROR TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2500-CHECK-CERTIFICATION - direct READ of the register row for
      * the business date about to be extracted (WS-CHECK-BUS-DATE)
      * and the set being extracted;
      * a missing row or a row not flagged certified refuses the
      * extract before a single record of that date is written, and so
      * does a failed reasonableness verdict no override releases
      * (2560).  A date that passes is noted for the processing-state
      * register.
      *----------------------------------------------------------------
       2500-CHECK-CERTIFICATION SECTION.
           MOVE WS-CHECK-BUS-DATE TO FZB-CERT-BUS-DATE
           MOVE WS-EXTR-SET       TO FZB-CERT-RULE-SET
           READ CERT-FILE
               INVALID KEY
                  DISPLAY 'FZB6012E - NO CERTIFICATION ROW FOR DATE='
                          WS-CHECK-BUS-DATE ' SET=' WS-EXTR-SET
                  SET WS-CERT-REFUSED TO TRUE
               NOT INVALID KEY
                  IF FZB-CERT-CERTIFIED
                     MOVE WS-CHECK-BUS-DATE TO WS-CERT-CHECKED-DATE
                     MOVE FZB-CERT-CHECK-DATE TO WS-CERT-STAMP-DATE
                     MOVE FZB-CERT-CHECK-TIME TO WS-CERT-STAMP-TIME
                     IF FZB-CERT-REAS-FAILED
                        AND NOT FZB-CERT-OVERRIDDEN
                        PERFORM 2560-CHECK-OVERRIDE
                     END-IF
                     IF NOT WS-CERT-REFUSED
                        PERFORM 2600-CHECK-STATE-ROW
                     END-IF
                     IF NOT WS-CERT-REFUSED AND NOT WS-FILE-ERROR
                        PERFORM 2620-CHECK-XMIT-HOLD
                     END-IF
                     IF NOT WS-CERT-REFUSED AND NOT WS-FILE-ERROR
                        PERFORM 2550-NOTE-GATED-DATE
                     END-IF
                  ELSE
                     DISPLAY 'FZB6012E - DATE NOT CERTIFIED CLEAN, '
                             'DATE=' WS-CHECK-BUS-DATE
                             ' SET=' WS-EXTR-SET
                             ' CHECKED=' FZB-CERT-CHECK-DATE
                     SET WS-CERT-REFUSED TO TRUE
                  END-IF
           END-READ
           IF WS-FZBCERT-STATUS NOT = '00'
              AND WS-FZBCERT-STATUS NOT = '23'
              DISPLAY 'FZB6020E - ERROR READING FZBCERT, STATUS='
                      WS-FZBCERT-STATUS ' DATE=' WS-CHECK-BUS-DATE
              SET WS-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 2560-CHECK-OVERRIDE - the certified date WS-CHECK-BUS-DATE
      * failed reasonableness on the register row just read: an
      * override card for it releases it, otherwise the extract is
      * refused.  The card is reported once, however many subscribers
      * meet the date.
      *----------------------------------------------------------------
       2560-CHECK-OVERRIDE SECTION.
           MOVE ZERO TO WS-OVR-FOUND-IDX
           PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
                     UNTIL WS-OVR-IDX > WS-OVR-COUNT
                        OR WS-OVR-FOUND-IDX > ZERO
               IF WS-OVR-DATE (WS-OVR-IDX) = WS-CHECK-BUS-DATE
                  MOVE WS-OVR-IDX TO WS-OVR-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-OVR-FOUND-IDX = ZERO
              DISPLAY 'FZB6028E - DATE FAILED REASONABLENESS, DATE='
                      WS-CHECK-BUS-DATE ' SET=' WS-EXTR-SET
                      ' ITEM=' FZB-CERT-REAS-ITEM
              SET WS-REAS-REFUSED TO TRUE
              SET WS-CERT-REFUSED TO TRUE
           ELSE
              IF NOT WS-OVR-USED (WS-OVR-FOUND-IDX)
                 SET WS-OVR-USED (WS-OVR-FOUND-IDX) TO TRUE
                 ADD 1 TO WS-OVR-USED-COUNT
                 DISPLAY 'FZB6028W - DATE FAILED REASONABLENESS, '
                         'RELEASED BY OVERRIDE, DATE='
                         WS-CHECK-BUS-DATE ' SET=' WS-EXTR-SET
                 DISPLAY '           USER='
                         WS-OVR-USER (WS-OVR-FOUND-IDX)
                         ' REASON=' WS-OVR-REASON (WS-OVR-FOUND-IDX)
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2550-NOTE-GATED-DATE - WS-CHECK-BUS-DATE, once per run (every
      * subscriber's pass meets the same dates).
      *----------------------------------------------------------------
       2550-NOTE-GATED-DATE SECTION.
           PERFORM VARYING WS-GATED-IDX FROM 1 BY 1
                     UNTIL WS-GATED-IDX > WS-GATED-COUNT
                        OR WS-GATED-DATE (WS-GATED-IDX)
                           = WS-CHECK-BUS-DATE
               CONTINUE
           END-PERFORM
           IF WS-GATED-IDX > WS-GATED-COUNT
              IF WS-GATED-COUNT < 200
                 ADD 1 TO WS-GATED-COUNT
                 MOVE WS-CHECK-BUS-DATE
                   TO WS-GATED-DATE (WS-GATED-COUNT)
              ELSE
                 DISPLAY 'FZB6014W - EXTRACTED DATE TABLE FULL, '
                         'FZBSTRG NOT UPDATED FOR ' WS-CHECK-BUS-DATE
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2600-CHECK-STATE-ROW - the date row of a date the
      * certification gate has just passed (WS-CHECK-BUS-DATE): it
      * must stand at certified or beyond, and a date already
      * acknowledged is only shipped again under PARM='REEXTRACT' -
      * unless this subscriber's full extract of the set for it is not
      * on the log yet (2650): the stage is the date's, and the
      * subscriber is then receiving it for the first time.  A date
      * the subscriber does not select ships nothing to it and is not
      * held against it.  A refusal
      * stops the extract exactly as a certification refusal does;
      * WS-STATE-REFUSED gives it its own RETURN-CODE.
      *----------------------------------------------------------------
       2600-CHECK-STATE-ROW SECTION.
           MOVE WS-CHECK-BUS-DATE TO FZB-STRG-BUS-DATE
           MOVE '00'              TO FZB-STRG-ROW
           READ STATE-FILE
               INVALID KEY
                  CONTINUE
           END-READ
           MOVE 'Y' TO WS-SUB-SHIPPED-SW
           IF WS-FZBSTRG-STATUS = '00'
              AND FZB-STRG-ACKNOWLEDGED
              AND WS-DATE-SELECTED
              PERFORM 2650-CHECK-SUB-SHIPPED
           END-IF
           EVALUATE TRUE
               WHEN WS-FILE-ERROR
                    CONTINUE
               WHEN WS-FZBSTRG-STATUS = '23'
                    DISPLAY 'FZB6036E - DATE=' WS-CHECK-BUS-DATE
                            ' IS NOT ON FZBSTRG - NOT EXTRACTED'
                    SET WS-STATE-REFUSED TO TRUE
               WHEN WS-FZBSTRG-STATUS NOT = '00'
                    DISPLAY 'FZB6020E - ERROR READING FZBSTRG, STATUS='
                            WS-FZBSTRG-STATUS ' DATE='
                            WS-CHECK-BUS-DATE
                    SET WS-FILE-ERROR TO TRUE
               WHEN FZB-STRG-STAGE < '50'
                    DISPLAY 'FZB6036E - DATE=' WS-CHECK-BUS-DATE
                            ' STAGE=' FZB-STRG-STAGE
                            ', NOT YET CERTIFIED - NOT EXTRACTED'
                    SET WS-STATE-REFUSED TO TRUE
               WHEN FZB-STRG-ACKNOWLEDGED
                    AND NOT WS-DATE-SELECTED
                    CONTINUE
               WHEN FZB-STRG-ACKNOWLEDGED
                    AND NOT WS-SUB-SHIPPED
                    DISPLAY 'FZB6036I - DATE=' WS-CHECK-BUS-DATE
                            ' ACKNOWLEDGED, FIRST SHIPMENT TO '
                            WS-SUB-ID (WS-SUB-IDX) ' SET ' WS-EXTR-SET
               WHEN FZB-STRG-ACKNOWLEDGED
                    AND NOT WS-REEXTRACT-OVERRIDE
                    DISPLAY 'FZB6036E - DATE=' WS-CHECK-BUS-DATE
                            ' ALREADY ACKNOWLEDGED BY '
                            WS-SUB-ID (WS-SUB-IDX)
                            ' - PARM=REEXTRACT TO SHIP IT AGAIN'
                    SET WS-STATE-REFUSED TO TRUE
               WHEN FZB-STRG-ACKNOWLEDGED
                    DISPLAY 'FZB6036I - DATE=' WS-CHECK-BUS-DATE
                            ' ACKNOWLEDGED, RE-EXTRACT OVERRIDE TAKEN '
                            'FOR ' WS-SUB-ID (WS-SUB-IDX)
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           IF WS-STATE-REFUSED
              SET WS-CERT-REFUSED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 2620-CHECK-XMIT-HOLD - a date the other gates have passed
      * (WS-CHECK-BUS-DATE) and an operator holds from transmission
      * refuses the extract exactly as a certification refusal does;
      * WS-HOLD-REFUSED gives it its own RETURN-CODE.
      *----------------------------------------------------------------
       2620-CHECK-XMIT-HOLD SECTION.
           IF NOT WS-XHLD-OPEN
              GO TO 2620-EXIT
           END-IF
           MOVE WS-CHECK-BUS-DATE TO FZB-XHLD-BUS-DATE
           READ XMIT-HOLD-FILE
               INVALID KEY
                  CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-FZBXHLD-STATUS = '23'
                    CONTINUE
               WHEN WS-FZBXHLD-STATUS NOT = '00'
                    DISPLAY 'FZB6020E - ERROR READING FZBXHLD, STATUS='
                            WS-FZBXHLD-STATUS ' DATE='
                            WS-CHECK-BUS-DATE
                    SET WS-FILE-ERROR TO TRUE
               WHEN FZB-XHLD-HELD
                    DISPLAY 'FZB6040E - DATE=' WS-CHECK-BUS-DATE
                            ' HELD FROM TRANSMISSION BY '
                            FZB-XHLD-HOLD-USER ' ON '
                            FZB-XHLD-HOLD-DATE ' - NOT EXTRACTED'
                    SET WS-HOLD-REFUSED TO TRUE
                    SET WS-CERT-REFUSED TO TRUE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
       2620-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2650-CHECK-SUB-SHIPPED - is the full extract (version 00) of
      * WS-CHECK-BUS-DATE to the subscriber in hand, for the set being
      * extracted, on the log?
      *----------------------------------------------------------------
       2650-CHECK-SUB-SHIPPED SECTION.
           MOVE WS-CHECK-BUS-DATE      TO FZB-XLOG-BUS-DATE
           MOVE WS-SUB-ID (WS-SUB-IDX) TO FZB-XLOG-SUBSCRIBER
           MOVE WS-EXTR-SET            TO FZB-XLOG-RULE-SET
           MOVE ZERO                   TO FZB-XLOG-VERSION
           READ XMIT-LOG-FILE
               INVALID KEY
                  MOVE 'N' TO WS-SUB-SHIPPED-SW
           END-READ
           IF WS-FZBXLOG-STATUS NOT = '00'
              AND WS-FZBXLOG-STATUS NOT = '23'
              DISPLAY 'FZB6020E - ERROR READING FZBXLOG, STATUS='
                      WS-FZBXLOG-STATUS ' DATE=' WS-CHECK-BUS-DATE
              SET WS-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 2700-ASSIGN-VERSION - shipment version of a correction date:
      * the subscriber's log rows of the set for the date are browsed
      * from version 01 up; a
      * correction row already logged for this same restatement
      * (same restatement stamp) is reused, so a re-extract replaces
      * its own shipment; otherwise the next free version is taken.
      * Version 00 always belongs to the full extract.
      *----------------------------------------------------------------
       2700-ASSIGN-VERSION SECTION.
           MOVE ZERO TO WS-LAST-VERSION
           MOVE ZERO TO WS-REUSE-VERSION
           MOVE 'N'  TO WS-VER-EOF-SW

           MOVE WS-TALLY-DATE          TO FZB-XLOG-BUS-DATE
           MOVE WS-SUB-ID (WS-SUB-IDX) TO FZB-XLOG-SUBSCRIBER
           MOVE WS-EXTR-SET            TO FZB-XLOG-RULE-SET
           MOVE 1                      TO FZB-XLOG-VERSION
           START XMIT-LOG-FILE KEY NOT < FZB-XLOG-KEY
               INVALID KEY
                  SET WS-VER-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-VER-EOF OR WS-FILE-ERROR
               READ XMIT-LOG-FILE NEXT RECORD
                 AT END
                   SET WS-VER-EOF TO TRUE
                 NOT AT END
                   IF FZB-XLOG-BUS-DATE NOT = WS-TALLY-DATE
                      OR FZB-XLOG-SUBSCRIBER
                         NOT = WS-SUB-ID (WS-SUB-IDX)
                      OR FZB-XLOG-RULE-SET NOT = WS-EXTR-SET
                      SET WS-VER-EOF TO TRUE
                   ELSE
                      MOVE FZB-XLOG-VERSION TO WS-LAST-VERSION
                      IF FZB-XLOG-CORRECTION
                         AND FZB-XLOG-RESTATE-STAMP = WS-TALLY-STAMP
                         MOVE FZB-XLOG-VERSION TO WS-REUSE-VERSION
                      END-IF
                   END-IF
               END-READ
               IF WS-FZBXLOG-STATUS NOT = '00'
                  AND WS-FZBXLOG-STATUS NOT = '10'
                  DISPLAY 'FZB6020E - ERROR READING FZBXLOG, STATUS='
                          WS-FZBXLOG-STATUS ' DATE=' WS-TALLY-DATE
                  SET WS-FILE-ERROR TO TRUE
               END-IF
           END-PERFORM

           IF WS-REUSE-VERSION > ZERO
              MOVE WS-REUSE-VERSION TO WS-CURRENT-VERSION
           ELSE
              IF WS-LAST-VERSION = 99
                 DISPLAY 'FZB6020E - NO FREE SHIPMENT VERSION LEFT '
                         'FOR DATE=' WS-TALLY-DATE
                         ' SUBSCRIBER=' WS-SUB-ID (WS-SUB-IDX)
                 SET WS-FILE-ERROR TO TRUE
              ELSE
                 COMPUTE WS-CURRENT-VERSION = WS-LAST-VERSION + 1
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2800-CHECK-DATE-SELECTED - does the subscriber in hand take
      * WS-CHECK-BUS-DATE?  Every date, unless it is a month-end
      * subscriber: then only a date whose next processing day (2850)
      * falls in another month.  A date that is not numeric is never
      * a month-end.
      *----------------------------------------------------------------
       2800-CHECK-DATE-SELECTED SECTION.
           SET WS-DATE-SELECTED TO TRUE
           IF NOT WS-SUB-MONTH-END-ONLY (WS-SUB-IDX)
              GO TO 2800-EXIT
           END-IF

           MOVE 'N' TO WS-DATE-SELECTED-SW
           IF WS-CHECK-BUS-DATE IS NOT NUMERIC
              GO TO 2800-EXIT
           END-IF
           MOVE WS-CHECK-BUS-DATE TO WS-ME-DATE-NUM
           COMPUTE WS-ME-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-ME-DATE-NUM)

           SET WS-NON-PROC-DATE TO TRUE
           PERFORM VARYING WS-ME-DAYS FROM 1 BY 1
                     UNTIL NOT WS-NON-PROC-DATE OR WS-ME-DAYS > 31
               ADD 1 TO WS-ME-INTEGER
               COMPUTE WS-ME-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER (WS-ME-INTEGER)
               MOVE WS-ME-DATE-NUM TO WS-ME-NEXT-DATE
               PERFORM 2850-CHECK-NON-PROC-DATE
           END-PERFORM

           IF WS-ME-NEXT-DATE (1:6) NOT = WS-CHECK-BUS-DATE (1:6)
              SET WS-DATE-SELECTED TO TRUE
           END-IF.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2850-CHECK-NON-PROC-DATE - is WS-ME-NEXT-DATE (its integer
      * form in WS-ME-INTEGER) a non-processing day?  Weekday mapped
      * Monday=1..Sunday=7 as FIZZBUZZ does, then the holiday list.
      * With no calendar loaded every date is a processing day.
      *----------------------------------------------------------------
       2850-CHECK-NON-PROC-DATE SECTION.
           MOVE 'N' TO WS-NON-PROC-SW
           IF NOT WS-CAL-PRESENT
              GO TO 2850-EXIT
           END-IF

           COMPUTE WS-CAL-DOW =
                   FUNCTION MOD (WS-ME-INTEGER - 1, 7) + 1
           IF WS-CAL-DAY-FLAG (WS-CAL-DOW) = 'Y'
              SET WS-NON-PROC-DATE TO TRUE
              GO TO 2850-EXIT
           END-IF

           PERFORM VARYING WS-CAL-HOL-IDX FROM 1 BY 1
                     UNTIL WS-CAL-HOL-IDX > WS-CAL-HOLIDAY-COUNT
                        OR WS-NON-PROC-DATE
               IF WS-CAL-HOLIDAY (WS-CAL-HOL-IDX) = WS-ME-NEXT-DATE
                  SET WS-NON-PROC-DATE TO TRUE
               END-IF
           END-PERFORM.
       2850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-CHECK-LABEL-SELECTED - does the subscriber in hand take
      * a record labelled WS-SEL-LABEL (or, for a correction, its
      * other label WS-SEL-LABEL-2)?  Every label when it has no SLBL
      * records.
      *----------------------------------------------------------------
       2900-CHECK-LABEL-SELECTED SECTION.
           IF WS-SUB-LABEL-COUNT (WS-SUB-IDX) = ZERO
              SET WS-LABEL-SELECTED TO TRUE
           ELSE
              MOVE 'N' TO WS-LABEL-SELECTED-SW
              PERFORM VARYING WS-LBL-IDX FROM 1 BY 1
                        UNTIL WS-LBL-IDX
                              > WS-SUB-LABEL-COUNT (WS-SUB-IDX)
                           OR WS-LABEL-SELECTED
                  IF WS-SUB-LABEL (WS-SUB-IDX, WS-LBL-IDX)
                     = WS-SEL-LABEL
                     OR (WS-SEL-LABEL-2 NOT = SPACES
                         AND WS-SUB-LABEL (WS-SUB-IDX, WS-LBL-IDX)
                             = WS-SEL-LABEL-2)
                     SET WS-LABEL-SELECTED TO TRUE
                  END-IF
              END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * 2000-WRITE-HEADER-RECORDS - the extract-identification header
      * (carrying the generation's first business date and the rule
      * set) followed, except in a fixed-width extract, by the
      * column-header record the loader maps its columns from - the
      * subscriber's columns, a correction's label column split into
      * old and new and its version last.
      *----------------------------------------------------------------
       2000-WRITE-HEADER-RECORDS SECTION.
           PERFORM 3200-START-ROW
           IF WS-CORR-MODE
              MOVE 'CHD' TO WS-FLD-VALUE
           ELSE
              MOVE 'HDR' TO WS-FLD-VALUE
           END-IF
           MOVE 3 TO WS-FLD-WIDTH
           PERFORM 3300-ADD-FIELD
           MOVE 'FZBEXTR' TO WS-FLD-VALUE
           MOVE 7 TO WS-FLD-WIDTH
           PERFORM 3300-ADD-FIELD
           MOVE WS-HEADER-BUS-DATE TO WS-FLD-VALUE
           MOVE 8 TO WS-FLD-WIDTH
           PERFORM 3300-ADD-FIELD
           MOVE WS-EXTRACT-DATE TO WS-FLD-VALUE
           PERFORM 3300-ADD-FIELD
           MOVE WS-EXTR-SET TO WS-FLD-VALUE
           MOVE 4 TO WS-FLD-WIDTH
           PERFORM 3300-ADD-FIELD
           PERFORM 5000-WRITE-EXTRACT-RECORD

           IF WS-SUB-FIXED (WS-SUB-IDX)
              GO TO 2000-EXIT
           END-IF

           PERFORM 3200-START-ROW
           MOVE 20 TO WS-FLD-WIDTH
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                     UNTIL WS-COL-IDX > WS-SUB-COLUMN-COUNT (WS-SUB-IDX)
               EVALUATE WS-SUB-COLUMN (WS-SUB-IDX, WS-COL-IDX)
                   WHEN 'C'
                        MOVE 'COUNTER' TO WS-FLD-VALUE
                        PERFORM 3300-ADD-FIELD
                   WHEN 'L'
                        IF WS-CORR-MODE
                           MOVE 'OLDLABEL' TO WS-FLD-VALUE
                           PERFORM 3300-ADD-FIELD
                           MOVE 'NEWLABEL' TO WS-FLD-VALUE
                        ELSE
                           MOVE 'LABEL' TO WS-FLD-VALUE
                        END-IF
                        PERFORM 3300-ADD-FIELD
                   WHEN 'D'
                        MOVE 'BUSDATE' TO WS-FLD-VALUE
                        PERFORM 3300-ADD-FIELD
                   WHEN 'S'
                        MOVE 'RULESET' TO WS-FLD-VALUE
                        PERFORM 3300-ADD-FIELD
               END-EVALUATE
           END-PERFORM
           IF WS-CORR-MODE
              MOVE 'VERSION' TO WS-FLD-VALUE
              PERFORM 3300-ADD-FIELD
           END-IF
           PERFORM 5000-WRITE-EXTRACT-RECORD.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WRITE-DETAIL-RECORD - one row per selected FZBOUT
      * record, the subscriber's columns in its order, accumulating
      * the trailer's count and hash total.
      *----------------------------------------------------------------
       3000-WRITE-DETAIL-RECORD SECTION.
           PERFORM 3200-START-ROW
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                     UNTIL WS-COL-IDX > WS-SUB-COLUMN-COUNT (WS-SUB-IDX)
               EVALUATE WS-SUB-COLUMN (WS-SUB-IDX, WS-COL-IDX)
                   WHEN 'C'
                        MOVE FZB-OUT-COUNTER TO WS-FLD-VALUE
                        MOVE 7 TO WS-FLD-WIDTH
                   WHEN 'L'
                        MOVE FZB-OUT-LABEL TO WS-FLD-VALUE
                        MOVE 20 TO WS-FLD-WIDTH
                   WHEN 'D'
                        MOVE FZB-OUT-BUS-DATE TO WS-FLD-VALUE
                        MOVE 8 TO WS-FLD-WIDTH
                   WHEN 'S'
                        MOVE WS-REC-SET TO WS-FLD-VALUE
                        MOVE 4 TO WS-FLD-WIDTH
               END-EVALUATE
               PERFORM 3300-ADD-FIELD
           END-PERFORM
           PERFORM 5000-WRITE-EXTRACT-RECORD

           ADD 1 TO WS-EXTRACT-COUNT
           ADD FZB-OUT-COUNTER TO WS-HASH-TOTAL

           MOVE FZB-OUT-BUS-DATE TO WS-TALLY-DATE
           MOVE FZB-OUT-COUNTER  TO WS-TALLY-COUNTER
           MOVE SPACES           TO WS-TALLY-STAMP
           PERFORM 3100-TALLY-DATE.

      *----------------------------------------------------------------
      * 3200-START-ROW - an empty record, its first field next.
      *----------------------------------------------------------------
       3200-START-ROW SECTION.
           MOVE SPACES TO WS-DLIM-RECORD
           MOVE 1      TO WS-DLIM-PTR
           MOVE 'Y'    TO WS-FLD-FIRST-SW.

      *----------------------------------------------------------------
      * 3300-ADD-FIELD - WS-FLD-VALUE (WS-FLD-WIDTH wide) onto the row
      * in the subscriber's format: pipe-delimited, trimmed, a blank
      * value an empty field; quoted CSV (3350); or fixed-width, the
      * full width, no separator.
      *----------------------------------------------------------------
       3300-ADD-FIELD SECTION.
           IF NOT WS-FLD-FIRST
              EVALUATE TRUE
                  WHEN WS-SUB-CSV (WS-SUB-IDX)
                       STRING ',' DELIMITED BY SIZE
                              INTO WS-DLIM-RECORD
                              WITH POINTER WS-DLIM-PTR
                  WHEN WS-SUB-PIPE (WS-SUB-IDX)
                       STRING '|' DELIMITED BY SIZE
                              INTO WS-DLIM-RECORD
                              WITH POINTER WS-DLIM-PTR
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-IF
           MOVE 'N' TO WS-FLD-FIRST-SW

           EVALUATE TRUE
               WHEN WS-SUB-FIXED (WS-SUB-IDX)
                    STRING WS-FLD-VALUE (1:WS-FLD-WIDTH)
                           DELIMITED BY SIZE
                           INTO WS-DLIM-RECORD
                           WITH POINTER WS-DLIM-PTR
               WHEN WS-SUB-CSV (WS-SUB-IDX)
                    PERFORM 3350-ADD-QUOTED-FIELD
               WHEN WS-FLD-VALUE NOT = SPACES
                    STRING FUNCTION TRIM (WS-FLD-VALUE)
                           DELIMITED BY SIZE
                           INTO WS-DLIM-RECORD
                           WITH POINTER WS-DLIM-PTR
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3350-ADD-QUOTED-FIELD - WS-FLD-VALUE without its trailing
      * spaces, in double quotes, any quote inside it doubled.
      *----------------------------------------------------------------
       3350-ADD-QUOTED-FIELD SECTION.
           MOVE WS-FLD-WIDTH TO WS-FLD-LEN
           PERFORM UNTIL WS-FLD-LEN = ZERO
                      OR WS-FLD-VALUE (WS-FLD-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-FLD-LEN
           END-PERFORM

           STRING '"' DELIMITED BY SIZE
                  INTO WS-DLIM-RECORD WITH POINTER WS-DLIM-PTR
           PERFORM VARYING WS-FLD-CHAR-IDX FROM 1 BY 1
                     UNTIL WS-FLD-CHAR-IDX > WS-FLD-LEN
               IF WS-FLD-VALUE (WS-FLD-CHAR-IDX:1) = '"'
                  STRING '""' DELIMITED BY SIZE
                         INTO WS-DLIM-RECORD WITH POINTER WS-DLIM-PTR
               ELSE
                  STRING WS-FLD-VALUE (WS-FLD-CHAR-IDX:1)
                         DELIMITED BY SIZE
                         INTO WS-DLIM-RECORD WITH POINTER WS-DLIM-PTR
               END-IF
           END-PERFORM
           STRING '"' DELIMITED BY SIZE
                  INTO WS-DLIM-RECORD WITH POINTER WS-DLIM-PTR.

      *----------------------------------------------------------------
      * 3100-TALLY-DATE - per-subscriber, per-date totals for the
      * transmission log; the source arrives in date order and is
      * read once per subscriber, so the current date is always the
      * last table entry when that entry is the same subscriber's.
      * A correction date gets its shipment version when it is first
      * met; a full extract's is always 00.
      *----------------------------------------------------------------
       3100-TALLY-DATE SECTION.
           IF WS-XMIT-DATE-COUNT > ZERO
              AND WS-XMIT-DATE (WS-XMIT-DATE-COUNT)
                  = WS-TALLY-DATE
              AND WS-XMIT-SUB (WS-XMIT-DATE-COUNT)
                  = WS-SUB-ID (WS-SUB-IDX)
              ADD 1 TO WS-XMIT-RECS (WS-XMIT-DATE-COUNT)
              ADD WS-TALLY-COUNTER
                  TO WS-XMIT-HASH (WS-XMIT-DATE-COUNT)
           ELSE
              IF WS-XMIT-DATE-COUNT < 999
                 ADD 1 TO WS-XMIT-DATE-COUNT
                 MOVE WS-TALLY-DATE
                   TO WS-XMIT-DATE (WS-XMIT-DATE-COUNT)
                 MOVE WS-SUB-ID (WS-SUB-IDX)
                   TO WS-XMIT-SUB (WS-XMIT-DATE-COUNT)
                 MOVE 1 TO WS-XMIT-RECS (WS-XMIT-DATE-COUNT)
                 MOVE WS-TALLY-COUNTER
                   TO WS-XMIT-HASH (WS-XMIT-DATE-COUNT)
                 MOVE WS-TALLY-STAMP
                   TO WS-XMIT-STAMP (WS-XMIT-DATE-COUNT)
                 MOVE ZERO TO WS-CURRENT-VERSION
                 IF WS-CORR-MODE
                    PERFORM 2700-ASSIGN-VERSION
                 END-IF
                 MOVE WS-CURRENT-VERSION
                   TO WS-XMIT-VERSION (WS-XMIT-DATE-COUNT)
              ELSE
                 DISPLAY 'FZB6014W - TRANSMISSION DATE TABLE FULL, '
                         'DATE NOT LOGGED: ' WS-TALLY-DATE
                         ' SUBSCRIBER=' WS-SUB-ID (WS-SUB-IDX)
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 4000-WRITE-TRAILER-RECORD - record count and counter hash
      * total of the subscriber's rows, for the receiver's
      * completeness check.
      *----------------------------------------------------------------
       4000-WRITE-TRAILER-RECORD SECTION.
           PERFORM 3200-START-ROW
           IF WS-CORR-MODE
              MOVE 'CTL' TO WS-FLD-VALUE
           ELSE
              MOVE 'TRL' TO WS-FLD-VALUE
           END-IF
           MOVE 3 TO WS-FLD-WIDTH
           PERFORM 3300-ADD-FIELD
           MOVE WS-EXTRACT-COUNT TO WS-FLD-VALUE
           MOVE 9 TO WS-FLD-WIDTH
           PERFORM 3300-ADD-FIELD
           MOVE WS-HASH-TOTAL TO WS-FLD-VALUE
           MOVE 15 TO WS-FLD-WIDTH
           PERFORM 3300-ADD-FIELD
           PERFORM 5000-WRITE-EXTRACT-RECORD.

      *----------------------------------------------------------------
      * 6000-WRITE-TRANSMISSION-LOG - one FZBXLOG row per business
      * date (subscriber, rule set and shipment version) shipped,
      * carrying the
      * count and hash the trailer carried, acknowledgment flag reset
      * to unacknowledged.  A re-extract REWRITEs its row (and re-arms
      * the acknowledgment ageing clock), so reruns are idempotent.
      * A log failure is a file error: an extract the reconciliation
      * cannot see is exactly the dropped-transmission hole this log
      * exists to close.
      *----------------------------------------------------------------
       6000-WRITE-TRANSMISSION-LOG SECTION.
           IF NOT WS-XLOG-OPEN
              PERFORM 1600-OPEN-XMIT-LOG
              IF WS-FILE-ERROR
                 GO TO 6000-EXIT
              END-IF
           END-IF

           PERFORM VARYING WS-XMIT-IDX FROM 1 BY 1
                     UNTIL WS-XMIT-IDX > WS-XMIT-DATE-COUNT
               PERFORM 6100-WRITE-ONE-LOG-ROW
           END-PERFORM

           PERFORM 6900-CLOSE-XMIT-LOG.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-WRITE-ONE-LOG-ROW - the transmission-log row of the
      * entry at WS-XMIT-IDX, reset to unacknowledged: written, or
      * rewritten when a re-extract ships the same date, subscriber,
      * set and version again.
      *----------------------------------------------------------------
       6100-WRITE-ONE-LOG-ROW SECTION.
           MOVE SPACES TO FZB-XLOG-RECORD
           MOVE WS-XMIT-DATE (WS-XMIT-IDX) TO FZB-XLOG-BUS-DATE
           MOVE WS-XMIT-SUB (WS-XMIT-IDX)  TO FZB-XLOG-SUBSCRIBER
           MOVE WS-EXTR-SET                TO FZB-XLOG-RULE-SET
           MOVE WS-XMIT-VERSION (WS-XMIT-IDX) TO FZB-XLOG-VERSION
           MOVE WS-EXTRACT-DATE            TO FZB-XLOG-EXTRACT-DATE
           MOVE WS-XMIT-RECS (WS-XMIT-IDX) TO FZB-XLOG-REC-COUNT
           MOVE WS-XMIT-HASH (WS-XMIT-IDX) TO FZB-XLOG-HASH-TOTAL
           SET FZB-XLOG-UNACKED TO TRUE
           MOVE SPACES TO FZB-XLOG-ACK-DATE
           MOVE SPACES TO FZB-XLOG-ACK-STATUS
           IF WS-CORR-MODE
              SET FZB-XLOG-CORRECTION TO TRUE
              MOVE WS-XMIT-STAMP (WS-XMIT-IDX)
                TO FZB-XLOG-RESTATE-STAMP
           ELSE
              SET FZB-XLOG-FULL TO TRUE
           END-IF

           WRITE FZB-XLOG-RECORD
               INVALID KEY
                  REWRITE FZB-XLOG-RECORD
                      INVALID KEY
                         DISPLAY 'FZB6020E - ERROR REWRITING FZBXLOG, '
                                 'DATE=' FZB-XLOG-BUS-DATE
                                 ' SUBSCRIBER=' FZB-XLOG-SUBSCRIBER
                                 ' SET=' FZB-XLOG-RULE-SET
                                 ' VERSION=' FZB-XLOG-VERSION
                         SET WS-FILE-ERROR TO TRUE
                  END-REWRITE
           END-WRITE
           IF WS-FZBXLOG-STATUS NOT = '00'
              AND WS-FZBXLOG-STATUS NOT = '22'
              DISPLAY 'FZB6020E - ERROR WRITING FZBXLOG, STATUS='
                      WS-FZBXLOG-STATUS ' DATE=' FZB-XLOG-BUS-DATE
                      ' SUBSCRIBER=' FZB-XLOG-SUBSCRIBER
                      ' VERSION=' FZB-XLOG-VERSION
              SET WS-FILE-ERROR TO TRUE
           ELSE
              ADD 1 TO WS-XMIT-ROWS-WRITTEN
           END-IF.

      *----------------------------------------------------------------
      * 6900-CLOSE-XMIT-LOG - close the transmission log and note it
      * closed.
      *----------------------------------------------------------------
       6900-CLOSE-XMIT-LOG SECTION.
           CLOSE XMIT-LOG-FILE
           MOVE 'N' TO WS-XLOG-OPEN-SW
           IF WS-FZBXLOG-STATUS NOT = '00'
              DISPLAY 'FZB6020E - ERROR CLOSING FZBXLOG, STATUS='
                      WS-FZBXLOG-STATUS
              SET WS-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 6500-ADVANCE-STATE-REGISTER - every date the gates passed
      * moves to "extracted" on the processing-state register, whether
      * or not any subscriber selected it; an acknowledged date
      * re-shipped under PARM='REEXTRACT' also records when, and goes
      * back to awaiting its acknowledgment - as does one shipped to a
      * subscriber for the first time.  A date already extracted or
      * acknowledged that this run shipped to nobody is left as it
      * stands, and under PARM='SUB=' (one subscriber only) so is any
      * date that subscriber did not receive.
      *----------------------------------------------------------------
       6500-ADVANCE-STATE-REGISTER SECTION.
           OPEN I-O STATE-FILE
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZB6020E - ERROR OPENING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS
              SET WS-FILE-ERROR TO TRUE
              GO TO 6500-EXIT
           END-IF

           PERFORM VARYING WS-GATED-IDX FROM 1 BY 1
                     UNTIL WS-GATED-IDX > WS-GATED-COUNT
               PERFORM 6600-ADVANCE-ONE-DATE
           END-PERFORM

           CLOSE STATE-FILE.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6600-ADVANCE-ONE-DATE - the date at WS-GATED-IDX.
      *----------------------------------------------------------------
       6600-ADVANCE-ONE-DATE SECTION.
           MOVE WS-GATED-DATE (WS-GATED-IDX) TO FZB-STRG-BUS-DATE
           MOVE '00'                         TO FZB-STRG-ROW
           READ STATE-FILE
               INVALID KEY
                  CONTINUE
           END-READ
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZB6020E - ERROR READING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS ' DATE='
                      WS-GATED-DATE (WS-GATED-IDX)
              SET WS-FILE-ERROR TO TRUE
              GO TO 6600-EXIT
           END-IF

           IF FZB-STRG-STAGE NOT < '60'
              OR WS-RUN-SUB NOT = SPACES
              PERFORM VARYING WS-XMIT-IDX FROM 1 BY 1
                        UNTIL WS-XMIT-IDX > WS-XMIT-DATE-COUNT
                           OR WS-XMIT-DATE (WS-XMIT-IDX)
                              = FZB-STRG-BUS-DATE
                  CONTINUE
              END-PERFORM
              IF WS-XMIT-IDX > WS-XMIT-DATE-COUNT
                 GO TO 6600-EXIT
              END-IF
           END-IF

           IF FZB-STRG-ACKNOWLEDGED AND WS-REEXTRACT-OVERRIDE
              MOVE WS-EXTRACT-DATE TO FZB-STRG-REEXTRACT-DATE
           END-IF
           SET FZB-STRG-EXTRACTED TO TRUE
           MOVE WS-EXTRACT-DATE TO FZB-STRG-STAMP-DATE (6)
           MOVE WS-EXTRACT-TIME TO FZB-STRG-STAMP-TIME (6)
           MOVE 'FZBEXTR'       TO FZB-STRG-LAST-PROGRAM
           MOVE WS-EXTRACT-DATE TO FZB-STRG-UPDATE-DATE
           MOVE WS-EXTRACT-TIME TO FZB-STRG-UPDATE-TIME
           REWRITE FZB-STRG-RECORD
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZB6020E - ERROR UPDATING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS ' DATE=' FZB-STRG-BUS-DATE
              SET WS-FILE-ERROR TO TRUE
           END-IF.
       6600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6700-RECORD-OVERRIDES - every override card that released a
      * date, recorded on the date's FZBCERT row: who, why and when.
      * The register, read until now, is reopened for update.
      *----------------------------------------------------------------
       6700-RECORD-OVERRIDES SECTION.
           CLOSE CERT-FILE
           OPEN I-O CERT-FILE
           IF WS-FZBCERT-STATUS NOT = '00'
              DISPLAY 'FZB6020E - ERROR OPENING FZBCERT FOR UPDATE, '
                      'STATUS=' WS-FZBCERT-STATUS
      *--  Nothing left open to close.
              SET WS-CERT-ABSENT TO TRUE
              SET WS-FILE-ERROR TO TRUE
              GO TO 6700-EXIT
           END-IF

           PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
                     UNTIL WS-OVR-IDX > WS-OVR-COUNT
                        OR WS-FILE-ERROR
               IF WS-OVR-USED (WS-OVR-IDX)
                  PERFORM 6750-RECORD-ONE-OVERRIDE
               END-IF
           END-PERFORM.
       6700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6750-RECORD-ONE-OVERRIDE - the card at WS-OVR-IDX.
      *----------------------------------------------------------------
       6750-RECORD-ONE-OVERRIDE SECTION.
           MOVE WS-OVR-DATE (WS-OVR-IDX) TO FZB-CERT-BUS-DATE
           MOVE WS-EXTR-SET              TO FZB-CERT-RULE-SET
           READ CERT-FILE
               INVALID KEY
                  CONTINUE
           END-READ
           IF WS-FZBCERT-STATUS NOT = '00'
              DISPLAY 'FZB6020E - ERROR READING FZBCERT, STATUS='
                      WS-FZBCERT-STATUS ' DATE='
                      WS-OVR-DATE (WS-OVR-IDX)
              SET WS-FILE-ERROR TO TRUE
              GO TO 6750-EXIT
           END-IF

           SET FZB-CERT-OVERRIDDEN TO TRUE
           MOVE WS-OVR-USER (WS-OVR-IDX)   TO FZB-CERT-OVR-USER
           MOVE WS-EXTRACT-DATE            TO FZB-CERT-OVR-DATE
           MOVE WS-EXTRACT-TIME            TO FZB-CERT-OVR-TIME
           MOVE WS-OVR-REASON (WS-OVR-IDX) TO FZB-CERT-OVR-REASON
           REWRITE FZB-CERT-RECORD
           IF WS-FZBCERT-STATUS NOT = '00'
              DISPLAY 'FZB6020E - ERROR UPDATING FZBCERT, STATUS='
                      WS-FZBCERT-STATUS ' DATE=' FZB-CERT-BUS-DATE
              SET WS-FILE-ERROR TO TRUE
           END-IF.
       6750-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-EXTRACT-RECORD - one record to the subscriber's
      * extract dataset.
      *----------------------------------------------------------------
       5000-WRITE-EXTRACT-RECORD SECTION.
           WRITE FZB-EXTRACT-RECORD FROM WS-DLIM-RECORD
           IF WS-EXTRACT-STATUS NOT = '00'
              DISPLAY 'FZB6020E - ERROR WRITING ' WS-SUB-DD
                      ', STATUS=' WS-EXTRACT-STATUS
              SET WS-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 7000-EXTRACT-ONE-CORRECTION - PARM='CORR': one FZBCORR
      * record, extracted (7050) when it belongs to the set being
      * extracted.
      *----------------------------------------------------------------
       7000-EXTRACT-ONE-CORRECTION SECTION.
           READ CORRECTION-FILE
             AT END
               SET WS-OUT-EOF TO TRUE
             NOT AT END
               MOVE FZB-CORR-RULE-SET TO WS-REC-SET
               IF WS-REC-SET = SPACES
                  MOVE 'BASE' TO WS-REC-SET
               END-IF
               IF WS-REC-SET = WS-EXTR-SET
                  ADD 1 TO WS-SOURCE-COUNT
                  PERFORM 7050-EXTRACT-CORRECTION-RECORD
               END-IF
           END-READ
           IF WS-FZBCORR-STATUS NOT = '00'
              AND WS-FZBCORR-STATUS NOT = '10'
              DISPLAY 'FZB6020E - ERROR READING FZBCORR, STATUS='
                      WS-FZBCORR-STATUS
              SET WS-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 7050-EXTRACT-CORRECTION-RECORD - each date passes the
      * certification gate as in the full extract, and every
      * correction must also have been restated before the date was
      * certified - a correction stamped after the certification
      * belongs to a restated generation nobody has checked yet.
      * The subscriber's selections apply as in the full extract, a
      * label selection matching the old or the new label.
      *----------------------------------------------------------------
       7050-EXTRACT-CORRECTION-RECORD SECTION.
           IF FZB-CORR-BUS-DATE NOT = WS-CERT-CHECKED-DATE
              MOVE FZB-CORR-BUS-DATE TO WS-CHECK-BUS-DATE
              PERFORM 2800-CHECK-DATE-SELECTED
              PERFORM 2500-CHECK-CERTIFICATION
           END-IF
           IF NOT WS-CERT-REFUSED AND NOT WS-FILE-ERROR
              AND FZB-CORR-RESTATE-STAMP > WS-CERT-STAMP
              DISPLAY 'FZB6012E - CERTIFICATION PREDATES THE '
                      'RESTATEMENT, DATE=' FZB-CORR-BUS-DATE
                      ' RESTATED=' FZB-CORR-RESTATE-DATE
              SET WS-CERT-REFUSED TO TRUE
           END-IF
           IF NOT WS-CERT-REFUSED AND NOT WS-FILE-ERROR
              IF WS-FIRST-RECORD
                 MOVE FZB-CORR-BUS-DATE TO WS-HEADER-BUS-DATE
                 MOVE 'N' TO WS-FIRST-RECORD-SW
                 PERFORM 2000-WRITE-HEADER-RECORDS
              END-IF
              IF WS-DATE-SELECTED
                 MOVE FZB-CORR-OLD-LABEL TO WS-SEL-LABEL
                 MOVE FZB-CORR-NEW-LABEL TO WS-SEL-LABEL-2
                 PERFORM 2900-CHECK-LABEL-SELECTED
                 IF WS-LABEL-SELECTED
                    PERFORM 7100-WRITE-CORRECTION-DETAIL
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 7100-WRITE-CORRECTION-DETAIL - the subscriber's columns, the
      * label column as old label then new label, and the shipment
      * version last (counter|old|new|date|version by default).  The
      * date is tallied first so its shipment version is known; a
      * blank label (counter added or removed) is an empty field.
      *----------------------------------------------------------------
       7100-WRITE-CORRECTION-DETAIL SECTION.
           ADD 1 TO WS-EXTRACT-COUNT
           ADD FZB-CORR-COUNTER TO WS-HASH-TOTAL

           MOVE FZB-CORR-BUS-DATE      TO WS-TALLY-DATE
           MOVE FZB-CORR-COUNTER       TO WS-TALLY-COUNTER
           MOVE FZB-CORR-RESTATE-STAMP TO WS-TALLY-STAMP
           MOVE ZERO                   TO WS-CURRENT-VERSION
           PERFORM 3100-TALLY-DATE
           IF WS-XMIT-DATE-COUNT > ZERO
              AND WS-XMIT-DATE (WS-XMIT-DATE-COUNT)
                  = FZB-CORR-BUS-DATE
              AND WS-XMIT-SUB (WS-XMIT-DATE-COUNT)
                  = WS-SUB-ID (WS-SUB-IDX)
              MOVE WS-XMIT-VERSION (WS-XMIT-DATE-COUNT)
                TO WS-CURRENT-VERSION
           END-IF

           PERFORM 3200-START-ROW
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                     UNTIL WS-COL-IDX > WS-SUB-COLUMN-COUNT (WS-SUB-IDX)
               EVALUATE WS-SUB-COLUMN (WS-SUB-IDX, WS-COL-IDX)
                   WHEN 'C'
                        MOVE FZB-CORR-COUNTER TO WS-FLD-VALUE
                        MOVE 7 TO WS-FLD-WIDTH
                   WHEN 'L'
                        MOVE FZB-CORR-OLD-LABEL TO WS-FLD-VALUE
                        MOVE 20 TO WS-FLD-WIDTH
                        PERFORM 3300-ADD-FIELD
                        MOVE FZB-CORR-NEW-LABEL TO WS-FLD-VALUE
                   WHEN 'D'
                        MOVE FZB-CORR-BUS-DATE TO WS-FLD-VALUE
                        MOVE 8 TO WS-FLD-WIDTH
                   WHEN 'S'
                        MOVE WS-REC-SET TO WS-FLD-VALUE
                        MOVE 4 TO WS-FLD-WIDTH
               END-EVALUATE
               PERFORM 3300-ADD-FIELD
           END-PERFORM
           MOVE WS-CURRENT-VERSION TO WS-FLD-VALUE
           MOVE 2 TO WS-FLD-WIDTH
           PERFORM 3300-ADD-FIELD
           PERFORM 5000-WRITE-EXTRACT-RECORD.
