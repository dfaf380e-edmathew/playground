      *  can retarget a run without a recompile.  See FZBRULES for
      *  maintaining the RULE records and FZBSPLIT/FZBMERGE for running
      *  a large range as parallel partitions.
      *  The labels of a rule set repeat every LCM of its divisors:
      *  that cycle is built once per business date and set and every
      *  counter is labeled from it.  PARM token LIST lists every
      *  label on SYSOUT as well.
      *----------------------------------------------------------------
      *   DATE         AUTHOR               ALTER
      *   ----         ------            ----------
      *                                with PARM='RESTART' instead of
      *                                a cancel and an abend-restart
      *                                incident.
      * 2026/10/15  Edgar Mateus       Restatement mode (PARM
      *                                RESTATE with DATE=): the date
      *                                is re-derived, compared row by
      *                                row with FZBVSAM and the
      *                                master updated, every changed
      *                                counter written to FZBCORR for
      *                                the correction-only extract.
      * 2026/10/15  Edgar Mateus       Processing-state register
      *                                (FZBSTRG): every date, or
      *                                partition of a split date
      *                                (new PARM PART=nn), is checked
      *                                and marked started before it
      *                                is processed and complete
      *                                after; a run out of sequence
      *                                for the date is refused with
      *                                RETURN-CODE 36.  Restatement
      *                                no-difference message renumbered
      *                                FZB0000I.
      * 2026/10/15  Edgar Mateus       Archive tier for the RETN
      *                                purge: every expired lookup
      *                                row is written to the yearly
      *                                archive (DD FZBVyyyy) before
      *                                it is deleted, with one FZBVACT
      *                                control record per date, and
      *                                dates under legal hold
      *                                (FZBHOLD) are not purged.
      * 2026/10/15  Edgar Mateus       Rule sets: every RULE card
      *                                belongs to a rule set (blank =
      *                                BASE) and each set labels every
      *                                counter on its own - one FZBOUT
      *                                and FZBVSAM record per set per
      *                                counter, one audit record per
      *                                set per date with that set's
      *                                control totals.  A set whose
      *                                rules are all inactive for the
      *                                date is RC 16.
      * 2026/10/15  Edgar Mateus       Pass over the TMPL fixed-
      *                                holiday template records
      *                                FZBCALM keeps on FZBCAL.
      * 2026/10/15  Edgar Mateus       Label cycle: each rule set's
      *                                labels repeat every LCM of its
      *                                divisors, so the cycle is built
      *                                once per date and set and the
      *                                counters labeled from it.  The
      *                                date's FZBVSAM rows are loaded
      *                                in key order before the FZBOUT
      *                                pass (a sequential EXTEND load
      *                                when the date is new to the
      *                                master).  The per-counter
      *                                SYSOUT listing is now only
      *                                written under PARM token LIST.
      *----------------------------------------------------------------

      **************************
                     RECORD KEY IS FZB-VSAM-KEY
                     FILE STATUS IS WS-FZBVSAM-STATUS.

      *--  The same cluster opened for a sequential load: a business
      *    date with no row on the master yet has its rows appended in
      *    key order (see 3700).
              SELECT LOOKUP-LOAD-FILE ASSIGN TO FZBVSAM
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS FZB-LOAD-KEY
                     FILE STATUS IS WS-FZBVSAM-STATUS.

      *--  Restatement correction dataset - one record per counter a
      *    PARM='RESTATE' run changed on FZBVSAM (see copybook
      *    FZBCORR); opened only in restatement mode.
              SELECT CORRECTION-FILE ASSIGN TO FZBCORR
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBCORR-STATUS.

      *--  Business-date processing-state register (see copybook
      *    FZBSTRG) - checked and advanced for every date processed.
              SELECT STATE-FILE ASSIGN TO FZBSTRG
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS FZB-STRG-KEY
                     FILE STATUS IS WS-FZBSTRG-STATUS.

      *--  Yearly lookup archive (see copybook FZBVARC) - the DD
      *    name, FZBVyyyy, is built from the year of the business
      *    date being purged.
              SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-VARC-DD
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS FZB-VARC-KEY
                     FILE STATUS IS WS-FZBVARC-STATUS.

      *--  Archive control dataset - one record appended per date
      *    purged (see copybook FZBVACT).
              SELECT ARCHIVE-CONTROL-FILE ASSIGN TO FZBVACT
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBVACT-STATUS.

      *--  Legal-hold dataset - dates the purge must leave alone (see
      *    copybook FZBHOLD); optional, absent means no holds.
              SELECT HOLD-FILE ASSIGN TO FZBHOLD
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBHOLD-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FD  VSAM-FILE.
       COPY FZBVSAM.

       FD  LOOKUP-LOAD-FILE.
       01  FZB-LOAD-RECORD.
           05  FZB-LOAD-KEY                  PIC X(19).
           05  FILLER                        PIC X(21).

       FD  CORRECTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBCORR.

       FD  STATE-FILE.
       COPY FZBSTRG.

       FD  ARCHIVE-FILE.
       COPY FZBVARC.

       FD  ARCHIVE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBVACT.

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBHOLD.

      ***************************
         WORKING-STORAGE SECTION.
      ***************************
       01  WS-CKPT-FOUND-SW                  PIC X  VALUE 'N'.
           88  WS-CKPT-FOUND                 VALUE 'Y'.

      *--  Divisor/label rule table loaded from FZBCTL, every rule
      *    tagged with the WS-SET-TABLE entry of its rule set.
       01  WS-RULE-COUNT                     PIC 99 VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 60 TIMES
                             INDEXED BY WS-RULE-IDX.
               10  WS-RULE-DIVISOR          PIC 9(3).
               10  WS-RULE-LABEL            PIC X(10).
               10  WS-RULE-SET-NUM          PIC 99.
      *--  Rule sets (business units) named on the RULE cards, in the
      *    order first seen; a set is registered by any of its cards,
      *    active for the date or not, so a set left with no active
      *    rule is caught by 1500 instead of silently producing
      *    nothing.  Each entry carries the set's per-date control
      *    totals for its audit record (see 3000/9800).
       01  WS-SET-COUNT                      PIC 99 VALUE ZERO.
       01  WS-SET-IDX                        PIC 99 VALUE ZERO.
       01  WS-SET-TABLE.
           05  WS-SET-ENTRY OCCURS 10 TIMES.
               10  WS-SET-ID                PIC X(4).
               10  WS-SET-RULE-COUNT        PIC 99.
               10  WS-SET-FIZZ-COUNT        PIC 9(7).
               10  WS-SET-BUZZ-COUNT        PIC 9(7).
               10  WS-SET-FIZZBUZZ-COUNT    PIC 9(7).
               10  WS-SET-OTHER-COUNT       PIC 9(7).
               10  WS-SET-PLAIN-COUNT       PIC 9(7).
               10  WS-SET-TOTAL-COUNT       PIC 9(7).
               10  WS-SET-CYCLE-LEN         PIC 9(5).
               10  WS-SET-CYCLE-BASE        PIC 9(5).
               10  WS-SET-CYCLE-POS         PIC 9(5).
       01  WS-CARD-SET                      PIC X(4)  VALUE SPACES.
       01  WS-CARD-SET-NUM                  PIC 99    VALUE ZERO.
       01  WS-RULE-AUX                      PIC 9(3).
       01  WS-RULE-DATE-ERROR-SW            PIC X VALUE 'N'.
           88  WS-RULE-DATE-ERROR           VALUE 'Y'.
           88  WS-RULE1-MATCHED             VALUE 'Y'.
       01  WS-RULE2-MATCHED-SW              PIC X VALUE 'N'.
           88  WS-RULE2-MATCHED             VALUE 'Y'.
      *--  Rule matching (3050) of WS-EVAL-VALUE for set WS-SET-IDX:
      *    the composite label in WS-LABEL and the control-total class
      *    in WS-EVAL-CLASS - P plain, F Fizz, B Buzz, Z FizzBuzz,
      *    O other.
       01  WS-EVAL-VALUE                    PIC 9(7) VALUE ZERO.
       01  WS-EVAL-CLASS                    PIC X    VALUE SPACE.
           88  WS-EVAL-PLAIN                VALUE 'P'.
           88  WS-EVAL-FIZZ                 VALUE 'F'.
           88  WS-EVAL-BUZZ                 VALUE 'B'.
           88  WS-EVAL-FIZZBUZZ             VALUE 'Z'.
           88  WS-EVAL-OTHER                VALUE 'O'.

      *--  Label cycles.  Every counter of a rule set gets the label
      *    of its remainder by the LCM of the set's divisors, so
      *    2850 evaluates the rules once per remainder for each date
      *    and set, into this pool: the set's cycle is the
      *    WS-SET-CYCLE-LEN entries from WS-SET-CYCLE-BASE + 1, entry
      *    base + r + 1 holding the label and class of remainder r (a
      *    plain entry's label is the counter itself, moved at use).
      *    WS-SET-CYCLE-POS is the remainder of the counter in hand.
      *    A set whose cycle does not fit the pool keeps a zero
      *    length and its counters are evaluated one by one (3050).
       01  WS-CYCLE-ROOM                    PIC 9(5) VALUE 20000.
       01  WS-CYCLE-USED                    PIC 9(5) VALUE ZERO.
       01  WS-CYCLE-POOL.
           05  WS-CYCLE-ENTRY OCCURS 20000 TIMES.
               10  WS-CYCLE-LABEL           PIC X(20).
               10  WS-CYCLE-CLASS           PIC X.
       01  WS-CYCLE-IDX                     PIC 9(5) VALUE ZERO.
       01  WS-CYCLE-POS                     PIC 9(5) VALUE ZERO.
       01  WS-CYCLE-LCM                     PIC 9(9) VALUE ZERO.
       01  WS-GCD-A                         PIC 9(9) VALUE ZERO.
       01  WS-GCD-B                         PIC 9(9) VALUE ZERO.
       01  WS-GCD-Q                         PIC 9(9) VALUE ZERO.
       01  WS-GCD-R                         PIC 9(9) VALUE ZERO.
      *--  PARM token LIST - every label to SYSOUT as well, as the
      *    program always did before the label cycle.
       01  WS-LIST-SW                       PIC X VALUE 'N'.
           88  WS-LIST-LABELS               VALUE 'Y'.

      *--  File status and control-card work areas.
       01  WS-FZBCTL-STATUS                 PIC XX VALUE SPACES.
       01  WS-FZBVSAM-STATUS                PIC XX VALUE SPACES.
       01  WS-FZBCAL-STATUS                 PIC XX VALUE SPACES.
       01  WS-FZBQUIES-STATUS               PIC XX VALUE SPACES.
       01  WS-FZBCORR-STATUS                PIC XX VALUE SPACES.
       01  WS-FZBSTRG-STATUS                PIC XX VALUE SPACES.
       01  WS-FZBVARC-STATUS                PIC XX VALUE SPACES.
       01  WS-FZBVACT-STATUS                PIC XX VALUE SPACES.
       01  WS-FZBHOLD-STATUS                PIC XX VALUE SPACES.

      *--  Operator quiesce: the request dataset is polled every
      *    WS-QUIES-POLL-INTERVAL counters (cheap - an OPEN/READ/
      *    THRU= can be combined (e.g. PARM='DATE=20260820,MAX=500').
       01  WS-PARM-TOKEN-COUNT              PIC 9     VALUE ZERO.
       01  WS-PARM-TOKEN-TABLE.
           05  WS-PARM-TOKEN OCCURS 6 TIMES PIC X(80).
       01  WS-PARM-TOKEN-IDX                PIC 9     VALUE ZERO.
      *--  A MAX= override must survive the per-date control-card
      *    reloads of a catch-up run, so it is remembered here and
           88  WS-CATCHUP-MODE              VALUE 'Y'.
       01  WS-DATE-OVERRIDE-SW              PIC X     VALUE 'N'.
           88  WS-DATE-OVERRIDDEN           VALUE 'Y'.
      *--  Restatement mode (PARM RESTATE, with DATE= and without
      *    THRU=/RESTART): the date is re-derived under the rule
      *    cards as they stand now and compared row by row with what
      *    the FZBVSAM master already holds for it.  A changed label
      *    is REWRITten, a counter missing from the master is added
      *    and a row outside the date's STRT..MAXV range is removed,
      *    each written to FZBCORR as a correction first; unchanged
      *    rows are left alone.  No checkpoint is taken and no purge
      *    is run: a restatement is idempotent, so a failed or
      *    quiesced one is simply resubmitted against the same
      *    FZBCORR dataset, which is extended.  WS-RESTATE-STAMP is
      *    the run's start, carried on every correction record.
       01  WS-RESTATE-SW                    PIC X     VALUE 'N'.
           88  WS-RESTATE-MODE              VALUE 'Y'.
       01  WS-RESTATE-STAMP.
           05  WS-RESTATE-DATE              PIC X(8)  VALUE SPACES.
           05  WS-RESTATE-TIME              PIC X(6)  VALUE SPACES.
       01  WS-RESTATE-COUNTER               PIC 9(7)  VALUE ZERO.
       01  WS-RESTATE-OLD-LABEL             PIC X(20) VALUE SPACES.
       01  WS-RESTATE-NEW-LABEL             PIC X(20) VALUE SPACES.
       01  WS-RESTATE-CHANGED-COUNT         PIC 9(7)  VALUE ZERO.
       01  WS-RESTATE-ADDED-COUNT           PIC 9(7)  VALUE ZERO.
       01  WS-RESTATE-REMOVED-COUNT         PIC 9(7)  VALUE ZERO.
       01  WS-RESTATE-EOF-SW                PIC X     VALUE 'N'.
           88  WS-RESTATE-EOF               VALUE 'Y'.
      *--  Partition job (PARM PART=nn, coded by FZBSPLIT on the jobs
      *    it generates): the run is one slice of a split date and
      *    keeps its own row on the processing-state register.
       01  WS-PART-SW                       PIC X     VALUE 'N'.
           88  WS-PARTITION-RUN             VALUE 'Y'.
       01  WS-PART-NUM                      PIC X(2)  VALUE SPACES.
       01  WS-PART-NUMBER                   PIC 99    VALUE ZERO.
      *--  Processing-state register work areas (see 2700-2790).
       01  WS-STRG-KEY.
           05  WS-STRG-KEY-DATE             PIC X(8)  VALUE SPACES.
           05  WS-STRG-KEY-ROW              PIC X(2)  VALUE SPACES.
       01  WS-STRG-NEW-STAGE                PIC X(2)  VALUE SPACES.
       01  WS-STRG-STAGE-IDX                PIC 9     VALUE ZERO.
       01  WS-STRG-FOUND-SW                 PIC X     VALUE 'N'.
           88  WS-STRG-FOUND                VALUE 'Y'.
       01  WS-STRG-LOAD-MODE-SW             PIC X     VALUE 'N'.
           88  WS-STRG-LOAD-MODE            VALUE 'Y'.
      *--  Rolling-window retention for the cumulative FZBVSAM master
      *    (RETN control card); zero means keep everything.
       01  WS-RETAIN-DAYS                   PIC 9(4)  VALUE ZERO.
       01  WS-PURGED-COUNT                  PIC 9(7)  VALUE ZERO.
       01  WS-PURGE-EOF-SW                  PIC X     VALUE 'N'.
           88  WS-PURGE-EOF                 VALUE 'Y'.
      *--  Archive tier of the purge (see 4500-4800): the yearly
      *    archive currently open and its DD, the date whose rows
      *    are being moved with its control totals, and the legal
      *    holds loaded from FZBHOLD.  A purge that cannot reach the
      *    archive or its control dataset, or finds the hold dataset
      *    malformed, stops and keeps the rows - a warning, not an
      *    error: the window is simply enforced on a later night.
       01  WS-VARC-DD                       PIC X(8)  VALUE SPACES.
       01  WS-VARC-YEAR                     PIC X(4)  VALUE SPACES.
       01  WS-VARC-OPEN-SW                  PIC X     VALUE 'N'.
           88  WS-VARC-OPEN                 VALUE 'Y'.
       01  WS-ARCHIVE-UNAVAIL-SW            PIC X     VALUE 'N'.
           88  WS-ARCHIVE-UNAVAILABLE       VALUE 'Y'.
       01  WS-VACT-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-VACT-SET                      PIC X(4)  VALUE SPACES.
       01  WS-VACT-COUNTED-DATE             PIC X(8)  VALUE SPACES.
       01  WS-VACT-ROWS                     PIC 9(7)  VALUE ZERO.
       01  WS-VACT-HASH                     PIC 9(15) VALUE ZERO.
       01  WS-ARCHIVED-DATE-COUNT           PIC 9(5)  VALUE ZERO.
       01  WS-HELD-DATE-COUNT               PIC 9(5)  VALUE ZERO.
       01  WS-HOLD-COUNT                    PIC 9(3)  VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 200 TIMES.
               10  WS-HOLD-FROM             PIC X(8).
               10  WS-HOLD-THRU             PIC X(8).
       01  WS-HOLD-IDX                      PIC 9(3)  VALUE ZERO.
       01  WS-HOLD-ERROR-SW                 PIC X     VALUE 'N'.
           88  WS-HOLD-ERROR                VALUE 'Y'.
       01  WS-DATE-HELD-SW                  PIC X     VALUE 'N'.
           88  WS-DATE-HELD                 VALUE 'Y'.
      *--  'Y' while FZBVSAM is open OUTPUT (first-ever run, nothing
      *    to extend); REWRITE is only valid when it is open I-O.
       01  WS-VSAM-LOAD-MODE-SW             PIC X     VALUE 'N'.
           88  WS-VSAM-LOAD-MODE            VALUE 'Y'.
      *--  Lookup load of a date (3700): the rule sets are loaded in
      *    key order (ascending set ID, WS-LOAD-PREV-SET the last one
      *    loaded), appended through LOOKUP-LOAD-FILE when the date is
      *    new to the master, else written by key through VSAM-FILE.
       01  WS-LOAD-APPEND-SW                PIC X     VALUE 'N'.
           88  WS-LOAD-APPEND               VALUE 'Y'.
       01  WS-LOAD-PREV-SET                 PIC X(4)  VALUE SPACES.
       01  WS-LOAD-SET-NUM                  PIC 99    VALUE ZERO.
       01  WS-LOAD-ROUND                    PIC 99    VALUE ZERO.
      *--  'Y' once an audit record carrying the file-error RETURN-
      *    CODE has been written; a purge or close failure arising
      *    after the last per-date audit record gets its own final
       01  WS-ERROR-AUDITED-SW              PIC X     VALUE 'N'.
           88  WS-ERROR-AUDITED             VALUE 'Y'.
      *--  Grand totals across every business date of a catch-up run
      *    and every rule set for the END BATCH banner; the per-date
      *    WS-SET-*-COUNT fields feed the one-audit-record-per-set-
      *    per-date trail and are reset between dates.
       01  WS-GRAND-FIZZ-COUNT              PIC 9(8)  VALUE ZERO.
       01  WS-GRAND-BUZZ-COUNT              PIC 9(8)  VALUE ZERO.
       01  WS-GRAND-FIZZBUZZ-COUNT          PIC 9(8)  VALUE ZERO.
       01  WS-GRAND-PLAIN-COUNT             PIC 9(8)  VALUE ZERO.
       01  WS-GRAND-TOTAL-COUNT             PIC 9(8)  VALUE ZERO.
      *--  A checkpoint is only a safe restart point if nothing past it
      *    was already written to FZBOUT before the abend, and OPEN
      *    EXTEND on restart cannot rewind it to an arbitrary prior
      *    record - so every counter is
      *    checkpointed (interval of 1) rather than every Nth one; the
      *    checkpoint dataset is a small fixed-format sequential file,
      *    so the extra write per counter is cheap next to a corrupted
       01  WS-CKPT-RELOAD-SW                PIC X    VALUE 'N'.
           88  WS-CKPT-RELOAD-NEEDED        VALUE 'Y'.

      *--  The per-date control totals are kept per rule set in
      *    WS-SET-TABLE.  WS-SET-OTHER-COUNT (counter matched a rule
      *    other than the divisor-3/divisor-5 pair, e.g. an added
      *    divisor-7 rule) is kept apart from WS-SET-PLAIN-COUNT so a
      *    genuine no-match plain number stays distinguishable from
      *    an extra-rule match once a 3rd+ rule is in play; folding
      *    the two together would make the plain total useless for
      *    eyeballing run sanity or a bad PARM the moment FZBRULES has
      *    added another rule.

      *--  Display edit fields for the totals banner.  Widened to 7
      *    digits to match CNST-MAX/WS-SET-*-COUNT PIC 9(7), since the
      *    upper bound is no longer capped at the original literal's
      *    999,999 ceiling.
       01  WS-DISP-FIZZ                     PIC ZZ,ZZZ,ZZ9.
           88  WS-RC-BAD-RANGE              VALUE 24.
           88  WS-RC-BAD-PARM               VALUE 28.
           88  WS-RC-QUIESCED               VALUE 32.
           88  WS-RC-OUT-OF-SEQUENCE        VALUE 36.

      ***************************
         LINKAGE SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-TIME
           MOVE WS-CURRENT-DATE              TO WS-BUS-DATE
           MOVE WS-CURRENT-DATE              TO WS-RESTATE-DATE
           MOVE WS-TIME                      TO WS-RESTATE-TIME
           DISPLAY '[Current Time] - '
                    WS-HH ':' WS-MM ':' WS-SS

              PERFORM 9900-ABORT-RUN
           END-IF

      *--  A restatement takes no checkpoint: the checkpoint dataset
      *    belongs to the nightly run and may be holding the restart
      *    point of an abended one.
           IF NOT WS-RESTATE-MODE
              PERFORM 2500-DETERMINE-START-COUNTER
           END-IF

      *--  A catch-up restart may have moved WS-BUS-DATE to the
      *    resume date; the control cards were loaded for the DATE=
              PERFORM 0600-HANDLE-NON-PROC-START
           END-IF

      *--  The processing-state register must agree that the date is
      *    due for this kind of run before anything is written.
           PERFORM 2700-CHECK-AND-START-DATE
           IF WS-VALIDATION-ERROR
              CLOSE CHECKPOINT-FILE
              PERFORM 9800-WRITE-AUDIT-RECORD
              PERFORM 9900-ABORT-RUN
           END-IF

           PERFORM 2000-OPEN-FILES

           PERFORM 2800-PROCESS-ONE-DATE
               ELSE
                  PERFORM 1000-LOAD-CONTROL-CARDS
                  PERFORM 1500-VALIDATE-CONTROL-VALUES
                  IF NOT WS-VALIDATION-ERROR
                     PERFORM 2700-CHECK-AND-START-DATE
                  END-IF
                  IF WS-VALIDATION-ERROR
                     PERFORM 9800-WRITE-AUDIT-RECORD
                  ELSE
           END-PERFORM

      *--  No purge on a quiesced run: the rolling window is enforced
      *    when the resumed run completes the range.  None on a
      *    restatement either - it revisits a past date, the nightly
      *    run owns the window.
           IF WS-RETAIN-DAYS > ZERO AND NOT WS-RC-FILE-ERROR
              AND NOT WS-VALIDATION-ERROR
              AND NOT WS-QUIESCE-REQUESTED
              AND NOT WS-RESTATE-MODE
              PERFORM 4500-PURGE-EXPIRED-LOOKUP
           END-IF

           DISPLAY '|  Other...: ' WS-DISP-OTHER
           DISPLAY '|  Plain...: ' WS-DISP-PLAIN
           DISPLAY '|  Total...: ' WS-DISP-TOTAL
           IF WS-SET-COUNT > 1
              DISPLAY '|  Rule sets (totals above are all sets): '
                      WS-SET-COUNT
           END-IF
           IF WS-RESTATE-MODE
              DISPLAY '|  Restated: ' WS-BUS-DATE
              DISPLAY '|  Changed.: ' WS-RESTATE-CHANGED-COUNT
              DISPLAY '|  Added...: ' WS-RESTATE-ADDED-COUNT
              DISPLAY '|  Removed.: ' WS-RESTATE-REMOVED-COUNT
           END-IF
           DISPLAY '+----------------------------------------------+'.

           IF WS-QUIESCE-REQUESTED
              IF WS-RESTATE-MODE
                 DISPLAY 'FZB0032I - RESTATEMENT QUIESCED AT OPERATOR '
                         'REQUEST, COUNTER=' WS-COUNTER ' DATE='
                         WS-BUS-DATE ' - RESUBMIT IT WITH THE SAME '
                         'FZBCORR'
              ELSE
                 DISPLAY 'FZB0032I - RUN QUIESCED AT OPERATOR REQUEST, '
                         'COUNTER=' WS-COUNTER ' DATE=' WS-BUS-DATE
                         ' - RESUME WITH PARM=RESTART'
              END-IF
           END-IF

           IF WS-RESTATE-MODE AND NOT WS-RC-FILE-ERROR
              AND NOT WS-VALIDATION-ERROR
              AND NOT WS-QUIESCE-REQUESTED
              AND WS-RESTATE-CHANGED-COUNT = ZERO
              AND WS-RESTATE-ADDED-COUNT = ZERO
              AND WS-RESTATE-REMOVED-COUNT = ZERO
              DISPLAY 'FZB0000I - RESTATEMENT OF ' WS-BUS-DATE
                      ' FOUND NO DIFFERENCES FROM FZBVSAM'
           END-IF

           IF WS-VALIDATION-ERROR
      * catch-up over every date in the range.  RESTART combined with
      * THRU= resumes the catch-up at the date and counter on the
      * last checkpoint, skipping the completed dates of the range.
      * RESTATE (requiring DATE=) re-derives that one past date
      * against the FZBVSAM master - see WS-RESTATE-SW.  PART=nn
      * marks the run as partition nn of a date FZBSPLIT split.  LIST
      * lists every counter's label on SYSOUT.
      *----------------------------------------------------------------
       0100-PARSE-RUN-PARM SECTION.
           IF WS-RUN-PARM = SPACES
           UNSTRING WS-RUN-PARM DELIMITED BY ','
               INTO WS-PARM-TOKEN (1) WS-PARM-TOKEN (2)
                    WS-PARM-TOKEN (3) WS-PARM-TOKEN (4)
                    WS-PARM-TOKEN (5) WS-PARM-TOKEN (6)
               TALLYING IN WS-PARM-TOKEN-COUNT
           END-UNSTRING

                    CONTINUE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) = 'RESTART'
                    SET WS-RESTART-REQUESTED TO TRUE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) = 'RESTATE'
                    SET WS-RESTATE-MODE TO TRUE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) = 'LIST'
                    SET WS-LIST-LABELS TO TRUE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) (1:4) = 'MAX='
                    PERFORM 0160-APPLY-MAX-TOKEN
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) (1:5) = 'DATE='
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) (1:5) = 'THRU='
                    MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) (6:8)
                      TO WS-THRU-DATE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) (1:5) = 'PART='
                    MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) (6:2)
                      TO WS-PART-NUM
                    SET WS-PARTITION-RUN TO TRUE
               WHEN OTHER
                    SET WS-RC-BAD-PARM TO TRUE
                    SET WS-VALIDATION-ERROR TO TRUE
      * one) and THRU= requires DATE= and must not precede it.
      * RESTART may be combined with THRU= - the checkpoint carries
      * the business date, so 2500/2600 resume the catch-up at the
      * failed date and counter.  RESTATE names exactly one past
      * date: it requires DATE= and takes neither THRU= nor RESTART.
      * PART=nn is two digits, 01-99, and one slice of one date: it
      * takes neither THRU= nor RESTATE.
      *----------------------------------------------------------------
       0180-VALIDATE-DATE-PARMS SECTION.
           IF WS-DATE-OVERRIDDEN
                 END-IF
              END-IF
              END-IF
           END-IF

           IF NOT WS-VALIDATION-ERROR AND WS-RESTATE-MODE
              EVALUATE TRUE
                  WHEN NOT WS-DATE-OVERRIDDEN
                       SET WS-RC-BAD-PARM TO TRUE
                       SET WS-VALIDATION-ERROR TO TRUE
                       DISPLAY 'FZB0028E - PARM RESTATE REQUIRES DATE='
                  WHEN WS-CATCHUP-MODE
                       SET WS-RC-BAD-PARM TO TRUE
                       SET WS-VALIDATION-ERROR TO TRUE
                       DISPLAY 'FZB0028E - PARM RESTATE TAKES ONE '
                               'DATE, THRU= IS NOT ALLOWED'
                  WHEN WS-RESTART-REQUESTED
                       SET WS-RC-BAD-PARM TO TRUE
                       SET WS-VALIDATION-ERROR TO TRUE
                       DISPLAY 'FZB0028E - PARM RESTATE CANNOT BE '
                               'COMBINED WITH RESTART'
              END-EVALUATE
           END-IF

           IF NOT WS-VALIDATION-ERROR AND WS-PARTITION-RUN
              EVALUATE TRUE
                  WHEN WS-PART-NUM IS NOT NUMERIC
                    OR WS-PART-NUM = '00'
                       SET WS-RC-BAD-PARM TO TRUE
                       SET WS-VALIDATION-ERROR TO TRUE
                       DISPLAY 'FZB0028E - PARM PART= MUST BE 01-99: '
                               WS-PART-NUM
                  WHEN WS-CATCHUP-MODE OR WS-RESTATE-MODE
                       SET WS-RC-BAD-PARM TO TRUE
                       SET WS-VALIDATION-ERROR TO TRUE
                       DISPLAY 'FZB0028E - PARM PART= CANNOT BE '
                               'COMBINED WITH THRU= OR RESTATE'
                  WHEN OTHER
                       MOVE WS-PART-NUM TO WS-PART-NUMBER
              END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
                         TO WS-CAL-HOLIDAY (WS-CAL-HOLIDAY-COUNT)
                    END-IF
                    END-IF
               WHEN FZB-CAL-IS-TEMPLATE
                    CONTINUE
               WHEN OTHER
                    SET WS-RC-BAD-RULE-CARD TO TRUE
                    SET WS-VALIDATION-ERROR TO TRUE
      * 1000-LOAD-CONTROL-CARDS - read FZBCTL (MAXV/STRT/RULE records).
      * If the dataset is missing or empty the original defaults
      * (CNST-MAX=200, rules 3=Fizz/5=Buzz) remain in effect so an
      * un-configured run behaves exactly as before, as the one rule
      * set BASE.
      *----------------------------------------------------------------
       1000-LOAD-CONTROL-CARDS SECTION.
           MOVE SPACES TO WS-RULE-TABLE
           MOVE 3   TO WS-RULE-DIVISOR (1)
           MOVE 'Fizz'      TO WS-RULE-LABEL (1)
           MOVE 1   TO WS-RULE-SET-NUM (1)
           MOVE 5   TO WS-RULE-DIVISOR (2)
           MOVE 'Buzz'      TO WS-RULE-LABEL (2)
           MOVE 1   TO WS-RULE-SET-NUM (2)
           MOVE 2   TO WS-RULE-COUNT
           INITIALIZE WS-SET-TABLE
           MOVE 'BASE' TO WS-SET-ID (1)
           MOVE 2   TO WS-SET-RULE-COUNT (1)
           MOVE 1   TO WS-SET-COUNT
           MOVE 1   TO WS-START-COUNTER

           OPEN INPUT CONTROL-CARD-FILE
           IF WS-FZBCTL-STATUS = '00'
              SET WS-CTL-FILE-PRESENT TO TRUE
              MOVE ZERO TO WS-RULE-COUNT
              INITIALIZE WS-SET-TABLE
              MOVE ZERO TO WS-SET-COUNT
              PERFORM UNTIL WS-FZBCTL-STATUS = '10'
                 READ CONTROL-CARD-FILE
                   AT END
      * skipped silently - it is a valid card staged for another date,
      * not an error.  Malformed dates are an error: a mistyped
      * go-live date silently skipping a rule would corrupt a whole
      * generation.  The card's rule set is registered (1300) before
      * the date test, so a set whose every rule is staged for
      * another date still shows up - and fails 1500.
      *----------------------------------------------------------------
       1200-ADD-RULE-FROM-CARD SECTION.
           IF FZB-DIVISOR IS NOT NUMERIC
                         FZB-DIVISOR ' EFF=' FZB-EFF-DATE
                         ' EXP=' FZB-EXP-DATE
              ELSE
              PERFORM 1300-REGISTER-RULE-SET
              IF WS-CARD-SET-NUM = ZERO
                 CONTINUE
              ELSE
              IF NOT WS-RULE-IS-ACTIVE
                 CONTINUE
              ELSE
              IF WS-RULE-COUNT < 60
                 ADD 1 TO WS-RULE-COUNT
                 MOVE FZB-DIVISOR  TO WS-RULE-DIVISOR (WS-RULE-COUNT)
                 MOVE FZB-LABEL    TO WS-RULE-LABEL (WS-RULE-COUNT)
                 MOVE WS-CARD-SET-NUM
                                   TO WS-RULE-SET-NUM (WS-RULE-COUNT)
                 ADD 1 TO WS-SET-RULE-COUNT (WS-CARD-SET-NUM)
              ELSE
                 SET WS-RC-BAD-RULE-CARD TO TRUE
                 SET WS-VALIDATION-ERROR TO TRUE
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1300-REGISTER-RULE-SET - find the card's rule set (blank =
      * BASE) in WS-SET-TABLE, adding it on first sight; its entry
      * number is left in WS-CARD-SET-NUM, zero when the table is
      * full and the card rejected.
      *----------------------------------------------------------------
       1300-REGISTER-RULE-SET SECTION.
           MOVE FZB-RULE-SET TO WS-CARD-SET
           IF WS-CARD-SET = SPACES
              MOVE 'BASE' TO WS-CARD-SET
           END-IF
           MOVE ZERO TO WS-CARD-SET-NUM
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                     UNTIL WS-SET-IDX > WS-SET-COUNT
                        OR WS-CARD-SET-NUM > ZERO
               IF WS-SET-ID (WS-SET-IDX) = WS-CARD-SET
                  MOVE WS-SET-IDX TO WS-CARD-SET-NUM
               END-IF
           END-PERFORM

           IF WS-CARD-SET-NUM = ZERO
              IF WS-SET-COUNT < 10
                 ADD 1 TO WS-SET-COUNT
                 MOVE WS-CARD-SET TO WS-SET-ID (WS-SET-COUNT)
                 MOVE WS-SET-COUNT TO WS-CARD-SET-NUM
              ELSE
                 SET WS-RC-BAD-RULE-CARD TO TRUE
                 SET WS-VALIDATION-ERROR TO TRUE
                 DISPLAY 'FZB0012E - RULE SET TABLE FULL, CARD '
                         'REJECTED: SET=' WS-CARD-SET ' '
                         FZB-DIVISOR '=' FZB-LABEL
              END-IF
           END-IF.

      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * 1500-VALIDATE-CONTROL-VALUES - reject a zero/blank range or a
      * rule table left empty by a malformed control card, and a rule
      * set with no rule active for the business date (its unit's
      * output would otherwise be every counter plain).
      *----------------------------------------------------------------
       1500-VALIDATE-CONTROL-VALUES SECTION.
           IF NOT WS-VALIDATION-ERROR
              END-IF
           END-IF

           IF NOT WS-VALIDATION-ERROR
              PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                        UNTIL WS-SET-IDX > WS-SET-COUNT
                  IF WS-SET-RULE-COUNT (WS-SET-IDX) = ZERO
                     SET WS-RC-NO-RULES TO TRUE
                     SET WS-VALIDATION-ERROR TO TRUE
                     DISPLAY 'FZB0016E - NO DIVISOR/LABEL RULES ACTIVE '
                             'FOR RULE SET ' WS-SET-ID (WS-SET-IDX)
                             ' ON ' WS-BUS-DATE
                  END-IF
              END-PERFORM
           END-IF

           IF WS-VALIDATION-ERROR AND WS-RC-BAD-RULE-CARD
              DISPLAY 'FZB0012E - MALFORMED CONTROL RECORD, SEE '
                      'MESSAGES ABOVE'
      * OUTPUT is used only when the cluster has never been loaded
      * (status 35).  Because every counter is checkpointed (see
      * WS-CKPT-INTERVAL), the last checkpoint always equals the last
      * counter actually written to FZBOUT, so resuming at
      * checkpoint+1 can never re-WRITE a record already on it; the
      * date's FZBVSAM rows were all loaded before its first
      * checkpoint (3700), and a resumed date reloads the rest by
      * key, REWRITing what is already there.  A restatement needs
      * history to compare against, so an unloaded master is an error
      * there, and it extends the FZBCORR correction dataset (created
      * on first use).
      *----------------------------------------------------------------
       2000-OPEN-FILES SECTION.
           IF WS-CKPT-FOUND
           END-IF

           OPEN I-O VSAM-FILE
           IF WS-FZBVSAM-STATUS = '35' AND NOT WS-RESTATE-MODE
              OPEN OUTPUT VSAM-FILE
              SET WS-VSAM-LOAD-MODE TO TRUE
           END-IF

           IF WS-RESTATE-MODE
              OPEN EXTEND CORRECTION-FILE
              IF WS-FZBCORR-STATUS = '35'
                 OPEN OUTPUT CORRECTION-FILE
              END-IF
              IF WS-FZBCORR-STATUS NOT = '00'
                 DISPLAY 'FZB0020E - ERROR OPENING FZBCORR, STATUS='
                         WS-FZBCORR-STATUS
                 SET WS-RC-FILE-ERROR TO TRUE
              END-IF
           END-IF

           IF WS-FZBOUT-STATUS NOT = '00'
              DISPLAY 'FZB0020E - ERROR OPENING FZBOUT, STATUS='
                      WS-FZBOUT-STATUS
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-CHECK-AND-START-DATE - consult the processing-state
      * register (FZBSTRG, see copybook) before WS-BUS-DATE is
      * processed: a run out of sequence for the date is refused
      * with RETURN-CODE 36, otherwise the date is marked started.
      * A partition job (PART=nn) works on its own partition row
      * and needs the date row to say the date is split into at
      * least nn partitions; a single job or a restatement works on
      * the date row.  The row stays "started" while the date runs,
      * abends or quiesces, so a rerun or RESTART of it is accepted;
      * only 2750 moves it on.  The register is opened and closed
      * around each update so the parallel partition jobs of a split
      * date never hold it for the whole step.
      *----------------------------------------------------------------
       2700-CHECK-AND-START-DATE SECTION.
           PERFORM 2780-OPEN-STATE-REGISTER
           IF WS-RC-FILE-ERROR
              SET WS-VALIDATION-ERROR TO TRUE
              GO TO 2700-EXIT
           END-IF

           MOVE WS-BUS-DATE TO WS-STRG-KEY-DATE
           MOVE '00'        TO WS-STRG-KEY-ROW
           PERFORM 2790-READ-STATE-ROW

           IF NOT WS-RC-FILE-ERROR
              EVALUATE TRUE
                  WHEN WS-RESTATE-MODE
                       PERFORM 2710-CHECK-RESTATE-START
                  WHEN WS-PARTITION-RUN
                       PERFORM 2720-CHECK-PARTITION-START
                  WHEN OTHER
                       PERFORM 2730-CHECK-SINGLE-START
              END-EVALUATE
           END-IF

           IF NOT WS-RC-FILE-ERROR AND NOT WS-VALIDATION-ERROR
              MOVE '20' TO WS-STRG-NEW-STAGE
              PERFORM 2770-WRITE-STATE-ROW
           END-IF

           CLOSE STATE-FILE

           IF WS-RC-FILE-ERROR
              SET WS-VALIDATION-ERROR TO TRUE
           END-IF.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2710-CHECK-RESTATE-START - a restatement revisits a date the
      * nightly stream has finished with: a single-job date must be
      * complete, a split date merged.  A date with no row predates
      * the register and is accepted, and so is a restatement of the
      * date already in flight (resubmitted after a failure).
      *----------------------------------------------------------------
       2710-CHECK-RESTATE-START SECTION.
           EVALUATE TRUE
               WHEN NOT WS-STRG-FOUND
                    CONTINUE
               WHEN FZB-STRG-RESTATING
                    CONTINUE
               WHEN FZB-STRG-PART-COUNT = ZERO
                    AND FZB-STRG-STAGE < '30'
                    SET WS-RC-OUT-OF-SEQUENCE TO TRUE
                    SET WS-VALIDATION-ERROR TO TRUE
                    DISPLAY 'FZB0036E - RUN OF ' WS-BUS-DATE
                            ' HAS NOT COMPLETED, STAGE='
                            FZB-STRG-STAGE ' - RESTART IT, RESTATE '
                            'REFUSED'
               WHEN FZB-STRG-PART-COUNT > ZERO
                    AND FZB-STRG-STAGE < '40'
                    SET WS-RC-OUT-OF-SEQUENCE TO TRUE
                    SET WS-VALIDATION-ERROR TO TRUE
                    DISPLAY 'FZB0036E - PARTITIONS OF ' WS-BUS-DATE
                            ' NOT YET MERGED, STAGE=' FZB-STRG-STAGE
                            ' - RESTATE REFUSED'
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2720-CHECK-PARTITION-START - PART=nn runs one slice of a date
      * FZBSPLIT has split and not yet merged; the partition's own
      * row is then read for 2770 to update (absent, started or
      * complete are all acceptable - a slice is rerun until the
      * merge takes it).
      *----------------------------------------------------------------
       2720-CHECK-PARTITION-START SECTION.
           EVALUATE TRUE
               WHEN NOT WS-STRG-FOUND
                    SET WS-RC-OUT-OF-SEQUENCE TO TRUE
                    SET WS-VALIDATION-ERROR TO TRUE
                    DISPLAY 'FZB0036E - BUSINESS DATE ' WS-BUS-DATE
                            ' WAS NOT SPLIT BY FZBSPLIT - PART='
                            WS-PART-NUM ' REFUSED'
               WHEN NOT FZB-STRG-SPLIT
                    SET WS-RC-OUT-OF-SEQUENCE TO TRUE
                    SET WS-VALIDATION-ERROR TO TRUE
                    DISPLAY 'FZB0036E - BUSINESS DATE ' WS-BUS-DATE
                            ' IS AT STAGE ' FZB-STRG-STAGE
                            ', NOT SPLIT - PART=' WS-PART-NUM
                            ' REFUSED'
               WHEN WS-PART-NUMBER > FZB-STRG-PART-COUNT
                    SET WS-RC-OUT-OF-SEQUENCE TO TRUE
                    SET WS-VALIDATION-ERROR TO TRUE
                    DISPLAY 'FZB0036E - PART=' WS-PART-NUM
                            ' EXCEEDS THE ' FZB-STRG-PART-COUNT
                            ' PARTITIONS OF ' WS-BUS-DATE
           END-EVALUATE

           IF NOT WS-VALIDATION-ERROR
              MOVE WS-PART-NUM TO WS-STRG-KEY-ROW
              PERFORM 2790-READ-STATE-ROW
           END-IF.

      *----------------------------------------------------------------
      * 2730-CHECK-SINGLE-START - a single job may (re)run a date that
      * is new, started or complete.  A split date belongs to its
      * partition jobs, a date in restatement to the restatement, and
      * a date already merged, certified or further on is only ever
      * rerun as a restatement.
      *----------------------------------------------------------------
       2730-CHECK-SINGLE-START SECTION.
           EVALUATE TRUE
               WHEN NOT WS-STRG-FOUND
                    CONTINUE
               WHEN FZB-STRG-RESTATING
                    SET WS-RC-OUT-OF-SEQUENCE TO TRUE
                    SET WS-VALIDATION-ERROR TO TRUE
                    DISPLAY 'FZB0036E - A RESTATEMENT OF '
                            WS-BUS-DATE ' IS IN FLIGHT - RESUBMIT '
                            'THE RESTATEMENT'
               WHEN FZB-STRG-PART-COUNT > ZERO
                    SET WS-RC-OUT-OF-SEQUENCE TO TRUE
                    SET WS-VALIDATION-ERROR TO TRUE
                    DISPLAY 'FZB0036E - BUSINESS DATE ' WS-BUS-DATE
                            ' WAS SPLIT INTO ' FZB-STRG-PART-COUNT
                            ' PARTITIONS, STAGE=' FZB-STRG-STAGE
                            ' - SINGLE RUN REFUSED'
               WHEN FZB-STRG-STAGE > '30'
                    SET WS-RC-OUT-OF-SEQUENCE TO TRUE
                    SET WS-VALIDATION-ERROR TO TRUE
                    DISPLAY 'FZB0036E - BUSINESS DATE ' WS-BUS-DATE
                            ' IS ALREADY AT STAGE ' FZB-STRG-STAGE
                            ' - RERUN IT WITH PARM RESTATE'
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2750-MARK-DATE-COMPLETE - WS-BUS-DATE (or this job's
      * partition of it) finished cleanly: its register row moves to
      * "complete".  A completed restatement also clears the
      * restatement flag and the partition count - the restated
      * generation is one dataset, certified like a single job's.
      *----------------------------------------------------------------
       2750-MARK-DATE-COMPLETE SECTION.
           PERFORM 2780-OPEN-STATE-REGISTER
           IF WS-RC-FILE-ERROR
              GO TO 2750-EXIT
           END-IF

           MOVE WS-BUS-DATE TO WS-STRG-KEY-DATE
           IF WS-PARTITION-RUN
              MOVE WS-PART-NUM TO WS-STRG-KEY-ROW
           ELSE
              MOVE '00'        TO WS-STRG-KEY-ROW
           END-IF
           PERFORM 2790-READ-STATE-ROW

           IF NOT WS-RC-FILE-ERROR
              MOVE '30' TO WS-STRG-NEW-STAGE
              PERFORM 2770-WRITE-STATE-ROW
           END-IF

           CLOSE STATE-FILE.
       2750-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2770-WRITE-STATE-ROW - set the row keyed WS-STRG-KEY (read by
      * 2790 just before) to stage WS-STRG-NEW-STAGE, stamping when
      * that stage was reached; a row not yet on the register is
      * added.
      *----------------------------------------------------------------
       2770-WRITE-STATE-ROW SECTION.
           IF NOT WS-STRG-FOUND
              MOVE SPACES      TO FZB-STRG-RECORD
              MOVE WS-STRG-KEY TO FZB-STRG-KEY
              MOVE ZERO        TO FZB-STRG-PART-COUNT
              MOVE 'N'         TO FZB-STRG-RESTATE-SW
           END-IF

           MOVE WS-STRG-NEW-STAGE TO FZB-STRG-STAGE
           IF WS-RESTATE-MODE
              IF FZB-STRG-STARTED
                 MOVE 'Y'  TO FZB-STRG-RESTATE-SW
              ELSE
                 MOVE 'N'  TO FZB-STRG-RESTATE-SW
                 MOVE ZERO TO FZB-STRG-PART-COUNT
              END-IF
           END-IF

           MOVE 'FIZZBUZZ' TO FZB-STRG-LAST-PROGRAM
           MOVE FUNCTION CURRENT-DATE (1:8) TO FZB-STRG-UPDATE-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO FZB-STRG-UPDATE-TIME
           MOVE FZB-STRG-STAGE (1:1) TO WS-STRG-STAGE-IDX
           MOVE FZB-STRG-UPDATE-DATE
             TO FZB-STRG-STAMP-DATE (WS-STRG-STAGE-IDX)
           MOVE FZB-STRG-UPDATE-TIME
             TO FZB-STRG-STAMP-TIME (WS-STRG-STAGE-IDX)

           IF WS-STRG-FOUND
              REWRITE FZB-STRG-RECORD
           ELSE
              WRITE FZB-STRG-RECORD
           END-IF
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZB0020E - ERROR UPDATING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS ' KEY=' WS-STRG-KEY
              SET WS-RC-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 2780-OPEN-STATE-REGISTER - OPEN I-O, or OUTPUT the first time
      * the cluster is used (status 35), in which case every row is
      * absent and 2790 does not read.
      *----------------------------------------------------------------
       2780-OPEN-STATE-REGISTER SECTION.
           MOVE 'N' TO WS-STRG-LOAD-MODE-SW
           OPEN I-O STATE-FILE
           IF WS-FZBSTRG-STATUS = '35'
              OPEN OUTPUT STATE-FILE
              SET WS-STRG-LOAD-MODE TO TRUE
           END-IF
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZB0020E - ERROR OPENING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 2790-READ-STATE-ROW - read the register row keyed WS-STRG-KEY;
      * WS-STRG-FOUND says whether it exists.
      *----------------------------------------------------------------
       2790-READ-STATE-ROW SECTION.
           MOVE 'N' TO WS-STRG-FOUND-SW
           IF WS-STRG-LOAD-MODE
              GO TO 2790-EXIT
           END-IF

           MOVE WS-STRG-KEY TO FZB-STRG-KEY
           READ STATE-FILE
               INVALID KEY
                  CONTINUE
           END-READ
           EVALUATE WS-FZBSTRG-STATUS
               WHEN '00'
                    SET WS-STRG-FOUND TO TRUE
               WHEN '23'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'FZB0020E - ERROR READING FZBSTRG, STATUS='
                            WS-FZBSTRG-STATUS ' KEY=' WS-STRG-KEY
                    SET WS-RC-FILE-ERROR TO TRUE
           END-EVALUATE.
       2790-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2800-PROCESS-ONE-DATE - the counter loop, control totals and
      * audit record for one business date.  A plain run comes
      * through here exactly once; a catch-up run (DATE=...,THRU=)
      * comes through once per date in the range, so every missed
      * night gets its own correctly-dated output block and audit
      * record in a single submission.  The rule sets' label cycles
      * are built first (2850) and, outside a restatement, the date's
      * lookup rows loaded (3700) - before any checkpoint of the date
      * is taken, so a checkpoint always means the master already
      * holds the date.  Every counter is then labelled by each rule
      * set in turn into FZBOUT, the counter checkpointed once all
      * its sets are written.  A date that finished cleanly
      * is marked complete on the processing-state register before
      * its audit record is written, so a register failure is
      * audited with the date.
      *----------------------------------------------------------------
       2800-PROCESS-ONE-DATE SECTION.
      *--  Julian form of this date for the checkpoint records, so
           COMPUTE WS-CKPT-JULIAN-DATE = FUNCTION DAY-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-BUS-DATE-NUM))

           PERFORM 2850-BUILD-LABEL-CYCLES
           IF NOT WS-RESTATE-MODE AND NOT WS-RC-FILE-ERROR
              PERFORM 3700-LOAD-LOOKUP-DATE
           END-IF

           PERFORM VARYING WS-COUNTER FROM WS-START-COUNTER BY 1
                     UNTIL WS-COUNTER > CNST-MAX OR WS-RC-FILE-ERROR
                        OR WS-QUIESCE-REQUESTED
               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                         UNTIL WS-SET-IDX > WS-SET-COUNT
                            OR WS-RC-FILE-ERROR
                   PERFORM 3000-EVALUATE-COUNTER
                   PERFORM 3100-WRITE-RESULT
               END-PERFORM
               IF NOT WS-RESTATE-MODE
                  PERFORM 3200-CHECKPOINT-IF-DUE
               END-IF
               PERFORM 3300-POLL-QUIESCE-REQUEST
           END-PERFORM

           IF WS-RESTATE-MODE AND NOT WS-RC-FILE-ERROR
              AND NOT WS-QUIESCE-REQUESTED
              PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                        UNTIL WS-SET-IDX > WS-SET-COUNT
                           OR WS-RC-FILE-ERROR
                  PERFORM 3500-REMOVE-STALE-ROWS
              END-PERFORM
           END-IF

           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                     UNTIL WS-SET-IDX > WS-SET-COUNT
               COMPUTE WS-SET-TOTAL-COUNT (WS-SET-IDX) =
                       WS-SET-FIZZ-COUNT (WS-SET-IDX) +
                       WS-SET-BUZZ-COUNT (WS-SET-IDX) +
                       WS-SET-FIZZBUZZ-COUNT (WS-SET-IDX) +
                       WS-SET-OTHER-COUNT (WS-SET-IDX) +
                       WS-SET-PLAIN-COUNT (WS-SET-IDX)
               ADD WS-SET-FIZZ-COUNT (WS-SET-IDX)
                                       TO WS-GRAND-FIZZ-COUNT
               ADD WS-SET-BUZZ-COUNT (WS-SET-IDX)
                                       TO WS-GRAND-BUZZ-COUNT
               ADD WS-SET-FIZZBUZZ-COUNT (WS-SET-IDX)
                                       TO WS-GRAND-FIZZBUZZ-COUNT
               ADD WS-SET-OTHER-COUNT (WS-SET-IDX)
                                       TO WS-GRAND-OTHER-COUNT
               ADD WS-SET-PLAIN-COUNT (WS-SET-IDX)
                                       TO WS-GRAND-PLAIN-COUNT
               ADD WS-SET-TOTAL-COUNT (WS-SET-IDX)
                                       TO WS-GRAND-TOTAL-COUNT
           END-PERFORM

           IF NOT WS-RC-FILE-ERROR AND NOT WS-QUIESCE-REQUESTED
              PERFORM 2750-MARK-DATE-COMPLETE
           END-IF

           PERFORM 9800-WRITE-AUDIT-RECORD
           IF WS-RC-FILE-ERROR
              SET WS-ERROR-AUDITED TO TRUE
           END-IF

           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                     UNTIL WS-SET-IDX > WS-SET-COUNT
               MOVE ZERO TO WS-SET-FIZZ-COUNT (WS-SET-IDX)
               MOVE ZERO TO WS-SET-BUZZ-COUNT (WS-SET-IDX)
               MOVE ZERO TO WS-SET-FIZZBUZZ-COUNT (WS-SET-IDX)
               MOVE ZERO TO WS-SET-OTHER-COUNT (WS-SET-IDX)
               MOVE ZERO TO WS-SET-PLAIN-COUNT (WS-SET-IDX)
               MOVE ZERO TO WS-SET-TOTAL-COUNT (WS-SET-IDX)
           END-PERFORM.

      *----------------------------------------------------------------
      * 2850-BUILD-LABEL-CYCLES - the label cycle of every rule set for
      * this date's active rules, into WS-CYCLE-POOL, each positioned
      * at the remainder of the first counter to be processed.
      *----------------------------------------------------------------
       2850-BUILD-LABEL-CYCLES SECTION.
           MOVE ZERO TO WS-CYCLE-USED
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                     UNTIL WS-SET-IDX > WS-SET-COUNT
               PERFORM 2860-BUILD-ONE-CYCLE
           END-PERFORM.

      *----------------------------------------------------------------
      * 2860-BUILD-ONE-CYCLE - the cycle of rule set WS-SET-IDX: the
      * LCM of its divisors (LCM(a,b) = a / GCD(a,b) * b), then the
      * rules evaluated once for each remainder 0..LCM-1 - remainder
      * 0 as the LCM itself, which every divisor divides.  A cycle
      * longer than the room left in the pool is not built.
      *----------------------------------------------------------------
       2860-BUILD-ONE-CYCLE SECTION.
           MOVE ZERO TO WS-SET-CYCLE-LEN (WS-SET-IDX)
           MOVE ZERO TO WS-SET-CYCLE-POS (WS-SET-IDX)
           MOVE WS-CYCLE-USED TO WS-SET-CYCLE-BASE (WS-SET-IDX)
           MOVE 1 TO WS-CYCLE-LCM
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL WS-RULE-IDX > WS-RULE-COUNT
                        OR WS-CYCLE-LCM > WS-CYCLE-ROOM
               IF WS-RULE-SET-NUM (WS-RULE-IDX) = WS-SET-IDX
                  MOVE WS-CYCLE-LCM TO WS-GCD-A
                  MOVE WS-RULE-DIVISOR (WS-RULE-IDX) TO WS-GCD-B
                  PERFORM UNTIL WS-GCD-B = ZERO
                      DIVIDE WS-GCD-A BY WS-GCD-B GIVING WS-GCD-Q
                             REMAINDER WS-GCD-R
                      MOVE WS-GCD-B TO WS-GCD-A
                      MOVE WS-GCD-R TO WS-GCD-B
                  END-PERFORM
                  COMPUTE WS-CYCLE-LCM = WS-CYCLE-LCM / WS-GCD-A
                                       * WS-RULE-DIVISOR (WS-RULE-IDX)
               END-IF
           END-PERFORM

           IF WS-CYCLE-LCM > WS-CYCLE-ROOM - WS-CYCLE-USED
              DISPLAY 'FZB0000I - RULE SET ' WS-SET-ID (WS-SET-IDX)
                      ' LABEL CYCLE EXCEEDS ' WS-CYCLE-ROOM
                      ' COUNTERS, EVERY COUNTER EVALUATED ON '
                      WS-BUS-DATE
              GO TO 2860-EXIT
           END-IF

           PERFORM VARYING WS-CYCLE-POS FROM 0 BY 1
                     UNTIL WS-CYCLE-POS NOT < WS-CYCLE-LCM
               IF WS-CYCLE-POS = ZERO
                  MOVE WS-CYCLE-LCM TO WS-EVAL-VALUE
               ELSE
                  MOVE WS-CYCLE-POS TO WS-EVAL-VALUE
               END-IF
               PERFORM 3050-MATCH-RULES
               ADD 1 TO WS-CYCLE-USED
               MOVE WS-LABEL      TO WS-CYCLE-LABEL (WS-CYCLE-USED)
               MOVE WS-EVAL-CLASS TO WS-CYCLE-CLASS (WS-CYCLE-USED)
           END-PERFORM

           MOVE WS-CYCLE-LCM TO WS-SET-CYCLE-LEN (WS-SET-IDX)
           COMPUTE WS-SET-CYCLE-POS (WS-SET-IDX) =
                   FUNCTION MOD (WS-START-COUNTER, WS-CYCLE-LCM)
           DISPLAY 'FZB0000I - RULE SET ' WS-SET-ID (WS-SET-IDX)
                   ' LABEL CYCLE ' WS-CYCLE-LCM ' COUNTERS ON '
                   WS-BUS-DATE.
       2860-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-ADVANCE-BUSINESS-DATE - step WS-BUS-DATE forward to the
           EXIT.

      *----------------------------------------------------------------
      * 3000-EVALUATE-COUNTER - the label of WS-COUNTER under rule set
      * WS-SET-IDX (3020) and its control total in that set's entry;
      * under PARM LIST the label is also listed on SYSOUT, prefixed
      * by the set when there is more than one.
      *----------------------------------------------------------------
       3000-EVALUATE-COUNTER SECTION.
           MOVE WS-SET-CYCLE-POS (WS-SET-IDX) TO WS-CYCLE-POS
           PERFORM 3020-DERIVE-LABEL
           MOVE WS-CYCLE-POS TO WS-SET-CYCLE-POS (WS-SET-IDX)

           EVALUATE TRUE
               WHEN WS-EVAL-PLAIN
                    ADD 1 TO WS-SET-PLAIN-COUNT (WS-SET-IDX)
               WHEN WS-EVAL-FIZZBUZZ
                    ADD 1 TO WS-SET-FIZZBUZZ-COUNT (WS-SET-IDX)
               WHEN WS-EVAL-FIZZ
                    ADD 1 TO WS-SET-FIZZ-COUNT (WS-SET-IDX)
               WHEN WS-EVAL-BUZZ
                    ADD 1 TO WS-SET-BUZZ-COUNT (WS-SET-IDX)
               WHEN OTHER
                    ADD 1 TO WS-SET-OTHER-COUNT (WS-SET-IDX)
           END-EVALUATE

           IF WS-LIST-LABELS
              IF WS-SET-COUNT > 1
                 DISPLAY WS-SET-ID (WS-SET-IDX) ' ' WS-LABEL
              ELSE
                 DISPLAY WS-LABEL
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3020-DERIVE-LABEL - label (WS-LABEL) and class (WS-EVAL-CLASS)
      * of WS-COUNTER under rule set WS-SET-IDX: from the set's cycle
      * entry at remainder WS-CYCLE-POS, which is then stepped on to
      * the next counter's, or - for a set with no cycle - by
      * evaluating the rules.  A plain counter is labelled with its
      * own value.
      *----------------------------------------------------------------
       3020-DERIVE-LABEL SECTION.
           IF WS-SET-CYCLE-LEN (WS-SET-IDX) > ZERO
              COMPUTE WS-CYCLE-IDX = WS-SET-CYCLE-BASE (WS-SET-IDX)
                                   + WS-CYCLE-POS + 1
              MOVE WS-CYCLE-LABEL (WS-CYCLE-IDX) TO WS-LABEL
              MOVE WS-CYCLE-CLASS (WS-CYCLE-IDX) TO WS-EVAL-CLASS
              ADD 1 TO WS-CYCLE-POS
              IF WS-CYCLE-POS = WS-SET-CYCLE-LEN (WS-SET-IDX)
                 MOVE ZERO TO WS-CYCLE-POS
              END-IF
           ELSE
              MOVE WS-COUNTER TO WS-EVAL-VALUE
              PERFORM 3050-MATCH-RULES
           END-IF

           IF WS-EVAL-PLAIN
              MOVE WS-COUNTER TO WS-LABEL
           END-IF.

      *----------------------------------------------------------------
      * 3050-MATCH-RULES - apply every rule of rule set WS-SET-IDX in
      * WS-RULE-TABLE to WS-EVAL-VALUE and build the composite label.
      * The divisor-3 rule alone is the Fizz class, the divisor-5
      * rule alone the Buzz class and both together the FizzBuzz
      * class, matching the original program's control totals.
      * Matching is by divisor value, not label text, because
      * FZBRULES lets operations CHG a rule's label independently of
      * its divisor (e.g. re-entering the divisor-3 rule as "Tri") -
      * keying the totals off the label would silently zero them out
      * the moment a rule got relabeled.  Any additional rules (e.g.
      * a 7 -> BuzzFizz rule) add onto WS-LABEL and are the Other
      * class, not Plain, so a genuine no-match plain number stays
      * distinguishable from an extra-rule match.  No match leaves
      * WS-LABEL blank.
      *----------------------------------------------------------------
       3050-MATCH-RULES SECTION.
           MOVE SPACES TO WS-LABEL
           MOVE ZERO   TO WS-MATCH-COUNT
           SET WS-RULE1-MATCHED-SW TO 'N'

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RULE-SET-NUM (WS-RULE-IDX) NOT = WS-SET-IDX
                  MOVE 1 TO WS-RULE-AUX
               ELSE
                  COMPUTE WS-RULE-AUX = FUNCTION MOD(WS-EVAL-VALUE,
                          WS-RULE-DIVISOR (WS-RULE-IDX))
               END-IF
               IF WS-RULE-AUX = ZERO
                  ADD 1 TO WS-MATCH-COUNT
                  IF WS-RULE-DIVISOR (WS-RULE-IDX) = 3
           END-PERFORM

           IF WS-MATCH-COUNT = ZERO
              SET WS-EVAL-PLAIN TO TRUE
           ELSE
              IF WS-RULE1-MATCHED AND WS-RULE2-MATCHED
                 SET WS-EVAL-FIZZBUZZ TO TRUE
              ELSE
                 IF WS-RULE1-MATCHED
                    SET WS-EVAL-FIZZ TO TRUE
                 ELSE
                    IF WS-RULE2-MATCHED
                       SET WS-EVAL-BUZZ TO TRUE
                    ELSE
                       SET WS-EVAL-OTHER TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3100-WRITE-RESULT - write the sequential report record for
      * rule set WS-SET-IDX.  The VSAM lookup rows of the date are
      * already loaded (3700), except under a restatement, which
      * writes the full generation the same way (FZBVERIF certifies
      * it like any other) but compares each counter against the
      * master - 3150.
      *----------------------------------------------------------------
       3100-WRITE-RESULT SECTION.
           MOVE WS-COUNTER       TO FZB-OUT-COUNTER
           MOVE WS-LABEL         TO FZB-OUT-LABEL
           MOVE WS-BUS-DATE      TO FZB-OUT-BUS-DATE
           MOVE WS-SET-ID (WS-SET-IDX) TO FZB-OUT-RULE-SET
           WRITE FZB-OUTPUT-RECORD
           IF WS-FZBOUT-STATUS NOT = '00'
              DISPLAY 'FZB0020E - ERROR WRITING FZBOUT, STATUS='
              SET WS-RC-FILE-ERROR TO TRUE
           END-IF

           IF WS-RESTATE-MODE
              PERFORM 3150-RESTATE-LOOKUP-ROW
           END-IF.

      *----------------------------------------------------------------
      * 3150-RESTATE-LOOKUP-ROW - restatement only: compare the
      * re-derived label with the master row for this date, rule set
      * and counter.  Equal - nothing to do.  Different - the correction
      * is written, then the row REWRITten.  Absent - the counter is
      * new to the date (e.g. MAXV raised since the original run):
      * correction with a blank old label, then the row is added.
      * The correction always goes out before the master changes, so
      * a failure between the two is found again by the resubmission
      * instead of leaving a master change the extract never ships.
      *----------------------------------------------------------------
       3150-RESTATE-LOOKUP-ROW SECTION.
           MOVE WS-BUS-DATE      TO FZB-VSAM-BUS-DATE
           MOVE WS-SET-ID (WS-SET-IDX) TO FZB-VSAM-RULE-SET
           MOVE WS-COUNTER       TO FZB-VSAM-COUNTER
           READ VSAM-FILE
               INVALID KEY
                  CONTINUE
           END-READ

           MOVE WS-COUNTER       TO WS-RESTATE-COUNTER
           MOVE WS-LABEL         TO WS-RESTATE-NEW-LABEL
           EVALUATE TRUE
               WHEN WS-FZBVSAM-STATUS = '23'
                    MOVE SPACES TO WS-RESTATE-OLD-LABEL
                    PERFORM 3160-WRITE-CORRECTION
                    IF WS-RC-FILE-ERROR
                       GO TO 3150-EXIT
                    END-IF
                    MOVE SPACES           TO FZB-VSAM-RECORD
                    MOVE WS-BUS-DATE      TO FZB-VSAM-BUS-DATE
                    MOVE WS-SET-ID (WS-SET-IDX) TO FZB-VSAM-RULE-SET
                    MOVE WS-COUNTER       TO FZB-VSAM-COUNTER
                    MOVE WS-LABEL         TO FZB-VSAM-LABEL
                    WRITE FZB-VSAM-RECORD
                    IF WS-FZBVSAM-STATUS = '00'
                       ADD 1 TO WS-RESTATE-ADDED-COUNT
                    ELSE
                       DISPLAY 'FZB0020E - ERROR WRITING FZBVSAM, '
                               'STATUS=' WS-FZBVSAM-STATUS
                               ' COUNTER=' WS-COUNTER
                       SET WS-RC-FILE-ERROR TO TRUE
                    END-IF
               WHEN WS-FZBVSAM-STATUS NOT = '00'
                    DISPLAY 'FZB0020E - ERROR READING FZBVSAM, STATUS='
                            WS-FZBVSAM-STATUS ' COUNTER=' WS-COUNTER
                    SET WS-RC-FILE-ERROR TO TRUE
               WHEN FZB-VSAM-LABEL = WS-LABEL
                    CONTINUE
               WHEN OTHER
                    MOVE FZB-VSAM-LABEL TO WS-RESTATE-OLD-LABEL
                    PERFORM 3160-WRITE-CORRECTION
                    IF WS-RC-FILE-ERROR
                       GO TO 3150-EXIT
                    END-IF
                    MOVE WS-LABEL TO FZB-VSAM-LABEL
                    REWRITE FZB-VSAM-RECORD
                    IF WS-FZBVSAM-STATUS = '00'
                       ADD 1 TO WS-RESTATE-CHANGED-COUNT
                    ELSE
                       DISPLAY 'FZB0020E - ERROR REWRITING FZBVSAM, '
                               'STATUS=' WS-FZBVSAM-STATUS
                               ' COUNTER=' WS-COUNTER
                       SET WS-RC-FILE-ERROR TO TRUE
                    END-IF
           END-EVALUATE.
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3160-WRITE-CORRECTION - one FZBCORR record for the counter in
      * WS-RESTATE-COUNTER of rule set WS-SET-IDX, stamped with this
      * restatement's start.
      *----------------------------------------------------------------
       3160-WRITE-CORRECTION SECTION.
           MOVE SPACES               TO FZB-CORR-RECORD
           MOVE WS-BUS-DATE          TO FZB-CORR-BUS-DATE
           MOVE WS-SET-ID (WS-SET-IDX) TO FZB-CORR-RULE-SET
           MOVE WS-RESTATE-COUNTER   TO FZB-CORR-COUNTER
           MOVE WS-RESTATE-OLD-LABEL TO FZB-CORR-OLD-LABEL
           MOVE WS-RESTATE-NEW-LABEL TO FZB-CORR-NEW-LABEL
           MOVE WS-RESTATE-STAMP     TO FZB-CORR-RESTATE-STAMP
           WRITE FZB-CORR-RECORD
           IF WS-FZBCORR-STATUS NOT = '00'
              DISPLAY 'FZB0020E - ERROR WRITING FZBCORR, STATUS='
                      WS-FZBCORR-STATUS ' COUNTER=' WS-RESTATE-COUNTER
              SET WS-RC-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 3500-REMOVE-STALE-ROWS - restatement only: a row the master
      * holds for the date outside the re-derived STRT..MAXV range
      * (e.g. MAXV lowered since the original run) no longer belongs
      * to it; each is written to FZBCORR with a blank new label and
      * then deleted.  Run once per rule set (WS-SET-IDX): the file is
      * keyed date and set first, so the scan starts at the set's
      * lowest key for the date and stops at the next set or date.
      * Rows of a set no longer on the control cards are left alone.
      *----------------------------------------------------------------
       3500-REMOVE-STALE-ROWS SECTION.
           MOVE 'N' TO WS-RESTATE-EOF-SW
           MOVE WS-BUS-DATE TO FZB-VSAM-BUS-DATE
           MOVE WS-SET-ID (WS-SET-IDX) TO FZB-VSAM-RULE-SET
           MOVE ZERO        TO FZB-VSAM-COUNTER
           START VSAM-FILE KEY NOT < FZB-VSAM-KEY
               INVALID KEY
                  SET WS-RESTATE-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-RESTATE-EOF OR WS-RC-FILE-ERROR
               READ VSAM-FILE NEXT RECORD
                 AT END
                   SET WS-RESTATE-EOF TO TRUE
                 NOT AT END
                   IF FZB-VSAM-BUS-DATE NOT = WS-BUS-DATE
                      OR FZB-VSAM-RULE-SET NOT = WS-SET-ID (WS-SET-IDX)
                      SET WS-RESTATE-EOF TO TRUE
                   ELSE
                   IF FZB-VSAM-COUNTER < WS-START-COUNTER
                      OR FZB-VSAM-COUNTER > CNST-MAX
                      PERFORM 3550-REMOVE-ONE-STALE-ROW
                   END-IF
                   END-IF
               END-READ
           END-PERFORM

           IF WS-FZBVSAM-STATUS NOT = '00'
              AND WS-FZBVSAM-STATUS NOT = '10'
              AND WS-FZBVSAM-STATUS NOT = '23'
              AND NOT WS-RC-FILE-ERROR
              DISPLAY 'FZB0020E - ERROR SCANNING FZBVSAM, STATUS='
                      WS-FZBVSAM-STATUS ' DATE=' WS-BUS-DATE
              SET WS-RC-FILE-ERROR TO TRUE
           END-IF.

       3550-REMOVE-ONE-STALE-ROW SECTION.
           MOVE FZB-VSAM-COUNTER TO WS-RESTATE-COUNTER
           MOVE FZB-VSAM-LABEL   TO WS-RESTATE-OLD-LABEL
           MOVE SPACES           TO WS-RESTATE-NEW-LABEL
           PERFORM 3160-WRITE-CORRECTION
           IF NOT WS-RC-FILE-ERROR
              DELETE VSAM-FILE
              IF WS-FZBVSAM-STATUS = '00'
                 ADD 1 TO WS-RESTATE-REMOVED-COUNT
              ELSE
                 DISPLAY 'FZB0020E - ERROR DELETING FZBVSAM, STATUS='
                         WS-FZBVSAM-STATUS
                         ' COUNTER=' WS-RESTATE-COUNTER
                 SET WS-RC-FILE-ERROR TO TRUE
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3200-CHECKPOINT-IF-DUE - every WS-CKPT-INTERVAL counters, and
      * on the final counter, record WS-COUNTER as the restart point.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3700-LOAD-LOOKUP-DATE - the date's VSAM lookup rows, written
      * before its counter loop: every rule set's labels for
      * WS-START-COUNTER..MAXV, the sets taken in ascending set ID
      * (3710) so the rows go out in key order.  With no key at or
      * beyond this date on the master the date is new and last, and
      * its rows are appended through LOOKUP-LOAD-FILE opened EXTEND
      * (3740) - a sequential load instead of one keyed insert per
      * counter.  Otherwise (a rerun, a restart resumed past its
      * last checkpoint, or a date loaded out of order) each row is
      * written by key (3760) and REWRITten if already there, so the
      * load stays idempotent.  A first-ever load (file open OUTPUT)
      * writes through VSAM-FILE, where a duplicate is an error.
      *----------------------------------------------------------------
       3700-LOAD-LOOKUP-DATE SECTION.
           MOVE 'N' TO WS-LOAD-APPEND-SW
           IF NOT WS-VSAM-LOAD-MODE
              MOVE LOW-VALUES  TO FZB-VSAM-KEY
              MOVE WS-BUS-DATE TO FZB-VSAM-BUS-DATE
              START VSAM-FILE KEY NOT < FZB-VSAM-KEY
                  INVALID KEY
                     SET WS-LOAD-APPEND TO TRUE
              END-START
              IF WS-FZBVSAM-STATUS NOT = '00'
                 AND WS-FZBVSAM-STATUS NOT = '23'
                 DISPLAY 'FZB0020E - ERROR POSITIONING FZBVSAM, STATUS='
                         WS-FZBVSAM-STATUS ' DATE=' WS-BUS-DATE
                 SET WS-RC-FILE-ERROR TO TRUE
                 GO TO 3700-EXIT
              END-IF
           END-IF

           IF WS-LOAD-APPEND
              CLOSE VSAM-FILE
              OPEN EXTEND LOOKUP-LOAD-FILE
              IF WS-FZBVSAM-STATUS NOT = '00'
                 DISPLAY 'FZB0020E - ERROR OPENING FZBVSAM EXTEND, '
                         'STATUS=' WS-FZBVSAM-STATUS
                 SET WS-RC-FILE-ERROR TO TRUE
                 PERFORM 3790-REOPEN-LOOKUP
                 GO TO 3700-EXIT
              END-IF
           END-IF

           MOVE SPACES TO WS-LOAD-PREV-SET
           PERFORM VARYING WS-LOAD-ROUND FROM 1 BY 1
                     UNTIL WS-LOAD-ROUND > WS-SET-COUNT
                        OR WS-RC-FILE-ERROR
               PERFORM 3710-NEXT-LOAD-SET
               MOVE WS-LOAD-SET-NUM TO WS-SET-IDX
               PERFORM 3720-LOAD-ONE-SET
               MOVE WS-SET-ID (WS-SET-IDX) TO WS-LOAD-PREV-SET
           END-PERFORM

           IF WS-LOAD-APPEND
              CLOSE LOOKUP-LOAD-FILE
              IF WS-FZBVSAM-STATUS NOT = '00'
                 AND NOT WS-RC-FILE-ERROR
                 DISPLAY 'FZB0020E - ERROR CLOSING FZBVSAM LOAD, '
                         'STATUS='
                         WS-FZBVSAM-STATUS
                 SET WS-RC-FILE-ERROR TO TRUE
              END-IF
              PERFORM 3790-REOPEN-LOOKUP
              IF NOT WS-RC-FILE-ERROR
                 DISPLAY 'FZB0000I - LOOKUP ROWS FOR ' WS-BUS-DATE
                         ' APPENDED IN KEY ORDER'
              END-IF
           END-IF.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3710-NEXT-LOAD-SET - WS-LOAD-SET-NUM: the rule set with the
      * lowest set ID above WS-LOAD-PREV-SET, the last one loaded.
      *----------------------------------------------------------------
       3710-NEXT-LOAD-SET SECTION.
           MOVE ZERO TO WS-LOAD-SET-NUM
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                     UNTIL WS-SET-IDX > WS-SET-COUNT
               IF WS-SET-ID (WS-SET-IDX) > WS-LOAD-PREV-SET
                  IF WS-LOAD-SET-NUM = ZERO
                     MOVE WS-SET-IDX TO WS-LOAD-SET-NUM
                  ELSE
                     IF WS-SET-ID (WS-SET-IDX) <
                        WS-SET-ID (WS-LOAD-SET-NUM)
                        MOVE WS-SET-IDX TO WS-LOAD-SET-NUM
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 3720-LOAD-ONE-SET - the lookup rows of rule set WS-SET-IDX,
      * labelled from its cycle (3020) starting at the remainder of
      * the first counter; the set's own cycle position, which the
      * counter loop steps on, is left where 2850 put it.
      *----------------------------------------------------------------
       3720-LOAD-ONE-SET SECTION.
           IF WS-SET-CYCLE-LEN (WS-SET-IDX) > ZERO
              COMPUTE WS-CYCLE-POS = FUNCTION MOD (WS-START-COUNTER,
                      WS-SET-CYCLE-LEN (WS-SET-IDX))
           END-IF

           PERFORM VARYING WS-COUNTER FROM WS-START-COUNTER BY 1
                     UNTIL WS-COUNTER > CNST-MAX OR WS-RC-FILE-ERROR
               PERFORM 3020-DERIVE-LABEL
               MOVE SPACES           TO FZB-VSAM-RECORD
               MOVE WS-BUS-DATE      TO FZB-VSAM-BUS-DATE
               MOVE WS-SET-ID (WS-SET-IDX) TO FZB-VSAM-RULE-SET
               MOVE WS-COUNTER       TO FZB-VSAM-COUNTER
               MOVE WS-LABEL         TO FZB-VSAM-LABEL
               IF WS-LOAD-APPEND
                  PERFORM 3740-APPEND-LOOKUP-ROW
               ELSE
                  PERFORM 3760-WRITE-LOOKUP-ROW
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 3740-APPEND-LOOKUP-ROW - sequential load: the row is added at
      * the end of the cluster.
      *----------------------------------------------------------------
       3740-APPEND-LOOKUP-ROW SECTION.
           WRITE FZB-LOAD-RECORD FROM FZB-VSAM-RECORD
           IF WS-FZBVSAM-STATUS NOT = '00'
              DISPLAY 'FZB0020E - ERROR LOADING FZBVSAM, STATUS='
                      WS-FZBVSAM-STATUS ' COUNTER=' WS-COUNTER
              SET WS-RC-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 3760-WRITE-LOOKUP-ROW - keyed load: a duplicate key means the
      * date was already loaded (a rerun) and the row is REWRITten -
      * except on a first-ever load (file open OUTPUT), where a
      * duplicate within one run is a genuine error.
      *----------------------------------------------------------------
       3760-WRITE-LOOKUP-ROW SECTION.
           WRITE FZB-VSAM-RECORD
               INVALID KEY
                  IF WS-VSAM-LOAD-MODE
                     DISPLAY 'FZB0022E - DUPLICATE KEY WRITING '
                             'FZBVSAM, COUNTER=' WS-COUNTER
                     SET WS-RC-FILE-ERROR TO TRUE
                  ELSE
                     REWRITE FZB-VSAM-RECORD
                         INVALID KEY
                            DISPLAY 'FZB0022E - ERROR REWRITING '
                                    'FZBVSAM, COUNTER=' WS-COUNTER
                            SET WS-RC-FILE-ERROR TO TRUE
                     END-REWRITE
                  END-IF
           END-WRITE
           IF WS-FZBVSAM-STATUS NOT = '00'
              AND WS-FZBVSAM-STATUS NOT = '22'
              DISPLAY 'FZB0020E - ERROR WRITING FZBVSAM, STATUS='
                      WS-FZBVSAM-STATUS ' COUNTER=' WS-COUNTER
              SET WS-RC-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 3790-REOPEN-LOOKUP - after a sequential load the master goes
      * back to keyed I-O for the rest of the run.
      *----------------------------------------------------------------
       3790-REOPEN-LOOKUP SECTION.
           OPEN I-O VSAM-FILE
           IF WS-FZBVSAM-STATUS NOT = '00'
              DISPLAY 'FZB0020E - ERROR REOPENING FZBVSAM, STATUS='
                      WS-FZBVSAM-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 4000-CLOSE-FILES
      *----------------------------------------------------------------
              SET WS-RC-FILE-ERROR TO TRUE
           END-IF

           IF WS-RESTATE-MODE
              CLOSE CORRECTION-FILE
              IF WS-FZBCORR-STATUS NOT = '00'
                 DISPLAY 'FZB0020E - ERROR CLOSING FZBCORR, STATUS='
                         WS-FZBCORR-STATUS
                 SET WS-RC-FILE-ERROR TO TRUE
              END-IF
           ELSE
              CLOSE CHECKPOINT-FILE
              IF WS-FZBCKPT-STATUS NOT = '00'
                 DISPLAY 'FZB0020E - ERROR CLOSING FZBCKPT, STATUS='
                         WS-FZBCKPT-STATUS
                 SET WS-RC-FILE-ERROR TO TRUE
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 4400-LOAD-LEGAL-HOLDS - read the legal-hold dataset into
      * WS-HOLD-TABLE.  A missing dataset means no holds; a record
      * that is not a HOLD card with numeric dates (THRU blank or
      * not before FROM) sets WS-HOLD-ERROR and the purge is skipped.
      *----------------------------------------------------------------
       4400-LOAD-LEGAL-HOLDS SECTION.
           MOVE ZERO TO WS-HOLD-COUNT
           OPEN INPUT HOLD-FILE
           IF WS-FZBHOLD-STATUS NOT = '00'
              GO TO 4400-EXIT
           END-IF

           PERFORM UNTIL WS-FZBHOLD-STATUS = '10' OR WS-HOLD-ERROR
              READ HOLD-FILE
                AT END
                  MOVE '10' TO WS-FZBHOLD-STATUS
                NOT AT END
                  IF FZB-HOLD-THRU-DATE = SPACES
                     MOVE FZB-HOLD-FROM-DATE TO FZB-HOLD-THRU-DATE
                  END-IF
                  EVALUATE TRUE
                      WHEN NOT FZB-HOLD-IS-HOLD
                      WHEN FZB-HOLD-FROM-DATE IS NOT NUMERIC
                      WHEN FZB-HOLD-THRU-DATE IS NOT NUMERIC
                      WHEN FZB-HOLD-THRU-DATE < FZB-HOLD-FROM-DATE
                           SET WS-HOLD-ERROR TO TRUE
                           DISPLAY 'FZB0012W - MALFORMED FZBHOLD '
                                   'RECORD: ' FZB-HOLD-RECORD (1:40)
                      WHEN WS-HOLD-COUNT >= 200
                           SET WS-HOLD-ERROR TO TRUE
                           DISPLAY 'FZB0012W - LEGAL HOLD TABLE FULL'
                      WHEN OTHER
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE FZB-HOLD-FROM-DATE
                             TO WS-HOLD-FROM (WS-HOLD-COUNT)
                           MOVE FZB-HOLD-THRU-DATE
                             TO WS-HOLD-THRU (WS-HOLD-COUNT)
                  END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE HOLD-FILE.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4450-CHECK-LEGAL-HOLD - is WS-VACT-DATE under legal hold?
      *----------------------------------------------------------------
       4450-CHECK-LEGAL-HOLD SECTION.
           MOVE 'N' TO WS-DATE-HELD-SW
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                     UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                        OR WS-DATE-HELD
               IF WS-VACT-DATE >= WS-HOLD-FROM (WS-HOLD-IDX)
                  AND WS-VACT-DATE <= WS-HOLD-THRU (WS-HOLD-IDX)
                  SET WS-DATE-HELD TO TRUE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 4500-PURGE-EXPIRED-LOOKUP - enforce the RETN rolling window on
      * the cumulative lookup master: every key whose business date
      * falls before the cutoff (the run's last business date minus
      * FZB-RETAIN-DAYS) is moved to the yearly archive - written
      * there first, then deleted from the master - unless its date
      * is under legal hold.  Positioned with START at the low key
      * and read forward; the file is keyed date-first, so the scan
      * stops at the first surviving date.
      *----------------------------------------------------------------
       4500-PURGE-EXPIRED-LOOKUP SECTION.
           IF WS-VSAM-LOAD-MODE
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
           MOVE WS-BUS-DATE-NUM TO WS-PURGE-CUTOFF

           PERFORM 4400-LOAD-LEGAL-HOLDS
           IF WS-HOLD-ERROR
              DISPLAY 'FZB0012W - LOOKUP PURGE SKIPPED, ROWS BEFORE '
                      WS-PURGE-CUTOFF ' KEPT'
              GO TO 4500-EXIT
           END-IF

      *--  A partition job's lookup slice is a working copy of rows
      *    FZBMERGE loads into the combined master, whose own purge
      *    archives them: the slice is only trimmed, so no row is
      *    archived or counted twice.
           IF NOT WS-PARTITION-RUN
              OPEN EXTEND ARCHIVE-CONTROL-FILE
              IF WS-FZBVACT-STATUS = '35'
                 OPEN OUTPUT ARCHIVE-CONTROL-FILE
              END-IF
              IF WS-FZBVACT-STATUS NOT = '00'
                 DISPLAY 'FZB0020W - FZBVACT NOT AVAILABLE, STATUS='
                         WS-FZBVACT-STATUS ' - LOOKUP PURGE SKIPPED, '
                         'ROWS BEFORE ' WS-PURGE-CUTOFF ' KEPT'
                 GO TO 4500-EXIT
              END-IF
           END-IF

           MOVE SPACES TO WS-VACT-DATE
           MOVE SPACES TO WS-VACT-SET
           MOVE LOW-VALUES TO FZB-VSAM-KEY
           START VSAM-FILE KEY > FZB-VSAM-KEY
               INVALID KEY
                   SET WS-PURGE-EOF TO TRUE
                 NOT AT END
                   IF FZB-VSAM-BUS-DATE < WS-PURGE-CUTOFF
                      PERFORM 4600-ARCHIVE-ONE-ROW
                   ELSE
                      SET WS-PURGE-EOF TO TRUE
                   END-IF
               END-READ
           END-PERFORM

           PERFORM 4700-WRITE-ARCHIVE-CONTROL
           PERFORM 4800-CLOSE-ARCHIVE
           IF NOT WS-PARTITION-RUN
              CLOSE ARCHIVE-CONTROL-FILE
              IF WS-FZBVACT-STATUS NOT = '00'
                 DISPLAY 'FZB0020E - ERROR CLOSING FZBVACT, STATUS='
                         WS-FZBVACT-STATUS
                 SET WS-RC-FILE-ERROR TO TRUE
              END-IF
           END-IF

           IF WS-PURGED-COUNT > ZERO AND WS-PARTITION-RUN
              DISPLAY '  LOOKUP SLICE ROWS PURGED BEFORE '
                      WS-PURGE-CUTOFF ' : ' WS-PURGED-COUNT
           END-IF
           IF WS-PURGED-COUNT > ZERO AND NOT WS-PARTITION-RUN
              DISPLAY '  LOOKUP ROWS ARCHIVED BEFORE ' WS-PURGE-CUTOFF
                      ' : ' WS-PURGED-COUNT ' (' WS-ARCHIVED-DATE-COUNT
                      ' DATES)'
           END-IF
           IF WS-HELD-DATE-COUNT > ZERO
              DISPLAY '  LOOKUP DATES KEPT UNDER LEGAL HOLD : '
                      WS-HELD-DATE-COUNT
           END-IF.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4600-ARCHIVE-ONE-ROW - move the expired row just read to the
      * archive.  On the first row of a new date or rule set the
      * previous one's control record is written; a new date is also
      * checked for a legal hold (a held date is stepped over whole,
      * every rule set of it, by repositioning past its last possible
      * key) and for a change of archive year.
      * The row is deleted from the master only once the archive
      * holds it (a partition slice is trimmed without archiving);
      * a row already archived by an earlier purge that failed
      * before its delete is rewritten, not duplicated.
      *----------------------------------------------------------------
       4600-ARCHIVE-ONE-ROW SECTION.
           IF FZB-VSAM-BUS-DATE NOT = WS-VACT-DATE
              OR FZB-VSAM-RULE-SET NOT = WS-VACT-SET
              PERFORM 4700-WRITE-ARCHIVE-CONTROL
              MOVE FZB-VSAM-RULE-SET TO WS-VACT-SET
           END-IF

           IF FZB-VSAM-BUS-DATE NOT = WS-VACT-DATE
              MOVE FZB-VSAM-BUS-DATE TO WS-VACT-DATE
              PERFORM 4450-CHECK-LEGAL-HOLD
              IF WS-DATE-HELD
                 ADD 1 TO WS-HELD-DATE-COUNT
                 DISPLAY '  LOOKUP DATE UNDER LEGAL HOLD, NOT PURGED: '
                         WS-VACT-DATE
                 MOVE HIGH-VALUES TO FZB-VSAM-RULE-SET
                 MOVE 9999999 TO FZB-VSAM-COUNTER
                 START VSAM-FILE KEY > FZB-VSAM-KEY
                     INVALID KEY
                        SET WS-PURGE-EOF TO TRUE
                 END-START
                 GO TO 4600-EXIT
              END-IF
              IF WS-VACT-DATE (1:4) NOT = WS-VARC-YEAR
                 AND NOT WS-PARTITION-RUN
                 PERFORM 4650-SWITCH-ARCHIVE-YEAR
                 IF WS-ARCHIVE-UNAVAILABLE OR WS-RC-FILE-ERROR
                    SET WS-PURGE-EOF TO TRUE
                    GO TO 4600-EXIT
                 END-IF
              END-IF
           END-IF

           IF NOT WS-PARTITION-RUN
              WRITE FZB-VARC-RECORD FROM FZB-VSAM-RECORD
              IF WS-FZBVARC-STATUS = '22'
                 REWRITE FZB-VARC-RECORD FROM FZB-VSAM-RECORD
              END-IF
              IF WS-FZBVARC-STATUS NOT = '00'
                 DISPLAY 'FZB0020E - ERROR WRITING ' WS-VARC-DD
                         ', STATUS=' WS-FZBVARC-STATUS
                 SET WS-RC-FILE-ERROR TO TRUE
                 GO TO 4600-EXIT
              END-IF
           END-IF

           DELETE VSAM-FILE
           IF WS-FZBVSAM-STATUS = '00'
              ADD 1 TO WS-PURGED-COUNT
              ADD 1 TO WS-VACT-ROWS
              ADD FZB-VSAM-COUNTER TO WS-VACT-HASH
           ELSE
              DISPLAY 'FZB0020E - ERROR PURGING FZBVSAM, '
                      'STATUS=' WS-FZBVSAM-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
           END-IF.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4650-SWITCH-ARCHIVE-YEAR - close the archive of the previous
      * year, if any, and open the one for WS-VACT-DATE's year.  A
      * cluster defined but never loaded opens OUTPUT; one that
      * cannot be opened at all (DD not coded for the year, cluster
      * not defined) sets WS-ARCHIVE-UNAVAILABLE and the purge stops
      * with the date's rows kept.
      *----------------------------------------------------------------
       4650-SWITCH-ARCHIVE-YEAR SECTION.
           PERFORM 4800-CLOSE-ARCHIVE
           IF WS-RC-FILE-ERROR
              GO TO 4650-EXIT
           END-IF

           MOVE WS-VACT-DATE (1:4) TO WS-VARC-YEAR
           MOVE SPACES TO WS-VARC-DD
           STRING 'FZBV' WS-VARC-YEAR
                  DELIMITED BY SIZE INTO WS-VARC-DD
           OPEN I-O ARCHIVE-FILE
           IF WS-FZBVARC-STATUS = '35'
              OPEN OUTPUT ARCHIVE-FILE
           END-IF
           IF WS-FZBVARC-STATUS = '00'
              SET WS-VARC-OPEN TO TRUE
           ELSE
              SET WS-ARCHIVE-UNAVAILABLE TO TRUE
              DISPLAY 'FZB0020W - ARCHIVE ' WS-VARC-DD
                      ' NOT AVAILABLE, STATUS=' WS-FZBVARC-STATUS
                      ' - LOOKUP ROWS FROM ' WS-VACT-DATE ' KEPT'
           END-IF.
       4650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4700-WRITE-ARCHIVE-CONTROL - one FZBVACT record for the date
      * and rule set whose rows have just been moved (none for a held
      * date, a date whose rows were all kept, or a partition slice).
      * The dates count for the purge message counts each date once.
      *----------------------------------------------------------------
       4700-WRITE-ARCHIVE-CONTROL SECTION.
           IF WS-VACT-ROWS > ZERO AND NOT WS-PARTITION-RUN
              MOVE SPACES              TO FZB-VACT-RECORD
              MOVE WS-VACT-DATE        TO FZB-VACT-BUS-DATE
              MOVE WS-VACT-SET         TO FZB-VACT-RULE-SET
              MOVE WS-VACT-ROWS        TO FZB-VACT-ROW-COUNT
              MOVE WS-VACT-HASH        TO FZB-VACT-CTR-HASH
              MOVE WS-VARC-DD          TO FZB-VACT-ARCHIVE-DD
              MOVE FUNCTION CURRENT-DATE (1:8) TO FZB-VACT-PURGE-DATE
              MOVE FUNCTION CURRENT-DATE (9:6) TO FZB-VACT-PURGE-TIME
              MOVE 'FIZZBUZZ'          TO FZB-VACT-PROGRAM
              WRITE FZB-VACT-RECORD
              IF WS-FZBVACT-STATUS NOT = '00'
                 DISPLAY 'FZB0020E - ERROR WRITING FZBVACT, STATUS='
                         WS-FZBVACT-STATUS
                 SET WS-RC-FILE-ERROR TO TRUE
              END-IF
              IF WS-VACT-DATE NOT = WS-VACT-COUNTED-DATE
                 ADD 1 TO WS-ARCHIVED-DATE-COUNT
                 MOVE WS-VACT-DATE TO WS-VACT-COUNTED-DATE
              END-IF
           END-IF
           MOVE ZERO TO WS-VACT-ROWS
           MOVE ZERO TO WS-VACT-HASH.

      *----------------------------------------------------------------
      * 4800-CLOSE-ARCHIVE - close the yearly archive, if open.
      *----------------------------------------------------------------
       4800-CLOSE-ARCHIVE SECTION.
           IF WS-VARC-OPEN
              CLOSE ARCHIVE-FILE
              MOVE 'N' TO WS-VARC-OPEN-SW
              IF WS-FZBVARC-STATUS NOT = '00'
                 DISPLAY 'FZB0020E - ERROR CLOSING ' WS-VARC-DD
                         ', STATUS=' WS-FZBVARC-STATUS
                 SET WS-RC-FILE-ERROR TO TRUE
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 9800-WRITE-AUDIT-RECORD - append the audit records for this
      * run, whether it ran to completion or was rejected by
      * PARM/control-card validation: one per rule set, numbered
      * 01.. in control-card order with that set's control totals,
      * the first being the run record (FZB-AUD-RUN-RECORD).  With no
      * rule set loaded (a control dataset of no RULE cards) a
      * single run record with blank set and zero totals is written.
      *----------------------------------------------------------------
       9800-WRITE-AUDIT-RECORD SECTION.
           OPEN EXTEND AUDIT-FILE
              OPEN OUTPUT AUDIT-FILE
           END-IF

           IF WS-SET-COUNT = ZERO
              MOVE ZERO TO WS-SET-IDX
              PERFORM 9850-WRITE-ONE-AUDIT-RECORD
           ELSE
              PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                        UNTIL WS-SET-IDX > WS-SET-COUNT
                  PERFORM 9850-WRITE-ONE-AUDIT-RECORD
              END-PERFORM
           END-IF

           CLOSE AUDIT-FILE.

      *----------------------------------------------------------------
      * 9850-WRITE-ONE-AUDIT-RECORD - the audit record of rule set
      * WS-SET-IDX (zero: none loaded).
      *----------------------------------------------------------------
       9850-WRITE-ONE-AUDIT-RECORD SECTION.
           MOVE SPACES              TO FZB-AUDIT-RECORD
           MOVE WS-BUS-DATE         TO FZB-AUD-RUN-DATE
           MOVE WS-HH               TO FZB-AUD-HH
           MOVE WS-MM               TO FZB-AUD-MM
           MOVE WS-SS               TO FZB-AUD-SS
           MOVE WS-START-COUNTER    TO FZB-AUD-START-CTR
           MOVE CNST-MAX            TO FZB-AUD-MAX-VALUE
           IF WS-SET-IDX = ZERO
              MOVE ZERO             TO FZB-AUD-FIZZ-COUNT
              MOVE ZERO             TO FZB-AUD-BUZZ-COUNT
              MOVE ZERO             TO FZB-AUD-FIZZBUZZ-COUNT
              MOVE ZERO             TO FZB-AUD-OTHER-COUNT
              MOVE ZERO             TO FZB-AUD-PLAIN-COUNT
              MOVE ZERO             TO FZB-AUD-TOTAL-COUNT
              MOVE '01'             TO FZB-AUD-SET-SEQ
           ELSE
              MOVE WS-SET-FIZZ-COUNT (WS-SET-IDX)
                                    TO FZB-AUD-FIZZ-COUNT
              MOVE WS-SET-BUZZ-COUNT (WS-SET-IDX)
                                    TO FZB-AUD-BUZZ-COUNT
              MOVE WS-SET-FIZZBUZZ-COUNT (WS-SET-IDX)
                                    TO FZB-AUD-FIZZBUZZ-COUNT
              MOVE WS-SET-OTHER-COUNT (WS-SET-IDX)
                                    TO FZB-AUD-OTHER-COUNT
              MOVE WS-SET-PLAIN-COUNT (WS-SET-IDX)
                                    TO FZB-AUD-PLAIN-COUNT
              MOVE WS-SET-TOTAL-COUNT (WS-SET-IDX)
                                    TO FZB-AUD-TOTAL-COUNT
              MOVE WS-SET-ID (WS-SET-IDX) TO FZB-AUD-RULE-SET
              MOVE WS-SET-IDX       TO FZB-AUD-SET-SEQ
           END-IF
           MOVE WS-RETURN-CODE      TO FZB-AUD-RETURN-CODE
           MOVE FUNCTION CURRENT-DATE (9:6) TO FZB-AUD-END-TIME

           WRITE FZB-AUDIT-RECORD.

      *----------------------------------------------------------------
      * 9900-ABORT-RUN - PARM/control-card validation failed before any
