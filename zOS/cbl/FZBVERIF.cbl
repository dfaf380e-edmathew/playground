      *      record.
      *
      *  The certification result is also written to the keyed
      *  certification register (DD FZBCERT, copybook FZBCERT): one row
      *  per business date and rule set found in the generation,
      *  carrying its record count, per-check error counts and a
      *  certified yes/no flag, so each business unit's output is
      *  certified on its own.  FZBEXTR refuses to extract a business
      *  date and set with no clean row on the register, so the
      *  "certified before pickup" rule is enforced by the data even
      *  when a scheduler dependency is miscoded.  A date is certified
      *  only when all three of its error counts are zero, it holds at
      *  least one record and no file error occurred anywhere in the
      *  run.
      *
      *  Each date and set is then checked for reasonableness: a
      *  generation can be arithmetically right and still implausible
      *  (a mistyped divisor, a range cut short by a bad MAXV).  Its
      *  label classes - Fizz, Buzz, FizzBuzz, other rule, plain, as
      *  FIZZBUZZ's audit counts them - and its record total are
      *  compared with the trailing business dates of the run audit
      *  (DD FZBAUDT, copybook FZBAUDT - runs of the same set dated
      *  before it, leaving out any date and set with a failed run)
      *  within the tolerances on the tolerance
      *  cards (DD FZBTOL, copybook FZBTOL).  The verdict - passed,
      *  failed or not checked - goes on the register row; it does
      *  not change the RETURN-CODE, because FZBEXTR is the step that
      *  refuses a failed date (unless an operator override card
      *  releases it).  Without FZBTOL nothing is checked.
      *
      *  RETURN-CODEs, so the scheduler can hold downstream jobs on
      *  any non-zero certification result:
      *    16 - one or more counter sequence gaps/duplicates
      *    20 - one or more QSAM/VSAM disagreements
      *    24 - file error reading FZBOUT/FZBVSAM or writing FZBCERT
      *         or the processing-state register FZBSTRG
      *    36 - a date of the generation is out of sequence on the
      *         processing-state register (not yet complete, or
      *         split and not merged); nothing is registered
      *  When more than one class of error is present the highest
      *  RETURN-CODE wins (36 ranks below 24 only); the banner
      *  carries the full breakdown.
      *  After RC 24 from a register write failure the register may
      *  hold rows already flagged certified - do not release the
      *  extract until a clean rerun has rewritten the register.
      *                                can enforce "certified before
      *                                pickup" from the data instead
      *                                of JCL condition codes.
      * 2026/10/15  Edgar Mateus       Processing-state register
      *                                (FZBSTRG): refuse, RC 36, a
      *                                generation holding a date not
      *                                yet complete (merged, if split);
      *                                mark certified dates, and send
      *                                a certified date that now fails
      *                                back to complete.
      * 2026/10/15  Edgar Mateus       Rule sets: each record's label
      *                                is re-derived from its own rule
      *                                set's rules, the sequence check
      *                                and the FZBVSAM cross-check run
      *                                per set, and the register gets
      *                                one row per date and set; the
      *                                date moves to certified on
      *                                FZBSTRG only when all its sets
      *                                are.
      * 2026/10/15  Edgar Mateus       Reasonableness check of each
      *                                date and set against the
      *                                trailing FZBAUDT history within
      *                                the FZBTOL tolerances; verdict
      *                                recorded on the FZBCERT row.
      *----------------------------------------------------------------

      **************************
                     RECORD KEY IS FZB-CERT-KEY
                     FILE STATUS IS WS-FZBCERT-STATUS.

      *--  Business-date processing-state register (copybook
      *    FZBSTRG) - checked before certifying, advanced after.
              SELECT STATE-FILE ASSIGN TO FZBSTRG
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS FZB-STRG-KEY
                     FILE STATUS IS WS-FZBSTRG-STATUS.

      *--  Reasonableness tolerance cards (copybook FZBTOL) and the
      *    run audit history they are measured against - both
      *    optional.
              SELECT TOLERANCE-FILE ASSIGN TO FZBTOL
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBTOL-STATUS.

              SELECT AUDIT-FILE ASSIGN TO FZBAUDT
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBAUDT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FD  CERT-FILE.
       COPY FZBCERT.

       FD  STATE-FILE.
       COPY FZBSTRG.

       FD  TOLERANCE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBTOL.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBAUDT.

         WORKING-STORAGE SECTION.
       01  WS-FZBCTL-STATUS              PIC XX VALUE SPACES.
       01  WS-FZBOUT-STATUS              PIC XX VALUE SPACES.
       01  WS-FZBVSAM-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBCERT-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBSTRG-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBTOL-STATUS              PIC XX VALUE SPACES.
       01  WS-FZBAUDT-STATUS             PIC XX VALUE SPACES.
       01  WS-STATE-REFUSED-SW           PIC X VALUE 'N'.
           88  WS-STATE-REFUSED          VALUE 'Y'.

      *--  Divisor/label rule table, loaded from FZBCTL exactly as
      *    FIZZBUZZ's 1000-LOAD-CONTROL-CARDS loads it, so the labels
      *    re-derived here are an independent computation over the
      *    same inputs rather than a copy of the run's own logic
      *    output.  Every rule carries its rule set, blank read as
      *    BASE.
       01  WS-RULE-COUNT                 PIC 99 VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 60 TIMES
                             INDEXED BY WS-RULE-IDX.
               10  WS-RULE-SET           PIC X(4).
               10  WS-RULE-DIVISOR       PIC 9(3).
               10  WS-RULE-LABEL         PIC X(10).
               10  WS-RULE-EFF-DATE      PIC X(8).
       01  WS-RULE-AUX                   PIC 9(3).
       01  WS-MATCH-COUNT                PIC 99   VALUE ZERO.
       01  WS-DERIVED-LABEL              PIC X(20) VALUE SPACES.
      *--  Rule set of the FZBOUT record in hand, blank read as BASE.
       01  WS-OUT-SET                    PIC X(4)  VALUE SPACES.
      *--  Label class of the record in hand, for the reasonableness
      *    check: by divisor, as FIZZBUZZ's audit totals count it -
      *    1 Fizz (divisor 3), 2 Buzz (5), 3 FizzBuzz (both), 4 other
      *    rule, 5 plain number.
       01  WS-FIZZ-MATCHED-SW            PIC X VALUE 'N'.
           88  WS-FIZZ-MATCHED           VALUE 'Y'.
       01  WS-BUZZ-MATCHED-SW            PIC X VALUE 'N'.
           88  WS-BUZZ-MATCHED           VALUE 'Y'.
       01  WS-CLASS-IDX                  PIC 9 VALUE ZERO.

       01  WS-OUT-EOF-SW                 PIC X VALUE 'N'.
           88  WS-OUT-EOF                VALUE 'Y'.

      *--  Certification tallies for the END BATCH banner.
       01  WS-RECORDS-READ               PIC 9(7) VALUE ZERO.
       01  WS-SEQUENCE-ERRORS            PIC 9(7) VALUE ZERO.
       01  WS-LOOKUP-MISMATCHES          PIC 9(7) VALUE ZERO.

      *--  Per-business-date, per-rule-set tallies feeding the
      *    certification register - a catch-up generation carries
      *    several dates, a run with several rule sets several sets
      *    per date, and each gets its own register row.  An entry
      *    beyond the table is warned about and left untallied; it
      *    then has no register row, so FZBEXTR refuses it
      *    (fail-safe).  WS-CERT-PREV-COUNTER drives the sequence
      *    check, which runs within each date and set: the sets of a
      *    counter are interleaved on the generation.
       01  WS-CHECK-DATE                 PIC X(8) VALUE SPACES.
       01  WS-CHECK-TIME                 PIC X(6) VALUE SPACES.
       01  WS-CERT-DATE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-CERT-DATE-TABLE.
           05  WS-CERT-ENTRY OCCURS 200 TIMES.
               10  WS-CERT-DATE          PIC X(8).
               10  WS-CERT-SET           PIC X(4).
               10  WS-CERT-PREV-COUNTER  PIC 9(7).
               10  WS-CERT-RECORDS       PIC 9(7).
               10  WS-CERT-LABEL-ERRS    PIC 9(7).
               10  WS-CERT-SEQ-ERRS      PIC 9(7).
               10  WS-CERT-LOOKUP-ERRS   PIC 9(7).
               10  WS-CERT-RESULT        PIC X.
               10  WS-CERT-CLASS-COUNT   PIC 9(7) OCCURS 5 TIMES.
               10  WS-CERT-REAS-FLAG     PIC X.
               10  WS-CERT-REAS-HIST     PIC 9(2).
               10  WS-CERT-REAS-ITEM     PIC X(8).
       01  WS-CERT-IDX                   PIC 9(3) VALUE ZERO.
       01  WS-CERT-FOUND-IDX             PIC 9(3) VALUE ZERO.
       01  WS-CERT-ROWS-WRITTEN          PIC 9(3) VALUE ZERO.
      *--  A date's verdict on the processing-state register is that
      *    of all its rule sets together (see 7600).
       01  WS-CERT-SCAN-IDX              PIC 9(3) VALUE ZERO.
       01  WS-DATE-RESULT                PIC X    VALUE 'N'.
       01  WS-DATE-SEEN-SW               PIC X    VALUE 'N'.
           88  WS-DATE-SEEN              VALUE 'Y'.

      *--  Reasonableness check.  The tolerance cards, each item
      *    numbered as WS-TOL-ITEM-NAME lists it (label classes 1-5,
      *    then the record total).
       01  WS-TOL-ITEM-NAMES.
           05  FILLER                    PIC X(8) VALUE 'FIZZ'.
           05  FILLER                    PIC X(8) VALUE 'BUZZ'.
           05  FILLER                    PIC X(8) VALUE 'FIZZBUZZ'.
           05  FILLER                    PIC X(8) VALUE 'OTHER'.
           05  FILLER                    PIC X(8) VALUE 'PLAIN'.
           05  FILLER                    PIC X(8) VALUE 'TOTAL'.
       01  WS-TOL-ITEM-TABLE REDEFINES WS-TOL-ITEM-NAMES.
           05  WS-TOL-ITEM-NAME          PIC X(8) OCCURS 6 TIMES.
       01  WS-ITEM-IDX                   PIC 9 VALUE ZERO.
       01  WS-TOL-COUNT                  PIC 99 VALUE ZERO.
       01  WS-TOL-TABLE.
           05  WS-TOL-ENTRY OCCURS 60 TIMES.
               10  WS-TOL-SET            PIC X(4).
               10  WS-TOL-ITEM-NUM       PIC 9.
               10  WS-TOL-MAX-DEV        PIC 9(3)V99.
       01  WS-TOL-IDX                    PIC 99 VALUE ZERO.
       01  WS-TOL-FOUND-IDX              PIC 99 VALUE ZERO.
       01  WS-TOL-EOF-SW                 PIC X VALUE 'N'.
           88  WS-TOL-EOF                VALUE 'Y'.
       01  WS-HIST-DATES                 PIC 99 VALUE 20.

      *--  FZBAUDT runs before the latest date checked, one entry per
      *    date, set and first counter: a rerun replaces its earlier
      *    record, the slices of a split date add up.  A date and set
      *    with any failed run is flagged and never used.  A full
      *    table gives up its oldest date.
       01  WS-AUD-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-AUD-TABLE.
           05  WS-AUD-ENTRY OCCURS 1000 TIMES.
               10  WS-AUD-DATE           PIC X(8).
               10  WS-AUD-SET            PIC X(4).
               10  WS-AUD-START          PIC 9(7).
               10  WS-AUD-CLASS-COUNT    PIC 9(7) OCCURS 5 TIMES.
               10  WS-AUD-TOTAL          PIC 9(7).
               10  WS-AUD-RC-SW          PIC X.
                   88  WS-AUD-RC-FAILED  VALUE 'Y'.
       01  WS-AUD-IDX                    PIC 9(4) VALUE ZERO.
       01  WS-AUD-FOUND-IDX              PIC 9(4) VALUE ZERO.
       01  WS-AUD-LIMIT-DATE             PIC X(8) VALUE SPACES.
       01  WS-AUD-REC-SET                PIC X(4) VALUE SPACES.
       01  WS-AUD-EOF-SW                 PIC X VALUE 'N'.
           88  WS-AUD-EOF                VALUE 'Y'.

      *--  History of the date and set in hand, and the deviations.
       01  WS-HIST-PICKED                PIC 99 VALUE ZERO.
       01  WS-HIST-BEFORE-DATE           PIC X(8) VALUE SPACES.
       01  WS-HIST-NEXT-DATE             PIC X(8) VALUE SPACES.
       01  WS-HIST-CLASS-SUMS.
           05  WS-HIST-CLASS-SUM         PIC 9(9) OCCURS 5 TIMES.
       01  WS-HIST-TOTAL-SUM             PIC 9(9) VALUE ZERO.
       01  WS-HIST-AVERAGE               PIC 9(7)V9(4) VALUE ZERO.
       01  WS-VALUE-TONIGHT              PIC 9(7)V9(4) VALUE ZERO.
       01  WS-VALUE-HISTORY              PIC 9(7)V9(4) VALUE ZERO.
       01  WS-DEVIATION                  PIC 9(7)V9(4) VALUE ZERO.
       01  WS-REAS-FAILED-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-DISP-TONIGHT               PIC Z,ZZZ,ZZ9.99.
       01  WS-DISP-HISTORY               PIC Z,ZZZ,ZZ9.99.
       01  WS-DISP-DEVIATION             PIC Z,ZZZ,ZZ9.99.
       01  WS-DISP-MAX-DEV               PIC ZZ9.99.

       01  WS-DISP-READ                  PIC Z,ZZZ,ZZ9.
       01  WS-DISP-LABEL-ERR             PIC Z,ZZZ,ZZ9.
           88  WS-RC-SEQUENCE-ERROR      VALUE 16.
           88  WS-RC-LOOKUP-MISMATCH     VALUE 20.
           88  WS-RC-FILE-ERROR          VALUE 24.
           88  WS-RC-OUT-OF-SEQUENCE     VALUE 36.

      **********************************************
       PROCEDURE DIVISION.
              PERFORM 4000-CLOSE-FILES
           END-IF

           IF WS-CERT-DATE-COUNT > ZERO AND NOT WS-FILE-ERROR
              PERFORM 5000-CHECK-STATE-REGISTER
           END-IF

           IF NOT WS-STATE-REFUSED AND NOT WS-FILE-ERROR
              AND WS-CERT-DATE-COUNT > ZERO
              PERFORM 6000-CHECK-REASONABLENESS
           END-IF

           IF NOT WS-STATE-REFUSED
              PERFORM 7000-WRITE-CERT-REGISTER
              IF WS-CERT-DATE-COUNT > ZERO
                 PERFORM 7500-ADVANCE-STATE-REGISTER
              END-IF
           END-IF

           PERFORM 8000-SET-RETURN-CODE

           DISPLAY '|  Sequence errors.......: ' WS-DISP-SEQ-ERR
           DISPLAY '|  Lookup mismatches.....: ' WS-DISP-LOOKUP-ERR
           DISPLAY '|  Register rows written.: ' WS-CERT-ROWS-WRITTEN
           DISPLAY '|  Reasonableness failed.: ' WS-REAS-FAILED-COUNT
           IF WS-RC-CERTIFIED
              DISPLAY '|  GENERATION CERTIFIED CLEAN                  |'
           ELSE
              DISPLAY '|  CERTIFICATION FAILED - HOLD DOWNSTREAM      |'
           END-IF
           IF WS-REAS-FAILED-COUNT > ZERO
              DISPLAY '|  REASONABLENESS FAILED - NO EXTRACT WITHOUT  |'
              DISPLAY '|  AN FZBOVRD OVERRIDE CARD                    |'
           END-IF
           DISPLAY '+----------------------------------------------+'

           MOVE WS-RETURN-CODE TO RETURN-CODE.
      *----------------------------------------------------------------
      * 1000-LOAD-CONTROL-CARDS - load the RULE records from the same
      * FZBCTL dataset the run used.  The same defaults FIZZBUZZ
      * applies (3=Fizz, 5=Buzz, rule set BASE) are applied when the
      * dataset is missing or holds no RULE records, so a run that
      * executed on defaults is certified against those same defaults.
      *----------------------------------------------------------------
       1000-LOAD-CONTROL-CARDS SECTION.
           MOVE SPACES TO WS-RULE-TABLE
           MOVE 'BASE' TO WS-RULE-SET (1)
           MOVE 'BASE' TO WS-RULE-SET (2)
           MOVE 3      TO WS-RULE-DIVISOR (1)
           MOVE 'Fizz' TO WS-RULE-LABEL (1)
           MOVE 5      TO WS-RULE-DIVISOR (2)
              IF FZB-DIVISOR IS NUMERIC
                 AND FZB-DIVISOR NOT = '000'
                 AND FZB-LABEL NOT = SPACES
                 AND WS-RULE-COUNT < 60
                 ADD 1 TO WS-RULE-COUNT
                 MOVE FZB-RULE-SET TO WS-RULE-SET (WS-RULE-COUNT)
                 IF FZB-RULE-SET = SPACES
                    MOVE 'BASE' TO WS-RULE-SET (WS-RULE-COUNT)
                 END-IF
                 MOVE FZB-DIVISOR TO WS-RULE-DIVISOR (WS-RULE-COUNT)
                 MOVE FZB-LABEL   TO WS-RULE-LABEL (WS-RULE-COUNT)
                 MOVE FZB-EFF-DATE TO WS-RULE-EFF-DATE (WS-RULE-COUNT)
      *----------------------------------------------------------------
      * 3000-VERIFY-ONE-RECORD - one FZBOUT record: check the counter
      * sequence, re-derive the label, cross-check the KSDS row.  The
      * sequence check runs within each business date and rule set:
      * a catch-up generation (DATE=...,THRU=) carries one block per
      * date and each block legitimately begins again at the first
      * counter, and within a date the rule sets' records of a
      * counter are interleaved, so only consecutive records of the
      * SAME date and set must run counter+1.
      *----------------------------------------------------------------
       3000-VERIFY-ONE-RECORD SECTION.
           MOVE FZB-OUT-RULE-SET TO WS-OUT-SET
           IF WS-OUT-SET = SPACES
              MOVE 'BASE' TO WS-OUT-SET
           END-IF
           PERFORM 3500-TALLY-CERT-DATE

           IF WS-CERT-FOUND-IDX > ZERO
              IF WS-CERT-RECORDS (WS-CERT-FOUND-IDX) > 1
                 AND FZB-OUT-COUNTER NOT =
                     WS-CERT-PREV-COUNTER (WS-CERT-FOUND-IDX) + 1
                 ADD 1 TO WS-SEQUENCE-ERRORS
                 ADD 1 TO WS-CERT-SEQ-ERRS (WS-CERT-FOUND-IDX)
                 DISPLAY 'FZB4016E - COUNTER SEQUENCE BREAK, SET='
                         WS-OUT-SET ' PREV='
                         WS-CERT-PREV-COUNTER (WS-CERT-FOUND-IDX)
                         ' NEXT=' FZB-OUT-COUNTER
              END-IF
              MOVE FZB-OUT-COUNTER
                TO WS-CERT-PREV-COUNTER (WS-CERT-FOUND-IDX)
           END-IF

           PERFORM 3100-DERIVE-LABEL
           IF WS-CERT-FOUND-IDX > ZERO
              PERFORM 3600-TALLY-LABEL-CLASS
           END-IF
           IF WS-DERIVED-LABEL NOT = FZB-OUT-LABEL
              ADD 1 TO WS-LABEL-MISMATCHES
              IF WS-CERT-FOUND-IDX > ZERO
                 ADD 1 TO WS-CERT-LABEL-ERRS (WS-CERT-FOUND-IDX)
              END-IF
              DISPLAY 'FZB4014E - LABEL MISMATCH, SET=' WS-OUT-SET
                      ' COUNTER=' FZB-OUT-COUNTER ' FILE=' FZB-OUT-LABEL
                      ' DERIVED=' WS-DERIVED-LABEL
           END-IF

           PERFORM 3200-CROSS-CHECK-LOOKUP.

      *----------------------------------------------------------------
      * 3100-DERIVE-LABEL - apply every rule of the record's rule set
      * in WS-RULE-TABLE to FZB-OUT-COUNTER and build the composite
      * label, the same
      * derivation 3000-EVALUATE-COUNTER in FIZZBUZZ performs: rules
      * are applied in table order, labels are trimmed and joined
      * with one space, and a counter matching no rule at all gets
      * date falls inside them (both inclusive, blank open-ended),
      * mirroring the date-filtered load in FIZZBUZZ - so a
      * generation carrying several business dates is certified
      * against the rules active for each record's own date.  The
      * divisor-3 and divisor-5 matches are noted for the label class.
      *----------------------------------------------------------------
       3100-DERIVE-LABEL SECTION.
           MOVE SPACES TO WS-DERIVED-LABEL
           MOVE ZERO   TO WS-MATCH-COUNT
           MOVE 'N'    TO WS-FIZZ-MATCHED-SW
           MOVE 'N'    TO WS-BUZZ-MATCHED-SW

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL WS-RULE-IDX > WS-RULE-COUNT
               COMPUTE WS-RULE-AUX = FUNCTION MOD(FZB-OUT-COUNTER,
                       WS-RULE-DIVISOR (WS-RULE-IDX))
               IF WS-RULE-AUX = ZERO
                  AND WS-RULE-SET (WS-RULE-IDX) = WS-OUT-SET
                  AND (WS-RULE-EFF-DATE (WS-RULE-IDX) = SPACES
                       OR WS-RULE-EFF-DATE (WS-RULE-IDX)
                          <= FZB-OUT-BUS-DATE)
                       OR WS-RULE-EXP-DATE (WS-RULE-IDX)
                          >= FZB-OUT-BUS-DATE)
                  ADD 1 TO WS-MATCH-COUNT
                  IF WS-RULE-DIVISOR (WS-RULE-IDX) = 3
                     SET WS-FIZZ-MATCHED TO TRUE
                  END-IF
                  IF WS-RULE-DIVISOR (WS-RULE-IDX) = 5
                     SET WS-BUZZ-MATCHED TO TRUE
                  END-IF
                  IF WS-DERIVED-LABEL = SPACES
                     MOVE FUNCTION TRIM(WS-RULE-LABEL (WS-RULE-IDX))
                          TO WS-DERIVED-LABEL

      *----------------------------------------------------------------
      * 3200-CROSS-CHECK-LOOKUP - direct READ of the KSDS row for this
      * date, rule set and counter; a missing row or a row whose
      * label/business date disagrees with the FZBOUT record is a
      * lookup mismatch.
      *----------------------------------------------------------------
       3200-CROSS-CHECK-LOOKUP SECTION.
           MOVE FZB-OUT-BUS-DATE TO FZB-VSAM-BUS-DATE
           MOVE WS-OUT-SET       TO FZB-VSAM-RULE-SET
           MOVE FZB-OUT-COUNTER  TO FZB-VSAM-COUNTER
           READ VSAM-FILE
               INVALID KEY
                     ADD 1 TO WS-CERT-LOOKUP-ERRS (WS-CERT-FOUND-IDX)
                  END-IF
                  DISPLAY 'FZB4020E - NO FZBVSAM ROW FOR DATE='
                          FZB-OUT-BUS-DATE ' SET=' WS-OUT-SET
                          ' COUNTER='
                          FZB-OUT-COUNTER
               NOT INVALID KEY
                  IF FZB-VSAM-LABEL NOT = FZB-OUT-LABEL
                        ADD 1 TO
                            WS-CERT-LOOKUP-ERRS (WS-CERT-FOUND-IDX)
                     END-IF
                     DISPLAY 'FZB4020E - FZBVSAM DISAGREES, SET='
                             WS-OUT-SET ' COUNTER=' FZB-OUT-COUNTER
                             ' VSAM=' FZB-VSAM-LABEL
                             ' QSAM=' FZB-OUT-LABEL
                  END-IF
           END-READ
           END-IF.

      *----------------------------------------------------------------
      * 3500-TALLY-CERT-DATE - file FZB-OUT-BUS-DATE and WS-OUT-SET in
      * the per-date certification table, adding this record to its
      * count.  The generation arrives in date order with the sets of
      * a date in a fixed rotation, so the entry is nearly always one
      * of the last few; a full table leaves the date and set without
      * a register row, which FZBEXTR treats as not certified.
      *----------------------------------------------------------------
       3500-TALLY-CERT-DATE SECTION.
           IF WS-CERT-FOUND-IDX > ZERO
              AND WS-CERT-DATE (WS-CERT-FOUND-IDX) = FZB-OUT-BUS-DATE
              AND WS-CERT-SET (WS-CERT-FOUND-IDX) = WS-OUT-SET
              ADD 1 TO WS-CERT-RECORDS (WS-CERT-FOUND-IDX)
           ELSE
              MOVE ZERO TO WS-CERT-FOUND-IDX
                        UNTIL WS-CERT-IDX > WS-CERT-DATE-COUNT
                           OR WS-CERT-FOUND-IDX > ZERO
                  IF WS-CERT-DATE (WS-CERT-IDX) = FZB-OUT-BUS-DATE
                     AND WS-CERT-SET (WS-CERT-IDX) = WS-OUT-SET
                     MOVE WS-CERT-IDX TO WS-CERT-FOUND-IDX
                  END-IF
              END-PERFORM
                 IF WS-CERT-DATE-COUNT >= 200
                    DISPLAY 'FZB4028W - CERT DATE TABLE FULL, DATE '
                            'NOT REGISTERED: ' FZB-OUT-BUS-DATE
                            ' SET=' WS-OUT-SET
                 ELSE
                    ADD 1 TO WS-CERT-DATE-COUNT
                    MOVE WS-CERT-DATE-COUNT TO WS-CERT-FOUND-IDX
                    MOVE FZB-OUT-BUS-DATE
                      TO WS-CERT-DATE (WS-CERT-FOUND-IDX)
                    MOVE WS-OUT-SET TO WS-CERT-SET (WS-CERT-FOUND-IDX)
                    MOVE ZERO TO
                         WS-CERT-PREV-COUNTER (WS-CERT-FOUND-IDX)
                    MOVE ZERO TO WS-CERT-RECORDS (WS-CERT-FOUND-IDX)
                    MOVE ZERO TO WS-CERT-LABEL-ERRS (WS-CERT-FOUND-IDX)
                    MOVE ZERO TO WS-CERT-SEQ-ERRS (WS-CERT-FOUND-IDX)
                    MOVE ZERO TO
                         WS-CERT-LOOKUP-ERRS (WS-CERT-FOUND-IDX)
                    MOVE 'N'  TO WS-CERT-RESULT (WS-CERT-FOUND-IDX)
                    PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                              UNTIL WS-CLASS-IDX > 5
                        MOVE ZERO TO WS-CERT-CLASS-COUNT
                                     (WS-CERT-FOUND-IDX, WS-CLASS-IDX)
                    END-PERFORM
                    MOVE SPACES TO WS-CERT-REAS-FLAG (WS-CERT-FOUND-IDX)
                    MOVE ZERO   TO WS-CERT-REAS-HIST (WS-CERT-FOUND-IDX)
                    MOVE SPACES TO WS-CERT-REAS-ITEM (WS-CERT-FOUND-IDX)
                 END-IF
              END-IF
              IF WS-CERT-FOUND-IDX > ZERO
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3600-TALLY-LABEL-CLASS - the record's label class, counted for
      * its date and set.
      *----------------------------------------------------------------
       3600-TALLY-LABEL-CLASS SECTION.
           EVALUATE TRUE
               WHEN WS-MATCH-COUNT = ZERO
                    MOVE 5 TO WS-CLASS-IDX
               WHEN WS-FIZZ-MATCHED AND WS-BUZZ-MATCHED
                    MOVE 3 TO WS-CLASS-IDX
               WHEN WS-FIZZ-MATCHED
                    MOVE 1 TO WS-CLASS-IDX
               WHEN WS-BUZZ-MATCHED
                    MOVE 2 TO WS-CLASS-IDX
               WHEN OTHER
                    MOVE 4 TO WS-CLASS-IDX
           END-EVALUATE
           ADD 1 TO WS-CERT-CLASS-COUNT
                    (WS-CERT-FOUND-IDX, WS-CLASS-IDX).

      *----------------------------------------------------------------
      * 4000-CLOSE-FILES
      *----------------------------------------------------------------
              SET WS-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 5000-CHECK-STATE-REGISTER - every business date in the
      * generation must have reached the point where certifying it
      * is in sequence on the processing-state register (FZBSTRG):
      * a single-job date complete, a split date merged.  A date
      * still split, started (running, abended, quiesced or in
      * restatement) or not on the register at all is refused; any
      * refusal leaves the certification register untouched and the
      * step ends RETURN-CODE 36.  A date already certified or
      * further on may be verified again.
      *----------------------------------------------------------------
       5000-CHECK-STATE-REGISTER SECTION.
           OPEN INPUT STATE-FILE
           IF WS-FZBSTRG-STATUS = '35'
              DISPLAY 'FZB4036E - FZBSTRG IS EMPTY - NO DATE OF THE '
                      'GENERATION IS READY FOR CERTIFICATION'
              SET WS-STATE-REFUSED TO TRUE
              GO TO 5000-EXIT
           END-IF
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZB4024E - ERROR OPENING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS
              SET WS-FILE-ERROR TO TRUE
              GO TO 5000-EXIT
           END-IF

           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                     UNTIL WS-CERT-IDX > WS-CERT-DATE-COUNT
                        OR WS-FILE-ERROR
               PERFORM 5100-CHECK-ONE-DATE
           END-PERFORM

           CLOSE STATE-FILE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-CHECK-ONE-DATE - the date row for WS-CERT-DATE
      * (WS-CERT-IDX), once per date: the other rule sets of a date
      * follow its first entry.
      *----------------------------------------------------------------
       5100-CHECK-ONE-DATE SECTION.
           IF WS-CERT-IDX > 1
              AND WS-CERT-DATE (WS-CERT-IDX) =
                  WS-CERT-DATE (WS-CERT-IDX - 1)
              GO TO 5100-EXIT
           END-IF

           MOVE WS-CERT-DATE (WS-CERT-IDX) TO FZB-STRG-BUS-DATE
           MOVE '00'                       TO FZB-STRG-ROW
           READ STATE-FILE
               INVALID KEY
                  CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-FZBSTRG-STATUS = '23'
                    DISPLAY 'FZB4036E - BUSINESS DATE '
                            WS-CERT-DATE (WS-CERT-IDX)
                            ' IS NOT ON FZBSTRG - NOT CERTIFIED'
                    SET WS-STATE-REFUSED TO TRUE
               WHEN WS-FZBSTRG-STATUS NOT = '00'
                    DISPLAY 'FZB4024E - ERROR READING FZBSTRG, STATUS='
                            WS-FZBSTRG-STATUS ' DATE='
                            WS-CERT-DATE (WS-CERT-IDX)
                    SET WS-FILE-ERROR TO TRUE
               WHEN FZB-STRG-STAGE < '30'
                    DISPLAY 'FZB4036E - BUSINESS DATE '
                            WS-CERT-DATE (WS-CERT-IDX) ' IS AT STAGE '
                            FZB-STRG-STAGE ', RUN NOT COMPLETE - NOT '
                            'CERTIFIED'
                    SET WS-STATE-REFUSED TO TRUE
               WHEN FZB-STRG-PART-COUNT > ZERO
                    AND FZB-STRG-STAGE < '40'
                    DISPLAY 'FZB4036E - BUSINESS DATE '
                            WS-CERT-DATE (WS-CERT-IDX) ' IS SPLIT '
                            'BUT NOT MERGED, STAGE=' FZB-STRG-STAGE
                            ' - NOT CERTIFIED'
                    SET WS-STATE-REFUSED TO TRUE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-CHECK-REASONABLENESS - every date and set of the
      * generation against its trailing FZBAUDT history, within the
      * FZBTOL tolerances.  No tolerance cards, or no history, leaves
      * the dates "not checked".
      *----------------------------------------------------------------
       6000-CHECK-REASONABLENESS SECTION.
           PERFORM 6100-LOAD-TOLERANCES
           IF WS-TOL-COUNT = ZERO OR WS-FILE-ERROR
              GO TO 6000-EXIT
           END-IF

           PERFORM 6200-LOAD-AUDIT-HISTORY
           IF WS-FILE-ERROR
              GO TO 6000-EXIT
           END-IF

           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                     UNTIL WS-CERT-IDX > WS-CERT-DATE-COUNT
               PERFORM 6300-CHECK-ONE-ENTRY
           END-PERFORM.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-LOAD-TOLERANCES - the HIST and TOLR cards.  FZBTOL absent
      * (status 35) means no check.  A card that cannot be used is
      * reported and ignored, as a bad RULE card is.
      *----------------------------------------------------------------
       6100-LOAD-TOLERANCES SECTION.
           OPEN INPUT TOLERANCE-FILE
           IF WS-FZBTOL-STATUS = '35'
              GO TO 6100-EXIT
           END-IF
           IF WS-FZBTOL-STATUS NOT = '00'
              DISPLAY 'FZB4024E - ERROR OPENING FZBTOL, STATUS='
                      WS-FZBTOL-STATUS
              SET WS-FILE-ERROR TO TRUE
              GO TO 6100-EXIT
           END-IF

           PERFORM UNTIL WS-TOL-EOF OR WS-FILE-ERROR
               READ TOLERANCE-FILE
                 AT END
                   SET WS-TOL-EOF TO TRUE
                 NOT AT END
                   PERFORM 6150-APPLY-TOLERANCE-CARD
               END-READ
               IF WS-FZBTOL-STATUS NOT = '00'
                  AND WS-FZBTOL-STATUS NOT = '10'
                  DISPLAY 'FZB4024E - ERROR READING FZBTOL, STATUS='
                          WS-FZBTOL-STATUS
                  SET WS-FILE-ERROR TO TRUE
               END-IF
           END-PERFORM

           CLOSE TOLERANCE-FILE.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6150-APPLY-TOLERANCE-CARD - one FZBTOL card.
      *----------------------------------------------------------------
       6150-APPLY-TOLERANCE-CARD SECTION.
           EVALUATE TRUE
               WHEN FZB-TOL-IS-HISTORY
                    IF FZB-TOL-HIST-DATES IS NUMERIC
                       AND FZB-TOL-HIST-DATES NOT = '00'
                       MOVE FZB-TOL-HIST-DATES TO WS-HIST-DATES
                    ELSE
                       DISPLAY 'FZB4040W - FZBTOL HIST CARD IGNORED, '
                               'DATES=' FZB-TOL-HIST-DATES
                    END-IF
                    GO TO 6150-EXIT
               WHEN FZB-TOL-IS-TOLERANCE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'FZB4040W - FZBTOL CARD IGNORED, TYPE='
                            FZB-TOL-REC-TYPE
                    GO TO 6150-EXIT
           END-EVALUATE

           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                     UNTIL WS-ITEM-IDX > 6
                        OR WS-TOL-ITEM-NAME (WS-ITEM-IDX) = FZB-TOL-ITEM
               CONTINUE
           END-PERFORM
           IF WS-ITEM-IDX > 6
              OR FZB-TOL-MAX-DEV IS NOT NUMERIC
              OR WS-TOL-COUNT NOT < 60
              DISPLAY 'FZB4040W - FZBTOL TOLR CARD IGNORED, SET='
                      FZB-TOL-RULE-SET ' ITEM=' FZB-TOL-ITEM
                      ' MAX=' FZB-TOL-MAX-DEV
              GO TO 6150-EXIT
           END-IF

           ADD 1 TO WS-TOL-COUNT
           MOVE FZB-TOL-RULE-SET    TO WS-TOL-SET (WS-TOL-COUNT)
           MOVE WS-ITEM-IDX         TO WS-TOL-ITEM-NUM (WS-TOL-COUNT)
           MOVE FZB-TOL-MAX-DEV-NUM TO WS-TOL-MAX-DEV (WS-TOL-COUNT).
       6150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6200-LOAD-AUDIT-HISTORY - the FZBAUDT runs dated before the
      * latest date of the generation.  A date and set with any run
      * that ended with a non-zero RETURN-CODE is left out of the
      * history altogether (6280): a restart resumes past its last
      * checkpoint, so its clean record counts only part of the
      * date, and the aborted run's records are not clean.  A date
      * rerun from scratch after a failure is left out with them.
      * No audit dataset is a warning: nothing can be compared, so
      * nothing is checked.
      *----------------------------------------------------------------
       6200-LOAD-AUDIT-HISTORY SECTION.
           MOVE SPACES TO WS-AUD-LIMIT-DATE
           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                     UNTIL WS-CERT-IDX > WS-CERT-DATE-COUNT
               IF WS-CERT-DATE (WS-CERT-IDX) > WS-AUD-LIMIT-DATE
                  MOVE WS-CERT-DATE (WS-CERT-IDX) TO WS-AUD-LIMIT-DATE
               END-IF
           END-PERFORM

           OPEN INPUT AUDIT-FILE
           IF WS-FZBAUDT-STATUS = '35'
              DISPLAY 'FZB4040W - NO FZBAUDT HISTORY, REASONABLENESS '
                      'NOT CHECKED'
              GO TO 6200-EXIT
           END-IF
           IF WS-FZBAUDT-STATUS NOT = '00'
              DISPLAY 'FZB4024E - ERROR OPENING FZBAUDT, STATUS='
                      WS-FZBAUDT-STATUS
              SET WS-FILE-ERROR TO TRUE
              GO TO 6200-EXIT
           END-IF

           PERFORM UNTIL WS-AUD-EOF OR WS-FILE-ERROR
               READ AUDIT-FILE
                 AT END
                   SET WS-AUD-EOF TO TRUE
                 NOT AT END
                   PERFORM 6250-NOTE-AUDIT-RECORD
               END-READ
               IF WS-FZBAUDT-STATUS NOT = '00'
                  AND WS-FZBAUDT-STATUS NOT = '10'
                  DISPLAY 'FZB4024E - ERROR READING FZBAUDT, STATUS='
                          WS-FZBAUDT-STATUS
                  SET WS-FILE-ERROR TO TRUE
               END-IF
           END-PERFORM

           CLOSE AUDIT-FILE

           PERFORM 6280-DROP-FAILED-DATES.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6250-NOTE-AUDIT-RECORD - one audit record into WS-AUD-TABLE.
      *----------------------------------------------------------------
       6250-NOTE-AUDIT-RECORD SECTION.
           IF FZB-AUD-RETURN-CODE IS NOT NUMERIC
              OR FZB-AUD-TOTAL-COUNT IS NOT NUMERIC
              OR FZB-AUD-START-CTR IS NOT NUMERIC
              OR FZB-AUD-FIZZ-COUNT IS NOT NUMERIC
              OR FZB-AUD-BUZZ-COUNT IS NOT NUMERIC
              OR FZB-AUD-FIZZBUZZ-COUNT IS NOT NUMERIC
              OR FZB-AUD-OTHER-COUNT IS NOT NUMERIC
              OR FZB-AUD-PLAIN-COUNT IS NOT NUMERIC
              GO TO 6250-EXIT
           END-IF
           IF FZB-AUD-RUN-DATE NOT < WS-AUD-LIMIT-DATE
              GO TO 6250-EXIT
           END-IF
           IF FZB-AUD-RETURN-CODE = ZERO
              AND FZB-AUD-TOTAL-COUNT = ZERO
              GO TO 6250-EXIT
           END-IF
           MOVE FZB-AUD-RULE-SET TO WS-AUD-REC-SET
           IF WS-AUD-REC-SET = SPACES
              MOVE 'BASE' TO WS-AUD-REC-SET
           END-IF

           MOVE ZERO TO WS-AUD-FOUND-IDX
           PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
                     UNTIL WS-AUD-IDX > WS-AUD-COUNT
                        OR WS-AUD-FOUND-IDX > ZERO
               IF WS-AUD-DATE (WS-AUD-IDX) = FZB-AUD-RUN-DATE
                  AND WS-AUD-SET (WS-AUD-IDX) = WS-AUD-REC-SET
                  AND WS-AUD-START (WS-AUD-IDX) = FZB-AUD-START-CTR
                  MOVE WS-AUD-IDX TO WS-AUD-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-AUD-FOUND-IDX = ZERO
              IF WS-AUD-COUNT < 1000
                 ADD 1 TO WS-AUD-COUNT
                 MOVE WS-AUD-COUNT TO WS-AUD-FOUND-IDX
              ELSE
                 MOVE 1 TO WS-AUD-FOUND-IDX
                 PERFORM VARYING WS-AUD-IDX FROM 2 BY 1
                           UNTIL WS-AUD-IDX > WS-AUD-COUNT
                     IF WS-AUD-DATE (WS-AUD-IDX)
                        < WS-AUD-DATE (WS-AUD-FOUND-IDX)
                        MOVE WS-AUD-IDX TO WS-AUD-FOUND-IDX
                     END-IF
                 END-PERFORM
                 IF WS-AUD-DATE (WS-AUD-FOUND-IDX)
                    NOT < FZB-AUD-RUN-DATE
                    GO TO 6250-EXIT
                 END-IF
              END-IF
           END-IF

           IF WS-AUD-DATE (WS-AUD-FOUND-IDX) NOT = FZB-AUD-RUN-DATE
              OR WS-AUD-SET (WS-AUD-FOUND-IDX) NOT = WS-AUD-REC-SET
              OR WS-AUD-START (WS-AUD-FOUND-IDX) NOT = FZB-AUD-START-CTR
              INITIALIZE WS-AUD-ENTRY (WS-AUD-FOUND-IDX)
              MOVE FZB-AUD-RUN-DATE  TO WS-AUD-DATE (WS-AUD-FOUND-IDX)
              MOVE WS-AUD-REC-SET    TO WS-AUD-SET (WS-AUD-FOUND-IDX)
              MOVE FZB-AUD-START-CTR TO WS-AUD-START (WS-AUD-FOUND-IDX)
           END-IF

      *--  A failed run only flags its date and set - 6280.
           IF FZB-AUD-RETURN-CODE NOT = ZERO
              SET WS-AUD-RC-FAILED (WS-AUD-FOUND-IDX) TO TRUE
              GO TO 6250-EXIT
           END-IF

           MOVE FZB-AUD-FIZZ-COUNT
             TO WS-AUD-CLASS-COUNT (WS-AUD-FOUND-IDX, 1)
           MOVE FZB-AUD-BUZZ-COUNT
             TO WS-AUD-CLASS-COUNT (WS-AUD-FOUND-IDX, 2)
           MOVE FZB-AUD-FIZZBUZZ-COUNT
             TO WS-AUD-CLASS-COUNT (WS-AUD-FOUND-IDX, 3)
           MOVE FZB-AUD-OTHER-COUNT
             TO WS-AUD-CLASS-COUNT (WS-AUD-FOUND-IDX, 4)
           MOVE FZB-AUD-PLAIN-COUNT
             TO WS-AUD-CLASS-COUNT (WS-AUD-FOUND-IDX, 5)
           MOVE FZB-AUD-TOTAL-COUNT TO WS-AUD-TOTAL (WS-AUD-FOUND-IDX).
       6250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6280-DROP-FAILED-DATES - a failed run flagged only its own
      * entry; every other entry of its date and set (the restart's
      * clean slice, other slices of a split date) is flagged too,
      * so 6400 never picks the date for that set.
      *----------------------------------------------------------------
       6280-DROP-FAILED-DATES SECTION.
           PERFORM VARYING WS-AUD-FOUND-IDX FROM 1 BY 1
                     UNTIL WS-AUD-FOUND-IDX > WS-AUD-COUNT
               IF WS-AUD-RC-FAILED (WS-AUD-FOUND-IDX)
                  PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
                            UNTIL WS-AUD-IDX > WS-AUD-COUNT
                      IF WS-AUD-DATE (WS-AUD-IDX)
                         = WS-AUD-DATE (WS-AUD-FOUND-IDX)
                         AND WS-AUD-SET (WS-AUD-IDX)
                         = WS-AUD-SET (WS-AUD-FOUND-IDX)
                         SET WS-AUD-RC-FAILED (WS-AUD-IDX) TO TRUE
                      END-IF
                  END-PERFORM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 6300-CHECK-ONE-ENTRY - the date and set at WS-CERT-IDX: its
      * trailing WS-HIST-DATES business dates of history, then each
      * item with a tolerance.
      *----------------------------------------------------------------
       6300-CHECK-ONE-ENTRY SECTION.
           MOVE ZERO TO WS-HIST-PICKED
           MOVE ZERO TO WS-HIST-TOTAL-SUM
           MOVE ZERO TO WS-HIST-CLASS-SUMS
           MOVE WS-CERT-DATE (WS-CERT-IDX) TO WS-HIST-BEFORE-DATE
           MOVE WS-CERT-DATE (WS-CERT-IDX) TO WS-HIST-NEXT-DATE
           PERFORM UNTIL WS-HIST-PICKED NOT < WS-HIST-DATES
                      OR WS-HIST-NEXT-DATE = SPACES
               PERFORM 6400-ADD-HISTORY-DATE
           END-PERFORM

           IF WS-HIST-PICKED = ZERO
              DISPLAY 'FZB4040W - NO FZBAUDT HISTORY BEFORE DATE='
                      WS-CERT-DATE (WS-CERT-IDX) ' SET='
                      WS-CERT-SET (WS-CERT-IDX)
                      ', REASONABLENESS NOT CHECKED'
              GO TO 6300-EXIT
           END-IF
           MOVE WS-HIST-PICKED TO WS-CERT-REAS-HIST (WS-CERT-IDX)

           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                     UNTIL WS-ITEM-IDX > 6
               PERFORM 6500-CHECK-ONE-ITEM
           END-PERFORM

           IF WS-CERT-REAS-FLAG (WS-CERT-IDX) = 'F'
              ADD 1 TO WS-REAS-FAILED-COUNT
           END-IF.
       6300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6400-ADD-HISTORY-DATE - the latest audited date of the set
      * before WS-HIST-BEFORE-DATE, all its entries added to the
      * history sums; WS-HIST-NEXT-DATE is left blank when there is
      * none.
      *----------------------------------------------------------------
       6400-ADD-HISTORY-DATE SECTION.
           MOVE SPACES TO WS-HIST-NEXT-DATE
           PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
                     UNTIL WS-AUD-IDX > WS-AUD-COUNT
               IF WS-AUD-SET (WS-AUD-IDX) = WS-CERT-SET (WS-CERT-IDX)
                  AND NOT WS-AUD-RC-FAILED (WS-AUD-IDX)
                  AND WS-AUD-DATE (WS-AUD-IDX) < WS-HIST-BEFORE-DATE
                  AND (WS-HIST-NEXT-DATE = SPACES
                       OR WS-AUD-DATE (WS-AUD-IDX) > WS-HIST-NEXT-DATE)
                  MOVE WS-AUD-DATE (WS-AUD-IDX) TO WS-HIST-NEXT-DATE
               END-IF
           END-PERFORM
           IF WS-HIST-NEXT-DATE = SPACES
              GO TO 6400-EXIT
           END-IF

           ADD 1 TO WS-HIST-PICKED
           PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
                     UNTIL WS-AUD-IDX > WS-AUD-COUNT
               IF WS-AUD-SET (WS-AUD-IDX) = WS-CERT-SET (WS-CERT-IDX)
                  AND WS-AUD-DATE (WS-AUD-IDX) = WS-HIST-NEXT-DATE
                  PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                            UNTIL WS-CLASS-IDX > 5
                      ADD WS-AUD-CLASS-COUNT (WS-AUD-IDX, WS-CLASS-IDX)
                       TO WS-HIST-CLASS-SUM (WS-CLASS-IDX)
                  END-PERFORM
                  ADD WS-AUD-TOTAL (WS-AUD-IDX) TO WS-HIST-TOTAL-SUM
               END-IF
           END-PERFORM
           MOVE WS-HIST-NEXT-DATE TO WS-HIST-BEFORE-DATE.
       6400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6500-CHECK-ONE-ITEM - item WS-ITEM-IDX of the date and set at
      * WS-CERT-IDX, against the set's own tolerance card for it, else
      * the card for every set.  A label class is compared as its
      * share of the records (percent) with its share over the
      * history; the total as its deviation (percent) from the
      * history's average.
      *----------------------------------------------------------------
       6500-CHECK-ONE-ITEM SECTION.
           MOVE ZERO TO WS-TOL-FOUND-IDX
           PERFORM VARYING WS-TOL-IDX FROM 1 BY 1
                     UNTIL WS-TOL-IDX > WS-TOL-COUNT
               IF WS-TOL-ITEM-NUM (WS-TOL-IDX) = WS-ITEM-IDX
                  IF WS-TOL-SET (WS-TOL-IDX) = WS-CERT-SET (WS-CERT-IDX)
                     MOVE WS-TOL-IDX TO WS-TOL-FOUND-IDX
                  END-IF
                  IF WS-TOL-SET (WS-TOL-IDX) = SPACES
                     AND WS-TOL-FOUND-IDX = ZERO
                     MOVE WS-TOL-IDX TO WS-TOL-FOUND-IDX
                  END-IF
               END-IF
           END-PERFORM
           IF WS-TOL-FOUND-IDX = ZERO
              GO TO 6500-EXIT
           END-IF
           IF WS-ITEM-IDX < 6 AND WS-CERT-RECORDS (WS-CERT-IDX) = ZERO
              GO TO 6500-EXIT
           END-IF

           IF WS-ITEM-IDX = 6
              COMPUTE WS-HIST-AVERAGE ROUNDED =
                      WS-HIST-TOTAL-SUM / WS-HIST-PICKED
              MOVE WS-CERT-RECORDS (WS-CERT-IDX) TO WS-VALUE-TONIGHT
              MOVE WS-HIST-AVERAGE               TO WS-VALUE-HISTORY
              IF WS-VALUE-TONIGHT > WS-HIST-AVERAGE
                 COMPUTE WS-DEVIATION ROUNDED =
                         (WS-VALUE-TONIGHT - WS-HIST-AVERAGE) * 100
                         / WS-HIST-AVERAGE
              ELSE
                 COMPUTE WS-DEVIATION ROUNDED =
                         (WS-HIST-AVERAGE - WS-VALUE-TONIGHT) * 100
                         / WS-HIST-AVERAGE
              END-IF
           ELSE
              COMPUTE WS-VALUE-TONIGHT ROUNDED =
                      WS-CERT-CLASS-COUNT (WS-CERT-IDX, WS-ITEM-IDX)
                      * 100 / WS-CERT-RECORDS (WS-CERT-IDX)
              COMPUTE WS-VALUE-HISTORY ROUNDED =
                      WS-HIST-CLASS-SUM (WS-ITEM-IDX) * 100
                      / WS-HIST-TOTAL-SUM
              IF WS-VALUE-TONIGHT > WS-VALUE-HISTORY
                 COMPUTE WS-DEVIATION =
                         WS-VALUE-TONIGHT - WS-VALUE-HISTORY
              ELSE
                 COMPUTE WS-DEVIATION =
                         WS-VALUE-HISTORY - WS-VALUE-TONIGHT
              END-IF
           END-IF

           IF WS-DEVIATION > WS-TOL-MAX-DEV (WS-TOL-FOUND-IDX)
              MOVE 'F' TO WS-CERT-REAS-FLAG (WS-CERT-IDX)
              IF WS-CERT-REAS-ITEM (WS-CERT-IDX) = SPACES
                 MOVE WS-TOL-ITEM-NAME (WS-ITEM-IDX)
                   TO WS-CERT-REAS-ITEM (WS-CERT-IDX)
              END-IF
              MOVE WS-VALUE-TONIGHT TO WS-DISP-TONIGHT
              MOVE WS-VALUE-HISTORY TO WS-DISP-HISTORY
              MOVE WS-DEVIATION     TO WS-DISP-DEVIATION
              MOVE WS-TOL-MAX-DEV (WS-TOL-FOUND-IDX) TO WS-DISP-MAX-DEV
              DISPLAY 'FZB4040W - REASONABLENESS FAILED, DATE='
                      WS-CERT-DATE (WS-CERT-IDX) ' SET='
                      WS-CERT-SET (WS-CERT-IDX) ' ITEM='
                      WS-TOL-ITEM-NAME (WS-ITEM-IDX)
              DISPLAY '           TONIGHT=' WS-DISP-TONIGHT
                      ' HISTORY=' WS-DISP-HISTORY
                      ' DEVIATION=' WS-DISP-DEVIATION
                      ' MAX=' WS-DISP-MAX-DEV
           ELSE
              IF WS-CERT-REAS-FLAG (WS-CERT-IDX) = SPACE
                 MOVE 'P' TO WS-CERT-REAS-FLAG (WS-CERT-IDX)
              END-IF
           END-IF.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-WRITE-CERT-REGISTER - one register row per business date
      * and rule set in the generation.  WRITE then REWRITE on a
      * duplicate key, so a recheck of the same date (a rerun or a
      * restart night) replaces the earlier verdict instead of failing -
      * the register always carries the latest certification of a date.
      * A date is certified only when its three error counts are all
      * zero, it holds at least one record and no file error arose
      * anywhere in the run: a broken read leaves every date rejected,
      * never optimistically certified.
      *----------------------------------------------------------------
       7000-WRITE-CERT-REGISTER SECTION.
           IF WS-CERT-DATE-COUNT = ZERO

      *----------------------------------------------------------------
      * 7100-WRITE-ONE-CERT-ROW - build and write (or rewrite) the
      * register row for the date and rule set at WS-CERT-IDX.
      *----------------------------------------------------------------
       7100-WRITE-ONE-CERT-ROW SECTION.
           MOVE SPACES TO FZB-CERT-RECORD
           MOVE WS-CERT-DATE (WS-CERT-IDX)        TO FZB-CERT-BUS-DATE
           MOVE WS-CERT-SET (WS-CERT-IDX)         TO FZB-CERT-RULE-SET
           MOVE WS-CHECK-DATE                     TO FZB-CERT-CHECK-DATE
           MOVE WS-CHECK-TIME                     TO FZB-CERT-CHECK-TIME
           MOVE WS-CERT-RECORDS (WS-CERT-IDX)
           ELSE
              SET FZB-CERT-REJECTED TO TRUE
           END-IF
           MOVE FZB-CERT-CERT-FLAG TO WS-CERT-RESULT (WS-CERT-IDX)
           MOVE WS-CERT-REAS-FLAG (WS-CERT-IDX)  TO FZB-CERT-REAS-FLAG
           MOVE WS-CERT-REAS-HIST (WS-CERT-IDX)  TO FZB-CERT-REAS-HIST
           MOVE WS-CERT-REAS-ITEM (WS-CERT-IDX)  TO FZB-CERT-REAS-ITEM

           WRITE FZB-CERT-RECORD
               INVALID KEY
                      INVALID KEY
                         DISPLAY 'FZB4024E - ERROR REWRITING FZBCERT, '
                                 'DATE=' FZB-CERT-BUS-DATE
                                 ' SET=' FZB-CERT-RULE-SET
                         SET WS-FILE-ERROR TO TRUE
                  END-REWRITE
           END-WRITE
              DISPLAY 'FZB4024E - ERROR WRITING FZBCERT, STATUS='
                      WS-FZBCERT-STATUS ' DATE=' FZB-CERT-BUS-DATE
              SET WS-FILE-ERROR TO TRUE
              MOVE 'N' TO WS-CERT-RESULT (WS-CERT-IDX)
           ELSE
              ADD 1 TO WS-CERT-ROWS-WRITTEN
           END-IF.

      *----------------------------------------------------------------
      * 7500-ADVANCE-STATE-REGISTER - carry each date's verdict onto
      * the processing-state register: a certified date not yet at
      * "certified" moves there; a date now rejected that stood at
      * "certified" goes back to complete (merged, for a split date)
      * so FZBEXTR refuses it.  A date already extracted or
      * acknowledged keeps its stage - that generation has gone.  The
      * register row is the date's, not a rule set's: the date is
      * taken once, at its first entry, and counts as certified only
      * when every one of its sets is.
      *----------------------------------------------------------------
       7500-ADVANCE-STATE-REGISTER SECTION.
           OPEN I-O STATE-FILE
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZB4024E - ERROR OPENING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS
              SET WS-FILE-ERROR TO TRUE
              GO TO 7500-EXIT
           END-IF

           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                     UNTIL WS-CERT-IDX > WS-CERT-DATE-COUNT
               PERFORM 7600-ADVANCE-ONE-DATE
           END-PERFORM

           CLOSE STATE-FILE.
       7500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7600-ADVANCE-ONE-DATE - the date at WS-CERT-IDX.
      *----------------------------------------------------------------
       7600-ADVANCE-ONE-DATE SECTION.
           MOVE 'Y' TO WS-DATE-RESULT
           MOVE 'N' TO WS-DATE-SEEN-SW
           PERFORM VARYING WS-CERT-SCAN-IDX FROM 1 BY 1
                     UNTIL WS-CERT-SCAN-IDX > WS-CERT-DATE-COUNT
               IF WS-CERT-DATE (WS-CERT-SCAN-IDX)
                  = WS-CERT-DATE (WS-CERT-IDX)
                  IF WS-CERT-SCAN-IDX < WS-CERT-IDX
                     SET WS-DATE-SEEN TO TRUE
                  END-IF
                  IF WS-CERT-RESULT (WS-CERT-SCAN-IDX) NOT = 'Y'
                     MOVE 'N' TO WS-DATE-RESULT
                  END-IF
               END-IF
           END-PERFORM
           IF WS-DATE-SEEN
              GO TO 7600-EXIT
           END-IF

           MOVE WS-CERT-DATE (WS-CERT-IDX) TO FZB-STRG-BUS-DATE
           MOVE '00'                       TO FZB-STRG-ROW
           READ STATE-FILE
               INVALID KEY
                  CONTINUE
           END-READ
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZB4024E - ERROR READING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS ' DATE='
                      WS-CERT-DATE (WS-CERT-IDX)
              SET WS-FILE-ERROR TO TRUE
              GO TO 7600-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-DATE-RESULT = 'Y'
                    AND FZB-STRG-STAGE < '50'
                    SET FZB-STRG-CERTIFIED TO TRUE
                    MOVE WS-CHECK-DATE TO FZB-STRG-STAMP-DATE (5)
                    MOVE WS-CHECK-TIME TO FZB-STRG-STAMP-TIME (5)
               WHEN WS-DATE-RESULT NOT = 'Y'
                    AND FZB-STRG-CERTIFIED
                    IF FZB-STRG-PART-COUNT > ZERO
                       SET FZB-STRG-MERGED TO TRUE
                    ELSE
                       SET FZB-STRG-COMPLETE TO TRUE
                    END-IF
               WHEN OTHER
                    GO TO 7600-EXIT
           END-EVALUATE

           MOVE 'FZBVERIF'    TO FZB-STRG-LAST-PROGRAM
           MOVE WS-CHECK-DATE TO FZB-STRG-UPDATE-DATE
           MOVE WS-CHECK-TIME TO FZB-STRG-UPDATE-TIME
           REWRITE FZB-STRG-RECORD
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZB4024E - ERROR UPDATING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS ' DATE=' FZB-STRG-BUS-DATE
              SET WS-FILE-ERROR TO TRUE
           END-IF.
       7600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-SET-RETURN-CODE - highest-severity class wins; the banner
      * carries the full breakdown for the operator.
           EVALUATE TRUE
               WHEN WS-FILE-ERROR
                    SET WS-RC-FILE-ERROR TO TRUE
               WHEN WS-STATE-REFUSED
                    SET WS-RC-OUT-OF-SEQUENCE TO TRUE
               WHEN WS-LOOKUP-MISMATCHES > ZERO
                    SET WS-RC-LOOKUP-MISMATCH TO TRUE
               WHEN WS-SEQUENCE-ERRORS > ZERO
