      * FZBRULES - maintain the FIZZBUZZ divisor/label rule table
      * ========================================================
      *  Reads the existing FZBCTL control-card dataset (DD FZBCTL)
      *  and the APPROVED rows of the rule-change queue (DD FZBPEND,
      *  copybook FZBPEND - each row one FZBRTXN ADD/CHG/DEL queued
      *  by FZBRQUE and released by a different user ID through
      *  FZBRAPV) and writes a refreshed FZBCTL dataset (DD FZBCTNEW)
      *  with the rule table updated.  Rows still PENDING, or
      *  REJECTED by the checker, are never applied.  Non-RULE
      *  control records (MAXV/STRT/PART) are copied through
      *  unchanged.  This lets operations maintain the rule set as a
      *  governed, auditable batch run instead of hand-editing the
      *  control-card dataset with ISPF.
      *
      *  Every rule belongs to a rule set (business unit, FZB-RULE-SET
      *  on the card and FZB-TXN-RULE-SET on the transaction, blank
      *  taken as the default set BASE).  A transaction only ever
      *  matches, overlaps or replaces rules of its own set; the
      *  refreshed dataset carries each rule's set explicitly.
      *
      *  Every change applied is written to the permanent rule-change
      *  journal (DD FZBRJRN, copybook FZBRJRN, extended) as a
      *  before/after image of the rule row, with the requester and
      *  approver; the run that creates the journal first writes a
      *  baseline image of every rule already on file, so FZBRJRP
      *  can rebuild the rule table as it stood on any date from the
      *  journal alone.  Each queue row taken is marked APPLIED, or
      *  FAILED when the change was rejected by the validation below.
      *  The journal and the queue are only updated once the
      *  refreshed dataset has been written clean, so a run that
      *  fails leaves the approved rows waiting for the rerun.
      *
      *  Validation, each rejected on its own (the run continues with
      *  the remaining transactions so one bad card doesn't block the
      *  rest of the batch):
      *          effective date.
      *    DEL - divisor (plus effective date, as for CHG) must
      *          already be on the table.
      *  RETURN-CODE is 0 if every approved change was applied, 4 if
      *  one or more were rejected (the accepted ones are still
      *  applied and the refreshed dataset is still written) or more
      *  approved changes were waiting than one run takes, 8 if a
      *  required input dataset is missing or the journal or queue
      *  could not be updated, or 12 if the incoming FZBCTL itself
      *  contained a RULE record with a non-numeric divisor or more
      *  rows than the rule/other-record tables hold - such a row is
      *  dropped from the refreshed dataset, so RC 12 must not be
      *                                (staged rule changes), and
      *                                select CHG/DEL targets by
      *                                divisor plus effective date.
      * 2026/10/15  Edgar Mateus       Apply only changes approved on
      *                                the FZBPEND rule-change queue
      *                                instead of reading FZBRTXN
      *                                directly, and journal every
      *                                applied change as a before/
      *                                after image on FZBRJRN.
      * 2026/10/15  Edgar Mateus       Rule sets: rules are matched
      *                                and overlap-checked within
      *                                their own rule set, the set is
      *                                written on the refreshed
      *                                dataset and journaled, and the
      *                                rule table holds 60 rows.
      *----------------------------------------------------------------

      **************************
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBCTL-STATUS.

      *--  VSAM KSDS rule-change queue - browsed for the APPROVED
      *    rows, each rewritten once the change has been taken.
              SELECT PENDING-FILE ASSIGN TO FZBPEND
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FZB-PEND-KEY
                     FILE STATUS IS WS-FZBPEND-STATUS.

              SELECT NEW-CONTROL-FILE ASSIGN TO FZBCTNEW
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBCTNEW-STATUS.

      *--  Permanent rule-change journal - extended every run.
              SELECT JOURNAL-FILE ASSIGN TO FZBRJRN
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBRJRN-STATUS.

      **************************
       DATA DIVISION.
      **************************
           RECORDING MODE IS F.
       COPY FZBCTL.

       FD  PENDING-FILE.
       COPY FZBPEND.

       FD  NEW-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBCTL REPLACING FZB-CONTROL-RECORD BY NEW-CONTROL-RECORD.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  JOURNAL-FILE-RECORD           PIC X(120).

         WORKING-STORAGE SECTION.
       01  WS-FZBCTL-STATUS              PIC XX VALUE SPACES.
       01  WS-FZBPEND-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBCTNEW-STATUS            PIC XX VALUE SPACES.
       01  WS-FZBRJRN-STATUS             PIC XX VALUE SPACES.
       01  WS-CTL-EOF-SW                 PIC X VALUE 'N'.
           88  WS-CTL-EOF                VALUE 'Y'.
       01  WS-TXN-EOF-SW                 PIC X VALUE 'N'.
           88  WS-TXN-EOF                VALUE 'Y'.

      *--  The approved transaction being applied, unpacked from its
      *    queue row.
       COPY FZBRTXN.

      *--  Run date/time stamped on every journal image.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE           PIC X(8).
           05  WS-CURRENT-TIME           PIC X(6).
           05  FILLER                    PIC X(7).

      *--  Non-RULE control records (MAXV/STRT/PART) are passed
      *    through unchanged, in the order they were read.
       01  WS-OTHER-COUNT                PIC 99 VALUE ZERO.

       01  WS-RULE-COUNT                 PIC 99 VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 60 TIMES
                             INDEXED BY WS-RULE-IDX.
               10  WS-RULE-SET           PIC X(4).
               10  WS-RULE-DIVISOR       PIC 9(3).
               10  WS-RULE-LABEL         PIC X(10).
               10  WS-RULE-EFF-DATE      PIC X(8).
               10  WS-RULE-EXP-DATE      PIC X(8).

      *--  The rule table exactly as loaded, before any change -
      *    the baseline images when this run creates the journal.
       01  WS-BASE-RULE-COUNT            PIC 99 VALUE ZERO.
       01  WS-BASE-RULE-TABLE.
           05  WS-BASE-RULE-ENTRY OCCURS 60 TIMES
                             INDEXED BY WS-BASE-IDX.
               10  WS-BASE-SET           PIC X(4).
               10  WS-BASE-DIVISOR       PIC 9(3).
               10  WS-BASE-LABEL         PIC X(10).
               10  WS-BASE-EFF-DATE      PIC X(8).
               10  WS-BASE-EXP-DATE      PIC X(8).

      *--  One entry per queue row taken this run: its key, the
      *    outcome to mark it with and, for an applied change, the
      *    journal image to write.  Both are only written once the
      *    refreshed dataset is safely out.
       01  WS-DONE-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-DONE-TABLE.
           05  WS-DONE-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-DONE-IDX.
               10  WS-DONE-KEY           PIC X(18).
               10  WS-DONE-OUTCOME       PIC X.
               10  WS-DONE-JOURNAL       PIC X(120).
       01  WS-APPLIED-BEFORE             PIC 9(4) VALUE ZERO.
       01  WS-DEFERRED-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-AWAITING-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-JOURNAL-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-JRN-CREATED-SW             PIC X VALUE 'N'.
           88  WS-JRN-CREATED            VALUE 'Y'.
       01  WS-JRN-MISSING-SW             PIC X VALUE 'N'.
           88  WS-JRN-MISSING            VALUE 'Y'.

      *--  Journal image under construction.
       COPY FZBRJRN.

       01  WS-FOUND-IDX                  PIC 99 VALUE ZERO.
       01  WS-TXN-DIVISOR-NUM             PIC 9(3) VALUE ZERO.
       01  WS-TXN-SET                    PIC X(4) VALUE SPACES.

      *--  Transaction/table date work areas.  Blank dates are
      *    normalized to the extreme values so range comparisons and
           DISPLAY '|         FIZZ BUZZ - RULE MAINTENANCE          |'
           DISPLAY '+----------------------------------------------+'

           MOVE FUNCTION CURRENT-DATE (1:21) TO WS-CURRENT-DATE-TIME

           PERFORM 1000-LOAD-CURRENT-CONTROL-FILE

           IF NOT WS-RC-NORMAL
              PERFORM 9900-ABORT-RUN
           END-IF

           MOVE WS-RULE-COUNT TO WS-BASE-RULE-COUNT
           MOVE WS-RULE-TABLE TO WS-BASE-RULE-TABLE

           PERFORM 2000-APPLY-TRANSACTIONS

           IF NOT WS-RC-NORMAL
              PERFORM 9900-ABORT-RUN
           END-IF

           PERFORM 4000-WRITE-JOURNAL

           IF NOT WS-RC-NORMAL
              PERFORM 9900-ABORT-RUN
           END-IF

           PERFORM 4500-MARK-QUEUE-ROWS

           IF NOT WS-RC-NORMAL
              PERFORM 9900-ABORT-RUN
           END-IF

           IF NOT WS-RC-FILE-ERROR AND WS-LOAD-REJECTED-COUNT > ZERO
              SET WS-RC-LOAD-REJECTED TO TRUE
           ELSE IF NOT WS-RC-FILE-ERROR AND
                   (WS-TXN-REJECTED-COUNT > ZERO
                    OR WS-DEFERRED-COUNT > ZERO)
              SET WS-RC-SOME-REJECTED TO TRUE
           END-IF

           DISPLAY '|     RULE MAINTENANCE - END BATCH              |'
           DISPLAY '+----------------------------------------------+'
           DISPLAY '|  Records dropped on load: ' WS-LOAD-REJECTED-COUNT
           DISPLAY '|  Awaiting approval.....: ' WS-AWAITING-COUNT
           DISPLAY '|  Approved changes read.: ' WS-TXN-COUNT
           DISPLAY '|  Approved, left queued.: ' WS-DEFERRED-COUNT
           DISPLAY '|  Transactions applied..: ' WS-TXN-APPLIED-COUNT
           DISPLAY '|  Transactions rejected.: ' WS-TXN-REJECTED-COUNT
           DISPLAY '|  Adds / Changes / Dels.: ' WS-ADD-COUNT
                   '/' WS-CHG-COUNT '/' WS-DEL-COUNT
           DISPLAY '|  Rules on new table....: ' WS-RULE-COUNT
           DISPLAY '|  Journal images written: ' WS-JOURNAL-COUNT
           DISPLAY '+----------------------------------------------+'

           MOVE WS-RETURN-CODE TO RETURN-CODE.
                 DISPLAY 'FZB3029W - RULE DROPPED, BAD DIVISOR: '
                         FZB-DIVISOR OF FZB-CONTROL-RECORD
                 ADD 1 TO WS-LOAD-REJECTED-COUNT
              ELSE IF WS-RULE-COUNT >= 60
                 DISPLAY 'FZB3030W - RULE DROPPED, TABLE FULL: '
                         FZB-DIVISOR OF FZB-CONTROL-RECORD
                 ADD 1 TO WS-LOAD-REJECTED-COUNT
              ELSE
                 ADD 1 TO WS-RULE-COUNT
                 IF FZB-RULE-SET OF FZB-CONTROL-RECORD = SPACES
                    MOVE 'BASE' TO WS-RULE-SET (WS-RULE-COUNT)
                 ELSE
                    MOVE FZB-RULE-SET OF FZB-CONTROL-RECORD
                      TO WS-RULE-SET (WS-RULE-COUNT)
                 END-IF
                 MOVE FZB-DIVISOR OF FZB-CONTROL-RECORD
                   TO WS-RULE-DIVISOR (WS-RULE-COUNT)
                 MOVE FZB-LABEL OF FZB-CONTROL-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 2000-APPLY-TRANSACTIONS - browse the rule-change queue in
      * submission order and apply each APPROVED row's transaction
      * to the in-memory rule table, validating as we go.  PENDING
      * rows are only counted; REJECTED/APPLIED/FAILED rows are
      * history.  The queue stays open for 4500-MARK-QUEUE-ROWS.
      *----------------------------------------------------------------
       2000-APPLY-TRANSACTIONS SECTION.
           OPEN I-O PENDING-FILE
           IF WS-FZBPEND-STATUS NOT = '00'
              DISPLAY 'FZB3012E - FZBPEND QUEUE NOT AVAILABLE, '
                      'STATUS=' WS-FZBPEND-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
              GO TO 2000-EXIT
           END-IF

           MOVE LOW-VALUES TO FZB-PEND-KEY
           START PENDING-FILE KEY > FZB-PEND-KEY
               INVALID KEY
                  SET WS-TXN-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-TXN-EOF OR WS-RC-FILE-ERROR
              READ PENDING-FILE NEXT RECORD
                AT END
                  SET WS-TXN-EOF TO TRUE
                NOT AT END
                  EVALUATE TRUE
                      WHEN FZB-PEND-PENDING
                           ADD 1 TO WS-AWAITING-COUNT
                      WHEN FZB-PEND-APPROVED AND WS-DONE-COUNT >= 200
                           ADD 1 TO WS-DEFERRED-COUNT
                      WHEN FZB-PEND-APPROVED
                           MOVE FZB-PEND-TXN-IMAGE TO FZB-TXN-RECORD
                           ADD 1 TO WS-TXN-COUNT
                           PERFORM 2100-APPLY-ONE-TRANSACTION
                  END-EVALUATE
              END-READ
           END-PERFORM

           IF WS-FZBPEND-STATUS NOT = '00'
              AND WS-FZBPEND-STATUS NOT = '10'
              AND WS-FZBPEND-STATUS NOT = '23'
              DISPLAY 'FZB3012E - ERROR BROWSING FZBPEND, STATUS='
                      WS-FZBPEND-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
           END-IF

           IF WS-DEFERRED-COUNT > ZERO
              DISPLAY 'FZB3034W - ' WS-DEFERRED-COUNT ' APPROVED '
                      'CHANGES LEFT QUEUED FOR THE NEXT RUN'
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-APPLY-ONE-TRANSACTION - apply one approved change and
      * file its outcome: the before image is taken from the row the
      * change targets, the after image from the row as it stands
      * once the change went in.
      *----------------------------------------------------------------
       2100-APPLY-ONE-TRANSACTION SECTION.
           IF FZB-TXN-RULE-SET = SPACES
              MOVE 'BASE' TO WS-TXN-SET
           ELSE
              MOVE FZB-TXN-RULE-SET TO WS-TXN-SET
           END-IF
           PERFORM 2150-FIND-RULE-BY-DIVISOR

           MOVE SPACES              TO FZB-JRN-RECORD
           MOVE WS-CURRENT-DATE     TO FZB-JRN-APPLY-DATE
           MOVE WS-CURRENT-TIME     TO FZB-JRN-APPLY-TIME
           MOVE FZB-TXN-ACTION      TO FZB-JRN-ACTION
           MOVE ZERO                TO FZB-JRN-DIVISOR
           MOVE 'N'                 TO FZB-JRN-BEF-PRESENT
           MOVE 'N'                 TO FZB-JRN-AFT-PRESENT
           MOVE FZB-PEND-REQUESTER  TO FZB-JRN-REQUESTER
           MOVE FZB-PEND-APPROVER   TO FZB-JRN-APPROVER
           MOVE FZB-PEND-KEY        TO FZB-JRN-PEND-KEY
           MOVE WS-TXN-SET          TO FZB-JRN-RULE-SET
           IF WS-FOUND-IDX > ZERO
              AND (FZB-TXN-IS-CHANGE OR FZB-TXN-IS-DELETE)
              MOVE WS-RULE-DIVISOR (WS-FOUND-IDX) TO FZB-JRN-DIVISOR
              MOVE 'Y' TO FZB-JRN-BEF-PRESENT
              MOVE WS-RULE-LABEL (WS-FOUND-IDX)
                TO FZB-JRN-BEF-LABEL
              MOVE WS-RULE-EFF-DATE (WS-FOUND-IDX)
                TO FZB-JRN-BEF-EFF-DATE
              MOVE WS-RULE-EXP-DATE (WS-FOUND-IDX)
                TO FZB-JRN-BEF-EXP-DATE
           END-IF
           MOVE WS-TXN-APPLIED-COUNT TO WS-APPLIED-BEFORE

           EVALUATE TRUE
               WHEN FZB-TXN-IS-ADD
                    PERFORM 2200-APPLY-ADD
                    DISPLAY 'FZB3020W - UNKNOWN TRANSACTION ACTION: '
                            FZB-TXN-ACTION
                    ADD 1 TO WS-TXN-REJECTED-COUNT
           END-EVALUATE

           ADD 1 TO WS-DONE-COUNT
           MOVE FZB-PEND-KEY TO WS-DONE-KEY (WS-DONE-COUNT)
           IF WS-TXN-APPLIED-COUNT > WS-APPLIED-BEFORE
              MOVE 'D' TO WS-DONE-OUTCOME (WS-DONE-COUNT)
              EVALUATE TRUE
                  WHEN FZB-TXN-IS-ADD
                       MOVE WS-RULE-COUNT TO WS-FOUND-IDX
                       PERFORM 2180-TAKE-AFTER-IMAGE
                  WHEN FZB-TXN-IS-CHANGE
                       PERFORM 2180-TAKE-AFTER-IMAGE
              END-EVALUATE
              MOVE FZB-JRN-RECORD TO WS-DONE-JOURNAL (WS-DONE-COUNT)
           ELSE
              MOVE 'F' TO WS-DONE-OUTCOME (WS-DONE-COUNT)
              MOVE SPACES TO WS-DONE-JOURNAL (WS-DONE-COUNT)
           END-IF.

       2180-TAKE-AFTER-IMAGE SECTION.
           MOVE WS-RULE-DIVISOR (WS-FOUND-IDX) TO FZB-JRN-DIVISOR
           MOVE 'Y' TO FZB-JRN-AFT-PRESENT
           MOVE WS-RULE-LABEL (WS-FOUND-IDX)    TO FZB-JRN-AFT-LABEL
           MOVE WS-RULE-EFF-DATE (WS-FOUND-IDX) TO FZB-JRN-AFT-EFF-DATE
           MOVE WS-RULE-EXP-DATE (WS-FOUND-IDX) TO FZB-JRN-AFT-EXP-DATE.

      *----------------------------------------------------------------
      * 2150-FIND-RULE-BY-DIVISOR - sets WS-FOUND-IDX to the table
      * position of FZB-TXN-DIVISOR within the transaction's rule set,
      * or zero if it is not on the table (or is not numeric).  When the
      * transaction carries an effective date only the row with that
      * effective date matches (several rows may share a divisor once a
      * rule change has been staged); a blank transaction date matches
      * the first row with the divisor, preserving the pre-dated
      * transaction format.
      *----------------------------------------------------------------
       2150-FIND-RULE-BY-DIVISOR SECTION.
           MOVE ZERO TO WS-FOUND-IDX
              PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                        UNTIL WS-RULE-IDX > WS-RULE-COUNT
                  IF WS-RULE-DIVISOR (WS-RULE-IDX) = WS-TXN-DIVISOR-NUM
                     AND WS-RULE-SET (WS-RULE-IDX) = WS-TXN-SET
                     AND (FZB-TXN-EFF-DATE = SPACES
                          OR FZB-TXN-EFF-DATE =
                             WS-RULE-EFF-DATE (WS-RULE-IDX))
              DISPLAY 'FZB3023W - ADD REJECTED, DIVISOR DATE RANGE '
                      'OVERLAPS EXISTING RULE: ' FZB-TXN-DIVISOR
              ADD 1 TO WS-TXN-REJECTED-COUNT
           ELSE IF WS-RULE-COUNT >= 60
              DISPLAY 'FZB3024W - ADD REJECTED, RULE TABLE FULL: '
                      FZB-TXN-DIVISOR
              ADD 1 TO WS-TXN-REJECTED-COUNT
           ELSE
              ADD 1 TO WS-RULE-COUNT
              MOVE WS-TXN-SET TO WS-RULE-SET (WS-RULE-COUNT)
              MOVE WS-TXN-DIVISOR-NUM TO
                   WS-RULE-DIVISOR (WS-RULE-COUNT)
              MOVE FZB-TXN-LABEL TO WS-RULE-LABEL (WS-RULE-COUNT)

      *----------------------------------------------------------------
      * 2270-CHECK-DATE-OVERLAP - does the transaction's date range
      * overlap any existing rule of its rule set with the same divisor?
      * Blank dates are open-ended, so they are normalized to the
      * extreme values before the standard range-intersection test.
      *----------------------------------------------------------------
       2270-CHECK-DATE-OVERLAP SECTION.
           MOVE 'N' TO WS-DATE-OVERLAP-SW
              PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                        UNTIL WS-RULE-IDX > WS-RULE-COUNT
                  IF WS-RULE-DIVISOR (WS-RULE-IDX) = WS-TXN-DIVISOR-NUM
                     AND WS-RULE-SET (WS-RULE-IDX) = WS-TXN-SET
                     IF WS-RULE-EFF-DATE (WS-RULE-IDX) = SPACES
                        MOVE '00000000' TO WS-RULE-EFF-NORM
                     ELSE
                        UNTIL WS-RULE-IDX > WS-RULE-COUNT
                  MOVE SPACES TO NEW-CONTROL-RECORD
                  MOVE 'RULE' TO FZB-REC-TYPE OF NEW-CONTROL-RECORD
                  MOVE WS-RULE-SET (WS-RULE-IDX)
                    TO FZB-RULE-SET OF NEW-CONTROL-RECORD
                  MOVE WS-RULE-DIVISOR (WS-RULE-IDX)
                    TO FZB-DIVISOR OF NEW-CONTROL-RECORD
                  MOVE WS-RULE-LABEL (WS-RULE-IDX)
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 4000-WRITE-JOURNAL - append the before/after image of every
      * change applied this run to the permanent journal.  A run
      * that finds the journal missing or still empty (allocated
      * ahead, or by a DISP=MOD first use) first writes a baseline
      * image of every rule on file before this run's changes, so
      * the journal alone can rebuild the rule table for any date
      * from then on.
      *----------------------------------------------------------------
       4000-WRITE-JOURNAL SECTION.
           PERFORM 4050-PROBE-JOURNAL
           IF WS-RC-FILE-ERROR
              GO TO 4000-EXIT
           END-IF

           IF WS-JRN-MISSING
              OPEN OUTPUT JOURNAL-FILE
           ELSE
              OPEN EXTEND JOURNAL-FILE
           END-IF
           IF WS-FZBRJRN-STATUS NOT = '00'
              DISPLAY 'FZB3035E - ERROR OPENING FZBRJRN, STATUS='
                      WS-FZBRJRN-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
              GO TO 4000-EXIT
           END-IF

           IF WS-JRN-CREATED
              DISPLAY 'FZB3036I - FZBRJRN NEW OR EMPTY, BASELINE OF '
                      WS-BASE-RULE-COUNT ' RULES WRITTEN'
              PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
                        UNTIL WS-BASE-IDX > WS-BASE-RULE-COUNT
                           OR WS-RC-FILE-ERROR
                  MOVE SPACES           TO FZB-JRN-RECORD
                  MOVE WS-CURRENT-DATE  TO FZB-JRN-APPLY-DATE
                  MOVE WS-CURRENT-TIME  TO FZB-JRN-APPLY-TIME
                  SET FZB-JRN-IS-BASELINE TO TRUE
                  MOVE WS-BASE-DIVISOR (WS-BASE-IDX)
                    TO FZB-JRN-DIVISOR
                  MOVE WS-BASE-SET (WS-BASE-IDX)
                    TO FZB-JRN-RULE-SET
                  MOVE 'N' TO FZB-JRN-BEF-PRESENT
                  MOVE 'Y' TO FZB-JRN-AFT-PRESENT
                  MOVE WS-BASE-LABEL (WS-BASE-IDX)
                    TO FZB-JRN-AFT-LABEL
                  MOVE WS-BASE-EFF-DATE (WS-BASE-IDX)
                    TO FZB-JRN-AFT-EFF-DATE
                  MOVE WS-BASE-EXP-DATE (WS-BASE-IDX)
                    TO FZB-JRN-AFT-EXP-DATE
                  WRITE JOURNAL-FILE-RECORD FROM FZB-JRN-RECORD
                  PERFORM 4100-CHECK-JOURNAL-WRITE
              END-PERFORM
           END-IF

           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                     UNTIL WS-DONE-IDX > WS-DONE-COUNT
                        OR WS-RC-FILE-ERROR
               IF WS-DONE-OUTCOME (WS-DONE-IDX) = 'D'
                  WRITE JOURNAL-FILE-RECORD
                        FROM WS-DONE-JOURNAL (WS-DONE-IDX)
                  PERFORM 4100-CHECK-JOURNAL-WRITE
               END-IF
           END-PERFORM

           CLOSE JOURNAL-FILE
           IF WS-FZBRJRN-STATUS NOT = '00'
              DISPLAY 'FZB3035E - ERROR CLOSING FZBRJRN, STATUS='
                      WS-FZBRJRN-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4050-PROBE-JOURNAL - read the journal once before extending
      * it.  Missing (status 35): it is created by OPEN OUTPUT.
      * Missing or no first record: the baseline is owed.
      *----------------------------------------------------------------
       4050-PROBE-JOURNAL SECTION.
           OPEN INPUT JOURNAL-FILE
           IF WS-FZBRJRN-STATUS = '35'
              SET WS-JRN-MISSING TO TRUE
              SET WS-JRN-CREATED TO TRUE
              GO TO 4050-EXIT
           END-IF
           IF WS-FZBRJRN-STATUS NOT = '00'
              DISPLAY 'FZB3035E - ERROR OPENING FZBRJRN, STATUS='
                      WS-FZBRJRN-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
              GO TO 4050-EXIT
           END-IF

           READ JOURNAL-FILE
               AT END
                  SET WS-JRN-CREATED TO TRUE
           END-READ
           IF WS-FZBRJRN-STATUS NOT = '00'
              AND WS-FZBRJRN-STATUS NOT = '10'
              DISPLAY 'FZB3035E - ERROR READING FZBRJRN, STATUS='
                      WS-FZBRJRN-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
           END-IF

           CLOSE JOURNAL-FILE
           IF WS-FZBRJRN-STATUS NOT = '00'
              DISPLAY 'FZB3035E - ERROR CLOSING FZBRJRN, STATUS='
                      WS-FZBRJRN-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
           END-IF.
       4050-EXIT.
           EXIT.

       4100-CHECK-JOURNAL-WRITE SECTION.
           IF WS-FZBRJRN-STATUS NOT = '00'
              DISPLAY 'FZB3035E - ERROR WRITING FZBRJRN, STATUS='
                      WS-FZBRJRN-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
           ELSE
              ADD 1 TO WS-JOURNAL-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 4500-MARK-QUEUE-ROWS - every queue row taken this run is
      * rewritten APPLIED or FAILED, with today's date, so it is
      * never taken again.
      *----------------------------------------------------------------
       4500-MARK-QUEUE-ROWS SECTION.
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                     UNTIL WS-DONE-IDX > WS-DONE-COUNT
                        OR WS-RC-FILE-ERROR
               MOVE WS-DONE-KEY (WS-DONE-IDX) TO FZB-PEND-KEY
               READ PENDING-FILE
                   INVALID KEY
                      DISPLAY 'FZB3037E - QUEUE ROW VANISHED, KEY='
                              FZB-PEND-KEY
                      SET WS-RC-FILE-ERROR TO TRUE
                   NOT INVALID KEY
                      MOVE WS-DONE-OUTCOME (WS-DONE-IDX)
                        TO FZB-PEND-STATUS
                      MOVE WS-CURRENT-DATE TO FZB-PEND-APPLIED-DATE
                      REWRITE FZB-PEND-RECORD
                          INVALID KEY
                             DISPLAY 'FZB3037E - ERROR REWRITING '
                                     'FZBPEND, KEY=' FZB-PEND-KEY
                             SET WS-RC-FILE-ERROR TO TRUE
                      END-REWRITE
               END-READ
           END-PERFORM

           CLOSE PENDING-FILE
           IF WS-FZBPEND-STATUS NOT = '00'
              DISPLAY 'FZB3037E - ERROR CLOSING FZBPEND, STATUS='
                      WS-FZBPEND-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 9900-ABORT-RUN - a required input dataset was missing, or the
      * refreshed FZBCTL dataset could not be opened/written; report
