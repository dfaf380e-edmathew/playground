      *    - one detail line per run: business date, time, start/max,
      *      RETURN-CODE, with failed runs (non-zero RETURN-CODE)
      *      and restart runs (start counter greater than 1) called
      *      out on the line.  A run under several rule sets has one
      *      audit record, and so one line, per rule set; the line
      *      names the rule set and only the run record's line
      *      carries the flags;
      *    - one summary line per business date: runs, failures,
      *      restarts (from run records), and the control totals for
      *      the date summed across its rule sets;
      *    - day-over-day deltas of the Fizz/Buzz/FizzBuzz/Other/
      *      Plain totals against the previous reported date, so a
      *      sudden shift in proportions is visible at a glance.
      *                                500 runs instead of stopping at
      *                                the first 500 of an
      *                                ever-growing history.
      * 2026/10/15  Edgar Mateus       Rule sets: the detail line
      *                                shows each audit record's rule
      *                                set; runs, failures and
      *                                restarts are counted from run
      *                                records only and the date's
      *                                control totals summed across
      *                                its rule sets.
      *----------------------------------------------------------------

      **************************
       01  WS-SLICE-SUFFIX               PIC X(2) VALUE SPACES.
       01  WS-SLICES-READ                PIC 99 VALUE ZERO.

      *--  Every audit record read, main dataset first then the
      *    slices; WS-RUN-IS-RUN marks a run record (the first, or
      *    only, rule set's record of a run).
       01  WS-RUN-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-RUN-RECORDS                PIC 9(4) VALUE ZERO.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 500 TIMES.
               10  WS-RUN-DATE           PIC X(8).
               10  WS-RUN-SET            PIC X(4).
               10  WS-RUN-RECORD-SW      PIC X.
                   88  WS-RUN-IS-RUN     VALUE 'Y'.
               10  WS-RUN-TIME           PIC X(6).
               10  WS-RUN-START          PIC 9(7).
               10  WS-RUN-MAX            PIC 9(7).
           DISPLAY '+----------------------------------------------+'
           DISPLAY '|      RUN HISTORY REPORT - END BATCH          |'
           DISPLAY '+----------------------------------------------+'
           DISPLAY '|  Audit records read....: ' WS-RUN-COUNT
           DISPLAY '|  Runs reported.........: ' WS-RUN-RECORDS
           DISPLAY '|  Business dates........: ' WS-DATE-COUNT
           DISPLAY '|  Partition slices read.: ' WS-SLICES-READ
           DISPLAY '+----------------------------------------------+'
           ADD 1 TO WS-RUN-COUNT
           MOVE FZB-AUD-RUN-DATE OF FZB-AUDIT-RECORD
             TO WS-RUN-DATE (WS-RUN-COUNT)
           MOVE FZB-AUD-RULE-SET OF FZB-AUDIT-RECORD
             TO WS-RUN-SET (WS-RUN-COUNT)
           IF WS-RUN-SET (WS-RUN-COUNT) = SPACES
              MOVE 'BASE' TO WS-RUN-SET (WS-RUN-COUNT)
           END-IF
           MOVE 'N' TO WS-RUN-RECORD-SW (WS-RUN-COUNT)
           IF FZB-AUD-RUN-RECORD OF FZB-AUDIT-RECORD
              SET WS-RUN-IS-RUN (WS-RUN-COUNT) TO TRUE
           END-IF
           MOVE FZB-AUD-RUN-TIME OF FZB-AUDIT-RECORD
             TO WS-RUN-TIME (WS-RUN-COUNT)
           MOVE FZB-AUD-START-CTR OF FZB-AUDIT-RECORD
      * 2000-BUILD-DATE-SUMMARY - aggregate the run table per business
      * date, inserting each new date in ascending order so the
      * summary and the day-over-day deltas read chronologically even
      * when slices arrive out of order.  Runs, failures and restarts
      * come from run records; the control totals from every record.
      *----------------------------------------------------------------
       2000-BUILD-DATE-SUMMARY SECTION.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                     UNTIL WS-RUN-IDX > WS-RUN-COUNT
               PERFORM 2100-FIND-OR-INSERT-DATE
               IF WS-RUN-IS-RUN (WS-RUN-IDX)
                  ADD 1 TO WS-RUN-RECORDS
               END-IF
               IF WS-FOUND-IDX > ZERO
                  IF WS-RUN-IS-RUN (WS-RUN-IDX)
                     ADD 1 TO WS-DTE-RUNS (WS-FOUND-IDX)
                     IF WS-RUN-RC (WS-RUN-IDX) NOT = ZERO
                        ADD 1 TO WS-DTE-FAILED (WS-FOUND-IDX)
                     END-IF
                     IF WS-RUN-START (WS-RUN-IDX) > 1
                        ADD 1 TO WS-DTE-RESTARTS (WS-FOUND-IDX)
                     END-IF
                  END-IF
                  ADD WS-RUN-FIZZ (WS-RUN-IDX)
                      TO WS-DTE-FIZZ (WS-FOUND-IDX)
      *----------------------------------------------------------------
      * 3000-REPORT-RUN-DETAIL - one line per run, in the order read
      * (main history first, then the slices), failed and restart
      * runs called out on the run record's line.
      *----------------------------------------------------------------
       3000-REPORT-RUN-DETAIL SECTION.
           DISPLAY ' '
           DISPLAY 'RUN DETAIL'
           DISPLAY 'DATE     TIME   START   MAX     RC    SET  FLAGS'
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                     UNTIL WS-RUN-IDX > WS-RUN-COUNT
               MOVE SPACES TO WS-RUN-FLAGS
               EVALUATE TRUE
                   WHEN NOT WS-RUN-IS-RUN (WS-RUN-IDX)
                        CONTINUE
                   WHEN WS-RUN-RC (WS-RUN-IDX) NOT = ZERO
                        AND WS-RUN-START (WS-RUN-IDX) > 1
                        MOVE 'FAILED RESTART' TO WS-RUN-FLAGS
                       WS-RUN-START (WS-RUN-IDX) ' '
                       WS-RUN-MAX (WS-RUN-IDX) ' '
                       WS-DISP-RC ' '
                       WS-RUN-SET (WS-RUN-IDX) ' '
                       WS-RUN-FLAGS
           END-PERFORM.

