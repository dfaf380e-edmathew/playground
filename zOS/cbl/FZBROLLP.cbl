      *      (start counter greater than 1), the same definition
      *      FZBAUDRP's RESTART flag uses - under a configured STRT
      *      card greater than 1 every run counts, so read the
      *      column accordingly in such a configuration.  A run under
      *      several rule sets writes one record per rule set: runs,
      *      restarts and failures come from its run record
      *      (FZB-AUD-RUN-RECORD) alone, the label totals from every
      *      rule set's record;
      *    - REPLACES the row for every month its input is known to
      *      cover whole on the summary master (DD FZBSUMM, copybook
      *      FZBSUMM) - replace, never add, so reruns are
      *   DATE         AUTHOR               ALTER
      *   ----         ------            ----------
      * 2026/09/02  Edgar Mateus       Initial version.
      * 2026/10/15  Edgar Mateus       Rule sets: a run writes one
      *                                audit record per rule set, so
      *                                runs, restarts and failures are
      *                                counted from the run record
      *                                only; the label totals are
      *                                summed across every rule set.
      *----------------------------------------------------------------

      **************************

      *----------------------------------------------------------------
      * 2000-ROLL-UP-ONE-RECORD - file one audit record under its
      * calendar month (the first six digits of the run date).  Only
      * a run record counts as a run; every record adds its rule
      * set's label totals.
      *----------------------------------------------------------------
       2000-ROLL-UP-ONE-RECORD SECTION.
           MOVE FZB-AUD-RUN-DATE OF FZB-AUDIT-RECORD (1:6)
              MOVE WS-RUN-MONTH TO WS-MTH-MONTH (WS-FOUND-IDX)
           END-IF

           IF FZB-AUD-RUN-RECORD OF FZB-AUDIT-RECORD
              ADD 1 TO WS-MTH-RUNS (WS-FOUND-IDX)
      *--  "Runs not starting at counter 1" - FZBAUDRP's restart
      *    definition; see the prologue for the STRT > 1 caveat.
              IF FZB-AUD-START-CTR OF FZB-AUDIT-RECORD > 1
                 ADD 1 TO WS-MTH-RESTARTS (WS-FOUND-IDX)
              END-IF

              EVALUATE FZB-AUD-RETURN-CODE OF FZB-AUDIT-RECORD
                  WHEN ZERO
                       CONTINUE
                  WHEN 4
                       ADD 1 TO WS-MTH-FAIL-04 (WS-FOUND-IDX)
                  WHEN 8
                       ADD 1 TO WS-MTH-FAIL-08 (WS-FOUND-IDX)
                  WHEN 12
                       ADD 1 TO WS-MTH-FAIL-12 (WS-FOUND-IDX)
                  WHEN 16
                       ADD 1 TO WS-MTH-FAIL-16 (WS-FOUND-IDX)
                  WHEN 20
                       ADD 1 TO WS-MTH-FAIL-20 (WS-FOUND-IDX)
                  WHEN 24
                       ADD 1 TO WS-MTH-FAIL-24 (WS-FOUND-IDX)
                  WHEN 28
                       ADD 1 TO WS-MTH-FAIL-28 (WS-FOUND-IDX)
                  WHEN OTHER
                       ADD 1 TO WS-MTH-FAIL-OTHER (WS-FOUND-IDX)
              END-EVALUATE
           END-IF

           ADD FZB-AUD-FIZZ-COUNT OF FZB-AUDIT-RECORD
               TO WS-MTH-FIZZ (WS-FOUND-IDX)
