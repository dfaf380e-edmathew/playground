      *      neither a configured start offset nor a restart run
      *      (whose clean record starts past the checkpoint) reads
      *      as corruption.
      *  Every finding is per business date and rule set: the master
      *  holds one row per counter for each rule set of a date
      *  (FZB-VSAM-RULE-SET, blank read as the default set BASE) and
      *  each rule set has its own audit record (FZB-AUD-RULE-SET).
      *
      *  RETURN-CODEs, distinct per finding class so the scheduler
      *  can page on corruption but only warn on an over-retained
      *   DATE         AUTHOR               ALTER
      *   ----         ------            ----------
      * 2026/09/02  Edgar Mateus       Initial version.
      * 2026/10/15  Edgar Mateus       Rule sets: the master holds
      *                                one row per counter per rule
      *                                set, so every check and the
      *                                audit reconciliation are made
      *                                per business date and rule set
      *                                (tables raised to 999 entries).
      *----------------------------------------------------------------

      **************************
       01  WS-OVERFLOW-SW                PIC X VALUE 'N'.
           88  WS-TABLE-OVERFLOWED       VALUE 'Y'.

      *--  One entry per business date and rule set found on the
      *    master, built in key order so the dates arrive ascending.
       01  WS-DATE-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY OCCURS 999 TIMES.
               10  WS-DTE-DATE           PIC X(8).
               10  WS-DTE-SET            PIC X(4).
               10  WS-DTE-ROWS           PIC 9(8).
               10  WS-DTE-FIRST-CTR      PIC 9(7).
               10  WS-DTE-LAST-CTR       PIC 9(7).
               10  WS-DTE-GAPS           PIC 9(7).
       01  WS-DATE-IDX                   PIC 9(4) VALUE ZERO.
       01  WS-PREV-COUNTER               PIC 9(7) VALUE ZERO.
       01  WS-ROW-SET                    PIC X(4) VALUE SPACES.

      *--  Per-date audit evidence: the largest MAXV and smallest
      *    start counter clean runs (RETURN-CODE 0) recorded for the
      *    date - together with the configured STRT they give the
      *    row count the master should hold for it.  Kept per date
      *    and rule set, as the master table is.
       01  WS-AUD-DATE-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-AUD-DATE-TABLE.
           05  WS-AUD-DATE-ENTRY OCCURS 999 TIMES.
               10  WS-AUD-DATE           PIC X(8).
               10  WS-AUD-SET            PIC X(4).
               10  WS-AUD-MAX-CTR        PIC 9(7).
               10  WS-AUD-MIN-START      PIC 9(7).
       01  WS-AUD-IDX                    PIC 9(4) VALUE ZERO.
       01  WS-AUD-FOUND-IDX              PIC 9(4) VALUE ZERO.
       01  WS-EXPECTED-START             PIC 9(7) VALUE ZERO.
       01  WS-EXPECTED-ROWS              PIC 9(7) VALUE ZERO.

           DISPLAY '+----------------------------------------------+'
           MOVE WS-ROWS-READ TO WS-DISP-ROWS
           DISPLAY '|  Rows read.............: ' WS-DISP-ROWS
           DISPLAY '|  Dates and rule sets...: ' WS-DATE-COUNT
           DISPLAY '|  Dates with gaps.......: ' WS-GAP-DATES
           DISPLAY '|  Over-retained dates...: ' WS-OVER-RETAINED
           DISPLAY '|  Missing dates.........: ' WS-MISSING-DATES
           EXIT.

      *----------------------------------------------------------------
      * 2100-TALLY-ONE-ROW - file one master row.  A new date or
      * rule set opens a new table entry; within one a counter that
      * is not the previous plus one is a sequence gap.
      *----------------------------------------------------------------
       2100-TALLY-ONE-ROW SECTION.
           MOVE FZB-VSAM-RULE-SET TO WS-ROW-SET
           IF WS-ROW-SET = SPACES
              MOVE 'BASE' TO WS-ROW-SET
           END-IF
           IF WS-DATE-COUNT = ZERO
              OR FZB-VSAM-BUS-DATE NOT = WS-DTE-DATE (WS-DATE-COUNT)
              OR WS-ROW-SET NOT = WS-DTE-SET (WS-DATE-COUNT)
              IF WS-DATE-COUNT >= 999
                 SET WS-TABLE-OVERFLOWED TO TRUE
                 DISPLAY 'FZBB004W - DATE TABLE FULL, DATE NOT '
                         'AUDITED: ' FZB-VSAM-BUS-DATE ' SET='
                         WS-ROW-SET
                 GO TO 2100-EXIT
              END-IF
              ADD 1 TO WS-DATE-COUNT
              MOVE FZB-VSAM-BUS-DATE
                TO WS-DTE-DATE (WS-DATE-COUNT)
              MOVE WS-ROW-SET
                TO WS-DTE-SET (WS-DATE-COUNT)
              MOVE 1 TO WS-DTE-ROWS (WS-DATE-COUNT)
              MOVE FZB-VSAM-COUNTER
                TO WS-DTE-FIRST-CTR (WS-DATE-COUNT)
           EXIT.

      *----------------------------------------------------------------
      * 4000-LOAD-AUDIT-EVIDENCE - one entry per business date and rule
      * set the audit trail shows a clean run for (RETURN-CODE 0 and a
      * non-zero total), keeping the largest MAXV and the smallest start
      * counter recorded; 5200 derives from them the row count the
      * master should hold for the date.  A missing audit dataset only
      * disables the reconciliation.
      *----------------------------------------------------------------
       4000-LOAD-AUDIT-EVIDENCE SECTION.
           OPEN INPUT AUDIT-FILE
           EXIT.

       4100-FILE-AUDIT-DATE SECTION.
           MOVE FZB-AUD-RULE-SET TO WS-ROW-SET
           IF WS-ROW-SET = SPACES
              MOVE 'BASE' TO WS-ROW-SET
           END-IF
           MOVE ZERO TO WS-AUD-FOUND-IDX
           PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
                     UNTIL WS-AUD-IDX > WS-AUD-DATE-COUNT
                        OR WS-AUD-FOUND-IDX > ZERO
               IF WS-AUD-DATE (WS-AUD-IDX) = FZB-AUD-RUN-DATE
                  AND WS-AUD-SET (WS-AUD-IDX) = WS-ROW-SET
                  MOVE WS-AUD-IDX TO WS-AUD-FOUND-IDX
               END-IF
           END-PERFORM
                   TO WS-AUD-MIN-START (WS-AUD-FOUND-IDX)
              END-IF
           ELSE
              IF WS-AUD-DATE-COUNT >= 999
                 SET WS-TABLE-OVERFLOWED TO TRUE
                 DISPLAY 'FZBB004W - AUDIT DATE TABLE FULL, DATE NOT '
                         'RECONCILED: ' FZB-AUD-RUN-DATE ' SET='
                         WS-ROW-SET
              ELSE
                 ADD 1 TO WS-AUD-DATE-COUNT
                 MOVE FZB-AUD-RUN-DATE
                   TO WS-AUD-DATE (WS-AUD-DATE-COUNT)
                 MOVE WS-ROW-SET
                   TO WS-AUD-SET (WS-AUD-DATE-COUNT)
                 MOVE FZB-AUD-MAX-VALUE
                   TO WS-AUD-MAX-CTR (WS-AUD-DATE-COUNT)
                 MOVE FZB-AUD-START-CTR
           END-IF.

      *----------------------------------------------------------------
      * 5000-REPORT-PER-DATE - one line per date and rule set on the
      * master with its counts and every finding flagged on the
      * line; an over-retained date is counted once.  The
      * missing-row figure is the holes inside the first..last span.
      *----------------------------------------------------------------
       5000-REPORT-PER-DATE SECTION.
           DISPLAY ' '
           DISPLAY 'DATE     SET  ROWS        FIRST   LAST    GAPS'
                   '      FINDINGS'
           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                     UNTIL WS-DATE-IDX > WS-DATE-COUNT
              MOVE WS-MISSING-ROWS TO WS-DISP-MISSING
              MOVE 'GAPS' TO WS-DATE-FLAGS
              DISPLAY 'FZBB016E - COUNTER GAPS ON DATE '
                      WS-DTE-DATE (WS-DATE-IDX) ' SET='
                      WS-DTE-SET (WS-DATE-IDX) ', ROWS MISSING='
                      WS-DISP-MISSING
           END-IF

           IF WS-RETN-CUTOFF NOT = SPACES
              AND WS-DTE-DATE (WS-DATE-IDX) < WS-RETN-CUTOFF
              IF WS-DATE-IDX = 1
                 OR WS-DTE-DATE (WS-DATE-IDX) NOT =
                    WS-DTE-DATE (WS-DATE-IDX - 1)
                 ADD 1 TO WS-OVER-RETAINED
                 DISPLAY 'FZBB004W - DATE OLDER THAN RETENTION CUTOFF '
                         WS-RETN-CUTOFF ' STILL ON MASTER: '
                         WS-DTE-DATE (WS-DATE-IDX)
              END-IF
              IF WS-DATE-FLAGS = SPACES
                 MOVE 'OVER-RETAINED' TO WS-DATE-FLAGS
              ELSE
                 MOVE 'GAPS OVER-RETAINED' TO WS-DATE-FLAGS
              END-IF
           END-IF

           PERFORM 5200-RECONCILE-AGAINST-AUDIT
           MOVE WS-DTE-ROWS (WS-DATE-IDX) TO WS-DISP-ROWS
           MOVE WS-DTE-GAPS (WS-DATE-IDX) TO WS-DISP-GAPS
           DISPLAY WS-DTE-DATE (WS-DATE-IDX) ' '
                   WS-DTE-SET (WS-DATE-IDX) ' '
                   WS-DISP-ROWS ' '
                   WS-DTE-FIRST-CTR (WS-DATE-IDX) ' '
                   WS-DTE-LAST-CTR (WS-DATE-IDX) ' '
                        OR WS-AUD-FOUND-IDX > ZERO
               IF WS-AUD-DATE (WS-AUD-IDX) =
                  WS-DTE-DATE (WS-DATE-IDX)
                  AND WS-AUD-SET (WS-AUD-IDX) =
                      WS-DTE-SET (WS-DATE-IDX)
                  MOVE WS-AUD-IDX TO WS-AUD-FOUND-IDX
               END-IF
           END-PERFORM
                 ADD 1 TO WS-COUNT-MISMATCHES
                 DISPLAY 'FZBB012E - ROW COUNT DISAGREES WITH AUDIT '
                         'FOR DATE ' WS-DTE-DATE (WS-DATE-IDX)
                         ' SET=' WS-DTE-SET (WS-DATE-IDX)
                         ', MASTER=' WS-DTE-ROWS (WS-DATE-IDX)
                         ' AUDIT=' WS-EXPECTED-ROWS
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 6000-REPORT-MISSING-DATES - dates (and rule sets) the audit
      * trail shows ran clean, inside the retention window, with no rows
      * at all on the master - the half-deleted-purge signature.  Dates
      * before the cutoff are legitimately purged and not flagged.
      *----------------------------------------------------------------
       6000-REPORT-MISSING-DATES SECTION.
           PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
                        OR WS-AUD-FOUND-IDX > ZERO
               IF WS-DTE-DATE (WS-DATE-IDX) =
                  WS-AUD-DATE (WS-AUD-IDX)
                  AND WS-DTE-SET (WS-DATE-IDX) =
                      WS-AUD-SET (WS-AUD-IDX)
                  MOVE WS-DATE-IDX TO WS-AUD-FOUND-IDX
               END-IF
           END-PERFORM
              ADD 1 TO WS-MISSING-DATES
              DISPLAY 'FZBB012E - DATE RAN CLEAN PER AUDIT BUT HAS '
                      'NO ROWS ON MASTER: ' WS-AUD-DATE (WS-AUD-IDX)
                      ' SET=' WS-AUD-SET (WS-AUD-IDX)
           END-IF.
