      *  spanning a go-live (a catch-up run) counts each date under
      *  the rules that were active for it.
      *
      *  The report covers one rule set (business unit): PARM
      *  'SET=xxxx' selects it, no PARM selects the default set BASE.
      *  Only that set's FZBOUT records and RULE cards are counted.
      *
      *  RETURN-CODEs:
      *    0  - report produced
      *    4  - label table overflowed; excess labels are lumped into
      *         an "*OTHERS*" line and flagged
      *    8  - the generation holds no records of the rule set
      *    12 - PARM invalid
      *    20 - file error (including a missing or unopenable
      *         generation)
      *----------------------------------------------------------------
      *   DATE         AUTHOR               ALTER
      *   ----         ------            ----------
      * 2026/08/22  Edgar Mateus       Initial version.
      * 2026/10/15  Edgar Mateus       Rule sets: PARM SET=xxxx
      *                                (default BASE) selects the
      *                                records and rules reported.
      *----------------------------------------------------------------

      **************************
       01  WS-OVERFLOW-SW                PIC X VALUE 'N'.
           88  WS-LABEL-OVERFLOWED       VALUE 'Y'.

      *--  Rule set reported (PARM SET=xxxx, default BASE).
       01  WS-RUN-PARM                   PIC X(80) VALUE SPACES.
       01  WS-STATS-SET                  PIC X(4) VALUE 'BASE'.
       01  WS-REC-SET                    PIC X(4) VALUE SPACES.
       01  WS-RECORDS-SKIPPED            PIC 9(8) VALUE ZERO.

      *--  Rule table (divisor, label, active window) for the
      *    per-rule hit totals.
       01  WS-RULE-COUNT                 PIC 99 VALUE ZERO.
           88  WS-RC-NORMAL              VALUE 0.
           88  WS-RC-OVERFLOW            VALUE 4.
           88  WS-RC-NO-INPUT            VALUE 8.
           88  WS-RC-BAD-PARM            VALUE 12.
           88  WS-RC-FILE-ERROR          VALUE 20.

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
           DISPLAY '|     FIZZ BUZZ - LABEL DISTRIBUTION REPORT    |'
           DISPLAY '+----------------------------------------------+'

           IF LS-PARM-LEN > ZERO AND LS-PARM-LEN <= 80
              MOVE LS-PARM-TEXT (1:LS-PARM-LEN) TO WS-RUN-PARM
           END-IF
           IF WS-RUN-PARM NOT = SPACES
              IF WS-RUN-PARM (1:4) = 'SET='
                 AND WS-RUN-PARM (5:4) NOT = SPACES
                 AND WS-RUN-PARM (9:72) = SPACES
                 MOVE WS-RUN-PARM (5:4) TO WS-STATS-SET
              ELSE
                 DISPLAY 'FZB7012E - INVALID PARM: ' WS-RUN-PARM
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           DISPLAY 'FZB7001I - RULE SET ' WS-STATS-SET

           PERFORM 1000-LOAD-CONTROL-CARDS

           OPEN INPUT OUTPUT-FILE
                 AT END
                   SET WS-OUT-EOF TO TRUE
                 NOT AT END
                   IF FZB-OUT-RULE-SET = SPACES
                      MOVE 'BASE' TO WS-REC-SET
                   ELSE
                      MOVE FZB-OUT-RULE-SET TO WS-REC-SET
                   END-IF
                   IF WS-REC-SET = WS-STATS-SET
                      ADD 1 TO WS-TOTAL-COUNT
                      PERFORM 3000-TALLY-ONE-RECORD
                   ELSE
                      ADD 1 TO WS-RECORDS-SKIPPED
                   END-IF
               END-READ
           END-PERFORM

           END-IF

           IF WS-TOTAL-COUNT = ZERO AND NOT WS-FILE-ERROR
              DISPLAY 'FZB7008E - FZBOUT GENERATION HOLDS NO '
                      'RECORDS OF RULE SET ' WS-STATS-SET
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY '+----------------------------------------------+'
           DISPLAY '|   LABEL DISTRIBUTION - END BATCH             |'
           DISPLAY '+----------------------------------------------+'
           DISPLAY '|  Rule set..............: ' WS-STATS-SET
           DISPLAY '|  Records read..........: ' WS-DISP-TOTAL
           MOVE WS-RECORDS-SKIPPED TO WS-DISP-TOTAL
           DISPLAY '|  Other rule sets.......: ' WS-DISP-TOTAL
           DISPLAY '|  Distinct labels.......: ' WS-LABEL-COUNT
           DISPLAY '+----------------------------------------------+'


      *----------------------------------------------------------------
      * 1000-LOAD-CONTROL-CARDS - the RULE records (with their date
      * windows) of the reported rule set for the per-rule hit
      * totals.  The same defaults FIZZBUZZ applies cover a run that
      * executed without FZBCTL (the default set BASE only).
      *----------------------------------------------------------------
       1000-LOAD-CONTROL-CARDS SECTION.
           MOVE 3      TO WS-RULE-DIVISOR (1)
                   AT END
                     MOVE '10' TO WS-FZBCTL-STATUS
                   NOT AT END
                     IF FZB-RULE-SET = SPACES
                        MOVE 'BASE' TO WS-REC-SET
                     ELSE
                        MOVE FZB-RULE-SET TO WS-REC-SET
                     END-IF
                     IF FZB-REC-IS-RULE
                        AND FZB-DIVISOR IS NUMERIC
                        AND FZB-DIVISOR NOT = '000'
                        AND WS-REC-SET = WS-STATS-SET
                        AND WS-RULE-COUNT < 20
                        ADD 1 TO WS-RULE-COUNT
                        MOVE FZB-DIVISOR
