      *                    percent, 0-100).  Exceeding it ends RC 8
      *                    so the scheduler can hold the swap; with
      *                    no TOL= the run only reports.
      *    SET=xxxx      - rule set (business unit) to simulate;
      *                    defaults to the default set BASE.  Only
      *                    that set's RULE cards are taken from
      *                    either dataset.  A set with no rules on
      *                    the live dataset is a new set: every
      *                    counter is plain on the live side.
      *
      *  RETURN-CODEs:
      *    0  - simulated, delta within tolerance (or no tolerance)
      *   DATE         AUTHOR               ALTER
      *   ----         ------            ----------
      * 2026/09/02  Edgar Mateus       Initial version.
      * 2026/10/15  Edgar Mateus       Rule sets: PARM token
      *                                SET=xxxx (default BASE)
      *                                selects the rule set simulated.
      *----------------------------------------------------------------

      **************************
      *--  Live rule table, loaded from FZBCTL with the same defaults
      *    FIZZBUZZ applies when the dataset is missing or empty.
       01  WS-OLD-RULE-COUNT             PIC 99 VALUE ZERO.
       01  WS-LIVE-CARD-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-OLD-RULE-TABLE.
           05  WS-OLD-RULE-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-OLD-RULE-IDX.
       01  WS-TOL-PCT                    PIC 9(3) VALUE ZERO.
       01  WS-TOL-SUPPLIED-SW            PIC X VALUE 'N'.
           88  WS-TOL-SUPPLIED           VALUE 'Y'.
       01  WS-SIM-SET                    PIC X(4) VALUE 'BASE'.
       01  WS-CARD-SET                   PIC X(4) VALUE SPACES.

       01  WS-CONFIG-ERROR-SW            PIC X VALUE 'N'.
           88  WS-CONFIG-ERROR           VALUE 'Y'.
           COMPUTE WS-RANGE-SIZE = CNST-MAX - WS-START-COUNTER + 1

           DISPLAY '  SIMULATION DATE........: ' WS-SIM-DATE
           DISPLAY '  RULE SET................: ' WS-SIM-SET
           DISPLAY '  RANGE...................: ' WS-START-COUNTER
                   ' THRU ' CNST-MAX

           STOP RUN.

      *----------------------------------------------------------------
      * 0100-PARSE-RUN-PARM - tokenize on commas and apply the DATE=,
      * TOL= and SET= tokens; an unrecognized token is rejected the
      * same way FIZZBUZZ rejects one.
      *----------------------------------------------------------------
       0100-PARSE-RUN-PARM SECTION.
           IF WS-RUN-PARM = SPACES
                    PERFORM 0160-VALIDATE-SIM-DATE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) (1:4) = 'TOL='
                    PERFORM 0170-APPLY-TOL-TOKEN
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) (1:4) = 'SET='
                    AND WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) (5:4)
                        NOT = SPACES
                    AND WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) (9:72)
                        = SPACES
                    MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) (5:4)
                      TO WS-SIM-SET
               WHEN OTHER
                    SET WS-PARM-ERROR TO TRUE
                    DISPLAY 'FZBA028E - UNRECOGNIZED PARM TOKEN: '
           END-IF.

      *----------------------------------------------------------------
      * 1000-LOAD-LIVE-CONTROL - MAXV/STRT and the live rules of the
      * simulated set from FZBCTL, with the same defaults FIZZBUZZ
      * applies when the dataset is missing, so the "before" side of
      * the simulation is exactly what tonight's run would do.
      *----------------------------------------------------------------
       1000-LOAD-LIVE-CONTROL SECTION.
           MOVE SPACES TO WS-OLD-RULE-TABLE
           MOVE 5      TO WS-OLD-RULE-DIVISOR (2)
           MOVE 'Buzz' TO WS-OLD-RULE-LABEL (2)
           MOVE 2      TO WS-OLD-RULE-COUNT
           IF WS-SIM-SET NOT = 'BASE'
              MOVE ZERO TO WS-OLD-RULE-COUNT
           END-IF

           OPEN INPUT CONTROL-CARD-FILE
           IF WS-FZBCTL-STATUS = '00'
           END-IF

           IF WS-OLD-RULE-COUNT = ZERO
              IF WS-LIVE-CARD-COUNT = ZERO
                 AND WS-FZBCTL-STATUS = '10'
                 DISPLAY 'FZBA012E - NO LIVE RULES LOADED'
                 SET WS-CONFIG-ERROR TO TRUE
              ELSE
                 DISPLAY 'FZBA001I - RULE SET ' WS-SIM-SET
                         ' HAS NO LIVE RULES, SIMULATED AS A NEW SET'
              END-IF
           END-IF.

       1100-APPLY-LIVE-RECORD SECTION.
                               ' EXP=' WS-CARD-EXP-DATE
                       SET WS-CONFIG-ERROR TO TRUE
                    ELSE
                    ADD 1 TO WS-LIVE-CARD-COUNT
                    MOVE FZB-RULE-SET OF FZB-CONTROL-RECORD
                      TO WS-CARD-SET
                    IF WS-CARD-SET = SPACES
                       MOVE 'BASE' TO WS-CARD-SET
                    END-IF
                    IF FZB-DIVISOR OF FZB-CONTROL-RECORD IS NUMERIC
                       AND FZB-DIVISOR OF FZB-CONTROL-RECORD NOT = '000'
                       AND FZB-LABEL OF FZB-CONTROL-RECORD NOT = SPACES
                       AND WS-CARD-SET = WS-SIM-SET
                       AND WS-OLD-RULE-COUNT < 20
                       ADD 1 TO WS-OLD-RULE-COUNT
                       MOVE FZB-DIVISOR OF FZB-CONTROL-RECORD
           CLOSE NEW-CONTROL-FILE

           IF WS-NEW-RULE-COUNT = ZERO
              DISPLAY 'FZBA012E - NO RULES OF SET ' WS-SIM-SET
                      ' ON FZBCTNEW, NOTHING TO SIMULATE'
              SET WS-CONFIG-ERROR TO TRUE
           END-IF.
       1500-EXIT.

      *----------------------------------------------------------------
      * 1550-APPLY-NEW-RULE-CARD - one proposed RULE card, its dates
      * validated the same way the live side's are before a rule of
      * the simulated set joins the table.
      *----------------------------------------------------------------
       1550-APPLY-NEW-RULE-CARD SECTION.
           MOVE FZB-EFF-DATE OF NEW-CONTROL-RECORD
              GO TO 1550-EXIT
           END-IF

           MOVE FZB-RULE-SET OF NEW-CONTROL-RECORD TO WS-CARD-SET
           IF WS-CARD-SET = SPACES
              MOVE 'BASE' TO WS-CARD-SET
           END-IF
           IF FZB-DIVISOR OF NEW-CONTROL-RECORD IS NUMERIC
              AND FZB-DIVISOR OF NEW-CONTROL-RECORD NOT = '000'
              AND FZB-LABEL OF NEW-CONTROL-RECORD NOT = SPACES
              AND WS-CARD-SET = WS-SIM-SET
              AND WS-NEW-RULE-COUNT < 20
              ADD 1 TO WS-NEW-RULE-COUNT
              MOVE FZB-DIVISOR OF NEW-CONTROL-RECORD
