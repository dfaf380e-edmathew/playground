      **************************
       IDENTIFICATION DIVISION.
      **************************

       PROGRAM-ID.     FZBRJRP.
       INSTALLATION.   PT-SI.
       AUTHOR.         Edgar Mateus.
       DATE-WRITTEN.   Oct 2026.

      *----------------------------------------------------------------
      * FZBRJRP - rule table as it stood on a past date
      * ========================================================
      *  Answers the auditors' quarterly question "what rules were on
      *  file on date D, who put them there and who approved it?"
      *  from the permanent rule-change journal (DD FZBRJRN, copybook
      *  FZBRJRN) that FZBRULES extends with a before/after image of
      *  every change it applies.  The journal is replayed from its
      *  baseline up to and including PARM DATE=, and the resulting
      *  rule table is reported one line per RULE card: divisor,
      *  label, effective/expiry window, whether the rule was active
      *  on D itself (a staged rule may be on file but not yet in
      *  force), and the date, requester and approver of the last
      *  change to the row.  Each row shows its rule set (journal
      *  images written before rule sets existed carry a blank set,
      *  taken as the default set BASE).
      *
      *  A CHG or DEL image whose before image matches no row of the
      *  replayed table means the journal is not a complete history
      *  (a hand edit of FZBCTL outside FZBRULES); it is reported and
      *  the run ends RC 4 so the rebuilt table is not taken at face
      *  value.
      *
      *  PARM DATE=YYYYMMDD is required.
      *
      *  RETURN-CODEs:
      *    0  - rule table rebuilt
      *    4  - rebuilt with warnings: the date precedes the journal
      *         baseline (nothing to rebuild), the journal is
      *         inconsistent, or the rule table overflowed
      *    8  - PARM missing or invalid
      *    20 - journal missing or unreadable
      *----------------------------------------------------------------
      *   DATE         AUTHOR               ALTER
      *   ----         ------            ----------
      * 2026/10/15  Edgar Mateus       Initial version.
      * 2026/10/15  Edgar Mateus       Rule sets: rows are replayed
      *                                within their rule set and the
      *                                set is reported; the table
      *                                holds 60 rows.
      *----------------------------------------------------------------

      **************************
       ENVIRONMENT DIVISION.
      **************************
         CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-3090.

         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT JOURNAL-FILE ASSIGN TO FZBRJRN
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBRJRN-STATUS.

      **************************
       DATA DIVISION.
      **************************
         FILE SECTION.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBRJRN.

         WORKING-STORAGE SECTION.
       01  WS-FZBRJRN-STATUS             PIC XX VALUE SPACES.

       01  WS-JRN-EOF-SW                 PIC X VALUE 'N'.
           88  WS-JRN-EOF                VALUE 'Y'.
       01  WS-FILE-ERROR-SW              PIC X VALUE 'N'.
           88  WS-FILE-ERROR             VALUE 'Y'.
       01  WS-OVERFLOW-SW                PIC X VALUE 'N'.
           88  WS-TABLE-OVERFLOWED       VALUE 'Y'.

      *--  PARM work areas - DATE=YYYYMMDD is required.
       01  WS-RUN-PARM                   PIC X(80) VALUE SPACES.
       01  WS-PARM-ERROR-SW              PIC X VALUE 'N'.
           88  WS-PARM-ERROR             VALUE 'Y'.
       01  WS-AS-OF-DATE                 PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM                   PIC 9(8) VALUE ZERO.
       01  WS-DATE-INTEGER               PIC 9(7) VALUE ZERO.

      *--  The rule table being replayed, with the last change to
      *    each row.
       01  WS-RULE-COUNT                 PIC 99 VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 60 TIMES
                             INDEXED BY WS-RULE-IDX.
               10  WS-RULE-SET           PIC X(4).
               10  WS-RULE-DIVISOR       PIC 9(3).
               10  WS-RULE-LABEL         PIC X(10).
               10  WS-RULE-EFF-DATE      PIC X(8).
               10  WS-RULE-EXP-DATE      PIC X(8).
               10  WS-RULE-CHG-DATE      PIC X(8).
               10  WS-RULE-REQUESTER     PIC X(8).
               10  WS-RULE-APPROVER      PIC X(8).
       01  WS-FOUND-IDX                  PIC 99 VALUE ZERO.
       01  WS-ACTIVE-FLAG                PIC X VALUE SPACE.
       01  WS-JRN-SET                    PIC X(4) VALUE SPACES.

       01  WS-BASELINE-DATE              PIC X(8) VALUE SPACES.
       01  WS-IMAGES-READ                PIC 9(7) VALUE ZERO.
       01  WS-IMAGES-REPLAYED            PIC 9(7) VALUE ZERO.
       01  WS-INCONSISTENT-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-LAST-CHANGE-DATE           PIC X(8) VALUE SPACES.

       01  WS-RETURN-CODE                PIC S9(4) VALUE ZERO.
           88  WS-RC-NORMAL              VALUE 0.
           88  WS-RC-WARNING             VALUE 4.
           88  WS-RC-BAD-PARM            VALUE 8.
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
           DISPLAY '|    FIZZ BUZZ - RULE TABLE AS AT A PAST DATE  |'
           DISPLAY '+----------------------------------------------+'

           IF LS-PARM-LEN > ZERO AND LS-PARM-LEN <= 80
              MOVE LS-PARM-TEXT (1:LS-PARM-LEN) TO WS-RUN-PARM
           END-IF
           PERFORM 0100-PARSE-DATE-PARM

           IF WS-PARM-ERROR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT JOURNAL-FILE
           IF WS-FZBRJRN-STATUS NOT = '00'
              DISPLAY 'FZBG020E - ERROR OPENING FZBRJRN, STATUS='
                      WS-FZBRJRN-STATUS
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL WS-JRN-EOF OR WS-FILE-ERROR
               READ JOURNAL-FILE
                 AT END
                   SET WS-JRN-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO WS-IMAGES-READ
                   IF WS-IMAGES-READ = 1
                      MOVE FZB-JRN-APPLY-DATE TO WS-BASELINE-DATE
                   END-IF
      *--            The journal is appended in apply order, so the
      *              first image after the date ends the replay.
                   IF FZB-JRN-APPLY-DATE > WS-AS-OF-DATE
                      SET WS-JRN-EOF TO TRUE
                   ELSE
                      PERFORM 3000-REPLAY-ONE-IMAGE
                   END-IF
               END-READ
           END-PERFORM

           IF WS-FZBRJRN-STATUS NOT = '00'
              AND WS-FZBRJRN-STATUS NOT = '10'
              DISPLAY 'FZBG020E - ERROR READING FZBRJRN, STATUS='
                      WS-FZBRJRN-STATUS
              SET WS-FILE-ERROR TO TRUE
           END-IF

           CLOSE JOURNAL-FILE

           IF WS-BASELINE-DATE = SPACES
              OR WS-BASELINE-DATE > WS-AS-OF-DATE
              DISPLAY 'FZBG004W - ' WS-AS-OF-DATE ' PRECEDES THE '
                      'JOURNAL BASELINE (' WS-BASELINE-DATE
                      ') - NOTHING TO REBUILD'
           ELSE
              PERFORM 5000-REPORT-RULE-TABLE
           END-IF

           DISPLAY '+----------------------------------------------+'
           DISPLAY '|  RULE TABLE AS AT A PAST DATE - END BATCH    |'
           DISPLAY '+----------------------------------------------+'
           DISPLAY '|  As-at date............: ' WS-AS-OF-DATE
           DISPLAY '|  Journal baseline......: ' WS-BASELINE-DATE
           DISPLAY '|  Images replayed.......: ' WS-IMAGES-REPLAYED
           DISPLAY '|  Last change applied...: ' WS-LAST-CHANGE-DATE
           DISPLAY '|  Rules on file.........: ' WS-RULE-COUNT
           DISPLAY '|  Inconsistent images...: ' WS-INCONSISTENT-COUNT
           DISPLAY '+----------------------------------------------+'

           EVALUATE TRUE
               WHEN WS-FILE-ERROR
                    SET WS-RC-FILE-ERROR TO TRUE
               WHEN WS-BASELINE-DATE = SPACES
                    OR WS-BASELINE-DATE > WS-AS-OF-DATE
                    OR WS-INCONSISTENT-COUNT > ZERO
                    OR WS-TABLE-OVERFLOWED
                    SET WS-RC-WARNING TO TRUE
               WHEN OTHER
                    SET WS-RC-NORMAL TO TRUE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------
      * 0100-PARSE-DATE-PARM - DATE=YYYYMMDD is required and must be
      * a real calendar date.
      *----------------------------------------------------------------
       0100-PARSE-DATE-PARM SECTION.
           IF WS-RUN-PARM (1:5) NOT = 'DATE='
              SET WS-PARM-ERROR TO TRUE
              DISPLAY 'FZBG008E - PARM DATE=YYYYMMDD IS REQUIRED'
              GO TO 0100-EXIT
           END-IF

           MOVE WS-RUN-PARM (6:8) TO WS-AS-OF-DATE
           IF WS-AS-OF-DATE IS NOT NUMERIC
              SET WS-PARM-ERROR TO TRUE
              DISPLAY 'FZBG008E - PARM DATE= IS NOT NUMERIC: '
                      WS-AS-OF-DATE
              GO TO 0100-EXIT
           END-IF

           MOVE WS-AS-OF-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           IF WS-DATE-INTEGER = ZERO
              SET WS-PARM-ERROR TO TRUE
              DISPLAY 'FZBG008E - PARM DATE= IS NOT A VALID DATE: '
                      WS-AS-OF-DATE
           END-IF.
       0100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-REPLAY-ONE-IMAGE - apply one journal image to the table:
      * a baseline or ADD inserts the after image, a CHG replaces the
      * row matching the before image, a DEL removes it.
      *----------------------------------------------------------------
       3000-REPLAY-ONE-IMAGE SECTION.
           ADD 1 TO WS-IMAGES-REPLAYED
           IF FZB-JRN-RULE-SET = SPACES
              MOVE 'BASE' TO WS-JRN-SET
           ELSE
              MOVE FZB-JRN-RULE-SET TO WS-JRN-SET
           END-IF
           IF NOT FZB-JRN-IS-BASELINE
              MOVE FZB-JRN-APPLY-DATE TO WS-LAST-CHANGE-DATE
           END-IF

           EVALUATE TRUE
               WHEN FZB-JRN-IS-BASELINE
               WHEN FZB-JRN-IS-ADD
                    IF WS-RULE-COUNT >= 60
                       SET WS-TABLE-OVERFLOWED TO TRUE
                       DISPLAY 'FZBG004W - RULE TABLE FULL, IMAGE '
                               'DROPPED: ' FZB-JRN-APPLY-DATE ' '
                               FZB-JRN-ACTION ' ' FZB-JRN-DIVISOR
                    ELSE
                       ADD 1 TO WS-RULE-COUNT
                       MOVE WS-RULE-COUNT TO WS-FOUND-IDX
                       PERFORM 3200-STORE-AFTER-IMAGE
                    END-IF
               WHEN FZB-JRN-IS-CHANGE
                    PERFORM 3100-FIND-BEFORE-IMAGE
                    IF WS-FOUND-IDX > ZERO
                       PERFORM 3200-STORE-AFTER-IMAGE
                    END-IF
               WHEN FZB-JRN-IS-DELETE
                    PERFORM 3100-FIND-BEFORE-IMAGE
                    IF WS-FOUND-IDX > ZERO
                       PERFORM VARYING WS-RULE-IDX FROM WS-FOUND-IDX
                                 BY 1 UNTIL WS-RULE-IDX >= WS-RULE-COUNT
                           MOVE WS-RULE-ENTRY (WS-RULE-IDX + 1)
                             TO WS-RULE-ENTRY (WS-RULE-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-RULE-COUNT
                    END-IF
               WHEN OTHER
                    ADD 1 TO WS-INCONSISTENT-COUNT
                    DISPLAY 'FZBG004W - UNKNOWN JOURNAL ACTION: '
                            FZB-JRN-APPLY-DATE ' ' FZB-JRN-ACTION
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3100-FIND-BEFORE-IMAGE - the row the CHG/DEL image was taken
      * from: same rule set, divisor, label and effective date.  No
      * match means the journal does not hold the full history of the
      * table.
      *----------------------------------------------------------------
       3100-FIND-BEFORE-IMAGE SECTION.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL WS-RULE-IDX > WS-RULE-COUNT
                        OR WS-FOUND-IDX > ZERO
               IF WS-RULE-SET (WS-RULE-IDX) = WS-JRN-SET
                  AND WS-RULE-DIVISOR (WS-RULE-IDX) = FZB-JRN-DIVISOR
                  AND WS-RULE-LABEL (WS-RULE-IDX) = FZB-JRN-BEF-LABEL
                  AND WS-RULE-EFF-DATE (WS-RULE-IDX)
                      = FZB-JRN-BEF-EFF-DATE
                  SET WS-FOUND-IDX TO WS-RULE-IDX
               END-IF
           END-PERFORM

           IF WS-FOUND-IDX = ZERO
              ADD 1 TO WS-INCONSISTENT-COUNT
              DISPLAY 'FZBG004W - NO ROW MATCHES THE BEFORE IMAGE: '
                      FZB-JRN-APPLY-DATE ' ' FZB-JRN-ACTION ' '
                      FZB-JRN-DIVISOR ' ' FZB-JRN-BEF-LABEL
                      ' SET=' WS-JRN-SET
           END-IF.

       3200-STORE-AFTER-IMAGE SECTION.
           MOVE WS-JRN-SET           TO WS-RULE-SET (WS-FOUND-IDX)
           MOVE FZB-JRN-DIVISOR      TO WS-RULE-DIVISOR (WS-FOUND-IDX)
           MOVE FZB-JRN-AFT-LABEL    TO WS-RULE-LABEL (WS-FOUND-IDX)
           MOVE FZB-JRN-AFT-EFF-DATE TO WS-RULE-EFF-DATE (WS-FOUND-IDX)
           MOVE FZB-JRN-AFT-EXP-DATE TO WS-RULE-EXP-DATE (WS-FOUND-IDX)
           MOVE FZB-JRN-APPLY-DATE   TO WS-RULE-CHG-DATE (WS-FOUND-IDX)
           MOVE FZB-JRN-REQUESTER    TO WS-RULE-REQUESTER (WS-FOUND-IDX)
           MOVE FZB-JRN-APPROVER     TO WS-RULE-APPROVER (WS-FOUND-IDX).

      *----------------------------------------------------------------
      * 5000-REPORT-RULE-TABLE - one line per RULE card on file on
      * the as-at date; ACT=Y when its effective/expiry window covers
      * the date itself.
      *----------------------------------------------------------------
       5000-REPORT-RULE-TABLE SECTION.
           DISPLAY ' '
           DISPLAY 'RULE TABLE ON FILE AT ' WS-AS-OF-DATE
           DISPLAY 'SET  DIV LABEL      EFFECTIVE EXPIRY   ACT '
                   'CHANGED  REQUESTR APPROVER'
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF (WS-RULE-EFF-DATE (WS-RULE-IDX) = SPACES
                   OR WS-RULE-EFF-DATE (WS-RULE-IDX) <= WS-AS-OF-DATE)
                  AND (WS-RULE-EXP-DATE (WS-RULE-IDX) = SPACES
                   OR WS-RULE-EXP-DATE (WS-RULE-IDX) >= WS-AS-OF-DATE)
                  MOVE 'Y' TO WS-ACTIVE-FLAG
               ELSE
                  MOVE 'N' TO WS-ACTIVE-FLAG
               END-IF
               DISPLAY WS-RULE-SET (WS-RULE-IDX) ' '
                       WS-RULE-DIVISOR (WS-RULE-IDX) ' '
                       WS-RULE-LABEL (WS-RULE-IDX) ' '
                       WS-RULE-EFF-DATE (WS-RULE-IDX) '  '
                       WS-RULE-EXP-DATE (WS-RULE-IDX) ' '
                       WS-ACTIVE-FLAG '   '
                       WS-RULE-CHG-DATE (WS-RULE-IDX) ' '
                       WS-RULE-REQUESTER (WS-RULE-IDX) ' '
                       WS-RULE-APPROVER (WS-RULE-IDX)
           END-PERFORM.
