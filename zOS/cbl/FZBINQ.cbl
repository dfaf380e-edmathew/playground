      *  across a date range ('CTR'), and every row of a whole date
      *  ('DTE').  Each request is echoed on its own header line and
      *  followed by one answer line per key looked up; a key the
      *  master does not hold is looked up in the yearly lookup
      *  archive the RETN purge moved it to (DD FZBVyyyy, copybook
      *  FZBVARC), and an answer found there is marked
      *  SOURCE=ARCHIVE.  A key in neither answers NOT FOUND; for a
      *  date before the RETN rolling-window cutoff read from the
      *  control dataset (DD FZBCTL, optional) the answer says
      *  whether the archive was searched or its year's DD is not
      *  available to the job.  A malformed request is rejected on
      *  its own answer line and the batch continues, so one bad
      *  card does not block a quarter-end batch of fifty lookups.
      *
      *  Every request is answered for one rule set (business unit),
      *  named on the card (FZB-INQ-RULE-SET, blank taken as the
      *  default set BASE) and echoed on its header line.
      *
      *  RETURN-CODEs:
      *    0  - every request answered and every key found
      *    4  - report produced but one or more keys were NOT FOUND
      *         or one or more requests were rejected
      *    8  - request dataset missing or empty
      *    20 - file error on the master, an archive or the reply
      *         dataset
      *----------------------------------------------------------------
      *   DATE         AUTHOR               ALTER
      *   ----         ------            ----------
      * 2026/09/02  Edgar Mateus       Initial version.
      * 2026/10/15  Edgar Mateus       Answer KEY/CTR/DTE requests
      *                                from the yearly lookup archive
      *                                (DD FZBVyyyy) when the master
      *                                no longer holds the date; such
      *                                answers are marked
      *                                SOURCE=ARCHIVE.
      * 2026/10/15  Edgar Mateus       Rule sets: requests name the
      *                                rule set (blank = BASE) their
      *                                master and archive keys are
      *                                read under.
      *----------------------------------------------------------------

      **************************
                     RECORD KEY IS FZB-VSAM-KEY
                     FILE STATUS IS WS-FZBVSAM-STATUS.

      *--  Yearly lookup archive (copybook FZBVARC) - the DD name,
      *    FZBVyyyy, is built from the year of the date asked for.
              SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-VARC-DD
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FZB-VARC-KEY
                     FILE STATUS IS WS-FZBVARC-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FD  VSAM-FILE.
       COPY FZBVSAM.

       FD  ARCHIVE-FILE.
       COPY FZBVARC.

         WORKING-STORAGE SECTION.
       01  WS-FZBCTL-STATUS              PIC XX VALUE SPACES.
       01  WS-FZBINQR-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBINQRP-STATUS            PIC XX VALUE SPACES.
       01  WS-FZBVSAM-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBVARC-STATUS             PIC XX VALUE SPACES.

       01  WS-REQ-EOF-SW                 PIC X VALUE 'N'.
           88  WS-REQ-EOF                VALUE 'Y'.
       01  WS-DATE-NUM                   PIC 9(8) VALUE ZERO.
       01  WS-DATE-INTEGER               PIC 9(7) VALUE ZERO.

      *--  Yearly archive currently selected (see 5800): one year's
      *    archive is kept open at a time, and a year whose archive
      *    cannot be opened is remembered so it is not retried for
      *    every key of a CTR range.
       01  WS-VARC-DD                    PIC X(8) VALUE SPACES.
       01  WS-VARC-YEAR                  PIC X(4) VALUE SPACES.
       01  WS-VARC-OPEN-SW               PIC X VALUE 'N'.
           88  WS-VARC-OPEN              VALUE 'Y'.
       01  WS-VARC-UNAVAIL-SW            PIC X VALUE 'N'.
           88  WS-VARC-UNAVAILABLE       VALUE 'Y'.

      *--  Work areas for the request being answered.
       01  WS-REQ-DATE                   PIC X(8) VALUE SPACES.
       01  WS-REQ-SET                    PIC X(4) VALUE SPACES.
       01  WS-REQ-THRU                   PIC X(8) VALUE SPACES.
       01  WS-REQ-COUNTER                PIC 9(7) VALUE ZERO.
       01  WS-LOOP-DATE                  PIC X(8) VALUE SPACES.
       01  WS-REJECTED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-ANSWER-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-FOUND-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-ARCHIVE-FOUND-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-NOTFOUND-COUNT             PIC 9(7) VALUE ZERO.

       01  WS-RETURN-CODE                PIC S9(4) VALUE ZERO.
           DISPLAY '|  Requests rejected.....: ' WS-REJECTED-COUNT
           DISPLAY '|  Answer lines written..: ' WS-ANSWER-COUNT
           DISPLAY '|  Keys found............: ' WS-FOUND-COUNT
           DISPLAY '|    from the archive....: ' WS-ARCHIVE-FOUND-COUNT
           DISPLAY '|  Keys not found........: ' WS-NOTFOUND-COUNT
           DISPLAY '+----------------------------------------------+'

      * continues.
      *----------------------------------------------------------------
       3000-ANSWER-ONE-REQUEST SECTION.
           IF FZB-INQ-RULE-SET = SPACES
              MOVE 'BASE' TO WS-REQ-SET
           ELSE
              MOVE FZB-INQ-RULE-SET TO WS-REQ-SET
           END-IF

           MOVE SPACES TO WS-REPLY-LINE
           STRING '*REQ ' FZB-INQ-TYPE
                  ' DATE=' FZB-INQ-BUS-DATE
                  ' THRU=' FZB-INQ-THRU-DATE
                  ' CTR=' FZB-INQ-COUNTER
                  ' SET=' WS-REQ-SET
                  DELIMITED BY SIZE INTO WS-REPLY-LINE
           PERFORM 8000-WRITE-REPLY-LINE


      *----------------------------------------------------------------
      * 3300-ANSWER-DTE-REQUEST - every row of one date, browsed in
      * counter order from a START at the date's lowest possible key
      * under the request's rule set; the browse stops at the first row
      * of another rule set or a later date.  A date the master holds no
      * rows for is browsed in the archive (see 5600) instead.
      *----------------------------------------------------------------
       3300-ANSWER-DTE-REQUEST SECTION.
           IF FZB-INQ-BUS-DATE IS NOT NUMERIC
           MOVE ZERO TO WS-ROWS-FOR-REQUEST
           MOVE 'N'  TO WS-BROWSE-EOF-SW
           MOVE FZB-INQ-BUS-DATE TO FZB-VSAM-BUS-DATE
           MOVE WS-REQ-SET       TO FZB-VSAM-RULE-SET
           MOVE ZERO             TO FZB-VSAM-COUNTER
           START VSAM-FILE KEY >= FZB-VSAM-KEY
               INVALID KEY
                   SET WS-BROWSE-EOF TO TRUE
                 NOT AT END
                   IF FZB-VSAM-BUS-DATE = FZB-INQ-BUS-DATE
                      AND FZB-VSAM-RULE-SET = WS-REQ-SET
                      ADD 1 TO WS-ROWS-FOR-REQUEST
                      PERFORM 6000-WRITE-FOUND-LINE
                   ELSE
           IF WS-ROWS-FOR-REQUEST = ZERO AND NOT WS-FILE-ERROR
              MOVE FZB-INQ-BUS-DATE TO WS-REQ-DATE
              MOVE ZERO             TO WS-REQ-COUNTER
              PERFORM 5600-BROWSE-ARCHIVE-DATE
              GO TO 3300-EXIT
           END-IF

           IF NOT WS-FILE-ERROR
              MOVE WS-ROWS-FOR-REQUEST TO WS-DISP-ROWS
              MOVE SPACES TO WS-REPLY-LINE
              STRING ' DATE=' FZB-INQ-BUS-DATE

      *----------------------------------------------------------------
      * 5000-LOOK-UP-ONE-KEY - direct READ of the master for
      * WS-REQ-DATE/WS-REQ-COUNTER, then of the archive when the
      * master misses, and one answer line either way.
      *----------------------------------------------------------------
       5000-LOOK-UP-ONE-KEY SECTION.
           MOVE WS-REQ-DATE    TO FZB-VSAM-BUS-DATE
           MOVE WS-REQ-SET     TO FZB-VSAM-RULE-SET
           MOVE WS-REQ-COUNTER TO FZB-VSAM-COUNTER
           READ VSAM-FILE
               INVALID KEY
                  PERFORM 5500-LOOK-UP-ARCHIVE-KEY
               NOT INVALID KEY
                  PERFORM 6000-WRITE-FOUND-LINE
           END-READ
              SET WS-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 5500-LOOK-UP-ARCHIVE-KEY - the master does not hold
      * WS-REQ-DATE/WS-REQ-COUNTER: direct READ of the archive for
      * the date's year, answering from it when the purge moved the
      * row there.
      *----------------------------------------------------------------
       5500-LOOK-UP-ARCHIVE-KEY SECTION.
           PERFORM 5800-SELECT-ARCHIVE-YEAR
           IF NOT WS-VARC-OPEN
              PERFORM 6500-WRITE-NOT-FOUND-LINE
              GO TO 5500-EXIT
           END-IF

           MOVE WS-REQ-DATE    TO FZB-VARC-BUS-DATE
           MOVE WS-REQ-SET     TO FZB-VARC-RULE-SET
           MOVE WS-REQ-COUNTER TO FZB-VARC-COUNTER
           READ ARCHIVE-FILE
               INVALID KEY
                  PERFORM 6500-WRITE-NOT-FOUND-LINE
               NOT INVALID KEY
                  PERFORM 6100-WRITE-ARCHIVE-FOUND-LINE
           END-READ
           IF WS-FZBVARC-STATUS NOT = '00'
              AND WS-FZBVARC-STATUS NOT = '23'
              DISPLAY 'FZB9020E - ERROR READING ' WS-VARC-DD
                      ', STATUS=' WS-FZBVARC-STATUS
                      ' DATE=' WS-REQ-DATE ' COUNTER=' WS-REQ-COUNTER
              SET WS-FILE-ERROR TO TRUE
           END-IF.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5600-BROWSE-ARCHIVE-DATE - the master holds no rows for the
      * DTE request's date: browse the archive for the date's year
      * the same way 3300 browses the master.  A date in neither
      * answers one NOT FOUND line.
      *----------------------------------------------------------------
       5600-BROWSE-ARCHIVE-DATE SECTION.
           PERFORM 5800-SELECT-ARCHIVE-YEAR
           IF NOT WS-VARC-OPEN
              PERFORM 6500-WRITE-NOT-FOUND-LINE
              GO TO 5600-EXIT
           END-IF

           MOVE ZERO TO WS-ROWS-FOR-REQUEST
           MOVE 'N'  TO WS-BROWSE-EOF-SW
           MOVE WS-REQ-DATE TO FZB-VARC-BUS-DATE
           MOVE WS-REQ-SET  TO FZB-VARC-RULE-SET
           MOVE ZERO        TO FZB-VARC-COUNTER
           START ARCHIVE-FILE KEY >= FZB-VARC-KEY
               INVALID KEY
                  SET WS-BROWSE-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-BROWSE-EOF OR WS-FILE-ERROR
               READ ARCHIVE-FILE NEXT RECORD
                 AT END
                   SET WS-BROWSE-EOF TO TRUE
                 NOT AT END
                   IF FZB-VARC-BUS-DATE = WS-REQ-DATE
                      AND FZB-VARC-RULE-SET = WS-REQ-SET
                      ADD 1 TO WS-ROWS-FOR-REQUEST
                      PERFORM 6100-WRITE-ARCHIVE-FOUND-LINE
                   ELSE
                      SET WS-BROWSE-EOF TO TRUE
                   END-IF
               END-READ
           END-PERFORM

           IF WS-FZBVARC-STATUS NOT = '00'
              AND WS-FZBVARC-STATUS NOT = '10'
              AND WS-FZBVARC-STATUS NOT = '23'
              DISPLAY 'FZB9020E - ERROR BROWSING ' WS-VARC-DD
                      ', STATUS=' WS-FZBVARC-STATUS
              SET WS-FILE-ERROR TO TRUE
           END-IF

           IF WS-FILE-ERROR
              GO TO 5600-EXIT
           END-IF

           IF WS-ROWS-FOR-REQUEST = ZERO
              PERFORM 6500-WRITE-NOT-FOUND-LINE
           ELSE
              MOVE WS-ROWS-FOR-REQUEST TO WS-DISP-ROWS
              MOVE SPACES TO WS-REPLY-LINE
              STRING ' DATE=' WS-REQ-DATE
                     ' ROWS=' WS-DISP-ROWS
                     ' SOURCE=ARCHIVE'
                     DELIMITED BY SIZE INTO WS-REPLY-LINE
              PERFORM 8000-WRITE-REPLY-LINE
           END-IF.
       5600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5800-SELECT-ARCHIVE-YEAR - make the archive for WS-REQ-DATE's
      * year the open one.  The previous year's archive is closed
      * first; an archive that cannot be opened (DD not coded, or
      * the cluster not defined yet) leaves WS-VARC-UNAVAILABLE set
      * for that year and its keys answer NOT FOUND saying so.
      *----------------------------------------------------------------
       5800-SELECT-ARCHIVE-YEAR SECTION.
           IF WS-REQ-DATE (1:4) = WS-VARC-YEAR
              GO TO 5800-EXIT
           END-IF

           IF WS-VARC-OPEN
              CLOSE ARCHIVE-FILE
              MOVE 'N' TO WS-VARC-OPEN-SW
           END-IF

           MOVE 'N' TO WS-VARC-UNAVAIL-SW
           MOVE WS-REQ-DATE (1:4) TO WS-VARC-YEAR
           MOVE SPACES TO WS-VARC-DD
           STRING 'FZBV' WS-VARC-YEAR
                  DELIMITED BY SIZE INTO WS-VARC-DD
           OPEN INPUT ARCHIVE-FILE
           IF WS-FZBVARC-STATUS = '00'
              SET WS-VARC-OPEN TO TRUE
           ELSE
              SET WS-VARC-UNAVAILABLE TO TRUE
              DISPLAY 'FZB9004W - ARCHIVE ' WS-VARC-DD
                      ' NOT AVAILABLE, STATUS=' WS-FZBVARC-STATUS
           END-IF.
       5800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-FOUND-LINE - one answer line from the FZBVSAM row
      * currently in the record area.
           PERFORM 8000-WRITE-REPLY-LINE
           ADD 1 TO WS-FOUND-COUNT.

      *----------------------------------------------------------------
      * 6100-WRITE-ARCHIVE-FOUND-LINE - one answer line from the
      * archive row currently in the record area, marked as coming
      * from the archive.
      *----------------------------------------------------------------
       6100-WRITE-ARCHIVE-FOUND-LINE SECTION.
           MOVE SPACES TO WS-REPLY-LINE
           STRING ' DATE=' FZB-VARC-BUS-DATE
                  ' CTR=' FZB-VARC-COUNTER
                  ' LABEL=' FUNCTION TRIM (FZB-VARC-LABEL)
                  ' SOURCE=ARCHIVE'
                  DELIMITED BY SIZE INTO WS-REPLY-LINE
           PERFORM 8000-WRITE-REPLY-LINE
           ADD 1 TO WS-FOUND-COUNT
           ADD 1 TO WS-ARCHIVE-FOUND-COUNT.

      *----------------------------------------------------------------
      * 6500-WRITE-NOT-FOUND-LINE - one NOT FOUND answer line for
      * WS-REQ-DATE/WS-REQ-COUNTER, in neither the master nor the
      * archive.  For a date before the RETN cutoff the answer says
      * which: the archive was searched, or the archive for the
      * date's year is not available to this job (its FZBVyyyy DD is
      * not coded or the cluster not defined) and the answer is
      * unknown rather than absent.
      *----------------------------------------------------------------
       6500-WRITE-NOT-FOUND-LINE SECTION.
           MOVE SPACES TO WS-REPLY-LINE
           EVALUATE TRUE
               WHEN WS-RETN-CUTOFF = SPACES
                 OR WS-REQ-DATE NOT < WS-RETN-CUTOFF
                    STRING ' DATE=' WS-REQ-DATE
                           ' CTR=' WS-REQ-COUNTER
                           ' NOT FOUND'
                           DELIMITED BY SIZE INTO WS-REPLY-LINE
               WHEN WS-VARC-UNAVAILABLE
                    STRING ' DATE=' WS-REQ-DATE
                           ' CTR=' WS-REQ-COUNTER
                           ' NOT FOUND - ARCHIVE ' WS-VARC-YEAR
                           ' NOT AVAILABLE'
                           DELIMITED BY SIZE INTO WS-REPLY-LINE
               WHEN OTHER
                    STRING ' DATE=' WS-REQ-DATE
                           ' CTR=' WS-REQ-COUNTER
                           ' NOT FOUND - NOT IN MASTER OR ARCHIVE'
                           DELIMITED BY SIZE INTO WS-REPLY-LINE
           END-EVALUATE
           PERFORM 8000-WRITE-REPLY-LINE
           ADD 1 TO WS-NOTFOUND-COUNT.

              DISPLAY 'FZB9020E - ERROR CLOSING FZBVSAM, STATUS='
                      WS-FZBVSAM-STATUS
              SET WS-FILE-ERROR TO TRUE
           END-IF

           IF WS-VARC-OPEN
              CLOSE ARCHIVE-FILE
              MOVE 'N' TO WS-VARC-OPEN-SW
           END-IF.
