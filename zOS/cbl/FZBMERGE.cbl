      *  KSDS (DD FZBVK01..FZBVKnn, selected dynamically the same way)
      *  in ascending-key order and writing every row onto the merged
      *  KSDS.
      *
      *  A night run under several rule sets writes one record per rule
      *  set for every counter (FZB-OUT-RULE-SET), so a slice is proved
      *  against its descriptor range times the number of rule sets
      *  found on its first counter.
      *
      *  Before anything is opened for output the split date (carried
      *  on the descriptors) is checked against the processing-state
      *  register (FZBSTRG): every partition row must be complete.
      *  RETURN-CODEs: 0 merged, 8 no FZBPART, 12 reconciliation
      *  failure, 20 file error, 36 out of sequence.
      *----------------------------------------------------------------
      *   DATE         AUTHOR               ALTER
      *   ----         ------            ----------
      *                                instead of abending, and the
      *                                merge could otherwise end RC 0
      *                                while short of records.
      * 2026/10/15  Edgar Mateus       Processing-state register
      *                                (FZBSTRG): refuse, RC 36, to
      *                                merge a date that was not split
      *                                or has a partition not yet
      *                                complete, or is already
      *                                certified; mark the date merged
      *                                after a clean merge.
      * 2026/10/15  Edgar Mateus       Archive tier for the RETN
      *                                purge, as in FIZZBUZZ: expired
      *                                rows go to the yearly archive
      *                                (DD FZBVyyyy) before they are
      *                                deleted, one FZBVACT control
      *                                record per date, and dates
      *                                under legal hold (FZBHOLD) are
      *                                not purged.
      * 2026/10/15  Edgar Mateus       Rule sets: a slice holds one
      *                                record per rule set for each
      *                                counter, so its expected record
      *                                count is the descriptor range
      *                                times the number of rule sets
      *                                on its first counter; the purge
      *                                writes one FZBVACT record per
      *                                date and rule set and steps
      *                                over every rule set of a held
      *                                date.
      *----------------------------------------------------------------

      **************************
                     RECORD KEY IS FZB-VSAM-KEY OF PART-VSAM-RECORD
                     FILE STATUS IS WS-PARTVSAM-STATUS.

      *--  Business-date processing-state register (copybook
      *    FZBSTRG).
              SELECT STATE-FILE ASSIGN TO FZBSTRG
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS FZB-STRG-KEY
                     FILE STATUS IS WS-FZBSTRG-STATUS.

      *--  Yearly lookup archive (copybook FZBVARC), DD FZBVyyyy
      *    built from the year of the business date being purged.
              SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-VARC-DD
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS FZB-VARC-KEY
                     FILE STATUS IS WS-FZBVARC-STATUS.

      *--  Archive control dataset (copybook FZBVACT).
              SELECT ARCHIVE-CONTROL-FILE ASSIGN TO FZBVACT
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBVACT-STATUS.

      *--  Legal-hold dataset (copybook FZBHOLD); optional.
              SELECT HOLD-FILE ASSIGN TO FZBHOLD
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBHOLD-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FD  PART-VSAM-FILE.
       COPY FZBVSAM REPLACING FZB-VSAM-RECORD BY PART-VSAM-RECORD.

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

         WORKING-STORAGE SECTION.
       01  WS-FZBCTL-STATUS              PIC XX VALUE SPACES.
       01  WS-FZBPART-STATUS             PIC XX VALUE SPACES.
       01  WS-PARTOUT-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBVSAM-STATUS             PIC XX VALUE SPACES.
       01  WS-PARTVSAM-STATUS            PIC XX VALUE SPACES.
       01  WS-FZBSTRG-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBVARC-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBVACT-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBHOLD-STATUS             PIC XX VALUE SPACES.
      *--  Processing-state register check: the split's business date
      *    from the first descriptor, and its partition count.
       01  WS-MERGE-BUS-DATE             PIC X(8) VALUE SPACES.
       01  WS-STRG-PART-COUNT            PIC 99   VALUE ZERO.
       01  WS-STRG-PART-IDX              PIC 99   VALUE ZERO.
       01  WS-STRG-FOUND-SW              PIC X VALUE 'N'.
           88  WS-STRG-FOUND             VALUE 'Y'.
       01  WS-STATE-REFUSED-SW           PIC X VALUE 'N'.
           88  WS-STATE-REFUSED          VALUE 'Y'.
       01  WS-VSAM-DUP-KEY-SW            PIC X VALUE 'N'.
           88  WS-VSAM-DUP-KEY           VALUE 'Y'.
      *--  'Y' while the combined lookup master is open OUTPUT (first-
       01  WS-PART-FIRST-CTR             PIC 9(7) VALUE ZERO.
       01  WS-PART-LAST-CTR              PIC 9(7) VALUE ZERO.
       01  WS-PART-VSAM-COUNT            PIC 9(7) VALUE ZERO.
      *--  Rule sets in the slice - the records on its first counter.
       01  WS-PART-SET-COUNT             PIC 99   VALUE ZERO.
      *--  Business date of the night being merged, taken from the
      *    partition's own output records; slice lookup rows carrying
      *    any other date are earlier nights still inside the RETN
       01  WS-PURGED-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-PURGE-EOF-SW               PIC X VALUE 'N'.
           88  WS-PURGE-EOF              VALUE 'Y'.
      *--  Archive tier of the purge (see 2800-2860), the same as
      *    FIZZBUZZ's: expired rows are written to the yearly archive
      *    before they are deleted and dates under legal hold are
      *    skipped; an unreachable archive or control dataset, or a
      *    malformed hold dataset, keeps the rows with a warning.
       01  WS-VARC-DD                    PIC X(8) VALUE SPACES.
       01  WS-VARC-YEAR                  PIC X(4) VALUE SPACES.
       01  WS-VARC-OPEN-SW               PIC X VALUE 'N'.
           88  WS-VARC-OPEN              VALUE 'Y'.
       01  WS-ARCHIVE-UNAVAIL-SW         PIC X VALUE 'N'.
           88  WS-ARCHIVE-UNAVAILABLE    VALUE 'Y'.
       01  WS-VACT-DATE                  PIC X(8) VALUE SPACES.
       01  WS-VACT-SET                   PIC X(4) VALUE SPACES.
       01  WS-VACT-COUNTED-DATE          PIC X(8) VALUE SPACES.
       01  WS-VACT-ROWS                  PIC 9(7) VALUE ZERO.
       01  WS-VACT-HASH                  PIC 9(15) VALUE ZERO.
       01  WS-ARCHIVED-DATE-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-HELD-DATE-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-HOLD-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 200 TIMES.
               10  WS-HOLD-FROM          PIC X(8).
               10  WS-HOLD-THRU          PIC X(8).
       01  WS-HOLD-IDX                   PIC 9(3) VALUE ZERO.
       01  WS-HOLD-ERROR-SW              PIC X VALUE 'N'.
           88  WS-HOLD-ERROR             VALUE 'Y'.
       01  WS-DATE-HELD-SW               PIC X VALUE 'N'.
           88  WS-DATE-HELD              VALUE 'Y'.
       01  WS-CTL-EOF-SW                 PIC X VALUE 'N'.
           88  WS-CTL-EOF                VALUE 'Y'.
       01  WS-BUS-DATE-NUM               PIC 9(8) VALUE ZERO.
              STOP RUN
           END-IF

           PERFORM 0500-CHECK-STATE-REGISTER

           OPEN OUTPUT MERGED-OUTPUT-FILE
           IF WS-FZBOUT-STATUS NOT = '00'
              DISPLAY 'FZB2020E - ERROR OPENING FZBOUT, STATUS='
              SET WS-FILE-ERROR TO TRUE
           END-IF

           IF NOT WS-FILE-ERROR AND NOT WS-RECON-ERROR
              PERFORM 3000-MARK-DATE-MERGED
           END-IF

           DISPLAY '+----------------------------------------------+'
           DISPLAY '|        FIZZ BUZZ - MERGE - END BATCH         |'
           DISPLAY '+----------------------------------------------+'
           DISPLAY '|  Output records merged...: ' WS-RECORDS-MERGED
           DISPLAY '|  VSAM records merged.....: '
                   WS-VSAM-RECORDS-MERGED
           DISPLAY '|  Lookup rows archived....: ' WS-PURGED-COUNT
           DISPLAY '|  Lookup dates on hold....: ' WS-HELD-DATE-COUNT
           DISPLAY '|  Partition reconciliation:                   |'
           PERFORM VARYING WS-RECON-IDX FROM 1 BY 1
                     UNTIL WS-RECON-IDX > WS-RECON-COUNT

           STOP RUN.

      *----------------------------------------------------------------
      * 0500-CHECK-STATE-REGISTER - the merge is only in sequence for
      * a date FZBSPLIT split (its descriptors carry the date) whose
      * every partition row on the processing-state register
      * (FZBSTRG) is complete - a merge released while a slice is
      * still running, abended or quiesced would read it short.  A
      * date already merged may be merged again (a rerun before
      * certification); one certified or further on may not.  Any
      * refusal ends RETURN-CODE 36 before an output is opened.
      *----------------------------------------------------------------
       0500-CHECK-STATE-REGISTER SECTION.
           READ PARTITION-FILE
             AT END
               MOVE SPACES TO FZB-PART-BUS-DATE
           END-READ
           MOVE FZB-PART-BUS-DATE TO WS-MERGE-BUS-DATE
           CLOSE PARTITION-FILE
           IF WS-MERGE-BUS-DATE = SPACES
              DISPLAY 'FZB2036E - FZBPART CARRIES NO BUSINESS DATE - '
                      'RERUN FZBSPLIT'
              MOVE 36 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT STATE-FILE
           IF WS-FZBSTRG-STATUS = '35'
              DISPLAY 'FZB2036E - BUSINESS DATE ' WS-MERGE-BUS-DATE
                      ' IS NOT ON FZBSTRG - NOT SPLIT BY FZBSPLIT'
              MOVE 36 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZB2020E - ERROR OPENING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-MERGE-BUS-DATE TO FZB-STRG-BUS-DATE
           MOVE '00'              TO FZB-STRG-ROW
           PERFORM 0590-READ-STATE-ROW
           EVALUATE TRUE
               WHEN NOT WS-STRG-FOUND
                    DISPLAY 'FZB2036E - BUSINESS DATE '
                            WS-MERGE-BUS-DATE ' IS NOT ON FZBSTRG - '
                            'NOT SPLIT BY FZBSPLIT'
                    SET WS-STATE-REFUSED TO TRUE
               WHEN FZB-STRG-PART-COUNT = ZERO
                    DISPLAY 'FZB2036E - BUSINESS DATE '
                            WS-MERGE-BUS-DATE ' WAS RUN AS A SINGLE '
                            'JOB, STAGE=' FZB-STRG-STAGE
                            ' - NOTHING TO MERGE'
                    SET WS-STATE-REFUSED TO TRUE
               WHEN FZB-STRG-MERGED
                    DISPLAY '  BUSINESS DATE ' WS-MERGE-BUS-DATE
                            ' ALREADY MERGED - MERGING AGAIN'
               WHEN FZB-STRG-SPLIT
                    MOVE FZB-STRG-PART-COUNT TO WS-STRG-PART-COUNT
                    PERFORM VARYING WS-STRG-PART-IDX FROM 1 BY 1
                              UNTIL WS-STRG-PART-IDX >
                                    WS-STRG-PART-COUNT
                        PERFORM 0550-CHECK-ONE-PARTITION-ROW
                    END-PERFORM
               WHEN OTHER
                    DISPLAY 'FZB2036E - BUSINESS DATE '
                            WS-MERGE-BUS-DATE ' IS AT STAGE '
                            FZB-STRG-STAGE ' - MERGE REFUSED'
                    SET WS-STATE-REFUSED TO TRUE
           END-EVALUATE

           CLOSE STATE-FILE

           IF WS-STATE-REFUSED
              MOVE 36 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT PARTITION-FILE
           IF WS-FZBPART-STATUS NOT = '00'
              DISPLAY 'FZB2008E - FZBPART DATASET NOT AVAILABLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * 0550-CHECK-ONE-PARTITION-ROW - partition WS-STRG-PART-IDX of
      * the split date must be complete; every one that is not is
      * listed, so the operator sees all the stragglers at once.
      *----------------------------------------------------------------
       0550-CHECK-ONE-PARTITION-ROW SECTION.
           MOVE WS-MERGE-BUS-DATE TO FZB-STRG-BUS-DATE
           MOVE WS-STRG-PART-IDX  TO FZB-STRG-ROW
           PERFORM 0590-READ-STATE-ROW
           IF NOT WS-STRG-FOUND
              DISPLAY 'FZB2036E - PARTITION ' WS-STRG-PART-IDX
                      ' OF ' WS-MERGE-BUS-DATE ' HAS NOT STARTED'
              SET WS-STATE-REFUSED TO TRUE
           ELSE
           IF NOT FZB-STRG-COMPLETE
              DISPLAY 'FZB2036E - PARTITION ' WS-STRG-PART-IDX
                      ' OF ' WS-MERGE-BUS-DATE ' IS NOT COMPLETE, '
                      'STAGE=' FZB-STRG-STAGE ' SINCE '
                      FZB-STRG-UPDATE-DATE ' ' FZB-STRG-UPDATE-TIME
              SET WS-STATE-REFUSED TO TRUE
           END-IF
           END-IF.

      *----------------------------------------------------------------
      * 0590-READ-STATE-ROW - read the register row keyed by
      * FZB-STRG-KEY; a read failure other than "not found" ends the
      * step RETURN-CODE 20.
      *----------------------------------------------------------------
       0590-READ-STATE-ROW SECTION.
           MOVE 'N' TO WS-STRG-FOUND-SW
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
                    DISPLAY 'FZB2020E - ERROR READING FZBSTRG, STATUS='
                            WS-FZBSTRG-STATUS ' KEY=' FZB-STRG-KEY
                    MOVE 20 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

      *----------------------------------------------------------------
      * 1000-LOAD-RETENTION-CARD - read the master control dataset for
      * the RETN card.  A missing dataset or a dataset without a RETN
           MOVE ZERO   TO WS-PART-REC-COUNT
           MOVE ZERO   TO WS-PART-FIRST-CTR
           MOVE ZERO   TO WS-PART-LAST-CTR
           MOVE ZERO   TO WS-PART-SET-COUNT
           MOVE SPACES TO WS-PART-BUS-DATE
           SET WS-PART-EOF-SW TO 'N'
           OPEN INPUT PART-OUTPUT-FILE
                     END-IF
                     MOVE FZB-OUT-COUNTER OF PART-OUTPUT-RECORD
                       TO WS-PART-LAST-CTR
                     IF WS-PART-LAST-CTR = WS-PART-FIRST-CTR
                        ADD 1 TO WS-PART-SET-COUNT
                     END-IF
                     ADD 1 TO WS-PART-REC-COUNT
                     WRITE FZB-OUTPUT-RECORD
                         FROM PART-OUTPUT-RECORD
      *----------------------------------------------------------------
      * 2700-RECONCILE-PARTITION - prove the slice just merged against
      * its FZBPART descriptor: the record count must equal
      * FZB-PART-END - FZB-PART-START + 1 times the rule sets on the
      * slice's first counter, the first and last counters
      * must sit exactly on the declared boundaries, the VSAM slice
      * must carry the same number of rows, and consecutive partitions
      * must butt together with no gap or overlap.  Any failure marks
      * in the END BATCH banner.
      *----------------------------------------------------------------
       2700-RECONCILE-PARTITION SECTION.
           IF WS-PART-SET-COUNT = ZERO
              MOVE 1 TO WS-PART-SET-COUNT
           END-IF
           COMPUTE WS-EXPECTED-COUNT =
                   (FZB-PART-END - FZB-PART-START + 1)
                   * WS-PART-SET-COUNT

           IF WS-RECON-COUNT < 99
              ADD 1 TO WS-RECON-COUNT

      *----------------------------------------------------------------
      * 2800-PURGE-EXPIRED-LOOKUP - enforce the RETN rolling window on
      * the cumulative lookup master: every key whose business date
      * falls before the cutoff (the merged night's business date minus
      * FZB-RETAIN-DAYS) is moved to the yearly archive - written
      * there first, then deleted from the master - unless its date
      * is under legal hold.  Positioned with START at the low key
      * and read forward; the file is keyed date-first, so the scan
      * stops at the first surviving date.
      *----------------------------------------------------------------
       2800-PURGE-EXPIRED-LOOKUP SECTION.
           IF WS-VSAM-LOAD-MODE OR WS-PART-BUS-DATE = SPACES
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
           MOVE WS-BUS-DATE-NUM TO WS-PURGE-CUTOFF

           PERFORM 2810-LOAD-LEGAL-HOLDS
           IF WS-HOLD-ERROR
              DISPLAY 'FZB2030W - LOOKUP PURGE SKIPPED, ROWS BEFORE '
                      WS-PURGE-CUTOFF ' KEPT'
              GO TO 2800-EXIT
           END-IF

           OPEN EXTEND ARCHIVE-CONTROL-FILE
           IF WS-FZBVACT-STATUS = '35'
              OPEN OUTPUT ARCHIVE-CONTROL-FILE
           END-IF
           IF WS-FZBVACT-STATUS NOT = '00'
              DISPLAY 'FZB2030W - FZBVACT NOT AVAILABLE, STATUS='
                      WS-FZBVACT-STATUS ' - LOOKUP PURGE SKIPPED, '
                      'ROWS BEFORE ' WS-PURGE-CUTOFF ' KEPT'
              GO TO 2800-EXIT
           END-IF

           MOVE SPACES TO WS-VACT-DATE
           MOVE SPACES TO WS-VACT-SET
           MOVE LOW-VALUES TO FZB-VSAM-KEY OF FZB-VSAM-RECORD
           START MERGED-VSAM-FILE
                 KEY > FZB-VSAM-KEY OF FZB-VSAM-RECORD
                 NOT AT END
                   IF FZB-VSAM-BUS-DATE OF FZB-VSAM-RECORD
                      < WS-PURGE-CUTOFF
                      PERFORM 2830-ARCHIVE-ONE-ROW
                   ELSE
                      SET WS-PURGE-EOF TO TRUE
                   END-IF
               END-READ
           END-PERFORM

           PERFORM 2850-WRITE-ARCHIVE-CONTROL
           PERFORM 2860-CLOSE-ARCHIVE
           CLOSE ARCHIVE-CONTROL-FILE
           IF WS-FZBVACT-STATUS NOT = '00'
              DISPLAY 'FZB2030E - ERROR CLOSING FZBVACT, STATUS='
                      WS-FZBVACT-STATUS
              SET WS-FILE-ERROR TO TRUE
           END-IF

           IF WS-PURGED-COUNT > ZERO
              DISPLAY '  LOOKUP ROWS ARCHIVED BEFORE ' WS-PURGE-CUTOFF
                      ' : ' WS-PURGED-COUNT ' (' WS-ARCHIVED-DATE-COUNT
                      ' DATES)'
           END-IF
           IF WS-HELD-DATE-COUNT > ZERO
              DISPLAY '  LOOKUP DATES KEPT UNDER LEGAL HOLD : '
                      WS-HELD-DATE-COUNT
           END-IF.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2810-LOAD-LEGAL-HOLDS - read the legal-hold dataset into
      * WS-HOLD-TABLE.  A missing dataset means no holds; a record
      * that is not a HOLD card with numeric dates (THRU blank or
      * not before FROM) sets WS-HOLD-ERROR and the purge is skipped.
      *----------------------------------------------------------------
       2810-LOAD-LEGAL-HOLDS SECTION.
           MOVE ZERO TO WS-HOLD-COUNT
           OPEN INPUT HOLD-FILE
           IF WS-FZBHOLD-STATUS NOT = '00'
              GO TO 2810-EXIT
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
                           DISPLAY 'FZB2030W - MALFORMED FZBHOLD '
                                   'RECORD: ' FZB-HOLD-RECORD (1:40)
                      WHEN WS-HOLD-COUNT >= 200
                           SET WS-HOLD-ERROR TO TRUE
                           DISPLAY 'FZB2030W - LEGAL HOLD TABLE FULL'
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
       2810-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2820-CHECK-LEGAL-HOLD - is WS-VACT-DATE under legal hold?
      *----------------------------------------------------------------
       2820-CHECK-LEGAL-HOLD SECTION.
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
      * 2830-ARCHIVE-ONE-ROW - move the expired row just read to the
      * archive.  On the first row of a new date or rule set the
      * previous one's control record is written; a new date is also
      * checked for a legal hold (a held date is stepped over whole,
      * every rule set of it, by repositioning past its last possible
      * key) and for a change of archive year.
      * The row is deleted from the master only once the archive
      * holds it; a row already archived by an earlier purge that
      * failed before its delete is rewritten, not duplicated.
      *----------------------------------------------------------------
       2830-ARCHIVE-ONE-ROW SECTION.
           IF FZB-VSAM-BUS-DATE OF FZB-VSAM-RECORD NOT = WS-VACT-DATE
              OR FZB-VSAM-RULE-SET OF FZB-VSAM-RECORD NOT = WS-VACT-SET
              PERFORM 2850-WRITE-ARCHIVE-CONTROL
              MOVE FZB-VSAM-RULE-SET OF FZB-VSAM-RECORD TO WS-VACT-SET
           END-IF

           IF FZB-VSAM-BUS-DATE OF FZB-VSAM-RECORD NOT = WS-VACT-DATE
              MOVE FZB-VSAM-BUS-DATE OF FZB-VSAM-RECORD
                TO WS-VACT-DATE
              PERFORM 2820-CHECK-LEGAL-HOLD
              IF WS-DATE-HELD
                 ADD 1 TO WS-HELD-DATE-COUNT
                 DISPLAY '  LOOKUP DATE UNDER LEGAL HOLD, NOT PURGED: '
                         WS-VACT-DATE
                 MOVE HIGH-VALUES
                   TO FZB-VSAM-RULE-SET OF FZB-VSAM-RECORD
                 MOVE 9999999 TO FZB-VSAM-COUNTER OF FZB-VSAM-RECORD
                 START MERGED-VSAM-FILE
                       KEY > FZB-VSAM-KEY OF FZB-VSAM-RECORD
                     INVALID KEY
                        SET WS-PURGE-EOF TO TRUE
                 END-START
                 GO TO 2830-EXIT
              END-IF
              IF WS-VACT-DATE (1:4) NOT = WS-VARC-YEAR
                 PERFORM 2840-SWITCH-ARCHIVE-YEAR
                 IF WS-ARCHIVE-UNAVAILABLE OR WS-FILE-ERROR
                    SET WS-PURGE-EOF TO TRUE
                    GO TO 2830-EXIT
                 END-IF
              END-IF
           END-IF

           WRITE FZB-VARC-RECORD FROM FZB-VSAM-RECORD
           IF WS-FZBVARC-STATUS = '22'
              REWRITE FZB-VARC-RECORD FROM FZB-VSAM-RECORD
           END-IF
           IF WS-FZBVARC-STATUS NOT = '00'
              DISPLAY 'FZB2030E - ERROR WRITING ' WS-VARC-DD
                      ', STATUS=' WS-FZBVARC-STATUS
              SET WS-FILE-ERROR TO TRUE
              GO TO 2830-EXIT
           END-IF

           DELETE MERGED-VSAM-FILE
           IF WS-FZBVSAM-STATUS = '00'
              ADD 1 TO WS-PURGED-COUNT
              ADD 1 TO WS-VACT-ROWS
              ADD FZB-VSAM-COUNTER OF FZB-VSAM-RECORD TO WS-VACT-HASH
           ELSE
              DISPLAY 'FZB2030E - ERROR PURGING FZBVSAM, '
                      'STATUS=' WS-FZBVSAM-STATUS
              SET WS-FILE-ERROR TO TRUE
           END-IF.
       2830-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2840-SWITCH-ARCHIVE-YEAR - close the archive of the previous
      * year, if any, and open the one for WS-VACT-DATE's year.  A
      * cluster defined but never loaded opens OUTPUT; one that
      * cannot be opened at all (DD not coded for the year, cluster
      * not defined) sets WS-ARCHIVE-UNAVAILABLE and the purge stops
      * with the date's rows kept.
      *----------------------------------------------------------------
       2840-SWITCH-ARCHIVE-YEAR SECTION.
           PERFORM 2860-CLOSE-ARCHIVE
           IF WS-FILE-ERROR
              GO TO 2840-EXIT
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
              DISPLAY 'FZB2030W - ARCHIVE ' WS-VARC-DD
                      ' NOT AVAILABLE, STATUS=' WS-FZBVARC-STATUS
                      ' - LOOKUP ROWS FROM ' WS-VACT-DATE ' KEPT'
           END-IF.
       2840-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2850-WRITE-ARCHIVE-CONTROL - one FZBVACT record for the date
      * and rule set whose rows have just been moved (none for a held
      * date or a date whose rows were all kept).  The dates count
      * for the purge message counts each date once.
      *----------------------------------------------------------------
       2850-WRITE-ARCHIVE-CONTROL SECTION.
           IF WS-VACT-ROWS > ZERO
              MOVE SPACES              TO FZB-VACT-RECORD
              MOVE WS-VACT-DATE        TO FZB-VACT-BUS-DATE
              MOVE WS-VACT-SET         TO FZB-VACT-RULE-SET
              MOVE WS-VACT-ROWS        TO FZB-VACT-ROW-COUNT
              MOVE WS-VACT-HASH        TO FZB-VACT-CTR-HASH
              MOVE WS-VARC-DD          TO FZB-VACT-ARCHIVE-DD
              MOVE FUNCTION CURRENT-DATE (1:8) TO FZB-VACT-PURGE-DATE
              MOVE FUNCTION CURRENT-DATE (9:6) TO FZB-VACT-PURGE-TIME
              MOVE 'FZBMERGE'          TO FZB-VACT-PROGRAM
              WRITE FZB-VACT-RECORD
              IF WS-FZBVACT-STATUS NOT = '00'
                 DISPLAY 'FZB2030E - ERROR WRITING FZBVACT, STATUS='
                         WS-FZBVACT-STATUS
                 SET WS-FILE-ERROR TO TRUE
              END-IF
              IF WS-VACT-DATE NOT = WS-VACT-COUNTED-DATE
                 ADD 1 TO WS-ARCHIVED-DATE-COUNT
                 MOVE WS-VACT-DATE TO WS-VACT-COUNTED-DATE
              END-IF
           END-IF
           MOVE ZERO TO WS-VACT-ROWS
           MOVE ZERO TO WS-VACT-HASH.

      *----------------------------------------------------------------
      * 2860-CLOSE-ARCHIVE - close the yearly archive, if open.
      *----------------------------------------------------------------
       2860-CLOSE-ARCHIVE SECTION.
           IF WS-VARC-OPEN
              CLOSE ARCHIVE-FILE
              MOVE 'N' TO WS-VARC-OPEN-SW
              IF WS-FZBVARC-STATUS NOT = '00'
                 DISPLAY 'FZB2030E - ERROR CLOSING ' WS-VARC-DD
                         ', STATUS=' WS-FZBVARC-STATUS
                 SET WS-FILE-ERROR TO TRUE
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3000-MARK-DATE-MERGED - a clean merge moves the date row of
      * the processing-state register to "merged", the stage
      * FZBVERIF requires of a split date.
      *----------------------------------------------------------------
       3000-MARK-DATE-MERGED SECTION.
           OPEN I-O STATE-FILE
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZB2020E - ERROR OPENING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS
              SET WS-FILE-ERROR TO TRUE
              GO TO 3000-EXIT
           END-IF

           MOVE WS-MERGE-BUS-DATE TO FZB-STRG-BUS-DATE
           MOVE '00'              TO FZB-STRG-ROW
           READ STATE-FILE
               INVALID KEY
                  CONTINUE
           END-READ
           IF WS-FZBSTRG-STATUS = '00'
              SET FZB-STRG-MERGED TO TRUE
              MOVE 'FZBMERGE' TO FZB-STRG-LAST-PROGRAM
              MOVE FUNCTION CURRENT-DATE (1:8) TO FZB-STRG-UPDATE-DATE
              MOVE FUNCTION CURRENT-DATE (9:6) TO FZB-STRG-UPDATE-TIME
              MOVE FZB-STRG-UPDATE-DATE TO FZB-STRG-STAMP-DATE (4)
              MOVE FZB-STRG-UPDATE-TIME TO FZB-STRG-STAMP-TIME (4)
              REWRITE FZB-STRG-RECORD
           END-IF
           IF WS-FZBSTRG-STATUS NOT = '00'
              DISPLAY 'FZB2020E - ERROR UPDATING FZBSTRG, STATUS='
                      WS-FZBSTRG-STATUS ' DATE=' WS-MERGE-BUS-DATE
              SET WS-FILE-ERROR TO TRUE
           END-IF

           CLOSE STATE-FILE.
       3000-EXIT.
           EXIT.
