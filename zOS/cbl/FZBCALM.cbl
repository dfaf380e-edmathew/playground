      **************************
       IDENTIFICATION DIVISION.
      **************************

       PROGRAM-ID.     FZBCALM.
       INSTALLATION.   PT-SI.
       AUTHOR.         Edgar Mateus.
       DATE-WRITTEN.   Oct 2026.

      *----------------------------------------------------------------
      * FZBCALM - maintain the FIZZBUZZ processing calendar
      * ========================================================
      *  Reads the existing processing calendar (DD FZBCAL, copybook
      *  FZBCAL) and a batch of maintenance transactions (DD FZBCTXN,
      *  copybook FZBCTXN - ADD/CHG/DEL of the WEEK pattern, of HOLI
      *  holidays and of TMPL fixed-holiday templates, and GEN to
      *  generate a year's holidays from the templates) and writes a
      *  refreshed calendar (DD FZBCANEW) with the changes applied.
      *  This lets operations maintain the calendar as a governed,
      *  auditable batch run instead of hand-editing it with ISPF,
      *  where a mistyped HOLI date silently turns a processing day
      *  into a non-processing one.  A missing FZBCAL is an empty
      *  calendar - the first run builds it from the transactions.
      *
      *  Every change applied is written to the permanent calendar-
      *  change journal (DD FZBCJRN, copybook FZBCJRN, extended) as a
      *  before/after image with the requester; the run that creates
      *  the journal first writes a baseline image of every record
      *  already on the calendar.  The journal is only written once
      *  the refreshed calendar has been written clean.
      *
      *  Validation, each transaction rejected on its own (the run
      *  continues with the rest of the batch):
      *    - every transaction needs a requester user ID;
      *    - every HOLI date must be a real calendar date, every TMPL
      *      a real month and day, every WEEK flag 'Y' or 'N' with at
      *      least one processing weekday left;
      *    - a holiday may not be added (or moved, or generated) on a
      *      date that already has a clean run - an audit record
      *      (DD FZBAUDT, the live audit concatenated after the
      *      yearly archives) with RETURN-CODE 0 and a non-zero total
      *      - or a certified row for any rule set on the
      *      certification register (DD FZBCERT).  When either
      *      dataset cannot be read the date cannot be cleared, so a
      *      holiday dated today or earlier is refused; later dates
      *      have no run yet and are still accepted.
      *  GEN takes every template's month and day in the named year;
      *  a template with roll 'F' whose date falls on a weekly non-
      *  processing day (or on a holiday the same GEN has just
      *  generated) moves forward to the next free processing day.  A
      *  generated date already on the calendar is skipped, so GEN
      *  may be rerun for a year; 29 February is skipped outside
      *  leap years.
      *
      *  After the changes it prints, on SYSOUT, the forward calendar:
      *  one line per day for the next nnn days (PARM DAYS=nnn,
      *  default 90 - a quarter) from today or from PARM
      *  FROM=YYYYMMDD, each marked processing or non-processing with
      *  the reason, so operations can confirm the schedule before
      *  each quarter.  With an empty FZBCTXN the run only copies the
      *  calendar and prints the report.
      *
      *  RETURN-CODEs:
      *    0  - every transaction applied
      *    4  - one or more transactions (or generated dates) were
      *         rejected; the accepted ones are still applied and the
      *         refreshed calendar is still written
      *    8  - PARM invalid, FZBCTXN missing, or the refreshed
      *         calendar or the journal could not be written
      *    12 - the incoming FZBCAL itself held a record with an
      *         invalid date, MMDD or weekday flags, of an unknown
      *         type, or more than the tables hold - such a record is
      *         dropped from the refreshed calendar, so RC 12 must not
      *         be ignored the way a 0 or 4 can be
      *----------------------------------------------------------------
      *   DATE         AUTHOR               ALTER
      *   ----         ------            ----------
      * 2026/10/15  Edgar Mateus       Initial version.
      *----------------------------------------------------------------

      **************************
       ENVIRONMENT DIVISION.
      **************************
         CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-3090.

         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
      *--  Current processing calendar; optional, absent means empty.
              SELECT CALENDAR-FILE ASSIGN TO FZBCAL
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBCAL-STATUS.

              SELECT TRANSACTION-FILE ASSIGN TO FZBCTXN
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBCTXN-STATUS.

              SELECT NEW-CALENDAR-FILE ASSIGN TO FZBCANEW
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBCANEW-STATUS.

      *--  Run evidence: audit trail and certification register, read
      *    only to refuse a holiday on a date already run clean.
              SELECT AUDIT-FILE ASSIGN TO FZBAUDT
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBAUDT-STATUS.

              SELECT CERT-FILE ASSIGN TO FZBCERT
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FZB-CERT-KEY
                     FILE STATUS IS WS-FZBCERT-STATUS.

      *--  Permanent calendar-change journal - extended every run.
              SELECT JOURNAL-FILE ASSIGN TO FZBCJRN
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-FZBCJRN-STATUS.

      **************************
       DATA DIVISION.
      **************************
         FILE SECTION.
       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBCAL.

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBCTXN.

       FD  NEW-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBCAL REPLACING FZB-CAL-RECORD BY NEW-CAL-RECORD.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY FZBAUDT.

       FD  CERT-FILE.
       COPY FZBCERT.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  JOURNAL-FILE-RECORD           PIC X(120).

         WORKING-STORAGE SECTION.
       01  WS-FZBCAL-STATUS              PIC XX VALUE SPACES.
       01  WS-FZBCTXN-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBCANEW-STATUS            PIC XX VALUE SPACES.
       01  WS-FZBAUDT-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBCERT-STATUS             PIC XX VALUE SPACES.
       01  WS-FZBCJRN-STATUS             PIC XX VALUE SPACES.
       01  WS-CAL-EOF-SW                 PIC X VALUE 'N'.
           88  WS-CAL-EOF                VALUE 'Y'.
       01  WS-TXN-EOF-SW                 PIC X VALUE 'N'.
           88  WS-TXN-EOF                VALUE 'Y'.
       01  WS-AUD-EOF-SW                 PIC X VALUE 'N'.
           88  WS-AUD-EOF                VALUE 'Y'.
       01  WS-CERT-EOF-SW                PIC X VALUE 'N'.
           88  WS-CERT-EOF               VALUE 'Y'.

      *--  PARM work areas - DAYS=nnn and FROM=YYYYMMDD, both
      *    optional, separated by a comma.
       01  WS-RUN-PARM                   PIC X(80) VALUE SPACES.
       01  WS-PARM-ERROR-SW              PIC X VALUE 'N'.
           88  WS-PARM-ERROR             VALUE 'Y'.
       01  WS-PARM-TOKEN-COUNT           PIC 9     VALUE ZERO.
       01  WS-PARM-TOKEN-TABLE.
           05  WS-PARM-TOKEN OCCURS 3 TIMES PIC X(80).
       01  WS-PARM-TOKEN-IDX             PIC 9     VALUE ZERO.
       01  WS-DAYS-RAW                   PIC X(75) VALUE SPACES.
       01  WS-DAYS-TRIMMED               PIC X(75) VALUE SPACES.
       01  WS-DAYS-LEN                   PIC 99    VALUE ZERO.
       01  WS-REPORT-DAYS                PIC 9(3)  VALUE 90.
       01  WS-REPORT-FROM                PIC X(8)  VALUE SPACES.

      *--  Run date/time stamped on every journal image.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE           PIC X(8).
           05  WS-CURRENT-TIME           PIC X(6).
           05  FILLER                    PIC X(7).

      *--  The calendar being maintained: the weekly pattern, the
      *    fixed-holiday templates in month/day order and the
      *    holidays in date order.  The holiday table holds as many
      *    dates as FIZZBUZZ and FZBSPLIT load.
       01  WS-CALENDAR.
           05  WS-WEEK-PRESENT-SW        PIC X VALUE 'N'.
               88  WS-WEEK-PRESENT       VALUE 'Y'.
           05  WS-WEEK-FLAGS.
               10  WS-WEEK-DAY-FLAG OCCURS 7 TIMES PIC X.
           05  WS-TMPL-COUNT             PIC 99 VALUE ZERO.
           05  WS-TMPL-ENTRY OCCURS 50 TIMES.
               10  WS-TMPL-MMDD          PIC X(4).
               10  WS-TMPL-ROLL          PIC X.
               10  WS-TMPL-DESC          PIC X(20).
           05  WS-HOL-COUNT              PIC 9(3) VALUE ZERO.
           05  WS-HOL-ENTRY OCCURS 400 TIMES.
               10  WS-HOL-DATE           PIC X(8).
               10  WS-HOL-DESC           PIC X(20).

      *--  The calendar exactly as loaded, before any change - the
      *    baseline images when this run creates the journal.
       01  WS-BASE-CALENDAR.
           05  WS-BASE-WEEK-PRESENT-SW   PIC X.
               88  WS-BASE-WEEK-PRESENT  VALUE 'Y'.
           05  WS-BASE-WEEK-FLAGS        PIC X(7).
           05  WS-BASE-TMPL-COUNT        PIC 99.
           05  WS-BASE-TMPL-ENTRY OCCURS 50 TIMES.
               10  WS-BASE-TMPL-MMDD     PIC X(4).
               10  WS-BASE-TMPL-ROLL     PIC X.
               10  WS-BASE-TMPL-DESC     PIC X(20).
           05  WS-BASE-HOL-COUNT         PIC 9(3).
           05  WS-BASE-HOL-ENTRY OCCURS 400 TIMES.
               10  WS-BASE-HOL-DATE      PIC X(8).
               10  WS-BASE-HOL-DESC      PIC X(20).

       01  WS-TMPL-IDX                   PIC 99   VALUE ZERO.
       01  WS-HOL-IDX                    PIC 9(3) VALUE ZERO.
       01  WS-FOUND-IDX                  PIC 9(3) VALUE ZERO.
       01  WS-SHIFT-IDX                  PIC 9(3) VALUE ZERO.
       01  WS-DAY-IDX                    PIC 9    VALUE ZERO.
       01  WS-YES-COUNT                  PIC 9    VALUE ZERO.
       01  WS-CHK-FLAGS                  PIC X(7) VALUE SPACES.
       01  WS-FLAGS-ERROR-SW             PIC X VALUE 'N'.
           88  WS-FLAGS-ERROR            VALUE 'Y'.

      *--  Entry about to be inserted by 2600/2700, and the changed
      *    values of a CHG.
       01  WS-NEW-DATE                   PIC X(8)  VALUE SPACES.
       01  WS-NEW-MMDD                   PIC X(4)  VALUE SPACES.
       01  WS-NEW-ROLL                   PIC X     VALUE SPACES.
       01  WS-NEW-DESC                   PIC X(20) VALUE SPACES.

      *--  Date validation: WS-CHK-DATE in, WS-CHK-INTEGER out (zero
      *    when the date is not a real calendar date), WS-CHK-DOW
      *    Monday=1..Sunday=7 (integer date 1 is Monday 1601-01-01).
       01  WS-CHK-DATE                   PIC X(8)  VALUE SPACES.
       01  WS-DATE-NUM                   PIC 9(8)  VALUE ZERO.
       01  WS-CHK-INTEGER                PIC S9(9) COMP VALUE ZERO.
       01  WS-CHK-DOW                    PIC 9     VALUE ZERO.

      *--  Dates with a clean run on the audit trail, in the order
      *    read (one entry per date even though each rule set of a
      *    run writes its own audit record).
       01  WS-CLEAN-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-CLEAN-TABLE.
           05  WS-CLEAN-DATE OCCURS 5000 TIMES PIC X(8).
       01  WS-CLEAN-IDX                  PIC 9(4) VALUE ZERO.
       01  WS-AUDIT-UNUSABLE-SW          PIC X VALUE 'N'.
           88  WS-AUDIT-UNUSABLE         VALUE 'Y'.
       01  WS-CERT-UNUSABLE-SW           PIC X VALUE 'N'.
           88  WS-CERT-UNUSABLE          VALUE 'Y'.
       01  WS-CERT-OPEN-SW               PIC X VALUE 'N'.
           88  WS-CERT-OPEN              VALUE 'Y'.

      *--  Outcome of 2800-CHECK-RUN-EVIDENCE for WS-CHK-DATE.
       01  WS-CONFLICT-SW                PIC X VALUE 'N'.
           88  WS-CONFLICT               VALUE 'Y'.
       01  WS-CONFLICT-REASON            PIC X(24) VALUE SPACES.

      *--  GEN work areas.  The holidays one GEN has generated are
      *    remembered so a rolled template moves past them.
       01  WS-GEN-YEAR                   PIC X(4)  VALUE SPACES.
       01  WS-GEN-YEAR-NUM               PIC 9(4)  VALUE ZERO.
       01  WS-GEN-COUNT                  PIC 99    VALUE ZERO.
       01  WS-GEN-TABLE.
           05  WS-GEN-DATE OCCURS 50 TIMES PIC X(8).
       01  WS-GEN-IDX                    PIC 99    VALUE ZERO.
       01  WS-ROLL-COUNT                 PIC 99    VALUE ZERO.
       01  WS-ROLL-NEEDED-SW             PIC X VALUE 'N'.
           88  WS-ROLL-NEEDED            VALUE 'Y'.

      *--  Journal images of the changes applied, written only once
      *    the refreshed calendar is safely out.
       01  WS-JRN-PEND-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-JRN-PEND-TABLE.
           05  WS-JRN-PEND OCCURS 999 TIMES PIC X(120).
       01  WS-JRN-IDX                    PIC 9(4) VALUE ZERO.
       01  WS-JOURNAL-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-JRN-CREATED-SW             PIC X VALUE 'N'.
           88  WS-JRN-CREATED            VALUE 'Y'.
       01  WS-JRN-MISSING-SW             PIC X VALUE 'N'.
           88  WS-JRN-MISSING            VALUE 'Y'.

      *--  Journal image under construction.
       COPY FZBCJRN.

      *--  Forward report work areas.
       01  WS-DAY-NAMES                  PIC X(21)
                                 VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME OCCURS 7 TIMES PIC X(3).
       01  WS-REPORT-INTEGER             PIC S9(9) COMP VALUE ZERO.
       01  WS-REPORT-IDX                 PIC 9(4) VALUE ZERO.
       01  WS-REPORT-STATUS              PIC X(14) VALUE SPACES.
       01  WS-REPORT-REASON              PIC X(30) VALUE SPACES.
       01  WS-PROC-DAYS                  PIC 9(4) VALUE ZERO.
       01  WS-NON-PROC-DAYS              PIC 9(4) VALUE ZERO.

       01  WS-TXN-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-TXN-APPLIED-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-TXN-REJECTED-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-ADD-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-CHG-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-DEL-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-GENERATED-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-GEN-SKIPPED-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-APPLIED-BEFORE             PIC 9(4) VALUE ZERO.

      *--  Records dropped while loading the existing FZBCAL itself -
      *    kept apart from the rejected transactions because their
      *    loss makes the refreshed calendar smaller than the one
      *    read in.
       01  WS-LOAD-REJECTED-COUNT        PIC 9(4) VALUE ZERO.

       01  WS-RETURN-CODE                PIC S9(4) VALUE ZERO.
           88  WS-RC-NORMAL              VALUE 0.
           88  WS-RC-SOME-REJECTED       VALUE 4.
           88  WS-RC-FILE-ERROR          VALUE 8.
           88  WS-RC-LOAD-REJECTED       VALUE 12.

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
           DISPLAY '|       FIZZ BUZZ - CALENDAR MAINTENANCE       |'
           DISPLAY '+----------------------------------------------+'

           MOVE FUNCTION CURRENT-DATE (1:21) TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO WS-REPORT-FROM

           IF LS-PARM-LEN > ZERO AND LS-PARM-LEN <= 80
              MOVE LS-PARM-TEXT (1:LS-PARM-LEN) TO WS-RUN-PARM
           END-IF
           PERFORM 0100-PARSE-RUN-PARM

           IF WS-PARM-ERROR
              SET WS-RC-FILE-ERROR TO TRUE
              PERFORM 9900-ABORT-RUN
           END-IF

           PERFORM 1000-LOAD-CURRENT-CALENDAR

           IF NOT WS-RC-NORMAL
              PERFORM 9900-ABORT-RUN
           END-IF

           MOVE WS-CALENDAR TO WS-BASE-CALENDAR

           PERFORM 1500-LOAD-CLEAN-RUNS
           PERFORM 1700-OPEN-CERT-REGISTER

           PERFORM 2000-APPLY-TRANSACTIONS

           IF WS-CERT-OPEN
              CLOSE CERT-FILE
           END-IF

           IF NOT WS-RC-NORMAL
              PERFORM 9900-ABORT-RUN
           END-IF

           PERFORM 3000-WRITE-NEW-CALENDAR

           IF NOT WS-RC-NORMAL
              PERFORM 9900-ABORT-RUN
           END-IF

           PERFORM 4000-WRITE-JOURNAL

           IF NOT WS-RC-NORMAL
              PERFORM 9900-ABORT-RUN
           END-IF

           PERFORM 5000-FORWARD-REPORT

           IF WS-LOAD-REJECTED-COUNT > ZERO
              SET WS-RC-LOAD-REJECTED TO TRUE
           ELSE IF WS-TXN-REJECTED-COUNT > ZERO
              SET WS-RC-SOME-REJECTED TO TRUE
           END-IF
           END-IF

           DISPLAY '+----------------------------------------------+'
           DISPLAY '|   CALENDAR MAINTENANCE - END BATCH           |'
           DISPLAY '+----------------------------------------------+'
           DISPLAY '|  Records dropped on load: ' WS-LOAD-REJECTED-COUNT
           DISPLAY '|  Transactions read.....: ' WS-TXN-COUNT
           DISPLAY '|  Changes applied.......: ' WS-TXN-APPLIED-COUNT
           DISPLAY '|  Changes rejected......: ' WS-TXN-REJECTED-COUNT
           DISPLAY '|  Adds / Changes / Dels.: ' WS-ADD-COUNT
                   '/' WS-CHG-COUNT '/' WS-DEL-COUNT
           DISPLAY '|  Holidays generated....: ' WS-GENERATED-COUNT
           DISPLAY '|  Generated, skipped....: ' WS-GEN-SKIPPED-COUNT
           DISPLAY '|  Templates on calendar.: ' WS-TMPL-COUNT
           DISPLAY '|  Holidays on calendar..: ' WS-HOL-COUNT
           DISPLAY '|  Journal images written: ' WS-JOURNAL-COUNT
           DISPLAY '+----------------------------------------------+'

           MOVE WS-RETURN-CODE TO RETURN-CODE.

           STOP RUN.

      *----------------------------------------------------------------
      * 0100-PARSE-RUN-PARM - tokenize the PARM on commas: DAYS=nnn
      * (1-999 days, not zero-padded) and FROM=YYYYMMDD shape the
      * forward report.  An unrecognized token is rejected.
      *----------------------------------------------------------------
       0100-PARSE-RUN-PARM SECTION.
           IF WS-RUN-PARM = SPACES
              GO TO 0100-EXIT
           END-IF

           UNSTRING WS-RUN-PARM DELIMITED BY ','
               INTO WS-PARM-TOKEN (1) WS-PARM-TOKEN (2)
                    WS-PARM-TOKEN (3)
               TALLYING IN WS-PARM-TOKEN-COUNT
           END-UNSTRING

           PERFORM VARYING WS-PARM-TOKEN-IDX FROM 1 BY 1
                     UNTIL WS-PARM-TOKEN-IDX > WS-PARM-TOKEN-COUNT
               EVALUATE TRUE
                   WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) = SPACES
                        CONTINUE
                   WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) (1:5)
                        = 'DAYS='
                        PERFORM 0150-APPLY-DAYS-TOKEN
                   WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) (1:5)
                        = 'FROM='
                        PERFORM 0170-APPLY-FROM-TOKEN
                   WHEN OTHER
                        SET WS-PARM-ERROR TO TRUE
                        DISPLAY 'FZBJ008E - UNRECOGNIZED PARM TOKEN: '
                                WS-PARM-TOKEN (WS-PARM-TOKEN-IDX)
               END-EVALUATE
           END-PERFORM.
       0100-EXIT.
           EXIT.

       0150-APPLY-DAYS-TOKEN SECTION.
           MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) (6:75)
             TO WS-DAYS-RAW
           MOVE FUNCTION TRIM (WS-DAYS-RAW) TO WS-DAYS-TRIMMED
           COMPUTE WS-DAYS-LEN =
                   FUNCTION LENGTH (FUNCTION TRIM (WS-DAYS-RAW))
           IF WS-DAYS-LEN > ZERO AND WS-DAYS-LEN <= 3
              AND WS-DAYS-TRIMMED (1:WS-DAYS-LEN) IS NUMERIC
              MOVE WS-DAYS-TRIMMED (1:WS-DAYS-LEN) TO WS-REPORT-DAYS
           ELSE
              MOVE ZERO TO WS-REPORT-DAYS
           END-IF
           IF WS-REPORT-DAYS = ZERO
              SET WS-PARM-ERROR TO TRUE
              DISPLAY 'FZBJ008E - PARM DAYS= IS NOT 1-999: '
                      WS-PARM-TOKEN (WS-PARM-TOKEN-IDX)
           END-IF.

       0170-APPLY-FROM-TOKEN SECTION.
           MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) (6:8)
             TO WS-REPORT-FROM
           MOVE WS-REPORT-FROM TO WS-CHK-DATE
           PERFORM 0500-VALIDATE-DATE
           IF WS-CHK-INTEGER = ZERO
              OR WS-PARM-TOKEN (WS-PARM-TOKEN-IDX) (14:67) NOT = SPACES
              SET WS-PARM-ERROR TO TRUE
              DISPLAY 'FZBJ008E - PARM FROM= IS NOT A VALID DATE: '
                      WS-PARM-TOKEN (WS-PARM-TOKEN-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 0500-VALIDATE-DATE - WS-CHK-INTEGER is WS-CHK-DATE's integer
      * date, or zero when it is not 8 digits making a real calendar
      * date (FUNCTION INTEGER-OF-DATE returns zero for an invalid
      * one); WS-CHK-DOW is its weekday.
      *----------------------------------------------------------------
       0500-VALIDATE-DATE SECTION.
           MOVE ZERO TO WS-CHK-INTEGER
           MOVE ZERO TO WS-CHK-DOW
           IF WS-CHK-DATE IS NOT NUMERIC
              OR WS-CHK-DATE < '16010101'
              GO TO 0500-EXIT
           END-IF

           MOVE WS-CHK-DATE TO WS-DATE-NUM
           COMPUTE WS-CHK-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           IF WS-CHK-INTEGER > ZERO
              COMPUTE WS-CHK-DOW =
                      FUNCTION MOD (WS-CHK-INTEGER - 1, 7) + 1
           END-IF.
       0500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0550-VALIDATE-MMDD - a template's month and day are valid
      * when they make a real date in a leap year, so 0229 is a
      * legitimate template (GEN skips it in other years).
      *----------------------------------------------------------------
       0550-VALIDATE-MMDD SECTION.
           MOVE SPACES TO WS-CHK-DATE
           STRING '2000' WS-NEW-MMDD DELIMITED BY SIZE
                  INTO WS-CHK-DATE
           PERFORM 0500-VALIDATE-DATE.

      *----------------------------------------------------------------
      * 0600-VALIDATE-WEEK-FLAGS - the weekday flags in WS-CHK-FLAGS
      * must each be 'Y' or 'N' and leave at least one processing
      * weekday.
      *----------------------------------------------------------------
       0600-VALIDATE-WEEK-FLAGS SECTION.
           MOVE 'N' TO WS-FLAGS-ERROR-SW
           MOVE ZERO TO WS-YES-COUNT
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > 7
               EVALUATE WS-CHK-FLAGS (WS-DAY-IDX:1)
                   WHEN 'Y'
                        ADD 1 TO WS-YES-COUNT
                   WHEN 'N'
                        CONTINUE
                   WHEN OTHER
                        SET WS-FLAGS-ERROR TO TRUE
               END-EVALUATE
           END-PERFORM
           IF WS-YES-COUNT = 7
              SET WS-FLAGS-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 1000-LOAD-CURRENT-CALENDAR - read the existing calendar into
      * the working tables, validating every record.  A missing
      * dataset is an empty calendar.
      *----------------------------------------------------------------
       1000-LOAD-CURRENT-CALENDAR SECTION.
           MOVE ALL 'N' TO WS-WEEK-FLAGS

           OPEN INPUT CALENDAR-FILE
           IF WS-FZBCAL-STATUS = '35'
              DISPLAY 'FZBJ001I - NO FZBCAL CALENDAR, STARTING FROM '
                      'AN EMPTY CALENDAR'
              GO TO 1000-EXIT
           END-IF
           IF WS-FZBCAL-STATUS NOT = '00'
              DISPLAY 'FZBJ002E - ERROR OPENING FZBCAL, STATUS='
                      WS-FZBCAL-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
              GO TO 1000-EXIT
           END-IF

           PERFORM UNTIL WS-CAL-EOF
              READ CALENDAR-FILE
                AT END
                  SET WS-CAL-EOF TO TRUE
                NOT AT END
                  PERFORM 1100-FILE-CALENDAR-RECORD
              END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.
       1000-EXIT.
           EXIT.

       1100-FILE-CALENDAR-RECORD SECTION.
           EVALUATE TRUE
               WHEN FZB-CAL-IS-WEEKLY OF FZB-CAL-RECORD
                    MOVE FZB-CAL-WEEK-FLAGS OF FZB-CAL-RECORD
                      TO WS-CHK-FLAGS
                    PERFORM 0600-VALIDATE-WEEK-FLAGS
                    IF WS-FLAGS-ERROR
                       DISPLAY 'FZBJ005W - WEEK RECORD DROPPED, BAD '
                               'FLAGS: ' WS-CHK-FLAGS
                       ADD 1 TO WS-LOAD-REJECTED-COUNT
                    ELSE
                       IF WS-WEEK-PRESENT
                          DISPLAY 'FZBJ009I - EARLIER WEEK RECORD '
                                  'SUPERSEDED BY ' WS-CHK-FLAGS
                       END-IF
                       SET WS-WEEK-PRESENT TO TRUE
                       MOVE WS-CHK-FLAGS TO WS-WEEK-FLAGS
                    END-IF
               WHEN FZB-CAL-IS-HOLIDAY OF FZB-CAL-RECORD
                    MOVE FZB-CAL-DATE OF FZB-CAL-RECORD TO WS-NEW-DATE
                    MOVE WS-NEW-DATE TO WS-CHK-DATE
                    PERFORM 0500-VALIDATE-DATE
                    PERFORM 2650-FIND-HOLIDAY
                    IF WS-CHK-INTEGER = ZERO
                       DISPLAY 'FZBJ003W - HOLI RECORD DROPPED, NOT A '
                               'VALID DATE: ' WS-NEW-DATE
                       ADD 1 TO WS-LOAD-REJECTED-COUNT
                    ELSE IF WS-FOUND-IDX > ZERO
                       DISPLAY 'FZBJ009I - DUPLICATE HOLI RECORD '
                               'MERGED: ' WS-NEW-DATE
                    ELSE IF WS-HOL-COUNT >= 400
                       DISPLAY 'FZBJ007W - HOLI RECORD DROPPED, TABLE '
                               'FULL: ' WS-NEW-DATE
                       ADD 1 TO WS-LOAD-REJECTED-COUNT
                    ELSE
                       MOVE FZB-CAL-DESC OF FZB-CAL-RECORD
                         TO WS-NEW-DESC
                       PERFORM 2600-INSERT-HOLIDAY
                    END-IF
                    END-IF
                    END-IF
               WHEN FZB-CAL-IS-TEMPLATE OF FZB-CAL-RECORD
                    MOVE FZB-CAL-TMPL-MMDD OF FZB-CAL-RECORD
                      TO WS-NEW-MMDD
                    MOVE FZB-CAL-ROLL OF FZB-CAL-RECORD TO WS-NEW-ROLL
                    PERFORM 0550-VALIDATE-MMDD
                    PERFORM 2750-FIND-TEMPLATE
                    IF WS-CHK-INTEGER = ZERO
                       OR FZB-CAL-DATE OF FZB-CAL-RECORD (5:4)
                          NOT = SPACES
                       OR (WS-NEW-ROLL NOT = 'F'
                           AND WS-NEW-ROLL NOT = 'N')
                       DISPLAY 'FZBJ004W - TMPL RECORD DROPPED, BAD '
                               'MMDD OR ROLL: '
                               FZB-CAL-DATE OF FZB-CAL-RECORD ' '
                               WS-NEW-ROLL
                       ADD 1 TO WS-LOAD-REJECTED-COUNT
                    ELSE IF WS-FOUND-IDX > ZERO
                       DISPLAY 'FZBJ009I - DUPLICATE TMPL RECORD '
                               'MERGED: ' WS-NEW-MMDD
                    ELSE IF WS-TMPL-COUNT >= 50
                       DISPLAY 'FZBJ007W - TMPL RECORD DROPPED, TABLE '
                               'FULL: ' WS-NEW-MMDD
                       ADD 1 TO WS-LOAD-REJECTED-COUNT
                    ELSE
                       MOVE FZB-CAL-DESC OF FZB-CAL-RECORD
                         TO WS-NEW-DESC
                       PERFORM 2700-INSERT-TEMPLATE
                    END-IF
                    END-IF
                    END-IF
               WHEN OTHER
                    DISPLAY 'FZBJ006W - CALENDAR RECORD DROPPED, '
                            'UNRECOGNIZED TYPE: '
                            FZB-CAL-REC-TYPE OF FZB-CAL-RECORD
                    ADD 1 TO WS-LOAD-REJECTED-COUNT
           END-EVALUATE.

      *----------------------------------------------------------------
      * 1500-LOAD-CLEAN-RUNS - gather every business date with a
      * clean run on the audit trail: RETURN-CODE 0 and a non-zero
      * total.  A missing or unreadable audit trail (or one with more
      * clean dates than the table holds) cannot clear any date, so
      * 2800-CHECK-RUN-EVIDENCE then refuses holidays up to today.
      *----------------------------------------------------------------
       1500-LOAD-CLEAN-RUNS SECTION.
           OPEN INPUT AUDIT-FILE
           IF WS-FZBAUDT-STATUS NOT = '00'
              DISPLAY 'FZBJ010W - FZBAUDT NOT AVAILABLE, STATUS='
                      WS-FZBAUDT-STATUS ' - NO HOLIDAY UP TO TODAY '
                      'CAN BE CLEARED'
              SET WS-AUDIT-UNUSABLE TO TRUE
              GO TO 1500-EXIT
           END-IF

           PERFORM UNTIL WS-AUD-EOF
              READ AUDIT-FILE
                AT END
                  SET WS-AUD-EOF TO TRUE
                NOT AT END
                  IF FZB-AUD-RETURN-CODE IS NUMERIC
                     AND FZB-AUD-RETURN-CODE = ZERO
                     AND FZB-AUD-TOTAL-COUNT IS NUMERIC
                     AND FZB-AUD-TOTAL-COUNT > ZERO
                     PERFORM 1550-TAKE-CLEAN-DATE
                  END-IF
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.
       1500-EXIT.
           EXIT.

       1550-TAKE-CLEAN-DATE SECTION.
           IF WS-CLEAN-COUNT > ZERO
              AND WS-CLEAN-DATE (WS-CLEAN-COUNT) = FZB-AUD-RUN-DATE
              CONTINUE
           ELSE IF WS-CLEAN-COUNT >= 5000
              IF NOT WS-AUDIT-UNUSABLE
                 DISPLAY 'FZBJ010W - MORE CLEAN RUN DATES ON FZBAUDT '
                         'THAN THE TABLE HOLDS - NO HOLIDAY UP TO '
                         'TODAY CAN BE CLEARED'
                 SET WS-AUDIT-UNUSABLE TO TRUE
              END-IF
           ELSE
              ADD 1 TO WS-CLEAN-COUNT
              MOVE FZB-AUD-RUN-DATE TO WS-CLEAN-DATE (WS-CLEAN-COUNT)
           END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1700-OPEN-CERT-REGISTER - the certification register is read
      * by key for each holiday date checked.
      *----------------------------------------------------------------
       1700-OPEN-CERT-REGISTER SECTION.
           OPEN INPUT CERT-FILE
           IF WS-FZBCERT-STATUS = '00'
              SET WS-CERT-OPEN TO TRUE
           ELSE
              DISPLAY 'FZBJ011W - FZBCERT NOT AVAILABLE, STATUS='
                      WS-FZBCERT-STATUS ' - NO HOLIDAY UP TO TODAY '
                      'CAN BE CLEARED'
              SET WS-CERT-UNUSABLE TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 2000-APPLY-TRANSACTIONS - apply each FZBCTXN transaction to
      * the in-memory calendar, in the order submitted, validating
      * as we go.
      *----------------------------------------------------------------
       2000-APPLY-TRANSACTIONS SECTION.
           OPEN INPUT TRANSACTION-FILE
           IF WS-FZBCTXN-STATUS NOT = '00'
              DISPLAY 'FZBJ012E - FZBCTXN DATASET NOT AVAILABLE, '
                      'STATUS=' WS-FZBCTXN-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
              GO TO 2000-EXIT
           END-IF

           PERFORM UNTIL WS-TXN-EOF OR WS-RC-FILE-ERROR
              READ TRANSACTION-FILE
                AT END
                  SET WS-TXN-EOF TO TRUE
                NOT AT END
                  ADD 1 TO WS-TXN-COUNT
                  PERFORM 2100-APPLY-ONE-TRANSACTION
              END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-APPLY-ONE-TRANSACTION - route one transaction by record
      * type and action.  Every change applied is journaled.
      *----------------------------------------------------------------
       2100-APPLY-ONE-TRANSACTION SECTION.
           IF FZB-CTX-REQUESTER = SPACES
              DISPLAY 'FZBJ020W - ' FZB-CTX-ACTION ' ' FZB-CTX-REC-TYPE
                      ' REJECTED, NO REQUESTER: ' FZB-CTX-DATE
              ADD 1 TO WS-TXN-REJECTED-COUNT
              GO TO 2100-EXIT
           END-IF
           IF WS-JRN-PEND-COUNT >= 999
              DISPLAY 'FZBJ032W - ' FZB-CTX-ACTION ' ' FZB-CTX-REC-TYPE
                      ' REJECTED, TOO MANY CHANGES FOR ONE RUN: '
                      FZB-CTX-DATE
              ADD 1 TO WS-TXN-REJECTED-COUNT
              GO TO 2100-EXIT
           END-IF

           EVALUATE TRUE
               WHEN FZB-CTX-IS-GENERATE
                    PERFORM 2500-GENERATE-YEAR
               WHEN FZB-CTX-IS-HOLIDAY AND FZB-CTX-IS-ADD
                    PERFORM 2210-ADD-HOLIDAY
               WHEN FZB-CTX-IS-HOLIDAY AND FZB-CTX-IS-CHANGE
                    PERFORM 2220-CHANGE-HOLIDAY
               WHEN FZB-CTX-IS-HOLIDAY AND FZB-CTX-IS-DELETE
                    PERFORM 2230-DELETE-HOLIDAY
               WHEN FZB-CTX-IS-WEEKLY
                    AND (FZB-CTX-IS-ADD OR FZB-CTX-IS-CHANGE)
                    PERFORM 2310-SET-WEEK-PATTERN
               WHEN FZB-CTX-IS-WEEKLY AND FZB-CTX-IS-DELETE
                    PERFORM 2330-DELETE-WEEK-PATTERN
               WHEN FZB-CTX-IS-TEMPLATE AND FZB-CTX-IS-ADD
                    PERFORM 2410-ADD-TEMPLATE
               WHEN FZB-CTX-IS-TEMPLATE AND FZB-CTX-IS-CHANGE
                    PERFORM 2420-CHANGE-TEMPLATE
               WHEN FZB-CTX-IS-TEMPLATE AND FZB-CTX-IS-DELETE
                    PERFORM 2430-DELETE-TEMPLATE
               WHEN OTHER
                    DISPLAY 'FZBJ030W - UNKNOWN TRANSACTION: '
                            FZB-CTX-ACTION ' ' FZB-CTX-REC-TYPE
                    ADD 1 TO WS-TXN-REJECTED-COUNT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2210-ADD-HOLIDAY - a real date, not already a holiday, with no
      * clean run or certification behind it.
      *----------------------------------------------------------------
       2210-ADD-HOLIDAY SECTION.
           MOVE FZB-CTX-DATE TO WS-CHK-DATE
           PERFORM 0500-VALIDATE-DATE
           MOVE FZB-CTX-DATE TO WS-NEW-DATE
           PERFORM 2650-FIND-HOLIDAY

           IF WS-CHK-INTEGER = ZERO
              DISPLAY 'FZBJ021W - ADD HOLI REJECTED, NOT A VALID '
                      'DATE: ' FZB-CTX-DATE
              ADD 1 TO WS-TXN-REJECTED-COUNT
              GO TO 2210-EXIT
           END-IF
           IF WS-FOUND-IDX > ZERO
              DISPLAY 'FZBJ022W - ADD HOLI REJECTED, ALREADY ON THE '
                      'CALENDAR: ' FZB-CTX-DATE
              ADD 1 TO WS-TXN-REJECTED-COUNT
              GO TO 2210-EXIT
           END-IF
           IF WS-HOL-COUNT >= 400
              DISPLAY 'FZBJ025W - ADD HOLI REJECTED, HOLIDAY TABLE '
                      'FULL: ' FZB-CTX-DATE
              ADD 1 TO WS-TXN-REJECTED-COUNT
              GO TO 2210-EXIT
           END-IF

           PERFORM 2800-CHECK-RUN-EVIDENCE
           IF WS-CONFLICT
              DISPLAY 'FZBJ024W - ADD HOLI ' FZB-CTX-DATE
                      ' REJECTED, ' WS-CONFLICT-REASON
              ADD 1 TO WS-TXN-REJECTED-COUNT
              GO TO 2210-EXIT
           END-IF

           MOVE FZB-CTX-DESC TO WS-NEW-DESC
           PERFORM 2600-INSERT-HOLIDAY

           PERFORM 2900-START-JOURNAL-IMAGE
           MOVE 'Y'         TO FZB-CJR-AFT-PRESENT
           MOVE WS-NEW-DATE TO FZB-CJR-AFT-DATE
           MOVE WS-NEW-DESC TO FZB-CJR-AFT-DESC
           PERFORM 2950-QUEUE-JOURNAL-IMAGE
           ADD 1 TO WS-TXN-APPLIED-COUNT
           ADD 1 TO WS-ADD-COUNT.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2220-CHANGE-HOLIDAY - move a holiday to FZB-CTX-NEW-DATE
      * (checked as an ADD of that date would be) and/or rename it.
      *----------------------------------------------------------------
       2220-CHANGE-HOLIDAY SECTION.
           MOVE FZB-CTX-DATE TO WS-NEW-DATE
           PERFORM 2650-FIND-HOLIDAY
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'FZBJ023W - CHG HOLI REJECTED, NOT ON THE '
                      'CALENDAR: ' FZB-CTX-DATE
              ADD 1 TO WS-TXN-REJECTED-COUNT
              GO TO 2220-EXIT
           END-IF
           IF (FZB-CTX-NEW-DATE = SPACES
               OR FZB-CTX-NEW-DATE = FZB-CTX-DATE)
              AND FZB-CTX-DESC = SPACES
              DISPLAY 'FZBJ031W - CHG HOLI REJECTED, NOTHING TO '
                      'CHANGE: ' FZB-CTX-DATE
              ADD 1 TO WS-TXN-REJECTED-COUNT
              GO TO 2220-EXIT
           END-IF

           PERFORM 2900-START-JOURNAL-IMAGE
           MOVE 'Y' TO FZB-CJR-BEF-PRESENT
           MOVE WS-HOL-DATE (WS-FOUND-IDX) TO FZB-CJR-BEF-DATE
           MOVE WS-HOL-DESC (WS-FOUND-IDX) TO FZB-CJR-BEF-DESC

           IF FZB-CTX-DESC = SPACES
              MOVE WS-HOL-DESC (WS-FOUND-IDX) TO WS-NEW-DESC
           ELSE
              MOVE FZB-CTX-DESC TO WS-NEW-DESC
           END-IF

           IF FZB-CTX-NEW-DATE = SPACES
              OR FZB-CTX-NEW-DATE = FZB-CTX-DATE
              MOVE WS-NEW-DESC TO WS-HOL-DESC (WS-FOUND-IDX)
           ELSE
              MOVE FZB-CTX-NEW-DATE TO WS-CHK-DATE
              PERFORM 0500-VALIDATE-DATE
              IF WS-CHK-INTEGER = ZERO
                 DISPLAY 'FZBJ021W - CHG HOLI REJECTED, NOT A VALID '
                         'DATE: ' FZB-CTX-NEW-DATE
                 ADD 1 TO WS-TXN-REJECTED-COUNT
                 GO TO 2220-EXIT
              END-IF
              MOVE FZB-CTX-NEW-DATE TO WS-NEW-DATE
              PERFORM 2650-FIND-HOLIDAY
              IF WS-FOUND-IDX > ZERO
                 DISPLAY 'FZBJ022W - CHG HOLI REJECTED, ALREADY ON '
                         'THE CALENDAR: ' FZB-CTX-NEW-DATE
                 ADD 1 TO WS-TXN-REJECTED-COUNT
                 GO TO 2220-EXIT
              END-IF
              PERFORM 2800-CHECK-RUN-EVIDENCE
              IF WS-CONFLICT
                 DISPLAY 'FZBJ024W - CHG HOLI ' FZB-CTX-NEW-DATE
                         ' REJECTED, ' WS-CONFLICT-REASON
                 ADD 1 TO WS-TXN-REJECTED-COUNT
                 GO TO 2220-EXIT
              END-IF
              MOVE FZB-CTX-DATE TO WS-NEW-DATE
              PERFORM 2650-FIND-HOLIDAY
              PERFORM 2660-REMOVE-HOLIDAY
              MOVE FZB-CTX-NEW-DATE TO WS-NEW-DATE
              PERFORM 2600-INSERT-HOLIDAY
           END-IF

           MOVE 'Y'                TO FZB-CJR-AFT-PRESENT
           MOVE WS-NEW-DATE        TO FZB-CJR-AFT-DATE
           MOVE WS-NEW-DESC        TO FZB-CJR-AFT-DESC
           PERFORM 2950-QUEUE-JOURNAL-IMAGE
           ADD 1 TO WS-TXN-APPLIED-COUNT
           ADD 1 TO WS-CHG-COUNT.
       2220-EXIT.
           EXIT.

       2230-DELETE-HOLIDAY SECTION.
           MOVE FZB-CTX-DATE TO WS-NEW-DATE
           PERFORM 2650-FIND-HOLIDAY
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'FZBJ023W - DEL HOLI REJECTED, NOT ON THE '
                      'CALENDAR: ' FZB-CTX-DATE
              ADD 1 TO WS-TXN-REJECTED-COUNT
           ELSE
              PERFORM 2900-START-JOURNAL-IMAGE
              MOVE 'Y' TO FZB-CJR-BEF-PRESENT
              MOVE WS-HOL-DATE (WS-FOUND-IDX) TO FZB-CJR-BEF-DATE
              MOVE WS-HOL-DESC (WS-FOUND-IDX) TO FZB-CJR-BEF-DESC
              PERFORM 2660-REMOVE-HOLIDAY
              PERFORM 2950-QUEUE-JOURNAL-IMAGE
              ADD 1 TO WS-TXN-APPLIED-COUNT
              ADD 1 TO WS-DEL-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 2310-SET-WEEK-PATTERN - ADD when the calendar has no weekly
      * pattern yet, CHG to replace the one it has.
      *----------------------------------------------------------------
       2310-SET-WEEK-PATTERN SECTION.
           MOVE FZB-CTX-WEEK-FLAGS TO WS-CHK-FLAGS
           PERFORM 0600-VALIDATE-WEEK-FLAGS

           IF WS-FLAGS-ERROR
              DISPLAY 'FZBJ026W - ' FZB-CTX-ACTION ' WEEK REJECTED, '
                      'FLAGS NOT Y/N OR NO PROCESSING WEEKDAY: '
                      FZB-CTX-WEEK-FLAGS
              ADD 1 TO WS-TXN-REJECTED-COUNT
           ELSE IF FZB-CTX-IS-ADD AND WS-WEEK-PRESENT
              DISPLAY 'FZBJ026W - ADD WEEK REJECTED, PATTERN ALREADY '
                      'ON THE CALENDAR: ' WS-WEEK-FLAGS
              ADD 1 TO WS-TXN-REJECTED-COUNT
           ELSE IF FZB-CTX-IS-CHANGE AND NOT WS-WEEK-PRESENT
              DISPLAY 'FZBJ026W - CHG WEEK REJECTED, NO PATTERN ON '
                      'THE CALENDAR'
              ADD 1 TO WS-TXN-REJECTED-COUNT
           ELSE
              PERFORM 2900-START-JOURNAL-IMAGE
              IF WS-WEEK-PRESENT
                 MOVE 'Y'           TO FZB-CJR-BEF-PRESENT
                 MOVE WS-WEEK-FLAGS TO FZB-CJR-BEF-FLAGS
                 ADD 1 TO WS-CHG-COUNT
              ELSE
                 ADD 1 TO WS-ADD-COUNT
              END-IF
              SET WS-WEEK-PRESENT TO TRUE
              MOVE FZB-CTX-WEEK-FLAGS TO WS-WEEK-FLAGS
              MOVE 'Y'                TO FZB-CJR-AFT-PRESENT
              MOVE WS-WEEK-FLAGS      TO FZB-CJR-AFT-FLAGS
              PERFORM 2950-QUEUE-JOURNAL-IMAGE
              ADD 1 TO WS-TXN-APPLIED-COUNT
           END-IF
           END-IF
           END-IF.

       2330-DELETE-WEEK-PATTERN SECTION.
           IF NOT WS-WEEK-PRESENT
              DISPLAY 'FZBJ026W - DEL WEEK REJECTED, NO PATTERN ON '
                      'THE CALENDAR'
              ADD 1 TO WS-TXN-REJECTED-COUNT
           ELSE
              PERFORM 2900-START-JOURNAL-IMAGE
              MOVE 'Y'           TO FZB-CJR-BEF-PRESENT
              MOVE WS-WEEK-FLAGS TO FZB-CJR-BEF-FLAGS
              MOVE 'N' TO WS-WEEK-PRESENT-SW
              MOVE ALL 'N' TO WS-WEEK-FLAGS
              PERFORM 2950-QUEUE-JOURNAL-IMAGE
              ADD 1 TO WS-TXN-APPLIED-COUNT
              ADD 1 TO WS-DEL-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 2410-ADD-TEMPLATE - MMDD a real month and day, not already a
      * template; roll 'F' or 'N' (blank taken as 'N').
      *----------------------------------------------------------------
       2410-ADD-TEMPLATE SECTION.
           MOVE FZB-CTX-DATE (1:4) TO WS-NEW-MMDD
           PERFORM 0550-VALIDATE-MMDD
           PERFORM 2750-FIND-TEMPLATE
           IF FZB-CTX-ROLL = SPACE
              MOVE 'N' TO WS-NEW-ROLL
           ELSE
              MOVE FZB-CTX-ROLL TO WS-NEW-ROLL
           END-IF

           IF WS-CHK-INTEGER = ZERO
              OR FZB-CTX-DATE (5:4) NOT = SPACES
              OR (WS-NEW-ROLL NOT = 'F' AND WS-NEW-ROLL NOT = 'N')
              DISPLAY 'FZBJ027W - ADD TMPL REJECTED, BAD MMDD OR '
                      'ROLL: ' FZB-CTX-DATE ' ' FZB-CTX-ROLL
              ADD 1 TO WS-TXN-REJECTED-COUNT
           ELSE IF WS-FOUND-IDX > ZERO
              DISPLAY 'FZBJ027W - ADD TMPL REJECTED, ALREADY ON THE '
                      'CALENDAR: ' WS-NEW-MMDD
              ADD 1 TO WS-TXN-REJECTED-COUNT
           ELSE IF WS-TMPL-COUNT >= 50
              DISPLAY 'FZBJ025W - ADD TMPL REJECTED, TEMPLATE TABLE '
                      'FULL: ' WS-NEW-MMDD
              ADD 1 TO WS-TXN-REJECTED-COUNT
           ELSE
              MOVE FZB-CTX-DESC TO WS-NEW-DESC
              PERFORM 2700-INSERT-TEMPLATE
              PERFORM 2900-START-JOURNAL-IMAGE
              MOVE 'Y'         TO FZB-CJR-AFT-PRESENT
              MOVE WS-NEW-MMDD TO FZB-CJR-AFT-DATE
              MOVE WS-NEW-ROLL TO FZB-CJR-AFT-ROLL
              MOVE WS-NEW-DESC TO FZB-CJR-AFT-DESC
              PERFORM 2950-QUEUE-JOURNAL-IMAGE
              ADD 1 TO WS-TXN-APPLIED-COUNT
              ADD 1 TO WS-ADD-COUNT
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2420-CHANGE-TEMPLATE - move a template to the MMDD in
      * FZB-CTX-NEW-DATE, change its roll and/or rename it.  Holidays
      * already generated from it are not touched.
      *----------------------------------------------------------------
       2420-CHANGE-TEMPLATE SECTION.
           MOVE FZB-CTX-DATE (1:4) TO WS-NEW-MMDD
           PERFORM 2750-FIND-TEMPLATE
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'FZBJ027W - CHG TMPL REJECTED, NOT ON THE '
                      'CALENDAR: ' FZB-CTX-DATE
              ADD 1 TO WS-TXN-REJECTED-COUNT
              GO TO 2420-EXIT
           END-IF
           IF FZB-CTX-NEW-DATE = SPACES
              AND FZB-CTX-ROLL = SPACE
              AND FZB-CTX-DESC = SPACES
              DISPLAY 'FZBJ031W - CHG TMPL REJECTED, NOTHING TO '
                      'CHANGE: ' FZB-CTX-DATE
              ADD 1 TO WS-TXN-REJECTED-COUNT
              GO TO 2420-EXIT
           END-IF
           IF FZB-CTX-ROLL NOT = SPACE
              AND FZB-CTX-ROLL NOT = 'F'
              AND FZB-CTX-ROLL NOT = 'N'
              DISPLAY 'FZBJ027W - CHG TMPL REJECTED, BAD ROLL: '
                      FZB-CTX-ROLL
              ADD 1 TO WS-TXN-REJECTED-COUNT
              GO TO 2420-EXIT
           END-IF

           PERFORM 2900-START-JOURNAL-IMAGE
           MOVE 'Y' TO FZB-CJR-BEF-PRESENT
           MOVE WS-TMPL-MMDD (WS-FOUND-IDX) TO FZB-CJR-BEF-DATE
           MOVE WS-TMPL-ROLL (WS-FOUND-IDX) TO FZB-CJR-BEF-ROLL
           MOVE WS-TMPL-DESC (WS-FOUND-IDX) TO FZB-CJR-BEF-DESC

           MOVE WS-TMPL-ROLL (WS-FOUND-IDX) TO WS-NEW-ROLL
           MOVE WS-TMPL-DESC (WS-FOUND-IDX) TO WS-NEW-DESC
           IF FZB-CTX-ROLL NOT = SPACE
              MOVE FZB-CTX-ROLL TO WS-NEW-ROLL
           END-IF
           IF FZB-CTX-DESC NOT = SPACES
              MOVE FZB-CTX-DESC TO WS-NEW-DESC
           END-IF

           IF FZB-CTX-NEW-DATE NOT = SPACES
              AND FZB-CTX-NEW-DATE (1:4) NOT = FZB-CTX-DATE (1:4)
              MOVE FZB-CTX-NEW-DATE (1:4) TO WS-NEW-MMDD
              PERFORM 0550-VALIDATE-MMDD
              IF WS-CHK-INTEGER = ZERO
                 OR FZB-CTX-NEW-DATE (5:4) NOT = SPACES
                 DISPLAY 'FZBJ027W - CHG TMPL REJECTED, BAD MMDD: '
                         FZB-CTX-NEW-DATE
                 ADD 1 TO WS-TXN-REJECTED-COUNT
                 GO TO 2420-EXIT
              END-IF
              PERFORM 2750-FIND-TEMPLATE
              IF WS-FOUND-IDX > ZERO
                 DISPLAY 'FZBJ027W - CHG TMPL REJECTED, ALREADY ON '
                         'THE CALENDAR: ' WS-NEW-MMDD
                 ADD 1 TO WS-TXN-REJECTED-COUNT
                 GO TO 2420-EXIT
              END-IF
              MOVE FZB-CTX-DATE (1:4) TO WS-NEW-MMDD
              PERFORM 2750-FIND-TEMPLATE
              PERFORM 2760-REMOVE-TEMPLATE
              MOVE FZB-CTX-NEW-DATE (1:4) TO WS-NEW-MMDD
              PERFORM 2700-INSERT-TEMPLATE
           ELSE
              MOVE WS-NEW-ROLL TO WS-TMPL-ROLL (WS-FOUND-IDX)
              MOVE WS-NEW-DESC TO WS-TMPL-DESC (WS-FOUND-IDX)
           END-IF

           MOVE 'Y'         TO FZB-CJR-AFT-PRESENT
           MOVE WS-NEW-MMDD TO FZB-CJR-AFT-DATE
           MOVE WS-NEW-ROLL TO FZB-CJR-AFT-ROLL
           MOVE WS-NEW-DESC TO FZB-CJR-AFT-DESC
           PERFORM 2950-QUEUE-JOURNAL-IMAGE
           ADD 1 TO WS-TXN-APPLIED-COUNT
           ADD 1 TO WS-CHG-COUNT.
       2420-EXIT.
           EXIT.

       2430-DELETE-TEMPLATE SECTION.
           MOVE FZB-CTX-DATE (1:4) TO WS-NEW-MMDD
           PERFORM 2750-FIND-TEMPLATE
           IF WS-FOUND-IDX = ZERO
              DISPLAY 'FZBJ027W - DEL TMPL REJECTED, NOT ON THE '
                      'CALENDAR: ' FZB-CTX-DATE
              ADD 1 TO WS-TXN-REJECTED-COUNT
           ELSE
              PERFORM 2900-START-JOURNAL-IMAGE
              MOVE 'Y' TO FZB-CJR-BEF-PRESENT
              MOVE WS-TMPL-MMDD (WS-FOUND-IDX) TO FZB-CJR-BEF-DATE
              MOVE WS-TMPL-ROLL (WS-FOUND-IDX) TO FZB-CJR-BEF-ROLL
              MOVE WS-TMPL-DESC (WS-FOUND-IDX) TO FZB-CJR-BEF-DESC
              PERFORM 2760-REMOVE-TEMPLATE
              PERFORM 2950-QUEUE-JOURNAL-IMAGE
              ADD 1 TO WS-TXN-APPLIED-COUNT
              ADD 1 TO WS-DEL-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 2500-GENERATE-YEAR - GEN: one holiday per template in the
      * year named on the transaction (blank = next year), each
      * generated date checked as an ADD would be.  Every generated
      * date is its own change: a rejected one does not stop the
      * rest.
      *----------------------------------------------------------------
       2500-GENERATE-YEAR SECTION.
           IF FZB-CTX-DATE = SPACES
              MOVE WS-CURRENT-DATE (1:4) TO WS-GEN-YEAR-NUM
              ADD 1 TO WS-GEN-YEAR-NUM
              MOVE WS-GEN-YEAR-NUM TO WS-GEN-YEAR
           ELSE
              MOVE FZB-CTX-DATE (1:4) TO WS-GEN-YEAR
           END-IF

           IF WS-GEN-YEAR IS NOT NUMERIC
              OR WS-GEN-YEAR < '1601'
              OR FZB-CTX-DATE (5:4) NOT = SPACES
              DISPLAY 'FZBJ028W - GEN REJECTED, NOT A YEAR: '
                      FZB-CTX-DATE
              ADD 1 TO WS-TXN-REJECTED-COUNT
              GO TO 2500-EXIT
           END-IF
           IF WS-TMPL-COUNT = ZERO
              DISPLAY 'FZBJ028W - GEN REJECTED, NO TEMPLATES ON THE '
                      'CALENDAR: ' WS-GEN-YEAR
              ADD 1 TO WS-TXN-REJECTED-COUNT
              GO TO 2500-EXIT
           END-IF

           DISPLAY 'FZBJ029I - GENERATING ' WS-GEN-YEAR
                   ' HOLIDAYS FROM ' WS-TMPL-COUNT ' TEMPLATES'
           MOVE ZERO TO WS-GEN-COUNT
           PERFORM VARYING WS-TMPL-IDX FROM 1 BY 1
                     UNTIL WS-TMPL-IDX > WS-TMPL-COUNT
               PERFORM 2550-GENERATE-ONE-DATE
           END-PERFORM.
       2500-EXIT.
           EXIT.

       2550-GENERATE-ONE-DATE SECTION.
           MOVE SPACES TO WS-CHK-DATE
           STRING WS-GEN-YEAR WS-TMPL-MMDD (WS-TMPL-IDX)
                  DELIMITED BY SIZE INTO WS-CHK-DATE
           PERFORM 0500-VALIDATE-DATE
           IF WS-CHK-INTEGER = ZERO
              DISPLAY 'FZBJ029I - ' WS-CHK-DATE ' SKIPPED, NOT A '
                      'DATE IN ' WS-GEN-YEAR ' - '
                      WS-TMPL-DESC (WS-TMPL-IDX)
              ADD 1 TO WS-GEN-SKIPPED-COUNT
              GO TO 2550-EXIT
           END-IF

           IF WS-TMPL-ROLL (WS-TMPL-IDX) = 'F'
              PERFORM 2570-ROLL-FORWARD
           END-IF

           MOVE WS-CHK-DATE TO WS-NEW-DATE
           PERFORM 2650-FIND-HOLIDAY
           IF WS-FOUND-IDX > ZERO
              DISPLAY 'FZBJ029I - ' WS-NEW-DATE ' SKIPPED, ALREADY '
                      'ON THE CALENDAR - ' WS-TMPL-DESC (WS-TMPL-IDX)
              ADD 1 TO WS-GEN-SKIPPED-COUNT
              GO TO 2550-EXIT
           END-IF
           IF WS-JRN-PEND-COUNT >= 999
              DISPLAY 'FZBJ032W - GEN ' WS-NEW-DATE ' REJECTED, TOO '
                      'MANY CHANGES FOR ONE RUN'
              ADD 1 TO WS-TXN-REJECTED-COUNT
              GO TO 2550-EXIT
           END-IF
           IF WS-HOL-COUNT >= 400
              DISPLAY 'FZBJ025W - GEN ' WS-NEW-DATE ' REJECTED, '
                      'HOLIDAY TABLE FULL'
              ADD 1 TO WS-TXN-REJECTED-COUNT
              GO TO 2550-EXIT
           END-IF
           PERFORM 2800-CHECK-RUN-EVIDENCE
           IF WS-CONFLICT
              DISPLAY 'FZBJ024W - GEN ' WS-NEW-DATE ' REJECTED, '
                      WS-CONFLICT-REASON
              ADD 1 TO WS-TXN-REJECTED-COUNT
              GO TO 2550-EXIT
           END-IF

           MOVE WS-TMPL-DESC (WS-TMPL-IDX) TO WS-NEW-DESC
           PERFORM 2600-INSERT-HOLIDAY
           ADD 1 TO WS-GEN-COUNT
           MOVE WS-NEW-DATE TO WS-GEN-DATE (WS-GEN-COUNT)

           PERFORM 2900-START-JOURNAL-IMAGE
           SET FZB-CJR-IS-GENERATED TO TRUE
           MOVE 'HOLI'      TO FZB-CJR-REC-TYPE
           MOVE 'Y'         TO FZB-CJR-AFT-PRESENT
           MOVE WS-NEW-DATE TO FZB-CJR-AFT-DATE
           MOVE WS-NEW-DESC TO FZB-CJR-AFT-DESC
           PERFORM 2950-QUEUE-JOURNAL-IMAGE
           ADD 1 TO WS-TXN-APPLIED-COUNT
           ADD 1 TO WS-GENERATED-COUNT.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2570-ROLL-FORWARD - move WS-CHK-DATE forward, a day at a
      * time, while it falls on a weekly non-processing day or on a
      * holiday this GEN has already generated.
      *----------------------------------------------------------------
       2570-ROLL-FORWARD SECTION.
           MOVE ZERO TO WS-ROLL-COUNT
           SET WS-ROLL-NEEDED TO TRUE
           PERFORM UNTIL NOT WS-ROLL-NEEDED OR WS-ROLL-COUNT > 14
              MOVE 'N' TO WS-ROLL-NEEDED-SW
              IF WS-WEEK-DAY-FLAG (WS-CHK-DOW) = 'Y'
                 SET WS-ROLL-NEEDED TO TRUE
              END-IF
              PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                        UNTIL WS-GEN-IDX > WS-GEN-COUNT
                  IF WS-GEN-DATE (WS-GEN-IDX) = WS-CHK-DATE
                     SET WS-ROLL-NEEDED TO TRUE
                  END-IF
              END-PERFORM
              IF WS-ROLL-NEEDED
                 ADD 1 TO WS-ROLL-COUNT
                 ADD 1 TO WS-CHK-INTEGER
                 COMPUTE WS-DATE-NUM =
                         FUNCTION DATE-OF-INTEGER (WS-CHK-INTEGER)
                 MOVE WS-DATE-NUM TO WS-CHK-DATE
                 COMPUTE WS-CHK-DOW =
                         FUNCTION MOD (WS-CHK-INTEGER - 1, 7) + 1
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * 2600-INSERT-HOLIDAY - insert WS-NEW-DATE/WS-NEW-DESC into the
      * holiday table, keeping it in date order.
      *----------------------------------------------------------------
       2600-INSERT-HOLIDAY SECTION.
           MOVE 1 TO WS-FOUND-IDX
           PERFORM UNTIL WS-FOUND-IDX > WS-HOL-COUNT
                      OR WS-HOL-DATE (WS-FOUND-IDX) > WS-NEW-DATE
               ADD 1 TO WS-FOUND-IDX
           END-PERFORM
           PERFORM VARYING WS-SHIFT-IDX FROM WS-HOL-COUNT BY -1
                     UNTIL WS-SHIFT-IDX < WS-FOUND-IDX
               MOVE WS-HOL-ENTRY (WS-SHIFT-IDX)
                 TO WS-HOL-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-HOL-COUNT
           MOVE WS-NEW-DATE TO WS-HOL-DATE (WS-FOUND-IDX)
           MOVE WS-NEW-DESC TO WS-HOL-DESC (WS-FOUND-IDX).

      *----------------------------------------------------------------
      * 2650-FIND-HOLIDAY - WS-FOUND-IDX is the table position of
      * holiday WS-NEW-DATE, or zero.
      *----------------------------------------------------------------
       2650-FIND-HOLIDAY SECTION.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                     UNTIL WS-HOL-IDX > WS-HOL-COUNT
                        OR WS-FOUND-IDX > ZERO
               IF WS-HOL-DATE (WS-HOL-IDX) = WS-NEW-DATE
                  MOVE WS-HOL-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       2660-REMOVE-HOLIDAY SECTION.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-FOUND-IDX BY 1
                     UNTIL WS-SHIFT-IDX >= WS-HOL-COUNT
               MOVE WS-HOL-ENTRY (WS-SHIFT-IDX + 1)
                 TO WS-HOL-ENTRY (WS-SHIFT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-HOL-COUNT.

      *----------------------------------------------------------------
      * 2700-INSERT-TEMPLATE - insert WS-NEW-MMDD/ROLL/DESC into the
      * template table, keeping it in month/day order.
      *----------------------------------------------------------------
       2700-INSERT-TEMPLATE SECTION.
           MOVE 1 TO WS-FOUND-IDX
           PERFORM UNTIL WS-FOUND-IDX > WS-TMPL-COUNT
                      OR WS-TMPL-MMDD (WS-FOUND-IDX) > WS-NEW-MMDD
               ADD 1 TO WS-FOUND-IDX
           END-PERFORM
           PERFORM VARYING WS-SHIFT-IDX FROM WS-TMPL-COUNT BY -1
                     UNTIL WS-SHIFT-IDX < WS-FOUND-IDX
               MOVE WS-TMPL-ENTRY (WS-SHIFT-IDX)
                 TO WS-TMPL-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-TMPL-COUNT
           MOVE WS-NEW-MMDD TO WS-TMPL-MMDD (WS-FOUND-IDX)
           MOVE WS-NEW-ROLL TO WS-TMPL-ROLL (WS-FOUND-IDX)
           MOVE WS-NEW-DESC TO WS-TMPL-DESC (WS-FOUND-IDX).

       2750-FIND-TEMPLATE SECTION.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-TMPL-IDX FROM 1 BY 1
                     UNTIL WS-TMPL-IDX > WS-TMPL-COUNT
                        OR WS-FOUND-IDX > ZERO
               IF WS-TMPL-MMDD (WS-TMPL-IDX) = WS-NEW-MMDD
                  MOVE WS-TMPL-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       2760-REMOVE-TEMPLATE SECTION.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-FOUND-IDX BY 1
                     UNTIL WS-SHIFT-IDX >= WS-TMPL-COUNT
               MOVE WS-TMPL-ENTRY (WS-SHIFT-IDX + 1)
                 TO WS-TMPL-ENTRY (WS-SHIFT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-TMPL-COUNT.

      *----------------------------------------------------------------
      * 2800-CHECK-RUN-EVIDENCE - may WS-NEW-DATE become a holiday?
      * Not when the audit trail shows a clean run of it, nor when
      * any rule set is certified for it on the register.  When the
      * audit trail or the register could not be read, a date up to
      * today cannot be cleared and is refused too.
      *----------------------------------------------------------------
       2800-CHECK-RUN-EVIDENCE SECTION.
           MOVE 'N' TO WS-CONFLICT-SW
           MOVE SPACES TO WS-CONFLICT-REASON

           PERFORM VARYING WS-CLEAN-IDX FROM 1 BY 1
                     UNTIL WS-CLEAN-IDX > WS-CLEAN-COUNT
                        OR WS-CONFLICT
               IF WS-CLEAN-DATE (WS-CLEAN-IDX) = WS-NEW-DATE
                  SET WS-CONFLICT TO TRUE
                  MOVE 'CLEAN RUN ON FZBAUDT' TO WS-CONFLICT-REASON
               END-IF
           END-PERFORM
           IF WS-CONFLICT
              GO TO 2800-EXIT
           END-IF

           IF WS-CERT-OPEN
              MOVE WS-NEW-DATE TO FZB-CERT-BUS-DATE
              MOVE LOW-VALUES  TO FZB-CERT-RULE-SET
              MOVE 'N' TO WS-CERT-EOF-SW
              START CERT-FILE KEY >= FZB-CERT-KEY
                  INVALID KEY
                     SET WS-CERT-EOF TO TRUE
              END-START
              PERFORM UNTIL WS-CERT-EOF OR WS-CONFLICT
                 READ CERT-FILE NEXT RECORD
                   AT END
                     SET WS-CERT-EOF TO TRUE
                   NOT AT END
                     IF FZB-CERT-BUS-DATE NOT = WS-NEW-DATE
                        SET WS-CERT-EOF TO TRUE
                     ELSE IF FZB-CERT-CERTIFIED
                        SET WS-CONFLICT TO TRUE
                        MOVE 'CERTIFIED ON FZBCERT'
                          TO WS-CONFLICT-REASON
                     END-IF
                     END-IF
                 END-READ
              END-PERFORM
              IF WS-FZBCERT-STATUS NOT = '00'
                 AND WS-FZBCERT-STATUS NOT = '10'
                 AND WS-FZBCERT-STATUS NOT = '23'
                 DISPLAY 'FZBJ013W - ERROR READING FZBCERT, STATUS='
                         WS-FZBCERT-STATUS
                 SET WS-CERT-UNUSABLE TO TRUE
              END-IF
           END-IF
           IF WS-CONFLICT
              GO TO 2800-EXIT
           END-IF

           IF WS-NEW-DATE NOT > WS-CURRENT-DATE
              IF WS-AUDIT-UNUSABLE
                 SET WS-CONFLICT TO TRUE
                 MOVE 'FZBAUDT NOT AVAILABLE' TO WS-CONFLICT-REASON
              ELSE IF WS-CERT-UNUSABLE
                 SET WS-CONFLICT TO TRUE
                 MOVE 'FZBCERT NOT AVAILABLE' TO WS-CONFLICT-REASON
              END-IF
              END-IF
           END-IF.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-START-JOURNAL-IMAGE - journal image for the transaction
      * being applied, both images absent until the caller fills them.
      *----------------------------------------------------------------
       2900-START-JOURNAL-IMAGE SECTION.
           MOVE SPACES            TO FZB-CJR-RECORD
           MOVE WS-CURRENT-DATE   TO FZB-CJR-APPLY-DATE
           MOVE WS-CURRENT-TIME   TO FZB-CJR-APPLY-TIME
           MOVE FZB-CTX-ACTION    TO FZB-CJR-ACTION
           MOVE FZB-CTX-REC-TYPE  TO FZB-CJR-REC-TYPE
           MOVE 'N'               TO FZB-CJR-BEF-PRESENT
           MOVE 'N'               TO FZB-CJR-AFT-PRESENT
           MOVE FZB-CTX-REQUESTER TO FZB-CJR-REQUESTER.

       2950-QUEUE-JOURNAL-IMAGE SECTION.
           ADD 1 TO WS-JRN-PEND-COUNT
           MOVE FZB-CJR-RECORD TO WS-JRN-PEND (WS-JRN-PEND-COUNT).

      *----------------------------------------------------------------
      * 3000-WRITE-NEW-CALENDAR - write the refreshed calendar: the
      * weekly pattern, then the templates in month/day order, then
      * the holidays in date order.
      *----------------------------------------------------------------
       3000-WRITE-NEW-CALENDAR SECTION.
           OPEN OUTPUT NEW-CALENDAR-FILE
           IF WS-FZBCANEW-STATUS NOT = '00'
              DISPLAY 'FZBJ033E - ERROR OPENING FZBCANEW, STATUS='
                      WS-FZBCANEW-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
              GO TO 3000-EXIT
           END-IF

           IF WS-WEEK-PRESENT
              MOVE SPACES TO NEW-CAL-RECORD
              MOVE 'WEEK' TO FZB-CAL-REC-TYPE OF NEW-CAL-RECORD
              MOVE WS-WEEK-FLAGS
                TO FZB-CAL-WEEK-FLAGS OF NEW-CAL-RECORD
              PERFORM 3100-WRITE-CALENDAR-RECORD
           END-IF

           PERFORM VARYING WS-TMPL-IDX FROM 1 BY 1
                     UNTIL WS-TMPL-IDX > WS-TMPL-COUNT
               MOVE SPACES TO NEW-CAL-RECORD
               MOVE 'TMPL' TO FZB-CAL-REC-TYPE OF NEW-CAL-RECORD
               MOVE WS-TMPL-MMDD (WS-TMPL-IDX)
                 TO FZB-CAL-TMPL-MMDD OF NEW-CAL-RECORD
               MOVE WS-TMPL-ROLL (WS-TMPL-IDX)
                 TO FZB-CAL-ROLL OF NEW-CAL-RECORD
               MOVE WS-TMPL-DESC (WS-TMPL-IDX)
                 TO FZB-CAL-DESC OF NEW-CAL-RECORD
               PERFORM 3100-WRITE-CALENDAR-RECORD
           END-PERFORM

           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                     UNTIL WS-HOL-IDX > WS-HOL-COUNT
               MOVE SPACES TO NEW-CAL-RECORD
               MOVE 'HOLI' TO FZB-CAL-REC-TYPE OF NEW-CAL-RECORD
               MOVE WS-HOL-DATE (WS-HOL-IDX)
                 TO FZB-CAL-DATE OF NEW-CAL-RECORD
               MOVE WS-HOL-DESC (WS-HOL-IDX)
                 TO FZB-CAL-DESC OF NEW-CAL-RECORD
               PERFORM 3100-WRITE-CALENDAR-RECORD
           END-PERFORM

           CLOSE NEW-CALENDAR-FILE
           IF WS-FZBCANEW-STATUS NOT = '00'
              DISPLAY 'FZBJ033E - ERROR CLOSING FZBCANEW, STATUS='
                      WS-FZBCANEW-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-WRITE-CALENDAR-RECORD SECTION.
           WRITE NEW-CAL-RECORD
           IF WS-FZBCANEW-STATUS NOT = '00'
              DISPLAY 'FZBJ033E - ERROR WRITING FZBCANEW, STATUS='
                      WS-FZBCANEW-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * 4000-WRITE-JOURNAL - append the before/after image of every
      * change applied this run to the permanent journal.  A run
      * that finds the journal missing or still empty (allocated
      * ahead, or by a DISP=MOD first use) first writes a baseline
      * image of every record on the calendar before this run's
      * changes.
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
           IF WS-FZBCJRN-STATUS NOT = '00'
              DISPLAY 'FZBJ034E - ERROR OPENING FZBCJRN, STATUS='
                      WS-FZBCJRN-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
              GO TO 4000-EXIT
           END-IF

           IF WS-JRN-CREATED
              DISPLAY 'FZBJ035I - FZBCJRN NEW OR EMPTY, BASELINE OF '
                      'THE CALENDAR WRITTEN'
              PERFORM 4200-WRITE-BASELINE
           END-IF

           PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
                     UNTIL WS-JRN-IDX > WS-JRN-PEND-COUNT
                        OR WS-RC-FILE-ERROR
               WRITE JOURNAL-FILE-RECORD FROM WS-JRN-PEND (WS-JRN-IDX)
               PERFORM 4100-CHECK-JOURNAL-WRITE
           END-PERFORM

           CLOSE JOURNAL-FILE
           IF WS-FZBCJRN-STATUS NOT = '00'
              DISPLAY 'FZBJ034E - ERROR CLOSING FZBCJRN, STATUS='
                      WS-FZBCJRN-STATUS
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
           IF WS-FZBCJRN-STATUS = '35'
              SET WS-JRN-MISSING TO TRUE
              SET WS-JRN-CREATED TO TRUE
              GO TO 4050-EXIT
           END-IF
           IF WS-FZBCJRN-STATUS NOT = '00'
              DISPLAY 'FZBJ034E - ERROR OPENING FZBCJRN, STATUS='
                      WS-FZBCJRN-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
              GO TO 4050-EXIT
           END-IF

           READ JOURNAL-FILE
               AT END
                  SET WS-JRN-CREATED TO TRUE
           END-READ
           IF WS-FZBCJRN-STATUS NOT = '00'
              AND WS-FZBCJRN-STATUS NOT = '10'
              DISPLAY 'FZBJ034E - ERROR READING FZBCJRN, STATUS='
                      WS-FZBCJRN-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
           END-IF

           CLOSE JOURNAL-FILE
           IF WS-FZBCJRN-STATUS NOT = '00'
              DISPLAY 'FZBJ034E - ERROR CLOSING FZBCJRN, STATUS='
                      WS-FZBCJRN-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
           END-IF.
       4050-EXIT.
           EXIT.

       4100-CHECK-JOURNAL-WRITE SECTION.
           IF WS-FZBCJRN-STATUS NOT = '00'
              DISPLAY 'FZBJ034E - ERROR WRITING FZBCJRN, STATUS='
                      WS-FZBCJRN-STATUS
              SET WS-RC-FILE-ERROR TO TRUE
           ELSE
              ADD 1 TO WS-JOURNAL-COUNT
           END-IF.

      *----------------------------------------------------------------
      * 4200-WRITE-BASELINE - one BAS image per record of the
      * calendar as it was loaded.
      *----------------------------------------------------------------
       4200-WRITE-BASELINE SECTION.
           MOVE SPACES           TO FZB-CJR-RECORD
           MOVE WS-CURRENT-DATE  TO FZB-CJR-APPLY-DATE
           MOVE WS-CURRENT-TIME  TO FZB-CJR-APPLY-TIME
           SET FZB-CJR-IS-BASELINE TO TRUE
           MOVE 'N' TO FZB-CJR-BEF-PRESENT
           MOVE 'Y' TO FZB-CJR-AFT-PRESENT

           IF WS-BASE-WEEK-PRESENT
              MOVE 'WEEK'             TO FZB-CJR-REC-TYPE
              MOVE WS-BASE-WEEK-FLAGS TO FZB-CJR-AFT-FLAGS
              WRITE JOURNAL-FILE-RECORD FROM FZB-CJR-RECORD
              PERFORM 4100-CHECK-JOURNAL-WRITE
              MOVE SPACES TO FZB-CJR-AFT-FLAGS
           END-IF

           MOVE 'TMPL' TO FZB-CJR-REC-TYPE
           PERFORM VARYING WS-TMPL-IDX FROM 1 BY 1
                     UNTIL WS-TMPL-IDX > WS-BASE-TMPL-COUNT
                        OR WS-RC-FILE-ERROR
               MOVE WS-BASE-TMPL-MMDD (WS-TMPL-IDX)
                 TO FZB-CJR-AFT-DATE
               MOVE WS-BASE-TMPL-ROLL (WS-TMPL-IDX)
                 TO FZB-CJR-AFT-ROLL
               MOVE WS-BASE-TMPL-DESC (WS-TMPL-IDX)
                 TO FZB-CJR-AFT-DESC
               WRITE JOURNAL-FILE-RECORD FROM FZB-CJR-RECORD
               PERFORM 4100-CHECK-JOURNAL-WRITE
           END-PERFORM

           MOVE 'HOLI'  TO FZB-CJR-REC-TYPE
           MOVE SPACE   TO FZB-CJR-AFT-ROLL
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                     UNTIL WS-HOL-IDX > WS-BASE-HOL-COUNT
                        OR WS-RC-FILE-ERROR
               MOVE WS-BASE-HOL-DATE (WS-HOL-IDX)
                 TO FZB-CJR-AFT-DATE
               MOVE WS-BASE-HOL-DESC (WS-HOL-IDX)
                 TO FZB-CJR-AFT-DESC
               WRITE JOURNAL-FILE-RECORD FROM FZB-CJR-RECORD
               PERFORM 4100-CHECK-JOURNAL-WRITE
           END-PERFORM.

      *----------------------------------------------------------------
      * 5000-FORWARD-REPORT - one line per day of the next
      * WS-REPORT-DAYS days from WS-REPORT-FROM, classified against
      * the refreshed calendar exactly as FIZZBUZZ classifies a
      * business date: the weekly pattern first, then the holidays.
      *----------------------------------------------------------------
       5000-FORWARD-REPORT SECTION.
           MOVE WS-REPORT-FROM TO WS-CHK-DATE
           PERFORM 0500-VALIDATE-DATE
           MOVE WS-CHK-INTEGER TO WS-REPORT-INTEGER

           DISPLAY '+----------------------------------------------+'
           DISPLAY '|   FORWARD CALENDAR FROM ' WS-REPORT-FROM
                   ' FOR ' WS-REPORT-DAYS ' DAYS'
           DISPLAY '+----------------------------------------------+'
           DISPLAY '  DATE      DAY  STATUS          REASON'
           DISPLAY '  --------  ---  --------------  ----------------'
                   '--------------'

           PERFORM VARYING WS-REPORT-IDX FROM 1 BY 1
                     UNTIL WS-REPORT-IDX > WS-REPORT-DAYS
               PERFORM 5100-REPORT-ONE-DAY
               ADD 1 TO WS-REPORT-INTEGER
           END-PERFORM

           DISPLAY '+----------------------------------------------+'
           DISPLAY '|  Processing days.......: ' WS-PROC-DAYS
           DISPLAY '|  Non-processing days...: ' WS-NON-PROC-DAYS.

       5100-REPORT-ONE-DAY SECTION.
           COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-REPORT-INTEGER)
           MOVE WS-DATE-NUM TO WS-CHK-DATE
           COMPUTE WS-CHK-DOW =
                   FUNCTION MOD (WS-REPORT-INTEGER - 1, 7) + 1

           MOVE 'PROCESSING' TO WS-REPORT-STATUS
           MOVE SPACES       TO WS-REPORT-REASON
           IF WS-WEEK-DAY-FLAG (WS-CHK-DOW) = 'Y'
              MOVE 'WEEKLY NON-PROCESSING DAY' TO WS-REPORT-REASON
           ELSE
              MOVE WS-CHK-DATE TO WS-NEW-DATE
              PERFORM 2650-FIND-HOLIDAY
              IF WS-FOUND-IDX > ZERO
                 STRING 'HOLIDAY ' WS-HOL-DESC (WS-FOUND-IDX)
                        DELIMITED BY SIZE INTO WS-REPORT-REASON
              END-IF
           END-IF

           IF WS-REPORT-REASON = SPACES
              ADD 1 TO WS-PROC-DAYS
           ELSE
              MOVE 'NON-PROCESSING' TO WS-REPORT-STATUS
              ADD 1 TO WS-NON-PROC-DAYS
           END-IF

           DISPLAY '  ' WS-CHK-DATE '  ' WS-DAY-NAME (WS-CHK-DOW)
                   '  ' WS-REPORT-STATUS '  ' WS-REPORT-REASON.

      *----------------------------------------------------------------
      * 9900-ABORT-RUN - the PARM was invalid, a required dataset was
      * missing, or the refreshed calendar or the journal could not
      * be written; report and end the run rather than claim the
      * batch succeeded.
      *----------------------------------------------------------------
       9900-ABORT-RUN SECTION.
           DISPLAY '+----------------------------------------------+'
           DISPLAY '|   CALENDAR MAINTENANCE - ABORTED             |'
           DISPLAY '+----------------------------------------------+'
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
