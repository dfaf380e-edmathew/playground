      **************************
       IDENTIFICATION DIVISION.
      **************************

       PROGRAM-ID.     FZBONL.
       INSTALLATION.   PT-SI.
       AUTHOR.         Edgar Mateus.
       DATE-WRITTEN.   Oct 2026.

      *----------------------------------------------------------------
      * FZBONL - online operations and inquiry (transaction FZBO)
      * ========================================================
      *  CICS pseudo-conversational program behind transaction FZBO,
      *  mapset FZBONLM.  Lets operations and support answer the
      *  usual questions about a business date without running a
      *  batch report, and hold a date back from the warehouse.
      *
      *  Status list (map FZBOM1) - one line per date and rule set on
      *  the certification file FZBCERT, newest first, twelve to a
      *  page: the certified flag and counts, the reasonableness
      *  flag, the stage on the processing-state register FZBSTRG,
      *  whether the date is held from transmission (FZBXHLD), and
      *  from the transmission log FZBXLOG the latest extract date,
      *  how many subscribers were shipped and how the warehouse
      *  acknowledged them.  The list can be narrowed to one rule
      *  set and started from any date.  PF8 pages to older dates,
      *  PF7 back to newer ones.  An action on the bottom line:
      *    S - show the lookup rows of a date and rule set
      *    H - hold a date from transmission
      *    R - release a held date
      *  H and R need UPDATE access to FACILITY profile
      *  FZB.XMIT.HOLD; the hold is a row on FZBXHLD that FZBEXTR
      *  checks before it extracts the date.
      *
      *  Lookup rows (map FZBOM2) - the FZBVSAM rows of one date and
      *  rule set, fifteen to a page, PF8 forward, PF7 back, or jump
      *  straight to a counter.
      *
      *  Month view (map FZBOM3) - six months of FZBSUMM run-history
      *  summaries, newest first: runs, restarts, failures by
      *  RETURN-CODE and the label class totals.  PF8 older, PF7
      *  newer.
      *
      *  PF11 goes to the month view from the other screens, PF3
      *  goes back to the status list where it was left, and PF3 or
      *  CLEAR on the status list ends the transaction.
      *
      *  Every file but FZBXHLD is only read here.
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

      **************************
       DATA DIVISION.
      **************************
         WORKING-STORAGE SECTION.
       01  WS-RESP                       PIC S9(8) COMP VALUE ZERO.
       01  WS-RESP-DISP                  PIC 9(4) VALUE ZERO.
       01  WS-FILE-NAME                  PIC X(8) VALUE SPACES.
       01  WS-MESSAGE                    PIC X(79) VALUE SPACES.

       01  WS-FILE-ERROR-SW              PIC X VALUE 'N'.
           88  WS-FILE-ERROR             VALUE 'Y'.
       01  WS-END-SESSION-SW             PIC X VALUE 'N'.
           88  WS-END-SESSION            VALUE 'Y'.
       01  WS-END-TEXT                   PIC X(34)
               VALUE 'FZBO - FIZZ BUZZ OPERATIONS ENDED.'.

      *--  Today, and who is signed on, from CICS.
       01  WS-ABSTIME                    PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-TODAY                      PIC X(8) VALUE SPACES.
       01  WS-NOW                        PIC X(6) VALUE SPACES.
       01  WS-USERID                     PIC X(8) VALUE SPACES.

      *--  Resource checked before a hold or release.
       01  WS-SEC-CLASS                  PIC X(8) VALUE 'FACILITY'.
       01  WS-SEC-RESID                  PIC X(13)
               VALUE 'FZB.XMIT.HOLD'.
       01  WS-SEC-RESID-LEN              PIC S9(8) COMP VALUE 13.
       01  WS-SEC-UPDATE                 PIC S9(8) COMP VALUE ZERO.

      *--  Browse control shared by the backward and forward fills.
       01  WS-BROWSE-SW                  PIC X VALUE 'N'.
           88  WS-BROWSE-OPEN            VALUE 'Y'.
       01  WS-BR-EOF-SW                  PIC X VALUE 'N'.
           88  WS-BR-EOF                 VALUE 'Y'.
       01  WS-BROWSE-KEY                 PIC X(12) VALUE SPACES.
       01  WS-INCLUSIVE-SW               PIC X VALUE 'Y'.
           88  WS-BROWSE-INCLUSIVE       VALUE 'Y'.
       01  WS-LINE-IDX                   PIC 9(2) VALUE ZERO.
       01  WS-PAGE-COUNT                 PIC 9(2) VALUE ZERO.
       01  WS-PAGE-TOP                   PIC X(12) VALUE SPACES.
       01  WS-PAGE-BOTTOM                PIC X(12) VALUE SPACES.

      *--  Action on the status list.
       01  WS-ACTION                     PIC X VALUE SPACE.
           88  WS-ACT-NONE               VALUE SPACE.
           88  WS-ACT-SHOW               VALUE 'S'.
           88  WS-ACT-HOLD               VALUE 'H'.
           88  WS-ACT-RELEASE            VALUE 'R'.
       01  WS-ACT-DATE                   PIC X(8) VALUE SPACES.
       01  WS-ACT-SET                    PIC X(4) VALUE SPACES.
       01  WS-INPUT-ERROR-SW             PIC X VALUE 'N'.
           88  WS-INPUT-ERROR            VALUE 'Y'.
       01  WS-CHECK-DATE                 PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM                   PIC 9(8) VALUE ZERO.
       01  WS-DATE-INTEGER               PIC 9(7) VALUE ZERO.

      *--  One line of the status list.
       01  WS-STAT-LINE.
           05  WS-STL-DATE               PIC X(8).
           05  FILLER                    PIC X.
           05  WS-STL-SET                PIC X(4).
           05  FILLER                    PIC X.
           05  WS-STL-CERT               PIC X.
           05  FILLER                    PIC X.
           05  WS-STL-RECORDS            PIC Z(6)9.
           05  FILLER                    PIC X.
           05  WS-STL-LABEL-ERRS         PIC Z(6)9.
           05  FILLER                    PIC X.
           05  WS-STL-SEQ-ERRS           PIC Z(6)9.
           05  FILLER                    PIC X.
           05  WS-STL-LOOKUP-ERRS        PIC Z(6)9.
           05  FILLER                    PIC X.
           05  WS-STL-REAS               PIC X.
           05  FILLER                    PIC X.
           05  WS-STL-STAGE              PIC X(2).
           05  FILLER                    PIC X.
           05  WS-STL-HELD               PIC X.
           05  FILLER                    PIC X.
           05  WS-STL-EXTRACT            PIC X(8).
           05  FILLER                    PIC X.
           05  WS-STL-SUBS               PIC Z9.
           05  FILLER                    PIC X.
           05  WS-STL-ACK                PIC X.
           05  FILLER                    PIC X.
           05  WS-STL-ACK-STATUS         PIC X(2).
           05  FILLER                    PIC X(8).

      *--  Transmission-log summary of one date and rule set.
       01  WS-XL-EOF-SW                  PIC X VALUE 'N'.
           88  WS-XL-EOF                 VALUE 'Y'.
       01  WS-XL-SUBS                    PIC 9(2) VALUE ZERO.
       01  WS-XL-EXTRACT                 PIC X(8) VALUE SPACES.
       01  WS-XL-ACK                     PIC X VALUE SPACE.
       01  WS-XL-ACK-STATUS              PIC X(2) VALUE SPACES.
       01  WS-XL-DATE                    PIC X(8) VALUE SPACES.
       01  WS-XL-SET                     PIC X(4) VALUE SPACES.

      *--  One line of the lookup rows.
       01  WS-DRILL-FROM                 PIC 9(7) VALUE ZERO.
       01  WS-DRILL-LINE.
           05  WS-DRL-COUNTER            PIC Z(6)9.
           05  FILLER                    PIC X(2).
           05  WS-DRL-LABEL              PIC X(20).
           05  FILLER                    PIC X(50).

      *--  Month view - the month being shown and its two lines.
       01  WS-MONTH                      PIC 9(6) VALUE ZERO.
       01  FILLER REDEFINES WS-MONTH.
           05  WS-MONTH-YYYY             PIC 9(4).
           05  WS-MONTH-MM               PIC 9(2).
       01  WS-MONTH-X REDEFINES WS-MONTH PIC X(6).
       01  WS-MONTH-IDX                  PIC 9(2) VALUE ZERO.
       01  WS-MONTH-LINE-A.
           05  WS-MLA-MONTH              PIC X(6).
           05  FILLER                    PIC X(2).
           05  WS-MLA-RUNS               PIC Z(4)9.
           05  FILLER                    PIC X.
           05  WS-MLA-RESTARTS           PIC Z(4)9.
           05  FILLER                    PIC X.
           05  WS-MLA-FAIL-04            PIC Z(4)9.
           05  FILLER                    PIC X.
           05  WS-MLA-FAIL-08            PIC Z(4)9.
           05  FILLER                    PIC X.
           05  WS-MLA-FAIL-12            PIC Z(4)9.
           05  FILLER                    PIC X.
           05  WS-MLA-FAIL-16            PIC Z(4)9.
           05  FILLER                    PIC X.
           05  WS-MLA-FAIL-20            PIC Z(4)9.
           05  FILLER                    PIC X.
           05  WS-MLA-FAIL-24            PIC Z(4)9.
           05  FILLER                    PIC X.
           05  WS-MLA-FAIL-28            PIC Z(4)9.
           05  FILLER                    PIC X.
           05  WS-MLA-FAIL-OTHER         PIC Z(4)9.
           05  FILLER                    PIC X(12).
       01  WS-MONTH-LINE-B.
           05  FILLER                    PIC X(6).
           05  FILLER                    PIC X.
           05  WS-MLB-FIZZ               PIC Z(8)9.
           05  FILLER                    PIC X.
           05  WS-MLB-BUZZ               PIC Z(8)9.
           05  FILLER                    PIC X.
           05  WS-MLB-FIZZBUZZ           PIC Z(8)9.
           05  FILLER                    PIC X.
           05  WS-MLB-OTHER              PIC Z(8)9.
           05  FILLER                    PIC X.
           05  WS-MLB-PLAIN              PIC Z(8)9.
           05  FILLER                    PIC X.
           05  WS-MLB-TOTAL              PIC Z(8)9.
           05  FILLER                    PIC X(13).

      *--  Records read from the files, by their own layouts.
       COPY FZBCERT.
       COPY FZBXLOG.
       COPY FZBSTRG.
       COPY FZBXHLD.
       COPY FZBVSAM.
       COPY FZBSUMM.

      *--  Screens, COMMAREA, attention identifiers and attributes.
       COPY FZBONLM.
       COPY FZBOCOM.
       COPY DFHAID.
       COPY DFHBMSCA.

      ***************************
         LINKAGE SECTION.
      ***************************
       01  DFHCOMMAREA                   PIC X(80).

      **********************************************
       PROCEDURE DIVISION.
      **********************************************
       MAINLINE SECTION.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY)
                     TIME(WS-NOW)
           END-EXEC

           IF EIBCALEN NOT = LENGTH OF FZB-OCOM-AREA
              PERFORM 1000-FIRST-TIME
           ELSE
              MOVE DFHCOMMAREA TO FZB-OCOM-AREA
              EVALUATE TRUE
                WHEN FZB-OCOM-ON-DRILL
                     PERFORM 3000-DRILL-INTERACTION
                WHEN FZB-OCOM-ON-MONTH
                     PERFORM 4000-MONTH-INTERACTION
                WHEN OTHER
                     PERFORM 2000-STATUS-INTERACTION
              END-EVALUATE
           END-IF

           IF WS-END-SESSION
              EXEC CICS SEND TEXT FROM(WS-END-TEXT)
                        LENGTH(LENGTH OF WS-END-TEXT)
                        ERASE FREEKB
              END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF

           EXEC CICS RETURN TRANSID(EIBTRNID)
                     COMMAREA(FZB-OCOM-AREA)
                     LENGTH(LENGTH OF FZB-OCOM-AREA)
           END-EXEC

           GOBACK.

      *----------------------------------------------------------------
      * 1000-FIRST-TIME - a new conversation starts on the status
      * list at the newest date, every rule set.
      *----------------------------------------------------------------
       1000-FIRST-TIME SECTION.
           MOVE SPACES TO FZB-OCOM-AREA
           MOVE ZERO TO FZB-OCOM-DRILL-FIRST
                        FZB-OCOM-DRILL-LAST
           MOVE HIGH-VALUES TO FZB-OCOM-TOP-KEY
                               FZB-OCOM-BOTTOM-KEY
           MOVE WS-TODAY (1:6) TO FZB-OCOM-MONTH-FROM

           PERFORM 2800-SHOW-STATUS-AT-TOP.

      *----------------------------------------------------------------
      * 2000-STATUS-INTERACTION - the operator pressed a key on the
      * status list.
      *----------------------------------------------------------------
       2000-STATUS-INTERACTION SECTION.
           EVALUATE EIBAID
             WHEN DFHPF3
             WHEN DFHCLEAR
                  SET WS-END-SESSION TO TRUE

             WHEN DFHPF11
                  PERFORM 4100-ENTER-MONTH-VIEW

             WHEN DFHPF8
                  IF FZB-OCOM-BOTTOM-KEY = HIGH-VALUES
                     MOVE 'FZBO002I - NO OLDER DATES ON FILE'
                       TO WS-MESSAGE
                     PERFORM 2800-SHOW-STATUS-AT-TOP
                  ELSE
                     MOVE FZB-OCOM-BOTTOM-KEY TO WS-BROWSE-KEY
                     MOVE 'N' TO WS-INCLUSIVE-SW
                     PERFORM 2500-FILL-STATUS-PAGE
                     IF WS-PAGE-COUNT = ZERO AND NOT WS-FILE-ERROR
                        MOVE 'FZBO002I - NO OLDER DATES ON FILE'
                          TO WS-MESSAGE
                        PERFORM 2800-SHOW-STATUS-AT-TOP
                     ELSE
                        PERFORM 2900-SEND-STATUS-MAP
                     END-IF
                  END-IF

             WHEN DFHPF7
                  PERFORM 2400-FIND-NEWER-TOP
                  PERFORM 2800-SHOW-STATUS-AT-TOP

             WHEN DFHENTER
                  PERFORM 2100-RECEIVE-STATUS-INPUT
                  IF WS-INPUT-ERROR OR WS-ACT-NONE
                     PERFORM 2800-SHOW-STATUS-AT-TOP
                  ELSE
                     PERFORM 2200-TAKE-ACTION
                  END-IF

             WHEN OTHER
                  MOVE 'FZBO001W - KEY NOT IN USE ON THIS SCREEN'
                    TO WS-MESSAGE
                  PERFORM 2800-SHOW-STATUS-AT-TOP
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2100-RECEIVE-STATUS-INPUT - only fields the operator typed in
      * come back.  A new rule set narrows the list, a new from-date
      * restarts it at that date; either erased goes back to every
      * set / the newest date.  An action is validated here and
      * taken by 2200.
      *----------------------------------------------------------------
       2100-RECEIVE-STATUS-INPUT SECTION.
           MOVE 'N' TO WS-INPUT-ERROR-SW
           MOVE SPACE TO WS-ACTION
           MOVE LOW-VALUES TO FZBOM1I
           EXEC CICS RECEIVE MAP('FZBOM1') MAPSET('FZBONLM')
                     INTO(FZBOM1I)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(MAPFAIL)
              GO TO 2100-EXIT
           END-IF

           IF SSETL > ZERO OR SSETF = DFHBMEOF
              INSPECT SSETI REPLACING ALL LOW-VALUES BY SPACES
              IF SSETL = ZERO
                 MOVE SPACES TO SSETI
              END-IF
              MOVE SSETI TO FZB-OCOM-SET-FILTER
           END-IF

           IF SFROML > ZERO OR SFROMF = DFHBMEOF
              INSPECT SFROMI REPLACING ALL LOW-VALUES BY SPACES
              IF SFROML = ZERO OR SFROMI = SPACES
                 MOVE HIGH-VALUES TO FZB-OCOM-TOP-KEY
              ELSE
                 MOVE SFROMI TO WS-CHECK-DATE
                 PERFORM 8000-VALIDATE-DATE
                 IF WS-INPUT-ERROR
                    MOVE 'FZBO004E - FROM DATE MUST BE A VALID YYYYMMDD'
                      TO WS-MESSAGE
                    GO TO 2100-EXIT
                 END-IF
                 MOVE SFROMI TO FZB-OCOM-TOP-KEY (1:8)
                 MOVE HIGH-VALUES TO FZB-OCOM-TOP-KEY (9:4)
              END-IF
           END-IF

           IF SACTL = ZERO
              GO TO 2100-EXIT
           END-IF
           MOVE SACTI TO WS-ACTION
           IF WS-ACT-NONE
              GO TO 2100-EXIT
           END-IF
           IF NOT WS-ACT-SHOW AND NOT WS-ACT-HOLD
                              AND NOT WS-ACT-RELEASE
              SET WS-INPUT-ERROR TO TRUE
              MOVE 'FZBO003E - ACTION MUST BE S, H OR R' TO WS-MESSAGE
              GO TO 2100-EXIT
           END-IF

           INSPECT SADATEI REPLACING ALL LOW-VALUES BY SPACES
           MOVE SADATEI TO WS-CHECK-DATE
           PERFORM 8000-VALIDATE-DATE
           IF WS-INPUT-ERROR
              MOVE 'FZBO004E - ACTION DATE MUST BE A VALID YYYYMMDD'
                TO WS-MESSAGE
              GO TO 2100-EXIT
           END-IF
           MOVE SADATEI TO WS-ACT-DATE

           INSPECT SASETI REPLACING ALL LOW-VALUES BY SPACES
           MOVE SASETI TO WS-ACT-SET
           IF WS-ACT-SET = SPACES
              IF FZB-OCOM-SET-FILTER NOT = SPACES
                 MOVE FZB-OCOM-SET-FILTER TO WS-ACT-SET
              ELSE
                 MOVE 'BASE' TO WS-ACT-SET
              END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-TAKE-ACTION - S opens the lookup rows; H and R change
      * the transmission hold and redisplay the list with the
      * outcome.
      *----------------------------------------------------------------
       2200-TAKE-ACTION SECTION.
           IF WS-ACT-SHOW
              MOVE WS-ACT-DATE TO FZB-OCOM-DRILL-DATE
              MOVE WS-ACT-SET TO FZB-OCOM-DRILL-SET
              PERFORM 3100-ENTER-DRILL
           ELSE
              PERFORM 2300-CHANGE-HOLD
              PERFORM 2800-SHOW-STATUS-AT-TOP
           END-IF.

      *----------------------------------------------------------------
      * 2300-CHANGE-HOLD - hold or release WS-ACT-DATE on FZBXHLD for
      * a user with UPDATE access to FZB.XMIT.HOLD.  The row is read
      * for update so two operators cannot cross; a first hold of a
      * date adds its row, a release keeps it with who released it.
      *----------------------------------------------------------------
       2300-CHANGE-HOLD SECTION.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC

           EXEC CICS QUERY SECURITY
                     RESCLASS(WS-SEC-CLASS)
                     RESID(WS-SEC-RESID)
                     RESIDLENGTH(WS-SEC-RESID-LEN)
                     UPDATE(WS-SEC-UPDATE)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-SEC-UPDATE NOT = DFHVALUE(UPDATABLE)
              STRING 'FZBO010E - ' WS-USERID
                     ' NOT AUTHORISED TO HOLD OR RELEASE TRANSMISSION'
                     DELIMITED BY SIZE
                INTO WS-MESSAGE
              END-STRING
              GO TO 2300-EXIT
           END-IF

           MOVE 'FZBXHLD' TO WS-FILE-NAME
           MOVE WS-ACT-DATE TO FZB-XHLD-BUS-DATE
           EXEC CICS READ FILE('FZBXHLD')
                     INTO(FZB-XHLD-RECORD)
                     RIDFLD(FZB-XHLD-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
                  IF (WS-ACT-HOLD AND FZB-XHLD-HELD)
                     OR (WS-ACT-RELEASE AND NOT FZB-XHLD-HELD)
                     EXEC CICS UNLOCK FILE('FZBXHLD') END-EXEC
                     PERFORM 2350-HOLD-UNCHANGED
                     GO TO 2300-EXIT
                  END-IF
                  PERFORM 2320-STAMP-HOLD-ROW
                  EXEC CICS REWRITE FILE('FZBXHLD')
                            FROM(FZB-XHLD-RECORD)
                            RESP(WS-RESP)
                  END-EXEC

             WHEN WS-RESP = DFHRESP(NOTFND)
                  IF WS-ACT-RELEASE
                     PERFORM 2350-HOLD-UNCHANGED
                     GO TO 2300-EXIT
                  END-IF
                  MOVE SPACES TO FZB-XHLD-RECORD
                  MOVE WS-ACT-DATE TO FZB-XHLD-BUS-DATE
                  PERFORM 2320-STAMP-HOLD-ROW
                  EXEC CICS WRITE FILE('FZBXHLD')
                            FROM(FZB-XHLD-RECORD)
                            RIDFLD(FZB-XHLD-KEY)
                            RESP(WS-RESP)
                  END-EXEC

             WHEN OTHER
                  PERFORM 8900-FILE-ERROR
                  GO TO 2300-EXIT
           END-EVALUATE

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM 8900-FILE-ERROR
              GO TO 2300-EXIT
           END-IF

           IF WS-ACT-HOLD
              STRING 'FZBO011I - ' WS-ACT-DATE
                     ' HELD FROM TRANSMISSION BY ' WS-USERID
                     DELIMITED BY SIZE
                INTO WS-MESSAGE
              END-STRING
           ELSE
              STRING 'FZBO011I - ' WS-ACT-DATE
                     ' RELEASED FOR TRANSMISSION BY ' WS-USERID
                     DELIMITED BY SIZE
                INTO WS-MESSAGE
              END-STRING
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2320-STAMP-HOLD-ROW - set the flag and who did it, and when.
      *----------------------------------------------------------------
       2320-STAMP-HOLD-ROW SECTION.
           IF WS-ACT-HOLD
              SET FZB-XHLD-HELD TO TRUE
              MOVE WS-USERID TO FZB-XHLD-HOLD-USER
              MOVE WS-TODAY TO FZB-XHLD-HOLD-DATE
              MOVE WS-NOW TO FZB-XHLD-HOLD-TIME
           ELSE
              SET FZB-XHLD-RELEASED TO TRUE
              MOVE WS-USERID TO FZB-XHLD-REL-USER
              MOVE WS-TODAY TO FZB-XHLD-REL-DATE
              MOVE WS-NOW TO FZB-XHLD-REL-TIME
           END-IF.

      *----------------------------------------------------------------
      * 2350-HOLD-UNCHANGED - the date is already as asked.
      *----------------------------------------------------------------
       2350-HOLD-UNCHANGED SECTION.
           IF WS-ACT-HOLD
              STRING 'FZBO012W - ' WS-ACT-DATE
                     ' IS ALREADY HELD, BY ' FZB-XHLD-HOLD-USER
                     ' ON ' FZB-XHLD-HOLD-DATE
                     DELIMITED BY SIZE
                INTO WS-MESSAGE
              END-STRING
           ELSE
              STRING 'FZBO012W - ' WS-ACT-DATE
                     ' IS NOT HELD - NOTHING TO RELEASE'
                     DELIMITED BY SIZE
                INTO WS-MESSAGE
              END-STRING
           END-IF.

      *----------------------------------------------------------------
      * 2400-FIND-NEWER-TOP - PF7.  Reads forward from the top line
      * of the page over up to twelve newer lines of the list; the
      * newest of them becomes the top of the page.
      *----------------------------------------------------------------
       2400-FIND-NEWER-TOP SECTION.
           IF FZB-OCOM-TOP-KEY = HIGH-VALUES
              MOVE 'FZBO002I - ALREADY AT THE NEWEST DATE' TO WS-MESSAGE
              GO TO 2400-EXIT
           END-IF

           MOVE 'FZBCERT' TO WS-FILE-NAME
           MOVE ZERO TO WS-PAGE-COUNT
           MOVE 'N' TO WS-BR-EOF-SW
           MOVE FZB-OCOM-TOP-KEY TO FZB-CERT-KEY
           EXEC CICS STARTBR FILE('FZBCERT')
                     RIDFLD(FZB-CERT-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'FZBO002I - ALREADY AT THE NEWEST DATE' TO WS-MESSAGE
              GO TO 2400-EXIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM 8900-FILE-ERROR
              GO TO 2400-EXIT
           END-IF

           PERFORM UNTIL WS-BR-EOF OR WS-FILE-ERROR
                         OR WS-PAGE-COUNT = 12
               EXEC CICS READNEXT FILE('FZBCERT')
                         INTO(FZB-CERT-RECORD)
                         RIDFLD(FZB-CERT-KEY)
                         RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                 WHEN WS-RESP = DFHRESP(NORMAL)
                      IF FZB-CERT-KEY > FZB-OCOM-TOP-KEY
                         AND (FZB-OCOM-SET-FILTER = SPACES
                          OR FZB-CERT-RULE-SET = FZB-OCOM-SET-FILTER)
                         ADD 1 TO WS-PAGE-COUNT
                         MOVE FZB-CERT-KEY TO WS-PAGE-TOP
                      END-IF
                 WHEN WS-RESP = DFHRESP(ENDFILE)
                      SET WS-BR-EOF TO TRUE
                 WHEN OTHER
                      PERFORM 8900-FILE-ERROR
               END-EVALUATE
           END-PERFORM

           EXEC CICS ENDBR FILE('FZBCERT') RESP(WS-RESP) END-EXEC

           IF WS-FILE-ERROR
              GO TO 2400-EXIT
           END-IF
           IF WS-PAGE-COUNT = ZERO
              MOVE 'FZBO002I - ALREADY AT THE NEWEST DATE' TO WS-MESSAGE
              MOVE HIGH-VALUES TO FZB-OCOM-TOP-KEY
           ELSE
              IF WS-BR-EOF
                 MOVE HIGH-VALUES TO FZB-OCOM-TOP-KEY
              ELSE
                 MOVE WS-PAGE-TOP TO FZB-OCOM-TOP-KEY
              END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-FILL-STATUS-PAGE - up to twelve lines of the status list
      * reading FZBCERT backward (newest first) from WS-BROWSE-KEY,
      * that key included or not.  A page with lines sets the
      * COMMAREA top and bottom keys; an empty one leaves them be.
      * CICS has no "start before": the browse starts at or after
      * the key, and READPREV after READNEXT returns that same row
      * again, so rows above the key are passed over.  With nothing
      * at or after the key the browse starts from the end of the
      * file.
      *----------------------------------------------------------------
       2500-FILL-STATUS-PAGE SECTION.
           MOVE LOW-VALUES TO FZBOM1O
           MOVE ZERO TO WS-PAGE-COUNT
           MOVE 'N' TO WS-BR-EOF-SW
           MOVE 'N' TO WS-BROWSE-SW
           MOVE 'FZBCERT' TO WS-FILE-NAME

           MOVE WS-BROWSE-KEY TO FZB-CERT-KEY
           IF WS-BROWSE-KEY NOT = HIGH-VALUES
              EXEC CICS STARTBR FILE('FZBCERT')
                        RIDFLD(FZB-CERT-KEY)
                        GTEQ
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 SET WS-BROWSE-OPEN TO TRUE
                 EXEC CICS READNEXT FILE('FZBCERT')
                           INTO(FZB-CERT-RECORD)
                           RIDFLD(FZB-CERT-KEY)
                           RESP(WS-RESP)
                 END-EXEC
              END-IF
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 AND WS-RESP NOT = DFHRESP(NOTFND)
                 PERFORM 8900-FILE-ERROR
                 IF WS-BROWSE-OPEN
                    EXEC CICS ENDBR FILE('FZBCERT') RESP(WS-RESP)
                    END-EXEC
                 END-IF
                 GO TO 2500-EXIT
              END-IF
           END-IF

           IF NOT WS-BROWSE-OPEN
              MOVE HIGH-VALUES TO FZB-CERT-KEY
              EXEC CICS STARTBR FILE('FZBCERT')
                        RIDFLD(FZB-CERT-KEY)
                        RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                WHEN WS-RESP = DFHRESP(NORMAL)
                     SET WS-BROWSE-OPEN TO TRUE
                WHEN WS-RESP = DFHRESP(NOTFND)
                     GO TO 2500-EXIT
                WHEN OTHER
                     PERFORM 8900-FILE-ERROR
                     GO TO 2500-EXIT
              END-EVALUATE
           END-IF

           PERFORM UNTIL WS-BR-EOF OR WS-FILE-ERROR
                         OR WS-PAGE-COUNT = 12
               EXEC CICS READPREV FILE('FZBCERT')
                         INTO(FZB-CERT-RECORD)
                         RIDFLD(FZB-CERT-KEY)
                         RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                 WHEN WS-RESP = DFHRESP(NORMAL)
                      PERFORM 2550-CONSIDER-CERT-ROW
                 WHEN WS-RESP = DFHRESP(ENDFILE)
                      SET WS-BR-EOF TO TRUE
                 WHEN OTHER
                      MOVE 'FZBCERT' TO WS-FILE-NAME
                      PERFORM 8900-FILE-ERROR
               END-EVALUATE
           END-PERFORM

           EXEC CICS ENDBR FILE('FZBCERT') RESP(WS-RESP) END-EXEC

           IF WS-PAGE-COUNT > ZERO
              MOVE WS-PAGE-TOP TO FZB-OCOM-TOP-KEY
              MOVE WS-PAGE-BOTTOM TO FZB-OCOM-BOTTOM-KEY
              IF WS-BR-EOF AND WS-PAGE-COUNT < 12
                 MOVE HIGH-VALUES TO FZB-OCOM-BOTTOM-KEY
              END-IF
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2550-CONSIDER-CERT-ROW - a row above the starting key, or of
      * another rule set than the one asked for, is passed over;
      * any other row is the next line of the page.
      *----------------------------------------------------------------
       2550-CONSIDER-CERT-ROW SECTION.
           IF FZB-CERT-KEY > WS-BROWSE-KEY
              GO TO 2550-EXIT
           END-IF
           IF FZB-CERT-KEY = WS-BROWSE-KEY
              AND NOT WS-BROWSE-INCLUSIVE
              GO TO 2550-EXIT
           END-IF
           IF FZB-OCOM-SET-FILTER NOT = SPACES
              AND FZB-CERT-RULE-SET NOT = FZB-OCOM-SET-FILTER
              GO TO 2550-EXIT
           END-IF

           ADD 1 TO WS-PAGE-COUNT
           IF WS-PAGE-COUNT = 1
              MOVE FZB-CERT-KEY TO WS-PAGE-TOP
           END-IF
           MOVE FZB-CERT-KEY TO WS-PAGE-BOTTOM
           PERFORM 2600-BUILD-STATUS-LINE.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-BUILD-STATUS-LINE - the certification row just read,
      * with the date's stage, hold and transmission-log summary.
      *----------------------------------------------------------------
       2600-BUILD-STATUS-LINE SECTION.
           MOVE SPACES TO WS-STAT-LINE
           MOVE FZB-CERT-BUS-DATE TO WS-STL-DATE
           MOVE FZB-CERT-RULE-SET TO WS-STL-SET
           MOVE FZB-CERT-CERT-FLAG TO WS-STL-CERT
           MOVE FZB-CERT-RECORD-COUNT TO WS-STL-RECORDS
           MOVE FZB-CERT-LABEL-ERRS TO WS-STL-LABEL-ERRS
           MOVE FZB-CERT-SEQ-ERRS TO WS-STL-SEQ-ERRS
           MOVE FZB-CERT-LOOKUP-ERRS TO WS-STL-LOOKUP-ERRS
           MOVE FZB-CERT-REAS-FLAG TO WS-STL-REAS

           MOVE FZB-CERT-BUS-DATE TO FZB-STRG-BUS-DATE
           MOVE '00' TO FZB-STRG-ROW
           EXEC CICS READ FILE('FZBSTRG')
                     INTO(FZB-STRG-RECORD)
                     RIDFLD(FZB-STRG-KEY)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
                  MOVE FZB-STRG-STAGE TO WS-STL-STAGE
             WHEN WS-RESP = DFHRESP(NOTFND)
                  MOVE '--' TO WS-STL-STAGE
             WHEN OTHER
                  MOVE 'FZBSTRG' TO WS-FILE-NAME
                  PERFORM 8900-FILE-ERROR
           END-EVALUATE

           MOVE FZB-CERT-BUS-DATE TO FZB-XHLD-BUS-DATE
           EXEC CICS READ FILE('FZBXHLD')
                     INTO(FZB-XHLD-RECORD)
                     RIDFLD(FZB-XHLD-KEY)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
                  IF FZB-XHLD-HELD
                     MOVE 'Y' TO WS-STL-HELD
                  END-IF
             WHEN WS-RESP = DFHRESP(NOTFND)
                  CONTINUE
             WHEN OTHER
                  MOVE 'FZBXHLD' TO WS-FILE-NAME
                  PERFORM 8900-FILE-ERROR
           END-EVALUATE

           MOVE FZB-CERT-BUS-DATE TO WS-XL-DATE
           MOVE FZB-CERT-RULE-SET TO WS-XL-SET
           PERFORM 2650-SUMMARISE-XMIT-LOG
           MOVE WS-XL-EXTRACT TO WS-STL-EXTRACT
           IF WS-XL-SUBS > ZERO
              MOVE WS-XL-SUBS TO WS-STL-SUBS
           END-IF
           MOVE WS-XL-ACK TO WS-STL-ACK
           MOVE WS-XL-ACK-STATUS TO WS-STL-ACK-STATUS

           MOVE WS-STAT-LINE TO SLINEO (WS-PAGE-COUNT).

      *----------------------------------------------------------------
      * 2650-SUMMARISE-XMIT-LOG - every FZBXLOG row of WS-XL-DATE and
      * WS-XL-SET: the subscribers shipped (one original row each),
      * the latest extract, and the worst acknowledgement - any
      * mismatch 'M', else any outstanding 'N', else 'Y' - with the
      * warehouse status of the row that decided it.
      *----------------------------------------------------------------
       2650-SUMMARISE-XMIT-LOG SECTION.
           MOVE ZERO TO WS-XL-SUBS
           MOVE SPACES TO WS-XL-EXTRACT
                          WS-XL-ACK
                          WS-XL-ACK-STATUS

           MOVE 'FZBXLOG' TO WS-FILE-NAME
           MOVE LOW-VALUES TO FZB-XLOG-KEY
           MOVE WS-XL-DATE TO FZB-XLOG-BUS-DATE
           EXEC CICS STARTBR FILE('FZBXLOG')
                     RIDFLD(FZB-XLOG-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
                  CONTINUE
             WHEN WS-RESP = DFHRESP(NOTFND)
                  GO TO 2650-EXIT
             WHEN OTHER
                  PERFORM 8900-FILE-ERROR
                  GO TO 2650-EXIT
           END-EVALUATE

           MOVE 'N' TO WS-XL-EOF-SW
           PERFORM UNTIL WS-XL-EOF OR WS-FILE-ERROR
               EXEC CICS READNEXT FILE('FZBXLOG')
                         INTO(FZB-XLOG-RECORD)
                         RIDFLD(FZB-XLOG-KEY)
                         RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                 WHEN WS-RESP = DFHRESP(NORMAL)
                      IF FZB-XLOG-BUS-DATE NOT = WS-XL-DATE
                         SET WS-XL-EOF TO TRUE
                      ELSE
                         IF FZB-XLOG-RULE-SET = WS-XL-SET
                            PERFORM 2660-TAKE-XMIT-ROW
                         END-IF
                      END-IF
                 WHEN WS-RESP = DFHRESP(ENDFILE)
                      SET WS-XL-EOF TO TRUE
                 WHEN OTHER
                      PERFORM 8900-FILE-ERROR
               END-EVALUATE
           END-PERFORM

           EXEC CICS ENDBR FILE('FZBXLOG') RESP(WS-RESP) END-EXEC.
       2650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2660-TAKE-XMIT-ROW - one transmission of the date and set.
      *----------------------------------------------------------------
       2660-TAKE-XMIT-ROW SECTION.
           IF FZB-XLOG-VERSION = ZERO
              ADD 1 TO WS-XL-SUBS
           END-IF
           IF FZB-XLOG-EXTRACT-DATE > WS-XL-EXTRACT
              MOVE FZB-XLOG-EXTRACT-DATE TO WS-XL-EXTRACT
           END-IF

           EVALUATE TRUE
             WHEN FZB-XLOG-MISMATCHED
                  IF WS-XL-ACK NOT = 'M'
                     MOVE 'M' TO WS-XL-ACK
                     MOVE FZB-XLOG-ACK-STATUS TO WS-XL-ACK-STATUS
                  END-IF
             WHEN FZB-XLOG-UNACKED
                  IF WS-XL-ACK = SPACE OR WS-XL-ACK = 'Y'
                     MOVE 'N' TO WS-XL-ACK
                     MOVE FZB-XLOG-ACK-STATUS TO WS-XL-ACK-STATUS
                  END-IF
             WHEN OTHER
                  IF WS-XL-ACK = SPACE OR WS-XL-ACK = 'Y'
                     MOVE 'Y' TO WS-XL-ACK
                     MOVE FZB-XLOG-ACK-STATUS TO WS-XL-ACK-STATUS
                  END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * 2800-SHOW-STATUS-AT-TOP - the status list from its top line,
      * as left in the COMMAREA.
      *----------------------------------------------------------------
       2800-SHOW-STATUS-AT-TOP SECTION.
           MOVE FZB-OCOM-TOP-KEY TO WS-BROWSE-KEY
           MOVE 'Y' TO WS-INCLUSIVE-SW
           PERFORM 2500-FILL-STATUS-PAGE
           IF WS-PAGE-COUNT = ZERO AND NOT WS-FILE-ERROR
              MOVE HIGH-VALUES TO FZB-OCOM-BOTTOM-KEY
              IF WS-MESSAGE = SPACES
                 MOVE 'FZBO002I - NO DATES ON FILE FOR THIS SELECTION'
                   TO WS-MESSAGE
              END-IF
           END-IF
           PERFORM 2900-SEND-STATUS-MAP.

      *----------------------------------------------------------------
      * 2900-SEND-STATUS-MAP - the lines are already in the map; the
      * selection on display is shown back in the input fields.
      *----------------------------------------------------------------
       2900-SEND-STATUS-MAP SECTION.
           SET FZB-OCOM-ON-STATUS TO TRUE
           MOVE WS-TODAY TO SCURDTO
           MOVE FZB-OCOM-SET-FILTER TO SSETO
           IF FZB-OCOM-TOP-KEY NOT = HIGH-VALUES
              MOVE FZB-OCOM-TOP-KEY (1:8) TO SFROMO
           END-IF
           MOVE WS-MESSAGE TO SMSGO
           EXEC CICS SEND MAP('FZBOM1') MAPSET('FZBONLM')
                     FROM(FZBOM1O)
                     ERASE
           END-EXEC.

      *----------------------------------------------------------------
      * 3000-DRILL-INTERACTION - the operator pressed a key on the
      * lookup rows.
      *----------------------------------------------------------------
       3000-DRILL-INTERACTION SECTION.
           EVALUATE EIBAID
             WHEN DFHPF3
             WHEN DFHCLEAR
                  PERFORM 2800-SHOW-STATUS-AT-TOP

             WHEN DFHPF11
                  PERFORM 4100-ENTER-MONTH-VIEW

             WHEN DFHPF8
                  COMPUTE WS-DRILL-FROM = FZB-OCOM-DRILL-LAST + 1
                  PERFORM 3500-FILL-DRILL-PAGE
                  IF WS-PAGE-COUNT = ZERO AND NOT WS-FILE-ERROR
                     MOVE 'FZBO006I - NO MORE LOOKUP ROWS' TO WS-MESSAGE
                     MOVE FZB-OCOM-DRILL-FIRST TO WS-DRILL-FROM
                     PERFORM 3500-FILL-DRILL-PAGE
                  END-IF
                  PERFORM 3900-SEND-DRILL-MAP

             WHEN DFHPF7
                  PERFORM 3600-FIND-PREVIOUS-FIRST
                  PERFORM 3500-FILL-DRILL-PAGE
                  PERFORM 3900-SEND-DRILL-MAP

             WHEN DFHENTER
                  MOVE FZB-OCOM-DRILL-FIRST TO WS-DRILL-FROM
                  MOVE LOW-VALUES TO FZBOM2I
                  EXEC CICS RECEIVE MAP('FZBOM2') MAPSET('FZBONLM')
                            INTO(FZBOM2I)
                            RESP(WS-RESP)
                  END-EXEC
                  IF WS-RESP = DFHRESP(NORMAL) AND DCTRL > ZERO
                     IF DCTRI IS NUMERIC
                        MOVE DCTRI TO WS-DRILL-FROM
                     ELSE
                        MOVE 'FZBO007E - COUNTER MUST BE NUMERIC'
                          TO WS-MESSAGE
                     END-IF
                  END-IF
                  PERFORM 3500-FILL-DRILL-PAGE
                  IF WS-PAGE-COUNT = ZERO AND NOT WS-FILE-ERROR
                     AND WS-DRILL-FROM NOT = FZB-OCOM-DRILL-FIRST
                     MOVE 'FZBO006I - NO LOOKUP ROWS FROM THAT COUNTER'
                       TO WS-MESSAGE
                     MOVE FZB-OCOM-DRILL-FIRST TO WS-DRILL-FROM
                     PERFORM 3500-FILL-DRILL-PAGE
                  END-IF
                  PERFORM 3900-SEND-DRILL-MAP

             WHEN OTHER
                  MOVE 'FZBO001W - KEY NOT IN USE ON THIS SCREEN'
                    TO WS-MESSAGE
                  MOVE FZB-OCOM-DRILL-FIRST TO WS-DRILL-FROM
                  PERFORM 3500-FILL-DRILL-PAGE
                  PERFORM 3900-SEND-DRILL-MAP
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3100-ENTER-DRILL - the lookup rows of the date and set the
      * operator asked for, from the first.
      *----------------------------------------------------------------
       3100-ENTER-DRILL SECTION.
           MOVE ZERO TO FZB-OCOM-DRILL-FIRST
                        FZB-OCOM-DRILL-LAST
                        WS-DRILL-FROM
           PERFORM 3500-FILL-DRILL-PAGE
           PERFORM 3900-SEND-DRILL-MAP.

      *----------------------------------------------------------------
      * 3500-FILL-DRILL-PAGE - up to fifteen FZBVSAM rows of the
      * drill date and set, from counter WS-DRILL-FROM on.  A page
      * with rows sets the COMMAREA first and last counters.
      *----------------------------------------------------------------
       3500-FILL-DRILL-PAGE SECTION.
           MOVE LOW-VALUES TO FZBOM2O
           MOVE ZERO TO WS-PAGE-COUNT
           MOVE 'N' TO WS-BR-EOF-SW
           MOVE 'FZBVSAM' TO WS-FILE-NAME

           MOVE FZB-OCOM-DRILL-DATE TO FZB-VSAM-BUS-DATE
           MOVE FZB-OCOM-DRILL-SET TO FZB-VSAM-RULE-SET
           MOVE WS-DRILL-FROM TO FZB-VSAM-COUNTER
           EXEC CICS STARTBR FILE('FZBVSAM')
                     RIDFLD(FZB-VSAM-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
                  CONTINUE
             WHEN WS-RESP = DFHRESP(NOTFND)
                  GO TO 3500-EXIT
             WHEN OTHER
                  PERFORM 8900-FILE-ERROR
                  GO TO 3500-EXIT
           END-EVALUATE

           PERFORM UNTIL WS-BR-EOF OR WS-FILE-ERROR
                         OR WS-PAGE-COUNT = 15
               EXEC CICS READNEXT FILE('FZBVSAM')
                         INTO(FZB-VSAM-RECORD)
                         RIDFLD(FZB-VSAM-KEY)
                         RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                 WHEN WS-RESP = DFHRESP(NORMAL)
                      IF FZB-VSAM-BUS-DATE NOT = FZB-OCOM-DRILL-DATE
                         OR FZB-VSAM-RULE-SET NOT = FZB-OCOM-DRILL-SET
                         SET WS-BR-EOF TO TRUE
                      ELSE
                         ADD 1 TO WS-PAGE-COUNT
                         IF WS-PAGE-COUNT = 1
                            MOVE FZB-VSAM-COUNTER
                              TO FZB-OCOM-DRILL-FIRST
                         END-IF
                         MOVE FZB-VSAM-COUNTER TO FZB-OCOM-DRILL-LAST
                         MOVE SPACES TO WS-DRILL-LINE
                         MOVE FZB-VSAM-COUNTER TO WS-DRL-COUNTER
                         MOVE FZB-VSAM-LABEL TO WS-DRL-LABEL
                         MOVE WS-DRILL-LINE TO DLINEO (WS-PAGE-COUNT)
                      END-IF
                 WHEN WS-RESP = DFHRESP(ENDFILE)
                      SET WS-BR-EOF TO TRUE
                 WHEN OTHER
                      PERFORM 8900-FILE-ERROR
               END-EVALUATE
           END-PERFORM

           EXEC CICS ENDBR FILE('FZBVSAM') RESP(WS-RESP) END-EXEC.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-FIND-PREVIOUS-FIRST - PF7.  Reads backward from the
      * first row of the page over up to fifteen earlier rows of the
      * date and set; the earliest of them starts the page.  As in
      * 2500, the READPREV after READNEXT returns the row the browse
      * started on, which is passed over with any later one.
      *----------------------------------------------------------------
       3600-FIND-PREVIOUS-FIRST SECTION.
           MOVE FZB-OCOM-DRILL-FIRST TO WS-DRILL-FROM
           IF FZB-OCOM-DRILL-FIRST = ZERO
              MOVE 'FZBO006I - ALREADY AT THE FIRST LOOKUP ROW'
                TO WS-MESSAGE
              GO TO 3600-EXIT
           END-IF

           MOVE ZERO TO WS-PAGE-COUNT
           MOVE 'N' TO WS-BR-EOF-SW
           MOVE 'N' TO WS-BROWSE-SW
           MOVE 'FZBVSAM' TO WS-FILE-NAME

           MOVE FZB-OCOM-DRILL-DATE TO FZB-VSAM-BUS-DATE
           MOVE FZB-OCOM-DRILL-SET TO FZB-VSAM-RULE-SET
           MOVE FZB-OCOM-DRILL-FIRST TO FZB-VSAM-COUNTER
           EXEC CICS STARTBR FILE('FZBVSAM')
                     RIDFLD(FZB-VSAM-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              SET WS-BROWSE-OPEN TO TRUE
              EXEC CICS READNEXT FILE('FZBVSAM')
                        INTO(FZB-VSAM-RECORD)
                        RIDFLD(FZB-VSAM-KEY)
                        RESP(WS-RESP)
              END-EXEC
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(NOTFND)
              PERFORM 8900-FILE-ERROR
              IF WS-BROWSE-OPEN
                 EXEC CICS ENDBR FILE('FZBVSAM') RESP(WS-RESP) END-EXEC
              END-IF
              GO TO 3600-EXIT
           END-IF

           IF NOT WS-BROWSE-OPEN
              MOVE HIGH-VALUES TO FZB-VSAM-KEY
              EXEC CICS STARTBR FILE('FZBVSAM')
                        RIDFLD(FZB-VSAM-KEY)
                        RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                WHEN WS-RESP = DFHRESP(NORMAL)
                     CONTINUE
                WHEN WS-RESP = DFHRESP(NOTFND)
                     MOVE 'FZBO006I - ALREADY AT THE FIRST LOOKUP ROW'
                       TO WS-MESSAGE
                     GO TO 3600-EXIT
                WHEN OTHER
                     PERFORM 8900-FILE-ERROR
                     GO TO 3600-EXIT
              END-EVALUATE
           END-IF

           PERFORM UNTIL WS-BR-EOF OR WS-FILE-ERROR
                         OR WS-PAGE-COUNT = 15
               EXEC CICS READPREV FILE('FZBVSAM')
                         INTO(FZB-VSAM-RECORD)
                         RIDFLD(FZB-VSAM-KEY)
                         RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                 WHEN WS-RESP = DFHRESP(NORMAL)
                      IF FZB-VSAM-BUS-DATE = FZB-OCOM-DRILL-DATE
                         AND FZB-VSAM-RULE-SET = FZB-OCOM-DRILL-SET
                         IF FZB-VSAM-COUNTER < FZB-OCOM-DRILL-FIRST
                            ADD 1 TO WS-PAGE-COUNT
                            MOVE FZB-VSAM-COUNTER TO WS-DRILL-FROM
                         END-IF
                      ELSE
                         IF FZB-VSAM-BUS-DATE < FZB-OCOM-DRILL-DATE
                            OR (FZB-VSAM-BUS-DATE = FZB-OCOM-DRILL-DATE
                            AND FZB-VSAM-RULE-SET < FZB-OCOM-DRILL-SET)
                            SET WS-BR-EOF TO TRUE
                         END-IF
                      END-IF
                 WHEN WS-RESP = DFHRESP(ENDFILE)
                      SET WS-BR-EOF TO TRUE
                 WHEN OTHER
                      PERFORM 8900-FILE-ERROR
               END-EVALUATE
           END-PERFORM

           EXEC CICS ENDBR FILE('FZBVSAM') RESP(WS-RESP) END-EXEC

           IF WS-PAGE-COUNT = ZERO AND NOT WS-FILE-ERROR
              MOVE 'FZBO006I - ALREADY AT THE FIRST LOOKUP ROW'
                TO WS-MESSAGE
           END-IF.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3900-SEND-DRILL-MAP - the rows are already in the map.
      *----------------------------------------------------------------
       3900-SEND-DRILL-MAP SECTION.
           SET FZB-OCOM-ON-DRILL TO TRUE
           IF WS-PAGE-COUNT = ZERO AND WS-MESSAGE = SPACES
              STRING 'FZBO006I - NO LOOKUP ROWS FOR '
                     FZB-OCOM-DRILL-DATE ' SET '
                     FZB-OCOM-DRILL-SET
                     DELIMITED BY SIZE
                INTO WS-MESSAGE
              END-STRING
           END-IF
           MOVE WS-TODAY TO DCURDTO
           MOVE FZB-OCOM-DRILL-DATE TO DDATEO
           MOVE FZB-OCOM-DRILL-SET TO DSETO
           MOVE WS-MESSAGE TO DMSGO
           EXEC CICS SEND MAP('FZBOM2') MAPSET('FZBONLM')
                     FROM(FZBOM2O)
                     ERASE
           END-EXEC.

      *----------------------------------------------------------------
      * 4000-MONTH-INTERACTION - the operator pressed a key on the
      * month view.
      *----------------------------------------------------------------
       4000-MONTH-INTERACTION SECTION.
           MOVE FZB-OCOM-MONTH-FROM TO WS-MONTH-X

           EVALUATE EIBAID
             WHEN DFHPF3
             WHEN DFHCLEAR
                  PERFORM 2800-SHOW-STATUS-AT-TOP
                  GO TO 4000-EXIT

             WHEN DFHPF8
                  PERFORM 6 TIMES
                      PERFORM 4600-PREVIOUS-MONTH
                  END-PERFORM

             WHEN DFHPF7
                  PERFORM 6 TIMES
                      PERFORM 4650-NEXT-MONTH
                  END-PERFORM
                  IF WS-MONTH-X > WS-TODAY (1:6)
                     MOVE WS-TODAY (1:6) TO WS-MONTH-X
                     MOVE 'FZBO002I - ALREADY AT THE CURRENT MONTH'
                       TO WS-MESSAGE
                  END-IF

             WHEN DFHENTER
                  PERFORM 4200-RECEIVE-MONTH-INPUT

             WHEN OTHER
                  MOVE 'FZBO001W - KEY NOT IN USE ON THIS SCREEN'
                    TO WS-MESSAGE
           END-EVALUATE

           MOVE WS-MONTH-X TO FZB-OCOM-MONTH-FROM
           PERFORM 4500-FILL-MONTH-PAGE
           PERFORM 4900-SEND-MONTH-MAP.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-ENTER-MONTH-VIEW - six months to the current one.
      *----------------------------------------------------------------
       4100-ENTER-MONTH-VIEW SECTION.
           MOVE WS-TODAY (1:6) TO FZB-OCOM-MONTH-FROM
           PERFORM 4500-FILL-MONTH-PAGE
           PERFORM 4900-SEND-MONTH-MAP.

      *----------------------------------------------------------------
      * 4200-RECEIVE-MONTH-INPUT - a typed YYYYMM becomes the newest
      * month shown; erased goes back to the current month.
      *----------------------------------------------------------------
       4200-RECEIVE-MONTH-INPUT SECTION.
           MOVE LOW-VALUES TO FZBOM3I
           EXEC CICS RECEIVE MAP('FZBOM3') MAPSET('FZBONLM')
                     INTO(FZBOM3I)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(MAPFAIL)
              GO TO 4200-EXIT
           END-IF

           IF MFROML = ZERO
              IF MFROMF = DFHBMEOF
                 MOVE WS-TODAY (1:6) TO WS-MONTH-X
              END-IF
              GO TO 4200-EXIT
           END-IF

           IF MFROMI IS NOT NUMERIC
              MOVE 'FZBO005E - FROM MONTH MUST BE YYYYMM' TO WS-MESSAGE
              GO TO 4200-EXIT
           END-IF
           IF MFROMI (5:2) < '01' OR MFROMI (5:2) > '12'
              MOVE 'FZBO005E - FROM MONTH MUST BE YYYYMM' TO WS-MESSAGE
              GO TO 4200-EXIT
           END-IF
           MOVE MFROMI TO WS-MONTH-X.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-FILL-MONTH-PAGE - six FZBSUMM months, newest first, two
      * lines each.
      *----------------------------------------------------------------
       4500-FILL-MONTH-PAGE SECTION.
           MOVE LOW-VALUES TO FZBOM3O
           MOVE FZB-OCOM-MONTH-FROM TO WS-MONTH-X
           MOVE 'FZBSUMM' TO WS-FILE-NAME

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 6 OR WS-FILE-ERROR
               COMPUTE WS-LINE-IDX = WS-MONTH-IDX * 2 - 1
               MOVE WS-MONTH-X TO FZB-SUMM-MONTH
               EXEC CICS READ FILE('FZBSUMM')
                         INTO(FZB-SUMM-RECORD)
                         RIDFLD(FZB-SUMM-KEY)
                         RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                 WHEN WS-RESP = DFHRESP(NORMAL)
                      PERFORM 4550-BUILD-MONTH-LINES
                 WHEN WS-RESP = DFHRESP(NOTFND)
                      STRING WS-MONTH-X
                             '  NO RUNS ROLLED UP FOR THIS MONTH'
                             DELIMITED BY SIZE
                        INTO MLINEO (WS-LINE-IDX)
                      END-STRING
                 WHEN OTHER
                      PERFORM 8900-FILE-ERROR
               END-EVALUATE
               PERFORM 4600-PREVIOUS-MONTH
           END-PERFORM.

      *----------------------------------------------------------------
      * 4550-BUILD-MONTH-LINES - runs and failures by RETURN-CODE on
      * the first line, label class totals on the second.
      *----------------------------------------------------------------
       4550-BUILD-MONTH-LINES SECTION.
           MOVE SPACES TO WS-MONTH-LINE-A
                          WS-MONTH-LINE-B
           MOVE FZB-SUMM-MONTH TO WS-MLA-MONTH
           MOVE FZB-SUMM-RUNS TO WS-MLA-RUNS
           MOVE FZB-SUMM-RESTARTS TO WS-MLA-RESTARTS
           MOVE FZB-SUMM-FAIL-04 TO WS-MLA-FAIL-04
           MOVE FZB-SUMM-FAIL-08 TO WS-MLA-FAIL-08
           MOVE FZB-SUMM-FAIL-12 TO WS-MLA-FAIL-12
           MOVE FZB-SUMM-FAIL-16 TO WS-MLA-FAIL-16
           MOVE FZB-SUMM-FAIL-20 TO WS-MLA-FAIL-20
           MOVE FZB-SUMM-FAIL-24 TO WS-MLA-FAIL-24
           MOVE FZB-SUMM-FAIL-28 TO WS-MLA-FAIL-28
           MOVE FZB-SUMM-FAIL-OTHER TO WS-MLA-FAIL-OTHER
           MOVE FZB-SUMM-FIZZ TO WS-MLB-FIZZ
           MOVE FZB-SUMM-BUZZ TO WS-MLB-BUZZ
           MOVE FZB-SUMM-FIZZBUZZ TO WS-MLB-FIZZBUZZ
           MOVE FZB-SUMM-OTHER TO WS-MLB-OTHER
           MOVE FZB-SUMM-PLAIN TO WS-MLB-PLAIN
           MOVE FZB-SUMM-TOTAL TO WS-MLB-TOTAL
           MOVE WS-MONTH-LINE-A TO MLINEO (WS-LINE-IDX)
           MOVE WS-MONTH-LINE-B TO MLINEO (WS-LINE-IDX + 1).

      *----------------------------------------------------------------
      * 4600-PREVIOUS-MONTH / 4650-NEXT-MONTH - step WS-MONTH.
      *----------------------------------------------------------------
       4600-PREVIOUS-MONTH SECTION.
           IF WS-MONTH-MM = 1
              MOVE 12 TO WS-MONTH-MM
              SUBTRACT 1 FROM WS-MONTH-YYYY
           ELSE
              SUBTRACT 1 FROM WS-MONTH-MM
           END-IF.

       4650-NEXT-MONTH SECTION.
           IF WS-MONTH-MM = 12
              MOVE 1 TO WS-MONTH-MM
              ADD 1 TO WS-MONTH-YYYY
           ELSE
              ADD 1 TO WS-MONTH-MM
           END-IF.

      *----------------------------------------------------------------
      * 4900-SEND-MONTH-MAP - the lines are already in the map.
      *----------------------------------------------------------------
       4900-SEND-MONTH-MAP SECTION.
           SET FZB-OCOM-ON-MONTH TO TRUE
           MOVE WS-TODAY TO MCURDTO
           MOVE FZB-OCOM-MONTH-FROM TO MFROMO
           MOVE WS-MESSAGE TO MMSGO
           EXEC CICS SEND MAP('FZBOM3') MAPSET('FZBONLM')
                     FROM(FZBOM3O)
                     ERASE
           END-EXEC.

      *----------------------------------------------------------------
      * 8000-VALIDATE-DATE - WS-CHECK-DATE must be a real calendar
      * date, YYYYMMDD.
      *----------------------------------------------------------------
       8000-VALIDATE-DATE SECTION.
           IF WS-CHECK-DATE IS NOT NUMERIC
              SET WS-INPUT-ERROR TO TRUE
              GO TO 8000-EXIT
           END-IF
           MOVE WS-CHECK-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           IF WS-DATE-INTEGER = ZERO
              SET WS-INPUT-ERROR TO TRUE
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8900-FILE-ERROR - a CICS file command failed: the file and
      * its RESP go on the message line and the page stops there.
      *----------------------------------------------------------------
       8900-FILE-ERROR SECTION.
           SET WS-FILE-ERROR TO TRUE
           MOVE WS-RESP TO WS-RESP-DISP
           MOVE SPACES TO WS-MESSAGE
           STRING 'FZBO020E - FILE ' WS-FILE-NAME
                  ' ERROR, RESP=' WS-RESP-DISP
                  DELIMITED BY SIZE
             INTO WS-MESSAGE
           END-STRING.
