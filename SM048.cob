      *  is one STF020W row (Ticket-ID + next Seq-Number, the same     *
      *  highest-seq walk the other multi-row writers use) and the     *
      *  ticket's running total is shown back after every save.        *
      *  An entry dated in a week the worker has already SUBMITTED or  *
      *  had APPROVED on the SM119 timesheet screen (STF082T) is       *
      *  refused - the week must be RETURNED before it changes.        *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY SM48S.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY STF020W.
           COPY STF082T.
       01  WS-CURRENT-MAP  VALUE 'SM48S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(10).
              'WORK LOGGED, ENTER ANOTHER OR PRESS PF3'.
           05 WS-INVALID-PFKEY                   PIC X(21) VALUE
              'INAVLID PFKEY PRESSED'.
           05 WS-WEEK-LOCKED-MSG                 PIC X(44) VALUE
              'TIMESHEET FOR THAT WEEK ALREADY SUBMITTED'.

       01  WS-WL-LAST-SEQ                        PIC 9(03).
       01  WS-WL-TOTAL                           PIC 9(07).
       01  WS-WL-WORK-DATE                       PIC 9(08).
       01  WS-WL-WORK-DATE-X REDEFINES
           WS-WL-WORK-DATE                       PIC X(08).
       01  WS-WL-WEEK-LOCKED                     PIC X VALUE 'N'.
       01  WS-WL-WEEK-INTEGER                    PIC S9(9) COMP.
       01  WS-WL-WEEK-DOW                        PIC 9(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
                     MOVE -1 TO MINSL
                     MOVE WS-MINS-REQUIRED TO ERRMSGO
                  ELSE
                     PERFORM 410-CHECK-WEEK-OPEN
                     IF WS-WL-WEEK-LOCKED = 'Y'
                        MOVE -1 TO WDATEL
                        MOVE WS-WEEK-LOCKED-MSG TO ERRMSGO
                     ELSE
                        PERFORM 400-WRITE-WORK-ENTRY
                        MOVE LOW-VALUES TO MINSO
                        MOVE LOW-VALUES TO WCMNTO
                        MOVE -1 TO MINSL
                        MOVE WS-ENTRY-SAVED TO ERRMSGO
                     END-IF
                  END-IF
                  PERFORM 500-SHOW-TOTAL
             WHEN DFHPF3
       400-EXIT.
           EXIT.

      *    The STF082T timesheet for the worker's week of the entry
      *    date (Monday key, MOD 7 of the integer date is 1 on a
      *    Monday) - SUBMITTED or APPROVED closes the week.
       410-CHECK-WEEK-OPEN.
           MOVE 'N' TO WS-WL-WEEK-LOCKED
           IF WDATEI = SPACES OR LOW-VALUES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-WL-WORK-DATE
           ELSE
              MOVE WDATEI TO WS-WL-WORK-DATE-X
           END-IF
           IF WS-WL-WORK-DATE NOT NUMERIC
              GO TO 410-EXIT
           END-IF
           COMPUTE WS-WL-WEEK-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-WL-WORK-DATE)
           IF WS-WL-WEEK-INTEGER NOT > 0
              GO TO 410-EXIT
           END-IF
           COMPUTE WS-WL-WEEK-DOW =
              FUNCTION MOD(WS-WL-WEEK-INTEGER, 7)
           IF WS-WL-WEEK-DOW = 0
              COMPUTE WS-WL-WEEK-INTEGER = WS-WL-WEEK-INTEGER - 6
           ELSE
              COMPUTE WS-WL-WEEK-INTEGER =
                 WS-WL-WEEK-INTEGER - WS-WL-WEEK-DOW + 1
           END-IF
           MOVE DF-USERID7 TO TS-Worker
           MOVE FUNCTION DATE-OF-INTEGER(WS-WL-WEEK-INTEGER)
                TO TS-Week-Start
           EXEC CICS READ
                FILE('STF082T')
                INTO (TS-REC)
                RIDFLD (TS-KEYS)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL) AND
              (TS-Status = 'SUBMITTED' OR TS-Status = 'APPROVED')
              MOVE 'Y' TO WS-WL-WEEK-LOCKED
           END-IF.
       410-EXIT.
           EXIT.

       500-SHOW-TOTAL.
           MOVE 0 TO WS-WL-TOTAL
           MOVE DF-TICKET-PASSED TO WL-Ticket-ID
