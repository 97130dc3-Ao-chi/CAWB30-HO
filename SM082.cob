      *  SM082 is the month-end chargeback run (TRANSID 'SM82'),       *
      *  operator-started at month end the way SM016 is. Every ticket  *
      *  CLOSED in the current month is priced: its STF020W logged     *
      *  minutes at the category's STF057B hourly rate in force on the *
      *  closing date ('*DEFAULT' backstop), plus the TICKET-ACT-COST  *
      *  already on the record - SM076 parts and the SM115 travel      *
      *  claims a supervisor has approved, so field expenses reach the *
      *  department invoice.                                           *
      *  One numbered STF058G invoice per department carries the       *
      *  ticket-level detail; each invoice is mirrored into the        *
      *  STF010R repository ('SM82INV') for SM030 viewing, and the     *
      *  rekeying. Tickets already archived to STF001H by SM015 fall   *
      *  outside the run; the archive retention is far longer than a   *
      *  billing month, so nothing billable is ever archived first.    *
      *  Only minutes whose provider-week STF082T timesheet has been   *
      *  APPROVED on SM119 are priced; the rest are listed on the run  *
      *  report as held over, with the week's status, and totalled.    *
      *  A ticket shared between departments - its own STF095A rows    *
      *  or its asset's STF096S rule, resolved by the SM135 service -  *
      *  is billed as one detail line per sharing department at its    *
      *  percentage, each on that department's own invoice.            *
      *  Every STF094N credit note issued on SM134 since the last run  *
      *  gets its reversing line on the same SM82GLE extract - the     *
      *  department, this period, the negated amount, the original     *
      *  invoice and the note number - and is stamped with the period  *
      *  so it is reversed once.                                       *
      *                                                                *
      *  The run checkpoints through the SM173 service to STF122K -    *
      *  every WS-CKPT-INTERVAL tickets of the billing pass (last key, *
      *  the department table, the next invoice number, the report     *
      *  lines written), then after each department's header and GL    *
      *  line - each under the SYNCPOINT that commits the invoice rows *
      *  behind it. A run the region recycled under resumes from there *
      *  when SM82 is next started, so no ticket is billed twice. When *
      *  an operator discards the row on SM031 instead, the next start *
      *  withdraws every STF058G row of the discarded run's invoices   *
      *  before billing clean, and lists them on the run report.       *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
           COPY STF020W.
           COPY STF082T.
           COPY STF057B.
           COPY STF058G.
           COPY STF094N.
           COPY SMALC01.
           COPY STF010R.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       77  WS-RETNCODE3                          PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-PERIOD                             PIC 9(06).
           05 WS-CLOSE-PERIOD                    PIC 9(06).
           05 FILLER                             PIC 9(02).
       01  WS-TKT-MINUTES                        PIC 9(07).
       01  WS-HELD-MINUTES                       PIC 9(07) VALUE 0.
       01  WS-HELD-DISP                          PIC 9(07).
       01  WS-HELD-STATUS                        PIC X(09).
       01  WS-WL-MINS-DISP                       PIC 9(05).
       01  WS-WL-WEEK-INTEGER                    PIC S9(9) COMP.
       01  WS-WL-WEEK-DOW                        PIC 9(1).
       01  WS-WL-WEEK-START                      PIC 9(08).
       01  WS-TS-LAST-WORKER                     PIC X(08) VALUE SPACES.
       01  WS-TS-LAST-WEEK                       PIC 9(08) VALUE 0.
       01  WS-TS-APPROVED                        PIC X VALUE 'N'.
       01  WS-RATE-FOUND                         PIC X.
       01  WS-RATE-CAT                           PIC X(08).
       01  WS-RATE-USED                          PIC 9(05)V99.
       01  WS-LABOR-AMT                          PIC 9(07)V99.
       01  WS-LINE-AMT                           PIC 9(07)V99.
       01  WS-NEXT-INVOICE                       PIC 9(06).
       01  WS-SCRATCH-BILL                       PIC X(100).
       01  WS-GLE-LINE                           PIC X(80).
       01  WS-BILL-DEPT                          PIC X(08).
       01  WS-AL-SUB                             PIC S9(4) COMP.
       01  WS-LEFT-MINUTES                       PIC 9(07).
       01  WS-LEFT-LABOR                         PIC 9(07)V99.
       01  WS-LEFT-COST                          PIC 9(07)V99.
       01  WS-SHR-MINUTES                        PIC 9(07).
       01  WS-SHR-LABOR                          PIC 9(07)V99.
       01  WS-SHR-COST                           PIC 9(07)V99.
       01  WS-SHR-LINE-AMT                       PIC 9(07)V99.
       01  WS-PCT-DISP                           PIC ZZ9.99.
       01  WS-CRN-QNAME                          PIC X(08) VALUE
           'SM82CRN'.
       01  WS-CRN-KEY                            PIC 9(06).
       01  WS-CRN-DISP                           PIC 9(07).99.
       01  WS-CRN-COUNT                          PIC 9(05) VALUE 0.

      *    Per-department accumulation: invoice number, running
      *    total and next detail line - assigned as the first billed
       01  WS-BILLED-DISP                        PIC 9(05).
       01  WS-TOTAL-DISP                         PIC 9(09).99.

      *    Checkpoint/restart: the billing state flattened into one
      *    image for the STF122K row - the department table with its
      *    invoice numbers and line counts, what the trailer totals,
      *    and how many departments have their header and GL line out.
           COPY SMCKP01 REPLACING ==CKQ-COMMAREA== BY ==WS-CKP-AREA==.
       77  WS-CKP-RESP                           PIC S9(8) COMP.
       01  WS-CKPT-INTERVAL                      PIC 9(05) VALUE 200.
       01  WS-CKPT-COUNT                         PIC 9(05) VALUE 0.
       01  WS-CKPT-RECORDS                       PIC 9(07) VALUE 0.
       01  WS-CKPT-RESUME                        PIC X VALUE 'N'.
       01  WS-CKPT-DISCARDED                     PIC X VALUE 'N'.
       01  WS-CKPT-PHASE                         PIC X VALUE 'S'.
       01  WS-CKPT-LAST-KEY                      PIC X(07) VALUE
           LOW-VALUES.
       01  WS-CKPT-DP-DONE                       PIC 9(02) VALUE 0.
       01  WS-WD-LINE                            PIC S9(4) COMP.
       01  WS-WD-COUNT                           PIC 9(05) VALUE 0.
       01  WS-CKPT-IMAGE.
           05 CI-DEPT-TABLE                      PIC X(1450).
           05 CI-DEPT-USED                       PIC 9(02).
           05 CI-NEXT-INVOICE                    PIC 9(06).
           05 CI-HELD-MINUTES                    PIC 9(07).
           05 CI-BILLED-COUNT                    PIC 9(05).
           05 CI-DP-DONE                         PIC 9(02).

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-GET-BUS-DATE
           PERFORM 180-CHECK-RESTART
           MOVE BDQ-BUS-DATE TO WS-TODAY-YYYYMMDD
           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-PERIOD
           IF WS-CKPT-RESUME = 'N'
              PERFORM 150-INIT-RPT-RUN
              PERFORM 170-FIND-NEXT-INVOICE
              IF WS-CKPT-DISCARDED = 'Y'
                 PERFORM 190-WITHDRAW-DISCARDED
              END-IF
           END-IF
           IF WS-CKPT-PHASE = 'S'
              PERFORM 200-BILL-CLOSED-TICKETS
              MOVE 'W' TO WS-CKPT-PHASE
              MOVE 0 TO WS-CKPT-DP-DONE
              PERFORM 260-SAVE-CHECKPOINT
           END-IF
           IF WS-CKPT-PHASE = 'W'
              PERFORM 500-WRITE-HEADERS-AND-GL
              MOVE 'C' TO WS-CKPT-PHASE
              PERFORM 260-SAVE-CHECKPOINT
           END-IF
           PERFORM 600-QUEUE-CREDIT-NOTES
           PERFORM 650-REVERSE-QUEUED-NOTES
           EXEC CICS DELETEQ TS
                QUEUE(WS-CRN-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE WS-HELD-MINUTES TO WS-HELD-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'MINUTES HELD OVER (TIMESHEET NOT APPROVED): '
                  DELIMITED BY SIZE
                  WS-HELD-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-BILLED-COUNT TO WS-BILLED-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'TICKETS BILLED THIS RUN: ' DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           PERFORM 185-END-RUN
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    The business date this run works for: the SM149 answer -
      *    the STF104B override while operations rerun a missed
      *    night, otherwise today - or the clock if the LINK fails.
       105-GET-BUS-DATE.
           MOVE '01' TO BDQ-VERSION
           MOVE FUNCTION CURRENT-DATE(1:8) TO BDQ-LIVE-DATE
           MOVE BDQ-LIVE-DATE TO BDQ-BUS-DATE
           MOVE 'N' TO BDQ-OVERRIDE
           EXEC CICS LINK
                PROGRAM('SM149')
                COMMAREA(WS-BDT-AREA)
                RESP(WS-BDT-RESP)
           END-EXEC
           IF WS-BDT-RESP NOT = DFHRESP(NORMAL) OR
              BDQ-BUS-DATE NOT NUMERIC
              MOVE BDQ-LIVE-DATE TO BDQ-BUS-DATE
              MOVE 'N' TO BDQ-OVERRIDE
           END-IF.
       105-EXIT.
           EXIT.

      *    Next invoice number - the HIGH-VALUES STARTBR/READPREV
      *    key idiom over the invoice file.
       170-FIND-NEXT-INVOICE.
       170-EXIT.
           EXIT.

      *    An STF122K row for SM82 is an interrupted run. Resumed, it
      *    takes back its business date, department table and report
      *    position and carries on from the phase it was in: billing
      *    after the last key, headers and GL after the last
      *    department out, or the credit notes - whose own period
      *    stamp already keeps a reversal from going out twice. A row
      *    the console discarded is removed and the run starts clean,
      *    its image kept for 190 to withdraw the invoices it wrote; a
      *    row whose image no longer fits this layout is removed too.
       180-CHECK-RESTART.
           MOVE 'N' TO WS-CKPT-RESUME
           MOVE 'N' TO WS-CKPT-DISCARDED
           MOVE '01' TO CKQ-VERSION
           MOVE 'READ' TO CKQ-FUNCTION
           MOVE 'SM82' TO CKQ-JOB-ID
           EXEC CICS LINK
                PROGRAM('SM173')
                COMMAREA(WS-CKP-AREA)
                LENGTH(LENGTH OF WS-CKP-AREA)
                RESP(WS-CKP-RESP)
           END-EXEC
           IF WS-CKP-RESP NOT = DFHRESP(NORMAL) OR CKQ-FOUND NOT = 'Y'
              GO TO 180-EXIT
           END-IF
           IF CKQ-STATE-LEN NOT = LENGTH OF WS-CKPT-IMAGE
              PERFORM 185-END-RUN
              GO TO 180-EXIT
           END-IF
           MOVE CKQ-STATE TO WS-CKPT-IMAGE
           IF CKQ-STATUS = 'DISCARD'
              MOVE 'Y' TO WS-CKPT-DISCARDED
              PERFORM 185-END-RUN
              GO TO 180-EXIT
           END-IF
           MOVE CI-DEPT-TABLE TO WS-DEPT-TABLE
           MOVE CI-DEPT-USED TO WS-DEPT-USED
           MOVE CI-NEXT-INVOICE TO WS-NEXT-INVOICE
           MOVE CI-HELD-MINUTES TO WS-HELD-MINUTES
           MOVE CI-BILLED-COUNT TO WS-BILLED-COUNT
           MOVE CI-DP-DONE TO WS-CKPT-DP-DONE
           MOVE CKQ-RUN-DATE TO BDQ-BUS-DATE
           MOVE CKQ-PHASE TO WS-CKPT-PHASE
           IF WS-CKPT-PHASE = 'S'
              MOVE CKQ-LAST-KEY TO WS-CKPT-LAST-KEY
           END-IF
           MOVE CKQ-RECORDS TO WS-CKPT-RECORDS
           MOVE 'SM82INV' TO RPT-Report-ID
           MOVE CKQ-RUN-DATE TO RPT-Run-Date
           MOVE CKQ-LINES TO RPT-Line-Number
           MOVE 'Y' TO WS-CKPT-RESUME.
       180-EXIT.
           EXIT.

      *    The run is over - its STF122K row goes in the same unit of
      *    work as the last of the output.
       185-END-RUN.
           MOVE '01' TO CKQ-VERSION
           MOVE 'DONE' TO CKQ-FUNCTION
           MOVE 'SM82' TO CKQ-JOB-ID
           EXEC CICS LINK
                PROGRAM('SM173')
                COMMAREA(WS-CKP-AREA)
                LENGTH(LENGTH OF WS-CKP-AREA)
                RESP(WS-CKP-RESP)
           END-EXEC.
       185-EXIT.
           EXIT.

      *    Every invoice the discarded run opened is withdrawn - its
      *    detail lines and any header - and named on this run's
      *    report. A department whose GL line had already gone to
      *    SM82GLE is flagged so Finance can reverse it; the invoice
      *    numbers themselves are not reused, 170 having numbered
      *    this run past them.
       190-WITHDRAW-DISCARDED.
           MOVE CI-DEPT-TABLE TO WS-DEPT-TABLE
           MOVE CI-DEPT-USED TO WS-DEPT-USED
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DEPT-USED
              PERFORM 195-WITHDRAW-ONE-INVOICE
           END-PERFORM
           MOVE 0 TO WS-DEPT-USED
           MOVE WS-WD-COUNT TO WS-BILLED-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'INVOICE ROWS WITHDRAWN FROM DISCARDED RUN: '
                  DELIMITED BY SIZE
                  WS-BILLED-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       190-EXIT.
           EXIT.

       195-WITHDRAW-ONE-INVOICE.
           PERFORM VARYING WS-WD-LINE FROM 0 BY 1
                   UNTIL WS-WD-LINE > WS-DP-LINE(WS-DP-SUB)
              MOVE WS-DP-INVOICE(WS-DP-SUB) TO BILL-Invoice-No
              MOVE WS-WD-LINE TO BILL-Line
              EXEC CICS DELETE
                   FILE('STF058G')
                   RIDFLD (BILL-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 ADD 1 TO WS-WD-COUNT
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'INVOICE ' DELIMITED BY SIZE
                  WS-DP-INVOICE(WS-DP-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DP-DEPT(WS-DP-SUB) DELIMITED BY SPACE
                  ' WITHDRAWN - RUN DISCARDED' DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           IF WS-DP-SUB NOT > CI-DP-DONE
              MOVE '(GL LINE SENT)' TO WS-RPT-WORK(55:14)
           END-IF
           PERFORM 910-WRITE-RPT-LINE.
       195-EXIT.
           EXIT.

       200-BILL-CLOSED-TICKETS.
           MOVE WS-CKPT-LAST-KEY TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF001C')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP   (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                   RESP   (WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 TICKET-KEY > WS-CKPT-LAST-KEY AND
                 TICKET-STATUS = 'CLOSED' AND
                 TICKET-DEPARTMENT NOT = SPACES
                 MOVE TICKET-LAST-UPDATE(7:4)
                    PERFORM 300-BILL-ONE-TICKET
                 END-IF
              END-IF
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 TICKET-KEY > WS-CKPT-LAST-KEY
                 MOVE TICKET-KEY TO WS-CKPT-LAST-KEY
                 ADD 1 TO WS-CKPT-RECORDS
                 ADD 1 TO WS-CKPT-COUNT
                 IF WS-CKPT-COUNT NOT < WS-CKPT-INTERVAL
                    PERFORM 250-TAKE-CHECKPOINT
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF001C')
       200-EXIT.
           EXIT.

      *    Mid-pass checkpoint, the SM001 735-CHECKPOINT way: browse
      *    ended, STF122K row saved and committed with the invoice
      *    rows written so far, browse re-opened GTEQ the last key -
      *    its ticket comes back once more and the key test above
      *    passes over it.
       250-TAKE-CHECKPOINT.
           EXEC CICS ENDBR
                FILE('STF001C')
           END-EXEC
           PERFORM 260-SAVE-CHECKPOINT
           MOVE WS-CKPT-LAST-KEY TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF001C')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP   (WS-RETNCODE)
           END-EXEC
           MOVE 0 TO WS-CKPT-COUNT.
       250-EXIT.
           EXIT.

      *    Past the billing pass the row names the last department
      *    whose header and GL line are out rather than a ticket.
      *    SM173 re-reads the row at every save; a DISCARD the
      *    console set while the run was moving ends it here - the
      *    work since the last checkpoint is backed out, and the next
      *    start clears what was committed and begins again clean.
       260-SAVE-CHECKPOINT.
           MOVE WS-DEPT-TABLE TO CI-DEPT-TABLE
           MOVE WS-DEPT-USED TO CI-DEPT-USED
           MOVE WS-NEXT-INVOICE TO CI-NEXT-INVOICE
           MOVE WS-HELD-MINUTES TO CI-HELD-MINUTES
           MOVE WS-BILLED-COUNT TO CI-BILLED-COUNT
           MOVE WS-CKPT-DP-DONE TO CI-DP-DONE
           MOVE '01' TO CKQ-VERSION
           MOVE 'SAVE' TO CKQ-FUNCTION
           MOVE 'SM82' TO CKQ-JOB-ID
           MOVE WS-CKPT-PHASE TO CKQ-PHASE
           MOVE BDQ-BUS-DATE TO CKQ-RUN-DATE
           IF WS-CKPT-PHASE NOT = 'S' AND WS-CKPT-DP-DONE > 0
              MOVE WS-DP-DEPT(WS-CKPT-DP-DONE) TO CKQ-LAST-KEY
           ELSE
              MOVE WS-CKPT-LAST-KEY TO CKQ-LAST-KEY
           END-IF
           MOVE WS-CKPT-RECORDS TO CKQ-RECORDS
           MOVE RPT-Line-Number TO CKQ-LINES
           MOVE SPACES TO CKQ-USERID
           MOVE LENGTH OF WS-CKPT-IMAGE TO CKQ-STATE-LEN
           MOVE WS-CKPT-IMAGE TO CKQ-STATE
           MOVE SPACES TO CKQ-STATUS
           EXEC CICS LINK
                PROGRAM('SM173')
                COMMAREA(WS-CKP-AREA)
                LENGTH(LENGTH OF WS-CKP-AREA)
                RESP(WS-CKP-RESP)
           END-EXEC
           IF WS-CKP-RESP = DFHRESP(NORMAL) AND
              CKQ-STATUS = 'DISCARD'
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              EXEC CICS RETURN
              END-EXEC
           END-IF
           EXEC CICS SYNCPOINT
           END-EXEC.
       260-EXIT.
           EXIT.

       300-BILL-ONE-TICKET.
           PERFORM 310-SUM-WORKLOG-MINUTES
           PERFORM 320-LOOKUP-RATE
           IF WS-LINE-AMT = 0
              GO TO 300-EXIT
           END-IF
           PERFORM 340-RESOLVE-SPLIT
           MOVE WS-TKT-MINUTES TO WS-LEFT-MINUTES
           MOVE WS-LABOR-AMT TO WS-LEFT-LABOR
           MOVE TICKET-ACT-COST TO WS-LEFT-COST
           PERFORM VARYING WS-AL-SUB FROM 1 BY 1
                   UNTIL WS-AL-SUB > ALC-COUNT
              PERFORM 350-BILL-ONE-SHARE
           END-PERFORM
           ADD 1 TO WS-BILLED-COUNT.
       300-EXIT.
           EXIT.

      *    The department split for the ticket from the SM135
      *    service - the ticket department alone when nothing
      *    splits it (or the service cannot be reached).
       340-RESOLVE-SPLIT.
           MOVE '01' TO ALC-VERSION
           MOVE TICKET-KEY TO ALC-TICKET
           MOVE TICKET-DEPARTMENT TO ALC-DEPARTMENT
           MOVE TICKET-ASSET-TAG TO ALC-ASSET-TAG
           EXEC CICS LINK
                PROGRAM('SM135')
                COMMAREA(ALC-COMMAREA)
                LENGTH(LENGTH OF ALC-COMMAREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR ALC-COUNT = 0
              MOVE 'N' TO ALC-SOURCE
              MOVE 1 TO ALC-COUNT
              MOVE TICKET-DEPARTMENT TO ALC-SHARE-DEPT(1)
              MOVE 100 TO ALC-SHARE-PCT(1)
           END-IF.
       340-EXIT.
           EXIT.

      *    One detail line on the sharing department's invoice:
      *    minutes, labor and cost at the share's percentage, the
      *    last share taking whatever rounding leaves so the split
      *    lines add back to the ticket exactly.
       350-BILL-ONE-SHARE.
           MOVE ALC-SHARE-DEPT(WS-AL-SUB) TO WS-BILL-DEPT
           IF WS-AL-SUB = ALC-COUNT
              MOVE WS-LEFT-MINUTES TO WS-SHR-MINUTES
              MOVE WS-LEFT-LABOR TO WS-SHR-LABOR
              MOVE WS-LEFT-COST TO WS-SHR-COST
           ELSE
              COMPUTE WS-SHR-MINUTES ROUNDED =
                 WS-TKT-MINUTES * ALC-SHARE-PCT(WS-AL-SUB) / 100
              COMPUTE WS-SHR-LABOR ROUNDED =
                 WS-LABOR-AMT * ALC-SHARE-PCT(WS-AL-SUB) / 100
              COMPUTE WS-SHR-COST ROUNDED =
                 TICKET-ACT-COST * ALC-SHARE-PCT(WS-AL-SUB) / 100
              SUBTRACT WS-SHR-MINUTES FROM WS-LEFT-MINUTES
              SUBTRACT WS-SHR-LABOR FROM WS-LEFT-LABOR
              SUBTRACT WS-SHR-COST FROM WS-LEFT-COST
           END-IF
           COMPUTE WS-SHR-LINE-AMT = WS-SHR-LABOR + WS-SHR-COST
           IF WS-SHR-LINE-AMT = 0
              GO TO 350-EXIT
           END-IF
           PERFORM 330-FIND-DEPT-SLOT
           ADD 1 TO WS-DP-LINE(WS-DP-SUB)
           MOVE WS-DP-INVOICE(WS-DP-SUB) TO BILL-Invoice-No
           MOVE WS-DP-LINE(WS-DP-SUB) TO BILL-Line
           MOVE WS-BILL-DEPT TO BILL-Department
           MOVE WS-PERIOD TO BILL-Period
           MOVE TICKET-KEY TO BILL-Ticket-ID
           MOVE WS-SHR-MINUTES TO BILL-Minutes
           MOVE WS-SHR-LABOR TO BILL-Labor-Amt
           MOVE WS-SHR-COST TO BILL-Cost-Amt
           MOVE WS-SHR-LINE-AMT TO BILL-Line-Amt
           EXEC CICS WRITE
                FILE('STF058G')
                FROM (BILL-REC)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              ADD WS-SHR-LINE-AMT TO WS-DP-TOTAL(WS-DP-SUB)
              MOVE WS-SHR-LINE-AMT TO WS-AMT-DISP
              MOVE SPACES TO WS-RPT-WORK
              STRING 'INV ' DELIMITED BY SIZE
                     BILL-Invoice-No DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-BILL-DEPT DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     TICKET-KEY DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-AMT-DISP DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              IF ALC-SOURCE NOT = 'N'
                 MOVE ALC-SHARE-PCT(WS-AL-SUB) TO WS-PCT-DISP
                 MOVE 'SPLIT' TO WS-RPT-WORK(45:5)
                 MOVE WS-PCT-DISP TO WS-RPT-WORK(51:6)
                 MOVE '%' TO WS-RPT-WORK(57:1)
              END-IF
              PERFORM 910-WRITE-RPT-LINE
           END-IF.
       350-EXIT.
           EXIT.

      *    The ticket's logged labor - one keyed browse of its
      *    STF020W slice. The STF001C browse position is on a
      *    different file, so the two never collide. A row counts
      *    only when its provider-week timesheet is APPROVED; any
      *    other row is held over and listed on the report.
       310-SUM-WORKLOG-MINUTES.
           MOVE 0 TO WS-TKT-MINUTES
           MOVE TICKET-KEY TO WL-Ticket-ID
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    WL-Ticket-ID = TICKET-KEY
                    PERFORM 315-CHECK-TIMESHEET
                    IF WS-TS-APPROVED = 'Y'
                       ADD WL-Minutes TO WS-TKT-MINUTES
                    ELSE
                       PERFORM 318-WRITE-HELD-LINE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
       310-EXIT.
           EXIT.

      *    Timesheet for the row's worker and week (Monday key, MOD 7
      *    of the integer date is 1 on a Monday); the last answer is
      *    kept, since a ticket's rows run in worker/week clumps.
       315-CHECK-TIMESHEET.
           COMPUTE WS-WL-WEEK-INTEGER =
              FUNCTION INTEGER-OF-DATE(WL-Date)
           COMPUTE WS-WL-WEEK-DOW =
              FUNCTION MOD(WS-WL-WEEK-INTEGER, 7)
           IF WS-WL-WEEK-DOW = 0
              COMPUTE WS-WL-WEEK-INTEGER = WS-WL-WEEK-INTEGER - 6
           ELSE
              COMPUTE WS-WL-WEEK-INTEGER =
                 WS-WL-WEEK-INTEGER - WS-WL-WEEK-DOW + 1
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-WL-WEEK-INTEGER)
                TO WS-WL-WEEK-START
           IF WL-Worker = WS-TS-LAST-WORKER AND
              WS-WL-WEEK-START = WS-TS-LAST-WEEK
              GO TO 315-EXIT
           END-IF
           MOVE WL-Worker TO WS-TS-LAST-WORKER
           MOVE WS-WL-WEEK-START TO WS-TS-LAST-WEEK
           MOVE 'N' TO WS-TS-APPROVED
           MOVE 'NONE' TO WS-HELD-STATUS
           MOVE WL-Worker TO TS-Worker
           MOVE WS-WL-WEEK-START TO TS-Week-Start
           EXEC CICS READ
                FILE('STF082T')
                INTO (TS-REC)
                RIDFLD (TS-KEYS)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              MOVE TS-Status TO WS-HELD-STATUS
              IF TS-Status = 'APPROVED'
                 MOVE 'Y' TO WS-TS-APPROVED
              END-IF
           END-IF.
       315-EXIT.
           EXIT.

       318-WRITE-HELD-LINE.
           ADD WL-Minutes TO WS-HELD-MINUTES
           MOVE WL-Minutes TO WS-WL-MINS-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'HELD ' DELIMITED BY SIZE
                  TICKET-KEY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WL-Worker DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WL-Date DELIMITED BY SIZE
                  ' MIN ' DELIMITED BY SIZE
                  WS-WL-MINS-DISP DELIMITED BY SIZE
                  ' WEEK ' DELIMITED BY SIZE
                  WS-WL-WEEK-START DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HELD-STATUS DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       318-EXIT.
           EXIT.

      *    The rate in force on the ticket's closing date - the
      *    category's own rows first, then '*DEFAULT' - so a rerun
      *    of an earlier month prices at that month's rates.
       320-LOOKUP-RATE.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE 0 TO WS-RATE-USED
           MOVE TICKET-CATEGORY TO WS-RATE-CAT
           PERFORM 325-WALK-RATE-ROWS
           IF WS-RATE-FOUND = 'N'
              MOVE '*DEFAULT' TO WS-RATE-CAT
              PERFORM 325-WALK-RATE-ROWS
           END-IF.
       320-EXIT.
           EXIT.

      *    Forward walk over the category's effective-dated rows, the
      *    STF091X idiom SM080 uses: the last active row starting on
      *    or before the closing date whose RATE-Eff-To has not
      *    passed is the rate in force.
       325-WALK-RATE-ROWS.
           MOVE WS-RATE-CAT TO RATE-Category
           MOVE 0 TO RATE-Eff-From
           EXEC CICS STARTBR
                FILE('STF057B')
                RIDFLD (RATE-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 325-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                   OR RATE-Category NOT = WS-RATE-CAT
                   OR RATE-Eff-From > WS-CLOSE-YYYYMMDD
              EXEC CICS READNEXT
                   FILE('STF057B')
                   INTO (RATE-REC)
                   RIDFLD (RATE-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                 RATE-Category = WS-RATE-CAT AND
                 RATE-Eff-From NOT > WS-CLOSE-YYYYMMDD AND
                 RATE-ACTIVE = 'Y'
                 IF RATE-Eff-To NOT NUMERIC OR
                    RATE-Eff-To = 0 OR
                    RATE-Eff-To NOT < WS-CLOSE-YYYYMMDD
                    MOVE 'Y' TO WS-RATE-FOUND
                    MOVE RATE-Per-Hour TO WS-RATE-USED
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF057B')
           END-EXEC.
       325-EXIT.
           EXIT.

      *    First billed ticket for a department claims the next
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-HIT = 'Y'
                   OR WS-DP-SUB > WS-DEPT-USED
              IF WS-DP-DEPT(WS-DP-SUB) = WS-BILL-DEPT
                 MOVE 'Y' TO WS-DP-HIT
              END-IF
           END-PERFORM
           ELSE
              ADD 1 TO WS-DEPT-USED
              MOVE WS-DEPT-USED TO WS-DP-SUB
              MOVE WS-BILL-DEPT TO WS-DP-DEPT(WS-DP-SUB)
              MOVE WS-NEXT-INVOICE TO WS-DP-INVOICE(WS-DP-SUB)
              ADD 1 TO WS-NEXT-INVOICE
              MOVE 0 TO WS-DP-LINE(WS-DP-SUB)
           EXIT.

      *    Invoice headers (line 0000) and the GL extract - one row
      *    and one TDQ line per department billed, checkpointed per
      *    department so a resumed run sends none of them twice.
       500-WRITE-HEADERS-AND-GL.
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DEPT-USED
              IF WS-DP-SUB > WS-CKPT-DP-DONE
                 PERFORM 510-WRITE-ONE-HEADER
                 MOVE WS-DP-SUB TO WS-CKPT-DP-DONE
                 PERFORM 260-SAVE-CHECKPOINT
              END-IF
           END-PERFORM.
       500-EXIT.
           EXIT.

       510-WRITE-ONE-HEADER.
           MOVE WS-DP-INVOICE(WS-DP-SUB) TO BILL-Invoice-No
           MOVE 0 TO BILL-Line
           MOVE WS-DP-DEPT(WS-DP-SUB) TO BILL-Department
           MOVE WS-PERIOD TO BILL-Period
           MOVE SPACES TO BILL-Ticket-ID
           MOVE 0 TO BILL-Minutes
           MOVE 0 TO BILL-Labor-Amt
           MOVE 0 TO BILL-Cost-Amt
           MOVE WS-DP-TOTAL(WS-DP-SUB) TO BILL-Line-Amt
           EXEC CICS WRITE
                FILE('STF058G')
                FROM (BILL-REC)
                RIDFLD (BILL-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           MOVE WS-DP-TOTAL(WS-DP-SUB) TO WS-TOTAL-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'INVOICE ' DELIMITED BY SIZE
                  BILL-Invoice-No DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DP-DEPT(WS-DP-SUB) DELIMITED BY SPACE
                  ' TOTAL ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE SPACES TO WS-GLE-LINE
           STRING WS-DP-DEPT(WS-DP-SUB) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  BILL-Invoice-No DELIMITED BY SIZE
                  INTO WS-GLE-LINE
           END-STRING
           EXEC CICS WRITEQ TD
                QUEUE('SM82GLE')
                FROM   (WS-GLE-LINE)
                LENGTH (+80)
           END-EXEC.
       510-EXIT.
           EXIT.

      *    Credit notes not yet reversed on the ledger extract. The
      *    numbers go to a TS queue first - CICS disallows REWRITE
      *    under the open browse - the SM130 two-step.
       600-QUEUE-CREDIT-NOTES.
           EXEC CICS DELETEQ TS
                QUEUE(WS-CRN-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE 0 TO CRN-Number
           EXEC CICS STARTBR
                FILE('STF094N')
                RIDFLD (CRN-Number)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF094N')
                      INTO (CRN-REC)
                      RIDFLD (CRN-Number)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    CRN-GL-Period = 0
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-CRN-QNAME)
                         FROM (CRN-Number)
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF094N')
              END-EXEC
           END-IF.
       600-EXIT.
           EXIT.

       650-REVERSE-QUEUED-NOTES.
           EXEC CICS READQ TS
                QUEUE(WS-CRN-QNAME)
                INTO (WS-CRN-KEY)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 660-REVERSE-ONE-NOTE
              EXEC CICS READQ TS
                   QUEUE(WS-CRN-QNAME)
                   INTO (WS-CRN-KEY)
                   NEXT
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM
           MOVE WS-CRN-COUNT TO WS-BILLED-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'CREDIT NOTES REVERSED THIS RUN: ' DELIMITED BY SIZE
                  WS-BILLED-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       650-EXIT.
           EXIT.

      *    Re-read under UPDATE and re-checked, then the reversing
      *    line in the department-line layout with the amount
      *    negated and the note number as a fifth field.
       660-REVERSE-ONE-NOTE.
           MOVE WS-CRN-KEY TO CRN-Number
           EXEC CICS READ
                FILE('STF094N')
                INTO (CRN-REC)
                RIDFLD (CRN-Number)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 660-EXIT
           END-IF
           IF CRN-GL-Period NOT = 0
              EXEC CICS UNLOCK
                   FILE('STF094N')
              END-EXEC
              GO TO 660-EXIT
           END-IF
           MOVE WS-PERIOD TO CRN-GL-Period
           EXEC CICS REWRITE
                FILE('STF094N')
                FROM (CRN-REC)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 660-EXIT
           END-IF
           ADD 1 TO WS-CRN-COUNT
           MOVE CRN-Amount TO WS-CRN-DISP
           MOVE SPACES TO WS-GLE-LINE
           STRING CRN-Department DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  ',-' DELIMITED BY SIZE
                  WS-CRN-DISP DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  CRN-Invoice-No DELIMITED BY SIZE
                  ',CN' DELIMITED BY SIZE
                  CRN-Number DELIMITED BY SIZE
                  INTO WS-GLE-LINE
           END-STRING
           EXEC CICS WRITEQ TD
                QUEUE('SM82GLE')
                FROM   (WS-GLE-LINE)
                LENGTH (+80)
           END-EXEC
           MOVE SPACES TO WS-RPT-WORK
           STRING 'CREDIT NOTE ' DELIMITED BY SIZE
                  CRN-Number DELIMITED BY SIZE
                  ' INV ' DELIMITED BY SIZE
                  CRN-Invoice-No DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  CRN-Line DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CRN-Department DELIMITED BY SPACE
                  ' -' DELIMITED BY SIZE
                  WS-CRN-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       660-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer - the mirrored
      *    invoice image SM030 pages.
       150-INIT-RPT-RUN.
           MOVE 'SM82INV' TO RPT-Report-ID
           MOVE BDQ-BUS-DATE TO RPT-Run-Date
           MOVE 1 TO RPT-Line-Number
           PERFORM UNTIL RPT-Line-Number = 0
              EXEC CICS READ
                      RESP(WS-RPT-RESP)
                 END-EXEC
                 MOVE 'SM82INV' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
