      *  that id get the standard STF009N "report is ready"            *
      *  notification, so each head sees their own page and only       *
      *  theirs.                                                       *
      *  Spend follows the SM135 cost split: a shared ticket's cost    *
      *  lands on each sharing department's page at its percentage,    *
      *  while the closure, SLA and satisfaction figures stay with     *
      *  the ticket's own department.                                  *
      *  Each page closes with the department's OPEN STF093D           *
      *  chargeback disputes (raised on SM134), and the pack adds one  *
      *  desk-manager page of every open dispute, oldest first, under  *
      *  'SM93DSP' - what is still waiting for a decision at month end.*
      *  A department reorganised away by SM140 is scored under its    *
      *  successor (the SM141 map), tickets, shares and disputes alike.*
      *                                                                *
      *  The run checkpoints through the SM173 service to STF122K:     *
      *  every WS-CKPT-INTERVAL tickets of the scan (last key and the  *
      *  department tables), then after each department's page is      *
      *  written, notified and printed - each under its own SYNCPOINT. *
      *  A run the region recycled under resumes from the last one     *
      *  when SM93 is next started, so no head is notified twice; the  *
      *  row goes once the dispute page is out. A row SM031 discarded  *
      *  means the next start runs clean.                              *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
           COPY STF021B.
           COPY STF010R.
           COPY STF022L.
           COPY SMPRT01 REPLACING ==PRQ-COMMAREA== BY ==WS-PRT-AREA==.
       77  WS-PRT-RESP                           PIC S9(8) COMP.
           COPY STF009N.
           COPY STF093D.
           COPY SMALC01.
           COPY SMDMP01.
       01  WS-DM-SUB                             PIC 9(03).
       01  WS-MAP-DEPT                           PIC X(08).
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       01  WS-DATE-FULL-X                        PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DSP-COUNT                          PIC 9(05).
       77  WS-RETNCODE3                          PIC S9(8) COMP.
       01  WS-AL-SUB                             PIC S9(4) COMP.
       01  WS-SHR-DEPT                           PIC X(08).
       01  WS-SHR-AMT                            PIC 9(07)V99.
       01  WS-LEFT-AMT                           PIC 9(07)V99.
       01  WS-DSP-ALL-DEPTS                      PIC X VALUE 'N'.
       01  WS-DSP-DEPT                           PIC X(08).
       01  WS-DSP-AMT-DISP                       PIC Z(6)9.99.
       01  WS-DSP-LINE.
           05 DL-INVOICE                         PIC 9(06).
           05 FILLER                             PIC X(01) VALUE '/'.
           05 DL-LINE                            PIC 9(04).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 DL-DEPT                            PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 DL-TICKET                          PIC X(07).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 DL-AMOUNT                          PIC Z(6)9.99.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 DL-RAISED                          PIC X(10).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 DL-REASON                          PIC X(29).

      *    Checkpoint/restart: the month's tables flattened into one
      *    image for the STF122K row, with the number of department
      *    pages already out and the repository lines they hold.
           COPY SMCKP01 REPLACING ==CKQ-COMMAREA== BY ==WS-CKP-AREA==.
       77  WS-CKP-RESP                           PIC S9(8) COMP.
       01  WS-CKPT-INTERVAL                      PIC 9(05) VALUE 500.
       01  WS-CKPT-COUNT                         PIC 9(05) VALUE 0.
       01  WS-CKPT-RECORDS                       PIC 9(07) VALUE 0.
       01  WS-CKPT-LINES                         PIC 9(05) VALUE 0.
       01  WS-CKPT-RESUME                        PIC X VALUE 'N'.
       01  WS-CKPT-PHASE                         PIC X VALUE 'S'.
       01  WS-CKPT-LAST-KEY                      PIC X(07) VALUE
           LOW-VALUES.
       01  WS-CKPT-DP-DONE                       PIC 9(02) VALUE 0.
       01  WS-CKPT-IMAGE.
           05 CI-DP-TABLE                        PIC X(1350).
           05 CI-DP-USED                         PIC 9(02).
           05 CI-DC-TABLE                        PIC X(4200).
           05 CI-DC-USED                         PIC 9(03).
           05 CI-DP-DONE                         PIC 9(02).
           05 CI-TODAY-YYYYMMDD                  PIC 9(08).

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 170-CHECK-RESTART
           IF WS-CKPT-RESUME = 'N'
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           END-IF
           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-PERIOD
           EXEC CICS ASKTIME
                ABSTIME (WS-TIME)
           MOVE SPACES TO WS-STAMP
           MOVE WS-DATE-FULL-X TO WS-STAMP(1:10)
           MOVE WS-TIME-X TO WS-STAMP(12:8)
           PERFORM 160-LOAD-DEPT-MAP
           IF WS-CKPT-PHASE = 'S'
              PERFORM 200-ACCUMULATE-MONTH
              MOVE 'W' TO WS-CKPT-PHASE
              MOVE 0 TO WS-CKPT-DP-DONE
              PERFORM 285-SAVE-CHECKPOINT
           END-IF
           PERFORM 400-WRITE-SCORECARDS
           PERFORM 470-WRITE-DISPUTE-PAGE
           PERFORM 180-END-RUN
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    An STF122K row for SM93 is an interrupted run: the month's
      *    tables and run date come back, and the run carries on from
      *    its last key - or, when the scan had finished, from the
      *    first department page not yet out. A discarded row, or one
      *    whose image no longer fits this layout, is removed and the
      *    run starts clean; each page is delete-and-replace, so the
      *    partial run's pages are simply written again.
       170-CHECK-RESTART.
           MOVE 'N' TO WS-CKPT-RESUME
           MOVE '01' TO CKQ-VERSION
           MOVE 'READ' TO CKQ-FUNCTION
           MOVE 'SM93' TO CKQ-JOB-ID
           EXEC CICS LINK
                PROGRAM('SM173')
                COMMAREA(WS-CKP-AREA)
                LENGTH(LENGTH OF WS-CKP-AREA)
                RESP(WS-CKP-RESP)
           END-EXEC
           IF WS-CKP-RESP NOT = DFHRESP(NORMAL) OR CKQ-FOUND NOT = 'Y'
              GO TO 170-EXIT
           END-IF
           IF CKQ-STATUS = 'DISCARD' OR
              CKQ-STATE-LEN NOT = LENGTH OF WS-CKPT-IMAGE
              PERFORM 180-END-RUN
              GO TO 170-EXIT
           END-IF
           MOVE CKQ-STATE TO WS-CKPT-IMAGE
           MOVE CI-DP-TABLE TO WS-DP-TABLE
           MOVE CI-DP-USED TO WS-DP-USED
           MOVE CI-DC-TABLE TO WS-DC-TABLE
           MOVE CI-DC-USED TO WS-DC-USED
           MOVE CI-DP-DONE TO WS-CKPT-DP-DONE
           MOVE CI-TODAY-YYYYMMDD TO WS-TODAY-YYYYMMDD
           MOVE CKQ-PHASE TO WS-CKPT-PHASE
           IF WS-CKPT-PHASE = 'S'
              MOVE CKQ-LAST-KEY TO WS-CKPT-LAST-KEY
           END-IF
           MOVE CKQ-RECORDS TO WS-CKPT-RECORDS
           MOVE CKQ-LINES TO WS-CKPT-LINES
           MOVE 'Y' TO WS-CKPT-RESUME.
       170-EXIT.
           EXIT.

       180-END-RUN.
           MOVE '01' TO CKQ-VERSION
           MOVE 'DONE' TO CKQ-FUNCTION
           MOVE 'SM93' TO CKQ-JOB-ID
           EXEC CICS LINK
                PROGRAM('SM173')
                COMMAREA(WS-CKP-AREA)
                LENGTH(LENGTH OF WS-CKP-AREA)
                RESP(WS-CKP-RESP)
           END-EXEC.
       180-EXIT.
           EXIT.

      *    The department successor map, loaded once per run.
       160-LOAD-DEPT-MAP.
           MOVE '01' TO DMQ-VERSION
           MOVE 0 TO DMQ-COUNT
           EXEC CICS LINK
                PROGRAM('SM141')
                COMMAREA(DMQ-COMMAREA)
                LENGTH(LENGTH OF DMQ-COMMAREA)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 NOT = DFHRESP(NORMAL)
              MOVE 0 TO DMQ-COUNT
           END-IF.
       160-EXIT.
           EXIT.

       200-ACCUMULATE-MONTH.
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
                 MOVE TICKET-DEPARTMENT TO WS-MAP-DEPT
                 PERFORM 290-MAP-DEPT
                 MOVE WS-MAP-DEPT TO TICKET-DEPARTMENT
                 MOVE TICKET-LAST-UPDATE(7:4)
                      TO WS-CLOSE-YYYYMMDD(1:4)
                 MOVE TICKET-LAST-UPDATE(1:2)
                 IF WS-CLOSE-PERIOD = WS-PERIOD
                    PERFORM 250-BUMP-DEPARTMENT
                    PERFORM 260-BUMP-CATEGORY
                    PERFORM 270-SPREAD-SPEND
                 END-IF
              END-IF
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 TICKET-KEY > WS-CKPT-LAST-KEY
                 MOVE TICKET-KEY TO WS-CKPT-LAST-KEY
                 ADD 1 TO WS-CKPT-RECORDS
                 ADD 1 TO WS-CKPT-COUNT
                 IF WS-CKPT-COUNT NOT < WS-CKPT-INTERVAL
                    PERFORM 280-TAKE-CHECKPOINT
                 END-IF
              END-IF
           END-PERFORM
       200-EXIT.
           EXIT.

      *    Mid-scan checkpoint, the SM001 735-CHECKPOINT way: browse
      *    ended, STF122K row saved and committed, browse re-opened
      *    GTEQ the last key - its ticket comes back once more and the
      *    key test above passes over it.
       280-TAKE-CHECKPOINT.
           EXEC CICS ENDBR
                FILE('STF001C')
           END-EXEC
           PERFORM 285-SAVE-CHECKPOINT
           MOVE WS-CKPT-LAST-KEY TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF001C')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP   (WS-RETNCODE)
           END-EXEC
           MOVE 0 TO WS-CKPT-COUNT.
       280-EXIT.
           EXIT.

      *    Once the scan is over the row names the last department
      *    whose page is out rather than a ticket.
      *    SM173 re-reads the row at every save; a DISCARD the
      *    console set while the run was moving ends it here - the
      *    work since the last checkpoint is backed out, and the next
      *    start clears what was committed and begins again clean.
       285-SAVE-CHECKPOINT.
           MOVE WS-DP-TABLE TO CI-DP-TABLE
           MOVE WS-DP-USED TO CI-DP-USED
           MOVE WS-DC-TABLE TO CI-DC-TABLE
           MOVE WS-DC-USED TO CI-DC-USED
           MOVE WS-CKPT-DP-DONE TO CI-DP-DONE
           MOVE WS-TODAY-YYYYMMDD TO CI-TODAY-YYYYMMDD
           MOVE '01' TO CKQ-VERSION
           MOVE 'SAVE' TO CKQ-FUNCTION
           MOVE 'SM93' TO CKQ-JOB-ID
           MOVE WS-CKPT-PHASE TO CKQ-PHASE
           MOVE WS-TODAY-YYYYMMDD TO CKQ-RUN-DATE
           IF WS-CKPT-PHASE = 'W' AND WS-CKPT-DP-DONE > 0
              MOVE WS-DP-DEPT(WS-CKPT-DP-DONE) TO CKQ-LAST-KEY
           ELSE
              MOVE WS-CKPT-LAST-KEY TO CKQ-LAST-KEY
           END-IF
           MOVE WS-CKPT-RECORDS TO CKQ-RECORDS
           MOVE WS-CKPT-LINES TO CKQ-LINES
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
       285-EXIT.
           EXIT.

       250-BUMP-DEPARTMENT.
           MOVE 'N' TO WS-DP-HIT
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
              MOVE 0 TO WS-DP-SPEND(WS-DP-SUB)
           END-IF
           ADD 1 TO WS-DP-CLOSED(WS-DP-SUB)
           PERFORM 252-JUDGE-SLA
           IF TICKET-SATISFACTION >= '1' AND
              TICKET-SATISFACTION <= '5'
       260-EXIT.
           EXIT.

      *    The ticket's cost by the SM135 split - all of it to
      *    TICKET-DEPARTMENT when nothing splits the ticket; the last
      *    share takes what rounding leaves.
       270-SPREAD-SPEND.
           IF TICKET-ACT-COST = 0
              GO TO 270-EXIT
           END-IF
           MOVE '01' TO ALC-VERSION
           MOVE TICKET-KEY TO ALC-TICKET
           MOVE TICKET-DEPARTMENT TO ALC-DEPARTMENT
           MOVE TICKET-ASSET-TAG TO ALC-ASSET-TAG
           EXEC CICS LINK
                PROGRAM('SM135')
                COMMAREA(ALC-COMMAREA)
                LENGTH(LENGTH OF ALC-COMMAREA)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 NOT = DFHRESP(NORMAL) OR ALC-COUNT = 0
              MOVE 1 TO ALC-COUNT
              MOVE TICKET-DEPARTMENT TO ALC-SHARE-DEPT(1)
              MOVE 100 TO ALC-SHARE-PCT(1)
           END-IF
           MOVE TICKET-ACT-COST TO WS-LEFT-AMT
           PERFORM VARYING WS-AL-SUB FROM 1 BY 1
                   UNTIL WS-AL-SUB > ALC-COUNT
              MOVE ALC-SHARE-DEPT(WS-AL-SUB) TO WS-MAP-DEPT
              PERFORM 290-MAP-DEPT
              MOVE WS-MAP-DEPT TO WS-SHR-DEPT
              IF WS-AL-SUB = ALC-COUNT
                 MOVE WS-LEFT-AMT TO WS-SHR-AMT
              ELSE
                 COMPUTE WS-SHR-AMT ROUNDED =
                    TICKET-ACT-COST * ALC-SHARE-PCT(WS-AL-SUB) / 100
                 SUBTRACT WS-SHR-AMT FROM WS-LEFT-AMT
              END-IF
              PERFORM 275-ADD-SHARE-SPEND
           END-PERFORM.
       270-EXIT.
           EXIT.

      *    An old code answers as the department it has become.
       290-MAP-DEPT.
           PERFORM VARYING WS-DM-SUB FROM 1 BY 1
                   UNTIL WS-DM-SUB > DMQ-COUNT
              IF DMQ-OLD-DEPT(WS-DM-SUB) = WS-MAP-DEPT
                 MOVE DMQ-NEW-DEPT(WS-DM-SUB) TO WS-MAP-DEPT
              END-IF
           END-PERFORM.
       290-EXIT.
           EXIT.

      *    A sharing department with no closures of its own this
      *    month still gets a page for the spend it carries.
       275-ADD-SHARE-SPEND.
           MOVE 'N' TO WS-DP-HIT
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-HIT = 'Y'
                   OR WS-DP-SUB > WS-DP-USED
              IF WS-DP-DEPT(WS-DP-SUB) = WS-SHR-DEPT
                 MOVE 'Y' TO WS-DP-HIT
              END-IF
           END-PERFORM
           IF WS-DP-HIT = 'Y'
              SUBTRACT 1 FROM WS-DP-SUB
           ELSE
              IF WS-DP-USED >= 30
                 GO TO 275-EXIT
              END-IF
              ADD 1 TO WS-DP-USED
              MOVE WS-DP-USED TO WS-DP-SUB
              MOVE WS-SHR-DEPT TO WS-DP-DEPT(WS-DP-SUB)
              MOVE 0 TO WS-DP-CLOSED(WS-DP-SUB)
              MOVE 0 TO WS-DP-MET(WS-DP-SUB)
              MOVE 0 TO WS-DP-RATED(WS-DP-SUB)
              MOVE 0 TO WS-DP-RATING-SUM(WS-DP-SUB)
              MOVE 0 TO WS-DP-REOPENS(WS-DP-SUB)
              MOVE 0 TO WS-DP-SPEND(WS-DP-SUB)
           END-IF
           ADD WS-SHR-AMT TO WS-DP-SPEND(WS-DP-SUB).
       275-EXIT.
           EXIT.

      *    Departments whose page a resumed run already committed
      *    are passed over; each page is checkpointed once it is
      *    written, notified and printed.
       400-WRITE-SCORECARDS.
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-USED
              IF WS-DP-SUB > WS-CKPT-DP-DONE
                 PERFORM 410-WRITE-ONE-SCORECARD
                 PERFORM 450-NOTIFY-SUBSCRIBERS
                 PERFORM 455-PRINT-RUN
                 MOVE WS-DP-SUB TO WS-CKPT-DP-DONE
                 PERFORM 285-SAVE-CHECKPOINT
              END-IF
           END-PERFORM.
       400-EXIT.
           EXIT.
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           PERFORM 420-WRITE-BUDGET-LINE
           MOVE 'N' TO WS-DSP-ALL-DEPTS
           MOVE WS-DP-DEPT(WS-DP-SUB) TO WS-DSP-DEPT
           PERFORM 430-LIST-OPEN-DISPUTES.
       410-EXIT.
           EXIT.

       420-EXIT.
           EXIT.

      *    OPEN chargeback disputes - the department's own on its
      *    page, or every department's on the SM93DSP page.
       430-LIST-OPEN-DISPUTES.
           MOVE 0 TO WS-DSP-COUNT
           MOVE 'OPEN CHARGEBACK DISPUTES:' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE LOW-VALUES TO DSP-KEYS
           EXEC CICS STARTBR
                FILE('STF093D')
                RIDFLD (DSP-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF093D')
                      INTO (DSP-REC)
                      RIDFLD (DSP-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 MOVE DSP-Department TO WS-MAP-DEPT
                 PERFORM 290-MAP-DEPT
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    DSP-Status = 'OPEN' AND
                    (WS-DSP-ALL-DEPTS = 'Y' OR
                     WS-MAP-DEPT = WS-DSP-DEPT)
                    ADD 1 TO WS-DSP-COUNT
                    MOVE DSP-Invoice-No TO DL-INVOICE
                    MOVE DSP-Line TO DL-LINE
                    MOVE DSP-Department TO DL-DEPT
                    MOVE DSP-Ticket-ID TO DL-TICKET
                    MOVE DSP-Line-Amt TO DL-AMOUNT
                    MOVE DSP-Raised-Stamp(1:10) TO DL-RAISED
                    MOVE DSP-Reason TO DL-REASON
                    MOVE WS-DSP-LINE TO WS-RPT-WORK
                    PERFORM 910-WRITE-RPT-LINE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF093D')
              END-EXEC
           END-IF
           MOVE WS-DSP-COUNT TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'OPEN DISPUTES ' DELIMITED BY SIZE
                  WS-CNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       430-EXIT.
           EXIT.

      *    The desk manager's page of the pack, same delete-and-
      *    replace per run date as the department pages.
       470-WRITE-DISPUTE-PAGE.
           MOVE 'SM93DSP' TO RPT-Report-ID
           MOVE WS-TODAY-YYYYMMDD TO RPT-Run-Date
           MOVE 1 TO RPT-Line-Number
           PERFORM UNTIL RPT-Line-Number = 0
              EXEC CICS READ
                   FILE('STF010R')
                   INTO (RPT-REC)
                   RIDFLD (RPT-KEYS)
                   UPDATE
                   RESP(WS-RPT-RESP)
              END-EXEC
              IF WS-RPT-RESP = DFHRESP(NORMAL)
                 EXEC CICS DELETE
                      FILE('STF010R')
                      RESP(WS-RPT-RESP)
                 END-EXEC
                 MOVE 'SM93DSP' TO RPT-Report-ID
                 MOVE WS-TODAY-YYYYMMDD TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'CHARGEBACK DISPUTES AWAITING DECISION PERIOD '
                  DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'Y' TO WS-DSP-ALL-DEPTS
           PERFORM 430-LIST-OPEN-DISPUTES.
       470-EXIT.
           EXIT.

      *    A default printer on the department's STF022L slice
      *    gets its scorecard on paper through SM152 - no
      *    printer named on the list, nothing is printed.
       455-PRINT-RUN.
           MOVE '01' TO PRQ-VERSION
           MOVE SPACES TO PRQ-PRINTER
           MOVE SPACES TO PRQ-REPORT-ID
           MOVE 'SC' TO PRQ-REPORT-ID(1:2)
           MOVE WS-DP-DEPT(WS-DP-SUB)(1:6)
                TO PRQ-REPORT-ID(3:6)
           MOVE WS-TODAY-YYYYMMDD TO PRQ-RUN-DATE
           MOVE 0 TO PRQ-FROM-LINE
           MOVE 99999 TO PRQ-TO-LINE
           MOVE 'SM93' TO PRQ-REQUESTED-BY
           EXEC CICS LINK
                PROGRAM('SM152')
                COMMAREA(WS-PRT-AREA)
                RESP(WS-PRT-RESP)
           END-EXEC.
       455-EXIT.
           EXIT.

      *    The STF022L convention: each active subscriber of this
      *    department's report id gets the "report is ready"
      *    STF009N notification - one keyed browse of the id's
                 OR DIST-Report-ID(3:6) NOT =
                    WS-DP-DEPT(WS-DP-SUB)(1:6)
                 OR DIST-Report-ID(1:2) NOT = 'SC'
                 MOVE SPACES TO DIST-Printer
                 EXEC CICS READNEXT
                      FILE('STF022L')
                      INTO(DIST-REC)
                    DIST-Report-ID(1:2) = 'SC' AND
                    DIST-Report-ID(3:6) =
                    WS-DP-DEPT(WS-DP-SUB)(1:6) AND
                    DIST-ACTIVE = 'Y' AND
                    DIST-Userid NOT = SPACES
                    MOVE DIST-Userid TO WS-NTF-TARGET
                    PERFORM 460-WRITE-ONE-NOTIF
                 END-IF
       910-WRITE-RPT-LINE.
           MOVE WS-RPT-WORK TO RPT-Line-Text
           ADD 1 TO RPT-Line-Number
           ADD 1 TO WS-CKPT-LINES
           EXEC CICS WRITE
                FILE('STF010R')
                FROM (RPT-REC)
