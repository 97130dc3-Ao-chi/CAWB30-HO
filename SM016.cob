      *  combination to the STF010R report repository under report-id  *
      *  'SM16RPT' (the TDQ it once wrote to), where SM030's viewer    *
      *  pages it for the weekly ops review deck.                      *
      *  A closing section counts the same tickets by TICKET-SITE      *
      *  (STF073S site, '(NONE)' when unsited) for the per-building    *
      *  view.                                                         *
      *                                                                *
      *  The scan checkpoints through the SM173 service every          *
      *  WS-CKPT-INTERVAL tickets - the last key, the tallies and the  *
      *  staged selections go to STF122K under one SYNCPOINT - so a    *
      *  run the region recycled under resumes where it stopped when   *
      *  SM16 is next started, for the same run date, instead of       *
      *  scanning the snapshot again. The row is removed once the      *
      *  report is out; SM031 lists a row left behind and can discard  *
      *  it, and the next start then runs clean.                       *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
       01  WS-SUMMARY-COUNT                      PIC S9(4) COMP
           VALUE 0.
       01  WS-FOUND-FLAG                         PIC X VALUE 'N'.

       01  WS-WORK-SITE                          PIC X(08).
       01  WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 50 TIMES
                                INDEXED BY WS-STE-IDX.
              10 WS-STE-CODE                     PIC X(08).
              10 WS-STE-COUNT                    PIC 9(05) COMP-3.
       01  WS-SITE-COUNT                         PIC S9(4) COMP
           VALUE 0.
       01  WS-GRAND-TOTAL                        PIC 9(05) COMP-3
           VALUE 0.
       01  WS-CHILD-TOTAL                        PIC 9(05) COMP-3
           05 RPT-COUNT                          PIC ZZZZ9.
           05 FILLER                             PIC X(47) VALUE
              SPACES.
       01  WS-RPT-STE-HEADER                     PIC X(80) VALUE
           'SITE             COUNT'.
       01  WS-RPT-STE-LINE.
           05 RPT-SITE                           PIC X(08).
           05 FILLER                             PIC X(09) VALUE
              SPACES.
           05 RPT-STE-COUNT                      PIC ZZZZ9.
           05 FILLER                             PIC X(58) VALUE
              SPACES.
       01  WS-RPT-TOTAL-LINE.
           05 FILLER                             PIC X(11) VALUE
              'GRAND TOTAL'.
       01  WS-PARM-UPD-DT REDEFINES
           WS-PARM-UPD-DATE                      PIC X(08).
       77  WS-PARM-RESP                          PIC S9(8) COMP.
           COPY SMDMP01.
       01  WS-DM-SUB                             PIC 9(03).
       01  WS-PARM-DEPT-NOW                      PIC X(08).
       01  WS-PARM-TKT-DEPT                      PIC X(08).
       77  WS-DMQ-RESP                           PIC S9(8) COMP.

           COPY STF022L.
           COPY SMPRT01 REPLACING ==PRQ-COMMAREA== BY ==WS-PRT-AREA==.
       77  WS-PRT-RESP                           PIC S9(8) COMP.
           COPY STF009N.
       01  WS-DST-LAST-SEQ                       PIC 9(05).
       77  WS-DST-RESP                           PIC S9(8) COMP.
       77  WS-DST-RESP2                          PIC S9(8) COMP.

      *    Checkpoint/restart: the tallies the scan has built so far,
      *    flattened into one image for the STF122K row, with the
      *    selections staged through SM042 - the STF031Q row itself
      *    is gone once the first checkpoint commits.
           COPY SMCKP01 REPLACING ==CKQ-COMMAREA== BY ==WS-CKP-AREA==.
       77  WS-CKP-RESP                           PIC S9(8) COMP.
       01  WS-CKPT-INTERVAL                      PIC 9(05) VALUE 500.
       01  WS-CKPT-COUNT                         PIC 9(05) VALUE 0.
       01  WS-CKPT-RECORDS                       PIC 9(07) VALUE 0.
       01  WS-CKPT-RESUME                        PIC X VALUE 'N'.
       01  WS-CKPT-PHASE                         PIC X VALUE 'S'.
       01  WS-CKPT-LAST-KEY                      PIC X(07) VALUE
           LOW-VALUES.
       01  WS-CKPT-IMAGE.
           05 CI-SUMMARY-TABLE                   PIC X(4200).
           05 CI-SUMMARY-COUNT                   PIC S9(4) COMP.
           05 CI-SITE-TABLE                      PIC X(550).
           05 CI-SITE-COUNT                      PIC S9(4) COMP.
           05 CI-CHILD-TOTAL                     PIC 9(05) COMP-3.
           05 CI-TOPLVL-TOTAL                    PIC 9(05) COMP-3.
           05 CI-PARM-ACTIVE                     PIC X.
           05 CI-PARM-REC                        PIC X(50).
           05 CI-TODAY-YYYYMMDD                  PIC 9(08).

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 170-CHECK-RESTART
           IF WS-CKPT-RESUME = 'N'
              PERFORM 150-READ-REPORT-PARMS
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
              MOVE 0 TO WS-SUMMARY-COUNT
              MOVE 0 TO WS-SITE-COUNT
           END-IF
           MOVE 0 TO WS-GRAND-TOTAL
           IF WS-CKPT-PHASE = 'S'
              PERFORM 200-SCAN-AND-SUMMARIZE
              MOVE 'W' TO WS-CKPT-PHASE
              PERFORM 260-SAVE-CHECKPOINT
           END-IF
           PERFORM 300-WRITE-REPORT
           PERFORM 330-NOTIFY-SUBSCRIBERS
           PERFORM 335-PRINT-RUN
           PERFORM 180-END-RUN
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-SCAN-AND-SUMMARIZE.
           MOVE WS-CKPT-LAST-KEY TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF063T')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP   (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                   RIDFLD (TICKET-KEY)
                   RESP   (WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 TICKET-KEY > WS-CKPT-LAST-KEY
                 MOVE TICKET-LAST-UPDATE(7:4) TO WS-UPD-YYYY
                 MOVE TICKET-LAST-UPDATE(1:2) TO WS-UPD-MM
                 PERFORM 160-CHECK-PARM-SELECTION
                        WS-UPD-YYYY = WS-TODAY-YYYY AND
                        WS-UPD-MM   = WS-TODAY-MM)
                    PERFORM 210-ADD-TO-SUMMARY
                    PERFORM 230-ADD-TO-SITE-TOTAL
                    IF TICKET-PARENT = SPACES OR
                       TICKET-PARENT = LOW-VALUES
                       ADD 1 TO WS-TOPLVL-TOTAL
                       ADD 1 TO WS-CHILD-TOTAL
                    END-IF
                 END-IF
                 MOVE TICKET-KEY TO WS-CKPT-LAST-KEY
                 ADD 1 TO WS-CKPT-RECORDS
                 ADD 1 TO WS-CKPT-COUNT
                 IF WS-CKPT-COUNT NOT < WS-CKPT-INTERVAL
                    PERFORM 250-TAKE-CHECKPOINT
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
       200-EXIT.
           EXIT.

      *    A checkpoint in mid-scan, the SM001 735-CHECKPOINT way: the
      *    browse is ended, the STF122K row saved and committed, and
      *    the browse re-established GTEQ the last key - the loop's
      *    next READNEXT re-fetches that ticket, which the key test
      *    above passes over.
       250-TAKE-CHECKPOINT.
           EXEC CICS ENDBR
                FILE('STF063T')
           END-EXEC
           PERFORM 260-SAVE-CHECKPOINT
           MOVE WS-CKPT-LAST-KEY TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF063T')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP   (WS-RETNCODE)
           END-EXEC
           MOVE 0 TO WS-CKPT-COUNT.
       250-EXIT.
           EXIT.

      *    SM173 re-reads the row at every save; a DISCARD the
      *    console set while the run was moving ends it here - the
      *    work since the last checkpoint is backed out, and the next
      *    start clears what was committed and begins again clean.
       260-SAVE-CHECKPOINT.
           MOVE WS-SUMMARY-TABLE TO CI-SUMMARY-TABLE
           MOVE WS-SUMMARY-COUNT TO CI-SUMMARY-COUNT
           MOVE WS-SITE-TABLE TO CI-SITE-TABLE
           MOVE WS-SITE-COUNT TO CI-SITE-COUNT
           MOVE WS-CHILD-TOTAL TO CI-CHILD-TOTAL
           MOVE WS-TOPLVL-TOTAL TO CI-TOPLVL-TOTAL
           MOVE WS-PARM-ACTIVE TO CI-PARM-ACTIVE
           MOVE PARM-REC TO CI-PARM-REC
           MOVE WS-TODAY-YYYYMMDD TO CI-TODAY-YYYYMMDD
           MOVE '01' TO CKQ-VERSION
           MOVE 'SAVE' TO CKQ-FUNCTION
           MOVE 'SM16' TO CKQ-JOB-ID
           MOVE WS-CKPT-PHASE TO CKQ-PHASE
           MOVE WS-TODAY-YYYYMMDD TO CKQ-RUN-DATE
           MOVE WS-CKPT-LAST-KEY TO CKQ-LAST-KEY
           MOVE WS-CKPT-RECORDS TO CKQ-RECORDS
           MOVE 0 TO CKQ-LINES
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

       210-ADD-TO-SUMMARY.
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-SUMMARY-COUNT > 0
       210-EXIT.
           EXIT.

      *    Same tally by TICKET-SITE (the STF073S site the ticket was
      *    raised at), '(NONE)' for an unsited ticket.
       230-ADD-TO-SITE-TOTAL.
           IF TICKET-SITE = SPACES OR TICKET-SITE = LOW-VALUES
              MOVE '(NONE)' TO WS-WORK-SITE
           ELSE
              MOVE TICKET-SITE TO WS-WORK-SITE
           END-IF
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-SITE-COUNT > 0
              PERFORM VARYING WS-STE-IDX FROM 1 BY 1
                      UNTIL WS-STE-IDX > WS-SITE-COUNT
                 IF WS-STE-CODE(WS-STE-IDX) = WS-WORK-SITE
                    ADD 1 TO WS-STE-COUNT(WS-STE-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
              END-PERFORM
           END-IF
           IF WS-FOUND-FLAG = 'N' AND WS-SITE-COUNT < 50
              ADD 1 TO WS-SITE-COUNT
              SET WS-STE-IDX TO WS-SITE-COUNT
              MOVE WS-WORK-SITE TO WS-STE-CODE(WS-STE-IDX)
              MOVE 1 TO WS-STE-COUNT(WS-STE-IDX)
           END-IF.
       230-EXIT.
           EXIT.

       300-WRITE-REPORT.
           PERFORM 310-INIT-RPT-RUN
           MOVE WS-RPT-HEADER TO RPT-Line-Text
           MOVE WS-TOPLVL-TOTAL TO RPT-TOPLVL-COUNT
           MOVE WS-CHILD-TOTAL TO RPT-CHILD-COUNT
           MOVE WS-RPT-SPLIT-LINE TO RPT-Line-Text
           PERFORM 320-WRITE-RPT-LINE
           MOVE SPACES TO RPT-Line-Text
           PERFORM 320-WRITE-RPT-LINE
           MOVE WS-RPT-STE-HEADER TO RPT-Line-Text
           PERFORM 320-WRITE-RPT-LINE
           IF WS-SITE-COUNT > 0
              PERFORM VARYING WS-STE-IDX FROM 1 BY 1
                      UNTIL WS-STE-IDX > WS-SITE-COUNT
                 MOVE WS-STE-CODE(WS-STE-IDX) TO RPT-SITE
                 MOVE WS-STE-COUNT(WS-STE-IDX) TO RPT-STE-COUNT
                 MOVE WS-RPT-STE-LINE TO RPT-Line-Text
                 PERFORM 320-WRITE-RPT-LINE
              END-PERFORM
           END-IF.
       300-EXIT.
           EXIT.

      *    bare TDQ this report used to write.
       310-INIT-RPT-RUN.
           MOVE 'SM16RPT' TO RPT-Report-ID
           MOVE WS-TODAY-YYYYMMDD TO RPT-Run-Date
           MOVE 1 TO RPT-Line-Number
           PERFORM UNTIL RPT-Line-Number = 0
              EXEC CICS READ
                      RESP(WS-RPT-RESP)
                 END-EXEC
                 MOVE 'SM16RPT' TO RPT-Report-ID
                 MOVE WS-TODAY-YYYYMMDD TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
       320-EXIT.
           EXIT.

      *    An STF122K row for SM16 is an interrupted run: its tallies,
      *    selections and run date are put back and the run carries
      *    on from its last key (or straight to the report when the
      *    scan had finished). A row the console discarded - or one
      *    whose image no longer fits this layout - is removed and the
      *    run starts clean; the repository lines of the partial run
      *    go with 310's delete-and-replace. The discarded run had
      *    consumed the SM042 request, so its selections go back on
      *    STF031Q for the clean start to read - unless a newer
      *    request is already staged there, which then stands.
       170-CHECK-RESTART.
           MOVE 'N' TO WS-CKPT-RESUME
           MOVE '01' TO CKQ-VERSION
           MOVE 'READ' TO CKQ-FUNCTION
           MOVE 'SM16' TO CKQ-JOB-ID
           EXEC CICS LINK
                PROGRAM('SM173')
                COMMAREA(WS-CKP-AREA)
                LENGTH(LENGTH OF WS-CKP-AREA)
                RESP(WS-CKP-RESP)
           END-EXEC
           IF WS-CKP-RESP NOT = DFHRESP(NORMAL) OR CKQ-FOUND NOT = 'Y'
              GO TO 170-EXIT
           END-IF
           IF CKQ-STATUS = 'DISCARD' AND
              CKQ-STATE-LEN = LENGTH OF WS-CKPT-IMAGE
              MOVE CKQ-STATE TO WS-CKPT-IMAGE
              IF CI-PARM-ACTIVE = 'Y'
                 MOVE CI-PARM-REC TO PARM-REC
                 EXEC CICS WRITE
                      FILE('STF031Q')
                      FROM (PARM-REC)
                      RIDFLD (PARM-Report-ID)
                      RESP(WS-PARM-RESP)
                 END-EXEC
              END-IF
           END-IF
           IF CKQ-STATUS = 'DISCARD' OR
              CKQ-STATE-LEN NOT = LENGTH OF WS-CKPT-IMAGE
              PERFORM 180-END-RUN
              GO TO 170-EXIT
           END-IF
           MOVE CKQ-STATE TO WS-CKPT-IMAGE
           MOVE CI-SUMMARY-TABLE TO WS-SUMMARY-TABLE
           MOVE CI-SUMMARY-COUNT TO WS-SUMMARY-COUNT
           MOVE CI-SITE-TABLE TO WS-SITE-TABLE
           MOVE CI-SITE-COUNT TO WS-SITE-COUNT
           MOVE CI-CHILD-TOTAL TO WS-CHILD-TOTAL
           MOVE CI-TOPLVL-TOTAL TO WS-TOPLVL-TOTAL
           MOVE CI-PARM-ACTIVE TO WS-PARM-ACTIVE
           MOVE CI-PARM-REC TO PARM-REC
           MOVE CI-TODAY-YYYYMMDD TO WS-TODAY-YYYYMMDD
           MOVE CKQ-PHASE TO WS-CKPT-PHASE
           MOVE CKQ-LAST-KEY TO WS-CKPT-LAST-KEY
           MOVE CKQ-RECORDS TO WS-CKPT-RECORDS
           MOVE 'Y' TO WS-CKPT-RESUME
           IF WS-PARM-ACTIVE = 'Y' AND PARM-DEPARTMENT NOT = SPACES
              PERFORM 155-LOAD-DEPT-MAP
           END-IF.
       170-EXIT.
           EXIT.

      *    The run is out - its STF122K row goes in the same unit of
      *    work as the last of the output.
       180-END-RUN.
           MOVE '01' TO CKQ-VERSION
           MOVE 'DONE' TO CKQ-FUNCTION
           MOVE 'SM16' TO CKQ-JOB-ID
           EXEC CICS LINK
                PROGRAM('SM173')
                COMMAREA(WS-CKP-AREA)
                LENGTH(LENGTH OF WS-CKP-AREA)
                RESP(WS-CKP-RESP)
           END-EXEC.
       180-EXIT.
           EXIT.

      *    Reads (and consumes) this report's STF031Q request row, if
      *    the operator staged one through SM042 - the selections
      *    below then replace the report's built-in default period,
              MOVE SPACES TO PARM-STATUS
              MOVE SPACES TO PARM-CATEGORY
              MOVE SPACES TO PARM-DEPARTMENT
           END-IF
           IF WS-PARM-ACTIVE = 'Y' AND PARM-DEPARTMENT NOT = SPACES
              PERFORM 155-LOAD-DEPT-MAP
           END-IF.
       150-EXIT.
           EXIT.

      *    A department selection reaches across reorganisations:
      *    the staged code and each ticket's code are both taken
      *    through the SM141 successor map before they are compared,
      *    so asking for a merged department also finds the tickets
      *    written under the codes merged into it.
       155-LOAD-DEPT-MAP.
           MOVE '01' TO DMQ-VERSION
           MOVE 0 TO DMQ-COUNT
           EXEC CICS LINK
                PROGRAM('SM141')
                COMMAREA(DMQ-COMMAREA)
                LENGTH(LENGTH OF DMQ-COMMAREA)
                RESP(WS-DMQ-RESP)
           END-EXEC
           IF WS-DMQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 0 TO DMQ-COUNT
           END-IF
           MOVE PARM-DEPARTMENT TO WS-PARM-DEPT-NOW
           PERFORM VARYING WS-DM-SUB FROM 1 BY 1
                   UNTIL WS-DM-SUB > DMQ-COUNT
              IF DMQ-OLD-DEPT(WS-DM-SUB) = PARM-DEPARTMENT
                 MOVE DMQ-NEW-DEPT(WS-DM-SUB) TO WS-PARM-DEPT-NOW
              END-IF
           END-PERFORM.
       155-EXIT.
           EXIT.

      *    'Y' when the current WS-TICKET-REC passes the staged
      *    period/filter selections (or no request row was staged).
       160-CHECK-PARM-SELECTION.
                 TICKET-CATEGORY NOT = PARM-CATEGORY
                 MOVE 'N' TO WS-PARM-KEEP
              END-IF
              IF PARM-DEPARTMENT NOT = SPACES
                 MOVE TICKET-DEPARTMENT TO WS-PARM-TKT-DEPT
                 PERFORM VARYING WS-DM-SUB FROM 1 BY 1
                         UNTIL WS-DM-SUB > DMQ-COUNT
                    IF DMQ-OLD-DEPT(WS-DM-SUB) = TICKET-DEPARTMENT
                       MOVE DMQ-NEW-DEPT(WS-DM-SUB) TO WS-PARM-TKT-DEPT
                    END-IF
                 END-PERFORM
                 IF WS-PARM-TKT-DEPT NOT = WS-PARM-DEPT-NOW
                    MOVE 'N' TO WS-PARM-KEEP
                 END-IF
              END-IF
           END-IF.
       160-EXIT.
           EXIT.

      *    A default printer on the report's STF022L list gets
      *    the finished run on paper through SM152 - no printer
      *    named on the list, nothing is printed.
       335-PRINT-RUN.
           MOVE '01' TO PRQ-VERSION
           MOVE SPACES TO PRQ-PRINTER
           MOVE 'SM16RPT' TO PRQ-REPORT-ID
           MOVE WS-TODAY-YYYYMMDD TO PRQ-RUN-DATE
           MOVE 0 TO PRQ-FROM-LINE
           MOVE 99999 TO PRQ-TO-LINE
           MOVE 'SM16' TO PRQ-REQUESTED-BY
           EXEC CICS LINK
                PROGRAM('SM152')
                COMMAREA(WS-PRT-AREA)
                RESP(WS-PRT-RESP)
           END-EXEC.
       335-EXIT.
           EXIT.

      *    Walks this report's STF022L distribution slice and posts
      *    one STF009N "report ready" notification per active
      *    subscriber - the subscriber's next SM0000 sign-on shows
           IF WS-DST-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-DST-RESP NOT = DFHRESP(NORMAL)
                      OR DIST-Report-ID NOT = 'SM16RPT'
                 MOVE SPACES TO DIST-Printer
                 EXEC CICS READNEXT
                      FILE('STF022L')
                      INTO(DIST-REC)
                 END-EXEC
                 IF WS-DST-RESP = DFHRESP(NORMAL) AND
                    DIST-Report-ID = 'SM16RPT' AND
                    DIST-ACTIVE = 'Y' AND
                    DIST-Userid NOT = SPACES
                    PERFORM 340-POST-ONE-NOTICE
                 END-IF
              END-PERFORM
