      *  is written one line per provider to the STF010R report         *
      *  repository under report-id 'SM23RPT' (the TDQ it once wrote    *
      *  to), where SM030's viewer pages it.                            *
      *  A second table totals the same tickets by TICKET-GROUP (the   *
      *  STF070G resolver group SM075 routes to, '(NONE)' for a ticket *
      *  no group owns yet), written after the provider lines so the   *
      *  desk sees which team is drowning as well as which person.     *
      *  A third section totals them by TICKET-SITE (STF073S site,     *
      *  '(NONE)' when unsited) for the per-building view.             *
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

       01  WS-WORKLOAD-GROUP                     PIC X(08).
       01  WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 50 TIMES
                                INDEXED BY WS-GRP-IDX.
              10 WS-GRP-CODE                     PIC X(08).
              10 WS-GRP-COUNT                    PIC 9(05) COMP-3.
       01  WS-GROUP-COUNT                        PIC S9(4) COMP
           VALUE 0.
       01  WS-GRAND-TOTAL                        PIC 9(05) COMP-3
           VALUE 0.

           05 RPT-COUNT                          PIC ZZZZ9.
           05 FILLER                             PIC X(60) VALUE
              SPACES.
       01  WS-RPT-GRP-HEADER                     PIC X(80) VALUE
           'RESOLVER GROUP   OPEN COUNT'.
       01  WS-RPT-GRP-LINE.
           05 RPT-GROUP                          PIC X(08).
           05 FILLER                             PIC X(09) VALUE
              SPACES.
           05 RPT-GRP-COUNT                      PIC ZZZZ9.
           05 FILLER                             PIC X(58) VALUE
              SPACES.
       01  WS-RPT-STE-HEADER                     PIC X(80) VALUE
           'SITE             OPEN COUNT'.
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
       100-MAIN.
           PERFORM 150-READ-REPORT-PARMS
           MOVE 0 TO WS-SUMMARY-COUNT
           MOVE 0 TO WS-GROUP-COUNT
           MOVE 0 TO WS-SITE-COUNT
           MOVE 0 TO WS-GRAND-TOTAL
           PERFORM 200-SCAN-AND-SUMMARIZE
           PERFORM 300-WRITE-REPORT
           PERFORM 330-NOTIFY-SUBSCRIBERS
           PERFORM 335-PRINT-RUN
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
                   WS-SUM-PROVIDER(WS-SUM-IDX)
              MOVE 1                        TO
                   WS-SUM-COUNT(WS-SUM-IDX)
           END-IF
           PERFORM 230-ADD-TO-GROUP-TOTAL
           PERFORM 240-ADD-TO-SITE-TOTAL.
       220-EXIT.
           EXIT.

       230-ADD-TO-GROUP-TOTAL.
           IF TICKET-GROUP = SPACES OR TICKET-GROUP = LOW-VALUES
              MOVE '(NONE)' TO WS-WORKLOAD-GROUP
           ELSE
              MOVE TICKET-GROUP TO WS-WORKLOAD-GROUP
           END-IF
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-GROUP-COUNT > 0
              PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                      UNTIL WS-GRP-IDX > WS-GROUP-COUNT
                 IF WS-GRP-CODE(WS-GRP-IDX) = WS-WORKLOAD-GROUP
                    ADD 1 TO WS-GRP-COUNT(WS-GRP-IDX)
                    MOVE 'Y' TO WS-FOUND-FLAG
                 END-IF
              END-PERFORM
           END-IF
           IF WS-FOUND-FLAG = 'N' AND WS-GROUP-COUNT < 50
              ADD 1 TO WS-GROUP-COUNT
              SET WS-GRP-IDX TO WS-GROUP-COUNT
              MOVE WS-WORKLOAD-GROUP TO WS-GRP-CODE(WS-GRP-IDX)
              MOVE 1 TO WS-GRP-COUNT(WS-GRP-IDX)
           END-IF.
       230-EXIT.
           EXIT.

      *    Same tally by TICKET-SITE (the STF073S site the ticket was
      *    raised at), '(NONE)' for an unsited ticket.
       240-ADD-TO-SITE-TOTAL.
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
       240-EXIT.
           EXIT.

       300-WRITE-REPORT.
           PERFORM 310-INIT-RPT-RUN
           MOVE WS-RPT-HEADER TO RPT-Line-Text
           END-IF
           MOVE WS-GRAND-TOTAL TO RPT-TOTAL-COUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-Line-Text
           PERFORM 320-WRITE-RPT-LINE
           MOVE SPACES TO RPT-Line-Text
           PERFORM 320-WRITE-RPT-LINE
           MOVE WS-RPT-GRP-HEADER TO RPT-Line-Text
           PERFORM 320-WRITE-RPT-LINE
           IF WS-GROUP-COUNT > 0
              PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                      UNTIL WS-GRP-IDX > WS-GROUP-COUNT
                 MOVE WS-GRP-CODE(WS-GRP-IDX) TO RPT-GROUP
                 MOVE WS-GRP-COUNT(WS-GRP-IDX) TO RPT-GRP-COUNT
                 MOVE WS-RPT-GRP-LINE TO RPT-Line-Text
                 PERFORM 320-WRITE-RPT-LINE
              END-PERFORM
           END-IF
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
           MOVE 'SM23RPT' TO PRQ-REPORT-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRQ-RUN-DATE
           MOVE 0 TO PRQ-FROM-LINE
           MOVE 99999 TO PRQ-TO-LINE
           MOVE 'SM23' TO PRQ-REQUESTED-BY
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
                      OR DIST-Report-ID NOT = 'SM23RPT'
                 MOVE SPACES TO DIST-Printer
                 EXEC CICS READNEXT
                      FILE('STF022L')
                      INTO(DIST-REC)
                 END-EXEC
                 IF WS-DST-RESP = DFHRESP(NORMAL) AND
                    DIST-Report-ID = 'SM23RPT' AND
                    DIST-ACTIVE = 'Y' AND
                    DIST-Userid NOT = SPACES
                    PERFORM 340-POST-ONE-NOTICE
                 END-IF
              END-PERFORM
