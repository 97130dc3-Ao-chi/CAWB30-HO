       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM170.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM170 is the monthly requested-versus-derived priority report *
      *  (TRANSID 'S170'), operator-started on demand in the SM161     *
      *  style for the month of the run date. One pass of STF001C      *
      *  picks the tickets raised in the period - the raised stamp is  *
      *  the creation row of STF002E - and sums them by department:    *
      *  how often the priority the requestor asked for was above,     *
      *  equal to or below the one the impact/urgency matrix gave,     *
      *  how many asked for none, how many the desk overrode in SM003  *
      *  and how many came in without impact and urgency at all. An    *
      *  overridden ticket no longer holds its derived priority, so    *
      *  that is asked of SM169 again from the ticket's impact and     *
      *  urgency. Output goes to the STF010R repository under          *
      *  'S170RPT' for SM030's viewer, delete-and-replace per run date *
      *  like every other writer.                                      *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF010R.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
           COPY SMPMX01 REPLACING ==PMQ-COMMAREA== BY ==WS-PMQ-AREA==.
       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
               10 WS-LOG-TICKET-ID               PIC X(07).
               10 WS-LOG-SEQ-NUM                 PIC 9(03).
           05 WS-LOG-LAST-UPD                    PIC X(20).
           05 WS-LOG-LAST-UPDBY                  PIC X(10).
           05 WS-LOG-UPD-REMARKS                 PIC X(50).
           05 FILLER                             PIC X(11).
           05 WS-LOG-ENTRY-TYPE                  PIC X(01).
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-PERIOD                             PIC X(06).
       01  WS-RAISED-YYYYMMDD                    PIC X(08).
       01  WS-SUB                                PIC S9(4) COMP.
       01  WS-FOUND-AT                           PIC S9(4) COMP.
       01  WS-RATE                               PIC 9(03).
       01  WS-COMPARED                           PIC 9(04).
       01  WS-COUNT-DISP                         PIC Z(4)9.
       01  WS-KEY-NAME                           PIC X(08).
       01  WS-RANK-PRI                           PIC X(08).
       01  WS-RANK                               PIC 9(01).
       01  WS-REQ-RANK                           PIC 9(01).
       01  WS-DRV-RANK                           PIC 9(01).
      *    One bucket of counts; the grand total and every department
      *    row carry the same seven counters.
       01  WS-TOT-BUCKET.
           05 WS-TOT-TICKETS                     PIC 9(04) VALUE 0.
           05 WS-TOT-HIGHER                      PIC 9(04) VALUE 0.
           05 WS-TOT-SAME                        PIC 9(04) VALUE 0.
           05 WS-TOT-LOWER                       PIC 9(04) VALUE 0.
           05 WS-TOT-NO-REQ                      PIC 9(04) VALUE 0.
           05 WS-TOT-OVERRIDE                    PIC 9(04) VALUE 0.
           05 WS-TOT-NO-IU                       PIC 9(04) VALUE 0.
       01  WS-CUR-BUCKET.
           05 WS-CUR-TICKETS                     PIC 9(04).
           05 WS-CUR-HIGHER                      PIC 9(04).
           05 WS-CUR-SAME                        PIC 9(04).
           05 WS-CUR-LOWER                       PIC 9(04).
           05 WS-CUR-NO-REQ                      PIC 9(04).
           05 WS-CUR-OVERRIDE                    PIC 9(04).
           05 WS-CUR-NO-IU                       PIC 9(04).
       01  WS-DEPT-COUNT                         PIC S9(4) COMP VALUE 0.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES.
              10 WS-DEPT-NAME                    PIC X(08).
              10 WS-DEPT-BUCKET                  PIC X(28).
       01  WS-SUM-LINE.
           05 SL-KEY                             PIC X(08).
           05 FILLER                             PIC X(05) VALUE
              ' TKT '.
           05 SL-TICKETS                         PIC Z(3)9.
           05 FILLER                             PIC X(04) VALUE
              ' HI '.
           05 SL-HIGHER                          PIC Z(3)9.
           05 FILLER                             PIC X(04) VALUE
              ' EQ '.
           05 SL-SAME                            PIC Z(3)9.
           05 FILLER                             PIC X(04) VALUE
              ' LO '.
           05 SL-LOWER                           PIC Z(3)9.
           05 FILLER                             PIC X(07) VALUE
              ' NOREQ '.
           05 SL-NO-REQ                          PIC Z(3)9.
           05 FILLER                             PIC X(05) VALUE
              ' OVR '.
           05 SL-OVERRIDE                        PIC Z(3)9.
           05 FILLER                             PIC X(06) VALUE
              ' NOIU '.
           05 SL-NO-IU                           PIC Z(3)9.
           05 FILLER                             PIC X(05) VALUE
              ' AGR '.
           05 SL-RATE                            PIC ZZ9.
           05 FILLER                             PIC X(01) VALUE '%'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-PERIOD
           PERFORM 150-INIT-RPT-RUN
           PERFORM 200-SCAN-TICKETS
           PERFORM 400-WRITE-SUMMARIES
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    STF001C is keyed by ticket only, so the whole file is read;
      *    the raised stamp is the creation row's MM/DD/YYYY HH:MM:SS.
       200-SCAN-TICKETS.
           MOVE LOW-VALUES TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF001C')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF001C')
                   INTO (WS-TICKET-REC)
                   RIDFLD (TICKET-KEY)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 PERFORM 210-CHECK-RAISED
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF001C')
           END-EXEC.
       200-EXIT.
           EXIT.

       210-CHECK-RAISED.
           MOVE TICKET-KEY TO WS-LOG-TICKET-ID
           MOVE 1 TO WS-LOG-SEQ-NUM
           EXEC CICS READ
                FILE('STF002E')
                INTO (WS-LOG-REC)
                RIDFLD (WS-LOG-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 210-EXIT
           END-IF
           MOVE WS-LOG-LAST-UPD(7:4) TO WS-RAISED-YYYYMMDD(1:4)
           MOVE WS-LOG-LAST-UPD(1:2) TO WS-RAISED-YYYYMMDD(5:2)
           MOVE WS-LOG-LAST-UPD(4:2) TO WS-RAISED-YYYYMMDD(7:2)
           IF WS-RAISED-YYYYMMDD(1:6) = WS-PERIOD
              PERFORM 300-COUNT-TICKET
           END-IF.
       210-EXIT.
           EXIT.

      *    A ticket with no impact and urgency was never derived, so
      *    it is only counted as such; otherwise the requested rank is
      *    compared with the derived one.
       300-COUNT-TICKET.
           MOVE 0 TO WS-REQ-RANK
           MOVE 0 TO WS-DRV-RANK
           IF TICKET-IMPACT NOT = SPACE AND
              TICKET-IMPACT NOT = LOW-VALUE
              MOVE TICKET-REQ-PRIORITY TO WS-RANK-PRI
              PERFORM 320-RANK-PRIORITY
              MOVE WS-RANK TO WS-REQ-RANK
              IF TICKET-PRI-OVERRIDE = 'Y'
                 PERFORM 330-REDERIVE
              ELSE
                 MOVE TICKET-PRIORITY TO WS-RANK-PRI
              END-IF
              PERFORM 320-RANK-PRIORITY
              MOVE WS-RANK TO WS-DRV-RANK
           END-IF
           MOVE WS-TOT-BUCKET TO WS-CUR-BUCKET
           PERFORM 310-COUNT-COMPARISON
           MOVE WS-CUR-BUCKET TO WS-TOT-BUCKET
           PERFORM 340-ADD-DEPARTMENT.
       300-EXIT.
           EXIT.

      *    Adds the current ticket's comparison to WS-CUR-BUCKET.
       310-COUNT-COMPARISON.
           ADD 1 TO WS-CUR-TICKETS
           IF TICKET-PRI-OVERRIDE = 'Y'
              ADD 1 TO WS-CUR-OVERRIDE
           END-IF
           EVALUATE TRUE
             WHEN TICKET-IMPACT = SPACE OR TICKET-IMPACT = LOW-VALUE
                  ADD 1 TO WS-CUR-NO-IU
             WHEN WS-REQ-RANK = 0
                  ADD 1 TO WS-CUR-NO-REQ
             WHEN WS-REQ-RANK > WS-DRV-RANK
                  ADD 1 TO WS-CUR-HIGHER
             WHEN WS-REQ-RANK = WS-DRV-RANK
                  ADD 1 TO WS-CUR-SAME
             WHEN OTHER
                  ADD 1 TO WS-CUR-LOWER
           END-EVALUATE.
       310-EXIT.
           EXIT.

      *    LOW 1 up to CRITICAL 4; anything else, blank included, 0.
       320-RANK-PRIORITY.
           EVALUATE WS-RANK-PRI
             WHEN 'LOW'       MOVE 1 TO WS-RANK
             WHEN 'MEDIUM'    MOVE 2 TO WS-RANK
             WHEN 'HIGH'      MOVE 3 TO WS-RANK
             WHEN 'CRITICAL'  MOVE 4 TO WS-RANK
             WHEN OTHER       MOVE 0 TO WS-RANK
           END-EVALUATE.
       320-EXIT.
           EXIT.

       330-REDERIVE.
           MOVE '01' TO PMQ-VERSION
           MOVE TICKET-IMPACT TO PMQ-IMPACT
           MOVE TICKET-URGENCY TO PMQ-URGENCY
           MOVE SPACES TO PMQ-PRIORITY
           EXEC CICS LINK
                PROGRAM('SM169')
                COMMAREA(WS-PMQ-AREA)
                LENGTH(LENGTH OF WS-PMQ-AREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE PMQ-PRIORITY TO WS-RANK-PRI
           ELSE
              MOVE TICKET-PRIORITY TO WS-RANK-PRI
           END-IF.
       330-EXIT.
           EXIT.

      *    A department past the 200th is still in the grand total,
      *    just not given a row of its own.
       340-ADD-DEPARTMENT.
           MOVE TICKET-DEPARTMENT TO WS-KEY-NAME
           IF WS-KEY-NAME = SPACES OR WS-KEY-NAME = LOW-VALUES
              MOVE 'NONE' TO WS-KEY-NAME
           END-IF
           MOVE 0 TO WS-FOUND-AT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DEPT-COUNT OR WS-FOUND-AT > 0
              IF WS-DEPT-NAME(WS-SUB) = WS-KEY-NAME
                 MOVE WS-SUB TO WS-FOUND-AT
              END-IF
           END-PERFORM
           IF WS-FOUND-AT = 0
              IF WS-DEPT-COUNT NOT < 200
                 GO TO 340-EXIT
              END-IF
              ADD 1 TO WS-DEPT-COUNT
              MOVE WS-DEPT-COUNT TO WS-FOUND-AT
              MOVE WS-KEY-NAME TO WS-DEPT-NAME(WS-FOUND-AT)
              MOVE ZEROES TO WS-DEPT-BUCKET(WS-FOUND-AT)
           END-IF
           MOVE WS-DEPT-BUCKET(WS-FOUND-AT) TO WS-CUR-BUCKET
           PERFORM 310-COUNT-COMPARISON
           MOVE WS-CUR-BUCKET TO WS-DEPT-BUCKET(WS-FOUND-AT).
       340-EXIT.
           EXIT.

       400-WRITE-SUMMARIES.
           MOVE 'HI/EQ/LO = REQUESTED ABOVE, EQUAL TO, BELOW DERIVED'
              TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'NOREQ = NONE REQUESTED  OVR = DESK OVERRIDE'
              TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'NOIU = NO IMPACT/URGENCY  AGR = EQ OF HI+EQ+LO'
              TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'REQUESTED VS DERIVED PRIORITY BY DEPARTMENT'
              TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DEPT-COUNT
              MOVE WS-DEPT-NAME(WS-SUB) TO WS-KEY-NAME
              MOVE WS-DEPT-BUCKET(WS-SUB) TO WS-CUR-BUCKET
              PERFORM 410-WRITE-SUM-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'ALL' TO WS-KEY-NAME
           MOVE WS-TOT-BUCKET TO WS-CUR-BUCKET
           PERFORM 410-WRITE-SUM-LINE
           MOVE WS-TOT-TICKETS TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'TICKETS RAISED IN PERIOD: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       400-EXIT.
           EXIT.

      *    Agreement is requested equal to derived over the tickets
      *    that had both to compare.
       410-WRITE-SUM-LINE.
           MOVE WS-KEY-NAME TO SL-KEY
           MOVE WS-CUR-TICKETS TO SL-TICKETS
           MOVE WS-CUR-HIGHER TO SL-HIGHER
           MOVE WS-CUR-SAME TO SL-SAME
           MOVE WS-CUR-LOWER TO SL-LOWER
           MOVE WS-CUR-NO-REQ TO SL-NO-REQ
           MOVE WS-CUR-OVERRIDE TO SL-OVERRIDE
           MOVE WS-CUR-NO-IU TO SL-NO-IU
           COMPUTE WS-COMPARED =
              WS-CUR-HIGHER + WS-CUR-SAME + WS-CUR-LOWER
           IF WS-COMPARED = 0
              MOVE 0 TO WS-RATE
           ELSE
              COMPUTE WS-RATE ROUNDED =
                 WS-CUR-SAME * 100 / WS-COMPARED
           END-IF
           MOVE WS-RATE TO SL-RATE
           MOVE WS-SUM-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       410-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S170RPT' TO RPT-Report-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
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
                 MOVE 'S170RPT' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'REQUESTED VS DERIVED PRIORITY REPORT FOR '
                  DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       150-EXIT.
           EXIT.

       910-WRITE-RPT-LINE.
           MOVE WS-RPT-WORK TO RPT-Line-Text
           ADD 1 TO RPT-Line-Number
           EXEC CICS WRITE
                FILE('STF010R')
                FROM (RPT-REC)
                RIDFLD (RPT-KEYS)
                RESP(WS-RPT-RESP)
           END-EXEC.
       910-EXIT.
           EXIT.
