      *  under 'SM83RPT' with the contributing tickets, and corrects  *
      *  the stored figure - so the number Finance sees is the number *
      *  the tickets support.                                         *
      *  A ticket shared between departments (its STF095A rows or its *
      *  asset's STF096S rule, resolved by the SM135 service) counts  *
      *  toward each sharing department at its percentage, the same   *
      *  split SM082 invoices and SM004 posts at closure.             *
      *  A department reorganised away by SM140 counts toward its     *
      *  successor (the SM141 map), so the budget the run moved is    *
      *  the budget its old tickets are reconciled against.           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
           COPY STF021B.
           COPY STF010R.
           COPY SMALC01.
           COPY SMDMP01.
       01  WS-DM-SUB                             PIC 9(03).
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       77  WS-RETNCODE3                          PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-FILE-NAME                          PIC X(08).
       01  WS-CLOSE-YYYY                         PIC 9(04).
       01  WS-DY-HIT                             PIC X.
       01  WS-CUR-DEPT                           PIC X(08).
       01  WS-CUR-YEAR                           PIC 9(04).
       01  WS-AL-SUB                             PIC S9(4) COMP.
       01  WS-SHR-DEPT                           PIC X(08).
       01  WS-SHR-AMT                            PIC 9(07)V99.
       01  WS-LEFT-AMT                           PIC 9(07)V99.

      *    Drifts found under the STF021B browse, corrected after
      *    ENDBR - see 310/320.
       01  WS-FX-SUB                             PIC S9(4) COMP.

           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       01  WS-JOB-COUNT                          PIC 9(05).
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOB-START-TIME
           PERFORM 105-GET-BUS-DATE
           PERFORM 150-INIT-RPT-RUN
           PERFORM 160-LOAD-DEPT-MAP
           MOVE 'STF001C' TO WS-FILE-NAME
           PERFORM 200-TALLY-ONE-FILE
           MOVE 'STF001H' TO WS-FILE-NAME
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

      *    One full browse of the named ticket file - live and
      *    archive carry the same shared STF001C layout, so one
      *    paragraph serves both.
                 TICKET-DEPARTMENT NOT = SPACES AND
                 TICKET-ACT-COST > 0
                 MOVE TICKET-LAST-UPDATE(7:4) TO WS-CLOSE-YYYY
                 PERFORM 240-SPREAD-SPEND
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
       200-EXIT.
           EXIT.

      *    The ticket's cost goes to each sharing department at its
      *    percentage - all of it to TICKET-DEPARTMENT when nothing
      *    splits the ticket.
       240-SPREAD-SPEND.
           PERFORM 245-RESOLVE-SPLIT
           MOVE TICKET-ACT-COST TO WS-LEFT-AMT
           PERFORM VARYING WS-AL-SUB FROM 1 BY 1
                   UNTIL WS-AL-SUB > ALC-COUNT
              PERFORM 248-SHARE-AMOUNT
              PERFORM 250-ACCUMULATE-SPEND
           END-PERFORM.
       240-EXIT.
           EXIT.

       245-RESOLVE-SPLIT.
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
              MOVE 'N' TO ALC-SOURCE
              MOVE 1 TO ALC-COUNT
              MOVE TICKET-DEPARTMENT TO ALC-SHARE-DEPT(1)
              MOVE 100 TO ALC-SHARE-PCT(1)
           END-IF.
       245-EXIT.
           EXIT.

      *    Share WS-AL-SUB of WS-LEFT-AMT's ticket cost; the last
      *    share takes what rounding leaves.
       248-SHARE-AMOUNT.
           MOVE ALC-SHARE-DEPT(WS-AL-SUB) TO WS-SHR-DEPT
           PERFORM 249-MAP-DEPT
           IF WS-AL-SUB = ALC-COUNT
              MOVE WS-LEFT-AMT TO WS-SHR-AMT
           ELSE
              COMPUTE WS-SHR-AMT ROUNDED =
                 TICKET-ACT-COST * ALC-SHARE-PCT(WS-AL-SUB) / 100
              SUBTRACT WS-SHR-AMT FROM WS-LEFT-AMT
           END-IF.
       248-EXIT.
           EXIT.

      *    An old code answers as the department it has become.
       249-MAP-DEPT.
           PERFORM VARYING WS-DM-SUB FROM 1 BY 1
                   UNTIL WS-DM-SUB > DMQ-COUNT
              IF DMQ-OLD-DEPT(WS-DM-SUB) = WS-SHR-DEPT
                 MOVE DMQ-NEW-DEPT(WS-DM-SUB) TO WS-SHR-DEPT
              END-IF
           END-PERFORM.
       249-EXIT.
           EXIT.

       250-ACCUMULATE-SPEND.
           IF WS-SHR-AMT = 0
              GO TO 250-EXIT
           END-IF
           MOVE 'N' TO WS-DY-HIT
           PERFORM VARYING WS-DY-SUB FROM 1 BY 1
                   UNTIL WS-DY-HIT = 'Y'
                   OR WS-DY-SUB > WS-DY-USED
              IF WS-DY-DEPT(WS-DY-SUB) = WS-SHR-DEPT AND
                 WS-DY-YEAR(WS-DY-SUB) = WS-CLOSE-YYYY
                 MOVE 'Y' TO WS-DY-HIT
              END-IF
              END-IF
              ADD 1 TO WS-DY-USED
              MOVE WS-DY-USED TO WS-DY-SUB
              MOVE WS-SHR-DEPT TO WS-DY-DEPT(WS-DY-SUB)
              MOVE WS-CLOSE-YYYY TO WS-DY-YEAR(WS-DY-SUB)
              MOVE 0 TO WS-DY-SPEND(WS-DY-SUB)
           END-IF
           ADD WS-SHR-AMT TO WS-DY-SPEND(WS-DY-SUB).
       250-EXIT.
           EXIT.

              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                 TICKET-STATUS = 'CLOSED' AND
                 TICKET-DEPARTMENT NOT = SPACES AND
                 TICKET-ACT-COST > 0 AND
                 TICKET-LAST-UPDATE(7:4) = WS-CUR-YEAR
                 PERFORM 357-LIST-IF-SHARED
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE(WS-FILE-NAME)
                RESP(WS-RETNCODE2)
           END-EXEC.
       355-EXIT.
           EXIT.

      *    A contributing ticket is listed with the department's
      *    share of its cost - the whole cost when it is unsplit.
       357-LIST-IF-SHARED.
           PERFORM 245-RESOLVE-SPLIT
           MOVE TICKET-ACT-COST TO WS-LEFT-AMT
           PERFORM VARYING WS-AL-SUB FROM 1 BY 1
                   UNTIL WS-AL-SUB > ALC-COUNT
              PERFORM 248-SHARE-AMOUNT
              IF WS-SHR-DEPT = WS-CUR-DEPT AND WS-SHR-AMT > 0
                 MOVE WS-SHR-AMT TO WS-ACT-DISP
                 MOVE SPACES TO WS-RPT-WORK
                 STRING '   ' DELIMITED BY SIZE
                        TICKET-KEY DELIMITED BY SIZE
                        DELIMITED BY SIZE
                        INTO WS-RPT-WORK
                 END-STRING
                 IF ALC-SOURCE NOT = 'N'
                    MOVE 'SPLIT SHARE' TO WS-RPT-WORK(41:11)
                 END-IF
                 PERFORM 910-WRITE-RPT-LINE
              END-IF
           END-PERFORM.
       357-EXIT.
           EXIT.

       360-CORRECT-STORED-YTD.
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'SM83RPT' TO RPT-Report-ID
           MOVE BDQ-BUS-DATE TO RPT-Run-Date
           MOVE 1 TO RPT-Line-Number
           PERFORM UNTIL RPT-Line-Number = 0
              EXEC CICS READ
                      RESP(WS-RPT-RESP)
                 END-EXEC
                 MOVE 'SM83RPT' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE BDQ-BUS-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
