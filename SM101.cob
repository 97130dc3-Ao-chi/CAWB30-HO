       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM101 is the nightly chain driver (TRANSID 'S101' - the       *
      *  two-digit SMnn transid range ran out at SM99). The twelve     *
      *  housekeeping jobs in WS-CHAIN-TABLE used to self-reschedule   *
      *  on independent 24-hour INTERVALs with no ordering - some      *
      *  nights SM015's archive moved tickets before SM022 had         *
      *  which steps it has released - so a driver rerun never         *
      *  double-starts a step, and the SM031 console shows both the    *
      *  chain position (the S101 rows) and each member's outcome.     *
      *  "Today" is the business date from the SM149 service: while    *
      *  operations rerun a missed night from the console, the chain   *
      *  is walked for that date - member and driver rows are matched  *
      *  on the business date they carry, whatever day they ran.       *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.

      *    The declared nightly sequence. SM150's backup window
      *    closes the files and holds the chain until it reopens
      *    them; SM022's reconciliation runs before SM015's archive
      *    moves anything; SM054's export waits for the archive;
      *    the purges and snapshots close the night. SM018's breach
      *    sweep is intraday work on a six-hour INTERVAL and stays
      *    out of the chain.
       01  WS-CHAIN-TABLE.
           05 FILLER                             PIC X(04) VALUE
              'SM13'.
           05 FILLER                             PIC X(04) VALUE
              'S150'.
           05 FILLER                             PIC X(04) VALUE
              'SM22'.
           05 FILLER                             PIC X(04) VALUE
           05 FILLER                             PIC X(04) VALUE
              'SM58'.
       01  WS-CHAIN-TABLE-R REDEFINES WS-CHAIN-TABLE.
           05 WS-CHAIN-STEP OCCURS 12            PIC X(04).
       01  WS-CHAIN-SIZE                         PIC S9(4) COMP
           VALUE 12.

       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-STARTED-STEP                       PIC S9(4) COMP.
       01  WS-HELD                               PIC X.
       01  WS-SUB                                PIC S9(4) COMP.
       01  WS-NEXT-STEP                          PIC S9(4) COMP.
       01  WS-ROW-BUS-DATE                       PIC 9(08).
       01  WS-BR-KEYS.
           05 WS-BR-JOB                          PIC X(04).
           05 WS-BR-DATE                         PIC 9(08).
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOB-START-TIME
           PERFORM 105-GET-BUS-DATE
           MOVE BDQ-BUS-DATE TO WS-TODAY-YYYYMMDD
           PERFORM 200-FIND-STARTED-STEP
           PERFORM 300-FIND-DONE-STEP
           IF WS-HELD = 'N' AND
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

      *    The driver's own S101 rows for the business date carry
      *    the step numbers it has already released - the highest is
      *    where the chain stands. A rerun of a past date finds its
      *    rows on any run date from that day on.
       200-FIND-STARTED-STEP.
           MOVE 0 TO WS-STARTED-STEP
           MOVE 'S101' TO WS-BR-JOB
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR WS-BR-JOB NOT = 'S101'
                 MOVE 0 TO JOBH-Bus-Date
                 EXEC CICS READNEXT
                      FILE('STF026J')
                      INTO(JOBH-REC)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    WS-BR-JOB = 'S101'
                    PERFORM 360-ROW-BUS-DATE
                    IF WS-ROW-BUS-DATE = WS-TODAY-YYYYMMDD AND
                       JOBH-Count > WS-STARTED-STEP
                       MOVE JOBH-Count TO WS-STARTED-STEP
                    END-IF
                 END-IF
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                 OR WS-BR-JOB NOT = WS-CHAIN-STEP(WS-SUB)
                 MOVE 0 TO JOBH-Bus-Date
                 EXEC CICS READNEXT
                      FILE('STF026J')
                      INTO(JOBH-REC)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    WS-BR-JOB = WS-CHAIN-STEP(WS-SUB)
                    PERFORM 360-ROW-BUS-DATE
                    IF WS-ROW-BUS-DATE = WS-TODAY-YYYYMMDD
                       MOVE 'Y' TO WS-STEP-FOUND
                       MOVE JOBH-Outcome TO WS-STEP-OUTCOME
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
       350-EXIT.
           EXIT.

      *    A row from before the business date was carried worked
      *    for the day it ran.
       360-ROW-BUS-DATE.
           IF JOBH-Bus-Date NUMERIC AND JOBH-Bus-Date > 0
              MOVE JOBH-Bus-Date TO WS-ROW-BUS-DATE
           ELSE
              MOVE JOBH-Run-Date TO WS-ROW-BUS-DATE
           END-IF.
       360-EXIT.
           EXIT.

      *    Release the next member and record it as a driver row -
      *    rerun-safe because 200 will see the count.
       400-RELEASE-NEXT-STEP.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-NEXT-STEP TO JOBH-Count
           MOVE 'OK' TO JOBH-Outcome
           MOVE BDQ-BUS-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
