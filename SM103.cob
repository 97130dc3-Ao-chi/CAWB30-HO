      *  PENDING and REJECTED rows stay for the loaders and the        *
      *  SM100 review screen however old they get. Rows removed per    *
      *  file go to STF010R under 'S103RPT'.                           *
      *                                                                *
      *  Rows under legal hold never age. The registry also knows      *
      *  where a row names a ticket and a userid; a row whose ticket   *
      *  is held - by number, or through the requestor or department   *
      *  read off the live or archived ticket - or whose userid is a   *
      *  held requestor is kept and counted as HELD on the report.     *
      *  The holds come from the SM144 service once per run; when it  *
      *  cannot answer, nothing is aged and the run ends NOHOLD.       *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF066N.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
           COPY SMHLD01 REPLACING ==HLQ-COMMAREA== BY ==WS-HOLD-AREA==.
       01  WS-HOLD-OK                            PIC X(01).
       01  WS-HOLD-SUB                           PIC 9(03).
       01  WS-HOLD-HIT                           PIC X(01).
       01  WS-HOLD-TICKET                        PIC X(07).
       01  WS-HOLD-USER                          PIC X(08).
       01  WS-HOLD-DEPT                          PIC X(08).
       01  WS-HOLD-LAST-TICKET                   PIC X(07).
       01  WS-HOLD-LAST-USER                     PIC X(08).
       01  WS-HOLD-LAST-DEPT                     PIC X(08).
       01  WS-FILE-HELD                          PIC 9(06).
       01  WS-HELD-DISP                          PIC 9(06).

      *    File, key length, date source (K = YYYYMMDD at the offset
      *    in the record, S = MM/DD/YYYY stamp at the offset), then
      *    an optional guard: a non-space guard byte means only rows
      *    carrying that byte at the guard offset are eligible -
      *    'L' at offset 15 is the first byte of a LOADED STF064E
      *    staging status. Last, the offsets of the ticket number
      *    and the userid the row names for the legal-hold test,
      *    000 where it names none.
       01  WS-AGE-TABLE.
           05 FILLER PIC X(24) VALUE 'STF009N 13S021 000014001'.
           05 FILLER PIC X(24) VALUE 'STF024S 13K001 000000022'.
           05 FILLER PIC X(24) VALUE 'STF025E 13K001 000078070'.
           05 FILLER PIC X(24) VALUE 'STF030A 13K001 000022000'.
           05 FILLER PIC X(24) VALUE 'STF026J 18K005 000000000'.
           05 FILLER PIC X(24) VALUE 'STF059A 12K013 000001000'.
           05 FILLER PIC X(24) VALUE 'STF067I 18K001 000000000'.
           05 FILLER PIC X(24) VALUE 'STF069J 09K010 000019000'.
           05 FILLER PIC X(24) VALUE 'STF064E 14S053L015000000'.
       01  WS-AGE-TABLE-R REDEFINES WS-AGE-TABLE.
           05 WS-AGE-ENTRY OCCURS 9.
              10 WS-AGE-FILE                     PIC X(08).
              10 WS-AGE-DATEOFF                  PIC 9(03).
              10 WS-AGE-GUARD                    PIC X(01).
              10 WS-AGE-GUARDOFF                 PIC 9(03).
              10 WS-AGE-TKTOFF                   PIC 9(03).
              10 WS-AGE-USROFF                   PIC 9(03).

       01  WS-SUB                                PIC S9(4) COMP.
       01  WS-GEN-REC                            PIC X(600).
       77  WS-RETNCODE2                          PIC S9(8) COMP.

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
           MOVE BDQ-BUS-DATE TO WS-TODAY-YYYYMMDD
           PERFORM 150-INIT-RPT-RUN
           PERFORM 170-LOAD-HOLDS
           IF WS-HOLD-OK NOT = 'Y'
              IF WS-HOLD-OK = 'O'
                 MOVE 'MORE THAN 200 HOLDS IN FORCE - SEE SM145 REPORT'
                      TO WS-RPT-WORK
                 PERFORM 910-WRITE-RPT-LINE
              END-IF
              MOVE 'HOLD LIST UNAVAILABLE - NOTHING AGED' TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
              MOVE 0 TO WS-JOB-COUNT
              MOVE 'NOHOLD' TO WS-JOB-OUTCOME
              PERFORM 800-WRITE-JOB-HISTORY
              PERFORM 900-RESCHEDULE
              EXEC CICS RETURN
              END-EXEC
           END-IF
           MOVE SPACES TO WS-HOLD-LAST-TICKET
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9
              PERFORM 200-AGE-ONE-FILE
           END-PERFORM
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

       200-AGE-ONE-FILE.
           MOVE WS-AGE-FILE(WS-SUB) TO RETN-File
           EXEC CICS READ
                TO WS-CUTOFF
           MOVE WS-AGE-KEYLEN(WS-SUB) TO WS-GEN-KEYLEN
           MOVE 0 TO WS-FILE-REMOVED
           MOVE 0 TO WS-FILE-HELD
           PERFORM 300-QUEUE-AGED-KEYS
           PERFORM 400-REMOVE-QUEUED
           EXEC CICS DELETEQ TS
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE WS-FILE-REMOVED TO WS-REMOVED-DISP
           MOVE WS-FILE-HELD TO WS-HELD-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING WS-AGE-FILE(WS-SUB) DELIMITED BY SIZE
                  ' ROWS REMOVED ' DELIMITED BY SIZE
                  WS-REMOVED-DISP DELIMITED BY SIZE
                  ' DISP ' DELIMITED BY SIZE
                  WS-DISP DELIMITED BY SIZE
                  ' HELD ' DELIMITED BY SIZE
                  WS-HELD-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
                    IF WS-ROW-DATE NOT = 0 AND
                       WS-ROW-DATE < WS-CUTOFF AND
                       WS-GUARD-OK = 'Y'
                       PERFORM 370-CHECK-ROW-HOLD
                       IF WS-HOLD-HIT = 'Y'
                          ADD 1 TO WS-FILE-HELD
                       ELSE
                          EXEC CICS WRITEQ TS
                               QUEUE(WS-QNAME)
                               FROM(WS-GEN-KEY)
                               LENGTH(LENGTH OF WS-GEN-KEY)
                          END-EXEC
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
       360-EXIT.
           EXIT.

      *    The row's own ticket and userid first; then, when any
      *    requestor or department hold is in force, the ticket's
      *    requestor and department off STF001C or, once archived,
      *    STF001H - remembered for the next row on the same ticket.
       370-CHECK-ROW-HOLD.
           MOVE 'N' TO WS-HOLD-HIT
           IF HLQ-COUNT = 0
              GO TO 370-EXIT
           END-IF
           MOVE SPACES TO WS-HOLD-TICKET
           MOVE SPACES TO WS-HOLD-USER
           MOVE SPACES TO WS-HOLD-DEPT
           IF WS-AGE-TKTOFF(WS-SUB) > 0
              MOVE WS-AGE-TKTOFF(WS-SUB) TO WS-OFF
              MOVE WS-GEN-REC(WS-OFF:7) TO WS-HOLD-TICKET
           END-IF
           IF WS-AGE-USROFF(WS-SUB) > 0
              MOVE WS-AGE-USROFF(WS-SUB) TO WS-OFF
              MOVE WS-GEN-REC(WS-OFF:8) TO WS-HOLD-USER
           END-IF
           PERFORM 380-CHECK-HOLD
           IF WS-HOLD-HIT = 'Y' OR
              WS-HOLD-TICKET = SPACES OR
              HLQ-RD-COUNT = 0
              GO TO 370-EXIT
           END-IF
           IF WS-HOLD-TICKET NOT = WS-HOLD-LAST-TICKET
              MOVE WS-HOLD-TICKET TO WS-HOLD-LAST-TICKET
              MOVE SPACES TO WS-HOLD-LAST-USER
              MOVE SPACES TO WS-HOLD-LAST-DEPT
              MOVE WS-HOLD-TICKET TO TICKET-KEY
              EXEC CICS READ
                   FILE('STF001C')
                   INTO (WS-TICKET-REC)
                   RIDFLD (TICKET-KEY)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                 EXEC CICS READ
                      FILE('STF001H')
                      INTO (WS-TICKET-REC)
                      RIDFLD (TICKET-KEY)
                      RESP(WS-RETNCODE2)
                 END-EXEC
              END-IF
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE TICKET-REQUESTOR TO WS-HOLD-LAST-USER
                 MOVE TICKET-DEPARTMENT TO WS-HOLD-LAST-DEPT
              END-IF
           END-IF
           MOVE WS-HOLD-LAST-USER TO WS-HOLD-USER
           MOVE WS-HOLD-LAST-DEPT TO WS-HOLD-DEPT
           PERFORM 380-CHECK-HOLD.
       370-EXIT.
           EXIT.

      *    WS-HOLD-HIT is Y when the ticket, requestor or department
      *    in WS-HOLD-TICKET/-USER/-DEPT is named by a hold in force.
       380-CHECK-HOLD.
           MOVE 'N' TO WS-HOLD-HIT
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > HLQ-COUNT
                   OR WS-HOLD-HIT = 'Y'
              EVALUATE HLQ-TYPE(WS-HOLD-SUB)
                WHEN 'T'
                     IF HLQ-VALUE(WS-HOLD-SUB) = WS-HOLD-TICKET
                        MOVE 'Y' TO WS-HOLD-HIT
                     END-IF
                WHEN 'R'
                     IF HLQ-VALUE(WS-HOLD-SUB) = WS-HOLD-USER
                        MOVE 'Y' TO WS-HOLD-HIT
                     END-IF
                WHEN 'D'
                     IF HLQ-VALUE(WS-HOLD-SUB) = WS-HOLD-DEPT
                        MOVE 'Y' TO WS-HOLD-HIT
                     END-IF
              END-EVALUATE
           END-PERFORM.
       380-EXIT.
           EXIT.

      *    The holds in force tonight, one LINK per run.
       170-LOAD-HOLDS.
           MOVE 'Y' TO WS-HOLD-OK
           MOVE '01' TO HLQ-VERSION
           EXEC CICS LINK
                PROGRAM('SM144')
                COMMAREA(WS-HOLD-AREA)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE 'N' TO WS-HOLD-OK
           ELSE
              IF HLQ-OVERFLOW NOT = 'N'
                 MOVE 'O' TO WS-HOLD-OK
              END-IF
           END-IF.
       170-EXIT.
           EXIT.

       400-REMOVE-QUEUED.
           EXEC CICS READQ TS
                QUEUE(WS-QNAME)
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S103RPT' TO RPT-Report-ID
           MOVE BDQ-BUS-DATE TO RPT-Run-Date
           MOVE 1 TO RPT-Line-Number
           PERFORM UNTIL RPT-Line-Number = 0
              EXEC CICS READ
                      RESP(WS-RPT-RESP)
                 END-EXEC
                 MOVE 'S103RPT' TO RPT-Report-ID
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
