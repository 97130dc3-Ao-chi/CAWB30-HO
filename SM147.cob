       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM147.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM147 is the nightly satellite-file integrity sweep (TRANSID  *
      *  'S147'), a self-rescheduling housekeeping transaction. SM022  *
      *  reconciles STF002E against the tickets and SM044 checks the   *
      *  ticket fields themselves, but the files hanging off a ticket  *
      *  key were never checked: STF005W watchers, STF020W work logs,  *
      *  STF053U part usage, STF042K checklist answers, STF044A        *
      *  questionnaire answers, STF028X description lines, STF017F     *
      *  vendor referrals and STF060Q QA reviews. Each is browsed once *
      *  and every row whose ticket is in neither STF001C nor STF001H  *
      *  is an orphan (NO TICKET), as is a row naming a watcher,       *
      *  worker, user, confirmer, provider or reviewer missing from    *
      *  uaf001 (NO USER). Every orphan is reported by file and reason *
      *  to STF010R under 'S147RPT' and kept in the STF102O register,  *
      *  where a row that is no longer an orphan simply drops out.     *
      *                                                                *
      *  Nothing is deleted on the sweep's own say-so. An admin        *
      *  confirms a register row as junk with PF9 on SM033 table ORPH  *
      *  and a second admin releases that on SM070; the next run's     *
      *  purge pass, ahead of the sweep, re-checks each confirmed row  *
      *  and deletes the satellite record only if it is still an       *
      *  orphan and no legal hold from the SM144 service names its     *
      *  ticket, requestor or department (nor, for NO USER, the        *
      *  missing userid). The register row turns PURGED as the record  *
      *  of what went. When the hold list cannot be had the purge pass *
      *  is skipped, the sweep still reports, and the run ends NOHOLD. *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
           COPY STF102O.
           COPY STF005W.
           COPY STF020W.
           COPY STF053U.
           COPY STF042K.
           COPY STF044A.
           COPY STF028X.
           COPY STF017F.
           COPY STF060Q.
           COPY STF010R.
           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
           COPY SMHLD01 REPLACING ==HLQ-COMMAREA== BY ==WS-HOLD-AREA==.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       77  WS-JOB-RESP                           PIC S9(8) COMP.
       01  WS-STD-KEY-LEN                        PIC S9(4) COMP VALUE 8.
       01  WS-UAF-PROBE                          PIC X(200).

      *    The satellite files swept, each with its key length for
      *    the purge-pass DELETE. The order is the sweep order.
       01  WS-SAT-TABLE.
           05 FILLER PIC X(10) VALUE 'STF005W 10'.
           05 FILLER PIC X(10) VALUE 'STF020W 10'.
           05 FILLER PIC X(10) VALUE 'STF053U 10'.
           05 FILLER PIC X(10) VALUE 'STF042K 09'.
           05 FILLER PIC X(10) VALUE 'STF044A 09'.
           05 FILLER PIC X(10) VALUE 'STF028X 10'.
           05 FILLER PIC X(10) VALUE 'STF017F 07'.
           05 FILLER PIC X(10) VALUE 'STF060Q 07'.
       01  WS-SAT-TABLE-R REDEFINES WS-SAT-TABLE.
           05 WS-SAT-ENTRY OCCURS 8.
              10 WS-SAT-FILE                     PIC X(08).
              10 WS-SAT-KEYLEN                   PIC 9(02).
       01  WS-SAT-COUNTS.
           05 WS-SAT-CNT OCCURS 8.
              10 WS-SAT-BROWSED                  PIC X(01).
              10 WS-SAT-SCANNED                  PIC 9(07).
              10 WS-SAT-NO-TICKET                PIC 9(05).
              10 WS-SAT-NO-USER                  PIC 9(05).
              10 WS-SAT-PURGED                   PIC 9(05).
       01  WS-SAT-SUB                            PIC 9(02).
       01  WS-SAT-HIT                            PIC 9(02).

      *    The row under test, staged by each file's browse.
       01  WS-CHK-FILE                           PIC X(08).
       01  WS-CHK-KEY                            PIC X(10).
       01  WS-CHK-TICKET                         PIC X(07).
       01  WS-CHK-USER1                          PIC X(08).
       01  WS-CHK-USER2                          PIC X(08).
       01  WS-ORPHAN-REASON                      PIC X(10).
       01  WS-ORPHAN-VALUE                       PIC X(08).

      *    Rows are keyed by ticket, so the last ticket's answer
      *    serves the rest of its rows; likewise the last userid.
       01  WS-LAST-TICKET                        PIC X(07).
       01  WS-LAST-TICKET-LIVE                   PIC X(01).
       01  WS-LAST-REQUESTOR                     PIC X(08).
       01  WS-LAST-DEPT                          PIC X(08).
       01  WS-PROBE-TICKET                       PIC X(07).
       01  WS-PROBE-USER                         PIC X(08).
       01  WS-LAST-USER                          PIC X(08).
       01  WS-LAST-USER-LIVE                     PIC X(01).

       01  WS-HOLD-OK                            PIC X(01).
       01  WS-HOLD-SUB                           PIC 9(03).
       01  WS-HOLD-HIT                           PIC X(01).
       01  WS-HOLD-MATTER                        PIC X(20).
       01  WS-HOLD-TICKET                        PIC X(07).
       01  WS-HOLD-USER                          PIC X(08).
       01  WS-HOLD-DEPT                          PIC X(08).

      *    Register keys worked after their browse closes.
       01  WS-PRG-QNAME                          PIC X(08) VALUE
           'S147PRG '.
       01  WS-CLR-QNAME                          PIC X(08) VALUE
           'S147CLR '.
       01  WS-Q-KEYS                             PIC X(18).
       01  WS-Q-COUNT                            PIC S9(4) COMP.
       01  WS-ITEM                               PIC S9(4) COMP.
       01  WS-DEL-KEYLEN                         PIC S9(4) COMP.
       01  WS-STILL-ORPHAN                       PIC X(01).
       01  WS-SAT-ROW                            PIC X(200).
       01  WS-SAT-STATE                          PIC X(01).

       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       01  WS-JOB-COUNT                          PIC 9(05) VALUE 0.
       01  WS-JOB-OUTCOME                        PIC X(08).
       01  WS-RPT-WORK                           PIC X(100).
       01  WS-ORPHAN-TOTAL                       PIC 9(05) VALUE 0.
       01  WS-PURGED-COUNT                       PIC 9(05) VALUE 0.
       01  WS-RESOLVED-COUNT                     PIC 9(05) VALUE 0.
       01  WS-HELD-COUNT                         PIC 9(05) VALUE 0.
       01  WS-CLEARED-COUNT                      PIC 9(05) VALUE 0.
       01  WS-COUNT-DISP                         PIC ZZZZ9.
       01  WS-SCAN-DISP                          PIC ZZZZZZ9.

       01  WS-OR-HDR                             PIC X(60) VALUE
           'FILE     KEY        REASON     VALUE    FIRST    CONFIRMED'.
       01  WS-OR-LINE.
           05 OL-FILE                            PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 OL-KEY                             PIC X(10).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 OL-REASON                          PIC X(10).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 OL-VALUE                           PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 OL-FIRST                           PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 OL-CONFIRMED                       PIC X(03).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 OL-NOTE                            PIC X(30).

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOB-START-TIME
           PERFORM 105-GET-BUS-DATE
           MOVE BDQ-BUS-DATE TO WS-TODAY-YYYYMMDD
           PERFORM VARYING WS-SAT-SUB FROM 1 BY 1 UNTIL WS-SAT-SUB > 8
              MOVE 'N' TO WS-SAT-BROWSED(WS-SAT-SUB)
              MOVE 0 TO WS-SAT-SCANNED(WS-SAT-SUB)
              MOVE 0 TO WS-SAT-NO-TICKET(WS-SAT-SUB)
              MOVE 0 TO WS-SAT-NO-USER(WS-SAT-SUB)
              MOVE 0 TO WS-SAT-PURGED(WS-SAT-SUB)
           END-PERFORM
           MOVE 'OK' TO WS-JOB-OUTCOME
           PERFORM 150-INIT-RPT-RUN
           PERFORM 170-LOAD-HOLDS
           IF WS-HOLD-OK = 'Y'
              PERFORM 200-PURGE-PASS
           ELSE
              IF WS-HOLD-OK = 'O'
                 MOVE 'MORE THAN 200 HOLDS IN FORCE - SEE SM145 REPORT'
                      TO WS-RPT-WORK
                 PERFORM 910-WRITE-RPT-LINE
              END-IF
              MOVE 'HOLD LIST UNAVAILABLE - PURGE PASS SKIPPED'
                   TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
              MOVE 'NOHOLD' TO WS-JOB-OUTCOME
           END-IF
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'ORPHANS FOUND' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-OR-HDR TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE SPACES TO WS-LAST-TICKET
           MOVE SPACES TO WS-LAST-USER
           PERFORM 310-SWEEP-WATCHERS
           PERFORM 320-SWEEP-WORK-LOGS
           PERFORM 330-SWEEP-PART-USAGE
           PERFORM 340-SWEEP-CHECKLISTS
           PERFORM 350-SWEEP-ANSWERS
           PERFORM 360-SWEEP-DESC-LINES
           PERFORM 370-SWEEP-REFERRALS
           PERFORM 380-SWEEP-QA-REVIEWS
           PERFORM 500-CLEAR-RESOLVED
           PERFORM 600-WRITE-TOTALS
           MOVE WS-ORPHAN-TOTAL TO WS-JOB-COUNT
           PERFORM 800-WRITE-JOB-HISTORY
           PERFORM 900-RESCHEDULE
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

      *    The confirmed OPEN register rows are queued first - no
      *    register update under its own browse - then each is
      *    re-checked and purged one keyed update at a time.
       200-PURGE-PASS.
           MOVE 'PURGE PASS - ORPHANS CONFIRMED AS JUNK' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           EXEC CICS DELETEQ TS
                QUEUE(WS-PRG-QNAME)
                RESP(WS-RETNCODE2)
           END-EXEC
           MOVE 0 TO WS-Q-COUNT
           MOVE LOW-VALUES TO ORPH-KEYS
           EXEC CICS STARTBR
                FILE('STF102O')
                RIDFLD (ORPH-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF102O')
                      INTO (ORPH-REC)
                      RIDFLD (ORPH-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    ORPH-Confirmed = 'Y' AND
                    ORPH-Status = 'OPEN'
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-PRG-QNAME)
                         FROM (ORPH-KEYS)
                         LENGTH (LENGTH OF ORPH-KEYS)
                    END-EXEC
                    ADD 1 TO WS-Q-COUNT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF102O')
              END-EXEC
           END-IF
           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM > WS-Q-COUNT
              EXEC CICS READQ TS
                   QUEUE(WS-PRG-QNAME)
                   INTO (WS-Q-KEYS)
                   ITEM (WS-ITEM)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 PERFORM 210-PURGE-ONE
              END-IF
           END-PERFORM
           EXEC CICS DELETEQ TS
                QUEUE(WS-PRG-QNAME)
                RESP(WS-RETNCODE2)
           END-EXEC.
       200-EXIT.
           EXIT.

       210-PURGE-ONE.
           MOVE WS-Q-KEYS TO ORPH-KEYS
           EXEC CICS READ
                FILE('STF102O')
                INTO (ORPH-REC)
                RIDFLD (ORPH-KEYS)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 210-EXIT
           END-IF
           MOVE ORPH-File TO OL-FILE
           MOVE ORPH-Rec-Key TO OL-KEY
           MOVE ORPH-Reason TO OL-REASON
           MOVE ORPH-Value TO OL-VALUE
           MOVE ORPH-First-Seen TO OL-FIRST
           MOVE 'YES' TO OL-CONFIRMED
           MOVE 0 TO WS-SAT-HIT
           PERFORM VARYING WS-SAT-SUB FROM 1 BY 1 UNTIL WS-SAT-SUB > 8
              IF WS-SAT-FILE(WS-SAT-SUB) = ORPH-File
                 MOVE WS-SAT-SUB TO WS-SAT-HIT
              END-IF
           END-PERFORM
           PERFORM 220-RECHECK-ORPHAN
           IF WS-STILL-ORPHAN = 'N' OR WS-SAT-HIT = 0
              EXEC CICS DELETE
                   FILE('STF102O')
                   RESP(WS-RETNCODE)
              END-EXEC
              ADD 1 TO WS-RESOLVED-COUNT
              MOVE 'NO LONGER AN ORPHAN - DROPPED' TO OL-NOTE
              MOVE WS-OR-LINE TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
              GO TO 210-EXIT
           END-IF
           PERFORM 230-CHECK-PURGE-HOLD
           IF WS-HOLD-HIT = 'Y'
              EXEC CICS UNLOCK
                   FILE('STF102O')
                   RESP(WS-RETNCODE)
              END-EXEC
              ADD 1 TO WS-HELD-COUNT
              MOVE SPACES TO OL-NOTE
              STRING 'HELD ' DELIMITED BY SIZE
                     WS-HOLD-MATTER DELIMITED BY SIZE
                     INTO OL-NOTE
              END-STRING
              MOVE WS-OR-LINE TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
              GO TO 210-EXIT
           END-IF
           PERFORM 240-READ-SATELLITE
           IF WS-SAT-STATE = 'X'
              EXEC CICS UNLOCK
                   FILE(ORPH-File)
                   RESP(WS-RETNCODE2)
              END-EXEC
              EXEC CICS DELETE
                   FILE('STF102O')
                   RESP(WS-RETNCODE)
              END-EXEC
              ADD 1 TO WS-RESOLVED-COUNT
              MOVE 'ROW NO LONGER NAMES THE VALUE - DROPPED' TO OL-NOTE
              MOVE WS-OR-LINE TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
              GO TO 210-EXIT
           END-IF
           IF WS-SAT-STATE = 'C'
              EXEC CICS DELETE
                   FILE(ORPH-File)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'PURGED' TO ORPH-Status
              MOVE WS-TODAY-YYYYMMDD TO ORPH-Purge-Date
              EXEC CICS REWRITE
                   FILE('STF102O')
                   FROM (ORPH-REC)
                   RESP(WS-RETNCODE)
              END-EXEC
              ADD 1 TO WS-PURGED-COUNT
              ADD 1 TO WS-SAT-PURGED(WS-SAT-HIT)
              MOVE 'PURGED' TO OL-NOTE
           ELSE
           IF WS-RETNCODE2 = DFHRESP(NOTFND)
              EXEC CICS DELETE
                   FILE('STF102O')
                   RESP(WS-RETNCODE)
              END-EXEC
              ADD 1 TO WS-RESOLVED-COUNT
              MOVE 'ALREADY GONE - DROPPED' TO OL-NOTE
           ELSE
              EXEC CICS UNLOCK
                   FILE('STF102O')
                   RESP(WS-RETNCODE)
              END-EXEC
              MOVE 'DELETE FAILED - RETRY NEXT RUN' TO OL-NOTE
           END-IF
           END-IF
           MOVE WS-OR-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       210-EXIT.
           EXIT.

      *    The finding is tested again before anything is deleted - a
      *    ticket restored by SM028 or a userid re-created since the
      *    admins confirmed it turns the row back into good data.
       220-RECHECK-ORPHAN.
           MOVE 'Y' TO WS-STILL-ORPHAN
           MOVE ORPH-Rec-Key(1:7) TO WS-PROBE-TICKET
           PERFORM 410-PROBE-TICKET
           IF ORPH-Reason = 'NO TICKET'
              IF WS-LAST-TICKET-LIVE = 'Y'
                 MOVE 'N' TO WS-STILL-ORPHAN
              END-IF
           ELSE
              MOVE ORPH-Value TO WS-PROBE-USER
              PERFORM 420-PROBE-USER
              IF WS-LAST-USER-LIVE = 'Y'
                 MOVE 'N' TO WS-STILL-ORPHAN
              END-IF
           END-IF.
       220-EXIT.
           EXIT.

      *    The satellite row itself is read for update and its own
      *    fields tested, the way its sweep took them: the row must
      *    still carry the missing ticket or userid the admins
      *    confirmed. WS-SAT-STATE is C confirmed and held for the
      *    delete, X changed since the finding, else the READ failed
      *    and WS-RETNCODE2 carries why (NOTFND when already gone).
       240-READ-SATELLITE.
           MOVE SPACES TO WS-SAT-STATE
           MOVE WS-SAT-KEYLEN(WS-SAT-HIT) TO WS-DEL-KEYLEN
           MOVE SPACES TO WS-SAT-ROW
           EXEC CICS READ
                FILE(ORPH-File)
                INTO (WS-SAT-ROW)
                RIDFLD (ORPH-Rec-Key)
                KEYLENGTH (WS-DEL-KEYLEN)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 240-EXIT
           END-IF
           MOVE SPACES TO WS-CHK-USER1
           MOVE SPACES TO WS-CHK-USER2
           EVALUATE WS-SAT-HIT
              WHEN 1
                 MOVE WS-SAT-ROW TO WATCHER-REC
                 MOVE WATCHER-Ticket-ID TO WS-CHK-TICKET
                 MOVE WATCHER-Userid TO WS-CHK-USER1
                 MOVE WATCHER-Added-By TO WS-CHK-USER2
              WHEN 2
                 MOVE WS-SAT-ROW TO WORKLOG-REC
                 MOVE WL-Ticket-ID TO WS-CHK-TICKET
                 MOVE WL-Worker TO WS-CHK-USER1
              WHEN 3
                 MOVE WS-SAT-ROW TO USAGE-REC
                 MOVE USAGE-Ticket-ID TO WS-CHK-TICKET
                 MOVE USAGE-By TO WS-CHK-USER1
              WHEN 4
                 MOVE WS-SAT-ROW TO TCHK-REC
                 MOVE TCHK-Ticket-ID TO WS-CHK-TICKET
                 MOVE TCHK-BY TO WS-CHK-USER1
              WHEN 5
                 MOVE WS-SAT-ROW TO ANSW-REC
                 MOVE ANSW-Ticket-ID TO WS-CHK-TICKET
              WHEN 6
                 MOVE WS-SAT-ROW TO DESCX-REC
                 MOVE DESCX-Ticket-ID TO WS-CHK-TICKET
              WHEN 7
                 MOVE WS-SAT-ROW TO REFERRAL-REC
                 MOVE REF-Ticket-ID TO WS-CHK-TICKET
              WHEN 8
                 MOVE WS-SAT-ROW TO QA-REC
                 MOVE QA-Ticket-ID TO WS-CHK-TICKET
                 MOVE QA-Provider TO WS-CHK-USER1
                 MOVE QA-Reviewer TO WS-CHK-USER2
           END-EVALUATE
           MOVE 'X' TO WS-SAT-STATE
           IF ORPH-Reason = 'NO TICKET'
              IF WS-CHK-TICKET = ORPH-Value(1:7)
                 MOVE 'C' TO WS-SAT-STATE
              END-IF
           ELSE
              IF WS-CHK-USER1 = ORPH-Value OR
                 WS-CHK-USER2 = ORPH-Value
                 MOVE 'C' TO WS-SAT-STATE
              END-IF
           END-IF.
       240-EXIT.
           EXIT.

      *    The row's ticket, that ticket's requestor and department
      *    when it can still be found, and for a NO USER row the
      *    missing userid too.
       230-CHECK-PURGE-HOLD.
           MOVE SPACES TO WS-HOLD-TICKET
           MOVE SPACES TO WS-HOLD-USER
           MOVE SPACES TO WS-HOLD-DEPT
           MOVE ORPH-Rec-Key(1:7) TO WS-HOLD-TICKET
           IF WS-LAST-TICKET-LIVE = 'Y'
              MOVE WS-LAST-REQUESTOR TO WS-HOLD-USER
              MOVE WS-LAST-DEPT TO WS-HOLD-DEPT
           END-IF
           PERFORM 280-CHECK-HOLD
           IF WS-HOLD-HIT = 'N' AND ORPH-Reason = 'NO USER'
              MOVE ORPH-Value TO WS-HOLD-USER
              PERFORM 280-CHECK-HOLD
           END-IF.
       230-EXIT.
           EXIT.

       280-CHECK-HOLD.
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
              IF WS-HOLD-HIT = 'Y'
                 MOVE HLQ-MATTER(WS-HOLD-SUB) TO WS-HOLD-MATTER
              END-IF
           END-PERFORM.
       280-EXIT.
           EXIT.

       310-SWEEP-WATCHERS.
           MOVE 1 TO WS-SAT-SUB
           MOVE LOW-VALUES TO WATCHER-KEYS
           EXEC CICS STARTBR
                FILE('STF005W')
                RIDFLD (WATCHER-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 310-EXIT
           END-IF
           MOVE 'Y' TO WS-SAT-BROWSED(WS-SAT-SUB)
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF005W')
                   INTO (WATCHER-REC)
                   RIDFLD (WATCHER-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 MOVE SPACES TO WS-CHK-KEY
                 MOVE WATCHER-KEYS TO WS-CHK-KEY
                 MOVE WATCHER-Ticket-ID TO WS-CHK-TICKET
                 MOVE WATCHER-Userid TO WS-CHK-USER1
                 MOVE WATCHER-Added-By TO WS-CHK-USER2
                 PERFORM 400-CHECK-ROW
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF005W')
           END-EXEC.
       310-EXIT.
           EXIT.

       320-SWEEP-WORK-LOGS.
           MOVE 2 TO WS-SAT-SUB
           MOVE LOW-VALUES TO WL-KEYS
           EXEC CICS STARTBR
                FILE('STF020W')
                RIDFLD (WL-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 320-EXIT
           END-IF
           MOVE 'Y' TO WS-SAT-BROWSED(WS-SAT-SUB)
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF020W')
                   INTO (WORKLOG-REC)
                   RIDFLD (WL-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 MOVE SPACES TO WS-CHK-KEY
                 MOVE WL-KEYS TO WS-CHK-KEY
                 MOVE WL-Ticket-ID TO WS-CHK-TICKET
                 MOVE WL-Worker TO WS-CHK-USER1
                 MOVE SPACES TO WS-CHK-USER2
                 PERFORM 400-CHECK-ROW
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF020W')
           END-EXEC.
       320-EXIT.
           EXIT.

       330-SWEEP-PART-USAGE.
           MOVE 3 TO WS-SAT-SUB
           MOVE LOW-VALUES TO USAGE-KEYS
           EXEC CICS STARTBR
                FILE('STF053U')
                RIDFLD (USAGE-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 330-EXIT
           END-IF
           MOVE 'Y' TO WS-SAT-BROWSED(WS-SAT-SUB)
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF053U')
                   INTO (USAGE-REC)
                   RIDFLD (USAGE-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 MOVE SPACES TO WS-CHK-KEY
                 MOVE USAGE-KEYS TO WS-CHK-KEY
                 MOVE USAGE-Ticket-ID TO WS-CHK-TICKET
                 MOVE USAGE-By TO WS-CHK-USER1
                 MOVE SPACES TO WS-CHK-USER2
                 PERFORM 400-CHECK-ROW
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF053U')
           END-EXEC.
       330-EXIT.
           EXIT.

       340-SWEEP-CHECKLISTS.
           MOVE 4 TO WS-SAT-SUB
           MOVE LOW-VALUES TO TCHK-KEYS
           EXEC CICS STARTBR
                FILE('STF042K')
                RIDFLD (TCHK-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 340-EXIT
           END-IF
           MOVE 'Y' TO WS-SAT-BROWSED(WS-SAT-SUB)
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF042K')
                   INTO (TCHK-REC)
                   RIDFLD (TCHK-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 MOVE SPACES TO WS-CHK-KEY
                 MOVE TCHK-KEYS TO WS-CHK-KEY
                 MOVE TCHK-Ticket-ID TO WS-CHK-TICKET
                 MOVE TCHK-BY TO WS-CHK-USER1
                 MOVE SPACES TO WS-CHK-USER2
                 PERFORM 400-CHECK-ROW
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF042K')
           END-EXEC.
       340-EXIT.
           EXIT.

       350-SWEEP-ANSWERS.
           MOVE 5 TO WS-SAT-SUB
           MOVE LOW-VALUES TO ANSW-KEYS
           EXEC CICS STARTBR
                FILE('STF044A')
                RIDFLD (ANSW-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 350-EXIT
           END-IF
           MOVE 'Y' TO WS-SAT-BROWSED(WS-SAT-SUB)
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF044A')
                   INTO (ANSW-REC)
                   RIDFLD (ANSW-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 MOVE SPACES TO WS-CHK-KEY
                 MOVE ANSW-KEYS TO WS-CHK-KEY
                 MOVE ANSW-Ticket-ID TO WS-CHK-TICKET
                 MOVE SPACES TO WS-CHK-USER1
                 MOVE SPACES TO WS-CHK-USER2
                 PERFORM 400-CHECK-ROW
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF044A')
           END-EXEC.
       350-EXIT.
           EXIT.

       360-SWEEP-DESC-LINES.
           MOVE 6 TO WS-SAT-SUB
           MOVE LOW-VALUES TO DESCX-KEYS
           EXEC CICS STARTBR
                FILE('STF028X')
                RIDFLD (DESCX-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 360-EXIT
           END-IF
           MOVE 'Y' TO WS-SAT-BROWSED(WS-SAT-SUB)
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF028X')
                   INTO (DESCX-REC)
                   RIDFLD (DESCX-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 MOVE SPACES TO WS-CHK-KEY
                 MOVE DESCX-KEYS TO WS-CHK-KEY
                 MOVE DESCX-Ticket-ID TO WS-CHK-TICKET
                 MOVE SPACES TO WS-CHK-USER1
                 MOVE SPACES TO WS-CHK-USER2
                 PERFORM 400-CHECK-ROW
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF028X')
           END-EXEC.
       360-EXIT.
           EXIT.

       370-SWEEP-REFERRALS.
           MOVE 7 TO WS-SAT-SUB
           MOVE LOW-VALUES TO REF-Ticket-ID
           EXEC CICS STARTBR
                FILE('STF017F')
                RIDFLD (REF-Ticket-ID)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 370-EXIT
           END-IF
           MOVE 'Y' TO WS-SAT-BROWSED(WS-SAT-SUB)
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF017F')
                   INTO (REFERRAL-REC)
                   RIDFLD (REF-Ticket-ID)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 MOVE SPACES TO WS-CHK-KEY
                 MOVE REF-Ticket-ID TO WS-CHK-KEY
                 MOVE REF-Ticket-ID TO WS-CHK-TICKET
                 MOVE SPACES TO WS-CHK-USER1
                 MOVE SPACES TO WS-CHK-USER2
                 PERFORM 400-CHECK-ROW
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF017F')
           END-EXEC.
       370-EXIT.
           EXIT.

       380-SWEEP-QA-REVIEWS.
           MOVE 8 TO WS-SAT-SUB
           MOVE LOW-VALUES TO QA-Ticket-ID
           EXEC CICS STARTBR
                FILE('STF060Q')
                RIDFLD (QA-Ticket-ID)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 380-EXIT
           END-IF
           MOVE 'Y' TO WS-SAT-BROWSED(WS-SAT-SUB)
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF060Q')
                   INTO (QA-REC)
                   RIDFLD (QA-Ticket-ID)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 MOVE SPACES TO WS-CHK-KEY
                 MOVE QA-Ticket-ID TO WS-CHK-KEY
                 MOVE QA-Ticket-ID TO WS-CHK-TICKET
                 MOVE QA-Provider TO WS-CHK-USER1
                 MOVE QA-Reviewer TO WS-CHK-USER2
                 PERFORM 400-CHECK-ROW
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF060Q')
           END-EXEC.
       380-EXIT.
           EXIT.

      *    A missing ticket is the finding that matters most and is
      *    the one reported; only a row whose ticket exists is then
      *    tested for its userids. A blank userid is not a finding.
       400-CHECK-ROW.
           MOVE WS-SAT-FILE(WS-SAT-SUB) TO WS-CHK-FILE
           ADD 1 TO WS-SAT-SCANNED(WS-SAT-SUB)
           IF WS-CHK-TICKET NOT = WS-LAST-TICKET
              MOVE WS-CHK-TICKET TO WS-PROBE-TICKET
              PERFORM 410-PROBE-TICKET
           END-IF
           IF WS-LAST-TICKET-LIVE = 'N'
              MOVE 'NO TICKET' TO WS-ORPHAN-REASON
              MOVE WS-CHK-TICKET TO WS-ORPHAN-VALUE
              ADD 1 TO WS-SAT-NO-TICKET(WS-SAT-SUB)
              PERFORM 450-RECORD-ORPHAN
              GO TO 400-EXIT
           END-IF
           IF WS-CHK-USER1 NOT = SPACES AND
              WS-CHK-USER1 NOT = LOW-VALUES
              MOVE WS-CHK-USER1 TO WS-PROBE-USER
              PERFORM 420-PROBE-USER
              IF WS-LAST-USER-LIVE = 'N'
                 MOVE 'NO USER' TO WS-ORPHAN-REASON
                 MOVE WS-CHK-USER1 TO WS-ORPHAN-VALUE
                 ADD 1 TO WS-SAT-NO-USER(WS-SAT-SUB)
                 PERFORM 450-RECORD-ORPHAN
                 GO TO 400-EXIT
              END-IF
           END-IF
           IF WS-CHK-USER2 NOT = SPACES AND
              WS-CHK-USER2 NOT = LOW-VALUES
              MOVE WS-CHK-USER2 TO WS-PROBE-USER
              PERFORM 420-PROBE-USER
              IF WS-LAST-USER-LIVE = 'N'
                 MOVE 'NO USER' TO WS-ORPHAN-REASON
                 MOVE WS-CHK-USER2 TO WS-ORPHAN-VALUE
                 ADD 1 TO WS-SAT-NO-USER(WS-SAT-SUB)
                 PERFORM 450-RECORD-ORPHAN
              END-IF
           END-IF.
       400-EXIT.
           EXIT.

      *    STF001C, then the STF001H archive - the same existence
      *    probe SM022's orphan-log sweep makes - keeping the
      *    requestor and department for the purge pass's hold test.
       410-PROBE-TICKET.
           MOVE WS-PROBE-TICKET TO WS-LAST-TICKET
           MOVE 'N' TO WS-LAST-TICKET-LIVE
           MOVE SPACES TO WS-LAST-REQUESTOR
           MOVE SPACES TO WS-LAST-DEPT
           MOVE WS-PROBE-TICKET TO TICKET-KEY
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
              MOVE 'Y' TO WS-LAST-TICKET-LIVE
              MOVE TICKET-REQUESTOR TO WS-LAST-REQUESTOR
              MOVE TICKET-DEPARTMENT TO WS-LAST-DEPT
           END-IF.
       410-EXIT.
           EXIT.

       420-PROBE-USER.
           IF WS-PROBE-USER = WS-LAST-USER
              GO TO 420-EXIT
           END-IF
           MOVE WS-PROBE-USER TO WS-LAST-USER
           MOVE 'N' TO WS-LAST-USER-LIVE
           EXEC CICS READ
                FILE('uaf001')
                INTO (WS-UAF-PROBE)
                RIDFLD (WS-PROBE-USER)
                KEYLENGTH (WS-STD-KEY-LEN)
                EQUAL
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-LAST-USER-LIVE
           END-IF.
       420-EXIT.
           EXIT.

      *    Reports the orphan and brings its register row up to date.
      *    A confirmation stands only for the finding it was given
      *    on: a changed reason, or a key re-used after a purge,
      *    starts the row over unconfirmed.
       450-RECORD-ORPHAN.
           ADD 1 TO WS-ORPHAN-TOTAL
           MOVE WS-CHK-FILE TO ORPH-File
           MOVE WS-CHK-KEY TO ORPH-Rec-Key
           EXEC CICS READ
                FILE('STF102O')
                INTO (ORPH-REC)
                RIDFLD (ORPH-KEYS)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              IF ORPH-Status NOT = 'OPEN' OR
                 ORPH-Reason NOT = WS-ORPHAN-REASON OR
                 ORPH-Value NOT = WS-ORPHAN-VALUE
                 MOVE 'OPEN' TO ORPH-Status
                 MOVE 'N' TO ORPH-Confirmed
                 MOVE WS-TODAY-YYYYMMDD TO ORPH-First-Seen
                 MOVE 0 TO ORPH-Purge-Date
              END-IF
              MOVE WS-ORPHAN-REASON TO ORPH-Reason
              MOVE WS-ORPHAN-VALUE TO ORPH-Value
              MOVE WS-TODAY-YYYYMMDD TO ORPH-Last-Seen
              EXEC CICS REWRITE
                   FILE('STF102O')
                   FROM (ORPH-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
           ELSE
              MOVE WS-CHK-FILE TO ORPH-File
              MOVE WS-CHK-KEY TO ORPH-Rec-Key
              MOVE WS-ORPHAN-REASON TO ORPH-Reason
              MOVE WS-ORPHAN-VALUE TO ORPH-Value
              MOVE WS-TODAY-YYYYMMDD TO ORPH-First-Seen
              MOVE WS-TODAY-YYYYMMDD TO ORPH-Last-Seen
              MOVE 'OPEN' TO ORPH-Status
              MOVE 0 TO ORPH-Purge-Date
              MOVE 'N' TO ORPH-Confirmed
              EXEC CICS WRITE
                   FILE('STF102O')
                   FROM (ORPH-REC)
                   RIDFLD (ORPH-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF
           MOVE ORPH-File TO OL-FILE
           MOVE ORPH-Rec-Key TO OL-KEY
           MOVE ORPH-Reason TO OL-REASON
           MOVE ORPH-Value TO OL-VALUE
           MOVE ORPH-First-Seen TO OL-FIRST
           IF ORPH-Confirmed = 'Y'
              MOVE 'YES' TO OL-CONFIRMED
           ELSE
              MOVE 'NO' TO OL-CONFIRMED
           END-IF
           MOVE SPACES TO OL-NOTE
           MOVE WS-OR-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       450-EXIT.
           EXIT.

      *    OPEN rows this run did not see again have stopped being
      *    orphans and leave the register - but only for a file that
      *    was actually swept, so an unavailable file loses nothing.
       500-CLEAR-RESOLVED.
           EXEC CICS DELETEQ TS
                QUEUE(WS-CLR-QNAME)
                RESP(WS-RETNCODE2)
           END-EXEC
           MOVE 0 TO WS-Q-COUNT
           MOVE LOW-VALUES TO ORPH-KEYS
           EXEC CICS STARTBR
                FILE('STF102O')
                RIDFLD (ORPH-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF102O')
                      INTO (ORPH-REC)
                      RIDFLD (ORPH-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    ORPH-Status = 'OPEN' AND
                    ORPH-Last-Seen NOT = WS-TODAY-YYYYMMDD
                    MOVE 0 TO WS-SAT-HIT
                    PERFORM VARYING WS-SAT-SUB FROM 1 BY 1
                            UNTIL WS-SAT-SUB > 8
                       IF WS-SAT-FILE(WS-SAT-SUB) = ORPH-File AND
                          WS-SAT-BROWSED(WS-SAT-SUB) = 'Y'
                          MOVE WS-SAT-SUB TO WS-SAT-HIT
                       END-IF
                    END-PERFORM
                    IF WS-SAT-HIT > 0
                       EXEC CICS WRITEQ TS
                            QUEUE(WS-CLR-QNAME)
                            FROM (ORPH-KEYS)
                            LENGTH (LENGTH OF ORPH-KEYS)
                       END-EXEC
                       ADD 1 TO WS-Q-COUNT
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF102O')
              END-EXEC
           END-IF
           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM > WS-Q-COUNT
              EXEC CICS READQ TS
                   QUEUE(WS-CLR-QNAME)
                   INTO (WS-Q-KEYS)
                   ITEM (WS-ITEM)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 MOVE WS-Q-KEYS TO ORPH-KEYS
                 EXEC CICS DELETE
                      FILE('STF102O')
                      RIDFLD (ORPH-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-CLEARED-COUNT
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS DELETEQ TS
                QUEUE(WS-CLR-QNAME)
                RESP(WS-RETNCODE2)
           END-EXEC.
       500-EXIT.
           EXIT.

       600-WRITE-TOTALS.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'FILE      SCANNED  NO TICKET  NO USER  PURGED'
                TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           PERFORM VARYING WS-SAT-SUB FROM 1 BY 1 UNTIL WS-SAT-SUB > 8
              PERFORM 610-WRITE-FILE-TOTAL
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-ORPHAN-TOTAL TO WS-COUNT-DISP
           STRING 'ORPHANS FOUND THIS RUN:         ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-PURGED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'CONFIRMED ORPHANS PURGED:       ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-HELD-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'CONFIRMED BUT KEPT, LEGAL HOLD: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           ADD WS-CLEARED-COUNT TO WS-RESOLVED-COUNT
           MOVE WS-RESOLVED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'NO LONGER ORPHANS, DROPPED:     ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       600-EXIT.
           EXIT.

       610-WRITE-FILE-TOTAL.
           MOVE SPACES TO WS-RPT-WORK
           MOVE WS-SAT-FILE(WS-SAT-SUB) TO WS-RPT-WORK(1:8)
           IF WS-SAT-BROWSED(WS-SAT-SUB) = 'N'
              MOVE 'NOT AVAILABLE - NOT SWEPT' TO WS-RPT-WORK(11:25)
           ELSE
              MOVE WS-SAT-SCANNED(WS-SAT-SUB) TO WS-SCAN-DISP
              MOVE WS-SCAN-DISP TO WS-RPT-WORK(10:7)
              MOVE WS-SAT-NO-TICKET(WS-SAT-SUB) TO WS-COUNT-DISP
              MOVE WS-COUNT-DISP TO WS-RPT-WORK(22:5)
              MOVE WS-SAT-NO-USER(WS-SAT-SUB) TO WS-COUNT-DISP
              MOVE WS-COUNT-DISP TO WS-RPT-WORK(31:5)
              MOVE WS-SAT-PURGED(WS-SAT-SUB) TO WS-COUNT-DISP
              MOVE WS-COUNT-DISP TO WS-RPT-WORK(38:5)
           END-IF
           PERFORM 910-WRITE-RPT-LINE.
       610-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S147RPT' TO RPT-Report-ID
           MOVE BDQ-BUS-DATE TO RPT-Run-Date
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
                 MOVE 'S147RPT' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SATELLITE FILE INTEGRITY SWEEP - ' DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       150-EXIT.
           EXIT.

       910-WRITE-RPT-LINE.
           MOVE WS-RPT-WORK TO RPT-Line-Text
           MOVE SPACES TO WS-RPT-WORK
           ADD 1 TO RPT-Line-Number
           EXEC CICS WRITE
                FILE('STF010R')
                FROM (RPT-REC)
                RIDFLD (RPT-KEYS)
                RESP(WS-RPT-RESP)
           END-EXEC.
       910-EXIT.
           EXIT.

      *    One STF026J run-history row for the SM031 operator console.
       800-WRITE-JOB-HISTORY.
           MOVE 'S147' TO JOBH-Job-ID
           MOVE WS-JOB-START-DATE TO JOBH-Run-Date
           MOVE WS-JOB-START-TIME TO JOBH-Run-Time
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE BDQ-BUS-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
                RIDFLD (JOBH-KEYS)
                RESP(WS-JOB-RESP)
           END-EXEC.
       800-EXIT.
           EXIT.

       900-RESCHEDULE.
           EXEC CICS START
                TRANSID  ('S147')
                INTERVAL (240000)
                REQID    ('S147RSCH')
           END-EXEC.
       900-EXIT.
           EXIT.
