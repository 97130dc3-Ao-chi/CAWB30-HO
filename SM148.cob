       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM148.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM148 is the nightly DB2 mirror reconciliation (TRANSID       *
      *  'S148'), a self-rescheduling housekeeping transaction. SM019  *
      *  keeps TICKETS, USERS and CATEGORIES in step with STF001C,     *
      *  uaf001 and STF003C by draining STF008D deltas; a delta that   *
      *  was lost or applied out of order left the mirror quietly      *
      *  wrong. Each live file is browsed and every record looked up   *
      *  by key in its table - not there is MISSING, there but with    *
      *  any mirrored column different is MISMATCH - and each table's  *
      *  keys are then fetched by cursor and looked up on the file:    *
      *  not there is EXTRA. Row counts for both sides are reported    *
      *  with every finding to STF010R under 'S148RPT'.                *
      *                                                                *
      *  Each finding queues its own corrective STF008D row - 'I' for  *
      *  MISSING, 'U' for MISMATCH, 'D' for EXTRA - so the next SM019  *
      *  run heals it with its usual delete-then-insert per key. A key *
      *  that already has an undrained delta is reported as PENDING    *
      *  and left alone, that delta being the likely cause. When an    *
      *  '*ALL' re-seed row is waiting the whole mirror is about to be *
      *  rebuilt, so nothing is compared and the run ends RESEED. An   *
      *  SQL error abandons that table only and the run ends SQLERR.   *
      *                                                                *
      *  The EXEC SQL statements follow SM019 and, like it, are        *
      *  handled by the DB2 precompile ahead of the CICS translator.   *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
           COPY STF003C.
           COPY STF008D.
           COPY STF010R.
           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.

      *    The uaf001 prefix the mirror carries, as SM019 reads it.
       01  WS-UAF-REC.
           05 WS-UAF-USERID                      PIC X(08).
           05 WS-UAF-TYPE.
              10 WS-UAF-REQUESTOR-FLAG           PIC X.
              10 WS-UAF-ADMIN-FLAG               PIC X.
              10 WS-UAF-APPROVER-FLAG            PIC X.
              10 WS-UAF-SERVICE-FLAG             PIC X.
              10 WS-UAF-AUDITOR-FLAG             PIC X.
           05 FILLER                             PIC X(187).

      *    Mirror rows as fetched, column for column in SM019's
      *    INSERT order, and the live record cut to the same shape.
       01  WS-DB2-TICKET.
           05 DB2T-TICKET-ID                     PIC X(07).
           05 DB2T-REQUESTOR                     PIC X(08).
           05 DB2T-STATUS                        PIC X(10).
           05 DB2T-TITLE                         PIC X(25).
           05 DB2T-DESCRIPTION                   PIC X(100).
           05 DB2T-LAST-UPDATE                   PIC X(20).
           05 DB2T-LAST-UPDATE-BY                PIC X(08).
           05 DB2T-UPDATE-REMARKS                PIC X(50).
           05 DB2T-PRIORITY                      PIC X(08).
           05 DB2T-CATEGORY                      PIC X(08).
           05 DB2T-DUE-DATE                      PIC 9(08).
           05 DB2T-CLOSURE-REASON                PIC X(10).
           05 DB2T-SATISFACTION                  PIC X(01).
       01  WS-FILE-TICKET                        PIC X(263).
       01  WS-DB2-USER.
           05 DB2U-USERID                        PIC X(08).
           05 DB2U-REQUESTOR-FLAG                PIC X(01).
           05 DB2U-ADMIN-FLAG                    PIC X(01).
           05 DB2U-APPROVER-FLAG                 PIC X(01).
           05 DB2U-SERVICE-FLAG                  PIC X(01).
       01  WS-DB2-CATEGORY.
           05 DB2C-CATEGORY-CODE                 PIC X(08).
           05 DB2C-CATEGORY-DESC                 PIC X(20).
           05 DB2C-CATEGORY-ACTIVE               PIC X(01).
       01  WS-DB2-COUNT                          PIC S9(9) COMP.
       01  WS-DB2-KEY                            PIC X(08).

           EXEC SQL DECLARE TKTKEYS CURSOR FOR
                SELECT TICKET_ID FROM TICKETS
                ORDER BY TICKET_ID
           END-EXEC.
           EXEC SQL DECLARE USRKEYS CURSOR FOR
                SELECT USERID FROM USERS
                ORDER BY USERID
           END-EXEC.
           EXEC SQL DECLARE CATKEYS CURSOR FOR
                SELECT CATEGORY_CODE FROM CATEGORIES
                ORDER BY CATEGORY_CODE
           END-EXEC.

      *    Undrained STF008D deltas, file and key, loaded once. A
      *    longer backlog than the table holds is not tracked, and
      *    its keys are simply queued again - harmless to SM019.
       01  WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 500.
              10 WS-PEND-FILE                    PIC X(08).
              10 WS-PEND-KEY                     PIC X(08).
       01  WS-PEND-COUNT                         PIC 9(03) VALUE 0.
       01  WS-PEND-TOTAL                         PIC 9(07) VALUE 0.
       01  WS-PEND-SUB                           PIC 9(03).
       01  WS-PEND-HIT                           PIC X(01).
       01  WS-RESEED-WAITING                     PIC X(01).

      *    The finding in hand.
       01  WS-CHK-TABLE                          PIC X(10).
       01  WS-CHK-FILE                           PIC X(08).
       01  WS-CHK-KEY                            PIC X(08).
       01  WS-CHK-FINDING                        PIC X(08).
       01  WS-CHK-ACTION                         PIC X(01).
       01  WS-CHK-COLUMN                         PIC X(18).
       01  WS-TABLE-OK                           PIC X(01).

      *    Per-table totals.
       01  WS-FILE-ROWS                          PIC 9(07).
       01  WS-MIRROR-ROWS                        PIC 9(07).
       01  WS-MISSING-COUNT                      PIC 9(05).
       01  WS-EXTRA-COUNT                        PIC 9(05).
       01  WS-MISMATCH-COUNT                     PIC 9(05).
       01  WS-QUEUED-COUNT                       PIC 9(05).
       01  WS-PENDING-COUNT                      PIC 9(05).
       01  WS-FINDING-TOTAL                      PIC 9(05) VALUE 0.
       01  WS-QUEUED-TOTAL                       PIC 9(05) VALUE 0.
       01  WS-SQLCODE-DISP                       PIC -(8)9.
       01  WS-COUNT-DISP                         PIC ZZZZ9.
       01  WS-ROWS-DISP                          PIC ZZZZZZ9.

       01  WS-RC-HDR                             PIC X(60) VALUE
           'TABLE      KEY      FINDING  COLUMN             ACTION'.
       01  WS-RC-LINE.
           05 RL-TABLE                           PIC X(10).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-KEY                             PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-FINDING                         PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-COLUMN                          PIC X(18).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-ACTION                          PIC X(30).

       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       01  WS-JOB-COUNT                          PIC 9(05) VALUE 0.
       01  WS-JOB-OUTCOME                        PIC X(08).
       01  WS-DATE-X                             PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-STAMP                              PIC X(20).
       01  WS-RPT-WORK                           PIC X(100).
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       77  WS-RETNCODE3                          PIC S9(8) COMP.
       77  WS-JOB-RESP                           PIC S9(8) COMP.
       01  WS-STD-KEY-LEN                        PIC S9(4) COMP VALUE 8.

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
           EXEC CICS ASKTIME
           END-EXEC
           EXEC CICS FORMATTIME
                MMDDYYYY (WS-DATE-X)
                TIME     (WS-TIME-X)
           END-EXEC
           MOVE SPACES TO WS-STAMP
           MOVE WS-DATE-X TO WS-STAMP(1:10)
           MOVE WS-TIME-X TO WS-STAMP(12:8)
           MOVE 'OK' TO WS-JOB-OUTCOME
           PERFORM 150-INIT-RPT-RUN
           PERFORM 160-LOAD-PENDING
           IF WS-RESEED-WAITING = 'Y'
              MOVE 'MIRROR RE-SEED WAITING FOR SM019 - NOTHING COMPARED'
                   TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
              MOVE 'RESEED' TO WS-JOB-OUTCOME
           ELSE
              MOVE WS-RC-HDR TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
              PERFORM 200-RECONCILE-TICKETS
              PERFORM 300-RECONCILE-USERS
              PERFORM 400-RECONCILE-CATEGORIES
              MOVE SPACES TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
              MOVE WS-FINDING-TOTAL TO WS-COUNT-DISP
              STRING 'DISCREPANCIES FOUND:     ' DELIMITED BY SIZE
                     WS-COUNT-DISP DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
              MOVE WS-QUEUED-TOTAL TO WS-COUNT-DISP
              STRING 'CORRECTIVE DELTAS QUEUED:' DELIMITED BY SIZE
                     WS-COUNT-DISP DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
           END-IF
           MOVE WS-FINDING-TOTAL TO WS-JOB-COUNT
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

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S148RPT' TO RPT-Report-ID
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
                 MOVE 'S148RPT' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'DB2 MIRROR RECONCILIATION - ' DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       150-EXIT.
           EXIT.

       160-LOAD-PENDING.
           MOVE 'N' TO WS-RESEED-WAITING
           MOVE 0 TO WS-PEND-COUNT
           MOVE 0 TO WS-PEND-TOTAL
           MOVE LOW-VALUES TO CDC-KEY
           EXEC CICS STARTBR
                FILE('STF008D')
                RIDFLD (CDC-KEY)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 160-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF008D')
                   INTO (CDC-REC)
                   RIDFLD (CDC-KEY)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 ADD 1 TO WS-PEND-TOTAL
                 IF CDC-FILE = '*ALL'
                    MOVE 'Y' TO WS-RESEED-WAITING
                 END-IF
                 IF WS-PEND-COUNT < 500
                    ADD 1 TO WS-PEND-COUNT
                    MOVE CDC-FILE TO WS-PEND-FILE(WS-PEND-COUNT)
                    MOVE CDC-REC-KEY TO WS-PEND-KEY(WS-PEND-COUNT)
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF008D')
           END-EXEC.
       160-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  TICKETS against STF001C                                       *
      *----------------------------------------------------------------*
       200-RECONCILE-TICKETS.
           MOVE 'TICKETS' TO WS-CHK-TABLE
           MOVE 'STF001C' TO WS-CHK-FILE
           PERFORM 500-START-TABLE
           EXEC SQL
                SELECT COUNT(*) INTO :WS-DB2-COUNT FROM TICKETS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 590-SQL-FAILED
              GO TO 200-EXIT
           END-IF
           MOVE WS-DB2-COUNT TO WS-MIRROR-ROWS
           MOVE LOW-VALUES TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF001C')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR WS-TABLE-OK = 'N'
                 EXEC CICS READNEXT
                      FILE('STF001C')
                      INTO (WS-TICKET-REC)
                      RIDFLD (TICKET-KEY)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    ADD 1 TO WS-FILE-ROWS
                    PERFORM 210-CHECK-TICKET
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF001C')
              END-EXEC
           END-IF
           IF WS-TABLE-OK = 'N'
              GO TO 200-EXIT
           END-IF
           EXEC SQL OPEN TKTKEYS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 590-SQL-FAILED
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL FETCH TKTKEYS INTO :DB2T-TICKET-ID END-EXEC
              IF SQLCODE = 0
                 MOVE DB2T-TICKET-ID TO TICKET-KEY
                 EXEC CICS READ
                      FILE('STF001C')
                      INTO (WS-TICKET-REC)
                      RIDFLD (TICKET-KEY)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NOTFND)
                    MOVE DB2T-TICKET-ID TO WS-CHK-KEY
                    MOVE 'EXTRA' TO WS-CHK-FINDING
                    MOVE SPACES TO WS-CHK-COLUMN
                    MOVE 'D' TO WS-CHK-ACTION
                    PERFORM 550-RECORD-FINDING
                 END-IF
              END-IF
           END-PERFORM
           IF SQLCODE < 0
              PERFORM 590-SQL-FAILED
           END-IF
           EXEC SQL CLOSE TKTKEYS END-EXEC
           PERFORM 580-WRITE-TABLE-TOTALS.
       200-EXIT.
           EXIT.

       210-CHECK-TICKET.
           MOVE TICKET-KEY TO DB2T-TICKET-ID
           EXEC SQL
                SELECT TICKET_ID, REQUESTOR, STATUS, TITLE,
                       DESCRIPTION, LAST_UPDATE, LAST_UPDATE_BY,
                       UPDATE_REMARKS, PRIORITY, CATEGORY,
                       DUE_DATE, CLOSURE_REASON, SATISFACTION
                INTO   :DB2T-TICKET-ID, :DB2T-REQUESTOR,
                       :DB2T-STATUS, :DB2T-TITLE,
                       :DB2T-DESCRIPTION, :DB2T-LAST-UPDATE,
                       :DB2T-LAST-UPDATE-BY, :DB2T-UPDATE-REMARKS,
                       :DB2T-PRIORITY, :DB2T-CATEGORY,
                       :DB2T-DUE-DATE, :DB2T-CLOSURE-REASON,
                       :DB2T-SATISFACTION
                FROM   TICKETS
                WHERE  TICKET_ID = :DB2T-TICKET-ID
           END-EXEC
           MOVE TICKET-KEY TO WS-CHK-KEY
           MOVE SPACES TO WS-CHK-COLUMN
           IF SQLCODE = 100
              MOVE 'MISSING' TO WS-CHK-FINDING
              MOVE 'I' TO WS-CHK-ACTION
              PERFORM 550-RECORD-FINDING
              GO TO 210-EXIT
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 590-SQL-FAILED
              GO TO 210-EXIT
           END-IF
           MOVE WS-TICKET-REC(1:252) TO WS-FILE-TICKET(1:252)
           MOVE TICKET-CLOSURE-REASON TO WS-FILE-TICKET(253:10)
           MOVE TICKET-SATISFACTION TO WS-FILE-TICKET(263:1)
           IF WS-FILE-TICKET = WS-DB2-TICKET
              GO TO 210-EXIT
           END-IF
           EVALUATE TRUE
             WHEN DB2T-REQUESTOR NOT = TICKET-REQUESTOR
                  MOVE 'REQUESTOR' TO WS-CHK-COLUMN
             WHEN DB2T-STATUS NOT = TICKET-STATUS
                  MOVE 'STATUS' TO WS-CHK-COLUMN
             WHEN DB2T-TITLE NOT = TICKET-TITLE
                  MOVE 'TITLE' TO WS-CHK-COLUMN
             WHEN DB2T-DESCRIPTION NOT = TICKET-DESCRIPTION
                  MOVE 'DESCRIPTION' TO WS-CHK-COLUMN
             WHEN DB2T-LAST-UPDATE NOT = TICKET-LAST-UPDATE
                  MOVE 'LAST_UPDATE' TO WS-CHK-COLUMN
             WHEN DB2T-LAST-UPDATE-BY NOT = TICKET-LAST-UPDATE-BY
                  MOVE 'LAST_UPDATE_BY' TO WS-CHK-COLUMN
             WHEN DB2T-UPDATE-REMARKS NOT = TICKET-UPDATE-REMARKS
                  MOVE 'UPDATE_REMARKS' TO WS-CHK-COLUMN
             WHEN DB2T-PRIORITY NOT = TICKET-PRIORITY
                  MOVE 'PRIORITY' TO WS-CHK-COLUMN
             WHEN DB2T-CATEGORY NOT = TICKET-CATEGORY
                  MOVE 'CATEGORY' TO WS-CHK-COLUMN
             WHEN DB2T-DUE-DATE NOT = TICKET-DUE-DATE
                  MOVE 'DUE_DATE' TO WS-CHK-COLUMN
             WHEN DB2T-CLOSURE-REASON NOT = TICKET-CLOSURE-REASON
                  MOVE 'CLOSURE_REASON' TO WS-CHK-COLUMN
             WHEN OTHER
                  MOVE 'SATISFACTION' TO WS-CHK-COLUMN
           END-EVALUATE
           MOVE 'MISMATCH' TO WS-CHK-FINDING
           MOVE 'U' TO WS-CHK-ACTION
           PERFORM 550-RECORD-FINDING.
       210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  USERS against uaf001                                          *
      *----------------------------------------------------------------*
       300-RECONCILE-USERS.
           MOVE 'USERS' TO WS-CHK-TABLE
           MOVE 'uaf001' TO WS-CHK-FILE
           PERFORM 500-START-TABLE
           EXEC SQL
                SELECT COUNT(*) INTO :WS-DB2-COUNT FROM USERS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 590-SQL-FAILED
              GO TO 300-EXIT
           END-IF
           MOVE WS-DB2-COUNT TO WS-MIRROR-ROWS
           MOVE LOW-VALUES TO WS-UAF-USERID
           EXEC CICS STARTBR
                FILE('uaf001')
                RIDFLD (WS-UAF-USERID)
                KEYLENGTH (WS-STD-KEY-LEN)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR WS-TABLE-OK = 'N'
                 EXEC CICS READNEXT
                      FILE('uaf001')
                      INTO (WS-UAF-REC)
                      RIDFLD (WS-UAF-USERID)
                      KEYLENGTH (WS-STD-KEY-LEN)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    ADD 1 TO WS-FILE-ROWS
                    PERFORM 310-CHECK-USER
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('uaf001')
              END-EXEC
           END-IF
           IF WS-TABLE-OK = 'N'
              GO TO 300-EXIT
           END-IF
           EXEC SQL OPEN USRKEYS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 590-SQL-FAILED
              GO TO 300-EXIT
           END-IF
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL FETCH USRKEYS INTO :DB2U-USERID END-EXEC
              IF SQLCODE = 0
                 MOVE DB2U-USERID TO WS-UAF-USERID
                 EXEC CICS READ
                      FILE('uaf001')
                      INTO (WS-UAF-REC)
                      RIDFLD (WS-UAF-USERID)
                      KEYLENGTH (WS-STD-KEY-LEN)
                      EQUAL
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NOTFND)
                    MOVE DB2U-USERID TO WS-CHK-KEY
                    MOVE 'EXTRA' TO WS-CHK-FINDING
                    MOVE SPACES TO WS-CHK-COLUMN
                    MOVE 'D' TO WS-CHK-ACTION
                    PERFORM 550-RECORD-FINDING
                 END-IF
              END-IF
           END-PERFORM
           IF SQLCODE < 0
              PERFORM 590-SQL-FAILED
           END-IF
           EXEC SQL CLOSE USRKEYS END-EXEC
           PERFORM 580-WRITE-TABLE-TOTALS.
       300-EXIT.
           EXIT.

       310-CHECK-USER.
           MOVE WS-UAF-USERID TO DB2U-USERID
           EXEC SQL
                SELECT USERID, REQUESTOR_FLAG, ADMIN_FLAG,
                       APPROVER_FLAG, SERVICE_FLAG
                INTO   :DB2U-USERID, :DB2U-REQUESTOR-FLAG,
                       :DB2U-ADMIN-FLAG, :DB2U-APPROVER-FLAG,
                       :DB2U-SERVICE-FLAG
                FROM   USERS
                WHERE  USERID = :DB2U-USERID
           END-EXEC
           MOVE WS-UAF-USERID TO WS-CHK-KEY
           MOVE SPACES TO WS-CHK-COLUMN
           IF SQLCODE = 100
              MOVE 'MISSING' TO WS-CHK-FINDING
              MOVE 'I' TO WS-CHK-ACTION
              PERFORM 550-RECORD-FINDING
              GO TO 310-EXIT
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 590-SQL-FAILED
              GO TO 310-EXIT
           END-IF
           EVALUATE TRUE
             WHEN DB2U-REQUESTOR-FLAG NOT = WS-UAF-REQUESTOR-FLAG
                  MOVE 'REQUESTOR_FLAG' TO WS-CHK-COLUMN
             WHEN DB2U-ADMIN-FLAG NOT = WS-UAF-ADMIN-FLAG
                  MOVE 'ADMIN_FLAG' TO WS-CHK-COLUMN
             WHEN DB2U-APPROVER-FLAG NOT = WS-UAF-APPROVER-FLAG
                  MOVE 'APPROVER_FLAG' TO WS-CHK-COLUMN
             WHEN DB2U-SERVICE-FLAG NOT = WS-UAF-SERVICE-FLAG
                  MOVE 'SERVICE_FLAG' TO WS-CHK-COLUMN
           END-EVALUATE
           IF WS-CHK-COLUMN NOT = SPACES
              MOVE 'MISMATCH' TO WS-CHK-FINDING
              MOVE 'U' TO WS-CHK-ACTION
              PERFORM 550-RECORD-FINDING
           END-IF.
       310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  CATEGORIES against STF003C                                    *
      *----------------------------------------------------------------*
       400-RECONCILE-CATEGORIES.
           MOVE 'CATEGORIES' TO WS-CHK-TABLE
           MOVE 'STF003C' TO WS-CHK-FILE
           PERFORM 500-START-TABLE
           EXEC SQL
                SELECT COUNT(*) INTO :WS-DB2-COUNT FROM CATEGORIES
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 590-SQL-FAILED
              GO TO 400-EXIT
           END-IF
           MOVE WS-DB2-COUNT TO WS-MIRROR-ROWS
           MOVE LOW-VALUES TO CATEGORY-CODE
           EXEC CICS STARTBR
                FILE('STF003C')
                RIDFLD (CATEGORY-CODE)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR WS-TABLE-OK = 'N'
                 EXEC CICS READNEXT
                      FILE('STF003C')
                      INTO (CATEGORY-REC)
                      RIDFLD (CATEGORY-CODE)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    ADD 1 TO WS-FILE-ROWS
                    PERFORM 410-CHECK-CATEGORY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF003C')
              END-EXEC
           END-IF
           IF WS-TABLE-OK = 'N'
              GO TO 400-EXIT
           END-IF
           EXEC SQL OPEN CATKEYS END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 590-SQL-FAILED
              GO TO 400-EXIT
           END-IF
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL FETCH CATKEYS INTO :DB2C-CATEGORY-CODE END-EXEC
              IF SQLCODE = 0
                 MOVE DB2C-CATEGORY-CODE TO CATEGORY-CODE
                 EXEC CICS READ
                      FILE('STF003C')
                      INTO (CATEGORY-REC)
                      RIDFLD (CATEGORY-CODE)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NOTFND)
                    MOVE DB2C-CATEGORY-CODE TO WS-CHK-KEY
                    MOVE 'EXTRA' TO WS-CHK-FINDING
                    MOVE SPACES TO WS-CHK-COLUMN
                    MOVE 'D' TO WS-CHK-ACTION
                    PERFORM 550-RECORD-FINDING
                 END-IF
              END-IF
           END-PERFORM
           IF SQLCODE < 0
              PERFORM 590-SQL-FAILED
           END-IF
           EXEC SQL CLOSE CATKEYS END-EXEC
           PERFORM 580-WRITE-TABLE-TOTALS.
       400-EXIT.
           EXIT.

       410-CHECK-CATEGORY.
           MOVE CATEGORY-CODE TO DB2C-CATEGORY-CODE
           EXEC SQL
                SELECT CATEGORY_CODE, CATEGORY_DESC, CATEGORY_ACTIVE
                INTO   :DB2C-CATEGORY-CODE, :DB2C-CATEGORY-DESC,
                       :DB2C-CATEGORY-ACTIVE
                FROM   CATEGORIES
                WHERE  CATEGORY_CODE = :DB2C-CATEGORY-CODE
           END-EXEC
           MOVE CATEGORY-CODE TO WS-CHK-KEY
           MOVE SPACES TO WS-CHK-COLUMN
           IF SQLCODE = 100
              MOVE 'MISSING' TO WS-CHK-FINDING
              MOVE 'I' TO WS-CHK-ACTION
              PERFORM 550-RECORD-FINDING
              GO TO 410-EXIT
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 590-SQL-FAILED
              GO TO 410-EXIT
           END-IF
           EVALUATE TRUE
             WHEN DB2C-CATEGORY-DESC NOT = CATEGORY-DESC
                  MOVE 'CATEGORY_DESC' TO WS-CHK-COLUMN
             WHEN DB2C-CATEGORY-ACTIVE NOT = CATEGORY-ACTIVE
                  MOVE 'CATEGORY_ACTIVE' TO WS-CHK-COLUMN
           END-EVALUATE
           IF WS-CHK-COLUMN NOT = SPACES
              MOVE 'MISMATCH' TO WS-CHK-FINDING
              MOVE 'U' TO WS-CHK-ACTION
              PERFORM 550-RECORD-FINDING
           END-IF.
       410-EXIT.
           EXIT.

       500-START-TABLE.
           MOVE 'Y' TO WS-TABLE-OK
           MOVE 0 TO WS-FILE-ROWS
           MOVE 0 TO WS-MIRROR-ROWS
           MOVE 0 TO WS-MISSING-COUNT
           MOVE 0 TO WS-EXTRA-COUNT
           MOVE 0 TO WS-MISMATCH-COUNT
           MOVE 0 TO WS-QUEUED-COUNT
           MOVE 0 TO WS-PENDING-COUNT.
       500-EXIT.
           EXIT.

      *    Reports the finding and, unless a delta for the same key
      *    is already waiting, queues the one that will correct it.
       550-RECORD-FINDING.
           ADD 1 TO WS-FINDING-TOTAL
           EVALUATE WS-CHK-FINDING
             WHEN 'MISSING'
                  ADD 1 TO WS-MISSING-COUNT
             WHEN 'EXTRA'
                  ADD 1 TO WS-EXTRA-COUNT
             WHEN OTHER
                  ADD 1 TO WS-MISMATCH-COUNT
           END-EVALUATE
           MOVE WS-CHK-TABLE TO RL-TABLE
           MOVE WS-CHK-KEY TO RL-KEY
           MOVE WS-CHK-FINDING TO RL-FINDING
           MOVE WS-CHK-COLUMN TO RL-COLUMN
           MOVE 'N' TO WS-PEND-HIT
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
                   OR WS-PEND-HIT = 'Y'
              IF WS-PEND-FILE(WS-PEND-SUB) = WS-CHK-FILE AND
                 WS-PEND-KEY(WS-PEND-SUB) = WS-CHK-KEY
                 MOVE 'Y' TO WS-PEND-HIT
              END-IF
           END-PERFORM
           IF WS-PEND-HIT = 'Y'
              ADD 1 TO WS-PENDING-COUNT
              MOVE 'PENDING - DELTA ALREADY QUEUED' TO RL-ACTION
           ELSE
              PERFORM 760-WRITE-CDC-REC
              IF WS-RETNCODE3 = DFHRESP(NORMAL)
                 ADD 1 TO WS-QUEUED-COUNT
                 ADD 1 TO WS-QUEUED-TOTAL
                 MOVE SPACES TO RL-ACTION
                 STRING 'QUEUED ' DELIMITED BY SIZE
                        WS-CHK-ACTION DELIMITED BY SIZE
                        ' DELTA ' DELIMITED BY SIZE
                        CDC-KEY DELIMITED BY SIZE
                        INTO RL-ACTION
                 END-STRING
              ELSE
                 MOVE 'DELTA WRITE FAILED' TO RL-ACTION
              END-IF
           END-IF
           MOVE WS-RC-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       550-EXIT.
           EXIT.

       580-WRITE-TABLE-TOTALS.
           MOVE SPACES TO WS-RPT-WORK
           MOVE WS-CHK-TABLE TO WS-RPT-WORK(1:10)
           MOVE 'FILE ROWS' TO WS-RPT-WORK(12:9)
           MOVE WS-FILE-ROWS TO WS-ROWS-DISP
           MOVE WS-ROWS-DISP TO WS-RPT-WORK(22:7)
           MOVE 'MIRROR ROWS' TO WS-RPT-WORK(31:11)
           MOVE WS-MIRROR-ROWS TO WS-ROWS-DISP
           MOVE WS-ROWS-DISP TO WS-RPT-WORK(43:7)
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'MISSING' TO WS-RPT-WORK(12:7)
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-WORK(20:5)
           MOVE 'EXTRA' TO WS-RPT-WORK(27:5)
           MOVE WS-EXTRA-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-WORK(33:5)
           MOVE 'MISMATCH' TO WS-RPT-WORK(40:8)
           MOVE WS-MISMATCH-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-WORK(49:5)
           MOVE 'QUEUED' TO WS-RPT-WORK(56:6)
           MOVE WS-QUEUED-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-WORK(63:5)
           MOVE 'PENDING' TO WS-RPT-WORK(70:7)
           MOVE WS-PENDING-COUNT TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO WS-RPT-WORK(78:5)
           PERFORM 910-WRITE-RPT-LINE.
       580-EXIT.
           EXIT.

      *    An SQL error stops this table's comparison - what it had
      *    already found stands - and the others still run.
       590-SQL-FAILED.
           MOVE 'N' TO WS-TABLE-OK
           MOVE 'SQLERR' TO WS-JOB-OUTCOME
           MOVE SQLCODE TO WS-SQLCODE-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING WS-CHK-TABLE DELIMITED BY SPACE
                  ' NOT RECONCILED - SQLCODE ' DELIMITED BY SIZE
                  WS-SQLCODE-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       590-EXIT.
           EXIT.

      *    Appends the STF008D change-capture row SM019 drains; the
      *    caller names the file and key, the action is the finding's.
       760-WRITE-CDC-REC.
           MOVE HIGH-VALUES TO CDC-KEY
           EXEC CICS STARTBR
                FILE('STF008D')
                RIDFLD (CDC-KEY)
                GTEQ
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              EXEC CICS READPREV
                   FILE('STF008D')
                   INTO (CDC-REC)
                   RIDFLD (CDC-KEY)
                   RESP(WS-RETNCODE3)
              END-EXEC
              EXEC CICS ENDBR
                   FILE('STF008D')
              END-EXEC
              IF WS-RETNCODE3 = DFHRESP(NORMAL)
                 COMPUTE CDC-KEY-NUM = CDC-KEY-NUM + 1
              ELSE
                 MOVE 1 TO CDC-KEY-NUM
              END-IF
           ELSE
              MOVE 1 TO CDC-KEY-NUM
           END-IF
           MOVE WS-CHK-FILE TO CDC-FILE
           MOVE WS-CHK-KEY TO CDC-REC-KEY
           MOVE WS-CHK-ACTION TO CDC-ACTION
           MOVE WS-STAMP TO CDC-STAMP
           EXEC CICS WRITE
                FILE('STF008D')
                FROM (CDC-REC)
                RIDFLD (CDC-KEY)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL) AND WS-PEND-COUNT < 500
              ADD 1 TO WS-PEND-COUNT
              MOVE WS-CHK-FILE TO WS-PEND-FILE(WS-PEND-COUNT)
              MOVE WS-CHK-KEY TO WS-PEND-KEY(WS-PEND-COUNT)
           END-IF.
       760-EXIT.
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
           MOVE 'S148' TO JOBH-Job-ID
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
                TRANSID  ('S148')
                INTERVAL (240000)
                REQID    ('S148RSCH')
           END-EXEC.
       900-EXIT.
           EXIT.
