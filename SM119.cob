       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM119.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM119 is the weekly timesheet screen (TRANSID 'S119'),        *
      *  entered by its transaction id from a clear screen the way     *
      *  SM076 is (own uaf001 verify); service or admin only. Key a    *
      *  provider (blank = yourself) and any date in the week; ENTER   *
      *  lists that provider's STF020W work-log entries for the        *
      *  Monday-to-Sunday week with the STF082T timesheet status and   *
      *  total. With the provider cleared to '*', ENTER lists every    *
      *  SUBMITTED timesheet instead - the supervisor's queue.         *
      *                                                                *
      *  PF2 submits the week - your own only (an admin may submit     *
      *  for anyone), never a future week, an empty one, or one        *
      *  already SUBMITTED or APPROVED; a RETURNED week may be sent    *
      *  again once corrected. PF4 approves and PF5 returns the keyed  *
      *  SUBMITTED week, a supervisor action gated by the STF046M      *
      *  function TIMEAPPR through SM069 (the admin flag where the     *
      *  matrix is silent) and never on one's own timesheet; a return  *
      *  needs the comment. The provider gets an STF009N notice of     *
      *  either decision. SM048 stops new entries going into a week    *
      *  once it is submitted, and SM082 bills only APPROVED weeks.    *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY S119S.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY STF020W.
           COPY STF082T.
           COPY STF009N.
           COPY SMPRM01.
      *    STF046M function gate answered by the SM069 service - see
      *    the SMPRM01 contract. WS-PERM-OK goes 'N' only when the
      *    matrix knows the function for a held role and refuses it;
      *    WS-PERM-KNOWN 'N' leaves the legacy admin flag in charge.
       01  WS-PERM-OK                            PIC X VALUE 'Y'.
       01  WS-PERM-KNOWN                         PIC X VALUE 'N'.
       01  WS-PERM-FUNCTION                      PIC X(08).
       01  WS-CURRENT-MAP  VALUE 'S119S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(7).
       01  WS-DATE-X REDEFINES WS-DATE           PIC X(7).
       01  WS-LENGTH                             PIC S9(4) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       01  WS-TIMEOUT-TRANID                     PIC X(04) VALUE 'SM14'.
       01  WS-IDLE-TIMEOUT                       PIC 9(06) VALUE 001500.
       01  WS-STD-KEY-LEN                        PIC S9(4) COMP VALUE 8.

       01  WS-UAF-LOOKUP-REC.
           05 WS-UAF-LKP-USERID                  PIC X(08).
           05 WS-UAF-LKP-TYPE.
              10 WS-UAF-LKP-REQUESTOR            PIC X(01).
              10 WS-UAF-LKP-ADMIN                PIC X(01).
              10 WS-UAF-LKP-APPROVER             PIC X(01).
              10 WS-UAF-LKP-SERVICE              PIC X(01).
              10 WS-UAF-LKP-AUDITOR              PIC X(01).
           05 WS-UAF-LKP-DEPARTMENT              PIC X(08).
           05 FILLER                             PIC X(40).
           05 WS-UAF-LKP-INACTIVE                PIC X(01).
           05 FILLER                             PIC X(60).

       01  WS-ERRMSGS.
           05 WS-INVALID-USER                    PIC X(20) VALUE
              'INVALID USER ACCESS'.
           05 WS-INVALID-PFKEY                   PIC X(21) VALUE
              'INAVLID PFKEY PRESSED'.
           05 WS-HELP-TEXT                        PIC X(60) VALUE
              'PF1=HELP PF2=SUBMIT PF3=EXIT PF4=APPROVE PF5=RETURN'.
           05 WS-ENTER-PROMPT                    PIC X(50) VALUE
              'KEY PROVIDER (* = QUEUE) AND A DATE IN THE WEEK'.
           05 WS-WEEK-INVALID                    PIC X(40) VALUE
              'KEY A VALID DATE IN THE WEEK (YYYYMMDD)'.
           05 WS-FUTURE-WEEK                     PIC X(40) VALUE
              'THAT WEEK HAS NOT STARTED YET'.
           05 WS-NOT-YOURS                       PIC X(40) VALUE
              'YOU MAY ONLY SUBMIT YOUR OWN TIMESHEET'.
           05 WS-ALREADY-IN                      PIC X(40) VALUE
              'WEEK ALREADY SUBMITTED OR APPROVED'.
           05 WS-EMPTY-WEEK                      PIC X(40) VALUE
              'NO WORK LOGGED IN THAT WEEK'.
           05 WS-SUBMITTED-MSG                   PIC X(30) VALUE
              'TIMESHEET SUBMITTED'.
           05 WS-NOT-SUPERVISOR                  PIC X(40) VALUE
              'ONLY A SUPERVISOR MAY DECIDE TIMESHEETS'.
           05 WS-OWN-SHEET                       PIC X(40) VALUE
              'YOU MAY NOT DECIDE YOUR OWN TIMESHEET'.
           05 WS-NOT-SUBMITTED                   PIC X(40) VALUE
              'NO SUBMITTED TIMESHEET FOR THAT WEEK'.
           05 WS-COMMENT-NEEDED                  PIC X(40) VALUE
              'KEY A COMMENT SAYING WHAT TO CORRECT'.
           05 WS-APPROVED-MSG                    PIC X(30) VALUE
              'TIMESHEET APPROVED'.
           05 WS-RETURNED-MSG                    PIC X(30) VALUE
              'TIMESHEET RETURNED'.
           05 WS-QUEUE-EMPTY                     PIC X(40) VALUE
              'NO TIMESHEETS AWAITING APPROVAL'.

       01  WS-STAMP                              PIC X(20).
       01  WS-DATE-FULL-X                        PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-PROVIDER                           PIC X(08).
       01  WS-WEEK-START                         PIC 9(08).
       01  WS-WEEK-END                           PIC 9(08).
       01  WS-WEEK-INTEGER                       PIC S9(9) COMP.
       01  WS-WEEK-DOW                           PIC 9(1).
       01  WS-WEEK-OK                            PIC X VALUE 'N'.
       01  WS-WEEK-MINUTES                       PIC 9(06).
       01  WS-WEEK-ENTRIES                       PIC 9(03).
       01  WS-TS-FOUND                           PIC X VALUE 'N'.
       01  WS-TS-NEW-STATUS                      PIC X(09).
       01  WS-NTF-LAST-SEQ                       PIC 9(05).
       01  WS-ROW                                PIC S9(4) COMP.
       01  WS-ENTRY-ROW.
           05 ER-TICKET                          PIC X(07).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 ER-SEQ                             PIC 9(03).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 ER-DATE                            PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 ER-MINUTES                         PIC 9(05).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 ER-COMMENT                         PIC X(40).
       01  WS-QUEUE-ROW.
           05 QR-WORKER                          PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 QR-WEEK                            PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 QR-MINUTES                         PIC 9(06).
           05 FILLER                             PIC X(05) VALUE
              ' MIN '.
           05 QR-ENTRIES                         PIC 9(03).
           05 FILLER                             PIC X(09) VALUE
              ' ENTRIES '.
           05 QR-SUBMITTED                       PIC X(20).

       01  WS-COMMAREA.
           05 WS-PGMID                           PIC X(06).
           05 WS-STATE                           PIC X.
           05 WS-TICKET-PASSED                   PIC X(07).
           05 USERID.
              10  USERID7                        PIC X(7).
              10  FILLER                         PIC X(1).
           05 USR-TYPE.
              15 USR-REQUESTOR                   PIC X.
              15 USR-ADMIN                       PIC X.
              15 USR-APPROVER                    PIC X.
              15 USR-SERVICE                     PIC X.
           05 WS-AUDITOR                         PIC X.
           05 WS-CUR-TICKET                      PIC X(07).
           05 WS-HELP-FLAG                       PIC X.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 DF-PGMID                           PIC X(06).
           05 DF-STATE                           PIC X.
           05 DF-TICKET-PASSED                   PIC X(07).
           05 DF-USERID.
              10  DF-USERID7                     PIC X(7).
              10  FILLER                         PIC X(1).
           05 DF-USR-TYPE.
             15 DF-USR-REQUESTOR                 PIC X.
             15 DF-USR-ADMIN                     PIC X.
             15 DF-USR-APPROVER                  PIC X.
             15 DF-USR-SERVICE                   PIC X.
           05 DF-AUDITOR                         PIC X.
           05 DF-CUR-TICKET                      PIC X(07).
           05 DF-HELP-FLAG                       PIC X.

       PROCEDURE DIVISION.
       000-PROCESS.
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
           EXEC CICS CANCEL
                REQID(EIBTRMID)
                RESP(WS-RETNCODE2)
           END-EXEC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           IF EIBCALEN = 0
              PERFORM 050-VERIFY-USER
              MOVE LOW-VALUES TO WS-STATE
              MOVE 'SM119' TO WS-PGMID
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF
           IF WS-HELP-FLAG = 'Y' AND WS-PGMID = 'SM119'
              MOVE SPACE TO WS-HELP-FLAG
              PERFORM 100-CREATE-MAP
           ELSE
           IF USR-SERVICE = 'Y' OR USR-ADMIN = 'Y'
              EVALUATE TRUE
                WHEN WS-STATE = LOW-VALUES OR WS-STATE = SPACE
                     MOVE 'SM119' TO WS-PGMID
                     MOVE WS-ENTER-PROMPT TO ERRMSGO
                     MOVE -1 TO PROVL
                     MOVE 1 TO WS-STATE
                     PERFORM 100-CREATE-MAP
                WHEN WS-STATE = 1
                     PERFORM 200-REC-MAP
                     PERFORM 300-CHECK-AID
                     PERFORM 100-CREATE-MAP
              END-EVALUATE
           ELSE
              MOVE SPACES TO ERRMSGO
              EXEC CICS SEND TEXT
                      FROM (WS-INVALID-USER)
                      LENGTH (+20)
                      ERASE
                 END-EXEC
              EXEC CICS RETURN
              END-EXEC
           END-IF

           END-IF.
       000-EXIT.
           EXIT.

       050-VERIFY-USER.
           EXEC CICS ASSIGN
                USERID(USERID)
           END-EXEC
           EXEC CICS
                READ FILE('uaf001')
                INTO (WS-UAF-LOOKUP-REC)
                RIDFLD (USERID)
                KEYLENGTH (WS-STD-KEY-LEN)
                EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NOTFND) OR
              WS-UAF-LKP-INACTIVE = 'Y'
              EXEC CICS SEND TEXT
                   FROM (WS-INVALID-USER)
                   LENGTH (+20)
                   ERASE
              END-EXEC
              EXEC CICS RETURN
              END-EXEC
           END-IF
           MOVE WS-UAF-LKP-REQUESTOR TO USR-REQUESTOR
           MOVE WS-UAF-LKP-ADMIN TO USR-ADMIN
           MOVE WS-UAF-LKP-APPROVER TO USR-APPROVER
           MOVE WS-UAF-LKP-SERVICE TO USR-SERVICE
           MOVE WS-UAF-LKP-AUDITOR TO WS-AUDITOR.
       050-EXIT.
           EXIT.

       110-FORMAT-DATE-TIME.
           MOVE EIBDATE TO WS-DATE
           MOVE WS-DATE-X TO DATEO
           EXEC CICS ASKTIME
                ABSTIME    (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME    (WS-TIME)
                DATESEP    ('/')
                MMDDYYYY   (DATEO)
                TIME       (TIMEO)
                TIMESEP    (':')
           END-EXEC.
       110-EXIT.
           EXIT.

       120-BUILD-STAMP.
           EXEC CICS ASKTIME
                ABSTIME    (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME    (WS-TIME)
                DATESEP    ('/')
                MMDDYYYY   (WS-DATE-FULL-X)
                TIME       (WS-TIME-X)
                TIMESEP    (':')
           END-EXEC
           MOVE SPACES TO WS-STAMP
           MOVE WS-DATE-FULL-X TO WS-STAMP(1:10)
           MOVE WS-TIME-X TO WS-STAMP(12:8).
       120-EXIT.
           EXIT.

       100-CREATE-MAP.
           PERFORM 110-FORMAT-DATE-TIME
           MOVE LENGTH OF S119MO TO WS-LENGTH
           EXEC CICS SEND
                MAP('S119M')
                MAPSET('S119S')
                FROM(S119MO)
                LENGTH(WS-LENGTH)
                CURSOR
                ERASE
           END-EXEC
           EXEC CICS START
                TRANSID (WS-TIMEOUT-TRANID)
                TERMID  (EIBTRMID)
                REQID   (EIBTRMID)
                INTERVAL(WS-IDLE-TIMEOUT)
           END-EXEC
           EXEC CICS RETURN
                TRANSID('S119')
                COMMAREA(WS-COMMAREA)
           END-EXEC.
       100-EXIT.
           EXIT.

      *    Blank provider means the signed-on user; the keyed date
      *    (blank = today) is normalised to its Monday.
       200-REC-MAP.
           EXEC CICS RECEIVE
                MAP('S119M')
                MAPSET('S119S')
                INTO (S119MI)
           END-EXEC
           IF PROVI = SPACES OR LOW-VALUES
              MOVE USERID TO PROVO
           END-IF
           MOVE PROVI TO WS-PROVIDER
           IF WKDATEI = SPACES OR LOW-VALUES
              MOVE WS-TODAY-YYYYMMDD TO WKDATEO
           END-IF
           PERFORM 210-FIND-WEEK.
       200-EXIT.
           EXIT.

      *    Monday of the keyed date's week (MOD 7 of the integer
      *    date is 1 on a Monday, the STF050K week-key rule).
       210-FIND-WEEK.
           MOVE 'N' TO WS-WEEK-OK
           MOVE 0 TO WS-WEEK-START WS-WEEK-END
           IF WKDATEI NOT NUMERIC
              GO TO 210-EXIT
           END-IF
           COMPUTE WS-WEEK-INTEGER =
              FUNCTION INTEGER-OF-DATE(WKDATEI)
           IF WS-WEEK-INTEGER NOT > 0
              GO TO 210-EXIT
           END-IF
           COMPUTE WS-WEEK-DOW = FUNCTION MOD(WS-WEEK-INTEGER, 7)
           IF WS-WEEK-DOW = 0
              COMPUTE WS-WEEK-INTEGER = WS-WEEK-INTEGER - 6
           ELSE
              COMPUTE WS-WEEK-INTEGER =
                 WS-WEEK-INTEGER - WS-WEEK-DOW + 1
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-INTEGER)
                TO WS-WEEK-START
           COMPUTE WS-WEEK-INTEGER = WS-WEEK-INTEGER + 6
           MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-INTEGER)
                TO WS-WEEK-END
           MOVE WS-WEEK-START TO WKDATEO
           MOVE 'Y' TO WS-WEEK-OK.
       210-EXIT.
           EXIT.

       300-CHECK-AID.
           EVALUATE EIBAID
             WHEN DFHPF1
                  MOVE 'Y' TO WS-HELP-FLAG
                  EXEC CICS SEND TEXT
                       FROM (WS-HELP-TEXT)
                       LENGTH (+60)
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                       TRANSID('S119')
                       COMMAREA(WS-COMMAREA)
                  END-EXEC
             WHEN DFHPF3
                  EXEC CICS SEND CONTROL
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                  END-EXEC
             WHEN DFHPF2
                  PERFORM 700-SUBMIT-WEEK
                  PERFORM 500-LIST-WEEK
             WHEN DFHPF4
                  MOVE 'APPROVED' TO WS-TS-NEW-STATUS
                  PERFORM 760-DECIDE-WEEK
                  PERFORM 500-LIST-WEEK
             WHEN DFHPF5
                  MOVE 'RETURNED' TO WS-TS-NEW-STATUS
                  PERFORM 760-DECIDE-WEEK
                  PERFORM 500-LIST-WEEK
             WHEN DFHENTER
                  MOVE WS-ENTER-PROMPT TO ERRMSGO
                  IF WS-PROVIDER = '*'
                     PERFORM 550-LIST-QUEUE
                  ELSE
                     PERFORM 500-LIST-WEEK
                  END-IF
             WHEN OTHER
                  MOVE WS-INVALID-PFKEY TO ERRMSGO
           END-EVALUATE.
       300-EXIT.
           EXIT.

      *    The provider's week: timesheet status plus the entries.
       500-LIST-WEEK.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 10
              MOVE SPACES TO TSLINEO(WS-ROW)
           END-PERFORM
           MOVE SPACES TO TSSTATO
           MOVE 0 TO TSTOTO
           IF WS-WEEK-OK NOT = 'Y' OR WS-PROVIDER = '*'
              IF ERRMSGO = WS-ENTER-PROMPT
                 MOVE WS-WEEK-INVALID TO ERRMSGO
                 MOVE -1 TO WKDATEL
              END-IF
              GO TO 500-EXIT
           END-IF
           PERFORM 520-READ-TIMESHEET
           IF WS-TS-FOUND = 'Y'
              MOVE TS-Status TO TSSTATO
              IF TS-Status = 'RETURNED' AND
                 (TSCMNTI = SPACES OR LOW-VALUES)
                 MOVE TS-Comment TO TSCMNTO
              END-IF
           ELSE
              MOVE 'OPEN' TO TSSTATO
           END-IF
           PERFORM 510-SCAN-WEEK-ENTRIES
           MOVE WS-WEEK-MINUTES TO TSTOTO.
       500-EXIT.
           EXIT.

      *    STF020W is keyed by ticket, so the provider's week is a
      *    full pass filtered on worker and date - the SM085 pass.
      *    Totals every entry; the first ten fill the screen rows.
       510-SCAN-WEEK-ENTRIES.
           MOVE 0 TO WS-WEEK-MINUTES WS-WEEK-ENTRIES
           MOVE 0 TO WS-ROW
           MOVE LOW-VALUES TO WL-KEYS
           EXEC CICS STARTBR
                FILE('STF020W')
                RIDFLD (WL-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF020W')
                      INTO (WORKLOG-REC)
                      RIDFLD (WL-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    WL-Worker = WS-PROVIDER AND
                    WL-Date NOT < WS-WEEK-START AND
                    WL-Date NOT > WS-WEEK-END
                    ADD WL-Minutes TO WS-WEEK-MINUTES
                    ADD 1 TO WS-WEEK-ENTRIES
                    IF WS-ROW < 10
                       ADD 1 TO WS-ROW
                       MOVE WL-Ticket-ID TO ER-TICKET
                       MOVE WL-Seq-Number TO ER-SEQ
                       MOVE WL-Date TO ER-DATE
                       MOVE WL-Minutes TO ER-MINUTES
                       MOVE WL-Comment TO ER-COMMENT
                       MOVE WS-ENTRY-ROW TO TSLINEO(WS-ROW)
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF020W')
              END-EXEC
           END-IF.
       510-EXIT.
           EXIT.

       520-READ-TIMESHEET.
           MOVE 'N' TO WS-TS-FOUND
           MOVE WS-PROVIDER TO TS-Worker
           MOVE WS-WEEK-START TO TS-Week-Start
           EXEC CICS READ
                FILE('STF082T')
                INTO (TS-REC)
                RIDFLD (TS-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-TS-FOUND
           END-IF.
       520-EXIT.
           EXIT.

      *    Supervisor's queue: every SUBMITTED timesheet, oldest
      *    provider/week first (key order), first ten on screen.
       550-LIST-QUEUE.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 10
              MOVE SPACES TO TSLINEO(WS-ROW)
           END-PERFORM
           MOVE SPACES TO TSSTATO
           MOVE 0 TO TSTOTO
           MOVE 0 TO WS-ROW
           MOVE LOW-VALUES TO TS-KEYS
           EXEC CICS STARTBR
                FILE('STF082T')
                RIDFLD (TS-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR WS-ROW >= 10
                 EXEC CICS READNEXT
                      FILE('STF082T')
                      INTO (TS-REC)
                      RIDFLD (TS-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    TS-Status = 'SUBMITTED'
                    ADD 1 TO WS-ROW
                    MOVE TS-Worker TO QR-WORKER
                    MOVE TS-Week-Start TO QR-WEEK
                    MOVE TS-Minutes TO QR-MINUTES
                    MOVE TS-Entries TO QR-ENTRIES
                    MOVE TS-Submitted-Stamp TO QR-SUBMITTED
                    MOVE WS-QUEUE-ROW TO TSLINEO(WS-ROW)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF082T')
              END-EXEC
           END-IF
           IF WS-ROW = 0
              MOVE WS-QUEUE-EMPTY TO ERRMSGO
           END-IF.
       550-EXIT.
           EXIT.

      *    PF2: the provider (or an admin) submits the keyed week -
      *    a new STF082T row, or a RETURNED one sent back again.
       700-SUBMIT-WEEK.
           IF WS-WEEK-OK NOT = 'Y' OR WS-PROVIDER = '*'
              MOVE WS-WEEK-INVALID TO ERRMSGO
              MOVE -1 TO WKDATEL
              GO TO 700-EXIT
           END-IF
           IF WS-WEEK-START > WS-TODAY-YYYYMMDD
              MOVE WS-FUTURE-WEEK TO ERRMSGO
              MOVE -1 TO WKDATEL
              GO TO 700-EXIT
           END-IF
           IF WS-PROVIDER NOT = USERID AND USR-ADMIN NOT = 'Y'
              MOVE WS-NOT-YOURS TO ERRMSGO
              MOVE -1 TO PROVL
              GO TO 700-EXIT
           END-IF
           PERFORM 510-SCAN-WEEK-ENTRIES
           IF WS-WEEK-ENTRIES = 0
              MOVE WS-EMPTY-WEEK TO ERRMSGO
              MOVE -1 TO WKDATEL
              GO TO 700-EXIT
           END-IF
           PERFORM 120-BUILD-STAMP
           MOVE WS-PROVIDER TO TS-Worker
           MOVE WS-WEEK-START TO TS-Week-Start
           EXEC CICS READ
                FILE('STF082T')
                INTO (TS-REC)
                RIDFLD (TS-KEYS)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              IF TS-Status NOT = 'RETURNED'
                 EXEC CICS UNLOCK
                      FILE('STF082T')
                 END-EXEC
                 MOVE WS-ALREADY-IN TO ERRMSGO
                 GO TO 700-EXIT
              END-IF
              MOVE 'SUBMITTED' TO TS-Status
              MOVE WS-WEEK-MINUTES TO TS-Minutes
              MOVE WS-WEEK-ENTRIES TO TS-Entries
              MOVE WS-STAMP TO TS-Submitted-Stamp
              MOVE SPACES TO TS-Decided-By TS-Decided-Stamp
              EXEC CICS REWRITE
                   FILE('STF082T')
                   FROM (TS-REC)
                   RESP(WS-RETNCODE)
              END-EXEC
           ELSE
              MOVE SPACES TO TS-REC
              MOVE WS-PROVIDER TO TS-Worker
              MOVE WS-WEEK-START TO TS-Week-Start
              MOVE 'SUBMITTED' TO TS-Status
              MOVE WS-WEEK-MINUTES TO TS-Minutes
              MOVE WS-WEEK-ENTRIES TO TS-Entries
              MOVE WS-STAMP TO TS-Submitted-Stamp
              EXEC CICS WRITE
                   FILE('STF082T')
                   FROM (TS-REC)
                   RIDFLD (TS-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
           END-IF
           IF WS-RETNCODE = DFHRESP(NORMAL)
              MOVE WS-SUBMITTED-MSG TO ERRMSGO
           END-IF.
       700-EXIT.
           EXIT.

      *    PF4/PF5: a supervisor approves or returns the keyed
      *    SUBMITTED week; the provider is told either way.
       760-DECIDE-WEEK.
           MOVE 'TIMEAPPR' TO WS-PERM-FUNCTION
           PERFORM 770-CHECK-FUNCTION-PERM
           IF WS-PERM-OK NOT = 'Y' OR
              (WS-PERM-KNOWN NOT = 'Y' AND USR-ADMIN NOT = 'Y')
              MOVE WS-NOT-SUPERVISOR TO ERRMSGO
              GO TO 760-EXIT
           END-IF
           IF WS-WEEK-OK NOT = 'Y' OR WS-PROVIDER = '*'
              MOVE WS-WEEK-INVALID TO ERRMSGO
              MOVE -1 TO WKDATEL
              GO TO 760-EXIT
           END-IF
           IF WS-PROVIDER = USERID
              MOVE WS-OWN-SHEET TO ERRMSGO
              MOVE -1 TO PROVL
              GO TO 760-EXIT
           END-IF
           IF WS-TS-NEW-STATUS = 'RETURNED' AND
              (TSCMNTI = SPACES OR LOW-VALUES)
              MOVE WS-COMMENT-NEEDED TO ERRMSGO
              MOVE -1 TO TSCMNTL
              GO TO 760-EXIT
           END-IF
           MOVE WS-PROVIDER TO TS-Worker
           MOVE WS-WEEK-START TO TS-Week-Start
           EXEC CICS READ
                FILE('STF082T')
                INTO (TS-REC)
                RIDFLD (TS-KEYS)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-NOT-SUBMITTED TO ERRMSGO
              GO TO 760-EXIT
           END-IF
           IF TS-Status NOT = 'SUBMITTED'
              EXEC CICS UNLOCK
                   FILE('STF082T')
              END-EXEC
              MOVE WS-NOT-SUBMITTED TO ERRMSGO
              GO TO 760-EXIT
           END-IF
           PERFORM 120-BUILD-STAMP
           MOVE WS-TS-NEW-STATUS TO TS-Status
           MOVE USERID TO TS-Decided-By
           MOVE WS-STAMP TO TS-Decided-Stamp
           IF TSCMNTI = SPACES OR LOW-VALUES
              MOVE SPACES TO TS-Comment
           ELSE
              MOVE TSCMNTI TO TS-Comment
           END-IF
           EXEC CICS REWRITE
                FILE('STF082T')
                FROM (TS-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 760-EXIT
           END-IF
           PERFORM 780-NOTIFY-PROVIDER
           IF WS-TS-NEW-STATUS = 'APPROVED'
              MOVE WS-APPROVED-MSG TO ERRMSGO
           ELSE
              MOVE WS-RETURNED-MSG TO ERRMSGO
           END-IF.
       760-EXIT.
           EXIT.

       770-CHECK-FUNCTION-PERM.
           MOVE 'Y' TO WS-PERM-OK
           MOVE 'N' TO WS-PERM-KNOWN
           MOVE '01' TO PRM-VERSION
           MOVE WS-PERM-FUNCTION TO PRM-FUNCTION
           MOVE USR-REQUESTOR TO PRM-REQUESTOR
           MOVE USR-ADMIN TO PRM-ADMIN
           MOVE USR-APPROVER TO PRM-APPROVER
           MOVE USR-SERVICE TO PRM-SERVICE
           MOVE SPACE TO PRM-AUDITOR
           MOVE SPACE TO PRM-ALLOWED
           MOVE SPACE TO PRM-MATRIX-FOUND
           EXEC CICS LINK
                PROGRAM('SM069')
                COMMAREA(PRM-COMMAREA)
                LENGTH(LENGTH OF PRM-COMMAREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
              PRM-MATRIX-FOUND = 'Y'
              MOVE 'Y' TO WS-PERM-KNOWN
              IF PRM-ALLOWED NOT = 'Y'
                 MOVE 'N' TO WS-PERM-OK
              END-IF
           END-IF.
       770-EXIT.
           EXIT.

      *    One STF009N row for the provider (highest-seq idiom),
      *    left unsent for the S107 mail bridge.
       780-NOTIFY-PROVIDER.
           MOVE WS-PROVIDER TO NOTIF-Userid
           MOVE 0 TO NOTIF-Seq-Number
           MOVE 0 TO WS-NTF-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF009N')
                RIDFLD(NOTIF-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR NOTIF-Userid NOT = WS-PROVIDER
                 EXEC CICS READNEXT
                      FILE('STF009N')
                      INTO(NOTIF-REC)
                      RIDFLD(NOTIF-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    NOTIF-Userid = WS-PROVIDER
                    MOVE NOTIF-Seq-Number TO WS-NTF-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF009N')
              END-EXEC
           END-IF
           MOVE WS-PROVIDER TO NOTIF-Userid
           MOVE WS-NTF-LAST-SEQ TO NOTIF-Seq-Number
           ADD 1 TO NOTIF-Seq-Number
           MOVE SPACES TO NOTIF-Ticket-ID
           MOVE WS-STAMP TO NOTIF-Stamp
           MOVE SPACES TO NOTIF-Text
           STRING 'TIMESHEET ' DELIMITED BY SIZE
                  WS-WEEK-START DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TS-NEW-STATUS DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  TS-Comment DELIMITED BY SIZE
                  INTO NOTIF-Text
           END-STRING
           MOVE 'N' TO NOTIF-Read-Flag
           MOVE 'N' TO NOTIF-Sent-Flag
           MOVE SPACES TO NOTIF-Sent-Stamp
           EXEC CICS WRITE
                FILE('STF009N')
                FROM (NOTIF-REC)
                RIDFLD (NOTIF-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       780-EXIT.
           EXIT.
