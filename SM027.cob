      *  field SM018's escalation and SM023's workload report always   *
      *  had to do without.                                            *
      *                                                                *
      *  Three modes, cycled with PF4:                                 *
      *    UNASSIGNED - every ONGOING ticket whose Assigned-To is      *
      *                 still blank (the dispatch queue). A service    *
      *                 user selects rows with 'S', keys a provider    *
      *                 other screens use.                             *
      *    MY WORK    - every ONGOING/ESCALATED ticket assigned to    *
      *                 the signed-on userid, so a provider sees       *
      *                 exactly what is theirs, headed by today's      *
      *                 STF076B on-site visits in from-time order,     *
      *                 then their STF125F follow-ups dated today or   *
      *                 earlier and still OPEN, oldest first (the 20   *
      *                 oldest, with a count when more are due). A     *
      *                 ticket past its due date with no SLA breach    *
      *                 reason yet is marked 'B', given an STF123B     *
      *                 reason code in BRSN and PF2 records it on the  *
      *                 ticket, logged to STF002E as a 'B' entry. A    *
      *                 row marked 'F' with a date (YYYYMMDD) in FUDT  *
      *                 and a note in FUNT gets a new follow-up, and a *
      *                 follow-up row marked 'D' is closed off - both  *
      *                 through the SM179 service on PF2.              *
      *    MY GROUP   - every unassigned ONGOING ticket routed to a    *
      *                 resolver group (TICKET-GROUP) the signed-on    *
      *                 userid is an active STF071M member of - the   *
      *                 team's own slice of the dispatch pile, worked  *
      *                 with the same S/ASGN/PF2 assignment.           *
      *                                                                *
      *  A provider with an active STF072A absence covering today is   *
      *  refused as an ASGN target and never suggested by PF6.         *
      *                                                                *
      *  Each page's tickets are put to the SM164 known-error match:   *
      *  the first one a KNOWN-ERR problem strikes (by asset or        *
      *  category) and not already under it is named on the KERR      *
      *  banner with the problem id and workaround. Rows selected 'K'  *
      *  and PF9 link those tickets to their matching problem.         *
      *                                                                *
      *  List paging uses the same TS-queue idiom SM007's history      *
      *  viewer uses (EIBTRMID + 'SM27' queue name, one fixed-format   *
      *    Before-image captured at the READ UPDATE for the SM086
      *    field-audit compare - oversized so copybook growth never
      *    needs a lockstep edit here.
       01  WS-FAD-BEFORE                         PIC X(1000).
           COPY SMPRM01.
      *    STF046M function gate answered by the SM069 service - see
      *    the SMPRM01 contract. WS-PERM-OK goes 'N' only when the
           05 WS-INVALID-PFKEY                   PIC X(21) VALUE
              'INAVLID PFKEY PRESSED'.
           05 WS-HELP-TEXT                        PIC X(60) VALUE
           'PF1=HELP PF2=ASGN/BR/FUP PF3=EXIT PF4=MODE PF7/8 PF9=LINK'.
           05 WS-SELECT-PROMPT                   PIC X(42) VALUE
              'SELECT WITH S, ENTER PROVIDER, PRESS PF2'.
           05 WS-MYWORK-PROMPT                   PIC X(50) VALUE
              'YOUR TICKETS - MARK F AND KEY FUDT FOR A FOLLOW-UP'.
           05 WS-PROVIDER-REQD                   PIC X(38) VALUE
              'ENTER A PROVIDER USERID IN ASGN FIELD'.
           05 WS-PROVIDER-INVALID                PIC X(44) VALUE
           05 WS-LOG-UPD-REMARKS                 PIC X(50).
           05 FILLER                             PIC X(11).
           05 WS-LOG-ENTRY-TYPE                 PIC X(01).
       01  WS-LOG-TYPE                           PIC X(01) VALUE 'S'.

      *    Local projection of the uaf001 fields this program needs -
      *    no shared UAF001 copybook exists in this tree, so each
       01  WS-QROW.
           05 QROW-KEY                           PIC X(07).
           05 QROW-TEXT                          PIC X(62).
      *    'B' on a MY WORK row that is overdue with no breach reason.
           05 QROW-BREACH                        PIC X(01).
      *    The STF125F sequence on a MY WORK follow-up row, else zero.
           05 QROW-FUP-SEQ                       PIC 9(03).
       01  WS-QROW-BUILD.
           05 QB-ID                              PIC X(07).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 WS-ASGN-SKIP                       PIC 9(02).

           COPY STF051V.
           COPY STF071M.
           COPY STF072A.
       01  WS-PROV-ABSENT                        PIC X VALUE 'N'.
       01  WS-ABS-USERID                         PIC X(08).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-PROVIDER-ABSENT                    PIC X(40) VALUE
           'PROVIDER IS ON LEAVE/ABSENT TODAY'.
           COPY STF010R.
           COPY STF018A.
           COPY STF073S.
           COPY STF076B.
      *    Today's STF076B visits of the signed-on provider, put in
      *    from-time order at the head of the MY WORK list.
       01  WS-APPT-TABLE.
           05 WS-AP-ENTRY OCCURS 20 TIMES.
              10 WS-AP-FROM                      PIC 9(04).
              10 WS-AP-TO                        PIC 9(04).
              10 WS-AP-TICKET                    PIC X(07).
              10 WS-AP-SITE                      PIC X(08).
              10 WS-AP-STATUS                    PIC X(08).
       01  WS-AP-HOLD                            PIC X(31).
       01  WS-AP-USED                            PIC 9(02).
       01  WS-AP-SUB                             PIC S9(4) COMP.
       01  WS-AP-SUB2                            PIC S9(4) COMP.
       01  WS-APPT-ROW-BUILD.
           05 AB-LABEL                           PIC X(05) VALUE
              'APPT '.
           05 AB-FROM                            PIC 9(04).
           05 FILLER                             PIC X(01) VALUE '-'.
           05 AB-TO                              PIC 9(04).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 AB-TICKET                          PIC X(07).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 AB-SITE                            PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 AB-STATUS                          PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 AB-TITLE                           PIC X(21).
      *    The provider's OPEN STF125F follow-ups dated today or
      *    earlier, put in date order after today's visits - see 445
      *    and 870.
           COPY STF125F.
           COPY SMFUP01 REPLACING ==FUQ-COMMAREA== BY ==WS-FUQ-AREA==.
       01  WS-FU-TABLE.
           05 WS-FU-ENTRY OCCURS 20 TIMES.
              10 WS-FU-DUE                       PIC 9(08).
              10 WS-FU-TICKET                    PIC X(07).
              10 WS-FU-SEQ                       PIC 9(03).
              10 WS-FU-NOTE                      PIC X(30).
       01  WS-FU-USED                            PIC 9(02).
       01  WS-FU-SUB                             PIC S9(4) COMP.
       01  WS-FU-SUB2                            PIC S9(4) COMP.
       01  WS-FU-POS                             PIC S9(4) COMP.
       01  WS-FU-FOUND                           PIC 9(05).
       01  WS-FU-MORE-ROW.
           05 FILLER                             PIC X(22) VALUE
              'MORE FOLLOW-UPS DUE - '.
           05 FM-FOUND                           PIC ZZZZ9.
           05 FILLER                             PIC X(24) VALUE
              ' IN ALL, OLDEST 20 SHOWN'.
       01  WS-FUP-ROW-BUILD.
           05 FB-LABEL                           PIC X(04) VALUE
              'F/U '.
           05 FB-DUE                             PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 FB-TICKET                          PIC X(07).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 FB-NOTE                            PIC X(30).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 FB-TITLE                           PIC X(10).
       01  WS-FU-MARKS                           PIC 9(02).
       01  WS-FU-SET                             PIC 9(02).
       01  WS-FU-DONE                            PIC 9(02).
       01  WS-FU-SKIP                            PIC 9(02).
       01  WS-FU-LAST-ERR                        PIC X(10).
       01  WS-BR-MARKS                           PIC 9(02).
       01  WS-BR-OK                              PIC X(01).
       01  WS-MARK-MSG                           PIC X(60).
       01  WS-NO-MARKS                           PIC X(40) VALUE
           'NO ROWS MARKED - B, F OR D THEN PF2'.
       01  WS-FUP-DATE-REQD                      PIC X(40) VALUE
           'KEY A FOLLOW-UP DATE (YYYYMMDD) IN FUDT'.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
      *    Work-order assembly fields - see 790-WRITE-WORK-ORDER.
       01  WS-WO-WORK                            PIC X(80).
       01  WS-WO-LAST-LINE                       PIC 9(05).
       01  WS-WO-PRINTER                         PIC X(08).
           COPY STF075U.
           COPY SMPRT01 REPLACING ==PRQ-COMMAREA== BY ==WS-PRT-AREA==.
       77  WS-PRT-RESP                           PIC S9(8) COMP.
      *    Profile-based dispatch support: PF6 suggests the STF051V
      *    candidate the SM075 auto-dispatch engine would pick for
      *    the first selected ticket, and a manual assignment warns
       01  WS-PROVIDER-OK                        PIC X VALUE 'N'.
       01  WS-LOG-LAST-SEQ                       PIC 9(03).
       01  WS-ASGN-REMARKS                       PIC X(50).
      *    The signed-on user's resolver groups for MY GROUP mode.
       01  WS-MY-GROUP-TABLE.
           05 WS-MY-GROUP OCCURS 10 TIMES         PIC X(08).
       01  WS-MY-GROUP-USED                      PIC 9(02).
       01  WS-GRP-SUB                            PIC S9(4) COMP.
       01  WS-IN-MY-GROUP                        PIC X VALUE 'N'.
       01  WS-MYGROUP-PROMPT                     PIC X(40) VALUE
           'SHOWING YOUR GROUPS UNASSIGNED TICKETS'.
      *    Known-error match for the page - see 610 and 800.
           COPY SMKER01 REPLACING ==KEQ-COMMAREA== BY ==WS-KEQ-AREA==.
       01  WS-KERR-ROW                           PIC 9(02).
       01  WS-KE-DONE                            PIC 9(02).
       01  WS-KE-SKIP                            PIC 9(02).
       01  WS-NOT-LINKER                         PIC X(42) VALUE
           'ONLY SERVICE USERS MAY LINK KNOWN ERRORS'.
      *    SLA breach reasons for overdue MY WORK rows - see 425
      *    and 850.
           COPY STF123B.
       01  WS-BREACH-ROWS                        PIC 9(04).
       01  WS-BR-DONE                            PIC 9(02).
       01  WS-BR-SKIP                            PIC 9(02).
       01  WS-BR-OVERDUE                         PIC X VALUE 'N'.
       01  WS-BR-EFF-DUE                         PIC 9(08).
       01  WS-BR-INTEGER                         PIC S9(9) COMP.
       01  WS-BREACH-REQD                        PIC X(40) VALUE
           'KEY A BREACH REASON CODE IN BRSN'.
       01  WS-BREACH-INVALID                     PIC X(40) VALUE
           'BREACH REASON NOT ON FILE'.

       01  WS-COMMAREA.
           05 WS-PGMID                           PIC X(06).
       100-CREATE-MAP.
           PERFORM 105-WRITE-PERF-SAMPLE
           PERFORM 110-FORMAT-DATE-TIME
           EVALUATE WS-MODE
             WHEN 'U'
                  MOVE 'UNASSIGNED   ' TO MODEO
             WHEN 'G'
                  MOVE 'MY GROUP     ' TO MODEO
             WHEN OTHER
                  MOVE 'MY WORK      ' TO MODEO
           END-EVALUATE
           MOVE WS-PAGE TO PAGEO
           MOVE LENGTH OF SM027MO TO WS-LENGTH
           EXEC CICS SEND
                       COMMAREA(WS-COMMAREA)
                  END-EXEC
             WHEN DFHPF2
                  IF WS-MODE = 'U' OR WS-MODE = 'G'
                     IF USR-SERVICE = 'Y'
                        PERFORM 700-ASSIGN-SELECTED
                     ELSE
                        MOVE WS-NOT-DISPATCHER TO ERRMSGO
                     END-IF
                  ELSE
                     PERFORM 840-WORK-MARKED-ROWS
                  END-IF
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF3
                       COMMAREA(WS-COMMAREA)
                  END-EXEC
             WHEN DFHPF4
                  EVALUATE WS-MODE
                    WHEN 'U'
                         MOVE 'M' TO WS-MODE
                         MOVE WS-MYWORK-PROMPT TO ERRMSGO
                    WHEN 'M'
                         MOVE 'G' TO WS-MODE
                         MOVE WS-MYGROUP-PROMPT TO ERRMSGO
                    WHEN OTHER
                         IF USR-SERVICE = 'Y'
                            MOVE 'U' TO WS-MODE
                            MOVE WS-SELECT-PROMPT TO ERRMSGO
                         ELSE
                            MOVE 'M' TO WS-MODE
                            MOVE WS-MYWORK-PROMPT TO ERRMSGO
                         END-IF
                  END-EVALUATE
                  MOVE 1 TO WS-PAGE
                  PERFORM 400-BUILD-QUEUE
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF6
                  PERFORM 760-SUGGEST-PROVIDER
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF9
                  IF WS-MODE = 'U' OR WS-MODE = 'G'
                     IF USR-SERVICE = 'Y'
                        PERFORM 800-LINK-KNOWN-ERRORS
                     ELSE
                        MOVE WS-NOT-LINKER TO ERRMSGO
                     END-IF
                  ELSE
                     MOVE WS-INVALID-PFKEY TO ERRMSGO
                  END-IF
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF7
                  IF WS-PAGE > 1
                     SUBTRACT 1 FROM WS-PAGE
      *    alternate index (same key shape SM0000's
      *    114-COUNT-BY-STATUS and SM001's 720-SCAN-BY-STATUS use),
      *    keeping tickets whose Assigned-To is still blank; mode 'M'
      *    first lists the signed-on provider's on-site visits for
      *    today and the follow-ups that have come due, then walks the
      *    ONGOING then ESCALATED slices keeping
      *    tickets assigned to the signed-on userid; mode 'G' walks the
      *    ONGOING slice keeping unassigned tickets whose group is
      *    one of the user's own.
       400-BUILD-QUEUE.
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE 0 TO WS-TOTAL-ROWS
           MOVE 0 TO WS-BREACH-ROWS
           IF WS-MODE = 'U'
              MOVE 'ONGOING' TO WS-SCAN-STATUS
              PERFORM 410-SCAN-STATUS-SLICE
           ELSE
           IF WS-MODE = 'G'
              PERFORM 430-LOAD-MY-GROUPS
              IF WS-MY-GROUP-USED > 0
                 MOVE 'ONGOING' TO WS-SCAN-STATUS
                 PERFORM 410-SCAN-STATUS-SLICE
              END-IF
           ELSE
              PERFORM 440-QUEUE-TODAYS-APPTS
              PERFORM 445-QUEUE-DUE-FOLLOW-UPS
              MOVE 'ONGOING' TO WS-SCAN-STATUS
              PERFORM 410-SCAN-STATUS-SLICE
              MOVE 'ESCALATED' TO WS-SCAN-STATUS
              PERFORM 410-SCAN-STATUS-SLICE
           END-IF
           END-IF
           DIVIDE WS-TOTAL-ROWS BY 10 GIVING WS-MAX-PAGE
                  REMAINDER WS-SUB
           IF WS-SUB NOT = 0
           END-IF
           IF WS-PAGE > WS-MAX-PAGE
              MOVE 1 TO WS-PAGE
           END-IF
           IF WS-MODE = 'M' AND WS-BREACH-ROWS > 0
              MOVE SPACES TO ERRMSGO
              STRING WS-BREACH-ROWS DELIMITED BY SIZE
                     ' OVERDUE WITH NO BREACH REASON - MARK B, KEY BRSN'
                     DELIMITED BY SIZE
                     INTO ERRMSGO
              END-STRING
           END-IF.
       400-EXIT.
           EXIT.
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    WS-STATUS-KEYB-STAT = WS-SCAN-STATUS
                    MOVE 'N' TO WS-IN-MY-GROUP
                    IF WS-MODE = 'G' AND
                       TICKET-ASSIGNED-TO = SPACES
                       PERFORM 435-CHECK-MY-GROUP
                    END-IF
                    IF (WS-MODE = 'U' AND
                        TICKET-ASSIGNED-TO = SPACES) OR
                       (WS-MODE = 'M' AND
                        TICKET-ASSIGNED-TO = USERID) OR
                       WS-IN-MY-GROUP = 'Y'
                       PERFORM 420-QUEUE-ONE-ROW
                    END-IF
                 ELSE
           MOVE TICKET-DUE-DATE TO QB-DUE
           MOVE TICKET-KEY TO QROW-KEY
           MOVE WS-QROW-BUILD TO QROW-TEXT
           MOVE SPACE TO QROW-BREACH
           MOVE 0 TO QROW-FUP-SEQ
           IF WS-MODE = 'M' AND
              (TICKET-BREACH-REASON = SPACES OR LOW-VALUES)
              PERFORM 425-JUDGE-OVERDUE
              IF WS-BR-OVERDUE = 'Y'
                 MOVE 'B' TO QROW-BREACH
                 ADD 1 TO WS-BREACH-ROWS
              END-IF
           END-IF
           EXEC CICS WRITEQ TS
                QUEUE(WS-QNAME)
                FROM(WS-QROW)
       420-EXIT.
           EXIT.

      *    Overdue is SM018's ESCALATED, or a due date (pushed out by
      *    any on-hold days, as SM018's 260-SET-EFFECTIVE-DUE does)
      *    already behind us - the ticket may not have met the
      *    overnight run yet.
       425-JUDGE-OVERDUE.
           MOVE 'N' TO WS-BR-OVERDUE
           IF TICKET-STATUS = 'ESCALATED'
              MOVE 'Y' TO WS-BR-OVERDUE
              GO TO 425-EXIT
           END-IF
           IF TICKET-DUE-DATE NOT NUMERIC OR TICKET-DUE-DATE = 0
              GO TO 425-EXIT
           END-IF
           MOVE TICKET-DUE-DATE TO WS-BR-EFF-DUE
           IF TICKET-HOLD-DAYS NUMERIC AND TICKET-HOLD-DAYS > 0
              COMPUTE WS-BR-INTEGER =
                 FUNCTION INTEGER-OF-DATE(TICKET-DUE-DATE)
                 + TICKET-HOLD-DAYS
              MOVE FUNCTION DATE-OF-INTEGER(WS-BR-INTEGER)
                   TO WS-BR-EFF-DUE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           IF WS-BR-EFF-DUE < WS-TODAY-YYYYMMDD
              MOVE 'Y' TO WS-BR-OVERDUE
           END-IF.
       425-EXIT.
           EXIT.

      *    The user's active STF071M rows - membership is keyed group
      *    first, so the whole (small) file is walked.
       430-LOAD-MY-GROUPS.
           MOVE 0 TO WS-MY-GROUP-USED
           MOVE LOW-VALUES TO GMBR-KEYS
           EXEC CICS STARTBR
                FILE('STF071M')
                RIDFLD (GMBR-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR WS-MY-GROUP-USED >= 10
                 EXEC CICS READNEXT
                      FILE('STF071M')
                      INTO (GMBR-REC)
                      RIDFLD (GMBR-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    GMBR-Userid = USERID AND
                    GMBR-ACTIVE = 'Y'
                    ADD 1 TO WS-MY-GROUP-USED
                    MOVE GMBR-Group
                         TO WS-MY-GROUP(WS-MY-GROUP-USED)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF071M')
              END-EXEC
           END-IF.
       430-EXIT.
           EXIT.

       435-CHECK-MY-GROUP.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-MY-GROUP-USED
              IF WS-MY-GROUP(WS-GRP-SUB) = TICKET-GROUP
                 MOVE 'Y' TO WS-IN-MY-GROUP
              END-IF
           END-PERFORM.
       435-EXIT.
           EXIT.

      *    MY WORK head rows: the provider's BOOKED or DONE STF076B
      *    visits for today. STF076B is keyed by ticket, so the whole
      *    (small) file is walked, then the table is put in from-time
      *    order and each visit queued with its ticket's title.
       440-QUEUE-TODAYS-APPTS.
           MOVE 0 TO WS-AP-USED
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           MOVE LOW-VALUES TO APPT-KEYS
           EXEC CICS STARTBR
                FILE('STF076B')
                RIDFLD (APPT-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR WS-AP-USED >= 20
                 EXEC CICS READNEXT
                      FILE('STF076B')
                      INTO (APPT-REC)
                      RIDFLD (APPT-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    APPT-Provider = USERID AND
                    APPT-Date = WS-TODAY-YYYYMMDD AND
                    (APPT-Status = 'BOOKED' OR APPT-Status = 'DONE')
                    ADD 1 TO WS-AP-USED
                    MOVE APPT-From-Time TO WS-AP-FROM(WS-AP-USED)
                    MOVE APPT-To-Time TO WS-AP-TO(WS-AP-USED)
                    MOVE APPT-Ticket-ID TO WS-AP-TICKET(WS-AP-USED)
                    MOVE APPT-Site TO WS-AP-SITE(WS-AP-USED)
                    MOVE APPT-Status TO WS-AP-STATUS(WS-AP-USED)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF076B')
              END-EXEC
           END-IF
           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
                   UNTIL WS-AP-SUB >= WS-AP-USED
              PERFORM VARYING WS-AP-SUB2 FROM WS-AP-SUB BY 1
                      UNTIL WS-AP-SUB2 > WS-AP-USED
                 IF WS-AP-FROM(WS-AP-SUB2) < WS-AP-FROM(WS-AP-SUB)
                    MOVE WS-AP-ENTRY(WS-AP-SUB) TO WS-AP-HOLD
                    MOVE WS-AP-ENTRY(WS-AP-SUB2)
                         TO WS-AP-ENTRY(WS-AP-SUB)
                    MOVE WS-AP-HOLD TO WS-AP-ENTRY(WS-AP-SUB2)
                 END-IF
              END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
                   UNTIL WS-AP-SUB > WS-AP-USED
              MOVE WS-AP-FROM(WS-AP-SUB) TO AB-FROM
              MOVE WS-AP-TO(WS-AP-SUB) TO AB-TO
              MOVE WS-AP-TICKET(WS-AP-SUB) TO AB-TICKET
              MOVE WS-AP-SITE(WS-AP-SUB) TO AB-SITE
              MOVE WS-AP-STATUS(WS-AP-SUB) TO AB-STATUS
              MOVE SPACES TO AB-TITLE
              EXEC CICS READ
                   FILE('STF001C')
                   INTO (TICKET-REC)
                   RIDFLD (WS-AP-TICKET(WS-AP-SUB))
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE TICKET-TITLE TO AB-TITLE
              END-IF
              MOVE WS-AP-TICKET(WS-AP-SUB) TO QROW-KEY
              MOVE WS-APPT-ROW-BUILD TO QROW-TEXT
              MOVE SPACE TO QROW-BREACH
              MOVE 0 TO QROW-FUP-SEQ
              EXEC CICS WRITEQ TS
                   QUEUE(WS-QNAME)
                   FROM(WS-QROW)
                   LENGTH(LENGTH OF WS-QROW)
              END-EXEC
              ADD 1 TO WS-TOTAL-ROWS
           END-PERFORM.
       440-EXIT.
           EXIT.

      *    Next in MY WORK: the provider's OPEN STF125F follow-ups
      *    whose date has come, oldest first so one already missed
      *    sits above today's. STF125F is keyed by ticket, so the
      *    whole (small) file is walked as 440 walks STF076B, each
      *    row put into date order as it is found; once the 20 slots
      *    are full a row only gets in by pushing out the newest, so
      *    the 20 kept are the 20 oldest. A closing row says how many
      *    more were due.
       445-QUEUE-DUE-FOLLOW-UPS.
           MOVE 0 TO WS-FU-USED
           MOVE 0 TO WS-FU-FOUND
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           MOVE LOW-VALUES TO FUP-KEYS
           EXEC CICS STARTBR
                FILE('STF125F')
                RIDFLD (FUP-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF125F')
                      INTO (FUP-REC)
                      RIDFLD (FUP-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    FUP-Provider = USERID AND
                    FUP-Status = 'OPEN' AND
                    FUP-Due-Date NUMERIC AND
                    FUP-Due-Date <= WS-TODAY-YYYYMMDD
                    ADD 1 TO WS-FU-FOUND
                    PERFORM 446-PLACE-FOLLOW-UP
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF125F')
              END-EXEC
           END-IF
           PERFORM VARYING WS-FU-SUB FROM 1 BY 1
                   UNTIL WS-FU-SUB > WS-FU-USED
              MOVE WS-FU-DUE(WS-FU-SUB) TO FB-DUE
              MOVE WS-FU-TICKET(WS-FU-SUB) TO FB-TICKET
              MOVE WS-FU-NOTE(WS-FU-SUB) TO FB-NOTE
              MOVE SPACES TO FB-TITLE
              EXEC CICS READ
                   FILE('STF001C')
                   INTO (TICKET-REC)
                   RIDFLD (WS-FU-TICKET(WS-FU-SUB))
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE TICKET-TITLE TO FB-TITLE
              END-IF
              MOVE WS-FU-TICKET(WS-FU-SUB) TO QROW-KEY
              MOVE WS-FUP-ROW-BUILD TO QROW-TEXT
              MOVE SPACE TO QROW-BREACH
              MOVE WS-FU-SEQ(WS-FU-SUB) TO QROW-FUP-SEQ
              EXEC CICS WRITEQ TS
                   QUEUE(WS-QNAME)
                   FROM(WS-QROW)
                   LENGTH(LENGTH OF WS-QROW)
              END-EXEC
              ADD 1 TO WS-TOTAL-ROWS
           END-PERFORM
           IF WS-FU-FOUND > WS-FU-USED
              MOVE WS-FU-FOUND TO FM-FOUND
              MOVE SPACES TO QROW-KEY
              MOVE WS-FU-MORE-ROW TO QROW-TEXT
              MOVE SPACE TO QROW-BREACH
              MOVE 0 TO QROW-FUP-SEQ
              EXEC CICS WRITEQ TS
                   QUEUE(WS-QNAME)
                   FROM(WS-QROW)
                   LENGTH(LENGTH OF WS-QROW)
              END-EXEC
              ADD 1 TO WS-TOTAL-ROWS
           END-IF.
       445-EXIT.
           EXIT.

      *    The follow-up just read goes in after every kept row due
      *    on or before it; a full table drops its last (newest) row
      *    to make room, and a row newer than all 20 is left out.
       446-PLACE-FOLLOW-UP.
           MOVE WS-FU-USED TO WS-FU-POS
           ADD 1 TO WS-FU-POS
           PERFORM VARYING WS-FU-SUB FROM 1 BY 1
                   UNTIL WS-FU-SUB > WS-FU-USED
                   OR WS-FU-POS NOT > WS-FU-USED
              IF FUP-Due-Date < WS-FU-DUE(WS-FU-SUB)
                 MOVE WS-FU-SUB TO WS-FU-POS
              END-IF
           END-PERFORM
           IF WS-FU-POS > 20
              GO TO 446-EXIT
           END-IF
           IF WS-FU-USED < 20
              ADD 1 TO WS-FU-USED
           END-IF
           PERFORM VARYING WS-FU-SUB FROM WS-FU-USED BY -1
                   UNTIL WS-FU-SUB NOT > WS-FU-POS
              COMPUTE WS-FU-SUB2 = WS-FU-SUB - 1
              MOVE WS-FU-ENTRY(WS-FU-SUB2) TO WS-FU-ENTRY(WS-FU-SUB)
           END-PERFORM
           MOVE FUP-Due-Date TO WS-FU-DUE(WS-FU-POS)
           MOVE FUP-Ticket-ID TO WS-FU-TICKET(WS-FU-POS)
           MOVE FUP-Seq TO WS-FU-SEQ(WS-FU-POS)
           MOVE FUP-Note TO WS-FU-NOTE(WS-FU-POS).
       446-EXIT.
           EXIT.

       600-DISPLAY-PAGE.
           MOVE SPACES TO KERRO
           MOVE 0 TO WS-KERR-ROW
           COMPUTE WS-ITEM-START = ((WS-PAGE - 1) * 10) + 1
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
              COMPUTE WS-ITEM = WS-ITEM-START + WS-SUB - 1
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    MOVE QROW-TEXT TO DETLO(WS-SUB)
                    MOVE SPACE TO DSELO(WS-SUB)
                    MOVE DFHBMUNP TO DSELA(WS-SUB)
                    IF QROW-KEY = SPACES
                       MOVE DFHBMASK TO DSELA(WS-SUB)
                    END-IF
                    IF WS-KERR-ROW = 0 AND QROW-KEY NOT = SPACES
                       PERFORM 610-CHECK-ROW-KNOWN-ERROR
                    END-IF
                 ELSE
                    MOVE SPACES TO DETLO(WS-SUB)
                    MOVE DFHBMASK TO DSELA(WS-SUB)
       600-EXIT.
           EXIT.

      *    The row's ticket is put to SM164; the first one on the page
      *    a KNOWN-ERR problem strikes, and not already linked to it,
      *    claims the banner.
       610-CHECK-ROW-KNOWN-ERROR.
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (QROW-KEY)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 610-EXIT
           END-IF
           PERFORM 620-ASK-KNOWN-ERROR
           IF KEQ-FOUND = 'Y' AND
              TICKET-PROBLEM-ID NOT = KEQ-PROB-ID
              MOVE WS-SUB TO WS-KERR-ROW
              STRING 'ROW ' DELIMITED BY SIZE
                     WS-KERR-ROW DELIMITED BY SIZE
                     ' KNOWN ERROR ' DELIMITED BY SIZE
                     KEQ-PROB-ID DELIMITED BY SIZE
                     ': ' DELIMITED BY SIZE
                     KEQ-FIX1 DELIMITED BY SIZE
                     INTO KERRO
              END-STRING
           END-IF.
       610-EXIT.
           EXIT.

       620-ASK-KNOWN-ERROR.
           MOVE '01' TO KEQ-VERSION
           MOVE TICKET-ASSET-TAG TO KEQ-ASSET-TAG
           MOVE TICKET-CATEGORY TO KEQ-CATEGORY
           MOVE 'N' TO KEQ-FOUND
           EXEC CICS LINK
                PROGRAM('SM164')
                COMMAREA(WS-KEQ-AREA)
                LENGTH(LENGTH OF WS-KEQ-AREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              MOVE 'N' TO KEQ-FOUND
           END-IF.
       620-EXIT.
           EXIT.

      *    PF9: every row selected 'K' whose ticket a KNOWN-ERR
      *    problem strikes, and which is under no problem yet, is
      *    linked to it - logged, captured and field-audited the way
      *    an assignment is.
       800-LINK-KNOWN-ERRORS.
           MOVE 0 TO WS-KE-DONE
           MOVE 0 TO WS-KE-SKIP
           PERFORM 110-FORMAT-DATE-TIME
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 10
              IF DSELI(WS-SUB) = 'K'
                 PERFORM 810-LINK-ONE-TICKET
              END-IF
           END-PERFORM
           MOVE SPACES TO ERRMSGO
           STRING 'LINKED: ' DELIMITED BY SIZE
                  WS-KE-DONE DELIMITED BY SIZE
                  ' SKIPPED: ' DELIMITED BY SIZE
                  WS-KE-SKIP DELIMITED BY SIZE
                  INTO ERRMSGO
           END-STRING.
       800-EXIT.
           EXIT.

       810-LINK-ONE-TICKET.
           COMPUTE WS-ITEM = ((WS-PAGE - 1) * 10) + WS-SUB
           EXEC CICS READQ TS
                QUEUE(WS-QNAME)
                INTO(WS-QROW)
                ITEM(WS-ITEM)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              ADD 1 TO WS-KE-SKIP
              GO TO 810-EXIT
           END-IF
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (QROW-KEY)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              ADD 1 TO WS-KE-SKIP
              GO TO 810-EXIT
           END-IF
           MOVE TICKET-REC TO WS-FAD-BEFORE
           PERFORM 620-ASK-KNOWN-ERROR
           IF KEQ-FOUND NOT = 'Y' OR
              (TICKET-PROBLEM-ID NOT = SPACES AND LOW-VALUES)
              EXEC CICS UNLOCK
                   FILE('STF001C')
              END-EXEC
              ADD 1 TO WS-KE-SKIP
              GO TO 810-EXIT
           END-IF
           MOVE SPACES TO WS-ASGN-REMARKS
           STRING 'LINKED TO KNOWN ERROR PROBLEM ' DELIMITED BY SIZE
                  KEQ-PROB-ID DELIMITED BY SIZE
                  INTO WS-ASGN-REMARKS
           END-STRING
           MOVE KEQ-PROB-ID TO TICKET-PROBLEM-ID
           MOVE USERID7 TO TICKET-LAST-UPDATE-BY
           MOVE DATEO TO TICKET-LAST-UPDATE(1:10)
           MOVE TIMEO TO TICKET-LAST-UPDATE(12:9)
           EXEC CICS REWRITE
                FILE('STF001C')
                FROM (TICKET-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              ADD 1 TO WS-KE-SKIP
              GO TO 810-EXIT
           END-IF
           PERFORM 730-WRITE-LOG-ENTRY
           PERFORM 740-WRITE-CDC-REC
           PERFORM 780-CALL-FIELD-AUDIT
           ADD 1 TO WS-KE-DONE.
       810-EXIT.
           EXIT.

      *    PF2 in MY WORK mode. 'B' rows are worked before 'F' and
      *    'D' rows, and the queue is rebuilt once after both, so
      *    every mark is applied to the ticket it was keyed against
      *    on the page the provider saw. A missing FUDT date or a bad
      *    BRSN reason refuses the whole keying before anything is
      *    written. The result line is kept over the queue rebuild,
      *    which would otherwise replace it with the overdue count.
       840-WORK-MARKED-ROWS.
           MOVE 0 TO WS-FU-MARKS
           MOVE 0 TO WS-BR-MARKS
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 10
              EVALUATE DSELI(WS-SUB)
                WHEN 'F'
                WHEN 'D'
                     ADD 1 TO WS-FU-MARKS
                WHEN 'B'
                     ADD 1 TO WS-BR-MARKS
              END-EVALUATE
           END-PERFORM
           IF WS-BR-MARKS = 0 AND WS-FU-MARKS = 0
              MOVE WS-NO-MARKS TO ERRMSGO
              GO TO 840-EXIT
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 10
              IF DSELI(WS-SUB) = 'F' AND
                 (FUDTI = SPACES OR FUDTI = LOW-VALUES)
                 MOVE WS-FUP-DATE-REQD TO ERRMSGO
                 MOVE -1 TO FUDTL
                 GO TO 840-EXIT
              END-IF
           END-PERFORM
           IF WS-BR-MARKS > 0
              PERFORM 850-RECORD-BREACH-REASONS
              IF WS-BR-OK = 'N'
                 GO TO 840-EXIT
              END-IF
           END-IF
           IF WS-FU-MARKS > 0
              PERFORM 870-WORK-FOLLOW-UPS
           END-IF
           MOVE ERRMSGO TO WS-MARK-MSG
           PERFORM 400-BUILD-QUEUE
           MOVE WS-MARK-MSG TO ERRMSGO
           IF WS-BR-MARKS > 0 AND WS-FU-MARKS > 0
              MOVE SPACES TO ERRMSGO
              STRING 'BREACH SET ' DELIMITED BY SIZE
                     WS-BR-DONE DELIMITED BY SIZE
                     ' SKIP ' DELIMITED BY SIZE
                     WS-BR-SKIP DELIMITED BY SIZE
                     ' / F/U SET ' DELIMITED BY SIZE
                     WS-FU-SET DELIMITED BY SIZE
                     ' DONE ' DELIMITED BY SIZE
                     WS-FU-DONE DELIMITED BY SIZE
                     ' SKIP ' DELIMITED BY SIZE
                     WS-FU-SKIP DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-FU-LAST-ERR DELIMITED BY SIZE
                     INTO ERRMSGO
              END-STRING
           END-IF.
       840-EXIT.
           EXIT.

      *    PF2 in MY WORK mode: every row selected 'B' - an overdue
      *    ticket of the provider's own with no breach reason yet -
      *    is given the active STF123B reason keyed into BRSN, then
      *    logged as a 'B' entry, captured and field-audited the way
      *    an assignment is.
       850-RECORD-BREACH-REASONS.
           MOVE 'N' TO WS-BR-OK
           MOVE 0 TO WS-BR-DONE
           MOVE 0 TO WS-BR-SKIP
           IF BRSNI = SPACES OR LOW-VALUES
              MOVE WS-BREACH-REQD TO ERRMSGO
              MOVE -1 TO BRSNL
              GO TO 850-EXIT
           END-IF
           MOVE BRSNI TO BRSN-Code
           EXEC CICS READ
                FILE('STF123B')
                INTO (BRSN-REC)
                RIDFLD (BRSN-Code)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              BRSN-ACTIVE NOT = 'Y'
              MOVE WS-BREACH-INVALID TO ERRMSGO
              MOVE -1 TO BRSNL
              GO TO 850-EXIT
           END-IF
           MOVE 'Y' TO WS-BR-OK
           PERFORM 110-FORMAT-DATE-TIME
           MOVE SPACES TO WS-ASGN-REMARKS
           STRING 'BREACH: ' DELIMITED BY SIZE
                  BRSN-Code DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  BRSN-Desc DELIMITED BY SIZE
                  INTO WS-ASGN-REMARKS
           END-STRING
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 10
              IF DSELI(WS-SUB) = 'B'
                 PERFORM 860-RECORD-ONE-BREACH
              END-IF
           END-PERFORM
           MOVE SPACES TO ERRMSGO
           STRING 'BREACH REASONS RECORDED: ' DELIMITED BY SIZE
                  WS-BR-DONE DELIMITED BY SIZE
                  ' SKIPPED: ' DELIMITED BY SIZE
                  WS-BR-SKIP DELIMITED BY SIZE
                  INTO ERRMSGO
           END-STRING
           MOVE SPACES TO BRSNO.
       850-EXIT.
           EXIT.

       860-RECORD-ONE-BREACH.
           COMPUTE WS-ITEM = ((WS-PAGE - 1) * 10) + WS-SUB
           EXEC CICS READQ TS
                QUEUE(WS-QNAME)
                INTO(WS-QROW)
                ITEM(WS-ITEM)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              QROW-BREACH NOT = 'B'
              ADD 1 TO WS-BR-SKIP
              GO TO 860-EXIT
           END-IF
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (QROW-KEY)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              ADD 1 TO WS-BR-SKIP
              GO TO 860-EXIT
           END-IF
           MOVE TICKET-REC TO WS-FAD-BEFORE
           IF TICKET-ASSIGNED-TO NOT = USERID OR
              (TICKET-BREACH-REASON NOT = SPACES AND LOW-VALUES)
              EXEC CICS UNLOCK
                   FILE('STF001C')
              END-EXEC
              ADD 1 TO WS-BR-SKIP
              GO TO 860-EXIT
           END-IF
           MOVE BRSN-Code TO TICKET-BREACH-REASON
           MOVE USERID TO TICKET-BREACH-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO TICKET-BREACH-DATE
           MOVE USERID7 TO TICKET-LAST-UPDATE-BY
           MOVE DATEO TO TICKET-LAST-UPDATE(1:10)
           MOVE TIMEO TO TICKET-LAST-UPDATE(12:9)
           EXEC CICS REWRITE
                FILE('STF001C')
                FROM (TICKET-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              ADD 1 TO WS-BR-SKIP
              GO TO 860-EXIT
           END-IF
           MOVE 'B' TO WS-LOG-TYPE
           PERFORM 730-WRITE-LOG-ENTRY
           MOVE 'S' TO WS-LOG-TYPE
           PERFORM 740-WRITE-CDC-REC
           PERFORM 780-CALL-FIELD-AUDIT
           ADD 1 TO WS-BR-DONE.
       860-EXIT.
           EXIT.

      *    PF2 in MY WORK mode, follow-ups: every row marked 'F' has
      *    a follow-up for the signed-on provider set on its ticket
      *    for the FUDT date and FUNT note, and every follow-up row
      *    marked 'D' is closed off - each through SM179 and logged to
      *    STF002E.
       870-WORK-FOLLOW-UPS.
           MOVE 0 TO WS-FU-SET
           MOVE 0 TO WS-FU-DONE
           MOVE 0 TO WS-FU-SKIP
           MOVE SPACES TO WS-FU-LAST-ERR
           PERFORM 110-FORMAT-DATE-TIME
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 10
              IF DSELI(WS-SUB) = 'F' OR DSELI(WS-SUB) = 'D'
                 PERFORM 880-FOLLOW-UP-ONE-ROW
              END-IF
           END-PERFORM
           MOVE SPACES TO ERRMSGO
           STRING 'FOLLOW-UPS SET: ' DELIMITED BY SIZE
                  WS-FU-SET DELIMITED BY SIZE
                  ' DONE: ' DELIMITED BY SIZE
                  WS-FU-DONE DELIMITED BY SIZE
                  ' SKIPPED: ' DELIMITED BY SIZE
                  WS-FU-SKIP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FU-LAST-ERR DELIMITED BY SIZE
                  INTO ERRMSGO
           END-STRING
           MOVE SPACES TO FUDTO
           MOVE SPACES TO FUNTO.
       870-EXIT.
           EXIT.

       880-FOLLOW-UP-ONE-ROW.
           COMPUTE WS-ITEM = ((WS-PAGE - 1) * 10) + WS-SUB
           EXEC CICS READQ TS
                QUEUE(WS-QNAME)
                INTO(WS-QROW)
                ITEM(WS-ITEM)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              ADD 1 TO WS-FU-SKIP
              GO TO 880-EXIT
           END-IF
           MOVE '01' TO FUQ-VERSION
           MOVE QROW-KEY TO FUQ-TICKET-ID
           MOVE USERID TO FUQ-USERID
           MOVE SPACES TO FUQ-RESULT
           IF DSELI(WS-SUB) = 'F'
              MOVE 'ADD ' TO FUQ-FUNCTION
              MOVE 0 TO FUQ-SEQ
              MOVE USERID TO FUQ-PROVIDER
              MOVE FUDTI TO FUQ-DUE-DATE
              IF FUNTI = SPACES OR FUNTI = LOW-VALUES
                 MOVE SPACES TO FUQ-NOTE
              ELSE
                 MOVE FUNTI TO FUQ-NOTE
              END-IF
           ELSE
              IF QROW-FUP-SEQ = 0
                 ADD 1 TO WS-FU-SKIP
                 GO TO 880-EXIT
              END-IF
              MOVE 'DONE' TO FUQ-FUNCTION
              MOVE QROW-FUP-SEQ TO FUQ-SEQ
           END-IF
           EXEC CICS LINK
                PROGRAM('SM179')
                COMMAREA(WS-FUQ-AREA)
                LENGTH(LENGTH OF WS-FUQ-AREA)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE 'FILE ERR' TO FUQ-RESULT
           END-IF
           IF FUQ-RESULT NOT = 'OK'
              MOVE FUQ-RESULT TO WS-FU-LAST-ERR
              ADD 1 TO WS-FU-SKIP
              GO TO 880-EXIT
           END-IF
           MOVE SPACES TO WS-ASGN-REMARKS
           IF DSELI(WS-SUB) = 'F'
              STRING 'FOLLOW-UP SET FOR ' DELIMITED BY SIZE
                     FUQ-DUE-DATE DELIMITED BY SIZE
                     INTO WS-ASGN-REMARKS
              END-STRING
              ADD 1 TO WS-FU-SET
           ELSE
              STRING 'FOLLOW-UP DONE: ' DELIMITED BY SIZE
                     QROW-TEXT(22:30) DELIMITED BY SIZE
                     INTO WS-ASGN-REMARKS
              END-STRING
              ADD 1 TO WS-FU-DONE
           END-IF
           PERFORM 730-WRITE-LOG-ENTRY.
       880-EXIT.
           EXIT.

      *    PF2 in UNASSIGNED or MY GROUP mode: every row selected
      *    with 'S' is assigned to the provider userid keyed into
      *    ASGN, after the provider is validated as an active uaf001
      *    service user.
      *    Each assignment is a read-UPDATE/REWRITE of the shared
      *    STF001C record plus an STF002E log entry, the same pairing
      *    every other status-touching screen performs.
              IF WS-PROVIDER-OK = 'N'
                 MOVE WS-PROVIDER-INVALID TO ERRMSGO
                 MOVE -1 TO ASGNL
              ELSE
              IF WS-PROV-ABSENT = 'Y'
                 MOVE WS-PROVIDER-ABSENT TO ERRMSGO
                 MOVE -1 TO ASGNL
              ELSE
                 PERFORM 110-FORMAT-DATE-TIME
                 MOVE SPACES TO WS-ASGN-REMARKS
                 END-IF
                 PERFORM 400-BUILD-QUEUE
              END-IF
              END-IF
           END-IF
           END-IF.
       700-EXIT.
              WS-UAF-LKP-SERVICE = 'Y' AND
              WS-UAF-LKP-INACTIVE NOT = 'Y'
              MOVE 'Y' TO WS-PROVIDER-OK
              MOVE ASGNI TO WS-ABS-USERID
              PERFORM 757-CHECK-ABSENT
           END-IF.
       710-EXIT.
           EXIT.
                    PERFORM 740-WRITE-CDC-REC
                    PERFORM 780-CALL-FIELD-AUDIT
                    PERFORM 790-WRITE-WORK-ORDER
                    PERFORM 798-PRINT-WORK-ORDER
                    ADD 1 TO WS-ASGN-DONE
                 ELSE
                    ADD 1 TO WS-ASGN-SKIP
           MOVE DATEO TO WS-LOG-LAST-UPD(1:10)
           MOVE TIMEO TO WS-LOG-LAST-UPD(12:9)
           MOVE WS-ASGN-REMARKS TO WS-LOG-UPD-REMARKS
           MOVE WS-LOG-TYPE TO WS-LOG-ENTRY-TYPE
           EXEC CICS WRITE
                FILE('STF002E')
                FROM (WS-LOG-REC)
                    MOVE PROV-Max-Load TO WS-PF-MAX(WS-PF-SUB)
                    MOVE PROV-AVAILABLE TO WS-PF-AVAIL(WS-PF-SUB)
                    MOVE 0 TO WS-PF-LOAD(WS-PF-SUB)
                    MOVE PROV-Userid TO WS-ABS-USERID
                    PERFORM 757-CHECK-ABSENT
                    IF WS-PROV-ABSENT = 'Y'
                       MOVE 'N' TO WS-PF-AVAIL(WS-PF-SUB)
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
       756-EXIT.
           EXIT.

      *    WS-PROV-ABSENT 'Y' when WS-ABS-USERID has an active STF072A
      *    block spanning today - the provider's own key slice only.
       757-CHECK-ABSENT.
           MOVE 'N' TO WS-PROV-ABSENT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           MOVE WS-ABS-USERID TO ABS-Userid
           MOVE 0 TO ABS-Start-Date
           EXEC CICS STARTBR
                FILE('STF072A')
                RIDFLD (ABS-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR ABS-Userid NOT = WS-ABS-USERID
                      OR ABS-Start-Date > WS-TODAY-YYYYMMDD
                 EXEC CICS READNEXT
                      FILE('STF072A')
                      INTO (ABS-REC)
                      RIDFLD (ABS-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    ABS-Userid = WS-ABS-USERID AND
                    ABS-ACTIVE = 'Y' AND
                    ABS-Start-Date <= WS-TODAY-YYYYMMDD AND
                    ABS-End-Date >= WS-TODAY-YYYYMMDD
                    MOVE 'Y' TO WS-PROV-ABSENT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF072A')
              END-EXEC
           END-IF.
       757-EXIT.
           EXIT.

      *    PF6: the pick the auto-dispatch engine would make for the
      *    first S-selected ticket - least-loaded available profile
      *    whose skills cover the ticket's category.
           EXIT.

      *    Every assignment cuts a printable work order into the
      *    STF010R repository under 'SM27WO' - 798 prints it at the
      *    engineer's site, SM030's PF6 reprints it - and the tech
      *    walks to the machine room with the job, not a sticky note.
      *    Orders append through the day (unlike the report jobs'
      *    delete-and-replace - each order must
      *    survive the next assignment), so the last line of today's
      *    run is found first. The site block prints the STF073S
      *    address and local contact for TICKET-SITE - the asset's
      *    free-text location stays on its own line as the room/desk.
       790-WRITE-WORK-ORDER.
           MOVE 'SM27WO ' TO RPT-Report-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
              END-IF
           END-IF
           PERFORM 795-WRITE-WO-LINE
           PERFORM 797-WRITE-WO-SITE
           MOVE SPACES TO WS-WO-WORK
           STRING 'REQUESTOR ' DELIMITED BY SIZE
                  TICKET-REQUESTOR DELIMITED BY SIZE
           END-EXEC.
       795-EXIT.
           EXIT.

       797-WRITE-WO-SITE.
           MOVE 'SITE (NONE ON TICKET)' TO WS-WO-WORK
           MOVE SPACES TO SITE-REC
           IF TICKET-SITE NOT = SPACES AND LOW-VALUES
              EXEC CICS READ
                   FILE('STF073S')
                   INTO (SITE-REC)
                   RIDFLD (TICKET-SITE)
                   RESP(WS-RPT-RESP)
              END-EXEC
              IF WS-RPT-RESP = DFHRESP(NORMAL)
                 MOVE SPACES TO WS-WO-WORK
                 STRING 'SITE ' DELIMITED BY SIZE
                        SITE-Code DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        SITE-Name DELIMITED BY SIZE
                        INTO WS-WO-WORK
                 END-STRING
              ELSE
                 MOVE SPACES TO SITE-REC
                 MOVE SPACES TO WS-WO-WORK
                 STRING 'SITE ' DELIMITED BY SIZE
                        TICKET-SITE DELIMITED BY SIZE
                        ' (NOT ON SITE MASTER)' DELIMITED BY SIZE
                        INTO WS-WO-WORK
                 END-STRING
              END-IF
           END-IF
           PERFORM 795-WRITE-WO-LINE
           IF SITE-Code NOT = SPACES
              MOVE SPACES TO WS-WO-WORK
              STRING '     ' DELIMITED BY SIZE
                     SITE-Addr1 DELIMITED BY SIZE
                     INTO WS-WO-WORK
              END-STRING
              PERFORM 795-WRITE-WO-LINE
              IF SITE-Addr2 NOT = SPACES
                 MOVE SPACES TO WS-WO-WORK
                 STRING '     ' DELIMITED BY SIZE
                        SITE-Addr2 DELIMITED BY SIZE
                        INTO WS-WO-WORK
                 END-STRING
                 PERFORM 795-WRITE-WO-LINE
              END-IF
              MOVE SPACES TO WS-WO-WORK
              STRING 'SITE CONTACT ' DELIMITED BY SIZE
                     SITE-Contact DELIMITED BY SIZE
                     '  PHONE ' DELIMITED BY SIZE
                     SITE-Phone DELIMITED BY SIZE
                     INTO WS-WO-WORK
              END-STRING
              PERFORM 795-WRITE-WO-LINE
           END-IF.
       797-EXIT.
           EXIT.

      *    The order just cut goes on paper at dispatch: the
      *    assignee's STF075U base site names the STF073S row whose
      *    SITE-Printer gets it, else the ticket's own site printer
      *    read by 797. Only this order's lines are sent - from the
      *    line after the day's previous last to the one just
      *    written. No printer named either way, nothing prints; the
      *    order still waits in SM030 for a PF6.
       798-PRINT-WORK-ORDER.
           MOVE SPACES TO WS-WO-PRINTER
           IF SITE-Code NOT = SPACES AND
              SITE-Printer NOT = SPACES AND LOW-VALUES
              MOVE SITE-Printer TO WS-WO-PRINTER
           END-IF
           EXEC CICS READ
                FILE('STF075U')
                INTO (USIT-REC)
                RIDFLD (TICKET-ASSIGNED-TO)
                RESP(WS-RPT-RESP)
           END-EXEC
           IF WS-RPT-RESP = DFHRESP(NORMAL) AND
              USIT-Site NOT = SPACES AND LOW-VALUES
              MOVE SPACES TO SITE-REC
              EXEC CICS READ
                   FILE('STF073S')
                   INTO (SITE-REC)
                   RIDFLD (USIT-Site)
                   RESP(WS-RPT-RESP)
              END-EXEC
              IF WS-RPT-RESP = DFHRESP(NORMAL) AND
                 SITE-Printer NOT = SPACES AND LOW-VALUES
                 MOVE SITE-Printer TO WS-WO-PRINTER
              END-IF
           END-IF
           IF WS-WO-PRINTER = SPACES
              GO TO 798-EXIT
           END-IF
           MOVE '01' TO PRQ-VERSION
           MOVE WS-WO-PRINTER TO PRQ-PRINTER
           MOVE 'SM27WO ' TO PRQ-REPORT-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRQ-RUN-DATE
           COMPUTE PRQ-FROM-LINE = WS-WO-LAST-LINE + 1
           MOVE RPT-Line-Number TO PRQ-TO-LINE
           MOVE USERID7 TO PRQ-REQUESTED-BY
           EXEC CICS LINK
                PROGRAM('SM152')
                COMMAREA(WS-PRT-AREA)
                RESP(WS-PRT-RESP)
           END-EXEC.
       798-EXIT.
           EXIT.
      *    One STF067I sample for this interaction - a same-second
      *    collision on this terminal is dropped, these are samples.
       105-WRITE-PERF-SAMPLE.
