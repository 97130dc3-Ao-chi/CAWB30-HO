       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM117.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM117 is the on-call callout confirmation screen (TRANSID     *
      *  'S117'), entered by its transaction id from a clear screen    *
      *  the way SM076 is (own uaf001 verify); service or admin only.  *
      *  Key a ticket and ENTER lists the STF079K callouts SM074       *
      *  opened on it. PF2 confirms the keyed sequence with the start  *
      *  and end date/HHMM of the work: the callout must be the        *
      *  user's own (an admin may confirm for anyone), still PAGED or  *
      *  ANSWERED and not yet paid; the end must follow the start,     *
      *  not lie in the future and fall within 24 hours of it. The     *
      *  row goes to ANSWERED with the minutes worked, and the         *
      *  confirmation lands on the ticket's STF002E chain. SM118's     *
      *  weekly run prices the ANSWERED rows for payroll.              *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY S117S.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY STF001C.
           COPY STF079K.
       01  WS-CURRENT-MAP  VALUE 'S117S'         PIC X(7).
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
              'PF1=HELP PF2=CONFIRM CALLOUT PF3=EXIT'.
           05 WS-ENTER-PROMPT                    PIC X(46) VALUE
              'KEY TICKET, SEQ, START/END DATE+TIME, PF2'.
           05 WS-NOT-EXIST                       PIC X(28) VALUE
              'TICKET NUMBER DOES NOT EXIST'.
           05 WS-SEQ-INVALID                     PIC X(40) VALUE
              'KEY THE SEQ OF AN OPEN, UNPAID CALLOUT'.
           05 WS-NOT-YOURS                       PIC X(40) VALUE
              'CALLOUT BELONGS TO ANOTHER ENGINEER'.
           05 WS-START-INVALID                   PIC X(40) VALUE
              'START DATE/HHMM MISSING OR INVALID'.
           05 WS-END-INVALID                     PIC X(40) VALUE
              'END DATE/HHMM MISSING OR INVALID'.
           05 WS-SPAN-INVALID                    PIC X(46) VALUE
              'END MUST FOLLOW START, WITHIN 24H, NOT FUTURE'.
           05 WS-CONFIRM-MSG                     PIC X(30) VALUE
              'CALLOUT CONFIRMED'.
           05 WS-NONE-MSG                        PIC X(40) VALUE
              'NO CALLOUTS RECORDED FOR THIS TICKET'.

       01  WS-STAMP                              PIC X(20).
       01  WS-DATE-FULL-X                        PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-HHMM                               PIC 9(04).
       01  WS-HHMM-R REDEFINES WS-HHMM.
           05 WS-HHMM-HH                         PIC 9(02).
           05 WS-HHMM-MM                         PIC 9(02).
       01  WS-START-MINS                         PIC S9(11) COMP.
       01  WS-END-MINS                           PIC S9(11) COMP.
       01  WS-SPAN-MINS                          PIC S9(11) COMP.
       01  WS-NOW-MINS                           PIC S9(11) COMP.
       01  WS-MAX-SPAN-MINS                      PIC 9(05) VALUE 01440.
       01  WS-ROW                                PIC S9(4) COMP.
       01  WS-ROW-BUILD.
           05 RB-SEQ                             PIC 9(02).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-ENGINEER                        PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-ROLE                            PIC X(01).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-PAGE-DATE                       PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-PAGE-TIME                       PIC X(05).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-STATUS                          PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-START-DATE                      PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-START-TIME                      PIC 9(04).
           05 FILLER                             PIC X(01) VALUE '-'.
           05 RB-END-TIME                        PIC 9(04).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-MINUTES                         PIC 9(05).

       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
               10 WS-LOG-TICKET-ID               PIC X(07).
               10 WS-LOG-SEQ-NUM                 PIC 9(03).
           05 WS-LOG-LAST-UPD                    PIC X(20).
           05 WS-LOG-LAST-UPDBY                  PIC X(10).
           05 WS-LOG-UPD-REMARKS                 PIC X(50).
           05 FILLER                             PIC X(11).
           05 WS-LOG-ENTRY-TYPE                 PIC X(01).
       01  WS-LOG-LAST-SEQ                       PIC 9(03).

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
              MOVE 'SM117' TO WS-PGMID
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF
           IF WS-HELP-FLAG = 'Y' AND WS-PGMID = 'SM117'
              MOVE SPACE TO WS-HELP-FLAG
              PERFORM 100-CREATE-MAP
           ELSE
           IF USR-SERVICE = 'Y' OR USR-ADMIN = 'Y'
              EVALUATE TRUE
                WHEN WS-STATE = LOW-VALUES OR WS-STATE = SPACE
                     MOVE SPACES TO WS-CUR-TICKET
                     MOVE 'SM117' TO WS-PGMID
                     MOVE WS-ENTER-PROMPT TO ERRMSGO
                     MOVE -1 TO TKTNUML
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
           MOVE WS-CUR-TICKET TO TKTNUMO
           MOVE LENGTH OF S117MO TO WS-LENGTH
           EXEC CICS SEND
                MAP('S117M')
                MAPSET('S117S')
                FROM(S117MO)
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
                TRANSID('S117')
                COMMAREA(WS-COMMAREA)
           END-EXEC.
       100-EXIT.
           EXIT.

       200-REC-MAP.
           EXEC CICS RECEIVE
                MAP('S117M')
                MAPSET('S117S')
                INTO (S117MI)
           END-EXEC
           IF TKTNUMI NOT = SPACES AND LOW-VALUES
              MOVE TKTNUMI TO WS-CUR-TICKET
           END-IF.
       200-EXIT.
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
                       TRANSID('S117')
                       COMMAREA(WS-COMMAREA)
                  END-EXEC
             WHEN DFHPF3
                  EXEC CICS SEND CONTROL
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                  END-EXEC
             WHEN DFHPF2
                  PERFORM 700-CONFIRM-CALLOUT
                  PERFORM 500-LIST-CALLOUTS
             WHEN DFHENTER
                  MOVE WS-ENTER-PROMPT TO ERRMSGO
                  PERFORM 500-LIST-CALLOUTS
             WHEN OTHER
                  MOVE WS-INVALID-PFKEY TO ERRMSGO
           END-EVALUATE.
       300-EXIT.
           EXIT.

      *    Lists the ticket's STF079K slice (first eight callouts).
       500-LIST-CALLOUTS.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 8
              MOVE SPACES TO COLINEO(WS-ROW)
           END-PERFORM
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (WS-CUR-TICKET)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-NOT-EXIST TO ERRMSGO
              MOVE -1 TO TKTNUML
              GO TO 500-EXIT
           END-IF
           MOVE 0 TO WS-ROW
           MOVE WS-CUR-TICKET TO CO-Ticket-ID
           MOVE 0 TO CO-Seq
           EXEC CICS STARTBR
                FILE('STF079K')
                RIDFLD(CO-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR CO-Ticket-ID NOT = WS-CUR-TICKET
                      OR WS-ROW >= 8
                 EXEC CICS READNEXT
                      FILE('STF079K')
                      INTO(CO-REC)
                      RIDFLD(CO-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    CO-Ticket-ID = WS-CUR-TICKET
                    ADD 1 TO WS-ROW
                    MOVE CO-Seq TO RB-SEQ
                    MOVE CO-Engineer TO RB-ENGINEER
                    MOVE CO-Role TO RB-ROLE
                    MOVE CO-Page-Date TO RB-PAGE-DATE
                    MOVE CO-Page-Time(1:5) TO RB-PAGE-TIME
                    MOVE CO-Status TO RB-STATUS
                    MOVE CO-Start-Date TO RB-START-DATE
                    MOVE CO-Start-Time TO RB-START-TIME
                    MOVE CO-End-Time TO RB-END-TIME
                    MOVE CO-Minutes TO RB-MINUTES
                    MOVE WS-ROW-BUILD TO COLINEO(WS-ROW)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF079K')
              END-EXEC
           END-IF
           IF WS-ROW = 0 AND ERRMSGO = WS-ENTER-PROMPT
              MOVE WS-NONE-MSG TO ERRMSGO
           END-IF.
       500-EXIT.
           EXIT.

      *    PF2: validate the keyed start/end, then mark the callout
      *    ANSWERED with the minutes worked and log it on the ticket.
       700-CONFIRM-CALLOUT.
           IF COSEQI NOT NUMERIC OR COSEQI = 0
              MOVE WS-SEQ-INVALID TO ERRMSGO
              MOVE -1 TO COSEQL
              GO TO 700-EXIT
           END-IF
           IF STDATEI NOT NUMERIC OR STTIMEI NOT NUMERIC
              MOVE WS-START-INVALID TO ERRMSGO
              MOVE -1 TO STDATEL
              GO TO 700-EXIT
           END-IF
           MOVE STTIMEI TO WS-HHMM
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
              MOVE WS-START-INVALID TO ERRMSGO
              MOVE -1 TO STTIMEL
              GO TO 700-EXIT
           END-IF
           COMPUTE WS-START-MINS =
              FUNCTION INTEGER-OF-DATE(STDATEI) * 1440
              + WS-HHMM-HH * 60 + WS-HHMM-MM
           IF ENDATEI NOT NUMERIC OR ENTIMEI NOT NUMERIC
              MOVE WS-END-INVALID TO ERRMSGO
              MOVE -1 TO ENDATEL
              GO TO 700-EXIT
           END-IF
           MOVE ENTIMEI TO WS-HHMM
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
              MOVE WS-END-INVALID TO ERRMSGO
              MOVE -1 TO ENTIMEL
              GO TO 700-EXIT
           END-IF
           COMPUTE WS-END-MINS =
              FUNCTION INTEGER-OF-DATE(ENDATEI) * 1440
              + WS-HHMM-HH * 60 + WS-HHMM-MM
           COMPUTE WS-NOW-MINS =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) * 1440
              + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 60
              + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2))
           COMPUTE WS-SPAN-MINS = WS-END-MINS - WS-START-MINS
           IF WS-SPAN-MINS NOT > 0 OR
              WS-SPAN-MINS > WS-MAX-SPAN-MINS OR
              WS-END-MINS > WS-NOW-MINS
              MOVE WS-SPAN-INVALID TO ERRMSGO
              MOVE -1 TO ENDATEL
              GO TO 700-EXIT
           END-IF
           MOVE WS-CUR-TICKET TO CO-Ticket-ID
           MOVE COSEQI TO CO-Seq
           EXEC CICS READ
                FILE('STF079K')
                INTO (CO-REC)
                RIDFLD (CO-KEYS)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-SEQ-INVALID TO ERRMSGO
              MOVE -1 TO COSEQL
              GO TO 700-EXIT
           END-IF
           IF (CO-Status NOT = 'PAGED' AND
               CO-Status NOT = 'ANSWERED') OR
              CO-Paid-Week NOT = 0 OR
              STDATEI < CO-Page-Date
              EXEC CICS UNLOCK
                   FILE('STF079K')
              END-EXEC
              MOVE WS-SEQ-INVALID TO ERRMSGO
              MOVE -1 TO COSEQL
              GO TO 700-EXIT
           END-IF
           IF CO-Engineer NOT = USERID AND USR-ADMIN NOT = 'Y'
              EXEC CICS UNLOCK
                   FILE('STF079K')
              END-EXEC
              MOVE WS-NOT-YOURS TO ERRMSGO
              MOVE -1 TO COSEQL
              GO TO 700-EXIT
           END-IF
           PERFORM 120-BUILD-STAMP
           MOVE 'ANSWERED' TO CO-Status
           MOVE STDATEI TO CO-Start-Date
           MOVE STTIMEI TO CO-Start-Time
           MOVE ENDATEI TO CO-End-Date
           MOVE ENTIMEI TO CO-End-Time
           MOVE WS-SPAN-MINS TO CO-Minutes
           MOVE WS-STAMP TO CO-Confirmed-Stamp
           EXEC CICS REWRITE
                FILE('STF079K')
                FROM (CO-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              MOVE SPACES TO WS-LOG-UPD-REMARKS
              STRING 'CALLOUT ' DELIMITED BY SIZE
                     CO-Seq DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     CO-Engineer DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     CO-Start-Date DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     CO-Start-Time DELIMITED BY SIZE
                     ' MINS ' DELIMITED BY SIZE
                     CO-Minutes DELIMITED BY SIZE
                     INTO WS-LOG-UPD-REMARKS
              END-STRING
              PERFORM 750-WRITE-LOG-ENTRY
              MOVE WS-CONFIRM-MSG TO ERRMSGO
           END-IF.
       700-EXIT.
           EXIT.

      *    One STF002E row, next sequence by the full highest-seq
      *    walk of the ticket's slice (SM040's collision-safe idiom).
       750-WRITE-LOG-ENTRY.
           MOVE WS-CUR-TICKET TO WS-LOG-TICKET-ID
           MOVE 0 TO WS-LOG-SEQ-NUM
           MOVE 0 TO WS-LOG-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF002E')
                RIDFLD(WS-LOG-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR WS-LOG-TICKET-ID NOT = WS-CUR-TICKET
                 EXEC CICS READNEXT
                      FILE('STF002E')
                      INTO(WS-LOG-REC)
                      RIDFLD(WS-LOG-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    WS-LOG-TICKET-ID = WS-CUR-TICKET
                    MOVE WS-LOG-SEQ-NUM TO WS-LOG-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF002E')
              END-EXEC
           END-IF
           MOVE WS-CUR-TICKET TO WS-LOG-TICKET-ID
           MOVE WS-LOG-LAST-SEQ TO WS-LOG-SEQ-NUM
           ADD 1 TO WS-LOG-SEQ-NUM
           MOVE USERID TO WS-LOG-LAST-UPDBY
           MOVE 'A' TO WS-LOG-ENTRY-TYPE
           MOVE WS-STAMP TO WS-LOG-LAST-UPD
           EXEC CICS WRITE
                FILE('STF002E')
                FROM (WS-LOG-REC)
                RIDFLD (WS-LOG-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       750-EXIT.
           EXIT.
