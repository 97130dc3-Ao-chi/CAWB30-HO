       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM167.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM167 is the desk call log (TRANSID 'S167'), reached from     *
      *  SM0000 option C by service and admin users. One ENTER logs    *
      *  one call to STF119L: caller userid (checked on uaf001),       *
      *  reason, minutes and the outcome -                             *
      *    R - resolved on the call, nothing more to do.               *
      *    L - chase-up on an existing ticket: the ticket id is        *
      *        required and the ticket's STF002E chain gets a 'T'      *
      *        row naming the caller and the reason.                   *
      *    T - a new ticket: the call is logged, then control passes   *
      *        to SM002 with the caller as on-behalf-of and the reason *
      *        as title already keyed; SM002 writes the new ticket id  *
      *        back onto the call row and PF3 there returns here.      *
      *  SM168 reports the log weekly.                                 *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY S167S.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY STF119L.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
       01  WS-CURRENT-MAP  VALUE 'S167S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(7).
       01  WS-DATE-X REDEFINES WS-DATE           PIC X(7).
       01  WS-LENGTH                             PIC S9(4) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       01  WS-TIMEOUT-TRANID                     PIC X(04) VALUE 'SM14'.
       01  WS-IDLE-TIMEOUT                       PIC 9(06) VALUE 001500.
       01  WS-STD-KEY-LEN                        PIC S9(4) COMP VALUE 8.
       01  WS-HIGH-KEY                           PIC X(07) VALUE
           HIGH-VALUES.

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
           05 WS-INVALID-ACCESS                  PIC X(15) VALUE
              'INVALID ACCESS'.
           05 WS-INVALID-USER                    PIC X(20) VALUE
              'INVALID USER ACCESS'.
           05 WS-INVALID-PFKEY                   PIC X(21) VALUE
              'INAVLID PFKEY PRESSED'.
           05 WS-HELP-TEXT                       PIC X(60) VALUE
              'PF1=HELP PF3=EXIT ENTER=LOG CALL (OUTCOME R, T OR L)'.
           05 WS-ENTER-PROMPT                    PIC X(44) VALUE
              'KEY THE CALL DETAILS AND PRESS ENTER'.
           05 WS-CALLER-REQD                     PIC X(44) VALUE
              'CALLER USERID IS REQUIRED'.
           05 WS-CALLER-UNKNOWN                  PIC X(44) VALUE
              'CALLER USERID IS NOT ON FILE'.
           05 WS-REASON-REQD                     PIC X(44) VALUE
              'REASON FOR THE CALL IS REQUIRED'.
           05 WS-MINUTES-BAD                     PIC X(44) VALUE
              'CALL LENGTH MUST BE WHOLE MINUTES'.
           05 WS-OUTCOME-BAD                     PIC X(44) VALUE
              'OUTCOME MUST BE R, T OR L'.
           05 WS-TICKET-REQD                     PIC X(44) VALUE
              'OUTCOME L NEEDS AN EXISTING TICKET ID'.
           05 WS-TICKET-UNKNOWN                  PIC X(44) VALUE
              'TICKET NUMBER DOES NOT EXIST'.
           05 WS-CALL-FAILED                     PIC X(44) VALUE
              'CALL LOG UNAVAILABLE - CALL NOT LOGGED'.
           05 WS-CALL-LOGGED                     PIC X(44) VALUE
              'CALL LOGGED - KEY THE NEXT CALL'.

       01  WS-OUTCOME-TEXT                       PIC X(24).
       01  WS-STAMP                              PIC X(20).
       01  WS-DATE-FULL-X                        PIC X(10).
       01  WS-TIME-X                             PIC X(08).

       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
               10 WS-LOG-TICKET-ID               PIC X(07).
               10 WS-LOG-SEQ-NUM                 PIC 9(03).
           05 WS-LOG-LAST-UPD                    PIC X(20).
           05 WS-LOG-LAST-UPDBY                  PIC X(10).
           05 WS-LOG-UPD-REMARKS                 PIC X(50).
           05 FILLER                             PIC X(11).
           05 WS-LOG-ENTRY-TYPE                  PIC X(01).
       01  WS-LOG-LAST-SEQ                       PIC 9(03).

      *    SM002's commarea shape, with the call prefill it honours
      *    when the PGMID is SM167.
       01  WS-SM002-COMMAREA.
           05 WS-SM002-PROG-STATE                PIC X(15).
           05 WS-SM002-PGMID                     PIC X(06).
           05 WS-SM002-CA-STATE                  PIC X.
           05 WS-SM002-USERID                    PIC X(08).
           05 WS-SM002-USR-TYPE                  PIC X(04).
           05 WS-SM002-TICKET-NUM                PIC X(07).
           05 WS-SM002-HELP-FLAG                 PIC X.
           05 WS-SM002-DUP-WARNED                PIC X.
           05 WS-SM002-DUP-CANDIDATE             PIC X(07).
           05 WS-SM002-CALL-ID                   PIC X(07).
           05 WS-SM002-CALL-CALLER               PIC X(08).
           05 WS-SM002-CALL-TITLE                PIC X(25).

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
           05 WS-HELP-FLAG                       PIC X.
           05 WS-LAST-LINE                       PIC X(72).

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
           05 DF-HELP-FLAG                       PIC X.
           05 DF-LAST-LINE                       PIC X(72).

       PROCEDURE DIVISION.
       000-PROCESS.
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
           EXEC CICS CANCEL
                REQID(EIBTRMID)
                RESP(WS-RETNCODE2)
           END-EXEC
      *    A bare start - the TRANSID keyed, or PF3 back from an
      *    SM002 submission - signs the user on from uaf001; the
      *    SM0000 hand-off and our own RETURNs carry the commarea.
           IF EIBCALEN = 0
              PERFORM 050-VERIFY-USER
              MOVE LOW-VALUES TO WS-STATE
              MOVE 'SM167' TO WS-PGMID
              MOVE SPACE TO WS-HELP-FLAG
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              IF WS-PGMID NOT = 'SM167'
                 MOVE SPACES TO WS-LAST-LINE
                 MOVE SPACE TO WS-HELP-FLAG
                 MOVE 'SM167' TO WS-PGMID
              END-IF
           END-IF
           IF USR-SERVICE NOT = 'Y' AND USR-ADMIN NOT = 'Y'
              EXEC CICS SEND TEXT
                   FROM (WS-INVALID-ACCESS)
                   LENGTH (+15)
                   ERASE
              END-EXEC
              EXEC CICS RETURN
              END-EXEC
           END-IF
           IF WS-HELP-FLAG = 'Y'
              MOVE SPACE TO WS-HELP-FLAG
              MOVE -1 TO CLCALRL
              PERFORM 100-CREATE-MAP
           ELSE
           EVALUATE TRUE
             WHEN WS-STATE = LOW-VALUES OR WS-STATE = SPACE
                  MOVE SPACES TO WS-LAST-LINE
                  MOVE WS-ENTER-PROMPT TO ERRMSGO
                  MOVE -1 TO CLCALRL
                  MOVE 1 TO WS-STATE
                  PERFORM 100-CREATE-MAP
             WHEN WS-STATE = 1
                  PERFORM 200-REC-MAP
                  PERFORM 300-CHECK-AID
                  PERFORM 100-CREATE-MAP
           END-EVALUATE

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
           MOVE WS-UAF-LKP-TYPE(1:4) TO USR-TYPE
           MOVE WS-UAF-LKP-AUDITOR TO WS-AUDITOR
           MOVE SPACES TO WS-TICKET-PASSED
           MOVE SPACES TO WS-LAST-LINE.
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

       100-CREATE-MAP.
           PERFORM 110-FORMAT-DATE-TIME
           MOVE WS-LAST-LINE TO CLLASTO
           MOVE LENGTH OF S167MO TO WS-LENGTH
           EXEC CICS SEND
                MAP('S167M')
                MAPSET('S167S')
                FROM(S167MO)
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
                TRANSID('S167')
                COMMAREA(WS-COMMAREA)
           END-EXEC.
       100-EXIT.
           EXIT.

       200-REC-MAP.
           EXEC CICS RECEIVE
                MAP('S167M')
                MAPSET('S167S')
                INTO (S167MI)
           END-EXEC.
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
                       TRANSID('S167')
                       COMMAREA(WS-COMMAREA)
                  END-EXEC
             WHEN DFHPF3
                  EXEC CICS SEND CONTROL
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                  END-EXEC
             WHEN DFHENTER
                  PERFORM 400-LOG-CALL
             WHEN OTHER
                  MOVE WS-INVALID-PFKEY TO ERRMSGO
           END-EVALUATE.
       300-EXIT.
           EXIT.

      *    Every check runs before anything is written, so a refused
      *    call leaves the keyed fields on the screen to correct.
       400-LOG-CALL.
           IF CLCALRI = SPACES OR LOW-VALUES
              MOVE WS-CALLER-REQD TO ERRMSGO
              MOVE -1 TO CLCALRL
              GO TO 400-EXIT
           END-IF
           MOVE CLCALRI TO WS-UAF-LKP-USERID
           EXEC CICS
                READ FILE('uaf001')
                INTO (WS-UAF-LOOKUP-REC)
                RIDFLD (WS-UAF-LKP-USERID)
                KEYLENGTH (WS-STD-KEY-LEN)
                EQUAL
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-CALLER-UNKNOWN TO ERRMSGO
              MOVE -1 TO CLCALRL
              GO TO 400-EXIT
           END-IF
           IF CLREASI = SPACES OR LOW-VALUES
              MOVE WS-REASON-REQD TO ERRMSGO
              MOVE -1 TO CLREASL
              GO TO 400-EXIT
           END-IF
           IF CLMINSI NOT NUMERIC
              MOVE WS-MINUTES-BAD TO ERRMSGO
              MOVE -1 TO CLMINSL
              GO TO 400-EXIT
           END-IF
           IF CLOUTCI NOT = 'R' AND CLOUTCI NOT = 'T' AND
              CLOUTCI NOT = 'L'
              MOVE WS-OUTCOME-BAD TO ERRMSGO
              MOVE -1 TO CLOUTCL
              GO TO 400-EXIT
           END-IF
           IF CLOUTCI = 'L'
              IF CLTKTI = SPACES OR LOW-VALUES
                 MOVE WS-TICKET-REQD TO ERRMSGO
                 MOVE -1 TO CLTKTL
                 GO TO 400-EXIT
              END-IF
              MOVE CLTKTI TO TICKET-KEY
              EXEC CICS READ
                   FILE('STF001C')
                   INTO (WS-TICKET-REC)
                   RIDFLD (TICKET-KEY)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE NOT = DFHRESP(NORMAL)
                 MOVE WS-TICKET-UNKNOWN TO ERRMSGO
                 MOVE -1 TO CLTKTL
                 GO TO 400-EXIT
              END-IF
           END-IF
           PERFORM 410-ASSIGN-CALL-ID
           MOVE SPACES TO CALL-Caller
           MOVE CLCALRI TO CALL-Caller
           MOVE USERID TO CALL-Agent
           MOVE FUNCTION CURRENT-DATE(1:8) TO CALL-Date
           MOVE FUNCTION CURRENT-DATE(9:6) TO CALL-Time
           MOVE CLMINSI TO CALL-Minutes
           MOVE CLREASI TO CALL-Reason
           MOVE CLOUTCI TO CALL-Outcome
           IF CLOUTCI = 'L'
              MOVE CLTKTI TO CALL-Ticket-ID
           ELSE
              MOVE SPACES TO CALL-Ticket-ID
           END-IF
           EXEC CICS WRITE
                FILE('STF119L')
                FROM (CALL-REC)
                RIDFLD (CALL-ID)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-CALL-FAILED TO ERRMSGO
              GO TO 400-EXIT
           END-IF
           EVALUATE CALL-Outcome
             WHEN 'R'
                  MOVE 'RESOLVED ON THE CALL' TO WS-OUTCOME-TEXT
             WHEN 'L'
                  MOVE 'CHASE-UP ON TICKET' TO WS-OUTCOME-TEXT
                  PERFORM 430-LOG-CHASE-UP
             WHEN 'T'
                  MOVE 'NEW TICKET' TO WS-OUTCOME-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-LAST-LINE
           STRING 'LAST CALL ' DELIMITED BY SIZE
                  CALL-ID DELIMITED BY SIZE
                  ' FROM ' DELIMITED BY SIZE
                  CALL-Caller DELIMITED BY SPACE
                  ' - ' DELIMITED BY SIZE
                  WS-OUTCOME-TEXT DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  CALL-Ticket-ID DELIMITED BY SPACE
                  INTO WS-LAST-LINE
           END-STRING
           MOVE WS-CALL-LOGGED TO ERRMSGO
           MOVE LOW-VALUES TO CLCALRO
           MOVE LOW-VALUES TO CLREASO
           MOVE LOW-VALUES TO CLMINSO
           MOVE LOW-VALUES TO CLOUTCO
           MOVE LOW-VALUES TO CLTKTO
           MOVE -1 TO CLCALRL
           IF CALL-Outcome = 'T'
              PERFORM 440-XCTL-SUBMIT
           END-IF.
       400-EXIT.
           EXIT.

       410-ASSIGN-CALL-ID.
           MOVE WS-HIGH-KEY TO CALL-ID
           EXEC CICS STARTBR
                FILE('STF119L')
                RIDFLD (CALL-ID)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              EXEC CICS READPREV
                   FILE('STF119L')
                   INTO (CALL-REC)
                   RIDFLD (CALL-ID)
                   RESP(WS-RETNCODE)
              END-EXEC
              EXEC CICS ENDBR
                   FILE('STF119L')
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 COMPUTE CALL-ID-NUM = CALL-ID-NUM + 1
              ELSE
                 MOVE 1 TO CALL-ID-NUM
              END-IF
           ELSE
              MOVE 1 TO CALL-ID-NUM
           END-IF.
       410-EXIT.
           EXIT.

      *    The chase-up goes on the ticket's own STF002E chain as a
      *    'T' (telephone) row, next sequence after the highest.
       430-LOG-CHASE-UP.
           MOVE CALL-Ticket-ID TO WS-LOG-TICKET-ID
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
                      OR WS-LOG-TICKET-ID NOT = CALL-Ticket-ID
                 EXEC CICS READNEXT
                      FILE('STF002E')
                      INTO(WS-LOG-REC)
                      RIDFLD(WS-LOG-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    WS-LOG-TICKET-ID = CALL-Ticket-ID
                    MOVE WS-LOG-SEQ-NUM TO WS-LOG-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF002E')
              END-EXEC
           END-IF
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
           MOVE WS-TIME-X TO WS-STAMP(12:8)
           MOVE SPACES TO WS-LOG-REC
           MOVE CALL-Ticket-ID TO WS-LOG-TICKET-ID
           MOVE WS-LOG-LAST-SEQ TO WS-LOG-SEQ-NUM
           ADD 1 TO WS-LOG-SEQ-NUM
           MOVE WS-STAMP TO WS-LOG-LAST-UPD
           MOVE USERID TO WS-LOG-LAST-UPDBY
           STRING 'CALL FROM ' DELIMITED BY SIZE
                  CALL-Caller DELIMITED BY SPACE
                  ': ' DELIMITED BY SIZE
                  CALL-Reason DELIMITED BY SIZE
                  INTO WS-LOG-UPD-REMARKS
           END-STRING
           MOVE 'T' TO WS-LOG-ENTRY-TYPE
           EXEC CICS WRITE
                FILE('STF002E')
                FROM (WS-LOG-REC)
                RIDFLD (WS-LOG-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       430-EXIT.
           EXIT.

      *    Outcome T: SM002 opens on a fresh submission with the
      *    caller and reason keyed in, and the call id to stamp.
       440-XCTL-SUBMIT.
           MOVE SPACES TO WS-SM002-COMMAREA
           MOVE 'SM167' TO WS-SM002-PGMID
           MOVE LOW-VALUES TO WS-SM002-CA-STATE
           MOVE USERID TO WS-SM002-USERID
           MOVE USR-TYPE TO WS-SM002-USR-TYPE
           MOVE 'N' TO WS-SM002-DUP-WARNED
           MOVE CALL-ID TO WS-SM002-CALL-ID
           MOVE CALL-Caller TO WS-SM002-CALL-CALLER
           MOVE CALL-Reason TO WS-SM002-CALL-TITLE
           MOVE LENGTH OF WS-SM002-COMMAREA TO WS-LENGTH
           EXEC CICS XCTL
                PROGRAM('SM002')
                COMMAREA(WS-SM002-COMMAREA)
                LENGTH(WS-LENGTH)
                RESP(WS-RETNCODE)
           END-EXEC.
       440-EXIT.
           EXIT.
