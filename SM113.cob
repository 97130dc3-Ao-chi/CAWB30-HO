       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM113.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM113 is the on-site appointment screen (TRANSID 'S113'),     *
      *  entered by its transaction id from a clear screen the way     *
      *  SM076 is (own uaf001 verify); service or admin only. Key a    *
      *  ticket and ENTER lists its STF076B visits. PF2 books a new    *
      *  one for the keyed day and HHMM from/to window - provider      *
      *  defaults to TICKET-ASSIGNED-TO and site to TICKET-SITE. The   *
      *  day may not be in the past, the provider must be an active    *
      *  uaf001 service user not on an STF072A absence that day, the  *
      *  site an active STF073S row, and the window may not overlap   *
      *  another BOOKED visit of the same provider on the same day.    *
      *  PF4 marks the keyed sequence DONE, PF5 cancels it. Every      *
      *  booking and status change goes on the ticket's STF002E        *
      *  chain. SM114 sends the day-before reminders and marks the     *
      *  visits nobody closed as MISSED.                               *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY S113S.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY STF001C.
           COPY STF072A.
           COPY STF073S.
           COPY STF076B.
       01  WS-CURRENT-MAP  VALUE 'S113S'         PIC X(7).
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
              'PF1=HELP PF2=BOOK PF3=EXIT PF4=DONE PF5=CANCEL'.
           05 WS-ENTER-PROMPT                    PIC X(46) VALUE
              'KEY TICKET, DATE, FROM/TO TIME, PF2 TO BOOK'.
           05 WS-NOT-EXIST                       PIC X(28) VALUE
              'TICKET NUMBER DOES NOT EXIST'.
           05 WS-DATE-INVALID                    PIC X(36) VALUE
              'APPOINTMENT DATE MISSING OR IN PAST'.
           05 WS-WINDOW-INVALID                  PIC X(40) VALUE
              'FROM/TO MUST BE HHMM WITH FROM BEFORE TO'.
           05 WS-PROVIDER-INVALID                PIC X(44) VALUE
              'PROVIDER NOT A VALID ACTIVE SERVICE USER'.
           05 WS-PROVIDER-ABSENT                 PIC X(40) VALUE
              'PROVIDER IS ON LEAVE/ABSENT THAT DAY'.
           05 WS-SITE-INVALID                    PIC X(40) VALUE
              'SITE MISSING OR NOT ACTIVE ON STF073S'.
           05 WS-TOO-MANY                        PIC X(40) VALUE
              'TICKET HAS NO APPOINTMENT NUMBERS LEFT'.
           05 WS-BOOKED-MSG                      PIC X(30) VALUE
              'APPOINTMENT BOOKED'.
           05 WS-SEQ-INVALID                     PIC X(40) VALUE
              'KEY THE SEQ OF A BOOKED APPOINTMENT'.
           05 WS-DONE-MSG                        PIC X(30) VALUE
              'APPOINTMENT MARKED DONE'.
           05 WS-CANCEL-MSG                      PIC X(30) VALUE
              'APPOINTMENT CANCELED'.
           05 WS-NONE-MSG                        PIC X(40) VALUE
              'NO APPOINTMENTS BOOKED FOR THIS TICKET'.

       01  WS-STAMP                              PIC X(20).
       01  WS-DATE-FULL-X                        PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-APPT-LAST-SEQ                      PIC 9(02).
       01  WS-APPT-PROVIDER                      PIC X(08).
       01  WS-APPT-SITE                          PIC X(08).
       01  WS-APPT-NEW-STATUS                    PIC X(08).
       01  WS-HHMM                               PIC 9(04).
       01  WS-HHMM-R REDEFINES WS-HHMM.
           05 WS-HHMM-HH                         PIC 9(02).
           05 WS-HHMM-MM                         PIC 9(02).
       01  WS-TIME-OK                            PIC X VALUE 'N'.
       01  WS-CLASH                              PIC X VALUE 'N'.
       01  WS-CLASH-TICKET                       PIC X(07).
       01  WS-PROV-ABSENT                        PIC X VALUE 'N'.
       01  WS-ROW                                PIC S9(4) COMP.
       01  WS-ROW-BUILD.
           05 RB-SEQ                             PIC 9(02).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-DATE                            PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-FROM                            PIC 9(04).
           05 FILLER                             PIC X(01) VALUE '-'.
           05 RB-TO                              PIC 9(04).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-PROVIDER                        PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-SITE                            PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-STATUS                          PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-REMINDED                        PIC X(01).

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
              MOVE 'SM113' TO WS-PGMID
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF
           IF WS-HELP-FLAG = 'Y' AND WS-PGMID = 'SM113'
              MOVE SPACE TO WS-HELP-FLAG
              PERFORM 100-CREATE-MAP
           ELSE
           IF USR-SERVICE = 'Y' OR USR-ADMIN = 'Y'
              EVALUATE TRUE
                WHEN WS-STATE = LOW-VALUES OR WS-STATE = SPACE
                     MOVE SPACES TO WS-CUR-TICKET
                     MOVE 'SM113' TO WS-PGMID
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
           MOVE LENGTH OF S113MO TO WS-LENGTH
           EXEC CICS SEND
                MAP('S113M')
                MAPSET('S113S')
                FROM(S113MO)
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
                TRANSID('S113')
                COMMAREA(WS-COMMAREA)
           END-EXEC.
       100-EXIT.
           EXIT.

       200-REC-MAP.
           EXEC CICS RECEIVE
                MAP('S113M')
                MAPSET('S113S')
                INTO (S113MI)
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
                       TRANSID('S113')
                       COMMAREA(WS-COMMAREA)
                  END-EXEC
             WHEN DFHPF3
                  EXEC CICS SEND CONTROL
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                  END-EXEC
             WHEN DFHPF2
                  PERFORM 700-BOOK-APPT
                  PERFORM 500-LIST-APPTS
             WHEN DFHPF4
                  MOVE 'DONE' TO WS-APPT-NEW-STATUS
                  PERFORM 760-CLOSE-APPT
                  PERFORM 500-LIST-APPTS
             WHEN DFHPF5
                  MOVE 'CANCELED' TO WS-APPT-NEW-STATUS
                  PERFORM 760-CLOSE-APPT
                  PERFORM 500-LIST-APPTS
             WHEN DFHENTER
                  MOVE WS-ENTER-PROMPT TO ERRMSGO
                  PERFORM 500-LIST-APPTS
             WHEN OTHER
                  MOVE WS-INVALID-PFKEY TO ERRMSGO
           END-EVALUATE.
       300-EXIT.
           EXIT.

      *    Lists the ticket's STF076B slice (first eight visits) and
      *    fills a blank provider/site with the ticket's own.
       500-LIST-APPTS.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 8
              MOVE SPACES TO APLINEO(WS-ROW)
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
           IF PROVI = SPACES OR LOW-VALUES
              MOVE TICKET-ASSIGNED-TO TO PROVO
           END-IF
           IF APSITEI = SPACES OR LOW-VALUES
              MOVE TICKET-SITE TO APSITEO
           END-IF
           MOVE 0 TO WS-ROW
           MOVE WS-CUR-TICKET TO APPT-Ticket-ID
           MOVE 0 TO APPT-Seq
           EXEC CICS STARTBR
                FILE('STF076B')
                RIDFLD(APPT-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR APPT-Ticket-ID NOT = WS-CUR-TICKET
                      OR WS-ROW >= 8
                 EXEC CICS READNEXT
                      FILE('STF076B')
                      INTO(APPT-REC)
                      RIDFLD(APPT-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    APPT-Ticket-ID = WS-CUR-TICKET
                    ADD 1 TO WS-ROW
                    MOVE APPT-Seq TO RB-SEQ
                    MOVE APPT-Date TO RB-DATE
                    MOVE APPT-From-Time TO RB-FROM
                    MOVE APPT-To-Time TO RB-TO
                    MOVE APPT-Provider TO RB-PROVIDER
                    MOVE APPT-Site TO RB-SITE
                    MOVE APPT-Status TO RB-STATUS
                    MOVE APPT-Reminded TO RB-REMINDED
                    MOVE WS-ROW-BUILD TO APLINEO(WS-ROW)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF076B')
              END-EXEC
           END-IF
           IF WS-ROW = 0 AND ERRMSGO = WS-ENTER-PROMPT
              MOVE WS-NONE-MSG TO ERRMSGO
           END-IF.
       500-EXIT.
           EXIT.

      *    PF2: validate the keyed visit, check the provider is free
      *    for the window, then write the STF076B row and log it.
       700-BOOK-APPT.
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (WS-CUR-TICKET)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-NOT-EXIST TO ERRMSGO
              MOVE -1 TO TKTNUML
              GO TO 700-EXIT
           END-IF
           IF APDATEI NOT NUMERIC OR
              APDATEI < WS-TODAY-YYYYMMDD
              MOVE WS-DATE-INVALID TO ERRMSGO
              MOVE -1 TO APDATEL
              GO TO 700-EXIT
           END-IF
           MOVE 'N' TO WS-TIME-OK
           IF FROMTMI NUMERIC AND TOTMI NUMERIC
              MOVE FROMTMI TO WS-HHMM
              IF WS-HHMM-HH < 24 AND WS-HHMM-MM < 60
                 MOVE TOTMI TO WS-HHMM
                 IF WS-HHMM-HH < 24 AND WS-HHMM-MM < 60 AND
                    FROMTMI < TOTMI
                    MOVE 'Y' TO WS-TIME-OK
                 END-IF
              END-IF
           END-IF
           IF WS-TIME-OK NOT = 'Y'
              MOVE WS-WINDOW-INVALID TO ERRMSGO
              MOVE -1 TO FROMTML
              GO TO 700-EXIT
           END-IF
           IF PROVI = SPACES OR LOW-VALUES
              MOVE TICKET-ASSIGNED-TO TO WS-APPT-PROVIDER
           ELSE
              MOVE PROVI TO WS-APPT-PROVIDER
           END-IF
           MOVE WS-APPT-PROVIDER TO PROVO
           EXEC CICS
                READ FILE('uaf001')
                INTO (WS-UAF-LOOKUP-REC)
                RIDFLD (WS-APPT-PROVIDER)
                KEYLENGTH (WS-STD-KEY-LEN)
                EQUAL
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-APPT-PROVIDER = SPACES OR LOW-VALUES OR
              WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              WS-UAF-LKP-SERVICE NOT = 'Y' OR
              WS-UAF-LKP-INACTIVE = 'Y'
              MOVE WS-PROVIDER-INVALID TO ERRMSGO
              MOVE -1 TO PROVL
              GO TO 700-EXIT
           END-IF
           PERFORM 705-CHECK-PROVIDER-ABSENT
           IF WS-PROV-ABSENT = 'Y'
              MOVE WS-PROVIDER-ABSENT TO ERRMSGO
              MOVE -1 TO PROVL
              GO TO 700-EXIT
           END-IF
           IF APSITEI = SPACES OR LOW-VALUES
              MOVE TICKET-SITE TO WS-APPT-SITE
           ELSE
              MOVE APSITEI TO WS-APPT-SITE
           END-IF
           MOVE WS-APPT-SITE TO APSITEO
           MOVE WS-APPT-SITE TO SITE-Code
           EXEC CICS READ
                FILE('STF073S')
                INTO (SITE-REC)
                RIDFLD (SITE-Code)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-APPT-SITE = SPACES OR LOW-VALUES OR
              WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              SITE-ACTIVE NOT = 'Y'
              MOVE WS-SITE-INVALID TO ERRMSGO
              MOVE -1 TO APSITEL
              GO TO 700-EXIT
           END-IF
           PERFORM 710-CHECK-CLASH
           IF WS-CLASH = 'Y'
              MOVE SPACES TO ERRMSGO
              STRING 'PROVIDER ALREADY BOOKED THEN ON TICKET '
                     DELIMITED BY SIZE
                     WS-CLASH-TICKET DELIMITED BY SIZE
                     INTO ERRMSGO
              END-STRING
              MOVE -1 TO FROMTML
              GO TO 700-EXIT
           END-IF
           PERFORM 720-NEXT-APPT-SEQ
           IF WS-APPT-LAST-SEQ >= 99
              MOVE WS-TOO-MANY TO ERRMSGO
              GO TO 700-EXIT
           END-IF
           PERFORM 120-BUILD-STAMP
           MOVE WS-CUR-TICKET TO APPT-Ticket-ID
           MOVE WS-APPT-LAST-SEQ TO APPT-Seq
           ADD 1 TO APPT-Seq
           MOVE APDATEI TO APPT-Date
           MOVE FROMTMI TO APPT-From-Time
           MOVE TOTMI TO APPT-To-Time
           MOVE WS-APPT-PROVIDER TO APPT-Provider
           MOVE WS-APPT-SITE TO APPT-Site
           MOVE 'BOOKED' TO APPT-Status
           MOVE 'N' TO APPT-Reminded
           MOVE USERID TO APPT-Booked-By
           MOVE WS-STAMP TO APPT-Stamp
           EXEC CICS WRITE
                FILE('STF076B')
                FROM (APPT-REC)
                RIDFLD (APPT-KEYS)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              MOVE SPACES TO WS-LOG-UPD-REMARKS
              STRING 'APPT ' DELIMITED BY SIZE
                     APPT-Seq DELIMITED BY SIZE
                     ' BOOKED ' DELIMITED BY SIZE
                     APPT-Date DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     APPT-From-Time DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     APPT-To-Time DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     APPT-Provider DELIMITED BY SPACE
                     INTO WS-LOG-UPD-REMARKS
              END-STRING
              PERFORM 750-WRITE-LOG-ENTRY
              MOVE WS-BOOKED-MSG TO ERRMSGO
           END-IF.
       700-EXIT.
           EXIT.

      *    WS-PROV-ABSENT 'Y' when an active STF072A block of the
      *    provider covers the appointment day.
       705-CHECK-PROVIDER-ABSENT.
           MOVE 'N' TO WS-PROV-ABSENT
           MOVE WS-APPT-PROVIDER TO ABS-Userid
           MOVE 0 TO ABS-Start-Date
           EXEC CICS STARTBR
                FILE('STF072A')
                RIDFLD (ABS-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR ABS-Userid NOT = WS-APPT-PROVIDER
                 EXEC CICS READNEXT
                      FILE('STF072A')
                      INTO (ABS-REC)
                      RIDFLD (ABS-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    ABS-Userid = WS-APPT-PROVIDER AND
                    ABS-ACTIVE = 'Y' AND
                    ABS-Start-Date <= APDATEI AND
                    ABS-End-Date >= APDATEI
                    MOVE 'Y' TO WS-PROV-ABSENT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF072A')
              END-EXEC
           END-IF.
       705-EXIT.
           EXIT.

      *    Double-booking check. STF076B is keyed by ticket, so the
      *    provider's other visits are found by walking the whole
      *    (small) file the way SM027's 430-LOAD-MY-GROUPS walks
      *    STF071M; two windows clash when each starts before the
      *    other ends.
       710-CHECK-CLASH.
           MOVE 'N' TO WS-CLASH
           MOVE SPACES TO WS-CLASH-TICKET
           MOVE LOW-VALUES TO APPT-KEYS
           EXEC CICS STARTBR
                FILE('STF076B')
                RIDFLD(APPT-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR WS-CLASH = 'Y'
                 EXEC CICS READNEXT
                      FILE('STF076B')
                      INTO(APPT-REC)
                      RIDFLD(APPT-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    APPT-Provider = WS-APPT-PROVIDER AND
                    APPT-Date = APDATEI AND
                    APPT-Status = 'BOOKED' AND
                    APPT-From-Time < TOTMI AND
                    APPT-To-Time > FROMTMI
                    MOVE 'Y' TO WS-CLASH
                    MOVE APPT-Ticket-ID TO WS-CLASH-TICKET
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF076B')
              END-EXEC
           END-IF.
       710-EXIT.
           EXIT.

      *    Highest sequence already on the ticket's STF076B slice.
       720-NEXT-APPT-SEQ.
           MOVE WS-CUR-TICKET TO APPT-Ticket-ID
           MOVE 0 TO APPT-Seq
           MOVE 0 TO WS-APPT-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF076B')
                RIDFLD(APPT-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR APPT-Ticket-ID NOT = WS-CUR-TICKET
                 EXEC CICS READNEXT
                      FILE('STF076B')
                      INTO(APPT-REC)
                      RIDFLD(APPT-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    APPT-Ticket-ID = WS-CUR-TICKET
                    MOVE APPT-Seq TO WS-APPT-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF076B')
              END-EXEC
           END-IF.
       720-EXIT.
           EXIT.

      *    PF4/PF5: the keyed sequence, still BOOKED, goes to the
      *    status the caller staged in WS-APPT-NEW-STATUS.
       760-CLOSE-APPT.
           IF APSEQI NOT NUMERIC OR APSEQI = 0
              MOVE WS-SEQ-INVALID TO ERRMSGO
              MOVE -1 TO APSEQL
              GO TO 760-EXIT
           END-IF
           MOVE WS-CUR-TICKET TO APPT-Ticket-ID
           MOVE APSEQI TO APPT-Seq
           EXEC CICS READ
                FILE('STF076B')
                INTO (APPT-REC)
                RIDFLD (APPT-KEYS)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-SEQ-INVALID TO ERRMSGO
              MOVE -1 TO APSEQL
              GO TO 760-EXIT
           END-IF
           IF APPT-Status NOT = 'BOOKED'
              EXEC CICS UNLOCK
                   FILE('STF076B')
              END-EXEC
              MOVE WS-SEQ-INVALID TO ERRMSGO
              MOVE -1 TO APSEQL
              GO TO 760-EXIT
           END-IF
           PERFORM 120-BUILD-STAMP
           MOVE WS-APPT-NEW-STATUS TO APPT-Status
           MOVE WS-STAMP TO APPT-Stamp
           EXEC CICS REWRITE
                FILE('STF076B')
                FROM (APPT-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              MOVE SPACES TO WS-LOG-UPD-REMARKS
              STRING 'APPT ' DELIMITED BY SIZE
                     APPT-Seq DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     APPT-Date DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     APPT-From-Time DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-APPT-NEW-STATUS DELIMITED BY SPACE
                     INTO WS-LOG-UPD-REMARKS
              END-STRING
              PERFORM 750-WRITE-LOG-ENTRY
              IF WS-APPT-NEW-STATUS = 'DONE'
                 MOVE WS-DONE-MSG TO ERRMSGO
              ELSE
                 MOVE WS-CANCEL-MSG TO ERRMSGO
              END-IF
           END-IF.
       760-EXIT.
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
