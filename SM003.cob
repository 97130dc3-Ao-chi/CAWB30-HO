           'PF1=HELP PF2=SAVE PF3=EXIT PF4=WORK PF5=CANCEL PF6=WATCH '.
           05 FILLER                             PIC X(37) VALUE
           'PF9=CHILD PF10=KB PF11=LOG PF12=NOTES'.
           05 FILLER                             PIC X(20) VALUE
           ' PF13=LINK KNOWN ERR'.
       77 WS-RETNCODE                            PIC S9(8) COMP.
       77 WS-RETNCODE2                           PIC S9(8) COMP.
      *    Response-time instrumentation - ABSTIME captured at task
      *    lookup only ever checks whether the read succeeded, never
      *    any field of the ticket it names, so it stays its own small
      *    record rather than a second full copy of the shared layout.
       01  TICKET                                PIC X(1000).

      *    The record the rest of SM003 actively edits/rewrites -
      *    shares the one STF001C layout every ticket program now
           COPY STF013D.
           COPY STF020W.
           COPY STF018A.
           COPY STF073S.
           COPY STF015X.
           COPY SMERR01.
           COPY STF028X.
       01  WS-ENT-CONTRACT                       PIC X(08).
       01  WS-ENT-UNTIL                          PIC 9(08).
           COPY SMFAD01.
      *    Priority override: the SM169 matrix answer shown beside
      *    the priority, and the STF059A row carrying the reason.
           COPY SMPMX01 REPLACING ==PMQ-COMMAREA== BY ==WS-PMQ-AREA==.
           COPY STF059A.
       01  WS-PRI-OLD                            PIC X(08).
       01  WS-PRI-OVERRIDDEN                     PIC X VALUE 'N'.
       01  WS-FAUD-LAST-SEQ                      PIC 9(05).
      *    Before-image captured at the READ UPDATE for the SM086
      *    field-audit compare - oversized so copybook growth never
      *    needs a lockstep edit here.
       01  WS-FAD-BEFORE                         PIC X(1000).
      *    Recent-change banner for the displayed ticket's asset -
      *    staged by 3670-CHECK-RECENT-CHANGE when an APPROVED/DONE
      *    STF037C window touched the asset in the last few days,
      *    shown by 100-MAIN when no other message claims the line.
       01  WS-RECENT-CHG-MSG                     PIC X(60).
      *    Known-error banner for the displayed ticket - staged by
      *    3690-CHECK-KNOWN-ERROR from the SM164 answer when a
      *    KNOWN-ERR problem strikes the ticket's asset or category,
      *    and sent on its own KERR line. PF13 links the ticket to
      *    that problem; 3695 leaves the outcome in WS-KE-RESULT for
      *    2100-CHECK-AID-MSG.
           COPY SMKER01 REPLACING ==KEQ-COMMAREA== BY ==WS-KEQ-AREA==.
       01  WS-KERR-MSG                           PIC X(79) VALUE SPACES.
       01  WS-KE-RESULT                          PIC X(50) VALUE SPACES.
      *    Canned response: a code keyed in CANN on the validating
      *    ENTER is expanded by SM177 into the remarks lines, shown
      *    back for review and saved by the usual PF2.
           COPY SMCAN01 REPLACING ==CNQ-COMMAREA== BY ==WS-CNQ-AREA==.
       01  WS-CANNED-USED                        PIC X VALUE 'N'.
      *    Follow-up: a date (YYYYMMDD) and note keyed in FUDT/FUNT on
      *    the validating ENTER are held to the PF2 save and handed to
      *    SM179, which writes the STF125F row for the signed-on
      *    provider.
           COPY SMFUP01 REPLACING ==FUQ-COMMAREA== BY ==WS-FUQ-AREA==.
       01  WS-FUP-TODAY                          PIC 9(08).
       01  WS-FUP-DATE-X                         PIC X(08).
       01  WS-FUP-DATE REDEFINES WS-FUP-DATE-X   PIC 9(08).
       01  WS-FUP-RESULT                         PIC X(10) VALUE SPACES.
       01  WS-CHG-TODAY                          PIC 9(08).
       01  WS-CHG-CUTOFF                         PIC 9(08).
       01  WS-CHG-INTEGER                        PIC S9(9) COMP.
       01  WS-CDC-ACT                            PIC X VALUE 'U'.
       01  WS-CHLOG-KEY                          PIC X(07).
       01  WS-CHLOG-LAST-SEQ                     PIC 9(03).
       01  WS-CHLOG-TYPE                         PIC X(01) VALUE 'S'.
      *    Internal remarks are kept off TICKET-Update-Remarks (which
      *    the requestor sees) and logged as an 'I' entry instead.
       01  WS-INTERNAL-NOTE                      PIC X(50).
       01  WS-INTERNAL-ONLY                      PIC X(01) VALUE 'N'.
      *    SLA breach reason: an overdue ticket with no reason yet is
      *    flagged beside the remarks, the reason keyed there is
      *    checked against the STF123B master on the validating ENTER
      *    and, once saved, logged as a 'B' entry.
           COPY STF123B.
       01  WS-BREACH-SET                         PIC X(01) VALUE 'N'.
       01  WS-BR-OVERDUE                         PIC X(01) VALUE 'N'.
       01  WS-BR-TODAY                           PIC 9(08).
       01  WS-BR-EFF-DUE                         PIC 9(08).
       01  WS-BR-INTEGER                         PIC S9(9) COMP.
       01  WS-DESCX-LINE                         PIC 9(03).
       01  WS-DESCX-TEXT                         PIC X(70).
       01  WS-EFFORT-TOTAL                       PIC 9(07).
              10 WS-E-ORIG-UPD                    PIC X(20).
              10 WS-E-ORIG-UPDBY                  PIC X(08).
           05 WS-HELP-FLAG                        PIC X.
      *    The desk's reason for overriding the derived priority,
      *    held from the validating ENTER to the PF2 save.
           05 WS-E-PRI-REASON                     PIC X(30).
      *    'Y' when the remarks keyed on the validating ENTER are an
      *    internal note for the desk rather than a ticket update.
           05 WS-E-INTERNAL                       PIC X(01).
      *    The breach reason keyed on the validating ENTER, held for
      *    the PF2 save.
           05 WS-E-BREACH-RSN                     PIC X(08).
      *    The follow-up date and note keyed on the validating ENTER,
      *    held for the PF2 save.
           05 WS-E-FUP-DATE                       PIC X(08).
           05 WS-E-FUP-NOTE                       PIC X(30).

           COPY SMMNT01 REPLACING ==MNQ-COMMAREA== BY ==WS-MNT-AREA==.
       77  WS-MNT-RESP                           PIC S9(8) COMP.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 DF-PGMID                           PIC X(06).
             10 DF-E-ORIG-UPD                     PIC X(20).
             10 DF-E-ORIG-UPDBY                   PIC X(08).
           05 DF-HELP-FLAG                         PIC X.
           05 DF-E-PRI-REASON                      PIC X(30).
           05 DF-E-INTERNAL                        PIC X(01).
           05 DF-E-BREACH-RSN                      PIC X(08).
           05 DF-E-FUP-DATE                        PIC X(08).
           05 DF-E-FUP-NOTE                        PIC X(30).

       PROCEDURE DIVISION.
       100-MAIN.
                REQID(EIBTRMID)
                RESP(WS-RETNCODE)
           END-EXEC
           PERFORM 090-CHECK-MAINTENANCE
           EXEC CICS ASKTIME
                ABSTIME (WS-PERF-START)
           END-EXEC
                 (ERRMSGO = SPACES OR ERRMSGO = LOW-VALUES)
                 MOVE WS-RECENT-CHG-MSG TO ERRMSGO
              END-IF
              MOVE WS-KERR-MSG TO KERRO
              PERFORM 1000-NEW-MAP
           ELSE
              PERFORM 110-INVALID
           EXEC CICS RETURN
              TRANSID('SM03')
            	COMMAREA(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
	         END-EXEC.
       1000-EXIT. EXIT.  

              MOVE 'Y' TO WS-HELP-FLAG
              EXEC CICS SEND TEXT
                   FROM (WS-HELP-TEXT)
                   LENGTH (+114)
                   ERASE
              END-EXEC
              EXEC CICS RETURN
                 TRANSID('SM03')
                 COMMAREA(WS-COMMAREA)
                 LENGTH(LENGTH OF WS-COMMAREA)
              END-EXEC

            WHEN EIBAID = DFHPF2
                  WS-E-CATEGORY = TICKET-Category AND
                  WS-E-UPDATE = TICKET-Update-Remarks AND
                  WS-E-ATTACHMENT = TICKET-Attachment AND
                  WS-E-REQUESTOR = TICKET-Requestor AND
                  WS-E-BREACH-RSN = SPACES AND
                  WS-E-FUP-DATE = SPACES

                  MOVE 'W'  TO WS-FLAG
               ELSE
                EXEC CICS XCTL
                     PROGRAM('SM012')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
                END-EXEC
             END-IF

                EXEC CICS XCTL
                     PROGRAM('SM048')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
                END-EXEC
             END-IF

                PERFORM 3850-SPAWN-CHILD
             END-IF

            WHEN EIBAID = DFHPF13
             IF (WS-STATE = 'C' OR 'A') AND
                WS-TICKET-NUM NOT = SPACES AND LOW-VALUES
                PERFORM 3695-LINK-KNOWN-ERROR
             END-IF

            WHEN EIBAID = DFHPF10
             MOVE LOW-VALUES TO WS-STATE
             EXEC CICS XCTL
                  PROGRAM('SM047')
                  COMMAREA(WS-COMMAREA)
                  LENGTH(LENGTH OF WS-COMMAREA)
             END-EXEC

            WHEN OTHER
              END-IF

              IF WS-STATE = 'B' AND WS-FLAG = 'K'
                 PERFORM 3490-HOLD-INTERNAL-NOTE
                 MOVE SPACES TO WS-FUP-RESULT
                 IF WS-INTERNAL-ONLY = 'Y'
                    PERFORM 3494-SAVE-NOTE-ONLY
                 ELSE
                    PERFORM 3500-CHECK-EDIT
                    PERFORM 3100-UPDATE-FILE
                 END-IF
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    IF WS-INTERNAL-ONLY = 'N'
                       MOVE WS-TICKET-NUM TO WS-LOG-Ticket-ID
                       MOVE 0 TO WS-LOG-Seq-Number
                       PERFORM 3400-CREATE-LOG
                       IF WS-UOW-OK = 'Y'
                          PERFORM 3140-SAVE-DESC-LINES
                          PERFORM 3450-WRITE-CDC-REC
                          MOVE WS-E-STATS TO WS-CNTR-NEW-STATUS
                          PERFORM 3480-BUMP-STATUS-COUNTERS
                          IF WS-INTERNAL-NOTE NOT = SPACES
                             PERFORM 3495-WRITE-INTERNAL-NOTE
                          END-IF
                          IF WS-BREACH-SET = 'Y'
                             PERFORM 3497-WRITE-BREACH-LOG
                          END-IF
                          IF WS-E-FUP-DATE NOT = SPACES
                             PERFORM 3773-ADD-FOLLOW-UP
                          END-IF
                          MOVE SPACES TO WS-NTF-TEXT
                          STRING 'STATUS NOW ' DELIMITED BY SIZE
                                 WS-E-STATS DELIMITED BY SIZE
                                 INTO WS-NTF-TEXT
                          END-STRING
                          PERFORM 3460-NOTIFY-TICKET-USERS
                       END-IF
                    END-IF
                    MOVE 'N' TO WS-E-INTERNAL
                    PERFORM 2110-STATEA-FLAGY
                    MOVE DFHBMPRO TO IDA
                    MOVE DFHBMPRO TO TICKETTA

             MOVE 'TICKET UPDATED, PRESS ENTER TO UPDATE ANOTHER TICKET'
               TO ERRMSGO
                    IF WS-FUP-RESULT NOT = SPACES AND
                       WS-FUP-RESULT NOT = 'OK'
                       MOVE SPACES TO ERRMSGO
                       STRING 'TICKET UPDATED, FOLLOW-UP NOT SET: '
                              DELIMITED BY SIZE
                              WS-FUP-RESULT DELIMITED BY SIZE
                              INTO ERRMSGO
                       END-STRING
                    END-IF
                    IF WS-UOW-OK = 'N'
                       MOVE 'UPDATE FAILED, PRESS ENTER TO TRY AGAIN'
                         TO ERRMSGO
                      TO ERRMSGO
                    MOVE 'SM003' TO ERR-PROGRAM
                    MOVE '3100-UPDATE-FILE' TO ERR-PARAGRAPH
                    IF WS-INTERNAL-ONLY = 'Y'
                       MOVE '3494-SAVE-NOTE-ONLY' TO ERR-PARAGRAPH
                    END-IF
                    MOVE WS-RETNCODE TO ERR-RESP
                    MOVE WS-RETNCODE2 TO ERR-RESP2
                    MOVE USERID TO ERR-USERID
              END-IF

              IF WS-STATE = 'B' AND WS-FLAG = 'N'
                PERFORM 3770-APPLY-CANNED-RESPONSE
                PERFORM 3600-VALIDATE-CATEGORY
                PERFORM 3650-VALIDATE-ASSET
                PERFORM 3700-VALIDATE-DUPOF
                END-IF
                PERFORM 3000-READ-RECORD
                PERFORM 2120-STATEB
                PERFORM 3765-CHECK-PRI-OVERRIDE
                PERFORM 3766-CHECK-INTERNAL-NOTE
                PERFORM 3768-CHECK-BREACH-REASON
                PERFORM 3771-CANNED-RESPONSE-MSG
                PERFORM 3772-CHECK-FOLLOW-UP
              END-IF

            WHEN EIBAID = DFHCLEAR
                MOVE 'DISABLED PFKEY PRESSED' TO ERRMSGO
              END-IF

            WHEN EIBAID = DFHPF13
              IF WS-KE-RESULT = SPACES
                MOVE 'DISABLED PFKEY PRESSED' TO ERRMSGO
              ELSE
                MOVE WS-KE-RESULT TO ERRMSGO
              END-IF

            WHEN OTHER
              IF WS-STATE = 'A'
                MOVE -1 TO IDL
            MOVE TICKET-Requestor TO REQO
            MOVE TICKET-Status  TO STATSO
            MOVE TICKET-Priority TO PRIORO
            PERFORM 3775-SHOW-DERIVED-PRIORITY
            MOVE SPACES TO PRRSNO
            MOVE 'N' TO INTNLO
            PERFORM 3767-SHOW-BREACH-PROMPT
            MOVE SPACES TO FUDTO
            MOVE SPACES TO FUNTO
            MOVE TICKET-Category TO CATGO
            MOVE TICKET-Duplicate-Of TO DUPOFO
            MOVE TICKET-Attachment TO ATTCHO
            END-EXEC
            MOVE NEW-TICKET TO WS-FAD-BEFORE
            PERFORM 3670-CHECK-RECENT-CHANGE
            PERFORM 3690-CHECK-KNOWN-ERROR
            PERFORM 3050-CHECK-CONF-ACCESS
            IF WS-CONF-DENIED = 'Y'
                MOVE 'R' TO WS-FLAG

       3100-UPDATE-FILE.
           MOVE TICKET-Status TO WS-CNTR-OLD-STATUS
           MOVE 'N' TO WS-BREACH-SET
           IF WS-E-BREACH-RSN NOT = SPACES AND
              WS-E-BREACH-RSN NOT = LOW-VALUES
              MOVE WS-E-BREACH-RSN TO TICKET-Breach-Reason
              MOVE USERID TO TICKET-Breach-By
              MOVE FUNCTION CURRENT-DATE(1:8) TO TICKET-Breach-Date
              MOVE 'Y' TO WS-BREACH-SET
           END-IF
           MOVE 'N' TO WS-PRI-OVERRIDDEN
           IF WS-E-PRIORITY NOT = TICKET-Priority AND
              WS-E-PRI-REASON NOT = SPACES AND
              WS-E-PRI-REASON NOT = LOW-VALUES
              MOVE TICKET-Priority TO WS-PRI-OLD
              MOVE 'Y' TO WS-PRI-OVERRIDDEN
              MOVE 'Y' TO TICKET-Pri-Override
           END-IF
           MOVE WS-E-TITLE TO TICKET-Title
           MOVE WS-E-DES TO TICKET-Description
           MOVE WS-E-STATS TO TICKET-Status
              IF ASSTI = SPACES
                 MOVE SPACES TO TICKET-Asset-Tag
              ELSE
                 IF ASSTI NOT = TICKET-Asset-Tag
                    MOVE ASSTI TO TICKET-Asset-Tag
                    PERFORM 3655-SITE-FROM-ASSET
                 END-IF
              END-IF
           END-IF
           IF ESTCI NUMERIC
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM 3680-CALL-FIELD-AUDIT
              IF WS-PRI-OVERRIDDEN = 'Y'
                 PERFORM 3685-AUDIT-PRI-OVERRIDE
              END-IF
           ELSE
              MOVE 'N' TO WS-BREACH-SET
           END-IF.

       3100-EXIT. EXIT.
           END-IF.
       3650-EXIT. EXIT.

      *    A newly linked asset carries its STF073S site onto the
      *    ticket, the same default SM002 takes at submission; an
      *    asset with no (or a retired) site leaves TICKET-Site as
      *    it was.
       3655-SITE-FROM-ASSET.
           EXEC CICS READ
                FILE('STF018A')
                INTO (ASSET-REC)
                RIDFLD (TICKET-Asset-Tag)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL) AND
              ASSET-Site NOT = SPACES AND LOW-VALUES
              EXEC CICS READ
                   FILE('STF073S')
                   INTO (SITE-REC)
                   RIDFLD (ASSET-Site)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 SITE-ACTIVE = 'Y'
                 MOVE ASSET-Site TO TICKET-Site
              END-IF
           END-IF.
       3655-EXIT. EXIT.

      *    Duplicate-of is optional - blank passes - but when an
      *    operator does key one in, it has to name a real ticket.
      *    Reuses the otherwise-unused TICKET 01-level as a scratch
              UPDATE
            END-EXEC
            MOVE NEW-TICKET TO WS-FAD-BEFORE
            PERFORM 3670-CHECK-RECENT-CHANGE
            PERFORM 3690-CHECK-KNOWN-ERROR.
       3200-EXIT. EXIT.

      *    When the displayed ticket names an asset, scan STF037C for
           END-IF.
       3670-EXIT. EXIT.

      *    Asks SM164 whether a KNOWN-ERR problem strikes the
      *    displayed ticket's asset or category and stages the banner
      *    - problem id and first workaround line - for 100-MAIN.
      *    A ticket already under that problem gets no banner.
       3690-CHECK-KNOWN-ERROR.
           MOVE SPACES TO WS-KERR-MSG
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
           END-IF
           IF KEQ-FOUND = 'Y' AND
              TICKET-PROBLEM-ID NOT = KEQ-PROB-ID
              STRING 'KNOWN ERROR ' DELIMITED BY SIZE
                     KEQ-PROB-ID DELIMITED BY SIZE
                     ': ' DELIMITED BY SIZE
                     KEQ-FIX1 DELIMITED BY SIZE
                     INTO WS-KERR-MSG
              END-STRING
           END-IF.
       3690-EXIT. EXIT.

      *    PF13: the match is asked again under the READ UPDATE and
      *    the ticket's TICKET-PROBLEM-ID set to the KNOWN-ERR
      *    problem - field audit, change capture and a log row, the
      *    same trail as an ordinary save. A ticket already linked to
      *    a problem is left alone.
       3695-LINK-KNOWN-ERROR.
           MOVE SPACES TO WS-KE-RESULT
           EXEC CICS READ
                FILE('STF001C')
                INTO (NEW-TICKET)
                RIDFLD (WS-TICKET-NUM)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE 'TICKET NOT FOUND' TO WS-KE-RESULT
              GO TO 3695-EXIT
           END-IF
           MOVE NEW-TICKET TO WS-FAD-BEFORE
           PERFORM 3690-CHECK-KNOWN-ERROR
           IF TICKET-PROBLEM-ID NOT = SPACES AND LOW-VALUES
              EXEC CICS UNLOCK
                   FILE('STF001C')
              END-EXEC
              MOVE 'TICKET IS ALREADY LINKED TO A PROBLEM'
                TO WS-KE-RESULT
              GO TO 3695-EXIT
           END-IF
           IF KEQ-FOUND NOT = 'Y'
              EXEC CICS UNLOCK
                   FILE('STF001C')
              END-EXEC
              MOVE 'NO KNOWN ERROR MATCHES THIS TICKET'
                TO WS-KE-RESULT
              GO TO 3695-EXIT
           END-IF
           EXEC CICS ASKTIME
            ABSTIME    (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
             ABSTIME    (WS-TIME)
             DATESEP    ('/')
             MMDDYYYY   (DATEO)
             TIME       (TIMEO)
             TIMESEP    (':')
           END-EXEC
           MOVE KEQ-PROB-ID TO TICKET-PROBLEM-ID
           MOVE DATEO    TO TICKET-Last-Update(1:10)
           MOVE TIMEO    TO TICKET-Last-Update(12:09)
           MOVE USERID   TO TICKET-Last-Update-by
           EXEC CICS
             REWRITE FILE ('STF001C')
             FROM (NEW-TICKET)
             RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE 'UPDATE FAILED, PRESS ENTER TO TRY AGAIN'
                TO WS-KE-RESULT
              GO TO 3695-EXIT
           END-IF
           PERFORM 3680-CALL-FIELD-AUDIT
           PERFORM 3450-WRITE-CDC-REC
           MOVE SPACES TO HOLDER
           STRING 'LINKED TO KNOWN ERROR PROBLEM ' DELIMITED BY SIZE
                  KEQ-PROB-ID DELIMITED BY SIZE
                  INTO HOLDER
           END-STRING
           MOVE WS-TICKET-NUM TO WS-LOG-Ticket-ID
           PERFORM 3870-WRITE-CHILD-LOG
           MOVE SPACES TO WS-KE-RESULT
           STRING 'TICKET LINKED TO KNOWN ERROR ' DELIMITED BY SIZE
                  KEQ-PROB-ID DELIMITED BY SIZE
                  INTO WS-KE-RESULT
           END-STRING.
       3695-EXIT. EXIT.

       3300-READ-LOG.

           EXEC CICS STARTBR 

       3400-EXIT. EXIT.

      *    Remarks flagged internal on the validating ENTER are
      *    taken out of the update before it is compared and saved:
      *    the ticket keeps the remarks the requestor already sees,
      *    so neither the record, the 'S' rows nor the CDC image
      *    carry the note's text. When the note, or a follow-up, is
      *    all the save brings, it is marked internal-only for
      *    3494-SAVE-NOTE-ONLY.
       3490-HOLD-INTERNAL-NOTE.
           MOVE SPACES TO WS-INTERNAL-NOTE
           MOVE 'N' TO WS-INTERNAL-ONLY
           IF WS-E-INTERNAL = 'Y' AND
              WS-E-UPDATE NOT = TICKET-Update-Remarks
              MOVE WS-E-UPDATE TO WS-INTERNAL-NOTE
              MOVE TICKET-Update-Remarks TO WS-E-UPDATE
           END-IF
           IF (WS-INTERNAL-NOTE NOT = SPACES OR
               WS-E-FUP-DATE NOT = SPACES) AND
              WS-E-TITLE = TICKET-Title AND
              WS-E-DES = TICKET-Description AND
              WS-E-STATS = TICKET-Status AND
              WS-E-PRIORITY = TICKET-Priority AND
              WS-E-CATEGORY = TICKET-Category AND
              WS-E-UPDATE = TICKET-Update-Remarks AND
              WS-E-ATTACHMENT = TICKET-Attachment AND
              WS-E-REQUESTOR = TICKET-Requestor AND
              (WS-E-BREACH-RSN = SPACES OR
               WS-E-BREACH-RSN = LOW-VALUES)
              MOVE 'Y' TO WS-INTERNAL-ONLY
           END-IF.
       3490-EXIT. EXIT.

      *    A save that carries nothing but an internal note or a
      *    follow-up leaves the ticket as it stands - released, its
      *    last-update stamp untouched, no 'S' row, no CDC image, no
      *    notification. The note goes on as its 'I' entry, the
      *    follow-up to SM179 with an 'I' entry recording it.
      *    WS-RETNCODE is left NORMAL unless the note could not be
      *    written; a refused follow-up is reported by SM179's answer
      *    in WS-FUP-RESULT, as on the full save.
       3494-SAVE-NOTE-ONLY.
           EXEC CICS UNLOCK
                FILE('STF001C')
           END-EXEC
           EXEC CICS ASKTIME
                ABSTIME    (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME    (WS-TIME)
                DATESEP    ('/')
                MMDDYYYY   (DATEO)
                TIME       (TIMEO)
                TIMESEP    (':')
           END-EXEC
           MOVE DFHRESP(NORMAL) TO WS-RETNCODE
           IF WS-INTERNAL-NOTE NOT = SPACES
              PERFORM 3495-WRITE-INTERNAL-NOTE
              IF WS-RETNCODE NOT = DFHRESP(NORMAL)
                 GO TO 3494-EXIT
              END-IF
           END-IF
           IF WS-E-FUP-DATE NOT = SPACES
              MOVE SPACES TO HOLDER
              STRING 'FOLLOW-UP SET FOR ' DELIMITED BY SIZE
                     WS-E-FUP-DATE DELIMITED BY SIZE
                     INTO HOLDER
              END-STRING
              PERFORM 3773-ADD-FOLLOW-UP
              IF WS-FUP-RESULT = 'OK'
                 MOVE WS-TICKET-NUM TO WS-LOG-Ticket-ID
                 MOVE 'I' TO WS-CHLOG-TYPE
                 PERFORM 3870-WRITE-CHILD-LOG
                 MOVE 'S' TO WS-CHLOG-TYPE
              END-IF
              MOVE DFHRESP(NORMAL) TO WS-RETNCODE
           END-IF.
       3494-EXIT. EXIT.

      *    The held note goes on the ticket's log as an internal 'I'
      *    entry - the screens, prints and dossier a requestor can
      *    reach leave 'I' entries out.
       3495-WRITE-INTERNAL-NOTE.
           MOVE WS-TICKET-NUM TO WS-LOG-Ticket-ID
           MOVE WS-INTERNAL-NOTE TO HOLDER
           MOVE 'I' TO WS-CHLOG-TYPE
           PERFORM 3870-WRITE-CHILD-LOG
           MOVE 'S' TO WS-CHLOG-TYPE.
       3495-EXIT. EXIT.

      *    The breach reason goes on the ticket's log as a 'B' entry
      *    naming the code and its description - the trail SM176's
      *    Pareto and the archive carry forward.
       3497-WRITE-BREACH-LOG.
           MOVE TICKET-Breach-Reason TO BRSN-Code
           EXEC CICS READ
                FILE('STF123B')
                INTO (BRSN-REC)
                RIDFLD (BRSN-Code)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              MOVE SPACES TO BRSN-Desc
           END-IF
           MOVE WS-TICKET-NUM TO WS-LOG-Ticket-ID
           MOVE SPACES TO HOLDER
           STRING 'BREACH: ' DELIMITED BY SIZE
                  TICKET-Breach-Reason DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  BRSN-Desc DELIMITED BY SIZE
                  INTO HOLDER
           END-STRING
           MOVE 'B' TO WS-CHLOG-TYPE
           PERFORM 3870-WRITE-CHILD-LOG
           MOVE 'S' TO WS-CHLOG-TYPE
           MOVE SPACES TO WS-E-BREACH-RSN
           MOVE 'N' TO WS-BREACH-SET.
       3497-EXIT. EXIT.

       3500-CHECK-EDIT.
           
           IF WS-E-TITLE NOT = TICKET-Title
       3450-EXIT.
           EXIT.

      *    While the SM150 batch window has the files closed for the
      *    backup nothing here is read: the SM151 answer's message is
      *    sent in place of the screen and the conversation ends -
      *    the user comes back through SM0000 once the window is up.
       090-CHECK-MAINTENANCE.
           MOVE '01' TO MNQ-VERSION
           MOVE 'N' TO MNQ-DOWN
           EXEC CICS LINK
                PROGRAM('SM151')
                COMMAREA(WS-MNT-AREA)
                RESP(WS-MNT-RESP)
           END-EXEC
           IF WS-MNT-RESP = DFHRESP(NORMAL) AND MNQ-DOWN = 'Y'
              EXEC CICS SEND TEXT
                   FROM (MNQ-MESSAGE)
                   LENGTH (+60)
                   ERASE
              END-EXEC
              EXEC CICS RETURN
              END-EXEC
           END-IF.
       090-EXIT.
           EXIT.

      *    Writes one STF009N notification row per interested user -
      *    the ticket's requestor plus every STF005W watcher (a
      *    watcher who is also the requestor is skipped) - and one
           EXIT.

      *    PF9 from the detail view: spawns a child ticket under the
      *    displayed parent - the "new starter is really five pieces of
      *    work" case. The child copies the parent's title, description,
      *    priority (impact, urgency and any desk override with it),
      *    category, requestor, department and contact fields but none
      *    of its SLA breach, starts at CREATED with its own key (same
      *    HIGH-VALUES STARTBR/READPREV assignment SM002 uses), and
      *    carries the parent's key in TICKET-PARENT - a different link
      *    than TICKET-DUPLICATE-OF, which only marks two tickets as the
      *    same issue. Both sides get an STF002E entry, and SM004
      *    refuses to close a parent while any of its children is still
      *    open.
       3850-SPAWN-CHILD.
           MOVE WS-TICKET-NUM TO WS-PARENT-KEY
           EXEC CICS READ
              MOVE SPACES TO TICKET-Appr1-Date
              MOVE SPACES TO TICKET-KB-Article
              MOVE 0 TO TICKET-Act-Cost
              MOVE SPACES TO TICKET-Breach-Reason
              MOVE SPACES TO TICKET-Breach-By
              MOVE 0 TO TICKET-Breach-Date
              MOVE USERID TO TICKET-Entered-By
              PERFORM 3860-ASSIGN-CHILD-KEY
              MOVE TICKET-KEY TO WS-CHILD-KEY
           MOVE DATEO TO WS-LOG-Last-Update(1:10)
           MOVE TIMEO TO WS-LOG-Last-Update(12:09)
           MOVE HOLDER TO WS-LOG-Update-Remarks
           MOVE WS-CHLOG-TYPE TO WS-LOG-Entry-Type
           EXEC CICS WRITE
                FILE('STF002E')
                FROM (WS-LOG)
           END-EXEC.
       3680-EXIT.
           EXIT.
      *    SM086 has already logged the TICKET-PRIORITY change; this
      *    row adds who overrode the matrix and why - the new
      *    priority and the reason the desk keyed, in FAUD-New.
       3685-AUDIT-PRI-OVERRIDE.
           MOVE TICKET-KEY TO FAUD-Ticket-ID
           MOVE 0 TO FAUD-Seq-Number
           MOVE 0 TO WS-FAUD-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF059A')
                RIDFLD(FAUD-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR FAUD-Ticket-ID NOT = TICKET-KEY
                 EXEC CICS READNEXT
                      FILE('STF059A')
                      INTO(FAUD-REC)
                      RIDFLD(FAUD-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    FAUD-Ticket-ID = TICKET-KEY
                    MOVE FAUD-Seq-Number TO WS-FAUD-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF059A')
              END-EXEC
           END-IF
           MOVE TICKET-KEY TO FAUD-Ticket-ID
           ADD 1 TO WS-FAUD-LAST-SEQ
           MOVE WS-FAUD-LAST-SEQ TO FAUD-Seq-Number
           MOVE FUNCTION CURRENT-DATE(1:8) TO FAUD-Date
           MOVE 'PRIORITY OVERRIDE' TO FAUD-Field
           MOVE WS-PRI-OLD TO FAUD-Old
           MOVE SPACES TO FAUD-New
           MOVE TICKET-Priority TO FAUD-New(1:8)
           MOVE WS-E-PRI-REASON TO FAUD-New(10:30)
           MOVE USERID TO FAUD-By
           MOVE TICKET-Last-Update TO FAUD-Stamp
           MOVE 'SM003' TO FAUD-Program
           EXEC CICS WRITE
                FILE('STF059A')
                FROM (FAUD-REC)
                RIDFLD (FAUD-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           MOVE SPACES TO WS-E-PRI-REASON.
       3685-EXIT.
           EXIT.

      *    What the SM169 matrix makes of the ticket's impact and
      *    urgency, beside the priority it carries - OVR once the
      *    desk has overridden it.
       3775-SHOW-DERIVED-PRIORITY.
           MOVE SPACES TO PRDRVO
           IF TICKET-Impact = SPACES OR LOW-VALUES
              MOVE 'NO IMPACT/URGENCY' TO PRDRVO
              GO TO 3775-EXIT
           END-IF
           MOVE '01' TO PMQ-VERSION
           MOVE TICKET-Impact TO PMQ-IMPACT
           MOVE TICKET-Urgency TO PMQ-URGENCY
           MOVE 'N' TO PMQ-VALID
           EXEC CICS LINK
                PROGRAM('SM169')
                COMMAREA(WS-PMQ-AREA)
                LENGTH(LENGTH OF WS-PMQ-AREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR PMQ-VALID NOT = 'Y'
              MOVE 'NO IMPACT/URGENCY' TO PRDRVO
              GO TO 3775-EXIT
           END-IF
           STRING TICKET-Impact DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  TICKET-Urgency DELIMITED BY SIZE
                  ' DERIVES ' DELIMITED BY SIZE
                  PMQ-PRIORITY DELIMITED BY SPACE
                  INTO PRDRVO
           END-STRING
           IF TICKET-Pri-Override = 'Y'
              MOVE 'OVR' TO PRDRVO(22:3)
           END-IF.
       3775-EXIT.
           EXIT.

      *    Priority is the matrix's to set: a change on the screen is
      *    a desk override and needs the reason keyed beside it -
      *    anyone else's change is refused. Runs after the record is
      *    re-read on the validating ENTER.
       3765-CHECK-PRI-OVERRIDE.
           MOVE SPACES TO WS-E-PRI-REASON
           IF WS-FLAG NOT = 'V' OR WS-E-PRIORITY = TICKET-Priority
              GO TO 3765-EXIT
           END-IF
           IF USR-SERVICE NOT = 'Y' AND USR-ADMIN NOT = 'Y'
              MOVE 'N' TO WS-FLAG
              MOVE -1 TO PRIORL
              MOVE 'PRIORITY IS SET FROM IMPACT AND URGENCY' TO ERRMSGO
              GO TO 3765-EXIT
           END-IF
           IF PRRSNI = SPACES OR PRRSNI = LOW-VALUES
              MOVE 'N' TO WS-FLAG
              MOVE -1 TO PRRSNL
              MOVE 'KEY A REASON TO OVERRIDE THE PRIORITY' TO ERRMSGO
              GO TO 3765-EXIT
           END-IF
           MOVE PRRSNI TO WS-E-PRI-REASON
           MOVE PRRSNI TO PRRSNO
           MOVE DFHBMFSE TO PRRSNA.
       3765-EXIT.
           EXIT.

      *    INTERNAL=Y keeps the keyed remarks off the ticket and logs
      *    them as an internal note - a desk-only choice, and only
      *    meaningful when the remarks were actually changed.
       3766-CHECK-INTERNAL-NOTE.
           MOVE 'N' TO WS-E-INTERNAL
           IF WS-FLAG NOT = 'V'
              GO TO 3766-EXIT
           END-IF
           IF INTNLI = SPACES OR INTNLI = LOW-VALUES OR INTNLI = 'N'
              MOVE 'N' TO INTNLO
              GO TO 3766-EXIT
           END-IF
           IF INTNLI NOT = 'Y'
              MOVE 'N' TO WS-FLAG
              MOVE -1 TO INTNLL
              MOVE 'INTERNAL MUST BE Y OR N' TO ERRMSGO
              GO TO 3766-EXIT
           END-IF
           IF USR-SERVICE NOT = 'Y' AND USR-ADMIN NOT = 'Y'
              MOVE 'N' TO WS-FLAG
              MOVE -1 TO INTNLL
              MOVE 'ONLY SERVICE/ADMIN MAY KEY INTERNAL REMARKS'
                TO ERRMSGO
              GO TO 3766-EXIT
           END-IF
           IF WS-E-UPDATE = TICKET-Update-Remarks
              MOVE 'N' TO WS-FLAG
              MOVE -1 TO UPR1L
              MOVE 'KEY THE INTERNAL NOTE IN THE REMARKS' TO ERRMSGO
              GO TO 3766-EXIT
           END-IF
           MOVE 'Y' TO WS-E-INTERNAL
           MOVE 'Y' TO INTNLO
           MOVE DFHBMFSE TO INTNLA.
       3766-EXIT.
           EXIT.

      *    Overdue is SM018's ESCALATED, or an ONGOING ticket whose
      *    due date (pushed out by any on-hold days, as SM018's
      *    260-SET-EFFECTIVE-DUE does) is already behind us - the
      *    ticket may not have met the overnight run yet. Any other
      *    status, and a ticket on one of the holds that stop SM018's
      *    clock, is not overdue.
       3769-JUDGE-OVERDUE.
           MOVE 'N' TO WS-BR-OVERDUE
           IF TICKET-Status NOT = 'ONGOING' AND
              TICKET-Status NOT = 'ESCALATED'
              GO TO 3769-EXIT
           END-IF
           IF TICKET-Hold-Status = 'PEND-REQ' OR
              TICKET-Hold-Status = 'AT-VENDOR' OR
              TICKET-Hold-Status = 'PLANNED'
              GO TO 3769-EXIT
           END-IF
           IF TICKET-Status = 'ESCALATED'
              MOVE 'Y' TO WS-BR-OVERDUE
              GO TO 3769-EXIT
           END-IF
           IF TICKET-Due-Date NOT NUMERIC OR TICKET-Due-Date = 0
              GO TO 3769-EXIT
           END-IF
           MOVE TICKET-Due-Date TO WS-BR-EFF-DUE
           IF TICKET-Hold-Days NUMERIC AND TICKET-Hold-Days > 0
              COMPUTE WS-BR-INTEGER =
                 FUNCTION INTEGER-OF-DATE(TICKET-Due-Date)
                 + TICKET-Hold-Days
              MOVE FUNCTION DATE-OF-INTEGER(WS-BR-INTEGER)
                   TO WS-BR-EFF-DUE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BR-TODAY
           IF WS-BR-EFF-DUE < WS-BR-TODAY
              MOVE 'Y' TO WS-BR-OVERDUE
           END-IF.
       3769-EXIT.
           EXIT.

      *    An overdue ticket with no reason yet prompts for one; a
      *    reason already recorded is shown and may be corrected.
       3767-SHOW-BREACH-PROMPT.
           MOVE SPACES TO BRPMTO
           MOVE TICKET-Breach-Reason TO BRSNO
           MOVE DFHBMPRO TO BRSNA
           IF USR-SERVICE NOT = 'Y' AND USR-ADMIN NOT = 'Y'
              GO TO 3767-EXIT
           END-IF
           PERFORM 3769-JUDGE-OVERDUE
           IF TICKET-Breach-Reason NOT = SPACES AND
              TICKET-Breach-Reason NOT = LOW-VALUES
              MOVE 'SLA BREACH REASON' TO BRPMTO
              MOVE DFHBMUNP TO BRSNA
           ELSE
           IF WS-BR-OVERDUE = 'Y'
              MOVE 'OVERDUE - KEY A BREACH REASON' TO BRPMTO
              MOVE SPACES TO BRSNO
              MOVE DFHBMUNP TO BRSNA
           END-IF
           END-IF.
       3767-EXIT.
           EXIT.

      *    A breach reason keyed on the validating ENTER must be an
      *    active STF123B code and the ticket must be overdue; the
      *    desk alone records it. Left blank, the ticket saves as it
      *    would have and the prompt stays up on the next display.
       3768-CHECK-BREACH-REASON.
           MOVE SPACES TO WS-E-BREACH-RSN
           IF WS-FLAG NOT = 'V'
              GO TO 3768-EXIT
           END-IF
           IF BRSNI = SPACES OR BRSNI = LOW-VALUES OR
              BRSNI = TICKET-Breach-Reason
              GO TO 3768-EXIT
           END-IF
           IF USR-SERVICE NOT = 'Y' AND USR-ADMIN NOT = 'Y'
              MOVE 'N' TO WS-FLAG
              MOVE -1 TO BRSNL
              MOVE 'BREACH REASON IS RECORDED BY THE DESK' TO ERRMSGO
              GO TO 3768-EXIT
           END-IF
           PERFORM 3769-JUDGE-OVERDUE
           IF WS-BR-OVERDUE NOT = 'Y'
              MOVE 'N' TO WS-FLAG
              MOVE -1 TO BRSNL
              MOVE 'TICKET IS NOT PAST ITS DUE DATE' TO ERRMSGO
              GO TO 3768-EXIT
           END-IF
           MOVE BRSNI TO BRSN-Code
           EXEC CICS READ
                FILE('STF123B')
                INTO (BRSN-REC)
                RIDFLD (BRSN-Code)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              BRSN-ACTIVE NOT = 'Y'
              MOVE 'N' TO WS-FLAG
              MOVE -1 TO BRSNL
              MOVE 'BREACH REASON NOT ON FILE' TO ERRMSGO
              GO TO 3768-EXIT
           END-IF
           MOVE BRSNI TO WS-E-BREACH-RSN
           MOVE BRSNI TO BRSNO
           MOVE BRSN-Desc TO BRPMTO
           MOVE DFHBMFSE TO BRSNA.
       3768-EXIT.
           EXIT.

      *    The response code is looked up against the category keyed
      *    on the screen and the text SM177 hands back replaces both
      *    remarks lines before they are validated and staged; the
      *    code is cleared so a second ENTER does not apply it again.
       3770-APPLY-CANNED-RESPONSE.
           MOVE 'N' TO WS-CANNED-USED
           IF CANNI = SPACES OR CANNI = LOW-VALUES
              GO TO 3770-EXIT
           END-IF
           MOVE '01' TO CNQ-VERSION
           MOVE CANNI TO CNQ-CODE
           IF CATGI = SPACES OR CATGI = LOW-VALUES
              MOVE SPACES TO CNQ-CATEGORY
           ELSE
              MOVE CATGI TO CNQ-CATEGORY
           END-IF
           MOVE WS-TICKET-NUM TO CNQ-TICKET-ID
           IF REQI = SPACES OR REQI = LOW-VALUES
              MOVE SPACES TO CNQ-REQUESTOR
           ELSE
              MOVE REQI TO CNQ-REQUESTOR
           END-IF
           MOVE 0 TO CNQ-DUE-DATE
           MOVE 'N' TO CNQ-FOUND
           EXEC CICS LINK
                PROGRAM('SM177')
                COMMAREA(WS-CNQ-AREA)
                LENGTH(LENGTH OF WS-CNQ-AREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR CNQ-FOUND NOT = 'Y'
              MOVE 'X' TO WS-CANNED-USED
              GO TO 3770-EXIT
           END-IF
           MOVE CNQ-TEXT(1:25) TO UPR1I
           MOVE CNQ-TEXT(26:25) TO UPR2I
           MOVE SPACES TO CANNI
           MOVE 'Y' TO WS-CANNED-USED.
       3770-EXIT.
           EXIT.

      *    An unknown code holds the update back with the cursor on
      *    the code; an inserted response asks for a look before PF2.
       3771-CANNED-RESPONSE-MSG.
           IF WS-CANNED-USED = 'X'
              MOVE 'N' TO WS-FLAG
              MOVE -1 TO CANNL
              MOVE 'CANNED RESPONSE CODE NOT ON FILE' TO ERRMSGO
           END-IF
           IF WS-CANNED-USED = 'Y' AND WS-FLAG = 'V'
              MOVE -1 TO UPR1L
              MOVE 'RESPONSE INSERTED - REVIEW, PF2 TO UPDATE'
                TO ERRMSGO
           END-IF.
       3771-EXIT.
           EXIT.

      *    A follow-up keyed on the validating ENTER must be dated
      *    YYYYMMDD, today or later, and is set by the desk for the
      *    signed-on provider. Left blank, the ticket saves as it
      *    would have; SM179 checks the date again at the save.
       3772-CHECK-FOLLOW-UP.
           MOVE SPACES TO WS-E-FUP-DATE
           MOVE SPACES TO WS-E-FUP-NOTE
           IF WS-FLAG NOT = 'V'
              GO TO 3772-EXIT
           END-IF
           IF FUDTI = SPACES OR FUDTI = LOW-VALUES
              GO TO 3772-EXIT
           END-IF
           IF USR-SERVICE NOT = 'Y' AND USR-ADMIN NOT = 'Y'
              MOVE 'N' TO WS-FLAG
              MOVE -1 TO FUDTL
              MOVE 'FOLLOW-UPS ARE SET BY THE DESK' TO ERRMSGO
              GO TO 3772-EXIT
           END-IF
           MOVE FUDTI TO WS-FUP-DATE-X
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FUP-TODAY
           IF WS-FUP-DATE-X NOT NUMERIC OR
              WS-FUP-DATE < WS-FUP-TODAY
              MOVE 'N' TO WS-FLAG
              MOVE -1 TO FUDTL
              MOVE 'FOLLOW-UP DATE MISSING OR IN PAST (YYYYMMDD)'
                TO ERRMSGO
              GO TO 3772-EXIT
           END-IF
           MOVE FUDTI TO WS-E-FUP-DATE
           IF FUNTI = SPACES OR FUNTI = LOW-VALUES
              MOVE 'FOLLOW UP' TO WS-E-FUP-NOTE
           ELSE
              MOVE FUNTI TO WS-E-FUP-NOTE
           END-IF
           MOVE WS-E-FUP-NOTE TO FUNTO.
       3772-EXIT.
           EXIT.

      *    The staged follow-up goes to SM179 once the ticket itself
      *    has saved; its answer is left in WS-FUP-RESULT for the
      *    message line.
       3773-ADD-FOLLOW-UP.
           MOVE '01' TO FUQ-VERSION
           MOVE 'ADD ' TO FUQ-FUNCTION
           MOVE WS-TICKET-NUM TO FUQ-TICKET-ID
           MOVE 0 TO FUQ-SEQ
           MOVE USERID TO FUQ-PROVIDER
           MOVE WS-E-FUP-DATE TO FUQ-DUE-DATE
           MOVE WS-E-FUP-NOTE TO FUQ-NOTE
           MOVE USERID TO FUQ-USERID
           MOVE SPACES TO FUQ-RESULT
           EXEC CICS LINK
                PROGRAM('SM179')
                COMMAREA(WS-FUQ-AREA)
                LENGTH(LENGTH OF WS-FUQ-AREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              MOVE 'FILE ERR' TO FUQ-RESULT
           END-IF
           MOVE FUQ-RESULT TO WS-FUP-RESULT
           MOVE SPACES TO WS-E-FUP-DATE
           MOVE SPACES TO WS-E-FUP-NOTE.
       3773-EXIT.
           EXIT.

      *    One STF067I sample for this interaction - a same-second
      *    collision on this terminal is dropped, these are samples.
       1100-WRITE-PERF-SAMPLE.
