       01  WS-PERM-FUNCTION                      PIC X(08).
       01  WS-PERM-REFUSED-MSG                   PIC X(40) VALUE
           'FUNCTION NOT PERMITTED FOR YOUR ROLE'.
      *    Canned closure text: a code keyed in CANN is expanded by
      *    the SM177 service, preferring the row for the closure
      *    reason, and stands in for the stock TICKET CLOSED remark
      *    on the confirmation screen.
           COPY SMCAN01 REPLACING ==CNQ-COMMAREA== BY ==WS-CNQ-AREA==.
       01  WS-CANNED-USED                        PIC X VALUE 'N'.
       01  WS-CANNED-NOT-FOUND                   PIC X(32) VALUE
           'CANNED RESPONSE CODE NOT ON FILE'.
       01  WS-CURRENT-MAP  VALUE 'SM04S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(10).
              'CLOSURE REASON IS NOT VALID'.
           05 WS-INVALID-RATING                  PIC X(27) VALUE
              'RATING MUST BE 1-5 OR BLANK'.
           05 WS-INVALID-KB-HELPED               PIC X(44) VALUE
              'KB ART GIVEN - DID IT SOLVE IT? Y OR N'.
           05 WS-CONFIRM-CLOSE                   PIC X(37) VALUE
              'ARE YOU SURE? PF2=CONFIRM, PF5=CANCEL'.
           05 WS-OPEN-CHILDREN                   PIC X(44) VALUE
           COPY STF041L.
           COPY STF042K.
           COPY STF004H.
           COPY STF074H.
      *    The desk supervisor's queue userid for service-recovery
      *    follow-ups - maintained here with operations, the same
      *    way SM002 keeps the desk alert TERMID.
           'DESKSUP '.
       01  WS-RCV-HIGH-KEY                       PIC X(07) VALUE
           HIGH-VALUES.
       01  WS-RCV-SCRATCH                        PIC X(1000).
       01  WS-RCV-ORIG-KEY                       PIC X(07).
       01  WS-RCV-ORIG-SITE                      PIC X(08).
       01  WS-RCV-TODAY                          PIC 9(08).
       01  WS-RCV-DUE-DAYS                       PIC S9(4) COMP.
       01  WS-RCV-INTEGER                        PIC S9(9) COMP.
      *    Before-image captured at the READ UPDATE for the SM086
      *    field-audit compare - oversized so copybook growth never
      *    needs a lockstep edit here.
       01  WS-FAD-BEFORE                         PIC X(1000).
       77  WS-PMQ-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                            PIC S9(8) COMP.
       77  WS-RETNCODE2                           PIC S9(8) COMP.
       01  WS-TIMEOUT-TRANID                     PIC X(04) VALUE 'SM14'.
      *    Satisfaction, which truncated every field a later feature
      *    had appended after it.
           COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
           COPY SMPMX01 REPLACING ==PMQ-COMMAREA== BY ==WS-PMQ-AREA==.
           COPY STF008D.
           COPY SMJRN01 REPLACING ==JRN-COMMAREA== BY ==WS-JRN-AREA==.
           COPY STF032C.
       01  WS-CNTR-NEW-STATUS                    PIC X(10).
           COPY STF009N.
           COPY STF019K.
           COPY STF118F.
       01  WS-KBF-LAST-SEQ                       PIC 9(05).
           COPY STF021B.
           COPY SMERR01.
       01  WS-BUDGET-YEAR-X                      PIC X(04).
       01  WS-TRN-REFUSED-MSG                    PIC X(40) VALUE
              'MOVE NOT ALLOWED BY TRANSITION RULES'.
           COPY STF005W.
           COPY SMLIC01.
           COPY SMALC01.
       01  WS-BUD-DEPT                           PIC X(08).
       01  WS-BUD-AMT                            PIC 9(07)V99.
       01  WS-BUD-LEFT                           PIC 9(07)V99.
       01  WS-BUD-SUB                            PIC S9(4) COMP.

       01  WS-NTF-TARGET                         PIC X(08).
       01  WS-NTF-TEXT                           PIC X(50).
              10 WS-TIX-SATISFACTION             PIC X(01).
              10 WS-TIX-KB-ARTICLE               PIC X(06).
              10 WS-TIX-ACT-COST                 PIC 9(07).
              10 WS-TIX-KB-HELPED                PIC X(01).
           05 WS-HELP-FLAG                       PIC X.

           COPY SMMNT01 REPLACING ==MNQ-COMMAREA== BY ==WS-MNT-AREA==.
       77  WS-MNT-RESP                           PIC S9(8) COMP.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 DF-PGMID                           PIC X(06).
              10 DF-TIX-SATISFACTION             PIC X(01).
              10 DF-TIX-KB-ARTICLE               PIC X(06).
              10 DF-TIX-ACT-COST                 PIC 9(07).
              10 DF-TIX-KB-HELPED                PIC X(01).
           05 DF-HELP-FLAG                       PIC X.

       PROCEDURE DIVISION.
                REQID(EIBTRMID)
                RESP(WS-RETNCODE2)
           END-EXEC
           PERFORM 090-CHECK-MAINTENANCE
           MOVE DFHCOMMAREA TO WS-COMMAREA
           IF WS-HELP-FLAG = 'Y'
              MOVE SPACE TO WS-HELP-FLAG
       000-EXIT.
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

       110-FORMAT-DATE-TIME.
           MOVE EIBDATE TO WS-DATE
           MOVE WS-DATE-X TO DATEO
                                AND '5'
                              MOVE -1 TO SATRATL
                              MOVE WS-INVALID-RATING TO ERRMSGO
                           WHEN KBARTI NOT = SPACES AND LOW-VALUES
                                AND KBHLPI NOT = 'Y' AND 'N'
                              MOVE -1 TO KBHLPL
                              MOVE WS-INVALID-KB-HELPED TO ERRMSGO
                           WHEN OTHER
                              PERFORM 460-APPLY-CANNED-RESPONSE
                              IF WS-CANNED-USED = 'X'
                                 MOVE -1 TO CANNL
                                 MOVE WS-CANNED-NOT-FOUND TO ERRMSGO
                              ELSE
                                 MOVE WS-CONFIRM-CLOSE TO ERRMSGO
                                 PERFORM 110-FORMAT-DATE-TIME
                                 MOVE DATEO TO UPDTO(1:10)
                                 MOVE TIMEO TO UPDTO(12:9)
                                 MOVE WS-TIX-KEY TO TKTNUMI
                                 MOVE WS-TIX-REQUESTOR TO REQBYO
                                 MOVE WS-TIX-TITLE TO TKTLEO
                                 MOVE TICKET-DESCRIPTION(1:50)
                                      TO TKDES1O
                                 MOVE TICKET-DESCRIPTION(51:50)
                                      TO TKDES2O
                                 MOVE 'CLOSED' TO STATO
                                 MOVE USERID TO UPDTBYO
                                 IF WS-CANNED-USED = 'Y'
                                    MOVE CNQ-TEXT(1:25) TO UPDREM1O
                                    MOVE CNQ-TEXT(26:25) TO UPDREM2O
                                 ELSE
                                    MOVE 'TICKET CLOSED' TO UPDREM1O
                                 END-IF
                                 MOVE CLOSRCI TO CLOSRCO
                                 MOVE SATRATI TO SATRATO
                                 MOVE KBHLPI TO KBHLPO
                                 MOVE 4 TO WS-STATE
                                 PERFORM 600-MOVE-DATA-TO-COMMAREA
                              END-IF
                         END-EVALUATE
                         MOVE -1 TO TKTNUML
                    WHEN WS-STATE = 4
                               MOVE WS-TIX-LAST-UPD TO UPDTO
                               MOVE WS-TIX-CLOSURE-REASON TO CLOSRCO
                               MOVE WS-TIX-SATISFACTION TO SATRATO
                               MOVE WS-TIX-KB-HELPED TO KBHLPO
                            ELSE
                               MOVE 1 TO WS-STATE
                               MOVE WS-INVALID-TIX-ACC TO ERRMSGO
                         MOVE 'TICKET CLOSED' TO UPDREM1O
                         MOVE WS-TIX-CLOSURE-REASON TO CLOSRCO
                         MOVE WS-TIX-SATISFACTION TO SATRATO
                         MOVE WS-TIX-KB-HELPED TO KBHLPO
                  END-EVALUATE
             WHEN DFHPF3
                MOVE LOW-VALUES TO WS-STATE
                         MOVE 'TICKET CLOSED' TO UPDREM1O
                         MOVE WS-TIX-CLOSURE-REASON TO CLOSRCO
                         MOVE WS-TIX-SATISFACTION TO SATRATO
                         MOVE WS-TIX-KB-HELPED TO KBHLPO
                  END-EVALUATE

             WHEN DFHPF12
                MOVE WS-TIX-UPD-REMARKS(26:25) TO UPDREM2O
                MOVE WS-TIX-CLOSURE-REASON TO CLOSRCO
                MOVE WS-TIX-SATISFACTION TO SATRATO
                MOVE WS-TIX-KB-HELPED TO KBHLPO
             WHEN 4
                MOVE WS-TIX-DESC(1:50) TO TKDES1O
                MOVE WS-TIX-DESC(51:50) TO TKDES2O
                MOVE WS-TIX-UPD-REMARKS(26:25) TO UPDREM2O
                MOVE WS-TIX-CLOSURE-REASON TO CLOSRCO
                MOVE WS-TIX-SATISFACTION TO SATRATO
                MOVE WS-TIX-KB-HELPED TO KBHLPO
             WHEN 3
                MOVE TICKET-DESCRIPTION(1:50) TO TKDES1O
                MOVE TICKET-DESCRIPTION(51:50) TO TKDES2O
           MOVE LOW-VALUES TO UPDREM2O
           MOVE LOW-VALUES TO UPDTO
           MOVE LOW-VALUES TO CLOSRCO
           MOVE LOW-VALUES TO SATRATO
           MOVE LOW-VALUES TO KBHLPO.
       410-EXIT.
           EXIT.  
           
           MOVE TICKET-UPDATE-REMARKS(26:25) TO UPDREM2O
           MOVE TICKET-LAST-UPDATE TO UPDTO
           MOVE LOW-VALUES TO CLOSRCO
           MOVE LOW-VALUES TO SATRATO
           MOVE LOW-VALUES TO KBHLPO.
       500-EXIT.
           EXIT.    

           ELSE
              MOVE KBARTI TO WS-TIX-KB-ARTICLE
           END-IF
           IF KBHLPI = 'Y' OR KBHLPI = 'N'
              MOVE KBHLPI TO WS-TIX-KB-HELPED
           ELSE
              MOVE SPACE TO WS-TIX-KB-HELPED
           END-IF
           IF ACTCI NUMERIC
              MOVE ACTCI TO WS-TIX-ACT-COST
           ELSE
              PERFORM 860-BUMP-STATUS-COUNTERS
              PERFORM 850-BUMP-KB-USE-COUNT
              PERFORM 870-ACCUMULATE-BUDGET
              PERFORM 875-CONSUME-LICENCE-SEAT
              MOVE 'TICKET CLOSED' TO WS-NTF-TEXT
              PERFORM 830-NOTIFY-TICKET-USERS
      *       A 1 or 2 rating no longer disappears into the file -
       450-EXIT.
           EXIT.

      *    Looked up only once every other check on the close has
      *    passed - reason, rating and KB answer - so the usage count
      *    SM177 keeps is not run up by closures the screen then turns
      *    back; the CANN code is cleared so the confirmation does not
      *    repeat it.
       460-APPLY-CANNED-RESPONSE.
           MOVE 'N' TO WS-CANNED-USED
           IF CANNI = SPACES OR CANNI = LOW-VALUES
              GO TO 460-EXIT
           END-IF
           IF CLOSRCI NOT = 'RESOLVED' AND 'WITHDRAWN' AND 'DUPLICATE'
              GO TO 460-EXIT
           END-IF
           MOVE '01' TO CNQ-VERSION
           MOVE CANNI TO CNQ-CODE
           MOVE CLOSRCI TO CNQ-CATEGORY
           MOVE WS-TIX-KEY TO CNQ-TICKET-ID
           MOVE WS-TIX-REQUESTOR TO CNQ-REQUESTOR
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
              GO TO 460-EXIT
           END-IF
           MOVE LOW-VALUES TO CANNO
           MOVE 'Y' TO WS-CANNED-USED.
       460-EXIT.
           EXIT.

      *    Walks the ticket category's STF041L checklist slice; every
      *    active MANDATORY item must have a confirmed STF042K row
      *    against this ticket before the close is allowed. Runs
      *    A closure that cites a knowledge article (the KB ART field)
      *    records it on the ticket and bumps the article header's
      *    re-use count - the number that tells us which fixes earn
      *    their keep. The closer's did-it-solve-it answer (Y/N,
      *    required with an article) goes on the header's yes/no
      *    counts that SM090 judges, and an STF118F 'L' row keeps
      *    the answer with the ticket and its category.
       850-BUMP-KB-USE-COUNT.
           IF WS-TIX-KB-ARTICLE NOT = SPACES AND LOW-VALUES
              MOVE WS-TIX-KB-ARTICLE TO KB-Article-ID
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 ADD 1 TO KB-Use-Count
                 IF KB-Helped-Yes NOT NUMERIC
                    MOVE 0 TO KB-Helped-Yes
                 END-IF
                 IF KB-Helped-No NOT NUMERIC
                    MOVE 0 TO KB-Helped-No
                 END-IF
                 IF WS-TIX-KB-HELPED = 'Y' AND KB-Helped-Yes < 999
                    ADD 1 TO KB-Helped-Yes
                 END-IF
                 IF WS-TIX-KB-HELPED = 'N' AND KB-Helped-No < 999
                    ADD 1 TO KB-Helped-No
                 END-IF
                 EXEC CICS REWRITE
                      FILE('STF019K')
                      FROM(KB-REC)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 PERFORM 855-LOG-KB-FEEDBACK
              END-IF
           END-IF.
       850-EXIT.
           EXIT.

       855-LOG-KB-FEEDBACK.
           MOVE WS-TIX-KB-ARTICLE TO KBF-Article-ID
           MOVE 0 TO KBF-Seq
           MOVE 0 TO WS-KBF-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF118F')
                RIDFLD(KBF-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR KBF-Article-ID NOT = WS-TIX-KB-ARTICLE
                 EXEC CICS READNEXT
                      FILE('STF118F')
                      INTO(KBF-REC)
                      RIDFLD(KBF-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    KBF-Article-ID = WS-TIX-KB-ARTICLE
                    MOVE KBF-Seq TO WS-KBF-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF118F')
              END-EXEC
           END-IF
           MOVE SPACES TO KBF-REC
           MOVE WS-TIX-KB-ARTICLE TO KBF-Article-ID
           COMPUTE KBF-Seq = WS-KBF-LAST-SEQ + 1
           MOVE 'L' TO KBF-Event
           MOVE USERID TO KBF-User
           MOVE FUNCTION CURRENT-DATE(1:8) TO KBF-Date
           MOVE FUNCTION CURRENT-DATE(9:6) TO KBF-Time
           MOVE WS-TIX-KB-HELPED TO KBF-Helpful
           MOVE WS-TIX-KEY TO KBF-Ticket-ID
           MOVE TICKET-CATEGORY TO KBF-Category
           EXEC CICS WRITE
                FILE('STF118F')
                FROM(KBF-REC)
                RIDFLD(KBF-KEYS)
                RESP(WS-RETNCODE)
           END-EXEC.
       855-EXIT.
           EXIT.

      *    Incremental maintenance of the STF032C live counters -
      *    the old status (spaces when a ticket is being created or
      *    none applies) is decremented and the new one (spaces when
      *    Confirmed actual cost rolls into the department's STF021B
      *    year-to-date as the ticket closes - a missing budget row
      *    is seeded with a zero budget so the spend is never lost.
      *    A shared ticket posts each sharing department its
      *    percentage by the SM135 split, as SM083 reconciles it.
       870-ACCUMULATE-BUDGET.
           IF WS-TIX-ACT-COST NOT = 0 AND
              TICKET-DEPARTMENT NOT = SPACES
              MOVE '01' TO ALC-VERSION
              MOVE WS-TIX-KEY TO ALC-TICKET
              MOVE TICKET-DEPARTMENT TO ALC-DEPARTMENT
              MOVE TICKET-ASSET-TAG TO ALC-ASSET-TAG
              EXEC CICS LINK
                   PROGRAM('SM135')
                   COMMAREA(ALC-COMMAREA)
                   LENGTH(LENGTH OF ALC-COMMAREA)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR ALC-COUNT = 0
                 MOVE 1 TO ALC-COUNT
                 MOVE TICKET-DEPARTMENT TO ALC-SHARE-DEPT(1)
                 MOVE 100 TO ALC-SHARE-PCT(1)
              END-IF
              MOVE WS-TIX-ACT-COST TO WS-BUD-LEFT
              PERFORM VARYING WS-BUD-SUB FROM 1 BY 1
                      UNTIL WS-BUD-SUB > ALC-COUNT
                 MOVE ALC-SHARE-DEPT(WS-BUD-SUB) TO WS-BUD-DEPT
                 IF WS-BUD-SUB = ALC-COUNT
                    MOVE WS-BUD-LEFT TO WS-BUD-AMT
                 ELSE
                    COMPUTE WS-BUD-AMT ROUNDED =
                       WS-TIX-ACT-COST * ALC-SHARE-PCT(WS-BUD-SUB) / 100
                    SUBTRACT WS-BUD-AMT FROM WS-BUD-LEFT
                 END-IF
                 IF WS-BUD-AMT NOT = 0
                    PERFORM 872-POST-BUDGET-SHARE
                 END-IF
              END-PERFORM
           END-IF.
       870-EXIT.
           EXIT.

       872-POST-BUDGET-SHARE.
           MOVE WS-BUD-DEPT TO BUDGET-DEPT
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-BUDGET-YEAR-X
           MOVE WS-BUDGET-YEAR-X TO BUDGET-YEAR
           EXEC CICS READ
                FILE('STF021B')
                INTO (BUDGET-REC)
                RIDFLD (BUDGET-KEYS)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
      *       A year SM084's close has frozen refuses postings - the
      *       late entry rolls into the following year where Finance
      *       expects it. Only the literal C means closed; a row
      *       written before the status byte was appended carries
      *       junk there and stays open.
           IF WS-RETNCODE = DFHRESP(NORMAL) AND
              BUDGET-STATUS = 'C'
              EXEC CICS UNLOCK
                   FILE('STF021B')
              END-EXEC
              ADD 1 TO BUDGET-YEAR
              EXEC CICS READ
                   FILE('STF021B')
                   INTO (BUDGET-REC)
                   UPDATE
                   RESP(WS-RETNCODE)
              END-EXEC
           END-IF
           IF WS-RETNCODE = DFHRESP(NORMAL)
              ADD WS-BUD-AMT TO BUDGET-YTD
              EXEC CICS REWRITE
                   FILE('STF021B')
                   FROM (BUDGET-REC)
                   RESP(WS-RETNCODE)
              END-EXEC
           ELSE
              MOVE WS-BUD-DEPT TO BUDGET-DEPT
              MOVE 0 TO BUDGET-AMOUNT
              MOVE WS-BUD-AMT TO BUDGET-YTD
              MOVE 'O' TO BUDGET-STATUS
              EXEC CICS WRITE
                   FILE('STF021B')
                   FROM (BUDGET-REC)
                   RIDFLD (BUDGET-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
           END-IF.
       872-EXIT.
           EXIT.

      *    A RESOLVED access request has granted the product, so the
      *    requestor takes a seat on STF090S - SM128 decides whether
      *    the category is a licensed one at all.
       875-CONSUME-LICENCE-SEAT.
           IF WS-TIX-CLOSURE-REASON = 'RESOLVED'
              MOVE '01' TO LSV-VERSION
              MOVE WS-TIX-KEY TO LSV-TICKET
              MOVE TICKET-CATEGORY TO LSV-CATEGORY
              MOVE WS-TIX-REQUESTOR TO LSV-USERID
              MOVE TICKET-ASSET-TAG TO LSV-ASSET-TAG
              EXEC CICS LINK
                   PROGRAM('SM128')
                   COMMAREA(LSV-COMMAREA)
                   LENGTH(LENGTH OF LSV-COMMAREA)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF.
       875-EXIT.
           EXIT.

      *    LINKs the SM086 field-audit service with the before-image

      *    The service-recovery follow-up: RECOVERY category, HIGH
      *    priority, assigned straight to the supervisor's queue,
      *    parent-linked to the rated ticket and at its site, due in
      *    two business days. Reuses WS-TICKET-REC after the close is
      *    fully recorded - the closed record's own fields were
      *    captured into the WS-TIX commarea slice long before this
      *    point.
       890-RAISE-RECOVERY-TICKET.
           MOVE TICKET-KEY TO WS-RCV-ORIG-KEY
           MOVE TICKET-SITE TO WS-RCV-ORIG-SITE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RCV-TODAY
           MOVE SPACES TO WS-TICKET-REC
           MOVE WS-RCV-ORIG-SITE TO TICKET-SITE
           MOVE SPACES TO TICKET-TITLE
           STRING 'RECOVERY CALLBACK ' DELIMITED BY SIZE
                  WS-RCV-ORIG-KEY DELIMITED BY SIZE
           MOVE SPACES TO TICKET-UPDATE-REMARKS
           MOVE 'HIGH' TO TICKET-PRIORITY
           MOVE 'RECOVERY' TO TICKET-CATEGORY
           PERFORM 891-SET-PRIORITY
           PERFORM 892-SET-RECOVERY-DUE
           MOVE SPACES TO TICKET-ATTACHMENT
           MOVE SPACES TO TICKET-DEPARTMENT
       890-EXIT.
           EXIT.

      *    The staged priority is kept as the one asked for, with the
      *    impact/urgency pair the built-in SM169 grid gives it; the
      *    ticket's own priority then comes from SM169 as on SM002,
      *    the staged one standing should the LINK fail. A new ticket
      *    carries no desk override and no SLA breach.
       891-SET-PRIORITY.
           MOVE TICKET-PRIORITY TO TICKET-REQ-PRIORITY
           EVALUATE TICKET-PRIORITY
             WHEN 'CRITICAL'
                  MOVE 'E' TO TICKET-IMPACT
                  MOVE 'H' TO TICKET-URGENCY
             WHEN 'HIGH'
                  MOVE 'D' TO TICKET-IMPACT
                  MOVE 'H' TO TICKET-URGENCY
             WHEN 'LOW'
                  MOVE 'P' TO TICKET-IMPACT
                  MOVE 'L' TO TICKET-URGENCY
             WHEN OTHER
                  MOVE 'T' TO TICKET-IMPACT
                  MOVE 'M' TO TICKET-URGENCY
           END-EVALUATE
           MOVE 'N' TO TICKET-PRI-OVERRIDE
           MOVE SPACES TO TICKET-BREACH-REASON
           MOVE SPACES TO TICKET-BREACH-BY
           MOVE 0 TO TICKET-BREACH-DATE
           MOVE '01' TO PMQ-VERSION
           MOVE TICKET-IMPACT TO PMQ-IMPACT
           MOVE TICKET-URGENCY TO PMQ-URGENCY
           MOVE TICKET-PRIORITY TO PMQ-PRIORITY
           EXEC CICS LINK
                PROGRAM('SM169')
                COMMAREA(WS-PMQ-AREA)
                LENGTH(LENGTH OF WS-PMQ-AREA)
                RESP(WS-PMQ-RESP)
           END-EXEC
           IF WS-PMQ-RESP = DFHRESP(NORMAL) AND PMQ-VALID = 'Y'
              MOVE PMQ-PRIORITY TO TICKET-PRIORITY
           END-IF.
       891-EXIT.
           EXIT.


      *    Two business days out, weekends, STF004H holidays and the
      *    ticket site's STF074H days skipped - the same walk the
      *    submission due date takes.
       892-SET-RECOVERY-DUE.
           MOVE 2 TO WS-RCV-DUE-DAYS
           COMPUTE WS-RCV-INTEGER =
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-RCV-HOLIDAY
              END-IF
              IF WS-RCV-HOLIDAY = 'N' AND TICKET-SITE NOT = SPACES
                 MOVE TICKET-SITE TO SHOL-Site
                 MOVE TICKET-DUE-DATE TO SHOL-Date
                 EXEC CICS READ
                      FILE('STF074H')
                      INTO (SHOL-REC)
                      RIDFLD (SHOL-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-RCV-HOLIDAY
                 END-IF
              END-IF
              IF (WS-RCV-DOW NOT = 0 AND NOT = 6)
                 AND WS-RCV-HOLIDAY = 'N'
                 SUBTRACT 1 FROM WS-RCV-DUE-DAYS
