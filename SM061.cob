      *  problem; an existing id rewrites title, root cause (validated *
      *  against the STF036R table SM033 maintains as RCAU), owner     *
      *  (validated against uaf001) and the OPEN/KNOWN-ERR/RESOLVED    *
      *  lifecycle status, plus the asset (STF018A) and category       *
      *  (STF003C) the problem strikes - SM164 matches KNOWN-ERR       *
      *  problems to displayed tickets on those. PF5 lists the         *
      *  problems. PF6 links the keyed ticket to the displayed problem *
      *  with an STF002E log entry, and gives a problem with no asset  *
      *  or category the ticket's. PF9, off a RESOLVED problem,        *
      *  publishes the fix lines as an STF019K knowledge article (next *
      *  article key assigned the same way) and keeps the article id   *
      *  on the problem - so the desk searches SM047 instead of        *
      *  rediscovering the fix.                                        *
      *                                                                *
      *  PF4 lists the PROPOSED STF116Q problem candidates the nightly *
      *  SM163 job found in recent tickets; PF4 with a candidate id    *
      *  lists its STF117T member tickets as they stand now. PF10      *
      *  accepts the candidate: a problem is opened under its          *
      *  suggested title and root cause with the accepting user as     *
      *  owner, and every member not already under an OPEN or          *
      *  KNOWN-ERR problem is linked the PF6 way. PF11 dismisses it -  *
      *  SM163 never proposes that cluster again.                      *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY SM61S.
           COPY STF036R.
           COPY STF019K.
           COPY STF001C.
           COPY STF116Q.
           COPY STF117T.
           COPY STF018A.
           COPY STF003C.
       01  WS-CURRENT-MAP  VALUE 'SM61S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(7).
       01  WS-QNAME                              PIC X(08).
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
      *    The STF117T member browse keeps its own response: each
      *    member's link writes a log row and a journal entry, which
      *    answer in WS-RETNCODE2.
       77  WS-MEM-RESP                           PIC S9(8) COMP.
       01  WS-TIMEOUT-TRANID                     PIC X(04) VALUE 'SM14'.
       01  WS-IDLE-TIMEOUT                        PIC 9(06) VALUE 001500.
       01  WS-STD-KEY-LEN                        PIC S9(4) COMP VALUE 8.
              'PF1=HELP PF2=SAVE PF3=EXIT PF5=LIST PF6=LINK TKT '.
              10 FILLER                          PIC X(26) VALUE
                 'PF9=PUBLISH KB PF7/8=PAGE'.
              10 FILLER                          PIC X(40) VALUE
                 'PF4=CANDIDATES PF10=ACCEPT PF11=DISMISS'.
           05 WS-ENTER-PROMPT                    PIC X(42) VALUE
              'ENTER PROBLEM ID OR PF2 WITH BLANK ID'.
           05 WS-PROB-MISSING                    PIC X(26) VALUE
              'FIX ALREADY PUBLISHED'.
           05 WS-FIX-REQD                        PIC X(36) VALUE
              'FIX TEXT LINE 1 IS REQUIRED'.
           05 WS-ASSET-INVALID                   PIC X(30) VALUE
              'ASSET TAG NOT ON THE MASTER'.
           05 WS-CATEGORY-INVALID                PIC X(30) VALUE
              'CATEGORY NOT ON THE TABLE'.
           05 WS-CAND-PROMPT                     PIC X(46) VALUE
              'KEY A CANDIDATE ID - PF4 MEMBERS PF10/PF11'.
           05 WS-CAND-MISSING                    PIC X(26) VALUE
              'CANDIDATE ID NOT ON FILE'.
           05 WS-CAND-NOT-OPEN                   PIC X(34) VALUE
              'CANDIDATE IS NOT PROPOSED'.
           05 WS-CAND-DISMISSED                  PIC X(20) VALUE
              'CANDIDATE DISMISSED'.
           05 WS-PROB-NOT-OPENED                 PIC X(30) VALUE
              'PROBLEM COULD NOT BE OPENED'.

       01  WS-STAMP                              PIC X(20).
       01  WS-DATE-FULL-X                        PIC X(10).
       01  WS-NEW-ARTICLE-NUM REDEFINES
           WS-NEW-ARTICLE                        PIC 9(06).
       01  WS-BROWSE-KEY                         PIC X(07).
       01  WS-LINKED-COUNT                       PIC 9(04).
       01  WS-LINK-OK                            PIC X VALUE 'N'.
       01  WS-WORK-KEY                           PIC X(07).

       01  WS-LOG-REC.
           05 FILLER                             PIC X(01).
           05 QP-TITLE                           PIC X(25).
           05 FILLER                             PIC X(11).
       01  WS-QROW-CND REDEFINES WS-QROW.
           05 QC-ID                              PIC X(06).
           05 FILLER                             PIC X(01).
           05 QC-KIND                            PIC X(01).
           05 FILLER                             PIC X(01).
           05 QC-KEY                             PIC X(20).
           05 FILLER                             PIC X(01).
           05 QC-MEMBERS                         PIC ZZZ9.
           05 FILLER                             PIC X(01).
           05 QC-TITLE                           PIC X(25).
           05 FILLER                             PIC X(12).

       01  WS-COUNTERS.
           05 WS-SUB                             PIC 9(02).
           05 WS-MAX-PAGE                        PIC 9(02).
           05 WS-TOTAL-ROWS                      PIC 9(04).
           05 WS-HELP-FLAG                       PIC X.
           05 WS-CUR-CAND                        PIC X(06).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 DF-MAX-PAGE                        PIC 9(02).
           05 DF-TOTAL-ROWS                      PIC 9(04).
           05 DF-HELP-FLAG                       PIC X.
           05 DF-CUR-CAND                        PIC X(06).

       PROCEDURE DIVISION.
       000-PROCESS.
                     MOVE 1 TO WS-MAX-PAGE
                     MOVE 0 TO WS-TOTAL-ROWS
                     MOVE SPACES TO WS-CUR-PROB
                     MOVE SPACES TO WS-CUR-CAND
                     MOVE 'SM061' TO WS-PGMID
                     MOVE WS-ENTER-PROMPT TO ERRMSGO
                     MOVE -1 TO PRIDL
       100-CREATE-MAP.
           PERFORM 110-FORMAT-DATE-TIME
           MOVE WS-CUR-PROB TO PRIDO
           MOVE WS-CUR-CAND TO CANDO
           MOVE WS-PAGE TO PAGEO
           MOVE LENGTH OF SM061MO TO WS-LENGTH
           EXEC CICS SEND
                  MOVE 'Y' TO WS-HELP-FLAG
                  EXEC CICS SEND TEXT
                       FROM (WS-HELP-TEXT)
                       LENGTH (+116)
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                  END-EXEC
                  EXEC CICS RETURN
                  END-EXEC
             WHEN DFHPF4
                  MOVE 1 TO WS-PAGE
                  IF CANDI = SPACES OR LOW-VALUES
                     MOVE SPACES TO WS-CUR-CAND
                     PERFORM 410-LIST-CANDIDATES
                  ELSE
                     MOVE CANDI TO WS-CUR-CAND
                     PERFORM 420-LIST-MEMBERS
                  END-IF
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF10
                  PERFORM 760-ACCEPT-CANDIDATE
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF11
                  PERFORM 770-DISMISS-CANDIDATE
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF5
                  MOVE 1 TO WS-PAGE
                  PERFORM 400-LIST-PROBLEMS
           MOVE PROB-ROOT-CAUSE TO PRCAUO
           MOVE PROB-OWNER TO POWNRO
           MOVE PROB-STATUS TO PSTATO
           MOVE PROB-ASSET-TAG TO PASSTO
           MOVE PROB-CATEGORY TO PCATGO
           MOVE PROB-FIX1 TO FIXT1O
           MOVE PROB-FIX2 TO FIXT2O.
       520-EXIT.
       400-EXIT.
           EXIT.

      *    PF4 with no candidate id: the PROPOSED STF116Q candidates
      *    the nightly SM163 run left for review.
       410-LIST-CANDIDATES.
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE 0 TO WS-TOTAL-ROWS
           MOVE LOW-VALUES TO PCAND-ID
           EXEC CICS STARTBR
                FILE('STF116Q')
                RIDFLD (PCAND-ID)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF116Q')
                      INTO (PCAND-REC)
                      RIDFLD (PCAND-ID)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    PCAND-Status = 'PROPOSED'
                    MOVE SPACES TO WS-QROW
                    MOVE PCAND-ID TO QC-ID
                    MOVE PCAND-Kind TO QC-KIND
                    MOVE PCAND-Cluster-Key TO QC-KEY
                    MOVE PCAND-Members TO QC-MEMBERS
                    MOVE PCAND-Title TO QC-TITLE
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-QNAME)
                         FROM(WS-QROW)
                         LENGTH(LENGTH OF WS-QROW)
                    END-EXEC
                    ADD 1 TO WS-TOTAL-ROWS
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF116Q')
              END-EXEC
           END-IF
           PERFORM 590-SET-MAX-PAGE
           MOVE WS-CAND-PROMPT TO ERRMSGO
           MOVE -1 TO CANDL.
       410-EXIT.
           EXIT.

      *    PF4 with a candidate id: its STF117T members, each ticket
      *    re-read so the list shows where it stands now.
       420-LIST-MEMBERS.
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE 0 TO WS-TOTAL-ROWS
           MOVE WS-CUR-CAND TO PCAND-ID
           EXEC CICS READ
                FILE('STF116Q')
                INTO (PCAND-REC)
                RIDFLD (PCAND-ID)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 590-SET-MAX-PAGE
              MOVE WS-CAND-MISSING TO ERRMSGO
              MOVE -1 TO CANDL
              GO TO 420-EXIT
           END-IF
           MOVE WS-CUR-CAND TO PCMEM-Cand-ID
           MOVE LOW-VALUES TO PCMEM-Ticket-ID
           EXEC CICS STARTBR
                FILE('STF117T')
                RIDFLD (PCMEM-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR PCMEM-Cand-ID NOT = WS-CUR-CAND
                 EXEC CICS READNEXT
                      FILE('STF117T')
                      INTO (PCMEM-REC)
                      RIDFLD (PCMEM-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    PCMEM-Cand-ID = WS-CUR-CAND
                    MOVE SPACES TO WS-QROW
                    MOVE PCMEM-Ticket-ID TO QT-KEY
                    MOVE PCMEM-Status TO QT-STATUS
                    MOVE PCMEM-Title TO QT-TITLE
                    MOVE PCMEM-Ticket-ID TO WS-WORK-KEY
                    EXEC CICS READ
                         FILE('STF001C')
                         INTO (TICKET-REC)
                         RIDFLD (WS-WORK-KEY)
                         RESP(WS-RETNCODE2)
                    END-EXEC
                    IF WS-RETNCODE2 = DFHRESP(NORMAL)
                       MOVE TICKET-STATUS TO QT-STATUS
                       MOVE TICKET-TITLE TO QT-TITLE
                    END-IF
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-QNAME)
                         FROM(WS-QROW)
                         LENGTH(LENGTH OF WS-QROW)
                    END-EXEC
                    ADD 1 TO WS-TOTAL-ROWS
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF117T')
              END-EXEC
           END-IF
           PERFORM 590-SET-MAX-PAGE
           MOVE SPACES TO ERRMSGO
           STRING 'CANDIDATE ' DELIMITED BY SIZE
                  PCAND-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PCAND-Status DELIMITED BY SPACE
                  ' - ' DELIMITED BY SIZE
                  PCAND-Title DELIMITED BY SIZE
                  INTO ERRMSGO
           END-STRING.
       420-EXIT.
           EXIT.

       590-SET-MAX-PAGE.
           DIVIDE WS-TOTAL-ROWS BY 10 GIVING WS-MAX-PAGE
                  REMAINDER WS-SUB
                 MOVE -1 TO PSTATL
              END-IF
           END-IF
           IF WS-EDITS-OK = 'Y' AND
              PASSTI NOT = SPACES AND LOW-VALUES
              PERFORM 707-CHECK-ASSET
           END-IF
           IF WS-EDITS-OK = 'Y' AND
              PCATGI NOT = SPACES AND LOW-VALUES
              PERFORM 708-CHECK-CATEGORY
           END-IF
           IF WS-EDITS-OK = 'Y'
              PERFORM 120-BUILD-STAMP
              IF PRIDI = SPACES OR LOW-VALUES
       706-EXIT.
           EXIT.

       707-CHECK-ASSET.
           EXEC CICS READ
                FILE('STF018A')
                INTO (ASSET-REC)
                RIDFLD (PASSTI)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              ASSET-ACTIVE NOT = 'Y'
              MOVE 'N' TO WS-EDITS-OK
              MOVE WS-ASSET-INVALID TO ERRMSGO
              MOVE -1 TO PASSTL
           END-IF.
       707-EXIT.
           EXIT.

       708-CHECK-CATEGORY.
           EXEC CICS READ
                FILE('STF003C')
                INTO (CATEGORY-REC)
                RIDFLD (PCATGI)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              CATEGORY-ACTIVE NOT = 'Y'
              MOVE 'N' TO WS-EDITS-OK
              MOVE WS-CATEGORY-INVALID TO ERRMSGO
              MOVE -1 TO PCATGL
           END-IF.
       708-EXIT.
           EXIT.

       701-CREATE-PROBLEM.
           PERFORM 703-ASSIGN-PROBLEM-KEY
           MOVE PTITLI TO PROB-TITLE
           IF FIXT2I NOT = LOW-VALUES
              MOVE FIXT2I TO PROB-FIX2
           END-IF
           MOVE SPACES TO PROB-CHANGE-ID
           MOVE SPACES TO PROB-ASSET-TAG
           IF PASSTI NOT = SPACES AND LOW-VALUES
              MOVE PASSTI TO PROB-ASSET-TAG
           END-IF
           MOVE SPACES TO PROB-CATEGORY
           IF PCATGI NOT = SPACES AND LOW-VALUES
              MOVE PCATGI TO PROB-CATEGORY
           END-IF
           IF PROB-STATUS = 'RESOLVED'
              MOVE WS-STAMP TO PROB-RESOLVED-STAMP
           END-IF
              IF FIXT2I NOT = LOW-VALUES
                 MOVE FIXT2I TO PROB-FIX2
              END-IF
              IF PASSTI NOT = SPACES AND LOW-VALUES
                 MOVE PASSTI TO PROB-ASSET-TAG
              END-IF
              IF PCATGI NOT = SPACES AND LOW-VALUES
                 MOVE PCATGI TO PROB-CATEGORY
              END-IF
              IF PSTATI NOT = SPACES AND LOW-VALUES
                 IF PSTATI = 'RESOLVED' AND
                    PROB-STATUS NOT = 'RESOLVED'
                    END-STRING
                    PERFORM 750-WRITE-LOG-ENTRY
                    PERFORM 755-JOURNAL-TICKET
                    PERFORM 712-DEFAULT-PROB-SCOPE
                    MOVE WS-TKT-LINKED TO ERRMSGO
                 END-IF
              END-IF
       710-EXIT.
           EXIT.

      *    A problem keyed without an asset or category takes the
      *    first linked ticket's, so SM164 can match it to the next
      *    ticket that comes in the same way.
       712-DEFAULT-PROB-SCOPE.
           MOVE WS-CUR-PROB TO PROB-ID
           EXEC CICS READ
                FILE('STF035P')
                INTO (PROBLEM-REC)
                RIDFLD (PROB-ID)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 712-EXIT
           END-IF
           IF (PROB-ASSET-TAG NOT = SPACES AND LOW-VALUES) OR
              (PROB-CATEGORY NOT = SPACES AND LOW-VALUES)
              EXEC CICS UNLOCK
                   FILE('STF035P')
              END-EXEC
              GO TO 712-EXIT
           END-IF
           MOVE TICKET-ASSET-TAG TO PROB-ASSET-TAG
           MOVE TICKET-CATEGORY TO PROB-CATEGORY
           EXEC CICS REWRITE
                FILE('STF035P')
                FROM (PROBLEM-REC)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM 520-ECHO-PROBLEM
           END-IF.
       712-EXIT.
           EXIT.

      *    PF9: a RESOLVED problem's fix becomes an STF019K article -
      *    header line 0 carries the problem title as the keywords
      *    SM047's search scans, line 1 names the problem and root
              MOVE SPACES TO KB-Line-Text
              MOVE PROB-TITLE TO KB-Keywords
              MOVE 0 TO KB-Use-Count
              MOVE 0 TO KB-Helped-Yes
              MOVE 0 TO KB-Helped-No
      *       A problem-published fix arrives already reviewed - the
      *       resolving owner is the sign-off - so it lands
      *       published with the standard six-month review-by date.
       727-EXIT.
           EXIT.

      *    PF10: the candidate becomes an OPEN STF035P problem under
      *    its suggested title and root cause, owned by whoever
      *    accepts it, and its members are linked. The candidate is
      *    held for update throughout so it is accepted only once.
       760-ACCEPT-CANDIDATE.
           IF CANDI NOT = SPACES AND CANDI NOT = LOW-VALUES
              MOVE CANDI TO WS-CUR-CAND
           END-IF
           IF WS-CUR-CAND = SPACES OR LOW-VALUES
              MOVE WS-CAND-PROMPT TO ERRMSGO
              MOVE -1 TO CANDL
              GO TO 760-EXIT
           END-IF
           MOVE WS-CUR-CAND TO PCAND-ID
           EXEC CICS READ
                FILE('STF116Q')
                INTO (PCAND-REC)
                RIDFLD (PCAND-ID)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-CAND-MISSING TO ERRMSGO
              MOVE -1 TO CANDL
              GO TO 760-EXIT
           END-IF
           IF PCAND-Status NOT = 'PROPOSED'
              EXEC CICS UNLOCK
                   FILE('STF116Q')
              END-EXEC
              MOVE WS-CAND-NOT-OPEN TO ERRMSGO
              MOVE -1 TO CANDL
              GO TO 760-EXIT
           END-IF
           PERFORM 120-BUILD-STAMP
           PERFORM 703-ASSIGN-PROBLEM-KEY
           MOVE PCAND-Title TO PROB-TITLE
           MOVE 'OPEN' TO PROB-STATUS
           MOVE PCAND-Root-Cause TO PROB-ROOT-CAUSE
           MOVE USERID TO PROB-OWNER
           MOVE WS-STAMP TO PROB-OPENED-STAMP
           MOVE USERID TO PROB-OPENED-BY
           MOVE SPACES TO PROB-RESOLVED-STAMP
           MOVE SPACES TO PROB-KB-ARTICLE
           MOVE SPACES TO PROB-FIX1
           MOVE SPACES TO PROB-FIX2
           MOVE SPACES TO PROB-CHANGE-ID
           MOVE SPACES TO PROB-ASSET-TAG
           MOVE SPACES TO PROB-CATEGORY
           EVALUATE PCAND-Kind
             WHEN 'A'
                  MOVE PCAND-Cluster-Key(1:8) TO PROB-ASSET-TAG
             WHEN 'C'
                  MOVE PCAND-Cluster-Key(1:8) TO PROB-CATEGORY
           END-EVALUATE
           EXEC CICS WRITE
                FILE('STF035P')
                FROM (PROBLEM-REC)
                RIDFLD (PROB-ID)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK
                   FILE('STF116Q')
              END-EXEC
              MOVE WS-PROB-NOT-OPENED TO ERRMSGO
              GO TO 760-EXIT
           END-IF
           MOVE PROB-ID TO WS-CUR-PROB
           PERFORM 765-LINK-MEMBERS
           MOVE 'ACCEPTED' TO PCAND-Status
           MOVE USERID TO PCAND-Decided-By
           MOVE WS-STAMP TO PCAND-Decided-Stamp
           MOVE WS-CUR-PROB TO PCAND-Problem-ID
           EXEC CICS REWRITE
                FILE('STF116Q')
                FROM (PCAND-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           PERFORM 510-READ-PROBLEM
           PERFORM 520-ECHO-PROBLEM
           PERFORM 530-LIST-LINKED-TICKETS
           MOVE SPACES TO WS-CUR-CAND
           MOVE SPACES TO ERRMSGO
           STRING 'ACCEPTED AS PROBLEM ' DELIMITED BY SIZE
                  WS-CUR-PROB DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-LINKED-COUNT DELIMITED BY SIZE
                  ' TICKETS LINKED' DELIMITED BY SIZE
                  INTO ERRMSGO
           END-STRING.
       760-EXIT.
           EXIT.

       765-LINK-MEMBERS.
           MOVE 0 TO WS-LINKED-COUNT
           MOVE PCAND-ID TO PCMEM-Cand-ID
           MOVE LOW-VALUES TO PCMEM-Ticket-ID
           EXEC CICS STARTBR
                FILE('STF117T')
                RIDFLD (PCMEM-KEYS)
                GTEQ
                RESP(WS-MEM-RESP)
           END-EXEC
           IF WS-MEM-RESP NOT = DFHRESP(NORMAL)
              GO TO 765-EXIT
           END-IF
           PERFORM UNTIL WS-MEM-RESP NOT = DFHRESP(NORMAL)
                   OR PCMEM-Cand-ID NOT = PCAND-ID
              EXEC CICS READNEXT
                   FILE('STF117T')
                   INTO (PCMEM-REC)
                   RIDFLD (PCMEM-KEYS)
                   RESP(WS-MEM-RESP)
              END-EXEC
              IF WS-MEM-RESP = DFHRESP(NORMAL) AND
                 PCMEM-Cand-ID = PCAND-ID
                 PERFORM 766-LINK-ONE-MEMBER
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF117T')
           END-EXEC.
       765-EXIT.
           EXIT.

      *    A member canceled, rejected or taken under another live
      *    problem since the nightly run is left as it is.
       766-LINK-ONE-MEMBER.
           MOVE PCMEM-Ticket-ID TO WS-WORK-KEY
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (WS-WORK-KEY)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 766-EXIT
           END-IF
           MOVE 'Y' TO WS-LINK-OK
           IF TICKET-STATUS = 'CANCELED' OR
              TICKET-STATUS = 'REJECTED'
              MOVE 'N' TO WS-LINK-OK
           END-IF
           IF WS-LINK-OK = 'Y' AND
              TICKET-PROBLEM-ID NOT = SPACES AND
              TICKET-PROBLEM-ID NOT = LOW-VALUES
              MOVE TICKET-PROBLEM-ID TO PROB-ID
              EXEC CICS READ
                   FILE('STF035P')
                   INTO (PROBLEM-REC)
                   RIDFLD (PROB-ID)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 (PROB-STATUS = 'OPEN' OR PROB-STATUS = 'KNOWN-ERR')
                 MOVE 'N' TO WS-LINK-OK
              END-IF
           END-IF
           IF WS-LINK-OK = 'N'
              EXEC CICS UNLOCK
                   FILE('STF001C')
              END-EXEC
              GO TO 766-EXIT
           END-IF
           MOVE WS-CUR-PROB TO TICKET-PROBLEM-ID
           MOVE WS-STAMP TO TICKET-LAST-UPDATE
           MOVE USERID TO TICKET-LAST-UPDATE-BY
           EXEC CICS REWRITE
                FILE('STF001C')
                FROM (TICKET-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              ADD 1 TO WS-LINKED-COUNT
              MOVE SPACES TO WS-LOG-UPD-REMARKS
              STRING 'LINKED TO PROBLEM ' DELIMITED BY SIZE
                     WS-CUR-PROB DELIMITED BY SIZE
                     ' FROM CANDIDATE ' DELIMITED BY SIZE
                     PCAND-ID DELIMITED BY SIZE
                     INTO WS-LOG-UPD-REMARKS
              END-STRING
              PERFORM 750-WRITE-LOG-ENTRY
              PERFORM 755-JOURNAL-TICKET
           END-IF.
       766-EXIT.
           EXIT.

      *    PF11: the candidate is marked DISMISSED, which is what
      *    stops SM163 proposing the same cluster again.
       770-DISMISS-CANDIDATE.
           IF CANDI NOT = SPACES AND CANDI NOT = LOW-VALUES
              MOVE CANDI TO WS-CUR-CAND
           END-IF
           IF WS-CUR-CAND = SPACES OR LOW-VALUES
              MOVE WS-CAND-PROMPT TO ERRMSGO
              MOVE -1 TO CANDL
              GO TO 770-EXIT
           END-IF
           MOVE WS-CUR-CAND TO PCAND-ID
           EXEC CICS READ
                FILE('STF116Q')
                INTO (PCAND-REC)
                RIDFLD (PCAND-ID)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-CAND-MISSING TO ERRMSGO
              MOVE -1 TO CANDL
              GO TO 770-EXIT
           END-IF
           IF PCAND-Status NOT = 'PROPOSED' AND
              PCAND-Status NOT = 'LAPSED'
              EXEC CICS UNLOCK
                   FILE('STF116Q')
              END-EXEC
              MOVE WS-CAND-NOT-OPEN TO ERRMSGO
              MOVE -1 TO CANDL
              GO TO 770-EXIT
           END-IF
           PERFORM 120-BUILD-STAMP
           MOVE 'DISMISSED' TO PCAND-Status
           MOVE USERID TO PCAND-Decided-By
           MOVE WS-STAMP TO PCAND-Decided-Stamp
           EXEC CICS REWRITE
                FILE('STF116Q')
                FROM (PCAND-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE SPACES TO WS-CUR-CAND
           MOVE 1 TO WS-PAGE
           PERFORM 410-LIST-CANDIDATES
           MOVE WS-CAND-DISMISSED TO ERRMSGO.
       770-EXIT.
           EXIT.

      *    One STF002E row against WS-WORK-KEY, next sequence found
      *    with the full highest-seq walk of the ticket's slice (the
      *    collision-safe idiom SM040's 345-APPEND-LOG-ROW
