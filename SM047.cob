      *        REWRITE as the line does or does not exist (line 000    *
      *        is the keyword header, 001 the problem summary, 002+    *
      *        the resolution).                                        *
      *    PF4/PF12 SOLVED YES/NO - after a PF6 view of a published    *
      *        article the viewer answers whether it solved the        *
      *        problem. Every view is logged to STF118F for the SM166  *
      *        deflection report; the answer is stamped on the view    *
      *        row and counted on the article header for SM090.        *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY SM47S.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY STF019K.
           COPY STF118F.
       01  WS-CURRENT-MAP  VALUE 'SM47S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(7).
              'PF1=HELP PF2=SAVE LINE PF3=EXIT PF5=SEARCH PF6=VIEW '.
              10 FILLER                          PIC X(26) VALUE
                 'PF9=PUB PF10=REV PF11=RET'.
              10 FILLER                          PIC X(26) VALUE
                 ' PF4/PF12=SOLVED YES/NO'.
           05 WS-KB-PROMPT                       PIC X(44) VALUE
              'ENTER KEYWORD (PF5) OR ARTICLE ID (PF6)'.
           05 WS-NO-MATCHES                      PIC X(26) VALUE
              'ONLY SERVICE USERS MAY MAINTAIN ARTICLES'.
           05 WS-SAVE-REQD                       PIC X(44) VALUE
              'ARTICLE ID AND LINE TEXT ARE REQUIRED'.
           05 WS-ASK-HELPED                      PIC X(44) VALUE
              'DID THIS SOLVE IT? PF4=YES PF12=NO'.
           05 WS-NO-VIEW                         PIC X(44) VALUE
              'VIEW A PUBLISHED ARTICLE (PF6) FIRST'.
           05 WS-ALREADY-RATED                   PIC X(44) VALUE
              'THIS VIEW HAS ALREADY BEEN ANSWERED'.
           05 WS-RATING-SAVED                    PIC X(44) VALUE
              'THANK YOU - YOUR ANSWER IS RECORDED'.

      *    Keyword scan work fields, same shape as SM001's
      *    745-KEYWORD-SCAN.
       01  WS-CUR-MATCHED                        PIC X.
       01  WS-CUR-SUMMARY                        PIC X(60).
       01  WS-CUR-USES                           PIC 9(05).
       01  WS-HELPED-ANSWER                      PIC X(01).
       01  WS-KBF-LAST-SEQ                       PIC 9(05).

       01  WS-QROW                               PIC X(77).
       01  WS-QROW-RESULT.
           05 WS-MAX-PAGE                        PIC 9(02).
           05 WS-TOTAL-ROWS                      PIC 9(04).
           05 WS-HELP-FLAG                       PIC X.
      *    The STF118F view row a PF4/PF12 answer belongs to - set by
      *    the last PF6 view of a published article.
           05 WS-VIEW-ARTICLE                    PIC X(06).
           05 WS-VIEW-SEQ                        PIC 9(05).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 DF-MAX-PAGE                        PIC 9(02).
           05 DF-TOTAL-ROWS                      PIC 9(04).
           05 DF-HELP-FLAG                       PIC X.
           05 DF-VIEW-ARTICLE                    PIC X(06).
           05 DF-VIEW-SEQ                        PIC 9(05).

       PROCEDURE DIVISION.
       000-PROCESS.
                     MOVE 1 TO WS-PAGE
                     MOVE 1 TO WS-MAX-PAGE
                     MOVE 0 TO WS-TOTAL-ROWS
                     MOVE SPACES TO WS-VIEW-ARTICLE
                     MOVE 0 TO WS-VIEW-SEQ
                     MOVE WS-KB-PROMPT TO ERRMSGO
                     MOVE -1 TO KWDL
                     MOVE 1 TO WS-STATE
                  MOVE 'Y' TO WS-HELP-FLAG
                  EXEC CICS SEND TEXT
                       FROM (WS-HELP-TEXT)
                       LENGTH (+104)
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                  MOVE 1 TO WS-PAGE
                  PERFORM 500-LOAD-ARTICLE
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF4
                  MOVE 'Y' TO WS-HELPED-ANSWER
                  PERFORM 550-RECORD-HELPED
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF12
                  MOVE 'N' TO WS-HELPED-ANSWER
                  PERFORM 550-RECORD-HELPED
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF9
                  MOVE 'P' TO WS-NEW-STATE
                  PERFORM 800-SET-ARTICLE-STATE
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE 0 TO WS-TOTAL-ROWS
           MOVE SPACES TO WS-VIEW-ARTICLE
           MOVE 0 TO WS-VIEW-SEQ
           MOVE SPACE TO WS-CUR-STATE
           IF KBIDI = SPACES OR LOW-VALUES
              MOVE WS-KB-PROMPT TO ERRMSGO
              MOVE -1 TO KBIDL
                    END-EXEC
                    IF WS-RETNCODE = DFHRESP(NORMAL) AND
                       KB-Article-ID = KBIDI
                       IF KB-Line-Number = 0
                          MOVE KB-State TO WS-CUR-STATE
                       END-IF
                       MOVE KB-Line-Number TO QV-LINE
                       MOVE KB-Line-Text TO QV-TEXT
                       MOVE WS-QROW-VIEW TO WS-QROW
              PERFORM 450-SIZE-PAGES
              IF WS-TOTAL-ROWS = 0
                 MOVE WS-NO-MATCHES TO ERRMSGO
              ELSE
                 IF WS-CUR-STATE NOT = 'D' AND
                    WS-CUR-STATE NOT = 'R' AND
                    WS-CUR-STATE NOT = 'T'
                    PERFORM 520-LOG-VIEW
                 END-IF
              END-IF
           END-IF.
       500-EXIT.
           EXIT.

      *    One STF118F 'V' row per view of a published article, the
      *    answer left blank until PF4/PF12. The next sequence is
      *    found by walking the article's rows, the STF002E way.
       520-LOG-VIEW.
           MOVE KBIDI TO KBF-Article-ID
           MOVE 0 TO KBF-Seq
           MOVE 0 TO WS-KBF-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF118F')
                RIDFLD(KBF-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR KBF-Article-ID NOT = KBIDI
                 EXEC CICS READNEXT
                      FILE('STF118F')
                      INTO(KBF-REC)
                      RIDFLD(KBF-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    KBF-Article-ID = KBIDI
                    MOVE KBF-Seq TO WS-KBF-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF118F')
              END-EXEC
           END-IF
           MOVE SPACES TO KBF-REC
           MOVE KBIDI TO KBF-Article-ID
           COMPUTE KBF-Seq = WS-KBF-LAST-SEQ + 1
           MOVE 'V' TO KBF-Event
           MOVE USERID TO KBF-User
           MOVE FUNCTION CURRENT-DATE(1:8) TO KBF-Date
           MOVE FUNCTION CURRENT-DATE(9:6) TO KBF-Time
           EXEC CICS WRITE
                FILE('STF118F')
                FROM(KBF-REC)
                RIDFLD(KBF-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE KBF-Article-ID TO WS-VIEW-ARTICLE
              MOVE KBF-Seq TO WS-VIEW-SEQ
              MOVE WS-ASK-HELPED TO ERRMSGO
           END-IF.
       520-EXIT.
           EXIT.

      *    PF4/PF12: the answer lands once on the view row, then on
      *    the header's yes/no count that SM090 judges. The counts
      *    hold at 999 rather than wrap.
       550-RECORD-HELPED.
           IF WS-VIEW-ARTICLE = SPACES OR LOW-VALUES
              MOVE WS-NO-VIEW TO ERRMSGO
              MOVE -1 TO KBIDL
              GO TO 550-EXIT
           END-IF
           MOVE WS-VIEW-ARTICLE TO KBF-Article-ID
           MOVE WS-VIEW-SEQ TO KBF-Seq
           EXEC CICS READ
                FILE('STF118F')
                INTO(KBF-REC)
                RIDFLD(KBF-KEYS)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-NO-VIEW TO ERRMSGO
              GO TO 550-EXIT
           END-IF
           IF KBF-Helpful NOT = SPACE
              EXEC CICS UNLOCK
                   FILE('STF118F')
              END-EXEC
              MOVE WS-ALREADY-RATED TO ERRMSGO
              GO TO 550-EXIT
           END-IF
           MOVE WS-HELPED-ANSWER TO KBF-Helpful
           EXEC CICS REWRITE
                FILE('STF118F')
                FROM(KBF-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE WS-VIEW-ARTICLE TO KB-Article-ID
           MOVE 0 TO KB-Line-Number
           EXEC CICS READ
                FILE('STF019K')
                INTO(KB-REC)
                RIDFLD(KB-KEYS)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              IF KB-Helped-Yes NOT NUMERIC
                 MOVE 0 TO KB-Helped-Yes
              END-IF
              IF KB-Helped-No NOT NUMERIC
                 MOVE 0 TO KB-Helped-No
              END-IF
              IF WS-HELPED-ANSWER = 'Y'
                 IF KB-Helped-Yes < 999
                    ADD 1 TO KB-Helped-Yes
                 END-IF
              ELSE
                 IF KB-Helped-No < 999
                    ADD 1 TO KB-Helped-No
                 END-IF
              END-IF
              EXEC CICS REWRITE
                   FILE('STF019K')
                   FROM(KB-REC)
                   RESP(WS-RETNCODE)
              END-EXEC
           END-IF
           MOVE WS-RATING-SAVED TO ERRMSGO.
       550-EXIT.
           EXIT.

       600-DISPLAY-PAGE.
           COMPUTE WS-ITEM-START = ((WS-PAGE - 1) * 10) + 1
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
                    MOVE 0 TO KB-Use-Count
                    MOVE 'D' TO KB-State
                    MOVE 0 TO KB-Review-By
                    MOVE 0 TO KB-Helped-Yes
                    MOVE 0 TO KB-Helped-No
                 END-IF
                 EXEC CICS WRITE
                      FILE('STF019K')
                 + 180
              MOVE FUNCTION DATE-OF-INTEGER(WS-REVIEW-INTEGER)
                   TO KB-Review-By
      *       A fresh sign-off is judged on fresh answers, or the
      *       old poor ratio would send it straight back to review.
              MOVE 0 TO KB-Helped-Yes
              MOVE 0 TO KB-Helped-No
           END-IF
           EXEC CICS REWRITE
                FILE('STF019K')
