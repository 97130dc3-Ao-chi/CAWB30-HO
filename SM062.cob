      *  window and status per line. SM003 reads this file by asset    *
      *  when a ticket is displayed, so an incident on a box that a    *
      *  change touched in the last few days says so up front.         *
      *                                                                *
      *  A change shown or saved against an asset also quotes its      *
      *  blast radius from the SM127 impact service - the assets       *
      *  recorded downstream of it on STF088R, their departments and   *
      *  the open tickets already against them; PF4 opens the full     *
      *  SM126 impact view for the change's asset.                     *
      *                                                                *
      *  Marking a change DONE is its post-implementation review: the  *
      *  outcome (SUCCESSFUL, SUCCESSFUL WITH ISSUES, FAILED or BACKED *
      *  OUT) and notes must be keyed, the SM160 service counts the    *
      *  incidents raised on the asset during the window and in the    *
      *  week after it, and both travel on the row. A FAILED or BACKED *
      *  OUT change opens an STF035P problem for SM061, owned by the   *
      *  change's requestor. SM161 reports the success rate monthly.   *
      *  While an APPROVED change's window is open the SM162 job keeps *
      *  a broadcast up for the asset and parks tickets raised on it.  *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY SM62S.
           COPY STF037C.
           COPY STF038F.
           COPY STF018A.
           COPY STF035P.
           COPY SMCHI01 REPLACING ==CHI-COMMAREA== BY ==WS-CHI-AREA==.
       01  WS-HIGH-PROB                          PIC X(06) VALUE
           HIGH-VALUES.
       01  WS-SCRATCH-PROB                       PIC X(300).
       01  WS-CNT-DURING                         PIC ZZZ9.
       01  WS-CNT-AFTER                          PIC ZZZ9.
       01  WS-PIR-MSG                            PIC X(60).
       01  WS-CURRENT-MAP  VALUE 'SM62S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(7).
           05 WS-HELP-TEXT.
              10 FILLER                          PIC X(52) VALUE
              'PF1=HELP PF2=SAVE PF3=EXIT PF5=CALENDAR PF6=APPROVE '.
              10 FILLER                          PIC X(37) VALUE
                 'PF4=IMPACT PF9=REJECT PF10=DONE PF7/8'.
           05 WS-ENTER-PROMPT                    PIC X(44) VALUE
              'ENTER CHANGE ID OR PF2 WITH BLANK ID'.
           05 WS-CHG-MISSING                     PIC X(24) VALUE
              'CHANGE REJECTED'.
           05 WS-CHG-DONE                        PIC X(18) VALUE
              'CHANGE MARKED DONE'.
           05 WS-OUTCOME-INVALID.
              10 FILLER                          PIC X(31) VALUE
                 'OUTCOME: SUCCESSFUL/SUCCESSFUL '.
              10 FILLER                          PIC X(29) VALUE
                 'WITH ISSUES/FAILED/BACKED OUT'.
           05 WS-NOTES-REQD                      PIC X(40) VALUE
              'KEY OUTCOME NOTES FOR THE CHANGE REVIEW'.

       01  WS-STAMP                              PIC X(20).
       01  WS-DATE-FULL-X                        PIC X(10).
           WS-EDIT-END                           PIC X(08).
       01  WS-HIGH-CHG                           PIC X(06) VALUE
           HIGH-VALUES.
       01  WS-SCRATCH-CHG                        PIC X(400).
      *    Blast radius from the SM127 impact service - see the
      *    SMIMP01 contract.
           COPY SMIMP01 REPLACING ==IMP-COMMAREA== BY ==WS-IMP-AREA==.
       01  WS-CNT-ASSETS                         PIC ZZ9.
       01  WS-CNT-DEPTS                          PIC ZZ9.
       01  WS-CNT-OPEN                           PIC ZZ9.
       01  WS-IMPACT-MSG                         PIC X(60).
      *    The standard commarea prefix plus the asset tag - what
      *    SM126 expects from a caller that opens the impact view.
       01  WS-IMPACT-XCTL.
           05 WS-IX-PGMID                        PIC X(06).
           05 WS-IX-STATE                        PIC X(01).
           05 WS-IX-TICKET                       PIC X(07).
           05 WS-IX-USERID                       PIC X(08).
           05 WS-IX-USR-TYPE                     PIC X(04).
           05 WS-IX-AUDITOR                      PIC X(01).
           05 WS-IX-ASSET                        PIC X(08).

       01  WS-QROW                               PIC X(72).
       01  WS-QROW-CHG REDEFINES WS-QROW.
                  MOVE 'Y' TO WS-HELP-FLAG
                  EXEC CICS SEND TEXT
                       FROM (WS-HELP-TEXT)
                       LENGTH (+89)
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
             WHEN DFHPF10
                  PERFORM 720-MARK-DONE
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF4
                  PERFORM 530-OPEN-IMPACT
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF7
                  IF WS-PAGE > 1
                     SUBTRACT 1 FROM WS-PAGE
           MOVE CHG-START TO CSTRTO
           MOVE CHG-END TO CENDO
           MOVE CHG-STATUS TO CSTATO
           MOVE CHG-OVERRIDE-RSN TO COVRDO
           IF CHG-STATUS = 'DONE'
              MOVE CHG-OUTCOME TO COUTCO
              MOVE CHG-OUTCOME-NOTES TO CNOTEO
           END-IF.
       520-EXIT.
           EXIT.

              IF WS-CHG-FOUND = 'Y'
                 PERFORM 520-ECHO-CHANGE
                 MOVE WS-ENTER-PROMPT TO ERRMSGO
                 MOVE CHG-ASSET-TAG TO WS-IX-ASSET
                 PERFORM 790-IMPACT-SUMMARY
                 IF WS-IMPACT-MSG NOT = SPACES
                    MOVE WS-IMPACT-MSG TO ERRMSGO
                 END-IF
                 IF CHG-STATUS = 'DONE' AND
                    CHG-INC-DURING NUMERIC AND
                    CHG-INC-AFTER NUMERIC
                    PERFORM 725-BUILD-PIR-MSG
                    MOVE WS-PIR-MSG TO ERRMSGO
                 END-IF
              ELSE
                 MOVE WS-CHG-MISSING TO ERRMSGO
                 MOVE -1 TO CHIDL
       500-EXIT.
           EXIT.

      *    PF4: the impact view for the change's asset - the saved
      *    change's tag, or the tag keyed on a change not yet saved.
       530-OPEN-IMPACT.
           MOVE SPACES TO WS-IX-ASSET
           IF WS-CUR-CHG NOT = SPACES AND LOW-VALUES
              PERFORM 510-READ-CHANGE
              IF WS-CHG-FOUND = 'Y'
                 MOVE CHG-ASSET-TAG TO WS-IX-ASSET
              END-IF
           END-IF
           IF WS-IX-ASSET = SPACES AND
              CASSTI NOT = SPACES AND LOW-VALUES
              MOVE CASSTI TO WS-IX-ASSET
           END-IF
           IF WS-IX-ASSET = SPACES
              MOVE WS-ASSET-INVALID TO ERRMSGO
              MOVE -1 TO CASSTL
           ELSE
              MOVE 'SM062' TO WS-IX-PGMID
              MOVE SPACES TO WS-IX-TICKET
              PERFORM 800-XCTL-SM126
           END-IF.
       530-EXIT.
           EXIT.

      *    PF5: the change calendar - everything whose window ends a
      *    week back or later, one line per change in key order.
       400-BUILD-CALENDAR.
              ELSE
                 PERFORM 702-REWRITE-CHANGE
              END-IF
              IF ERRMSGO = WS-CHG-SAVED
                 MOVE CASSTI TO WS-IX-ASSET
                 PERFORM 790-IMPACT-SUMMARY
                 IF WS-IMPACT-MSG NOT = SPACES
                    MOVE SPACES TO ERRMSGO
                    STRING 'SAVED - ' DELIMITED BY SIZE
                           WS-IMPACT-MSG DELIMITED BY SIZE
                           INTO ERRMSGO
                    END-STRING
                 END-IF
              END-IF
           END-IF.
       700-EXIT.
           EXIT.
           MOVE SPACES TO CHG-APPR-STAMP
           MOVE 'N' TO CHG-OVERRIDE
           MOVE SPACES TO CHG-OVERRIDE-RSN
           MOVE SPACES TO CHG-OUTCOME
           MOVE SPACES TO CHG-OUTCOME-NOTES
           MOVE SPACES TO CHG-DONE-BY
           MOVE SPACES TO CHG-DONE-STAMP
           MOVE 0 TO CHG-DONE-DATE
           MOVE 0 TO CHG-INC-DURING
           MOVE 0 TO CHG-INC-AFTER
           MOVE SPACES TO CHG-PROBLEM-ID
           MOVE SPACE TO CHG-WINDOW-STATE
           IF COVRDI NOT = SPACES AND LOW-VALUES
              MOVE 'Y' TO CHG-OVERRIDE
              MOVE COVRDI TO CHG-OVERRIDE-RSN
       710-EXIT.
           EXIT.

      *    PF10: the post-implementation review. Outcome and notes
      *    are edited before the row is touched; the incident counts
      *    come from SM160, and a FAILED or BACKED OUT change opens
      *    its problem before the change row is rewritten.
       720-MARK-DONE.
           IF COUTCI NOT = 'SUCCESSFUL' AND
              COUTCI NOT = 'SUCCESSFUL WITH ISSUES' AND
              COUTCI NOT = 'FAILED' AND
              COUTCI NOT = 'BACKED OUT'
              MOVE WS-OUTCOME-INVALID TO ERRMSGO
              MOVE -1 TO COUTCL
              GO TO 720-EXIT
           END-IF
           IF CNOTEI = SPACES OR LOW-VALUES
              MOVE WS-NOTES-REQD TO ERRMSGO
              MOVE -1 TO CNOTEL
              GO TO 720-EXIT
           END-IF
           MOVE WS-CUR-CHG TO CHG-ID
           EXEC CICS READ
                FILE('STF037C')
              END-EXEC
              MOVE WS-NOT-APPROVED TO ERRMSGO
           ELSE
              PERFORM 120-BUILD-STAMP
              MOVE 'DONE' TO CHG-STATUS
              MOVE COUTCI TO CHG-OUTCOME
              MOVE CNOTEI TO CHG-OUTCOME-NOTES
              MOVE USERID TO CHG-DONE-BY
              MOVE WS-STAMP TO CHG-DONE-STAMP
              MOVE WS-TODAY-YYYYMMDD TO CHG-DONE-DATE
              MOVE '01' TO CHI-VERSION
              MOVE CHG-ASSET-TAG TO CHI-ASSET-TAG
              MOVE CHG-START TO CHI-START
              MOVE CHG-END TO CHI-END
              MOVE 0 TO CHI-AFTER-DAYS
              MOVE 0 TO CHI-DURING
              MOVE 0 TO CHI-AFTER
              EXEC CICS LINK
                   PROGRAM('SM160')
                   COMMAREA(WS-CHI-AREA)
                   LENGTH(LENGTH OF WS-CHI-AREA)
                   RESP(WS-RETNCODE2)
              END-EXEC
              MOVE CHI-DURING TO CHG-INC-DURING
              MOVE CHI-AFTER TO CHG-INC-AFTER
              MOVE SPACES TO CHG-PROBLEM-ID
              IF CHG-OUTCOME = 'FAILED' OR
                 CHG-OUTCOME = 'BACKED OUT'
                 PERFORM 730-OPEN-PROBLEM
              END-IF
              EXEC CICS REWRITE
                   FILE('STF037C')
                   FROM (CHANGE-REC)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 PERFORM 520-ECHO-CHANGE
                 PERFORM 725-BUILD-PIR-MSG
                 MOVE WS-PIR-MSG TO ERRMSGO
              END-IF
           END-IF
           END-IF.
       720-EXIT.
           EXIT.

       725-BUILD-PIR-MSG.
           MOVE CHG-INC-DURING TO WS-CNT-DURING
           MOVE CHG-INC-AFTER TO WS-CNT-AFTER
           MOVE SPACES TO WS-PIR-MSG
           STRING 'DONE - INCIDENTS DURING' DELIMITED BY SIZE
                  WS-CNT-DURING DELIMITED BY SIZE
                  ' AFTER' DELIMITED BY SIZE
                  WS-CNT-AFTER DELIMITED BY SIZE
                  INTO WS-PIR-MSG
           END-STRING
           IF CHG-PROBLEM-ID NOT = SPACES
              MOVE 'PROBLEM' TO WS-PIR-MSG(40:7)
              MOVE CHG-PROBLEM-ID TO WS-PIR-MSG(48:6)
           END-IF.
       725-EXIT.
           EXIT.

      *    A failed or backed-out change becomes an OPEN STF035P
      *    problem owned by the change's requestor, keyed with the
      *    HIGH-VALUES STARTBR/READPREV idiom SM061 uses; the problem
      *    names the change and the change names the problem.
       730-OPEN-PROBLEM.
           MOVE WS-HIGH-PROB TO PROB-ID
           EXEC CICS STARTBR
                FILE('STF035P')
                RIDFLD (PROB-ID)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              EXEC CICS READPREV
                   FILE('STF035P')
                   INTO (WS-SCRATCH-PROB)
                   RIDFLD (PROB-ID)
                   RESP(WS-RETNCODE2)
              END-EXEC
              EXEC CICS ENDBR
                   FILE('STF035P')
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 COMPUTE PROB-ID-NUM = PROB-ID-NUM + 1
              ELSE
                 MOVE 1 TO PROB-ID-NUM
              END-IF
           ELSE
              MOVE 1 TO PROB-ID-NUM
           END-IF
           MOVE SPACES TO PROB-TITLE
           STRING 'CHANGE ' DELIMITED BY SIZE
                  CHG-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CHG-OUTCOME DELIMITED BY SIZE
                  INTO PROB-TITLE
           END-STRING
           MOVE 'OPEN' TO PROB-STATUS
           MOVE SPACES TO PROB-ROOT-CAUSE
           MOVE CHG-REQUESTOR TO PROB-OWNER
           MOVE WS-STAMP TO PROB-OPENED-STAMP
           MOVE USERID TO PROB-OPENED-BY
           MOVE SPACES TO PROB-RESOLVED-STAMP
           MOVE SPACES TO PROB-KB-ARTICLE
           MOVE SPACES TO PROB-FIX1
           MOVE SPACES TO PROB-FIX2
           MOVE CHG-ID TO PROB-CHANGE-ID
           MOVE CHG-ASSET-TAG TO PROB-ASSET-TAG
           MOVE SPACES TO PROB-CATEGORY
           EXEC CICS WRITE
                FILE('STF035P')
                FROM (PROBLEM-REC)
                RIDFLD (PROB-ID)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE PROB-ID TO CHG-PROBLEM-ID
           END-IF.
       730-EXIT.
           EXIT.

      *    One LINK to SM127 for the asset in WS-IX-ASSET; when
      *    anything is recorded downstream of it, WS-IMPACT-MSG
      *    carries the counts, otherwise it comes back blank.
       790-IMPACT-SUMMARY.
           MOVE SPACES TO WS-IMPACT-MSG
           MOVE '01' TO IMP-VERSION
           MOVE WS-IX-ASSET TO IMP-ROOT-TAG
           EXEC CICS LINK
                PROGRAM('SM127')
                COMMAREA(WS-IMP-AREA)
                LENGTH(LENGTH OF WS-IMP-AREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
              IMP-ROOT-FOUND = 'Y' AND
              IMP-ASSET-COUNT > 0
              MOVE IMP-ASSET-COUNT TO WS-CNT-ASSETS
              MOVE IMP-DEPT-COUNT TO WS-CNT-DEPTS
              MOVE IMP-OPEN-COUNT TO WS-CNT-OPEN
              STRING 'IMPACT:' DELIMITED BY SIZE
                     WS-CNT-ASSETS DELIMITED BY SIZE
                     ' ASSETS' DELIMITED BY SIZE
                     WS-CNT-DEPTS DELIMITED BY SIZE
                     ' DEPTS' DELIMITED BY SIZE
                     WS-CNT-OPEN DELIMITED BY SIZE
                     ' OPEN TKTS - PF4' DELIMITED BY SIZE
                     INTO WS-IMPACT-MSG
              END-STRING
           END-IF.
       790-EXIT.
           EXIT.

      *    PF4: the SM126 impact view. PF3 there brings the user
      *    back here.
       800-XCTL-SM126.
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE LOW-VALUES TO WS-IX-STATE
           MOVE USERID TO WS-IX-USERID
           MOVE USR-TYPE TO WS-IX-USR-TYPE
           MOVE WS-AUDITOR TO WS-IX-AUDITOR
           EXEC CICS XCTL
                PROGRAM('SM126')
                COMMAREA(WS-IMPACT-XCTL)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE WS-INVALID-PFKEY TO ERRMSGO.
       800-EXIT.
           EXIT.
