       01  WS-FILT-NAME-REQD                     PIC X(26) VALUE
           'FILTER NAME IS REQUIRED'.
       01  WS-FILT-FOUND                         PIC X VALUE 'N'.
      *    Result-set export (PF13 listing, PF14 CSV) - the whole
      *    paging queue, in its sorted order, goes to the STF010R
      *    repository for SM030 and the STF022L subscribers.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
           COPY STF022L.
           COPY STF009N.
           COPY SMPRT01 REPLACING ==PRQ-COMMAREA== BY ==WS-PRT-AREA==.
       77  WS-PRT-RESP                           PIC S9(8) COMP.
       77  WS-DST-RESP                           PIC S9(8) COMP.
       77  WS-DST-RESP2                          PIC S9(8) COMP.
       01  WS-DST-LAST-SEQ                       PIC 9(05).
       01  WS-EXP-MODE                           PIC X(01).
       01  WS-EXP-RPT-ID                         PIC X(08).
       01  WS-EXP-DIST-ID                        PIC X(08).
       01  WS-EXP-PRINTER                        PIC X(08).
       01  WS-EXP-NO-RESULTS                     PIC X(36) VALUE
           'NO RESULTS TO EXPORT - SEARCH FIRST'.
       01  WS-EXP-RUN-DATE                       PIC 9(08).
       01  WS-EXP-ITEM                           PIC S9(4) COMP.
       01  WS-EXP-COUNT                          PIC 9(05).
       01  WS-EXP-TITLE                          PIC X(25).
       01  WS-EXP-WTC                            PIC X(03).
       01  WS-EXP-LINE                           PIC X(132).
       01  WS-EXP-DONE-MSG.
           05 FILLER                             PIC X(08) VALUE
              'WRITTEN '.
           05 WS-EXP-DONE-COUNT                  PIC ZZZZ9.
           05 FILLER                             PIC X(09) VALUE
              ' ROWS TO '.
           05 WS-EXP-DONE-ID                     PIC X(08).
       01  WS-EXP-COLUMNS                        PIC X(132) VALUE
           'TICKET   TITLE                     STATUS     PRIORITY LAST
      -    ' UPD  UPDATED  AGING    WTC'.
       01  WS-EXP-CSV-HEADER                     PIC X(132) VALUE
           'TICKET,TITLE,STATUS,PRIORITY,LAST-UPDATE,UPDATED-BY,AGING,WA
      -    'TCHED'.
       01  WS-KEYB.                       
           05 WS-KEYB6                   PIC X(06) VALUE LOW-VALUES.
           05 FILLER REDEFINES WS-KEYB6.
      *    sort over the drained queue is cheap. The key is built per
      *    row by 775-BUILD-SORT-KEY from the raw record slices.
       01  WS-SORT-TABLE.
           05 WS-SORT-ROW OCCURS 99              PIC X(1000).
       01  WS-SORT-KEYS-T.
           05 WS-SORT-KEY OCCURS 99              PIC X(12).
       01  WS-SORT-N                             PIC S9(4) COMP.
       01  WS-SORT-I                             PIC S9(4) COMP.
       01  WS-SORT-J                             PIC S9(4) COMP.
       01  WS-SORT-SWAP-ROW                      PIC X(1000).
       01  WS-SORT-SWAP-KEY                      PIC X(12).
       01  WS-SORT-WORK-DATE                     PIC 9(08).
       01  WS-SORT-WORK-INV                      PIC 9(08).
              'PF1=HELP PF2=SUBMIT PF3=EXIT PF4=MY TIX PF5=REFRESH '.
              10 FILLER                          PIC X(07) VALUE
                 'PF9=SLA'.
              10 FILLER                          PIC X(20) VALUE
                 ' PF13=LIST PF14=CSV'.
           05 WS-MULTIPLE-SELECT                 PIC X(31) VALUE 
               'NO MULTIPLE SELECTED IS ALLOWED'.    
           05 WS-SELECT-OPTION                   PIC X(29) VALUE
           05 WS-HELP-FLAG                          PIC X VALUE 'N'.
           05 WS-SLA-FLAG                           PIC X VALUE 'N'.
           05 WS-SLA-NEAR                           PIC X VALUE 'N'.
           COPY SMMNT01 REPLACING ==MNQ-COMMAREA== BY ==WS-MNT-AREA==.
       77  WS-MNT-RESP                           PIC S9(8) COMP.
      *----------------------------------------------------------------*
      *                          LINKAGE SECTION                       *
      *----------------------------------------------------------------*
                REQID(EIBTRMID)
                RESP(WS-RETNCODE2)
           END-EXEC
           PERFORM 090-CHECK-MAINTENANCE
           EXEC CICS ASKTIME
                ABSTIME (WS-PERF-START)
           END-EXEC
       100-EXIT.
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

       110-DATE-TIME.
           MOVE EIBDATE TO WS-DATE.
           MOVE WS-DATE-X TO DATE1O.
                MOVE 'Y' TO WS-HELP-FLAG
                EXEC CICS SEND TEXT
                     FROM (WS-HELP-TEXT)
                     LENGTH (+79)
                     ERASE
                END-EXEC
                EXEC CICS RETURN
                PERFORM 700-MOVE-FILES-TO-Q
                PERFORM 600-MOVE-Q-TO-SCREEN
                PERFORM 111-CREATE-MAP
           WHEN DFHPF13
                MOVE 'L' TO WS-EXP-MODE
                PERFORM 780-EXPORT-RESULTS
                PERFORM 600-MOVE-Q-TO-SCREEN
                PERFORM 111-CREATE-MAP
           WHEN DFHPF14
                MOVE 'C' TO WS-EXP-MODE
                PERFORM 780-EXPORT-RESULTS
                PERFORM 600-MOVE-Q-TO-SCREEN
                PERFORM 111-CREATE-MAP
           WHEN DFHENTER 
                MOVE 1 TO WS-STATE
                PERFORM 550-PAGE-CHANGED
       775-EXIT.
           EXIT.

      *    PF13/PF14: every row of the current result set - all pages,
      *    in the order the sort left the paging queue - written to
      *    the repository as a listing or a CSV. The run is the
      *    terminal's own, 'SM1L' or 'SM1C' and the terminal id (as
      *    the paging queue is), so one user's export never replaces
      *    another's; the distribution list stays under 'SM01LST' and
      *    'SM01CSV'. A restricted ticket the user may not see keeps
      *    the redacted title the list view shows. A second export
      *    from the terminal on the same day replaces the first, as
      *    any rerun does. With no search on the queue there is
      *    nothing to export and the key is refused.
       780-EXPORT-RESULTS.
           MOVE LENGTH OF WS-STF-REC TO WS-REC-LENGTH
           MOVE WS-QITEM-START TO WS-EXP-ITEM
           IF WS-EXP-ITEM < 1
              MOVE WS-EXP-NO-RESULTS TO ERRMSG1O
              GO TO 780-EXIT
           END-IF
           EXEC CICS READQ TS
                QUEUE(WS-QNAME)
                INTO (WS-STF-REC)
                LENGTH(WS-REC-LENGTH)
                ITEM (WS-EXP-ITEM)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-EXP-NO-RESULTS TO ERRMSG1O
              GO TO 780-EXIT
           END-IF
           MOVE SPACES TO WS-EXP-RPT-ID
           IF WS-EXP-MODE = 'C'
              MOVE 'SM1C' TO WS-EXP-RPT-ID(1:4)
              MOVE 'SM01CSV' TO WS-EXP-DIST-ID
           ELSE
              MOVE 'SM1L' TO WS-EXP-RPT-ID(1:4)
              MOVE 'SM01LST' TO WS-EXP-DIST-ID
           END-IF
           MOVE EIBTRMID TO WS-EXP-RPT-ID(5:4)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EXP-RUN-DATE
           MOVE 0 TO WS-EXP-COUNT
           PERFORM 781-INIT-RPT-RUN
           PERFORM 110-DATE-TIME
           IF WS-EXP-MODE = 'C'
              MOVE WS-EXP-CSV-HEADER TO WS-EXP-LINE
              PERFORM 782-WRITE-RPT-LINE
           ELSE
              MOVE 'TICKET SEARCH RESULTS' TO WS-EXP-LINE
              PERFORM 782-WRITE-RPT-LINE
              MOVE SPACES TO WS-EXP-LINE
              STRING 'RUN ' DELIMITED BY SIZE
                     DATE1O DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     TIME1O DELIMITED BY SIZE
                     ' BY ' DELIMITED BY SIZE
                     USERID DELIMITED BY SPACE
                     '  STATUS ' DELIMITED BY SIZE
                     STATUSI DELIMITED BY SIZE
                     '  SEARCH ' DELIMITED BY SIZE
                     TITLEI DELIMITED BY SIZE
                     '  SORT ' DELIMITED BY SIZE
                     SORTI DELIMITED BY SIZE
                     INTO WS-EXP-LINE
              END-STRING
              INSPECT WS-EXP-LINE REPLACING ALL LOW-VALUES BY SPACES
              PERFORM 782-WRITE-RPT-LINE
              MOVE WS-EXP-COLUMNS TO WS-EXP-LINE
              PERFORM 782-WRITE-RPT-LINE
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL) OR
                         WS-EXP-ITEM > WS-QITEM-END
              PERFORM 783-EXPORT-ONE-ROW
              ADD 1 TO WS-EXP-ITEM
              EXEC CICS READQ TS
                   QUEUE(WS-QNAME)
                   INTO (WS-STF-REC)
                   LENGTH(WS-REC-LENGTH)
                   ITEM (WS-EXP-ITEM)
                   RESP(WS-RETNCODE)
              END-EXEC
           END-PERFORM
           IF WS-EXP-MODE NOT = 'C'
              MOVE SPACES TO WS-EXP-LINE
              MOVE WS-EXP-COUNT TO WS-EXP-DONE-COUNT
              STRING 'TOTAL TICKETS: ' DELIMITED BY SIZE
                     WS-EXP-DONE-COUNT DELIMITED BY SIZE
                     INTO WS-EXP-LINE
              END-STRING
              PERFORM 782-WRITE-RPT-LINE
           END-IF
           PERFORM 785-NOTIFY-SUBSCRIBERS
           PERFORM 787-PRINT-RUN
           MOVE WS-EXP-COUNT TO WS-EXP-DONE-COUNT
           MOVE WS-EXP-RPT-ID TO WS-EXP-DONE-ID
           MOVE WS-EXP-DONE-MSG TO ERRMSG1O.
       780-EXIT.
           EXIT.

      *    Starts the run, same delete-and-replace convention as
      *    every other STF010R writer.
       781-INIT-RPT-RUN.
           MOVE WS-EXP-RPT-ID TO RPT-Report-ID
           MOVE WS-EXP-RUN-DATE TO RPT-Run-Date
           MOVE 1 TO RPT-Line-Number
           PERFORM UNTIL RPT-Line-Number = 0
              EXEC CICS READ
                   FILE('STF010R')
                   INTO (RPT-REC)
                   RIDFLD (RPT-KEYS)
                   UPDATE
                   RESP(WS-RPT-RESP)
              END-EXEC
              IF WS-RPT-RESP = DFHRESP(NORMAL)
                 EXEC CICS DELETE
                      FILE('STF010R')
                      RESP(WS-RPT-RESP)
                 END-EXEC
                 MOVE WS-EXP-RPT-ID TO RPT-Report-ID
                 MOVE WS-EXP-RUN-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM.
       781-EXIT.
           EXIT.

       782-WRITE-RPT-LINE.
           MOVE WS-EXP-RPT-ID TO RPT-Report-ID
           MOVE WS-EXP-RUN-DATE TO RPT-Run-Date
           ADD 1 TO RPT-Line-Number
           MOVE WS-EXP-LINE TO RPT-Line-Text
           EXEC CICS WRITE
                FILE('STF010R')
                FROM (RPT-REC)
                RIDFLD (RPT-KEYS)
                RESP(WS-RPT-RESP)
           END-EXEC.
       782-EXIT.
           EXIT.

      *    One result row, masked and flagged exactly as the list
      *    line 600-MOVE-Q-TO-SCREEN paints for it.
       783-EXPORT-ONE-ROW.
           ADD 1 TO WS-EXP-COUNT
           PERFORM 618-CHECK-CONF-ACCESS
           IF WS-CONF-ALLOWED = 'Y'
              MOVE TICKET-TITLE TO WS-EXP-TITLE
           ELSE
              MOVE WS-RESTRICTED-TITLE TO WS-EXP-TITLE
           END-IF
           PERFORM 610-CALC-AGING
           PERFORM 615-CHECK-WATCHED
           MOVE SPACES TO WS-EXP-WTC
           IF WS-WATCHED-FOUND = 'Y'
              MOVE 'WTC' TO WS-EXP-WTC
           END-IF
           MOVE SPACES TO WS-EXP-LINE
           IF WS-EXP-MODE = 'C'
              INSPECT WS-EXP-TITLE REPLACING ALL '"' BY "'"
              STRING TICKET-KEY DELIMITED BY SIZE
                     ',"' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EXP-TITLE TRAILING)
                          DELIMITED BY SIZE
                     '",' DELIMITED BY SIZE
                     TICKET-STATUS DELIMITED BY SPACE
                     ',' DELIMITED BY SIZE
                     TICKET-PRIORITY DELIMITED BY SPACE
                     ',' DELIMITED BY SIZE
                     TICKET-LAST-UPDATE(1:10) DELIMITED BY SPACE
                     ',' DELIMITED BY SIZE
                     TICKET-LAST-UPDATE-BY DELIMITED BY SPACE
                     ',' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-AGING-TXT TRAILING)
                          DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-WATCHED-FOUND DELIMITED BY SIZE
                     INTO WS-EXP-LINE
              END-STRING
           ELSE
              MOVE TICKET-KEY TO WS-EXP-LINE(1:7)
              MOVE WS-EXP-TITLE TO WS-EXP-LINE(10:25)
              MOVE TICKET-STATUS TO WS-EXP-LINE(36:10)
              MOVE TICKET-PRIORITY TO WS-EXP-LINE(47:8)
              MOVE TICKET-LAST-UPDATE(1:10) TO WS-EXP-LINE(56:10)
              MOVE TICKET-LAST-UPDATE-BY TO WS-EXP-LINE(67:8)
              MOVE WS-AGING-TXT TO WS-EXP-LINE(76:8)
              MOVE WS-EXP-WTC TO WS-EXP-LINE(85:3)
           END-IF
           PERFORM 782-WRITE-RPT-LINE.
       783-EXIT.
           EXIT.

      *    Walks the report's STF022L distribution slice and posts
      *    one STF009N "report ready" notification per active
      *    subscriber, the same way the batch report jobs do. The
      *    slice's first active printer is kept for 787-PRINT-RUN -
      *    SM152 cannot find it under the terminal's own run id.
       785-NOTIFY-SUBSCRIBERS.
           MOVE SPACES TO WS-EXP-PRINTER
           MOVE WS-EXP-DIST-ID TO DIST-Report-ID
           MOVE 0 TO DIST-Seq-Number
           EXEC CICS STARTBR
                FILE('STF022L')
                RIDFLD(DIST-KEYS)
                GTEQ
                RESP(WS-DST-RESP)
           END-EXEC
           IF WS-DST-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-DST-RESP NOT = DFHRESP(NORMAL)
                      OR DIST-Report-ID NOT = WS-EXP-DIST-ID
                 MOVE SPACES TO DIST-Printer
                 EXEC CICS READNEXT
                      FILE('STF022L')
                      INTO(DIST-REC)
                      RIDFLD(DIST-KEYS)
                      RESP(WS-DST-RESP)
                 END-EXEC
                 IF WS-DST-RESP = DFHRESP(NORMAL) AND
                    DIST-Report-ID = WS-EXP-DIST-ID AND
                    DIST-ACTIVE = 'Y' AND
                    DIST-Userid NOT = SPACES
                    PERFORM 786-POST-ONE-NOTICE
                 END-IF
                 IF WS-DST-RESP = DFHRESP(NORMAL) AND
                    DIST-Report-ID = WS-EXP-DIST-ID AND
                    DIST-ACTIVE = 'Y' AND
                    DIST-Printer NOT = SPACES AND
                    WS-EXP-PRINTER = SPACES
                    MOVE DIST-Printer TO WS-EXP-PRINTER
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF022L')
              END-EXEC
           END-IF.
       785-EXIT.
           EXIT.

       786-POST-ONE-NOTICE.
           MOVE DIST-Userid TO NOTIF-Userid
           MOVE 0 TO NOTIF-Seq-Number
           MOVE 0 TO WS-DST-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF009N')
                RIDFLD(NOTIF-KEYS)
                GTEQ
                RESP(WS-DST-RESP2)
           END-EXEC
           IF WS-DST-RESP2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-DST-RESP2 NOT = DFHRESP(NORMAL)
                      OR NOTIF-Userid NOT = DIST-Userid
                 EXEC CICS READNEXT
                      FILE('STF009N')
                      INTO(NOTIF-REC)
                      RIDFLD(NOTIF-KEYS)
                      RESP(WS-DST-RESP2)
                 END-EXEC
                 IF WS-DST-RESP2 = DFHRESP(NORMAL) AND
                    NOTIF-Userid = DIST-Userid
                    MOVE NOTIF-Seq-Number TO WS-DST-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF009N')
              END-EXEC
           END-IF
           MOVE DIST-Userid TO NOTIF-Userid
           MOVE WS-DST-LAST-SEQ TO NOTIF-Seq-Number
           ADD 1 TO NOTIF-Seq-Number
           MOVE SPACES TO NOTIF-Ticket-ID
           MOVE SPACES TO NOTIF-Stamp
           MOVE WS-EXP-RUN-DATE TO NOTIF-Stamp(1:8)
           MOVE SPACES TO NOTIF-Text
           STRING 'REPORT ' DELIMITED BY SIZE
                  WS-EXP-RPT-ID DELIMITED BY SPACE
                  ' IS READY - PF5 VIEWER' DELIMITED BY SIZE
                  INTO NOTIF-Text
           END-STRING
           MOVE 'N' TO NOTIF-Read-Flag
           EXEC CICS WRITE
                FILE('STF009N')
                FROM (NOTIF-REC)
                RIDFLD (NOTIF-KEYS)
                RESP(WS-DST-RESP2)
           END-EXEC.
       786-EXIT.
           EXIT.

      *    A default printer on the report's STF022L list gets the
      *    run on paper through SM152 - none named, nothing printed.
       787-PRINT-RUN.
           IF WS-EXP-PRINTER = SPACES
              GO TO 787-EXIT
           END-IF
           MOVE '01' TO PRQ-VERSION
           MOVE WS-EXP-PRINTER TO PRQ-PRINTER
           MOVE WS-EXP-RPT-ID TO PRQ-REPORT-ID
           MOVE WS-EXP-RUN-DATE TO PRQ-RUN-DATE
           MOVE 0 TO PRQ-FROM-LINE
           MOVE 99999 TO PRQ-TO-LINE
           MOVE USERID TO PRQ-REQUESTED-BY
           EXEC CICS LINK
                PROGRAM('SM152')
                COMMAREA(WS-PRT-AREA)
                RESP(WS-PRT-RESP)
           END-EXEC.
       787-EXIT.
           EXIT.

      *    PF10: the filled-in criteria set lands in STF061F under
      *    the keyed filter name - write first, DUPREC falls back to
      *    the rewrite, the SM033 editor's save posture.
