       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM166.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM166 is the monthly knowledge-base deflection report         *
      *  (TRANSID 'S166'), operator-started on demand in the SM161     *
      *  style for the month of the run date. A view counts as a       *
      *  ticket avoided when the viewer raised no ticket in the day    *
      *  after it: one pass of STF001C first queues every ticket       *
      *  raised since the month began - requestor and the stamp of     *
      *  its STF002E creation row, the SM160 way - to TS 'S166TKT',    *
      *  then one pass of the STF118F feedback log takes each          *
      *  article's 'V' rows for the month and looks for a ticket from  *
      *  the same user within 24 hours. Each article is listed with    *
      *  its views, tickets avoided and did-this-solve-it answers,     *
      *  then the same counts are summed per category. An article's    *
      *  category is the one its latest citing closure ('L' row)       *
      *  carried, else the category of the STF035P problem that        *
      *  published it, else UNCLASS. Output goes to the STF010R        *
      *  repository under 'S166RPT' for SM030's viewer.                *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF118F.
           COPY STF010R.
           COPY STF035P.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
               10 WS-LOG-TICKET-ID               PIC X(07).
               10 WS-LOG-SEQ-NUM                 PIC 9(03).
           05 WS-LOG-LAST-UPD                    PIC X(20).
           05 WS-LOG-LAST-UPDBY                  PIC X(10).
           05 WS-LOG-UPD-REMARKS                 PIC X(50).
           05 FILLER                             PIC X(11).
           05 WS-LOG-ENTRY-TYPE                  PIC X(01).
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-PERIOD                             PIC X(06).
       01  WS-MONTH-START                        PIC 9(08).
       01  WS-SUB                                PIC S9(4) COMP.
       01  WS-FOUND-AT                           PIC S9(4) COMP.
       01  WS-RATE                               PIC 9(03).
       01  WS-COUNT-DISP                         PIC Z(4)9.

      *    Tickets raised since the month began, one TS row each.
       01  WS-QNAME                              PIC X(08) VALUE
           'S166TKT'.
       01  WS-TKT-ROWS                           PIC S9(4) COMP
                                                 VALUE 0.
       01  WS-TKT-ITEM                           PIC S9(4) COMP.
       01  WS-TKT-QROW.
           05 QT-USER                            PIC X(08).
           05 QT-STAMP                           PIC 9(14).
       01  WS-RAISED-YYYYMMDD                    PIC 9(08).
       01  WS-RAISED-HHMMSS                      PIC 9(06).
       01  WS-VIEW-STAMP                         PIC 9(14).
       01  WS-VIEW-LIMIT                         PIC 9(14).
       01  WS-LIMIT-INTEGER                      PIC S9(9) COMP.
       01  WS-LIMIT-YYYYMMDD                     PIC 9(08).
       01  WS-RAISED                             PIC X(01).

      *    The article being gathered from the feedback browse.
       01  WS-ART-ID                             PIC X(06).
       01  WS-ART-CATEGORY                       PIC X(08).
      *    One bucket of counts; the article, every category row and
      *    the grand total carry the same four counters.
       01  WS-ART-BUCKET.
           05 WS-ART-VIEWS                       PIC 9(05).
           05 WS-ART-AVOIDED                     PIC 9(05).
           05 WS-ART-YES                         PIC 9(05).
           05 WS-ART-NO                          PIC 9(05).
       01  WS-TOT-BUCKET.
           05 WS-TOT-VIEWS                       PIC 9(05) VALUE 0.
           05 WS-TOT-AVOIDED                     PIC 9(05) VALUE 0.
           05 WS-TOT-YES                         PIC 9(05) VALUE 0.
           05 WS-TOT-NO                          PIC 9(05) VALUE 0.
       01  WS-CUR-BUCKET.
           05 WS-CUR-VIEWS                       PIC 9(05).
           05 WS-CUR-AVOIDED                     PIC 9(05).
           05 WS-CUR-YES                         PIC 9(05).
           05 WS-CUR-NO                          PIC 9(05).
       01  WS-CAT-COUNT                          PIC S9(4) COMP VALUE 0.
       01  WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
              10 WS-CAT-NAME                     PIC X(08).
              10 WS-CAT-BUCKET                   PIC X(20).
       01  WS-KEY-NAME                           PIC X(08).

       01  WS-ART-LINE.
           05 AL-ID                              PIC X(06).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 AL-CATEGORY                        PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 AL-BUCKET-LINE                     PIC X(60).
       01  WS-SUM-LINE.
           05 SL-KEY                             PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 SL-BUCKET-LINE                     PIC X(60).
       01  WS-BUCKET-LINE.
           05 FILLER                             PIC X(06) VALUE
              'VIEWS '.
           05 BL-VIEWS                           PIC Z(4)9.
           05 FILLER                             PIC X(09) VALUE
              ' AVOIDED '.
           05 BL-AVOIDED                         PIC Z(4)9.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 BL-DEFLECT                         PIC ZZ9.
           05 FILLER                             PIC X(06) VALUE
              '% YES '.
           05 BL-YES                             PIC Z(4)9.
           05 FILLER                             PIC X(04) VALUE
              ' NO '.
           05 BL-NO                              PIC Z(4)9.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 BL-HELPED                          PIC ZZ9.
           05 FILLER                             PIC X(07) VALUE
              '% HELPD'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-PERIOD
           MOVE WS-TODAY-YYYYMMDD TO WS-MONTH-START
           MOVE '01' TO WS-MONTH-START(7:2)
           PERFORM 150-INIT-RPT-RUN
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           PERFORM 200-QUEUE-RAISED-TICKETS
           PERFORM 300-SCAN-FEEDBACK
           PERFORM 400-WRITE-SUMMARIES
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    STF001C is keyed by ticket only, so the whole file is read;
      *    the raised stamp is the creation row's MM/DD/YYYY HH:MM:SS.
      *    A queue past the halfword item limit stops growing.
       200-QUEUE-RAISED-TICKETS.
           MOVE LOW-VALUES TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF001C')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF001C')
                   INTO (WS-TICKET-REC)
                   RIDFLD (TICKET-KEY)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 WS-TKT-ROWS < 32000
                 PERFORM 210-QUEUE-TICKET
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF001C')
           END-EXEC.
       200-EXIT.
           EXIT.

       210-QUEUE-TICKET.
           MOVE TICKET-KEY TO WS-LOG-TICKET-ID
           MOVE 1 TO WS-LOG-SEQ-NUM
           EXEC CICS READ
                FILE('STF002E')
                INTO (WS-LOG-REC)
                RIDFLD (WS-LOG-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 210-EXIT
           END-IF
           MOVE WS-LOG-LAST-UPD(7:4) TO WS-RAISED-YYYYMMDD(1:4)
           MOVE WS-LOG-LAST-UPD(1:2) TO WS-RAISED-YYYYMMDD(5:2)
           MOVE WS-LOG-LAST-UPD(4:2) TO WS-RAISED-YYYYMMDD(7:2)
           IF WS-RAISED-YYYYMMDD NOT NUMERIC OR
              WS-RAISED-YYYYMMDD < WS-MONTH-START
              GO TO 210-EXIT
           END-IF
           MOVE WS-LOG-LAST-UPD(12:2) TO WS-RAISED-HHMMSS(1:2)
           MOVE WS-LOG-LAST-UPD(15:2) TO WS-RAISED-HHMMSS(3:2)
           MOVE WS-LOG-LAST-UPD(18:2) TO WS-RAISED-HHMMSS(5:2)
           IF WS-RAISED-HHMMSS NOT NUMERIC
              MOVE 0 TO WS-RAISED-HHMMSS
           END-IF
           MOVE TICKET-REQUESTOR TO QT-USER
           COMPUTE QT-STAMP =
              WS-RAISED-YYYYMMDD * 1000000 + WS-RAISED-HHMMSS
           EXEC CICS WRITEQ TS
                QUEUE(WS-QNAME)
                FROM (WS-TKT-QROW)
                LENGTH(LENGTH OF WS-TKT-QROW)
           END-EXEC
           ADD 1 TO WS-TKT-ROWS.
       210-EXIT.
           EXIT.

      *    STF118F is keyed article + sequence, so an article's rows
      *    arrive together; each change of article flushes the last.
       300-SCAN-FEEDBACK.
           MOVE SPACES TO WS-ART-ID
           MOVE SPACES TO WS-ART-CATEGORY
           MOVE ZEROES TO WS-ART-BUCKET
           MOVE LOW-VALUES TO KBF-KEYS
           EXEC CICS STARTBR
                FILE('STF118F')
                RIDFLD (KBF-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF118F')
                      INTO (KBF-REC)
                      RIDFLD (KBF-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    IF KBF-Article-ID NOT = WS-ART-ID
                       PERFORM 330-FLUSH-ARTICLE
                       MOVE KBF-Article-ID TO WS-ART-ID
                    END-IF
                    PERFORM 310-COUNT-FEEDBACK
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF118F')
              END-EXEC
           END-IF
           PERFORM 330-FLUSH-ARTICLE.
       300-EXIT.
           EXIT.

      *    A closure row names the category whatever its date; only
      *    the month's rows are counted.
       310-COUNT-FEEDBACK.
           IF KBF-Event = 'L' AND KBF-Category NOT = SPACES
              MOVE KBF-Category TO WS-ART-CATEGORY
           END-IF
           IF KBF-Date NOT NUMERIC OR KBF-Date(1:6) NOT = WS-PERIOD
              GO TO 310-EXIT
           END-IF
           IF KBF-Event = 'V'
              ADD 1 TO WS-ART-VIEWS
              PERFORM 320-CHECK-RAISED
              IF WS-RAISED = 'N'
                 ADD 1 TO WS-ART-AVOIDED
              END-IF
           END-IF
           IF KBF-Helpful = 'Y'
              ADD 1 TO WS-ART-YES
           END-IF
           IF KBF-Helpful = 'N'
              ADD 1 TO WS-ART-NO
           END-IF.
       310-EXIT.
           EXIT.

      *    Any ticket from the viewer stamped from the view to the
      *    same time next day means the view did not avoid one.
       320-CHECK-RAISED.
           MOVE 'N' TO WS-RAISED
           IF KBF-Time NOT NUMERIC
              MOVE 0 TO KBF-Time
           END-IF
           COMPUTE WS-VIEW-STAMP = KBF-Date * 1000000 + KBF-Time
           COMPUTE WS-LIMIT-INTEGER =
              FUNCTION INTEGER-OF-DATE(KBF-Date) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-LIMIT-INTEGER)
                TO WS-LIMIT-YYYYMMDD
           COMPUTE WS-VIEW-LIMIT =
              WS-LIMIT-YYYYMMDD * 1000000 + KBF-Time
           PERFORM VARYING WS-TKT-ITEM FROM 1 BY 1
                   UNTIL WS-TKT-ITEM > WS-TKT-ROWS OR WS-RAISED = 'Y'
              EXEC CICS READQ TS
                   QUEUE(WS-QNAME)
                   INTO (WS-TKT-QROW)
                   ITEM (WS-TKT-ITEM)
                   RESP (WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                 QT-USER = KBF-User AND
                 QT-STAMP NOT < WS-VIEW-STAMP AND
                 QT-STAMP NOT > WS-VIEW-LIMIT
                 MOVE 'Y' TO WS-RAISED
              END-IF
           END-PERFORM.
       320-EXIT.
           EXIT.

      *    An article with nothing in the month is left off the
      *    listing and out of the sums.
       330-FLUSH-ARTICLE.
           IF WS-ART-ID = SPACES OR
              WS-ART-BUCKET = ZEROES
              GO TO 330-RESET
           END-IF
           IF WS-ART-CATEGORY = SPACES
              PERFORM 340-PROBLEM-CATEGORY
           END-IF
           IF WS-ART-CATEGORY = SPACES
              MOVE 'UNCLASS' TO WS-ART-CATEGORY
           END-IF
           MOVE WS-ART-BUCKET TO WS-CUR-BUCKET
           PERFORM 420-FORMAT-BUCKET
           MOVE WS-ART-ID TO AL-ID
           MOVE WS-ART-CATEGORY TO AL-CATEGORY
           MOVE WS-BUCKET-LINE TO AL-BUCKET-LINE
           MOVE WS-ART-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           ADD WS-ART-VIEWS TO WS-TOT-VIEWS
           ADD WS-ART-AVOIDED TO WS-TOT-AVOIDED
           ADD WS-ART-YES TO WS-TOT-YES
           ADD WS-ART-NO TO WS-TOT-NO
           PERFORM 350-ADD-CATEGORY.
       330-RESET.
           MOVE SPACES TO WS-ART-CATEGORY
           MOVE ZEROES TO WS-ART-BUCKET.
       330-EXIT.
           EXIT.

      *    The problem master is small and has no index over the
      *    article id, so it is browsed for the publishing problem.
       340-PROBLEM-CATEGORY.
           MOVE LOW-VALUES TO PROB-ID
           EXEC CICS STARTBR
                FILE('STF035P')
                RIDFLD (PROB-ID)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 340-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                   OR WS-ART-CATEGORY NOT = SPACES
              EXEC CICS READNEXT
                   FILE('STF035P')
                   INTO (PROBLEM-REC)
                   RIDFLD (PROB-ID)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                 PROB-KB-ARTICLE = WS-ART-ID AND
                 PROB-CATEGORY NOT = SPACES AND LOW-VALUES
                 MOVE PROB-CATEGORY TO WS-ART-CATEGORY
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF035P')
                RESP(WS-RETNCODE2)
           END-EXEC.
       340-EXIT.
           EXIT.

      *    A category past the 200th is still in the grand total and
      *    the article lines, just not given a summary row.
       350-ADD-CATEGORY.
           MOVE 0 TO WS-FOUND-AT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CAT-COUNT OR WS-FOUND-AT > 0
              IF WS-CAT-NAME(WS-SUB) = WS-ART-CATEGORY
                 MOVE WS-SUB TO WS-FOUND-AT
              END-IF
           END-PERFORM
           IF WS-FOUND-AT = 0
              IF WS-CAT-COUNT NOT < 200
                 GO TO 350-EXIT
              END-IF
              ADD 1 TO WS-CAT-COUNT
              MOVE WS-CAT-COUNT TO WS-FOUND-AT
              MOVE WS-ART-CATEGORY TO WS-CAT-NAME(WS-FOUND-AT)
              MOVE ZEROES TO WS-CAT-BUCKET(WS-FOUND-AT)
           END-IF
           MOVE WS-CAT-BUCKET(WS-FOUND-AT) TO WS-CUR-BUCKET
           ADD WS-ART-VIEWS TO WS-CUR-VIEWS
           ADD WS-ART-AVOIDED TO WS-CUR-AVOIDED
           ADD WS-ART-YES TO WS-CUR-YES
           ADD WS-ART-NO TO WS-CUR-NO
           MOVE WS-CUR-BUCKET TO WS-CAT-BUCKET(WS-FOUND-AT).
       350-EXIT.
           EXIT.

       400-WRITE-SUMMARIES.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'TICKETS AVOIDED BY CATEGORY' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CAT-COUNT
              MOVE WS-CAT-NAME(WS-SUB) TO WS-KEY-NAME
              MOVE WS-CAT-BUCKET(WS-SUB) TO WS-CUR-BUCKET
              PERFORM 410-WRITE-SUM-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'ALL' TO WS-KEY-NAME
           MOVE WS-TOT-BUCKET TO WS-CUR-BUCKET
           PERFORM 410-WRITE-SUM-LINE
           MOVE WS-TOT-AVOIDED TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'TICKETS AVOIDED IN PERIOD: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       400-EXIT.
           EXIT.

       410-WRITE-SUM-LINE.
           PERFORM 420-FORMAT-BUCKET
           MOVE WS-KEY-NAME TO SL-KEY
           MOVE WS-BUCKET-LINE TO SL-BUCKET-LINE
           MOVE WS-SUM-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       410-EXIT.
           EXIT.

      *    Deflection is tickets avoided over views; helped is yes
      *    answers over all answers.
       420-FORMAT-BUCKET.
           MOVE WS-CUR-VIEWS TO BL-VIEWS
           MOVE WS-CUR-AVOIDED TO BL-AVOIDED
           MOVE WS-CUR-YES TO BL-YES
           MOVE WS-CUR-NO TO BL-NO
           IF WS-CUR-VIEWS = 0
              MOVE 0 TO WS-RATE
           ELSE
              COMPUTE WS-RATE ROUNDED =
                 WS-CUR-AVOIDED * 100 / WS-CUR-VIEWS
           END-IF
           MOVE WS-RATE TO BL-DEFLECT
           IF WS-CUR-YES + WS-CUR-NO = 0
              MOVE 0 TO WS-RATE
           ELSE
              COMPUTE WS-RATE ROUNDED =
                 WS-CUR-YES * 100 / (WS-CUR-YES + WS-CUR-NO)
           END-IF
           MOVE WS-RATE TO BL-HELPED.
       420-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S166RPT' TO RPT-Report-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
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
                 MOVE 'S166RPT' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'KNOWLEDGE BASE DEFLECTION REPORT FOR '
                  DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'ARTICLE CATEGORY DAY-AFTER TICKETS AVOIDED PER VIEW'
                TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       150-EXIT.
           EXIT.

       910-WRITE-RPT-LINE.
           MOVE WS-RPT-WORK TO RPT-Line-Text
           ADD 1 TO RPT-Line-Number
           EXEC CICS WRITE
                FILE('STF010R')
                FROM (RPT-REC)
                RIDFLD (RPT-KEYS)
                RESP(WS-RPT-RESP)
           END-EXEC.
       910-EXIT.
           EXIT.
