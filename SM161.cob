       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM161.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM161 is the monthly change success-rate report (TRANSID      *
      *  'S161'), operator-started on demand in the SM124 style for    *
      *  the month of the run date. One pass of STF037C picks the      *
      *  changes marked DONE in the period by SM062's review and lists *
      *  each with its requestor, asset, outcome, the incidents raised *
      *  on the asset during the window and in the week after it -     *
      *  recounted now through SM160, since tickets raised after the   *
      *  change was closed still count against it - and any problem    *
      *  it opened. The changes are then summed by requestor and by    *
      *  asset: outcome counts and the success rate, SUCCESSFUL and    *
      *  SUCCESSFUL WITH ISSUES over everything closed. Output goes to *
      *  the STF010R repository under 'S161RPT' for SM030's viewer,    *
      *  delete-and-replace per run date like every other writer.      *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF037C.
           COPY STF010R.
           COPY SMCHI01 REPLACING ==CHI-COMMAREA== BY ==WS-CHI-AREA==.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-PERIOD                             PIC X(06).
       01  WS-SUB                                PIC S9(4) COMP.
       01  WS-FOUND-AT                           PIC S9(4) COMP.
       01  WS-RATE                               PIC 9(03).
       01  WS-COUNT-DISP                         PIC Z(3)9.
       01  WS-KEY-NAME                           PIC X(08).
      *    One bucket of outcome counts; the grand total and every
      *    requestor and asset row carry the same five counters.
       01  WS-TOT-BUCKET.
           05 WS-TOT-CLOSED                      PIC 9(04) VALUE 0.
           05 WS-TOT-SUCCESS                     PIC 9(04) VALUE 0.
           05 WS-TOT-ISSUES                      PIC 9(04) VALUE 0.
           05 WS-TOT-FAILED                      PIC 9(04) VALUE 0.
           05 WS-TOT-BACKOUT                     PIC 9(04) VALUE 0.
       01  WS-CUR-BUCKET.
           05 WS-CUR-CLOSED                      PIC 9(04).
           05 WS-CUR-SUCCESS                     PIC 9(04).
           05 WS-CUR-ISSUES                      PIC 9(04).
           05 WS-CUR-FAILED                      PIC 9(04).
           05 WS-CUR-BACKOUT                     PIC 9(04).
       01  WS-REQ-COUNT                          PIC S9(4) COMP VALUE 0.
       01  WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 200 TIMES.
              10 WS-REQ-USERID                   PIC X(08).
              10 WS-REQ-BUCKET                   PIC X(20).
       01  WS-AST-COUNT                          PIC S9(4) COMP VALUE 0.
       01  WS-AST-TABLE.
           05 WS-AST-ENTRY OCCURS 200 TIMES.
              10 WS-AST-TAG                      PIC X(08).
              10 WS-AST-BUCKET                   PIC X(20).
       01  WS-CHG-LINE.
           05 CL-ID                              PIC X(06).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CL-REQUESTOR                       PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CL-ASSET                           PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CL-OUTCOME                         PIC X(22).
           05 FILLER                             PIC X(05) VALUE
              ' DUR '.
           05 CL-DURING                          PIC Z(3)9.
           05 FILLER                             PIC X(05) VALUE
              ' AFT '.
           05 CL-AFTER                           PIC Z(3)9.
           05 FILLER                             PIC X(05) VALUE
              ' PRB '.
           05 CL-PROBLEM                         PIC X(06).
       01  WS-SUM-LINE.
           05 SL-KEY                             PIC X(08).
           05 FILLER                             PIC X(07) VALUE
              ' TOTAL '.
           05 SL-CLOSED                          PIC Z(3)9.
           05 FILLER                             PIC X(04) VALUE
              ' OK '.
           05 SL-SUCCESS                         PIC Z(3)9.
           05 FILLER                             PIC X(05) VALUE
              ' ISS '.
           05 SL-ISSUES                          PIC Z(3)9.
           05 FILLER                             PIC X(06) VALUE
              ' FAIL '.
           05 SL-FAILED                          PIC Z(3)9.
           05 FILLER                             PIC X(06) VALUE
              ' BACK '.
           05 SL-BACKOUT                         PIC Z(3)9.
           05 FILLER                             PIC X(06) VALUE
              ' RATE '.
           05 SL-RATE                            PIC ZZ9.
           05 FILLER                             PIC X(01) VALUE '%'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-PERIOD
           PERFORM 150-INIT-RPT-RUN
           PERFORM 200-SCAN-CHANGES
           PERFORM 400-WRITE-SUMMARIES
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    STF037C is keyed by change id only, so the whole file is
      *    read; rows without a numeric done date predate the review.
       200-SCAN-CHANGES.
           MOVE LOW-VALUES TO CHG-ID
           EXEC CICS STARTBR
                FILE('STF037C')
                RIDFLD (CHG-ID)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF037C')
                      INTO (CHANGE-REC)
                      RIDFLD (CHG-ID)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    CHG-STATUS = 'DONE' AND
                    CHG-DONE-DATE NUMERIC
                    IF CHG-DONE-DATE(1:6) = WS-PERIOD
                       PERFORM 300-REPORT-CHANGE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF037C')
              END-EXEC
           END-IF.
       200-EXIT.
           EXIT.

       300-REPORT-CHANGE.
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
           MOVE CHG-ID TO CL-ID
           MOVE CHG-REQUESTOR TO CL-REQUESTOR
           MOVE CHG-ASSET-TAG TO CL-ASSET
           MOVE CHG-OUTCOME TO CL-OUTCOME
           MOVE CHI-DURING TO CL-DURING
           MOVE CHI-AFTER TO CL-AFTER
           MOVE CHG-PROBLEM-ID TO CL-PROBLEM
           MOVE WS-CHG-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-TOT-BUCKET TO WS-CUR-BUCKET
           PERFORM 310-COUNT-OUTCOME
           MOVE WS-CUR-BUCKET TO WS-TOT-BUCKET
           PERFORM 320-ADD-REQUESTOR
           PERFORM 330-ADD-ASSET.
       300-EXIT.
           EXIT.

      *    Adds the current change's outcome to WS-CUR-BUCKET.
       310-COUNT-OUTCOME.
           ADD 1 TO WS-CUR-CLOSED
           EVALUATE CHG-OUTCOME
             WHEN 'SUCCESSFUL'
                  ADD 1 TO WS-CUR-SUCCESS
             WHEN 'SUCCESSFUL WITH ISSUES'
                  ADD 1 TO WS-CUR-ISSUES
             WHEN 'FAILED'
                  ADD 1 TO WS-CUR-FAILED
             WHEN 'BACKED OUT'
                  ADD 1 TO WS-CUR-BACKOUT
           END-EVALUATE.
       310-EXIT.
           EXIT.

      *    A requestor or asset past the 200th is still in the grand
      *    total and the detail lines, just not given a summary row.
       320-ADD-REQUESTOR.
           MOVE 0 TO WS-FOUND-AT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REQ-COUNT OR WS-FOUND-AT > 0
              IF WS-REQ-USERID(WS-SUB) = CHG-REQUESTOR
                 MOVE WS-SUB TO WS-FOUND-AT
              END-IF
           END-PERFORM
           IF WS-FOUND-AT = 0
              IF WS-REQ-COUNT NOT < 200
                 GO TO 320-EXIT
              END-IF
              ADD 1 TO WS-REQ-COUNT
              MOVE WS-REQ-COUNT TO WS-FOUND-AT
              MOVE CHG-REQUESTOR TO WS-REQ-USERID(WS-FOUND-AT)
              MOVE ZEROES TO WS-REQ-BUCKET(WS-FOUND-AT)
           END-IF
           MOVE WS-REQ-BUCKET(WS-FOUND-AT) TO WS-CUR-BUCKET
           PERFORM 310-COUNT-OUTCOME
           MOVE WS-CUR-BUCKET TO WS-REQ-BUCKET(WS-FOUND-AT).
       320-EXIT.
           EXIT.

       330-ADD-ASSET.
           MOVE 0 TO WS-FOUND-AT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AST-COUNT OR WS-FOUND-AT > 0
              IF WS-AST-TAG(WS-SUB) = CHG-ASSET-TAG
                 MOVE WS-SUB TO WS-FOUND-AT
              END-IF
           END-PERFORM
           IF WS-FOUND-AT = 0
              IF WS-AST-COUNT NOT < 200
                 GO TO 330-EXIT
              END-IF
              ADD 1 TO WS-AST-COUNT
              MOVE WS-AST-COUNT TO WS-FOUND-AT
              MOVE CHG-ASSET-TAG TO WS-AST-TAG(WS-FOUND-AT)
              MOVE ZEROES TO WS-AST-BUCKET(WS-FOUND-AT)
           END-IF
           MOVE WS-AST-BUCKET(WS-FOUND-AT) TO WS-CUR-BUCKET
           PERFORM 310-COUNT-OUTCOME
           MOVE WS-CUR-BUCKET TO WS-AST-BUCKET(WS-FOUND-AT).
       330-EXIT.
           EXIT.

       400-WRITE-SUMMARIES.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'SUCCESS RATE BY REQUESTOR' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REQ-COUNT
              MOVE WS-REQ-USERID(WS-SUB) TO WS-KEY-NAME
              MOVE WS-REQ-BUCKET(WS-SUB) TO WS-CUR-BUCKET
              PERFORM 410-WRITE-SUM-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'SUCCESS RATE BY ASSET' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AST-COUNT
              MOVE WS-AST-TAG(WS-SUB) TO WS-KEY-NAME
              MOVE WS-AST-BUCKET(WS-SUB) TO WS-CUR-BUCKET
              PERFORM 410-WRITE-SUM-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'ALL' TO WS-KEY-NAME
           MOVE WS-TOT-BUCKET TO WS-CUR-BUCKET
           PERFORM 410-WRITE-SUM-LINE
           MOVE WS-TOT-CLOSED TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'CHANGES CLOSED IN PERIOD: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       400-EXIT.
           EXIT.

      *    Success is SUCCESSFUL plus SUCCESSFUL WITH ISSUES - the
      *    change went in and stayed in.
       410-WRITE-SUM-LINE.
           MOVE WS-KEY-NAME TO SL-KEY
           MOVE WS-CUR-CLOSED TO SL-CLOSED
           MOVE WS-CUR-SUCCESS TO SL-SUCCESS
           MOVE WS-CUR-ISSUES TO SL-ISSUES
           MOVE WS-CUR-FAILED TO SL-FAILED
           MOVE WS-CUR-BACKOUT TO SL-BACKOUT
           IF WS-CUR-CLOSED = 0
              MOVE 0 TO WS-RATE
           ELSE
              COMPUTE WS-RATE ROUNDED =
                 (WS-CUR-SUCCESS + WS-CUR-ISSUES) * 100
                 / WS-CUR-CLOSED
           END-IF
           MOVE WS-RATE TO SL-RATE
           MOVE WS-SUM-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       410-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S161RPT' TO RPT-Report-ID
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
                 MOVE 'S161RPT' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'CHANGE SUCCESS RATE REPORT FOR ' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
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
