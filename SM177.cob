       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM177.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM177 is the screenless canned response service. SM003's      *
      *  update screen, SM012's note pop-up and SM004's closure screen *
      *  EXEC CICS LINK here with the SMCAN01 commarea when the user   *
      *  keys a response code instead of typing the remark out. The    *
      *  STF124R row for the code and the preferred category is        *
      *  taken first, the row for the code with a blank category       *
      *  otherwise; either must be active. &TKT, &REQ and &DUE in the  *
      *  text become the ticket number, the requestor and the due      *
      *  date, and the result is cut at the 50 bytes a remark holds.   *
      *  Every answer bumps the row's use count and last-used date     *
      *  for the SM178 usage report. The caller only ever shows the    *
      *  text back on its screen - nothing is saved until the user     *
      *  confirms it there in the usual way.                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF124R.
           COPY STF001C.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       01  WS-SRC                                PIC X(54).
       01  WS-OUT                                PIC X(80).
       01  WS-POS                                PIC S9(4) COMP.
       01  WS-PTR                                PIC S9(4) COMP.
       01  WS-DUE-X                              PIC X(10).
       01  WS-DUE-DATE                           PIC 9(08).
       01  WS-DUE-R REDEFINES WS-DUE-DATE.
           05 WS-DUE-YYYY                        PIC X(04).
           05 WS-DUE-MM                          PIC X(02).
           05 WS-DUE-DD                          PIC X(02).
       01  WS-REQUESTOR                          PIC X(08).
       01  WS-CATEGORY                           PIC X(08).

       LINKAGE SECTION.
           COPY SMCAN01 REPLACING ==CNQ-COMMAREA== BY ==DFHCOMMAREA==.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE 'N' TO CNQ-FOUND
           MOVE SPACES TO CNQ-TEXT
           IF CNQ-CODE NOT = SPACES AND CNQ-CODE NOT = LOW-VALUES
              PERFORM 300-TICKET-VALUES
              PERFORM 200-FIND-RESPONSE
              IF CNQ-FOUND = 'Y'
                 PERFORM 400-EXPAND-TEXT
                 PERFORM 500-BUMP-USAGE
              END-IF
           END-IF
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    The category row first, then the catch-all blank one; an
      *    inactive row is passed over as if it were not there.
       200-FIND-RESPONSE.
           MOVE CNQ-CODE TO RESP-Code
           MOVE WS-CATEGORY TO RESP-Category
           IF RESP-Category NOT = SPACES AND
              RESP-Category NOT = LOW-VALUES
              EXEC CICS READ
                   FILE('STF124R')
                   INTO (RESP-REC)
                   RIDFLD (RESP-KEY)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 RESP-ACTIVE NOT = 'N'
                 MOVE 'Y' TO CNQ-FOUND
                 GO TO 200-EXIT
              END-IF
           END-IF
           MOVE CNQ-CODE TO RESP-Code
           MOVE SPACES TO RESP-Category
           EXEC CICS READ
                FILE('STF124R')
                INTO (RESP-REC)
                RIDFLD (RESP-KEY)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL) AND
              RESP-ACTIVE NOT = 'N'
              MOVE 'Y' TO CNQ-FOUND
           END-IF.
       200-EXIT.
           EXIT.

      *    Category, requestor and due date come from the caller
      *    when it has them to hand, from the ticket otherwise.
       300-TICKET-VALUES.
           MOVE CNQ-CATEGORY TO WS-CATEGORY
           MOVE CNQ-REQUESTOR TO WS-REQUESTOR
           MOVE CNQ-DUE-DATE TO WS-DUE-DATE
           IF WS-CATEGORY = SPACES OR WS-CATEGORY = LOW-VALUES OR
              WS-REQUESTOR = SPACES OR WS-REQUESTOR = LOW-VALUES OR
              WS-DUE-DATE NOT NUMERIC OR WS-DUE-DATE = 0
              MOVE CNQ-TICKET-ID TO TICKET-KEY
              EXEC CICS READ
                   FILE('STF001C')
                   INTO (TICKET-REC)
                   RIDFLD (TICKET-KEY)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 IF WS-CATEGORY = SPACES OR
                    WS-CATEGORY = LOW-VALUES
                    MOVE TICKET-CATEGORY TO WS-CATEGORY
                 END-IF
                 IF WS-REQUESTOR = SPACES OR
                    WS-REQUESTOR = LOW-VALUES
                    MOVE TICKET-REQUESTOR TO WS-REQUESTOR
                 END-IF
                 IF WS-DUE-DATE NOT NUMERIC OR WS-DUE-DATE = 0
                    MOVE TICKET-DUE-DATE TO WS-DUE-DATE
                 END-IF
              END-IF
           END-IF
           IF WS-DUE-DATE NUMERIC AND WS-DUE-DATE > 0
              MOVE SPACES TO WS-DUE-X
              STRING WS-DUE-MM   DELIMITED BY SIZE
                     '/'         DELIMITED BY SIZE
                     WS-DUE-DD   DELIMITED BY SIZE
                     '/'         DELIMITED BY SIZE
                     WS-DUE-YYYY DELIMITED BY SIZE
                     INTO WS-DUE-X
              END-STRING
           ELSE
              MOVE 'NOT SET' TO WS-DUE-X
           END-IF.
       300-EXIT.
           EXIT.

      *    One pass over the stored text: a placeholder is swapped
      *    for its value, any other byte is copied across. Whatever
      *    runs past the end of the work area is simply dropped.
       400-EXPAND-TEXT.
           MOVE SPACES TO WS-SRC
           MOVE RESP-Text TO WS-SRC
           MOVE SPACES TO WS-OUT
           MOVE 1 TO WS-PTR
           MOVE 1 TO WS-POS
           PERFORM UNTIL WS-POS > 50 OR WS-PTR > 80
              EVALUATE WS-SRC(WS-POS:4)
                WHEN '&TKT'
                   STRING CNQ-TICKET-ID DELIMITED BY SIZE
                          INTO WS-OUT WITH POINTER WS-PTR
                   END-STRING
                   ADD 4 TO WS-POS
                WHEN '&REQ'
                   STRING WS-REQUESTOR DELIMITED BY SPACE
                          INTO WS-OUT WITH POINTER WS-PTR
                   END-STRING
                   ADD 4 TO WS-POS
                WHEN '&DUE'
                   STRING WS-DUE-X DELIMITED BY SIZE
                          INTO WS-OUT WITH POINTER WS-PTR
                   END-STRING
                   ADD 4 TO WS-POS
                WHEN OTHER
                   MOVE WS-SRC(WS-POS:1) TO WS-OUT(WS-PTR:1)
                   ADD 1 TO WS-PTR
                   ADD 1 TO WS-POS
              END-EVALUATE
           END-PERFORM
           MOVE WS-OUT(1:50) TO CNQ-TEXT.
       400-EXIT.
           EXIT.

       500-BUMP-USAGE.
           EXEC CICS READ
                FILE('STF124R')
                INTO (RESP-REC)
                RIDFLD (RESP-KEY)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 500-EXIT
           END-IF
           IF RESP-Use-Count NOT NUMERIC
              MOVE 0 TO RESP-Use-Count
           END-IF
           IF RESP-Use-Count < 9999999
              ADD 1 TO RESP-Use-Count
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO RESP-Last-Used
           EXEC CICS REWRITE
                FILE('STF124R')
                FROM (RESP-REC)
                RESP(WS-RETNCODE)
           END-EXEC.
       500-EXIT.
           EXIT.
