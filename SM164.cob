       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM164.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM164 is the screenless known-error match service: SM002,     *
      *  SM003 and SM027 EXEC CICS LINK here with the SMKER01          *
      *  commarea whenever they show a ticket, and the SM165 weekly    *
      *  unlinked-closure report asks the same question. One browse    *
      *  of the STF035P problem master (a small file - no alternate    *
      *  index is kept over the status) finds a KNOWN-ERR problem      *
      *  whose PROB-ASSET-TAG is the ticket's asset or, failing that,  *
      *  whose PROB-CATEGORY is its category. The first asset match    *
      *  ends the browse; otherwise the first category match stands.   *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF035P.
       01  WS-HAVE-CATEGORY                      PIC X VALUE 'N'.
       77  WS-RETNCODE                           PIC S9(8) COMP.

       LINKAGE SECTION.
           COPY SMKER01 REPLACING ==KEQ-COMMAREA== BY ==DFHCOMMAREA==.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE 'N' TO KEQ-FOUND
           MOVE SPACE TO KEQ-MATCH-ON
           MOVE SPACES TO KEQ-PROB-ID
           MOVE SPACES TO KEQ-TITLE
           MOVE SPACES TO KEQ-FIX1
           MOVE SPACES TO KEQ-FIX2
           IF KEQ-ASSET-TAG = LOW-VALUES
              MOVE SPACES TO KEQ-ASSET-TAG
           END-IF
           IF KEQ-CATEGORY = LOW-VALUES
              MOVE SPACES TO KEQ-CATEGORY
           END-IF
           IF KEQ-ASSET-TAG = SPACES AND KEQ-CATEGORY = SPACES
              GO TO 100-RETURN
           END-IF
           PERFORM 200-SCAN-PROBLEMS.
       100-RETURN.
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-SCAN-PROBLEMS.
           MOVE 'N' TO WS-HAVE-CATEGORY
           MOVE LOW-VALUES TO PROB-ID
           EXEC CICS STARTBR
                FILE('STF035P')
                RIDFLD (PROB-ID)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                   OR KEQ-MATCH-ON = 'A'
              EXEC CICS READNEXT
                   FILE('STF035P')
                   INTO (PROBLEM-REC)
                   RIDFLD (PROB-ID)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 PROB-STATUS = 'KNOWN-ERR'
                 IF KEQ-ASSET-TAG NOT = SPACES AND
                    PROB-ASSET-TAG = KEQ-ASSET-TAG
                    MOVE 'A' TO KEQ-MATCH-ON
                    PERFORM 210-TAKE-PROBLEM
                 ELSE
                    IF KEQ-CATEGORY NOT = SPACES AND
                       PROB-CATEGORY = KEQ-CATEGORY AND
                       WS-HAVE-CATEGORY = 'N'
                       MOVE 'Y' TO WS-HAVE-CATEGORY
                       MOVE 'C' TO KEQ-MATCH-ON
                       PERFORM 210-TAKE-PROBLEM
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF035P')
                RESP(WS-RETNCODE)
           END-EXEC.
       200-EXIT.
           EXIT.

       210-TAKE-PROBLEM.
           MOVE 'Y' TO KEQ-FOUND
           MOVE PROB-ID TO KEQ-PROB-ID
           MOVE PROB-TITLE TO KEQ-TITLE
           MOVE PROB-FIX1 TO KEQ-FIX1
           MOVE PROB-FIX2 TO KEQ-FIX2.
       210-EXIT.
           EXIT.
