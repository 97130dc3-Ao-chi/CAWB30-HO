       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM169.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM169 is the screenless priority derivation service: SM002,   *
      *  SM040 and SM041 EXEC CICS LINK here with the SMPMX01          *
      *  commarea to turn a new ticket's impact and urgency into its   *
      *  TICKET-PRIORITY, and SM003 asks the same question to show     *
      *  the desk what an override departs from. The answer is the     *
      *  active STF120M matrix row for the pair; with no active row    *
      *  (or a row naming no known priority) the built-in grid below   *
      *  stands, so a fresh region derives sensibly before the admins  *
      *  have keyed a single cell through SM033.                       *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF120M.
       77  WS-RETNCODE                           PIC S9(8) COMP.

      *    The built-in grid: impact row, then the priority for
      *    urgency H, M and L in that order.
       01  WS-GRID-TABLE.
           05 FILLER PIC X(25) VALUE 'ECRITICALHIGH    MEDIUM  '.
           05 FILLER PIC X(25) VALUE 'DHIGH    HIGH    MEDIUM  '.
           05 FILLER PIC X(25) VALUE 'THIGH    MEDIUM  LOW     '.
           05 FILLER PIC X(25) VALUE 'PMEDIUM  LOW     LOW     '.
       01  WS-GRID-TABLE-R REDEFINES WS-GRID-TABLE.
           05 WS-GRID-ROW OCCURS 4.
              10 WS-GRID-IMPACT                  PIC X(01).
              10 WS-GRID-PRIORITY OCCURS 3       PIC X(08).
       01  WS-ROW                                PIC S9(4) COMP.
       01  WS-COL                                PIC S9(4) COMP.

       LINKAGE SECTION.
           COPY SMPMX01 REPLACING ==PMQ-COMMAREA== BY ==DFHCOMMAREA==.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE 'N' TO PMQ-VALID
           MOVE SPACE TO PMQ-SOURCE
           MOVE 'MEDIUM' TO PMQ-PRIORITY
           MOVE 0 TO WS-ROW
           MOVE 0 TO WS-COL
           EVALUATE PMQ-IMPACT
             WHEN 'E'  MOVE 1 TO WS-ROW
             WHEN 'D'  MOVE 2 TO WS-ROW
             WHEN 'T'  MOVE 3 TO WS-ROW
             WHEN 'P'  MOVE 4 TO WS-ROW
           END-EVALUATE
           EVALUATE PMQ-URGENCY
             WHEN 'H'  MOVE 1 TO WS-COL
             WHEN 'M'  MOVE 2 TO WS-COL
             WHEN 'L'  MOVE 3 TO WS-COL
           END-EVALUATE
           IF WS-ROW = 0 OR WS-COL = 0
              GO TO 100-RETURN
           END-IF
           MOVE 'Y' TO PMQ-VALID
           PERFORM 200-READ-MATRIX.
       100-RETURN.
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-READ-MATRIX.
           MOVE PMQ-IMPACT TO PMTX-Impact
           MOVE PMQ-URGENCY TO PMTX-Urgency
           EXEC CICS READ
                FILE('STF120M')
                INTO (PMTX-REC)
                RIDFLD (PMTX-KEYS)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL) AND
              PMTX-ACTIVE = 'Y' AND
              (PMTX-Priority = 'LOW' OR PMTX-Priority = 'MEDIUM' OR
               PMTX-Priority = 'HIGH' OR PMTX-Priority = 'CRITICAL')
              MOVE PMTX-Priority TO PMQ-PRIORITY
              MOVE 'T' TO PMQ-SOURCE
           ELSE
              MOVE WS-GRID-PRIORITY(WS-ROW, WS-COL) TO PMQ-PRIORITY
              MOVE 'D' TO PMQ-SOURCE
           END-IF.
       200-EXIT.
           EXIT.
