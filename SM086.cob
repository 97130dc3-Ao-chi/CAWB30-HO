           05 FILLER PIC X(27) VALUE 'TICKET-HOLD-STATUS  0464010'.
           05 FILLER PIC X(27) VALUE 'TICKET-HOLD-DAYS    0482005'.
           05 FILLER PIC X(27) VALUE 'TICKET-DUE-TIME     0487006'.
           05 FILLER PIC X(27) VALUE 'TICKET-GROUP        0493008'.
           05 FILLER PIC X(27) VALUE 'TICKET-SITE         0501008'.
           05 FILLER PIC X(27) VALUE 'TICKET-IMPACT       0509001'.
           05 FILLER PIC X(27) VALUE 'TICKET-URGENCY      0510001'.
           05 FILLER PIC X(27) VALUE 'TICKET-PRI-OVERRIDE 0519001'.
           05 FILLER PIC X(27) VALUE 'TICKET-BREACH-RSN   0520008'.
           05 FILLER PIC X(27) VALUE 'TICKET-REQ-PRIORITY 0511008'.
           05 FILLER PIC X(27) VALUE 'TICKET-BREACH-BY    0528008'.
           05 FILLER PIC X(27) VALUE 'TICKET-BREACH-DATE  0536008'.
       01  WS-FLD-TABLE-R REDEFINES WS-FLD-TABLE.
           05 WS-FLD-ENTRY OCCURS 30.
              10 WS-FLD-NAME                     PIC X(20).
              10 WS-FLD-OFFSET                   PIC 9(04).
              10 WS-FLD-LENGTH                   PIC 9(03).
       100-MAIN.
           MOVE 0 TO FAD-ROWS-WRITTEN
           MOVE 'N' TO WS-SEQ-PRIMED
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 30
              MOVE WS-FLD-OFFSET(WS-SUB) TO WS-OFF
              MOVE WS-FLD-LENGTH(WS-SUB) TO WS-LEN
              IF FAD-OLD-REC(WS-OFF:WS-LEN) NOT =
           MOVE FAD-USERID TO JRNL-By
           MOVE FAD-PROGRAM TO JRNL-Program
           MOVE FAD-STAMP TO JRNL-Stamp
           MOVE FAD-NEW-REC(1:543) TO JRNL-IMAGE
           EXEC CICS WRITE
                FILE('STF069J')
                FROM (JRNL-REC)
