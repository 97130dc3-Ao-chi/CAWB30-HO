       01  WS-STG-WORK-SEQ                       PIC 9(06).
       01  WS-ROW-OK                             PIC X.
       01  WS-ROW-REASON                         PIC X(30).
       77  WS-PMQ-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       77  WS-RETNCODE3                          PIC S9(8) COMP.

           COPY STF001C REPLACING ==TICKET-REC== BY ==NEW-TICKET==.
           COPY SMPMX01 REPLACING ==PMQ-COMMAREA== BY ==WS-PMQ-AREA==.
           COPY SMJRN01 REPLACING ==JRN-COMMAREA== BY ==WS-JRN-AREA==.

       01  WS-LOG-REC.
                TICKET-UPDATE-REMARKS
           MOVE 'MEDIUM' TO TICKET-PRIORITY
           MOVE 'GENERAL' TO TICKET-CATEGORY
           PERFORM 305-SET-PRIORITY
           MOVE 0 TO TICKET-DUE-DATE
           MOVE SPACES TO TICKET-ATTACHMENT
           MOVE SPACES TO TICKET-ASSIGNED-TO
           MOVE 0 TO TICKET-HOLD-START
           MOVE 0 TO TICKET-HOLD-DAYS
           MOVE 0 TO TICKET-DUE-TIME
           MOVE SPACES TO TICKET-GROUP
           MOVE SPACES TO TICKET-SITE
           PERFORM 320-LOOKUP-DEPARTMENT.
       300-EXIT.
           EXIT.

      *    The staged priority is kept as the one asked for, with the
      *    impact/urgency pair the built-in SM169 grid gives it; the
      *    ticket's own priority then comes from SM169 as on SM002,
      *    the staged one standing should the LINK fail. A new ticket
      *    carries no desk override and no SLA breach.
       305-SET-PRIORITY.
           MOVE TICKET-PRIORITY TO TICKET-REQ-PRIORITY
           EVALUATE TICKET-PRIORITY
             WHEN 'CRITICAL'
                  MOVE 'E' TO TICKET-IMPACT
                  MOVE 'H' TO TICKET-URGENCY
             WHEN 'HIGH'
                  MOVE 'D' TO TICKET-IMPACT
                  MOVE 'H' TO TICKET-URGENCY
             WHEN 'LOW'
                  MOVE 'P' TO TICKET-IMPACT
                  MOVE 'L' TO TICKET-URGENCY
             WHEN OTHER
                  MOVE 'T' TO TICKET-IMPACT
                  MOVE 'M' TO TICKET-URGENCY
           END-EVALUATE
           MOVE 'N' TO TICKET-PRI-OVERRIDE
           MOVE SPACES TO TICKET-BREACH-REASON
           MOVE SPACES TO TICKET-BREACH-BY
           MOVE 0 TO TICKET-BREACH-DATE
           MOVE '01' TO PMQ-VERSION
           MOVE TICKET-IMPACT TO PMQ-IMPACT
           MOVE TICKET-URGENCY TO PMQ-URGENCY
           MOVE TICKET-PRIORITY TO PMQ-PRIORITY
           EXEC CICS LINK
                PROGRAM('SM169')
                COMMAREA(WS-PMQ-AREA)
                LENGTH(LENGTH OF WS-PMQ-AREA)
                RESP(WS-PMQ-RESP)
           END-EXEC
           IF WS-PMQ-RESP = DFHRESP(NORMAL) AND PMQ-VALID = 'Y'
              MOVE PMQ-PRIORITY TO TICKET-PRIORITY
           END-IF.
       305-EXIT.
           EXIT.

       310-ASSIGN-KEY.
           MOVE WS-HIGH-KEY TO TICKET-KEY
           EXEC CICS STARTBR
