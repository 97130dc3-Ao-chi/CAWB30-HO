           COPY STF027G.
           COPY STF030A.
           COPY STF001C.
           COPY SMPMX01 REPLACING ==PMQ-COMMAREA== BY ==WS-PMQ-AREA==.
           COPY STF008D.
           COPY STF032C.
           COPY SMJRN01 REPLACING ==JRN-COMMAREA== BY ==WS-JRN-AREA==.
       01  WS-CNTR-OLD-STATUS                    PIC X(10).
       01  WS-CNTR-NEW-STATUS                    PIC X(10).
           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-PMQ-RESP                           PIC S9(8) COMP.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       01  WS-JOB-COUNT                          PIC 9(05).
       01  WS-FILE-TABLE-R REDEFINES WS-FILE-TABLE.
           05 WS-MON-FILE OCCURS 9               PIC X(08).
       01  WS-SUB                                PIC 9(02).
       01  WS-BROWSE-BUF                         PIC X(1000).
       01  WS-BROWSE-KEY                         PIC X(64).
       01  WS-REC-COUNT                          PIC 9(07).
       01  WS-THRESHOLD                          PIC 9(07).
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOB-START-TIME
           PERFORM 105-GET-BUS-DATE
           MOVE BDQ-BUS-DATE TO WS-TODAY-YYYYMMDD
           EXEC CICS ASKTIME
           END-EXEC
           EXEC CICS FORMATTIME
       100-EXIT.
           EXIT.

      *    The business date this run works for: the SM149 answer -
      *    the STF104B override while operations rerun a missed
      *    night, otherwise today - or the clock if the LINK fails.
       105-GET-BUS-DATE.
           MOVE '01' TO BDQ-VERSION
           MOVE FUNCTION CURRENT-DATE(1:8) TO BDQ-LIVE-DATE
           MOVE BDQ-LIVE-DATE TO BDQ-BUS-DATE
           MOVE 'N' TO BDQ-OVERRIDE
           EXEC CICS LINK
                PROGRAM('SM149')
                COMMAREA(WS-BDT-AREA)
                RESP(WS-BDT-RESP)
           END-EXEC
           IF WS-BDT-RESP NOT = DFHRESP(NORMAL) OR
              BDQ-BUS-DATE NOT NUMERIC
              MOVE BDQ-LIVE-DATE TO BDQ-BUS-DATE
              MOVE 'N' TO BDQ-OVERRIDE
           END-IF.
       105-EXIT.
           EXIT.

       200-MONITOR-ONE-FILE.
           MOVE 0 TO WS-REC-COUNT
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           MOVE 'SM055' TO TICKET-ENTERED-BY
           MOVE 'CRITICAL' TO TICKET-PRIORITY
           MOVE 'GENERAL' TO TICKET-CATEGORY
           PERFORM 605-SET-PRIORITY
           MOVE SPACES TO TICKET-ATTACHMENT
           MOVE SPACES TO TICKET-DEPARTMENT
           MOVE SPACES TO TICKET-DUPLICATE-OF
       600-EXIT.
           EXIT.

      *    The staged priority is kept as the one asked for, with the
      *    impact/urgency pair the built-in SM169 grid gives it; the
      *    ticket's own priority then comes from SM169 as on SM002,
      *    the staged one standing should the LINK fail. A new ticket
      *    carries no desk override and no SLA breach.
       605-SET-PRIORITY.
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
       605-EXIT.
           EXIT.

       630-ASSIGN-KEY.
           MOVE WS-HIGH-KEY TO TICKET-KEY
           EXEC CICS STARTBR
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE BDQ-BUS-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
