      *  and pushes every PUBLISHED article whose review-by date has   *
      *  passed back to in-review - stale articles stop answering      *
      *  SM047 searches until a reviewer signs them off again, which   *
      *  is how the knowledge base stops rotting silently. A published *
      *  article whose did-this-solve-it answers (the STF019K header   *
      *  yes/no counts) run poor goes back too, whatever its review    *
      *  date says - wrong articles stop being served. CICS            *
      *  disallows REWRITE under an open browse on the same file, so   *
      *  due article ids are queued to TS 'SM90KBR' first.             *
      *----------------------------------------------------------------*
       01  WS-WORK-ARTICLE                       PIC X(06).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-PUSHED-COUNT                       PIC 9(05) VALUE 0.
      *    Poor ratio: at least WS-POOR-MIN-ANSWERS answers since the
      *    last publish, under WS-POOR-HELPED-PCT percent of them yes.
       01  WS-POOR-MIN-ANSWERS                   PIC 9(03) VALUE 5.
       01  WS-POOR-HELPED-PCT                    PIC 9(03) VALUE 50.
       01  WS-ANSWERS                            PIC 9(04).
       01  WS-DUE                                PIC X(01).
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.

           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       01  WS-JOB-COUNT                          PIC 9(05).
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOB-START-TIME
           PERFORM 105-GET-BUS-DATE
           MOVE BDQ-BUS-DATE TO WS-TODAY-YYYYMMDD
           PERFORM 200-QUEUE-OVERDUE-HEADERS
           PERFORM 300-PUSH-QUEUED-BACK
           EXEC CICS DELETEQ TS
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

       200-QUEUE-OVERDUE-HEADERS.
           MOVE LOW-VALUES TO KB-KEYS
           EXEC CICS STARTBR
                      RIDFLD (KB-KEYS)
                      RESP   (WS-RETNCODE)
                 END-EXEC
                 MOVE 'N' TO WS-DUE
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    KB-Line-Number = 0 AND
                    KB-State = 'P'
                    PERFORM 210-CHECK-DUE
                 END-IF
                 IF WS-DUE = 'Y'
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-QNAME)
                         FROM (KB-Article-ID)
       200-EXIT.
           EXIT.

       210-CHECK-DUE.
           IF KB-Review-By NUMERIC AND
              KB-Review-By NOT = 0 AND
              KB-Review-By < WS-TODAY-YYYYMMDD
              MOVE 'Y' TO WS-DUE
              GO TO 210-EXIT
           END-IF
           IF KB-Helped-Yes NOT NUMERIC OR
              KB-Helped-No NOT NUMERIC
              GO TO 210-EXIT
           END-IF
           COMPUTE WS-ANSWERS = KB-Helped-Yes + KB-Helped-No
           IF WS-ANSWERS NOT < WS-POOR-MIN-ANSWERS AND
              KB-Helped-Yes * 100 < WS-POOR-HELPED-PCT * WS-ANSWERS
              MOVE 'Y' TO WS-DUE
           END-IF.
       210-EXIT.
           EXIT.

       300-PUSH-QUEUED-BACK.
           EXEC CICS READQ TS
                QUEUE(WS-QNAME)
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE BDQ-BUS-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
