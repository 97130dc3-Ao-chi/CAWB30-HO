       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM130.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM130 is the daily accounts-payable extract (TRANSID 'S130'), *
      *  a self-rescheduling housekeeping transaction on a 24-hour     *
      *  INTERVAL. Finance used to re-key every invoice SM080 matched  *
      *  into the payables system. Each run now picks up the STF056I   *
      *  rows newly MATCHED (INV-AP-Flag the literal N) and stages     *
      *  one comma-separated line per invoice - vendor, invoice        *
      *  number, base amount, cost department, ticket, invoice date,   *
      *  billing currency and billed amount (both blank for a base-    *
      *  currency invoice) - on                                        *
      *  TDQ 'S130APF', the same staging SM082's SM82GLE ledger feed   *
      *  uses. The row is flagged Y with the extract date so it is     *
      *  never sent twice, and the run is mirrored to the STF010R      *
      *  repository under 'S130RPT' with the count and value sent.     *
      *  One STF056I pass queues the keys to a TS queue (CICS          *
      *  disallows REWRITE under the open browse), the same two-step   *
      *  SM114 takes.                                                  *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF056I.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       01  WS-QNAME                              PIC X(08) VALUE
           'S130WRK'.
       01  WS-WORK-KEY                           PIC X(10).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-APF-LINE                           PIC X(80).
       01  WS-AMT-DISP                           PIC 9(07).99.
       01  WS-ORIG-DISP                          PIC 9(09).99.
       01  WS-SENT-COUNT                         PIC 9(05) VALUE 0.
       01  WS-SENT-VALUE                         PIC 9(09)V99 VALUE 0.
       01  WS-COUNT-DISP                         PIC ZZZZ9.
       01  WS-VALUE-DISP                         PIC Z(8)9.99.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.

           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       01  WS-JOB-COUNT                          PIC 9(05).
       01  WS-JOB-OUTCOME                        PIC X(08).
       77  WS-JOB-RESP                           PIC S9(8) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOB-START-TIME
           PERFORM 105-GET-BUS-DATE
           MOVE BDQ-BUS-DATE TO WS-TODAY-YYYYMMDD
           PERFORM 150-INIT-RPT-RUN
           PERFORM 200-QUEUE-NEW-MATCHED
           PERFORM 300-EXTRACT-QUEUED
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           PERFORM 400-WRITE-TOTALS
           MOVE WS-SENT-COUNT TO WS-JOB-COUNT
           MOVE 'OK' TO WS-JOB-OUTCOME
           PERFORM 800-WRITE-JOB-HISTORY
           PERFORM 900-RESCHEDULE
           EXEC CICS RETURN
           END-EXEC.
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

      *    One STF056I pass queuing every MATCHED invoice not yet
      *    sent to accounts payable.
       200-QUEUE-NEW-MATCHED.
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE LOW-VALUES TO INV-Number
           EXEC CICS STARTBR
                FILE('STF056I')
                RIDFLD (INV-Number)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF056I')
                      INTO (INV-REC)
                      RIDFLD (INV-Number)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    INV-STATUS = 'MATCHED' AND
                    INV-AP-Flag = 'N'
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-QNAME)
                         FROM (INV-Number)
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF056I')
              END-EXEC
           END-IF.
       200-EXIT.
           EXIT.

       300-EXTRACT-QUEUED.
           EXEC CICS READQ TS
                QUEUE(WS-QNAME)
                INTO (WS-WORK-KEY)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 310-EXTRACT-ONE-INVOICE
              EXEC CICS READQ TS
                   QUEUE(WS-QNAME)
                   INTO (WS-WORK-KEY)
                   NEXT
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM.
       300-EXIT.
           EXIT.

      *    Re-read under UPDATE and re-checked - SM080 or a rerun
      *    may have moved the row since the browse queued it.
       310-EXTRACT-ONE-INVOICE.
           EXEC CICS READ
                FILE('STF056I')
                INTO (INV-REC)
                RIDFLD (WS-WORK-KEY)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 310-EXIT
           END-IF
           IF INV-STATUS NOT = 'MATCHED' OR
              INV-AP-Flag NOT = 'N'
              EXEC CICS UNLOCK
                   FILE('STF056I')
              END-EXEC
              GO TO 310-EXIT
           END-IF
           MOVE 'Y' TO INV-AP-Flag
           MOVE WS-TODAY-YYYYMMDD TO INV-AP-Date
           EXEC CICS REWRITE
                FILE('STF056I')
                FROM (INV-REC)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 310-EXIT
           END-IF
           ADD 1 TO WS-SENT-COUNT
           ADD INV-Amount TO WS-SENT-VALUE
           MOVE INV-Amount TO WS-AMT-DISP
           MOVE INV-Orig-Amount TO WS-ORIG-DISP
           MOVE SPACES TO WS-APF-LINE
           STRING INV-Vendor DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  INV-Number DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  INV-Cost-Dept DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  INV-Ticket-ID DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  INV-Date DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  INTO WS-APF-LINE
           END-STRING
           IF INV-Currency NOT = SPACES
              MOVE SPACES TO WS-RPT-WORK
              STRING WS-APF-LINE DELIMITED BY SPACE
                     INV-Currency DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-ORIG-DISP DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              MOVE WS-RPT-WORK TO WS-APF-LINE
           ELSE
              MOVE SPACES TO WS-RPT-WORK
              STRING WS-APF-LINE DELIMITED BY SPACE
                     ',' DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              MOVE WS-RPT-WORK TO WS-APF-LINE
           END-IF
           EXEC CICS WRITEQ TD
                QUEUE('S130APF')
                FROM   (WS-APF-LINE)
                LENGTH (+80)
           END-EXEC
           MOVE WS-APF-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       310-EXIT.
           EXIT.

       400-WRITE-TOTALS.
           MOVE WS-SENT-COUNT TO WS-COUNT-DISP
           MOVE WS-SENT-VALUE TO WS-VALUE-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'INVOICES SENT TO PAYABLES: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  '  VALUE ' DELIMITED BY SIZE
                  WS-VALUE-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       400-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S130RPT' TO RPT-Report-ID
           MOVE BDQ-BUS-DATE TO RPT-Run-Date
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
                 MOVE 'S130RPT' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE 'ACCOUNTS PAYABLE EXTRACT - MATCHED VENDOR INVOICES'
                TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'VENDOR,INVOICE,AMOUNT,DEPT,TICKET,DATE,CURRENCY,BILLED'
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

      *    One STF026J run-history row for the SM031 operator console,
      *    same convention as the other housekeeping jobs.
       800-WRITE-JOB-HISTORY.
           MOVE 'S130' TO JOBH-Job-ID
           MOVE WS-JOB-START-DATE TO JOBH-Run-Date
           MOVE WS-JOB-START-TIME TO JOBH-Run-Time
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE BDQ-BUS-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
                RIDFLD (JOBH-KEYS)
                RESP(WS-JOB-RESP)
           END-EXEC.
       800-EXIT.
           EXIT.

       900-RESCHEDULE.
           EXEC CICS START
                TRANSID  ('S130')
                INTERVAL (240000)
                REQID    ('S130RSCH')
           END-EXEC.
       900-EXIT.
           EXIT.
