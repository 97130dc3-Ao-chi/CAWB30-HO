       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM131.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM131 is the inbound vendor payment-confirmation feed         *
      *  (TRANSID 'S131'), operator- or scheduler-started once the     *
      *  payables system's payment run has been staged. The feed      *
      *  arrives on TDQ 'S131PAY' as one fixed-format WS-PAY-REC per   *
      *  payment: invoice number, payment date, payment reference,    *
      *  amount paid. Following SM037's stage-then-load precedent the  *
      *  TDQ lands in STF064E (feed 'S131PAY') first and only PENDING  *
      *  rows are worked, so a rerun is safe and rejects wait on the   *
      *  SM100 review screen.                                          *
      *                                                                *
      *  Per row: the STF056I invoice must exist, be MATCHED (a PAID   *
      *  row is a duplicate confirmation) and the amount paid must     *
      *  equal the invoice amount - base, or as billed for a foreign-  *
      *  currency invoice; the row then goes PAID with the             *
      *  payment date and reference, and an STF002E entry records the  *
      *  payment on the ticket. SM080's PF10 and SM081 read PAID       *
      *  versus MATCHED as paid versus outstanding per vendor. Rejects *
      *  and the run's counts go to STF010R under 'S131RPT'.           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF056I.
           COPY STF010R.
           COPY STF064E.
       77  WS-RPT-RESP                           PIC S9(8) COMP.

       01  WS-PAY-REC.
           05 WS-PAY-INVOICE                     PIC X(10).
           05 WS-PAY-DATE                        PIC 9(08).
           05 WS-PAY-REF                         PIC X(15).
           05 WS-PAY-AMOUNT                      PIC 9(07)V99.

       01  WS-STG-FEED                           PIC X(08) VALUE
           'S131PAY '.
       01  WS-STG-WQNAME                         PIC X(08) VALUE
           'S131STG '.
       01  WS-STG-LAST-SEQ                       PIC 9(06).
       01  WS-STG-WORK-SEQ                       PIC 9(06).
       01  WS-ROW-OK                             PIC X.
       01  WS-ROW-REASON                         PIC X(30).

       01  WS-DATE-X                             PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-PAID-COUNT                         PIC 9(05) VALUE 0.
       01  WS-REJ-COUNT                          PIC 9(05) VALUE 0.
       01  WS-PAID-VALUE                         PIC 9(09)V99 VALUE 0.
       01  WS-VALUE-DISP                         PIC Z(8)9.99.
       01  WS-LOG-LAST-SEQ                       PIC 9(03).

       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
               10 WS-LOG-TICKET-ID               PIC X(07).
               10 WS-LOG-SEQ-NUM                 PIC 9(03).
           05 WS-LOG-LAST-UPD                    PIC X(20).
           05 WS-LOG-LAST-UPDBY                  PIC X(10).
           05 WS-LOG-UPD-REMARKS                 PIC X(50).
           05 FILLER                             PIC X(11).
           05 WS-LOG-ENTRY-TYPE                 PIC X(01).

       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       77  WS-RETNCODE3                          PIC S9(8) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           EXEC CICS ASKTIME
           END-EXEC
           EXEC CICS FORMATTIME
                MMDDYYYY (WS-DATE-X)
                TIME     (WS-TIME-X)
           END-EXEC
           PERFORM 150-INIT-RPT-RUN
           PERFORM 200-APPLY-PAYMENT-ROWS
           PERFORM 900-WRITE-SUMMARY
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    Phase one lands the TDQ into staging; phase two works the
      *    PENDING rows (including any the SM100 review corrected
      *    and resubmitted) one keyed READ UPDATE at a time.
       200-APPLY-PAYMENT-ROWS.
           PERFORM 180-STAGE-FEED
           PERFORM 190-COLLECT-PENDING
           EXEC CICS READQ TS
                QUEUE(WS-STG-WQNAME)
                INTO (WS-STG-WORK-SEQ)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 210-LOAD-ONE-STAGED-ROW
              EXEC CICS READQ TS
                   QUEUE(WS-STG-WQNAME)
                   INTO (WS-STG-WORK-SEQ)
                   NEXT
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM
           EXEC CICS DELETEQ TS
                QUEUE(WS-STG-WQNAME)
                RESP(WS-RETNCODE)
           END-EXEC.
       200-EXIT.
           EXIT.

      *    The TDQ is drained into STF064E as PENDING rows appended
      *    after the feed's highest sequence - destructive-read
      *    happens once, into a keyed file, never into logic.
       180-STAGE-FEED.
           MOVE WS-STG-FEED TO STAGE-Feed
           MOVE 0 TO STAGE-Seq
           MOVE 0 TO WS-STG-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF064E')
                RIDFLD(STAGE-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR STAGE-Feed NOT = WS-STG-FEED
                 EXEC CICS READNEXT
                      FILE('STF064E')
                      INTO(STAGE-REC)
                      RIDFLD(STAGE-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    STAGE-Feed = WS-STG-FEED
                    MOVE STAGE-Seq TO WS-STG-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF064E')
              END-EXEC
           END-IF
           EXEC CICS READQ TD
                QUEUE('S131PAY')
                INTO (WS-PAY-REC)
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              ADD 1 TO WS-STG-LAST-SEQ
              MOVE WS-STG-FEED TO STAGE-Feed
              MOVE WS-STG-LAST-SEQ TO STAGE-Seq
              MOVE 'PENDING' TO STAGE-STATUS
              MOVE SPACES TO STAGE-REASON
              MOVE SPACES TO STAGE-STAMP
              MOVE WS-DATE-X TO STAGE-STAMP(1:10)
              MOVE WS-TIME-X TO STAGE-STAMP(12:8)
              MOVE SPACES TO STAGE-DATA
              MOVE WS-PAY-REC TO STAGE-DATA(1:42)
              EXEC CICS WRITE
                   FILE('STF064E')
                   FROM (STAGE-REC)
                   RIDFLD (STAGE-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
              EXEC CICS READQ TD
                   QUEUE('S131PAY')
                   INTO (WS-PAY-REC)
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM.
       180-EXIT.
           EXIT.

       190-COLLECT-PENDING.
           EXEC CICS DELETEQ TS
                QUEUE(WS-STG-WQNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE WS-STG-FEED TO STAGE-Feed
           MOVE 0 TO STAGE-Seq
           EXEC CICS STARTBR
                FILE('STF064E')
                RIDFLD(STAGE-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR STAGE-Feed NOT = WS-STG-FEED
                 EXEC CICS READNEXT
                      FILE('STF064E')
                      INTO(STAGE-REC)
                      RIDFLD(STAGE-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    STAGE-Feed = WS-STG-FEED AND
                    STAGE-STATUS = 'PENDING'
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-STG-WQNAME)
                         FROM (STAGE-Seq)
                         LENGTH(LENGTH OF STAGE-Seq)
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF064E')
              END-EXEC
           END-IF.
       190-EXIT.
           EXIT.

       210-LOAD-ONE-STAGED-ROW.
           MOVE WS-STG-FEED TO STAGE-Feed
           MOVE WS-STG-WORK-SEQ TO STAGE-Seq
           EXEC CICS READ
                FILE('STF064E')
                INTO (STAGE-REC)
                RIDFLD (STAGE-KEYS)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 210-EXIT
           END-IF
           MOVE STAGE-DATA(1:42) TO WS-PAY-REC
           MOVE 'Y' TO WS-ROW-OK
           MOVE SPACES TO WS-ROW-REASON
           PERFORM 300-APPLY-ONE-PAYMENT
           IF WS-ROW-OK = 'Y'
              MOVE 'LOADED' TO STAGE-STATUS
              MOVE SPACES TO STAGE-REASON
           ELSE
              ADD 1 TO WS-REJ-COUNT
              MOVE 'REJECTED' TO STAGE-STATUS
              MOVE WS-ROW-REASON TO STAGE-REASON
              MOVE SPACES TO WS-RPT-WORK
              STRING 'REJECTED: ' DELIMITED BY SIZE
                     WS-PAY-INVOICE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-ROW-REASON DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
           END-IF
           EXEC CICS REWRITE
                FILE('STF064E')
                FROM (STAGE-REC)
                RESP(WS-RETNCODE2)
           END-EXEC.
       210-EXIT.
           EXIT.

       300-APPLY-ONE-PAYMENT.
           IF WS-PAY-DATE NOT NUMERIC OR WS-PAY-DATE = 0
              MOVE 'N' TO WS-ROW-OK
              MOVE 'PAYMENT DATE MISSING OR BAD' TO WS-ROW-REASON
              GO TO 300-EXIT
           END-IF
           IF WS-PAY-AMOUNT NOT NUMERIC
              MOVE 'N' TO WS-ROW-OK
              MOVE 'AMOUNT PAID NOT NUMERIC' TO WS-ROW-REASON
              GO TO 300-EXIT
           END-IF
           EXEC CICS READ
                FILE('STF056I')
                INTO (INV-REC)
                RIDFLD (WS-PAY-INVOICE)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              MOVE 'N' TO WS-ROW-OK
              MOVE 'INVOICE NOT ON FILE' TO WS-ROW-REASON
              GO TO 300-EXIT
           END-IF
           IF INV-STATUS NOT = 'MATCHED'
              MOVE 'N' TO WS-ROW-OK
              IF INV-STATUS = 'PAID'
                 MOVE 'INVOICE ALREADY PAID' TO WS-ROW-REASON
              ELSE
                 MOVE 'INVOICE NOT MATCHED' TO WS-ROW-REASON
              END-IF
              EXEC CICS UNLOCK
                   FILE('STF056I')
              END-EXEC
              GO TO 300-EXIT
           END-IF
           IF WS-PAY-AMOUNT NOT = INV-Amount AND
              (INV-Currency = SPACES OR
               WS-PAY-AMOUNT NOT = INV-Orig-Amount)
              MOVE 'N' TO WS-ROW-OK
              MOVE 'AMOUNT PAID DIFFERS' TO WS-ROW-REASON
              EXEC CICS UNLOCK
                   FILE('STF056I')
              END-EXEC
              GO TO 300-EXIT
           END-IF
           MOVE 'PAID' TO INV-STATUS
           MOVE WS-PAY-DATE TO INV-Paid-Date
           MOVE WS-PAY-REF TO INV-Pay-Ref
           EXEC CICS REWRITE
                FILE('STF056I')
                FROM (INV-REC)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              MOVE 'N' TO WS-ROW-OK
              MOVE 'INVOICE UPDATE FAILED' TO WS-ROW-REASON
              GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-PAID-COUNT
           ADD INV-Amount TO WS-PAID-VALUE
           MOVE SPACES TO WS-LOG-UPD-REMARKS
           STRING 'INVOICE ' DELIMITED BY SIZE
                  INV-Number DELIMITED BY SPACE
                  ' PAID ' DELIMITED BY SIZE
                  WS-PAY-DATE DELIMITED BY SIZE
                  ' REF ' DELIMITED BY SIZE
                  WS-PAY-REF DELIMITED BY SPACE
                  INTO WS-LOG-UPD-REMARKS
           END-STRING
           PERFORM 750-WRITE-LOG-ENTRY.
       300-EXIT.
           EXIT.

      *    One STF002E row against the invoice's ticket, next
      *    sequence by the full highest-seq walk of its slice.
       750-WRITE-LOG-ENTRY.
           MOVE INV-Ticket-ID TO WS-LOG-TICKET-ID
           MOVE 0 TO WS-LOG-SEQ-NUM
           MOVE 0 TO WS-LOG-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF002E')
                RIDFLD(WS-LOG-KEYS)
                GTEQ
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE3 NOT = DFHRESP(NORMAL)
                      OR WS-LOG-TICKET-ID NOT = INV-Ticket-ID
                 EXEC CICS READNEXT
                      FILE('STF002E')
                      INTO(WS-LOG-REC)
                      RIDFLD(WS-LOG-KEYS)
                      RESP(WS-RETNCODE3)
                 END-EXEC
                 IF WS-RETNCODE3 = DFHRESP(NORMAL) AND
                    WS-LOG-TICKET-ID = INV-Ticket-ID
                    MOVE WS-LOG-SEQ-NUM TO WS-LOG-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF002E')
              END-EXEC
           END-IF
           MOVE INV-Ticket-ID TO WS-LOG-TICKET-ID
           MOVE WS-LOG-LAST-SEQ TO WS-LOG-SEQ-NUM
           ADD 1 TO WS-LOG-SEQ-NUM
           MOVE 'SM131' TO WS-LOG-LAST-UPDBY
           MOVE SPACES TO WS-LOG-LAST-UPD
           MOVE WS-DATE-X TO WS-LOG-LAST-UPD(1:10)
           MOVE WS-TIME-X TO WS-LOG-LAST-UPD(12:8)
           MOVE 'A' TO WS-LOG-ENTRY-TYPE
           EXEC CICS WRITE
                FILE('STF002E')
                FROM (WS-LOG-REC)
                RIDFLD (WS-LOG-KEYS)
                RESP(WS-RETNCODE3)
           END-EXEC.
       750-EXIT.
           EXIT.

      *    Starts the run report, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S131RPT' TO RPT-Report-ID
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
                 MOVE 'S131RPT' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE 'VENDOR PAYMENT CONFIRMATION FEED' TO WS-RPT-WORK
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

       900-WRITE-SUMMARY.
           MOVE WS-PAID-VALUE TO WS-VALUE-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SM131 PAYMENTS: PAID=' DELIMITED BY SIZE
                  WS-PAID-COUNT             DELIMITED BY SIZE
                  ' VALUE='                 DELIMITED BY SIZE
                  WS-VALUE-DISP             DELIMITED BY SIZE
                  ' REJECTED='              DELIMITED BY SIZE
                  WS-REJ-COUNT              DELIMITED BY SIZE
             INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       900-EXIT.
           EXIT.
