       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM118.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM118 is the weekly on-call allowance run (TRANSID 'S118'),   *
      *  operator- or scheduler-started on the Monday after the week   *
      *  it pays, the way SM085's payroll reconciliation is. The pay   *
      *  week is the Monday-keyed STF050K week just ended.             *
      *                                                                *
      *  Every STF079K callout confirmed ANSWERED on SM117, paged      *
      *  before this Monday and not yet paid, is priced at the         *
      *  STF080Y CALLOUT flat rate plus CALLHOUR per hour worked and   *
      *  stamped with the pay week (CO-Paid-Week) so it is paid once;  *
      *  a callout confirmed late is paid in the next run. The week's  *
      *  rostered primary and backup each earn the STANDBY rate. What  *
      *  is paid goes to the STF081L ledger and is staged for payroll  *
      *  as fixed-format rows on TDQ 'S118PAY' (userid, pay week,      *
      *  allowance code, count, minutes, amount) - a STANDBY ledger    *
      *  row already on file means a rerun does not pay it again.      *
      *                                                                *
      *  The STF010R report ('S118RPT') lists each priced callout, the *
      *  per-engineer totals and the pay week's NOANSWER callouts -    *
      *  pages SM074 had to pass to the backup. When there are any,    *
      *  the first run for the week also leaves the desk manager an    *
      *  STF009N notice to read the report.                            *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF079K.
           COPY STF080Y.
           COPY STF081L.
           COPY STF050K.
           COPY STF009N.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       01  WS-QNAME                              PIC X(08) VALUE
           'S118CO'.
       01  WS-DESK-MANAGER-ID                    PIC X(08) VALUE
           'DESKSUP '.
       01  WS-WORK-KEY                           PIC X(09).
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-TODAY-INTEGER                      PIC S9(9) COMP.
       01  WS-TODAY-DAY-OF-WEEK                  PIC 9(1).
       01  WS-THIS-MONDAY                        PIC 9(08).
       01  WS-PAY-WEEK                           PIC 9(08).
       01  WS-RATE-STANDBY                       PIC 9(05)V99.
       01  WS-RATE-CALLOUT                       PIC 9(05)V99.
       01  WS-RATE-CALLHOUR                      PIC 9(05)V99.
       01  WS-ENG-TARGET                         PIC X(08).
       01  WS-NEW-WEEK                           PIC X VALUE 'N'.
       01  WS-AMT-DISP                           PIC 9(05).99.
       01  WS-TOTAL-DISP                         PIC 9(07).99.
       01  WS-MINS-DISP                          PIC 9(05).
       01  WS-COUNT-DISP                         PIC 9(05).
       01  WS-PRICED-COUNT                       PIC 9(05) VALUE 0.
       01  WS-NOANS-COUNT                        PIC 9(05) VALUE 0.
       01  WS-NTF-LAST-SEQ                       PIC 9(05).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-TIME-X                             PIC X(08).
       01  WS-DATE-FULL-X                        PIC X(10).
       01  WS-STAMP                              PIC X(20).

      *    One fixed-format payroll row per engineer per allowance
      *    code - the same shape of feed SM085 reads off 'SM85PAY'.
       01  WS-PAYOUT-REC.
           05 WS-PAYOUT-USERID                   PIC X(08).
           05 WS-PAYOUT-WEEK                     PIC 9(08).
           05 WS-PAYOUT-CODE                     PIC X(08).
           05 WS-PAYOUT-COUNT                    PIC 9(03).
           05 WS-PAYOUT-MINUTES                  PIC 9(05).
           05 WS-PAYOUT-AMOUNT                   PIC 9(07)V99.
           05 FILLER                             PIC X(39).

      *    Per-engineer accumulation of this run's priced callouts.
       01  WS-ENG-TABLE.
           05 WS-EN-ENTRY OCCURS 100 TIMES.
              10 WS-EN-USERID                    PIC X(08).
              10 WS-EN-COUNT                     PIC 9(03).
              10 WS-EN-MINUTES                   PIC 9(05).
              10 WS-EN-AMOUNT                    PIC 9(07)V99.
       01  WS-ENG-USED                           PIC 9(03) VALUE 0.
       01  WS-EN-SUB                             PIC S9(4) COMP.
       01  WS-EN-HIT                             PIC X.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           EXEC CICS ASKTIME
                ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME  (WS-TIME)
                DATESEP  ('/')
                MMDDYYYY (WS-DATE-FULL-X)
                TIME     (WS-TIME-X)
                TIMESEP  (':')
           END-EXEC
           MOVE SPACES TO WS-STAMP
           MOVE WS-DATE-FULL-X TO WS-STAMP(1:10)
           MOVE WS-TIME-X TO WS-STAMP(12:8)
           PERFORM 120-FIND-PAY-WEEK
           PERFORM 150-INIT-RPT-RUN
           PERFORM 200-LOAD-RATES
           PERFORM 300-QUEUE-CALLOUTS
           PERFORM 400-PRICE-QUEUED
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           PERFORM 500-STAGE-STANDBY
           PERFORM 600-STAGE-CALLOUT-TOTALS
           PERFORM 700-REPORT-UNANSWERED
           MOVE WS-PRICED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'CALLOUTS PRICED THIS RUN: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    This week's Monday (MOD 7 of the integer date is 1 on a
      *    Monday, the SM074 roster-key rule); the pay week is the
      *    Monday before it.
       120-FIND-PAY-WEEK.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           COMPUTE WS-TODAY-DAY-OF-WEEK =
              FUNCTION MOD(WS-TODAY-INTEGER, 7)
           IF WS-TODAY-DAY-OF-WEEK = 0
              COMPUTE WS-TODAY-INTEGER = WS-TODAY-INTEGER - 6
           ELSE
              COMPUTE WS-TODAY-INTEGER =
                 WS-TODAY-INTEGER - WS-TODAY-DAY-OF-WEEK + 1
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER)
                TO WS-THIS-MONDAY
           COMPUTE WS-TODAY-INTEGER = WS-TODAY-INTEGER - 7
           MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER)
                TO WS-PAY-WEEK.
       120-EXIT.
           EXIT.

      *    An allowance code missing or inactive on STF080Y prices
      *    at zero rather than stopping the run.
       200-LOAD-RATES.
           MOVE 0 TO WS-RATE-STANDBY WS-RATE-CALLOUT WS-RATE-CALLHOUR
           MOVE 'STANDBY' TO ALWR-Code
           PERFORM 210-READ-RATE
           MOVE ALWR-Amount TO WS-RATE-STANDBY
           MOVE 'CALLOUT' TO ALWR-Code
           PERFORM 210-READ-RATE
           MOVE ALWR-Amount TO WS-RATE-CALLOUT
           MOVE 'CALLHOUR' TO ALWR-Code
           PERFORM 210-READ-RATE
           MOVE ALWR-Amount TO WS-RATE-CALLHOUR.
       200-EXIT.
           EXIT.

       210-READ-RATE.
           EXEC CICS READ
                FILE('STF080Y')
                INTO (ALWR-REC)
                RIDFLD (ALWR-Code)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              ALWR-ACTIVE NOT = 'Y'
              MOVE 0 TO ALWR-Amount
           END-IF.
       210-EXIT.
           EXIT.

      *    One pass of STF079K: payable callouts are queued to TS and
      *    priced after the browse ends (CICS disallows REWRITE under
      *    the open browse); the pay week's NOANSWER rows are counted
      *    for the unanswered section.
       300-QUEUE-CALLOUTS.
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE LOW-VALUES TO CO-KEYS
           EXEC CICS STARTBR
                FILE('STF079K')
                RIDFLD (CO-KEYS)
                GTEQ
                RESP   (WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF079K')
                      INTO (CO-REC)
                      RIDFLD (CO-KEYS)
                      RESP   (WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    IF CO-Status = 'ANSWERED' AND
                       CO-Paid-Week = 0 AND
                       CO-Page-Date < WS-THIS-MONDAY
                       EXEC CICS WRITEQ TS
                            QUEUE(WS-QNAME)
                            FROM (CO-KEYS)
                       END-EXEC
                    END-IF
                    IF CO-Status = 'NOANSWER' AND
                       CO-Week-Start = WS-PAY-WEEK
                       ADD 1 TO WS-NOANS-COUNT
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF079K')
              END-EXEC
           END-IF.
       300-EXIT.
           EXIT.

       400-PRICE-QUEUED.
           MOVE 'CALLOUTS PRICED' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           EXEC CICS READQ TS
                QUEUE(WS-QNAME)
                INTO (WS-WORK-KEY)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 410-PRICE-ONE-CALLOUT
              EXEC CICS READQ TS
                   QUEUE(WS-QNAME)
                   INTO (WS-WORK-KEY)
                   NEXT
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM.
       400-EXIT.
           EXIT.

      *    Flat CALLOUT rate plus CALLHOUR pro rata for the minutes
      *    the engineer confirmed on SM117.
       410-PRICE-ONE-CALLOUT.
           MOVE WS-WORK-KEY TO CO-KEYS
           EXEC CICS READ
                FILE('STF079K')
                INTO   (CO-REC)
                RIDFLD (CO-KEYS)
                UPDATE
                RESP   (WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 410-EXIT
           END-IF
           IF CO-Status NOT = 'ANSWERED' OR
              CO-Paid-Week NOT = 0
              EXEC CICS UNLOCK
                   FILE('STF079K')
              END-EXEC
              GO TO 410-EXIT
           END-IF
           COMPUTE CO-Amount ROUNDED =
              WS-RATE-CALLOUT + WS-RATE-CALLHOUR * CO-Minutes / 60
           MOVE WS-PAY-WEEK TO CO-Paid-Week
           EXEC CICS REWRITE
                FILE('STF079K')
                FROM (CO-REC)
                RESP (WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 410-EXIT
           END-IF
           ADD 1 TO WS-PRICED-COUNT
           PERFORM 430-FIND-ENGINEER-SLOT
           ADD 1 TO WS-EN-COUNT(WS-EN-SUB)
           ADD CO-Minutes TO WS-EN-MINUTES(WS-EN-SUB)
           ADD CO-Amount TO WS-EN-AMOUNT(WS-EN-SUB)
           MOVE CO-Amount TO WS-AMT-DISP
           MOVE CO-Minutes TO WS-MINS-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'CALLOUT ' DELIMITED BY SIZE
                  CO-Engineer DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CO-Ticket-ID DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  CO-Seq DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CO-Start-Date DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CO-Start-Time DELIMITED BY SIZE
                  ' MINS ' DELIMITED BY SIZE
                  WS-MINS-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       410-EXIT.
           EXIT.

      *    First callout seen for an engineer claims the next slot;
      *    later callouts add to it.
       430-FIND-ENGINEER-SLOT.
           MOVE 'N' TO WS-EN-HIT
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
                   UNTIL WS-EN-HIT = 'Y'
                   OR WS-EN-SUB > WS-ENG-USED
              IF WS-EN-USERID(WS-EN-SUB) = CO-Engineer
                 MOVE 'Y' TO WS-EN-HIT
              END-IF
           END-PERFORM
           IF WS-EN-HIT = 'Y'
      *       The loop's final increment overshoots the found slot
      *       by one.
              SUBTRACT 1 FROM WS-EN-SUB
           ELSE
              IF WS-ENG-USED < 100
                 ADD 1 TO WS-ENG-USED
              END-IF
              MOVE WS-ENG-USED TO WS-EN-SUB
              MOVE CO-Engineer TO WS-EN-USERID(WS-EN-SUB)
              MOVE 0 TO WS-EN-COUNT(WS-EN-SUB)
              MOVE 0 TO WS-EN-MINUTES(WS-EN-SUB)
              MOVE 0 TO WS-EN-AMOUNT(WS-EN-SUB)
           END-IF.
       430-EXIT.
           EXIT.

      *    STANDBY for the pay week's rostered primary and backup,
      *    once each - an STF081L row already there means paid.
       500-STAGE-STANDBY.
           MOVE WS-PAY-WEEK TO ONCALL-Week-Start
           EXEC CICS READ
                FILE('STF050K')
                INTO (ONCALL-REC)
                RIDFLD (ONCALL-Week-Start)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              ONCALL-ACTIVE NOT = 'Y'
              MOVE 'NO ACTIVE ON-CALL ROSTER FOR THE PAY WEEK'
                   TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
              GO TO 500-EXIT
           END-IF
           MOVE ONCALL-Primary TO WS-ENG-TARGET
           PERFORM 510-STAGE-ONE-STANDBY
           IF ONCALL-Backup NOT = SPACES AND
              ONCALL-Backup NOT = ONCALL-Primary
              MOVE ONCALL-Backup TO WS-ENG-TARGET
              PERFORM 510-STAGE-ONE-STANDBY
           END-IF.
       500-EXIT.
           EXIT.

       510-STAGE-ONE-STANDBY.
           IF WS-ENG-TARGET = SPACES
              GO TO 510-EXIT
           END-IF
           MOVE WS-PAY-WEEK TO ALWL-Week-Start
           MOVE WS-ENG-TARGET TO ALWL-Engineer
           MOVE 'STANDBY' TO ALWL-Code
           EXEC CICS READ
                FILE('STF081L')
                INTO (ALWL-REC)
                RIDFLD (ALWL-KEYS)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              GO TO 510-EXIT
           END-IF
           MOVE 'Y' TO WS-NEW-WEEK
           MOVE WS-PAY-WEEK TO ALWL-Week-Start
           MOVE WS-ENG-TARGET TO ALWL-Engineer
           MOVE 'STANDBY' TO ALWL-Code
           MOVE 1 TO ALWL-Count
           MOVE 0 TO ALWL-Minutes
           MOVE WS-RATE-STANDBY TO ALWL-Amount
           MOVE WS-TODAY-YYYYMMDD TO ALWL-Staged-Date
           EXEC CICS WRITE
                FILE('STF081L')
                FROM (ALWL-REC)
                RIDFLD (ALWL-KEYS)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 510-EXIT
           END-IF
           PERFORM 550-WRITE-PAYOUT-ROW.
       510-EXIT.
           EXIT.

      *    This run's callout totals per engineer onto the ledger's
      *    CALLOUT row (added to it on a rerun) and staged to payroll.
       600-STAGE-CALLOUT-TOTALS.
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
                   UNTIL WS-EN-SUB > WS-ENG-USED
              PERFORM 610-POST-ONE-ENGINEER
           END-PERFORM.
       600-EXIT.
           EXIT.

       610-POST-ONE-ENGINEER.
           MOVE WS-PAY-WEEK TO ALWL-Week-Start
           MOVE WS-EN-USERID(WS-EN-SUB) TO ALWL-Engineer
           MOVE 'CALLOUT' TO ALWL-Code
           EXEC CICS READ
                FILE('STF081L')
                INTO (ALWL-REC)
                RIDFLD (ALWL-KEYS)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              ADD WS-EN-COUNT(WS-EN-SUB) TO ALWL-Count
              ADD WS-EN-MINUTES(WS-EN-SUB) TO ALWL-Minutes
              ADD WS-EN-AMOUNT(WS-EN-SUB) TO ALWL-Amount
              MOVE WS-TODAY-YYYYMMDD TO ALWL-Staged-Date
              EXEC CICS REWRITE
                   FILE('STF081L')
                   FROM (ALWL-REC)
                   RESP(WS-RETNCODE)
              END-EXEC
           ELSE
              MOVE WS-PAY-WEEK TO ALWL-Week-Start
              MOVE WS-EN-USERID(WS-EN-SUB) TO ALWL-Engineer
              MOVE 'CALLOUT' TO ALWL-Code
              MOVE WS-EN-COUNT(WS-EN-SUB) TO ALWL-Count
              MOVE WS-EN-MINUTES(WS-EN-SUB) TO ALWL-Minutes
              MOVE WS-EN-AMOUNT(WS-EN-SUB) TO ALWL-Amount
              MOVE WS-TODAY-YYYYMMDD TO ALWL-Staged-Date
              EXEC CICS WRITE
                   FILE('STF081L')
                   FROM (ALWL-REC)
                   RIDFLD (ALWL-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
           END-IF
      *    Payroll gets this run's amount only - on a rerun the
      *    ledger row already carries what was staged before.
           MOVE WS-EN-COUNT(WS-EN-SUB) TO ALWL-Count
           MOVE WS-EN-MINUTES(WS-EN-SUB) TO ALWL-Minutes
           MOVE WS-EN-AMOUNT(WS-EN-SUB) TO ALWL-Amount
           PERFORM 550-WRITE-PAYOUT-ROW.
       610-EXIT.
           EXIT.

      *    One fixed-format 'S118PAY' row and the matching report
      *    line from the ledger fields just posted.
       550-WRITE-PAYOUT-ROW.
           MOVE SPACES TO WS-PAYOUT-REC
           MOVE ALWL-Engineer TO WS-PAYOUT-USERID
           MOVE ALWL-Week-Start TO WS-PAYOUT-WEEK
           MOVE ALWL-Code TO WS-PAYOUT-CODE
           MOVE ALWL-Count TO WS-PAYOUT-COUNT
           MOVE ALWL-Minutes TO WS-PAYOUT-MINUTES
           MOVE ALWL-Amount TO WS-PAYOUT-AMOUNT
           EXEC CICS WRITEQ TD
                QUEUE('S118PAY')
                FROM   (WS-PAYOUT-REC)
                LENGTH (+80)
           END-EXEC
           MOVE ALWL-Amount TO WS-TOTAL-DISP
           MOVE ALWL-Count TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'PAYROLL ' DELIMITED BY SIZE
                  ALWL-Engineer DELIMITED BY SIZE
                  ' WEEK ' DELIMITED BY SIZE
                  ALWL-Week-Start DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ALWL-Code DELIMITED BY SIZE
                  ' X' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       550-EXIT.
           EXIT.

      *    Pages the primary never answered during the pay week, so
      *    the backup had to be called - listed for the desk manager.
       700-REPORT-UNANSWERED.
           MOVE WS-NOANS-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'UNANSWERED CALLOUTS (BACKUP USED): '
                  DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           IF WS-NOANS-COUNT = 0
              GO TO 700-EXIT
           END-IF
           MOVE LOW-VALUES TO CO-KEYS
           EXEC CICS STARTBR
                FILE('STF079K')
                RIDFLD (CO-KEYS)
                GTEQ
                RESP   (WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF079K')
                      INTO (CO-REC)
                      RIDFLD (CO-KEYS)
                      RESP   (WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    CO-Status = 'NOANSWER' AND
                    CO-Week-Start = WS-PAY-WEEK
                    MOVE SPACES TO WS-RPT-WORK
                    STRING 'NOANSWER ' DELIMITED BY SIZE
                           CO-Engineer DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           CO-Ticket-ID DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           CO-Seq DELIMITED BY SIZE
                           ' PAGED ' DELIMITED BY SIZE
                           CO-Page-Date DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           CO-Page-Time DELIMITED BY SIZE
                           INTO WS-RPT-WORK
                    END-STRING
                    PERFORM 910-WRITE-RPT-LINE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF079K')
              END-EXEC
           END-IF
           IF WS-NEW-WEEK = 'Y'
              PERFORM 750-NOTIFY-DESK-MANAGER
           END-IF.
       700-EXIT.
           EXIT.

      *    One STF009N row for the desk manager (highest-seq idiom),
      *    left unsent for the S107 mail bridge.
       750-NOTIFY-DESK-MANAGER.
           MOVE WS-DESK-MANAGER-ID TO NOTIF-Userid
           MOVE 0 TO NOTIF-Seq-Number
           MOVE 0 TO WS-NTF-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF009N')
                RIDFLD(NOTIF-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR NOTIF-Userid NOT = WS-DESK-MANAGER-ID
                 EXEC CICS READNEXT
                      FILE('STF009N')
                      INTO(NOTIF-REC)
                      RIDFLD(NOTIF-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    NOTIF-Userid = WS-DESK-MANAGER-ID
                    MOVE NOTIF-Seq-Number TO WS-NTF-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF009N')
              END-EXEC
           END-IF
           MOVE WS-DESK-MANAGER-ID TO NOTIF-Userid
           MOVE WS-NTF-LAST-SEQ TO NOTIF-Seq-Number
           ADD 1 TO NOTIF-Seq-Number
           MOVE SPACES TO NOTIF-Ticket-ID
           MOVE WS-STAMP TO NOTIF-Stamp
           MOVE SPACES TO NOTIF-Text
           STRING 'ONCALL ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  ' UNANSWERED WK ' DELIMITED BY SIZE
                  WS-PAY-WEEK DELIMITED BY SIZE
                  ' SEE S118RPT' DELIMITED BY SIZE
                  INTO NOTIF-Text
           END-STRING
           MOVE 'N' TO NOTIF-Read-Flag
           MOVE 'N' TO NOTIF-Sent-Flag
           MOVE SPACES TO NOTIF-Sent-Stamp
           EXEC CICS WRITE
                FILE('STF009N')
                FROM (NOTIF-REC)
                RIDFLD (NOTIF-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       750-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S118RPT' TO RPT-Report-ID
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
                 MOVE 'S118RPT' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'WEEKLY ON-CALL ALLOWANCE RUN - PAY WEEK '
                  DELIMITED BY SIZE
                  WS-PAY-WEEK DELIMITED BY SIZE
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
