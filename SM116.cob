       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM116.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM116 is the month-end expense extract (TRANSID 'S116'),      *
      *  operator-started at month end the way SM082 is. Every         *
      *  STF077X claim a supervisor has APPROVED on SM115 and that no  *
      *  earlier run has extracted goes to Finance for reimbursing     *
      *  the engineer: one line per claim and one total per claimant   *
      *  on TDQ 'S116FIN', mirrored into the STF010R repository        *
      *  ('S116EXP') for SM030 viewing. Each extracted claim is        *
      *  stamped with the run's period (EXP-Extract-Period) so a       *
      *  rerun, or next month's run, never pays it twice; a claim      *
      *  approved late simply goes out in the following run. The      *
      *  claims are queued to TS during the browse and stamped after   *
      *  it ends (CICS disallows REWRITE under the open browse).       *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF077X.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       01  WS-QNAME                              PIC X(08) VALUE
           'S116EXP'.
       01  WS-WORK-KEY                           PIC X(10).
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-FIN-LINE                           PIC X(132).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-PERIOD                             PIC 9(06).
       01  WS-AMT-DISP                           PIC 9(07).99.
       01  WS-MILE-DISP                          PIC 9(05).99.
       01  WS-PARK-DISP                          PIC 9(05).99.
       01  WS-TOLL-DISP                          PIC 9(05).99.
       01  WS-TOTAL-DISP                         PIC 9(09).99.
       01  WS-CLAIM-COUNT                        PIC 9(05) VALUE 0.
       01  WS-COUNT-DISP                         PIC 9(05).

      *    Per-claimant accumulation for the reimbursement totals.
       01  WS-CLM-TABLE.
           05 WS-CL-ENTRY OCCURS 100 TIMES.
              10 WS-CL-USERID                    PIC X(08).
              10 WS-CL-COUNT                     PIC 9(04).
              10 WS-CL-TOTAL                     PIC 9(09)V99.
       01  WS-CLM-USED                           PIC 9(03) VALUE 0.
       01  WS-CL-SUB                             PIC S9(4) COMP.
       01  WS-CL-HIT                             PIC X.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-PERIOD
           PERFORM 150-INIT-RPT-RUN
           PERFORM 200-QUEUE-APPROVED-CLAIMS
           PERFORM 300-EXTRACT-QUEUED
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           PERFORM 500-WRITE-CLAIMANT-TOTALS
           MOVE WS-CLAIM-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'CLAIMS EXTRACTED THIS RUN: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-QUEUE-APPROVED-CLAIMS.
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE LOW-VALUES TO EXP-KEYS
           EXEC CICS STARTBR
                FILE('STF077X')
                RIDFLD (EXP-KEYS)
                GTEQ
                RESP   (WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF077X')
                      INTO (EXP-REC)
                      RIDFLD (EXP-KEYS)
                      RESP   (WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    EXP-Status = 'APPROVED' AND
                    EXP-Extract-Period = 0
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-QNAME)
                         FROM (EXP-KEYS)
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF077X')
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
              PERFORM 310-EXTRACT-ONE-CLAIM
              EXEC CICS READQ TS
                   QUEUE(WS-QNAME)
                   INTO (WS-WORK-KEY)
                   NEXT
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM.
       300-EXIT.
           EXIT.

       310-EXTRACT-ONE-CLAIM.
           MOVE WS-WORK-KEY TO EXP-KEYS
           EXEC CICS READ
                FILE('STF077X')
                INTO   (EXP-REC)
                RIDFLD (EXP-KEYS)
                UPDATE
                RESP   (WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 310-EXIT
           END-IF
           IF EXP-Status NOT = 'APPROVED' OR
              EXP-Extract-Period NOT = 0
              EXEC CICS UNLOCK
                   FILE('STF077X')
              END-EXEC
              GO TO 310-EXIT
           END-IF
           MOVE WS-PERIOD TO EXP-Extract-Period
           EXEC CICS REWRITE
                FILE('STF077X')
                FROM (EXP-REC)
                RESP (WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 310-EXIT
           END-IF
           ADD 1 TO WS-CLAIM-COUNT
           PERFORM 330-FIND-CLAIMANT-SLOT
           ADD 1 TO WS-CL-COUNT(WS-CL-SUB)
           ADD EXP-Total TO WS-CL-TOTAL(WS-CL-SUB)
           MOVE EXP-Mileage-Amt TO WS-MILE-DISP
           MOVE EXP-Parking TO WS-PARK-DISP
           MOVE EXP-Tolls TO WS-TOLL-DISP
           MOVE EXP-Total TO WS-AMT-DISP
           MOVE SPACES TO WS-FIN-LINE
           STRING EXP-Claimant DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  EXP-Ticket-ID DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  EXP-Seq DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  EXP-Visit-Date DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  EXP-Miles DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-MILE-DISP DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-PARK-DISP DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-TOLL-DISP DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  EXP-Receipt-Ref DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  EXP-Decided-By DELIMITED BY SPACE
                  INTO WS-FIN-LINE
           END-STRING
           EXEC CICS WRITEQ TD
                QUEUE('S116FIN')
                FROM   (WS-FIN-LINE)
                LENGTH (+132)
           END-EXEC
           MOVE SPACES TO WS-RPT-WORK
           STRING 'CLAIM ' DELIMITED BY SIZE
                  EXP-Claimant DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EXP-Ticket-ID DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  EXP-Seq DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EXP-Visit-Date DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  ' RCPT ' DELIMITED BY SIZE
                  EXP-Receipt-Ref DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       310-EXIT.
           EXIT.

      *    First claim seen for an engineer claims the next slot;
      *    later claims add to it.
       330-FIND-CLAIMANT-SLOT.
           MOVE 'N' TO WS-CL-HIT
           PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                   UNTIL WS-CL-HIT = 'Y'
                   OR WS-CL-SUB > WS-CLM-USED
              IF WS-CL-USERID(WS-CL-SUB) = EXP-Claimant
                 MOVE 'Y' TO WS-CL-HIT
              END-IF
           END-PERFORM
           IF WS-CL-HIT = 'Y'
      *       The loop's final increment overshoots the found slot
      *       by one.
              SUBTRACT 1 FROM WS-CL-SUB
           ELSE
              IF WS-CLM-USED < 100
                 ADD 1 TO WS-CLM-USED
              END-IF
              MOVE WS-CLM-USED TO WS-CL-SUB
              MOVE EXP-Claimant TO WS-CL-USERID(WS-CL-SUB)
              MOVE 0 TO WS-CL-COUNT(WS-CL-SUB)
              MOVE 0 TO WS-CL-TOTAL(WS-CL-SUB)
           END-IF.
       330-EXIT.
           EXIT.

      *    One reimbursement total per engineer - report line and a
      *    TOTAL line on the Finance feed.
       500-WRITE-CLAIMANT-TOTALS.
           PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                   UNTIL WS-CL-SUB > WS-CLM-USED
              MOVE WS-CL-TOTAL(WS-CL-SUB) TO WS-TOTAL-DISP
              MOVE WS-CL-COUNT(WS-CL-SUB) TO WS-COUNT-DISP
              MOVE SPACES TO WS-RPT-WORK
              STRING 'ENGINEER ' DELIMITED BY SIZE
                     WS-CL-USERID(WS-CL-SUB) DELIMITED BY SIZE
                     ' CLAIMS ' DELIMITED BY SIZE
                     WS-COUNT-DISP DELIMITED BY SIZE
                     ' REIMBURSE ' DELIMITED BY SIZE
                     WS-TOTAL-DISP DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
              MOVE SPACES TO WS-FIN-LINE
              STRING WS-CL-USERID(WS-CL-SUB) DELIMITED BY SPACE
                     ',' DELIMITED BY SIZE
                     WS-PERIOD DELIMITED BY SIZE
                     ',TOTAL,' DELIMITED BY SIZE
                     WS-COUNT-DISP DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-TOTAL-DISP DELIMITED BY SIZE
                     INTO WS-FIN-LINE
              END-STRING
              EXEC CICS WRITEQ TD
                   QUEUE('S116FIN')
                   FROM   (WS-FIN-LINE)
                   LENGTH (+132)
              END-EXEC
           END-PERFORM.
       500-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S116EXP' TO RPT-Report-ID
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
                 MOVE 'S116EXP' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE 'MONTHLY FIELD EXPENSE EXTRACT' TO WS-RPT-WORK
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
