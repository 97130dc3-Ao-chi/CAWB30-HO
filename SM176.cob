       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM176.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM176 is the monthly SLA breach Pareto report (TRANSID        *
      *  'S176'), operator-started on demand in the SM171 style for    *
      *  the month of the run date. SM018 escalates a ticket that      *
      *  misses its due date and SM035 counts the misses; the reason   *
      *  for each is the STF123B code its provider recorded on SM003   *
      *  or SM027 (TICKET-BREACH-REASON/-BY/-DATE on STF001C, carried  *
      *  onto STF001H when SM015 archives the ticket).                 *
      *                                                                *
      *  Both files are read end to end; every ticket whose reason     *
      *  was recorded in the month is tallied by reason, and by reason *
      *  against its category, its priority and its resolver (the      *
      *  TICKET-ASSIGNED-TO provider). Each section is listed largest  *
      *  first with its share of the month's breaches and the running  *
      *  cumulative share, so the few reasons behind most of the       *
      *  misses head the page. Live tickets still overdue with no      *
      *  reason recorded are counted at the foot. Output goes to the   *
      *  STF010R repository under 'S176PAR' for SM030's viewer,        *
      *  delete-and-replace per run date like every other writer.      *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF010R.
           COPY STF123B.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-PERIOD                             PIC X(06).
       01  WS-SCAN-FILE                          PIC X(08).
       01  WS-SUB                                PIC S9(4) COMP.
       01  WS-SUB2                               PIC S9(4) COMP.
       01  WS-FOUND-AT                           PIC S9(4) COMP.
       01  WS-RANK                               PIC S9(4) COMP.
       01  WS-COUNT-DISP                         PIC Z(4)9.
       01  WS-BR-EFF-DUE                         PIC 9(08).
       01  WS-BR-INTEGER                         PIC S9(9) COMP.

       01  WS-TOT-BREACHES                       PIC 9(05) VALUE 0.
       01  WS-TOT-ARCHIVED                       PIC 9(05) VALUE 0.
       01  WS-TOT-NO-REASON                      PIC 9(05) VALUE 0.
       01  WS-CUM-COUNT                          PIC 9(05).
       01  WS-PCT                                PIC 9(03)V9.
       01  WS-CUM-PCT                            PIC 9(03)V9.

      *    One tally cell per section and value: dimension R is the
      *    reason alone, C reason by category, P reason by priority,
      *    A reason by resolver. A cell past the 900th is folded into
      *    an OTHERS row of its dimension rather than dropped.
       01  WS-CELL-DIM                           PIC X(01).
       01  WS-CELL-RSN                           PIC X(08).
       01  WS-CELL-VAL                           PIC X(08).
       01  WS-CELL-COUNT                         PIC S9(4) COMP VALUE 0.
       01  WS-CELL-TABLE.
           05 WS-CELL-ENTRY OCCURS 900 TIMES.
              10 WS-CL-DIM                       PIC X(01).
              10 WS-CL-RSN                       PIC X(08).
              10 WS-CL-VAL                       PIC X(08).
              10 WS-CL-COUNT                     PIC 9(05).
       01  WS-CELL-HOLD                          PIC X(22).

       01  WS-RSN-LINE.
           05 RL-RANK                            PIC ZZ9.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-RSN                             PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-DESC                            PIC X(30).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-COUNT                           PIC Z(4)9.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-PCT                             PIC ZZ9.9.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-CUM                             PIC ZZ9.9.
       01  WS-X-LINE.
           05 XL-RANK                            PIC ZZ9.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 XL-RSN                             PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 XL-VAL                             PIC X(08).
           05 FILLER                             PIC X(23) VALUE SPACES.
           05 XL-COUNT                           PIC Z(4)9.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 XL-PCT                             PIC ZZ9.9.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 XL-CUM                             PIC ZZ9.9.

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
           MOVE 'STF001C' TO WS-SCAN-FILE
           PERFORM 200-SCAN-TICKETS
           MOVE 'STF001H' TO WS-SCAN-FILE
           PERFORM 200-SCAN-TICKETS
           PERFORM 400-RANK-CELLS
           PERFORM 500-WRITE-SECTIONS
           PERFORM 600-WRITE-TOTALS
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    Both files are keyed by ticket only, so each is read end
      *    to end.
       200-SCAN-TICKETS.
           MOVE LOW-VALUES TO TICKET-KEY
           EXEC CICS STARTBR
                FILE(WS-SCAN-FILE)
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE(WS-SCAN-FILE)
                   INTO (WS-TICKET-REC)
                   RIDFLD (TICKET-KEY)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 PERFORM 210-CHECK-TICKET
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE(WS-SCAN-FILE)
           END-EXEC.
       200-EXIT.
           EXIT.

      *    A reason recorded this month is tallied four ways; a live
      *    ticket still overdue without one is only counted.
       210-CHECK-TICKET.
           IF TICKET-BREACH-REASON = SPACES OR
              TICKET-BREACH-REASON = LOW-VALUES
              IF WS-SCAN-FILE = 'STF001C' AND
                 (TICKET-STATUS = 'ONGOING' OR
                  TICKET-STATUS = 'ESCALATED')
                 PERFORM 220-CHECK-NO-REASON
              END-IF
              GO TO 210-EXIT
           END-IF
           IF TICKET-BREACH-DATE NOT NUMERIC OR
              TICKET-BREACH-DATE(1:6) NOT = WS-PERIOD
              GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-TOT-BREACHES
           IF WS-SCAN-FILE = 'STF001H'
              ADD 1 TO WS-TOT-ARCHIVED
           END-IF
           MOVE TICKET-BREACH-REASON TO WS-CELL-RSN
           MOVE 'R' TO WS-CELL-DIM
           MOVE SPACES TO WS-CELL-VAL
           PERFORM 300-ADD-CELL
           MOVE 'C' TO WS-CELL-DIM
           MOVE TICKET-CATEGORY TO WS-CELL-VAL
           PERFORM 300-ADD-CELL
           MOVE 'P' TO WS-CELL-DIM
           MOVE TICKET-PRIORITY TO WS-CELL-VAL
           PERFORM 300-ADD-CELL
           MOVE 'A' TO WS-CELL-DIM
           MOVE TICKET-ASSIGNED-TO TO WS-CELL-VAL
           IF WS-CELL-VAL = SPACES OR WS-CELL-VAL = LOW-VALUES
              MOVE '*NONE' TO WS-CELL-VAL
           END-IF
           PERFORM 300-ADD-CELL.
       210-EXIT.
           EXIT.

      *    Overdue the way SM003 and SM027 judge it - ESCALATED, or a
      *    due date pushed out by any on-hold days already behind us.
       220-CHECK-NO-REASON.
           IF TICKET-STATUS = 'ESCALATED'
              ADD 1 TO WS-TOT-NO-REASON
              GO TO 220-EXIT
           END-IF
           IF TICKET-DUE-DATE NOT NUMERIC OR TICKET-DUE-DATE = 0
              GO TO 220-EXIT
           END-IF
           MOVE TICKET-DUE-DATE TO WS-BR-EFF-DUE
           IF TICKET-HOLD-DAYS NUMERIC AND TICKET-HOLD-DAYS > 0
              COMPUTE WS-BR-INTEGER =
                 FUNCTION INTEGER-OF-DATE(TICKET-DUE-DATE)
                 + TICKET-HOLD-DAYS
              MOVE FUNCTION DATE-OF-INTEGER(WS-BR-INTEGER)
                   TO WS-BR-EFF-DUE
           END-IF
           IF WS-BR-EFF-DUE < WS-TODAY-YYYYMMDD
              ADD 1 TO WS-TOT-NO-REASON
           END-IF.
       220-EXIT.
           EXIT.

       300-ADD-CELL.
           MOVE 0 TO WS-FOUND-AT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CELL-COUNT OR WS-FOUND-AT > 0
              IF WS-CL-DIM(WS-SUB) = WS-CELL-DIM AND
                 WS-CL-RSN(WS-SUB) = WS-CELL-RSN AND
                 WS-CL-VAL(WS-SUB) = WS-CELL-VAL
                 MOVE WS-SUB TO WS-FOUND-AT
              END-IF
           END-PERFORM
           IF WS-FOUND-AT = 0
              IF WS-CELL-COUNT NOT < 900
                 PERFORM 310-ADD-OTHERS
                 GO TO 300-EXIT
              END-IF
              ADD 1 TO WS-CELL-COUNT
              MOVE WS-CELL-COUNT TO WS-FOUND-AT
              MOVE WS-CELL-DIM TO WS-CL-DIM(WS-FOUND-AT)
              MOVE WS-CELL-RSN TO WS-CL-RSN(WS-FOUND-AT)
              MOVE WS-CELL-VAL TO WS-CL-VAL(WS-FOUND-AT)
              MOVE 0 TO WS-CL-COUNT(WS-FOUND-AT)
           END-IF
           ADD 1 TO WS-CL-COUNT(WS-FOUND-AT).
       300-EXIT.
           EXIT.

      *    The table is full: the tally joins the dimension's OTHERS
      *    row, which takes over the table's last cell the first time.
       310-ADD-OTHERS.
           MOVE 0 TO WS-FOUND-AT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CELL-COUNT OR WS-FOUND-AT > 0
              IF WS-CL-DIM(WS-SUB) = WS-CELL-DIM AND
                 WS-CL-RSN(WS-SUB) = 'OTHERS'
                 MOVE WS-SUB TO WS-FOUND-AT
              END-IF
           END-PERFORM
           IF WS-FOUND-AT = 0
              MOVE WS-CELL-COUNT TO WS-FOUND-AT
              MOVE WS-CELL-DIM TO WS-CL-DIM(WS-FOUND-AT)
              MOVE 'OTHERS' TO WS-CL-RSN(WS-FOUND-AT)
              MOVE SPACES TO WS-CL-VAL(WS-FOUND-AT)
           END-IF
           ADD 1 TO WS-CL-COUNT(WS-FOUND-AT).
       310-EXIT.
           EXIT.

      *    Exchange sort into dimension order, largest count first
      *    within each - the Pareto order the sections list in.
       400-RANK-CELLS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= WS-CELL-COUNT
              PERFORM VARYING WS-SUB2 FROM WS-SUB BY 1
                      UNTIL WS-SUB2 > WS-CELL-COUNT
                 IF WS-CL-DIM(WS-SUB2) < WS-CL-DIM(WS-SUB) OR
                    (WS-CL-DIM(WS-SUB2) = WS-CL-DIM(WS-SUB) AND
                     WS-CL-COUNT(WS-SUB2) > WS-CL-COUNT(WS-SUB))
                    MOVE WS-CELL-ENTRY(WS-SUB) TO WS-CELL-HOLD
                    MOVE WS-CELL-ENTRY(WS-SUB2)
                         TO WS-CELL-ENTRY(WS-SUB)
                    MOVE WS-CELL-HOLD TO WS-CELL-ENTRY(WS-SUB2)
                 END-IF
              END-PERFORM
           END-PERFORM.
       400-EXIT.
           EXIT.

       500-WRITE-SECTIONS.
           IF WS-TOT-BREACHES = 0
              MOVE 'NO BREACH REASONS RECORDED THIS MONTH'
                 TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
              GO TO 500-EXIT
           END-IF
           MOVE 'R' TO WS-CELL-DIM
           MOVE 'BREACHES BY REASON' TO WS-RPT-WORK
           PERFORM 510-WRITE-ONE-SECTION
           MOVE 'C' TO WS-CELL-DIM
           MOVE 'BREACHES BY REASON AND CATEGORY' TO WS-RPT-WORK
           PERFORM 510-WRITE-ONE-SECTION
           MOVE 'P' TO WS-CELL-DIM
           MOVE 'BREACHES BY REASON AND PRIORITY' TO WS-RPT-WORK
           PERFORM 510-WRITE-ONE-SECTION
           MOVE 'A' TO WS-CELL-DIM
           MOVE 'BREACHES BY REASON AND RESOLVER' TO WS-RPT-WORK
           PERFORM 510-WRITE-ONE-SECTION.
       500-EXIT.
           EXIT.

      *    The section heading arrives in WS-RPT-WORK; the cells of
      *    WS-CELL-DIM follow in their ranked order.
       510-WRITE-ONE-SECTION.
           PERFORM 910-WRITE-RPT-LINE
           IF WS-CELL-DIM = 'R'
              MOVE 'RNK REASON   DESCRIPTION                    COUNT'
                 TO WS-RPT-WORK
           ELSE
           IF WS-CELL-DIM = 'C'
              MOVE 'RNK REASON   CATEGORY                       COUNT'
                 TO WS-RPT-WORK
           ELSE
           IF WS-CELL-DIM = 'P'
              MOVE 'RNK REASON   PRIORITY                       COUNT'
                 TO WS-RPT-WORK
           ELSE
              MOVE 'RNK REASON   RESOLVER                       COUNT'
                 TO WS-RPT-WORK
           END-IF
           END-IF
           END-IF
           MOVE '   PCT   CUM' TO WS-RPT-WORK(50:12)
           PERFORM 910-WRITE-RPT-LINE
           MOVE 0 TO WS-RANK
           MOVE 0 TO WS-CUM-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CELL-COUNT
              IF WS-CL-DIM(WS-SUB) = WS-CELL-DIM
                 PERFORM 520-WRITE-ONE-CELL
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       510-EXIT.
           EXIT.

       520-WRITE-ONE-CELL.
           ADD 1 TO WS-RANK
           ADD WS-CL-COUNT(WS-SUB) TO WS-CUM-COUNT
           COMPUTE WS-PCT ROUNDED =
              WS-CL-COUNT(WS-SUB) * 100 / WS-TOT-BREACHES
           COMPUTE WS-CUM-PCT ROUNDED =
              WS-CUM-COUNT * 100 / WS-TOT-BREACHES
           IF WS-CELL-DIM = 'R'
              MOVE WS-RANK TO RL-RANK
              MOVE WS-CL-RSN(WS-SUB) TO RL-RSN
              MOVE SPACES TO RL-DESC
              MOVE WS-CL-RSN(WS-SUB) TO BRSN-Code
              EXEC CICS READ
                   FILE('STF123B')
                   INTO (BRSN-REC)
                   RIDFLD (BRSN-Code)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE BRSN-Desc TO RL-DESC
              END-IF
              MOVE WS-CL-COUNT(WS-SUB) TO RL-COUNT
              MOVE WS-PCT TO RL-PCT
              MOVE WS-CUM-PCT TO RL-CUM
              MOVE WS-RSN-LINE TO WS-RPT-WORK
           ELSE
              MOVE WS-RANK TO XL-RANK
              MOVE WS-CL-RSN(WS-SUB) TO XL-RSN
              MOVE WS-CL-VAL(WS-SUB) TO XL-VAL
              MOVE WS-CL-COUNT(WS-SUB) TO XL-COUNT
              MOVE WS-PCT TO XL-PCT
              MOVE WS-CUM-PCT TO XL-CUM
              MOVE WS-X-LINE TO WS-RPT-WORK
           END-IF
           PERFORM 910-WRITE-RPT-LINE.
       520-EXIT.
           EXIT.

       600-WRITE-TOTALS.
           MOVE WS-TOT-BREACHES TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'BREACHES WITH A REASON: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-TOT-ARCHIVED TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING '  OF WHICH ARCHIVED: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-TOT-NO-REASON TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'OVERDUE NOW WITH NO REASON: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       600-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S176PAR' TO RPT-Report-ID
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
                 MOVE 'S176PAR' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SLA BREACH REASON PARETO FOR ' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-WORK
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
