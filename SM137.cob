       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM137.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM137 is the scheduled table-change report (TRANSID 'S137'),  *
      *  operator-started in the SM132 style. It lists every change    *
      *  already keyed into the effective-dated STF012P SLA policy     *
      *  and STF057B chargeback rate tables that has not yet taken     *
      *  effect: each row starting after today (STARTS), and each row  *
      *  in force today whose effective-to date will end it (ENDS),    *
      *  beside the value in force today so the desk and Finance can   *
      *  check a change before it bites. Rows come back in key order,  *
      *  earliest effective date first, so the value in force is       *
      *  carried along the walk rather than looked up again. Output    *
      *  goes to the STF010R repository under 'S137RPT' for SM030's    *
      *  viewer, delete-and-replace per run date.                      *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF012P.
           COPY STF057B.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-LAST-KEY                           PIC X(16).
       01  WS-NOW-TEXT                           PIC X(12).
       01  WS-NEW-TEXT                           PIC X(12).
       01  WS-EFF-TO                             PIC 9(08).
       01  WS-SLA-COUNT                          PIC 9(04) VALUE 0.
       01  WS-RATE-COUNT                         PIC 9(04) VALUE 0.
       01  WS-COUNT-DISP                         PIC ZZZ9.
       01  WS-DAYS-DISP                          PIC ZZ9.
       01  WS-HOURS-DISP                         PIC ZZ9.
       01  WS-RATE-DISP                          PIC Z(4)9.99.

       01  WS-SC-HDR.
           05 FILLER                             PIC X(40) VALUE
              'TBL  KEY               EVENT  FROM     T'.
           05 FILLER                             PIC X(30) VALUE
              'O       IN FORCE     SCHEDULED'.
       01  WS-SC-LINE.
           05 RL-TABLE                           PIC X(04).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-KEY                             PIC X(17).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-EVENT                           PIC X(06).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-FROM                            PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-TO                              PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-NOW                             PIC X(12).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-NEW                             PIC X(12).

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           PERFORM 150-INIT-RPT-RUN
           PERFORM 200-SCAN-SLA-POLICIES
           PERFORM 300-SCAN-RATES
           PERFORM 400-WRITE-TOTALS
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-SCAN-SLA-POLICIES.
           MOVE LOW-VALUES TO SLA-KEYS
           MOVE LOW-VALUES TO WS-LAST-KEY
           EXEC CICS STARTBR
                FILE('STF012P')
                RIDFLD (SLA-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF012P')
                   INTO (SLA-REC)
                   RIDFLD (SLA-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 PERFORM 210-JUDGE-SLA-ROW
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF012P')
           END-EXEC.
       200-EXIT.
           EXIT.

      *    A new category+priority restarts the in-force value. A row
      *    already started and still active becomes the value in
      *    force (and is listed if it carries an end date); a row
      *    not yet started is a scheduled change.
       210-JUDGE-SLA-ROW.
           IF SLA-KEYS(1:16) NOT = WS-LAST-KEY
              MOVE SLA-KEYS(1:16) TO WS-LAST-KEY
              MOVE 'NONE' TO WS-NOW-TEXT
           END-IF
           IF SLA-EFF-TO NUMERIC
              MOVE SLA-EFF-TO TO WS-EFF-TO
           ELSE
              MOVE 0 TO WS-EFF-TO
           END-IF
           MOVE SPACES TO WS-NEW-TEXT
           MOVE SLA-DAYS TO WS-DAYS-DISP
           IF SLA-HOURS NUMERIC AND SLA-HOURS > 0
              MOVE SLA-HOURS TO WS-HOURS-DISP
              STRING WS-DAYS-DISP DELIMITED BY SIZE
                     'D ' DELIMITED BY SIZE
                     WS-HOURS-DISP DELIMITED BY SIZE
                     'H' DELIMITED BY SIZE
                     INTO WS-NEW-TEXT
              END-STRING
           ELSE
              STRING WS-DAYS-DISP DELIMITED BY SIZE
                     'D' DELIMITED BY SIZE
                     INTO WS-NEW-TEXT
              END-STRING
           END-IF
           IF SLA-ACTIVE NOT = 'Y'
              MOVE 'WITHDRAWN' TO WS-NEW-TEXT
           END-IF
           MOVE 'SLA ' TO RL-TABLE
           MOVE SPACES TO RL-KEY
           STRING SLA-CATEGORY DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  SLA-PRIORITY DELIMITED BY SPACE
                  INTO RL-KEY
           END-STRING
           IF SLA-EFF-FROM > WS-TODAY-YYYYMMDD
              MOVE 'STARTS' TO RL-EVENT
              PERFORM 500-WRITE-CHANGE-LINE
              ADD 1 TO WS-SLA-COUNT
              GO TO 210-EXIT
           END-IF
           IF SLA-ACTIVE = 'Y' AND
              (WS-EFF-TO = 0 OR WS-EFF-TO NOT < WS-TODAY-YYYYMMDD)
              MOVE WS-NEW-TEXT TO WS-NOW-TEXT
              IF WS-EFF-TO > 0
                 MOVE 'ENDS' TO RL-EVENT
                 MOVE 'EXPIRES' TO WS-NEW-TEXT
                 PERFORM 500-WRITE-CHANGE-LINE
                 ADD 1 TO WS-SLA-COUNT
              END-IF
           END-IF.
       210-EXIT.
           EXIT.

       300-SCAN-RATES.
           MOVE LOW-VALUES TO RATE-KEYS
           MOVE LOW-VALUES TO WS-LAST-KEY
           EXEC CICS STARTBR
                FILE('STF057B')
                RIDFLD (RATE-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 300-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF057B')
                   INTO (RATE-REC)
                   RIDFLD (RATE-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 PERFORM 310-JUDGE-RATE-ROW
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF057B')
           END-EXEC.
       300-EXIT.
           EXIT.

      *    Same judgement as 210, per category.
       310-JUDGE-RATE-ROW.
           IF RATE-Category NOT = WS-LAST-KEY
              MOVE RATE-Category TO WS-LAST-KEY
              MOVE 'NONE' TO WS-NOW-TEXT
           END-IF
           IF RATE-Eff-To NUMERIC
              MOVE RATE-Eff-To TO WS-EFF-TO
           ELSE
              MOVE 0 TO WS-EFF-TO
           END-IF
           MOVE RATE-Per-Hour TO WS-RATE-DISP
           MOVE WS-RATE-DISP TO WS-NEW-TEXT
           IF RATE-ACTIVE NOT = 'Y'
              MOVE 'WITHDRAWN' TO WS-NEW-TEXT
           END-IF
           MOVE 'RATE' TO RL-TABLE
           MOVE RATE-Category TO RL-KEY
           IF RATE-Eff-From > WS-TODAY-YYYYMMDD
              MOVE 'STARTS' TO RL-EVENT
              PERFORM 500-WRITE-CHANGE-LINE
              ADD 1 TO WS-RATE-COUNT
              GO TO 310-EXIT
           END-IF
           IF RATE-ACTIVE = 'Y' AND
              (WS-EFF-TO = 0 OR WS-EFF-TO NOT < WS-TODAY-YYYYMMDD)
              MOVE WS-NEW-TEXT TO WS-NOW-TEXT
              IF WS-EFF-TO > 0
                 MOVE 'ENDS' TO RL-EVENT
                 MOVE 'EXPIRES' TO WS-NEW-TEXT
                 PERFORM 500-WRITE-CHANGE-LINE
                 ADD 1 TO WS-RATE-COUNT
              END-IF
           END-IF.
       310-EXIT.
           EXIT.

       400-WRITE-TOTALS.
           MOVE WS-SLA-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SLA POLICY CHANGES SCHEDULED:  ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-RATE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'BILLING RATE CHANGES SCHEDULED:' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       400-EXIT.
           EXIT.

      *    RL-TABLE, RL-KEY and RL-EVENT are set by the caller; the
      *    dates and the two values come from the row just judged.
       500-WRITE-CHANGE-LINE.
           IF RL-TABLE = 'SLA '
              MOVE SLA-EFF-FROM TO RL-FROM
           ELSE
              MOVE RATE-Eff-From TO RL-FROM
           END-IF
           IF WS-EFF-TO = 0
              MOVE SPACES TO RL-TO
           ELSE
              MOVE WS-EFF-TO TO RL-TO
           END-IF
           MOVE WS-NOW-TEXT TO RL-NOW
           MOVE WS-NEW-TEXT TO RL-NEW
           MOVE WS-SC-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       500-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S137RPT' TO RPT-Report-ID
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
                 MOVE 'S137RPT' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SCHEDULED SLA POLICY AND BILLING RATE CHANGES AS AT '
                  DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-SC-HDR TO WS-RPT-WORK
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
