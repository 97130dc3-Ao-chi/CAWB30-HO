       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM132.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM132 is the month-end foreign-currency revaluation report    *
      *  (TRANSID 'S132'), operator-started at month end in the SM077  *
      *  style. Every STF056I invoice still MATCHED (not yet confirmed *
      *  paid by SM131) and billed in a foreign currency is listed     *
      *  with its billed amount, the rate SM080 booked it at and the   *
      *  base amount booked, then revalued at the STF091X rate in      *
      *  force today. The difference is the unrealized exchange gain   *
      *  or loss Finance accrues; per-currency and overall totals      *
      *  close the report. A row whose currency has no rate in force   *
      *  today is listed as such and left out of the totals. Output    *
      *  goes to the STF010R repository under 'S132RPT' for SM030's    *
      *  viewer, delete-and-replace per run date.                      *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF056I.
           COPY STF091X.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-PERIOD                             PIC X(06).
       01  WS-FX-OK                              PIC X.
       01  WS-FX-RATE                            PIC 9(05)V9(06).
       01  WS-REVALUED                           PIC 9(09)V99.
       01  WS-DIFF                               PIC S9(09)V99.
       01  WS-INV-COUNT                          PIC 9(04) VALUE 0.
       01  WS-NORATE-COUNT                       PIC 9(04) VALUE 0.
       01  WS-TOT-BOOKED                         PIC 9(09)V99 VALUE 0.
       01  WS-TOT-REVALUED                       PIC 9(09)V99 VALUE 0.
       01  WS-TOT-DIFF                           PIC S9(09)V99 VALUE 0.
       01  WS-COUNT-DISP                         PIC ZZZ9.
       01  WS-VALUE-DISP                         PIC Z(8)9.99.
       01  WS-DIFF-DISP                          PIC -(9)9.99.

      *    One row per currency - the same in-memory accumulation
      *    table the report jobs use.
       01  WS-CUR-TABLE.
           05 WS-CUR-ENTRY OCCURS 20 TIMES.
              10 WS-CU-CODE                      PIC X(03).
              10 WS-CU-COUNT                     PIC 9(04).
              10 WS-CU-ORIG                      PIC 9(09)V99.
              10 WS-CU-DIFF                      PIC S9(09)V99.
       01  WS-CUR-USED                           PIC 9(02) VALUE 0.
       01  WS-CU-SUB                             PIC S9(4) COMP.
       01  WS-CU-HIT                             PIC X.

       01  WS-RV-HDR.
           05 FILLER                             PIC X(40) VALUE
              'INVOICE    VENDOR   CUR     BILLED     R'.
           05 FILLER                             PIC X(36) VALUE
              'ATE     BOOKED   REVALUED  GAIN/LOSS'.
       01  WS-RV-LINE.
           05 RL-INVOICE                         PIC X(10).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-VENDOR                          PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-CURRENCY                        PIC X(03).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-BILLED                          PIC Z(6)9.99.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-RATE                            PIC ZZ9.9(4).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-BOOKED                          PIC Z(6)9.99.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-REVALUED                        PIC Z(6)9.99.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-DIFF                            PIC -(6)9.99.

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
           PERFORM 200-SCAN-INVOICES
           PERFORM 400-WRITE-TOTALS
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-SCAN-INVOICES.
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
                    INV-Currency NOT = SPACES AND
                    INV-FX-Rate NUMERIC AND
                    INV-FX-Rate > 0
                    PERFORM 300-REVALUE-ONE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF056I')
              END-EXEC
           END-IF.
       200-EXIT.
           EXIT.

       300-REVALUE-ONE.
           PERFORM 310-RATE-TODAY
           MOVE INV-Number TO RL-INVOICE
           MOVE INV-Vendor TO RL-VENDOR
           MOVE INV-Currency TO RL-CURRENCY
           MOVE INV-Orig-Amount TO RL-BILLED
           MOVE INV-FX-Rate TO RL-RATE
           MOVE INV-Amount TO RL-BOOKED
           IF WS-FX-OK = 'N'
              ADD 1 TO WS-NORATE-COUNT
              MOVE WS-RV-LINE TO WS-RPT-WORK
              MOVE 'NO RATE TODAY' TO WS-RPT-WORK(56:21)
              PERFORM 910-WRITE-RPT-LINE
              GO TO 300-EXIT
           END-IF
           COMPUTE WS-REVALUED ROUNDED = INV-Orig-Amount * WS-FX-RATE
           COMPUTE WS-DIFF = WS-REVALUED - INV-Amount
           MOVE WS-REVALUED TO RL-REVALUED
           MOVE WS-DIFF TO RL-DIFF
           MOVE WS-RV-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           ADD 1 TO WS-INV-COUNT
           ADD INV-Amount TO WS-TOT-BOOKED
           ADD WS-REVALUED TO WS-TOT-REVALUED
           ADD WS-DIFF TO WS-TOT-DIFF
           PERFORM 320-ACCUMULATE-CURRENCY.
       300-EXIT.
           EXIT.

      *    The rate in force today: the last active row for the
      *    currency whose effective date is not after today - the
      *    same forward walk SM080's 705-CONVERT-AMOUNT makes.
       310-RATE-TODAY.
           MOVE 'N' TO WS-FX-OK
           MOVE 0 TO WS-FX-RATE
           MOVE INV-Currency TO FXR-Currency
           MOVE 0 TO FXR-Effective-Date
           EXEC CICS STARTBR
                FILE('STF091X')
                RIDFLD (FXR-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR FXR-Currency NOT = INV-Currency
                      OR FXR-Effective-Date > WS-TODAY-YYYYMMDD
                 EXEC CICS READNEXT
                      FILE('STF091X')
                      INTO (FXR-REC)
                      RIDFLD (FXR-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    FXR-Currency = INV-Currency AND
                    FXR-Effective-Date NOT > WS-TODAY-YYYYMMDD AND
                    FXR-Active = 'Y'
                    MOVE 'Y' TO WS-FX-OK
                    MOVE FXR-Rate TO WS-FX-RATE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF091X')
              END-EXEC
           END-IF.
       310-EXIT.
           EXIT.

       320-ACCUMULATE-CURRENCY.
           MOVE 'N' TO WS-CU-HIT
           PERFORM VARYING WS-CU-SUB FROM 1 BY 1
                   UNTIL WS-CU-SUB > WS-CUR-USED
              IF WS-CU-CODE(WS-CU-SUB) = INV-Currency
                 MOVE 'Y' TO WS-CU-HIT
                 ADD 1 TO WS-CU-COUNT(WS-CU-SUB)
                 ADD INV-Orig-Amount TO WS-CU-ORIG(WS-CU-SUB)
                 ADD WS-DIFF TO WS-CU-DIFF(WS-CU-SUB)
                 MOVE WS-CUR-USED TO WS-CU-SUB
              END-IF
           END-PERFORM
           IF WS-CU-HIT = 'N' AND WS-CUR-USED < 20
              ADD 1 TO WS-CUR-USED
              MOVE WS-CUR-USED TO WS-CU-SUB
              MOVE INV-Currency TO WS-CU-CODE(WS-CU-SUB)
              MOVE 1 TO WS-CU-COUNT(WS-CU-SUB)
              MOVE INV-Orig-Amount TO WS-CU-ORIG(WS-CU-SUB)
              MOVE WS-DIFF TO WS-CU-DIFF(WS-CU-SUB)
           END-IF.
       320-EXIT.
           EXIT.

       400-WRITE-TOTALS.
           PERFORM VARYING WS-CU-SUB FROM 1 BY 1
                   UNTIL WS-CU-SUB > WS-CUR-USED
              MOVE WS-CU-COUNT(WS-CU-SUB) TO WS-COUNT-DISP
              MOVE WS-CU-ORIG(WS-CU-SUB) TO WS-VALUE-DISP
              MOVE WS-CU-DIFF(WS-CU-SUB) TO WS-DIFF-DISP
              MOVE SPACES TO WS-RPT-WORK
              STRING 'CURRENCY ' DELIMITED BY SIZE
                     WS-CU-CODE(WS-CU-SUB) DELIMITED BY SIZE
                     ': ' DELIMITED BY SIZE
                     WS-COUNT-DISP DELIMITED BY SIZE
                     ' UNPAID, BILLED ' DELIMITED BY SIZE
                     WS-VALUE-DISP DELIMITED BY SIZE
                     ' GAIN/LOSS ' DELIMITED BY SIZE
                     WS-DIFF-DISP DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
           END-PERFORM
           MOVE WS-INV-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'UNPAID FOREIGN INVOICES REVALUED: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-TOT-BOOKED TO WS-VALUE-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'BOOKED BASE VALUE:     ' DELIMITED BY SIZE
                  WS-VALUE-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-TOT-REVALUED TO WS-VALUE-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'REVALUED BASE VALUE:   ' DELIMITED BY SIZE
                  WS-VALUE-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-TOT-DIFF TO WS-DIFF-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'UNREALIZED GAIN/LOSS:  ' DELIMITED BY SIZE
                  WS-DIFF-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           IF WS-NORATE-COUNT > 0
              MOVE WS-NORATE-COUNT TO WS-COUNT-DISP
              MOVE SPACES TO WS-RPT-WORK
              STRING 'NOT REVALUED, NO RATE IN FORCE: '
                     DELIMITED BY SIZE
                     WS-COUNT-DISP DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
           END-IF.
       400-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S132RPT' TO RPT-Report-ID
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
                 MOVE 'S132RPT' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'FOREIGN CURRENCY REVALUATION OF UNPAID INVOICES '
                  DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-RV-HDR TO WS-RPT-WORK
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
