       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM124.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM124 is the monthly spare-part shrinkage report (TRANSID     *
      *  'S124'), operator-started on demand in the SM077 style for    *
      *  the month of the run date - the same period rule SM082 uses   *
      *  for its chargeback invoices. One keyed browse of STF085M      *
      *  from the first of the month lists every stock movement        *
      *  posted in the period (today the SM123 cycle count variances)  *
      *  with part, direction, quantity, value and who counted and     *
      *  approved it, then totals the gains, the losses and the net    *
      *  shrinkage value. Output goes to the STF010R repository under  *
      *  'S124RPT' for SM030's viewer, delete-and-replace per run      *
      *  date like every other repository writer.                      *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF085M.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-PERIOD                             PIC X(06).
       01  WS-MOVE-COUNT                         PIC 9(04) VALUE 0.
       01  WS-COUNT-DISP                         PIC 9(04).
       01  WS-GAIN-VALUE                         PIC 9(09)V99 VALUE 0.
       01  WS-LOSS-VALUE                         PIC 9(09)V99 VALUE 0.
       01  WS-NET-LOSS                           PIC S9(09)V99.
       01  WS-VALUE-DISP                         PIC Z(8)9.99.
       01  WS-NET-DISP                           PIC -(9)9.99.
       01  WS-MV-LINE.
           05 ML-DATE                            PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 ML-PART                            PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 ML-TYPE                            PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 ML-SIGN                            PIC X(01).
           05 ML-QTY                             PIC 9(05).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 ML-VALUE                           PIC Z(6)9.99.
           05 FILLER                             PIC X(05) VALUE
              ' CNT '.
           05 ML-COUNTED-BY                      PIC X(08).
           05 FILLER                             PIC X(05) VALUE
              ' APR '.
           05 ML-APPROVED-BY                     PIC X(08).

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
           PERFORM 200-SCAN-MOVEMENTS
           PERFORM 400-WRITE-TOTALS
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-SCAN-MOVEMENTS.
           MOVE WS-PERIOD TO MV-Post-Date(1:6)
           MOVE '01' TO MV-Post-Date(7:2)
           MOVE 0 TO MV-Seq-Number
           EXEC CICS STARTBR
                FILE('STF085M')
                RIDFLD (MV-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR MV-Post-Date(1:6) NOT = WS-PERIOD
                 EXEC CICS READNEXT
                      FILE('STF085M')
                      INTO (MV-REC)
                      RIDFLD (MV-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    MV-Post-Date(1:6) = WS-PERIOD
                    PERFORM 300-REPORT-MOVEMENT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF085M')
              END-EXEC
           END-IF.
       200-EXIT.
           EXIT.

       300-REPORT-MOVEMENT.
           ADD 1 TO WS-MOVE-COUNT
           IF MV-Sign = '+'
              ADD MV-Value TO WS-GAIN-VALUE
           ELSE
              ADD MV-Value TO WS-LOSS-VALUE
           END-IF
           MOVE MV-Post-Date TO ML-DATE
           MOVE MV-Part TO ML-PART
           MOVE MV-Type TO ML-TYPE
           MOVE MV-Sign TO ML-SIGN
           MOVE MV-Qty TO ML-QTY
           MOVE MV-Value TO ML-VALUE
           MOVE MV-Counted-By TO ML-COUNTED-BY
           IF MV-Approved-By = SPACES
              MOVE 'TOLERANC' TO ML-APPROVED-BY
           ELSE
              MOVE MV-Approved-By TO ML-APPROVED-BY
           END-IF
           MOVE WS-MV-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       300-EXIT.
           EXIT.

       400-WRITE-TOTALS.
           MOVE WS-MOVE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'STOCK MOVEMENTS IN PERIOD: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-GAIN-VALUE TO WS-VALUE-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'VALUE OF GAINS:       ' DELIMITED BY SIZE
                  WS-VALUE-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-LOSS-VALUE TO WS-VALUE-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'VALUE OF LOSSES:      ' DELIMITED BY SIZE
                  WS-VALUE-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           COMPUTE WS-NET-LOSS = WS-LOSS-VALUE - WS-GAIN-VALUE
           MOVE WS-NET-LOSS TO WS-NET-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'NET SHRINKAGE VALUE:  ' DELIMITED BY SIZE
                  WS-NET-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       400-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S124RPT' TO RPT-Report-ID
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
                 MOVE 'S124RPT' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SPARE PART SHRINKAGE REPORT FOR ' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
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
