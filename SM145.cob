       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM145.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM145 is the legal-hold register report (TRANSID 'S145'),     *
      *  operator-started in the SM137 style whenever Legal or audit   *
      *  asks what is being preserved. One browse of STF101L lists     *
      *  every active hold - type, the ticket, requestor or            *
      *  department held, the matter, who placed it and when, and its  *
      *  release date - marked IN FORCE, or LAPSED once its release    *
      *  date has passed (the jobs already ignore a lapsed hold; the   *
      *  row only wants deactivating on SM033). Totals by type close   *
      *  the report, with a warning when more holds are in force than  *
      *  the SM144 service list carries - every archive, purge and     *
      *  erasure job stands down until the register is split. Output   *
      *  goes to the STF010R repository under 'S145RPT' for SM030's    *
      *  viewer, delete-and-replace per run date.                      *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF101L.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-TKT-COUNT                          PIC 9(04) VALUE 0.
       01  WS-REQ-COUNT                          PIC 9(04) VALUE 0.
       01  WS-DEPT-COUNT                         PIC 9(04) VALUE 0.
       01  WS-LAPSED-COUNT                       PIC 9(04) VALUE 0.
       01  WS-FORCE-COUNT                        PIC 9(04) VALUE 0.
       01  WS-COUNT-DISP                         PIC ZZZ9.
      *    The SMHLD01 list size - holds beyond it set HLQ-OVERFLOW.
       01  WS-SERVICE-MAX                        PIC 9(04) VALUE 200.

       01  WS-HL-HDR.
           05 FILLER                             PIC X(40) VALUE
              'T VALUE    MATTER               PLACED  '.
           05 FILLER                             PIC X(37) VALUE
              ' BY       RELEASE  STATE'.
       01  WS-HL-LINE.
           05 RL-TYPE                            PIC X(01).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-VALUE                           PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-MATTER                          PIC X(20).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-PLACED                          PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-BY                              PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-RELEASE                         PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RL-STATE                           PIC X(08).

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           PERFORM 150-INIT-RPT-RUN
           PERFORM 200-SCAN-HOLDS
           PERFORM 400-WRITE-TOTALS
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-SCAN-HOLDS.
           MOVE LOW-VALUES TO HOLD-KEYS
           EXEC CICS STARTBR
                FILE('STF101L')
                RIDFLD (HOLD-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF101L')
                   INTO (HOLD-REC)
                   RIDFLD (HOLD-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 HOLD-Active NOT = 'N'
                 PERFORM 210-LIST-HOLD
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF101L')
           END-EXEC.
       200-EXIT.
           EXIT.

      *    The same in-force test SM144 applies: open-ended, or a
      *    release date not yet passed.
       210-LIST-HOLD.
           MOVE HOLD-Type TO RL-TYPE
           MOVE HOLD-Value TO RL-VALUE
           MOVE HOLD-Matter TO RL-MATTER
           MOVE HOLD-Placed-Date TO RL-PLACED
           MOVE HOLD-Placed-By TO RL-BY
           IF HOLD-Release-Date NOT NUMERIC OR
              HOLD-Release-Date = 0
              MOVE 'OPEN' TO RL-RELEASE
              MOVE 'IN FORCE' TO RL-STATE
           ELSE
              MOVE HOLD-Release-Date TO RL-RELEASE
              IF HOLD-Release-Date >= WS-TODAY-YYYYMMDD
                 MOVE 'IN FORCE' TO RL-STATE
              ELSE
                 MOVE 'LAPSED' TO RL-STATE
              END-IF
           END-IF
           IF RL-STATE = 'LAPSED'
              ADD 1 TO WS-LAPSED-COUNT
           ELSE
              ADD 1 TO WS-FORCE-COUNT
              EVALUATE HOLD-Type
                WHEN 'T'
                     ADD 1 TO WS-TKT-COUNT
                WHEN 'R'
                     ADD 1 TO WS-REQ-COUNT
                WHEN 'D'
                     ADD 1 TO WS-DEPT-COUNT
                WHEN OTHER
                     MOVE 'BAD TYPE' TO RL-STATE
              END-EVALUATE
           END-IF
           MOVE WS-HL-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       210-EXIT.
           EXIT.

       400-WRITE-TOTALS.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-TKT-COUNT TO WS-COUNT-DISP
           STRING 'TICKETS HELD:           ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-REQ-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'REQUESTORS HELD:        ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-DEPT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'DEPARTMENTS HELD:       ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-LAPSED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'LAPSED, TO DEACTIVATE:  ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           IF WS-FORCE-COUNT > WS-SERVICE-MAX
              MOVE 'WARNING: MORE HOLDS IN FORCE THAN SM144 ANSWERS -'
                   TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
              MOVE '         ARCHIVE AND PURGE JOBS ARE STANDING DOWN'
                   TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
           END-IF.
       400-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S145RPT' TO RPT-Report-ID
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
                 MOVE 'S145RPT' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'ACTIVE LEGAL HOLDS AS AT ' DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-HL-HDR TO WS-RPT-WORK
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
