       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM133.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM133 is the monthly vendor service-credit run (TRANSID       *
      *  'S133'), operator-started at month end the way SM082 is.      *
      *  SM050 and SM081 tell us who is late; this prices it. Every    *
      *  STF017F referral that came back after its promised date and   *
      *  has no STF092K claim yet is looked up against the referred    *
      *  asset's STF055C contracts: the active contract with the same  *
      *  vendor whose window covers the sent date and that carries a   *
      *  credit per late day. The credit is late calendar days times   *
      *  that rate, held to the contract's cap, and the claim is       *
      *  written OPEN for SM080 to net off the vendor's next matched   *
      *  invoice. A referral already claimed is skipped, so a rerun    *
      *  raises nothing twice. Claims raised go to the STF010R         *
      *  repository under 'S133RPT' with the run total.                *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF017F.
           COPY STF055C.
           COPY STF092K.
           COPY STF001C.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       77  WS-RETNCODE3                          PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-PERIOD                             PIC X(06).
       01  WS-LATE-DAYS                          PIC S9(9) COMP.
       01  WS-CREDIT                             PIC 9(09)V99.
       01  WS-FOUND                              PIC X.
       01  WS-CLM-COUNT                          PIC 9(04) VALUE 0.
       01  WS-CLM-VALUE                          PIC 9(09)V99 VALUE 0.
       01  WS-NOTERMS-COUNT                      PIC 9(04) VALUE 0.
       01  WS-COUNT-DISP                         PIC ZZZ9.
       01  WS-VALUE-DISP                         PIC Z(8)9.99.
       01  WS-CL-LINE.
           05 CL-VENDOR                          PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CL-TICKET                          PIC X(07).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CL-CONTRACT                        PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CL-PROMISED                        PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CL-RETURNED                        PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CL-DAYS                            PIC ZZZ9.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CL-AMOUNT                          PIC Z(6)9.99.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CL-NOTE                            PIC X(10).

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
           PERFORM 200-SCAN-REFERRALS
           PERFORM 400-WRITE-TOTALS
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-SCAN-REFERRALS.
           MOVE LOW-VALUES TO REF-Ticket-ID
           EXEC CICS STARTBR
                FILE('STF017F')
                RIDFLD (REF-Ticket-ID)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF017F')
                      INTO (REFERRAL-REC)
                      RIDFLD (REF-Ticket-ID)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    REF-Promised-Date NOT = 0 AND
                    REF-Returned-Date NOT = 0 AND
                    REF-Returned-Date > REF-Promised-Date
                    PERFORM 300-PRICE-ONE-REFERRAL
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF017F')
              END-EXEC
           END-IF.
       200-EXIT.
           EXIT.

       300-PRICE-ONE-REFERRAL.
           MOVE REF-Vendor TO CLM-Vendor
           MOVE REF-Ticket-ID TO CLM-Ticket-ID
           EXEC CICS READ
                FILE('STF092K')
                INTO (CLAIM-REC)
                RIDFLD (CLM-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              GO TO 300-EXIT
           END-IF
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (REF-Ticket-ID)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              TICKET-ASSET-TAG = SPACES OR LOW-VALUES
              GO TO 300-EXIT
           END-IF
           PERFORM 310-FIND-CONTRACT
           IF WS-FOUND = 'N'
              ADD 1 TO WS-NOTERMS-COUNT
              GO TO 300-EXIT
           END-IF
           COMPUTE WS-LATE-DAYS =
              FUNCTION INTEGER-OF-DATE(REF-Returned-Date)
              - FUNCTION INTEGER-OF-DATE(REF-Promised-Date)
           COMPUTE WS-CREDIT =
              WS-LATE-DAYS * CONTRACT-Credit-Per-Day
           MOVE SPACES TO CL-NOTE
           IF CONTRACT-Credit-Cap NUMERIC AND
              CONTRACT-Credit-Cap > 0 AND
              WS-CREDIT > CONTRACT-Credit-Cap
              MOVE CONTRACT-Credit-Cap TO WS-CREDIT
              MOVE 'CAPPED' TO CL-NOTE
           END-IF
           MOVE REF-Vendor TO CLM-Vendor
           MOVE REF-Ticket-ID TO CLM-Ticket-ID
           MOVE CONTRACT-Id TO CLM-Contract-Id
           MOVE TICKET-ASSET-TAG TO CLM-Asset-Tag
           MOVE REF-Promised-Date TO CLM-Promised-Date
           MOVE REF-Returned-Date TO CLM-Returned-Date
           MOVE WS-LATE-DAYS TO CLM-Late-Days
           MOVE WS-CREDIT TO CLM-Amount
           MOVE 0 TO CLM-Recovered
           MOVE 'OPEN' TO CLM-Status
           MOVE WS-TODAY-YYYYMMDD TO CLM-Raised-Date
           MOVE SPACES TO CLM-Last-Invoice
           MOVE 0 TO CLM-Recovered-Date
           EXEC CICS WRITE
                FILE('STF092K')
                FROM (CLAIM-REC)
                RIDFLD (CLM-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              ADD 1 TO WS-CLM-COUNT
              ADD WS-CREDIT TO WS-CLM-VALUE
              MOVE REF-Vendor TO CL-VENDOR
              MOVE REF-Ticket-ID TO CL-TICKET
              MOVE CONTRACT-Id TO CL-CONTRACT
              MOVE REF-Promised-Date TO CL-PROMISED
              MOVE REF-Returned-Date TO CL-RETURNED
              MOVE WS-LATE-DAYS TO CL-DAYS
              MOVE WS-CREDIT TO CL-AMOUNT
              MOVE WS-CL-LINE TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
           END-IF.
       300-EXIT.
           EXIT.

      *    The asset's STF055C slice, the same keyed browse SM003's
      *    entitlement check makes - but the contract must name the
      *    referral's vendor, cover the sent date, and carry penalty
      *    terms. A row keyed before the terms were appended carries
      *    junk there, so only a numeric, non-zero rate counts.
       310-FIND-CONTRACT.
           MOVE 'N' TO WS-FOUND
           MOVE TICKET-ASSET-TAG TO CONTRACT-Asset-Tag
           MOVE LOW-VALUES TO CONTRACT-Id
           EXEC CICS STARTBR
                FILE('STF055C')
                RIDFLD (CONTRACT-KEYS)
                GTEQ
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE3 NOT = DFHRESP(NORMAL)
                 OR CONTRACT-Asset-Tag NOT = TICKET-ASSET-TAG
                 OR WS-FOUND = 'Y'
                 EXEC CICS READNEXT
                      FILE('STF055C')
                      INTO (CONTRACT-REC)
                      RIDFLD (CONTRACT-KEYS)
                      RESP(WS-RETNCODE3)
                 END-EXEC
                 IF WS-RETNCODE3 = DFHRESP(NORMAL) AND
                    CONTRACT-Asset-Tag = TICKET-ASSET-TAG AND
                    CONTRACT-ACTIVE = 'Y' AND
                    CONTRACT-Vendor = REF-Vendor AND
                    CONTRACT-From <= REF-Sent-Date AND
                    CONTRACT-To >= REF-Sent-Date AND
                    CONTRACT-Credit-Per-Day NUMERIC AND
                    CONTRACT-Credit-Per-Day > 0
                    MOVE 'Y' TO WS-FOUND
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF055C')
              END-EXEC
           END-IF.
       310-EXIT.
           EXIT.

       400-WRITE-TOTALS.
           MOVE WS-CLM-COUNT TO WS-COUNT-DISP
           MOVE WS-CLM-VALUE TO WS-VALUE-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'CLAIMS RAISED: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  '  VALUE ' DELIMITED BY SIZE
                  WS-VALUE-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-NOTERMS-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'LATE REFERRALS WITH NO PENALTY TERMS: '
                  DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       400-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S133RPT' TO RPT-Report-ID
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
                 MOVE 'S133RPT' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'VENDOR SERVICE CREDITS RAISED ' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'VENDOR   TICKET  CONTRACT PROMISED RETURNED DAYS'
                TO WS-RPT-WORK
           MOVE 'CREDIT' TO WS-RPT-WORK(54:6)
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
