       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM129.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM129 is the monthly licence compliance report (TRANSID       *
      *  'S129'), operator-started on demand in the SM077 style. One   *
      *  pass of the STF089L licence master lists every active         *
      *  product with its vendor, seats owned, seats in use (the       *
      *  STF090S ACTIVE rows, counted with a nested browse on the      *
      *  product) and renewal date. A product using more seats than    *
      *  it owns is flagged OVER-DEPLOYED with the shortfall - the     *
      *  audit exposure; one using fewer shows the seats that can be   *
      *  given back at the renewal date. Totals of owned, in use,      *
      *  over-deployed and give-back seats close the report. Output    *
      *  goes to the STF010R repository under 'S129RPT' for SM030's    *
      *  viewer, delete-and-replace per run date like every other      *
      *  repository writer.                                            *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF089L.
           COPY STF090S.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-PERIOD                             PIC X(06).
       01  WS-SEATS-USED                         PIC 9(05).
       01  WS-SEATS-DIFF                         PIC 9(05).
       01  WS-PRODUCT-COUNT                      PIC 9(04) VALUE 0.
       01  WS-OVER-COUNT                         PIC 9(04) VALUE 0.
       01  WS-TOTAL-OWNED                        PIC 9(07) VALUE 0.
       01  WS-TOTAL-USED                         PIC 9(07) VALUE 0.
       01  WS-TOTAL-SHORT                        PIC 9(07) VALUE 0.
       01  WS-TOTAL-SPARE                        PIC 9(07) VALUE 0.
       01  WS-COUNT-DISP                         PIC ZZZ9.
       01  WS-TOTAL-DISP                         PIC Z(6)9.
       01  WS-DIFF-DISP                          PIC ZZZZ9.
       01  WS-LIC-HDR.
           05 FILLER                             PIC X(39) VALUE
              'PRODUCT  NAME                 VENDOR  '.
           05 FILLER                             PIC X(41) VALUE
              'OWNED  USED RENEWAL  STATUS'.
       01  WS-LIC-LINE.
           05 LL-PRODUCT                         PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 LL-NAME                            PIC X(20).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 LL-VENDOR                          PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 LL-OWNED                           PIC ZZZZ9.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 LL-USED                            PIC ZZZZ9.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 LL-RENEWAL                         PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 LL-STATUS                          PIC X(20).

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
           PERFORM 200-SCAN-PRODUCTS
           PERFORM 400-WRITE-TOTALS
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-SCAN-PRODUCTS.
           MOVE LOW-VALUES TO LIC-Product
           EXEC CICS STARTBR
                FILE('STF089L')
                RIDFLD (LIC-Product)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF089L')
                      INTO (LIC-REC)
                      RIDFLD (LIC-Product)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    LIC-Active = 'Y'
                    PERFORM 300-REPORT-PRODUCT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF089L')
              END-EXEC
           END-IF.
       200-EXIT.
           EXIT.

       300-REPORT-PRODUCT.
           ADD 1 TO WS-PRODUCT-COUNT
           PERFORM 310-COUNT-SEATS
           ADD LIC-Seats-Owned TO WS-TOTAL-OWNED
           ADD WS-SEATS-USED TO WS-TOTAL-USED
           MOVE LIC-Product TO LL-PRODUCT
           MOVE LIC-Name TO LL-NAME
           MOVE LIC-Vendor TO LL-VENDOR
           MOVE LIC-Seats-Owned TO LL-OWNED
           MOVE WS-SEATS-USED TO LL-USED
           MOVE LIC-Renewal-Date TO LL-RENEWAL
           EVALUATE TRUE
              WHEN WS-SEATS-USED > LIC-Seats-Owned
                   ADD 1 TO WS-OVER-COUNT
                   COMPUTE WS-SEATS-DIFF =
                      WS-SEATS-USED - LIC-Seats-Owned
                   ADD WS-SEATS-DIFF TO WS-TOTAL-SHORT
                   MOVE 'OVER-DEPLOYED' TO LL-STATUS
              WHEN WS-SEATS-USED < LIC-Seats-Owned
                   COMPUTE WS-SEATS-DIFF =
                      LIC-Seats-Owned - WS-SEATS-USED
                   ADD WS-SEATS-DIFF TO WS-TOTAL-SPARE
                   MOVE 'UNUSED SEATS' TO LL-STATUS
              WHEN OTHER
                   MOVE 0 TO WS-SEATS-DIFF
                   MOVE 'COMPLIANT' TO LL-STATUS
           END-EVALUATE
           MOVE WS-LIC-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           IF WS-SEATS-DIFF > 0
              MOVE WS-SEATS-DIFF TO WS-DIFF-DISP
              MOVE SPACES TO WS-RPT-WORK
              IF WS-SEATS-USED > LIC-Seats-Owned
                 STRING '         ' DELIMITED BY SIZE
                        WS-DIFF-DISP DELIMITED BY SIZE
                        ' SEATS OVER ENTITLEMENT - TRUE UP WITH '
                        DELIMITED BY SIZE
                        LIC-Vendor DELIMITED BY SPACE
                        INTO WS-RPT-WORK
                 END-STRING
              ELSE
                 STRING '         ' DELIMITED BY SIZE
                        WS-DIFF-DISP DELIMITED BY SIZE
                        ' SEATS TO GIVE BACK AT RENEWAL '
                        DELIMITED BY SIZE
                        LIC-Renewal-Date DELIMITED BY SIZE
                        INTO WS-RPT-WORK
                 END-STRING
              END-IF
              PERFORM 910-WRITE-RPT-LINE
           END-IF.
       300-EXIT.
           EXIT.

      *    Product is the high-order STF090S key, so one forward
      *    browse from (product, LOW-VALUES) reads exactly its seats.
       310-COUNT-SEATS.
           MOVE 0 TO WS-SEATS-USED
           MOVE LIC-Product TO SEAT-Product
           MOVE LOW-VALUES TO SEAT-Userid
           MOVE LOW-VALUES TO SEAT-Asset-Tag
           EXEC CICS STARTBR
                FILE('STF090S')
                RIDFLD (SEAT-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR SEAT-Product NOT = LIC-Product
                 EXEC CICS READNEXT
                      FILE('STF090S')
                      INTO (SEAT-REC)
                      RIDFLD (SEAT-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    SEAT-Product = LIC-Product AND
                    SEAT-Status = 'ACTIVE'
                    ADD 1 TO WS-SEATS-USED
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF090S')
              END-EXEC
           END-IF.
       310-EXIT.
           EXIT.

       400-WRITE-TOTALS.
           MOVE WS-PRODUCT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'LICENSED PRODUCTS:           ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-TOTAL-OWNED TO WS-TOTAL-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SEATS OWNED:              ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-TOTAL-USED TO WS-TOTAL-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SEATS IN USE:             ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-OVER-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'PRODUCTS OVER-DEPLOYED:      ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-TOTAL-SHORT TO WS-TOTAL-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SEATS OVER ENTITLEMENT:   ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-TOTAL-SPARE TO WS-TOTAL-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SEATS TO GIVE BACK:       ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       400-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S129RPT' TO RPT-Report-ID
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
                 MOVE 'S129RPT' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SOFTWARE LICENCE COMPLIANCE REPORT FOR '
                  DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-LIC-HDR TO WS-RPT-WORK
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
