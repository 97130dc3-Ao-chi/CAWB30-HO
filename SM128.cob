       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM128.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM128 is the screenless licence-seat service: SM004 (a        *
      *  RESOLVED close) and SM056 (the auto-close) EXEC CICS LINK     *
      *  here with the SMLIC01 commarea (see that copybook for the    *
      *  contract) as an access-request ticket closes. The STF089L    *
      *  master is browsed for the active product whose LIC-Category  *
      *  is the ticket's category - a category no product names is    *
      *  answered N and nothing else happens. Otherwise the           *
      *  requestor's STF090S seat for that product and asset is       *
      *  written ACTIVE (a RELEASED row is reactivated, an ACTIVE     *
      *  one is left alone), the product's ACTIVE seats are counted,  *
      *  and a consumption that takes the product past the seats      *
      *  owned raises one STF030A alert so the desk sees the          *
      *  over-deployment on SM038 the day it happens rather than at   *
      *  the next SM129 compliance run.                               *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF089L.
           COPY STF090S.
           COPY STF030A.
       01  WS-FOUND                              PIC X(01).
       01  WS-TODAY                              PIC 9(08).
       01  WS-ALERT-LAST-SEQ                     PIC 9(05).
       01  WS-SEATS-EDIT                         PIC ZZZZ9.
       01  WS-OWNED-EDIT                         PIC ZZZZ9.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.

       LINKAGE SECTION.
           COPY SMLIC01 REPLACING ==LSV-COMMAREA== BY ==DFHCOMMAREA==.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE 'N' TO LSV-RESULT
           MOVE SPACES TO LSV-PRODUCT
           MOVE 0 TO LSV-SEATS-OWNED
           MOVE 0 TO LSV-SEATS-USED
           MOVE 'N' TO LSV-OVER
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF LSV-CATEGORY = SPACES OR LOW-VALUES OR
              LSV-USERID = SPACES OR LOW-VALUES
              GO TO 100-RETURN
           END-IF
           PERFORM 200-FIND-PRODUCT
           IF WS-FOUND = 'N'
              GO TO 100-RETURN
           END-IF
           PERFORM 300-TAKE-SEAT
           PERFORM 400-COUNT-SEATS
           IF LSV-SEATS-USED > LSV-SEATS-OWNED
              MOVE 'Y' TO LSV-OVER
              IF LSV-RESULT = 'C'
                 PERFORM 500-RAISE-OVER-ALERT
              END-IF
           END-IF.
       100-RETURN.
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    The master is small and keyed on product, not category,
      *    so the active row naming this category is found with one
      *    forward browse - the first match wins.
       200-FIND-PRODUCT.
           MOVE 'N' TO WS-FOUND
           MOVE LOW-VALUES TO LIC-Product
           EXEC CICS STARTBR
                FILE('STF089L')
                RIDFLD (LIC-Product)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR WS-FOUND = 'Y'
                 EXEC CICS READNEXT
                      FILE('STF089L')
                      INTO (LIC-REC)
                      RIDFLD (LIC-Product)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    LIC-Active = 'Y' AND
                    LIC-Category = LSV-CATEGORY
                    MOVE 'Y' TO WS-FOUND
                    MOVE LIC-Product TO LSV-PRODUCT
                    MOVE LIC-Seats-Owned TO LSV-SEATS-OWNED
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF089L')
              END-EXEC
           END-IF.
       200-EXIT.
           EXIT.

      *    One row per product/user/asset - a re-grant brings the
      *    released row back rather than writing a duplicate.
       300-TAKE-SEAT.
           MOVE LSV-PRODUCT TO SEAT-Product
           MOVE LSV-USERID TO SEAT-Userid
           MOVE LSV-ASSET-TAG TO SEAT-Asset-Tag
           IF SEAT-Asset-Tag = LOW-VALUES
              MOVE SPACES TO SEAT-Asset-Tag
           END-IF
           EXEC CICS READ
                FILE('STF090S')
                INTO (SEAT-REC)
                RIDFLD (SEAT-KEYS)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              IF SEAT-Status = 'ACTIVE'
                 EXEC CICS UNLOCK
                      FILE('STF090S')
                 END-EXEC
                 MOVE 'H' TO LSV-RESULT
              ELSE
                 PERFORM 310-FILL-ACTIVE
                 EXEC CICS REWRITE
                      FILE('STF090S')
                      FROM (SEAT-REC)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    MOVE 'C' TO LSV-RESULT
                 ELSE
                    MOVE 'E' TO LSV-RESULT
                 END-IF
              END-IF
           ELSE
              PERFORM 310-FILL-ACTIVE
              EXEC CICS WRITE
                   FILE('STF090S')
                   FROM (SEAT-REC)
                   RIDFLD (SEAT-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 MOVE 'C' TO LSV-RESULT
              ELSE
                 MOVE 'E' TO LSV-RESULT
              END-IF
           END-IF.
       300-EXIT.
           EXIT.

       310-FILL-ACTIVE.
           MOVE 'ACTIVE' TO SEAT-Status
           MOVE LSV-TICKET TO SEAT-Ticket
           MOVE WS-TODAY TO SEAT-Assigned-Date
           MOVE 0 TO SEAT-Released-Date
           MOVE SPACES TO SEAT-Released-Reason.
       310-EXIT.
           EXIT.

      *    Product is the high-order key, so one forward browse from
      *    (product, LOW-VALUES) reads exactly its seats.
       400-COUNT-SEATS.
           MOVE 0 TO LSV-SEATS-USED
           MOVE LSV-PRODUCT TO SEAT-Product
           MOVE LOW-VALUES TO SEAT-Userid
           MOVE LOW-VALUES TO SEAT-Asset-Tag
           EXEC CICS STARTBR
                FILE('STF090S')
                RIDFLD (SEAT-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR SEAT-Product NOT = LSV-PRODUCT
                 EXEC CICS READNEXT
                      FILE('STF090S')
                      INTO (SEAT-REC)
                      RIDFLD (SEAT-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    SEAT-Product = LSV-PRODUCT AND
                    SEAT-Status = 'ACTIVE'
                    ADD 1 TO LSV-SEATS-USED
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF090S')
              END-EXEC
           END-IF.
       400-EXIT.
           EXIT.

      *    One STF030A row (highest-seq idiom) per consumption that
      *    leaves the product over-deployed.
       500-RAISE-OVER-ALERT.
           MOVE WS-TODAY TO ALERT-Date
           MOVE 0 TO ALERT-Seq-Number
           MOVE 0 TO WS-ALERT-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF030A')
                RIDFLD(ALERT-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR ALERT-Date NOT = WS-TODAY
                 EXEC CICS READNEXT
                      FILE('STF030A')
                      INTO(ALERT-REC)
                      RIDFLD(ALERT-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    ALERT-Date = WS-TODAY
                    MOVE ALERT-Seq-Number TO WS-ALERT-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF030A')
              END-EXEC
           END-IF
           MOVE WS-TODAY TO ALERT-Date
           MOVE WS-ALERT-LAST-SEQ TO ALERT-Seq-Number
           ADD 1 TO ALERT-Seq-Number
           MOVE FUNCTION CURRENT-DATE(9:2) TO ALERT-Time(1:2)
           MOVE ':' TO ALERT-Time(3:1)
           MOVE FUNCTION CURRENT-DATE(11:2) TO ALERT-Time(4:2)
           MOVE ':' TO ALERT-Time(6:1)
           MOVE FUNCTION CURRENT-DATE(13:2) TO ALERT-Time(7:2)
           MOVE LSV-TICKET TO ALERT-Ticket
           MOVE LSV-SEATS-USED TO WS-SEATS-EDIT
           MOVE LSV-SEATS-OWNED TO WS-OWNED-EDIT
           MOVE SPACES TO ALERT-Text
           STRING 'LICENCE ' DELIMITED BY SIZE
                  LSV-PRODUCT DELIMITED BY SPACE
                  ' OVER-DEPLOYED:' DELIMITED BY SIZE
                  WS-SEATS-EDIT DELIMITED BY SIZE
                  ' IN USE OF' DELIMITED BY SIZE
                  WS-OWNED-EDIT DELIMITED BY SIZE
                  INTO ALERT-Text
           END-STRING
           MOVE 'N' TO ALERT-Ack-Flag
           MOVE SPACES TO ALERT-Ack-By
           MOVE SPACES TO ALERT-Ack-Time
           MOVE 'N' TO ALERT-Sent-Flag
           MOVE SPACES TO ALERT-Sent-Stamp
           EXEC CICS WRITE
                FILE('STF030A')
                FROM (ALERT-REC)
                RIDFLD (ALERT-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       500-EXIT.
           EXIT.
