      *  browse of the STF052N parts master keeps every active part    *
      *  sitting at or below its reorder point; for each, an STF053U   *
      *  pass lists the tickets that consumed it, so purchasing sees   *
      *  both the empty shelf and where the stock went, plus whatever  *
      *  is still outstanding on open STF083P purchase order lines so  *
      *  a part already on order is not ordered twice (SM120 raises    *
      *  the POs from this same selection). Output goes                *
      *  to the STF010R repository under 'SM77RPT' for SM030's         *
      *  viewer, delete-and-replace per run date like every other      *
      *  repository writer.                                            *
       WORKING-STORAGE SECTION.
           COPY STF052N.
           COPY STF053U.
           COPY STF083P.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       01  WS-REORD-DISP                         PIC 9(05).
       01  WS-QTY-DISP                           PIC 9(03).
       01  WS-CUR-PART                           PIC X(08).
       01  WS-ON-ORDER                           PIC 9(06).
       01  WS-ON-ORDER-DISP                      PIC 9(06).

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE PART-Number TO WS-CUR-PART
           PERFORM 360-SUM-ON-ORDER
           IF WS-ON-ORDER > 0
              MOVE WS-ON-ORDER TO WS-ON-ORDER-DISP
              MOVE SPACES TO WS-RPT-WORK
              STRING '   ON ORDER ' DELIMITED BY SIZE
                     WS-ON-ORDER-DISP DELIMITED BY SIZE
                     ' ON OPEN PURCHASE ORDERS' DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
           END-IF
           PERFORM 350-LIST-CONSUMERS.
       300-EXIT.
           EXIT.
       350-EXIT.
           EXIT.

      *    Outstanding quantity on OPEN/PARTIAL STF083P lines for the
      *    part; the file is keyed by PO, so a full pass.
       360-SUM-ON-ORDER.
           MOVE 0 TO WS-ON-ORDER
           MOVE LOW-VALUES TO PO-KEYS
           EXEC CICS STARTBR
                FILE('STF083P')
                RIDFLD (PO-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF083P')
                      INTO (PO-REC)
                      RIDFLD (PO-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    PO-Part = WS-CUR-PART AND
                    (PO-Status = 'OPEN' OR PO-Status = 'PARTIAL')
                    COMPUTE WS-ON-ORDER = WS-ON-ORDER
                       + PO-Qty-Ordered - PO-Qty-Received
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF083P')
              END-EXEC
           END-IF.
       360-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
