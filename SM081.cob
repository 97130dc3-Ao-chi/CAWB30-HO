      *  returned, and the percentage returned by the promised date.  *
      *  Both periods print side by side so the trend is the line     *
      *  itself. Output goes to STF010R under 'SM81RPT'.              *
      *  A pass of the STF056I invoices adds each vendor's payables   *
      *  position: MATCHED invoices not yet confirmed paid by the     *
      *  SM131 payment feed are outstanding, PAID ones are settled -  *
      *  both as amounts alongside the turnaround figures.            *
      *  A pass of the STF092K service-credit claims (raised by SM133  *
      *  for late returns, netted off invoices by SM080) closes the    *
      *  report with a SERVICE CREDITS block: per vendor, claims       *
      *  raised and their value, and how much has been recovered.      *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF017F.
           COPY STF016V.
           COPY STF056I.
           COPY STF092K.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
                 15 WS-VN-RET-COUNT              PIC 9(05).
                 15 WS-VN-DAYS-SUM               PIC 9(07).
                 15 WS-VN-ONTIME                 PIC 9(05).
              10 WS-VN-OUT-AMT                   PIC 9(09)V99.
              10 WS-VN-PAID-AMT                  PIC 9(09)V99.
              10 WS-VN-CR-COUNT                  PIC 9(04).
              10 WS-VN-CR-RAISED                 PIC 9(09)V99.
              10 WS-VN-CR-RECOV                  PIC 9(09)V99.
       01  WS-VND-USED                           PIC 9(02) VALUE 0.
       01  WS-VN-SUB                             PIC S9(4) COMP.
       01  WS-VN-HIT                             PIC X.
       01  WS-PCT2                               PIC 9(03).
       01  WS-CNT1                               PIC 9(05).
       01  WS-CNT2                               PIC 9(05).
       01  WS-NEW-VENDOR                         PIC X(08).
       01  WS-PAY-DISP                           PIC Z(6)9.99.
       01  WS-CR-CNT-DISP                        PIC ZZZ9.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
                TO WS-CUT-PRIOR
           PERFORM 150-INIT-RPT-RUN
           PERFORM 200-SCAN-REFERRALS
           PERFORM 250-SCAN-INVOICES
           PERFORM 280-SCAN-CLAIMS
           PERFORM 400-WRITE-SCORECARD
           EXEC CICS RETURN
           END-EXEC.
              END-IF
           END-PERFORM
           IF WS-VN-HIT = 'N' AND WS-VND-USED < 50
              MOVE REF-Vendor TO WS-NEW-VENDOR
              PERFORM 305-NEW-VENDOR
              PERFORM 310-BUMP-BUCKET
           END-IF.
       300-EXIT.
           EXIT.

       305-NEW-VENDOR.
           ADD 1 TO WS-VND-USED
           MOVE WS-VND-USED TO WS-VN-SUB
           MOVE WS-NEW-VENDOR TO WS-VN-CODE(WS-VN-SUB)
           MOVE 0 TO WS-VN-COUNT(WS-VN-SUB 1)
           MOVE 0 TO WS-VN-RET-COUNT(WS-VN-SUB 1)
           MOVE 0 TO WS-VN-DAYS-SUM(WS-VN-SUB 1)
           MOVE 0 TO WS-VN-ONTIME(WS-VN-SUB 1)
           MOVE 0 TO WS-VN-COUNT(WS-VN-SUB 2)
           MOVE 0 TO WS-VN-RET-COUNT(WS-VN-SUB 2)
           MOVE 0 TO WS-VN-DAYS-SUM(WS-VN-SUB 2)
           MOVE 0 TO WS-VN-ONTIME(WS-VN-SUB 2)
           MOVE 0 TO WS-VN-OUT-AMT(WS-VN-SUB)
           MOVE 0 TO WS-VN-PAID-AMT(WS-VN-SUB)
           MOVE 0 TO WS-VN-CR-COUNT(WS-VN-SUB)
           MOVE 0 TO WS-VN-CR-RAISED(WS-VN-SUB)
           MOVE 0 TO WS-VN-CR-RECOV(WS-VN-SUB).
       305-EXIT.
           EXIT.

       310-BUMP-BUCKET.
           ADD 1 TO WS-VN-COUNT(WS-VN-SUB WS-PERIOD)
           IF REF-Returned-Date NOT = 0
       310-EXIT.
           EXIT.

      *    Every MATCHED or PAID invoice, whatever its date - what
      *    is owed to a vendor does not age out of the window.
       250-SCAN-INVOICES.
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
                    (INV-STATUS = 'MATCHED' OR INV-STATUS = 'PAID')
                    PERFORM 260-ACCUMULATE-INVOICE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF056I')
              END-EXEC
           END-IF.
       250-EXIT.
           EXIT.

       260-ACCUMULATE-INVOICE.
           MOVE 'N' TO WS-VN-HIT
           PERFORM VARYING WS-VN-SUB FROM 1 BY 1
                   UNTIL WS-VN-SUB > WS-VND-USED
              IF WS-VN-CODE(WS-VN-SUB) = INV-Vendor
                 MOVE 'Y' TO WS-VN-HIT
                 PERFORM 270-BUMP-PAYABLES
                 MOVE WS-VND-USED TO WS-VN-SUB
              END-IF
           END-PERFORM
           IF WS-VN-HIT = 'N' AND WS-VND-USED < 50
              MOVE INV-Vendor TO WS-NEW-VENDOR
              PERFORM 305-NEW-VENDOR
              PERFORM 270-BUMP-PAYABLES
           END-IF.
       260-EXIT.
           EXIT.

       270-BUMP-PAYABLES.
           IF INV-STATUS = 'PAID'
              ADD INV-Amount TO WS-VN-PAID-AMT(WS-VN-SUB)
           ELSE
              ADD INV-Amount TO WS-VN-OUT-AMT(WS-VN-SUB)
           END-IF.
       270-EXIT.
           EXIT.

      *    Every claim ever raised, open or recovered - the block is
      *    the vendor's penalty history, not this month's.
       280-SCAN-CLAIMS.
           MOVE LOW-VALUES TO CLM-KEYS
           EXEC CICS STARTBR
                FILE('STF092K')
                RIDFLD (CLM-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF092K')
                      INTO (CLAIM-REC)
                      RIDFLD (CLM-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    PERFORM 290-ACCUMULATE-CLAIM
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF092K')
              END-EXEC
           END-IF.
       280-EXIT.
           EXIT.

       290-ACCUMULATE-CLAIM.
           MOVE 'N' TO WS-VN-HIT
           PERFORM VARYING WS-VN-SUB FROM 1 BY 1
                   UNTIL WS-VN-SUB > WS-VND-USED
              IF WS-VN-CODE(WS-VN-SUB) = CLM-Vendor
                 MOVE 'Y' TO WS-VN-HIT
                 PERFORM 295-BUMP-CLAIMS
                 MOVE WS-VND-USED TO WS-VN-SUB
              END-IF
           END-PERFORM
           IF WS-VN-HIT = 'N' AND WS-VND-USED < 50
              MOVE CLM-Vendor TO WS-NEW-VENDOR
              PERFORM 305-NEW-VENDOR
              PERFORM 295-BUMP-CLAIMS
           END-IF.
       290-EXIT.
           EXIT.

       295-BUMP-CLAIMS.
           ADD 1 TO WS-VN-CR-COUNT(WS-VN-SUB)
           ADD CLM-Amount TO WS-VN-CR-RAISED(WS-VN-SUB)
           ADD CLM-Recovered TO WS-VN-CR-RECOV(WS-VN-SUB).
       295-EXIT.
           EXIT.

       400-WRITE-SCORECARD.
           MOVE 'VENDOR   CUR:CNT AVGD PCT%  PRI:CNT AVGD PCT%'
                TO WS-RPT-WORK
           MOVE 'OUTSTANDING       PAID' TO WS-RPT-WORK(49:22)
           PERFORM 910-WRITE-RPT-LINE
           PERFORM VARYING WS-VN-SUB FROM 1 BY 1
                   UNTIL WS-VN-SUB > WS-VND-USED
              MOVE WS-CNT2 TO WS-RPT-WORK(34:5)
              MOVE WS-AVG2 TO WS-RPT-WORK(40:4)
              MOVE WS-PCT2 TO WS-RPT-WORK(45:3)
              MOVE WS-VN-OUT-AMT(WS-VN-SUB) TO WS-PAY-DISP
              MOVE WS-PAY-DISP TO WS-RPT-WORK(49:10)
              MOVE WS-VN-PAID-AMT(WS-VN-SUB) TO WS-PAY-DISP
              MOVE WS-PAY-DISP TO WS-RPT-WORK(61:10)
              PERFORM 910-WRITE-RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'SERVICE CREDITS' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'VENDOR   CLAIMS      RAISED   RECOVERED' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           PERFORM VARYING WS-VN-SUB FROM 1 BY 1
                   UNTIL WS-VN-SUB > WS-VND-USED
              IF WS-VN-CR-COUNT(WS-VN-SUB) > 0
                 MOVE SPACES TO WS-RPT-WORK
                 MOVE WS-VN-CODE(WS-VN-SUB) TO WS-RPT-WORK(1:8)
                 MOVE WS-VN-CR-COUNT(WS-VN-SUB) TO WS-CR-CNT-DISP
                 MOVE WS-CR-CNT-DISP TO WS-RPT-WORK(12:4)
                 MOVE WS-VN-CR-RAISED(WS-VN-SUB) TO WS-PAY-DISP
                 MOVE WS-PAY-DISP TO WS-RPT-WORK(18:10)
                 MOVE WS-VN-CR-RECOV(WS-VN-SUB) TO WS-PAY-DISP
                 MOVE WS-PAY-DISP TO WS-RPT-WORK(30:10)
                 PERFORM 910-WRITE-RPT-LINE
              END-IF
           END-PERFORM.
       400-EXIT.
           EXIT.
