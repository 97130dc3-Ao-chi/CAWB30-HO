      *  more than double the ticket's TICKET-EST-COST. PF9 writes     *
      *  the exceptions report to STF010R under 'SM80RPT' for the      *
      *  supervisor.                                                   *
      *                                                                *
      *  A MATCHED row also carries the ticket's department as its     *
      *  cost department and waits (INV-AP-Flag N) for the daily      *
      *  SM130 accounts-payable extract; SM131's payment feed later    *
      *  marks it PAID. PF10 writes the payables position to STF010R   *
      *  under 'SM80PAY': per vendor, matched invoices still           *
      *  outstanding and those paid, with the oldest unpaid date.      *
      *                                                                *
      *  An invoice keyed with a currency code is converted to base    *
      *  currency at the STF091X rate in force on the invoice date     *
      *  before the match runs, so the estimate check and the cost     *
      *  posting compare like with like; the row keeps the billed      *
      *  amount and the rate beside the converted INV-Amount. A        *
      *  currency with no rate in force parks the invoice EXCEPT.      *
      *                                                                *
      *  Before a MATCHED row is written, the vendor's OPEN STF092K    *
      *  service-credit claims (raised monthly by SM133 for late       *
      *  returns) are netted off it, oldest ticket first, up to the    *
      *  invoice amount: INV-Amount becomes the net payable and        *
      *  INV-Credit-Netted keeps what was taken. Each claim drawn on   *
      *  carries the recovered amount and the invoice, and goes        *
      *  RECOVERED once paid off in full. The ticket's cost is still   *
      *  posted gross - the credit is the vendor's penalty, not a      *
      *  cheaper repair.                                               *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY SM80S.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY STF056I.
           COPY STF091X.
           COPY STF092K.
           COPY STF017F.
           COPY STF001C.
           COPY SMJRN01 REPLACING ==JRN-COMMAREA== BY ==WS-JRN-AREA==.
              'INVALID USER ACCESS'.
           05 WS-INVALID-PFKEY                   PIC X(21) VALUE
              'INAVLID PFKEY PRESSED'.
           05 WS-HELP-TEXT.
              10 FILLER                          PIC X(34) VALUE
              'PF1=HELP PF2=ENTER+MATCH PF3=EXIT '.
              10 FILLER                          PIC X(36) VALUE
              'PF9=EXCEPTIONS RPT PF10=PAYABLES RPT'.
           05 WS-ENTER-PROMPT                    PIC X(50) VALUE
              'KEY INVOICE, TICKET, VENDOR, AMOUNT, CURRENCY, PF2'.
           05 WS-FIELDS-REQD                     PIC X(40) VALUE
              'INVOICE NO, TICKET AND AMOUNT REQUIRED'.
           05 WS-DUP-INVOICE                     PIC X(34) VALUE
              'PARKED AS EXCEPTION - SEE REASON'.
           05 WS-RPT-DONE-MSG                    PIC X(38) VALUE
              'EXCEPTIONS REPORT WRITTEN, SEE SM30'.
           05 WS-PAY-DONE-MSG                    PIC X(38) VALUE
              'PAYABLES REPORT WRITTEN, SEE SM30'.

       01  WS-STAMP                              PIC X(20).
       01  WS-DATE-FULL-X                        PIC X(10).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-MATCH-OK                           PIC X.
       01  WS-MATCH-REASON                       PIC X(30).
       01  WS-FX-OK                              PIC X.
       01  WS-FX-RATE                            PIC 9(05)V9(06).
       01  WS-BASE-AMOUNT                        PIC 9(07)V99.
       01  WS-AMT-DISP                           PIC 9(07).
       01  WS-EXC-COUNT                          PIC 9(04).
       01  WS-EXC-DISP                           PIC 9(04).
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-LOG-LAST-SEQ                       PIC 9(03).

      *    OPEN service-credit claims drawn on by the invoice being
      *    matched - keys gathered under the browse, rewritten after
      *    the invoice is safely on file.
       01  WS-CRD-TABLE.
           05 WS-CRD-ENTRY OCCURS 20 TIMES.
              10 WS-CRD-KEYS                     PIC X(15).
              10 WS-CRD-TAKE                     PIC 9(07)V99.
       01  WS-CRD-USED                           PIC 9(02) VALUE 0.
       01  WS-CRD-SUB                            PIC S9(4) COMP.
       01  WS-CRD-LEFT                           PIC 9(07)V99.
       01  WS-CRD-OPEN                           PIC 9(07)V99.
       01  WS-CRD-TOTAL                          PIC 9(07)V99.
       01  WS-CRD-VENDOR                         PIC X(08).
       01  WS-CRD-DISP                           PIC Z(6)9.99.

      *    Per-vendor payables position for the PF10 report - the
      *    same in-memory accumulation table the report jobs use.
       01  WS-PAY-TABLE.
           05 WS-PAY-ENTRY OCCURS 50 TIMES.
              10 WS-PY-VENDOR                    PIC X(08).
              10 WS-PY-OUT-COUNT                 PIC 9(04).
              10 WS-PY-OUT-AMT                   PIC 9(09)V99.
              10 WS-PY-PAID-COUNT                PIC 9(04).
              10 WS-PY-PAID-AMT                  PIC 9(09)V99.
              10 WS-PY-OLDEST                    PIC 9(08).
       01  WS-PAY-HDR.
           05 FILLER                             PIC X(28) VALUE
              'VENDOR    OUT  OUTSTANDING  '.
           05 FILLER                             PIC X(32) VALUE
              'PAID        PAID  OLDEST UNPAID'.
       01  WS-PAY-USED                           PIC 9(02) VALUE 0.
       01  WS-PY-SUB                             PIC S9(4) COMP.
       01  WS-PY-HIT                             PIC X.
       01  WS-PY-AMT-DISP                        PIC Z(6)9.99.
       01  WS-PY-PAID-DISP                       PIC Z(6)9.99.
       01  WS-PY-OUT-TOTAL                       PIC 9(09)V99.
       01  WS-PY-PAID-TOTAL                      PIC 9(09)V99.

       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
               10 WS-LOG-TICKET-ID               PIC X(07).
                  MOVE 'Y' TO WS-HELP-FLAG
                  EXEC CICS SEND TEXT
                       FROM (WS-HELP-TEXT)
                       LENGTH (+70)
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                  PERFORM 700-ENTER-AND-MATCH
             WHEN DFHPF9
                  PERFORM 720-EXCEPTIONS-REPORT
             WHEN DFHPF10
                  PERFORM 730-PAYABLES-REPORT
             WHEN DFHENTER
                  MOVE WS-ENTER-PROMPT TO ERRMSGO
             WHEN OTHER
              GO TO 700-EXIT
           END-IF
           PERFORM 120-BUILD-STAMP
           PERFORM 705-CONVERT-AMOUNT
           PERFORM 710-JUDGE-MATCH
           MOVE INVNOI TO INV-Number
           MOVE TKTNUMI TO INV-Ticket-ID
           MOVE IVNDRI TO INV-Vendor
           MOVE WS-BASE-AMOUNT TO INV-Amount
           MOVE IAMTI TO INV-Orig-Amount
           MOVE WS-FX-RATE TO INV-FX-Rate
           IF ICURRI = LOW-VALUES
              MOVE SPACES TO INV-Currency
           ELSE
              MOVE ICURRI TO INV-Currency
           END-IF
           MOVE WS-TODAY-YYYYMMDD TO INV-Date
           MOVE USERID TO INV-Entered-By
           MOVE SPACES TO INV-Cost-Dept
           MOVE 0 TO INV-AP-Date
           MOVE 0 TO INV-Paid-Date
           MOVE SPACES TO INV-Pay-Ref
           MOVE 0 TO INV-Credit-Netted
           MOVE SPACES TO INV-Matched-By
           MOVE 0 TO WS-CRD-USED
           IF WS-MATCH-OK = 'Y'
              MOVE 'MATCHED' TO INV-STATUS
              MOVE SPACES TO INV-REASON
              MOVE TICKET-DEPARTMENT TO INV-Cost-Dept
              MOVE 'N' TO INV-AP-Flag
              MOVE USERID TO INV-Matched-By
              PERFORM 716-GATHER-CREDITS
           ELSE
              MOVE 'EXCEPT' TO INV-STATUS
              MOVE WS-MATCH-REASON TO INV-REASON
              MOVE SPACE TO INV-AP-Flag
           END-IF
           EXEC CICS WRITE
                FILE('STF056I')
           END-IF
           IF WS-MATCH-OK = 'Y'
              PERFORM 715-POST-COST
              PERFORM 718-APPLY-CREDITS
              MOVE WS-MATCHED-MSG TO ERRMSGO
              MOVE SPACES TO IINFOO
              IF INV-Credit-Netted > 0
                 MOVE INV-Credit-Netted TO WS-CRD-DISP
                 STRING 'SERVICE CREDIT ' DELIMITED BY SIZE
                        WS-CRD-DISP DELIMITED BY SIZE
                        ' NETTED' DELIMITED BY SIZE
                        INTO IINFOO
                 END-STRING
              END-IF
           ELSE
              MOVE WS-EXCEPT-MSG TO ERRMSGO
              MOVE WS-MATCH-REASON TO IINFOO
       700-EXIT.
           EXIT.

      *    A blank currency is base - rate one. Otherwise the
      *    currency's rows are walked forward from its earliest
      *    effective date and the last active one not after the
      *    invoice date is the rate in force, the same forward walk
      *    the highest-seq idiom uses.
       705-CONVERT-AMOUNT.
           MOVE 'Y' TO WS-FX-OK
           MOVE 1 TO WS-FX-RATE
           MOVE IAMTI TO WS-BASE-AMOUNT
           IF ICURRI = SPACES OR LOW-VALUES
              GO TO 705-EXIT
           END-IF
           MOVE 'N' TO WS-FX-OK
           MOVE 0 TO WS-FX-RATE
           MOVE ICURRI TO FXR-Currency
           MOVE 0 TO FXR-Effective-Date
           EXEC CICS STARTBR
                FILE('STF091X')
                RIDFLD (FXR-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR FXR-Currency NOT = ICURRI
                      OR FXR-Effective-Date > WS-TODAY-YYYYMMDD
                 EXEC CICS READNEXT
                      FILE('STF091X')
                      INTO (FXR-REC)
                      RIDFLD (FXR-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    FXR-Currency = ICURRI AND
                    FXR-Effective-Date NOT > WS-TODAY-YYYYMMDD AND
                    FXR-Active = 'Y'
                    MOVE 'Y' TO WS-FX-OK
                    MOVE FXR-Rate TO WS-FX-RATE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF091X')
              END-EXEC
           END-IF
           IF WS-FX-OK = 'Y'
              COMPUTE WS-BASE-AMOUNT ROUNDED = IAMTI * WS-FX-RATE
           ELSE
              MOVE 0 TO WS-BASE-AMOUNT
           END-IF.
       705-EXIT.
           EXIT.

      *    Sent leg: the STF017F referral exists for the ticket and
      *    names the same vendor. Received leg: the returned date is
      *    filled. Billed leg: the amount is not wildly off the
       710-JUDGE-MATCH.
           MOVE 'Y' TO WS-MATCH-OK
           MOVE SPACES TO WS-MATCH-REASON
           IF WS-FX-OK = 'N'
              MOVE 'N' TO WS-MATCH-OK
              MOVE 'NO EXCHANGE RATE FOR CURRENCY' TO WS-MATCH-REASON
              GO TO 710-EXIT
           END-IF
           EXEC CICS READ
                FILE('STF017F')
                INTO (REFERRAL-REC)
              GO TO 710-EXIT
           END-IF
           IF TICKET-EST-COST > 0 AND
              WS-BASE-AMOUNT > TICKET-EST-COST * 2
              MOVE 'N' TO WS-MATCH-OK
              MOVE 'AMOUNT FAR OVER ESTIMATE' TO WS-MATCH-REASON
           END-IF.
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              ADD INV-Amount INV-Credit-Netted TO TICKET-ACT-COST
              MOVE WS-STAMP TO TICKET-LAST-UPDATE
              MOVE USERID TO TICKET-LAST-UPDATE-BY
              EXEC CICS REWRITE
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 COMPUTE WS-AMT-DISP = INV-Amount + INV-Credit-Netted
                 MOVE SPACES TO WS-LOG-UPD-REMARKS
                 STRING 'INVOICE ' DELIMITED BY SIZE
                        INV-Number DELIMITED BY SPACE
       715-EXIT.
           EXIT.

      *    The matched vendor's claims sit together under the
      *    vendor key; each OPEN one gives up what it still has
      *    outstanding until the invoice is used up. Nothing is
      *    rewritten here - the browse is still open.
       716-GATHER-CREDITS.
           MOVE INV-Vendor TO WS-CRD-VENDOR
           IF WS-CRD-VENDOR = SPACES OR LOW-VALUES
              MOVE REF-Vendor TO WS-CRD-VENDOR
           END-IF
           MOVE INV-Amount TO WS-CRD-LEFT
           MOVE WS-CRD-VENDOR TO CLM-Vendor
           MOVE LOW-VALUES TO CLM-Ticket-ID
           EXEC CICS STARTBR
                FILE('STF092K')
                RIDFLD (CLM-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 716-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                   OR CLM-Vendor NOT = WS-CRD-VENDOR
                   OR WS-CRD-LEFT = 0
                   OR WS-CRD-USED = 20
              EXEC CICS READNEXT
                   FILE('STF092K')
                   INTO (CLAIM-REC)
                   RIDFLD (CLM-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                 CLM-Vendor = WS-CRD-VENDOR AND
                 CLM-Status = 'OPEN' AND
                 CLM-Amount > CLM-Recovered
                 COMPUTE WS-CRD-OPEN = CLM-Amount - CLM-Recovered
                 IF WS-CRD-OPEN > WS-CRD-LEFT
                    MOVE WS-CRD-LEFT TO WS-CRD-OPEN
                 END-IF
                 ADD 1 TO WS-CRD-USED
                 MOVE CLM-KEYS TO WS-CRD-KEYS(WS-CRD-USED)
                 MOVE WS-CRD-OPEN TO WS-CRD-TAKE(WS-CRD-USED)
                 SUBTRACT WS-CRD-OPEN FROM WS-CRD-LEFT
                 ADD WS-CRD-OPEN TO INV-Credit-Netted
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF092K')
           END-EXEC
           SUBTRACT INV-Credit-Netted FROM INV-Amount.
       716-EXIT.
           EXIT.

      *    The invoice is written; now each claim it drew on takes
      *    the recovery.
       718-APPLY-CREDITS.
           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1
                   UNTIL WS-CRD-SUB > WS-CRD-USED
              MOVE WS-CRD-KEYS(WS-CRD-SUB) TO CLM-KEYS
              EXEC CICS READ
                   FILE('STF092K')
                   INTO (CLAIM-REC)
                   RIDFLD (CLM-KEYS)
                   UPDATE
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 ADD WS-CRD-TAKE(WS-CRD-SUB) TO CLM-Recovered
                 MOVE INV-Number TO CLM-Last-Invoice
                 IF CLM-Recovered NOT < CLM-Amount
                    MOVE 'RECOVERED' TO CLM-Status
                    MOVE WS-TODAY-YYYYMMDD TO CLM-Recovered-Date
                 END-IF
                 EXEC CICS REWRITE
                      FILE('STF092K')
                      FROM (CLAIM-REC)
                      RESP(WS-RETNCODE2)
                 END-EXEC
              END-IF
           END-PERFORM.
       718-EXIT.
           EXIT.

      *    PF9: every EXCEPT invoice with its reason, to STF010R
      *    'SM80RPT' - delete-and-replace per run date like every
      *    other repository writer.
       720-EXIT.
           EXIT.

      *    PF10: the payables position per vendor - MATCHED rows
      *    are owed, PAID rows settled by SM131's payment feed - to
      *    STF010R 'SM80PAY', delete-and-replace per run date.
       730-PAYABLES-REPORT.
           MOVE 0 TO WS-PAY-USED
           MOVE 0 TO WS-PY-OUT-TOTAL
           MOVE 0 TO WS-PY-PAID-TOTAL
           MOVE 'SM80PAY' TO RPT-Report-ID
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
                 MOVE 'SM80PAY' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE 'VENDOR PAYABLES - PAID VERSUS OUTSTANDING'
                TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-PAY-HDR TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
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
                    PERFORM 735-ACCUMULATE-PAYABLE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF056I')
              END-EXEC
           END-IF
           PERFORM VARYING WS-PY-SUB FROM 1 BY 1
                   UNTIL WS-PY-SUB > WS-PAY-USED
              MOVE SPACES TO WS-RPT-WORK
              MOVE WS-PY-VENDOR(WS-PY-SUB) TO WS-RPT-WORK(1:8)
              MOVE WS-PY-OUT-COUNT(WS-PY-SUB) TO WS-RPT-WORK(10:4)
              MOVE WS-PY-OUT-AMT(WS-PY-SUB) TO WS-PY-AMT-DISP
              MOVE WS-PY-AMT-DISP TO WS-RPT-WORK(17:10)
              MOVE WS-PY-PAID-COUNT(WS-PY-SUB) TO WS-RPT-WORK(29:4)
              MOVE WS-PY-PAID-AMT(WS-PY-SUB) TO WS-PY-PAID-DISP
              MOVE WS-PY-PAID-DISP TO WS-RPT-WORK(35:10)
              IF WS-PY-OUT-COUNT(WS-PY-SUB) > 0
                 MOVE WS-PY-OLDEST(WS-PY-SUB) TO WS-RPT-WORK(47:8)
              END-IF
              PERFORM 910-WRITE-RPT-LINE
           END-PERFORM
           MOVE WS-PY-OUT-TOTAL TO WS-PY-AMT-DISP
           MOVE WS-PY-PAID-TOTAL TO WS-PY-PAID-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'TOTAL OUTSTANDING ' DELIMITED BY SIZE
                  WS-PY-AMT-DISP DELIMITED BY SIZE
                  '  TOTAL PAID ' DELIMITED BY SIZE
                  WS-PY-PAID-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-PAY-DONE-MSG TO ERRMSGO.
       730-EXIT.
           EXIT.

       735-ACCUMULATE-PAYABLE.
           MOVE 'N' TO WS-PY-HIT
           PERFORM VARYING WS-PY-SUB FROM 1 BY 1
                   UNTIL WS-PY-SUB > WS-PAY-USED
              IF WS-PY-VENDOR(WS-PY-SUB) = INV-Vendor
                 MOVE 'Y' TO WS-PY-HIT
                 PERFORM 740-BUMP-PAYABLE
                 MOVE WS-PAY-USED TO WS-PY-SUB
              END-IF
           END-PERFORM
           IF WS-PY-HIT = 'N' AND WS-PAY-USED < 50
              ADD 1 TO WS-PAY-USED
              MOVE WS-PAY-USED TO WS-PY-SUB
              MOVE INV-Vendor TO WS-PY-VENDOR(WS-PY-SUB)
              MOVE 0 TO WS-PY-OUT-COUNT(WS-PY-SUB)
              MOVE 0 TO WS-PY-OUT-AMT(WS-PY-SUB)
              MOVE 0 TO WS-PY-PAID-COUNT(WS-PY-SUB)
              MOVE 0 TO WS-PY-PAID-AMT(WS-PY-SUB)
              MOVE 99999999 TO WS-PY-OLDEST(WS-PY-SUB)
              PERFORM 740-BUMP-PAYABLE
           END-IF.
       735-EXIT.
           EXIT.

       740-BUMP-PAYABLE.
           IF INV-STATUS = 'PAID'
              ADD 1 TO WS-PY-PAID-COUNT(WS-PY-SUB)
              ADD INV-Amount TO WS-PY-PAID-AMT(WS-PY-SUB)
              ADD INV-Amount TO WS-PY-PAID-TOTAL
           ELSE
              ADD 1 TO WS-PY-OUT-COUNT(WS-PY-SUB)
              ADD INV-Amount TO WS-PY-OUT-AMT(WS-PY-SUB)
              ADD INV-Amount TO WS-PY-OUT-TOTAL
              IF INV-Date < WS-PY-OLDEST(WS-PY-SUB)
                 MOVE INV-Date TO WS-PY-OLDEST(WS-PY-SUB)
              END-IF
           END-IF.
       740-EXIT.
           EXIT.

       910-WRITE-RPT-LINE.
           MOVE WS-RPT-WORK TO RPT-Line-Text
           ADD 1 TO RPT-Line-Number
