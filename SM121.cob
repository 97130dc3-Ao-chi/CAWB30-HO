       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM121.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM121 is the goods-receipt screen for spare-part purchase     *
      *  orders (TRANSID 'S121'), entered by its transaction id from   *
      *  a clear screen; service or admin only. ENTER lists the lines  *
      *  of the keyed STF083P PO with what is still outstanding.       *
      *                                                                *
      *  PF2 books a delivery against the keyed line: the quantity     *
      *  may be part or all of what is outstanding, never more, and    *
      *  the price defaults to the PO unit price when left blank. The  *
      *  STF052N part gains the quantity on hand and takes the price   *
      *  received as its PART-Unit-Cost, and the line moves to        *
      *  PARTIAL or RECEIVED. PF5 short-closes a line the vendor will  *
      *  not deliver: CANCELED if nothing came, CLOSED otherwise.      *
      *  Both are gated by the STF046M function PURCHASE through SM069 *
      *  (admin fallback); the line keeps the date and price of its    *
      *  last receipt.                                                 *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY S121S.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY STF052N.
           COPY STF083P.
           COPY SMPRM01.
      *    STF046M function gate answered by the SM069 service - see
      *    the SMPRM01 contract. WS-PERM-OK goes 'N' only when the
      *    matrix knows the function for a held role and refuses it;
      *    WS-PERM-KNOWN 'N' leaves the legacy admin flag in charge.
       01  WS-PERM-OK                            PIC X VALUE 'Y'.
       01  WS-PERM-KNOWN                         PIC X VALUE 'N'.
       01  WS-PERM-FUNCTION                      PIC X(08).
       01  WS-CURRENT-MAP  VALUE 'S121S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(7).
       01  WS-DATE-X REDEFINES WS-DATE           PIC X(7).
       01  WS-LENGTH                             PIC S9(4) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       01  WS-TIMEOUT-TRANID                     PIC X(04) VALUE 'SM14'.
       01  WS-IDLE-TIMEOUT                       PIC 9(06) VALUE 001500.
       01  WS-STD-KEY-LEN                        PIC S9(4) COMP VALUE 8.

       01  WS-UAF-LOOKUP-REC.
           05 WS-UAF-LKP-USERID                  PIC X(08).
           05 WS-UAF-LKP-TYPE.
              10 WS-UAF-LKP-REQUESTOR            PIC X(01).
              10 WS-UAF-LKP-ADMIN                PIC X(01).
              10 WS-UAF-LKP-APPROVER             PIC X(01).
              10 WS-UAF-LKP-SERVICE              PIC X(01).
              10 WS-UAF-LKP-AUDITOR              PIC X(01).
           05 WS-UAF-LKP-DEPARTMENT              PIC X(08).
           05 FILLER                             PIC X(40).
           05 WS-UAF-LKP-INACTIVE                PIC X(01).
           05 FILLER                             PIC X(60).

       01  WS-ERRMSGS.
           05 WS-INVALID-USER                    PIC X(20) VALUE
              'INVALID USER ACCESS'.
           05 WS-INVALID-PFKEY                   PIC X(21) VALUE
              'INAVLID PFKEY PRESSED'.
           05 WS-HELP-TEXT                        PIC X(60) VALUE
              'PF1=HELP PF2=BOOK RECEIPT PF3=EXIT PF5=SHORT-CLOSE LINE'.
           05 WS-ENTER-PROMPT                    PIC X(50) VALUE
              'KEY PO NUMBER AND PRESS ENTER'.
           05 WS-NOT-PURCHASER                   PIC X(40) VALUE
              'NOT AUTHORISED TO BOOK GOODS RECEIVED'.
           05 WS-PO-NOT-FOUND                    PIC X(40) VALUE
              'PO NOT FOUND ON STF083P'.
           05 WS-LINE-NOT-FOUND                  PIC X(40) VALUE
              'PO LINE NOT FOUND ON STF083P'.
           05 WS-LINE-NOT-OPEN                   PIC X(40) VALUE
              'PO LINE IS NO LONGER OPEN'.
           05 WS-QTY-INVALID                     PIC X(40) VALUE
              'KEY A QUANTITY GREATER THAN ZERO'.
           05 WS-QTY-TOO-MANY                    PIC X(40) VALUE
              'QUANTITY EXCEEDS WHAT IS OUTSTANDING'.
           05 WS-PRICE-INVALID                   PIC X(40) VALUE
              'PRICE MUST BE NUMERIC (IMPLIED 2 DP)'.
           05 WS-PART-MISSING                    PIC X(40) VALUE
              'PART ON THIS LINE IS NOT ON STF052N'.
           05 WS-RECEIPT-BOOKED                  PIC X(30) VALUE
              'RECEIPT BOOKED'.
           05 WS-LINE-CLOSED                     PIC X(30) VALUE
              'PO LINE SHORT-CLOSED'.

       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-OUTSTANDING                        PIC 9(05).
       01  WS-RECV-PRICE                         PIC 9(05)V99.
       01  WS-ROW                                PIC S9(4) COMP.
       01  WS-FOUND                              PIC X(01).
       01  WS-GR-ROW.
           05 GR-LINE                            PIC 9(02).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 GR-PART                            PIC X(08).
           05 FILLER                             PIC X(05) VALUE
              ' ORD '.
           05 GR-ORDERED                         PIC 9(05).
           05 FILLER                             PIC X(05) VALUE
              ' RCV '.
           05 GR-RECEIVED                        PIC 9(05).
           05 FILLER                             PIC X(05) VALUE
              ' OUT '.
           05 GR-OUTSTAND                        PIC 9(05).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 GR-PRICE                           PIC 9(05).99.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 GR-DUE                             PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 GR-STATUS                          PIC X(08).

       01  WS-COMMAREA.
           05 WS-PGMID                           PIC X(06).
           05 WS-STATE                           PIC X.
           05 WS-TICKET-PASSED                   PIC X(07).
           05 USERID.
              10  USERID7                        PIC X(7).
              10  FILLER                         PIC X(1).
           05 USR-TYPE.
              15 USR-REQUESTOR                   PIC X.
              15 USR-ADMIN                       PIC X.
              15 USR-APPROVER                    PIC X.
              15 USR-SERVICE                     PIC X.
           05 WS-AUDITOR                         PIC X.
           05 WS-CUR-TICKET                      PIC X(07).
           05 WS-HELP-FLAG                       PIC X.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 DF-PGMID                           PIC X(06).
           05 DF-STATE                           PIC X.
           05 DF-TICKET-PASSED                   PIC X(07).
           05 DF-USERID.
              10  DF-USERID7                     PIC X(7).
              10  FILLER                         PIC X(1).
           05 DF-USR-TYPE.
             15 DF-USR-REQUESTOR                 PIC X.
             15 DF-USR-ADMIN                     PIC X.
             15 DF-USR-APPROVER                  PIC X.
             15 DF-USR-SERVICE                   PIC X.
           05 DF-AUDITOR                         PIC X.
           05 DF-CUR-TICKET                      PIC X(07).
           05 DF-HELP-FLAG                       PIC X.

       PROCEDURE DIVISION.
       000-PROCESS.
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
           EXEC CICS CANCEL
                REQID(EIBTRMID)
                RESP(WS-RETNCODE2)
           END-EXEC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           IF EIBCALEN = 0
              PERFORM 050-VERIFY-USER
              MOVE LOW-VALUES TO WS-STATE
              MOVE 'SM121' TO WS-PGMID
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF
           IF WS-HELP-FLAG = 'Y' AND WS-PGMID = 'SM121'
              MOVE SPACE TO WS-HELP-FLAG
              PERFORM 100-CREATE-MAP
           ELSE
           IF USR-SERVICE = 'Y' OR USR-ADMIN = 'Y'
              EVALUATE TRUE
                WHEN WS-STATE = LOW-VALUES OR WS-STATE = SPACE
                     MOVE 'SM121' TO WS-PGMID
                     MOVE WS-ENTER-PROMPT TO ERRMSGO
                     MOVE -1 TO PONUML
                     MOVE 1 TO WS-STATE
                     PERFORM 100-CREATE-MAP
                WHEN WS-STATE = 1
                     PERFORM 200-REC-MAP
                     PERFORM 300-CHECK-AID
                     PERFORM 100-CREATE-MAP
              END-EVALUATE
           ELSE
              MOVE SPACES TO ERRMSGO
              EXEC CICS SEND TEXT
                      FROM (WS-INVALID-USER)
                      LENGTH (+20)
                      ERASE
                 END-EXEC
              EXEC CICS RETURN
              END-EXEC
           END-IF

           END-IF.
       000-EXIT.
           EXIT.

       050-VERIFY-USER.
           EXEC CICS ASSIGN
                USERID(USERID)
           END-EXEC
           EXEC CICS
                READ FILE('uaf001')
                INTO (WS-UAF-LOOKUP-REC)
                RIDFLD (USERID)
                KEYLENGTH (WS-STD-KEY-LEN)
                EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NOTFND) OR
              WS-UAF-LKP-INACTIVE = 'Y'
              EXEC CICS SEND TEXT
                   FROM (WS-INVALID-USER)
                   LENGTH (+20)
                   ERASE
              END-EXEC
              EXEC CICS RETURN
              END-EXEC
           END-IF
           MOVE WS-UAF-LKP-REQUESTOR TO USR-REQUESTOR
           MOVE WS-UAF-LKP-ADMIN TO USR-ADMIN
           MOVE WS-UAF-LKP-APPROVER TO USR-APPROVER
           MOVE WS-UAF-LKP-SERVICE TO USR-SERVICE
           MOVE WS-UAF-LKP-AUDITOR TO WS-AUDITOR.
       050-EXIT.
           EXIT.

       110-FORMAT-DATE-TIME.
           MOVE EIBDATE TO WS-DATE
           MOVE WS-DATE-X TO DATEO
           EXEC CICS ASKTIME
                ABSTIME    (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME    (WS-TIME)
                DATESEP    ('/')
                MMDDYYYY   (DATEO)
                TIME       (TIMEO)
                TIMESEP    (':')
           END-EXEC.
       110-EXIT.
           EXIT.

       100-CREATE-MAP.
           PERFORM 110-FORMAT-DATE-TIME
           MOVE LENGTH OF S121MO TO WS-LENGTH
           EXEC CICS SEND
                MAP('S121M')
                MAPSET('S121S')
                FROM(S121MO)
                LENGTH(WS-LENGTH)
                CURSOR
                ERASE
           END-EXEC
           EXEC CICS START
                TRANSID (WS-TIMEOUT-TRANID)
                TERMID  (EIBTRMID)
                REQID   (EIBTRMID)
                INTERVAL(WS-IDLE-TIMEOUT)
           END-EXEC
           EXEC CICS RETURN
                TRANSID('S121')
                COMMAREA(WS-COMMAREA)
           END-EXEC.
       100-EXIT.
           EXIT.

       200-REC-MAP.
           EXEC CICS RECEIVE
                MAP('S121M')
                MAPSET('S121S')
                INTO (S121MI)
           END-EXEC.
       200-EXIT.
           EXIT.

       300-CHECK-AID.
           EVALUATE EIBAID
             WHEN DFHPF1
                  MOVE 'Y' TO WS-HELP-FLAG
                  EXEC CICS SEND TEXT
                       FROM (WS-HELP-TEXT)
                       LENGTH (+60)
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                       TRANSID('S121')
                       COMMAREA(WS-COMMAREA)
                  END-EXEC
             WHEN DFHPF3
                  EXEC CICS SEND CONTROL
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                  END-EXEC
             WHEN DFHPF2
                  PERFORM 700-BOOK-RECEIPT
                  PERFORM 500-LIST-PO-LINES
             WHEN DFHPF5
                  PERFORM 750-SHORT-CLOSE
                  PERFORM 500-LIST-PO-LINES
             WHEN DFHENTER
                  MOVE SPACES TO ERRMSGO
                  PERFORM 500-LIST-PO-LINES
                  IF WS-FOUND NOT = 'Y'
                     MOVE WS-PO-NOT-FOUND TO ERRMSGO
                     MOVE -1 TO PONUML
                  ELSE
                     MOVE -1 TO POLNL
                  END-IF
             WHEN OTHER
                  MOVE WS-INVALID-PFKEY TO ERRMSGO
           END-EVALUATE.
       300-EXIT.
           EXIT.

      *    The keyed PO's lines with what is still outstanding.
       500-LIST-PO-LINES.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 8
              MOVE SPACES TO GRLINEO(WS-ROW)
           END-PERFORM
           IF PONUMI NOT NUMERIC
              GO TO 500-EXIT
           END-IF
           MOVE 0 TO WS-ROW
           MOVE PONUMI TO PO-Number
           MOVE 0 TO PO-Line
           EXEC CICS STARTBR
                FILE('STF083P')
                RIDFLD (PO-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR PO-Number NOT = PONUMI
                      OR WS-ROW >= 8
                 EXEC CICS READNEXT
                      FILE('STF083P')
                      INTO (PO-REC)
                      RIDFLD (PO-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    PO-Number = PONUMI
                    MOVE 'Y' TO WS-FOUND
                    ADD 1 TO WS-ROW
                    MOVE PO-Line TO GR-LINE
                    MOVE PO-Part TO GR-PART
                    MOVE PO-Qty-Ordered TO GR-ORDERED
                    MOVE PO-Qty-Received TO GR-RECEIVED
                    IF PO-Status = 'OPEN' OR PO-Status = 'PARTIAL'
                       COMPUTE GR-OUTSTAND = PO-Qty-Ordered
                          - PO-Qty-Received
                    ELSE
                       MOVE 0 TO GR-OUTSTAND
                    END-IF
                    MOVE PO-Unit-Price TO GR-PRICE
                    MOVE PO-Due-Date TO GR-DUE
                    MOVE PO-Status TO GR-STATUS
                    MOVE WS-GR-ROW TO GRLINEO(WS-ROW)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF083P')
              END-EXEC
           END-IF.
       500-EXIT.
           EXIT.

      *    Common gate and line read for PF2 and PF5; the line is
      *    left in PO-REC under READ UPDATE when WS-FOUND is 'Y'.
       600-READ-LINE-FOR-UPDATE.
           MOVE 'N' TO WS-FOUND
           MOVE 'PURCHASE' TO WS-PERM-FUNCTION
           PERFORM 770-CHECK-FUNCTION-PERM
           IF WS-PERM-OK NOT = 'Y' OR
              (WS-PERM-KNOWN NOT = 'Y' AND USR-ADMIN NOT = 'Y')
              MOVE WS-NOT-PURCHASER TO ERRMSGO
              GO TO 600-EXIT
           END-IF
           IF PONUMI NOT NUMERIC OR POLNI NOT NUMERIC
              MOVE WS-LINE-NOT-FOUND TO ERRMSGO
              MOVE -1 TO POLNL
              GO TO 600-EXIT
           END-IF
           MOVE PONUMI TO PO-Number
           MOVE POLNI TO PO-Line
           EXEC CICS READ UPDATE
                FILE('STF083P')
                INTO (PO-REC)
                RIDFLD (PO-KEYS)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-LINE-NOT-FOUND TO ERRMSGO
              MOVE -1 TO POLNL
              GO TO 600-EXIT
           END-IF
           IF PO-Status NOT = 'OPEN' AND PO-Status NOT = 'PARTIAL'
              EXEC CICS UNLOCK
                   FILE('STF083P')
              END-EXEC
              MOVE WS-LINE-NOT-OPEN TO ERRMSGO
              MOVE -1 TO POLNL
              GO TO 600-EXIT
           END-IF
           COMPUTE WS-OUTSTANDING = PO-Qty-Ordered - PO-Qty-Received
           MOVE 'Y' TO WS-FOUND.
       600-EXIT.
           EXIT.

      *    PF2: book a full or partial delivery against the line and
      *    carry it through to the part's stock and unit cost.
       700-BOOK-RECEIPT.
           IF RCVQTYI NOT NUMERIC OR RCVQTYI = 0
              MOVE WS-QTY-INVALID TO ERRMSGO
              MOVE -1 TO RCVQTYL
              GO TO 700-EXIT
           END-IF
           IF RCVPRCI NOT = SPACES AND RCVPRCI NOT = LOW-VALUES
              AND RCVPRCI NOT NUMERIC
              MOVE WS-PRICE-INVALID TO ERRMSGO
              MOVE -1 TO RCVPRCL
              GO TO 700-EXIT
           END-IF
           PERFORM 600-READ-LINE-FOR-UPDATE
           IF WS-FOUND NOT = 'Y'
              GO TO 700-EXIT
           END-IF
           IF RCVQTYI > WS-OUTSTANDING
              EXEC CICS UNLOCK
                   FILE('STF083P')
              END-EXEC
              MOVE WS-QTY-TOO-MANY TO ERRMSGO
              MOVE -1 TO RCVQTYL
              GO TO 700-EXIT
           END-IF
           IF RCVPRCI NUMERIC
              MOVE RCVPRCI TO WS-RECV-PRICE
           ELSE
              MOVE PO-Unit-Price TO WS-RECV-PRICE
           END-IF
           MOVE PO-Part TO PART-Number
           EXEC CICS READ UPDATE
                FILE('STF052N')
                INTO (PART-REC)
                RIDFLD (PART-Number)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK
                   FILE('STF083P')
              END-EXEC
              MOVE WS-PART-MISSING TO ERRMSGO
              GO TO 700-EXIT
           END-IF
           ADD RCVQTYI TO PART-On-Hand
           MOVE WS-RECV-PRICE TO PART-Unit-Cost
           EXEC CICS REWRITE
                FILE('STF052N')
                FROM (PART-REC)
                RESP(WS-RETNCODE2)
           END-EXEC
           ADD RCVQTYI TO PO-Qty-Received
           MOVE WS-TODAY-YYYYMMDD TO PO-Last-Recv-Date
           MOVE WS-RECV-PRICE TO PO-Last-Recv-Price
           IF PO-Qty-Received >= PO-Qty-Ordered
              MOVE 'RECEIVED' TO PO-Status
           ELSE
              MOVE 'PARTIAL' TO PO-Status
           END-IF
           EXEC CICS REWRITE
                FILE('STF083P')
                FROM (PO-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE WS-RECEIPT-BOOKED TO ERRMSGO
           MOVE LOW-VALUES TO RCVQTYO
           MOVE LOW-VALUES TO RCVPRCO
           MOVE -1 TO POLNL.
       700-EXIT.
           EXIT.

      *    PF5: close a line the vendor will not complete.
       750-SHORT-CLOSE.
           PERFORM 600-READ-LINE-FOR-UPDATE
           IF WS-FOUND NOT = 'Y'
              GO TO 750-EXIT
           END-IF
           IF PO-Qty-Received = 0
              MOVE 'CANCELED' TO PO-Status
           ELSE
              MOVE 'CLOSED' TO PO-Status
           END-IF
           EXEC CICS REWRITE
                FILE('STF083P')
                FROM (PO-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE WS-LINE-CLOSED TO ERRMSGO
           MOVE -1 TO POLNL.
       750-EXIT.
           EXIT.

       770-CHECK-FUNCTION-PERM.
           MOVE 'Y' TO WS-PERM-OK
           MOVE 'N' TO WS-PERM-KNOWN
           MOVE '01' TO PRM-VERSION
           MOVE WS-PERM-FUNCTION TO PRM-FUNCTION
           MOVE USR-REQUESTOR TO PRM-REQUESTOR
           MOVE USR-ADMIN TO PRM-ADMIN
           MOVE USR-APPROVER TO PRM-APPROVER
           MOVE USR-SERVICE TO PRM-SERVICE
           MOVE SPACE TO PRM-AUDITOR
           MOVE SPACE TO PRM-ALLOWED
           MOVE SPACE TO PRM-MATRIX-FOUND
           EXEC CICS LINK
                PROGRAM('SM069')
                COMMAREA(PRM-COMMAREA)
                LENGTH(LENGTH OF PRM-COMMAREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
              PRM-MATRIX-FOUND = 'Y'
              MOVE 'Y' TO WS-PERM-KNOWN
              IF PRM-ALLOWED NOT = 'Y'
                 MOVE 'N' TO WS-PERM-OK
              END-IF
           END-IF.
       770-EXIT.
           EXIT.

