       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM120.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM120 is the spare-part purchase order screen (TRANSID        *
      *  'S120'), entered by its transaction id from a clear screen    *
      *  the way SM076 is (own uaf001 verify); service or admin only.  *
      *  ENTER lists the SM077 reorder candidates - active STF052N     *
      *  parts at or below their reorder point - with the quantity     *
      *  already on order on open STF083P lines and a suggested        *
      *  order that brings stock back to twice the reorder point.      *
      *                                                                *
      *  PF2 adds the keyed part, quantity and agreed unit price       *
      *  (blank = PART-Unit-Cost) as the next line of the PO being     *
      *  built, opening a new PO number for the keyed STF016V vendor   *
      *  and due date on the first line; all lines of one PO share     *
      *  the vendor. PF4 issues the PO: its lines are staged as        *
      *  comma-delimited rows on TDQ 'S120POS', the outbound supplier  *
      *  feed that replaces the re-keyed email, and the screen is      *
      *  cleared for the next PO. Raising orders is gated by the       *
      *  STF046M function PURCHASE through SM069, falling back to the  *
      *  admin flag where the matrix is silent. SM121 books deliveries *
      *  and SM122 reports what is still outstanding.                  *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY S120S.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY STF052N.
           COPY STF016V.
           COPY STF083P.
           COPY SMPRM01.
      *    STF046M function gate answered by the SM069 service - see
      *    the SMPRM01 contract. WS-PERM-OK goes 'N' only when the
      *    matrix knows the function for a held role and refuses it;
      *    WS-PERM-KNOWN 'N' leaves the legacy admin flag in charge.
       01  WS-PERM-OK                            PIC X VALUE 'Y'.
       01  WS-PERM-KNOWN                         PIC X VALUE 'N'.
       01  WS-PERM-FUNCTION                      PIC X(08).
       01  WS-CURRENT-MAP  VALUE 'S120S'         PIC X(7).
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
              'PF1=HELP PF2=ADD LINE PF3=EXIT PF4=ISSUE PO'.
           05 WS-ENTER-PROMPT                    PIC X(50) VALUE
              'KEY VENDOR, DUE DATE, PART, QTY, PRICE AND PF2'.
           05 WS-NOT-PURCHASER                   PIC X(40) VALUE
              'NOT AUTHORISED TO RAISE PURCHASE ORDERS'.
           05 WS-VENDOR-INVALID                  PIC X(40) VALUE
              'VENDOR MISSING OR NOT ACTIVE ON STF016V'.
           05 WS-VENDOR-CHANGED                  PIC X(44) VALUE
              'ONE VENDOR PER PO - PF4 TO ISSUE THIS ONE'.
           05 WS-DUE-INVALID                     PIC X(40) VALUE
              'DUE DATE MISSING OR NOT IN THE FUTURE'.
           05 WS-PART-INVALID                    PIC X(40) VALUE
              'PART MISSING OR NOT ACTIVE ON STF052N'.
           05 WS-QTY-INVALID                     PIC X(40) VALUE
              'KEY A QUANTITY GREATER THAN ZERO'.
           05 WS-PRICE-INVALID                   PIC X(40) VALUE
              'PRICE MUST BE NUMERIC (IMPLIED 2 DP)'.
           05 WS-PO-FULL                         PIC X(40) VALUE
              'PO HAS NO LINE NUMBERS LEFT - PF4'.
           05 WS-LINE-ADDED                      PIC X(30) VALUE
              'PO LINE ADDED'.
           05 WS-NO-PO                           PIC X(40) VALUE
              'NO PO IN PROGRESS - PF2 ADDS A LINE'.
           05 WS-NONE-LOW                        PIC X(40) VALUE
              'NO PARTS AT OR BELOW REORDER POINT'.

       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-PO-LAST-LINE                       PIC 9(02).
       01  WS-ON-ORDER                           PIC 9(06).
       01  WS-SUGGEST                            PIC S9(07).
       01  WS-CUR-PART                           PIC X(08).
       01  WS-ROW                                PIC S9(4) COMP.
       01  WS-ISSUED-MSG                         PIC X(40).
       01  WS-FEED-LINE                          PIC X(132).
       01  WS-PRICE-DISP                         PIC 9(05).99.
       01  WS-SCRATCH-PO                         PIC X(100).
       01  WS-CAND-ROW.
           05 CR-PART                            PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CR-DESC                            PIC X(20).
           05 FILLER                             PIC X(04) VALUE
              ' OH '.
           05 CR-ONHAND                          PIC 9(05).
           05 FILLER                             PIC X(04) VALUE
              ' RP '.
           05 CR-REORDER                         PIC 9(05).
           05 FILLER                             PIC X(04) VALUE
              ' OO '.
           05 CR-ONORDER                         PIC 9(05).
           05 FILLER                             PIC X(05) VALUE
              ' SUG '.
           05 CR-SUGGEST                         PIC 9(05).
       01  WS-LINE-ROW.
           05 LR-LINE                            PIC 9(02).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 LR-PART                            PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 LR-QTY                             PIC 9(05).
           05 FILLER                             PIC X(03) VALUE
              ' @ '.
           05 LR-PRICE                           PIC 9(05).99.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 LR-VENDOR                          PIC X(08).
           05 FILLER                             PIC X(05) VALUE
              ' DUE '.
           05 LR-DUE                             PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 LR-STATUS                          PIC X(08).

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
           05 WS-CUR-PO                          PIC 9(06).
           05 WS-CUR-PO-VENDOR                   PIC X(08).

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
           05 DF-CUR-PO                          PIC 9(06).
           05 DF-CUR-PO-VENDOR                   PIC X(08).

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
              MOVE 'SM120' TO WS-PGMID
              MOVE 0 TO WS-CUR-PO
              MOVE SPACES TO WS-CUR-PO-VENDOR
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF
           IF WS-HELP-FLAG = 'Y' AND WS-PGMID = 'SM120'
              MOVE SPACE TO WS-HELP-FLAG
              PERFORM 100-CREATE-MAP
           ELSE
           IF USR-SERVICE = 'Y' OR USR-ADMIN = 'Y'
              EVALUATE TRUE
                WHEN WS-STATE = LOW-VALUES OR WS-STATE = SPACE
                     MOVE 'SM120' TO WS-PGMID
                     MOVE WS-ENTER-PROMPT TO ERRMSGO
                     MOVE -1 TO VENDORL
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
           IF WS-CUR-PO > 0
              MOVE WS-CUR-PO TO PONUMO
           ELSE
              MOVE 0 TO PONUMO
           END-IF
           MOVE LENGTH OF S120MO TO WS-LENGTH
           EXEC CICS SEND
                MAP('S120M')
                MAPSET('S120S')
                FROM(S120MO)
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
                TRANSID('S120')
                COMMAREA(WS-COMMAREA)
           END-EXEC.
       100-EXIT.
           EXIT.

       200-REC-MAP.
           EXEC CICS RECEIVE
                MAP('S120M')
                MAPSET('S120S')
                INTO (S120MI)
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
                       TRANSID('S120')
                       COMMAREA(WS-COMMAREA)
                  END-EXEC
             WHEN DFHPF3
                  EXEC CICS SEND CONTROL
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                  END-EXEC
             WHEN DFHPF2
                  PERFORM 700-ADD-PO-LINE
                  IF WS-CUR-PO > 0
                     PERFORM 550-LIST-PO-LINES
                  ELSE
                     PERFORM 500-LIST-CANDIDATES
                  END-IF
             WHEN DFHPF4
                  PERFORM 760-ISSUE-PO
                  PERFORM 500-LIST-CANDIDATES
             WHEN DFHENTER
                  MOVE WS-ENTER-PROMPT TO ERRMSGO
                  PERFORM 500-LIST-CANDIDATES
             WHEN OTHER
                  MOVE WS-INVALID-PFKEY TO ERRMSGO
           END-EVALUATE.
       300-EXIT.
           EXIT.

      *    The reorder candidates - the SM077 selection - with what
      *    is already on order; the first eight fill the rows.
       500-LIST-CANDIDATES.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 8
              MOVE SPACES TO POLINEO(WS-ROW)
           END-PERFORM
           MOVE 0 TO WS-ROW
           MOVE LOW-VALUES TO PART-Number
           EXEC CICS STARTBR
                FILE('STF052N')
                RIDFLD (PART-Number)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR WS-ROW >= 8
                 EXEC CICS READNEXT
                      FILE('STF052N')
                      INTO (PART-REC)
                      RIDFLD (PART-Number)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    PART-ACTIVE = 'Y' AND
                    PART-On-Hand <= PART-Reorder-Point
                    MOVE PART-Number TO WS-CUR-PART
                    PERFORM 510-SUM-ON-ORDER
                    ADD 1 TO WS-ROW
                    MOVE PART-Number TO CR-PART
                    MOVE PART-DESC TO CR-DESC
                    MOVE PART-On-Hand TO CR-ONHAND
                    MOVE PART-Reorder-Point TO CR-REORDER
                    MOVE WS-ON-ORDER TO CR-ONORDER
                    COMPUTE WS-SUGGEST = PART-Reorder-Point * 2
                       - PART-On-Hand - WS-ON-ORDER
                    IF WS-SUGGEST < 0
                       MOVE 0 TO WS-SUGGEST
                    END-IF
                    MOVE WS-SUGGEST TO CR-SUGGEST
                    MOVE WS-CAND-ROW TO POLINEO(WS-ROW)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF052N')
              END-EXEC
           END-IF
           IF WS-ROW = 0 AND ERRMSGO = WS-ENTER-PROMPT
              MOVE WS-NONE-LOW TO ERRMSGO
           END-IF.
       500-EXIT.
           EXIT.

      *    Outstanding quantity on OPEN/PARTIAL lines for the part -
      *    a full STF083P pass (keyed by PO, not part). The STF052N
      *    browse is on a different file, so the two never collide.
       510-SUM-ON-ORDER.
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
       510-EXIT.
           EXIT.

      *    The lines of the PO being built.
       550-LIST-PO-LINES.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 8
              MOVE SPACES TO POLINEO(WS-ROW)
           END-PERFORM
           MOVE 0 TO WS-ROW
           MOVE WS-CUR-PO TO PO-Number
           MOVE 0 TO PO-Line
           EXEC CICS STARTBR
                FILE('STF083P')
                RIDFLD (PO-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR PO-Number NOT = WS-CUR-PO
                      OR WS-ROW >= 8
                 EXEC CICS READNEXT
                      FILE('STF083P')
                      INTO (PO-REC)
                      RIDFLD (PO-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    PO-Number = WS-CUR-PO
                    ADD 1 TO WS-ROW
                    MOVE PO-Line TO LR-LINE
                    MOVE PO-Part TO LR-PART
                    MOVE PO-Qty-Ordered TO LR-QTY
                    MOVE PO-Unit-Price TO LR-PRICE
                    MOVE PO-Vendor TO LR-VENDOR
                    MOVE PO-Due-Date TO LR-DUE
                    MOVE PO-Status TO LR-STATUS
                    MOVE WS-LINE-ROW TO POLINEO(WS-ROW)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF083P')
              END-EXEC
           END-IF.
       550-EXIT.
           EXIT.

      *    PF2: validate and write the next line of the PO being
      *    built, opening a new PO number on its first line.
       700-ADD-PO-LINE.
           MOVE 'PURCHASE' TO WS-PERM-FUNCTION
           PERFORM 770-CHECK-FUNCTION-PERM
           IF WS-PERM-OK NOT = 'Y' OR
              (WS-PERM-KNOWN NOT = 'Y' AND USR-ADMIN NOT = 'Y')
              MOVE WS-NOT-PURCHASER TO ERRMSGO
              GO TO 700-EXIT
           END-IF
           MOVE VENDORI TO VENDOR-CODE
           EXEC CICS READ
                FILE('STF016V')
                INTO (VENDOR-REC)
                RIDFLD (VENDOR-CODE)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              VENDOR-ACTIVE NOT = 'Y'
              MOVE WS-VENDOR-INVALID TO ERRMSGO
              MOVE -1 TO VENDORL
              GO TO 700-EXIT
           END-IF
           IF WS-CUR-PO > 0 AND VENDORI NOT = WS-CUR-PO-VENDOR
              MOVE WS-VENDOR-CHANGED TO ERRMSGO
              MOVE -1 TO VENDORL
              GO TO 700-EXIT
           END-IF
           IF DUEDTI NOT NUMERIC OR
              DUEDTI NOT > WS-TODAY-YYYYMMDD
              MOVE WS-DUE-INVALID TO ERRMSGO
              MOVE -1 TO DUEDTL
              GO TO 700-EXIT
           END-IF
           MOVE PARTI TO PART-Number
           EXEC CICS READ
                FILE('STF052N')
                INTO (PART-REC)
                RIDFLD (PART-Number)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              PART-ACTIVE NOT = 'Y'
              MOVE WS-PART-INVALID TO ERRMSGO
              MOVE -1 TO PARTL
              GO TO 700-EXIT
           END-IF
           IF QTYI NOT NUMERIC OR QTYI = 0
              MOVE WS-QTY-INVALID TO ERRMSGO
              MOVE -1 TO QTYL
              GO TO 700-EXIT
           END-IF
           IF PRICEI = SPACES OR LOW-VALUES
              MOVE PART-Unit-Cost TO PRICEI
           END-IF
           IF PRICEI NOT NUMERIC
              MOVE WS-PRICE-INVALID TO ERRMSGO
              MOVE -1 TO PRICEL
              GO TO 700-EXIT
           END-IF
           IF WS-CUR-PO = 0
              PERFORM 710-NEXT-PO-NUMBER
              MOVE VENDORI TO WS-CUR-PO-VENDOR
              MOVE 0 TO WS-PO-LAST-LINE
           ELSE
              PERFORM 720-LAST-PO-LINE
              IF WS-PO-LAST-LINE >= 99
                 MOVE WS-PO-FULL TO ERRMSGO
                 GO TO 700-EXIT
              END-IF
           END-IF
           MOVE SPACES TO PO-REC
           MOVE WS-CUR-PO TO PO-Number
           COMPUTE PO-Line = WS-PO-LAST-LINE + 1
           MOVE WS-CUR-PO-VENDOR TO PO-Vendor
           MOVE PART-Number TO PO-Part
           MOVE QTYI TO PO-Qty-Ordered
           MOVE PRICEI TO PO-Unit-Price
           MOVE 0 TO PO-Qty-Received
           MOVE WS-TODAY-YYYYMMDD TO PO-Order-Date
           MOVE DUEDTI TO PO-Due-Date
           MOVE 'OPEN' TO PO-Status
           MOVE USERID TO PO-Raised-By
           MOVE 0 TO PO-Last-Recv-Date
           MOVE 0 TO PO-Last-Recv-Price
           EXEC CICS WRITE
                FILE('STF083P')
                FROM (PO-REC)
                RIDFLD (PO-KEYS)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              MOVE WS-LINE-ADDED TO ERRMSGO
              MOVE LOW-VALUES TO PARTO
              MOVE LOW-VALUES TO QTYO
              MOVE LOW-VALUES TO PRICEO
              MOVE -1 TO PARTL
           END-IF.
       700-EXIT.
           EXIT.

      *    Next PO number - the HIGH-VALUES STARTBR/READPREV key
      *    idiom SM082 uses for invoice numbers.
       710-NEXT-PO-NUMBER.
           MOVE HIGH-VALUES TO PO-KEYS
           EXEC CICS STARTBR
                FILE('STF083P')
                RIDFLD (PO-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              EXEC CICS READPREV
                   FILE('STF083P')
                   INTO (WS-SCRATCH-PO)
                   RIDFLD (PO-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
              EXEC CICS ENDBR
                   FILE('STF083P')
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 COMPUTE WS-CUR-PO = PO-Number + 1
              ELSE
                 MOVE 1 TO WS-CUR-PO
              END-IF
           ELSE
              MOVE 1 TO WS-CUR-PO
           END-IF.
       710-EXIT.
           EXIT.

       720-LAST-PO-LINE.
           MOVE 0 TO WS-PO-LAST-LINE
           MOVE WS-CUR-PO TO PO-Number
           MOVE 0 TO PO-Line
           EXEC CICS STARTBR
                FILE('STF083P')
                RIDFLD (PO-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR PO-Number NOT = WS-CUR-PO
                 EXEC CICS READNEXT
                      FILE('STF083P')
                      INTO (PO-REC)
                      RIDFLD (PO-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    PO-Number = WS-CUR-PO
                    MOVE PO-Line TO WS-PO-LAST-LINE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF083P')
              END-EXEC
           END-IF.
       720-EXIT.
           EXIT.

      *    PF4: stage the PO's lines on the supplier feed and clear
      *    the screen for the next order.
       760-ISSUE-PO.
           IF WS-CUR-PO = 0
              MOVE WS-NO-PO TO ERRMSGO
              GO TO 760-EXIT
           END-IF
           MOVE WS-CUR-PO-VENDOR TO VENDOR-CODE
           EXEC CICS READ
                FILE('STF016V')
                INTO (VENDOR-REC)
                RIDFLD (VENDOR-CODE)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE SPACES TO VENDOR-NAME
           END-IF
           MOVE WS-CUR-PO TO PO-Number
           MOVE 0 TO PO-Line
           EXEC CICS STARTBR
                FILE('STF083P')
                RIDFLD (PO-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR PO-Number NOT = WS-CUR-PO
                 EXEC CICS READNEXT
                      FILE('STF083P')
                      INTO (PO-REC)
                      RIDFLD (PO-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    PO-Number = WS-CUR-PO
                    PERFORM 765-WRITE-FEED-LINE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF083P')
              END-EXEC
           END-IF
           MOVE SPACES TO WS-ISSUED-MSG
           STRING 'PO ' DELIMITED BY SIZE
                  WS-CUR-PO DELIMITED BY SIZE
                  ' ISSUED TO ' DELIMITED BY SIZE
                  WS-CUR-PO-VENDOR DELIMITED BY SPACE
                  INTO WS-ISSUED-MSG
           END-STRING
           MOVE WS-ISSUED-MSG TO ERRMSGO
           MOVE 0 TO WS-CUR-PO
           MOVE SPACES TO WS-CUR-PO-VENDOR
           MOVE LOW-VALUES TO VENDORO DUEDTO PARTO QTYO PRICEO.
       760-EXIT.
           EXIT.

       765-WRITE-FEED-LINE.
           MOVE PO-Unit-Price TO WS-PRICE-DISP
           MOVE SPACES TO WS-FEED-LINE
           STRING PO-Number DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  PO-Line DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  PO-Vendor DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  VENDOR-NAME DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  PO-Part DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  PO-Qty-Ordered DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-PRICE-DISP DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  PO-Order-Date DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  PO-Due-Date DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  PO-Raised-By DELIMITED BY SPACE
                  INTO WS-FEED-LINE
           END-STRING
           EXEC CICS WRITEQ TD
                QUEUE('S120POS')
                FROM   (WS-FEED-LINE)
                LENGTH (+132)
           END-EXEC.
       765-EXIT.
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

