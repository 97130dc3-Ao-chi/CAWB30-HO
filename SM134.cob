       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM134.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM134 is the chargeback dispute screen (TRANSID 'S134'),      *
      *  entered by its transaction id from a clear screen the way     *
      *  SM119 is (own uaf001 verify). Key an SM082 STF058G invoice    *
      *  number and detail line; ENTER shows the line - department,    *
      *  ticket, amount - and any STF093D dispute on it. With the      *
      *  invoice left blank, ENTER lists the OPEN disputes instead -   *
      *  the desk manager's queue.                                     *
      *                                                                *
      *  PF2 disputes the keyed line with the reason typed: only the   *
      *  line's department head (a uaf001 approver in that             *
      *  department) or the department's active STF049O coordinator    *
      *  may, and a line is disputed once. The desk manager hears of   *
      *  it by STF009N. PF4 accepts and PF5 rejects an OPEN dispute,   *
      *  gated by the STF046M function BILLDISP through SM069 (the     *
      *  admin flag where the matrix is silent) and never on a         *
      *  dispute one raised oneself; a rejection needs the comment.    *
      *  Accepting issues the next numbered STF094N credit note for    *
      *  the line's full amount, which the next SM082 month-end run    *
      *  reverses on the SM82GLE ledger extract. The raiser gets an    *
      *  STF009N notice of either decision. Open disputes are listed   *
      *  in the SM093 month-end pack.                                  *
      *  A line billed to a department since reorganised by SM140 is   *
      *  disputed by the head or coordinator of its successor (the     *
      *  SM141 map) - the invoice itself keeps the code it was billed  *
      *  under.                                                        *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY S134S.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY STF058G.
           COPY STF093D.
           COPY STF094N.
           COPY STF049O.
           COPY STF009N.
           COPY SMPRM01.
      *    STF046M function gate answered by the SM069 service - see
      *    the SMPRM01 contract. WS-PERM-OK goes 'N' only when the
      *    matrix knows the function for a held role and refuses it;
      *    WS-PERM-KNOWN 'N' leaves the legacy admin flag in charge.
       01  WS-PERM-OK                            PIC X VALUE 'Y'.
       01  WS-PERM-KNOWN                         PIC X VALUE 'N'.
       01  WS-PERM-FUNCTION                      PIC X(08).
       01  WS-CURRENT-MAP  VALUE 'S134S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(7).
       01  WS-DATE-X REDEFINES WS-DATE           PIC X(7).
       01  WS-LENGTH                             PIC S9(4) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       01  WS-TIMEOUT-TRANID                     PIC X(04) VALUE 'SM14'.
       01  WS-IDLE-TIMEOUT                       PIC 9(06) VALUE 001500.
       01  WS-STD-KEY-LEN                        PIC S9(4) COMP VALUE 8.
           COPY SMDMP01.
       01  WS-DM-SUB                             PIC 9(03).
       01  WS-BILL-DEPT-NOW                      PIC X(08).
       01  WS-DESK-MANAGER-ID                    PIC X(08) VALUE
           'DESKSUP '.

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
              'PF1=HELP PF2=DISPUTE PF3=EXIT PF4=ACCEPT PF5=REJECT'.
           05 WS-ENTER-PROMPT                    PIC X(50) VALUE
              'KEY INVOICE AND LINE (BLANK INVOICE = OPEN QUEUE)'.
           05 WS-LINE-INVALID                    PIC X(40) VALUE
              'NO SUCH INVOICE DETAIL LINE'.
           05 WS-NOT-DEPT-HEAD                   PIC X(50) VALUE
              'ONLY THE DEPT HEAD OR COORDINATOR MAY DISPUTE'.
           05 WS-REASON-NEEDED                   PIC X(40) VALUE
              'KEY THE REASON FOR THE DISPUTE'.
           05 WS-ALREADY-DISPUTED                PIC X(40) VALUE
              'THAT LINE HAS ALREADY BEEN DISPUTED'.
           05 WS-DISPUTED-MSG                    PIC X(30) VALUE
              'DISPUTE RAISED'.
           05 WS-NOT-DESK-MGR                    PIC X(40) VALUE
              'ONLY THE DESK MANAGER DECIDES DISPUTES'.
           05 WS-OWN-DISPUTE                     PIC X(40) VALUE
              'YOU MAY NOT DECIDE YOUR OWN DISPUTE'.
           05 WS-NOT-OPEN                        PIC X(40) VALUE
              'NO OPEN DISPUTE ON THAT LINE'.
           05 WS-COMMENT-NEEDED                  PIC X(40) VALUE
              'KEY A COMMENT SAYING WHY IT IS REJECTED'.
           05 WS-ACCEPTED-MSG                    PIC X(40) VALUE
              'DISPUTE ACCEPTED - CREDIT NOTE ISSUED'.
           05 WS-REJECTED-MSG                    PIC X(30) VALUE
              'DISPUTE REJECTED'.
           05 WS-QUEUE-EMPTY                     PIC X(40) VALUE
              'NO OPEN DISPUTES'.

       01  WS-STAMP                              PIC X(20).
       01  WS-DATE-FULL-X                        PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-LINE-OK                            PIC X VALUE 'N'.
       01  WS-DSP-FOUND                          PIC X VALUE 'N'.
       01  WS-AUTH-OK                            PIC X VALUE 'N'.
       01  WS-DSP-NEW-STATUS                     PIC X(08).
       01  WS-NEXT-CRN                           PIC 9(06).
       01  WS-SCRATCH-CRN                        PIC X(80).
       01  WS-AMT-DISP                           PIC Z(6)9.99.
       01  WS-NTF-TARGET                         PIC X(08).
       01  WS-NTF-TEXT                           PIC X(50).
       01  WS-NTF-LAST-SEQ                       PIC 9(05).
       01  WS-ROW                                PIC S9(4) COMP.
       01  WS-QUEUE-ROW.
           05 QR-INVOICE                         PIC 9(06).
           05 FILLER                             PIC X(01) VALUE '/'.
           05 QR-LINE                            PIC 9(04).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 QR-DEPT                            PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 QR-TICKET                          PIC X(07).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 QR-AMOUNT                          PIC Z(6)9.99.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 QR-RAISED-BY                       PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 QR-REASON                          PIC X(22).

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
              MOVE 'SM134' TO WS-PGMID
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF
           IF WS-HELP-FLAG = 'Y' AND WS-PGMID = 'SM134'
              MOVE SPACE TO WS-HELP-FLAG
              PERFORM 100-CREATE-MAP
           ELSE
      *       Any signed-on user may look; who may act is checked
      *       per action below.
              EVALUATE TRUE
                WHEN WS-STATE = LOW-VALUES OR WS-STATE = SPACE
                     MOVE 'SM134' TO WS-PGMID
                     MOVE WS-ENTER-PROMPT TO ERRMSGO
                     MOVE -1 TO CBINVL
                     MOVE 1 TO WS-STATE
                     PERFORM 100-CREATE-MAP
                WHEN WS-STATE = 1
                     PERFORM 200-REC-MAP
                     PERFORM 300-CHECK-AID
                     PERFORM 100-CREATE-MAP
              END-EVALUATE
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

       120-BUILD-STAMP.
           EXEC CICS ASKTIME
                ABSTIME    (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME    (WS-TIME)
                DATESEP    ('/')
                MMDDYYYY   (WS-DATE-FULL-X)
                TIME       (WS-TIME-X)
                TIMESEP    (':')
           END-EXEC
           MOVE SPACES TO WS-STAMP
           MOVE WS-DATE-FULL-X TO WS-STAMP(1:10)
           MOVE WS-TIME-X TO WS-STAMP(12:8).
       120-EXIT.
           EXIT.

       100-CREATE-MAP.
           PERFORM 110-FORMAT-DATE-TIME
           MOVE LENGTH OF S134MO TO WS-LENGTH
           EXEC CICS SEND
                MAP('S134M')
                MAPSET('S134S')
                FROM(S134MO)
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
                TRANSID('S134')
                COMMAREA(WS-COMMAREA)
           END-EXEC.
       100-EXIT.
           EXIT.

       200-REC-MAP.
           EXEC CICS RECEIVE
                MAP('S134M')
                MAPSET('S134S')
                INTO (S134MI)
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
                       TRANSID('S134')
                       COMMAREA(WS-COMMAREA)
                  END-EXEC
             WHEN DFHPF3
                  EXEC CICS SEND CONTROL
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                  END-EXEC
             WHEN DFHPF2
                  PERFORM 700-RAISE-DISPUTE
                  PERFORM 500-SHOW-LINE
             WHEN DFHPF4
                  MOVE 'ACCEPTED' TO WS-DSP-NEW-STATUS
                  PERFORM 760-DECIDE-DISPUTE
                  PERFORM 500-SHOW-LINE
             WHEN DFHPF5
                  MOVE 'REJECTED' TO WS-DSP-NEW-STATUS
                  PERFORM 760-DECIDE-DISPUTE
                  PERFORM 500-SHOW-LINE
             WHEN DFHENTER
                  MOVE WS-ENTER-PROMPT TO ERRMSGO
                  IF CBINVI = SPACES OR LOW-VALUES OR
                     CBINVI = ZERO
                     PERFORM 550-LIST-OPEN
                  ELSE
                     PERFORM 500-SHOW-LINE
                  END-IF
             WHEN OTHER
                  MOVE WS-INVALID-PFKEY TO ERRMSGO
           END-EVALUATE.
       300-EXIT.
           EXIT.

      *    The keyed detail line and its dispute, if any. Line 0000
      *    is the invoice header and cannot be disputed.
       500-SHOW-LINE.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 10
              MOVE SPACES TO DSLINEO(WS-ROW)
           END-PERFORM
           MOVE SPACES TO CBDEPTO CBTKTO CBAMTO DSTATO CRNOTEO
           PERFORM 510-READ-LINE
           IF WS-LINE-OK NOT = 'Y'
              IF ERRMSGO = WS-ENTER-PROMPT
                 MOVE WS-LINE-INVALID TO ERRMSGO
                 MOVE -1 TO CBINVL
              END-IF
              GO TO 500-EXIT
           END-IF
           MOVE BILL-Department TO CBDEPTO
           MOVE BILL-Ticket-ID TO CBTKTO
           MOVE BILL-Line-Amt TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO CBAMTO
           PERFORM 520-READ-DISPUTE
           IF WS-DSP-FOUND = 'Y'
              MOVE DSP-Status TO DSTATO
              IF DSP-Credit-Note > 0
                 MOVE DSP-Credit-Note TO CRNOTEO
              END-IF
              IF DREASI = SPACES OR LOW-VALUES
                 IF DSP-Status = 'REJECTED'
                    MOVE DSP-Comment TO DREASO
                 ELSE
                    MOVE DSP-Reason TO DREASO
                 END-IF
              END-IF
           ELSE
              MOVE 'NONE' TO DSTATO
           END-IF.
       500-EXIT.
           EXIT.

       510-READ-LINE.
           MOVE 'N' TO WS-LINE-OK
           IF CBINVI NOT NUMERIC OR CBLINEI NOT NUMERIC
              GO TO 510-EXIT
           END-IF
           IF CBLINEI = 0
              GO TO 510-EXIT
           END-IF
           MOVE CBINVI TO BILL-Invoice-No
           MOVE CBLINEI TO BILL-Line
           EXEC CICS READ
                FILE('STF058G')
                INTO (BILL-REC)
                RIDFLD (BILL-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-LINE-OK
           END-IF.
       510-EXIT.
           EXIT.

       520-READ-DISPUTE.
           MOVE 'N' TO WS-DSP-FOUND
           MOVE CBINVI TO DSP-Invoice-No
           MOVE CBLINEI TO DSP-Line
           EXEC CICS READ
                FILE('STF093D')
                INTO (DSP-REC)
                RIDFLD (DSP-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-DSP-FOUND
           END-IF.
       520-EXIT.
           EXIT.

      *    Desk manager's queue: every OPEN dispute, oldest invoice
      *    first (key order), first ten on screen.
       550-LIST-OPEN.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 10
              MOVE SPACES TO DSLINEO(WS-ROW)
           END-PERFORM
           MOVE SPACES TO CBDEPTO CBTKTO CBAMTO DSTATO CRNOTEO
           MOVE 0 TO WS-ROW
           MOVE LOW-VALUES TO DSP-KEYS
           EXEC CICS STARTBR
                FILE('STF093D')
                RIDFLD (DSP-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR WS-ROW >= 10
                 EXEC CICS READNEXT
                      FILE('STF093D')
                      INTO (DSP-REC)
                      RIDFLD (DSP-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    DSP-Status = 'OPEN'
                    ADD 1 TO WS-ROW
                    MOVE DSP-Invoice-No TO QR-INVOICE
                    MOVE DSP-Line TO QR-LINE
                    MOVE DSP-Department TO QR-DEPT
                    MOVE DSP-Ticket-ID TO QR-TICKET
                    MOVE DSP-Line-Amt TO QR-AMOUNT
                    MOVE DSP-Raised-By TO QR-RAISED-BY
                    MOVE DSP-Reason TO QR-REASON
                    MOVE WS-QUEUE-ROW TO DSLINEO(WS-ROW)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF093D')
              END-EXEC
           END-IF
           IF WS-ROW = 0
              MOVE WS-QUEUE-EMPTY TO ERRMSGO
           END-IF.
       550-EXIT.
           EXIT.

      *    PF2: the department head or coordinator disputes the
      *    keyed line - one STF093D row, OPEN, with the reason.
       700-RAISE-DISPUTE.
           PERFORM 510-READ-LINE
           IF WS-LINE-OK NOT = 'Y'
              MOVE WS-LINE-INVALID TO ERRMSGO
              MOVE -1 TO CBINVL
              GO TO 700-EXIT
           END-IF
           PERFORM 720-CHECK-DEPT-AUTHORITY
           IF WS-AUTH-OK NOT = 'Y'
              MOVE WS-NOT-DEPT-HEAD TO ERRMSGO
              GO TO 700-EXIT
           END-IF
           IF DREASI = SPACES OR LOW-VALUES
              MOVE WS-REASON-NEEDED TO ERRMSGO
              MOVE -1 TO DREASL
              GO TO 700-EXIT
           END-IF
           PERFORM 120-BUILD-STAMP
           MOVE SPACES TO DSP-REC
           MOVE BILL-Invoice-No TO DSP-Invoice-No
           MOVE BILL-Line TO DSP-Line
           MOVE BILL-Department TO DSP-Department
           MOVE BILL-Ticket-ID TO DSP-Ticket-ID
           MOVE BILL-Line-Amt TO DSP-Line-Amt
           MOVE DREASI TO DSP-Reason
           MOVE USERID TO DSP-Raised-By
           MOVE WS-STAMP TO DSP-Raised-Stamp
           MOVE 'OPEN' TO DSP-Status
           MOVE 0 TO DSP-Credit-Note
           EXEC CICS WRITE
                FILE('STF093D')
                FROM (DSP-REC)
                RIDFLD (DSP-KEYS)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(DUPREC)
              MOVE WS-ALREADY-DISPUTED TO ERRMSGO
              GO TO 700-EXIT
           END-IF
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 700-EXIT
           END-IF
           MOVE WS-DESK-MANAGER-ID TO WS-NTF-TARGET
           MOVE SPACES TO WS-NTF-TEXT
           STRING 'CHARGEBACK DISPUTE ' DELIMITED BY SIZE
                  DSP-Invoice-No DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  DSP-Line DELIMITED BY SIZE
                  ' FROM ' DELIMITED BY SIZE
                  DSP-Department DELIMITED BY SPACE
                  INTO WS-NTF-TEXT
           END-STRING
           PERFORM 780-NOTIFY-USER
           MOVE WS-DISPUTED-MSG TO ERRMSGO.
       700-EXIT.
           EXIT.

      *    A uaf001 approver whose department is the line's, or the
      *    active STF049O coordinator for that department.
       720-CHECK-DEPT-AUTHORITY.
           MOVE 'N' TO WS-AUTH-OK
           PERFORM 725-MAP-BILL-DEPT
           EXEC CICS
                READ FILE('uaf001')
                INTO (WS-UAF-LOOKUP-REC)
                RIDFLD (USERID)
                KEYLENGTH (WS-STD-KEY-LEN)
                EQUAL
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
              WS-UAF-LKP-APPROVER = 'Y' AND
              (WS-UAF-LKP-DEPARTMENT = BILL-Department OR
               WS-UAF-LKP-DEPARTMENT = WS-BILL-DEPT-NOW)
              MOVE 'Y' TO WS-AUTH-OK
              GO TO 720-EXIT
           END-IF
           MOVE USERID TO COORD-Userid
           EXEC CICS READ
                FILE('STF049O')
                INTO (COORD-REC)
                RIDFLD (COORD-Userid)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
              COORD-ACTIVE = 'Y' AND
              (COORD-Department = BILL-Department OR
               COORD-Department = WS-BILL-DEPT-NOW)
              MOVE 'Y' TO WS-AUTH-OK
           END-IF.
       720-EXIT.
           EXIT.

      *    The department the billed code has become, through the
      *    SM141 successor map - the billed code itself when it has
      *    not been reorganised.
       725-MAP-BILL-DEPT.
           MOVE BILL-Department TO WS-BILL-DEPT-NOW
           MOVE '01' TO DMQ-VERSION
           MOVE 0 TO DMQ-COUNT
           EXEC CICS LINK
                PROGRAM('SM141')
                COMMAREA(DMQ-COMMAREA)
                LENGTH(LENGTH OF DMQ-COMMAREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 725-EXIT
           END-IF
           PERFORM VARYING WS-DM-SUB FROM 1 BY 1
                   UNTIL WS-DM-SUB > DMQ-COUNT
              IF DMQ-OLD-DEPT(WS-DM-SUB) = BILL-Department
                 MOVE DMQ-NEW-DEPT(WS-DM-SUB) TO WS-BILL-DEPT-NOW
              END-IF
           END-PERFORM.
       725-EXIT.
           EXIT.

      *    PF4/PF5: the desk manager accepts or rejects the keyed
      *    OPEN dispute; the raiser is told either way.
       760-DECIDE-DISPUTE.
           MOVE 'BILLDISP' TO WS-PERM-FUNCTION
           PERFORM 770-CHECK-FUNCTION-PERM
           IF WS-PERM-OK NOT = 'Y' OR
              (WS-PERM-KNOWN NOT = 'Y' AND USR-ADMIN NOT = 'Y')
              MOVE WS-NOT-DESK-MGR TO ERRMSGO
              GO TO 760-EXIT
           END-IF
           IF CBINVI NOT NUMERIC OR CBLINEI NOT NUMERIC
              MOVE WS-LINE-INVALID TO ERRMSGO
              MOVE -1 TO CBINVL
              GO TO 760-EXIT
           END-IF
           IF WS-DSP-NEW-STATUS = 'REJECTED' AND
              (DREASI = SPACES OR LOW-VALUES)
              MOVE WS-COMMENT-NEEDED TO ERRMSGO
              MOVE -1 TO DREASL
              GO TO 760-EXIT
           END-IF
           MOVE CBINVI TO DSP-Invoice-No
           MOVE CBLINEI TO DSP-Line
           EXEC CICS READ
                FILE('STF093D')
                INTO (DSP-REC)
                RIDFLD (DSP-KEYS)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-NOT-OPEN TO ERRMSGO
              GO TO 760-EXIT
           END-IF
           IF DSP-Status NOT = 'OPEN'
              EXEC CICS UNLOCK
                   FILE('STF093D')
              END-EXEC
              MOVE WS-NOT-OPEN TO ERRMSGO
              GO TO 760-EXIT
           END-IF
           IF DSP-Raised-By = USERID
              EXEC CICS UNLOCK
                   FILE('STF093D')
              END-EXEC
              MOVE WS-OWN-DISPUTE TO ERRMSGO
              GO TO 760-EXIT
           END-IF
           PERFORM 120-BUILD-STAMP
           IF WS-DSP-NEW-STATUS = 'ACCEPTED'
              PERFORM 790-ISSUE-CREDIT-NOTE
              IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                 EXEC CICS UNLOCK
                      FILE('STF093D')
                 END-EXEC
                 GO TO 760-EXIT
              END-IF
              MOVE CRN-Number TO DSP-Credit-Note
           END-IF
           MOVE WS-DSP-NEW-STATUS TO DSP-Status
           MOVE USERID TO DSP-Decided-By
           MOVE WS-STAMP TO DSP-Decided-Stamp
           IF DREASI = SPACES OR LOW-VALUES
              MOVE SPACES TO DSP-Comment
           ELSE
              MOVE DREASI TO DSP-Comment
           END-IF
           EXEC CICS REWRITE
                FILE('STF093D')
                FROM (DSP-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 760-EXIT
           END-IF
           MOVE DSP-Raised-By TO WS-NTF-TARGET
           MOVE SPACES TO WS-NTF-TEXT
           STRING 'DISPUTE ' DELIMITED BY SIZE
                  DSP-Invoice-No DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  DSP-Line DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DSP-NEW-STATUS DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  DSP-Comment DELIMITED BY SIZE
                  INTO WS-NTF-TEXT
           END-STRING
           PERFORM 780-NOTIFY-USER
           IF WS-DSP-NEW-STATUS = 'ACCEPTED'
              MOVE WS-ACCEPTED-MSG TO ERRMSGO
           ELSE
              MOVE WS-REJECTED-MSG TO ERRMSGO
           END-IF
           MOVE SPACES TO DREASO.
       760-EXIT.
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

      *    One STF009N row for the target user (highest-seq idiom),
      *    left unsent for the S107 mail bridge.
       780-NOTIFY-USER.
           MOVE WS-NTF-TARGET TO NOTIF-Userid
           MOVE 0 TO NOTIF-Seq-Number
           MOVE 0 TO WS-NTF-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF009N')
                RIDFLD(NOTIF-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR NOTIF-Userid NOT = WS-NTF-TARGET
                 EXEC CICS READNEXT
                      FILE('STF009N')
                      INTO(NOTIF-REC)
                      RIDFLD(NOTIF-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    NOTIF-Userid = WS-NTF-TARGET
                    MOVE NOTIF-Seq-Number TO WS-NTF-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF009N')
              END-EXEC
           END-IF
           MOVE WS-NTF-TARGET TO NOTIF-Userid
           MOVE WS-NTF-LAST-SEQ TO NOTIF-Seq-Number
           ADD 1 TO NOTIF-Seq-Number
           MOVE DSP-Ticket-ID TO NOTIF-Ticket-ID
           MOVE WS-STAMP TO NOTIF-Stamp
           MOVE WS-NTF-TEXT TO NOTIF-Text
           MOVE 'N' TO NOTIF-Read-Flag
           MOVE 'N' TO NOTIF-Sent-Flag
           MOVE SPACES TO NOTIF-Sent-Stamp
           EXEC CICS WRITE
                FILE('STF009N')
                FROM (NOTIF-REC)
                RIDFLD (NOTIF-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       780-EXIT.
           EXIT.

      *    Next credit-note number - the HIGH-VALUES STARTBR/READPREV
      *    key idiom SM082 numbers its invoices with. One note
      *    credits the disputed line in full.
       790-ISSUE-CREDIT-NOTE.
           MOVE HIGH-VALUES TO CRN-Number
           EXEC CICS STARTBR
                FILE('STF094N')
                RIDFLD (CRN-Number)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              EXEC CICS READPREV
                   FILE('STF094N')
                   INTO (WS-SCRATCH-CRN)
                   RIDFLD (CRN-Number)
                   RESP(WS-RETNCODE2)
              END-EXEC
              EXEC CICS ENDBR
                   FILE('STF094N')
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 COMPUTE WS-NEXT-CRN = CRN-Number + 1
              ELSE
                 MOVE 1 TO WS-NEXT-CRN
              END-IF
           ELSE
              MOVE 1 TO WS-NEXT-CRN
           END-IF
           MOVE WS-NEXT-CRN TO CRN-Number
           MOVE DSP-Invoice-No TO CRN-Invoice-No
           MOVE DSP-Line TO CRN-Line
           MOVE DSP-Department TO CRN-Department
           MOVE DSP-Ticket-ID TO CRN-Ticket-ID
           MOVE DSP-Line-Amt TO CRN-Amount
           MOVE USERID TO CRN-Issued-By
           MOVE WS-TODAY-YYYYMMDD TO CRN-Issued-Date
           MOVE 0 TO CRN-GL-Period
           EXEC CICS WRITE
                FILE('STF094N')
                FROM (CRN-REC)
                RIDFLD (CRN-Number)
                RESP(WS-RETNCODE2)
           END-EXEC.
       790-EXIT.
           EXIT.
