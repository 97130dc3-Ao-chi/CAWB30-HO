       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM146.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM146 is the single-ticket rollback screen (TRANSID 'S146'),  *
      *  entered by its transaction id from a clear screen (own        *
      *  uaf001 verify); admin only. When an SM001 bulk action or a    *
      *  bad SM020/SM041 load damages a handful of tickets, SM104's    *
      *  whole-file restore is far too big a hammer and retyping the   *
      *  fields from SM087's trail too error-prone - the STF069J       *
      *  journal already holds every after-image the ticket ever had.  *
      *                                                                *
      *  ENTER with a ticket lists its journal images, oldest first -  *
      *  journal key, date, action, who, which program, the status     *
      *  the image carried and its stamp. ENTER with a journal key as  *
      *  well shows that image field by field against the current      *
      *  STF001C record, '*' marking every field that differs. PF2     *
      *  then proposes the rollback: an STF047D pending row (table     *
      *  'ROLL', SMROL01 layout) naming the image and the ticket's     *
      *  current stamp, which a SECOND admin releases on SM070 - the   *
      *  rewrite, its STF002E log entry, the SM086 field-audit and     *
      *  journal rows, the change-capture row and the status counter   *
      *  adjustment all happen there, like any other update. Only a    *
      *  ticket still on STF001C can be rolled back, and one proposal  *
      *  per ticket may be pending at a time.                          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY S146S.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY STF001C.
           COPY STF069J.
           COPY STF047D.
           COPY SMROL01.
       01  WS-CURRENT-MAP  VALUE 'S146S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(7).
       01  WS-DATE-X REDEFINES WS-DATE           PIC X(7).
       01  WS-LENGTH                             PIC S9(4) COMP.
       01  WS-QNAME                              PIC X(08).
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       01  WS-TIMEOUT-TRANID                     PIC X(04) VALUE 'SM14'.
       01  WS-IDLE-TIMEOUT                       PIC 9(06) VALUE 001500.
       01  WS-STD-KEY-LEN                        PIC S9(4) COMP VALUE 8.
       01  WS-PEND-HIGH                          PIC X(06) VALUE
           HIGH-VALUES.
       01  WS-PEND-SCRATCH                       PIC X(400).

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
           05 WS-FIRST-PAGE                      PIC X(23) VALUE
              'THIS IS THE FIRST PAGE'.
           05 WS-LAST-PAGE                       PIC X(21) VALUE
              'THIS IS THE LAST PAGE'.
           05 WS-INVALID-PFKEY                   PIC X(21) VALUE
              'INAVLID PFKEY PRESSED'.
           05 WS-HELP-TEXT                        PIC X(60) VALUE
              'PF1=HELP PF2=PROPOSE PF3=EXIT ENTER=LIST/COMPARE'.
           05 WS-ENTER-PROMPT                    PIC X(50) VALUE
              'KEY TICKET (ENTER), THEN A JOURNAL KEY TO COMPARE'.
           05 WS-NO-IMAGES                       PIC X(34) VALUE
              'NO JOURNAL IMAGES FOR TICKET'.
           05 WS-TICKET-MISSING                  PIC X(40) VALUE
              'TICKET NOT ON FILE - CANNOT ROLL BACK'.
           05 WS-IMAGE-MISSING                   PIC X(40) VALUE
              'JOURNAL KEY NOT ON FILE FOR THIS TICKET'.
           05 WS-COMPARE-FIRST                   PIC X(40) VALUE
              'COMPARE AN IMAGE (ENTER) BEFORE PF2'.
           05 WS-NOTHING-TO-DO                   PIC X(40) VALUE
              'IMAGE MATCHES CURRENT RECORD'.
           05 WS-ALREADY-PENDING                 PIC X(48) VALUE
              'A ROLLBACK IS ALREADY PENDING FOR THIS TICKET'.
           05 WS-PROPOSED-MSG                    PIC X(48) VALUE
              'ROLLBACK CAPTURED FOR SM70 RELEASE'.
           05 WS-CAPTURE-FAILED                  PIC X(30) VALUE
              'PROPOSAL COULD NOT BE WRITTEN'.

       01  WS-LIST-HDG                           PIC X(76) VALUE
           'JOURNAL   DATE     A BY       PROGRAM  STATUS     STAMP'.
       01  WS-CMP-HDG                            PIC X(76) VALUE
           '  FIELD                CURRENT                    IMAGE'.

      *    One list row per journal image.
       01  WS-LROW.
           05 QL-JRNL                            PIC X(09).
           05 FILLER                             PIC X(01).
           05 QL-DATE                            PIC 9(08).
           05 FILLER                             PIC X(01).
           05 QL-ACTION                          PIC X(01).
           05 FILLER                             PIC X(01).
           05 QL-BY                              PIC X(08).
           05 FILLER                             PIC X(01).
           05 QL-PROGRAM                         PIC X(08).
           05 FILLER                             PIC X(01).
           05 QL-STATUS                          PIC X(10).
           05 FILLER                             PIC X(01).
           05 QL-STAMP                           PIC X(20).
           05 FILLER                             PIC X(06).

      *    One compare row per registered field.
       01  WS-CROW.
           05 QC-MARK                            PIC X(01).
           05 FILLER                             PIC X(01).
           05 QC-FIELD                           PIC X(20).
           05 FILLER                             PIC X(01).
           05 QC-CURRENT                         PIC X(26).
           05 FILLER                             PIC X(01).
           05 QC-IMAGE                           PIC X(26).

      *    Every STF001C field after the key - name, 1-based offset,
      *    length, and 'S' for the stamp fields every rewrite sets,
      *    which are shown but do not count as a difference. Same
      *    offsets-over-raw-bytes registry SM086 keeps; a field
      *    appended to STF001C is compared by appending a line here.
       01  WS-FLD-TABLE.
           05 FILLER PIC X(28) VALUE 'TICKET-REQUESTOR    0008008 '.
           05 FILLER PIC X(28) VALUE 'TICKET-STATUS       0016010 '.
           05 FILLER PIC X(28) VALUE 'TICKET-TITLE        0026025 '.
           05 FILLER PIC X(28) VALUE 'TICKET-DESCRIPTION  0051100 '.
           05 FILLER PIC X(28) VALUE 'TICKET-LAST-UPDATE  0151020S'.
           05 FILLER PIC X(28) VALUE 'TICKET-LAST-UPD-BY  0171008S'.
           05 FILLER PIC X(28) VALUE 'TICKET-UPD-REMARKS  0179050S'.
           05 FILLER PIC X(28) VALUE 'TICKET-PRIORITY     0229008 '.
           05 FILLER PIC X(28) VALUE 'TICKET-CATEGORY     0237008 '.
           05 FILLER PIC X(28) VALUE 'TICKET-DUE-DATE     0245008 '.
           05 FILLER PIC X(28) VALUE 'TICKET-ATTACHMENT   0253040 '.
           05 FILLER PIC X(28) VALUE 'TICKET-DEPARTMENT   0293008 '.
           05 FILLER PIC X(28) VALUE 'TICKET-DUPLICATE-OF 0301007 '.
           05 FILLER PIC X(28) VALUE 'TICKET-PHONE        0308015 '.
           05 FILLER PIC X(28) VALUE 'TICKET-EMAIL        0323040 '.
           05 FILLER PIC X(28) VALUE 'TICKET-CLOSURE-RSN  0363010 '.
           05 FILLER PIC X(28) VALUE 'TICKET-SATISFACTION 0373001 '.
           05 FILLER PIC X(28) VALUE 'TICKET-APPR1-BY     0374008 '.
           05 FILLER PIC X(28) VALUE 'TICKET-APPR1-DATE   0382020 '.
           05 FILLER PIC X(28) VALUE 'TICKET-ASSIGNED-TO  0402008 '.
           05 FILLER PIC X(28) VALUE 'TICKET-PARENT       0410007 '.
           05 FILLER PIC X(28) VALUE 'TICKET-KB-ARTICLE   0417006 '.
           05 FILLER PIC X(28) VALUE 'TICKET-CONFIDENTIAL 0423001 '.
           05 FILLER PIC X(28) VALUE 'TICKET-ASSET-TAG    0424008 '.
           05 FILLER PIC X(28) VALUE 'TICKET-EST-COST     0432009 '.
           05 FILLER PIC X(28) VALUE 'TICKET-ACT-COST     0441009 '.
           05 FILLER PIC X(28) VALUE 'TICKET-ENTERED-BY   0450008 '.
           05 FILLER PIC X(28) VALUE 'TICKET-PROBLEM-ID   0458006 '.
           05 FILLER PIC X(28) VALUE 'TICKET-HOLD-STATUS  0464010 '.
           05 FILLER PIC X(28) VALUE 'TICKET-HOLD-START   0474008 '.
           05 FILLER PIC X(28) VALUE 'TICKET-HOLD-DAYS    0482005 '.
           05 FILLER PIC X(28) VALUE 'TICKET-DUE-TIME     0487006 '.
           05 FILLER PIC X(28) VALUE 'TICKET-GROUP        0493008 '.
           05 FILLER PIC X(28) VALUE 'TICKET-SITE         0501008 '.
           05 FILLER PIC X(28) VALUE 'TICKET-IMPACT       0509001 '.
           05 FILLER PIC X(28) VALUE 'TICKET-URGENCY      0510001 '.
           05 FILLER PIC X(28) VALUE 'TICKET-REQ-PRIORITY 0511008 '.
           05 FILLER PIC X(28) VALUE 'TICKET-PRI-OVERRIDE 0519001 '.
           05 FILLER PIC X(28) VALUE 'TICKET-BREACH-RSN   0520008 '.
           05 FILLER PIC X(28) VALUE 'TICKET-BREACH-BY    0528008 '.
           05 FILLER PIC X(28) VALUE 'TICKET-BREACH-DATE  0536008 '.
       01  WS-FLD-TABLE-R REDEFINES WS-FLD-TABLE.
           05 WS-FLD-ENTRY OCCURS 41.
              10 WS-FLD-NAME                     PIC X(20).
              10 WS-FLD-OFFSET                   PIC 9(04).
              10 WS-FLD-LENGTH                   PIC 9(03).
              10 WS-FLD-STAMP                    PIC X(01).
       01  WS-FLD-COUNT                          PIC S9(4) COMP
           VALUE 41.

       01  WS-CUR-IMAGE                          PIC X(543).
       01  WS-OFF                                PIC S9(4) COMP.
       01  WS-LEN                                PIC S9(4) COMP.
       01  WS-FLD                                PIC S9(4) COMP.
       01  WS-DIFF-COUNT                         PIC 9(03).
       01  WS-DIFF-DISP                          PIC ZZ9.
       01  WS-IMAGE-OK                           PIC X VALUE 'N'.
       01  WS-OPEN-PROPOSAL                      PIC X VALUE 'N'.

       01  WS-COUNTERS.
           05 WS-SUB                             PIC 9(02).
           05 WS-ITEM                            PIC S9(4) COMP.
           05 WS-ITEM-START                      PIC S9(4) COMP.

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
           05 WS-CUR-JRNL                        PIC X(09).
           05 WS-VIEW                            PIC X.
           05 WS-PAGE                            PIC 9(02).
           05 WS-MAX-PAGE                        PIC 9(02).
           05 WS-TOTAL-ROWS                      PIC 9(04).
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
           05 DF-CUR-JRNL                        PIC X(09).
           05 DF-VIEW                            PIC X.
           05 DF-PAGE                            PIC 9(02).
           05 DF-MAX-PAGE                        PIC 9(02).
           05 DF-TOTAL-ROWS                      PIC 9(04).
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
           MOVE EIBTRMID TO WS-QNAME(1:4)
           MOVE 'S146' TO WS-QNAME(5:4)
           IF EIBCALEN = 0
              PERFORM 050-VERIFY-USER
              MOVE LOW-VALUES TO WS-STATE
              MOVE 'SM146' TO WS-PGMID
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF
           IF WS-HELP-FLAG = 'Y' AND WS-PGMID = 'SM146'
              MOVE SPACE TO WS-HELP-FLAG
              PERFORM 600-DISPLAY-PAGE
              PERFORM 100-CREATE-MAP
           ELSE
           IF USR-ADMIN = 'Y'
              EVALUATE TRUE
                WHEN WS-STATE = LOW-VALUES OR WS-STATE = SPACE
                     MOVE 1 TO WS-PAGE
                     MOVE 1 TO WS-MAX-PAGE
                     MOVE 0 TO WS-TOTAL-ROWS
                     MOVE SPACES TO WS-CUR-TICKET
                     MOVE SPACES TO WS-CUR-JRNL
                     MOVE 'L' TO WS-VIEW
                     MOVE 'SM146' TO WS-PGMID
                     MOVE WS-ENTER-PROMPT TO ERRMSGO
                     MOVE -1 TO TKTNUML
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
           MOVE WS-CUR-TICKET TO TKTNUMO
           MOVE WS-CUR-JRNL TO JRNKEYO
           MOVE WS-PAGE TO PAGEO
           IF WS-VIEW = 'C'
              MOVE WS-CMP-HDG TO HDGO
           ELSE
              MOVE WS-LIST-HDG TO HDGO
           END-IF
           MOVE LENGTH OF S146MO TO WS-LENGTH
           EXEC CICS SEND
                MAP('S146M')
                MAPSET('S146S')
                FROM(S146MO)
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
                TRANSID('S146')
                COMMAREA(WS-COMMAREA)
           END-EXEC.
       100-EXIT.
           EXIT.

      *    A new ticket drops the image chosen for the old one; the
      *    journal key field may be blanked to go back to the list.
       200-REC-MAP.
           EXEC CICS RECEIVE
                MAP('S146M')
                MAPSET('S146S')
                INTO (S146MI)
           END-EXEC
           IF TKTNUMI NOT = SPACES AND LOW-VALUES
              IF TKTNUMI NOT = WS-CUR-TICKET
                 MOVE SPACES TO WS-CUR-JRNL
              END-IF
              MOVE TKTNUMI TO WS-CUR-TICKET
           END-IF
           IF JRNKEYL > 0
              IF JRNKEYI = SPACES OR LOW-VALUES
                 MOVE SPACES TO WS-CUR-JRNL
              ELSE
                 MOVE JRNKEYI TO WS-CUR-JRNL
              END-IF
           END-IF.
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
                       TRANSID('S146')
                       COMMAREA(WS-COMMAREA)
                  END-EXEC
             WHEN DFHPF2
                  PERFORM 700-PROPOSE-ROLLBACK
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF3
                  EXEC CICS DELETEQ TS
                       QUEUE(WS-QNAME)
                       RESP(WS-RETNCODE)
                  END-EXEC
                  EXEC CICS SEND CONTROL
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                  END-EXEC
             WHEN DFHPF7
                  IF WS-PAGE > 1
                     SUBTRACT 1 FROM WS-PAGE
                     PERFORM 600-DISPLAY-PAGE
                  ELSE
                     MOVE WS-FIRST-PAGE TO ERRMSGO
                  END-IF
             WHEN DFHPF8
                  IF WS-PAGE < WS-MAX-PAGE
                     ADD 1 TO WS-PAGE
                     PERFORM 600-DISPLAY-PAGE
                  ELSE
                     MOVE WS-LAST-PAGE TO ERRMSGO
                  END-IF
             WHEN DFHENTER
                  MOVE 1 TO WS-PAGE
                  IF WS-CUR-JRNL = SPACES OR LOW-VALUES
                     PERFORM 400-BUILD-LIST
                  ELSE
                     PERFORM 500-BUILD-COMPARE
                  END-IF
                  PERFORM 650-SET-MAX-PAGE
                  PERFORM 600-DISPLAY-PAGE
             WHEN OTHER
                  MOVE WS-INVALID-PFKEY TO ERRMSGO
                  PERFORM 600-DISPLAY-PAGE
           END-EVALUATE.
       300-EXIT.
           EXIT.

      *    ENTER with a ticket only: the ticket's images in journal
      *    key order. STF069J has no ticket index, so this is the
      *    full key-order walk SM104's roll-forward makes, filtered
      *    to the one ticket.
       400-BUILD-LIST.
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE 'L' TO WS-VIEW
           MOVE 0 TO WS-TOTAL-ROWS
           IF WS-CUR-TICKET = SPACES OR LOW-VALUES
              MOVE WS-ENTER-PROMPT TO ERRMSGO
              MOVE -1 TO TKTNUML
              GO TO 400-EXIT
           END-IF
           MOVE LOW-VALUES TO JRNL-KEY
           EXEC CICS STARTBR
                FILE('STF069J')
                RIDFLD (JRNL-KEY)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF069J')
                      INTO (JRNL-REC)
                      RIDFLD (JRNL-KEY)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    JRNL-Ticket-ID = WS-CUR-TICKET
                    MOVE SPACES TO WS-LROW
                    MOVE JRNL-KEY TO QL-JRNL
                    MOVE JRNL-Date TO QL-DATE
                    MOVE JRNL-Action TO QL-ACTION
                    MOVE JRNL-By TO QL-BY
                    MOVE JRNL-Program TO QL-PROGRAM
                    MOVE JRNL-IMAGE(16:10) TO QL-STATUS
                    MOVE JRNL-Stamp TO QL-STAMP
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-QNAME)
                         FROM(WS-LROW)
                         LENGTH(LENGTH OF WS-LROW)
                    END-EXEC
                    ADD 1 TO WS-TOTAL-ROWS
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF069J')
              END-EXEC
           END-IF
           IF WS-TOTAL-ROWS = 0
              MOVE WS-NO-IMAGES TO ERRMSGO
           ELSE
              MOVE WS-ENTER-PROMPT TO ERRMSGO
              MOVE -1 TO JRNKEYL
           END-IF.
       400-EXIT.
           EXIT.

      *    ENTER with a journal key: the chosen image against the
      *    current record, one row per registered field.
       500-BUILD-COMPARE.
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE 'C' TO WS-VIEW
           MOVE 0 TO WS-TOTAL-ROWS
           PERFORM 550-READ-IMAGE-AND-TICKET
           IF WS-IMAGE-OK NOT = 'Y'
              MOVE 'L' TO WS-VIEW
              GO TO 500-EXIT
           END-IF
           PERFORM VARYING WS-FLD FROM 1 BY 1
                   UNTIL WS-FLD > WS-FLD-COUNT
              MOVE WS-FLD-OFFSET(WS-FLD) TO WS-OFF
              MOVE WS-FLD-LENGTH(WS-FLD) TO WS-LEN
              MOVE SPACES TO WS-CROW
              MOVE WS-FLD-NAME(WS-FLD) TO QC-FIELD
              IF WS-LEN > 26
                 MOVE WS-CUR-IMAGE(WS-OFF:26) TO QC-CURRENT
                 MOVE JRNL-IMAGE(WS-OFF:26) TO QC-IMAGE
              ELSE
                 MOVE WS-CUR-IMAGE(WS-OFF:WS-LEN) TO QC-CURRENT
                 MOVE JRNL-IMAGE(WS-OFF:WS-LEN) TO QC-IMAGE
              END-IF
              IF WS-CUR-IMAGE(WS-OFF:WS-LEN) NOT =
                 JRNL-IMAGE(WS-OFF:WS-LEN)
                 MOVE '*' TO QC-MARK
              END-IF
              EXEC CICS WRITEQ TS
                   QUEUE(WS-QNAME)
                   FROM(WS-CROW)
                   LENGTH(LENGTH OF WS-CROW)
              END-EXEC
              ADD 1 TO WS-TOTAL-ROWS
           END-PERFORM
           MOVE WS-DIFF-COUNT TO WS-DIFF-DISP
           MOVE SPACES TO ERRMSGO
           IF WS-DIFF-COUNT = 0
              MOVE WS-NOTHING-TO-DO TO ERRMSGO
           ELSE
              STRING WS-DIFF-DISP DELIMITED BY SIZE
                     ' FIELDS DIFFER - PF2 TO PROPOSE ROLLBACK'
                     DELIMITED BY SIZE
                     INTO ERRMSGO
              END-STRING
           END-IF.
       500-EXIT.
           EXIT.

      *    Reads the keyed image (it must belong to the ticket on the
      *    screen) and the ticket as it stands now, and counts the
      *    fields that differ, stamps aside.
       550-READ-IMAGE-AND-TICKET.
           MOVE 'N' TO WS-IMAGE-OK
           MOVE 0 TO WS-DIFF-COUNT
           MOVE WS-CUR-JRNL TO JRNL-KEY
           EXEC CICS READ
                FILE('STF069J')
                INTO (JRNL-REC)
                RIDFLD (JRNL-KEY)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              JRNL-Ticket-ID NOT = WS-CUR-TICKET
              MOVE WS-IMAGE-MISSING TO ERRMSGO
              MOVE -1 TO JRNKEYL
              GO TO 550-EXIT
           END-IF
           MOVE WS-CUR-TICKET TO TICKET-KEY
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (TICKET-KEY)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-TICKET-MISSING TO ERRMSGO
              MOVE -1 TO TKTNUML
              GO TO 550-EXIT
           END-IF
           MOVE TICKET-REC TO WS-CUR-IMAGE
           PERFORM VARYING WS-FLD FROM 1 BY 1
                   UNTIL WS-FLD > WS-FLD-COUNT
              MOVE WS-FLD-OFFSET(WS-FLD) TO WS-OFF
              MOVE WS-FLD-LENGTH(WS-FLD) TO WS-LEN
              IF WS-FLD-STAMP(WS-FLD) NOT = 'S' AND
                 WS-CUR-IMAGE(WS-OFF:WS-LEN) NOT =
                 JRNL-IMAGE(WS-OFF:WS-LEN)
                 ADD 1 TO WS-DIFF-COUNT
              END-IF
           END-PERFORM
           MOVE 'Y' TO WS-IMAGE-OK.
       550-EXIT.
           EXIT.

       600-DISPLAY-PAGE.
           COMPUTE WS-ITEM-START = ((WS-PAGE - 1) * 10) + 1
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
              COMPUTE WS-ITEM = WS-ITEM-START + WS-SUB - 1
              IF WS-ITEM <= WS-TOTAL-ROWS
                 EXEC CICS READQ TS
                      QUEUE(WS-QNAME)
                      INTO(WS-LROW)
                      ITEM(WS-ITEM)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    MOVE WS-LROW TO DETLO(WS-SUB)
                 ELSE
                    MOVE SPACES TO DETLO(WS-SUB)
                 END-IF
              ELSE
                 MOVE SPACES TO DETLO(WS-SUB)
              END-IF
           END-PERFORM.
       600-EXIT.
           EXIT.

       650-SET-MAX-PAGE.
           DIVIDE WS-TOTAL-ROWS BY 10 GIVING WS-MAX-PAGE
                  REMAINDER WS-SUB
           IF WS-SUB NOT = 0
              ADD 1 TO WS-MAX-PAGE
           END-IF
           IF WS-MAX-PAGE = 0
              MOVE 1 TO WS-MAX-PAGE
           END-IF
           IF WS-PAGE > WS-MAX-PAGE
              MOVE 1 TO WS-PAGE
           END-IF.
       650-EXIT.
           EXIT.

      *    PF2: the compared image is re-read and re-compared (the
      *    ticket may have moved since ENTER), then captured as an
      *    STF047D 'ROLL' row for a second admin's SM070 release.
       700-PROPOSE-ROLLBACK.
           IF WS-VIEW NOT = 'C' OR WS-CUR-JRNL = SPACES OR
              WS-CUR-JRNL = LOW-VALUES
              MOVE WS-COMPARE-FIRST TO ERRMSGO
              MOVE -1 TO JRNKEYL
              GO TO 700-EXIT
           END-IF
           PERFORM 550-READ-IMAGE-AND-TICKET
           IF WS-IMAGE-OK NOT = 'Y'
              GO TO 700-EXIT
           END-IF
           IF WS-DIFF-COUNT = 0
              MOVE WS-NOTHING-TO-DO TO ERRMSGO
              GO TO 700-EXIT
           END-IF
           PERFORM 720-CHECK-OPEN-PROPOSAL
           IF WS-OPEN-PROPOSAL = 'Y'
              MOVE WS-ALREADY-PENDING TO ERRMSGO
              GO TO 700-EXIT
           END-IF
           PERFORM 750-CAPTURE-PENDING
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE WS-PROPOSED-MSG TO ERRMSGO
           ELSE
              MOVE WS-CAPTURE-FAILED TO ERRMSGO
           END-IF.
       700-EXIT.
           EXIT.

      *    One proposal per ticket at a time - two pending images of
      *    the same ticket would let the second release undo the
      *    first behind the checker's back.
       720-CHECK-OPEN-PROPOSAL.
           MOVE 'N' TO WS-OPEN-PROPOSAL
           MOVE LOW-VALUES TO PEND-ID
           EXEC CICS STARTBR
                FILE('STF047D')
                RIDFLD (PEND-ID)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF047D')
                      INTO (PEND-REC)
                      RIDFLD (PEND-ID)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    PEND-STATUS = 'PENDING' AND
                    PEND-TABLE = 'ROLL' AND
                    PEND-REC-KEY(1:7) = WS-CUR-TICKET
                    MOVE 'Y' TO WS-OPEN-PROPOSAL
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF047D')
              END-EXEC
           END-IF.
       720-EXIT.
           EXIT.

      *    Next pending id by the HIGH-VALUES STARTBR/READPREV key
      *    idiom SM033's 870-CAPTURE-PENDING uses.
       750-CAPTURE-PENDING.
           MOVE WS-PEND-HIGH TO PEND-ID
           EXEC CICS STARTBR
                FILE('STF047D')
                RIDFLD (PEND-ID)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              EXEC CICS READPREV
                   FILE('STF047D')
                   INTO (WS-PEND-SCRATCH)
                   RIDFLD (PEND-ID)
                   RESP(WS-RETNCODE2)
              END-EXEC
              EXEC CICS ENDBR
                   FILE('STF047D')
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 COMPUTE PEND-ID-NUM = PEND-ID-NUM + 1
              ELSE
                 MOVE 1 TO PEND-ID-NUM
              END-IF
           ELSE
              MOVE 1 TO PEND-ID-NUM
           END-IF
           MOVE SPACES TO ROLL-DATA
           MOVE JRNL-KEY TO ROLL-JRNL-KEY
           MOVE JRNL-Date TO ROLL-JRNL-DATE
           MOVE TICKET-LAST-UPDATE TO ROLL-LAST-UPDATE
           MOVE TICKET-STATUS TO ROLL-CUR-STATUS
           MOVE JRNL-IMAGE(16:10) TO ROLL-IMG-STATUS
           MOVE 'ROLL' TO PEND-TABLE
           MOVE 'STF001C' TO PEND-FILE
           MOVE 7 TO PEND-KEYLEN
           MOVE LENGTH OF TICKET-REC TO PEND-RECLEN
           MOVE SPACES TO PEND-REC-KEY
           MOVE WS-CUR-TICKET TO PEND-REC-KEY(1:7)
           MOVE ROLL-DATA TO PEND-DATA
           MOVE 'PENDING' TO PEND-STATUS
           MOVE USERID7 TO PEND-MAKER
           MOVE FUNCTION CURRENT-DATE(1:8) TO PEND-MADE-DATE
           MOVE SPACES TO PEND-CHECKER
           MOVE SPACES TO PEND-CHECKED-STAMP
           MOVE SPACES TO PEND-PACKAGE
           EXEC CICS WRITE
                FILE('STF047D')
                FROM (PEND-REC)
                RIDFLD (PEND-ID)
                RESP(WS-RETNCODE2)
           END-EXEC.
       750-EXIT.
           EXIT.
