       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM126.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM126 is the asset impact view (TRANSID 'S126') - the blast   *
      *  radius of an outage. Key a ticket number (its asset tag is    *
      *  the root) or an asset tag and press ENTER: the SM127 service  *
      *  walks the STF088R relationship rows downstream of the root    *
      *  and the screen lists every asset reached with its level,      *
      *  owning department, link type and the asset it hangs off,      *
      *  then the departments affected and the open tickets already    *
      *  logged against those assets. Read-only, so any active user    *
      *  may look.                                                     *
      *                                                                *
      *  Entered by transid from a clear screen (own uaf001 verify),   *
      *  or by XCTL from SM060 (the declared master), SM062 (the       *
      *  change's asset) and SM051 (the keyed tag) with the standard   *
      *  commarea prefix plus the asset tag; PF3 goes back to the      *
      *  caller.                                                       *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY S126S.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY STF001C.
           COPY SMIMP01 REPLACING ==IMP-COMMAREA== BY ==WS-IMP-AREA==.
       01  WS-CURRENT-MAP  VALUE 'S126S'         PIC X(7).
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
           05 WS-HELP-TEXT                       PIC X(60) VALUE
              'PF1=HELP PF3=EXIT PF7/PF8=PAGE ENTER=ANALYSE'.
           05 WS-ENTER-PROMPT                    PIC X(44) VALUE
              'KEY A TICKET OR AN ASSET TAG AND PRESS ENTER'.
           05 WS-NOT-EXIST                       PIC X(28) VALUE
              'TICKET NUMBER DOES NOT EXIST'.
           05 WS-NO-ASSET                        PIC X(32) VALUE
              'TICKET IS NOT AGAINST AN ASSET'.
           05 WS-TAG-UNKNOWN                     PIC X(34) VALUE
              'ASSET TAG IS NOT ON THE MASTER'.
           05 WS-NOTHING-DOWN                    PIC X(40) VALUE
              'NOTHING IS RECORDED DOWNSTREAM OF ASSET'.

       01  WS-CNT-ASSETS                         PIC ZZ9.
       01  WS-CNT-DEPTS                          PIC ZZ9.
       01  WS-CNT-OPEN                           PIC ZZ9.
       01  WS-IX                                 PIC S9(4) COMP.

       01  WS-ASSET-HDR.
           05 FILLER                             PIC X(33) VALUE
              'LV TAG      DESCRIPTION'.
           05 FILLER                             PIC X(39) VALUE
              'DEPT     LINK     VIA      OPEN'.

       01  WS-QROW                               PIC X(72).
       01  WS-QROW-ASSET REDEFINES WS-QROW.
           05 QA-DEPTH                           PIC Z9.
           05 FILLER                             PIC X(01).
           05 QA-TAG                             PIC X(08).
           05 FILLER                             PIC X(01).
           05 QA-DESC                            PIC X(20).
           05 FILLER                             PIC X(01).
           05 QA-DEPT                            PIC X(08).
           05 FILLER                             PIC X(01).
           05 QA-TYPE                            PIC X(08).
           05 FILLER                             PIC X(01).
           05 QA-VIA                             PIC X(08).
           05 FILLER                             PIC X(01).
           05 QA-OPEN                            PIC ZZ9.
           05 FILLER                             PIC X(09).
       01  WS-QROW-DEPT REDEFINES WS-QROW.
           05 FILLER                             PIC X(03).
           05 QD-DEPT                            PIC X(08).
           05 FILLER                             PIC X(01).
           05 QD-ASSETS                          PIC ZZ9.
           05 QD-LIT                             PIC X(20).
           05 FILLER                             PIC X(37).
       01  WS-QROW-TKT REDEFINES WS-QROW.
           05 FILLER                             PIC X(03).
           05 QT-KEY                             PIC X(07).
           05 FILLER                             PIC X(01).
           05 QT-STATUS                          PIC X(10).
           05 FILLER                             PIC X(01).
           05 QT-PRIORITY                        PIC X(08).
           05 FILLER                             PIC X(01).
           05 QT-TAG                             PIC X(08).
           05 FILLER                             PIC X(33).

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
           05 WS-ASSET-PASSED                    PIC X(08).
           05 WS-RETURN-PGM                      PIC X(08).
           05 WS-ROOT-TAG                        PIC X(08).
           05 WS-ROOT-TKT                        PIC X(07).
           05 WS-ROOT-LINE                       PIC X(60).
           05 WS-SUMM-LINE                       PIC X(60).
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
           05 DF-ASSET-PASSED                    PIC X(08).
           05 DF-RETURN-PGM                      PIC X(08).
           05 DF-ROOT-TAG                        PIC X(08).
           05 DF-ROOT-TKT                        PIC X(07).
           05 DF-ROOT-LINE                       PIC X(60).
           05 DF-SUMM-LINE                       PIC X(60).
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
           MOVE 'S126' TO WS-QNAME(5:4)
           IF EIBCALEN = 0
              PERFORM 050-VERIFY-USER
              MOVE LOW-VALUES TO WS-STATE
              MOVE 'SM126' TO WS-PGMID
              MOVE SPACES TO WS-TICKET-PASSED
              MOVE SPACES TO WS-ASSET-PASSED
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF
      *    The help round-trip can only be our own - a caller's
      *    shorter commarea leaves this byte unset.
           IF WS-HELP-FLAG = 'Y' AND WS-PGMID = 'SM126'
              MOVE SPACE TO WS-HELP-FLAG
              PERFORM 600-DISPLAY-PAGE
              PERFORM 100-CREATE-MAP
           ELSE
           EVALUATE TRUE
             WHEN WS-STATE = LOW-VALUES OR WS-STATE = SPACE
                  MOVE WS-PGMID TO WS-RETURN-PGM
                  MOVE 'SM126' TO WS-PGMID
                  MOVE SPACE TO WS-HELP-FLAG
                  MOVE 1 TO WS-PAGE
                  MOVE 1 TO WS-MAX-PAGE
                  MOVE 0 TO WS-TOTAL-ROWS
                  MOVE SPACES TO WS-ROOT-TAG
                  MOVE SPACES TO WS-ROOT-TKT
                  MOVE SPACES TO WS-ROOT-LINE
                  MOVE SPACES TO WS-SUMM-LINE
                  MOVE WS-ENTER-PROMPT TO ERRMSGO
                  IF WS-TICKET-PASSED NOT = SPACES AND
                     WS-TICKET-PASSED NOT = LOW-VALUES
                     MOVE WS-TICKET-PASSED TO WS-ROOT-TKT
                     PERFORM 410-ROOT-FROM-TICKET
                  ELSE
                     IF WS-ASSET-PASSED NOT = SPACES AND
                        WS-ASSET-PASSED NOT = LOW-VALUES
                        MOVE WS-ASSET-PASSED TO WS-ROOT-TAG
                     END-IF
                  END-IF
                  IF WS-ROOT-TAG NOT = SPACES
                     PERFORM 400-BUILD-QUEUE
                  END-IF
                  PERFORM 600-DISPLAY-PAGE
                  MOVE -1 TO IMTKTL
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

       100-CREATE-MAP.
           PERFORM 110-FORMAT-DATE-TIME
           MOVE WS-ROOT-TKT TO IMTKTO
           MOVE WS-ROOT-TAG TO IMTAGO
           MOVE WS-ROOT-LINE TO IMROOTO
           MOVE WS-SUMM-LINE TO IMSUMMO
           MOVE WS-PAGE TO PAGEO
           MOVE LENGTH OF S126MO TO WS-LENGTH
           EXEC CICS SEND
                MAP('S126M')
                MAPSET('S126S')
                FROM(S126MO)
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
                TRANSID('S126')
                COMMAREA(WS-COMMAREA)
           END-EXEC.
       100-EXIT.
           EXIT.

       200-REC-MAP.
           EXEC CICS RECEIVE
                MAP('S126M')
                MAPSET('S126S')
                INTO (S126MI)
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
                       TRANSID('S126')
                       COMMAREA(WS-COMMAREA)
                  END-EXEC
             WHEN DFHPF3
                  PERFORM 800-RETURN-TO-CALLER
             WHEN DFHPF7
                  IF WS-PAGE > 1
                     SUBTRACT 1 FROM WS-PAGE
                  ELSE
                     MOVE WS-FIRST-PAGE TO ERRMSGO
                  END-IF
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF8
                  IF WS-PAGE < WS-MAX-PAGE
                     ADD 1 TO WS-PAGE
                  ELSE
                     MOVE WS-LAST-PAGE TO ERRMSGO
                  END-IF
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHENTER
                  PERFORM 500-TAKE-ROOT
                  PERFORM 600-DISPLAY-PAGE
             WHEN OTHER
                  MOVE WS-INVALID-PFKEY TO ERRMSGO
                  PERFORM 600-DISPLAY-PAGE
           END-EVALUATE.
       300-EXIT.
           EXIT.

      *    ENTER: a keyed ticket wins over a keyed tag - the ticket
      *    is how the desk usually arrives with an outage in hand.
       500-TAKE-ROOT.
           MOVE SPACES TO WS-ROOT-LINE
           MOVE SPACES TO WS-SUMM-LINE
           MOVE 1 TO WS-PAGE
           MOVE 1 TO WS-MAX-PAGE
           MOVE 0 TO WS-TOTAL-ROWS
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE SPACES TO WS-ROOT-TAG
           MOVE SPACES TO WS-ROOT-TKT
           IF IMTKTI NOT = SPACES AND LOW-VALUES
              MOVE IMTKTI TO WS-ROOT-TKT
              PERFORM 410-ROOT-FROM-TICKET
           ELSE
              IF IMTAGI NOT = SPACES AND LOW-VALUES
                 MOVE IMTAGI TO WS-ROOT-TAG
              END-IF
           END-IF
           IF WS-ROOT-TAG NOT = SPACES
              PERFORM 400-BUILD-QUEUE
           ELSE
              IF WS-ROOT-TKT = SPACES
                 MOVE WS-ENTER-PROMPT TO ERRMSGO
                 MOVE -1 TO IMTKTL
              END-IF
           END-IF.
       500-EXIT.
           EXIT.

       410-ROOT-FROM-TICKET.
           MOVE SPACES TO WS-ROOT-TAG
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (WS-ROOT-TKT)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-NOT-EXIST TO ERRMSGO
              MOVE -1 TO IMTKTL
           ELSE
              IF TICKET-ASSET-TAG = SPACES OR LOW-VALUES
                 MOVE WS-NO-ASSET TO ERRMSGO
                 MOVE -1 TO IMTKTL
              ELSE
                 MOVE TICKET-ASSET-TAG TO WS-ROOT-TAG
              END-IF
           END-IF.
       410-EXIT.
           EXIT.

      *    One LINK to SM127 for the whole blast radius, then the
      *    answer is laid out on the TS queue in three blocks -
      *    downstream assets, departments affected, open tickets.
       400-BUILD-QUEUE.
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE 0 TO WS-TOTAL-ROWS
           MOVE 1 TO WS-PAGE
           MOVE '01' TO IMP-VERSION
           MOVE WS-ROOT-TAG TO IMP-ROOT-TAG
           EXEC CICS LINK
                PROGRAM('SM127')
                COMMAREA(WS-IMP-AREA)
                LENGTH(LENGTH OF WS-IMP-AREA)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              IMP-ROOT-FOUND NOT = 'Y'
              MOVE WS-TAG-UNKNOWN TO ERRMSGO
              MOVE -1 TO IMTAGL
           ELSE
              MOVE SPACES TO WS-ROOT-LINE
              STRING 'ROOT ' DELIMITED BY SIZE
                     WS-ROOT-TAG DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     IMP-A-DESC(1) DELIMITED BY SIZE
                     ' DEPT ' DELIMITED BY SIZE
                     IMP-A-DEPT(1) DELIMITED BY SIZE
                     INTO WS-ROOT-LINE
              END-STRING
              MOVE IMP-ASSET-COUNT TO WS-CNT-ASSETS
              MOVE IMP-DEPT-COUNT TO WS-CNT-DEPTS
              MOVE IMP-OPEN-COUNT TO WS-CNT-OPEN
              MOVE SPACES TO WS-SUMM-LINE
              STRING WS-CNT-ASSETS DELIMITED BY SIZE
                     ' ASSETS DOWNSTREAM,' DELIMITED BY SIZE
                     WS-CNT-DEPTS DELIMITED BY SIZE
                     ' DEPTS,' DELIMITED BY SIZE
                     WS-CNT-OPEN DELIMITED BY SIZE
                     ' OPEN TICKETS' DELIMITED BY SIZE
                     INTO WS-SUMM-LINE
              END-STRING
              IF IMP-TRUNCATED = 'Y'
                 MOVE '(TRUNCATED)' TO WS-SUMM-LINE(50:11)
              END-IF
              IF IMP-ASSET-COUNT = 0
                 MOVE WS-NOTHING-DOWN TO ERRMSGO
              ELSE
                 PERFORM 420-QUEUE-ASSETS
                 PERFORM 430-QUEUE-DEPTS
                 PERFORM 440-QUEUE-TICKETS
                 MOVE WS-ENTER-PROMPT TO ERRMSGO
              END-IF
           END-IF
           DIVIDE WS-TOTAL-ROWS BY 12 GIVING WS-MAX-PAGE
                  REMAINDER WS-SUB
           IF WS-SUB NOT = 0
              ADD 1 TO WS-MAX-PAGE
           END-IF
           IF WS-MAX-PAGE = 0
              MOVE 1 TO WS-MAX-PAGE
           END-IF.
       400-EXIT.
           EXIT.

       420-QUEUE-ASSETS.
           MOVE WS-ASSET-HDR TO WS-QROW
           PERFORM 490-WRITE-QROW
           PERFORM VARYING WS-IX FROM 2 BY 1
                   UNTIL WS-IX > IMP-ASSET-USED
              MOVE SPACES TO WS-QROW
              MOVE IMP-A-DEPTH(WS-IX) TO QA-DEPTH
              MOVE IMP-A-TAG(WS-IX) TO QA-TAG
              MOVE IMP-A-DESC(WS-IX) TO QA-DESC
              MOVE IMP-A-DEPT(WS-IX) TO QA-DEPT
              MOVE IMP-A-TYPE(WS-IX) TO QA-TYPE
              MOVE IMP-A-VIA(WS-IX) TO QA-VIA
              MOVE IMP-A-OPEN(WS-IX) TO QA-OPEN
              PERFORM 490-WRITE-QROW
           END-PERFORM.
       420-EXIT.
           EXIT.

       430-QUEUE-DEPTS.
           MOVE SPACES TO WS-QROW
           PERFORM 490-WRITE-QROW
           MOVE 'DEPARTMENTS AFFECTED' TO WS-QROW
           PERFORM 490-WRITE-QROW
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > IMP-DEPT-COUNT
              MOVE SPACES TO WS-QROW
              MOVE IMP-D-DEPT(WS-IX) TO QD-DEPT
              MOVE IMP-D-ASSETS(WS-IX) TO QD-ASSETS
              MOVE ' DOWNSTREAM ASSET(S)' TO QD-LIT
              PERFORM 490-WRITE-QROW
           END-PERFORM.
       430-EXIT.
           EXIT.

       440-QUEUE-TICKETS.
           MOVE SPACES TO WS-QROW
           PERFORM 490-WRITE-QROW
           IF IMP-OPEN-COUNT = 0
              MOVE 'NO OPEN TICKETS ON DOWNSTREAM ASSETS' TO WS-QROW
              PERFORM 490-WRITE-QROW
           ELSE
              MOVE 'OPEN TICKETS ON DOWNSTREAM ASSETS' TO WS-QROW
              PERFORM 490-WRITE-QROW
              PERFORM VARYING WS-IX FROM 1 BY 1
                      UNTIL WS-IX > IMP-TICKET-USED
                 MOVE SPACES TO WS-QROW
                 MOVE IMP-T-KEY(WS-IX) TO QT-KEY
                 MOVE IMP-T-STATUS(WS-IX) TO QT-STATUS
                 MOVE IMP-T-PRIORITY(WS-IX) TO QT-PRIORITY
                 MOVE IMP-T-TAG(WS-IX) TO QT-TAG
                 PERFORM 490-WRITE-QROW
              END-PERFORM
           END-IF.
       440-EXIT.
           EXIT.

       490-WRITE-QROW.
           EXEC CICS WRITEQ TS
                QUEUE(WS-QNAME)
                FROM(WS-QROW)
                LENGTH(LENGTH OF WS-QROW)
           END-EXEC
           ADD 1 TO WS-TOTAL-ROWS.
       490-EXIT.
           EXIT.

       600-DISPLAY-PAGE.
           COMPUTE WS-ITEM-START = ((WS-PAGE - 1) * 12) + 1
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12
              COMPUTE WS-ITEM = WS-ITEM-START + WS-SUB - 1
              IF WS-ITEM <= WS-TOTAL-ROWS
                 EXEC CICS READQ TS
                      QUEUE(WS-QNAME)
                      INTO(WS-QROW)
                      ITEM(WS-ITEM)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    MOVE WS-QROW TO IMPLNO(WS-SUB)
                 ELSE
                    MOVE SPACES TO IMPLNO(WS-SUB)
                 END-IF
              ELSE
                 MOVE SPACES TO IMPLNO(WS-SUB)
              END-IF
           END-PERFORM.
       600-EXIT.
           EXIT.

      *    PF3: back where we came from. SM060 gets the master back
      *    as the passed ticket so its console reopens on it; SM051
      *    keeps a commarea of its own shape, so it restarts clean
      *    like a transid entry.
       800-RETURN-TO-CALLER.
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE 'SM126' TO WS-PGMID
           MOVE LOW-VALUES TO WS-STATE
           EVALUATE WS-RETURN-PGM
             WHEN 'SM060'
                  MOVE WS-ROOT-TKT TO WS-TICKET-PASSED
                  EXEC CICS XCTL
                       PROGRAM('SM060')
                       COMMAREA(WS-COMMAREA)
                       RESP(WS-RETNCODE)
                  END-EXEC
             WHEN 'SM062'
                  MOVE SPACES TO WS-TICKET-PASSED
                  EXEC CICS XCTL
                       PROGRAM('SM062')
                       COMMAREA(WS-COMMAREA)
                       RESP(WS-RETNCODE)
                  END-EXEC
             WHEN 'SM051'
                  EXEC CICS XCTL
                       PROGRAM('SM051')
                       RESP(WS-RETNCODE)
                  END-EXEC
           END-EVALUATE
           EXEC CICS SEND CONTROL
                ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
       800-EXIT.
           EXIT.
