       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM158.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM158 is the reporting-line view (TRANSID 'S158') over        *
      *  uaf001 and the STF113M line HR's roster feed maintains. Key   *
      *  a userid (blank = yourself) and press ENTER: the screen       *
      *  shows the person's department and status, the chain of        *
      *  managers above them as the SM157 service walks it - a leaver  *
      *  on the way is shown as passed over, the way approvals and     *
      *  escalations skip them - ending at the top of the              *
      *  organisation, a missing line or a circular one, then every    *
      *  person whose STF113M row names them as manager. Read-only,    *
      *  so any active user may look; corrections between feeds are    *
      *  made on SM033 (table MGRL).                                   *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY S158S.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY STF113M.
           COPY SMMGR01 REPLACING ==MGQ-COMMAREA== BY ==WS-MGQ-AREA==.
       01  WS-CURRENT-MAP  VALUE 'S158S'         PIC X(7).
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
              'PF1=HELP PF3=EXIT PF7/PF8=PAGE ENTER=SHOW LINE'.
           05 WS-ENTER-PROMPT                    PIC X(44) VALUE
              'KEY A USERID (BLANK = YOURSELF), PRESS ENTER'.
           05 WS-NOT-EXIST                       PIC X(21) VALUE
              'USERID DOES NOT EXIST'.
           05 WS-SERVICE-DOWN                    PIC X(36) VALUE
              'REPORTING LINE SERVICE UNAVAILABLE'.

       01  WS-LKP-STATE                          PIC X(08).
       01  WS-LKP-DEPT                           PIC X(08).
       01  WS-REPORT-COUNT                       PIC 9(04).
       01  WS-CNT-DISP                           PIC ZZZ9.
       01  WS-LEVEL-DISP                         PIC 9.

       01  WS-CHAIN-HDR                          PIC X(72) VALUE
           'REPORTS TO    USERID   DEPT     STATUS'.
       01  WS-REPORTS-HDR                        PIC X(72) VALUE
           'DIRECT REPORT USERID   DEPT     STATUS   LINE SET'.

       01  WS-QROW                               PIC X(72).
       01  WS-QROW-PERSON REDEFINES WS-QROW.
           05 QP-LABEL                           PIC X(14).
           05 QP-USERID                          PIC X(08).
           05 FILLER                             PIC X(01).
           05 QP-DEPT                            PIC X(08).
           05 FILLER                             PIC X(01).
           05 QP-STATE                           PIC X(08).
           05 FILLER                             PIC X(01).
           05 QP-UPDATED                         PIC X(08).
           05 FILLER                             PIC X(23).

       01  WS-COUNTERS.
           05 WS-SUB                             PIC 9(02).
           05 WS-IX                              PIC S9(4) COMP.
           05 WS-ITEM                            PIC S9(4) COMP.
           05 WS-ITEM-START                      PIC S9(4) COMP.

       01  WS-COMMAREA.
           05 WS-PGMID                           PIC X(06).
           05 WS-STATE                           PIC X.
           05 USERID.
              10  USERID7                        PIC X(7).
              10  FILLER                         PIC X(1).
           05 WS-SHOWN-USER                      PIC X(08).
           05 WS-SUMM-LINE                       PIC X(60).
           05 WS-PAGE                            PIC 9(02).
           05 WS-MAX-PAGE                        PIC 9(02).
           05 WS-TOTAL-ROWS                      PIC 9(04).
           05 WS-HELP-FLAG                       PIC X.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 DF-PGMID                           PIC X(06).
           05 DF-STATE                           PIC X.
           05 DF-USERID.
              10  DF-USERID7                     PIC X(7).
              10  FILLER                         PIC X(1).
           05 DF-SHOWN-USER                      PIC X(08).
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
           MOVE 'S158' TO WS-QNAME(5:4)
           IF EIBCALEN = 0
              PERFORM 050-VERIFY-USER
              MOVE LOW-VALUES TO WS-STATE
              MOVE 'SM158' TO WS-PGMID
              MOVE SPACE TO WS-HELP-FLAG
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF
           IF WS-HELP-FLAG = 'Y'
              MOVE SPACE TO WS-HELP-FLAG
              PERFORM 600-DISPLAY-PAGE
              PERFORM 100-CREATE-MAP
           ELSE
           EVALUATE TRUE
             WHEN WS-STATE = LOW-VALUES OR WS-STATE = SPACE
                  MOVE 1 TO WS-PAGE
                  MOVE 1 TO WS-MAX-PAGE
                  MOVE 0 TO WS-TOTAL-ROWS
                  MOVE USERID TO WS-SHOWN-USER
                  MOVE SPACES TO WS-SUMM-LINE
                  MOVE WS-ENTER-PROMPT TO ERRMSGO
                  PERFORM 400-BUILD-QUEUE
                  PERFORM 600-DISPLAY-PAGE
                  MOVE -1 TO RLUSERL
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
           END-IF.
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
           MOVE WS-SHOWN-USER TO RLUSERO
           MOVE WS-SUMM-LINE TO RLSUMMO
           MOVE WS-PAGE TO PAGEO
           MOVE LENGTH OF S158MO TO WS-LENGTH
           EXEC CICS SEND
                MAP('S158M')
                MAPSET('S158S')
                FROM(S158MO)
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
                TRANSID('S158')
                COMMAREA(WS-COMMAREA)
           END-EXEC.
       100-EXIT.
           EXIT.

       200-REC-MAP.
           EXEC CICS RECEIVE
                MAP('S158M')
                MAPSET('S158S')
                INTO (S158MI)
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
                       TRANSID('S158')
                       COMMAREA(WS-COMMAREA)
                  END-EXEC
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
                  IF RLUSERI = SPACES OR LOW-VALUES
                     MOVE USERID TO WS-SHOWN-USER
                  ELSE
                     MOVE RLUSERI TO WS-SHOWN-USER
                  END-IF
                  MOVE WS-ENTER-PROMPT TO ERRMSGO
                  PERFORM 400-BUILD-QUEUE
                  PERFORM 600-DISPLAY-PAGE
                  MOVE -1 TO RLUSERL
             WHEN OTHER
                  MOVE WS-INVALID-PFKEY TO ERRMSGO
                  PERFORM 600-DISPLAY-PAGE
           END-EVALUATE.
       300-EXIT.
           EXIT.

      *    The whole view is laid out on the TS queue once per ENTER
      *    - the chain above the person, then their direct reports -
      *    and paged from there, the SM126 way.
       400-BUILD-QUEUE.
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE 0 TO WS-TOTAL-ROWS
           MOVE 1 TO WS-PAGE
           MOVE 1 TO WS-MAX-PAGE
           MOVE SPACES TO WS-SUMM-LINE
           MOVE WS-SHOWN-USER TO WS-UAF-LKP-USERID
           PERFORM 440-LOOKUP-USER
           IF WS-LKP-STATE = SPACES
              MOVE WS-NOT-EXIST TO ERRMSGO
              GO TO 400-EXIT
           END-IF
           MOVE '01' TO MGQ-VERSION
           MOVE WS-SHOWN-USER TO MGQ-USERID
           MOVE 9 TO MGQ-LEVELS
           EXEC CICS LINK
                PROGRAM('SM157')
                COMMAREA(WS-MGQ-AREA)
                LENGTH(LENGTH OF WS-MGQ-AREA)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-SERVICE-DOWN TO ERRMSGO
              GO TO 400-EXIT
           END-IF
           PERFORM 410-QUEUE-CHAIN
           PERFORM 420-QUEUE-REPORTS
           MOVE WS-REPORT-COUNT TO WS-CNT-DISP
           STRING WS-SHOWN-USER DELIMITED BY SPACE
                  ' DEPT ' DELIMITED BY SIZE
                  WS-LKP-DEPT DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-LKP-STATE DELIMITED BY SPACE
                  '  MANAGER ' DELIMITED BY SIZE
                  MGQ-CHAIN-USERID(1) DELIMITED BY SPACE
                  '  REPORTS' DELIMITED BY SIZE
                  WS-CNT-DISP DELIMITED BY SIZE
                  INTO WS-SUMM-LINE
           END-STRING
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

       410-QUEUE-CHAIN.
           MOVE WS-CHAIN-HDR TO WS-QROW
           PERFORM 490-WRITE-QROW
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > MGQ-CHAIN-COUNT
              MOVE SPACES TO WS-QROW
              MOVE WS-IX TO WS-LEVEL-DISP
              STRING 'UP ' DELIMITED BY SIZE
                     WS-LEVEL-DISP DELIMITED BY SIZE
                     INTO QP-LABEL
              END-STRING
              MOVE MGQ-CHAIN-USERID(WS-IX) TO QP-USERID
              MOVE MGQ-CHAIN-USERID(WS-IX) TO WS-UAF-LKP-USERID
              PERFORM 440-LOOKUP-USER
              MOVE WS-LKP-DEPT TO QP-DEPT
              IF MGQ-CHAIN-ACTIVE(WS-IX) = 'Y'
                 MOVE 'ACTIVE' TO QP-STATE
              ELSE
                 MOVE 'SKIPPED' TO QP-STATE
              END-IF
              PERFORM 490-WRITE-QROW
           END-PERFORM
           MOVE SPACES TO WS-QROW
           EVALUATE TRUE
             WHEN MGQ-CYCLE = 'Y'
                  STRING 'CIRCULAR LINE - LOOPS BACK TO '
                         DELIMITED BY SIZE
                         MGQ-CYCLE-AT DELIMITED BY SIZE
                         INTO WS-QROW
                  END-STRING
             WHEN MGQ-TOP = 'Y'
                  MOVE 'TOP OF THE ORGANISATION' TO WS-QROW
             WHEN MGQ-CHAIN-COUNT = 0
                  MOVE 'NO LINE MANAGER ON FILE' TO WS-QROW
             WHEN MGQ-CHAIN-COUNT = 9
                  MOVE 'LINE CONTINUES ABOVE NINE LEVELS' TO WS-QROW
             WHEN OTHER
                  MOVE 'LINE ENDS - NO MANAGER ON FILE ABOVE'
                       TO WS-QROW
           END-EVALUATE
           PERFORM 490-WRITE-QROW.
       410-EXIT.
           EXIT.

      *    STF113M is keyed by the person, not the manager, so the
      *    direct reports are a full browse - a screen-time cost the
      *    file's size keeps small.
       420-QUEUE-REPORTS.
           MOVE 0 TO WS-REPORT-COUNT
           MOVE SPACES TO WS-QROW
           PERFORM 490-WRITE-QROW
           MOVE WS-REPORTS-HDR TO WS-QROW
           PERFORM 490-WRITE-QROW
           MOVE LOW-VALUES TO MGRL-Userid
           EXEC CICS STARTBR
                FILE('STF113M')
                RIDFLD (MGRL-Userid)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF113M')
                   INTO (MGRL-REC)
                   RIDFLD (MGRL-Userid)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 MGRL-Manager = WS-SHOWN-USER AND
                 MGRL-ACTIVE NOT = 'N'
                 ADD 1 TO WS-REPORT-COUNT
                 MOVE SPACES TO WS-QROW
                 MOVE MGRL-Userid TO QP-USERID
                 MOVE MGRL-Updated TO QP-UPDATED
                 MOVE MGRL-Userid TO WS-UAF-LKP-USERID
                 PERFORM 440-LOOKUP-USER
                 MOVE WS-LKP-DEPT TO QP-DEPT
                 MOVE WS-LKP-STATE TO QP-STATE
                 PERFORM 490-WRITE-QROW
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF113M')
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-REPORT-COUNT = 0
              MOVE 'NO DIRECT REPORTS ON FILE' TO WS-QROW
              PERFORM 490-WRITE-QROW
           END-IF.
       420-EXIT.
           EXIT.

      *    Department and ACTIVE/LEFT for the userid already moved
      *    to WS-UAF-LKP-USERID; spaces when uaf001 has no such row.
       440-LOOKUP-USER.
           MOVE SPACES TO WS-LKP-DEPT
           MOVE SPACES TO WS-LKP-STATE
           EXEC CICS READ
                FILE('uaf001')
                INTO (WS-UAF-LOOKUP-REC)
                RIDFLD (WS-UAF-LKP-USERID)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE WS-UAF-LKP-DEPARTMENT TO WS-LKP-DEPT
              IF WS-UAF-LKP-INACTIVE = 'Y'
                 MOVE 'LEFT' TO WS-LKP-STATE
              ELSE
                 MOVE 'ACTIVE' TO WS-LKP-STATE
              END-IF
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
                    MOVE WS-QROW TO RLLINO(WS-SUB)
                 ELSE
                    MOVE SPACES TO RLLINO(WS-SUB)
                 END-IF
              ELSE
                 MOVE SPACES TO RLLINO(WS-SUB)
              END-IF
           END-PERFORM.
       600-EXIT.
           EXIT.
