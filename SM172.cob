       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM172.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM172 is the segregation-of-duties sign-off screen (TRANSID   *
      *  'S172'), entered by its transaction id from a clear screen    *
      *  the way SM080 is (own uaf001 verify); admin or auditor only.  *
      *  It works the STF121S findings SM171's monthly run raises:     *
      *    ENTER shows the keyed finding, or the first OPEN one when   *
      *          no type is keyed.                                     *
      *    PF8   steps to the next OPEN finding after the one shown.   *
      *    PF2   signs the finding off - disposition C (corrected,     *
      *          status CLEARED) or A (risk accepted, ACCEPTED) and a  *
      *          note are required, and nobody signs off a finding     *
      *          that names themselves.                                *
      *  A signed-off finding keeps the reviewer, date and note and    *
      *  drops off the next monthly report.                            *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY S172S.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY STF121S.
       01  WS-CURRENT-MAP  VALUE 'S172S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(7).
       01  WS-DATE-X REDEFINES WS-DATE           PIC X(7).
       01  WS-LENGTH                             PIC S9(4) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       01  WS-TIMEOUT-TRANID                     PIC X(04) VALUE 'SM14'.
       01  WS-IDLE-TIMEOUT                       PIC 9(06) VALUE 001500.
       01  WS-STD-KEY-LEN                        PIC S9(4) COMP VALUE 8.
       01  WS-START-KEY                          PIC X(15).
       01  WS-FOUND                              PIC X(01).

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
           05 WS-INVALID-ACCESS                  PIC X(15) VALUE
              'INVALID ACCESS'.
           05 WS-INVALID-USER                    PIC X(20) VALUE
              'INVALID USER ACCESS'.
           05 WS-INVALID-PFKEY                   PIC X(21) VALUE
              'INAVLID PFKEY PRESSED'.
           05 WS-HELP-TEXT                       PIC X(60) VALUE
              'PF1=HELP PF2=SIGN OFF PF3=EXIT PF8=NEXT OPEN ENTER=SHOW'.
           05 WS-ENTER-PROMPT                    PIC X(44) VALUE
              'KEY A FINDING OR PRESS ENTER FOR THE FIRST'.
           05 WS-NOT-FOUND                       PIC X(44) VALUE
              'NO SUCH FINDING ON FILE'.
           05 WS-NO-MORE-OPEN                    PIC X(44) VALUE
              'NO FURTHER OPEN FINDINGS'.
           05 WS-KEY-REQD                        PIC X(44) VALUE
              'KEY THE FINDING TYPE AND REFERENCE'.
           05 WS-DISP-BAD                        PIC X(44) VALUE
              'DISPOSITION MUST BE C OR A'.
           05 WS-NOTE-REQD                       PIC X(44) VALUE
              'A SIGN-OFF NOTE IS REQUIRED'.
           05 WS-NOT-OPEN                        PIC X(44) VALUE
              'FINDING IS ALREADY SIGNED OFF'.
           05 WS-OWN-FINDING                     PIC X(44) VALUE
              'YOU CANNOT SIGN OFF A FINDING NAMING YOU'.
           05 WS-SIGN-FAILED                     PIC X(44) VALUE
              'FINDINGS FILE UNAVAILABLE - NOT SIGNED OFF'.
           05 WS-SIGNED-OFF                      PIC X(44) VALUE
              'FINDING SIGNED OFF - PF8 FOR THE NEXT'.
           05 WS-SHOWN                           PIC X(44) VALUE
              'PF2 TO SIGN OFF, PF8 FOR THE NEXT OPEN'.

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
           IF EIBCALEN = 0
              PERFORM 050-VERIFY-USER
              MOVE LOW-VALUES TO WS-STATE
              MOVE 'SM172' TO WS-PGMID
              MOVE SPACE TO WS-HELP-FLAG
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF
           IF USR-ADMIN NOT = 'Y' AND WS-AUDITOR NOT = 'Y'
              EXEC CICS SEND TEXT
                   FROM (WS-INVALID-ACCESS)
                   LENGTH (+15)
                   ERASE
              END-EXEC
              EXEC CICS RETURN
              END-EXEC
           END-IF
           IF WS-HELP-FLAG = 'Y'
              MOVE SPACE TO WS-HELP-FLAG
              MOVE LOW-VALUES TO S172MO
              MOVE WS-ENTER-PROMPT TO ERRMSGO
              MOVE -1 TO SOTYPEL
              PERFORM 100-CREATE-MAP
           ELSE
           EVALUATE TRUE
             WHEN WS-STATE = LOW-VALUES OR WS-STATE = SPACE
                  MOVE LOW-VALUES TO S172MO
                  MOVE WS-ENTER-PROMPT TO ERRMSGO
                  MOVE -1 TO SOTYPEL
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
           MOVE WS-UAF-LKP-TYPE(1:4) TO USR-TYPE
           MOVE WS-UAF-LKP-AUDITOR TO WS-AUDITOR
           MOVE SPACES TO WS-TICKET-PASSED.
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
           MOVE LENGTH OF S172MO TO WS-LENGTH
           EXEC CICS SEND
                MAP('S172M')
                MAPSET('S172S')
                FROM(S172MO)
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
                TRANSID('S172')
                COMMAREA(WS-COMMAREA)
           END-EXEC.
       100-EXIT.
           EXIT.

       200-REC-MAP.
           EXEC CICS RECEIVE
                MAP('S172M')
                MAPSET('S172S')
                INTO (S172MI)
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
                       TRANSID('S172')
                       COMMAREA(WS-COMMAREA)
                  END-EXEC
             WHEN DFHPF3
                  EXEC CICS SEND CONTROL
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                  END-EXEC
             WHEN DFHENTER
                  PERFORM 400-SHOW-FINDING
             WHEN DFHPF8
                  PERFORM 410-NEXT-OPEN
             WHEN DFHPF2
                  PERFORM 500-SIGN-OFF
             WHEN OTHER
                  MOVE WS-INVALID-PFKEY TO ERRMSGO
           END-EVALUATE.
       300-EXIT.
           EXIT.

       400-SHOW-FINDING.
           IF SOTYPEI = SPACES OR LOW-VALUES
              PERFORM 410-NEXT-OPEN
              GO TO 400-EXIT
           END-IF
           MOVE SOTYPEI TO SOD-Type
           MOVE SOREFI TO SOD-Ref
           EXEC CICS READ
                FILE('STF121S')
                INTO (SOD-REC)
                RIDFLD (SOD-KEYS)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-NOT-FOUND TO ERRMSGO
              MOVE -1 TO SOTYPEL
              GO TO 400-EXIT
           END-IF
           PERFORM 450-MOVE-TO-SCREEN
           MOVE WS-SHOWN TO ERRMSGO.
       400-EXIT.
           EXIT.

      *    Browses on from the finding on the screen (from the start
      *    when none is keyed) to the first OPEN one past it.
       410-NEXT-OPEN.
           IF SOTYPEI = SPACES OR LOW-VALUES
              MOVE LOW-VALUES TO WS-START-KEY
           ELSE
              MOVE SOTYPEI TO WS-START-KEY(1:4)
              MOVE SOREFI TO WS-START-KEY(5:11)
           END-IF
           MOVE WS-START-KEY TO SOD-KEYS
           MOVE 'N' TO WS-FOUND
           EXEC CICS STARTBR
                FILE('STF121S')
                RIDFLD (SOD-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL) OR
                            WS-FOUND = 'Y'
                 EXEC CICS READNEXT
                      FILE('STF121S')
                      INTO (SOD-REC)
                      RIDFLD (SOD-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    SOD-KEYS NOT = WS-START-KEY AND
                    SOD-Status = 'OPEN'
                    MOVE 'Y' TO WS-FOUND
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF121S')
              END-EXEC
           END-IF
           IF WS-FOUND = 'Y'
              PERFORM 450-MOVE-TO-SCREEN
              MOVE WS-SHOWN TO ERRMSGO
           ELSE
              MOVE WS-NO-MORE-OPEN TO ERRMSGO
              MOVE -1 TO SOTYPEL
           END-IF.
       410-EXIT.
           EXIT.

       450-MOVE-TO-SCREEN.
           MOVE SOD-Type TO SOTYPEO
           MOVE SOD-Ref TO SOREFO
           MOVE SOD-Userid TO SOUSERO
           MOVE SOD-Detail TO SODETLO
           MOVE SOD-First-Found TO SOFRSTO
           MOVE SOD-Last-Found TO SOLASTO
           MOVE SOD-Times TO SOTIMSO
           MOVE SOD-Status TO SOSTATO
           MOVE SOD-Reviewer TO SOREVWO
           IF SOD-Status = 'OPEN'
              MOVE SPACES TO SORVDTO
              MOVE LOW-VALUES TO SODISPO
              MOVE LOW-VALUES TO SONOTEO
              MOVE -1 TO SODISPL
           ELSE
              MOVE SOD-Review-Date TO SORVDTO
              MOVE SOD-Status(1:1) TO SODISPO
              MOVE SOD-Review-Note TO SONOTEO
              MOVE -1 TO SOTYPEL
           END-IF.
       450-EXIT.
           EXIT.

      *    Every check runs before the REWRITE, so a refused sign-off
      *    leaves the keyed disposition and note to correct.
       500-SIGN-OFF.
           IF SOTYPEI = SPACES OR LOW-VALUES OR
              SOREFI = SPACES OR LOW-VALUES
              MOVE WS-KEY-REQD TO ERRMSGO
              MOVE -1 TO SOTYPEL
              GO TO 500-EXIT
           END-IF
           IF SODISPI NOT = 'C' AND SODISPI NOT = 'A'
              MOVE WS-DISP-BAD TO ERRMSGO
              MOVE -1 TO SODISPL
              GO TO 500-EXIT
           END-IF
           IF SONOTEI = SPACES OR LOW-VALUES
              MOVE WS-NOTE-REQD TO ERRMSGO
              MOVE -1 TO SONOTEL
              GO TO 500-EXIT
           END-IF
           MOVE SOTYPEI TO SOD-Type
           MOVE SOREFI TO SOD-Ref
           EXEC CICS READ
                FILE('STF121S')
                INTO (SOD-REC)
                RIDFLD (SOD-KEYS)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-NOT-FOUND TO ERRMSGO
              MOVE -1 TO SOTYPEL
              GO TO 500-EXIT
           END-IF
           IF SOD-Status NOT = 'OPEN'
              EXEC CICS UNLOCK
                   FILE('STF121S')
              END-EXEC
              PERFORM 450-MOVE-TO-SCREEN
              MOVE WS-NOT-OPEN TO ERRMSGO
              GO TO 500-EXIT
           END-IF
           IF SOD-Userid(1:7) = USERID7
              EXEC CICS UNLOCK
                   FILE('STF121S')
              END-EXEC
              MOVE WS-OWN-FINDING TO ERRMSGO
              MOVE -1 TO SODISPL
              GO TO 500-EXIT
           END-IF
           IF SODISPI = 'C'
              MOVE 'CLEARED' TO SOD-Status
           ELSE
              MOVE 'ACCEPTED' TO SOD-Status
           END-IF
           MOVE USERID TO SOD-Reviewer
           MOVE FUNCTION CURRENT-DATE(1:8) TO SOD-Review-Date
           MOVE SONOTEI TO SOD-Review-Note
           EXEC CICS REWRITE
                FILE('STF121S')
                FROM (SOD-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-SIGN-FAILED TO ERRMSGO
              GO TO 500-EXIT
           END-IF
           PERFORM 450-MOVE-TO-SCREEN
           MOVE WS-SIGNED-OFF TO ERRMSGO.
       500-EXIT.
           EXIT.
