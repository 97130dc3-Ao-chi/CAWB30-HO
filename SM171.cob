       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM171.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM171 is the monthly segregation-of-duties exceptions report  *
      *  (TRANSID 'S171'), operator-started on demand in the SM161     *
      *  style for the month of the run date. Three passes look for    *
      *  one userid holding two sides of a control:                    *
      *    STF001C, with each ticket's STF002E chain - the requestor   *
      *      or enterer who gave the first (TICKET-APPR1-BY) or the    *
      *      final approval (SM005's TICKET APPROVED row), the         *
      *      requestor who closed the ticket (the last status row of   *
      *      a CLOSED ticket), an approver who is also the assignee.   *
      *    STF056I - a MATCHED or PAID invoice whose enterer also      *
      *      matched it in SM080.                                      *
      *    UAF002 - a UA001 flag change made by the user to their own  *
      *      uaf001 row, applied or captured as pending.               *
      *  Every finding is kept on STF121S. A new one is written OPEN;  *
      *  one already OPEN has its count of monthly runs bumped, so a   *
      *  repeat shows how long it has gone unanswered. Findings a      *
      *  reviewer has signed off on SM172 are not listed again. The    *
      *  report lists every OPEN finding this run found, then in a     *
      *  section of their own the OPEN ones it did not find again      *
      *  (still open until signed off), then per userid the open,      *
      *  new and signed-off counts. Output goes to the STF010R         *
      *  repository under 'S171RPT' for SM030's viewer,                *
      *  delete-and-replace per run date like every other writer.      *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF010R.
           COPY STF056I.
           COPY STF121S.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
               10 WS-LOG-TICKET-ID               PIC X(07).
               10 WS-LOG-SEQ-NUM                 PIC 9(03).
           05 WS-LOG-LAST-UPD                    PIC X(20).
           05 WS-LOG-LAST-UPDBY                  PIC X(10).
           05 WS-LOG-UPD-REMARKS                 PIC X(50).
           05 FILLER                             PIC X(11).
           05 WS-LOG-ENTRY-TYPE                  PIC X(01).
       01  WS-UAF-LOG-REC.
           05 WS-UAF-LOG-KEYS.
               10 WS-UAF-LOG-USERID              PIC X(08).
               10 WS-UAF-LOG-SEQ-NUM             PIC 9(03).
           05 WS-UAF-LOG-LAST-UPD                PIC X(20).
           05 WS-UAF-LOG-CHANGED-BY              PIC X(08).
           05 WS-UAF-LOG-REMARKS                 PIC X(50).
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-PERIOD                             PIC X(06).
       01  WS-SUB                                PIC S9(4) COMP.
       01  WS-FOUND-AT                           PIC S9(4) COMP.
       01  WS-COUNT-DISP                         PIC Z(4)9.

      *    What one ticket's STF002E chain says about who approved
      *    it finally and who last changed its status.
       01  WS-FINAL-APPROVER                     PIC X(08).
       01  WS-LAST-STATUS-BY                     PIC X(08).
       01  WS-MATCHER                            PIC X(08).

      *    The finding being recorded - 500-RECORD-FINDING takes it.
       01  WS-FND-TYPE                           PIC X(04).
       01  WS-FND-REF                            PIC X(11).
       01  WS-FND-USER                           PIC X(08).
       01  WS-FND-DETAIL                         PIC X(40).

       01  WS-TOT-OPEN                           PIC 9(05) VALUE 0.
       01  WS-TOT-NEW                            PIC 9(05) VALUE 0.
       01  WS-TOT-SIGNED                         PIC 9(05) VALUE 0.
       01  WS-TOT-UNSEEN                         PIC 9(05) VALUE 0.
       01  WS-USR-COUNT                          PIC S9(4) COMP VALUE 0.
       01  WS-USR-TABLE.
           05 WS-USR-ENTRY OCCURS 200 TIMES.
              10 WS-USR-ID                       PIC X(08).
              10 WS-USR-OPEN                     PIC 9(04).
              10 WS-USR-NEW                      PIC 9(04).
              10 WS-USR-SIGNED                   PIC 9(04).

       01  WS-FND-LINE.
           05 FL-TYPE                            PIC X(04).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 FL-REF                             PIC X(11).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 FL-USER                            PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 FL-DETAIL                          PIC X(30).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 FL-AGE                             PIC X(23).
       01  WS-AGE-WORK.
           05 FILLER                             PIC X(07) VALUE
              'REPEAT '.
           05 AW-TIMES                           PIC ZZ9.
           05 FILLER                             PIC X(07) VALUE
              ' SINCE '.
           05 AW-SINCE                           PIC X(06).
       01  WS-UNSEEN-WORK.
           05 FILLER                             PIC X(11) VALUE
              'LAST FOUND '.
           05 UW-LAST                            PIC 9(08).
       01  WS-USR-LINE.
           05 UL-USER                            PIC X(08).
           05 FILLER                             PIC X(06) VALUE
              ' OPEN '.
           05 UL-OPEN                            PIC Z(3)9.
           05 FILLER                             PIC X(05) VALUE
              ' NEW '.
           05 UL-NEW                             PIC Z(3)9.
           05 FILLER                             PIC X(12) VALUE
              ' SIGNED OFF '.
           05 UL-SIGNED                          PIC Z(3)9.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           MOVE WS-TODAY-YYYYMMDD(1:6) TO WS-PERIOD
           PERFORM 150-INIT-RPT-RUN
           PERFORM 200-SCAN-TICKETS
           PERFORM 300-SCAN-INVOICES
           PERFORM 400-SCAN-ROLE-CHANGES
           PERFORM 550-LIST-NOT-SEEN
           PERFORM 600-WRITE-SUMMARIES
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    STF001C is keyed by ticket only, so the whole file is read.
       200-SCAN-TICKETS.
           MOVE LOW-VALUES TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF001C')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF001C')
                   INTO (WS-TICKET-REC)
                   RIDFLD (TICKET-KEY)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 PERFORM 210-READ-CHAIN
                 PERFORM 220-CHECK-TICKET
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF001C')
           END-EXEC.
       200-EXIT.
           EXIT.

      *    SM005 logs both approval levels as 'P' rows; the final one
      *    reads TICKET APPROVED. The last 'S' row of a CLOSED ticket
      *    is the close - a later status change would have reopened it.
       210-READ-CHAIN.
           MOVE SPACES TO WS-FINAL-APPROVER
           MOVE SPACES TO WS-LAST-STATUS-BY
           MOVE TICKET-KEY TO WS-LOG-TICKET-ID
           MOVE 0 TO WS-LOG-SEQ-NUM
           EXEC CICS STARTBR
                FILE('STF002E')
                RIDFLD (WS-LOG-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 210-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF002E')
                   INTO (WS-LOG-REC)
                   RIDFLD (WS-LOG-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 IF WS-LOG-TICKET-ID NOT = TICKET-KEY
                    MOVE DFHRESP(ENDFILE) TO WS-RETNCODE2
                 ELSE
                    IF WS-LOG-ENTRY-TYPE = 'P' AND
                       WS-LOG-UPD-REMARKS(1:15) = 'TICKET APPROVED'
                       MOVE WS-LOG-LAST-UPDBY TO WS-FINAL-APPROVER
                    END-IF
                    IF WS-LOG-ENTRY-TYPE = 'S'
                       MOVE WS-LOG-LAST-UPDBY TO WS-LAST-STATUS-BY
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF002E')
           END-EXEC.
       210-EXIT.
           EXIT.

      *    Userids are compared on seven characters - the approval
      *    and log stamps carry USERID7.
       220-CHECK-TICKET.
           MOVE TICKET-KEY TO WS-FND-REF
           IF TICKET-APPR1-BY NOT = SPACES AND
              TICKET-APPR1-BY NOT = LOW-VALUES
              IF TICKET-APPR1-BY(1:7) = TICKET-REQUESTOR(1:7) OR
                 TICKET-APPR1-BY(1:7) = TICKET-ENTERED-BY(1:7)
                 MOVE 'APR1' TO WS-FND-TYPE
                 MOVE TICKET-APPR1-BY TO WS-FND-USER
                 MOVE 'FIRST APPROVAL OF OWN TICKET'
                    TO WS-FND-DETAIL
                 PERFORM 500-RECORD-FINDING
              END-IF
              IF TICKET-APPR1-BY(1:7) = TICKET-ASSIGNED-TO(1:7)
                 MOVE 'ASGN' TO WS-FND-TYPE
                 MOVE TICKET-APPR1-BY TO WS-FND-USER
                 MOVE 'FIRST APPROVER IS ALSO ASSIGNEE'
                    TO WS-FND-DETAIL
                 PERFORM 500-RECORD-FINDING
              END-IF
           END-IF
           IF WS-FINAL-APPROVER NOT = SPACES
              IF WS-FINAL-APPROVER(1:7) = TICKET-REQUESTOR(1:7) OR
                 WS-FINAL-APPROVER(1:7) = TICKET-ENTERED-BY(1:7)
                 MOVE 'APRF' TO WS-FND-TYPE
                 MOVE WS-FINAL-APPROVER TO WS-FND-USER
                 MOVE 'FINAL APPROVAL OF OWN TICKET'
                    TO WS-FND-DETAIL
                 PERFORM 500-RECORD-FINDING
              END-IF
              IF WS-FINAL-APPROVER(1:7) = TICKET-ASSIGNED-TO(1:7) AND
                 WS-FINAL-APPROVER(1:7) NOT = TICKET-APPR1-BY(1:7)
                 MOVE 'ASGN' TO WS-FND-TYPE
                 MOVE WS-FINAL-APPROVER TO WS-FND-USER
                 MOVE 'FINAL APPROVER IS ALSO ASSIGNEE'
                    TO WS-FND-DETAIL
                 PERFORM 500-RECORD-FINDING
              END-IF
           END-IF
           IF TICKET-STATUS = 'CLOSED' AND
              WS-LAST-STATUS-BY NOT = SPACES AND
              WS-LAST-STATUS-BY(1:7) = TICKET-REQUESTOR(1:7)
              MOVE 'CLOS' TO WS-FND-TYPE
              MOVE WS-LAST-STATUS-BY TO WS-FND-USER
              MOVE 'REQUESTOR CLOSED OWN TICKET' TO WS-FND-DETAIL
              PERFORM 500-RECORD-FINDING
           END-IF.
       220-EXIT.
           EXIT.

      *    A row matched before INV-Matched-By was appended was
      *    entered and matched in the one SM080 keystroke.
       300-SCAN-INVOICES.
           MOVE LOW-VALUES TO INV-Number
           EXEC CICS STARTBR
                FILE('STF056I')
                RIDFLD (INV-Number)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 300-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF056I')
                   INTO (INV-REC)
                   RIDFLD (INV-Number)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 (INV-STATUS = 'MATCHED' OR INV-STATUS = 'PAID')
                 MOVE INV-Matched-By TO WS-MATCHER
                 IF WS-MATCHER = SPACES OR WS-MATCHER = LOW-VALUES
                    MOVE INV-Entered-By TO WS-MATCHER
                 END-IF
                 IF WS-MATCHER(1:7) = INV-Entered-By(1:7)
                    MOVE 'INVC' TO WS-FND-TYPE
                    MOVE INV-Number TO WS-FND-REF
                    MOVE INV-Entered-By TO WS-FND-USER
                    MOVE SPACES TO WS-FND-DETAIL
                    STRING 'ENTERED+MATCHED TKT '
                           DELIMITED BY SIZE
                           INV-Ticket-ID DELIMITED BY SIZE
                           INTO WS-FND-DETAIL
                    END-STRING
                    PERFORM 500-RECORD-FINDING
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF056I')
           END-EXEC.
       300-EXIT.
           EXIT.

      *    UA001 logs an applied change as FLAGS(...) and one held
      *    for dual control as FLAG CHANGE CAPTURED - both are the
      *    user acting on their own row when the two userids agree.
       400-SCAN-ROLE-CHANGES.
           MOVE LOW-VALUES TO WS-UAF-LOG-KEYS
           EXEC CICS STARTBR
                FILE('UAF002')
                RIDFLD (WS-UAF-LOG-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 400-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('UAF002')
                   INTO (WS-UAF-LOG-REC)
                   RIDFLD (WS-UAF-LOG-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 WS-UAF-LOG-REMARKS(1:4) = 'FLAG' AND
                 WS-UAF-LOG-CHANGED-BY(1:7) = WS-UAF-LOG-USERID(1:7)
                 MOVE 'ROLE' TO WS-FND-TYPE
                 MOVE WS-UAF-LOG-KEYS TO WS-FND-REF
                 MOVE WS-UAF-LOG-USERID TO WS-FND-USER
                 MOVE SPACES TO WS-FND-DETAIL
                 IF WS-UAF-LOG-REMARKS(1:6) = 'FLAGS('
                    STRING 'OWN FLAGS ' DELIMITED BY SIZE
                           WS-UAF-LOG-REMARKS(24:27) DELIMITED BY SIZE
                           INTO WS-FND-DETAIL
                    END-STRING
                 ELSE
                    STRING 'OWN FLAGS PENDING ' DELIMITED BY SIZE
                           WS-UAF-LOG-REMARKS(33:18) DELIMITED BY SIZE
                           INTO WS-FND-DETAIL
                    END-STRING
                 END-IF
                 PERFORM 500-RECORD-FINDING
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('UAF002')
           END-EXEC.
       400-EXIT.
           EXIT.

      *    New findings go in OPEN. An OPEN one found again in a new
      *    month counts one more run; one signed off is left alone
      *    and only counted against the user.
       500-RECORD-FINDING.
           MOVE WS-FND-TYPE TO SOD-Type
           MOVE WS-FND-REF TO SOD-Ref
           EXEC CICS READ
                FILE('STF121S')
                INTO (SOD-REC)
                RIDFLD (SOD-KEYS)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NOTFND)
              MOVE SPACES TO SOD-REC
              MOVE WS-FND-TYPE TO SOD-Type
              MOVE WS-FND-REF TO SOD-Ref
              MOVE WS-FND-USER TO SOD-Userid
              MOVE WS-FND-DETAIL TO SOD-Detail
              MOVE WS-TODAY-YYYYMMDD TO SOD-First-Found
              MOVE WS-TODAY-YYYYMMDD TO SOD-Last-Found
              MOVE 1 TO SOD-Times
              MOVE 'OPEN' TO SOD-Status
              MOVE 0 TO SOD-Review-Date
              EXEC CICS WRITE
                   FILE('STF121S')
                   FROM (SOD-REC)
                   RIDFLD (SOD-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
              MOVE 'NEW' TO FL-AGE
              ADD 1 TO WS-TOT-NEW
              ADD 1 TO WS-TOT-OPEN
              PERFORM 510-LIST-FINDING
              PERFORM 520-ADD-USER
              ADD 1 TO WS-USR-NEW(WS-FOUND-AT)
              ADD 1 TO WS-USR-OPEN(WS-FOUND-AT)
              GO TO 500-EXIT
           END-IF
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 500-EXIT
           END-IF
           IF SOD-Status NOT = 'OPEN'
              EXEC CICS UNLOCK
                   FILE('STF121S')
              END-EXEC
              ADD 1 TO WS-TOT-SIGNED
              PERFORM 520-ADD-USER
              ADD 1 TO WS-USR-SIGNED(WS-FOUND-AT)
              GO TO 500-EXIT
           END-IF
           IF SOD-Last-Found(1:6) NOT = WS-PERIOD AND
              SOD-Times < 999
              ADD 1 TO SOD-Times
           END-IF
           MOVE WS-TODAY-YYYYMMDD TO SOD-Last-Found
           EXEC CICS REWRITE
                FILE('STF121S')
                FROM (SOD-REC)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF SOD-Times > 1
              MOVE SOD-Times TO AW-TIMES
              MOVE SOD-First-Found(1:6) TO AW-SINCE
              MOVE WS-AGE-WORK TO FL-AGE
           ELSE
              MOVE 'NEW' TO FL-AGE
           END-IF
           ADD 1 TO WS-TOT-OPEN
           PERFORM 510-LIST-FINDING
           PERFORM 520-ADD-USER
           ADD 1 TO WS-USR-OPEN(WS-FOUND-AT).
       500-EXIT.
           EXIT.

       510-LIST-FINDING.
           MOVE SOD-Type TO FL-TYPE
           MOVE SOD-Ref TO FL-REF
           MOVE SOD-Userid TO FL-USER
           MOVE SOD-Detail TO FL-DETAIL
           MOVE WS-FND-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       510-EXIT.
           EXIT.

      *    Leaves WS-FOUND-AT on the user's row; a user past the
      *    200th shares the last row rather than being dropped.
       520-ADD-USER.
           MOVE 0 TO WS-FOUND-AT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-USR-COUNT OR WS-FOUND-AT > 0
              IF WS-USR-ID(WS-SUB) = SOD-Userid
                 MOVE WS-SUB TO WS-FOUND-AT
              END-IF
           END-PERFORM
           IF WS-FOUND-AT = 0
              IF WS-USR-COUNT NOT < 200
                 MOVE 200 TO WS-FOUND-AT
                 MOVE 'OTHERS' TO WS-USR-ID(WS-FOUND-AT)
                 GO TO 520-EXIT
              END-IF
              ADD 1 TO WS-USR-COUNT
              MOVE WS-USR-COUNT TO WS-FOUND-AT
              MOVE SOD-Userid TO WS-USR-ID(WS-FOUND-AT)
              MOVE 0 TO WS-USR-OPEN(WS-FOUND-AT)
              MOVE 0 TO WS-USR-NEW(WS-FOUND-AT)
              MOVE 0 TO WS-USR-SIGNED(WS-FOUND-AT)
           END-IF.
       520-EXIT.
           EXIT.

      *    An OPEN finding this run did not find again - the ticket
      *    closed, the invoice was purged, the role row is gone - is
      *    still unanswered until SM172 signs it off. Every finding
      *    found this run has just had Last-Found set to today, so
      *    whatever OPEN row is older was not seen. They are listed
      *    apart and still counted open against the user.
       550-LIST-NOT-SEEN.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'NOT SEEN THIS RUN' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE LOW-VALUES TO SOD-KEYS
           EXEC CICS STARTBR
                FILE('STF121S')
                RIDFLD (SOD-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF121S')
                      INTO (SOD-REC)
                      RIDFLD (SOD-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    SOD-Status = 'OPEN' AND
                    SOD-Last-Found < WS-TODAY-YYYYMMDD
                    MOVE SOD-Last-Found TO UW-LAST
                    MOVE WS-UNSEEN-WORK TO FL-AGE
                    PERFORM 510-LIST-FINDING
                    ADD 1 TO WS-TOT-UNSEEN
                    ADD 1 TO WS-TOT-OPEN
                    PERFORM 520-ADD-USER
                    ADD 1 TO WS-USR-OPEN(WS-FOUND-AT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF121S')
              END-EXEC
           END-IF
           IF WS-TOT-UNSEEN = 0
              MOVE 'NONE' TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
           END-IF.
       550-EXIT.
           EXIT.

       600-WRITE-SUMMARIES.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'FINDINGS BY USER' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-USR-COUNT
              MOVE WS-USR-ID(WS-SUB) TO UL-USER
              MOVE WS-USR-OPEN(WS-SUB) TO UL-OPEN
              MOVE WS-USR-NEW(WS-SUB) TO UL-NEW
              MOVE WS-USR-SIGNED(WS-SUB) TO UL-SIGNED
              MOVE WS-USR-LINE TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-TOT-OPEN TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'FINDINGS OPEN: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-TOT-NEW TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'NEW THIS RUN: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-TOT-UNSEEN TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'OPEN BUT NOT SEEN THIS RUN: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-TOT-SIGNED TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SIGNED OFF ON SM172: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       600-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S171RPT' TO RPT-Report-ID
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
                 MOVE 'S171RPT' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SEGREGATION OF DUTIES EXCEPTIONS FOR '
                  DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'TYPE REFERENCE   USERID   FINDING' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       150-EXIT.
           EXIT.

       910-WRITE-RPT-LINE.
           MOVE WS-RPT-WORK TO RPT-Line-Text
           ADD 1 TO RPT-Line-Number
           EXEC CICS WRITE
                FILE('STF010R')
                FROM (RPT-REC)
                RIDFLD (RPT-KEYS)
                RESP(WS-RPT-RESP)
           END-EXEC.
       910-EXIT.
           EXIT.
