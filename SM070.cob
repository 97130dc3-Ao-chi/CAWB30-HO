      *  SM070 is the maker-checker review screen (TRANSID 'SM70'),    *
      *  entered by its transaction id from a clear screen (own        *
      *  uaf001 verify); admin only. UA001 role-flag saves and SM033   *
      *  edits to the sensitive tables (STAT/TRNS/SLA/RNAM/HOLD/ORPH)  *
      *  no longer apply on the spot - they land in STF047D as full    *
      *  proposed record images, and this screen is where a SECOND     *
      *  admin releases or rejects them.                               *
      *                                                                *
      *  PF5 lists the PENDING rows, lapsing anything older than       *
      *  WS-EXPIRY-DAYS to EXPIRED as it goes. ENTER echoes the keyed  *
      *  the STF008D change-capture row the DB2 mirror drains. PF9     *
      *  rejects. Either way the decision, the checker and the stamp   *
      *  stay on the pending row as the dual-control evidence.         *
      *                                                                *
      *  Rows an SM139 configuration import captured carry a package   *
      *  id (shown at the end of the list line) and move as one unit:  *
      *  PF2 or PF9 on any row of the package releases or rejects      *
      *  every PENDING row in it. Each released row is also audited    *
      *  to UAF002 under the releasing admin the way an SM033 edit     *
      *  is, and a released category row appends the same STF008D      *
      *  change-capture row SM033 writes. A row whose apply fails      *
      *  stays PENDING, so PF2 again retries the remainder.            *
      *                                                                *
      *  A 'ROLL' row is an SM146 single-ticket rollback: PF2 restores *
      *  the named STF069J image over the live STF001C record -        *
      *  refused if the ticket has been updated since the proposal -   *
      *  stamped as the releasing admin's update, with the STF002E     *
      *  log entry, the SM086 field-audit and journal rows, the        *
      *  change-capture row and the STF032C status counter move any    *
      *  ticket update makes.                                          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY SM70S.
           COPY DFHBMSCA.
           COPY STF047D.
           COPY STF008D.
           COPY STF001C.
           COPY STF069J.
           COPY STF032C.
           COPY SMROL01.
           COPY SMFAD01.
       01  WS-CURRENT-MAP  VALUE 'SM70S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(7).
              'CHANGE REJECTED'.
           05 WS-APPLY-FAILED                    PIC X(16) VALUE
              'APPLY FAILED'.
           05 WS-PKG-APPLIED-MSG                 PIC X(16) VALUE
              'PACKAGE APPLIED'.
           05 WS-PKG-PARTIAL-MSG                 PIC X(40) VALUE
              'PACKAGE PARTLY APPLIED - PF2 TO RETRY'.
           05 WS-PKG-REJECTED-MSG                PIC X(16) VALUE
              'PACKAGE REJECTED'.
           05 WS-ROLL-GONE                       PIC X(40) VALUE
              'JOURNAL IMAGE NO LONGER ON FILE'.
           05 WS-ROLL-NO-TICKET                  PIC X(40) VALUE
              'TICKET NO LONGER ON FILE'.
           05 WS-ROLL-STALE                      PIC X(48) VALUE
              'TICKET UPDATED SINCE PROPOSAL - PF9 TO REJECT'.

       01  WS-STAMP                              PIC X(20).
       01  WS-DATE-FULL-X                        PIC X(10).
       01  WS-APPLY-OK                           PIC X VALUE 'Y'.
       01  WS-APPLY-SCRATCH                      PIC X(200).
       01  WS-UAF-LOG-LAST-SEQ                   PIC 9(03).
       01  WS-UAF-WALK-KEY                       PIC X(08).
       01  WS-PKG-QNAME                          PIC X(08).
       01  WS-CUR-PKG                            PIC X(06).
       01  WS-PKG-ID                             PIC X(06).
       01  WS-PKG-ROWS                           PIC S9(4) COMP.
       01  WS-PKG-FAILED                         PIC S9(4) COMP.
       01  WS-ROLL-FAIL-MSG                      PIC X(48).
       01  WS-ROLL-BEFORE                        PIC X(543).
       01  WS-CNTR-OLD-STATUS                    PIC X(10).
       01  WS-CNTR-NEW-STATUS                    PIC X(10).

       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
               10 WS-LOG-TICKET-ID               PIC X(07).
               10 WS-LOG-SEQ-NUM                 PIC 9(03).
           05 WS-LOG-LAST-UPD                    PIC X(20).
           05 WS-LOG-LAST-UPDBY                  PIC X(10).
           05 WS-LOG-UPD-REMARKS                 PIC X(50).
           05 FILLER                             PIC X(11).
           05 WS-LOG-ENTRY-TYPE                 PIC X(01).
       01  WS-LOG-LAST-SEQ                       PIC 9(03).

       01  WS-QROW.
           05 QP-ID                              PIC X(06).
           05 FILLER                             PIC X(01).
           05 QP-TABLE                           PIC X(04).
           05 FILLER                             PIC X(01).
           05 QP-KEY                             PIC X(24).
           05 FILLER                             PIC X(01).
           05 QP-MAKER                           PIC X(08).
           05 FILLER                             PIC X(01).
           05 QP-DATE                            PIC 9(08).
           05 FILLER                             PIC X(01).
           05 QP-STATUS                          PIC X(08).
           05 FILLER                             PIC X(01).
           05 QP-PKG                             PIC X(06).
           05 FILLER                             PIC X(02).

       01  WS-COUNTERS.
           05 WS-SUB                             PIC 9(02).
           END-EXEC
           MOVE EIBTRMID TO WS-QNAME(1:4)
           MOVE 'SM70' TO WS-QNAME(5:4)
           MOVE EIBTRMID TO WS-PKG-QNAME(1:4)
           MOVE 'S70K' TO WS-PKG-QNAME(5:4)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           IF EIBCALEN = 0
              PERFORM 050-VERIFY-USER
                    MOVE PEND-REC-KEY TO QP-KEY
                    MOVE PEND-MAKER TO QP-MAKER
                    MOVE PEND-MADE-DATE TO QP-DATE
                    MOVE PEND-PACKAGE TO QP-PKG
                    COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
                       - FUNCTION INTEGER-OF-DATE(PEND-MADE-DATE)
                   FILE('STF047D')
              END-EXEC
              MOVE WS-OWN-CHANGE TO ERRMSGO
           ELSE
           IF PEND-PACKAGE NOT = SPACES AND LOW-VALUES
              EXEC CICS UNLOCK
                   FILE('STF047D')
              END-EXEC
              PERFORM 740-APPLY-PACKAGE
           ELSE
              PERFORM 120-BUILD-STAMP
              MOVE SPACES TO WS-ROLL-FAIL-MSG
              IF PEND-TABLE = 'ROLL'
                 PERFORM 770-APPLY-ROLLBACK
              ELSE
                 PERFORM 705-APPLY-IMAGE
              END-IF
              IF WS-APPLY-OK = 'Y'
                 MOVE 'APPLIED' TO PEND-STATUS
                 MOVE USERID7 TO PEND-CHECKER
                      RESP(WS-RETNCODE)
                 END-EXEC
                 PERFORM 720-AUDIT-DECISION
                 IF PEND-FILE = 'uaf001  ' OR PEND-TABLE = 'CATG' OR
                    PEND-TABLE = 'ROLL'
                    PERFORM 730-WRITE-CDC-REC
                 END-IF
                 MOVE WS-APPLIED-MSG TO ERRMSGO
                      FILE('STF047D')
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-ROLL-FAIL-MSG NOT = SPACES
                    MOVE WS-ROLL-FAIL-MSG TO ERRMSGO
                 ELSE
                    MOVE WS-APPLY-FAILED TO ERRMSGO
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       700-EXIT.
           EXIT.
                   FILE('STF047D')
              END-EXEC
              MOVE WS-NOT-PENDING TO ERRMSGO
           ELSE
           IF PEND-PACKAGE NOT = SPACES AND LOW-VALUES
              EXEC CICS UNLOCK
                   FILE('STF047D')
              END-EXEC
              PERFORM 750-REJECT-PACKAGE
           ELSE
              PERFORM 120-BUILD-STAMP
              MOVE 'REJECTED' TO PEND-STATUS
              PERFORM 720-AUDIT-DECISION
              MOVE WS-REJECTED-MSG TO ERRMSGO
           END-IF
           END-IF
           END-IF.
       710-EXIT.
           EXIT.
       720-EXIT.
           EXIT.

      *    A released uaf001 or category image, or a rolled-back
      *    ticket, is mirrored to DB2 - the STF008D row SM019 drains,
      *    same as UA001's direct path and SM033's category edit
      *    write.
       730-WRITE-CDC-REC.
           MOVE HIGH-VALUES TO CDC-KEY
           ELSE
              MOVE 1 TO CDC-KEY-NUM
           END-IF
           MOVE PEND-FILE TO CDC-FILE
           MOVE 'U' TO CDC-ACTION
           MOVE SPACES TO CDC-REC-KEY
           MOVE PEND-REC-KEY(1:8) TO CDC-REC-KEY(1:8)
           END-EXEC.
       730-EXIT.
           EXIT.

      *    PF2 on a package row: the package's PENDING ids are
      *    collected first (the browse must close before any row is
      *    rewritten), then each is released exactly as a single row
      *    is. The package id is its first row's id, so the browse
      *    starts there.
       740-APPLY-PACKAGE.
           MOVE PEND-PACKAGE TO WS-CUR-PKG
           PERFORM 745-COLLECT-PACKAGE
           MOVE 0 TO WS-PKG-FAILED
           PERFORM 120-BUILD-STAMP
           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM > WS-PKG-ROWS
              EXEC CICS READQ TS
                   QUEUE(WS-PKG-QNAME)
                   INTO(WS-PKG-ID)
                   ITEM(WS-ITEM)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 PERFORM 742-APPLY-PACKAGE-ROW
              END-IF
           END-PERFORM
           EXEC CICS DELETEQ TS
                QUEUE(WS-PKG-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-PKG-FAILED = 0
              MOVE WS-PKG-APPLIED-MSG TO ERRMSGO
           ELSE
              MOVE WS-PKG-PARTIAL-MSG TO ERRMSGO
           END-IF.
       740-EXIT.
           EXIT.

       742-APPLY-PACKAGE-ROW.
           MOVE WS-PKG-ID TO PEND-ID
           EXEC CICS READ
                FILE('STF047D')
                INTO (PEND-REC)
                RIDFLD (PEND-ID)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              ADD 1 TO WS-PKG-FAILED
              GO TO 742-EXIT
           END-IF
           IF PEND-STATUS NOT = 'PENDING' OR
              PEND-PACKAGE NOT = WS-CUR-PKG
              EXEC CICS UNLOCK
                   FILE('STF047D')
              END-EXEC
              GO TO 742-EXIT
           END-IF
           PERFORM 705-APPLY-IMAGE
           IF WS-APPLY-OK = 'N'
              EXEC CICS UNLOCK
                   FILE('STF047D')
                   RESP(WS-RETNCODE)
              END-EXEC
              ADD 1 TO WS-PKG-FAILED
              GO TO 742-EXIT
           END-IF
           MOVE 'APPLIED' TO PEND-STATUS
           MOVE USERID7 TO PEND-CHECKER
           MOVE WS-STAMP TO PEND-CHECKED-STAMP
           EXEC CICS REWRITE
                FILE('STF047D')
                FROM (PEND-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           PERFORM 720-AUDIT-DECISION
           PERFORM 760-AUDIT-AS-EDIT
           IF PEND-FILE = 'uaf001  ' OR PEND-TABLE = 'CATG'
              PERFORM 730-WRITE-CDC-REC
           END-IF.
       742-EXIT.
           EXIT.

       745-COLLECT-PACKAGE.
           EXEC CICS DELETEQ TS
                QUEUE(WS-PKG-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE 0 TO WS-PKG-ROWS
           MOVE WS-CUR-PKG TO PEND-ID
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
                    PEND-PACKAGE = WS-CUR-PKG AND
                    PEND-STATUS = 'PENDING'
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-PKG-QNAME)
                         FROM(PEND-ID)
                         LENGTH(LENGTH OF PEND-ID)
                    END-EXEC
                    ADD 1 TO WS-PKG-ROWS
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF047D')
              END-EXEC
           END-IF.
       745-EXIT.
           EXIT.

      *    PF9 on a package row turns the whole package away.
       750-REJECT-PACKAGE.
           MOVE PEND-PACKAGE TO WS-CUR-PKG
           PERFORM 745-COLLECT-PACKAGE
           PERFORM 120-BUILD-STAMP
           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM > WS-PKG-ROWS
              EXEC CICS READQ TS
                   QUEUE(WS-PKG-QNAME)
                   INTO(WS-PKG-ID)
                   ITEM(WS-ITEM)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 PERFORM 752-REJECT-PACKAGE-ROW
              END-IF
           END-PERFORM
           EXEC CICS DELETEQ TS
                QUEUE(WS-PKG-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE WS-PKG-REJECTED-MSG TO ERRMSGO.
       750-EXIT.
           EXIT.

       752-REJECT-PACKAGE-ROW.
           MOVE WS-PKG-ID TO PEND-ID
           EXEC CICS READ
                FILE('STF047D')
                INTO (PEND-REC)
                RIDFLD (PEND-ID)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 752-EXIT
           END-IF
           IF PEND-STATUS NOT = 'PENDING' OR
              PEND-PACKAGE NOT = WS-CUR-PKG
              EXEC CICS UNLOCK
                   FILE('STF047D')
              END-EXEC
              GO TO 752-EXIT
           END-IF
           MOVE 'REJECTED' TO PEND-STATUS
           MOVE USERID7 TO PEND-CHECKER
           MOVE WS-STAMP TO PEND-CHECKED-STAMP
           EXEC CICS REWRITE
                FILE('STF047D')
                FROM (PEND-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           PERFORM 720-AUDIT-DECISION.
       752-EXIT.
           EXIT.

      *    A released package row is logged exactly as an SM033 edit
      *    is - UAF002 under the admin making it take effect, table
      *    code, row key and action in the remarks.
       760-AUDIT-AS-EDIT.
           MOVE SPACES TO WS-UAF-WALK-KEY
           MOVE USERID7 TO WS-UAF-WALK-KEY(1:7)
           MOVE WS-UAF-WALK-KEY TO WS-UAF-LOG-USERID
           MOVE 0 TO WS-UAF-LOG-SEQ-NUM
           MOVE 0 TO WS-UAF-LOG-LAST-SEQ
           EXEC CICS STARTBR
                FILE('UAF002')
                RIDFLD(WS-UAF-LOG-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR WS-UAF-LOG-USERID NOT = WS-UAF-WALK-KEY
                 EXEC CICS READNEXT
                      FILE('UAF002')
                      INTO(WS-UAF-LOG-REC)
                      RIDFLD(WS-UAF-LOG-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    WS-UAF-LOG-USERID = WS-UAF-WALK-KEY
                    MOVE WS-UAF-LOG-SEQ-NUM TO WS-UAF-LOG-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('UAF002')
              END-EXEC
           END-IF
           MOVE WS-UAF-WALK-KEY TO WS-UAF-LOG-USERID
           MOVE WS-UAF-LOG-LAST-SEQ TO WS-UAF-LOG-SEQ-NUM
           ADD 1 TO WS-UAF-LOG-SEQ-NUM
           MOVE WS-STAMP TO WS-UAF-LOG-LAST-UPD
           MOVE USERID7 TO WS-UAF-LOG-CHANGED-BY
           MOVE SPACES TO WS-UAF-LOG-REMARKS
           STRING 'TABLE ' DELIMITED BY SIZE
                  PEND-TABLE DELIMITED BY SIZE
                  ' KEY ' DELIMITED BY SIZE
                  PEND-REC-KEY DELIMITED BY SPACE
                  ' IMPORTED' DELIMITED BY SIZE
                  INTO WS-UAF-LOG-REMARKS
           END-STRING
           EXEC CICS
                WRITE FILE('UAF002')
                FROM (WS-UAF-LOG-REC)
                RIDFLD (WS-UAF-LOG-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       760-EXIT.
           EXIT.

      *    PF2 on a 'ROLL' row: the SM146 proposal names an STF069J
      *    image of the ticket and the last-update stamp the maker
      *    compared against. A ticket touched since is refused - the
      *    checker would be approving a compare nobody has seen - and
      *    the row stays PENDING for PF9. Otherwise the image goes
      *    back over the live record, stamped as this admin's update.
       770-APPLY-ROLLBACK.
           MOVE 'N' TO WS-APPLY-OK
           MOVE PEND-DATA TO ROLL-DATA
           MOVE ROLL-JRNL-KEY TO JRNL-KEY
           EXEC CICS READ
                FILE('STF069J')
                INTO (JRNL-REC)
                RIDFLD (JRNL-KEY)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              JRNL-Ticket-ID NOT = PEND-REC-KEY(1:7)
              MOVE WS-ROLL-GONE TO WS-ROLL-FAIL-MSG
              GO TO 770-EXIT
           END-IF
           MOVE PEND-REC-KEY(1:7) TO TICKET-KEY
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (TICKET-KEY)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              MOVE WS-ROLL-NO-TICKET TO WS-ROLL-FAIL-MSG
              GO TO 770-EXIT
           END-IF
           IF TICKET-LAST-UPDATE NOT = ROLL-LAST-UPDATE
              EXEC CICS UNLOCK
                   FILE('STF001C')
                   RESP(WS-RETNCODE2)
              END-EXEC
              MOVE WS-ROLL-STALE TO WS-ROLL-FAIL-MSG
              GO TO 770-EXIT
           END-IF
           MOVE TICKET-REC TO WS-ROLL-BEFORE
           MOVE TICKET-STATUS TO WS-CNTR-OLD-STATUS
           MOVE JRNL-IMAGE TO TICKET-REC
           MOVE PEND-REC-KEY(1:7) TO TICKET-KEY
           MOVE WS-STAMP TO TICKET-LAST-UPDATE
           MOVE USERID TO TICKET-LAST-UPDATE-BY
           MOVE SPACES TO TICKET-UPDATE-REMARKS
           STRING 'ROLLED BACK TO JOURNAL ' DELIMITED BY SIZE
                  ROLL-JRNL-KEY DELIMITED BY SIZE
                  ' PENDING ' DELIMITED BY SIZE
                  PEND-ID DELIMITED BY SIZE
                  INTO TICKET-UPDATE-REMARKS
           END-STRING
           EXEC CICS REWRITE
                FILE('STF001C')
                FROM (TICKET-REC)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 770-EXIT
           END-IF
           MOVE 'Y' TO WS-APPLY-OK
           MOVE TICKET-STATUS TO WS-CNTR-NEW-STATUS
           PERFORM 772-LOG-ROLLBACK
           PERFORM 774-CALL-FIELD-AUDIT
           IF WS-CNTR-NEW-STATUS NOT = WS-CNTR-OLD-STATUS
              PERFORM 776-BUMP-STATUS-COUNTERS
           END-IF.
       770-EXIT.
           EXIT.

      *    One STF002E row on the ticket naming the image, the maker
      *    and the releasing admin - next sequence by the full
      *    highest-seq walk of the ticket's slice.
       772-LOG-ROLLBACK.
           MOVE TICKET-KEY TO WS-LOG-TICKET-ID
           MOVE 0 TO WS-LOG-SEQ-NUM
           MOVE 0 TO WS-LOG-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF002E')
                RIDFLD(WS-LOG-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR WS-LOG-TICKET-ID NOT = TICKET-KEY
                 EXEC CICS READNEXT
                      FILE('STF002E')
                      INTO(WS-LOG-REC)
                      RIDFLD(WS-LOG-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    WS-LOG-TICKET-ID = TICKET-KEY
                    MOVE WS-LOG-SEQ-NUM TO WS-LOG-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF002E')
              END-EXEC
           END-IF
           MOVE SPACES TO WS-LOG-REC
           MOVE TICKET-KEY TO WS-LOG-TICKET-ID
           MOVE WS-LOG-LAST-SEQ TO WS-LOG-SEQ-NUM
           ADD 1 TO WS-LOG-SEQ-NUM
           MOVE USERID TO WS-LOG-LAST-UPDBY
           MOVE WS-STAMP TO WS-LOG-LAST-UPD
           STRING 'ROLLED BACK TO JRNL ' DELIMITED BY SIZE
                  ROLL-JRNL-KEY DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  ROLL-JRNL-DATE DELIMITED BY SIZE
                  ' MAKER ' DELIMITED BY SIZE
                  PEND-MAKER DELIMITED BY SPACE
                  INTO WS-LOG-UPD-REMARKS
           END-STRING
           MOVE 'S' TO WS-LOG-ENTRY-TYPE
           EXEC CICS WRITE
                FILE('STF002E')
                FROM (WS-LOG-REC)
                RIDFLD (WS-LOG-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       772-EXIT.
           EXIT.

      *    SM086 writes the STF059A row for every field the rollback
      *    moved and the STF069J journal row of the new image, as it
      *    does for every screen rewrite.
       774-CALL-FIELD-AUDIT.
           MOVE '01' TO FAD-VERSION
           MOVE 'SM070' TO FAD-PROGRAM
           MOVE USERID TO FAD-USERID
           MOVE WS-STAMP TO FAD-STAMP
           MOVE WS-ROLL-BEFORE TO FAD-OLD-REC
           MOVE TICKET-REC TO FAD-NEW-REC
           MOVE 0 TO FAD-ROWS-WRITTEN
           EXEC CICS LINK
                PROGRAM('SM086')
                COMMAREA(FAD-COMMAREA)
                LENGTH(LENGTH OF FAD-COMMAREA)
                RESP(WS-RETNCODE2)
           END-EXEC.
       774-EXIT.
           EXIT.

      *    The status the image carries replaces the current one in
      *    the STF032C live counters - same read-UPDATE/REWRITE as
      *    SM003's 3480-BUMP-STATUS-COUNTERS; a missing record is
      *    left to SM057's nightly true-up.
       776-BUMP-STATUS-COUNTERS.
           MOVE 'COUNTERS' TO CNTR-KEY
           EXEC CICS READ
                FILE('STF032C')
                INTO (CNTR-REC)
                RIDFLD (CNTR-KEY)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              EVALUATE WS-CNTR-OLD-STATUS
                WHEN 'CREATED'
                     IF CNTR-CREATED > 0
                        SUBTRACT 1 FROM CNTR-CREATED
                     END-IF
                WHEN 'PEND-APPR'
                     IF CNTR-PEND-APPR > 0
                        SUBTRACT 1 FROM CNTR-PEND-APPR
                     END-IF
                WHEN 'APPROVED'
                     IF CNTR-APPROVED > 0
                        SUBTRACT 1 FROM CNTR-APPROVED
                     END-IF
                WHEN 'REJECTED'
                     IF CNTR-REJECTED > 0
                        SUBTRACT 1 FROM CNTR-REJECTED
                     END-IF
                WHEN 'ONGOING'
                     IF CNTR-ONGOING > 0
                        SUBTRACT 1 FROM CNTR-ONGOING
                     END-IF
                WHEN 'COMPLETED'
                     IF CNTR-COMPLETED > 0
                        SUBTRACT 1 FROM CNTR-COMPLETED
                     END-IF
                WHEN 'CLOSED'
                     IF CNTR-CLOSED > 0
                        SUBTRACT 1 FROM CNTR-CLOSED
                     END-IF
                WHEN 'CANCELED'
                     IF CNTR-CANCELED > 0
                        SUBTRACT 1 FROM CNTR-CANCELED
                     END-IF
                WHEN 'ESCALATED'
                     IF CNTR-ESCALATED > 0
                        SUBTRACT 1 FROM CNTR-ESCALATED
                     END-IF
              END-EVALUATE
              EVALUATE WS-CNTR-NEW-STATUS
                WHEN 'CREATED'
                     ADD 1 TO CNTR-CREATED
                WHEN 'PEND-APPR'
                     ADD 1 TO CNTR-PEND-APPR
                WHEN 'APPROVED'
                     ADD 1 TO CNTR-APPROVED
                WHEN 'REJECTED'
                     ADD 1 TO CNTR-REJECTED
                WHEN 'ONGOING'
                     ADD 1 TO CNTR-ONGOING
                WHEN 'COMPLETED'
                     ADD 1 TO CNTR-COMPLETED
                WHEN 'CLOSED'
                     ADD 1 TO CNTR-CLOSED
                WHEN 'CANCELED'
                     ADD 1 TO CNTR-CANCELED
                WHEN 'ESCALATED'
                     ADD 1 TO CNTR-ESCALATED
              END-EVALUATE
              EXEC CICS REWRITE
                   FILE('STF032C')
                   FROM (CNTR-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF.
       776-EXIT.
           EXIT.
