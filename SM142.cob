       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM142.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM142 is the nightly userid rename run (TRANSID 'S142'), a    *
      *  self-rescheduling housekeeping transaction in the SM083       *
      *  family. When HR re-keys a person SM037 sees a leaver and a    *
      *  joiner; the rename is keyed as an STF099U row on SM033 (table *
      *  RNAM) and only exists once a second admin has released it on  *
      *  SM070, so every row this run finds has passed maker-checker.  *
      *                                                                *
      *  For each released row the old userid's ownership moves to the *
      *  new one: TICKET-REQUESTOR and TICKET-ASSIGNED-TO on open      *
      *  tickets (with the STF002E log row, STF008D change capture and *
      *  SM110 journal a ticket update always carries), STF005W        *
      *  watcher rows, STF009N notifications, STF061F saved SM001      *
      *  filters, the STF051V provider profile, the STF049O            *
      *  coordinator row, current and future STF050K on-call weeks,    *
      *  STF022L distribution rows, the STF045S credential, STF071M    *
      *  group memberships and STF070G group leads, the STF072A        *
      *  absence calendar (and delegations not yet over), the STF075U  *
      *  base site, the STF113M reporting line (and every direct       *
      *  report naming the old id as manager) and OPEN STF125F         *
      *  follow-ups. Where the new id already owns the same thing (a   *
      *  filter of the same name, its own provider profile) the new    *
      *  id's row is kept and the collision reported. A new id HR has  *
      *  not fed yet is created from the old uaf001 record; the old id *
      *  is left inactive.                                             *
      *                                                                *
      *  History is not rewritten: STF002E logs, UAF002 audit rows and *
      *  closed tickets keep the old id. The STF099U row, stamped      *
      *  APPLIED with the rows it moved, is the cross-reference, and   *
      *  a UAF002 row under each id names the other. The rows moved    *
      *  per file go to STF010R under 'S142RPT'.                       *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
           COPY STF099U.
           COPY STF005W.
           COPY STF009N.
           COPY STF061F.
           COPY STF051V.
           COPY STF049O.
           COPY STF050K.
           COPY STF022L.
           COPY STF045S.
           COPY STF071M.
           COPY STF072A.
           COPY STF075U.
           COPY STF113M.
           COPY STF070G.
           COPY STF125F.
           COPY STF008D.
           COPY STF010R.
           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
           COPY SMJRN01 REPLACING ==JRN-COMMAREA== BY ==WS-JRN-AREA==.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       77  WS-RETNCODE3                          PIC S9(8) COMP.
       77  WS-JOB-RESP                           PIC S9(8) COMP.

       01  WS-UAF-REC.
           05 WS-UAF-USERID.
              10 WS-UAF-USERID7                  PIC X(7).
              10 FILLER                          PIC X(1).
           05 WS-UAF-TYPE.
              10 WS-UAF-REQUESTOR                PIC X.
              10 WS-UAF-ADMIN                    PIC X.
              10 WS-UAF-APPROVER                 PIC X.
              10 WS-UAF-SERVICE                  PIC X.
              10 WS-UAF-AUDITOR                  PIC X.
           05 WS-UAF-DEPARTMENT                  PIC X(8).
           05 WS-UAF-UPDATEDBY                   PIC X(8).
           05 WS-UAF-DELEG-TO                    PIC X(8).
           05 WS-UAF-DELEG-GROUP                 PIC X(8).
           05 WS-UAF-DELEG-START                 PIC 9(08).
           05 WS-UAF-DELEG-END                   PIC 9(08).
           05 WS-UAF-INACTIVE                    PIC X(1).
           05 WS-UAF-PHONE                       PIC X(15).
           05 WS-UAF-EMAIL                       PIC X(40).
           05 WS-UAF-FAIL-COUNT                  PIC 9(03).
           05 WS-UAF-LOCKED                      PIC X(1).

       01  WS-UAF-LOG-REC.
           05 WS-UAF-LOG-KEYS.
               10 WS-UAF-LOG-USERID              PIC X(08).
               10 WS-UAF-LOG-SEQ-NUM             PIC 9(03).
           05 WS-UAF-LOG-LAST-UPD                PIC X(20).
           05 WS-UAF-LOG-CHANGED-BY              PIC X(08).
           05 WS-UAF-LOG-REMARKS                 PIC X(50).
       01  WS-UAF-LOG-LAST-SEQ                   PIC 9(03).
       01  WS-AUD-USERID                         PIC X(08).

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

      *    Released renames found this run.
       01  WS-REQ-TABLE.
           05 WS-REQ-OLD OCCURS 50               PIC X(08).
       01  WS-REQ-COUNT                          PIC 9(02) VALUE 0.
       01  WS-REQ-SUB                            PIC 9(02).
       01  WS-OLD-ID                             PIC X(08).
       01  WS-NEW-ID                             PIC X(08).
       01  WS-RENAME-OK                          PIC X.
       01  WS-RENAME-REASON                      PIC X(40).
       01  WS-NEW-EXISTS                         PIC X.
       01  WS-DUP                                PIC X.

       01  WS-WORK-QNAME                         PIC X(08) VALUE
           'S142WRK '.
       01  WS-WORK-KEY                           PIC X(16).
       01  WS-NTF-NEXT-SEQ                       PIC 9(05).
       01  WS-WAT-TICKET                         PIC X(07).
       01  WS-WAT-KEY-SAVE                       PIC X(10).

       01  WS-CNT-TABLE.
           05 WS-CNT-ENTRY OCCURS 16.
              10 WS-CNT-FILE                     PIC X(08).
              10 WS-CNT-MOVED                    PIC 9(05).
              10 WS-CNT-KEPT                     PIC 9(05).
       01  WS-CNT-SUB                            PIC 9(02).
       01  WS-CNT-NAMES.
           05 FILLER PIC X(40) VALUE
              'uaf001  STF001C STF005W STF009N STF061F '.
           05 FILLER PIC X(40) VALUE
              'STF051V STF049O STF050K STF022L STF045S '.
           05 FILLER PIC X(40) VALUE
              'STF071M STF072A STF075U STF113M STF070G '.
           05 FILLER PIC X(08) VALUE
              'STF125F '.
       01  WS-CNT-NAMES-R REDEFINES WS-CNT-NAMES.
           05 WS-CNT-NAME OCCURS 16              PIC X(08).
       01  WS-RNAM-NEW-STATUS                    PIC X(08).
       01  WS-CNT-TOTAL                          PIC 9(05).

       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-ONCALL-FROM                        PIC 9(08).
       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       01  WS-JOB-COUNT                          PIC 9(05) VALUE 0.
       01  WS-JOB-OUTCOME                        PIC X(08).
       01  WS-DATE-X                             PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-STAMP                              PIC X(20).
       01  WS-RPT-WORK                           PIC X(100).
       01  WS-APPLIED-COUNT                      PIC 9(03) VALUE 0.
       01  WS-REFUSED-COUNT                      PIC 9(03) VALUE 0.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOB-START-TIME
           PERFORM 105-GET-BUS-DATE
           MOVE BDQ-BUS-DATE TO WS-TODAY-YYYYMMDD
           COMPUTE WS-ONCALL-FROM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) - 6)
           EXEC CICS ASKTIME
           END-EXEC
           EXEC CICS FORMATTIME
                MMDDYYYY (WS-DATE-X)
                TIME     (WS-TIME-X)
           END-EXEC
           MOVE SPACES TO WS-STAMP
           MOVE WS-DATE-X TO WS-STAMP(1:10)
           MOVE WS-TIME-X TO WS-STAMP(12:8)
           PERFORM 150-INIT-RPT-RUN
           PERFORM 200-COLLECT-REQUESTS
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
              PERFORM 300-APPLY-ONE-RENAME
           END-PERFORM
           PERFORM 700-WRITE-SUMMARY
           MOVE 'OK' TO WS-JOB-OUTCOME
           PERFORM 800-WRITE-JOB-HISTORY
           PERFORM 900-RESCHEDULE
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    The business date this run works for: the SM149 answer -
      *    the STF104B override while operations rerun a missed
      *    night, otherwise today - or the clock if the LINK fails.
       105-GET-BUS-DATE.
           MOVE '01' TO BDQ-VERSION
           MOVE FUNCTION CURRENT-DATE(1:8) TO BDQ-LIVE-DATE
           MOVE BDQ-LIVE-DATE TO BDQ-BUS-DATE
           MOVE 'N' TO BDQ-OVERRIDE
           EXEC CICS LINK
                PROGRAM('SM149')
                COMMAREA(WS-BDT-AREA)
                RESP(WS-BDT-RESP)
           END-EXEC
           IF WS-BDT-RESP NOT = DFHRESP(NORMAL) OR
              BDQ-BUS-DATE NOT NUMERIC
              MOVE BDQ-LIVE-DATE TO BDQ-BUS-DATE
              MOVE 'N' TO BDQ-OVERRIDE
           END-IF.
       105-EXIT.
           EXIT.

      *    Released rows not yet applied or refused, collected first
      *    so the STF099U rewrites never run under its own browse.
       200-COLLECT-REQUESTS.
           MOVE LOW-VALUES TO RNAM-Old-Userid
           EXEC CICS STARTBR
                FILE('STF099U')
                RIDFLD (RNAM-Old-Userid)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF099U')
                   INTO (RNAM-REC)
                   RIDFLD (RNAM-Old-Userid)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 RNAM-Active NOT = 'N' AND
                 RNAM-Status NOT = 'APPLIED' AND
                 RNAM-Status NOT = 'REFUSED' AND
                 WS-REQ-COUNT < 50
                 ADD 1 TO WS-REQ-COUNT
                 MOVE RNAM-Old-Userid TO WS-REQ-OLD(WS-REQ-COUNT)
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF099U')
           END-EXEC.
       200-EXIT.
           EXIT.

       300-APPLY-ONE-RENAME.
           MOVE WS-REQ-OLD(WS-REQ-SUB) TO RNAM-Old-Userid
           EXEC CICS READ
                FILE('STF099U')
                INTO (RNAM-REC)
                RIDFLD (RNAM-Old-Userid)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 300-EXIT
           END-IF
           MOVE RNAM-Old-Userid TO WS-OLD-ID
           MOVE RNAM-New-Userid TO WS-NEW-ID
           PERFORM 310-VALIDATE-RENAME
           IF WS-RENAME-OK = 'N'
              ADD 1 TO WS-REFUSED-COUNT
              MOVE SPACES TO WS-RPT-WORK
              STRING 'REFUSED: ' DELIMITED BY SIZE
                     WS-OLD-ID DELIMITED BY SPACE
                     ' TO ' DELIMITED BY SIZE
                     WS-NEW-ID DELIMITED BY SPACE
                     ' - ' DELIMITED BY SIZE
                     WS-RENAME-REASON DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
              MOVE 'REFUSED' TO WS-RNAM-NEW-STATUS
              MOVE 0 TO WS-CNT-TOTAL
              PERFORM 395-STAMP-REQUEST
              GO TO 300-EXIT
           END-IF
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-WORK
           STRING 'RENAME ' DELIMITED BY SIZE
                  WS-OLD-ID DELIMITED BY SPACE
                  ' TO ' DELIMITED BY SIZE
                  WS-NEW-ID DELIMITED BY SPACE
                  '  ' DELIMITED BY SIZE
                  RNAM-Reason DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           PERFORM VARYING WS-CNT-SUB FROM 1 BY 1
                   UNTIL WS-CNT-SUB > 16
              MOVE WS-CNT-NAME(WS-CNT-SUB) TO WS-CNT-FILE(WS-CNT-SUB)
              MOVE 0 TO WS-CNT-MOVED(WS-CNT-SUB)
              MOVE 0 TO WS-CNT-KEPT(WS-CNT-SUB)
           END-PERFORM
           PERFORM 320-CARRY-USER-RECORD
           PERFORM 330-MOVE-TICKETS
           PERFORM 340-MOVE-WATCHERS
           PERFORM 345-MOVE-NOTIFICATIONS
           PERFORM 350-MOVE-FILTERS
           PERFORM 355-MOVE-PROVIDER
           PERFORM 360-MOVE-COORDINATOR
           PERFORM 365-MOVE-ONCALL
           PERFORM 370-MOVE-DISTRIBUTION
           PERFORM 375-MOVE-CREDENTIAL
           PERFORM 376-MOVE-GROUP-MEMBERS
           PERFORM 377-MOVE-ABSENCES
           PERFORM 378-MOVE-USER-SITE
           PERFORM 379-MOVE-REPORTING-LINE
           PERFORM 381-MOVE-GROUP-LEAD
           PERFORM 382-MOVE-FOLLOW-UPS
           PERFORM 380-REPORT-COUNTS
           PERFORM 385-CROSS-REFERENCE
           MOVE 'APPLIED' TO WS-RNAM-NEW-STATUS
           PERFORM 395-STAMP-REQUEST
           ADD 1 TO WS-APPLIED-COUNT
           ADD WS-CNT-TOTAL TO WS-JOB-COUNT.
       300-EXIT.
           EXIT.

       310-VALIDATE-RENAME.
           MOVE 'Y' TO WS-RENAME-OK
           MOVE SPACES TO WS-RENAME-REASON
           IF WS-NEW-ID = SPACES OR WS-NEW-ID = LOW-VALUES
              MOVE 'N' TO WS-RENAME-OK
              MOVE 'NO NEW USERID GIVEN' TO WS-RENAME-REASON
              GO TO 310-EXIT
           END-IF
           IF WS-NEW-ID = WS-OLD-ID
              MOVE 'N' TO WS-RENAME-OK
              MOVE 'NEW USERID IS THE OLD ONE' TO WS-RENAME-REASON
              GO TO 310-EXIT
           END-IF
           EXEC CICS READ
                FILE('uaf001')
                INTO (WS-UAF-REC)
                RIDFLD (WS-OLD-ID)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              MOVE 'N' TO WS-RENAME-OK
              MOVE 'OLD USERID NOT ON UAF001' TO WS-RENAME-REASON
           END-IF.
       310-EXIT.
           EXIT.

      *    The new id normally arrives on HR's feed as a joiner; one
      *    not fed yet is created from the old record so the person
      *    can sign on with what they had. The old id stays inactive.
       320-CARRY-USER-RECORD.
           MOVE 1 TO WS-CNT-SUB
           MOVE 'Y' TO WS-NEW-EXISTS
           EXEC CICS READ
                FILE('uaf001')
                INTO (WS-UAF-REC)
                RIDFLD (WS-NEW-ID)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              MOVE 'N' TO WS-NEW-EXISTS
              EXEC CICS READ
                   FILE('uaf001')
                   INTO (WS-UAF-REC)
                   RIDFLD (WS-OLD-ID)
                   RESP(WS-RETNCODE2)
              END-EXEC
              MOVE WS-NEW-ID TO WS-UAF-USERID
              MOVE 'SM142' TO WS-UAF-UPDATEDBY
              MOVE 'N' TO WS-UAF-INACTIVE
              MOVE 0 TO WS-UAF-FAIL-COUNT
              MOVE 'N' TO WS-UAF-LOCKED
              EXEC CICS WRITE
                   FILE('uaf001')
                   FROM (WS-UAF-REC)
                   RIDFLD (WS-UAF-USERID)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 ADD 1 TO WS-CNT-MOVED(WS-CNT-SUB)
                 MOVE 'uaf001  ' TO CDC-FILE
                 MOVE WS-NEW-ID TO CDC-REC-KEY
                 PERFORM 760-WRITE-CDC-REC
              END-IF
           END-IF
           EXEC CICS READ
                FILE('uaf001')
                INTO (WS-UAF-REC)
                RIDFLD (WS-OLD-ID)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 320-EXIT
           END-IF
           IF WS-UAF-INACTIVE = 'Y'
              EXEC CICS UNLOCK
                   FILE('uaf001')
              END-EXEC
              GO TO 320-EXIT
           END-IF
           MOVE 'Y' TO WS-UAF-INACTIVE
           MOVE 'SM142' TO WS-UAF-UPDATEDBY
           EXEC CICS REWRITE
                FILE('uaf001')
                FROM (WS-UAF-REC)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'uaf001  ' TO CDC-FILE
              MOVE WS-OLD-ID TO CDC-REC-KEY
              PERFORM 760-WRITE-CDC-REC
           END-IF.
       320-EXIT.
           EXIT.

      *    Open tickets the old id requested or is working. Keys are
      *    queued first - no REWRITE under an open browse.
       330-MOVE-TICKETS.
           MOVE 2 TO WS-CNT-SUB
           PERFORM 590-CLEAR-WORK-QUEUE
           MOVE LOW-VALUES TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF001C')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF001C')
                      INTO (WS-TICKET-REC)
                      RIDFLD (TICKET-KEY)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    TICKET-STATUS NOT = 'CLOSED' AND
                    TICKET-STATUS NOT = 'CANCELED' AND
                    (TICKET-REQUESTOR = WS-OLD-ID OR
                     TICKET-ASSIGNED-TO = WS-OLD-ID)
                    MOVE SPACES TO WS-WORK-KEY
                    MOVE TICKET-KEY TO WS-WORK-KEY(1:7)
                    PERFORM 595-QUEUE-WORK-KEY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF001C')
              END-EXEC
           END-IF
           PERFORM 598-READ-WORK-KEY
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 335-MOVE-ONE-TICKET
              PERFORM 598-READ-WORK-KEY
           END-PERFORM.
       330-EXIT.
           EXIT.

       335-MOVE-ONE-TICKET.
           MOVE WS-WORK-KEY(1:7) TO TICKET-KEY
           EXEC CICS READ
                FILE('STF001C')
                INTO (WS-TICKET-REC)
                RIDFLD (TICKET-KEY)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 335-EXIT
           END-IF
           MOVE SPACES TO WS-LOG-UPD-REMARKS
           IF TICKET-REQUESTOR = WS-OLD-ID
              MOVE WS-NEW-ID TO TICKET-REQUESTOR
              MOVE 'REQUESTOR' TO WS-LOG-UPD-REMARKS
           END-IF
           IF TICKET-ASSIGNED-TO = WS-OLD-ID
              MOVE WS-NEW-ID TO TICKET-ASSIGNED-TO
              IF WS-LOG-UPD-REMARKS = SPACES
                 MOVE 'ASSIGNEE' TO WS-LOG-UPD-REMARKS
              ELSE
                 MOVE 'REQUESTOR/ASSIGNEE' TO WS-LOG-UPD-REMARKS
              END-IF
           END-IF
           IF WS-LOG-UPD-REMARKS = SPACES
              EXEC CICS UNLOCK
                   FILE('STF001C')
              END-EXEC
              GO TO 335-EXIT
           END-IF
           MOVE WS-DATE-X TO TICKET-LAST-UPDATE(1:10)
           MOVE WS-TIME-X TO TICKET-LAST-UPDATE(12:9)
           MOVE 'SM142' TO TICKET-LAST-UPDATE-BY
           EXEC CICS REWRITE
                FILE('STF001C')
                FROM (WS-TICKET-REC)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 335-EXIT
           END-IF
           ADD 1 TO WS-CNT-MOVED(WS-CNT-SUB)
           MOVE SPACES TO WS-RPT-WORK
           STRING WS-LOG-UPD-REMARKS DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-OLD-ID DELIMITED BY SPACE
                  ' RENAMED TO ' DELIMITED BY SIZE
                  WS-NEW-ID DELIMITED BY SPACE
                  INTO WS-RPT-WORK
           END-STRING
           MOVE WS-RPT-WORK TO WS-LOG-UPD-REMARKS
           PERFORM 750-WRITE-LOG-ENTRY
           MOVE 'STF001C' TO CDC-FILE
           MOVE SPACES TO CDC-REC-KEY
           MOVE TICKET-KEY TO CDC-REC-KEY(1:7)
           PERFORM 760-WRITE-CDC-REC
           MOVE 'U' TO JRN-ACTION
           MOVE TICKET-KEY TO JRN-TICKET-ID
           MOVE 'SM142' TO JRN-BY
           MOVE 'SM142' TO JRN-PROGRAM
           MOVE WS-TICKET-REC TO JRN-IMAGE
           EXEC CICS LINK
                PROGRAM('SM110')
                COMMAREA(WS-JRN-AREA)
                RESP(WS-RETNCODE3)
           END-EXEC.
       335-EXIT.
           EXIT.

      *    A watcher row moves unless the new id already watches the
      *    same ticket - then the old id's row is simply dropped.
       340-MOVE-WATCHERS.
           MOVE 3 TO WS-CNT-SUB
           PERFORM 590-CLEAR-WORK-QUEUE
           MOVE LOW-VALUES TO WATCHER-KEYS
           EXEC CICS STARTBR
                FILE('STF005W')
                RIDFLD (WATCHER-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF005W')
                      INTO (WATCHER-REC)
                      RIDFLD (WATCHER-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    WATCHER-Userid = WS-OLD-ID
                    MOVE SPACES TO WS-WORK-KEY
                    MOVE WATCHER-KEYS TO WS-WORK-KEY(1:10)
                    PERFORM 595-QUEUE-WORK-KEY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF005W')
              END-EXEC
           END-IF
           PERFORM 598-READ-WORK-KEY
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 342-MOVE-ONE-WATCHER
              PERFORM 598-READ-WORK-KEY
           END-PERFORM.
       340-EXIT.
           EXIT.

       342-MOVE-ONE-WATCHER.
           MOVE WS-WORK-KEY(1:10) TO WS-WAT-KEY-SAVE
           MOVE WS-WORK-KEY(1:7) TO WS-WAT-TICKET
           MOVE 'N' TO WS-DUP
           MOVE WS-WAT-TICKET TO WATCHER-Ticket-ID
           MOVE 0 TO WATCHER-Seq-Number
           EXEC CICS STARTBR
                FILE('STF005W')
                RIDFLD (WATCHER-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR WATCHER-Ticket-ID NOT = WS-WAT-TICKET
                 EXEC CICS READNEXT
                      FILE('STF005W')
                      INTO (WATCHER-REC)
                      RIDFLD (WATCHER-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    WATCHER-Ticket-ID = WS-WAT-TICKET AND
                    WATCHER-Userid = WS-NEW-ID
                    MOVE 'Y' TO WS-DUP
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF005W')
              END-EXEC
           END-IF
           MOVE WS-WAT-KEY-SAVE TO WATCHER-KEYS
           EXEC CICS READ
                FILE('STF005W')
                INTO (WATCHER-REC)
                RIDFLD (WATCHER-KEYS)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 342-EXIT
           END-IF
           IF WS-DUP = 'Y'
              EXEC CICS DELETE
                   FILE('STF005W')
                   RESP(WS-RETNCODE2)
              END-EXEC
              ADD 1 TO WS-CNT-KEPT(WS-CNT-SUB)
           ELSE
              MOVE WS-NEW-ID TO WATCHER-Userid
              EXEC CICS REWRITE
                   FILE('STF005W')
                   FROM (WATCHER-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 ADD 1 TO WS-CNT-MOVED(WS-CNT-SUB)
              END-IF
           END-IF.
       342-EXIT.
           EXIT.

      *    Notifications are keyed by userid, so each is written at
      *    the end of the new id's slice and the old key deleted.
       345-MOVE-NOTIFICATIONS.
           MOVE 4 TO WS-CNT-SUB
           PERFORM 590-CLEAR-WORK-QUEUE
           MOVE WS-NEW-ID TO NOTIF-Userid
           MOVE 0 TO NOTIF-Seq-Number
           MOVE 0 TO WS-NTF-NEXT-SEQ
           EXEC CICS STARTBR
                FILE('STF009N')
                RIDFLD (NOTIF-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR NOTIF-Userid NOT = WS-NEW-ID
                 EXEC CICS READNEXT
                      FILE('STF009N')
                      INTO (NOTIF-REC)
                      RIDFLD (NOTIF-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    NOTIF-Userid = WS-NEW-ID
                    MOVE NOTIF-Seq-Number TO WS-NTF-NEXT-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF009N')
              END-EXEC
           END-IF
           MOVE WS-OLD-ID TO NOTIF-Userid
           MOVE 0 TO NOTIF-Seq-Number
           EXEC CICS STARTBR
                FILE('STF009N')
                RIDFLD (NOTIF-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR NOTIF-Userid NOT = WS-OLD-ID
                 EXEC CICS READNEXT
                      FILE('STF009N')
                      INTO (NOTIF-REC)
                      RIDFLD (NOTIF-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    NOTIF-Userid = WS-OLD-ID
                    MOVE SPACES TO WS-WORK-KEY
                    MOVE NOTIF-KEYS TO WS-WORK-KEY(1:13)
                    PERFORM 595-QUEUE-WORK-KEY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF009N')
              END-EXEC
           END-IF
           PERFORM 598-READ-WORK-KEY
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 347-MOVE-ONE-NOTICE
              PERFORM 598-READ-WORK-KEY
           END-PERFORM.
       345-EXIT.
           EXIT.

       347-MOVE-ONE-NOTICE.
           MOVE WS-WORK-KEY(1:13) TO NOTIF-KEYS
           EXEC CICS READ
                FILE('STF009N')
                INTO (NOTIF-REC)
                RIDFLD (NOTIF-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              WS-NTF-NEXT-SEQ = 99999
              GO TO 347-EXIT
           END-IF
           ADD 1 TO WS-NTF-NEXT-SEQ
           MOVE WS-NEW-ID TO NOTIF-Userid
           MOVE WS-NTF-NEXT-SEQ TO NOTIF-Seq-Number
           EXEC CICS WRITE
                FILE('STF009N')
                FROM (NOTIF-REC)
                RIDFLD (NOTIF-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 347-EXIT
           END-IF
           MOVE WS-WORK-KEY(1:13) TO NOTIF-KEYS
           EXEC CICS DELETE
                FILE('STF009N')
                RIDFLD (NOTIF-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           ADD 1 TO WS-CNT-MOVED(WS-CNT-SUB).
       347-EXIT.
           EXIT.

      *    Saved SM001 filters keep their names; a name the new id
      *    already uses keeps the new id's filter.
       350-MOVE-FILTERS.
           MOVE 5 TO WS-CNT-SUB
           PERFORM 590-CLEAR-WORK-QUEUE
           MOVE WS-OLD-ID TO FILT-Userid
           MOVE LOW-VALUES TO FILT-Name
           EXEC CICS STARTBR
                FILE('STF061F')
                RIDFLD (FILT-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR FILT-Userid NOT = WS-OLD-ID
                 EXEC CICS READNEXT
                      FILE('STF061F')
                      INTO (FILT-REC)
                      RIDFLD (FILT-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    FILT-Userid = WS-OLD-ID
                    MOVE SPACES TO WS-WORK-KEY
                    MOVE FILT-KEYS TO WS-WORK-KEY
                    PERFORM 595-QUEUE-WORK-KEY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF061F')
              END-EXEC
           END-IF
           PERFORM 598-READ-WORK-KEY
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-WORK-KEY TO FILT-KEYS
              EXEC CICS READ
                   FILE('STF061F')
                   INTO (FILT-REC)
                   RIDFLD (FILT-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE WS-NEW-ID TO FILT-Userid
                 EXEC CICS WRITE
                      FILE('STF061F')
                      FROM (FILT-REC)
                      RIDFLD (FILT-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-CNT-MOVED(WS-CNT-SUB)
                 ELSE
                    ADD 1 TO WS-CNT-KEPT(WS-CNT-SUB)
                 END-IF
                 MOVE WS-WORK-KEY TO FILT-KEYS
                 EXEC CICS DELETE
                      FILE('STF061F')
                      RIDFLD (FILT-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
              END-IF
              PERFORM 598-READ-WORK-KEY
           END-PERFORM.
       350-EXIT.
           EXIT.

      *    The single-row masters keyed by userid: the old id's row
      *    is rewritten under the new key unless the new id already
      *    has its own, which is kept and the old row left in place.
       355-MOVE-PROVIDER.
           MOVE 6 TO WS-CNT-SUB
           MOVE WS-NEW-ID TO PROV-Userid
           EXEC CICS READ
                FILE('STF051V')
                INTO (PROV-REC)
                RIDFLD (PROV-Userid)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-DUP
           ELSE
              MOVE 'N' TO WS-DUP
           END-IF
           MOVE WS-OLD-ID TO PROV-Userid
           EXEC CICS READ
                FILE('STF051V')
                INTO (PROV-REC)
                RIDFLD (PROV-Userid)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 355-EXIT
           END-IF
           IF WS-DUP = 'Y'
              ADD 1 TO WS-CNT-KEPT(WS-CNT-SUB)
              GO TO 355-EXIT
           END-IF
           MOVE WS-NEW-ID TO PROV-Userid
           EXEC CICS WRITE
                FILE('STF051V')
                FROM (PROV-REC)
                RIDFLD (PROV-Userid)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 355-EXIT
           END-IF
           MOVE WS-OLD-ID TO PROV-Userid
           EXEC CICS DELETE
                FILE('STF051V')
                RIDFLD (PROV-Userid)
                RESP(WS-RETNCODE2)
           END-EXEC
           ADD 1 TO WS-CNT-MOVED(WS-CNT-SUB).
       355-EXIT.
           EXIT.

       360-MOVE-COORDINATOR.
           MOVE 7 TO WS-CNT-SUB
           MOVE WS-NEW-ID TO COORD-Userid
           EXEC CICS READ
                FILE('STF049O')
                INTO (COORD-REC)
                RIDFLD (COORD-Userid)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-DUP
           ELSE
              MOVE 'N' TO WS-DUP
           END-IF
           MOVE WS-OLD-ID TO COORD-Userid
           EXEC CICS READ
                FILE('STF049O')
                INTO (COORD-REC)
                RIDFLD (COORD-Userid)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 360-EXIT
           END-IF
           IF WS-DUP = 'Y'
              ADD 1 TO WS-CNT-KEPT(WS-CNT-SUB)
              GO TO 360-EXIT
           END-IF
           MOVE WS-NEW-ID TO COORD-Userid
           EXEC CICS WRITE
                FILE('STF049O')
                FROM (COORD-REC)
                RIDFLD (COORD-Userid)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 360-EXIT
           END-IF
           MOVE WS-OLD-ID TO COORD-Userid
           EXEC CICS DELETE
                FILE('STF049O')
                RIDFLD (COORD-Userid)
                RESP(WS-RETNCODE2)
           END-EXEC
           ADD 1 TO WS-CNT-MOVED(WS-CNT-SUB).
       360-EXIT.
           EXIT.

      *    Only the week in progress and those ahead move - past
      *    weeks are what the on-call allowance was paid against.
       365-MOVE-ONCALL.
           MOVE 8 TO WS-CNT-SUB
           PERFORM 590-CLEAR-WORK-QUEUE
           MOVE WS-ONCALL-FROM TO ONCALL-Week-Start
           EXEC CICS STARTBR
                FILE('STF050K')
                RIDFLD (ONCALL-Week-Start)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF050K')
                      INTO (ONCALL-REC)
                      RIDFLD (ONCALL-Week-Start)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    (ONCALL-Primary = WS-OLD-ID OR
                     ONCALL-Backup = WS-OLD-ID)
                    MOVE SPACES TO WS-WORK-KEY
                    MOVE ONCALL-Week-Start TO WS-WORK-KEY(1:8)
                    PERFORM 595-QUEUE-WORK-KEY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF050K')
              END-EXEC
           END-IF
           PERFORM 598-READ-WORK-KEY
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-WORK-KEY(1:8) TO ONCALL-Week-Start
              EXEC CICS READ
                   FILE('STF050K')
                   INTO (ONCALL-REC)
                   RIDFLD (ONCALL-Week-Start)
                   UPDATE
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 IF ONCALL-Primary = WS-OLD-ID
                    MOVE WS-NEW-ID TO ONCALL-Primary
                 END-IF
                 IF ONCALL-Backup = WS-OLD-ID
                    MOVE WS-NEW-ID TO ONCALL-Backup
                 END-IF
                 EXEC CICS REWRITE
                      FILE('STF050K')
                      FROM (ONCALL-REC)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-CNT-MOVED(WS-CNT-SUB)
                 END-IF
              END-IF
              PERFORM 598-READ-WORK-KEY
           END-PERFORM.
       365-EXIT.
           EXIT.

       370-MOVE-DISTRIBUTION.
           MOVE 9 TO WS-CNT-SUB
           PERFORM 590-CLEAR-WORK-QUEUE
           MOVE LOW-VALUES TO DIST-KEYS
           EXEC CICS STARTBR
                FILE('STF022L')
                RIDFLD (DIST-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF022L')
                      INTO (DIST-REC)
                      RIDFLD (DIST-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    DIST-Userid = WS-OLD-ID
                    MOVE SPACES TO WS-WORK-KEY
                    MOVE DIST-KEYS TO WS-WORK-KEY(1:11)
                    PERFORM 595-QUEUE-WORK-KEY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF022L')
              END-EXEC
           END-IF
           PERFORM 598-READ-WORK-KEY
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-WORK-KEY(1:11) TO DIST-KEYS
              EXEC CICS READ
                   FILE('STF022L')
                   INTO (DIST-REC)
                   RIDFLD (DIST-KEYS)
                   UPDATE
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE WS-NEW-ID TO DIST-Userid
                 EXEC CICS REWRITE
                      FILE('STF022L')
                      FROM (DIST-REC)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-CNT-MOVED(WS-CNT-SUB)
                 END-IF
              END-IF
              PERFORM 598-READ-WORK-KEY
           END-PERFORM.
       370-EXIT.
           EXIT.

      *    The credential travels with the person, so they sign on
      *    under the new id with the password they already know -
      *    unless the new id has been given one of its own.
       375-MOVE-CREDENTIAL.
           MOVE 10 TO WS-CNT-SUB
           MOVE WS-NEW-ID TO CRED-Userid
           EXEC CICS READ
                FILE('STF045S')
                INTO (CRED-REC)
                RIDFLD (CRED-Userid)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-DUP
           ELSE
              MOVE 'N' TO WS-DUP
           END-IF
           MOVE WS-OLD-ID TO CRED-Userid
           EXEC CICS READ
                FILE('STF045S')
                INTO (CRED-REC)
                RIDFLD (CRED-Userid)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 375-EXIT
           END-IF
           IF WS-DUP = 'Y'
              ADD 1 TO WS-CNT-KEPT(WS-CNT-SUB)
              GO TO 375-EXIT
           END-IF
           MOVE WS-NEW-ID TO CRED-Userid
           EXEC CICS WRITE
                FILE('STF045S')
                FROM (CRED-REC)
                RIDFLD (CRED-Userid)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 375-EXIT
           END-IF
           MOVE WS-OLD-ID TO CRED-Userid
           EXEC CICS DELETE
                FILE('STF045S')
                RIDFLD (CRED-Userid)
                RESP(WS-RETNCODE2)
           END-EXEC
           ADD 1 TO WS-CNT-MOVED(WS-CNT-SUB).
       375-EXIT.
           EXIT.

      *    Resolver group memberships are keyed group + userid; a
      *    group the new id already sits in keeps the new id's row.
       376-MOVE-GROUP-MEMBERS.
           MOVE 11 TO WS-CNT-SUB
           PERFORM 590-CLEAR-WORK-QUEUE
           MOVE LOW-VALUES TO GMBR-KEYS
           EXEC CICS STARTBR
                FILE('STF071M')
                RIDFLD (GMBR-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF071M')
                      INTO (GMBR-REC)
                      RIDFLD (GMBR-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    GMBR-Userid = WS-OLD-ID
                    MOVE SPACES TO WS-WORK-KEY
                    MOVE GMBR-KEYS TO WS-WORK-KEY
                    PERFORM 595-QUEUE-WORK-KEY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF071M')
              END-EXEC
           END-IF
           PERFORM 598-READ-WORK-KEY
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-WORK-KEY TO GMBR-KEYS
              EXEC CICS READ
                   FILE('STF071M')
                   INTO (GMBR-REC)
                   RIDFLD (GMBR-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE WS-NEW-ID TO GMBR-Userid
                 EXEC CICS WRITE
                      FILE('STF071M')
                      FROM (GMBR-REC)
                      RIDFLD (GMBR-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-CNT-MOVED(WS-CNT-SUB)
                 ELSE
                    ADD 1 TO WS-CNT-KEPT(WS-CNT-SUB)
                 END-IF
                 MOVE WS-WORK-KEY TO GMBR-KEYS
                 EXEC CICS DELETE
                      FILE('STF071M')
                      RIDFLD (GMBR-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
              END-IF
              PERFORM 598-READ-WORK-KEY
           END-PERFORM.
       376-EXIT.
           EXIT.

      *    The person's own absence blocks move with them, whatever
      *    their dates, so SM112 still nets out the days already
      *    taken. Blocks where the old id is the delegate move only
      *    if not yet over - a finished hand-off is history.
       377-MOVE-ABSENCES.
           MOVE 12 TO WS-CNT-SUB
           PERFORM 590-CLEAR-WORK-QUEUE
           MOVE WS-OLD-ID TO ABS-Userid
           MOVE 0 TO ABS-Start-Date
           EXEC CICS STARTBR
                FILE('STF072A')
                RIDFLD (ABS-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR ABS-Userid NOT = WS-OLD-ID
                 EXEC CICS READNEXT
                      FILE('STF072A')
                      INTO (ABS-REC)
                      RIDFLD (ABS-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    ABS-Userid = WS-OLD-ID
                    MOVE SPACES TO WS-WORK-KEY
                    MOVE ABS-KEYS TO WS-WORK-KEY
                    PERFORM 595-QUEUE-WORK-KEY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF072A')
              END-EXEC
           END-IF
           PERFORM 598-READ-WORK-KEY
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-WORK-KEY TO ABS-KEYS
              EXEC CICS READ
                   FILE('STF072A')
                   INTO (ABS-REC)
                   RIDFLD (ABS-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE WS-NEW-ID TO ABS-Userid
                 EXEC CICS WRITE
                      FILE('STF072A')
                      FROM (ABS-REC)
                      RIDFLD (ABS-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-CNT-MOVED(WS-CNT-SUB)
                 ELSE
                    ADD 1 TO WS-CNT-KEPT(WS-CNT-SUB)
                 END-IF
                 MOVE WS-WORK-KEY TO ABS-KEYS
                 EXEC CICS DELETE
                      FILE('STF072A')
                      RIDFLD (ABS-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
              END-IF
              PERFORM 598-READ-WORK-KEY
           END-PERFORM
           PERFORM 590-CLEAR-WORK-QUEUE
           MOVE LOW-VALUES TO ABS-KEYS
           EXEC CICS STARTBR
                FILE('STF072A')
                RIDFLD (ABS-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF072A')
                      INTO (ABS-REC)
                      RIDFLD (ABS-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    ABS-Delegate = WS-OLD-ID AND
                    ABS-End-Date NOT < WS-TODAY-YYYYMMDD
                    MOVE SPACES TO WS-WORK-KEY
                    MOVE ABS-KEYS TO WS-WORK-KEY
                    PERFORM 595-QUEUE-WORK-KEY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF072A')
              END-EXEC
           END-IF
           PERFORM 598-READ-WORK-KEY
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-WORK-KEY TO ABS-KEYS
              EXEC CICS READ
                   FILE('STF072A')
                   INTO (ABS-REC)
                   RIDFLD (ABS-KEYS)
                   UPDATE
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE WS-NEW-ID TO ABS-Delegate
                 EXEC CICS REWRITE
                      FILE('STF072A')
                      FROM (ABS-REC)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-CNT-MOVED(WS-CNT-SUB)
                 END-IF
              END-IF
              PERFORM 598-READ-WORK-KEY
           END-PERFORM.
       377-EXIT.
           EXIT.

       378-MOVE-USER-SITE.
           MOVE 13 TO WS-CNT-SUB
           MOVE WS-NEW-ID TO USIT-Userid
           EXEC CICS READ
                FILE('STF075U')
                INTO (USIT-REC)
                RIDFLD (USIT-Userid)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-DUP
           ELSE
              MOVE 'N' TO WS-DUP
           END-IF
           MOVE WS-OLD-ID TO USIT-Userid
           EXEC CICS READ
                FILE('STF075U')
                INTO (USIT-REC)
                RIDFLD (USIT-Userid)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 378-EXIT
           END-IF
           IF WS-DUP = 'Y'
              ADD 1 TO WS-CNT-KEPT(WS-CNT-SUB)
              GO TO 378-EXIT
           END-IF
           MOVE WS-NEW-ID TO USIT-Userid
           EXEC CICS WRITE
                FILE('STF075U')
                FROM (USIT-REC)
                RIDFLD (USIT-Userid)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 378-EXIT
           END-IF
           MOVE WS-OLD-ID TO USIT-Userid
           EXEC CICS DELETE
                FILE('STF075U')
                RIDFLD (USIT-Userid)
                RESP(WS-RETNCODE2)
           END-EXEC
           ADD 1 TO WS-CNT-MOVED(WS-CNT-SUB).
       378-EXIT.
           EXIT.

      *    The person's own reporting line moves like the other
      *    single-row masters; then every direct report naming the
      *    old id as manager is pointed at the new one, so SM157's
      *    chain walk does not stop at an inactive id.
       379-MOVE-REPORTING-LINE.
           MOVE 14 TO WS-CNT-SUB
           MOVE WS-NEW-ID TO MGRL-Userid
           EXEC CICS READ
                FILE('STF113M')
                INTO (MGRL-REC)
                RIDFLD (MGRL-Userid)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-DUP
           ELSE
              MOVE 'N' TO WS-DUP
           END-IF
           MOVE WS-OLD-ID TO MGRL-Userid
           EXEC CICS READ
                FILE('STF113M')
                INTO (MGRL-REC)
                RIDFLD (MGRL-Userid)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              IF WS-DUP = 'Y'
                 ADD 1 TO WS-CNT-KEPT(WS-CNT-SUB)
              ELSE
                 MOVE WS-NEW-ID TO MGRL-Userid
                 MOVE WS-TODAY-YYYYMMDD TO MGRL-Updated
                 MOVE 'SM142' TO MGRL-Updated-By
                 EXEC CICS WRITE
                      FILE('STF113M')
                      FROM (MGRL-REC)
                      RIDFLD (MGRL-Userid)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    MOVE WS-OLD-ID TO MGRL-Userid
                    EXEC CICS DELETE
                         FILE('STF113M')
                         RIDFLD (MGRL-Userid)
                         RESP(WS-RETNCODE2)
                    END-EXEC
                    ADD 1 TO WS-CNT-MOVED(WS-CNT-SUB)
                 END-IF
              END-IF
           END-IF
           PERFORM 590-CLEAR-WORK-QUEUE
           MOVE LOW-VALUES TO MGRL-Userid
           EXEC CICS STARTBR
                FILE('STF113M')
                RIDFLD (MGRL-Userid)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF113M')
                      INTO (MGRL-REC)
                      RIDFLD (MGRL-Userid)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    MGRL-Manager = WS-OLD-ID
                    MOVE SPACES TO WS-WORK-KEY
                    MOVE MGRL-Userid TO WS-WORK-KEY(1:8)
                    PERFORM 595-QUEUE-WORK-KEY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF113M')
              END-EXEC
           END-IF
           PERFORM 598-READ-WORK-KEY
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-WORK-KEY(1:8) TO MGRL-Userid
              EXEC CICS READ
                   FILE('STF113M')
                   INTO (MGRL-REC)
                   RIDFLD (MGRL-Userid)
                   UPDATE
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE WS-NEW-ID TO MGRL-Manager
                 MOVE WS-TODAY-YYYYMMDD TO MGRL-Updated
                 MOVE 'SM142' TO MGRL-Updated-By
                 EXEC CICS REWRITE
                      FILE('STF113M')
                      FROM (MGRL-REC)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-CNT-MOVED(WS-CNT-SUB)
                 END-IF
              END-IF
              PERFORM 598-READ-WORK-KEY
           END-PERFORM.
       379-EXIT.
           EXIT.

      *    One line per file - rows moved, and rows the new id
      *    already had that were kept in preference.
       380-REPORT-COUNTS.
           MOVE 0 TO WS-CNT-TOTAL
           PERFORM VARYING WS-CNT-SUB FROM 1 BY 1
                   UNTIL WS-CNT-SUB > 16
              ADD WS-CNT-MOVED(WS-CNT-SUB) TO WS-CNT-TOTAL
              MOVE SPACES TO WS-RPT-WORK
              STRING '   ' DELIMITED BY SIZE
                     WS-CNT-FILE(WS-CNT-SUB) DELIMITED BY SIZE
                     ' ROWS MOVED ' DELIMITED BY SIZE
                     WS-CNT-MOVED(WS-CNT-SUB) DELIMITED BY SIZE
                     '  KEPT NEW ID''S OWN ' DELIMITED BY SIZE
                     WS-CNT-KEPT(WS-CNT-SUB) DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING '   TOTAL ROWS MOVED ' DELIMITED BY SIZE
                  WS-CNT-TOTAL DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       380-EXIT.
           EXIT.

       381-MOVE-GROUP-LEAD.
           MOVE 15 TO WS-CNT-SUB
           PERFORM 590-CLEAR-WORK-QUEUE
           MOVE LOW-VALUES TO GRP-Code
           EXEC CICS STARTBR
                FILE('STF070G')
                RIDFLD (GRP-Code)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF070G')
                      INTO (GRP-REC)
                      RIDFLD (GRP-Code)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    GRP-Lead = WS-OLD-ID
                    MOVE SPACES TO WS-WORK-KEY
                    MOVE GRP-Code TO WS-WORK-KEY(1:8)
                    PERFORM 595-QUEUE-WORK-KEY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF070G')
              END-EXEC
           END-IF
           PERFORM 598-READ-WORK-KEY
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-WORK-KEY(1:8) TO GRP-Code
              EXEC CICS READ
                   FILE('STF070G')
                   INTO (GRP-REC)
                   RIDFLD (GRP-Code)
                   UPDATE
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE WS-NEW-ID TO GRP-Lead
                 EXEC CICS REWRITE
                      FILE('STF070G')
                      FROM (GRP-REC)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-CNT-MOVED(WS-CNT-SUB)
                 END-IF
              END-IF
              PERFORM 598-READ-WORK-KEY
           END-PERFORM.
       381-EXIT.
           EXIT.

      *    Only OPEN follow-ups move, so SM180 reminds the person
      *    under the id they now sign on with; DONE rows are history.
       382-MOVE-FOLLOW-UPS.
           MOVE 16 TO WS-CNT-SUB
           PERFORM 590-CLEAR-WORK-QUEUE
           MOVE LOW-VALUES TO FUP-KEYS
           EXEC CICS STARTBR
                FILE('STF125F')
                RIDFLD (FUP-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF125F')
                      INTO (FUP-REC)
                      RIDFLD (FUP-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    FUP-Provider = WS-OLD-ID AND
                    FUP-Status = 'OPEN'
                    MOVE SPACES TO WS-WORK-KEY
                    MOVE FUP-KEYS TO WS-WORK-KEY(1:10)
                    PERFORM 595-QUEUE-WORK-KEY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF125F')
              END-EXEC
           END-IF
           PERFORM 598-READ-WORK-KEY
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-WORK-KEY(1:10) TO FUP-KEYS
              EXEC CICS READ
                   FILE('STF125F')
                   INTO (FUP-REC)
                   RIDFLD (FUP-KEYS)
                   UPDATE
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE WS-NEW-ID TO FUP-Provider
                 EXEC CICS REWRITE
                      FILE('STF125F')
                      FROM (FUP-REC)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-CNT-MOVED(WS-CNT-SUB)
                 END-IF
              END-IF
              PERFORM 598-READ-WORK-KEY
           END-PERFORM.
       382-EXIT.
           EXIT.

      *    The history keeps the old id; a UAF002 row under each id
      *    names the other so an auditor reading either trail finds
      *    the rest of the person's record.
       385-CROSS-REFERENCE.
           MOVE WS-OLD-ID TO WS-AUD-USERID
           MOVE SPACES TO WS-UAF-LOG-REMARKS
           STRING 'USERID RENAMED TO ' DELIMITED BY SIZE
                  WS-NEW-ID DELIMITED BY SPACE
                  ' - ' DELIMITED BY SIZE
                  WS-CNT-TOTAL DELIMITED BY SIZE
                  ' ROWS MOVED' DELIMITED BY SIZE
                  INTO WS-UAF-LOG-REMARKS
           END-STRING
           PERFORM 770-WRITE-UAF-AUDIT
           MOVE WS-NEW-ID TO WS-AUD-USERID
           MOVE SPACES TO WS-UAF-LOG-REMARKS
           STRING 'USERID RENAMED FROM ' DELIMITED BY SIZE
                  WS-OLD-ID DELIMITED BY SPACE
                  ' - HISTORY UNDER THE OLD ID' DELIMITED BY SIZE
                  INTO WS-UAF-LOG-REMARKS
           END-STRING
           PERFORM 770-WRITE-UAF-AUDIT.
       385-EXIT.
           EXIT.

       395-STAMP-REQUEST.
           MOVE WS-OLD-ID TO RNAM-Old-Userid
           EXEC CICS READ
                FILE('STF099U')
                INTO (RNAM-REC)
                RIDFLD (RNAM-Old-Userid)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 395-EXIT
           END-IF
           MOVE WS-RNAM-NEW-STATUS TO RNAM-Status
           MOVE WS-TODAY-YYYYMMDD TO RNAM-Applied-Date
           MOVE WS-CNT-TOTAL TO RNAM-Moved-Count
           EXEC CICS REWRITE
                FILE('STF099U')
                FROM (RNAM-REC)
                RESP(WS-RETNCODE2)
           END-EXEC.
       395-EXIT.
           EXIT.

       590-CLEAR-WORK-QUEUE.
           EXEC CICS DELETEQ TS
                QUEUE(WS-WORK-QNAME)
                RESP(WS-RETNCODE2)
           END-EXEC.
       590-EXIT.
           EXIT.

       595-QUEUE-WORK-KEY.
           EXEC CICS WRITEQ TS
                QUEUE(WS-WORK-QNAME)
                FROM (WS-WORK-KEY)
                LENGTH(LENGTH OF WS-WORK-KEY)
                RESP(WS-RETNCODE2)
           END-EXEC.
       595-EXIT.
           EXIT.

       598-READ-WORK-KEY.
           EXEC CICS READQ TS
                QUEUE(WS-WORK-QNAME)
                INTO (WS-WORK-KEY)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC.
       598-EXIT.
           EXIT.

       700-WRITE-SUMMARY.
           PERFORM 590-CLEAR-WORK-QUEUE
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           STRING 'SM142 USERID RENAMES: APPLIED=' DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  ' REFUSED=' DELIMITED BY SIZE
                  WS-REFUSED-COUNT DELIMITED BY SIZE
                  ' ROWS MOVED=' DELIMITED BY SIZE
                  WS-JOB-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       700-EXIT.
           EXIT.

      *    One STF002E row on the ticket, next sequence by the full
      *    highest-seq walk of its slice.
       750-WRITE-LOG-ENTRY.
           MOVE TICKET-KEY TO WS-LOG-TICKET-ID
           MOVE 0 TO WS-LOG-SEQ-NUM
           MOVE 0 TO WS-LOG-LAST-SEQ
           MOVE WS-LOG-UPD-REMARKS TO WS-RPT-WORK
           EXEC CICS STARTBR
                FILE('STF002E')
                RIDFLD(WS-LOG-KEYS)
                GTEQ
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE3 NOT = DFHRESP(NORMAL)
                      OR WS-LOG-TICKET-ID NOT = TICKET-KEY
                 EXEC CICS READNEXT
                      FILE('STF002E')
                      INTO(WS-LOG-REC)
                      RIDFLD(WS-LOG-KEYS)
                      RESP(WS-RETNCODE3)
                 END-EXEC
                 IF WS-RETNCODE3 = DFHRESP(NORMAL) AND
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
           MOVE 'SM142' TO WS-LOG-LAST-UPDBY
           MOVE WS-STAMP TO WS-LOG-LAST-UPD
           MOVE WS-RPT-WORK TO WS-LOG-UPD-REMARKS
           MOVE 'A' TO WS-LOG-ENTRY-TYPE
           EXEC CICS WRITE
                FILE('STF002E')
                FROM (WS-LOG-REC)
                RIDFLD (WS-LOG-KEYS)
                RESP(WS-RETNCODE3)
           END-EXEC.
       750-EXIT.
           EXIT.

      *    Appends the STF008D change-capture row SM019's DB2 mirror
      *    drains; the caller names the file and key.
       760-WRITE-CDC-REC.
           MOVE HIGH-VALUES TO CDC-KEY
           EXEC CICS STARTBR
                FILE('STF008D')
                RIDFLD (CDC-KEY)
                GTEQ
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              EXEC CICS READPREV
                   FILE('STF008D')
                   INTO (CDC-REC)
                   RIDFLD (CDC-KEY)
                   RESP(WS-RETNCODE3)
              END-EXEC
              EXEC CICS ENDBR
                   FILE('STF008D')
              END-EXEC
              IF WS-RETNCODE3 = DFHRESP(NORMAL)
                 COMPUTE CDC-KEY-NUM = CDC-KEY-NUM + 1
              ELSE
                 MOVE 1 TO CDC-KEY-NUM
              END-IF
           ELSE
              MOVE 1 TO CDC-KEY-NUM
           END-IF
           MOVE 'U' TO CDC-ACTION
           MOVE WS-STAMP TO CDC-STAMP
           EXEC CICS WRITE
                FILE('STF008D')
                FROM (CDC-REC)
                RIDFLD (CDC-KEY)
                RESP(WS-RETNCODE3)
           END-EXEC.
       760-EXIT.
           EXIT.

      *    One UAF002 row under WS-AUD-USERID, next sequence by the
      *    full highest-seq walk of that user's slice.
       770-WRITE-UAF-AUDIT.
           MOVE WS-UAF-LOG-REMARKS TO WS-RPT-WORK
           MOVE WS-AUD-USERID TO WS-UAF-LOG-USERID
           MOVE 0 TO WS-UAF-LOG-SEQ-NUM
           MOVE 0 TO WS-UAF-LOG-LAST-SEQ
           EXEC CICS STARTBR
                FILE('UAF002')
                RIDFLD(WS-UAF-LOG-KEYS)
                GTEQ
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE3 NOT = DFHRESP(NORMAL)
                      OR WS-UAF-LOG-USERID NOT = WS-AUD-USERID
                 EXEC CICS READNEXT
                      FILE('UAF002')
                      INTO(WS-UAF-LOG-REC)
                      RIDFLD(WS-UAF-LOG-KEYS)
                      RESP(WS-RETNCODE3)
                 END-EXEC
                 IF WS-RETNCODE3 = DFHRESP(NORMAL) AND
                    WS-UAF-LOG-USERID = WS-AUD-USERID
                    MOVE WS-UAF-LOG-SEQ-NUM TO WS-UAF-LOG-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('UAF002')
              END-EXEC
           END-IF
           MOVE WS-AUD-USERID TO WS-UAF-LOG-USERID
           MOVE WS-UAF-LOG-LAST-SEQ TO WS-UAF-LOG-SEQ-NUM
           ADD 1 TO WS-UAF-LOG-SEQ-NUM
           MOVE WS-STAMP TO WS-UAF-LOG-LAST-UPD
           MOVE 'SM142' TO WS-UAF-LOG-CHANGED-BY
           MOVE WS-RPT-WORK TO WS-UAF-LOG-REMARKS
           EXEC CICS
                WRITE FILE('UAF002')
                FROM (WS-UAF-LOG-REC)
                RIDFLD (WS-UAF-LOG-KEYS)
                RESP(WS-RETNCODE3)
           END-EXEC.
       770-EXIT.
           EXIT.

      *    Starts the run report, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S142RPT' TO RPT-Report-ID
           MOVE BDQ-BUS-DATE TO RPT-Run-Date
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
                 MOVE 'S142RPT' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE 'USERID RENAMES - ROWS MOVED PER FILE' TO WS-RPT-WORK
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

      *    One STF026J run-history row for the SM031 operator
      *    console, same convention as the other housekeeping jobs.
       800-WRITE-JOB-HISTORY.
           MOVE 'S142' TO JOBH-Job-ID
           MOVE WS-JOB-START-DATE TO JOBH-Run-Date
           MOVE WS-JOB-START-TIME TO JOBH-Run-Time
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE BDQ-BUS-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
                RIDFLD (JOBH-KEYS)
                RESP(WS-JOB-RESP)
           END-EXEC.
       800-EXIT.
           EXIT.

       900-RESCHEDULE.
           EXEC CICS START
                TRANSID  ('S142')
                INTERVAL (240000)
                REQID    ('S142RSCH')
           END-EXEC.
       900-EXIT.
           EXIT.
