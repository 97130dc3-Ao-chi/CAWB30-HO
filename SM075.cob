      *  assignment writes. Loads are tallied once per run from one   *
      *  STF001C browse (the same pass that queues the unassigned     *
      *  keys), so a run costs one browse however many tickets move.  *
      *                                                                *
      *  Resolver groups (STF070G, table code GRUP) come first: a      *
      *  ticket with no TICKET-GROUP is routed to the group owning     *
      *  its category, and a grouped ticket only goes to an active     *
      *  STF071M member of that group. When no member qualifies the   *
      *  ticket is still rewritten with its group, so it waits in     *
      *  that team's SM027 MY GROUP queue rather than the general     *
      *  pile; a group with no members on file uses the whole pool.   *
      *  A provider with an active STF072A absence covering today is  *
      *  treated as unavailable whatever PROV-AVAILABLE says.         *
      *  Among the candidates that qualify, a provider based at the    *
      *  ticket's TICKET-SITE (STF075U base site) is preferred over    *
      *  any other, least-loaded first; only when nobody on site      *
      *  qualifies does the work travel to another building.          *
      *  A ticket parked by the SM162 change-window job (hold status  *
      *  PLANNED) is left alone until the window closes and releases  *
      *  it. SM162 only parks on its 15-minute cycle, so a ticket      *
      *  raised inside an approved window on its asset since then is   *
      *  parked here the same way - PLANNED, logged, and tagged to     *
      *  the change on STF115O for SM162 to release - rather than      *
      *  dispatched to a provider for an outage nobody can fix.        *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF001C.
           COPY STF008D.
           COPY SMJRN01 REPLACING ==JRN-COMMAREA== BY ==WS-JRN-AREA==.
           COPY STF051V.
           COPY STF070G.
           COPY STF071M.
           COPY STF072A.
           COPY STF075U.
           COPY STF037C.
           COPY STF115O.
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).

       01  WS-QNAME                              PIC X(08) VALUE
           'SM75DSP'.
       01  WS-LOG-LAST-SEQ                       PIC 9(03).
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       77  WS-RETNCODE3                          PIC S9(8) COMP.

      *    The profiles and their live loads for this run - loaded
      *    once, balanced in memory as assignments land.
              10 WS-PV-MAX                       PIC 9(03).
              10 WS-PV-AVAIL                     PIC X(01).
              10 WS-PV-LOAD                      PIC 9(03).
              10 WS-PV-SITE                      PIC X(08).
       01  WS-PROV-USED                          PIC 9(02).
       01  WS-PV-SUB                             PIC S9(4) COMP.
       01  WS-PICK-SAME-SITE                     PIC X VALUE 'N'.
       01  WS-CAND-SAME-SITE                     PIC X VALUE 'N'.

      *    Resolver groups with the categories they own, and the
      *    active membership rows - both loaded once per run.
       01  WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 30 TIMES.
              10 WS-GP-CODE                      PIC X(08).
              10 WS-GP-CAT1                      PIC X(08).
              10 WS-GP-CAT2                      PIC X(08).
              10 WS-GP-CAT3                      PIC X(08).
       01  WS-GRP-USED                           PIC 9(02).
       01  WS-GP-SUB                             PIC S9(4) COMP.
       01  WS-MBR-TABLE.
           05 WS-MBR-ENTRY OCCURS 200 TIMES.
              10 WS-MB-GROUP                     PIC X(08).
              10 WS-MB-USERID                    PIC X(08).
       01  WS-MBR-USED                           PIC 9(03).
       01  WS-MB-SUB                             PIC S9(4) COMP.
       01  WS-GROUP-SET                          PIC X VALUE 'N'.
       01  WS-GROUP-HAS-MBRS                     PIC X VALUE 'N'.
       01  WS-MEMBER-OK                          PIC X VALUE 'N'.
       01  WS-WILD-GROUP                         PIC X(08).

      *    The change windows in force today - APPROVED with today
      *    inside the planned start/end, SM162's own test - loaded
      *    once per run. Any beyond the table are left to SM162.
       01  WS-WIN-TABLE.
           05 WS-WIN-ENTRY OCCURS 50 TIMES.
              10 WS-WN-CHG-ID                    PIC X(06).
              10 WS-WN-ASSET                     PIC X(08).
              10 WS-WN-START                     PIC 9(08).
              10 WS-WN-END                       PIC 9(08).
       01  WS-WIN-USED                           PIC 9(02).
       01  WS-WN-SUB                             PIC S9(4) COMP.
       01  WS-WN-HIT                             PIC S9(4) COMP.
       01  WS-RAISED-YYYYMMDD                    PIC 9(08).

       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
                TIME     (WS-TIME-X)
                TIMESEP  (':')
           END-EXEC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           PERFORM 200-LOAD-PROFILES
           IF WS-PROV-USED > 0
              PERFORM 230-APPLY-ABSENCES
              PERFORM 240-LOAD-PROVIDER-SITES
           END-IF
           PERFORM 210-LOAD-GROUPS
           PERFORM 220-LOAD-MEMBERS
           IF WS-PROV-USED > 0 OR WS-GRP-USED > 0
              PERFORM 270-LOAD-WINDOWS
              PERFORM 250-TALLY-AND-QUEUE
              PERFORM 300-ASSIGN-QUEUED
              EXEC CICS DELETEQ TS
       200-EXIT.
           EXIT.

       210-LOAD-GROUPS.
           MOVE 0 TO WS-GRP-USED
           MOVE LOW-VALUES TO GRP-Code
           EXEC CICS STARTBR
                FILE('STF070G')
                RIDFLD (GRP-Code)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR WS-GRP-USED >= 30
                 EXEC CICS READNEXT
                      FILE('STF070G')
                      INTO (GRP-REC)
                      RIDFLD (GRP-Code)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    GRP-ACTIVE = 'Y'
                    ADD 1 TO WS-GRP-USED
                    MOVE WS-GRP-USED TO WS-GP-SUB
                    MOVE GRP-Code TO WS-GP-CODE(WS-GP-SUB)
                    MOVE GRP-Cat1 TO WS-GP-CAT1(WS-GP-SUB)
                    MOVE GRP-Cat2 TO WS-GP-CAT2(WS-GP-SUB)
                    MOVE GRP-Cat3 TO WS-GP-CAT3(WS-GP-SUB)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF070G')
              END-EXEC
           END-IF.
       210-EXIT.
           EXIT.

       220-LOAD-MEMBERS.
           MOVE 0 TO WS-MBR-USED
           MOVE LOW-VALUES TO GMBR-KEYS
           EXEC CICS STARTBR
                FILE('STF071M')
                RIDFLD (GMBR-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR WS-MBR-USED >= 200
                 EXEC CICS READNEXT
                      FILE('STF071M')
                      INTO (GMBR-REC)
                      RIDFLD (GMBR-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    GMBR-ACTIVE = 'Y'
                    ADD 1 TO WS-MBR-USED
                    MOVE WS-MBR-USED TO WS-MB-SUB
                    MOVE GMBR-Group TO WS-MB-GROUP(WS-MB-SUB)
                    MOVE GMBR-Userid TO WS-MB-USERID(WS-MB-SUB)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF071M')
              END-EXEC
           END-IF.
       220-EXIT.
           EXIT.

      *    Every active STF072A block spanning today takes its
      *    provider out of this run's candidate list.
       230-APPLY-ABSENCES.
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
                    ABS-ACTIVE = 'Y' AND
                    ABS-Start-Date <= WS-TODAY-YYYYMMDD AND
                    ABS-End-Date >= WS-TODAY-YYYYMMDD
                    PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                            UNTIL WS-PV-SUB > WS-PROV-USED
                       IF WS-PV-USERID(WS-PV-SUB) = ABS-Userid
                          MOVE 'N' TO WS-PV-AVAIL(WS-PV-SUB)
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF072A')
              END-EXEC
           END-IF.
       230-EXIT.
           EXIT.

      *    Each profiled provider's STF075U base site, for the
      *    same-site preference in 320-PICK-PROVIDER. No row leaves
      *    the provider siteless - still a candidate, never preferred.
       240-LOAD-PROVIDER-SITES.
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PROV-USED
              MOVE SPACES TO WS-PV-SITE(WS-PV-SUB)
              EXEC CICS READ
                   FILE('STF075U')
                   INTO (USIT-REC)
                   RIDFLD (WS-PV-USERID(WS-PV-SUB))
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 MOVE USIT-Site TO WS-PV-SITE(WS-PV-SUB)
              END-IF
           END-PERFORM.
       240-EXIT.
           EXIT.

      *    One STF001C pass: open assigned work bumps its provider's
      *    load; unassigned APPROVED/ONGOING keys go to the TS work
      *    queue (CICS disallows REWRITE under the open browse).
                 IF (TICKET-STATUS = 'APPROVED' OR
                     TICKET-STATUS = 'ONGOING') AND
                    (TICKET-ASSIGNED-TO = SPACES OR
                     TICKET-ASSIGNED-TO = LOW-VALUES) AND
                    TICKET-HOLD-STATUS NOT = 'PLANNED'
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-QNAME)
                         FROM (TICKET-KEY)
       260-EXIT.
           EXIT.

       270-LOAD-WINDOWS.
           MOVE 0 TO WS-WIN-USED
           MOVE LOW-VALUES TO CHG-ID
           EXEC CICS STARTBR
                FILE('STF037C')
                RIDFLD (CHG-ID)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 270-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF037C')
                   INTO (CHANGE-REC)
                   RIDFLD (CHG-ID)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 CHG-STATUS = 'APPROVED' AND
                 CHG-ASSET-TAG NOT = SPACES AND
                 CHG-START NUMERIC AND CHG-END NUMERIC AND
                 WS-WIN-USED < 50
                 IF CHG-START <= WS-TODAY-YYYYMMDD AND
                    CHG-END >= WS-TODAY-YYYYMMDD
                    ADD 1 TO WS-WIN-USED
                    MOVE CHG-ID TO WS-WN-CHG-ID(WS-WIN-USED)
                    MOVE CHG-ASSET-TAG TO WS-WN-ASSET(WS-WIN-USED)
                    MOVE CHG-START TO WS-WN-START(WS-WIN-USED)
                    MOVE CHG-END TO WS-WN-END(WS-WIN-USED)
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF037C')
           END-EXEC.
       270-EXIT.
           EXIT.

       300-ASSIGN-QUEUED.
           EXEC CICS READQ TS
                QUEUE(WS-QNAME)
              (TICKET-STATUS = 'APPROVED' OR
               TICKET-STATUS = 'ONGOING') AND
              (TICKET-ASSIGNED-TO = SPACES OR
               TICKET-ASSIGNED-TO = LOW-VALUES) AND
              TICKET-HOLD-STATUS NOT = 'PLANNED'
              PERFORM 350-CHECK-WINDOW
              IF WS-WN-HIT > 0
                 PERFORM 355-PARK-TICKET
                 GO TO 310-EXIT
              END-IF
              PERFORM 315-ROUTE-TO-GROUP
              PERFORM 320-PICK-PROVIDER
              IF WS-PICK-USERID NOT = SPACES OR
                 WS-GROUP-SET = 'Y'
                 MOVE 'SM075' TO TICKET-LAST-UPDATE-BY
                 MOVE SPACES TO TICKET-LAST-UPDATE
                 MOVE WS-DATE-X TO TICKET-LAST-UPDATE(1:10)
                 MOVE WS-TIME-X TO TICKET-LAST-UPDATE(12:8)
                 MOVE SPACES TO TICKET-UPDATE-REMARKS
                 IF WS-PICK-USERID NOT = SPACES
                    MOVE WS-PICK-USERID TO TICKET-ASSIGNED-TO
                    STRING 'AUTO-DISPATCHED TO '
                           DELIMITED BY SIZE
                           WS-PICK-USERID DELIMITED BY SPACE
                           INTO TICKET-UPDATE-REMARKS
                    END-STRING
                 ELSE
                    STRING 'ROUTED TO GROUP '
                           DELIMITED BY SIZE
                           TICKET-GROUP DELIMITED BY SPACE
                           ' - NO MEMBER FREE' DELIMITED BY SIZE
                           INTO TICKET-UPDATE-REMARKS
                    END-STRING
                 END-IF
                 EXEC CICS REWRITE
                      FILE('STF001C')
                      FROM (TICKET-REC)
                      RESP (WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    IF WS-PICK-USERID NOT = SPACES
                       ADD 1 TO WS-ASSIGNED-COUNT
                       ADD 1 TO WS-PV-LOAD(WS-PICK-SUB)
                    END-IF
                    PERFORM 330-WRITE-LOG-ENTRY
                    PERFORM 340-WRITE-CDC-REC
                    PERFORM 345-JOURNAL-TICKET
       310-EXIT.
           EXIT.

      *    An ungrouped ticket takes the group whose categories name
      *    its TICKET-CATEGORY, else the first '*ALL' group; then
      *    notes whether that group has any members on file.
       315-ROUTE-TO-GROUP.
           MOVE 'N' TO WS-GROUP-SET
           MOVE 'N' TO WS-GROUP-HAS-MBRS
           IF TICKET-GROUP = SPACES OR TICKET-GROUP = LOW-VALUES
              MOVE SPACES TO TICKET-GROUP
              MOVE SPACES TO WS-WILD-GROUP
              PERFORM VARYING WS-GP-SUB FROM 1 BY 1
                      UNTIL WS-GP-SUB > WS-GRP-USED
                 IF TICKET-GROUP = SPACES AND
                    (WS-GP-CAT1(WS-GP-SUB) = TICKET-CATEGORY OR
                     WS-GP-CAT2(WS-GP-SUB) = TICKET-CATEGORY OR
                     WS-GP-CAT3(WS-GP-SUB) = TICKET-CATEGORY)
                    MOVE WS-GP-CODE(WS-GP-SUB) TO TICKET-GROUP
                 END-IF
                 IF WS-WILD-GROUP = SPACES AND
                    (WS-GP-CAT1(WS-GP-SUB) = '*ALL    ' OR
                     WS-GP-CAT2(WS-GP-SUB) = '*ALL    ' OR
                     WS-GP-CAT3(WS-GP-SUB) = '*ALL    ')
                    MOVE WS-GP-CODE(WS-GP-SUB) TO WS-WILD-GROUP
                 END-IF
              END-PERFORM
              IF TICKET-GROUP = SPACES
                 MOVE WS-WILD-GROUP TO TICKET-GROUP
              END-IF
              IF TICKET-GROUP NOT = SPACES
                 MOVE 'Y' TO WS-GROUP-SET
              END-IF
           END-IF
           IF TICKET-GROUP NOT = SPACES
              PERFORM VARYING WS-MB-SUB FROM 1 BY 1
                      UNTIL WS-MB-SUB > WS-MBR-USED
                 IF WS-MB-GROUP(WS-MB-SUB) = TICKET-GROUP
                    MOVE 'Y' TO WS-GROUP-HAS-MBRS
                 END-IF
              END-PERFORM
           END-IF.
       315-EXIT.
           EXIT.

      *    The least-loaded active, available candidate whose skills
      *    cover the ticket's category and who is still under their
      *    max - blank when nobody qualifies, and the ticket waits
      *    for SM027's human dispatcher instead. A grouped ticket
      *    only considers members of its group.
       320-PICK-PROVIDER.
           MOVE SPACES TO WS-PICK-USERID
           MOVE 0 TO WS-PICK-SUB
           MOVE 'N' TO WS-PICK-SAME-SITE
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PROV-USED
              PERFORM 325-CHECK-MEMBER
              IF WS-MEMBER-OK = 'Y' AND
                 WS-PV-AVAIL(WS-PV-SUB) = 'Y' AND
                 WS-PV-LOAD(WS-PV-SUB) < WS-PV-MAX(WS-PV-SUB) AND
                 (WS-PV-SKILL1(WS-PV-SUB) = TICKET-CATEGORY OR
                  WS-PV-SKILL2(WS-PV-SUB) = TICKET-CATEGORY OR
                  WS-PV-SKILL1(WS-PV-SUB) = '*ALL    ' OR
                  WS-PV-SKILL2(WS-PV-SUB) = '*ALL    ' OR
                  WS-PV-SKILL3(WS-PV-SUB) = '*ALL    ')
                 MOVE 'N' TO WS-CAND-SAME-SITE
                 IF TICKET-SITE NOT = SPACES AND
                    WS-PV-SITE(WS-PV-SUB) = TICKET-SITE
                    MOVE 'Y' TO WS-CAND-SAME-SITE
                 END-IF
                 IF WS-PICK-SUB = 0 OR
                    (WS-CAND-SAME-SITE = 'Y' AND
                     WS-PICK-SAME-SITE = 'N') OR
                    (WS-CAND-SAME-SITE = WS-PICK-SAME-SITE AND
                     WS-PV-LOAD(WS-PV-SUB) <
                     WS-PV-LOAD(WS-PICK-SUB))
                    MOVE WS-PV-SUB TO WS-PICK-SUB
                    MOVE WS-PV-USERID(WS-PV-SUB)
                         TO WS-PICK-USERID
                    MOVE WS-CAND-SAME-SITE TO WS-PICK-SAME-SITE
                 END-IF
              END-IF
           END-PERFORM.
       320-EXIT.
           EXIT.

       325-CHECK-MEMBER.
           IF WS-GROUP-HAS-MBRS = 'N'
              MOVE 'Y' TO WS-MEMBER-OK
           ELSE
              MOVE 'N' TO WS-MEMBER-OK
              PERFORM VARYING WS-MB-SUB FROM 1 BY 1
                      UNTIL WS-MB-SUB > WS-MBR-USED
                 IF WS-MB-GROUP(WS-MB-SUB) = TICKET-GROUP AND
                    WS-MB-USERID(WS-MB-SUB) = WS-PV-USERID(WS-PV-SUB)
                    MOVE 'Y' TO WS-MEMBER-OK
                 END-IF
              END-PERFORM
           END-IF.
       325-EXIT.
           EXIT.

      *    One STF002E row, next sequence by the full highest-seq
      *    walk of the ticket's slice (SM040's collision-safe idiom).
       330-WRITE-LOG-ENTRY.
       345-EXIT.
           EXIT.

      *    WS-WN-HIT names the window the ticket in TICKET-REC falls
      *    to, as SM162's 425-CHECK-PARKABLE judges it: its asset is
      *    under the change, its STF002E creation row is dated inside
      *    the window, and the change has not tagged it before (a
      *    ticket someone took off PLANNED stays dispatchable).
       350-CHECK-WINDOW.
           MOVE 0 TO WS-WN-HIT
           IF WS-WIN-USED = 0 OR TICKET-ASSET-TAG = SPACES
              GO TO 350-EXIT
           END-IF
           PERFORM VARYING WS-WN-SUB FROM 1 BY 1
                   UNTIL WS-WN-SUB > WS-WIN-USED OR WS-WN-HIT > 0
              IF WS-WN-ASSET(WS-WN-SUB) = TICKET-ASSET-TAG
                 MOVE WS-WN-SUB TO WS-WN-HIT
              END-IF
           END-PERFORM
           IF WS-WN-HIT = 0
              GO TO 350-EXIT
           END-IF
           MOVE WS-WORK-KEY TO WS-LOG-TICKET-ID
           MOVE 1 TO WS-LOG-SEQ-NUM
           EXEC CICS READ
                FILE('STF002E')
                INTO (WS-LOG-REC)
                RIDFLD (WS-LOG-KEYS)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 NOT = DFHRESP(NORMAL)
              MOVE 0 TO WS-WN-HIT
              GO TO 350-EXIT
           END-IF
           MOVE WS-LOG-LAST-UPD(7:4) TO WS-RAISED-YYYYMMDD(1:4)
           MOVE WS-LOG-LAST-UPD(1:2) TO WS-RAISED-YYYYMMDD(5:2)
           MOVE WS-LOG-LAST-UPD(4:2) TO WS-RAISED-YYYYMMDD(7:2)
           IF WS-RAISED-YYYYMMDD NOT NUMERIC
              MOVE 0 TO WS-WN-HIT
              GO TO 350-EXIT
           END-IF
           IF WS-RAISED-YYYYMMDD < WS-WN-START(WS-WN-HIT) OR
              WS-RAISED-YYYYMMDD > WS-WN-END(WS-WN-HIT)
              MOVE 0 TO WS-WN-HIT
              GO TO 350-EXIT
           END-IF
           MOVE WS-WN-CHG-ID(WS-WN-HIT) TO POUT-Change-ID
           MOVE WS-WORK-KEY TO POUT-Ticket-ID
           EXEC CICS READ
                FILE('STF115O')
                INTO (POUT-REC)
                RIDFLD (POUT-KEYS)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              MOVE 0 TO WS-WN-HIT
           END-IF.
       350-EXIT.
           EXIT.

      *    The SM162 430-PARK-ONE-TICKET park, on the ticket already
      *    held for update: PLANNED from today, logged, and an
      *    STF115O row so the window's close releases or completes it.
       355-PARK-TICKET.
           MOVE 'PLANNED' TO TICKET-HOLD-STATUS
           MOVE WS-TODAY-YYYYMMDD TO TICKET-HOLD-START
           IF TICKET-HOLD-DAYS NOT NUMERIC
              MOVE 0 TO TICKET-HOLD-DAYS
           END-IF
           MOVE 'SM075' TO TICKET-LAST-UPDATE-BY
           MOVE SPACES TO TICKET-LAST-UPDATE
           MOVE WS-DATE-X TO TICKET-LAST-UPDATE(1:10)
           MOVE WS-TIME-X TO TICKET-LAST-UPDATE(12:8)
           MOVE SPACES TO TICKET-UPDATE-REMARKS
           STRING 'PARKED - PLANNED OUTAGE, CHANGE ' DELIMITED BY SIZE
                  WS-WN-CHG-ID(WS-WN-HIT) DELIMITED BY SIZE
                  INTO TICKET-UPDATE-REMARKS
           END-STRING
           EXEC CICS REWRITE
                FILE('STF001C')
                FROM (TICKET-REC)
                RESP (WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 355-EXIT
           END-IF
           PERFORM 330-WRITE-LOG-ENTRY
           PERFORM 340-WRITE-CDC-REC
           PERFORM 345-JOURNAL-TICKET
           MOVE WS-WN-CHG-ID(WS-WN-HIT) TO POUT-Change-ID
           MOVE WS-WORK-KEY TO POUT-Ticket-ID
           MOVE WS-WN-ASSET(WS-WN-HIT) TO POUT-Asset-Tag
           MOVE 'PARKED' TO POUT-State
           MOVE TICKET-LAST-UPDATE TO POUT-Parked-Stamp
           MOVE SPACES TO POUT-Ended-Stamp
           EXEC CICS WRITE
                FILE('STF115O')
                FROM (POUT-REC)
                RIDFLD (POUT-KEYS)
                RESP(WS-RETNCODE3)
           END-EXEC.
       355-EXIT.
           EXIT.

      *    One STF026J run-history row for the SM031 operator
      *    console, same convention as the other housekeeping jobs.
       800-WRITE-JOB-HISTORY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE WS-JOB-START-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
