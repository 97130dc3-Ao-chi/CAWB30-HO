       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM140.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM140 is the nightly department reorganisation run (TRANSID   *
      *  'S140'), a self-rescheduling housekeeping transaction in the  *
      *  SM083 family. Merges, splits and renames are keyed ahead of   *
      *  time as STF098R old-to-new rows (SM033 table RORG); the first *
      *  run on or after a row's effective date applies it, so nothing *
      *  moves early and nothing is forgotten.                         *
      *                                                                *
      *  For each old code that falls due, every live reference moves  *
      *  to its successor: open tickets (with the STF002E log row, the *
      *  STF008D change capture and the SM110 journal a ticket update  *
      *  always carries), uaf001 users (UAF002 audit and change        *
      *  capture, the way UA001 records a user change), STF018A        *
      *  assets, STF049O coordinators and the STF095A cost-share rows  *
      *  of open tickets. On a split, an open ticket follows its       *
      *  requestor when the requestor has already been re-homed in     *
      *  UA001 to one of the successors; everything else goes to the   *
      *  primary successor. STF021B budgets transfer year by year -    *
      *  the budget amount divided by the rows' percentages and        *
      *  combined into any budget the successor already holds, the     *
      *  year-to-date spend wholly to the primary (which is where      *
      *  SM083's nightly recount will find the old tickets). The old   *
      *  STF013D code is then retired and the rows stamped APPLIED.    *
      *                                                                *
      *  Closed tickets, the STF001H archive and STF058G invoices keep *
      *  the old code as history; the SM141 service maps it to the     *
      *  successor for the reports that total by department. Every     *
      *  change is reported before and after under 'S140RPT' for       *
      *  audit, along with rows still waiting for their date and any   *
      *  group refused (successor missing or retired, percentages not  *
      *  summing to 100, no single primary).                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
           COPY STF098R.
           COPY STF013D.
           COPY STF018A.
           COPY STF021B.
           COPY STF049O.
           COPY STF095A.
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

      *    Old codes falling due this run, then the successors of
      *    the one being applied.
       01  WS-GRP-TABLE.
           05 WS-GRP-DEPT OCCURS 50              PIC X(08).
       01  WS-GRP-COUNT                          PIC 9(02) VALUE 0.
       01  WS-GRP-SUB                            PIC 9(02).
       01  WS-TGT-TABLE.
           05 WS-TGT-ENTRY OCCURS 10.
              10 WS-TGT-DEPT                     PIC X(08).
              10 WS-TGT-PCT                      PIC 9(03).
              10 WS-TGT-PRIMARY                  PIC X(01).
       01  WS-TGT-COUNT                          PIC 9(02).
       01  WS-TGT-SUB                            PIC 9(02).
       01  WS-TGT-PCT-SUM                        PIC 9(04).
       01  WS-PRIMARY-COUNT                      PIC 9(02).
       01  WS-OLD-DEPT                           PIC X(08).
       01  WS-PRIMARY-DEPT                       PIC X(08).
       01  WS-NEW-DEPT                           PIC X(08).
       01  WS-GROUP-OK                           PIC X.
       01  WS-GROUP-REASON                       PIC X(40).
       01  WS-HIT                                PIC X.

       01  WS-WORK-QNAME                         PIC X(08) VALUE
           'S140WRK '.
       01  WS-WORK-KEY                           PIC X(16).
       01  WS-TALC-KEY-SAVE                      PIC X(15).
       01  WS-TALC-PCT-SAVE                      PIC 9(03)V99.
       01  WS-TALC-ACT-SAVE                      PIC X(01).

       01  WS-BUD-KEY-SAVE.
           05 WS-BUD-DEPT-SAVE                   PIC X(08).
           05 WS-BUD-YEAR-SAVE                   PIC 9(04).
       01  WS-BUD-AMT-SAVE                       PIC 9(09)V99.
       01  WS-BUD-YTD-SAVE                       PIC 9(09)V99.
       01  WS-BUD-STAT-SAVE                      PIC X(01).
       01  WS-BUD-SHARE                          PIC 9(09)V99.
       01  WS-BUD-LEFT                           PIC 9(09)V99.
       01  WS-BUD-YTD-ADD                        PIC 9(09)V99.
       01  WS-BUD-WAS-AMT                        PIC 9(09)V99.
       01  WS-BUD-WAS-YTD                        PIC 9(09)V99.
       01  WS-AMT-DISP                           PIC Z(8)9.99.
       01  WS-AMT-DISP2                          PIC Z(8)9.99.
       01  WS-YTD-DISP                           PIC Z(8)9.99.
       01  WS-YTD-DISP2                          PIC Z(8)9.99.

       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       01  WS-JOB-COUNT                          PIC 9(05) VALUE 0.
       01  WS-JOB-OUTCOME                        PIC X(08).
       01  WS-DATE-X                             PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-STAMP                              PIC X(20).
       01  WS-RPT-WORK                           PIC X(100).
       01  WS-TKT-COUNT                          PIC 9(05).
       01  WS-USR-COUNT                          PIC 9(05).
       01  WS-AST-COUNT                          PIC 9(05).
       01  WS-CRD-COUNT                          PIC 9(05).
       01  WS-ALC-COUNT                          PIC 9(05).
       01  WS-BUD-COUNT                          PIC 9(05).
       01  WS-APPLIED-GROUPS                     PIC 9(03) VALUE 0.
       01  WS-REFUSED-GROUPS                     PIC 9(03) VALUE 0.
       01  WS-WAITING-ROWS                       PIC 9(03) VALUE 0.

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
           PERFORM 200-COLLECT-DUE-GROUPS
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
              PERFORM 300-APPLY-ONE-GROUP
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

      *    One pass over the mapping: each old code with a row due
      *    and not yet applied is queued once; rows still ahead of
      *    their date are listed so the report shows what is coming.
       200-COLLECT-DUE-GROUPS.
           MOVE LOW-VALUES TO RORG-KEYS
           EXEC CICS STARTBR
                FILE('STF098R')
                RIDFLD (RORG-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF098R')
                   INTO (RORG-REC)
                   RIDFLD (RORG-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 RORG-Active NOT = 'N' AND
                 RORG-Status NOT = 'APPLIED'
                 IF RORG-Eff-Date NUMERIC AND
                    RORG-Eff-Date NOT > WS-TODAY-YYYYMMDD
                    PERFORM 210-QUEUE-GROUP
                 ELSE
                    ADD 1 TO WS-WAITING-ROWS
                    MOVE SPACES TO WS-RPT-WORK
                    STRING 'SCHEDULED: ' DELIMITED BY SIZE
                           RORG-Old-Dept DELIMITED BY SIZE
                           ' TO ' DELIMITED BY SIZE
                           RORG-New-Dept DELIMITED BY SIZE
                           ' EFFECTIVE ' DELIMITED BY SIZE
                           RORG-Eff-Date DELIMITED BY SIZE
                           INTO WS-RPT-WORK
                    END-STRING
                    PERFORM 910-WRITE-RPT-LINE
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF098R')
           END-EXEC.
       200-EXIT.
           EXIT.

       210-QUEUE-GROUP.
           MOVE 'N' TO WS-HIT
           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                   UNTIL WS-TGT-SUB > WS-GRP-COUNT
              IF WS-GRP-DEPT(WS-TGT-SUB) = RORG-Old-Dept
                 MOVE 'Y' TO WS-HIT
              END-IF
           END-PERFORM
           IF WS-HIT = 'N' AND WS-GRP-COUNT < 50
              ADD 1 TO WS-GRP-COUNT
              MOVE RORG-Old-Dept TO WS-GRP-DEPT(WS-GRP-COUNT)
           END-IF.
       210-EXIT.
           EXIT.

       300-APPLY-ONE-GROUP.
           MOVE WS-GRP-DEPT(WS-GRP-SUB) TO WS-OLD-DEPT
           PERFORM 310-LOAD-GROUP-TARGETS
           PERFORM 320-VALIDATE-GROUP
           IF WS-GROUP-OK = 'N'
              ADD 1 TO WS-REFUSED-GROUPS
              MOVE SPACES TO WS-RPT-WORK
              STRING 'REFUSED: ' DELIMITED BY SIZE
                     WS-OLD-DEPT DELIMITED BY SIZE
                     ' - ' DELIMITED BY SIZE
                     WS-GROUP-REASON DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
              GO TO 300-EXIT
           END-IF
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                   UNTIL WS-TGT-SUB > WS-TGT-COUNT
              MOVE SPACES TO WS-RPT-WORK
              STRING 'REORGANISATION: ' DELIMITED BY SIZE
                     WS-OLD-DEPT DELIMITED BY SIZE
                     ' TO ' DELIMITED BY SIZE
                     WS-TGT-DEPT(WS-TGT-SUB) DELIMITED BY SIZE
                     ' BUDGET SHARE ' DELIMITED BY SIZE
                     WS-TGT-PCT(WS-TGT-SUB) DELIMITED BY SIZE
                     '%' DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              IF WS-TGT-PRIMARY(WS-TGT-SUB) = 'Y'
                 MOVE '(PRIMARY)' TO WS-RPT-WORK(55:9)
              END-IF
              PERFORM 910-WRITE-RPT-LINE
           END-PERFORM
           MOVE 0 TO WS-TKT-COUNT
           MOVE 0 TO WS-USR-COUNT
           MOVE 0 TO WS-AST-COUNT
           MOVE 0 TO WS-CRD-COUNT
           MOVE 0 TO WS-ALC-COUNT
           MOVE 0 TO WS-BUD-COUNT
           PERFORM 330-MOVE-OPEN-TICKETS
           PERFORM 340-MOVE-USERS
           PERFORM 350-MOVE-ASSETS
           PERFORM 360-MOVE-COORDINATORS
           PERFORM 370-MOVE-ALLOCATIONS
           PERFORM 380-TRANSFER-BUDGETS
           PERFORM 390-RETIRE-OLD-DEPT
           PERFORM 395-MARK-APPLIED
           ADD 1 TO WS-APPLIED-GROUPS
           MOVE SPACES TO WS-RPT-WORK
           STRING WS-OLD-DEPT DELIMITED BY SIZE
                  ' MOVED: TICKETS=' DELIMITED BY SIZE
                  WS-TKT-COUNT DELIMITED BY SIZE
                  ' USERS=' DELIMITED BY SIZE
                  WS-USR-COUNT DELIMITED BY SIZE
                  ' ASSETS=' DELIMITED BY SIZE
                  WS-AST-COUNT DELIMITED BY SIZE
                  ' COORDINATORS=' DELIMITED BY SIZE
                  WS-CRD-COUNT DELIMITED BY SIZE
                  ' SHARES=' DELIMITED BY SIZE
                  WS-ALC-COUNT DELIMITED BY SIZE
                  ' BUDGETS=' DELIMITED BY SIZE
                  WS-BUD-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           ADD WS-TKT-COUNT WS-USR-COUNT WS-AST-COUNT WS-CRD-COUNT
               WS-ALC-COUNT WS-BUD-COUNT TO WS-JOB-COUNT.
       300-EXIT.
           EXIT.

       310-LOAD-GROUP-TARGETS.
           MOVE 0 TO WS-TGT-COUNT
           MOVE WS-OLD-DEPT TO RORG-Old-Dept
           MOVE LOW-VALUES TO RORG-New-Dept
           EXEC CICS STARTBR
                FILE('STF098R')
                RIDFLD (RORG-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 310-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                   OR RORG-Old-Dept NOT = WS-OLD-DEPT
              EXEC CICS READNEXT
                   FILE('STF098R')
                   INTO (RORG-REC)
                   RIDFLD (RORG-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 RORG-Old-Dept = WS-OLD-DEPT AND
                 RORG-Active NOT = 'N' AND
                 RORG-Status NOT = 'APPLIED' AND
                 RORG-Eff-Date NUMERIC AND
                 RORG-Eff-Date NOT > WS-TODAY-YYYYMMDD AND
                 WS-TGT-COUNT < 10
                 ADD 1 TO WS-TGT-COUNT
                 MOVE RORG-New-Dept TO WS-TGT-DEPT(WS-TGT-COUNT)
                 IF RORG-Budget-Pct NUMERIC
                    MOVE RORG-Budget-Pct TO WS-TGT-PCT(WS-TGT-COUNT)
                 ELSE
                    MOVE 0 TO WS-TGT-PCT(WS-TGT-COUNT)
                 END-IF
                 MOVE RORG-Primary TO WS-TGT-PRIMARY(WS-TGT-COUNT)
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF098R')
           END-EXEC.
       310-EXIT.
           EXIT.

      *    A single successor is a rename or merge - primary at 100
      *    whatever was keyed. A split needs one primary and shares
      *    that add up; every successor must be a live department.
       320-VALIDATE-GROUP.
           MOVE 'Y' TO WS-GROUP-OK
           MOVE SPACES TO WS-GROUP-REASON
           IF WS-TGT-COUNT = 0
              MOVE 'N' TO WS-GROUP-OK
              MOVE 'NO SUCCESSOR ROWS DUE' TO WS-GROUP-REASON
              GO TO 320-EXIT
           END-IF
           IF WS-TGT-COUNT = 1
              MOVE 'Y' TO WS-TGT-PRIMARY(1)
              MOVE 100 TO WS-TGT-PCT(1)
           END-IF
           MOVE 0 TO WS-TGT-PCT-SUM
           MOVE 0 TO WS-PRIMARY-COUNT
           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                   UNTIL WS-TGT-SUB > WS-TGT-COUNT
              ADD WS-TGT-PCT(WS-TGT-SUB) TO WS-TGT-PCT-SUM
              IF WS-TGT-PRIMARY(WS-TGT-SUB) = 'Y'
                 ADD 1 TO WS-PRIMARY-COUNT
                 MOVE WS-TGT-DEPT(WS-TGT-SUB) TO WS-PRIMARY-DEPT
              END-IF
              IF WS-TGT-DEPT(WS-TGT-SUB) = WS-OLD-DEPT
                 MOVE 'N' TO WS-GROUP-OK
                 MOVE 'SUCCESSOR IS THE OLD CODE ITSELF'
                      TO WS-GROUP-REASON
              END-IF
              MOVE WS-TGT-DEPT(WS-TGT-SUB) TO DEPT-CODE
              EXEC CICS READ
                   FILE('STF013D')
                   INTO (DEPT-REC)
                   RIDFLD (DEPT-CODE)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
                 DEPT-ACTIVE = 'N'
                 MOVE 'N' TO WS-GROUP-OK
                 MOVE SPACES TO WS-GROUP-REASON
                 STRING 'SUCCESSOR ' DELIMITED BY SIZE
                        WS-TGT-DEPT(WS-TGT-SUB) DELIMITED BY SPACE
                        ' NOT AN ACTIVE DEPARTMENT' DELIMITED BY SIZE
                        INTO WS-GROUP-REASON
                 END-STRING
              END-IF
           END-PERFORM
           IF WS-GROUP-OK = 'N'
              GO TO 320-EXIT
           END-IF
           IF WS-PRIMARY-COUNT NOT = 1
              MOVE 'N' TO WS-GROUP-OK
              MOVE 'SPLIT NEEDS EXACTLY ONE PRIMARY ROW'
                   TO WS-GROUP-REASON
              GO TO 320-EXIT
           END-IF
           IF WS-TGT-PCT-SUM NOT = 100
              MOVE 'N' TO WS-GROUP-OK
              MOVE 'BUDGET SHARES DO NOT ADD UP TO 100'
                   TO WS-GROUP-REASON
           END-IF.
       320-EXIT.
           EXIT.

      *    Open tickets on the old code are collected first - CICS
      *    will not REWRITE under an open browse of the same file.
       330-MOVE-OPEN-TICKETS.
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
                    TICKET-DEPARTMENT = WS-OLD-DEPT AND
                    TICKET-STATUS NOT = 'CLOSED' AND
                    TICKET-STATUS NOT = 'CANCELED'
                    MOVE SPACES TO WS-WORK-KEY
                    MOVE TICKET-KEY TO WS-WORK-KEY(1:7)
                    PERFORM 595-QUEUE-WORK-KEY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF001C')
              END-EXEC
           END-IF
           EXEC CICS READQ TS
                QUEUE(WS-WORK-QNAME)
                INTO (WS-WORK-KEY)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 335-MOVE-ONE-TICKET
              EXEC CICS READQ TS
                   QUEUE(WS-WORK-QNAME)
                   INTO (WS-WORK-KEY)
                   NEXT
                   RESP (WS-RETNCODE)
              END-EXEC
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
           IF TICKET-DEPARTMENT NOT = WS-OLD-DEPT
              EXEC CICS UNLOCK
                   FILE('STF001C')
              END-EXEC
              GO TO 335-EXIT
           END-IF
           MOVE WS-PRIMARY-DEPT TO WS-NEW-DEPT
           IF WS-TGT-COUNT > 1
              PERFORM 337-FOLLOW-REQUESTOR
           END-IF
           MOVE WS-NEW-DEPT TO TICKET-DEPARTMENT
           MOVE WS-DATE-X TO TICKET-LAST-UPDATE(1:10)
           MOVE WS-TIME-X TO TICKET-LAST-UPDATE(12:9)
           MOVE 'SM140' TO TICKET-LAST-UPDATE-BY
           EXEC CICS REWRITE
                FILE('STF001C')
                FROM (WS-TICKET-REC)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 335-EXIT
           END-IF
           ADD 1 TO WS-TKT-COUNT
           MOVE SPACES TO WS-LOG-UPD-REMARKS
           STRING 'DEPARTMENT ' DELIMITED BY SIZE
                  WS-OLD-DEPT DELIMITED BY SPACE
                  ' BECAME ' DELIMITED BY SIZE
                  WS-NEW-DEPT DELIMITED BY SPACE
                  ' (REORGANISATION)' DELIMITED BY SIZE
                  INTO WS-LOG-UPD-REMARKS
           END-STRING
           PERFORM 750-WRITE-LOG-ENTRY
           MOVE 'STF001C' TO CDC-FILE
           MOVE SPACES TO CDC-REC-KEY
           MOVE TICKET-KEY TO CDC-REC-KEY(1:7)
           PERFORM 760-WRITE-CDC-REC
           MOVE 'U' TO JRN-ACTION
           MOVE TICKET-KEY TO JRN-TICKET-ID
           MOVE 'SM140' TO JRN-BY
           MOVE 'SM140' TO JRN-PROGRAM
           MOVE WS-TICKET-REC TO JRN-IMAGE
           EXEC CICS LINK
                PROGRAM('SM110')
                COMMAREA(WS-JRN-AREA)
                RESP(WS-RETNCODE3)
           END-EXEC
           MOVE SPACES TO WS-RPT-WORK
           STRING 'TICKET ' DELIMITED BY SIZE
                  TICKET-KEY DELIMITED BY SIZE
                  '  BEFORE ' DELIMITED BY SIZE
                  WS-OLD-DEPT DELIMITED BY SIZE
                  '  AFTER ' DELIMITED BY SIZE
                  WS-NEW-DEPT DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       335-EXIT.
           EXIT.

      *    Split only: a requestor already re-homed to one of the
      *    successors takes their open tickets along.
       337-FOLLOW-REQUESTOR.
           EXEC CICS READ
                FILE('uaf001')
                INTO (WS-UAF-REC)
                RIDFLD (TICKET-REQUESTOR)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 NOT = DFHRESP(NORMAL)
              GO TO 337-EXIT
           END-IF
           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                   UNTIL WS-TGT-SUB > WS-TGT-COUNT
              IF WS-TGT-DEPT(WS-TGT-SUB) = WS-UAF-DEPARTMENT
                 MOVE WS-UAF-DEPARTMENT TO WS-NEW-DEPT
              END-IF
           END-PERFORM.
       337-EXIT.
           EXIT.

      *    Users still on the old code go to the primary successor,
      *    each change audited to UAF002 and captured for the DB2
      *    mirror the way UA001 records a department change.
       340-MOVE-USERS.
           PERFORM 590-CLEAR-WORK-QUEUE
           MOVE LOW-VALUES TO WS-UAF-USERID
           EXEC CICS STARTBR
                FILE('uaf001')
                RIDFLD (WS-UAF-USERID)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('uaf001')
                      INTO (WS-UAF-REC)
                      RIDFLD (WS-UAF-USERID)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    WS-UAF-DEPARTMENT = WS-OLD-DEPT
                    MOVE SPACES TO WS-WORK-KEY
                    MOVE WS-UAF-USERID TO WS-WORK-KEY(1:8)
                    PERFORM 595-QUEUE-WORK-KEY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('uaf001')
              END-EXEC
           END-IF
           EXEC CICS READQ TS
                QUEUE(WS-WORK-QNAME)
                INTO (WS-WORK-KEY)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 345-MOVE-ONE-USER
              EXEC CICS READQ TS
                   QUEUE(WS-WORK-QNAME)
                   INTO (WS-WORK-KEY)
                   NEXT
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM.
       340-EXIT.
           EXIT.

       345-MOVE-ONE-USER.
           MOVE WS-WORK-KEY(1:8) TO WS-UAF-USERID
           EXEC CICS READ
                FILE('uaf001')
                INTO (WS-UAF-REC)
                RIDFLD (WS-UAF-USERID)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 345-EXIT
           END-IF
           IF WS-UAF-DEPARTMENT NOT = WS-OLD-DEPT
              EXEC CICS UNLOCK
                   FILE('uaf001')
              END-EXEC
              GO TO 345-EXIT
           END-IF
           MOVE WS-PRIMARY-DEPT TO WS-UAF-DEPARTMENT
           MOVE 'SM140' TO WS-UAF-UPDATEDBY
           EXEC CICS REWRITE
                FILE('uaf001')
                FROM (WS-UAF-REC)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 345-EXIT
           END-IF
           ADD 1 TO WS-USR-COUNT
           PERFORM 770-AUDIT-USER-CHANGE
           MOVE 'uaf001  ' TO CDC-FILE
           MOVE SPACES TO CDC-REC-KEY
           MOVE WS-UAF-USERID TO CDC-REC-KEY
           PERFORM 760-WRITE-CDC-REC
           MOVE SPACES TO WS-RPT-WORK
           STRING 'USER   ' DELIMITED BY SIZE
                  WS-UAF-USERID DELIMITED BY SIZE
                  ' BEFORE ' DELIMITED BY SIZE
                  WS-OLD-DEPT DELIMITED BY SIZE
                  '  AFTER ' DELIMITED BY SIZE
                  WS-PRIMARY-DEPT DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       345-EXIT.
           EXIT.

       350-MOVE-ASSETS.
           PERFORM 590-CLEAR-WORK-QUEUE
           MOVE LOW-VALUES TO ASSET-TAG
           EXEC CICS STARTBR
                FILE('STF018A')
                RIDFLD (ASSET-TAG)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF018A')
                      INTO (ASSET-REC)
                      RIDFLD (ASSET-TAG)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    ASSET-DEPARTMENT = WS-OLD-DEPT
                    MOVE SPACES TO WS-WORK-KEY
                    MOVE ASSET-TAG TO WS-WORK-KEY(1:8)
                    PERFORM 595-QUEUE-WORK-KEY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF018A')
              END-EXEC
           END-IF
           EXEC CICS READQ TS
                QUEUE(WS-WORK-QNAME)
                INTO (WS-WORK-KEY)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-WORK-KEY(1:8) TO ASSET-TAG
              EXEC CICS READ
                   FILE('STF018A')
                   INTO (ASSET-REC)
                   RIDFLD (ASSET-TAG)
                   UPDATE
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE WS-PRIMARY-DEPT TO ASSET-DEPARTMENT
                 EXEC CICS REWRITE
                      FILE('STF018A')
                      FROM (ASSET-REC)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-AST-COUNT
                    MOVE SPACES TO WS-RPT-WORK
                    STRING 'ASSET  ' DELIMITED BY SIZE
                           ASSET-TAG DELIMITED BY SIZE
                           ' BEFORE ' DELIMITED BY SIZE
                           WS-OLD-DEPT DELIMITED BY SIZE
                           '  AFTER ' DELIMITED BY SIZE
                           WS-PRIMARY-DEPT DELIMITED BY SIZE
                           INTO WS-RPT-WORK
                    END-STRING
                    PERFORM 910-WRITE-RPT-LINE
                 END-IF
              END-IF
              EXEC CICS READQ TS
                   QUEUE(WS-WORK-QNAME)
                   INTO (WS-WORK-KEY)
                   NEXT
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM.
       350-EXIT.
           EXIT.

       360-MOVE-COORDINATORS.
           PERFORM 590-CLEAR-WORK-QUEUE
           MOVE LOW-VALUES TO COORD-Userid
           EXEC CICS STARTBR
                FILE('STF049O')
                RIDFLD (COORD-Userid)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF049O')
                      INTO (COORD-REC)
                      RIDFLD (COORD-Userid)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    COORD-Department = WS-OLD-DEPT
                    MOVE SPACES TO WS-WORK-KEY
                    MOVE COORD-Userid TO WS-WORK-KEY(1:8)
                    PERFORM 595-QUEUE-WORK-KEY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF049O')
              END-EXEC
           END-IF
           EXEC CICS READQ TS
                QUEUE(WS-WORK-QNAME)
                INTO (WS-WORK-KEY)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-WORK-KEY(1:8) TO COORD-Userid
              EXEC CICS READ
                   FILE('STF049O')
                   INTO (COORD-REC)
                   RIDFLD (COORD-Userid)
                   UPDATE
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE WS-PRIMARY-DEPT TO COORD-Department
                 EXEC CICS REWRITE
                      FILE('STF049O')
                      FROM (COORD-REC)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-CRD-COUNT
                    MOVE SPACES TO WS-RPT-WORK
                    STRING 'COORD  ' DELIMITED BY SIZE
                           COORD-Userid DELIMITED BY SIZE
                           ' BEFORE ' DELIMITED BY SIZE
                           WS-OLD-DEPT DELIMITED BY SIZE
                           '  AFTER ' DELIMITED BY SIZE
                           WS-PRIMARY-DEPT DELIMITED BY SIZE
                           INTO WS-RPT-WORK
                    END-STRING
                    PERFORM 910-WRITE-RPT-LINE
                 END-IF
              END-IF
              EXEC CICS READQ TS
                   QUEUE(WS-WORK-QNAME)
                   INTO (WS-WORK-KEY)
                   NEXT
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM.
       360-EXIT.
           EXIT.

      *    An open ticket's cost-share row for the old code is keyed
      *    by the department, so it is deleted and rewritten under
      *    the primary successor - folded into that successor's own
      *    share when the ticket already carries one. Closed
      *    tickets' shares are history and stay as they are.
       370-MOVE-ALLOCATIONS.
           PERFORM 590-CLEAR-WORK-QUEUE
           MOVE LOW-VALUES TO TALC-KEYS
           EXEC CICS STARTBR
                FILE('STF095A')
                RIDFLD (TALC-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF095A')
                      INTO (TALC-REC)
                      RIDFLD (TALC-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    TALC-Department = WS-OLD-DEPT
                    PERFORM 372-QUEUE-IF-OPEN
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF095A')
              END-EXEC
           END-IF
           EXEC CICS READQ TS
                QUEUE(WS-WORK-QNAME)
                INTO (WS-WORK-KEY)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 375-MOVE-ONE-SHARE
              EXEC CICS READQ TS
                   QUEUE(WS-WORK-QNAME)
                   INTO (WS-WORK-KEY)
                   NEXT
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM.
       370-EXIT.
           EXIT.

       372-QUEUE-IF-OPEN.
           MOVE TALC-Ticket-ID TO TICKET-KEY
           EXEC CICS READ
                FILE('STF001C')
                INTO (WS-TICKET-REC)
                RIDFLD (TICKET-KEY)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
              TICKET-STATUS NOT = 'CLOSED' AND
              TICKET-STATUS NOT = 'CANCELED'
              MOVE SPACES TO WS-WORK-KEY
              MOVE TALC-KEYS TO WS-WORK-KEY(1:15)
              PERFORM 595-QUEUE-WORK-KEY
           END-IF.
       372-EXIT.
           EXIT.

       375-MOVE-ONE-SHARE.
           MOVE WS-WORK-KEY(1:15) TO TALC-KEYS
           EXEC CICS READ
                FILE('STF095A')
                INTO (TALC-REC)
                RIDFLD (TALC-KEYS)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 375-EXIT
           END-IF
           MOVE TALC-KEYS TO WS-TALC-KEY-SAVE
           MOVE TALC-Percent TO WS-TALC-PCT-SAVE
           MOVE TALC-Active TO WS-TALC-ACT-SAVE
           EXEC CICS DELETE
                FILE('STF095A')
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 375-EXIT
           END-IF
           MOVE WS-TALC-KEY-SAVE(1:7) TO TALC-Ticket-ID
           MOVE WS-PRIMARY-DEPT TO TALC-Department
           EXEC CICS READ
                FILE('STF095A')
                INTO (TALC-REC)
                RIDFLD (TALC-KEYS)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              ADD WS-TALC-PCT-SAVE TO TALC-Percent
              EXEC CICS REWRITE
                   FILE('STF095A')
                   FROM (TALC-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
           ELSE
              MOVE WS-TALC-KEY-SAVE(1:7) TO TALC-Ticket-ID
              MOVE WS-PRIMARY-DEPT TO TALC-Department
              MOVE WS-TALC-PCT-SAVE TO TALC-Percent
              MOVE WS-TALC-ACT-SAVE TO TALC-Active
              EXEC CICS WRITE
                   FILE('STF095A')
                   FROM (TALC-REC)
                   RIDFLD (TALC-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF
           ADD 1 TO WS-ALC-COUNT
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SHARE  TICKET ' DELIMITED BY SIZE
                  TALC-Ticket-ID DELIMITED BY SIZE
                  ' BEFORE ' DELIMITED BY SIZE
                  WS-OLD-DEPT DELIMITED BY SIZE
                  '  AFTER ' DELIMITED BY SIZE
                  WS-PRIMARY-DEPT DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       375-EXIT.
           EXIT.

      *    Every budget year of the old code moves: the amount
      *    divided at the rows' percentages (the last successor
      *    takes what rounding leaves), the year-to-date spend whole
      *    to the primary - both combined into the successor's own
      *    row when it already holds one. The successors are written
      *    before the old row is emptied, so a failure never loses
      *    money between them.
       380-TRANSFER-BUDGETS.
           PERFORM 590-CLEAR-WORK-QUEUE
           MOVE WS-OLD-DEPT TO BUDGET-DEPT
           MOVE 0 TO BUDGET-YEAR
           EXEC CICS STARTBR
                FILE('STF021B')
                RIDFLD (BUDGET-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR BUDGET-DEPT NOT = WS-OLD-DEPT
                 EXEC CICS READNEXT
                      FILE('STF021B')
                      INTO (BUDGET-REC)
                      RIDFLD (BUDGET-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    BUDGET-DEPT = WS-OLD-DEPT
                    MOVE SPACES TO WS-WORK-KEY
                    MOVE BUDGET-KEYS TO WS-WORK-KEY(1:12)
                    PERFORM 595-QUEUE-WORK-KEY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF021B')
              END-EXEC
           END-IF
           EXEC CICS READQ TS
                QUEUE(WS-WORK-QNAME)
                INTO (WS-WORK-KEY)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 382-TRANSFER-ONE-YEAR
              EXEC CICS READQ TS
                   QUEUE(WS-WORK-QNAME)
                   INTO (WS-WORK-KEY)
                   NEXT
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM.
       380-EXIT.
           EXIT.

       382-TRANSFER-ONE-YEAR.
           MOVE WS-WORK-KEY(1:12) TO BUDGET-KEYS
           EXEC CICS READ
                FILE('STF021B')
                INTO (BUDGET-REC)
                RIDFLD (BUDGET-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 382-EXIT
           END-IF
           MOVE BUDGET-KEYS TO WS-BUD-KEY-SAVE
           MOVE BUDGET-AMOUNT TO WS-BUD-AMT-SAVE
           MOVE BUDGET-YTD TO WS-BUD-YTD-SAVE
           MOVE BUDGET-STATUS TO WS-BUD-STAT-SAVE
           MOVE WS-BUD-AMT-SAVE TO WS-AMT-DISP
           MOVE WS-BUD-YTD-SAVE TO WS-YTD-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'BUDGET ' DELIMITED BY SIZE
                  WS-OLD-DEPT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BUD-YEAR-SAVE DELIMITED BY SIZE
                  ' BEFORE AMOUNT ' DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  ' YTD ' DELIMITED BY SIZE
                  WS-YTD-DISP DELIMITED BY SIZE
                  '  AFTER 0 / 0' DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-BUD-AMT-SAVE TO WS-BUD-LEFT
           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                   UNTIL WS-TGT-SUB > WS-TGT-COUNT
              IF WS-TGT-SUB = WS-TGT-COUNT
                 MOVE WS-BUD-LEFT TO WS-BUD-SHARE
              ELSE
                 COMPUTE WS-BUD-SHARE ROUNDED =
                    WS-BUD-AMT-SAVE * WS-TGT-PCT(WS-TGT-SUB) / 100
                 SUBTRACT WS-BUD-SHARE FROM WS-BUD-LEFT
              END-IF
              IF WS-TGT-PRIMARY(WS-TGT-SUB) = 'Y'
                 MOVE WS-BUD-YTD-SAVE TO WS-BUD-YTD-ADD
              ELSE
                 MOVE 0 TO WS-BUD-YTD-ADD
              END-IF
              PERFORM 385-POST-TO-SUCCESSOR
           END-PERFORM
           MOVE WS-BUD-KEY-SAVE TO BUDGET-KEYS
           EXEC CICS READ
                FILE('STF021B')
                INTO (BUDGET-REC)
                RIDFLD (BUDGET-KEYS)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 0 TO BUDGET-AMOUNT
              MOVE 0 TO BUDGET-YTD
              EXEC CICS REWRITE
                   FILE('STF021B')
                   FROM (BUDGET-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF
           ADD 1 TO WS-BUD-COUNT.
       382-EXIT.
           EXIT.

       385-POST-TO-SUCCESSOR.
           MOVE WS-TGT-DEPT(WS-TGT-SUB) TO BUDGET-DEPT
           MOVE WS-BUD-YEAR-SAVE TO BUDGET-YEAR
           EXEC CICS READ
                FILE('STF021B')
                INTO (BUDGET-REC)
                RIDFLD (BUDGET-KEYS)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE BUDGET-AMOUNT TO WS-BUD-WAS-AMT
              MOVE BUDGET-YTD TO WS-BUD-WAS-YTD
              ADD WS-BUD-SHARE TO BUDGET-AMOUNT
              ADD WS-BUD-YTD-ADD TO BUDGET-YTD
              EXEC CICS REWRITE
                   FILE('STF021B')
                   FROM (BUDGET-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
           ELSE
              MOVE 0 TO WS-BUD-WAS-AMT
              MOVE 0 TO WS-BUD-WAS-YTD
              MOVE WS-TGT-DEPT(WS-TGT-SUB) TO BUDGET-DEPT
              MOVE WS-BUD-YEAR-SAVE TO BUDGET-YEAR
              MOVE WS-BUD-SHARE TO BUDGET-AMOUNT
              MOVE WS-BUD-YTD-ADD TO BUDGET-YTD
              MOVE WS-BUD-STAT-SAVE TO BUDGET-STATUS
              EXEC CICS WRITE
                   FILE('STF021B')
                   FROM (BUDGET-REC)
                   RIDFLD (BUDGET-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF
           MOVE WS-BUD-WAS-AMT TO WS-AMT-DISP
           MOVE WS-BUD-WAS-YTD TO WS-YTD-DISP
           MOVE BUDGET-AMOUNT TO WS-AMT-DISP2
           MOVE BUDGET-YTD TO WS-YTD-DISP2
           MOVE SPACES TO WS-RPT-WORK
           STRING 'BUDGET ' DELIMITED BY SIZE
                  BUDGET-DEPT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BUDGET-YEAR DELIMITED BY SIZE
                  ' BEFORE ' DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  ' / ' DELIMITED BY SIZE
                  WS-YTD-DISP DELIMITED BY SIZE
                  '  AFTER ' DELIMITED BY SIZE
                  WS-AMT-DISP2 DELIMITED BY SIZE
                  ' / ' DELIMITED BY SIZE
                  WS-YTD-DISP2 DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       385-EXIT.
           EXIT.

      *    The old code is retired the way SM033's PF6 would - new
      *    work stops landing on it, history keeps it.
       390-RETIRE-OLD-DEPT.
           MOVE WS-OLD-DEPT TO DEPT-CODE
           EXEC CICS READ
                FILE('STF013D')
                INTO (DEPT-REC)
                RIDFLD (DEPT-CODE)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 390-EXIT
           END-IF
           MOVE 'N' TO DEPT-ACTIVE
           EXEC CICS REWRITE
                FILE('STF013D')
                FROM (DEPT-REC)
                RESP(WS-RETNCODE2)
           END-EXEC
           MOVE SPACES TO WS-RPT-WORK
           STRING 'DEPARTMENT ' DELIMITED BY SIZE
                  WS-OLD-DEPT DELIMITED BY SIZE
                  ' RETIRED' DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       390-EXIT.
           EXIT.

       395-MARK-APPLIED.
           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                   UNTIL WS-TGT-SUB > WS-TGT-COUNT
              MOVE WS-OLD-DEPT TO RORG-Old-Dept
              MOVE WS-TGT-DEPT(WS-TGT-SUB) TO RORG-New-Dept
              EXEC CICS READ
                   FILE('STF098R')
                   INTO (RORG-REC)
                   RIDFLD (RORG-KEYS)
                   UPDATE
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE 'APPLIED' TO RORG-Status
                 MOVE WS-TODAY-YYYYMMDD TO RORG-Applied-Date
                 IF WS-TGT-COUNT = 1
                    MOVE 'Y' TO RORG-Primary
                    MOVE 100 TO RORG-Budget-Pct
                 END-IF
                 EXEC CICS REWRITE
                      FILE('STF098R')
                      FROM (RORG-REC)
                      RESP(WS-RETNCODE2)
                 END-EXEC
              END-IF
           END-PERFORM.
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

       700-WRITE-SUMMARY.
           PERFORM 590-CLEAR-WORK-QUEUE
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           STRING 'SM140 REORGANISATION: APPLIED=' DELIMITED BY SIZE
                  WS-APPLIED-GROUPS DELIMITED BY SIZE
                  ' REFUSED=' DELIMITED BY SIZE
                  WS-REFUSED-GROUPS DELIMITED BY SIZE
                  ' ROWS WAITING FOR THEIR DATE=' DELIMITED BY SIZE
                  WS-WAITING-ROWS DELIMITED BY SIZE
                  ' RECORDS MOVED=' DELIMITED BY SIZE
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
           MOVE TICKET-KEY TO WS-LOG-TICKET-ID
           MOVE WS-LOG-LAST-SEQ TO WS-LOG-SEQ-NUM
           ADD 1 TO WS-LOG-SEQ-NUM
           MOVE 'SM140' TO WS-LOG-LAST-UPDBY
           MOVE WS-STAMP TO WS-LOG-LAST-UPD
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

      *    One UAF002 row under the moved user, next sequence by the
      *    full highest-seq walk of that user's slice.
       770-AUDIT-USER-CHANGE.
           MOVE WS-UAF-USERID TO WS-UAF-LOG-USERID
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
                      OR WS-UAF-LOG-USERID NOT = WS-UAF-USERID
                 EXEC CICS READNEXT
                      FILE('UAF002')
                      INTO(WS-UAF-LOG-REC)
                      RIDFLD(WS-UAF-LOG-KEYS)
                      RESP(WS-RETNCODE3)
                 END-EXEC
                 IF WS-RETNCODE3 = DFHRESP(NORMAL) AND
                    WS-UAF-LOG-USERID = WS-UAF-USERID
                    MOVE WS-UAF-LOG-SEQ-NUM TO WS-UAF-LOG-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('UAF002')
              END-EXEC
           END-IF
           MOVE WS-UAF-USERID TO WS-UAF-LOG-USERID
           MOVE WS-UAF-LOG-LAST-SEQ TO WS-UAF-LOG-SEQ-NUM
           ADD 1 TO WS-UAF-LOG-SEQ-NUM
           MOVE WS-STAMP TO WS-UAF-LOG-LAST-UPD
           MOVE 'SM140' TO WS-UAF-LOG-CHANGED-BY
           MOVE SPACES TO WS-UAF-LOG-REMARKS
           STRING 'DEPARTMENT ' DELIMITED BY SIZE
                  WS-OLD-DEPT DELIMITED BY SPACE
                  ' BECAME ' DELIMITED BY SIZE
                  WS-PRIMARY-DEPT DELIMITED BY SPACE
                  ' (REORGANISATION)' DELIMITED BY SIZE
                  INTO WS-UAF-LOG-REMARKS
           END-STRING
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
           MOVE 'S140RPT' TO RPT-Report-ID
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
                 MOVE 'S140RPT' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE 'DEPARTMENT REORGANISATION - BEFORE AND AFTER'
                TO WS-RPT-WORK
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
           MOVE 'S140' TO JOBH-Job-ID
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
                TRANSID  ('S140')
                INTERVAL (240000)
                REQID    ('S140RSCH')
           END-EXEC.
       900-EXIT.
           EXIT.
