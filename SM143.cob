       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM143.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM143 is the nightly personal-data erasure run (TRANSID       *
      *  'S143'), a self-rescheduling housekeeping transaction in the  *
      *  SM103 retention family. A departed user's name, phone and     *
      *  email used to sit on their tickets for ever; once a user has  *
      *  been INACTIVE on uaf001 longer than the policy allows (the    *
      *  STF066N row keyed uaf001, SM033 table RETN; WS-DEFAULT-DAYS   *
      *  when there is none) they are erased.                          *
      *                                                                *
      *  uaf001 carries no deactivation date, so each run first brings *
      *  the STF100E erasure register up to date: a newly inactive     *
      *  user gets a WATCHING row dated from their latest UAF002 audit *
      *  entry, a reactivated one loses theirs. Users whose period has *
      *  run out are then scrubbed in one pass per file: on STF001C    *
      *  (with the log row, change capture and journal image every     *
      *  ticket update carries), the STF001H archive, the STF063T      *
      *  snapshot and the STF069J journal images the requestor becomes *
      *  ERASED and TICKET-PHONE / TICKET-EMAIL are blanked; the       *
      *  STF044A questionnaire answers on those tickets are blanked;   *
      *  the user's own STF009N notifications are deleted; and the     *
      *  uaf001 phone and email are cleared. Tickets are never         *
      *  deleted - status, category, department, dates and costs stay, *
      *  so counts and spend report as before.                         *
      *                                                                *
      *  Each erased user gets an erasure certificate on STF010R under *
      *  'S143RPT' - the policy applied, every ticket scrubbed and in  *
      *  which file, and the record count per file - and their         *
      *  register row turns ERASED as the lasting evidence.            *
      *                                                                *
      *  Legal holds come first. A user named by a requestor hold from *
      *  the SM144 service is not erased at all - the register row     *
      *  stays WATCHING and the report says why. A ticket held by      *
      *  number or department keeps its personal data in every file,   *
      *  and so do notifications about it; the certificate lists each  *
      *  such ticket and counts the rows kept. When the hold list      *
      *  cannot be had nothing is erased and the run ends NOHOLD.      *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
           COPY STF100E.
           COPY STF066N.
           COPY STF063T.
           COPY STF069J.
           COPY STF044A.
           COPY STF009N.
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

      *    Days an inactive user's personal data is kept when no
      *    uaf001 policy row is active.
       01  WS-DEFAULT-DAYS                       PIC 9(04) VALUE 0730.
       01  WS-ERASE-DAYS                         PIC 9(04).
       01  WS-POLICY-SOURCE                      PIC X(20).
       01  WS-ERASED-NAME                        PIC X(08) VALUE
           'ERASED  '.
       01  WS-ERASED-TEXT                        PIC X(40) VALUE
           '*** ERASED ***'.

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
       01  WS-UAF-LOG-LAST-STAMP                 PIC X(20).

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

      *    Users due for erasure this run, with their record counts
      *    per file for the certificate.
       01  WS-ERA-TABLE.
           05 WS-ERA-ENTRY OCCURS 50.
              10 WS-ERA-USERID                   PIC X(08).
              10 WS-ERA-SINCE                    PIC 9(08).
              10 WS-ERA-CNT-TKT                  PIC 9(05).
              10 WS-ERA-CNT-ARC                  PIC 9(05).
              10 WS-ERA-CNT-SNP                  PIC 9(05).
              10 WS-ERA-CNT-JRN                  PIC 9(05).
              10 WS-ERA-CNT-ANS                  PIC 9(05).
              10 WS-ERA-CNT-NTF                  PIC 9(05).
              10 WS-ERA-CNT-UAF                  PIC 9(05).
              10 WS-ERA-CNT-HELD                 PIC 9(05).
       01  WS-ERA-COUNT                          PIC 9(02) VALUE 0.
       01  WS-ERA-SUB                            PIC 9(02).
       01  WS-ERA-HIT                            PIC 9(02).
       01  WS-ERA-TOTAL                          PIC 9(05).

           COPY SMHLD01 REPLACING ==HLQ-COMMAREA== BY ==WS-HOLD-AREA==.
       01  WS-HOLD-OK                            PIC X(01).
       01  WS-HOLD-SUB                           PIC 9(03).
       01  WS-HOLD-HIT                           PIC X(01).
       01  WS-HOLD-MATTER                        PIC X(20).
       01  WS-HOLD-TICKET                        PIC X(07).
       01  WS-HOLD-USER                          PIC X(08).
       01  WS-HOLD-DEPT                          PIC X(08).
       01  WS-HELD-USERS                         PIC 9(05) VALUE 0.
       01  WS-HELD-ROWS                          PIC 9(05) VALUE 0.

      *    One queue of users met on the uaf001 pass, one of the
      *    ticket rows scrubbed (the certificate detail, and the
      *    tickets whose answers follow), one of keys to update.
       01  WS-USR-QNAME                          PIC X(08) VALUE
           'S143USR '.
       01  WS-USR-Q.
           05 WS-USR-Q-USERID                    PIC X(08).
           05 WS-USR-Q-INACTIVE                  PIC X(01).
       01  WS-TKT-QNAME                          PIC X(08) VALUE
           'S143TKT '.
       01  WS-TKT-Q.
           05 WS-TKT-Q-TICKET                    PIC X(07).
           05 WS-TKT-Q-FILE                      PIC X(08).
           05 WS-TKT-Q-ERA                       PIC 9(02).
           05 WS-TKT-Q-MATTER                    PIC X(20).
       01  WS-TKT-ITEM                           PIC S9(4) COMP.
       01  WS-WORK-QNAME                         PIC X(08) VALUE
           'S143WRK '.
       01  WS-WORK-Q.
           05 WS-WORK-KEY                        PIC X(09).
           05 WS-WORK-ERA                        PIC 9(02).
       01  WS-FILE-NAME                          PIC X(08).
       01  WS-ANS-ITEM                           PIC 9(02).

       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-SINCE-DATE                         PIC 9(08).
       01  WS-DUE-INTEGER                        PIC S9(9) COMP.
       01  WS-TODAY-INTEGER                      PIC S9(9) COMP.
       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       01  WS-JOB-COUNT                          PIC 9(05) VALUE 0.
       01  WS-JOB-OUTCOME                        PIC X(08).
       01  WS-DATE-X                             PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-STAMP                              PIC X(20).
       01  WS-RPT-WORK                           PIC X(100).
       01  WS-WATCH-ADDED                        PIC 9(05) VALUE 0.
       01  WS-WATCH-DROPPED                      PIC 9(05) VALUE 0.

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
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
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
           PERFORM 160-LOAD-POLICY
           PERFORM 170-LOAD-HOLDS
           IF WS-HOLD-OK NOT = 'Y'
              IF WS-HOLD-OK = 'O'
                 MOVE 'MORE THAN 200 HOLDS IN FORCE - SEE SM145 REPORT'
                      TO WS-RPT-WORK
                 PERFORM 910-WRITE-RPT-LINE
              END-IF
              MOVE 'HOLD LIST UNAVAILABLE - NOTHING ERASED'
                   TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
              MOVE 'NOHOLD' TO WS-JOB-OUTCOME
              PERFORM 800-WRITE-JOB-HISTORY
              PERFORM 900-RESCHEDULE
              EXEC CICS RETURN
              END-EXEC
           END-IF
           PERFORM 200-UPDATE-REGISTER
           IF WS-ERA-COUNT > 0
              PERFORM 590-CLEAR-TICKET-QUEUE
              MOVE 'STF001C' TO WS-FILE-NAME
              PERFORM 300-SCRUB-TICKET-FILE
              MOVE 'STF001H' TO WS-FILE-NAME
              PERFORM 300-SCRUB-TICKET-FILE
              PERFORM 350-SCRUB-SNAPSHOT
              PERFORM 400-SCRUB-JOURNAL
              PERFORM 450-SCRUB-ANSWERS
              PERFORM 500-DROP-NOTIFICATIONS
              PERFORM 550-SCRUB-USER-RECORDS
              PERFORM VARYING WS-ERA-SUB FROM 1 BY 1
                      UNTIL WS-ERA-SUB > WS-ERA-COUNT
                 PERFORM 600-WRITE-CERTIFICATE
              END-PERFORM
              PERFORM 590-CLEAR-TICKET-QUEUE
           END-IF
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

       160-LOAD-POLICY.
           MOVE WS-DEFAULT-DAYS TO WS-ERASE-DAYS
           MOVE 'DEFAULT' TO WS-POLICY-SOURCE
           MOVE 'uaf001  ' TO RETN-File
           EXEC CICS READ
                FILE('STF066N')
                INTO (RETN-REC)
                RIDFLD (RETN-File)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL) AND
              RETN-ACTIVE NOT = 'N' AND
              RETN-Keep-Days NUMERIC AND
              RETN-Keep-Days > 0
              MOVE RETN-Keep-Days TO WS-ERASE-DAYS
              MOVE 'STF066N uaf001 ROW' TO WS-POLICY-SOURCE
           END-IF
           MOVE SPACES TO WS-RPT-WORK
           STRING 'POLICY: PERSONAL DATA KEPT ' DELIMITED BY SIZE
                  WS-ERASE-DAYS DELIMITED BY SIZE
                  ' DAYS AFTER DEACTIVATION (' DELIMITED BY SIZE
                  WS-POLICY-SOURCE DELIMITED BY '  '
                  ')' DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       160-EXIT.
           EXIT.

      *    Every user is queued with their inactive flag, then the
      *    register is brought into line one keyed update at a time
      *    - no STF100E write under the uaf001 browse.
       200-UPDATE-REGISTER.
           EXEC CICS DELETEQ TS
                QUEUE(WS-USR-QNAME)
                RESP(WS-RETNCODE2)
           END-EXEC
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
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    MOVE WS-UAF-USERID TO WS-USR-Q-USERID
                    MOVE WS-UAF-INACTIVE TO WS-USR-Q-INACTIVE
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-USR-QNAME)
                         FROM (WS-USR-Q)
                         LENGTH(LENGTH OF WS-USR-Q)
                         RESP(WS-RETNCODE2)
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('uaf001')
              END-EXEC
           END-IF
           EXEC CICS READQ TS
                QUEUE(WS-USR-QNAME)
                INTO (WS-USR-Q)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 210-REGISTER-ONE-USER
              EXEC CICS READQ TS
                   QUEUE(WS-USR-QNAME)
                   INTO (WS-USR-Q)
                   NEXT
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM
           EXEC CICS DELETEQ TS
                QUEUE(WS-USR-QNAME)
                RESP(WS-RETNCODE2)
           END-EXEC.
       200-EXIT.
           EXIT.

       210-REGISTER-ONE-USER.
           MOVE WS-USR-Q-USERID TO ERAS-Userid
           EXEC CICS READ
                FILE('STF100E')
                INTO (ERAS-REC)
                RIDFLD (ERAS-Userid)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-USR-Q-INACTIVE NOT = 'Y'
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 IF ERAS-Status = 'WATCHING'
                    EXEC CICS DELETE
                         FILE('STF100E')
                         RESP(WS-RETNCODE2)
                    END-EXEC
                    ADD 1 TO WS-WATCH-DROPPED
                 ELSE
                    EXEC CICS UNLOCK
                         FILE('STF100E')
                    END-EXEC
                 END-IF
              END-IF
              GO TO 210-EXIT
           END-IF
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              PERFORM 220-FIND-INACTIVE-SINCE
              MOVE WS-USR-Q-USERID TO ERAS-Userid
              MOVE WS-SINCE-DATE TO ERAS-Inactive-Since
              MOVE 'WATCHING' TO ERAS-Status
              MOVE 0 TO ERAS-Erased-Date
              MOVE 0 TO ERAS-Count
              EXEC CICS WRITE
                   FILE('STF100E')
                   FROM (ERAS-REC)
                   RIDFLD (ERAS-Userid)
                   RESP(WS-RETNCODE2)
              END-EXEC
              ADD 1 TO WS-WATCH-ADDED
           ELSE
              EXEC CICS UNLOCK
                   FILE('STF100E')
              END-EXEC
           END-IF
           IF ERAS-Status NOT = 'WATCHING' OR
              ERAS-Inactive-Since NOT NUMERIC OR
              ERAS-Inactive-Since = 0
              GO TO 210-EXIT
           END-IF
           COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(ERAS-Inactive-Since)
                   + WS-ERASE-DAYS
           IF WS-DUE-INTEGER > WS-TODAY-INTEGER
              GO TO 210-EXIT
           END-IF
           MOVE SPACES TO WS-HOLD-TICKET
           MOVE ERAS-Userid TO WS-HOLD-USER
           MOVE SPACES TO WS-HOLD-DEPT
           PERFORM 280-CHECK-HOLD
           IF WS-HOLD-HIT = 'Y'
              ADD 1 TO WS-HELD-USERS
              MOVE SPACES TO WS-RPT-WORK
              STRING 'USER ' DELIMITED BY SIZE
                     ERAS-Userid DELIMITED BY SPACE
                     ' DUE BUT NOT ERASED - LEGAL HOLD '
                     DELIMITED BY SIZE
                     WS-HOLD-MATTER DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
              GO TO 210-EXIT
           END-IF
           IF WS-ERA-COUNT < 50
              ADD 1 TO WS-ERA-COUNT
              MOVE ERAS-Userid TO WS-ERA-USERID(WS-ERA-COUNT)
              MOVE ERAS-Inactive-Since TO WS-ERA-SINCE(WS-ERA-COUNT)
              MOVE 0 TO WS-ERA-CNT-TKT(WS-ERA-COUNT)
              MOVE 0 TO WS-ERA-CNT-ARC(WS-ERA-COUNT)
              MOVE 0 TO WS-ERA-CNT-SNP(WS-ERA-COUNT)
              MOVE 0 TO WS-ERA-CNT-JRN(WS-ERA-COUNT)
              MOVE 0 TO WS-ERA-CNT-ANS(WS-ERA-COUNT)
              MOVE 0 TO WS-ERA-CNT-NTF(WS-ERA-COUNT)
              MOVE 0 TO WS-ERA-CNT-UAF(WS-ERA-COUNT)
              MOVE 0 TO WS-ERA-CNT-HELD(WS-ERA-COUNT)
           END-IF.
       210-EXIT.
           EXIT.

      *    The latest UAF002 row is the deactivation (SM037 and
      *    UA001 both audit it); a user with no trail starts today.
       220-FIND-INACTIVE-SINCE.
           MOVE WS-TODAY-YYYYMMDD TO WS-SINCE-DATE
           MOVE SPACES TO WS-UAF-LOG-LAST-STAMP
           MOVE WS-USR-Q-USERID TO WS-UAF-LOG-USERID
           MOVE 0 TO WS-UAF-LOG-SEQ-NUM
           EXEC CICS STARTBR
                FILE('UAF002')
                RIDFLD(WS-UAF-LOG-KEYS)
                GTEQ
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE3 NOT = DFHRESP(NORMAL)
                      OR WS-UAF-LOG-USERID NOT = WS-USR-Q-USERID
                 EXEC CICS READNEXT
                      FILE('UAF002')
                      INTO(WS-UAF-LOG-REC)
                      RIDFLD(WS-UAF-LOG-KEYS)
                      RESP(WS-RETNCODE3)
                 END-EXEC
                 IF WS-RETNCODE3 = DFHRESP(NORMAL) AND
                    WS-UAF-LOG-USERID = WS-USR-Q-USERID
                    MOVE WS-UAF-LOG-LAST-UPD TO WS-UAF-LOG-LAST-STAMP
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('UAF002')
              END-EXEC
           END-IF
           IF WS-UAF-LOG-LAST-STAMP(7:4) NUMERIC AND
              WS-UAF-LOG-LAST-STAMP(1:2) NUMERIC AND
              WS-UAF-LOG-LAST-STAMP(4:2) NUMERIC
              MOVE WS-UAF-LOG-LAST-STAMP(7:4) TO WS-SINCE-DATE(1:4)
              MOVE WS-UAF-LOG-LAST-STAMP(1:2) TO WS-SINCE-DATE(5:2)
              MOVE WS-UAF-LOG-LAST-STAMP(4:2) TO WS-SINCE-DATE(7:2)
              IF WS-SINCE-DATE > WS-TODAY-YYYYMMDD OR
                 WS-SINCE-DATE(5:2) < '01' OR
                 WS-SINCE-DATE(5:2) > '12' OR
                 WS-SINCE-DATE(7:2) < '01' OR
                 WS-SINCE-DATE(7:2) > '31'
                 MOVE WS-TODAY-YYYYMMDD TO WS-SINCE-DATE
              END-IF
           END-IF.
       220-EXIT.
           EXIT.

      *    The holds in force tonight, one LINK per run.
       170-LOAD-HOLDS.
           MOVE 'Y' TO WS-HOLD-OK
           MOVE '01' TO HLQ-VERSION
           EXEC CICS LINK
                PROGRAM('SM144')
                COMMAREA(WS-HOLD-AREA)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE 'N' TO WS-HOLD-OK
           ELSE
              IF HLQ-OVERFLOW NOT = 'N'
                 MOVE 'O' TO WS-HOLD-OK
              END-IF
           END-IF.
       170-EXIT.
           EXIT.

      *    WS-HOLD-HIT is Y when the ticket, requestor or department
      *    in WS-HOLD-TICKET/-USER/-DEPT is named by a hold in force.
       280-CHECK-HOLD.
           MOVE 'N' TO WS-HOLD-HIT
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > HLQ-COUNT
                   OR WS-HOLD-HIT = 'Y'
              EVALUATE HLQ-TYPE(WS-HOLD-SUB)
                WHEN 'T'
                     IF HLQ-VALUE(WS-HOLD-SUB) = WS-HOLD-TICKET
                        MOVE 'Y' TO WS-HOLD-HIT
                     END-IF
                WHEN 'R'
                     IF HLQ-VALUE(WS-HOLD-SUB) = WS-HOLD-USER
                        MOVE 'Y' TO WS-HOLD-HIT
                     END-IF
                WHEN 'D'
                     IF HLQ-VALUE(WS-HOLD-SUB) = WS-HOLD-DEPT
                        MOVE 'Y' TO WS-HOLD-HIT
                     END-IF
              END-EVALUATE
              IF WS-HOLD-HIT = 'Y'
                 MOVE HLQ-MATTER(WS-HOLD-SUB) TO WS-HOLD-MATTER
              END-IF
           END-PERFORM.
       280-EXIT.
           EXIT.

      *    The ticket image in WS-TICKET-REC, by number and
      *    department.
       285-CHECK-TICKET-REC-HOLD.
           MOVE TICKET-KEY TO WS-HOLD-TICKET
           MOVE SPACES TO WS-HOLD-USER
           MOVE TICKET-DEPARTMENT TO WS-HOLD-DEPT
           PERFORM 280-CHECK-HOLD.
       285-EXIT.
           EXIT.

      *    A ticket known only by number (a notification): its own
      *    hold, then its department off STF001C or STF001H - read
      *    over WS-TICKET-REC, which the scrub passes have finished
      *    with by the time the notifications are reached.
       287-CHECK-TICKET-ID-HOLD.
           MOVE NOTIF-Ticket-ID TO WS-HOLD-TICKET
           MOVE SPACES TO WS-HOLD-USER
           MOVE SPACES TO WS-HOLD-DEPT
           PERFORM 280-CHECK-HOLD
           IF WS-HOLD-HIT = 'Y' OR HLQ-RD-COUNT = 0
              GO TO 287-EXIT
           END-IF
           EXEC CICS READ
                FILE('STF001C')
                INTO (WS-TICKET-REC)
                RIDFLD (NOTIF-Ticket-ID)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 NOT = DFHRESP(NORMAL)
              EXEC CICS READ
                   FILE('STF001H')
                   INTO (WS-TICKET-REC)
                   RIDFLD (NOTIF-Ticket-ID)
                   RESP(WS-RETNCODE3)
              END-EXEC
           END-IF
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              MOVE TICKET-DEPARTMENT TO WS-HOLD-DEPT
              PERFORM 280-CHECK-HOLD
           END-IF.
       287-EXIT.
           EXIT.

      *    WS-ERA-HIT is the table entry whose userid is WS-USR-Q-
      *    USERID, zero when the ticket's requestor is not due.
       250-FIND-ERA-ENTRY.
           MOVE 0 TO WS-ERA-HIT
           PERFORM VARYING WS-ERA-SUB FROM 1 BY 1
                   UNTIL WS-ERA-SUB > WS-ERA-COUNT
              IF WS-ERA-USERID(WS-ERA-SUB) = WS-USR-Q-USERID
                 MOVE WS-ERA-SUB TO WS-ERA-HIT
              END-IF
           END-PERFORM.
       250-EXIT.
           EXIT.

      *    One browse of the named ticket file queues the keys of the
      *    due requestors' tickets; each is then scrubbed by keyed
      *    update. Live tickets also carry the log row, the change
      *    capture and the journal image.
       300-SCRUB-TICKET-FILE.
           PERFORM 595-CLEAR-WORK-QUEUE
           MOVE LOW-VALUES TO TICKET-KEY
           EXEC CICS STARTBR
                FILE(WS-FILE-NAME)
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE(WS-FILE-NAME)
                      INTO (WS-TICKET-REC)
                      RIDFLD (TICKET-KEY)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    MOVE TICKET-REQUESTOR TO WS-USR-Q-USERID
                    PERFORM 250-FIND-ERA-ENTRY
                    IF WS-ERA-HIT > 0
                       PERFORM 285-CHECK-TICKET-REC-HOLD
                    END-IF
                    IF WS-ERA-HIT > 0 AND WS-HOLD-HIT = 'Y'
                       ADD 1 TO WS-ERA-CNT-HELD(WS-ERA-HIT)
                       MOVE TICKET-KEY TO WS-TKT-Q-TICKET
                       MOVE 'HELD' TO WS-TKT-Q-FILE
                       MOVE WS-ERA-HIT TO WS-TKT-Q-ERA
                       MOVE WS-HOLD-MATTER TO WS-TKT-Q-MATTER
                       EXEC CICS WRITEQ TS
                            QUEUE(WS-TKT-QNAME)
                            FROM (WS-TKT-Q)
                            LENGTH(LENGTH OF WS-TKT-Q)
                            RESP(WS-RETNCODE3)
                       END-EXEC
                    END-IF
                    IF WS-ERA-HIT > 0 AND WS-HOLD-HIT NOT = 'Y'
                       MOVE SPACES TO WS-WORK-KEY
                       MOVE TICKET-KEY TO WS-WORK-KEY(1:7)
                       MOVE WS-ERA-HIT TO WS-WORK-ERA
                       PERFORM 597-QUEUE-WORK-KEY
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE(WS-FILE-NAME)
              END-EXEC
           END-IF
           PERFORM 598-READ-WORK-KEY
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 310-SCRUB-ONE-TICKET
              PERFORM 598-READ-WORK-KEY
           END-PERFORM.
       300-EXIT.
           EXIT.

       310-SCRUB-ONE-TICKET.
           MOVE WS-WORK-KEY(1:7) TO TICKET-KEY
           EXEC CICS READ
                FILE(WS-FILE-NAME)
                INTO (WS-TICKET-REC)
                RIDFLD (TICKET-KEY)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 310-EXIT
           END-IF
           MOVE WS-ERASED-NAME TO TICKET-REQUESTOR
           MOVE SPACES TO TICKET-PHONE
           MOVE SPACES TO TICKET-EMAIL
           IF WS-FILE-NAME = 'STF001C'
              MOVE WS-DATE-X TO TICKET-LAST-UPDATE(1:10)
              MOVE WS-TIME-X TO TICKET-LAST-UPDATE(12:9)
              MOVE 'SM143' TO TICKET-LAST-UPDATE-BY
           END-IF
           EXEC CICS REWRITE
                FILE(WS-FILE-NAME)
                FROM (WS-TICKET-REC)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 310-EXIT
           END-IF
           MOVE TICKET-KEY TO WS-TKT-Q-TICKET
           MOVE WS-FILE-NAME TO WS-TKT-Q-FILE
           MOVE WS-WORK-ERA TO WS-TKT-Q-ERA
           MOVE SPACES TO WS-TKT-Q-MATTER
           EXEC CICS WRITEQ TS
                QUEUE(WS-TKT-QNAME)
                FROM (WS-TKT-Q)
                LENGTH(LENGTH OF WS-TKT-Q)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-FILE-NAME NOT = 'STF001C'
              ADD 1 TO WS-ERA-CNT-ARC(WS-WORK-ERA)
              GO TO 310-EXIT
           END-IF
           ADD 1 TO WS-ERA-CNT-TKT(WS-WORK-ERA)
           PERFORM 750-WRITE-LOG-ENTRY
           MOVE 'STF001C' TO CDC-FILE
           MOVE SPACES TO CDC-REC-KEY
           MOVE TICKET-KEY TO CDC-REC-KEY(1:7)
           PERFORM 760-WRITE-CDC-REC
           MOVE 'U' TO JRN-ACTION
           MOVE TICKET-KEY TO JRN-TICKET-ID
           MOVE 'SM143' TO JRN-BY
           MOVE 'SM143' TO JRN-PROGRAM
           MOVE WS-TICKET-REC TO JRN-IMAGE
           EXEC CICS LINK
                PROGRAM('SM110')
                COMMAREA(WS-JRN-AREA)
                RESP(WS-RETNCODE3)
           END-EXEC.
       310-EXIT.
           EXIT.

      *    The snapshot row is the whole STF001C record, so it is
      *    read straight over the ticket layout.
       350-SCRUB-SNAPSHOT.
           PERFORM 595-CLEAR-WORK-QUEUE
           MOVE LOW-VALUES TO SNAP-KEY
           EXEC CICS STARTBR
                FILE('STF063T')
                RIDFLD (SNAP-KEY)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF063T')
                      INTO (WS-TICKET-REC)
                      RIDFLD (SNAP-KEY)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    MOVE TICKET-REQUESTOR TO WS-USR-Q-USERID
                    PERFORM 250-FIND-ERA-ENTRY
                    IF WS-ERA-HIT > 0
                       PERFORM 285-CHECK-TICKET-REC-HOLD
                       IF WS-HOLD-HIT = 'Y'
                          ADD 1 TO WS-ERA-CNT-HELD(WS-ERA-HIT)
                          MOVE 0 TO WS-ERA-HIT
                       END-IF
                    END-IF
                    IF WS-ERA-HIT > 0
                       MOVE SPACES TO WS-WORK-KEY
                       MOVE SNAP-KEY TO WS-WORK-KEY(1:7)
                       MOVE WS-ERA-HIT TO WS-WORK-ERA
                       PERFORM 597-QUEUE-WORK-KEY
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF063T')
              END-EXEC
           END-IF
           PERFORM 598-READ-WORK-KEY
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-WORK-KEY(1:7) TO SNAP-KEY
              EXEC CICS READ
                   FILE('STF063T')
                   INTO (WS-TICKET-REC)
                   RIDFLD (SNAP-KEY)
                   UPDATE
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE WS-ERASED-NAME TO TICKET-REQUESTOR
                 MOVE SPACES TO TICKET-PHONE
                 MOVE SPACES TO TICKET-EMAIL
                 EXEC CICS REWRITE
                      FILE('STF063T')
                      FROM (WS-TICKET-REC)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-ERA-CNT-SNP(WS-WORK-ERA)
                 END-IF
              END-IF
              PERFORM 598-READ-WORK-KEY
           END-PERFORM.
       350-EXIT.
           EXIT.

      *    Each journal row carries a whole after-image; every image
      *    naming a due requestor is scrubbed, so a roll-forward can
      *    never put the erased details back.
       400-SCRUB-JOURNAL.
           PERFORM 595-CLEAR-WORK-QUEUE
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
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    MOVE JRNL-IMAGE TO WS-TICKET-REC
                    MOVE TICKET-REQUESTOR TO WS-USR-Q-USERID
                    PERFORM 250-FIND-ERA-ENTRY
                    IF WS-ERA-HIT > 0
                       PERFORM 285-CHECK-TICKET-REC-HOLD
                       IF WS-HOLD-HIT = 'Y'
                          ADD 1 TO WS-ERA-CNT-HELD(WS-ERA-HIT)
                          MOVE 0 TO WS-ERA-HIT
                       END-IF
                    END-IF
                    IF WS-ERA-HIT > 0
                       MOVE JRNL-KEY TO WS-WORK-KEY
                       MOVE WS-ERA-HIT TO WS-WORK-ERA
                       PERFORM 597-QUEUE-WORK-KEY
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF069J')
              END-EXEC
           END-IF
           PERFORM 598-READ-WORK-KEY
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-WORK-KEY TO JRNL-KEY
              EXEC CICS READ
                   FILE('STF069J')
                   INTO (JRNL-REC)
                   RIDFLD (JRNL-KEY)
                   UPDATE
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE JRNL-IMAGE TO WS-TICKET-REC
                 MOVE WS-ERASED-NAME TO TICKET-REQUESTOR
                 MOVE SPACES TO TICKET-PHONE
                 MOVE SPACES TO TICKET-EMAIL
                 MOVE WS-TICKET-REC TO JRNL-IMAGE
                 EXEC CICS REWRITE
                      FILE('STF069J')
                      FROM (JRNL-REC)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-ERA-CNT-JRN(WS-WORK-ERA)
                 END-IF
              END-IF
              PERFORM 598-READ-WORK-KEY
           END-PERFORM.
       400-EXIT.
           EXIT.

      *    The questionnaire answers of every ticket scrubbed above -
      *    the prompt stays, the answer text goes.
       450-SCRUB-ANSWERS.
           MOVE 1 TO WS-TKT-ITEM
           PERFORM 455-READ-TKT-ITEM
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              IF WS-TKT-Q-FILE NOT = 'HELD'
                 PERFORM 460-SCRUB-TICKET-ANSWERS
              END-IF
              ADD 1 TO WS-TKT-ITEM
              PERFORM 455-READ-TKT-ITEM
           END-PERFORM.
       450-EXIT.
           EXIT.

       455-READ-TKT-ITEM.
           EXEC CICS READQ TS
                QUEUE(WS-TKT-QNAME)
                INTO (WS-TKT-Q)
                ITEM (WS-TKT-ITEM)
                RESP (WS-RETNCODE)
           END-EXEC.
       455-EXIT.
           EXIT.

       460-SCRUB-TICKET-ANSWERS.
           MOVE 0 TO WS-ANS-ITEM
           PERFORM UNTIL WS-ANS-ITEM = 99
              ADD 1 TO WS-ANS-ITEM
              MOVE WS-TKT-Q-TICKET TO ANSW-Ticket-ID
              MOVE WS-ANS-ITEM TO ANSW-Item
              EXEC CICS READ
                   FILE('STF044A')
                   INTO (ANSW-REC)
                   RIDFLD (ANSW-KEYS)
                   UPDATE
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                 MOVE 99 TO WS-ANS-ITEM
              ELSE
                 IF ANSW-TEXT = WS-ERASED-TEXT
                    EXEC CICS UNLOCK
                         FILE('STF044A')
                    END-EXEC
                 ELSE
                    MOVE WS-ERASED-TEXT TO ANSW-TEXT
                    EXEC CICS REWRITE
                         FILE('STF044A')
                         FROM (ANSW-REC)
                         RESP(WS-RETNCODE2)
                    END-EXEC
                    IF WS-RETNCODE2 = DFHRESP(NORMAL)
                       ADD 1 TO WS-ERA-CNT-ANS(WS-TKT-Q-ERA)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       460-EXIT.
           EXIT.

      *    The user's own notifications are theirs alone and serve
      *    no report - they are deleted outright.
       500-DROP-NOTIFICATIONS.
           PERFORM VARYING WS-ERA-SUB FROM 1 BY 1
                   UNTIL WS-ERA-SUB > WS-ERA-COUNT
              PERFORM 595-CLEAR-WORK-QUEUE
              MOVE WS-ERA-USERID(WS-ERA-SUB) TO NOTIF-Userid
              MOVE 0 TO NOTIF-Seq-Number
              EXEC CICS STARTBR
                   FILE('STF009N')
                   RIDFLD (NOTIF-KEYS)
                   GTEQ
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                    OR NOTIF-Userid NOT = WS-ERA-USERID(WS-ERA-SUB)
                    EXEC CICS READNEXT
                         FILE('STF009N')
                         INTO (NOTIF-REC)
                         RIDFLD (NOTIF-KEYS)
                         RESP(WS-RETNCODE)
                    END-EXEC
                    MOVE 'N' TO WS-HOLD-HIT
                    IF WS-RETNCODE = DFHRESP(NORMAL) AND
                       NOTIF-Userid = WS-ERA-USERID(WS-ERA-SUB) AND
                       NOTIF-Ticket-ID NOT = SPACES
                       PERFORM 287-CHECK-TICKET-ID-HOLD
                       IF WS-HOLD-HIT = 'Y'
                          ADD 1 TO WS-ERA-CNT-HELD(WS-ERA-SUB)
                       END-IF
                    END-IF
                    IF WS-RETNCODE = DFHRESP(NORMAL) AND
                       NOTIF-Userid = WS-ERA-USERID(WS-ERA-SUB) AND
                       WS-HOLD-HIT NOT = 'Y'
                       MOVE SPACES TO WS-WORK-KEY
                       MOVE NOTIF-Seq-Number TO WS-WORK-KEY(1:5)
                       MOVE WS-ERA-SUB TO WS-WORK-ERA
                       PERFORM 597-QUEUE-WORK-KEY
                    END-IF
                 END-PERFORM
                 EXEC CICS ENDBR
                      FILE('STF009N')
                 END-EXEC
              END-IF
              PERFORM 598-READ-WORK-KEY
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 MOVE WS-ERA-USERID(WS-ERA-SUB) TO NOTIF-Userid
                 MOVE WS-WORK-KEY(1:5) TO NOTIF-Seq-Number
                 EXEC CICS DELETE
                      FILE('STF009N')
                      RIDFLD (NOTIF-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-ERA-CNT-NTF(WS-ERA-SUB)
                 END-IF
                 PERFORM 598-READ-WORK-KEY
              END-PERFORM
           END-PERFORM.
       500-EXIT.
           EXIT.

      *    The uaf001 row itself stays - history still names the
      *    userid - but its phone and email go, with the usual
      *    UAF002 audit row and change capture.
       550-SCRUB-USER-RECORDS.
           PERFORM VARYING WS-ERA-SUB FROM 1 BY 1
                   UNTIL WS-ERA-SUB > WS-ERA-COUNT
              MOVE WS-ERA-USERID(WS-ERA-SUB) TO WS-UAF-USERID
              EXEC CICS READ
                   FILE('uaf001')
                   INTO (WS-UAF-REC)
                   RIDFLD (WS-UAF-USERID)
                   UPDATE
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 MOVE SPACES TO WS-UAF-PHONE
                 MOVE SPACES TO WS-UAF-EMAIL
                 MOVE 'SM143' TO WS-UAF-UPDATEDBY
                 EXEC CICS REWRITE
                      FILE('uaf001')
                      FROM (WS-UAF-REC)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-ERA-CNT-UAF(WS-ERA-SUB)
                    PERFORM 770-WRITE-UAF-AUDIT
                    MOVE 'uaf001  ' TO CDC-FILE
                    MOVE WS-UAF-USERID TO CDC-REC-KEY
                    PERFORM 760-WRITE-CDC-REC
                 END-IF
              END-IF
           END-PERFORM.
       550-EXIT.
           EXIT.

      *    The erasure certificate: who, under which policy, every
      *    ticket scrubbed and where, and the count per file. The
      *    register row turns ERASED as the lasting record.
       600-WRITE-CERTIFICATE.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           STRING 'ERASURE CERTIFICATE - USER ' DELIMITED BY SIZE
                  WS-ERA-USERID(WS-ERA-SUB) DELIMITED BY SPACE
                  ' INACTIVE SINCE ' DELIMITED BY SIZE
                  WS-ERA-SINCE(WS-ERA-SUB) DELIMITED BY SIZE
                  ' ERASED ' DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE '   FIELDS: REQUESTOR, TICKET-PHONE, TICKET-EMAIL'
                TO WS-RPT-WORK
           MOVE ', ANSWER TEXT, UAF001 PHONE/EMAIL, NOTIFICATIONS'
                TO WS-RPT-WORK(49:52)
           PERFORM 910-WRITE-RPT-LINE
           MOVE 1 TO WS-TKT-ITEM
           PERFORM 455-READ-TKT-ITEM
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              IF WS-TKT-Q-ERA = WS-ERA-SUB
                 MOVE SPACES TO WS-RPT-WORK
                 IF WS-TKT-Q-FILE = 'HELD'
                    STRING '   TICKET ' DELIMITED BY SIZE
                           WS-TKT-Q-TICKET DELIMITED BY SIZE
                           ' KEPT - LEGAL HOLD ' DELIMITED BY SIZE
                           WS-TKT-Q-MATTER DELIMITED BY SIZE
                           INTO WS-RPT-WORK
                    END-STRING
                 ELSE
                    STRING '   TICKET ' DELIMITED BY SIZE
                           WS-TKT-Q-TICKET DELIMITED BY SIZE
                           ' SCRUBBED ON ' DELIMITED BY SIZE
                           WS-TKT-Q-FILE DELIMITED BY SIZE
                           INTO WS-RPT-WORK
                    END-STRING
                 END-IF
                 PERFORM 910-WRITE-RPT-LINE
              END-IF
              ADD 1 TO WS-TKT-ITEM
              PERFORM 455-READ-TKT-ITEM
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING '   STF001C=' DELIMITED BY SIZE
                  WS-ERA-CNT-TKT(WS-ERA-SUB) DELIMITED BY SIZE
                  ' STF001H=' DELIMITED BY SIZE
                  WS-ERA-CNT-ARC(WS-ERA-SUB) DELIMITED BY SIZE
                  ' STF063T=' DELIMITED BY SIZE
                  WS-ERA-CNT-SNP(WS-ERA-SUB) DELIMITED BY SIZE
                  ' STF069J=' DELIMITED BY SIZE
                  WS-ERA-CNT-JRN(WS-ERA-SUB) DELIMITED BY SIZE
                  ' STF044A=' DELIMITED BY SIZE
                  WS-ERA-CNT-ANS(WS-ERA-SUB) DELIMITED BY SIZE
                  ' STF009N=' DELIMITED BY SIZE
                  WS-ERA-CNT-NTF(WS-ERA-SUB) DELIMITED BY SIZE
                  ' UAF001=' DELIMITED BY SIZE
                  WS-ERA-CNT-UAF(WS-ERA-SUB) DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           IF WS-ERA-CNT-HELD(WS-ERA-SUB) > 0
              MOVE SPACES TO WS-RPT-WORK
              STRING '   ROWS KEPT UNDER LEGAL HOLD=' DELIMITED BY SIZE
                     WS-ERA-CNT-HELD(WS-ERA-SUB) DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
              ADD WS-ERA-CNT-HELD(WS-ERA-SUB) TO WS-HELD-ROWS
           END-IF
           COMPUTE WS-ERA-TOTAL = WS-ERA-CNT-TKT(WS-ERA-SUB)
                 + WS-ERA-CNT-ARC(WS-ERA-SUB)
                 + WS-ERA-CNT-SNP(WS-ERA-SUB)
                 + WS-ERA-CNT-JRN(WS-ERA-SUB)
                 + WS-ERA-CNT-ANS(WS-ERA-SUB)
                 + WS-ERA-CNT-NTF(WS-ERA-SUB)
                 + WS-ERA-CNT-UAF(WS-ERA-SUB)
           ADD WS-ERA-TOTAL TO WS-JOB-COUNT
           MOVE WS-ERA-USERID(WS-ERA-SUB) TO ERAS-Userid
           EXEC CICS READ
                FILE('STF100E')
                INTO (ERAS-REC)
                RIDFLD (ERAS-Userid)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'ERASED' TO ERAS-Status
              MOVE WS-TODAY-YYYYMMDD TO ERAS-Erased-Date
              MOVE WS-ERA-TOTAL TO ERAS-Count
              EXEC CICS REWRITE
                   FILE('STF100E')
                   FROM (ERAS-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF.
       600-EXIT.
           EXIT.

       590-CLEAR-TICKET-QUEUE.
           EXEC CICS DELETEQ TS
                QUEUE(WS-TKT-QNAME)
                RESP(WS-RETNCODE2)
           END-EXEC.
       590-EXIT.
           EXIT.

       595-CLEAR-WORK-QUEUE.
           EXEC CICS DELETEQ TS
                QUEUE(WS-WORK-QNAME)
                RESP(WS-RETNCODE2)
           END-EXEC.
       595-EXIT.
           EXIT.

       597-QUEUE-WORK-KEY.
           EXEC CICS WRITEQ TS
                QUEUE(WS-WORK-QNAME)
                FROM (WS-WORK-Q)
                LENGTH(LENGTH OF WS-WORK-Q)
                RESP(WS-RETNCODE2)
           END-EXEC.
       597-EXIT.
           EXIT.

       598-READ-WORK-KEY.
           EXEC CICS READQ TS
                QUEUE(WS-WORK-QNAME)
                INTO (WS-WORK-Q)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC.
       598-EXIT.
           EXIT.

       700-WRITE-SUMMARY.
           PERFORM 595-CLEAR-WORK-QUEUE
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           STRING 'SM143 ERASURE: USERS ERASED=' DELIMITED BY SIZE
                  WS-ERA-COUNT DELIMITED BY SIZE
                  ' RECORDS SCRUBBED=' DELIMITED BY SIZE
                  WS-JOB-COUNT DELIMITED BY SIZE
                  ' NEWLY WATCHED=' DELIMITED BY SIZE
                  WS-WATCH-ADDED DELIMITED BY SIZE
                  ' REACTIVATED=' DELIMITED BY SIZE
                  WS-WATCH-DROPPED DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SKIPPED FOR LEGAL HOLD: USERS=' DELIMITED BY SIZE
                  WS-HELD-USERS DELIMITED BY SIZE
                  ' ROWS=' DELIMITED BY SIZE
                  WS-HELD-ROWS DELIMITED BY SIZE
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
           MOVE SPACES TO WS-LOG-REC
           MOVE TICKET-KEY TO WS-LOG-TICKET-ID
           MOVE WS-LOG-LAST-SEQ TO WS-LOG-SEQ-NUM
           ADD 1 TO WS-LOG-SEQ-NUM
           MOVE 'SM143' TO WS-LOG-LAST-UPDBY
           MOVE WS-STAMP TO WS-LOG-LAST-UPD
           MOVE 'REQUESTOR PERSONAL DATA ERASED (RETENTION)'
                TO WS-LOG-UPD-REMARKS
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
      *    drains, so the mirror is scrubbed too; the caller names
      *    the file and key.
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

      *    One UAF002 row under the erased user, next sequence by
      *    the full highest-seq walk of that user's slice.
       770-WRITE-UAF-AUDIT.
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
           MOVE 'SM143' TO WS-UAF-LOG-CHANGED-BY
           MOVE 'PERSONAL DATA ERASED - SEE S143RPT CERTIFICATE'
                TO WS-UAF-LOG-REMARKS
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
           MOVE 'S143RPT' TO RPT-Report-ID
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
                 MOVE 'S143RPT' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE 'PERSONAL-DATA ERASURE - CERTIFICATES' TO WS-RPT-WORK
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
           MOVE 'S143' TO JOBH-Job-ID
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
                TRANSID  ('S143')
                INTERVAL (240000)
                REQID    ('S143RSCH')
           END-EXEC.
       900-EXIT.
           EXIT.
