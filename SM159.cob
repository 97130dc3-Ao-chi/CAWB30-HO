       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM159.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM159 is the nightly org-chart exception report (TRANSID      *
      *  'S159'), self-rescheduling every 24 hours. One browse of the  *
      *  STF113M reporting lines of active people finds what would     *
      *  stop a routed approval or an escalation climb reaching        *
      *  anyone:                                                       *
      *    NO ACTIVE MANAGER  - a manager (someone with an active      *
      *                         report) with no active manager of      *
      *                         their own above them, short of the     *
      *                         '*TOP' row that marks the head of the  *
      *                         organisation;                          *
      *    LEAVER HAS REPORTS - a manager who is inactive on uaf001;   *
      *    UNKNOWN MANAGER    - a manager userid uaf001 has never      *
      *                         heard of;                              *
      *    CIRCULAR LINE      - a person whose line leads back to      *
      *                         themselves, as the SM157 service       *
      *                         walks it.                              *
      *  Each manager is judged once per run. Output goes to STF010R   *
      *  under 'S159RPT' for HR to correct at source (or on SM033,     *
      *  table MGRL, until the next feed); the STF022L subscribers get *
      *  the standard notification and the default printer a copy.    *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
           COPY STF113M.
           COPY SMMGR01 REPLACING ==MGQ-COMMAREA== BY ==WS-MGQ-AREA==.
           COPY STF022L.
           COPY SMPRT01 REPLACING ==PRQ-COMMAREA== BY ==WS-PRT-AREA==.
       77  WS-PRT-RESP                           PIC S9(8) COMP.
           COPY STF009N.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).

       01  WS-UAF-LKP-REC.
           05 WS-UAF-LKP-USERID                  PIC X(08).
           05 WS-UAF-LKP-TYPE                    PIC X(05).
           05 WS-UAF-LKP-DEPARTMENT              PIC X(08).
           05 FILLER                             PIC X(40).
           05 WS-UAF-LKP-INACTIVE                PIC X(01).
           05 FILLER                             PIC X(60).

       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-LINE-USERID                        PIC X(08).
       01  WS-LINE-MANAGER                       PIC X(08).
       01  WS-SEEN                               PIC X VALUE 'N'.
       01  WS-CHAIN-TEXT                         PIC X(38).
       01  WS-CHAIN-PTR                          PIC S9(4) COMP.
       01  WS-IX                                 PIC S9(4) COMP.

      *    Managers already judged this run. Past the table's size a
      *    manager may be judged, and listed, more than once.
       01  WS-SEEN-COUNT                         PIC S9(4) COMP
           VALUE 0.
       01  WS-SEEN-TABLE.
           05 WS-SEEN-USERID OCCURS 500          PIC X(08).

       01  WS-LINE-COUNT                         PIC 9(05) VALUE 0.
       01  WS-NOMGR-COUNT                        PIC 9(05) VALUE 0.
       01  WS-LEAVER-COUNT                       PIC 9(05) VALUE 0.
       01  WS-UNKNOWN-COUNT                      PIC 9(05) VALUE 0.
       01  WS-CYCLE-COUNT                        PIC 9(05) VALUE 0.
       01  WS-FLAG-COUNT                         PIC 9(05) VALUE 0.

       01  WS-DETAIL-LINE.
           05 DL-FLAG                            PIC X(19).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 DL-USERID                          PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 DL-MANAGER                         PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 DL-DETAIL                          PIC X(38).
       01  WS-COLUMN-HEADS                       PIC X(80) VALUE
           'FLAG                USERID   MANAGER  DETAIL'.

       01  WS-NTF-TARGET                         PIC X(08).
       01  WS-NTF-LAST-SEQ                       PIC 9(05).
       01  WS-STAMP                              PIC X(20).
       01  WS-DATE-FULL-X                        PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-TIME                               PIC 9(15) COMP-3.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.

       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       77  WS-JOB-RESP                           PIC S9(8) COMP.

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
                ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME  (WS-TIME)
                DATESEP  ('/')
                MMDDYYYY (WS-DATE-FULL-X)
                TIME     (WS-TIME-X)
                TIMESEP  (':')
           END-EXEC
           MOVE SPACES TO WS-STAMP
           MOVE WS-DATE-FULL-X TO WS-STAMP(1:10)
           MOVE WS-TIME-X TO WS-STAMP(12:8)
           PERFORM 150-INIT-RPT-RUN
           PERFORM 200-SCAN-LINES
           PERFORM 400-WRITE-TOTALS
           PERFORM 600-NOTIFY-SUBSCRIBERS
           PERFORM 610-PRINT-RUN
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

      *    Only the lines of people still active count - a leaver's
      *    old row makes no one a manager. The SM157 LINKs read
      *    STF113M by key while the browse is open, which CICS
      *    allows; nothing here updates it.
       200-SCAN-LINES.
           MOVE LOW-VALUES TO MGRL-Userid
           EXEC CICS STARTBR
                FILE('STF113M')
                RIDFLD (MGRL-Userid)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF113M')
                   INTO (MGRL-REC)
                   RIDFLD (MGRL-Userid)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 MGRL-ACTIVE NOT = 'N' AND
                 MGRL-Manager NOT = SPACES AND
                 MGRL-Manager NOT = LOW-VALUES
                 MOVE MGRL-Userid TO WS-LINE-USERID
                 MOVE MGRL-Manager TO WS-LINE-MANAGER
                 MOVE WS-LINE-USERID TO WS-UAF-LKP-USERID
                 EXEC CICS READ
                      FILE('uaf001')
                      INTO (WS-UAF-LKP-REC)
                      RIDFLD (WS-UAF-LKP-USERID)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    WS-UAF-LKP-INACTIVE NOT = 'Y'
                    ADD 1 TO WS-LINE-COUNT
                    PERFORM 220-CHECK-CYCLE
                    IF WS-LINE-MANAGER NOT = '*TOP'
                       PERFORM 210-CHECK-SEEN
                       IF WS-SEEN = 'N'
                          PERFORM 230-JUDGE-MANAGER
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF113M')
                RESP(WS-RETNCODE)
           END-EXEC.
       200-EXIT.
           EXIT.

       210-CHECK-SEEN.
           MOVE 'N' TO WS-SEEN
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-SEEN-COUNT OR WS-SEEN = 'Y'
              IF WS-SEEN-USERID(WS-IX) = WS-LINE-MANAGER
                 MOVE 'Y' TO WS-SEEN
              END-IF
           END-PERFORM
           IF WS-SEEN = 'N' AND WS-SEEN-COUNT < 500
              ADD 1 TO WS-SEEN-COUNT
              MOVE WS-LINE-MANAGER TO WS-SEEN-USERID(WS-SEEN-COUNT)
           END-IF.
       210-EXIT.
           EXIT.

      *    Listed once per member of the loop - each one's own walk
      *    comes back to them. Someone merely below a loop walks
      *    into it without returning and is not listed.
       220-CHECK-CYCLE.
           MOVE '01' TO MGQ-VERSION
           MOVE WS-LINE-USERID TO MGQ-USERID
           MOVE 9 TO MGQ-LEVELS
           EXEC CICS LINK
                PROGRAM('SM157')
                COMMAREA(WS-MGQ-AREA)
                LENGTH(LENGTH OF WS-MGQ-AREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              MGQ-CYCLE NOT = 'Y' OR
              MGQ-CYCLE-AT NOT = WS-LINE-USERID
              GO TO 220-EXIT
           END-IF
           MOVE SPACES TO WS-CHAIN-TEXT
           MOVE 1 TO WS-CHAIN-PTR
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > MGQ-CHAIN-COUNT
              STRING MGQ-CHAIN-USERID(WS-IX) DELIMITED BY SPACE
                     '>' DELIMITED BY SIZE
                     INTO WS-CHAIN-TEXT
                     WITH POINTER WS-CHAIN-PTR
                     ON OVERFLOW
                        MOVE '...' TO WS-CHAIN-TEXT(36:3)
              END-STRING
           END-PERFORM
           STRING WS-LINE-USERID DELIMITED BY SPACE
                  INTO WS-CHAIN-TEXT
                  WITH POINTER WS-CHAIN-PTR
                  ON OVERFLOW
                     MOVE '...' TO WS-CHAIN-TEXT(36:3)
           END-STRING
           MOVE 'CIRCULAR LINE' TO DL-FLAG
           MOVE WS-LINE-USERID TO DL-USERID
           MOVE WS-LINE-MANAGER TO DL-MANAGER
           MOVE WS-CHAIN-TEXT TO DL-DETAIL
           ADD 1 TO WS-CYCLE-COUNT
           PERFORM 290-LIST-FLAG.
       220-EXIT.
           EXIT.

      *    The manager must be on uaf001 and active, and must have
      *    an active manager of their own somewhere above - or sit
      *    under '*TOP'. A loop above them is CIRCULAR LINE's to
      *    report, not this.
       230-JUDGE-MANAGER.
           MOVE WS-LINE-MANAGER TO WS-UAF-LKP-USERID
           EXEC CICS READ
                FILE('uaf001')
                INTO (WS-UAF-LKP-REC)
                RIDFLD (WS-UAF-LKP-USERID)
                RESP(WS-RETNCODE2)
           END-EXEC
           MOVE WS-LINE-MANAGER TO DL-USERID
           MOVE SPACES TO DL-MANAGER
           MOVE SPACES TO DL-DETAIL
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              MOVE 'UNKNOWN MANAGER' TO DL-FLAG
              STRING 'NOT ON uaf001 - NAMED BY ' DELIMITED BY SIZE
                     WS-LINE-USERID DELIMITED BY SIZE
                     INTO DL-DETAIL
              END-STRING
              ADD 1 TO WS-UNKNOWN-COUNT
              PERFORM 290-LIST-FLAG
              GO TO 230-EXIT
           END-IF
           IF WS-UAF-LKP-INACTIVE = 'Y'
              MOVE 'LEAVER HAS REPORTS' TO DL-FLAG
              STRING 'INACTIVE - STILL MANAGES ' DELIMITED BY SIZE
                     WS-LINE-USERID DELIMITED BY SIZE
                     INTO DL-DETAIL
              END-STRING
              ADD 1 TO WS-LEAVER-COUNT
              PERFORM 290-LIST-FLAG
              GO TO 230-EXIT
           END-IF
           MOVE '01' TO MGQ-VERSION
           MOVE WS-LINE-MANAGER TO MGQ-USERID
           MOVE 1 TO MGQ-LEVELS
           EXEC CICS LINK
                PROGRAM('SM157')
                COMMAREA(WS-MGQ-AREA)
                LENGTH(LENGTH OF WS-MGQ-AREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              MGQ-FOUND = 'Y' OR
              MGQ-TOP = 'Y' OR
              MGQ-CYCLE = 'Y'
              GO TO 230-EXIT
           END-IF
           MOVE 'NO ACTIVE MANAGER' TO DL-FLAG
           MOVE MGQ-CHAIN-USERID(1) TO DL-MANAGER
           IF MGQ-CHAIN-COUNT = 0
              MOVE 'NO LINE MANAGER ON FILE' TO DL-DETAIL
           ELSE
              MOVE 'EVERY MANAGER ABOVE HAS LEFT' TO DL-DETAIL
           END-IF
           ADD 1 TO WS-NOMGR-COUNT
           PERFORM 290-LIST-FLAG.
       230-EXIT.
           EXIT.

       290-LIST-FLAG.
           ADD 1 TO WS-FLAG-COUNT
           MOVE WS-DETAIL-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       290-EXIT.
           EXIT.

       400-WRITE-TOTALS.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           IF WS-FLAG-COUNT = 0
              MOVE 'NO EXCEPTIONS - EVERY REPORTING LINE IS COMPLETE'
                   TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-WORK
           STRING 'LINES=' DELIMITED BY SIZE
                  WS-LINE-COUNT DELIMITED BY SIZE
                  ' NO ACTIVE MANAGER=' DELIMITED BY SIZE
                  WS-NOMGR-COUNT DELIMITED BY SIZE
                  ' LEAVERS=' DELIMITED BY SIZE
                  WS-LEAVER-COUNT DELIMITED BY SIZE
                  ' UNKNOWN=' DELIMITED BY SIZE
                  WS-UNKNOWN-COUNT DELIMITED BY SIZE
                  ' CIRCULAR=' DELIMITED BY SIZE
                  WS-CYCLE-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       400-EXIT.
           EXIT.

      *    A default printer on the report's STF022L list gets
      *    the finished run on paper through SM152 - no printer
      *    named on the list, nothing is printed.
       610-PRINT-RUN.
           MOVE '01' TO PRQ-VERSION
           MOVE SPACES TO PRQ-PRINTER
           MOVE 'S159RPT' TO PRQ-REPORT-ID
           MOVE BDQ-BUS-DATE TO PRQ-RUN-DATE
           MOVE 0 TO PRQ-FROM-LINE
           MOVE 99999 TO PRQ-TO-LINE
           MOVE 'S159' TO PRQ-REQUESTED-BY
           EXEC CICS LINK
                PROGRAM('SM152')
                COMMAREA(WS-PRT-AREA)
                RESP(WS-PRT-RESP)
           END-EXEC.
       610-EXIT.
           EXIT.

      *    The STF022L convention: active subscribers of 'S159RPT'
      *    get the standard "report is ready" notification.
       600-NOTIFY-SUBSCRIBERS.
           MOVE 'S159RPT' TO DIST-Report-ID
           MOVE 0 TO DIST-Seq-Number
           EXEC CICS STARTBR
                FILE('STF022L')
                RIDFLD(DIST-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR DIST-Report-ID NOT = 'S159RPT'
                 MOVE SPACES TO DIST-Printer
                 EXEC CICS READNEXT
                      FILE('STF022L')
                      INTO(DIST-REC)
                      RIDFLD(DIST-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    DIST-Report-ID = 'S159RPT' AND
                    DIST-ACTIVE = 'Y' AND
                    DIST-Userid NOT = SPACES
                    MOVE DIST-Userid TO WS-NTF-TARGET
                    PERFORM 650-WRITE-ONE-NOTIF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF022L')
              END-EXEC
           END-IF.
       600-EXIT.
           EXIT.

       650-WRITE-ONE-NOTIF.
           MOVE WS-NTF-TARGET TO NOTIF-Userid
           MOVE 0 TO NOTIF-Seq-Number
           MOVE 0 TO WS-NTF-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF009N')
                RIDFLD(NOTIF-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR NOTIF-Userid NOT = WS-NTF-TARGET
                 EXEC CICS READNEXT
                      FILE('STF009N')
                      INTO(NOTIF-REC)
                      RIDFLD(NOTIF-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    NOTIF-Userid = WS-NTF-TARGET
                    MOVE NOTIF-Seq-Number TO WS-NTF-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF009N')
              END-EXEC
           END-IF
           MOVE WS-NTF-TARGET TO NOTIF-Userid
           MOVE WS-NTF-LAST-SEQ TO NOTIF-Seq-Number
           ADD 1 TO NOTIF-Seq-Number
           MOVE SPACES TO NOTIF-Ticket-ID
           MOVE WS-STAMP TO NOTIF-Stamp
           MOVE 'ORG-CHART EXCEPTIONS READY: S159RPT IN SM30'
                TO NOTIF-Text
           MOVE 'N' TO NOTIF-Read-Flag
           MOVE 'N' TO NOTIF-Sent-Flag
           EXEC CICS WRITE
                FILE('STF009N')
                FROM (NOTIF-REC)
                RIDFLD (NOTIF-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       650-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S159RPT' TO RPT-Report-ID
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
                 MOVE 'S159RPT' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'ORG-CHART EXCEPTIONS AS AT ' DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-COLUMN-HEADS TO WS-RPT-WORK
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
      *    console and the S102 watchdog, same convention as the
      *    other housekeeping jobs - count is the exceptions listed.
       800-WRITE-JOB-HISTORY.
           MOVE 'S159' TO JOBH-Job-ID
           MOVE WS-JOB-START-DATE TO JOBH-Run-Date
           MOVE WS-JOB-START-TIME TO JOBH-Run-Time
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-FLAG-COUNT TO JOBH-Count
           MOVE 'OK' TO JOBH-Outcome
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
                TRANSID  ('S159')
                INTERVAL (240000)
                REQID    ('S159RSCH')
           END-EXEC.
       900-EXIT.
           EXIT.
