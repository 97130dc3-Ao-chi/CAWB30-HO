      *  re-issues its own reschedule. PF5 from here reaches the      *
      *  SM032 security-event inquiry, PF6 the SM059 error-log         *
      *  inquiry, PF9 the SM038 alert desk.                            *
      *                                                                *
      *  The business-date line shows the date the housekeeping jobs   *
      *  work for (the SM149 answer). After a night the region was     *
      *  down an admin keys the missed date there and presses ENTER,   *
      *  PF11 starts the S101 chain for it, PF10 steps the date on a   *
      *  day - back to live by itself on reaching today - and LIVE     *
      *  keyed in the field returns to the clock at once. Each row     *
      *  shows the business date of the job's last run.               *
      *                                                                *
      *  PF4 turns the rows over to the month-end runs that checkpoint *
      *  through SM173 (SM16/SM35/SM43/SM82/SM93): each one's STF122K  *
      *  row if it has a run in flight - status, phase, run date, last *
      *  checkpoint, last key, records read and report lines out. 'D'  *
      *  discards the checkpoint (the job's next start clears what the *
      *  run left and begins clean), 'R' starts the job now - resuming *
      *  from the checkpoint, or clean after a discard. PF4 again      *
      *  goes back to the housekeeping jobs.                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY SM31S.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY STF026J.
           COPY STF104B.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
           COPY STF122K.
           COPY SMCKP01 REPLACING ==CKQ-COMMAREA== BY ==WS-CKP-AREA==.
       01  WS-CURRENT-MAP  VALUE 'SM31S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(7).
              'PF1=HELP PF3=EXIT PF5=SECURITY PF6=ERRORS PF9=ALERTS '.
              10 FILLER                          PIC X(30) VALUE
                 'PF7/8=PAGE F=FIRE S=SUSPEND'.
              10 FILLER                          PIC X(30) VALUE
                 'PF10=STEP DATE PF11=RUN CHAIN'.
              10 FILLER                          PIC X(16) VALUE
                 'PF4=CHECKPOINTS'.
           05 WS-CONSOLE-PROMPT                  PIC X(44) VALUE
              'F=FIRE NOW S=SUSPEND, THEN PRESS ENTER'.
           05 WS-FIRST-PAGE                      PIC X(23) VALUE
              'THIS IS THE FIRST PAGE'.
           05 WS-LAST-PAGE                       PIC X(21) VALUE
              'THIS IS THE LAST PAGE'.
           05 WS-BD-INVALID                      PIC X(40) VALUE
              'BUSINESS DATE MUST BE A PAST YYYYMMDD'.
           05 WS-BD-SET                          PIC X(40) VALUE
              'BUSINESS DATE SET - PF11 RUNS THE CHAIN'.
           05 WS-BD-STEPPED                      PIC X(40) VALUE
              'BUSINESS DATE STEPPED ON ONE DAY'.
           05 WS-BD-LIVE                         PIC X(40) VALUE
              'BUSINESS DATE BACK TO LIVE'.
           05 WS-BD-ALREADY-LIVE                 PIC X(40) VALUE
              'BUSINESS DATE IS ALREADY LIVE'.
           05 WS-BD-FAILED                       PIC X(40) VALUE
              'BUSINESS DATE CONTROL UPDATE FAILED'.
           05 WS-CHAIN-STARTED                   PIC X(40) VALUE
              'NIGHTLY CHAIN STARTED FOR BUSINESS DATE'.
           05 WS-CHAIN-FAILED                    PIC X(40) VALUE
              'NIGHTLY CHAIN COULD NOT BE STARTED'.
           05 WS-CKPT-PROMPT                     PIC X(44) VALUE
              'CHECKPOINTS: D=DISCARD R=RESTART, THEN ENTER'.
           05 WS-CKPT-DISCARDED                  PIC X(45) VALUE
              'CHECKPOINT DISCARDED - R STARTS THE JOB CLEAN'.
           05 WS-CKPT-NOT-DISCARDED              PIC X(40) VALUE
              'CHECKPOINT COULD NOT BE DISCARDED'.
           05 WS-CKPT-RESTARTED                  PIC X(40) VALUE
              'JOB STARTED FROM ITS CHECKPOINT'.
           05 WS-CKPT-CLEAN-START                PIC X(40) VALUE
              'JOB STARTED - DISCARDED RUN CLEARED'.
           05 WS-CKPT-NOT-STARTED                PIC X(40) VALUE
              'JOB COULD NOT BE STARTED'.
           05 WS-CKPT-STILL-LIVE                 PIC X(48) VALUE
              'CHECKPOINTED IN LAST 15 MINS - JOB STILL RUNNING'.

      *    The job registry: transid, reschedule REQID and expected
      *    interval in hours. A new housekeeping job is added here
           05 FILLER PIC X(14) VALUE 'S103S103RSCH24'.
           05 FILLER PIC X(14) VALUE 'S105S105RSCH24'.
           05 FILLER PIC X(14) VALUE 'S107S107RSCH01'.
           05 FILLER PIC X(14) VALUE 'S111S111RSCH24'.
           05 FILLER PIC X(14) VALUE 'S114S114RSCH24'.
           05 FILLER PIC X(14) VALUE 'S130S130RSCH24'.
           05 FILLER PIC X(14) VALUE 'S140S140RSCH24'.
           05 FILLER PIC X(14) VALUE 'S142S142RSCH24'.
           05 FILLER PIC X(14) VALUE 'S143S143RSCH24'.
           05 FILLER PIC X(14) VALUE 'S147S147RSCH24'.
           05 FILLER PIC X(14) VALUE 'S148S148RSCH24'.
           05 FILLER PIC X(14) VALUE 'S150S150RSUM24'.
           05 FILLER PIC X(14) VALUE 'S154S154RSCH24'.
           05 FILLER PIC X(14) VALUE 'S155S155RSCH01'.
           05 FILLER PIC X(14) VALUE 'S156S156RSCH24'.
           05 FILLER PIC X(14) VALUE 'S159S159RSCH24'.
           05 FILLER PIC X(14) VALUE 'S162S162RSCH01'.
           05 FILLER PIC X(14) VALUE 'S163S163RSCH24'.
           05 FILLER PIC X(14) VALUE 'S165S165RSCH24'.
           05 FILLER PIC X(14) VALUE 'S168S168RSCH24'.
           05 FILLER PIC X(14) VALUE 'S180S180RSCH24'.
       01  WS-JOB-TABLE-R REDEFINES WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 45.
              10 WS-JOB-TRANID                   PIC X(04).
              10 WS-JOB-REQID                    PIC X(08).
              10 WS-JOB-HOURS                    PIC 9(02).

      *    The runs that checkpoint through SM173, one console row
      *    each in the PF4 view, keyed by the transid that both names
      *    their STF122K row and restarts them.
       01  WS-CKPT-JOB-TABLE.
           05 FILLER PIC X(04) VALUE 'SM16'.
           05 FILLER PIC X(04) VALUE 'SM35'.
           05 FILLER PIC X(04) VALUE 'SM43'.
           05 FILLER PIC X(04) VALUE 'SM82'.
           05 FILLER PIC X(04) VALUE 'SM93'.
       01  WS-CKPT-JOB-TABLE-R REDEFINES WS-CKPT-JOB-TABLE.
           05 WS-CKPT-JOB OCCURS 5               PIC X(04).
       01  WS-CKPT-JOBS                          PIC S9(4) COMP VALUE 5.
      *    An INFLIGHT row stamped within this many seconds belongs
      *    to a run still going - every job checkpoints far oftener -
      *    and is not restarted over the top of it.
       01  WS-CKPT-LIVE-SECS                     PIC S9(9) COMP
                                                 VALUE 900.
       01  WS-CKPT-AGE                           PIC S9(9) COMP.
       01  WS-CKPT-NOW-DATE                      PIC 9(08).
       01  WS-CKPT-NOW-TIME                      PIC 9(06).
       01  WS-CKPT-NOW-TIME-R REDEFINES WS-CKPT-NOW-TIME.
           05 WS-CKPT-NOW-HH                     PIC 9(02).
           05 WS-CKPT-NOW-MM                     PIC 9(02).
           05 WS-CKPT-NOW-SS                     PIC 9(02).
       01  WS-CKPT-STAMP-TIME                    PIC 9(06).
       01  WS-CKPT-STAMP-TIME-R REDEFINES WS-CKPT-STAMP-TIME.
           05 WS-CKPT-STAMP-HH                   PIC 9(02).
           05 WS-CKPT-STAMP-MM                   PIC 9(02).
           05 WS-CKPT-STAMP-SS                   PIC 9(02).
       01  WS-CKPT-ROW.
           05 CR-JOB                             PIC X(04).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CR-STATUS                          PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CR-PHASE                           PIC X(01).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CR-RUN-DATE                        PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CR-STAMP-DATE                      PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CR-STAMP-TIME                      PIC X(06).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CR-LAST-KEY                        PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CR-RECORDS                         PIC ZZZZZZ9.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CR-LINES                           PIC ZZZZ9.
           05 FILLER                             PIC X(07) VALUE
              SPACES.

       01  WS-LAST-FOUND                         PIC X.
       01  WS-LAST-DATE                          PIC 9(08).
       01  WS-LAST-TIME                          PIC X(06).
       01  WS-LAST-COUNT                         PIC 9(05).
       01  WS-LAST-OUTCOME                       PIC X(08).
       01  WS-LAST-BUS-DATE                      PIC 9(08).
       01  WS-BROWSE-KEYS.
           05 WS-BR-JOB                          PIC X(04).
           05 WS-BR-DATE                         PIC 9(08).
           05 RB-EXPECT-HH                       PIC 9(02).
           05 FILLER                             PIC X(03) VALUE '00 '.
           05 RB-MISSED                          PIC X(06).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-BUS-DATE                        PIC 9(08).
           05 FILLER                             PIC X(04) VALUE
              SPACES.

      *    Business-date control: the line painted from the SM149
      *    answer, and the date being keyed or stepped to (zero is
      *    live).
       01  WS-BD-STATUS.
           05 FILLER                             PIC X(14) VALUE
              'BUSINESS DATE '.
           05 BS-DATE                            PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 BS-MODE                            PIC X(17).
       01  WS-BD-TODAY                           PIC 9(08).
       01  WS-NEW-BUS-DATE                       PIC 9(08).
       01  WS-NEW-BUS-DATE-R REDEFINES WS-NEW-BUS-DATE.
           05 WS-NBD-YYYY                        PIC 9(04).
           05 WS-NBD-MM                          PIC 9(02).
           05 WS-NBD-DD                          PIC 9(02).
       01  WS-BD-INTEGER                         PIC S9(9) COMP.
       01  WS-BD-SAVED                           PIC X.

       01  WS-SUB                                PIC 9(02).

      *    Paging over the registry - fourteen map rows per page,
      *    the registry subscript rebuilt from page and row.
       01  WS-ROW                                PIC S9(4) COMP.
       01  WS-PAGE-BASE                          PIC S9(4) COMP.
       01  WS-PAGE-MAX                           PIC 9(01) VALUE 4.

       01  WS-COMMAREA.
           05 WS-PGMID                           PIC X(06).
           05 WS-AUDITOR                         PIC X.
           05 WS-HELP-FLAG                       PIC X.
           05 WS-PAGE-NUM                        PIC 9(01).
           05 WS-VIEW                            PIC X.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 DF-AUDITOR                         PIC X.
           05 DF-HELP-FLAG                       PIC X.
           05 DF-PAGE-NUM                        PIC 9(01).
           05 DF-VIEW                            PIC X.

       PROCEDURE DIVISION.
       000-PROCESS.
                     MOVE 'SM031' TO WS-PGMID
                     MOVE WS-CONSOLE-PROMPT TO ERRMSGO
                     MOVE 1 TO WS-PAGE-NUM
                     MOVE 'J' TO WS-VIEW
                     PERFORM 400-BUILD-CONSOLE
                     MOVE 1 TO WS-STATE
                     PERFORM 100-CREATE-MAP
                  MOVE 'Y' TO WS-HELP-FLAG
                  EXEC CICS SEND TEXT
                       FROM (WS-HELP-TEXT)
                       LENGTH (+129)
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                     ADD 1 TO WS-PAGE-NUM
                  END-IF
                  PERFORM 400-BUILD-CONSOLE
             WHEN DFHPF4
                  IF WS-VIEW = 'C'
                     MOVE 'J' TO WS-VIEW
                     MOVE WS-CONSOLE-PROMPT TO ERRMSGO
                  ELSE
                     MOVE 'C' TO WS-VIEW
                     MOVE WS-CKPT-PROMPT TO ERRMSGO
                  END-IF
                  PERFORM 400-BUILD-CONSOLE
             WHEN DFHENTER
                  IF WS-AUDITOR = 'Y' AND USR-ADMIN NOT = 'Y'
                     MOVE WS-INVALID-PFKEY TO ERRMSGO
                  ELSE
                     IF WS-VIEW = 'C'
                        PERFORM 750-WORK-CKPT-ACTIONS
                     ELSE
                        PERFORM 500-WORK-ACTIONS
                     END-IF
                     PERFORM 600-SET-BUS-DATE
                  END-IF
                  PERFORM 400-BUILD-CONSOLE
             WHEN DFHPF10
                  IF WS-AUDITOR = 'Y' AND USR-ADMIN NOT = 'Y'
                     MOVE WS-INVALID-PFKEY TO ERRMSGO
                  ELSE
                     PERFORM 610-STEP-BUS-DATE
                  END-IF
                  PERFORM 400-BUILD-CONSOLE
             WHEN DFHPF11
                  IF WS-AUDITOR = 'Y' AND USR-ADMIN NOT = 'Y'
                     MOVE WS-INVALID-PFKEY TO ERRMSGO
                  ELSE
                     PERFORM 620-RUN-CHAIN
                  END-IF
                  PERFORM 400-BUILD-CONSOLE
             WHEN OTHER
           IF WS-PAGE-NUM NOT NUMERIC OR WS-PAGE-NUM = 0
              MOVE 1 TO WS-PAGE-NUM
           END-IF
           PERFORM 430-SHOW-BUS-DATE
           IF WS-VIEW = 'C'
              PERFORM 700-BUILD-CHECKPOINTS
              GO TO 400-EXIT
           END-IF
           COMPUTE WS-PAGE-BASE = (WS-PAGE-NUM - 1) * 14
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 14
              COMPUTE WS-SUB = WS-PAGE-BASE + WS-ROW
              IF WS-SUB > 45
                 MOVE SPACES TO DETLO(WS-ROW)
                 MOVE SPACE TO JSELO(WS-ROW)
                 MOVE DFHBMASK TO JSELA(WS-ROW)
           MOVE SPACES TO WS-LAST-TIME
           MOVE 0 TO WS-LAST-COUNT
           MOVE SPACES TO WS-LAST-OUTCOME
           MOVE 0 TO WS-LAST-BUS-DATE
           MOVE WS-JOB-TRANID(WS-SUB) TO WS-BR-JOB
           MOVE WS-BR-JOB TO JOBH-Job-ID
           MOVE 0 TO JOBH-Run-Date
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR JOBH-Job-ID NOT = WS-BR-JOB
                 MOVE 0 TO JOBH-Bus-Date
                 EXEC CICS READNEXT
                      FILE('STF026J')
                      INTO(JOBH-REC)
                    MOVE JOBH-Run-Time TO WS-LAST-TIME
                    MOVE JOBH-Count TO WS-LAST-COUNT
                    MOVE JOBH-Outcome TO WS-LAST-OUTCOME
                    IF JOBH-Bus-Date NUMERIC AND JOBH-Bus-Date > 0
                       MOVE JOBH-Bus-Date TO WS-LAST-BUS-DATE
                    ELSE
                       MOVE JOBH-Run-Date TO WS-LAST-BUS-DATE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
              MOVE 0 TO RB-EXPECT-DATE
              MOVE 0 TO RB-EXPECT-HH
              MOVE 0 TO RB-COUNT
              MOVE 0 TO RB-BUS-DATE
              MOVE 'CHECK' TO RB-MISSED
           ELSE
              MOVE WS-JOB-TRANID(WS-SUB) TO RB-JOB
              MOVE WS-LAST-TIME TO RB-LAST-TIME
              MOVE WS-LAST-COUNT TO RB-COUNT
              MOVE WS-LAST-OUTCOME TO RB-OUTCOME
              MOVE WS-LAST-BUS-DATE TO RB-BUS-DATE
              IF WS-JOB-HOURS(WS-SUB) = 0
                 MOVE 0 TO RB-EXPECT-DATE
                 MOVE 0 TO RB-EXPECT-HH
       420-EXIT.
           EXIT.

      *    The business-date line, from the same SM149 answer the
      *    jobs themselves take; the entry field is cleared on every
      *    paint.
       430-SHOW-BUS-DATE.
           MOVE '01' TO BDQ-VERSION
           MOVE FUNCTION CURRENT-DATE(1:8) TO BDQ-LIVE-DATE
           MOVE BDQ-LIVE-DATE TO BDQ-BUS-DATE
           MOVE 'N' TO BDQ-OVERRIDE
           EXEC CICS LINK
                PROGRAM('SM149')
                COMMAREA(WS-BDT-AREA)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              BDQ-BUS-DATE NOT NUMERIC
              MOVE BDQ-LIVE-DATE TO BDQ-BUS-DATE
              MOVE 'N' TO BDQ-OVERRIDE
           END-IF
           MOVE BDQ-BUS-DATE TO BS-DATE
           IF BDQ-OVERRIDE = 'Y'
              MOVE 'OVERRIDE - RERUN' TO BS-MODE
           ELSE
              MOVE 'LIVE' TO BS-MODE
           END-IF
           MOVE WS-BD-STATUS TO BDSTATO
           MOVE SPACES TO BDNEWO.
       430-EXIT.
           EXIT.

      *    ENTER: 'F' starts the job's transaction right now (its run
      *    will re-issue its own reschedule); 'S' cancels the pending
      *    reschedule by REQID, which is all "suspended" means for a
           COMPUTE WS-PAGE-BASE = (WS-PAGE-NUM - 1) * 14
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 14
              COMPUTE WS-SUB = WS-PAGE-BASE + WS-ROW
              IF WS-SUB <= 45
                 EVALUATE JSELI(WS-ROW)
                   WHEN 'F'
                        EXEC CICS START
           END-PERFORM.
       500-EXIT.
           EXIT.

      *    ENTER with the business-date field keyed: a past date
      *    sets the override, LIVE clears it. A date that is not a
      *    real calendar date, or is not behind today, is refused -
      *    SM149 would answer live for a later one anyway.
       600-SET-BUS-DATE.
           IF BDNEWI = SPACES OR BDNEWI = LOW-VALUES
              GO TO 600-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BD-TODAY
           IF BDNEWI = 'LIVE'
              MOVE 0 TO WS-NEW-BUS-DATE
           ELSE
              IF BDNEWI NOT NUMERIC
                 MOVE WS-BD-INVALID TO ERRMSGO
                 GO TO 600-EXIT
              END-IF
              MOVE BDNEWI TO WS-NEW-BUS-DATE
              IF WS-NBD-YYYY < 1601 OR
                 FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-BUS-DATE) NOT = 0 OR
                 WS-NEW-BUS-DATE NOT < WS-BD-TODAY
                 MOVE WS-BD-INVALID TO ERRMSGO
                 GO TO 600-EXIT
              END-IF
           END-IF
           PERFORM 650-SAVE-BUS-DATE
           IF WS-BD-SAVED NOT = 'Y'
              MOVE WS-BD-FAILED TO ERRMSGO
           ELSE
              IF WS-NEW-BUS-DATE = 0
                 MOVE WS-BD-LIVE TO ERRMSGO
              ELSE
                 MOVE WS-BD-SET TO ERRMSGO
              END-IF
           END-IF.
       600-EXIT.
           EXIT.

      *    PF10: the override moves on one calendar day once the
      *    chain has finished the date it holds; reaching today
      *    means caught up, so the control goes back to live.
       610-STEP-BUS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BD-TODAY
           MOVE 0 TO WS-NEW-BUS-DATE
           MOVE 'BUSDATE' TO BDTC-Key
           EXEC CICS READ
                FILE('STF104B')
                INTO (BDTC-REC)
                RIDFLD (BDTC-Key)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL) AND
              BDTC-Override-Date NUMERIC AND
              BDTC-Override-Date > 0 AND
              BDTC-Override-Date < WS-BD-TODAY
              MOVE BDTC-Override-Date TO WS-NEW-BUS-DATE
           END-IF
           IF WS-NEW-BUS-DATE = 0
              MOVE WS-BD-ALREADY-LIVE TO ERRMSGO
              GO TO 610-EXIT
           END-IF
           COMPUTE WS-BD-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-NEW-BUS-DATE) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-BD-INTEGER)
                TO WS-NEW-BUS-DATE
           IF WS-NEW-BUS-DATE NOT < WS-BD-TODAY
              MOVE 0 TO WS-NEW-BUS-DATE
           END-IF
           PERFORM 650-SAVE-BUS-DATE
           IF WS-BD-SAVED NOT = 'Y'
              MOVE WS-BD-FAILED TO ERRMSGO
           ELSE
              IF WS-NEW-BUS-DATE = 0
                 MOVE WS-BD-LIVE TO ERRMSGO
              ELSE
                 MOVE WS-BD-STEPPED TO ERRMSGO
              END-IF
           END-IF.
       610-EXIT.
           EXIT.

      *    PF11: the S101 driver is started now for whatever the
      *    business date is. Its pending twenty-minute reschedule is
      *    cancelled first - the run re-issues it - so the driver is
      *    not left with two wake-ups queued.
       620-RUN-CHAIN.
           EXEC CICS CANCEL
                REQID('S101RSCH')
                RESP(WS-RETNCODE)
           END-EXEC
           EXEC CICS START
                TRANSID ('S101')
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              MOVE WS-CHAIN-STARTED TO ERRMSGO
           ELSE
              MOVE WS-CHAIN-FAILED TO ERRMSGO
           END-IF.
       620-EXIT.
           EXIT.

      *    The single STF104B row is rewritten in place, or written
      *    the first time the console sets it, stamped with the
      *    admin and the moment.
       650-SAVE-BUS-DATE.
           MOVE 'N' TO WS-BD-SAVED
           MOVE 'BUSDATE' TO BDTC-Key
           EXEC CICS READ
                FILE('STF104B')
                INTO (BDTC-REC)
                RIDFLD (BDTC-Key)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE 'BUSDATE' TO BDTC-Key
           MOVE WS-NEW-BUS-DATE TO BDTC-Override-Date
           MOVE USERID TO BDTC-Set-By
           MOVE FUNCTION CURRENT-DATE(1:8) TO BDTC-Set-Date
           MOVE FUNCTION CURRENT-DATE(9:6) TO BDTC-Set-Time
           IF WS-RETNCODE = DFHRESP(NORMAL)
              EXEC CICS REWRITE
                   FILE('STF104B')
                   FROM (BDTC-REC)
                   RESP(WS-RETNCODE)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE('STF104B')
                   FROM (BDTC-REC)
                   RIDFLD (BDTC-Key)
                   RESP(WS-RETNCODE)
              END-EXEC
           END-IF
           IF WS-RETNCODE = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-BD-SAVED
           END-IF.
       650-EXIT.
           EXIT.

      *    The PF4 view: one row per checkpointing run from its
      *    STF122K row, read directly the way the job rows read
      *    STF026J. A job with no run in flight shows NONE and its
      *    action column is protected; the rows past the five blank.
       700-BUILD-CHECKPOINTS.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 14
              MOVE SPACE TO JSELO(WS-ROW)
              MOVE DFHBMASK TO JSELA(WS-ROW)
              IF WS-ROW > WS-CKPT-JOBS
                 MOVE SPACES TO DETLO(WS-ROW)
              ELSE
                 PERFORM 710-BUILD-ONE-CKPT-ROW
              END-IF
           END-PERFORM.
       700-EXIT.
           EXIT.

       710-BUILD-ONE-CKPT-ROW.
           MOVE SPACES TO WS-CKPT-ROW
           MOVE WS-CKPT-JOB(WS-ROW) TO CR-JOB
           MOVE 0 TO CR-RUN-DATE
           MOVE 0 TO CR-STAMP-DATE
           MOVE 0 TO CR-RECORDS
           MOVE 0 TO CR-LINES
           MOVE WS-CKPT-JOB(WS-ROW) TO CKPT-Job-ID
           EXEC CICS READ
                FILE('STF122K')
                INTO (CKPT-REC)
                RIDFLD (CKPT-Job-ID)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE 'NONE' TO CR-STATUS
              MOVE WS-CKPT-ROW TO DETLO(WS-ROW)
              GO TO 710-EXIT
           END-IF
           MOVE CKPT-Status TO CR-STATUS
           MOVE CKPT-Phase TO CR-PHASE
           MOVE CKPT-Run-Date TO CR-RUN-DATE
           MOVE CKPT-Stamp-Date TO CR-STAMP-DATE
           MOVE CKPT-Stamp-Time TO CR-STAMP-TIME
           IF CKPT-Status = 'DISCARD'
              MOVE CKPT-Discard-By TO CR-LAST-KEY
           ELSE
              MOVE CKPT-Last-Key TO CR-LAST-KEY
           END-IF
           MOVE CKPT-Records TO CR-RECORDS
           MOVE CKPT-Lines TO CR-LINES
           MOVE WS-CKPT-ROW TO DETLO(WS-ROW)
           MOVE DFHBMUNP TO JSELA(WS-ROW).
       710-EXIT.
           EXIT.

      *    ENTER in the PF4 view: 'D' has SM173 mark the run's row
      *    DISCARD for this admin; 'R' starts the job, which resumes
      *    from its row - or, the row discarded, clears the partial
      *    run and begins again. A job with no row in flight is not
      *    started from here: its action column is protected; nor is
      *    one whose INFLIGHT row was stamped in the last fifteen
      *    minutes, since that run is still going.
       750-WORK-CKPT-ACTIONS.
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-CKPT-JOBS
              EVALUATE JSELI(WS-ROW)
                WHEN 'D'
                     MOVE '01' TO CKQ-VERSION
                     MOVE 'DROP' TO CKQ-FUNCTION
                     MOVE WS-CKPT-JOB(WS-ROW) TO CKQ-JOB-ID
                     MOVE USERID TO CKQ-USERID
                     EXEC CICS LINK
                          PROGRAM('SM173')
                          COMMAREA(WS-CKP-AREA)
                          LENGTH(LENGTH OF WS-CKP-AREA)
                          RESP(WS-RETNCODE)
                     END-EXEC
                     IF WS-RETNCODE = DFHRESP(NORMAL) AND
                        CKQ-FOUND = 'Y'
                        MOVE WS-CKPT-DISCARDED TO ERRMSGO
                     ELSE
                        MOVE WS-CKPT-NOT-DISCARDED TO ERRMSGO
                     END-IF
                WHEN 'R'
                     PERFORM 760-RESTART-ONE-JOB
                WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.
       750-EXIT.
           EXIT.

       760-RESTART-ONE-JOB.
           MOVE WS-CKPT-JOB(WS-ROW) TO CKPT-Job-ID
           EXEC CICS READ
                FILE('STF122K')
                INTO (CKPT-REC)
                RIDFLD (CKPT-Job-ID)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 760-EXIT
           END-IF
           IF CKPT-Status = 'INFLIGHT' AND
              CKPT-Stamp-Date NUMERIC AND CKPT-Stamp-Date > 0 AND
              CKPT-Stamp-Time NUMERIC
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CKPT-NOW-DATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CKPT-NOW-TIME
              MOVE CKPT-Stamp-Time TO WS-CKPT-STAMP-TIME
              COMPUTE WS-CKPT-AGE =
                 (FUNCTION INTEGER-OF-DATE(WS-CKPT-NOW-DATE) -
                  FUNCTION INTEGER-OF-DATE(CKPT-Stamp-Date)) * 86400
                 + WS-CKPT-NOW-HH * 3600 + WS-CKPT-NOW-MM * 60
                 + WS-CKPT-NOW-SS
                 - WS-CKPT-STAMP-HH * 3600 - WS-CKPT-STAMP-MM * 60
                 - WS-CKPT-STAMP-SS
              IF WS-CKPT-AGE < WS-CKPT-LIVE-SECS
                 MOVE WS-CKPT-STILL-LIVE TO ERRMSGO
                 GO TO 760-EXIT
              END-IF
           END-IF
           EXEC CICS START
                TRANSID (WS-CKPT-JOB(WS-ROW))
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-CKPT-NOT-STARTED TO ERRMSGO
           ELSE
              IF CKPT-Status = 'DISCARD'
                 MOVE WS-CKPT-CLEAN-START TO ERRMSGO
              ELSE
                 MOVE WS-CKPT-RESTARTED TO ERRMSGO
              END-IF
           END-IF.
       760-EXIT.
           EXIT.
