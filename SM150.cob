       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM150.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM150 is the batch-window quiesce step (TRANSID 'S150'), a    *
      *  member of the S101 nightly chain. The backup of STF001C and   *
      *  the other VSAM files used to be taken with the files open -   *
      *  fuzzy - or after someone closed them by hand, when users met  *
      *  raw NOTOPEN conditions. Released by the driver, this run      *
      *  marks the STF106W window DOWN with the time it is planned to  *
      *  end, closes and disables every active STF105Q file (SM033     *
      *  table QUIE) and STARTs itself again after MWIN-Minutes. The   *
      *  second run finds the window DOWN, opens and enables the same  *
      *  files and marks the window UP. From the first moment to the   *
      *  last, SM0000, the ticket screens and SM040 read the window    *
      *  through the SM151 service and tell users when to come back.   *
      *                                                                *
      *  The first run records outcome QUIESCED and the second OK, so  *
      *  the driver holds everything downstream until the files are    *
      *  back; a file that will not reopen records REOPENF, which      *
      *  keeps the chain held for operations. Both runs report to      *
      *  STF010R under 'S150RPT'. A business-date rerun of a missed    *
      *  night does not close anything in the working day - it         *
      *  records OK at once. Should the region go down inside the      *
      *  window, 'F' on the SM031 console runs the reopening leg; 'S'  *
      *  there cancels the pending reopen to hold a long backup.       *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF105Q.
           COPY STF106W.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
       77  WS-JOB-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.

      *    The files the window itself needs - never closed, even if
      *    someone lists them.
       01  WS-KEEP-TABLE.
           05 FILLER                             PIC X(08) VALUE
              'STF104B'.
           05 FILLER                             PIC X(08) VALUE
              'STF105Q'.
           05 FILLER                             PIC X(08) VALUE
              'STF106W'.
           05 FILLER                             PIC X(08) VALUE
              'STF026J'.
           05 FILLER                             PIC X(08) VALUE
              'STF010R'.
       01  WS-KEEP-TABLE-R REDEFINES WS-KEEP-TABLE.
           05 WS-KEEP-FILE OCCURS 5              PIC X(08).
       01  WS-KEEP-SUB                           PIC S9(4) COMP.
       01  WS-KEEP-HIT                           PIC X(01).

      *    The active STF105Q rows, loaded before any file is touched.
       01  WS-FILE-TABLE.
           05 WS-FILE-ENTRY OCCURS 50.
              10 WS-FILE-NAME                    PIC X(08).
       01  WS-FILE-USED                          PIC S9(4) COMP VALUE 0.
       01  WS-FILE-SUB                           PIC S9(4) COMP.

       01  WS-WINDOW-FOUND                       PIC X(01).
       01  WS-WINDOW-SAVE                        PIC X(47).
       01  WS-NOW-HH                             PIC 9(02).
       01  WS-NOW-MM                             PIC 9(02).
       01  WS-WIN-MINUTES                        PIC 9(03).
       01  WS-UNTIL-MINUTES                      PIC 9(05).
       01  WS-UNTIL-HH                           PIC 9(02).
       01  WS-UNTIL-MM                           PIC 9(02).
       01  WS-RESUME-HH                          PIC 9(02).
       01  WS-RESUME-MM                          PIC 9(02).
       01  WS-RESUME-INTERVAL                    PIC S9(7) COMP-3.
       01  WS-DONE-COUNT                         PIC 9(03) VALUE 0.
       01  WS-FAILED-COUNT                       PIC 9(03) VALUE 0.
       01  WS-RESP-DISP                          PIC ZZZZZZZ9.
       01  WS-LAST-LINE                          PIC 9(05).

       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       01  WS-JOB-COUNT                          PIC 9(05) VALUE 0.
       01  WS-JOB-OUTCOME                        PIC X(08).
       01  WS-RPT-WORK                           PIC X(100).
       01  WS-COUNT-DISP                         PIC ZZ9.

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
           PERFORM 120-READ-WINDOW
           PERFORM 170-LOAD-FILE-LIST
           IF WS-WINDOW-FOUND = 'Y' AND MWIN-Status = 'DOWN'
              IF MWIN-Bus-Date NUMERIC AND MWIN-Bus-Date > 0
                 MOVE MWIN-Bus-Date TO BDQ-BUS-DATE
                 MOVE MWIN-Bus-Date TO WS-TODAY-YYYYMMDD
              END-IF
              PERFORM 160-CONTINUE-RPT-RUN
              PERFORM 300-RESUME
           ELSE
              PERFORM 150-INIT-RPT-RUN
              IF BDQ-OVERRIDE = 'Y'
                 MOVE 'BUSINESS-DATE RERUN - NO FILES CLOSED'
                      TO WS-RPT-WORK
                 PERFORM 910-WRITE-RPT-LINE
                 MOVE 0 TO WS-JOB-COUNT
                 MOVE 'OK' TO WS-JOB-OUTCOME
              ELSE
                 PERFORM 200-QUIESCE
              END-IF
           END-IF
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

      *    The single window row - seeded UP with a thirty-minute
      *    window the first time the step runs.
       120-READ-WINDOW.
           MOVE 'Y' TO WS-WINDOW-FOUND
           MOVE 'WINDOW' TO MWIN-Key
           EXEC CICS READ
                FILE('STF106W')
                INTO (MWIN-REC)
                RIDFLD (MWIN-Key)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE 'N' TO WS-WINDOW-FOUND
              MOVE 'WINDOW' TO MWIN-Key
              MOVE 'UP' TO MWIN-Status
              MOVE 30 TO MWIN-Minutes
              MOVE SPACES TO MWIN-Until-Time
              MOVE 0 TO MWIN-Down-Date
              MOVE SPACES TO MWIN-Down-Time
              MOVE 0 TO MWIN-Bus-Date
              MOVE 0 TO MWIN-Closed-Count
              MOVE 0 TO MWIN-Failed-Count
           END-IF
           IF MWIN-Minutes NOT NUMERIC OR MWIN-Minutes = 0
              MOVE 30 TO WS-WIN-MINUTES
           ELSE
              MOVE MWIN-Minutes TO WS-WIN-MINUTES
           END-IF.
       120-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S150RPT' TO RPT-Report-ID
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
                 MOVE 'S150RPT' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'BATCH-WINDOW FILE QUIESCE - ' DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       150-EXIT.
           EXIT.

      *    The reopening run carries on the closing run's report -
      *    its lines follow the highest one already written for the
      *    date.
       160-CONTINUE-RPT-RUN.
           MOVE 0 TO WS-LAST-LINE
           MOVE 'S150RPT' TO RPT-Report-ID
           MOVE BDQ-BUS-DATE TO RPT-Run-Date
           MOVE 0 TO RPT-Line-Number
           EXEC CICS STARTBR
                FILE('STF010R')
                RIDFLD (RPT-KEYS)
                GTEQ
                RESP(WS-RPT-RESP)
           END-EXEC
           IF WS-RPT-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RPT-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF010R')
                      INTO (RPT-REC)
                      RIDFLD (RPT-KEYS)
                      RESP(WS-RPT-RESP)
                 END-EXEC
                 IF WS-RPT-RESP = DFHRESP(NORMAL)
                    IF RPT-Report-ID = 'S150RPT' AND
                       RPT-Run-Date = BDQ-BUS-DATE
                       MOVE RPT-Line-Number TO WS-LAST-LINE
                    ELSE
                       MOVE DFHRESP(ENDFILE) TO WS-RPT-RESP
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF010R')
              END-EXEC
           END-IF
           MOVE 'S150RPT' TO RPT-Report-ID
           MOVE BDQ-BUS-DATE TO RPT-Run-Date
           MOVE WS-LAST-LINE TO RPT-Line-Number
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'WINDOW ENDED - REOPENING FILES' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       160-EXIT.
           EXIT.

       170-LOAD-FILE-LIST.
           MOVE 0 TO WS-FILE-USED
           MOVE LOW-VALUES TO QFIL-File
           EXEC CICS STARTBR
                FILE('STF105Q')
                RIDFLD (QFIL-File)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 170-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF105Q')
                   INTO (QFIL-REC)
                   RIDFLD (QFIL-File)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 QFIL-Active NOT = 'N' AND
                 QFIL-File NOT = SPACES AND
                 WS-FILE-USED < 50
                 PERFORM 180-CHECK-KEEP
                 IF WS-KEEP-HIT = 'N'
                    ADD 1 TO WS-FILE-USED
                    MOVE QFIL-File TO WS-FILE-NAME(WS-FILE-USED)
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF105Q')
           END-EXEC.
       170-EXIT.
           EXIT.

       180-CHECK-KEEP.
           MOVE 'N' TO WS-KEEP-HIT
           PERFORM VARYING WS-KEEP-SUB FROM 1 BY 1
                   UNTIL WS-KEEP-SUB > 5 OR WS-KEEP-HIT = 'Y'
              IF QFIL-File = WS-KEEP-FILE(WS-KEEP-SUB)
                 MOVE 'Y' TO WS-KEEP-HIT
              END-IF
           END-PERFORM.
       180-EXIT.
           EXIT.

      *    The window goes DOWN before the first close, so a user
      *    arriving mid-close is already told to come back; the
      *    reopening run is then armed for MWIN-Minutes from now.
       200-QUIESCE.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-NOW-HH
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-NOW-MM
           COMPUTE WS-UNTIL-MINUTES =
              (WS-NOW-HH * 60) + WS-NOW-MM + WS-WIN-MINUTES
           PERFORM UNTIL WS-UNTIL-MINUTES < 1440
              SUBTRACT 1440 FROM WS-UNTIL-MINUTES
           END-PERFORM
           DIVIDE WS-UNTIL-MINUTES BY 60 GIVING WS-UNTIL-HH
                  REMAINDER WS-UNTIL-MM
           MOVE 'DOWN' TO MWIN-Status
           MOVE WS-UNTIL-HH TO MWIN-Until-Time(1:2)
           MOVE WS-UNTIL-MM TO MWIN-Until-Time(3:2)
           MOVE WS-JOB-START-DATE TO MWIN-Down-Date
           MOVE WS-JOB-START-TIME TO MWIN-Down-Time
           MOVE BDQ-BUS-DATE TO MWIN-Bus-Date
           MOVE 0 TO MWIN-Closed-Count
           MOVE 0 TO MWIN-Failed-Count
           PERFORM 700-SAVE-WINDOW
           MOVE SPACES TO WS-RPT-WORK
           STRING 'WINDOW DOWN UNTIL ' DELIMITED BY SIZE
                  MWIN-Until-Time(1:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  MWIN-Until-Time(3:2) DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-USED
              PERFORM 210-CLOSE-ONE
           END-PERFORM
           MOVE WS-DONE-COUNT TO MWIN-Closed-Count
           MOVE WS-FAILED-COUNT TO MWIN-Failed-Count
           PERFORM 700-SAVE-WINDOW
           DIVIDE WS-WIN-MINUTES BY 60 GIVING WS-RESUME-HH
                  REMAINDER WS-RESUME-MM
           COMPUTE WS-RESUME-INTERVAL =
              (WS-RESUME-HH * 10000) + (WS-RESUME-MM * 100)
           EXEC CICS START
                TRANSID  ('S150')
                INTERVAL (WS-RESUME-INTERVAL)
                REQID    ('S150RSUM')
                RESP     (WS-RETNCODE)
           END-EXEC
           MOVE SPACES TO WS-RPT-WORK
           MOVE WS-DONE-COUNT TO WS-COUNT-DISP
           STRING 'FILES CLOSED: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           IF WS-FAILED-COUNT > 0
              MOVE SPACES TO WS-RPT-WORK
              MOVE WS-FAILED-COUNT TO WS-COUNT-DISP
              STRING 'FILES NOT CLOSED - BACKUP OF THESE IS FUZZY: '
                     DELIMITED BY SIZE
                     WS-COUNT-DISP DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
           END-IF
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE 'REOPEN COULD NOT BE SCHEDULED - FIRE S150 BY HAND'
                   TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
           END-IF
           MOVE WS-DONE-COUNT TO WS-JOB-COUNT
           MOVE 'QUIESCED' TO WS-JOB-OUTCOME.
       200-EXIT.
           EXIT.

      *    CLOSED waits for the file's in-flight tasks to finish;
      *    DISABLED turns away new requests meanwhile.
       210-CLOSE-ONE.
           EXEC CICS SET FILE(WS-FILE-NAME(WS-FILE-SUB))
                CLOSED
                DISABLED
                WAIT
                RESP(WS-RETNCODE2)
           END-EXEC
           MOVE SPACES TO WS-RPT-WORK
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              ADD 1 TO WS-DONE-COUNT
              STRING WS-FILE-NAME(WS-FILE-SUB) DELIMITED BY SIZE
                     ' CLOSED' DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
           ELSE
              ADD 1 TO WS-FAILED-COUNT
              MOVE WS-RETNCODE2 TO WS-RESP-DISP
              STRING WS-FILE-NAME(WS-FILE-SUB) DELIMITED BY SIZE
                     ' NOT CLOSED - RESP ' DELIMITED BY SIZE
                     WS-RESP-DISP DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
           END-IF
           PERFORM 910-WRITE-RPT-LINE.
       210-EXIT.
           EXIT.

      *    Every listed file is opened and enabled - including any
      *    that would not close, which is harmless - and the window
      *    goes UP only once the last one has been tried.
       300-RESUME.
           EXEC CICS CANCEL
                REQID('S150RSUM')
                RESP(WS-RETNCODE)
           END-EXEC
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-USED
              PERFORM 310-OPEN-ONE
           END-PERFORM
           MOVE 'UP' TO MWIN-Status
           MOVE SPACES TO MWIN-Until-Time
           PERFORM 700-SAVE-WINDOW
           MOVE SPACES TO WS-RPT-WORK
           MOVE WS-DONE-COUNT TO WS-COUNT-DISP
           STRING 'FILES REOPENED: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-DONE-COUNT TO WS-JOB-COUNT
           IF WS-FAILED-COUNT > 0
              MOVE SPACES TO WS-RPT-WORK
              MOVE WS-FAILED-COUNT TO WS-COUNT-DISP
              STRING 'FILES STILL CLOSED - CHAIN HELD: '
                     DELIMITED BY SIZE
                     WS-COUNT-DISP DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
              MOVE 'REOPENF' TO WS-JOB-OUTCOME
           ELSE
              MOVE 'OK' TO WS-JOB-OUTCOME
           END-IF.
       300-EXIT.
           EXIT.

       310-OPEN-ONE.
           EXEC CICS SET FILE(WS-FILE-NAME(WS-FILE-SUB))
                OPEN
                ENABLED
                RESP(WS-RETNCODE2)
           END-EXEC
           MOVE SPACES TO WS-RPT-WORK
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              ADD 1 TO WS-DONE-COUNT
              STRING WS-FILE-NAME(WS-FILE-SUB) DELIMITED BY SIZE
                     ' REOPENED' DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
           ELSE
              ADD 1 TO WS-FAILED-COUNT
              MOVE WS-RETNCODE2 TO WS-RESP-DISP
              STRING WS-FILE-NAME(WS-FILE-SUB) DELIMITED BY SIZE
                     ' NOT REOPENED - RESP ' DELIMITED BY SIZE
                     WS-RESP-DISP DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
           END-IF
           PERFORM 910-WRITE-RPT-LINE.
       310-EXIT.
           EXIT.

      *    Rewritten in place, or written the first time the step
      *    runs.
       700-SAVE-WINDOW.
           MOVE MWIN-REC TO WS-WINDOW-SAVE
           EXEC CICS READ
                FILE('STF106W')
                INTO (MWIN-REC)
                RIDFLD (MWIN-Key)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           MOVE WS-WINDOW-SAVE TO MWIN-REC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              EXEC CICS REWRITE
                   FILE('STF106W')
                   FROM (MWIN-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE('STF106W')
                   FROM (MWIN-REC)
                   RIDFLD (MWIN-Key)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF.
       700-EXIT.
           EXIT.

       910-WRITE-RPT-LINE.
           MOVE WS-RPT-WORK TO RPT-Line-Text
           MOVE SPACES TO WS-RPT-WORK
           ADD 1 TO RPT-Line-Number
           EXEC CICS WRITE
                FILE('STF010R')
                FROM (RPT-REC)
                RIDFLD (RPT-KEYS)
                RESP(WS-RPT-RESP)
           END-EXEC.
       910-EXIT.
           EXIT.

      *    One STF026J run-history row for the SM031 operator console.
       800-WRITE-JOB-HISTORY.
           MOVE 'S150' TO JOBH-Job-ID
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
      *    A chain member: the S101 driver releases this step each
      *    night, and the step STARTs only its own reopening run.
           CONTINUE.
       900-EXIT.
           EXIT.
