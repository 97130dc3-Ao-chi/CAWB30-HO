      *  trailer section lists last night's housekeeping outcomes      *
      *  from the STF026J run history, so the incoming shift sees the  *
      *  2am escalations and any job that quietly failed before the    *
      *  day finds out at noon. Ahead of it come the STF125F           *
      *  follow-ups still OPEN two days after their date, so a         *
      *  call-back a provider promised and forgot is picked up by the  *
      *  next shift. Output to 'SM53RPT'.                              *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
           COPY STF026J.
           COPY STF125F.

       01  WS-LOG-REC.
           05 WS-LOG-KEYS.

       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-YESTERDAY-YYYYMMDD                 PIC 9(08).
       01  WS-FUP-CUTOFF                         PIC 9(08).
       01  WS-WORK-INTEGER                       PIC S9(9) COMP.
       01  WS-UPD-YYYYMMDD                       PIC 9(08).
       01  WS-LAST-REMARK                        PIC X(35).
           '-- CHANGED SINCE YESTERDAY --'.
       01  WS-SECTION-4                          PIC X(80) VALUE
           '-- OVERNIGHT HOUSEKEEPING RUNS --'.
       01  WS-SECTION-5                          PIC X(80) VALUE
           '-- FOLLOW-UPS OVERDUE 2+ DAYS --'.
       01  WS-RPT-LINE.
           05 RPT-TICKET                         PIC X(07).
           05 FILLER                             PIC X(01) VALUE
           05 RPT-REMARK                         PIC X(35).
           05 FILLER                             PIC X(08) VALUE
              SPACES.
       01  WS-RPT-FUP-LINE.
           05 RPT-FUP-TICKET                     PIC X(07).
           05 FILLER                             PIC X(01) VALUE
              SPACE.
           05 RPT-FUP-PROVIDER                   PIC X(08).
           05 FILLER                             PIC X(01) VALUE
              SPACE.
           05 RPT-FUP-DUE                        PIC 9(08).
           05 FILLER                             PIC X(01) VALUE
              SPACE.
           05 RPT-FUP-NOTE                       PIC X(30).
           05 FILLER                             PIC X(01) VALUE
              SPACE.
           05 RPT-FUP-SET-BY                     PIC X(08).
           05 FILLER                             PIC X(15) VALUE
              SPACES.
       01  WS-RPT-JOB-LINE.
           05 RPT-JOB                            PIC X(04).
           05 FILLER                             PIC X(01) VALUE
           05 FILLER                             PIC X(01) VALUE
              SPACE.
           05 RPT-JOB-OUTCOME                    PIC X(08).
           05 FILLER                             PIC X(01) VALUE
              SPACE.
           05 RPT-JOB-BUS-DATE                   PIC 9(08).
           05 FILLER                             PIC X(36) VALUE
              SPACES.

       77  WS-RETNCODE                           PIC S9(8) COMP.
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
                TO WS-YESTERDAY-YYYYMMDD
           COMPUTE WS-WORK-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) - 2
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
                TO WS-FUP-CUTOFF
           PERFORM 310-INIT-RPT-RUN
           MOVE WS-RPT-HEADER TO RPT-Line-Text
           PERFORM 320-WRITE-RPT-LINE
              PERFORM 320-WRITE-RPT-LINE
              PERFORM 200-SCAN-TICKETS
           END-PERFORM
           MOVE WS-SECTION-5 TO RPT-Line-Text
           PERFORM 320-WRITE-RPT-LINE
           PERFORM 300-LIST-OVERDUE-FOLLOW-UPS
           MOVE WS-SECTION-4 TO RPT-Line-Text
           PERFORM 320-WRITE-RPT-LINE
           PERFORM 400-LIST-OVERNIGHT-RUNS
       230-EXIT.
           EXIT.

      *    Every STF125F follow-up still OPEN whose date is two or
      *    more days behind us - the provider has had the SM180
      *    reminder and the day after it and still not closed it.
       300-LIST-OVERDUE-FOLLOW-UPS.
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
                    FUP-Status = 'OPEN' AND
                    FUP-Due-Date NUMERIC AND
                    FUP-Due-Date <= WS-FUP-CUTOFF
                    MOVE FUP-Ticket-ID TO RPT-FUP-TICKET
                    MOVE FUP-Provider TO RPT-FUP-PROVIDER
                    MOVE FUP-Due-Date TO RPT-FUP-DUE
                    MOVE FUP-Note TO RPT-FUP-NOTE
                    MOVE FUP-Set-By TO RPT-FUP-SET-BY
                    MOVE WS-RPT-FUP-LINE TO RPT-Line-Text
                    PERFORM 320-WRITE-RPT-LINE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF125F')
              END-EXEC
           END-IF.
       300-EXIT.
           EXIT.

      *    Last night's housekeeping outcomes - every STF026J run
      *    stamped yesterday or today, the SM022-style exception
      *    counts included via each job's Count column, and the
      *    business date each run worked for so a rerun of a missed
      *    night reads as that night's.
       400-LIST-OVERNIGHT-RUNS.
           MOVE LOW-VALUES TO JOBH-KEYS
           EXEC CICS STARTBR
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 MOVE 0 TO JOBH-Bus-Date
                 EXEC CICS READNEXT
                      FILE('STF026J')
                      INTO (JOBH-REC)
                    MOVE JOBH-Run-Time TO RPT-JOB-TIME
                    MOVE JOBH-Count TO RPT-JOB-COUNT
                    MOVE JOBH-Outcome TO RPT-JOB-OUTCOME
                    IF JOBH-Bus-Date NUMERIC AND JOBH-Bus-Date > 0
                       MOVE JOBH-Bus-Date TO RPT-JOB-BUS-DATE
                    ELSE
                       MOVE JOBH-Run-Date TO RPT-JOB-BUS-DATE
                    END-IF
                    MOVE WS-RPT-JOB-LINE TO RPT-Line-Text
                    PERFORM 320-WRITE-RPT-LINE
                 END-IF
