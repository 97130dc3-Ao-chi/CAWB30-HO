       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM112.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM112 is the provider utilization report (TRANSID 'S112'),    *
      *  operator-started on demand in the SM021 one-shot style, or   *
      *  through SM042 with an STF031Q period row (default: the        *
      *  current month to date). For every active STF051V provider     *
      *  it compares the minutes logged to STF020W in the period with  *
      *  the minutes they were actually there to work: business days  *
      *  in the period (weekends and STF004H holidays excluded, the    *
      *  SM018 business-day rule) less the business days covered by   *
      *  their active STF072A absence blocks, times the provider's     *
      *  PROV-Day-Minutes (450 when zero). Output goes to STF010R      *
      *  under 'S112RPT' and the STF022L subscribers are notified the  *
      *  same way SM023's are.                                         *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF051V.
           COPY STF072A.
           COPY STF020W.
           COPY STF004H.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.

       01  WS-FROM-DATE                          PIC 9(08).
       01  WS-TO-DATE                            PIC 9(08).
       01  WS-FROM-INT                           PIC S9(9) COMP.
       01  WS-TO-INT                             PIC S9(9) COMP.
       01  WS-DAY-INT                            PIC S9(9) COMP.
       01  WS-DAY-DATE                           PIC 9(08).
       01  WS-DAY-OF-WEEK                        PIC 9(01).
       01  WS-PERIOD-DAYS                        PIC S9(4) COMP.
       01  WS-BUS-DAYS                           PIC S9(4) COMP.
       01  WS-DAY-SUB                            PIC S9(4) COMP.
       01  WS-OV-FROM                            PIC S9(9) COMP.
       01  WS-OV-TO                              PIC S9(9) COMP.

      *    One flag per calendar day of the period, 'Y' for a
      *    business day - computed once, reused for every absence.
       01  WS-BDAY-TABLE.
           05 WS-BDAY-FLAG OCCURS 366 TIMES      PIC X(01).

       01  WS-PROV-TABLE.
           05 WS-PV-ENTRY OCCURS 100 TIMES.
              10 WS-PV-USERID                    PIC X(08).
              10 WS-PV-DAY-MINS                  PIC 9(03).
              10 WS-PV-ABS-DAYS                  PIC 9(03).
              10 WS-PV-LOGGED                    PIC 9(07) COMP-3.
       01  WS-PROV-USED                          PIC S9(4) COMP.
       01  WS-PV-SUB                             PIC S9(4) COMP.
       01  WS-HIT-SUB                            PIC S9(4) COMP.

       01  WS-AVAIL-MINS                         PIC 9(07).
       01  WS-AVAIL-HOURS                        PIC 9(05).
       01  WS-LOGGED-HOURS                       PIC 9(05).
       01  WS-UTIL-PCT                           PIC 9(03).

       01  WS-RPT-HEADER                         PIC X(80) VALUE
           'PROVIDER UTILIZATION - LOGGED VS AVAILABLE NET OF ABSENCE'.
       01  WS-RPT-PERIOD.
           05 FILLER                             PIC X(07) VALUE
              'PERIOD '.
           05 RPT-FROM                           PIC 9(08).
           05 FILLER                             PIC X(04) VALUE
              ' TO '.
           05 RPT-TO                             PIC 9(08).
           05 FILLER                             PIC X(17) VALUE
              '  BUSINESS DAYS '.
           05 RPT-BUS-DAYS                       PIC ZZ9.
           05 FILLER                             PIC X(33) VALUE
              SPACES.
       01  WS-RPT-COLUMNS                        PIC X(80) VALUE
           'PROVIDER  ABSENT DAYS  AVAIL HRS  LOGGED HRS  UTIL %'.
       01  WS-RPT-LINE.
           05 RPT-PROVIDER                       PIC X(08).
           05 FILLER                             PIC X(05) VALUE
              SPACES.
           05 RPT-ABS-DAYS                       PIC ZZ9.
           05 FILLER                             PIC X(07) VALUE
              SPACES.
           05 RPT-AVAIL                          PIC ZZZZ9.
           05 FILLER                             PIC X(07) VALUE
              SPACES.
           05 RPT-LOGGED                         PIC ZZZZ9.
           05 FILLER                             PIC X(05) VALUE
              SPACES.
           05 RPT-UTIL                           PIC ZZ9.
           05 FILLER                             PIC X(32) VALUE
              SPACES.

       77  WS-RETNCODE                           PIC S9(8) COMP.

           COPY STF031Q.
       77  WS-PARM-RESP                          PIC S9(8) COMP.

           COPY STF022L.
           COPY SMPRT01 REPLACING ==PRQ-COMMAREA== BY ==WS-PRT-AREA==.
       77  WS-PRT-RESP                           PIC S9(8) COMP.
           COPY STF009N.
       01  WS-DST-LAST-SEQ                       PIC 9(05).
       77  WS-DST-RESP                           PIC S9(8) COMP.
       77  WS-DST-RESP2                          PIC S9(8) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-READ-REPORT-PARMS
           PERFORM 170-BUILD-BUSINESS-DAYS
           PERFORM 200-LOAD-PROVIDERS
           IF WS-PROV-USED > 0
              PERFORM 220-NET-ABSENCES
              PERFORM 240-SUM-LOGGED-MINUTES
           END-IF
           PERFORM 300-WRITE-REPORT
           PERFORM 330-NOTIFY-SUBSCRIBERS
           PERFORM 335-PRINT-RUN
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    Reads (and consumes) this report's STF031Q request row, if
      *    the operator staged one through SM042; without one the
      *    period is the first of this month through today. The
      *    period is held to one year so the day table fits.
       150-READ-REPORT-PARMS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TO-DATE
           MOVE WS-TO-DATE TO WS-FROM-DATE
           MOVE '01' TO WS-FROM-DATE(7:2)
           MOVE 'S112RPT' TO PARM-Report-ID
           EXEC CICS READ
                FILE('STF031Q')
                INTO (PARM-REC)
                RIDFLD (PARM-Report-ID)
                UPDATE
                RESP(WS-PARM-RESP)
           END-EXEC
           IF WS-PARM-RESP = DFHRESP(NORMAL)
              EXEC CICS DELETE
                   FILE('STF031Q')
                   RESP(WS-PARM-RESP)
              END-EXEC
              IF PARM-FROM-DATE NOT = 0
                 MOVE PARM-FROM-DATE TO WS-FROM-DATE
              END-IF
              IF PARM-TO-DATE NOT = 0
                 MOVE PARM-TO-DATE TO WS-TO-DATE
              END-IF
           END-IF
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           IF WS-TO-INT < WS-FROM-INT
              MOVE WS-FROM-INT TO WS-TO-INT
              MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           IF WS-TO-INT - WS-FROM-INT > 365
              COMPUTE WS-TO-INT = WS-FROM-INT + 365
              COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(WS-TO-INT)
           END-IF
           COMPUTE WS-PERIOD-DAYS = WS-TO-INT - WS-FROM-INT + 1.
       150-EXIT.
           EXIT.

      *    MOD 7 of FUNCTION INTEGER-OF-DATE is 1 for Monday through 5
      *    for Friday, 6 for Saturday, 0 for Sunday.
       170-BUILD-BUSINESS-DAYS.
           MOVE 0 TO WS-BUS-DAYS
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-PERIOD-DAYS
              COMPUTE WS-DAY-INT = WS-FROM-INT + WS-DAY-SUB - 1
              COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-INT, 7)
              MOVE 'Y' TO WS-BDAY-FLAG(WS-DAY-SUB)
              IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
                 MOVE 'N' TO WS-BDAY-FLAG(WS-DAY-SUB)
              ELSE
                 COMPUTE WS-DAY-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                 EXEC CICS READ
                      FILE('STF004H')
                      INTO (HOLIDAY-REC)
                      RIDFLD (WS-DAY-DATE)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    MOVE 'N' TO WS-BDAY-FLAG(WS-DAY-SUB)
                 END-IF
              END-IF
              IF WS-BDAY-FLAG(WS-DAY-SUB) = 'Y'
                 ADD 1 TO WS-BUS-DAYS
              END-IF
           END-PERFORM.
       170-EXIT.
           EXIT.

       200-LOAD-PROVIDERS.
           MOVE 0 TO WS-PROV-USED
           MOVE LOW-VALUES TO PROV-Userid
           EXEC CICS STARTBR
                FILE('STF051V')
                RIDFLD (PROV-Userid)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR WS-PROV-USED >= 100
                 EXEC CICS READNEXT
                      FILE('STF051V')
                      INTO (PROV-REC)
                      RIDFLD (PROV-Userid)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    PROV-ACTIVE = 'Y'
                    ADD 1 TO WS-PROV-USED
                    MOVE WS-PROV-USED TO WS-PV-SUB
                    MOVE PROV-Userid TO WS-PV-USERID(WS-PV-SUB)
                    IF PROV-Day-Minutes NUMERIC AND
                       PROV-Day-Minutes > 0
                       MOVE PROV-Day-Minutes
                            TO WS-PV-DAY-MINS(WS-PV-SUB)
                    ELSE
                       MOVE 450 TO WS-PV-DAY-MINS(WS-PV-SUB)
                    END-IF
                    MOVE 0 TO WS-PV-ABS-DAYS(WS-PV-SUB)
                    MOVE 0 TO WS-PV-LOGGED(WS-PV-SUB)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF051V')
              END-EXEC
           END-IF.
       200-EXIT.
           EXIT.

      *    Each active absence block's overlap with the period counts
      *    its business days against the provider.
       220-NET-ABSENCES.
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
                    ABS-Start-Date <= WS-TO-DATE AND
                    ABS-End-Date >= WS-FROM-DATE
                    PERFORM 230-COUNT-ONE-ABSENCE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF072A')
              END-EXEC
           END-IF.
       220-EXIT.
           EXIT.

       230-COUNT-ONE-ABSENCE.
           MOVE 0 TO WS-HIT-SUB
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PROV-USED
              IF WS-PV-USERID(WS-PV-SUB) = ABS-Userid
                 MOVE WS-PV-SUB TO WS-HIT-SUB
              END-IF
           END-PERFORM
           IF WS-HIT-SUB = 0
              GO TO 230-EXIT
           END-IF
           IF ABS-Start-Date < WS-FROM-DATE
              MOVE WS-FROM-INT TO WS-OV-FROM
           ELSE
              COMPUTE WS-OV-FROM =
                 FUNCTION INTEGER-OF-DATE(ABS-Start-Date)
           END-IF
           IF ABS-End-Date > WS-TO-DATE
              MOVE WS-TO-INT TO WS-OV-TO
           ELSE
              COMPUTE WS-OV-TO =
                 FUNCTION INTEGER-OF-DATE(ABS-End-Date)
           END-IF
           PERFORM VARYING WS-DAY-INT FROM WS-OV-FROM BY 1
                   UNTIL WS-DAY-INT > WS-OV-TO
              COMPUTE WS-DAY-SUB = WS-DAY-INT - WS-FROM-INT + 1
              IF WS-BDAY-FLAG(WS-DAY-SUB) = 'Y'
                 ADD 1 TO WS-PV-ABS-DAYS(WS-HIT-SUB)
              END-IF
           END-PERFORM.
       230-EXIT.
           EXIT.

       240-SUM-LOGGED-MINUTES.
           MOVE LOW-VALUES TO WL-KEYS
           EXEC CICS STARTBR
                FILE('STF020W')
                RIDFLD (WL-KEYS)
                GTEQ
                RESP   (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF020W')
                   INTO (WORKLOG-REC)
                   RIDFLD (WL-KEYS)
                   RESP   (WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 WL-Date >= WS-FROM-DATE AND
                 WL-Date <= WS-TO-DATE
                 PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                         UNTIL WS-PV-SUB > WS-PROV-USED
                    IF WS-PV-USERID(WS-PV-SUB) = WL-Worker
                       ADD WL-Minutes TO WS-PV-LOGGED(WS-PV-SUB)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF020W')
           END-EXEC.
       240-EXIT.
           EXIT.

       300-WRITE-REPORT.
           PERFORM 310-INIT-RPT-RUN
           MOVE WS-RPT-HEADER TO RPT-Line-Text
           PERFORM 320-WRITE-RPT-LINE
           MOVE WS-FROM-DATE TO RPT-FROM
           MOVE WS-TO-DATE TO RPT-TO
           MOVE WS-BUS-DAYS TO RPT-BUS-DAYS
           MOVE WS-RPT-PERIOD TO RPT-Line-Text
           PERFORM 320-WRITE-RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-Line-Text
           PERFORM 320-WRITE-RPT-LINE
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PROV-USED
              IF WS-PV-ABS-DAYS(WS-PV-SUB) > WS-BUS-DAYS
                 MOVE WS-BUS-DAYS TO WS-PV-ABS-DAYS(WS-PV-SUB)
              END-IF
              COMPUTE WS-AVAIL-MINS =
                 (WS-BUS-DAYS - WS-PV-ABS-DAYS(WS-PV-SUB)) *
                 WS-PV-DAY-MINS(WS-PV-SUB)
              COMPUTE WS-AVAIL-HOURS = WS-AVAIL-MINS / 60
              COMPUTE WS-LOGGED-HOURS = WS-PV-LOGGED(WS-PV-SUB) / 60
              IF WS-AVAIL-MINS > 0
                 COMPUTE WS-UTIL-PCT ROUNDED =
                    (WS-PV-LOGGED(WS-PV-SUB) * 100) / WS-AVAIL-MINS
                    ON SIZE ERROR
                       MOVE 999 TO WS-UTIL-PCT
                 END-COMPUTE
              ELSE
                 MOVE 0 TO WS-UTIL-PCT
              END-IF
              MOVE WS-PV-USERID(WS-PV-SUB) TO RPT-PROVIDER
              MOVE WS-PV-ABS-DAYS(WS-PV-SUB) TO RPT-ABS-DAYS
              MOVE WS-AVAIL-HOURS TO RPT-AVAIL
              MOVE WS-LOGGED-HOURS TO RPT-LOGGED
              MOVE WS-UTIL-PCT TO RPT-UTIL
              MOVE WS-RPT-LINE TO RPT-Line-Text
              PERFORM 320-WRITE-RPT-LINE
           END-PERFORM.
       300-EXIT.
           EXIT.

      *    Starts a repository run: lines for this report-id on
      *    today's date are deleted (a rerun replaces the earlier
      *    run) and the line counter reset.
       310-INIT-RPT-RUN.
           MOVE 'S112RPT' TO RPT-Report-ID
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
                 MOVE 'S112RPT' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM.
       310-EXIT.
           EXIT.

       320-WRITE-RPT-LINE.
           ADD 1 TO RPT-Line-Number
           EXEC CICS WRITE
                FILE('STF010R')
                FROM (RPT-REC)
                RIDFLD (RPT-KEYS)
                RESP(WS-RPT-RESP)
           END-EXEC.
       320-EXIT.
           EXIT.

      *    A default printer on the report's STF022L list gets
      *    the finished run on paper through SM152 - no printer
      *    named on the list, nothing is printed.
       335-PRINT-RUN.
           MOVE '01' TO PRQ-VERSION
           MOVE SPACES TO PRQ-PRINTER
           MOVE 'S112RPT' TO PRQ-REPORT-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRQ-RUN-DATE
           MOVE 0 TO PRQ-FROM-LINE
           MOVE 99999 TO PRQ-TO-LINE
           MOVE 'S112' TO PRQ-REQUESTED-BY
           EXEC CICS LINK
                PROGRAM('SM152')
                COMMAREA(WS-PRT-AREA)
                RESP(WS-PRT-RESP)
           END-EXEC.
       335-EXIT.
           EXIT.

      *    Walks this report's STF022L distribution slice and posts
      *    one STF009N "report ready" notification per active
      *    subscriber.
       330-NOTIFY-SUBSCRIBERS.
           MOVE 'S112RPT' TO DIST-Report-ID
           MOVE 0 TO DIST-Seq-Number
           EXEC CICS STARTBR
                FILE('STF022L')
                RIDFLD(DIST-KEYS)
                GTEQ
                RESP(WS-DST-RESP)
           END-EXEC
           IF WS-DST-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-DST-RESP NOT = DFHRESP(NORMAL)
                      OR DIST-Report-ID NOT = 'S112RPT'
                 MOVE SPACES TO DIST-Printer
                 EXEC CICS READNEXT
                      FILE('STF022L')
                      INTO(DIST-REC)
                      RIDFLD(DIST-KEYS)
                      RESP(WS-DST-RESP)
                 END-EXEC
                 IF WS-DST-RESP = DFHRESP(NORMAL) AND
                    DIST-Report-ID = 'S112RPT' AND
                    DIST-ACTIVE = 'Y' AND
                    DIST-Userid NOT = SPACES
                    PERFORM 340-POST-ONE-NOTICE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF022L')
              END-EXEC
           END-IF.
       330-EXIT.
           EXIT.

       340-POST-ONE-NOTICE.
           MOVE DIST-Userid TO NOTIF-Userid
           MOVE 0 TO NOTIF-Seq-Number
           MOVE 0 TO WS-DST-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF009N')
                RIDFLD(NOTIF-KEYS)
                GTEQ
                RESP(WS-DST-RESP2)
           END-EXEC
           IF WS-DST-RESP2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-DST-RESP2 NOT = DFHRESP(NORMAL)
                      OR NOTIF-Userid NOT = DIST-Userid
                 EXEC CICS READNEXT
                      FILE('STF009N')
                      INTO(NOTIF-REC)
                      RIDFLD(NOTIF-KEYS)
                      RESP(WS-DST-RESP2)
                 END-EXEC
                 IF WS-DST-RESP2 = DFHRESP(NORMAL) AND
                    NOTIF-Userid = DIST-Userid
                    MOVE NOTIF-Seq-Number TO WS-DST-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF009N')
              END-EXEC
           END-IF
           MOVE DIST-Userid TO NOTIF-Userid
           MOVE WS-DST-LAST-SEQ TO NOTIF-Seq-Number
           ADD 1 TO NOTIF-Seq-Number
           MOVE SPACES TO NOTIF-Ticket-ID
           MOVE SPACES TO NOTIF-Stamp
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTIF-Stamp(1:8)
           MOVE 'REPORT S112RPT IS READY - PF5 VIEWER' TO NOTIF-Text
           MOVE 'N' TO NOTIF-Read-Flag
           EXEC CICS WRITE
                FILE('STF009N')
                FROM (NOTIF-REC)
                RIDFLD (NOTIF-KEYS)
                RESP(WS-DST-RESP2)
           END-EXEC.
       340-EXIT.
           EXIT.
