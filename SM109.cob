      *    SECTION 2  every UAF002 user-maintenance change whose      *
      *               stamp falls inside the range;                    *
      *    SECTION 3  the STF024S sign-on and lockout events in the   *
      *               range, a keyed browse of the date slices;       *
      *    SECTION 4  the internal ('I') STF002E ticket notes stamped  *
      *               in the range - kept from requestors everywhere  *
      *               else, so the auditor sees them here in full;    *
      *               SM030 opens S109PKG to admins and auditors only.*
      *  Each section carries its own total and the package opens     *
      *  with a generation stamp (run date/time, requesting userid,   *
      *  range) so the auditor gets one complete, consistent bundle.  *
           05 WS-UAF-LOG-CHANGED-BY              PIC X(08).
           05 WS-UAF-LOG-REMARKS                 PIC X(50).

       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
               10 WS-LOG-TICKET-ID               PIC X(07).
               10 WS-LOG-SEQ-NUM                 PIC 9(03).
           05 WS-LOG-LAST-UPD                    PIC X(20).
           05 WS-LOG-LAST-UPDBY                  PIC X(10).
           05 WS-LOG-UPD-REMARKS                 PIC X(50).
           05 FILLER                             PIC X(11).
           05 WS-LOG-ENTRY-TYPE                  PIC X(01).

       01  WS-ERRMSGS.
           05 WS-INVALID-USER                    PIC X(20) VALUE
              'INVALID USER ACCESS'.
       01  WS-USER-COUNT                         PIC 9(05).
       01  WS-CHG-COUNT                          PIC 9(05).
       01  WS-EVT-COUNT                          PIC 9(05).
       01  WS-INT-COUNT                          PIC 9(05).
       01  WS-COUNT-DISP                         PIC 9(05).
       01  WS-EVT-YYYYMMDD                       PIC 9(08).
       01  WS-EVT-YYYYMMDD-X REDEFINES WS-EVT-YYYYMMDD
       300-EXIT.
           EXIT.

      *    PF5: validate the range, then the four sections in one
      *    pass each, totals and generation stamp around them.
       700-BUILD-PACKAGE.
           IF FROMDTI NOT NUMERIC OR TODTI NOT NUMERIC
           MOVE 0 TO WS-USER-COUNT
           MOVE 0 TO WS-CHG-COUNT
           MOVE 0 TO WS-EVT-COUNT
           MOVE 0 TO WS-INT-COUNT
           PERFORM 150-INIT-RPT-RUN
           PERFORM 710-WRITE-STAMP
           PERFORM 720-SECTION-USERS
           PERFORM 730-SECTION-CHANGES
           PERFORM 740-SECTION-SIGNONS
           PERFORM 760-SECTION-INTERNAL
           PERFORM 750-WRITE-TRAILER
           MOVE WS-PKG-DONE TO ERRMSGO.
       700-EXIT.
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK(44:14)
           END-STRING
           MOVE WS-INT-COUNT TO WS-COUNT-DISP
           STRING ' INTERNAL=' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK(58:15)
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       750-EXIT.
           EXIT.

      *    SECTION 4: the internal ticket notes. STF002E is keyed by
      *    ticket, not date, so the whole file is browsed and each
      *    'I' entry's MM/DD/YYYY stamp re-ordered for the compare;
      *    an unstampable one is reported, as in SECTION 2.
       760-SECTION-INTERNAL.
           MOVE 'SECTION 4 - INTERNAL TICKET NOTES IN RANGE'
                TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'TICKET  SEQ STAMP                BY         NOTE'
                TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE LOW-VALUES TO WS-LOG-KEYS
           EXEC CICS STARTBR
                FILE('STF002E')
                RIDFLD (WS-LOG-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF002E')
                      INTO (WS-LOG-REC)
                      RIDFLD (WS-LOG-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    WS-LOG-ENTRY-TYPE = 'I'
                    PERFORM 765-CHECK-ONE-NOTE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF002E')
              END-EXEC
           END-IF
           MOVE WS-INT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SECTION 4 TOTAL INTERNAL NOTES: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       760-EXIT.
           EXIT.

       765-CHECK-ONE-NOTE.
           MOVE SPACES TO WS-EVT-YYYYMMDD-X
           IF WS-LOG-LAST-UPD(1:2) NUMERIC AND
              WS-LOG-LAST-UPD(4:2) NUMERIC AND
              WS-LOG-LAST-UPD(7:4) NUMERIC
              MOVE WS-LOG-LAST-UPD(7:4) TO WS-EVT-YYYYMMDD-X(1:4)
              MOVE WS-LOG-LAST-UPD(1:2) TO WS-EVT-YYYYMMDD-X(5:2)
              MOVE WS-LOG-LAST-UPD(4:2) TO WS-EVT-YYYYMMDD-X(7:2)
              IF WS-EVT-YYYYMMDD < WS-FROM-DATE OR
                 WS-EVT-YYYYMMDD > WS-TO-DATE
                 GO TO 765-EXIT
              END-IF
           END-IF
           ADD 1 TO WS-INT-COUNT
           MOVE SPACES TO WS-RPT-WORK
           MOVE WS-LOG-TICKET-ID TO WS-RPT-WORK(1:7)
           MOVE WS-LOG-SEQ-NUM TO WS-RPT-WORK(9:3)
           MOVE WS-LOG-LAST-UPD TO WS-RPT-WORK(13:20)
           MOVE WS-LOG-LAST-UPDBY TO WS-RPT-WORK(34:10)
           MOVE WS-LOG-UPD-REMARKS TO WS-RPT-WORK(45:50)
           PERFORM 910-WRITE-RPT-LINE.
       765-EXIT.
           EXIT.

      *    Starts the package run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
