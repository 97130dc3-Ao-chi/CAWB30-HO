       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM160.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM160 is the screenless change-incident count service: the    *
      *  SM062 post-implementation review and the SM161 monthly change *
      *  success report EXEC CICS LINK here with the SMCHI01 commarea. *
      *  One pass over STF001C picks the tickets logged against the    *
      *  change's asset (no alternate index exists over                *
      *  TICKET-ASSET-TAG - the full-scan acceptance SM127 made); each *
      *  one's creation log row, STF002E sequence 001, is point-read   *
      *  for the date it was raised, the way SM092 counts intake, and  *
      *  that date is judged against the window and the days after.    *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
               10 WS-LOG-TICKET-ID               PIC X(07).
               10 WS-LOG-SEQ-NUM                 PIC 9(03).
           05 WS-LOG-LAST-UPD                    PIC X(20).
           05 WS-LOG-LAST-UPDBY                  PIC X(10).
           05 WS-LOG-UPD-REMARKS                 PIC X(50).
           05 FILLER                             PIC X(11).
           05 WS-LOG-ENTRY-TYPE                  PIC X(01).
       01  WS-RAISED-YYYYMMDD                    PIC 9(08).
       01  WS-AFTER-LIMIT                        PIC 9(08).
       01  WS-AFTER-INTEGER                      PIC S9(9) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.

       LINKAGE SECTION.
           COPY SMCHI01 REPLACING ==CHI-COMMAREA== BY ==DFHCOMMAREA==.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE 0 TO CHI-DURING
           MOVE 0 TO CHI-AFTER
           IF CHI-AFTER-DAYS NOT NUMERIC OR CHI-AFTER-DAYS = 0
              MOVE 7 TO CHI-AFTER-DAYS
           END-IF
           IF CHI-ASSET-TAG = SPACES OR LOW-VALUES OR
              CHI-START NOT NUMERIC OR CHI-END NOT NUMERIC OR
              CHI-START = 0 OR CHI-END = 0
              GO TO 100-RETURN
           END-IF
           COMPUTE WS-AFTER-INTEGER =
              FUNCTION INTEGER-OF-DATE(CHI-END) + CHI-AFTER-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-AFTER-INTEGER)
                TO WS-AFTER-LIMIT
           PERFORM 200-SCAN-TICKETS.
       100-RETURN.
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-SCAN-TICKETS.
           MOVE LOW-VALUES TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF001C')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF001C')
                   INTO (WS-TICKET-REC)
                   RIDFLD (TICKET-KEY)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 TICKET-ASSET-TAG = CHI-ASSET-TAG
                 PERFORM 210-JUDGE-TICKET
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF001C')
           END-EXEC.
       200-EXIT.
           EXIT.

      *    The creation row's stamp is MM/DD/YYYY; a ticket whose
      *    first log row is missing or unreadable is not counted.
       210-JUDGE-TICKET.
           MOVE TICKET-KEY TO WS-LOG-TICKET-ID
           MOVE 1 TO WS-LOG-SEQ-NUM
           EXEC CICS READ
                FILE('STF002E')
                INTO (WS-LOG-REC)
                RIDFLD (WS-LOG-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 210-EXIT
           END-IF
           MOVE WS-LOG-LAST-UPD(7:4) TO WS-RAISED-YYYYMMDD(1:4)
           MOVE WS-LOG-LAST-UPD(1:2) TO WS-RAISED-YYYYMMDD(5:2)
           MOVE WS-LOG-LAST-UPD(4:2) TO WS-RAISED-YYYYMMDD(7:2)
           IF WS-RAISED-YYYYMMDD NOT NUMERIC
              GO TO 210-EXIT
           END-IF
           IF WS-RAISED-YYYYMMDD >= CHI-START AND
              WS-RAISED-YYYYMMDD <= CHI-END
              ADD 1 TO CHI-DURING
           ELSE
              IF WS-RAISED-YYYYMMDD > CHI-END AND
                 WS-RAISED-YYYYMMDD <= WS-AFTER-LIMIT
                 ADD 1 TO CHI-AFTER
              END-IF
           END-IF.
       210-EXIT.
           EXIT.
