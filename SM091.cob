      *  referral and the linked STF019K article - into one formatted  *
      *  document in the STF010R repository under 'SM91DOS', where     *
      *  SM030 pages it and the dispute file gets one complete         *
      *  printout instead of five stapled ones. Internal ('I') log     *
      *  entries never go in, whoever builds it - any role, the        *
      *  requestor too, can open SM91DOS on SM030 - so they are        *
      *  withheld and only their count is printed.                     *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY SM91S.
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-AMT-DISP                           PIC 9(07).99.
       01  WS-MIN-DISP                           PIC 9(05).
       01  WS-INTERNAL-HELD                      PIC 9(03).

       01  WS-COMMAREA.
           05 WS-PGMID                           PIC X(06).
       720-WRITE-HISTORY.
           MOVE '--- HISTORY (STF002E) ---' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 0 TO WS-INTERNAL-HELD
           MOVE TICKET-KEY TO WS-LOG-TICKET-ID
           MOVE 0 TO WS-LOG-SEQ-NUM
           EXEC CICS STARTBR
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    WS-LOG-TICKET-ID = TICKET-KEY
                    EVALUATE TRUE
                      WHEN WS-LOG-ENTRY-TYPE NOT = 'I'
                           MOVE SPACES TO WS-RPT-WORK
                           STRING WS-LOG-LAST-UPD(1:10)
                                  DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  WS-LOG-LAST-UPDBY DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  WS-LOG-UPD-REMARKS DELIMITED BY SIZE
                                  INTO WS-RPT-WORK
                           END-STRING
                           PERFORM 910-WRITE-RPT-LINE
                      WHEN OTHER
                           ADD 1 TO WS-INTERNAL-HELD
                    END-EVALUATE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF002E')
              END-EXEC
           END-IF
           IF WS-INTERNAL-HELD > 0
              MOVE SPACES TO WS-RPT-WORK
              STRING WS-INTERNAL-HELD DELIMITED BY SIZE
                     ' INTERNAL ENTRIES WITHHELD FROM THIS DOSSIER'
                     DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
           END-IF.
       720-EXIT.
           EXIT.
