      *  accumulated count - so the clock only runs while the ball is  *
      *  in our court. Every hold and release is an STF002E log        *
      *  entry, so SM007's history shows who stopped the clock and     *
      *  when. A PLANNED hold is the SM162 change window's parking and *
      *  is neither replaced nor released here.                        *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY SM65S.
           MOVE SPACES TO HSTATO
           MOVE SPACES TO HINFOO
           IF TICKET-HOLD-STATUS = 'PEND-REQ' OR
              TICKET-HOLD-STATUS = 'AT-VENDOR' OR
              TICKET-HOLD-STATUS = 'PLANNED'
              MOVE TICKET-HOLD-STATUS TO HSTATO
              STRING 'HELD SINCE ' DELIMITED BY SIZE
                     TICKET-HOLD-START DELIMITED BY SIZE
              MOVE WS-NOT-OPEN TO ERRMSGO
           ELSE
           IF TICKET-HOLD-STATUS = 'PEND-REQ' OR
              TICKET-HOLD-STATUS = 'AT-VENDOR' OR
              TICKET-HOLD-STATUS = 'PLANNED'
              EXEC CICS UNLOCK
                   FILE('STF001C')
              END-EXEC
