      *    Before-image captured at the READ UPDATE for the SM086
      *    field-audit compare - oversized so copybook growth never
      *    needs a lockstep edit here.
       01  WS-FAD-BEFORE                         PIC X(1000).
           COPY SMPRM01.
      *    STF046M function gate answered by the SM069 service - see
      *    the SMPRM01 contract. WS-PERM-OK goes 'N' only when the
       01  WS-PERM-REFUSED-MSG                   PIC X(40) VALUE
           'FUNCTION NOT PERMITTED FOR YOUR ROLE'.

           COPY SMMNT01 REPLACING ==MNQ-COMMAREA== BY ==WS-MNT-AREA==.
       77  WS-MNT-RESP                           PIC S9(8) COMP.
      *----------------------------------------------------------------*
      *                         LINKAGE SECTION                        *
      *----------------------------------------------------------------*
                REQID(EIBTRMID)
                RESP(WS-RETNCODE2)
           END-EXEC
           PERFORM 090-CHECK-MAINTENANCE

           MOVE DFHCOMMAREA TO WS-COMMAREA
           IF WS-HELP-FLAG = 'Y'
       100-EXIT.
           EXIT.

      *    While the SM150 batch window has the files closed for the
      *    backup nothing here is read: the SM151 answer's message is
      *    sent in place of the screen and the conversation ends -
      *    the user comes back through SM0000 once the window is up.
       090-CHECK-MAINTENANCE.
           MOVE '01' TO MNQ-VERSION
           MOVE 'N' TO MNQ-DOWN
           EXEC CICS LINK
                PROGRAM('SM151')
                COMMAREA(WS-MNT-AREA)
                RESP(WS-MNT-RESP)
           END-EXEC
           IF WS-MNT-RESP = DFHRESP(NORMAL) AND MNQ-DOWN = 'Y'
              EXEC CICS SEND TEXT
                   FROM (MNQ-MESSAGE)
                   LENGTH (+60)
                   ERASE
              END-EXEC
              EXEC CICS RETURN
              END-EXEC
           END-IF.
       090-EXIT.
           EXIT.

       110-DATE-AND-TIME.

           MOVE EIBDATE TO WS-DATE.
