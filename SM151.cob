       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM151.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM151 is the screenless maintenance-window service: SM0000,   *
      *  the ticket screens SM001 through SM006 and the SM040 ticket   *
      *  services EXEC CICS LINK here with the SMMNT01 commarea before *
      *  they read anything. While the STF106W window row says DOWN -  *
      *  the SM150 chain step has the STF105Q files closed for the     *
      *  backup - the answer is Y with the planned end time and the    *
      *  line to show the user, so nobody meets a NOTOPEN condition    *
      *  and the SM099 error log stays for real errors. STF106W is     *
      *  never in the quiesce set, so this read always works.          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF106W.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       01  WS-MNT-MESSAGE.
           05 FILLER                             PIC X(28) VALUE
              'SYSTEM IN MAINTENANCE UNTIL '.
           05 WS-MNT-UNTIL                       PIC X(05).
           05 FILLER                             PIC X(27) VALUE
              ' - PLEASE TRY AGAIN LATER'.

       LINKAGE SECTION.
           COPY SMMNT01 REPLACING ==MNQ-COMMAREA== BY ==DFHCOMMAREA==.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE 'N' TO MNQ-DOWN
           MOVE SPACES TO MNQ-UNTIL
           MOVE SPACES TO MNQ-MESSAGE
           PERFORM 200-READ-WINDOW
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-READ-WINDOW.
           MOVE 'WINDOW' TO MWIN-Key
           EXEC CICS READ
                FILE('STF106W')
                INTO (MWIN-REC)
                RIDFLD (MWIN-Key)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              MWIN-Status NOT = 'DOWN'
              GO TO 200-EXIT
           END-IF
           MOVE 'Y' TO MNQ-DOWN
           MOVE MWIN-Until-Time(1:2) TO MNQ-UNTIL(1:2)
           MOVE ':' TO MNQ-UNTIL(3:1)
           MOVE MWIN-Until-Time(3:2) TO MNQ-UNTIL(4:2)
           MOVE MNQ-UNTIL TO WS-MNT-UNTIL
           MOVE WS-MNT-MESSAGE TO MNQ-MESSAGE.
       200-EXIT.
           EXIT.
