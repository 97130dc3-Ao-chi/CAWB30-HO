       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM157.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM157 is the screenless line-manager chain service: SM005 and *
      *  SM041 approval routing, SM002's routed-approval notice, the   *
      *  SM018 and SM039 escalation climbs, the SM158 reporting-line   *
      *  view and the SM159 org-chart report EXEC CICS LINK here with  *
      *  the SMMGR01 commarea rather than each walking STF113M. The    *
      *  walk goes up one STF113M row at a time from the caller's      *
      *  userid; a manager who has left (inactive or missing on        *
      *  uaf001) is listed but passed over, so a vacancy never stops   *
      *  an approval or an escalation reaching someone. The walk ends  *
      *  at the level asked for, at '*TOP', at a person with no row,   *
      *  after nine hops, or at the first userid met twice - a         *
      *  circular reporting line, answered as such.                    *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF113M.
       01  WS-UAF-LKP-REC.
           05 WS-UAF-LKP-USERID                  PIC X(08).
           05 WS-UAF-LKP-TYPE                    PIC X(05).
           05 WS-UAF-LKP-DEPARTMENT              PIC X(08).
           05 FILLER                             PIC X(40).
           05 WS-UAF-LKP-INACTIVE                PIC X(01).
           05 FILLER                             PIC X(60).
       01  WS-WALK-USERID                        PIC X(08).
       01  WS-WALK-DONE                          PIC X VALUE 'N'.
       01  WS-REPEAT                             PIC X VALUE 'N'.
       01  WS-SUB                                PIC S9(4) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.

       LINKAGE SECTION.
           COPY SMMGR01 REPLACING ==MGQ-COMMAREA== BY ==DFHCOMMAREA==.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE 'N' TO MGQ-FOUND
           MOVE SPACES TO MGQ-MANAGER
           MOVE 0 TO MGQ-LEVEL-REACHED
           MOVE 'N' TO MGQ-CYCLE
           MOVE SPACES TO MGQ-CYCLE-AT
           MOVE 'N' TO MGQ-TOP
           MOVE 0 TO MGQ-CHAIN-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9
              MOVE SPACES TO MGQ-CHAIN-USERID(WS-SUB)
              MOVE SPACE TO MGQ-CHAIN-ACTIVE(WS-SUB)
           END-PERFORM
           IF MGQ-LEVELS NOT NUMERIC OR MGQ-LEVELS = 0
              MOVE 1 TO MGQ-LEVELS
           END-IF
           IF MGQ-LEVELS > 9
              MOVE 9 TO MGQ-LEVELS
           END-IF
           IF MGQ-USERID NOT = SPACES AND LOW-VALUES
              MOVE MGQ-USERID TO WS-WALK-USERID
              MOVE 'N' TO WS-WALK-DONE
              PERFORM UNTIL WS-WALK-DONE = 'Y'
                 PERFORM 200-NEXT-HOP
              END-PERFORM
           END-IF
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    One step up from WS-WALK-USERID. Only an active manager
      *    counts as a level; the walk stops once MGQ-LEVELS of them
      *    have been climbed.
       200-NEXT-HOP.
           MOVE 'Y' TO WS-WALK-DONE
           MOVE WS-WALK-USERID TO MGRL-Userid
           EXEC CICS READ
                FILE('STF113M')
                INTO (MGRL-REC)
                RIDFLD (MGRL-Userid)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              MGRL-ACTIVE = 'N' OR
              MGRL-Manager = SPACES OR LOW-VALUES
              GO TO 200-EXIT
           END-IF
           IF MGRL-Manager = '*TOP'
              MOVE 'Y' TO MGQ-TOP
              GO TO 200-EXIT
           END-IF
           PERFORM 210-CHECK-REPEAT
           IF WS-REPEAT = 'Y'
              MOVE 'Y' TO MGQ-CYCLE
              MOVE MGRL-Manager TO MGQ-CYCLE-AT
              GO TO 200-EXIT
           END-IF
           IF MGQ-CHAIN-COUNT NOT < 9
              GO TO 200-EXIT
           END-IF
           ADD 1 TO MGQ-CHAIN-COUNT
           MOVE MGRL-Manager TO MGQ-CHAIN-USERID(MGQ-CHAIN-COUNT)
           MOVE MGRL-Manager TO WS-WALK-USERID
           MOVE 'N' TO MGQ-CHAIN-ACTIVE(MGQ-CHAIN-COUNT)
           MOVE MGRL-Manager TO WS-UAF-LKP-USERID
           EXEC CICS READ
                FILE('uaf001')
                INTO (WS-UAF-LKP-REC)
                RIDFLD (WS-UAF-LKP-USERID)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL) AND
              WS-UAF-LKP-INACTIVE NOT = 'Y'
              MOVE 'Y' TO MGQ-CHAIN-ACTIVE(MGQ-CHAIN-COUNT)
              ADD 1 TO MGQ-LEVEL-REACHED
              MOVE MGRL-Manager TO MGQ-MANAGER
              MOVE 'Y' TO MGQ-FOUND
           END-IF
           IF MGQ-LEVEL-REACHED < MGQ-LEVELS
              MOVE 'N' TO WS-WALK-DONE
           END-IF.
       200-EXIT.
           EXIT.

      *    A manager already on the chain, or the starting userid
      *    itself, means the reporting line loops back on itself.
       210-CHECK-REPEAT.
           MOVE 'N' TO WS-REPEAT
           IF MGRL-Manager = MGQ-USERID
              MOVE 'Y' TO WS-REPEAT
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > MGQ-CHAIN-COUNT
              IF MGQ-CHAIN-USERID(WS-SUB) = MGRL-Manager
                 MOVE 'Y' TO WS-REPEAT
              END-IF
           END-PERFORM.
       210-EXIT.
           EXIT.
