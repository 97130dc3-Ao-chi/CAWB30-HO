       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM141.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM141 is the screenless department successor-map service:     *
      *  the reports that total by department across history EXEC      *
      *  CICS LINK here once per run with the SMDMP01 commarea and     *
      *  fold each old code into the department it has become, so a    *
      *  merged or renamed department is one line, not two. Closed     *
      *  tickets, the STF001H archive and STF058G invoices keep the    *
      *  code they were written under; only the reporting view moves.  *
      *                                                                *
      *  Every APPLIED, active STF098R row marked primary is one       *
      *  old-to-new pair (a split's history follows its primary        *
      *  successor). Chains are then followed - ACCTPAY renamed to     *
      *  FINOPS and FINOPS later merged into FINANCE both answer       *
      *  FINANCE - with a hop limit so a keying loop cannot hang the   *
      *  caller.                                                       *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF098R.
       01  WS-SUB                                PIC 9(03).
       01  WS-SUB2                               PIC 9(03).
       01  WS-HOPS                               PIC 9(02).
       01  WS-MOVED                              PIC X.
       77  WS-RETNCODE                           PIC S9(8) COMP.

       LINKAGE SECTION.
           COPY SMDMP01 REPLACING ==DMQ-COMMAREA== BY ==DFHCOMMAREA==.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE 0 TO DMQ-COUNT
           PERFORM 200-LOAD-APPLIED-ROWS
           PERFORM 300-FOLLOW-CHAINS
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-LOAD-APPLIED-ROWS.
           MOVE LOW-VALUES TO RORG-KEYS
           EXEC CICS STARTBR
                FILE('STF098R')
                RIDFLD (RORG-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF098R')
                   INTO (RORG-REC)
                   RIDFLD (RORG-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 RORG-Status = 'APPLIED' AND
                 RORG-Primary = 'Y' AND
                 RORG-Active NOT = 'N' AND
                 DMQ-COUNT < 100
                 ADD 1 TO DMQ-COUNT
                 MOVE RORG-Old-Dept TO DMQ-OLD-DEPT(DMQ-COUNT)
                 MOVE RORG-New-Dept TO DMQ-NEW-DEPT(DMQ-COUNT)
                 MOVE RORG-Eff-Date TO DMQ-EFF-DATE(DMQ-COUNT)
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF098R')
           END-EXEC.
       200-EXIT.
           EXIT.

      *    Repeats until a pass moves nothing - each pass advances
      *    every entry one hop along its chain.
       300-FOLLOW-CHAINS.
           MOVE 'Y' TO WS-MOVED
           MOVE 0 TO WS-HOPS
           PERFORM UNTIL WS-MOVED = 'N' OR WS-HOPS > 10
              MOVE 'N' TO WS-MOVED
              ADD 1 TO WS-HOPS
              PERFORM VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > DMQ-COUNT
                 PERFORM 310-ONE-HOP
              END-PERFORM
           END-PERFORM.
       300-EXIT.
           EXIT.

       310-ONE-HOP.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > DMQ-COUNT
              IF WS-SUB2 NOT = WS-SUB AND
                 DMQ-OLD-DEPT(WS-SUB2) = DMQ-NEW-DEPT(WS-SUB) AND
                 DMQ-NEW-DEPT(WS-SUB2) NOT = DMQ-NEW-DEPT(WS-SUB)
                 MOVE DMQ-NEW-DEPT(WS-SUB2) TO DMQ-NEW-DEPT(WS-SUB)
                 MOVE 'Y' TO WS-MOVED
              END-IF
           END-PERFORM.
       310-EXIT.
           EXIT.
