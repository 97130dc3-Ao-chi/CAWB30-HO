       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM144.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM144 is the screenless legal-hold service: every job that    *
      *  archives, ages off, purges or erases EXEC CICS LINKs here     *
      *  once per run with the SMHLD01 commarea and skips whatever it  *
      *  answers. A hold is in force while its STF101L row is active   *
      *  and its release date is zero (held until released) or not     *
      *  yet passed; a lapsed hold simply stops being answered, so no  *
      *  job has to wait for an admin to tidy the register.            *
      *                                                                *
      *  Each caller tests its own records against the list: a ticket  *
      *  is held when its number, its requestor or its department is   *
      *  named; a user's own rows when the userid is named as a        *
      *  requestor. A register bigger than the commarea list is        *
      *  answered to its first 200 holds with HLQ-OVERFLOW set, and    *
      *  every caller then stands down rather than remove a record an  *
      *  unlisted hold may name; SM145 flags the overflow so Legal's   *
      *  register is split before it bites.                            *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF101L.
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       77  WS-RETNCODE                           PIC S9(8) COMP.

       LINKAGE SECTION.
           COPY SMHLD01 REPLACING ==HLQ-COMMAREA== BY ==DFHCOMMAREA==.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE 0 TO HLQ-COUNT
           MOVE 0 TO HLQ-RD-COUNT
           MOVE 'N' TO HLQ-OVERFLOW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           PERFORM 200-LOAD-HOLDS
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-LOAD-HOLDS.
           MOVE LOW-VALUES TO HOLD-KEYS
           EXEC CICS STARTBR
                FILE('STF101L')
                RIDFLD (HOLD-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF101L')
                   INTO (HOLD-REC)
                   RIDFLD (HOLD-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 HOLD-Active NOT = 'N' AND
                 HOLD-Value NOT = SPACES AND
                 (HOLD-Type = 'T' OR HOLD-Type = 'R' OR
                  HOLD-Type = 'D')
                 IF HOLD-Release-Date NOT NUMERIC OR
                    HOLD-Release-Date = 0 OR
                    HOLD-Release-Date >= WS-TODAY-YYYYMMDD
                    IF HLQ-COUNT < 200
                       ADD 1 TO HLQ-COUNT
                       MOVE HOLD-Type TO HLQ-TYPE(HLQ-COUNT)
                       MOVE HOLD-Value TO HLQ-VALUE(HLQ-COUNT)
                       MOVE HOLD-Matter TO HLQ-MATTER(HLQ-COUNT)
                       IF HOLD-Type NOT = 'T'
                          ADD 1 TO HLQ-RD-COUNT
                       END-IF
                    ELSE
                       MOVE 'Y' TO HLQ-OVERFLOW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF101L')
           END-EXEC.
       200-EXIT.
           EXIT.
