       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM136.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM136 is the screenless SLA policy-in-force service: every    *
      *  program that prices a due date or reads a pseudo-policy row   *
      *  EXEC CICS LINKs here with the SMSLA01 commarea instead of     *
      *  reading STF012P itself, now that a category and priority can  *
      *  hold several effective-dated rows. The rows for the key are   *
      *  walked forward from the earliest effective date - the same    *
      *  forward walk SM080 uses on STF091X exchange rates - and the   *
      *  last active row starting on or before the as-of date whose    *
      *  SLA-EFF-TO has not passed is the policy in force. A dated     *
      *  override that has run out therefore hands back to the row it  *
      *  interrupted without anyone re-keying it.                      *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF012P.
       01  WS-AS-OF-DATE                         PIC 9(08).
       77  WS-RETNCODE                           PIC S9(8) COMP.

       LINKAGE SECTION.
           COPY SMSLA01 REPLACING ==SLQ-COMMAREA== BY ==DFHCOMMAREA==.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE 'N' TO SLQ-FOUND
           MOVE 0 TO SLQ-DAYS
           MOVE 0 TO SLQ-HOURS
           MOVE 0 TO SLQ-EFF-FROM
           MOVE 0 TO SLQ-EFF-TO
           IF SLQ-AS-OF-DATE NUMERIC AND SLQ-AS-OF-DATE > 0
              MOVE SLQ-AS-OF-DATE TO WS-AS-OF-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           END-IF
           PERFORM 200-FIND-POLICY
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-FIND-POLICY.
           MOVE SLQ-CATEGORY TO SLA-CATEGORY
           MOVE SLQ-PRIORITY TO SLA-PRIORITY
           MOVE 0 TO SLA-EFF-FROM
           EXEC CICS STARTBR
                FILE('STF012P')
                RIDFLD (SLA-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                   OR SLA-CATEGORY NOT = SLQ-CATEGORY
                   OR SLA-PRIORITY NOT = SLQ-PRIORITY
                   OR SLA-EFF-FROM > WS-AS-OF-DATE
              EXEC CICS READNEXT
                   FILE('STF012P')
                   INTO (SLA-REC)
                   RIDFLD (SLA-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 SLA-CATEGORY = SLQ-CATEGORY AND
                 SLA-PRIORITY = SLQ-PRIORITY AND
                 SLA-EFF-FROM NOT > WS-AS-OF-DATE AND
                 SLA-ACTIVE = 'Y'
                 PERFORM 210-TAKE-IF-IN-WINDOW
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF012P')
           END-EXEC.
       200-EXIT.
           EXIT.

      *    A blank or zero SLA-EFF-TO is open-ended. SLA-HOURS was
      *    appended after the first rows were keyed, so junk there
      *    means a day-grained policy.
       210-TAKE-IF-IN-WINDOW.
           IF SLA-EFF-TO NUMERIC AND SLA-EFF-TO > 0 AND
              SLA-EFF-TO < WS-AS-OF-DATE
              GO TO 210-EXIT
           END-IF
           MOVE 'Y' TO SLQ-FOUND
           MOVE SLA-DAYS TO SLQ-DAYS
           IF SLA-HOURS NUMERIC
              MOVE SLA-HOURS TO SLQ-HOURS
           ELSE
              MOVE 0 TO SLQ-HOURS
           END-IF
           MOVE SLA-EFF-FROM TO SLQ-EFF-FROM
           IF SLA-EFF-TO NUMERIC
              MOVE SLA-EFF-TO TO SLQ-EFF-TO
           ELSE
              MOVE 0 TO SLQ-EFF-TO
           END-IF.
       210-EXIT.
           EXIT.
