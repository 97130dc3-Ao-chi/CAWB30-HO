      *    alters who-may-do-what alone.
       01  WS-PEND-HIGH                          PIC X(06) VALUE
           HIGH-VALUES.
       01  WS-PEND-SCRATCH                       PIC X(400).
      *    Admin credential reset (PF10): the displayed user's
      *    STF045S row is set to the temporary password with the
      *    force-change flag raised, so the user must pick a real
           MOVE FUNCTION CURRENT-DATE(1:8) TO PEND-MADE-DATE
           MOVE SPACES TO PEND-CHECKER
           MOVE SPACES TO PEND-CHECKED-STAMP
           MOVE SPACES TO PEND-PACKAGE
           EXEC CICS WRITE
                FILE('STF047D')
                FROM (PEND-REC)
