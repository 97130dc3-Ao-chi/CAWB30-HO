           MOVE WS-JOB-START-TIME TO JOBH-End-Time
           MOVE 1 TO JOBH-Count
           MOVE 'TIMEOUT' TO JOBH-Outcome
           MOVE WS-JOB-START-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
