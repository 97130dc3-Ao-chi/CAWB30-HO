           05 FILLER PIC X(14) VALUE 'SM90SM90RSCH24'.
           05 FILLER PIC X(14) VALUE 'SM97SM97RSCH24'.
           05 FILLER PIC X(14) VALUE 'SM98SM98RSCH24'.
           05 FILLER PIC X(14) VALUE 'S111S111RSCH24'.
           05 FILLER PIC X(14) VALUE 'S114S114RSCH24'.
           05 FILLER PIC X(14) VALUE 'S130S130RSCH24'.
           05 FILLER PIC X(14) VALUE 'S140S140RSCH24'.
           05 FILLER PIC X(14) VALUE 'S142S142RSCH24'.
           05 FILLER PIC X(14) VALUE 'S143S143RSCH24'.
           05 FILLER PIC X(14) VALUE 'S147S147RSCH24'.
           05 FILLER PIC X(14) VALUE 'S148S148RSCH24'.
           05 FILLER PIC X(14) VALUE 'S154S154RSCH24'.
           05 FILLER PIC X(14) VALUE 'S155S155RSCH01'.
           05 FILLER PIC X(14) VALUE 'S156S156RSCH24'.
           05 FILLER PIC X(14) VALUE 'S159S159RSCH24'.
           05 FILLER PIC X(14) VALUE 'S162S162RSCH01'.
           05 FILLER PIC X(14) VALUE 'S163S163RSCH24'.
           05 FILLER PIC X(14) VALUE 'S165S165RSCH24'.
           05 FILLER PIC X(14) VALUE 'S168S168RSCH24'.
           05 FILLER PIC X(14) VALUE 'S180S180RSCH24'.
       01  WS-WD-TABLE-R REDEFINES WS-WD-TABLE.
           05 WS-WD-ENTRY OCCURS 32.
              10 WS-WD-TRANID                    PIC X(04).
              10 WS-WD-REQID                     PIC X(08).
              10 WS-WD-HOURS                     PIC 9(02).
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-TIME-X(4:2)
           MOVE ':' TO WS-TIME-X(6:1)
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-TIME-X(7:2)
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 32
              PERFORM 200-CHECK-ONE-JOB
           END-PERFORM
           PERFORM 800-WRITE-JOB-HISTORY
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-MISSED-COUNT TO JOBH-Count
           MOVE 'OK' TO JOBH-Outcome
           MOVE WS-JOB-START-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
