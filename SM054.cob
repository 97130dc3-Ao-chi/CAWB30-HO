           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       01  WS-JOB-COUNT                          PIC 9(05).
      *    The exported masters and each one's record width - the
      *    slice of the raw record that lands on the extract line.
       01  WS-EXP-TABLE.
           05 FILLER PIC X(11) VALUE 'STF003C 030'.
           05 FILLER PIC X(11) VALUE 'STF006C 031'.
           05 FILLER PIC X(11) VALUE 'STF004H 028'.
           05 FILLER PIC X(11) VALUE 'STF005W 046'.
           05 FILLER PIC X(11) VALUE 'STF007T 054'.
           05 FILLER PIC X(11) VALUE 'uaf001  121'.
           05 FILLER PIC X(11) VALUE 'STF001C 543'.
           05 FILLER PIC X(11) VALUE 'STF001H 543'.
       01  WS-EXP-TABLE-R REDEFINES WS-EXP-TABLE.
           05 WS-EXP-ENTRY OCCURS 8.
              10 WS-EXP-FILE                     PIC X(08).
              10 WS-EXP-WIDTH                    PIC 9(03).
       01  WS-SUB                                PIC 9(02).
       01  WS-BROWSE-BUF                         PIC X(1000).
       01  WS-BROWSE-KEY                         PIC X(64).
       01  WS-FILE-COUNT                         PIC 9(07).
       01  WS-TOTAL-COUNT                        PIC 9(07) VALUE 0.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOB-START-TIME
           PERFORM 105-GET-BUS-DATE
           MOVE BDQ-BUS-DATE TO WS-TODAY-YYYYMMDD
           PERFORM 310-INIT-RPT-RUN
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
              PERFORM 200-EXPORT-ONE-FILE
       100-EXIT.
           EXIT.

      *    The business date this run works for: the SM149 answer -
      *    the STF104B override while operations rerun a missed
      *    night, otherwise today - or the clock if the LINK fails.
       105-GET-BUS-DATE.
           MOVE '01' TO BDQ-VERSION
           MOVE FUNCTION CURRENT-DATE(1:8) TO BDQ-LIVE-DATE
           MOVE BDQ-LIVE-DATE TO BDQ-BUS-DATE
           MOVE 'N' TO BDQ-OVERRIDE
           EXEC CICS LINK
                PROGRAM('SM149')
                COMMAREA(WS-BDT-AREA)
                RESP(WS-BDT-RESP)
           END-EXEC
           IF WS-BDT-RESP NOT = DFHRESP(NORMAL) OR
              BDQ-BUS-DATE NOT NUMERIC
              MOVE BDQ-LIVE-DATE TO BDQ-BUS-DATE
              MOVE 'N' TO BDQ-OVERRIDE
           END-IF.
       105-EXIT.
           EXIT.

       200-EXPORT-ONE-FILE.
           MOVE 0 TO WS-FILE-COUNT
           MOVE WS-EXP-FILE(WS-SUB) TO SEC-FILE
      *    convention as every other STF010R writer.
       310-INIT-RPT-RUN.
           MOVE 'SM54EXP' TO RPT-Report-ID
           MOVE BDQ-BUS-DATE TO RPT-Run-Date
           MOVE 1 TO RPT-Line-Number
           PERFORM UNTIL RPT-Line-Number = 0
              EXEC CICS READ
                      RESP(WS-RPT-RESP)
                 END-EXEC
                 MOVE 'SM54EXP' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           MOVE WS-JOB-COUNT TO JOBH-Count
           MOVE WS-JOB-OUTCOME TO JOBH-Outcome
           MOVE BDQ-BUS-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
