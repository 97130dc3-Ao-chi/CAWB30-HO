      *----------------------------------------------------------------*
      *  SM042 is the report-request screen (TRANSID 'SM42'), reached  *
      *  from the SM030 report viewer via PF2. The operator picks a    *
      *  parameter-aware report (one of the WS-RPT-TABLE ids below),  *
      *  an optional from/to date range and optional                   *
      *  status/category/department filters; PF2 stages the STF031Q    *
      *  parameter row and STARTs the report's transaction. The        *
      *  report consumes the row on its way in and runs for the        *
           05 FILLER PIC X(12) VALUE 'SM21RPT SM21'.
           05 FILLER PIC X(12) VALUE 'SM23RPT SM23'.
           05 FILLER PIC X(12) VALUE 'SM35RPT SM35'.
           05 FILLER PIC X(12) VALUE 'S112RPT S112'.
       01  WS-RPT-TABLE-R REDEFINES WS-RPT-TABLE.
           05 WS-RPT-ENTRY OCCURS 5.
              10 WS-RPT-TBL-ID                   PIC X(08).
              10 WS-RPT-TBL-TRAN                 PIC X(04).
       01  WS-RPT-TRAN                           PIC X(04).
      *    parameter row on the way in.
       400-STAGE-AND-START.
           MOVE SPACES TO WS-RPT-TRAN
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
              IF WS-RPT-TBL-ID(WS-SUB) = RPTIDI
                 MOVE WS-RPT-TBL-TRAN(WS-SUB) TO WS-RPT-TRAN
              END-IF
