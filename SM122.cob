       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM122.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM122 is the open purchase order report (TRANSID 'S122'),     *
      *  operator-started on demand in the SM077 style. One browse of  *
      *  STF083P lists every OPEN or PARTIAL line with its vendor,     *
      *  part, quantity still outstanding and due date, and flags      *
      *  OVERDUE any line whose due date has passed, so purchasing     *
      *  can chase late deliveries. Output goes to the STF010R         *
      *  repository under 'S122RPT' for SM030's viewer, delete-and-    *
      *  replace per run date like every other repository writer.     *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF083P.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-OPEN-COUNT                         PIC 9(04) VALUE 0.
       01  WS-LATE-COUNT                         PIC 9(04) VALUE 0.
       01  WS-COUNT-DISP                         PIC 9(04).
       01  WS-OUT-DISP                           PIC 9(05).
       01  WS-PO-LINE.
           05 PL-NUMBER                          PIC 9(06).
           05 FILLER                             PIC X(01) VALUE '/'.
           05 PL-LINE                            PIC 9(02).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 PL-VENDOR                          PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 PL-PART                            PIC X(08).
           05 FILLER                             PIC X(05) VALUE
              ' OUT '.
           05 PL-OUTSTAND                        PIC 9(05).
           05 FILLER                             PIC X(05) VALUE
              ' DUE '.
           05 PL-DUE                             PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 PL-STATUS                          PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 PL-LATE                            PIC X(07).

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           PERFORM 150-INIT-RPT-RUN
           PERFORM 200-SCAN-PO-LINES
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'OPEN PO LINES: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-LATE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'OVERDUE PO LINES: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-SCAN-PO-LINES.
           MOVE LOW-VALUES TO PO-KEYS
           EXEC CICS STARTBR
                FILE('STF083P')
                RIDFLD (PO-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF083P')
                      INTO (PO-REC)
                      RIDFLD (PO-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    (PO-Status = 'OPEN' OR PO-Status = 'PARTIAL')
                    ADD 1 TO WS-OPEN-COUNT
                    PERFORM 300-REPORT-PO-LINE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF083P')
              END-EXEC
           END-IF.
       200-EXIT.
           EXIT.

       300-REPORT-PO-LINE.
           MOVE PO-Number TO PL-NUMBER
           MOVE PO-Line TO PL-LINE
           MOVE PO-Vendor TO PL-VENDOR
           MOVE PO-Part TO PL-PART
           COMPUTE PL-OUTSTAND = PO-Qty-Ordered - PO-Qty-Received
           MOVE PO-Due-Date TO PL-DUE
           MOVE PO-Status TO PL-STATUS
           IF PO-Due-Date < WS-TODAY-YYYYMMDD
              MOVE 'OVERDUE' TO PL-LATE
              ADD 1 TO WS-LATE-COUNT
           ELSE
              MOVE SPACES TO PL-LATE
           END-IF
           MOVE WS-PO-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       300-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S122RPT' TO RPT-Report-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
           MOVE 1 TO RPT-Line-Number
           PERFORM UNTIL RPT-Line-Number = 0
              EXEC CICS READ
                   FILE('STF010R')
                   INTO (RPT-REC)
                   RIDFLD (RPT-KEYS)
                   UPDATE
                   RESP(WS-RPT-RESP)
              END-EXEC
              IF WS-RPT-RESP = DFHRESP(NORMAL)
                 EXEC CICS DELETE
                      FILE('STF010R')
                      RESP(WS-RPT-RESP)
                 END-EXEC
                 MOVE 'S122RPT' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE 'OPEN PURCHASE ORDER REPORT' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       150-EXIT.
           EXIT.

       910-WRITE-RPT-LINE.
           MOVE WS-RPT-WORK TO RPT-Line-Text
           ADD 1 TO RPT-Line-Number
           EXEC CICS WRITE
                FILE('STF010R')
                FROM (RPT-REC)
                RIDFLD (RPT-KEYS)
                RESP(WS-RPT-RESP)
           END-EXEC.
       910-EXIT.
           EXIT.
