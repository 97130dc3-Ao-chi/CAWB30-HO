       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM153.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM153 is the print task (TRANSID 'S153'). SM152 STARTs it     *
      *  against a printer's terminal with an SMPRT01 request as the   *
      *  START data; it RETRIEVEs the request, browses the STF010R     *
      *  run - the whole run, or just the line range asked for, as     *
      *  for one SM027 work order in the day's SM27WO run - and        *
      *  builds the output with BMS text accumulation, one repository  *
      *  line per printed line, under a heading naming the report, the *
      *  run date and who asked. BMS does the page breaks for the      *
      *  device; SEND PAGE releases the lot to the printer.            *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF010R.
           COPY SMPRT01 REPLACING ==PRQ-COMMAREA== BY ==WS-PRQ-AREA==.
       01  WS-LENGTH                             PIC S9(4) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       01  WS-PRINTED                            PIC 9(05) VALUE 0.
       01  WS-PRINT-LINE                         PIC X(132).
       01  WS-NO-LINES                           PIC X(40) VALUE
           '*** NO LINES FOUND FOR THIS RUN ***'.

       PROCEDURE DIVISION.
       100-MAIN.
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
           MOVE LENGTH OF WS-PRQ-AREA TO WS-LENGTH
           EXEC CICS RETRIEVE
                INTO   (WS-PRQ-AREA)
                LENGTH (WS-LENGTH)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS RETURN
              END-EXEC
           END-IF
           PERFORM 200-PRINT-HEADING
           PERFORM 300-PRINT-LINES
           IF WS-PRINTED = 0
              MOVE WS-NO-LINES TO WS-PRINT-LINE
              PERFORM 910-SEND-LINE
           END-IF
           EXEC CICS SEND PAGE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-PRINT-HEADING.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REPORT ' DELIMITED BY SIZE
                  PRQ-REPORT-ID DELIMITED BY SIZE
                  '  RUN DATE ' DELIMITED BY SIZE
                  PRQ-RUN-DATE DELIMITED BY SIZE
                  '  PRINTED ON ' DELIMITED BY SIZE
                  PRQ-PRINTER DELIMITED BY SIZE
                  '  FOR ' DELIMITED BY SIZE
                  PRQ-REQUESTED-BY DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 910-SEND-LINE
           MOVE ALL '-' TO WS-PRINT-LINE
           PERFORM 910-SEND-LINE.
       200-EXIT.
           EXIT.

       300-PRINT-LINES.
           MOVE PRQ-REPORT-ID TO RPT-Report-ID
           MOVE PRQ-RUN-DATE TO RPT-Run-Date
           MOVE PRQ-FROM-LINE TO RPT-Line-Number
           EXEC CICS STARTBR
                FILE('STF010R')
                RIDFLD (RPT-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 300-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF010R')
                   INTO (RPT-REC)
                   RIDFLD (RPT-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 IF RPT-Report-ID NOT = PRQ-REPORT-ID OR
                    RPT-Run-Date NOT = PRQ-RUN-DATE OR
                    RPT-Line-Number > PRQ-TO-LINE
                    MOVE DFHRESP(ENDFILE) TO WS-RETNCODE
                 ELSE
                    MOVE RPT-Line-Text TO WS-PRINT-LINE
                    PERFORM 910-SEND-LINE
                    ADD 1 TO WS-PRINTED
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF010R')
           END-EXEC.
       300-EXIT.
           EXIT.

       910-SEND-LINE.
           EXEC CICS SEND TEXT
                FROM   (WS-PRINT-LINE)
                LENGTH (+132)
                ACCUM
                PRINT
           END-EXEC.
       910-EXIT.
           EXIT.
