       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM152.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM152 is the screenless print request service: SM030's print *
      *  command, the report jobs that keep an STF022L distribution    *
      *  list and SM027's work-order dispatch EXEC CICS LINK here with *
      *  the SMPRT01 commarea to put an STF010R run - or a line range  *
      *  of one - on paper. A blank printer name is filled from the    *
      *  first active STF022L row of the report that names one; the    *
      *  name is then resolved through the STF107P printer master and  *
      *  the SM153 print task (TRANSID 'S153') is STARTed against the  *
      *  printer's terminal with the request as its data. CICS queues  *
      *  the start until the printer is free, so the caller never      *
      *  waits on the device.                                          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF022L.
           COPY STF107P.
       01  WS-LENGTH                             PIC S9(4) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.

       LINKAGE SECTION.
           COPY SMPRT01 REPLACING ==PRQ-COMMAREA== BY ==DFHCOMMAREA==.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE 0 TO PRQ-RETURN-CODE
           MOVE SPACES TO PRQ-TERMID
           IF PRQ-VERSION NOT = '01'
              MOVE 12 TO PRQ-RETURN-CODE
           ELSE
              IF PRQ-PRINTER = SPACES OR LOW-VALUES
                 PERFORM 200-FIND-DEFAULT
              END-IF
              IF PRQ-RETURN-CODE = 0
                 PERFORM 300-READ-PRINTER
              END-IF
              IF PRQ-RETURN-CODE = 0
                 PERFORM 400-START-PRINT
              END-IF
           END-IF
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    The report's default printer is the first active STF022L
      *    row of its slice with DIST-Printer filled in.
       200-FIND-DEFAULT.
           MOVE 04 TO PRQ-RETURN-CODE
           MOVE PRQ-REPORT-ID TO DIST-Report-ID
           MOVE 0 TO DIST-Seq-Number
           EXEC CICS STARTBR
                FILE('STF022L')
                RIDFLD(DIST-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                   OR DIST-Report-ID NOT = PRQ-REPORT-ID
                   OR PRQ-RETURN-CODE = 0
              MOVE SPACES TO DIST-Printer
              EXEC CICS READNEXT
                   FILE('STF022L')
                   INTO(DIST-REC)
                   RIDFLD(DIST-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 DIST-Report-ID = PRQ-REPORT-ID AND
                 DIST-ACTIVE = 'Y' AND
                 DIST-Printer NOT = SPACES AND LOW-VALUES
                 MOVE DIST-Printer TO PRQ-PRINTER
                 MOVE 0 TO PRQ-RETURN-CODE
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF022L')
           END-EXEC.
       200-EXIT.
           EXIT.

       300-READ-PRINTER.
           MOVE PRQ-PRINTER TO PRTM-Name
           EXEC CICS READ
                FILE('STF107P')
                INTO (PRTM-REC)
                RIDFLD (PRTM-Name)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR
              PRTM-ACTIVE NOT = 'Y' OR
              PRTM-Termid = SPACES
              MOVE 08 TO PRQ-RETURN-CODE
           ELSE
              MOVE PRTM-Termid TO PRQ-TERMID
           END-IF.
       300-EXIT.
           EXIT.

       400-START-PRINT.
           MOVE LENGTH OF DFHCOMMAREA TO WS-LENGTH
           EXEC CICS START
                TRANSID ('S153')
                TERMID  (PRQ-TERMID)
                FROM    (DFHCOMMAREA)
                LENGTH  (WS-LENGTH)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE 16 TO PRQ-RETURN-CODE
           END-IF.
       400-EXIT.
           EXIT.
