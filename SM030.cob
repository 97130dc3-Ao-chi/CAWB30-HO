      *  trapped on a queue with no DCT entry. Lines wider than the    *
      *  screen (the 132-byte CSV extracts) show their first 76        *
      *  columns; the repository row keeps the full text for the      *
      *  export pick-up. PF6 puts the loaded run on paper through the  *
      *  SM152 print service - on the STF107P printer keyed in the     *
      *  PRINTER field, or the report's STF022L default printer when   *
      *  the field is left blank - at full 132-column width. The       *
      *  SM109 evidence package (S109PKG) loads only for admins and    *
      *  auditors; anyone else is refused it.                          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY SM30S.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY STF010R.
           COPY SMPRT01 REPLACING ==PRQ-COMMAREA== BY ==WS-PRT-AREA==.
       77  WS-PRT-RESP                           PIC S9(8) COMP.
       01  WS-CURRENT-MAP  VALUE 'SM30S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(7).
              'THIS IS THE LAST PAGE'.
           05 WS-INVALID-PFKEY                   PIC X(21) VALUE
              'INAVLID PFKEY PRESSED'.
           05 WS-HELP-TEXT.
              10 FILLER                          PIC X(34) VALUE
              'PF1=HELP PF2=REQUEST RUN PF3=EXIT '.
              10 FILLER                          PIC X(31) VALUE
              'PF5=LOAD PF6=PRINT PF7/PF8=PAGE'.
           05 WS-PICK-PROMPT                     PIC X(44) VALUE
              'ENTER REPORT-ID AND RUN DATE, PRESS PF5'.
           05 WS-NO-REPORT                       PIC X(37) VALUE
              'NO REPORT FOUND FOR THAT ID AND DATE'.
           05 WS-ID-REQD                         PIC X(25) VALUE
              'REPORT-ID IS REQUIRED'.
           05 WS-LOAD-FIRST                      PIC X(40) VALUE
              'LOAD A REPORT WITH PF5 BEFORE PRINTING'.
           05 WS-NO-PRINTER                      PIC X(44) VALUE
              'NO PRINTER KEYED AND NO DEFAULT FOR REPORT'.
           05 WS-BAD-PRINTER                     PIC X(41) VALUE
              'PRINTER NOT ON PRINTER MASTER OR INACTIVE'.
           05 WS-PRINT-FAILED                    PIC X(40) VALUE
              'PRINT REQUEST COULD NOT BE QUEUED'.
           05 WS-RESTRICTED                      PIC X(44) VALUE
              'THAT REPORT IS FOR ADMINS AND AUDITORS ONLY'.

       01  WS-RUN-DATE                           PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE   PIC X(08).
           05 WS-MAX-PAGE                        PIC 9(02).
           05 WS-TOTAL-LINES                     PIC 9(05).
           05 WS-HELP-FLAG                       PIC X.
           05 WS-SEL-PRTR                        PIC X(08).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 DF-MAX-PAGE                        PIC 9(02).
           05 DF-TOTAL-LINES                     PIC 9(05).
           05 DF-HELP-FLAG                       PIC X.
           05 DF-SEL-PRTR                        PIC X(08).

       PROCEDURE DIVISION.
       000-PROCESS.
                     MOVE 0 TO WS-TOTAL-LINES
                     MOVE SPACES TO WS-SEL-RPTID
                     MOVE 0 TO WS-SEL-RUNDT
                     MOVE SPACES TO WS-SEL-PRTR
                     MOVE 'SM030' TO WS-PGMID
                     MOVE WS-PICK-PROMPT TO ERRMSGO
                     MOVE -1 TO RPTIDL
           MOVE WS-SEL-RPTID TO RPTIDO
           MOVE WS-SEL-RUNDT TO WS-RUN-DATE
           MOVE WS-RUN-DATE-X TO RUNDTO
           MOVE WS-SEL-PRTR TO PRTRO
           MOVE WS-PAGE TO PAGEO
           MOVE LENGTH OF SM030MO TO WS-LENGTH
           EXEC CICS SEND
                  MOVE 'Y' TO WS-HELP-FLAG
                  EXEC CICS SEND TEXT
                       FROM (WS-HELP-TEXT)
                       LENGTH (+65)
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
             WHEN DFHPF5
                  PERFORM 400-LOAD-REPORT
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF6
                  PERFORM 450-PRINT-REPORT
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF7
                  IF WS-PAGE > 1
                     SUBTRACT 1 FROM WS-PAGE
      *    in STF010R itself - line numbers run 1..N with no gaps, so
      *    the pager reads them back by key and no TS copy is needed.
      *    The line count is found by probing keys upward, cheaper
      *    than a full browse for the common short deck. SM109's
      *    evidence package carries the internal ticket notes and the
      *    sign-on events, so it opens only for the admins and
      *    auditors SM109 itself admits.
       400-LOAD-REPORT.
           IF RPTIDI = 'S109PKG' AND
              USR-ADMIN NOT = 'Y' AND WS-AUDITOR NOT = 'Y'
              MOVE SPACES TO WS-SEL-RPTID
              MOVE 0 TO WS-TOTAL-LINES
              MOVE 1 TO WS-PAGE
              MOVE 1 TO WS-MAX-PAGE
              MOVE WS-RESTRICTED TO ERRMSGO
              MOVE -1 TO RPTIDL
              GO TO 400-EXIT
           END-IF
           IF RPTIDI = SPACES OR LOW-VALUES
              MOVE WS-ID-REQD TO ERRMSGO
              MOVE -1 TO RPTIDL
       400-EXIT.
           EXIT.

      *    PF6: the run on screen goes to SM152 whole. A printer name
      *    keyed in the field is kept for the next PF6; a blank one
      *    lets SM152 take the report's STF022L default printer.
       450-PRINT-REPORT.
           IF WS-SEL-RPTID = SPACES OR WS-TOTAL-LINES = 0
              MOVE WS-LOAD-FIRST TO ERRMSGO
              GO TO 450-EXIT
           END-IF
           IF PRTRI NOT = LOW-VALUES
              MOVE PRTRI TO WS-SEL-PRTR
           END-IF
           MOVE '01' TO PRQ-VERSION
           MOVE WS-SEL-PRTR TO PRQ-PRINTER
           MOVE WS-SEL-RPTID TO PRQ-REPORT-ID
           MOVE WS-SEL-RUNDT TO PRQ-RUN-DATE
           MOVE 0 TO PRQ-FROM-LINE
           MOVE 99999 TO PRQ-TO-LINE
           MOVE USERID TO PRQ-REQUESTED-BY
           MOVE 99 TO PRQ-RETURN-CODE
           EXEC CICS LINK
                PROGRAM('SM152')
                COMMAREA(WS-PRT-AREA)
                RESP(WS-PRT-RESP)
           END-EXEC
           IF WS-PRT-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-PRINT-FAILED TO ERRMSGO
              GO TO 450-EXIT
           END-IF
           EVALUATE PRQ-RETURN-CODE
             WHEN 0
                  MOVE SPACES TO ERRMSGO
                  STRING 'REPORT QUEUED TO PRINTER ' DELIMITED BY SIZE
                         PRQ-PRINTER DELIMITED BY SIZE
                         INTO ERRMSGO
                  END-STRING
             WHEN 4
                  MOVE WS-NO-PRINTER TO ERRMSGO
                  MOVE -1 TO PRTRL
             WHEN 8
                  MOVE WS-BAD-PRINTER TO ERRMSGO
                  MOVE -1 TO PRTRL
             WHEN OTHER
                  MOVE WS-PRINT-FAILED TO ERRMSGO
           END-EVALUATE.
       450-EXIT.
           EXIT.

       600-DISPLAY-PAGE.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12
              COMPUTE WS-LINE = ((WS-PAGE - 1) * 12) + WS-SUB
