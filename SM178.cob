       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM178.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM178 is the canned response usage report (TRANSID 'S178'),   *
      *  operator-started on demand in the SM171 style. The STF124R    *
      *  library is read end to end; the use count and last-used date  *
      *  SM177 keeps on each row put the responses the desk leans on   *
      *  at the head of the first section, most used first, and the    *
      *  second section lists every response nobody has pulled in yet  *
      *  - the candidates to reword or retire through SM033 (code      *
      *  RESP). An inactive row is listed with an N beside it so a     *
      *  retired response still using up its old count is plain to     *
      *  see. Output goes to the STF010R repository under 'S178RPT'    *
      *  for SM030's viewer, delete-and-replace per run date like      *
      *  every other writer.                                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF010R.
           COPY STF124R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-SUB                                PIC S9(4) COMP.
       01  WS-SUB2                               PIC S9(4) COMP.
       01  WS-RANK                               PIC S9(4) COMP.
       01  WS-COUNT-DISP                         PIC Z(4)9.
       01  WS-USES-DISP                          PIC Z(6)9.

       01  WS-TOT-RESPONSES                      PIC 9(05) VALUE 0.
       01  WS-TOT-USED                           PIC 9(05) VALUE 0.
       01  WS-TOT-NEVER                          PIC 9(05) VALUE 0.
       01  WS-TOT-NOT-LISTED                     PIC 9(05) VALUE 0.
       01  WS-TOT-USES                           PIC 9(09) VALUE 0.

      *    One entry per library row; a row past the 999th is only
      *    counted, and the count is shown at the foot.
       01  WS-RSP-COUNT                          PIC S9(4) COMP VALUE 0.
       01  WS-RSP-TABLE.
           05 WS-RSP-ENTRY OCCURS 999 TIMES.
              10 WS-RS-CODE                      PIC X(08).
              10 WS-RS-CATEGORY                  PIC X(08).
              10 WS-RS-TEXT                      PIC X(36).
              10 WS-RS-ACTIVE                    PIC X(01).
              10 WS-RS-USES                      PIC 9(07).
              10 WS-RS-LAST-USED                 PIC 9(08).
       01  WS-RSP-HOLD                           PIC X(68).

       01  WS-USE-LINE.
           05 UL-RANK                            PIC ZZ9.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 UL-CODE                            PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 UL-CATEGORY                        PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 UL-USES                            PIC Z(6)9.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 UL-LAST-USED                       PIC X(10).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 UL-ACTIVE                          PIC X(01).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 UL-TEXT                            PIC X(36).
       01  WS-LAST-USED-DATE                     PIC 9(08).
       01  WS-LAST-USED-R REDEFINES WS-LAST-USED-DATE.
           05 WS-LU-YYYY                         PIC X(04).
           05 WS-LU-MM                           PIC X(02).
           05 WS-LU-DD                           PIC X(02).

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-INIT-RPT-RUN
           PERFORM 200-LOAD-RESPONSES
           PERFORM 300-RANK-RESPONSES
           PERFORM 400-WRITE-MOST-USED
           PERFORM 500-WRITE-NEVER-USED
           PERFORM 600-WRITE-TOTALS
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    A row keyed fresh in SM033 carries blanks where the use
      *    count and date go; it is taken as never used.
       200-LOAD-RESPONSES.
           MOVE LOW-VALUES TO RESP-KEY
           EXEC CICS STARTBR
                FILE('STF124R')
                RIDFLD (RESP-KEY)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF124R')
                   INTO (RESP-REC)
                   RIDFLD (RESP-KEY)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 PERFORM 210-ADD-RESPONSE
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF124R')
           END-EXEC.
       200-EXIT.
           EXIT.

       210-ADD-RESPONSE.
           ADD 1 TO WS-TOT-RESPONSES
           IF RESP-Use-Count NOT NUMERIC
              MOVE 0 TO RESP-Use-Count
           END-IF
           IF RESP-Last-Used NOT NUMERIC
              MOVE 0 TO RESP-Last-Used
           END-IF
           IF RESP-Use-Count > 0
              ADD 1 TO WS-TOT-USED
              ADD RESP-Use-Count TO WS-TOT-USES
           ELSE
              ADD 1 TO WS-TOT-NEVER
           END-IF
           IF WS-RSP-COUNT NOT < 999
              ADD 1 TO WS-TOT-NOT-LISTED
              GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-RSP-COUNT
           MOVE RESP-Code TO WS-RS-CODE(WS-RSP-COUNT)
           MOVE RESP-Category TO WS-RS-CATEGORY(WS-RSP-COUNT)
           MOVE RESP-Text TO WS-RS-TEXT(WS-RSP-COUNT)
           MOVE RESP-ACTIVE TO WS-RS-ACTIVE(WS-RSP-COUNT)
           MOVE RESP-Use-Count TO WS-RS-USES(WS-RSP-COUNT)
           MOVE RESP-Last-Used TO WS-RS-LAST-USED(WS-RSP-COUNT).
       210-EXIT.
           EXIT.

      *    Exchange sort, most used first; the never-used rows sink
      *    to the bottom.
       300-RANK-RESPONSES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= WS-RSP-COUNT
              PERFORM VARYING WS-SUB2 FROM WS-SUB BY 1
                      UNTIL WS-SUB2 > WS-RSP-COUNT
                 IF WS-RS-USES(WS-SUB2) > WS-RS-USES(WS-SUB)
                    MOVE WS-RSP-ENTRY(WS-SUB) TO WS-RSP-HOLD
                    MOVE WS-RSP-ENTRY(WS-SUB2)
                         TO WS-RSP-ENTRY(WS-SUB)
                    MOVE WS-RSP-HOLD TO WS-RSP-ENTRY(WS-SUB2)
                 END-IF
              END-PERFORM
           END-PERFORM.
       300-EXIT.
           EXIT.

       400-WRITE-MOST-USED.
           MOVE 'MOST USED RESPONSES' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE 'RNK CODE     CATEGORY    USES LAST USED  A TEXT'
              TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           IF WS-TOT-USED = 0
              MOVE 'NO RESPONSE HAS BEEN USED YET' TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
           END-IF
           MOVE 0 TO WS-RANK
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RSP-COUNT
              IF WS-RS-USES(WS-SUB) > 0
                 ADD 1 TO WS-RANK
                 MOVE WS-RANK TO UL-RANK
                 PERFORM 450-WRITE-ONE-RESPONSE
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       400-EXIT.
           EXIT.

       450-WRITE-ONE-RESPONSE.
           MOVE WS-RS-CODE(WS-SUB) TO UL-CODE
           MOVE WS-RS-CATEGORY(WS-SUB) TO UL-CATEGORY
           MOVE WS-RS-USES(WS-SUB) TO UL-USES
           MOVE SPACES TO UL-LAST-USED
           IF WS-RS-LAST-USED(WS-SUB) > 0
              MOVE WS-RS-LAST-USED(WS-SUB) TO WS-LAST-USED-DATE
              STRING WS-LU-MM   DELIMITED BY SIZE
                     '/'        DELIMITED BY SIZE
                     WS-LU-DD   DELIMITED BY SIZE
                     '/'        DELIMITED BY SIZE
                     WS-LU-YYYY DELIMITED BY SIZE
                     INTO UL-LAST-USED
              END-STRING
           END-IF
           IF WS-RS-ACTIVE(WS-SUB) = 'N'
              MOVE 'N' TO UL-ACTIVE
           ELSE
              MOVE SPACE TO UL-ACTIVE
           END-IF
           MOVE WS-RS-TEXT(WS-SUB) TO UL-TEXT
           MOVE WS-USE-LINE TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       450-EXIT.
           EXIT.

       500-WRITE-NEVER-USED.
           MOVE 'RESPONSES NEVER USED' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE '    CODE     CATEGORY    USES LAST USED  A TEXT'
              TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           IF WS-TOT-NEVER = 0
              MOVE 'EVERY RESPONSE HAS BEEN USED' TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RSP-COUNT
              IF WS-RS-USES(WS-SUB) = 0
                 MOVE SPACES TO WS-USE-LINE
                 PERFORM 450-WRITE-ONE-RESPONSE
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       500-EXIT.
           EXIT.

       600-WRITE-TOTALS.
           MOVE WS-TOT-RESPONSES TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'RESPONSES IN THE LIBRARY: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-TOT-USED TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING '  USED: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-TOT-NEVER TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING '  NEVER USED: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-TOT-USES TO WS-USES-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'TIMES A RESPONSE WAS PULLED IN: ' DELIMITED BY SIZE
                  WS-USES-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           IF WS-TOT-NOT-LISTED > 0
              MOVE WS-TOT-NOT-LISTED TO WS-COUNT-DISP
              MOVE SPACES TO WS-RPT-WORK
              STRING 'COUNTED BUT NOT LISTED: ' DELIMITED BY SIZE
                     WS-COUNT-DISP DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
           END-IF.
       600-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S178RPT' TO RPT-Report-ID
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
                 MOVE 'S178RPT' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE 'CANNED RESPONSE USAGE' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-WORK
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
