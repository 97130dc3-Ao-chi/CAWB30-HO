       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM138.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM138 is the master-table promotion export (TRANSID 'S138'),  *
      *  operator-started in the TEST region once a batch of SM033     *
      *  configuration changes has been proven there. Every table      *
      *  code with an active STF097P promotion-set row is resolved     *
      *  through the SMTBL01 registry and its file is browsed end to   *
      *  end onto TDQ 'S138EXP' - one 'T' line naming the table (so    *
      *  production knows the table travelled even when it is empty)   *
      *  followed by one 'R' line per row carrying the full record     *
      *  image. The extrapartition dataset behind 'S138EXP' is what    *
      *  production's SM139 import reads through 'S139IMP'. Nothing    *
      *  in the test region changes; the per-table row counts and any  *
      *  promotion-set code the registry does not know go to STF010R   *
      *  under 'S138RPT'.                                              *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF097P.
           COPY STF010R.
           COPY SMTBL01.
       77  WS-RPT-RESP                           PIC S9(8) COMP.

       01  WS-EXP-LINE.
           05 WS-EXP-CODE                        PIC X(04).
           05 WS-EXP-TYPE                        PIC X(01).
           05 WS-EXP-IMAGE                       PIC X(195).

       01  WS-SET-TABLE.
           05 WS-SET-CODE OCCURS 60              PIC X(04).
       01  WS-SET-COUNT                          PIC 9(02) VALUE 0.
       01  WS-SET-SUB                            PIC 9(02).
       01  WS-SUB                                PIC 9(02).
       01  WS-TBL-FOUND                          PIC X.

       01  WS-GEN-FILE                           PIC X(08).
       01  WS-GEN-KEYLEN                         PIC S9(4) COMP.
       01  WS-GEN-RECLEN                         PIC S9(4) COMP.
       01  WS-GEN-KEY                            PIC X(24).
       01  WS-GEN-REC                            PIC X(200).

       01  WS-DATE-X                             PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-TBL-ROWS                           PIC 9(05).
       01  WS-TABLES-OUT                         PIC 9(03) VALUE 0.
       01  WS-ROWS-OUT                           PIC 9(06) VALUE 0.
       01  WS-SKIPPED                            PIC 9(03) VALUE 0.

       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           EXEC CICS ASKTIME
           END-EXEC
           EXEC CICS FORMATTIME
                MMDDYYYY (WS-DATE-X)
                TIME     (WS-TIME-X)
           END-EXEC
           PERFORM 150-INIT-RPT-RUN
           PERFORM 200-COLLECT-SET
           PERFORM VARYING WS-SET-SUB FROM 1 BY 1
                   UNTIL WS-SET-SUB > WS-SET-COUNT
              PERFORM 300-EXPORT-ONE-TABLE
           END-PERFORM
           PERFORM 900-WRITE-SUMMARY
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    The promotion set is read up front so the file browses
      *    that follow never run under an open STF097P browse.
       200-COLLECT-SET.
           MOVE LOW-VALUES TO PRMO-Table-Code
           EXEC CICS STARTBR
                FILE('STF097P')
                RIDFLD (PRMO-Table-Code)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF097P')
                   INTO (PRMO-REC)
                   RIDFLD (PRMO-Table-Code)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 PRMO-Active NOT = 'N' AND
                 WS-SET-COUNT < 60
                 ADD 1 TO WS-SET-COUNT
                 MOVE PRMO-Table-Code TO WS-SET-CODE(WS-SET-COUNT)
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF097P')
           END-EXEC.
       200-EXIT.
           EXIT.

       250-RESOLVE-TABLE.
           MOVE 'N' TO WS-TBL-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TBL-COUNT
              IF WS-TBL-CODE(WS-SUB) = WS-SET-CODE(WS-SET-SUB)
                 MOVE 'Y' TO WS-TBL-FOUND
                 MOVE WS-TBL-FILE(WS-SUB) TO WS-GEN-FILE
                 MOVE WS-TBL-KEYLEN(WS-SUB) TO WS-GEN-KEYLEN
                 MOVE WS-TBL-RECLEN(WS-SUB) TO WS-GEN-RECLEN
              END-IF
           END-PERFORM.
       250-EXIT.
           EXIT.

      *    One generic browse of the table's file - the same walk
      *    the SM033 editor's PF5 list makes - each row going out
      *    whole, active or retired, so production ends up holding
      *    exactly what test holds.
       300-EXPORT-ONE-TABLE.
           PERFORM 250-RESOLVE-TABLE
           IF WS-TBL-FOUND = 'N'
              ADD 1 TO WS-SKIPPED
              MOVE SPACES TO WS-RPT-WORK
              STRING 'SKIPPED: TABLE ' DELIMITED BY SIZE
                     WS-SET-CODE(WS-SET-SUB) DELIMITED BY SIZE
                     ' IS NOT A REGISTERED TABLE CODE'
                        DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
              GO TO 300-EXIT
           END-IF
           MOVE 0 TO WS-TBL-ROWS
           MOVE SPACES TO WS-EXP-LINE
           MOVE WS-SET-CODE(WS-SET-SUB) TO WS-EXP-CODE
           MOVE 'T' TO WS-EXP-TYPE
           MOVE WS-GEN-FILE TO WS-EXP-IMAGE(1:8)
           EXEC CICS WRITEQ TD
                QUEUE('S138EXP')
                FROM (WS-EXP-LINE)
                LENGTH (+200)
                RESP(WS-RETNCODE2)
           END-EXEC
           ADD 1 TO WS-TABLES-OUT
           MOVE LOW-VALUES TO WS-GEN-KEY
           EXEC CICS STARTBR
                FILE(WS-GEN-FILE)
                RIDFLD (WS-GEN-KEY)
                KEYLENGTH (WS-GEN-KEYLEN)
                GENERIC
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 MOVE SPACES TO WS-GEN-REC
                 EXEC CICS READNEXT
                      FILE(WS-GEN-FILE)
                      INTO (WS-GEN-REC)
                      RIDFLD (WS-GEN-KEY)
                      KEYLENGTH (WS-GEN-KEYLEN)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    MOVE 'R' TO WS-EXP-TYPE
                    MOVE SPACES TO WS-EXP-IMAGE
                    MOVE WS-GEN-REC(1:WS-GEN-RECLEN) TO
                         WS-EXP-IMAGE(1:WS-GEN-RECLEN)
                    EXEC CICS WRITEQ TD
                         QUEUE('S138EXP')
                         FROM (WS-EXP-LINE)
                         LENGTH (+200)
                         RESP(WS-RETNCODE2)
                    END-EXEC
                    ADD 1 TO WS-TBL-ROWS
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE(WS-GEN-FILE)
              END-EXEC
           END-IF
           ADD WS-TBL-ROWS TO WS-ROWS-OUT
           MOVE SPACES TO WS-RPT-WORK
           STRING 'TABLE ' DELIMITED BY SIZE
                  WS-EXP-CODE DELIMITED BY SIZE
                  ' FILE ' DELIMITED BY SIZE
                  WS-GEN-FILE DELIMITED BY SIZE
                  ' ROWS EXPORTED ' DELIMITED BY SIZE
                  WS-TBL-ROWS DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       300-EXIT.
           EXIT.

      *    Starts the run report, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S138RPT' TO RPT-Report-ID
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
                 MOVE 'S138RPT' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE 'MASTER TABLE PROMOTION EXPORT' TO WS-RPT-WORK
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

       900-WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SM138 EXPORT: TABLES=' DELIMITED BY SIZE
                  WS-TABLES-OUT             DELIMITED BY SIZE
                  ' ROWS='                  DELIMITED BY SIZE
                  WS-ROWS-OUT               DELIMITED BY SIZE
                  ' SKIPPED='               DELIMITED BY SIZE
                  WS-SKIPPED                DELIMITED BY SIZE
             INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       900-EXIT.
           EXIT.
