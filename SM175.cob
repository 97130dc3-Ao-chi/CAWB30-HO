       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM175.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM175 is the masked test-region load (TRANSID 'S175'),        *
      *  operator-started in the TEST region once production's SM174   *
      *  extract has been carried across to the extrapartition dataset *
      *  behind TDQ 'S175LOD'. One run loads every master in it: each  *
      *  section's target file is emptied and reloaded record by       *
      *  record at the SM054 registry width - the ticket files         *
      *  reassembled from their runs of consecutive lines, exactly as  *
      *  SM104 restores - and the loaded count is verified against the *
      *  section's RECORDS trailer, a mismatch reported, never         *
      *  silently accepted.                                            *
      *                                                                *
      *  Only masked data loads. A dataset that does not open with an  *
      *  SM174 'MASKED' section header is refused before anything is   *
      *  touched, and an unmasked SM054 'EXTRACT' section met later is *
      *  skipped whole. STF045S is emptied on every load, so no        *
      *  credential survives and each masked user is walked through    *
      *  SM068's first-time setup. The operator running the load keeps *
      *  their own uaf001 row, put back after the masked users land,   *
      *  so the region still has an administrator to add the testers   *
      *  through UA001. Counts go to STF010R under 'S175RPT'.          *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.

      *    The loadable masters - the SM054 registry with the key
      *    length the reload writes need, as SM104 carries it.
       01  WS-LOD-TABLE.
           05 FILLER PIC X(14) VALUE 'STF003C 030008'.
           05 FILLER PIC X(14) VALUE 'STF006C 031010'.
           05 FILLER PIC X(14) VALUE 'STF004H 028008'.
           05 FILLER PIC X(14) VALUE 'STF005W 046010'.
           05 FILLER PIC X(14) VALUE 'STF007T 054008'.
           05 FILLER PIC X(14) VALUE 'uaf001  121008'.
           05 FILLER PIC X(14) VALUE 'STF001C 543007'.
           05 FILLER PIC X(14) VALUE 'STF001H 543007'.
       01  WS-LOD-TABLE-R REDEFINES WS-LOD-TABLE.
           05 WS-LOD-ENTRY OCCURS 8.
              10 WS-LOD-FILE                     PIC X(08).
              10 WS-LOD-WIDTH                    PIC 9(03).
              10 WS-LOD-KEYLEN                   PIC 9(03).

       01  WS-LOD-LINE                           PIC X(132).
       01  WS-RUN-DATE                           PIC 9(08).
       01  WS-CUR-SUB                            PIC S9(4) COMP.
       01  WS-SUB                                PIC S9(4) COMP.
       01  WS-SEC-LOAD                           PIC X.
       01  WS-SEC-HAD-TRAILER                    PIC X.
       01  WS-RELOAD-TARGET                      PIC X(08).
       01  WS-GEN-KEY                            PIC X(20).
       01  WS-GEN-KEYLEN                         PIC S9(4) COMP.
       01  WS-GEN-RECLEN                         PIC S9(4) COMP.
       01  WS-GEN-REC                            PIC X(1000).
       01  WS-PURGE-KEY                          PIC X(20).
       01  WS-SEG-EXPECT                         PIC S9(4) COMP.
       01  WS-SEG-GOT                            PIC S9(4) COMP.
       01  WS-OFF                                PIC S9(4) COMP.
       01  WS-LEN                                PIC S9(4) COMP.
       01  WS-LOADED-COUNT                       PIC 9(07).
       01  WS-TRAILER-COUNT                      PIC 9(07).
       01  WS-PURGED-COUNT                       PIC 9(07).
       01  WS-TOTAL-COUNT                        PIC 9(07) VALUE 0.
       01  WS-MISMATCHES                         PIC 9(03) VALUE 0.
       01  WS-SKIPPED                            PIC 9(03) VALUE 0.
       01  WS-LOADED-DISP                        PIC ZZZZZZ9.
       01  WS-TRAIL-DISP                         PIC ZZZZZZ9.
       01  WS-PURGED-DISP                        PIC ZZZZZZ9.
       01  WS-RPT-WORK                           PIC X(132).

       01  WS-OPER-ID                            PIC X(08).
       01  WS-OPER-REC                           PIC X(121).
       01  WS-OPER-FOUND                         PIC X VALUE 'N'.

       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 150-INIT-RPT-RUN
           MOVE 0 TO WS-CUR-SUB
           MOVE 0 TO WS-SEG-GOT
           EXEC CICS READQ TD
                QUEUE('S175LOD')
                INTO (WS-LOD-LINE)
                RESP (WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE 'NOTHING ON S175LOD - NOTHING LOADED' TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
              GO TO 100-RETURN
           END-IF
           IF WS-LOD-LINE(1:5) NOT = 'FILE ' OR
              WS-LOD-LINE(14:9) NOT = ' MASKED  '
              MOVE '*REFUSED* S175LOD IS NOT AN SM174 MASKED EXTRACT'
                 TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
              MOVE 'NOTHING LOADED, NOTHING PURGED' TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
              GO TO 100-RETURN
           END-IF
           PERFORM 160-SAVE-OPERATOR
           PERFORM 200-PURGE-CREDENTIALS
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 300-HANDLE-ONE-LINE
              EXEC CICS READQ TD
                   QUEUE('S175LOD')
                   INTO (WS-LOD-LINE)
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM
           IF WS-CUR-SUB > 0
              MOVE 'N' TO WS-SEC-HAD-TRAILER
              PERFORM 340-CLOSE-SECTION
           END-IF
           PERFORM 170-RESTORE-OPERATOR
           PERFORM 900-WRITE-SUMMARY.
       100-RETURN.
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    Starts the run report, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S175RPT' TO RPT-Report-ID
           MOVE WS-RUN-DATE TO RPT-Run-Date
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
                 MOVE 'S175RPT' TO RPT-Report-ID
                 MOVE WS-RUN-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE 'MASKED TEST-REGION LOAD' TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       150-EXIT.
           EXIT.

      *    The operator's own uaf001 row is held across the load so
      *    the emptied and reloaded user file still admits them.
       160-SAVE-OPERATOR.
           EXEC CICS ASSIGN
                USERID(WS-OPER-ID)
           END-EXEC
           EXEC CICS READ
                FILE('uaf001')
                INTO (WS-OPER-REC)
                RIDFLD (WS-OPER-ID)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-OPER-FOUND
           END-IF.
       160-EXIT.
           EXIT.

       170-RESTORE-OPERATOR.
           IF WS-OPER-FOUND NOT = 'Y'
              GO TO 170-EXIT
           END-IF
           EXEC CICS WRITE
                FILE('uaf001')
                FROM (WS-OPER-REC)
                RIDFLD (WS-OPER-ID)
                RESP(WS-RETNCODE2)
           END-EXEC
           MOVE SPACES TO WS-RPT-WORK
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              STRING 'OPERATOR ' DELIMITED BY SIZE
                     WS-OPER-ID DELIMITED BY SPACE
                     ' KEPT ON uaf001 TO ADMINISTER THE REGION'
                     DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
           ELSE
              STRING 'OPERATOR ' DELIMITED BY SIZE
                     WS-OPER-ID DELIMITED BY SPACE
                     ' ALREADY ON THE MASKED uaf001 - LEFT AS LOADED'
                     DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
           END-IF
           PERFORM 910-WRITE-RPT-LINE
           EXEC CICS SYNCPOINT
           END-EXEC.
       170-EXIT.
           EXIT.

      *    No credential carries into the test region - the masked
      *    users have none, and whatever the file held is stale.
       200-PURGE-CREDENTIALS.
           MOVE 'STF045S ' TO WS-RELOAD-TARGET
           MOVE 8 TO WS-GEN-KEYLEN
           PERFORM 720-PURGE-TARGET
           MOVE WS-PURGED-COUNT TO WS-PURGED-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'STF045S CREDENTIALS PURGED ' DELIMITED BY SIZE
                  WS-PURGED-DISP DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           EXEC CICS SYNCPOINT
           END-EXEC.
       200-EXIT.
           EXIT.

      *    A line mid-record (WS-SEG-GOT > 0) is always the next
      *    segment - record bytes can look like anything, so the
      *    header and trailer tests only apply between records.
       300-HANDLE-ONE-LINE.
           EVALUATE TRUE
             WHEN WS-CUR-SUB > 0 AND WS-SEG-GOT > 0
                  PERFORM 330-TAKE-SEGMENT
             WHEN WS-LOD-LINE(1:5) = 'FILE '
                  PERFORM 320-OPEN-SECTION
             WHEN WS-CUR-SUB > 0 AND
                  WS-LOD-LINE(1:8) = WS-LOD-FILE(WS-CUR-SUB) AND
                  WS-LOD-LINE(9:10) = ' RECORDS: '
                  MOVE 0 TO WS-TRAILER-COUNT
      *           The count is written zero-suppressed (ZZZZZZ9),
      *           so NUMVAL reads it rather than a class test.
                  IF WS-LOD-LINE(19:7) NOT = SPACES
                     COMPUTE WS-TRAILER-COUNT =
                        FUNCTION NUMVAL(WS-LOD-LINE(19:7))
                  END-IF
                  MOVE 'Y' TO WS-SEC-HAD-TRAILER
                  PERFORM 340-CLOSE-SECTION
             WHEN WS-CUR-SUB > 0
                  PERFORM 330-TAKE-SEGMENT
           END-EVALUATE.
       300-EXIT.
           EXIT.

      *    An unmasked section is still reassembled, so its lines are
      *    stepped over cleanly, but nothing of it is purged or
      *    written.
       320-OPEN-SECTION.
           IF WS-CUR-SUB > 0
              MOVE 'N' TO WS-SEC-HAD-TRAILER
              PERFORM 340-CLOSE-SECTION
           END-IF
           MOVE 0 TO WS-CUR-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
              IF WS-LOD-FILE(WS-SUB) = WS-LOD-LINE(6:8)
                 MOVE WS-SUB TO WS-CUR-SUB
              END-IF
           END-PERFORM
           IF WS-CUR-SUB = 0
              ADD 1 TO WS-SKIPPED
              MOVE SPACES TO WS-RPT-WORK
              STRING 'SKIPPED: SECTION ' DELIMITED BY SIZE
                     WS-LOD-LINE(6:8) DELIMITED BY SIZE
                     ' IS NOT A REGISTERED EXPORT FILE'
                     DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
              GO TO 320-EXIT
           END-IF
           MOVE 0 TO WS-SEG-GOT
           MOVE 0 TO WS-LOADED-COUNT
           MOVE 0 TO WS-TRAILER-COUNT
           MOVE WS-LOD-FILE(WS-CUR-SUB) TO WS-RELOAD-TARGET
           MOVE WS-LOD-KEYLEN(WS-CUR-SUB) TO WS-GEN-KEYLEN
           MOVE WS-LOD-WIDTH(WS-CUR-SUB) TO WS-GEN-RECLEN
           COMPUTE WS-SEG-EXPECT = (WS-GEN-RECLEN + 131) / 132
           IF WS-LOD-LINE(14:9) NOT = ' MASKED  '
              MOVE 'N' TO WS-SEC-LOAD
              ADD 1 TO WS-SKIPPED
              MOVE SPACES TO WS-RPT-WORK
              STRING '*REFUSED* ' DELIMITED BY SIZE
                     WS-RELOAD-TARGET DELIMITED BY SIZE
                     ' SECTION IS NOT MASKED - NOT LOADED'
                     DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
              GO TO 320-EXIT
           END-IF
           MOVE 'Y' TO WS-SEC-LOAD
           PERFORM 720-PURGE-TARGET.
       320-EXIT.
           EXIT.

      *    Reassembly by registry width: a record fitting one line
      *    writes at once; a wider one accumulates consecutive
      *    full lines and the final partial one before writing.
       330-TAKE-SEGMENT.
           IF WS-SEG-GOT = 0
              MOVE SPACES TO WS-GEN-REC
           END-IF
           COMPUTE WS-OFF = WS-SEG-GOT * 132 + 1
           COMPUTE WS-LEN = WS-GEN-RECLEN - (WS-SEG-GOT * 132)
           IF WS-LEN > 132
              MOVE 132 TO WS-LEN
           END-IF
           MOVE WS-LOD-LINE(1:WS-LEN) TO WS-GEN-REC(WS-OFF:WS-LEN)
           ADD 1 TO WS-SEG-GOT
           IF WS-SEG-GOT >= WS-SEG-EXPECT
              MOVE 0 TO WS-SEG-GOT
              IF WS-SEC-LOAD = 'Y'
                 MOVE WS-GEN-REC(1:20) TO WS-GEN-KEY
                 EXEC CICS WRITE
                      FILE(WS-RELOAD-TARGET)
                      FROM (WS-GEN-REC)
                      RIDFLD (WS-GEN-KEY)
                      KEYLENGTH (WS-GEN-KEYLEN)
                      LENGTH (WS-GEN-RECLEN)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    ADD 1 TO WS-LOADED-COUNT
                 END-IF
              END-IF
           END-IF.
       330-EXIT.
           EXIT.

      *    Each loaded section is committed as it closes, so a long
      *    ticket file never holds the whole load in one unit of
      *    work.
       340-CLOSE-SECTION.
           IF WS-SEC-LOAD = 'Y'
              ADD WS-LOADED-COUNT TO WS-TOTAL-COUNT
              MOVE WS-LOADED-COUNT TO WS-LOADED-DISP
              MOVE WS-TRAILER-COUNT TO WS-TRAIL-DISP
              MOVE SPACES TO WS-RPT-WORK
              STRING WS-RELOAD-TARGET DELIMITED BY SIZE
                     ' LOADED ' DELIMITED BY SIZE
                     WS-LOADED-DISP DELIMITED BY SIZE
                     '  TRAILER ' DELIMITED BY SIZE
                     WS-TRAIL-DISP DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              IF WS-SEC-HAD-TRAILER = 'N'
                 ADD 1 TO WS-MISMATCHES
                 MOVE '*NO TRAILER*' TO WS-RPT-WORK(45:12)
              ELSE
                 IF WS-LOADED-COUNT NOT = WS-TRAILER-COUNT
                    ADD 1 TO WS-MISMATCHES
                    MOVE '*MISMATCH*' TO WS-RPT-WORK(45:10)
                 END-IF
              END-IF
              PERFORM 910-WRITE-RPT-LINE
              EXEC CICS SYNCPOINT
              END-EXEC
           END-IF
           MOVE 0 TO WS-CUR-SUB
           MOVE 0 TO WS-SEG-GOT.
       340-EXIT.
           EXIT.

      *    Delete-by-read until the target is empty - no generic
      *    mass delete exists in this tree.
       720-PURGE-TARGET.
           MOVE 0 TO WS-PURGED-COUNT
           MOVE 0 TO WS-RETNCODE2
           PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              MOVE LOW-VALUES TO WS-PURGE-KEY
              EXEC CICS STARTBR
                   FILE(WS-RELOAD-TARGET)
                   RIDFLD (WS-PURGE-KEY)
                   KEYLENGTH (WS-GEN-KEYLEN)
                   GENERIC
                   GTEQ
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE(WS-RELOAD-TARGET)
                      INTO (WS-GEN-REC)
                      RIDFLD (WS-PURGE-KEY)
                      KEYLENGTH (WS-GEN-KEYLEN)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 EXEC CICS ENDBR
                      FILE(WS-RELOAD-TARGET)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL)
                    EXEC CICS DELETE
                         FILE(WS-RELOAD-TARGET)
                         RIDFLD (WS-PURGE-KEY)
                         KEYLENGTH (WS-GEN-KEYLEN)
                         RESP(WS-RETNCODE2)
                    END-EXEC
                    IF WS-RETNCODE2 = DFHRESP(NORMAL)
                       ADD 1 TO WS-PURGED-COUNT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       720-EXIT.
           EXIT.

       900-WRITE-SUMMARY.
           MOVE WS-TOTAL-COUNT TO WS-LOADED-DISP
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SM175 LOAD: RECORDS=' DELIMITED BY SIZE
                  WS-LOADED-DISP DELIMITED BY SIZE
                  ' MISMATCHES=' DELIMITED BY SIZE
                  WS-MISMATCHES DELIMITED BY SIZE
                  ' SECTIONS SKIPPED=' DELIMITED BY SIZE
                  WS-SKIPPED DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       900-EXIT.
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
