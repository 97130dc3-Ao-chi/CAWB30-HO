       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM173.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM173 is the screenless checkpoint service the long month-end *
      *  runs share: SM016, SM035, SM043, SM082 and SM093 EXEC CICS    *
      *  LINK here with the SMCKP01 commarea to find an interrupted    *
      *  run of their own at start-up, to record how far they have     *
      *  got every so many records, and to remove the row when they    *
      *  finish. SM031's operations console LINKs with DROP to discard *
      *  a run an operator wants begun again clean. The row itself is  *
      *  STF122K; the SYNCPOINT that commits a checkpoint together     *
      *  with the output behind it is the caller's, taken once this    *
      *  service returns, since only the caller knows where its        *
      *  browse stands.                                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF122K.
       77  WS-RETNCODE                           PIC S9(8) COMP.

       LINKAGE SECTION.
           COPY SMCKP01 REPLACING ==CKQ-COMMAREA== BY ==DFHCOMMAREA==.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE 'N' TO CKQ-FOUND
           EVALUATE CKQ-FUNCTION
             WHEN 'READ'  PERFORM 200-READ-CHECKPOINT
             WHEN 'SAVE'  PERFORM 300-SAVE-CHECKPOINT
             WHEN 'DONE'  PERFORM 400-DELETE-CHECKPOINT
             WHEN 'DROP'  PERFORM 500-DISCARD-CHECKPOINT
           END-EVALUATE
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-READ-CHECKPOINT.
           MOVE CKQ-JOB-ID TO CKPT-Job-ID
           EXEC CICS READ
                FILE('STF122K')
                INTO (CKPT-REC)
                RIDFLD (CKPT-Job-ID)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           MOVE 'Y' TO CKQ-FOUND
           MOVE CKPT-Status TO CKQ-STATUS
           MOVE CKPT-Phase TO CKQ-PHASE
           MOVE CKPT-Run-Date TO CKQ-RUN-DATE
           MOVE CKPT-Last-Key TO CKQ-LAST-KEY
           MOVE CKPT-Records TO CKQ-RECORDS
           MOVE CKPT-Lines TO CKQ-LINES
           MOVE CKPT-Discard-By TO CKQ-USERID
           MOVE CKPT-State-Len TO CKQ-STATE-LEN
           MOVE CKPT-State TO CKQ-STATE.
       200-EXIT.
           EXIT.

      *    Rewritten in place once the run has a row, keeping the
      *    moment the run first checkpointed; a DISCARD already set
      *    by the console stands, so a run still moving when it was
      *    discarded is not quietly reinstated.
       300-SAVE-CHECKPOINT.
           MOVE CKQ-JOB-ID TO CKPT-Job-ID
           EXEC CICS READ
                FILE('STF122K')
                INTO (CKPT-REC)
                RIDFLD (CKPT-Job-ID)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              IF CKPT-Status = 'DISCARD'
                 EXEC CICS UNLOCK
                      FILE('STF122K')
                 END-EXEC
                 MOVE 'DISCARD' TO CKQ-STATUS
                 GO TO 300-EXIT
              END-IF
           ELSE
              MOVE CKQ-JOB-ID TO CKPT-Job-ID
              MOVE FUNCTION CURRENT-DATE(1:8) TO CKPT-Start-Date
              MOVE FUNCTION CURRENT-DATE(9:6) TO CKPT-Start-Time
           END-IF
           MOVE 'INFLIGHT' TO CKPT-Status
           MOVE CKQ-PHASE TO CKPT-Phase
           MOVE CKQ-RUN-DATE TO CKPT-Run-Date
           MOVE FUNCTION CURRENT-DATE(1:8) TO CKPT-Stamp-Date
           MOVE FUNCTION CURRENT-DATE(9:6) TO CKPT-Stamp-Time
           MOVE CKQ-LAST-KEY TO CKPT-Last-Key
           MOVE CKQ-RECORDS TO CKPT-Records
           MOVE CKQ-LINES TO CKPT-Lines
           MOVE SPACES TO CKPT-Discard-By
           MOVE CKQ-STATE-LEN TO CKPT-State-Len
           MOVE CKQ-STATE TO CKPT-State
           IF WS-RETNCODE = DFHRESP(NORMAL)
              EXEC CICS REWRITE
                   FILE('STF122K')
                   FROM (CKPT-REC)
                   RESP(WS-RETNCODE)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE('STF122K')
                   FROM (CKPT-REC)
                   RIDFLD (CKPT-Job-ID)
                   RESP(WS-RETNCODE)
              END-EXEC
           END-IF
           IF WS-RETNCODE = DFHRESP(NORMAL)
              MOVE 'Y' TO CKQ-FOUND
              MOVE 'INFLIGHT' TO CKQ-STATUS
           END-IF.
       300-EXIT.
           EXIT.

       400-DELETE-CHECKPOINT.
           MOVE CKQ-JOB-ID TO CKPT-Job-ID
           EXEC CICS DELETE
                FILE('STF122K')
                RIDFLD (CKPT-Job-ID)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              MOVE 'Y' TO CKQ-FOUND
           END-IF.
       400-EXIT.
           EXIT.

       500-DISCARD-CHECKPOINT.
           MOVE CKQ-JOB-ID TO CKPT-Job-ID
           EXEC CICS READ
                FILE('STF122K')
                INTO (CKPT-REC)
                RIDFLD (CKPT-Job-ID)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 500-EXIT
           END-IF
           MOVE 'DISCARD' TO CKPT-Status
           MOVE CKQ-USERID TO CKPT-Discard-By
           EXEC CICS REWRITE
                FILE('STF122K')
                FROM (CKPT-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              MOVE 'Y' TO CKQ-FOUND
              MOVE 'DISCARD' TO CKQ-STATUS
           END-IF.
       500-EXIT.
           EXIT.
