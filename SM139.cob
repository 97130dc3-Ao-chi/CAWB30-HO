       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM139.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM139 is the master-table promotion import (TRANSID 'S139'),  *
      *  operator-started in PRODUCTION once the test region's SM138   *
      *  export has been carried across to the extrapartition dataset  *
      *  behind TDQ 'S139IMP'. Following SM037's stage-then-load       *
      *  precedent the TDQ lands in STF064E (feed 'S139IMP') first     *
      *  and only PENDING rows are worked, so a rerun is safe and      *
      *  rejects wait on the SM100 review screen.                      *
      *                                                                *
      *  Nothing is applied here. Each exported row is compared with   *
      *  the live production row: a missing key is an ADD, a differing *
      *  image a CHANGE, an identical image is left alone. For every   *
      *  table whose 'T' header arrived in the run, a live row still   *
      *  active but absent from the export is a RETIRE - its image     *
      *  with the registered active byte set to 'N', the same soft     *
      *  retirement SM033's PF6 makes (a category or status still on   *
      *  an open ticket is kept and reported, and a table with no      *
      *  active flag keeps its extra rows). A table any of whose rows  *
      *  was rejected is not swept, and an exported row test has       *
      *  switched off is a RETIRE with the same open-ticket check.     *
      *  Each difference is captured as an STF047D PENDING row         *
      *  carrying the package id - the pending id of the run's first   *
      *  captured row - and audited to UAF002 as an SM033 edit is, so  *
      *  SM070 releases or rejects the whole package as one unit under *
      *  a second admin. The diff (WAS/NOW images for changes), the    *
      *  rejects and the package id go to STF010R under 'S139RPT'.     *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF010R.
           COPY STF064E.
           COPY STF047D.
           COPY SMTBL01.
       COPY STF001C REPLACING ==TICKET-REC== BY ==WS-TICKET-REC==.
       77  WS-RPT-RESP                           PIC S9(8) COMP.

       01  WS-IMP-LINE.
           05 WS-IMP-CODE                        PIC X(04).
           05 WS-IMP-TYPE                        PIC X(01).
           05 WS-IMP-IMAGE                       PIC X(195).

       01  WS-STG-FEED                           PIC X(08) VALUE
           'S139IMP '.
       01  WS-STG-WQNAME                         PIC X(08) VALUE
           'S139STG '.
       01  WS-STG-LAST-SEQ                       PIC 9(06).
       01  WS-STG-WORK-SEQ                       PIC 9(06).
       01  WS-ROW-OK                             PIC X.
       01  WS-ROW-REASON                         PIC X(30).

       01  WS-MAKER                              PIC X(08).
       01  WS-PKG-ID                             PIC X(06) VALUE SPACES.
       01  WS-PEND-HIGH                          PIC X(06) VALUE
           HIGH-VALUES.
       01  WS-PEND-SCRATCH                       PIC X(400).
       01  WS-CAPTURE-OK                         PIC X.
       01  WS-ACTION-TEXT                        PIC X(08).

      *    The tables this package touches (registry subscript, and
      *    whether the table's 'T' header came in this run) and the
      *    keys it carries - a live row missing from here is one the
      *    test region no longer holds.
       01  WS-PKG-TABLE.
           05 WS-PKG-ENTRY OCCURS 60.
              10 WS-PKG-CODE                     PIC X(04).
              10 WS-PKG-TBL-SUB                  PIC 9(02).
              10 WS-PKG-WHOLE                    PIC X(01).
              10 WS-PKG-REJECTS                  PIC 9(05).
       01  WS-PKG-COUNT                          PIC 9(02) VALUE 0.
       01  WS-PKG-SUB                            PIC 9(02).
       01  WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 1000.
              10 WS-KEY-CODE                     PIC X(04).
              10 WS-KEY-VALUE                    PIC X(24).
       01  WS-KEY-COUNT                          PIC 9(04) VALUE 0.
       01  WS-KEY-SUB                            PIC 9(04).
       01  WS-KEY-FOUND                          PIC X.

       01  WS-SUB                                PIC 9(02).
       01  WS-TBL-SUB                            PIC 9(02).
       01  WS-TBL-FOUND                          PIC X.
       01  WS-GEN-FILE                           PIC X(08).
       01  WS-GEN-KEYLEN                         PIC S9(4) COMP.
       01  WS-GEN-RECLEN                         PIC S9(4) COMP.
       01  WS-GEN-ACT-POS                        PIC 9(04).
       01  WS-GEN-USECHK                         PIC X(01).
       01  WS-GEN-KEY                            PIC X(24).
       01  WS-GEN-REC                            PIC X(200).
       01  WS-LIVE-REC                           PIC X(200).
       01  WS-IN-USE                             PIC X.
       01  WS-LEFT-ROWS                          PIC 9(05).

       01  WS-UAF-LOG-REC.
           05 WS-UAF-LOG-KEYS.
               10 WS-UAF-LOG-USERID              PIC X(08).
               10 WS-UAF-LOG-SEQ-NUM             PIC 9(03).
           05 WS-UAF-LOG-LAST-UPD                PIC X(20).
           05 WS-UAF-LOG-CHANGED-BY              PIC X(08).
           05 WS-UAF-LOG-REMARKS                 PIC X(50).
       01  WS-UAF-WALK-KEY                       PIC X(08).
       01  WS-UAF-LOG-LAST-SEQ                   PIC 9(03).

       01  WS-DATE-X                             PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-RPT-WORK                           PIC X(132).
       01  WS-ADD-COUNT                          PIC 9(05) VALUE 0.
       01  WS-CHG-COUNT                          PIC 9(05) VALUE 0.
       01  WS-RET-COUNT                          PIC 9(05) VALUE 0.
       01  WS-SAME-COUNT                         PIC 9(05) VALUE 0.
       01  WS-KEPT-COUNT                         PIC 9(05) VALUE 0.
       01  WS-REJ-COUNT                          PIC 9(05) VALUE 0.

       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       77  WS-RETNCODE3                          PIC S9(8) COMP.
       77  WS-RETNCODE4                          PIC S9(8) COMP.

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
           EXEC CICS ASSIGN
                USERID(WS-MAKER)
           END-EXEC
           PERFORM 150-INIT-RPT-RUN
           PERFORM 200-COMPARE-STAGED-ROWS
           PERFORM VARYING WS-PKG-SUB FROM 1 BY 1
                   UNTIL WS-PKG-SUB > WS-PKG-COUNT
              IF WS-PKG-WHOLE(WS-PKG-SUB) = 'Y'
                 IF WS-PKG-REJECTS(WS-PKG-SUB) > 0
                    PERFORM 390-REPORT-NO-RETIRE
                 ELSE
                    PERFORM 400-RETIRE-PASS
                 END-IF
              END-IF
           END-PERFORM
           PERFORM 900-WRITE-SUMMARY
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    Phase one lands the TDQ into staging; phase two compares
      *    the PENDING rows (including any the SM100 review corrected
      *    and resubmitted) one keyed READ UPDATE at a time.
       200-COMPARE-STAGED-ROWS.
           PERFORM 180-STAGE-FEED
           PERFORM 190-COLLECT-PENDING
           EXEC CICS READQ TS
                QUEUE(WS-STG-WQNAME)
                INTO (WS-STG-WORK-SEQ)
                NEXT
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              PERFORM 210-LOAD-ONE-STAGED-ROW
              EXEC CICS READQ TS
                   QUEUE(WS-STG-WQNAME)
                   INTO (WS-STG-WORK-SEQ)
                   NEXT
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM
           EXEC CICS DELETEQ TS
                QUEUE(WS-STG-WQNAME)
                RESP(WS-RETNCODE)
           END-EXEC.
       200-EXIT.
           EXIT.

      *    The TDQ is drained into STF064E as PENDING rows appended
      *    after the feed's highest sequence - destructive-read
      *    happens once, into a keyed file, never into logic.
       180-STAGE-FEED.
           MOVE WS-STG-FEED TO STAGE-Feed
           MOVE 0 TO STAGE-Seq
           MOVE 0 TO WS-STG-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF064E')
                RIDFLD(STAGE-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR STAGE-Feed NOT = WS-STG-FEED
                 EXEC CICS READNEXT
                      FILE('STF064E')
                      INTO(STAGE-REC)
                      RIDFLD(STAGE-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    STAGE-Feed = WS-STG-FEED
                    MOVE STAGE-Seq TO WS-STG-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF064E')
              END-EXEC
           END-IF
           EXEC CICS READQ TD
                QUEUE('S139IMP')
                INTO (WS-IMP-LINE)
                RESP (WS-RETNCODE)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              ADD 1 TO WS-STG-LAST-SEQ
              MOVE WS-STG-FEED TO STAGE-Feed
              MOVE WS-STG-LAST-SEQ TO STAGE-Seq
              MOVE 'PENDING' TO STAGE-STATUS
              MOVE SPACES TO STAGE-REASON
              MOVE SPACES TO STAGE-STAMP
              MOVE WS-DATE-X TO STAGE-STAMP(1:10)
              MOVE WS-TIME-X TO STAGE-STAMP(12:8)
              MOVE WS-IMP-LINE TO STAGE-DATA
              EXEC CICS WRITE
                   FILE('STF064E')
                   FROM (STAGE-REC)
                   RIDFLD (STAGE-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
              EXEC CICS READQ TD
                   QUEUE('S139IMP')
                   INTO (WS-IMP-LINE)
                   RESP (WS-RETNCODE)
              END-EXEC
           END-PERFORM.
       180-EXIT.
           EXIT.

       190-COLLECT-PENDING.
           EXEC CICS DELETEQ TS
                QUEUE(WS-STG-WQNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE WS-STG-FEED TO STAGE-Feed
           MOVE 0 TO STAGE-Seq
           EXEC CICS STARTBR
                FILE('STF064E')
                RIDFLD(STAGE-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR STAGE-Feed NOT = WS-STG-FEED
                 EXEC CICS READNEXT
                      FILE('STF064E')
                      INTO(STAGE-REC)
                      RIDFLD(STAGE-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    STAGE-Feed = WS-STG-FEED AND
                    STAGE-STATUS = 'PENDING'
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-STG-WQNAME)
                         FROM (STAGE-Seq)
                         LENGTH(LENGTH OF STAGE-Seq)
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF064E')
              END-EXEC
           END-IF.
       190-EXIT.
           EXIT.

       210-LOAD-ONE-STAGED-ROW.
           MOVE WS-STG-FEED TO STAGE-Feed
           MOVE WS-STG-WORK-SEQ TO STAGE-Seq
           EXEC CICS READ
                FILE('STF064E')
                INTO (STAGE-REC)
                RIDFLD (STAGE-KEYS)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 210-EXIT
           END-IF
           MOVE STAGE-DATA TO WS-IMP-LINE
           MOVE 'Y' TO WS-ROW-OK
           MOVE SPACES TO WS-ROW-REASON
           PERFORM 300-COMPARE-ONE-ROW
           IF WS-ROW-OK = 'Y'
              MOVE 'LOADED' TO STAGE-STATUS
              MOVE SPACES TO STAGE-REASON
           ELSE
              ADD 1 TO WS-REJ-COUNT
              PERFORM 270-NOTE-TABLE-REJECT
              MOVE 'REJECTED' TO STAGE-STATUS
              MOVE WS-ROW-REASON TO STAGE-REASON
              MOVE SPACES TO WS-RPT-WORK
              STRING 'REJECTED: SEQ ' DELIMITED BY SIZE
                     STAGE-Seq DELIMITED BY SIZE
                     ' TABLE ' DELIMITED BY SIZE
                     WS-IMP-CODE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-ROW-REASON DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
           END-IF
           EXEC CICS REWRITE
                FILE('STF064E')
                FROM (STAGE-REC)
                RESP(WS-RETNCODE2)
           END-EXEC.
       210-EXIT.
           EXIT.

       250-RESOLVE-TABLE.
           MOVE 'N' TO WS-TBL-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TBL-COUNT
              IF WS-TBL-CODE(WS-SUB) = WS-IMP-CODE
                 MOVE 'Y' TO WS-TBL-FOUND
                 MOVE WS-SUB TO WS-TBL-SUB
              END-IF
           END-PERFORM
           IF WS-TBL-FOUND = 'Y'
              PERFORM 255-LOAD-TABLE-ENTRY
           END-IF.
       250-EXIT.
           EXIT.

       255-LOAD-TABLE-ENTRY.
           MOVE WS-TBL-FILE(WS-TBL-SUB) TO WS-GEN-FILE
           MOVE WS-TBL-KEYLEN(WS-TBL-SUB) TO WS-GEN-KEYLEN
           MOVE WS-TBL-RECLEN(WS-TBL-SUB) TO WS-GEN-RECLEN
           MOVE WS-TBL-ACT-POS(WS-TBL-SUB) TO WS-GEN-ACT-POS
           MOVE WS-TBL-USECHK(WS-TBL-SUB) TO WS-GEN-USECHK.
       255-EXIT.
           EXIT.

      *    Notes the table in the package; a 'T' header marks the
      *    whole table as having travelled, which is what lets the
      *    retire pass treat a missing key as gone from test.
       260-NOTE-PACKAGE-TABLE.
           MOVE 0 TO WS-PKG-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PKG-COUNT
              IF WS-PKG-CODE(WS-SUB) = WS-IMP-CODE
                 MOVE WS-SUB TO WS-PKG-SUB
              END-IF
           END-PERFORM
           IF WS-PKG-SUB = 0
              IF WS-PKG-COUNT < 60
                 ADD 1 TO WS-PKG-COUNT
                 MOVE WS-PKG-COUNT TO WS-PKG-SUB
                 MOVE WS-IMP-CODE TO WS-PKG-CODE(WS-PKG-SUB)
                 MOVE WS-TBL-SUB TO WS-PKG-TBL-SUB(WS-PKG-SUB)
                 MOVE 'N' TO WS-PKG-WHOLE(WS-PKG-SUB)
                 MOVE 0 TO WS-PKG-REJECTS(WS-PKG-SUB)
              ELSE
                 GO TO 260-EXIT
              END-IF
           END-IF
           IF WS-IMP-TYPE = 'T'
              MOVE 'Y' TO WS-PKG-WHOLE(WS-PKG-SUB)
           END-IF.
       260-EXIT.
           EXIT.

      *    A rejected row never reaches the key list, so the retire
      *    pass could not tell it from a row test no longer holds -
      *    its table is counted here and kept out of that pass.
       270-NOTE-TABLE-REJECT.
           IF WS-TBL-FOUND NOT = 'Y'
              GO TO 270-EXIT
           END-IF
           PERFORM 260-NOTE-PACKAGE-TABLE
           IF WS-PKG-SUB > 0
              ADD 1 TO WS-PKG-REJECTS(WS-PKG-SUB)
           END-IF.
       270-EXIT.
           EXIT.

       300-COMPARE-ONE-ROW.
           PERFORM 250-RESOLVE-TABLE
           IF WS-TBL-FOUND = 'N'
              MOVE 'N' TO WS-ROW-OK
              MOVE 'TABLE CODE NOT REGISTERED' TO WS-ROW-REASON
              GO TO 300-EXIT
           END-IF
           IF WS-IMP-TYPE NOT = 'T' AND WS-IMP-TYPE NOT = 'R'
              MOVE 'N' TO WS-ROW-OK
              MOVE 'LINE TYPE IS NOT T OR R' TO WS-ROW-REASON
              GO TO 300-EXIT
           END-IF
           PERFORM 260-NOTE-PACKAGE-TABLE
           IF WS-IMP-TYPE = 'T'
              GO TO 300-EXIT
           END-IF
           MOVE SPACES TO WS-GEN-KEY
           MOVE WS-IMP-IMAGE(1:WS-GEN-KEYLEN) TO
                WS-GEN-KEY(1:WS-GEN-KEYLEN)
           IF WS-GEN-KEY = SPACES OR LOW-VALUES
              MOVE 'N' TO WS-ROW-OK
              MOVE 'RECORD KEY IS BLANK' TO WS-ROW-REASON
              GO TO 300-EXIT
           END-IF
           IF WS-KEY-COUNT NOT < 1000
              MOVE 'N' TO WS-ROW-OK
              MOVE 'PACKAGE OVER 1000 ROWS' TO WS-ROW-REASON
              GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-KEY-COUNT
           MOVE WS-IMP-CODE TO WS-KEY-CODE(WS-KEY-COUNT)
           MOVE WS-GEN-KEY TO WS-KEY-VALUE(WS-KEY-COUNT)
           MOVE SPACES TO WS-GEN-REC
           MOVE WS-IMP-IMAGE(1:WS-GEN-RECLEN) TO
                WS-GEN-REC(1:WS-GEN-RECLEN)
           MOVE SPACES TO WS-LIVE-REC
           EXEC CICS READ
                FILE(WS-GEN-FILE)
                INTO (WS-LIVE-REC)
                RIDFLD (WS-GEN-KEY)
                KEYLENGTH (WS-GEN-KEYLEN)
                RESP(WS-RETNCODE3)
           END-EXEC
           EVALUATE TRUE
             WHEN WS-RETNCODE3 = DFHRESP(NOTFND)
                  MOVE 'ADD' TO WS-ACTION-TEXT
             WHEN WS-RETNCODE3 = DFHRESP(NORMAL)
                  IF WS-LIVE-REC(1:WS-GEN-RECLEN) =
                     WS-GEN-REC(1:WS-GEN-RECLEN)
                     ADD 1 TO WS-SAME-COUNT
                     GO TO 300-EXIT
                  END-IF
                  MOVE 'CHANGE' TO WS-ACTION-TEXT
                  IF WS-GEN-ACT-POS > 0 AND
                     WS-GEN-REC(WS-GEN-ACT-POS:1) = 'N' AND
                     WS-LIVE-REC(WS-GEN-ACT-POS:1) NOT = 'N'
                     MOVE 'RETIRE' TO WS-ACTION-TEXT
                  END-IF
             WHEN OTHER
                  MOVE 'N' TO WS-ROW-OK
                  MOVE 'LIVE FILE READ FAILED' TO WS-ROW-REASON
                  GO TO 300-EXIT
           END-EVALUATE
      *    A row test has switched off is a retirement, and gets the
      *    same open-ticket proof the retire pass gives a missing row.
           IF WS-ACTION-TEXT = 'RETIRE' AND
              (WS-GEN-USECHK = 'C' OR WS-GEN-USECHK = 'S')
              PERFORM 760-CHECK-VALUE-IN-USE
              IF WS-IN-USE = 'Y'
                 ADD 1 TO WS-KEPT-COUNT
                 MOVE 'KEPT' TO WS-ACTION-TEXT
                 PERFORM 920-WRITE-DIFF-LINE
                 MOVE SPACES TO WS-RPT-WORK
                 MOVE '      STILL ON AN OPEN TICKET - NOT RETIRED'
                      TO WS-RPT-WORK
                 PERFORM 910-WRITE-RPT-LINE
                 GO TO 300-EXIT
              END-IF
           END-IF
           PERFORM 500-CAPTURE-PENDING
           IF WS-CAPTURE-OK = 'N'
              MOVE 'N' TO WS-ROW-OK
              MOVE 'PENDING CAPTURE FAILED' TO WS-ROW-REASON
              GO TO 300-EXIT
           END-IF
           PERFORM 920-WRITE-DIFF-LINE
           IF WS-ACTION-TEXT = 'ADD'
              ADD 1 TO WS-ADD-COUNT
           ELSE
              IF WS-ACTION-TEXT = 'RETIRE'
                 ADD 1 TO WS-RET-COUNT
              ELSE
                 ADD 1 TO WS-CHG-COUNT
              END-IF
              MOVE SPACES TO WS-RPT-WORK
              MOVE '      WAS: ' TO WS-RPT-WORK(1:11)
              MOVE WS-LIVE-REC(1:WS-GEN-RECLEN) TO WS-RPT-WORK(12:)
              PERFORM 910-WRITE-RPT-LINE
              MOVE SPACES TO WS-RPT-WORK
              MOVE '      NOW: ' TO WS-RPT-WORK(1:11)
              MOVE WS-GEN-REC(1:WS-GEN-RECLEN) TO WS-RPT-WORK(12:)
              PERFORM 910-WRITE-RPT-LINE
           END-IF.
       300-EXIT.
           EXIT.

      *    A table that travelled whole but lost rows to rejection is
      *    not swept: its missing keys may only be the rejected ones.
       390-REPORT-NO-RETIRE.
           MOVE SPACES TO WS-RPT-WORK
           STRING 'TABLE ' DELIMITED BY SIZE
                  WS-PKG-CODE(WS-PKG-SUB) DELIMITED BY SIZE
                  ' NOT CHECKED FOR RETIREMENT - ' DELIMITED BY SIZE
                  WS-PKG-REJECTS(WS-PKG-SUB) DELIMITED BY SIZE
                  ' ROWS REJECTED - EXPORT THE TABLE AGAIN'
                     DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       390-EXIT.
           EXIT.

      *    A table that travelled whole: every live row still active
      *    whose key the export did not carry is proposed for soft
      *    retirement. Capturing writes only STF047D and UAF002, so
      *    the live file's browse stays open throughout.
       400-RETIRE-PASS.
           MOVE WS-PKG-CODE(WS-PKG-SUB) TO WS-IMP-CODE
           MOVE WS-PKG-TBL-SUB(WS-PKG-SUB) TO WS-TBL-SUB
           PERFORM 255-LOAD-TABLE-ENTRY
           MOVE 0 TO WS-LEFT-ROWS
           MOVE LOW-VALUES TO WS-GEN-KEY
           EXEC CICS STARTBR
                FILE(WS-GEN-FILE)
                RIDFLD (WS-GEN-KEY)
                KEYLENGTH (WS-GEN-KEYLEN)
                GENERIC
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 400-EXIT
           END-IF
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
                 PERFORM 410-CHECK-ONE-LIVE-ROW
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE(WS-GEN-FILE)
           END-EXEC
           IF WS-LEFT-ROWS > 0
              MOVE SPACES TO WS-RPT-WORK
              STRING 'TABLE ' DELIMITED BY SIZE
                     WS-IMP-CODE DELIMITED BY SIZE
                     ' HAS NO ACTIVE FLAG - ' DELIMITED BY SIZE
                     WS-LEFT-ROWS DELIMITED BY SIZE
                     ' LIVE ROWS NOT IN THE EXPORT LEFT AS THEY ARE'
                        DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
           END-IF.
       400-EXIT.
           EXIT.

       410-CHECK-ONE-LIVE-ROW.
           MOVE 'N' TO WS-KEY-FOUND
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT
                      OR WS-KEY-FOUND = 'Y'
              IF WS-KEY-CODE(WS-KEY-SUB) = WS-IMP-CODE AND
                 WS-KEY-VALUE(WS-KEY-SUB)(1:WS-GEN-KEYLEN) =
                 WS-GEN-KEY(1:WS-GEN-KEYLEN)
                 MOVE 'Y' TO WS-KEY-FOUND
              END-IF
           END-PERFORM
           IF WS-KEY-FOUND = 'Y'
              GO TO 410-EXIT
           END-IF
           IF WS-GEN-ACT-POS = 0
              ADD 1 TO WS-LEFT-ROWS
              GO TO 410-EXIT
           END-IF
           IF WS-GEN-REC(WS-GEN-ACT-POS:1) = 'N'
              GO TO 410-EXIT
           END-IF
           IF WS-GEN-USECHK = 'C' OR WS-GEN-USECHK = 'S'
              PERFORM 760-CHECK-VALUE-IN-USE
              IF WS-IN-USE = 'Y'
                 ADD 1 TO WS-KEPT-COUNT
                 MOVE 'KEPT' TO WS-ACTION-TEXT
                 PERFORM 920-WRITE-DIFF-LINE
                 MOVE SPACES TO WS-RPT-WORK
                 MOVE '      STILL ON AN OPEN TICKET - NOT RETIRED'
                      TO WS-RPT-WORK
                 PERFORM 910-WRITE-RPT-LINE
                 GO TO 410-EXIT
              END-IF
           END-IF
           MOVE 'N' TO WS-GEN-REC(WS-GEN-ACT-POS:1)
           MOVE 'RETIRE' TO WS-ACTION-TEXT
           PERFORM 500-CAPTURE-PENDING
           IF WS-CAPTURE-OK = 'Y'
              ADD 1 TO WS-RET-COUNT
              PERFORM 920-WRITE-DIFF-LINE
           ELSE
              ADD 1 TO WS-REJ-COUNT
              MOVE SPACES TO WS-RPT-WORK
              STRING 'REJECTED: RETIRE TABLE ' DELIMITED BY SIZE
                     WS-IMP-CODE DELIMITED BY SIZE
                     ' KEY ' DELIMITED BY SIZE
                     WS-GEN-KEY DELIMITED BY SIZE
                     ' PENDING CAPTURE FAILED' DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
           END-IF.
       410-EXIT.
           EXIT.

      *    One STF047D pending row holding the full proposed record
      *    image - next id by the HIGH-VALUES STARTBR/READPREV key
      *    idiom, as SM033's 870-CAPTURE-PENDING takes it. The first
      *    row captured names the package for the rest.
       500-CAPTURE-PENDING.
           MOVE 'Y' TO WS-CAPTURE-OK
           MOVE WS-PEND-HIGH TO PEND-ID
           EXEC CICS STARTBR
                FILE('STF047D')
                RIDFLD (PEND-ID)
                GTEQ
                RESP(WS-RETNCODE4)
           END-EXEC
           IF WS-RETNCODE4 = DFHRESP(NORMAL)
              EXEC CICS READPREV
                   FILE('STF047D')
                   INTO (WS-PEND-SCRATCH)
                   RIDFLD (PEND-ID)
                   RESP(WS-RETNCODE4)
              END-EXEC
              EXEC CICS ENDBR
                   FILE('STF047D')
              END-EXEC
              IF WS-RETNCODE4 = DFHRESP(NORMAL)
                 COMPUTE PEND-ID-NUM = PEND-ID-NUM + 1
              ELSE
                 MOVE 1 TO PEND-ID-NUM
              END-IF
           ELSE
              MOVE 1 TO PEND-ID-NUM
           END-IF
           IF WS-PKG-ID = SPACES
              MOVE PEND-ID TO WS-PKG-ID
           END-IF
           MOVE WS-IMP-CODE TO PEND-TABLE
           MOVE WS-GEN-FILE TO PEND-FILE
           MOVE WS-GEN-KEYLEN TO PEND-KEYLEN
           MOVE WS-GEN-RECLEN TO PEND-RECLEN
           MOVE WS-GEN-KEY TO PEND-REC-KEY
           MOVE WS-GEN-REC TO PEND-DATA
           MOVE 'PENDING' TO PEND-STATUS
           MOVE WS-MAKER TO PEND-MAKER
           MOVE FUNCTION CURRENT-DATE(1:8) TO PEND-MADE-DATE
           MOVE SPACES TO PEND-CHECKER
           MOVE SPACES TO PEND-CHECKED-STAMP
           MOVE WS-PKG-ID TO PEND-PACKAGE
           EXEC CICS WRITE
                FILE('STF047D')
                FROM (PEND-REC)
                RIDFLD (PEND-ID)
                RESP(WS-RETNCODE4)
           END-EXEC
           IF WS-RETNCODE4 = DFHRESP(NORMAL)
              PERFORM 800-AUDIT-THE-CAPTURE
           ELSE
              MOVE 'N' TO WS-CAPTURE-OK
              IF WS-PKG-ID = PEND-ID
                 MOVE SPACES TO WS-PKG-ID
              END-IF
           END-IF.
       500-EXIT.
           EXIT.

      *    Same open-ticket proof SM033's PF6 runs before a category
      *    or status is retired.
       760-CHECK-VALUE-IN-USE.
           MOVE 'N' TO WS-IN-USE
           MOVE LOW-VALUES TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF001C')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE3 NOT = DFHRESP(NORMAL)
                      OR WS-IN-USE = 'Y'
                 EXEC CICS READNEXT
                      FILE('STF001C')
                      INTO (WS-TICKET-REC)
                      RIDFLD (TICKET-KEY)
                      RESP(WS-RETNCODE3)
                 END-EXEC
                 IF WS-RETNCODE3 = DFHRESP(NORMAL)
                    IF TICKET-STATUS NOT = 'CLOSED' AND
                       TICKET-STATUS NOT = 'CANCELED'
                       IF (WS-GEN-USECHK = 'C' AND
                           TICKET-CATEGORY = WS-GEN-KEY(1:8)) OR
                          (WS-GEN-USECHK = 'S' AND
                           TICKET-STATUS = WS-GEN-KEY(1:10))
                          MOVE 'Y' TO WS-IN-USE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF001C')
              END-EXEC
           END-IF.
       760-EXIT.
           EXIT.

      *    One UAF002 audit row under the importing operator's own
      *    userid - the row SM033 writes when an edit is captured
      *    for review - table code, row key and action in the
      *    remarks.
       800-AUDIT-THE-CAPTURE.
           MOVE SPACES TO WS-UAF-WALK-KEY
           MOVE WS-MAKER(1:7) TO WS-UAF-WALK-KEY(1:7)
           MOVE WS-UAF-WALK-KEY TO WS-UAF-LOG-USERID
           MOVE 0 TO WS-UAF-LOG-SEQ-NUM
           MOVE 0 TO WS-UAF-LOG-LAST-SEQ
           EXEC CICS STARTBR
                FILE('UAF002')
                RIDFLD(WS-UAF-LOG-KEYS)
                GTEQ
                RESP(WS-RETNCODE4)
           END-EXEC
           IF WS-RETNCODE4 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE4 NOT = DFHRESP(NORMAL)
                      OR WS-UAF-LOG-USERID NOT = WS-UAF-WALK-KEY
                 EXEC CICS READNEXT
                      FILE('UAF002')
                      INTO(WS-UAF-LOG-REC)
                      RIDFLD(WS-UAF-LOG-KEYS)
                      RESP(WS-RETNCODE4)
                 END-EXEC
                 IF WS-RETNCODE4 = DFHRESP(NORMAL) AND
                    WS-UAF-LOG-USERID = WS-UAF-WALK-KEY
                    MOVE WS-UAF-LOG-SEQ-NUM TO WS-UAF-LOG-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('UAF002')
              END-EXEC
           END-IF
           MOVE WS-UAF-WALK-KEY TO WS-UAF-LOG-USERID
           MOVE WS-UAF-LOG-LAST-SEQ TO WS-UAF-LOG-SEQ-NUM
           ADD 1 TO WS-UAF-LOG-SEQ-NUM
           MOVE SPACES TO WS-UAF-LOG-LAST-UPD
           MOVE WS-DATE-X TO WS-UAF-LOG-LAST-UPD(1:10)
           MOVE WS-TIME-X TO WS-UAF-LOG-LAST-UPD(12:8)
           MOVE WS-MAKER TO WS-UAF-LOG-CHANGED-BY
           MOVE SPACES TO WS-UAF-LOG-REMARKS
           STRING 'TABLE ' DELIMITED BY SIZE
                  WS-IMP-CODE DELIMITED BY SIZE
                  ' KEY ' DELIMITED BY SIZE
                  WS-GEN-KEY DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SPACE
                  ' PENDING' DELIMITED BY SIZE
                  INTO WS-UAF-LOG-REMARKS
           END-STRING
           EXEC CICS
                WRITE FILE('UAF002')
                FROM (WS-UAF-LOG-REC)
                RIDFLD (WS-UAF-LOG-KEYS)
                RESP(WS-RETNCODE4)
           END-EXEC.
       800-EXIT.
           EXIT.

      *    Starts the run report, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S139RPT' TO RPT-Report-ID
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
                 MOVE 'S139RPT' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE 'MASTER TABLE PROMOTION IMPORT - DIFFERENCES'
                TO WS-RPT-WORK
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

       920-WRITE-DIFF-LINE.
           MOVE SPACES TO WS-RPT-WORK
           MOVE WS-ACTION-TEXT TO WS-RPT-WORK(1:8)
           STRING 'TABLE ' DELIMITED BY SIZE
                  WS-IMP-CODE DELIMITED BY SIZE
                  ' KEY ' DELIMITED BY SIZE
                  WS-GEN-KEY DELIMITED BY SIZE
                  INTO WS-RPT-WORK(9:)
           END-STRING
           IF WS-ACTION-TEXT NOT = 'KEPT'
              MOVE 'PENDING ' TO WS-RPT-WORK(50:8)
              MOVE PEND-ID TO WS-RPT-WORK(58:6)
           END-IF
           PERFORM 910-WRITE-RPT-LINE.
       920-EXIT.
           EXIT.

       900-WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-WORK
           STRING 'SM139 IMPORT: ADDS=' DELIMITED BY SIZE
                  WS-ADD-COUNT              DELIMITED BY SIZE
                  ' CHANGES='               DELIMITED BY SIZE
                  WS-CHG-COUNT              DELIMITED BY SIZE
                  ' RETIRES='               DELIMITED BY SIZE
                  WS-RET-COUNT              DELIMITED BY SIZE
                  ' UNCHANGED='             DELIMITED BY SIZE
                  WS-SAME-COUNT             DELIMITED BY SIZE
                  ' KEPT IN USE='           DELIMITED BY SIZE
                  WS-KEPT-COUNT             DELIMITED BY SIZE
                  ' REJECTED='              DELIMITED BY SIZE
                  WS-REJ-COUNT              DELIMITED BY SIZE
             INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-WORK
           IF WS-PKG-ID = SPACES
              MOVE 'NO DIFFERENCES CAPTURED - NOTHING TO RELEASE'
                   TO WS-RPT-WORK
           ELSE
              STRING 'PACKAGE ' DELIMITED BY SIZE
                     WS-PKG-ID DELIMITED BY SIZE
                     ' AWAITING SECOND-ADMIN RELEASE ON SM070'
                        DELIMITED BY SIZE
                     INTO WS-RPT-WORK
              END-STRING
           END-IF
           PERFORM 910-WRITE-RPT-LINE.
       900-EXIT.
           EXIT.
