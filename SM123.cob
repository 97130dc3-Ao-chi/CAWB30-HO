       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM123.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM123 is the spare-part cycle count screen (TRANSID 'S123'),  *
      *  entered by its transaction id from a clear screen; service   *
      *  or admin only. It replaces overwriting PART-On-Hand in SM033, *
      *  which left no trace.                                          *
      *                                                                *
      *  PF2 freezes today's count sheet: every active STF052N part    *
      *  from FROM PART to TO PART (TO blank = the one part) gets an   *
      *  STF084C row holding its book quantity and unit cost, and the  *
      *  day's sheet of parts still to count is rebuilt on STF010R     *
      *  under 'S123SHT' for printing - the book figure is left off    *
      *  the sheet and off the screen until counted, so the count is   *
      *  blind. PF4 takes the physical count for the keyed part and    *
      *  count date (a recount is allowed while the row is HELD). A    *
      *  variance within the part's STF086T tolerance (or *DEFAULT)    *
      *  posts at once; a larger one is HELD and the desk manager is   *
      *  told through STF009N. PF5 approves and PF6 rejects a HELD     *
      *  row - gated by the STF046M function STOCKADJ through SM069    *
      *  (admin fallback), and never on a count you keyed yourself.    *
      *                                                                *
      *  Posting applies the variance (counted less frozen book) to    *
      *  the current PART-On-Hand, so parts fitted through SM076       *
      *  after the freeze are not lost - the count is taken as at the  *
      *  freeze. Every posting writes an STF085M movement carrying     *
      *  the value at the frozen unit cost for the SM124 monthly       *
      *  shrinkage report. ENTER lists the sheet for the count date.   *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY S123S.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY STF052N.
           COPY STF084C.
           COPY STF085M.
           COPY STF086T.
           COPY STF009N.
           COPY STF010R.
           COPY SMPRM01.
      *    STF046M function gate answered by the SM069 service - see
      *    the SMPRM01 contract. WS-PERM-OK goes 'N' only when the
      *    matrix knows the function for a held role and refuses it;
      *    WS-PERM-KNOWN 'N' leaves the legacy admin flag in charge.
       01  WS-PERM-OK                            PIC X VALUE 'Y'.
       01  WS-PERM-KNOWN                         PIC X VALUE 'N'.
       01  WS-PERM-FUNCTION                      PIC X(08).
       01  WS-CURRENT-MAP  VALUE 'S123S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(7).
       01  WS-DATE-X REDEFINES WS-DATE           PIC X(7).
       01  WS-LENGTH                             PIC S9(4) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       01  WS-TIMEOUT-TRANID                     PIC X(04) VALUE 'SM14'.
       01  WS-IDLE-TIMEOUT                       PIC 9(06) VALUE 001500.
       01  WS-STD-KEY-LEN                        PIC S9(4) COMP VALUE 8.
       01  WS-DESK-MANAGER-ID                    PIC X(08) VALUE
           'DESKSUP '.

       01  WS-UAF-LOOKUP-REC.
           05 WS-UAF-LKP-USERID                  PIC X(08).
           05 WS-UAF-LKP-TYPE.
              10 WS-UAF-LKP-REQUESTOR            PIC X(01).
              10 WS-UAF-LKP-ADMIN                PIC X(01).
              10 WS-UAF-LKP-APPROVER             PIC X(01).
              10 WS-UAF-LKP-SERVICE              PIC X(01).
              10 WS-UAF-LKP-AUDITOR              PIC X(01).
           05 WS-UAF-LKP-DEPARTMENT              PIC X(08).
           05 FILLER                             PIC X(40).
           05 WS-UAF-LKP-INACTIVE                PIC X(01).
           05 FILLER                             PIC X(60).

       01  WS-ERRMSGS.
           05 WS-INVALID-USER                    PIC X(20) VALUE
              'INVALID USER ACCESS'.
           05 WS-INVALID-PFKEY                   PIC X(21) VALUE
              'INAVLID PFKEY PRESSED'.
           05 WS-HELP-TEXT                        PIC X(60) VALUE
              'PF2=FREEZE PF3=EXIT PF4=COUNT PF5=APPROVE PF6=REJECT'.
           05 WS-ENTER-PROMPT                    PIC X(50) VALUE
              'KEY PART RANGE AND PF2, OR PART AND COUNT AND PF4'.
           05 WS-NOT-APPROVER                    PIC X(40) VALUE
              'NOT AUTHORISED TO APPROVE STOCK VARIANCE'.
           05 WS-OWN-COUNT                       PIC X(40) VALUE
              'CANNOT DECIDE A COUNT YOU KEYED YOURSELF'.
           05 WS-DATE-INVALID                    PIC X(40) VALUE
              'COUNT DATE MUST BE NUMERIC YYYYMMDD'.
           05 WS-FREEZE-TODAY                    PIC X(40) VALUE
              'A COUNT SHEET CAN ONLY BE FROZEN TODAY'.
           05 WS-RANGE-INVALID                   PIC X(40) VALUE
              'KEY A FROM PART; TO PART NOT BEFORE IT'.
           05 WS-PART-NOT-ON-SHEET               PIC X(40) VALUE
              'PART IS NOT ON THE SHEET FOR THIS DATE'.
           05 WS-QTY-INVALID                     PIC X(40) VALUE
              'KEY THE COUNTED QUANTITY (ZERO ALLOWED)'.
           05 WS-ALREADY-DONE                    PIC X(40) VALUE
              'COUNT ALREADY POSTED OR REJECTED'.
           05 WS-NOT-HELD                        PIC X(40) VALUE
              'ONLY A HELD VARIANCE CAN BE DECIDED'.
           05 WS-PART-MISSING                    PIC X(40) VALUE
              'PART IS NO LONGER ON STF052N'.
           05 WS-NO-SHEET                        PIC X(40) VALUE
              'NO COUNT SHEET FOR THIS DATE'.
           05 WS-COUNT-POSTED                    PIC X(40) VALUE
              'COUNT POSTED WITHIN TOLERANCE'.
           05 WS-COUNT-HELD                      PIC X(40) VALUE
              'VARIANCE OUTSIDE TOLERANCE - HELD'.
           05 WS-VAR-APPROVED                    PIC X(40) VALUE
              'VARIANCE APPROVED AND POSTED'.
           05 WS-VAR-REJECTED                    PIC X(40) VALUE
              'VARIANCE REJECTED - ON-HAND UNCHANGED'.

       01  WS-STAMP                              PIC X(20).
       01  WS-DATE-FULL-X                        PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-COUNT-DATE                         PIC 9(08).
       01  WS-TO-PART                            PIC X(08).
       01  WS-ROW                                PIC S9(4) COMP.
       01  WS-FROZEN                             PIC 9(04).
       01  WS-SKIPPED                            PIC 9(04).
       01  WS-FREEZE-MSG                         PIC X(50).
       01  WS-DECISION                           PIC X(01).
       01  WS-MAX-QTY                            PIC 9(05).
       01  WS-MAX-VALUE                          PIC 9(05)V99.
       01  WS-MV-LAST-SEQ                        PIC 9(04).
       01  WS-NTF-LAST-SEQ                       PIC 9(05).
       01  WS-QTY-DISP                           PIC 9(05).
       01  WS-QTY-BEFORE                         PIC 9(05).
       01  WS-QTY-AFTER                          PIC 9(05).
       01  WS-RPT-WORK                           PIC X(80).
       01  WS-SHEET-PART                         PIC X(08).
       01  WS-CC-ROW.
           05 CL-PART                            PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 CL-STATUS                          PIC X(08).
           05 FILLER                             PIC X(06) VALUE
              ' BOOK '.
           05 CL-BOOK                            PIC X(05).
           05 FILLER                             PIC X(05) VALUE
              ' CNT '.
           05 CL-COUNTED                         PIC X(05).
           05 FILLER                             PIC X(05) VALUE
              ' VAR '.
           05 CL-SIGN                            PIC X(01).
           05 CL-VARIANCE                        PIC X(05).
           05 FILLER                             PIC X(05) VALUE
              ' VAL '.
           05 CL-VALUE                           PIC Z(6)9.99.

       01  WS-COMMAREA.
           05 WS-PGMID                           PIC X(06).
           05 WS-STATE                           PIC X.
           05 WS-TICKET-PASSED                   PIC X(07).
           05 USERID.
              10  USERID7                        PIC X(7).
              10  FILLER                         PIC X(1).
           05 USR-TYPE.
              15 USR-REQUESTOR                   PIC X.
              15 USR-ADMIN                       PIC X.
              15 USR-APPROVER                    PIC X.
              15 USR-SERVICE                     PIC X.
           05 WS-AUDITOR                         PIC X.
           05 WS-CUR-TICKET                      PIC X(07).
           05 WS-HELP-FLAG                       PIC X.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 DF-PGMID                           PIC X(06).
           05 DF-STATE                           PIC X.
           05 DF-TICKET-PASSED                   PIC X(07).
           05 DF-USERID.
              10  DF-USERID7                     PIC X(7).
              10  FILLER                         PIC X(1).
           05 DF-USR-TYPE.
             15 DF-USR-REQUESTOR                 PIC X.
             15 DF-USR-ADMIN                     PIC X.
             15 DF-USR-APPROVER                  PIC X.
             15 DF-USR-SERVICE                   PIC X.
           05 DF-AUDITOR                         PIC X.
           05 DF-CUR-TICKET                      PIC X(07).
           05 DF-HELP-FLAG                       PIC X.

       PROCEDURE DIVISION.
       000-PROCESS.
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
           EXEC CICS CANCEL
                REQID(EIBTRMID)
                RESP(WS-RETNCODE2)
           END-EXEC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           IF EIBCALEN = 0
              PERFORM 050-VERIFY-USER
              MOVE LOW-VALUES TO WS-STATE
              MOVE 'SM123' TO WS-PGMID
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF
           IF WS-HELP-FLAG = 'Y' AND WS-PGMID = 'SM123'
              MOVE SPACE TO WS-HELP-FLAG
              PERFORM 100-CREATE-MAP
           ELSE
           IF USR-SERVICE = 'Y' OR USR-ADMIN = 'Y'
              EVALUATE TRUE
                WHEN WS-STATE = LOW-VALUES OR WS-STATE = SPACE
                     MOVE 'SM123' TO WS-PGMID
                     MOVE WS-ENTER-PROMPT TO ERRMSGO
                     MOVE -1 TO CNTDTL
                     MOVE 1 TO WS-STATE
                     PERFORM 100-CREATE-MAP
                WHEN WS-STATE = 1
                     PERFORM 200-REC-MAP
                     PERFORM 300-CHECK-AID
                     PERFORM 100-CREATE-MAP
              END-EVALUATE
           ELSE
              MOVE SPACES TO ERRMSGO
              EXEC CICS SEND TEXT
                      FROM (WS-INVALID-USER)
                      LENGTH (+20)
                      ERASE
                 END-EXEC
              EXEC CICS RETURN
              END-EXEC
           END-IF

           END-IF.
       000-EXIT.
           EXIT.

       050-VERIFY-USER.
           EXEC CICS ASSIGN
                USERID(USERID)
           END-EXEC
           EXEC CICS
                READ FILE('uaf001')
                INTO (WS-UAF-LOOKUP-REC)
                RIDFLD (USERID)
                KEYLENGTH (WS-STD-KEY-LEN)
                EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NOTFND) OR
              WS-UAF-LKP-INACTIVE = 'Y'
              EXEC CICS SEND TEXT
                   FROM (WS-INVALID-USER)
                   LENGTH (+20)
                   ERASE
              END-EXEC
              EXEC CICS RETURN
              END-EXEC
           END-IF
           MOVE WS-UAF-LKP-REQUESTOR TO USR-REQUESTOR
           MOVE WS-UAF-LKP-ADMIN TO USR-ADMIN
           MOVE WS-UAF-LKP-APPROVER TO USR-APPROVER
           MOVE WS-UAF-LKP-SERVICE TO USR-SERVICE
           MOVE WS-UAF-LKP-AUDITOR TO WS-AUDITOR.
       050-EXIT.
           EXIT.

       110-FORMAT-DATE-TIME.
           MOVE EIBDATE TO WS-DATE
           MOVE WS-DATE-X TO DATEO
           EXEC CICS ASKTIME
                ABSTIME    (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME    (WS-TIME)
                DATESEP    ('/')
                MMDDYYYY   (DATEO)
                TIME       (TIMEO)
                TIMESEP    (':')
           END-EXEC.
       110-EXIT.
           EXIT.

       120-BUILD-STAMP.
           EXEC CICS ASKTIME
                ABSTIME    (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME    (WS-TIME)
                DATESEP    ('/')
                MMDDYYYY   (WS-DATE-FULL-X)
                TIME       (WS-TIME-X)
                TIMESEP    (':')
           END-EXEC
           MOVE SPACES TO WS-STAMP
           MOVE WS-DATE-FULL-X TO WS-STAMP(1:10)
           MOVE WS-TIME-X TO WS-STAMP(12:8).
       120-EXIT.
           EXIT.

       100-CREATE-MAP.
           PERFORM 110-FORMAT-DATE-TIME
           IF CNTDTI NOT NUMERIC
              MOVE WS-TODAY-YYYYMMDD TO CNTDTO
           END-IF
           MOVE LENGTH OF S123MO TO WS-LENGTH
           EXEC CICS SEND
                MAP('S123M')
                MAPSET('S123S')
                FROM(S123MO)
                LENGTH(WS-LENGTH)
                CURSOR
                ERASE
           END-EXEC
           EXEC CICS START
                TRANSID (WS-TIMEOUT-TRANID)
                TERMID  (EIBTRMID)
                REQID   (EIBTRMID)
                INTERVAL(WS-IDLE-TIMEOUT)
           END-EXEC
           EXEC CICS RETURN
                TRANSID('S123')
                COMMAREA(WS-COMMAREA)
           END-EXEC.
       100-EXIT.
           EXIT.

       200-REC-MAP.
           EXEC CICS RECEIVE
                MAP('S123M')
                MAPSET('S123S')
                INTO (S123MI)
           END-EXEC
           IF CNTDTI NOT NUMERIC OR CNTDTI = 0
              MOVE WS-TODAY-YYYYMMDD TO CNTDTI
           END-IF
           MOVE CNTDTI TO WS-COUNT-DATE.
       200-EXIT.
           EXIT.

       300-CHECK-AID.
           EVALUATE EIBAID
             WHEN DFHPF1
                  MOVE 'Y' TO WS-HELP-FLAG
                  EXEC CICS SEND TEXT
                       FROM (WS-HELP-TEXT)
                       LENGTH (+60)
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                       TRANSID('S123')
                       COMMAREA(WS-COMMAREA)
                  END-EXEC
             WHEN DFHPF3
                  EXEC CICS SEND CONTROL
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                  END-EXEC
             WHEN DFHPF2
                  PERFORM 600-FREEZE-RANGE
                  PERFORM 500-LIST-SHEET
             WHEN DFHPF4
                  PERFORM 700-ENTER-COUNT
                  PERFORM 500-LIST-SHEET
             WHEN DFHPF5
                  MOVE 'A' TO WS-DECISION
                  PERFORM 760-DECIDE-VARIANCE
                  PERFORM 500-LIST-SHEET
             WHEN DFHPF6
                  MOVE 'R' TO WS-DECISION
                  PERFORM 760-DECIDE-VARIANCE
                  PERFORM 500-LIST-SHEET
             WHEN DFHENTER
                  MOVE SPACES TO ERRMSGO
                  PERFORM 500-LIST-SHEET
                  IF WS-ROW = 0
                     MOVE WS-NO-SHEET TO ERRMSGO
                  END-IF
             WHEN OTHER
                  MOVE WS-INVALID-PFKEY TO ERRMSGO
           END-EVALUATE.
       300-EXIT.
           EXIT.

      *    The count sheet for the count date from the keyed part on;
      *    book quantity and variance stay hidden until counted.
       500-LIST-SHEET.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 10
              MOVE SPACES TO CCLINEO(WS-ROW)
           END-PERFORM
           MOVE 0 TO WS-ROW
           MOVE WS-COUNT-DATE TO CC-Count-Date
           IF PARTI = SPACES OR PARTI = LOW-VALUES
              MOVE LOW-VALUES TO CC-Part
           ELSE
              MOVE PARTI TO CC-Part
           END-IF
           EXEC CICS STARTBR
                FILE('STF084C')
                RIDFLD (CC-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR CC-Count-Date NOT = WS-COUNT-DATE
                      OR WS-ROW >= 10
                 EXEC CICS READNEXT
                      FILE('STF084C')
                      INTO (CC-REC)
                      RIDFLD (CC-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    CC-Count-Date = WS-COUNT-DATE
                    ADD 1 TO WS-ROW
                    MOVE CC-Part TO CL-PART
                    MOVE CC-Status TO CL-STATUS
                    IF CC-Status = 'FROZEN'
                       MOVE '-----' TO CL-BOOK
                       MOVE '-----' TO CL-COUNTED
                       MOVE SPACE TO CL-SIGN
                       MOVE '-----' TO CL-VARIANCE
                       MOVE 0 TO CL-VALUE
                    ELSE
                       MOVE CC-Book-Qty TO WS-QTY-DISP
                       MOVE WS-QTY-DISP TO CL-BOOK
                       MOVE CC-Counted-Qty TO WS-QTY-DISP
                       MOVE WS-QTY-DISP TO CL-COUNTED
                       MOVE CC-Variance-Sign TO CL-SIGN
                       MOVE CC-Variance-Qty TO WS-QTY-DISP
                       MOVE WS-QTY-DISP TO CL-VARIANCE
                       MOVE CC-Variance-Value TO CL-VALUE
                    END-IF
                    MOVE WS-CC-ROW TO CCLINEO(WS-ROW)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF084C')
              END-EXEC
           END-IF.
       500-EXIT.
           EXIT.

      *    PF2: freeze book quantities for the part range on today's
      *    sheet. The STF052N browse stays open while STF084C rows are
      *    written - different files, so the positions never collide.
       600-FREEZE-RANGE.
           IF WS-COUNT-DATE NOT = WS-TODAY-YYYYMMDD
              MOVE WS-FREEZE-TODAY TO ERRMSGO
              MOVE -1 TO CNTDTL
              GO TO 600-EXIT
           END-IF
           IF FROMPTI = SPACES OR FROMPTI = LOW-VALUES
              MOVE WS-RANGE-INVALID TO ERRMSGO
              MOVE -1 TO FROMPTL
              GO TO 600-EXIT
           END-IF
           IF TOPTI = SPACES OR TOPTI = LOW-VALUES
              MOVE FROMPTI TO WS-TO-PART
           ELSE
              MOVE TOPTI TO WS-TO-PART
           END-IF
           IF WS-TO-PART < FROMPTI
              MOVE WS-RANGE-INVALID TO ERRMSGO
              MOVE -1 TO TOPTL
              GO TO 600-EXIT
           END-IF
           MOVE 0 TO WS-FROZEN
           MOVE 0 TO WS-SKIPPED
           MOVE FROMPTI TO PART-Number
           EXEC CICS STARTBR
                FILE('STF052N')
                RIDFLD (PART-Number)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR PART-Number > WS-TO-PART
                 EXEC CICS READNEXT
                      FILE('STF052N')
                      INTO (PART-REC)
                      RIDFLD (PART-Number)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    PART-Number NOT > WS-TO-PART AND
                    PART-ACTIVE = 'Y'
                    PERFORM 610-FREEZE-PART
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF052N')
              END-EXEC
           END-IF
           PERFORM 650-PRINT-SHEET
           MOVE SPACES TO WS-FREEZE-MSG
           STRING WS-FROZEN DELIMITED BY SIZE
                  ' PARTS FROZEN, ' DELIMITED BY SIZE
                  WS-SKIPPED DELIMITED BY SIZE
                  ' ALREADY ON TODAY''S SHEET' DELIMITED BY SIZE
                  INTO WS-FREEZE-MSG
           END-STRING
           MOVE WS-FREEZE-MSG TO ERRMSGO
           MOVE -1 TO PARTL.
       600-EXIT.
           EXIT.

       610-FREEZE-PART.
           MOVE WS-COUNT-DATE TO CC-Count-Date
           MOVE PART-Number TO CC-Part
           EXEC CICS READ
                FILE('STF084C')
                INTO (CC-REC)
                RIDFLD (CC-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              ADD 1 TO WS-SKIPPED
              GO TO 610-EXIT
           END-IF
           MOVE SPACES TO CC-REC
           MOVE WS-COUNT-DATE TO CC-Count-Date
           MOVE PART-Number TO CC-Part
           MOVE PART-On-Hand TO CC-Book-Qty
           MOVE PART-Unit-Cost TO CC-Unit-Cost
           MOVE USERID TO CC-Frozen-By
           MOVE 0 TO CC-Counted-Qty
           MOVE 0 TO CC-Variance-Qty
           MOVE 0 TO CC-Variance-Value
           MOVE 'FROZEN' TO CC-Status
           EXEC CICS WRITE
                FILE('STF084C')
                FROM (CC-REC)
                RIDFLD (CC-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              ADD 1 TO WS-FROZEN
           END-IF.
       610-EXIT.
           EXIT.

      *    Rebuild today's printable sheet of parts still to count -
      *    delete-and-replace on STF010R like every repository writer,
      *    so a second freeze the same day reprints the whole sheet.
       650-PRINT-SHEET.
           MOVE 'S123SHT' TO RPT-Report-ID
           MOVE WS-TODAY-YYYYMMDD TO RPT-Run-Date
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
                 MOVE 'S123SHT' TO RPT-Report-ID
                 MOVE WS-TODAY-YYYYMMDD TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'CYCLE COUNT SHEET ' DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-TODAY-YYYYMMDD TO CC-Count-Date
           MOVE LOW-VALUES TO CC-Part
           EXEC CICS STARTBR
                FILE('STF084C')
                RIDFLD (CC-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR CC-Count-Date NOT = WS-TODAY-YYYYMMDD
                 EXEC CICS READNEXT
                      FILE('STF084C')
                      INTO (CC-REC)
                      RIDFLD (CC-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    CC-Count-Date = WS-TODAY-YYYYMMDD AND
                    CC-Status = 'FROZEN'
                    PERFORM 660-PRINT-SHEET-LINE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF084C')
              END-EXEC
           END-IF.
       650-EXIT.
           EXIT.

       660-PRINT-SHEET-LINE.
           MOVE CC-Part TO PART-Number
           EXEC CICS READ
                FILE('STF052N')
                INTO (PART-REC)
                RIDFLD (PART-Number)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              MOVE SPACES TO PART-DESC
           END-IF
           MOVE SPACES TO WS-RPT-WORK
           STRING CC-Part DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PART-DESC DELIMITED BY SIZE
                  ' COUNTED ________' DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       660-EXIT.
           EXIT.

      *    PF4: record the physical count, work out the variance and
      *    either post it or hold it for a supervisor.
       700-ENTER-COUNT.
           PERFORM 120-BUILD-STAMP
           MOVE SPACE TO WS-DECISION
           IF CNTQTYI NOT NUMERIC
              MOVE WS-QTY-INVALID TO ERRMSGO
              MOVE -1 TO CNTQTYL
              GO TO 700-EXIT
           END-IF
           MOVE WS-COUNT-DATE TO CC-Count-Date
           MOVE PARTI TO CC-Part
           EXEC CICS READ UPDATE
                FILE('STF084C')
                INTO (CC-REC)
                RIDFLD (CC-KEYS)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-PART-NOT-ON-SHEET TO ERRMSGO
              MOVE -1 TO PARTL
              GO TO 700-EXIT
           END-IF
           IF CC-Status NOT = 'FROZEN' AND CC-Status NOT = 'HELD'
              EXEC CICS UNLOCK
                   FILE('STF084C')
              END-EXEC
              MOVE WS-ALREADY-DONE TO ERRMSGO
              MOVE -1 TO PARTL
              GO TO 700-EXIT
           END-IF
           MOVE CNTQTYI TO CC-Counted-Qty
           MOVE USERID TO CC-Counted-By
           MOVE WS-STAMP TO CC-Counted-Stamp
           IF CC-Counted-Qty < CC-Book-Qty
              MOVE '-' TO CC-Variance-Sign
              COMPUTE CC-Variance-Qty = CC-Book-Qty - CC-Counted-Qty
           ELSE
              MOVE '+' TO CC-Variance-Sign
              COMPUTE CC-Variance-Qty = CC-Counted-Qty - CC-Book-Qty
           END-IF
           COMPUTE CC-Variance-Value = CC-Variance-Qty * CC-Unit-Cost
           PERFORM 720-READ-TOLERANCE
           IF CC-Variance-Qty <= WS-MAX-QTY AND
              CC-Variance-Value <= WS-MAX-VALUE
              PERFORM 800-POST-VARIANCE
              IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                 EXEC CICS UNLOCK
                      FILE('STF084C')
                 END-EXEC
                 MOVE WS-PART-MISSING TO ERRMSGO
                 GO TO 700-EXIT
              END-IF
              MOVE 'POSTED' TO CC-Status
              MOVE USERID TO CC-Decided-By
              MOVE WS-STAMP TO CC-Decided-Stamp
              MOVE WS-COUNT-POSTED TO ERRMSGO
           ELSE
              MOVE 'HELD' TO CC-Status
              MOVE WS-COUNT-HELD TO ERRMSGO
           END-IF
           EXEC CICS REWRITE
                FILE('STF084C')
                FROM (CC-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           IF CC-Status = 'HELD'
              PERFORM 780-NOTIFY-DESK-MANAGER
           END-IF
           MOVE LOW-VALUES TO CNTQTYO
           MOVE -1 TO PARTL.
       700-EXIT.
           EXIT.

      *    The part's own STF086T row, else *DEFAULT, else zero.
       720-READ-TOLERANCE.
           MOVE 0 TO WS-MAX-QTY
           MOVE 0 TO WS-MAX-VALUE
           MOVE CC-Part TO CTOL-Code
           EXEC CICS READ
                FILE('STF086T')
                INTO (CTOL-REC)
                RIDFLD (CTOL-Code)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              CTOL-ACTIVE NOT = 'Y'
              MOVE '*DEFAULT' TO CTOL-Code
              EXEC CICS READ
                   FILE('STF086T')
                   INTO (CTOL-REC)
                   RIDFLD (CTOL-Code)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
              CTOL-ACTIVE = 'Y'
              MOVE CTOL-Max-Qty TO WS-MAX-QTY
              MOVE CTOL-Max-Value TO WS-MAX-VALUE
           END-IF.
       720-EXIT.
           EXIT.

      *    PF5/PF6: a supervisor approves (posts) or rejects a HELD
      *    variance keyed by someone else.
       760-DECIDE-VARIANCE.
           PERFORM 120-BUILD-STAMP
           MOVE 'STOCKADJ' TO WS-PERM-FUNCTION
           PERFORM 770-CHECK-FUNCTION-PERM
           IF WS-PERM-OK NOT = 'Y' OR
              (WS-PERM-KNOWN NOT = 'Y' AND USR-ADMIN NOT = 'Y')
              MOVE WS-NOT-APPROVER TO ERRMSGO
              GO TO 760-EXIT
           END-IF
           MOVE WS-COUNT-DATE TO CC-Count-Date
           MOVE PARTI TO CC-Part
           EXEC CICS READ UPDATE
                FILE('STF084C')
                INTO (CC-REC)
                RIDFLD (CC-KEYS)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-PART-NOT-ON-SHEET TO ERRMSGO
              MOVE -1 TO PARTL
              GO TO 760-EXIT
           END-IF
           IF CC-Status NOT = 'HELD'
              EXEC CICS UNLOCK
                   FILE('STF084C')
              END-EXEC
              MOVE WS-NOT-HELD TO ERRMSGO
              MOVE -1 TO PARTL
              GO TO 760-EXIT
           END-IF
           IF CC-Counted-By = USERID
              EXEC CICS UNLOCK
                   FILE('STF084C')
              END-EXEC
              MOVE WS-OWN-COUNT TO ERRMSGO
              MOVE -1 TO PARTL
              GO TO 760-EXIT
           END-IF
           IF WS-DECISION = 'A'
              PERFORM 800-POST-VARIANCE
              IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                 EXEC CICS UNLOCK
                      FILE('STF084C')
                 END-EXEC
                 MOVE WS-PART-MISSING TO ERRMSGO
                 GO TO 760-EXIT
              END-IF
              MOVE 'POSTED' TO CC-Status
              MOVE WS-VAR-APPROVED TO ERRMSGO
           ELSE
              MOVE 'REJECTED' TO CC-Status
              MOVE WS-VAR-REJECTED TO ERRMSGO
           END-IF
           MOVE USERID TO CC-Decided-By
           MOVE WS-STAMP TO CC-Decided-Stamp
           EXEC CICS REWRITE
                FILE('STF084C')
                FROM (CC-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE -1 TO PARTL.
       760-EXIT.
           EXIT.

       770-CHECK-FUNCTION-PERM.
           MOVE 'Y' TO WS-PERM-OK
           MOVE 'N' TO WS-PERM-KNOWN
           MOVE '01' TO PRM-VERSION
           MOVE WS-PERM-FUNCTION TO PRM-FUNCTION
           MOVE USR-REQUESTOR TO PRM-REQUESTOR
           MOVE USR-ADMIN TO PRM-ADMIN
           MOVE USR-APPROVER TO PRM-APPROVER
           MOVE USR-SERVICE TO PRM-SERVICE
           MOVE SPACE TO PRM-AUDITOR
           MOVE SPACE TO PRM-ALLOWED
           MOVE SPACE TO PRM-MATRIX-FOUND
           EXEC CICS LINK
                PROGRAM('SM069')
                COMMAREA(PRM-COMMAREA)
                LENGTH(LENGTH OF PRM-COMMAREA)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
              PRM-MATRIX-FOUND = 'Y'
              MOVE 'Y' TO WS-PERM-KNOWN
              IF PRM-ALLOWED NOT = 'Y'
                 MOVE 'N' TO WS-PERM-OK
              END-IF
           END-IF.
       770-EXIT.
           EXIT.

      *    One STF009N row for the desk manager (highest-seq idiom),
      *    left unsent for the S107 mail bridge.
       780-NOTIFY-DESK-MANAGER.
           MOVE WS-DESK-MANAGER-ID TO NOTIF-Userid
           MOVE 0 TO NOTIF-Seq-Number
           MOVE 0 TO WS-NTF-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF009N')
                RIDFLD(NOTIF-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR NOTIF-Userid NOT = WS-DESK-MANAGER-ID
                 EXEC CICS READNEXT
                      FILE('STF009N')
                      INTO(NOTIF-REC)
                      RIDFLD(NOTIF-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    NOTIF-Userid = WS-DESK-MANAGER-ID
                    MOVE NOTIF-Seq-Number TO WS-NTF-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF009N')
              END-EXEC
           END-IF
           MOVE WS-DESK-MANAGER-ID TO NOTIF-Userid
           MOVE WS-NTF-LAST-SEQ TO NOTIF-Seq-Number
           ADD 1 TO NOTIF-Seq-Number
           MOVE SPACES TO NOTIF-Ticket-ID
           MOVE WS-STAMP TO NOTIF-Stamp
           MOVE CC-Variance-Qty TO WS-QTY-DISP
           MOVE SPACES TO NOTIF-Text
           STRING 'STOCK COUNT HELD ' DELIMITED BY SIZE
                  CC-Part DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  CC-Variance-Sign DELIMITED BY SIZE
                  WS-QTY-DISP DELIMITED BY SIZE
                  ' COUNT ' DELIMITED BY SIZE
                  CC-Count-Date DELIMITED BY SIZE
                  INTO NOTIF-Text
           END-STRING
           MOVE 'N' TO NOTIF-Read-Flag
           MOVE 'N' TO NOTIF-Sent-Flag
           MOVE SPACES TO NOTIF-Sent-Stamp
           EXEC CICS WRITE
                FILE('STF009N')
                FROM (NOTIF-REC)
                RIDFLD (NOTIF-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       780-EXIT.
           EXIT.

      *    Apply the variance in CC-REC to the part's on-hand and write
      *    the audited STF085M movement; WS-RETNCODE2 reports whether
      *    the part could be updated. A zero variance changes nothing.
       800-POST-VARIANCE.
           MOVE DFHRESP(NORMAL) TO WS-RETNCODE2
           IF CC-Variance-Qty = 0
              GO TO 800-EXIT
           END-IF
           MOVE CC-Part TO PART-Number
           EXEC CICS READ UPDATE
                FILE('STF052N')
                INTO (PART-REC)
                RIDFLD (PART-Number)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 800-EXIT
           END-IF
           MOVE PART-On-Hand TO WS-QTY-BEFORE
           IF CC-Variance-Sign = '+'
              ADD CC-Variance-Qty TO PART-On-Hand
           ELSE
              IF CC-Variance-Qty > PART-On-Hand
                 MOVE 0 TO PART-On-Hand
              ELSE
                 SUBTRACT CC-Variance-Qty FROM PART-On-Hand
              END-IF
           END-IF
           MOVE PART-On-Hand TO WS-QTY-AFTER
           EXEC CICS REWRITE
                FILE('STF052N')
                FROM (PART-REC)
                RESP(WS-RETNCODE2)
           END-EXEC
           PERFORM 810-WRITE-MOVEMENT
           MOVE DFHRESP(NORMAL) TO WS-RETNCODE2.
       800-EXIT.
           EXIT.

       810-WRITE-MOVEMENT.
           MOVE WS-TODAY-YYYYMMDD TO MV-Post-Date
           MOVE 0 TO MV-Seq-Number
           MOVE 0 TO WS-MV-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF085M')
                RIDFLD(MV-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR MV-Post-Date NOT = WS-TODAY-YYYYMMDD
                 EXEC CICS READNEXT
                      FILE('STF085M')
                      INTO(MV-REC)
                      RIDFLD(MV-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    MV-Post-Date = WS-TODAY-YYYYMMDD
                    MOVE MV-Seq-Number TO WS-MV-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF085M')
              END-EXEC
           END-IF
           MOVE SPACES TO MV-REC
           MOVE WS-TODAY-YYYYMMDD TO MV-Post-Date
           COMPUTE MV-Seq-Number = WS-MV-LAST-SEQ + 1
           MOVE CC-Part TO MV-Part
           MOVE 'CYCLECNT' TO MV-Type
           MOVE WS-QTY-BEFORE TO MV-Qty-Before
           MOVE WS-QTY-AFTER TO MV-Qty-After
           MOVE CC-Variance-Sign TO MV-Sign
           MOVE CC-Variance-Qty TO MV-Qty
           MOVE CC-Unit-Cost TO MV-Unit-Cost
           MOVE CC-Variance-Value TO MV-Value
           MOVE CC-Count-Date TO MV-Count-Date
           MOVE CC-Counted-By TO MV-Counted-By
           IF WS-DECISION = 'A'
              MOVE USERID TO MV-Approved-By
           ELSE
              MOVE SPACES TO MV-Approved-By
           END-IF
           MOVE USERID TO MV-Posted-By
           MOVE WS-STAMP TO MV-Stamp
           EXEC CICS WRITE
                FILE('STF085M')
                FROM (MV-REC)
                RIDFLD (MV-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       810-EXIT.
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
