       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM174.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM174 is the masked test-region extract (TRANSID 'S174'),     *
      *  operator-started in PRODUCTION. It reads the night's          *
      *  'SM54EXP' snapshot - the business date's run, so an STF104B   *
      *  override picks an earlier night - and writes every section    *
      *  back out, in the same labelled-section and trailer format,    *
      *  onto TDQ 'S174MSK' with the personal and confidential fields  *
      *  scrambled. The extrapartition dataset behind 'S174MSK' is     *
      *  what the test region's SM175 loads through 'S175LOD', the     *
      *  SM138/SM139 carry-across precedent.                           *
      *                                                                *
      *  Every userid - uaf001's own, the watcher and added-by ids,    *
      *  the ticket requestor, updater, approver, assignee, entry      *
      *  clerk and breach-reason recorder - becomes a 'TUnnnnn' id     *
      *  fixed by a fold of the real one, so the same person is the    *
      *  same fake id in every file and every night's extract and the  *
      *  relationships survive. The uaf001 section is read in a first  *
      *  pass so current users take their slots before any retired id  *
      *  seen only on old tickets. Phones and emails are rebuilt from  *
      *  the owning fake id; a confidential ticket's title,            *
      *  description, remarks and attachment are blanked to a fixed    *
      *  text; the estimated and actual costs move by the same 90 to   *
      *  110 percent factor drawn from the ticket number, so totals    *
      *  and variances stay realistic. STF045S credentials are never   *
      *  carried - SM054 does not export them and nothing here reads   *
      *  them. Counts per file, checked against the export trailers,   *
      *  go to STF010R under 'S174RPT'.                                *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF010R.
           COPY STF001C.
           COPY STF005W.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.

      *    The masters SM054 exports and each one's record width - the
      *    same registry, so the reassembly matches the export.
       01  WS-MSK-TABLE.
           05 FILLER PIC X(11) VALUE 'STF003C 030'.
           05 FILLER PIC X(11) VALUE 'STF006C 031'.
           05 FILLER PIC X(11) VALUE 'STF004H 028'.
           05 FILLER PIC X(11) VALUE 'STF005W 046'.
           05 FILLER PIC X(11) VALUE 'STF007T 054'.
           05 FILLER PIC X(11) VALUE 'uaf001  121'.
           05 FILLER PIC X(11) VALUE 'STF001C 543'.
           05 FILLER PIC X(11) VALUE 'STF001H 543'.
       01  WS-MSK-TABLE-R REDEFINES WS-MSK-TABLE.
           05 WS-MSK-ENTRY OCCURS 8.
              10 WS-MSK-FILE                     PIC X(08).
              10 WS-MSK-WIDTH                    PIC 9(03).

       01  WS-UAF-REC.
           05 WS-UAF-USERID                      PIC X(08).
           05 WS-UAF-TYPE                        PIC X(05).
           05 WS-UAF-DEPARTMENT                  PIC X(08).
           05 WS-UAF-UPDATEDBY                   PIC X(08).
           05 WS-UAF-DELEG-TO                    PIC X(08).
           05 WS-UAF-DELEG-GROUP                 PIC X(08).
           05 WS-UAF-DELEG-START                 PIC 9(08).
           05 WS-UAF-DELEG-END                   PIC 9(08).
           05 WS-UAF-INACTIVE                    PIC X(01).
           05 WS-UAF-PHONE                       PIC X(15).
           05 WS-UAF-EMAIL                       PIC X(40).
           05 WS-UAF-FAIL-COUNT                  PIC 9(03).
           05 WS-UAF-LOCKED                      PIC X(01).

      *    The userid map, open-addressed on the fold of the real id:
      *    the slot a userid lands in IS its fake id, so the same
      *    real id always takes the same slot unless an earlier id
      *    already folded there.
       01  WS-MAP-TABLE.
           05 WS-MAP-REAL OCCURS 4999            PIC X(08).
       01  WS-MAP-SIZE                           PIC S9(4) COMP
                                                 VALUE 4999.
       01  WS-MAP-IN                             PIC X(08).
       01  WS-MAP-OUT                            PIC X(08).
       01  WS-MAP-SLOT                           PIC S9(4) COMP.
       01  WS-MAP-SLOT-DISP                      PIC 9(05).
       01  WS-MAP-PROBES                         PIC S9(4) COMP.
       01  WS-MAP-DONE                           PIC X.
       01  WS-MAP-HASH                           PIC 9(12) COMP-3.
       01  WS-MAP-SUB                            PIC S9(4) COMP.
       01  WS-MAP-COUNT                          PIC 9(05) VALUE 0.
       01  WS-MAP-OVERFLOW                       PIC 9(05) VALUE 0.
       01  WS-OWNER-SLOT                         PIC 9(05).

       01  WS-CONF-TEXT                          PIC X(40) VALUE
           'CONFIDENTIAL TICKET TEXT MASKED'.
       01  WS-COST-PCT                           PIC 9(03).

       01  WS-EXP-DATE                           PIC 9(08).
       01  WS-PASS                               PIC X.
       01  WS-CUR-SUB                            PIC S9(4) COMP.
       01  WS-SUB                                PIC S9(4) COMP.
       01  WS-GEN-REC                            PIC X(1000).
       01  WS-GEN-RECLEN                         PIC S9(4) COMP.
       01  WS-SEG-EXPECT                         PIC S9(4) COMP.
       01  WS-SEG-GOT                            PIC S9(4) COMP.
       01  WS-SEG-POS                            PIC S9(4) COMP.
       01  WS-SEG-LEN                            PIC S9(4) COMP.
       01  WS-OFF                                PIC S9(4) COMP.
       01  WS-LEN                                PIC S9(4) COMP.
       01  WS-SEC-COUNT                          PIC 9(07).
       01  WS-SEC-TRAILER                        PIC 9(07).
       01  WS-SEC-HAD-TRAILER                    PIC X.
       01  WS-TOTAL-COUNT                        PIC 9(07) VALUE 0.
       01  WS-SKIPPED                            PIC 9(03) VALUE 0.
       01  WS-COUNT-DISP                         PIC ZZZZZZ9.
       01  WS-TRAIL-DISP                         PIC ZZZZZZ9.
       01  WS-MAP-DISP                           PIC ZZZZ9.

       01  WS-MSK-LINE                           PIC X(132).
       01  WS-RPT-TEXT                           PIC X(132).
       01  WS-RPT-SAVE                           PIC X(153).
       01  WS-RPT-LINE-NO                        PIC 9(05) VALUE 0.
       01  WS-SECTION-LINE.
           05 FILLER                             PIC X(05) VALUE
              'FILE '.
           05 SEC-FILE                           PIC X(08).
           05 FILLER                             PIC X(09) VALUE
              ' MASKED  '.
           05 SEC-DATE                           PIC 9(08).
           05 FILLER                             PIC X(102) VALUE
              SPACES.
       01  WS-TRAILER-LINE.
           05 TRL-FILE                           PIC X(08).
           05 FILLER                             PIC X(10) VALUE
              ' RECORDS: '.
           05 TRL-COUNT                          PIC ZZZZZZ9.
           05 FILLER                             PIC X(107) VALUE
              SPACES.

       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-GET-BUS-DATE
           MOVE BDQ-BUS-DATE TO WS-EXP-DATE
           MOVE SPACES TO WS-MAP-TABLE
           PERFORM 150-INIT-RPT-RUN
           PERFORM 200-CHECK-EXPORT
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE SPACES TO WS-RPT-TEXT
              STRING 'NO SM54EXP RUN FOR ' DELIMITED BY SIZE
                     WS-EXP-DATE DELIMITED BY SIZE
                     ' - NOTHING MASKED' DELIMITED BY SIZE
                     INTO WS-RPT-TEXT
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
              GO TO 100-RETURN
           END-IF
           MOVE 'U' TO WS-PASS
           PERFORM 300-SCAN-EXPORT
           MOVE 'M' TO WS-PASS
           PERFORM 300-SCAN-EXPORT
           PERFORM 900-WRITE-SUMMARY.
       100-RETURN.
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    The business date this run works for: the SM149 answer -
      *    the STF104B override while operations rerun a missed
      *    night, otherwise today - or the clock if the LINK fails.
       105-GET-BUS-DATE.
           MOVE '01' TO BDQ-VERSION
           MOVE FUNCTION CURRENT-DATE(1:8) TO BDQ-LIVE-DATE
           MOVE BDQ-LIVE-DATE TO BDQ-BUS-DATE
           MOVE 'N' TO BDQ-OVERRIDE
           EXEC CICS LINK
                PROGRAM('SM149')
                COMMAREA(WS-BDT-AREA)
                RESP(WS-BDT-RESP)
           END-EXEC
           IF WS-BDT-RESP NOT = DFHRESP(NORMAL) OR
              BDQ-BUS-DATE NOT NUMERIC
              MOVE BDQ-LIVE-DATE TO BDQ-BUS-DATE
              MOVE 'N' TO BDQ-OVERRIDE
           END-IF.
       105-EXIT.
           EXIT.

      *    Starts the run report, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S174RPT' TO RPT-Report-ID
           MOVE WS-EXP-DATE TO RPT-Run-Date
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
                 MOVE 'S174RPT' TO RPT-Report-ID
                 MOVE WS-EXP-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-TEXT
           STRING 'MASKED TEST-REGION EXTRACT OF SM54EXP '
                  DELIMITED BY SIZE
                  WS-EXP-DATE DELIMITED BY SIZE
                  INTO WS-RPT-TEXT
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       150-EXIT.
           EXIT.

      *    SM054 numbers a run's lines from 1, so the night exists
      *    when its first line does.
       200-CHECK-EXPORT.
           MOVE 'SM54EXP' TO RPT-Report-ID
           MOVE WS-EXP-DATE TO RPT-Run-Date
           MOVE 1 TO RPT-Line-Number
           EXEC CICS READ
                FILE('STF010R')
                INTO (RPT-REC)
                RIDFLD (RPT-KEYS)
                RESP(WS-RETNCODE)
           END-EXEC.
       200-EXIT.
           EXIT.

      *    One walk of the night's export. Pass U only feeds the
      *    uaf001 records to the userid map; pass M masks every
      *    record and writes the masked sections to the TDQ. Both
      *    passes reassemble the same way, so a ticket segment that
      *    happens to start 'FILE ' is never taken for a header.
       300-SCAN-EXPORT.
           MOVE 0 TO WS-CUR-SUB
           MOVE 0 TO WS-SEG-GOT
           MOVE 'SM54EXP' TO RPT-Report-ID
           MOVE WS-EXP-DATE TO RPT-Run-Date
           MOVE 0 TO RPT-Line-Number
           EXEC CICS STARTBR
                FILE('STF010R')
                RIDFLD(RPT-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR RPT-Report-ID NOT = 'SM54EXP'
                      OR RPT-Run-Date NOT = WS-EXP-DATE
                 EXEC CICS READNEXT
                      FILE('STF010R')
                      INTO(RPT-REC)
                      RIDFLD(RPT-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    RPT-Report-ID = 'SM54EXP' AND
                    RPT-Run-Date = WS-EXP-DATE
                    PERFORM 310-HANDLE-ONE-LINE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF010R')
              END-EXEC
           END-IF
           IF WS-CUR-SUB > 0
              MOVE 'N' TO WS-SEC-HAD-TRAILER
              PERFORM 340-CLOSE-SECTION
           END-IF.
       300-EXIT.
           EXIT.

      *    A line mid-record (WS-SEG-GOT > 0) is always the next
      *    segment - record bytes can look like anything, so the
      *    header and trailer tests only apply between records.
       310-HANDLE-ONE-LINE.
           EVALUATE TRUE
             WHEN WS-CUR-SUB > 0 AND WS-SEG-GOT > 0
                  PERFORM 330-TAKE-SEGMENT
             WHEN RPT-Line-Text(1:5) = 'FILE '
                  PERFORM 320-OPEN-SECTION
             WHEN WS-CUR-SUB > 0 AND
                  RPT-Line-Text(1:8) = WS-MSK-FILE(WS-CUR-SUB) AND
                  RPT-Line-Text(9:10) = ' RECORDS: '
                  MOVE 0 TO WS-SEC-TRAILER
      *           The count is written zero-suppressed (ZZZZZZ9),
      *           so NUMVAL reads it rather than a class test.
                  IF RPT-Line-Text(19:7) NOT = SPACES
                     COMPUTE WS-SEC-TRAILER =
                        FUNCTION NUMVAL(RPT-Line-Text(19:7))
                  END-IF
                  MOVE 'Y' TO WS-SEC-HAD-TRAILER
                  PERFORM 340-CLOSE-SECTION
             WHEN WS-CUR-SUB > 0
                  PERFORM 330-TAKE-SEGMENT
           END-EVALUATE.
       310-EXIT.
           EXIT.

      *    A header naming a file outside the registry is skipped
      *    whole - its width is unknown, so it cannot be masked.
       320-OPEN-SECTION.
           IF WS-CUR-SUB > 0
              MOVE 'N' TO WS-SEC-HAD-TRAILER
              PERFORM 340-CLOSE-SECTION
           END-IF
           MOVE 0 TO WS-CUR-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
              IF WS-MSK-FILE(WS-SUB) = RPT-Line-Text(6:8)
                 MOVE WS-SUB TO WS-CUR-SUB
              END-IF
           END-PERFORM
           IF WS-CUR-SUB = 0
              IF WS-PASS = 'M'
                 ADD 1 TO WS-SKIPPED
                 MOVE RPT-Line-Text(6:8) TO WS-MSK-LINE
                 MOVE SPACES TO WS-RPT-TEXT
                 STRING 'SKIPPED: SECTION ' DELIMITED BY SIZE
                        WS-MSK-LINE(1:8) DELIMITED BY SIZE
                        ' IS NOT A REGISTERED EXPORT FILE'
                        DELIMITED BY SIZE
                        INTO WS-RPT-TEXT
                 END-STRING
                 PERFORM 910-WRITE-RPT-LINE
              END-IF
              GO TO 320-EXIT
           END-IF
           MOVE 0 TO WS-SEC-COUNT
           MOVE 0 TO WS-SEC-TRAILER
           MOVE 0 TO WS-SEG-GOT
           MOVE WS-MSK-WIDTH(WS-CUR-SUB) TO WS-GEN-RECLEN
           COMPUTE WS-SEG-EXPECT = (WS-GEN-RECLEN + 131) / 132
           IF WS-PASS = 'M'
              MOVE WS-MSK-FILE(WS-CUR-SUB) TO SEC-FILE
              MOVE WS-EXP-DATE TO SEC-DATE
              MOVE WS-SECTION-LINE TO WS-MSK-LINE
              PERFORM 370-WRITE-MSK-LINE
           END-IF.
       320-EXIT.
           EXIT.

      *    Reassembly by registry width, as SM104 reloads: a record
      *    fitting one line completes at once; a wider one
      *    accumulates consecutive full lines and the final partial
      *    one.
       330-TAKE-SEGMENT.
           IF WS-SEG-GOT = 0
              MOVE SPACES TO WS-GEN-REC
           END-IF
           COMPUTE WS-OFF = WS-SEG-GOT * 132 + 1
           COMPUTE WS-LEN = WS-GEN-RECLEN - (WS-SEG-GOT * 132)
           IF WS-LEN > 132
              MOVE 132 TO WS-LEN
           END-IF
           MOVE RPT-Line-Text(1:WS-LEN) TO WS-GEN-REC(WS-OFF:WS-LEN)
           ADD 1 TO WS-SEG-GOT
           IF WS-SEG-GOT >= WS-SEG-EXPECT
              MOVE 0 TO WS-SEG-GOT
              ADD 1 TO WS-SEC-COUNT
              PERFORM 350-RECORD-COMPLETE
           END-IF.
       330-EXIT.
           EXIT.

      *    The masked trailer carries the count actually written; the
      *    report sets it beside the export's own trailer.
       340-CLOSE-SECTION.
           IF WS-PASS = 'M'
              MOVE WS-MSK-FILE(WS-CUR-SUB) TO TRL-FILE
              MOVE WS-SEC-COUNT TO TRL-COUNT
              MOVE WS-TRAILER-LINE TO WS-MSK-LINE
              PERFORM 370-WRITE-MSK-LINE
              ADD WS-SEC-COUNT TO WS-TOTAL-COUNT
              MOVE WS-SEC-COUNT TO WS-COUNT-DISP
              MOVE WS-SEC-TRAILER TO WS-TRAIL-DISP
              MOVE SPACES TO WS-RPT-TEXT
              STRING WS-MSK-FILE(WS-CUR-SUB) DELIMITED BY SIZE
                     ' MASKED ' DELIMITED BY SIZE
                     WS-COUNT-DISP DELIMITED BY SIZE
                     '  EXPORT TRAILER ' DELIMITED BY SIZE
                     WS-TRAIL-DISP DELIMITED BY SIZE
                     INTO WS-RPT-TEXT
              END-STRING
              IF WS-SEC-HAD-TRAILER = 'N'
                 MOVE '*NO TRAILER*' TO WS-RPT-TEXT(50:12)
              ELSE
                 IF WS-SEC-COUNT NOT = WS-SEC-TRAILER
                    MOVE '*MISMATCH*' TO WS-RPT-TEXT(50:10)
                 END-IF
              END-IF
              PERFORM 910-WRITE-RPT-LINE
           END-IF
           MOVE 0 TO WS-CUR-SUB
           MOVE 0 TO WS-SEG-GOT.
       340-EXIT.
           EXIT.

       350-RECORD-COMPLETE.
           IF WS-PASS = 'U'
              IF WS-MSK-FILE(WS-CUR-SUB) = 'uaf001  '
                 MOVE WS-GEN-REC(1:121) TO WS-UAF-REC
                 MOVE WS-UAF-USERID TO WS-MAP-IN
                 PERFORM 500-MAP-USERID
              END-IF
              GO TO 350-EXIT
           END-IF
           EVALUATE WS-MSK-FILE(WS-CUR-SUB)
             WHEN 'uaf001  '
                  PERFORM 410-MASK-USER
             WHEN 'STF005W '
                  PERFORM 420-MASK-WATCHER
             WHEN 'STF001C '
             WHEN 'STF001H '
                  PERFORM 430-MASK-TICKET
           END-EVALUATE
           PERFORM 360-WRITE-RECORD-LINES.
       350-EXIT.
           EXIT.

      *    The masked record goes out split exactly as SM054 split
      *    the original, so the loader reassembles it by width.
       360-WRITE-RECORD-LINES.
           MOVE 0 TO WS-SEG-POS
           PERFORM UNTIL WS-SEG-POS >= WS-GEN-RECLEN
              COMPUTE WS-SEG-LEN = WS-GEN-RECLEN - WS-SEG-POS
              IF WS-SEG-LEN > 132
                 MOVE 132 TO WS-SEG-LEN
              END-IF
              MOVE SPACES TO WS-MSK-LINE
              MOVE WS-GEN-REC(WS-SEG-POS + 1:WS-SEG-LEN)
                   TO WS-MSK-LINE(1:WS-SEG-LEN)
              PERFORM 370-WRITE-MSK-LINE
              ADD WS-SEG-LEN TO WS-SEG-POS
           END-PERFORM.
       360-EXIT.
           EXIT.

       370-WRITE-MSK-LINE.
           EXEC CICS WRITEQ TD
                QUEUE('S174MSK')
                FROM (WS-MSK-LINE)
                LENGTH (+132)
                RESP(WS-RETNCODE2)
           END-EXEC.
       370-EXIT.
           EXIT.

      *    The user's own id decides the fake phone and email, so a
      *    test caller rings the same made-up number every time.
       410-MASK-USER.
           MOVE WS-GEN-REC(1:121) TO WS-UAF-REC
           MOVE WS-UAF-USERID TO WS-MAP-IN
           PERFORM 500-MAP-USERID
           MOVE WS-MAP-OUT TO WS-UAF-USERID
           MOVE WS-MAP-SLOT TO WS-OWNER-SLOT
           PERFORM 520-FAKE-PHONE-EMAIL
           MOVE WS-UAF-UPDATEDBY TO WS-MAP-IN
           PERFORM 500-MAP-USERID
           MOVE WS-MAP-OUT TO WS-UAF-UPDATEDBY
           MOVE WS-UAF-DELEG-TO TO WS-MAP-IN
           PERFORM 500-MAP-USERID
           MOVE WS-MAP-OUT TO WS-UAF-DELEG-TO
           MOVE WS-UAF-REC TO WS-GEN-REC(1:121).
       410-EXIT.
           EXIT.

       420-MASK-WATCHER.
           MOVE WS-GEN-REC(1:46) TO WATCHER-REC
           MOVE WATCHER-Userid TO WS-MAP-IN
           PERFORM 500-MAP-USERID
           MOVE WS-MAP-OUT TO WATCHER-Userid
           MOVE WATCHER-Added-By TO WS-MAP-IN
           PERFORM 500-MAP-USERID
           MOVE WS-MAP-OUT TO WATCHER-Added-By
           MOVE WATCHER-REC TO WS-GEN-REC(1:46).
       420-EXIT.
           EXIT.

      *    The ticket's contact phone and email are the requestor's,
      *    rebuilt from the requestor's fake id. Both costs move by
      *    the one factor so the estimate-to-actual variance holds.
       430-MASK-TICKET.
           MOVE WS-GEN-REC(1:543) TO TICKET-REC
           MOVE TICKET-REQUESTOR TO WS-MAP-IN
           PERFORM 500-MAP-USERID
           MOVE WS-MAP-OUT TO TICKET-REQUESTOR
           MOVE WS-MAP-SLOT TO WS-OWNER-SLOT
           IF TICKET-PHONE NOT = SPACES
              MOVE SPACES TO TICKET-PHONE
              STRING '555-' DELIMITED BY SIZE
                     WS-OWNER-SLOT DELIMITED BY SIZE
                     INTO TICKET-PHONE
              END-STRING
           END-IF
           IF TICKET-EMAIL NOT = SPACES
              MOVE SPACES TO TICKET-EMAIL
              STRING TICKET-REQUESTOR DELIMITED BY SPACE
                     '@TEST.INVALID' DELIMITED BY SIZE
                     INTO TICKET-EMAIL
              END-STRING
           END-IF
           MOVE TICKET-LAST-UPDATE-BY TO WS-MAP-IN
           PERFORM 500-MAP-USERID
           MOVE WS-MAP-OUT TO TICKET-LAST-UPDATE-BY
           MOVE TICKET-APPR1-BY TO WS-MAP-IN
           PERFORM 500-MAP-USERID
           MOVE WS-MAP-OUT TO TICKET-APPR1-BY
           MOVE TICKET-ASSIGNED-TO TO WS-MAP-IN
           PERFORM 500-MAP-USERID
           MOVE WS-MAP-OUT TO TICKET-ASSIGNED-TO
           MOVE TICKET-ENTERED-BY TO WS-MAP-IN
           PERFORM 500-MAP-USERID
           MOVE WS-MAP-OUT TO TICKET-ENTERED-BY
           MOVE TICKET-BREACH-BY TO WS-MAP-IN
           PERFORM 500-MAP-USERID
           MOVE WS-MAP-OUT TO TICKET-BREACH-BY
           IF TICKET-CONFIDENTIAL = 'Y'
              MOVE WS-CONF-TEXT TO TICKET-TITLE
              MOVE WS-CONF-TEXT TO TICKET-DESCRIPTION
              MOVE WS-CONF-TEXT TO TICKET-UPDATE-REMARKS
              MOVE SPACES TO TICKET-ATTACHMENT
           END-IF
           MOVE 100 TO WS-COST-PCT
           IF TICKET-KEY-NUM NUMERIC
              COMPUTE WS-COST-PCT =
                 90 + FUNCTION MOD(TICKET-KEY-NUM, 21)
           END-IF
           IF TICKET-EST-COST NUMERIC
              COMPUTE TICKET-EST-COST ROUNDED =
                 TICKET-EST-COST * WS-COST-PCT / 100
                 ON SIZE ERROR CONTINUE
              END-COMPUTE
           END-IF
           IF TICKET-ACT-COST NUMERIC
              COMPUTE TICKET-ACT-COST ROUNDED =
                 TICKET-ACT-COST * WS-COST-PCT / 100
                 ON SIZE ERROR CONTINUE
              END-COMPUTE
           END-IF
           MOVE TICKET-REC TO WS-GEN-REC(1:543).
       430-EXIT.
           EXIT.

      *    Real id in WS-MAP-IN, fake id out in WS-MAP-OUT with its
      *    slot in WS-MAP-SLOT. A blank id stays blank. The fold is
      *    SM068's password fold; collisions probe to the next free
      *    slot. A full map (never expected) answers slot 0.
       500-MAP-USERID.
           MOVE 0 TO WS-MAP-SLOT
           IF WS-MAP-IN = SPACES OR WS-MAP-IN = LOW-VALUES
              MOVE WS-MAP-IN TO WS-MAP-OUT
              GO TO 500-EXIT
           END-IF
           MOVE 0 TO WS-MAP-HASH
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > 8
              COMPUTE WS-MAP-HASH =
                 FUNCTION MOD(WS-MAP-HASH * 37
                    + FUNCTION ORD(WS-MAP-IN(WS-MAP-SUB:1))
                    * (WS-MAP-SUB + 11), 999999999999)
           END-PERFORM
           COMPUTE WS-MAP-SUB =
              FUNCTION MOD(WS-MAP-HASH, WS-MAP-SIZE) + 1
           MOVE 'N' TO WS-MAP-DONE
           MOVE 0 TO WS-MAP-PROBES
           PERFORM UNTIL WS-MAP-DONE = 'Y' OR
                         WS-MAP-PROBES >= WS-MAP-SIZE
              EVALUATE TRUE
                WHEN WS-MAP-REAL(WS-MAP-SUB) = WS-MAP-IN
                     MOVE 'Y' TO WS-MAP-DONE
                WHEN WS-MAP-REAL(WS-MAP-SUB) = SPACES
                     MOVE WS-MAP-IN TO WS-MAP-REAL(WS-MAP-SUB)
                     ADD 1 TO WS-MAP-COUNT
                     MOVE 'Y' TO WS-MAP-DONE
                WHEN OTHER
                     ADD 1 TO WS-MAP-PROBES
                     ADD 1 TO WS-MAP-SUB
                     IF WS-MAP-SUB > WS-MAP-SIZE
                        MOVE 1 TO WS-MAP-SUB
                     END-IF
              END-EVALUATE
           END-PERFORM
           IF WS-MAP-DONE = 'Y'
              MOVE WS-MAP-SUB TO WS-MAP-SLOT
           ELSE
              ADD 1 TO WS-MAP-OVERFLOW
           END-IF
           MOVE WS-MAP-SLOT TO WS-MAP-SLOT-DISP
           MOVE SPACES TO WS-MAP-OUT
           STRING 'TU' DELIMITED BY SIZE
                  WS-MAP-SLOT-DISP DELIMITED BY SIZE
                  INTO WS-MAP-OUT
           END-STRING.
       500-EXIT.
           EXIT.

      *    A blank phone or email stays blank, so the test region
      *    sees the same gaps production has.
       520-FAKE-PHONE-EMAIL.
           IF WS-UAF-PHONE NOT = SPACES
              MOVE SPACES TO WS-UAF-PHONE
              STRING '555-' DELIMITED BY SIZE
                     WS-OWNER-SLOT DELIMITED BY SIZE
                     INTO WS-UAF-PHONE
              END-STRING
           END-IF
           IF WS-UAF-EMAIL NOT = SPACES
              MOVE SPACES TO WS-UAF-EMAIL
              STRING WS-UAF-USERID DELIMITED BY SPACE
                     '@TEST.INVALID' DELIMITED BY SIZE
                     INTO WS-UAF-EMAIL
              END-STRING
           END-IF.
       520-EXIT.
           EXIT.

       900-WRITE-SUMMARY.
           MOVE WS-TOTAL-COUNT TO WS-COUNT-DISP
           MOVE WS-MAP-COUNT TO WS-MAP-DISP
           MOVE SPACES TO WS-RPT-TEXT
           STRING 'SM174 MASKED: RECORDS=' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  ' USERIDS MAPPED=' DELIMITED BY SIZE
                  WS-MAP-DISP DELIMITED BY SIZE
                  ' SECTIONS SKIPPED=' DELIMITED BY SIZE
                  WS-SKIPPED DELIMITED BY SIZE
                  INTO WS-RPT-TEXT
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           IF WS-MAP-OVERFLOW > 0
              MOVE WS-MAP-OVERFLOW TO WS-MAP-DISP
              MOVE SPACES TO WS-RPT-TEXT
              STRING '*USERID MAP FULL* ' DELIMITED BY SIZE
                     WS-MAP-DISP DELIMITED BY SIZE
                     ' IDS MASKED AS TU00000' DELIMITED BY SIZE
                     INTO WS-RPT-TEXT
              END-STRING
              PERFORM 910-WRITE-RPT-LINE
           END-IF
           MOVE 'STF045S CREDENTIALS ARE NOT CARRIED' TO WS-RPT-TEXT
           PERFORM 910-WRITE-RPT-LINE.
       900-EXIT.
           EXIT.

      *    The report shares STF010R with the export browse, so the
      *    browse's record and key are set aside round each write.
       910-WRITE-RPT-LINE.
           MOVE RPT-REC TO WS-RPT-SAVE
           MOVE WS-RPT-TEXT TO RPT-Line-Text
           MOVE 'S174RPT' TO RPT-Report-ID
           MOVE WS-EXP-DATE TO RPT-Run-Date
           ADD 1 TO WS-RPT-LINE-NO
           MOVE WS-RPT-LINE-NO TO RPT-Line-Number
           EXEC CICS WRITE
                FILE('STF010R')
                FROM (RPT-REC)
                RIDFLD (RPT-KEYS)
                RESP(WS-RPT-RESP)
           END-EXEC
           MOVE WS-RPT-SAVE TO RPT-REC.
       910-EXIT.
           EXIT.
