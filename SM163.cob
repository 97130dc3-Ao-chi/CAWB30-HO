       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM163.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM163 is the nightly problem-candidate detector (TRANSID      *
      *  'S163'), self-rescheduling every 24 hours. It looks over the  *
      *  STF001C tickets raised in the last 30 days (creation date     *
      *  from STF002E sequence 001, the way SM092 counts intake) for   *
      *  the clusters the desk keeps closing one at a time:            *
      *    A - the same asset tag, 3 or more tickets;                  *
      *    C - the same category and the same root-cause code, 3 or    *
      *        more - a ticket carries the root cause of the RESOLVED  *
      *        STF035P problem it was linked to, so this is the fix    *
      *        that did not hold;                                      *
      *    K - the same title keyword (4 letters or more, common       *
      *        words skipped), 5 or more.                              *
      *  CANCELED and REJECTED tickets, and tickets already linked to  *
      *  an OPEN or KNOWN-ERR problem, are left out - those are being  *
      *  worked - and so are tickets linked to a RESOLVED problem and  *
      *  raised on or before the day it was resolved, which the fix    *
      *  already answered. Each cluster over its threshold becomes an  *
      *  STF116Q candidate with its member tickets on STF117T, for the *
      *  SM061 problem screen to accept (open the problem and link     *
      *  them) or dismiss. A dismissed kind and key is never proposed  *
      *  again; a cluster still PROPOSED is refreshed in place; one no *
      *  longer found goes LAPSED. The two passes over STF001C -       *
      *  count, then list - keep the cluster table to counts. Output   *
      *  goes to STF010R under 'S163RPT'; the STF022L subscribers get  *
      *  the standard notification and the default printer a copy.     *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF026J.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==WS-BDT-AREA==.
       77  WS-BDT-RESP                           PIC S9(8) COMP.
           COPY STF001C.
           COPY STF035P.
           COPY STF116Q.
           COPY STF117T.
           COPY STF022L.
           COPY SMPRT01 REPLACING ==PRQ-COMMAREA== BY ==WS-PRT-AREA==.
       77  WS-PRT-RESP                           PIC S9(8) COMP.
           COPY STF009N.
           COPY STF010R.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       01  WS-RPT-WORK                           PIC X(80).

       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
               10 WS-LOG-TICKET-ID               PIC X(07).
               10 WS-LOG-SEQ-NUM                 PIC 9(03).
           05 WS-LOG-LAST-UPD                    PIC X(20).
           05 WS-LOG-LAST-UPDBY                  PIC X(10).
           05 WS-LOG-UPD-REMARKS                 PIC X(50).
           05 FILLER                             PIC X(11).
           05 WS-LOG-ENTRY-TYPE                  PIC X(01).

      *    The look-back and the cluster sizes that make a candidate.
       01  WS-WINDOW-DAYS                        PIC 9(03) VALUE 030.
       01  WS-MIN-MEMBERS                        PIC 9(04) VALUE 3.
       01  WS-MIN-KEYWORD                        PIC 9(04) VALUE 5.

       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-WINDOW-START                       PIC 9(08).
       01  WS-WINDOW-INTEGER                     PIC S9(9) COMP.
       01  WS-RAISED-YYYYMMDD                    PIC 9(08).
       01  WS-PROB-RESOLVED-YYYYMMDD             PIC 9(08).
       01  WS-TKT-ROOT                           PIC X(08).
       01  WS-TKT-IN                             PIC X VALUE 'N'.
       01  WS-PASS                               PIC 9(01).
       01  WS-THIS-KIND                          PIC X(01).
       01  WS-THIS-KEY                           PIC X(20).
       01  WS-THRESHOLD                          PIC 9(04).
       01  WS-HIGH-CAND                          PIC X(06) VALUE
           HIGH-VALUES.
       01  WS-SCRATCH-CAND                       PIC X(150).
       01  WS-DISMISSED                          PIC X VALUE 'N'.
       01  WS-FOUND-IX                           PIC S9(4) COMP.
       01  WS-CX                                 PIC S9(4) COMP.
       01  WS-PX                                 PIC S9(4) COMP.
       01  WS-WX                                 PIC S9(4) COMP.
       01  WS-WY                                 PIC S9(4) COMP.
       01  WS-SX                                 PIC S9(4) COMP.
       01  WS-SKIP-WORD                          PIC X VALUE 'N'.
       01  WS-DEL-KEY                            PIC X(13).
       01  WS-DEL-QNAME                          PIC X(08) VALUE
           'S163MEM'.
       01  WS-ACTION                             PIC X(09).

      *    Title words, upper-cased with the punctuation blanked.
       01  WS-TITLE-UC                           PIC X(25).
       01  WS-WORD-TABLE.
           05 WS-WORD OCCURS 8                   PIC X(20).

      *    Words too common in titles to mean a shared cause.
       01  WS-STOP-WORDS.
           05 FILLER                             PIC X(10) VALUE
              'WITH'.
           05 FILLER                             PIC X(10) VALUE
              'FROM'.
           05 FILLER                             PIC X(10) VALUE
              'THAT'.
           05 FILLER                             PIC X(10) VALUE
              'THIS'.
           05 FILLER                             PIC X(10) VALUE
              'HAVE'.
           05 FILLER                             PIC X(10) VALUE
              'WILL'.
           05 FILLER                             PIC X(10) VALUE
              'NEED'.
           05 FILLER                             PIC X(10) VALUE
              'NEEDS'.
           05 FILLER                             PIC X(10) VALUE
              'PLEASE'.
           05 FILLER                             PIC X(10) VALUE
              'HELP'.
           05 FILLER                             PIC X(10) VALUE
              'ISSUE'.
           05 FILLER                             PIC X(10) VALUE
              'ISSUES'.
           05 FILLER                             PIC X(10) VALUE
              'PROBLEM'.
           05 FILLER                             PIC X(10) VALUE
              'ERROR'.
           05 FILLER                             PIC X(10) VALUE
              'REQUEST'.
           05 FILLER                             PIC X(10) VALUE
              'CANNOT'.
           05 FILLER                             PIC X(10) VALUE
              'WORKING'.
           05 FILLER                             PIC X(10) VALUE
              'WHEN'.
           05 FILLER                             PIC X(10) VALUE
              'AFTER'.
           05 FILLER                             PIC X(10) VALUE
              'DOES'.
       01  WS-STOP-TABLE REDEFINES WS-STOP-WORDS.
           05 WS-STOP-WORD OCCURS 20             PIC X(10).

      *    Clusters found this run. Past the table's size a new
      *    cluster is not counted - the busiest ones arrive first
      *    often enough that this is the right end to lose.
       01  WS-CL-COUNT                           PIC S9(4) COMP
           VALUE 0.
       01  WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 1000.
              10 WS-CL-KIND                      PIC X(01).
              10 WS-CL-KEY                       PIC X(20).
              10 WS-CL-MEMBERS                   PIC 9(04).
              10 WS-CL-CAND-ID                   PIC X(06).

      *    Candidates already on STF116Q, as they stood at the start.
       01  WS-PC-COUNT                           PIC S9(4) COMP
           VALUE 0.
       01  WS-PC-TABLE.
           05 WS-PC-ENTRY OCCURS 1000.
              10 WS-PC-ID                        PIC X(06).
              10 WS-PC-KIND                      PIC X(01).
              10 WS-PC-KEY                       PIC X(20).
              10 WS-PC-STATUS                    PIC X(10).
              10 WS-PC-TOUCHED                   PIC X(01).

       01  WS-TICKET-COUNT                       PIC 9(05) VALUE 0.
       01  WS-NEW-COUNT                          PIC 9(05) VALUE 0.
       01  WS-REFRESH-COUNT                      PIC 9(05) VALUE 0.
       01  WS-LAPSED-COUNT                       PIC 9(05) VALUE 0.
       01  WS-SKIPPED-COUNT                      PIC 9(05) VALUE 0.

       01  WS-DETAIL-LINE.
           05 DL-ACTION                          PIC X(09).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 DL-CAND-ID                         PIC X(06).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 DL-KIND                            PIC X(01).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 DL-KEY                             PIC X(20).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 DL-MEMBERS                         PIC ZZZ9.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 DL-TITLE                           PIC X(25).
       01  WS-COLUMN-HEADS                       PIC X(80) VALUE
           'ACTION    CAND   K CLUSTER KEY          TKTS TITLE'.

       01  WS-NTF-TARGET                         PIC X(08).
       01  WS-NTF-LAST-SEQ                       PIC 9(05).
       01  WS-STAMP                              PIC X(20).
       01  WS-DATE-FULL-X                        PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-TIME                               PIC 9(15) COMP-3.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.

       01  WS-JOB-START-DATE                     PIC 9(08).
       01  WS-JOB-START-TIME                     PIC X(06).
       77  WS-JOB-RESP                           PIC S9(8) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                           PIC X(01).
      *----------------------------------------------------------------*
      *                          PROCEDURE DIVISION                    *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOB-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JOB-START-TIME
           PERFORM 105-GET-BUS-DATE
           MOVE BDQ-BUS-DATE TO WS-TODAY-YYYYMMDD
           COMPUTE WS-WINDOW-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
              - WS-WINDOW-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-WINDOW-INTEGER)
                TO WS-WINDOW-START
           EXEC CICS ASKTIME
                ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME  (WS-TIME)
                DATESEP  ('/')
                MMDDYYYY (WS-DATE-FULL-X)
                TIME     (WS-TIME-X)
                TIMESEP  (':')
           END-EXEC
           MOVE SPACES TO WS-STAMP
           MOVE WS-DATE-FULL-X TO WS-STAMP(1:10)
           MOVE WS-TIME-X TO WS-STAMP(12:8)
           PERFORM 150-INIT-RPT-RUN
           PERFORM 200-LOAD-CANDIDATES
           MOVE 1 TO WS-PASS
           PERFORM 300-SCAN-TICKETS
           PERFORM 400-SETTLE-CLUSTERS
           MOVE 2 TO WS-PASS
           PERFORM 300-SCAN-TICKETS
           PERFORM 450-LAPSE-STALE
           PERFORM 500-WRITE-TOTALS
           PERFORM 600-NOTIFY-SUBSCRIBERS
           PERFORM 610-PRINT-RUN
           PERFORM 800-WRITE-JOB-HISTORY
           PERFORM 900-RESCHEDULE
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

      *    Every candidate on file, whatever its status - DISMISSED
      *    rows are what stop a cluster coming back, ACCEPTED rows
      *    are history and are passed over.
       200-LOAD-CANDIDATES.
           MOVE LOW-VALUES TO PCAND-ID
           EXEC CICS STARTBR
                FILE('STF116Q')
                RIDFLD (PCAND-ID)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF116Q')
                   INTO (PCAND-REC)
                   RIDFLD (PCAND-ID)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 PCAND-Status NOT = 'ACCEPTED' AND
                 WS-PC-COUNT < 1000
                 ADD 1 TO WS-PC-COUNT
                 MOVE PCAND-ID TO WS-PC-ID(WS-PC-COUNT)
                 MOVE PCAND-Kind TO WS-PC-KIND(WS-PC-COUNT)
                 MOVE PCAND-Cluster-Key TO WS-PC-KEY(WS-PC-COUNT)
                 MOVE PCAND-Status TO WS-PC-STATUS(WS-PC-COUNT)
                 MOVE 'N' TO WS-PC-TOUCHED(WS-PC-COUNT)
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF116Q')
                RESP(WS-RETNCODE)
           END-EXEC.
       200-EXIT.
           EXIT.

      *    Pass 1 counts each ticket into its clusters; pass 2 lists
      *    it under the clusters that made a candidate. The STF002E
      *    and STF035P point reads are by key under the open browse,
      *    which CICS allows; nothing here updates STF001C.
       300-SCAN-TICKETS.
           MOVE LOW-VALUES TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF001C')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 300-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('STF001C')
                   INTO (TICKET-REC)
                   RIDFLD (TICKET-KEY)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 TICKET-STATUS NOT = 'CANCELED' AND
                 TICKET-STATUS NOT = 'REJECTED'
                 PERFORM 310-JUDGE-TICKET
                 IF WS-TKT-IN = 'Y'
                    PERFORM 320-PLACE-TICKET
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF001C')
                RESP(WS-RETNCODE)
           END-EXEC.
       300-EXIT.
           EXIT.

      *    In the window, and not already under a live problem. The
      *    creation row's stamp is MM/DD/YYYY; a ticket whose first
      *    log row is missing or unreadable is left out. A ticket
      *    under a resolved problem counts only when it was raised
      *    after the day the problem was resolved - the tickets the
      *    fix answered are not evidence that it failed.
       310-JUDGE-TICKET.
           MOVE 'N' TO WS-TKT-IN
           MOVE SPACES TO WS-TKT-ROOT
           MOVE TICKET-KEY TO WS-LOG-TICKET-ID
           MOVE 1 TO WS-LOG-SEQ-NUM
           EXEC CICS READ
                FILE('STF002E')
                INTO (WS-LOG-REC)
                RIDFLD (WS-LOG-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 310-EXIT
           END-IF
           MOVE WS-LOG-LAST-UPD(7:4) TO WS-RAISED-YYYYMMDD(1:4)
           MOVE WS-LOG-LAST-UPD(1:2) TO WS-RAISED-YYYYMMDD(5:2)
           MOVE WS-LOG-LAST-UPD(4:2) TO WS-RAISED-YYYYMMDD(7:2)
           IF WS-RAISED-YYYYMMDD NOT NUMERIC
              GO TO 310-EXIT
           END-IF
           IF WS-RAISED-YYYYMMDD < WS-WINDOW-START OR
              WS-RAISED-YYYYMMDD > WS-TODAY-YYYYMMDD
              GO TO 310-EXIT
           END-IF
           IF TICKET-PROBLEM-ID NOT = SPACES AND
              TICKET-PROBLEM-ID NOT = LOW-VALUES
              MOVE TICKET-PROBLEM-ID TO PROB-ID
              EXEC CICS READ
                   FILE('STF035P')
                   INTO (PROBLEM-REC)
                   RIDFLD (PROB-ID)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 IF PROB-STATUS = 'OPEN' OR
                    PROB-STATUS = 'KNOWN-ERR'
                    GO TO 310-EXIT
                 END-IF
                 MOVE PROB-RESOLVED-STAMP(7:4)
                      TO WS-PROB-RESOLVED-YYYYMMDD(1:4)
                 MOVE PROB-RESOLVED-STAMP(1:2)
                      TO WS-PROB-RESOLVED-YYYYMMDD(5:2)
                 MOVE PROB-RESOLVED-STAMP(4:2)
                      TO WS-PROB-RESOLVED-YYYYMMDD(7:2)
                 IF WS-PROB-RESOLVED-YYYYMMDD NOT NUMERIC
                    GO TO 310-EXIT
                 END-IF
                 IF WS-RAISED-YYYYMMDD NOT >
                    WS-PROB-RESOLVED-YYYYMMDD
                    GO TO 310-EXIT
                 END-IF
                 MOVE PROB-ROOT-CAUSE TO WS-TKT-ROOT
              END-IF
           END-IF
           MOVE 'Y' TO WS-TKT-IN
           IF WS-PASS = 1
              ADD 1 TO WS-TICKET-COUNT
           END-IF.
       310-EXIT.
           EXIT.

       320-PLACE-TICKET.
           IF TICKET-ASSET-TAG NOT = SPACES AND
              TICKET-ASSET-TAG NOT = LOW-VALUES
              MOVE 'A' TO WS-THIS-KIND
              MOVE TICKET-ASSET-TAG TO WS-THIS-KEY
              PERFORM 340-TALLY-CLUSTER
           END-IF
           IF WS-TKT-ROOT NOT = SPACES AND
              WS-TKT-ROOT NOT = LOW-VALUES AND
              TICKET-CATEGORY NOT = SPACES AND
              TICKET-CATEGORY NOT = LOW-VALUES
              MOVE 'C' TO WS-THIS-KIND
              MOVE SPACES TO WS-THIS-KEY
              MOVE TICKET-CATEGORY TO WS-THIS-KEY(1:8)
              MOVE WS-TKT-ROOT TO WS-THIS-KEY(9:8)
              PERFORM 340-TALLY-CLUSTER
           END-IF
           PERFORM 330-SPLIT-TITLE
           MOVE 'K' TO WS-THIS-KIND
           PERFORM VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > 8
              IF WS-WORD(WS-WX)(4:1) NOT = SPACE
                 PERFORM 335-CHECK-WORD
                 IF WS-SKIP-WORD = 'N'
                    MOVE WS-WORD(WS-WX) TO WS-THIS-KEY
                    PERFORM 340-TALLY-CLUSTER
                 END-IF
              END-IF
           END-PERFORM.
       320-EXIT.
           EXIT.

       330-SPLIT-TITLE.
           MOVE FUNCTION UPPER-CASE(TICKET-TITLE) TO WS-TITLE-UC
           INSPECT WS-TITLE-UC REPLACING ALL '-' BY SPACE
                                         ALL '/' BY SPACE
                                         ALL '.' BY SPACE
                                         ALL ',' BY SPACE
                                         ALL ':' BY SPACE
                                         ALL '(' BY SPACE
                                         ALL ')' BY SPACE
           MOVE SPACES TO WS-WORD-TABLE
           UNSTRING WS-TITLE-UC DELIMITED BY ALL SPACE
                INTO WS-WORD(1) WS-WORD(2) WS-WORD(3) WS-WORD(4)
                     WS-WORD(5) WS-WORD(6) WS-WORD(7) WS-WORD(8)
           END-UNSTRING.
       330-EXIT.
           EXIT.

      *    A stop word, or a word the title already used, is not
      *    counted again.
       335-CHECK-WORD.
           MOVE 'N' TO WS-SKIP-WORD
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > 20 OR WS-SKIP-WORD = 'Y'
              IF WS-WORD(WS-WX) = WS-STOP-WORD(WS-SX)
                 MOVE 'Y' TO WS-SKIP-WORD
              END-IF
           END-PERFORM
           PERFORM VARYING WS-WY FROM 1 BY 1
                   UNTIL WS-WY >= WS-WX OR WS-SKIP-WORD = 'Y'
              IF WS-WORD(WS-WY) = WS-WORD(WS-WX)
                 MOVE 'Y' TO WS-SKIP-WORD
              END-IF
           END-PERFORM.
       335-EXIT.
           EXIT.

      *    Pass 1 adds the ticket to the cluster's count (a new
      *    entry if there is room); pass 2 writes the member row
      *    when the cluster has a candidate.
       340-TALLY-CLUSTER.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CL-COUNT OR WS-FOUND-IX > 0
              IF WS-CL-KIND(WS-CX) = WS-THIS-KIND AND
                 WS-CL-KEY(WS-CX) = WS-THIS-KEY
                 MOVE WS-CX TO WS-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-PASS = 1
              IF WS-FOUND-IX > 0
                 ADD 1 TO WS-CL-MEMBERS(WS-FOUND-IX)
              ELSE
                 IF WS-CL-COUNT < 1000
                    ADD 1 TO WS-CL-COUNT
                    MOVE WS-THIS-KIND TO WS-CL-KIND(WS-CL-COUNT)
                    MOVE WS-THIS-KEY TO WS-CL-KEY(WS-CL-COUNT)
                    MOVE 1 TO WS-CL-MEMBERS(WS-CL-COUNT)
                    MOVE SPACES TO WS-CL-CAND-ID(WS-CL-COUNT)
                 END-IF
              END-IF
           ELSE
              IF WS-FOUND-IX > 0
                 IF WS-CL-CAND-ID(WS-FOUND-IX) NOT = SPACES
                    PERFORM 350-WRITE-MEMBER
                 END-IF
              END-IF
           END-IF.
       340-EXIT.
           EXIT.

       350-WRITE-MEMBER.
           MOVE WS-CL-CAND-ID(WS-FOUND-IX) TO PCMEM-Cand-ID
           MOVE TICKET-KEY TO PCMEM-Ticket-ID
           MOVE TICKET-TITLE TO PCMEM-Title
           MOVE TICKET-STATUS TO PCMEM-Status
           MOVE WS-RAISED-YYYYMMDD TO PCMEM-Raised-Date
           EXEC CICS WRITE
                FILE('STF117T')
                FROM (PCMEM-REC)
                RIDFLD (PCMEM-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       350-EXIT.
           EXIT.

      *    Each cluster at its threshold: skipped if its kind and key
      *    were dismissed, the PROPOSED (or LAPSED) candidate
      *    refreshed if there is one, otherwise a new candidate.
       400-SETTLE-CLUSTERS.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CL-COUNT
              IF WS-CL-KIND(WS-CX) = 'K'
                 MOVE WS-MIN-KEYWORD TO WS-THRESHOLD
              ELSE
                 MOVE WS-MIN-MEMBERS TO WS-THRESHOLD
              END-IF
              IF WS-CL-MEMBERS(WS-CX) >= WS-THRESHOLD
                 PERFORM 410-SETTLE-ONE
              END-IF
           END-PERFORM.
       400-EXIT.
           EXIT.

       410-SETTLE-ONE.
           MOVE 'N' TO WS-DISMISSED
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PC-COUNT
              IF WS-PC-KIND(WS-PX) = WS-CL-KIND(WS-CX) AND
                 WS-PC-KEY(WS-PX) = WS-CL-KEY(WS-CX)
                 IF WS-PC-STATUS(WS-PX) = 'DISMISSED'
                    MOVE 'Y' TO WS-DISMISSED
                 ELSE
                    MOVE WS-PX TO WS-FOUND-IX
                 END-IF
              END-IF
           END-PERFORM
           IF WS-DISMISSED = 'Y'
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 410-EXIT
           END-IF
           IF WS-FOUND-IX > 0
              PERFORM 420-REFRESH-CANDIDATE
           ELSE
              PERFORM 430-NEW-CANDIDATE
           END-IF
           IF WS-CL-CAND-ID(WS-CX) NOT = SPACES
              MOVE WS-ACTION TO DL-ACTION
              MOVE WS-CL-CAND-ID(WS-CX) TO DL-CAND-ID
              MOVE WS-CL-KIND(WS-CX) TO DL-KIND
              MOVE WS-CL-KEY(WS-CX) TO DL-KEY
              MOVE WS-CL-MEMBERS(WS-CX) TO DL-MEMBERS
              MOVE PCAND-Title TO DL-TITLE
              MOVE WS-DETAIL-LINE TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
           END-IF.
       410-EXIT.
           EXIT.

      *    The old member rows go before pass 2 lists the cluster
      *    afresh - keys queued first, no delete under the browse.
       420-REFRESH-CANDIDATE.
           MOVE 'Y' TO WS-PC-TOUCHED(WS-FOUND-IX)
           MOVE WS-PC-ID(WS-FOUND-IX) TO PCAND-ID
           EXEC CICS READ
                FILE('STF116Q')
                INTO (PCAND-REC)
                RIDFLD (PCAND-ID)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 420-EXIT
           END-IF
           MOVE 'PROPOSED' TO PCAND-Status
           MOVE WS-CL-MEMBERS(WS-CX) TO PCAND-Members
           MOVE WS-TODAY-YYYYMMDD TO PCAND-Refreshed-Date
           EXEC CICS REWRITE
                FILE('STF116Q')
                FROM (PCAND-REC)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 420-EXIT
           END-IF
           MOVE PCAND-ID TO WS-CL-CAND-ID(WS-CX)
           MOVE 'REFRESHED' TO WS-ACTION
           ADD 1 TO WS-REFRESH-COUNT
           PERFORM 425-CLEAR-MEMBERS.
       420-EXIT.
           EXIT.

       425-CLEAR-MEMBERS.
           EXEC CICS DELETEQ TS
                QUEUE(WS-DEL-QNAME)
                RESP(WS-RETNCODE2)
           END-EXEC
           MOVE PCAND-ID TO PCMEM-Cand-ID
           MOVE LOW-VALUES TO PCMEM-Ticket-ID
           EXEC CICS STARTBR
                FILE('STF117T')
                RIDFLD (PCMEM-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 425-EXIT
           END-IF
           PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                   OR PCMEM-Cand-ID NOT = PCAND-ID
              EXEC CICS READNEXT
                   FILE('STF117T')
                   INTO (PCMEM-REC)
                   RIDFLD (PCMEM-KEYS)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                 PCMEM-Cand-ID = PCAND-ID
                 MOVE PCMEM-KEYS TO WS-DEL-KEY
                 EXEC CICS WRITEQ TS
                      QUEUE(WS-DEL-QNAME)
                      FROM(WS-DEL-KEY)
                      LENGTH(LENGTH OF WS-DEL-KEY)
                      RESP(WS-RETNCODE)
                 END-EXEC
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF117T')
                RESP(WS-RETNCODE2)
           END-EXEC
           EXEC CICS READQ TS
                QUEUE(WS-DEL-QNAME)
                INTO(WS-DEL-KEY)
                NEXT
                RESP(WS-RETNCODE2)
           END-EXEC
           PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              MOVE WS-DEL-KEY TO PCMEM-KEYS
              EXEC CICS DELETE
                   FILE('STF117T')
                   RIDFLD (PCMEM-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              EXEC CICS READQ TS
                   QUEUE(WS-DEL-QNAME)
                   INTO(WS-DEL-KEY)
                   NEXT
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-PERFORM
           EXEC CICS DELETEQ TS
                QUEUE(WS-DEL-QNAME)
                RESP(WS-RETNCODE2)
           END-EXEC.
       425-EXIT.
           EXIT.

      *    Next key by the HIGH-VALUES STARTBR/READPREV idiom; the
      *    suggested title is what SM061 opens the problem under.
       430-NEW-CANDIDATE.
           MOVE WS-HIGH-CAND TO PCAND-ID
           EXEC CICS STARTBR
                FILE('STF116Q')
                RIDFLD (PCAND-ID)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              EXEC CICS READPREV
                   FILE('STF116Q')
                   INTO (WS-SCRATCH-CAND)
                   RIDFLD (PCAND-ID)
                   RESP(WS-RETNCODE2)
              END-EXEC
              EXEC CICS ENDBR
                   FILE('STF116Q')
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 COMPUTE PCAND-ID-NUM = PCAND-ID-NUM + 1
              ELSE
                 MOVE 1 TO PCAND-ID-NUM
              END-IF
           ELSE
              MOVE 1 TO PCAND-ID-NUM
           END-IF
           MOVE WS-CL-KIND(WS-CX) TO PCAND-Kind
           MOVE WS-CL-KEY(WS-CX) TO PCAND-Cluster-Key
           MOVE WS-CL-MEMBERS(WS-CX) TO PCAND-Members
           MOVE 'PROPOSED' TO PCAND-Status
           MOVE WS-TODAY-YYYYMMDD TO PCAND-Proposed-Date
           MOVE WS-TODAY-YYYYMMDD TO PCAND-Refreshed-Date
           MOVE SPACES TO PCAND-Title
           MOVE SPACES TO PCAND-Root-Cause
           EVALUATE PCAND-Kind
             WHEN 'A'
                  STRING 'ASSET ' DELIMITED BY SIZE
                         PCAND-Cluster-Key DELIMITED BY SPACE
                         ' RECURRING' DELIMITED BY SIZE
                         INTO PCAND-Title
                  END-STRING
             WHEN 'C'
                  MOVE PCAND-Cluster-Key(9:8) TO PCAND-Root-Cause
                  STRING 'RECURRING ' DELIMITED BY SIZE
                         PCAND-Cluster-Key(1:8) DELIMITED BY SPACE
                         ' ' DELIMITED BY SIZE
                         PCAND-Root-Cause DELIMITED BY SPACE
                         INTO PCAND-Title
                  END-STRING
             WHEN OTHER
                  STRING 'RECURRING ' DELIMITED BY SIZE
                         PCAND-Cluster-Key DELIMITED BY SPACE
                         INTO PCAND-Title
                  END-STRING
           END-EVALUATE
           MOVE SPACES TO PCAND-Decided-By
           MOVE SPACES TO PCAND-Decided-Stamp
           MOVE SPACES TO PCAND-Problem-ID
           EXEC CICS WRITE
                FILE('STF116Q')
                FROM (PCAND-REC)
                RIDFLD (PCAND-ID)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              MOVE PCAND-ID TO WS-CL-CAND-ID(WS-CX)
              MOVE 'NEW' TO WS-ACTION
              ADD 1 TO WS-NEW-COUNT
           END-IF.
       430-EXIT.
           EXIT.

      *    A PROPOSED candidate this run did not find again has
      *    fallen under its threshold - or its tickets were linked
      *    elsewhere - and stops showing on SM061.
       450-LAPSE-STALE.
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PC-COUNT
              IF WS-PC-STATUS(WS-PX) = 'PROPOSED' AND
                 WS-PC-TOUCHED(WS-PX) = 'N'
                 PERFORM 460-LAPSE-ONE
              END-IF
           END-PERFORM.
       450-EXIT.
           EXIT.

       460-LAPSE-ONE.
           MOVE WS-PC-ID(WS-PX) TO PCAND-ID
           EXEC CICS READ
                FILE('STF116Q')
                INTO (PCAND-REC)
                RIDFLD (PCAND-ID)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 460-EXIT
           END-IF
           IF PCAND-Status NOT = 'PROPOSED'
              EXEC CICS UNLOCK
                   FILE('STF116Q')
              END-EXEC
              GO TO 460-EXIT
           END-IF
           MOVE 'LAPSED' TO PCAND-Status
           MOVE WS-TODAY-YYYYMMDD TO PCAND-Refreshed-Date
           EXEC CICS REWRITE
                FILE('STF116Q')
                FROM (PCAND-REC)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              ADD 1 TO WS-LAPSED-COUNT
              MOVE 'LAPSED' TO DL-ACTION
              MOVE PCAND-ID TO DL-CAND-ID
              MOVE PCAND-Kind TO DL-KIND
              MOVE PCAND-Cluster-Key TO DL-KEY
              MOVE PCAND-Members TO DL-MEMBERS
              MOVE PCAND-Title TO DL-TITLE
              MOVE WS-DETAIL-LINE TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
           END-IF.
       460-EXIT.
           EXIT.

       500-WRITE-TOTALS.
           MOVE SPACES TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE
           IF WS-NEW-COUNT = 0 AND WS-REFRESH-COUNT = 0
              MOVE 'NO CLUSTERS AT THRESHOLD IN THE WINDOW'
                   TO WS-RPT-WORK
              PERFORM 910-WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-WORK
           STRING 'TICKETS=' DELIMITED BY SIZE
                  WS-TICKET-COUNT DELIMITED BY SIZE
                  ' NEW=' DELIMITED BY SIZE
                  WS-NEW-COUNT DELIMITED BY SIZE
                  ' REFRESHED=' DELIMITED BY SIZE
                  WS-REFRESH-COUNT DELIMITED BY SIZE
                  ' LAPSED=' DELIMITED BY SIZE
                  WS-LAPSED-COUNT DELIMITED BY SIZE
                  ' DISMISSED=' DELIMITED BY SIZE
                  WS-SKIPPED-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       500-EXIT.
           EXIT.

      *    A default printer on the report's STF022L list gets
      *    the finished run on paper through SM152 - no printer
      *    named on the list, nothing is printed.
       610-PRINT-RUN.
           MOVE '01' TO PRQ-VERSION
           MOVE SPACES TO PRQ-PRINTER
           MOVE 'S163RPT' TO PRQ-REPORT-ID
           MOVE BDQ-BUS-DATE TO PRQ-RUN-DATE
           MOVE 0 TO PRQ-FROM-LINE
           MOVE 99999 TO PRQ-TO-LINE
           MOVE 'S163' TO PRQ-REQUESTED-BY
           EXEC CICS LINK
                PROGRAM('SM152')
                COMMAREA(WS-PRT-AREA)
                RESP(WS-PRT-RESP)
           END-EXEC.
       610-EXIT.
           EXIT.

      *    The STF022L convention: active subscribers of 'S163RPT'
      *    get the standard "report is ready" notification.
       600-NOTIFY-SUBSCRIBERS.
           MOVE 'S163RPT' TO DIST-Report-ID
           MOVE 0 TO DIST-Seq-Number
           EXEC CICS STARTBR
                FILE('STF022L')
                RIDFLD(DIST-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR DIST-Report-ID NOT = 'S163RPT'
                 MOVE SPACES TO DIST-Printer
                 EXEC CICS READNEXT
                      FILE('STF022L')
                      INTO(DIST-REC)
                      RIDFLD(DIST-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    DIST-Report-ID = 'S163RPT' AND
                    DIST-ACTIVE = 'Y' AND
                    DIST-Userid NOT = SPACES
                    MOVE DIST-Userid TO WS-NTF-TARGET
                    PERFORM 650-WRITE-ONE-NOTIF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF022L')
              END-EXEC
           END-IF.
       600-EXIT.
           EXIT.

       650-WRITE-ONE-NOTIF.
           MOVE WS-NTF-TARGET TO NOTIF-Userid
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
                      OR NOTIF-Userid NOT = WS-NTF-TARGET
                 EXEC CICS READNEXT
                      FILE('STF009N')
                      INTO(NOTIF-REC)
                      RIDFLD(NOTIF-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    NOTIF-Userid = WS-NTF-TARGET
                    MOVE NOTIF-Seq-Number TO WS-NTF-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF009N')
              END-EXEC
           END-IF
           MOVE WS-NTF-TARGET TO NOTIF-Userid
           MOVE WS-NTF-LAST-SEQ TO NOTIF-Seq-Number
           ADD 1 TO NOTIF-Seq-Number
           MOVE SPACES TO NOTIF-Ticket-ID
           MOVE WS-STAMP TO NOTIF-Stamp
           MOVE 'PROBLEM CANDIDATES READY: S163RPT IN SM30'
                TO NOTIF-Text
           MOVE 'N' TO NOTIF-Read-Flag
           MOVE 'N' TO NOTIF-Sent-Flag
           EXEC CICS WRITE
                FILE('STF009N')
                FROM (NOTIF-REC)
                RIDFLD (NOTIF-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       650-EXIT.
           EXIT.

      *    Starts the repository run, same delete-and-replace
      *    convention as every other STF010R writer.
       150-INIT-RPT-RUN.
           MOVE 'S163RPT' TO RPT-Report-ID
           MOVE BDQ-BUS-DATE TO RPT-Run-Date
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
                 MOVE 'S163RPT' TO RPT-Report-ID
                 MOVE BDQ-BUS-DATE TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'PROBLEM CANDIDATES FOR TICKETS RAISED '
                  DELIMITED BY SIZE
                  WS-WINDOW-START DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE WS-COLUMN-HEADS TO WS-RPT-WORK
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

      *    One STF026J run-history row for the SM031 operator
      *    console and the S102 watchdog, same convention as the
      *    other housekeeping jobs - count is the candidates
      *    proposed or refreshed.
       800-WRITE-JOB-HISTORY.
           MOVE 'S163' TO JOBH-Job-ID
           MOVE WS-JOB-START-DATE TO JOBH-Run-Date
           MOVE WS-JOB-START-TIME TO JOBH-Run-Time
           MOVE FUNCTION CURRENT-DATE(9:6) TO JOBH-End-Time
           COMPUTE JOBH-Count = WS-NEW-COUNT + WS-REFRESH-COUNT
           MOVE 'OK' TO JOBH-Outcome
           MOVE BDQ-BUS-DATE TO JOBH-Bus-Date
           EXEC CICS WRITE
                FILE('STF026J')
                FROM (JOBH-REC)
                RIDFLD (JOBH-KEYS)
                RESP(WS-JOB-RESP)
           END-EXEC.
       800-EXIT.
           EXIT.

       900-RESCHEDULE.
           EXEC CICS START
                TRANSID  ('S163')
                INTERVAL (240000)
                REQID    ('S163RSCH')
           END-EXEC.
       900-EXIT.
           EXIT.
