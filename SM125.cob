       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM125.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM125 is the asset physical verification screen (TRANSID      *
      *  'S125'), entered by its transaction id from a clear screen    *
      *  (own uaf001 verify); service or admin to check assets, admin  *
      *  only to launch and close out - SM071's recertification        *
      *  campaign applied to the STF018A equipment master, replacing   *
      *  the SM052-style printouts audit used to tick by hand.         *
      *                                                                *
      *  PF2 launches a campaign: every active STF018A asset, or only  *
      *  those at the keyed site and/or department, is snapshotted     *
      *  into STF087V under today's campaign date (a rerun the same    *
      *  day adds only what is not yet captured). ENTER with a         *
      *  campaign date and optional site/department filter lists that  *
      *  slice; keying F (found), E (found elsewhere, with the new     *
      *  room/desk in the location column) or M (missing) against     *
      *  rows and pressing PF6 records the result under the signed-on  *
      *  checker. PF4 closes out: each E asset's ASSET-LOCATION takes  *
      *  the location found, each M asset raises a ticket against the  *
      *  tag (the same key assignment / log / journal sequence SM071   *
      *  uses, MEDIUM priority, unassigned so dispatch routes it), and *
      *  the rows applied are fixed. PF9 writes the results report to  *
      *  STF010R under 'S125RPT': every asset with its result, new     *
      *  location and ticket, then the found / moved / missing / not   *
      *  checked totals.                                               *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY S125S.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY STF087V.
           COPY STF018A.
           COPY STF001C.
           COPY SMPMX01 REPLACING ==PMQ-COMMAREA== BY ==WS-PMQ-AREA==.
           COPY SMJRN01 REPLACING ==JRN-COMMAREA== BY ==WS-JRN-AREA==.
           COPY STF010R.
       77  WS-PMQ-RESP                           PIC S9(8) COMP.
       77  WS-RPT-RESP                           PIC S9(8) COMP.
       01  WS-CURRENT-MAP  VALUE 'S125S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(7).
       01  WS-DATE-X REDEFINES WS-DATE           PIC X(7).
       01  WS-LENGTH                             PIC S9(4) COMP.
       01  WS-QNAME                              PIC X(08).
       01  WS-CQNAME                             PIC X(08).
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       77  WS-RETNCODE3                          PIC S9(8) COMP.
       01  WS-TIMEOUT-TRANID                     PIC X(04) VALUE 'SM14'.
       01  WS-IDLE-TIMEOUT                       PIC 9(06) VALUE 001500.
       01  WS-STD-KEY-LEN                        PIC S9(4) COMP VALUE 8.

      *    Full uaf001 record - the same field order SM0000's WS-REC
      *    carries.
       01  WS-UAF-REC.
           05  WS-UAF-USERID                     PIC X(08).
           05  WS-UAF-TYPE                       PIC X(05).
           05  WS-UAF-DEPARTMENT                 PIC X(08).
           05  WS-UAF-UPDATEDBY                  PIC X(08).
           05  WS-UAF-DELEG-TO                   PIC X(08).
           05  WS-UAF-DELEG-GROUP                PIC X(08).
           05  WS-UAF-DELEG-START                PIC 9(08).
           05  WS-UAF-DELEG-END                  PIC 9(08).
           05  WS-UAF-INACTIVE                   PIC X(01).
           05  WS-UAF-PHONE                      PIC X(15).
           05  WS-UAF-EMAIL                      PIC X(40).
           05  WS-UAF-FAIL-COUNT                 PIC 9(03).
           05  WS-UAF-LOCKED                     PIC X(01).

       01  WS-ERRMSGS.
           05 WS-INVALID-USER                    PIC X(20) VALUE
              'INVALID USER ACCESS'.
           05 WS-FIRST-PAGE                      PIC X(23) VALUE
              'THIS IS THE FIRST PAGE'.
           05 WS-LAST-PAGE                       PIC X(21) VALUE
              'THIS IS THE LAST PAGE'.
           05 WS-INVALID-PFKEY                   PIC X(21) VALUE
              'INAVLID PFKEY PRESSED'.
           05 WS-HELP-TEXT.
              10 FILLER                          PIC X(52) VALUE
              'PF2=LAUNCH PF3=EXIT PF4=CLOSE-OUT PF6=RECORD PF9=RPT'.
              10 FILLER                          PIC X(20) VALUE
                 ' F/E/M COLUMN PF7/8'.
           05 WS-ENTER-PROMPT                    PIC X(48) VALUE
              'KEY CAMPAIGN DATE, SITE/DEPT, ENTER=LIST'.
           05 WS-RECORDED-MSG                    PIC X(22) VALUE
              'RESULTS RECORDED'.
           05 WS-NEED-LOCATION                   PIC X(46) VALUE
              'E ROWS NEED THE NEW LOCATION - NOT RECORDED'.
           05 WS-RPT-DONE-MSG                    PIC X(34) VALUE
              'RESULTS REPORT WRITTEN, SEE SM30'.
           05 WS-ADMIN-ONLY                      PIC X(40) VALUE
              'ADMIN ROLE REQUIRED FOR LAUNCH/CLOSE-OUT'.

       01  WS-STAMP                              PIC X(20).
       01  WS-DATE-FULL-X                        PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-SNAP-COUNT                         PIC 9(05).
       01  WS-SNAP-DISP                          PIC 9(05).
       01  WS-MOVED-COUNT                        PIC 9(05).
       01  WS-RAISED-COUNT                       PIC 9(05).
       01  WS-CLOSE-ITEMS                        PIC S9(4) COMP.
       01  WS-NEED-LOC-HIT                       PIC X(01).
       01  WS-HIGH-KEY                           PIC X(07) VALUE
           HIGH-VALUES.
       01  WS-SCRATCH-TICKET                     PIC X(1000).
       01  WS-LOG-LAST-SEQ                       PIC 9(03).
       01  WS-RPT-WORK                           PIC X(80).

       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
               10 WS-LOG-TICKET-ID               PIC X(07).
               10 WS-LOG-SEQ-NUM                 PIC 9(03).
           05 WS-LOG-LAST-UPD                    PIC X(20).
           05 WS-LOG-LAST-UPDBY                  PIC X(10).
           05 WS-LOG-UPD-REMARKS                 PIC X(50).
           05 FILLER                             PIC X(11).
           05 WS-LOG-ENTRY-TYPE                 PIC X(01).

      *    Campaign totals for the PF9 report.
       01  WS-RESULT-TOTALS.
           05 WS-RT-TOTAL                        PIC 9(05).
           05 WS-RT-FOUND                        PIC 9(05).
           05 WS-RT-MOVED                        PIC 9(05).
           05 WS-RT-MISSING                      PIC 9(05).
           05 WS-RT-OPEN                         PIC 9(05).

       01  WS-QROW.
           05 QV-TAG                             PIC X(08).
           05 FILLER                             PIC X(01).
           05 QV-SITE                            PIC X(08).
           05 FILLER                             PIC X(01).
           05 QV-DEPT                            PIC X(08).
           05 FILLER                             PIC X(01).
           05 QV-LOCATION                        PIC X(15).
           05 FILLER                             PIC X(01).
           05 QV-RES                             PIC X(04).
           05 FILLER                             PIC X(01).
           05 QV-TICKET                          PIC X(07).
           05 FILLER                             PIC X(01).
           05 QV-NEW-LOCATION                    PIC X(15).

       01  WS-COUNTERS.
           05 WS-SUB                             PIC 9(02).
           05 WS-ITEM                            PIC S9(4) COMP.
           05 WS-ITEM-START                      PIC S9(4) COMP.

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
           05 WS-CUR-CAMPAIGN                    PIC 9(08).
           05 WS-CUR-SITE                        PIC X(08).
           05 WS-CUR-DEPT                        PIC X(08).
           05 WS-PAGE                            PIC 9(02).
           05 WS-MAX-PAGE                        PIC 9(02).
           05 WS-TOTAL-ROWS                      PIC 9(04).
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
           05 DF-CUR-CAMPAIGN                    PIC 9(08).
           05 DF-CUR-SITE                        PIC X(08).
           05 DF-CUR-DEPT                        PIC X(08).
           05 DF-PAGE                            PIC 9(02).
           05 DF-MAX-PAGE                        PIC 9(02).
           05 DF-TOTAL-ROWS                      PIC 9(04).
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
           MOVE EIBTRMID TO WS-QNAME(1:4)
           MOVE 'S125' TO WS-QNAME(5:4)
           MOVE EIBTRMID TO WS-CQNAME(1:4)
           MOVE 'S12C' TO WS-CQNAME(5:4)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           IF EIBCALEN = 0
              PERFORM 050-VERIFY-USER
              MOVE LOW-VALUES TO WS-STATE
              MOVE 'SM125' TO WS-PGMID
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF
           IF WS-HELP-FLAG = 'Y' AND WS-PGMID = 'SM125'
              MOVE SPACE TO WS-HELP-FLAG
              PERFORM 600-DISPLAY-PAGE
              PERFORM 100-CREATE-MAP
           ELSE
           IF USR-SERVICE = 'Y' OR USR-ADMIN = 'Y'
              EVALUATE TRUE
                WHEN WS-STATE = LOW-VALUES OR WS-STATE = SPACE
                     MOVE 1 TO WS-PAGE
                     MOVE 1 TO WS-MAX-PAGE
                     MOVE 0 TO WS-TOTAL-ROWS
                     MOVE 0 TO WS-CUR-CAMPAIGN
                     MOVE SPACES TO WS-CUR-SITE
                     MOVE SPACES TO WS-CUR-DEPT
                     MOVE 'SM125' TO WS-PGMID
                     MOVE WS-ENTER-PROMPT TO ERRMSGO
                     MOVE -1 TO CAMPDTL
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
                INTO (WS-UAF-REC)
                RIDFLD (USERID)
                KEYLENGTH (WS-STD-KEY-LEN)
                EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NOTFND) OR
              WS-UAF-INACTIVE = 'Y'
              EXEC CICS SEND TEXT
                   FROM (WS-INVALID-USER)
                   LENGTH (+20)
                   ERASE
              END-EXEC
              EXEC CICS RETURN
              END-EXEC
           END-IF
           MOVE WS-UAF-TYPE(1:1) TO USR-REQUESTOR
           MOVE WS-UAF-TYPE(2:1) TO USR-ADMIN
           MOVE WS-UAF-TYPE(3:1) TO USR-APPROVER
           MOVE WS-UAF-TYPE(4:1) TO USR-SERVICE
           MOVE WS-UAF-TYPE(5:1) TO WS-AUDITOR.
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
           MOVE WS-CUR-CAMPAIGN TO CAMPDTO
           MOVE WS-CUR-SITE TO SITEFO
           MOVE WS-CUR-DEPT TO DEPTFO
           MOVE WS-PAGE TO PAGEO
           MOVE LENGTH OF S125MO TO WS-LENGTH
           EXEC CICS SEND
                MAP('S125M')
                MAPSET('S125S')
                FROM(S125MO)
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
                TRANSID('S125')
                COMMAREA(WS-COMMAREA)
           END-EXEC.
       100-EXIT.
           EXIT.

      *    Filters keyed blank are cleared, so a site-only or
      *    department-only slice can follow a combined one.
       200-REC-MAP.
           EXEC CICS RECEIVE
                MAP('S125M')
                MAPSET('S125S')
                INTO (S125MI)
           END-EXEC
           IF CAMPDTI NUMERIC
              MOVE CAMPDTI TO WS-CUR-CAMPAIGN
           END-IF
           IF SITEFI = SPACES OR LOW-VALUES
              MOVE SPACES TO WS-CUR-SITE
           ELSE
              MOVE SITEFI TO WS-CUR-SITE
           END-IF
           IF DEPTFI = SPACES OR LOW-VALUES
              MOVE SPACES TO WS-CUR-DEPT
           ELSE
              MOVE DEPTFI TO WS-CUR-DEPT
           END-IF.
       200-EXIT.
           EXIT.

       300-CHECK-AID.
           EVALUATE EIBAID
             WHEN DFHPF1
                  MOVE 'Y' TO WS-HELP-FLAG
                  EXEC CICS SEND TEXT
                       FROM (WS-HELP-TEXT)
                       LENGTH (+72)
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                       TRANSID('S125')
                       COMMAREA(WS-COMMAREA)
                  END-EXEC
             WHEN DFHPF2
                  IF USR-ADMIN = 'Y'
                     PERFORM 700-LAUNCH-CAMPAIGN
                     PERFORM 400-BUILD-QUEUE
                  ELSE
                     MOVE WS-ADMIN-ONLY TO ERRMSGO
                  END-IF
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF4
                  IF USR-ADMIN = 'Y'
                     PERFORM 760-CLOSE-OUT
                     PERFORM 400-BUILD-QUEUE
                  ELSE
                     MOVE WS-ADMIN-ONLY TO ERRMSGO
                  END-IF
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF6
                  PERFORM 710-RECORD-RESULTS
                  PERFORM 400-BUILD-QUEUE
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF9
                  PERFORM 720-RESULTS-REPORT
                  PERFORM 600-DISPLAY-PAGE
             WHEN DFHPF3
                  EXEC CICS DELETEQ TS
                       QUEUE(WS-QNAME)
                       RESP(WS-RETNCODE)
                  END-EXEC
                  EXEC CICS SEND CONTROL
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                  END-EXEC
             WHEN DFHPF7
                  IF WS-PAGE > 1
                     SUBTRACT 1 FROM WS-PAGE
                     PERFORM 600-DISPLAY-PAGE
                  ELSE
                     MOVE WS-FIRST-PAGE TO ERRMSGO
                  END-IF
             WHEN DFHPF8
                  IF WS-PAGE < WS-MAX-PAGE
                     ADD 1 TO WS-PAGE
                     PERFORM 600-DISPLAY-PAGE
                  ELSE
                     MOVE WS-LAST-PAGE TO ERRMSGO
                  END-IF
             WHEN DFHENTER
                  MOVE 1 TO WS-PAGE
                  PERFORM 400-BUILD-QUEUE
                  PERFORM 600-DISPLAY-PAGE
             WHEN OTHER
                  MOVE WS-INVALID-PFKEY TO ERRMSGO
                  PERFORM 600-DISPLAY-PAGE
           END-EVALUATE.
       300-EXIT.
           EXIT.

      *    PF2: snapshot the active assets in the filter slice into
      *    today's campaign worklist. A rerun on the same day skips
      *    rows already captured (DUPREC is simply ignored), so a
      *    second site can be added to the day's campaign later.
       700-LAUNCH-CAMPAIGN.
           MOVE 0 TO WS-SNAP-COUNT
           MOVE LOW-VALUES TO ASSET-TAG
           EXEC CICS STARTBR
                FILE('STF018A')
                RIDFLD (ASSET-TAG)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                      FILE('STF018A')
                      INTO (ASSET-REC)
                      RIDFLD (ASSET-TAG)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    ASSET-ACTIVE = 'Y' AND
                    (WS-CUR-SITE = SPACES OR
                     ASSET-Site = WS-CUR-SITE) AND
                    (WS-CUR-DEPT = SPACES OR
                     ASSET-DEPARTMENT = WS-CUR-DEPT)
                    PERFORM 705-SNAPSHOT-ONE-ASSET
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF018A')
              END-EXEC
           END-IF
           MOVE WS-TODAY-YYYYMMDD TO WS-CUR-CAMPAIGN
           MOVE 1 TO WS-PAGE
           MOVE WS-SNAP-COUNT TO WS-SNAP-DISP
           MOVE SPACES TO ERRMSGO
           STRING 'CAMPAIGN LAUNCHED, ' DELIMITED BY SIZE
                  WS-SNAP-DISP DELIMITED BY SIZE
                  ' ASSETS SNAPSHOTTED' DELIMITED BY SIZE
                  INTO ERRMSGO
           END-STRING.
       700-EXIT.
           EXIT.

       705-SNAPSHOT-ONE-ASSET.
           MOVE WS-TODAY-YYYYMMDD TO VER-Campaign
           MOVE ASSET-TAG TO VER-Tag
           MOVE ASSET-Site TO VER-Site
           MOVE ASSET-DEPARTMENT TO VER-Department
           MOVE ASSET-LOCATION TO VER-Location
           MOVE SPACE TO VER-RESULT
           MOVE SPACES TO VER-New-Location
           MOVE SPACES TO VER-Checker
           MOVE SPACES TO VER-STAMP
           MOVE SPACES TO VER-TICKET
           MOVE 'N' TO VER-Closed
           EXEC CICS WRITE
                FILE('STF087V')
                FROM (VER-REC)
                RIDFLD (VER-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              ADD 1 TO WS-SNAP-COUNT
           END-IF.
       705-EXIT.
           EXIT.

      *    ENTER: the campaign's rows for the site and department
      *    filters (blank = every one).
       400-BUILD-QUEUE.
           EXEC CICS DELETEQ TS
                QUEUE(WS-QNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE 0 TO WS-TOTAL-ROWS
           IF WS-CUR-CAMPAIGN = 0
              MOVE WS-ENTER-PROMPT TO ERRMSGO
           ELSE
              MOVE WS-CUR-CAMPAIGN TO VER-Campaign
              MOVE LOW-VALUES TO VER-Tag
              EXEC CICS STARTBR
                   FILE('STF087V')
                   RIDFLD (VER-KEYS)
                   GTEQ
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                         OR VER-Campaign NOT = WS-CUR-CAMPAIGN
                    EXEC CICS READNEXT
                         FILE('STF087V')
                         INTO (VER-REC)
                         RIDFLD (VER-KEYS)
                         RESP(WS-RETNCODE)
                    END-EXEC
                    IF WS-RETNCODE = DFHRESP(NORMAL) AND
                       VER-Campaign = WS-CUR-CAMPAIGN
                       IF (WS-CUR-SITE = SPACES OR
                           VER-Site = WS-CUR-SITE) AND
                          (WS-CUR-DEPT = SPACES OR
                           VER-Department = WS-CUR-DEPT)
                          PERFORM 420-QUEUE-ONE-ROW
                       END-IF
                    END-IF
                 END-PERFORM
                 EXEC CICS ENDBR
                      FILE('STF087V')
                 END-EXEC
              END-IF
              IF ERRMSGO = SPACES OR LOW-VALUES
                 MOVE WS-ENTER-PROMPT TO ERRMSGO
              END-IF
           END-IF
           DIVIDE WS-TOTAL-ROWS BY 10 GIVING WS-MAX-PAGE
                  REMAINDER WS-SUB
           IF WS-SUB NOT = 0
              ADD 1 TO WS-MAX-PAGE
           END-IF
           IF WS-MAX-PAGE = 0
              MOVE 1 TO WS-MAX-PAGE
           END-IF
           IF WS-PAGE > WS-MAX-PAGE
              MOVE 1 TO WS-PAGE
           END-IF.
       400-EXIT.
           EXIT.

       420-QUEUE-ONE-ROW.
           MOVE SPACES TO WS-QROW
           MOVE VER-Tag TO QV-TAG
           MOVE VER-Site TO QV-SITE
           MOVE VER-Department TO QV-DEPT
           MOVE VER-Location TO QV-LOCATION
           PERFORM 425-RESULT-TEXT
           MOVE VER-TICKET TO QV-TICKET
           MOVE VER-New-Location TO QV-NEW-LOCATION
           EXEC CICS WRITEQ TS
                QUEUE(WS-QNAME)
                FROM(WS-QROW)
                LENGTH(LENGTH OF WS-QROW)
           END-EXEC
           ADD 1 TO WS-TOTAL-ROWS.
       420-EXIT.
           EXIT.

       425-RESULT-TEXT.
           EVALUATE VER-RESULT
             WHEN 'F'
                  MOVE 'FND ' TO QV-RES
             WHEN 'E'
                  MOVE 'MOVD' TO QV-RES
             WHEN 'M'
                  MOVE 'MISS' TO QV-RES
             WHEN OTHER
                  MOVE 'OPEN' TO QV-RES
           END-EVALUATE
           IF VER-Closed = 'Y'
              MOVE '*' TO QV-RES(4:1)
           END-IF.
       425-EXIT.
           EXIT.

       600-DISPLAY-PAGE.
           COMPUTE WS-ITEM-START = ((WS-PAGE - 1) * 10) + 1
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
              COMPUTE WS-ITEM = WS-ITEM-START + WS-SUB - 1
              IF WS-ITEM <= WS-TOTAL-ROWS
                 EXEC CICS READQ TS
                      QUEUE(WS-QNAME)
                      INTO(WS-QROW)
                      ITEM(WS-ITEM)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    MOVE WS-QROW(1:56) TO DETLO(WS-SUB)
                    MOVE QV-NEW-LOCATION TO NLOCO(WS-SUB)
                    MOVE SPACE TO VSELO(WS-SUB)
                    MOVE DFHBMUNP TO VSELA(WS-SUB)
                    MOVE DFHBMUNP TO NLOCA(WS-SUB)
                 ELSE
                    MOVE SPACES TO DETLO(WS-SUB)
                    MOVE DFHBMASK TO VSELA(WS-SUB)
                    MOVE DFHBMASK TO NLOCA(WS-SUB)
                 END-IF
              ELSE
                 MOVE SPACES TO DETLO(WS-SUB)
                 MOVE SPACES TO VSELO(WS-SUB)
                 MOVE SPACES TO NLOCO(WS-SUB)
                 MOVE DFHBMASK TO VSELA(WS-SUB)
                 MOVE DFHBMASK TO NLOCA(WS-SUB)
              END-IF
           END-PERFORM.
       600-EXIT.
           EXIT.

      *    PF6: F, E or M against listed rows. An E without a new
      *    location is left unrecorded and the operator told; rows
      *    close-out has already applied keep their result.
       710-RECORD-RESULTS.
           MOVE 'N' TO WS-NEED-LOC-HIT
           PERFORM 120-BUILD-STAMP
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
              IF VSELI(WS-SUB) = 'F' OR VSELI(WS-SUB) = 'E' OR
                 VSELI(WS-SUB) = 'M'
                 COMPUTE WS-ITEM = ((WS-PAGE - 1) * 10) + WS-SUB
                 EXEC CICS READQ TS
                      QUEUE(WS-QNAME)
                      INTO(WS-QROW)
                      ITEM(WS-ITEM)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL)
                    IF VSELI(WS-SUB) = 'E' AND
                       (NLOCI(WS-SUB) = SPACES OR
                        NLOCI(WS-SUB) = LOW-VALUES)
                       MOVE 'Y' TO WS-NEED-LOC-HIT
                    ELSE
                       PERFORM 715-RECORD-ONE-ROW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-NEED-LOC-HIT = 'Y'
              MOVE WS-NEED-LOCATION TO ERRMSGO
           ELSE
              MOVE WS-RECORDED-MSG TO ERRMSGO
           END-IF.
       710-EXIT.
           EXIT.

       715-RECORD-ONE-ROW.
           MOVE WS-CUR-CAMPAIGN TO VER-Campaign
           MOVE QV-TAG TO VER-Tag
           EXEC CICS READ
                FILE('STF087V')
                INTO (VER-REC)
                RIDFLD (VER-KEYS)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              IF VER-Closed = 'Y'
                 EXEC CICS UNLOCK
                      FILE('STF087V')
                 END-EXEC
              ELSE
                 MOVE VSELI(WS-SUB) TO VER-RESULT
                 IF VER-RESULT = 'E'
                    MOVE NLOCI(WS-SUB) TO VER-New-Location
                 ELSE
                    MOVE SPACES TO VER-New-Location
                 END-IF
                 MOVE USERID TO VER-Checker
                 MOVE WS-STAMP TO VER-STAMP
                 EXEC CICS REWRITE
                      FILE('STF087V')
                      FROM (VER-REC)
                      RESP(WS-RETNCODE2)
                 END-EXEC
              END-IF
           END-IF.
       715-EXIT.
           EXIT.

      *    PF4: apply the campaign. The keys of the E and M rows not
      *    yet applied are queued during the browse and worked after
      *    it ends - CICS will not rewrite a row under an open browse
      *    of its own file.
       760-CLOSE-OUT.
           IF WS-CUR-CAMPAIGN = 0
              MOVE WS-ENTER-PROMPT TO ERRMSGO
              GO TO 760-EXIT
           END-IF
           PERFORM 120-BUILD-STAMP
           MOVE 0 TO WS-MOVED-COUNT
           MOVE 0 TO WS-RAISED-COUNT
           MOVE 0 TO WS-CLOSE-ITEMS
           EXEC CICS DELETEQ TS
                QUEUE(WS-CQNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE WS-CUR-CAMPAIGN TO VER-Campaign
           MOVE LOW-VALUES TO VER-Tag
           EXEC CICS STARTBR
                FILE('STF087V')
                RIDFLD (VER-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR VER-Campaign NOT = WS-CUR-CAMPAIGN
                 EXEC CICS READNEXT
                      FILE('STF087V')
                      INTO (VER-REC)
                      RIDFLD (VER-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    VER-Campaign = WS-CUR-CAMPAIGN AND
                    VER-Closed NOT = 'Y' AND
                    (VER-RESULT = 'E' OR VER-RESULT = 'M')
                    EXEC CICS WRITEQ TS
                         QUEUE(WS-CQNAME)
                         FROM(VER-Tag)
                         LENGTH(LENGTH OF VER-Tag)
                    END-EXEC
                    ADD 1 TO WS-CLOSE-ITEMS
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF087V')
              END-EXEC
           END-IF
           PERFORM VARYING WS-ITEM FROM 1 BY 1
                   UNTIL WS-ITEM > WS-CLOSE-ITEMS
              EXEC CICS READQ TS
                   QUEUE(WS-CQNAME)
                   INTO(VER-Tag)
                   ITEM(WS-ITEM)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL)
                 PERFORM 765-CLOSE-ONE-ROW
              END-IF
           END-PERFORM
           EXEC CICS DELETEQ TS
                QUEUE(WS-CQNAME)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE SPACES TO ERRMSGO
           STRING 'CLOSE-OUT: ' DELIMITED BY SIZE
                  WS-MOVED-COUNT DELIMITED BY SIZE
                  ' RELOCATED, ' DELIMITED BY SIZE
                  WS-RAISED-COUNT DELIMITED BY SIZE
                  ' MISSING TICKETS RAISED' DELIMITED BY SIZE
                  INTO ERRMSGO
           END-STRING.
       760-EXIT.
           EXIT.

       765-CLOSE-ONE-ROW.
           MOVE WS-CUR-CAMPAIGN TO VER-Campaign
           EXEC CICS READ
                FILE('STF087V')
                INTO (VER-REC)
                RIDFLD (VER-KEYS)
                UPDATE
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
              GO TO 765-EXIT
           END-IF
           IF VER-RESULT = 'E'
              MOVE VER-Tag TO ASSET-TAG
              EXEC CICS READ
                   FILE('STF018A')
                   INTO (ASSET-REC)
                   RIDFLD (ASSET-TAG)
                   UPDATE
                   RESP(WS-RETNCODE3)
              END-EXEC
              IF WS-RETNCODE3 = DFHRESP(NORMAL)
                 MOVE VER-New-Location TO ASSET-LOCATION
                 EXEC CICS REWRITE
                      FILE('STF018A')
                      FROM (ASSET-REC)
                      RESP(WS-RETNCODE3)
                 END-EXEC
                 ADD 1 TO WS-MOVED-COUNT
              END-IF
           ELSE
              IF VER-TICKET = SPACES OR VER-TICKET = LOW-VALUES
                 PERFORM 740-RAISE-MISSING-TICKET
                 IF WS-RETNCODE3 = DFHRESP(NORMAL)
                    MOVE TICKET-KEY TO VER-TICKET
                    ADD 1 TO WS-RAISED-COUNT
                 END-IF
              END-IF
           END-IF
           MOVE 'Y' TO VER-Closed
           EXEC CICS REWRITE
                FILE('STF087V')
                FROM (VER-REC)
                RESP(WS-RETNCODE2)
           END-EXEC.
       765-EXIT.
           EXIT.

      *    A missing asset becomes a MEDIUM ticket against its tag in
      *    the unassigned pool - the same key assignment, log entry
      *    and journal capture SM071 uses for its revocation tickets.
       740-RAISE-MISSING-TICKET.
           MOVE SPACES TO TICKET-REC
           MOVE SPACES TO TICKET-TITLE
           STRING 'MISSING ASSET ' DELIMITED BY SIZE
                  VER-Tag DELIMITED BY SPACE
                  INTO TICKET-TITLE
           END-STRING
           MOVE SPACES TO TICKET-DESCRIPTION
           STRING 'PHYSICAL VERIFICATION ' DELIMITED BY SIZE
                  VER-Campaign DELIMITED BY SIZE
                  ' COULD NOT FIND ASSET ' DELIMITED BY SIZE
                  VER-Tag DELIMITED BY SPACE
                  ' AT ' DELIMITED BY SIZE
                  VER-Location DELIMITED BY SIZE
                  INTO TICKET-DESCRIPTION
           END-STRING
           MOVE 'CREATED' TO TICKET-STATUS
           MOVE USERID TO TICKET-REQUESTOR
           MOVE 'SM125' TO TICKET-LAST-UPDATE-BY
           MOVE WS-STAMP TO TICKET-LAST-UPDATE
           MOVE SPACES TO TICKET-UPDATE-REMARKS
           MOVE 'MEDIUM' TO TICKET-PRIORITY
           MOVE 'GENERAL' TO TICKET-CATEGORY
           PERFORM 741-SET-PRIORITY
           MOVE WS-TODAY-YYYYMMDD TO TICKET-DUE-DATE
           MOVE SPACES TO TICKET-ATTACHMENT
           MOVE VER-Department TO TICKET-DEPARTMENT
           MOVE SPACES TO TICKET-DUPLICATE-OF
           MOVE SPACES TO TICKET-PHONE
           MOVE SPACES TO TICKET-EMAIL
           MOVE SPACES TO TICKET-CLOSURE-REASON
           MOVE SPACES TO TICKET-SATISFACTION
           MOVE SPACES TO TICKET-APPR1-BY
           MOVE SPACES TO TICKET-APPR1-DATE
           MOVE SPACES TO TICKET-ASSIGNED-TO
           MOVE SPACES TO TICKET-PARENT
           MOVE SPACES TO TICKET-KB-ARTICLE
           MOVE 'N' TO TICKET-CONFIDENTIAL
           MOVE VER-Tag TO TICKET-ASSET-TAG
           MOVE 0 TO TICKET-EST-COST
           MOVE 0 TO TICKET-ACT-COST
           MOVE 'SM125' TO TICKET-ENTERED-BY
           MOVE SPACES TO TICKET-PROBLEM-ID
           MOVE SPACES TO TICKET-HOLD-STATUS
           MOVE 0 TO TICKET-HOLD-START
           MOVE 0 TO TICKET-HOLD-DAYS
           MOVE 0 TO TICKET-DUE-TIME
           MOVE SPACES TO TICKET-GROUP
           MOVE VER-Site TO TICKET-SITE
           PERFORM 745-ASSIGN-KEY
           EXEC CICS WRITE
                FILE('STF001C')
                FROM (TICKET-REC)
                RIDFLD (TICKET-KEY)
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              PERFORM 750-WRITE-LOG-ENTRY
              PERFORM 755-JOURNAL-TICKET
              MOVE DFHRESP(NORMAL) TO WS-RETNCODE3
           END-IF.
       740-EXIT.
           EXIT.

      *    The staged priority is kept as the one asked for, with the
      *    impact/urgency pair the built-in SM169 grid gives it; the
      *    ticket's own priority then comes from SM169 as on SM002,
      *    the staged one standing should the LINK fail. A new ticket
      *    carries no desk override and no SLA breach.
       741-SET-PRIORITY.
           MOVE TICKET-PRIORITY TO TICKET-REQ-PRIORITY
           EVALUATE TICKET-PRIORITY
             WHEN 'CRITICAL'
                  MOVE 'E' TO TICKET-IMPACT
                  MOVE 'H' TO TICKET-URGENCY
             WHEN 'HIGH'
                  MOVE 'D' TO TICKET-IMPACT
                  MOVE 'H' TO TICKET-URGENCY
             WHEN 'LOW'
                  MOVE 'P' TO TICKET-IMPACT
                  MOVE 'L' TO TICKET-URGENCY
             WHEN OTHER
                  MOVE 'T' TO TICKET-IMPACT
                  MOVE 'M' TO TICKET-URGENCY
           END-EVALUATE
           MOVE 'N' TO TICKET-PRI-OVERRIDE
           MOVE SPACES TO TICKET-BREACH-REASON
           MOVE SPACES TO TICKET-BREACH-BY
           MOVE 0 TO TICKET-BREACH-DATE
           MOVE '01' TO PMQ-VERSION
           MOVE TICKET-IMPACT TO PMQ-IMPACT
           MOVE TICKET-URGENCY TO PMQ-URGENCY
           MOVE TICKET-PRIORITY TO PMQ-PRIORITY
           EXEC CICS LINK
                PROGRAM('SM169')
                COMMAREA(WS-PMQ-AREA)
                LENGTH(LENGTH OF WS-PMQ-AREA)
                RESP(WS-PMQ-RESP)
           END-EXEC
           IF WS-PMQ-RESP = DFHRESP(NORMAL) AND PMQ-VALID = 'Y'
              MOVE PMQ-PRIORITY TO TICKET-PRIORITY
           END-IF.
       741-EXIT.
           EXIT.

       745-ASSIGN-KEY.
           MOVE WS-HIGH-KEY TO TICKET-KEY
           EXEC CICS STARTBR
                FILE('STF001C')
                RIDFLD (TICKET-KEY)
                GTEQ
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              EXEC CICS READPREV
                   FILE('STF001C')
                   INTO (WS-SCRATCH-TICKET)
                   RIDFLD (TICKET-KEY)
                   RESP(WS-RETNCODE3)
              END-EXEC
              EXEC CICS ENDBR
                   FILE('STF001C')
              END-EXEC
              IF WS-RETNCODE3 = DFHRESP(NORMAL)
                 COMPUTE TICKET-KEY-NUM = TICKET-KEY-NUM + 1
              ELSE
                 MOVE 1 TO TICKET-KEY-NUM
              END-IF
           ELSE
              MOVE 1 TO TICKET-KEY-NUM
           END-IF.
       745-EXIT.
           EXIT.

       750-WRITE-LOG-ENTRY.
           MOVE TICKET-KEY TO WS-LOG-TICKET-ID
           MOVE 0 TO WS-LOG-SEQ-NUM
           MOVE 0 TO WS-LOG-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF002E')
                RIDFLD(WS-LOG-KEYS)
                GTEQ
                RESP(WS-RETNCODE3)
           END-EXEC
           IF WS-RETNCODE3 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE3 NOT = DFHRESP(NORMAL)
                      OR WS-LOG-TICKET-ID NOT = TICKET-KEY
                 EXEC CICS READNEXT
                      FILE('STF002E')
                      INTO(WS-LOG-REC)
                      RIDFLD(WS-LOG-KEYS)
                      RESP(WS-RETNCODE3)
                 END-EXEC
                 IF WS-RETNCODE3 = DFHRESP(NORMAL) AND
                    WS-LOG-TICKET-ID = TICKET-KEY
                    MOVE WS-LOG-SEQ-NUM TO WS-LOG-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF002E')
              END-EXEC
           END-IF
           MOVE TICKET-KEY TO WS-LOG-TICKET-ID
           MOVE WS-LOG-LAST-SEQ TO WS-LOG-SEQ-NUM
           ADD 1 TO WS-LOG-SEQ-NUM
           MOVE 'SM125' TO WS-LOG-LAST-UPDBY
           MOVE 'A' TO WS-LOG-ENTRY-TYPE
           MOVE WS-STAMP TO WS-LOG-LAST-UPD
           MOVE SPACES TO WS-LOG-UPD-REMARKS
           STRING 'MISSING ASSET RAISED BY VERIFICATION, TAG '
                  DELIMITED BY SIZE
                  VER-Tag DELIMITED BY SPACE
                  INTO WS-LOG-UPD-REMARKS
           END-STRING
           EXEC CICS WRITE
                FILE('STF002E')
                FROM (WS-LOG-REC)
                RIDFLD (WS-LOG-KEYS)
                RESP(WS-RETNCODE3)
           END-EXEC.
       750-EXIT.
           EXIT.

      *    One STF069J whole-image journal row through the SM110
      *    service - the capture SM104's roll-forward replays.
       755-JOURNAL-TICKET.
           MOVE 'I' TO JRN-ACTION
           MOVE TICKET-KEY TO JRN-TICKET-ID
           MOVE 'SM125' TO JRN-BY
           MOVE 'SM125' TO JRN-PROGRAM
           MOVE TICKET-REC TO JRN-IMAGE
           EXEC CICS LINK
                PROGRAM('SM110')
                COMMAREA(WS-JRN-AREA)
                RESP(WS-RETNCODE3)
           END-EXEC.
       755-EXIT.
           EXIT.

      *    PF9: every asset in the campaign with its result, then the
      *    totals - delete-and-replace into the STF010R repository
      *    under 'S125RPT' as the audit evidence.
       720-RESULTS-REPORT.
           IF WS-CUR-CAMPAIGN = 0
              MOVE WS-ENTER-PROMPT TO ERRMSGO
              GO TO 720-EXIT
           END-IF
           MOVE 0 TO WS-RT-TOTAL
           MOVE 0 TO WS-RT-FOUND
           MOVE 0 TO WS-RT-MOVED
           MOVE 0 TO WS-RT-MISSING
           MOVE 0 TO WS-RT-OPEN
           PERFORM 730-INIT-REPORT
           MOVE WS-CUR-CAMPAIGN TO VER-Campaign
           MOVE LOW-VALUES TO VER-Tag
           EXEC CICS STARTBR
                FILE('STF087V')
                RIDFLD (VER-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                      OR VER-Campaign NOT = WS-CUR-CAMPAIGN
                 EXEC CICS READNEXT
                      FILE('STF087V')
                      INTO (VER-REC)
                      RIDFLD (VER-KEYS)
                      RESP(WS-RETNCODE)
                 END-EXEC
                 IF WS-RETNCODE = DFHRESP(NORMAL) AND
                    VER-Campaign = WS-CUR-CAMPAIGN
                    PERFORM 725-REPORT-ONE-ROW
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF087V')
              END-EXEC
           END-IF
           PERFORM 735-WRITE-TOTALS
           MOVE WS-RPT-DONE-MSG TO ERRMSGO.
       720-EXIT.
           EXIT.

       725-REPORT-ONE-ROW.
           ADD 1 TO WS-RT-TOTAL
           EVALUATE VER-RESULT
             WHEN 'F'
                  ADD 1 TO WS-RT-FOUND
             WHEN 'E'
                  ADD 1 TO WS-RT-MOVED
             WHEN 'M'
                  ADD 1 TO WS-RT-MISSING
             WHEN OTHER
                  ADD 1 TO WS-RT-OPEN
           END-EVALUATE
           MOVE SPACES TO WS-QROW
           MOVE VER-Tag TO QV-TAG
           MOVE VER-Site TO QV-SITE
           MOVE VER-Department TO QV-DEPT
           MOVE VER-Location TO QV-LOCATION
           PERFORM 425-RESULT-TEXT
           MOVE VER-TICKET TO QV-TICKET
           MOVE VER-New-Location TO QV-NEW-LOCATION
           MOVE WS-QROW TO WS-RPT-WORK
           PERFORM 910-WRITE-RPT-LINE.
       725-EXIT.
           EXIT.

       730-INIT-REPORT.
           MOVE 'S125RPT' TO RPT-Report-ID
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
                 MOVE 'S125RPT' TO RPT-Report-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-Run-Date
                 ADD 1 TO RPT-Line-Number
              ELSE
                 MOVE 0 TO RPT-Line-Number
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-WORK
           STRING 'ASSET VERIFICATION RESULTS, CAMPAIGN '
                  DELIMITED BY SIZE
                  WS-CUR-CAMPAIGN DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-WORK
           MOVE 'TAG      SITE     DEPT     LOCATION        RES'
                TO WS-RPT-WORK(1:47)
           MOVE ' TICKET  NEW LOCATION' TO WS-RPT-WORK(48:21)
           PERFORM 910-WRITE-RPT-LINE.
       730-EXIT.
           EXIT.

       735-WRITE-TOTALS.
           MOVE SPACES TO WS-RPT-WORK
           STRING 'ASSETS ' DELIMITED BY SIZE
                  WS-RT-TOTAL DELIMITED BY SIZE
                  ' FOUND ' DELIMITED BY SIZE
                  WS-RT-FOUND DELIMITED BY SIZE
                  ' ELSEWHERE ' DELIMITED BY SIZE
                  WS-RT-MOVED DELIMITED BY SIZE
                  ' MISSING ' DELIMITED BY SIZE
                  WS-RT-MISSING DELIMITED BY SIZE
                  ' NOT CHECKED ' DELIMITED BY SIZE
                  WS-RT-OPEN DELIMITED BY SIZE
                  INTO WS-RPT-WORK
           END-STRING
           PERFORM 910-WRITE-RPT-LINE.
       735-EXIT.
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
