       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM115.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM115 is the field-visit expense screen (TRANSID 'S115'),     *
      *  entered by its transaction id from a clear screen the way     *
      *  SM076 is (own uaf001 verify); service or admin only - the     *
      *  travel counterpart of SM048's minutes and SM076's parts.      *
      *  Key a ticket and ENTER lists its STF077X claims. PF2 claims   *
      *  a visit under the signed-on userid: miles at the STF078M      *
      *  rate for the keyed vehicle class ('*DEFAULT' when blank or    *
      *  unknown), parking and tolls (keyed in pence/cents, implied    *
      *  two decimals) and the receipt reference; it starts PENDING.   *
      *  PF4 approves and PF5 rejects the keyed claim - a supervisor   *
      *  action gated by the STF046M function EXPAPPR through SM069,   *
      *  falling back to the admin flag where the matrix is silent,    *
      *  and never on one's own claim. Approval adds the claim total   *
      *  to TICKET-ACT-COST, so SM082 bills it to the department.      *
      *  Every claim and decision goes on the ticket's STF002E chain;  *
      *  SM116 extracts approved claims to Finance at month end.       *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY S115S.
           COPY DFHAID.
           COPY DFHBMSCA.
           COPY STF001C.
           COPY STF077X.
           COPY STF078M.
           COPY SMJRN01 REPLACING ==JRN-COMMAREA== BY ==WS-JRN-AREA==.
           COPY SMPRM01.
      *    STF046M function gate answered by the SM069 service - see
      *    the SMPRM01 contract. WS-PERM-OK goes 'N' only when the
      *    matrix knows the function for a held role and refuses it;
      *    WS-PERM-KNOWN 'N' leaves the legacy admin flag in charge.
       01  WS-PERM-OK                            PIC X VALUE 'Y'.
       01  WS-PERM-KNOWN                         PIC X VALUE 'N'.
       01  WS-PERM-FUNCTION                      PIC X(08).
       01  WS-CURRENT-MAP  VALUE 'S115S'         PIC X(7).
       01  WS-TIME                               PIC 9(15) COMP-3.
       01  WS-DATE                               PIC 9(7).
       01  WS-DATE-X REDEFINES WS-DATE           PIC X(7).
       01  WS-LENGTH                             PIC S9(4) COMP.
       77  WS-RETNCODE                           PIC S9(8) COMP.
       77  WS-RETNCODE2                          PIC S9(8) COMP.
       01  WS-TIMEOUT-TRANID                     PIC X(04) VALUE 'SM14'.
       01  WS-IDLE-TIMEOUT                       PIC 9(06) VALUE 001500.
       01  WS-STD-KEY-LEN                        PIC S9(4) COMP VALUE 8.

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
              'PF1=HELP PF2=CLAIM PF3=EXIT PF4=APPROVE PF5=REJECT'.
           05 WS-ENTER-PROMPT                    PIC X(46) VALUE
              'KEY TICKET, VISIT DATE AND COSTS, PF2 TO CLAIM'.
           05 WS-NOT-EXIST                       PIC X(28) VALUE
              'TICKET NUMBER DOES NOT EXIST'.
           05 WS-DATE-INVALID                    PIC X(36) VALUE
              'VISIT DATE MISSING OR IN THE FUTURE'.
           05 WS-AMOUNT-INVALID                  PIC X(44) VALUE
              'KEY MILES, PARKING OR TOLLS (NUMERIC)'.
           05 WS-NO-RATE                         PIC X(40) VALUE
              'NO ACTIVE MILEAGE RATE ON STF078M'.
           05 WS-TOO-MANY                        PIC X(40) VALUE
              'TICKET HAS NO CLAIM NUMBERS LEFT'.
           05 WS-CLAIMED-MSG                     PIC X(40) VALUE
              'CLAIM ENTERED, PENDING APPROVAL'.
           05 WS-SEQ-INVALID                     PIC X(40) VALUE
              'KEY THE SEQ OF A PENDING CLAIM'.
           05 WS-NOT-SUPERVISOR                  PIC X(40) VALUE
              'ONLY A SUPERVISOR MAY DECIDE CLAIMS'.
           05 WS-OWN-CLAIM                       PIC X(40) VALUE
              'YOU MAY NOT DECIDE YOUR OWN CLAIM'.
           05 WS-APPROVED-MSG                    PIC X(40) VALUE
              'CLAIM APPROVED, COST POSTED TO TICKET'.
           05 WS-REJECTED-MSG                    PIC X(30) VALUE
              'CLAIM REJECTED'.
           05 WS-NONE-MSG                        PIC X(40) VALUE
              'NO EXPENSE CLAIMS FOR THIS TICKET'.

       01  WS-STAMP                              PIC X(20).
       01  WS-DATE-FULL-X                        PIC X(10).
       01  WS-TIME-X                             PIC X(08).
       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-EXP-LAST-SEQ                       PIC 9(03).
       01  WS-EXP-NEW-STATUS                     PIC X(08).
       01  WS-TOTAL-DISP                         PIC 9(07).99.
       01  WS-ROW                                PIC S9(4) COMP.
       01  WS-ROW-BUILD.
           05 RB-SEQ                             PIC 9(03).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-DATE                            PIC 9(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-CLAIMANT                        PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-MILES                           PIC ZZZ9.
           05 FILLER                             PIC X(04) VALUE ' MI '.
           05 RB-TOTAL                           PIC Z(06)9.99.
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-STATUS                          PIC X(08).
           05 FILLER                             PIC X(01) VALUE SPACE.
           05 RB-RECEIPT                         PIC X(15).

       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
               10 WS-LOG-TICKET-ID               PIC X(07).
               10 WS-LOG-SEQ-NUM                 PIC 9(03).
           05 WS-LOG-LAST-UPD                    PIC X(20).
           05 WS-LOG-LAST-UPDBY                  PIC X(10).
           05 WS-LOG-UPD-REMARKS                 PIC X(50).
           05 FILLER                             PIC X(11).
           05 WS-LOG-ENTRY-TYPE                 PIC X(01).
       01  WS-LOG-LAST-SEQ                       PIC 9(03).

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
              MOVE 'SM115' TO WS-PGMID
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF
           IF WS-HELP-FLAG = 'Y' AND WS-PGMID = 'SM115'
              MOVE SPACE TO WS-HELP-FLAG
              PERFORM 100-CREATE-MAP
           ELSE
           IF USR-SERVICE = 'Y' OR USR-ADMIN = 'Y'
              EVALUATE TRUE
                WHEN WS-STATE = LOW-VALUES OR WS-STATE = SPACE
                     MOVE SPACES TO WS-CUR-TICKET
                     MOVE 'SM115' TO WS-PGMID
                     MOVE WS-ENTER-PROMPT TO ERRMSGO
                     MOVE -1 TO TKTNUML
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
           MOVE WS-CUR-TICKET TO TKTNUMO
           MOVE LENGTH OF S115MO TO WS-LENGTH
           EXEC CICS SEND
                MAP('S115M')
                MAPSET('S115S')
                FROM(S115MO)
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
                TRANSID('S115')
                COMMAREA(WS-COMMAREA)
           END-EXEC.
       100-EXIT.
           EXIT.

       200-REC-MAP.
           EXEC CICS RECEIVE
                MAP('S115M')
                MAPSET('S115S')
                INTO (S115MI)
           END-EXEC
           IF TKTNUMI NOT = SPACES AND LOW-VALUES
              MOVE TKTNUMI TO WS-CUR-TICKET
           END-IF.
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
                       TRANSID('S115')
                       COMMAREA(WS-COMMAREA)
                  END-EXEC
             WHEN DFHPF3
                  EXEC CICS SEND CONTROL
                       ERASE
                  END-EXEC
                  EXEC CICS RETURN
                  END-EXEC
             WHEN DFHPF2
                  PERFORM 700-ENTER-CLAIM
                  PERFORM 500-LIST-CLAIMS
             WHEN DFHPF4
                  MOVE 'APPROVED' TO WS-EXP-NEW-STATUS
                  PERFORM 760-DECIDE-CLAIM
                  PERFORM 500-LIST-CLAIMS
             WHEN DFHPF5
                  MOVE 'REJECTED' TO WS-EXP-NEW-STATUS
                  PERFORM 760-DECIDE-CLAIM
                  PERFORM 500-LIST-CLAIMS
             WHEN DFHENTER
                  MOVE WS-ENTER-PROMPT TO ERRMSGO
                  PERFORM 500-LIST-CLAIMS
             WHEN OTHER
                  MOVE WS-INVALID-PFKEY TO ERRMSGO
           END-EVALUATE.
       300-EXIT.
           EXIT.

      *    Lists the ticket's STF077X slice (first eight claims).
       500-LIST-CLAIMS.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 8
              MOVE SPACES TO EXLINEO(WS-ROW)
           END-PERFORM
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (WS-CUR-TICKET)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-NOT-EXIST TO ERRMSGO
              MOVE -1 TO TKTNUML
              GO TO 500-EXIT
           END-IF
           MOVE 0 TO WS-ROW
           MOVE WS-CUR-TICKET TO EXP-Ticket-ID
           MOVE 0 TO EXP-Seq
           EXEC CICS STARTBR
                FILE('STF077X')
                RIDFLD(EXP-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR EXP-Ticket-ID NOT = WS-CUR-TICKET
                      OR WS-ROW >= 8
                 EXEC CICS READNEXT
                      FILE('STF077X')
                      INTO(EXP-REC)
                      RIDFLD(EXP-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    EXP-Ticket-ID = WS-CUR-TICKET
                    ADD 1 TO WS-ROW
                    MOVE EXP-Seq TO RB-SEQ
                    MOVE EXP-Visit-Date TO RB-DATE
                    MOVE EXP-Claimant TO RB-CLAIMANT
                    MOVE EXP-Miles TO RB-MILES
                    MOVE EXP-Total TO RB-TOTAL
                    MOVE EXP-Status TO RB-STATUS
                    MOVE EXP-Receipt-Ref TO RB-RECEIPT
                    MOVE WS-ROW-BUILD TO EXLINEO(WS-ROW)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF077X')
              END-EXEC
           END-IF
           IF WS-ROW = 0 AND ERRMSGO = WS-ENTER-PROMPT
              MOVE WS-NONE-MSG TO ERRMSGO
           END-IF.
       500-EXIT.
           EXIT.

      *    PF2: price the keyed visit and write it PENDING under the
      *    signed-on userid.
       700-ENTER-CLAIM.
           EXEC CICS READ
                FILE('STF001C')
                INTO (TICKET-REC)
                RIDFLD (WS-CUR-TICKET)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-NOT-EXIST TO ERRMSGO
              MOVE -1 TO TKTNUML
              GO TO 700-EXIT
           END-IF
           IF VISDTI NOT NUMERIC OR VISDTI = 0 OR
              VISDTI > WS-TODAY-YYYYMMDD
              MOVE WS-DATE-INVALID TO ERRMSGO
              MOVE -1 TO VISDTL
              GO TO 700-EXIT
           END-IF
           IF MILESI = SPACES OR LOW-VALUES
              MOVE 0 TO MILESI
           END-IF
           IF PARKI = SPACES OR LOW-VALUES
              MOVE 0 TO PARKI
           END-IF
           IF TOLLI = SPACES OR LOW-VALUES
              MOVE 0 TO TOLLI
           END-IF
           IF MILESI NOT NUMERIC OR PARKI NOT NUMERIC OR
              TOLLI NOT NUMERIC OR
              (MILESI = 0 AND PARKI = 0 AND TOLLI = 0)
              MOVE WS-AMOUNT-INVALID TO ERRMSGO
              MOVE -1 TO MILESL
              GO TO 700-EXIT
           END-IF
           MOVE 0 TO EXP-Mile-Rate
           IF VEHCLI = SPACES OR LOW-VALUES
              MOVE '*DEFAULT' TO VEHCLI
           END-IF
           IF MILESI > 0
              PERFORM 710-LOOKUP-MILE-RATE
              IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
                 MRAT-ACTIVE NOT = 'Y'
                 MOVE WS-NO-RATE TO ERRMSGO
                 MOVE -1 TO VEHCLL
                 GO TO 700-EXIT
              END-IF
           END-IF
           PERFORM 720-NEXT-EXP-SEQ
           IF WS-EXP-LAST-SEQ >= 999
              MOVE WS-TOO-MANY TO ERRMSGO
              GO TO 700-EXIT
           END-IF
           PERFORM 120-BUILD-STAMP
           MOVE WS-CUR-TICKET TO EXP-Ticket-ID
           MOVE WS-EXP-LAST-SEQ TO EXP-Seq
           ADD 1 TO EXP-Seq
           MOVE USERID TO EXP-Claimant
           MOVE VISDTI TO EXP-Visit-Date
           MOVE VEHCLI TO EXP-Vehicle
           MOVE MILESI TO EXP-Miles
           IF MILESI > 0
              MOVE MRAT-Per-Mile TO EXP-Mile-Rate
           END-IF
           COMPUTE EXP-Mileage-Amt ROUNDED =
                   EXP-Miles * EXP-Mile-Rate
           MOVE PARKI TO EXP-Parking
           MOVE TOLLI TO EXP-Tolls
           COMPUTE EXP-Total =
                   EXP-Mileage-Amt + EXP-Parking + EXP-Tolls
           MOVE RCPTI TO EXP-Receipt-Ref
           IF EXP-Receipt-Ref = LOW-VALUES
              MOVE SPACES TO EXP-Receipt-Ref
           END-IF
           MOVE 'PENDING' TO EXP-Status
           MOVE WS-STAMP TO EXP-Entered-Stamp
           MOVE SPACES TO EXP-Decided-By
           MOVE 0 TO EXP-Decided-Date
           MOVE 0 TO EXP-Extract-Period
           EXEC CICS WRITE
                FILE('STF077X')
                FROM (EXP-REC)
                RIDFLD (EXP-KEYS)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE = DFHRESP(NORMAL)
              MOVE EXP-Total TO WS-TOTAL-DISP
              MOVE SPACES TO WS-LOG-UPD-REMARKS
              STRING 'EXPENSE ' DELIMITED BY SIZE
                     EXP-Seq DELIMITED BY SIZE
                     ' CLAIMED ' DELIMITED BY SIZE
                     WS-TOTAL-DISP DELIMITED BY SIZE
                     ' BY ' DELIMITED BY SIZE
                     EXP-Claimant DELIMITED BY SPACE
                     INTO WS-LOG-UPD-REMARKS
              END-STRING
              PERFORM 750-WRITE-LOG-ENTRY
              MOVE WS-CLAIMED-MSG TO ERRMSGO
           END-IF.
       700-EXIT.
           EXIT.

      *    Keyed vehicle class first, '*DEFAULT' backstop - the
      *    SM082 320-LOOKUP-RATE order.
       710-LOOKUP-MILE-RATE.
           MOVE VEHCLI TO MRAT-Vehicle
           EXEC CICS READ
                FILE('STF078M')
                INTO (MRAT-REC)
                RIDFLD (MRAT-Vehicle)
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 NOT = DFHRESP(NORMAL) OR
              MRAT-ACTIVE NOT = 'Y'
              MOVE '*DEFAULT' TO MRAT-Vehicle
              MOVE '*DEFAULT' TO VEHCLI
              EXEC CICS READ
                   FILE('STF078M')
                   INTO (MRAT-REC)
                   RIDFLD (MRAT-Vehicle)
                   RESP(WS-RETNCODE2)
              END-EXEC
           END-IF.
       710-EXIT.
           EXIT.

      *    Highest sequence already on the ticket's STF077X slice.
       720-NEXT-EXP-SEQ.
           MOVE WS-CUR-TICKET TO EXP-Ticket-ID
           MOVE 0 TO EXP-Seq
           MOVE 0 TO WS-EXP-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF077X')
                RIDFLD(EXP-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR EXP-Ticket-ID NOT = WS-CUR-TICKET
                 EXEC CICS READNEXT
                      FILE('STF077X')
                      INTO(EXP-REC)
                      RIDFLD(EXP-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    EXP-Ticket-ID = WS-CUR-TICKET
                    MOVE EXP-Seq TO WS-EXP-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF077X')
              END-EXEC
           END-IF.
       720-EXIT.
           EXIT.

      *    PF4/PF5: a supervisor decides the keyed PENDING claim. An
      *    approval reads the ticket for update first so the claim
      *    and the cost posting succeed or fail together.
       760-DECIDE-CLAIM.
           MOVE 'EXPAPPR' TO WS-PERM-FUNCTION
           PERFORM 770-CHECK-FUNCTION-PERM
           IF WS-PERM-OK NOT = 'Y' OR
              (WS-PERM-KNOWN NOT = 'Y' AND USR-ADMIN NOT = 'Y')
              MOVE WS-NOT-SUPERVISOR TO ERRMSGO
              GO TO 760-EXIT
           END-IF
           IF EXSEQI NOT NUMERIC OR EXSEQI = 0
              MOVE WS-SEQ-INVALID TO ERRMSGO
              MOVE -1 TO EXSEQL
              GO TO 760-EXIT
           END-IF
           MOVE WS-CUR-TICKET TO EXP-Ticket-ID
           MOVE EXSEQI TO EXP-Seq
           EXEC CICS READ
                FILE('STF077X')
                INTO (EXP-REC)
                RIDFLD (EXP-KEYS)
                UPDATE
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              MOVE WS-SEQ-INVALID TO ERRMSGO
              MOVE -1 TO EXSEQL
              GO TO 760-EXIT
           END-IF
           IF EXP-Status NOT = 'PENDING'
              EXEC CICS UNLOCK
                   FILE('STF077X')
              END-EXEC
              MOVE WS-SEQ-INVALID TO ERRMSGO
              MOVE -1 TO EXSEQL
              GO TO 760-EXIT
           END-IF
           IF EXP-Claimant = USERID
              EXEC CICS UNLOCK
                   FILE('STF077X')
              END-EXEC
              MOVE WS-OWN-CLAIM TO ERRMSGO
              GO TO 760-EXIT
           END-IF
           PERFORM 120-BUILD-STAMP
           IF WS-EXP-NEW-STATUS = 'APPROVED'
              EXEC CICS READ
                   FILE('STF001C')
                   INTO (TICKET-REC)
                   RIDFLD (WS-CUR-TICKET)
                   UPDATE
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                 EXEC CICS UNLOCK
                      FILE('STF077X')
                 END-EXEC
                 MOVE WS-NOT-EXIST TO ERRMSGO
                 MOVE -1 TO TKTNUML
                 GO TO 760-EXIT
              END-IF
              ADD EXP-Total TO TICKET-ACT-COST
              MOVE WS-STAMP TO TICKET-LAST-UPDATE
              MOVE USERID TO TICKET-LAST-UPDATE-BY
              EXEC CICS REWRITE
                   FILE('STF001C')
                   FROM (TICKET-REC)
                   RESP(WS-RETNCODE2)
              END-EXEC
              IF WS-RETNCODE2 = DFHRESP(NORMAL)
                 PERFORM 755-JOURNAL-TICKET
              END-IF
           END-IF
           MOVE WS-EXP-NEW-STATUS TO EXP-Status
           MOVE USERID TO EXP-Decided-By
           MOVE WS-TODAY-YYYYMMDD TO EXP-Decided-Date
           EXEC CICS REWRITE
                FILE('STF077X')
                FROM (EXP-REC)
                RESP(WS-RETNCODE)
           END-EXEC
           MOVE EXP-Total TO WS-TOTAL-DISP
           MOVE SPACES TO WS-LOG-UPD-REMARKS
           STRING 'EXPENSE ' DELIMITED BY SIZE
                  EXP-Seq DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EXP-NEW-STATUS DELIMITED BY SPACE
                  INTO WS-LOG-UPD-REMARKS
           END-STRING
           PERFORM 750-WRITE-LOG-ENTRY
           IF WS-EXP-NEW-STATUS = 'APPROVED'
              MOVE WS-APPROVED-MSG TO ERRMSGO
           ELSE
              MOVE WS-REJECTED-MSG TO ERRMSGO
           END-IF.
       760-EXIT.
           EXIT.

      *    One STF002E row, next sequence by the full highest-seq
      *    walk of the ticket's slice (SM040's collision-safe idiom).
       750-WRITE-LOG-ENTRY.
           MOVE WS-CUR-TICKET TO WS-LOG-TICKET-ID
           MOVE 0 TO WS-LOG-SEQ-NUM
           MOVE 0 TO WS-LOG-LAST-SEQ
           EXEC CICS STARTBR
                FILE('STF002E')
                RIDFLD(WS-LOG-KEYS)
                GTEQ
                RESP(WS-RETNCODE2)
           END-EXEC
           IF WS-RETNCODE2 = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RETNCODE2 NOT = DFHRESP(NORMAL)
                      OR WS-LOG-TICKET-ID NOT = WS-CUR-TICKET
                 EXEC CICS READNEXT
                      FILE('STF002E')
                      INTO(WS-LOG-REC)
                      RIDFLD(WS-LOG-KEYS)
                      RESP(WS-RETNCODE2)
                 END-EXEC
                 IF WS-RETNCODE2 = DFHRESP(NORMAL) AND
                    WS-LOG-TICKET-ID = WS-CUR-TICKET
                    MOVE WS-LOG-SEQ-NUM TO WS-LOG-LAST-SEQ
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('STF002E')
              END-EXEC
           END-IF
           MOVE WS-CUR-TICKET TO WS-LOG-TICKET-ID
           MOVE WS-LOG-LAST-SEQ TO WS-LOG-SEQ-NUM
           ADD 1 TO WS-LOG-SEQ-NUM
           MOVE USERID TO WS-LOG-LAST-UPDBY
           MOVE 'A' TO WS-LOG-ENTRY-TYPE
           MOVE WS-STAMP TO WS-LOG-LAST-UPD
           EXEC CICS WRITE
                FILE('STF002E')
                FROM (WS-LOG-REC)
                RIDFLD (WS-LOG-KEYS)
                RESP(WS-RETNCODE2)
           END-EXEC.
       750-EXIT.
           EXIT.

      *    One STF069J whole-image journal row through the SM110
      *    service - the capture SM104's roll-forward replays.
       755-JOURNAL-TICKET.
           MOVE 'U' TO JRN-ACTION
           MOVE TICKET-KEY TO JRN-TICKET-ID
           MOVE USERID TO JRN-BY
           MOVE 'SM115' TO JRN-PROGRAM
           MOVE TICKET-REC TO JRN-IMAGE
           EXEC CICS LINK
                PROGRAM('SM110')
                COMMAREA(WS-JRN-AREA)
                RESP(WS-RETNCODE2)
           END-EXEC.
       755-EXIT.
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
