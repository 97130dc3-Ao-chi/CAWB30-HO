      *  past SM012-PGMID belong to the caller and are passed back     *
      *  untouched via LENGTH(EIBCALEN) so a caller's own trailing     *
      *  work area (e.g. SM004's WS-TIX-DETL) survives the round trip. *
      *  Service and admin users may key INTERNAL=Y to write the note  *
      *  as an 'I' entry, which requestor-facing screens, prints and   *
      *  the dossier leave out; anyone else's notes are always 'N'.    *
      *  A canned response code keyed in CANN is expanded by SM177     *
      *  into the note line for the user to review; the next ENTER     *
      *  saves it like any typed note.                                 *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY SM12S.
              'NOTE SAVED, ENTER ANOTHER OR PRESS PF3'.
           05 WS-INVALID-PFKEY                   PIC X(21) VALUE
              'INAVLID PFKEY PRESSED'.
           05 WS-INTERNAL-INVALID                PIC X(21) VALUE
              'INTERNAL MUST BE Y/N'.
           05 WS-INTERNAL-NOT-ALLOWED            PIC X(43) VALUE
              'ONLY SERVICE/ADMIN MAY SAVE INTERNAL NOTES'.
           05 WS-CANNED-INSERTED                 PIC X(43) VALUE
              'RESPONSE INSERTED - REVIEW AND PRESS ENTER'.
           05 WS-CANNED-NOT-FOUND                PIC X(32) VALUE
              'CANNED RESPONSE CODE NOT ON FILE'.

       01  WS-NOTE-TYPE                          PIC X(01).
       01  WS-INTERNAL-OK                        PIC X(01).
           COPY SMCAN01 REPLACING ==CNQ-COMMAREA== BY ==WS-CNQ-AREA==.

       01  WS-LOG-REC.
           05 WS-LOG-KEYS.
           PERFORM 110-FORMAT-DATE-TIME
           MOVE DF-TICKET-PASSED TO TKTNUMO
           MOVE DF-USERID7 TO BYO
           IF INTRNO = LOW-VALUES OR SPACES
              MOVE 'N' TO INTRNO
           END-IF
           MOVE LENGTH OF SM012MO TO WS-LENGTH
           EXEC CICS SEND
                MAP('SM012M')
       300-CHECK-AID.
           EVALUATE EIBAID
             WHEN DFHENTER
                  PERFORM 350-CHECK-INTERNAL
                  EVALUATE TRUE
                    WHEN WS-INTERNAL-OK NOT = 'Y'
                         CONTINUE
                    WHEN CANNI NOT = LOW-VALUES AND CANNI NOT = SPACES
                         PERFORM 360-APPLY-CANNED-RESPONSE
                    WHEN NOTEI = LOW-VALUES OR SPACES
                         MOVE -1 TO NOTEL
                         MOVE WS-NOTE-REQUIRED TO ERRMSGO
                    WHEN OTHER
                         PERFORM 400-CREATE-LOG
                         MOVE LOW-VALUES TO NOTEO
                         MOVE -1 TO NOTEL
                         MOVE WS-NOTE-SAVED TO ERRMSGO
                  END-EVALUATE
             WHEN DFHPF3
                  EXEC CICS XCTL
                       PROGRAM(DF-SM012-PGMID)
       300-EXIT.
           EXIT.

      *    A note is public ('N') unless a service or admin user
      *    keys INTERNAL=Y, when it is written as an internal 'I'.
       350-CHECK-INTERNAL.
           MOVE 'Y' TO WS-INTERNAL-OK
           MOVE 'N' TO WS-NOTE-TYPE
           IF INTRNI = LOW-VALUES OR SPACES
              MOVE 'N' TO INTRNI
           END-IF
           IF INTRNI NOT = 'Y' AND INTRNI NOT = 'N'
              MOVE -1 TO INTRNL
              MOVE WS-INTERNAL-INVALID TO ERRMSGO
              MOVE 'N' TO WS-INTERNAL-OK
              GO TO 350-EXIT
           END-IF
           IF INTRNI = 'Y'
              IF DF-USR-SERVICE = 'Y' OR DF-USR-ADMIN = 'Y'
                 MOVE 'I' TO WS-NOTE-TYPE
              ELSE
                 MOVE 'N' TO INTRNI
                 MOVE -1 TO INTRNL
                 MOVE WS-INTERNAL-NOT-ALLOWED TO ERRMSGO
                 MOVE 'N' TO WS-INTERNAL-OK
              END-IF
           END-IF.
       350-EXIT.
           EXIT.

      *    The expanded response goes into the note line and is
      *    only shown, never saved, on this ENTER; the code is
      *    cleared so the reviewed note saves on the next one.
       360-APPLY-CANNED-RESPONSE.
           MOVE '01' TO CNQ-VERSION
           MOVE CANNI TO CNQ-CODE
           MOVE SPACES TO CNQ-CATEGORY
           MOVE DF-TICKET-PASSED TO CNQ-TICKET-ID
           MOVE SPACES TO CNQ-REQUESTOR
           MOVE 0 TO CNQ-DUE-DATE
           MOVE 'N' TO CNQ-FOUND
           EXEC CICS LINK
                PROGRAM('SM177')
                COMMAREA(WS-CNQ-AREA)
                LENGTH(LENGTH OF WS-CNQ-AREA)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL) OR CNQ-FOUND NOT = 'Y'
              MOVE -1 TO CANNL
              MOVE WS-CANNED-NOT-FOUND TO ERRMSGO
              GO TO 360-EXIT
           END-IF
           MOVE CNQ-TEXT TO NOTEO
           MOVE DFHBMFSE TO NOTEA
           MOVE LOW-VALUES TO CANNO
           MOVE -1 TO NOTEL
           MOVE WS-CANNED-INSERTED TO ERRMSGO.
       360-EXIT.
           EXIT.

       400-CREATE-LOG.
           MOVE DF-TICKET-PASSED TO WS-LOG-TICKET-ID
           MOVE 0 TO WS-LOG-SEQ-NUM
           MOVE TIMEO TO WS-LOG-LAST-UPD(12:9)
           MOVE DF-USERID7 TO WS-LOG-LAST-UPDBY
           MOVE NOTEI TO WS-LOG-UPD-REMARKS
           MOVE WS-NOTE-TYPE TO WS-LOG-ENTRY-TYPE
           EXEC CICS WRITE
                FILE('STF002E')
                FROM (WS-LOG-REC)
