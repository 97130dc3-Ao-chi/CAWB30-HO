       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM135.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM135 is the screenless cost-allocation service: SM082,       *
      *  SM083 and SM093 EXEC CICS LINK here with the SMALC01          *
      *  commarea (see that copybook for the contract) for every       *
      *  ticket whose cost they attribute to a department. The         *
      *  ticket's own active STF095A rows win; failing those, the      *
      *  active STF096S rule of the ticket's asset; failing both, the  *
      *  ticket department carries the whole cost as it always did.   *
      *  A split whose rows add up to more than 100 percent, or has    *
      *  more departments than the commarea holds, is not trusted and  *
      *  the next source is tried - a bad row in the table editor      *
      *  must not bill anyone 130 percent. A split short of 100        *
      *  leaves the remainder with the ticket department.              *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF095A.
           COPY STF096S.
       01  WS-TOTAL-PCT                          PIC 9(05)V99.
       01  WS-REMAINDER                          PIC 9(03)V99.
       01  WS-SPLIT-OK                           PIC X(01).
       01  WS-SUB                                PIC S9(4) COMP.
       01  WS-HIT                                PIC X(01).
       01  WS-MAX-SPLIT                          PIC 9(02) VALUE 9.
       77  WS-RETNCODE                           PIC S9(8) COMP.

       LINKAGE SECTION.
           COPY SMALC01 REPLACING ==ALC-COMMAREA== BY ==DFHCOMMAREA==.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE 'N' TO ALC-SOURCE
           MOVE 0 TO ALC-COUNT
           IF ALC-TICKET NOT = SPACES AND LOW-VALUES
              PERFORM 200-LOAD-TICKET-SPLIT
              IF WS-SPLIT-OK = 'Y'
                 MOVE 'T' TO ALC-SOURCE
                 GO TO 100-FINISH
              END-IF
           END-IF
           MOVE 0 TO ALC-COUNT
           IF ALC-ASSET-TAG NOT = SPACES AND LOW-VALUES
              PERFORM 300-LOAD-ASSET-SPLIT
              IF WS-SPLIT-OK = 'Y'
                 MOVE 'A' TO ALC-SOURCE
                 GO TO 100-FINISH
              END-IF
           END-IF
           MOVE 0 TO ALC-COUNT.
       100-FINISH.
           PERFORM 400-ADD-REMAINDER
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-LOAD-TICKET-SPLIT.
           MOVE 'N' TO WS-SPLIT-OK
           MOVE 0 TO WS-TOTAL-PCT
           MOVE ALC-TICKET TO TALC-Ticket-ID
           MOVE LOW-VALUES TO TALC-Department
           EXEC CICS STARTBR
                FILE('STF095A')
                RIDFLD (TALC-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           MOVE 'Y' TO WS-SPLIT-OK
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                   OR TALC-Ticket-ID NOT = ALC-TICKET
              EXEC CICS READNEXT
                   FILE('STF095A')
                   INTO (TALC-REC)
                   RIDFLD (TALC-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 TALC-Ticket-ID = ALC-TICKET AND
                 TALC-Active = 'Y' AND
                 TALC-Percent NUMERIC AND
                 TALC-Percent > 0
                 IF ALC-COUNT < WS-MAX-SPLIT
                    ADD 1 TO ALC-COUNT
                    MOVE TALC-Department TO ALC-SHARE-DEPT(ALC-COUNT)
                    MOVE TALC-Percent TO ALC-SHARE-PCT(ALC-COUNT)
                    ADD TALC-Percent TO WS-TOTAL-PCT
                 ELSE
                    MOVE 'N' TO WS-SPLIT-OK
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF095A')
           END-EXEC
           IF ALC-COUNT = 0 OR WS-TOTAL-PCT > 100
              MOVE 'N' TO WS-SPLIT-OK
           END-IF.
       200-EXIT.
           EXIT.

       300-LOAD-ASSET-SPLIT.
           MOVE 'N' TO WS-SPLIT-OK
           MOVE 0 TO WS-TOTAL-PCT
           MOVE ALC-ASSET-TAG TO ASPL-Asset-Tag
           MOVE LOW-VALUES TO ASPL-Department
           EXEC CICS STARTBR
                FILE('STF096S')
                RIDFLD (ASPL-KEYS)
                GTEQ
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 300-EXIT
           END-IF
           MOVE 'Y' TO WS-SPLIT-OK
           PERFORM UNTIL WS-RETNCODE NOT = DFHRESP(NORMAL)
                   OR ASPL-Asset-Tag NOT = ALC-ASSET-TAG
              EXEC CICS READNEXT
                   FILE('STF096S')
                   INTO (ASPL-REC)
                   RIDFLD (ASPL-KEYS)
                   RESP(WS-RETNCODE)
              END-EXEC
              IF WS-RETNCODE = DFHRESP(NORMAL) AND
                 ASPL-Asset-Tag = ALC-ASSET-TAG AND
                 ASPL-Active = 'Y' AND
                 ASPL-Percent NUMERIC AND
                 ASPL-Percent > 0
                 IF ALC-COUNT < WS-MAX-SPLIT
                    ADD 1 TO ALC-COUNT
                    MOVE ASPL-Department TO ALC-SHARE-DEPT(ALC-COUNT)
                    MOVE ASPL-Percent TO ALC-SHARE-PCT(ALC-COUNT)
                    ADD ASPL-Percent TO WS-TOTAL-PCT
                 ELSE
                    MOVE 'N' TO WS-SPLIT-OK
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('STF096S')
           END-EXEC
           IF ALC-COUNT = 0 OR WS-TOTAL-PCT > 100
              MOVE 'N' TO WS-SPLIT-OK
           END-IF.
       300-EXIT.
           EXIT.

      *    Whatever the shares leave short of 100 is the ticket
      *    department's - added to its own share when it has one.
       400-ADD-REMAINDER.
           MOVE 0 TO WS-TOTAL-PCT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > ALC-COUNT
              ADD ALC-SHARE-PCT(WS-SUB) TO WS-TOTAL-PCT
           END-PERFORM
           IF WS-TOTAL-PCT NOT < 100
              GO TO 400-EXIT
           END-IF
           COMPUTE WS-REMAINDER = 100 - WS-TOTAL-PCT
           MOVE 'N' TO WS-HIT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > ALC-COUNT
              IF ALC-SHARE-DEPT(WS-SUB) = ALC-DEPARTMENT
                 ADD WS-REMAINDER TO ALC-SHARE-PCT(WS-SUB)
                 MOVE 'Y' TO WS-HIT
              END-IF
           END-PERFORM
           IF WS-HIT = 'N'
              ADD 1 TO ALC-COUNT
              MOVE ALC-DEPARTMENT TO ALC-SHARE-DEPT(ALC-COUNT)
              MOVE WS-REMAINDER TO ALC-SHARE-PCT(ALC-COUNT)
           END-IF.
       400-EXIT.
           EXIT.
