       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM149.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *  SM149 is the screenless business-date service: every          *
      *  housekeeping job whose work depends on what day it is EXEC    *
      *  CICS LINKs here once per run with the SMBDT01 commarea and    *
      *  works for the date answered instead of the system clock.      *
      *  The date is today unless the STF104B control row carries an   *
      *  override set from the SM031 console - a past date, so a       *
      *  night the region was down can be rerun with that night's      *
      *  escalations, auto-closes, snapshots and reports. An override  *
      *  that is zero, not numeric or not behind the clock is          *
      *  answered as live, so a row left set never runs a job for a    *
      *  date that has not happened yet.                               *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY STF104B.
       77  WS-RETNCODE                           PIC S9(8) COMP.

       LINKAGE SECTION.
           COPY SMBDT01 REPLACING ==BDQ-COMMAREA== BY ==DFHCOMMAREA==.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BDQ-LIVE-DATE
           MOVE BDQ-LIVE-DATE TO BDQ-BUS-DATE
           MOVE 'N' TO BDQ-OVERRIDE
           PERFORM 200-READ-CONTROL
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       200-READ-CONTROL.
           MOVE 'BUSDATE' TO BDTC-Key
           EXEC CICS READ
                FILE('STF104B')
                INTO (BDTC-REC)
                RIDFLD (BDTC-Key)
                RESP(WS-RETNCODE)
           END-EXEC
           IF WS-RETNCODE NOT = DFHRESP(NORMAL)
              GO TO 200-EXIT
           END-IF
           IF BDTC-Override-Date NUMERIC AND
              BDTC-Override-Date > 0 AND
              BDTC-Override-Date < BDQ-LIVE-DATE
              MOVE BDTC-Override-Date TO BDQ-BUS-DATE
              MOVE 'Y' TO BDQ-OVERRIDE
           END-IF.
       200-EXIT.
           EXIT.
