      *  chains, CHKL=STF041L closure checklists, QSTN=STF043Q        *
      *  intake questionnaires, PERM=STF046M permissions,             *
      *  CORD=STF049O coordinators, ONCL=STF050K on-call roster,      *
      *  PROV=STF051V provider profiles, PART=STF052N spare parts,    *
      *  GRUP=STF070G resolver groups, GMBR=STF071M group members,    *
      *  ABSN=STF072A provider absences, SITE=STF073S sites,           *
      *  SHOL=STF074H site holidays, USIT=STF075U user base sites,     *
      *  MRAT=STF078M mileage rates, ALWR=STF080Y on-call allowance    *
      *  rates, CTOL=STF086T cycle count tolerances, LICN=STF089L      *
      *  software licences, FXRT=STF091X exchange rates, TALC=STF095A  *
      *  ticket cost allocations, ASPL=STF096S asset cost split rules, *
      *  PRMO=STF097P tables promoted from test to production,         *
      *  RORG=STF098R department reorganisation mappings,              *
      *  RNAM=STF099U userid rename requests, HOLD=STF101L legal       *
      *  holds, ORPH=STF102O satellite orphans awaiting purge,         *
      *  SNAP=STF103S reporting snapshot refresh control, QUIE=STF105Q *
      *  batch-window quiesce files, MWIN=STF106W maintenance window,  *
      *  PRTR=STF107P printer master, PMTX=STF120M priority matrix,    *
      *  BRSN=STF123B SLA breach reasons, RESP=STF124R canned          *
      *  responses.                                                    *
      *  SLA and RATE rows are effective-dated: the last eight bytes   *
      *  of their key are the YYYYMMDD the row takes effect, so a      *
      *  change is keyed as a new row ahead of its date rather than    *
      *  by overwriting the one in force (the key field takes up to    *
      *  24 bytes for this).                                           *
      *                                                                *
      *  Guard rails: deactivating a CATG or STAT row still present    *
      *  on an open ticket is refused (the same orphan worry that      *
           05 WS-KEY-REQD                        PIC X(20) VALUE
              'ROW KEY IS REQUIRED'.

           COPY SMTBL01.

       01  WS-GEN-FILE                           PIC X(08).
       01  WS-GEN-KEYLEN                         PIC S9(4) COMP.
       01  WS-GEN-RECLEN                         PIC S9(4) COMP.
       01  WS-GEN-ACT-POS                        PIC 9(04).
       01  WS-GEN-USECHK                         PIC X(01).
       01  WS-GEN-KEY                            PIC X(24).
       01  WS-GEN-REC                            PIC X(200).
       01  WS-GEN-DATALEN                        PIC S9(4) COMP.
       01  WS-TBL-FOUND                          PIC X.
       01  WS-DUAL-CTRL                          PIC X VALUE 'N'.
       01  WS-PEND-HIGH                          PIC X(06) VALUE
           HIGH-VALUES.
       01  WS-PEND-SCRATCH                       PIC X(400).
       01  WS-CAPTURED-MSG                       PIC X(44) VALUE
           'CHANGE CAPTURED FOR SECOND-ADMIN REVIEW'.


       350-RESOLVE-TABLE.
           MOVE 'N' TO WS-TBL-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TBL-COUNT
              IF WS-TBL-CODE(WS-SUB) = TBLI
                 MOVE 'Y' TO WS-TBL-FOUND
                 MOVE WS-TBL-FILE(WS-SUB) TO WS-GEN-FILE
              ELSE
                 MOVE SPACES TO WS-GEN-REC
                 MOVE RKEYI TO WS-GEN-KEY
                 MOVE WS-GEN-KEY TO WS-GEN-REC(1:24)
                 COMPUTE WS-GEN-DATALEN =
                    WS-GEN-RECLEN - WS-GEN-KEYLEN
                 IF RDAT1I NOT = LOW-VALUES
           EXIT.

      *    The sensitive masters behind who-may-do-what: statuses,
      *    transitions and the SLA policy ride the dual-control path,
      *    as does a userid rename, which hands one person's tickets
      *    and credential to another id, a legal hold, whose
      *    placing or lifting decides what the purges may destroy,
      *    and an orphan confirmed as junk, which the next SM147
      *    sweep deletes; the ordinary code tables stay immediate.
       860-CHECK-DUAL-CONTROL.
           MOVE 'N' TO WS-DUAL-CTRL
           IF WS-SEL-TBL = 'STAT' OR WS-SEL-TBL = 'TRNS' OR
              WS-SEL-TBL = 'SLA ' OR WS-SEL-TBL = 'RNAM' OR
              WS-SEL-TBL = 'HOLD' OR WS-SEL-TBL = 'ORPH'
              MOVE 'Y' TO WS-DUAL-CTRL
           END-IF.
       860-EXIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PEND-MADE-DATE
           MOVE SPACES TO PEND-CHECKER
           MOVE SPACES TO PEND-CHECKED-STAMP
           MOVE SPACES TO PEND-PACKAGE
           EXEC CICS WRITE
                FILE('STF047D')
                FROM (PEND-REC)
