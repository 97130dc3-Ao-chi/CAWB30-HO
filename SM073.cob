       01  WS-TODAY-YYYYMMDD                     PIC 9(08).
       01  WS-HIGH-KEY                           PIC X(07) VALUE
           HIGH-VALUES.
       01  WS-SCRATCH-TICKET                     PIC X(1000).
       01  WS-FROM-STATUS                        PIC X(10).
       01  WS-TO-STATUS                          PIC X(10).
       01  WS-ACT-NOTE                           PIC X(50).
