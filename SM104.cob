      *    files are wider than one extract line and reassemble
      *    from consecutive lines.
       01  WS-RST-TABLE.
           05 FILLER PIC X(14) VALUE 'STF003C 030008'.
           05 FILLER PIC X(14) VALUE 'STF006C 031010'.
           05 FILLER PIC X(14) VALUE 'STF004H 028008'.
           05 FILLER PIC X(14) VALUE 'STF005W 046010'.
           05 FILLER PIC X(14) VALUE 'STF007T 054008'.
           05 FILLER PIC X(14) VALUE 'uaf001  121008'.
           05 FILLER PIC X(14) VALUE 'STF001C 543007'.
           05 FILLER PIC X(14) VALUE 'STF001H 543007'.
       01  WS-RST-TABLE-R REDEFINES WS-RST-TABLE.
           05 WS-RST-ENTRY OCCURS 8.
              10 WS-RST-FILE                     PIC X(08).
       01  WS-GEN-KEY                            PIC X(20).
       01  WS-GEN-KEYLEN                         PIC S9(4) COMP.
       01  WS-GEN-RECLEN                         PIC S9(4) COMP.
       01  WS-GEN-REC                            PIC X(1000).
       01  WS-SEG-EXPECT                         PIC S9(4) COMP.
       01  WS-SEG-GOT                            PIC S9(4) COMP.
       01  WS-IN-SECTION                         PIC X.
