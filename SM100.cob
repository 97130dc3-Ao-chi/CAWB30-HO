      *  SM100 is the feed reject-review screen (TRANSID 'S100' - the  *
      *  two-digit SMnn transid range ran out at SM99), entered by     *
      *  its transaction id from a clear screen (own uaf001 verify);   *
      *  service or admin. The staged loaders (SM020/SM037/SM041 and   *
      *  the SM155 monitoring-event intake) park bad rows in STF064E   *
      *  as REJECTED with the reason; PF5 lists a feed's rejects,      *
      *  ENTER with a sequence opens the raw staged bytes into the     *
      *  three edit lines, and PF2 writes the corrected bytes back and *
      *  flips the row to PENDING - the next loader run picks up just  *
      *  the resubmitted rows, and nobody retypes a feed from report   *
      *  lines again.                                                  *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           COPY S100S.
