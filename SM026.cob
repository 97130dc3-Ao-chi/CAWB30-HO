      *    Before-image captured at the READ UPDATE for the SM086
      *    field-audit compare - oversized so copybook growth never
      *    needs a lockstep edit here.
       01  WS-FAD-BEFORE                         PIC X(1000).
           COPY SMPRM01.
      *    STF046M function gate answered by the SM069 service - see
      *    the SMPRM01 contract. WS-PERM-OK goes 'N' only when the
