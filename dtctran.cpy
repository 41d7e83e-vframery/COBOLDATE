      * --- ADD / SUB / NBR / STR / NXB / ADB / NBB / EOM / EOB / EOA
      *     / PVB (previous business day) / MDF (modified following)
      *     / DST (day status : full business day, half day, closed)
      *     / DCF (day count and year fraction under dtc-dccnv)
      *     / FPR (fiscal year, period and week of dtc-fisent)
      *     / EPB (last business day of the fiscal period)
      *     / EPA (fiscal period-end roll, nbrday periods)
           02 dtc-fnccod               pic x(3).
           02 dtc-datin1               pic 9(8).
           02 dtc-datin2               pic 9(8).
      * --- P = datin1 comes from the previous step's datrst
      *     result (ignored on a standalone or first record) ---
           02 dtc-chnsrc               pic x.
      * --- joint calendar for the business-day functions : up to
      *     three more HOLCAL calendars combined with dtc-calcod,
      *     blank = dtc-calcod alone (see libdat-caljnt) ---
           02 dtc-caljnt               pic x(6).
      * --- DCF : day-count convention ACT360 / ACT365 / 30/360 /
      *     30E360 (see libdat-dccnv) ---
           02 dtc-dccnv                pic x(6).
      * --- caller reference : the sending system's own key for the
      *     request, returned untouched on RESFILE and REJFILE
      *     (blank = none) ---
           02 dtc-refid                pic x(16).
      * --- FPR / EPB / EPA : reporting entity whose FISDEF fiscal
      *     calendar applies (see libdat-fisent) ---
           02 dtc-fisent               pic x(4).
           02 filler                   pic x(16).
      *
      * --- control record layouts over the same 80 bytes ---
       01  dtc-header            redefines dtc-trans.
           02 dtc-hdr-id               pic x(3).
           02 dtc-hdr-crtdat           pic 9(8).
           02 dtc-hdr-source           pic x(8).
           02 filler                   pic x(61).
      *
       01  dtc-trailer           redefines dtc-trans.
           02 dtc-trl-id               pic x(3).
           02 dtc-trl-count            pic 9(7).
           02 filler                   pic x(70).
