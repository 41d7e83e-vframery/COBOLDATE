      *-----------------------------------------------------------------
      *--- Record layout for the FISMAINT maintenance transaction -----
      *--- file - one row per FISDEF fiscal calendar change -----------
      *-----------------------------------------------------------------
       01  fmt-trans.
      * --- ADD / REP (an entity is never deleted : REP it with the
      *     inactive flag to retire it) ---
           02 fmt-action               pic x(3).
           02 fmt-entity               pic x(4).
           02 fmt-libel                pic x(30).
      * --- start month 01-12, period type M/W (see fdf-prdtyp) ---
           02 fmt-strmth               pic 99.
           02 fmt-prdtyp               pic x.
      * --- W : weeks per period of a quarter and week-end day
      *     1 = sunday .. 7 = saturday (see fdf-patern, fdf-wkend),
      *     blank on an M entity ---
           02 fmt-patern               pic x(3).
           02 r-fmt-patern       redefines fmt-patern.
              03 fmt-patwk             pic 9     occurs 3.
           02 fmt-wkend                pic x.
      * --- year label E/S, default calendar, A/I active flag ---
           02 fmt-yrlbl                pic x.
           02 fmt-calcod               pic x(2).
           02 fmt-actflg               pic x.
