      *-----------------------------------------------------------------
      *--- Record layout for the CALMAINT maintenance transaction -----
      *--- file - one row per CALDEF calendar definition change -------
      *-----------------------------------------------------------------
       01  cmt-trans.
      * --- ADD / REP (a calendar is never deleted : REP it with the
      *     inactive flag to retire it) ---
           02 cmt-action               pic x(3).
           02 cmt-calcod               pic x(2).
           02 cmt-libel                pic x(30).
      * --- week-end days, Y/N per weekday 1 = sunday .. 7 = saturday
      *     (see cdf-wkend) ---
           02 cmt-wkend                pic x(7).
           02 r-cmt-wkend        redefines cmt-wkend.
              03 cmt-wkeday            pic x     occurs 7.
           02 cmt-codlng               pic x(2).
      * --- A = active, I = inactive ---
           02 cmt-actflg               pic x.
