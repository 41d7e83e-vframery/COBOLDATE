      *-----------------------------------------------------------------
      *--- Record layout for the CALPUB calendar extract (CALEXT) -----
      *--- One row per calendar day of the published year for one -----
      *--- market calendar, in date order : the file other systems ----
      *--- load instead of keeping their own copy of our calendar. ----
      *-----------------------------------------------------------------
       01  cpb-record.
           02 cpb-calcod               pic x(2).
           02 cpb-date                 pic 9(8).
      * --- day of week, 1 = sunday .. 7 = saturday (libdate order) ---
           02 cpb-dow                  pic 9.
      * --- day name in cpb-codlng, as libdat_dat2str spells it ---
           02 cpb-dayname              pic x(10).
      * --- libdat_daysta answer : F = full business day, H = half
      *     day closing at cpb-cutoff (HHMM), C = closed (week-end
      *     or full holiday) ---
           02 cpb-status               pic x.
           02 cpb-cutoff               pic 9(4).
      * --- holiday name off HOLCAL (blank on an ordinary day) ---
           02 cpb-libel                pic x(30).
      * --- business-day sequence within the month and the year
      *     (F and H days count; 0 on a closed day) ---
           02 cpb-bdmth                pic 9(2).
           02 cpb-bdyr                 pic 9(3).
      * --- Y = first / last business day of the month ---
           02 cpb-fstbd                pic x.
           02 cpb-lstbd                pic x.
      * --- language of cpb-dayname : FR / EN / ES ---
           02 cpb-codlng               pic x(2).
           02 filler                   pic x(15).
