      *-----------------------------------------------------------------
      *--- Record layout for the FISDEF fiscal calendar definitions ---
      *--- One row per reporting entity, maintained through -----------
      *--- FISMAINT. It tells the libdate fiscal entries (fisprd, -----
      *--- eopbda, eopadd) where the entity's fiscal year starts and --
      *--- how it is cut into its twelve periods : civil months, or ---
      *--- 4-4-5 style week periods of a 52/53-week year that ends ----
      *--- on the last fiscal week-end day of the month before the ----
      *--- start month. An entity with no row here, or an inactive ----
      *--- one, is refused with libdat-return 8. ----------------------
      *-----------------------------------------------------------------
       01  fdf-record.
      * --- reporting entity, the libdat-fisent key ---
           02 fdf-entity               pic x(4).
           02 fdf-libel                pic x(30).
      * --- month the fiscal year starts in, 01-12 (04 = april) ---
           02 fdf-strmth               pic 99.
      * --- period type : M = the twelve periods are civil months
      *     from the start month, W = week periods per fdf-patern ---
           02 fdf-prdtyp               pic x.
      * --- W : weeks in each period of a quarter, repeated for the
      *     four quarters ("445", "454" or "544" - 13 weeks a
      *     quarter). The 53rd week of a long year goes to period 12 ---
           02 fdf-patern               pic x(3).
           02 r-fdf-patern       redefines fdf-patern.
              03 fdf-patwk             pic 9     occurs 3.
      * --- W : weekday the fiscal week ends on, 1 = sunday ..
      *     7 = saturday (the libdate day-of-week numbering) ---
           02 fdf-wkend                pic 9.
      * --- fiscal year label : E = the calendar year it ends in
      *     (april 2026 - march 2027 is FY2027), S = the one it
      *     starts in ---
           02 fdf-yrlbl                pic x.
      * --- HOLCAL calendar eopbda reads when the caller leaves
      *     libdat-calcod blank (blank here = FR) ---
           02 fdf-calcod               pic x(2).
      * --- A = active, I = inactive (retired, refused by libdate) ---
           02 fdf-actflg               pic x.
           02 filler                   pic x(15).
