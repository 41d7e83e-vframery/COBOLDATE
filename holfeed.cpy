      *-----------------------------------------------------------------
      *--- Record layout for the official market holiday feed ----------
      *--- The exchanges' published holiday lists, received once a ----
      *--- year as a flat file and reconciled against HOLCAL by -------
      *--- HOLRECON. One row per holiday per market calendar, the -----
      *--- fields laid out as the HOLCAL row they should match. -------
      *-----------------------------------------------------------------
       01  hfd-record.
      * --- market calendar the holiday belongs to (the HOLCAL
      *     hol-calcod - the feed must name it, never blank) ---
           02 hfd-calcod               pic x(2).
           02 hfd-date                 pic 9(8).
           02 hfd-libel                pic x(30).
      * --- holiday type : blank/F = full day, H = half day
      *     closing at the HHMM cutoff (see hol-holtyp) ---
           02 hfd-holtyp               pic x.
           02 hfd-cutoff               pic 9(4).
           02 filler                   pic x(35).
