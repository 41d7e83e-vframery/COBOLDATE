      *-----------------------------------------------------------------
      *--- Record layout for the CALDEF calendar definition file ------
      *--- One row per market calendar code, maintained through -------
      *--- CALMAINT. It is the register of the calendars HOLCAL may ---
      *--- hold : a calcod with no row here, or an inactive one, is ---
      *--- refused by libdate, HOLMAINT, HOLGEN and DAYLIST instead ---
      *--- of being read as FR, and its week-end days replace the -----
      *--- saturday/sunday the programs used to assume. ---------------
      *-----------------------------------------------------------------
       01  cdf-record.
      * --- market calendar code, the HOLCAL hol-calcod ---
           02 cdf-calcod               pic x(2).
           02 cdf-libel                pic x(30).
      * --- week-end days : one Y/N flag per weekday, 1 = sunday ..
      *     7 = saturday (the libdate day-of-week numbering), Y =
      *     the market is closed every week that day ("YNNNNNY" is
      *     the saturday/sunday week-end, "NNNNNYY" friday/saturday)
           02 cdf-wkend                pic x(7).
           02 r-cdf-wkend        redefines cdf-wkend.
              03 cdf-wkeday            pic x     occurs 7.
      * --- default language of the calendar's publications :
      *     (FR)ench, (EN)glish, (ES)panish (see libdat-codlng) ---
           02 cdf-codlng               pic x(2).
      * --- A = active, I = inactive (retired : kept on file so the
      *     code is not reused, refused by every reader) ---
           02 cdf-actflg               pic x.
           02 filler                   pic x(8).
