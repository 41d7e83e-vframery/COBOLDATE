      *--- cross-reference file - one row per schedule rule, saying ----
      *--- which date-calculation request each of its occurrences ------
      *--- becomes. The occurrence date is always dtc-datin1; the ------
      *--- remaining dtctran fields come from here. DCF, which needs ---
      *--- a second date, cannot be mapped (TRANBLD refuses it). -------
      *-----------------------------------------------------------------
       01  xrf-record.
           02 xrf-ruleid               pic x(8).
           02 xrf-format               pic x.
      * --- HOLCAL market calendar, blank = FR ---
           02 xrf-calcod               pic x(2).
      * --- joint calendar combined with xrf-calcod, blank = none
      *     (see dtc-caljnt) ---
           02 xrf-caljnt               pic x(6).
      * --- fiscal entity for FPR/EPB/EPA, blank otherwise
      *     (see dtc-fisent) ---
           02 xrf-fisent               pic x(4).
