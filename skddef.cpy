      *-----------------------------------------------------------------
       01  skd-rule.
           02 skd-ruleid               pic x(8).
      * --- D = daily / W = weekly / M = monthly / Q = quarterly
      *     / F = fiscal period of skd-fisent ---
           02 skd-freqcd               pic x.
      * --- anchor day of month for M/Q rules (31 means month-end,
      *     shorter months fall back to their last day), day of the
      *     fiscal period for F rules (31 means period-end, shorter
      *     periods fall back to their last day); D rules run
      *     every day and W rules run on the from-date's weekday ---
           02 skd-ancday               pic 99.
      * --- roll convention : N = none, B = next business day,
      * --- generation horizon, both dates inclusive ---
           02 skd-frmdat               pic 9(8).
           02 skd-todat                pic 9(8).
      * --- joint calendar : up to three more HOLCAL calendars the
      *     roll combines with skd-calcod, so the occurrence lands
      *     on a business day of every market named (blank = the
      *     skd-calcod calendar alone) ---
           02 skd-caljnt               pic x(6).
      * --- F rules : reporting entity whose FISDEF fiscal calendar
      *     cuts the periods (blank on the other frequencies) ---
           02 skd-fisent               pic x(4).
