      *-----------------------------------------------------------------
      *--- Run-control job list and prerequisites (librun, RUNSTAT) ---
      *-----------------------------------------------------------------
      * --- jobs recorded on RUNCTL, in chain order : Y = expected
      *     every business day (RUNSTAT reports it missing), N = run
      *     on request only ---
       01  c-runjob-val.
           02 filler                   pic x(9)  value "HOLGEN  N".
           02 filler                   pic x(9)  value "HOLMAINTN".
           02 filler                   pic x(9)  value "DATESKEDY".
           02 filler                   pic x(9)  value "SKDCOMP Y".
           02 filler                   pic x(9)  value "TRANBLD Y".
           02 filler                   pic x(9)  value "DATECALCY".
           02 filler                   pic x(9)  value "DAYLIST Y".
           02 filler                   pic x(9)  value "AUDMERGEY".
       01  r-runjob               redefines c-runjob-val.
           02 c-runjob                 occurs 8.
              03 c-runjob-nam          pic x(8).
              03 c-runjob-exp          pic x.
       01  c-runjob-nbr                pic 99    value 8.
      *
      * --- prerequisites, same business date : job, prerequisite job,
      *     R = required / C = only when it ran that day, highest
      *     condition code accepted as it stands, highest accepted
      *     once the prerequisite run is signed off (RUNSIGN) ---
       01  c-runprq-val.
           02 filler                   pic x(21) value
             "HOLMAINTHOLGEN  C0404".
           02 filler                   pic x(21) value
             "DATESKEDHOLMAINTC0404".
           02 filler                   pic x(21) value
             "SKDCOMP DATESKEDR0404".
           02 filler                   pic x(21) value
             "TRANBLD DATESKEDR0004".
           02 filler                   pic x(21) value
             "TRANBLD SKDCOMP R0008".
           02 filler                   pic x(21) value
             "DATECALCTRANBLD R0404".
           02 filler                   pic x(21) value
             "DATECALCSKDCOMP R0008".
           02 filler                   pic x(21) value
             "DAYLIST DATESKEDR0404".
           02 filler                   pic x(21) value
             "AUDMERGEDATECALCR0808".
       01  r-runprq               redefines c-runprq-val.
           02 c-runprq                 occurs 9.
              03 c-runprq-job          pic x(8).
              03 c-runprq-pre          pic x(8).
              03 c-runprq-typ          pic x.
              03 c-runprq-maxrc        pic 99.
              03 c-runprq-sgnrc        pic 99.
       01  c-runprq-nbr                pic 99    value 9.
