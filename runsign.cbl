      *-----------------------------------------------------------------
      *--- DESCRIPTION -------------------------------------------------
      *--- Copyright Vin0u@2026 ----------------------------------------
      *--- Sign-off of a reviewed batch run on RUNCTL -----------------
      *--- Reads RSGPARM (one card per run signed off : business ------
      *--- date, job, signer) and marks that job's ended run on -------
      *--- RUNCTL signed off, so the jobs that wait on it accept ------
      *--- the hold code it ended with (e.g. SKDCOMP condition code ---
      *--- 8 once someone has reviewed the differences : TRANBLD ------
      *--- and DATECALC run on). A run that is not on RUNCTL, not -----
      *--- ended, or ended clean is not signed and the card is --------
      *--- listed rejected on RSGRPT. A rerun of the job drops the ----
      *--- sign-off : the new run has to be reviewed again. -----------
      *--- Condition code 4 means at least one card was rejected. -----
      *-----------------------------------------------------------------
       identification division.
       program-id.    runsign.
       author.        Vin0u.
       date-written.  02-09-2026.

       environment division.
       input-output section.
       file-control.
           select runctl-file assign to "RUNCTL"
               organization is indexed
               access mode is random
               record key is rct-key
               file status is w-rctsts.
           select sprm-file assign to "RSGPARM"
               organization is sequential
               file status is w-prmsts.
           select srpt-file assign to "RSGRPT"
               organization is sequential
               file status is w-rptsts.

       data division.
       file section.
       fd  runctl-file.
           copy "runctl.cpy".
      *
       fd  sprm-file.
       01  spm-record.
           02 spm-busdat               pic 9(8).
           02 filler                   pic x.
           02 spm-job                  pic x(8).
           02 filler                   pic x.
           02 spm-signer               pic x(8).
           02 filler                   pic x(54).
      *
       fd  srpt-file.
       01  rpt-line                    pic x(132).

       working-storage section.
      *
       77  w-rctsts                    pic xx.
       77  w-prmsts                    pic xx.
       77  w-rptsts                    pic xx.
       77  w-badfil                    pic x(8).
       77  w-badsts                    pic xx.
       77  w-eof                       pic x     value "N".
       77  w-cnt-red                   pic 9(7)  value 0.
       77  w-cnt-sgn                   pic 9(7)  value 0.
       77  w-cnt-rej                   pic 9(7)  value 0.

      * --- Report lines ---
       01  w-rpthdr1.
           02 filler                   pic x(40) value
             "RUNSIGN - RUN SIGN-OFF REPORT".
      *
       01  w-rpthdr2.
           02 filler                   pic x(9)  value "BUS.DATE ".
           02 filler                   pic x(9)  value "JOB      ".
           02 filler                   pic x(9)  value "SIGNER   ".
           02 filler                   pic x(4)  value "RC  ".
           02 filler                   pic x(8)  value "OUTCOME".
      *
       01  w-rptdtl.
           02 w-rd-busdat              pic x(8).
           02 filler                   pic x     value space.
           02 w-rd-job                 pic x(8).
           02 filler                   pic x     value space.
           02 w-rd-signer              pic x(8).
           02 filler                   pic x     value space.
           02 w-rd-rc                  pic x(2).
           02 filler                   pic x(2)  value spaces.
           02 w-rd-outcome             pic x(30).
      *
       01  w-rpttrl1.
           02 w-rt-label               pic x(26).
           02 w-rt-cnt                 pic zzz,zz9.

      * -----------------------
      * --- Loading library ---
      * -----------------------
       procedure division.

       main-line.
           open input  sprm-file.
           if w-prmsts not = "00"
              move "RSGPARM"            to w-badfil
              move w-prmsts             to w-badsts
              go to abend-open
           end-if.
           open i-o    runctl-file.
           if w-rctsts not = "00"
              move "RUNCTL"             to w-badfil
              move w-rctsts             to w-badsts
              go to abend-open
           end-if.
           open output srpt-file.
           if w-rptsts not = "00"
              move "RSGRPT"             to w-badfil
              move w-rptsts             to w-badsts
              go to abend-open
           end-if.
           write rpt-line              from w-rpthdr1.
           write rpt-line              from w-rpthdr2.
           perform rea-card thru end-rea-card.
           if w-eof not = "Y"
              perform process-loop thru end-process-loop
           end-if.
           perform wrt-trailer thru end-wrt-trailer.
           close sprm-file.
           close runctl-file.
           close srpt-file.
           if w-cnt-rej > 0
              move 4                    to return-code
           end-if.
           stop run.

      * ------------------------------------------------
      * --- One card/read pair, repeated until RSGPARM ---
      * --- is exhausted.                             ---
      * ------------------------------------------------
       process-loop.
           perform prc-card thru end-prc-card.
           perform rea-card thru end-rea-card.
           if w-eof not = "Y"          go to process-loop.
       end-process-loop.

      * ------------------------------------------------
      * --- A required file failed to open - all three ---
      * --- are mandatory for a sign-off run.         ---
      * ------------------------------------------------
       abend-open.
           display "RUNSIGN - OPEN FAILED FOR " w-badfil
                   " FILE STATUS " w-badsts.
           move 12                     to return-code.
           stop run.

      * -----------------------------
      * --- Read next card        ---
      * -----------------------------
       rea-card.
           read sprm-file
              at end move "Y"          to w-eof
           end-read.
       end-rea-card.

      * ------------------------------------------------
      * --- Sign the card's run off : it must be on   ---
      * --- RUNCTL, ended, and ended with a non-zero  ---
      * --- condition code - a clean run needs no     ---
      * --- sign-off                                  ---
      * ------------------------------------------------
       prc-card.
           add  1                      to w-cnt-red.
           move spm-busdat             to w-rd-busdat.
           move spm-job                to w-rd-job.
           move spm-signer             to w-rd-signer.
           move spaces                 to w-rd-rc.
           if spm-busdat not numeric or spm-job = spaces
              or spm-signer = spaces
              move "INCOMPLETE CARD"    to w-rd-outcome
              go to prc-card-rej
           end-if.
           move spm-busdat             to rct-busdat.
           move spm-job                to rct-job.
           read runctl-file
              invalid key
                 move "NO RUN ON RUNCTL" to w-rd-outcome
                 go to prc-card-rej
           end-read.
           move rct-retcod             to w-rd-rc.
           if rct-status not = "E"
              move "RUN NOT ENDED"      to w-rd-outcome
              go to prc-card-rej
           end-if.
           if rct-retcod = 0
              move "ENDED CLEAN - NOTHING TO SIGN"
                                       to w-rd-outcome
              go to prc-card-rej
           end-if.
           move "Y"                    to rct-sgnoff.
           move spm-signer             to rct-sgnusr.
           move function current-date(1:14)
                                       to rct-sgntms.
           rewrite rct-record.
           if w-rctsts not = "00"
              move "RUNCTL REWRITE FAILED" to w-rd-outcome
              go to prc-card-rej
           end-if.
           add  1                      to w-cnt-sgn.
           move "SIGNED OFF"           to w-rd-outcome.
           write rpt-line              from w-rptdtl.
           go to end-prc-card.
       prc-card-rej.
           add  1                      to w-cnt-rej.
           write rpt-line              from w-rptdtl.
       end-prc-card.

      * --------------------------------------------
      * --- Print the trailer totals             ---
      * --------------------------------------------
       wrt-trailer.
           move "CARDS READ:"          to w-rt-label.
           move w-cnt-red              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "RUNS SIGNED OFF:"     to w-rt-label.
           move w-cnt-sgn              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "CARDS REJECTED:"      to w-rt-label.
           move w-cnt-rej              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
       end-wrt-trailer.
