      *--- day-of-week logic) when the day is a week-end, a loaded ----
      *--- holiday or a half day with its settlement cutoff - so a ----
      *--- roll-convention mistake shows up on the diary instead of ---
      *--- at the bank. The week-end is the one CALDEF defines for ----
      *--- the DAYPARM calendar; a calendar CALDEF does not define, ---
      *--- or has retired, stops the run. -----------------------------
      *-----------------------------------------------------------------
       identification division.
       program-id.    daylist.
           select skout-file assign to "SKDFILE"
               organization is sequential
               file status is w-skosts.
      * --- Calendar definitions : known calendars, week-ends ---
           select caldef-file assign to "CALDEF"
               organization is indexed
               access mode is random
               record key is cdf-calcod
               file status is w-cdfsts.
           select drpt-file assign to "DAYRPT"
               organization is sequential
               file status is w-rptsts.
       file section.
       fd  skout-file.
           copy "skdout.cpy".
      *
       fd  caldef-file.
           copy "caldef.cpy".
      *
       fd  drpt-file.
       01  rpt-line                    pic x(132).
       working-storage section.
      *
       77  w-skosts                    pic xx.
       77  w-cdfsts                    pic xx.
       77  w-rptsts                    pic xx.
       77  w-prmsts                    pic xx.
       77  w-badfil                    pic x(8).
       77  w-frmdat                    pic 9(8)  value 0.
       77  w-todat                     pic 9(8)  value 0.
       77  w-calcod                    pic x(2)  value spaces.
      * --- week-end days of the diary calendar (CALDEF) ---
       01  w-wkend                     pic x(7).
       01  r-wkend                redefines w-wkend.
           02 r-wkeday                 pic x     occurs 7.
       77  w-curdat                    pic 9(8).
       77  w-occidx                    pic 9(5).
       77  w-daycnt                    pic 9(5).
      *
           copy "libdat.cpy".

      * --- run-control call area ---
           copy "librun.cpy".

      * --- Report lines ---
       01  w-rpthdr1.
           02 filler                   pic x(40) value

       main-line.
           perform rea-parm thru end-rea-parm.
           perform chk-caldef thru end-chk-caldef.
           perform beg-runctl thru end-beg-runctl.
           open input  skout-file.
           if w-skosts not = "00"
              move "SKDFILE"            to w-badfil
           perform day-loop thru end-day-loop.
           perform wrt-trailer thru end-wrt-trailer.
           close drpt-file.
           perform fin-runctl thru end-fin-runctl.
           stop run.

      * ------------------------------------------------
      * --- A required file failed to open - all are  ---
      * --- mandatory for a diary run.                ---
      * ------------------------------------------------
       abend-open.
           move 12                     to return-code.
           stop run.

      * ------------------------------------------------
      * --- Run control : check this job's           ---
      * --- prerequisites for the business date and  ---
      * --- record its start on RUNCTL - a refused   ---
      * --- run stops before it processes anything.  ---
      * ------------------------------------------------
       beg-runctl.
           initialize                     librun-buffer.
           move "DAYLIST"              to librun-job.
           call "librun_begin" using librun-buffer.
           if librun-return not = 0
              display "DAYLIST - RUN REFUSED FOR " librun-busdat
                      " - " librun-msg
              move 16                  to return-code
              stop run
           end-if.
       end-beg-runctl.

      * ------------------------------------------------
      * --- Run control : record the end of the run, ---
      * --- its condition code and record counts on  ---
      * --- RUNCTL - a failure to record it is a     ---
      * --- warning, the work itself is done.        ---
      * ------------------------------------------------
       fin-runctl.
           move return-code            to librun-retcod.
           move w-cnt-red              to librun-cntin.
           move w-cnt-day              to librun-cntout.
           call "librun_end" using librun-buffer.
           move librun-retcod          to return-code.
           if librun-return not = 0
              display "DAYLIST - RUN END NOT RECORDED - " librun-msg
              if return-code < 4
                 move 4                to return-code
              end-if
           end-if.
       end-fin-runctl.

      * ------------------------------------------------
      * --- Parm card : diary range and annotation    ---
      * --- calendar. Optional - a missing card runs  ---
           end-if.
       end-rea-parm.

      * ------------------------------------------------
      * --- The diary calendar must be defined and    ---
      * --- active on CALDEF (a blank code is the FR  ---
      * --- list, as the library reads it) - its      ---
      * --- week-end days are kept in w-wkend for the ---
      * --- annotation. An unknown or retired code    ---
      * --- stops the run rather than printing a      ---
      * --- diary annotated against nothing.          ---
      * ------------------------------------------------
       chk-caldef.
           open input  caldef-file.
           if w-cdfsts not = "00"
              move "CALDEF"             to w-badfil
              move w-cdfsts             to w-badsts
              go to abend-open
           end-if.
           if w-calcod = spaces
              move "FR"                to cdf-calcod
           else
              move w-calcod            to cdf-calcod
           end-if.
           read caldef-file
              invalid key
                 display "DAYLIST - CALENDAR " cdf-calcod
                         " NOT DEFINED ON CALDEF"
                 move 16               to return-code
                 stop run
           end-read.
           if cdf-actflg not = "A"
              display "DAYLIST - CALENDAR " cdf-calcod
                      " INACTIVE ON CALDEF"
              move 16                  to return-code
              stop run
           end-if.
           move cdf-wkend              to w-wkend.
           close caldef-file.
       end-chk-caldef.

      * ------------------------------------------
      * --- Give the day of week of w-reddat    ---
      * --- (Zeller's congruence) in w-dow,     ---
           move spaces                 to w-rd-note.
           move w-curdat               to w-reddat.
           perform cal-dowday thru end-cal-dowday.
           if r-wkeday(w-dow) = "Y"
              move "*** WEEK-END ***"  to w-rd-note
              go to wrt-dayhead-write
           end-if.
