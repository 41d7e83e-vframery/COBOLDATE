      *--- ADD transactions in the holtran.cpy layout - HOLMAINT -------
      *--- stays the single gatekeeper that actually updates HOLCAL, ---
      *--- so its duplicate/week-end/coverage checks still apply. ------
      *--- An occurrence landing on a week-end - the days CALDEF -------
      *--- gives the rule's calendar - is skipped here (the ------------
      *--- gatekeeper would only reject it) and counted on the ---------
      *--- report; a rule on a calendar CALDEF does not define, or -----
      *--- has retired, is rejected whole. Prints HGNRPT: one line -----
      *--- per rule with its outcome and occurrence count plus ---------
      *--- trailer totals; condition code ------------------------------
      *--- 4 means at least one rule was rejected. ---------------------
      *-----------------------------------------------------------------
       identification division.
           select hrule-file assign to "HOLRULE"
               organization is sequential
               file status is w-rulsts.
      * --- Calendar definitions : known calendars, week-ends ---
           select caldef-file assign to "CALDEF"
               organization is indexed
               access mode is random
               record key is cdf-calcod
               file status is w-cdfsts.
           select htout-file assign to "HOLTRAN"
               organization is sequential
               file status is w-outsts.
       file section.
       fd  hrule-file.
           copy "holrule.cpy".
      *
       fd  caldef-file.
           copy "caldef.cpy".
      *
       fd  htout-file.
           copy "holtran.cpy".
       working-storage section.
      *
       77  w-rulsts                    pic xx.
       77  w-cdfsts                    pic xx.
       77  w-outsts                    pic xx.
       77  w-rptsts                    pic xx.
       77  w-prmsts                    pic xx.
      *
           copy "libdat.cpy".

      * --- run-control call area ---
           copy "librun.cpy".

      * --- Report lines ---
       01  w-rpthdr1.
           02 filler                   pic x(40) value

       main-line.
           perform rea-parm thru end-rea-parm.
           perform beg-runctl thru end-beg-runctl.
           open input  hrule-file.
           if w-rulsts not = "00"
              move "HOLRULE"            to w-badfil
              move w-rulsts             to w-badsts
              go to abend-open
           end-if.
           open input  caldef-file.
           if w-cdfsts not = "00"
              move "CALDEF"             to w-badfil
              move w-cdfsts             to w-badsts
              go to abend-open
           end-if.
           open output htout-file.
           if w-outsts not = "00"
              move "HOLTRAN"            to w-badfil
           end-if.
           perform wrt-trailer thru end-wrt-trailer.
           close hrule-file.
           close caldef-file.
           close htout-file.
           close grpt-file.
           if w-cnt-rej > 0
              move 4                    to return-code
           end-if.
           perform fin-runctl thru end-fin-runctl.
           stop run.

      * ------------------------------------------------
       end-process-loop.

      * ------------------------------------------------
      * --- A required file failed to open - all five ---
      * --- are mandatory for a generation run.       ---
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
           move "HOLGEN"               to librun-job.
           call "librun_begin" using librun-buffer.
           if librun-return not = 0
              display "HOLGEN - RUN REFUSED FOR " librun-busdat
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
           move w-cnt-rul              to librun-cntin.
           move w-cnt-tot              to librun-cntout.
           move w-cnt-rej              to librun-cntrej.
           call "librun_end" using librun-buffer.
           move librun-retcod          to return-code.
           if librun-return not = 0
              display "HOLGEN - RUN END NOT RECORDED - " librun-msg
              if return-code < 4
                 move 4                to return-code
              end-if
           end-if.
       end-fin-runctl.

      * ------------------------------------------------
      * --- Parm card : year range. Optional - a      ---
      * --- missing card expands next year only,      ---
              move "INVALID CUTOFF"    to w-reason
              go to prc-rule-print
           end-if.
      * --- calendar control : a blank code is the FR list, and ---
      * --- the calendar must be defined and active on CALDEF - ---
      * --- the gatekeeper rejects anything else                ---
           if hrl-calcod = spaces
              move "FR"                to cdf-calcod
           else
              move hrl-calcod          to cdf-calcod
           end-if.
           read caldef-file
              invalid key
                 move "REJECTED"       to w-status
                 move "UNKNOWN CALENDAR" to w-reason
           end-read.
           if w-status = "REJECTED"    go to prc-rule-print.
           if cdf-actflg not = "A"
              move "REJECTED"          to w-status
              move "INACTIVE CALENDAR" to w-reason
              go to prc-rule-print
           end-if.

      * --- expand, one occurrence per year ---
           move w-frmyr                to w-genyr.
           end-evaluate.
           if w-occok not = "Y"        go to end-gen-occur.
      * --- the gatekeeper rejects week-end dates, so they are ---
      * --- not worth transmitting - counted instead. The      ---
      * --- week-end is the rule calendar's, read by prc-rule  ---
           perform cal-dowday thru end-cal-dowday.
           if cdf-wkeday(w-dow) = "Y"
              move "N"                 to w-occok
              add  1                   to w-cnt-wkd
           end-if.
