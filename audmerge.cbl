              03 t-spl-rec             pic x(60).
              03 t-spl-cnt             pic 9(7).

      * --- run-control call area ---
           copy "librun.cpy".

      * --- Report lines ---
       01  w-rpthdr1.
           02 filler                   pic x(40) value
       procedure division.

       main-line.
           perform beg-runctl thru end-beg-runctl.
           perform opn-spools thru end-opn-spools.
           open extend audlog-file.
           if w-audsts not = "00"
           perform cls-spools thru end-cls-spools.
           close audlog-file.
           close mrpt-file.
           perform fin-runctl thru end-fin-runctl.
           stop run.

      * ------------------------------------------------
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
           move "AUDMERGE"             to librun-job.
           call "librun_begin" using librun-buffer.
           if librun-return not = 0
              display "AUDMERGE - RUN REFUSED FOR " librun-busdat
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
           move w-cnt-tot              to librun-cntin.
           move w-cnt-tot              to librun-cntout.
           call "librun_end" using librun-buffer.
           move librun-retcod          to return-code.
           if librun-return not = 0
              display "AUDMERGE - RUN END NOT RECORDED - " librun-msg
              if return-code < 4
                 move 4                to return-code
              end-if
           end-if.
       end-fin-runctl.

      * ------------------------------------------------
      * --- Open every spool (a failed open is an     ---
      * --- absent or dummy spool, merged as empty)   ---
