      *-----------------------------------------------------------------
      *--- DESCRIPTION -------------------------------------------------
      *--- Copyright Vin0u@2026 ----------------------------------------
      *--- Business-date run control for the batch chain --------------
      *-----------------------------------------------------------------
      *--- Entry list :
      *--- - librun_begin : called by a job before it processes :
      *    settles the business date (librun-busdat, else the RUNDATE
      *    card, else today), checks every prerequisite the job has
      *    for that date on RUNCTL (c-runprq.cpy) and records the
      *    start - or, when one is not met, the refusal with its
      *    reason, answering librun-return 8 so the job stops
      *    - librun_end : called by the job at its normal end :
      *    records the end time, condition code and record counts
      *--- A job that abends after librun_begin leaves its row
      *    started and never ended, which is how RUNSTAT and the
      *    next job's prerequisite check see it
      *-----------------------------------------------------------------
       identification division.
       program-id.    librun.
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
      * --- business date card operations set for the chain ---
           select rdat-file assign to "RUNDATE"
               organization is sequential
               file status is w-rdtsts.

       data division.
       file section.
       fd  runctl-file.
           copy "runctl.cpy".
      *
       fd  rdat-file.
       01  rdt-record.
           02 rdt-busdat               pic 9(8).
           02 filler                   pic x(72).

       working-storage section.
      *
       77  w-rctsts                    pic xx.
       77  w-rdtsts                    pic xx.
       77  w-jobidx                    pic 99.
       77  w-prqidx                    pic 99.
       77  w-prqbad                    pic x.
       77  w-rccod                     pic 99.
       77  w-runtms                    pic 9(14).
       77  w-ownfnd                    pic x.

      * --- Constants ---
           copy "c-runprq.cpy".

      * -----------------
      * --- Link copy ---
      * -----------------
       linkage section.
      *
           copy "librun.cpy".

      * -----------------------
      * --- Loading library ---
      * -----------------------
       procedure division using librun-buffer.

       main-line.
           exit program.

      * ------------------------------------------------
      * --- The job must be one the run-control job   ---
      * --- list knows                                ---
      * ------------------------------------------------
       fnd-job.
           move 1                      to w-jobidx.
       fnd-job-loop.
           if c-runjob-nam(w-jobidx) = librun-job
                                       go to end-fnd-job.
           add  1                      to w-jobidx.
           if w-jobidx <= c-runjob-nbr go to fnd-job-loop.
           move 1                      to librun-return.
           move "JOB NOT IN THE RUN-CONTROL JOB LIST"
                                       to librun-msg.
       end-fnd-job.

      * ------------------------------------------------
      * --- Business date : the caller's, else the    ---
      * --- RUNDATE card (optional), else today       ---
      * ------------------------------------------------
       set-busdat.
           if librun-busdat numeric and librun-busdat > 0
                                       go to end-set-busdat.
           move 0                      to librun-busdat.
           open input rdat-file.
           if w-rdtsts = "00"
              read rdat-file
                 at end continue
              end-read
              if w-rdtsts = "00" and rdt-busdat numeric
                 and rdt-busdat > 0
                 move rdt-busdat        to librun-busdat
              end-if
              close rdat-file
           end-if.
           if librun-busdat = 0
              move function current-date(1:8)
                                       to librun-busdat
           end-if.
       end-set-busdat.

      * ------------------------------------------------
      * --- One prerequisite of the job for the       ---
      * --- business date, repeated through the       ---
      * --- prerequisite table : a required job that  ---
      * --- has not run, any prerequisite run not     ---
      * --- ended, or one ended above the code it is  ---
      * --- accepted with (as it stands or signed     ---
      * --- off) refuses the job - the first one      ---
      * --- found is the reason given                 ---
      * ------------------------------------------------
       chk-prereq.
           if c-runprq-job(w-prqidx) not = librun-job
                                       go to chk-prereq-next.
           move librun-busdat          to rct-busdat.
           move c-runprq-pre(w-prqidx) to rct-job.
           read runctl-file
              invalid key
                 if c-runprq-typ(w-prqidx) = "R"
                    move "Y"           to w-prqbad
                    string c-runprq-pre(w-prqidx) delimited by space
                           " HAS NOT RUN" delimited by size
                      into librun-msg
                    end-string
                 end-if
                 go to chk-prereq-next
           end-read.
           if rct-status not = "E"
              move "Y"                 to w-prqbad
              if rct-status = "P"
                 string c-runprq-pre(w-prqidx) delimited by space
                        " WAS REFUSED" delimited by size
                   into librun-msg
                 end-string
              else
                 string c-runprq-pre(w-prqidx) delimited by space
                        " STARTED, NOT ENDED" delimited by size
                   into librun-msg
                 end-string
              end-if
              go to chk-prereq-next
           end-if.
           if rct-retcod <= c-runprq-maxrc(w-prqidx)
                                       go to chk-prereq-next.
           if rct-sgnoff = "Y"
              and rct-retcod <= c-runprq-sgnrc(w-prqidx)
                                       go to chk-prereq-next.
           move "Y"                    to w-prqbad.
           move rct-retcod             to w-rccod.
           if rct-retcod <= c-runprq-sgnrc(w-prqidx)
              string c-runprq-pre(w-prqidx) delimited by space
                     " ENDED RC " delimited by size
                     w-rccod delimited by size
                     ", NOT SIGNED OFF" delimited by size
                into librun-msg
              end-string
           else
              string c-runprq-pre(w-prqidx) delimited by space
                     " ENDED RC " delimited by size
                     w-rccod delimited by size
                into librun-msg
              end-string
           end-if.
       chk-prereq-next.
           if w-prqbad = "Y"           go to end-chk-prereq.
           add  1                      to w-prqidx.
           if w-prqidx <= c-runprq-nbr go to chk-prereq.
       end-chk-prereq.

      * ------------------------------------------------
      * --- Open RUNCTL for update. On the first      ---
      * --- business day the file has never been      ---
      * --- written, so when the i-o open finds no    ---
      * --- file it is created empty first, then      ---
      * --- reopened for update (any other failure    ---
      * --- is left to the caller - an existing       ---
      * --- RUNCTL is never opened output).           ---
      * ------------------------------------------------
       opn-runctl.
           open i-o runctl-file.
           if w-rctsts = "35"
              open output runctl-file
              if w-rctsts = "00"
                 close runctl-file
                 open i-o runctl-file
              end-if
           end-if.
       end-opn-runctl.

      * ------------------------------------------------
      * --- ENTRY is a statement, not a paragraph     ---
      * --- name, so it cannot close a PERFORM ...    ---
      * --- THRU range on its own - this guard        ---
      * --- paragraph gives the helpers above a real  ---
      * --- boundary so they can't fall through into  ---
      * --- the librun_begin entry logic below.       ---
      * ------------------------------------------------
       opn-runctl-exit.
           continue.

      * ------------------------------------------------
      * --- librun_begin : settle the business date,  ---
      * --- check the prerequisites, record the start ---
      * --- or the refusal on the job's own row (a    ---
      * --- rerun the same day takes the row over and ---
      * --- drops the previous run's sign-off)        ---
      * ------------------------------------------------
       entry "librun_begin" using librun-buffer.
           move 0                      to librun-return.
           move spaces                 to librun-msg.
           perform fnd-job thru end-fnd-job.
           if librun-return not = 0
              exit program
           end-if.
           perform set-busdat thru end-set-busdat.
           perform opn-runctl thru end-opn-runctl.
           if w-rctsts not = "00"
              move 7                   to librun-return
              move "RUNCTL COULD NOT BE OPENED"
                                       to librun-msg
              exit program
           end-if.
           move "N"                    to w-prqbad.
           move 1                      to w-prqidx.
           perform chk-prereq thru end-chk-prereq.
           move function current-date(1:14)
                                       to w-runtms.
           move librun-busdat          to rct-busdat.
           move librun-job             to rct-job.
           move "Y"                    to w-ownfnd.
           read runctl-file
              invalid key
                 move "N"              to w-ownfnd
                 move spaces           to rct-record
                 move librun-busdat    to rct-busdat
                 move librun-job       to rct-job
                 move 0                to rct-runcnt
           end-read.
           add  1                      to rct-runcnt.
           move w-runtms               to rct-strtms.
           move 0                      to rct-endtms rct-retcod
                                          rct-cntin rct-cntout
                                          rct-cntrej rct-sgntms.
           move "N"                    to rct-sgnoff.
           move spaces                 to rct-sgnusr rct-msg.
           if w-prqbad = "Y"
              move "P"                 to rct-status
              move w-runtms            to rct-endtms
              move 16                  to rct-retcod
              move librun-msg          to rct-msg
              move 8                   to librun-return
           else
              move "S"                 to rct-status
           end-if.
           if w-ownfnd = "Y"
              rewrite rct-record
           else
              write rct-record
           end-if.
           if w-rctsts not = "00" and librun-return = 0
              move 7                   to librun-return
              move "RUNCTL COULD NOT BE UPDATED"
                                       to librun-msg
           end-if.
           close runctl-file.
           exit program.

      * ------------------------------------------------
      * --- librun_end : record the end of the run    ---
      * --- started by librun_begin                   ---
      * ------------------------------------------------
       entry "librun_end" using librun-buffer.
           move 0                      to librun-return.
           move spaces                 to librun-msg.
           open i-o runctl-file.
           if w-rctsts not = "00"
              move 7                   to librun-return
              move "RUNCTL COULD NOT BE OPENED"
                                       to librun-msg
              exit program
           end-if.
           move librun-busdat          to rct-busdat.
           move librun-job             to rct-job.
           read runctl-file
              invalid key
                 move 7                to librun-return
                 move "RUN START NOT ON RUNCTL"
                                       to librun-msg
                 close runctl-file
                 exit program
           end-read.
           move "E"                    to rct-status.
           move function current-date(1:14)
                                       to rct-endtms.
           move librun-retcod          to rct-retcod.
           move librun-cntin           to rct-cntin.
           move librun-cntout          to rct-cntout.
           move librun-cntrej          to rct-cntrej.
           rewrite rct-record.
           if w-rctsts not = "00"
              move 7                   to librun-return
              move "RUNCTL COULD NOT BE UPDATED"
                                       to librun-msg
           end-if.
           close runctl-file.
           exit program.
