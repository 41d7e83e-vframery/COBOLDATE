      *-----------------------------------------------------------------
      *--- Copy for librun run-control library -------------------------
      *--- librun_begin : at the start of a batch job, before it ------
      *--- processes : checks the job's prerequisites for the ---------
      *--- business date on RUNCTL and records the start (or the ------
      *--- refusal) there --------------------------------------------
      *--- librun_end : at the normal end of the job : records the ----
      *--- end, its condition code and record counts ------------------
      *-----------------------------------------------------------------
       01  librun-buffer.
      * --- the job as named in the run-control job list (c-runprq.cpy)
           02 librun-job               pic x(8).
      * --- business date of the run : 0 on librun_begin takes the
      *     RUNDATE card (the business date operations set for the
      *     whole chain), else today - either way it is returned
      *     here and must be left as is for librun_end
           02 librun-busdat            pic 9(8).
      * --- librun_end : the condition code the job ends with
           02 librun-retcod            pic 9(2).
      * --- librun_end : record counts - input records read, output
      *     records written, and records rejected or in error
           02 librun-cntin             pic 9(7).
           02 librun-cntout            pic 9(7).
           02 librun-cntrej            pic 9(7).
      * --- 0 - No error encourted
      * --- 1 - job not in the run-control job list
      * --- 7 - RUNCTL could not be opened or updated
      * --- 8 - prerequisite not met (librun_begin) : librun-msg says
      *         which ; the job must not process
           02 librun-return            pic 9.
      * --- the reason, on a non-zero librun-return
           02 librun-msg               pic x(40).
