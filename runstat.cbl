      *-----------------------------------------------------------------
      *--- DESCRIPTION -------------------------------------------------
      *--- Copyright Vin0u@2026 ----------------------------------------
      *--- Daily run-status report of the batch chain -----------------
      *--- For the RSTPARM business date (else the RUNDATE card, ------
      *--- else today) reads every job of the run-control job list ----
      *--- (c-runprq.cpy) off RUNCTL, in chain order, and prints ------
      *--- RSTRPT : one line per job with its status, start and end ---
      *--- time, condition code and record counts, and under it the --
      *--- reason a refused run gave or who signed a hold off. A ------
      *--- daily job with no row is MISSING, a run with no end is -----
      *--- STARTED - NO END (still running, or abended), one that -----
      *--- did not pass its prerequisites REFUSED. The trailer --------
      *--- counts each outcome. --------------------------------------
      *--- Condition code 8 when a daily job is missing, failed, ------
      *--- refused or has no end ; 4 when the worst is a warning or ---
      *--- a hold nobody has signed off ; 0 on a clean day. -----------
      *-----------------------------------------------------------------
       identification division.
       program-id.    runstat.
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
           select rrpt-file assign to "RSTRPT"
               organization is sequential
               file status is w-rptsts.
      * --- Parm card : business date to report ---
           select rprm-file assign to "RSTPARM"
               organization is sequential
               file status is w-prmsts.
      * --- business date card operations set for the chain ---
           select rdat-file assign to "RUNDATE"
               organization is sequential
               file status is w-rdtsts.

       data division.
       file section.
       fd  runctl-file.
           copy "runctl.cpy".
      *
       fd  rrpt-file.
       01  rpt-line                    pic x(132).
      *
       fd  rprm-file.
       01  rpm-record.
           02 rpm-busdat               pic 9(8).
           02 filler                   pic x(72).
      *
       fd  rdat-file.
       01  rdt-record.
           02 rdt-busdat               pic 9(8).
           02 filler                   pic x(72).

       working-storage section.
      *
       77  w-rctsts                    pic xx.
       77  w-rptsts                    pic xx.
       77  w-prmsts                    pic xx.
       77  w-rdtsts                    pic xx.
       77  w-badfil                    pic x(8).
       77  w-badsts                    pic xx.
       77  w-busdat                    pic 9(8)  value 0.
       77  w-jobidx                    pic 99.
       77  w-cnt-ok                    pic 9(7)  value 0.
       77  w-cnt-wrn                   pic 9(7)  value 0.
       77  w-cnt-hld                   pic 9(7)  value 0.
       77  w-cnt-sgn                   pic 9(7)  value 0.
       77  w-cnt-fai                   pic 9(7)  value 0.
       77  w-cnt-ref                   pic 9(7)  value 0.
       77  w-cnt-noe                   pic 9(7)  value 0.
       77  w-cnt-mis                   pic 9(7)  value 0.
       77  w-cnt-nrn                   pic 9(7)  value 0.

      * --- Constants ---
           copy "c-runprq.cpy".

      * --- Report lines ---
       01  w-rpthdr1.
           02 filler                   pic x(40) value
             "RUNSTAT - DAILY RUN-STATUS REPORT".
      *
       01  w-rpthdr2.
           02 filler                   pic x(15) value
             "BUSINESS DATE ".
           02 w-rh-busdat              pic 9(8).
      *
       01  w-rpthdr3.
           02 filler                   pic x(9)  value "JOB".
           02 filler                   pic x(17) value "STATUS".
           02 filler                   pic x(5)  value "RUNS".
           02 filler                   pic x(15) value "STARTED".
           02 filler                   pic x(15) value "ENDED".
           02 filler                   pic x(4)  value "RC".
           02 filler                   pic x(8)  value "   READ".
           02 filler                   pic x(8)  value "WRITTEN".
           02 filler                   pic x(8)  value "REJECTS".
      *
       01  w-rptdtl.
           02 w-rd-job                 pic x(8).
           02 filler                   pic x     value space.
           02 w-rd-status              pic x(16).
           02 filler                   pic x     value space.
           02 w-rd-runcnt              pic zz9.
           02 filler                   pic x(2)  value spaces.
           02 w-rd-strtms              pic x(14).
           02 filler                   pic x     value space.
           02 w-rd-endtms              pic x(14).
           02 filler                   pic x     value space.
           02 w-rd-rc                  pic x(2).
           02 filler                   pic x     value space.
           02 w-rd-cntin               pic z,zzz,zz9.
           02 filler                   pic x     value space.
           02 w-rd-cntout              pic z,zzz,zz9.
           02 filler                   pic x     value space.
           02 w-rd-cntrej              pic z,zzz,zz9.
      *
       01  w-rptnot.
           02 filler                   pic x(10) value spaces.
           02 w-ro-note                pic x(60).
      *
       01  w-rptsgn.
           02 filler                   pic x(10) value spaces.
           02 filler                   pic x(15) value
             "SIGNED OFF BY ".
           02 w-rs-usr                 pic x(8).
           02 filler                   pic x(4)  value " AT ".
           02 w-rs-tms                 pic 9(14).
      *
       01  w-rptblk                    pic x(132) value spaces.
      *
       01  w-rpttrl1.
           02 w-rt-label               pic x(26).
           02 w-rt-cnt                 pic zzz,zz9.

      * -----------------------
      * --- Loading library ---
      * -----------------------
       procedure division.

       main-line.
           perform rea-parm thru end-rea-parm.
           open input  runctl-file.
           if w-rctsts not = "00"
              move "RUNCTL"             to w-badfil
              move w-rctsts             to w-badsts
              go to abend-open
           end-if.
           open output rrpt-file.
           if w-rptsts not = "00"
              move "RSTRPT"             to w-badfil
              move w-rptsts             to w-badsts
              go to abend-open
           end-if.
           write rpt-line              from w-rpthdr1.
           move w-busdat               to w-rh-busdat.
           write rpt-line              from w-rpthdr2.
           write rpt-line              from w-rpthdr3.
           move 1                      to w-jobidx.
           perform rpt-job thru end-rpt-job.
           perform wrt-trailer thru end-wrt-trailer.
           close runctl-file.
           close rrpt-file.
           if w-cnt-mis > 0 or w-cnt-fai > 0 or w-cnt-ref > 0
              or w-cnt-noe > 0
              move 8                    to return-code
           else
              if w-cnt-wrn > 0 or w-cnt-hld > 0
                 move 4                 to return-code
              end-if
           end-if.
           stop run.

      * ------------------------------------------------
      * --- A required file failed to open - both are ---
      * --- mandatory for a status run.               ---
      * ------------------------------------------------
       abend-open.
           display "RUNSTAT - OPEN FAILED FOR " w-badfil
                   " FILE STATUS " w-badsts.
           move 12                     to return-code.
           stop run.

      * ------------------------------------------------
      * --- Parm card : business date. Optional - a   ---
      * --- missing card reports the chain's RUNDATE  ---
      * --- business date, else today, the morning    ---
      * --- handover question.                        ---
      * ------------------------------------------------
       rea-parm.
           open input rprm-file.
           if w-prmsts = "00"
              read rprm-file
                 at end continue
              end-read
              if w-prmsts = "00" and rpm-busdat numeric
                 and rpm-busdat > 0
                 move rpm-busdat        to w-busdat
              end-if
              close rprm-file
           end-if.
           if w-busdat = 0
              open input rdat-file
              if w-rdtsts = "00"
                 read rdat-file
                    at end continue
                 end-read
                 if w-rdtsts = "00" and rdt-busdat numeric
                    and rdt-busdat > 0
                    move rdt-busdat     to w-busdat
                 end-if
                 close rdat-file
              end-if
           end-if.
           if w-busdat = 0
              move function current-date(1:8)
                                       to w-busdat
           end-if.
       end-rea-parm.

      * ------------------------------------------------
      * --- One job of the list : its RUNCTL row for  ---
      * --- the business date classified and printed, ---
      * --- repeated through the job list             ---
      * ------------------------------------------------
       rpt-job.
           move spaces                 to w-rptdtl.
           move c-runjob-nam(w-jobidx) to w-rd-job.
           move w-busdat               to rct-busdat.
           move c-runjob-nam(w-jobidx) to rct-job.
           read runctl-file
              invalid key
                 if c-runjob-exp(w-jobidx) = "Y"
                    move "MISSING"     to w-rd-status
                    add  1             to w-cnt-mis
                 else
                    move "NOT RUN"     to w-rd-status
                    add  1             to w-cnt-nrn
                 end-if
                 write rpt-line        from w-rptdtl
                 go to rpt-job-next
           end-read.
           move rct-runcnt             to w-rd-runcnt.
           move rct-strtms             to w-rd-strtms.
           evaluate true
              when rct-status = "P"
                 move "REFUSED"        to w-rd-status
                 add  1                to w-cnt-ref
              when rct-status not = "E"
                 move "STARTED - NO END" to w-rd-status
                 add  1                to w-cnt-noe
              when rct-retcod = 0
                 move "OK"             to w-rd-status
                 add  1                to w-cnt-ok
              when rct-retcod < 8
                 move "WARNING"        to w-rd-status
                 add  1                to w-cnt-wrn
              when rct-retcod < 12 and rct-sgnoff = "Y"
                 move "HOLD SIGNED OFF" to w-rd-status
                 add  1                to w-cnt-sgn
              when rct-retcod < 12
                 move "HOLD"           to w-rd-status
                 add  1                to w-cnt-hld
              when other
                 move "FAILED"         to w-rd-status
                 add  1                to w-cnt-fai
           end-evaluate.
           if rct-status not = "S"
              move rct-endtms          to w-rd-endtms
              move rct-retcod          to w-rd-rc
           end-if.
           if rct-status = "E"
              move rct-cntin           to w-rd-cntin
              move rct-cntout          to w-rd-cntout
              move rct-cntrej          to w-rd-cntrej
           end-if.
           write rpt-line              from w-rptdtl.
           if rct-status = "P"
              move rct-msg             to w-ro-note
              write rpt-line           from w-rptnot
           end-if.
           if rct-status = "E" and rct-sgnoff = "Y"
              move rct-sgnusr          to w-rs-usr
              move rct-sgntms          to w-rs-tms
              write rpt-line           from w-rptsgn
           end-if.
       rpt-job-next.
           add  1                      to w-jobidx.
           if w-jobidx <= c-runjob-nbr go to rpt-job.
       end-rpt-job.

      * --------------------------------------------
      * --- Print the trailer totals             ---
      * --------------------------------------------
       wrt-trailer.
           write rpt-line              from w-rptblk.
           move "ENDED OK:"            to w-rt-label.
           move w-cnt-ok               to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "ENDED WITH WARNING:"  to w-rt-label.
           move w-cnt-wrn              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "HOLDS SIGNED OFF:"    to w-rt-label.
           move w-cnt-sgn              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "HOLDS NOT SIGNED OFF:" to w-rt-label.
           move w-cnt-hld              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "FAILED:"              to w-rt-label.
           move w-cnt-fai              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "REFUSED ON PREREQUISITES:" to w-rt-label.
           move w-cnt-ref              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "STARTED, NO END:"     to w-rt-label.
           move w-cnt-noe              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "MISSING:"             to w-rt-label.
           move w-cnt-mis              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "NOT RUN (ON REQUEST):" to w-rt-label.
           move w-cnt-nrn              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
       end-wrt-trailer.
