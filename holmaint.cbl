      *--- half day with its HHMM cutoff), validates each date with ---
      *--- the same rules libdate applies (invalid dates and week-end --
      *--- days are rejected, duplicates are flagged, a half day ------
      *--- needs a real cutoff), checks the calendar against CALDEF ---
      *--- (an unknown or inactive calendar is rejected, and the ------
      *--- week-end is the one CALDEF defines for it), applies the ----
      *--- changes to HOLCAL and ---------------------------------------
      *--- prints a maintenance report (type and cutoff shown per -----
      *--- line) plus a year-coverage summary warning when a coming ---
      *--- year has no holiday loaded. ----------------------------------
      *--- Every change applied is journaled on HOLJRN (before and ----
      *--- after images of the row, run timestamp, run id, HOLTRAN ----
      *--- sequence) - HOLBKOUT reverses a run from there. -------------
      *-----------------------------------------------------------------
       identification division.
       program-id.    holmaint.
               access mode is dynamic
               record key is hol-key
               file status is w-holsts.
      * --- Calendar definitions : known calendars, week-ends ---
           select caldef-file assign to "CALDEF"
               organization is indexed
               access mode is random
               record key is cdf-calcod
               file status is w-cdfsts.
           select hrpt-file assign to "HOLRPT"
               organization is sequential
               file status is w-rptsts.
      * --- Change journal : appended, one row per applied change ---
           select jrnl-file assign to "HOLJRN"
               organization is sequential
               file status is w-jrnsts.
      * --- Parm card : coverage horizon in years (default 2) ---
      * --- and the run id the journal rows carry            ---
           select hprm-file assign to "HOLPARM"
               organization is sequential
               file status is w-prmsts.
      *
       fd  holcal-file.
           copy "holcal.cpy".
      *
       fd  caldef-file.
           copy "caldef.cpy".
      *
       fd  jrnl-file.
           copy "holjrn.cpy".
      *
       fd  hrpt-file.
       01  rpt-line                    pic x(132).
       fd  hprm-file.
       01  hpm-record.
           02 hpm-years                pic 99.
           02 filler                   pic x.
           02 hpm-runid                pic x(8).
           02 filler                   pic x(69).

       working-storage section.
      *
       77  w-trnsts                    pic xx.
       77  w-holsts                    pic xx.
       77  w-cdfsts                    pic xx.
       77  w-rptsts                    pic xx.
       77  w-prmsts                    pic xx.
       77  w-jrnsts                    pic xx.
       77  w-badfil                    pic x(8).
       77  w-badsts                    pic xx.
       77  w-eof                       pic x     value "N".
       77  w-cnt-del                   pic 9(7)  value 0.
       77  w-cnt-rep                   pic 9(7)  value 0.
       77  w-cnt-rej                   pic 9(7)  value 0.
       77  w-cnt-jrn                   pic 9(7)  value 0.

      * --- run identification stamped on every journal row : ---
      * --- the HOLPARM run id, else HM + the next run number  ---
      * --- after the highest HMnnnnnn already on HOLJRN, so a ---
      * --- default id never repeats over the journal's life   ---
       77  w-runtms                    pic 9(14).
       77  w-runid                     pic x(8)  value spaces.
       77  w-runseq                    pic 9(6)  value 0.
       77  w-jrneof                    pic x     value "N".

      * ---------------------------
      * --- Structured variable ---
              03 t-cov-cal             pic x(2).
              03 t-cov-cnt             pic 9(5) occurs 6 value 0.

      * --- run-control call area ---
           copy "librun.cpy".

      * --- Report lines ---
       01  w-rpthdr1.
           02 filler                   pic x(40) value
             "HOLMAINT - HOLCAL MAINTENANCE REPORT".
      *
       01  w-rpthdr3.
           02 filler                   pic x(8)  value "RUN ID: ".
           02 w-rh-runid               pic x(8).
           02 filler                   pic x(13) value
             "  TIMESTAMP: ".
           02 w-rh-runtms              pic 9(14).
      *
       01  w-rpthdr2.
           02 filler                   pic x(4)  value "ACT ".

       main-line.
           perform rea-parm thru end-rea-parm.
           perform beg-runctl thru end-beg-runctl.
           move function current-date(1:14)
                                       to w-runtms.
           if w-runid = spaces
              perform set-runid thru end-set-runid
           end-if.
           open input  hmtrn-file.
           if w-trnsts not = "00"
              move "HOLTRAN"            to w-badfil
              go to abend-open
           end-if.
           perform opn-holcal thru end-opn-holcal.
           open input  caldef-file.
           if w-cdfsts not = "00"
              move "CALDEF"             to w-badfil
              move w-cdfsts             to w-badsts
              go to abend-open
           end-if.
           open extend jrnl-file.
           if w-jrnsts not = "00"
              open output jrnl-file
           end-if.
           if w-jrnsts not = "00"
              move "HOLJRN"             to w-badfil
              move w-jrnsts             to w-badsts
              go to abend-open
           end-if.
           open output hrpt-file.
           if w-rptsts not = "00"
              move "HOLRPT"             to w-badfil
           perform cov-summary thru end-cov-summary.
           close hmtrn-file.
           close holcal-file.
           close caldef-file.
           close jrnl-file.
           close hrpt-file.
           if w-cnt-rej > 0 or w-covwrn = "Y"
              move 4                    to return-code
           end-if.
           perform fin-runctl thru end-fin-runctl.
           stop run.

      * ------------------------------------------------

      * ------------------------------------------------
      * --- A required file failed to open - HOLTRAN, ---
      * --- HOLCAL, CALDEF, HOLJRN and HOLRPT are all ---
      * --- mandatory for a maintenance run, so a bad ---
      * --- DD stops the job                          ---
      * ------------------------------------------------
       abend-open.
           display "HOLMAINT - OPEN FAILED FOR " w-badfil
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
           move "HOLMAINT"             to librun-job.
           call "librun_begin" using librun-buffer.
           if librun-return not = 0
              display "HOLMAINT - RUN REFUSED FOR " librun-busdat
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
           move w-cnt-jrn              to librun-cntout.
           move w-cnt-rej              to librun-cntrej.
           call "librun_end" using librun-buffer.
           move librun-retcod          to return-code.
           if librun-return not = 0
              display "HOLMAINT - RUN END NOT RECORDED - " librun-msg
              if return-code < 4
                 move 4                to return-code
              end-if
           end-if.
       end-fin-runctl.

      * ------------------------------------------------
      * --- Open HOLCAL for update. A brand-new       ---
      * --- calendar has never been loaded, so when   ---
       end-opn-holcal.

      * ------------------------------------------------
      * --- Default run id : HM + the run number after ---
      * --- the highest HMnnnnnn id on HOLJRN (a      ---
      * --- journal not created yet starts at 1).     ---
      * ------------------------------------------------
       set-runid.
           move 0                      to w-runseq.
           open input jrnl-file.
           if w-jrnsts not = "00"      go to set-runid-make.
       set-runid-loop.
           read jrnl-file
              at end move "Y"          to w-jrneof
           end-read.
           if w-jrneof = "Y"
              close jrnl-file
              go to set-runid-make
           end-if.
           if hjr-runid(1:2) = "HM" and hjr-runid(3:6) numeric
              and hjr-runid(3:6) > w-runseq
              move hjr-runid(3:6)      to w-runseq
           end-if.
           go to set-runid-loop.
       set-runid-make.
           add  1                      to w-runseq.
           move "HM"                   to w-runid(1:2).
           move w-runseq               to w-runid(3:6).
       end-set-runid.

      * ------------------------------------------------
      * --- Parm card : coverage horizon in years and ---
      * --- run id. Optional - a missing or           ---
      * --- unreadable card leaves the default of 2   ---
      * --- years and the generated run id in place.  ---
      * ------------------------------------------------
       rea-parm.
           open input hprm-file.
                 and hpm-years > 0
                 move hpm-years         to w-years
              end-if
              if w-prmsts = "00"
                 move hpm-runid         to w-runid
              end-if
      * --- the coverage table holds the current year plus five ---
              if w-years > 5
                 move 5                 to w-years
              go to prc-trans-print
           end-if.

      * --- a blank calendar code is the FR list, matching the ---
      * --- default the library itself applies (cal-isholi)    ---
           if hmt-calcod = spaces
              move "FR"                to w-calcod
           else
              move hmt-calcod          to w-calcod
           end-if.

      * --- calendar control : the library refuses a calendar  ---
      * --- CALDEF does not define or has retired, so rows     ---
      * --- loaded under one would never be read               ---
           move w-calcod               to cdf-calcod.
           read caldef-file
              invalid key
                 move "REJECTED"       to w-status
                 move "UNKNOWN CALENDAR" to w-reason
           end-read.
           if w-status = "REJECTED"    go to prc-trans-print.
           if cdf-actflg not = "A"
              move "REJECTED"          to w-status
              move "INACTIVE CALENDAR" to w-reason
              go to prc-trans-print
           end-if.

      * --- week-end control : cal-isbday already     ---
      * --- excludes the calendar's CALDEF week-end   ---
      * --- days, so a holiday on one of those days   ---
      * --- would never be honoured                   ---
           move hmt-date               to w-reddat.
           perform cal-dowday thru end-cal-dowday.
           if cdf-wkeday(w-dow) = "Y"
              move "REJECTED"          to w-status
              move "WEEK-END DATE"     to w-reason
              go to prc-trans-print
              if w-status = "REJECTED"  go to prc-trans-print
           end-if.

      * --- apply to HOLCAL ---
           evaluate hmt-action
              when "ADD"
                 move "REJECTED"       to w-status
                 move "WRITE FAILED"   to w-reason
           end-write.
           if w-status = "REJECTED"    go to end-app-add.
           add  1                      to w-cnt-add.
           move spaces                 to hjr-before.
           move hol-record             to hjr-after.
           perform wrt-journal thru end-wrt-journal.
       end-app-add.

      * ------------------------------------------------
      * --- DEL : remove the holiday row, reject when ---
      * --- the date was never loaded (the row is     ---
      * --- read first for the journal's before image)---
      * ------------------------------------------------
       app-del.
           move w-calcod               to hol-calcod.
           move hmt-date               to hol-date.
           read holcal-file
              invalid key
                 move "REJECTED"       to w-status
                 move "DATE NOT FOUND" to w-reason
           end-read.
           if w-status = "REJECTED"    go to end-app-del.
           move hol-record             to hjr-before.
           delete holcal-file
              invalid key
                 move "REJECTED"       to w-status
                 move "DATE NOT FOUND" to w-reason
           end-delete.
           if w-status = "REJECTED"    go to end-app-del.
           add  1                      to w-cnt-del.
           move spaces                 to hjr-after.
           perform wrt-journal thru end-wrt-journal.
       end-app-del.

      * ------------------------------------------------
                 move "DATE NOT FOUND" to w-reason
           end-read.
           if w-status = "REJECTED"    go to end-app-rep.
           move hol-record             to hjr-before.
           move hmt-libel              to hol-libel.
           move w-holtyp               to hol-holtyp.
           move w-cutoff               to hol-cutoff.
                 move "REJECTED"       to w-status
                 move "REWRITE FAILED" to w-reason
           end-rewrite.
           if w-status = "REJECTED"    go to end-app-rep.
           add  1                      to w-cnt-rep.
           move hol-record             to hjr-after.
           perform wrt-journal thru end-wrt-journal.
       end-app-rep.

      * ------------------------------------------------
      * --- Journal one applied change : the images   ---
      * --- are already in hjr-before/hjr-after. A    ---
      * --- change HOLCAL holds but the journal does  ---
      * --- not could never be backed out, so a       ---
      * --- failed write stops the run on the spot.   ---
      * ------------------------------------------------
       wrt-journal.
           move w-runtms               to hjr-runtms.
           move w-runid                to hjr-runid.
           move w-cnt-tot              to hjr-seqnbr.
           move hmt-action             to hjr-action.
           move spaces                 to hjr-bkorun.
           move 0                      to hjr-bkoseq.
           write hjr-record.
           if w-jrnsts not = "00"
              display "HOLMAINT - JOURNAL WRITE FAILED FILE STATUS "
                      w-jrnsts " AFTER " hmt-action " " w-calcod
                      " " hmt-date
              move 16                  to return-code
              stop run
           end-if.
           add  1                      to w-cnt-jrn.
       end-wrt-journal.

      * -----------------------------
      * --- Print the report head ---
      * -----------------------------
       wrt-header.
           write rpt-line              from w-rpthdr1.
           move w-runid                to w-rh-runid.
           move w-runtms               to w-rh-runtms.
           write rpt-line              from w-rpthdr3.
           write rpt-line              from w-rpthdr2.
       end-wrt-header.

           move "RECORDS REJECTED:"    to w-rt-label.
           move w-cnt-rej              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "CHANGES JOURNALED:"   to w-rt-label.
           move w-cnt-jrn              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
       end-wrt-trailer.

      * ------------------------------------------------
