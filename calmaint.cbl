      *-----------------------------------------------------------------
      *--- DESCRIPTION -------------------------------------------------
      *--- Copyright Vin0u@2026 ----------------------------------------
      *--- Batch maintenance for the CALDEF calendar definitions -------
      *--- Reads a maintenance transaction file (ADD/REP plus the -----
      *--- calendar code, description, week-end days, default ---------
      *--- language and active flag, see caltran.cpy), validates ------
      *--- each row (a code and a description are required, the ------
      *--- week-end mask is Y/N per weekday and leaves at least one ---
      *--- working day, the language is one libdate knows, the flag ---
      *--- is A or I), applies the changes to CALDEF and prints a -----
      *--- maintenance report followed by the list of every calendar --
      *--- on file. A calendar is never deleted - HOLCAL rows and ------
      *--- schedules may still name it - it is retired by a REP to ----
      *--- the inactive flag, which every reader then refuses. ---------
      *-----------------------------------------------------------------
       identification division.
       program-id.    calmaint.
       author.        Vin0u.
       date-written.  02-09-2026.

       environment division.
       input-output section.
       file-control.
           select cmtrn-file assign to "CALTRAN"
               organization is sequential
               file status is w-trnsts.
           select caldef-file assign to "CALDEF"
               organization is indexed
               access mode is dynamic
               record key is cdf-calcod
               file status is w-cdfsts.
           select crpt-file assign to "CALRPT"
               organization is sequential
               file status is w-rptsts.

       data division.
       file section.
       fd  cmtrn-file.
           copy "caltran.cpy".
      *
       fd  caldef-file.
           copy "caldef.cpy".
      *
       fd  crpt-file.
       01  rpt-line                    pic x(132).

       working-storage section.
      *
       77  w-trnsts                    pic xx.
       77  w-cdfsts                    pic xx.
       77  w-rptsts                    pic xx.
       77  w-badfil                    pic x(8).
       77  w-badsts                    pic xx.
       77  w-eof                       pic x     value "N".
       77  w-lsteof                    pic x     value "N".
       77  w-status                    pic x(8).
       77  w-reason                    pic x(20).
       77  w-wkdidx                    pic 9.
       77  w-wkdcnt                    pic 9.
       77  w-cnt-tot                   pic 9(7)  value 0.
       77  w-cnt-add                   pic 9(7)  value 0.
       77  w-cnt-rep                   pic 9(7)  value 0.
       77  w-cnt-rej                   pic 9(7)  value 0.
       77  w-cnt-cal                   pic 9(7)  value 0.
       77  w-cnt-act                   pic 9(7)  value 0.

      * --- Report lines ---
       01  w-rpthdr1.
           02 filler                   pic x(40) value
             "CALMAINT - CALDEF MAINTENANCE REPORT".
      *
       01  w-rpthdr2.
           02 filler                   pic x(4)  value "ACT ".
           02 filler                   pic x(4)  value "CAL ".
           02 filler                   pic x(31) value "DESCRIPTION".
           02 filler                   pic x(8)  value "WEEKEND ".
           02 filler                   pic x(4)  value "LG ".
           02 filler                   pic x(2)  value "F ".
           02 filler                   pic x(9)  value "STATUS  ".
           02 filler                   pic x(20) value "REASON".
      *
       01  w-rptdtl.
           02 w-rd-action              pic x(3).
           02 filler                   pic x     value space.
           02 w-rd-calcod              pic x(2).
           02 filler                   pic x(2)  value spaces.
           02 w-rd-libel               pic x(30).
           02 filler                   pic x     value space.
           02 w-rd-wkend               pic x(7).
           02 filler                   pic x     value space.
           02 w-rd-codlng              pic x(2).
           02 filler                   pic x(2)  value spaces.
           02 w-rd-actflg              pic x.
           02 filler                   pic x     value space.
           02 w-rd-status              pic x(8).
           02 filler                   pic x     value space.
           02 w-rd-reason              pic x(20).
      *
       01  w-rpttrl1.
           02 filler                   pic x(20) value
             "TOTAL RECORDS READ:".
           02 w-rt-tot                 pic zzz,zz9.
      *
       01  w-rpttrl2.
           02 w-rt-label               pic x(20).
           02 w-rt-cnt                 pic zzz,zz9.
      *
       01  w-rptlst1.
           02 filler                   pic x(40) value
             "CALENDARS ON FILE".
      *
       01  w-rptlst2.
           02 filler                   pic x(4)  value "CAL ".
           02 w-rl-calcod              pic x(2).
           02 filler                   pic x(2)  value spaces.
           02 w-rl-libel               pic x(30).
           02 filler                   pic x     value space.
           02 w-rl-wkend               pic x(7).
           02 filler                   pic x     value space.
           02 w-rl-codlng              pic x(2).
           02 filler                   pic x(2)  value spaces.
           02 w-rl-status              pic x(8).

      * -----------------------
      * --- Loading library ---
      * -----------------------
       procedure division.

       main-line.
           open input  cmtrn-file.
           if w-trnsts not = "00"
              move "CALTRAN"            to w-badfil
              move w-trnsts             to w-badsts
              go to abend-open
           end-if.
           perform opn-caldef thru end-opn-caldef.
           open output crpt-file.
           if w-rptsts not = "00"
              move "CALRPT"             to w-badfil
              move w-rptsts             to w-badsts
              go to abend-open
           end-if.
           write rpt-line              from w-rpthdr1.
           write rpt-line              from w-rpthdr2.
           perform rea-trans thru end-rea-trans.
           if w-eof not = "Y"
              perform process-loop thru end-process-loop
           end-if.
           perform wrt-trailer thru end-wrt-trailer.
           perform lst-caldef thru end-lst-caldef.
           close cmtrn-file.
           close caldef-file.
           close crpt-file.
           if w-cnt-rej > 0
              move 4                    to return-code
           end-if.
           stop run.

      * ------------------------------------------------
      * --- One transaction/read pair, repeated until  ---
      * --- CALTRAN is exhausted.                     ---
      * ------------------------------------------------
       process-loop.
           perform prc-trans thru end-prc-trans.
           perform rea-trans thru end-rea-trans.
           if w-eof not = "Y"          go to process-loop.
       end-process-loop.

      * ------------------------------------------------
      * --- A required file failed to open - CALTRAN, ---
      * --- CALDEF and CALRPT are all mandatory for a ---
      * --- maintenance run, so a bad DD stops the job ---
      * ------------------------------------------------
       abend-open.
           display "CALMAINT - OPEN FAILED FOR " w-badfil
                   " FILE STATUS " w-badsts.
           move 12                     to return-code.
           stop run.

      * ------------------------------------------------
      * --- Open CALDEF for update. The first run     ---
      * --- finds no file, so when the i-o open fails ---
      * --- it is created empty first, then reopened  ---
      * --- for update - the same as HOLMAINT does    ---
      * --- for HOLCAL.                               ---
      * ------------------------------------------------
       opn-caldef.
           open i-o caldef-file.
           if w-cdfsts not = "00"
              open output caldef-file
              if w-cdfsts = "00"
                 close caldef-file
                 open i-o caldef-file
              end-if
           end-if.
           if w-cdfsts not = "00"
              move "CALDEF"             to w-badfil
              move w-cdfsts             to w-badsts
              go to abend-open
           end-if.
       end-opn-caldef.

      * -----------------------------
      * --- Read next transaction ---
      * -----------------------------
       rea-trans.
           read cmtrn-file
              at end move "Y"          to w-eof
           end-read.
       end-rea-trans.

      * ------------------------------------------------
      * --- Validate one transaction and apply it to  ---
      * --- CALDEF, then print the outcome.           ---
      * ------------------------------------------------
       prc-trans.
           add  1                      to w-cnt-tot.
           move "APPLIED"              to w-status.
           move spaces                 to w-reason.

      * --- action control : no DEL, a calendar is retired ---
           if cmt-action not = "ADD" and not = "REP"
              move "REJECTED"          to w-status
              move "INVALID ACTION"    to w-reason
              go to prc-trans-print
           end-if.

      * --- the code is the HOLCAL key : no blank default here, ---
      * --- FR has to be defined like any other calendar        ---
           if cmt-calcod = spaces
              move "REJECTED"          to w-status
              move "MISSING CALENDAR"  to w-reason
              go to prc-trans-print
           end-if.
           if cmt-libel = spaces
              move "REJECTED"          to w-status
              move "MISSING DESCRIPTION"
                                       to w-reason
              go to prc-trans-print
           end-if.

      * --- week-end mask : Y or N on every weekday, and a ---
      * --- market closed all week would send every        ---
      * --- business-day walk to the end of the calendar   ---
           perform ctr-wkend thru end-ctr-wkend.
           if w-status = "REJECTED"    go to prc-trans-print.

           if cmt-codlng not = "FR" and not = "EN" and not = "ES"
              move "REJECTED"          to w-status
              move "INVALID LANGUAGE"  to w-reason
              go to prc-trans-print
           end-if.
           if cmt-actflg not = "A" and not = "I"
              move "REJECTED"          to w-status
              move "INVALID ACTIVE FLAG"
                                       to w-reason
              go to prc-trans-print
           end-if.

      * --- apply to CALDEF ---
           evaluate cmt-action
              when "ADD"
                 perform app-add thru end-app-add
              when "REP"
                 perform app-rep thru end-app-rep
           end-evaluate.

       prc-trans-print.
           if w-status = "REJECTED"
              add  1                   to w-cnt-rej
           end-if.
           perform wrt-detail thru end-wrt-detail.
       end-prc-trans.

      * ------------------------------------------------
      * --- Week-end mask control : each of the seven ---
      * --- flags Y or N, at least one N (w-wkdcnt    ---
      * --- counts the working days)                  ---
      * ------------------------------------------------
       ctr-wkend.
           move 0                      to w-wkdcnt.
           move 1                      to w-wkdidx.
       ctr-wkend-day.
           if cmt-wkeday(w-wkdidx) not = "Y" and not = "N"
              move "REJECTED"          to w-status
              move "INVALID WEEK-END"  to w-reason
              go to end-ctr-wkend
           end-if.
           if cmt-wkeday(w-wkdidx) = "N"
              add  1                   to w-wkdcnt
           end-if.
           add  1                      to w-wkdidx.
           if w-wkdidx <= 7            go to ctr-wkend-day.
           if w-wkdcnt = 0
              move "REJECTED"          to w-status
              move "NO WORKING DAY"    to w-reason
           end-if.
       end-ctr-wkend.

      * ------------------------------------------------
      * --- ADD : reject a calendar already defined,  ---
      * --- else write the new definition             ---
      * ------------------------------------------------
       app-add.
           move cmt-calcod             to cdf-calcod.
           read caldef-file
              invalid key continue
              not invalid key
                 move "REJECTED"       to w-status
                 move "DUPLICATE CALENDAR"
                                       to w-reason
           end-read.
           if w-status = "REJECTED"    go to end-app-add.
           move spaces                 to cdf-record.
           move cmt-calcod             to cdf-calcod.
           move cmt-libel              to cdf-libel.
           move cmt-wkend              to cdf-wkend.
           move cmt-codlng             to cdf-codlng.
           move cmt-actflg             to cdf-actflg.
           write cdf-record
              invalid key
                 move "REJECTED"       to w-status
                 move "WRITE FAILED"   to w-reason
           end-write.
           if w-status not = "REJECTED"
              add  1                   to w-cnt-add
           end-if.
       end-app-add.

      * ------------------------------------------------
      * --- REP : replace the whole definition of an  ---
      * --- existing calendar (retire it with flag    ---
      * --- I), reject when it is not defined         ---
      * ------------------------------------------------
       app-rep.
           move cmt-calcod             to cdf-calcod.
           read caldef-file
              invalid key
                 move "REJECTED"       to w-status
                 move "CALENDAR NOT FOUND"
                                       to w-reason
           end-read.
           if w-status = "REJECTED"    go to end-app-rep.
           move cmt-libel              to cdf-libel.
           move cmt-wkend              to cdf-wkend.
           move cmt-codlng             to cdf-codlng.
           move cmt-actflg             to cdf-actflg.
           rewrite cdf-record
              invalid key
                 move "REJECTED"       to w-status
                 move "REWRITE FAILED" to w-reason
           end-rewrite.
           if w-status not = "REJECTED"
              add  1                   to w-cnt-rep
           end-if.
       end-app-rep.

      * -------------------------------
      * --- Print one detail line   ---
      * -------------------------------
       wrt-detail.
           move cmt-action             to w-rd-action.
           move cmt-calcod             to w-rd-calcod.
           move cmt-libel              to w-rd-libel.
           move cmt-wkend              to w-rd-wkend.
           move cmt-codlng             to w-rd-codlng.
           move cmt-actflg             to w-rd-actflg.
           move w-status               to w-rd-status.
           move w-reason               to w-rd-reason.
           write rpt-line              from w-rptdtl.
       end-wrt-detail.

      * --------------------------------------------
      * --- Print the trailer (counts per action) ---
      * --------------------------------------------
       wrt-trailer.
           move w-cnt-tot              to w-rt-tot.
           write rpt-line              from w-rpttrl1.
           move "CALENDARS ADDED:"     to w-rt-label.
           move w-cnt-add              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "CALENDARS REPLACED:"  to w-rt-label.
           move w-cnt-rep              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "RECORDS REJECTED:"    to w-rt-label.
           move w-cnt-rej              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
       end-wrt-trailer.

      * ------------------------------------------------
      * --- Every calendar on file after the run, in  ---
      * --- code order, with its active/inactive      ---
      * --- status - the register the HOLCAL readers  ---
      * --- will now accept.                          ---
      * ------------------------------------------------
       lst-caldef.
           write rpt-line              from w-rptlst1.
           move low-values             to cdf-calcod.
           start caldef-file key not < cdf-calcod
              invalid key move "Y"     to w-lsteof
           end-start.
       lst-caldef-loop.
           if w-lsteof = "Y"           go to lst-caldef-total.
           read caldef-file next record
              at end move "Y"          to w-lsteof
           end-read.
           if w-lsteof = "Y"           go to lst-caldef-total.
           add  1                      to w-cnt-cal.
           move cdf-calcod             to w-rl-calcod.
           move cdf-libel              to w-rl-libel.
           move cdf-wkend              to w-rl-wkend.
           move cdf-codlng             to w-rl-codlng.
           if cdf-actflg = "A"
              add  1                   to w-cnt-act
              move "ACTIVE"            to w-rl-status
           else
              move "INACTIVE"          to w-rl-status
           end-if.
           write rpt-line              from w-rptlst2.
           go to lst-caldef-loop.
       lst-caldef-total.
           move "CALENDARS ON FILE:"   to w-rt-label.
           move w-cnt-cal              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "CALENDARS ACTIVE:"    to w-rt-label.
           move w-cnt-act              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
       end-lst-caldef.
