      *-----------------------------------------------------------------
      *--- DESCRIPTION -------------------------------------------------
      *--- Copyright Vin0u@2026 ----------------------------------------
      *--- Batch maintenance for the FISDEF fiscal calendars ----------
      *--- Reads a maintenance transaction file (ADD/REP plus the -----
      *--- entity, description, fiscal year start month, period -------
      *--- type, week pattern and week-end day, year label, default ---
      *--- calendar and active flag, see fistran.cpy), validates ------
      *--- each row (an entity and a description are required, the ---
      *--- start month is 01-12, a W entity has a pattern of three ----
      *--- week counts making a 13-week quarter and a week-end day ----
      *--- 1-7, the label is E or S, a default calendar is defined ----
      *--- and active on CALDEF, the flag is A or I), applies the -----
      *--- changes to FISDEF and prints a maintenance report ----------
      *--- followed by the list of every entity on file. An entity ----
      *--- is never deleted - schedules may still name it - it is -----
      *--- retired by a REP to the inactive flag, which libdate then --
      *--- refuses. ----------------------------------------------------
      *-----------------------------------------------------------------
       identification division.
       program-id.    fismaint.
       author.        Vin0u.
       date-written.  02-09-2026.

       environment division.
       input-output section.
       file-control.
           select fmtrn-file assign to "FISTRAN"
               organization is sequential
               file status is w-trnsts.
           select fisdef-file assign to "FISDEF"
               organization is indexed
               access mode is dynamic
               record key is fdf-entity
               file status is w-fdfsts.
           select caldef-file assign to "CALDEF"
               organization is indexed
               access mode is random
               record key is cdf-calcod
               file status is w-cdfsts.
           select frpt-file assign to "FISRPT"
               organization is sequential
               file status is w-rptsts.

       data division.
       file section.
       fd  fmtrn-file.
           copy "fistran.cpy".
      *
       fd  fisdef-file.
           copy "fisdef.cpy".
      *
       fd  caldef-file.
           copy "caldef.cpy".
      *
       fd  frpt-file.
       01  rpt-line                    pic x(132).

       working-storage section.
      *
       77  w-trnsts                    pic xx.
       77  w-fdfsts                    pic xx.
       77  w-cdfsts                    pic xx.
       77  w-rptsts                    pic xx.
       77  w-badfil                    pic x(8).
       77  w-badsts                    pic xx.
       77  w-eof                       pic x     value "N".
       77  w-lsteof                    pic x     value "N".
       77  w-status                    pic x(8).
       77  w-reason                    pic x(20).
       77  w-patidx                    pic 9.
       77  w-patsum                    pic 99.
       77  w-cnt-tot                   pic 9(7)  value 0.
       77  w-cnt-add                   pic 9(7)  value 0.
       77  w-cnt-rep                   pic 9(7)  value 0.
       77  w-cnt-rej                   pic 9(7)  value 0.
       77  w-cnt-ent                   pic 9(7)  value 0.
       77  w-cnt-act                   pic 9(7)  value 0.

      * --- Report lines ---
       01  w-rpthdr1.
           02 filler                   pic x(40) value
             "FISMAINT - FISDEF MAINTENANCE REPORT".
      *
       01  w-rpthdr2.
           02 filler                   pic x(4)  value "ACT ".
           02 filler                   pic x(6)  value "ENT ".
           02 filler                   pic x(31) value "DESCRIPTION".
           02 filler                   pic x(3)  value "SM ".
           02 filler                   pic x(2)  value "T ".
           02 filler                   pic x(4)  value "PAT ".
           02 filler                   pic x(2)  value "W ".
           02 filler                   pic x(2)  value "L ".
           02 filler                   pic x(4)  value "CAL ".
           02 filler                   pic x(2)  value "F ".
           02 filler                   pic x(9)  value "STATUS  ".
           02 filler                   pic x(20) value "REASON".
      *
       01  w-rptdtl.
           02 w-rd-action              pic x(3).
           02 filler                   pic x     value space.
           02 w-rd-entity              pic x(4).
           02 filler                   pic x(2)  value spaces.
           02 w-rd-libel               pic x(30).
           02 filler                   pic x     value space.
           02 w-rd-strmth              pic x(2).
           02 filler                   pic x     value space.
           02 w-rd-prdtyp              pic x.
           02 filler                   pic x     value space.
           02 w-rd-patern              pic x(3).
           02 filler                   pic x     value space.
           02 w-rd-wkend               pic x.
           02 filler                   pic x     value space.
           02 w-rd-yrlbl               pic x.
           02 filler                   pic x     value space.
           02 w-rd-calcod              pic x(2).
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
             "FISCAL CALENDARS ON FILE".
      *
       01  w-rptlst2.
           02 filler                   pic x(4)  value "ENT ".
           02 w-rl-entity              pic x(4).
           02 filler                   pic x(2)  value spaces.
           02 w-rl-libel               pic x(30).
           02 filler                   pic x     value space.
           02 w-rl-strmth              pic 99.
           02 filler                   pic x     value space.
           02 w-rl-prdtyp              pic x.
           02 filler                   pic x     value space.
           02 w-rl-patern              pic x(3).
           02 filler                   pic x     value space.
           02 w-rl-wkend               pic x.
           02 filler                   pic x     value space.
           02 w-rl-yrlbl               pic x.
           02 filler                   pic x     value space.
           02 w-rl-calcod              pic x(2).
           02 filler                   pic x(2)  value spaces.
           02 w-rl-status              pic x(8).

      * -----------------------
      * --- Loading library ---
      * -----------------------
       procedure division.

       main-line.
           open input  fmtrn-file.
           if w-trnsts not = "00"
              move "FISTRAN"            to w-badfil
              move w-trnsts             to w-badsts
              go to abend-open
           end-if.
           perform opn-fisdef thru end-opn-fisdef.
           open input  caldef-file.
           if w-cdfsts not = "00"
              move "CALDEF"             to w-badfil
              move w-cdfsts             to w-badsts
              go to abend-open
           end-if.
           open output frpt-file.
           if w-rptsts not = "00"
              move "FISRPT"             to w-badfil
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
           perform lst-fisdef thru end-lst-fisdef.
           close fmtrn-file.
           close fisdef-file.
           close caldef-file.
           close frpt-file.
           if w-cnt-rej > 0
              move 4                    to return-code
           end-if.
           stop run.

      * ------------------------------------------------
      * --- One transaction/read pair, repeated until  ---
      * --- FISTRAN is exhausted.                     ---
      * ------------------------------------------------
       process-loop.
           perform prc-trans thru end-prc-trans.
           perform rea-trans thru end-rea-trans.
           if w-eof not = "Y"          go to process-loop.
       end-process-loop.

      * ------------------------------------------------
      * --- A required file failed to open - FISTRAN, ---
      * --- FISDEF, CALDEF and FISRPT are all         ---
      * --- mandatory for a maintenance run, so a bad ---
      * --- DD stops the job                          ---
      * ------------------------------------------------
       abend-open.
           display "FISMAINT - OPEN FAILED FOR " w-badfil
                   " FILE STATUS " w-badsts.
           move 12                     to return-code.
           stop run.

      * ------------------------------------------------
      * --- Open FISDEF for update. The first run     ---
      * --- finds no file, so when the i-o open fails ---
      * --- it is created empty first, then reopened  ---
      * --- for update - the same as CALMAINT does    ---
      * --- for CALDEF.                               ---
      * ------------------------------------------------
       opn-fisdef.
           open i-o fisdef-file.
           if w-fdfsts not = "00"
              open output fisdef-file
              if w-fdfsts = "00"
                 close fisdef-file
                 open i-o fisdef-file
              end-if
           end-if.
           if w-fdfsts not = "00"
              move "FISDEF"             to w-badfil
              move w-fdfsts             to w-badsts
              go to abend-open
           end-if.
       end-opn-fisdef.

      * -----------------------------
      * --- Read next transaction ---
      * -----------------------------
       rea-trans.
           read fmtrn-file
              at end move "Y"          to w-eof
           end-read.
       end-rea-trans.

      * ------------------------------------------------
      * --- Validate one transaction and apply it to  ---
      * --- FISDEF, then print the outcome.           ---
      * ------------------------------------------------
       prc-trans.
           add  1                      to w-cnt-tot.
           move "APPLIED"              to w-status.
           move spaces                 to w-reason.

      * --- action control : no DEL, an entity is retired ---
           if fmt-action not = "ADD" and not = "REP"
              move "REJECTED"          to w-status
              move "INVALID ACTION"    to w-reason
              go to prc-trans-print
           end-if.
           if fmt-entity = spaces
              move "REJECTED"          to w-status
              move "MISSING ENTITY"    to w-reason
              go to prc-trans-print
           end-if.
           if fmt-libel = spaces
              move "REJECTED"          to w-status
              move "MISSING DESCRIPTION"
                                       to w-reason
              go to prc-trans-print
           end-if.
           if fmt-strmth not numeric
              or fmt-strmth < 1 or fmt-strmth > 12
              move "REJECTED"          to w-status
              move "INVALID START MONTH"
                                       to w-reason
              go to prc-trans-print
           end-if.

      * --- period type : civil months need nothing more, week ---
      * --- periods their pattern and week-end day             ---
           evaluate fmt-prdtyp
              when "M"
                 move spaces           to fmt-patern fmt-wkend
              when "W"
                 perform ctr-patern thru end-ctr-patern
              when other
                 move "REJECTED"       to w-status
                 move "INVALID PERIOD TYPE"
                                       to w-reason
           end-evaluate.
           if w-status = "REJECTED"    go to prc-trans-print.

           if fmt-yrlbl not = "E" and not = "S"
              move "REJECTED"          to w-status
              move "INVALID YEAR LABEL"
                                       to w-reason
              go to prc-trans-print
           end-if.

      * --- the default calendar must be one libdate accepts ---
           if fmt-calcod not = spaces
              move fmt-calcod          to cdf-calcod
              read caldef-file
                 invalid key
                    move "REJECTED"    to w-status
                    move "UNKNOWN CALENDAR"
                                       to w-reason
                    go to prc-trans-print
              end-read
              if cdf-actflg not = "A"
                 move "REJECTED"       to w-status
                 move "INACTIVE CALENDAR"
                                       to w-reason
                 go to prc-trans-print
              end-if
           end-if.
           if fmt-actflg not = "A" and not = "I"
              move "REJECTED"          to w-status
              move "INVALID ACTIVE FLAG"
                                       to w-reason
              go to prc-trans-print
           end-if.

      * --- apply to FISDEF ---
           evaluate fmt-action
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
      * --- Week pattern control (W entity) : three   ---
      * --- week counts of 1-9 making a 13-week       ---
      * --- quarter, and a week-end day 1-7           ---
      * ------------------------------------------------
       ctr-patern.
           if fmt-patern not numeric
              move "REJECTED"          to w-status
              move "INVALID PATTERN"   to w-reason
              go to end-ctr-patern
           end-if.
           move 0                      to w-patsum.
           move 1                      to w-patidx.
       ctr-patern-prd.
           if fmt-patwk(w-patidx) = 0
              move "REJECTED"          to w-status
              move "INVALID PATTERN"   to w-reason
              go to end-ctr-patern
           end-if.
           add  fmt-patwk(w-patidx)    to w-patsum.
           add  1                      to w-patidx.
           if w-patidx <= 3            go to ctr-patern-prd.
           if w-patsum not = 13
              move "REJECTED"          to w-status
              move "PATTERN NOT 13 WEEKS"
                                       to w-reason
              go to end-ctr-patern
           end-if.
           if fmt-wkend not numeric
              or fmt-wkend < "1" or fmt-wkend > "7"
              move "REJECTED"          to w-status
              move "INVALID WEEK-END DAY"
                                       to w-reason
           end-if.
       end-ctr-patern.

      * ------------------------------------------------
      * --- ADD : reject an entity already defined,   ---
      * --- else write the new definition             ---
      * ------------------------------------------------
       app-add.
           move fmt-entity             to fdf-entity.
           read fisdef-file
              invalid key continue
              not invalid key
                 move "REJECTED"       to w-status
                 move "DUPLICATE ENTITY"
                                       to w-reason
           end-read.
           if w-status = "REJECTED"    go to end-app-add.
           move spaces                 to fdf-record.
           move fmt-entity             to fdf-entity.
           perform mov-fisdef thru end-mov-fisdef.
           write fdf-record
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
      * --- existing entity (retire it with flag I),  ---
      * --- reject when it is not defined             ---
      * ------------------------------------------------
       app-rep.
           move fmt-entity             to fdf-entity.
           read fisdef-file
              invalid key
                 move "REJECTED"       to w-status
                 move "ENTITY NOT FOUND"
                                       to w-reason
           end-read.
           if w-status = "REJECTED"    go to end-app-rep.
           perform mov-fisdef thru end-mov-fisdef.
           rewrite fdf-record
              invalid key
                 move "REJECTED"       to w-status
                 move "REWRITE FAILED" to w-reason
           end-rewrite.
           if w-status not = "REJECTED"
              add  1                   to w-cnt-rep
           end-if.
       end-app-rep.

      * ------------------------------------------------
      * --- Transaction fields onto the FISDEF row -   ---
      * --- an M entity carries no pattern and week-  ---
      * --- end day 0                                 ---
      * ------------------------------------------------
       mov-fisdef.
           move fmt-libel              to fdf-libel.
           move fmt-strmth             to fdf-strmth.
           move fmt-prdtyp             to fdf-prdtyp.
           move fmt-patern             to fdf-patern.
           if fmt-prdtyp = "W"
              move fmt-wkend           to fdf-wkend
           else
              move 0                   to fdf-wkend
           end-if.
           move fmt-yrlbl              to fdf-yrlbl.
           move fmt-calcod             to fdf-calcod.
           move fmt-actflg             to fdf-actflg.
       end-mov-fisdef.

      * -------------------------------
      * --- Print one detail line   ---
      * -------------------------------
       wrt-detail.
           move fmt-action             to w-rd-action.
           move fmt-entity             to w-rd-entity.
           move fmt-libel              to w-rd-libel.
           move fmt-strmth             to w-rd-strmth.
           move fmt-prdtyp             to w-rd-prdtyp.
           move fmt-patern             to w-rd-patern.
           move fmt-wkend              to w-rd-wkend.
           move fmt-yrlbl              to w-rd-yrlbl.
           move fmt-calcod             to w-rd-calcod.
           move fmt-actflg             to w-rd-actflg.
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
           move "ENTITIES ADDED:"      to w-rt-label.
           move w-cnt-add              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "ENTITIES REPLACED:"   to w-rt-label.
           move w-cnt-rep              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "RECORDS REJECTED:"    to w-rt-label.
           move w-cnt-rej              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
       end-wrt-trailer.

      * ------------------------------------------------
      * --- Every entity on file after the run, in    ---
      * --- entity order, with its active/inactive    ---
      * --- status - the fiscal calendars libdate     ---
      * --- will now accept.                          ---
      * ------------------------------------------------
       lst-fisdef.
           write rpt-line              from w-rptlst1.
           move low-values             to fdf-entity.
           start fisdef-file key not < fdf-entity
              invalid key move "Y"     to w-lsteof
           end-start.
       lst-fisdef-loop.
           if w-lsteof = "Y"           go to lst-fisdef-total.
           read fisdef-file next record
              at end move "Y"          to w-lsteof
           end-read.
           if w-lsteof = "Y"           go to lst-fisdef-total.
           add  1                      to w-cnt-ent.
           move fdf-entity             to w-rl-entity.
           move fdf-libel              to w-rl-libel.
           move fdf-strmth             to w-rl-strmth.
           move fdf-prdtyp             to w-rl-prdtyp.
           move fdf-patern             to w-rl-patern.
           if fdf-prdtyp = "W"
              move fdf-wkend           to w-rl-wkend
           else
              move space               to w-rl-wkend
           end-if.
           move fdf-yrlbl              to w-rl-yrlbl.
           move fdf-calcod             to w-rl-calcod.
           if fdf-actflg = "A"
              add  1                   to w-cnt-act
              move "ACTIVE"            to w-rl-status
           else
              move "INACTIVE"          to w-rl-status
           end-if.
           write rpt-line              from w-rptlst2.
           go to lst-fisdef-loop.
       lst-fisdef-total.
           move "ENTITIES ON FILE:"    to w-rt-label.
           move w-cnt-ent              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "ENTITIES ACTIVE:"     to w-rt-label.
           move w-cnt-act              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
       end-lst-fisdef.
