      *-----------------------------------------------------------------
      *--- DESCRIPTION -------------------------------------------------
      *--- Copyright Vin0u@2026 ----------------------------------------
      *--- Reconciliation of HOLCAL against the official holiday -------
      *--- feed. The exchanges publish their holiday lists once a -----
      *--- year as a flat file (holfeed.cpy, sorted by calendar and ---
      *--- date). For each calendar code of the feed, over the --------
      *--- RECPARM year range, the feed is matched date by date to ----
      *--- the HOLCAL rows and RECRPT lists every disagreement : a -----
      *--- holiday missing from HOLCAL, one HOLCAL carries that the ----
      *--- feed does not, a type or cutoff difference. Nothing is ------
      *--- applied here : each disagreement becomes a HOLTRAN ----------
      *--- correction (ADD/DEL/REP) on RECTRAN, to be reviewed and -----
      *--- loaded through HOLMAINT so its checks and its journal ------
      *--- still apply. Feed rows HOLMAINT would refuse (bad date, -----
      *--- type or cutoff, duplicates) are listed, never turned into ---
      *--- corrections, and a feed holiday falling on a CALDEF ---------
      *--- week-end day is shown for information only. Condition ------
      *--- code 4 when the calendars disagree or the feed is faulty. ---
      *-----------------------------------------------------------------
       identification division.
       program-id.    holrecon.
       author.        Vin0u.
       date-written.  02-09-2026.

       environment division.
       input-output section.
       file-control.
      * --- Official holiday feed, sorted by calendar and date ---
           select hfeed-file assign to "HOLFEED"
               organization is sequential
               file status is w-fedsts.
           select holcal-file assign to "HOLCAL"
               organization is indexed
               access mode is dynamic
               record key is hol-key
               file status is w-holsts.
      * --- Calendar definitions : known calendars, week-ends ---
           select caldef-file assign to "CALDEF"
               organization is indexed
               access mode is random
               record key is cdf-calcod
               file status is w-cdfsts.
      * --- Correction transactions, HOLTRAN layout ---
           select rtrn-file assign to "RECTRAN"
               organization is sequential
               file status is w-trnsts.
           select rrpt-file assign to "RECRPT"
               organization is sequential
               file status is w-rptsts.
      * --- Parm card : calendar code and year range ---
           select rprm-file assign to "RECPARM"
               organization is sequential
               file status is w-prmsts.

       data division.
       file section.
       fd  hfeed-file.
           copy "holfeed.cpy".
      *
       fd  holcal-file.
           copy "holcal.cpy".
      *
       fd  caldef-file.
           copy "caldef.cpy".
      *
       fd  rtrn-file.
           copy "holtran.cpy".
      *
       fd  rrpt-file.
       01  rpt-line                    pic x(132).
      *
       fd  rprm-file.
       01  rpm-record.
           02 rpm-calcod               pic x(2).
           02 filler                   pic x.
           02 rpm-frmyr                pic 9(4).
           02 filler                   pic x.
           02 rpm-toyr                 pic 9(4).
           02 filler                   pic x(68).

       working-storage section.
      *
       77  w-fedsts                    pic xx.
       77  w-holsts                    pic xx.
       77  w-cdfsts                    pic xx.
       77  w-trnsts                    pic xx.
       77  w-rptsts                    pic xx.
       77  w-prmsts                    pic xx.
       77  w-badfil                    pic x(8).
       77  w-badsts                    pic xx.
       77  w-feof                      pic x     value "N".
       77  w-hceof                     pic x     value "N".
       77  w-fedgrp                    pic x     value "N".
       77  w-fevyr                     pic 9(4).
       77  w-ctrsts                    pic 9.
       77  w-reason                    pic x(24).
       77  w-cnt-tot                   pic 9(7)  value 0.
       77  w-cnt-skp                   pic 9(7)  value 0.
       77  w-cnt-inv                   pic 9(7)  value 0.
       77  w-cnt-dup                   pic 9(7)  value 0.
       77  w-cnt-nrc                   pic 9(7)  value 0.
       77  w-cnt-cal                   pic 9(7)  value 0.
       77  w-cnt-cbd                   pic 9(7)  value 0.
       77  w-cnt-mat                   pic 9(7)  value 0.
       77  w-cnt-mis                   pic 9(7)  value 0.
       77  w-cnt-ext                   pic 9(7)  value 0.
       77  w-cnt-dif                   pic 9(7)  value 0.
       77  w-cnt-wke                   pic 9(7)  value 0.
       77  w-cnt-trn                   pic 9(7)  value 0.

      * --- selection : calendar code (blank = every calendar of ---
      * --- the feed) and year range, default the current year  ---
       77  w-selcal                    pic x(2)  value spaces.
       77  w-frmyr                     pic 9(4).
       77  w-toyr                      pic 9(4).
       77  w-frmdat                    pic 9(8).
       77  w-todat                     pic 9(8).

      * --- calendar code of the feed group under comparison ---
       77  w-grpcal                    pic x(2).

      * --- effective type/cutoff of the feed row and of the  ---
      * --- HOLCAL row (blank type = F, a full day has no     ---
      * --- cutoff)                                           ---
       77  w-fedtyp                    pic x.
       77  w-fedcut                    pic 9(4).
       77  w-holtyp                    pic x.
       77  w-holcut                    pic 9(4).
       77  w-cuthh                     pic 99.
       77  w-cutmm                     pic 99.

      * ---------------------------
      * --- Structured variable ---
      * ---------------------------
       01  w-reddat                    pic 9(8).
       01  r-reddat              redefines w-reddat.
           02 r-year                   pic 9(4).
           02 r-month                  pic 99.
           02 r-day                    pic 99.

      * --- Date under control (in/out of ctr-datein) ---
       01  w-ctrdat                    pic 9(8).
       01  r-ctrdat              redefines w-ctrdat.
           02 r-ctryear                pic 9(4).
           02 r-ctrmth                 pic 99.
           02 r-ctrday                 pic 99.

      * --- feed key of the current and of the previous row ---
      * --- (the feed must come in calendar/date order)      ---
       01  w-fedkey.
           02 w-fk-calcod              pic x(2).
           02 w-fk-date                pic 9(8).
       01  w-prvkey                    pic x(10) value low-values.

      * --- Constants ---
       01  t-maxday.
           02 filler                   pic 99    value 31.
           02 c-fevday                 pic 99.
           02 filler                   pic x(20) value
             "31303130313130313031".
      *
       01  r-maxday               redefines t-maxday.
           02 c-maxday                 pic 99 occurs 12.

      * --- Day-of-week working fields (Zeller's congruence) ---
       77  w-zyear                     pic 9(4).
       77  w-zmonth                    pic 99.
       77  w-zday                      pic 99.
       77  w-zj                        pic 99.
       77  w-zk                        pic 99.
       77  w-zt13                      pic 99.
       77  w-zk4                       pic 99.
       77  w-zj4                       pic 99.
       77  w-zh                        pic 9.
       77  w-dow                       pic 9.

      * --- Report lines ---
       01  w-rpthdr1.
           02 filler                   pic x(48) value
             "HOLRECON - HOLCAL / HOLIDAY FEED RECONCILIATION".
      *
       01  w-rpthdr3.
           02 filler                   pic x(11) value "CALENDAR: ".
           02 w-rh-calcod              pic x(3).
           02 filler                   pic x(9)  value "  YEARS: ".
           02 w-rh-frmyr               pic 9(4).
           02 filler                   pic x(3)  value " - ".
           02 w-rh-toyr                pic 9(4).
      *
       01  w-rpthdr2.
           02 filler                   pic x(4)  value "CAL ".
           02 filler                   pic x(9)  value "DATE    ".
           02 filler                   pic x(31) value "LABEL".
           02 filler                   pic x(3)  value "FD ".
           02 filler                   pic x(5)  value "CUTF ".
           02 filler                   pic x(3)  value "HC ".
           02 filler                   pic x(5)  value "CUTF ".
           02 filler                   pic x(25) value "FINDING".
           02 filler                   pic x(4)  value "CORR".
      *
       01  w-rptdtl.
           02 w-rd-calcod              pic x(2).
           02 filler                   pic x(2)  value spaces.
           02 w-rd-date                pic x(8).
           02 filler                   pic x     value space.
           02 w-rd-libel               pic x(30).
           02 filler                   pic x     value space.
           02 w-rd-fedtyp              pic x.
           02 filler                   pic x(2)  value spaces.
           02 w-rd-fedcut              pic x(4).
           02 filler                   pic x     value space.
           02 w-rd-holtyp              pic x.
           02 filler                   pic x(2)  value spaces.
           02 w-rd-holcut              pic x(4).
           02 filler                   pic x     value space.
           02 w-rd-finding             pic x(24).
           02 filler                   pic x     value space.
           02 w-rd-action              pic x(3).
      *
       01  w-rpttrl1.
           02 filler                   pic x(20) value
             "FEED ROWS READ:".
           02 w-rt-tot                 pic zzz,zz9.
      *
       01  w-rpttrl2.
           02 w-rt-label               pic x(20).
           02 w-rt-cnt                 pic zzz,zz9.

      * -----------------------
      * --- Loading library ---
      * -----------------------
       procedure division.

       main-line.
           perform rea-parm thru end-rea-parm.
           open input  hfeed-file.
           if w-fedsts not = "00"
              move "HOLFEED"            to w-badfil
              move w-fedsts             to w-badsts
              go to abend-open
           end-if.
           open input  holcal-file.
           if w-holsts not = "00"
              move "HOLCAL"             to w-badfil
              move w-holsts             to w-badsts
              go to abend-open
           end-if.
           open input  caldef-file.
           if w-cdfsts not = "00"
              move "CALDEF"             to w-badfil
              move w-cdfsts             to w-badsts
              go to abend-open
           end-if.
           open output rtrn-file.
           if w-trnsts not = "00"
              move "RECTRAN"            to w-badfil
              move w-trnsts             to w-badsts
              go to abend-open
           end-if.
           open output rrpt-file.
           if w-rptsts not = "00"
              move "RECRPT"             to w-badfil
              move w-rptsts             to w-badsts
              go to abend-open
           end-if.
           perform wrt-header thru end-wrt-header.
           perform rea-feed thru end-rea-feed.
           if w-feof not = "Y"
              perform process-loop thru end-process-loop
           end-if.
           if w-cnt-cal = 0 and w-cnt-cbd = 0
              perform rec-nofeed thru end-rec-nofeed
           end-if.
           perform wrt-trailer thru end-wrt-trailer.
           close hfeed-file.
           close holcal-file.
           close caldef-file.
           close rtrn-file.
           close rrpt-file.
           if w-cnt-mis > 0 or w-cnt-ext > 0 or w-cnt-dif > 0
              or w-cnt-cbd > 0 or w-cnt-inv > 0 or w-cnt-dup > 0
              move 4                    to return-code
           end-if.
           stop run.

      * ------------------------------------------------
      * --- One calendar group of the feed compared   ---
      * --- with HOLCAL, repeated until the feed is   ---
      * --- exhausted.                                ---
      * ------------------------------------------------
       process-loop.
           move hfd-calcod             to w-grpcal.
           perform rec-group thru end-rec-group.
           if w-feof not = "Y"         go to process-loop.
       end-process-loop.

      * ------------------------------------------------
      * --- A required file failed to open - every    ---
      * --- file but the parm card is mandatory, so a ---
      * --- bad DD stops the job                      ---
      * ------------------------------------------------
       abend-open.
           display "HOLRECON - OPEN FAILED FOR " w-badfil
                   " FILE STATUS " w-badsts.
           move 12                     to return-code.
           stop run.

      * ------------------------------------------------
      * --- The feed is out of calendar/date order :  ---
      * --- the match would report false differences, ---
      * --- so the run stops (the job sorts the feed  ---
      * --- first - a hand-fed HOLFEED must be too).  ---
      * ------------------------------------------------
       abend-seq.
           display "HOLRECON - HOLFEED OUT OF SEQUENCE AT "
                   hfd-calcod " " hfd-date.
           move 16                     to return-code.
           stop run.

      * ------------------------------------------------
      * --- Parm card : calendar code and year range. ---
      * --- Optional - a missing or unreadable card   ---
      * --- compares every calendar of the feed over  ---
      * --- the current year; a missing or earlier    ---
      * --- to-year is the from-year.                 ---
      * ------------------------------------------------
       rea-parm.
           move function current-date(1:4)
                                       to w-frmyr.
           open input rprm-file.
           if w-prmsts = "00"
              read rprm-file
                 at end continue
              end-read
              if w-prmsts = "00"
                 move rpm-calcod        to w-selcal
              end-if
              if w-prmsts = "00" and rpm-frmyr numeric
                 and rpm-frmyr > 0
                 move rpm-frmyr         to w-frmyr
              end-if
              move w-frmyr              to w-toyr
              if w-prmsts = "00" and rpm-toyr numeric
                 and rpm-toyr > w-frmyr
                 move rpm-toyr          to w-toyr
              end-if
              close rprm-file
           else
              move w-frmyr              to w-toyr
           end-if.
           compute w-frmdat = w-frmyr * 10000 + 101.
           compute w-todat  = w-toyr  * 10000 + 1231.
       end-rea-parm.

      * --- Calcul february day max ---
       cal-fevday.
           if (function mod(w-fevyr, 4) = 0
                   and function mod(w-fevyr, 100) not = 0)
              or   function mod(w-fevyr, 400) = 0
              move 29                  to c-fevday
           else
              move 28                  to c-fevday
           end-if.
       end-cal-fevday.

      * ------------------------------------------------
      * --- Validate an incoming date (w-ctrdat)      ---
      * --- same rules as libdate's own ctr-datein    ---
      * --- in  : w-ctrdat = date to check            ---
      * --- out : w-ctrdat = 0 valid / not 0 invalid  ---
      * ------------------------------------------------
       ctr-datein.
           move 0                      to w-ctrsts.
           if r-ctrmth < 1 or r-ctrmth > 12
              move 1                   to w-ctrsts
           else
              move r-ctryear           to w-fevyr
              perform cal-fevday thru end-cal-fevday
              if r-ctrday < 1
                 or r-ctrday > c-maxday(r-ctrmth)
                 move 1                to w-ctrsts
              end-if
           end-if.
           move w-ctrsts               to w-ctrdat.
       end-ctr-datein.

      * ------------------------------------------
      * --- Give the day of week of w-reddat    ---
      * --- (Zeller's congruence) in w-dow,     ---
      * --- 1 = sunday .. 7 = saturday, exactly ---
      * --- as libdate computes it              ---
      * ------------------------------------------
       cal-dowday.
           move r-year                 to w-zyear.
           move r-month                to w-zmonth.
           move r-day                  to w-zday.
           if w-zmonth < 3
              subtract 1               from w-zyear
              add 12                   to w-zmonth
           end-if.
           divide w-zyear by 100 giving w-zj remainder w-zk.
           compute w-zt13 = (13 * (w-zmonth + 1)) / 5.
           divide w-zk by 4 giving w-zk4.
           divide w-zj by 4 giving w-zj4.
           compute w-zh =
               function mod(w-zday + w-zt13 + w-zk + w-zk4
                            + w-zj4 + (5 * w-zj), 7).
           compute w-dow = function mod(w-zh + 6, 7) + 1.
       end-cal-dowday.

      * ------------------------------------------------
      * --- Read the next feed row to compare : rows  ---
      * --- outside the calendar/year selection are   ---
      * --- counted and passed over, rows HOLMAINT    ---
      * --- would refuse and duplicates are listed    ---
      * --- and passed over. On return the row's type ---
      * --- and cutoff are in w-fedtyp/w-fedcut.      ---
      * ------------------------------------------------
       rea-feed.
           read hfeed-file
              at end move "Y"          to w-feof
           end-read.
           if w-feof = "Y"             go to end-rea-feed.
           add  1                      to w-cnt-tot.
           if w-selcal not = spaces and hfd-calcod not = w-selcal
              add  1                   to w-cnt-skp
              go to rea-feed
           end-if.
           if hfd-calcod = spaces
              move "FEED CALENDAR MISSING" to w-reason
              add  1                   to w-cnt-inv
              perform wrt-fedraw thru end-wrt-fedraw
              go to rea-feed
           end-if.
           if hfd-date not numeric
              move "BAD FEED DATE"     to w-reason
              add  1                   to w-cnt-inv
              perform wrt-fedraw thru end-wrt-fedraw
              go to rea-feed
           end-if.

      * --- sequence control : the match needs the feed in  ---
      * --- calendar/date order, and a date given twice     ---
      * --- for a calendar is listed once and not compared  ---
           move hfd-calcod             to w-fk-calcod.
           move hfd-date               to w-fk-date.
           if w-fedkey < w-prvkey      go to abend-seq.
           if w-fedkey = w-prvkey
              add  1                   to w-cnt-dup
              move "DUPLICATE FEED ROW" to w-reason
              perform wrt-fedraw thru end-wrt-fedraw
              go to rea-feed
           end-if.
           move w-fedkey               to w-prvkey.

      * --- year range control ---
           if hfd-date < w-frmdat or hfd-date > w-todat
              add  1                   to w-cnt-skp
              go to rea-feed
           end-if.

      * --- date control, same rules as libdate ---
           move hfd-date               to w-ctrdat.
           perform ctr-datein thru end-ctr-datein.
           if w-ctrdat not = 0
              move "BAD FEED DATE"     to w-reason
              add  1                   to w-cnt-inv
              perform wrt-fedraw thru end-wrt-fedraw
              go to rea-feed
           end-if.

      * --- holiday type control, as HOLMAINT's ctr-holtyp ---
           perform ctr-fedtyp thru end-ctr-fedtyp.
           if w-reason not = spaces
              add  1                   to w-cnt-inv
              perform wrt-fedraw thru end-wrt-fedraw
              go to rea-feed
           end-if.
       end-rea-feed.

      * ------------------------------------------------
      * --- Validate the feed row's holiday type and  ---
      * --- cutoff into w-fedtyp/w-fedcut : F (or     ---
      * --- blank) = full day, cutoff zero; H = half  ---
      * --- day, the cutoff must be a real clock time ---
      * --- (w-reason set when it is not).            ---
      * ------------------------------------------------
       ctr-fedtyp.
           move spaces                 to w-reason.
           move "F"                    to w-fedtyp.
           move 0                      to w-fedcut.
           if hfd-holtyp = space or hfd-holtyp = "F"
              go to end-ctr-fedtyp
           end-if.
           if hfd-holtyp not = "H"
              move "BAD FEED TYPE"     to w-reason
              go to end-ctr-fedtyp
           end-if.
           if hfd-cutoff not numeric or hfd-cutoff = 0
              move "BAD FEED CUTOFF"   to w-reason
              go to end-ctr-fedtyp
           end-if.
           divide hfd-cutoff by 100 giving w-cuthh
                                    remainder w-cutmm.
           if w-cuthh > 23 or w-cutmm > 59
              move "BAD FEED CUTOFF"   to w-reason
              go to end-ctr-fedtyp
           end-if.
           move "H"                    to w-fedtyp.
           move hfd-cutoff             to w-fedcut.
       end-ctr-fedtyp.

      * ------------------------------------------------
      * --- Read the next HOLCAL row of the group :   ---
      * --- w-hceof is set past the group's calendar  ---
      * --- or the last date of the year range.       ---
      * ------------------------------------------------
       rea-holcal.
           read holcal-file next record
              at end move "Y"          to w-hceof
           end-read.
           if w-hceof = "Y"            go to end-rea-holcal.
           if hol-calcod not = w-grpcal or hol-date > w-todat
              move "Y"                 to w-hceof
              go to end-rea-holcal
           end-if.
           move "F"                    to w-holtyp.
           move 0                      to w-holcut.
           if hol-holtyp = "H"
              move "H"                 to w-holtyp
              move hol-cutoff          to w-holcut
           end-if.
       end-rea-holcal.

      * ------------------------------------------------
      * --- One calendar of the feed : CALDEF must    ---
      * --- know it and have it active (HOLMAINT      ---
      * --- would refuse every correction otherwise), ---
      * --- then its feed rows and its HOLCAL rows of ---
      * --- the year range are merged date by date.   ---
      * ------------------------------------------------
       rec-group.
           move w-grpcal               to cdf-calcod.
           move spaces                 to w-reason.
           read caldef-file
              invalid key
                 move "UNKNOWN CALENDAR" to w-reason
           end-read.
           if w-reason = spaces and cdf-actflg not = "A"
              move "INACTIVE CALENDAR" to w-reason
           end-if.
           if w-reason not = spaces
              add  1                   to w-cnt-cbd
              perform wrt-calbad thru end-wrt-calbad
              go to rec-group-skip
           end-if.
           add  1                      to w-cnt-cal.

      * --- position HOLCAL on the first row of the range ---
           move "N"                    to w-hceof.
           move w-grpcal               to hol-calcod.
           move w-frmdat               to hol-date.
           start holcal-file key not < hol-key
              invalid key move "Y"     to w-hceof
           end-start.
           if w-hceof not = "Y"
              perform rea-holcal thru end-rea-holcal
           end-if.

       rec-group-loop.
           move "N"                    to w-fedgrp.
           if w-feof not = "Y" and hfd-calcod = w-grpcal
              move "Y"                 to w-fedgrp
           end-if.
           if w-fedgrp = "N" and w-hceof = "Y"
                                       go to end-rec-group.
           evaluate true
              when w-fedgrp = "Y" and w-hceof = "Y"
                 perform rec-missing thru end-rec-missing
                 perform rea-feed thru end-rea-feed
              when w-fedgrp = "N"
                 perform rec-extra thru end-rec-extra
                 perform rea-holcal thru end-rea-holcal
              when hfd-date < hol-date
                 perform rec-missing thru end-rec-missing
                 perform rea-feed thru end-rea-feed
              when hfd-date > hol-date
                 perform rec-extra thru end-rec-extra
                 perform rea-holcal thru end-rea-holcal
              when other
                 perform rec-compare thru end-rec-compare
                 perform rea-feed thru end-rea-feed
                 perform rea-holcal thru end-rea-holcal
           end-evaluate.
           go to rec-group-loop.

      * --- refused calendar : its feed rows are not compared ---
       rec-group-skip.
           add  1                      to w-cnt-nrc.
           perform rea-feed thru end-rea-feed.
           if w-feof not = "Y" and hfd-calcod = w-grpcal
                                       go to rec-group-skip.
       end-rec-group.

      * ------------------------------------------------
      * --- A feed holiday HOLCAL does not carry :    ---
      * --- ADD it - unless it falls on one of the    ---
      * --- calendar's CALDEF week-end days, already  ---
      * --- closed, which HOLMAINT would refuse.      ---
      * ------------------------------------------------
       rec-missing.
           move hfd-date               to w-reddat.
           perform cal-dowday thru end-cal-dowday.
           if cdf-wkeday(w-dow) = "Y"
              add  1                   to w-cnt-wke
              move "FEED DATE ON WEEK-END" to w-reason
              perform wrt-fedrow thru end-wrt-fedrow
              go to end-rec-missing
           end-if.
           add  1                      to w-cnt-mis.
           move "ADD"                  to hmt-action.
           move w-grpcal               to hmt-calcod.
           move hfd-date               to hmt-date.
           move hfd-libel              to hmt-libel.
           move w-fedtyp               to hmt-holtyp.
           move w-fedcut               to hmt-cutoff.
           perform wrt-trans thru end-wrt-trans.
           move "MISSING FROM HOLCAL"  to w-reason.
           perform wrt-fedrow thru end-wrt-fedrow.
       end-rec-missing.

      * ------------------------------------------------
      * --- A HOLCAL holiday the feed does not carry :---
      * --- DEL it.                                   ---
      * ------------------------------------------------
       rec-extra.
           add  1                      to w-cnt-ext.
           move "DEL"                  to hmt-action.
           move hol-calcod             to hmt-calcod.
           move hol-date               to hmt-date.
           move hol-libel              to hmt-libel.
           move hol-holtyp             to hmt-holtyp.
           move hol-cutoff             to hmt-cutoff.
           perform wrt-trans thru end-wrt-trans.
           move spaces                 to w-rptdtl.
           move hol-calcod             to w-rd-calcod.
           move hol-date               to w-rd-date.
           move hol-libel              to w-rd-libel.
           move w-holtyp               to w-rd-holtyp.
           move w-holcut               to w-rd-holcut.
           move "NOT IN FEED"          to w-rd-finding.
           move hmt-action             to w-rd-action.
           write rpt-line              from w-rptdtl.
       end-rec-extra.

      * ------------------------------------------------
      * --- A date both carry : compare the type and, ---
      * --- on a half day, the cutoff. A difference   ---
      * --- is a REP to the feed's type and cutoff    ---
      * --- that keeps the HOLCAL label (the wording  ---
      * --- of the label is ours, not the feed's).    ---
      * ------------------------------------------------
       rec-compare.
           if w-fedtyp = w-holtyp and w-fedcut = w-holcut
              add  1                   to w-cnt-mat
              go to end-rec-compare
           end-if.
           add  1                      to w-cnt-dif.
           move "REP"                  to hmt-action.
           move w-grpcal               to hmt-calcod.
           move hfd-date               to hmt-date.
           move hol-libel              to hmt-libel.
           move w-fedtyp               to hmt-holtyp.
           move w-fedcut               to hmt-cutoff.
           perform wrt-trans thru end-wrt-trans.
           if w-fedtyp not = w-holtyp
              move "TYPE DIFFERS"      to w-reason
           else
              move "CUTOFF DIFFERS"    to w-reason
           end-if.
           perform wrt-fedrow thru end-wrt-fedrow.
       end-rec-compare.

      * ------------------------------------------------
      * --- No feed row was compared at all : the     ---
      * --- feed is empty or does not carry the       ---
      * --- calendar asked for - say so rather than   ---
      * --- end on a clean report.                    ---
      * ------------------------------------------------
       rec-nofeed.
           add  1                      to w-cnt-cbd.
           move spaces                 to w-rptdtl.
           move w-selcal               to w-rd-calcod.
           move "NO FEED ROWS"         to w-rd-finding.
           write rpt-line              from w-rptdtl.
       end-rec-nofeed.

      * ------------------------------------------------
      * --- Write one correction transaction (already ---
      * --- built in hmt-trans) to RECTRAN.           ---
      * ------------------------------------------------
       wrt-trans.
           write hmt-trans.
           if w-trnsts not = "00"
              display "HOLRECON - RECTRAN WRITE FAILED FILE STATUS "
                      w-trnsts " AT " hmt-action " " hmt-calcod
                      " " hmt-date
              move 16                  to return-code
              stop run
           end-if.
           add  1                      to w-cnt-trn.
       end-wrt-trans.

      * -----------------------------
      * --- Print the report head ---
      * -----------------------------
       wrt-header.
           write rpt-line              from w-rpthdr1.
           if w-selcal = spaces
              move "ALL"               to w-rh-calcod
           else
              move w-selcal            to w-rh-calcod
           end-if.
           move w-frmyr                to w-rh-frmyr.
           move w-toyr                 to w-rh-toyr.
           write rpt-line              from w-rpthdr3.
           write rpt-line              from w-rpthdr2.
       end-wrt-header.

      * ------------------------------------------------
      * --- Print one line for the current feed row,  ---
      * --- with the HOLCAL side when the dates match ---
      * --- and the correction written, if any.       ---
      * ------------------------------------------------
       wrt-fedrow.
           move spaces                 to w-rptdtl.
           move hfd-calcod             to w-rd-calcod.
           move hfd-date               to w-rd-date.
           move hfd-libel              to w-rd-libel.
           move w-fedtyp               to w-rd-fedtyp.
           move w-fedcut               to w-rd-fedcut.
           if w-reason = "TYPE DIFFERS" or "CUTOFF DIFFERS"
              move w-holtyp            to w-rd-holtyp
              move w-holcut            to w-rd-holcut
           end-if.
           move w-reason               to w-rd-finding.
           if w-reason = "MISSING FROM HOLCAL" or "TYPE DIFFERS"
                                     or "CUTOFF DIFFERS"
              move hmt-action          to w-rd-action
           end-if.
           write rpt-line              from w-rptdtl.
       end-wrt-fedrow.

      * ------------------------------------------------
      * --- Print a feed row HOLMAINT would refuse,   ---
      * --- or a duplicate, fields as received.       ---
      * ------------------------------------------------
       wrt-fedraw.
           move spaces                 to w-rptdtl.
           move hfd-calcod             to w-rd-calcod.
           move hfd-date               to w-rd-date.
           move hfd-libel              to w-rd-libel.
           move hfd-holtyp             to w-rd-fedtyp.
           move hfd-cutoff             to w-rd-fedcut.
           move w-reason               to w-rd-finding.
           write rpt-line              from w-rptdtl.
       end-wrt-fedraw.

      * ------------------------------------------------
      * --- Print a calendar CALDEF refuses : none of ---
      * --- its feed rows is compared.                ---
      * ------------------------------------------------
       wrt-calbad.
           move spaces                 to w-rptdtl.
           move w-grpcal               to w-rd-calcod.
           move "CALENDAR NOT RECONCILED"
                                       to w-rd-libel.
           move w-reason               to w-rd-finding.
           write rpt-line              from w-rptdtl.
       end-wrt-calbad.

      * ------------------------------------------------
      * --- Print the trailer (counts per finding)    ---
      * ------------------------------------------------
       wrt-trailer.
           move w-cnt-tot              to w-rt-tot.
           write rpt-line              from w-rpttrl1.
           move "NOT SELECTED:"        to w-rt-label.
           move w-cnt-skp              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "FEED ROWS IN ERROR:"  to w-rt-label.
           move w-cnt-inv              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "DUPLICATE FEED ROWS:" to w-rt-label.
           move w-cnt-dup              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "CALENDARS COMPARED:"  to w-rt-label.
           move w-cnt-cal              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "CALENDARS REFUSED:"   to w-rt-label.
           move w-cnt-cbd              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "ROWS NOT COMPARED:"   to w-rt-label.
           move w-cnt-nrc              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "HOLIDAYS MATCHED:"    to w-rt-label.
           move w-cnt-mat              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "MISSING FROM HOLCAL:" to w-rt-label.
           move w-cnt-mis              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "NOT IN FEED:"         to w-rt-label.
           move w-cnt-ext              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "TYPE/CUTOFF DIFFER:"  to w-rt-label.
           move w-cnt-dif              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "FEED WEEK-END DAYS:"  to w-rt-label.
           move w-cnt-wke              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "CORRECTIONS WRITTEN:" to w-rt-label.
           move w-cnt-trn              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
       end-wrt-trailer.
