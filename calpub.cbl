      *-----------------------------------------------------------------
      *--- DESCRIPTION -------------------------------------------------
      *--- Copyright Vin0u@2026 ----------------------------------------
      *--- Annual business-day calendar publication per market --------
      *--- For the CALPARM year and calendar, classifies every --------
      *--- calendar day through libdate - the day name in the ---------
      *--- calendar's language (libdat_dat2str), the status F/H/C -----
      *--- with the half-day cutoff (libdat_daysta) - adds the --------
      *--- holiday name off HOLCAL, the business-day sequence within --
      *--- the month and the year and the first/last business day -----
      *--- of month flags, and writes it twice : CALEXT, the flat -----
      *--- extract other systems load (calpub.cpy, one row per day), --
      *--- and CALRPT, a wall-calendar print - one week grid per ------
      *--- month with each day's status and business-day number, ------
      *--- the month's holidays and half days listed under it. --------
      *--- The calendar must be defined and active on CALDEF, and a ---
      *--- year HOLCAL holds no holiday for on that calendar is not ----
      *--- published : the run stops before writing anything. ---------
      *-----------------------------------------------------------------
       identification division.
       program-id.    calpub.
       author.        Vin0u.
       date-written.  02-09-2026.

       environment division.
       input-output section.
       file-control.
           select holcal-file assign to "HOLCAL"
               organization is indexed
               access mode is dynamic
               record key is hol-key
               file status is w-holsts.
      * --- Calendar definitions : known calendars, language ---
           select caldef-file assign to "CALDEF"
               organization is indexed
               access mode is random
               record key is cdf-calcod
               file status is w-cdfsts.
           select cext-file assign to "CALEXT"
               organization is sequential
               file status is w-extsts.
           select crpt-file assign to "CALRPT"
               organization is sequential
               file status is w-rptsts.
      * --- Parm card : year, calendar, language override ---
           select cprm-file assign to "CALPARM"
               organization is sequential
               file status is w-prmsts.

       data division.
       file section.
       fd  holcal-file.
           copy "holcal.cpy".
      *
       fd  caldef-file.
           copy "caldef.cpy".
      *
       fd  cext-file.
           copy "calpub.cpy".
      *
       fd  crpt-file.
       01  rpt-line                    pic x(132).
      *
       fd  cprm-file.
       01  cpm-record.
           02 cpm-year                 pic 9(4).
           02 filler                   pic x.
           02 cpm-calcod               pic x(2).
           02 filler                   pic x.
      * --- blank = the calendar's CALDEF language ---
           02 cpm-codlng               pic x(2).
           02 filler                   pic x(70).

       working-storage section.
      *
       77  w-holsts                    pic xx.
       77  w-cdfsts                    pic xx.
       77  w-extsts                    pic xx.
       77  w-rptsts                    pic xx.
       77  w-prmsts                    pic xx.
       77  w-badfil                    pic x(8).
       77  w-badsts                    pic xx.
       77  w-year                      pic 9(4)  value 0.
       77  w-calcod                    pic x(2)  value spaces.
       77  w-codlng                    pic x(2)  value spaces.
       77  w-callib                    pic x(30).
       77  w-curdat                    pic 9(8).
       77  w-curmth                    pic 99.
       77  w-bdmth                     pic 99.
       77  w-bdyr                      pic 9(3).
       77  w-lstbd                     pic 9(3).
       77  w-mthidx                    pic 99.
       77  w-mthfst                    pic 9(3).
       77  w-col                       pic 9.
       77  w-celfil                    pic x.
       77  w-cnt-day                   pic 9(7)  value 0.
       77  w-cnt-ful                   pic 9(7)  value 0.
       77  w-cnt-hlf                   pic 9(7)  value 0.
       77  w-cnt-cls                   pic 9(7)  value 0.

      * ---------------------------
      * --- Structured variable ---
      * ---------------------------
       01  w-reddat                    pic 9(8).
       01  r-reddat              redefines w-reddat.
           02 r-year                   pic 9(4).
           02 r-month                  pic 99.
           02 r-day                    pic 99.

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

      * --- the words of the long dat2str answer : day name, ---
      * --- day number, month name, year                     ---
       77  w-word1                     pic x(10).
       77  w-word2                     pic x(10).
       77  w-word3                     pic x(10).
       77  w-word4                     pic x(10).

      * --- the calendar's holidays of the year, off HOLCAL ---
       77  w-holuse                    pic 9(3)  value 0.
       77  w-holidx                    pic 9(3).
       01  t-holtab.
           02 t-hol                    occurs 100.
              03 t-hol-date            pic 9(8).
              03 t-hol-libel           pic x(30).

      * --- the published year, one row per day, built whole  ---
      * --- before anything is written (the last business day ---
      * --- of a month is only known once the month is past)  ---
       77  w-dayuse                    pic 9(3)  value 0.
       77  w-dayidx                    pic 9(3).
       01  t-daytab.
           02 t-day                    occurs 366.
              03 t-day-date            pic 9(8).
              03 t-day-dow             pic 9.
              03 t-day-name            pic x(10).
              03 t-day-sta             pic x.
              03 t-day-cut             pic 9(4).
              03 t-day-libel           pic x(30).
              03 t-day-bdmth           pic 99.
              03 t-day-bdyr            pic 9(3).
              03 t-day-fst             pic x.
              03 t-day-lst             pic x.

      * --- month and day names in the calendar's language ---
       01  t-mthnam.
           02 t-mth-name               pic x(10) occurs 12.
       01  t-dnmtab.
           02 t-dnm                    pic x(10) occurs 7.
      *
           copy "libdat.cpy".

      * --- Report lines ---
       01  w-rpthdr1.
           02 filler                   pic x(40) value
             "CALPUB - BUSINESS-DAY CALENDAR".
      *
       01  w-rpthdr2.
           02 filler                   pic x(9)  value "CALENDAR ".
           02 w-rh-calcod              pic x(2).
           02 filler                   pic x     value space.
           02 w-rh-libel               pic x(30).
           02 filler                   pic x(6)  value " YEAR ".
           02 w-rh-year                pic 9(4).
           02 filler                   pic x(10) value " LANGUAGE ".
           02 w-rh-codlng              pic x(2).
      *
       01  w-rptleg.
           02 filler                   pic x(50) value
             "F = FULL BUSINESS DAY  H = HALF DAY  C = CLOSED  ".
           02 filler                   pic x(40) value
             "NN = BUSINESS DAY OF THE MONTH".
      *
       01  w-rptblk                    pic x(132) value spaces.
      *
       01  w-rptmth.
           02 filler                   pic x(2)  value spaces.
           02 w-rm-name                pic x(10).
           02 filler                   pic x     value space.
           02 w-rm-year                pic 9(4).
      *
       01  w-rptdnm.
           02 filler                   pic x(2)  value spaces.
           02 w-rn-dnm                 pic x(14) occurs 7.
      *
       01  w-rptwek.
           02 filler                   pic x(2).
           02 w-rw-cel                 occurs 7.
              03 w-rw-day              pic x(2).
              03 filler                pic x.
              03 w-rw-sta              pic x.
              03 filler                pic x.
              03 w-rw-seq              pic x(2).
              03 filler                pic x(7).
      *
       01  w-rptnot.
           02 filler                   pic x(4)  value spaces.
           02 w-ro-date                pic 9(8).
           02 filler                   pic x     value space.
           02 w-ro-name                pic x(10).
           02 filler                   pic x     value space.
           02 w-ro-sta                 pic x.
           02 filler                   pic x     value space.
           02 w-ro-cut                 pic x(4).
           02 filler                   pic x     value space.
           02 w-ro-libel               pic x(30).
      *
       01  w-rptsum.
           02 filler                   pic x(4)  value spaces.
           02 filler                   pic x(19) value
             "FIRST BUSINESS DAY ".
           02 w-rs-fst                 pic 9(8).
           02 filler                   pic x(20) value
             "  LAST BUSINESS DAY ".
           02 w-rs-lst                 pic 9(8).
           02 filler                   pic x(16) value
             "  BUSINESS DAYS ".
           02 w-rs-cnt                 pic z9.
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
           perform chk-caldef thru end-chk-caldef.
           open input  holcal-file.
           if w-holsts not = "00"
              move "HOLCAL"             to w-badfil
              move w-holsts             to w-badsts
              go to abend-open
           end-if.
           perform loa-holcal thru end-loa-holcal.
           close holcal-file.
           if w-holuse = 0
              display "CALPUB - HOLCAL DOES NOT COVER " w-calcod
                      " " w-year " - NOT PUBLISHED"
              move 16                  to return-code
              stop run
           end-if.
           perform bld-year thru end-bld-year.
           open output cext-file.
           if w-extsts not = "00"
              move "CALEXT"             to w-badfil
              move w-extsts             to w-badsts
              go to abend-open
           end-if.
           open output crpt-file.
           if w-rptsts not = "00"
              move "CALRPT"             to w-badfil
              move w-rptsts             to w-badsts
              go to abend-open
           end-if.
           move 1                      to w-dayidx.
           perform wrt-extract thru end-wrt-extract.
           write rpt-line              from w-rpthdr1.
           move w-calcod               to w-rh-calcod.
           move w-callib               to w-rh-libel.
           move w-year                 to w-rh-year.
           move w-codlng               to w-rh-codlng.
           write rpt-line              from w-rpthdr2.
           write rpt-line              from w-rptleg.
           move 1                      to w-dayidx.
           move 1                      to w-mthidx.
           perform wrt-month thru end-wrt-month.
           perform wrt-trailer thru end-wrt-trailer.
           close cext-file.
           close crpt-file.
           stop run.

      * ------------------------------------------------
      * --- A required file failed to open - all are  ---
      * --- mandatory for a publication run.          ---
      * ------------------------------------------------
       abend-open.
           display "CALPUB - OPEN FAILED FOR " w-badfil
                   " FILE STATUS " w-badsts.
           move 12                     to return-code.
           stop run.

      * ------------------------------------------------
      * --- Parm card : year, calendar, language.     ---
      * --- Optional - a missing card publishes the   ---
      * --- current year of the FR calendar in its    ---
      * --- own language.                             ---
      * ------------------------------------------------
       rea-parm.
           open input cprm-file.
           if w-prmsts = "00"
              read cprm-file
                 at end continue
              end-read
              if w-prmsts = "00"
                 if cpm-year numeric and cpm-year > 0
                    move cpm-year       to w-year
                 end-if
                 move cpm-calcod        to w-calcod
                 move cpm-codlng        to w-codlng
              end-if
              close cprm-file
           end-if.
           if w-year = 0
              move function current-date(1:4)
                                       to w-year
           end-if.
           if w-calcod = spaces
              move "FR"                to w-calcod
           end-if.
       end-rea-parm.

      * ------------------------------------------------
      * --- The calendar must be defined and active   ---
      * --- on CALDEF : an unknown or retired code    ---
      * --- stops the run. Its description heads the  ---
      * --- print and its language is the default.   ---
      * ------------------------------------------------
       chk-caldef.
           open input  caldef-file.
           if w-cdfsts not = "00"
              move "CALDEF"             to w-badfil
              move w-cdfsts             to w-badsts
              go to abend-open
           end-if.
           move w-calcod               to cdf-calcod.
           read caldef-file
              invalid key
                 display "CALPUB - CALENDAR " cdf-calcod
                         " NOT DEFINED ON CALDEF"
                 move 16               to return-code
                 stop run
           end-read.
           if cdf-actflg not = "A"
              display "CALPUB - CALENDAR " cdf-calcod
                      " INACTIVE ON CALDEF"
              move 16                  to return-code
              stop run
           end-if.
           move cdf-libel              to w-callib.
           if w-codlng not = "FR" and not = "EN" and not = "ES"
              move cdf-codlng          to w-codlng
           end-if.
           close caldef-file.
       end-chk-caldef.

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
      * --- Load the calendar's holidays of the year  ---
      * --- into the table - none at all means HOLCAL ---
      * --- does not cover the year.                  ---
      * ------------------------------------------------
       loa-holcal.
           move w-calcod               to hol-calcod.
           compute hol-date = (w-year * 10000) + 101.
           start holcal-file key not < hol-key
              invalid key go to end-loa-holcal
           end-start.
       loa-holcal-loop.
           read holcal-file next record
              at end go to end-loa-holcal
           end-read.
           if hol-calcod not = w-calcod
                                       go to end-loa-holcal.
           move hol-date               to w-reddat.
           if r-year not = w-year      go to end-loa-holcal.
           if w-holuse = 100
              display "CALPUB - MORE THAN 100 HOLIDAYS FOR "
                      w-calcod " " w-year
              move 16                  to return-code
              stop run
           end-if.
           add  1                      to w-holuse.
           move hol-date               to t-hol-date(w-holuse).
           move hol-libel              to t-hol-libel(w-holuse).
           go to loa-holcal-loop.
       end-loa-holcal.

      * ------------------------------------------------
      * --- Classify every day of the year into the   ---
      * --- day table : name, status and cutoff       ---
      * --- through libdate, holiday name, business-  ---
      * --- day numbering and the month's first/last  ---
      * --- business day.                             ---
      * ------------------------------------------------
       bld-year.
           compute w-curdat = (w-year * 10000) + 101.
           move 0                      to w-curmth.
           move 0                      to w-bdyr.
           move 0                      to w-lstbd.
       bld-year-day.
           add  1                      to w-dayuse.
           move w-curdat               to w-reddat.
           if r-month not = w-curmth
              if w-lstbd > 0
                 move "Y"              to t-day-lst(w-lstbd)
              end-if
              move r-month             to w-curmth
              move 0                   to w-bdmth
              move 0                   to w-lstbd
           end-if.
           move w-curdat               to t-day-date(w-dayuse).
           move "N"                    to t-day-fst(w-dayuse)
                                          t-day-lst(w-dayuse).
           perform cal-dowday thru end-cal-dowday.
           move w-dow                  to t-day-dow(w-dayuse).

           initialize                     libdat-buffer.
           move "Y"                    to libdat-audit.
           move "CALPUB"               to libdat-caller.
           move w-curdat               to libdat-datin1.
           move w-codlng               to libdat-codlng.
           move "L"                    to libdat-format.
           call "libdat_dat2str" using libdat-buffer.
           move spaces                 to w-word1 w-word2
                                          w-word3 w-word4.
           unstring libdat-strrst delimited by all space
              into w-word1 w-word2 w-word3 w-word4
           end-unstring.
           move w-word1                to t-day-name(w-dayuse).
           move w-word1                to t-dnm(w-dow).
           if r-day = 1
              move w-word3             to t-mth-name(r-month)
           end-if.

           initialize                     libdat-buffer.
           move "Y"                    to libdat-audit.
           move "CALPUB"               to libdat-caller.
           move w-curdat               to libdat-datin1.
           move w-calcod               to libdat-calcod.
           call "libdat_daysta" using libdat-buffer.
           if libdat-return not = 0
              display "CALPUB - CALENDAR " w-calcod
                      " UNUSABLE ON " w-curdat
                      " RETURN " libdat-return " - NOT PUBLISHED"
              move 16                  to return-code
              stop run
           end-if.
           move libdat-strrst(1:1)     to t-day-sta(w-dayuse).
           move 0                      to t-day-cut(w-dayuse).
           if libdat-strrst(1:1) = "H"
              move libdat-strrst(3:4)  to t-day-cut(w-dayuse)
           end-if.

           move spaces                 to t-day-libel(w-dayuse).
           move 1                      to w-holidx.
           if w-holidx <= w-holuse
              perform fnd-holiday thru end-fnd-holiday
           end-if.

           add  1                      to w-cnt-day.
           evaluate t-day-sta(w-dayuse)
              when "F"
                 add  1                to w-cnt-ful
              when "H"
                 add  1                to w-cnt-hlf
              when other
                 add  1                to w-cnt-cls
           end-evaluate.
      * --- a half day is open : it is a business day too ---
           if t-day-sta(w-dayuse) = "C"
              move 0                   to t-day-bdmth(w-dayuse)
              move 0                   to t-day-bdyr(w-dayuse)
           else
              add  1                   to w-bdmth
              add  1                   to w-bdyr
              move w-bdmth             to t-day-bdmth(w-dayuse)
              move w-bdyr              to t-day-bdyr(w-dayuse)
              if w-bdmth = 1
                 move "Y"              to t-day-fst(w-dayuse)
              end-if
              move w-dayuse            to w-lstbd
           end-if.

           initialize                     libdat-buffer.
           move "N"                    to libdat-audit.
           move "CALPUB"               to libdat-caller.
           move w-curdat               to libdat-datin1.
           move 1                      to libdat-nbrday.
           call "lbdate_addday" using libdat-buffer.
           move libdat-datrst          to w-curdat.
           move w-curdat               to w-reddat.
           if r-year = w-year          go to bld-year-day.
           if w-lstbd > 0
              move "Y"                 to t-day-lst(w-lstbd)
           end-if.
       end-bld-year.

      * ------------------------------------------------
      * --- The HOLCAL name of the day, when it is    ---
      * --- one of the year's holidays                ---
      * ------------------------------------------------
       fnd-holiday.
           if t-hol-date(w-holidx) = t-day-date(w-dayuse)
              move t-hol-libel(w-holidx)
                                       to t-day-libel(w-dayuse)
              go to end-fnd-holiday
           end-if.
           add  1                      to w-holidx.
           if w-holidx <= w-holuse     go to fnd-holiday.
       end-fnd-holiday.

      * ------------------------------------------------
      * --- One CALEXT row per day of the year        ---
      * ------------------------------------------------
       wrt-extract.
           move spaces                 to cpb-record.
           move w-calcod               to cpb-calcod.
           move t-day-date(w-dayidx)   to cpb-date.
           move t-day-dow(w-dayidx)    to cpb-dow.
           move t-day-name(w-dayidx)   to cpb-dayname.
           move t-day-sta(w-dayidx)    to cpb-status.
           move t-day-cut(w-dayidx)    to cpb-cutoff.
           move t-day-libel(w-dayidx)  to cpb-libel.
           move t-day-bdmth(w-dayidx)  to cpb-bdmth.
           move t-day-bdyr(w-dayidx)   to cpb-bdyr.
           move t-day-fst(w-dayidx)    to cpb-fstbd.
           move t-day-lst(w-dayidx)    to cpb-lstbd.
           move w-codlng               to cpb-codlng.
           write cpb-record.
           add  1                      to w-dayidx.
           if w-dayidx <= w-dayuse     go to wrt-extract.
       end-wrt-extract.

      * ------------------------------------------------
      * --- One month of the wall calendar : title,   ---
      * --- weekday heads (monday first), the week    ---
      * --- grid, the month's holidays and half days, ---
      * --- its first/last business day - repeated    ---
      * --- for the twelve months. w-dayidx runs on   ---
      * --- from month to month.                      ---
      * ------------------------------------------------
       wrt-month.
           write rpt-line              from w-rptblk.
           move t-mth-name(w-mthidx)   to w-rm-name.
           move w-year                 to w-rm-year.
           write rpt-line              from w-rptmth.
           move 1                      to w-col.
           perform wrt-dnmhead thru end-wrt-dnmhead.
           write rpt-line              from w-rptdnm.
           move w-dayidx               to w-mthfst.
           move spaces                 to w-rptwek.
           move "N"                    to w-celfil.
           perform wrt-week thru end-wrt-week.
           if w-celfil = "Y"
              write rpt-line           from w-rptwek
           end-if.
           move w-mthfst               to w-dayidx.
           move 0                      to w-rs-fst w-rs-lst w-rs-cnt.
           perform wrt-notes thru end-wrt-notes.
           write rpt-line              from w-rptsum.
           add  1                      to w-mthidx.
           if w-mthidx <= 12           go to wrt-month.
       end-wrt-month.

      * ------------------------------------------------
      * --- Weekday heads : column 1 is monday (dow   ---
      * --- 2), column 7 sunday (dow 1)               ---
      * ------------------------------------------------
       wrt-dnmhead.
           move t-dnm(function mod(w-col, 7) + 1)
                                       to w-rn-dnm(w-col).
           add  1                      to w-col.
           if w-col <= 7               go to wrt-dnmhead.
       end-wrt-dnmhead.

      * ------------------------------------------------
      * --- One day into its weekday cell, the week   ---
      * --- line printed when sunday is filled,       ---
      * --- repeated through the month                ---
      * ------------------------------------------------
       wrt-week.
           if w-dayidx > w-dayuse      go to end-wrt-week.
           move t-day-date(w-dayidx)   to w-reddat.
           if r-month not = w-mthidx   go to end-wrt-week.
           compute w-col = function mod(t-day-dow(w-dayidx) + 5, 7)
                           + 1.
           move r-day                  to w-rw-day(w-col).
           move t-day-sta(w-dayidx)    to w-rw-sta(w-col).
           if t-day-bdmth(w-dayidx) > 0
              move t-day-bdmth(w-dayidx)
                                       to w-rw-seq(w-col)
           else
              move spaces              to w-rw-seq(w-col)
           end-if.
           move "Y"                    to w-celfil.
           if w-col = 7
              write rpt-line           from w-rptwek
              move spaces              to w-rptwek
              move "N"                 to w-celfil
           end-if.
           add  1                      to w-dayidx.
           go to wrt-week.
       end-wrt-week.

      * ------------------------------------------------
      * --- The month's holidays and half days listed ---
      * --- under the grid, and its first/last        ---
      * --- business day and count into the summary  ---
      * --- line                                      ---
      * ------------------------------------------------
       wrt-notes.
           if w-dayidx > w-dayuse      go to end-wrt-notes.
           move t-day-date(w-dayidx)   to w-reddat.
           if r-month not = w-mthidx   go to end-wrt-notes.
           if t-day-libel(w-dayidx) not = spaces
              or t-day-sta(w-dayidx) = "H"
              move t-day-date(w-dayidx) to w-ro-date
              move t-day-name(w-dayidx) to w-ro-name
              move t-day-sta(w-dayidx)  to w-ro-sta
              if t-day-sta(w-dayidx) = "H"
                 move t-day-cut(w-dayidx) to w-ro-cut
              else
                 move spaces           to w-ro-cut
              end-if
              move t-day-libel(w-dayidx) to w-ro-libel
              write rpt-line           from w-rptnot
           end-if.
           if t-day-fst(w-dayidx) = "Y"
              move t-day-date(w-dayidx) to w-rs-fst
           end-if.
           if t-day-lst(w-dayidx) = "Y"
              move t-day-date(w-dayidx) to w-rs-lst
              move t-day-bdmth(w-dayidx) to w-rs-cnt
           end-if.
           add  1                      to w-dayidx.
           go to wrt-notes.
       end-wrt-notes.

      * --------------------------------------------
      * --- Print the trailer totals             ---
      * --------------------------------------------
       wrt-trailer.
           write rpt-line              from w-rptblk.
           move "DAYS PUBLISHED:"      to w-rt-label.
           move w-cnt-day              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "FULL BUSINESS DAYS:"  to w-rt-label.
           move w-cnt-ful              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "HALF DAYS:"           to w-rt-label.
           move w-cnt-hlf              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "CLOSED DAYS:"         to w-rt-label.
           move w-cnt-cls              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "HOLIDAYS ON HOLCAL:"  to w-rt-label.
           move w-holuse               to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
       end-wrt-trailer.
