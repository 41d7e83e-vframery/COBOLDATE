      *    answer in libdat-strrst(1:1) : F full business day, H
      *    half day (closing at the HHMM cutoff in strrst(3:4)),
      *    C closed (week-end or full holiday)
      *    - libdat_dcfrac : day count between datin1 and datin2
      *    under the libdat-dccnv convention (ACT360, ACT365, 30/360,
      *    30E360) in libdat-dcday, and the year fraction it makes
      *    in libdat-yrfrac
      *    - libdat_fisprd : locate datin1 in the libdat-fisent
      *    entity's fiscal calendar (FISDEF) : its fiscal year,
      *    period and week in libdat-fisyr/fisprd/fiswk, the first
      *    and last day of its period in libdat-prdbeg/prdend, the
      *    period end also in libdat-datrst, the period in nbrrst
      *    and "FYyyyy Ppp Www" in strrst
      *    - libdat_eopbda : give you the last business day of the
      *    datin1 fiscal period (skipping week-ends and HOLCAL
      *    holidays, calendar FISDEF's default when calcod is left
      *    blank) in libdat-datrst
      *    - libdat_eopadd : roll nbrday fiscal periods forward from
      *    the datin1 period, give you that period's last calendar
      *    day in libdat-datrst (and its fiscal fields as fisprd)
      *--- The business-day entries (nxtbda, addbda, nbrbda, eombda,
      *    prvbda, mdfbda, daysta) read the libdat-calcod calendar
      *    plus any libdat-caljnt calendars as one joint calendar :
      *    a business day must be one on every calendar named
      *--- Every calendar read must be defined and active on CALDEF
      *    (no silent FR fallback for an unknown code), and the
      *    week-end days are the ones CALDEF gives the calendar
      *-----------------------------------------------------------------
       identification division.
       program-id.    libdate.
      * -------------------------------
      * --- Bank holiday calendar   ---
      * --- (used by nxtbda/addbda) ---
      * --- and the calendar        ---
      * --- definitions (week-ends) ---
      * -------------------------------
       environment division.
       input-output section.
               access mode is dynamic
               record key is hol-key
               file status is w-holstat.
           select caldef-file assign to "CALDEF"
               organization is indexed
               access mode is random
               record key is cdf-calcod
               file status is w-cdfstat.
      * --- fiscal calendar definitions (fisprd/eopbda/eopadd) ---
           select fisdef-file assign to "FISDEF"
               organization is indexed
               access mode is random
               record key is fdf-entity
               file status is w-fdfstat.
      * --- each run spools its audit rows to its own dataset ---
      * --- (one AUDSPOOL DD per job), so overlapping batch   ---
      * --- jobs no longer contend for the central AUDLOG -   ---
       file section.
       fd  holcal-file.
           copy "holcal.cpy".
      *
       fd  caldef-file.
           copy "caldef.cpy".
      *
       fd  fisdef-file.
           copy "fisdef.cpy".
      *
       fd  audlog-file.
           copy "audlog.cpy".
       77  w-ctrsts                    pic 9.
       77  w-holstat                   pic xx.
       77  w-holopn                    pic x     value "N".
       77  w-cdfstat                   pic xx.
       77  w-isbday                    pic x.
       77  w-isholi                    pic x.
       77  w-audstat                   pic xx.
       77  w-audopn                    pic x     value "N".
       77  w-entnam                    pic x(15).

      * --- Calendars of the request (cal-reqset) : libdat-calcod ---
      * --- (FR when blank) first, then each distinct non-blank  ---
      * --- libdat-caljnt code - the joint calendar the          ---
      * --- business-day entries walk                            ---
       77  w-calcnt                    pic 9.
       77  w-calidx                    pic 9.
       77  w-jntidx                    pic 9.
       01  t-reqcal.
           02 t-req-calcod             pic x(2)  occurs 4.

      * --- Loaded-calendar horizon (cal-maxhol) : the first and ---
      * --- last holiday years HOLCAL actually holds per         ---
      * --- calendar and its CALDEF week-end days, cached        ---
      * --- (t-hzn) so each calendar's scan runs once per run.   ---
      * --- The request's horizon w-minyr/w-maxyr is the span    ---
      * --- every one of its calendars covers, its week-end      ---
      * --- (w-wkend) every day one of them is closed            ---
       77  w-maxreq                    pic x(2).
       77  w-maxyr                     pic 9(4)  value 0.
       77  w-minyr                     pic 9(4)  value 9999.
       77  w-calbad                    pic x.
       77  w-hznyr                     pic 9(4).
       77  w-hznidx                    pic 99.
       77  w-hznuse                    pic 99    value 0.
       01  t-hzntab.
           02 t-hzn                    occurs 20.
              03 t-hzn-calcod          pic x(2).
              03 t-hzn-minyr           pic 9(4).
              03 t-hzn-maxyr           pic 9(4).
              03 t-hzn-wkend           pic x(7).
       77  w-wkdidx                    pic 9.
       01  w-wkend                     pic x(7).
       01  r-wkend                redefines w-wkend.
           02 r-wkeday                 pic x     occurs 7.

      * --- Day-status working fields (daysta) : the status and ---
      * --- earliest half-day cutoff across the calendars       ---
       77  w-dststa                    pic x.
       77  w-dstcut                    pic 9(4).

      * ---------------------------
      * --- Structured variable ---
      * --- Month-roll working fields (eomadd) ---
       77  w-mthtot                    pic 9(7).

      * --- Day-count working fields (dcfrac) : the earlier and ---
      * --- later dates split, the convention count and year    ---
       77  w-dcy1                      pic 9(4).
       77  w-dcm1                      pic 99.
       77  w-dcd1                      pic 99.
       77  w-dcy2                      pic 9(4).
       77  w-dcm2                      pic 99.
       77  w-dcd2                      pic 99.
       77  w-dceof1                    pic x.
       77  w-dceof2                    pic x.
       77  w-dcnum                     pic s9(7).
       77  w-dcbas                     pic 9(3).

      * --- Fiscal calendar working fields (fisprd, eopbda,   ---
      * --- eopadd) : FISDEF opened once per run like HOLCAL,  ---
      * --- the date being located (w-fisdat, w-fisser) and   ---
      * --- the serial days of its fiscal year start          ---
      * --- (w-fiscur), of the next one (w-fisnxt) and of its  ---
      * --- period's first and last day (w-fispbg, w-fispen). ---
      * --- w-dftcal is the FISDEF calendar eopbda hands      ---
      * --- cal-reqset in place of FR for a blank calcod      ---
       77  w-fdfstat                   pic xx.
       77  w-fdfopn                    pic x     value "N".
       77  w-fisbad                    pic x.
       77  w-dftcal                    pic x(2)  value spaces.
       77  w-fisdat                    pic 9(8).
       77  w-fisser                    pic 9(9).
       77  w-fissy                     pic 9(4).
       77  w-fisbeg                    pic 9(9).
       77  w-fisoff                    pic 9.
       77  w-fisyr                     pic 9(4).
       77  w-fiscur                    pic 9(9).
       77  w-fisnxt                    pic 9(9).
       77  w-fiswk                     pic 99.
       77  w-fisprd                    pic 99.
       77  w-fiswks                    pic 99.
       77  w-fisidx                    pic 99.
       77  w-fispat                    pic 9.
       77  w-fispbg                    pic 9(9).
       77  w-fispen                    pic 9(9).

      * --- Serial-day working fields : a date is turned into its ---
      * --- julian day number once, the arithmetic is one compute,---
      * --- and the result is turned back - each floor division   ---

      * ------------------------------------------------
      * --- Is w-reddat a HOLCAL holiday ? (w-isholi)  ---
      * --- on any calendar of the request (t-reqcal,  ---
      * --- built by cal-maxhol : a blank libdat-     ---
      * --- calcod reads the FR list, which is what   ---
      * --- every caller got before there was a       ---
      * --- choice). The business-day entries refuse  ---
      * --- to start on an unopened calendar and      ---
      * --- police the loaded horizon (chk-calhor),   ---
      * ------------------------------------------------
       cal-isholi.
           move "N"                    to w-isholi.
           if w-holopn not = "Y"       go to end-cal-isholi.
           move 1                      to w-calidx.
       cal-isholi-cal.
           move t-req-calcod(w-calidx) to hol-calcod.
           move w-reddat               to hol-date.
      * --- a half-day row is an open market : the business-day ---
      * --- walks treat it as a working day, only libdat_daysta ---
      * --- surfaces the cutoff                                 ---
           read holcal-file
              invalid key continue
              not invalid key
                 if hol-holtyp not = "H"
                    move "Y"           to w-isholi
                 end-if
           end-read.
           if w-isholi = "Y"           go to end-cal-isholi.
           add  1                      to w-calidx.
           if w-calidx <= w-calcnt     go to cal-isholi-cal.
       end-cal-isholi.

      * ------------------------------------------------
      * --- The calendars of the request into t-reqcal ---
      * --- : libdat-calcod (FR when blank - or the   ---
      * --- w-dftcal calendar eopbda took off FISDEF), ---
      * --- then each libdat-caljnt code not blank    ---
      * --- and not already listed (w-calcnt entries) ---
      * ------------------------------------------------
       cal-reqset.
           if libdat-calcod = spaces or libdat-calcod = low-value
              if w-dftcal not = spaces
                 move w-dftcal         to t-req-calcod(1)
              else
                 move "FR"             to t-req-calcod(1)
              end-if
           else
              move libdat-calcod       to t-req-calcod(1)
           end-if.
           move 1                      to w-calcnt.
           move 1                      to w-jntidx.
       cal-reqset-jnt.
           move libdat-caljcd(w-jntidx) to w-maxreq.
           if w-maxreq not = spaces and w-maxreq not = low-value
              move 1                   to w-calidx
              perform cal-reqdup thru end-cal-reqdup
              if w-calidx > w-calcnt
                 add  1                to w-calcnt
                 move w-maxreq         to t-req-calcod(w-calcnt)
              end-if
           end-if.
           add  1                      to w-jntidx.
           if w-jntidx <= 3            go to cal-reqset-jnt.
       end-cal-reqset.

      * ------------------------------------------------
      * --- Is w-maxreq already in t-reqcal ? w-calidx ---
      * --- stops on it, or past w-calcnt when not    ---
      * ------------------------------------------------
       cal-reqdup.
           if w-calidx > w-calcnt      go to end-cal-reqdup.
           if t-req-calcod(w-calidx) = w-maxreq
                                       go to end-cal-reqdup.
           add  1                      to w-calidx.
           go to cal-reqdup.
       end-cal-reqdup.

      * ------------------------------------------------
      * --- First/last holiday years loaded on HOLCAL ---
      * --- for the request (w-minyr/w-maxyr) : the   ---
      * --- years every calendar of the request       ---
      * --- covers, each calendar's own span taken    ---
      * --- from the t-hzn cache (cal-hznfnd). A      ---
      * --- calendar with no rows at all leaves an    ---
      * --- empty span, so any walked year fails the  ---
      * --- horizon check - and so does one CALDEF    ---
      * --- does not define, or has retired. The      ---
      * --- request's week-end (w-wkend) is every     ---
      * --- weekday any of its calendars closes.      ---
      * ------------------------------------------------
       cal-maxhol.
           perform cal-reqset thru end-cal-reqset.
           move 0                      to w-minyr.
           move 9999                   to w-maxyr.
           move "NNNNNNN"              to w-wkend.
           move 1                      to w-calidx.
       cal-maxhol-cal.
           move t-req-calcod(w-calidx) to w-maxreq.
           perform cal-hznfnd thru end-cal-hznfnd.
           if t-hzn-minyr(w-hznidx) > w-minyr
              move t-hzn-minyr(w-hznidx) to w-minyr
           end-if.
           if t-hzn-maxyr(w-hznidx) < w-maxyr
              move t-hzn-maxyr(w-hznidx) to w-maxyr
           end-if.
           perform cal-wkdmrg thru end-cal-wkdmrg.
           add  1                      to w-calidx.
           if w-calidx <= w-calcnt     go to cal-maxhol-cal.
       end-cal-maxhol.

      * ------------------------------------------------
      * --- Merge the t-hzn (w-hznidx) week-end days  ---
      * --- into the request's w-wkend                ---
      * ------------------------------------------------
       cal-wkdmrg.
           move 1                      to w-wkdidx.
       cal-wkdmrg-day.
           if t-hzn-wkend(w-hznidx)(w-wkdidx:1) = "Y"
              move "Y"                 to r-wkeday(w-wkdidx)
           end-if.
           add  1                      to w-wkdidx.
           if w-wkdidx <= 7            go to cal-wkdmrg-day.
       end-cal-wkdmrg.

      * ------------------------------------------------
      * --- The w-maxreq calendar's loaded span in    ---
      * --- t-hzn (w-hznidx) : scanned off HOLCAL the ---
      * --- first time the calendar is asked for, a   ---
      * --- full cache recycling its last slot. The   ---
      * --- week-end days come off its CALDEF row; a  ---
      * --- code CALDEF does not hold, or holds as    ---
      * --- inactive, is left with the empty span     ---
      * --- (no HOLCAL scan) so every entry refuses   ---
      * --- it with return 8 instead of walking it as ---
      * --- if it were FR                             ---
      * ------------------------------------------------
       cal-hznfnd.
           move 1                      to w-hznidx.
       cal-hznfnd-srch.
           if w-hznidx > w-hznuse      go to cal-hznfnd-new.
           if t-hzn-calcod(w-hznidx) = w-maxreq
                                       go to end-cal-hznfnd.
           add  1                      to w-hznidx.
           go to cal-hznfnd-srch.
       cal-hznfnd-new.
           if w-hznuse < 20
              add  1                   to w-hznuse
           end-if.
           move w-hznuse               to w-hznidx.
           move w-maxreq               to t-hzn-calcod(w-hznidx).
           move 9999                   to t-hzn-minyr(w-hznidx).
           move 0                      to t-hzn-maxyr(w-hznidx).
           move "NNNNNNN"              to t-hzn-wkend(w-hznidx).
           move w-maxreq               to cdf-calcod.
           read caldef-file
              invalid key go to end-cal-hznfnd
           end-read.
           if cdf-actflg not = "A"     go to end-cal-hznfnd.
           move cdf-wkend              to t-hzn-wkend(w-hznidx).
           move w-maxreq               to hol-calcod.
           move 0                      to hol-date.
           start holcal-file key not < hol-key
              invalid key go to end-cal-hznfnd
           end-start.
       cal-hznfnd-loop.
           read holcal-file next record
              at end go to end-cal-hznfnd
           end-read.
           if hol-calcod not = w-maxreq
                                       go to end-cal-hznfnd.
           compute w-hznyr = hol-date / 10000.
           move w-hznyr                to t-hzn-maxyr(w-hznidx).
           if w-hznyr < t-hzn-minyr(w-hznidx)
              move w-hznyr             to t-hzn-minyr(w-hznidx)
           end-if.
           go to cal-hznfnd-loop.
       end-cal-hznfnd.

      * ------------------------------------------------
      * --- Is the walked year still inside the       ---

      * ------------------------------------------------
      * --- Is w-reddat a business day ? (w-isbday)   ---
      * --- Not a week-end day of any calendar of the ---
      * --- request (w-wkend) and not a HOLCAL        ---
      * --- holiday on any of them                    ---
      * ------------------------------------------------
       cal-isbday.
           perform cal-libday thru end-cal-libday.
           if r-wkeday(w-dow) = "Y"
              move "N"                 to w-isbday
           else
              perform cal-isholi thru end-cal-isholi
           initialize                      libdat-strrst.
           move libdat-datin1          to libdat-datrst.
           perform cal-libday thru end-cal-libday.
           if r-wkeday(w-dow) = "Y"
              move "C"                 to libdat-strrst(1:1)
              move  0                  to libdat-return
              perform wrt-audit thru end-wrt-audit
              exit program
           end-if.
      * --- every calendar of the request is read : a full     ---
      * --- holiday on any of them closes the day, otherwise a ---
      * --- half day on any of them makes it a half day at the ---
      * --- earliest of their cutoffs                          ---
           move "F"                    to w-dststa.
           move 9999                   to w-dstcut.
           move 1                      to w-calidx.
       bou-daysta.
           move t-req-calcod(w-calidx) to hol-calcod.
           move w-reddat               to hol-date.
           read holcal-file
              invalid key continue
              not invalid key
                 if hol-holtyp = "H"
                    move "H"           to w-dststa
                    if hol-cutoff < w-dstcut
                       move hol-cutoff to w-dstcut
                    end-if
                 else
                    move "C"           to w-dststa
                 end-if
           end-read.
           add  1                      to w-calidx.
           if w-dststa not = "C" and w-calidx <= w-calcnt
              go to bou-daysta
           end-if.
           move w-dststa               to libdat-strrst(1:1).
           if w-dststa = "H"
              move w-dstcut            to libdat-strrst(3:4)
           end-if.
           move  0                     to libdat-return.
           perform wrt-audit thru end-wrt-audit.
           exit program.

      * ------------------------------------------------
      * --- Day count and year fraction between two   ---
      * --- dates under the libdat-dccnv convention : ---
      * --- the accrual basis of an interest period.  ---
      * --- The dates are taken in either order, like ---
      * --- nbrday (datrst gets the later one).       ---
      * --- Result in dcday and yrfrac                ---
      * ------------------------------------------------
       entry "libdat_dcfrac" using libdat-buffer.
           move "libdat_dcfrac"       to w-entnam.

      * --- Entry control ---
           move 0                      to libdat-dcday.
           move 0                      to libdat-yrfrac.
           if libdat-datin1 = 0
              move 1                   to libdat-return
              perform wrt-audit thru end-wrt-audit
              exit program
           end-if.
           move libdat-datin1          to w-ctrdat.
           perform ctr-datein thru end-ctr-datein.
           if w-ctrdat not = 0
              move 1                   to libdat-return
              perform wrt-audit thru end-wrt-audit
              exit program
           end-if.
           if libdat-datin2 = 0
              move 2                   to libdat-return
              perform wrt-audit thru end-wrt-audit
              exit program
           end-if.
           move libdat-datin2          to w-ctrdat.
           perform ctr-datein thru end-ctr-datein.
           if w-ctrdat not = 0
              move 2                   to libdat-return
              perform wrt-audit thru end-wrt-audit
              exit program
           end-if.
      * --- no default basis : a wrong accrual is worse than none ---
           if libdat-dccnv not = "ACT360" and not = "ACT365"
                       and not = "30/360" and not = "30E360"
              move 5                   to libdat-return
              perform wrt-audit thru end-wrt-audit
              exit program
           end-if.

      * --- Sel first date ---
           if libdat-datin1 > libdat-datin2
              move libdat-datin2       to w-reddat
              move libdat-datin1       to libdat-datrst
            else
              move libdat-datin1       to w-reddat
              move libdat-datin2       to libdat-datrst
           end-if.

      * --- actual days : the difference of the serial days ---
           if libdat-dccnv = "ACT360" or libdat-dccnv = "ACT365"
              perform cnv-dat2ser thru end-cnv-dat2ser
              move w-serday            to w-serda2
              move libdat-datrst       to w-reddat
              perform cnv-dat2ser thru end-cnv-dat2ser
              compute w-dcnum = w-serday - w-serda2
              if libdat-dccnv = "ACT360"
                 move 360              to w-dcbas
              else
                 move 365              to w-dcbas
              end-if
              go to bou-dcfrac-res
           end-if.

      * --- 30-day months : split both dates, flag a last day  ---
      * --- of february, then the convention's adjustments     ---
           move r-year                 to w-dcy1.
           move r-month                to w-dcm1.
           move r-day                  to w-dcd1.
           move r-year                 to w-fevyr.
           perform cal-fevday thru end-cal-fevday.
           move "N"                    to w-dceof1.
           if w-dcm1 = 2 and w-dcd1 = c-fevday
              move "Y"                 to w-dceof1
           end-if.
           move libdat-datrst          to w-reddat.
           move r-year                 to w-dcy2.
           move r-month                to w-dcm2.
           move r-day                  to w-dcd2.
           move r-year                 to w-fevyr.
           perform cal-fevday thru end-cal-fevday.
           move "N"                    to w-dceof2.
           if w-dcm2 = 2 and w-dcd2 = c-fevday
              move "Y"                 to w-dceof2
           end-if.
           move 360                    to w-dcbas.
           if libdat-dccnv = "30E360"
              if w-dcd1 = 31
                 move 30               to w-dcd1
              end-if
              if w-dcd2 = 31
                 move 30               to w-dcd2
              end-if
              go to bou-dcfrac-30
           end-if.
      * --- US bond basis, in this order : both dates the end  ---
      * --- of february, then the first one, then a 31st end   ---
      * --- date after a 30th/31st start, then a 31st start    ---
           if w-dceof1 = "Y" and w-dceof2 = "Y"
              move 30                  to w-dcd2
           end-if.
           if w-dceof1 = "Y"
              move 30                  to w-dcd1
           end-if.
           if w-dcd2 = 31 and w-dcd1 >= 30
              move 30                  to w-dcd2
           end-if.
           if w-dcd1 = 31
              move 30                  to w-dcd1
           end-if.
       bou-dcfrac-30.
           compute w-dcnum = (360 * (w-dcy2 - w-dcy1))
                           + (30 * (w-dcm2 - w-dcm1))
                           + (w-dcd2 - w-dcd1).
           if w-dcnum < 0
              move 0                   to w-dcnum
           end-if.

      * --- overflow : more than 99999 days, won't fit dcday ---
       bou-dcfrac-res.
           if w-dcnum > 99999
              move 99999               to libdat-dcday
              move 6                   to libdat-return
              perform wrt-audit thru end-wrt-audit
              exit program
           end-if.
           move w-dcnum                to libdat-dcday.
           compute libdat-yrfrac rounded = w-dcnum / w-dcbas.
           move  0                     to libdat-return.
           perform wrt-audit thru end-wrt-audit.
           exit program.

      * ------------------------------------------------
      * --- Fiscal year, period and week of datin1 in ---
      * --- the libdat-fisent entity's calendar, and  ---
      * --- the first and last day of its period      ---
      * --- Result in fisyr/fisprd/fiswk/prdbeg/      ---
      * --- prdend, period end in datrst              ---
      * ------------------------------------------------
       entry "libdat_fisprd" using libdat-buffer.
           move "libdat_fisprd"       to w-entnam.

      * --- Entry control ---
           if libdat-datin1 = 0
              move 1                   to libdat-return
              perform wrt-audit thru end-wrt-audit
              exit program
           end-if.
           move libdat-datin1          to w-ctrdat.
           perform ctr-datein thru end-ctr-datein.
           if w-ctrdat not = 0
              move 1                   to libdat-return
              perform wrt-audit thru end-wrt-audit
              exit program
           end-if.
           perform fis-entchk thru end-fis-entchk.
           if w-fisbad = "Y"
              move 8                   to libdat-return
              perform wrt-audit thru end-wrt-audit
              exit program
           end-if.

           move libdat-datin1          to w-fisdat.
           perform fis-locate thru end-fis-locate.
           move libdat-prdend          to libdat-datrst.
           perform fis-result thru end-fis-result.
           move  0                     to libdat-return.
           perform wrt-audit thru end-wrt-audit.
           exit program.

      * ------------------------------------------------
      * --- Last business day of the datin1 fiscal    ---
      * --- period (skip week-ends and HOLCAL         ---
      * --- holidays - the entity's FISDEF calendar   ---
      * --- when calcod is left blank)                ---
      * --- Result in datrst                          ---
      * ------------------------------------------------
       entry "libdat_eopbda" using libdat-buffer.
           move "libdat_eopbda"       to w-entnam.

      * --- Entry control ---
           if libdat-datin1 = 0
              move 1                   to libdat-return
              perform wrt-audit thru end-wrt-audit
              exit program
           end-if.
           move libdat-datin1          to w-ctrdat.
           perform ctr-datein thru end-ctr-datein.
           if w-ctrdat not = 0
              move 1                   to libdat-return
              perform wrt-audit thru end-wrt-audit
              exit program
           end-if.
           perform fis-entchk thru end-fis-entchk.
           if w-fisbad = "Y"
              move 8                   to libdat-return
              perform wrt-audit thru end-wrt-audit
              exit program
           end-if.

           move libdat-datin1          to w-fisdat.
           perform fis-locate thru end-fis-locate.
           perform fis-result thru end-fis-result.
           perform opn-holcal thru end-opn-holcal.
           if w-holopn not = "Y"
              move 8                   to libdat-return
              perform wrt-audit thru end-wrt-audit
              exit program
           end-if.
           move fdf-calcod             to w-dftcal.
           perform cal-maxhol thru end-cal-maxhol.
           move spaces                 to w-dftcal.
           move libdat-prdend          to w-reddat.
           move r-year                 to w-fevyr.
           perform cal-fevday thru end-cal-fevday.
       bou-eopbda.
           perform chk-calhor thru end-chk-calhor.
           if w-calbad = "Y"
              move 8                   to libdat-return
              perform wrt-audit thru end-wrt-audit
              exit program
           end-if.
           perform cal-isbday thru end-cal-isbday.
           if w-isbday = "N"
              perform cal-prevday thru end-cal-prevday
              go to bou-eopbda
           end-if.
           move w-reddat               to libdat-datrst.
           move  0                     to libdat-return.
           perform wrt-audit thru end-wrt-audit.
           exit program.

      * ------------------------------------------------
      * --- Roll nbrday fiscal periods forward from   ---
      * --- the datin1 period, result is that         ---
      * --- period's last calendar day in datrst -    ---
      * --- chain it period by period to build a year ---
      * --- of fiscal close dates                     ---
      * ------------------------------------------------
       entry "libdat_eopadd" using libdat-buffer.
           move "libdat_eopadd"       to w-entnam.

      * --- Entry control ---
           if libdat-datin1 = 0
              move 1                   to libdat-return
              perform wrt-audit thru end-wrt-audit
              exit program
           end-if.
           move libdat-datin1          to w-ctrdat.
           perform ctr-datein thru end-ctr-datein.
           if w-ctrdat not = 0
              move 1                   to libdat-return
              perform wrt-audit thru end-wrt-audit
              exit program
           end-if.
           if libdat-nbrday = 0
              move 3                   to libdat-return
              move libdat-datin1       to libdat-datrst
              perform wrt-audit thru end-wrt-audit
              exit program
           end-if.
           perform fis-entchk thru end-fis-entchk.
           if w-fisbad = "Y"
              move 8                   to libdat-return
              perform wrt-audit thru end-wrt-audit
              exit program
           end-if.

      * --- rolling periods : the day after a period's end is ---
      * --- the first day of the next one                     ---
           move libdat-datin1          to w-fisdat.
           perform fis-locate thru end-fis-locate.
           move libdat-nbrday          to w-nbrcnt.
       bou-eopadd.
           compute w-serday = w-fispen + 1.
           perform cnv-ser2dat thru end-cnv-ser2dat.
           move w-reddat               to w-fisdat.
           perform fis-locate thru end-fis-locate.
           subtract 1                  from w-nbrcnt.
           if w-nbrcnt > 0             go to bou-eopadd.
           move libdat-prdend          to libdat-datrst.
           perform fis-result thru end-fis-result.
           move  0                     to libdat-return.
           perform wrt-audit thru end-wrt-audit.
           exit program.

      * ------------------------------------------------
      * --- Is the libdat-fisent entity usable ?      ---
      * --- (w-fisbad = Y when FISDEF could not be    ---
      * --- opened, or the entity is blank, not on    ---
      * --- FISDEF, or retired) - on N its FISDEF row ---
      * --- is in fdf-record                          ---
      * ------------------------------------------------
       fis-entchk.
           move "Y"                    to w-fisbad.
           perform opn-fisdef thru end-opn-fisdef.
           if w-fdfopn not = "Y"       go to end-fis-entchk.
           if libdat-fisent = spaces or libdat-fisent = low-value
                                       go to end-fis-entchk.
           move libdat-fisent          to fdf-entity.
           read fisdef-file
              invalid key go to end-fis-entchk
           end-read.
           if fdf-actflg not = "A"     go to end-fis-entchk.
           move "N"                    to w-fisbad.
       end-fis-entchk.

      * ------------------------------------------------
      * --- Serial day the fiscal year starting in    ---
      * --- calendar year w-fissy begins (w-fisbeg) : ---
      * --- M, the 1st of the start month ; W, the    ---
      * --- day after the last fiscal week-end day of ---
      * --- the month before it (the end of the       ---
      * --- previous 52/53-week year)                 ---
      * ------------------------------------------------
       fis-yrbeg.
           if fdf-prdtyp not = "W"
              move w-fissy             to r-year
              move fdf-strmth          to r-month
              move 1                   to r-day
              perform cnv-dat2ser thru end-cnv-dat2ser
              move w-serday            to w-fisbeg
              go to end-fis-yrbeg
           end-if.
           if fdf-strmth = 1
              compute r-year = w-fissy - 1
              move 12                  to r-month
           else
              move w-fissy             to r-year
              compute r-month = fdf-strmth - 1
           end-if.
           move r-year                 to w-fevyr.
           perform cal-fevday thru end-cal-fevday.
           move c-maxday(r-month)      to r-day.
           perform cal-libday thru end-cal-libday.
           compute w-fisoff = function mod(w-dow - fdf-wkend + 7, 7).
           perform cnv-dat2ser thru end-cnv-dat2ser.
           compute w-fisbeg = w-serday - w-fisoff + 1.
       end-fis-yrbeg.

      * ------------------------------------------------
      * --- Locate w-fisdat in the FISDEF calendar :  ---
      * --- its fiscal year is the latest one that    ---
      * --- begins on or before it (tried from the    ---
      * --- next calendar year down), its week counts ---
      * --- from that year's first day, its period    ---
      * --- per the period type. Result in the libdat ---
      * --- fiscal fields, and the period's serial    ---
      * --- first and last days in w-fispbg/w-fispen ---
      * ------------------------------------------------
       fis-locate.
           move w-fisdat               to w-reddat.
           perform cnv-dat2ser thru end-cnv-dat2ser.
           move w-serday               to w-fisser.
           move r-year                 to w-fissy.
           add  1                      to w-fissy.
       fis-locate-yr.
           perform fis-yrbeg thru end-fis-yrbeg.
           if w-fisbeg > w-fisser
              subtract 1               from w-fissy
              go to fis-locate-yr
           end-if.
           move w-fissy                to w-fisyr.
           move w-fisbeg               to w-fiscur.
           add  1                      to w-fissy.
           perform fis-yrbeg thru end-fis-yrbeg.
           move w-fisbeg               to w-fisnxt.
           compute w-fiswk = (w-fisser - w-fiscur) / 7.
           add  1                      to w-fiswk.
           if fdf-prdtyp = "W"
              perform fis-prdwk thru end-fis-prdwk
           else
              perform fis-prdmth thru end-fis-prdmth
           end-if.
      * --- year label : the year it starts in, or ends in ---
           if fdf-yrlbl = "S"
              move w-fisyr             to libdat-fisyr
           else
              compute w-serday = w-fisnxt - 1
              perform cnv-ser2dat thru end-cnv-ser2dat
              move r-year              to libdat-fisyr
           end-if.
           move w-fisprd               to libdat-fisprd.
           move w-fiswk                to libdat-fiswk.
           move w-fispbg               to w-serday.
           perform cnv-ser2dat thru end-cnv-ser2dat.
           move w-reddat               to libdat-prdbeg.
           move w-fispen               to w-serday.
           perform cnv-ser2dat thru end-cnv-ser2dat.
           move w-reddat               to libdat-prdend.
       end-fis-locate.

      * ------------------------------------------------
      * --- M period : the civil month of w-fisdat,   ---
      * --- numbered from the start month             ---
      * ------------------------------------------------
       fis-prdmth.
           move w-fisdat               to w-reddat.
           compute w-fisprd =
               function mod(r-month - fdf-strmth + 12, 12) + 1.
           move 1                      to r-day.
           perform cnv-dat2ser thru end-cnv-dat2ser.
           move w-serday               to w-fispbg.
           move r-year                 to w-fevyr.
           perform cal-fevday thru end-cal-fevday.
           move c-maxday(r-month)      to r-day.
           perform cnv-dat2ser thru end-cnv-dat2ser.
           move w-serday               to w-fispen.
       end-fis-prdmth.

      * ------------------------------------------------
      * --- W period : the quarter pattern's week     ---
      * --- counts added up period by period until    ---
      * --- they reach the date's week (w-fiswks the  ---
      * --- weeks up to the end of period w-fisidx).  ---
      * --- Period 12 runs to the eve of the next     ---
      * --- year, so it takes a 53rd week             ---
      * ------------------------------------------------
       fis-prdwk.
           move 0                      to w-fiswks.
           move 0                      to w-fisidx.
       fis-prdwk-loop.
           add  1                      to w-fisidx.
           compute w-fispat = function mod(w-fisidx - 1, 3) + 1.
           compute w-fispbg = w-fiscur + (7 * w-fiswks).
           add  fdf-patwk(w-fispat)    to w-fiswks.
           if w-fisidx < 12 and w-fiswks < w-fiswk
                                       go to fis-prdwk-loop.
           move w-fisidx               to w-fisprd.
           if w-fisidx = 12
              compute w-fispen = w-fisnxt - 1
           else
              compute w-fispen = w-fiscur + (7 * w-fiswks) - 1
           end-if.
       end-fis-prdwk.

      * ------------------------------------------------
      * --- Period answer in nbrrst and strrst        ---
      * --- ("FY2027 P01 W03")                        ---
      * ------------------------------------------------
       fis-result.
           move libdat-fisprd          to libdat-nbrrst.
           move spaces                 to libdat-strrst.
           string "FY"                 delimited by size
                  libdat-fisyr         delimited by size
                  " P"                 delimited by size
                  libdat-fisprd        delimited by size
                  " W"                 delimited by size
                  libdat-fiswk         delimited by size
             into libdat-strrst
           end-string.
       end-fis-result.

      * ------------------------------------------------
      * --- Open the FISDEF fiscal calendars (best    ---
      * --- effort), once per run - left open like    ---
      * --- HOLCAL                                    ---
      * ------------------------------------------------
       opn-fisdef.
           if w-fdfopn = "N"
              open input fisdef-file
              if w-fdfstat = "00"
                 move "Y"              to w-fdfopn
              else
                 move "F"              to w-fdfopn
              end-if
           end-if.
       end-opn-fisdef.

      * ------------------------------------------------
      * --- Open the HOLCAL calendar and the CALDEF   ---
      * --- definitions (best effort), once per run - ---
      * --- left open like the audit spool so a large ---
      * --- batch isn't paying an indexed-file        ---
      * --- open/close on every business-day call.    ---
      * --- Both are needed : without CALDEF no       ---
      * --- calendar is known, nor its week-end       ---
      * ------------------------------------------------
       opn-holcal.
           if w-holopn = "N"
              open input holcal-file
              if w-holstat = "00"
                 open input caldef-file
                 if w-cdfstat = "00"
                    move "Y"           to w-holopn
                 else
                    move "F"           to w-holopn
                    close holcal-file
                 end-if
              else
                 move "F"              to w-holopn
              end-if
