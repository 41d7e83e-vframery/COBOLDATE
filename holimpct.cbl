      *-----------------------------------------------------------------
      *--- DESCRIPTION -------------------------------------------------
      *--- Copyright Vin0u@2026 ----------------------------------------
      *--- Impact of the pending HOLCAL changes on the schedule --------
      *--- Runs before HOLMAINT, on a scratch copy of HOLCAL the job ---
      *--- takes (the HOLCAL DD) : applies the pending HOLTRAN to the --
      *--- copy with the same checks HOLMAINT makes (a request the -----
      *--- gatekeeper would reject changes nothing), then re-expands ---
      *--- every SKDDEF rule with a business-day roll (B/P/M) whose ----
      *--- calendars a change opens or closes a day on, exactly as -----
      *--- DATESKED does it through libdate, and compares the result ---
      *--- with the current SKDFILE. SKDDEF and SKDFILE come sorted ----
      *--- by rule id (and date) - the job sorts them. -----------------
      *--- Prints IMPRPT: the pending changes and their effect, then ---
      *--- every occurrence that would move (old date, new date, rule --
      *--- id and the pending holiday that causes it), drop or appear, -
      *--- and every rule the changed calendar could no longer --------
      *--- expand. Condition code 8 means something moves - the -------
      *--- changes need approval before HOLMAINT runs; 4 means only ---
      *--- that some requests would be rejected. -----------------------
      *-----------------------------------------------------------------
       identification division.
       program-id.    holimpct.
       author.        Vin0u.
       date-written.  02-09-2026.

       environment division.
       input-output section.
       file-control.
           select hmtrn-file assign to "HOLTRAN"
               organization is sequential
               file status is w-trnsts.
      * --- the scratch copy of HOLCAL - never the live calendar ---
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
           select skdef-file assign to "SKDDEF"
               organization is sequential
               file status is w-defsts.
           select skout-file assign to "SKDFILE"
               organization is sequential
               file status is w-skosts.
           select irpt-file assign to "IMPRPT"
               organization is sequential
               file status is w-rptsts.

       data division.
       file section.
       fd  hmtrn-file.
           copy "holtran.cpy".
      *
       fd  holcal-file.
           copy "holcal.cpy".
      *
       fd  caldef-file.
           copy "caldef.cpy".
      *
       fd  skdef-file.
           copy "skddef.cpy".
      *
       fd  skout-file.
           copy "skdout.cpy".
      *
       fd  irpt-file.
       01  rpt-line                    pic x(132).

       working-storage section.
      *
       77  w-trnsts                    pic xx.
       77  w-holsts                    pic xx.
       77  w-cdfsts                    pic xx.
       77  w-defsts                    pic xx.
       77  w-skosts                    pic xx.
       77  w-rptsts                    pic xx.
       77  w-badfil                    pic x(8).
       77  w-badsts                    pic xx.
       77  w-eof                       pic x     value "N".
       77  w-defeof                    pic x     value "N".
       77  w-fevyr                     pic 9(4).
       77  w-ctrsts                    pic 9.
       77  w-status                    pic x(8).
       77  w-reason                    pic x(20).
       77  w-cnt-trn                   pic 9(7)  value 0.
       77  w-cnt-rej                   pic 9(7)  value 0.
       77  w-cnt-eff                   pic 9(7)  value 0.
       77  w-cnt-rul                   pic 9(7)  value 0.
       77  w-cnt-sel                   pic 9(7)  value 0.
       77  w-cnt-mov                   pic 9(7)  value 0.
       77  w-cnt-drp                   pic 9(7)  value 0.
       77  w-cnt-add                   pic 9(7)  value 0.
       77  w-cnt-unu                   pic 9(7)  value 0.

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

      * --- the pending transaction : effective calendar code, ---
      * --- holiday type/cutoff, and the row it replaces       ---
       77  w-calcod                    pic x(2).
       77  w-holtyp                    pic x.
       77  w-cutoff                    pic 9(4).
       77  w-cuthh                     pic 99.
       77  w-cutmm                     pic 99.
       77  w-oldtyp                    pic x.
       77  w-oldlib                    pic x(30).
      * --- C = the change closes a business day, O = it opens ---
      * --- one, blank = no effect on any roll (a label, or a  ---
      * --- half day, which the walks treat as open)           ---
       77  w-effect                    pic x.

      * --- the accepted changes that open or close a day - the ---
      * --- ones that can move a rolled occurrence              ---
       77  w-chguse                    pic 9(3)  value 0.
       77  w-chgidx                    pic 9(3).
       01  t-chgtab.
           02 t-chg                    occurs 500.
              03 t-chg-action          pic x(3).
              03 t-chg-calcod          pic x(2).
              03 t-chg-date            pic 9(8).
              03 t-chg-libel           pic x(30).
              03 t-chg-effect          pic x.

      * --- the rule under analysis : its calendars (skd-calcod, ---
      * --- FR when blank, then the joint ones), its horizon     ---
      * --- years, and whether a change touches it              ---
       77  w-rcalcnt                   pic 9.
       77  w-rcalidx                   pic 9.
       77  w-jntidx                    pic 9.
       77  w-jntcod                    pic x(2).
       77  w-calfnd                    pic x.
       77  w-rulsel                    pic x.
       77  w-rulbad                    pic x.
       77  w-frmyr                     pic 9(4).
       77  w-toyr                      pic 9(4).
       77  w-chgyr                     pic 9(4).
       01  t-rulcal.
           02 t-rul-calcod             pic x(2)  occurs 4.

      * --- the rule's occurrences : on SKDFILE today (t-old) and ---
      * --- re-expanded on the changed calendar (t-new)           ---
       77  w-skorul                    pic x(8).
       77  w-skodat                    pic 9(8).
       77  w-olduse                    pic 9(5).
       77  w-oldidx                    pic 9(5).
       77  w-newuse                    pic 9(5).
       77  w-newidx                    pic 9(5).
       01  t-oldtab.
           02 t-old-date               pic 9(8)  occurs 5000.
       01  t-newtab.
           02 t-new-date               pic 9(8)  occurs 5000.

      * --- expansion working fields, as in DATESKED ---
       77  w-genbad                    pic x.
       77  w-mthstp                    pic 9.
       77  w-curdat                    pic 9(8).
       77  w-outdat                    pic 9(8).
       77  w-prdbeg                    pic 9(8).
       77  w-prdend                    pic 9(8).
       01  w-gendat                    pic 9(8).
       01  r-gendat              redefines w-gendat.
           02 g-year                   pic 9(4).
           02 g-month                  pic 99.
           02 g-day                    pic 99.

      * --- one difference : the dates it spans, what it is ---
       77  w-lodat                     pic 9(8).
       77  w-hidat                     pic 9(8).
       77  w-note                      pic x(8).
      *
           copy "libdat.cpy".

      * --- Report lines ---
       01  w-rpthdr1.
           02 filler                   pic x(50) value
             "HOLIMPCT - PENDING HOLCAL CHANGE IMPACT REPORT".
      *
       01  w-rptsec1.
           02 filler                   pic x(40) value
             "PENDING CHANGES".
      *
       01  w-rpthdr2.
           02 filler                   pic x(4)  value "ACT ".
           02 filler                   pic x(4)  value "CAL ".
           02 filler                   pic x(9)  value "DATE    ".
           02 filler                   pic x(31) value "LABEL".
           02 filler                   pic x(3)  value "TY ".
           02 filler                   pic x(5)  value "CUTF ".
           02 filler                   pic x(9)  value "STATUS  ".
           02 filler                   pic x(20) value "REASON/EFFECT".
      *
       01  w-rptchg.
           02 w-rg-action              pic x(3).
           02 filler                   pic x     value space.
           02 w-rg-calcod              pic x(2).
           02 filler                   pic x(2)  value spaces.
           02 w-rg-date                pic 9(8).
           02 filler                   pic x     value space.
           02 w-rg-libel               pic x(30).
           02 filler                   pic x     value space.
           02 w-rg-holtyp              pic x.
           02 filler                   pic x(2)  value spaces.
           02 w-rg-cutoff              pic 9(4).
           02 filler                   pic x     value space.
           02 w-rg-status              pic x(8).
           02 filler                   pic x     value space.
           02 w-rg-reason              pic x(20).
      *
       01  w-rptsec2.
           02 filler                   pic x(40) value
             "OCCURRENCES THAT MOVE".
      *
       01  w-rpthdr3.
           02 filler                   pic x(9)  value "RULE".
           02 filler                   pic x(3)  value "RL".
           02 filler                   pic x(9)  value "OLD DATE".
           02 filler                   pic x(9)  value "NEW DATE".
           02 filler                   pic x(9)  value "CHANGE".
           02 filler                   pic x(4)  value "ACT".
           02 filler                   pic x(4)  value "CAL".
           02 filler                   pic x(9)  value "HOLIDAY".
           02 filler                   pic x(30) value "LABEL".
      *
       01  w-rptmov.
           02 w-rm-ruleid              pic x(8).
           02 filler                   pic x     value space.
           02 w-rm-rollcd              pic x.
           02 filler                   pic x(2)  value spaces.
           02 w-rm-olddat              pic x(8).
           02 filler                   pic x     value space.
           02 w-rm-newdat              pic x(8).
           02 filler                   pic x     value space.
           02 w-rm-note                pic x(8).
           02 filler                   pic x     value space.
           02 w-rm-action              pic x(3).
           02 filler                   pic x     value space.
           02 w-rm-calcod              pic x(2).
           02 filler                   pic x(2)  value spaces.
           02 w-rm-chgdat              pic x(8).
           02 filler                   pic x     value space.
           02 w-rm-libel               pic x(30).
      *
       01  w-rpttrl1.
           02 w-rt-label               pic x(26).
           02 w-rt-cnt                 pic zzz,zz9.

      * -----------------------
      * --- Loading library ---
      * -----------------------
       procedure division.

       main-line.
           open input  hmtrn-file.
           if w-trnsts not = "00"
              move "HOLTRAN"            to w-badfil
              move w-trnsts             to w-badsts
              go to abend-open
           end-if.
           open i-o    holcal-file.
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
           open output irpt-file.
           if w-rptsts not = "00"
              move "IMPRPT"             to w-badfil
              move w-rptsts             to w-badsts
              go to abend-open
           end-if.
           write rpt-line              from w-rpthdr1.
           write rpt-line              from w-rptsec1.
           write rpt-line              from w-rpthdr2.
           perform rea-trans thru end-rea-trans.
           if w-eof not = "Y"
              perform process-loop thru end-process-loop
           end-if.
           close hmtrn-file.
      * --- the copy now looks the way HOLMAINT will leave the ---
      * --- live calendar : release it to libdate             ---
           close holcal-file.
           close caldef-file.

           open input  skdef-file.
           if w-defsts not = "00"
              move "SKDDEF"             to w-badfil
              move w-defsts             to w-badsts
              go to abend-open
           end-if.
           open input  skout-file.
           if w-skosts not = "00"
              move "SKDFILE"            to w-badfil
              move w-skosts             to w-badsts
              go to abend-open
           end-if.
           write rpt-line              from w-rptsec2.
           write rpt-line              from w-rpthdr3.
           if w-chguse > 0
              perform rea-skout thru end-rea-skout
              perform rea-rule thru end-rea-rule
              if w-defeof not = "Y"
                 perform rule-loop thru end-rule-loop
              end-if
           end-if.
           perform wrt-trailer thru end-wrt-trailer.
           close skdef-file.
           close skout-file.
           close irpt-file.
           if w-cnt-mov > 0 or w-cnt-drp > 0 or w-cnt-add > 0
              or w-cnt-unu > 0
              move 8                    to return-code
           else
              if w-cnt-rej > 0
                 move 4                 to return-code
              end-if
           end-if.
           stop run.

      * ------------------------------------------------
      * --- One transaction/read pair, repeated until  ---
      * --- HOLTRAN is exhausted.                     ---
      * ------------------------------------------------
       process-loop.
           perform prc-trans thru end-prc-trans.
           perform rea-trans thru end-rea-trans.
           if w-eof not = "Y"          go to process-loop.
       end-process-loop.

      * ------------------------------------------------
      * --- One rule/read pair, repeated until SKDDEF ---
      * --- is exhausted.                             ---
      * ------------------------------------------------
       rule-loop.
           perform prc-rule thru end-prc-rule.
           perform rea-rule thru end-rea-rule.
           if w-defeof not = "Y"       go to rule-loop.
       end-rule-loop.

      * ------------------------------------------------
      * --- A required file failed to open - all six  ---
      * --- are mandatory for an impact run.          ---
      * ------------------------------------------------
       abend-open.
           display "HOLIMPCT - OPEN FAILED FOR " w-badfil
                   " FILE STATUS " w-badsts.
           move 12                     to return-code.
           stop run.

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

      * -----------------------------
      * --- Read next transaction ---
      * -----------------------------
       rea-trans.
           read hmtrn-file
              at end move "Y"          to w-eof
           end-read.
       end-rea-trans.

      * ------------------------------------------------
      * --- Validate one pending transaction the way  ---
      * --- HOLMAINT will, apply it to the copy and   ---
      * --- print it with its effect on the rolls.    ---
      * ------------------------------------------------
       prc-trans.
           add  1                      to w-cnt-trn.
           move "ACCEPTED"             to w-status.
           move spaces                 to w-reason.
           move space                  to w-holtyp.
           move 0                      to w-cutoff.
           move space                  to w-effect.
           move spaces                 to w-oldlib.

           if hmt-action not = "ADD" and not = "DEL"
                         and not = "REP"
              move "REJECTED"          to w-status
              move "INVALID ACTION"    to w-reason
              go to prc-trans-print
           end-if.
           move hmt-date               to w-ctrdat.
           perform ctr-datein thru end-ctr-datein.
           if w-ctrdat not = 0
              move "REJECTED"          to w-status
              move "INVALID DATE"      to w-reason
              go to prc-trans-print
           end-if.
           if hmt-calcod = spaces
              move "FR"                to w-calcod
           else
              move hmt-calcod          to w-calcod
           end-if.
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
           move hmt-date               to w-reddat.
           perform cal-dowday thru end-cal-dowday.
           if cdf-wkeday(w-dow) = "Y"
              move "REJECTED"          to w-status
              move "WEEK-END DATE"     to w-reason
              go to prc-trans-print
           end-if.
           if hmt-action not = "DEL"
              perform ctr-holtyp thru end-ctr-holtyp
              if w-status = "REJECTED"  go to prc-trans-print
           end-if.

           evaluate hmt-action
              when "ADD"
                 perform app-add thru end-app-add
              when "DEL"
                 perform app-del thru end-app-del
              when "REP"
                 perform app-rep thru end-app-rep
           end-evaluate.
           if w-status = "REJECTED"    go to prc-trans-print.
           evaluate w-effect
              when "C"
                 move "CLOSES THE DAY"  to w-reason
                 perform reg-change thru end-reg-change
              when "O"
                 move "OPENS THE DAY"   to w-reason
                 perform reg-change thru end-reg-change
              when other
                 move "NO ROLL EFFECT"  to w-reason
           end-evaluate.

       prc-trans-print.
           if w-status = "REJECTED"
              add  1                   to w-cnt-rej
           end-if.
           perform wrt-chgdtl thru end-wrt-chgdtl.
       end-prc-trans.

      * ------------------------------------------------
      * --- Validate the holiday type and cutoff into ---
      * --- w-holtyp/w-cutoff, as HOLMAINT does       ---
      * ------------------------------------------------
       ctr-holtyp.
           move "F"                    to w-holtyp.
           move 0                      to w-cutoff.
           if hmt-holtyp = space or hmt-holtyp = "F"
              go to end-ctr-holtyp
           end-if.
           if hmt-holtyp not = "H"
              move "REJECTED"          to w-status
              move "INVALID HOLIDAY TYPE"
                                       to w-reason
              go to end-ctr-holtyp
           end-if.
           if hmt-cutoff not numeric or hmt-cutoff = 0
              move "REJECTED"          to w-status
              move "INVALID CUTOFF"    to w-reason
              go to end-ctr-holtyp
           end-if.
           divide hmt-cutoff by 100 giving w-cuthh
                                    remainder w-cutmm.
           if w-cuthh > 23 or w-cutmm > 59
              move "REJECTED"          to w-status
              move "INVALID CUTOFF"    to w-reason
              go to end-ctr-holtyp
           end-if.
           move "H"                    to w-holtyp.
           move hmt-cutoff             to w-cutoff.
       end-ctr-holtyp.

      * ------------------------------------------------
      * --- ADD to the copy : a full day closes it    ---
      * ------------------------------------------------
       app-add.
           move w-calcod               to hol-calcod.
           move hmt-date               to hol-date.
           read holcal-file
              invalid key continue
              not invalid key
                 move "REJECTED"       to w-status
                 move "DUPLICATE DATE" to w-reason
           end-read.
           if w-status = "REJECTED"    go to end-app-add.
           move w-calcod               to hol-calcod.
           move hmt-date               to hol-date.
           move hmt-libel              to hol-libel.
           move w-holtyp               to hol-holtyp.
           move w-cutoff               to hol-cutoff.
           write hol-record
              invalid key
                 move "REJECTED"       to w-status
                 move "WRITE FAILED"   to w-reason
           end-write.
           if w-status = "REJECTED"    go to end-app-add.
           if w-holtyp = "F"
              move "C"                 to w-effect
           end-if.
       end-app-add.

      * ------------------------------------------------
      * --- DEL from the copy : removing a full day   ---
      * --- opens it (the row is read first for its   ---
      * --- type and label)                           ---
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
           move hol-holtyp             to w-oldtyp.
           move hol-libel              to w-oldlib.
           delete holcal-file
              invalid key
                 move "REJECTED"       to w-status
                 move "DATE NOT FOUND" to w-reason
           end-delete.
           if w-status = "REJECTED"    go to end-app-del.
           if w-oldtyp not = "H"
              move "O"                 to w-effect
           end-if.
       end-app-del.

      * ------------------------------------------------
      * --- REP on the copy : only a full day turned  ---
      * --- half (opens) or a half day turned full    ---
      * --- (closes) changes a roll                   ---
      * ------------------------------------------------
       app-rep.
           move w-calcod               to hol-calcod.
           move hmt-date               to hol-date.
           read holcal-file
              invalid key
                 move "REJECTED"       to w-status
                 move "DATE NOT FOUND" to w-reason
           end-read.
           if w-status = "REJECTED"    go to end-app-rep.
           move hol-holtyp             to w-oldtyp.
           move hmt-libel              to hol-libel.
           move w-holtyp               to hol-holtyp.
           move w-cutoff               to hol-cutoff.
           rewrite hol-record
              invalid key
                 move "REJECTED"       to w-status
                 move "REWRITE FAILED" to w-reason
           end-rewrite.
           if w-status = "REJECTED"    go to end-app-rep.
           if w-oldtyp = "H" and w-holtyp = "F"
              move "C"                 to w-effect
           end-if.
           if w-oldtyp not = "H" and w-holtyp = "H"
              move "O"                 to w-effect
           end-if.
       end-app-rep.

      * ------------------------------------------------
      * --- Keep a change that opens or closes a day  ---
      * --- for the rule selection and the causes     ---
      * ------------------------------------------------
       reg-change.
           if w-chguse = 500
              display "HOLIMPCT - MORE THAN 500 EFFECTIVE CHANGES"
              move 16                  to return-code
              stop run
           end-if.
           add  1                      to w-chguse.
           add  1                      to w-cnt-eff.
           move hmt-action             to t-chg-action(w-chguse).
           move w-calcod               to t-chg-calcod(w-chguse).
           move hmt-date               to t-chg-date(w-chguse).
           if hmt-action = "DEL"
              move w-oldlib            to t-chg-libel(w-chguse)
           else
              move hmt-libel           to t-chg-libel(w-chguse)
           end-if.
           move w-effect               to t-chg-effect(w-chguse).
       end-reg-change.

      * -------------------------------
      * --- Print one change line   ---
      * -------------------------------
       wrt-chgdtl.
           move hmt-action             to w-rg-action.
           move hmt-calcod             to w-rg-calcod.
           move hmt-date               to w-rg-date.
           move hmt-libel              to w-rg-libel.
           move w-holtyp               to w-rg-holtyp.
           move w-cutoff               to w-rg-cutoff.
           move w-status               to w-rg-status.
           move w-reason               to w-rg-reason.
           write rpt-line              from w-rptchg.
       end-wrt-chgdtl.

      * -----------------------------
      * --- Read next rule        ---
      * -----------------------------
       rea-rule.
           read skdef-file
              at end move "Y"          to w-defeof
           end-read.
       end-rea-rule.

      * ------------------------------------------------
      * --- Read next occurrence - its rule id goes   ---
      * --- to high-values at end of file so the rule ---
      * --- match stops there                         ---
      * ------------------------------------------------
       rea-skout.
           read skout-file
              at end move high-values  to w-skorul
           end-read.
           if w-skorul not = high-values
              move sko-ruleid          to w-skorul
              move sko-date            to w-skodat
           end-if.
       end-rea-skout.

      * ------------------------------------------------
      * --- One rule : collect its SKDFILE            ---
      * --- occurrences, and when a change touches    ---
      * --- its calendars re-expand it and compare    ---
      * ------------------------------------------------
       prc-rule.
           add  1                      to w-cnt-rul.
           perform col-old thru end-col-old.
      * --- a rule DATESKED rejects has nothing on SKDFILE, and ---
      * --- a rule that does not roll never reads the calendar  ---
           perform ctr-rule thru end-ctr-rule.
           if w-rulbad = "Y"           go to end-prc-rule.
           if skd-rollcd = "N"         go to end-prc-rule.
           perform sel-rule thru end-sel-rule.
           if w-rulsel not = "Y"       go to end-prc-rule.
           add  1                      to w-cnt-sel.
           move 0                      to w-newuse.
           move "N"                    to w-genbad.
           evaluate skd-freqcd
              when "D"
                 perform gen-daily thru end-gen-daily
              when "W"
                 perform gen-weekly thru end-gen-weekly
              when "M"
                 move 1                to w-mthstp
                 perform gen-monthly thru end-gen-monthly
              when "Q"
                 move 3                to w-mthstp
                 perform gen-monthly thru end-gen-monthly
              when "F"
                 perform gen-fiscal thru end-gen-fiscal
           end-evaluate.
      * --- a rule with nothing on SKDFILE that still cannot be ---
      * --- expanded was already rejected by DATESKED before    ---
      * --- these changes (a horizon HOLCAL does not cover) :   ---
      * --- shown for information, the changes did not do it   ---
           if w-genbad = "Y" and w-olduse = 0
              move skd-ruleid          to w-rm-ruleid
              move skd-rollcd          to w-rm-rollcd
              move spaces              to w-rm-olddat w-rm-newdat
                                          w-rm-action w-rm-calcod
                                          w-rm-chgdat
              move "INFO"              to w-rm-note
              move "ALREADY REJECTED BY DATESKED"
                                       to w-rm-libel
              write rpt-line           from w-rptmov
              go to end-prc-rule
           end-if.
      * --- the changed calendar cannot expand the rule any     ---
      * --- more (a year emptied out) : DATESKED would reject it ---
           if w-genbad = "Y"
              add  1                   to w-cnt-unu
              move skd-ruleid          to w-rm-ruleid
              move skd-rollcd          to w-rm-rollcd
              move spaces              to w-rm-olddat w-rm-newdat
                                          w-rm-action w-rm-calcod
                                          w-rm-chgdat
              move "REJECTED"          to w-rm-note
              move "CALENDAR UNUSABLE" to w-rm-libel
              write rpt-line           from w-rptmov
              go to end-prc-rule
           end-if.
           perform cmp-occur thru end-cmp-occur.
       end-prc-rule.

      * ------------------------------------------------
      * --- The rule's SKDFILE occurrences into t-old ---
      * --- (both files sorted by rule id : rows of a ---
      * --- rule no longer on SKDDEF are passed over) ---
      * ------------------------------------------------
       col-old.
           move 0                      to w-olduse.
       col-old-loop.
           if w-skorul < skd-ruleid
              perform rea-skout thru end-rea-skout
              go to col-old-loop
           end-if.
           if w-skorul not = skd-ruleid
                                       go to end-col-old.
           if w-olduse = 5000
              display "HOLIMPCT - RULE " skd-ruleid
                      " EXCEEDS 5000 OCCURRENCES"
              move 16                  to return-code
              stop run
           end-if.
           add  1                      to w-olduse.
           move w-skodat               to t-old-date(w-olduse).
           perform rea-skout thru end-rea-skout.
           go to col-old-loop.
       end-col-old.

      * ------------------------------------------------
      * --- The controls DATESKED makes before it     ---
      * --- expands a rule (w-rulbad = Y : rejected)  ---
      * ------------------------------------------------
       ctr-rule.
           move "Y"                    to w-rulbad.
           if skd-freqcd not = "D" and not = "W"
                         and not = "M" and not = "Q" and not = "F"
                                       go to end-ctr-rule.
           if skd-rollcd not = "N" and not = "B"
                         and not = "P" and not = "M"
                                       go to end-ctr-rule.
           move skd-frmdat             to w-ctrdat.
           perform ctr-datein thru end-ctr-datein.
           if w-ctrdat not = 0         go to end-ctr-rule.
           move skd-todat              to w-ctrdat.
           perform ctr-datein thru end-ctr-datein.
           if w-ctrdat not = 0         go to end-ctr-rule.
           if skd-frmdat > skd-todat   go to end-ctr-rule.
           if (skd-freqcd = "M" or skd-freqcd = "Q"
                              or skd-freqcd = "F")
              and (skd-ancday < 1 or skd-ancday > 31)
                                       go to end-ctr-rule.
      * --- an F rule whose entity FISDEF refuses expands to  ---
      * --- nothing in DATESKED                               ---
           if skd-freqcd = "F"
              if skd-fisent = spaces   go to end-ctr-rule
              end-if
              initialize                  libdat-buffer
              move "N"                 to libdat-audit
              move "HOLIMPCT"          to libdat-caller
              move skd-frmdat          to libdat-datin1
              move skd-fisent          to libdat-fisent
              call "libdat_fisprd" using libdat-buffer
              if libdat-return not = 0 go to end-ctr-rule
              end-if
           end-if.
           move "N"                    to w-rulbad.
       end-ctr-rule.

      * ------------------------------------------------
      * --- Does a pending change open or close a day ---
      * --- on one of the rule's calendars within its ---
      * --- horizon years (one year of slack either   ---
      * --- side : a roll can step across new year) ? ---
      * ------------------------------------------------
       sel-rule.
           move "N"                    to w-rulsel.
           perform set-rulcal thru end-set-rulcal.
           compute w-frmyr = skd-frmdat / 10000.
           compute w-toyr  = skd-todat / 10000.
           subtract 1                  from w-frmyr.
           add  1                      to w-toyr.
           move 1                      to w-chgidx.
       sel-rule-chg.
           compute w-chgyr = t-chg-date(w-chgidx) / 10000.
           if w-chgyr not < w-frmyr and w-chgyr not > w-toyr
              perform chk-rulcal thru end-chk-rulcal
              if w-calfnd = "Y"
                 move "Y"              to w-rulsel
                 go to end-sel-rule
              end-if
           end-if.
           add  1                      to w-chgidx.
           if w-chgidx <= w-chguse     go to sel-rule-chg.
       end-sel-rule.

      * ------------------------------------------------
      * --- The rule's calendars into t-rulcal, the   ---
      * --- way libdate lists them : skd-calcod (FR   ---
      * --- when blank), then each distinct joint one ---
      * ------------------------------------------------
       set-rulcal.
           if skd-calcod = spaces
              move "FR"                to t-rul-calcod(1)
           else
              move skd-calcod          to t-rul-calcod(1)
           end-if.
           move 1                      to w-rcalcnt.
           move 1                      to w-jntidx.
       set-rulcal-jnt.
           move skd-caljnt((w-jntidx * 2) - 1:2)
                                       to w-jntcod.
           if w-jntcod not = spaces
              move 1                   to w-rcalidx
              perform set-rulcal-dup thru end-set-rulcal-dup
              if w-rcalidx > w-rcalcnt
                 add  1                to w-rcalcnt
                 move w-jntcod         to t-rul-calcod(w-rcalcnt)
              end-if
           end-if.
           add  1                      to w-jntidx.
           if w-jntidx <= 3            go to set-rulcal-jnt.
       end-set-rulcal.
      *
       set-rulcal-dup.
           if w-rcalidx > w-rcalcnt    go to end-set-rulcal-dup.
           if t-rul-calcod(w-rcalidx) = w-jntcod
                                       go to end-set-rulcal-dup.
           add  1                      to w-rcalidx.
           go to set-rulcal-dup.
       end-set-rulcal-dup.

      * ------------------------------------------------
      * --- Is the w-chgidx change on one of the      ---
      * --- rule's calendars ? (w-calfnd)             ---
      * ------------------------------------------------
       chk-rulcal.
           move "N"                    to w-calfnd.
           move 1                      to w-rcalidx.
       chk-rulcal-cal.
           if t-rul-calcod(w-rcalidx) = t-chg-calcod(w-chgidx)
              move "Y"                 to w-calfnd
              go to end-chk-rulcal
           end-if.
           add  1                      to w-rcalidx.
           if w-rcalidx <= w-rcalcnt   go to chk-rulcal-cal.
       end-chk-rulcal.

      * ------------------------------------------------
      * --- Daily rule : the business days of the     ---
      * --- horizon, as DATESKED emits them           ---
      * ------------------------------------------------
       gen-daily.
           move skd-frmdat             to w-curdat.
       gen-daily-loop.
           if w-curdat > skd-todat     go to end-gen-daily.
           initialize                     libdat-buffer.
           move "N"                    to libdat-audit.
           move "HOLIMPCT"             to libdat-caller.
           move w-curdat               to libdat-datin1.
           move skd-calcod             to libdat-calcod.
           move skd-caljnt             to libdat-caljnt.
           call "libdat_nxtbda" using libdat-buffer.
           if libdat-return not = 0
              move "Y"                 to w-genbad
              go to end-gen-daily
           end-if.
           if libdat-datrst = w-curdat
              move w-curdat            to w-outdat
              perform add-new thru end-add-new
           end-if.
           perform nxt-calday thru end-nxt-calday.
           go to gen-daily-loop.
       end-gen-daily.

      * ------------------------------------------------
      * --- Weekly rule : the from-date's weekday,    ---
      * --- every seven days, rolled per convention   ---
      * ------------------------------------------------
       gen-weekly.
           move skd-frmdat             to w-curdat.
       gen-weekly-loop.
           if w-curdat > skd-todat     go to end-gen-weekly.
           perform rol-occur thru end-rol-occur.
           if w-genbad = "Y"           go to end-gen-weekly.
           initialize                     libdat-buffer.
           move "N"                    to libdat-audit.
           move "HOLIMPCT"             to libdat-caller.
           move w-curdat               to libdat-datin1.
           move 7                      to libdat-nbrday.
           call "lbdate_addday" using libdat-buffer.
           move libdat-datrst          to w-curdat.
           go to gen-weekly-loop.
       end-gen-weekly.

      * ------------------------------------------------
      * --- Monthly/quarterly rule : the anchor day   ---
      * --- of every w-mthstp-th month, rolled per    ---
      * --- convention, on the eomadd month chain     ---
      * ------------------------------------------------
       gen-monthly.
           initialize                     libdat-buffer.
           move "N"                    to libdat-audit.
           move "HOLIMPCT"             to libdat-caller.
           move skd-frmdat             to libdat-datin1.
           call "libdat_eomday" using libdat-buffer.
           move libdat-datrst          to w-gendat.
       gen-monthly-loop.
           if skd-ancday < g-day
              move skd-ancday          to g-day
           end-if.
           if w-gendat > skd-todat     go to end-gen-monthly.
           if w-gendat not < skd-frmdat
              move w-gendat            to w-curdat
              perform rol-occur thru end-rol-occur
           end-if.
           if w-genbad = "Y"           go to end-gen-monthly.
           initialize                     libdat-buffer.
           move "N"                    to libdat-audit.
           move "HOLIMPCT"             to libdat-caller.
           move w-gendat               to libdat-datin1.
           move w-mthstp               to libdat-nbrday.
           call "libdat_eomadd" using libdat-buffer.
           move libdat-datrst          to w-gendat.
           go to gen-monthly-loop.
       end-gen-monthly.

      * ------------------------------------------------
      * --- Fiscal period rule : the anchor day of    ---
      * --- every fiscal period of the skd-fisent     ---
      * --- entity, rolled per convention, on the     ---
      * --- eopadd period chain                       ---
      * ------------------------------------------------
       gen-fiscal.
           initialize                     libdat-buffer.
           move "N"                    to libdat-audit.
           move "HOLIMPCT"             to libdat-caller.
           move skd-frmdat             to libdat-datin1.
           move skd-fisent             to libdat-fisent.
           call "libdat_fisprd" using libdat-buffer.
           if libdat-return not = 0
              move "Y"                 to w-genbad
              go to end-gen-fiscal
           end-if.
           move libdat-prdbeg          to w-prdbeg.
           move libdat-prdend          to w-prdend.
       gen-fiscal-loop.
           evaluate true
              when skd-ancday = 31
                 move w-prdend         to w-gendat
              when skd-ancday = 1
                 move w-prdbeg         to w-gendat
              when other
                 initialize               libdat-buffer
                 move "N"              to libdat-audit
                 move "HOLIMPCT"       to libdat-caller
                 move w-prdbeg         to libdat-datin1
                 compute libdat-nbrday = skd-ancday - 1
                 call "lbdate_addday" using libdat-buffer
                 move libdat-datrst    to w-gendat
                 if w-gendat > w-prdend
                    move w-prdend      to w-gendat
                 end-if
           end-evaluate.
           if w-gendat > skd-todat     go to end-gen-fiscal.
           if w-gendat not < skd-frmdat
              move w-gendat            to w-curdat
              perform rol-occur thru end-rol-occur
           end-if.
           if w-genbad = "Y"           go to end-gen-fiscal.
           initialize                     libdat-buffer.
           move "N"                    to libdat-audit.
           move "HOLIMPCT"             to libdat-caller.
           move w-prdend               to libdat-datin1.
           move skd-fisent             to libdat-fisent.
           move 1                      to libdat-nbrday.
           call "libdat_eopadd" using libdat-buffer.
           if libdat-return not = 0
              move "Y"                 to w-genbad
              go to end-gen-fiscal
           end-if.
           move libdat-prdbeg          to w-prdbeg.
           move libdat-prdend          to w-prdend.
           go to gen-fiscal-loop.
       end-gen-fiscal.

      * ------------------------------------------------
      * --- Roll w-curdat per the rule's convention   ---
      * --- on the changed calendar into t-new        ---
      * ------------------------------------------------
       rol-occur.
           initialize                     libdat-buffer.
           move "N"                    to libdat-audit.
           move "HOLIMPCT"             to libdat-caller.
           move w-curdat               to libdat-datin1.
           move skd-calcod             to libdat-calcod.
           move skd-caljnt             to libdat-caljnt.
           evaluate skd-rollcd
              when "B"
                 call "libdat_nxtbda" using libdat-buffer
              when "P"
                 call "libdat_prvbda" using libdat-buffer
              when "M"
                 call "libdat_mdfbda" using libdat-buffer
           end-evaluate.
           if libdat-return not = 0
              move "Y"                 to w-genbad
              go to end-rol-occur
           end-if.
           move libdat-datrst          to w-outdat.
           perform add-new thru end-add-new.
       end-rol-occur.

      * ------------------------------------------------
      * --- Advance w-curdat one calendar day         ---
      * ------------------------------------------------
       nxt-calday.
           initialize                     libdat-buffer.
           move "N"                    to libdat-audit.
           move "HOLIMPCT"             to libdat-caller.
           move w-curdat               to libdat-datin1.
           move 1                      to libdat-nbrday.
           call "lbdate_addday" using libdat-buffer.
           move libdat-datrst          to w-curdat.
       end-nxt-calday.

      * ------------------------------------------------
      * --- One re-expanded occurrence into t-new     ---
      * ------------------------------------------------
       add-new.
           if w-newuse = 5000
              display "HOLIMPCT - RULE " skd-ruleid
                      " EXCEEDS 5000 OCCURRENCES"
              move 16                  to return-code
              stop run
           end-if.
           add  1                      to w-newuse.
           move w-outdat               to t-new-date(w-newuse).
       end-add-new.

      * ------------------------------------------------
      * --- Compare the rule's occurrences : a W/M/Q  ---
      * --- rule with as many as before pairs them in ---
      * --- order (each candidate date rolls to one   ---
      * --- occurrence, so a pair that differs is a   ---
      * --- move); otherwise - a daily rule gains or  ---
      * --- loses whole days - the two date lists are ---
      * --- matched and what is on one side only is   ---
      * --- dropped or added.                         ---
      * ------------------------------------------------
       cmp-occur.
           move 1                      to w-oldidx.
           move 1                      to w-newidx.
           if skd-freqcd not = "D" and w-olduse = w-newuse
              if w-olduse > 0
                 perform cmp-posit thru end-cmp-posit
              end-if
              go to end-cmp-occur
           end-if.
       cmp-occur-merge.
           if w-oldidx > w-olduse and w-newidx > w-newuse
                                       go to end-cmp-occur.
           if w-newidx > w-newuse
              or (w-oldidx <= w-olduse
                  and t-old-date(w-oldidx) < t-new-date(w-newidx))
              move t-old-date(w-oldidx) to w-lodat w-hidat
              move "DROPPED"           to w-note
              add  1                   to w-cnt-drp
              perform wrt-move thru end-wrt-move
              add  1                   to w-oldidx
              go to cmp-occur-merge
           end-if.
           if w-oldidx > w-olduse
              or t-new-date(w-newidx) < t-old-date(w-oldidx)
              move t-new-date(w-newidx) to w-lodat w-hidat
              move "ADDED"             to w-note
              add  1                   to w-cnt-add
              perform wrt-move thru end-wrt-move
              add  1                   to w-newidx
              go to cmp-occur-merge
           end-if.
           add  1                      to w-oldidx.
           add  1                      to w-newidx.
           go to cmp-occur-merge.
       end-cmp-occur.
      *
       cmp-posit.
           if t-old-date(w-oldidx) not = t-new-date(w-oldidx)
              move t-old-date(w-oldidx) to w-lodat
              move t-new-date(w-oldidx) to w-hidat
              move "MOVED"             to w-note
              add  1                   to w-cnt-mov
              perform wrt-move thru end-wrt-move
           end-if.
           add  1                      to w-oldidx.
           if w-oldidx <= w-olduse     go to cmp-posit.
       end-cmp-posit.

      * ------------------------------------------------
      * --- Print one difference with its cause : the ---
      * --- first pending change on the rule's        ---
      * --- calendars dated between the old and the   ---
      * --- new date. None there means SKDFILE was    ---
      * --- already out of step with HOLCAL before    ---
      * --- these changes.                            ---
      * ------------------------------------------------
       wrt-move.
           move skd-ruleid             to w-rm-ruleid.
           move skd-rollcd             to w-rm-rollcd.
           move w-note                 to w-rm-note.
           move spaces                 to w-rm-olddat w-rm-newdat.
           evaluate w-note
              when "MOVED"
                 move w-lodat          to w-rm-olddat
                 move w-hidat          to w-rm-newdat
              when "DROPPED"
                 move w-lodat          to w-rm-olddat
              when "ADDED"
                 move w-hidat          to w-rm-newdat
           end-evaluate.
           if w-hidat < w-lodat
              move w-hidat             to w-curdat
              move w-lodat             to w-hidat
              move w-curdat            to w-lodat
           end-if.
           move 1                      to w-chgidx.
       wrt-move-cause.
           if t-chg-date(w-chgidx) not < w-lodat
              and t-chg-date(w-chgidx) not > w-hidat
              perform chk-rulcal thru end-chk-rulcal
              if w-calfnd = "Y"
                 move t-chg-action(w-chgidx) to w-rm-action
                 move t-chg-calcod(w-chgidx) to w-rm-calcod
                 move t-chg-date(w-chgidx)   to w-rm-chgdat
                 move t-chg-libel(w-chgidx)  to w-rm-libel
                 go to wrt-move-write
              end-if
           end-if.
           add  1                      to w-chgidx.
           if w-chgidx <= w-chguse     go to wrt-move-cause.
           move spaces                 to w-rm-action w-rm-calcod
                                          w-rm-chgdat.
           move "(SKDFILE OUT OF DATE)" to w-rm-libel.
       wrt-move-write.
           write rpt-line              from w-rptmov.
       end-wrt-move.

      * --------------------------------------------
      * --- Print the trailer totals             ---
      * --------------------------------------------
       wrt-trailer.
           move "CHANGES READ:"        to w-rt-label.
           move w-cnt-trn              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "CHANGES REJECTED:"    to w-rt-label.
           move w-cnt-rej              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "CHANGES OPENING/CLOSING:" to w-rt-label.
           move w-cnt-eff              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "RULES READ:"          to w-rt-label.
           move w-cnt-rul              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "RULES RE-EXPANDED:"   to w-rt-label.
           move w-cnt-sel              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "OCCURRENCES MOVED:"   to w-rt-label.
           move w-cnt-mov              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "OCCURRENCES DROPPED:" to w-rt-label.
           move w-cnt-drp              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "OCCURRENCES ADDED:"   to w-rt-label.
           move w-cnt-add              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
           move "RULES CALENDAR UNUSABLE:" to w-rt-label.
           move w-cnt-unu              to w-rt-cnt.
           write rpt-line              from w-rpttrl1.
       end-wrt-trailer.
