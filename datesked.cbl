      *--- the calendar arithmetic, so the roll conventions (B next ---
      *--- business day, P previous business day, M modified ----------
      *--- following) land every occurrence on a HOLCAL-aware ---------
      *--- business day. F rules follow the fiscal periods of a -------
      *--- FISDEF entity the way M rules follow the civil months, -----
      *--- so period-close schedules are generated like monthly ones. -
      *--- Prints SKDRPT: one line per rule with its outcome and ------
      *--- occurrence count, plus trailer totals. ---------------------
      *-----------------------------------------------------------------
       77  w-cnt-occ                   pic 9(5).
       77  w-cnt-tot                   pic 9(7)  value 0.

      * --- current fiscal period, first and last day (F rules) ---
       77  w-prdbeg                    pic 9(8).
       77  w-prdend                    pic 9(8).
      *
      * --- candidate date under construction (M/Q/F rules) ---
       01  w-gendat                    pic 9(8).
       01  r-gendat              redefines w-gendat.
           02 g-year                   pic 9(4).
      *
           copy "libdat.cpy".

      * --- run-control call area ---
           copy "librun.cpy".

      * --- Report lines ---
       01  w-rpthdr1.
           02 filler                   pic x(40) value
           02 filler                   pic x(3)  value "RL ".
           02 filler                   pic x(9)  value "FROM    ".
           02 filler                   pic x(9)  value "TO      ".
           02 filler                   pic x(5)  value "ENT  ".
           02 filler                   pic x(9)  value "STATUS  ".
           02 filler                   pic x(12) value "OCCURRENCES".
           02 filler                   pic x(20) value "REASON".
           02 filler                   pic x     value space.
           02 w-rd-todat               pic 9(8).
           02 filler                   pic x     value space.
           02 w-rd-fisent              pic x(4).
           02 filler                   pic x     value space.
           02 w-rd-status              pic x(8).
           02 filler                   pic x     value space.
           02 w-rd-occ                 pic zz,zz9.
       procedure division.

       main-line.
           perform beg-runctl thru end-beg-runctl.
           open input  skdef-file.
           if w-defsts not = "00"
              move "SKDDEF"             to w-badfil
           if w-cnt-rej > 0
              move 4                    to return-code
           end-if.
           perform fin-runctl thru end-fin-runctl.
           stop run.

      * ------------------------------------------------
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
           move "DATESKED"             to librun-job.
           call "librun_begin" using librun-buffer.
           if librun-return not = 0
              display "DATESKED - RUN REFUSED FOR " librun-busdat
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
           move w-cnt-rul              to librun-cntin.
           move w-cnt-tot              to librun-cntout.
           move w-cnt-rej              to librun-cntrej.
           call "librun_end" using librun-buffer.
           move librun-retcod          to return-code.
           if librun-return not = 0
              display "DATESKED - RUN END NOT RECORDED - " librun-msg
              if return-code < 4
                 move 4                to return-code
              end-if
           end-if.
       end-fin-runctl.

      * -----------------------------
      * --- Read next rule        ---
      * -----------------------------

      * --- rule control ---
           if skd-freqcd not = "D" and not = "W"
                         and not = "M" and not = "Q" and not = "F"
              move "REJECTED"          to w-status
              move "INVALID FREQUENCY" to w-reason
              go to prc-rule-print
           end-if.
           perform ctr-horizon thru end-ctr-horizon.
           if w-status = "REJECTED"    go to prc-rule-print.
           if (skd-freqcd = "M" or skd-freqcd = "Q"
                              or skd-freqcd = "F")
              and (skd-ancday < 1 or skd-ancday > 31)
              move "REJECTED"          to w-status
              move "INVALID ANCHOR DAY"
                                       to w-reason
              go to prc-rule-print
           end-if.
           if skd-freqcd = "F" and skd-fisent = spaces
              move "REJECTED"          to w-status
              move "MISSING ENTITY"    to w-reason
              go to prc-rule-print
           end-if.

      * --- expand ---
           evaluate skd-freqcd
              when "Q"
                 move 3                to w-mthstp
                 perform gen-monthly thru end-gen-monthly
              when "F"
                 perform gen-fiscal thru end-gen-fiscal
           end-evaluate.

       prc-rule-print.
           move "DATESKED"             to libdat-caller.
           move w-curdat               to libdat-datin1.
           move skd-calcod             to libdat-calcod.
           move skd-caljnt             to libdat-caljnt.
           evaluate skd-rollcd
              when "B"
                 call "libdat_nxtbda" using libdat-buffer
              move "DATESKED"          to libdat-caller
              move w-curdat            to libdat-datin1
              move skd-calcod          to libdat-calcod
              move skd-caljnt          to libdat-caljnt
              call "libdat_nxtbda" using libdat-buffer
      * --- an unusable calendar rejects the rule rather than ---
      * --- quietly thinning the schedule out                 ---
           go to gen-monthly-loop.
       end-gen-monthly.

      * ------------------------------------------------
      * --- Fiscal period rule : the anchor day of    ---
      * --- every fiscal period of the skd-fisent     ---
      * --- entity (falling back to the period's last ---
      * --- day when it is short, 31 always the       ---
      * --- period end), rolled per convention. The   ---
      * --- period cursor is the period-end chain     ---
      * --- libdat_eopadd produces, as eomadd drives  ---
      * --- the monthly rules.                        ---
      * ------------------------------------------------
       gen-fiscal.
           initialize                     libdat-buffer.
           move "Y"                    to libdat-audit.
           move "DATESKED"             to libdat-caller.
           move skd-frmdat             to libdat-datin1.
           move skd-fisent             to libdat-fisent.
           call "libdat_fisprd" using libdat-buffer.
           if libdat-return not = 0
              move "Y"                 to w-genbad
              move "REJECTED"          to w-status
              move "FISCAL CAL UNUSABLE" to w-reason
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
                 move "Y"              to libdat-audit
                 move "DATESKED"       to libdat-caller
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
      * --- step the period cursor to the next period ---
           initialize                     libdat-buffer.
           move "Y"                    to libdat-audit.
           move "DATESKED"             to libdat-caller.
           move w-prdend               to libdat-datin1.
           move skd-fisent             to libdat-fisent.
           move 1                      to libdat-nbrday.
           call "libdat_eopadd" using libdat-buffer.
           if libdat-return not = 0
              move "Y"                 to w-genbad
              move "REJECTED"          to w-status
              move "FISCAL CAL UNUSABLE" to w-reason
              go to end-gen-fiscal
           end-if.
           move libdat-prdbeg          to w-prdbeg.
           move libdat-prdend          to w-prdend.
           go to gen-fiscal-loop.
       end-gen-fiscal.

      * ------------------------------------------------
      * --- Emit w-curdat rolled per the convention : ---
      * --- straight through for N, via the matching  ---
           move "DATESKED"             to libdat-caller.
           move w-curdat               to libdat-datin1.
           move skd-calcod             to libdat-calcod.
           move skd-caljnt             to libdat-caljnt.
           evaluate skd-rollcd
              when "B"
                 call "libdat_nxtbda" using libdat-buffer
           move skd-rollcd             to w-rd-rollcd.
           move skd-frmdat             to w-rd-frmdat.
           move skd-todat              to w-rd-todat.
           move skd-fisent             to w-rd-fisent.
           move w-status               to w-rd-status.
           move w-cnt-occ              to w-rd-occ.
           move w-reason               to w-rd-reason.
