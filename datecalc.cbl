      *--- REPRT groups the chain's steps under a chain status      ---
      *--- line so the final answer is auditable back to its        ---
      *--- inputs.                                                  ---
      *--- Every detail line is also written to RESFILE (dtcres.cpy) ---
      *--- for the sending system : the caller reference, function, ---
      *--- inputs, results, return code and business date per      ---
      *--- request, between a header row and a trailer row carrying ---
      *--- the row count and hash totals. A restart re-counts        ---
      *--- RESFILE as it re-tallies REPRT, so no row is written      ---
      *--- twice or lost.                                          ---
      *-----------------------------------------------------------------
       identification division.
       program-id.    datecalc.
           select ckpt-file assign to "CKPFILE"
               organization is sequential
               file status is w-ckptsts.
      * --- Result file : one row per detail line, for the caller ---
           select res-file assign to "RESFILE"
               organization is sequential
               file status is w-ressts.
           select rej-file assign to "REJFILE"
               organization is sequential
               file status is w-rejsts.
       data division.
       file section.
       fd  tran-file.
       01  trn-record                  pic x(80).
      *
       fd  rept-file.
       01  rpt-line                    pic x(132).
      *
       fd  rej-file.
           copy "dtcrej.cpy".
      *
       fd  res-file.
           copy "dtcres.cpy".
      *
       fd  rejin-file.
       01  rji-record                  pic x(81).
      *
       fd  dprm-file.
       01  dpm-record.
       77  w-rejsts                    pic xx.
       77  w-rjists                    pic xx.
       77  w-prmsts                    pic xx.
       77  w-ressts                    pic xx.
       77  w-runmod                    pic x     value "T".
       77  w-ckpbas                    pic 9(7)  value 0.
       77  w-skpcnt                    pic 9(7)  value 0.
       77  w-restart                   pic x     value "N".
       77  w-skpidx                    pic 9(7).
      *
      * --- RESFILE : the business date and source its rows   ---
      * --- carry, the rows a restart found already written   ---
      * --- (w-resrow) and how many of those the restarted    ---
      * --- run must not write again (w-ressup), and the      ---
      * --- trailer's running count and hash totals           ---
       77  w-hdrdat                    pic 9(8)  value 0.
       77  w-hdrsrc                    pic x(8)  value "DATECALC".
       77  w-reseof                    pic x     value "N".
       77  w-reshdr                    pic x     value "N".
       77  w-restrl                    pic x     value "N".
       77  w-resrow                    pic 9(7)  value 0.
       77  w-ressup                    pic 9(7)  value 0.
       77  w-res-cnt                   pic 9(7)  value 0.
       77  w-res-err                   pic 9(7)  value 0.
       77  w-res-hshdat                pic 9(15) value 0.
       77  w-res-hshrst                pic 9(15) value 0.
       77  w-res-hshnbr                pic 9(11) value 0.
      *
      * --- the chain under process : current id, buffered step ---
      * --- count, running step, the datrst carried forward,    ---
      * --- the first failing step and its reason (0 = none)    ---
      * --- the aborted run already reported, and the pending   ---
      * --- record parked while the chain tail is disposed of   ---
       77  w-chnhd                     pic 99.
       77  w-pndtrn                    pic x(80).
      *
      * --- a chain buffered whole before any step runs, so the ---
      * --- whole unit can be rejected together when one fails  ---
       01  t-chntab.
           02 t-chn-trans              pic x(80) occurs 20.
      *
      * --- one bucket per libdat-return value 0-8 (8 = holiday   ---
      * --- calendar unusable), plus 9 for the driver's own      ---
      *
           copy "libdat.cpy".

      * --- run-control call area ---
           copy "librun.cpy".

      * --- Report lines ---
       01  w-rpthdr1.
           02 filler                   pic x(30) value
           02 filler                   pic x(4)  value "NBR ".
           02 filler                   pic x(30) value "STRRST".
           02 filler                   pic x(3)  value "RC".
           02 filler                   pic x(5)  value "CHN".
           02 filler                   pic x(9)  value "CALENDAR".
           02 filler                   pic x(7)  value "DCCNV".
           02 filler                   pic x(6)  value "DCDAY".
           02 filler                   pic x(14) value "YRFRAC".
           02 filler                   pic x(4)  value "FENT".
      *
       01  w-rptdtl.
           02 w-rd-fnc                 pic x(3).
           02 w-rd-return               pic 9.
           02 filler                   pic x     value space.
           02 w-rd-chnid                pic x(4).
           02 filler                   pic x     value space.
           02 w-rd-calcod               pic x(2).
           02 w-rd-caljnt               pic x(6).
           02 filler                   pic x     value space.
           02 w-rd-dccnv                pic x(6).
           02 filler                   pic x     value space.
           02 w-rd-dcday                pic 9(5).
           02 filler                   pic x     value space.
           02 w-rd-yrfrac               pic 9(3).9(9).
           02 filler                   pic x     value space.
           02 w-rd-fisent               pic x(4).
      *
      * --- chain status line, printed after the chain's steps  ---
      * --- (its cols 5-12 are never all numeric, so the        ---
           perform opn-input thru end-opn-input.
           if w-runmod not = "R"
              perform ctl-header thru end-ctl-header
           else
              move w-busdat            to w-hdrdat
           end-if.
           perform beg-runctl thru end-beg-runctl.
           if w-restart = "Y"
              perform rea-rept-tally thru end-rea-rept-tally
              perform rea-res-tally thru end-rea-res-tally
              open extend  rept-file
              if w-reptsts not = "00"
                 move "REPRT"           to w-badfil
                 move w-reptsts         to w-badsts
                 go to abend-open
              end-if
              open extend  res-file
              if w-ressts not = "00"
                 open output res-file
              end-if
              if w-ressts not = "00"
                 move "RESFILE"         to w-badfil
                 move w-ressts          to w-badsts
                 go to abend-open
              end-if
              if w-reshdr not = "Y"
                 perform wrt-reshdr thru end-wrt-reshdr
              end-if
              open extend  rej-file
              if w-rejsts not = "00"
                 open output rej-file
                 move w-rejsts          to w-badsts
                 go to abend-open
              end-if
              open output res-file
              if w-ressts not = "00"
                 move "RESFILE"         to w-badfil
                 move w-ressts          to w-badsts
                 go to abend-open
              end-if
              perform wrt-reshdr thru end-wrt-reshdr
              if w-runmod not = "R"
                 perform wrt-header thru end-wrt-header
              end-if
           if w-runmod not = "R"
              perform ctl-verify thru end-ctl-verify
           end-if.
           if w-restrl not = "Y"
              perform wrt-restrl thru end-wrt-restrl
           end-if.
           perform fin-checkpoint thru end-fin-checkpoint.
           perform cls-input thru end-cls-input.
           close rept-file.
           close rej-file.
           close res-file.
           perform fin-runctl thru end-fin-runctl.
           stop run.

      * ------------------------------------------------
      * --- so both pass the previous step's date through       ---
                 if dtc-fnccod = "ADD" or "SUB" or "NXB" or "ADB"
                              or "EOM" or "EOB" or "EOA" or "PVB"
                              or "MDF" or "DST" or "FPR"
                              or "EPB" or "EPA"
                    move libdat-datrst to w-chndat
                 end-if
              else
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
           move "DATECALC"             to librun-job.
           move w-hdrdat               to librun-busdat.
           call "librun_begin" using librun-buffer.
           if librun-return not = 0
              display "DATECALC - RUN REFUSED FOR " librun-busdat
                      " - " librun-msg
              move 16                  to return-code
              stop run
           end-if.
      * --- a resubmit with no DTCPARM date runs under the date ---
      * --- librun settled (RUNDATE card, else today) : the    ---
      * --- result rows carry that one                         ---
           move librun-busdat          to w-hdrdat.
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
           move w-cnt-rc-t(1)          to librun-cntout.
           compute librun-cntrej = w-cnt-tot - w-cnt-rc-t(1).
           call "librun_end" using librun-buffer.
           move librun-retcod          to return-code.
           if librun-return not = 0
              display "DATECALC - RUN END NOT RECORDED - " librun-msg
              if return-code < 4
                 move 4                to return-code
              end-if
           end-if.
       end-fin-runctl.

      * ------------------------------------------------
      * --- Load the checkpoint left by a prior run.  ---
      * --- w-restart = Y : resume, counts re-derived ---
              move 16                  to return-code
              stop run
           end-if.
           move dtc-hdr-crtdat         to w-hdrdat.
           move dtc-hdr-source         to w-hdrsrc.
       end-ctl-header.

      * ------------------------------------------------
                 at end move "Y"       to w-eof
              end-read
              if w-eof not = "Y"
                 move rji-record(1:80) to dtc-trans
              end-if
           else
              read tran-file into dtc-trans
              when "NXB"
                 move dtc-datin1       to libdat-datin1
                 move dtc-calcod       to libdat-calcod
                 move dtc-caljnt       to libdat-caljnt
                 call "libdat_nxtbda" using libdat-buffer
              when "ADB"
                 move dtc-datin1       to libdat-datin1
                 move dtc-calcod       to libdat-calcod
                 move dtc-caljnt       to libdat-caljnt
                 move dtc-nbrday       to libdat-nbrday
                 call "libdat_addbda" using libdat-buffer
              when "NBB"
                 move dtc-datin1       to libdat-datin1
                 move dtc-calcod       to libdat-calcod
                 move dtc-caljnt       to libdat-caljnt
                 move dtc-datin2       to libdat-datin2
                 call "libdat_nbrbda" using libdat-buffer
              when "EOM"
              when "EOB"
                 move dtc-datin1       to libdat-datin1
                 move dtc-calcod       to libdat-calcod
                 move dtc-caljnt       to libdat-caljnt
                 call "libdat_eombda" using libdat-buffer
              when "EOA"
                 move dtc-datin1       to libdat-datin1
              when "PVB"
                 move dtc-datin1       to libdat-datin1
                 move dtc-calcod       to libdat-calcod
                 move dtc-caljnt       to libdat-caljnt
                 call "libdat_prvbda" using libdat-buffer
              when "MDF"
                 move dtc-datin1       to libdat-datin1
                 move dtc-calcod       to libdat-calcod
                 move dtc-caljnt       to libdat-caljnt
                 call "libdat_mdfbda" using libdat-buffer
              when "DST"
                 move dtc-datin1       to libdat-datin1
                 move dtc-calcod       to libdat-calcod
                 move dtc-caljnt       to libdat-caljnt
                 call "libdat_daysta" using libdat-buffer
              when "DCF"
                 move dtc-datin1       to libdat-datin1
                 move dtc-datin2       to libdat-datin2
                 move dtc-dccnv        to libdat-dccnv
                 call "libdat_dcfrac" using libdat-buffer
              when "FPR"
                 move dtc-datin1       to libdat-datin1
                 move dtc-fisent       to libdat-fisent
                 call "libdat_fisprd" using libdat-buffer
              when "EPB"
                 move dtc-datin1       to libdat-datin1
                 move dtc-fisent       to libdat-fisent
                 move dtc-calcod       to libdat-calcod
                 move dtc-caljnt       to libdat-caljnt
                 call "libdat_eopbda" using libdat-buffer
              when "EPA"
                 move dtc-datin1       to libdat-datin1
                 move dtc-fisent       to libdat-fisent
                 move dtc-nbrday       to libdat-nbrday
                 call "libdat_eopadd" using libdat-buffer
      * --- 9 : unrecognized function code - this driver's own  ---
      * --- error, not one of libdat.cpy's documented 0-8 codes ---
              when other
      * --- Print one detail line   ---
      * -------------------------------
       wrt-detail.
           perform wrt-result thru end-wrt-result.
           move dtc-fnccod             to w-rd-fnc.
           move dtc-datin1             to w-rd-datin1.
           move dtc-datin2             to w-rd-datin2.
           move libdat-strrst          to w-rd-strrst.
           move libdat-return          to w-rd-return.
           move dtc-chnid              to w-rd-chnid.
           move dtc-calcod             to w-rd-calcod.
           move dtc-caljnt             to w-rd-caljnt.
           move dtc-dccnv              to w-rd-dccnv.
           move libdat-dcday           to w-rd-dcday.
           move libdat-yrfrac          to w-rd-yrfrac.
           move dtc-fisent             to w-rd-fisent.
           write rpt-line              from w-rptdtl.
       end-wrt-detail.

      * ------------------------------------------------
      * --- The request's RESFILE row - written ahead ---
      * --- of its REPRT line, so RESFILE is never    ---
      * --- behind the REPRT a restart re-tallies.    ---
      * --- The rows an aborted run wrote past its    ---
      * --- last REPRT line (w-ressup) are already on ---
      * --- file and in the totals : the restarted    ---
      * --- run lets them stand instead of writing    ---
      * --- them again.                               ---
      * ------------------------------------------------
       wrt-result.
           if w-ressup > 0
              subtract 1               from w-ressup
              go to end-wrt-result
           end-if.
           move spaces                 to res-record.
           move "D"                    to res-rectyp.
           move dtc-refid              to res-refid.
           move dtc-fnccod             to res-fnccod.
           move dtc-datin1             to res-datin1.
           move dtc-datin2             to res-datin2.
           move dtc-nbrday             to res-nbrday.
           move dtc-codlng             to res-codlng.
           move dtc-format             to res-format.
           move dtc-calcod             to res-calcod.
           move dtc-caljnt             to res-caljnt.
           move dtc-dccnv              to res-dccnv.
           move dtc-chnid              to res-chnid.
           move libdat-datrst          to res-datrst.
           move libdat-nbrrst          to res-nbrrst.
           move libdat-strrst          to res-strrst.
           move libdat-dcday           to res-dcday.
           move libdat-yrfrac          to res-yrfrac.
           move libdat-return          to res-return.
           move w-hdrdat               to res-busdat.
           move dtc-fisent             to res-fisent.
           move libdat-fisyr           to res-fisyr.
           move libdat-fisprd          to res-fisprd.
           move libdat-fiswk           to res-fiswk.
           move libdat-prdend          to res-prdend.
           write res-record.
           perform tly-result thru end-tly-result.
       end-wrt-result.

      * ------------------------------------------------
      * --- Add one detail row (res-detail) to the    ---
      * --- trailer's count and hash totals           ---
      * ------------------------------------------------
       tly-result.
           add  1                      to w-res-cnt.
           if res-return not = 0
              add  1                   to w-res-err
           end-if.
           add  res-datin1             to w-res-hshdat.
           add  res-datrst             to w-res-hshrst.
           add  res-nbrrst             to w-res-hshnbr.
       end-tly-result.

      * -----------------------------
      * --- RESFILE header row    ---
      * -----------------------------
       wrt-reshdr.
           move spaces                 to res-record.
           move "H"                    to res-hdr-rectyp.
           move w-hdrdat               to res-hdr-busdat.
           move w-hdrsrc               to res-hdr-source.
           move function current-date(1:8)
                                       to res-hdr-crtdat.
           move function current-date(9:6)
                                       to res-hdr-crttim.
           move w-runmod               to res-hdr-runmod.
           write res-record.
       end-wrt-reshdr.

      * -----------------------------
      * --- RESFILE trailer row   ---
      * -----------------------------
       wrt-restrl.
           move spaces                 to res-record.
           move "T"                    to res-trl-rectyp.
           move w-hdrdat               to res-trl-busdat.
           move w-res-cnt              to res-trl-count.
           move w-res-err              to res-trl-errcnt.
           move w-res-hshdat           to res-trl-hshdat.
           move w-res-hshrst           to res-trl-hshrst.
           move w-res-hshnbr           to res-trl-hshnbr.
           write res-record.
       end-wrt-restrl.

      * ------------------------------------------------
      * --- Restart : re-count the RESFILE the        ---
      * --- aborted run left, rebuilding the trailer  ---
      * --- totals from the rows really there. Rows   ---
      * --- beyond the REPRT details this run had     ---
      * --- printed (rea-rept-tally) were written     ---
      * --- just before an abend cut off their REPRT  ---
      * --- lines : they stand, and the restarted run ---
      * --- skips writing them again (w-ressup).      ---
      * --- Fewer rows than REPRT lines would mean    ---
      * --- answers lost from RESFILE - the restart   ---
      * --- refuses to run rather than drop them.     ---
      * --- A trailer already there means the aborted ---
      * --- run had finished RESFILE : no second one. ---
      * ------------------------------------------------
       rea-res-tally.
           move "N"                    to w-reseof.
           open input res-file.
           if w-ressts = "00"
              perform rea-res-loop thru end-rea-res-loop
              close res-file
           end-if.
           if w-cnt-tot > w-ckpbas
              compute w-detcnt = w-cnt-tot - w-ckpbas
           else
              move 0                   to w-detcnt
           end-if.
           if w-resrow < w-detcnt
              display "DATECALC - RESFILE HOLDS " w-resrow
                      " ROWS FOR " w-detcnt " REPRT LINES"
                      " - RESTART REFUSED"
              move 16                  to return-code
              stop run
           end-if.
           compute w-ressup = w-resrow - w-detcnt.
       end-rea-res-tally.
      *
       rea-res-loop.
           read res-file
              at end move "Y"          to w-reseof
           end-read.
           if w-reseof = "Y"           go to end-rea-res-loop.
           evaluate res-rectyp
              when "H"
                 move "Y"              to w-reshdr
              when "D"
                 add  1                to w-resrow
                 perform tly-result thru end-tly-result
              when "T"
                 move "Y"              to w-restrl
           end-evaluate.
           go to rea-res-loop.
       end-rea-res-loop.

      * --------------------------------------------
      * --- Print the trailer (counts per return) ---
      * --------------------------------------------
