      *--- request cross-reference (TRANXRF, see tranxrf.cpy) and ------
      *--- turns every occurrence into a dtctran request - the ---------
      *--- occurrence date as dtc-datin1, the other fields from the ----
      *--- rule's cross-reference row, the rule id and date as the ----
      *--- caller reference. An optional hand-keyed -------------------
      *--- request file (HNDFILE, dtctran detail layout) is merged -----
      *--- in behind the recurring requests. The HDR control record ----
      *--- carries the business date off the TBLPARM card and the ------
           copy "tranxrf.cpy".
      *
       fd  hand-file.
       01  hnd-record                  pic x(80).
      *
       fd  tout-file.
       01  tbd-record                  pic x(80).
      *
       fd  trpt-file.
       01  rpt-line                    pic x(132).
              03 t-xrf-codlng          pic x(2).
              03 t-xrf-format          pic x.
              03 t-xrf-calcod          pic x(2).
              03 t-xrf-caljnt          pic x(6).
              03 t-xrf-fisent          pic x(4).

      * --- the transaction under construction ---
           copy "dtctran.cpy".

      * --- run-control call area ---
           copy "librun.cpy".

      * --- Report lines ---
       01  w-rpthdr1.
           02 filler                   pic x(40) value

       main-line.
           perform rea-parm thru end-rea-parm.
           perform beg-runctl thru end-beg-runctl.
           open input  xref-file.
           if w-xrfsts not = "00"
              move "TRANXRF"            to w-badfil
           if w-cnt-unm > 0
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
           move "TRANBLD"              to librun-job.
           move w-busdat               to librun-busdat.
           call "librun_begin" using librun-buffer.
           if librun-return not = 0
              display "TRANBLD - RUN REFUSED FOR " librun-busdat
                      " - " librun-msg
              move 16                  to return-code
              stop run
           end-if.
           move librun-busdat          to w-busdat.
       end-beg-runctl.

      * ------------------------------------------------
      * --- Run control : record the end of the run, ---
      * --- its condition code and record counts on  ---
      * --- RUNCTL - a failure to record it is a     ---
      * --- warning, the work itself is done.        ---
      * ------------------------------------------------
       fin-runctl.
           move return-code            to librun-retcod.
           move w-cnt-occ              to librun-cntin.
           move w-cnt-det              to librun-cntout.
           move w-cnt-unm              to librun-cntrej.
           call "librun_end" using librun-buffer.
           move librun-retcod          to return-code.
           if librun-return not = 0
              display "TRANBLD - RUN END NOT RECORDED - " librun-msg
              if return-code < 4
                 move 4                to return-code
              end-if
           end-if.
       end-fin-runctl.

      * ------------------------------------------------
      * --- Parm card : business date of the run.     ---
      * --- Optional - a missing card or a zero date  ---
      * --- stamps the HDR with the run-control       ---
      * --- business date (the RUNDATE card, else     ---
      * --- today - see beg-runctl).                  ---
      * ------------------------------------------------
       rea-parm.
           open input tprm-file.
              end-if
              close tprm-file
           end-if.
       end-rea-parm.

      * ------------------------------------------------
           read xref-file
              at end go to end-loa-xref
           end-read.
      * --- DCF needs a second date a schedule occurrence does ---
      * --- not carry : the row is refused, so the rule's     ---
      * --- occurrences come out unmapped on TBLRPT           ---
           if xrf-fnccod = "DCF"
              display "TRANBLD - TRANXRF RULE " xrf-ruleid
                      " REFUSED - DCF NEEDS TWO DATES"
              go to loa-xref
           end-if.
           if w-xrfuse = 200
              display "TRANBLD - TRANXRF EXCEEDS 200 RULES"
              move 12                  to return-code
           move xrf-codlng             to t-xrf-codlng(w-xrfuse).
           move xrf-format             to t-xrf-format(w-xrfuse).
           move xrf-calcod             to t-xrf-calcod(w-xrfuse).
           move xrf-caljnt             to t-xrf-caljnt(w-xrfuse).
           move xrf-fisent             to t-xrf-fisent(w-xrfuse).
           go to loa-xref.
       end-loa-xref.

           move t-xrf-codlng(w-xrfidx) to dtc-codlng.
           move t-xrf-format(w-xrfidx) to dtc-format.
           move t-xrf-calcod(w-xrfidx) to dtc-calcod.
           move t-xrf-caljnt(w-xrfidx) to dtc-caljnt.
           move t-xrf-fisent(w-xrfidx) to dtc-fisent.
      * --- the caller reference is the occurrence itself : ---
      * --- rule id and schedule date                        ---
           move sko-ruleid             to dtc-refid(1:8).
           move sko-date               to dtc-refid(9:8).
           perform wrt-detrec thru end-wrt-detrec.
       end-prc-occur.

