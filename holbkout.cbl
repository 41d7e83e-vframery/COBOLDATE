      *-----------------------------------------------------------------
      *--- DESCRIPTION -------------------------------------------------
      *--- Copyright Vin0u@2026 ----------------------------------------
      *--- Back-out of HOLMAINT runs from the HOLJRN change journal ----
      *--- The BKOPARM card names one run (mode R, its run id) or a ---
      *--- point in time (mode T, every run after that timestamp). ----
      *--- The journal rows selected are reversed newest first : an ---
      *--- ADD is deleted, a DEL is written back from its before ------
      *--- image, a REP is rewritten to its before image. A row is ----
      *--- only reversed when HOLCAL still holds exactly what the -----
      *--- journal says the run left there - anything changed since ---
      *--- by a run not being backed out is reported as a conflict ----
      *--- and left alone. Every reversal is journaled in turn (with --
      *--- the run id and sequence it reverses), so a back-out can ----
      *--- itself be backed out. Prints BKORPT : one line per row -----
      *--- selected with what was restored, then trailer counts. ------
      *-----------------------------------------------------------------
       identification division.
       program-id.    holbkout.
       author.        Vin0u.
       date-written.  02-09-2026.

       environment division.
       input-output section.
       file-control.
      * --- Parm card : what to back out (mandatory) ---
           select bprm-file assign to "BKOPARM"
               organization is sequential
               file status is w-prmsts.
      * --- Change journal : read, then appended to ---
           select jrnl-file assign to "HOLJRN"
               organization is sequential
               file status is w-jrnsts.
           select holcal-file assign to "HOLCAL"
               organization is indexed
               access mode is dynamic
               record key is hol-key
               file status is w-holsts.
           select brpt-file assign to "BKORPT"
               organization is sequential
               file status is w-rptsts.

       data division.
       file section.
       fd  bprm-file.
       01  bpm-record.
      * --- R = back out one run, T = every run after a timestamp ---
           02 bpm-mode                 pic x.
           02 filler                   pic x.
      * --- mode R : the run id to back out ---
           02 bpm-runid                pic x(8).
           02 filler                   pic x.
      * --- mode T : YYYYMMDDHHMMSS, runs stamped later are backed out
           02 bpm-runtms               pic 9(14).
           02 filler                   pic x.
      * --- run id of this back-out on the journal (optional) ---
           02 bpm-bkoid                pic x(8).
           02 filler                   pic x(46).
      *
       fd  jrnl-file.
           copy "holjrn.cpy".
      *
       fd  holcal-file.
           copy "holcal.cpy".
      *
       fd  brpt-file.
       01  rpt-line                    pic x(132).

       working-storage section.
      *
       77  w-prmsts                    pic xx.
       77  w-jrnsts                    pic xx.
       77  w-holsts                    pic xx.
       77  w-rptsts                    pic xx.
       77  w-badfil                    pic x(8).
       77  w-badsts                    pic xx.
       77  w-eof                       pic x     value "N".
       77  w-status                    pic x(8).
       77  w-reason                    pic x(20).
       77  w-cnt-red                   pic 9(7)  value 0.
       77  w-cnt-sel                   pic 9(7)  value 0.
       77  w-cnt-rev                   pic 9(7)  value 0.
       77  w-cnt-cfl                   pic 9(7)  value 0.

      * --- what to back out, from BKOPARM ---
       77  w-mode                      pic x.
       77  w-selrun                    pic x(8).
       77  w-seltms                    pic 9(14).

      * --- this back-out's own run identification : the BKOPARM ---
      * --- id, else BK + the run number after the highest      ---
      * --- BKnnnnnn already on HOLJRN (never repeats)           ---
       77  w-runtms                    pic 9(14).
       77  w-runid                     pic x(8)  value spaces.
       77  w-runseq                    pic 9(6)  value 0.
       77  w-seqnbr                    pic 9(5)  value 0.

      * --- mode R : timestamp of the first journal row found   ---
      * --- under the run id - a second one means the id names  ---
      * --- more than one run                                   ---
       77  w-selfnd                    pic 9(14) value 0.

      * --- the journal rows selected, in journal order ---
       77  w-jrnuse                    pic 9(5)  value 0.
       77  w-jrnidx                    pic 9(5).
       01  t-jrntab.
           02 t-jrn                    pic x(140) occurs 5000.

      * --- the row being reversed, out of the table ---
       77  w-orgrun                    pic x(8).
       77  w-orgtms                    pic 9(14).
       77  w-orgseq                    pic 9(5).
       77  w-orgact                    pic x(3).
       77  w-undact                    pic x(3).
       01  w-befrec.
           02 w-bef-key.
              03 w-bef-calcod          pic x(2).
              03 w-bef-date            pic 9(8).
           02 filler                   pic x(35).
       01  w-aftrec.
           02 w-aft-key.
              03 w-aft-calcod          pic x(2).
              03 w-aft-date            pic 9(8).
           02 filler                   pic x(35).
      * --- the image the report line shows ---
       01  w-shwrec.
           02 w-shw-calcod             pic x(2).
           02 w-shw-date               pic 9(8).
           02 w-shw-libel              pic x(30).
           02 w-shw-holtyp             pic x.
           02 w-shw-cutoff             pic 9(4).

      * --- Report lines ---
       01  w-rpthdr1.
           02 filler                   pic x(40) value
             "HOLBKOUT - HOLCAL BACK-OUT REPORT".
      *
       01  w-rpthdr3.
           02 filler                   pic x(8)  value "RUN ID: ".
           02 w-rh-runid               pic x(8).
           02 filler                   pic x(13) value
             "  TIMESTAMP: ".
           02 w-rh-runtms              pic 9(14).
           02 filler                   pic x(15) value
             "  BACKING OUT: ".
           02 w-rh-select              pic x(30).
      *
       01  w-rpthdr2.
           02 filler                   pic x(9)  value "RUN ID".
           02 filler                   pic x(15) value "TIMESTAMP".
           02 filler                   pic x(6)  value "SEQ".
           02 filler                   pic x(4)  value "ACT".
           02 filler                   pic x(5)  value "UNDO".
           02 filler                   pic x(4)  value "CAL".
           02 filler                   pic x(9)  value "DATE".
           02 filler                   pic x(31) value "LABEL".
           02 filler                   pic x(3)  value "TY ".
           02 filler                   pic x(5)  value "CUTF ".
           02 filler                   pic x(9)  value "STATUS  ".
           02 filler                   pic x(20) value "REASON".
      *
       01  w-rptdtl.
           02 w-rd-runid               pic x(8).
           02 filler                   pic x     value space.
           02 w-rd-runtms              pic 9(14).
           02 filler                   pic x     value space.
           02 w-rd-seqnbr              pic 9(5).
           02 filler                   pic x     value space.
           02 w-rd-action              pic x(3).
           02 filler                   pic x     value space.
           02 w-rd-undo                pic x(3).
           02 filler                   pic x(2)  value spaces.
           02 w-rd-calcod              pic x(2).
           02 filler                   pic x(2)  value spaces.
           02 w-rd-date                pic 9(8).
           02 filler                   pic x     value space.
           02 w-rd-libel               pic x(30).
           02 filler                   pic x     value space.
           02 w-rd-holtyp              pic x.
           02 filler                   pic x(2)  value spaces.
           02 w-rd-cutoff              pic 9(4).
           02 filler                   pic x     value space.
           02 w-rd-status              pic x(8).
           02 filler                   pic x     value space.
           02 w-rd-reason              pic x(20).
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
           move function current-date(1:14)
                                       to w-runtms.
           open input  jrnl-file.
           if w-jrnsts not = "00"
              move "HOLJRN"             to w-badfil
              move w-jrnsts             to w-badsts
              go to abend-open
           end-if.
           perform rea-journal thru end-rea-journal.
           if w-eof not = "Y"
              perform select-loop thru end-select-loop
           end-if.
           close jrnl-file.
           if w-runid = spaces
              add  1                   to w-runseq
              move "BK"                to w-runid(1:2)
              move w-runseq            to w-runid(3:6)
           end-if.

           open i-o    holcal-file.
           if w-holsts not = "00"
              move "HOLCAL"             to w-badfil
              move w-holsts             to w-badsts
              go to abend-open
           end-if.
           open extend jrnl-file.
           if w-jrnsts not = "00"
              move "HOLJRN"             to w-badfil
              move w-jrnsts             to w-badsts
              go to abend-open
           end-if.
           open output brpt-file.
           if w-rptsts not = "00"
              move "BKORPT"             to w-badfil
              move w-rptsts             to w-badsts
              go to abend-open
           end-if.
           perform wrt-header thru end-wrt-header.
           move w-jrnuse               to w-jrnidx.
           if w-jrnidx > 0
              perform reverse-loop thru end-reverse-loop
           end-if.
           perform wrt-trailer thru end-wrt-trailer.
           close holcal-file.
           close jrnl-file.
           close brpt-file.
           if w-cnt-cfl > 0 or w-cnt-sel = 0
              move 4                    to return-code
           end-if.
           stop run.

      * ------------------------------------------------
      * --- One journal row kept or passed over, then ---
      * --- the next read, until HOLJRN is exhausted. ---
      * ------------------------------------------------
       select-loop.
           add  1                      to w-cnt-red.
           if hjr-runid(1:2) = "BK" and hjr-runid(3:6) numeric
              and hjr-runid(3:6) > w-runseq
              move hjr-runid(3:6)      to w-runseq
           end-if.
           if w-mode = "R" and hjr-runid = w-selrun
              perform chk-runtms thru end-chk-runtms
           end-if.
           if (w-mode = "R" and hjr-runid = w-selrun)
              or (w-mode = "T" and hjr-runtms > w-seltms)
              perform keep-row thru end-keep-row
           end-if.
           perform rea-journal thru end-rea-journal.
           if w-eof not = "Y"          go to select-loop.
       end-select-loop.

      * ------------------------------------------------
      * --- One selected row reversed, newest first,  ---
      * --- down to the oldest.                       ---
      * ------------------------------------------------
       reverse-loop.
           perform rev-row thru end-rev-row.
           subtract 1                  from w-jrnidx.
           if w-jrnidx > 0             go to reverse-loop.
       end-reverse-loop.

      * ------------------------------------------------
      * --- A required file failed to open - nothing  ---
      * --- has been reversed yet when HOLCAL or the  ---
      * --- journal cannot be opened.                 ---
      * ------------------------------------------------
       abend-open.
           display "HOLBKOUT - OPEN FAILED FOR " w-badfil
                   " FILE STATUS " w-badsts.
           move 12                     to return-code.
           stop run.

      * ------------------------------------------------
      * --- Parm card : mode, run id or timestamp,    ---
      * --- own run id. Mandatory - a back-out with   ---
      * --- no clear target stops before touching     ---
      * --- HOLCAL.                                   ---
      * ------------------------------------------------
       rea-parm.
           move space                  to w-mode.
           open input bprm-file.
           if w-prmsts = "00"
              read bprm-file
                 at end continue
              end-read
              if w-prmsts = "00"
                 move bpm-mode          to w-mode
                 move bpm-runid         to w-selrun
                 move bpm-bkoid         to w-runid
                 if bpm-runtms numeric
                    move bpm-runtms     to w-seltms
                 else
                    move 0              to w-seltms
                 end-if
              end-if
              close bprm-file
           end-if.
           if w-mode = "R" and w-selrun not = spaces
              go to end-rea-parm
           end-if.
           if w-mode = "T" and w-seltms > 0
              go to end-rea-parm
           end-if.
           display "HOLBKOUT - BKOPARM MUST GIVE R AND A RUN ID"
                   " OR T AND A TIMESTAMP".
           move 16                     to return-code.
           stop run.
       end-rea-parm.

      * -----------------------------
      * --- Read next journal row ---
      * -----------------------------
       rea-journal.
           read jrnl-file
              at end move "Y"          to w-eof
           end-read.
       end-rea-journal.

      * ------------------------------------------------
      * --- Mode R : every row of one run carries the ---
      * --- same timestamp. A run id found under two  ---
      * --- timestamps was given to more than one run ---
      * --- (a reused HOLPARM id), and backing it out ---
      * --- would reverse both : stop before HOLCAL   ---
      * --- is opened and let the operator pick the   ---
      * --- run by its timestamp.                     ---
      * ------------------------------------------------
       chk-runtms.
           if w-selfnd = 0
              move hjr-runtms          to w-selfnd
              go to end-chk-runtms
           end-if.
           if hjr-runtms = w-selfnd    go to end-chk-runtms.
           display "HOLBKOUT - RUN ID " w-selrun
                   " IS ON HOLJRN FOR MORE THAN ONE RUN ("
                   w-selfnd " AND " hjr-runtms ")"
                   " - NOTHING BACKED OUT".
           display "HOLBKOUT - BACK OUT BY TIMESTAMP WITH MODE T"
                   " (EVERY RUN STAMPED AFTER IT)".
           move 16                     to return-code.
           stop run.
       end-chk-runtms.

      * ------------------------------------------------
      * --- Keep one selected row. The table is       ---
      * --- loaded in full before HOLCAL is opened,   ---
      * --- so an overflow stops with nothing undone. ---
      * ------------------------------------------------
       keep-row.
           if w-jrnuse = 5000
              display "HOLBKOUT - MORE THAN 5000 JOURNAL ROWS"
                      " SELECTED - NOTHING BACKED OUT"
              move 16                  to return-code
              stop run
           end-if.
           add  1                      to w-jrnuse.
           add  1                      to w-cnt-sel.
           move hjr-record             to t-jrn(w-jrnuse).
       end-keep-row.

      * ------------------------------------------------
      * --- Reverse one journal row when HOLCAL still ---
      * --- holds what the row left there, journal    ---
      * --- the reversal, print the outcome.          ---
      * ------------------------------------------------
       rev-row.
           move t-jrn(w-jrnidx)        to hjr-record.
           move hjr-runid              to w-orgrun.
           move hjr-runtms             to w-orgtms.
           move hjr-seqnbr             to w-orgseq.
           move hjr-action             to w-orgact.
           move hjr-before             to w-befrec.
           move hjr-after              to w-aftrec.
           move "RESTORED"             to w-status.
           move spaces                 to w-reason.
           evaluate w-orgact
              when "ADD"
                 move "DEL"            to w-undact
                 move w-aftrec         to w-shwrec
                 perform rev-add thru end-rev-add
              when "DEL"
                 move "ADD"            to w-undact
                 move w-befrec         to w-shwrec
                 perform rev-del thru end-rev-del
              when "REP"
                 move "REP"            to w-undact
                 move w-befrec         to w-shwrec
                 perform rev-rep thru end-rev-rep
              when other
                 move spaces           to w-undact
                 move w-aftrec         to w-shwrec
                 move "CONFLICT"       to w-status
                 move "UNKNOWN ACTION" to w-reason
           end-evaluate.
           if w-status = "CONFLICT"
              add  1                   to w-cnt-cfl
              move spaces              to w-undact
           else
              add  1                   to w-cnt-rev
              perform wrt-journal thru end-wrt-journal
           end-if.
           perform wrt-detail thru end-wrt-detail.
       end-rev-row.

      * ------------------------------------------------
      * --- Undo an ADD : delete the row it wrote     ---
      * ------------------------------------------------
       rev-add.
           move w-aft-key              to hol-key.
           perform chk-after thru end-chk-after.
           if w-status = "CONFLICT"    go to end-rev-add.
           delete holcal-file
              invalid key
                 move "CONFLICT"       to w-status
                 move "DELETE FAILED"  to w-reason
           end-delete.
       end-rev-add.

      * ------------------------------------------------
      * --- Undo a DEL : write the deleted row back,  ---
      * --- unless the date has been loaded again     ---
      * ------------------------------------------------
       rev-del.
           move w-bef-key              to hol-key.
           read holcal-file
              invalid key continue
              not invalid key
                 move "CONFLICT"       to w-status
                 move "DATE RELOADED SINCE" to w-reason
           end-read.
           if w-status = "CONFLICT"    go to end-rev-del.
           move w-befrec               to hol-record.
           write hol-record
              invalid key
                 move "CONFLICT"       to w-status
                 move "WRITE FAILED"   to w-reason
           end-write.
       end-rev-del.

      * ------------------------------------------------
      * --- Undo a REP : rewrite the row to its       ---
      * --- before image                              ---
      * ------------------------------------------------
       rev-rep.
           move w-aft-key              to hol-key.
           perform chk-after thru end-chk-after.
           if w-status = "CONFLICT"    go to end-rev-rep.
           move w-befrec               to hol-record.
           rewrite hol-record
              invalid key
                 move "CONFLICT"       to w-status
                 move "REWRITE FAILED" to w-reason
           end-rewrite.
       end-rev-rep.

      * ------------------------------------------------
      * --- Read the hol-key row and check it is      ---
      * --- still the after image the run left        ---
      * ------------------------------------------------
       chk-after.
           read holcal-file
              invalid key
                 move "CONFLICT"       to w-status
                 move "ROW NOT ON HOLCAL" to w-reason
           end-read.
           if w-status = "CONFLICT"    go to end-chk-after.
           if hol-record not = w-aftrec
              move "CONFLICT"          to w-status
              move "CHANGED SINCE"     to w-reason
           end-if.
       end-chk-after.

      * ------------------------------------------------
      * --- Journal the reversal : the undo action    ---
      * --- with its own before/after images and the ---
      * --- run/sequence it reversed                  ---
      * ------------------------------------------------
       wrt-journal.
           add  1                      to w-seqnbr.
           move w-runtms               to hjr-runtms.
           move w-runid                to hjr-runid.
           move w-seqnbr               to hjr-seqnbr.
           move w-undact               to hjr-action.
           evaluate w-undact
              when "DEL"
                 move w-aftrec         to hjr-before
                 move spaces           to hjr-after
              when "ADD"
                 move spaces           to hjr-before
                 move w-befrec         to hjr-after
              when "REP"
                 move w-aftrec         to hjr-before
                 move w-befrec         to hjr-after
           end-evaluate.
           move w-orgrun               to hjr-bkorun.
           move w-orgseq               to hjr-bkoseq.
           write hjr-record.
           if w-jrnsts not = "00"
              display "HOLBKOUT - JOURNAL WRITE FAILED FILE STATUS "
                      w-jrnsts " AFTER " w-undact " " w-shw-calcod
                      " " w-shw-date
              move 16                  to return-code
              stop run
           end-if.
       end-wrt-journal.

      * -----------------------------
      * --- Print the report head ---
      * -----------------------------
       wrt-header.
           write rpt-line              from w-rpthdr1.
           move w-runid                to w-rh-runid.
           move w-runtms               to w-rh-runtms.
           move spaces                 to w-rh-select.
           if w-mode = "R"
              string "RUN " w-selrun delimited by size
                                       into w-rh-select
           else
              string "RUNS AFTER " w-seltms delimited by size
                                       into w-rh-select
           end-if.
           write rpt-line              from w-rpthdr3.
           write rpt-line              from w-rpthdr2.
       end-wrt-header.

      * -------------------------------
      * --- Print one detail line   ---
      * -------------------------------
       wrt-detail.
           move w-orgrun               to w-rd-runid.
           move w-orgtms               to w-rd-runtms.
           move w-orgseq               to w-rd-seqnbr.
           move w-orgact               to w-rd-action.
           move w-undact               to w-rd-undo.
           move w-shw-calcod           to w-rd-calcod.
           move w-shw-date             to w-rd-date.
           move w-shw-libel            to w-rd-libel.
           move w-shw-holtyp           to w-rd-holtyp.
           move w-shw-cutoff           to w-rd-cutoff.
           move w-status               to w-rd-status.
           move w-reason               to w-rd-reason.
           write rpt-line              from w-rptdtl.
       end-wrt-detail.

      * --------------------------------------------
      * --- Print the trailer totals             ---
      * --------------------------------------------
       wrt-trailer.
           move "JOURNAL ROWS READ:"   to w-rt-label.
           move w-cnt-red              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "ROWS SELECTED:"       to w-rt-label.
           move w-cnt-sel              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "CHANGES REVERSED:"    to w-rt-label.
           move w-cnt-rev              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
           move "CONFLICTS:"           to w-rt-label.
           move w-cnt-cfl              to w-rt-cnt.
           write rpt-line              from w-rpttrl2.
       end-wrt-trailer.
