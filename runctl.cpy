      *-----------------------------------------------------------------
      *--- Record layout for the RUNCTL business-date run-control -----
      *--- file : one row per batch job per business date, written ----
      *--- by librun when the job starts and completed when it ends. --
      *--- The jobs check their prerequisites against it before -------
      *--- they process, and RUNSTAT prints the day's status off it. --
      *--- VSAM KSDS, key rct-key (16 bytes at offset 0), 150 bytes. --
      *-----------------------------------------------------------------
       01  rct-record.
           02 rct-key.
              03 rct-busdat            pic 9(8).
              03 rct-job               pic x(8).
      * --- S = started (no end recorded yet : running, or abended),
      *     E = ended, P = refused : a prerequisite was not met ---
           02 rct-status               pic x.
      * --- times the job was started for this business date ---
           02 rct-runcnt               pic 9(3).
      * --- start and end of the latest run, YYYYMMDDHHMMSS ---
           02 rct-strtms               pic 9(14).
           02 rct-endtms               pic 9(14).
      * --- condition code the latest run ended with (16 on a refusal)
           02 rct-retcod               pic 9(2).
      * --- record counts of the latest run : read, written, and
      *     rejected or in error (what each counts : see librun.cpy)
           02 rct-cntin                pic 9(7).
           02 rct-cntout               pic 9(7).
           02 rct-cntrej               pic 9(7).
      * --- Y = the ended run was reviewed and signed off (RUNSIGN) :
      *     a job whose prerequisite ended with a hold code accepts
      *     it once signed off, up to the code the prerequisite
      *     table allows (c-runprq.cpy) ---
           02 rct-sgnoff               pic x.
           02 rct-sgnusr               pic x(8).
           02 rct-sgntms               pic 9(14).
      * --- why the run was refused (status P) ---
           02 rct-msg                  pic x(40).
           02 filler                   pic x(16).
