      *-----------------------------------------------------------------
      *--- Record layout for the DATECALC result file (RESFILE) -------
      *--- The machine-readable twin of the REPRT detail lines, for ---
      *--- the systems that send us TRANFILE requests : a header ------
      *--- row, one detail row per request processed (in REPRT --------
      *--- order, chain steps and unprocessed steps included), and a --
      *--- trailer row with the detail count and hash totals the ------
      *--- receiving system reconciles the file against. --------------
      *--- A restarted run (DATECALR) appends to the same file and ----
      *--- never writes a row the aborted run already wrote; a -------
      *--- resubmit run (DATECALS) writes a file of its own. -----------
      *-----------------------------------------------------------------
       01  res-record.
      * --- H = header, D = detail, T = trailer ---
           02 res-rectyp               pic x.
           02 res-detail.
      * --- the request, as read (the chain-substituted datin1 on a
      *     P step) ---
              03 res-refid             pic x(16).
              03 res-fnccod            pic x(3).
              03 res-datin1            pic 9(8).
              03 res-datin2            pic 9(8).
              03 res-nbrday            pic 9(3).
              03 res-codlng            pic x(2).
              03 res-format            pic x.
              03 res-calcod            pic x(2).
              03 res-caljnt            pic x(6).
              03 res-dccnv             pic x(6).
              03 res-chnid             pic x(4).
      * --- the answer ---
              03 res-datrst            pic 9(8).
              03 res-nbrrst            pic 9(3).
              03 res-strrst            pic x(30).
              03 res-dcday             pic 9(5).
              03 res-yrfrac            pic 9(3)v9(9).
      * --- libdat-return 0-8, or 9 for the driver's own rejections
      *     (see dtcrej.cpy) ---
              03 res-return            pic 9.
      * --- business date of the run : the TRANFILE HDR date (the
      *     DTCPARM date on a resubmit run) ---
              03 res-busdat            pic 9(8).
      * --- fiscal functions (FPR / EPB / EPA) : the entity asked
      *     for and the fiscal year, period, week and period end
      *     of the answer (zero on the other functions) ---
              03 res-fisent            pic x(4).
              03 res-fisyr             pic 9(4).
              03 res-fisprd            pic 99.
              03 res-fiswk             pic 99.
              03 res-prdend            pic 9(8).
              03 filler                pic x(3).
      *
      * --- control record layouts over the same 150 bytes ---
       01  res-header            redefines res-record.
           02 res-hdr-rectyp           pic x.
           02 res-hdr-busdat           pic 9(8).
      * --- HDR source system (DATECALC on a resubmit run) ---
           02 res-hdr-source           pic x(8).
      * --- file creation date and time, YYYYMMDD HHMMSS ---
           02 res-hdr-crtdat           pic 9(8).
           02 res-hdr-crttim           pic 9(6).
      * --- T = TRANFILE run, R = resubmit run ---
           02 res-hdr-runmod           pic x.
           02 filler                   pic x(118).
      *
       01  res-trailer           redefines res-record.
           02 res-trl-rectyp           pic x.
           02 res-trl-busdat           pic 9(8).
      * --- detail rows on the file, and how many of them carry a
      *     non-zero return code ---
           02 res-trl-count            pic 9(7).
           02 res-trl-errcnt           pic 9(7).
      * --- hash totals : sum of res-datin1, of res-datrst and of
      *     res-nbrrst over every detail row ---
           02 res-trl-hshdat           pic 9(15).
           02 res-trl-hshrst           pic 9(15).
           02 res-trl-hshnbr           pic 9(11).
           02 filler                   pic x(86).
