      *--- running the whole DATECALC job for one REPRT line. ----------
      *--- Reads one request in dtctran terms off the INQPARM card -----
      *--- (function code, datin1, datin2, nbrday, codlng, format, -----
      *--- calcod, joint calendars, day-count convention, fiscal ------
      *--- entity - blank-separated, same field widths as dtctran), ----
      *--- calls the matching libdate entry and displays the -----------
      *--- datrst/nbrrst/strrst answer and return code immediately. ----
      *--- A blank calcod gets the same FR defaulting every caller -----
           02 ipm-format               pic x.
           02 filler                   pic x.
           02 ipm-calcod               pic x(2).
           02 filler                   pic x.
           02 ipm-caljnt               pic x(6).
           02 filler                   pic x.
           02 ipm-dccnv                pic x(6).
           02 filler                   pic x.
           02 ipm-fisent               pic x(4).
           02 filler                   pic x(28).

       working-storage section.
      *
       77  w-prmsts                    pic xx.
      * --- year fraction with its decimal point, for display ---
       77  w-yrfrac                    pic 9(3).9(9).
      *
      * --- the request, in the same terms DATECALC reads ---
           copy "dtctran.cpy".
           move ipm-codlng             to dtc-codlng.
           move ipm-format             to dtc-format.
           move ipm-calcod             to dtc-calcod.
           move ipm-caljnt             to dtc-caljnt.
           move ipm-dccnv              to dtc-dccnv.
           move ipm-fisent             to dtc-fisent.
       end-edi-request.

      * -------------------------------------
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
      * --- error, not one of libdat.cpy's documented codes     ---
              when other
                   " DATIN1 " dtc-datin1
                   " DATIN2 " dtc-datin2
                   " NBRDAY " dtc-nbrday
                   " CAL "    dtc-calcod
                   " "        dtc-caljnt.
           display "DATEINQ - DATRST " libdat-datrst
                   " NBRRST " libdat-nbrrst
                   " RETURN " libdat-return.
           if libdat-strrst not = spaces
              display "DATEINQ - STRRST " libdat-strrst
           end-if.
           if dtc-fnccod = "DCF"
              move libdat-yrfrac       to w-yrfrac
              display "DATEINQ - DCCNV "  dtc-dccnv
                      " DCDAY "  libdat-dcday
                      " YRFRAC " w-yrfrac
           end-if.
           if dtc-fnccod = "FPR" or "EPB" or "EPA"
              display "DATEINQ - ENTITY " dtc-fisent
                      " FY "     libdat-fisyr
                      " PERIOD " libdat-fisprd
                      " WEEK "   libdat-fiswk
                      " FROM "   libdat-prdbeg
                      " TO "     libdat-prdend
           end-if.
       end-wrt-answer.
