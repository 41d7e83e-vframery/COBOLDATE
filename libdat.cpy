      * --- 2 - datin2 error no result
      * --- 3 - nbrday error no result
      * --- 4 - codlng error use default
      * --- 5 - format error use default (dcfrac : day-count
      *         convention error no result)
      * --- 6 - overflow more than 999 day result (dcfrac : more
      *         than 99999 days)
      * --- 7 - strrst parse error no result
      * --- 8 - holiday calendar unusable no result : HOLCAL or
      *         CALDEF could not be opened, a calendar of the
      *         request is not defined or not active on CALDEF, or
      *         the business-day walk left the years loaded for the
      *         requested calcod (for a joint calendar, the years
      *         every one of its calendars has) ; for the fiscal
      *         entries also FISDEF could not be opened, or the
      *         libdat-fisent entity is not defined or not active
           02 libdat-return            PIC 9.
      * --- Y - log to AUDLOG whenever libdat-return not = 0
           02 libdat-audit             pic X.
      * --- calling program name, carried onto the AUDLOG record
           02 libdat-caller            pic X(8).
      * --- HOLCAL market calendar the business-day entries read :
      * --- (FR) default when left blank, or any calendar defined
      * --- and active on CALDEF (its week-end days come from there)
           02 libdat-calcod            pic X(2).
      * --- joint calendar : up to three more HOLCAL calendars the
      *     business-day entries combine with libdat-calcod (e.g.
      *     calcod FR plus EN to settle on both markets). A day is
      *     a business day only when it is one on every calendar
      *     named, and the daysta half-day cutoff is the earliest
      *     of theirs. Blank entries are ignored, so a caller that
      *     leaves them blank gets the single calcod as before
           02 libdat-caljnt.
              03 libdat-caljcd         pic X(2)  occurs 3.
      * --- day-count convention libdat_dcfrac applies :
      * --- ACT360 actual days over a 360-day year
      * --- ACT365 actual days over a 365-day year (fixed)
      * --- 30/360 30-day months, US bond basis : the end-of-
      *            february and 31st adjustments
      * --- 30E360 30-day months, eurobond basis : the 31st is the
      *            30th on both dates
           02 libdat-dccnv             pic X(6).
      * --- libdat_dcfrac result : the convention day count between
      *     datin1 and datin2 and the year fraction it makes
           02 libdat-dcday             pic 9(5).
           02 libdat-yrfrac            pic 9(3)v9(9).
      * --- reporting entity whose FISDEF fiscal calendar the
      *     fiscal entries (fisprd, eopbda, eopadd) work in ---
           02 libdat-fisent            pic X(4).
      * --- fiscal entries result : the fiscal year (as the entity
      *     labels it), period 1-12 and week 1-53 of the answer,
      *     and the first and last calendar day of its period ---
           02 libdat-fisyr             pic 9(4).
           02 libdat-fisprd            pic 99.
           02 libdat-fiswk             pic 99.
           02 libdat-prdbeg            pic 9(8).
           02 libdat-prdend            pic 9(8).
