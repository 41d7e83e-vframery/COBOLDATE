      *-----------------------------------------------------------------
      *--- Record layout for the HOLJRN HOLCAL change journal ---------
      *--- One row per change applied to HOLCAL, appended by ----------
      *--- HOLMAINT for every ADD/DEL/REP it applies and by HOLBKOUT --
      *--- for every change it reverses. Rows are in the order the ----
      *--- changes were made : HOLBKOUT reads it forward, loads the ---
      *--- rows it selects into a table and reverses them from the ----
      *--- last table entry back to the first (newest first). ---------
      *-----------------------------------------------------------------
       01  hjr-record.
      * --- run timestamp, YYYYMMDDHHMMSS, the same on every row of
      *     one run ---
           02 hjr-runtms               pic 9(14).
      * --- run id : the HOLPARM/BKOPARM run id of the run that made
      *     the change ---
           02 hjr-runid                pic x(8).
      * --- transaction sequence within the run (HOLMAINT : the
      *     HOLTRAN record number) ---
           02 hjr-seqnbr               pic 9(5).
      * --- ADD / DEL / REP as applied to HOLCAL ---
           02 hjr-action               pic x(3).
      * --- the hol-record before the change (spaces on an ADD) ---
           02 hjr-before.
              03 hjr-bef-calcod        pic x(2).
              03 hjr-bef-date          pic 9(8).
              03 hjr-bef-libel         pic x(30).
              03 hjr-bef-holtyp        pic x.
              03 hjr-bef-cutoff        pic 9(4).
      * --- the hol-record after the change (spaces on a DEL) ---
           02 hjr-after.
              03 hjr-aft-calcod        pic x(2).
              03 hjr-aft-date          pic 9(8).
              03 hjr-aft-libel         pic x(30).
              03 hjr-aft-holtyp        pic x.
              03 hjr-aft-cutoff        pic 9(4).
      * --- on a HOLBKOUT row : the run id and sequence of the
      *     journal row it reversed (spaces/zero on a HOLMAINT row) ---
           02 hjr-bkorun               pic x(8).
           02 hjr-bkoseq               pic 9(5).
           02 filler                   pic x(7).
