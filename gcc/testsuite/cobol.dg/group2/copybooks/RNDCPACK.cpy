      *> RNDCPACK.cpy
      *> Layout of one record of a certification-result pack
      *> ROUNDCERT.PAK -- what one region's runtime actually produced
      *> on its latest certification run, shipped for comparison
      *> with the other regions.  rndcertexp writes it from the
      *> region's ROUNDCASE.AUD; rndxregcmp compares the packs of
      *> all the regions, read one after another from ROUNDCERT.ALL.
      *>
      *> Every record carries the region (RNDREGION of the exporting
      *> side).  "H" is the first record of a pack: the run stamp of
      *> the run exported, its certification as-of date, the export
      *> date, how many "D" records follow, and "Y" in
      *> CPK-RESTARTED when the run was checkpoint-restarted, so
      *> only its re-executed modes carry its stamp and the pack is
      *> partial.  Each "D" carries one "D" audit record image
      *> unchanged (see RNDAUDIT.cpy).  "T" is the last record: the
      *> detail count again and the hash total (sum of every
      *> detail's AUD-CASE-ID and AUD-ACTUAL), so a truncated or
      *> doctored pack is rejected before it is compared.  No
      *> enclosing 01 so callers can nest it under an FD record; the
      *> audit image sits at 05 so the control views can REDEFINES
      *> it.
           05  CPK-REC-TYPE       PIC X(1).
               88  CPK-IS-HEADER        VALUE "H".
               88  CPK-IS-DETAIL        VALUE "D".
               88  CPK-IS-TRAILER       VALUE "T".
           05  CPK-REGION         PIC X(8).
           05  CPK-AUDIT.
               COPY RNDAUDIT.
           05  CPK-HEADER-AREA REDEFINES CPK-AUDIT.
               10  CPK-RUN-DATE       PIC X(8).
               10  CPK-RUN-TIME       PIC X(8).
               10  CPK-JOB-ID         PIC X(8).
               10  CPK-ASOF-DATE      PIC X(8).
               10  CPK-EXPORT-DATE    PIC X(8).
               10  CPK-CASE-COUNT     PIC 9(6).
               10  CPK-RESTARTED      PIC X(1).
               10  FILLER             PIC X(62).
           05  CPK-TRAILER-AREA REDEFINES CPK-AUDIT.
               10  CPK-TRL-COUNT      PIC 9(6).
               10  CPK-HASH-TOTAL     PIC S9(13)V999 SIGN LEADING
                                      SEPARATE.
               10  FILLER             PIC X(86).
