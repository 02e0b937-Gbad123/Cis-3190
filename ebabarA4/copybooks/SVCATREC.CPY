*> "what tables do we actually have on disk and which are safe to
*> delete" - cobPurge reads it to apply retention rules and flips
*> expired entries to purged rather than deleting their history.
*> a family cobCatMaint has retired is taken out of service with its
*> files left where they are: no longer active, so no load, print
*> or retention rule touches it, but not purged either.
01  catalog-record.
    05  ct-n                  pic 9(10).
    05  ct-run-date           pic x(8).
    05  ct-status             pic x(1).
        88  ct-active             value 'A'.
        88  ct-purged             value 'P'.
        88  ct-retired            value 'R'.
    05  ct-purge-date         pic x(8).
    05  filler                pic x(10).
*> cobCert's certification stamp, appended after the original
*> layout's filler so older readers keep their positions: the
*> verdict, the date it was given and the sampling rate it was
*> given at (1 = every record re-proved).  spaces on a family never
*> certified - and the sieve and the merge build the record fresh on
*> every (re)registration, so a rebuilt table has to be certified
*> again before cobPrimeLoad or cobPrint will take it
    05  ct-cert-status        pic x(1).
        88  ct-certified          value 'C'.
        88  ct-cert-failed        value 'F'.
    05  ct-cert-date          pic x(8).
    05  ct-cert-sample        pic 9(5).
*> operations' own marks, set only by cobCatMaint transactions and
*> appended after the certification stamp so older readers keep
*> their positions: the legal hold cobPurge will not expire a family
*> under (and the date it was put on), the latest note against the
*> family with its date, and the date the family was retired.  the
*> sieve and the merge carry the hold and the note across when they
*> register a family afresh - an auditor's hold is on the n, not on
*> one build of it
    05  ct-hold-status        pic x(1).
        88  ct-held               value 'H'.
    05  ct-hold-date          pic x(8).
    05  ct-note               pic x(40).
    05  ct-note-date          pic x(8).
    05  ct-retire-date        pic x(8).
*> a window family - cobSeive's WINDOW card, the primes of one band
*> from ct-window-low up to ct-n, sieved alone far above the full
*> tables' ceiling - is catalogued with ct-n as the band's high
*> bound and marked here; spaces on every full table.  a window is
*> no coverage from 2, so nothing that needs a whole table (the
*> master load, the demand planner, the retention rule's ranking)
*> takes one
    05  ct-family-type        pic x(1).
        88  ct-window             value 'W'.
    05  ct-window-low         pic 9(10).
