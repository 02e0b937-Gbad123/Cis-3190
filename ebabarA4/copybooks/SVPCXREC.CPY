*> SVPCXREC.CPY
*> record layout for PRIMCNT.DAT, the indexed prime-count index
*> cobPrimeLoad builds alongside PRIMMAST.DAT: one checkpoint every
*> px-interval values of x, keyed on the checkpoint bound, holding
*> how many primes lie at or below the bound and the largest of
*> them.  a count of the primes up to any x is then one keyed read
*> at the checkpoint below it plus a walk of the master across less
*> than one interval, instead of a walk from 2.  the last record's
*> bound is the master's source n itself, so the whole table's count
*> is always on file.
*>
*> the index is replaced every time the master is reloaded, and
*> px-source-n on every record carries the n it was built from; a
*> reader whose master's pm-source-n differs is holding an index
*> from some other load and must not use it.
01  prime-count-record.
    05  px-bound              pic 9(10).
    05  px-count              pic 9(10).
    05  px-last-prime         pic 9(10).
    05  px-interval           pic 9(10).
    05  px-run-date           pic x(8).
    05  px-source-n           pic 9(10).
    05  filler                pic x(10).
