*> it for its existing readers, but a keyed lookup service answering
*> primality questions must not claim 1 is prime.  pm-ordinal is
*> therefore the position among the true primes (2 is ordinal 1).
*>
*> only a table cobCert has certified is loaded: the family's active
*> CATALOG.TXT record must carry the certified stamp, or the load is
*> refused before the master is touched.  a family cobCatMaint has
*> retired is refused the same way.  a window family is never
*> loaded: the master answers for everything from 2 up to its n.
*>
*> every load also rebuilds PRIMCNT.DAT, the prime-count index
*> (SVPCXREC.CPY): the running count of primes at every multiple of
*> the count interval up to n, and at n itself, so cobInquiry can
*> answer range-count and nth-prime questions with a couple of keyed
*> reads and a short walk.  it is opened for output together with
*> the master and carries the same source n, so the two are always
*> replaced together and never disagree.
environment division.
input-output section.
file-control.
  record key is pm-prime
  file status is master-status.

  select count-index assign to dynamic index-filename
  organization is indexed
  access mode is sequential
  record key is px-bound
  file status is index-status.

*> the catalog master, read only to find the family's certification
*> stamp - a table cobCert has not certified is not released
  select catalog-file assign to dynamic catalog-filename
  organization is line sequential
  file status is catalog-status.

*> the family claim held while the table is read, so the purge
*> cannot delete OUTPUT-<n>.TXT out from under a load in flight;
*> the file is never held open - its existence is the lock
fd  prime-master.
  copy 'SVPRMREC.CPY'.

fd  count-index.
  copy 'SVPCXREC.CPY'.

fd  lock-file.
  copy 'SVCLMREC.CPY'.

fd  catalog-file.
  copy 'SVCATREC.CPY'.

working-storage section.
  77 parm-value          pic x(10).
  77 n                   pic 9(10).
  77 master-filename     pic x(40) value 'PRIMMAST.DAT'.
  77 prime-status        pic x(2).
  77 master-status       pic x(2).
  77 index-filename      pic x(40) value 'PRIMCNT.DAT'.
  77 index-status        pic x(2).
*> one checkpoint per count-interval values of x: a range or nth-
*> prime question walks the master across at most one interval at
*> each end, a few hundred reads, and a 90,000,000 table carries
*> 9,000 checkpoints
  77 count-interval      pic 9(10) value 10000.
  77 next-bound          pic 9(11).
  77 last-bound          pic 9(11).
  77 checkpoint-count    pic 9(10).
  77 lock-filename       pic x(44).
  77 lock-status         pic x(2).
  77 catalog-filename    pic x(40) value 'CATALOG.TXT'.
  77 catalog-status      pic x(2).
  77 catalog-eof         pic 9.
  77 entry-found         pic 9.
  77 entry-cert-status   pic x(1).
  77 entry-cert-date     pic x(8).
  77 entry-retired       pic 9.
  77 entry-retire-date   pic x(8).
  77 table-certified     pic 9.
  77 lock-claimed        pic 9.
  77 claim-program       pic x(12) value 'cobPrimeLoad'.
  77 run-date            pic x(8).
    stop run
  end-if.

  perform check-certification.
  if table-certified = 0
    perform release-claim
    move 8 to return-code
    stop run
  end-if.

  move spaces to prime-filename.
  string 'OUTPUT-' delimited by size
         function trim(n-edited) delimited by size
    stop run
  end-if.

  open output count-index.
  if index-status not = '00'
    display 'count index ' function trim(index-filename)
            ' could not be created - status ' index-status
    close prime-file
    close prime-master
    perform release-claim
    move 8 to return-code
    stop run
  end-if.

  move 0 to detail-count.
  move 0 to loaded-count.
  move 0 to load-errors.
  move 0 to prev-value.
  move 0 to checkpoint-count.
  move 0 to last-bound.
  move count-interval to next-bound.
  move 0 to prime-eof.
  perform load-detail-records until prime-eof = 1.
  perform finish-count-index.

  close prime-file.
  close prime-master.
  close count-index.

  perform release-claim.
  perform check-trailer.
release-claim.
  delete file lock-file.

check-certification.
*> a table is released only once cobCert has re-proved it and
*> stamped its active catalog record certified.  one never
*> certified, one that failed, and one rebuilt since (the sieve and
*> the merge re-register a rebuilt family with the stamp cleared)
*> are all refused, as is a family operations has retired
  move 0 to table-certified.
  perform find-catalog-entry.
  if entry-found = 0
    display 'n ' function trim(n-edited)
            ' has no active catalog record - table not released'
  else if entry-retired = 1
    display 'prime table for n ' function trim(n-edited)
            ' retired from service on ' entry-retire-date
            ' - table not released'
  else if entry-cert-status = 'C'
    move 1 to table-certified
  else if entry-cert-status = 'F'
    display 'prime table for n ' function trim(n-edited)
            ' failed certification on ' entry-cert-date
            ' - see CERT-' function trim(n-edited) '.TXT'
  else
    display 'prime table for n ' function trim(n-edited)
            ' has not been certified - run cobCert '
            function trim(n-edited) ' first'
  end-if.

find-catalog-entry.
  move 0 to entry-found.
  move 0 to entry-retired.
  move 0 to catalog-eof.
  open input catalog-file.
  if catalog-status not = '00'
    display 'catalog ' function trim(catalog-filename)
            ' not found or unreadable - status ' catalog-status
  else
    perform scan-catalog-entry until catalog-eof = 1
    close catalog-file
  end-if.

scan-catalog-entry.
  read catalog-file
    at end
      move 1 to catalog-eof
    not at end
      if ct-n = n and (ct-active or ct-retired) and not ct-window
        move ct-cert-status to entry-cert-status
        move ct-cert-date to entry-cert-date
        if ct-retired
          move 1 to entry-retired
          move ct-retire-date to entry-retire-date
        end-if
        move 1 to entry-found
        move 1 to catalog-eof
      end-if
  end-read.


read-header.
*> a load from anything but a complete, well-formed table would leave
                  ' duplicated or out of order - skipped'
          add 1 to load-errors
        else
          perform write-count-checkpoint
              until next-bound >= so-value or next-bound > n
          move so-value to prev-value
          move spaces to prime-master-record
          move so-value to pm-prime
      end-if
  end-read.

write-count-checkpoint.
*> the prime about to be loaded lies past next-bound, so every prime
*> at or below the bound is already counted in loaded-count
  move spaces to prime-count-record.
  move next-bound to px-bound.
  move loaded-count to px-count.
  move prev-value to px-last-prime.
  move count-interval to px-interval.
  move run-date to px-run-date.
  move n to px-source-n.
  write prime-count-record.
  if index-status not = '00'
    display 'write to count index failed - status ' index-status
    add 1 to load-errors
  else
    add 1 to checkpoint-count
  end-if.
  move next-bound to last-bound.
  add count-interval to next-bound.

finish-count-index.
*> the checkpoints past the last prime on the table, up to n, and
*> one at n itself so the whole table's count is a single read
  perform write-count-checkpoint until next-bound > n.
  if last-bound < n
    move n to next-bound
    perform write-count-checkpoint
  end-if.

check-trailer.
*> a short file (a run that never finished, or a torn copy) must not
*> masquerade as a loaded master
    display 'cobPrimeLoad: ' function trim(count-edited)
            ' primes loaded to ' function trim(master-filename)
            ' from ' function trim(prime-filename)
    move checkpoint-count to count-edited
    display '              ' function trim(count-edited)
            ' count checkpoint(s) written to '
            function trim(index-filename)
  else
    move load-errors to value-edited
    display 'cobPrimeLoad: load of ' function trim(prime-filename)
