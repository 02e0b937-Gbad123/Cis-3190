identification division.
program-id. cobClassify.
*> prime classification for the analysts who keep working out by
*> spreadsheet which primes on a table belong to which special
*> family: reads a completed OUTPUT-<n>.TXT prime table and writes
*> PRIMECLASS-<n>.TXT, one typed record per true prime carrying a
*> Y/N flag byte for each class - twin, cousin, sexy, sophie
*> germain, safe, emirp, palindromic and isolated (the definitions
*> are in SVCLSREC.CPY) - between an 'H' header and a 'T' trailer
*> holding one member count per class.  a one-page CLASSRPT-<n>.TXT
*> prints the class counts in the same 132-column style as
*> cobBandRpt, reconciled against the table's own trailer.
*> cobClassLoad loads the class file into CLASSMAST.DAT for
*> cobInquiry.
*>
*> the neighbour questions (is p+2 prime, is 2p+1 prime, is the
*> reversal prime) are answered with a keyed read on PRIMMAST.DAT
*> whenever the value lies inside the master's coverage, and by
*> trial division against a small table of primes built here when
*> it does not - near the top of the table, 2p+1 and a reversal
*> routinely land past n - so every flag is a real answer, never a
*> guess at the edge.  without the master every question is settled
*> by trial division, only more slowly.
*>
*> like cobPrimeLoad it holds the family claim while it reads and
*> will only classify a table cobCert has certified.
*>
*> invocation: cobClassify <n>
environment division.
input-output section.
file-control.
  select prime-file assign to dynamic prime-filename
  organization is line sequential
  file status is prime-status.

  select class-file assign to dynamic class-filename
  organization is line sequential.

  select print-file assign to dynamic print-filename
  organization is line sequential.

  select prime-master assign to dynamic master-filename
  organization is indexed
  access mode is dynamic
  record key is pm-prime
  file status is master-status.

*> the catalog master, read only to find the family's certification
*> stamp - a table cobCert has not certified is not classified
  select catalog-file assign to dynamic catalog-filename
  organization is line sequential
  file status is catalog-status.

*> the family claim held while the table is read, so the purge
*> cannot delete OUTPUT-<n>.TXT out from under the run; the file is
*> never held open - its existence is the lock
  select lock-file assign to dynamic lock-filename
  organization is line sequential
  file status is lock-status.

data division.
file section.
fd  prime-file.
  copy 'SVOUTREC.CPY'.

fd  class-file.
  copy 'SVCLSREC.CPY'.

fd  print-file.
  01 print-record        pic x(132).

fd  prime-master.
  copy 'SVPRMREC.CPY'.

fd  catalog-file.
  copy 'SVCATREC.CPY'.

fd  lock-file.
  copy 'SVCLMREC.CPY'.

working-storage section.
  77 parm-value          pic x(10).
  77 n                   pic 9(10).
  77 n-edited            pic z(9)9.
  77 is-valid-input      pic 9.
  77 prime-filename      pic x(40).
  77 class-filename      pic x(40).
  77 print-filename      pic x(40).
  77 master-filename     pic x(40) value 'PRIMMAST.DAT'.
  77 prime-status        pic x(2).
  77 master-status       pic x(2).
  77 master-ok           pic 9 value 0.
  77 master-source-n     pic 9(10).
  77 catalog-filename    pic x(40) value 'CATALOG.TXT'.
  77 catalog-status      pic x(2).
  77 catalog-eof         pic 9.
  77 entry-found         pic 9.
  77 entry-cert-status   pic x(1).
  77 entry-cert-date     pic x(8).
  77 table-certified     pic 9.
  77 lock-filename       pic x(44).
  77 lock-status         pic x(2).
  77 lock-claimed        pic 9.
  77 claim-program       pic x(12) value 'cobClassify'.
  77 run-date            pic x(8).
  77 prime-eof           pic 9.
  77 header-seen         pic 9.
  77 trailer-seen        pic 9 value 0.
  77 trailer-value       pic 9(10).
  77 bogus-one-seen      pic 9 value 0.
  77 detail-count        pic 9(10).
  77 classified-count    pic 9(10).
  77 error-count         pic 9(5).

*> the prime being classified and its derived values
  77 cur-prime           pic 9(10).
  77 reversed-prime      pic 9(10).
  77 reverse-work        pic 9(10).
  77 reverse-digit       pic 9.
  77 below-twin          pic 9.
  77 above-twin          pic 9.

*> test-primality's argument and result; eleven digits because p+6
*> and 2p+1 can run past ten near the field's limit
  77 test-value          pic 9(11).
  77 value-is-prime      pic 9.

*> the trial-division table: every prime up to 141500, past the
*> square root of the largest 2p+1 a ten-digit p can give (13138
*> primes lie below it), found by trial division against the primes
*> already in the table
  77 table-limit         pic 9(10) value 141500.
  77 candidate           pic 9(10).
  77 table-count         pic 9(5).
  77 table-idx           pic 9(5).
  01 divisor-table.
     05 divisor-prime    pic 9(10) occurs 13200 times.
  77 divisor             pic 9(10).
  77 divisor-found       pic 9(10).
  77 factor-quotient     pic 9(11).
  77 factor-remainder    pic 9(10).

*> running member count per class, in the class file's class order,
*> and the names the report prints them under
  77 class-idx           pic 9(2).
  01 class-count-table.
     05 class-count      pic 9(10) occurs 8 times.
  01 class-name-values.
     05 filler           pic x(16) value 'TWIN'.
     05 filler           pic x(16) value 'COUSIN'.
     05 filler           pic x(16) value 'SEXY'.
     05 filler           pic x(16) value 'SOPHIE GERMAIN'.
     05 filler           pic x(16) value 'SAFE'.
     05 filler           pic x(16) value 'EMIRP'.
     05 filler           pic x(16) value 'PALINDROMIC'.
     05 filler           pic x(16) value 'ISOLATED'.
  01 class-name-table redefines class-name-values.
     05 class-name       pic x(16) occurs 8 times.

  77 count-edited        pic z(9)9.
  77 value-edited        pic z(9)9.
  77 heading-text        pic x(132).

  01 class-detail-line.
     05 filler           pic x(6)  value spaces.
     05 cd-class-name    pic x(16).
     05 filler           pic x(6)  value spaces.
     05 cd-class-count   pic z(9)9.

procedure division.
main-logic.
  accept parm-value from command-line.
  perform get-parm-n.
  if is-valid-input = 0
    display 'usage: cobClassify <n> - n must be numeric and positive'
    move 8 to return-code
    stop run
  end-if.

  perform claim-family-lock.
  if lock-claimed = 0
    move 8 to return-code
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
         '.TXT' delimited by size
         into prime-filename.
  move spaces to class-filename.
  string 'PRIMECLASS-' delimited by size
         function trim(n-edited) delimited by size
         '.TXT' delimited by size
         into class-filename.
  move spaces to print-filename.
  string 'CLASSRPT-' delimited by size
         function trim(n-edited) delimited by size
         '.TXT' delimited by size
         into print-filename.

  open input prime-file.
  if prime-status not = '00'
    display 'prime table ' function trim(prime-filename)
            ' not found or unreadable - status ' prime-status
    perform release-claim
    move 8 to return-code
    stop run
  end-if.

  perform read-table-header.
  if header-seen = 0
    close prime-file
    perform release-claim
    move 8 to return-code
    stop run
  end-if.

  perform open-prime-master.
  perform build-divisor-table.

  open output class-file.
  move spaces to prime-class-record.
  move 'H' to pc-record-code.
  move n to pc-value.
  move run-date to pc-run-date.
  write prime-class-record.

  move 0 to detail-count.
  move 0 to classified-count.
  move 0 to error-count.
  perform varying class-idx from 1 by 1 until class-idx > 8
    move 0 to class-count(class-idx)
  end-perform.
  move 0 to prime-eof.
  perform classify-next-record until prime-eof = 1.

  move spaces to prime-class-record.
  move 'T' to pc-record-code.
  move classified-count to pc-value.
  perform varying class-idx from 1 by 1 until class-idx > 8
    move class-count(class-idx) to pc-class-count(class-idx)
  end-perform.
  write prime-class-record.

  close prime-file.
  close class-file.
  if master-ok = 1
    close prime-master
  end-if.
  perform release-claim.

  perform write-class-report.

  move classified-count to count-edited.
  if error-count = 0
    display 'cobClassify: ' function trim(count-edited)
            ' primes classified to ' function trim(class-filename)
  else
    display 'cobClassify: ' function trim(prime-filename)
            ' did not reconcile - ' function trim(class-filename)
            ' should not be loaded; see '
            function trim(print-filename)
    move 8 to return-code
  end-if.
  stop run.

get-parm-n.
*> same PARM discipline as cobSeive: a non-numeric value is rejected
*> outright instead of handed to NUMVAL, which would silently coerce
*> it to 0
  move 0 to is-valid-input.
  if function trim(parm-value) is numeric
    move function numval(parm-value) to n
    if n > 0
      move 1 to is-valid-input
      move n to n-edited
    end-if
  end-if.

claim-family-lock.
*> same claim cobSeive and cobMerge take on LOCK-<n>.TXT, create-
*> if-absent; a claimant finding it held ends under control and the
*> operator is told who holds it and how to clear a stale claim
  move spaces to lock-filename.
  string 'LOCK-' delimited by size
         function trim(n-edited) delimited by size
         '.TXT' delimited by size
         into lock-filename.
  move 0 to lock-claimed.
  open input lock-file.
  if lock-status = '00'
    read lock-file
      at end
        move spaces to claim-record
    end-read
    close lock-file
    display 'claim ' function trim(lock-filename)
            ' already held by ' cl-operator
            ' (' function trim(cl-program) ') since '
            cl-claim-date ' ' cl-claim-time
    display 'if that run is no longer active, delete '
            function trim(lock-filename)
            ' to clear the stale claim'
  else if lock-status = '35'
    open output lock-file
    move spaces to claim-record
    accept cl-operator from environment "USER"
    move claim-program to cl-program
    accept cl-claim-date from date yyyymmdd
    accept cl-claim-time from time
    move n to cl-n
    write claim-record
    close lock-file
    move 1 to lock-claimed
  else
    display 'claim ' function trim(lock-filename)
            ' could not be tested - status ' lock-status
  end-if.

release-claim.
  delete file lock-file.

check-certification.
*> the same release rule cobPrimeLoad applies: the family's active
*> catalog record must carry cobCert's certified stamp
  move 0 to table-certified.
  perform find-catalog-entry.
  if entry-found = 0
    display 'n ' function trim(n-edited)
            ' has no active catalog record - table not classified'
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
      if ct-n = n and ct-active
        move ct-cert-status to entry-cert-status
        move ct-cert-date to entry-cert-date
        move 1 to entry-found
        move 1 to catalog-eof
      end-if
  end-read.

read-table-header.
*> the class file's header carries the table's n and run date, so a
*> table that does not open with a proper header for this n cannot
*> be classified at all
  move 0 to header-seen.
  read prime-file
    at end
      display 'prime table ' function trim(prime-filename)
              ' is empty'
    not at end
      if so-header-record and so-value = n
        move 1 to header-seen
        move so-run-date to run-date
      else
        display 'prime table ' function trim(prime-filename)
                ' does not open with an H header for n '
                function trim(n-edited)
      end-if
  end-read.

open-prime-master.
*> the master only speeds the neighbour lookups up - trial division
*> answers every one of them without it - so a missing or empty
*> PRIMMAST is reported but does not stop the run.  the first record
*> (lowest key) carries pm-source-n, the top of the master's
*> coverage
  move 0 to master-ok.
  open input prime-master.
  if master-status not = '00'
    display 'prime master ' function trim(master-filename)
            ' not available - status ' master-status
    display 'neighbour lookups will use trial division'
  else
    move 0 to pm-prime
    start prime-master key not less than pm-prime
      invalid key
        move '23' to master-status
    end-start
    if master-status = '00'
      read prime-master next
        at end
          move '10' to master-status
      end-read
    end-if
    if master-status = '00'
      move pm-source-n to master-source-n
      move 1 to master-ok
    else
      display 'prime master ' function trim(master-filename)
              ' is empty - neighbour lookups will use trial division'
      close prime-master
    end-if
  end-if.

build-divisor-table.
  move 2 to divisor-prime(1).
  move 1 to table-count.
  move 3 to candidate.
  perform add-table-candidate until candidate > table-limit.

add-table-candidate.
  move candidate to test-value.
  perform trial-divide.
  if divisor-found = 0
    add 1 to table-count
    move candidate to divisor-prime(table-count)
  end-if.
  add 2 to candidate.

trial-divide.
*> first table prime dividing test-value, walking no further than
*> its square root; 0 when none does
  move 0 to divisor-found.
  move 1 to table-idx.
  perform try-next-divisor
      until table-idx > table-count or divisor-found > 0.

try-next-divisor.
  move divisor-prime(table-idx) to divisor.
  if divisor * divisor > test-value
    compute table-idx = table-count + 1
  else
    divide test-value by divisor
        giving factor-quotient remainder factor-remainder
    if factor-remainder = 0
      move divisor to divisor-found
    end-if
    add 1 to table-idx
  end-if.

test-primality.
*> one keyed read when the master covers the value, trial division
*> when it does not
  move 0 to value-is-prime.
  if test-value < 2
    continue
  else if master-ok = 1 and test-value <= master-source-n
    move test-value to pm-prime
    read prime-master
      invalid key
        move 0 to value-is-prime
      not invalid key
        move 1 to value-is-prime
    end-read
  else
    perform trial-divide
    if divisor-found = 0
      move 1 to value-is-prime
    end-if
  end-if.

classify-next-record.
*> the quirk record for 1 is counted toward the table's trailer like
*> every 'D' row but is not a prime and gets no class record; the
*> trailer ends the walk
  read prime-file
    at end
      move 1 to prime-eof
    not at end
      if so-detail-record
        add 1 to detail-count
        if so-value = 1 and bogus-one-seen = 0
          move 1 to bogus-one-seen
        else
          move so-value to cur-prime
          perform classify-prime
        end-if
      else if so-trailer-record
        move 1 to trailer-seen
        move so-value to trailer-value
        move 1 to prime-eof
      end-if
  end-read.

classify-prime.
  move spaces to prime-class-record.
  move 'D' to pc-record-code.
  move cur-prime to pc-value.
  perform varying class-idx from 1 by 1 until class-idx > 8
    move 'N' to pc-flag(class-idx)
  end-perform.

*> twin, cousin and sexy: a prime partner 2, 4 or 6 away on either
*> side.  isolated is the twin test's complement
  move 0 to below-twin.
  move 0 to above-twin.
  if cur-prime > 2
    compute test-value = cur-prime - 2
    perform test-primality
    move value-is-prime to below-twin
  end-if.
  compute test-value = cur-prime + 2.
  perform test-primality.
  move value-is-prime to above-twin.
  if below-twin = 1 or above-twin = 1
    move 'Y' to pc-twin
  else
    move 'Y' to pc-isolated
  end-if.

  move 0 to value-is-prime.
  if cur-prime > 4
    compute test-value = cur-prime - 4
    perform test-primality
  end-if.
  if value-is-prime = 0
    compute test-value = cur-prime + 4
    perform test-primality
  end-if.
  if value-is-prime = 1
    move 'Y' to pc-cousin
  end-if.

  move 0 to value-is-prime.
  if cur-prime > 6
    compute test-value = cur-prime - 6
    perform test-primality
  end-if.
  if value-is-prime = 0
    compute test-value = cur-prime + 6
    perform test-primality
  end-if.
  if value-is-prime = 1
    move 'Y' to pc-sexy
  end-if.

*> sophie germain: 2p+1 prime.  safe: (p-1)/2 prime, which needs p
*> odd - 2 is never safe
  compute test-value = cur-prime * 2 + 1.
  perform test-primality.
  if value-is-prime = 1
    move 'Y' to pc-sophie-germain
  end-if.
  if cur-prime > 2
    compute test-value = (cur-prime - 1) / 2
    perform test-primality
    if value-is-prime = 1
      move 'Y' to pc-safe
    end-if
  end-if.

*> palindromic: the digits read the same reversed.  emirp: the
*> reversal is a different number and is itself prime
  move 0 to reversed-prime.
  move cur-prime to reverse-work.
  perform reverse-next-digit until reverse-work = 0.
  if reversed-prime = cur-prime
    move 'Y' to pc-palindromic
  else
    move reversed-prime to test-value
    perform test-primality
    if value-is-prime = 1
      move 'Y' to pc-emirp
    end-if
  end-if.

  write prime-class-record.
  add 1 to classified-count.
  perform varying class-idx from 1 by 1 until class-idx > 8
    if pc-flag(class-idx) = 'Y'
      add 1 to class-count(class-idx)
    end-if
  end-perform.

reverse-next-digit.
  divide reverse-work by 10
      giving reverse-work remainder reverse-digit.
  compute reversed-prime = reversed-prime * 10 + reverse-digit.

write-class-report.
*> one page: the class counts, then the same reconciliation against
*> the table's trailer cobBandRpt prints, so a class file built from
*> a short table can never be handed out unnoticed
  open output print-file.
  move spaces to heading-text.
  string 'PRIME CLASS COUNTS   N=' delimited by size
         function trim(n-edited) delimited by size
         '   RUN DATE ' delimited by size
         run-date delimited by size
         '   PAGE 1' delimited by size
         into heading-text.
  move heading-text to print-record.
  write print-record.
  move spaces to heading-text.
  move '      CLASS                        PRIMES' to heading-text.
  move heading-text to print-record.
  write print-record.
  move spaces to print-record.
  write print-record.

  perform varying class-idx from 1 by 1 until class-idx > 8
    move class-name(class-idx) to cd-class-name
    move class-count(class-idx) to cd-class-count
    move class-detail-line to print-record
    write print-record
  end-perform.
  move spaces to print-record.
  write print-record.

  move spaces to heading-text.
  move detail-count to count-edited.
  string 'TOTAL D RECORDS READ: ' delimited by size
         function trim(count-edited) delimited by size
         into heading-text.
  move heading-text to print-record.
  write print-record.

  move spaces to heading-text.
  move classified-count to count-edited.
  string 'TOTAL PRIMES CLASSIFIED: ' delimited by size
         function trim(count-edited) delimited by size
         '  (A PRIME MAY BELONG TO SEVERAL CLASSES)' delimited by size
         into heading-text.
  move heading-text to print-record.
  write print-record.

  move spaces to heading-text.
  if trailer-seen = 1
    move trailer-value to value-edited
    string 'TRAILER RECORD COUNT: ' delimited by size
           function trim(value-edited) delimited by size
           into heading-text
  else
    move 'TRAILER RECORD COUNT: MISSING - FILE MAY BE INCOMPLETE'
        to heading-text
    add 1 to error-count
  end-if.
  move heading-text to print-record.
  write print-record.

  move spaces to heading-text.
  if trailer-seen = 1 and trailer-value not = detail-count
    move 'TOTALS DO NOT RECONCILE - DO NOT DISTRIBUTE THIS REPORT'
        to heading-text
    add 1 to error-count
  else
    if error-count = 0
      move 'TOTALS RECONCILE WITH TRAILER' to heading-text
    else
      move 'STRUCTURAL ERRORS FOUND - DO NOT DISTRIBUTE THIS REPORT'
          to heading-text
    end-if
  end-if.
  move heading-text to print-record.
  write print-record.
  close print-file.
