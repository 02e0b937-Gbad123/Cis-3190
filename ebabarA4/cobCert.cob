identification division.
program-id. cobCert.
*> independent certification of a completed prime table before it
*> is released to cobPrimeLoad or cobPrint.  cobRecon proves that
*> OUTPUT-<n>.TXT and COMPFACT-<n>.TXT balance against each other,
*> but a sieve that marked the wrong numbers would still balance;
*> this step re-proves the mathematics by plain trial division,
*> which shares no code and no tables with the sieve:
*>   - the table opens with the 'H' header for the n it is named for
*>     and ends with a 'T' trailer whose count matches its 'D' rows
*>   - every certified 'D' value is between 2 and n and no prime up
*>     to its square root divides it, so it really is prime
*>   - every certified composite lies between 4 and n, its recorded
*>     cf-smallest-factor f satisfies 2 <= f and f*f <= cf-number,
*>     f divides it, and no prime below f divides it - which also
*>     proves f itself is prime, since any factor of a composite f
*>     would be a smaller prime dividing the number
*> the divisor table is built here by trial division up to the
*> square root of n, so a fault in the sieve cannot leak into the
*> check that is meant to catch it.
*>
*> invocation: cobCert <n> [<sample-rate>]
*> sample rate k certifies every k-th record of each file (the first
*> always included) for a very large n where re-proving every record
*> would not fit the batch window; it defaults to 1, every record.
*>
*>             cobCert WINDOW <low> <high> [<sample-rate>]
*> certifies a window family from cobSeive's WINDOW card the same
*> way: WINDOW-<low>-<high>.TXT and its -CF.TXT file are proved
*> against the range low to high instead of 2 to n, under the
*> window's own family claim, the header must carry the window's
*> bounds, there is no quirk record for 1, and the verdict goes to
*> CERT-WINDOW-<low>-<high>.TXT and the window's catalog record.
*>
*> findings go to a CERT-<n>.TXT report in the same style as
*> cobRecon's balancing report.  the verdict, the date and the rate
*> it was reached at are stamped on the family's active CATALOG.TXT
*> record under the catalog claim; cobPrimeLoad and cobPrint refuse
*> any table not stamped certified.  the program ends with return
*> code 8 on a failed certification, or when the verdict could not
*> be stamped, so the scheduler holds the table back either way.
environment division.
input-output section.
file-control.
  select prime-file assign to dynamic prime-filename
  organization is line sequential
  file status is prime-status.

  select compfac-file assign to dynamic compfac-filename
  organization is line sequential
  file status is compfac-status.

  select cert-file assign to dynamic cert-filename
  organization is line sequential.

  select catalog-file assign to dynamic catalog-filename
  organization is line sequential
  file status is catalog-status.

  select catalog-tmp-file assign to dynamic catalog-tmp-filename
  organization is line sequential.

*> the family claim held for the whole run, so the table cannot be
*> re-sieved or purged between being proved and being stamped, and
*> the catalog claim held while the stamp is written; one select
*> serves both since the file is never held open - its existence is
*> the lock
  select lock-file assign to dynamic lock-filename
  organization is line sequential
  file status is lock-status.

data division.
file section.
fd  prime-file.
  copy 'SVOUTREC.CPY'.

fd  compfac-file.
  copy 'SVCOMREC.CPY'.

fd  cert-file.
  01 cert-record         pic x(80).

fd  catalog-file.
  copy 'SVCATREC.CPY'.

fd  catalog-tmp-file.
  copy 'SVCATREC.CPY'
    replacing ==catalog-record== by ==catalog-tmp-record==
              ==ct-n==            by ==ctt-n==
              ==ct-run-date==     by ==ctt-run-date==
              ==ct-output-name==  by ==ctt-output-name==
              ==ct-compfact-name== by ==ctt-compfact-name==
              ==ct-summary-name== by ==ctt-summary-name==
              ==ct-prime-count==  by ==ctt-prime-count==
              ==ct-compfact-count== by ==ctt-compfact-count==
              ==ct-status==       by ==ctt-status==
              ==ct-active==       by ==ctt-active==
              ==ct-purged==       by ==ctt-purged==
              ==ct-retired==      by ==ctt-retired==
              ==ct-purge-date==   by ==ctt-purge-date==
              ==ct-cert-status==  by ==ctt-cert-status==
              ==ct-certified==    by ==ctt-certified==
              ==ct-cert-failed==  by ==ctt-cert-failed==
              ==ct-cert-date==    by ==ctt-cert-date==
              ==ct-cert-sample==  by ==ctt-cert-sample==
              ==ct-hold-status==  by ==ctt-hold-status==
              ==ct-held==         by ==ctt-held==
              ==ct-hold-date==    by ==ctt-hold-date==
              ==ct-note==         by ==ctt-note==
              ==ct-note-date==    by ==ctt-note-date==
              ==ct-retire-date==  by ==ctt-retire-date==
              ==ct-family-type==  by ==ctt-family-type==
              ==ct-window==       by ==ctt-window==
              ==ct-window-low==   by ==ctt-window-low==.

fd  lock-file.
  copy 'SVCLMREC.CPY'.

working-storage section.
  77 parm-value          pic x(48).
  77 parm-tok1           pic x(12).
  77 parm-tok2           pic x(12).
  77 parm-tok3           pic x(12).
  77 parm-tok4           pic x(12).
  77 rate-tok            pic x(12).
  77 parm-num            pic 9(15).
  77 n                   pic 9(10).
  77 n-edited            pic z(9)9.
  77 is-valid-input      pic 9.
  77 sample-rate         pic 9(5) value 1.
  77 window-mode         pic 9 value 0.
  77 window-low          pic 9(10).
  77 window-low-edited   pic z(9)9.
  77 window-stem         pic x(28).
*> the family's name on file names and claims - n for a full table,
*> WINDOW-<low>-<high> for a window - and the bottom of the range its
*> primes and composites must lie in
  77 family-name         pic x(28).
  77 range-low           pic 9(10).
  77 comp-range-low      pic 9(10).
  77 range-low-edited    pic z(9)9.
  77 prime-filename      pic x(40).
  77 compfac-filename    pic x(40).
  77 cert-filename       pic x(40).
  77 prime-status        pic x(2).
  77 compfac-status      pic x(2).
  77 catalog-filename    pic x(40) value 'CATALOG.TXT'.
  77 catalog-tmp-filename pic x(44) value 'CATALOG.TXT.TMP'.
  77 catalog-status      pic x(2).
  77 catalog-eof         pic 9.
  77 catalog-stamped     pic 9.
  77 rename-rc           pic s9(9) comp-5.
  77 lock-filename       pic x(44).
  77 family-lock-filename pic x(44).
  77 catalog-lock-filename pic x(44) value 'LOCK-CATALOG.TXT'.
  77 lock-status         pic x(2).
  77 lock-claimed        pic 9.
  77 claim-program       pic x(12) value 'cobCert'.
  77 cert-date           pic x(8).

  77 header-seen         pic 9 value 0.
  77 trailer-seen        pic 9 value 0.
  77 trailer-value       pic 9(10).
  77 bogus-one-seen      pic 9 value 0.
  77 prime-eof           pic 9.
  77 compfac-eof         pic 9.
  77 detail-count        pic 9(10).
  77 compfact-count      pic 9(10).
  77 primes-proved       pic 9(10).
  77 composites-proved   pic 9(10).
*> counts down to the next record to be certified; reset to the
*> sample rate after each one, so a rate of 1 certifies every record
  77 prime-countdown     pic 9(5).
  77 compfac-countdown   pic 9(5).

*> the independent divisor table: every prime up to the square root
*> of n, found by trial division against the primes already in the
*> table.  sized for the square root of the largest n the 10-digit
*> record fields can hold (9592 primes lie below 100000), so no n
*> the sieve accepts can outgrow it
  77 cert-limit          pic 9(10).
  77 candidate           pic 9(10).
  77 table-count         pic 9(5).
  77 table-idx           pic 9(5).
  01 divisor-table.
     05 cert-prime       pic 9(10) occurs 9600 times.

*> trial-divide's arguments and result: test-value is tried against
*> the table primes from 2 upward, stopping at its square root or at
*> divisor-ceiling, whichever comes first; divisor-found is the
*> first prime found to divide it, 0 if none
  77 test-value          pic 9(10).
  77 divisor-ceiling     pic 9(10).
  77 divisor             pic 9(10).
  77 divisor-found       pic 9(10).
  77 no-ceiling          pic 9(10) value 9999999999.
  77 factor-quotient     pic 9(10).
  77 factor-remainder    pic 9(10).
  77 comp-number         pic 9(10).
  77 comp-factor         pic 9(10).

*> after this many detail lines the report stops itemizing and just
*> keeps counting, the same cap cobRecon applies
  77 max-reported-errors pic 9(5) value 100.
  77 error-count         pic 9(10).
  77 count-edited        pic z(9)9.
  77 value-edited        pic z(9)9.
  77 factor-edited       pic z(9)9.
  77 rate-edited         pic zzzz9.
  77 report-text         pic x(80).

procedure division.
main-logic.
  accept parm-value from command-line.
  perform get-parm-values.
  if is-valid-input = 0
    display 'usage: cobCert <n> [<sample-rate>] - n must be numeric'
            ' and positive, sample rate 1 to 99999'
    display '       cobCert WINDOW <low> <high> [<sample-rate>] - low'
            ' at least 2 and not above high'
    move 8 to return-code
    stop run
  end-if.

  if window-mode = 1
    move window-stem to family-name
    move window-low to range-low
*> a window has no quirk record for 1 to step over
    move 1 to bogus-one-seen
  else
    move function trim(n-edited) to family-name
    move 2 to range-low
  end-if.
  move range-low to range-low-edited.
  if range-low > 4
    move range-low to comp-range-low
  else
    move 4 to comp-range-low
  end-if.

  move spaces to family-lock-filename.
  string 'LOCK-' delimited by size
         function trim(family-name) delimited by size
         '.TXT' delimited by size
         into family-lock-filename.
  move family-lock-filename to lock-filename.
  perform claim-lock.
  if lock-claimed = 0
    move 8 to return-code
    stop run
  end-if.

  move spaces to prime-filename.
  move spaces to compfac-filename.
  if window-mode = 1
    string function trim(window-stem) delimited by size
           '.TXT' delimited by size
           into prime-filename
    string function trim(window-stem) delimited by size
           '-CF.TXT' delimited by size
           into compfac-filename
  else
    string 'OUTPUT-' delimited by size
           function trim(n-edited) delimited by size
           '.TXT' delimited by size
           into prime-filename
    string 'COMPFACT-' delimited by size
           function trim(n-edited) delimited by size
           '.TXT' delimited by size
           into compfac-filename
  end-if.
  move spaces to cert-filename.
  string 'CERT-' delimited by size
         function trim(family-name) delimited by size
         '.TXT' delimited by size
         into cert-filename.

  move 0 to error-count.
  move 0 to detail-count.
  move 0 to compfact-count.
  move 0 to primes-proved.
  move 0 to composites-proved.
  accept cert-date from date yyyymmdd.
  open output cert-file.

  move spaces to report-text.
  string 'CERTIFICATION OF ' delimited by size
         function trim(prime-filename) delimited by size
         ' AND ' delimited by size
         function trim(compfac-filename) delimited by size
         into report-text.
  perform write-report-line.
  move sample-rate to rate-edited.
  move spaces to report-text.
  string 'RUN DATE ' delimited by size
         cert-date delimited by size
         ' - EVERY ' delimited by size
         function trim(rate-edited) delimited by size
         ' RECORD(S) RE-PROVED BY TRIAL DIVISION' delimited by size
         into report-text.
  perform write-report-line.

  open input prime-file.
  if prime-status not = '00'
    move spaces to report-text
    string 'PRIME TABLE ' delimited by size
           function trim(prime-filename) delimited by size
           ' NOT FOUND OR UNREADABLE - STATUS ' delimited by size
           prime-status delimited by size
           into report-text
    perform report-error
    perform finish-run
  end-if.

  open input compfac-file.
  if compfac-status not = '00'
    move spaces to report-text
    string 'COMPFACT FILE ' delimited by size
           function trim(compfac-filename) delimited by size
           ' NOT FOUND OR UNREADABLE - STATUS ' delimited by size
           compfac-status delimited by size
           into report-text
    perform report-error
    close prime-file
    perform finish-run
  end-if.

  perform build-divisor-table.

  perform check-header.
  move 1 to prime-countdown.
  perform certify-prime-record until prime-eof = 1.
  perform check-trailer.

  move 0 to compfac-eof.
  move 1 to compfac-countdown.
  perform certify-compfact-record until compfac-eof = 1.

  close prime-file.
  close compfac-file.
  perform finish-run.

get-parm-values.
*> same PARM discipline as cobSeive: a non-numeric value is rejected
*> outright instead of handed to NUMVAL, which would silently coerce
*> it to 0.  the sample rate is optional
  move 0 to is-valid-input.
  move spaces to parm-tok1.
  move spaces to parm-tok2.
  move spaces to parm-tok3.
  move spaces to parm-tok4.
  unstring parm-value delimited by all spaces
      into parm-tok1 parm-tok2 parm-tok3 parm-tok4.
  if function upper-case(function trim(parm-tok1)) = 'WINDOW'
    perform get-parm-window
    move parm-tok4 to rate-tok
  else
    perform get-parm-n
    move parm-tok2 to rate-tok
  end-if.
  if is-valid-input = 1
      and function trim(rate-tok) not = spaces
    if function trim(rate-tok) is numeric
      move function numval(rate-tok) to parm-num
      if parm-num >= 1 and parm-num <= 99999
        move parm-num to sample-rate
      else
        move 0 to is-valid-input
      end-if
    else
      move 0 to is-valid-input
    end-if
  end-if.

get-parm-n.
  if function trim(parm-tok1) not = spaces
      and function trim(parm-tok1) is numeric
    move function numval(parm-tok1) to parm-num
    if parm-num >= 1 and parm-num <= 9999999999
      move parm-num to n
      move n to n-edited
      move 1 to is-valid-input
    end-if
  end-if.

get-parm-window.
*> both bounds numeric and ten digits at most, the low at least 2 and
*> not above the high; the sieve applied its own window limits when
*> the family was made
  if function trim(parm-tok2) not = spaces
      and function trim(parm-tok2) is numeric
      and function trim(parm-tok3) not = spaces
      and function trim(parm-tok3) is numeric
    move function numval(parm-tok2) to parm-num
    if parm-num >= 2 and parm-num <= 9999999999
      move parm-num to window-low
      move function numval(parm-tok3) to parm-num
      if parm-num >= window-low and parm-num <= 9999999999
        move parm-num to n
        move n to n-edited
        move window-low to window-low-edited
        move spaces to window-stem
        string 'WINDOW-' delimited by size
               function trim(window-low-edited) delimited by size
               '-' delimited by size
               function trim(n-edited) delimited by size
               into window-stem
        move 1 to window-mode
        move 1 to is-valid-input
      end-if
    end-if
  end-if.

build-divisor-table.
*> 2, then every odd candidate up to the square root of n that no
*> smaller table prime divides.  one is added to the integer square
*> root so a floating-point root landing just short of an exact
*> square cannot leave the last divisor out
  compute cert-limit = function integer(function sqrt(n)) + 1.
  move 2 to cert-prime(1).
  move 1 to table-count.
  move no-ceiling to divisor-ceiling.
  move 3 to candidate.
  perform add-table-candidate until candidate > cert-limit.

add-table-candidate.
  move candidate to test-value.
  perform trial-divide.
  if divisor-found = 0
    add 1 to table-count
    move candidate to cert-prime(table-count)
  end-if.
  add 2 to candidate.

trial-divide.
  move 0 to divisor-found.
  move 1 to table-idx.
  perform try-next-divisor
      until table-idx > table-count or divisor-found > 0.

try-next-divisor.
  move cert-prime(table-idx) to divisor.
  if divisor >= divisor-ceiling
      or divisor * divisor > test-value
*> past the square root (or the ceiling) with nothing found - park
*> the index past the table end to stop the walk
    compute table-idx = table-count + 1
  else
    divide test-value by divisor
        giving factor-quotient remainder factor-remainder
    if factor-remainder = 0
      move divisor to divisor-found
    end-if
    add 1 to table-idx
  end-if.

check-header.
*> the first record on the prime table must be the one 'H' header and
*> its so-value must match the n the file is named for; a window's
*> header must also carry the window mark and its low bound, and a
*> full table's must not
  move 0 to prime-eof.
  read prime-file
    at end
      move 1 to prime-eof
    not at end
      if so-header-record
        move 1 to header-seen
        if so-value not = n
          move so-value to value-edited
          move spaces to report-text
          string 'HEADER N ' delimited by size
                 function trim(value-edited) delimited by size
                 ' DOES NOT MATCH FILE NAME N ' delimited by size
                 function trim(n-edited) delimited by size
                 into report-text
          perform report-error
        end-if
        perform check-header-window
      else
        move spaces to report-text
        move 'FIRST RECORD IS NOT AN H HEADER' to report-text
        perform report-error
      end-if
  end-read.
  if prime-eof = 1 and header-seen = 0
    move spaces to report-text
    move 'PRIME TABLE IS EMPTY - NO HEADER RECORD' to report-text
    perform report-error
  end-if.

check-header-window.
  if window-mode = 1
    if not so-window-header
      move spaces to report-text
      move 'HEADER IS NOT MARKED AS A WINDOW' to report-text
      perform report-error
    else if so-window-low not = window-low
      move spaces to report-text
      string 'HEADER LOW BOUND ' delimited by size
             so-window-low delimited by size
             ' DOES NOT MATCH FILE NAME LOW ' delimited by size
             function trim(window-low-edited) delimited by size
             into report-text
      perform report-error
    end-if
  else if so-window-header
    move spaces to report-text
    move 'HEADER IS A WINDOW HEADER, NOT A FULL TABLE' to report-text
    perform report-error
  end-if.

certify-prime-record.
*> the table's long-standing quirk record for 1 is counted toward the
*> trailer like every 'D' row but is not put to the proof; any other
*> 'D' value is proved when its turn in the sample comes up.  the
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
          subtract 1 from prime-countdown
          if prime-countdown = 0
            move sample-rate to prime-countdown
            perform prove-prime
          end-if
        end-if
      else if so-trailer-record
        move 1 to trailer-seen
        move so-value to trailer-value
        move 1 to prime-eof
      else
        move spaces to report-text
        move 'UNEXPECTED RECORD CODE ON PRIME TABLE' to report-text
        perform report-error
      end-if
  end-read.

prove-prime.
  add 1 to primes-proved.
  move so-value to value-edited.
  if so-value < range-low or so-value > n
    move spaces to report-text
    string 'PRIME ' delimited by size
           function trim(value-edited) delimited by size
           ' OUTSIDE THE RANGE ' delimited by size
           function trim(range-low-edited) delimited by size
           ' TO N' delimited by size
           into report-text
    perform report-error
  else
    move so-value to test-value
    move no-ceiling to divisor-ceiling
    perform trial-divide
    if divisor-found > 0
      move divisor-found to factor-edited
      move spaces to report-text
      string 'PRIME ' delimited by size
             function trim(value-edited) delimited by size
             ' IS NOT PRIME - DIVISIBLE BY ' delimited by size
             function trim(factor-edited) delimited by size
             into report-text
      perform report-error
    end-if
  end-if.

certify-compfact-record.
  read compfac-file
    at end
      move 1 to compfac-eof
    not at end
      add 1 to compfact-count
      subtract 1 from compfac-countdown
      if compfac-countdown = 0
        move sample-rate to compfac-countdown
        perform prove-smallest-factor
      end-if
  end-read.

prove-smallest-factor.
*> f is the smallest factor of c exactly when f divides c, f*f does
*> not exceed c, and no prime below f divides c.  f*f <= c <= n keeps
*> f inside the divisor table, so every prime below f is there to be
*> tried; a composite f would be caught the same way, by its own
*> smaller prime factor dividing c
  add 1 to composites-proved.
  move cf-number to comp-number.
  move cf-smallest-factor to comp-factor.
  move comp-number to value-edited.
  move comp-factor to factor-edited.
  if comp-number < comp-range-low or comp-number > n
    move comp-range-low to count-edited
    move spaces to report-text
    string 'COMPOSITE ' delimited by size
           function trim(value-edited) delimited by size
           ' OUTSIDE THE RANGE ' delimited by size
           function trim(count-edited) delimited by size
           ' TO N' delimited by size
           into report-text
    perform report-error
  else if comp-factor < 2
      or comp-factor * comp-factor > comp-number
    move spaces to report-text
    string 'COMPOSITE ' delimited by size
           function trim(value-edited) delimited by size
           ' HAS IMPOSSIBLE SMALLEST FACTOR ' delimited by size
           function trim(factor-edited) delimited by size
           into report-text
    perform report-error
  else
    divide comp-number by comp-factor
        giving factor-quotient remainder factor-remainder
    if factor-remainder not = 0
      move spaces to report-text
      string 'FACTOR ' delimited by size
             function trim(factor-edited) delimited by size
             ' DOES NOT DIVIDE COMPOSITE ' delimited by size
             function trim(value-edited) delimited by size
             into report-text
      perform report-error
    else
      move comp-number to test-value
      move comp-factor to divisor-ceiling
      perform trial-divide
      if divisor-found > 0
        move spaces to report-text
        string 'COMPOSITE ' delimited by size
               function trim(value-edited) delimited by size
               ' FACTOR ' delimited by size
               function trim(factor-edited) delimited by size
               ' IS NOT SMALLEST' delimited by size
               into report-text
        perform report-error
        move divisor-found to factor-edited
        move spaces to report-text
        string '  SMALLER FACTOR ' delimited by size
               function trim(factor-edited) delimited by size
               ' DIVIDES IT' delimited by size
               into report-text
        if error-count <= max-reported-errors
          perform write-report-line
        end-if
      end-if
    end-if
  end-if.

check-trailer.
*> the trailer must exist and its so-value must equal the number of
*> 'D' records actually on the file (including the quirk record for 1)
  if trailer-seen = 0
    move spaces to report-text
    move 'NO T TRAILER RECORD ON PRIME TABLE' to report-text
    perform report-error
  else if trailer-value not = detail-count
    move trailer-value to value-edited
    move detail-count to count-edited
    move spaces to report-text
    string 'TRAILER COUNT ' delimited by size
           function trim(value-edited) delimited by size
           ' BUT ' delimited by size
           function trim(count-edited) delimited by size
           ' D RECORDS ON FILE' delimited by size
           into report-text
    perform report-error
  end-if.

finish-run.
*> totals and verdict on the report, the verdict stamped on the
*> catalog, the family claim given back - on every path out once
*> the claim is held
  perform write-report-totals.
  perform stamp-catalog.
  if catalog-stamped = 0
    move spaces to report-text
    move 'VERDICT NOT STAMPED ON THE CATALOG - RERUN WHEN CLEAR'
        to report-text
    perform write-report-line
  end-if.
  close cert-file.
  move family-lock-filename to lock-filename.
  perform release-claim.
  if error-count > 0 or catalog-stamped = 0
    move 8 to return-code
  end-if.
  stop run.

stamp-catalog.
*> the verdict goes on the family's active catalog record, rebuilt
*> through the temp copy and swapped in under the catalog claim the
*> same way cobSeive registers a run.  a family with no active entry
*> (never registered, or purged) has nowhere to carry the stamp, so
*> the run ends nonzero rather than leave a table looking certified
*> to nobody
  move 0 to catalog-stamped.
  move catalog-lock-filename to lock-filename.
  perform claim-lock.
  if lock-claimed = 0
    display 'catalog busy - certification verdict for family '
            function trim(family-name) ' not stamped'
  else
    move 0 to catalog-eof
    open input catalog-file
    if catalog-status not = '00'
      display 'catalog ' function trim(catalog-filename)
              ' not found or unreadable - status ' catalog-status
    else
      open output catalog-tmp-file
      perform copy-catalog-entry until catalog-eof = 1
      close catalog-file
      close catalog-tmp-file
      if catalog-stamped = 1
        call 'CBL_RENAME_FILE' using catalog-tmp-filename
                                     catalog-filename
          returning rename-rc
        if rename-rc not = 0
          display 'could not update '
                  function trim(catalog-filename)
                  ' - rc=' rename-rc
          move 0 to catalog-stamped
        end-if
      else
        delete file catalog-tmp-file
        display 'no active catalog entry for family '
                function trim(family-name)
                ' - certification verdict not stamped'
      end-if
    end-if
    perform release-claim
  end-if.

copy-catalog-entry.
  read catalog-file
    at end
      move 1 to catalog-eof
    not at end
      move catalog-record to catalog-tmp-record
*> a window's record is told apart from a full table's (and from
*> another window ending on the same n) by its low bound
      if ct-n = n and ct-active
          and ((window-mode = 0 and not ct-window)
            or (window-mode = 1 and ct-window
                and ct-window-low = window-low))
        if error-count = 0
          move 'C' to ctt-cert-status
        else
          move 'F' to ctt-cert-status
        end-if
        move cert-date to ctt-cert-date
        move sample-rate to ctt-cert-sample
        move 1 to catalog-stamped
      end-if
      write catalog-tmp-record
  end-read.

claim-lock.
*> create-if-absent, exactly the claim cobSeive and cobMerge take:
*> a claimant finding the file already on disk ends under control
*> and the operator is told who holds it and how to clear a stale
*> claim left by a crashed holder
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

report-error.
*> count every finding, but stop itemizing once the report cap is
*> reached so a badly broken table can't flood the spool
  add 1 to error-count.
  if error-count <= max-reported-errors
    perform write-report-line
  end-if.
  if error-count = max-reported-errors
    move spaces to report-text
    move 'FURTHER ERROR DETAIL SUPPRESSED - COUNTS CONTINUE'
        to report-text
    perform write-report-line
  end-if.

write-report-line.
  move report-text to cert-record.
  write cert-record.

write-report-totals.
  move spaces to report-text.
  move detail-count to count-edited.
  string 'D RECORDS READ=' delimited by size
         function trim(count-edited) delimited by size
         into report-text.
  perform write-report-line.

  move spaces to report-text.
  move primes-proved to count-edited.
  string 'PRIMES RE-PROVED=' delimited by size
         function trim(count-edited) delimited by size
         into report-text.
  perform write-report-line.

  move spaces to report-text.
  move compfact-count to count-edited.
  string 'COMPFACT RECORDS READ=' delimited by size
         function trim(count-edited) delimited by size
         into report-text.
  perform write-report-line.

  move spaces to report-text.
  move composites-proved to count-edited.
  string 'SMALLEST FACTORS RE-PROVED=' delimited by size
         function trim(count-edited) delimited by size
         into report-text.
  perform write-report-line.

  move spaces to report-text.
  move error-count to count-edited.
  string 'ERRORS FOUND=' delimited by size
         function trim(count-edited) delimited by size
         into report-text.
  perform write-report-line.

  move spaces to report-text.
  if error-count = 0
    move 'TABLE CERTIFIED' to report-text
    display 'cobCert: ' function trim(prime-filename)
            ' certified - every ' function trim(rate-edited)
            ' record(s) re-proved'
  else
    move 'TABLE NOT CERTIFIED' to report-text
    move error-count to count-edited
    display 'cobCert: ' function trim(prime-filename)
            ' NOT certified - ' function trim(count-edited)
            ' error(s) - see ' function trim(cert-filename)
  end-if.
  perform write-report-line.
