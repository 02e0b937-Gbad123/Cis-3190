*> ends with a nonzero return code on any failure so the scheduler
*> can trap a torn or short file instead of a downstream user
*> finding it first.
*>
*> invocation: cobRecon <n>
*>         or cobRecon WINDOW <low> <high>
*> the second form balances a window family from cobSeive's WINDOW
*> card - WINDOW-<low>-<high>.TXT against WINDOW-<low>-<high>-CF.TXT,
*> report RECON-WINDOW-<low>-<high>.TXT - exactly as a full table,
*> except that the header must carry the window's bounds, the
*> coverage walk runs from the low bound instead of 2, and there is
*> no quirk record for 1.
environment division.
input-output section.
file-control.
  01 recon-record        pic x(80).

working-storage section.
  77 parm-value          pic x(40).
  77 parm-tok1           pic x(12).
  77 parm-tok2           pic x(12).
  77 parm-tok3           pic x(12).
  77 n                   pic 9(10).
  77 n-edited            pic z(9)9.
  77 is-valid-input      pic 9.
  77 window-mode         pic 9.
  77 window-low          pic 9(10).
  77 window-low-edited   pic z(9)9.
  77 window-stem         pic x(28).
  77 range-low           pic 9(10).
  77 prime-filename      pic x(40).
  77 compfac-filename    pic x(40).
  77 recon-filename      pic x(40).
  accept parm-value from command-line.
  perform get-parm-n.
  if is-valid-input = 0
    display 'usage: cobRecon <n> | WINDOW <low> <high> - n and the'
            ' bounds must be numeric and positive, low not above high'
    move 8 to return-code
    stop run
  end-if.

  if window-mode = 1
    move window-low to range-low
    move spaces to prime-filename
    string function trim(window-stem) delimited by size
           '.TXT' delimited by size
           into prime-filename
    move spaces to compfac-filename
    string function trim(window-stem) delimited by size
           '-CF.TXT' delimited by size
           into compfac-filename
    move spaces to recon-filename
    string 'RECON-' delimited by size
           function trim(window-stem) delimited by size
           '.TXT' delimited by size
           into recon-filename
*> a window has no quirk record for 1, so a 1 on one is just a
*> value out of order
    move 1 to bogus-one-seen
  else
    move 2 to range-low
    move spaces to prime-filename
    string 'OUTPUT-' delimited by size
           function trim(n-edited) delimited by size
           '.TXT' delimited by size
           into prime-filename
    move spaces to compfac-filename
    string 'COMPFACT-' delimited by size
           function trim(n-edited) delimited by size
           '.TXT' delimited by size
           into compfac-filename
    move spaces to recon-filename
    string 'RECON-' delimited by size
           function trim(n-edited) delimited by size
           '.TXT' delimited by size
           into recon-filename
  end-if.

  move 0 to error-count.
  move 0 to detail-count.
get-parm-n.
*> same PARM discipline as cobSeive: a non-numeric value is rejected
*> outright instead of handed to NUMVAL, which would silently coerce
*> it to 0.  "WINDOW <low> <high>" names a window family instead
  move 0 to is-valid-input.
  move 0 to window-mode.
  move spaces to parm-tok1.
  move spaces to parm-tok2.
  move spaces to parm-tok3.
  unstring parm-value delimited by all spaces
      into parm-tok1 parm-tok2 parm-tok3.
  if function upper-case(function trim(parm-tok1)) = 'WINDOW'
    perform get-parm-window
  else if function trim(parm-value) is numeric
      and function length(function trim(parm-value)) <= 10
    move function numval(parm-value) to n
    if n > 0
      move 1 to is-valid-input
    end-if
  end-if.

get-parm-window.
*> both bounds numeric, ten digits at most, the low at least 2 and
*> not above the high; the sieve's own window limits were applied
*> when the family was made
  if function trim(parm-tok2) not = spaces
      and function trim(parm-tok2) is numeric
      and function length(function trim(parm-tok2)) <= 10
      and function trim(parm-tok3) not = spaces
      and function trim(parm-tok3) is numeric
      and function length(function trim(parm-tok3)) <= 10
    move function numval(parm-tok2) to window-low
    move function numval(parm-tok3) to n
    if window-low >= 2 and window-low <= n
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
  end-if.

check-header.
*> the first record on the prime table must be the one 'H' header and
*> its so-value must match the n the file is named for; a window's
*> header must also carry the window mark and its low bound, and a
*> full table's must not
  move 0 to prime-eof.
  read prime-file
    at end
                 into report-text
          perform report-error
        end-if
        perform check-header-window
      else
        move spaces to report-text
        move 'FIRST RECORD IS NOT AN H HEADER' to report-text
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

read-prime-detail.
*> advance the prime-table stream to its next 'D' value.  the table's
*> long-standing quirk of listing 1 as a "prime" is expected here: the
  end-perform.

walk-coverage.
*> every integer from 2 (a window's low bound) to n must arrive from
*> exactly one of the two streams, in order.  a value below the one
*> expected is a duplicate or out-of-order record; a value in neither
*> stream is a gap; a value in both is a prime/composite collision.
*> each branch always advances a stream or expected-number, so the
*> walk cannot stall.
  move range-low to expected-number.
  perform until expected-number > n
    if prime-next < expected-number
      move prime-next to value-edited
