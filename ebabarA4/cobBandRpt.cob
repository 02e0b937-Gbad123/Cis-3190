*> lower member.  the table's quirk record for 1 is counted toward
*> the trailer reconciliation like any other 'D' record but takes no
*> part in the band statistics.
*>
*>             cobBandRpt WINDOW <low> <high> [<band-width>]
*> reports a window family from cobSeive's WINDOW card instead -
*> WINDOW-<low>-<high>.TXT to BANDRPT-WINDOW-<low>-<high>.TXT - with
*> the bands anchored on the window's low bound; the header must
*> carry the window's bounds.  the first prime in a window has no
*> predecessor on file, so it opens no gap.
environment division.
input-output section.
file-control.
  01 print-record        pic x(132).

working-storage section.
  77 parm-value          pic x(48).
  77 parm-tok1           pic x(12).
  77 parm-tok2           pic x(12).
  77 parm-tok3           pic x(12).
  77 parm-tok4           pic x(12).
  77 width-tok           pic x(12).
  77 parm-num            pic 9(15).
  77 n                   pic 9(10).
  77 n-edited            pic z(9)9.
  77 is-valid-input      pic 9.
  77 band-width          pic 9(10) value 1000000.
  77 window-mode         pic 9 value 0.
  77 window-low          pic 9(10).
  77 window-low-edited   pic z(9)9.
  77 window-stem         pic x(28).
  77 prime-filename      pic x(40).
  77 print-filename      pic x(40).
  77 prime-status        pic x(2).
  if is-valid-input = 0
    display 'usage: cobBandRpt <n> [<band-width>] - n must be'
            ' numeric and positive, band width at least 100'
    display '       cobBandRpt WINDOW <low> <high> [<band-width>]'
            ' - low at least 2 and not above high, band width no'
            ' wider than the window'
    move 8 to return-code
    stop run
  end-if.

  move spaces to prime-filename.
  move spaces to print-filename.
  if window-mode = 1
    string function trim(window-stem) delimited by size
           '.TXT' delimited by size
           into prime-filename
    string 'BANDRPT-' delimited by size
           function trim(window-stem) delimited by size
           '.TXT' delimited by size
           into print-filename
  else
    string 'OUTPUT-' delimited by size
           function trim(n-edited) delimited by size
           '.TXT' delimited by size
           into prime-filename
    string 'BANDRPT-' delimited by size
           function trim(n-edited) delimited by size
           '.TXT' delimited by size
           into print-filename
  end-if.

  open input prime-file.
  if prime-status not = '00'
  move 0 to is-valid-input.
  move spaces to parm-tok1.
  move spaces to parm-tok2.
  move spaces to parm-tok3.
  move spaces to parm-tok4.
  unstring parm-value delimited by all spaces
      into parm-tok1 parm-tok2 parm-tok3 parm-tok4.
  if function upper-case(function trim(parm-tok1)) = 'WINDOW'
    perform get-parm-window
    move parm-tok4 to width-tok
  else
    perform get-parm-n
    move parm-tok2 to width-tok
  end-if.
  if is-valid-input = 1
      and function trim(width-tok) not = spaces
    if function trim(width-tok) is numeric
      move function numval(width-tok) to parm-num
      if parm-num >= 100 and parm-num <= 9999999999
        move parm-num to band-width
      else
        move 0 to is-valid-input
      end-if
*> a window's bands start at its low bound, high in the range, so a
*> band wider than the window itself is refused
      if window-mode = 1
          and parm-num > n - window-low + 1
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
      move 1 to is-valid-input
    end-if
  end-if.

get-parm-window.
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

read-table-header.
*> the page headings carry the run's n and date, so a file that does
*> not open with a proper header for this n cannot be reported at
*> all; a window's header must also carry the window mark and its low
*> bound, and a full table's must not
  move 0 to header-seen.
  read prime-file
    at end
              ' is empty'
    not at end
      if so-header-record and so-value = n
          and ((window-mode = 0 and not so-window-header)
            or (window-mode = 1 and so-window-header
                and so-window-low = window-low))
        move 1 to header-seen
        move so-run-date to run-date
      else if window-mode = 1
        display 'prime table ' function trim(prime-filename)
                ' does not open with an H header for window '
                function trim(window-low-edited) '-'
                function trim(n-edited)
      else
        display 'prime table ' function trim(prime-filename)
                ' does not open with an H header for n '
advance-to-band.
  if band-open = 0
*> first band of the run: anchored so every band low sits one past a
*> multiple of the width, whatever value opens the table - or, for a
*> window, on the window's own low bound
    if window-mode = 1
      move window-low to band-low
    else
      compute band-low =
          function integer((cur-number - 1) / band-width)
              * band-width + 1
    end-if
*> a band running past the top of the record fields is cut off there;
*> no value on file can lie beyond it
    compute band-high = band-low + band-width - 1
      on size error
        move 9999999999 to band-high
    end-compute
    move 0 to band-prime-count
    move 0 to band-largest-gap
    move 0 to band-twin-count
    perform write-band-line
    compute band-low = band-high + 1
    compute band-high = band-low + band-width - 1
      on size error
        move 9999999999 to band-high
    end-compute
    move 0 to band-prime-count
    move 0 to band-largest-gap
    move 0 to band-twin-count
  add 1 to page-number.
  move page-number to page-edited.
  move spaces to heading-text.
  if window-mode = 1
    string 'PRIME DISTRIBUTION BY BAND   WINDOW ' delimited by size
           function trim(window-low-edited) delimited by size
           ' TO ' delimited by size
           function trim(n-edited) delimited by size
           '   RUN DATE ' delimited by size
           run-date delimited by size
           '   PAGE ' delimited by size
           function trim(page-edited) delimited by size
           into heading-text
  else
    string 'PRIME DISTRIBUTION BY BAND   N=' delimited by size
           function trim(n-edited) delimited by size
           '   RUN DATE ' delimited by size
           run-date delimited by size
           '   PAGE ' delimited by size
           function trim(page-edited) delimited by size
           into heading-text
  end-if.
  move heading-text to print-record.
  write print-record.
  move spaces to heading-text.
