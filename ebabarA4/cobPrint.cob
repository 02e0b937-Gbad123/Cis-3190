*> ordinal range in the left margin; a final totals page reconciles
*> the printed count against the 'T' trailer so a short listing can
*> never be handed out unnoticed.
*>
*> only a table cobCert has certified is listed: the family's active
*> CATALOG.TXT record must carry the certified stamp, or nothing is
*> printed.  a family cobCatMaint has retired is not printed either.
*>
*> invocation: cobPrint <n>
*>         or cobPrint WINDOW <low> <high>
*> the second form lists a window family from cobSeive's WINDOW card
*> (WINDOW-<low>-<high>.TXT to PRNTRPT-WINDOW-<low>-<high>.TXT); the
*> window must carry its own certified catalog record, the headings
*> show its bounds, and the ordinals count from the window's first
*> prime rather than from 2.
environment division.
input-output section.
file-control.
  select print-file assign to dynamic print-filename
  organization is line sequential.

*> the catalog master, read only to find the family's certification
*> stamp - a table cobCert has not certified is not released
  select catalog-file assign to dynamic catalog-filename
  organization is line sequential
  file status is catalog-status.

data division.
file section.
fd  prime-file.
fd  print-file.
  01 print-record        pic x(132).

fd  catalog-file.
  copy 'SVCATREC.CPY'.

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
*> how the family is named in messages and in the cobCert command
*> the operator is told to run
  77 family-name         pic x(40).
  77 family-parm         pic x(40).
  77 cert-filename       pic x(40).
  77 prime-filename      pic x(40).
  77 print-filename      pic x(40).
  77 prime-status        pic x(2).
  77 catalog-filename    pic x(40) value 'CATALOG.TXT'.
  77 catalog-status      pic x(2).
  77 catalog-eof         pic 9.
  77 entry-found         pic 9.
  77 entry-cert-status   pic x(1).
  77 entry-cert-date     pic x(8).
  77 entry-retired       pic 9.
  77 entry-retire-date   pic x(8).
  77 table-certified     pic 9.
  77 prime-eof           pic 9.
  77 header-seen         pic 9.
  77 trailer-seen        pic 9.
  accept parm-value from command-line.
  perform get-parm-n.
  if is-valid-input = 0
    display 'usage: cobPrint <n> | WINDOW <low> <high> - n and the'
            ' bounds must be numeric and positive, low not above high'
    move 8 to return-code
    stop run
  end-if.
  perform build-family-names.

  perform check-certification.
  if table-certified = 0
    move 8 to return-code
    stop run
  end-if.

  open input prime-file.
  if prime-status not = '00'
*> outright instead of handed to NUMVAL, which would silently coerce
*> it to 0
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

build-family-names.
  move spaces to family-name.
  move spaces to family-parm.
  move spaces to prime-filename.
  move spaces to print-filename.
  move spaces to cert-filename.
  if window-mode = 1
    string 'window ' delimited by size
           function trim(window-low-edited) delimited by size
           '-' delimited by size
           function trim(n-edited) delimited by size
           into family-name
    string 'WINDOW ' delimited by size
           function trim(window-low-edited) delimited by size
           ' ' delimited by size
           function trim(n-edited) delimited by size
           into family-parm
    string function trim(window-stem) delimited by size
           '.TXT' delimited by size
           into prime-filename
    string 'PRNTRPT-' delimited by size
           function trim(window-stem) delimited by size
           '.TXT' delimited by size
           into print-filename
    string 'CERT-' delimited by size
           function trim(window-stem) delimited by size
           '.TXT' delimited by size
           into cert-filename
  else
    string 'n ' delimited by size
           function trim(n-edited) delimited by size
           into family-name
    move function trim(n-edited) to family-parm
    string 'OUTPUT-' delimited by size
           function trim(n-edited) delimited by size
           '.TXT' delimited by size
           into prime-filename
    string 'PRNTRPT-' delimited by size
           function trim(n-edited) delimited by size
           '.TXT' delimited by size
           into print-filename
    string 'CERT-' delimited by size
           function trim(n-edited) delimited by size
           '.TXT' delimited by size
           into cert-filename
  end-if.

check-certification.
*> a table is released only once cobCert has re-proved it and
*> stamped its active catalog record certified.  one never
*> certified, one that failed, and one rebuilt since (the sieve and
*> the merge re-register a rebuilt family with the stamp cleared)
*> are all refused, as is a family operations has retired
  move 0 to table-certified.
  perform find-catalog-entry.
  if entry-found = 0
    display function trim(family-name)
            ' has no active catalog record - table not released'
  else if entry-retired = 1
    display 'prime table for ' function trim(family-name)
            ' retired from service on ' entry-retire-date
            ' - table not released'
  else if entry-cert-status = 'C'
    move 1 to table-certified
  else if entry-cert-status = 'F'
    display 'prime table for ' function trim(family-name)
            ' failed certification on ' entry-cert-date
            ' - see ' function trim(cert-filename)
  else
    display 'prime table for ' function trim(family-name)
            ' has not been certified - run cobCert '
            function trim(family-parm) ' first'
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
*> a window family is its own catalog record, told apart from a full
*> table (and from another window ending on the same n) by its low
*> bound
      if ct-n = n and (ct-active or ct-retired)
          and ((window-mode = 0 and not ct-window)
            or (window-mode = 1 and ct-window
                and ct-window-low = window-low))
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

read-table-header.
*> the page headings carry the run's n and date, so a file that does
*> not open with a proper header for this n cannot be listed at all;
*> a window's header must also carry the window mark and its low
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
      else
        display 'prime table ' function trim(prime-filename)
                ' does not open with an H header for '
                function trim(family-name)
      end-if
  end-read.

  add 1 to page-number.
  move page-number to page-edited.
  move spaces to heading-text.
  if window-mode = 1
    string 'PRIME WINDOW LISTING   ' delimited by size
           function trim(window-low-edited) delimited by size
           ' TO ' delimited by size
           function trim(n-edited) delimited by size
           '   RUN DATE ' delimited by size
           run-date delimited by size
           '   PAGE ' delimited by size
           function trim(page-edited) delimited by size
           into heading-text
  else
    string 'PRIME TABLE LISTING   N=' delimited by size
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
  if window-mode = 1
    move ' IN WINDOW     PRIMES' to heading-text
  else
    move ' ORDINALS      PRIMES' to heading-text
  end-if.
  move heading-text to print-record.
  write print-record.
  move spaces to print-record.
