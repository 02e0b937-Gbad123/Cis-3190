              ==so-slice-info==       by ==rso-slice-info==
              ==so-slice-high==       by ==rso-slice-high==
              ==so-slice-seq==        by ==rso-slice-seq==
              ==so-slice-of==         by ==rso-slice-of==
              ==so-window-info==      by ==rso-window-info==
              ==so-window-low==       by ==rso-window-low==
              ==so-window-flag==      by ==rso-window-flag==
              ==so-window-header==    by ==rso-window-header==.

fd  repair-compfact-file.
  copy 'SVCOMREC.CPY'
              ==so-slice-info==       by ==oso-slice-info==
              ==so-slice-high==       by ==oso-slice-high==
              ==so-slice-seq==        by ==oso-slice-seq==
              ==so-slice-of==         by ==oso-slice-of==
              ==so-window-info==      by ==oso-window-info==
              ==so-window-low==       by ==oso-window-low==
              ==so-window-flag==      by ==oso-window-flag==
              ==so-window-header==    by ==oso-window-header==.

fd  old-compfact-file.
  copy 'SVCOMREC.CPY'
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
  77 control-filename pic x(40) value 'CONTROL.TXT'.
  77 output-filename  pic x(40) value 'OUTPUT.TXT'.
*> as wide as a control card, so cobRunPlan's EXTEND step can hand
*> over "EXTEND <old-n> <new-n>" on the PARM
  77 parm-value            pic x(40).
  77 n-edited        pic z(9)9.
  77 is-valid-input   pic 9.
  77 flag             pic 9.
  77 slice-low            pic 9(10).
  77 slice-high           pic 9(10).
  77 range-high           pic 9(10).
*> WINDOW control-card state: a window run sieves only the band from
*> window-low up to n, which stands at the band's high bound as the
*> run's identity (claim, checkpoint, audit line, catalog key), and
*> writes its family under the WINDOW-<low>-<high> stem.  it has
*> limits of its own - a high bound far above max-allowed-n, but a
*> narrow width, since only the band itself is ever sieved and only
*> the base primes up to the square root of its high bound are
*> needed to do it
  77 window-mode          pic 9 value 0.
  77 window-low           pic 9(10).
  77 window-low-edited    pic z(9)9.
  77 window-stem          pic x(28).
  77 max-window-high      pic 9(10) value 9000000000.
  77 max-window-width     pic 9(10) value 10000000.
  77 ctl-tok1             pic x(12).
  77 ctl-tok2             pic x(12).
  77 ctl-tok3             pic x(12).
*> shop-approved ceiling on n: sqrt(max-allowed-n) must stay within
*> base-primes-table/sqrt-sieve-table's fixed OCCURS sizes above, so an
*> absurdly large n is rejected in validate-n before it ever reaches
*> compute-base-primes.  a full table's cost grows with n itself, so
*> this ceiling stays where it is; the window ceiling,
*> max-window-high, is what the two tables are sized for
  77 max-allowed-n     pic 9(10) value 100000000.

*> a fixed segment size instead of an OCCURS DEPENDING ON N table

  01  base-primes-table.
*> base primes below sqrt(n) used to sieve each segment; bounded by
*> sqrt of the window ceiling (the higher of the two ceilings - 9592
*> primes lie below 100000), not by n
      05 base-prime      pic 9(10) occurs 9600 times
                                    indexed by bp-idx.

  01  sqrt-sieve-table.
*> scratch sieve for finding the base primes above; also bounded by
*> sqrt of the window ceiling, not proportional to n
      05 temp-is-prime   pic 9 value 1 occurs 100000 times
                                    indexed by ts-idx.

  01  segment-table.
*> namespace every file this run touches by n, with the slice
*> position folded in on a partitioned run so m instances working
*> the same n can never collide on output, compfact, checkpoint or
*> summary files.  a window family is named for its band instead:
*> the table itself under the WINDOW-<low>-<high> stem and the other
*> members under it with a suffix, since the band's two bounds leave
*> no room in a file name for the usual prefixes
  if window-mode = 1
    perform build-window-filenames
  else
    perform build-table-filenames
  end-if.

build-window-filenames.
  move spaces to output-filename.
  string function trim(window-stem) delimited by size
         '.TXT' delimited by size
         into output-filename.
  move spaces to checkpoint-filename.
  string function trim(window-stem) delimited by size
         '-CHK.TXT' delimited by size
         into checkpoint-filename.
  move spaces to compfac-filename.
  string function trim(window-stem) delimited by size
         '-CF.TXT' delimited by size
         into compfac-filename.
  move spaces to summary-filename.
  string function trim(window-stem) delimited by size
         '-SUM.TXT' delimited by size
         into summary-filename.

build-table-filenames.
  perform build-filename-suffix.
  move spaces to output-filename.
  string 'OUTPUT-' delimited by size
*> validate the single n supplied on the command-line PARM; a
*> non-numeric PARM must be rejected outright rather than handed to
*> NUMVAL, which would silently coerce it to 0 and be mistaken for the
*> deliberate "0 to end" terminator.  a PARM run is a plain full
*> sieve unless the PARM is an EXTEND or WINDOW card, taken and
*> validated exactly as it would be off CONTROL.TXT; SLICE stays a
*> control-card facility only.
  move 0 to extend-mode.
  move 0 to slice-mode.
  move 0 to window-mode.
  move 0 to audit-slice-seq.
  move 0 to audit-range-size.
  move 0 to is-valid-input.
  move 0 to flag.
  move spaces to ctl-tok1.
  move spaces to ctl-tok2.
  move spaces to ctl-tok3.
  move spaces to ctl-tok4.
  unstring parm-value delimited by all spaces
      into ctl-tok1 ctl-tok2 ctl-tok3 ctl-tok4.
  if function upper-case(function trim(ctl-tok1)) = 'EXTEND'
    perform validate-extend-card
  else if function upper-case(function trim(ctl-tok1)) = 'WINDOW'
    perform validate-window-card
  else if function trim(parm-value) is numeric
*> the PARM is as wide as a control card, so an overlong value is
*> rejected by length before NUMVAL's result is squeezed into n
    if function length(function trim(parm-value)) > 10
      move 0 to n
      display "n exceeds maximum allowed value - rejected"
      move 0 to is-valid-input
      move 0 to flag
    else
      move function numval(parm-value) to n
      perform validate-n
    end-if
  else
    move 0 to n
    display "invalid input"
*> keyword card.  "EXTEND <old-n> <new-n>" grows the completed table
*> for old-n to new-n without re-sieving the range already on disk;
*> "SLICE <k> <m> <n>" makes this instance work slice k of m of the
*> range so m initiators can run the same n in parallel; "WINDOW
*> <low> <high>" sieves only that band, far above the n ceiling if
*> need be, as a family of its own.  anything else is rejected the
*> same way a garbled numeric card always has been.
  move 0 to extend-mode.
  move 0 to slice-mode.
  move 0 to window-mode.
  move spaces to ctl-tok1.
  move spaces to ctl-tok2.
  move spaces to ctl-tok3.
    perform validate-extend-card
  else if function upper-case(function trim(ctl-tok1)) = 'SLICE'
    perform validate-slice-card
  else if function upper-case(function trim(ctl-tok1)) = 'WINDOW'
    perform validate-window-card
  else if function trim(control-record) is numeric
*> the card is wide enough for 40 digits now, so an overlong value
*> must be rejected by length before NUMVAL's result is squeezed
    end-if
  end-if.

validate-window-card.
*> both bounds must be numeric, the band must lie wholly above the
*> full tables' ceiling - below it the full table is the answer, and
*> a window's high bound can then never share an n with a full
*> table on the catalog - and within the window's own ceiling and
*> width.  a bad window card is rejected like any other bad card
*> rather than guessed at.
  move 0 to is-valid-input.
  move 0 to flag.
  if function trim(ctl-tok2) = spaces
      or function trim(ctl-tok2) not numeric
      or function trim(ctl-tok3) = spaces
      or function trim(ctl-tok3) not numeric
    move 0 to n
    display "invalid input - window card needs numeric low and high"
  else
    move function numval(ctl-tok3) to ctl-num
    if ctl-num > max-window-high
      move 0 to n
      display "window high bound exceeds maximum allowed value"
              " - rejected"
    else
      move ctl-num to n
      move function numval(ctl-tok2) to ctl-num
      if ctl-num <= max-allowed-n or ctl-num > n
        move 0 to n
        display "invalid input - window low bound must be above the"
                " n ceiling and not above the high bound"
      else if n - ctl-num + 1 > max-window-width
        move 0 to n
        display "window width exceeds maximum allowed value"
                " - rejected"
      else
        move ctl-num to window-low
        move window-low to window-low-edited
        move n to n-edited
        move spaces to window-stem
        string 'WINDOW-' delimited by size
               function trim(window-low-edited) delimited by size
               '-' delimited by size
               function trim(n-edited) delimited by size
               into window-stem
        move 1 to is-valid-input
        move 1 to window-mode
      end-if
    end-if
  end-if.

validate-n.
  if n > max-allowed-n then
    display "n exceeds maximum allowed value - rejected"
    move slice-low to low
    move slice-high to range-high
  end-if.
  if window-mode = 1
    move window-low to low
  end-if.

*> the start-of-run audit line: paired with this run's 'C' line it
*> gives the elapsed time the batch-window reports work from.  it
    move 'H' to so-record-code
    move n to so-value
    move run-date to so-run-date
    if window-mode = 1
      move window-low to so-window-low
      move 'W' to so-window-flag
    end-if
    write sieve-output-record
    if extend-mode = 1
*> an extension run seeds the new files from the completed table for
*> printed list (is-prime(1) was seeded to 1 and never cleared) is kept
*> for the detail rows so existing downstream readers still see the
*> same numbers as before; in a partitioned run it belongs to the
*> slice that owns the bottom of the range, and a window, which
*> starts far above it, never carries it
      if n > 1 and (slice-mode = 0 or slice-seq = 1)
          and window-mode = 0
        move spaces to sieve-output-record
        move 'D' to so-record-code
        move 1 to so-value

  move spaces to summary-record.
  move n to count-edited.
  if window-mode = 1
    string 'WINDOW=' delimited by size
           function trim(window-low-edited) delimited by size
           '-' delimited by size
           function trim(count-edited) delimited by size
           into summary-record
  else
    string 'N=' delimited by size
           function trim(count-edited) delimited by size
           into summary-record
  end-if.
  write summary-record.

  move spaces to summary-record.
    at end
      move 1 to catalog-eof
    not at end
*> a window's record is its band's: the same high bound with another
*> low is a different family
      if ct-n = n
          and ((window-mode = 0 and not ct-window)
            or (window-mode = 1 and ct-window
                and ct-window-low = window-low))
        perform build-catalog-entry
        move 1 to catalog-replaced
*> operations' hold and note stay with the n across the rebuild
        move ct-hold-status to ctt-hold-status
        move ct-hold-date to ctt-hold-date
        move ct-note to ctt-note
        move ct-note-date to ctt-note-date
      else
        move catalog-record to catalog-tmp-record
      end-if
*> plain run for the same n would tear the family under the
*> slices.  (the reverse hole - a plain run cannot enumerate slice
*> claims - is covered by cobMerge holding the whole-family claim
*> for the entire stitch.)  a window claims its own band's stem.
  perform build-filename-suffix.
  move spaces to run-lock-filename.
  if window-mode = 1
    string 'LOCK-' delimited by size
           function trim(window-stem) delimited by size
           '.TXT' delimited by size
           into run-lock-filename
  else
    string 'LOCK-' delimited by size
           function trim(n-edited) delimited by size
           function trim(name-suffix) delimited by size
           into run-lock-filename
  end-if.
  move run-lock-filename to lock-filename.
  perform claim-lock.
  if lock-claimed = 1 and slice-mode = 1
  move compfact-count to ctt-compfact-count.
  move 'A' to ctt-status.
  move spaces to ctt-purge-date.
  if window-mode = 1
    move 'W' to ctt-family-type
    move window-low to ctt-window-low
  end-if.
