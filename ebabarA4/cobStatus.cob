*> each look writes what it saw to STATSNAP.TXT; a checkpoint whose
*> next-low has not moved since the last look is flagged as stalled
*> with the time it was first seen there - which is how a hung
*> slice gets caught before the merge window closes.  the flag is
*> kept on the snapshot line too (SVSNPREC.CPY), which is where the
*> alert sweep picks stalls up from.
environment division.
input-output section.
file-control.
              ==so-slice-info==       by ==pp-slice-info==
              ==so-slice-high==       by ==pp-slice-high==
              ==so-slice-seq==        by ==pp-slice-seq==
              ==so-slice-of==         by ==pp-slice-of==
              ==so-window-info==      by ==pp-window-info==
              ==so-window-low==       by ==pp-window-low==
              ==so-window-flag==      by ==pp-window-flag==
              ==so-window-header==    by ==pp-window-header==.

fd  snapshot-file.
  copy 'SVSNPREC.CPY'.

working-storage section.
  77 audit-filename      pic x(40) value 'AUDIT.TXT'.
        10 nsn-next-low    pic 9(10).
        10 nsn-date        pic x(8).
        10 nsn-time        pic x(8).
        10 nsn-stalled     pic x(1).

  01 start-timing-table.
*> per-open-start timing info kept only long enough to compute the
  move chk-next-low to nsn-next-low(new-snap-count).
  move now-date to nsn-date(new-snap-count).
  move now-time to nsn-time(new-snap-count).
  move 'N' to nsn-stalled(new-snap-count).
  if snap-found = 1
    if osn-next-low(snap-idx) = chk-next-low
      move osn-date(snap-idx) to nsn-date(new-snap-count)
      move osn-time(snap-idx) to nsn-time(new-snap-count)
      move 'Y' to nsn-stalled(new-snap-count)
    end-if
  end-if.

    move nsn-next-low(snap-idx) to sn-next-low
    move nsn-date(snap-idx) to sn-date
    move nsn-time(snap-idx) to sn-time
    move nsn-stalled(snap-idx) to sn-stalled
    write snapshot-record
  end-perform.
  close snapshot-file.
