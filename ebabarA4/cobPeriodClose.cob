identification division.
program-id. cobPeriodClose.
*> period close for the files that otherwise only ever grow:
*> AUDIT.TXT, the inquiry traffic REQUEST.TXT and RESPONSE.TXT, and
*> STATSNAP.TXT.  each is rolled whole into a history generation
*> named for the period - AUDIT-<period>.TXT, REQUEST-<period>.TXT,
*> RESPONSE-<period>.TXT, STATSNAP-<period>.TXT - and the current
*> file starts again holding only what the next period still needs:
*>
*>   AUDIT.TXT     every 'S' start line with no completion or
*>                 rejection after it, paired by n and slice the way
*>                 cobStatus and cobTimeRpt pair them, so a run in
*>                 flight across the close is still seen in flight
*>                 and still gets timed when it completes
*>   REQUEST.TXT   the request cards past the last one answered on
*>                 RESPONSE.TXT; the answered cards roll with their
*>                 responses, so each generation pairs off card for
*>                 response the way cobDemandRpt reads it
*>   RESPONSE.TXT  nothing - cobInquiry answers the carried cards on
*>                 its next run
*>   STATSNAP.TXT  the snapshot lines of the runs still in flight,
*>                 so a stall keeps the age it had before the close
*>
*> more responses than request cards means the traffic is torn and
*> nothing is closed.  every close appends a record to HISTINDX.TXT
*> (SVHSTREC.CPY) with the period's dates and the record counts
*> rolled and carried; a period already on the index is refused.
*> cobShiftRpt, cobTimeRpt and cobDemandRpt take the period as a
*> parameter to report on a generation instead of the live file.
*>
*> the close belongs in the quiet window after the batch - the
*> programs that append to these files take no claim on them.
*> the current files are rewritten through temp copies and swapped
*> in, the same pattern cobPurge uses on the catalog.  a generation
*> or temp copy that cannot be opened or written stops the close
*> before the swap: no current file is touched and nothing goes on
*> HISTINDX.TXT.
*>
*> invocation: cobPeriodClose [<period>]
*> where period is up to eight letters and digits (default today's
*> date, yyyymmdd).
environment division.
input-output section.
file-control.
  select audit-file assign to dynamic audit-filename
  organization is line sequential
  file status is audit-status.

  select request-file assign to dynamic request-filename
  organization is line sequential
  file status is request-status.

  select response-file assign to dynamic response-filename
  organization is line sequential
  file status is response-status.

  select snapshot-file assign to dynamic snapshot-filename
  organization is line sequential
  file status is snapshot-status.

  select history-file assign to dynamic history-filename
  organization is line sequential
  file status is history-status.

*> the generation being written and the temp copy of the current
*> file being rebuilt, one at a time, whatever their layout
  select generation-file assign to dynamic generation-filename
  organization is line sequential
  file status is generation-status.

  select current-tmp-file assign to dynamic current-tmp-filename
  organization is line sequential
  file status is current-tmp-status.

data division.
file section.
fd  audit-file.
  copy 'SVAUDREC.CPY'.

fd  request-file.
  copy 'SVREQREC.CPY'.

fd  response-file.
  copy 'SVRSPREC.CPY'.

fd  snapshot-file.
  copy 'SVSNPREC.CPY'.

fd  history-file.
  copy 'SVHSTREC.CPY'.

fd  generation-file.
  01 generation-record   pic x(200).

fd  current-tmp-file.
  01 current-tmp-record  pic x(200).

working-storage section.
  77 audit-filename      pic x(40) value 'AUDIT.TXT'.
  77 request-filename    pic x(40) value 'REQUEST.TXT'.
  77 response-filename   pic x(40) value 'RESPONSE.TXT'.
  77 snapshot-filename   pic x(40) value 'STATSNAP.TXT'.
  77 history-filename    pic x(40) value 'HISTINDX.TXT'.
  77 generation-filename pic x(44).
  77 current-tmp-filename pic x(44).
  77 current-filename    pic x(44).
  77 audit-status        pic x(2).
  77 request-status      pic x(2).
  77 response-status     pic x(2).
  77 snapshot-status     pic x(2).
  77 history-status      pic x(2).
  77 generation-status   pic x(2).
  77 current-tmp-status  pic x(2).
  77 audit-eof           pic 9.
  77 request-eof         pic 9.
  77 response-eof        pic 9.
  77 snapshot-eof        pic 9.
  77 history-eof         pic 9.
  77 rename-rc           pic s9(9) comp-5.
  77 close-ok            pic 9.
  77 io-filename         pic x(44).
  77 io-status           pic x(2).
  77 failed-filename     pic x(44) value spaces.

  77 parm-value          pic x(20).
  77 period-id           pic x(8).
  77 period-length       pic 9(2).
  77 period-valid        pic 9.
  77 char-idx            pic 9(2).
  77 period-found        pic 9.
  77 period-start        pic x(8).
  77 last-period-end     pic x(8).
  77 first-audit-date    pic x(8).
  77 now-date            pic x(8).
  77 now-time            pic x(8).
  77 close-operator      pic x(8).

*> the 'S' lines still open when the audit trail ends, in file
*> order so they go back onto the fresh trail in the order written.
*> the table only ever grows - a reused slot would put the carried
*> lines out of order - and a trail with more open starts than it
*> holds is refused rather than closed short
  77 max-starts          pic 9(5) value 2000.
  77 start-count         pic 9(5).
  77 start-idx           pic 9(5).
  77 found-idx           pic 9(5).
  77 start-overflow      pic 9.
  01 open-start-table.
     05 open-start-entry occurs 2000 times.
        10 os-n            pic 9(10).
        10 os-slice        pic 9(4).
        10 os-open         pic 9.
        10 os-record       pic x(69).
  77 work-slice          pic 9(4).

  77 audit-count         pic 9(10).
  77 audit-carried       pic 9(10).
  77 request-count       pic 9(10).
  77 request-rolled      pic 9(10).
  77 request-carried     pic 9(10).
  77 response-count      pic 9(10).
  77 snapshot-count      pic 9(10).
  77 snapshot-carried    pic 9(10).

  77 checkpoint-tail     pic x(40).
  77 tok-n               pic x(20).
  77 tok-slice           pic x(20).
  77 snap-n              pic 9(10).
  77 snap-slice          pic 9(4).
  77 count-edited        pic z(9)9.
  77 carried-edited      pic z(9)9.

procedure division.
main-logic.
  accept parm-value from command-line.
  accept now-date from date yyyymmdd.
  accept now-time from time.
  accept close-operator from environment "USER".
  perform get-period-parm.
  if period-valid = 0
    display 'usage: cobPeriodClose [<period>] - period must be one'
            ' to eight letters and digits'
    move 8 to return-code
    stop run
  end-if.

  perform read-history-index.
  if period-found = 1
    display 'period ' function trim(period-id)
            ' is already closed on ' function trim(history-filename)
            ' - nothing rolled'
    move 8 to return-code
    stop run
  end-if.

  perform scan-audit-starts.
  if start-overflow = 1
    display 'more than ' max-starts ' runs open on '
            function trim(audit-filename)
            ' - period not closed'
    move 8 to return-code
    stop run
  end-if.

  perform count-traffic.
  if response-count > request-count
    move response-count to count-edited
    move request-count to carried-edited
    display function trim(response-filename) ' holds '
            function trim(count-edited) ' response(s) for '
            function trim(carried-edited) ' request card(s) -'
            ' traffic torn, period not closed'
    move 8 to return-code
    stop run
  end-if.

  perform check-generations-absent.
  if close-ok = 0
    move 8 to return-code
    stop run
  end-if.

  if last-period-end not = spaces
    move last-period-end to period-start
  else if first-audit-date not = spaces
    move first-audit-date to period-start
  else
    move now-date to period-start
  end-if.

  perform roll-audit-file.
  perform roll-traffic-files.
  perform roll-snapshot-file.
  if close-ok = 1
    perform swap-current-files
  end-if.
  if close-ok = 0
    display 'cobPeriodClose: period ' function trim(period-id)
            ' NOT closed - current files as reported above'
    move 8 to return-code
    stop run
  end-if.

  perform write-history-index.
  perform report-results.
  stop run.

get-period-parm.
*> the period names the generation files, so only letters and
*> digits are let through; no parm closes the period as of today
  move 0 to period-valid.
  move function upper-case(function trim(parm-value)) to parm-value.
  if parm-value = spaces
    move now-date to period-id
    move 1 to period-valid
  else
    move function length(function trim(parm-value))
        to period-length
    if period-length <= 8
      move parm-value to period-id
      move 1 to period-valid
      perform varying char-idx from 1 by 1
          until char-idx > period-length
        if period-id(char-idx:1) is not numeric
            and (period-id(char-idx:1) < 'A'
                 or period-id(char-idx:1) > 'Z')
          move 0 to period-valid
        end-if
      end-perform
    end-if
  end-if.

read-history-index.
*> a period closes once; the latest close's end date is where the
*> new period starts
  move 0 to period-found.
  move spaces to last-period-end.
  move 0 to history-eof.
  open input history-file.
  if history-status = '00'
    perform read-one-history until history-eof = 1
    close history-file
  end-if.

read-one-history.
  read history-file
    at end
      move 1 to history-eof
    not at end
      if hi-period = period-id
        move 1 to period-found
      end-if
      if hi-period-end > last-period-end
        move hi-period-end to last-period-end
      end-if
  end-read.

scan-audit-starts.
*> the same pairing cobStatus and cobTimeRpt apply: a completion
*> closes every open start of its n and slice, a rejection closes
*> the most recent one
  move 0 to start-count.
  move 0 to start-overflow.
  move 0 to audit-count.
  move spaces to first-audit-date.
  move 0 to audit-eof.
  open input audit-file.
  if audit-status = '00'
    perform post-audit-record until audit-eof = 1
    close audit-file
  end-if.

post-audit-record.
  read audit-file
    at end
      move 1 to audit-eof
    not at end
      add 1 to audit-count
      if first-audit-date = spaces
        move au-run-date to first-audit-date
      end-if
      if au-started
        perform note-run-start
      else if au-completed
        perform close-run-start
      else if au-rejected
        perform close-rejected-start
      end-if
  end-read.

note-run-start.
  if start-count < max-starts
    add 1 to start-count
    move au-n to os-n(start-count)
    perform set-work-slice
    move work-slice to os-slice(start-count)
    move 1 to os-open(start-count)
    move audit-record to os-record(start-count)
  else
    move 1 to start-overflow
  end-if.

set-work-slice.
*> lines written before the slice field existed carry spaces there
*> and belong to whole-table runs, which is what slice 0 means
  if au-slice-seq is numeric
    move au-slice-seq to work-slice
  else
    move 0 to work-slice
  end-if.

close-run-start.
  perform set-work-slice.
  perform varying start-idx from 1 by 1 until start-idx > start-count
    if os-open(start-idx) = 1 and os-n(start-idx) = au-n
        and os-slice(start-idx) = work-slice
      move 0 to os-open(start-idx)
    end-if
  end-perform.

close-rejected-start.
  perform set-work-slice.
  move 0 to found-idx.
  perform varying start-idx from 1 by 1 until start-idx > start-count
    if os-open(start-idx) = 1 and os-n(start-idx) = au-n
        and os-slice(start-idx) = work-slice
      move start-idx to found-idx
    end-if
  end-perform.
  if found-idx > 0
    move 0 to os-open(found-idx)
  end-if.

count-traffic.
  move 0 to request-count.
  move 0 to request-eof.
  open input request-file.
  if request-status = '00'
    perform count-one-request until request-eof = 1
    close request-file
  end-if.
  move 0 to response-count.
  move 0 to response-eof.
  open input response-file.
  if response-status = '00'
    perform count-one-response until response-eof = 1
    close response-file
  end-if.

count-one-request.
  read request-file
    at end
      move 1 to request-eof
    not at end
      add 1 to request-count
  end-read.

count-one-response.
  read response-file
    at end
      move 1 to response-eof
    not at end
      add 1 to response-count
  end-read.

check-generations-absent.
*> a generation file already on disk without an index record is
*> somebody's leftover or hand copy - it is not overwritten
  move 1 to close-ok.
  move audit-filename to current-filename.
  perform build-generation-name.
  perform probe-generation.
  move request-filename to current-filename.
  perform build-generation-name.
  perform probe-generation.
  move response-filename to current-filename.
  perform build-generation-name.
  perform probe-generation.
  move snapshot-filename to current-filename.
  perform build-generation-name.
  perform probe-generation.

build-generation-name.
*> AUDIT.TXT becomes AUDIT-<period>.TXT, and so on
  move spaces to generation-filename.
  string current-filename delimited by '.'
         '-' delimited by size
         function trim(period-id) delimited by size
         '.TXT' delimited by size
         into generation-filename.
  move spaces to current-tmp-filename.
  string function trim(current-filename) delimited by size
         '.TMP' delimited by size
         into current-tmp-filename.

probe-generation.
  open input generation-file.
  if generation-status = '00'
    close generation-file
    display 'generation ' function trim(generation-filename)
            ' already on disk but not on '
            function trim(history-filename) ' - period not closed'
    move 0 to close-ok
  end-if.

roll-audit-file.
*> the whole trail goes to the generation; the fresh trail gets the
*> starts still open
  move audit-filename to current-filename.
  perform build-generation-name.
  open output generation-file.
  perform check-generation-io.
  move 0 to audit-eof.
  open input audit-file.
  if audit-status = '00'
    perform copy-one-audit until audit-eof = 1
    close audit-file
  end-if.
  close generation-file.
  move 0 to audit-carried.
  open output current-tmp-file.
  perform check-current-tmp-io.
  perform varying start-idx from 1 by 1 until start-idx > start-count
    if os-open(start-idx) = 1
      move os-record(start-idx) to current-tmp-record
      write current-tmp-record
      perform check-current-tmp-io
      add 1 to audit-carried
    end-if
  end-perform.
  close current-tmp-file.

copy-one-audit.
  read audit-file
    at end
      move 1 to audit-eof
    not at end
      move audit-record to generation-record
      write generation-record
      perform check-generation-io
  end-read.

roll-traffic-files.
*> every answered card rolls with its response; the cards past the
*> last response carry forward to be answered next period
  move request-filename to current-filename.
  perform build-generation-name.
  open output generation-file.
  perform check-generation-io.
  open output current-tmp-file.
  perform check-current-tmp-io.
  move 0 to request-rolled.
  move 0 to request-carried.
  move 0 to request-eof.
  open input request-file.
  if request-status = '00'
    perform roll-one-request until request-eof = 1
    close request-file
  end-if.
  close generation-file.
  close current-tmp-file.

  move response-filename to current-filename.
  perform build-generation-name.
  open output generation-file.
  perform check-generation-io.
  move 0 to response-eof.
  open input response-file.
  if response-status = '00'
    perform copy-one-response until response-eof = 1
    close response-file
  end-if.
  close generation-file.

roll-one-request.
  read request-file
    at end
      move 1 to request-eof
    not at end
      if request-rolled < response-count
        move request-record to generation-record
        write generation-record
        perform check-generation-io
        add 1 to request-rolled
      else
        move request-record to current-tmp-record
        write current-tmp-record
        perform check-current-tmp-io
        add 1 to request-carried
      end-if
  end-read.

copy-one-response.
  read response-file
    at end
      move 1 to response-eof
    not at end
      move response-record to generation-record
      write generation-record
      perform check-generation-io
  end-read.

roll-snapshot-file.
*> a snapshot line stays current only while its run is still open
*> on the carried audit trail - its checkpoint name gives the n and
*> the slice (CHECKPOINT-<n>.TXT or CHECKPOINT-<n>-P<k>.TXT)
  move snapshot-filename to current-filename.
  perform build-generation-name.
  open output generation-file.
  perform check-generation-io.
  open output current-tmp-file.
  perform check-current-tmp-io.
  move 0 to snapshot-count.
  move 0 to snapshot-carried.
  move 0 to snapshot-eof.
  open input snapshot-file.
  if snapshot-status = '00'
    perform roll-one-snapshot until snapshot-eof = 1
    close snapshot-file
  end-if.
  close generation-file.
  close current-tmp-file.

roll-one-snapshot.
  read snapshot-file
    at end
      move 1 to snapshot-eof
    not at end
      add 1 to snapshot-count
      move snapshot-record to generation-record
      write generation-record
      perform check-generation-io
      perform find-snapshot-run
      if found-idx > 0
        move snapshot-record to current-tmp-record
        write current-tmp-record
        perform check-current-tmp-io
        add 1 to snapshot-carried
      end-if
  end-read.

check-generation-io.
  if generation-status not = '00'
    move generation-filename to io-filename
    move generation-status to io-status
    perform report-io-failure
  end-if.

check-current-tmp-io.
  if current-tmp-status not = '00'
    move current-tmp-filename to io-filename
    move current-tmp-status to io-status
    perform report-io-failure
  end-if.

report-io-failure.
*> once per file - a file that would not open fails every write
*> after it too; any failure keeps the current files as they are
  if io-filename not = failed-filename
    display 'could not write ' function trim(io-filename)
            ' - file status ' io-status
    move io-filename to failed-filename
  end-if.
  move 0 to close-ok.

find-snapshot-run.
  move 0 to found-idx.
  if sn-checkpoint-name(1:11) = 'CHECKPOINT-'
    move sn-checkpoint-name(12:) to checkpoint-tail
    move spaces to tok-n
    move spaces to tok-slice
    unstring checkpoint-tail delimited by '-' or '.'
      into tok-n tok-slice
    move 0 to snap-slice
    if tok-slice(1:1) = 'P'
        and function trim(tok-slice(2:)) is numeric
      move function numval(tok-slice(2:)) to snap-slice
    end-if
    if function trim(tok-n) is numeric
      move function numval(tok-n) to snap-n
      perform varying start-idx from 1 by 1
          until start-idx > start-count or found-idx > 0
        if os-open(start-idx) = 1 and os-n(start-idx) = snap-n
            and os-slice(start-idx) = snap-slice
          move start-idx to found-idx
        end-if
      end-perform
    end-if
  end-if.

swap-current-files.
*> the generations are all on disk before any current file is
*> touched; a swap that fails stops the close where it stands and
*> says which files were already started afresh
  move audit-filename to current-filename.
  perform swap-one-file.
  if close-ok = 1
    move request-filename to current-filename
    perform swap-one-file
  end-if.
  if close-ok = 1
    open output response-file
    close response-file
    move snapshot-filename to current-filename
    perform swap-one-file
  end-if.

swap-one-file.
  perform build-generation-name.
  call 'CBL_RENAME_FILE' using current-tmp-filename
                               current-filename
    returning rename-rc.
  if rename-rc not = 0
    display 'could not start ' function trim(current-filename)
            ' afresh from ' function trim(current-tmp-filename)
            ' - rc=' rename-rc
    move 0 to close-ok
  end-if.

write-history-index.
  move spaces to history-index-record.
  move period-id to hi-period.
  move period-start to hi-period-start.
  move now-date to hi-period-end.
  move now-time to hi-close-time.
  move close-operator to hi-operator.
  move audit-count to hi-audit-count.
  move audit-carried to hi-audit-carried.
  move request-rolled to hi-request-count.
  move request-carried to hi-request-carried.
  move response-count to hi-response-count.
  move snapshot-count to hi-snapshot-count.
  move snapshot-carried to hi-snapshot-carried.
  open extend history-file.
  if history-status = '35'
    open output history-file
  end-if.
  write history-index-record.
  close history-file.

report-results.
  display 'cobPeriodClose: period ' function trim(period-id)
          ' closed, ' period-start ' to ' now-date.
  move audit-count to count-edited.
  move audit-carried to carried-edited.
  display '                ' function trim(count-edited)
          ' audit line(s) rolled, ' function trim(carried-edited)
          ' open start(s) carried forward'.
  move request-rolled to count-edited.
  move request-carried to carried-edited.
  display '                ' function trim(count-edited)
          ' request/response pair(s) rolled, '
          function trim(carried-edited)
          ' unanswered card(s) carried forward'.
  move snapshot-count to count-edited.
  move snapshot-carried to carried-edited.
  display '                ' function trim(count-edited)
          ' snapshot line(s) rolled, ' function trim(carried-edited)
          ' in-flight line(s) carried forward'.
