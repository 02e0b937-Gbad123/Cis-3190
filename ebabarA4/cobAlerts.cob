identification division.
program-id. cobAlerts.
*> the morning alert sweep: one pass after the batch over every
*> place the programs leave word of something gone wrong, so the
*> night operator reads one list instead of opening a dozen files
*> to find out whether the night was clean.  what it looks at:
*>
*>   RECON-<n>.TXT   a cobRecon verdict of FILES DO NOT BALANCE
*>                   (RECON-WINDOW-<low>-<high>.TXT for a window)
*>   CATALOG.TXT     an active family cobCert failed
*>   CATAUDIT.TXT    every discrepancy cobCatAudit reported
*>   STATSNAP.TXT    a checkpoint cobStatus last saw stalled
*>   RUNLOG.TXT      an aborted chain or skipped card in cobRunPlan
*>   AUDIT.TXT       a family cobPurge held back for a torn archive
*>   LOCK-*.TXT      a claim file on disk longer than the limit
*>
*> the n's looked at are every n on the catalog and on the plan, and
*> the slices cobStatus has seen in flight.  a window family on the
*> catalog is looked for under its own WINDOW-<low>-<high> name.
*> each exception becomes one record on the ALERTS.TXT queue
*> (SVALTREC.CPY) with its severity, the program it came from, its n
*> and a short message; a condition already on the queue is never
*> raised twice.
*>
*> acknowledgement cards on ALERTACK.TXT are applied ahead of the
*> sweep, one per line:
*>   <alert-id> <operator> <note>
*> closing the alert with the operator's id and note; a card for an
*> unknown or already closed alert is rejected on the report.  the
*> card file is emptied once the queue has been rewritten, so a card
*> is never applied twice.
*>
*> open alerts carry forward sweep after sweep until closed; a
*> closed alert is kept only while its condition is still there to
*> be found, which is what stops it coming back as new.  the open
*> list goes to ALERTRPT.TXT, and the run ends with return code 4
*> when anything is open or a card was rejected.
*>
*> RUNLOG.TXT is only ever added to, so its aborts and bad cards are
*> raised once, from the lines logged since the last sweep: the
*> queue's 'H' record keeps the number of log lines the sweep has
*> read, and only lines past that mark are raised.  a closed
*> run-log alert is therefore no longer found on the next sweep and
*> leaves the queue.  with no mark yet (a first sweep, or a queue
*> written before the mark was kept) the lines raised are those of
*> runs started on or after the previous sweep's date - or, with no
*> queue at all, on or after the day before the sweep - so an old
*> log's history is not raised all at once.  a log found shorter
*> than the mark has been replaced and is read from its first line.
*>
*> invocation: cobAlerts [<lock-age-hours>]
*> where a claim file older than lock-age-hours (default 4) is
*> raised as a stale claim.
environment division.
input-output section.
file-control.
  select alert-file assign to dynamic alert-filename
  organization is line sequential
  file status is alert-status.

  select alert-tmp-file assign to dynamic alert-tmp-filename
  organization is line sequential.

  select ack-file assign to dynamic ack-filename
  organization is line sequential
  file status is ack-status.

  select catalog-file assign to dynamic catalog-filename
  organization is line sequential
  file status is catalog-status.

*> the plain-text reports and logs the sweep reads line by line:
*> the plan, the recon reports, the catalog audit and the run log
  select text-file assign to dynamic text-filename
  organization is line sequential
  file status is text-status.

  select snapshot-file assign to dynamic snapshot-filename
  organization is line sequential
  file status is snapshot-status.

  select audit-file assign to dynamic audit-filename
  organization is line sequential
  file status is audit-status.

*> claim files are only read, never taken - the sweep holds nothing
  select lock-file assign to dynamic lock-filename
  organization is line sequential
  file status is lock-status.

  select report-file assign to dynamic report-filename
  organization is line sequential.

data division.
file section.
fd  alert-file.
  copy 'SVALTREC.CPY'.

fd  alert-tmp-file.
  01 alert-tmp-record    pic x(193).

fd  ack-file.
  01 ack-record          pic x(80).

fd  catalog-file.
  copy 'SVCATREC.CPY'.

fd  text-file.
  01 text-record         pic x(100).

fd  snapshot-file.
  copy 'SVSNPREC.CPY'.

fd  audit-file.
  copy 'SVAUDREC.CPY'.

fd  lock-file.
  copy 'SVCLMREC.CPY'.

fd  report-file.
  01 report-record       pic x(132).

working-storage section.
*> work copy of an alert, so a queued entry can be looked at or
*> built without touching the record area of a file that is not
*> open - the same device cobPurge uses on the catalog
  01 work-alert-record.
     copy 'SVALTREC.CPY'
       replacing ==01  alert-record.== by ====
                 ==al-record-code==    by ==wal-record-code==
                 ==al-control-record== by ==wal-control-record==
                 ==al-detail-record==  by ==wal-detail-record==
                 ==al-alert-id==       by ==wal-alert-id==
                 ==al-status==         by ==wal-status==
                 ==al-open==           by ==wal-open==
                 ==al-closed==         by ==wal-closed==
                 ==al-severity==       by ==wal-severity==
                 ==al-error==          by ==wal-error==
                 ==al-warning==        by ==wal-warning==
                 ==al-alert-key==      by ==wal-alert-key==
                 ==al-source==         by ==wal-source==
                 ==al-n==              by ==wal-n==
                 ==al-condition==      by ==wal-condition==
                 ==al-occurrence==     by ==wal-occurrence==
                 ==al-message==        by ==wal-message==
                 ==al-raised-date==    by ==wal-raised-date==
                 ==al-raised-time==    by ==wal-raised-time==
                 ==al-ack-operator==   by ==wal-ack-operator==
                 ==al-ack-date==       by ==wal-ack-date==
                 ==al-ack-note==       by ==wal-ack-note==.

  77 alert-filename      pic x(40) value 'ALERTS.TXT'.
  77 alert-tmp-filename  pic x(44) value 'ALERTS.TXT.TMP'.
  77 ack-filename        pic x(40) value 'ALERTACK.TXT'.
  77 catalog-filename    pic x(40) value 'CATALOG.TXT'.
  77 plan-filename       pic x(40) value 'PLAN.TXT'.
  77 cataudit-filename   pic x(40) value 'CATAUDIT.TXT'.
  77 runlog-filename     pic x(40) value 'RUNLOG.TXT'.
*> the run-log mark: lines already read by earlier sweeps, off the
*> queue's 'H' record, and the count of lines on the log tonight
  77 runlog-mark         pic 9(10).
  77 runlog-marked       pic 9.
  77 runlog-line         pic 9(10).
  77 runlog-lines        pic 9(10).
  77 runlog-since        pic x(8).
  77 run-start-date      pic x(8).
  77 runlog-raise        pic 9.
  77 day-before          pic 9(8).
  77 snapshot-filename   pic x(40) value 'STATSNAP.TXT'.
  77 audit-filename      pic x(40) value 'AUDIT.TXT'.
  77 report-filename     pic x(40) value 'ALERTRPT.TXT'.
  77 text-filename       pic x(44).
  77 lock-filename       pic x(44).
  77 alert-status        pic x(2).
  77 ack-status          pic x(2).
  77 catalog-status      pic x(2).
  77 text-status         pic x(2).
  77 snapshot-status     pic x(2).
  77 audit-status        pic x(2).
  77 lock-status         pic x(2).
  77 alert-eof           pic 9.
  77 ack-eof             pic 9.
  77 catalog-eof         pic 9.
  77 text-eof            pic 9.
  77 snapshot-eof        pic 9.
  77 audit-eof           pic 9.
  77 rename-rc           pic s9(9) comp-5.
  77 queue-ok            pic 9.
  77 ack-file-seen       pic 9.

  77 parm-value          pic x(10).
  77 lock-age-hours      pic 9(3).
  77 lock-age-minutes    pic 9(9).
  77 now-date            pic x(8).
  77 now-time            pic x(8).
  77 now-date-num        pic 9(8).
  77 claim-date-num      pic 9(8).
  77 now-minutes         pic 9(4).
  77 claim-minutes       pic 9(4).
  77 claim-age           pic s9(9).
  77 hh-num              pic 9(2).
  77 mm-num              pic 9(2).

*> the queue as it stood at the start of the sweep plus whatever the
*> sweep adds; ae-seen says the sweep found the entry's condition
*> again this time, ae-new that this sweep raised it
  77 max-alerts          pic 9(5) value 2000.
  77 alert-count         pic 9(5).
  77 alert-idx           pic 9(5).
  77 alert-found         pic 9(5).
  77 last-alert-id       pic 9(6).
  01 alert-table.
     05 alert-entry occurs 2000 times.
        10 ae-record     pic x(193).
        10 ae-key        pic x(102).
        10 ae-seen       pic 9.
        10 ae-new        pic 9.

*> the n's the per-n sources are looked up for, and the run date of
*> each one's active catalog family where it has one; a window
*> family is its own candidate, told apart by its low bound (0 for a
*> full table)
  77 max-candidates      pic 9(5) value 2000.
  77 cand-count          pic 9(5).
  77 cand-idx            pic 9(5).
  77 cand-found          pic 9(5).
  01 candidate-table.
     05 candidate-entry occurs 2000 times.
        10 cand-n        pic 9(10).
        10 cand-window-low pic 9(10).
        10 cand-run-date pic x(8).

*> every claim file worth probing: each candidate's family claim,
*> each slice claim cobStatus has seen in flight, and the catalog's
  77 max-claims          pic 9(5) value 2400.
  77 claim-count         pic 9(5).
  77 claim-idx           pic 9(5).
  77 claim-found         pic 9(5).
  01 claim-name-table.
     05 claim-name       pic x(44) occurs 2400 times.
  77 new-claim-name      pic x(44).

*> the alert being raised, filled in by the sweep paragraphs before
*> raise-alert is performed
  77 new-severity        pic x(1).
  77 new-source          pic x(12).
  77 new-n               pic 9(10).
  77 new-window-low      pic 9(10).
  77 new-condition       pic x(4).
  77 new-occurrence      pic x(16).
  77 new-message         pic x(60).

  77 line-text           pic x(100).
  77 line-ptr            pic 9(3).
  77 tok-1               pic x(20).
  77 tok-2               pic x(20).
  77 tok-3               pic x(20).
  77 tok-4               pic x(20).
  77 tok-5               pic x(20).
  77 tok-6               pic x(20).
  77 tok-7               pic x(20).
  77 tok-8               pic x(20).
  77 tok-9               pic x(20).
  77 tok-10              pic x(20).
  77 tally-count         pic 9(3).
  77 recon-failed        pic 9.
  77 recon-errors        pic x(10).
  77 run-occurrence      pic x(16).
  77 checkpoint-tail     pic x(40).

  77 ack-text            pic x(80).
  77 ack-tok-id          pic x(20).
  77 ack-tok-operator    pic x(20).
  77 ack-note            pic x(40).
  77 ack-id              pic 9(6).
  77 ack-reason          pic x(40).

  77 raised-count        pic 9(5).
  77 closed-count        pic 9(5).
  77 rejected-count      pic 9(5).
  77 open-count          pic 9(5).
  77 retired-count       pic 9(5).
  77 overflow-count      pic 9(5).
  77 count-edited        pic z(9)9.
  77 n-edited            pic z(9)9.
  77 window-low-edited   pic z(9)9.
*> the family's name on its files and claim - n for a full table,
*> WINDOW-<low>-<high> for a window - built by build-family-stem
  77 family-stem         pic x(28).
  77 id-edited           pic 9(6).
  77 alert-tag           pic x(8).
  77 report-text         pic x(132).

procedure division.
main-logic.
  accept parm-value from command-line.
  perform get-lock-age-parm.
  if lock-age-hours = 0
    display 'usage: cobAlerts [<lock-age-hours>] - hours must be'
            ' numeric, 1 to 999'
    move 8 to return-code
    stop run
  end-if.
  compute lock-age-minutes = lock-age-hours * 60.

  accept now-date from date yyyymmdd.
  accept now-time from time.

  perform load-alert-queue.
  if queue-ok = 0
    move 8 to return-code
    stop run
  end-if.

  open output report-file.
  move spaces to report-text.
  string 'OPERATOR ALERT SWEEP OF ' delimited by size
         now-date delimited by size
         ' ' delimited by size
         now-time(1:2) ':' now-time(3:2) ':' now-time(5:2)
         delimited by size
         into report-text.
  perform write-report-line.

  move 0 to raised-count.
  move 0 to closed-count.
  move 0 to rejected-count.
  perform apply-acknowledgements.

  move 0 to cand-count.
  move 0 to claim-count.
  perform sweep-catalog.
  perform load-plan-candidates.
  perform sweep-recon-reports.
  perform sweep-catalog-audit.
  perform sweep-status-snapshot.
  perform sweep-run-log.
  perform sweep-purge-holds.
  perform sweep-claim-files.

  perform write-alert-queue.
  perform list-open-alerts.
  perform report-totals.
  close report-file.

  move open-count to count-edited.
  if queue-ok = 0
    display 'cobAlerts: ' function trim(alert-filename)
            ' could not be rewritten - acknowledgements kept on '
            function trim(ack-filename)
    move 8 to return-code
  else
    display 'cobAlerts: ' function trim(count-edited)
            ' open alert(s) on ' function trim(alert-filename)
            ', list on ' function trim(report-filename)
    if open-count > 0 or rejected-count > 0
      move 4 to return-code
    end-if
  end-if.
  stop run.

get-lock-age-parm.
*> no parm means the standing four-hour limit; a value that is not
*> a plain number from 1 to 999 is left at 0 for the usage message
  move 0 to lock-age-hours.
  if function trim(parm-value) = spaces
    move 4 to lock-age-hours
  else if function trim(parm-value) is numeric
    if function numval(parm-value) > 0
        and function numval(parm-value) < 1000
      move function numval(parm-value) to lock-age-hours
    end-if
  end-if.

load-alert-queue.
*> no queue yet is an empty one; anything else unreadable stops the
*> sweep before it can write a queue that has lost the old alerts
  move 1 to queue-ok.
  move 0 to alert-count.
  move 0 to overflow-count.
  move 0 to last-alert-id.
  move 0 to runlog-mark.
  move 0 to runlog-marked.
  move 0 to alert-eof.
  move now-date to day-before.
  compute day-before = function date-of-integer
      (function integer-of-date(day-before) - 1).
  move day-before to runlog-since.
  open input alert-file.
  if alert-status = '35'
    continue
  else if alert-status not = '00'
    display 'alert queue ' function trim(alert-filename)
            ' unreadable - status ' alert-status
    move 0 to queue-ok
  else
    perform load-one-alert until alert-eof = 1
    close alert-file
  end-if.
*> a queue longer than the table would lose the alerts past its end
*> on the rewrite, so the sweep is refused instead
  if overflow-count > 0
    move overflow-count to count-edited
    display 'alert queue ' function trim(alert-filename)
            ' holds more than ' max-alerts ' alerts - '
            function trim(count-edited) ' not loaded - sweep refused'
    move 0 to queue-ok
  end-if.

load-one-alert.
  read alert-file
    at end
      move 1 to alert-eof
    not at end
      if al-control-record
        if al-alert-id > last-alert-id
          move al-alert-id to last-alert-id
        end-if
        move al-raised-date to runlog-since
        if al-n is numeric
          move al-n to runlog-mark
          move 1 to runlog-marked
        end-if
      else if al-detail-record
        if alert-count < max-alerts
          add 1 to alert-count
          move alert-record to ae-record(alert-count)
          move al-alert-key to ae-key(alert-count)
          move 0 to ae-seen(alert-count)
          move 0 to ae-new(alert-count)
          if al-alert-id > last-alert-id
            move al-alert-id to last-alert-id
          end-if
        else
          add 1 to overflow-count
        end-if
      end-if
  end-read.

apply-acknowledgements.
  move 0 to ack-file-seen.
  move 0 to ack-eof.
  open input ack-file.
  if ack-status = '00'
    move 1 to ack-file-seen
    move spaces to report-text
    perform write-report-line
    move 'ACKNOWLEDGEMENTS' to report-text
    perform write-report-line
    perform apply-one-ack until ack-eof = 1
    close ack-file
  end-if.

apply-one-ack.
  read ack-file
    at end
      move 1 to ack-eof
    not at end
      if function trim(ack-record) not = spaces
        perform parse-ack-card
      end-if
  end-read.

parse-ack-card.
*> id and operator are the first two words; the note is whatever
*> follows them, spaces and all
  move function trim(ack-record leading) to ack-text.
  move spaces to ack-tok-id.
  move spaces to ack-tok-operator.
  move spaces to ack-note.
  move spaces to ack-reason.
  move 1 to line-ptr.
  unstring ack-text delimited by all spaces
    into ack-tok-id ack-tok-operator
    with pointer line-ptr.
  if line-ptr <= 80
    move function trim(ack-text(line-ptr:)) to ack-note
  end-if.
  move 0 to alert-found.
  if function trim(ack-tok-id) is not numeric
    move 'ALERT ID NOT NUMERIC' to ack-reason
  else if ack-tok-operator = spaces
    move 'NO OPERATOR ID' to ack-reason
  else if ack-note = spaces
    move 'NO NOTE' to ack-reason
  else
    move function numval(ack-tok-id) to ack-id
    perform varying alert-idx from 1 by 1
        until alert-idx > alert-count or alert-found > 0
      move ae-record(alert-idx) to work-alert-record
      if wal-alert-id = ack-id
        move alert-idx to alert-found
      end-if
    end-perform
    if alert-found = 0
      move 'NO SUCH ALERT ON THE QUEUE' to ack-reason
    else
      move ae-record(alert-found) to work-alert-record
      if wal-closed
        move 'ALERT ALREADY CLOSED' to ack-reason
      end-if
    end-if
  end-if.
  if ack-reason = spaces
    perform close-acked-alert
  else
    add 1 to rejected-count
    move spaces to report-text
    string 'ACK CARD REJECTED - ' delimited by size
           function trim(ack-reason) delimited by size
           ': "' delimited by size
           function trim(ack-text) delimited by size
           '"' delimited by size
           into report-text
    perform write-report-line
  end-if.

close-acked-alert.
  move 'C' to wal-status.
  move ack-tok-operator to wal-ack-operator.
  move now-date to wal-ack-date.
  move ack-note to wal-ack-note.
  move work-alert-record to ae-record(alert-found).
  add 1 to closed-count.
  move wal-alert-id to id-edited.
  move spaces to report-text.
  string 'ALERT ' delimited by size
         id-edited delimited by size
         ' CLOSED BY ' delimited by size
         function trim(wal-ack-operator) delimited by size
         ' - ' delimited by size
         function trim(wal-ack-note) delimited by size
         into report-text.
  perform write-report-line.

sweep-catalog.
*> every n on the catalog is a candidate for the per-n sources; an
*> active family that failed certification is an alert in itself
  move 0 to catalog-eof.
  open input catalog-file.
  if catalog-status = '00'
    perform sweep-one-catalog-entry until catalog-eof = 1
    close catalog-file
  end-if.

sweep-one-catalog-entry.
  read catalog-file
    at end
      move 1 to catalog-eof
    not at end
      move ct-n to new-n
      if ct-window
        move ct-window-low to new-window-low
      else
        move 0 to new-window-low
      end-if
      perform add-candidate
      if ct-active
        move ct-run-date to cand-run-date(cand-found)
        if ct-cert-failed
          perform raise-cert-failure
        end-if
      end-if
  end-read.

raise-cert-failure.
  perform build-family-stem.
  move 'E' to new-severity.
  move 'cobCert' to new-source.
  move ct-n to new-n.
  move 'CERT' to new-condition.
  move ct-cert-date to new-occurrence.
  move spaces to new-message.
  string 'TABLE NOT CERTIFIED - SEE CERT-' delimited by size
         function trim(family-stem) delimited by size
         '.TXT' delimited by size
         into new-message.
  perform raise-alert.

build-family-stem.
*> new-n and new-window-low to the name the family's files and claim
*> carry, the same names cobSeive, cobRecon and cobCert build
  move new-n to n-edited.
  move spaces to family-stem.
  if new-window-low = 0
    move function trim(n-edited) to family-stem
  else
    move new-window-low to window-low-edited
    string 'WINDOW-' delimited by size
           function trim(window-low-edited) delimited by size
           '-' delimited by size
           function trim(n-edited) delimited by size
           into family-stem
  end-if.

add-candidate.
*> new-n onto the candidate list unless it is there already;
*> cand-found is left pointing at its entry (0 when the list is full)
  move 0 to cand-found.
  perform varying cand-idx from 1 by 1
      until cand-idx > cand-count or cand-found > 0
    if cand-n(cand-idx) = new-n
        and cand-window-low(cand-idx) = new-window-low
      move cand-idx to cand-found
    end-if
  end-perform.
  if cand-found = 0 and cand-count < max-candidates
    add 1 to cand-count
    move new-n to cand-n(cand-count)
    move new-window-low to cand-window-low(cand-count)
    move spaces to cand-run-date(cand-count)
    move cand-count to cand-found
  end-if.

load-plan-candidates.
*> the plan's n's are candidates too - a chain that died before its
*> family reached the catalog still leaves a recon report or a claim
  move plan-filename to text-filename.
  move 0 to text-eof.
  open input text-file.
  if text-status = '00'
    perform read-plan-card until text-eof = 1
    close text-file
  end-if.

read-plan-card.
  read text-file
    at end
      move 1 to text-eof
    not at end
      move function trim(text-record leading) to line-text
      move spaces to tok-1
      unstring line-text delimited by all spaces into tok-1
      if tok-1 not = spaces and function trim(tok-1) is numeric
        move function numval(tok-1) to new-n
        move 0 to new-window-low
        perform add-candidate
      end-if
  end-read.

sweep-recon-reports.
  perform varying cand-idx from 1 by 1 until cand-idx > cand-count
    perform check-one-recon
  end-perform.

check-one-recon.
  move cand-n(cand-idx) to new-n.
  move cand-window-low(cand-idx) to new-window-low.
  perform build-family-stem.
  move spaces to text-filename.
  string 'RECON-' delimited by size
         function trim(family-stem) delimited by size
         '.TXT' delimited by size
         into text-filename.
  move 0 to recon-failed.
  move spaces to recon-errors.
  move 0 to text-eof.
  open input text-file.
  if text-status = '00'
    perform scan-recon-line until text-eof = 1
    close text-file
  end-if.
  if recon-failed = 1
    move 'E' to new-severity
    move 'cobRecon' to new-source
    move cand-n(cand-idx) to new-n
    move 'RECN' to new-condition
    move cand-run-date(cand-idx) to new-occurrence
    move spaces to new-message
    string function trim(text-filename) delimited by size
           ': FILES DO NOT BALANCE, ERRORS FOUND=' delimited by size
           function trim(recon-errors) delimited by size
           into new-message
    perform raise-alert
  end-if.

scan-recon-line.
  read text-file
    at end
      move 1 to text-eof
    not at end
      if text-record(1:13) = 'ERRORS FOUND='
        move text-record(14:10) to recon-errors
      else if text-record = 'FILES DO NOT BALANCE'
        move 1 to recon-failed
      end-if
  end-read.

sweep-catalog-audit.
*> every cobCatAudit finding is an exception except a family it
*> registered back, which is the audit doing its job; the report
*> carries no date, so the finding's own text is what keeps it from
*> being raised again
  move cataudit-filename to text-filename.
  move 0 to text-eof.
  open input text-file.
  if text-status = '00'
    perform scan-cataudit-line until text-eof = 1
    close text-file
  end-if.

scan-cataudit-line.
  read text-file
    at end
      move 1 to text-eof
    not at end
      if text-record(1:2) = 'N '
        perform raise-cataudit-finding
      else if text-record(1:17) = 'CATALOG NOT FOUND'
        move 'E' to new-severity
        move 0 to new-n
        move text-record(1:60) to new-message
        perform raise-cataudit-alert
      else if text-record(1:15) = 'CATALOG CLAIMED'
          or text-record(1:11) = 'AUDIT FILE '
        move 'W' to new-severity
        move 0 to new-n
        move text-record(1:60) to new-message
        perform raise-cataudit-alert
      end-if
  end-read.

raise-cataudit-finding.
  move 0 to tally-count.
  inspect text-record tallying tally-count
      for all 'REGISTERED BACK ONTO THE CATALOG'.
  if tally-count = 0
    move spaces to tok-1
    move spaces to tok-2
    move 1 to line-ptr
    unstring text-record delimited by all spaces
      into tok-1 tok-2
      with pointer line-ptr
    if function trim(tok-2) is numeric and line-ptr <= 100
      move function numval(tok-2) to new-n
      move text-record(line-ptr:) to new-message
      move 0 to tally-count
      inspect text-record tallying tally-count
          for all 'INCOMPLETE'
      if tally-count > 0
        move 'W' to new-severity
      else
        move 'E' to new-severity
      end-if
      perform raise-cataudit-alert
    end-if
  end-if.

raise-cataudit-alert.
  move 'cobCatAudit' to new-source.
  move 'AUDT' to new-condition.
  move spaces to new-occurrence.
  perform raise-alert.

sweep-status-snapshot.
*> cobStatus marks each checkpoint it found unmoved since its last
*> look; the stall's first-seen time is its occurrence, so one hang
*> is one alert however many looks it lasts.  every in-flight
*> checkpoint also names a claim file to probe - the only way a
*> slice's claim can be found, since nothing lists the slices
  move 0 to snapshot-eof.
  open input snapshot-file.
  if snapshot-status = '00'
    perform scan-snapshot-line until snapshot-eof = 1
    close snapshot-file
  end-if.

scan-snapshot-line.
  read snapshot-file
    at end
      move 1 to snapshot-eof
    not at end
      if sn-checkpoint-name(1:11) = 'CHECKPOINT-'
        move sn-checkpoint-name(12:) to checkpoint-tail
        move spaces to new-claim-name
        string 'LOCK-' delimited by size
               function trim(checkpoint-tail) delimited by size
               into new-claim-name
        perform add-claim-name
        move spaces to tok-1
        unstring checkpoint-tail delimited by '-' or '.'
          into tok-1
        if sn-is-stalled and function trim(tok-1) is numeric
          move 'E' to new-severity
          move 'cobStatus' to new-source
          move function numval(tok-1) to new-n
          move 'STAL' to new-condition
          move spaces to new-occurrence
          string sn-date sn-time delimited by size
                 into new-occurrence
          move spaces to new-message
          string function trim(sn-checkpoint-name) delimited by size
                 ' NO ADVANCE SINCE ' delimited by size
                 sn-date delimited by size
                 ' ' delimited by size
                 sn-time(1:2) ':' sn-time(3:2) ':' sn-time(5:2)
                 delimited by size
                 into new-message
          perform raise-alert
        end-if
      end-if
  end-read.

sweep-run-log.
*> the log is read whole so every line's plan run is known, but only
*> the lines past the mark are raised (see the header); every chain
*> abort and skipped card is raised against the plan run it happened
*> in, taken off the run's own STARTED line, so tonight's abort is
*> not mistaken for last night's
  move runlog-filename to text-filename.
  move 0 to runlog-lines.
  move 0 to text-eof.
  open input text-file.
  if text-status = '00'
    perform count-runlog-line until text-eof = 1
    close text-file
  end-if.
  if runlog-marked = 1 and runlog-lines < runlog-mark
    move 0 to runlog-mark
  end-if.
  move spaces to run-occurrence.
  move spaces to run-start-date.
  move 0 to runlog-line.
  move 0 to text-eof.
  open input text-file.
  if text-status = '00'
    perform scan-runlog-line until text-eof = 1
    close text-file
  end-if.

count-runlog-line.
  read text-file
    at end
      move 1 to text-eof
    not at end
      add 1 to runlog-lines
  end-read.

scan-runlog-line.
  read text-file
    at end
      move 1 to text-eof
    not at end
      add 1 to runlog-line
      perform split-log-line
      if text-record(1:17) = 'PLAN RUN STARTED '
          or text-record(1:21) = 'PLAN RESTART STARTED '
        move spaces to run-occurrence
        string tok-4 delimited by space
               tok-5 delimited by space
               into run-occurrence
        move tok-4 to run-start-date
      else if text-record(1:2) = 'N '
        move 0 to tally-count
        inspect text-record tallying tally-count
            for all ' - CHAIN ABORTED'
        if tally-count > 0 and function trim(tok-2) is numeric
          move 'E' to new-severity
          move function numval(tok-2) to new-n
          move 'ABRT' to new-condition
          move spaces to new-message
          string 'STEP ' delimited by size
                 function trim(tok-4) delimited by size
                 ' ENDED RC ' delimited by size
                 function trim(tok-10) delimited by size
                 ' - CHAIN ABORTED' delimited by size
                 into new-message
          perform raise-runlog-alert
        end-if
      else if text-record(1:22) = 'BAD PLAN CARD SKIPPED:'
        move 'W' to new-severity
        move 0 to new-n
        move 'CARD' to new-condition
        move text-record(1:60) to new-message
        perform raise-runlog-alert
      end-if
  end-read.

split-log-line.
  move spaces to tok-1 tok-2 tok-3 tok-4 tok-5
                 tok-6 tok-7 tok-8 tok-9 tok-10.
  unstring text-record delimited by all spaces
    into tok-1 tok-2 tok-3 tok-4 tok-5
         tok-6 tok-7 tok-8 tok-9 tok-10.

raise-runlog-alert.
  move 0 to runlog-raise.
  if runlog-marked = 1
    if runlog-line > runlog-mark
      move 1 to runlog-raise
    end-if
  else if run-start-date >= runlog-since
    move 1 to runlog-raise
  end-if.
  if runlog-raise = 1
    move 'cobRunPlan' to new-source
    move run-occurrence to new-occurrence
    perform raise-alert
  end-if.

sweep-purge-holds.
*> cobPurge leaves an 'H' line for every expired family it would not
*> delete because the archive pack was missing or torn
  move 0 to audit-eof.
  open input audit-file.
  if audit-status = '00'
    perform scan-audit-line until audit-eof = 1
    close audit-file
  end-if.

scan-audit-line.
  read audit-file
    at end
      move 1 to audit-eof
    not at end
      if au-held
        move au-n to n-edited
        move 'E' to new-severity
        move 'cobPurge' to new-source
        move au-n to new-n
        move 'HELD' to new-condition
        move spaces to new-occurrence
        string au-run-date au-run-time delimited by size
               into new-occurrence
        move spaces to new-message
        string 'EXPIRED FAMILY NOT PURGED - ARCHIVE-' delimited by size
               function trim(n-edited) delimited by size
               '.TXT MISSING OR TORN' delimited by size
               into new-message
        perform raise-alert
      end-if
  end-read.

sweep-claim-files.
*> a claim held past the limit is a job still running far too long
*> or the leavings of one that died holding it; either way the
*> family or the catalog is shut to every other job until someone
*> looks.  the claim's own time is its occurrence, so a new claim on
*> the same n is a new alert
  perform varying cand-idx from 1 by 1 until cand-idx > cand-count
    move cand-n(cand-idx) to new-n
    move cand-window-low(cand-idx) to new-window-low
    perform build-family-stem
    move spaces to new-claim-name
    string 'LOCK-' delimited by size
           function trim(family-stem) delimited by size
           '.TXT' delimited by size
           into new-claim-name
    perform add-claim-name
  end-perform.
  move 'LOCK-CATALOG.TXT' to new-claim-name.
  perform add-claim-name.
  move now-date to now-date-num.
  move now-time(1:2) to hh-num.
  move now-time(3:2) to mm-num.
  compute now-minutes = hh-num * 60 + mm-num.
  perform varying claim-idx from 1 by 1 until claim-idx > claim-count
    perform check-one-claim
  end-perform.

add-claim-name.
  move 0 to claim-found.
  perform varying claim-idx from 1 by 1
      until claim-idx > claim-count or claim-found > 0
    if claim-name(claim-idx) = new-claim-name
      move claim-idx to claim-found
    end-if
  end-perform.
  if claim-found = 0 and claim-count < max-claims
    add 1 to claim-count
    move new-claim-name to claim-name(claim-count)
  end-if.

check-one-claim.
  move claim-name(claim-idx) to lock-filename.
  open input lock-file.
  if lock-status = '00'
    move spaces to claim-record
    read lock-file
      at end
        continue
    end-read
    close lock-file
    perform check-claim-age
  end-if.

check-claim-age.
*> a claim record too garbled to date is raised at once - nobody can
*> say how long it has been there
  move 99999 to claim-age.
  if cl-claim-date is numeric and cl-claim-time(1:4) is numeric
    move cl-claim-date to claim-date-num
    if function test-date-yyyymmdd(claim-date-num) = 0
      move cl-claim-time(1:2) to hh-num
      move cl-claim-time(3:2) to mm-num
      compute claim-minutes = hh-num * 60 + mm-num
      compute claim-age =
          (function integer-of-date(now-date-num)
             - function integer-of-date(claim-date-num)) * 1440
          + now-minutes - claim-minutes
    end-if
  end-if.
  if claim-age >= lock-age-minutes
    move 'W' to new-severity
    move cl-program to new-source
    if new-source = spaces
      move 'UNKNOWN' to new-source
    end-if
    if cl-n is numeric
      move cl-n to new-n
    else
      move 0 to new-n
    end-if
    move 'LOCK' to new-condition
    move spaces to new-occurrence
    string cl-claim-date cl-claim-time delimited by size
           into new-occurrence
    move spaces to new-message
    string function trim(lock-filename) delimited by size
           ' CLAIMED BY ' delimited by size
           function trim(cl-operator) delimited by size
           ' SINCE ' delimited by size
           cl-claim-date delimited by size
           ' ' delimited by size
           cl-claim-time(1:2) ':' cl-claim-time(3:2)
           delimited by size
           into new-message
    perform raise-alert
  end-if.

raise-alert.
*> the condition is looked for on the queue by its key; found, it is
*> only marked seen - open or closed, it is never raised again
  move spaces to work-alert-record.
  move new-source to wal-source.
  move new-n to wal-n.
  move new-condition to wal-condition.
  move new-occurrence to wal-occurrence.
  move new-message to wal-message.
  move 0 to alert-found.
  perform varying alert-idx from 1 by 1
      until alert-idx > alert-count or alert-found > 0
    if ae-key(alert-idx) = wal-alert-key
      move alert-idx to alert-found
    end-if
  end-perform.
  if alert-found > 0
    move 1 to ae-seen(alert-found)
  else if alert-count < max-alerts
    add 1 to last-alert-id
    move 'D' to wal-record-code
    move last-alert-id to wal-alert-id
    move 'O' to wal-status
    move new-severity to wal-severity
    move now-date to wal-raised-date
    move now-time to wal-raised-time
    add 1 to alert-count
    move work-alert-record to ae-record(alert-count)
    move wal-alert-key to ae-key(alert-count)
    move 1 to ae-seen(alert-count)
    move 1 to ae-new(alert-count)
    add 1 to raised-count
  else
    add 1 to overflow-count
  end-if.

write-alert-queue.
*> open alerts always go back on the queue; a closed one only while
*> its condition is still being found.  same temp-and-rename swap
*> cobPurge uses on the catalog, so a failure part way leaves the
*> old queue whole - and the acknowledgement cards are only cleared
*> once the new queue is safely in place
  move 0 to open-count.
  move 0 to retired-count.
  open output alert-tmp-file.
  move spaces to work-alert-record.
  move 'H' to wal-record-code.
  move last-alert-id to wal-alert-id.
  move now-date to wal-raised-date.
  move now-time to wal-raised-time.
  move runlog-lines to wal-n.
  move work-alert-record to alert-tmp-record.
  write alert-tmp-record.
  perform varying alert-idx from 1 by 1 until alert-idx > alert-count
    move ae-record(alert-idx) to work-alert-record
    if wal-open
      add 1 to open-count
      move ae-record(alert-idx) to alert-tmp-record
      write alert-tmp-record
    else if ae-seen(alert-idx) = 1
      move ae-record(alert-idx) to alert-tmp-record
      write alert-tmp-record
    else
      add 1 to retired-count
    end-if
  end-perform.
  close alert-tmp-file.
  call 'CBL_RENAME_FILE' using alert-tmp-filename
                               alert-filename
    returning rename-rc.
  if rename-rc not = 0
    display 'could not update ' function trim(alert-filename)
            ' - rc=' rename-rc
    move 0 to queue-ok
  else if ack-file-seen = 1
    open output ack-file
    close ack-file
  end-if.

list-open-alerts.
*> the morning list: every open alert in the order raised, the ones
*> this sweep raised marked NEW, and the ones whose condition the
*> sweep no longer finds marked CLEARED - they still want closing
  move spaces to report-text.
  perform write-report-line.
  move 'OPEN ALERTS' to report-text.
  perform write-report-line.
  move spaces to report-text.
  string 'ALERT  SEV SOURCE                N RAISED         '
         delimited by size
         'MESSAGE' delimited by size
         into report-text.
  perform write-report-line.
  perform varying alert-idx from 1 by 1 until alert-idx > alert-count
    move ae-record(alert-idx) to work-alert-record
    if wal-open
      perform list-one-alert
    end-if
  end-perform.
  if open-count = 0
    move 'NO OPEN ALERTS' to report-text
    perform write-report-line
  end-if.

list-one-alert.
  move spaces to alert-tag.
  if ae-new(alert-idx) = 1
    move 'NEW' to alert-tag
  else if ae-seen(alert-idx) = 0
    move 'CLEARED' to alert-tag
  end-if.
  move wal-alert-id to id-edited.
  move wal-n to n-edited.
  move spaces to report-text.
  string id-edited delimited by size
         '  ' delimited by size
         wal-severity delimited by size
         '  ' delimited by size
         wal-source delimited by size
         n-edited delimited by size
         ' ' delimited by size
         wal-raised-date delimited by size
         ' ' delimited by size
         wal-raised-time(1:2) ':' wal-raised-time(3:2)
         delimited by size
         ' ' delimited by size
         wal-message delimited by size
         ' ' delimited by size
         alert-tag delimited by size
         into report-text.
  perform write-report-line.

report-totals.
  move spaces to report-text.
  perform write-report-line.
  move raised-count to count-edited.
  move spaces to report-text.
  string 'ALERTS RAISED THIS SWEEP=' delimited by size
         function trim(count-edited) delimited by size
         into report-text.
  perform write-report-line.
  move closed-count to count-edited.
  move spaces to report-text.
  string 'ALERTS CLOSED THIS SWEEP=' delimited by size
         function trim(count-edited) delimited by size
         into report-text.
  perform write-report-line.
  move rejected-count to count-edited.
  move spaces to report-text.
  string 'ACK CARDS REJECTED=' delimited by size
         function trim(count-edited) delimited by size
         into report-text.
  perform write-report-line.
  move retired-count to count-edited.
  move spaces to report-text.
  string 'CLOSED ALERTS RETIRED=' delimited by size
         function trim(count-edited) delimited by size
         into report-text.
  perform write-report-line.
  move open-count to count-edited.
  move spaces to report-text.
  string 'OPEN ALERTS=' delimited by size
         function trim(count-edited) delimited by size
         into report-text.
  perform write-report-line.
  if overflow-count > 0
    move overflow-count to count-edited
    move spaces to report-text
    string 'QUEUE FULL - ' delimited by size
           function trim(count-edited) delimited by size
           ' CONDITION(S) NOT QUEUED' delimited by size
           into report-text
    perform write-report-line
  end-if.

write-report-line.
  move report-text to report-record.
  write report-record.
