*> the audit file lists every rejection in an exceptions section so
*> the data-control clerk can chase the bad control cards instead of
*> letting them slip through.
*>
*> invocation: cobShiftRpt [<period>]
*> with a period the report is run over that period's closed
*> AUDIT-<period>.TXT generation (see cobPeriodClose) and written to
*> SHIFTRPT-<period>.TXT; without one, over the live AUDIT.TXT.
environment division.
input-output section.
file-control.
  select report-file assign to dynamic report-filename
  organization is line sequential.

  select history-file assign to dynamic history-filename
  organization is line sequential
  file status is history-status.

data division.
file section.
fd  audit-file.
fd  report-file.
  01 report-record       pic x(80).

fd  history-file.
  copy 'SVHSTREC.CPY'.

working-storage section.
  77 audit-filename      pic x(40) value 'AUDIT.TXT'.
  77 report-filename     pic x(40) value 'SHIFTRPT.TXT'.
  77 history-filename    pic x(40) value 'HISTINDX.TXT'.
  77 history-status      pic x(2).
  77 history-eof         pic 9.
  77 parm-value          pic x(20).
  77 period-id           pic x(8).
  77 period-ok           pic 9.
  77 period-found        pic 9.
  77 period-start        pic x(8).
  77 period-end          pic x(8).
  77 audit-status        pic x(2).
  77 audit-eof           pic 9.
  77 records-read        pic 9(10).

procedure division.
main-logic.
  accept parm-value from command-line.
  perform select-period-files.
  if period-ok = 0
    move 8 to return-code
    stop run
  end-if.

  open input audit-file.
  if audit-status not = '00'
    display 'audit file ' function trim(audit-filename)
  open output report-file.
  move 'DAILY OPERATIONS SHIFT REPORT' to report-text.
  perform write-report-line.
  if period-id not = spaces
    move spaces to report-text
    string 'HISTORY PERIOD ' delimited by size
           function trim(period-id) delimited by size
           ' - ' delimited by size
           period-start delimited by size
           ' TO ' delimited by size
           period-end delimited by size
           into report-text
    perform write-report-line
  end-if.

  move 0 to records-read.
  move 0 to reject-count.
          function trim(report-filename).
  stop run.

select-period-files.
*> no parm reports on the live files; a period names a closed
*> history generation, which must be on the history index - a
*> period never closed is refused, not reported as empty.  the
*> report itself goes to its own SHIFTRPT-<period>.TXT so this
*> morning's report is not overwritten by a rerun for an auditor
  move 1 to period-ok.
  move spaces to period-id.
  move function upper-case(function trim(parm-value)) to parm-value.
  if parm-value not = spaces
    move 0 to period-found
    if function length(function trim(parm-value)) <= 8
      move parm-value to period-id
      perform find-period-generation
    end-if
    if period-found = 0
      display 'period ' function trim(parm-value)
              ' is not a closed period on '
              function trim(history-filename)
      move 0 to period-ok
    else
      move spaces to audit-filename
      string 'AUDIT-' delimited by size
             function trim(period-id) delimited by size
             '.TXT' delimited by size
             into audit-filename
      move spaces to report-filename
      string 'SHIFTRPT-' delimited by size
             function trim(period-id) delimited by size
             '.TXT' delimited by size
             into report-filename
    end-if
  end-if.

find-period-generation.
  move 0 to history-eof.
  open input history-file.
  if history-status = '00'
    perform read-history-record
        until history-eof = 1 or period-found = 1
    close history-file
  end-if.

read-history-record.
  read history-file
    at end
      move 1 to history-eof
    not at end
      if hi-period = period-id
        move 1 to period-found
        move hi-period-start to period-start
        move hi-period-end to period-end
      end-if
  end-read.

accumulate-audit-records.
  read audit-file
    at end
