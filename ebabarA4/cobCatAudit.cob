*>            'H' header for ct-n, and its 'T' trailer must match
*>            ct-prime-count.  every discrepancy is reported.
*>   REGISTER the other direction: the completed-run lines on
*>            AUDIT.TXT and on every AUDIT-<period>.TXT generation
*>            HISTINDX.TXT lists are together the census of every
*>            family this shop ever produced, so each completed n
*>            with no active catalog record is looked for on disk
*>            and, where its OUTPUT file proves complete, registered
*>            back onto the catalog with counts taken off the file
*>            itself.
*>   FULL     both passes.
*>
*> findings go to a CATAUDIT.TXT report and the program ends with a
*> catalog is rewritten through a temp copy and swapped in, the
*> same pattern cobSeive's checkpoint repair uses.
*>
*> a family cobCatMaint has retired is neither verified nor
*> registered back: it is out of service by decision, not missing.
*>
*> invocation: cobCatAudit [VERIFY|REGISTER|FULL]
environment division.
input-output section.
  organization is line sequential
  file status is audit-status.

*> the index of the audit generations cobPeriodClose has rolled off
*> AUDIT.TXT, read by REGISTER for the closed periods' census
  select history-file assign to dynamic history-filename
  organization is line sequential
  file status is history-status.

  select check-prime-file assign to dynamic check-prime-filename
  organization is line sequential
  file status is check-prime-status.
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

fd  audit-file.
  copy 'SVAUDREC.CPY'.

fd  history-file.
  copy 'SVHSTREC.CPY'.

fd  check-prime-file.
  copy 'SVOUTREC.CPY'.

                 ==ct-status==       by ==wct-status==
                 ==ct-active==       by ==wct-active==
                 ==ct-purged==       by ==wct-purged==
                 ==ct-retired==      by ==wct-retired==
                 ==ct-purge-date==   by ==wct-purge-date==
                 ==ct-cert-status==  by ==wct-cert-status==
                 ==ct-certified==    by ==wct-certified==
                 ==ct-cert-failed==  by ==wct-cert-failed==
                 ==ct-cert-date==    by ==wct-cert-date==
                 ==ct-cert-sample==  by ==wct-cert-sample==
                 ==ct-hold-status==  by ==wct-hold-status==
                 ==ct-held==         by ==wct-held==
                 ==ct-hold-date==    by ==wct-hold-date==
                 ==ct-note==         by ==wct-note==
                 ==ct-note-date==    by ==wct-note-date==
                 ==ct-retire-date==  by ==wct-retire-date==
                 ==ct-family-type==  by ==wct-family-type==
                 ==ct-window==       by ==wct-window==
                 ==ct-window-low==   by ==wct-window-low==.

  77 catalog-filename    pic x(40) value 'CATALOG.TXT'.
  77 catalog-tmp-filename pic x(44) value 'CATALOG.TXT.TMP'.
  77 audit-filename      pic x(40) value 'AUDIT.TXT'.
  77 live-audit-filename pic x(40) value 'AUDIT.TXT'.
  77 history-filename    pic x(40) value 'HISTINDX.TXT'.
  77 history-status      pic x(2).
  77 history-eof         pic 9.
  77 report-filename     pic x(40) value 'CATAUDIT.TXT'.
  77 check-prime-filename pic x(40).
  77 probe-filename      pic x(40).
  77 scan-idx            pic 9(5).
  01 catalog-table.
     05 catalog-entry occurs 500 times.
        10 ce-record       pic x(267).
        10 ce-n            pic 9(10).
        10 ce-active       pic 9.
        10 ce-retired      pic 9.
  77 entry-replaced      pic 9.
*> operations' hold and note on a purged entry being registered back
*> in place, carried onto the rebuilt record
  01 kept-marks.
     05 kept-hold-status  pic x(1).
     05 kept-hold-date    pic x(8).
     05 kept-note         pic x(40).
     05 kept-note-date    pic x(8).

*> distinct completed n values off the audit census, for the
*> REGISTER pass
      else
        move 0 to ce-active(entry-count)
      end-if
      if ct-retired
        move 1 to ce-retired(entry-count)
      else
        move 0 to ce-retired(entry-count)
      end-if
  end-read.

verify-catalog.

register-missing-families.
*> the rebuild direction.  flat files give us no way to list a
*> directory, but the audit trail's completed-run lines - the live
*> AUDIT.TXT and every generation cobPeriodClose has rolled off it -
*> are a census of every family this shop ever produced, so they
*> are the candidate list: each distinct completed n with no active
*> catalog record is looked for on disk and registered when its
*> output file proves complete
  perform collect-audit-candidates.
  perform varying cand-idx from 1 by 1
      until cand-idx > candidate-count
  end-if.

collect-audit-candidates.
*> the live trail first, then each closed period's generation in
*> the order HISTINDX.TXT lists them
  move 0 to candidate-count.
  move live-audit-filename to audit-filename.
  perform collect-audit-generation.
  move 0 to history-eof.
  open input history-file.
  if history-status = '00'
    perform collect-history-generation until history-eof = 1
    close history-file
  end-if.
  move live-audit-filename to audit-filename.

collect-history-generation.
  read history-file
    at end
      move 1 to history-eof
    not at end
      move spaces to audit-filename
      string 'AUDIT-' delimited by size
             function trim(hi-period) delimited by size
             '.TXT' delimited by size
             into audit-filename
      perform collect-audit-generation
  end-read.

collect-audit-generation.
  move 0 to audit-eof.
  open input audit-file.
  if audit-status not = '00'
    move spaces to report-text
    string 'AUDIT FILE ' delimited by size
           function trim(audit-filename) delimited by size
           ' NOT FOUND - ITS FAMILIES ARE NOT IN THE REGISTER CENSUS'
           delimited by size
           into report-text
    perform write-report-line

note-candidate-n.
*> keep each completed n once; one already active on the catalog,
*> one operations has retired, or one already on the candidate
*> list, needs no noting - either way the found flag says there is
*> nothing to add
  move 0 to cand-found.
  perform varying entry-idx from 1 by 1
      until entry-idx > entry-count or cand-found = 1
    if ce-n(entry-idx) = au-n
        and (ce-active(entry-idx) = 1 or ce-retired(entry-idx) = 1)
      move 1 to cand-found
    end-if
  end-perform.
*> to still be on disk - is replaced in place, keeping the
*> catalog's one-record-per-n discipline
  move 0 to scan-idx.
  move 0 to entry-replaced.
  perform varying entry-idx from 1 by 1 until entry-idx > entry-count
    if ce-n(entry-idx) = n
      move entry-idx to scan-idx
      move 1 to entry-replaced
    end-if
  end-perform.
  if scan-idx = 0
  end-if.

build-registered-entry.
  move spaces to kept-marks.
  if entry-replaced = 1
    move ce-record(scan-idx) to work-catalog-record
    move wct-hold-status to kept-hold-status
    move wct-hold-date to kept-hold-date
    move wct-note to kept-note
    move wct-note-date to kept-note-date
  end-if.
  move spaces to work-catalog-record.
  move n to wct-n.
  move file-run-date to wct-run-date.
  move compfact-rows to wct-compfact-count.
  move 'A' to wct-status.
  move spaces to wct-purge-date.
  move kept-hold-status to wct-hold-status.
  move kept-hold-date to wct-hold-date.
  move kept-note to wct-note.
  move kept-note-date to wct-note-date.
  move work-catalog-record to ce-record(scan-idx).
  move n to ce-n(scan-idx).
  move 1 to ce-active(scan-idx).
  move 0 to ce-retired(scan-idx).
  add 1 to registered-count.
  move spaces to report-text.
  string 'N ' delimited by size
