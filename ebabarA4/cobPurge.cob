*> whose archive step never ran or never completed stays active and
*> the run ends nonzero, so the only copy of a table can never be
*> destroyed ahead of its archive.
*>
*> a family under a legal hold (cobCatMaint HOLD) is never purged,
*> however far past the rule it is: it is reported as held, stays
*> active, and is purged on a later run once the hold is released.
*> a retired family is no longer active and so is outside the
*> retention rule altogether, as is a window family (cobSeive's
*> WINDOW card): its n is only the high bound of a band, and ranked
*> among the full tables it would push the latest of them out.
environment division.
input-output section.
file-control.
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

  77 purgctl-filename    pic x(40) value 'PURGCTL.TXT'.
  77 catalog-filename    pic x(40) value 'CATALOG.TXT'.
  77 last-member-code    pic x(1).
  77 manifest-n-check    pic 9(10).
  77 archive-held-count  pic 9(5).
  77 audit-reason        pic x(1).
  77 lock-filename       pic x(44).
  77 catalog-lock-filename pic x(44) value 'LOCK-CATALOG.TXT'.
  77 lock-status         pic x(2).
  77 claim-program       pic x(12) value 'cobPurge'.
  77 claim-n             pic 9(10).
  77 lock-held-count     pic 9(5).
  77 legal-hold-count    pic 9(5).
  77 optional-probe-name pic x(40).
  77 optional-probe-status pic x(2).
*> the packed manifest's leading n viewed through the catalog
*> family about to be deleted
  01 manifest-view.
     05 mv-n             pic x(10).
     05 filler           pic x(290).

  77 rule-tok1           pic x(12).
  77 rule-tok2           pic x(12).
  77 keep-rank           pic 9(5).
  01 catalog-table.
     05 catalog-entry occurs 500 times.
        10 ce-record       pic x(267).
        10 ce-n            pic 9(10).
        10 ce-run-date     pic x(8).
        10 ce-active       pic 9.
  move 0 to file-error-count.
  move 0 to archive-held-count.
  move 0 to lock-held-count.
  move 0 to legal-hold-count.
  perform purge-expired-families.
  perform rewrite-catalog.
  perform release-catalog-claim.
      move ct-n to ce-n(entry-count)
      move ct-run-date to ce-run-date(entry-count)
      move 0 to ce-expired(entry-count)
      if ct-active and not ct-window
        move 1 to ce-active(entry-count)
        add 1 to active-count
      else
*> delete every expired family's files - output, compfact, summary
*> and the factorization file when cobFactor ran for it - and mark
*> the catalog entry purged; a file that is already gone is
*> reported but does not stop the rest of the family or the run.  a
*> family whose archive never completed is held back - it stays
*> active on the catalog and the run ends nonzero for the scheduler
*> to chase
  perform varying entry-idx from 1 by 1 until entry-idx > entry-count
    if ce-expired(entry-idx) = 1
      move ce-record(entry-idx) to work-catalog-record
      perform check-legal-hold
    end-if
    if ce-expired(entry-idx) = 1
      perform claim-family-lock
      if lock-claimed = 0
        add 1 to lock-held-count
            ' cobArchive ' function trim(n-edited) ' first'
    add 1 to archive-held-count
    add 1 to kept-count
    move 'H' to audit-reason
    perform write-purge-audit-line
  else
    move wct-output-name to delete-name
    perform delete-one-file
    move wct-n to n-edited
    display 'purged table family for n='
            function trim(n-edited)
    move 'P' to audit-reason
    perform write-purge-audit-line
  end-if.

check-legal-hold.
*> operations' hold outranks the retention rule: the family is kept
*> and reported, with the date the hold went on and its note
  if wct-held
    move wct-n to n-edited
    display 'family for n=' function trim(n-edited)
            ' is under hold since ' wct-hold-date
            ' - not purged'
    if wct-note not = spaces
      display '  note: ' function trim(wct-note)
    end-if
    move 0 to ce-expired(entry-idx)
    add 1 to legal-hold-count
  end-if.

claim-family-lock.
*> same claim cobSeive takes before working a family, so a load or
*> run still holding the n stops the delete; a held family is kept
write-purge-audit-line.
*> same audit trail cobSeive writes, with reason 'P' and the purged
*> family's n and prime count, so operations can see housekeeping
*> alongside the runs themselves.  a family held back for want of a
*> completed archive gets an 'H' line instead, so the refusal
*> outlives the job log and the alert sweep can raise it
  move spaces to audit-record.
  accept au-operator from environment "USER".
  accept au-run-date from date yyyymmdd.
  accept run-time-now from time.
  move run-time-now to au-run-time.
  move wct-n to au-n.
  move audit-reason to au-reason.
  move wct-prime-count to au-prime-count.
  open extend audit-file.
  if audit-status = '35'
    display '         ' function trim(count-edited)
            ' expired family(ies) held - claimed by another job'
  end-if.
  if legal-hold-count > 0
    move legal-hold-count to count-edited
    display '         ' function trim(count-edited)
            ' expired family(ies) kept - under hold'
  end-if.
  if file-error-count > 0
    move file-error-count to count-edited
    display '         ' function trim(count-edited)
