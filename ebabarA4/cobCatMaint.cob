identification division.
program-id. cobCatMaint.
*> operations' controlled way into CATALOG.TXT.  every other change
*> to the catalog is made by a program as a side effect of its own
*> work (the sieve and the merge register, the purge expires, the
*> restore and the audit register back); this one applies the
*> transactions keyed on CATMAINT.TXT, one per card, in the order
*> they are keyed:
*>
*>   HOLD <n> [<note>]    put the family under hold - cobPurge will
*>                        not expire it, whatever the retention rule
*>                        says, until it is released.  the family
*>                        must be on the catalog and not purged, and
*>                        not already under hold
*>   RELEASE <n> [<note>] take the hold off; the family must be
*>                        under hold
*>   NOTE <n> <note>      attach a note (an auditor's reason, a
*>                        ticket number) to any family on the
*>                        catalog, purged or not; it replaces the
*>                        family's previous note
*>   RETIRE <n> [<note>]  take an active family out of service
*>                        without purging it: its files stay on disk
*>                        but cobPrimeLoad, cobFactLoad and cobPrint
*>                        refuse it and the retention rule no longer
*>                        sees it.  a retired family comes back into
*>                        service only by being registered afresh
*>
*> a window family from cobSeive's WINDOW card is named by its
*> bounds in place of the n, as WINDOW <low> <high> - for example
*> HOLD WINDOW 5000000000 5001000000 <note> - since two windows can
*> end on the same n and a full table is never a window; a card
*> naming a plain n reaches only the full table for that n.
*>
*> a note is the rest of the card after the n (or the window's high
*> bound), at most 40 characters, and is dated the day it is
*> applied.  every card is edited against the catalog record as the
*> transactions before it have left it, so a HOLD and a RELEASE for
*> the same n on one file both apply.  CATMAINTRPT.TXT lists each
*> card as APPLIED or REJECTED with the reason, then the totals.
*>
*> the catalog is held under the LOCK-CATALOG.TXT claim for the
*> whole run, the same claim every other catalog writer takes, and
*> rewritten through CATALOG.TXT.TMP and swapped in only when at
*> least one transaction applied.
*>
*> invocation: cobCatMaint
*> return code 4 when any transaction was rejected, 8 when the
*> transaction file, the catalog or the catalog claim could not be
*> had and nothing was applied.
environment division.
input-output section.
file-control.
  select maint-file assign to dynamic maint-filename
  organization is line sequential
  file status is maint-status.

  select catalog-file assign to dynamic catalog-filename
  organization is line sequential
  file status is catalog-status.

  select catalog-tmp-file assign to dynamic catalog-tmp-filename
  organization is line sequential.

  select report-file assign to dynamic report-filename
  organization is line sequential.

*> the catalog claim, held for the whole run; the file is never held
*> open - its existence is the lock
  select lock-file assign to dynamic lock-filename
  organization is line sequential
  file status is lock-status.

data division.
file section.
fd  maint-file.
  01 maint-record        pic x(80).

fd  catalog-file.
  copy 'SVCATREC.CPY'.

fd  catalog-tmp-file.
  01 catalog-tmp-record  pic x(267).

fd  report-file.
  01 report-record       pic x(100).

fd  lock-file.
  copy 'SVCLMREC.CPY'.

working-storage section.
*> work copy of the catalog record a transaction is applied to
  01 work-catalog-record.
     copy 'SVCATREC.CPY'
       replacing ==01  catalog-record.== by ====
                 ==ct-n==            by ==wct-n==
                 ==ct-run-date==     by ==wct-run-date==
                 ==ct-output-name==  by ==wct-output-name==
                 ==ct-compfact-name== by ==wct-compfact-name==
                 ==ct-summary-name== by ==wct-summary-name==
                 ==ct-prime-count==  by ==wct-prime-count==
                 ==ct-compfact-count== by ==wct-compfact-count==
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

  77 maint-filename      pic x(40) value 'CATMAINT.TXT'.
  77 catalog-filename    pic x(40) value 'CATALOG.TXT'.
  77 catalog-tmp-filename pic x(44) value 'CATALOG.TXT.TMP'.
  77 report-filename     pic x(40) value 'CATMAINTRPT.TXT'.
  77 maint-status        pic x(2).
  77 catalog-status      pic x(2).
  77 maint-eof           pic 9.
  77 catalog-eof         pic 9.
  77 rename-rc           pic s9(9) comp-5.
  77 lock-filename       pic x(44).
  77 catalog-lock-filename pic x(44) value 'LOCK-CATALOG.TXT'.
  77 lock-status         pic x(2).
  77 lock-claimed        pic 9.
  77 claim-program       pic x(12) value 'cobCatMaint'.
  77 claim-n             pic 9(10).
  77 now-date            pic x(8).
  77 now-time            pic x(8).

*> the whole catalog held in storage, the same bound and reasoning
*> as cobPurge's retention pass
  77 max-entries         pic 9(5) value 500.
  77 entry-count         pic 9(5).
  77 entry-idx           pic 9(5).
  77 found-idx           pic 9(5).
  01 catalog-table.
     05 catalog-entry occurs 500 times.
        10 ce-record       pic x(267).
        10 ce-n            pic 9(10).
        10 ce-window-low   pic 9(10).

*> the card being applied: verb, n (or window bounds) and the note
*> that is the rest of the card.  tran-window-low stays 0 for a full
*> table, as ce-window-low does
  77 card-text           pic x(80).
  77 card-ptr            pic 9(3).
  77 tran-verb           pic x(12).
  77 tran-n-text         pic x(12).
  77 tran-n              pic 9(10).
  77 tran-window         pic 9.
  77 tran-low-text       pic x(12).
  77 tran-high-text      pic x(12).
  77 tran-window-low     pic 9(10).
  77 tran-note           pic x(80).
  77 tran-applied        pic 9.
  77 tran-result         pic x(40).

  77 card-count          pic 9(5).
  77 applied-count       pic 9(5).
  77 rejected-count      pic 9(5).
  77 seq-edited          pic z(4)9.
  77 count-edited        pic z(9)9.
  77 n-edited            pic z(9)9.
  77 low-edited          pic z(9)9 blank when zero.
  77 report-text         pic x(100).

procedure division.
main-logic.
  accept now-date from date yyyymmdd.
  accept now-time from time.
  open input maint-file.
  if maint-status not = '00'
    display 'transaction file ' function trim(maint-filename)
            ' not found or unreadable - status ' maint-status
    move 8 to return-code
    stop run
  end-if.

*> nothing may register or purge an entry between the load and the
*> swap
  move catalog-lock-filename to lock-filename.
  move 0 to claim-n.
  perform claim-lock.
  if lock-claimed = 0
    display 'catalog busy - no transactions applied'
    close maint-file
    move 8 to return-code
    stop run
  end-if.

  open input catalog-file.
  if catalog-status not = '00'
    display 'catalog ' function trim(catalog-filename)
            ' not found or unreadable - status ' catalog-status
    display 'no transactions applied'
    close maint-file
    perform release-catalog-claim
    move 8 to return-code
    stop run
  end-if.
  move 0 to entry-count.
  move 0 to catalog-eof.
  perform load-catalog-entry until catalog-eof = 1.
  close catalog-file.

  open output report-file.
  move spaces to report-text.
  string 'CATALOG MAINTENANCE ' delimited by size
         now-date delimited by size
         ' ' delimited by size
         now-time(1:2) ':' now-time(3:2) ':' now-time(5:2)
         delimited by size
         into report-text.
  perform write-report-line.
  move spaces to report-text.
  perform write-report-line.
  move ' CARD TRAN             N WINDOW LOW  RESULT    DETAIL'
      to report-text.
  perform write-report-line.

  move 0 to card-count.
  move 0 to applied-count.
  move 0 to rejected-count.
  move 0 to maint-eof.
  move 0 to rename-rc.
  perform apply-next-transaction until maint-eof = 1.
  close maint-file.

  if applied-count > 0
    perform rewrite-catalog
  end-if.
  perform release-catalog-claim.
  perform report-results.

  if rename-rc not = 0
    move 8 to return-code
  else if rejected-count > 0
    move 4 to return-code
  end-if.
  stop run.

load-catalog-entry.
  read catalog-file
    at end
      move 1 to catalog-eof
    not at end
      if entry-count >= max-entries
        display 'catalog exceeds ' max-entries
                ' entries - no transactions applied'
        close catalog-file
        close maint-file
        perform release-catalog-claim
        move 8 to return-code
        stop run
      end-if
      add 1 to entry-count
      move catalog-record to ce-record(entry-count)
      move ct-n to ce-n(entry-count)
      if ct-window
        move ct-window-low to ce-window-low(entry-count)
      else
        move 0 to ce-window-low(entry-count)
      end-if
  end-read.

apply-next-transaction.
  read maint-file
    at end
      move 1 to maint-eof
    not at end
      if maint-record not = spaces
        add 1 to card-count
        perform parse-transaction
        perform edit-transaction
        perform write-edit-line
      end-if
  end-read.

parse-transaction.
*> verb and n are the first two words, or the verb and WINDOW with
*> the window's two bounds; whatever follows them is the note, kept
*> as keyed
  move function trim(maint-record leading) to card-text.
  move spaces to tran-verb.
  move spaces to tran-n-text.
  move spaces to tran-low-text.
  move spaces to tran-high-text.
  move spaces to tran-note.
  move 0 to tran-n.
  move 0 to tran-window.
  move 0 to tran-window-low.
  move 1 to card-ptr.
  unstring card-text delimited by all spaces
      into tran-verb tran-n-text
      with pointer card-ptr.
  move function upper-case(tran-verb) to tran-verb.
  if function upper-case(tran-n-text) = 'WINDOW'
    move 1 to tran-window
    if card-ptr <= 80
      unstring card-text delimited by all spaces
          into tran-low-text tran-high-text
          with pointer card-ptr
    end-if
    move tran-high-text to tran-n-text
    if function trim(tran-low-text) is numeric
        and function length(function trim(tran-low-text)) <= 10
      move function numval(tran-low-text) to tran-window-low
    end-if
  end-if.
  if card-ptr <= 80
    move function trim(card-text(card-ptr:)) to tran-note
  end-if.
  if function trim(tran-n-text) is numeric
      and function length(function trim(tran-n-text)) <= 10
    move function numval(tran-n-text) to tran-n
  end-if.

edit-transaction.
*> the card is checked against the record as earlier cards left it;
*> a rejected card changes nothing
  move 0 to tran-applied.
  move spaces to tran-result.
  move 0 to found-idx.
  if tran-verb not = 'HOLD' and tran-verb not = 'RELEASE'
      and tran-verb not = 'NOTE' and tran-verb not = 'RETIRE'
    move 'UNKNOWN TRANSACTION' to tran-result
  else if tran-window = 1
      and (tran-n = 0 or tran-window-low = 0
           or tran-window-low > tran-n)
    move 'WINDOW BOUNDS MISSING OR INVALID' to tran-result
  else if tran-n = 0
    move 'N MISSING OR NOT NUMERIC' to tran-result
  else if function length(function trim(tran-note)) > 40
    move 'NOTE OVER 40 CHARACTERS' to tran-result
  else
    perform find-catalog-entry
    if found-idx = 0 and tran-window = 1
      move 'WINDOW NOT ON THE CATALOG' to tran-result
    else if found-idx = 0
      move 'N NOT ON THE CATALOG' to tran-result
    else
      perform apply-to-entry
    end-if
  end-if.
  if tran-applied = 1
    add 1 to applied-count
  else
    add 1 to rejected-count
  end-if.

apply-to-entry.
  move ce-record(found-idx) to work-catalog-record.
  if tran-verb = 'HOLD'
    perform apply-hold
  else if tran-verb = 'RELEASE'
    perform apply-release
  else if tran-verb = 'NOTE'
    perform apply-note
  else
    perform apply-retire
  end-if.
  if tran-applied = 1
    move work-catalog-record to ce-record(found-idx)
  end-if.

find-catalog-entry.
*> a window is told apart from a full table, and from another window
*> ending on the same n, by its low bound - the same test cobPrint
*> makes; a plain card's low of 0 matches only a full table
  perform varying entry-idx from 1 by 1
      until entry-idx > entry-count or found-idx > 0
    if ce-n(entry-idx) = tran-n
        and ce-window-low(entry-idx) = tran-window-low
      move entry-idx to found-idx
    end-if
  end-perform.

apply-hold.
*> a retired family may still be held - its files are on disk and an
*> auditor may want them kept; a purged one has nothing left to hold
  if wct-purged
    move 'FAMILY PURGED - NOTHING TO HOLD' to tran-result
  else if wct-held
    string 'ALREADY UNDER HOLD SINCE ' delimited by size
           wct-hold-date delimited by size
           into tran-result
  else
    move 'H' to wct-hold-status
    move now-date to wct-hold-date
    perform take-card-note
    move 'HOLD ON' to tran-result
    move 1 to tran-applied
  end-if.

apply-release.
  if not wct-held
    move 'NOT UNDER HOLD' to tran-result
  else
    string 'HOLD OF ' delimited by size
           wct-hold-date delimited by size
           ' RELEASED' delimited by size
           into tran-result
    move space to wct-hold-status
    move spaces to wct-hold-date
    perform take-card-note
    move 1 to tran-applied
  end-if.

apply-note.
  if tran-note = spaces
    move 'NOTE TEXT MISSING' to tran-result
  else
    perform take-card-note
    move 'NOTE RECORDED' to tran-result
    move 1 to tran-applied
  end-if.

apply-retire.
  if wct-retired
    string 'ALREADY RETIRED ON ' delimited by size
           wct-retire-date delimited by size
           into tran-result
  else if not wct-active
    move 'FAMILY NOT ACTIVE - CANNOT RETIRE' to tran-result
  else
    move 'R' to wct-status
    move now-date to wct-retire-date
    perform take-card-note
    if wct-held
      move 'RETIRED - HOLD STILL ON' to tran-result
    else
      move 'RETIRED FROM SERVICE' to tran-result
    end-if
    move 1 to tran-applied
  end-if.

take-card-note.
*> a blank note leaves the family's previous note standing
  if tran-note not = spaces
    move tran-note to wct-note
    move now-date to wct-note-date
  end-if.

write-edit-line.
  move card-count to seq-edited.
  move tran-n to n-edited.
  move tran-window-low to low-edited.
  move spaces to report-text.
  if tran-applied = 1
    string seq-edited delimited by size
           ' ' delimited by size
           tran-verb(1:8) delimited by size
           n-edited delimited by size
           ' ' delimited by size
           low-edited delimited by size
           '  APPLIED   ' delimited by size
           tran-result delimited by size
           into report-text
  else
    string seq-edited delimited by size
           ' ' delimited by size
           tran-verb(1:8) delimited by size
           n-edited delimited by size
           ' ' delimited by size
           low-edited delimited by size
           '  REJECTED  ' delimited by size
           tran-result delimited by size
           into report-text
  end-if.
  perform write-report-line.

rewrite-catalog.
  move 0 to rename-rc.
  open output catalog-tmp-file.
  perform varying entry-idx from 1 by 1 until entry-idx > entry-count
    move ce-record(entry-idx) to catalog-tmp-record
    write catalog-tmp-record
  end-perform.
  close catalog-tmp-file.
  call 'CBL_RENAME_FILE' using catalog-tmp-filename
                               catalog-filename
    returning rename-rc.
  if rename-rc not = 0
    display 'could not update ' function trim(catalog-filename)
            ' - rc=' rename-rc ' - no transactions applied'
    move spaces to report-text
    perform write-report-line
    move 'CATALOG NOT UPDATED - NO TRANSACTIONS APPLIED'
        to report-text
    perform write-report-line
  end-if.

claim-lock.
*> create-if-absent, exactly the claim cobSeive and cobMerge take:
*> a claimant finding the file already on disk ends under control
*> and the operator is told who holds it and how to clear a stale
*> claim left by a crashed holder
  move 0 to lock-claimed.
  open input lock-file.
  if lock-status = '00'
    read lock-file
      at end
        move spaces to claim-record
    end-read
    close lock-file
    display 'claim ' function trim(lock-filename)
            ' already held by ' cl-operator
            ' (' function trim(cl-program) ') since '
            cl-claim-date ' ' cl-claim-time
    display 'if that run is no longer active, delete '
            function trim(lock-filename)
            ' to clear the stale claim'
  else if lock-status = '35'
    open output lock-file
    move spaces to claim-record
    accept cl-operator from environment "USER"
    move claim-program to cl-program
    accept cl-claim-date from date yyyymmdd
    accept cl-claim-time from time
    move claim-n to cl-n
    write claim-record
    close lock-file
    move 1 to lock-claimed
  else
    display 'claim ' function trim(lock-filename)
            ' could not be tested - status ' lock-status
  end-if.

release-claim.
  delete file lock-file.

release-catalog-claim.
  move catalog-lock-filename to lock-filename.
  perform release-claim.

write-report-line.
  move report-text to report-record.
  write report-record.

report-results.
  move spaces to report-text.
  perform write-report-line.
  move spaces to report-text.
  move card-count to count-edited.
  string 'TRANSACTIONS=' delimited by size
         function trim(count-edited) delimited by size
         into report-text.
  move applied-count to count-edited.
  string function trim(report-text) delimited by size
         ' APPLIED=' delimited by size
         function trim(count-edited) delimited by size
         into report-text.
  move rejected-count to count-edited.
  string function trim(report-text) delimited by size
         ' REJECTED=' delimited by size
         function trim(count-edited) delimited by size
         into report-text.
  perform write-report-line.
  close report-file.

  move applied-count to count-edited.
  display 'cobCatMaint: ' function trim(count-edited)
          ' transaction(s) applied to ' function trim(catalog-filename).
  if rejected-count > 0
    move rejected-count to count-edited
    display '             ' function trim(count-edited)
            ' transaction(s) rejected - see '
            function trim(report-filename)
  end-if.
