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

working-storage section.
*> the manifest's catalog record, carried through the restore and
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

*> a packed output row viewed through its own typed layout, so the
*> restore can count 'D' records and pick up the trailer in flight
                 ==so-slice-info==       by ==aso-slice-info==
                 ==so-slice-high==       by ==aso-slice-high==
                 ==so-slice-seq==        by ==aso-slice-seq==
                 ==so-slice-of==         by ==aso-slice-of==
                 ==so-window-info==      by ==aso-window-info==
                 ==so-window-low==       by ==aso-window-low==
                 ==so-window-flag==      by ==aso-window-flag==
                 ==so-window-header==    by ==aso-window-header==.

  77 parm-value          pic x(10).
  77 n                   pic 9(10).
*> on disk but unregistered - cobCatAudit REGISTER puts the entry
*> back - and the run ends nonzero so the omission is chased.  the
*> restored family goes back active with its purge marking cleared
*> but its original run date and certification stamp kept - it is
*> the same table it always was
  move 0 to catalog-registered.
  move catalog-lock-filename to lock-filename.
  perform claim-lock.
      if ct-n = n
        move work-catalog-record to catalog-tmp-record
        move 1 to catalog-replaced
*> operations' hold and note stay with the n across the rebuild
        move ct-hold-status to ctt-hold-status
        move ct-hold-date to ctt-hold-date
        move ct-note to ctt-note
        move ct-note-date to ctt-note-date
      else
        move catalog-record to catalog-tmp-record
      end-if
