              ==so-slice-info==       by ==sp-slice-info==
              ==so-slice-high==       by ==sp-slice-high==
              ==so-slice-seq==        by ==sp-slice-seq==
              ==so-slice-of==         by ==sp-slice-of==
              ==so-window-info==      by ==sp-window-info==
              ==so-window-low==       by ==sp-window-low==
              ==so-window-flag==      by ==sp-window-flag==
              ==so-window-header==    by ==sp-window-header==.

fd  slice-compfact-file.
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

fd  audit-file.
  copy 'SVAUDREC.CPY'.
      if ct-n = n
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
