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

  77 parm-value          pic x(10).
  77 n                   pic 9(10).
