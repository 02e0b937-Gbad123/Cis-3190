              ==so-slice-info==       by ==p1-slice-info==
              ==so-slice-high==       by ==p1-slice-high==
              ==so-slice-seq==        by ==p1-slice-seq==
              ==so-slice-of==         by ==p1-slice-of==
              ==so-window-info==      by ==p1-window-info==
              ==so-window-low==       by ==p1-window-low==
              ==so-window-flag==      by ==p1-window-flag==
              ==so-window-header==    by ==p1-window-header==.

fd  prime-file-2.
  copy 'SVOUTREC.CPY'
              ==so-slice-info==       by ==p2-slice-info==
              ==so-slice-high==       by ==p2-slice-high==
              ==so-slice-seq==        by ==p2-slice-seq==
              ==so-slice-of==         by ==p2-slice-of==
              ==so-window-info==      by ==p2-window-info==
              ==so-window-low==       by ==p2-window-low==
              ==so-window-flag==      by ==p2-window-flag==
              ==so-window-header==    by ==p2-window-header==.

fd  comp-file-1.
  copy 'SVCOMREC.CPY'
