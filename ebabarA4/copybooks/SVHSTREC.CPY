*> SVHSTREC.CPY
*> record layout for HISTINDX.TXT, the index of the history
*> generations cobPeriodClose rolls the ever-growing traffic and
*> audit files into: one record per close, naming the period (the
*> suffix on AUDIT-<period>.TXT, REQUEST-<period>.TXT,
*> RESPONSE-<period>.TXT and STATSNAP-<period>.TXT), the dates the
*> period ran from and to, who closed it and when, and how many
*> records went into each generation against how many were carried
*> forward onto the fresh current files.  the reports that accept a
*> period look it up here before reading the generation, so a
*> period that was never closed is refused instead of read as empty.
01  history-index-record.
    05  hi-period             pic x(8).
    05  hi-period-start       pic x(8).
    05  hi-period-end         pic x(8).
    05  hi-close-time         pic x(8).
    05  hi-operator           pic x(8).
    05  hi-audit-count        pic 9(10).
    05  hi-audit-carried      pic 9(10).
    05  hi-request-count      pic 9(10).
    05  hi-request-carried    pic 9(10).
    05  hi-response-count     pic 9(10).
    05  hi-snapshot-count     pic 9(10).
    05  hi-snapshot-carried   pic 9(10).
    05  filler                pic x(10).
