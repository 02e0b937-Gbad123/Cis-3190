*> so-detail area holds the slice's high bound and its k-of-m
*> position so the merge can prove the pieces abut with no gap
*> or overlap before it stitches them together.
*>
*> a window family (cobSeive's WINDOW card) carries its bounds on
*> the header: so-value is the band's high bound, standing where a
*> full table's n stands, and the header's so-detail area holds the
*> low bound beside the run date, with so-window-flag set so a
*> reader can never take a band for a table that starts at 2.
*> a window has no quirk record for 1 - its details are exactly
*> the primes from the low bound to the high.
01  sieve-output-record.
    05  so-record-code        pic x(1).
        88  so-header-record      value 'H'.
        10  so-slice-seq      pic 9(4).
        10  so-slice-of       pic 9(4).
        10  filler            pic x(1).
    05  so-window-info redefines so-detail.
        10  filler            pic x(8).
        10  so-window-low     pic 9(10).
        10  so-window-flag    pic x(1).
            88  so-window-header  value 'W'.
