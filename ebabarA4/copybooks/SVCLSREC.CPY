*> SVCLSREC.CPY
*> record layout for cobClassify's PRIMECLASS-<n>.TXT prime class
*> file: one 'D' record per true prime on the table (the quirk
*> record for 1 is not a prime and is not carried) with a Y/N flag
*> byte for each special family the prime belongs to, between the
*> same 'H' header and 'T' trailer discipline as SVOUTREC.CPY.
*>
*> PC-VALUE carries the n of the table classified on the header,
*> the prime itself on a detail row and the count of 'D' records on
*> the trailer.  the pc-detail area holds the table's run date on
*> the header, the eight flags on a detail row and one member count
*> per class on the trailer, always in this class order:
*>   1 twin            p-2 or p+2 is prime
*>   2 cousin          p-4 or p+4 is prime
*>   3 sexy            p-6 or p+6 is prime
*>   4 sophie germain  2p+1 is prime
*>   5 safe            (p-1)/2 is prime
*>   6 emirp           p's digits reversed are a different prime
*>   7 palindromic     p's digits read the same reversed
*>   8 isolated        neither p-2 nor p+2 is prime
*> pc-flag and pc-class-count give the same areas as tables so a
*> reader can walk the classes by position.
01  prime-class-record.
    05  pc-record-code        pic x(1).
        88  pc-header-record      value 'H'.
        88  pc-detail-record      value 'D'.
        88  pc-trailer-record     value 'T'.
    05  pc-value              pic 9(10).
    05  pc-detail             pic x(80).
    05  pc-run-date redefines pc-detail pic x(8).
    05  pc-class-flags redefines pc-detail.
        10  pc-twin           pic x(1).
        10  pc-cousin         pic x(1).
        10  pc-sexy           pic x(1).
        10  pc-sophie-germain pic x(1).
        10  pc-safe           pic x(1).
        10  pc-emirp          pic x(1).
        10  pc-palindromic    pic x(1).
        10  pc-isolated       pic x(1).
        10  filler            pic x(72).
    05  pc-flag-table redefines pc-detail.
        10  pc-flag           pic x(1) occurs 8 times.
        10  filler            pic x(72).
    05  pc-class-totals redefines pc-detail.
        10  pc-class-count    pic 9(10) occurs 8 times.
