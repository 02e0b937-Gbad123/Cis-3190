*> layout's filler so older readers keep their positions; they are
*> blank on every answer except an 'F' served off the
*> factorization master, whose full prime/exponent pairs ride
*> along with the smallest factor still in rs-value.  an 'S' answer
*> uses the same area for the prime's eight class flag bytes, in the
*> class order of SVCLSREC.CPY, with the number of classes it
*> belongs to in rs-value.
01 response-record.
  05 rs-id              pic x(8).
  05 rs-function        pic x(1).
     10 rs-factor-pair occurs 8 times.
        15 rs-prime     pic 9(10).
        15 rs-exponent  pic 9(2).
  05 rs-class-table redefines rs-factor-data.
     10 rs-class-flag   pic x(1) occurs 8 times.
     10 filler          pic x(88).
