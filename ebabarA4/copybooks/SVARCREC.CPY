        88  ar-summary-record     value 'S'.
        88  ar-factors-record     value 'F'.
        88  ar-end-record         value 'E'.
    05  ar-data               pic x(300).
    05  ar-end-info redefines ar-data.
        10  ar-row-count      pic 9(10).
        10  filler            pic x(290).
