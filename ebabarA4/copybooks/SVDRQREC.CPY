*> SVDRQREC.CPY
*> record layout for a department's request batch,
*> DEPTREQ-<dept>.TXT, the file each department drops for cobIntake
*> instead of keying into the shared REQUEST.TXT: one 'H' batch
*> header naming the department, its batch number and the date it
*> was made up, the request cards as 'D' records, and one 'T'
*> trailer with the card count and a hash total of the operands so
*> the intake can prove the batch arrived whole.
*>
*> a 'D' record's card is laid out exactly as a REQUEST.TXT card
*> (SVREQREC.CPY), so a good card is moved across unchanged.  the
*> hash total is the sum of every operand field on the batch's cards
*> that holds a number, first and second operand alike; a blank or
*> non-numeric operand adds nothing.  cobDistrib's response trailer
*> (SVDRSREC.CPY) totals the answered cards by the same rule.
01  dept-request-record.
    05  dr-record-code        pic x(1).
        88  dr-header-record      value 'H'.
        88  dr-detail-record      value 'D'.
        88  dr-trailer-record     value 'T'.
    05  dr-header.
        10  dr-dept           pic x(3).
        10  dr-batch-no       pic 9(6).
        10  dr-batch-date     pic x(8).
        10  filler            pic x(22).
    05  dr-card redefines dr-header.
        10  dr-id             pic x(8).
        10  dr-function       pic x(1).
        10  dr-operand-1      pic x(10).
        10  dr-operand-2      pic x(10).
        10  filler            pic x(10).
    05  dr-trailer redefines dr-header.
        10  dr-card-count     pic 9(6).
        10  dr-operand-hash   pic 9(15).
        10  filler            pic x(18).
