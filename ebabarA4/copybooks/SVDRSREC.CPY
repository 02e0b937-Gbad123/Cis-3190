*> SVDRSREC.CPY
*> record layout for a department's response file,
*> DEPTRSP-<dept>.TXT, written by cobDistrib from RESPONSE.TXT: one
*> 'H' header naming the department and the distribution run, the
*> department's responses as 'D' records, and one 'T' trailer with
*> the response count, the OK/NF/ER split and a hash total of the
*> operands answered, so the department can check it got back
*> exactly its own answers.
*>
*> a 'D' record carries the response exactly as cobInquiry wrote it
*> (SVRSPREC.CPY) after the record code.  the hash total is made
*> exactly as the request batch's trailer hash (SVDRQREC.CPY): the
*> sum of every operand field that holds a number on the request
*> cards answered, first and second operand alike, taken off the
*> REQUEST.TXT card each response answers - a response echoes only
*> the first operand - so the total a department gets back can be
*> laid against the one it sent.
01  dept-response-record.
    05  dq-record-code        pic x(1).
        88  dq-header-record      value 'H'.
        88  dq-detail-record      value 'D'.
        88  dq-trailer-record     value 'T'.
    05  dq-header.
        10  dq-dept           pic x(3).
        10  dq-run-date       pic x(8).
        10  dq-run-time       pic x(8).
        10  filler            pic x(121).
    05  dq-response redefines dq-header
                              pic x(140).
    05  dq-trailer redefines dq-header.
        10  dq-response-count pic 9(6).
        10  dq-ok-count       pic 9(6).
        10  dq-nf-count       pic 9(6).
        10  dq-er-count       pic 9(6).
        10  dq-operand-hash   pic 9(15).
        10  filler            pic x(101).
