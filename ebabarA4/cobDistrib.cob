identification division.
program-id. cobDistrib.
*> outbound half of the department interface: after cobInquiry has
*> answered REQUEST.TXT, splits RESPONSE.TXT back out by the caller
*> reference's three-character department prefix into one
*> DEPTRSP-<dept>.TXT per department on DEPTCTL.TXT (the same list
*> cobIntake takes batches for), laid out per SVDRSREC.CPY: an 'H'
*> header naming the department and this run, the department's
*> responses as 'D' records in the order they were answered, and a
*> 'T' trailer with the response count, the OK/NF/ER split and a
*> hash total of the operands answered, so the department can prove
*> it got back exactly its own answers.  the hash is made the way
*> cobIntake makes a batch's - every numeric operand on the request
*> card, first and second alike - so it is taken off REQUEST.TXT,
*> read in step with RESPONSE.TXT card for card as cobDemandRpt
*> reads the pair, since a response echoes only the first operand.
*> a department with nothing answered still gets its header and a
*> zero trailer, so a missing file always means the run did not
*> happen rather than "no work".
*>
*> RESPONSE.TXT holds every answer since the last cobPeriodClose, so
*> each department's file is its complete answer set for the
*> current period, rewritten whole on every run - a department
*> rerunning its check against an older copy simply sees a shorter
*> count.  responses whose prefix is on no department's card (desk
*> keyed questions) are counted and left to the shared file.
*>
*> the run ends with return code 4 when any response was left
*> undistributed, and 8 when RESPONSE.TXT, REQUEST.TXT or the
*> department list cannot be read, when the two do not pair off
*> card for card, or when a department file cannot be written.
*>
*> invocation: cobDistrib
environment division.
input-output section.
file-control.
  select deptctl-file assign to dynamic deptctl-filename
  organization is line sequential
  file status is deptctl-status.

  select response-file assign to dynamic response-filename
  organization is line sequential
  file status is response-status.

  select request-file assign to dynamic request-filename
  organization is line sequential
  file status is request-status.

  select dept-file assign to dynamic dept-filename
  organization is line sequential
  file status is dept-status.

data division.
file section.
fd  deptctl-file.
  01 deptctl-record      pic x(80).

fd  response-file.
  copy 'SVRSPREC.CPY'.

fd  request-file.
  copy 'SVREQREC.CPY'.

fd  dept-file.
  copy 'SVDRSREC.CPY'.

working-storage section.
  77 deptctl-filename    pic x(40) value 'DEPTCTL.TXT'.
  77 response-filename   pic x(40) value 'RESPONSE.TXT'.
  77 request-filename    pic x(40) value 'REQUEST.TXT'.
  77 request-status      pic x(2).
  77 request-eof         pic 9.
  77 torn-traffic        pic 9.
  77 dept-filename       pic x(44).
  77 deptctl-status      pic x(2).
  77 response-status     pic x(2).
  77 dept-status         pic x(2).
  77 deptctl-eof         pic 9.
  77 response-eof        pic 9.
  77 now-date            pic x(8).
  77 now-time            pic x(8).

  77 max-depts           pic 9(3) value 200.
  77 dept-count          pic 9(3).
  77 dept-idx            pic 9(3).
  77 dept-found          pic 9.
  77 dept-code           pic x(3).
  01 dept-table.
     05 dept-entry occurs 200 times.
        10 dt-dept       pic x(3).

  77 response-count      pic 9(6).
  77 ok-count            pic 9(6).
  77 nf-count            pic 9(6).
  77 er-count            pic 9(6).
  77 operand-hash        pic 9(15).
  77 hash-work           pic 9(18).
  77 total-read          pic 9(7).
  77 total-distributed   pic 9(7).
  77 total-undistributed pic 9(7).
  77 write-errors        pic 9(5).
  77 count-edited        pic z(9)9.
  77 value-edited        pic z(9)9.

procedure division.
main-logic.
  accept now-date from date yyyymmdd.
  accept now-time from time.
  perform load-department-list.
  if dept-count = 0
    display 'no departments on ' function trim(deptctl-filename)
            ' - nothing distributed'
    move 8 to return-code
    stop run
  end-if.

  open input response-file.
  if response-status not = '00'
    display 'response file ' function trim(response-filename)
            ' not found or unreadable - status ' response-status
    move 8 to return-code
    stop run
  end-if.
  close response-file.
  open input request-file.
  if request-status not = '00'
    display 'request file ' function trim(request-filename)
            ' not found or unreadable - status ' request-status
    move 8 to return-code
    stop run
  end-if.
  close request-file.

  perform count-undistributed.
  if torn-traffic = 1
    display function trim(response-filename) ' and '
            function trim(request-filename)
            ' do not pair off card for card - nothing distributed'
    move 8 to return-code
    stop run
  end-if.
  move 0 to total-distributed.
  move 0 to write-errors.
  perform varying dept-idx from 1 by 1 until dept-idx > dept-count
    perform distribute-department
  end-perform.

  move total-distributed to count-edited.
  move dept-count to value-edited.
  display 'cobDistrib: ' function trim(count-edited)
          ' response(s) distributed to ' function trim(value-edited)
          ' department file(s)'.
  if total-undistributed > 0
    move total-undistributed to count-edited
    display '            ' function trim(count-edited)
            ' response(s) carry no listed department prefix'
            ' - left on ' function trim(response-filename) ' only'
  end-if.
  if write-errors > 0
    move 8 to return-code
  else if total-undistributed > 0
    move 4 to return-code
  end-if.
  stop run.

load-department-list.
  move 0 to dept-count.
  open input deptctl-file.
  if deptctl-status not = '00'
    display 'department list ' function trim(deptctl-filename)
            ' not found or unreadable - status ' deptctl-status
    move 8 to return-code
    stop run
  end-if.
  move 0 to deptctl-eof.
  perform load-one-department until deptctl-eof = 1.
  close deptctl-file.

load-one-department.
  read deptctl-file
    at end
      move 1 to deptctl-eof
    not at end
      move function upper-case(function trim(deptctl-record))
          to dept-code
      if dept-code not = spaces
        move 0 to dept-found
        perform varying dept-idx from 1 by 1
            until dept-idx > dept-count
          if dt-dept(dept-idx) = dept-code
            move 1 to dept-found
          end-if
        end-perform
        if dept-found = 0
          if dept-count < max-depts
            add 1 to dept-count
            move dept-code to dt-dept(dept-count)
          else
            display 'department table full - ' dept-code
                    ' not distributed'
          end-if
        end-if
      end-if
  end-read.

count-undistributed.
*> one pass to find the answers no department will receive, so the
*> desk knows what is still only on the shared file - and to prove
*> every response has its own request card beside it before a hash
*> is taken off the cards.  request cards past the last response
*> are simply not answered yet
  move 0 to total-read.
  move 0 to total-undistributed.
  move 0 to torn-traffic.
  move 0 to response-eof.
  move 0 to request-eof.
  open input response-file.
  open input request-file.
  perform count-one-response until response-eof = 1.
  close response-file.
  close request-file.

count-one-response.
  read response-file
    at end
      move 1 to response-eof
    not at end
      add 1 to total-read
      perform read-paired-request
      if request-eof = 1 or rq-id not = rs-id
        move 1 to torn-traffic
      end-if
      move 0 to dept-found
      perform varying dept-idx from 1 by 1
          until dept-idx > dept-count or dept-found = 1
        if dt-dept(dept-idx) = rs-id(1:3)
          move 1 to dept-found
        end-if
      end-perform
      if dept-found = 0
        add 1 to total-undistributed
      end-if
  end-read.

distribute-department.
  move dt-dept(dept-idx) to dept-code.
  move spaces to dept-filename.
  string 'DEPTRSP-' delimited by size
         function trim(dept-code) delimited by size
         '.TXT' delimited by size
         into dept-filename.
  open output dept-file.
  if dept-status not = '00'
    display 'department file ' function trim(dept-filename)
            ' could not be created - status ' dept-status
    add 1 to write-errors
  else
    move spaces to dept-response-record
    move 'H' to dq-record-code
    move dept-code to dq-dept
    move now-date to dq-run-date
    move now-time to dq-run-time
    write dept-response-record

    move 0 to response-count
    move 0 to ok-count
    move 0 to nf-count
    move 0 to er-count
    move 0 to operand-hash
    move 0 to response-eof
    move 0 to request-eof
    open input response-file
    open input request-file
    perform copy-department-response until response-eof = 1
    close response-file
    close request-file

    move spaces to dept-response-record
    move 'T' to dq-record-code
    move response-count to dq-response-count
    move ok-count to dq-ok-count
    move nf-count to dq-nf-count
    move er-count to dq-er-count
    move operand-hash to dq-operand-hash
    write dept-response-record
    close dept-file
    add response-count to total-distributed

    move response-count to count-edited
    display function trim(dept-filename) ': '
            function trim(count-edited) ' response(s), OK='
            ok-count ' NF=' nf-count ' ER=' er-count
  end-if.

copy-department-response.
  read response-file
    at end
      move 1 to response-eof
    not at end
      perform read-paired-request
      if rs-id(1:3) = dept-code
        move spaces to dept-response-record
        move 'D' to dq-record-code
        move response-record to dq-response
        write dept-response-record
        add 1 to response-count
        perform add-card-to-hash
        if rs-status = 'OK'
          add 1 to ok-count
        else if rs-status = 'NF'
          add 1 to nf-count
        else
          add 1 to er-count
        end-if
      end-if
  end-read.

read-paired-request.
  read request-file
    at end
      move 1 to request-eof
  end-read.

add-card-to-hash.
*> a number in either operand field of the request card adds to the
*> hash, exactly as cobIntake totals a batch; the total rolls over at
*> fifteen digits, as the trailer field does
  move operand-hash to hash-work.
  if function trim(rq-operand-1) not = spaces
      and function trim(rq-operand-1) is numeric
    add function numval(rq-operand-1) to hash-work
  end-if.
  if function trim(rq-operand-2) not = spaces
      and function trim(rq-operand-2) is numeric
    add function numval(rq-operand-2) to hash-work
  end-if.
  move hash-work to operand-hash.
