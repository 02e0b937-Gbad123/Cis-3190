identification division.
program-id. cobIntake.
*> inbound interface for the inquiry service: each department on
*> DEPTCTL.TXT (one three-character department code per card) drops
*> its questions as a batch file, DEPTREQ-<dept>.TXT (SVDRQREC.CPY),
*> instead of having the desk key them into the shared REQUEST.TXT.
*> each batch is edited before a card of it is taken:
*>
*>   whole batch  the header must be there and name the department
*>                the file is for, with a batch number and a valid
*>                date; the trailer must be there and balance - its
*>                card count and operand hash total against the
*>                cards actually on the file; and the batch number
*>                must not already be registered as accepted for the
*>                department.  a batch failing any of this is
*>                rejected whole and none of its cards is taken.
*>   each card    the caller reference must carry the department's
*>                own code as its prefix (the demand report and the
*>                distribution split on it), the function must be
*>                one cobInquiry answers, the first operand must be
*>                a number, and a range card must carry a second
*>                operand no lower than the first.
*>
*> good cards of a balanced batch are added to the end of
*> REQUEST.TXT; card rejects and whole-batch rejects go to the
*> department's own DEPTREJ-<dept>.TXT, written afresh for every
*> batch taken off the interface.  every batch edited is registered
*> on BATCHREG.TXT (SVBRGREC.CPY).  an accepted batch's file is
*> renamed DEPTREQ-<dept>-B<batch>.TXT so it cannot be taken twice;
*> a rejected one is left where it lies for the department to
*> correct and drop again.
*>
*> the run ends with return code 4 when anything was rejected, and
*> with 8 when the register holds more accepted batches than the
*> duplicate check can hold - the intake then stops rather than take
*> a batch it cannot prove is not a resubmission.
*>
*> invocation: cobIntake
environment division.
input-output section.
file-control.
  select deptctl-file assign to dynamic deptctl-filename
  organization is line sequential
  file status is deptctl-status.

  select dept-file assign to dynamic dept-filename
  organization is line sequential
  file status is dept-status.

  select reject-file assign to dynamic reject-filename
  organization is line sequential
  file status is reject-status.

  select request-file assign to dynamic request-filename
  organization is line sequential
  file status is request-status.

  select register-file assign to dynamic register-filename
  organization is line sequential
  file status is register-status.

data division.
file section.
fd  deptctl-file.
  01 deptctl-record      pic x(80).

fd  dept-file.
  copy 'SVDRQREC.CPY'.

fd  reject-file.
  01 reject-record       pic x(100).

fd  request-file.
  copy 'SVREQREC.CPY'.

fd  register-file.
  copy 'SVBRGREC.CPY'.

working-storage section.
  77 deptctl-filename    pic x(40) value 'DEPTCTL.TXT'.
  77 request-filename    pic x(40) value 'REQUEST.TXT'.
  77 register-filename   pic x(40) value 'BATCHREG.TXT'.
  77 dept-filename       pic x(44).
  77 done-filename       pic x(44).
  77 reject-filename     pic x(44).
  77 deptctl-status      pic x(2).
  77 dept-status         pic x(2).
  77 reject-status       pic x(2).
  77 request-status      pic x(2).
  77 register-status     pic x(2).
  77 deptctl-eof         pic 9.
  77 dept-eof            pic 9.
  77 register-eof        pic 9.
  77 rename-rc           pic s9(9) comp-5.
  77 now-date            pic x(8).
  77 now-time            pic x(8).

*> the batches already accepted, loaded whole off the register so a
*> duplicate batch number is caught before a card of it is taken
  77 max-registered      pic 9(5) value 5000.
  77 registered-count    pic 9(5).
  77 register-full       pic 9.
  77 registered-idx      pic 9(5).
  01 registered-table.
     05 registered-entry occurs 5000 times.
        10 rg-dept       pic x(3).
        10 rg-batch-no   pic 9(6).

  77 dept-code           pic x(3).
  77 batch-ok            pic 9.
  77 batch-reason        pic x(40).
  77 header-seen         pic 9.
  77 trailer-seen        pic 9.
  77 after-trailer       pic 9.
  77 batch-no            pic 9(6).
  77 batch-date          pic x(8).
  77 batch-date-num      pic 9(8).
  77 trailer-count       pic 9(6).
  77 trailer-hash        pic 9(15).
  77 card-count          pic 9(6).
  77 operand-hash        pic 9(15).
  77 hash-work           pic 9(18).
  77 card-seq            pic 9(6).
  77 card-reason         pic x(40).
  77 good-count          pic 9(6).
  77 bad-count           pic 9(6).
  77 operand-1-value     pic 9(10).
  77 operand-2-value     pic 9(10).

  77 dept-count          pic 9(5).
  77 batch-accepted      pic 9(5).
  77 batch-rejected      pic 9(5).
  77 total-good          pic 9(7).
  77 total-bad           pic 9(7).
  77 any-rejects         pic 9.
  77 count-edited        pic z(9)9.
  77 value-edited        pic z(9)9.
  77 seq-edited          pic 9(6).
  77 reject-text         pic x(100).

procedure division.
main-logic.
  accept now-date from date yyyymmdd.
  accept now-time from time.
  open input deptctl-file.
  if deptctl-status not = '00'
    display 'department list ' function trim(deptctl-filename)
            ' not found or unreadable - status ' deptctl-status
    move 8 to return-code
    stop run
  end-if.

  perform load-batch-register.
  if register-full = 1
    display 'batch register ' function trim(register-filename)
            ' holds more than ' max-registered
            ' accepted batches - no batch taken'
    close deptctl-file
    move 8 to return-code
    stop run
  end-if.

  move 0 to dept-count.
  move 0 to batch-accepted.
  move 0 to batch-rejected.
  move 0 to total-good.
  move 0 to total-bad.
  move 0 to any-rejects.
  move 0 to deptctl-eof.
  perform take-next-department
      until deptctl-eof = 1 or register-full = 1.
  close deptctl-file.

  move batch-accepted to count-edited.
  move batch-rejected to value-edited.
  display 'cobIntake: ' function trim(count-edited)
          ' batch(es) accepted, ' function trim(value-edited)
          ' rejected whole'.
  move total-good to count-edited.
  move total-bad to value-edited.
  display '           ' function trim(count-edited)
          ' card(s) added to ' function trim(request-filename)
          ', ' function trim(value-edited) ' card(s) rejected'.
  if register-full = 1
    display 'batch register ' function trim(register-filename)
            ' reached ' max-registered
            ' accepted batches - remaining departments not taken'
    move 8 to return-code
  else if any-rejects = 1
    move 4 to return-code
  end-if.
  stop run.

load-batch-register.
  move 0 to registered-count.
  move 0 to register-full.
  move 0 to register-eof.
  open input register-file.
  if register-status = '00'
    perform load-one-registered until register-eof = 1
    close register-file
  end-if.

load-one-registered.
  read register-file
    at end
      move 1 to register-eof
    not at end
      if br-accepted
        if registered-count < max-registered
          add 1 to registered-count
          move br-dept to rg-dept(registered-count)
          move br-batch-no to rg-batch-no(registered-count)
        else
          move 1 to register-full
          move 1 to register-eof
        end-if
      end-if
  end-read.

take-next-department.
*> a department with nothing on the interface tonight is passed by
*> quietly; a blank card on the list is a separator
  read deptctl-file
    at end
      move 1 to deptctl-eof
    not at end
      move function upper-case(function trim(deptctl-record))
          to dept-code
      if dept-code not = spaces
        add 1 to dept-count
        move spaces to dept-filename
        string 'DEPTREQ-' delimited by size
               function trim(dept-code) delimited by size
               '.TXT' delimited by size
               into dept-filename
        open input dept-file
        if dept-status = '00'
          close dept-file
          perform take-department-batch
        end-if
      end-if
  end-read.

take-department-batch.
  move spaces to reject-filename.
  string 'DEPTREJ-' delimited by size
         function trim(dept-code) delimited by size
         '.TXT' delimited by size
         into reject-filename.
  open output reject-file.
  move spaces to reject-text.
  string 'INTAKE OF ' delimited by size
         function trim(dept-filename) delimited by size
         ' ' delimited by size
         now-date delimited by size
         ' ' delimited by size
         now-time(1:2) ':' now-time(3:2) ':' now-time(5:2)
         delimited by size
         into reject-text.
  perform write-reject-line.

  perform edit-batch-controls.
  move 0 to good-count.
  move 0 to bad-count.
  if batch-ok = 1
    perform take-batch-cards
  end-if.

  if batch-ok = 1
    add 1 to batch-accepted
    add good-count to total-good
    add bad-count to total-bad
    if bad-count > 0
      move 1 to any-rejects
    end-if
    move spaces to reject-text
    move good-count to count-edited
    move bad-count to value-edited
    string 'BATCH ACCEPTED - CARDS TAKEN=' delimited by size
           function trim(count-edited) delimited by size
           ' CARDS REJECTED=' delimited by size
           function trim(value-edited) delimited by size
           into reject-text
    perform write-reject-line
  else
    add 1 to batch-rejected
    move 1 to any-rejects
    move spaces to reject-text
    string 'BATCH REJECTED - ' delimited by size
           function trim(batch-reason) delimited by size
           into reject-text
    perform write-reject-line
    move 'NO CARD OF THIS BATCH WAS TAKEN' to reject-text
    perform write-reject-line
  end-if.
  close reject-file.

  perform register-batch.
  if batch-ok = 1
    perform retire-batch-file
  end-if.
  move card-count to count-edited.
  move bad-count to value-edited.
  if batch-ok = 1
    display function trim(dept-code) ' batch ' batch-no ': '
            function trim(count-edited) ' card(s), '
            function trim(value-edited) ' rejected'
  else
    display function trim(dept-code) ' batch rejected - '
            function trim(batch-reason)
  end-if.

edit-batch-controls.
*> the first pass proves the batch whole before a card of it is
*> taken: header first, trailer last, and the trailer's count and
*> hash equal to what is actually on the file
  move 1 to batch-ok.
  move spaces to batch-reason.
  move 0 to header-seen.
  move 0 to trailer-seen.
  move 0 to after-trailer.
  move 0 to batch-no.
  move spaces to batch-date.
  move 0 to card-count.
  move 0 to operand-hash.
  move 0 to dept-eof.
  open input dept-file.
  read dept-file
    at end
      move 1 to dept-eof
  end-read.
  if dept-eof = 1
    move 'FILE IS EMPTY' to batch-reason
    move 0 to batch-ok
  else if not dr-header-record
    move 'FIRST RECORD IS NOT AN H BATCH HEADER' to batch-reason
    move 0 to batch-ok
  else
    move 1 to header-seen
    move dr-batch-date to batch-date
    if dr-batch-no is numeric
      move dr-batch-no to batch-no
    end-if
    perform edit-batch-header
    perform scan-batch-record until dept-eof = 1
  end-if.
  close dept-file.
  if batch-ok = 1
    perform check-batch-trailer
  end-if.
  if batch-ok = 1
    perform check-duplicate-batch
  end-if.
  move spaces to reject-text.
  string 'BATCH ' delimited by size
         function trim(dept-code) delimited by size
         ' ' delimited by size
         batch-no delimited by size
         ' DATED ' delimited by size
         batch-date delimited by size
         into reject-text.
  perform write-reject-line.

edit-batch-header.
  if dr-dept not = dept-code
    move spaces to batch-reason
    string 'HEADER DEPARTMENT ' delimited by size
           dr-dept delimited by size
           ' IS NOT ' delimited by size
           dept-code delimited by size
           into batch-reason
    move 0 to batch-ok
  else if dr-batch-no is not numeric or dr-batch-no = 0
    move 'HEADER BATCH NUMBER ZERO OR NOT NUMERIC' to batch-reason
    move 0 to batch-ok
  else if dr-batch-date is not numeric
    move 'HEADER BATCH DATE NOT A DATE' to batch-reason
    move 0 to batch-ok
  else
    move dr-batch-date to batch-date-num
    if function test-date-yyyymmdd(batch-date-num) not = 0
      move 'HEADER BATCH DATE NOT A DATE' to batch-reason
      move 0 to batch-ok
    end-if
  end-if.

scan-batch-record.
  read dept-file
    at end
      move 1 to dept-eof
    not at end
      if trailer-seen = 1
        move 1 to after-trailer
      else if dr-detail-record
        add 1 to card-count
        perform add-card-to-hash
      else if dr-trailer-record
        move 1 to trailer-seen
        if dr-card-count is numeric
          move dr-card-count to trailer-count
        else
          move 999999 to trailer-count
        end-if
        if dr-operand-hash is numeric
          move dr-operand-hash to trailer-hash
        else
          move 999999999999999 to trailer-hash
        end-if
      else
        move 1 to after-trailer
      end-if
  end-read.

add-card-to-hash.
*> a number in either operand field adds to the hash; the total
*> rolls over at fifteen digits, as the trailer field does
  move operand-hash to hash-work.
  if function trim(dr-operand-1) not = spaces
      and function trim(dr-operand-1) is numeric
    add function numval(dr-operand-1) to hash-work
  end-if.
  if function trim(dr-operand-2) not = spaces
      and function trim(dr-operand-2) is numeric
    add function numval(dr-operand-2) to hash-work
  end-if.
  move hash-work to operand-hash.

check-batch-trailer.
  if trailer-seen = 0
    move 'NO T TRAILER - BATCH MAY BE INCOMPLETE' to batch-reason
    move 0 to batch-ok
  else if after-trailer = 1
    move 'RECORD AFTER TRAILER OR OF UNKNOWN TYPE' to batch-reason
    move 0 to batch-ok
  else if trailer-count not = card-count
    move trailer-count to value-edited
    move card-count to count-edited
    move spaces to batch-reason
    string 'TRAILER COUNT ' delimited by size
           function trim(value-edited) delimited by size
           ' BUT ' delimited by size
           function trim(count-edited) delimited by size
           ' ON FILE' delimited by size
           into batch-reason
    move 0 to batch-ok
  else if trailer-hash not = operand-hash
    move 'TRAILER HASH TOTAL DOES NOT BALANCE' to batch-reason
    move 0 to batch-ok
  end-if.

check-duplicate-batch.
  perform varying registered-idx from 1 by 1
      until registered-idx > registered-count or batch-ok = 0
    if rg-dept(registered-idx) = dept-code
        and rg-batch-no(registered-idx) = batch-no
      move 'DUPLICATE - BATCH ALREADY ACCEPTED'
          to batch-reason
      move 0 to batch-ok
    end-if
  end-perform.

take-batch-cards.
*> second pass: each card edited on its own merits, the good ones
*> added to the end of the shared request file
  open extend request-file.
  if request-status = '35'
    open output request-file
  end-if.
  if request-status not = '00'
    move spaces to batch-reason
    string 'REQUEST FILE NOT OPENED - STATUS '
           delimited by size
           request-status delimited by size
           into batch-reason
    move 0 to batch-ok
  else
    move 0 to card-seq
    move 0 to dept-eof
    open input dept-file
    perform take-one-card until dept-eof = 1
    close dept-file
    close request-file
  end-if.

take-one-card.
  read dept-file
    at end
      move 1 to dept-eof
    not at end
      if dr-detail-record
        add 1 to card-seq
        perform edit-one-card
        if card-reason = spaces
          move spaces to request-record
          move dr-id to rq-id
          move dr-function to rq-function
          move dr-operand-1 to rq-operand-1
          move dr-operand-2 to rq-operand-2
          write request-record
          add 1 to good-count
        else
          add 1 to bad-count
          move card-seq to seq-edited
          move spaces to reject-text
          string 'CARD ' delimited by size
                 seq-edited delimited by size
                 ' REJECTED - ' delimited by size
                 function trim(card-reason) delimited by size
                 ': "' delimited by size
                 function trim(dr-card(1:29) trailing)
                 delimited by size
                 '"' delimited by size
                 into reject-text
          perform write-reject-line
        end-if
      end-if
  end-read.

edit-one-card.
*> the same questions cobInquiry would answer ER, caught here where
*> the department can be told which card and why
  move spaces to card-reason.
  if dr-id(1:3) not = dept-code
    move 'REFERENCE NOT PREFIXED WITH DEPARTMENT' to card-reason
  else if dr-function not = 'P' and not = 'N' and not = 'F'
      and not = 'C' and not = 'T' and not = 'S' and not = 'K'
    move 'FUNCTION NOT RECOGNISED' to card-reason
  else if function trim(dr-operand-1) = spaces
      or function trim(dr-operand-1) is not numeric
    move 'FIRST OPERAND NOT NUMERIC' to card-reason
  else if dr-function = 'C'
    if function trim(dr-operand-2) = spaces
        or function trim(dr-operand-2) is not numeric
      move 'RANGE CARD SECOND OPERAND NOT NUMERIC'
          to card-reason
    else
      move function numval(dr-operand-1) to operand-1-value
      move function numval(dr-operand-2) to operand-2-value
      if operand-2-value < operand-1-value
        move 'RANGE CARD SECOND OPERAND BELOW FIRST'
            to card-reason
      end-if
    end-if
  end-if.

register-batch.
  move spaces to batch-register-record.
  move dept-code to br-dept.
  move batch-no to br-batch-no.
  move batch-date to br-batch-date.
  move now-date to br-intake-date.
  move now-time to br-intake-time.
  move card-count to br-card-count.
  move good-count to br-good-count.
  move bad-count to br-reject-count.
  if batch-ok = 1
    move 'A' to br-status
*> once the table is full no later batch could be checked against
*> this one, so the run stops after it
    if registered-count < max-registered
      add 1 to registered-count
      move dept-code to rg-dept(registered-count)
      move batch-no to rg-batch-no(registered-count)
    end-if
    if registered-count >= max-registered
      move 1 to register-full
    end-if
  else
    move 'R' to br-status
    move batch-reason to br-reason
  end-if.
  open extend register-file.
  if register-status = '35'
    open output register-file
  end-if.
  write batch-register-record.
  close register-file.

retire-batch-file.
*> the accepted batch is moved off the drop point under its batch
*> number, so tomorrow's intake cannot take it again
  move spaces to done-filename.
  string 'DEPTREQ-' delimited by size
         function trim(dept-code) delimited by size
         '-B' delimited by size
         batch-no delimited by size
         '.TXT' delimited by size
         into done-filename.
  call 'CBL_RENAME_FILE' using dept-filename
                               done-filename
    returning rename-rc.
  if rename-rc not = 0
    display 'could not move ' function trim(dept-filename)
            ' to ' function trim(done-filename) ' - rc=' rename-rc
            ' - remove it before the next intake'
    move 1 to any-rejects
  end-if.

write-reject-line.
  move reject-text to reject-record.
  write reject-record.
