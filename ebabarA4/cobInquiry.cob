*>        operand-1 and operand-2?
*>   'T'  first twin-prime pair at or   value holds the pair's lower
*>        above operand-1               member
*>   'S'  which special classes does    answer Y if prime, value holds
*>        operand-1 belong to?          how many classes, the flags
*>                                      ride in rs-class-flag
*>   'K'  what is the operand-1'th      value holds the prime
*>        prime?
*> primality, next-prime and range questions are answered with keyed
*> reads against PRIMMAST.DAT, the indexed master cobPrimeLoad
*> builds; a composite's factor question is one keyed read against
*> FACTMAST.DAT, the indexed factorization master cobFactLoad
*> builds, whose record carries the full prime/exponent list into
*> the response alongside the smallest factor; a class question is
*> one keyed read against CLASSMAST.DAT, the indexed class master
*> cobClassLoad builds, answered NF when that master is not on hand
*> or does not reach the operand.  range counts and nth-prime
*> questions are answered off PRIMCNT.DAT, the prime-count index
*> cobPrimeLoad rebuilds with every load: a keyed read at the
*> checkpoint below each end and a walk of the master across less
*> than one interval.  an index built from some other load than the
*> master's (its source n differs from pm-source-n) is refused, and
*> without a usable index range counts fall back to walking the
*> master from the low bound while nth-prime questions come back NF.
*> when the factorization master is
*> not on hand the question falls back to the old walk of the
*> COMPFACT table for the prime master's source run, answering with
*> the smallest factor only.  every record in every master carries
*> its source n, so a question beyond the tables we actually hold
*> comes back 'NF' rather than a wrong answer - in particular a 'C'
*> range reaching past pm-source-n is NF, never a short count
*>
*> response status codes: OK answered, NF beyond held tables or no
*> such value, ER unusable request card.
*>
*> invocation: cobInquiry [REPLAY]
*> with REPLAY the cards are read from REPLAYREQ.TXT and answered to
*> REPLAYRSP.TXT instead - the deferred questions cobReplay hands
*> back once a load has brought them inside the tables - so a replay
*> never disturbs the REQUEST/RESPONSE pairing of the day's traffic.
environment division.
input-output section.
file-control.
  record key is fm-composite
  file status is fact-master-status.

  select class-master assign to dynamic class-master-filename
  organization is indexed
  access mode is dynamic
  record key is cm-prime
  file status is class-master-status.

  select count-index assign to dynamic index-filename
  organization is indexed
  access mode is dynamic
  record key is px-bound
  file status is index-status.

  select compfac-file assign to dynamic compfac-filename
  organization is line sequential
  file status is compfac-status.
fd  fact-master.
  copy 'SVFMREC.CPY'.

fd  class-master.
  copy 'SVCMREC.CPY'.

fd  count-index.
  copy 'SVPCXREC.CPY'.

fd  compfac-file.
  copy 'SVCOMREC.CPY'.

working-storage section.
  77 request-filename    pic x(40) value 'REQUEST.TXT'.
  77 response-filename   pic x(40) value 'RESPONSE.TXT'.
  77 parm-value          pic x(20).
  77 master-filename     pic x(40) value 'PRIMMAST.DAT'.
  77 fact-master-filename pic x(40) value 'FACTMAST.DAT'.
  77 compfac-filename    pic x(40).
  77 fact-master-ok      pic 9 value 0.
  77 fact-source-n       pic 9(10).
  77 pair-idx            pic 9(2).
  77 class-master-filename pic x(40) value 'CLASSMAST.DAT'.
  77 class-master-status pic x(2).
  77 class-master-ok     pic 9 value 0.
  77 class-source-n      pic 9(10).
  77 class-idx           pic 9(2).
  77 index-filename      pic x(40) value 'PRIMCNT.DAT'.
  77 index-status        pic x(2).
  77 count-index-ok      pic 9 value 0.
  77 count-interval      pic 9(10).
  77 index-total         pic 9(10).
  77 index-fault         pic 9.
  77 count-x             pic 9(10).
  77 count-base          pic 9(10).
  77 count-result        pic 9(10).
  77 high-count          pic 9(10).
  77 search-lo           pic 9(10).
  77 search-hi           pic 9(10).
  77 search-mid          pic 9(10).
  77 lo-count            pic 9(10).
  77 nth-found           pic 9.
  77 request-eof         pic 9.
  77 compfac-eof         pic 9.
  77 source-n            pic 9(10).

procedure division.
main-logic.
  accept parm-value from command-line.
  move function upper-case(function trim(parm-value)) to parm-value.
  if parm-value = 'REPLAY'
    move 'REPLAYREQ.TXT' to request-filename
    move 'REPLAYRSP.TXT' to response-filename
  else if parm-value not = spaces
    display 'usage: cobInquiry [REPLAY]'
    move 8 to return-code
    stop run
  end-if.

  perform open-prime-master.
  perform open-fact-master.
  perform open-class-master.
  perform open-count-index.

  open input request-file.
  if request-status not = '00'
    if fact-master-ok = 1
      close fact-master
    end-if
    if class-master-ok = 1
      close class-master
    end-if
    if count-index-ok = 1
      close count-index
    end-if
    move 8 to return-code
    stop run
  end-if.
  if fact-master-ok = 1
    close fact-master
  end-if.
  if class-master-ok = 1
    close class-master
  end-if.
  if count-index-ok = 1
    close count-index
  end-if.

  move request-count to count-edited.
  display 'cobInquiry: ' function trim(count-edited)
    end-if
  end-if.

open-class-master.
*> the class master serves only the 'S' questions, so a missing or
*> empty CLASSMAST is reported and those cards come back NF, but the
*> rest of the traffic is answered as usual.  the first record
*> (lowest key) carries cm-source-n, the top of its coverage
  move 0 to class-master-ok.
  open input class-master.
  if class-master-status not = '00'
    display 'class master ' function trim(class-master-filename)
            ' not available - status ' class-master-status
    display 'class questions will be answered NF'
            ' - run cobClassLoad to serve them'
  else
    move 0 to cm-prime
    start class-master key not less than cm-prime
      invalid key
        move '23' to class-master-status
    end-start
    if class-master-status = '00'
      read class-master next
        at end
          move '10' to class-master-status
      end-read
    end-if
    if class-master-status = '00'
      move cm-source-n to class-source-n
      move 1 to class-master-ok
    else
      display 'class master ' function trim(class-master-filename)
              ' is empty - reload it with cobClassLoad'
      close class-master
    end-if
  end-if.

open-count-index.
*> the count index only speeds up range counts and serves the nth-
*> prime questions, so a missing one is reported and the job goes
*> on.  one built from a different load than the master would give
*> counts for some other table: its source n must be the master's
*> pm-source-n, and it must hold the checkpoint at that n, which
*> carries the whole table's count
  move 0 to count-index-ok.
  open input count-index.
  if index-status not = '00'
    display 'count index ' function trim(index-filename)
            ' not available - status ' index-status
    display 'range counts will walk the master and nth-prime'
            ' questions will be answered NF'
  else
    move 0 to px-bound
    start count-index key not less than px-bound
      invalid key
        move '23' to index-status
    end-start
    if index-status = '00'
      read count-index next
        at end
          move '10' to index-status
      end-read
    end-if
    if index-status not = '00'
      display 'count index ' function trim(index-filename)
              ' is empty - reload the master with cobPrimeLoad'
      close count-index
    else if px-source-n not = source-n or px-interval = 0
      move px-source-n to count-edited
      display 'count index ' function trim(index-filename)
              ' was built from n ' function trim(count-edited)
              ', prime master from n '
              function trim(source-n-edited)
              ' - index refused; reload with cobPrimeLoad'
      close count-index
    else
      move px-interval to count-interval
      move source-n to px-bound
      read count-index
        invalid key
          display 'count index ' function trim(index-filename)
                  ' has no checkpoint at n '
                  function trim(source-n-edited)
                  ' - index refused; reload with cobPrimeLoad'
          close count-index
        not invalid key
          move px-count to index-total
          move 1 to count-index-ok
      end-read
    end-if
  end-if.

answer-next-request.
  read request-file
    at end
        perform answer-range-count
      when 'T'
        perform answer-next-twin
      when 'S'
        perform answer-prime-classes
      when 'K'
        perform answer-nth-prime
      when other
        move 'ER' to rs-status
    end-evaluate
  end-if.

answer-range-count.
*> how many primes between operand-1 and operand-2 inclusive: with
*> the count index on hand, the primes up to the high bound less
*> those below the low one, each a keyed read and a short walk; the
*> old way - one keyed start at the low bound and sequential reads
*> to the high - is kept for when there is no usable index, or a
*> checkpoint the index should hold turns out missing.  the second
*> operand must be a usable upper bound, and a range reaching past
*> the master's coverage is NF outright - counting only the primes
*> we happen to hold would hand the caller a short count dressed up
*> as a real answer
  if function trim(rq-operand-2) = spaces
      or function trim(rq-operand-2) not numeric
    move 'ER' to rs-status
    else if operand-2-value > source-n
      move 'NF' to rs-status
    else
      move 1 to index-fault
      if count-index-ok = 1
        perform count-range-by-index
      end-if
      if index-fault = 1
        perform count-range-by-walk
      end-if
      move 'OK' to rs-status
      move range-count to rs-value
    end-if
  end-if.

count-range-by-index.
  move operand-2-value to count-x.
  perform count-primes-to.
  if index-fault = 0
    move count-result to high-count
    move 0 to count-result
    if operand-value > 1
      compute count-x = operand-value - 1
      perform count-primes-to
    end-if
    if index-fault = 0
      compute range-count = high-count - count-result
    end-if
  end-if.

count-primes-to.
*> primes at or below count-x: the checkpoint at the last interval
*> boundary not above it, then the master walked from just past that
*> boundary
  move 0 to index-fault.
  move 0 to count-result.
  divide count-x by count-interval giving count-base.
  compute count-base = count-base * count-interval.
  if count-base > 0
    move count-base to px-bound
    read count-index
      invalid key
        move 1 to index-fault
      not invalid key
        move px-count to count-result
    end-read
  end-if.
  if index-fault = 0
    move 0 to master-eof
    compute pm-prime = count-base + 1
    start prime-master key not less than pm-prime
      invalid key
        move 1 to master-eof
    end-start
    perform count-walk-prime until master-eof = 1
  end-if.

count-walk-prime.
  read prime-master next
    at end
      move 1 to master-eof
    not at end
      if pm-prime > count-x
        move 1 to master-eof
      else
        add 1 to count-result
      end-if
  end-read.

count-range-by-walk.
  move 0 to range-count.
  move 0 to master-eof.
  move operand-value to pm-prime.
  start prime-master key not less than pm-prime
    invalid key
      move 1 to master-eof
  end-start.
  perform count-range-prime until master-eof = 1.

count-range-prime.
  read prime-master next
    at end
      end-if
  end-read.

answer-nth-prime.
*> the k'th prime: a binary search over the checkpoints for the last
*> one holding fewer than k primes, then a walk of the master from
*> just past it counting up to k.  k past the whole table's count is
*> beyond our tables; without a usable index there is nothing short
*> of a walk from 2 to answer with, and the card comes back NF
  if operand-value = 0
    move 'ER' to rs-status
  else if count-index-ok = 0 or operand-value > index-total
    move 'NF' to rs-status
  else
    move 0 to index-fault
    move 0 to search-lo
    move 0 to lo-count
    divide source-n by count-interval giving search-hi
    add 1 to search-hi
    perform probe-count-checkpoint
        until search-hi - search-lo <= 1 or index-fault = 1
    move 0 to nth-found
    move 0 to master-eof
    if index-fault = 0
      compute pm-prime = search-lo * count-interval + 1
      start prime-master key not less than pm-prime
        invalid key
          move 1 to master-eof
      end-start
      perform walk-to-nth-prime until nth-found = 1 or master-eof = 1
    end-if
    if nth-found = 1
      move 'OK' to rs-status
      move pm-prime to rs-value
    else
      move 'NF' to rs-status
    end-if
  end-if.

probe-count-checkpoint.
  compute search-mid = (search-lo + search-hi) / 2.
  compute px-bound = search-mid * count-interval.
  read count-index
    invalid key
      move 1 to index-fault
    not invalid key
      if px-count < operand-value
        move search-mid to search-lo
        move px-count to lo-count
      else
        move search-mid to search-hi
      end-if
  end-read.

walk-to-nth-prime.
  read prime-master next
    at end
      move 1 to master-eof
    not at end
      add 1 to lo-count
      if lo-count = operand-value
        move 1 to nth-found
      end-if
  end-read.

answer-next-twin.
*> first twin-prime pair at or above operand-1: walk the master's
*> keys in sequence from the operand, watching consecutive primes
      end-if
  end-read.

answer-prime-classes.
*> one keyed read on the class master: a prime comes back with its
*> eight flag bytes and the number of classes it belongs to, a key
*> not found inside the master's coverage is a composite and belongs
*> to none, and past the coverage we genuinely do not know
  if class-master-ok = 0 or operand-value > class-source-n
    move 'NF' to rs-status
  else
    move operand-value to cm-prime
    read class-master
      invalid key
        move 'OK' to rs-status
        move 'N' to rs-answer
      not invalid key
        move 'OK' to rs-status
        move 'Y' to rs-answer
        perform varying class-idx from 1 by 1 until class-idx > 8
          move cm-flag(class-idx) to rs-class-flag(class-idx)
          if cm-flag(class-idx) = 'Y'
            add 1 to rs-value
          end-if
        end-perform
    end-read
  end-if.

answer-factor.
*> a prime answers itself; a composite is answered off the
*> factorization master with one keyed read when we hold it, or by
