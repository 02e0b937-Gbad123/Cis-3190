identification division.
program-id. cobDemandPlan.
*> turns the NF section of cobDemandRpt into work: walks REQUEST.TXT
*> and RESPONSE.TXT in step the way the demand report does, picks
*> out every card answered NF because its operand sat above the
*> prime master's coverage, and proposes the plan card that would
*> bring all of that outstanding demand inside the tables.
*> the cards themselves are parked on DEFERRED.TXT (SVDFRREC.CPY)
*> so nobody has to remember to tell the department to ask again:
*> the proposed card ends in a REPLAY step, and cobReplay answers the
*> queue from the new coverage as soon as the load has run.
*>
*> sizing the run:
*>   the largest operand outstanding - on today's NF cards and on
*>   cards already waiting on the queue - is rounded up to a whole
*>   multiple of round-unit, and held to max-allowed-n, the same
*>   shop ceiling cobSeive enforces.  a card whose operand lies
*>   above the ceiling can never be covered; it is reported and not
*>   parked.
*>   an active catalog family (not failed certification) already at
*>   or above the largest operand just needs loading - the card
*>   names that family's n and runs RECON CERT first only when it
*>   was never certified.  otherwise the largest active family below
*>   the operand is grown with EXTEND=<old-n> rather than sieving
*>   the whole range again, and with no family to build on the card
*>   is a plain SEIVE.  FACTOR FACLOAD and CLASSIFY CLASSLOAD are
*>   added when factor or class questions are among those deferred,
*>   since those answers come off their own masters.
*>   a card holds 80 columns, as cobRunPlan reads it; when the whole
*>   step list will not fit, the proposal is split into two cards for
*>   the same n - the build and load on the first, then FACTOR
*>   FACLOAD and/or CLASSIFY CLASSLOAD and the REPLAY on the second -
*>   so every step still reaches the plan.
*>
*> the card goes to DEMANDPLAN.TXT, rewritten on every run and left
*> empty when nothing is outstanding, for the operator to put on the
*> night's PLAN.TXT.  a card already waiting on the queue is not
*> parked a second time; cards are otherwise matched card image for
*> card image, so a department asking the same question twice is
*> answered once.  nth-prime ('K') questions name a rank rather than
*> a value, so they cannot size a run and are never deferred.
*>
*> the run ends with return code 4 when a card was left above the
*> ceiling or the request and response files do not pair off, and
*> 8 when the traffic or the queue cannot be read, or the queue
*> holds more waiting cards than the run can check against.
*>
*> invocation: cobDemandPlan
environment division.
input-output section.
file-control.
  select request-file assign to dynamic request-filename
  organization is line sequential
  file status is request-status.

  select response-file assign to dynamic response-filename
  organization is line sequential
  file status is response-status.

  select prime-master assign to dynamic master-filename
  organization is indexed
  access mode is dynamic
  record key is pm-prime
  file status is master-status.

  select catalog-file assign to dynamic catalog-filename
  organization is line sequential
  file status is catalog-status.

  select deferred-file assign to dynamic deferred-filename
  organization is line sequential
  file status is deferred-status.

  select plan-file assign to dynamic plan-filename
  organization is line sequential
  file status is plan-status.

data division.
file section.
fd  request-file.
  copy 'SVREQREC.CPY'.

fd  response-file.
  copy 'SVRSPREC.CPY'.

fd  prime-master.
  copy 'SVPRMREC.CPY'.

fd  catalog-file.
  copy 'SVCATREC.CPY'.

fd  deferred-file.
  copy 'SVDFRREC.CPY'.

fd  plan-file.
  01 plan-record         pic x(80).

working-storage section.
  77 request-filename    pic x(40) value 'REQUEST.TXT'.
  77 response-filename   pic x(40) value 'RESPONSE.TXT'.
  77 master-filename     pic x(40) value 'PRIMMAST.DAT'.
  77 catalog-filename    pic x(40) value 'CATALOG.TXT'.
  77 deferred-filename   pic x(40) value 'DEFERRED.TXT'.
  77 plan-filename       pic x(40) value 'DEMANDPLAN.TXT'.
  77 request-status      pic x(2).
  77 response-status     pic x(2).
  77 master-status       pic x(2).
  77 catalog-status      pic x(2).
  77 deferred-status     pic x(2).
  77 plan-status         pic x(2).
  77 request-eof         pic 9.
  77 response-eof        pic 9.
  77 catalog-eof         pic 9.
  77 deferred-eof        pic 9.
  77 master-ok           pic 9.
  77 source-n            pic 9(10).
  77 torn-traffic        pic 9.
  77 now-date            pic x(8).
  77 now-time            pic x(8).

*> the shop's ceiling on n, kept equal to cobSeive's own, and the
*> rounding rule: a proposed run covers a whole number of rounding
*> units so tomorrow's slightly larger question is already inside it
  77 max-allowed-n       pic 9(10) value 100000000.
  77 round-unit          pic 9(10) value 1000000.
  77 abort-rc            pic 9(4) value 4.

  77 request-seq         pic 9(10).
  77 operand-text        pic x(10).
  77 operand-value       pic 9(10).
  77 last-defer-id       pic 9(6).

*> cards already waiting on the queue, and today's new cards to
*> park, each held whole so a repeat is recognised card for card
  77 max-cards           pic 9(5) value 5000.
  77 waiting-count       pic 9(5).
  77 waiting-idx         pic 9(5).
  01 waiting-table.
     05 waiting-entry occurs 5000 times.
        10 wt-request    pic x(39).
  77 park-count          pic 9(5).
  77 park-idx            pic 9(5).
  01 park-table.
     05 park-entry occurs 5000 times.
        10 pk-request    pic x(39).
        10 pk-seq        pic 9(10).
        10 pk-needed-n   pic 9(10).
  77 card-found          pic 9.
  77 park-overflow       pic 9(7).
  77 repeat-count        pic 9(7).
  77 ceiling-count       pic 9(7).
  77 ceiling-max         pic 9(10).
  77 nf-above-count      pic 9(7).
  77 any-factor          pic 9.
  77 any-class           pic 9.

  77 max-needed          pic 9(10).
  77 waiting-max         pic 9(10).
  77 target-n            pic 9(11).
  77 plan-n              pic 9(10).
  77 plan-n-edited       pic z(9)9.
  77 cover-n             pic 9(10).
  77 cover-certified     pic 9.
  77 base-n              pic 9(10).
  77 base-n-edited       pic z(9)9.
  77 plan-kind           pic x(8).
  77 plan-text           pic x(80).
  77 plan-text-2         pic x(80).
*> the step lists the cards are made from: the build and load steps,
*> then the master steps that follow them, and the whole card as it
*> would stand on one line, measured against the card's 80 columns
  77 step-text           pic x(100).
  77 extra-text          pic x(100).
  77 card-work           pic x(200).
  77 card-ptr            pic 9(3).
  77 card-columns        pic 9(3) value 80.

  77 count-edited        pic z(9)9.
  77 value-edited        pic z(9)9.
  77 rc-edited           pic zzz9.

procedure division.
main-logic.
  accept now-date from date yyyymmdd.
  accept now-time from time.

  open input request-file.
  if request-status not = '00'
    display 'request file ' function trim(request-filename)
            ' not found or unreadable - status ' request-status
    move 8 to return-code
    stop run
  end-if.
  open input response-file.
  if response-status not = '00'
    display 'response file ' function trim(response-filename)
            ' not found or unreadable - status ' response-status
    close request-file
    move 8 to return-code
    stop run
  end-if.

  move 0 to any-factor.
  move 0 to any-class.
  perform load-deferred-queue.
  perform open-prime-master.

  move 0 to request-seq.
  move 0 to park-count.
  move 0 to park-overflow.
  move 0 to repeat-count.
  move 0 to ceiling-count.
  move 0 to ceiling-max.
  move 0 to nf-above-count.
  move 0 to max-needed.
  move 0 to torn-traffic.
  move 0 to request-eof.
  move 0 to response-eof.
  perform examine-next-pair
      until request-eof = 1 or response-eof = 1.
  close request-file.
  close response-file.
  if master-ok = 1
    close prime-master
  end-if.

*> cards parked on earlier days still count toward the run, as long
*> as the tables have not caught up with them yet
  if waiting-max > max-needed
    move waiting-max to max-needed
  end-if.

  move spaces to plan-text.
  move spaces to plan-text-2.
  if max-needed > 0
    perform choose-plan
  end-if.
  perform write-plan-card.
  if park-count > 0
    perform park-deferred-cards
  end-if.
  perform report-results.

  if ceiling-count > 0 or torn-traffic = 1
    move 4 to return-code
  end-if.
  stop run.

load-deferred-queue.
*> the queue is read whole for the last reference handed out and
*> the cards still waiting; a queue not yet started is simply empty
  move 0 to waiting-count.
  move 0 to waiting-max.
  move 0 to last-defer-id.
  move 0 to deferred-eof.
  open input deferred-file.
  if deferred-status = '35'
    continue
  else if deferred-status not = '00'
    display 'deferred queue ' function trim(deferred-filename)
            ' unreadable - status ' deferred-status
    close request-file
    close response-file
    move 8 to return-code
    stop run
  else
    perform load-one-deferred until deferred-eof = 1
    close deferred-file
  end-if.

load-one-deferred.
  read deferred-file
    at end
      move 1 to deferred-eof
    not at end
      if df-defer-id > last-defer-id
        move df-defer-id to last-defer-id
      end-if
      if df-waiting
*> a waiting card left out of the table would not be known as
*> already waiting and would be parked, and replayed, a second time
        if waiting-count >= max-cards
          display 'deferred queue ' function trim(deferred-filename)
                  ' holds more than ' max-cards
                  ' waiting cards - nothing parked, no plan proposed'
          close deferred-file
          close request-file
          close response-file
          move 8 to return-code
          stop run
        end-if
        add 1 to waiting-count
        move df-request to wt-request(waiting-count)
        if df-needed-n > waiting-max
          move df-needed-n to waiting-max
        end-if
        if df-function = 'F'
          move 1 to any-factor
        else if df-function = 'S'
          move 1 to any-class
        end-if
      end-if
  end-read.

open-prime-master.
*> coverage comes off the master's first record exactly as the
*> inquiry service itself reads it; with no master on hand every NF
*> operand is outstanding demand, as cobDemandRpt reports it
  move 0 to master-ok.
  move 0 to source-n.
  open input prime-master.
  if master-status = '00'
    move 0 to pm-prime
    start prime-master key not less than pm-prime
      invalid key
        move '23' to master-status
    end-start
    if master-status = '00'
      read prime-master next
        at end
          move '10' to master-status
      end-read
    end-if
    if master-status = '00'
      move pm-source-n to source-n
      move 1 to master-ok
    else
      close prime-master
    end-if
  end-if.

examine-next-pair.
  read request-file
    at end
      move 1 to request-eof
  end-read.
  read response-file
    at end
      move 1 to response-eof
  end-read.
  if request-eof = 1 and response-eof = 0
    move 1 to torn-traffic
  else if response-eof = 1 and request-eof = 0
    move 1 to torn-traffic
  else if request-eof = 0 and response-eof = 0
    add 1 to request-seq
    if rs-status = 'NF' and rq-function not = 'K'
      perform examine-nf-card
    end-if
  end-if.

examine-nf-card.
*> the operand that drove the NF is the upper bound on a range
*> count and the single operand everywhere else, as in the demand
*> report's NF section
  if rq-function = 'C'
    move rq-operand-2 to operand-text
  else
    move rq-operand-1 to operand-text
  end-if.
  if function trim(operand-text) not = spaces
      and function trim(operand-text) is numeric
    move function numval(operand-text) to operand-value
    if master-ok = 0 or operand-value > source-n
      add 1 to nf-above-count
      if operand-value > max-allowed-n
        add 1 to ceiling-count
        if operand-value > ceiling-max
          move operand-value to ceiling-max
        end-if
      else
        perform select-card-to-park
      end-if
    end-if
  end-if.

select-card-to-park.
  move 0 to card-found.
  perform varying waiting-idx from 1 by 1
      until waiting-idx > waiting-count or card-found = 1
    if wt-request(waiting-idx) = request-record
      move 1 to card-found
    end-if
  end-perform.
  perform varying park-idx from 1 by 1
      until park-idx > park-count or card-found = 1
    if pk-request(park-idx) = request-record
      move 1 to card-found
    end-if
  end-perform.
  if card-found = 1
    add 1 to repeat-count
  else if park-count >= max-cards
*> a card past the table is still on today's traffic, so the next
*> run parks it; it is counted here, not lost
    add 1 to park-overflow
  else
    add 1 to park-count
    move request-record to pk-request(park-count)
    move request-seq to pk-seq(park-count)
    move operand-value to pk-needed-n(park-count)
    if operand-value > max-needed
      move operand-value to max-needed
    end-if
    if rq-function = 'F'
      move 1 to any-factor
    else if rq-function = 'S'
      move 1 to any-class
    end-if
  end-if.

choose-plan.
*> round the demand up to the next whole unit, hold it to the
*> ceiling, then see what the catalog already has to offer
  compute target-n = (max-needed + round-unit - 1) / round-unit.
  compute target-n = target-n * round-unit.
  if target-n > max-allowed-n
    move max-allowed-n to target-n
  end-if.

  move 0 to cover-n.
  move 0 to cover-certified.
  move 0 to base-n.
  move 0 to catalog-eof.
  open input catalog-file.
  if catalog-status = '00'
    perform scan-catalog-family until catalog-eof = 1
    close catalog-file
  else
    display 'catalog ' function trim(catalog-filename)
            ' not found or unreadable - status ' catalog-status
            ' - proposing a run from scratch'
  end-if.

  move spaces to step-text.
  move spaces to extra-text.
  if cover-n > 0
    move cover-n to plan-n
    move 'LOAD' to plan-kind
    if cover-certified = 1
      move 'LOAD' to step-text
    else
      move 'RECON CERT LOAD' to step-text
    end-if
  else if base-n > 0
    move target-n to plan-n
    move 'EXTEND' to plan-kind
    move base-n to base-n-edited
    string 'EXTEND=' delimited by size
           function trim(base-n-edited) delimited by size
           ' RECON CERT LOAD' delimited by size
           into step-text
  else
    move target-n to plan-n
    move 'SEIVE' to plan-kind
    move 'SEIVE RECON CERT LOAD' to step-text
  end-if.
  move 1 to card-ptr.
  if any-factor = 1
    string 'FACTOR FACLOAD ' delimited by size
           into extra-text with pointer card-ptr
  end-if.
  if any-class = 1
    string 'CLASSIFY CLASSLOAD ' delimited by size
           into extra-text with pointer card-ptr
  end-if.
  string 'REPLAY' delimited by size
         into extra-text with pointer card-ptr.
  if master-ok = 1 and max-needed <= source-n
*> everything outstanding is already inside today's tables - only
*> the replay has yet to run
    move source-n to plan-n
    move 'REPLAY' to plan-kind
    move spaces to step-text
    move 'REPLAY' to extra-text
  end-if.

  move plan-n to plan-n-edited.
  move abort-rc to rc-edited.
  move spaces to card-work.
  move 1 to card-ptr.
  string function trim(plan-n-edited) delimited by size
         ' ' delimited by size
         function trim(rc-edited) delimited by size
         ' ' delimited by size
         into card-work with pointer card-ptr.
  if step-text not = spaces
    string function trim(step-text) delimited by size
           ' ' delimited by size
           into card-work with pointer card-ptr
  end-if.
  string function trim(extra-text) delimited by size
         into card-work with pointer card-ptr.
  if card-ptr - 1 <= card-columns
    move card-work to plan-text
  else
    perform split-plan-card
  end-if.

split-plan-card.
*> too long for one card: the build and load steps go on the first,
*> the master steps and the replay on a second card for the same n,
*> which cobRunPlan runs after the first
  move 1 to card-ptr.
  string function trim(plan-n-edited) delimited by size
         ' ' delimited by size
         function trim(rc-edited) delimited by size
         ' ' delimited by size
         function trim(step-text) delimited by size
         into plan-text with pointer card-ptr.
  move 1 to card-ptr.
  string function trim(plan-n-edited) delimited by size
         ' ' delimited by size
         function trim(rc-edited) delimited by size
         ' ' delimited by size
         function trim(extra-text) delimited by size
         into plan-text-2 with pointer card-ptr.

scan-catalog-family.
*> the smallest active family reaching the largest operand needs
*> only loading; failing that the largest one below it is the base
*> to extend.  a family that failed certification is no base for
*> anything, and a window family covers only its band, never the
*> range from 2
  read catalog-file
    at end
      move 1 to catalog-eof
    not at end
      if ct-window
        continue
      else if ct-active and not ct-cert-failed
          and ct-n >= max-needed
          and (cover-n = 0 or ct-n < cover-n)
        move ct-n to cover-n
        if ct-certified
          move 1 to cover-certified
        else
          move 0 to cover-certified
        end-if
      else if ct-active and not ct-cert-failed
          and ct-n < max-needed and ct-n > base-n and ct-n >= 2
        move ct-n to base-n
      end-if
  end-read.

write-plan-card.
  open output plan-file.
  if plan-status not = '00'
    display 'plan proposal ' function trim(plan-filename)
            ' could not be written - status ' plan-status
    move 8 to return-code
    stop run
  end-if.
  if plan-text not = spaces
    move plan-text to plan-record
    write plan-record
  end-if.
  if plan-text-2 not = spaces
    move plan-text-2 to plan-record
    write plan-record
  end-if.
  close plan-file.

park-deferred-cards.
  open extend deferred-file.
  if deferred-status = '35'
    open output deferred-file
  end-if.
  if deferred-status not = '00'
    display 'deferred queue ' function trim(deferred-filename)
            ' could not be extended - status ' deferred-status
            ' - no card parked'
    move 8 to return-code
    stop run
  end-if.
  perform varying park-idx from 1 by 1 until park-idx > park-count
    move spaces to deferred-record
    add 1 to last-defer-id
    move last-defer-id to df-defer-id
    move 'W' to df-status
    move pk-request(park-idx) to df-request
    move pk-seq(park-idx) to df-request-seq
    move now-date to df-parked-date
    move now-time to df-parked-time
    move pk-needed-n(park-idx) to df-needed-n
    move plan-n to df-plan-n
    move 0 to df-replay-count
    move 0 to df-replay-n
    write deferred-record
  end-perform.
  close deferred-file.

report-results.
  move nf-above-count to count-edited.
  if master-ok = 1
    move source-n to value-edited
    display 'cobDemandPlan: ' function trim(count-edited)
            ' NF card(s) above coverage ' function trim(value-edited)
  else
    display 'cobDemandPlan: ' function trim(count-edited)
            ' NF card(s) - prime master unavailable, coverage untested'
  end-if.
  move park-count to count-edited.
  move waiting-count to value-edited.
  display '               ' function trim(count-edited)
          ' card(s) parked on ' function trim(deferred-filename)
          ', ' function trim(value-edited) ' already waiting'.
  if repeat-count > 0
    move repeat-count to count-edited
    display '               ' function trim(count-edited)
            ' repeat card(s) already parked - not parked again'
  end-if.
  if park-overflow > 0
    move park-overflow to count-edited
    display '               ' function trim(count-edited)
            ' card(s) past the park table - left for the next run'
  end-if.
  if ceiling-count > 0
    move ceiling-count to count-edited
    move ceiling-max to value-edited
    display '               ' function trim(count-edited)
            ' card(s) above the shop ceiling, largest '
            function trim(value-edited) ' - cannot be covered'
  end-if.
  if torn-traffic = 1
    display '               request and response files do not pair'
            ' off evenly - traffic read to the shorter'
  end-if.
  if plan-text = spaces
    display '               nothing outstanding - '
            function trim(plan-filename) ' left empty'
  else
    display '               proposed (' function trim(plan-kind)
            ') on ' function trim(plan-filename) ': '
            function trim(plan-text)
    if plan-text-2 not = spaces
      display '               continued on a second card: '
              function trim(plan-text-2)
    end-if
  end-if.
