*>
*> plan card (PLAN.TXT), one per n:
*>   <n> <abort-rc> <step> [<step> ...]
*> where a step is one of SEIVE RECON CERT LOAD FACTOR FACLOAD PRINT
*> CLASSIFY CLASSLOAD REPLAY, run as the matching program with n as
*> its PARM, or EXTEND=<old-n>, which runs cobSeive with the PARM
*> "EXTEND <old-n> <n>" to grow the completed table for old-n to n
*> instead of sieving it from scratch (the card cobDemandPlan
*> proposes when an active family can be built on).  CERT (cobCert)
*> belongs after RECON and ahead of LOAD, PRINT and CLASSIFY, which
*> refuse a table it has not certified; REPLAY (cobReplay) belongs
*> after LOAD, whose coverage it answers the deferred queue from.
*> a step ending with a return code above abort-rc aborts the chain
*> for that n only: the remaining steps are logged as skipped and
*> the plan moves on to the next card instead of killing the whole
*> night.  a garbled card is logged and skipped the same way
*> cobSeive treats a garbled control card.  a card holds up to
*> twelve steps.
*>
*> restart: every step that ends within its card's abort rc is also
*> recorded on RESTART.TXT with the run it completed in.  invoked as
*> "cobRunPlan RESTART", the plan is read again but each chain's
*> leading steps already credited on RESTART.TXT are bypassed and
*> logged with the run they are credited to; the chain picks up at
*> its first step that failed or never ran, and everything after
*> that step runs again because it built on it.  a plain run starts
*> RESTART.TXT afresh; a restart adds to it, so a second restart
*> credits the first restart's work as well.
environment division.
input-output section.
file-control.
  organization is line sequential
  file status is runlog-status.

  select restart-file assign to dynamic restart-filename
  organization is line sequential
  file status is restart-status.

data division.
file section.
fd  plan-file.
fd  runlog-file.
  01 runlog-record       pic x(100).

*> one record per step that completed within its card's abort rc,
*> stamped with the date and start time of the plan run it ran in
fd  restart-file.
  01 restart-record.
     05 rr-n             pic 9(10).
     05 rr-step          pic x(12).
     05 rr-rc            pic 9(4).
     05 rr-run-date      pic x(8).
     05 rr-run-time      pic x(8).
     05 filler           pic x(10).

working-storage section.
  77 plan-filename       pic x(40) value 'PLAN.TXT'.
  77 runlog-filename     pic x(40) value 'RUNLOG.TXT'.
  77 restart-filename    pic x(40) value 'RESTART.TXT'.
  77 plan-status         pic x(2).
  77 runlog-status       pic x(2).
  77 restart-status      pic x(2).
  77 plan-eof            pic 9.
  77 restart-eof         pic 9.
  77 parm-value          pic x(20).
  77 restart-mode        pic 9 value 0.
  77 run-start-time      pic x(8).

  77 n                   pic 9(10).
  77 n-edited            pic z(9)9.
  77 card-tok-n          pic x(12).
  77 card-tok-rc         pic x(12).
  01 card-step-table.
     05 card-tok-step    pic x(20) occurs 12 times.
*> wide enough that an absurd value is caught by range test instead
*> of being silently chopped, same caution as cobSeive's ctl-num
  77 card-num            pic 9(15).

  77 step-idx            pic 9(2).
  77 step-name           pic x(12).
*> the old n off an EXTEND=<old-n> step, checked numeric and below
*> the card's n before the card is accepted
  77 extend-from         pic 9(10).
  77 extend-from-edited  pic z(9)9.
  77 step-program        pic x(12).
  77 step-rc             pic 9(4).
  77 step-start-time     pic x(8).
  77 start-time-edited   pic x(8).
  77 stop-time-edited    pic x(8).
  77 abort-tag           pic x(16).
  77 bypass-count        pic 9(5).

*> the steps a restart can credit, loaded whole from RESTART.TXT
*> before the plan is read.  a chain stays in bypass until its first
*> step with no credit; from there on every step runs
  77 max-credits         pic 9(5) value 2000.
  77 credit-count        pic 9(5).
  77 credit-idx          pic 9(5).
  77 credit-found        pic 9(5).
  77 chain-resumed       pic 9.
  01 credit-table.
     05 credit-entry occurs 2000 times.
        10 cr-n          pic 9(10).
        10 cr-step       pic x(12).
        10 cr-rc         pic 9(4).
        10 cr-run-date   pic x(8).
        10 cr-run-time   pic x(8).

procedure division.
main-logic.
  accept parm-value from command-line.
  move function upper-case(function trim(parm-value)) to parm-value.
  if parm-value = 'RESTART'
    move 1 to restart-mode
  else if parm-value not = spaces
    display 'usage: cobRunPlan [RESTART]'
    move 8 to return-code
    stop run
  end-if.

  open input plan-file.
  if plan-status not = '00'
    display 'plan file ' function trim(plan-filename)
    stop run
  end-if.

  move 0 to credit-count.
  if restart-mode = 1
    perform load-restart-credits
  end-if.

  perform open-runlog-extend.
  accept run-date from date yyyymmdd.
  accept run-start-time from time.
  move spaces to start-time-edited.
  string run-start-time(1:2) delimited by size
         ':' delimited by size
         run-start-time(3:2) delimited by size
         ':' delimited by size
         run-start-time(5:2) delimited by size
         into start-time-edited.
  move spaces to log-text.
  if restart-mode = 1
    move credit-count to count-edited
    string 'PLAN RESTART STARTED ' delimited by size
           run-date delimited by size
           ' ' delimited by size
           start-time-edited delimited by size
           ' - ' delimited by size
           function trim(count-edited) delimited by size
           ' STEP(S) CREDITED FROM ' delimited by size
           function trim(restart-filename) delimited by size
           into log-text
  else
    string 'PLAN RUN STARTED ' delimited by size
           run-date delimited by size
           ' ' delimited by size
           start-time-edited delimited by size
           into log-text
  end-if.
  perform write-log-line.

  if restart-mode = 1
    open extend restart-file
  else
    open output restart-file
  end-if.

  move 0 to card-count.
  move 0 to step-count.
  move 0 to abort-count.
  move 0 to bypass-count.
  move 0 to plan-eof.
  perform run-next-card until plan-eof = 1.

  close plan-file.
  close restart-file.

  move spaces to log-text.
  move 'PLAN RUN ENDED' to log-text.
  display 'cobRunPlan: ' function trim(count-edited)
          ' plan card(s) processed, log on '
          function trim(runlog-filename).
  if bypass-count > 0
    move bypass-count to count-edited
    display '           ' function trim(count-edited)
            ' step(s) bypassed on restart'
  end-if.
  if abort-count > 0
    move abort-count to count-edited
    display '           ' function trim(count-edited)
  move 1 to card-ok.
  move spaces to card-tok-n.
  move spaces to card-tok-rc.
  perform varying step-idx from 1 by 1 until step-idx > 12
    move spaces to card-tok-step(step-idx)
  end-perform.
  unstring plan-record delimited by all spaces
           card-tok-step(1) card-tok-step(2)
           card-tok-step(3) card-tok-step(4)
           card-tok-step(5) card-tok-step(6)
           card-tok-step(7) card-tok-step(8)
           card-tok-step(9) card-tok-step(10)
           card-tok-step(11) card-tok-step(12).

  if function trim(card-tok-n) = spaces
      or function trim(card-tok-n) not numeric
*> nothing
      move 0 to card-ok
    else
      perform varying step-idx from 1 by 1 until step-idx > 12
        if function trim(card-tok-step(step-idx)) not = spaces
          perform split-step-token
          perform map-step-program
          if step-program = spaces
            move 0 to card-ok
    end-if
  end-if.

split-step-token.
*> a step token is a bare step name, or EXTEND=<old-n>; an EXTEND
*> whose old n is not a number below the card's n maps to no
*> program, so the card is rejected whole like any unknown step
  move function upper-case(function trim(card-tok-step(step-idx)))
      to card-tok-step(step-idx).
  move 0 to extend-from.
  if card-tok-step(step-idx)(1:7) = 'EXTEND='
    move 'EXTEND' to step-name
    if function trim(card-tok-step(step-idx)(8:)) = spaces
        or function trim(card-tok-step(step-idx)(8:)) not numeric
      move 'EXTEND?' to step-name
    else
      move function numval(card-tok-step(step-idx)(8:)) to card-num
      if card-num < 2 or card-num >= n
        move 'EXTEND?' to step-name
      else
        move card-num to extend-from
      end-if
    end-if
  else if card-tok-step(step-idx) = 'EXTEND'
    move 'EXTEND?' to step-name
  else
    move card-tok-step(step-idx) to step-name
  end-if.

map-step-program.
  evaluate step-name
    when 'SEIVE'
      move 'cobSeive' to step-program
    when 'RECON'
      move 'cobRecon' to step-program
    when 'CERT'
      move 'cobCert' to step-program
    when 'LOAD'
      move 'cobPrimeLoad' to step-program
    when 'FACTOR'
      move 'cobFactLoad' to step-program
    when 'PRINT'
      move 'cobPrint' to step-program
    when 'CLASSIFY'
      move 'cobClassify' to step-program
    when 'CLASSLOAD'
      move 'cobClassLoad' to step-program
    when 'REPLAY'
      move 'cobReplay' to step-program
    when 'EXTEND'
      move 'cobSeive' to step-program
    when other
      move spaces to step-program
  end-evaluate.
  perform write-log-line.

  move 0 to chain-broken.
  if restart-mode = 1
    move 0 to chain-resumed
  else
    move 1 to chain-resumed
  end-if.
  perform varying step-idx from 1 by 1 until step-idx > 12
    if function trim(card-tok-step(step-idx)) not = spaces
      perform split-step-token
      perform map-step-program
      if chain-broken = 1
        perform log-skipped-step
      else if chain-resumed = 1
        perform run-one-step
      else
        perform find-step-credit
        if credit-found > 0
          perform log-bypassed-step
        else
          move 1 to chain-resumed
          perform log-chain-resumed
          perform run-one-step
        end-if
      end-if
    end-if
  end-perform.
*> timed and logged; a return code above the card's abort rc breaks
*> the chain for this n and the remaining steps are logged skipped
  move spaces to command-text.
  if step-name = 'EXTEND'
    move extend-from to extend-from-edited
    string function trim(step-program) delimited by size
           ' EXTEND ' delimited by size
           function trim(extend-from-edited) delimited by size
           ' ' delimited by size
           function trim(n-edited) delimited by size
           into command-text
  else
    string function trim(step-program) delimited by size
           ' ' delimited by size
           function trim(n-edited) delimited by size
           into command-text
  end-if.
  accept step-start-time from time.
  call 'SYSTEM' using command-text
    returning system-rc.
  if step-rc > abort-rc
    move 1 to chain-broken
    add 1 to abort-count
  else
    perform write-restart-credit
  end-if.

log-step-result.
         into log-text.
  perform write-log-line.

load-restart-credits.
*> a restart with nothing to credit from is an operator mistake, not
*> a plain run in disguise - it ends before anything is run
  open input restart-file.
  if restart-status not = '00'
    display 'restart file ' function trim(restart-filename)
            ' not found or unreadable - status ' restart-status
    display 'nothing to restart from - run cobRunPlan without'
            ' RESTART'
    close plan-file
    move 8 to return-code
    stop run
  end-if.
  move 0 to restart-eof.
  perform load-next-credit until restart-eof = 1.
  close restart-file.

load-next-credit.
  read restart-file
    at end
      move 1 to restart-eof
    not at end
      if credit-count >= max-credits
        display 'restart file ' function trim(restart-filename)
                ' exceeds ' max-credits ' entries - restart refused'
        close restart-file
        close plan-file
        move 8 to return-code
        stop run
      end-if
      add 1 to credit-count
      move rr-n to cr-n(credit-count)
      move rr-step to cr-step(credit-count)
      move rr-rc to cr-rc(credit-count)
      move rr-run-date to cr-run-date(credit-count)
      move rr-run-time to cr-run-time(credit-count)
  end-read.

find-step-credit.
*> the latest credit for this n and step wins, so a step rerun by an
*> earlier restart is credited to that restart
  move 0 to credit-found.
  perform varying credit-idx from 1 by 1
      until credit-idx > credit-count
    if cr-n(credit-idx) = n and cr-step(credit-idx) = step-name
      move credit-idx to credit-found
    end-if
  end-perform.

write-restart-credit.
  move spaces to restart-record.
  move n to rr-n.
  move step-name to rr-step.
  move step-rc to rr-rc.
  move run-date to rr-run-date.
  move run-start-time to rr-run-time.
  write restart-record.

log-bypassed-step.
  add 1 to bypass-count.
  move cr-rc(credit-found) to rc-edited.
  move spaces to start-time-edited.
  string cr-run-time(credit-found)(1:2) delimited by size
         ':' delimited by size
         cr-run-time(credit-found)(3:2) delimited by size
         ':' delimited by size
         cr-run-time(credit-found)(5:2) delimited by size
         into start-time-edited.
  move spaces to log-text.
  string 'N ' delimited by size
         function trim(n-edited) delimited by size
         ' STEP ' delimited by size
         function trim(step-name) delimited by size
         ' BYPASSED ON RESTART - RC ' delimited by size
         function trim(rc-edited) delimited by size
         ' IN RUN OF ' delimited by size
         cr-run-date(credit-found) delimited by size
         ' ' delimited by size
         start-time-edited delimited by size
         into log-text.
  perform write-log-line.

log-chain-resumed.
  move spaces to log-text.
  string 'N ' delimited by size
         function trim(n-edited) delimited by size
         ' CHAIN RESUMED AT STEP ' delimited by size
         function trim(step-name) delimited by size
         into log-text.
  perform write-log-line.

open-runlog-extend.
*> the run log accumulates night over night the same way AUDIT.TXT
*> does, so it is opened in extend mode and created on first use
