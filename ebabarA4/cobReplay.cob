identification division.
program-id. cobReplay.
*> answers the deferred-request queue once the tables have caught up
*> with it: every card waiting on DEFERRED.TXT (SVDFRREC.CPY) whose
*> operand now lies inside the prime master's coverage is handed to
*> the inquiry service again, through REPLAYREQ.TXT and "cobInquiry
*> REPLAY", and the answer that comes back is written onto the
*> card's own queue record beside the original card and its place
*> on the day's REQUEST.TXT - so every deferred answer can be laid
*> against the question it answers.  REPLAYRSP.TXT keeps the
*> responses as cobInquiry wrote them, caller reference first, for
*> the desk to pass back; REPLAYRPT.TXT lists each replayed card
*> against its answer.
*>
*> a card whose replay still comes back NF (a class or factor
*> question whose master has not been rebuilt yet, say) stays
*> waiting with its replay count raised and is offered again next
*> time.  cards still above coverage are not offered at all.
*>
*> the queue is rewritten through DEFERRED.TXT.TMP and renamed over
*> the live file only once every response has been matched to its
*> card; a replay the inquiry service did not finish leaves the
*> queue exactly as it was.
*>
*> invocation: cobReplay [<n>]
*> where n is the table the plan card just loaded; it is only
*> reported - coverage is always read off PRIMMAST.DAT itself, so a
*> replay run by hand needs no parm.  return code 4 when any card
*> replayed is still unanswered, 8 when nothing could be replayed
*> for want of the master, the queue or the inquiry service.
environment division.
input-output section.
file-control.
  select deferred-file assign to dynamic deferred-filename
  organization is line sequential
  file status is deferred-status.

  select deferred-tmp-file assign to dynamic deferred-tmp-filename
  organization is line sequential
  file status is deferred-tmp-status.

  select replay-request-file assign to dynamic replay-req-filename
  organization is line sequential
  file status is replay-req-status.

  select replay-response-file assign to dynamic replay-rsp-filename
  organization is line sequential
  file status is replay-rsp-status.

  select prime-master assign to dynamic master-filename
  organization is indexed
  access mode is dynamic
  record key is pm-prime
  file status is master-status.

  select report-file assign to dynamic report-filename
  organization is line sequential.

data division.
file section.
fd  deferred-file.
  copy 'SVDFRREC.CPY'.

fd  deferred-tmp-file.
  01 deferred-tmp-record pic x(271).

fd  replay-request-file.
  copy 'SVREQREC.CPY'.

fd  replay-response-file.
  copy 'SVRSPREC.CPY'.

fd  prime-master.
  copy 'SVPRMREC.CPY'.

fd  report-file.
  01 report-record       pic x(100).

working-storage section.
  77 deferred-filename   pic x(40) value 'DEFERRED.TXT'.
  77 deferred-tmp-filename pic x(40) value 'DEFERRED.TXT.TMP'.
  77 replay-req-filename pic x(40) value 'REPLAYREQ.TXT'.
  77 replay-rsp-filename pic x(40) value 'REPLAYRSP.TXT'.
  77 master-filename     pic x(40) value 'PRIMMAST.DAT'.
  77 report-filename     pic x(40) value 'REPLAYRPT.TXT'.
  77 deferred-status     pic x(2).
  77 deferred-tmp-status pic x(2).
  77 replay-req-status   pic x(2).
  77 replay-rsp-status   pic x(2).
  77 master-status       pic x(2).
  77 deferred-eof        pic 9.
  77 replay-rsp-eof      pic 9.
  77 parm-value          pic x(20).
  77 plan-n              pic 9(10).
  77 source-n            pic 9(10).
  77 now-date            pic x(8).
  77 now-time            pic x(8).
  77 rename-rc           pic s9(9) comp-5.

  77 command-text        pic x(60).
*> raw status back from the host's SYSTEM service, folded down out of
*> the high byte the same way cobRunPlan folds a step's return code
  77 system-rc           pic s9(9) comp-5.
  77 inquiry-rc          pic 9(4).

  77 waiting-count       pic 9(7).
  77 selected-count      pic 9(7).
  77 replayed-count      pic 9(7).
  77 answered-count      pic 9(7).
  77 still-nf-count      pic 9(7).
  77 unmatched           pic 9.
  77 count-edited        pic z(9)9.
  77 value-edited        pic z(9)9.
  77 id-edited           pic 9(6).
  77 seq-edited          pic z(9)9.
  77 report-text         pic x(100).

procedure division.
main-logic.
  accept now-date from date yyyymmdd.
  accept now-time from time.
  accept parm-value from command-line.
  move 0 to plan-n.
  if function trim(parm-value) not = spaces
    if function trim(parm-value) is numeric
        and function length(function trim(parm-value)) <= 10
      move function numval(parm-value) to plan-n
    else
      display 'usage: cobReplay [<n>] - n must be numeric'
      move 8 to return-code
      stop run
    end-if
  end-if.

  perform open-prime-master.

  open input deferred-file.
  if deferred-status = '35'
    display 'cobReplay: no deferred queue '
            function trim(deferred-filename) ' - nothing to replay'
    stop run
  end-if.
  if deferred-status not = '00'
    display 'deferred queue ' function trim(deferred-filename)
            ' unreadable - status ' deferred-status
    move 8 to return-code
    stop run
  end-if.

*> first pass: the cards now inside coverage, in queue order, become
*> the replay's request file
  open output replay-request-file.
  move 0 to waiting-count.
  move 0 to selected-count.
  move 0 to deferred-eof.
  perform select-next-deferred until deferred-eof = 1.
  close deferred-file.
  close replay-request-file.

  if selected-count = 0
    move waiting-count to count-edited
    move source-n to value-edited
    display 'cobReplay: ' function trim(count-edited)
            ' card(s) waiting, none yet inside coverage '
            function trim(value-edited)
    stop run
  end-if.

  perform run-inquiry-replay.
  if inquiry-rc not = 0
    move inquiry-rc to count-edited
    display 'inquiry replay ended rc ' function trim(count-edited)
            ' - deferred queue left unchanged'
    move 8 to return-code
    stop run
  end-if.

  perform post-replay-answers.
  if unmatched = 1
    display 'replay responses do not match the cards offered'
            ' - deferred queue left unchanged'
    move 8 to return-code
    stop run
  end-if.

  call 'CBL_RENAME_FILE' using deferred-tmp-filename
                               deferred-filename
    returning rename-rc.
  if rename-rc not = 0
    display 'could not rename ' function trim(deferred-tmp-filename)
            ' to ' function trim(deferred-filename) ' - rc='
            rename-rc ' - answers are on '
            function trim(replay-rsp-filename) ' only'
    move 8 to return-code
    stop run
  end-if.

  perform report-results.
  if still-nf-count > 0
    move 4 to return-code
  end-if.
  stop run.

open-prime-master.
*> coverage comes off the master's first record exactly as the
*> inquiry service itself reads it; without a master nothing is
*> known to be covered, and nothing is replayed
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
    end-if
    close prime-master
  end-if.
  if source-n = 0
    display 'prime master ' function trim(master-filename)
            ' not found or empty - status ' master-status
            ' - nothing replayed'
    move 8 to return-code
    stop run
  end-if.
  if plan-n not = 0 and plan-n not = source-n
    move plan-n to count-edited
    move source-n to value-edited
    display 'plan n ' function trim(count-edited)
            ' is not the loaded coverage '
            function trim(value-edited)
            ' - replaying against the coverage'
  end-if.

select-next-deferred.
  read deferred-file
    at end
      move 1 to deferred-eof
    not at end
      if df-waiting
        add 1 to waiting-count
        if df-needed-n <= source-n
          add 1 to selected-count
          move df-request to request-record
          write request-record
        end-if
      end-if
  end-read.

run-inquiry-replay.
  move 'cobInquiry REPLAY' to command-text.
  call 'SYSTEM' using command-text
    returning system-rc.
  if system-rc >= 256 and function mod(system-rc, 256) = 0
    compute inquiry-rc = system-rc / 256
  else if system-rc < 0 or system-rc > 9999
    move 9999 to inquiry-rc
  else
    move system-rc to inquiry-rc
  end-if.

post-replay-answers.
*> second pass: the queue is copied through, and each card offered
*> takes the next response - same order, same selection test, so
*> card and answer pair off exactly as cobInquiry paired them
  move 0 to replayed-count.
  move 0 to answered-count.
  move 0 to still-nf-count.
  move 0 to unmatched.
  open input deferred-file.
  open input replay-response-file.
  if replay-rsp-status not = '00'
    move 1 to unmatched
    close deferred-file
  else
    open output deferred-tmp-file
    open output report-file
    move spaces to report-text
    string 'DEFERRED REQUEST REPLAY ' delimited by size
           now-date delimited by size
           ' ' delimited by size
           now-time(1:2) ':' now-time(3:2) ':' now-time(5:2)
           delimited by size
           into report-text
    perform write-report-line
    move source-n to value-edited
    move spaces to report-text
    string 'REPLAYED AGAINST COVERAGE ' delimited by size
           function trim(value-edited) delimited by size
           into report-text
    perform write-report-line
    move spaces to report-text
    perform write-report-line
    move 'DEFER     REQ-SEQ  PARKED    CARD                           ANSWER'
        to report-text
    perform write-report-line
    move 0 to deferred-eof
    move 0 to replay-rsp-eof
    perform post-next-deferred until deferred-eof = 1
    read replay-response-file
      at end
        move 1 to replay-rsp-eof
    end-read
    if replay-rsp-eof = 0
      move 1 to unmatched
    end-if
    close deferred-file
    close replay-response-file
    close deferred-tmp-file
    move spaces to report-text
    perform write-report-line
    move replayed-count to count-edited
    move answered-count to value-edited
    string 'REPLAYED=' delimited by size
           function trim(count-edited) delimited by size
           ' ANSWERED=' delimited by size
           function trim(value-edited) delimited by size
           into report-text
    move still-nf-count to count-edited
    string function trim(report-text) delimited by size
           ' STILL NF=' delimited by size
           function trim(count-edited) delimited by size
           into report-text
    perform write-report-line
    close report-file
  end-if.

post-next-deferred.
  read deferred-file
    at end
      move 1 to deferred-eof
    not at end
      if df-waiting and df-needed-n <= source-n
        perform post-one-answer
      end-if
      move deferred-record to deferred-tmp-record
      write deferred-tmp-record
  end-read.

post-one-answer.
  read replay-response-file
    at end
      move 1 to replay-rsp-eof
  end-read.
  if replay-rsp-eof = 1 or rs-id not = df-id
    move 1 to unmatched
  else
    add 1 to replayed-count
    add 1 to df-replay-count
    move now-date to df-replay-date
    move now-time to df-replay-time
    move source-n to df-replay-n
    move response-record to df-response
    if rs-status = 'NF'
      add 1 to still-nf-count
    else
      move 'A' to df-status
      add 1 to answered-count
    end-if
    move df-defer-id to id-edited
    move df-request-seq to seq-edited
    move spaces to report-text
    string id-edited delimited by size
           ' ' delimited by size
           seq-edited delimited by size
           '  ' delimited by size
           df-parked-date delimited by size
           '  ' delimited by size
           df-request(1:29) delimited by size
           '  ' delimited by size
           rs-status delimited by size
           ' ' delimited by size
           rs-answer delimited by size
           ' ' delimited by size
           rs-value delimited by size
           into report-text
    perform write-report-line
  end-if.

report-results.
  move replayed-count to count-edited.
  move source-n to value-edited.
  display 'cobReplay: ' function trim(count-edited)
          ' deferred card(s) replayed against coverage '
          function trim(value-edited).
  move answered-count to count-edited.
  move still-nf-count to value-edited.
  display '           ' function trim(count-edited)
          ' answered, ' function trim(value-edited)
          ' still NF and left waiting - see '
          function trim(report-filename).

write-report-line.
  move report-text to report-record.
  write report-record.
