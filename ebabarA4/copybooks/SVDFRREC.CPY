*> SVDFRREC.CPY
*> record layout for DEFERRED.TXT, the deferred-request queue: one
*> record per request card that came back NF because its operand sat
*> above the prime master's coverage, parked by cobDemandPlan with
*> the plan n it proposed to cover it and replayed by cobReplay once
*> a load reaches it.
*>
*> df-request is the card exactly as it stood on REQUEST.TXT, and
*> df-request-seq its position on that file the day it was parked,
*> so the answer a replay brings back can always be laid against the
*> original question; df-defer-id is the queue's own reference,
*> handed out in order and never reused.  a waiting card that is
*> replayed and still comes back NF stays waiting with its replay
*> count raised; one that is answered keeps the replay's response,
*> whole, alongside the card it answers.
01  deferred-record.
    05  df-defer-id           pic 9(6).
    05  df-status             pic x(1).
        88  df-waiting            value 'W'.
        88  df-answered           value 'A'.
    05  df-request.
        10  df-id             pic x(8).
        10  df-function       pic x(1).
        10  df-operand-1      pic x(10).
        10  df-operand-2      pic x(10).
        10  filler            pic x(10).
    05  df-request-seq        pic 9(10).
    05  df-parked-date        pic x(8).
    05  df-parked-time        pic x(8).
    05  df-needed-n           pic 9(10).
    05  df-plan-n             pic 9(10).
    05  df-replay-count       pic 9(3).
    05  df-replay-date        pic x(8).
    05  df-replay-time        pic x(8).
    05  df-replay-n           pic 9(10).
    05  df-response           pic x(140).
    05  filler                pic x(10).
