*> SVSNPREC.CPY
*> record layout for STATSNAP.TXT, the snapshot cobStatus writes on
*> every look: one line per in-flight checkpoint with the next-low it
*> stood at and the time it was first seen standing there, so the
*> next look can tell a run that is moving from one that is not.
*> sn-stalled is set when this look found the checkpoint exactly
*> where the last one left it, so a reader of the snapshot (the
*> alert sweep) need not repeat the comparison; it is a space on
*> lines written before the flag existed, which reads as not
*> stalled.
01  snapshot-record.
    05  sn-checkpoint-name    pic x(44).
    05  sn-next-low           pic 9(10).
    05  sn-date               pic x(8).
    05  sn-time               pic x(8).
    05  sn-stalled            pic x(1).
        88  sn-is-stalled         value 'Y'.
    05  filler                pic x(9).
