*> its line and the matching 'C' completion line gives the run's
*> elapsed time; the shift report deliberately ignores these lines
      88 au-started           value 'S'.
*> 'H' is cobPurge holding back an expired family whose archive
*> pack is missing or torn; the family is not touched, the line is
*> only there so the refusal is on record for the alert sweep, and
*> the other readers pass it by like any reason they do not use
      88 au-held              value 'H'.
  05 au-prime-count       pic 9(10).
  05 filler                pic x(10).
*> run-instance identity and true workload for the timing lines:
