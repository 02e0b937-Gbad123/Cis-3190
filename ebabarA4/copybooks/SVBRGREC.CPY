*> SVBRGREC.CPY
*> record layout for BATCHREG.TXT, the register of every department
*> request batch cobIntake has edited: one record per batch taken
*> off the interface, accepted or rejected, with the department and
*> batch number off its header, when it was taken in, and how its
*> cards came out.  a batch number already registered as accepted
*> for its department is a duplicate and is rejected whole; a
*> rejected batch may be corrected and dropped again under the same
*> number.
01  batch-register-record.
    05  br-dept               pic x(3).
    05  br-batch-no           pic 9(6).
    05  br-batch-date         pic x(8).
    05  br-intake-date        pic x(8).
    05  br-intake-time        pic x(8).
    05  br-status             pic x(1).
        88  br-accepted           value 'A'.
        88  br-rejected           value 'R'.
    05  br-card-count         pic 9(6).
    05  br-good-count         pic 9(6).
    05  br-reject-count       pic 9(6).
    05  br-reason             pic x(40).
    05  filler                pic x(10).
