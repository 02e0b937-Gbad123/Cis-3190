*> SVALTREC.CPY
*> record layout for ALERTS.TXT, the operator alert queue cobAlerts
*> keeps: one 'D' record per exception its sweep found in the batch's
*> own reports and control files, after one 'H' control record that
*> carries the last alert id handed out (in al-alert-id), the
*> date and time of the sweep that last rewrote the queue, and in
*> al-n the number of RUNLOG.TXT lines that sweep had read - the
*> mark past which the next sweep raises run-log alerts.
*>
*> al-alert-key is what makes an alert the same alert from one sweep
*> to the next: the program that owns the condition, the n it is
*> about (0 where there is none), a four-character condition code,
*> the occurrence that tells one instance of the condition from a
*> later one (the run date, the stall's first-seen time, the claim
*> time - spaces where the source keeps none), and the message.  a
*> condition whose key is already queued, open or closed, is never
*> raised a second time.
*>
*> an alert stays open until an acknowledgement card closes it, and
*> the closing operator, date and note ride on the record for as
*> long as the condition is still there to be seen; once a sweep no
*> longer finds a closed alert's condition, the record is dropped.
01  alert-record.
    05  al-record-code        pic x(1).
        88  al-control-record     value 'H'.
        88  al-detail-record      value 'D'.
    05  al-alert-id           pic 9(6).
    05  al-status             pic x(1).
        88  al-open               value 'O'.
        88  al-closed             value 'C'.
    05  al-severity           pic x(1).
        88  al-error              value 'E'.
        88  al-warning            value 'W'.
    05  al-alert-key.
        10  al-source         pic x(12).
        10  al-n              pic 9(10).
        10  al-condition      pic x(4).
        10  al-occurrence     pic x(16).
        10  al-message        pic x(60).
    05  al-raised-date        pic x(8).
    05  al-raised-time        pic x(8).
    05  al-ack-operator       pic x(8).
    05  al-ack-date           pic x(8).
    05  al-ack-note           pic x(40).
    05  filler                pic x(10).
