*> Security event log (SECLOG.DAT) - append only, one line per
*> sign-on, failed PIN, lockout, sign-off, PIN change or reset, and
*> operator maintenance action. SL-OperatorId is the operator the
*> event is about; SL-ActingId is who caused it (the same operator
*> for their own sign-on, the supervisor for a reset or approval).
01  SecurityEventRecord.
    05  SL-Timestamp        PIC X(21).
    05  SL-OperatorId       PIC X(8).
    05  SL-EventType        PIC X(12).
    05  SL-ActingId         PIC X(8).
    05  SL-Detail           PIC X(40).
