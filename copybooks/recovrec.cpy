*> Recovery status (RECOVERY.DAT) - a single line written by
*> MasterRecovery and read at every teller sign-on. While a
*> recovery is running or has stopped, no teller may sign on; once
*> it completes, the first supervisor to sign on must confirm the
*> recovery report (RECOVERY.RPT) has been checked and signed before
*> the terminals reopen. A missing file means no recovery has run.
01  RecoveryStatusRecord.
    05  RS-Status           PIC X.
        88  Recovery-Running         VALUE 'R'.
        88  Recovery-Stopped         VALUE 'F'.
        88  Recovery-Awaiting-Signoff VALUE 'P'.
        88  Recovery-Signed-Off      VALUE 'C'.
    05  RS-Timestamp        PIC X(21).
    05  RS-ImageDate        PIC X(8).
    05  RS-ImagePoint       PIC X.
    05  RS-BackupPoint      PIC 9(8).
    05  RS-LastSequence     PIC 9(8).
    05  RS-EntriesReplayed  PIC 9(6).
    05  RS-SignedOffBy      PIC X(8).
    05  RS-SignedOffAt      PIC X(21).
