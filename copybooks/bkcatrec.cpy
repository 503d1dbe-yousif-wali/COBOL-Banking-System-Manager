*> Backup catalog (BACKUPCAT.DAT) - append only, one line per image
*> copy MasterBackup takes. Each image is four files named for the
*> business date and point, e.g. BKACCT.20261015S.DAT for the
*> start-of-day copy of ACCOUNTS.DAT (BKCUST, BKHOLD and BKSORD for
*> CUSTOMER.DAT, HOLDS.DAT and STANDORD.DAT). BC-BackupPoint is the
*> next unassigned TRANSEQ.DAT number when the image was cut - every
*> TRANLOG.DAT entry from that number on happened after the image
*> and is what MasterRecovery replays. The counts and totals are
*> proved again against the image before it is restored.
01  BackupCatalogRecord.
    05  BC-BusinessDate     PIC X(8).
    05  BC-Point            PIC X.
        88  Start-Of-Day-Image       VALUE 'S'.
        88  End-Of-Day-Image         VALUE 'E'.
    05  BC-Timestamp        PIC X(21).
    05  BC-BackupPoint      PIC 9(8).
    05  BC-AccountCount     PIC 9(6).
    05  BC-AccountTotal     PIC S9(10)V99.
    05  BC-CustomerCount    PIC 9(6).
    05  BC-HoldCount        PIC 9(6).
    05  BC-HoldTotal        PIC 9(10)V99.
    05  BC-OrderCount       PIC 9(6).
    05  BC-OrderTotal       PIC 9(10)V99.
    05  BC-ImageStatus      PIC X.
        88  Image-Good               VALUE 'G'.
        88  Image-Suspect            VALUE 'X'.
