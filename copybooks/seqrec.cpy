*> stamps it, and writes back the incremented one so every log
*> record across the system carries a unique number. A missing file
*> starts the sequence at 1.
*> Lock contract: a writer takes TRANSEQ.LCK (AcquireFileLock) before
*> GetNextSequenceNumber and holds it until its TRANLOG.DAT entry is
*> written and closed, so numbers are unique and the log stays in
*> sequence order. TRANLOG.DAT is opened EXTEND for each entry rather
*> than for the whole run, and readers scan it under the same lock.
*> No account record is read while TRANSEQ.LCK is held.
01  SeqRecord.
    05  SQ-NextSequence         PIC 9(8).
