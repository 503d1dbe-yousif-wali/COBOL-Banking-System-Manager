*> Sanctions watch list - one line per listed person, loaded from
*> the regulator's published list whenever it changes. A holder is a
*> possible match when the ID number agrees (where the list carries
*> one), or when the name agrees ignoring case and the dates of birth
*> agree or either side has none on file. Any possible match stops
*> the account opening or identity change until a supervisor clears
*> it, and the nightly rescreen reports every holder that matches.
01  WatchListRecord.
    05  WL-EntryId          PIC X(10).
    05  WL-Name             PIC X(30).
    05  WL-DateOfBirth      PIC X(8).
    05  WL-IdNumber         PIC X(20).
    05  WL-ListSource       PIC X(10).
