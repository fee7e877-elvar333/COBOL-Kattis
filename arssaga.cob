    01  HISTORY-RECORD.
        05  HX-BODY         PIC X(140).
        05  HX-DATE         PIC 9(8).
        05  FILLER          PIC X(16).

    FD  HIST-ARCHIVE-FILE.
    01  HIST-ARCHIVE-RECORD PIC X(164).

    FD  KEEP-FILE.
    01  KEEP-RECORD         PIC X(164).

    WORKING-STORAGE SECTION.
       01 HIST-FS PIC XX.
