        05  HX-RCPT-NO      PIC 9(10).
        05  FILLER          PIC X(125).
        05  HX-DATE         PIC 9(8).
        05  FILLER          PIC X(16).

    FD  TXLOG-FILE.
    COPY "txlog.cpy".
