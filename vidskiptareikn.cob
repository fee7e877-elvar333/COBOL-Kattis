        05  HX-TENDER       PIC X(1).
        05  FILLER          PIC X(16).
        05  HX-DATE         PIC 9(8).
        05  FILLER          PIC X(16).

    FD  TXLOG-FILE.
    COPY "txlog.cpy".
