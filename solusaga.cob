    COPY "txlog.cpy".

    FD  HISTORY-FILE.
    01  HISTORY-RECORD PIC X(164).

    FD  CONTROL-FILE.
    COPY "budctl.cpy".
