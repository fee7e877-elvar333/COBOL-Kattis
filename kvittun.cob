    COPY "txlog.cpy".

    FD  TXLOG-FILE.
    01  LIVE-RECORD PIC X(164).

    FD  SERIAL-FILE.
    01  SERIAL-RECORD.
