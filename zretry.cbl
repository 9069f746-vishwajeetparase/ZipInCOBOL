COPY "zipctlrc".

FD  RETRY-PARM-FILE.
01  RETRY-PARM-RECORD PIC X(236).

FD  ATTEMPT-ALERT-FILE.
01  ATTEMPT-ALERT-RECORD.
01 WS-FOLDER-TABLE.
    05 WS-FOLDER-ENTRY OCCURS 200 TIMES.
        10 WS-FT-FOLDER PIC X(100).
        10 WS-FT-CARD PIC X(236).
        10 WS-FT-STATUS PIC X(4).
            88 WS-FT-PENDING VALUE "PEND".
            88 WS-FT-HEALED VALUE "HEAL".
