*> Compact run statistics, rebuilt by ZIPROLL each time it rolls the
*> history files into monthly generations, so nothing downstream has
*> to replay the whole run log. Two record types share the file:
*>   F - one per folder and archive mode (blank-mode log records from
*>       before the mode column count as FULL): run and failure
*>       counts, elapsed and byte figures with the timestamps of the
*>       first and last runs behind them, and the folder's last ten
*>       archive sizes oldest first -- everything ZIPTREND and the
*>       ZIPANDMOVE size baseline used to take from ZIPLOG;
*>   S - one only: the ZIPSUMMARY run totals ZIPTREND reports.
*> ST-AS-OF / SR-AS-OF is the newest ZIPLOG / ZIPSUMMARY timestamp
*> already folded in. A reader takes the statistics and then only the
*> live records stamped after it -- the runs since the last roll --
*> so the figures stay whole without anyone reading the generations.
01  STATS-RECORD.
    05 ST-RECORD-TYPE     PIC X.
        88 ST-FOLDER-STATS VALUE "F".
        88 ST-RUN-TOTALS  VALUE "S".
    05 ST-SEP1            PIC X VALUE SPACE.
    05 ST-AS-OF           PIC X(14).
    05 ST-SEP2            PIC X VALUE SPACE.
    05 ST-FOLDER-PATH     PIC X(100).
    05 ST-SEP3            PIC X VALUE SPACE.
    05 ST-MODE            PIC X(4).
    05 ST-SEP4            PIC X VALUE SPACE.
    05 ST-RUNS            PIC 9(7).
    05 ST-SEP5            PIC X VALUE SPACE.
    05 ST-FAILS           PIC 9(7).
    05 ST-SEP6            PIC X VALUE SPACE.
    05 ST-ELAPSED-TOTAL   PIC 9(11).
    05 ST-SEP7            PIC X VALUE SPACE.
    05 ST-ELAPSED-MAX     PIC 9(7).
    05 ST-SEP8            PIC X VALUE SPACE.
    05 ST-FIRST-TIMESTAMP PIC X(14).
    05 ST-SEP9            PIC X VALUE SPACE.
    05 ST-ELAPSED-FIRST   PIC 9(7).
    05 ST-SEP10           PIC X VALUE SPACE.
    05 ST-LAST-TIMESTAMP  PIC X(14).
    05 ST-SEP11           PIC X VALUE SPACE.
    05 ST-ELAPSED-LAST    PIC 9(7).
    05 ST-SEP12           PIC X VALUE SPACE.
    05 ST-BYTE-RUNS       PIC 9(7).
    05 ST-SEP13           PIC X VALUE SPACE.
    05 ST-BYTES-TOTAL     PIC 9(17).
    05 ST-SEP14           PIC X VALUE SPACE.
    05 ST-BYTES-FIRST-TIMESTAMP PIC X(14).
    05 ST-SEP15           PIC X VALUE SPACE.
    05 ST-BYTES-FIRST     PIC 9(15).
    05 ST-SEP16           PIC X VALUE SPACE.
    05 ST-BYTES-LAST-TIMESTAMP  PIC X(14).
    05 ST-SEP17           PIC X VALUE SPACE.
    05 ST-BYTES-LAST      PIC 9(15).
    05 ST-SEP18           PIC X VALUE SPACE.
    05 ST-RECENT-COUNT    PIC 9(2).
    05 ST-RECENT-ENTRY OCCURS 10 TIMES.
        10 ST-RECENT-SEP  PIC X.
        10 ST-RECENT-BYTES PIC 9(15).
01  STATS-RUN-RECORD.
    05 SR-RECORD-TYPE     PIC X.
    05 SR-SEP1            PIC X VALUE SPACE.
    05 SR-AS-OF           PIC X(14).
    05 SR-SEP2            PIC X VALUE SPACE.
    05 SR-RUNS            PIC 9(9).
    05 SR-SEP3            PIC X VALUE SPACE.
    05 SR-ATTEMPTED       PIC 9(9).
    05 SR-SEP4            PIC X VALUE SPACE.
    05 SR-SUCCESS         PIC 9(9).
    05 SR-SEP5            PIC X VALUE SPACE.
    05 SR-FAILED          PIC 9(9).
    05 SR-SEP6            PIC X VALUE SPACE.
    05 SR-FAILED-ZIP      PIC 9(9).
    05 SR-SEP7            PIC X VALUE SPACE.
    05 SR-FAILED-MOVE     PIC 9(9).
    05 SR-SEP8            PIC X VALUE SPACE.
    05 SR-TOTAL-BYTES     PIC 9(17).
    05 SR-SEP9            PIC X VALUE SPACE.
    05 SR-DEFERRED        PIC 9(9).
