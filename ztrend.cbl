            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUMMARY-FILE-STATUS.

        SELECT STATS-FILE ASSIGN TO "ZIPSTATS"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATS-FILE-STATUS.

        SELECT CONTROL-FILE ASSIGN TO "PARMFILE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-FILE-STATUS.
FD  SUMMARY-FILE.
COPY "zipsumrc".

FD  STATS-FILE.
COPY "zipstsrc".

FD  CONTROL-FILE.
COPY "zipctlrc".

01 WS-ZIPLOG-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SUMMARY-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
01 WS-STATS-FILE-STATUS PIC XX VALUE SPACES.
*> How far ZIPSTATS already reaches into the log and the summaries;
*> only live records stamped after these are counted on top.
01 WS-LOG-AS-OF PIC X(14) VALUE SPACES.
01 WS-SUM-AS-OF PIC X(14) VALUE SPACES.
01 WS-TREND-FOLDER PIC X(100) VALUE SPACES.
01 WS-FREE-SPACE-STATUS PIC XX VALUE SPACES.
01 WS-FREE-SPACE-PATH PIC X(200) VALUE "ZIPTRENDSIZE".
01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.
    05 WS-TIME-MM PIC 99.
    05 WS-TIME-SS PIC 99.
    05 WS-TIME-HS PIC 99.
*> Per-folder accumulators built from the full ZIPLOG history: the
*> ZIPSTATS figures for everything ZIPROLL has compacted (one record
*> per folder and mode, merged here) plus the live log since. First
*> and last values are chosen by the timestamps carried with them,
*> and the live records are newer than anything in the statistics,
*> so "direction" is simply latest versus earliest. Byte figures count
*> only records that actually produced an archive (LOG-BYTES > 0):
*> failures, incremental no-change runs, and records predating the
*> byte column would otherwise drag the growth numbers to zero.
        10 WS-FT-FAILS PIC 9(7).
        10 WS-FT-ELAPSED-TOTAL PIC 9(11).
        10 WS-FT-ELAPSED-MAX PIC 9(7).
        10 WS-FT-FIRST-TS PIC X(14).
        10 WS-FT-ELAPSED-FIRST PIC 9(7).
        10 WS-FT-LAST-TS PIC X(14).
        10 WS-FT-ELAPSED-LAST PIC 9(7).
        10 WS-FT-BYTE-RUNS PIC 9(7).
        10 WS-FT-BYTES-TOTAL PIC 9(17).
        10 WS-FT-BYTES-FIRST-TS PIC X(14).
        10 WS-FT-BYTES-FIRST PIC 9(15).
        10 WS-FT-BYTES-LAST-TS PIC X(14).
        10 WS-FT-BYTES-LAST PIC 9(15).
*> Distinct destination directories from the control file, for the
*> capacity projection.
    END-IF
    PERFORM 0100-WRITE-HEADING

    PERFORM 0500-LOAD-STATISTICS
    PERFORM 1000-ACCUMULATE-LOG-HISTORY
    PERFORM 2000-ACCUMULATE-SUMMARIES
    PERFORM 3000-REPORT-FOLDER-TRENDS
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

0500-LOAD-STATISTICS.
*> No statistics file means nothing has been rolled yet: the live
*> ZIPLOG and ZIPSUMMARY are still the whole history.
    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT STATS-FILE
    IF WS-STATS-FILE-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ STATS-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF ST-FOLDER-STATS
                        PERFORM 0600-MERGE-FOLDER-STATS
                    END-IF
                    IF ST-RUN-TOTALS
                        MOVE SR-AS-OF TO WS-SUM-AS-OF
                        ADD SR-RUNS TO WS-RUN-COUNT
                        ADD SR-ATTEMPTED TO WS-TOTAL-ATTEMPTED
                        ADD SR-FAILED-ZIP TO WS-TOTAL-FAILED-ZIP
                        ADD SR-FAILED-MOVE TO WS-TOTAL-FAILED-MOVE
                        ADD SR-TOTAL-BYTES TO WS-TOTAL-BYTES
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STATS-FILE
    END-IF
    MOVE "N" TO WS-EOF-SWITCH.

0600-MERGE-FOLDER-STATS.
    IF ST-AS-OF > WS-LOG-AS-OF
        MOVE ST-AS-OF TO WS-LOG-AS-OF
    END-IF
    MOVE ST-FOLDER-PATH TO WS-TREND-FOLDER
    PERFORM 1200-FIND-FOLDER-ENTRY
    IF WS-FOLDER-IX > 0
        ADD ST-RUNS TO WS-FT-RUNS(WS-FOLDER-IX)
        ADD ST-FAILS TO WS-FT-FAILS(WS-FOLDER-IX)
        ADD ST-ELAPSED-TOTAL TO WS-FT-ELAPSED-TOTAL(WS-FOLDER-IX)
        IF ST-ELAPSED-MAX > WS-FT-ELAPSED-MAX(WS-FOLDER-IX)
            MOVE ST-ELAPSED-MAX TO WS-FT-ELAPSED-MAX(WS-FOLDER-IX)
        END-IF
        IF ST-FIRST-TIMESTAMP NOT = SPACES
                AND (WS-FT-FIRST-TS(WS-FOLDER-IX) = SPACES
                OR ST-FIRST-TIMESTAMP < WS-FT-FIRST-TS(WS-FOLDER-IX))
            MOVE ST-FIRST-TIMESTAMP TO WS-FT-FIRST-TS(WS-FOLDER-IX)
            MOVE ST-ELAPSED-FIRST TO WS-FT-ELAPSED-FIRST(WS-FOLDER-IX)
        END-IF
        IF ST-LAST-TIMESTAMP > WS-FT-LAST-TS(WS-FOLDER-IX)
            MOVE ST-LAST-TIMESTAMP TO WS-FT-LAST-TS(WS-FOLDER-IX)
            MOVE ST-ELAPSED-LAST TO WS-FT-ELAPSED-LAST(WS-FOLDER-IX)
        END-IF
        ADD ST-BYTE-RUNS TO WS-FT-BYTE-RUNS(WS-FOLDER-IX)
        ADD ST-BYTES-TOTAL TO WS-FT-BYTES-TOTAL(WS-FOLDER-IX)
        IF ST-BYTES-FIRST-TIMESTAMP NOT = SPACES
                AND (WS-FT-BYTES-FIRST-TS(WS-FOLDER-IX) = SPACES
                OR ST-BYTES-FIRST-TIMESTAMP
                    < WS-FT-BYTES-FIRST-TS(WS-FOLDER-IX))
            MOVE ST-BYTES-FIRST-TIMESTAMP
                TO WS-FT-BYTES-FIRST-TS(WS-FOLDER-IX)
            MOVE ST-BYTES-FIRST TO WS-FT-BYTES-FIRST(WS-FOLDER-IX)
        END-IF
        IF ST-BYTES-LAST-TIMESTAMP > WS-FT-BYTES-LAST-TS(WS-FOLDER-IX)
            MOVE ST-BYTES-LAST-TIMESTAMP
                TO WS-FT-BYTES-LAST-TS(WS-FOLDER-IX)
            MOVE ST-BYTES-LAST TO WS-FT-BYTES-LAST(WS-FOLDER-IX)
        END-IF
    END-IF.

1000-ACCUMULATE-LOG-HISTORY.
    OPEN INPUT ZIPLOG-FILE
    IF WS-ZIPLOG-FILE-STATUS = "00"
*> Held and deferred records are audit entries, not runs; counting
*> their zero elapsed seconds would flatten every trend. Older
*> records predate the disposition field and are all real runs.
*> Records at or before the statistics' as-of are already in them.
                    IF LOG-FOLDER-PATH NOT = SPACES
                            AND (LOG-DISPOSITION = "PROC"
                            OR LOG-DISPOSITION = SPACES)
                            AND LOG-TIMESTAMP > WS-LOG-AS-OF
                        PERFORM 1100-TALLY-LOG-RECORD
                    END-IF
            END-READ
    END-IF.

1100-TALLY-LOG-RECORD.
    MOVE LOG-FOLDER-PATH TO WS-TREND-FOLDER
    PERFORM 1200-FIND-FOLDER-ENTRY
    IF WS-FOLDER-IX > 0
        COMPUTE WS-ZIP-RC = FUNCTION NUMVAL(LOG-ZIP-RC)
        IF WS-ELAPSED > WS-FT-ELAPSED-MAX(WS-FOLDER-IX)
            MOVE WS-ELAPSED TO WS-FT-ELAPSED-MAX(WS-FOLDER-IX)
        END-IF
        IF WS-FT-FIRST-TS(WS-FOLDER-IX) = SPACES
            MOVE LOG-TIMESTAMP TO WS-FT-FIRST-TS(WS-FOLDER-IX)
            MOVE WS-ELAPSED TO WS-FT-ELAPSED-FIRST(WS-FOLDER-IX)
        END-IF
        MOVE LOG-TIMESTAMP TO WS-FT-LAST-TS(WS-FOLDER-IX)
        MOVE WS-ELAPSED TO WS-FT-ELAPSED-LAST(WS-FOLDER-IX)
        COMPUTE WS-LOG-BYTES = FUNCTION NUMVAL(LOG-BYTES)
        IF WS-LOG-BYTES > 0
            ADD 1 TO WS-FT-BYTE-RUNS(WS-FOLDER-IX)
            ADD WS-LOG-BYTES TO WS-FT-BYTES-TOTAL(WS-FOLDER-IX)
            IF WS-FT-BYTES-FIRST-TS(WS-FOLDER-IX) = SPACES
                MOVE LOG-TIMESTAMP
                    TO WS-FT-BYTES-FIRST-TS(WS-FOLDER-IX)
                MOVE WS-LOG-BYTES
                    TO WS-FT-BYTES-FIRST(WS-FOLDER-IX)
            END-IF
            MOVE LOG-TIMESTAMP TO WS-FT-BYTES-LAST-TS(WS-FOLDER-IX)
            MOVE WS-LOG-BYTES TO WS-FT-BYTES-LAST(WS-FOLDER-IX)
        END-IF
    END-IF.
    PERFORM VARYING WS-FOLDER-IX FROM 1 BY 1
            UNTIL WS-FOLDER-IX > WS-FOLDER-USED
            OR WS-FOLDER-FOUND
        IF WS-FT-FOLDER(WS-FOLDER-IX) = WS-TREND-FOLDER
            SET WS-FOLDER-FOUND TO TRUE
        END-IF
    END-PERFORM
            ADD 1 TO WS-FOLDER-USED
            MOVE WS-FOLDER-USED TO WS-FOLDER-IX
            INITIALIZE WS-FOLDER-ENTRY(WS-FOLDER-IX)
            MOVE WS-TREND-FOLDER TO WS-FT-FOLDER(WS-FOLDER-IX)
        ELSE
            SET WS-FOLDER-OVERFLOW TO TRUE
            MOVE 0 TO WS-FOLDER-IX
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF SUM-TIMESTAMP NOT = SPACES
                            AND SUM-TIMESTAMP > WS-SUM-AS-OF
                        ADD 1 TO WS-RUN-COUNT
                        COMPUTE WS-TOTAL-ATTEMPTED =
                            WS-TOTAL-ATTEMPTED
