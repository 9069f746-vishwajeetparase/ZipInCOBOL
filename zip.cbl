            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ZIPLOG-HIST-STATUS.

*> Compact run statistics ZIPROLL keeps for the history it has rolled
*> out of ZIPLOG; the baseline starts from here.
        SELECT STATS-FILE ASSIGN TO "ZIPSTATS"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE.
    05 FILLER            PIC X.
    05 HIST-BYTES        PIC X(15).

FD  STATS-FILE.
COPY "zipstsrc".

WORKING-STORAGE SECTION.
01 FOLDER-PATH PIC X(100) VALUE "/path/to/source/folder".
01 WS-FOLDER-HOLD PIC X(100) VALUE SPACES.
01 WS-HIST-EOF-SWITCH PIC X VALUE "N".
    88 WS-HIST-EOF VALUE "Y".
01 WS-HIST-BYTES PIC 9(15) VALUE 0.
01 WS-HIST-FOLDER PIC X(100) VALUE SPACES.
01 WS-HIST-MODE PIC X(4) VALUE SPACES.
01 WS-STATS-FILE-STATUS PIC XX VALUE SPACES.
01 WS-STATS-EOF-SWITCH PIC X VALUE "N".
    88 WS-STATS-EOF VALUE "Y".
01 WS-STATS-AS-OF PIC X(14) VALUE SPACES.
01 WS-STATS-RECENT-IX PIC 9(2) VALUE 0.
01 WS-BL-USED PIC 9(3) VALUE 0.
01 WS-BL-MAX PIC 9(3) VALUE 500.
01 WS-BL-IX PIC 9(3) VALUE 0.
    END-IF.

0800-LOAD-SIZE-BASELINE.
*> The rings start from the last ten sizes ZIPSTATS carries for each
*> folder and mode, then one pass over the live run log before it is
*> reopened for EXTEND adds the runs since the statistics were taken
*> (stamped after their as-of point): every real run that produced an
*> archive (PROC or a record predating the disposition column, bytes
*> above zero) feeds its folder-and-mode ring. The log is appended in
*> time order, so the ring ends the pass holding each folder's most
*> recent sizes. No statistics file means the live log is the whole
*> history, as it was before ZIPROLL existed; a missing or empty log
*> as well just means no baselines -- every folder runs unchecked
*> tonight exactly as it always did.
    PERFORM 0810-LOAD-STATS-BASELINE
    MOVE "N" TO WS-HIST-EOF-SWITCH
    OPEN INPUT ZIPLOG-HIST-FILE
    IF WS-ZIPLOG-HIST-STATUS = "00"
                    IF HIST-FOLDER-PATH NOT = SPACES
                            AND (HIST-DISPOSITION = "PROC"
                            OR HIST-DISPOSITION = SPACES)
                            AND HIST-TIMESTAMP > WS-STATS-AS-OF
                        PERFORM 0820-TALLY-HIST-RECORD
                    END-IF
            END-READ
        CLOSE ZIPLOG-HIST-FILE
    END-IF.

0810-LOAD-STATS-BASELINE.
*> Each folder-and-mode record's recent sizes go into its ring oldest
*> first, after its count is set to the runs that came before them,
*> so the ring and count read exactly as if the whole log had been
*> replayed.
    MOVE SPACES TO WS-STATS-AS-OF
    MOVE "N" TO WS-STATS-EOF-SWITCH
    OPEN INPUT STATS-FILE
    IF WS-STATS-FILE-STATUS = "00"
        PERFORM UNTIL WS-STATS-EOF
            READ STATS-FILE
                AT END
                    SET WS-STATS-EOF TO TRUE
                NOT AT END
                    IF ST-FOLDER-STATS
                        IF ST-AS-OF > WS-STATS-AS-OF
                            MOVE ST-AS-OF TO WS-STATS-AS-OF
                        END-IF
                        MOVE ST-FOLDER-PATH TO WS-HIST-FOLDER
                        MOVE ST-MODE TO WS-HIST-MODE
                        PERFORM 0840-FIND-BASELINE-ENTRY
                        IF WS-BL-IX > 0 AND ST-RECENT-COUNT > 0
                            COMPUTE WS-BL-COUNT(WS-BL-IX) =
                                ST-BYTE-RUNS - ST-RECENT-COUNT
                            PERFORM VARYING WS-STATS-RECENT-IX
                                    FROM 1 BY 1
                                    UNTIL WS-STATS-RECENT-IX
                                        > ST-RECENT-COUNT
                                MOVE ST-RECENT-BYTES(WS-STATS-RECENT-IX)
                                    TO WS-HIST-BYTES
                                PERFORM 0830-ADD-BASELINE-SAMPLE
                            END-PERFORM
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STATS-FILE
    END-IF.

0820-TALLY-HIST-RECORD.
    COMPUTE WS-HIST-BYTES = FUNCTION NUMVAL(HIST-BYTES)
    IF WS-HIST-BYTES > 0
        MOVE HIST-FOLDER-PATH TO WS-HIST-FOLDER
        MOVE HIST-MODE TO WS-HIST-MODE
        PERFORM 0840-FIND-BASELINE-ENTRY
        IF WS-BL-IX > 0
            PERFORM 0830-ADD-BASELINE-SAMPLE
        END-IF
    END-IF.

0830-ADD-BASELINE-SAMPLE.
    ADD 1 TO WS-BL-COUNT(WS-BL-IX)
    COMPUTE WS-BL-RING-IX =
        FUNCTION MOD(WS-BL-COUNT(WS-BL-IX) - 1, 10) + 1
    MOVE WS-HIST-BYTES
        TO WS-BL-BYTES(WS-BL-IX, WS-BL-RING-IX).

0840-FIND-BASELINE-ENTRY.
*> Entry for this record's folder and mode (blank-mode records from
*> before the mode column are fulls, the only mode that ran then);
    PERFORM VARYING WS-BL-IX FROM 1 BY 1
            UNTIL WS-BL-IX > WS-BL-USED
            OR WS-BL-FOUND
        IF WS-BL-FOLDER(WS-BL-IX) = WS-HIST-FOLDER
                AND (WS-BL-MODE(WS-BL-IX) = WS-HIST-MODE
                OR (WS-BL-MODE(WS-BL-IX) = "FULL"
                AND WS-HIST-MODE = SPACES))
            SET WS-BL-FOUND TO TRUE
        END-IF
    END-PERFORM
            ADD 1 TO WS-BL-USED
            MOVE WS-BL-USED TO WS-BL-IX
            INITIALIZE WS-BL-ENTRY(WS-BL-IX)
            MOVE WS-HIST-FOLDER TO WS-BL-FOLDER(WS-BL-IX)
            IF WS-HIST-MODE = SPACES
                MOVE "FULL" TO WS-BL-MODE(WS-BL-IX)
            ELSE
                MOVE WS-HIST-MODE TO WS-BL-MODE(WS-BL-IX)
            END-IF
        ELSE
            MOVE 0 TO WS-BL-IX
*> flagged purged (with when) rather than deleted, preserving the
*> full history. An archive that was removed but that the catalog
*> never knew about (one that predates the catalog) is simply left
*> alone -- the PURGE-FILE report above still documents it. So is a
*> record ZIPTIER has moved to the cold tier: what was removed here
*> was a destination copy left behind by the move, and the archive
*> itself lives on at CAT-TIER-PATH until ZIPTIER's own purge.
    IF WS-CATALOG-AVAILABLE
        MOVE PURGE-LIST-RECORD TO CAT-ARCHIVE-PATH
        READ CATALOG-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF NOT CAT-TIER-COLD
                    SET CAT-PURGED TO TRUE
                    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                    ACCEPT WS-CURRENT-TIME FROM TIME
                    MOVE SPACES TO CAT-PURGE-TIMESTAMP
                    STRING WS-CURRENT-DATE WS-TIME-HH WS-TIME-MM
                        WS-TIME-SS INTO CAT-PURGE-TIMESTAMP
                    REWRITE CATALOG-RECORD
                    IF WS-CATALOG-FILE-STATUS NOT = "00"
                        DISPLAY "WARNING: catalog purge flag failed, "
                            "status " WS-CATALOG-FILE-STATUS " for "
                            FUNCTION TRIM(PURGE-LIST-RECORD)
                    END-IF
                END-IF
        END-READ
    END-IF.
