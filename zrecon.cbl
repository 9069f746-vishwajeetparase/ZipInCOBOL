01 WS-DRIFT-COUNT PIC 9(7) VALUE 0.
01 WS-OFFMISS-COUNT PIC 9(7) VALUE 0.
01 WS-OFFDRIFT-COUNT PIC 9(7) VALUE 0.
01 WS-TIERED-COUNT PIC 9(7) VALUE 0.
01 WS-TIERDUP-COUNT PIC 9(7) VALUE 0.
*> The copy a drift check measures: the destination file the disk
*> pass found, or the cold-tier copy of a tiered archive.
01 WS-CHECK-PATH PIC X(200) VALUE SPACES.
01 WS-DISK-FILE-SIZE PIC 9(15) VALUE 0.
01 WS-DISK-CHECKSUM PIC X(32) VALUE SPACES.
01 WS-EXCEPTION-CLASS PIC X(8) VALUE SPACES.
*> tidied a destination by hand), on-disk-but-uncataloged (including
*> files the catalog says were purged), size/checksum drift, and --
*> for records ZIPREPLIC has replicated -- an offsite copy that has
*> gone missing or drifted from the move-time checksum. Archives
*> ZIPTIER has moved to the cold tier are checked where they now sit;
*> a destination copy still lying next to a tiered record is its own
*> class (TIERDUP), not drift.
    MOVE WS-DISK-LIST-PATH TO WS-ENV-HOLD
    ACCEPT WS-DISK-LIST-PATH FROM ENVIRONMENT "ZIPRECONLIST"
    IF WS-DISK-LIST-PATH = SPACES
    DISPLAY "Size/checksum drift:   " WS-DRIFT-COUNT
    DISPLAY "Offsite missing:       " WS-OFFMISS-COUNT
    DISPLAY "Offsite drift:         " WS-OFFDRIFT-COUNT
    DISPLAY "Cold tier checked:     " WS-TIERED-COUNT
    DISPLAY "Tiered, still on disk: " WS-TIERDUP-COUNT
    STOP RUN.

0100-WRITE-HEADING.
                ADD 1 TO WS-UNCATLGD-COUNT
                PERFORM 4000-WRITE-EXCEPTION
            ELSE
*> The catalog says this archive was moved to the cold tier, so the
*> destination copy should be gone: ZIPTIER's remove failed after
*> the move was recorded. Harmless to restores, but it is exactly
*> the primary space tiering was meant to give back.
            IF CAT-TIER-COLD
                MOVE "TIERDUP" TO WS-EXCEPTION-CLASS
                MOVE SPACES TO WS-EXCEPTION-DETAIL
                STRING FUNCTION TRIM(DISK-LIST-RECORD)
                    " (TIERED " CAT-TIER-TIMESTAMP " TO "
                    FUNCTION TRIM(CAT-TIER-PATH) ")"
                    INTO WS-EXCEPTION-DETAIL
                ADD 1 TO WS-TIERDUP-COUNT
                PERFORM 4000-WRITE-EXCEPTION
            ELSE
                MOVE DISK-LIST-RECORD TO WS-CHECK-PATH
                PERFORM 2200-CHECK-DRIFT
            END-IF
            END-IF
    END-READ.

2200-CHECK-DRIFT.
*> agrees -- a truncated or grown file is already drift without
*> paying for an md5 of it.
    MOVE SPACES TO COMMAND
    STRING "stat -c%s '" FUNCTION TRIM(WS-CHECK-PATH) "' > "
        FUNCTION TRIM(WS-FILE-SIZE-PATH) INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    MOVE 0 TO WS-DISK-FILE-SIZE
        MOVE CAT-BYTE-SIZE TO WS-SIZE-DISPLAY-2
        MOVE "DRIFT" TO WS-EXCEPTION-CLASS
        MOVE SPACES TO WS-EXCEPTION-DETAIL
        STRING FUNCTION TRIM(WS-CHECK-PATH) " (SIZE "
            FUNCTION TRIM(WS-SIZE-DISPLAY) ", CATALOGED "
            FUNCTION TRIM(WS-SIZE-DISPLAY-2) ")"
            INTO WS-EXCEPTION-DETAIL

2300-CHECK-CHECKSUM-DRIFT.
    MOVE SPACES TO COMMAND
    STRING "md5sum '" FUNCTION TRIM(WS-CHECK-PATH)
        "' | cut -d ' ' -f1 > " FUNCTION TRIM(WS-CHECKSUM-FILE-PATH)
        INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    IF WS-DISK-CHECKSUM NOT = CAT-CHECKSUM
        MOVE "DRIFT" TO WS-EXCEPTION-CLASS
        MOVE SPACES TO WS-EXCEPTION-DETAIL
        STRING FUNCTION TRIM(WS-CHECK-PATH)
            " (CHECKSUM NOW " WS-DISK-CHECKSUM ", CATALOGED "
            CAT-CHECKSUM ")" INTO WS-EXCEPTION-DETAIL
        ADD 1 TO WS-DRIFT-COUNT
        END-IF
    END-PERFORM
    IF WS-DIR-FOUND
        IF CAT-TIER-COLD
            PERFORM 3150-CHECK-COLD-TIER-COPY
        ELSE
            MOVE SPACES TO COMMAND
            STRING "test -f '" FUNCTION TRIM(CAT-ARCHIVE-PATH) "'"
                INTO COMMAND
            CALL "SYSTEM" USING COMMAND
            IF RETURN-CODE NOT = 0
                MOVE "MISSING" TO WS-EXCEPTION-CLASS
                MOVE SPACES TO WS-EXCEPTION-DETAIL
                STRING FUNCTION TRIM(CAT-ARCHIVE-PATH)
                    " (CATALOGED " CAT-TIMESTAMP ")"
                    INTO WS-EXCEPTION-DETAIL
                ADD 1 TO WS-MISSING-COUNT
                PERFORM 4000-WRITE-EXCEPTION
            END-IF
        END-IF
        IF CAT-OFFSITE-PATH NOT = SPACES
            PERFORM 3200-CHECK-OFFSITE-COPY
        END-IF
    END-IF.

3150-CHECK-COLD-TIER-COPY.
*> A tiered archive is not missing from its destination, it was moved
*> on purpose; the cold-tier copy is what has to exist, and the disk
*> pass never sees it (the cold directory is not a destination), so
*> its size and checksum are proved here against the same move-time
*> values. Only a missing cold copy is MISSING.
    ADD 1 TO WS-TIERED-COUNT
    MOVE SPACES TO COMMAND
    STRING "test -f '" FUNCTION TRIM(CAT-TIER-PATH) "'"
        INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    IF RETURN-CODE NOT = 0
        MOVE "MISSING" TO WS-EXCEPTION-CLASS
        MOVE SPACES TO WS-EXCEPTION-DETAIL
        STRING FUNCTION TRIM(CAT-TIER-PATH)
            " (COLD TIER, TIERED " CAT-TIER-TIMESTAMP ")"
            INTO WS-EXCEPTION-DETAIL
        ADD 1 TO WS-MISSING-COUNT
        PERFORM 4000-WRITE-EXCEPTION
    ELSE
        MOVE CAT-TIER-PATH TO WS-CHECK-PATH
        PERFORM 2200-CHECK-DRIFT
    END-IF.

3200-CHECK-OFFSITE-COPY.
*> The offsite copy the catalog claims (ZIPREPLIC verified it when it
*> was taken) must still exist and still carry the move-time
    STRING "OFFSITE MISSING: " WS-OFFMISS-COUNT
        "  OFFSITE DRIFT: " WS-OFFDRIFT-COUNT
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "COLD TIER CHECKED: " WS-TIERED-COUNT
        "  TIERED, STILL IN DESTINATION: " WS-TIERDUP-COUNT
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

8000-WRITE-REPORT-LINE.
