       CALL-CONVENTION IS STDCALL.
INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT REQUEST-FILE ASSIGN TO "ZIPRSTREQ"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RQ-REQUEST-ID
            FILE STATUS IS WS-REQUEST-FILE-STATUS.

        SELECT CATALOG-FILE ASSIGN TO "ZIPCATLG"
            ORGANIZATION IS INDEXED

DATA DIVISION.
FILE SECTION.
FD  REQUEST-FILE.
COPY "ziprqrc".

FD  CATALOG-FILE.
COPY "zipcatrc".
    05 RST-STATUS        PIC X(8).
    05 RST-SEP4          PIC X VALUE SPACE.
    05 RST-UNZIP-RC      PIC ----9.
    05 RST-SEP5          PIC X VALUE SPACE.
    05 RST-REQUEST-ID    PIC X(16).

WORKING-STORAGE SECTION.
*> Wider than the other programs' command area: a member-level
*> directory on one command line.
01 COMMAND PIC X(800).
01 WS-ENV-HOLD PIC X(200) VALUE SPACES.
*> The request being worked, in the shape the restore logic has
*> always read: the former RESTPARM card, now filled from each
*> approved ZIPRSTREQ record.
01 RESTORE-PARM-RECORD.
    05 RP-FOLDER-PATH    PIC X(100).
    05 RP-ARCHIVE-DATE   PIC X(8).
    05 RP-ARCHIVE-NAME   PIC X(200).
    05 RP-RESTORE-DIR    PIC X(100).
*> Optional: one or more member paths (space-separated, unzip
*> wildcards allowed) exactly as the manifest records them -- when
*> present only those members are extracted instead of the whole
*> archive, so one spreadsheet no longer costs a 40 GB unpack.
    05 RP-MEMBER-LIST    PIC X(200).
01 WS-REQUEST-FILE-STATUS PIC XX VALUE SPACES.
01 WS-REQUEST-EOF-SWITCH PIC X VALUE "N".
    88 WS-REQUEST-EOF VALUE "Y".
01 WS-RESTORED-BEFORE PIC 9(5) VALUE 0.
01 WS-REQUEUE-SWITCH PIC X VALUE "N".
    88 WS-REQUEUE-FOR-APPROVAL VALUE "Y".
01 WS-CATALOG-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CHECKSUM-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CHECKSUM-FILE-PATH PIC X(200) VALUE "ZIPRSTCKSM".
01 WS-RESTORE-LOG-STATUS PIC XX VALUE SPACES.
01 WS-CATALOG-EOF-SWITCH PIC X VALUE "N".
    88 WS-CATALOG-EOF VALUE "Y".
01 WS-REQUESTS-ATTEMPTED PIC 9(5) VALUE 0.
01 WS-DEFAULT-RESTORE-DIR PIC X(100)
    VALUE "/path/to/restore/area".
01 WS-ARCHIVE-PATH PIC X(200) VALUE SPACES.
*> Where the archive's bytes actually are: the catalog path, or for an
*> archive ZIPTIER has moved to the cold tier its tier path. The
*> archive path above stays the catalog identity for the logs.
01 WS-ARCHIVE-TIER-PATH PIC X(200) VALUE SPACES.
01 WS-READ-PATH PIC X(200) VALUE SPACES.
01 WS-ARCHIVE-CHECKSUM PIC X(32) VALUE SPACES.
01 WS-ARCHIVE-ENCRYPT PIC X VALUE "N".
    88 WS-ARCHIVE-ENCRYPTED VALUE "Y".
01 WS-FULL-SWITCH PIC X VALUE "N".
    88 WS-FULL-FOUND VALUE "Y".
01 WS-FULL-PATH PIC X(200) VALUE SPACES.
01 WS-FULL-TIER-PATH PIC X(200) VALUE SPACES.
01 WS-FULL-TIMESTAMP PIC X(14) VALUE SPACES.
01 WS-FULL-CHECKSUM PIC X(32) VALUE SPACES.
01 WS-FULL-ENCRYPT PIC X VALUE "N".
01 WS-CHAIN-TABLE.
    05 WS-CHAIN-ENTRY OCCURS 200 TIMES.
        10 WS-CE-PATH PIC X(200).
        10 WS-CE-TIER-PATH PIC X(200).
        10 WS-CE-TIMESTAMP PIC X(14).
        10 WS-CE-CHECKSUM PIC X(32).
        10 WS-CE-ENCRYPT PIC X.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
*> Each APPROVED record on the ZIPRSTREQ request master is one restore
*> request: either an exact archive name (full path or just the file
*> name) or a source folder plus the date the archive was taken, the
*> way the requesting department remembers it. Requests reach
*> APPROVED only through ZIPRQMNT's department and encryption checks,
*> so nothing is unpacked that nobody signed off. Every request is
*> matched against the archive catalog master ZIPANDMOVE maintains,
*> re-checksummed against the value captured at move time, and only
*> then unzipped into the restore area -- with one audit record
*> written per request whatever the outcome, and the outcome stamped
*> back on the request itself, so restores stop being the one thing
*> we do with no paper trail.
    MOVE WS-CHECKSUM-FILE-PATH TO WS-ENV-HOLD
    ACCEPT WS-CHECKSUM-FILE-PATH FROM ENVIRONMENT "ZIPRSTCKSM"
    IF WS-CHECKSUM-FILE-PATH = SPACES
        OPEN OUTPUT RESTORE-LOG-FILE
    END-IF

    OPEN I-O REQUEST-FILE
    IF WS-REQUEST-FILE-STATUS = "00"
        MOVE LOW-VALUES TO RQ-REQUEST-ID
        START REQUEST-FILE KEY IS NOT LESS THAN RQ-REQUEST-ID
            INVALID KEY
                SET WS-REQUEST-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-REQUEST-EOF
            READ REQUEST-FILE NEXT RECORD
                AT END
                    SET WS-REQUEST-EOF TO TRUE
                NOT AT END
                    IF RQ-APPROVED
                        ADD 1 TO WS-REQUESTS-ATTEMPTED
                        PERFORM 1000-TAKE-ONE-REQUEST
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REQUEST-FILE
    ELSE
        DISPLAY "Restore request master not available, status "
            WS-REQUEST-FILE-STATUS " - nothing to do."
    END-IF

    DISPLAY "Restores requested: " WS-REQUESTS-ATTEMPTED
    CLOSE RESTORE-LOG-FILE
    STOP RUN.

1000-TAKE-ONE-REQUEST.
*> The request is worked exactly as its card would have been, then
*> stamped: a request that restored is FULFILLED; one that failed
*> stays APPROVED with the failure recorded, and is tried again on
*> the next run once the cause is fixed. The one exception is an
*> encrypted archive turning up under a request nobody approved by
*> name (it was cataloged after the request was authorized): that
*> request goes back to SUBMITTED to wait for an approver.
    MOVE SPACES TO RESTORE-PARM-RECORD
    MOVE RQ-FOLDER-PATH TO RP-FOLDER-PATH
    MOVE RQ-ARCHIVE-DATE TO RP-ARCHIVE-DATE
    MOVE RQ-ARCHIVE-NAME TO RP-ARCHIVE-NAME
    MOVE RQ-RESTORE-DIR TO RP-RESTORE-DIR
    MOVE RQ-MEMBER-LIST TO RP-MEMBER-LIST
    MOVE "N" TO WS-REQUEUE-SWITCH
    MOVE WS-REQUESTS-RESTORED TO WS-RESTORED-BEFORE
    DISPLAY "Request " RQ-REQUEST-ID " for "
        FUNCTION TRIM(RQ-REQUESTOR) ": "
        FUNCTION TRIM(RQ-FOLDER-PATH)
    PERFORM 2000-RESTORE-ARCHIVE
    PERFORM 1100-STAMP-REQUEST-OUTCOME.

1100-STAMP-REQUEST-OUTCOME.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE SPACES TO RQ-FULFIL-TIMESTAMP
    STRING WS-CURRENT-DATE WS-TIME-HH WS-TIME-MM WS-TIME-SS
        INTO RQ-FULFIL-TIMESTAMP
    ADD 1 TO RQ-ATTEMPTS
    MOVE WS-ARCHIVE-PATH TO RQ-RESTORED-ARCHIVE
    IF WS-REQUESTS-RESTORED > WS-RESTORED-BEFORE
*> A chain whose last layer did not carry the member ends on
*> NOCHANGE; the request as a whole still restored.
        SET RQ-FULFILLED TO TRUE
        MOVE "RESTORED" TO RQ-OUTCOME
    ELSE
        MOVE WS-RESTORE-STATUS TO RQ-OUTCOME
        IF WS-REQUEUE-FOR-APPROVAL
            SET RQ-SUBMITTED TO TRUE
            SET RQ-ENCRYPTED TO TRUE
            MOVE SPACES TO RQ-DECISION-TIMESTAMP
        END-IF
    END-IF
    REWRITE RESTORE-REQUEST-RECORD
    IF WS-REQUEST-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: request update failed, status "
            WS-REQUEST-FILE-STATUS " for " RQ-REQUEST-ID
    END-IF.

2000-RESTORE-ARCHIVE.
    MOVE SPACES TO WS-ARCHIVE-PATH
    MOVE SPACES TO WS-ARCHIVE-TIER-PATH
    MOVE SPACES TO WS-ARCHIVE-CHECKSUM
    MOVE SPACES TO WS-MATCH-PATTERN
    MOVE SPACES TO WS-RESTORE-STATUS
    END-IF.

2090-RESTORE-NAMED-ARCHIVE.
*> The request's folder is normalized here too: a named archive is
*> only taken from the folder the request was authorized against.
    PERFORM 2050-BUILD-MATCH-PATTERN
    PERFORM 2100-FIND-ARCHIVE
    IF WS-MATCH-FOUND
        PERFORM 3200-RESTORE-ONE-ARCHIVE
*> keyed read, because the request may carry just the file name
*> without its directory. Purged records are skipped up front -- the
*> catalog remembers them but there is nothing on disk left to
*> restore -- and so are other folders' archives, whatever their
*> name: the request was approved for its own folder only. Of several
*> qualifying archives the newest CAT-TIMESTAMP wins in 2170.
    MOVE "N" TO WS-MATCH-SWITCH
    MOVE "N" TO WS-CATALOG-EOF-SWITCH
    MOVE SPACES TO WS-BEST-TIMESTAMP
                NOT AT END
                    IF CAT-ACTIVE
                            AND CAT-ARCHIVE-PATH NOT = SPACES
                            AND FUNCTION TRIM(CAT-FOLDER-PATH)
                            = FUNCTION TRIM(WS-REQUEST-FOLDER)
                        PERFORM 2150-TEST-CATALOG-RECORD
                    END-IF
            END-READ
        SET WS-MATCH-FOUND TO TRUE
        MOVE CAT-TIMESTAMP TO WS-BEST-TIMESTAMP
        MOVE CAT-ARCHIVE-PATH TO WS-ARCHIVE-PATH
        MOVE SPACES TO WS-ARCHIVE-TIER-PATH
        IF CAT-TIER-COLD
            MOVE CAT-TIER-PATH TO WS-ARCHIVE-TIER-PATH
        END-IF
        MOVE CAT-CHECKSUM TO WS-ARCHIVE-CHECKSUM
        MOVE CAT-ENCRYPT-FLAG TO WS-ARCHIVE-ENCRYPT
        MOVE CAT-KEY-ID TO WS-ARCHIVE-KEY-ID
        PERFORM 4000-WRITE-RESTORE-LOG
    ELSE
        MOVE WS-FULL-PATH TO WS-ARCHIVE-PATH
        MOVE WS-FULL-TIER-PATH TO WS-ARCHIVE-TIER-PATH
        MOVE WS-FULL-CHECKSUM TO WS-ARCHIVE-CHECKSUM
        MOVE WS-FULL-ENCRYPT TO WS-ARCHIVE-ENCRYPT
        MOVE WS-FULL-KEY-ID TO WS-ARCHIVE-KEY-ID
        PERFORM UNTIL WS-SELECTED-IX = 0
                OR WS-ELEMENT-FAILED
            MOVE WS-CE-PATH(WS-SELECTED-IX) TO WS-ARCHIVE-PATH
            MOVE WS-CE-TIER-PATH(WS-SELECTED-IX)
                TO WS-ARCHIVE-TIER-PATH
            MOVE WS-CE-CHECKSUM(WS-SELECTED-IX)
                TO WS-ARCHIVE-CHECKSUM
            MOVE WS-CE-ENCRYPT(WS-SELECTED-IX)
        IF WS-CHAIN-USED < WS-CHAIN-MAX
            ADD 1 TO WS-CHAIN-USED
            MOVE CAT-ARCHIVE-PATH TO WS-CE-PATH(WS-CHAIN-USED)
            MOVE SPACES TO WS-CE-TIER-PATH(WS-CHAIN-USED)
            IF CAT-TIER-COLD
                MOVE CAT-TIER-PATH TO WS-CE-TIER-PATH(WS-CHAIN-USED)
            END-IF
            MOVE CAT-TIMESTAMP TO WS-CE-TIMESTAMP(WS-CHAIN-USED)
            MOVE CAT-CHECKSUM TO WS-CE-CHECKSUM(WS-CHAIN-USED)
            MOVE CAT-ENCRYPT-FLAG TO WS-CE-ENCRYPT(WS-CHAIN-USED)
                OR CAT-TIMESTAMP > WS-FULL-TIMESTAMP
            SET WS-FULL-FOUND TO TRUE
            MOVE CAT-ARCHIVE-PATH TO WS-FULL-PATH
            MOVE SPACES TO WS-FULL-TIER-PATH
            IF CAT-TIER-COLD
                MOVE CAT-TIER-PATH TO WS-FULL-TIER-PATH
            END-IF
            MOVE CAT-TIMESTAMP TO WS-FULL-TIMESTAMP
            MOVE CAT-CHECKSUM TO WS-FULL-CHECKSUM
            MOVE CAT-ENCRYPT-FLAG TO WS-FULL-ENCRYPT
*> (bit rot, a hand-edited destination) is caught before we unpack it.
    MOVE SPACES TO WS-DISK-CHECKSUM
    MOVE SPACES TO COMMAND
    STRING "md5sum '" FUNCTION TRIM(WS-READ-PATH)
        "' | cut -d ' ' -f1 > " FUNCTION TRIM(WS-CHECKSUM-FILE-PATH)
        INTO COMMAND
    CALL "SYSTEM" USING COMMAND
*> Verify-then-unzip for one archive, shared by the exact-name path
*> and every element of a point-in-time chain: the on-disk checksum
*> must still equal the one captured at move time, an encrypted
*> archive must carry a named approval and have its key present, and
*> only then is it unpacked. WS-ELEMENT-FAILED tells the chain driver
*> to stop layering.
    SET WS-ELEMENT-OK TO TRUE
    SET WS-KEY-OK TO TRUE
    MOVE -1 TO WS-UNZIP-RC
*> A cold-tier archive is read where it now sits -- same checksum,
*> same unzip -- so the recall costs the requester nothing but the
*> slower read.
    IF WS-ARCHIVE-TIER-PATH NOT = SPACES
        MOVE WS-ARCHIVE-TIER-PATH TO WS-READ-PATH
        DISPLAY "Recalling from cold tier: "
            FUNCTION TRIM(WS-READ-PATH)
    ELSE
        MOVE WS-ARCHIVE-PATH TO WS-READ-PATH
    END-IF
    PERFORM 3000-VERIFY-CHECKSUM
    IF WS-DISK-CHECKSUM = WS-ARCHIVE-CHECKSUM
            AND WS-DISK-CHECKSUM NOT = SPACES
        IF WS-ARCHIVE-ENCRYPTED
            PERFORM 3300-CHECK-RESTORE-KEY
        END-IF
        IF WS-ARCHIVE-ENCRYPTED AND RQ-APPROVER = SPACES
            DISPLAY "Archive is encrypted and the request has no "
                "named approver - returned for approval: "
                FUNCTION TRIM(WS-ARCHIVE-PATH)
            MOVE "NOAPPR" TO WS-RESTORE-STATUS
            SET WS-REQUEUE-FOR-APPROVAL TO TRUE
            SET WS-ELEMENT-FAILED TO TRUE
        ELSE
        IF WS-KEY-MISSING
            DISPLAY "Archive is encrypted and key "
                FUNCTION TRIM(WS-ARCHIVE-KEY-ID)
                END-IF
            END-IF
        END-IF
        END-IF
    ELSE
        DISPLAY "Checksum no longer matches the value "
            "captured at move time - refusing to restore: "
    IF RP-MEMBER-LIST NOT = SPACES
        STRING "mkdir -p '" FUNCTION TRIM(WS-RESTORE-DIR)
            "' && unzip -o " FUNCTION TRIM(WS-CRYPT-OPTION)
            " '" FUNCTION TRIM(WS-READ-PATH)
            "' " FUNCTION TRIM(RP-MEMBER-LIST)
            " -d '" FUNCTION TRIM(WS-RESTORE-DIR) "'" INTO COMMAND
    ELSE
        STRING "mkdir -p '" FUNCTION TRIM(WS-RESTORE-DIR)
            "' && unzip -o " FUNCTION TRIM(WS-CRYPT-OPTION)
            " '" FUNCTION TRIM(WS-READ-PATH)
            "' -d '" FUNCTION TRIM(WS-RESTORE-DIR) "'" INTO COMMAND
    END-IF
    CALL "SYSTEM" USING COMMAND
    MOVE WS-RESTORE-DIR TO RST-RESTORE-DIR
    MOVE WS-RESTORE-STATUS TO RST-STATUS
    MOVE WS-UNZIP-RC TO RST-UNZIP-RC
    MOVE RQ-REQUEST-ID TO RST-REQUEST-ID
    WRITE RESTORE-LOG-RECORD
    IF WS-RESTORE-LOG-STATUS NOT = "00"
        DISPLAY "WARNING: restore log write failed, status "
