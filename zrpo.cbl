IDENTIFICATION DIVISION.
PROGRAM-ID. ZIPRPO.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
   SPECIAL-NAMES.
       CALL-CONVENTION IS STDCALL.
INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT FOLDER-MASTER-FILE ASSIGN TO "ZIPFLDMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FM-FOLDER-PATH
            FILE STATUS IS WS-MASTER-FILE-STATUS.

        SELECT CATALOG-FILE ASSIGN TO "ZIPCATLG"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CAT-ARCHIVE-PATH
            FILE STATUS IS WS-CATALOG-FILE-STATUS.

        SELECT ZIPLOG-FILE ASSIGN TO "ZIPLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ZIPLOG-FILE-STATUS.

        SELECT ALERT-STATUS-FILE ASSIGN TO "ZIPALSTMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AS-KEY
            FILE STATUS IS WS-STATUS-FILE-STATUS.

        SELECT CHECKSUM-FILE ASSIGN TO "ZIPRPOCKSM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHECKSUM-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO "ZIPRPORPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  FOLDER-MASTER-FILE.
COPY "zipfldrc".

FD  CATALOG-FILE.
COPY "zipcatrc".

FD  ZIPLOG-FILE.
COPY "ziplogrc".

FD  ALERT-STATUS-FILE.
COPY "zipasrc".

FD  CHECKSUM-FILE.
01  CHECKSUM-RECORD PIC X(32).

FD  REPORT-FILE.
01  REPORT-LINE PIC X(256).

WORKING-STORAGE SECTION.
01 COMMAND PIC X(480).
01 WS-ENV-HOLD PIC X(200) VALUE SPACES.
01 WS-MASTER-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CATALOG-FILE-STATUS PIC XX VALUE SPACES.
01 WS-ZIPLOG-FILE-STATUS PIC XX VALUE SPACES.
01 WS-STATUS-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CHECKSUM-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CHECKSUM-FILE-PATH PIC X(200) VALUE "ZIPRPOCKSM".
01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-EOF-SWITCH PIC X VALUE "N".
    88 WS-EOF VALUE "Y".
01 WS-CATALOG-EOF-SWITCH PIC X VALUE "N".
    88 WS-CATALOG-EOF VALUE "Y".
01 WS-ALSTAT-SWITCH PIC X VALUE "N".
    88 WS-ALSTAT-AVAILABLE VALUE "Y".
01 WS-ZIPLOG-SWITCH PIC X VALUE "N".
    88 WS-ZIPLOG-AVAILABLE VALUE "Y".
*> Replication is only held against a folder once the installation
*> replicates at all: any catalog record carrying a replication stamp
*> says ZIPREPLIC is in service, and from then on every folder's
*> newest replicated point must meet the same target as its local one.
01 WS-REPL-SWITCH PIC X VALUE "N".
    88 WS-REPL-IN-USE VALUE "Y".
01 WS-FOLDER-PATH PIC X(100) VALUE SPACES.
01 WS-FOLDER-HOLD PIC X(100) VALUE SPACES.
01 WS-FOLDER-LEN PIC 9(4) COMP VALUE 0.
*> Active folders from the master, with what ZIPLOG says about their
*> most recent nights: the run of DEFR/NSCH dispositions still going
*> at the end of the log (reset by any PROC or HELD night) and the
*> disposition that ended it.
01 WS-MASTER-USED PIC 9(4) VALUE 0.
01 WS-MASTER-MAX PIC 9(4) VALUE 1000.
01 WS-MASTER-IX PIC 9(4) VALUE 0.
01 WS-MASTER-FOUND-IX PIC 9(4) VALUE 0.
01 WS-MASTER-OVERFLOW-SWITCH PIC X VALUE "N".
    88 WS-MASTER-OVERFLOW VALUE "Y".
01 WS-MASTER-TABLE.
    05 WS-MASTER-ENTRY OCCURS 1000 TIMES.
        10 WS-MT-FOLDER PIC X(100).
        10 WS-MT-TARGET PIC 9(4).
        10 WS-MT-BASIS PIC X(4).
        10 WS-MT-HOLD-FLAG PIC X.
        10 WS-MT-SKIP-RUN PIC 9(5).
        10 WS-MT-LAST-DISP PIC X(4).
*> The folder's archives, collected in one catalog browse: every
*> active one plus the purged incrementals, which are how a gap in a
*> chain shows itself. The verify state is filled in only when the
*> chain walk actually needs the archive proven -- " " not yet
*> checked, "Y" on-disk checksum matches the catalog, "N" it does not
*> (or the file is gone).
01 WS-ARCHIVE-USED PIC 9(3) VALUE 0.
01 WS-ARCHIVE-MAX PIC 9(3) VALUE 400.
01 WS-ARCHIVE-IX PIC 9(3) VALUE 0.
01 WS-SELECTED-IX PIC 9(3) VALUE 0.
01 WS-BASE-IX PIC 9(3) VALUE 0.
01 WS-ARCHIVE-OVERFLOW-SWITCH PIC X VALUE "N".
    88 WS-ARCHIVE-OVERFLOW VALUE "Y".
01 WS-ARCHIVE-TABLE.
    05 WS-ARCHIVE-ENTRY OCCURS 400 TIMES.
        10 WS-AR-PATH PIC X(200).
        10 WS-AR-TIER-PATH PIC X(200).
        10 WS-AR-TIMESTAMP PIC X(14).
        10 WS-AR-CHECKSUM PIC X(32).
        10 WS-AR-REPL-TIMESTAMP PIC X(14).
        10 WS-AR-INCR PIC X.
        10 WS-AR-STATUS PIC X.
        10 WS-AR-VERIFY PIC X.
*> Chain walk state, shared by the local and the replicated walk.
01 WS-SEARCH-SWITCH PIC X VALUE "N".
    88 WS-SEARCH-DONE VALUE "Y".
01 WS-BASE-BELOW PIC X(14) VALUE SPACES.
01 WS-CHAIN-LIMIT PIC X(14) VALUE SPACES.
01 WS-APPLIED-TIMESTAMP PIC X(14) VALUE SPACES.
01 WS-VERIFY-PATH PIC X(200) VALUE SPACES.
01 WS-COPY-CHECKSUM PIC X(32) VALUE SPACES.
*> What each walk found for the folder being assessed.
01 WS-LOCAL-POINT PIC X(14) VALUE SPACES.
01 WS-LOCAL-NOTE PIC X(80) VALUE SPACES.
01 WS-CHAIN-NOTE PIC X(80) VALUE SPACES.
01 WS-REPL-POINT PIC X(14) VALUE SPACES.
01 WS-REPL-NOTE PIC X(80) VALUE SPACES.
01 WS-POINT-TIMESTAMP PIC X(14) VALUE SPACES.
01 WS-POINT-DATE PIC 9(8) VALUE 0.
01 WS-POINT-HOUR PIC 99 VALUE 0.
01 WS-AGE-HOURS PIC 9(6) VALUE 0.
01 WS-LOCAL-AGE PIC 9(6) VALUE 0.
01 WS-REPL-AGE PIC 9(6) VALUE 0.
01 WS-OPEN-ITEMS PIC 9(5) VALUE 0.
01 WS-LOCAL-OK-SWITCH PIC X VALUE "N".
    88 WS-LOCAL-OK VALUE "Y".
01 WS-REPL-OK-SWITCH PIC X VALUE "N".
    88 WS-REPL-OK VALUE "Y".
01 WS-FOLDER-STATUS PIC X(6) VALUE SPACES.
01 WS-REASON-COUNT PIC 9(2) VALUE 0.
01 WS-REASON-IX PIC 9(2) VALUE 0.
01 WS-REASON-TABLE.
    05 WS-REASON-TEXT PIC X(80) OCCURS 8 TIMES.
01 WS-REASON-WORK PIC X(80) VALUE SPACES.
*> Run totals and the attestation figures.
01 WS-ASSESSED-COUNT PIC 9(5) VALUE 0.
01 WS-COMPLIANT-COUNT PIC 9(5) VALUE 0.
01 WS-BREACH-COUNT PIC 9(5) VALUE 0.
01 WS-LOCAL-BREACH-COUNT PIC 9(5) VALUE 0.
01 WS-REPL-BREACH-COUNT PIC 9(5) VALUE 0.
01 WS-DERIVED-COUNT PIC 9(5) VALUE 0.
01 WS-COMPLIANT-PCT PIC 9(3)V9 VALUE 0.
01 WS-PCT-DISPLAY PIC ZZ9.9.
01 WS-COUNT-DISPLAY PIC Z(6)9.
01 WS-HOURS-DISPLAY PIC Z(5)9.
01 WS-TARGET-DISPLAY PIC ZZZ9.
01 WS-RUN-DATE PIC 9(8) VALUE 0.
01 WS-NEXT-DATE PIC 9(8) VALUE 0.
01 WS-MONTH-END-SWITCH PIC X VALUE "N".
    88 WS-MONTH-END VALUE "Y".
01 WS-CURRENT-TIME.
    05 WS-TIME-HH PIC 99.
    05 WS-TIME-MM PIC 99.
    05 WS-TIME-SS PIC 99.
    05 WS-TIME-HS PIC 99.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
*> Recovery-point objective compliance: for every active folder on
*> the master, how old is the newest copy that could actually be
*> restored right now, and is that inside the folder's agreed RPO?
*> "Restorable" is taken strictly -- an active catalog archive whose
*> file on disk (cold tier included) still matches its catalog
*> checksum, and for incremental folders the newest link of an
*> unbroken chain from a proven full baseline, the same chain
*> ZIPRESTORE would replay. The newest replicated point is measured
*> the same way against CAT-REPL-TIMESTAMP once the installation
*> replicates at all. The target is FM-RPO-HOURS; a folder without
*> one is held to its frequency (a day, a week, or a month), shown as
*> FREQ so audit can see which targets nobody has agreed yet. A
*> folder in breach lists what stands behind it: DEFR/NSCH nights
*> still running at the end of ZIPLOG, live ZIPALSTMST items, a hold
*> on its card, replication lag. The attestation section closes the
*> report with the percentage in compliance; run on the last day of a
*> month it is the month-end attestation. Read-only. RC 4 on any
*> breach, 12 when the master or catalog cannot be read.
    MOVE WS-CHECKSUM-FILE-PATH TO WS-ENV-HOLD
    ACCEPT WS-CHECKSUM-FILE-PATH FROM ENVIRONMENT "ZIPRPOCKSM"
    IF WS-CHECKSUM-FILE-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-CHECKSUM-FILE-PATH
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "RPO report open failed, status "
            WS-REPORT-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1000-WRITE-HEADING

    PERFORM 1100-LOAD-FOLDER-MASTER

    OPEN INPUT CATALOG-FILE
    IF WS-CATALOG-FILE-STATUS NOT = "00"
        DISPLAY "Archive catalog not available, status "
            WS-CATALOG-FILE-STATUS
        MOVE "(ARCHIVE CATALOG NOT AVAILABLE)" TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        CLOSE REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1300-CHECK-REPLICATION

    PERFORM 1400-SCAN-RUN-LOG

*> The alert status master is optional: without it the open-items
*> reason simply cannot be offered.
    OPEN INPUT ALERT-STATUS-FILE
    IF WS-STATUS-FILE-STATUS = "00"
        SET WS-ALSTAT-AVAILABLE TO TRUE
    ELSE
        DISPLAY "Alert status master not available, status "
            WS-STATUS-FILE-STATUS " - open items not counted."
    END-IF

    PERFORM VARYING WS-MASTER-IX FROM 1 BY 1
            UNTIL WS-MASTER-IX > WS-MASTER-USED
        PERFORM 3000-ASSESS-FOLDER
    END-PERFORM

    CLOSE CATALOG-FILE
    IF WS-ALSTAT-AVAILABLE
        CLOSE ALERT-STATUS-FILE
    END-IF

    PERFORM 7000-WRITE-ATTESTATION
    CLOSE REPORT-FILE
    DISPLAY "Folders assessed:   " WS-ASSESSED-COUNT
    DISPLAY "Folders compliant:  " WS-COMPLIANT-COUNT
    DISPLAY "Folders in breach:  " WS-BREACH-COUNT
    IF WS-BREACH-COUNT > 0 OR WS-MASTER-OVERFLOW
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

1000-WRITE-HEADING.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE SPACES TO REPORT-LINE
    STRING "RECOVERY-POINT OBJECTIVE COMPLIANCE " WS-RUN-DATE " "
        WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "TARGET BASIS LOCAL-POINT     AGE-H  REPLICA-POINT   "
        "AGE-H STATUS FOLDER"
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

1100-LOAD-FOLDER-MASTER.
    OPEN INPUT FOLDER-MASTER-FILE
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "Folder master not available, status "
            WS-MASTER-FILE-STATUS
        MOVE "(FOLDER MASTER NOT AVAILABLE)" TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        CLOSE REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO WS-EOF-SWITCH
    MOVE LOW-VALUES TO FM-FOLDER-PATH
    START FOLDER-MASTER-FILE KEY IS NOT LESS THAN FM-FOLDER-PATH
        INVALID KEY
            SET WS-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-EOF
        READ FOLDER-MASTER-FILE NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                IF FM-ACTIVE AND FM-FOLDER-PATH NOT = SPACES
                    PERFORM 1110-ADD-MASTER-ENTRY
                END-IF
        END-READ
    END-PERFORM
    CLOSE FOLDER-MASTER-FILE.

1110-ADD-MASTER-ENTRY.
*> No agreed RPO falls back to the frequency: a daily folder is due a
*> new archive every 24 hours, a weekly one every 168, a monthly one
*> every 744 (the longest month).
    IF WS-MASTER-USED < WS-MASTER-MAX
        MOVE FM-FOLDER-PATH TO WS-FOLDER-PATH
        PERFORM 1200-NORMALIZE-FOLDER-PATH
        ADD 1 TO WS-MASTER-USED
        INITIALIZE WS-MASTER-ENTRY(WS-MASTER-USED)
        MOVE WS-FOLDER-PATH TO WS-MT-FOLDER(WS-MASTER-USED)
        MOVE FM-HOLD-FLAG TO WS-MT-HOLD-FLAG(WS-MASTER-USED)
        IF FM-RPO-HOURS IS NUMERIC AND FM-RPO-HOURS > 0
            MOVE FM-RPO-HOURS TO WS-MT-TARGET(WS-MASTER-USED)
            MOVE "CARD" TO WS-MT-BASIS(WS-MASTER-USED)
        ELSE
            EVALUATE FM-FREQUENCY
                WHEN "W"
                    MOVE 168 TO WS-MT-TARGET(WS-MASTER-USED)
                WHEN "M"
                    MOVE 744 TO WS-MT-TARGET(WS-MASTER-USED)
                WHEN OTHER
                    MOVE 24 TO WS-MT-TARGET(WS-MASTER-USED)
            END-EVALUATE
            MOVE "FREQ" TO WS-MT-BASIS(WS-MASTER-USED)
            ADD 1 TO WS-DERIVED-COUNT
        END-IF
    ELSE
        IF NOT WS-MASTER-OVERFLOW
            DISPLAY "WARNING: more active folders than the table "
                "holds - assessment incomplete."
        END-IF
        SET WS-MASTER-OVERFLOW TO TRUE
    END-IF.

1200-NORMALIZE-FOLDER-PATH.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FOLDER-PATH))
        TO WS-FOLDER-LEN
    PERFORM UNTIL WS-FOLDER-LEN < 2
            OR WS-FOLDER-PATH(WS-FOLDER-LEN:1) NOT = "/"
        SUBTRACT 1 FROM WS-FOLDER-LEN
    END-PERFORM
    MOVE WS-FOLDER-PATH TO WS-FOLDER-HOLD
    MOVE SPACES TO WS-FOLDER-PATH
    MOVE WS-FOLDER-HOLD(1:WS-FOLDER-LEN) TO WS-FOLDER-PATH.

1300-CHECK-REPLICATION.
    MOVE "N" TO WS-CATALOG-EOF-SWITCH
    MOVE LOW-VALUES TO CAT-ARCHIVE-PATH
    START CATALOG-FILE KEY IS NOT LESS THAN CAT-ARCHIVE-PATH
        INVALID KEY
            SET WS-CATALOG-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-CATALOG-EOF OR WS-REPL-IN-USE
        READ CATALOG-FILE NEXT RECORD
            AT END
                SET WS-CATALOG-EOF TO TRUE
            NOT AT END
                IF CAT-REPL-TIMESTAMP NOT = SPACES
                    SET WS-REPL-IN-USE TO TRUE
                END-IF
        END-READ
    END-PERFORM.

1400-SCAN-RUN-LOG.
*> ZIPLOG is in run order, so the last disposition seen for a folder
*> is its most recent night. A DEFR or NSCH extends the folder's
*> run of nights without an archive; anything else ends it.
    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT ZIPLOG-FILE
    IF WS-ZIPLOG-FILE-STATUS = "00"
        SET WS-ZIPLOG-AVAILABLE TO TRUE
        PERFORM UNTIL WS-EOF
            READ ZIPLOG-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM 1410-APPLY-LOG-RECORD
            END-READ
        END-PERFORM
        CLOSE ZIPLOG-FILE
    ELSE
        DISPLAY "Run log not available, status "
            WS-ZIPLOG-FILE-STATUS " - deferred nights not counted."
    END-IF.

1410-APPLY-LOG-RECORD.
    IF LOG-FOLDER-PATH NOT = SPACES
        MOVE LOG-FOLDER-PATH TO WS-FOLDER-PATH
        PERFORM 1200-NORMALIZE-FOLDER-PATH
        PERFORM 1900-FIND-MASTER-ENTRY
        IF WS-MASTER-FOUND-IX > 0
            IF LOG-DISPOSITION = "DEFR" OR LOG-DISPOSITION = "NSCH"
                ADD 1 TO WS-MT-SKIP-RUN(WS-MASTER-FOUND-IX)
                MOVE LOG-DISPOSITION
                    TO WS-MT-LAST-DISP(WS-MASTER-FOUND-IX)
            ELSE
                MOVE 0 TO WS-MT-SKIP-RUN(WS-MASTER-FOUND-IX)
                MOVE SPACES TO WS-MT-LAST-DISP(WS-MASTER-FOUND-IX)
            END-IF
        END-IF
    END-IF.

1900-FIND-MASTER-ENTRY.
    MOVE 0 TO WS-MASTER-FOUND-IX
    PERFORM VARYING WS-MASTER-IX FROM 1 BY 1
            UNTIL WS-MASTER-IX > WS-MASTER-USED
            OR WS-MASTER-FOUND-IX > 0
        IF WS-MT-FOLDER(WS-MASTER-IX) = WS-FOLDER-PATH
            MOVE WS-MASTER-IX TO WS-MASTER-FOUND-IX
        END-IF
    END-PERFORM.

3000-ASSESS-FOLDER.
    ADD 1 TO WS-ASSESSED-COUNT
    PERFORM 3100-COLLECT-ARCHIVES
    PERFORM 3200-FIND-LOCAL-POINT
    IF WS-REPL-IN-USE
        PERFORM 3400-FIND-REPLICA-POINT
    END-IF
    PERFORM 3700-COUNT-OPEN-ITEMS
    PERFORM 3800-JUDGE-FOLDER
    PERFORM 3900-REPORT-FOLDER.

3100-COLLECT-ARCHIVES.
*> Catalog folder text is already normalized by ZIPANDMOVE; compared
*> trimmed, the way ZIPRESTORE builds its chains.
    MOVE 0 TO WS-ARCHIVE-USED
    MOVE "N" TO WS-ARCHIVE-OVERFLOW-SWITCH
    MOVE "N" TO WS-CATALOG-EOF-SWITCH
    MOVE LOW-VALUES TO CAT-ARCHIVE-PATH
    START CATALOG-FILE KEY IS NOT LESS THAN CAT-ARCHIVE-PATH
        INVALID KEY
            SET WS-CATALOG-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-CATALOG-EOF
        READ CATALOG-FILE NEXT RECORD
            AT END
                SET WS-CATALOG-EOF TO TRUE
            NOT AT END
                IF CAT-ARCHIVE-PATH NOT = SPACES
                        AND (CAT-ACTIVE OR CAT-MODE-INCR)
                        AND FUNCTION TRIM(CAT-FOLDER-PATH)
                        = FUNCTION TRIM(WS-MT-FOLDER(WS-MASTER-IX))
                    PERFORM 3110-ADD-ARCHIVE-ENTRY
                END-IF
        END-READ
    END-PERFORM.

3110-ADD-ARCHIVE-ENTRY.
    IF WS-ARCHIVE-USED < WS-ARCHIVE-MAX
        ADD 1 TO WS-ARCHIVE-USED
        MOVE CAT-ARCHIVE-PATH TO WS-AR-PATH(WS-ARCHIVE-USED)
        MOVE SPACES TO WS-AR-TIER-PATH(WS-ARCHIVE-USED)
        IF CAT-TIER-COLD
            MOVE CAT-TIER-PATH TO WS-AR-TIER-PATH(WS-ARCHIVE-USED)
        END-IF
        MOVE CAT-TIMESTAMP TO WS-AR-TIMESTAMP(WS-ARCHIVE-USED)
        MOVE CAT-CHECKSUM TO WS-AR-CHECKSUM(WS-ARCHIVE-USED)
        MOVE CAT-REPL-TIMESTAMP
            TO WS-AR-REPL-TIMESTAMP(WS-ARCHIVE-USED)
        IF CAT-MODE-INCR
            MOVE "Y" TO WS-AR-INCR(WS-ARCHIVE-USED)
        ELSE
            MOVE "N" TO WS-AR-INCR(WS-ARCHIVE-USED)
        END-IF
        MOVE CAT-STATUS TO WS-AR-STATUS(WS-ARCHIVE-USED)
        MOVE SPACE TO WS-AR-VERIFY(WS-ARCHIVE-USED)
    ELSE
        SET WS-ARCHIVE-OVERFLOW TO TRUE
    END-IF.

3200-FIND-LOCAL-POINT.
*> Newest full baseline whose file still proves out, trying older
*> ones when it does not; then the incrementals taken after it, oldest
*> first, each proven in turn. A purged or failing link ends the
*> chain there -- anything layered past it could not be replayed.
    MOVE SPACES TO WS-LOCAL-POINT
    MOVE SPACES TO WS-LOCAL-NOTE
    MOVE SPACES TO WS-CHAIN-NOTE
    MOVE HIGH-VALUES TO WS-BASE-BELOW
    MOVE 0 TO WS-BASE-IX
    MOVE "N" TO WS-SEARCH-SWITCH
    PERFORM UNTIL WS-SEARCH-DONE
        PERFORM 3210-SELECT-LOCAL-BASELINE
        IF WS-SELECTED-IX = 0
            SET WS-SEARCH-DONE TO TRUE
        ELSE
            MOVE WS-SELECTED-IX TO WS-ARCHIVE-IX
            PERFORM 3500-VERIFY-ARCHIVE
            IF WS-AR-VERIFY(WS-SELECTED-IX) = "Y"
                MOVE WS-SELECTED-IX TO WS-BASE-IX
                SET WS-SEARCH-DONE TO TRUE
            ELSE
                IF WS-LOCAL-NOTE = SPACES
                    STRING "CHECKSUM FAILED ON FULL "
                        WS-AR-TIMESTAMP(WS-SELECTED-IX)
                        DELIMITED BY SIZE INTO WS-LOCAL-NOTE
                END-IF
                MOVE WS-AR-TIMESTAMP(WS-SELECTED-IX) TO WS-BASE-BELOW
            END-IF
        END-IF
    END-PERFORM

    IF WS-BASE-IX > 0
        MOVE WS-AR-TIMESTAMP(WS-BASE-IX) TO WS-LOCAL-POINT
        MOVE WS-AR-TIMESTAMP(WS-BASE-IX) TO WS-APPLIED-TIMESTAMP
        PERFORM 3230-SET-CHAIN-LIMIT
        MOVE "N" TO WS-SEARCH-SWITCH
        PERFORM UNTIL WS-SEARCH-DONE
            PERFORM 3240-SELECT-NEXT-LINK
            IF WS-SELECTED-IX = 0
                SET WS-SEARCH-DONE TO TRUE
            ELSE
                IF WS-AR-STATUS(WS-SELECTED-IX) NOT = "A"
                    STRING "CHAIN BROKEN - INCREMENTAL "
                        WS-AR-TIMESTAMP(WS-SELECTED-IX) " PURGED"
                        DELIMITED BY SIZE INTO WS-CHAIN-NOTE
                    SET WS-SEARCH-DONE TO TRUE
                ELSE
                    MOVE WS-SELECTED-IX TO WS-ARCHIVE-IX
                    PERFORM 3500-VERIFY-ARCHIVE
                    IF WS-AR-VERIFY(WS-SELECTED-IX) = "Y"
                        MOVE WS-AR-TIMESTAMP(WS-SELECTED-IX)
                            TO WS-LOCAL-POINT
                        MOVE WS-AR-TIMESTAMP(WS-SELECTED-IX)
                            TO WS-APPLIED-TIMESTAMP
                    ELSE
                        STRING "CHAIN BROKEN - CHECKSUM FAILED ON "
                            "INCREMENTAL "
                            WS-AR-TIMESTAMP(WS-SELECTED-IX)
                            DELIMITED BY SIZE INTO WS-CHAIN-NOTE
                        SET WS-SEARCH-DONE TO TRUE
                    END-IF
                END-IF
            END-IF
        END-PERFORM
    END-IF.

3210-SELECT-LOCAL-BASELINE.
*> Newest active full older than the last baseline that failed.
    MOVE 0 TO WS-SELECTED-IX
    PERFORM VARYING WS-ARCHIVE-IX FROM 1 BY 1
            UNTIL WS-ARCHIVE-IX > WS-ARCHIVE-USED
        IF WS-AR-INCR(WS-ARCHIVE-IX) = "N"
                AND WS-AR-STATUS(WS-ARCHIVE-IX) = "A"
                AND WS-AR-TIMESTAMP(WS-ARCHIVE-IX) < WS-BASE-BELOW
            IF WS-SELECTED-IX = 0
                    OR WS-AR-TIMESTAMP(WS-ARCHIVE-IX)
                    > WS-AR-TIMESTAMP(WS-SELECTED-IX)
                MOVE WS-ARCHIVE-IX TO WS-SELECTED-IX
            END-IF
        END-IF
    END-PERFORM.

3230-SET-CHAIN-LIMIT.
*> Incrementals taken after a newer full carry only the changes since
*> that full, so a chain built on an older baseline stops there.
    MOVE HIGH-VALUES TO WS-CHAIN-LIMIT
    PERFORM VARYING WS-ARCHIVE-IX FROM 1 BY 1
            UNTIL WS-ARCHIVE-IX > WS-ARCHIVE-USED
        IF WS-AR-INCR(WS-ARCHIVE-IX) = "N"
                AND WS-AR-TIMESTAMP(WS-ARCHIVE-IX)
                > WS-AR-TIMESTAMP(WS-BASE-IX)
                AND WS-AR-TIMESTAMP(WS-ARCHIVE-IX) < WS-CHAIN-LIMIT
            MOVE WS-AR-TIMESTAMP(WS-ARCHIVE-IX) TO WS-CHAIN-LIMIT
        END-IF
    END-PERFORM.

3240-SELECT-NEXT-LINK.
*> The incremental with the smallest timestamp after the last link
*> applied and before the chain limit, purged ones included so the
*> gap they leave is seen; zero means the chain is exhausted.
    MOVE 0 TO WS-SELECTED-IX
    PERFORM VARYING WS-ARCHIVE-IX FROM 1 BY 1
            UNTIL WS-ARCHIVE-IX > WS-ARCHIVE-USED
        IF WS-AR-INCR(WS-ARCHIVE-IX) = "Y"
                AND WS-AR-TIMESTAMP(WS-ARCHIVE-IX)
                > WS-APPLIED-TIMESTAMP
                AND WS-AR-TIMESTAMP(WS-ARCHIVE-IX) < WS-CHAIN-LIMIT
            IF WS-SELECTED-IX = 0
                    OR WS-AR-TIMESTAMP(WS-ARCHIVE-IX)
                    < WS-AR-TIMESTAMP(WS-SELECTED-IX)
                MOVE WS-ARCHIVE-IX TO WS-SELECTED-IX
            END-IF
        END-IF
    END-PERFORM.

3400-FIND-REPLICA-POINT.
*> The same chain, counted only as far as it has been replicated:
*> newest replicated full, then each following incremental while it
*> too carries a replication stamp. ZIPREPLIC re-verified every
*> offsite copy against CAT-CHECKSUM when it took it, so no second
*> checksum pass is made here.
    MOVE SPACES TO WS-REPL-POINT
    MOVE SPACES TO WS-REPL-NOTE
    MOVE 0 TO WS-BASE-IX
    PERFORM VARYING WS-ARCHIVE-IX FROM 1 BY 1
            UNTIL WS-ARCHIVE-IX > WS-ARCHIVE-USED
        IF WS-AR-INCR(WS-ARCHIVE-IX) = "N"
                AND WS-AR-STATUS(WS-ARCHIVE-IX) = "A"
                AND WS-AR-REPL-TIMESTAMP(WS-ARCHIVE-IX) NOT = SPACES
            IF WS-BASE-IX = 0
                    OR WS-AR-TIMESTAMP(WS-ARCHIVE-IX)
                    > WS-AR-TIMESTAMP(WS-BASE-IX)
                MOVE WS-ARCHIVE-IX TO WS-BASE-IX
            END-IF
        END-IF
    END-PERFORM

    IF WS-BASE-IX = 0
        MOVE "NO REPLICATED FULL BASELINE" TO WS-REPL-NOTE
    ELSE
        MOVE WS-AR-TIMESTAMP(WS-BASE-IX) TO WS-REPL-POINT
        MOVE WS-AR-TIMESTAMP(WS-BASE-IX) TO WS-APPLIED-TIMESTAMP
        PERFORM 3230-SET-CHAIN-LIMIT
        MOVE "N" TO WS-SEARCH-SWITCH
        PERFORM UNTIL WS-SEARCH-DONE
            PERFORM 3240-SELECT-NEXT-LINK
            IF WS-SELECTED-IX = 0
                SET WS-SEARCH-DONE TO TRUE
            ELSE
                IF WS-AR-STATUS(WS-SELECTED-IX) NOT = "A"
                        OR WS-AR-REPL-TIMESTAMP(WS-SELECTED-IX)
                        = SPACES
                    SET WS-SEARCH-DONE TO TRUE
                ELSE
                    MOVE WS-AR-TIMESTAMP(WS-SELECTED-IX)
                        TO WS-REPL-POINT
                    MOVE WS-AR-TIMESTAMP(WS-SELECTED-IX)
                        TO WS-APPLIED-TIMESTAMP
                END-IF
            END-IF
        END-PERFORM
    END-IF.

3500-VERIFY-ARCHIVE.
*> Proves one archive (WS-ARCHIVE-IX) once per run: the md5 of the
*> file where it lives now -- the cold tier path for a tiered record
*> -- against the checksum the catalog took at archive time. A
*> missing file hashes to nothing and fails the same way.
    IF WS-AR-VERIFY(WS-ARCHIVE-IX) = SPACE
        IF WS-AR-TIER-PATH(WS-ARCHIVE-IX) NOT = SPACES
            MOVE WS-AR-TIER-PATH(WS-ARCHIVE-IX) TO WS-VERIFY-PATH
        ELSE
            MOVE WS-AR-PATH(WS-ARCHIVE-IX) TO WS-VERIFY-PATH
        END-IF
        MOVE SPACES TO COMMAND
        STRING "md5sum '" FUNCTION TRIM(WS-VERIFY-PATH)
            "' 2>/dev/null | cut -d ' ' -f1 > "
            FUNCTION TRIM(WS-CHECKSUM-FILE-PATH)
            INTO COMMAND
        CALL "SYSTEM" USING COMMAND
        MOVE SPACES TO CHECKSUM-RECORD
        OPEN INPUT CHECKSUM-FILE
        IF WS-CHECKSUM-FILE-STATUS = "00"
            READ CHECKSUM-FILE
                AT END
                    MOVE SPACES TO CHECKSUM-RECORD
            END-READ
            CLOSE CHECKSUM-FILE
        END-IF
        MOVE CHECKSUM-RECORD TO WS-COPY-CHECKSUM
        IF WS-COPY-CHECKSUM = WS-AR-CHECKSUM(WS-ARCHIVE-IX)
                AND WS-COPY-CHECKSUM NOT = SPACES
            MOVE "Y" TO WS-AR-VERIFY(WS-ARCHIVE-IX)
        ELSE
            MOVE "N" TO WS-AR-VERIFY(WS-ARCHIVE-IX)
        END-IF
    END-IF.

3600-COMPUTE-AGE.
*> Whole hours from WS-POINT-TIMESTAMP to now. A stamp that does not
*> read as a date is treated as older than any target; one later
*> than the run (clock skew between hosts) as age zero.
    MOVE 999999 TO WS-AGE-HOURS
    IF WS-POINT-TIMESTAMP(1:10) IS NUMERIC
        MOVE WS-POINT-TIMESTAMP(1:8) TO WS-POINT-DATE
        MOVE WS-POINT-TIMESTAMP(9:2) TO WS-POINT-HOUR
        IF WS-POINT-DATE > 16010100
            IF WS-POINT-DATE > WS-RUN-DATE
                MOVE 0 TO WS-AGE-HOURS
            ELSE
                IF WS-POINT-DATE = WS-RUN-DATE
                        AND WS-POINT-HOUR > WS-TIME-HH
                    MOVE 0 TO WS-AGE-HOURS
                ELSE
                    COMPUTE WS-AGE-HOURS =
                        (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                        - FUNCTION INTEGER-OF-DATE(WS-POINT-DATE))
                        * 24 + WS-TIME-HH - WS-POINT-HOUR
                END-IF
            END-IF
        END-IF
    END-IF.

3700-COUNT-OPEN-ITEMS.
    MOVE 0 TO WS-OPEN-ITEMS
    IF WS-ALSTAT-AVAILABLE
        MOVE "N" TO WS-EOF-SWITCH
        MOVE WS-MT-FOLDER(WS-MASTER-IX) TO AS-FOLDER-PATH
        MOVE LOW-VALUES TO AS-STEP
        START ALERT-STATUS-FILE KEY IS NOT LESS THAN AS-KEY
            INVALID KEY
                SET WS-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-EOF
            READ ALERT-STATUS-FILE NEXT RECORD
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF AS-FOLDER-PATH NOT = WS-MT-FOLDER(WS-MASTER-IX)
                        SET WS-EOF TO TRUE
                    ELSE
                        IF AS-STILL-LIVE
                            ADD 1 TO WS-OPEN-ITEMS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

3800-JUDGE-FOLDER.
*> Compliant when the local point is inside the target and, once the
*> installation replicates, the replicated point is too. The reasons
*> are gathered only for a breach, most direct cause first.
    MOVE "N" TO WS-LOCAL-OK-SWITCH
    MOVE "Y" TO WS-REPL-OK-SWITCH
    MOVE 0 TO WS-LOCAL-AGE
    MOVE 0 TO WS-REPL-AGE
    IF WS-LOCAL-POINT NOT = SPACES
        MOVE WS-LOCAL-POINT TO WS-POINT-TIMESTAMP
        PERFORM 3600-COMPUTE-AGE
        MOVE WS-AGE-HOURS TO WS-LOCAL-AGE
        IF WS-LOCAL-AGE NOT > WS-MT-TARGET(WS-MASTER-IX)
            SET WS-LOCAL-OK TO TRUE
        END-IF
    END-IF
    IF WS-REPL-IN-USE
        MOVE "N" TO WS-REPL-OK-SWITCH
        IF WS-REPL-POINT NOT = SPACES
            MOVE WS-REPL-POINT TO WS-POINT-TIMESTAMP
            PERFORM 3600-COMPUTE-AGE
            MOVE WS-AGE-HOURS TO WS-REPL-AGE
            IF WS-REPL-AGE NOT > WS-MT-TARGET(WS-MASTER-IX)
                SET WS-REPL-OK TO TRUE
            END-IF
        END-IF
    END-IF

    MOVE 0 TO WS-REASON-COUNT
    IF WS-LOCAL-OK AND WS-REPL-OK
        MOVE "OK" TO WS-FOLDER-STATUS
        ADD 1 TO WS-COMPLIANT-COUNT
    ELSE
        MOVE "BREACH" TO WS-FOLDER-STATUS
        ADD 1 TO WS-BREACH-COUNT
        IF NOT WS-LOCAL-OK
            ADD 1 TO WS-LOCAL-BREACH-COUNT
            IF WS-LOCAL-POINT = SPACES
                MOVE "NO RESTORABLE LOCAL ARCHIVE" TO WS-REASON-WORK
                PERFORM 3850-ADD-REASON
            END-IF
            IF WS-LOCAL-NOTE NOT = SPACES
                MOVE WS-LOCAL-NOTE TO WS-REASON-WORK
                PERFORM 3850-ADD-REASON
            END-IF
            IF WS-CHAIN-NOTE NOT = SPACES
                MOVE WS-CHAIN-NOTE TO WS-REASON-WORK
                PERFORM 3850-ADD-REASON
            END-IF
        END-IF
        IF WS-MT-SKIP-RUN(WS-MASTER-IX) > 0
            MOVE SPACES TO WS-REASON-WORK
            MOVE WS-MT-SKIP-RUN(WS-MASTER-IX) TO WS-COUNT-DISPLAY
            STRING FUNCTION TRIM(WS-COUNT-DISPLAY)
                " CONSECUTIVE DEFR/NSCH NIGHTS IN ZIPLOG (LAST "
                WS-MT-LAST-DISP(WS-MASTER-IX) ")"
                DELIMITED BY SIZE INTO WS-REASON-WORK
            PERFORM 3850-ADD-REASON
        END-IF
        IF WS-OPEN-ITEMS > 0
            MOVE SPACES TO WS-REASON-WORK
            MOVE WS-OPEN-ITEMS TO WS-COUNT-DISPLAY
            STRING FUNCTION TRIM(WS-COUNT-DISPLAY)
                " OPEN ITEM(S) ON ZIPALSTMST"
                DELIMITED BY SIZE INTO WS-REASON-WORK
            PERFORM 3850-ADD-REASON
        END-IF
        IF WS-MT-HOLD-FLAG(WS-MASTER-IX) = "H"
            MOVE "HOLD ON THE CONTROL CARD" TO WS-REASON-WORK
            PERFORM 3850-ADD-REASON
        END-IF
        IF NOT WS-REPL-OK
            ADD 1 TO WS-REPL-BREACH-COUNT
            MOVE SPACES TO WS-REASON-WORK
            IF WS-REPL-POINT = SPACES
                STRING "REPLICATION LAG - " WS-REPL-NOTE
                    DELIMITED BY SIZE INTO WS-REASON-WORK
            ELSE
                MOVE WS-REPL-AGE TO WS-HOURS-DISPLAY
                STRING "REPLICATION LAG - NEWEST REPLICA "
                    FUNCTION TRIM(WS-HOURS-DISPLAY) " HOURS OLD"
                    DELIMITED BY SIZE INTO WS-REASON-WORK
            END-IF
            PERFORM 3850-ADD-REASON
        END-IF
        IF NOT WS-LOCAL-OK AND WS-REASON-COUNT = 0
            MOVE "NO ARCHIVE TAKEN WITHIN THE TARGET" TO WS-REASON-WORK
            PERFORM 3850-ADD-REASON
        END-IF
    END-IF
    IF WS-ARCHIVE-OVERFLOW
        MOVE "MORE ARCHIVES THAN THE TABLE HOLDS - NEWEST MAY BE UNSEEN"
            TO WS-REASON-WORK
        PERFORM 3850-ADD-REASON
    END-IF.

3850-ADD-REASON.
    IF WS-REASON-COUNT < 8
        ADD 1 TO WS-REASON-COUNT
        MOVE WS-REASON-WORK TO WS-REASON-TEXT(WS-REASON-COUNT)
    END-IF
    MOVE SPACES TO WS-REASON-WORK.

3900-REPORT-FOLDER.
    MOVE SPACES TO REPORT-LINE
    MOVE WS-MT-TARGET(WS-MASTER-IX) TO WS-TARGET-DISPLAY
    MOVE WS-TARGET-DISPLAY TO REPORT-LINE(3:4)
    MOVE WS-MT-BASIS(WS-MASTER-IX) TO REPORT-LINE(8:4)
    IF WS-LOCAL-POINT = SPACES
        MOVE "NONE" TO REPORT-LINE(14:14)
    ELSE
        MOVE WS-LOCAL-POINT TO REPORT-LINE(14:14)
        MOVE WS-LOCAL-AGE TO WS-HOURS-DISPLAY
        MOVE WS-HOURS-DISPLAY TO REPORT-LINE(29:6)
    END-IF
    IF NOT WS-REPL-IN-USE
        MOVE "N/A" TO REPORT-LINE(37:14)
    ELSE
        IF WS-REPL-POINT = SPACES
            MOVE "NONE" TO REPORT-LINE(37:14)
        ELSE
            MOVE WS-REPL-POINT TO REPORT-LINE(37:14)
            MOVE WS-REPL-AGE TO WS-HOURS-DISPLAY
            MOVE WS-HOURS-DISPLAY TO REPORT-LINE(53:6)
        END-IF
    END-IF
    MOVE WS-FOLDER-STATUS TO REPORT-LINE(60:6)
    MOVE WS-MT-FOLDER(WS-MASTER-IX) TO REPORT-LINE(67:100)
    PERFORM 8000-WRITE-REPORT-LINE
    PERFORM VARYING WS-REASON-IX FROM 1 BY 1
            UNTIL WS-REASON-IX > WS-REASON-COUNT
        MOVE SPACES TO REPORT-LINE
        STRING "    REASON: " WS-REASON-TEXT(WS-REASON-IX)
            DELIMITED BY SIZE INTO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-PERFORM.

7000-WRITE-ATTESTATION.
*> The run date is the last day of its month when tomorrow is the
*> first; only then is the section the month-end attestation.
    COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1)
    IF FUNCTION MOD(WS-NEXT-DATE, 100) = 1
        SET WS-MONTH-END TO TRUE
    END-IF
    MOVE 0 TO WS-COMPLIANT-PCT
    IF WS-ASSESSED-COUNT > 0
        COMPUTE WS-COMPLIANT-PCT ROUNDED =
            WS-COMPLIANT-COUNT * 100 / WS-ASSESSED-COUNT
    END-IF

    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    IF WS-MONTH-END
        STRING "MONTH-END RPO ATTESTATION FOR " WS-RUN-DATE(1:6)
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING "INTERIM RPO ATTESTATION AS OF " WS-RUN-DATE
            " (NOT MONTH-END)"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-ASSESSED-COUNT TO WS-COUNT-DISPLAY
    STRING "ACTIVE FOLDERS ASSESSED:        "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-COMPLIANT-COUNT TO WS-COUNT-DISPLAY
    STRING "FOLDERS IN COMPLIANCE:          "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-BREACH-COUNT TO WS-COUNT-DISPLAY
    STRING "FOLDERS IN BREACH:              "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-LOCAL-BREACH-COUNT TO WS-COUNT-DISPLAY
    STRING "  LOCAL POINT OUTSIDE TARGET:   "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    IF WS-REPL-IN-USE
        MOVE WS-REPL-BREACH-COUNT TO WS-COUNT-DISPLAY
        STRING "  REPLICA OUTSIDE TARGET:       "
            FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    ELSE
        MOVE "  REPLICA OUTSIDE TARGET:       N/A (NO REPLICATION)"
            TO REPORT-LINE
    END-IF
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-DERIVED-COUNT TO WS-COUNT-DISPLAY
    STRING "TARGETS TAKEN FROM FREQUENCY:   "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-COMPLIANT-PCT TO WS-PCT-DISPLAY
    STRING "PERCENT IN COMPLIANCE:          "
        FUNCTION TRIM(WS-PCT-DISPLAY) "%" INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    IF NOT WS-ZIPLOG-AVAILABLE
        MOVE "(RUN LOG NOT AVAILABLE - DEFERRED NIGHTS NOT COUNTED)"
            TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF
    IF NOT WS-ALSTAT-AVAILABLE
        MOVE "(ALERT STATUS MASTER NOT AVAILABLE - ITEMS NOT COUNTED)"
            TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF
    IF WS-MASTER-OVERFLOW
        MOVE "(FOLDER TABLE FULL - ASSESSMENT INCOMPLETE)"
            TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "ATTESTED BY: ______________________  DATE: __________"
        TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

8000-WRITE-REPORT-LINE.
    WRITE REPORT-LINE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: report write failed, status "
            WS-REPORT-FILE-STATUS
    END-IF.
