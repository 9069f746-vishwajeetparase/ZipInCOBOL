IDENTIFICATION DIVISION.
PROGRAM-ID. ZIPDISCOV.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
   SPECIAL-NAMES.
       CALL-CONVENTION IS STDCALL.
INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ROOT-FILE ASSIGN TO "DISCROOT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ROOT-FILE-STATUS.

        SELECT FOLDER-MASTER-FILE ASSIGN TO "ZIPFLDMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FM-FOLDER-PATH
            FILE STATUS IS WS-MASTER-FILE-STATUS.

        SELECT DEPT-MAP-FILE ASSIGN TO "ZIPDEPTMAP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPT-MAP-STATUS.

        SELECT DIR-LIST-FILE ASSIGN TO "ZIPDSCLIST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DIR-LIST-STATUS.

        SELECT MEASURE-FILE ASSIGN TO "ZIPDSCSIZE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MEASURE-FILE-STATUS.

        SELECT DRAFT-TXN-FILE ASSIGN TO "ZIPDSCTXN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DRAFT-TXN-STATUS.

        SELECT REPORT-FILE ASSIGN TO "ZIPDSCRPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> One card per managed root: the directory whose immediate
*> subdirectories are each expected to be a protected folder, and
*> optionally the destination directory new folders under it should
*> archive to (blank: the destination of a folder already protected
*> under the same root).
FD  ROOT-FILE.
01  ROOT-RECORD.
    05 RT-ROOT-PATH      PIC X(100).
    05 RT-FILLER1        PIC X.
    05 RT-DEST-DIR       PIC X(100).

FD  FOLDER-MASTER-FILE.
COPY "zipfldrc".

FD  DEPT-MAP-FILE.
COPY "zipdeprc".

FD  DIR-LIST-FILE.
01  DIR-LIST-RECORD PIC X(200).

FD  MEASURE-FILE.
01  MEASURE-RECORD PIC X(20).

*> Draft ADD cards in ZIPCTLMNT's CTLTXN layout: action, user, then a
*> control-record image. Written to their own file, never to CTLTXN
*> itself -- the control-deck owner reviews them (retention, mode,
*> encryption are only defaults here) and submits the ones wanted.
FD  DRAFT-TXN-FILE.
01  DRAFT-TXN-RECORD.
    05 DX-ACTION         PIC X(4).
    05 DX-USER-ID        PIC X(8).
    05 DX-FOLDER-PATH    PIC X(100).
    05 DX-ZIP-FILE       PIC X(100).
    05 DX-RETENTION-DAYS PIC X(4).
    05 DX-ARCHIVE-MODE   PIC X.
    05 DX-CLEANUP-FLAG   PIC X.
    05 DX-ENCRYPT-FLAG   PIC X.
    05 DX-KEY-ID         PIC X(16).
    05 DX-PRIORITY       PIC X.
    05 DX-HOLD-FLAG      PIC X.
    05 DX-FREQUENCY      PIC X.
    05 DX-FREQ-DAY       PIC XX.
    05 DX-TIER-AGE-DAYS  PIC X(4).
    05 DX-RPO-HOURS      PIC X(4).

FD  REPORT-FILE.
01  REPORT-LINE PIC X(256).

WORKING-STORAGE SECTION.
01 COMMAND PIC X(480).
01 WS-ENV-HOLD PIC X(200) VALUE SPACES.
01 WS-ROOT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-MASTER-FILE-STATUS PIC XX VALUE SPACES.
01 WS-DEPT-MAP-STATUS PIC XX VALUE SPACES.
01 WS-DIR-LIST-STATUS PIC XX VALUE SPACES.
01 WS-DIR-LIST-PATH PIC X(200) VALUE "ZIPDSCLIST".
01 WS-MEASURE-FILE-STATUS PIC XX VALUE SPACES.
01 WS-MEASURE-PATH PIC X(200) VALUE "ZIPDSCSIZE".
01 WS-DRAFT-TXN-STATUS PIC XX VALUE SPACES.
01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-EOF-SWITCH PIC X VALUE "N".
    88 WS-EOF VALUE "Y".
01 WS-ROOT-EOF-SWITCH PIC X VALUE "N".
    88 WS-ROOT-EOF VALUE "Y".
01 WS-DIR-EOF-SWITCH PIC X VALUE "N".
    88 WS-DIR-EOF VALUE "Y".
01 WS-MASTER-EOF-SWITCH PIC X VALUE "N".
    88 WS-MASTER-EOF VALUE "Y".
01 WS-CURRENT-DATE PIC 9(8).
01 WS-CURRENT-TIME.
    05 WS-TIME-HH PIC 99.
    05 WS-TIME-MM PIC 99.
    05 WS-TIME-SS PIC 99.
    05 WS-TIME-HS PIC 99.
*> Every folder-master record, active or not, with its normalized
*> length kept so "is this directory at or below that folder" is one
*> reference-modified compare.
01 WS-MASTER-USED PIC 9(4) VALUE 0.
01 WS-MASTER-MAX PIC 9(4) VALUE 1000.
01 WS-MASTER-IX PIC 9(4) VALUE 0.
01 WS-MASTER-OVERFLOW-SWITCH PIC X VALUE "N".
    88 WS-MASTER-OVERFLOW VALUE "Y".
01 WS-MASTER-TABLE.
    05 WS-MASTER-ENTRY OCCURS 1000 TIMES.
        10 WS-MT-FOLDER PIC X(100).
        10 WS-MT-LEN PIC 9(4) COMP.
        10 WS-MT-ACTIVE PIC X.
        10 WS-MT-ZIP-FILE PIC X(100).
01 WS-MAP-USED PIC 9(4) VALUE 0.
01 WS-MAP-MAX PIC 9(4) VALUE 1000.
01 WS-MAP-IX PIC 9(4) VALUE 0.
01 WS-MAP-TABLE.
    05 WS-MAP-ENTRY OCCURS 1000 TIMES.
        10 WS-MP-FOLDER PIC X(100).
        10 WS-MP-DEPT PIC X(8).
01 WS-FOLDER-PATH PIC X(100) VALUE SPACES.
01 WS-FOLDER-HOLD PIC X(100) VALUE SPACES.
01 WS-FOLDER-LEN PIC 9(4) COMP VALUE 0.
*> The root being walked and the directory being classified.
01 WS-ROOT-PATH PIC X(100) VALUE SPACES.
01 WS-ROOT-DEST-DIR PIC X(100) VALUE SPACES.
01 WS-DIR-PATH PIC X(100) VALUE SPACES.
01 WS-DIR-LEN PIC 9(4) COMP VALUE 0.
01 WS-DIR-BYTES PIC 9(15) VALUE 0.
01 WS-DIR-FILES PIC 9(9) VALUE 0.
01 WS-DIR-DEPT PIC X(8) VALUE SPACES.
01 WS-COVER-SWITCH PIC X VALUE SPACE.
    88 WS-COVERED VALUE "A".
    88 WS-COVERED-INACTIVE VALUE "I".
    88 WS-COVERED-PARTIAL VALUE "P".
    88 WS-NOT-COVERED VALUE SPACE.
01 WS-FINDING PIC X(9) VALUE SPACES.
01 WS-FINDING-NOTE PIC X(60) VALUE SPACES.
01 WS-MEASURE-VALUE PIC 9(15) VALUE 0.
*> Path-splitting scratch shared by every caller of 5000-SPLIT-PATH.
01 WS-SCAN-PATH PIC X(200) VALUE SPACES.
01 WS-SCAN-DIR PIC X(200) VALUE SPACES.
01 WS-SCAN-BASE PIC X(200) VALUE SPACES.
01 WS-SCAN-LEN PIC 9(4) COMP VALUE 0.
01 WS-SCAN-IX PIC 9(4) COMP VALUE 0.
01 WS-SLASH-POS PIC 9(4) COMP VALUE 0.
*> Run totals.
01 WS-ROOTS-WALKED PIC 9(5) VALUE 0.
01 WS-DIRS-EXAMINED PIC 9(7) VALUE 0.
01 WS-COVERED-COUNT PIC 9(7) VALUE 0.
01 WS-UNCOVERED-COUNT PIC 9(7) VALUE 0.
01 WS-UNCOVERED-BYTES PIC 9(15) VALUE 0.
01 WS-PARTIAL-COUNT PIC 9(7) VALUE 0.
01 WS-INACTIVE-COUNT PIC 9(7) VALUE 0.
01 WS-INACTIVE-BYTES PIC 9(15) VALUE 0.
01 WS-MISSING-COUNT PIC 9(7) VALUE 0.
01 WS-DRAFT-COUNT PIC 9(7) VALUE 0.
01 WS-COUNT-DISPLAY PIC Z(6)9.
01 WS-FILES-DISPLAY PIC Z(8)9.
01 WS-BYTES-DISPLAY PIC Z(14)9.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
*> Unprotected-data discovery. ZIPFLDMST protects only the folders
*> someone remembered to ADD; a new share created beside the existing
*> ones is invisible until the day a restore is asked for. Each
*> managed root on DISCROOT is walked one level down and every
*> subdirectory is classified against the folder master:
*>   covered   - an active folder is the directory or an ancestor
*>   PARTIAL   - only folders below it are protected
*>   INACTIVE  - covered only by an inactive (retired) record
*>   UNCOVERED - nothing protects it; a draft ADD card is written
*> and, the other way round, every active master folder that no
*> longer exists on disk is reported MISSING. Each finding carries
*> its size, file count and ZIPDEPTMAP department. Nothing is
*> changed: the drafts go to ZIPDSCTXN for the deck owner to review.
*> RC 4 when anything was found.
    MOVE WS-DIR-LIST-PATH TO WS-ENV-HOLD
    ACCEPT WS-DIR-LIST-PATH FROM ENVIRONMENT "ZIPDSCLIST"
    IF WS-DIR-LIST-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-DIR-LIST-PATH
    END-IF

    MOVE WS-MEASURE-PATH TO WS-ENV-HOLD
    ACCEPT WS-MEASURE-PATH FROM ENVIRONMENT "ZIPDSCSIZE"
    IF WS-MEASURE-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-MEASURE-PATH
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "Discovery report open failed, status "
            WS-REPORT-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1000-WRITE-HEADING

*> Without the master every directory would read as unprotected and
*> the draft file would fill with ADDs for folders already archived.
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
    PERFORM 1100-LOAD-FOLDER-MASTER
    CLOSE FOLDER-MASTER-FILE
    PERFORM 1200-LOAD-DEPT-MAP

    OPEN OUTPUT DRAFT-TXN-FILE
    IF WS-DRAFT-TXN-STATUS NOT = "00"
        DISPLAY "Draft card file open failed, status "
            WS-DRAFT-TXN-STATUS
        CLOSE REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT ROOT-FILE
    IF WS-ROOT-FILE-STATUS = "00"
        PERFORM UNTIL WS-ROOT-EOF
            READ ROOT-FILE
                AT END
                    SET WS-ROOT-EOF TO TRUE
                NOT AT END
                    IF RT-ROOT-PATH NOT = SPACES
                        PERFORM 2000-WALK-ROOT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ROOT-FILE
    ELSE
        DISPLAY "Managed root list not found, status "
            WS-ROOT-FILE-STATUS
        MOVE "(NO MANAGED ROOT LIST)" TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF

    PERFORM 4000-CHECK-MASTER-FOLDERS
    PERFORM 7000-WRITE-TRAILER

    CLOSE DRAFT-TXN-FILE
    CLOSE REPORT-FILE
    DISPLAY "Directories examined:        " WS-DIRS-EXAMINED
    DISPLAY "Uncovered (draft ADD cards): " WS-UNCOVERED-COUNT
    DISPLAY "Partially covered:           " WS-PARTIAL-COUNT
    DISPLAY "Covered only by inactive:    " WS-INACTIVE-COUNT
    DISPLAY "Master folders missing:      " WS-MISSING-COUNT
    IF WS-UNCOVERED-COUNT > 0 OR WS-PARTIAL-COUNT > 0
            OR WS-INACTIVE-COUNT > 0 OR WS-MISSING-COUNT > 0
            OR WS-MASTER-OVERFLOW
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

1000-WRITE-HEADING.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE SPACES TO REPORT-LINE
    STRING "UNPROTECTED DATA DISCOVERY REPORT " WS-CURRENT-DATE " "
        WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "FINDING             BYTES     FILES DEPT     FOLDER"
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

1100-LOAD-FOLDER-MASTER.
    MOVE "N" TO WS-MASTER-EOF-SWITCH
    MOVE LOW-VALUES TO FM-FOLDER-PATH
    START FOLDER-MASTER-FILE KEY IS NOT LESS THAN FM-FOLDER-PATH
        INVALID KEY
            SET WS-MASTER-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-MASTER-EOF
        READ FOLDER-MASTER-FILE NEXT RECORD
            AT END
                SET WS-MASTER-EOF TO TRUE
            NOT AT END
                IF FM-FOLDER-PATH NOT = SPACES
                    PERFORM 1150-ADD-MASTER-ENTRY
                END-IF
        END-READ
    END-PERFORM.

1150-ADD-MASTER-ENTRY.
    IF WS-MASTER-USED < WS-MASTER-MAX
        MOVE FM-FOLDER-PATH TO WS-FOLDER-PATH
        PERFORM 1300-NORMALIZE-FOLDER-PATH
        ADD 1 TO WS-MASTER-USED
        MOVE WS-FOLDER-PATH TO WS-MT-FOLDER(WS-MASTER-USED)
        MOVE WS-FOLDER-LEN TO WS-MT-LEN(WS-MASTER-USED)
        MOVE FM-ACTIVE-FLAG TO WS-MT-ACTIVE(WS-MASTER-USED)
        MOVE FM-ZIP-FILE TO WS-MT-ZIP-FILE(WS-MASTER-USED)
    ELSE
        IF NOT WS-MASTER-OVERFLOW
            DISPLAY "WARNING: more master records than the table "
                "holds - discovery incomplete."
        END-IF
        SET WS-MASTER-OVERFLOW TO TRUE
    END-IF.

1200-LOAD-DEPT-MAP.
*> Optional: without the map every finding shows no department,
*> which is itself worth knowing but no reason not to report.
    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT DEPT-MAP-FILE
    IF WS-DEPT-MAP-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ DEPT-MAP-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF DM-FOLDER-PATH NOT = SPACES
                            AND WS-MAP-USED < WS-MAP-MAX
                        MOVE DM-FOLDER-PATH TO WS-FOLDER-PATH
                        PERFORM 1300-NORMALIZE-FOLDER-PATH
                        ADD 1 TO WS-MAP-USED
                        MOVE WS-FOLDER-PATH TO WS-MP-FOLDER(WS-MAP-USED)
                        MOVE DM-DEPT-CODE TO WS-MP-DEPT(WS-MAP-USED)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DEPT-MAP-FILE
    ELSE
        DISPLAY "Department map not available, status "
            WS-DEPT-MAP-STATUS " - findings show no department."
    END-IF.

1300-NORMALIZE-FOLDER-PATH.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FOLDER-PATH))
        TO WS-FOLDER-LEN
    PERFORM UNTIL WS-FOLDER-LEN < 2
            OR WS-FOLDER-PATH(WS-FOLDER-LEN:1) NOT = "/"
        SUBTRACT 1 FROM WS-FOLDER-LEN
    END-PERFORM
    MOVE WS-FOLDER-PATH TO WS-FOLDER-HOLD
    MOVE SPACES TO WS-FOLDER-PATH
    MOVE WS-FOLDER-HOLD(1:WS-FOLDER-LEN) TO WS-FOLDER-PATH.

2000-WALK-ROOT.
    ADD 1 TO WS-ROOTS-WALKED
    MOVE RT-ROOT-PATH TO WS-FOLDER-PATH
    PERFORM 1300-NORMALIZE-FOLDER-PATH
    MOVE WS-FOLDER-PATH TO WS-ROOT-PATH
    MOVE RT-DEST-DIR TO WS-FOLDER-PATH
    IF WS-FOLDER-PATH NOT = SPACES
        PERFORM 1300-NORMALIZE-FOLDER-PATH
    END-IF
    MOVE WS-FOLDER-PATH TO WS-ROOT-DEST-DIR
    IF WS-ROOT-DEST-DIR = SPACES
        PERFORM 2050-DEFAULT-DEST-DIR
    END-IF

    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "ROOT " FUNCTION TRIM(WS-ROOT-PATH) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE

    MOVE SPACES TO COMMAND
    STRING "find '" FUNCTION TRIM(WS-ROOT-PATH)
        "' -mindepth 1 -maxdepth 1 -type d 2>/dev/null | sort > "
        FUNCTION TRIM(WS-DIR-LIST-PATH) INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    MOVE SPACES TO COMMAND
    STRING "[ -d '" FUNCTION TRIM(WS-ROOT-PATH) "' ]" INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    IF RETURN-CODE NOT = 0
        DISPLAY "WARNING: managed root not found: "
            FUNCTION TRIM(WS-ROOT-PATH)
        MOVE "    (ROOT NOT FOUND ON DISK)" TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    ELSE
        MOVE "N" TO WS-DIR-EOF-SWITCH
        OPEN INPUT DIR-LIST-FILE
        IF WS-DIR-LIST-STATUS = "00"
            PERFORM UNTIL WS-DIR-EOF
                READ DIR-LIST-FILE
                    AT END
                        SET WS-DIR-EOF TO TRUE
                    NOT AT END
                        IF DIR-LIST-RECORD NOT = SPACES
                            PERFORM 3000-CLASSIFY-DIRECTORY
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DIR-LIST-FILE
        END-IF
    END-IF.

2050-DEFAULT-DEST-DIR.
*> No destination on the root card: use the destination directory of
*> the first active folder already protected under this root, on the
*> reasoning that a department's new share belongs with its others.
*> Still blank when there is none -- ZIPCTLMNT rejects the card NODEST
*> until the owner fills it in, which is the right outcome.
    PERFORM VARYING WS-MASTER-IX FROM 1 BY 1
            UNTIL WS-MASTER-IX > WS-MASTER-USED
            OR WS-ROOT-DEST-DIR NOT = SPACES
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ROOT-PATH))
            TO WS-DIR-LEN
        IF WS-MT-ACTIVE(WS-MASTER-IX) = "A"
                AND WS-MT-LEN(WS-MASTER-IX) > WS-DIR-LEN
                AND WS-MT-FOLDER(WS-MASTER-IX)(1:WS-DIR-LEN)
                = WS-ROOT-PATH(1:WS-DIR-LEN)
                AND WS-MT-FOLDER(WS-MASTER-IX)(WS-DIR-LEN + 1:1) = "/"
            MOVE WS-MT-ZIP-FILE(WS-MASTER-IX) TO WS-SCAN-PATH
            PERFORM 5000-SPLIT-PATH
            MOVE WS-SCAN-DIR TO WS-ROOT-DEST-DIR
        END-IF
    END-PERFORM.

3000-CLASSIFY-DIRECTORY.
    ADD 1 TO WS-DIRS-EXAMINED
    MOVE DIR-LIST-RECORD TO WS-FOLDER-PATH
    PERFORM 1300-NORMALIZE-FOLDER-PATH
    MOVE WS-FOLDER-PATH TO WS-DIR-PATH
    MOVE WS-FOLDER-LEN TO WS-DIR-LEN
    PERFORM 3100-FIND-COVERAGE
    IF WS-COVERED
        ADD 1 TO WS-COVERED-COUNT
    ELSE
        PERFORM 3300-MEASURE-DIRECTORY
        PERFORM 3400-FIND-DEPARTMENT
        MOVE SPACES TO WS-FINDING-NOTE
        EVALUATE TRUE
            WHEN WS-COVERED-INACTIVE
                MOVE "INACTIVE" TO WS-FINDING
                MOVE "FOLDER MASTER RECORD IS INACTIVE"
                    TO WS-FINDING-NOTE
                ADD 1 TO WS-INACTIVE-COUNT
                ADD WS-DIR-BYTES TO WS-INACTIVE-BYTES
            WHEN WS-COVERED-PARTIAL
                MOVE "PARTIAL" TO WS-FINDING
                MOVE "ONLY FOLDERS BELOW IT ARE PROTECTED - NO DRAFT"
                    TO WS-FINDING-NOTE
                ADD 1 TO WS-PARTIAL-COUNT
            WHEN OTHER
                MOVE "UNCOVERED" TO WS-FINDING
                ADD 1 TO WS-UNCOVERED-COUNT
                ADD WS-DIR-BYTES TO WS-UNCOVERED-BYTES
                PERFORM 3500-WRITE-DRAFT-CARD
        END-EVALUATE
        PERFORM 6000-REPORT-FINDING
    END-IF.

3100-FIND-COVERAGE.
*> An active folder at or above the directory protects all of it
*> (ZIPANDMOVE zips recursively); that wins over anything else. An
*> inactive record for the directory itself is the retired case; an
*> active folder somewhere below it means part of it is protected and
*> a draft ADD for the whole would archive that part twice.
    SET WS-NOT-COVERED TO TRUE
    PERFORM VARYING WS-MASTER-IX FROM 1 BY 1
            UNTIL WS-MASTER-IX > WS-MASTER-USED
            OR WS-COVERED
        IF WS-MT-ACTIVE(WS-MASTER-IX) = "A"
            IF WS-MT-FOLDER(WS-MASTER-IX) = WS-DIR-PATH
                SET WS-COVERED TO TRUE
            ELSE
                IF WS-MT-LEN(WS-MASTER-IX) < WS-DIR-LEN
                        AND WS-DIR-PATH(1:WS-MT-LEN(WS-MASTER-IX))
                        = WS-MT-FOLDER(WS-MASTER-IX)
                            (1:WS-MT-LEN(WS-MASTER-IX))
                        AND WS-DIR-PATH(WS-MT-LEN(WS-MASTER-IX) + 1:1)
                        = "/"
                    SET WS-COVERED TO TRUE
                END-IF
                IF WS-MT-LEN(WS-MASTER-IX) > WS-DIR-LEN
                        AND WS-MT-FOLDER(WS-MASTER-IX)(1:WS-DIR-LEN)
                        = WS-DIR-PATH(1:WS-DIR-LEN)
                        AND WS-MT-FOLDER(WS-MASTER-IX)
                            (WS-DIR-LEN + 1:1) = "/"
                        AND NOT WS-COVERED
                    SET WS-COVERED-PARTIAL TO TRUE
                END-IF
            END-IF
        ELSE
            IF WS-MT-FOLDER(WS-MASTER-IX) = WS-DIR-PATH
                    AND WS-NOT-COVERED
                SET WS-COVERED-INACTIVE TO TRUE
            END-IF
        END-IF
    END-PERFORM.

3300-MEASURE-DIRECTORY.
*> Apparent size in bytes (what zip would read) and regular-file
*> count, errors on unreadable subtrees ignored -- the numbers are
*> for sizing the decision, not for billing.
    MOVE SPACES TO COMMAND
    STRING "du -sb '" FUNCTION TRIM(WS-DIR-PATH)
        "' 2>/dev/null | cut -f1 > " FUNCTION TRIM(WS-MEASURE-PATH)
        INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    PERFORM 3350-READ-MEASURE-FILE
    MOVE WS-MEASURE-VALUE TO WS-DIR-BYTES
    MOVE SPACES TO COMMAND
    STRING "find '" FUNCTION TRIM(WS-DIR-PATH)
        "' -type f 2>/dev/null | wc -l > "
        FUNCTION TRIM(WS-MEASURE-PATH) INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    PERFORM 3350-READ-MEASURE-FILE
    MOVE WS-MEASURE-VALUE TO WS-DIR-FILES.

3350-READ-MEASURE-FILE.
    MOVE 0 TO WS-MEASURE-VALUE
    OPEN INPUT MEASURE-FILE
    IF WS-MEASURE-FILE-STATUS = "00"
        READ MEASURE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF MEASURE-RECORD NOT = SPACES
                    MOVE FUNCTION NUMVAL(FUNCTION TRIM(MEASURE-RECORD))
                        TO WS-MEASURE-VALUE
                END-IF
        END-READ
        CLOSE MEASURE-FILE
    END-IF.

3400-FIND-DEPARTMENT.
    MOVE SPACES TO WS-DIR-DEPT
    PERFORM VARYING WS-MAP-IX FROM 1 BY 1
            UNTIL WS-MAP-IX > WS-MAP-USED
            OR WS-DIR-DEPT NOT = SPACES
        IF WS-MP-FOLDER(WS-MAP-IX) = WS-DIR-PATH
            MOVE WS-MP-DEPT(WS-MAP-IX) TO WS-DIR-DEPT
        END-IF
    END-PERFORM.

3500-WRITE-DRAFT-CARD.
*> House defaults for a new folder: full mode, 30-day retention,
*> priority 5, daily, no cleanup, no encryption, no tiering. The
*> owner changes what the department actually needs before submitting.
    MOVE DIR-LIST-RECORD TO WS-SCAN-PATH
    PERFORM 5000-SPLIT-PATH
    INITIALIZE DRAFT-TXN-RECORD
    MOVE "ADD " TO DX-ACTION
    MOVE "DISCOVER" TO DX-USER-ID
    MOVE WS-DIR-PATH TO DX-FOLDER-PATH
    IF WS-ROOT-DEST-DIR NOT = SPACES
        STRING FUNCTION TRIM(WS-ROOT-DEST-DIR) "/"
            FUNCTION TRIM(WS-SCAN-BASE) ".zip"
            DELIMITED BY SIZE INTO DX-ZIP-FILE
    ELSE
        MOVE "NO DESTINATION KNOWN - FILL IN ZIP FILE BEFORE SUBMITTING"
            TO WS-FINDING-NOTE
    END-IF
    MOVE "0030" TO DX-RETENTION-DAYS
    MOVE SPACE TO DX-ARCHIVE-MODE
    MOVE "N" TO DX-CLEANUP-FLAG
    MOVE "N" TO DX-ENCRYPT-FLAG
    MOVE "5" TO DX-PRIORITY
    MOVE "D" TO DX-FREQUENCY
    MOVE "0000" TO DX-TIER-AGE-DAYS
    MOVE SPACES TO DX-RPO-HOURS
    WRITE DRAFT-TXN-RECORD
    IF WS-DRAFT-TXN-STATUS NOT = "00"
        DISPLAY "WARNING: draft card write failed, status "
            WS-DRAFT-TXN-STATUS " for " FUNCTION TRIM(WS-DIR-PATH)
    ELSE
        ADD 1 TO WS-DRAFT-COUNT
    END-IF.

4000-CHECK-MASTER-FOLDERS.
*> The other direction: an active folder whose directory is gone is
*> archived as empty (or failed) every night and protects nothing.
*> Inactive records are history and are not checked.
    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "ACTIVE MASTER FOLDERS NOT FOUND ON DISK" TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    PERFORM VARYING WS-MASTER-IX FROM 1 BY 1
            UNTIL WS-MASTER-IX > WS-MASTER-USED
        IF WS-MT-ACTIVE(WS-MASTER-IX) = "A"
            MOVE SPACES TO COMMAND
            STRING "[ -d '" FUNCTION TRIM(WS-MT-FOLDER(WS-MASTER-IX))
                "' ]" INTO COMMAND
            CALL "SYSTEM" USING COMMAND
            IF RETURN-CODE NOT = 0
                MOVE WS-MT-FOLDER(WS-MASTER-IX) TO WS-DIR-PATH
                MOVE 0 TO WS-DIR-BYTES
                MOVE 0 TO WS-DIR-FILES
                PERFORM 3400-FIND-DEPARTMENT
                MOVE "MISSING" TO WS-FINDING
                MOVE SPACES TO WS-FINDING-NOTE
                ADD 1 TO WS-MISSING-COUNT
                PERFORM 6000-REPORT-FINDING
            END-IF
        END-IF
    END-PERFORM.

5000-SPLIT-PATH.
*> Directory and file-name portions of WS-SCAN-PATH, split on the
*> last "/"; trailing slashes are operator shorthand and ignored.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SCAN-PATH)) TO WS-SCAN-LEN
    PERFORM UNTIL WS-SCAN-LEN < 2
            OR WS-SCAN-PATH(WS-SCAN-LEN:1) NOT = "/"
        SUBTRACT 1 FROM WS-SCAN-LEN
    END-PERFORM
    MOVE 0 TO WS-SLASH-POS
    PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
            UNTIL WS-SCAN-IX > WS-SCAN-LEN
        IF WS-SCAN-PATH(WS-SCAN-IX:1) = "/"
            MOVE WS-SCAN-IX TO WS-SLASH-POS
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-SCAN-DIR
    MOVE SPACES TO WS-SCAN-BASE
    IF WS-SLASH-POS > 1
        MOVE WS-SCAN-PATH(1:WS-SLASH-POS - 1) TO WS-SCAN-DIR
    ELSE
        IF WS-SLASH-POS = 1
            MOVE "/" TO WS-SCAN-DIR
        END-IF
    END-IF
    IF WS-SLASH-POS < WS-SCAN-LEN
        MOVE WS-SCAN-PATH(WS-SLASH-POS + 1:WS-SCAN-LEN - WS-SLASH-POS)
            TO WS-SCAN-BASE
    END-IF.

6000-REPORT-FINDING.
    MOVE SPACES TO REPORT-LINE
    MOVE WS-FINDING TO REPORT-LINE(1:9)
    MOVE WS-DIR-BYTES TO WS-BYTES-DISPLAY
    MOVE WS-BYTES-DISPLAY TO REPORT-LINE(11:15)
    MOVE WS-DIR-FILES TO WS-FILES-DISPLAY
    MOVE WS-FILES-DISPLAY TO REPORT-LINE(27:9)
    IF WS-DIR-DEPT = SPACES
        MOVE "(NONE)" TO REPORT-LINE(37:8)
    ELSE
        MOVE WS-DIR-DEPT TO REPORT-LINE(37:8)
    END-IF
    MOVE WS-DIR-PATH TO REPORT-LINE(46:100)
    PERFORM 8000-WRITE-REPORT-LINE
    IF WS-FINDING-NOTE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING "    " FUNCTION TRIM(WS-FINDING-NOTE)
            INTO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

7000-WRITE-TRAILER.
    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-ROOTS-WALKED TO WS-COUNT-DISPLAY
    STRING "MANAGED ROOTS WALKED:          "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-DIRS-EXAMINED TO WS-COUNT-DISPLAY
    STRING "DIRECTORIES EXAMINED:          "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-COVERED-COUNT TO WS-COUNT-DISPLAY
    STRING "PROTECTED:                     "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-UNCOVERED-COUNT TO WS-COUNT-DISPLAY
    MOVE WS-UNCOVERED-BYTES TO WS-BYTES-DISPLAY
    STRING "UNCOVERED:                     "
        FUNCTION TRIM(WS-COUNT-DISPLAY) "  BYTES: "
        FUNCTION TRIM(WS-BYTES-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-PARTIAL-COUNT TO WS-COUNT-DISPLAY
    STRING "PARTIALLY PROTECTED:           "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-INACTIVE-COUNT TO WS-COUNT-DISPLAY
    MOVE WS-INACTIVE-BYTES TO WS-BYTES-DISPLAY
    STRING "COVERED ONLY BY INACTIVE:      "
        FUNCTION TRIM(WS-COUNT-DISPLAY) "  BYTES: "
        FUNCTION TRIM(WS-BYTES-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY
    STRING "MASTER FOLDERS MISSING:        "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-DRAFT-COUNT TO WS-COUNT-DISPLAY
    STRING "DRAFT ADD CARDS WRITTEN:       "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    IF WS-MASTER-OVERFLOW
        MOVE "(MASTER TABLE FULL - DISCOVERY INCOMPLETE)"
            TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

8000-WRITE-REPORT-LINE.
    WRITE REPORT-LINE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: report write failed, status "
            WS-REPORT-FILE-STATUS
    END-IF.
