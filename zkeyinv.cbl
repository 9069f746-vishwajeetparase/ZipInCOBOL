IDENTIFICATION DIVISION.
PROGRAM-ID. ZIPKEYINV.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
   SPECIAL-NAMES.
       CALL-CONVENTION IS STDCALL.
INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CATALOG-FILE ASSIGN TO "ZIPCATLG"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CAT-ARCHIVE-PATH
            FILE STATUS IS WS-CATALOG-FILE-STATUS.

        SELECT FOLDER-MASTER-FILE ASSIGN TO "ZIPFLDMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FM-FOLDER-PATH
            FILE STATUS IS WS-MASTER-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO "ZIPKEYRPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CATALOG-FILE.
COPY "zipcatrc".

FD  FOLDER-MASTER-FILE.
COPY "zipfldrc".

FD  REPORT-FILE.
01  REPORT-LINE PIC X(256).

WORKING-STORAGE SECTION.
01 COMMAND PIC X(480).
01 WS-CATALOG-FILE-STATUS PIC XX VALUE SPACES.
01 WS-MASTER-FILE-STATUS PIC XX VALUE SPACES.
01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CATALOG-EOF-SWITCH PIC X VALUE "N".
    88 WS-CATALOG-EOF VALUE "Y".
01 WS-MASTER-EOF-SWITCH PIC X VALUE "N".
    88 WS-MASTER-EOF VALUE "Y".
01 WS-MASTER-SWITCH PIC X VALUE "N".
    88 WS-MASTER-AVAILABLE VALUE "Y".
*> One entry per key id seen on the catalog (any status) or on an
*> active encrypting folder. Archives count as depending on a key
*> while they are active; a held archive is active by definition (the
*> purge leaves it alone), so HELD is a subset of ACTIVE shown apart
*> because those are the ones nobody may let go of early. Purged
*> archives are counted only so a key seen nowhere else still shows
*> up as one that can be retired.
01 WS-KEY-USED PIC 9(3) VALUE 0.
01 WS-KEY-MAX PIC 9(3) VALUE 200.
01 WS-KEY-IX PIC 9(3) VALUE 0.
01 WS-KEY-FOUND-IX PIC 9(3) VALUE 0.
01 WS-KEY-OVERFLOW-SWITCH PIC X VALUE "N".
    88 WS-KEY-OVERFLOW VALUE "Y".
01 WS-KEY-TABLE.
    05 WS-KEY-ENTRY OCCURS 200 TIMES.
        10 WS-KT-KEY-ID PIC X(16).
        10 WS-KT-ACTIVE PIC 9(7).
        10 WS-KT-HELD PIC 9(7).
        10 WS-KT-PURGED PIC 9(7).
        10 WS-KT-BYTES PIC 9(15).
        10 WS-KT-FOLDERS PIC 9(5).
        10 WS-KT-OLDEST-TS PIC X(14).
        10 WS-KT-OLDEST-PATH PIC X(200).
        10 WS-KT-NEWEST-TS PIC X(14).
        10 WS-KT-NEWEST-PATH PIC X(200).
01 WS-LOOKUP-KEY-ID PIC X(16) VALUE SPACES.
01 WS-KEY-ENV-NAME PIC X(24) VALUE SPACES.
01 WS-KEY-PRESENT PIC X VALUE "N".
01 WS-KEY-STATUS PIC X(10) VALUE SPACES.
*> Run totals.
01 WS-ENCRYPTED-ACTIVE PIC 9(7) VALUE 0.
01 WS-NEEDED-COUNT PIC 9(5) VALUE 0.
01 WS-RETIRABLE-COUNT PIC 9(5) VALUE 0.
01 WS-MISSING-COUNT PIC 9(5) VALUE 0.
01 WS-COUNT-DISPLAY PIC Z(6)9.
01 WS-COUNT-DISPLAY-2 PIC Z(6)9.
01 WS-FOLDER-DISPLAY PIC ZZZZ9.
01 WS-BYTES-DISPLAY PIC Z(14)9.
01 WS-CURRENT-DATE PIC 9(8).
01 WS-CURRENT-TIME.
    05 WS-TIME-HH PIC 99.
    05 WS-TIME-MM PIC 99.
    05 WS-TIME-SS PIC 99.
    05 WS-TIME-HS PIC 99.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
*> Key inventory: for every encryption key id, how many active
*> archives (and of those, how many held) can only be opened with it,
*> and the oldest and newest of them -- the question that has to be
*> answered before any ZIPKEY_<id> is retired, because retiring a key
*> something still depends on makes that archive unrestorable without
*> anyone noticing until the restore. Folders whose master record
*> still encrypts under the key are counted too (tonight's archives
*> will depend on it). Each key is also checked against this run's
*> environment: a key still needed but not present is shown MISSING
*> and fails the run with RC 4, since ZIPRESTORE and ZIPVERIFY would
*> fail on those archives today. Read-only.
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "Key inventory report open failed, status "
            WS-REPORT-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1000-WRITE-HEADING

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
    PERFORM 2000-WALK-CATALOG
    CLOSE CATALOG-FILE

*> The folder master is optional here: without it the report still
*> answers the archive question, only the FOLDERS column stays zero.
    OPEN INPUT FOLDER-MASTER-FILE
    IF WS-MASTER-FILE-STATUS = "00"
        SET WS-MASTER-AVAILABLE TO TRUE
        PERFORM 2500-WALK-FOLDER-MASTER
        CLOSE FOLDER-MASTER-FILE
    ELSE
        DISPLAY "Folder master not available, status "
            WS-MASTER-FILE-STATUS " - folder usage not counted."
    END-IF

    PERFORM VARYING WS-KEY-IX FROM 1 BY 1
            UNTIL WS-KEY-IX > WS-KEY-USED
        PERFORM 3000-REPORT-KEY
    END-PERFORM

    PERFORM 7000-WRITE-TRAILER
    CLOSE REPORT-FILE
    DISPLAY "Key ids inventoried:         " WS-KEY-USED
    DISPLAY "Keys still needed:           " WS-NEEDED-COUNT
    DISPLAY "Needed keys not present:     " WS-MISSING-COUNT
    IF WS-MISSING-COUNT > 0 OR WS-KEY-OVERFLOW
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

1000-WRITE-HEADING.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE SPACES TO REPORT-LINE
    STRING "ENCRYPTION KEY INVENTORY " WS-CURRENT-DATE " "
        WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "KEY-ID            ACTIVE     HELD   PURGED FOLDERS "
        "          BYTES ENV STATUS"
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

2000-WALK-CATALOG.
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
                IF CAT-ENCRYPTED
                        AND CAT-ARCHIVE-PATH NOT = SPACES
                    PERFORM 2100-COUNT-CATALOG-RECORD
                END-IF
        END-READ
    END-PERFORM.

2100-COUNT-CATALOG-RECORD.
    MOVE CAT-KEY-ID TO WS-LOOKUP-KEY-ID
    PERFORM 2900-FIND-KEY-ENTRY
    IF WS-KEY-FOUND-IX > 0
        IF CAT-ACTIVE
            ADD 1 TO WS-ENCRYPTED-ACTIVE
            ADD 1 TO WS-KT-ACTIVE(WS-KEY-FOUND-IX)
            ADD CAT-BYTE-SIZE TO WS-KT-BYTES(WS-KEY-FOUND-IX)
            IF CAT-HELD
                ADD 1 TO WS-KT-HELD(WS-KEY-FOUND-IX)
            END-IF
            IF WS-KT-OLDEST-TS(WS-KEY-FOUND-IX) = SPACES
                    OR CAT-TIMESTAMP < WS-KT-OLDEST-TS(WS-KEY-FOUND-IX)
                MOVE CAT-TIMESTAMP TO WS-KT-OLDEST-TS(WS-KEY-FOUND-IX)
                MOVE CAT-ARCHIVE-PATH
                    TO WS-KT-OLDEST-PATH(WS-KEY-FOUND-IX)
            END-IF
            IF CAT-TIMESTAMP > WS-KT-NEWEST-TS(WS-KEY-FOUND-IX)
                MOVE CAT-TIMESTAMP TO WS-KT-NEWEST-TS(WS-KEY-FOUND-IX)
                MOVE CAT-ARCHIVE-PATH
                    TO WS-KT-NEWEST-PATH(WS-KEY-FOUND-IX)
            END-IF
        ELSE
            ADD 1 TO WS-KT-PURGED(WS-KEY-FOUND-IX)
        END-IF
    END-IF.

2500-WALK-FOLDER-MASTER.
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
                IF FM-ACTIVE AND FM-ENCRYPT-REQUESTED
                    MOVE FM-KEY-ID TO WS-LOOKUP-KEY-ID
                    PERFORM 2900-FIND-KEY-ENTRY
                    IF WS-KEY-FOUND-IX > 0
                        ADD 1 TO WS-KT-FOLDERS(WS-KEY-FOUND-IX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

2900-FIND-KEY-ENTRY.
*> Finds the table entry for WS-LOOKUP-KEY-ID, adding it when new;
*> zero back means the table is full and the key goes uncounted
*> (flagged on the report and in the return code).
    MOVE 0 TO WS-KEY-FOUND-IX
    PERFORM VARYING WS-KEY-IX FROM 1 BY 1
            UNTIL WS-KEY-IX > WS-KEY-USED
            OR WS-KEY-FOUND-IX > 0
        IF WS-KT-KEY-ID(WS-KEY-IX) = WS-LOOKUP-KEY-ID
            MOVE WS-KEY-IX TO WS-KEY-FOUND-IX
        END-IF
    END-PERFORM
    IF WS-KEY-FOUND-IX = 0
        IF WS-KEY-USED < WS-KEY-MAX
            ADD 1 TO WS-KEY-USED
            MOVE WS-KEY-USED TO WS-KEY-FOUND-IX
            INITIALIZE WS-KEY-ENTRY(WS-KEY-USED)
            MOVE WS-LOOKUP-KEY-ID TO WS-KT-KEY-ID(WS-KEY-USED)
        ELSE
            IF NOT WS-KEY-OVERFLOW
                DISPLAY "WARNING: more key ids than the table holds"
                    " - inventory incomplete."
            END-IF
            SET WS-KEY-OVERFLOW TO TRUE
        END-IF
    END-IF.

3000-REPORT-KEY.
*> NEEDED while any active archive depends on the key; INUSE when
*> only folder settings still name it (nothing to restore yet, but
*> tonight's run will need it); RETIRABLE when neither -- only purged
*> archives ever used it. The presence check expands the variable
*> inside the shell test, so the key value never reaches storage.
    MOVE "N" TO WS-KEY-PRESENT
    IF WS-KT-KEY-ID(WS-KEY-IX) NOT = SPACES
        MOVE SPACES TO WS-KEY-ENV-NAME
        STRING "ZIPKEY_" FUNCTION TRIM(WS-KT-KEY-ID(WS-KEY-IX))
            INTO WS-KEY-ENV-NAME
        MOVE SPACES TO COMMAND
        STRING "[ -n ""$" FUNCTION TRIM(WS-KEY-ENV-NAME) """ ]"
            INTO COMMAND
        CALL "SYSTEM" USING COMMAND
        IF RETURN-CODE = 0
            MOVE "Y" TO WS-KEY-PRESENT
        END-IF
    END-IF
    IF WS-KT-ACTIVE(WS-KEY-IX) > 0
        ADD 1 TO WS-NEEDED-COUNT
        IF WS-KEY-PRESENT = "Y"
            MOVE "NEEDED" TO WS-KEY-STATUS
        ELSE
            MOVE "MISSING" TO WS-KEY-STATUS
            ADD 1 TO WS-MISSING-COUNT
        END-IF
    ELSE
        IF WS-KT-FOLDERS(WS-KEY-IX) > 0
            MOVE "INUSE" TO WS-KEY-STATUS
        ELSE
            MOVE "RETIRABLE" TO WS-KEY-STATUS
            ADD 1 TO WS-RETIRABLE-COUNT
        END-IF
    END-IF

    MOVE SPACES TO REPORT-LINE
    IF WS-KT-KEY-ID(WS-KEY-IX) = SPACES
        MOVE "(BLANK)" TO REPORT-LINE(1:16)
    ELSE
        MOVE WS-KT-KEY-ID(WS-KEY-IX) TO REPORT-LINE(1:16)
    END-IF
    MOVE WS-KT-ACTIVE(WS-KEY-IX) TO WS-COUNT-DISPLAY
    MOVE WS-COUNT-DISPLAY TO REPORT-LINE(18:7)
    MOVE WS-KT-HELD(WS-KEY-IX) TO WS-COUNT-DISPLAY
    MOVE WS-COUNT-DISPLAY TO REPORT-LINE(27:7)
    MOVE WS-KT-PURGED(WS-KEY-IX) TO WS-COUNT-DISPLAY
    MOVE WS-COUNT-DISPLAY TO REPORT-LINE(36:7)
    MOVE WS-KT-FOLDERS(WS-KEY-IX) TO WS-FOLDER-DISPLAY
    MOVE WS-FOLDER-DISPLAY TO REPORT-LINE(45:5)
    MOVE WS-KT-BYTES(WS-KEY-IX) TO WS-BYTES-DISPLAY
    MOVE WS-BYTES-DISPLAY TO REPORT-LINE(51:15)
    MOVE WS-KEY-PRESENT TO REPORT-LINE(68:1)
    MOVE WS-KEY-STATUS TO REPORT-LINE(71:10)
    PERFORM 8000-WRITE-REPORT-LINE
    IF WS-KT-ACTIVE(WS-KEY-IX) > 0
        MOVE SPACES TO REPORT-LINE
        STRING "    OLDEST " WS-KT-OLDEST-TS(WS-KEY-IX) " "
            FUNCTION TRIM(WS-KT-OLDEST-PATH(WS-KEY-IX))
            INTO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "    NEWEST " WS-KT-NEWEST-TS(WS-KEY-IX) " "
            FUNCTION TRIM(WS-KT-NEWEST-PATH(WS-KEY-IX))
            INTO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

7000-WRITE-TRAILER.
    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-KEY-USED TO WS-COUNT-DISPLAY
    STRING "KEY IDS INVENTORIED:            "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-ENCRYPTED-ACTIVE TO WS-COUNT-DISPLAY
    STRING "ACTIVE ENCRYPTED ARCHIVES:      "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-NEEDED-COUNT TO WS-COUNT-DISPLAY
    MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY-2
    STRING "KEYS STILL NEEDED:              "
        FUNCTION TRIM(WS-COUNT-DISPLAY) "  (NOT PRESENT: "
        FUNCTION TRIM(WS-COUNT-DISPLAY-2) ")" INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-RETIRABLE-COUNT TO WS-COUNT-DISPLAY
    STRING "KEYS SAFE TO RETIRE:            "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    IF NOT WS-MASTER-AVAILABLE
        MOVE "(FOLDER MASTER NOT AVAILABLE - FOLDERS NOT COUNTED)"
            TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF
    IF WS-KEY-OVERFLOW
        MOVE "(KEY TABLE FULL - INVENTORY INCOMPLETE)" TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

8000-WRITE-REPORT-LINE.
    WRITE REPORT-LINE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: report write failed, status "
            WS-REPORT-FILE-STATUS
    END-IF.
