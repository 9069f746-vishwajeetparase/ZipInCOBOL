IDENTIFICATION DIVISION.
PROGRAM-ID. ZIPSYNTH.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
   SPECIAL-NAMES.
       CALL-CONVENTION IS STDCALL.
INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SYNTH-PARM-FILE ASSIGN TO "SYNPARM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SYNTH-PARM-STATUS.

        SELECT CONTROL-FILE ASSIGN TO "PARMFILE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-FILE-STATUS.

        SELECT CATALOG-FILE ASSIGN TO "ZIPCATLG"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CAT-ARCHIVE-PATH
            FILE STATUS IS WS-CATALOG-FILE-STATUS.

        SELECT MANIFEST-FILE ASSIGN TO "ZIPMANIFEST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MANIFEST-FILE-STATUS.

        SELECT ALERT-FILE ASSIGN TO "ZIPALERT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALERT-FILE-STATUS.

        SELECT CHECKSUM-FILE ASSIGN TO "ZIPSYNCKSM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHECKSUM-FILE-STATUS.

        SELECT FILE-SIZE-FILE ASSIGN TO "ZIPSYNSIZE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FILE-SIZE-FILE-STATUS.

        SELECT MEMBER-LIST-FILE ASSIGN TO "ZIPSYNLIST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MEMBER-LIST-STATUS.

        SELECT REPORT-FILE ASSIGN TO "ZIPSYNRPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> Optional thresholds: a chain is consolidated once it holds more
*> than SP-MAX-LINKS archives (the baseline counts as one) or its
*> baseline is older than SP-MAX-AGE-DAYS. A blank or non-numeric
*> field keeps its default.
FD  SYNTH-PARM-FILE.
01  SYNTH-PARM-RECORD.
    05 SP-MAX-LINKS      PIC X(3).
    05 SP-FILLER1        PIC X.
    05 SP-MAX-AGE-DAYS   PIC X(4).

FD  CONTROL-FILE.
COPY "zipctlrc".

FD  CATALOG-FILE.
COPY "zipcatrc".

FD  MANIFEST-FILE.
COPY "zipmanrc".

FD  ALERT-FILE.
COPY "zipaltrc".

FD  CHECKSUM-FILE.
01  CHECKSUM-RECORD PIC X(32).

FD  FILE-SIZE-FILE.
01  FILE-SIZE-RECORD PIC X(20).

FD  MEMBER-LIST-FILE.
01  MEMBER-LIST-RECORD PIC X(300).

FD  REPORT-FILE.
01  REPORT-LINE PIC X(256).

WORKING-STORAGE SECTION.
*> Wide enough for a staging archive, a work directory and a key
*> option on one zip command line.
01 COMMAND PIC X(800).
01 WS-ENV-HOLD PIC X(200) VALUE SPACES.
01 WS-SYNTH-PARM-STATUS PIC XX VALUE SPACES.
01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CATALOG-FILE-STATUS PIC XX VALUE SPACES.
01 WS-MANIFEST-FILE-STATUS PIC XX VALUE SPACES.
01 WS-ALERT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CHECKSUM-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CHECKSUM-FILE-PATH PIC X(200) VALUE "ZIPSYNCKSM".
01 WS-FILE-SIZE-FILE-STATUS PIC XX VALUE SPACES.
01 WS-FILE-SIZE-PATH PIC X(200) VALUE "ZIPSYNSIZE".
01 WS-MEMBER-LIST-STATUS PIC XX VALUE SPACES.
01 WS-MEMBER-LIST-PATH PIC X(200) VALUE "ZIPSYNLIST".
01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.
*> Scratch area the chain is replayed into before it is zipped back
*> up as one archive. Emptied before and after every folder.
01 WS-WORK-DIR PIC X(200) VALUE "/path/to/synth/work".
01 WS-EOF-SWITCH PIC X VALUE "N".
    88 WS-EOF VALUE "Y".
01 WS-CATALOG-EOF-SWITCH PIC X VALUE "N".
    88 WS-CATALOG-EOF VALUE "Y".
01 WS-MEMBER-EOF-SWITCH PIC X VALUE "N".
    88 WS-MEMBER-EOF VALUE "Y".
01 WS-MAX-LINKS PIC 9(3) VALUE 15.
01 WS-MAX-AGE-DAYS PIC 9(4) VALUE 35.
01 WS-CURRENT-DATE PIC 9(8).
01 WS-CURRENT-TIME.
    05 WS-TIME-HH PIC 99.
    05 WS-TIME-MM PIC 99.
    05 WS-TIME-SS PIC 99.
    05 WS-TIME-HS PIC 99.
01 WS-RUN-DATE PIC 9(8) VALUE 0.
01 WS-FOLDER-PATH PIC X(100) VALUE SPACES.
01 WS-FOLDER-HOLD PIC X(100) VALUE SPACES.
01 WS-FOLDER-LEN PIC 9(4) COMP VALUE 0.
01 WS-RETENTION-DAYS PIC 9(4) VALUE 0.
*> The folder's current encryption setting decides how the merged
*> archive is written -- it is a new archive taken tonight, so it is
*> taken the way the card says archives are taken now.
01 WS-ENCRYPT-FLAG PIC X VALUE "N".
    88 WS-ENCRYPT-REQUESTED VALUE "Y".
01 WS-KEY-ID PIC X(16) VALUE SPACES.
01 WS-KEY-ENV-NAME PIC X(24) VALUE SPACES.
01 WS-CHECK-KEY-ID PIC X(16) VALUE SPACES.
01 WS-CRYPT-OPTION PIC X(32) VALUE SPACES.
01 WS-KEY-SWITCH PIC X VALUE "Y".
    88 WS-KEY-OK VALUE "Y".
    88 WS-KEY-MISSING VALUE "N".
*> The folder's current chain: the newest active full baseline and
*> every active incremental cataloged after it, replayed oldest
*> first by repeated minimum-selection, the same way ZIPRESTORE
*> replays a point-in-time request.
01 WS-FULL-SWITCH PIC X VALUE "N".
    88 WS-FULL-FOUND VALUE "Y".
01 WS-FULL-PATH PIC X(200) VALUE SPACES.
*> Where each link's bytes are read from: the catalog path, or the
*> tier path for an archive ZIPTIER has moved to the cold tier. The
*> baseline keeps its catalog path as well, because the merged
*> archive is written to the baseline's destination directory.
01 WS-FULL-READ-PATH PIC X(200) VALUE SPACES.
01 WS-FULL-TIMESTAMP PIC X(14) VALUE SPACES.
01 WS-FULL-CHECKSUM PIC X(32) VALUE SPACES.
01 WS-FULL-ENCRYPT PIC X VALUE "N".
01 WS-FULL-KEY-ID PIC X(16) VALUE SPACES.
01 WS-FULL-BYTES PIC 9(15) VALUE 0.
01 WS-FULL-RETENTION PIC 9(4) VALUE 0.
01 WS-FULL-DATE PIC 9(8) VALUE 0.
01 WS-APPLIED-TIMESTAMP PIC X(14) VALUE SPACES.
01 WS-NEWEST-TIMESTAMP PIC X(14) VALUE SPACES.
01 WS-CHAIN-USED PIC 9(3) VALUE 0.
01 WS-CHAIN-MAX PIC 9(3) VALUE 200.
01 WS-CHAIN-IX PIC 9(3) VALUE 0.
01 WS-SELECTED-IX PIC 9(3) VALUE 0.
01 WS-CHAIN-LINKS PIC 9(3) VALUE 0.
01 WS-CHAIN-AGE-DAYS PIC 9(5) VALUE 0.
01 WS-CHAIN-OVERFLOW-SWITCH PIC X VALUE "N".
    88 WS-CHAIN-OVERFLOW VALUE "Y".
01 WS-CHAIN-TABLE.
    05 WS-CHAIN-ENTRY OCCURS 200 TIMES.
        10 WS-CE-PATH PIC X(200).
        10 WS-CE-TIMESTAMP PIC X(14).
        10 WS-CE-CHECKSUM PIC X(32).
        10 WS-CE-ENCRYPT PIC X.
        10 WS-CE-KEY-ID PIC X(16).
        10 WS-CE-BYTES PIC 9(15).
*> The element being replayed into the work area.
01 WS-ARCHIVE-PATH PIC X(200) VALUE SPACES.
01 WS-ARCHIVE-CHECKSUM PIC X(32) VALUE SPACES.
01 WS-ARCHIVE-ENCRYPT PIC X VALUE "N".
    88 WS-ARCHIVE-ENCRYPTED VALUE "Y".
01 WS-ARCHIVE-KEY-ID PIC X(16) VALUE SPACES.
01 WS-DISK-CHECKSUM PIC X(32) VALUE SPACES.
01 WS-ELEMENT-SWITCH PIC X VALUE "Y".
    88 WS-ELEMENT-OK VALUE "Y".
    88 WS-ELEMENT-FAILED VALUE "N".
01 WS-STEP-RC PIC S9(9) VALUE 0.
*> The merged archive.
01 WS-SYNTH-PATH PIC X(200) VALUE SPACES.
01 WS-STAGING-PATH PIC X(200) VALUE SPACES.
01 WS-DEST-DIR PIC X(200) VALUE SPACES.
01 WS-CHECKSUM-BEFORE PIC X(32) VALUE SPACES.
01 WS-CHECKSUM-AFTER PIC X(32) VALUE SPACES.
01 WS-SYNTH-BYTES PIC 9(15) VALUE 0.
01 WS-CHAIN-BYTES PIC 9(15) VALUE 0.
01 WS-BYTES-DELTA PIC S9(15) VALUE 0.
01 WS-OUTCOME PIC X(8) VALUE SPACES.
*> Path-splitting scratch shared by every caller of 5000-SPLIT-PATH.
01 WS-SCAN-PATH PIC X(200) VALUE SPACES.
01 WS-SCAN-DIR PIC X(200) VALUE SPACES.
01 WS-SCAN-BASE PIC X(200) VALUE SPACES.
01 WS-SCAN-LEN PIC 9(4) COMP VALUE 0.
01 WS-SCAN-IX PIC 9(4) COMP VALUE 0.
01 WS-SLASH-POS PIC 9(4) COMP VALUE 0.
*> Member-listing scratch, parsed exactly as ZIPANDMOVE parses it.
01 WS-MEMBER-LINE PIC X(300) VALUE SPACES.
01 WS-MEMBER-SIZE-X PIC X(20) VALUE SPACES.
01 WS-MEMBER-DATE-X PIC X(10) VALUE SPACES.
01 WS-MEMBER-TIME-X PIC X(10) VALUE SPACES.
01 WS-MEMBER-NAME PIC X(250) VALUE SPACES.
01 WS-MEMBER-PTR PIC 9(4) COMP VALUE 0.
01 WS-MEMBER-LEN PIC 9(4) COMP VALUE 0.
01 WS-MEMBER-COUNT PIC 9(7) VALUE 0.
01 WS-ALERT-STEP PIC X(10) VALUE SPACES.
01 WS-ALERT-RC PIC S9(9) VALUE 0.
*> Run totals.
01 WS-FOLDERS-EXAMINED PIC 9(5) VALUE 0.
01 WS-FOLDERS-CONSOLIDATED PIC 9(5) VALUE 0.
01 WS-FOLDERS-FAILED PIC 9(5) VALUE 0.
01 WS-FOLDERS-WITHIN PIC 9(5) VALUE 0.
01 WS-TOTAL-CHAIN-BYTES PIC 9(15) VALUE 0.
01 WS-TOTAL-SYNTH-BYTES PIC 9(15) VALUE 0.
01 WS-TOTAL-DELTA PIC S9(15) VALUE 0.
01 WS-COUNT-DISPLAY PIC ZZZZ9.
01 WS-LINKS-DISPLAY PIC ZZ9.
01 WS-AGE-DISPLAY PIC ZZZZ9.
01 WS-BYTES-DISPLAY PIC Z(14)9.
01 WS-BYTES-DISPLAY-2 PIC Z(14)9.
01 WS-DELTA-DISPLAY PIC +Z(14)9.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
*> Synthetic-full consolidation for incrementally archived folders.
*> A CF-ARCHIVE-MODE "I" folder keeps layering INCR archives on one
*> old full baseline; every link lengthens a point-in-time restore,
*> one bad link breaks it, and the baseline can never be let go while
*> incrementals depend on it. Once a folder's chain passes the length
*> or age threshold, the chain is replayed -- verified link by link
*> against CAT-CHECKSUM, exactly as ZIPRESTORE would replay it -- into
*> a work area and zipped back up as one new full archive in the same
*> destination directory. The new archive is checksummed across its
*> move, manifested, and cataloged as a FULL dated as of the newest
*> increment it absorbed, so every restore from that moment on starts
*> from it and the old links simply age out under normal retention.
*> Nothing existing is modified or removed.
    MOVE WS-WORK-DIR TO WS-ENV-HOLD
    ACCEPT WS-WORK-DIR FROM ENVIRONMENT "ZIPSYNWORK"
    IF WS-WORK-DIR = SPACES
        MOVE WS-ENV-HOLD TO WS-WORK-DIR
    END-IF

    MOVE WS-CHECKSUM-FILE-PATH TO WS-ENV-HOLD
    ACCEPT WS-CHECKSUM-FILE-PATH FROM ENVIRONMENT "ZIPSYNCKSM"
    IF WS-CHECKSUM-FILE-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-CHECKSUM-FILE-PATH
    END-IF

    MOVE WS-FILE-SIZE-PATH TO WS-ENV-HOLD
    ACCEPT WS-FILE-SIZE-PATH FROM ENVIRONMENT "ZIPSYNSIZE"
    IF WS-FILE-SIZE-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-FILE-SIZE-PATH
    END-IF

    MOVE WS-MEMBER-LIST-PATH TO WS-ENV-HOLD
    ACCEPT WS-MEMBER-LIST-PATH FROM ENVIRONMENT "ZIPSYNLIST"
    IF WS-MEMBER-LIST-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-MEMBER-LIST-PATH
    END-IF

    PERFORM 0100-READ-PARM
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "Consolidation report open failed, status "
            WS-REPORT-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1000-WRITE-HEADING

    OPEN I-O CATALOG-FILE
    IF WS-CATALOG-FILE-STATUS NOT = "00"
        DISPLAY "Archive catalog not available, status "
            WS-CATALOG-FILE-STATUS
        MOVE "(ARCHIVE CATALOG NOT AVAILABLE)" TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        CLOSE REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN EXTEND MANIFEST-FILE
    IF WS-MANIFEST-FILE-STATUS NOT = "00"
        OPEN OUTPUT MANIFEST-FILE
    END-IF
    OPEN EXTEND ALERT-FILE
    IF WS-ALERT-FILE-STATUS NOT = "00"
        OPEN OUTPUT ALERT-FILE
    END-IF

    OPEN INPUT CONTROL-FILE
    IF WS-CONTROL-FILE-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ CONTROL-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF CF-MODE-INCREMENTAL
                            AND CF-FOLDER-PATH NOT = SPACES
                        PERFORM 2000-CONSIDER-FOLDER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONTROL-FILE
    ELSE
        DISPLAY "PARM card not found, status "
            WS-CONTROL-FILE-STATUS
        MOVE "(NO CONTROL FILE)" TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF

    PERFORM 7000-WRITE-TRAILER
    CLOSE CATALOG-FILE
    CLOSE MANIFEST-FILE
    CLOSE ALERT-FILE
    CLOSE REPORT-FILE
    DISPLAY "Incremental folders examined: " WS-FOLDERS-EXAMINED
    DISPLAY "Chains consolidated:          " WS-FOLDERS-CONSOLIDATED
    DISPLAY "Consolidations failed:        " WS-FOLDERS-FAILED
    IF WS-FOLDERS-FAILED > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

0100-READ-PARM.
    OPEN INPUT SYNTH-PARM-FILE
    IF WS-SYNTH-PARM-STATUS = "00"
        READ SYNTH-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF SP-MAX-LINKS IS NUMERIC
                        AND SP-MAX-LINKS > "001"
                    MOVE SP-MAX-LINKS TO WS-MAX-LINKS
                END-IF
                IF SP-MAX-AGE-DAYS IS NUMERIC
                        AND SP-MAX-AGE-DAYS > "0000"
                    MOVE SP-MAX-AGE-DAYS TO WS-MAX-AGE-DAYS
                END-IF
        END-READ
        CLOSE SYNTH-PARM-FILE
    END-IF.

1000-WRITE-HEADING.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE SPACES TO REPORT-LINE
    STRING "SYNTHETIC FULL CONSOLIDATION REPORT " WS-CURRENT-DATE " "
        WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-MAX-LINKS TO WS-LINKS-DISPLAY
    MOVE WS-MAX-AGE-DAYS TO WS-AGE-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "THRESHOLDS: MORE THAN " FUNCTION TRIM(WS-LINKS-DISPLAY)
        " LINKS OR BASELINE OLDER THAN "
        FUNCTION TRIM(WS-AGE-DISPLAY) " DAYS"
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "OUTCOME  LINKS-BEFORE LINKS-AFTER AGE-DAYS "
        "   BYTES-BEFORE     BYTES-AFTER  BYTES-SAVED(-)/ADDED(+)"
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

2000-CONSIDER-FOLDER.
*> The folder text is normalized the way ZIPANDMOVE normalizes it
*> before cataloging, so the catalog folder compare cannot miss on a
*> trailing "/". A folder with no full baseline has nothing to
*> consolidate onto (ZIPANDMOVE takes a full on its first run), and
*> one with no incrementals since its newest full is already a chain
*> of one.
    ADD 1 TO WS-FOLDERS-EXAMINED
    MOVE SPACES TO WS-ARCHIVE-PATH
    MOVE CF-FOLDER-PATH TO WS-FOLDER-PATH
    PERFORM 2050-NORMALIZE-FOLDER-PATH
    MOVE CF-ENCRYPT-FLAG TO WS-ENCRYPT-FLAG
    MOVE CF-KEY-ID TO WS-KEY-ID
    MOVE 0 TO WS-RETENTION-DAYS
    IF CF-RETENTION-DAYS IS NUMERIC
        MOVE CF-RETENTION-DAYS TO WS-RETENTION-DAYS
    END-IF
    PERFORM 2100-BUILD-CHAIN
    IF WS-CHAIN-OVERFLOW
        DISPLAY "More incrementals than the chain table holds - "
            "not consolidated: " FUNCTION TRIM(WS-FOLDER-PATH)
        MOVE "CHAINBIG" TO WS-OUTCOME
        ADD 1 TO WS-FOLDERS-FAILED
        MOVE "SYNTH" TO WS-ALERT-STEP
        MOVE 95 TO WS-ALERT-RC
        PERFORM 8100-WRITE-ALERT-RECORD
        PERFORM 6000-REPORT-FOLDER
    ELSE
        IF NOT WS-FULL-FOUND OR WS-CHAIN-LINKS < 2
            ADD 1 TO WS-FOLDERS-WITHIN
        ELSE
            IF WS-CHAIN-LINKS > WS-MAX-LINKS
                    OR WS-CHAIN-AGE-DAYS > WS-MAX-AGE-DAYS
                PERFORM 3000-CONSOLIDATE-CHAIN
                PERFORM 6000-REPORT-FOLDER
            ELSE
                ADD 1 TO WS-FOLDERS-WITHIN
            END-IF
        END-IF
    END-IF.

2050-NORMALIZE-FOLDER-PATH.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FOLDER-PATH))
        TO WS-FOLDER-LEN
    PERFORM UNTIL WS-FOLDER-LEN < 2
            OR WS-FOLDER-PATH(WS-FOLDER-LEN:1) NOT = "/"
        SUBTRACT 1 FROM WS-FOLDER-LEN
    END-PERFORM
    MOVE WS-FOLDER-PATH TO WS-FOLDER-HOLD
    MOVE SPACES TO WS-FOLDER-PATH
    MOVE WS-FOLDER-HOLD(1:WS-FOLDER-LEN) TO WS-FOLDER-PATH.

2100-BUILD-CHAIN.
*> One catalog browse: the newest active full (records from before
*> the mode column read as full, as they do everywhere), plus every
*> active incremental, whose timestamps are later compared against
*> the baseline's -- incrementals at or before it are already inside
*> it and are not links of the current chain.
    MOVE "N" TO WS-FULL-SWITCH
    MOVE "N" TO WS-CHAIN-OVERFLOW-SWITCH
    MOVE 0 TO WS-CHAIN-USED
    MOVE 0 TO WS-CHAIN-LINKS
    MOVE 0 TO WS-CHAIN-AGE-DAYS
    MOVE 0 TO WS-CHAIN-BYTES
    MOVE 0 TO WS-SYNTH-BYTES
    MOVE SPACES TO WS-NEWEST-TIMESTAMP
    MOVE SPACES TO WS-SYNTH-PATH
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
                IF CAT-ACTIVE
                        AND CAT-ARCHIVE-PATH NOT = SPACES
                        AND FUNCTION TRIM(CAT-FOLDER-PATH)
                        = FUNCTION TRIM(WS-FOLDER-PATH)
                    PERFORM 2150-COLLECT-CHAIN-RECORD
                END-IF
        END-READ
    END-PERFORM
    IF WS-FULL-FOUND
        MOVE 1 TO WS-CHAIN-LINKS
        MOVE WS-FULL-BYTES TO WS-CHAIN-BYTES
        MOVE WS-FULL-TIMESTAMP TO WS-NEWEST-TIMESTAMP
        PERFORM VARYING WS-CHAIN-IX FROM 1 BY 1
                UNTIL WS-CHAIN-IX > WS-CHAIN-USED
            IF WS-CE-TIMESTAMP(WS-CHAIN-IX) > WS-FULL-TIMESTAMP
                ADD 1 TO WS-CHAIN-LINKS
                ADD WS-CE-BYTES(WS-CHAIN-IX) TO WS-CHAIN-BYTES
                IF WS-CE-TIMESTAMP(WS-CHAIN-IX) > WS-NEWEST-TIMESTAMP
                    MOVE WS-CE-TIMESTAMP(WS-CHAIN-IX)
                        TO WS-NEWEST-TIMESTAMP
                END-IF
            END-IF
        END-PERFORM
        MOVE WS-FULL-TIMESTAMP(1:8) TO WS-FULL-DATE
        IF WS-FULL-DATE > 16010100
                AND WS-FULL-DATE < WS-RUN-DATE
            COMPUTE WS-CHAIN-AGE-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-FULL-DATE)
        END-IF
    END-IF.

2150-COLLECT-CHAIN-RECORD.
    IF CAT-MODE-INCR
        IF WS-CHAIN-USED < WS-CHAIN-MAX
            ADD 1 TO WS-CHAIN-USED
            IF CAT-TIER-COLD
                MOVE CAT-TIER-PATH TO WS-CE-PATH(WS-CHAIN-USED)
            ELSE
                MOVE CAT-ARCHIVE-PATH TO WS-CE-PATH(WS-CHAIN-USED)
            END-IF
            MOVE CAT-TIMESTAMP TO WS-CE-TIMESTAMP(WS-CHAIN-USED)
            MOVE CAT-CHECKSUM TO WS-CE-CHECKSUM(WS-CHAIN-USED)
            MOVE CAT-ENCRYPT-FLAG TO WS-CE-ENCRYPT(WS-CHAIN-USED)
            MOVE CAT-KEY-ID TO WS-CE-KEY-ID(WS-CHAIN-USED)
            MOVE CAT-BYTE-SIZE TO WS-CE-BYTES(WS-CHAIN-USED)
        ELSE
            SET WS-CHAIN-OVERFLOW TO TRUE
        END-IF
    ELSE
        IF NOT WS-FULL-FOUND
                OR CAT-TIMESTAMP > WS-FULL-TIMESTAMP
            SET WS-FULL-FOUND TO TRUE
            MOVE CAT-ARCHIVE-PATH TO WS-FULL-PATH
            IF CAT-TIER-COLD
                MOVE CAT-TIER-PATH TO WS-FULL-READ-PATH
            ELSE
                MOVE CAT-ARCHIVE-PATH TO WS-FULL-READ-PATH
            END-IF
            MOVE CAT-TIMESTAMP TO WS-FULL-TIMESTAMP
            MOVE CAT-CHECKSUM TO WS-FULL-CHECKSUM
            MOVE CAT-ENCRYPT-FLAG TO WS-FULL-ENCRYPT
            MOVE CAT-KEY-ID TO WS-FULL-KEY-ID
            MOVE CAT-BYTE-SIZE TO WS-FULL-BYTES
            MOVE CAT-RETENTION-DAYS TO WS-FULL-RETENTION
        END-IF
    END-IF.

2200-SELECT-NEXT-INCREMENT.
*> The collected incremental with the smallest timestamp later than
*> whatever was applied last; zero means the chain is exhausted.
    MOVE 0 TO WS-SELECTED-IX
    PERFORM VARYING WS-CHAIN-IX FROM 1 BY 1
            UNTIL WS-CHAIN-IX > WS-CHAIN-USED
        IF WS-CE-TIMESTAMP(WS-CHAIN-IX) > WS-APPLIED-TIMESTAMP
            IF WS-SELECTED-IX = 0
                    OR WS-CE-TIMESTAMP(WS-CHAIN-IX)
                    < WS-CE-TIMESTAMP(WS-SELECTED-IX)
                MOVE WS-CHAIN-IX TO WS-SELECTED-IX
            END-IF
        END-IF
    END-PERFORM.

3000-CONSOLIDATE-CHAIN.
*> Replays the chain into an emptied work area -- baseline first,
*> then each incremental in timestamp order with unzip -o so the
*> later layer wins, the rule the incrementals were taken under --
*> and stops at the first link that fails its checksum, its key
*> check or its unzip: a merged archive built over a bad link would
*> be a folder state that never existed. The work area then holds
*> exactly what a point-in-time restore to the newest increment
*> produces, and that is what gets zipped.
    SET WS-ELEMENT-OK TO TRUE
    MOVE SPACES TO WS-OUTCOME
    MOVE "SYNTH" TO WS-ALERT-STEP
    IF WS-ENCRYPT-REQUESTED
        MOVE WS-KEY-ID TO WS-CHECK-KEY-ID
        PERFORM 3150-CHECK-KEY-PRESENT
        IF WS-KEY-MISSING
            DISPLAY "Key " FUNCTION TRIM(WS-KEY-ID)
                " not present - cannot write the merged archive for "
                FUNCTION TRIM(WS-FOLDER-PATH)
            MOVE "NOKEY" TO WS-OUTCOME
            MOVE "SYNKEY" TO WS-ALERT-STEP
            MOVE 96 TO WS-ALERT-RC
            SET WS-ELEMENT-FAILED TO TRUE
        END-IF
    END-IF

    IF WS-ELEMENT-OK
        MOVE SPACES TO COMMAND
        STRING "rm -rf '" FUNCTION TRIM(WS-WORK-DIR) "' && mkdir -p '"
            FUNCTION TRIM(WS-WORK-DIR) "'" INTO COMMAND
        CALL "SYSTEM" USING COMMAND
        IF RETURN-CODE NOT = 0
            DISPLAY "Work area could not be prepared: "
                FUNCTION TRIM(WS-WORK-DIR)
            MOVE "WORKDIR" TO WS-OUTCOME
            MOVE RETURN-CODE TO WS-ALERT-RC
            SET WS-ELEMENT-FAILED TO TRUE
        END-IF
    END-IF

    IF WS-ELEMENT-OK
        MOVE WS-FULL-READ-PATH TO WS-ARCHIVE-PATH
        MOVE WS-FULL-CHECKSUM TO WS-ARCHIVE-CHECKSUM
        MOVE WS-FULL-ENCRYPT TO WS-ARCHIVE-ENCRYPT
        MOVE WS-FULL-KEY-ID TO WS-ARCHIVE-KEY-ID
        PERFORM 3100-APPLY-ONE-LINK
        MOVE WS-FULL-TIMESTAMP TO WS-APPLIED-TIMESTAMP
        PERFORM 2200-SELECT-NEXT-INCREMENT
        PERFORM UNTIL WS-SELECTED-IX = 0
                OR WS-ELEMENT-FAILED
            MOVE WS-CE-PATH(WS-SELECTED-IX) TO WS-ARCHIVE-PATH
            MOVE WS-CE-CHECKSUM(WS-SELECTED-IX)
                TO WS-ARCHIVE-CHECKSUM
            MOVE WS-CE-ENCRYPT(WS-SELECTED-IX)
                TO WS-ARCHIVE-ENCRYPT
            MOVE WS-CE-KEY-ID(WS-SELECTED-IX) TO WS-ARCHIVE-KEY-ID
            PERFORM 3100-APPLY-ONE-LINK
            MOVE WS-CE-TIMESTAMP(WS-SELECTED-IX)
                TO WS-APPLIED-TIMESTAMP
            PERFORM 2200-SELECT-NEXT-INCREMENT
        END-PERFORM
    END-IF

    IF WS-ELEMENT-OK
        PERFORM 3300-BUILD-MERGED-ARCHIVE
    END-IF

    IF WS-ELEMENT-OK
        PERFORM 3500-WRITE-MANIFEST
        PERFORM 3600-WRITE-CATALOG-RECORD
    END-IF

    IF WS-ELEMENT-OK
        MOVE "CONSOL" TO WS-OUTCOME
        ADD 1 TO WS-FOLDERS-CONSOLIDATED
        ADD WS-CHAIN-BYTES TO WS-TOTAL-CHAIN-BYTES
        ADD WS-SYNTH-BYTES TO WS-TOTAL-SYNTH-BYTES
        DISPLAY "Chain consolidated: " FUNCTION TRIM(WS-FOLDER-PATH)
            " -> " FUNCTION TRIM(WS-SYNTH-PATH)
    ELSE
        ADD 1 TO WS-FOLDERS-FAILED
        PERFORM 8100-WRITE-ALERT-RECORD
    END-IF

    MOVE SPACES TO COMMAND
    STRING "rm -rf '" FUNCTION TRIM(WS-WORK-DIR) "'" INTO COMMAND
    CALL "SYSTEM" USING COMMAND.

3100-APPLY-ONE-LINK.
*> Same proof ZIPRESTORE demands before it unpacks anything: the bytes
*> on disk must still match the checksum captured at move time, and
*> an encrypted link must have its key present.
    PERFORM 3200-CHECKSUM-ARCHIVE
    IF WS-DISK-CHECKSUM NOT = WS-ARCHIVE-CHECKSUM
            OR WS-DISK-CHECKSUM = SPACES
        DISPLAY "Checksum mismatch - chain link not trusted: "
            FUNCTION TRIM(WS-ARCHIVE-PATH)
        MOVE "CHECKSUM" TO WS-OUTCOME
        MOVE 98 TO WS-ALERT-RC
        SET WS-ELEMENT-FAILED TO TRUE
    ELSE
        MOVE SPACES TO WS-CRYPT-OPTION
        SET WS-KEY-OK TO TRUE
        IF WS-ARCHIVE-ENCRYPTED
            MOVE WS-ARCHIVE-KEY-ID TO WS-CHECK-KEY-ID
            PERFORM 3150-CHECK-KEY-PRESENT
            STRING "-P ""$" FUNCTION TRIM(WS-KEY-ENV-NAME) """"
                INTO WS-CRYPT-OPTION
        END-IF
        IF WS-KEY-MISSING
            DISPLAY "Key " FUNCTION TRIM(WS-ARCHIVE-KEY-ID)
                " not present - cannot unpack chain link "
                FUNCTION TRIM(WS-ARCHIVE-PATH)
            MOVE "NOKEY" TO WS-OUTCOME
            MOVE "SYNKEY" TO WS-ALERT-STEP
            MOVE 96 TO WS-ALERT-RC
            SET WS-ELEMENT-FAILED TO TRUE
        ELSE
            MOVE SPACES TO COMMAND
            STRING "unzip -o -qq " FUNCTION TRIM(WS-CRYPT-OPTION)
                " '" FUNCTION TRIM(WS-ARCHIVE-PATH)
                "' -d '" FUNCTION TRIM(WS-WORK-DIR) "'"
                INTO COMMAND
            CALL "SYSTEM" USING COMMAND
            MOVE RETURN-CODE TO WS-STEP-RC
            IF WS-STEP-RC NOT = 0
                DISPLAY "Chain link failed to unpack (rc "
                    WS-STEP-RC "): " FUNCTION TRIM(WS-ARCHIVE-PATH)
                MOVE "UNZIPERR" TO WS-OUTCOME
                MOVE WS-STEP-RC TO WS-ALERT-RC
                SET WS-ELEMENT-FAILED TO TRUE
            END-IF
        END-IF
    END-IF.

3150-CHECK-KEY-PRESENT.
    SET WS-KEY-OK TO TRUE
    MOVE SPACES TO WS-KEY-ENV-NAME
    STRING "ZIPKEY_" FUNCTION TRIM(WS-CHECK-KEY-ID)
        INTO WS-KEY-ENV-NAME
    MOVE SPACES TO COMMAND
    STRING "[ -n ""$" FUNCTION TRIM(WS-KEY-ENV-NAME) """ ]"
        INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    IF RETURN-CODE NOT = 0
        SET WS-KEY-MISSING TO TRUE
    END-IF.

3200-CHECKSUM-ARCHIVE.
    MOVE SPACES TO COMMAND
    STRING "md5sum '" FUNCTION TRIM(WS-ARCHIVE-PATH)
        "' | cut -d ' ' -f1 > " FUNCTION TRIM(WS-CHECKSUM-FILE-PATH)
        INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    PERFORM 3250-READ-CHECKSUM-FILE
    MOVE CHECKSUM-RECORD TO WS-DISK-CHECKSUM.

3250-READ-CHECKSUM-FILE.
    OPEN INPUT CHECKSUM-FILE
    IF WS-CHECKSUM-FILE-STATUS = "00"
        READ CHECKSUM-FILE
            AT END
                MOVE SPACES TO CHECKSUM-RECORD
        END-READ
        CLOSE CHECKSUM-FILE
    ELSE
        MOVE SPACES TO CHECKSUM-RECORD
    END-IF.

3300-BUILD-MERGED-ARCHIVE.
*> The merged archive goes in the baseline's destination directory
*> under the folder's basename, the newest increment's timestamp and
*> a "-SYN" tag -- the tag keeps it from ever colliding with the
*> increment of the same second, and tells anyone listing the
*> directory what it is. It is written to a ".part" staging name and
*> published with mv, checksummed either side of the move, exactly as
*> ZIPANDMOVE publishes its own archives.
    MOVE WS-FULL-PATH TO WS-SCAN-PATH
    PERFORM 5000-SPLIT-PATH
    MOVE WS-SCAN-DIR TO WS-DEST-DIR
    MOVE WS-FOLDER-PATH TO WS-SCAN-PATH
    PERFORM 5000-SPLIT-PATH
    MOVE SPACES TO WS-SYNTH-PATH
    STRING FUNCTION TRIM(WS-DEST-DIR) "/" FUNCTION TRIM(WS-SCAN-BASE)
        "-" WS-NEWEST-TIMESTAMP "-SYN.zip"
        DELIMITED BY SIZE INTO WS-SYNTH-PATH
    MOVE SPACES TO WS-STAGING-PATH
    STRING FUNCTION TRIM(WS-SYNTH-PATH) ".part"
        DELIMITED BY SIZE INTO WS-STAGING-PATH

    MOVE SPACES TO WS-CRYPT-OPTION
    IF WS-ENCRYPT-REQUESTED
        MOVE WS-KEY-ID TO WS-CHECK-KEY-ID
        PERFORM 3150-CHECK-KEY-PRESENT
        STRING "-P ""$" FUNCTION TRIM(WS-KEY-ENV-NAME) """"
            INTO WS-CRYPT-OPTION
    END-IF
    MOVE SPACES TO COMMAND
    STRING "rm -f '" FUNCTION TRIM(WS-STAGING-PATH) "' && cd '"
        FUNCTION TRIM(WS-WORK-DIR) "' && zip -r -q "
        FUNCTION TRIM(WS-CRYPT-OPTION) " '"
        FUNCTION TRIM(WS-STAGING-PATH) "' ." INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    MOVE RETURN-CODE TO WS-STEP-RC
    IF WS-STEP-RC NOT = 0
        DISPLAY "Merged archive could not be created (rc "
            WS-STEP-RC "): " FUNCTION TRIM(WS-STAGING-PATH)
        MOVE "ZIPERR" TO WS-OUTCOME
        MOVE WS-STEP-RC TO WS-ALERT-RC
        SET WS-ELEMENT-FAILED TO TRUE
    ELSE
        MOVE WS-STAGING-PATH TO WS-ARCHIVE-PATH
        PERFORM 3200-CHECKSUM-ARCHIVE
        MOVE WS-DISK-CHECKSUM TO WS-CHECKSUM-BEFORE
        MOVE SPACES TO COMMAND
        STRING "mv '" FUNCTION TRIM(WS-STAGING-PATH) "' '"
            FUNCTION TRIM(WS-SYNTH-PATH) "'" INTO COMMAND
        CALL "SYSTEM" USING COMMAND
        MOVE RETURN-CODE TO WS-STEP-RC
        IF WS-STEP-RC NOT = 0
            DISPLAY "Merged archive could not be published: "
                FUNCTION TRIM(WS-SYNTH-PATH)
            MOVE "MOVEERR" TO WS-OUTCOME
            MOVE WS-STEP-RC TO WS-ALERT-RC
            SET WS-ELEMENT-FAILED TO TRUE
        ELSE
            MOVE WS-SYNTH-PATH TO WS-ARCHIVE-PATH
            PERFORM 3200-CHECKSUM-ARCHIVE
            MOVE WS-DISK-CHECKSUM TO WS-CHECKSUM-AFTER
            IF WS-CHECKSUM-BEFORE NOT = WS-CHECKSUM-AFTER
                    OR WS-CHECKSUM-AFTER = SPACES
                DISPLAY "Checksum verification failed after move - "
                    "merged archive not cataloged: "
                    FUNCTION TRIM(WS-SYNTH-PATH)
                MOVE "CHECKSUM" TO WS-OUTCOME
                MOVE 98 TO WS-ALERT-RC
                SET WS-ELEMENT-FAILED TO TRUE
            ELSE
                PERFORM 3400-CAPTURE-ARCHIVE-SIZE
            END-IF
        END-IF
    END-IF.

3400-CAPTURE-ARCHIVE-SIZE.
    MOVE SPACES TO COMMAND
    STRING "stat -c%s '" FUNCTION TRIM(WS-SYNTH-PATH) "' > "
        FUNCTION TRIM(WS-FILE-SIZE-PATH) INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    MOVE 0 TO WS-SYNTH-BYTES
    OPEN INPUT FILE-SIZE-FILE
    IF WS-FILE-SIZE-FILE-STATUS = "00"
        READ FILE-SIZE-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(FILE-SIZE-RECORD))
                    TO WS-SYNTH-BYTES
        END-READ
        CLOSE FILE-SIZE-FILE
    END-IF.

3500-WRITE-MANIFEST.
*> The merged archive is manifested like any other, from the
*> published copy, so ZIPMANINQ and member-level restores find
*> members in it. A listing failure is alerted but does not undo the
*> consolidation: the archive is already safe and verified.
    MOVE 0 TO WS-MEMBER-COUNT
    MOVE SPACES TO COMMAND
    STRING "unzip -l -qq '" FUNCTION TRIM(WS-SYNTH-PATH) "' > "
        FUNCTION TRIM(WS-MEMBER-LIST-PATH) INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    IF RETURN-CODE NOT = 0
        DISPLAY "WARNING: could not list archive members for "
            FUNCTION TRIM(WS-SYNTH-PATH)
        MOVE "MANIFEST" TO WS-ALERT-STEP
        MOVE RETURN-CODE TO WS-ALERT-RC
        PERFORM 8100-WRITE-ALERT-RECORD
        MOVE "SYNTH" TO WS-ALERT-STEP
    ELSE
        MOVE "N" TO WS-MEMBER-EOF-SWITCH
        OPEN INPUT MEMBER-LIST-FILE
        IF WS-MEMBER-LIST-STATUS = "00"
            PERFORM UNTIL WS-MEMBER-EOF
                READ MEMBER-LIST-FILE
                    AT END
                        SET WS-MEMBER-EOF TO TRUE
                    NOT AT END
                        IF MEMBER-LIST-RECORD NOT = SPACES
                            PERFORM 3550-WRITE-MANIFEST-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MEMBER-LIST-FILE
        END-IF
    END-IF.

3550-WRITE-MANIFEST-RECORD.
*> "size date time name" per -qq listing line, parsed the way
*> ZIPANDMOVE's 2950 parses it: lead fields unstrung off a trimmed
*> line, the rest taken verbatim as the name, directory entries and
*> anything without a numeric size skipped.
    MOVE SPACES TO WS-MEMBER-SIZE-X
    MOVE SPACES TO WS-MEMBER-DATE-X
    MOVE SPACES TO WS-MEMBER-TIME-X
    MOVE SPACES TO WS-MEMBER-NAME
    MOVE FUNCTION TRIM(MEMBER-LIST-RECORD) TO WS-MEMBER-LINE
    MOVE 1 TO WS-MEMBER-PTR
    UNSTRING WS-MEMBER-LINE DELIMITED BY ALL SPACES
        INTO WS-MEMBER-SIZE-X WS-MEMBER-DATE-X WS-MEMBER-TIME-X
        WITH POINTER WS-MEMBER-PTR
    END-UNSTRING
    IF WS-MEMBER-PTR <= 250
        MOVE WS-MEMBER-LINE(WS-MEMBER-PTR:) TO WS-MEMBER-NAME
    END-IF
    IF WS-MEMBER-SIZE-X(1:1) IS NUMERIC
            AND WS-MEMBER-NAME NOT = SPACES
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MEMBER-NAME))
            TO WS-MEMBER-LEN
        IF WS-MEMBER-NAME(WS-MEMBER-LEN:1) NOT = "/"
            INITIALIZE MANIFEST-RECORD
            MOVE WS-SYNTH-PATH TO MAN-ARCHIVE-PATH
            COMPUTE MAN-MEMBER-SIZE =
                FUNCTION NUMVAL(WS-MEMBER-SIZE-X)
            MOVE WS-MEMBER-DATE-X TO MAN-MOD-DATE
            MOVE WS-MEMBER-NAME TO MAN-MEMBER-PATH
            WRITE MANIFEST-RECORD
            IF WS-MANIFEST-FILE-STATUS NOT = "00"
                DISPLAY "WARNING: manifest write failed, status "
                    WS-MANIFEST-FILE-STATUS " for "
                    FUNCTION TRIM(WS-MEMBER-NAME)
            ELSE
                ADD 1 TO WS-MEMBER-COUNT
            END-IF
        END-IF
    END-IF.

3600-WRITE-CATALOG-RECORD.
*> Cataloged as a FULL dated as of the newest increment it absorbed:
*> ZIPRESTORE's point-in-time search picks the newest full at or
*> before the date asked for and layers only later increments over
*> it, so from this moment every restore on or after that date starts
*> here. Retention is the folder's current setting, falling back to
*> the baseline's when the card carries none.
    INITIALIZE CATALOG-RECORD
    MOVE WS-SYNTH-PATH TO CAT-ARCHIVE-PATH
    MOVE WS-FOLDER-PATH TO CAT-FOLDER-PATH
    MOVE WS-NEWEST-TIMESTAMP TO CAT-TIMESTAMP
    MOVE WS-SYNTH-BYTES TO CAT-BYTE-SIZE
    MOVE WS-CHECKSUM-AFTER TO CAT-CHECKSUM
    IF WS-RETENTION-DAYS > 0
        MOVE WS-RETENTION-DAYS TO CAT-RETENTION-DAYS
    ELSE
        MOVE WS-FULL-RETENTION TO CAT-RETENTION-DAYS
    END-IF
    SET CAT-ACTIVE TO TRUE
    MOVE SPACES TO CAT-PURGE-TIMESTAMP
    IF WS-ENCRYPT-REQUESTED
        MOVE "Y" TO CAT-ENCRYPT-FLAG
        MOVE WS-KEY-ID TO CAT-KEY-ID
    ELSE
        MOVE "N" TO CAT-ENCRYPT-FLAG
        MOVE SPACES TO CAT-KEY-ID
    END-IF
    MOVE "FULL" TO CAT-MODE
    WRITE CATALOG-RECORD
        INVALID KEY
            REWRITE CATALOG-RECORD
    END-WRITE
    IF WS-CATALOG-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: catalog write failed, status "
            WS-CATALOG-FILE-STATUS " for "
            FUNCTION TRIM(WS-SYNTH-PATH)
        MOVE "CATALOG" TO WS-OUTCOME
        MOVE 97 TO WS-ALERT-RC
        SET WS-ELEMENT-FAILED TO TRUE
    END-IF.

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

6000-REPORT-FOLDER.
*> Links after is one when the merged full now heads the chain, and
*> unchanged when the consolidation did not happen. Bytes saved are
*> shown negative: the merged archive against the sum of the links it
*> replaces for restore purposes (the links stay on disk until their
*> own retention purges them).
    MOVE SPACES TO REPORT-LINE
    MOVE WS-OUTCOME TO REPORT-LINE(1:8)
    MOVE WS-CHAIN-LINKS TO WS-LINKS-DISPLAY
    MOVE WS-LINKS-DISPLAY TO REPORT-LINE(19:3)
    IF WS-OUTCOME = "CONSOL"
        MOVE 1 TO WS-LINKS-DISPLAY
    END-IF
    MOVE WS-LINKS-DISPLAY TO REPORT-LINE(31:3)
    MOVE WS-CHAIN-AGE-DAYS TO WS-AGE-DISPLAY
    MOVE WS-AGE-DISPLAY TO REPORT-LINE(37:5)
    MOVE WS-CHAIN-BYTES TO WS-BYTES-DISPLAY
    MOVE WS-BYTES-DISPLAY TO REPORT-LINE(43:15)
    IF WS-OUTCOME = "CONSOL"
        MOVE WS-SYNTH-BYTES TO WS-BYTES-DISPLAY-2
        MOVE WS-BYTES-DISPLAY-2 TO REPORT-LINE(59:15)
        COMPUTE WS-BYTES-DELTA = WS-SYNTH-BYTES - WS-CHAIN-BYTES
        MOVE WS-BYTES-DELTA TO WS-DELTA-DISPLAY
        MOVE WS-DELTA-DISPLAY TO REPORT-LINE(75:16)
    END-IF
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "    FOLDER " FUNCTION TRIM(WS-FOLDER-PATH)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    IF WS-OUTCOME = "CONSOL"
        MOVE SPACES TO REPORT-LINE
        STRING "    MERGED " FUNCTION TRIM(WS-SYNTH-PATH)
            INTO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    ELSE
        IF WS-ARCHIVE-PATH NOT = SPACES
            MOVE SPACES TO REPORT-LINE
            STRING "    STOPPED AT " FUNCTION TRIM(WS-ARCHIVE-PATH)
                INTO REPORT-LINE
            PERFORM 8000-WRITE-REPORT-LINE
        END-IF
    END-IF.

7000-WRITE-TRAILER.
    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-FOLDERS-EXAMINED TO WS-COUNT-DISPLAY
    STRING "INCREMENTAL FOLDERS EXAMINED: "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-FOLDERS-WITHIN TO WS-COUNT-DISPLAY
    STRING "WITHIN THRESHOLDS:            "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-FOLDERS-CONSOLIDATED TO WS-COUNT-DISPLAY
    STRING "CHAINS CONSOLIDATED:          "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-FOLDERS-FAILED TO WS-COUNT-DISPLAY
    STRING "CONSOLIDATIONS FAILED:        "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-TOTAL-CHAIN-BYTES TO WS-BYTES-DISPLAY
    MOVE WS-TOTAL-SYNTH-BYTES TO WS-BYTES-DISPLAY-2
    COMPUTE WS-TOTAL-DELTA =
        WS-TOTAL-SYNTH-BYTES - WS-TOTAL-CHAIN-BYTES
    MOVE WS-TOTAL-DELTA TO WS-DELTA-DISPLAY
    STRING "BYTES IN CONSOLIDATED CHAINS: "
        FUNCTION TRIM(WS-BYTES-DISPLAY)
        "  MERGED: " FUNCTION TRIM(WS-BYTES-DISPLAY-2)
        "  NET: " FUNCTION TRIM(WS-DELTA-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

8000-WRITE-REPORT-LINE.
    WRITE REPORT-LINE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: report write failed, status "
            WS-REPORT-FILE-STATUS
    END-IF.

8100-WRITE-ALERT-RECORD.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    INITIALIZE ALERT-RECORD
    STRING WS-CURRENT-DATE WS-TIME-HH WS-TIME-MM WS-TIME-SS
        INTO ALERT-TIMESTAMP
    MOVE WS-FOLDER-PATH TO ALERT-FOLDER-PATH
    MOVE WS-ALERT-STEP TO ALERT-STEP
    MOVE WS-ALERT-RC TO ALERT-RC
    WRITE ALERT-RECORD
    IF WS-ALERT-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: alert record write failed, status "
            WS-ALERT-FILE-STATUS
    END-IF.
