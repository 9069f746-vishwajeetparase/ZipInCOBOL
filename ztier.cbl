IDENTIFICATION DIVISION.
PROGRAM-ID. ZIPTIER.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
   SPECIAL-NAMES.
       CALL-CONVENTION IS STDCALL.
INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT TIER-PARM-FILE ASSIGN TO "TIERPARM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TIER-PARM-STATUS.

        SELECT CONTROL-FILE ASSIGN TO "PARMFILE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-FILE-STATUS.

        SELECT CATALOG-FILE ASSIGN TO "ZIPCATLG"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CAT-ARCHIVE-PATH
            FILE STATUS IS WS-CATALOG-FILE-STATUS.

        SELECT ALERT-FILE ASSIGN TO "ZIPALERT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALERT-FILE-STATUS.

        SELECT PURGE-FILE ASSIGN TO "ZIPPURGE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PURGE-FILE-STATUS.

        SELECT CHECKSUM-FILE ASSIGN TO "ZIPTIERCKSM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHECKSUM-FILE-STATUS.

        SELECT FREE-SPACE-FILE ASSIGN TO "ZIPTIERSIZE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FREE-SPACE-STATUS.

        SELECT REPORT-FILE ASSIGN TO "ZIPTIERRPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> One card naming the cold-tier directory, the same way REPLPARM
*> names the offsite directory.
FD  TIER-PARM-FILE.
01  TIER-PARM-RECORD.
    05 TL-COLD-DIR       PIC X(100).

FD  CONTROL-FILE.
COPY "zipctlrc".

FD  CATALOG-FILE.
COPY "zipcatrc".

FD  ALERT-FILE.
COPY "zipaltrc".

*> Same record ZIPANDMOVE writes for its destination purge, so the
*> purge history stays one file whichever tier an archive aged out of.
FD  PURGE-FILE.
01  PURGE-RECORD.
    05 PURGE-TIMESTAMP   PIC X(14).
    05 PURGE-SEP1        PIC X VALUE SPACE.
    05 PURGE-FILE-PATH   PIC X(200).
    05 PURGE-SEP2        PIC X VALUE SPACE.
    05 PURGE-RUN-ID      PIC X(22).

FD  CHECKSUM-FILE.
01  CHECKSUM-RECORD PIC X(32).

FD  FREE-SPACE-FILE.
01  FREE-SPACE-RECORD PIC X(20).

FD  REPORT-FILE.
01  REPORT-LINE PIC X(256).

WORKING-STORAGE SECTION.
01 COMMAND PIC X(480).
01 WS-ENV-HOLD PIC X(200) VALUE SPACES.
01 WS-TIER-PARM-STATUS PIC XX VALUE SPACES.
01 WS-CONTROL-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CATALOG-FILE-STATUS PIC XX VALUE SPACES.
01 WS-ALERT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-PURGE-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CHECKSUM-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CHECKSUM-FILE-PATH PIC X(200) VALUE "ZIPTIERCKSM".
01 WS-FREE-SPACE-STATUS PIC XX VALUE SPACES.
01 WS-FREE-SPACE-PATH PIC X(200) VALUE "ZIPTIERSIZE".
01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-EOF-SWITCH PIC X VALUE "N".
    88 WS-EOF VALUE "Y".
01 WS-CATALOG-EOF-SWITCH PIC X VALUE "N".
    88 WS-CATALOG-EOF VALUE "Y".
01 WS-COLD-DIR PIC X(100) VALUE SPACES.
01 WS-COLD-PATH PIC X(200) VALUE SPACES.
01 WS-COPY-CHECKSUM PIC X(32) VALUE SPACES.
01 WS-STEP-RC PIC S9(9) VALUE 0.
01 WS-OUTCOME PIC X(8) VALUE SPACES.
01 WS-OUTCOME-NOTE PIC X(60) VALUE SPACES.
01 WS-CURRENT-DATE PIC 9(8).
01 WS-CURRENT-TIME.
    05 WS-TIME-HH PIC 99.
    05 WS-TIME-MM PIC 99.
    05 WS-TIME-SS PIC 99.
    05 WS-TIME-HS PIC 99.
01 WS-RUN-DATE PIC 9(8) VALUE 0.
01 WS-STAMP PIC X(14) VALUE SPACES.
01 WS-CAT-DATE PIC 9(8) VALUE 0.
01 WS-AGE-DAYS PIC 9(5) VALUE 0.
01 WS-RETENTION-DAYS PIC 9(4) VALUE 0.
*> Tier age per folder from the deck, keyed on the folder text
*> normalized the way ZIPANDMOVE normalizes it before cataloging, so
*> the compare against CAT-FOLDER-PATH cannot miss on a trailing "/".
*> A folder with no card (retired since) or a zero age never tiers.
01 WS-FOLDER-USED PIC 9(3) VALUE 0.
01 WS-FOLDER-MAX PIC 9(3) VALUE 500.
01 WS-FOLDER-IX PIC 9(3) VALUE 0.
01 WS-FOLDER-FOUND-SWITCH PIC X VALUE "N".
    88 WS-FOLDER-FOUND VALUE "Y".
01 WS-FOLDER-TABLE.
    05 WS-FOLDER-ENTRY OCCURS 500 TIMES.
        10 WS-FT-FOLDER PIC X(100).
        10 WS-FT-TIER-AGE PIC 9(4).
01 WS-FOLDER-PATH PIC X(100) VALUE SPACES.
01 WS-FOLDER-HOLD PIC X(100) VALUE SPACES.
01 WS-FOLDER-LEN PIC 9(4) COMP VALUE 0.
01 WS-TIER-AGE-DAYS PIC 9(4) VALUE 0.
*> Path-splitting scratch shared by every caller of 5000-SPLIT-PATH.
01 WS-SCAN-PATH PIC X(200) VALUE SPACES.
01 WS-SCAN-DIR PIC X(200) VALUE SPACES.
01 WS-SCAN-BASE PIC X(200) VALUE SPACES.
01 WS-SCAN-LEN PIC 9(4) COMP VALUE 0.
01 WS-SCAN-IX PIC 9(4) COMP VALUE 0.
01 WS-SLASH-POS PIC 9(4) COMP VALUE 0.
01 WS-ALERT-STEP PIC X(10) VALUE SPACES.
01 WS-ALERT-RC PIC S9(9) VALUE 0.
01 WS-ALERT-FOLDER PIC X(100) VALUE SPACES.
*> Run totals, and what each tier holds once the run is over.
01 WS-EXAMINED-COUNT PIC 9(7) VALUE 0.
01 WS-TIERED-COUNT PIC 9(5) VALUE 0.
01 WS-TIERED-BYTES PIC 9(15) VALUE 0.
01 WS-RELEASED-BYTES PIC 9(15) VALUE 0.
01 WS-TIER-FAILED-COUNT PIC 9(5) VALUE 0.
01 WS-PURGED-COUNT PIC 9(5) VALUE 0.
01 WS-PURGED-BYTES PIC 9(15) VALUE 0.
01 WS-PURGE-HELD-COUNT PIC 9(5) VALUE 0.
01 WS-PURGE-FAILED-COUNT PIC 9(5) VALUE 0.
01 WS-PRIMARY-COUNT PIC 9(7) VALUE 0.
01 WS-PRIMARY-BYTES PIC 9(15) VALUE 0.
01 WS-COLD-COUNT PIC 9(7) VALUE 0.
01 WS-COLD-BYTES PIC 9(15) VALUE 0.
01 WS-FREE-BYTES PIC 9(15) VALUE 0.
01 WS-COUNT-DISPLAY PIC Z(6)9.
01 WS-AGE-DISPLAY PIC ZZZZ9.
01 WS-BYTES-DISPLAY PIC Z(14)9.
01 WS-BYTES-DISPLAY-2 PIC Z(14)9.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
*> Cold-tier migration. The destination directories ZIPANDMOVE fills
*> are the expensive disk, and most archives past a few months old
*> are never opened again. Every active catalog archive older than
*> its folder's tier age (FM-TIER-AGE-DAYS on the folder master,
*> carried on the deck card) is copied to the cold-tier directory on
*> the TIERPARM card, the copy is re-checksummed against CAT-CHECKSUM
*> -- the same proof ZIPREPLIC demands of an offsite copy -- and only
*> a verified copy is recorded on the catalog (tier, tier path, when)
*> before the destination copy is removed. The catalog path stays the
*> archive's key and identity; ZIPRESTORE, ZIPVERIFY, ZIPRECON,
*> ZIPREPLIC and ZIPSYNTH read a cold archive at its tier path.
*> ZIPANDMOVE's retention purge only looks in destination
*> directories, so this run also retires cold archives past their
*> CAT-RETENTION-DAYS, legal holds respected, into the same ZIPPURGE
*> history. The report closes with what each tier now holds.
    MOVE WS-CHECKSUM-FILE-PATH TO WS-ENV-HOLD
    ACCEPT WS-CHECKSUM-FILE-PATH FROM ENVIRONMENT "ZIPTIERCKSM"
    IF WS-CHECKSUM-FILE-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-CHECKSUM-FILE-PATH
    END-IF

    MOVE WS-FREE-SPACE-PATH TO WS-ENV-HOLD
    ACCEPT WS-FREE-SPACE-PATH FROM ENVIRONMENT "ZIPTIERSIZE"
    IF WS-FREE-SPACE-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-FREE-SPACE-PATH
    END-IF

    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

    PERFORM 1000-READ-PARM-CARD
    IF WS-COLD-DIR = SPACES
        DISPLAY "Tier parm card missing or blank - nothing to do."
        STOP RUN
    END-IF

    MOVE SPACES TO COMMAND
    STRING "mkdir -p '" FUNCTION TRIM(WS-COLD-DIR) "'"
        INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    IF RETURN-CODE NOT = 0
        DISPLAY "Cold-tier directory unreachable: "
            FUNCTION TRIM(WS-COLD-DIR)
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "Tier report open failed, status "
            WS-REPORT-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0100-WRITE-HEADING

    PERFORM 1100-LOAD-TIER-AGES

*> I-O: every move and every cold purge is recorded by rewriting the
*> archive's catalog record in place, and with no catalog there is
*> nothing to tier from.
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

    OPEN EXTEND ALERT-FILE
    IF WS-ALERT-FILE-STATUS NOT = "00"
        OPEN OUTPUT ALERT-FILE
    END-IF
    OPEN EXTEND PURGE-FILE
    IF WS-PURGE-FILE-STATUS NOT = "00"
        OPEN OUTPUT PURGE-FILE
    END-IF

    PERFORM 2000-WALK-CATALOG
    PERFORM 7000-WRITE-TRAILER

    CLOSE CATALOG-FILE
    CLOSE ALERT-FILE
    CLOSE PURGE-FILE
    CLOSE REPORT-FILE
    DISPLAY "Archives moved to cold tier: " WS-TIERED-COUNT
    DISPLAY "Moves failed:                " WS-TIER-FAILED-COUNT
    DISPLAY "Cold archives purged:        " WS-PURGED-COUNT
    DISPLAY "Cold purges failed:          " WS-PURGE-FAILED-COUNT
    IF WS-TIER-FAILED-COUNT > 0 OR WS-PURGE-FAILED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

0100-WRITE-HEADING.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE SPACES TO REPORT-LINE
    STRING "COLD TIER MIGRATION REPORT " WS-CURRENT-DATE " "
        WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "COLD TIER DIRECTORY: " FUNCTION TRIM(WS-COLD-DIR)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "ACTION   AGE-DAYS           BYTES  ARCHIVE"
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

1000-READ-PARM-CARD.
    OPEN INPUT TIER-PARM-FILE
    IF WS-TIER-PARM-STATUS = "00"
        READ TIER-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE TL-COLD-DIR TO WS-COLD-DIR
        END-READ
        CLOSE TIER-PARM-FILE
    END-IF.

1100-LOAD-TIER-AGES.
    OPEN INPUT CONTROL-FILE
    IF WS-CONTROL-FILE-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ CONTROL-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF CF-FOLDER-PATH NOT = SPACES
                            AND CF-TIER-AGE-DAYS IS NUMERIC
                            AND CF-TIER-AGE-DAYS > 0
                        PERFORM 1200-ADD-TIER-FOLDER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONTROL-FILE
    ELSE
        DISPLAY "PARM card not found, status "
            WS-CONTROL-FILE-STATUS
            " - nothing is old enough to tier."
    END-IF.

1200-ADD-TIER-FOLDER.
    MOVE CF-FOLDER-PATH TO WS-FOLDER-PATH
    PERFORM 1300-NORMALIZE-FOLDER-PATH
    IF WS-FOLDER-USED < WS-FOLDER-MAX
        ADD 1 TO WS-FOLDER-USED
        MOVE WS-FOLDER-PATH TO WS-FT-FOLDER(WS-FOLDER-USED)
        MOVE CF-TIER-AGE-DAYS TO WS-FT-TIER-AGE(WS-FOLDER-USED)
    ELSE
        DISPLAY "WARNING: more tiering folders than the table "
            "holds - " FUNCTION TRIM(WS-FOLDER-PATH)
            " stays on the primary tier."
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
                IF CAT-ACTIVE
                        AND CAT-ARCHIVE-PATH NOT = SPACES
                    ADD 1 TO WS-EXAMINED-COUNT
                    PERFORM 2100-COMPUTE-AGE
                    IF CAT-TIER-COLD
                        PERFORM 4000-CONSIDER-COLD-ARCHIVE
                    ELSE
                        PERFORM 3000-CONSIDER-PRIMARY-ARCHIVE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

2100-COMPUTE-AGE.
*> Age in whole days since the archive was taken (its catalog
*> timestamp, the same one embedded in its name). A record with an
*> unusable date reads as new and is left where it is.
    MOVE 0 TO WS-AGE-DAYS
    IF CAT-TIMESTAMP(1:8) IS NUMERIC
        MOVE CAT-TIMESTAMP(1:8) TO WS-CAT-DATE
        IF WS-CAT-DATE > 16010100
                AND WS-CAT-DATE < WS-RUN-DATE
            COMPUTE WS-AGE-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-CAT-DATE)
        END-IF
    END-IF.

3000-CONSIDER-PRIMARY-ARCHIVE.
    MOVE 0 TO WS-TIER-AGE-DAYS
    MOVE "N" TO WS-FOLDER-FOUND-SWITCH
    PERFORM VARYING WS-FOLDER-IX FROM 1 BY 1
            UNTIL WS-FOLDER-IX > WS-FOLDER-USED
            OR WS-FOLDER-FOUND
        IF WS-FT-FOLDER(WS-FOLDER-IX) = CAT-FOLDER-PATH
            SET WS-FOLDER-FOUND TO TRUE
            MOVE WS-FT-TIER-AGE(WS-FOLDER-IX) TO WS-TIER-AGE-DAYS
        END-IF
    END-PERFORM
    IF WS-TIER-AGE-DAYS > 0
            AND WS-AGE-DAYS > WS-TIER-AGE-DAYS
        PERFORM 3100-MOVE-TO-COLD-TIER
        PERFORM 6000-REPORT-ARCHIVE
    END-IF
    IF CAT-TIER-COLD
        ADD 1 TO WS-COLD-COUNT
        ADD CAT-BYTE-SIZE TO WS-COLD-BYTES
    ELSE
        ADD 1 TO WS-PRIMARY-COUNT
        ADD CAT-BYTE-SIZE TO WS-PRIMARY-BYTES
    END-IF.

3100-MOVE-TO-COLD-TIER.
*> Copy, prove, record, then remove -- in that order, so there is
*> never a moment when the catalog points at a copy nobody verified,
*> and never one when the only good copy has no catalog record
*> pointing at it. Cold-tier names are the catalog basenames, unique
*> already (folder basename, run timestamp, attempt counter), so one
*> flat directory cannot collide. A record with no move-time
*> checksum cannot be proved and is left on the primary tier.
    MOVE SPACES TO WS-OUTCOME-NOTE
    MOVE CAT-FOLDER-PATH TO WS-ALERT-FOLDER
    MOVE CAT-ARCHIVE-PATH TO WS-SCAN-PATH
    PERFORM 5000-SPLIT-PATH
    MOVE SPACES TO WS-COLD-PATH
    STRING FUNCTION TRIM(WS-COLD-DIR) "/"
        FUNCTION TRIM(WS-SCAN-BASE) INTO WS-COLD-PATH
    MOVE SPACES TO COMMAND
    STRING "cp -p '" FUNCTION TRIM(CAT-ARCHIVE-PATH) "' '"
        FUNCTION TRIM(WS-COLD-PATH) "'" INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    MOVE RETURN-CODE TO WS-STEP-RC
    IF WS-STEP-RC NOT = 0
        DISPLAY "Cold-tier copy failed for "
            FUNCTION TRIM(CAT-ARCHIVE-PATH)
        MOVE "FAILED" TO WS-OUTCOME
        MOVE "COPY TO COLD TIER FAILED" TO WS-OUTCOME-NOTE
        PERFORM 3300-REMOVE-COLD-COPY
        MOVE "TIER" TO WS-ALERT-STEP
        MOVE WS-STEP-RC TO WS-ALERT-RC
        PERFORM 8100-WRITE-ALERT-RECORD
        ADD 1 TO WS-TIER-FAILED-COUNT
    ELSE
        PERFORM 3200-VERIFY-COLD-COPY
    END-IF.

3200-VERIFY-COLD-COPY.
    MOVE SPACES TO COMMAND
    STRING "md5sum '" FUNCTION TRIM(WS-COLD-PATH)
        "' | cut -d ' ' -f1 > " FUNCTION TRIM(WS-CHECKSUM-FILE-PATH)
        INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    PERFORM 3250-READ-CHECKSUM-FILE
    MOVE CHECKSUM-RECORD TO WS-COPY-CHECKSUM
    IF WS-COPY-CHECKSUM NOT = CAT-CHECKSUM
            OR WS-COPY-CHECKSUM = SPACES
        DISPLAY "Cold-tier copy checksum mismatch for "
            FUNCTION TRIM(CAT-ARCHIVE-PATH)
        MOVE "FAILED" TO WS-OUTCOME
        MOVE "COLD COPY CHECKSUM MISMATCH" TO WS-OUTCOME-NOTE
        PERFORM 3300-REMOVE-COLD-COPY
        MOVE "TIERCKSUM" TO WS-ALERT-STEP
        MOVE 98 TO WS-ALERT-RC
        PERFORM 8100-WRITE-ALERT-RECORD
        ADD 1 TO WS-TIER-FAILED-COUNT
    ELSE
        PERFORM 3400-RECORD-COLD-TIER
    END-IF.

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

3300-REMOVE-COLD-COPY.
    MOVE SPACES TO COMMAND
    STRING "rm -f '" FUNCTION TRIM(WS-COLD-PATH) "'" INTO COMMAND
    CALL "SYSTEM" USING COMMAND.

3400-RECORD-COLD-TIER.
*> The catalog is switched to the verified copy before the destination
*> copy goes. Should the rewrite fail, the cold copy is withdrawn and
*> the archive stays exactly where the catalog says it is. Should the
*> remove fail after it, the archive is already safely cold and the
*> leftover is only wasted primary space: alerted here, reported by
*> ZIPRECON as TIERDUP, and eventually cleared by ZIPANDMOVE's purge
*> (which leaves a cold record unflagged).
    PERFORM 8200-STAMP-NOW
    SET CAT-TIER-COLD TO TRUE
    MOVE WS-COLD-PATH TO CAT-TIER-PATH
    MOVE WS-STAMP TO CAT-TIER-TIMESTAMP
    REWRITE CATALOG-RECORD
    IF WS-CATALOG-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: catalog tier update failed, status "
            WS-CATALOG-FILE-STATUS " for "
            FUNCTION TRIM(CAT-ARCHIVE-PATH)
        MOVE SPACE TO CAT-TIER
        MOVE SPACES TO CAT-TIER-PATH
        MOVE SPACES TO CAT-TIER-TIMESTAMP
        MOVE "FAILED" TO WS-OUTCOME
        MOVE "CATALOG UPDATE FAILED" TO WS-OUTCOME-NOTE
        PERFORM 3300-REMOVE-COLD-COPY
        MOVE "TIERCAT" TO WS-ALERT-STEP
        MOVE 99 TO WS-ALERT-RC
        PERFORM 8100-WRITE-ALERT-RECORD
        ADD 1 TO WS-TIER-FAILED-COUNT
    ELSE
        MOVE "TIERED" TO WS-OUTCOME
        ADD 1 TO WS-TIERED-COUNT
        ADD CAT-BYTE-SIZE TO WS-TIERED-BYTES
        MOVE SPACES TO COMMAND
        STRING "rm -f '" FUNCTION TRIM(CAT-ARCHIVE-PATH) "'"
            INTO COMMAND
        CALL "SYSTEM" USING COMMAND
        MOVE RETURN-CODE TO WS-STEP-RC
        IF WS-STEP-RC NOT = 0
            DISPLAY "WARNING: destination copy not removed after "
                "tiering: " FUNCTION TRIM(CAT-ARCHIVE-PATH)
            MOVE "DESTINATION COPY NOT REMOVED" TO WS-OUTCOME-NOTE
            MOVE "TIERRM" TO WS-ALERT-STEP
            MOVE WS-STEP-RC TO WS-ALERT-RC
            PERFORM 8100-WRITE-ALERT-RECORD
        ELSE
            ADD CAT-BYTE-SIZE TO WS-RELEASED-BYTES
        END-IF
    END-IF.

4000-CONSIDER-COLD-ARCHIVE.
*> Retention runs on the catalog's own CAT-RETENTION-DAYS (the value
*> the archive was taken under; 30 when blank, ZIPANDMOVE's default).
*> A held archive survives however old it gets, exactly as it would
*> in its destination directory.
    IF CAT-RETENTION-DAYS IS NUMERIC AND CAT-RETENTION-DAYS > 0
        MOVE CAT-RETENTION-DAYS TO WS-RETENTION-DAYS
    ELSE
        MOVE 30 TO WS-RETENTION-DAYS
    END-IF
    IF WS-AGE-DAYS > WS-RETENTION-DAYS
        IF CAT-HELD
            ADD 1 TO WS-PURGE-HELD-COUNT
            MOVE "HELD" TO WS-OUTCOME
            MOVE "PURGE BLOCKED BY LEGAL HOLD" TO WS-OUTCOME-NOTE
            PERFORM 6000-REPORT-ARCHIVE
        ELSE
            PERFORM 4100-PURGE-COLD-ARCHIVE
            PERFORM 6000-REPORT-ARCHIVE
        END-IF
    END-IF
    IF CAT-ACTIVE
        ADD 1 TO WS-COLD-COUNT
        ADD CAT-BYTE-SIZE TO WS-COLD-BYTES
    END-IF.

4100-PURGE-COLD-ARCHIVE.
*> Only a delete that actually happened earns the purge record and
*> the catalog flag, the same rule ZIPANDMOVE's 6180 keeps.
    MOVE SPACES TO WS-OUTCOME-NOTE
    MOVE CAT-TIER-PATH TO WS-COLD-PATH
    MOVE SPACES TO COMMAND
    STRING "rm -f '" FUNCTION TRIM(CAT-TIER-PATH) "'" INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    MOVE RETURN-CODE TO WS-STEP-RC
    IF WS-STEP-RC NOT = 0
        DISPLAY "WARNING: cold-tier purge delete failed for "
            FUNCTION TRIM(CAT-TIER-PATH)
        MOVE "FAILED" TO WS-OUTCOME
        MOVE "COLD-TIER PURGE DELETE FAILED" TO WS-OUTCOME-NOTE
        MOVE CAT-FOLDER-PATH TO WS-ALERT-FOLDER
        MOVE "TIERPURGE" TO WS-ALERT-STEP
        MOVE WS-STEP-RC TO WS-ALERT-RC
        PERFORM 8100-WRITE-ALERT-RECORD
        ADD 1 TO WS-PURGE-FAILED-COUNT
    ELSE
        PERFORM 8200-STAMP-NOW
        INITIALIZE PURGE-RECORD
        MOVE WS-STAMP TO PURGE-TIMESTAMP
        MOVE CAT-TIER-PATH TO PURGE-FILE-PATH
        WRITE PURGE-RECORD
        IF WS-PURGE-FILE-STATUS NOT = "00"
            DISPLAY "WARNING: purge record write failed, status "
                WS-PURGE-FILE-STATUS " for "
                FUNCTION TRIM(CAT-TIER-PATH)
        END-IF
        SET CAT-PURGED TO TRUE
        MOVE WS-STAMP TO CAT-PURGE-TIMESTAMP
        REWRITE CATALOG-RECORD
        IF WS-CATALOG-FILE-STATUS NOT = "00"
            DISPLAY "WARNING: catalog purge flag failed, status "
                WS-CATALOG-FILE-STATUS " for "
                FUNCTION TRIM(CAT-ARCHIVE-PATH)
        END-IF
        MOVE "PURGED" TO WS-OUTCOME
        ADD 1 TO WS-PURGED-COUNT
        ADD CAT-BYTE-SIZE TO WS-PURGED-BYTES
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

6000-REPORT-ARCHIVE.
    MOVE SPACES TO REPORT-LINE
    MOVE WS-OUTCOME TO REPORT-LINE(1:8)
    MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
    MOVE WS-AGE-DISPLAY TO REPORT-LINE(12:5)
    MOVE CAT-BYTE-SIZE TO WS-BYTES-DISPLAY
    MOVE WS-BYTES-DISPLAY TO REPORT-LINE(18:15)
    MOVE CAT-ARCHIVE-PATH TO REPORT-LINE(34:200)
    PERFORM 8000-WRITE-REPORT-LINE
    IF WS-OUTCOME = "TIERED" OR WS-OUTCOME = "PURGED"
            OR WS-OUTCOME = "HELD"
        MOVE SPACES TO REPORT-LINE
        STRING "    COLD " FUNCTION TRIM(WS-COLD-PATH)
            INTO REPORT-LINE
        IF WS-OUTCOME = "HELD"
            MOVE SPACES TO REPORT-LINE
            STRING "    COLD " FUNCTION TRIM(CAT-TIER-PATH)
                INTO REPORT-LINE
        END-IF
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF
    IF WS-OUTCOME-NOTE NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        STRING "    " FUNCTION TRIM(WS-OUTCOME-NOTE)
            INTO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

7000-WRITE-TRAILER.
    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-EXAMINED-COUNT TO WS-COUNT-DISPLAY
    STRING "ACTIVE ARCHIVES EXAMINED:     "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-TIERED-COUNT TO WS-COUNT-DISPLAY
    MOVE WS-TIERED-BYTES TO WS-BYTES-DISPLAY
    STRING "MOVED TO COLD TIER:           "
        FUNCTION TRIM(WS-COUNT-DISPLAY) "  BYTES: "
        FUNCTION TRIM(WS-BYTES-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-TIER-FAILED-COUNT TO WS-COUNT-DISPLAY
    STRING "MOVES FAILED:                 "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-PURGED-COUNT TO WS-COUNT-DISPLAY
    MOVE WS-PURGED-BYTES TO WS-BYTES-DISPLAY
    STRING "COLD ARCHIVES PURGED:         "
        FUNCTION TRIM(WS-COUNT-DISPLAY) "  BYTES: "
        FUNCTION TRIM(WS-BYTES-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-PURGE-HELD-COUNT TO WS-COUNT-DISPLAY
    STRING "COLD PURGES BLOCKED BY HOLD:  "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-PURGE-FAILED-COUNT TO WS-COUNT-DISPLAY
    STRING "COLD PURGES FAILED:           "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    PERFORM 7100-REPORT-TIER-CAPACITY.

7100-REPORT-TIER-CAPACITY.
*> One line per tier: what the catalog now says each holds (active
*> archives only, after tonight's moves and purges), with free space
*> for the cold directory the way ZIPTREND measures a destination.
*> The primary tier spans every destination directory -- ZIPTREND
*> already projects each of those -- so its line carries the bytes
*> given back tonight instead.
    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "STORAGE BY TIER" TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "TIER     ARCHIVES           BYTES  "
        "    FREE/RELEASED  LOCATION"
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE

    MOVE SPACES TO REPORT-LINE
    MOVE "PRIMARY" TO REPORT-LINE(1:7)
    MOVE WS-PRIMARY-COUNT TO WS-COUNT-DISPLAY
    MOVE WS-COUNT-DISPLAY TO REPORT-LINE(11:7)
    MOVE WS-PRIMARY-BYTES TO WS-BYTES-DISPLAY
    MOVE WS-BYTES-DISPLAY TO REPORT-LINE(19:15)
    MOVE WS-RELEASED-BYTES TO WS-BYTES-DISPLAY-2
    MOVE WS-BYTES-DISPLAY-2 TO REPORT-LINE(36:15)
    MOVE "DESTINATION DIRECTORIES (RELEASED TONIGHT)"
        TO REPORT-LINE(53:44)
    PERFORM 8000-WRITE-REPORT-LINE

    MOVE SPACES TO COMMAND
    STRING "df --output=avail -B1 '" FUNCTION TRIM(WS-COLD-DIR)
        "' 2>/dev/null | tail -1 > "
        FUNCTION TRIM(WS-FREE-SPACE-PATH) INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    MOVE 0 TO WS-FREE-BYTES
    OPEN INPUT FREE-SPACE-FILE
    IF WS-FREE-SPACE-STATUS = "00"
        READ FREE-SPACE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF FREE-SPACE-RECORD NOT = SPACES
                    COMPUTE WS-FREE-BYTES =
                        FUNCTION NUMVAL(FREE-SPACE-RECORD)
                END-IF
        END-READ
        CLOSE FREE-SPACE-FILE
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE "COLD" TO REPORT-LINE(1:4)
    MOVE WS-COLD-COUNT TO WS-COUNT-DISPLAY
    MOVE WS-COUNT-DISPLAY TO REPORT-LINE(11:7)
    MOVE WS-COLD-BYTES TO WS-BYTES-DISPLAY
    MOVE WS-BYTES-DISPLAY TO REPORT-LINE(19:15)
    MOVE WS-FREE-BYTES TO WS-BYTES-DISPLAY-2
    MOVE WS-BYTES-DISPLAY-2 TO REPORT-LINE(36:15)
    MOVE WS-COLD-DIR TO REPORT-LINE(53:100)
    PERFORM 8000-WRITE-REPORT-LINE.

8000-WRITE-REPORT-LINE.
    WRITE REPORT-LINE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: report write failed, status "
            WS-REPORT-FILE-STATUS
    END-IF.

8100-WRITE-ALERT-RECORD.
    PERFORM 8200-STAMP-NOW
    INITIALIZE ALERT-RECORD
    MOVE WS-STAMP TO ALERT-TIMESTAMP
    MOVE WS-ALERT-FOLDER TO ALERT-FOLDER-PATH
    MOVE WS-ALERT-STEP TO ALERT-STEP
    MOVE WS-ALERT-RC TO ALERT-RC
    WRITE ALERT-RECORD
    IF WS-ALERT-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: alert record write failed, status "
            WS-ALERT-FILE-STATUS
    END-IF.

8200-STAMP-NOW.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE SPACES TO WS-STAMP
    STRING WS-CURRENT-DATE WS-TIME-HH WS-TIME-MM WS-TIME-SS
        INTO WS-STAMP.
