IDENTIFICATION DIVISION.
PROGRAM-ID. ZIPKEYROT.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
   SPECIAL-NAMES.
       CALL-CONVENTION IS STDCALL.
INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ROTATE-PARM-FILE ASSIGN TO "KEYROT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ROTATE-PARM-STATUS.

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

        SELECT AUDIT-FILE ASSIGN TO "ZIPCTLAUD"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-FILE-STATUS.

        SELECT ALERT-FILE ASSIGN TO "ZIPALERT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALERT-FILE-STATUS.

        SELECT CHECKSUM-FILE ASSIGN TO "ZIPROTCKSM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHECKSUM-FILE-STATUS.

        SELECT FILE-SIZE-FILE ASSIGN TO "ZIPROTSIZE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FILE-SIZE-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO "ZIPROTRPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> One card: the key id being retired, the key id replacing it, and
*> who asked (carried to the folder-master audit the way a CTLTXN
*> card's user id is). Both keys' material must be present in the
*> run's environment as ZIPKEY_<id>.
FD  ROTATE-PARM-FILE.
01  ROTATE-PARM-RECORD.
    05 KR-OLD-KEY-ID     PIC X(16).
    05 KR-FILLER1        PIC X.
    05 KR-NEW-KEY-ID     PIC X(16).
    05 KR-FILLER2        PIC X.
    05 KR-USER-ID        PIC X(8).

FD  CATALOG-FILE.
COPY "zipcatrc".

FD  FOLDER-MASTER-FILE.
COPY "zipfldrc".

*> Same record ZIPCTLMNT audits every master change with, so a key
*> switch shows up in the one place folder changes are looked for.
FD  AUDIT-FILE.
01  AUDIT-RECORD.
    05 AUD-TIMESTAMP     PIC X(14).
    05 AUD-SEP1          PIC X VALUE SPACE.
    05 AUD-USER          PIC X(8).
    05 AUD-SEP2          PIC X VALUE SPACE.
    05 AUD-ACTION        PIC X(4).
    05 AUD-SEP3          PIC X VALUE SPACE.
    05 AUD-RESULT        PIC X(8).
    05 AUD-SEP4          PIC X VALUE SPACE.
    05 AUD-FOLDER        PIC X(100).

FD  ALERT-FILE.
COPY "zipaltrc".

FD  CHECKSUM-FILE.
01  CHECKSUM-RECORD PIC X(32).

FD  FILE-SIZE-FILE.
01  FILE-SIZE-RECORD PIC X(20).

FD  REPORT-FILE.
01  REPORT-LINE PIC X(256).

WORKING-STORAGE SECTION.
*> Wide enough for a work directory, a staging archive and a key
*> option on one zip command line.
01 COMMAND PIC X(800).
01 WS-ENV-HOLD PIC X(200) VALUE SPACES.
01 WS-ROTATE-PARM-STATUS PIC XX VALUE SPACES.
01 WS-CATALOG-FILE-STATUS PIC XX VALUE SPACES.
01 WS-MASTER-FILE-STATUS PIC XX VALUE SPACES.
01 WS-AUDIT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-ALERT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CHECKSUM-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CHECKSUM-FILE-PATH PIC X(200) VALUE "ZIPROTCKSM".
01 WS-FILE-SIZE-FILE-STATUS PIC XX VALUE SPACES.
01 WS-FILE-SIZE-PATH PIC X(200) VALUE "ZIPROTSIZE".
01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.
*> Scratch area each archive is unpacked into before it is zipped
*> back up under the new key. Emptied before and after every archive.
01 WS-WORK-DIR PIC X(200) VALUE "/path/to/keyrot/work".
01 WS-CATALOG-EOF-SWITCH PIC X VALUE "N".
    88 WS-CATALOG-EOF VALUE "Y".
01 WS-MASTER-EOF-SWITCH PIC X VALUE "N".
    88 WS-MASTER-EOF VALUE "Y".
01 WS-OLD-KEY-ID PIC X(16) VALUE SPACES.
01 WS-NEW-KEY-ID PIC X(16) VALUE SPACES.
01 WS-USER-ID PIC X(8) VALUE SPACES.
01 WS-OLD-OPTION PIC X(32) VALUE SPACES.
01 WS-NEW-OPTION PIC X(32) VALUE SPACES.
01 WS-CHECK-KEY-ID PIC X(16) VALUE SPACES.
01 WS-KEY-ENV-NAME PIC X(24) VALUE SPACES.
01 WS-KEY-SWITCH PIC X VALUE "Y".
    88 WS-KEY-OK VALUE "Y".
    88 WS-KEY-MISSING VALUE "N".
01 WS-CURRENT-DATE PIC 9(8).
01 WS-CURRENT-TIME.
    05 WS-TIME-HH PIC 99.
    05 WS-TIME-MM PIC 99.
    05 WS-TIME-SS PIC 99.
    05 WS-TIME-HS PIC 99.
01 WS-STAMP PIC X(14) VALUE SPACES.
*> The archive being rotated. The read path is where its bytes are:
*> the catalog path, or the tier path once ZIPTIER has moved it to
*> the cold tier. It is rewritten where it lies -- the catalog key
*> and the tier placement never change, only the bytes, the key id
*> and the checksum.
01 WS-READ-PATH PIC X(200) VALUE SPACES.
01 WS-STAGING-PATH PIC X(200) VALUE SPACES.
01 WS-FALLBACK-PATH PIC X(200) VALUE SPACES.
01 WS-ARCHIVE-PATH PIC X(200) VALUE SPACES.
01 WS-DISK-CHECKSUM PIC X(32) VALUE SPACES.
01 WS-NEW-CHECKSUM PIC X(32) VALUE SPACES.
01 WS-OLD-BYTES PIC 9(15) VALUE 0.
01 WS-NEW-BYTES PIC 9(15) VALUE 0.
01 WS-REPLICA-SWITCH PIC X VALUE "N".
    88 WS-REPLICA-STALE VALUE "Y".
01 WS-ELEMENT-SWITCH PIC X VALUE "Y".
    88 WS-ELEMENT-OK VALUE "Y".
    88 WS-ELEMENT-FAILED VALUE "N".
01 WS-STEP-RC PIC S9(9) VALUE 0.
01 WS-OUTCOME PIC X(8) VALUE SPACES.
01 WS-ALERT-STEP PIC X(10) VALUE SPACES.
01 WS-ALERT-RC PIC S9(9) VALUE 0.
*> Run totals.
01 WS-CANDIDATE-COUNT PIC 9(7) VALUE 0.
01 WS-ROTATED-COUNT PIC 9(7) VALUE 0.
01 WS-FAILED-COUNT PIC 9(7) VALUE 0.
01 WS-REPLICA-COUNT PIC 9(7) VALUE 0.
01 WS-REMAINING-COUNT PIC 9(7) VALUE 0.
01 WS-REMAINING-HELD PIC 9(7) VALUE 0.
01 WS-FOLDERS-SWITCHED PIC 9(5) VALUE 0.
01 WS-FOLDERS-FAILED PIC 9(5) VALUE 0.
01 WS-COUNT-DISPLAY PIC Z(6)9.
01 WS-COUNT-DISPLAY-2 PIC Z(6)9.
01 WS-BYTES-DISPLAY PIC Z(14)9.
01 WS-BYTES-DISPLAY-2 PIC Z(14)9.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
*> Key rotation. Every active archive encrypted under the KEYROT
*> card's old key is unpacked with it, zipped back up under the new
*> key, and proved -- unzip -t with the new key -- before it replaces
*> the original in place (destination or cold tier alike). Only then
*> are CAT-KEY-ID and CAT-CHECKSUM rewritten; the replication stamp
*> is cleared so ZIPREPLIC retakes the offsite copy under the new key,
*> and the verify stamp is set since the test just proved it. Then
*> every folder-master record still encrypting under the old key is
*> switched to the new one (audited in ZIPCTLAUD; the deck picks it
*> up at ZIPCTLMNT's next run). An archive that could not be rotated
*> keeps the old key and is alerted, and the report closes by saying
*> whether the old key is still needed -- it is, while any active
*> archive depends on it.
    MOVE WS-WORK-DIR TO WS-ENV-HOLD
    ACCEPT WS-WORK-DIR FROM ENVIRONMENT "ZIPROTWORK"
    IF WS-WORK-DIR = SPACES
        MOVE WS-ENV-HOLD TO WS-WORK-DIR
    END-IF

    MOVE WS-CHECKSUM-FILE-PATH TO WS-ENV-HOLD
    ACCEPT WS-CHECKSUM-FILE-PATH FROM ENVIRONMENT "ZIPROTCKSM"
    IF WS-CHECKSUM-FILE-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-CHECKSUM-FILE-PATH
    END-IF

    MOVE WS-FILE-SIZE-PATH TO WS-ENV-HOLD
    ACCEPT WS-FILE-SIZE-PATH FROM ENVIRONMENT "ZIPROTSIZE"
    IF WS-FILE-SIZE-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-FILE-SIZE-PATH
    END-IF

    PERFORM 0100-READ-PARM-CARD
    PERFORM 0200-VALIDATE-KEYS

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "Key rotation report open failed, status "
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

    OPEN EXTEND ALERT-FILE
    IF WS-ALERT-FILE-STATUS NOT = "00"
        OPEN OUTPUT ALERT-FILE
    END-IF

    PERFORM 2000-ROTATE-ARCHIVES
    PERFORM 4000-SWITCH-FOLDER-MASTER
    PERFORM 5000-COUNT-REMAINING
    PERFORM 7000-WRITE-TRAILER

    CLOSE CATALOG-FILE
    CLOSE ALERT-FILE
    CLOSE REPORT-FILE
    MOVE SPACES TO COMMAND
    STRING "rm -rf '" FUNCTION TRIM(WS-WORK-DIR) "'" INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    DISPLAY "Archives rotated:            " WS-ROTATED-COUNT
    DISPLAY "Rotations failed:            " WS-FAILED-COUNT
    DISPLAY "Folders switched to new key: " WS-FOLDERS-SWITCHED
    DISPLAY "Archives still on old key:   " WS-REMAINING-COUNT
    MOVE 0 TO RETURN-CODE
    IF WS-FAILED-COUNT > 0 OR WS-FOLDERS-FAILED > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

0100-READ-PARM-CARD.
    OPEN INPUT ROTATE-PARM-FILE
    IF WS-ROTATE-PARM-STATUS = "00"
        READ ROTATE-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE KR-OLD-KEY-ID TO WS-OLD-KEY-ID
                MOVE KR-NEW-KEY-ID TO WS-NEW-KEY-ID
                MOVE KR-USER-ID TO WS-USER-ID
        END-READ
        CLOSE ROTATE-PARM-FILE
    END-IF
    IF WS-OLD-KEY-ID = SPACES OR WS-NEW-KEY-ID = SPACES
        DISPLAY "Key rotation card missing or incomplete - "
            "old and new key ids are both required."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-OLD-KEY-ID = WS-NEW-KEY-ID
        DISPLAY "Key rotation card names the same key twice: "
            FUNCTION TRIM(WS-OLD-KEY-ID)
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-USER-ID = SPACES
        MOVE "ZIPKEYRT" TO WS-USER-ID
    END-IF.

0200-VALIDATE-KEYS.
*> Both keys must be present before anything is touched: without the
*> old one nothing can be unpacked, and without the new one every
*> archive would fail the same way, one alert at a time.
    MOVE WS-OLD-KEY-ID TO WS-CHECK-KEY-ID
    PERFORM 3150-CHECK-KEY-PRESENT
    IF WS-KEY-MISSING
        DISPLAY "Key " FUNCTION TRIM(WS-OLD-KEY-ID)
            " not present in the environment - nothing rotated."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO WS-OLD-OPTION
    STRING "-P ""$" FUNCTION TRIM(WS-KEY-ENV-NAME) """"
        INTO WS-OLD-OPTION
    MOVE WS-NEW-KEY-ID TO WS-CHECK-KEY-ID
    PERFORM 3150-CHECK-KEY-PRESENT
    IF WS-KEY-MISSING
        DISPLAY "Key " FUNCTION TRIM(WS-NEW-KEY-ID)
            " not present in the environment - nothing rotated."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO WS-NEW-OPTION
    STRING "-P ""$" FUNCTION TRIM(WS-KEY-ENV-NAME) """"
        INTO WS-NEW-OPTION.

1000-WRITE-HEADING.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE SPACES TO REPORT-LINE
    STRING "ENCRYPTION KEY ROTATION REPORT " WS-CURRENT-DATE " "
        WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "OLD KEY: " FUNCTION TRIM(WS-OLD-KEY-ID)
        "   NEW KEY: " FUNCTION TRIM(WS-NEW-KEY-ID)
        "   REQUESTED BY: " FUNCTION TRIM(WS-USER-ID)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "OUTCOME      BYTES-BEFORE     BYTES-AFTER  ARCHIVE"
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

2000-ROTATE-ARCHIVES.
*> Rewriting the record just read keeps the browse position, and a
*> rotated record no longer matches the old key, so a single pass
*> sees every candidate exactly once.
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
                IF CAT-ACTIVE AND CAT-ENCRYPTED
                        AND CAT-KEY-ID = WS-OLD-KEY-ID
                        AND CAT-ARCHIVE-PATH NOT = SPACES
                    ADD 1 TO WS-CANDIDATE-COUNT
                    PERFORM 3000-ROTATE-ONE-ARCHIVE
                    PERFORM 6000-REPORT-ARCHIVE
                END-IF
        END-READ
    END-PERFORM.

3000-ROTATE-ONE-ARCHIVE.
*> Checksum, unpack with the old key, zip under the new key to a
*> staging name beside the archive, test the staging copy with the
*> new key, then swap it in. The original is kept under a fallback
*> name across the swap and the catalog rewrite, so a failure at
*> either step puts it back and the archive is exactly as it was.
    SET WS-ELEMENT-OK TO TRUE
    MOVE SPACES TO WS-OUTCOME
    MOVE "KEYROT" TO WS-ALERT-STEP
    MOVE CAT-BYTE-SIZE TO WS-OLD-BYTES
    MOVE 0 TO WS-NEW-BYTES
    IF CAT-TIER-COLD
        MOVE CAT-TIER-PATH TO WS-READ-PATH
    ELSE
        MOVE CAT-ARCHIVE-PATH TO WS-READ-PATH
    END-IF
    MOVE SPACES TO WS-STAGING-PATH
    STRING FUNCTION TRIM(WS-READ-PATH) ".rot"
        DELIMITED BY SIZE INTO WS-STAGING-PATH
    MOVE SPACES TO WS-FALLBACK-PATH
    STRING FUNCTION TRIM(WS-READ-PATH) ".oldkey"
        DELIMITED BY SIZE INTO WS-FALLBACK-PATH

    MOVE WS-READ-PATH TO WS-ARCHIVE-PATH
    PERFORM 3200-CHECKSUM-ARCHIVE
    IF WS-DISK-CHECKSUM NOT = CAT-CHECKSUM
            OR WS-DISK-CHECKSUM = SPACES
        DISPLAY "Checksum mismatch - archive not rotated: "
            FUNCTION TRIM(WS-READ-PATH)
        MOVE "CHECKSUM" TO WS-OUTCOME
        MOVE 98 TO WS-ALERT-RC
        SET WS-ELEMENT-FAILED TO TRUE
    END-IF

    IF WS-ELEMENT-OK
        MOVE SPACES TO COMMAND
        STRING "rm -rf '" FUNCTION TRIM(WS-WORK-DIR) "' && mkdir -p '"
            FUNCTION TRIM(WS-WORK-DIR) "' && unzip -o -qq "
            FUNCTION TRIM(WS-OLD-OPTION) " '"
            FUNCTION TRIM(WS-READ-PATH) "' -d '"
            FUNCTION TRIM(WS-WORK-DIR) "'" INTO COMMAND
        CALL "SYSTEM" USING COMMAND
        MOVE RETURN-CODE TO WS-STEP-RC
        IF WS-STEP-RC NOT = 0
            DISPLAY "Archive failed to unpack with the old key (rc "
                WS-STEP-RC "): " FUNCTION TRIM(WS-READ-PATH)
            MOVE "UNZIPERR" TO WS-OUTCOME
            MOVE WS-STEP-RC TO WS-ALERT-RC
            SET WS-ELEMENT-FAILED TO TRUE
        END-IF
    END-IF

    IF WS-ELEMENT-OK
        MOVE SPACES TO COMMAND
        STRING "rm -f '" FUNCTION TRIM(WS-STAGING-PATH) "' && cd '"
            FUNCTION TRIM(WS-WORK-DIR) "' && zip -r -q "
            FUNCTION TRIM(WS-NEW-OPTION) " '"
            FUNCTION TRIM(WS-STAGING-PATH) "' ." INTO COMMAND
        CALL "SYSTEM" USING COMMAND
        MOVE RETURN-CODE TO WS-STEP-RC
        IF WS-STEP-RC NOT = 0
            DISPLAY "Archive could not be re-encrypted (rc "
                WS-STEP-RC "): " FUNCTION TRIM(WS-READ-PATH)
            MOVE "ZIPERR" TO WS-OUTCOME
            MOVE WS-STEP-RC TO WS-ALERT-RC
            SET WS-ELEMENT-FAILED TO TRUE
        END-IF
    END-IF

    IF WS-ELEMENT-OK
        MOVE SPACES TO COMMAND
        STRING "unzip -t -qq " FUNCTION TRIM(WS-NEW-OPTION) " '"
            FUNCTION TRIM(WS-STAGING-PATH) "'" INTO COMMAND
        CALL "SYSTEM" USING COMMAND
        MOVE RETURN-CODE TO WS-STEP-RC
        IF WS-STEP-RC NOT = 0
            DISPLAY "Re-encrypted archive failed unzip test (rc "
                WS-STEP-RC "): " FUNCTION TRIM(WS-STAGING-PATH)
            MOVE "TESTFAIL" TO WS-OUTCOME
            MOVE WS-STEP-RC TO WS-ALERT-RC
            SET WS-ELEMENT-FAILED TO TRUE
        ELSE
            MOVE WS-STAGING-PATH TO WS-ARCHIVE-PATH
            PERFORM 3200-CHECKSUM-ARCHIVE
            MOVE WS-DISK-CHECKSUM TO WS-NEW-CHECKSUM
            PERFORM 3400-CAPTURE-ARCHIVE-SIZE
        END-IF
    END-IF

    IF WS-ELEMENT-OK
        PERFORM 3500-SWAP-IN-ROTATED-COPY
    END-IF

    IF WS-ELEMENT-OK
        PERFORM 3600-REWRITE-CATALOG-RECORD
    END-IF

    IF WS-ELEMENT-OK
        MOVE "ROTATED" TO WS-OUTCOME
        ADD 1 TO WS-ROTATED-COUNT
        MOVE SPACES TO COMMAND
        STRING "rm -f '" FUNCTION TRIM(WS-FALLBACK-PATH) "'"
            INTO COMMAND
        CALL "SYSTEM" USING COMMAND
    ELSE
        ADD 1 TO WS-FAILED-COUNT
        PERFORM 8100-WRITE-ALERT-RECORD
    END-IF

    MOVE SPACES TO COMMAND
    STRING "rm -rf '" FUNCTION TRIM(WS-WORK-DIR) "'; rm -f '"
        FUNCTION TRIM(WS-STAGING-PATH) "'" INTO COMMAND
    CALL "SYSTEM" USING COMMAND.

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

3400-CAPTURE-ARCHIVE-SIZE.
    MOVE SPACES TO COMMAND
    STRING "stat -c%s '" FUNCTION TRIM(WS-STAGING-PATH) "' > "
        FUNCTION TRIM(WS-FILE-SIZE-PATH) INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    MOVE 0 TO WS-NEW-BYTES
    OPEN INPUT FILE-SIZE-FILE
    IF WS-FILE-SIZE-FILE-STATUS = "00"
        READ FILE-SIZE-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(FILE-SIZE-RECORD))
                    TO WS-NEW-BYTES
        END-READ
        CLOSE FILE-SIZE-FILE
    END-IF.

3500-SWAP-IN-ROTATED-COPY.
*> The original is set aside with mv (same directory, so a rename,
*> never a copy) and the staging copy renamed into its place; the
*> bytes now under the archive's name must checksum to what was
*> tested, or the original goes back.
    MOVE SPACES TO COMMAND
    STRING "mv '" FUNCTION TRIM(WS-READ-PATH) "' '"
        FUNCTION TRIM(WS-FALLBACK-PATH) "' && mv '"
        FUNCTION TRIM(WS-STAGING-PATH) "' '"
        FUNCTION TRIM(WS-READ-PATH) "'" INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    MOVE RETURN-CODE TO WS-STEP-RC
    IF WS-STEP-RC = 0
        MOVE WS-READ-PATH TO WS-ARCHIVE-PATH
        PERFORM 3200-CHECKSUM-ARCHIVE
        IF WS-DISK-CHECKSUM NOT = WS-NEW-CHECKSUM
                OR WS-DISK-CHECKSUM = SPACES
            MOVE 98 TO WS-STEP-RC
        END-IF
    END-IF
    IF WS-STEP-RC NOT = 0
        DISPLAY "Rotated copy could not be put in place - original "
            "restored: " FUNCTION TRIM(WS-READ-PATH)
        MOVE "MOVEERR" TO WS-OUTCOME
        MOVE WS-STEP-RC TO WS-ALERT-RC
        PERFORM 3550-RESTORE-ORIGINAL
        SET WS-ELEMENT-FAILED TO TRUE
    END-IF.

3550-RESTORE-ORIGINAL.
    MOVE SPACES TO COMMAND
    STRING "[ -f '" FUNCTION TRIM(WS-FALLBACK-PATH) "' ] && mv -f '"
        FUNCTION TRIM(WS-FALLBACK-PATH) "' '"
        FUNCTION TRIM(WS-READ-PATH) "'" INTO COMMAND
    CALL "SYSTEM" USING COMMAND.

3600-REWRITE-CATALOG-RECORD.
*> The offsite copy was taken under the old key and no longer matches
*> the new checksum, so the replication stamp is cleared and ZIPREPLIC
*> takes the archive again on its next run (offsite path unchanged,
*> so the stale copy is overwritten). Until it does, the old key still
*> opens that offsite copy -- counted on the report.
    MOVE WS-NEW-KEY-ID TO CAT-KEY-ID
    MOVE WS-NEW-CHECKSUM TO CAT-CHECKSUM
    MOVE WS-NEW-BYTES TO CAT-BYTE-SIZE
    MOVE "N" TO WS-REPLICA-SWITCH
    IF CAT-REPL-TIMESTAMP NOT = SPACES
        SET WS-REPLICA-STALE TO TRUE
        MOVE SPACES TO CAT-REPL-TIMESTAMP
    END-IF
    PERFORM 8200-STAMP-NOW
    MOVE WS-STAMP TO CAT-VERIFY-TIMESTAMP
    REWRITE CATALOG-RECORD
    IF WS-CATALOG-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: catalog rewrite failed, status "
            WS-CATALOG-FILE-STATUS " - original restored: "
            FUNCTION TRIM(CAT-ARCHIVE-PATH)
        MOVE "CATALOG" TO WS-OUTCOME
        MOVE 97 TO WS-ALERT-RC
        PERFORM 3550-RESTORE-ORIGINAL
        SET WS-ELEMENT-FAILED TO TRUE
    ELSE
        IF WS-REPLICA-STALE
            ADD 1 TO WS-REPLICA-COUNT
        END-IF
    END-IF.

4000-SWITCH-FOLDER-MASTER.
*> Inactive records are switched too, so a folder reactivated later
*> does not come back on a key that may be gone by then.
    OPEN I-O FOLDER-MASTER-FILE
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: folder master not available, status "
            WS-MASTER-FILE-STATUS " - folders still name key "
            FUNCTION TRIM(WS-OLD-KEY-ID)
        MOVE "(FOLDER MASTER NOT AVAILABLE - FOLDERS NOT SWITCHED)"
            TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        ADD 1 TO WS-FOLDERS-FAILED
    ELSE
        OPEN EXTEND AUDIT-FILE
        IF WS-AUDIT-FILE-STATUS NOT = "00"
            OPEN OUTPUT AUDIT-FILE
        END-IF
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
                    IF FM-ENCRYPT-REQUESTED
                            AND FM-KEY-ID = WS-OLD-KEY-ID
                        PERFORM 4100-SWITCH-ONE-FOLDER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
        CLOSE FOLDER-MASTER-FILE
    END-IF.

4100-SWITCH-ONE-FOLDER.
    PERFORM 8200-STAMP-NOW
    MOVE WS-NEW-KEY-ID TO FM-KEY-ID
    MOVE WS-STAMP TO FM-UPDATE-TIMESTAMP
    MOVE WS-USER-ID TO FM-UPDATE-USER
    REWRITE FOLDER-MASTER-RECORD
    INITIALIZE AUDIT-RECORD
    MOVE WS-STAMP TO AUD-TIMESTAMP
    MOVE WS-USER-ID TO AUD-USER
    MOVE "KEY" TO AUD-ACTION
    MOVE FM-FOLDER-PATH TO AUD-FOLDER
    IF WS-MASTER-FILE-STATUS = "00"
        MOVE "APPLIED" TO AUD-RESULT
        ADD 1 TO WS-FOLDERS-SWITCHED
        MOVE SPACES TO REPORT-LINE
        STRING "FOLDER   SWITCHED TO " FUNCTION TRIM(WS-NEW-KEY-ID)
            ": " FUNCTION TRIM(FM-FOLDER-PATH) INTO REPORT-LINE
    ELSE
        MOVE "IOERROR" TO AUD-RESULT
        ADD 1 TO WS-FOLDERS-FAILED
        DISPLAY "WARNING: folder master rewrite failed, status "
            WS-MASTER-FILE-STATUS " for " FUNCTION TRIM(FM-FOLDER-PATH)
        MOVE SPACES TO REPORT-LINE
        STRING "FOLDER   NOT SWITCHED (IOERROR): "
            FUNCTION TRIM(FM-FOLDER-PATH) INTO REPORT-LINE
    END-IF
    PERFORM 8000-WRITE-REPORT-LINE
    WRITE AUDIT-RECORD
    IF WS-AUDIT-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: audit write failed, status "
            WS-AUDIT-FILE-STATUS
    END-IF.

5000-COUNT-REMAINING.
*> A fresh pass after the rotation: whatever active archive still
*> names the old key is exactly what keeps it from being retired.
    MOVE 0 TO WS-REMAINING-COUNT
    MOVE 0 TO WS-REMAINING-HELD
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
                IF CAT-ACTIVE AND CAT-ENCRYPTED
                        AND CAT-KEY-ID = WS-OLD-KEY-ID
                    ADD 1 TO WS-REMAINING-COUNT
                    IF CAT-HELD
                        ADD 1 TO WS-REMAINING-HELD
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

6000-REPORT-ARCHIVE.
    MOVE SPACES TO REPORT-LINE
    MOVE WS-OUTCOME TO REPORT-LINE(1:8)
    IF WS-OUTCOME = "ROTATED"
        MOVE WS-NEW-BYTES TO WS-BYTES-DISPLAY-2
        MOVE WS-BYTES-DISPLAY-2 TO REPORT-LINE(28:15)
    END-IF
    MOVE WS-OLD-BYTES TO WS-BYTES-DISPLAY
    MOVE WS-BYTES-DISPLAY TO REPORT-LINE(12:15)
    MOVE CAT-ARCHIVE-PATH TO REPORT-LINE(45:200)
    PERFORM 8000-WRITE-REPORT-LINE
    IF CAT-TIER-COLD
        MOVE SPACES TO REPORT-LINE
        STRING "    COLD " FUNCTION TRIM(CAT-TIER-PATH)
            INTO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

7000-WRITE-TRAILER.
    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-CANDIDATE-COUNT TO WS-COUNT-DISPLAY
    STRING "ACTIVE ARCHIVES UNDER OLD KEY:   "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-ROTATED-COUNT TO WS-COUNT-DISPLAY
    STRING "ROTATED TO NEW KEY:              "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
    STRING "COULD NOT BE ROTATED:            "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-REPLICA-COUNT TO WS-COUNT-DISPLAY
    STRING "OFFSITE COPIES AWAITING RETAKE:  "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-FOLDERS-SWITCHED TO WS-COUNT-DISPLAY
    STRING "FOLDERS SWITCHED TO NEW KEY:     "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    IF WS-REMAINING-COUNT > 0
        MOVE WS-REMAINING-COUNT TO WS-COUNT-DISPLAY
        MOVE WS-REMAINING-HELD TO WS-COUNT-DISPLAY-2
        STRING "OLD KEY " FUNCTION TRIM(WS-OLD-KEY-ID)
            " STILL NEEDED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
            " ACTIVE ARCHIVE(S) DEPEND ON IT ("
            FUNCTION TRIM(WS-COUNT-DISPLAY-2) " HELD)"
            INTO REPORT-LINE
    ELSE
        IF WS-REPLICA-COUNT > 0
            STRING "OLD KEY " FUNCTION TRIM(WS-OLD-KEY-ID)
                " STILL NEEDED UNTIL ZIPREPLIC RETAKES THE OFFSITE "
                "COPIES ABOVE" INTO REPORT-LINE
        ELSE
            STRING "OLD KEY " FUNCTION TRIM(WS-OLD-KEY-ID)
                " NO LONGER NEEDED BY ANY ACTIVE ARCHIVE"
                INTO REPORT-LINE
        END-IF
    END-IF
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
    MOVE CAT-FOLDER-PATH TO ALERT-FOLDER-PATH
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
