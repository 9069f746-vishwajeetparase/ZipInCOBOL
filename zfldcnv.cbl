IDENTIFICATION DIVISION.
PROGRAM-ID. ZIPFLDCNV.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
   SPECIAL-NAMES.
       CALL-CONVENTION IS STDCALL.
INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PRIOR-MASTER-FILE ASSIGN TO "ZIPFLDOLD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PRV-FM-FOLDER-PATH
            FILE STATUS IS WS-PRIOR-MASTER-STATUS.

        SELECT OLD-MASTER-FILE ASSIGN TO "ZIPFLDOLD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OLD-FM-FOLDER-PATH
            FILE STATUS IS WS-OLD-MASTER-STATUS.

        SELECT FOLDER-MASTER-FILE ASSIGN TO "ZIPFLDMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FM-FOLDER-PATH
            FILE STATUS IS WS-MASTER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> The folder master record as it stood before the RPO hours column
*> was added: everything through the tier age. A master at this
*> layout is tried first; status 39 on it means the file predates
*> even the tier age and is read with the original layout below.
FD  PRIOR-MASTER-FILE.
01  PRIOR-MASTER-RECORD.
    05 PRV-FM-FOLDER-PATH      PIC X(100).
    05 PRV-FM-ZIP-FILE         PIC X(100).
    05 PRV-FM-RETENTION-DAYS   PIC 9(4).
    05 PRV-FM-ARCHIVE-MODE     PIC X.
    05 PRV-FM-CLEANUP-FLAG     PIC X.
    05 PRV-FM-ENCRYPT-FLAG     PIC X.
    05 PRV-FM-KEY-ID           PIC X(16).
    05 PRV-FM-PRIORITY         PIC 9.
    05 PRV-FM-HOLD-FLAG        PIC X.
    05 PRV-FM-FREQUENCY        PIC X.
    05 PRV-FM-FREQ-DAY         PIC XX.
    05 PRV-FM-ACTIVE-FLAG      PIC X.
    05 PRV-FM-UPDATE-TIMESTAMP PIC X(14).
    05 PRV-FM-UPDATE-USER      PIC X(8).
    05 PRV-FM-TIER-AGE-DAYS    PIC 9(4).

*> The folder master record exactly as it stood before the tier age
*> column was added. The master is indexed like the catalog, so a
*> master built under the old layout opens with status 39 against
*> the grown copybook; this one-time conversion is how it crosses
*> over, the same way ZIPCATCNV carries the catalog.
FD  OLD-MASTER-FILE.
01  OLD-MASTER-RECORD.
    05 OLD-FM-FOLDER-PATH      PIC X(100).
    05 OLD-FM-ZIP-FILE         PIC X(100).
    05 OLD-FM-RETENTION-DAYS   PIC 9(4).
    05 OLD-FM-ARCHIVE-MODE     PIC X.
    05 OLD-FM-CLEANUP-FLAG     PIC X.
    05 OLD-FM-ENCRYPT-FLAG     PIC X.
    05 OLD-FM-KEY-ID           PIC X(16).
    05 OLD-FM-PRIORITY         PIC 9.
    05 OLD-FM-HOLD-FLAG        PIC X.
    05 OLD-FM-FREQUENCY        PIC X.
    05 OLD-FM-FREQ-DAY         PIC XX.
    05 OLD-FM-ACTIVE-FLAG      PIC X.
    05 OLD-FM-UPDATE-TIMESTAMP PIC X(14).
    05 OLD-FM-UPDATE-USER      PIC X(8).

FD  FOLDER-MASTER-FILE.
COPY "zipfldrc".

WORKING-STORAGE SECTION.
01 COMMAND PIC X(480).
01 WS-ENV-HOLD PIC X(200) VALUE SPACES.
01 WS-PRIOR-MASTER-STATUS PIC XX VALUE SPACES.
01 WS-OLD-MASTER-STATUS PIC XX VALUE SPACES.
01 WS-MASTER-FILE-STATUS PIC XX VALUE SPACES.
01 WS-NEW-MASTER-PATH PIC X(200) VALUE "ZIPFLDMST".
01 WS-OLD-EOF-SWITCH PIC X VALUE "N".
    88 WS-OLD-EOF VALUE "Y".
01 WS-PRIOR-LAYOUT-SWITCH PIC X VALUE "N".
    88 WS-PRIOR-LAYOUT VALUE "Y".
01 WS-CONVERTED-COUNT PIC 9(7) VALUE 0.
01 WS-FAILED-COUNT PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
*> One-time folder master conversion for the layout growth (tier age
*> column, then the RPO hours column): the operator moves the live ZIPFLDMST aside to ZIPFLDOLD,
*> runs this once, and ZIPCTLMNT opens the rebuilt master normally
*> again. Each old record is copied field for field, update stamp
*> and user included -- the conversion is not a maintenance action
*> and leaves no audit record. INITIALIZE supplies the new columns as
*> zero: never tiers, no agreed RPO. The run refuses to start if something
*> already sits at the new master name, for the same reason ZIPCATCNV
*> does.
    MOVE WS-NEW-MASTER-PATH TO WS-ENV-HOLD
    ACCEPT WS-NEW-MASTER-PATH FROM ENVIRONMENT "ZIPFLDMST"
    IF WS-NEW-MASTER-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-NEW-MASTER-PATH
    END-IF

    MOVE SPACES TO COMMAND
    STRING "test -e '" FUNCTION TRIM(WS-NEW-MASTER-PATH) "'"
        INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    IF RETURN-CODE = 0
        DISPLAY "Refusing to convert: "
            FUNCTION TRIM(WS-NEW-MASTER-PATH)
            " already exists - move the old master to ZIPFLDOLD "
            "and leave the new name free."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

*> Either earlier layout can be sitting at ZIPFLDOLD, depending on
*> how many growths the installation has missed.
    OPEN INPUT PRIOR-MASTER-FILE
    IF WS-PRIOR-MASTER-STATUS = "00"
        SET WS-PRIOR-LAYOUT TO TRUE
    ELSE
        OPEN INPUT OLD-MASTER-FILE
        IF WS-OLD-MASTER-STATUS NOT = "00"
            DISPLAY "Old folder master not available at ZIPFLDOLD, "
                "status " WS-OLD-MASTER-STATUS " - nothing converted."
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN OUTPUT FOLDER-MASTER-FILE
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "New folder master open failed, status "
            WS-MASTER-FILE-STATUS " - nothing converted."
        IF WS-PRIOR-LAYOUT
            CLOSE PRIOR-MASTER-FILE
        ELSE
            CLOSE OLD-MASTER-FILE
        END-IF
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    IF WS-PRIOR-LAYOUT
        PERFORM 3000-CONVERT-PRIOR-RECORDS
        CLOSE PRIOR-MASTER-FILE
    ELSE
        PERFORM 2000-CONVERT-RECORDS
        CLOSE OLD-MASTER-FILE
    END-IF
    CLOSE FOLDER-MASTER-FILE
    DISPLAY "Records converted: " WS-CONVERTED-COUNT
    DISPLAY "Records failed:    " WS-FAILED-COUNT
    IF WS-FAILED-COUNT > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

2000-CONVERT-RECORDS.
    MOVE "N" TO WS-OLD-EOF-SWITCH
    MOVE LOW-VALUES TO OLD-FM-FOLDER-PATH
    START OLD-MASTER-FILE
            KEY IS NOT LESS THAN OLD-FM-FOLDER-PATH
        INVALID KEY
            SET WS-OLD-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-OLD-EOF
        READ OLD-MASTER-FILE NEXT RECORD
            AT END
                SET WS-OLD-EOF TO TRUE
            NOT AT END
                PERFORM 2100-CONVERT-ONE-RECORD
        END-READ
    END-PERFORM.

2100-CONVERT-ONE-RECORD.
    INITIALIZE FOLDER-MASTER-RECORD
    MOVE OLD-FM-FOLDER-PATH TO FM-FOLDER-PATH
    MOVE OLD-FM-ZIP-FILE TO FM-ZIP-FILE
    MOVE OLD-FM-RETENTION-DAYS TO FM-RETENTION-DAYS
    MOVE OLD-FM-ARCHIVE-MODE TO FM-ARCHIVE-MODE
    MOVE OLD-FM-CLEANUP-FLAG TO FM-CLEANUP-FLAG
    MOVE OLD-FM-ENCRYPT-FLAG TO FM-ENCRYPT-FLAG
    MOVE OLD-FM-KEY-ID TO FM-KEY-ID
    MOVE OLD-FM-PRIORITY TO FM-PRIORITY
    MOVE OLD-FM-HOLD-FLAG TO FM-HOLD-FLAG
    MOVE OLD-FM-FREQUENCY TO FM-FREQUENCY
    MOVE OLD-FM-FREQ-DAY TO FM-FREQ-DAY
    MOVE OLD-FM-ACTIVE-FLAG TO FM-ACTIVE-FLAG
    MOVE OLD-FM-UPDATE-TIMESTAMP TO FM-UPDATE-TIMESTAMP
    MOVE OLD-FM-UPDATE-USER TO FM-UPDATE-USER
*> The tier age and RPO hours stay as INITIALIZE left them: zero,
*> never tiered, no agreed RPO.
    WRITE FOLDER-MASTER-RECORD
    IF WS-MASTER-FILE-STATUS = "00"
        ADD 1 TO WS-CONVERTED-COUNT
    ELSE
        ADD 1 TO WS-FAILED-COUNT
        DISPLAY "WARNING: convert write failed, status "
            WS-MASTER-FILE-STATUS " for "
            FUNCTION TRIM(OLD-FM-FOLDER-PATH)
    END-IF.

3000-CONVERT-PRIOR-RECORDS.
    MOVE "N" TO WS-OLD-EOF-SWITCH
    MOVE LOW-VALUES TO PRV-FM-FOLDER-PATH
    START PRIOR-MASTER-FILE
            KEY IS NOT LESS THAN PRV-FM-FOLDER-PATH
        INVALID KEY
            SET WS-OLD-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-OLD-EOF
        READ PRIOR-MASTER-FILE NEXT RECORD
            AT END
                SET WS-OLD-EOF TO TRUE
            NOT AT END
                PERFORM 3100-CONVERT-ONE-PRIOR-RECORD
        END-READ
    END-PERFORM.

3100-CONVERT-ONE-PRIOR-RECORD.
    INITIALIZE FOLDER-MASTER-RECORD
    MOVE PRV-FM-FOLDER-PATH TO FM-FOLDER-PATH
    MOVE PRV-FM-ZIP-FILE TO FM-ZIP-FILE
    MOVE PRV-FM-RETENTION-DAYS TO FM-RETENTION-DAYS
    MOVE PRV-FM-ARCHIVE-MODE TO FM-ARCHIVE-MODE
    MOVE PRV-FM-CLEANUP-FLAG TO FM-CLEANUP-FLAG
    MOVE PRV-FM-ENCRYPT-FLAG TO FM-ENCRYPT-FLAG
    MOVE PRV-FM-KEY-ID TO FM-KEY-ID
    MOVE PRV-FM-PRIORITY TO FM-PRIORITY
    MOVE PRV-FM-HOLD-FLAG TO FM-HOLD-FLAG
    MOVE PRV-FM-FREQUENCY TO FM-FREQUENCY
    MOVE PRV-FM-FREQ-DAY TO FM-FREQ-DAY
    MOVE PRV-FM-ACTIVE-FLAG TO FM-ACTIVE-FLAG
    MOVE PRV-FM-UPDATE-TIMESTAMP TO FM-UPDATE-TIMESTAMP
    MOVE PRV-FM-UPDATE-USER TO FM-UPDATE-USER
    MOVE PRV-FM-TIER-AGE-DAYS TO FM-TIER-AGE-DAYS
*> No RPO had been agreed at this layout; the column stays zero from
*> INITIALIZE.
    WRITE FOLDER-MASTER-RECORD
    IF WS-MASTER-FILE-STATUS = "00"
        ADD 1 TO WS-CONVERTED-COUNT
    ELSE
        ADD 1 TO WS-FAILED-COUNT
        DISPLAY "WARNING: convert write failed, status "
            WS-MASTER-FILE-STATUS " for "
            FUNCTION TRIM(PRV-FM-FOLDER-PATH)
    END-IF.
