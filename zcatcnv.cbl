       CALL-CONVENTION IS STDCALL.
INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PRIOR-CATALOG-FILE ASSIGN TO "ZIPCATOLD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PRV-CAT-ARCHIVE-PATH
            FILE STATUS IS WS-PRIOR-CATALOG-STATUS.

        SELECT OLD-CATALOG-FILE ASSIGN TO "ZIPCATOLD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC

DATA DIVISION.
FILE SECTION.
*> The catalog record as it stood before the storage-tier columns
*> were added: everything through the verification timestamp. A
*> catalog at this layout is tried first; status 39 on it means the
*> file predates even these columns and is read with the original
*> layout below instead.
FD  PRIOR-CATALOG-FILE.
01  PRIOR-CATALOG-RECORD.
    05 PRV-CAT-ARCHIVE-PATH    PIC X(200).
    05 PRV-CAT-FOLDER-PATH     PIC X(100).
    05 PRV-CAT-TIMESTAMP       PIC X(14).
    05 PRV-CAT-BYTE-SIZE       PIC 9(15).
    05 PRV-CAT-CHECKSUM        PIC X(32).
    05 PRV-CAT-RETENTION-DAYS  PIC 9(4).
    05 PRV-CAT-STATUS          PIC X.
    05 PRV-CAT-PURGE-TIMESTAMP PIC X(14).
    05 PRV-CAT-ENCRYPT-FLAG    PIC X.
    05 PRV-CAT-KEY-ID          PIC X(16).
    05 PRV-CAT-MODE            PIC X(4).
    05 PRV-CAT-OFFSITE-PATH    PIC X(200).
    05 PRV-CAT-REPL-TIMESTAMP  PIC X(14).
    05 PRV-CAT-HOLD-FLAG       PIC X.
    05 PRV-CAT-HOLD-REASON     PIC X(40).
    05 PRV-CAT-HOLD-REQUESTOR  PIC X(20).
    05 PRV-CAT-HOLD-TIMESTAMP  PIC X(14).
    05 PRV-CAT-VERIFY-TIMESTAMP PIC X(14).

*> The catalog record exactly as it stood before the mode, offsite,
*> hold, and verification columns were added. An indexed file keeps
*> its record length, so the live catalog built under the old layout
WORKING-STORAGE SECTION.
01 COMMAND PIC X(480).
01 WS-ENV-HOLD PIC X(200) VALUE SPACES.
01 WS-PRIOR-CATALOG-STATUS PIC XX VALUE SPACES.
01 WS-OLD-CATALOG-STATUS PIC XX VALUE SPACES.
01 WS-CATALOG-FILE-STATUS PIC XX VALUE SPACES.
01 WS-NEW-CATALOG-PATH PIC X(200) VALUE "ZIPCATLG".
01 WS-OLD-EOF-SWITCH PIC X VALUE "N".
    88 WS-OLD-EOF VALUE "Y".
01 WS-PRIOR-LAYOUT-SWITCH PIC X VALUE "N".
    88 WS-PRIOR-LAYOUT VALUE "Y".
01 WS-CONVERTED-COUNT PIC 9(7) VALUE 0.
01 WS-FAILED-COUNT PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
*> One-time catalog conversion for the layout growth (mode, offsite,
*> legal hold, verification columns, then the storage-tier columns):
*> the operator moves the live ZIPCATLG aside to ZIPCATOLD, runs this
*> once, and every program opens the rebuilt catalog normally again.
*> Each old record is copied field for field; INITIALIZE supplies the
*> new columns as the blanks their readers treat as "before the
*> column existed" (blank mode reads as FULL, blank replication/hold/
*> verification as not yet done, blank tier as primary). The run
*> refuses to start if something already sits at the new catalog
*> name -- overwriting a live catalog is exactly the accident the
*> catalog's own open discipline exists to prevent.
    MOVE WS-NEW-CATALOG-PATH TO WS-ENV-HOLD
    ACCEPT WS-NEW-CATALOG-PATH FROM ENVIRONMENT "ZIPCATLG"
    IF WS-NEW-CATALOG-PATH = SPACES
        STOP RUN
    END-IF

*> Either earlier layout can be sitting at ZIPCATOLD, depending on
*> how many growths the installation has missed.
    OPEN INPUT PRIOR-CATALOG-FILE
    IF WS-PRIOR-CATALOG-STATUS = "00"
        SET WS-PRIOR-LAYOUT TO TRUE
    ELSE
        OPEN INPUT OLD-CATALOG-FILE
        IF WS-OLD-CATALOG-STATUS NOT = "00"
            DISPLAY "Old catalog not available at ZIPCATOLD, status "
                WS-OLD-CATALOG-STATUS " - nothing converted."
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN OUTPUT CATALOG-FILE
    IF WS-CATALOG-FILE-STATUS NOT = "00"
        DISPLAY "New catalog open failed, status "
            WS-CATALOG-FILE-STATUS " - nothing converted."
        IF WS-PRIOR-LAYOUT
            CLOSE PRIOR-CATALOG-FILE
        ELSE
            CLOSE OLD-CATALOG-FILE
        END-IF
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    IF WS-PRIOR-LAYOUT
        PERFORM 3000-CONVERT-PRIOR-RECORDS
        CLOSE PRIOR-CATALOG-FILE
    ELSE
        PERFORM 2000-CONVERT-RECORDS
        CLOSE OLD-CATALOG-FILE
    END-IF
    CLOSE CATALOG-FILE
    DISPLAY "Records converted: " WS-CONVERTED-COUNT
    DISPLAY "Records failed:    " WS-FAILED-COUNT
    MOVE OLD-CAT-ENCRYPT-FLAG TO CAT-ENCRYPT-FLAG
    MOVE OLD-CAT-KEY-ID TO CAT-KEY-ID
*> The new columns stay as INITIALIZE left them: blank mode (reads
*> as FULL), no offsite copy, no hold, never verified, primary tier.
    WRITE CATALOG-RECORD
    IF WS-CATALOG-FILE-STATUS = "00"
        ADD 1 TO WS-CONVERTED-COUNT
            WS-CATALOG-FILE-STATUS " for "
            FUNCTION TRIM(OLD-CAT-ARCHIVE-PATH)
    END-IF.

3000-CONVERT-PRIOR-RECORDS.
    MOVE "N" TO WS-OLD-EOF-SWITCH
    MOVE LOW-VALUES TO PRV-CAT-ARCHIVE-PATH
    START PRIOR-CATALOG-FILE
            KEY IS NOT LESS THAN PRV-CAT-ARCHIVE-PATH
        INVALID KEY
            SET WS-OLD-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-OLD-EOF
        READ PRIOR-CATALOG-FILE NEXT RECORD
            AT END
                SET WS-OLD-EOF TO TRUE
            NOT AT END
                PERFORM 3100-CONVERT-ONE-PRIOR-RECORD
        END-READ
    END-PERFORM.

3100-CONVERT-ONE-PRIOR-RECORD.
    INITIALIZE CATALOG-RECORD
    MOVE PRV-CAT-ARCHIVE-PATH TO CAT-ARCHIVE-PATH
    MOVE PRV-CAT-FOLDER-PATH TO CAT-FOLDER-PATH
    MOVE PRV-CAT-TIMESTAMP TO CAT-TIMESTAMP
    MOVE PRV-CAT-BYTE-SIZE TO CAT-BYTE-SIZE
    MOVE PRV-CAT-CHECKSUM TO CAT-CHECKSUM
    MOVE PRV-CAT-RETENTION-DAYS TO CAT-RETENTION-DAYS
    MOVE PRV-CAT-STATUS TO CAT-STATUS
    MOVE PRV-CAT-PURGE-TIMESTAMP TO CAT-PURGE-TIMESTAMP
    MOVE PRV-CAT-ENCRYPT-FLAG TO CAT-ENCRYPT-FLAG
    MOVE PRV-CAT-KEY-ID TO CAT-KEY-ID
    MOVE PRV-CAT-MODE TO CAT-MODE
    MOVE PRV-CAT-OFFSITE-PATH TO CAT-OFFSITE-PATH
    MOVE PRV-CAT-REPL-TIMESTAMP TO CAT-REPL-TIMESTAMP
    MOVE PRV-CAT-HOLD-FLAG TO CAT-HOLD-FLAG
    MOVE PRV-CAT-HOLD-REASON TO CAT-HOLD-REASON
    MOVE PRV-CAT-HOLD-REQUESTOR TO CAT-HOLD-REQUESTOR
    MOVE PRV-CAT-HOLD-TIMESTAMP TO CAT-HOLD-TIMESTAMP
    MOVE PRV-CAT-VERIFY-TIMESTAMP TO CAT-VERIFY-TIMESTAMP
*> Every archive at this layout is still on the primary tier; the
*> tier columns stay blank from INITIALIZE.
    WRITE CATALOG-RECORD
    IF WS-CATALOG-FILE-STATUS = "00"
        ADD 1 TO WS-CONVERTED-COUNT
    ELSE
        ADD 1 TO WS-FAILED-COUNT
        DISPLAY "WARNING: convert write failed, status "
            WS-CATALOG-FILE-STATUS " for "
            FUNCTION TRIM(PRV-CAT-ARCHIVE-PATH)
    END-IF.
