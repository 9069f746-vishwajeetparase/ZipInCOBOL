IDENTIFICATION DIVISION.
PROGRAM-ID. ZIPALSCNV.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
   SPECIAL-NAMES.
       CALL-CONVENTION IS STDCALL.
INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OLD-STATUS-FILE ASSIGN TO "ZIPALSOLD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OLD-AS-KEY
            FILE STATUS IS WS-OLD-STATUS-STATUS.

        SELECT ALERT-STATUS-FILE ASSIGN TO "ZIPALSTMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AS-KEY
            FILE STATUS IS WS-STATUS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> The alert status record exactly as it stood before the service-
*> desk columns were added. The master is indexed like the catalog,
*> so one built under the old layout opens with status 39 against the
*> grown copybook; this one-time conversion is how it crosses over,
*> the same way ZIPCATCNV and ZIPFLDCNV carry theirs.
FD  OLD-STATUS-FILE.
01  OLD-STATUS-RECORD.
    05 OLD-AS-KEY.
        10 OLD-AS-FOLDER-PATH PIC X(100).
        10 OLD-AS-STEP        PIC X(10).
    05 OLD-AS-STATE           PIC X(6).
        88 OLD-AS-STILL-LIVE  VALUE "OPEN" "RETRY".
    05 OLD-AS-FIRST-SEEN      PIC X(14).
    05 OLD-AS-LAST-SEEN       PIC X(14).
    05 OLD-AS-OCCURRENCES     PIC 9(5).
    05 OLD-AS-CLOSED-BY       PIC X(8).
    05 OLD-AS-CLOSE-REASON    PIC X(40).
    05 OLD-AS-CLOSE-TIMESTAMP PIC X(14).

FD  ALERT-STATUS-FILE.
COPY "zipasrc".

WORKING-STORAGE SECTION.
01 COMMAND PIC X(480).
01 WS-ENV-HOLD PIC X(200) VALUE SPACES.
01 WS-OLD-STATUS-STATUS PIC XX VALUE SPACES.
01 WS-STATUS-FILE-STATUS PIC XX VALUE SPACES.
01 WS-NEW-STATUS-PATH PIC X(200) VALUE "ZIPALSTMST".
01 WS-OLD-EOF-SWITCH PIC X VALUE "N".
    88 WS-OLD-EOF VALUE "Y".
01 WS-CONVERTED-COUNT PIC 9(7) VALUE 0.
01 WS-PENDING-COUNT PIC 9(7) VALUE 0.
01 WS-FAILED-COUNT PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
*> One-time alert status master conversion for the layout growth
*> (service-desk columns): the operator moves the live ZIPALSTMST
*> aside to ZIPALSOLD, runs this once, and ZIPALSTAT opens the
*> rebuilt master normally again. Each old record is copied field for
*> field. Every item comes across as not yet sent to the service
*> desk, so the first ZIPALSTAT run afterwards raises an incident for
*> each item still open or retried, and every live item carries a
*> correlation id from then on. The run refuses to start if
*> something already sits at the new master name, for the same
*> reason ZIPCATCNV does.
    MOVE WS-NEW-STATUS-PATH TO WS-ENV-HOLD
    ACCEPT WS-NEW-STATUS-PATH FROM ENVIRONMENT "ZIPALSTMST"
    IF WS-NEW-STATUS-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-NEW-STATUS-PATH
    END-IF

    MOVE SPACES TO COMMAND
    STRING "test -e '" FUNCTION TRIM(WS-NEW-STATUS-PATH) "'"
        INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    IF RETURN-CODE = 0
        DISPLAY "Refusing to convert: "
            FUNCTION TRIM(WS-NEW-STATUS-PATH)
            " already exists - move the old master to ZIPALSOLD "
            "and leave the new name free."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT OLD-STATUS-FILE
    IF WS-OLD-STATUS-STATUS NOT = "00"
        DISPLAY "Old alert status master not available at ZIPALSOLD, "
            "status " WS-OLD-STATUS-STATUS " - nothing converted."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT ALERT-STATUS-FILE
    IF WS-STATUS-FILE-STATUS NOT = "00"
        DISPLAY "New alert status master open failed, status "
            WS-STATUS-FILE-STATUS " - nothing converted."
        CLOSE OLD-STATUS-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 2000-CONVERT-RECORDS

    CLOSE OLD-STATUS-FILE
    CLOSE ALERT-STATUS-FILE
    DISPLAY "Records converted: " WS-CONVERTED-COUNT
    DISPLAY "Live items to send:" WS-PENDING-COUNT
    DISPLAY "Records failed:    " WS-FAILED-COUNT
    IF WS-FAILED-COUNT > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

2000-CONVERT-RECORDS.
    MOVE "N" TO WS-OLD-EOF-SWITCH
    MOVE LOW-VALUES TO OLD-AS-KEY
    START OLD-STATUS-FILE
            KEY IS NOT LESS THAN OLD-AS-KEY
        INVALID KEY
            SET WS-OLD-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-OLD-EOF
        READ OLD-STATUS-FILE NEXT RECORD
            AT END
                SET WS-OLD-EOF TO TRUE
            NOT AT END
                PERFORM 2100-CONVERT-ONE-RECORD
        END-READ
    END-PERFORM.

2100-CONVERT-ONE-RECORD.
    INITIALIZE ALERT-STATUS-RECORD
    MOVE OLD-AS-FOLDER-PATH TO AS-FOLDER-PATH
    MOVE OLD-AS-STEP TO AS-STEP
    MOVE OLD-AS-STATE TO AS-STATE
    MOVE OLD-AS-FIRST-SEEN TO AS-FIRST-SEEN
    MOVE OLD-AS-LAST-SEEN TO AS-LAST-SEEN
    MOVE OLD-AS-OCCURRENCES TO AS-OCCURRENCES
    MOVE OLD-AS-CLOSED-BY TO AS-CLOSED-BY
    MOVE OLD-AS-CLOSE-REASON TO AS-CLOSE-REASON
    MOVE OLD-AS-CLOSE-TIMESTAMP TO AS-CLOSE-TIMESTAMP
*> Run id, correlation id and ticket stay blank from INITIALIZE: none
*> of them existed before. Nothing has gone to the desk yet, so every
*> item is unsent; a healed or closed one goes out as new if it ever
*> reopens.
    MOVE "N" TO AS-SD-FLAG
    IF OLD-AS-STILL-LIVE
        ADD 1 TO WS-PENDING-COUNT
    END-IF
    WRITE ALERT-STATUS-RECORD
    IF WS-STATUS-FILE-STATUS = "00"
        ADD 1 TO WS-CONVERTED-COUNT
    ELSE
        ADD 1 TO WS-FAILED-COUNT
        DISPLAY "WARNING: convert write failed, status "
            WS-STATUS-FILE-STATUS " for "
            FUNCTION TRIM(OLD-AS-FOLDER-PATH) " " OLD-AS-STEP
    END-IF.
