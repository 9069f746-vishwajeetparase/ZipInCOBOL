    88 WS-KEY-MISSING VALUE "N".
01 WS-CRYPT-OPTION PIC X(32) VALUE SPACES.
01 WS-TEST-RC PIC S9(9) VALUE 0.
01 WS-TEST-PATH PIC X(200) VALUE SPACES.
01 WS-VERIFIED-COUNT PIC 9(5) VALUE 0.
01 WS-FAILED-COUNT PIC 9(5) VALUE 0.
01 WS-NOKEY-COUNT PIC 9(5) VALUE 0.
        MOVE 96 TO WS-ALERT-RC
        PERFORM 8000-WRITE-ALERT-RECORD
    ELSE
*> A cold-tier archive is tested where ZIPTIER put it; the catalog
*> path no longer holds it.
        IF CAT-TIER-COLD
            MOVE CAT-TIER-PATH TO WS-TEST-PATH
        ELSE
            MOVE CAT-ARCHIVE-PATH TO WS-TEST-PATH
        END-IF
        MOVE SPACES TO COMMAND
        STRING "unzip -t -qq " FUNCTION TRIM(WS-CRYPT-OPTION)
            " '" FUNCTION TRIM(WS-TEST-PATH)
            "' >/dev/null 2>&1" INTO COMMAND
        CALL "SYSTEM" USING COMMAND
        MOVE RETURN-CODE TO WS-TEST-RC
            PERFORM 3500-STAMP-VERIFIED
        ELSE
            DISPLAY "Archive failed unzip test (rc " WS-TEST-RC
                "): " FUNCTION TRIM(WS-TEST-PATH)
            ADD 1 TO WS-FAILED-COUNT
            MOVE CAT-FOLDER-PATH TO WS-ALERT-FOLDER
            MOVE "VERIFY" TO WS-ALERT-STEP
