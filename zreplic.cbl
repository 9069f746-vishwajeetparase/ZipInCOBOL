    88 WS-CATALOG-EOF VALUE "Y".
01 WS-OFFSITE-DIR PIC X(100) VALUE SPACES.
01 WS-OFFSITE-PATH PIC X(200) VALUE SPACES.
01 WS-SOURCE-PATH PIC X(200) VALUE SPACES.
01 WS-COPY-CHECKSUM PIC X(32) VALUE SPACES.
01 WS-COPY-RC PIC S9(9) VALUE 0.
01 WS-REPLICATED-COUNT PIC 9(5) VALUE 0.
*> offsite side ages the same way the primary does. Archive basenames
*> are already unique (folder basename plus run timestamp plus
*> attempt counter), so one flat offsite directory cannot collide.
*> An archive ZIPTIER has already moved to the cold tier is copied
*> from there; the offsite name is still the catalog basename.
    MOVE CAT-ARCHIVE-PATH TO WS-SCAN-PATH
    PERFORM 5000-EXTRACT-BASENAME
    MOVE SPACES TO WS-OFFSITE-PATH
    STRING FUNCTION TRIM(WS-OFFSITE-DIR) "/"
        FUNCTION TRIM(WS-SCAN-BASE) INTO WS-OFFSITE-PATH
    IF CAT-TIER-COLD
        MOVE CAT-TIER-PATH TO WS-SOURCE-PATH
    ELSE
        MOVE CAT-ARCHIVE-PATH TO WS-SOURCE-PATH
    END-IF
    MOVE SPACES TO COMMAND
    STRING "cp -p '" FUNCTION TRIM(WS-SOURCE-PATH) "' '"
        FUNCTION TRIM(WS-OFFSITE-PATH) "'" INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    MOVE RETURN-CODE TO WS-COPY-RC
