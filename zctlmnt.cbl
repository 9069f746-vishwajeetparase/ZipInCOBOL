    05 TX-HOLD-FLAG      PIC X.
    05 TX-FREQUENCY      PIC X.
    05 TX-FREQ-DAY       PIC XX.
    05 TX-TIER-AGE-DAYS  PIC X(4).
    05 TX-RPO-HOURS      PIC X(4).

FD  FOLDER-MASTER-FILE.
COPY "zipfldrc".
            CLOSE FOLDER-MASTER-FILE
            OPEN I-O FOLDER-MASTER-FILE
        END-IF
        IF WS-MASTER-FILE-STATUS = "39"
*> Same story as the catalog's 39: a master written before the
*> record grew, waiting for its one-time conversion.
            DISPLAY "Folder master is on the old record layout "
                "(status 39) - move it to ZIPFLDOLD and run "
                "ZIPFLDCNV once."
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-MASTER-FILE-STATUS NOT = "00"
            DISPLAY "Folder master not available, status "
                WS-MASTER-FILE-STATUS
        IF WS-RESULT = SPACES
            PERFORM 3200-VALIDATE-FREQUENCY
        END-IF
        IF WS-RESULT = SPACES
            PERFORM 3300-VALIDATE-TIER-AGE
        END-IF
        IF WS-RESULT = SPACES
            PERFORM 3400-VALIDATE-RPO
        END-IF
        END-IF
        END-IF
        END-IF
            MOVE "BADFREQ" TO WS-RESULT
    END-EVALUATE.

3300-VALIDATE-TIER-AGE.
*> Blank or zero never tiers. Otherwise the age must fall inside the
*> retention the card asks for (30 when blank, as 4100 defaults it):
*> an archive purged before it is old enough to tier makes the tier
*> age a setting that silently does nothing.
    IF TX-TIER-AGE-DAYS NOT = SPACES
        IF TX-TIER-AGE-DAYS IS NOT NUMERIC
            MOVE "BADTIER" TO WS-RESULT
        ELSE
            IF TX-TIER-AGE-DAYS NOT = "0000"
                IF TX-RETENTION-DAYS IS NUMERIC
                    IF TX-TIER-AGE-DAYS NOT < TX-RETENTION-DAYS
                        MOVE "BADTIER" TO WS-RESULT
                    END-IF
                ELSE
                    IF FUNCTION NUMVAL(TX-TIER-AGE-DAYS) NOT < 30
                        MOVE "BADTIER" TO WS-RESULT
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

3400-VALIDATE-RPO.
*> Blank or zero means no objective agreed; ZIPRPO then holds the
*> folder to its frequency. Anything else must be whole hours.
    IF TX-RPO-HOURS NOT = SPACES
        IF TX-RPO-HOURS IS NOT NUMERIC
            MOVE "BADRPO" TO WS-RESULT
        END-IF
    END-IF.

4000-APPLY-TO-MASTER.
    MOVE "N" TO WS-RECORD-FOUND-SWITCH
    MOVE WS-FOLDER-KEY TO FM-FOLDER-PATH
    ELSE
        MOVE "D" TO FM-FREQUENCY
        MOVE SPACES TO FM-FREQ-DAY
    END-IF
    IF TX-TIER-AGE-DAYS IS NUMERIC
        MOVE TX-TIER-AGE-DAYS TO FM-TIER-AGE-DAYS
    ELSE
        MOVE 0 TO FM-TIER-AGE-DAYS
    END-IF
    IF TX-RPO-HOURS IS NUMERIC
        MOVE TX-RPO-HOURS TO FM-RPO-HOURS
    ELSE
        MOVE 0 TO FM-RPO-HOURS
    END-IF.

4500-WRITE-OR-REWRITE.
        MOVE "D" TO FM-FREQUENCY
        MOVE SPACES TO FM-FREQ-DAY
    END-IF
    IF CF-TIER-AGE-DAYS IS NUMERIC
        MOVE CF-TIER-AGE-DAYS TO FM-TIER-AGE-DAYS
    ELSE
        MOVE 0 TO FM-TIER-AGE-DAYS
    END-IF
    IF CF-RPO-HOURS IS NUMERIC
        MOVE CF-RPO-HOURS TO FM-RPO-HOURS
    ELSE
        MOVE 0 TO FM-RPO-HOURS
    END-IF
    SET FM-ACTIVE TO TRUE.

6000-WRITE-AUDIT-RECORD.
    MOVE FM-HOLD-FLAG TO CF-HOLD-FLAG
    MOVE FM-FREQUENCY TO CF-FREQUENCY
    MOVE FM-FREQ-DAY TO CF-FREQ-DAY
    MOVE FM-TIER-AGE-DAYS TO CF-TIER-AGE-DAYS
    MOVE FM-RPO-HOURS TO CF-RPO-HOURS
    WRITE CONTROL-RECORD
    IF WS-CONTROL-FILE-STATUS = "00"
        ADD 1 TO WS-DECK-WRITTEN
