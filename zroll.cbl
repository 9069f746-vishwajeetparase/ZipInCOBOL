IDENTIFICATION DIVISION.
PROGRAM-ID. ZIPROLL.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
   SPECIAL-NAMES.
       CALL-CONVENTION IS STDCALL.
INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ROLL-PARM-FILE ASSIGN TO "ROLLPARM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ROLL-PARM-STATUS.

        SELECT ZIPLOG-FILE ASSIGN TO "ZIPLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ZIPLOG-FILE-STATUS.

        SELECT ALERT-FILE ASSIGN TO "ZIPALERT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALERT-FILE-STATUS.

        SELECT SUMMARY-FILE ASSIGN TO "ZIPSUMMARY"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUMMARY-FILE-STATUS.

        SELECT MANIFEST-FILE ASSIGN TO "ZIPMANIFEST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MANIFEST-FILE-STATUS.

        SELECT CATALOG-FILE ASSIGN TO "ZIPCATLG"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CAT-ARCHIVE-PATH
            FILE STATUS IS WS-CATALOG-FILE-STATUS.

        SELECT STATS-FILE ASSIGN TO "ZIPSTATS"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATS-FILE-STATUS.

        SELECT KEEP-FILE ASSIGN TO "ZIPROLLKEEP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-KEEP-FILE-STATUS.

        SELECT CHUNK-FILE ASSIGN TO "ZIPROLLGEN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHUNK-FILE-STATUS.

        SELECT LIST-FILE ASSIGN TO "ZIPROLLLIST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIST-FILE-STATUS.

        SELECT COUNT-FILE ASSIGN TO "ZIPROLLCNT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COUNT-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO "ZIPROLLRPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> Optional: how many monthly generations of each history file stay
*> on disk (default 12); 0 keeps every generation ever rolled.
FD  ROLL-PARM-FILE.
01  ROLL-PARM-RECORD.
    05 RP-GENERATIONS    PIC X(3).

FD  ZIPLOG-FILE.
COPY "ziplogrc".

FD  ALERT-FILE.
COPY "zipaltrc".

FD  SUMMARY-FILE.
COPY "zipsumrc".

FD  MANIFEST-FILE.
COPY "zipmanrc".

FD  CATALOG-FILE.
COPY "zipcatrc".

FD  STATS-FILE.
COPY "zipstsrc".

*> Records staying live, copied byte for byte; replaces the live file
*> once the roll of that file has balanced.
FD  KEEP-FILE.
01  KEEP-LINE PIC X(512).

*> One month's rolled records at a time, appended to the generation
*> when the month changes.
FD  CHUNK-FILE.
01  CHUNK-LINE PIC X(512).

FD  LIST-FILE.
01  LIST-LINE PIC X(256).

FD  COUNT-FILE.
01  COUNT-LINE PIC X(20).

FD  REPORT-FILE.
01  REPORT-LINE PIC X(256).

WORKING-STORAGE SECTION.
01 COMMAND PIC X(480).
01 WS-ENV-HOLD PIC X(200) VALUE SPACES.
01 WS-ROLL-PARM-STATUS PIC XX VALUE SPACES.
01 WS-ZIPLOG-FILE-STATUS PIC XX VALUE SPACES.
01 WS-ALERT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SUMMARY-FILE-STATUS PIC XX VALUE SPACES.
01 WS-MANIFEST-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CATALOG-FILE-STATUS PIC XX VALUE SPACES.
01 WS-STATS-FILE-STATUS PIC XX VALUE SPACES.
01 WS-KEEP-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CHUNK-FILE-STATUS PIC XX VALUE SPACES.
01 WS-LIST-FILE-STATUS PIC XX VALUE SPACES.
01 WS-COUNT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.
*> Where each file really lives: the same names the runtime resolves
*> for the ASSIGN literals, needed here because the generations and
*> the final replace are done by the shell.
01 WS-LOG-PATH PIC X(200) VALUE "ZIPLOG".
01 WS-ALERT-PATH PIC X(200) VALUE "ZIPALERT".
01 WS-SUMMARY-PATH PIC X(200) VALUE "ZIPSUMMARY".
01 WS-MANIFEST-PATH PIC X(200) VALUE "ZIPMANIFEST".
01 WS-STATS-PATH PIC X(200) VALUE "ZIPSTATS".
01 WS-KEEP-PATH PIC X(200) VALUE "ZIPROLLKEEP".
01 WS-CHUNK-PATH PIC X(200) VALUE "ZIPROLLGEN".
01 WS-LIST-PATH PIC X(200) VALUE "ZIPROLLLIST".
01 WS-COUNT-PATH PIC X(200) VALUE "ZIPROLLCNT".
01 WS-LOCK-PATH PIC X(200) VALUE "ZIPANDMOVE.lock".
01 WS-LOCK-SWITCH PIC X VALUE "N".
    88 WS-LOCK-HELD VALUE "Y".
01 WS-EOF-SWITCH PIC X VALUE "N".
    88 WS-EOF VALUE "Y".
01 WS-LIST-EOF-SWITCH PIC X VALUE "N".
    88 WS-LIST-EOF VALUE "Y".
01 WS-CATALOG-SWITCH PIC X VALUE "N".
    88 WS-CATALOG-AVAILABLE VALUE "Y".
01 WS-FATAL-SWITCH PIC X VALUE "N".
    88 WS-FATAL VALUE "Y".
01 WS-WARNING-SWITCH PIC X VALUE "N".
    88 WS-WARNING VALUE "Y".
01 WS-GENERATIONS PIC 9(3) VALUE 12.
01 WS-RUN-DATE PIC 9(8) VALUE 0.
01 WS-RUN-MONTH PIC X(6) VALUE SPACES.
01 WS-KEEP-FROM-MONTH PIC X(6) VALUE SPACES.
01 WS-MONTH-NUMBER PIC 9(6) VALUE 0.
01 WS-MONTH-YYYY PIC 9(4) VALUE 0.
01 WS-MONTH-MM PIC 99 VALUE 0.
01 WS-MONTH-BUILD.
    05 WS-MB-YYYY PIC 9(4).
    05 WS-MB-MM PIC 99.
01 WS-CURRENT-DATE PIC 9(8).
01 WS-CURRENT-TIME.
    05 WS-TIME-HH PIC 99.
    05 WS-TIME-MM PIC 99.
    05 WS-TIME-SS PIC 99.
    05 WS-TIME-HS PIC 99.
*> The file being rolled, and its counts in and out. Every record
*> read is either written back to the keep file or appended to a
*> generation; the two must add up to what was read, and the live
*> file must still hold exactly that many lines when the keep file
*> replaces it -- otherwise something wrote to it mid-roll and the
*> live file is left alone.
01 WS-CUR-LABEL PIC X(12) VALUE SPACES.
01 WS-CUR-PATH PIC X(200) VALUE SPACES.
01 WS-LINE PIC X(512) VALUE SPACES.
01 WS-LINE-MONTH PIC X(6) VALUE SPACES.
01 WS-CHUNK-MONTH PIC X(6) VALUE SPACES.
01 WS-CHUNK-OPEN-SWITCH PIC X VALUE "N".
    88 WS-CHUNK-OPEN VALUE "Y".
01 WS-FILE-FAILED-SWITCH PIC X VALUE "N".
    88 WS-FILE-FAILED VALUE "Y".
01 WS-FILE-NOTE PIC X(40) VALUE SPACES.
01 WS-IN-COUNT PIC 9(9) VALUE 0.
01 WS-KEPT-COUNT PIC 9(9) VALUE 0.
01 WS-ROLLED-COUNT PIC 9(9) VALUE 0.
01 WS-CHUNK-COUNT PIC 9(9) VALUE 0.
01 WS-LINE-COUNT PIC 9(9) VALUE 0.
01 WS-COUNT-TARGET PIC X(210) VALUE SPACES.
01 WS-GEN-PATH PIC X(210) VALUE SPACES.
01 WS-GEN-LEN PIC 9(4) COMP VALUE 0.
01 WS-GEN-MONTH PIC X(6) VALUE SPACES.
01 WS-GEN-REMOVED-COUNT PIC 9(5) VALUE 0.
*> Run totals across all four files.
01 WS-TOTAL-IN PIC 9(9) VALUE 0.
01 WS-TOTAL-KEPT PIC 9(9) VALUE 0.
01 WS-TOTAL-ROLLED PIC 9(9) VALUE 0.
01 WS-TOTAL-REMOVED PIC 9(9) VALUE 0.
01 WS-COUNT-DISPLAY PIC Z(8)9.
01 WS-COUNT-DISPLAY-2 PIC Z(8)9.
01 WS-COUNT-DISPLAY-3 PIC Z(8)9.
*> Statistics being carried forward: whatever ZIPSTATS already held,
*> plus the live ZIPLOG and ZIPSUMMARY records stamped after its
*> as-of points. Built in full before any history file is touched,
*> so a roll never moves a record the statistics have not absorbed.
01 WS-LOG-AS-OF PIC X(14) VALUE SPACES.
01 WS-NEW-LOG-AS-OF PIC X(14) VALUE SPACES.
01 WS-SUM-AS-OF PIC X(14) VALUE SPACES.
01 WS-NEW-SUM-AS-OF PIC X(14) VALUE SPACES.
01 WS-FOLDED-LOG-COUNT PIC 9(9) VALUE 0.
01 WS-FOLDED-SUM-COUNT PIC 9(9) VALUE 0.
01 WS-STATS-WRITTEN-COUNT PIC 9(7) VALUE 0.
01 WS-FOLD-MODE PIC X(4) VALUE SPACES.
01 WS-ZIP-RC PIC S9(9) VALUE 0.
01 WS-MOVE-RC PIC S9(9) VALUE 0.
01 WS-ELAPSED PIC 9(7) VALUE 0.
01 WS-LOG-BYTES PIC 9(15) VALUE 0.
01 WS-RECENT-IX PIC 9(2) VALUE 0.
01 WS-SR-RUNS PIC 9(9) VALUE 0.
01 WS-SR-ATTEMPTED PIC 9(9) VALUE 0.
01 WS-SR-SUCCESS PIC 9(9) VALUE 0.
01 WS-SR-FAILED PIC 9(9) VALUE 0.
01 WS-SR-FAILED-ZIP PIC 9(9) VALUE 0.
01 WS-SR-FAILED-MOVE PIC 9(9) VALUE 0.
01 WS-SR-TOTAL-BYTES PIC 9(17) VALUE 0.
01 WS-SR-DEFERRED PIC 9(9) VALUE 0.
01 WS-STATS-USED PIC 9(4) VALUE 0.
01 WS-STATS-MAX PIC 9(4) VALUE 1000.
01 WS-STATS-IX PIC 9(4) VALUE 0.
01 WS-STATS-FOUND-SWITCH PIC X VALUE "N".
    88 WS-STATS-FOUND VALUE "Y".
01 WS-STATS-OVERFLOW-SWITCH PIC X VALUE "N".
    88 WS-STATS-OVERFLOW VALUE "Y".
01 WS-STATS-TABLE.
    05 WS-STATS-ENTRY OCCURS 1000 TIMES.
        10 WS-SE-FOLDER PIC X(100).
        10 WS-SE-MODE PIC X(4).
        10 WS-SE-RUNS PIC 9(7).
        10 WS-SE-FAILS PIC 9(7).
        10 WS-SE-ELAPSED-TOTAL PIC 9(11).
        10 WS-SE-ELAPSED-MAX PIC 9(7).
        10 WS-SE-FIRST-TIMESTAMP PIC X(14).
        10 WS-SE-ELAPSED-FIRST PIC 9(7).
        10 WS-SE-LAST-TIMESTAMP PIC X(14).
        10 WS-SE-ELAPSED-LAST PIC 9(7).
        10 WS-SE-BYTE-RUNS PIC 9(7).
        10 WS-SE-BYTES-TOTAL PIC 9(17).
        10 WS-SE-BYTES-FIRST-TIMESTAMP PIC X(14).
        10 WS-SE-BYTES-FIRST PIC 9(15).
        10 WS-SE-BYTES-LAST-TIMESTAMP PIC X(14).
        10 WS-SE-BYTES-LAST PIC 9(15).
        10 WS-SE-RECENT-COUNT PIC 9(2).
        10 WS-SE-RECENT-BYTES PIC 9(15) OCCURS 10 TIMES.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
*> History rollover and compaction. ZIPLOG, ZIPALERT and ZIPSUMMARY
*> are appended to by every run and never shrink, and ZIPMANIFEST
*> keeps the members of archives purged years ago; every reader pays
*> for all of it. Each run:
*>   1. takes the ZIPANDMOVE instance lock, so no nightly run can
*>      append while files are being rewritten -- and refuses to roll
*>      at all if a run already holds it;
*>   2. folds the live ZIPLOG and ZIPSUMMARY records not yet counted
*>      into ZIPSTATS, the compact per-folder statistics the size
*>      baseline and ZIPTREND read in place of the raw log;
*>   3. moves every ZIPLOG, ZIPALERT and ZIPSUMMARY record stamped
*>      before the current month into its month's generation
*>      (<file>.YYYYMM), and every manifest record of an archive the
*>      catalog shows purged into this month's ZIPMANIFEST generation;
*>   4. removes generations older than the configured number of
*>      months.
*> Record counts in and out are reported for every file, and a file
*> whose counts do not balance is left exactly as it was. RC 12 when
*> the roll was refused or any file could not be rolled, RC 4 when
*> something was skipped (manifest without the catalog).
    PERFORM 0100-RESOLVE-PATHS

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "Rollover report open failed, status "
            WS-REPORT-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 0200-ACQUIRE-INSTANCE-LOCK
    IF NOT WS-LOCK-HELD
        DISPLAY "Refusing to roll: a ZIPANDMOVE run holds "
            FUNCTION TRIM(WS-LOCK-PATH) " - nothing touched."
        MOVE SPACES TO REPORT-LINE
        STRING "ROLL REFUSED - INSTANCE LOCK HELD: "
            FUNCTION TRIM(WS-LOCK-PATH) INTO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        CLOSE REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 0300-READ-PARM-CARD
    PERFORM 0400-WRITE-HEADING

    PERFORM 1000-LOAD-PRIOR-STATS
    PERFORM 2000-FOLD-RUN-LOG
    PERFORM 2500-FOLD-SUMMARIES
    IF WS-STATS-OVERFLOW
        DISPLAY "Statistics table full - nothing rolled."
        MOVE "ROLL ABANDONED - STATISTICS TABLE FULL, NOTHING ROLLED"
            TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        PERFORM 9900-ABANDON-RUN
    END-IF
    PERFORM 3000-WRITE-STATS

    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "HISTORY FILES" TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "FILE                IN      KEPT    ROLLED  RESULT"
        TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    PERFORM 4000-ROLL-RUN-LOG
    PERFORM 4100-ROLL-ALERTS
    PERFORM 4200-ROLL-SUMMARIES
    PERFORM 4300-ROLL-MANIFEST

    IF WS-GENERATIONS > 0
        MOVE SPACES TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        MOVE "GENERATIONS REMOVED" TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        MOVE WS-LOG-PATH TO WS-CUR-PATH
        PERFORM 6000-PRUNE-GENERATIONS
        MOVE WS-ALERT-PATH TO WS-CUR-PATH
        PERFORM 6000-PRUNE-GENERATIONS
        MOVE WS-SUMMARY-PATH TO WS-CUR-PATH
        PERFORM 6000-PRUNE-GENERATIONS
        MOVE WS-MANIFEST-PATH TO WS-CUR-PATH
        PERFORM 6000-PRUNE-GENERATIONS
        IF WS-GEN-REMOVED-COUNT = 0
            MOVE "    (NONE)" TO REPORT-LINE
            PERFORM 8000-WRITE-REPORT-LINE
        END-IF
    END-IF

    PERFORM 7000-WRITE-TOTALS
    CLOSE REPORT-FILE
    PERFORM 9000-RELEASE-INSTANCE-LOCK
    DISPLAY "History roll: in " WS-TOTAL-IN " kept " WS-TOTAL-KEPT
        " rolled " WS-TOTAL-ROLLED " removed " WS-TOTAL-REMOVED
    IF WS-FATAL
        MOVE 12 TO RETURN-CODE
    ELSE
        IF WS-WARNING
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

0100-RESOLVE-PATHS.
    MOVE WS-LOG-PATH TO WS-ENV-HOLD
    ACCEPT WS-LOG-PATH FROM ENVIRONMENT "ZIPLOG"
    IF WS-LOG-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-LOG-PATH
    END-IF

    MOVE WS-ALERT-PATH TO WS-ENV-HOLD
    ACCEPT WS-ALERT-PATH FROM ENVIRONMENT "ZIPALERT"
    IF WS-ALERT-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-ALERT-PATH
    END-IF

    MOVE WS-SUMMARY-PATH TO WS-ENV-HOLD
    ACCEPT WS-SUMMARY-PATH FROM ENVIRONMENT "ZIPSUMMARY"
    IF WS-SUMMARY-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-SUMMARY-PATH
    END-IF

    MOVE WS-MANIFEST-PATH TO WS-ENV-HOLD
    ACCEPT WS-MANIFEST-PATH FROM ENVIRONMENT "ZIPMANIFEST"
    IF WS-MANIFEST-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-MANIFEST-PATH
    END-IF

    MOVE WS-STATS-PATH TO WS-ENV-HOLD
    ACCEPT WS-STATS-PATH FROM ENVIRONMENT "ZIPSTATS"
    IF WS-STATS-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-STATS-PATH
    END-IF

    MOVE WS-KEEP-PATH TO WS-ENV-HOLD
    ACCEPT WS-KEEP-PATH FROM ENVIRONMENT "ZIPROLLKEEP"
    IF WS-KEEP-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-KEEP-PATH
    END-IF

    MOVE WS-CHUNK-PATH TO WS-ENV-HOLD
    ACCEPT WS-CHUNK-PATH FROM ENVIRONMENT "ZIPROLLGEN"
    IF WS-CHUNK-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-CHUNK-PATH
    END-IF

    MOVE WS-LIST-PATH TO WS-ENV-HOLD
    ACCEPT WS-LIST-PATH FROM ENVIRONMENT "ZIPROLLLIST"
    IF WS-LIST-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-LIST-PATH
    END-IF

    MOVE WS-COUNT-PATH TO WS-ENV-HOLD
    ACCEPT WS-COUNT-PATH FROM ENVIRONMENT "ZIPROLLCNT"
    IF WS-COUNT-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-COUNT-PATH
    END-IF

    MOVE WS-LOCK-PATH TO WS-ENV-HOLD
    ACCEPT WS-LOCK-PATH FROM ENVIRONMENT "ZIPLOCKDIR"
    IF WS-LOCK-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-LOCK-PATH
    END-IF.

0200-ACQUIRE-INSTANCE-LOCK.
*> The same mkdir lock ZIPANDMOVE takes, tried once: a run holding
*> it is appending to the very files about to be rewritten, so the
*> roll is refused outright rather than queued behind it. Once held,
*> a nightly run that starts meanwhile waits on it the way it waits
*> on any other run, and the owner file tells the operator who has it.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE SPACES TO COMMAND
    STRING "mkdir '" FUNCTION TRIM(WS-LOCK-PATH)
        "' 2>/dev/null" INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    IF RETURN-CODE = 0
        SET WS-LOCK-HELD TO TRUE
        MOVE SPACES TO COMMAND
        STRING "echo 'ZIPROLL " WS-CURRENT-DATE WS-TIME-HH WS-TIME-MM
            WS-TIME-SS "' > '" FUNCTION TRIM(WS-LOCK-PATH) "/owner'"
            INTO COMMAND
        CALL "SYSTEM" USING COMMAND
    END-IF.

0300-READ-PARM-CARD.
    OPEN INPUT ROLL-PARM-FILE
    IF WS-ROLL-PARM-STATUS = "00"
        READ ROLL-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF RP-GENERATIONS NOT = SPACES
                    IF FUNCTION TRIM(RP-GENERATIONS) IS NUMERIC
                        COMPUTE WS-GENERATIONS =
                            FUNCTION NUMVAL(RP-GENERATIONS)
                    ELSE
                        DISPLAY "WARNING: generations count not "
                            "numeric, default kept."
                    END-IF
                END-IF
        END-READ
        CLOSE ROLL-PARM-FILE
    END-IF

*> Records stamped before the first of this month roll; generations
*> for months before WS-KEEP-FROM-MONTH are removed.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
    MOVE WS-RUN-DATE(1:4) TO WS-MONTH-YYYY
    MOVE WS-RUN-DATE(5:2) TO WS-MONTH-MM
    COMPUTE WS-MONTH-NUMBER = WS-MONTH-YYYY * 12 + WS-MONTH-MM - 1
        - WS-GENERATIONS
    COMPUTE WS-MB-YYYY = WS-MONTH-NUMBER / 12
    COMPUTE WS-MB-MM = FUNCTION MOD(WS-MONTH-NUMBER, 12) + 1
    MOVE WS-MONTH-BUILD TO WS-KEEP-FROM-MONTH.

0400-WRITE-HEADING.
    MOVE SPACES TO REPORT-LINE
    STRING "ZIPROLL HISTORY ROLLOVER AND COMPACTION  RUN "
        WS-CURRENT-DATE " " WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-GENERATIONS TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    IF WS-GENERATIONS = 0
        STRING "ROLLING RECORDS BEFORE " WS-RUN-MONTH
            "   GENERATIONS KEPT: ALL" INTO REPORT-LINE
    ELSE
        STRING "ROLLING RECORDS BEFORE " WS-RUN-MONTH
            "   GENERATIONS KEPT: " FUNCTION TRIM(WS-COUNT-DISPLAY)
            " (FROM " WS-KEEP-FROM-MONTH ")" INTO REPORT-LINE
    END-IF
    PERFORM 8000-WRITE-REPORT-LINE.

1000-LOAD-PRIOR-STATS.
*> No statistics file yet is the first run: everything live is
*> folded in from scratch.
    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT STATS-FILE
    IF WS-STATS-FILE-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ STATS-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM 1100-LOAD-ONE-STATS-RECORD
            END-READ
        END-PERFORM
        CLOSE STATS-FILE
    END-IF
    MOVE WS-LOG-AS-OF TO WS-NEW-LOG-AS-OF
    MOVE WS-SUM-AS-OF TO WS-NEW-SUM-AS-OF.

1100-LOAD-ONE-STATS-RECORD.
    IF ST-RUN-TOTALS
        MOVE SR-AS-OF TO WS-SUM-AS-OF
        MOVE SR-RUNS TO WS-SR-RUNS
        MOVE SR-ATTEMPTED TO WS-SR-ATTEMPTED
        MOVE SR-SUCCESS TO WS-SR-SUCCESS
        MOVE SR-FAILED TO WS-SR-FAILED
        MOVE SR-FAILED-ZIP TO WS-SR-FAILED-ZIP
        MOVE SR-FAILED-MOVE TO WS-SR-FAILED-MOVE
        MOVE SR-TOTAL-BYTES TO WS-SR-TOTAL-BYTES
        MOVE SR-DEFERRED TO WS-SR-DEFERRED
    END-IF
    IF ST-FOLDER-STATS
        IF ST-AS-OF > WS-LOG-AS-OF
            MOVE ST-AS-OF TO WS-LOG-AS-OF
        END-IF
        IF WS-STATS-USED < WS-STATS-MAX
            ADD 1 TO WS-STATS-USED
            MOVE WS-STATS-USED TO WS-STATS-IX
            INITIALIZE WS-STATS-ENTRY(WS-STATS-IX)
            MOVE ST-FOLDER-PATH TO WS-SE-FOLDER(WS-STATS-IX)
            MOVE ST-MODE TO WS-SE-MODE(WS-STATS-IX)
            MOVE ST-RUNS TO WS-SE-RUNS(WS-STATS-IX)
            MOVE ST-FAILS TO WS-SE-FAILS(WS-STATS-IX)
            MOVE ST-ELAPSED-TOTAL TO WS-SE-ELAPSED-TOTAL(WS-STATS-IX)
            MOVE ST-ELAPSED-MAX TO WS-SE-ELAPSED-MAX(WS-STATS-IX)
            MOVE ST-FIRST-TIMESTAMP
                TO WS-SE-FIRST-TIMESTAMP(WS-STATS-IX)
            MOVE ST-ELAPSED-FIRST TO WS-SE-ELAPSED-FIRST(WS-STATS-IX)
            MOVE ST-LAST-TIMESTAMP TO WS-SE-LAST-TIMESTAMP(WS-STATS-IX)
            MOVE ST-ELAPSED-LAST TO WS-SE-ELAPSED-LAST(WS-STATS-IX)
            MOVE ST-BYTE-RUNS TO WS-SE-BYTE-RUNS(WS-STATS-IX)
            MOVE ST-BYTES-TOTAL TO WS-SE-BYTES-TOTAL(WS-STATS-IX)
            MOVE ST-BYTES-FIRST-TIMESTAMP
                TO WS-SE-BYTES-FIRST-TIMESTAMP(WS-STATS-IX)
            MOVE ST-BYTES-FIRST TO WS-SE-BYTES-FIRST(WS-STATS-IX)
            MOVE ST-BYTES-LAST-TIMESTAMP
                TO WS-SE-BYTES-LAST-TIMESTAMP(WS-STATS-IX)
            MOVE ST-BYTES-LAST TO WS-SE-BYTES-LAST(WS-STATS-IX)
            MOVE ST-RECENT-COUNT TO WS-SE-RECENT-COUNT(WS-STATS-IX)
            PERFORM VARYING WS-RECENT-IX FROM 1 BY 1
                    UNTIL WS-RECENT-IX > 10
                MOVE ST-RECENT-BYTES(WS-RECENT-IX)
                    TO WS-SE-RECENT-BYTES(WS-STATS-IX, WS-RECENT-IX)
            END-PERFORM
        ELSE
            SET WS-STATS-OVERFLOW TO TRUE
        END-IF
    END-IF.

2000-FOLD-RUN-LOG.
*> Only records stamped after the statistics' as-of point are new;
*> the rest were counted on an earlier roll (or by a reader since).
*> The filter and the failure rule are ZIPTREND's own: held, deferred
*> and unscheduled records are audit entries, not runs, and zip RC 12
*> is benign only on an incremental record.
    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT ZIPLOG-FILE
    IF WS-ZIPLOG-FILE-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ ZIPLOG-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF LOG-TIMESTAMP > WS-LOG-AS-OF
                        IF LOG-TIMESTAMP > WS-NEW-LOG-AS-OF
                            MOVE LOG-TIMESTAMP TO WS-NEW-LOG-AS-OF
                        END-IF
                        IF LOG-FOLDER-PATH NOT = SPACES
                                AND (LOG-DISPOSITION = "PROC"
                                OR LOG-DISPOSITION = SPACES)
                            PERFORM 2100-FOLD-ONE-LOG-RECORD
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ZIPLOG-FILE
    END-IF.

2100-FOLD-ONE-LOG-RECORD.
    IF LOG-MODE = SPACES
        MOVE "FULL" TO WS-FOLD-MODE
    ELSE
        MOVE LOG-MODE TO WS-FOLD-MODE
    END-IF
    PERFORM 2200-FIND-STATS-ENTRY
    IF WS-STATS-IX > 0
        ADD 1 TO WS-FOLDED-LOG-COUNT
        COMPUTE WS-ZIP-RC = FUNCTION NUMVAL(LOG-ZIP-RC)
        COMPUTE WS-MOVE-RC = FUNCTION NUMVAL(LOG-MOVE-RC)
        COMPUTE WS-ELAPSED = FUNCTION NUMVAL(LOG-ELAPSED-SECS)
        ADD 1 TO WS-SE-RUNS(WS-STATS-IX)
        IF WS-ZIP-RC NOT = 0
                AND NOT (WS-ZIP-RC = 12 AND WS-FOLD-MODE = "INCR")
            ADD 1 TO WS-SE-FAILS(WS-STATS-IX)
        ELSE
            IF WS-MOVE-RC > 0
                ADD 1 TO WS-SE-FAILS(WS-STATS-IX)
            END-IF
        END-IF
        ADD WS-ELAPSED TO WS-SE-ELAPSED-TOTAL(WS-STATS-IX)
        IF WS-ELAPSED > WS-SE-ELAPSED-MAX(WS-STATS-IX)
            MOVE WS-ELAPSED TO WS-SE-ELAPSED-MAX(WS-STATS-IX)
        END-IF
        IF WS-SE-FIRST-TIMESTAMP(WS-STATS-IX) = SPACES
            MOVE LOG-TIMESTAMP TO WS-SE-FIRST-TIMESTAMP(WS-STATS-IX)
            MOVE WS-ELAPSED TO WS-SE-ELAPSED-FIRST(WS-STATS-IX)
        END-IF
        MOVE LOG-TIMESTAMP TO WS-SE-LAST-TIMESTAMP(WS-STATS-IX)
        MOVE WS-ELAPSED TO WS-SE-ELAPSED-LAST(WS-STATS-IX)
        COMPUTE WS-LOG-BYTES = FUNCTION NUMVAL(LOG-BYTES)
        IF WS-LOG-BYTES > 0
            ADD 1 TO WS-SE-BYTE-RUNS(WS-STATS-IX)
            ADD WS-LOG-BYTES TO WS-SE-BYTES-TOTAL(WS-STATS-IX)
            IF WS-SE-BYTES-FIRST-TIMESTAMP(WS-STATS-IX) = SPACES
                MOVE LOG-TIMESTAMP
                    TO WS-SE-BYTES-FIRST-TIMESTAMP(WS-STATS-IX)
                MOVE WS-LOG-BYTES TO WS-SE-BYTES-FIRST(WS-STATS-IX)
            END-IF
            MOVE LOG-TIMESTAMP
                TO WS-SE-BYTES-LAST-TIMESTAMP(WS-STATS-IX)
            MOVE WS-LOG-BYTES TO WS-SE-BYTES-LAST(WS-STATS-IX)
            PERFORM 2300-ADD-RECENT-SIZE
        END-IF
    END-IF.

2200-FIND-STATS-ENTRY.
    MOVE "N" TO WS-STATS-FOUND-SWITCH
    PERFORM VARYING WS-STATS-IX FROM 1 BY 1
            UNTIL WS-STATS-IX > WS-STATS-USED
            OR WS-STATS-FOUND
        IF WS-SE-FOLDER(WS-STATS-IX) = LOG-FOLDER-PATH
                AND WS-SE-MODE(WS-STATS-IX) = WS-FOLD-MODE
            SET WS-STATS-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF WS-STATS-FOUND
        SUBTRACT 1 FROM WS-STATS-IX
    ELSE
        IF WS-STATS-USED < WS-STATS-MAX
            ADD 1 TO WS-STATS-USED
            MOVE WS-STATS-USED TO WS-STATS-IX
            INITIALIZE WS-STATS-ENTRY(WS-STATS-IX)
            MOVE LOG-FOLDER-PATH TO WS-SE-FOLDER(WS-STATS-IX)
            MOVE WS-FOLD-MODE TO WS-SE-MODE(WS-STATS-IX)
        ELSE
            SET WS-STATS-OVERFLOW TO TRUE
            MOVE 0 TO WS-STATS-IX
        END-IF
    END-IF.

2300-ADD-RECENT-SIZE.
*> The last ten sizes, oldest first: once full, the oldest drops off
*> the front and tonight's goes on the end.
    IF WS-SE-RECENT-COUNT(WS-STATS-IX) < 10
        ADD 1 TO WS-SE-RECENT-COUNT(WS-STATS-IX)
    ELSE
        PERFORM VARYING WS-RECENT-IX FROM 1 BY 1
                UNTIL WS-RECENT-IX > 9
            MOVE WS-SE-RECENT-BYTES(WS-STATS-IX, WS-RECENT-IX + 1)
                TO WS-SE-RECENT-BYTES(WS-STATS-IX, WS-RECENT-IX)
        END-PERFORM
    END-IF
    MOVE WS-LOG-BYTES TO WS-SE-RECENT-BYTES(WS-STATS-IX,
        WS-SE-RECENT-COUNT(WS-STATS-IX)).

2500-FOLD-SUMMARIES.
    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT SUMMARY-FILE
    IF WS-SUMMARY-FILE-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ SUMMARY-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF SUM-TIMESTAMP NOT = SPACES
                            AND SUM-TIMESTAMP > WS-SUM-AS-OF
                        PERFORM 2600-FOLD-ONE-SUMMARY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUMMARY-FILE
    END-IF.

2600-FOLD-ONE-SUMMARY.
    IF SUM-TIMESTAMP > WS-NEW-SUM-AS-OF
        MOVE SUM-TIMESTAMP TO WS-NEW-SUM-AS-OF
    END-IF
    ADD 1 TO WS-FOLDED-SUM-COUNT
    ADD 1 TO WS-SR-RUNS
    COMPUTE WS-SR-ATTEMPTED = WS-SR-ATTEMPTED
        + FUNCTION NUMVAL(SUM-ATTEMPTED)
    COMPUTE WS-SR-SUCCESS = WS-SR-SUCCESS
        + FUNCTION NUMVAL(SUM-SUCCESS)
    COMPUTE WS-SR-FAILED = WS-SR-FAILED
        + FUNCTION NUMVAL(SUM-FAILED)
    COMPUTE WS-SR-FAILED-ZIP = WS-SR-FAILED-ZIP
        + FUNCTION NUMVAL(SUM-FAILED-ZIP)
    COMPUTE WS-SR-FAILED-MOVE = WS-SR-FAILED-MOVE
        + FUNCTION NUMVAL(SUM-FAILED-MOVE)
    COMPUTE WS-SR-TOTAL-BYTES = WS-SR-TOTAL-BYTES
        + FUNCTION NUMVAL(SUM-TOTAL-BYTES)
    IF SUM-DEFERRED NOT = SPACES
        COMPUTE WS-SR-DEFERRED = WS-SR-DEFERRED
            + FUNCTION NUMVAL(SUM-DEFERRED)
    END-IF.

3000-WRITE-STATS.
*> The previous statistics are kept beside the new ones until the
*> new file is complete: they cover history already rolled away,
*> so losing them to a failed write would lose it for good.
    MOVE SPACES TO COMMAND
    STRING "[ ! -f '" FUNCTION TRIM(WS-STATS-PATH) "' ] || cp -p '"
        FUNCTION TRIM(WS-STATS-PATH) "' '"
        FUNCTION TRIM(WS-STATS-PATH) ".prev'" INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    IF RETURN-CODE NOT = 0
        DISPLAY "Statistics backup failed - nothing rolled."
        MOVE "ROLL ABANDONED - STATISTICS BACKUP FAILED, NOTHING ROLLED"
            TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        PERFORM 9900-ABANDON-RUN
    END-IF

    OPEN OUTPUT STATS-FILE
    IF WS-STATS-FILE-STATUS NOT = "00"
        DISPLAY "Statistics file open failed, status "
            WS-STATS-FILE-STATUS " - nothing rolled."
        MOVE "ROLL ABANDONED - STATISTICS FILE NOT WRITABLE" TO
            REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        PERFORM 9900-ABANDON-RUN
    END-IF
    MOVE SPACES TO STATS-RUN-RECORD
    MOVE "S" TO SR-RECORD-TYPE
    MOVE WS-NEW-SUM-AS-OF TO SR-AS-OF
    MOVE WS-SR-RUNS TO SR-RUNS
    MOVE WS-SR-ATTEMPTED TO SR-ATTEMPTED
    MOVE WS-SR-SUCCESS TO SR-SUCCESS
    MOVE WS-SR-FAILED TO SR-FAILED
    MOVE WS-SR-FAILED-ZIP TO SR-FAILED-ZIP
    MOVE WS-SR-FAILED-MOVE TO SR-FAILED-MOVE
    MOVE WS-SR-TOTAL-BYTES TO SR-TOTAL-BYTES
    MOVE WS-SR-DEFERRED TO SR-DEFERRED
    WRITE STATS-RUN-RECORD
    IF WS-STATS-FILE-STATUS = "00"
        ADD 1 TO WS-STATS-WRITTEN-COUNT
    ELSE
        SET WS-FATAL TO TRUE
    END-IF
    PERFORM 3100-WRITE-ONE-STATS-ENTRY
        VARYING WS-STATS-IX FROM 1 BY 1
        UNTIL WS-STATS-IX > WS-STATS-USED
    CLOSE STATS-FILE
    IF WS-FATAL
        DISPLAY "Statistics write failed - previous copy kept in "
            FUNCTION TRIM(WS-STATS-PATH) ".prev; nothing rolled."
        MOVE SPACES TO REPORT-LINE
        STRING "ROLL ABANDONED - STATISTICS WRITE FAILED, PREVIOUS COPY "
            "IN " FUNCTION TRIM(WS-STATS-PATH) ".prev" INTO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        PERFORM 9900-ABANDON-RUN
    END-IF

    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "STATISTICS" TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-FOLDED-LOG-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "ZIPLOG RUNS FOLDED IN:       " FUNCTION TRIM(WS-COUNT-DISPLAY)
        "   AS OF " WS-NEW-LOG-AS-OF INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-FOLDED-SUM-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "ZIPSUMMARY RUNS FOLDED IN:   " FUNCTION TRIM(WS-COUNT-DISPLAY)
        "   AS OF " WS-NEW-SUM-AS-OF INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-STATS-WRITTEN-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "ZIPSTATS RECORDS WRITTEN:    " FUNCTION TRIM(WS-COUNT-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

3100-WRITE-ONE-STATS-ENTRY.
    MOVE SPACES TO STATS-RECORD
    MOVE "F" TO ST-RECORD-TYPE
    MOVE WS-NEW-LOG-AS-OF TO ST-AS-OF
    MOVE WS-SE-FOLDER(WS-STATS-IX) TO ST-FOLDER-PATH
    MOVE WS-SE-MODE(WS-STATS-IX) TO ST-MODE
    MOVE WS-SE-RUNS(WS-STATS-IX) TO ST-RUNS
    MOVE WS-SE-FAILS(WS-STATS-IX) TO ST-FAILS
    MOVE WS-SE-ELAPSED-TOTAL(WS-STATS-IX) TO ST-ELAPSED-TOTAL
    MOVE WS-SE-ELAPSED-MAX(WS-STATS-IX) TO ST-ELAPSED-MAX
    MOVE WS-SE-FIRST-TIMESTAMP(WS-STATS-IX) TO ST-FIRST-TIMESTAMP
    MOVE WS-SE-ELAPSED-FIRST(WS-STATS-IX) TO ST-ELAPSED-FIRST
    MOVE WS-SE-LAST-TIMESTAMP(WS-STATS-IX) TO ST-LAST-TIMESTAMP
    MOVE WS-SE-ELAPSED-LAST(WS-STATS-IX) TO ST-ELAPSED-LAST
    MOVE WS-SE-BYTE-RUNS(WS-STATS-IX) TO ST-BYTE-RUNS
    MOVE WS-SE-BYTES-TOTAL(WS-STATS-IX) TO ST-BYTES-TOTAL
    MOVE WS-SE-BYTES-FIRST-TIMESTAMP(WS-STATS-IX)
        TO ST-BYTES-FIRST-TIMESTAMP
    MOVE WS-SE-BYTES-FIRST(WS-STATS-IX) TO ST-BYTES-FIRST
    MOVE WS-SE-BYTES-LAST-TIMESTAMP(WS-STATS-IX)
        TO ST-BYTES-LAST-TIMESTAMP
    MOVE WS-SE-BYTES-LAST(WS-STATS-IX) TO ST-BYTES-LAST
    MOVE WS-SE-RECENT-COUNT(WS-STATS-IX) TO ST-RECENT-COUNT
    PERFORM VARYING WS-RECENT-IX FROM 1 BY 1
            UNTIL WS-RECENT-IX > 10
        MOVE SPACE TO ST-RECENT-SEP(WS-RECENT-IX)
        MOVE WS-SE-RECENT-BYTES(WS-STATS-IX, WS-RECENT-IX)
            TO ST-RECENT-BYTES(WS-RECENT-IX)
    END-PERFORM
    WRITE STATS-RECORD
    IF WS-STATS-FILE-STATUS = "00"
        ADD 1 TO WS-STATS-WRITTEN-COUNT
    ELSE
        SET WS-FATAL TO TRUE
    END-IF.

4000-ROLL-RUN-LOG.
    MOVE "ZIPLOG" TO WS-CUR-LABEL
    MOVE WS-LOG-PATH TO WS-CUR-PATH
    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT ZIPLOG-FILE
    IF WS-ZIPLOG-FILE-STATUS NOT = "00"
        PERFORM 5050-REPORT-NOT-PRESENT
    ELSE
        PERFORM 5000-START-FILE
        PERFORM UNTIL WS-EOF OR WS-FILE-FAILED
            READ ZIPLOG-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-IN-COUNT
                    MOVE LOG-RECORD TO WS-LINE
                    MOVE LOG-TIMESTAMP(1:6) TO WS-LINE-MONTH
                    PERFORM 5100-ROUTE-LINE
            END-READ
        END-PERFORM
        CLOSE ZIPLOG-FILE
        PERFORM 5400-FINISH-FILE
    END-IF.

4100-ROLL-ALERTS.
*> ZIPALSTAT has carried every alert into ZIPALSTMST by the time the
*> month is over, and ZIPRETRY only ever selects one day's alerts.
    MOVE "ZIPALERT" TO WS-CUR-LABEL
    MOVE WS-ALERT-PATH TO WS-CUR-PATH
    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT ALERT-FILE
    IF WS-ALERT-FILE-STATUS NOT = "00"
        PERFORM 5050-REPORT-NOT-PRESENT
    ELSE
        PERFORM 5000-START-FILE
        PERFORM UNTIL WS-EOF OR WS-FILE-FAILED
            READ ALERT-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-IN-COUNT
                    MOVE ALERT-RECORD TO WS-LINE
                    MOVE ALERT-TIMESTAMP(1:6) TO WS-LINE-MONTH
                    PERFORM 5100-ROUTE-LINE
            END-READ
        END-PERFORM
        CLOSE ALERT-FILE
        PERFORM 5400-FINISH-FILE
    END-IF.

4200-ROLL-SUMMARIES.
    MOVE "ZIPSUMMARY" TO WS-CUR-LABEL
    MOVE WS-SUMMARY-PATH TO WS-CUR-PATH
    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT SUMMARY-FILE
    IF WS-SUMMARY-FILE-STATUS NOT = "00"
        PERFORM 5050-REPORT-NOT-PRESENT
    ELSE
        PERFORM 5000-START-FILE
        PERFORM UNTIL WS-EOF OR WS-FILE-FAILED
            READ SUMMARY-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-IN-COUNT
                    MOVE SUMMARY-RECORD TO WS-LINE
                    MOVE SUM-TIMESTAMP(1:6) TO WS-LINE-MONTH
                    PERFORM 5100-ROUTE-LINE
            END-READ
        END-PERFORM
        CLOSE SUMMARY-FILE
        PERFORM 5400-FINISH-FILE
    END-IF.

4300-ROLL-MANIFEST.
*> The manifest carries no date of its own; what retires a member
*> line is its archive being purged, so each line is checked against
*> the catalog and purged archives' lines go to this month's
*> generation. Lines the catalog does not know stay live -- only the
*> catalog's word moves anything. Without the catalog nothing moves.
    MOVE "ZIPMANIFEST" TO WS-CUR-LABEL
    MOVE WS-MANIFEST-PATH TO WS-CUR-PATH
    OPEN INPUT CATALOG-FILE
    IF WS-CATALOG-FILE-STATUS = "00"
        SET WS-CATALOG-AVAILABLE TO TRUE
    ELSE
        DISPLAY "WARNING: catalog not available, status "
            WS-CATALOG-FILE-STATUS " - manifest not rolled."
        SET WS-WARNING TO TRUE
        MOVE SPACES TO REPORT-LINE
        STRING WS-CUR-LABEL "        -         -         -  "
            "NOT ROLLED - CATALOG NOT AVAILABLE" DELIMITED BY SIZE
            INTO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF
    IF WS-CATALOG-AVAILABLE
        MOVE "N" TO WS-EOF-SWITCH
        OPEN INPUT MANIFEST-FILE
        IF WS-MANIFEST-FILE-STATUS NOT = "00"
            PERFORM 5050-REPORT-NOT-PRESENT
        ELSE
            PERFORM 5000-START-FILE
            PERFORM UNTIL WS-EOF OR WS-FILE-FAILED
                READ MANIFEST-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-IN-COUNT
                        MOVE MANIFEST-RECORD TO WS-LINE
                        PERFORM 4310-ROUTE-MANIFEST-LINE
                END-READ
            END-PERFORM
            CLOSE MANIFEST-FILE
            PERFORM 5400-FINISH-FILE
        END-IF
        CLOSE CATALOG-FILE
    END-IF.

4310-ROUTE-MANIFEST-LINE.
    MOVE SPACES TO WS-LINE-MONTH
    MOVE MAN-ARCHIVE-PATH TO CAT-ARCHIVE-PATH
    READ CATALOG-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF CAT-PURGED
                MOVE WS-RUN-MONTH TO WS-LINE-MONTH
            END-IF
    END-READ
    IF WS-LINE-MONTH = SPACES
        PERFORM 5200-KEEP-LINE
    ELSE
        PERFORM 5300-ROLL-LINE
    END-IF.

5000-START-FILE.
    MOVE 0 TO WS-IN-COUNT
    MOVE 0 TO WS-KEPT-COUNT
    MOVE 0 TO WS-ROLLED-COUNT
    MOVE 0 TO WS-CHUNK-COUNT
    MOVE SPACES TO WS-CHUNK-MONTH
    MOVE SPACES TO WS-FILE-NOTE
    MOVE "N" TO WS-CHUNK-OPEN-SWITCH
    MOVE "N" TO WS-FILE-FAILED-SWITCH
    OPEN OUTPUT KEEP-FILE
    IF WS-KEEP-FILE-STATUS NOT = "00"
        DISPLAY "Keep work file open failed, status "
            WS-KEEP-FILE-STATUS " - " FUNCTION TRIM(WS-CUR-LABEL)
            " not rolled."
        SET WS-FILE-FAILED TO TRUE
        MOVE "KEEP WORK FILE NOT WRITABLE" TO WS-FILE-NOTE
    END-IF.

5050-REPORT-NOT-PRESENT.
*> A history file that does not exist yet has nothing to roll; that
*> is a quiet night, not an error.
    MOVE SPACES TO REPORT-LINE
    STRING WS-CUR-LABEL "        0         0         0  NOT PRESENT"
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

5100-ROUTE-LINE.
*> Stamped before this month: roll. Anything without a usable stamp
*> stays live, where someone will see it.
    IF WS-LINE-MONTH IS NUMERIC
            AND WS-LINE-MONTH < WS-RUN-MONTH
        PERFORM 5300-ROLL-LINE
    ELSE
        PERFORM 5200-KEEP-LINE
    END-IF.

5200-KEEP-LINE.
    WRITE KEEP-LINE FROM WS-LINE
    IF WS-KEEP-FILE-STATUS = "00"
        ADD 1 TO WS-KEPT-COUNT
    ELSE
        SET WS-FILE-FAILED TO TRUE
        MOVE "KEEP WORK FILE WRITE FAILED" TO WS-FILE-NOTE
    END-IF.

5300-ROLL-LINE.
*> The files are in time order, so a month's records arrive
*> together; each run of one month is appended to its generation as
*> soon as the month changes.
    IF WS-CHUNK-OPEN AND WS-LINE-MONTH NOT = WS-CHUNK-MONTH
        PERFORM 5500-FLUSH-CHUNK
    END-IF
    IF NOT WS-CHUNK-OPEN AND NOT WS-FILE-FAILED
        OPEN OUTPUT CHUNK-FILE
        IF WS-CHUNK-FILE-STATUS = "00"
            SET WS-CHUNK-OPEN TO TRUE
            MOVE WS-LINE-MONTH TO WS-CHUNK-MONTH
            MOVE 0 TO WS-CHUNK-COUNT
        ELSE
            SET WS-FILE-FAILED TO TRUE
            MOVE "GENERATION WORK FILE NOT WRITABLE" TO WS-FILE-NOTE
        END-IF
    END-IF
    IF WS-CHUNK-OPEN
        WRITE CHUNK-LINE FROM WS-LINE
        IF WS-CHUNK-FILE-STATUS = "00"
            ADD 1 TO WS-CHUNK-COUNT
        ELSE
            SET WS-FILE-FAILED TO TRUE
            MOVE "GENERATION WORK FILE WRITE FAILED" TO WS-FILE-NOTE
        END-IF
    END-IF.

5400-FINISH-FILE.
    CLOSE KEEP-FILE
    IF WS-CHUNK-OPEN
        PERFORM 5500-FLUSH-CHUNK
    END-IF
    IF NOT WS-FILE-FAILED
            AND WS-IN-COUNT NOT = WS-KEPT-COUNT + WS-ROLLED-COUNT
        SET WS-FILE-FAILED TO TRUE
        MOVE "COUNTS DO NOT BALANCE" TO WS-FILE-NOTE
    END-IF
*> Nothing may have been appended since the pass began; the lock
*> keeps ZIPANDMOVE out, but the other jobs that raise alerts do not
*> take it.
    IF NOT WS-FILE-FAILED AND WS-ROLLED-COUNT > 0
        MOVE WS-CUR-PATH TO WS-COUNT-TARGET
        PERFORM 5600-COUNT-LINES
        IF WS-LINE-COUNT NOT = WS-IN-COUNT
            SET WS-FILE-FAILED TO TRUE
            MOVE "FILE GREW DURING ROLL" TO WS-FILE-NOTE
        END-IF
    END-IF
    IF NOT WS-FILE-FAILED AND WS-ROLLED-COUNT > 0
        MOVE SPACES TO COMMAND
        STRING "mv -f '" FUNCTION TRIM(WS-KEEP-PATH) "' '"
            FUNCTION TRIM(WS-CUR-PATH) "'" INTO COMMAND
        CALL "SYSTEM" USING COMMAND
        IF RETURN-CODE NOT = 0
            SET WS-FILE-FAILED TO TRUE
            MOVE "LIVE FILE NOT REPLACED" TO WS-FILE-NOTE
        END-IF
    END-IF

    IF WS-FILE-FAILED
        SET WS-FATAL TO TRUE
        DISPLAY "ERROR: " FUNCTION TRIM(WS-CUR-LABEL) " roll failed - "
            FUNCTION TRIM(WS-FILE-NOTE)
*> Generations appended before the failure hold copies of records
*> that are still live; a rerun would append them a second time.
        IF WS-ROLLED-COUNT > 0
            DISPLAY "       live file left in place; "
                "generations appended this run hold copies of "
                "live records - remove them before rerunning."
        END-IF
    ELSE
        IF WS-ROLLED-COUNT = 0
            MOVE "NOTHING TO ROLL" TO WS-FILE-NOTE
        ELSE
            MOVE "ROLLED" TO WS-FILE-NOTE
        END-IF
        ADD WS-IN-COUNT TO WS-TOTAL-IN
        ADD WS-KEPT-COUNT TO WS-TOTAL-KEPT
        ADD WS-ROLLED-COUNT TO WS-TOTAL-ROLLED
    END-IF
    MOVE WS-IN-COUNT TO WS-COUNT-DISPLAY
    MOVE WS-KEPT-COUNT TO WS-COUNT-DISPLAY-2
    MOVE WS-ROLLED-COUNT TO WS-COUNT-DISPLAY-3
    MOVE SPACES TO REPORT-LINE
    STRING WS-CUR-LABEL WS-COUNT-DISPLAY " " WS-COUNT-DISPLAY-2 " "
        WS-COUNT-DISPLAY-3 "  " FUNCTION TRIM(WS-FILE-NOTE)
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

5500-FLUSH-CHUNK.
    CLOSE CHUNK-FILE
    MOVE "N" TO WS-CHUNK-OPEN-SWITCH
    MOVE SPACES TO WS-GEN-PATH
    STRING FUNCTION TRIM(WS-CUR-PATH) "." WS-CHUNK-MONTH
        DELIMITED BY SIZE INTO WS-GEN-PATH
    IF NOT WS-FILE-FAILED
        MOVE SPACES TO COMMAND
        STRING "cat '" FUNCTION TRIM(WS-CHUNK-PATH) "' >> '"
            FUNCTION TRIM(WS-GEN-PATH) "'" INTO COMMAND
        CALL "SYSTEM" USING COMMAND
        IF RETURN-CODE = 0
            ADD WS-CHUNK-COUNT TO WS-ROLLED-COUNT
            MOVE WS-CHUNK-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO REPORT-LINE
            STRING "    -> " FUNCTION TRIM(WS-GEN-PATH) "  "
                FUNCTION TRIM(WS-COUNT-DISPLAY) " RECORDS APPENDED"
                INTO REPORT-LINE
            PERFORM 8000-WRITE-REPORT-LINE
        ELSE
            SET WS-FILE-FAILED TO TRUE
            MOVE "GENERATION APPEND FAILED" TO WS-FILE-NOTE
            DISPLAY "ERROR: append to " FUNCTION TRIM(WS-GEN-PATH)
                " failed."
        END-IF
    END-IF
    MOVE 0 TO WS-CHUNK-COUNT.

5600-COUNT-LINES.
    MOVE 0 TO WS-LINE-COUNT
    MOVE SPACES TO COMMAND
    STRING "wc -l < '" FUNCTION TRIM(WS-COUNT-TARGET) "' > '"
        FUNCTION TRIM(WS-COUNT-PATH) "'" INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    OPEN INPUT COUNT-FILE
    IF WS-COUNT-FILE-STATUS = "00"
        READ COUNT-FILE
            AT END
                CONTINUE
            NOT AT END
                IF COUNT-LINE NOT = SPACES
                    COMPUTE WS-LINE-COUNT = FUNCTION NUMVAL(COUNT-LINE)
                END-IF
        END-READ
        CLOSE COUNT-FILE
    END-IF.

6000-PRUNE-GENERATIONS.
*> Generations are <file>.YYYYMM beside the live file; any for a
*> month before the keep-from month goes, its line count reported so
*> the removal is on the record.
    MOVE SPACES TO COMMAND
    STRING "ls -1d '" FUNCTION TRIM(WS-CUR-PATH)
        "'.[0-9][0-9][0-9][0-9][0-9][0-9] 2>/dev/null > '"
        FUNCTION TRIM(WS-LIST-PATH) "'" INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    MOVE "N" TO WS-LIST-EOF-SWITCH
    OPEN INPUT LIST-FILE
    IF WS-LIST-FILE-STATUS = "00"
        PERFORM UNTIL WS-LIST-EOF
            READ LIST-FILE
                AT END
                    SET WS-LIST-EOF TO TRUE
                NOT AT END
                    IF LIST-LINE NOT = SPACES
                        PERFORM 6100-PRUNE-ONE-GENERATION
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LIST-FILE
    END-IF.

6100-PRUNE-ONE-GENERATION.
    MOVE FUNCTION TRIM(LIST-LINE) TO WS-GEN-PATH
    MOVE FUNCTION LENGTH(FUNCTION TRIM(LIST-LINE)) TO WS-GEN-LEN
    IF WS-GEN-LEN > 6
        MOVE WS-GEN-PATH(WS-GEN-LEN - 5:6) TO WS-GEN-MONTH
        IF WS-GEN-MONTH < WS-KEEP-FROM-MONTH
            MOVE WS-GEN-PATH TO WS-COUNT-TARGET
            PERFORM 5600-COUNT-LINES
            MOVE SPACES TO COMMAND
            STRING "rm -f '" FUNCTION TRIM(WS-GEN-PATH) "'"
                INTO COMMAND
            CALL "SYSTEM" USING COMMAND
            MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO REPORT-LINE
            IF RETURN-CODE = 0
                ADD 1 TO WS-GEN-REMOVED-COUNT
                ADD WS-LINE-COUNT TO WS-TOTAL-REMOVED
                STRING "    " FUNCTION TRIM(WS-GEN-PATH) "  "
                    FUNCTION TRIM(WS-COUNT-DISPLAY) " RECORDS REMOVED"
                    INTO REPORT-LINE
            ELSE
                SET WS-WARNING TO TRUE
                STRING "    " FUNCTION TRIM(WS-GEN-PATH)
                    "  COULD NOT BE REMOVED" INTO REPORT-LINE
            END-IF
            PERFORM 8000-WRITE-REPORT-LINE
        END-IF
    END-IF.

7000-WRITE-TOTALS.
    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-TOTAL-IN TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "RECORDS READ:                " FUNCTION TRIM(WS-COUNT-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-TOTAL-KEPT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "RECORDS KEPT LIVE:           " FUNCTION TRIM(WS-COUNT-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-TOTAL-ROLLED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "RECORDS ROLLED:              " FUNCTION TRIM(WS-COUNT-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-TOTAL-REMOVED TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "RECORDS IN GENERATIONS REMOVED: "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    IF WS-FATAL
        MOVE "ONE OR MORE FILES NOT ROLLED - SEE ABOVE" TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

8000-WRITE-REPORT-LINE.
    WRITE REPORT-LINE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: report write failed, status "
            WS-REPORT-FILE-STATUS
    END-IF.

9000-RELEASE-INSTANCE-LOCK.
    IF WS-LOCK-HELD
        MOVE SPACES TO COMMAND
        STRING "rm -f '" FUNCTION TRIM(WS-LOCK-PATH)
            "/owner' && rmdir '" FUNCTION TRIM(WS-LOCK-PATH) "'"
            INTO COMMAND
        CALL "SYSTEM" USING COMMAND
    END-IF.

9900-ABANDON-RUN.
*> Fatal before any history file was touched: give the lock back so
*> tonight's run is not blocked behind a roll that never happened.
    CLOSE REPORT-FILE
    PERFORM 9000-RELEASE-INSTANCE-LOCK
    MOVE 12 TO RETURN-CODE
    STOP RUN.
