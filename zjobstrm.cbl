IDENTIFICATION DIVISION.
PROGRAM-ID. ZIPJOBSTRM.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
   SPECIAL-NAMES.
       CALL-CONVENTION IS STDCALL.
INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT JOB-DEF-FILE ASSIGN TO "ZIPJOBDEF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOB-DEF-STATUS.

        SELECT STEP-LOG-FILE ASSIGN TO "ZIPJOBLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STEP-LOG-STATUS.

        SELECT RESTART-FILE ASSIGN TO "ZIPJOBRST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RESTART-FILE-STATUS.

        SELECT RUN-ID-FILE ASSIGN TO "ZIPJOBRUNID"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-ID-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> One card per step, in execution order. JD-BYPASS-RC is the step's
*> condition code: a return code at or above it bypasses every later
*> step (blank means 8, the usual "real error" line). An optional step
*> (JD-OPTIONAL-FLAG "Y") may be skipped: its failure is logged but
*> does not bypass the rest of the stream, and ZIPJOBSKIP can leave
*> it out of tonight's run altogether. JD-COMMAND is the command line
*> the step runs, environment overrides included, exactly as the
*> operator would type it.
FD  JOB-DEF-FILE.
01  JOB-DEF-RECORD.
    05 JD-STEP-NAME      PIC X(10).
    05 JD-BYPASS-RC      PIC X(4).
    05 JD-OPTIONAL-FLAG  PIC X.
        88 JD-OPTIONAL   VALUE "Y".
    05 JD-COMMAND        PIC X(200).

FD  STEP-LOG-FILE.
01  STEP-LOG-RECORD.
    05 SL-RUN-ID         PIC X(22).
    05 SL-SEP1           PIC X VALUE SPACE.
    05 SL-STEP-NAME      PIC X(10).
    05 SL-SEP2           PIC X VALUE SPACE.
    05 SL-START-TIME     PIC X(14).
    05 SL-SEP3           PIC X VALUE SPACE.
    05 SL-END-TIME       PIC X(14).
    05 SL-SEP4           PIC X VALUE SPACE.
    05 SL-RC             PIC ----9.
    05 SL-SEP5           PIC X VALUE SPACE.
    05 SL-STATUS         PIC X(8).

*> Written when a required step stops the stream; emptied when the
*> stream runs to the end. Its presence is what makes the next
*> execution a restart rather than a fresh night.
FD  RESTART-FILE.
01  RESTART-RECORD.
    05 RS-STEP-NAME      PIC X(10).
    05 RS-SEP1           PIC X VALUE SPACE.
    05 RS-RUN-ID         PIC X(22).
    05 RS-SEP2           PIC X VALUE SPACE.
    05 RS-TIMESTAMP      PIC X(14).

FD  RUN-ID-FILE.
01  RUN-ID-RECORD PIC X(20).

WORKING-STORAGE SECTION.
01 COMMAND PIC X(480).
01 WS-ENV-HOLD PIC X(200) VALUE SPACES.
01 WS-JOB-DEF-STATUS PIC XX VALUE SPACES.
01 WS-STEP-LOG-STATUS PIC XX VALUE SPACES.
01 WS-RESTART-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RUN-ID-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RUN-ID-PATH PIC X(200) VALUE "ZIPJOBRUNID".
01 WS-RUN-ID PIC X(22) VALUE SPACES.
01 WS-SKIP-STEP PIC X(10) VALUE SPACES.
01 WS-EOF-SWITCH PIC X VALUE "N".
    88 WS-EOF VALUE "Y".
01 WS-STOPPED-SWITCH PIC X VALUE "N".
    88 WS-STREAM-STOPPED VALUE "Y".
01 WS-RESTART-SWITCH PIC X VALUE "N".
    88 WS-RESTARTING VALUE "Y".
01 WS-STEP-RC PIC S9(9) VALUE 0.
01 WS-MAX-RC PIC S9(9) VALUE 0.
01 WS-START-IX PIC 9(3) VALUE 1.
01 WS-FAILED-IX PIC 9(3) VALUE 0.
01 WS-STEPS-RUN PIC 9(3) VALUE 0.
01 WS-STEPS-FAILED PIC 9(3) VALUE 0.
01 WS-STEPS-BYPASSED PIC 9(3) VALUE 0.
01 WS-STEPS-SKIPPED PIC 9(3) VALUE 0.
01 WS-START-STAMP PIC X(14) VALUE SPACES.
01 WS-STAMP PIC X(14) VALUE SPACES.
01 WS-CURRENT-DATE PIC 9(8).
01 WS-CURRENT-TIME.
    05 WS-TIME-HH PIC 99.
    05 WS-TIME-MM PIC 99.
    05 WS-TIME-SS PIC 99.
    05 WS-TIME-HS PIC 99.
*> The job-stream definition, loaded whole before anything runs so a
*> bad card stops the night before the first step instead of halfway
*> through it.
01 WS-STEP-USED PIC 9(3) VALUE 0.
01 WS-STEP-MAX PIC 9(3) VALUE 50.
01 WS-STEP-IX PIC 9(3) VALUE 0.
01 WS-STEP-FOUND-SWITCH PIC X VALUE "N".
    88 WS-STEP-FOUND VALUE "Y".
01 WS-DEF-ERROR-SWITCH PIC X VALUE "N".
    88 WS-DEF-ERROR VALUE "Y".
01 WS-STEP-TABLE.
    05 WS-STEP-ENTRY OCCURS 50 TIMES.
        10 WS-ST-NAME PIC X(10).
        10 WS-ST-BYPASS-RC PIC 9(4).
        10 WS-ST-OPTIONAL-FLAG PIC X.
            88 WS-ST-OPTIONAL VALUE "Y".
        10 WS-ST-COMMAND PIC X(200).

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
*> Nightly job-stream driver: runs the steps named on ZIPJOBDEF in
*> order (ZIPCTLMNT, ZIPANDMOVE, ZIPRETRY, ZIPALSTAT, ZIPREPLIC,
*> ZIPVERIFY, ZIPRECON on the production deck), each as its own
*> execution through the shell, the same way ZIPRETRY re-drives
*> ZIPANDMOVE. Every step gets a ZIPJOBLOG record with its start and
*> end time, return code, and the stream's run id. A required step
*> ending at or above its condition code stops the stream: the later
*> steps are logged BYPASSED and the failed step is remembered in
*> ZIPJOBRST, so the rerun after the fix picks up at that step under
*> the same run id -- not at ZIPCTLMNT, and never with ZIPRETRY
*> running ahead of the ZIPANDMOVE that feeds it. Deleting ZIPJOBRST
*> by hand forces a fresh start from the first card.
    MOVE WS-RUN-ID-PATH TO WS-ENV-HOLD
    ACCEPT WS-RUN-ID-PATH FROM ENVIRONMENT "ZIPJOBRUNID"
    IF WS-RUN-ID-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-RUN-ID-PATH
    END-IF

    ACCEPT WS-SKIP-STEP FROM ENVIRONMENT "ZIPJOBSKIP"

    PERFORM 1000-LOAD-JOB-DEFINITION
    IF WS-DEF-ERROR OR WS-STEP-USED = 0
        DISPLAY "Job-stream definition unusable - no steps run."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 2000-FIND-RESTART-POINT
    IF WS-DEF-ERROR
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN EXTEND STEP-LOG-FILE
    IF WS-STEP-LOG-STATUS NOT = "00"
        OPEN OUTPUT STEP-LOG-FILE
    END-IF

    PERFORM 3000-RUN-JOB-STREAM
    PERFORM 4000-SAVE-RESTART-POINT

    CLOSE STEP-LOG-FILE
    DISPLAY "Job stream " FUNCTION TRIM(WS-RUN-ID) ":"
    DISPLAY "Steps run:      " WS-STEPS-RUN
    DISPLAY "Steps failed:   " WS-STEPS-FAILED
    DISPLAY "Steps skipped:  " WS-STEPS-SKIPPED
    DISPLAY "Steps bypassed: " WS-STEPS-BYPASSED
    IF WS-STREAM-STOPPED
        DISPLAY "Stream stopped at step "
            FUNCTION TRIM(WS-ST-NAME(WS-FAILED-IX))
            " - rerun resumes there."
    END-IF
    MOVE WS-MAX-RC TO RETURN-CODE
    STOP RUN.

1000-LOAD-JOB-DEFINITION.
*> Cards are validated as they load: a step needs a name and a
*> command, the condition code must be numeric when given, and a
*> step name may appear only once -- the restart record finds its
*> step by name.
    OPEN INPUT JOB-DEF-FILE
    IF WS-JOB-DEF-STATUS NOT = "00"
        DISPLAY "Job-stream definition not found, status "
            WS-JOB-DEF-STATUS
        SET WS-DEF-ERROR TO TRUE
    ELSE
        PERFORM UNTIL WS-EOF
            READ JOB-DEF-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF JOB-DEF-RECORD NOT = SPACES
                        PERFORM 1100-ADD-STEP-CARD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-DEF-FILE
    END-IF.

1100-ADD-STEP-CARD.
    IF JD-STEP-NAME = SPACES OR JD-COMMAND = SPACES
        DISPLAY "Step card rejected - needs a step name and a "
            "command: " FUNCTION TRIM(JOB-DEF-RECORD(1:80))
        SET WS-DEF-ERROR TO TRUE
    ELSE
    IF JD-BYPASS-RC NOT = SPACES
            AND FUNCTION TRIM(JD-BYPASS-RC) IS NOT NUMERIC
        DISPLAY "Step card rejected - condition code not numeric: "
            FUNCTION TRIM(JD-STEP-NAME)
        SET WS-DEF-ERROR TO TRUE
    ELSE
        MOVE JD-STEP-NAME TO WS-ENV-HOLD
        PERFORM 1200-FIND-STEP-ENTRY
        IF WS-STEP-FOUND
            DISPLAY "Step card rejected - step named twice: "
                FUNCTION TRIM(JD-STEP-NAME)
            SET WS-DEF-ERROR TO TRUE
        ELSE
            IF WS-STEP-USED < WS-STEP-MAX
                ADD 1 TO WS-STEP-USED
                MOVE JD-STEP-NAME TO WS-ST-NAME(WS-STEP-USED)
                IF JD-BYPASS-RC = SPACES
                    MOVE 8 TO WS-ST-BYPASS-RC(WS-STEP-USED)
                ELSE
                    MOVE FUNCTION NUMVAL(JD-BYPASS-RC)
                        TO WS-ST-BYPASS-RC(WS-STEP-USED)
                END-IF
                MOVE JD-OPTIONAL-FLAG
                    TO WS-ST-OPTIONAL-FLAG(WS-STEP-USED)
                MOVE JD-COMMAND TO WS-ST-COMMAND(WS-STEP-USED)
            ELSE
                DISPLAY "WARNING: more steps than the table holds - "
                    "definition refused."
                SET WS-DEF-ERROR TO TRUE
            END-IF
        END-IF
    END-IF
    END-IF.

1200-FIND-STEP-ENTRY.
*> Looks up the step named in WS-ENV-HOLD; WS-STEP-IX is left on the
*> entry when found.
    MOVE "N" TO WS-STEP-FOUND-SWITCH
    PERFORM VARYING WS-STEP-IX FROM 1 BY 1
            UNTIL WS-STEP-IX > WS-STEP-USED
            OR WS-STEP-FOUND
        IF WS-ST-NAME(WS-STEP-IX) = WS-ENV-HOLD(1:10)
            SET WS-STEP-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF WS-STEP-FOUND
        SUBTRACT 1 FROM WS-STEP-IX
    END-IF.

2000-FIND-RESTART-POINT.
*> A restart record names the step that stopped the last stream and
*> the run id it ran under; the rerun resumes at that step and keeps
*> the run id, so the step log reads as one night's stream. A record
*> naming a step no longer on the definition is refused rather than
*> guessed at -- the operator decides, by correcting the definition
*> or removing ZIPJOBRST.
    MOVE 1 TO WS-START-IX
    MOVE SPACES TO RESTART-RECORD
    OPEN INPUT RESTART-FILE
    IF WS-RESTART-FILE-STATUS = "00"
        READ RESTART-FILE
            AT END
                MOVE SPACES TO RESTART-RECORD
        END-READ
        CLOSE RESTART-FILE
    END-IF
    IF RS-STEP-NAME NOT = SPACES
        MOVE RS-STEP-NAME TO WS-ENV-HOLD
        PERFORM 1200-FIND-STEP-ENTRY
        IF WS-STEP-FOUND
            SET WS-RESTARTING TO TRUE
            MOVE WS-STEP-IX TO WS-START-IX
            MOVE RS-RUN-ID TO WS-RUN-ID
            DISPLAY "Restarting job stream " FUNCTION TRIM(WS-RUN-ID)
                " at step " FUNCTION TRIM(RS-STEP-NAME)
        ELSE
            DISPLAY "Restart step " FUNCTION TRIM(RS-STEP-NAME)
                " is not on the job-stream definition - correct "
                "the definition or remove the restart file."
            SET WS-DEF-ERROR TO TRUE
        END-IF
    END-IF
    IF NOT WS-RESTARTING
        PERFORM 2100-BUILD-RUN-ID
    END-IF.

2100-BUILD-RUN-ID.
*> Timestamp plus process id, built the same way ZIPANDMOVE builds
*> its own; if the shell round trip fails the hundredths digits
*> stand in for the pid.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE SPACES TO COMMAND
    STRING "echo $PPID > " FUNCTION TRIM(WS-RUN-ID-PATH)
        INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    MOVE SPACES TO RUN-ID-RECORD
    IF RETURN-CODE = 0
        OPEN INPUT RUN-ID-FILE
        IF WS-RUN-ID-FILE-STATUS = "00"
            READ RUN-ID-FILE
                AT END
                    MOVE SPACES TO RUN-ID-RECORD
            END-READ
            CLOSE RUN-ID-FILE
        END-IF
    END-IF
    MOVE SPACES TO WS-RUN-ID
    IF RUN-ID-RECORD NOT = SPACES
        STRING WS-CURRENT-DATE WS-TIME-HH WS-TIME-MM WS-TIME-SS
            "-" FUNCTION TRIM(RUN-ID-RECORD) INTO WS-RUN-ID
    ELSE
        STRING WS-CURRENT-DATE WS-TIME-HH WS-TIME-MM WS-TIME-SS
            "-" WS-TIME-HS INTO WS-RUN-ID
    END-IF.

3000-RUN-JOB-STREAM.
*> Steps before the restart point already ran clean under this run
*> id and are not run again. Once the stream stops, everything after
*> the failed step is logged BYPASSED so the log accounts for the
*> whole definition every night.
    PERFORM VARYING WS-STEP-IX FROM WS-START-IX BY 1
            UNTIL WS-STEP-IX > WS-STEP-USED
        IF WS-STREAM-STOPPED
            ADD 1 TO WS-STEPS-BYPASSED
            MOVE SPACES TO SL-START-TIME
            MOVE SPACES TO SL-END-TIME
            MOVE 0 TO WS-STEP-RC
            MOVE "BYPASSED" TO SL-STATUS
            PERFORM 5000-WRITE-STEP-LOG
        ELSE
            IF WS-SKIP-STEP NOT = SPACES
                    AND WS-ST-NAME(WS-STEP-IX) = WS-SKIP-STEP
                PERFORM 3200-SKIP-ONE-STEP
            ELSE
                PERFORM 3100-RUN-ONE-STEP
            END-IF
        END-IF
    END-PERFORM.

3100-RUN-ONE-STEP.
*> CALL "SYSTEM" hands back the shell's wait status, which carries
*> the step's exit code in its high-order byte; it is brought down to
*> the plain return code before it is logged or tested.
    PERFORM 5100-BUILD-STAMP
    MOVE WS-STAMP TO WS-START-STAMP
    DISPLAY "Step " FUNCTION TRIM(WS-ST-NAME(WS-STEP-IX))
        " starting: " FUNCTION TRIM(WS-ST-COMMAND(WS-STEP-IX))
    MOVE WS-ST-COMMAND(WS-STEP-IX) TO COMMAND
    CALL "SYSTEM" USING COMMAND
    MOVE RETURN-CODE TO WS-STEP-RC
    IF WS-STEP-RC > 255
        COMPUTE WS-STEP-RC = WS-STEP-RC / 256
    END-IF
    PERFORM 5100-BUILD-STAMP
    ADD 1 TO WS-STEPS-RUN
    IF WS-STEP-RC > WS-MAX-RC
        MOVE WS-STEP-RC TO WS-MAX-RC
    END-IF
    MOVE WS-START-STAMP TO SL-START-TIME
    MOVE WS-STAMP TO SL-END-TIME
    IF WS-STEP-RC >= WS-ST-BYPASS-RC(WS-STEP-IX)
        ADD 1 TO WS-STEPS-FAILED
        MOVE "FAILED" TO SL-STATUS
*> An optional step's failure is on the log and in the stream's
*> return code, but the steps after it still run; only a required
*> step stops the night and becomes the restart point.
        IF NOT WS-ST-OPTIONAL(WS-STEP-IX)
            SET WS-STREAM-STOPPED TO TRUE
            MOVE WS-STEP-IX TO WS-FAILED-IX
        END-IF
    ELSE
        MOVE "ENDED" TO SL-STATUS
    END-IF
    PERFORM 5000-WRITE-STEP-LOG
    DISPLAY "Step " FUNCTION TRIM(WS-ST-NAME(WS-STEP-IX))
        " " FUNCTION TRIM(SL-STATUS) ", rc " FUNCTION TRIM(SL-RC).

3200-SKIP-ONE-STEP.
*> ZIPJOBSKIP may leave out a step marked optional on the definition;
*> a required step cannot be skipped that way (the steps after it
*> depend on its output), so the request is refused and the step
*> runs as normal.
    IF WS-ST-OPTIONAL(WS-STEP-IX)
        ADD 1 TO WS-STEPS-SKIPPED
        PERFORM 5100-BUILD-STAMP
        MOVE WS-STAMP TO SL-START-TIME
        MOVE WS-STAMP TO SL-END-TIME
        MOVE 0 TO WS-STEP-RC
        MOVE "SKIPPED" TO SL-STATUS
        PERFORM 5000-WRITE-STEP-LOG
        DISPLAY "Step " FUNCTION TRIM(WS-ST-NAME(WS-STEP-IX))
            " skipped at operator request."
    ELSE
        DISPLAY "Step " FUNCTION TRIM(WS-ST-NAME(WS-STEP-IX))
            " is not optional - skip request ignored."
        PERFORM 3100-RUN-ONE-STEP
    END-IF.

4000-SAVE-RESTART-POINT.
*> A stopped stream leaves its restart record; a stream that reached
*> the end empties the file, so tomorrow night starts at the top.
    OPEN OUTPUT RESTART-FILE
    IF WS-RESTART-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: restart file open failed, status "
            WS-RESTART-FILE-STATUS
    ELSE
        IF WS-STREAM-STOPPED
            PERFORM 5100-BUILD-STAMP
            MOVE SPACES TO RESTART-RECORD
            MOVE WS-ST-NAME(WS-FAILED-IX) TO RS-STEP-NAME
            MOVE WS-RUN-ID TO RS-RUN-ID
            MOVE WS-STAMP TO RS-TIMESTAMP
            WRITE RESTART-RECORD
            IF WS-RESTART-FILE-STATUS NOT = "00"
                DISPLAY "WARNING: restart record write failed, "
                    "status " WS-RESTART-FILE-STATUS
            END-IF
        END-IF
        CLOSE RESTART-FILE
    END-IF.

5000-WRITE-STEP-LOG.
*> SL-STATUS and the start/end times are set by the caller; the step
*> comes from the table entry WS-STEP-IX points at.
    MOVE SPACE TO SL-SEP1 SL-SEP2 SL-SEP3 SL-SEP4 SL-SEP5
    MOVE WS-RUN-ID TO SL-RUN-ID
    MOVE WS-ST-NAME(WS-STEP-IX) TO SL-STEP-NAME
    MOVE WS-STEP-RC TO SL-RC
    WRITE STEP-LOG-RECORD
    IF WS-STEP-LOG-STATUS NOT = "00"
        DISPLAY "WARNING: step log write failed, status "
            WS-STEP-LOG-STATUS
    END-IF.

5100-BUILD-STAMP.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE SPACES TO WS-STAMP
    STRING WS-CURRENT-DATE WS-TIME-HH WS-TIME-MM WS-TIME-SS
        INTO WS-STAMP.
