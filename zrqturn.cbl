IDENTIFICATION DIVISION.
PROGRAM-ID. ZIPRQTURN.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
   SPECIAL-NAMES.
       CALL-CONVENTION IS STDCALL.
INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT TURN-PARM-FILE ASSIGN TO "RQTPARM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TURN-PARM-STATUS.

        SELECT REQUEST-FILE ASSIGN TO "ZIPRSTREQ"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RQ-REQUEST-ID
            FILE STATUS IS WS-REQUEST-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO "ZIPRQTRPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> Optional: the submit-date window to report (either bound may be
*> left blank). No card, or a blank card, reports every request on
*> the master.
FD  TURN-PARM-FILE.
01  TURN-PARM-RECORD.
    05 TP-FROM-DATE      PIC X(8).
    05 TP-FILLER1        PIC X.
    05 TP-TO-DATE        PIC X(8).

FD  REQUEST-FILE.
COPY "ziprqrc".

FD  REPORT-FILE.
01  REPORT-LINE PIC X(256).

WORKING-STORAGE SECTION.
01 WS-TURN-PARM-STATUS PIC XX VALUE SPACES.
01 WS-REQUEST-FILE-STATUS PIC XX VALUE SPACES.
01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-REQUEST-EOF-SWITCH PIC X VALUE "N".
    88 WS-REQUEST-EOF VALUE "Y".
01 WS-FROM-DATE PIC X(8) VALUE SPACES.
01 WS-TO-DATE PIC X(8) VALUE "99999999".
01 WS-CURRENT-DATE PIC 9(8).
01 WS-CURRENT-TIME.
    05 WS-TIME-HH PIC 99.
    05 WS-TIME-MM PIC 99.
    05 WS-TIME-SS PIC 99.
    05 WS-TIME-HS PIC 99.
01 WS-NOW-STAMP PIC X(14) VALUE SPACES.
*> Elapsed time between two YYYYMMDDHHMMSS stamps: each is turned
*> into seconds since the start of the Gregorian day count, so a
*> request submitted late one evening and restored next morning is
*> hours, not a day, and month and year ends need no special care.
01 WS-STAMP-IN PIC X(14) VALUE SPACES.
01 WS-STAMP-PARTS REDEFINES WS-STAMP-IN.
    05 WS-STAMP-DATE PIC 9(8).
    05 WS-STAMP-HH PIC 99.
    05 WS-STAMP-MM PIC 99.
    05 WS-STAMP-SS PIC 99.
01 WS-STAMP-SECS PIC 9(12) VALUE 0.
01 WS-STAMP-VALID-SWITCH PIC X VALUE "N".
    88 WS-STAMP-VALID VALUE "Y".
01 WS-FROM-SECS PIC 9(12) VALUE 0.
01 WS-SUBMIT-VALID-SWITCH PIC X VALUE "N".
    88 WS-SUBMIT-VALID VALUE "Y".
01 WS-HOURS PIC 9(7)V9 VALUE 0.
01 WS-DECIDE-HOURS PIC 9(7)V9 VALUE 0.
01 WS-RESTORE-HOURS PIC 9(7)V9 VALUE 0.
01 WS-HOURS-SWITCH PIC X VALUE "N".
    88 WS-HOURS-KNOWN VALUE "Y".
01 WS-DECIDE-HOURS-DISPLAY PIC X(9) VALUE SPACES.
01 WS-RESTORE-HOURS-DISPLAY PIC X(9) VALUE SPACES.
01 WS-HOURS-EDIT PIC ZZZZZZ9.9.
01 WS-APPROVER-DISPLAY PIC X(20) VALUE SPACES.
*> Run totals. Turnaround statistics are over FULFILLED requests
*> only; a request still open is measured instead by how long it has
*> been waiting, and the oldest such wait is the one the service-
*> level review asks about first.
01 WS-REPORTED-COUNT PIC 9(5) VALUE 0.
01 WS-SUBMITTED-COUNT PIC 9(5) VALUE 0.
01 WS-APPROVED-COUNT PIC 9(5) VALUE 0.
01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
01 WS-FULFILLED-COUNT PIC 9(5) VALUE 0.
01 WS-NAMED-APPROVAL-COUNT PIC 9(5) VALUE 0.
01 WS-FAILED-ATTEMPT-COUNT PIC 9(5) VALUE 0.
01 WS-TOTAL-RESTORE-HOURS PIC 9(9)V9 VALUE 0.
01 WS-MAX-RESTORE-HOURS PIC 9(7)V9 VALUE 0.
01 WS-MAX-RESTORE-ID PIC X(16) VALUE SPACES.
01 WS-AVERAGE-HOURS PIC 9(7)V9 VALUE 0.
01 WS-OLDEST-OPEN-HOURS PIC 9(7)V9 VALUE 0.
01 WS-OLDEST-OPEN-ID PIC X(16) VALUE SPACES.
01 WS-COUNT-DISPLAY PIC ZZZZ9.
*> Per-department turnaround, by requesting department.
01 WS-DEPT-USED PIC 9(3) VALUE 0.
01 WS-DEPT-MAX PIC 9(3) VALUE 100.
01 WS-DEPT-IX PIC 9(3) VALUE 0.
01 WS-DEPT-FOUND-SWITCH PIC X VALUE "N".
    88 WS-DEPT-FOUND VALUE "Y".
01 WS-DEPT-TABLE.
    05 WS-DEPT-ENTRY OCCURS 100 TIMES.
        10 WS-DT-CODE PIC X(8).
        10 WS-DT-REQUESTS PIC 9(5).
        10 WS-DT-FULFILLED PIC 9(5).
        10 WS-DT-HOURS PIC 9(9)V9.
        10 WS-DT-MAX-HOURS PIC 9(7)V9.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
*> Restore turnaround, for the audit and the service-level review:
*> one line per restore request on ZIPRSTREQ showing when it was
*> submitted, when it was decided (and by whom -- AUTO where
*> ZIPRQMNT approved it on submit because nothing needed a named
*> approver), when ZIPRESTORE fulfilled it, and the hours from
*> submission to each. Totals by status and by department follow,
*> with the average and worst request-to-restore times and the age
*> of the oldest request still waiting.
    PERFORM 0100-READ-PARM
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "Turnaround report open failed, status "
            WS-REPORT-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1000-WRITE-HEADING

    OPEN INPUT REQUEST-FILE
    IF WS-REQUEST-FILE-STATUS = "00"
        MOVE LOW-VALUES TO RQ-REQUEST-ID
        START REQUEST-FILE KEY IS NOT LESS THAN RQ-REQUEST-ID
            INVALID KEY
                SET WS-REQUEST-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-REQUEST-EOF
            READ REQUEST-FILE NEXT RECORD
                AT END
                    SET WS-REQUEST-EOF TO TRUE
                NOT AT END
                    IF RQ-SUBMIT-TIMESTAMP(1:8) NOT < WS-FROM-DATE
                            AND RQ-SUBMIT-TIMESTAMP(1:8)
                            NOT > WS-TO-DATE
                        PERFORM 2000-REPORT-ONE-REQUEST
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REQUEST-FILE
    ELSE
        DISPLAY "Restore request master not available, status "
            WS-REQUEST-FILE-STATUS
        MOVE "(REQUEST MASTER NOT AVAILABLE)" TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF

    PERFORM 6000-WRITE-DEPT-SUMMARY
    PERFORM 7000-WRITE-TRAILER
    CLOSE REPORT-FILE
    DISPLAY "Restore requests reported: " WS-REPORTED-COUNT
    STOP RUN.

0100-READ-PARM.
    OPEN INPUT TURN-PARM-FILE
    IF WS-TURN-PARM-STATUS = "00"
        READ TURN-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF TP-FROM-DATE IS NUMERIC
                    MOVE TP-FROM-DATE TO WS-FROM-DATE
                END-IF
                IF TP-TO-DATE IS NUMERIC
                    MOVE TP-TO-DATE TO WS-TO-DATE
                END-IF
        END-READ
        CLOSE TURN-PARM-FILE
    END-IF.

1000-WRITE-HEADING.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE SPACES TO WS-NOW-STAMP
    STRING WS-CURRENT-DATE WS-TIME-HH WS-TIME-MM WS-TIME-SS
        INTO WS-NOW-STAMP
    MOVE SPACES TO REPORT-LINE
    STRING "RESTORE REQUEST TURNAROUND REPORT " WS-CURRENT-DATE " "
        WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    IF WS-FROM-DATE NOT = SPACES OR WS-TO-DATE NOT = "99999999"
        MOVE SPACES TO REPORT-LINE
        STRING "SUBMITTED FROM " WS-FROM-DATE " TO " WS-TO-DATE
            INTO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "REQUEST-ID       STATUS     DEPT     OWNER    "
        "SUBMITTED      DECIDED        FULFILLED      "
        "  HRS-DEC   HRS-RST APPROVER"
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

2000-REPORT-ONE-REQUEST.
*> Hours to decision are shown once a decision exists; hours to
*> restore only once the request is FULFILLED (a failed attempt
*> stamps the fulfilment time too, but nothing was restored). An
*> open request shows its wait so far in the restore column, marked
*> with a trailing "*".
    ADD 1 TO WS-REPORTED-COUNT
    EVALUATE TRUE
        WHEN RQ-SUBMITTED
            ADD 1 TO WS-SUBMITTED-COUNT
        WHEN RQ-APPROVED
            ADD 1 TO WS-APPROVED-COUNT
        WHEN RQ-REJECTED
            ADD 1 TO WS-REJECTED-COUNT
        WHEN RQ-FULFILLED
            ADD 1 TO WS-FULFILLED-COUNT
    END-EVALUATE
    IF RQ-CROSS-DEPT OR RQ-ENCRYPTED
        ADD 1 TO WS-NAMED-APPROVAL-COUNT
    END-IF
    IF RQ-ATTEMPTS > 1
            OR (RQ-ATTEMPTS = 1 AND NOT RQ-FULFILLED)
        ADD 1 TO WS-FAILED-ATTEMPT-COUNT
    END-IF

    MOVE RQ-SUBMIT-TIMESTAMP TO WS-STAMP-IN
    PERFORM 3000-STAMP-TO-SECONDS
    MOVE WS-STAMP-SECS TO WS-FROM-SECS
    MOVE WS-STAMP-VALID-SWITCH TO WS-SUBMIT-VALID-SWITCH

    MOVE SPACES TO WS-DECIDE-HOURS-DISPLAY
    MOVE SPACES TO WS-RESTORE-HOURS-DISPLAY
    MOVE "N" TO WS-HOURS-SWITCH
    IF (RQ-APPROVED OR RQ-REJECTED OR RQ-FULFILLED)
            AND WS-SUBMIT-VALID
        MOVE RQ-DECISION-TIMESTAMP TO WS-STAMP-IN
        PERFORM 3100-HOURS-SINCE-SUBMIT
        IF WS-HOURS-KNOWN
            MOVE WS-HOURS TO WS-DECIDE-HOURS
            MOVE WS-HOURS TO WS-HOURS-EDIT
            MOVE WS-HOURS-EDIT TO WS-DECIDE-HOURS-DISPLAY
        END-IF
    END-IF

    IF WS-SUBMIT-VALID
        IF RQ-FULFILLED
            MOVE RQ-FULFIL-TIMESTAMP TO WS-STAMP-IN
            PERFORM 3100-HOURS-SINCE-SUBMIT
            IF WS-HOURS-KNOWN
                MOVE WS-HOURS TO WS-RESTORE-HOURS
                MOVE WS-HOURS TO WS-HOURS-EDIT
                MOVE WS-HOURS-EDIT TO WS-RESTORE-HOURS-DISPLAY
                PERFORM 2100-TALLY-FULFILLED
            END-IF
        END-IF
        IF RQ-SUBMITTED OR RQ-APPROVED
            MOVE WS-NOW-STAMP TO WS-STAMP-IN
            PERFORM 3100-HOURS-SINCE-SUBMIT
            IF WS-HOURS-KNOWN
                MOVE WS-HOURS TO WS-HOURS-EDIT
                MOVE SPACES TO WS-RESTORE-HOURS-DISPLAY
                STRING WS-HOURS-EDIT(2:8) "*"
                    DELIMITED BY SIZE INTO WS-RESTORE-HOURS-DISPLAY
                IF WS-HOURS > WS-OLDEST-OPEN-HOURS
                        OR WS-OLDEST-OPEN-ID = SPACES
                    MOVE WS-HOURS TO WS-OLDEST-OPEN-HOURS
                    MOVE RQ-REQUEST-ID TO WS-OLDEST-OPEN-ID
                END-IF
            END-IF
        END-IF
    END-IF

    MOVE RQ-APPROVER TO WS-APPROVER-DISPLAY
    IF RQ-APPROVER = SPACES
            AND (RQ-APPROVED OR RQ-FULFILLED)
        MOVE "AUTO" TO WS-APPROVER-DISPLAY
    END-IF
    PERFORM 2200-TALLY-DEPARTMENT

    MOVE SPACES TO REPORT-LINE
    STRING RQ-REQUEST-ID " " RQ-STATUS " " RQ-DEPT-CODE " "
        RQ-OWNER-DEPT " " RQ-SUBMIT-TIMESTAMP " "
        RQ-DECISION-TIMESTAMP " " RQ-FULFIL-TIMESTAMP " "
        WS-DECIDE-HOURS-DISPLAY " " WS-RESTORE-HOURS-DISPLAY " "
        WS-APPROVER-DISPLAY
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "    " FUNCTION TRIM(RQ-REQUESTOR)
        " FOLDER " FUNCTION TRIM(RQ-FOLDER-PATH)
        " OUTCOME " FUNCTION TRIM(RQ-OUTCOME)
        " ATTEMPTS " RQ-ATTEMPTS
        " REASON " FUNCTION TRIM(RQ-REASON)
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

2100-TALLY-FULFILLED.
    ADD WS-RESTORE-HOURS TO WS-TOTAL-RESTORE-HOURS
    IF WS-RESTORE-HOURS > WS-MAX-RESTORE-HOURS
            OR WS-MAX-RESTORE-ID = SPACES
        MOVE WS-RESTORE-HOURS TO WS-MAX-RESTORE-HOURS
        MOVE RQ-REQUEST-ID TO WS-MAX-RESTORE-ID
    END-IF.

2200-TALLY-DEPARTMENT.
    MOVE "N" TO WS-DEPT-FOUND-SWITCH
    PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
            UNTIL WS-DEPT-IX > WS-DEPT-USED OR WS-DEPT-FOUND
        IF WS-DT-CODE(WS-DEPT-IX) = RQ-DEPT-CODE
            SET WS-DEPT-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF WS-DEPT-FOUND
        SUBTRACT 1 FROM WS-DEPT-IX
    ELSE
        IF WS-DEPT-USED < WS-DEPT-MAX
            ADD 1 TO WS-DEPT-USED
            MOVE WS-DEPT-USED TO WS-DEPT-IX
            MOVE RQ-DEPT-CODE TO WS-DT-CODE(WS-DEPT-IX)
            MOVE 0 TO WS-DT-REQUESTS(WS-DEPT-IX)
            MOVE 0 TO WS-DT-FULFILLED(WS-DEPT-IX)
            MOVE 0 TO WS-DT-HOURS(WS-DEPT-IX)
            MOVE 0 TO WS-DT-MAX-HOURS(WS-DEPT-IX)
        ELSE
            DISPLAY "WARNING: department table full, not tallied: "
                RQ-DEPT-CODE
            MOVE 0 TO WS-DEPT-IX
        END-IF
    END-IF
    IF WS-DEPT-IX > 0
        ADD 1 TO WS-DT-REQUESTS(WS-DEPT-IX)
        IF RQ-FULFILLED AND WS-HOURS-KNOWN
            ADD 1 TO WS-DT-FULFILLED(WS-DEPT-IX)
            ADD WS-RESTORE-HOURS TO WS-DT-HOURS(WS-DEPT-IX)
            IF WS-RESTORE-HOURS > WS-DT-MAX-HOURS(WS-DEPT-IX)
                MOVE WS-RESTORE-HOURS TO WS-DT-MAX-HOURS(WS-DEPT-IX)
            END-IF
        END-IF
    END-IF.

3000-STAMP-TO-SECONDS.
    MOVE "N" TO WS-STAMP-VALID-SWITCH
    MOVE 0 TO WS-STAMP-SECS
    IF WS-STAMP-IN IS NUMERIC
        IF WS-STAMP-DATE > 16010100
            SET WS-STAMP-VALID TO TRUE
            COMPUTE WS-STAMP-SECS =
                FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
                + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60
                + WS-STAMP-SS
        END-IF
    END-IF.

3100-HOURS-SINCE-SUBMIT.
*> WS-FROM-SECS holds the submit time; WS-STAMP-IN the later stamp.
*> A blank or earlier stamp leaves the hours unknown rather than
*> reporting a negative turnaround.
    MOVE "N" TO WS-HOURS-SWITCH
    MOVE 0 TO WS-HOURS
    PERFORM 3000-STAMP-TO-SECONDS
    IF WS-STAMP-VALID AND WS-STAMP-SECS NOT < WS-FROM-SECS
        SET WS-HOURS-KNOWN TO TRUE
        COMPUTE WS-HOURS ROUNDED =
            (WS-STAMP-SECS - WS-FROM-SECS) / 3600
    END-IF.

6000-WRITE-DEPT-SUMMARY.
    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "DEPT     REQUESTS FULFILLED  AVG-HRS   MAX-HRS"
        TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
            UNTIL WS-DEPT-IX > WS-DEPT-USED
        MOVE 0 TO WS-AVERAGE-HOURS
        IF WS-DT-FULFILLED(WS-DEPT-IX) > 0
            COMPUTE WS-AVERAGE-HOURS ROUNDED =
                WS-DT-HOURS(WS-DEPT-IX) / WS-DT-FULFILLED(WS-DEPT-IX)
        END-IF
        MOVE SPACES TO REPORT-LINE
        MOVE WS-DT-REQUESTS(WS-DEPT-IX) TO WS-COUNT-DISPLAY
        STRING WS-DT-CODE(WS-DEPT-IX) "    " WS-COUNT-DISPLAY
            DELIMITED BY SIZE INTO REPORT-LINE
        MOVE WS-DT-FULFILLED(WS-DEPT-IX) TO WS-COUNT-DISPLAY
        MOVE WS-COUNT-DISPLAY TO REPORT-LINE(23:5)
        MOVE WS-AVERAGE-HOURS TO WS-HOURS-EDIT
        MOVE WS-HOURS-EDIT TO REPORT-LINE(29:9)
        MOVE WS-DT-MAX-HOURS(WS-DEPT-IX) TO WS-HOURS-EDIT
        MOVE WS-HOURS-EDIT TO REPORT-LINE(39:9)
        PERFORM 8000-WRITE-REPORT-LINE
    END-PERFORM.

7000-WRITE-TRAILER.
    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-REPORTED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "REQUESTS: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-SUBMITTED-COUNT TO WS-COUNT-DISPLAY
    STRING "  SUBMITTED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-APPROVED-COUNT TO WS-COUNT-DISPLAY
    STRING "  APPROVED:  " FUNCTION TRIM(WS-COUNT-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
    STRING "  REJECTED:  " FUNCTION TRIM(WS-COUNT-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-FULFILLED-COUNT TO WS-COUNT-DISPLAY
    STRING "  FULFILLED: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-NAMED-APPROVAL-COUNT TO WS-COUNT-DISPLAY
    STRING "NEEDING A NAMED APPROVER: "
        FUNCTION TRIM(WS-COUNT-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-FAILED-ATTEMPT-COUNT TO WS-COUNT-DISPLAY
    STRING "WITH A FAILED RESTORE ATTEMPT: "
        FUNCTION TRIM(WS-COUNT-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE

    MOVE 0 TO WS-AVERAGE-HOURS
    IF WS-FULFILLED-COUNT > 0
        COMPUTE WS-AVERAGE-HOURS ROUNDED =
            WS-TOTAL-RESTORE-HOURS / WS-FULFILLED-COUNT
    END-IF
    MOVE SPACES TO REPORT-LINE
    MOVE WS-AVERAGE-HOURS TO WS-HOURS-EDIT
    STRING "AVERAGE HOURS REQUEST TO RESTORE: "
        FUNCTION TRIM(WS-HOURS-EDIT)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    IF WS-MAX-RESTORE-ID NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        MOVE WS-MAX-RESTORE-HOURS TO WS-HOURS-EDIT
        STRING "LONGEST HOURS REQUEST TO RESTORE: "
            FUNCTION TRIM(WS-HOURS-EDIT) " (" WS-MAX-RESTORE-ID ")"
            INTO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF
    IF WS-OLDEST-OPEN-ID NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        MOVE WS-OLDEST-OPEN-HOURS TO WS-HOURS-EDIT
        STRING "OLDEST OPEN REQUEST WAITING HOURS: "
            FUNCTION TRIM(WS-HOURS-EDIT) " (" WS-OLDEST-OPEN-ID ")"
            INTO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

8000-WRITE-REPORT-LINE.
    WRITE REPORT-LINE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: report write failed, status "
            WS-REPORT-FILE-STATUS
    END-IF.
