            RECORD KEY IS AS-KEY
            FILE STATUS IS WS-STATUS-FILE-STATUS.

        SELECT TICKET-IN-FILE ASSIGN TO "ZIPSDIN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TICKET-IN-STATUS.

        SELECT INCIDENT-OUT-FILE ASSIGN TO "ZIPSDOUT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INCIDENT-OUT-STATUS.

        SELECT REPORT-FILE ASSIGN TO "ZIPALSTRPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.
    05 CL-REASON        PIC X(40).

FD  ALERT-STATUS-FILE.
COPY "zipasrc".

FD  TICKET-IN-FILE.
*> Ticket updates back from the service desk, one line per ticket
*> status change. Folder and step are echoed from the incident we
*> sent, and the correlation id must still match the item's: an
*> update that cannot be tied to exactly one item is rejected, never
*> guessed at. RESOLVED or CLOSED closes the item under the
*> resolver's id.
01  TICKET-IN-RECORD.
    05 TI-CORRELATION-ID PIC X(22).
    05 TI-SEP1           PIC X.
    05 TI-FOLDER-PATH    PIC X(100).
    05 TI-SEP2           PIC X.
    05 TI-STEP           PIC X(10).
    05 TI-SEP3           PIC X.
    05 TI-TICKET-NUMBER  PIC X(20).
    05 TI-SEP4           PIC X.
    05 TI-TICKET-STATUS  PIC X(10).
        88 TI-RESOLVED   VALUE "RESOLVED" "CLOSED".
    05 TI-SEP5           PIC X.
    05 TI-USER-ID        PIC X(8).
    05 TI-SEP6           PIC X.
    05 TI-TIMESTAMP      PIC X(14).

FD  INCIDENT-OUT-FILE.
*> Outbound to the service desk, rewritten every run: OPEN for an
*> item first seen, REOPEN for one that came back after it was healed
*> or closed, ESCALATE when repeat firings raise the severity of an
*> item already sent, RESOLVED when ZIPRETRY healed it (resolved by
*> system) and CLOSED when an operator close card ended it. Severity
*> runs 1 (most urgent) to 4.
01  INCIDENT-RECORD.
    05 INC-ACTION        PIC X(8).
    05 INC-SEP1          PIC X.
    05 INC-CORRELATION-ID PIC X(22).
    05 INC-SEP2          PIC X.
    05 INC-SEVERITY      PIC 9.
    05 INC-SEP3          PIC X.
    05 INC-FOLDER-PATH   PIC X(100).
    05 INC-SEP4          PIC X.
    05 INC-STEP          PIC X(10).
    05 INC-SEP5          PIC X.
    05 INC-OCCURRENCES   PIC ZZZZ9.
    05 INC-SEP6          PIC X.
    05 INC-FIRST-SEEN    PIC X(8).
    05 INC-SEP7          PIC X.
    05 INC-RUN-ID        PIC X(22).
    05 INC-SEP8          PIC X.
    05 INC-TICKET-NUMBER PIC X(20).
    05 INC-SEP9          PIC X.
    05 INC-RESOLVED-BY   PIC X(8).
    05 INC-SEP10         PIC X.
    05 INC-TIMESTAMP     PIC X(14).
    05 INC-SEP11         PIC X.
    05 INC-NOTE          PIC X(40).

FD  REPORT-FILE.
01  REPORT-LINE PIC X(256).
01 WS-RETRY-LOG-STATUS PIC XX VALUE SPACES.
01 WS-CLOSE-PARM-STATUS PIC XX VALUE SPACES.
01 WS-STATUS-FILE-STATUS PIC XX VALUE SPACES.
01 WS-TICKET-IN-STATUS PIC XX VALUE SPACES.
01 WS-INCIDENT-OUT-STATUS PIC XX VALUE SPACES.
01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-EOF-SWITCH PIC X VALUE "N".
    88 WS-EOF VALUE "Y".
01 WS-RETRIED-COUNT PIC 9(5) VALUE 0.
01 WS-CLOSED-COUNT PIC 9(5) VALUE 0.
01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
01 WS-SENT-NEW-COUNT PIC 9(5) VALUE 0.
01 WS-SENT-REOPEN-COUNT PIC 9(5) VALUE 0.
01 WS-SENT-ESCALATE-COUNT PIC 9(5) VALUE 0.
01 WS-SENT-RESOLVED-COUNT PIC 9(5) VALUE 0.
01 WS-SENT-CLOSED-COUNT PIC 9(5) VALUE 0.
01 WS-TICKET-APPLIED-COUNT PIC 9(5) VALUE 0.
01 WS-TICKET-CLOSED-COUNT PIC 9(5) VALUE 0.
01 WS-TICKET-STALE-COUNT PIC 9(5) VALUE 0.
01 WS-TICKET-REJECT-COUNT PIC 9(5) VALUE 0.
01 WS-CORRELATION-SEQ PIC 9(5) VALUE 0.
01 WS-SEVERITY PIC 9 VALUE 0.
01 WS-INCIDENT-ACTION PIC X(8) VALUE SPACES.
01 WS-INCIDENT-BY PIC X(8) VALUE SPACES.
01 WS-INCIDENT-NOTE PIC X(40) VALUE SPACES.
01 WS-SEEK-FOLDER PIC X(100) VALUE SPACES.
01 WS-ITEM-FOLDER PIC X(100) VALUE SPACES.
01 WS-RETRY-VERDICT PIC X(8) VALUE SPACES.
*> -- is the only thing that ends it on purpose. The aging report
*> then shows every still-open item grouped by step, so a VALIDATION
*> failure on its fifth straight night reads as one five-day-old
*> item, not five fresh lines of noise. The service desk is kept in
*> step both ways: every newly opened or reopened item goes out as an
*> incident, heals and operator closes go out as updates on it, and
*> the desk's own ticket changes come back in -- a resolved ticket
*> closes the item under the resolver's name.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    COMPUTE WS-TODAY-INT =
        FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
    PERFORM 0100-BUILD-STAMP

    PERFORM 0200-OPEN-STATUS-MASTER
    PERFORM 0300-OPEN-INCIDENT-FILE

    PERFORM 1000-APPLY-ALERTS
    PERFORM 2000-APPLY-RETRY-OUTCOMES
    PERFORM 3000-APPLY-CLOSE-CARDS
    PERFORM 3500-APPLY-TICKET-UPDATES
    PERFORM 5000-SEND-NEW-INCIDENTS
    PERFORM 4000-WRITE-AGING-REPORT

    CLOSE INCIDENT-OUT-FILE
    CLOSE ALERT-STATUS-FILE
    DISPLAY "New items opened:     " WS-NEW-COUNT
    DISPLAY "Recurrences counted:  " WS-RECUR-COUNT
    DISPLAY "Items still retried:  " WS-RETRIED-COUNT
    DISPLAY "Items closed:         " WS-CLOSED-COUNT
    DISPLAY "Items open now:       " WS-OPEN-COUNT
    DISPLAY "Incidents sent:       " WS-SENT-NEW-COUNT
    DISPLAY "Reopens sent:         " WS-SENT-REOPEN-COUNT
    DISPLAY "Ticket updates taken: " WS-TICKET-APPLIED-COUNT
    DISPLAY "Ticket updates reject:" WS-TICKET-REJECT-COUNT
    IF WS-TICKET-REJECT-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

0100-BUILD-STAMP.
            CLOSE ALERT-STATUS-FILE
            OPEN I-O ALERT-STATUS-FILE
        END-IF
        IF WS-STATUS-FILE-STATUS = "39"
*> A master written before the service-desk columns were added,
*> waiting for its one-time conversion.
            DISPLAY "Alert status master is on the old record layout "
                "(status 39) - move it to ZIPALSOLD and run "
                "ZIPALSCNV once."
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-STATUS-FILE-STATUS NOT = "00"
            DISPLAY "Alert status master not available, status "
                WS-STATUS-FILE-STATUS
        END-IF
    END-IF.

0300-OPEN-INCIDENT-FILE.
*> Opened before anything is applied: a heal or close that could not
*> be sent would leave the ticket open against a settled item, so
*> without the outbound file nothing is changed at all.
    OPEN OUTPUT INCIDENT-OUT-FILE
    IF WS-INCIDENT-OUT-STATUS NOT = "00"
        DISPLAY "Service-desk outbound file open failed, status "
            WS-INCIDENT-OUT-STATUS " - nothing applied."
        CLOSE ALERT-STATUS-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

1000-APPLY-ALERTS.
*> The whole ZIPALERT file is read every run, and the last-seen
*> timestamp makes that safe: a record at or before the item's
            MOVE ALERT-TIMESTAMP TO AS-FIRST-SEEN
            MOVE ALERT-TIMESTAMP TO AS-LAST-SEEN
            MOVE 1 TO AS-OCCURRENCES
            MOVE ALERT-RUN-ID TO AS-RUN-ID
            MOVE "N" TO AS-SD-FLAG
            WRITE ALERT-STATUS-RECORD
            IF WS-STATUS-FILE-STATUS = "00"
                ADD 1 TO WS-NEW-COUNT
        NOT INVALID KEY
            IF ALERT-TIMESTAMP > AS-LAST-SEEN
                MOVE ALERT-TIMESTAMP TO AS-LAST-SEEN
                MOVE ALERT-RUN-ID TO AS-RUN-ID
                ADD 1 TO AS-OCCURRENCES
                IF AS-HEALED OR AS-CLOSED
*> Reopening wipes the old closure trail: the close belonged to the
                    MOVE SPACES TO AS-CLOSED-BY
                    MOVE SPACES TO AS-CLOSE-REASON
                    MOVE SPACES TO AS-CLOSE-TIMESTAMP
*> The desk hears of the new episode as a reopen of the same
*> correlation id; the old ticket belonged to the old episode. An
*> episode that never went out is still simply new.
                    IF AS-SD-SENT
                        MOVE "R" TO AS-SD-FLAG
                    ELSE
                        IF NOT AS-SD-REOPENED
                            MOVE "N" TO AS-SD-FLAG
                        END-IF
                    END-IF
                    MOVE 0 TO AS-SD-SEVERITY
                    MOVE SPACES TO AS-TICKET-NUMBER
                    MOVE SPACES TO AS-TICKET-STATUS
                END-IF
                ADD 1 TO WS-RECUR-COUNT
                REWRITE ALERT-STATUS-RECORD
                        IF WS-RETRY-VERDICT = "HEALED"
                            MOVE "HEALED" TO AS-STATE
                            ADD 1 TO WS-HEALED-COUNT
                            IF AS-SD-SENT
                                MOVE "RESOLVED" TO WS-INCIDENT-ACTION
                                MOVE "SYSTEM" TO WS-INCIDENT-BY
                                MOVE "RESOLVED BY SYSTEM - RETRY HEALED"
                                    TO WS-INCIDENT-NOTE
                                PERFORM 6000-WRITE-INCIDENT
                                ADD 1 TO WS-SENT-RESOLVED-COUNT
                            END-IF
                        ELSE
                            MOVE "RETRY" TO AS-STATE
                            ADD 1 TO WS-RETRIED-COUNT
                        MOVE CL-USER-ID TO AS-CLOSED-BY
                        MOVE CL-REASON TO AS-CLOSE-REASON
                        MOVE WS-STAMP TO AS-CLOSE-TIMESTAMP
                        IF AS-SD-SENT
                            MOVE "CLOSED" TO WS-INCIDENT-ACTION
                            MOVE CL-USER-ID TO WS-INCIDENT-BY
                            MOVE CL-REASON TO WS-INCIDENT-NOTE
                            PERFORM 6000-WRITE-INCIDENT
                            ADD 1 TO WS-SENT-CLOSED-COUNT
                        END-IF
                        REWRITE ALERT-STATUS-RECORD
                        IF WS-STATUS-FILE-STATUS = "00"
                            ADD 1 TO WS-CLOSED-COUNT
        END-READ
    END-PERFORM.

3500-APPLY-TICKET-UPDATES.
*> Applied after the close cards so a ticket and a card closing the
*> same item agree on the outcome, whichever got there first. The
*> file is optional: no updates from the desk is a normal night.
    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT TICKET-IN-FILE
    IF WS-TICKET-IN-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ TICKET-IN-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF TICKET-IN-RECORD NOT = SPACES
                        PERFORM 3600-APPLY-ONE-TICKET
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TICKET-IN-FILE
    END-IF.

3600-APPLY-ONE-TICKET.
*> An update stamped before the item's current episode began is for
*> a ticket on the earlier episode (the item reopened since) and
*> must not close the new one.
    IF TI-FOLDER-PATH = SPACES OR TI-STEP = SPACES
            OR TI-TICKET-NUMBER = SPACES
        DISPLAY "Ticket update rejected - needs folder, step and "
            "ticket number: " TI-CORRELATION-ID
        ADD 1 TO WS-TICKET-REJECT-COUNT
    ELSE
        MOVE TI-FOLDER-PATH TO AS-FOLDER-PATH
        MOVE TI-STEP TO AS-STEP
        READ ALERT-STATUS-FILE
            INVALID KEY
                DISPLAY "Ticket update rejected - no such item: "
                    FUNCTION TRIM(TI-TICKET-NUMBER) " "
                    FUNCTION TRIM(TI-FOLDER-PATH) " " TI-STEP
                ADD 1 TO WS-TICKET-REJECT-COUNT
            NOT INVALID KEY
                IF AS-CORRELATION-ID = SPACES
                        OR AS-CORRELATION-ID NOT = TI-CORRELATION-ID
                    DISPLAY "Ticket update rejected - correlation id "
                        TI-CORRELATION-ID " does not match item "
                        FUNCTION TRIM(AS-FOLDER-PATH) " " AS-STEP
                    ADD 1 TO WS-TICKET-REJECT-COUNT
                ELSE
                    IF TI-TIMESTAMP NOT = SPACES
                            AND TI-TIMESTAMP < AS-FIRST-SEEN
                        ADD 1 TO WS-TICKET-STALE-COUNT
                    ELSE
                        PERFORM 3700-RECORD-TICKET
                    END-IF
                END-IF
        END-READ
    END-IF.

3700-RECORD-TICKET.
    MOVE TI-TICKET-NUMBER TO AS-TICKET-NUMBER
    MOVE TI-TICKET-STATUS TO AS-TICKET-STATUS
    IF TI-RESOLVED AND AS-STILL-LIVE
        MOVE "CLOSED" TO AS-STATE
        IF TI-USER-ID = SPACES
            MOVE "SERVDESK" TO AS-CLOSED-BY
        ELSE
            MOVE TI-USER-ID TO AS-CLOSED-BY
        END-IF
        MOVE SPACES TO AS-CLOSE-REASON
        STRING "TICKET " FUNCTION TRIM(TI-TICKET-NUMBER) " "
            FUNCTION TRIM(TI-TICKET-STATUS)
            DELIMITED BY SIZE INTO AS-CLOSE-REASON
        MOVE WS-STAMP TO AS-CLOSE-TIMESTAMP
        ADD 1 TO WS-TICKET-CLOSED-COUNT
        ADD 1 TO WS-CLOSED-COUNT
    END-IF
    REWRITE ALERT-STATUS-RECORD
    IF WS-STATUS-FILE-STATUS = "00"
        ADD 1 TO WS-TICKET-APPLIED-COUNT
    ELSE
        DISPLAY "WARNING: ticket update failed, status "
            WS-STATUS-FILE-STATUS
    END-IF.

4000-WRITE-AGING-REPORT.
*> Open items by step, oldest problems with their age in days and
*> how many nights they have fired -- the one page that stops a
        STRING "OPEN ITEMS: " FUNCTION TRIM(WS-COUNT-DISPLAY)
            INTO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        PERFORM 4500-WRITE-INTERFACE-TOTALS
        CLOSE REPORT-FILE
    END-IF.

    STRING "STEP " WS-ST-STEP(WS-STEP-IX) " OPEN ITEMS: "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "  DAYS NIGHTS STATE  FIRST-SEEN     LAST-SEEN      "
        "TICKET               FOLDER"
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "N" TO WS-MASTER-EOF-SWITCH
    MOVE LOW-VALUES TO AS-KEY
    MOVE AS-OCCURRENCES TO WS-OCC-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING WS-DAYS-DISPLAY " " WS-OCC-DISPLAY "  " AS-STATE " "
        AS-FIRST-SEEN " " AS-LAST-SEEN " " AS-TICKET-NUMBER " "
        FUNCTION TRIM(AS-FOLDER-PATH) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

4500-WRITE-INTERFACE-TOTALS.
    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "SERVICE-DESK INTERFACE" TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-SENT-NEW-COUNT TO WS-COUNT-DISPLAY
    STRING "  INCIDENTS SENT (OPEN):        "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-SENT-REOPEN-COUNT TO WS-COUNT-DISPLAY
    STRING "  INCIDENTS SENT (REOPEN):      "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-SENT-ESCALATE-COUNT TO WS-COUNT-DISPLAY
    STRING "  ESCALATIONS SENT:             "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-SENT-RESOLVED-COUNT TO WS-COUNT-DISPLAY
    STRING "  RESOLVED BY SYSTEM SENT:      "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-SENT-CLOSED-COUNT TO WS-COUNT-DISPLAY
    STRING "  OPERATOR CLOSES SENT:         "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-TICKET-APPLIED-COUNT TO WS-COUNT-DISPLAY
    STRING "  TICKET UPDATES APPLIED:       "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-TICKET-CLOSED-COUNT TO WS-COUNT-DISPLAY
    STRING "  ITEMS CLOSED BY TICKET:       "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-TICKET-STALE-COUNT TO WS-COUNT-DISPLAY
    STRING "  STALE TICKET UPDATES IGNORED: "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE WS-TICKET-REJECT-COUNT TO WS-COUNT-DISPLAY
    STRING "  TICKET UPDATES REJECTED:      "
        FUNCTION TRIM(WS-COUNT-DISPLAY) INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

5000-SEND-NEW-INCIDENTS.
*> After every feed has been applied, so an item opened and healed in
*> the same run never reaches the desk, and the severity sent reflects
*> tonight's occurrence count. An item already out whose severity has
*> since risen is sent again as an escalation.
    MOVE "N" TO WS-MASTER-EOF-SWITCH
    MOVE LOW-VALUES TO AS-KEY
    START ALERT-STATUS-FILE KEY IS NOT LESS THAN AS-KEY
        INVALID KEY
            SET WS-MASTER-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-MASTER-EOF
        READ ALERT-STATUS-FILE NEXT RECORD
            AT END
                SET WS-MASTER-EOF TO TRUE
            NOT AT END
                IF AS-STILL-LIVE
                    PERFORM 5100-SEND-ONE-ITEM
                END-IF
        END-READ
    END-PERFORM.

5100-SEND-ONE-ITEM.
    PERFORM 5200-COMPUTE-SEVERITY
    MOVE SPACES TO WS-INCIDENT-ACTION
    IF NOT AS-SD-SENT
        IF AS-SD-REOPENED
            MOVE "REOPEN" TO WS-INCIDENT-ACTION
            ADD 1 TO WS-SENT-REOPEN-COUNT
        ELSE
            MOVE "OPEN" TO WS-INCIDENT-ACTION
            ADD 1 TO WS-SENT-NEW-COUNT
        END-IF
        IF AS-CORRELATION-ID = SPACES
            ADD 1 TO WS-CORRELATION-SEQ
            STRING "ALS" WS-STAMP WS-CORRELATION-SEQ
                DELIMITED BY SIZE INTO AS-CORRELATION-ID
        END-IF
    ELSE
        IF WS-SEVERITY < AS-SD-SEVERITY
            MOVE "ESCALATE" TO WS-INCIDENT-ACTION
            ADD 1 TO WS-SENT-ESCALATE-COUNT
        END-IF
    END-IF
    IF WS-INCIDENT-ACTION NOT = SPACES
        MOVE "Y" TO AS-SD-FLAG
        MOVE WS-SEVERITY TO AS-SD-SEVERITY
        MOVE SPACES TO WS-INCIDENT-BY
        MOVE SPACES TO WS-INCIDENT-NOTE
        PERFORM 6000-WRITE-INCIDENT
        REWRITE ALERT-STATUS-RECORD
        IF WS-STATUS-FILE-STATUS NOT = "00"
            DISPLAY "WARNING: status update failed, status "
                WS-STATUS-FILE-STATUS
        END-IF
    END-IF.

5200-COMPUTE-SEVERITY.
*> Base severity by what the failing step puts at risk: 2 when an
*> archive already taken may not be restorable (checksum, verify,
*> key or catalog trouble), 3 when tonight's copy was not taken or
*> not shipped, 4 for housekeeping. Repeat firings raise it one level
*> at 3 occurrences and another at 7, never past 1.
    EVALUATE AS-STEP
        WHEN "CHECKSUM"
        WHEN "VERIFY"
        WHEN "VERKEY"
        WHEN "KEYCHECK"
        WHEN "KEYROT"
        WHEN "SYNKEY"
        WHEN "REPLCKSUM"
        WHEN "TIERCKSUM"
        WHEN "TIERCAT"
            MOVE 2 TO WS-SEVERITY
        WHEN "ZIP"
        WHEN "MOVE"
        WHEN "RENAME"
        WHEN "DESTDIR"
        WHEN "VALIDATION"
        WHEN "SIZECHECK"
        WHEN "MANIFEST"
        WHEN "REPLICATE"
        WHEN "REPLLAG"
        WHEN "SYNTH"
        WHEN "TIER"
            MOVE 3 TO WS-SEVERITY
        WHEN OTHER
            MOVE 4 TO WS-SEVERITY
    END-EVALUATE
    IF AS-OCCURRENCES NOT < 3 AND WS-SEVERITY > 1
        SUBTRACT 1 FROM WS-SEVERITY
    END-IF
    IF AS-OCCURRENCES NOT < 7 AND WS-SEVERITY > 1
        SUBTRACT 1 FROM WS-SEVERITY
    END-IF.

6000-WRITE-INCIDENT.
*> One outbound line for the current item; the caller sets the
*> action, who resolved it and the note.
    MOVE SPACES TO INCIDENT-RECORD
    MOVE WS-INCIDENT-ACTION TO INC-ACTION
    MOVE AS-CORRELATION-ID TO INC-CORRELATION-ID
    MOVE AS-SD-SEVERITY TO INC-SEVERITY
    MOVE AS-FOLDER-PATH TO INC-FOLDER-PATH
    MOVE AS-STEP TO INC-STEP
    MOVE AS-OCCURRENCES TO INC-OCCURRENCES
    MOVE AS-FIRST-SEEN(1:8) TO INC-FIRST-SEEN
    MOVE AS-RUN-ID TO INC-RUN-ID
    MOVE AS-TICKET-NUMBER TO INC-TICKET-NUMBER
    MOVE WS-INCIDENT-BY TO INC-RESOLVED-BY
    MOVE WS-STAMP TO INC-TIMESTAMP
    MOVE WS-INCIDENT-NOTE TO INC-NOTE
    WRITE INCIDENT-RECORD
    IF WS-INCIDENT-OUT-STATUS NOT = "00"
        DISPLAY "WARNING: service-desk write failed, status "
            WS-INCIDENT-OUT-STATUS " for "
            FUNCTION TRIM(AS-FOLDER-PATH) " " AS-STEP
    END-IF.

8000-WRITE-REPORT-LINE.
    WRITE REPORT-LINE
    IF WS-REPORT-FILE-STATUS NOT = "00"
