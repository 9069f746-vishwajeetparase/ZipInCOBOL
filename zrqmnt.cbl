IDENTIFICATION DIVISION.
PROGRAM-ID. ZIPRQMNT.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
   SPECIAL-NAMES.
       CALL-CONVENTION IS STDCALL.
INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT RQ-TXN-FILE ASSIGN TO "RQTXN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RQ-TXN-STATUS.

        SELECT REQUEST-FILE ASSIGN TO "ZIPRSTREQ"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RQ-REQUEST-ID
            FILE STATUS IS WS-REQUEST-FILE-STATUS.

        SELECT DEPT-MAP-FILE ASSIGN TO "ZIPDEPTMAP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPT-MAP-STATUS.

        SELECT CATALOG-FILE ASSIGN TO "ZIPCATLG"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CAT-ARCHIVE-PATH
            FILE STATUS IS WS-CATALOG-FILE-STATUS.

        SELECT RQ-AUDIT-FILE ASSIGN TO "ZIPRQAUD"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RQ-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RQ-TXN-FILE.
01  RQ-TXN-RECORD.
    05 RT-ACTION         PIC X(4).
        88 RT-SUBMIT     VALUE "SUB ".
        88 RT-APPROVE    VALUE "APR ".
        88 RT-REJECT     VALUE "REJ ".
*> The requestor on a SUB card, the approver on APR and REJ.
    05 RT-USER-ID        PIC X(20).
*> Blank on SUB (the id is assigned here); APR and REJ name the
*> request they decide, as the turnaround report prints it.
    05 RT-REQUEST-ID     PIC X(16).
    05 RT-DEPT-CODE      PIC X(8).
*> From here a SUB card is the old RESTPARM card image.
    05 RT-FOLDER-PATH    PIC X(100).
    05 RT-ARCHIVE-DATE   PIC X(8).
    05 RT-ARCHIVE-NAME   PIC X(200).
    05 RT-RESTORE-DIR    PIC X(100).
    05 RT-MEMBER-LIST    PIC X(200).
*> The business reason on SUB, the rejection reason on REJ.
    05 RT-REASON         PIC X(40).

FD  REQUEST-FILE.
COPY "ziprqrc".

FD  DEPT-MAP-FILE.
COPY "zipdeprc".

FD  CATALOG-FILE.
COPY "zipcatrc".

FD  RQ-AUDIT-FILE.
01  RQ-AUDIT-RECORD.
    05 RQA-TIMESTAMP     PIC X(14).
    05 RQA-SEP1          PIC X VALUE SPACE.
    05 RQA-USER          PIC X(20).
    05 RQA-SEP2          PIC X VALUE SPACE.
    05 RQA-ACTION        PIC X(4).
    05 RQA-SEP3          PIC X VALUE SPACE.
    05 RQA-RESULT        PIC X(8).
    05 RQA-SEP4          PIC X VALUE SPACE.
    05 RQA-REQUEST-ID    PIC X(16).
    05 RQA-SEP5          PIC X VALUE SPACE.
    05 RQA-STATUS        PIC X(10).
    05 RQA-SEP6          PIC X VALUE SPACE.
    05 RQA-FOLDER        PIC X(100).

WORKING-STORAGE SECTION.
01 WS-RQ-TXN-STATUS PIC XX VALUE SPACES.
01 WS-REQUEST-FILE-STATUS PIC XX VALUE SPACES.
01 WS-DEPT-MAP-STATUS PIC XX VALUE SPACES.
01 WS-CATALOG-FILE-STATUS PIC XX VALUE SPACES.
01 WS-RQ-AUDIT-STATUS PIC XX VALUE SPACES.
01 WS-EOF-SWITCH PIC X VALUE "N".
    88 WS-EOF VALUE "Y".
01 WS-CATALOG-EOF-SWITCH PIC X VALUE "N".
    88 WS-CATALOG-EOF VALUE "Y".
01 WS-CARDS-READ PIC 9(5) VALUE 0.
01 WS-CARDS-APPLIED PIC 9(5) VALUE 0.
01 WS-CARDS-REJECTED PIC 9(5) VALUE 0.
01 WS-RESULT PIC X(8) VALUE SPACES.
01 WS-REQUEST-ID PIC X(16) VALUE SPACES.
01 WS-REQUEST-SEQ PIC 99 VALUE 0.
01 WS-FOLDER-KEY PIC X(100) VALUE SPACES.
01 WS-FOLDER-HOLD PIC X(100) VALUE SPACES.
01 WS-FOLDER-LEN PIC 9(4) COMP VALUE 0.
01 WS-OWNER-DEPT PIC X(8) VALUE SPACES.
01 WS-ENCRYPTED-SWITCH PIC X VALUE "N".
    88 WS-ENCRYPTED-FOUND VALUE "Y".
01 WS-RECORD-FOUND-SWITCH PIC X VALUE "N".
    88 WS-RECORD-FOUND VALUE "Y".
01 WS-STAMP PIC X(14) VALUE SPACES.
01 WS-SCAN-PATH PIC X(200) VALUE SPACES.
01 WS-SCAN-BASE PIC X(200) VALUE SPACES.
01 WS-SCAN-LEN PIC 9(4) COMP VALUE 0.
01 WS-SCAN-IX PIC 9(4) COMP VALUE 0.
01 WS-SLASH-POS PIC 9(4) COMP VALUE 0.
01 WS-CURRENT-DATE PIC 9(8).
01 WS-CURRENT-TIME.
    05 WS-TIME-HH PIC 99.
    05 WS-TIME-MM PIC 99.
    05 WS-TIME-SS PIC 99.
    05 WS-TIME-HS PIC 99.
*> Folder-to-owner map from ZIPDEPTMAP, loaded once per run with the
*> same trailing-slash strip the chargeback load applies.
01 WS-MAP-USED PIC 9(4) VALUE 0.
01 WS-MAP-MAX PIC 9(4) VALUE 1000.
01 WS-MAP-IX PIC 9(4) VALUE 0.
01 WS-MAP-TABLE.
    05 WS-MAP-ENTRY OCCURS 1000 TIMES.
        10 WS-MP-FOLDER PIC X(100).
        10 WS-MP-DEPT-CODE PIC X(8).

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
*> Restore request queue maintenance. Each RQTXN card submits a
*> restore request (SUB), or approves (APR) or rejects (REJ) one
*> already on the ZIPRSTREQ master. A submission is authorized as it
*> is taken in: the requestor's department is checked against the
*> folder's owner in ZIPDEPTMAP, and the catalog is checked for an
*> encrypted archive among what the request could unpack. Either
*> finding holds the request SUBMITTED until a named approver -- not
*> the requestor -- signs it off with an APR card; anything else is
*> approved on submit. ZIPRESTORE takes APPROVED requests only, so
*> dropping a card into a file no longer gets anyone anything, and
*> every card, rejected ones included, is audited to ZIPRQAUD.
    PERFORM 0100-OPEN-FILES
    PERFORM 1000-LOAD-DEPT-MAP

    OPEN INPUT RQ-TXN-FILE
    IF WS-RQ-TXN-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ RQ-TXN-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF RQ-TXN-RECORD NOT = SPACES
                        ADD 1 TO WS-CARDS-READ
                        PERFORM 2000-APPLY-ONE-TXN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RQ-TXN-FILE
    ELSE
        DISPLAY "No request cards - nothing to do."
    END-IF

    CLOSE REQUEST-FILE
    CLOSE RQ-AUDIT-FILE
    DISPLAY "Cards read:     " WS-CARDS-READ
    DISPLAY "Cards applied:  " WS-CARDS-APPLIED
    DISPLAY "Cards rejected: " WS-CARDS-REJECTED
    STOP RUN.

0100-OPEN-FILES.
*> The request master is the audit record of who asked for what, so
*> the same create-only-on-35 discipline as the folder master: any
*> other bad status stops the run rather than starting a fresh file.
    OPEN I-O REQUEST-FILE
    IF WS-REQUEST-FILE-STATUS NOT = "00"
        IF WS-REQUEST-FILE-STATUS = "35"
            OPEN OUTPUT REQUEST-FILE
            CLOSE REQUEST-FILE
            OPEN I-O REQUEST-FILE
        END-IF
        IF WS-REQUEST-FILE-STATUS NOT = "00"
            DISPLAY "Restore request master not available, status "
                WS-REQUEST-FILE-STATUS
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN EXTEND RQ-AUDIT-FILE
    IF WS-RQ-AUDIT-STATUS NOT = "00"
        OPEN OUTPUT RQ-AUDIT-FILE
    END-IF.

1000-LOAD-DEPT-MAP.
*> No map at all leaves every folder unowned, which makes every
*> request cross-department: the safe direction to fail in.
    MOVE "N" TO WS-EOF-SWITCH
    OPEN INPUT DEPT-MAP-FILE
    IF WS-DEPT-MAP-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ DEPT-MAP-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF DM-FOLDER-PATH NOT = SPACES
                            AND DM-DEPT-CODE NOT = SPACES
                        PERFORM 1100-ADD-MAP-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DEPT-MAP-FILE
    ELSE
        DISPLAY "Department map not available, status "
            WS-DEPT-MAP-STATUS " - every request needs an approver."
    END-IF
    MOVE "N" TO WS-EOF-SWITCH.

1100-ADD-MAP-ENTRY.
    MOVE DM-FOLDER-PATH TO WS-FOLDER-KEY
    PERFORM 2200-NORMALIZE-FOLDER-KEY
    IF WS-MAP-USED < WS-MAP-MAX
        ADD 1 TO WS-MAP-USED
        MOVE WS-FOLDER-KEY TO WS-MP-FOLDER(WS-MAP-USED)
        MOVE DM-DEPT-CODE TO WS-MP-DEPT-CODE(WS-MAP-USED)
    ELSE
        DISPLAY "WARNING: folder map table full - map line "
            "ignored for " FUNCTION TRIM(WS-FOLDER-KEY)
    END-IF.

2000-APPLY-ONE-TXN.
    MOVE SPACES TO WS-RESULT
    MOVE SPACES TO WS-FOLDER-KEY
    MOVE RT-REQUEST-ID TO WS-REQUEST-ID
    PERFORM 2100-BUILD-STAMP
    EVALUATE TRUE
        WHEN RT-SUBMIT
            PERFORM 3000-SUBMIT-REQUEST
        WHEN RT-APPROVE
            PERFORM 4000-APPROVE-REQUEST
        WHEN RT-REJECT
            PERFORM 5000-REJECT-REQUEST
        WHEN OTHER
            MOVE "BADACTN" TO WS-RESULT
    END-EVALUATE
    IF WS-RESULT = "APPLIED"
        ADD 1 TO WS-CARDS-APPLIED
    ELSE
        ADD 1 TO WS-CARDS-REJECTED
        DISPLAY "Card rejected (" WS-RESULT "): " RT-ACTION " "
            FUNCTION TRIM(WS-REQUEST-ID) " "
            FUNCTION TRIM(RT-FOLDER-PATH)
    END-IF
    PERFORM 6000-WRITE-AUDIT-RECORD.

2100-BUILD-STAMP.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE SPACES TO WS-STAMP
    STRING WS-CURRENT-DATE WS-TIME-HH WS-TIME-MM WS-TIME-SS
        INTO WS-STAMP.

2200-NORMALIZE-FOLDER-KEY.
*> The same trailing-slash strip every program applies, so a request
*> typed "x/" is checked against the map and catalog entries for "x".
    IF WS-FOLDER-KEY NOT = SPACES
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FOLDER-KEY))
            TO WS-FOLDER-LEN
        PERFORM UNTIL WS-FOLDER-LEN < 2
                OR WS-FOLDER-KEY(WS-FOLDER-LEN:1) NOT = "/"
            SUBTRACT 1 FROM WS-FOLDER-LEN
        END-PERFORM
        MOVE WS-FOLDER-KEY TO WS-FOLDER-HOLD
        MOVE SPACES TO WS-FOLDER-KEY
        MOVE WS-FOLDER-HOLD(1:WS-FOLDER-LEN) TO WS-FOLDER-KEY
    END-IF.

3000-SUBMIT-REQUEST.
*> A request must say who, from which department, which folder, and
*> why; and it must be restorable as asked -- an archive name, or an
*> 8-digit as-of date, the same rule ZIPRESTORE always applied to
*> its cards. The folder is required even with an archive name:
*> it is what the department check is made against, and ZIPRESTORE
*> will only unpack a named archive that belongs to it.
    MOVE RT-FOLDER-PATH TO WS-FOLDER-KEY
    PERFORM 2200-NORMALIZE-FOLDER-KEY
    IF RT-USER-ID = SPACES OR RT-DEPT-CODE = SPACES
        MOVE "NOUSER" TO WS-RESULT
    ELSE
    IF WS-FOLDER-KEY = SPACES
        MOVE "NOFOLDER" TO WS-RESULT
    ELSE
    IF RT-REASON = SPACES
        MOVE "NOREASON" TO WS-RESULT
    ELSE
    IF RT-ARCHIVE-NAME = SPACES
            AND RT-ARCHIVE-DATE IS NOT NUMERIC
        MOVE "BADPARM" TO WS-RESULT
    ELSE
        PERFORM 3100-ASSIGN-REQUEST-ID
        PERFORM 3200-FIND-FOLDER-OWNER
        PERFORM 3300-CHECK-ENCRYPTED-ARCHIVES
        INITIALIZE RESTORE-REQUEST-RECORD
        MOVE WS-REQUEST-ID TO RQ-REQUEST-ID
        MOVE RT-USER-ID TO RQ-REQUESTOR
        MOVE RT-DEPT-CODE TO RQ-DEPT-CODE
        MOVE WS-FOLDER-KEY TO RQ-FOLDER-PATH
        MOVE RT-ARCHIVE-DATE TO RQ-ARCHIVE-DATE
        MOVE RT-ARCHIVE-NAME TO RQ-ARCHIVE-NAME
        MOVE RT-RESTORE-DIR TO RQ-RESTORE-DIR
        MOVE RT-MEMBER-LIST TO RQ-MEMBER-LIST
        MOVE RT-REASON TO RQ-REASON
        MOVE WS-OWNER-DEPT TO RQ-OWNER-DEPT
        MOVE WS-STAMP TO RQ-SUBMIT-TIMESTAMP
        MOVE 0 TO RQ-ATTEMPTS
        IF WS-OWNER-DEPT NOT = RT-DEPT-CODE
            SET RQ-CROSS-DEPT TO TRUE
        ELSE
            MOVE "N" TO RQ-CROSS-DEPT-FLAG
        END-IF
        IF WS-ENCRYPTED-FOUND
            SET RQ-ENCRYPTED TO TRUE
        ELSE
            MOVE "N" TO RQ-ENCRYPTED-FLAG
        END-IF
        IF RQ-CROSS-DEPT OR RQ-ENCRYPTED
            SET RQ-SUBMITTED TO TRUE
        ELSE
            SET RQ-APPROVED TO TRUE
            MOVE WS-STAMP TO RQ-DECISION-TIMESTAMP
        END-IF
        WRITE RESTORE-REQUEST-RECORD
        IF WS-REQUEST-FILE-STATUS = "00"
            MOVE "APPLIED" TO WS-RESULT
            PERFORM 3400-DISPLAY-SUBMISSION
        ELSE
            MOVE "IOERROR" TO WS-RESULT
            DISPLAY "WARNING: request write failed, status "
                WS-REQUEST-FILE-STATUS " for "
                FUNCTION TRIM(WS-REQUEST-ID)
        END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

3100-ASSIGN-REQUEST-ID.
*> Submit time plus a two-digit sequence: several SUB cards in the
*> same second still get distinct ids, and the id sorts in the order
*> the requests arrived. A clash with an existing id (a rerun inside
*> the same second) steps the sequence on.
    SET WS-RECORD-FOUND TO TRUE
    PERFORM UNTIL NOT WS-RECORD-FOUND
        ADD 1 TO WS-REQUEST-SEQ
        MOVE SPACES TO WS-REQUEST-ID
        STRING WS-STAMP WS-REQUEST-SEQ INTO WS-REQUEST-ID
        MOVE WS-REQUEST-ID TO RQ-REQUEST-ID
        MOVE "N" TO WS-RECORD-FOUND-SWITCH
        READ REQUEST-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-RECORD-FOUND TO TRUE
        END-READ
    END-PERFORM.

3200-FIND-FOLDER-OWNER.
    MOVE "UNASSGND" TO WS-OWNER-DEPT
    PERFORM VARYING WS-MAP-IX FROM 1 BY 1
            UNTIL WS-MAP-IX > WS-MAP-USED
        IF WS-MP-FOLDER(WS-MAP-IX) = WS-FOLDER-KEY
            MOVE WS-MP-DEPT-CODE(WS-MAP-IX) TO WS-OWNER-DEPT
        END-IF
    END-PERFORM.

3300-CHECK-ENCRYPTED-ARCHIVES.
*> What the request could unpack: the named archive, or for an
*> as-of date every active archive of the folder at or before it (a
*> point-in-time restore replays a chain, and any link of it may be
*> encrypted). One encrypted archive among them is enough to need an
*> approver. An unreadable catalog is treated as encrypted -- the
*> check cannot be made, so the approver makes it.
    MOVE "N" TO WS-ENCRYPTED-SWITCH
    MOVE "N" TO WS-CATALOG-EOF-SWITCH
    OPEN INPUT CATALOG-FILE
    IF WS-CATALOG-FILE-STATUS = "00"
        MOVE LOW-VALUES TO CAT-ARCHIVE-PATH
        START CATALOG-FILE KEY IS NOT LESS THAN CAT-ARCHIVE-PATH
            INVALID KEY
                SET WS-CATALOG-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-CATALOG-EOF
                OR WS-ENCRYPTED-FOUND
            READ CATALOG-FILE NEXT RECORD
                AT END
                    SET WS-CATALOG-EOF TO TRUE
                NOT AT END
                    IF CAT-ACTIVE AND CAT-ENCRYPTED
                            AND FUNCTION TRIM(CAT-FOLDER-PATH)
                            = FUNCTION TRIM(WS-FOLDER-KEY)
                        PERFORM 3350-TEST-REQUESTED-ARCHIVE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CATALOG-FILE
    ELSE
        DISPLAY "WARNING: archive catalog not available, status "
            WS-CATALOG-FILE-STATUS " - request held for approval."
        SET WS-ENCRYPTED-FOUND TO TRUE
    END-IF.

3350-TEST-REQUESTED-ARCHIVE.
    IF RT-ARCHIVE-NAME = SPACES
        IF CAT-TIMESTAMP(1:8) <= RT-ARCHIVE-DATE
            SET WS-ENCRYPTED-FOUND TO TRUE
        END-IF
    ELSE
*> A bare file name on the card matches the cataloged path's
*> basename, the either-form convenience ZIPRESTORE extends.
        MOVE CAT-ARCHIVE-PATH TO WS-SCAN-PATH
        PERFORM 7000-EXTRACT-BASENAME
        IF FUNCTION TRIM(CAT-ARCHIVE-PATH)
                = FUNCTION TRIM(RT-ARCHIVE-NAME)
                OR FUNCTION TRIM(WS-SCAN-BASE)
                = FUNCTION TRIM(RT-ARCHIVE-NAME)
            SET WS-ENCRYPTED-FOUND TO TRUE
        END-IF
    END-IF.

3400-DISPLAY-SUBMISSION.
    IF RQ-APPROVED
        DISPLAY "Request " RQ-REQUEST-ID " approved on submit: "
            FUNCTION TRIM(RQ-FOLDER-PATH)
    ELSE
        IF RQ-CROSS-DEPT AND RQ-ENCRYPTED
            DISPLAY "Request " RQ-REQUEST-ID " awaits approval "
                "(cross-department, encrypted): "
                FUNCTION TRIM(RQ-FOLDER-PATH)
        ELSE
            IF RQ-CROSS-DEPT
                DISPLAY "Request " RQ-REQUEST-ID " awaits approval "
                    "(cross-department, owner "
                    FUNCTION TRIM(RQ-OWNER-DEPT) "): "
                    FUNCTION TRIM(RQ-FOLDER-PATH)
            ELSE
                DISPLAY "Request " RQ-REQUEST-ID " awaits approval "
                    "(encrypted): " FUNCTION TRIM(RQ-FOLDER-PATH)
            END-IF
        END-IF
    END-IF.

4000-APPROVE-REQUEST.
*> Only a request still waiting can be approved, and never by the
*> person who asked for it -- a self-approved cross-department
*> restore is exactly what the queue exists to stop.
    PERFORM 4500-READ-REQUEST
    IF WS-RESULT = SPACES
        IF NOT RQ-SUBMITTED
            MOVE "NOTOPEN" TO WS-RESULT
        ELSE
        IF RT-USER-ID = SPACES
            MOVE "NOUSER" TO WS-RESULT
        ELSE
        IF RT-USER-ID = RQ-REQUESTOR
            MOVE "SELFAPPR" TO WS-RESULT
        ELSE
            SET RQ-APPROVED TO TRUE
            MOVE RT-USER-ID TO RQ-APPROVER
            MOVE WS-STAMP TO RQ-DECISION-TIMESTAMP
            MOVE SPACES TO RQ-DECISION-REASON
            PERFORM 4600-REWRITE-REQUEST
        END-IF
        END-IF
        END-IF
    END-IF.

4500-READ-REQUEST.
    IF WS-REQUEST-ID = SPACES
        MOVE "NOREQID" TO WS-RESULT
    ELSE
        MOVE WS-REQUEST-ID TO RQ-REQUEST-ID
        READ REQUEST-FILE
            INVALID KEY
                MOVE "NOTFOUND" TO WS-RESULT
            NOT INVALID KEY
                MOVE RQ-FOLDER-PATH TO WS-FOLDER-KEY
        END-READ
    END-IF.

4600-REWRITE-REQUEST.
    REWRITE RESTORE-REQUEST-RECORD
    IF WS-REQUEST-FILE-STATUS = "00"
        MOVE "APPLIED" TO WS-RESULT
    ELSE
        MOVE "IOERROR" TO WS-RESULT
        DISPLAY "WARNING: request update failed, status "
            WS-REQUEST-FILE-STATUS " for "
            FUNCTION TRIM(WS-REQUEST-ID)
    END-IF.

5000-REJECT-REQUEST.
*> A request can be turned down until it has been fulfilled -- an
*> approved one still waiting for tonight's restore run included, so
*> an approval given in error can be withdrawn. A rejection names who
*> and why, the same as an approval names who.
    PERFORM 4500-READ-REQUEST
    IF WS-RESULT = SPACES
        IF NOT RQ-SUBMITTED AND NOT RQ-APPROVED
            MOVE "NOTOPEN" TO WS-RESULT
        ELSE
        IF RT-USER-ID = SPACES
            MOVE "NOUSER" TO WS-RESULT
        ELSE
        IF RT-REASON = SPACES
            MOVE "NOREASON" TO WS-RESULT
        ELSE
            SET RQ-REJECTED TO TRUE
            MOVE RT-USER-ID TO RQ-APPROVER
            MOVE WS-STAMP TO RQ-DECISION-TIMESTAMP
            MOVE RT-REASON TO RQ-DECISION-REASON
            PERFORM 4600-REWRITE-REQUEST
        END-IF
        END-IF
        END-IF
    END-IF.

6000-WRITE-AUDIT-RECORD.
*> Every card leaves an audit record, rejected ones included, with
*> the request's status as the card left it.
    INITIALIZE RQ-AUDIT-RECORD
    MOVE WS-STAMP TO RQA-TIMESTAMP
    MOVE RT-USER-ID TO RQA-USER
    MOVE RT-ACTION TO RQA-ACTION
    MOVE WS-RESULT TO RQA-RESULT
    MOVE WS-REQUEST-ID TO RQA-REQUEST-ID
    IF WS-RESULT = "APPLIED"
        MOVE RQ-STATUS TO RQA-STATUS
    END-IF
    IF WS-FOLDER-KEY NOT = SPACES
        MOVE WS-FOLDER-KEY TO RQA-FOLDER
    ELSE
        MOVE RT-FOLDER-PATH TO RQA-FOLDER
    END-IF
    WRITE RQ-AUDIT-RECORD
    IF WS-RQ-AUDIT-STATUS NOT = "00"
        DISPLAY "WARNING: request audit write failed, status "
            WS-RQ-AUDIT-STATUS
    END-IF.

7000-EXTRACT-BASENAME.
*> Trailing file-name portion of WS-SCAN-PATH, found by remembering
*> the last "/" on a single left-to-right scan; trailing slashes are
*> operator shorthand and ignored. Same in-line technique as the
*> other programs.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SCAN-PATH)) TO WS-SCAN-LEN
    PERFORM UNTIL WS-SCAN-LEN < 2
            OR WS-SCAN-PATH(WS-SCAN-LEN:1) NOT = "/"
        SUBTRACT 1 FROM WS-SCAN-LEN
    END-PERFORM
    MOVE 0 TO WS-SLASH-POS
    PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
            UNTIL WS-SCAN-IX > WS-SCAN-LEN
        IF WS-SCAN-PATH(WS-SCAN-IX:1) = "/"
            MOVE WS-SCAN-IX TO WS-SLASH-POS
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-SCAN-BASE
    IF WS-SLASH-POS < WS-SCAN-LEN
        MOVE WS-SCAN-PATH(WS-SLASH-POS + 1:WS-SCAN-LEN - WS-SLASH-POS)
            TO WS-SCAN-BASE
    END-IF.
