IDENTIFICATION DIVISION.
PROGRAM-ID. ZIPWASTE.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
   SPECIAL-NAMES.
       CALL-CONVENTION IS STDCALL.
INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT WASTE-PARM-FILE ASSIGN TO "WASTEPARM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WASTE-PARM-STATUS.

        SELECT CHG-PARM-FILE ASSIGN TO "CHGPARM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHG-PARM-STATUS.

        SELECT FOLDER-MASTER-FILE ASSIGN TO "ZIPFLDMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FM-FOLDER-PATH
            FILE STATUS IS WS-MASTER-FILE-STATUS.

        SELECT CATALOG-FILE ASSIGN TO "ZIPCATLG"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CAT-ARCHIVE-PATH
            FILE STATUS IS WS-CATALOG-FILE-STATUS.

        SELECT MANIFEST-FILE ASSIGN TO "ZIPMANIFEST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MANIFEST-FILE-STATUS.

        SELECT EXTRACT-FILE ASSIGN TO "ZIPWSTEXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXTRACT-FILE-STATUS.

        SELECT SORTED-FILE ASSIGN TO "ZIPWSTSRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SORTED-FILE-STATUS.

        SELECT REPORT-FILE ASSIGN TO "ZIPWSTRPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> Optional thresholds: a full-mode folder becomes a candidate for
*> incremental mode once at least WP-THRESHOLD-PCT percent of the
*> member bytes in its active archives are unchanged repeats;
*> WP-RATE prices a GB-month the way the CHGPARM card does and, when
*> blank, the chargeback card's own rate is used so the two reports
*> always quote the same money.
FD  WASTE-PARM-FILE.
01  WASTE-PARM-RECORD.
    05 WP-THRESHOLD-PCT  PIC X(3).
    05 WP-FILLER1        PIC X.
    05 WP-RATE           PIC X(10).

FD  CHG-PARM-FILE.
01  CHG-PARM-RECORD.
    05 CG-MONTH          PIC X(6).
    05 CG-RATE           PIC X(10).

FD  FOLDER-MASTER-FILE.
COPY "zipfldrc".

FD  CATALOG-FILE.
COPY "zipcatrc".

FD  MANIFEST-FILE.
COPY "zipmanrc".

*> One line per manifest member of an active archive, laid out so the
*> whole line sorts by folder, member path, size and modification
*> date, and within that by the catalog timestamp of the archive the
*> member sits in -- the first line of each group is the copy that
*> had to be kept, every later one a repeat.
FD  EXTRACT-FILE.
01  EXTRACT-RECORD.
    05 WX-FOLDER-PATH     PIC X(100).
    05 WX-MEMBER-PATH     PIC X(200).
    05 WX-MEMBER-SIZE     PIC 9(15).
    05 WX-MOD-DATE        PIC X(10).
    05 WX-TIMESTAMP       PIC X(14).

FD  SORTED-FILE.
01  SORTED-RECORD.
    05 SX-KEY.
        10 SX-FOLDER-PATH PIC X(100).
        10 SX-MEMBER-PATH PIC X(200).
        10 SX-MEMBER-SIZE PIC 9(15).
        10 SX-MOD-DATE    PIC X(10).
    05 SX-TIMESTAMP       PIC X(14).

FD  REPORT-FILE.
01  REPORT-LINE PIC X(256).

WORKING-STORAGE SECTION.
01 COMMAND PIC X(480).
01 WS-ENV-HOLD PIC X(200) VALUE SPACES.
01 WS-WASTE-PARM-STATUS PIC XX VALUE SPACES.
01 WS-CHG-PARM-STATUS PIC XX VALUE SPACES.
01 WS-MASTER-FILE-STATUS PIC XX VALUE SPACES.
01 WS-CATALOG-FILE-STATUS PIC XX VALUE SPACES.
01 WS-MANIFEST-FILE-STATUS PIC XX VALUE SPACES.
01 WS-EXTRACT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-SORTED-FILE-STATUS PIC XX VALUE SPACES.
01 WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.
01 WS-EXTRACT-PATH PIC X(200) VALUE "ZIPWSTEXT".
01 WS-SORTED-PATH PIC X(200) VALUE "ZIPWSTSRT".
01 WS-EOF-SWITCH PIC X VALUE "N".
    88 WS-EOF VALUE "Y".
01 WS-CATALOG-EOF-SWITCH PIC X VALUE "N".
    88 WS-CATALOG-EOF VALUE "Y".
01 WS-MASTER-EOF-SWITCH PIC X VALUE "N".
    88 WS-MASTER-EOF VALUE "Y".
01 WS-MASTER-OPEN-SWITCH PIC X VALUE "N".
    88 WS-MASTER-OPEN VALUE "Y".
*> Candidate threshold and GB-month rate (see WASTE-PARM-RECORD).
01 WS-THRESHOLD-PCT PIC 9(3) VALUE 50.
01 WS-RATE PIC 9(5)V9(4) VALUE 0.
01 WS-RATE-SOURCE PIC X(9) VALUE "NONE".
*> The previous sorted line's member key; a line carrying the same
*> key is an unchanged repeat of a member already held.
01 WS-PREV-KEY PIC X(325) VALUE LOW-VALUES.
01 WS-PREV-FOLDER PIC X(100) VALUE LOW-VALUES.
01 WS-FOLDER-PATH PIC X(100) VALUE SPACES.
01 WS-FOLDER-HOLD PIC X(100) VALUE SPACES.
01 WS-FOLDER-LEN PIC 9(4) COMP VALUE 0.
*> Per-folder working figures.
01 WS-GB PIC 9(9)V9(3) VALUE 0.
01 WS-COST PIC 9(9)V99 VALUE 0.
01 WS-RANK PIC 9(4) VALUE 0.
01 WS-BEST-IX PIC 9(4) VALUE 0.
01 WS-BEST-BYTES PIC 9(15) VALUE 0.
*> Run totals.
01 WS-MANIFEST-COUNT PIC 9(9) VALUE 0.
01 WS-EXTRACT-COUNT PIC 9(9) VALUE 0.
01 WS-NOT-ACTIVE-COUNT PIC 9(9) VALUE 0.
01 WS-NOT-CATALOGED-COUNT PIC 9(9) VALUE 0.
01 WS-SORTED-COUNT PIC 9(9) VALUE 0.
01 WS-CANDIDATE-COUNT PIC 9(4) VALUE 0.
01 WS-TOTAL-STORED PIC 9(15) VALUE 0.
01 WS-TOTAL-MEMBER-BYTES PIC 9(15) VALUE 0.
01 WS-TOTAL-REPEAT-BYTES PIC 9(15) VALUE 0.
01 WS-TOTAL-SAVED PIC 9(15) VALUE 0.
01 WS-TOTAL-COST PIC 9(11)V99 VALUE 0.
01 WS-SHARE-DISPLAY PIC ZZ9.9.
01 WS-PCT-DISPLAY PIC ZZ9.
01 WS-BYTES-DISPLAY PIC Z(14)9.
01 WS-BYTES-DISPLAY-2 PIC Z(14)9.
01 WS-BYTES-DISPLAY-3 PIC Z(14)9.
01 WS-BYTES-DISPLAY-4 PIC Z(14)9.
01 WS-GB-DISPLAY PIC Z(8)9.999.
01 WS-COST-DISPLAY PIC Z(8)9.99.
01 WS-TOTAL-DISPLAY PIC Z(10)9.99.
01 WS-RATE-DISPLAY PIC Z(4)9.9999.
01 WS-RANK-DISPLAY PIC ZZZ9.
01 WS-ARCH-DISPLAY PIC ZZZZ9.
01 WS-RETAIN-DISPLAY PIC ZZZ9.
01 WS-COUNT-DISPLAY PIC Z(8)9.
01 WS-CURRENT-DATE PIC 9(8).
01 WS-CURRENT-TIME.
    05 WS-TIME-HH PIC 99.
    05 WS-TIME-MM PIC 99.
    05 WS-TIME-SS PIC 99.
    05 WS-TIME-HS PIC 99.
*> One entry per folder holding active archives, built from the
*> catalog: what its archives occupy on disk, and -- filled from the
*> sorted manifest -- how much of what they contain is repeated.
*> The folder master adds the mode and retention the card runs with
*> today; a folder the master does not know keeps mode "?" and is
*> reported but never proposed.
01 WS-FOLDER-USED PIC 9(4) VALUE 0.
01 WS-FOLDER-MAX PIC 9(4) VALUE 500.
01 WS-FOLDER-IX PIC 9(4) VALUE 0.
01 WS-FOLDER-FOUND-SWITCH PIC X VALUE "N".
    88 WS-FOLDER-FOUND VALUE "Y".
01 WS-FOLDER-TABLE.
    05 WS-FOLDER-ENTRY OCCURS 500 TIMES.
        10 WS-FD-FOLDER PIC X(100).
        10 WS-FD-ARCHIVES PIC 9(5).
        10 WS-FD-STORED-BYTES PIC 9(15).
        10 WS-FD-INCR-ARCHIVES PIC 9(5).
        10 WS-FD-MODE PIC X.
        10 WS-FD-RETENTION PIC 9(4).
        10 WS-FD-MEMBERS PIC 9(9).
        10 WS-FD-MEMBER-BYTES PIC 9(15).
        10 WS-FD-REPEATS PIC 9(9).
        10 WS-FD-REPEAT-BYTES PIC 9(15).
        10 WS-FD-SHARE PIC 9(3)V9.
        10 WS-FD-WASTED-STORED PIC 9(15).
        10 WS-FD-EST-INCR-BYTES PIC 9(15).
        10 WS-FD-LISTED PIC X.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
*> Unchanged-content waste analysis. A full-mode folder whose content
*> barely changes re-stores the same members every night, and the
*> chargeback bills each copy. Every ZIPMANIFEST member of an active
*> archive is matched against the catalog and put in folder, member,
*> size and modification-date order; a member that turns up again
*> with the same size and date in a later active archive is a repeat
*> of content already held, and its bytes are waste. Per folder the
*> report gives the repeated share, what that share of the archives
*> occupies on disk, and what the folder would hold under incremental
*> mode at its current retention -- one copy of each distinct member
*> version, which is what a baseline plus its incrementals keep.
*> Folders are ranked by repeated bytes, and full-mode folders at or
*> above the threshold are listed as candidates for switching
*> CF-ARCHIVE-MODE to "I", with the disk and the monthly chargeback
*> the switch would save. Nothing is changed; the switch itself is a
*> CHG card for ZIPCTLMNT. RC 4 when there is at least one candidate.
    PERFORM 1000-READ-PARM-CARDS

    MOVE WS-EXTRACT-PATH TO WS-ENV-HOLD
    ACCEPT WS-EXTRACT-PATH FROM ENVIRONMENT "ZIPWSTEXT"
    IF WS-EXTRACT-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-EXTRACT-PATH
    END-IF

    MOVE WS-SORTED-PATH TO WS-ENV-HOLD
    ACCEPT WS-SORTED-PATH FROM ENVIRONMENT "ZIPWSTSRT"
    IF WS-SORTED-PATH = SPACES
        MOVE WS-ENV-HOLD TO WS-SORTED-PATH
    END-IF

    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "Waste analysis report open failed, status "
            WS-REPORT-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1500-WRITE-HEADING

    OPEN INPUT CATALOG-FILE
    IF WS-CATALOG-FILE-STATUS NOT = "00"
        DISPLAY "Catalog not available, status "
            WS-CATALOG-FILE-STATUS
        MOVE "(CATALOG NOT AVAILABLE)" TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        CLOSE REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2000-LOAD-ACTIVE-FOLDERS

*> Without the master every folder's mode is unknown: the repeats are
*> still worth reporting, but nothing can be proposed.
    OPEN INPUT FOLDER-MASTER-FILE
    IF WS-MASTER-FILE-STATUS = "00"
        SET WS-MASTER-OPEN TO TRUE
        PERFORM 2200-APPLY-FOLDER-MASTER
        CLOSE FOLDER-MASTER-FILE
    ELSE
        DISPLAY "WARNING: folder master not available, status "
            WS-MASTER-FILE-STATUS " - no candidates can be listed."
    END-IF

    OPEN INPUT MANIFEST-FILE
    IF WS-MANIFEST-FILE-STATUS NOT = "00"
        DISPLAY "Manifest not available, status "
            WS-MANIFEST-FILE-STATUS
        MOVE "(MANIFEST NOT AVAILABLE)" TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        CLOSE CATALOG-FILE
        CLOSE REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT EXTRACT-FILE
    IF WS-EXTRACT-FILE-STATUS NOT = "00"
        DISPLAY "Waste extract open failed, status "
            WS-EXTRACT-FILE-STATUS
        CLOSE MANIFEST-FILE
        CLOSE CATALOG-FILE
        CLOSE REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 3000-EXTRACT-MANIFEST
    CLOSE MANIFEST-FILE
    CLOSE EXTRACT-FILE
    CLOSE CATALOG-FILE

    PERFORM 3500-SORT-EXTRACT
    PERFORM 4000-SCAN-SORTED-EXTRACT
    PERFORM 5000-COMPUTE-FOLDER-FIGURES
    PERFORM 6000-WRITE-RANKING
    PERFORM 7000-WRITE-CANDIDATES
    PERFORM 7500-WRITE-TOTALS

    CLOSE REPORT-FILE
    DISPLAY "Waste analysis: " WS-FOLDER-USED " folder(s), "
        WS-CANDIDATE-COUNT " candidate(s) for incremental mode."
    IF WS-CANDIDATE-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

1000-READ-PARM-CARDS.
    OPEN INPUT WASTE-PARM-FILE
    IF WS-WASTE-PARM-STATUS = "00"
        READ WASTE-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF WP-THRESHOLD-PCT NOT = SPACES
                    IF FUNCTION TRIM(WP-THRESHOLD-PCT) IS NUMERIC
                        COMPUTE WS-THRESHOLD-PCT =
                            FUNCTION NUMVAL(WP-THRESHOLD-PCT)
                    ELSE
                        DISPLAY "WARNING: waste threshold not numeric,"
                            " default kept."
                    END-IF
                END-IF
                IF WP-RATE NOT = SPACES
                    COMPUTE WS-RATE = FUNCTION NUMVAL(WP-RATE)
                    MOVE "WASTEPARM" TO WS-RATE-SOURCE
                END-IF
        END-READ
        CLOSE WASTE-PARM-FILE
    END-IF
    IF WS-THRESHOLD-PCT > 100
        MOVE 100 TO WS-THRESHOLD-PCT
    END-IF

*> No rate of our own: price savings at the chargeback rate.
    IF WS-RATE-SOURCE = "NONE"
        OPEN INPUT CHG-PARM-FILE
        IF WS-CHG-PARM-STATUS = "00"
            READ CHG-PARM-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CG-RATE NOT = SPACES
                        COMPUTE WS-RATE = FUNCTION NUMVAL(CG-RATE)
                        MOVE "CHGPARM" TO WS-RATE-SOURCE
                    END-IF
            END-READ
            CLOSE CHG-PARM-FILE
        END-IF
    END-IF.

1500-WRITE-HEADING.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE SPACES TO REPORT-LINE
    STRING "ZIPWASTE UNCHANGED-CONTENT WASTE ANALYSIS  RUN "
        WS-CURRENT-DATE " " WS-TIME-HH ":" WS-TIME-MM ":" WS-TIME-SS
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-THRESHOLD-PCT TO WS-PCT-DISPLAY
    MOVE WS-RATE TO WS-RATE-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "CANDIDATE THRESHOLD " FUNCTION TRIM(WS-PCT-DISPLAY)
        "% REPEATED   RATE PER GB-MONTH "
        FUNCTION TRIM(WS-RATE-DISPLAY) " (" FUNCTION TRIM(WS-RATE-SOURCE)
        ")" INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

2000-LOAD-ACTIVE-FOLDERS.
*> One pass over the catalog: every active archive adds its size to
*> its folder, so the redundant share can be turned back into disk.
    MOVE "N" TO WS-CATALOG-EOF-SWITCH
    MOVE LOW-VALUES TO CAT-ARCHIVE-PATH
    START CATALOG-FILE
            KEY IS NOT LESS THAN CAT-ARCHIVE-PATH
        INVALID KEY
            SET WS-CATALOG-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-CATALOG-EOF
        READ CATALOG-FILE NEXT RECORD
            AT END
                SET WS-CATALOG-EOF TO TRUE
            NOT AT END
                IF CAT-ACTIVE
                    PERFORM 2100-ADD-ACTIVE-ARCHIVE
                END-IF
        END-READ
    END-PERFORM.

2100-ADD-ACTIVE-ARCHIVE.
    MOVE CAT-FOLDER-PATH TO WS-FOLDER-PATH
    PERFORM 2300-NORMALIZE-FOLDER-PATH
    PERFORM 2400-FIND-FOLDER
    IF NOT WS-FOLDER-FOUND
        IF WS-FOLDER-USED < WS-FOLDER-MAX
            ADD 1 TO WS-FOLDER-USED
            MOVE WS-FOLDER-USED TO WS-FOLDER-IX
            INITIALIZE WS-FOLDER-ENTRY(WS-FOLDER-IX)
            MOVE WS-FOLDER-PATH TO WS-FD-FOLDER(WS-FOLDER-IX)
            MOVE "?" TO WS-FD-MODE(WS-FOLDER-IX)
            MOVE "N" TO WS-FD-LISTED(WS-FOLDER-IX)
            SET WS-FOLDER-FOUND TO TRUE
        ELSE
            DISPLAY "WARNING: folder table full, not analyzed: "
                FUNCTION TRIM(WS-FOLDER-PATH)
        END-IF
    END-IF
    IF WS-FOLDER-FOUND
        ADD 1 TO WS-FD-ARCHIVES(WS-FOLDER-IX)
        ADD CAT-BYTE-SIZE TO WS-FD-STORED-BYTES(WS-FOLDER-IX)
        IF CAT-MODE-INCR
            ADD 1 TO WS-FD-INCR-ARCHIVES(WS-FOLDER-IX)
        END-IF
    END-IF.

2200-APPLY-FOLDER-MASTER.
    MOVE "N" TO WS-MASTER-EOF-SWITCH
    MOVE LOW-VALUES TO FM-FOLDER-PATH
    START FOLDER-MASTER-FILE
            KEY IS NOT LESS THAN FM-FOLDER-PATH
        INVALID KEY
            SET WS-MASTER-EOF TO TRUE
    END-START
    PERFORM UNTIL WS-MASTER-EOF
        READ FOLDER-MASTER-FILE NEXT RECORD
            AT END
                SET WS-MASTER-EOF TO TRUE
            NOT AT END
                MOVE FM-FOLDER-PATH TO WS-FOLDER-PATH
                PERFORM 2300-NORMALIZE-FOLDER-PATH
                PERFORM 2400-FIND-FOLDER
                IF WS-FOLDER-FOUND
                    IF FM-MODE-INCREMENTAL
                        MOVE "I" TO WS-FD-MODE(WS-FOLDER-IX)
                    ELSE
                        MOVE "F" TO WS-FD-MODE(WS-FOLDER-IX)
                    END-IF
                    MOVE FM-RETENTION-DAYS
                        TO WS-FD-RETENTION(WS-FOLDER-IX)
                END-IF
        END-READ
    END-PERFORM.

2300-NORMALIZE-FOLDER-PATH.
*> Strip trailing "/" so a folder entered with and without the slash
*> is the same folder, as everywhere else the master is matched.
    MOVE FUNCTION TRIM(WS-FOLDER-PATH) TO WS-FOLDER-HOLD
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FOLDER-HOLD))
        TO WS-FOLDER-LEN
    PERFORM UNTIL WS-FOLDER-LEN <= 1
            OR WS-FOLDER-HOLD(WS-FOLDER-LEN:1) NOT = "/"
        MOVE SPACE TO WS-FOLDER-HOLD(WS-FOLDER-LEN:1)
        SUBTRACT 1 FROM WS-FOLDER-LEN
    END-PERFORM
    MOVE WS-FOLDER-HOLD TO WS-FOLDER-PATH.

2400-FIND-FOLDER.
    MOVE "N" TO WS-FOLDER-FOUND-SWITCH
    PERFORM VARYING WS-FOLDER-IX FROM 1 BY 1
            UNTIL WS-FOLDER-IX > WS-FOLDER-USED OR WS-FOLDER-FOUND
        IF WS-FD-FOLDER(WS-FOLDER-IX) = WS-FOLDER-PATH
            SET WS-FOLDER-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF WS-FOLDER-FOUND
        SUBTRACT 1 FROM WS-FOLDER-IX
    END-IF.

3000-EXTRACT-MANIFEST.
*> Each manifest line is tied to its archive by a keyed catalog read;
*> members of purged archives no longer occupy anything and are left
*> out, as are lines whose archive the catalog has never heard of.
    MOVE "N" TO WS-EOF-SWITCH
    PERFORM UNTIL WS-EOF
        READ MANIFEST-FILE
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-MANIFEST-COUNT
                PERFORM 3100-EXTRACT-ONE-MEMBER
        END-READ
    END-PERFORM.

3100-EXTRACT-ONE-MEMBER.
    MOVE MAN-ARCHIVE-PATH TO CAT-ARCHIVE-PATH
    READ CATALOG-FILE
        INVALID KEY
            ADD 1 TO WS-NOT-CATALOGED-COUNT
        NOT INVALID KEY
            IF CAT-ACTIVE
                MOVE CAT-FOLDER-PATH TO WS-FOLDER-PATH
                PERFORM 2300-NORMALIZE-FOLDER-PATH
                MOVE WS-FOLDER-PATH TO WX-FOLDER-PATH
                MOVE MAN-MEMBER-PATH TO WX-MEMBER-PATH
                MOVE MAN-MEMBER-SIZE TO WX-MEMBER-SIZE
                MOVE MAN-MOD-DATE TO WX-MOD-DATE
                MOVE CAT-TIMESTAMP TO WX-TIMESTAMP
                WRITE EXTRACT-RECORD
                IF WS-EXTRACT-FILE-STATUS = "00"
                    ADD 1 TO WS-EXTRACT-COUNT
                ELSE
                    DISPLAY "WARNING: waste extract write failed, "
                        "status " WS-EXTRACT-FILE-STATUS
                END-IF
            ELSE
                ADD 1 TO WS-NOT-ACTIVE-COUNT
            END-IF
    END-READ.

3500-SORT-EXTRACT.
*> Byte order, so the fixed columns sort exactly as they compare in
*> the scan below whatever locale the batch user happens to carry.
    MOVE SPACES TO COMMAND
    STRING "LC_ALL=C sort -o '" FUNCTION TRIM(WS-SORTED-PATH) "' '"
        FUNCTION TRIM(WS-EXTRACT-PATH) "'" INTO COMMAND
    CALL "SYSTEM" USING COMMAND
    IF RETURN-CODE NOT = 0
        DISPLAY "Waste extract sort failed, rc " RETURN-CODE
        MOVE "(MANIFEST EXTRACT COULD NOT BE SORTED)" TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        CLOSE REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

4000-SCAN-SORTED-EXTRACT.
    OPEN INPUT SORTED-FILE
    IF WS-SORTED-FILE-STATUS NOT = "00"
        DISPLAY "Sorted waste extract not available, status "
            WS-SORTED-FILE-STATUS
        MOVE "(SORTED MANIFEST EXTRACT NOT AVAILABLE)" TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        CLOSE REPORT-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO WS-EOF-SWITCH
    MOVE LOW-VALUES TO WS-PREV-KEY
    MOVE LOW-VALUES TO WS-PREV-FOLDER
    PERFORM UNTIL WS-EOF
        READ SORTED-FILE
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-SORTED-COUNT
                PERFORM 4100-SCAN-ONE-MEMBER
        END-READ
    END-PERFORM
    CLOSE SORTED-FILE.

4100-SCAN-ONE-MEMBER.
*> Lines arrive grouped by folder, so the table is searched only when
*> the folder changes.
    IF SX-FOLDER-PATH NOT = WS-PREV-FOLDER
        MOVE SX-FOLDER-PATH TO WS-FOLDER-PATH
        PERFORM 2400-FIND-FOLDER
        MOVE SX-FOLDER-PATH TO WS-PREV-FOLDER
    END-IF
    IF WS-FOLDER-FOUND
        ADD 1 TO WS-FD-MEMBERS(WS-FOLDER-IX)
        ADD SX-MEMBER-SIZE TO WS-FD-MEMBER-BYTES(WS-FOLDER-IX)
        IF SX-KEY = WS-PREV-KEY
            ADD 1 TO WS-FD-REPEATS(WS-FOLDER-IX)
            ADD SX-MEMBER-SIZE TO WS-FD-REPEAT-BYTES(WS-FOLDER-IX)
        END-IF
    END-IF
    MOVE SX-KEY TO WS-PREV-KEY.

5000-COMPUTE-FOLDER-FIGURES.
*> Member bytes are what zip was given, stored bytes what it wrote;
*> the repeated share of the members is applied to the stored bytes
*> to say what the repeats actually occupy on disk. What remains is
*> one copy of every distinct member version still inside retention,
*> the holdings an incremental chain would have over the same window.
    PERFORM VARYING WS-FOLDER-IX FROM 1 BY 1
            UNTIL WS-FOLDER-IX > WS-FOLDER-USED
        IF WS-FD-MEMBER-BYTES(WS-FOLDER-IX) > 0
            COMPUTE WS-FD-SHARE(WS-FOLDER-IX) ROUNDED =
                WS-FD-REPEAT-BYTES(WS-FOLDER-IX) * 100
                / WS-FD-MEMBER-BYTES(WS-FOLDER-IX)
            COMPUTE WS-FD-WASTED-STORED(WS-FOLDER-IX) ROUNDED =
                WS-FD-STORED-BYTES(WS-FOLDER-IX)
                * WS-FD-REPEAT-BYTES(WS-FOLDER-IX)
                / WS-FD-MEMBER-BYTES(WS-FOLDER-IX)
        ELSE
            MOVE 0 TO WS-FD-SHARE(WS-FOLDER-IX)
            MOVE 0 TO WS-FD-WASTED-STORED(WS-FOLDER-IX)
        END-IF
        COMPUTE WS-FD-EST-INCR-BYTES(WS-FOLDER-IX) =
            WS-FD-STORED-BYTES(WS-FOLDER-IX)
            - WS-FD-WASTED-STORED(WS-FOLDER-IX)
        ADD WS-FD-STORED-BYTES(WS-FOLDER-IX) TO WS-TOTAL-STORED
        ADD WS-FD-MEMBER-BYTES(WS-FOLDER-IX) TO WS-TOTAL-MEMBER-BYTES
        ADD WS-FD-REPEAT-BYTES(WS-FOLDER-IX) TO WS-TOTAL-REPEAT-BYTES
    END-PERFORM.

6000-WRITE-RANKING.
    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "FOLDERS RANKED BY REPEATED BYTES" TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "RANK MODE ARCH      REPEATED-BYTES REPEAT%"
        "    STORED-BYTES     WASTED-STORED   EST-INCR-BYTES  FOLDER"
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
*> Largest first by repeated maximum-selection over the table, the
*> way ZIPRESTORE picks its next link, so no sort is needed here.
    MOVE 0 TO WS-RANK
    PERFORM WS-FOLDER-USED TIMES
        MOVE 0 TO WS-BEST-IX
        MOVE 0 TO WS-BEST-BYTES
        PERFORM VARYING WS-FOLDER-IX FROM 1 BY 1
                UNTIL WS-FOLDER-IX > WS-FOLDER-USED
            IF WS-FD-LISTED(WS-FOLDER-IX) = "N"
                IF WS-BEST-IX = 0
                        OR WS-FD-REPEAT-BYTES(WS-FOLDER-IX)
                            > WS-BEST-BYTES
                    MOVE WS-FOLDER-IX TO WS-BEST-IX
                    MOVE WS-FD-REPEAT-BYTES(WS-FOLDER-IX)
                        TO WS-BEST-BYTES
                END-IF
            END-IF
        END-PERFORM
        IF WS-BEST-IX > 0
            MOVE "Y" TO WS-FD-LISTED(WS-BEST-IX)
            ADD 1 TO WS-RANK
            PERFORM 6100-WRITE-RANK-LINE
        END-IF
    END-PERFORM
    IF WS-FOLDER-USED = 0
        MOVE "    (NO ACTIVE ARCHIVES IN THE CATALOG)" TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

6100-WRITE-RANK-LINE.
    MOVE WS-RANK TO WS-RANK-DISPLAY
    MOVE WS-FD-ARCHIVES(WS-BEST-IX) TO WS-ARCH-DISPLAY
    MOVE WS-FD-REPEAT-BYTES(WS-BEST-IX) TO WS-BYTES-DISPLAY
    MOVE WS-FD-SHARE(WS-BEST-IX) TO WS-SHARE-DISPLAY
    MOVE WS-FD-STORED-BYTES(WS-BEST-IX) TO WS-BYTES-DISPLAY-2
    MOVE WS-FD-WASTED-STORED(WS-BEST-IX) TO WS-BYTES-DISPLAY-3
    MOVE WS-FD-EST-INCR-BYTES(WS-BEST-IX) TO WS-BYTES-DISPLAY-4
    MOVE SPACES TO REPORT-LINE
    STRING WS-RANK-DISPLAY " " WS-FD-MODE(WS-BEST-IX) "    "
        WS-ARCH-DISPLAY " " WS-BYTES-DISPLAY "   " WS-SHARE-DISPLAY
        " " WS-BYTES-DISPLAY-2 "   " WS-BYTES-DISPLAY-3 "  "
        WS-BYTES-DISPLAY-4 "  " FUNCTION TRIM(WS-FD-FOLDER(WS-BEST-IX))
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

7000-WRITE-CANDIDATES.
*> A candidate runs full today (the master says so and no INCR
*> archive is still in its window) and repeats at least the threshold
*> share of what it stores. The saving is the disk the repeats
*> occupy, priced per month at the GB-month rate.
    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "CANDIDATES FOR CF-ARCHIVE-MODE I" TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "REPEAT% RETAIN      STORED-BYTES    EST-INCR-BYTES"
        "       SAVED-BYTES      SAVED-GB   SAVED/MONTH  FOLDER"
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    PERFORM VARYING WS-FOLDER-IX FROM 1 BY 1
            UNTIL WS-FOLDER-IX > WS-FOLDER-USED
        IF WS-FD-MODE(WS-FOLDER-IX) = "F"
                AND WS-FD-INCR-ARCHIVES(WS-FOLDER-IX) = 0
                AND WS-FD-REPEAT-BYTES(WS-FOLDER-IX) > 0
                AND WS-FD-SHARE(WS-FOLDER-IX) >= WS-THRESHOLD-PCT
            PERFORM 7100-WRITE-CANDIDATE-LINE
        END-IF
    END-PERFORM
    IF WS-CANDIDATE-COUNT = 0
        MOVE "    (NONE AT THIS THRESHOLD)" TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

7100-WRITE-CANDIDATE-LINE.
    ADD 1 TO WS-CANDIDATE-COUNT
    COMPUTE WS-GB ROUNDED =
        WS-FD-WASTED-STORED(WS-FOLDER-IX) / 1073741824
    COMPUTE WS-COST ROUNDED = WS-GB * WS-RATE
    ADD WS-FD-WASTED-STORED(WS-FOLDER-IX) TO WS-TOTAL-SAVED
    ADD WS-COST TO WS-TOTAL-COST
    MOVE WS-FD-SHARE(WS-FOLDER-IX) TO WS-SHARE-DISPLAY
    MOVE WS-FD-RETENTION(WS-FOLDER-IX) TO WS-RETAIN-DISPLAY
    MOVE WS-FD-STORED-BYTES(WS-FOLDER-IX) TO WS-BYTES-DISPLAY
    MOVE WS-FD-EST-INCR-BYTES(WS-FOLDER-IX) TO WS-BYTES-DISPLAY-2
    MOVE WS-FD-WASTED-STORED(WS-FOLDER-IX) TO WS-BYTES-DISPLAY-3
    MOVE WS-GB TO WS-GB-DISPLAY
    MOVE WS-COST TO WS-COST-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "  " WS-SHARE-DISPLAY "   " WS-RETAIN-DISPLAY " "
        WS-BYTES-DISPLAY "   " WS-BYTES-DISPLAY-2 "   "
        WS-BYTES-DISPLAY-3 " " WS-GB-DISPLAY " " WS-COST-DISPLAY "  "
        FUNCTION TRIM(WS-FD-FOLDER(WS-FOLDER-IX))
        DELIMITED BY SIZE INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

7500-WRITE-TOTALS.
    MOVE SPACES TO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-MANIFEST-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "MANIFEST LINES READ:        " FUNCTION TRIM(WS-COUNT-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-EXTRACT-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "MEMBERS OF ACTIVE ARCHIVES: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-NOT-ACTIVE-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "MEMBERS OF PURGED ARCHIVES: " FUNCTION TRIM(WS-COUNT-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-NOT-CATALOGED-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "MEMBERS NOT IN CATALOG:     " FUNCTION TRIM(WS-COUNT-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
*> The sort must hand back every line it was given; a short count
*> means the figures above are understated and says so.
    IF WS-SORTED-COUNT NOT = WS-EXTRACT-COUNT
        MOVE WS-SORTED-COUNT TO WS-COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "WARNING: SORTED EXTRACT HELD "
            FUNCTION TRIM(WS-COUNT-DISPLAY) " LINES - FIGURES INCOMPLETE"
            INTO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        DISPLAY "WARNING: sorted waste extract count does not match "
            "the extract."
    END-IF
    MOVE WS-TOTAL-STORED TO WS-BYTES-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "ACTIVE STORED BYTES:        " FUNCTION TRIM(WS-BYTES-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-TOTAL-MEMBER-BYTES TO WS-BYTES-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "ACTIVE MEMBER BYTES:        " FUNCTION TRIM(WS-BYTES-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-TOTAL-REPEAT-BYTES TO WS-BYTES-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "REPEATED MEMBER BYTES:      " FUNCTION TRIM(WS-BYTES-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-CANDIDATE-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "CANDIDATE FOLDERS:          " FUNCTION TRIM(WS-COUNT-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-TOTAL-SAVED TO WS-BYTES-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "CANDIDATE SAVED BYTES:      " FUNCTION TRIM(WS-BYTES-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-TOTAL-COST TO WS-TOTAL-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING "CANDIDATE SAVED PER MONTH:  " FUNCTION TRIM(WS-TOTAL-DISPLAY)
        INTO REPORT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    IF NOT WS-MASTER-OPEN
        MOVE "(FOLDER MASTER NOT AVAILABLE - NO CANDIDATES LISTED)"
            TO REPORT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

8000-WRITE-REPORT-LINE.
    WRITE REPORT-LINE
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "WARNING: report write failed, status "
            WS-REPORT-FILE-STATUS
    END-IF.
