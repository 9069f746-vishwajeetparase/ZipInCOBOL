*> Alert status master (ZIPALSTMST): one record per folder and failing
*> step, kept by ZIPALSTAT from the alert and retry logs. An item is
*> OPEN when an alert first raises (or reopens) it, RETRY once
*> ZIPRETRY gave up on it, HEALED when a ZIPRETRY retry cleared it,
*> and CLOSED when an operator signs it off. Other programs read it to ask whether a
*> folder still has something unresolved against it (AS-STILL-LIVE).
*> The service-desk columns link an item to its incident ticket: the
*> correlation id is assigned the first time the item is sent out and
*> never changes for the folder and step, so the desk can tie a
*> reopened item back to its history; the send flag says whether the
*> current episode has gone out yet ("N" new, "R" reopened, "Y"
*> sent) and at what severity; ticket number and status are whatever
*> the desk last sent back, cleared when the item reopens.
01  ALERT-STATUS-RECORD.
    05 AS-KEY.
        10 AS-FOLDER-PATH PIC X(100).
        10 AS-STEP        PIC X(10).
    05 AS-STATE           PIC X(6).
        88 AS-OPEN        VALUE "OPEN".
        88 AS-RETRIED     VALUE "RETRY".
        88 AS-HEALED      VALUE "HEALED".
        88 AS-CLOSED      VALUE "CLOSED".
        88 AS-STILL-LIVE  VALUE "OPEN" "RETRY".
    05 AS-FIRST-SEEN      PIC X(14).
    05 AS-LAST-SEEN       PIC X(14).
    05 AS-OCCURRENCES     PIC 9(5).
    05 AS-CLOSED-BY       PIC X(8).
    05 AS-CLOSE-REASON    PIC X(40).
    05 AS-CLOSE-TIMESTAMP PIC X(14).
    05 AS-RUN-ID          PIC X(22).
    05 AS-CORRELATION-ID  PIC X(22).
    05 AS-SD-FLAG         PIC X.
        88 AS-SD-SENT     VALUE "Y".
        88 AS-SD-REOPENED VALUE "R".
    05 AS-SD-SEVERITY     PIC 9.
    05 AS-TICKET-NUMBER   PIC X(20).
    05 AS-TICKET-STATUS   PIC X(10).
