*> Restore request master, keyed by request id (submit timestamp plus
*> a two-digit card sequence, assigned by ZIPRQMNT). Every restore
*> starts life here as a SUBMITTED request naming who wants what and
*> why; ZIPRQMNT authorizes it against the folder's owning department
*> in ZIPDEPTMAP, and ZIPRESTORE only ever takes APPROVED requests,
*> stamping the outcome of each attempt back onto the record. What
*> the request asks for is the old RESTPARM card: a folder plus an
*> as-of date, or a folder plus an exact archive name, optionally
*> narrowed to a member list.
01  RESTORE-REQUEST-RECORD.
    05 RQ-REQUEST-ID       PIC X(16).
    05 RQ-STATUS           PIC X(10).
        88 RQ-SUBMITTED    VALUE "SUBMITTED".
        88 RQ-APPROVED     VALUE "APPROVED".
        88 RQ-REJECTED     VALUE "REJECTED".
        88 RQ-FULFILLED    VALUE "FULFILLED".
    05 RQ-REQUESTOR        PIC X(20).
    05 RQ-DEPT-CODE        PIC X(8).
    05 RQ-FOLDER-PATH      PIC X(100).
    05 RQ-ARCHIVE-DATE     PIC X(8).
    05 RQ-ARCHIVE-NAME     PIC X(200).
    05 RQ-RESTORE-DIR      PIC X(100).
    05 RQ-MEMBER-LIST      PIC X(200).
    05 RQ-REASON           PIC X(40).
*> Authorization, settled at submit time: the folder's owner from
*> ZIPDEPTMAP (UNASSGND when the folder is not mapped, which counts
*> as cross-department), and why the request needs a named approver
*> -- a requestor outside the owning department, an encrypted
*> archive in what was asked for, or both. A request needing neither
*> is approved on submit with a blank approver.
    05 RQ-OWNER-DEPT       PIC X(8).
    05 RQ-CROSS-DEPT-FLAG  PIC X.
        88 RQ-CROSS-DEPT   VALUE "Y".
    05 RQ-ENCRYPTED-FLAG   PIC X.
        88 RQ-ENCRYPTED    VALUE "Y".
    05 RQ-SUBMIT-TIMESTAMP PIC X(14).
    05 RQ-APPROVER         PIC X(20).
    05 RQ-DECISION-TIMESTAMP PIC X(14).
    05 RQ-DECISION-REASON  PIC X(40).
*> Fulfilment, stamped by ZIPRESTORE on every attempt: when, how it
*> ended (the ZIPRSTLOG status), how many attempts so far, and the
*> last archive unpacked. A failed attempt leaves the request
*> APPROVED so the next run tries again once the cause is fixed.
    05 RQ-FULFIL-TIMESTAMP PIC X(14).
    05 RQ-OUTCOME          PIC X(8).
    05 RQ-ATTEMPTS         PIC 9(3).
    05 RQ-RESTORED-ARCHIVE PIC X(200).
