*> Reference file mapping each source folder to the department that
*> owns it and pays for its storage; maintained by finance, one line
*> per folder. Chargeback bills by it, and restore requests are
*> authorized against it: the owning department may restore its own
*> folders, anyone else needs a named approver.
01  DEPT-MAP-RECORD.
    05 DM-FOLDER-PATH    PIC X(100).
    05 DM-DEPT-CODE      PIC X(8).
    05 DM-DEPT-NAME      PIC X(30).
