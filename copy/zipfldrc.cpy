*> in the ZIPCTLAUD audit file, this is just the quick answer.
    05 FM-UPDATE-TIMESTAMP PIC X(14).
    05 FM-UPDATE-USER      PIC X(8).
*> Days after which an active archive of this folder moves to the
*> cold tier (ZIPTIER); zero keeps the folder's archives on the
*> primary tier for their whole retention.
    05 FM-TIER-AGE-DAYS    PIC 9(4).
*> Agreed recovery-point objective in hours, reported on by ZIPRPO;
*> zero means none agreed (measured against the frequency instead).
    05 FM-RPO-HOURS        PIC 9(4).
