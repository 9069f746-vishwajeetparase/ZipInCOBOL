*> that falls on a date in the ZIPHOLIDAY calendar rolls forward to
*> the next business day instead of silently skipping the cycle; a
*> folder not due tonight is logged NSCH, distinct from HELD/DEFR.
*> Tier age is the number of days after which the folder's active
*> archives move to the cold tier (ZIPTIER); blank or zero never tiers.
*> RPO hours is the agreed recovery-point objective: the oldest the
*> newest restorable archive may be before the folder is in breach
*> (ZIPRPO); blank or zero means none agreed, and ZIPRPO measures the
*> folder against its frequency instead.
01  CONTROL-RECORD.
    05 CF-FOLDER-PATH     PIC X(100).
    05 CF-ZIP-FILE        PIC X(100).
        88 CF-FREQ-WEEKLY  VALUE "W".
        88 CF-FREQ-MONTHLY VALUE "M".
    05 CF-FREQ-DAY        PIC XX.
    05 CF-TIER-AGE-DAYS   PIC 9(4).
    05 CF-RPO-HOURS       PIC 9(4).
