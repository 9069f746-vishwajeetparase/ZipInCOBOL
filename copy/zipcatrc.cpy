*> verified since the column was added -- exactly the records the
*> sweep takes first.
    05 CAT-VERIFY-TIMESTAMP PIC X(14).
*> Storage tier, maintained by ZIPTIER: blank is the primary tier
*> (the archive sits at CAT-ARCHIVE-PATH, which stays the key either
*> way); "C" means the archive has been moved to the cold tier and now
*> sits at CAT-TIER-PATH, the copy there re-verified against
*> CAT-CHECKSUM before the primary copy was removed. Anything that
*> opens the archive file itself must go to CAT-TIER-PATH when the
*> record is cold.
    05 CAT-TIER            PIC X.
        88 CAT-TIER-COLD   VALUE "C".
    05 CAT-TIER-PATH       PIC X(200).
    05 CAT-TIER-TIMESTAMP  PIC X(14).
