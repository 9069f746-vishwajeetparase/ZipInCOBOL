    05 CG-RATE           PIC X(10).

FD  DEPT-MAP-FILE.
COPY "zipdeprc".

FD  CATALOG-FILE.
COPY "zipcatrc".
