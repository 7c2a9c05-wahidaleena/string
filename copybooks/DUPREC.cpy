      *****************************************************************
      * DUPREC - cross-key duplicate work record, one per active
      * STRMAST key, written by DUPEXT and read back by DUPRPT after
      * the SORT step between them puts equal strings side by side.
      *   DUP-NORM    the built string reduced to its letters and
      *               digits, upper-cased: case, spacing and
      *               separator differences drop out, so two keys
      *               whose DUP-NORM agree hold the same entity
      *   DUP-KEY     the STRMAST key
      *   DUP-STRING  the string exactly as built, so exact matches
      *               sort together inside a normalized group
      *   DUP-FEED-ID the feed that owns the key on STRMAST
      * Sort order: DUP-NORM, DUP-STRING, DUP-KEY (cols 1-72,
      * 79-150, 73-78).
      *****************************************************************
       01  DUP-RECORD.
           05  DUP-NORM                   PIC X(72).
           05  DUP-KEY                    PIC X(6).
           05  DUP-STRING                 PIC X(72).
           05  DUP-FEED-ID                PIC X(4).
