      *****************************************************************
      * WRDREC - word index record, one per distinct word of an
      * active key's MST-STRING: the WRDINDX VSAM KSDS behind the
      * SWRD word search (STRWRD), keyed on word + key so every key
      * holding a word browses together in key order, and a second
      * word is proved for a key with one direct read. WRDBLD writes
      * the records from STRMAST to a work file, the SORT behind it
      * drops the duplicates a word repeated in one string makes,
      * and INQLOAD reloads the cluster from the sorted file nightly.
      *   WRD-WORD  a run of letters and digits from the string,
      *             upper-cased; anything else separates words.
      *             Single characters are not indexed and a word
      *             longer than 20 is indexed on its first 20 - the
      *             search reduces what the operator types the same
      *             way, so the two always agree.
      *   WRD-KEY   the STRMAST key whose string holds the word
      * WRDBLD adds one guard record (all Z word and key) so the
      * CICS open succeeds even on an empty index.
      *****************************************************************
       01  WRD-RECORD.
           05  WRD-INDEX-KEY.
               10  WRD-WORD               PIC X(20).
               10  WRD-KEY                PIC X(6).
           05  FILLER                     PIC X(4).
