      *                 as the old DISTOUT extract carried it
      *                 'F' - fixed-width STROUT image (key, string,
      *                 feed id), for consumers that load fixed
      *                 'C' - changes only: from STRHIST, the keys
      *                 added, changed or logically deleted since
      *                 the subscriber's last good delivery on
      *                 DLVLOG, delimited with an action code first
      *                 (A added, C changed, D deleted); the first
      *                 delivery, or one asked for on REFCARD, is a
      *                 full refresh of the active keys from STRMAST
      *   SUB-OUT-NBR   01-10: the extract writes DD SUBOUTnn
      * Every extract carries its own HDR line (subscriber, run date,
      * run id; a 'C' extract adds DELTA and its from-date, or FULL)
      * and TRL line (record count); DISTRIB ends nonzero if
      * any subscriber's output fails its trailer balance.
      *****************************************************************
       01  SUB-RECORD.
