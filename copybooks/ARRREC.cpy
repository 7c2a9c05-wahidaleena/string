      *****************************************************************
      * ARRREC - feed arrival history record, appended to FEEDARR by
      * FEEDSLA once per FEEDCTL feed every night the check runs,
      * and read back by SLAMTH for the monthly on-time report.
      *   ARR-ARRIVE-TIME  - HHMMSS the feed was first found landed
      *                      on the run date (zero when it was not)
      *   ARR-HEADER-DATE  - FRAG-FEED-DATE off the feed's header
      *                      (zero when there was no header)
      *   ARR-DETAIL-COUNT - 'D' and 'V' records on the feed
      *   ARR-STATUS       - 'O' on time, 'L' late, 'Z' arrived with
      *                      no details, 'M' expected but missing,
      *                      'U' arrived on a day not expected,
      *                      'N' not expected and not sent
      *   ARR-LATE-FLAG    - 'Y' when the arrival fell outside the
      *                      window (set for a 'Z' feed as well)
      *   ARR-WAIVED-FLAG  - 'Y' when WAIVCARD waived the feed's
      *                      return code for the night
      * A night the check is resubmitted appends a second record per
      * feed; the last record for a feed and run date is the one
      * that stands.
      *****************************************************************
       01  ARR-RECORD.
           05  ARR-FEED-ID                PIC X(4).
           05  ARR-RUN-DATE               PIC 9(8).
           05  ARR-ARRIVE-TIME            PIC 9(6).
           05  ARR-HEADER-DATE            PIC 9(8).
           05  ARR-DETAIL-COUNT           PIC 9(6).
           05  ARR-STATUS                 PIC X.
           05  ARR-LATE-FLAG              PIC X.
           05  ARR-WAIVED-FLAG            PIC X.
           05  ARR-ARRIVE-FROM            PIC X(4).
           05  ARR-ARRIVE-BY              PIC X(4).
           05  ARR-VENDOR                 PIC X(20).
           05  FILLER                     PIC X(17).
