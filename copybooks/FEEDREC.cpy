      * a single-feed run. When no FEEDCTL file is supplied the run
      * is single-feed and the PARMFILE values apply with a blank
      * feed id, so existing jobs keep working unchanged.
      * The arrival fields drive FEEDSLA's check ahead of the edit:
      *   FEED-ARRIVE-FROM/BY - expected arrival window, HHMM each;
      *                         a window whose FROM is later than
      *                         its BY runs across midnight. Both
      *                         blank = no window, never late.
      *   FEED-EXPECT-DAYS    - one 'Y'/'N' per weekday, Monday
      *                         first; blank = expected every day.
      *   FEED-VENDOR         - vendor name the monthly on-time
      *                         report groups feeds under; blank =
      *                         reported under the feed id.
      *****************************************************************
       01  FEED-RECORD.
           05  FEED-ID                    PIC X(4).
           05  FEED-DELIM-CODE            PIC X.
           05  FEED-SEP-CHAR              PIC X.
           05  FEED-RUN-ID                PIC X(8).
           05  FEED-ARRIVE-FROM.
               10  FEED-FROM-HH           PIC X(2).
               10  FEED-FROM-MM           PIC X(2).
           05  FEED-ARRIVE-BY.
               10  FEED-BY-HH             PIC X(2).
               10  FEED-BY-MM             PIC X(2).
           05  FEED-EXPECT-DAYS.
               10  FEED-EXPECT-DAY        PIC X OCCURS 7 TIMES.
           05  FEED-VENDOR                PIC X(20).
           05  FILLER                     PIC X(31).
