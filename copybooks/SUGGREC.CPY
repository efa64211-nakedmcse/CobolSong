      ******************************************************************
      *    SUGGREC.CPY
      *    Working-storage breakdown of the member theme-suggestion
      *    pool (theme_suggestion.dat) kept by SongSuggest - one line
      *    per theme idea a member put forward, numbered in the order
      *    they came in.  SCORE and NEARDATE are the closest past
      *    theme found by the duplicate screen when the idea was
      *    recorded (or last accepted).  SongForVictoria schedules
      *    accepted ideas onto days of a month it generates (state S,
      *    RUNDATE the day given) and marks them consumed once the
      *    month is published; SongRecap credits the member.
      *    States: P pending, A accepted, D declined, S scheduled,
      *    C consumed (ran on RUNDATE).
      *    Layout on disk:
      *        ID|ROSTERID|DATE|STATE|RUNDATE|SCORE|NEARDATE|THEME
      ******************************************************************
       01  SUG-REC.
           05  SUG-ID              PIC X(4).
           05  SUG-ROSTER-ID       PIC X(8).
           05  SUG-DATE            PIC X(10).
           05  SUG-STATE           PIC X(1).
               88  SUG-PENDING             VALUE "P".
               88  SUG-ACCEPTED            VALUE "A".
               88  SUG-DECLINED            VALUE "D".
               88  SUG-SCHEDULED           VALUE "S".
               88  SUG-CONSUMED            VALUE "C".
           05  SUG-RUN-DATE        PIC X(10).
           05  SUG-SCORE           PIC X(3).
           05  SUG-NEAR-DATE       PIC X(10).
           05  SUG-THEME           PIC X(80).
