      ******************************************************************
      *    CORRREC.CPY
      *    Working-storage breakdown of the theme correction register
      *    (theme_correction.dat) kept by SongCorrect - one line per
      *    correction made to a theme after its month was published,
      *    never rewritten.  SEQ is the revision the day's calendar
      *    event carries after the correction (the ICS SEQUENCE), so
      *    the last line for a date is the wording every artifact
      *    must now show.  SongAnnounce reads it for the correction
      *    post, SongForVictoria for the SEQUENCE of a regenerated
      *    month, and SongAudit checks the artifacts against it.
      *    Layout on disk:
      *        DATE|SEQ|STAMP|REASON|OLDTHEME|NEWTHEME
      ******************************************************************
       01  CORR-REC.
           05  CORR-DATE           PIC X(10).
           05  CORR-SEQ            PIC X(3).
           05  CORR-STAMP          PIC X(19).
           05  CORR-REASON         PIC X(8).
               88  CORR-REASON-VALID       VALUE "TYPO" "SOFTEN"
                                                 "CLARIFY" "REPEAT"
                                                 "SPECIAL" "OTHER".
           05  CORR-OLD-THEME      PIC X(80).
           05  CORR-NEW-THEME      PIC X(80).
