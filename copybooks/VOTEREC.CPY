      *    Working-storage breakdown of one vote line, as appended to
      *    VOTES-FILENAME by SongVote and read back by its TALLY mode.
      *    A vote is cast by one voter for one participant's video on
      *    one challenge date, scored 1 to 5.  STAMP is when the vote
      *    was cast (or last changed); lines written before it was
      *    kept have none.
      *    Layout on disk is pipe delimited text:
      *        DATE|VOTER|PARTICIPANT|SCORE|STAMP
      ******************************************************************
       01  VOTE-REC.
           05  VOTE-DATE           PIC X(10).
           05  VOTE-VOTER          PIC X(30).
           05  VOTE-PARTICIPANT    PIC X(30).
           05  VOTE-SCORE          PIC X(1).
           05  VOTE-STAMP          PIC X(19).
