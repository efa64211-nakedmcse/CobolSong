      ******************************************************************
      *    LINKREC.CPY
      *    Working-storage breakdown of the link review queue
      *    (link_review.dat) kept by SongVerify - one line per problem
      *    found with a submission's video link.  The submission is
      *    named by its key in submissions.dat (date, participant,
      *    sequence).  PROBLEM is why it was queued:
      *        NOLINK    the note holds no link at all
      *        BADLINK   the link is not well formed
      *        DEADLINK  the link answered with an HTTP error
      *        NORESP    the link did not answer at all
      *        REUSED    the same video was submitted before, on
      *                  another date or by another participant
      *                  (DETAIL names the earlier submission)
      *    STATE is O while the problem is open, C once the committee
      *    cleared it, V once the submission was voided through
      *    SongMaint, R when a later check no longer found it.  FOUND
      *    is when it was queued, CLOSED and REASON when and why it
      *    left the open state.  SongVote CLOSE holds back a day that
      *    still has an open entry.  Layout on disk:
      *        ID|DATE|PARTICIPANT|SEQ|PROBLEM|STATE|FOUND|DETAIL|
      *        CLOSED|REASON
      ******************************************************************
       01  LNK-REC.
           05  LNK-ID              PIC X(4).
           05  LNK-DATE            PIC X(10).
           05  LNK-PARTICIPANT     PIC X(30).
           05  LNK-SEQ             PIC X(3).
           05  LNK-PROBLEM         PIC X(8).
               88  LNK-NOLINK              VALUE "NOLINK".
               88  LNK-BADLINK             VALUE "BADLINK".
               88  LNK-DEADLINK            VALUE "DEADLINK".
               88  LNK-NORESP              VALUE "NORESP".
               88  LNK-REUSED              VALUE "REUSED".
           05  LNK-STATE           PIC X(1).
               88  LNK-OPEN                VALUE "O".
               88  LNK-CLEARED             VALUE "C".
               88  LNK-VOIDED              VALUE "V".
               88  LNK-RESOLVED            VALUE "R".
           05  LNK-FOUND           PIC X(19).
           05  LNK-DETAIL          PIC X(60).
           05  LNK-CLOSED          PIC X(19).
           05  LNK-REASON          PIC X(60).
