      ******************************************************************
      *    QRNREC.CPY
      *    Working-storage breakdown of the vote quarantine files kept
      *    by SongScreen.
      *    QRN-REC is one quarantined vote in vote_quarantine.dat,
      *    identified by its date, voter and participant as they stand
      *    in votes.dat (a voter holds one vote per date and
      *    participant).  SongVote TALLY and CLOSE and SongSeason skip
      *    these votes, through SongQuarantine.  STAMP is when the
      *    committee quarantined it, REASON why.  Layout on disk:
      *        DATE|VOTER|PARTICIPANT|STAMP|REASON
      *    QAU-REC is one line of vote_quarantine_audit.dat, the
      *    permanent record of every QUARANTINE and RELEASE with the
      *    reason given, never rewritten.  Layout on disk:
      *        STAMP|ACTION|DATE|VOTER|PARTICIPANT|REASON
      ******************************************************************
       01  QRN-REC.
           05  QRN-DATE            PIC X(10).
           05  QRN-VOTER           PIC X(30).
           05  QRN-PARTICIPANT     PIC X(30).
           05  QRN-STAMP           PIC X(19).
           05  QRN-REASON          PIC X(60).
       01  QAU-REC.
           05  QAU-STAMP           PIC X(19).
           05  QAU-ACTION          PIC X(10).
               88  QAU-QUARANTINE          VALUE "QUARANTINE".
               88  QAU-RELEASE             VALUE "RELEASE".
           05  QAU-DATE            PIC X(10).
           05  QAU-VOTER           PIC X(30).
           05  QAU-PARTICIPANT     PIC X(30).
           05  QAU-REASON          PIC X(60).
