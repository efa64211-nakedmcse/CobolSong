      ******************************************************************
      *    MEMBREC.CPY
      *    Working-storage breakdown of one roster membership event,
      *    as appended to roster_member.dat by SongRoster (ADD,
      *    ACTIVATE and DEACTIVATE, each with its effective date) and
      *    read back through SongMember by every program that scores
      *    or mails members by the day.
      *    KIND is J (joined - a member from DATE on) or L (left -
      *    no longer a member from DATE on).  An ID with no events
      *    predates the history and counts as a member throughout;
      *    an ID whose earliest event is a leave was a member before
      *    it.  STAMP is when the event was keyed.
      *    Layout on disk is pipe delimited text:
      *        ID|DATE|KIND|STAMP
      ******************************************************************
       01  MEM-REC.
           05  MEM-ID              PIC X(8).
           05  MEM-DATE            PIC X(10).
           05  MEM-KIND            PIC X(1).
               88  MEM-JOINED              VALUE "J".
               88  MEM-LEFT                VALUE "L".
           05  MEM-STAMP           PIC X(19).
