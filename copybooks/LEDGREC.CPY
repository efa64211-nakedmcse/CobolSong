      ******************************************************************
      *    LEDGREC.CPY
      *    Working-storage breakdown of one API usage ledger entry, as
      *    appended to song_api_ledger.dat by SongLedger on behalf of
      *    SongForVictoria and SongApprove, and read back by SongSpend.
      *    KIND is CALL for a paid request (token counts from the
      *    response's usage block, COST estimated from the RATE lines
      *    in settings.cfg) or CACHED for a reused response at no
      *    cost.  YYYYMM is the challenge month the call was for; the
      *    spend month is the first seven characters of the STAMP.
      *    Layout on disk is pipe delimited text:
      *        STAMP|YYYYMM|PROGRAM|MODEL|KIND
      *                    |PROMPT|COMPLETION|TOTAL|COST
      *    (one line; split here for readability only)
      ******************************************************************
       01  LDG-REC.
           05  LDG-STAMP           PIC X(19).
           05  LDG-YM              PIC X(6).
           05  LDG-PROGRAM         PIC X(12).
           05  LDG-MODEL           PIC X(20).
           05  LDG-KIND            PIC X(6).
           05  LDG-PROMPT          PIC X(9).
           05  LDG-COMPLETION      PIC X(9).
           05  LDG-TOTAL           PIC X(9).
           05  LDG-COST            PIC X(12).
