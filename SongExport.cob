000280*                 submissions are flagged, not dropped; daily
000290*                 winners honour the frozen results SongVote
000300*                 CLOSE posts.
000302* 10/15/2026  DM  Vote lines are read at SongVote's full 100
000304*                 characters; a long voter or participant name
000306*                 with a stamp was being cut short at 80.
000310*----------------------------------------------------------------
000320* USAGE
000330*   SongExport DATASET YYYYMM
000800 FD  ROSTER-FILE.
000810 COPY "ROSTREC.CPY".
000820 FD  VOTES-FILE.
000830 01  VOTES-LINE                 PIC X(100).
000840 FD  RESULTS-FILE.
000850 01  RESULTS-LINE               PIC X(80).
000860 FD  CSV-FILE.
