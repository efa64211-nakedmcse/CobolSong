000320*                 its own claim between months, so a live lock
000330*                 is never mistaken for a stale one and broken
000340*                 out from under it.
000341* 10/15/2026  DM  Job-stream steps: a program started by the
000342*                 nightly driver (SongNightly), which names
000343*                 itself in the SONGSTREAM environment variable,
000344*                 joins the driver's claim instead of waiting
000345*                 on it.  The joined RELEASE leaves the lock in
000346*                 the driver's hands and a joined REFRESH
000347*                 re-stamps it in the driver's name.
000350*----------------------------------------------------------------
000360* CALLED WITH
000370*   CALL "SongLock" USING action caller result
000990 01  WS-DETAIL                  PIC X(40) VALUE SPACES.
001000 01  CMD                        PIC X(100).
001010 01  ERR                        PIC 9(4) COMP-5.
001011
001012*----------------------------------------------------------------
001013* Job-stream nesting: the driver holding the lock (SONGSTREAM
001014* environment variable) and whether this run joined its claim.
001015*----------------------------------------------------------------
001016 01  WS-STREAM-HOLDER           PIC X(12) VALUE SPACES.
001017 01  WS-NESTED-SW               PIC X(1) VALUE "N".
001018     88  WS-NESTED                       VALUE "Y".
001019 01  WS-WRITE-NAME              PIC X(12) VALUE SPACES.
001020
001030 LINKAGE SECTION.
001040 01  LOCK-ACTION                PIC X(8).
001110*==========================================================
001120 0000-MAINLINE.
001130     MOVE 0 TO LOCK-RESULT
001132     MOVE LOCK-CALLER TO WS-WRITE-NAME
001140     PERFORM 1000-LOAD-SETTINGS THRU 1000-EXIT
001150     EVALUATE LOCK-ACTION
001160         WHEN "CLAIM"
001800     MOVE 0 TO WS-ELAPSED
001810     MOVE "N" TO WS-DONE-SW
001820     MOVE "N" TO WS-WAIT-LOGGED-SW
001822     MOVE SPACES TO WS-STREAM-HOLDER
001824     DISPLAY "SONGSTREAM" UPON ENVIRONMENT-NAME
001826     ACCEPT WS-STREAM-HOLDER FROM ENVIRONMENT-VALUE
001828         ON EXCEPTION MOVE SPACES TO WS-STREAM-HOLDER
001829     END-ACCEPT
001830     PERFORM 2100-TRY-CLAIM THRU 2100-EXIT
001840         UNTIL WS-DONE.
001850 2000-EXIT.
002170     ELSE
002180         MOVE 0 TO WS-HELD-SECS
002190     END-IF
002191     IF WS-STREAM-HOLDER NOT = SPACES
002192         AND FUNCTION TRIM(WS-HOLDER)
002193             = FUNCTION TRIM(WS-STREAM-HOLDER)
002194         PERFORM 2150-JOIN-STREAM THRU 2150-EXIT
002195         GO TO 2100-EXIT
002196     END-IF
002200     COMPUTE WS-AGE = WS-NOW-SECS - WS-HELD-SECS
002210     IF WS-AGE > WS-LOCK-STALE
002220         MOVE "BREAK" TO WS-EVENT
002590         GO TO 2200-EXIT
002600     END-IF
002610     MOVE SPACES TO LOCK-LINE
002620     STRING FUNCTION TRIM(WS-WRITE-NAME), "|", WS-STAMP, "|",
002630         WS-NOW-SECS
002640         DELIMITED BY SIZE INTO LOCK-LINE
002650     WRITE LOCK-LINE
002700*==========================================================
002710* 3000-RELEASE - free the lock; a mismatched holder is
002720* reported and left alone so a break is always deliberate.
002722* A joined claim is handed back to the job-stream driver.
002730*==========================================================
002740 3000-RELEASE.
002750     PERFORM 8000-GET-CLOCK THRU 8000-EXIT
002751     IF WS-NESTED
002752         MOVE "N" TO WS-NESTED-SW
002753         MOVE "RELEASE" TO WS-EVENT
002754         MOVE WS-STREAM-HOLDER TO WS-DETAIL
002755         PERFORM 9000-LOG-EVENT THRU 9000-EXIT
002756         GO TO 3000-EXIT
002757     END-IF
002760     OPEN INPUT LOCK-FILE
002770     IF WS-LOCK-STATUS = "35"
002780         GO TO 3000-EXIT
003110*==========================================================
003120* 4000-REFRESH - re-stamp the caller's own live claim.  A
003130* lock that vanished is simply re-taken; one held by someone
003140* else is reported and left alone.  A joined claim re-stamps
003142* the lock in the job-stream driver's name.
003150*==========================================================
003160 4000-REFRESH.
003170     PERFORM 8000-GET-CLOCK THRU 8000-EXIT
003171     IF WS-NESTED
003172         MOVE WS-STREAM-HOLDER TO WS-WRITE-NAME
003173         PERFORM 2200-WRITE-LOCK THRU 2200-EXIT
003174         MOVE "REFRESH" TO WS-EVENT
003175         MOVE WS-STREAM-HOLDER TO WS-DETAIL
003176         PERFORM 9000-LOG-EVENT THRU 9000-EXIT
003177         GO TO 4000-EXIT
003178     END-IF
003180     OPEN INPUT LOCK-FILE
003190     IF WS-LOCK-STATUS = "35"
003200         PERFORM 2200-WRITE-LOCK THRU 2200-EXIT
003990     CLOSE LOG-FILE.
004000 9000-EXIT.
004010     EXIT.
004020
004030*==========================================================
004040* 2150-JOIN-STREAM - the lock belongs to the job-stream
004050* driver this run was started under: join its claim.
004060*==========================================================
004070 2150-JOIN-STREAM.
004080     MOVE "Y" TO WS-NESTED-SW
004090     MOVE "JOIN" TO WS-EVENT
004100     MOVE WS-HOLDER TO WS-DETAIL
004110     PERFORM 9000-LOG-EVENT THRU 9000-EXIT
004120     MOVE "Y" TO WS-DONE-SW.
004130 2150-EXIT.
004140     EXIT.
