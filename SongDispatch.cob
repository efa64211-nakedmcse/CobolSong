000330*                 reading the indexed files, so the morning cron
000340*                 run cannot land mid-update and the wait shows
000350*                 in song_run.log.
000351* 10/15/2026  DM  Recipients are the entries on the roster on
000352*                 the dispatch date by their join/leave history
000353*                 (SongMember); an entry with no history goes by
000354*                 its active flag as before.
000355* 10/15/2026  DM  The return code set by a run survives the
000356*                 lock release at termination, so the nightly
000357*                 job stream sees failed sends.
000360*----------------------------------------------------------------
000370* USAGE
000380*   SongDispatch [YYYY-MM-DD]     (date defaults to today)
000950 01  WS-P-NAME                  PIC X(30).
000960 01  WS-P-EMAIL                 PIC X(60).
000970
000971*----------------------------------------------------------------
000972* Roster membership on the dispatch date (SongMember).
000973*----------------------------------------------------------------
000974 01  WS-MEM-ACTION              PIC X(8) VALUE "DAY".
000975 01  WS-MEM-DATE2               PIC X(10) VALUE SPACES.
000976 01  WS-MEM-RESULT              PIC 9(1) VALUE 0.
000977
000980*----------------------------------------------------------------
000990* Names already mailed today, from the dispatch log, so a rerun
001000* cannot double-mail anyone.
001290 01  WS-LOCK-RESULT            PIC 9(1) VALUE 0.
001300 01  WS-LOCK-HELD-SW           PIC X(1) VALUE "N".
001310     88  WS-LOCK-HELD                    VALUE "Y".
001311 01  WS-SAVE-RC                 PIC S9(4) COMP VALUE 0.
001320
001330 PROCEDURE DIVISION.
001340*==========================================================
001800
001810 0200-RELEASE-LOCK.
001820     IF WS-LOCK-HELD
001822         MOVE RETURN-CODE TO WS-SAVE-RC
001830         MOVE "RELEASE" TO WS-LOCK-ACTION
001840         CALL "SongLock" USING WS-LOCK-ACTION WS-LOCK-CALLER
001850             WS-LOCK-RESULT
001852         MOVE WS-SAVE-RC TO RETURN-CODE
001860         MOVE "N" TO WS-LOCK-HELD-SW
001870     END-IF.
001880 0200-EXIT.
003160     EXIT.
003170
003180*==========================================================
003190* 2000-DISPATCH-ALL - one mail per roster entry that is a
003200* member on the date and not yet sent today.
003210*==========================================================
003220 2000-DISPATCH-ALL.
003230     OPEN INPUT ROSTER-FILE
003390             MOVE "Y" TO WS-EOF-SW
003400             GO TO 2100-EXIT
003410     END-READ
003412     CALL "SongMember" USING WS-MEM-ACTION ROST-ID WS-TODAY
003414         WS-MEM-DATE2 WS-MEM-RESULT
003416     IF WS-MEM-RESULT = 1
003418         GO TO 2100-EXIT
003419     END-IF
003420     IF WS-MEM-RESULT = 2 AND NOT ROST-ACTIVE
003430         GO TO 2100-EXIT
003440     END-IF
003450     IF ROST-EMAIL = SPACES
