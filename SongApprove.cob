000260*                 Statuses: P pending, A approved, W reworded,
000270*                 R rejected.  Only a month with nothing left P
000280*                 or R flows on to publication.
000281* 10/15/2026  DM  A re-ask is checked against BUDGETMONTH first
000282*                 and its token usage charged to the API ledger
000283*                 afterwards, both through SongLedger.
000284* 10/15/2026  DM  Days SongForVictoria filled from a member's
000285*                 theme suggestion carry |ROSTERID|IDEA on the
000286*                 review line; LIST shows whose idea each was,
000287*                 REWORD and REJECT keep the credit, and REASK
000288*                 drops it (the idea goes back to the pool).
000290*----------------------------------------------------------------
000300* USAGE
000310*   SongApprove LIST YYYYMM
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  REV-FILE.
000560 01  REV-LINE                   PIC X(120).
000570 FD  SETTINGS-FILE.
000580 01  SETTINGS-LINE              PIC X(100).
000590 FD  DAY-FILE.
001020         10  RV-DATE            PIC X(10).
001030         10  RV-STATE           PIC X(1).
001040         10  RV-THEME           PIC X(80).
001043         10  RV-SUGG-BY         PIC X(8).
001046         10  RV-SUGG-ID         PIC X(4).
001050 01  WS-RV-IDX                  PIC 9(3) COMP VALUE 0.
001060 01  WS-RV-FOUND                PIC 9(3) COMP VALUE 0.
001070 01  WS-IN-LINE                 PIC X(120).
001080 01  WS-PENDING                 PIC 9(3) VALUE 0.
001090 01  WS-REJECTED                PIC 9(3) VALUE 0.
001100 01  WS-CHANGED                 PIC 9(3) VALUE 0.
001105 01  WS-REV-PTR                 PIC 9(3) COMP VALUE 0.
001110
001120*----------------------------------------------------------------
001130* Re-ask command construction, as in SongForVictoria's API call
001200 01  WS-AVOID-LEN               PIC 9(4) COMP VALUE 1.
001210 01  WS-DAY-JSON                PIC X(40) VALUE "tmpday.json".
001220 01  WS-NEW-THEME               PIC X(80) VALUE SPACES.
001221
001222*----------------------------------------------------------------
001223* API usage ledger (SongLedger), as in SongForVictoria.
001224*----------------------------------------------------------------
001225 01  WS-LDG-ACTION              PIC X(8) VALUE SPACES.
001226 01  WS-LDG-CALLER              PIC X(12) VALUE "SongApprove".
001227 01  WS-LDG-PLEN                PIC 9(5) VALUE 0.
001228 01  WS-LDG-RESULT              PIC 9(1) VALUE 0.
001230
001240 PROCEDURE DIVISION.
001250*==========================================================
002550         INTO RV-DATE(WS-RV-COUNT)
002560         RV-STATE(WS-RV-COUNT)
002570         RV-THEME(WS-RV-COUNT)
002573         RV-SUGG-BY(WS-RV-COUNT)
002576         RV-SUGG-ID(WS-RV-COUNT)
002580     END-UNSTRING.
002590 2100-EXIT.
002600     EXIT.
003230         WHEN OTHER
003240             ADD 1 TO WS-PENDING
003250     END-EVALUATE
003251     IF RV-SUGG-ID(WS-RV-IDX) NOT = SPACES
003252         DISPLAY RV-DATE(WS-RV-IDX) " "
003253             RV-STATE(WS-RV-IDX) " "
003254             FUNCTION TRIM(RV-THEME(WS-RV-IDX))
003255             "  [idea " RV-SUGG-ID(WS-RV-IDX) " from "
003256             FUNCTION TRIM(RV-SUGG-BY(WS-RV-IDX)) "]"
003257         GO TO 3100-EXIT
003258     END-IF
003260     DISPLAY RV-DATE(WS-RV-IDX) " "
003270         RV-STATE(WS-RV-IDX) " "
003280         FUNCTION TRIM(RV-THEME(WS-RV-IDX)).
004130     END-IF
004140     PERFORM 7200-BUILD-QUERY THRU 7200-EXIT
004150     INSPECT QUERY REPLACING ALL "'" BY SPACE
004151     MOVE FUNCTION LENGTH(FUNCTION TRIM(QUERY)) TO WS-LDG-PLEN
004152     MOVE "CHECK" TO WS-LDG-ACTION
004153     PERFORM 7400-CALL-LEDGER THRU 7400-EXIT
004154     IF WS-LDG-RESULT = 1
004155         MOVE 2 TO RETURN-CODE
004156         GO TO 7000-EXIT
004157     END-IF
004160     MOVE SPACES TO CMD
004170     STRING
004180         "curl -s https://api.openai.com/v1/chat/completions ",
004330         MOVE 2 TO RETURN-CODE
004340         GO TO 7000-EXIT
004350     END-IF
004352     MOVE "CHARGE" TO WS-LDG-ACTION
004354     PERFORM 7400-CALL-LEDGER THRU 7400-EXIT
004360     MOVE SPACES TO PARSECMD
004370     STRING "cat ", WS-DAY-JSON,
004380         " | jq -r '.choices[0].message.content' > ",
004530     END-IF
004540     MOVE WS-NEW-THEME TO RV-THEME(WS-RV-FOUND)
004550     MOVE "P" TO RV-STATE(WS-RV-FOUND)
004551     IF RV-SUGG-ID(WS-RV-FOUND) NOT = SPACES
004552         DISPLAY "Idea " RV-SUGG-ID(WS-RV-FOUND) " from "
004553             FUNCTION TRIM(RV-SUGG-BY(WS-RV-FOUND))
004554             " no longer runs on this day - it goes back to "
004555             "the pool when the month is published."
004556         MOVE SPACES TO RV-SUGG-BY(WS-RV-FOUND)
004557         MOVE SPACES TO RV-SUGG-ID(WS-RV-FOUND)
004558     END-IF
004560     PERFORM 8000-SAVE-REVIEW THRU 8000-EXIT
004570     MOVE SPACES TO CMD
004580     STRING "rm -f ", FUNCTION TRIM(WS-DAY-JSON), " ",
005750 7310-EXIT.
005760     EXIT.
005770
005771 7400-CALL-LEDGER.
005772     CALL "SongLedger" USING WS-LDG-ACTION WS-LDG-CALLER
005773         WS-YM-TEXT WS-MODEL WS-DAY-JSON WS-LDG-PLEN
005774         WS-LDG-RESULT
005775     END-CALL.
005776 7400-EXIT.
005777     EXIT.
005778
005780*==========================================================
005790* 8000-SAVE-REVIEW - the whole table back to the file.
005800*==========================================================
005990         RV-STATE(WS-RV-IDX), "|",
006000         FUNCTION TRIM(RV-THEME(WS-RV-IDX))
006010         DELIMITED BY SIZE INTO REV-LINE
006011     IF RV-SUGG-ID(WS-RV-IDX) NOT = SPACES
006012         COMPUTE WS-REV-PTR =
006013             FUNCTION LENGTH(FUNCTION TRIM(REV-LINE)) + 1
006014         STRING "|", FUNCTION TRIM(RV-SUGG-BY(WS-RV-IDX)), "|",
006015             RV-SUGG-ID(WS-RV-IDX)
006016             DELIMITED BY SIZE INTO REV-LINE
006017             WITH POINTER WS-REV-PTR
006018         END-STRING
006019     END-IF
006020     WRITE REV-LINE.
006030 8100-EXIT.
006040     EXIT.
