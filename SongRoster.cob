000300* 09/02/2026  DM  Updates are also appended to the dated
000310*                 write-ahead journal (SongJournal), feeding the
000320*                 SongRecover rebuild of a damaged indexed file.
000321* 10/15/2026  DM  Membership is effective dated: ADD, ACTIVATE
000322*                 and DEACTIVATE take an optional YYYY-MM-DD
000323*                 (default today) and append a join or leave
000324*                 event to roster_member.dat, which SongMember
000325*                 reads for the scoring and mailing programs.
000326*                 HISTORY lists one entry's events.
000330*----------------------------------------------------------------
000340* USAGE
000350*   SongRoster ADD ID "Display Name" EMAIL [YYYY-MM-DD]
000360*   SongRoster ALIAS ID "Alias Name"
000370*   SongRoster DEACTIVATE ID [YYYY-MM-DD]
000380*   SongRoster ACTIVATE ID [YYYY-MM-DD]
000385*   SongRoster HISTORY ID
000390*   SongRoster LIST
000395*   The date is the day the join or leave takes effect.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000470         ACCESS MODE DYNAMIC
000480         RECORD KEY ROST-ID
000490         FILE STATUS WS-ROSTER-STATUS.
000492     SELECT MEMBER-FILE
000494         ASSIGN DYNAMIC WS-MEMBER-FILENAME
000496         ORGANIZATION LINE SEQUENTIAL
000498         FILE STATUS WS-MEMBER-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ROSTER-FILE.
000540 COPY "ROSTREC.CPY".
000542 FD  MEMBER-FILE.
000544 01  MEMBER-LINE                PIC X(80).
000550
000560 WORKING-STORAGE SECTION.
000570 01  WS-ROSTER-FILENAME         PIC X(40) VALUE "roster.dat".
000580 01  WS-ROSTER-STATUS           PIC X(2).
000582 01  WS-MEMBER-FILENAME         PIC X(40)
000584                                 VALUE "roster_member.dat".
000586 01  WS-MEMBER-STATUS           PIC X(2).
000590
000600 01  WS-ARG1                    PIC X(20).
000610 01  WS-ARG2                    PIC X(20).
000620 01  WS-ARG3                    PIC X(30).
000630 01  WS-ARG4                    PIC X(60).
000635 01  WS-ARG5                    PIC X(20).
000640 01  WS-VALID-SW                PIC X(1) VALUE "Y".
000650     88  WS-ARGS-VALID                   VALUE "Y".
000660 01  WS-EOF-SW                  PIC X(1) VALUE "N".
000700 01  WS-NEW-LEN                 PIC 9(3) COMP VALUE 0.
000710 01  WS-ALIAS-BUF               PIC X(90).
000720 01  WS-LIST-COUNT              PIC 9(3) VALUE 0.
000721
000722*----------------------------------------------------------------
000723* Effective-dated membership events and the SongMember lookup.
000724*----------------------------------------------------------------
000725 COPY "MEMBREC.CPY".
000726 01  WS-EFF-ARG                 PIC X(20) VALUE SPACES.
000727 01  WS-EFF-DATE                PIC X(10) VALUE SPACES.
000728 01  WS-EFF-8-TEXT              PIC X(8) VALUE SPACES.
000729 01  WS-EFF-8                   PIC 9(8) VALUE 0.
000730 01  WS-NOW                     PIC X(21) VALUE SPACES.
000731 01  WS-STAMP                   PIC X(19) VALUE SPACES.
000732 01  WS-MEM-ACTION              PIC X(8) VALUE SPACES.
000733 01  WS-MEM-ID                  PIC X(8) VALUE SPACES.
000734 01  WS-MEM-DATE2               PIC X(10) VALUE SPACES.
000735 01  WS-MEM-RESULT              PIC 9(1) VALUE 0.
000736 01  WS-EVENT-KIND              PIC X(1) VALUE SPACES.
000737 01  WS-HIST-COUNT              PIC 9(3) VALUE 0.
000739
000740*----------------------------------------------------------------
000750* Run-control lock (SongLock): claimed before the indexed
000760* files are opened, released at termination.
000980 0000-MAINLINE.
000990     PERFORM 1000-GET-ARGUMENTS THRU 1000-EXIT.
001000     IF NOT WS-ARGS-VALID
001010         DISPLAY "Usage: SongRoster ADD ID ""Name"" EMAIL "
001015             "[YYYY-MM-DD]"
001020         DISPLAY "       SongRoster ALIAS ID ""Alias"""
001030         DISPLAY "       SongRoster DEACTIVATE ID [YYYY-MM-DD]"
001040         DISPLAY "       SongRoster ACTIVATE ID [YYYY-MM-DD]"
001045         DISPLAY "       SongRoster HISTORY ID"
001050         DISPLAY "       SongRoster LIST"
001060         MOVE 1 TO RETURN-CODE
001070         GO TO 0000-DONE
001220             PERFORM 4000-SET-ACTIVE THRU 4000-EXIT
001230         WHEN "LIST"
001240             PERFORM 5000-LIST THRU 5000-EXIT
001245         WHEN "HISTORY"
001247             PERFORM 5500-HISTORY THRU 5500-EXIT
001250     END-EVALUATE.
001260 0000-DONE.
001270     PERFORM 0200-RELEASE-LOCK THRU 0200-EXIT.
001630     MOVE SPACES TO WS-ARG2
001640     MOVE SPACES TO WS-ARG3
001650     MOVE SPACES TO WS-ARG4
001655     MOVE SPACES TO WS-ARG5
001660     DISPLAY 1 UPON ARGUMENT-NUMBER
001670     ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
001680         ON EXCEPTION MOVE SPACES TO WS-ARG1
001790     ACCEPT WS-ARG4 FROM ARGUMENT-VALUE
001800         ON EXCEPTION MOVE SPACES TO WS-ARG4
001810     END-ACCEPT
001812     DISPLAY 5 UPON ARGUMENT-NUMBER
001814     ACCEPT WS-ARG5 FROM ARGUMENT-VALUE
001816         ON EXCEPTION MOVE SPACES TO WS-ARG5
001818     END-ACCEPT
001820     INSPECT WS-ARG2 REPLACING ALL "|" BY SPACE
001830     INSPECT WS-ARG3 REPLACING ALL "|" BY SPACE
001840     INSPECT WS-ARG3 REPLACING ALL ";" BY SPACE
001900                 OR WS-ARG4 = SPACES
001910                 MOVE "N" TO WS-VALID-SW
001920             END-IF
001922             MOVE WS-ARG5 TO WS-EFF-ARG
001924             PERFORM 1100-CHECK-EFF-DATE THRU 1100-EXIT
001930         WHEN "ALIAS"
001940             IF WS-ARG2 = SPACES OR WS-ARG3 = SPACES
001950                 MOVE "N" TO WS-VALID-SW
001990             IF WS-ARG2 = SPACES
002000                 MOVE "N" TO WS-VALID-SW
002010             END-IF
002012             MOVE WS-ARG3 TO WS-EFF-ARG
002014             PERFORM 1100-CHECK-EFF-DATE THRU 1100-EXIT
002016         WHEN "HISTORY"
002017             IF WS-ARG2 = SPACES
002018                 MOVE "N" TO WS-VALID-SW
002019             END-IF
002020         WHEN "LIST"
002030             CONTINUE
002040         WHEN OTHER
002080     EXIT.
002090
002100*==========================================================
002110* 2000-ADD - a new roster entry, active, with no aliases yet,
002115* and its join event at the effective date.
002120*==========================================================
002130 2000-ADD.
002140     OPEN I-O ROSTER-FILE
002330             MOVE 1 TO RETURN-CODE
002340         NOT INVALID KEY
002350             DISPLAY "Added " FUNCTION TRIM(ROST-ID)
002360                 " (" FUNCTION TRIM(ROST-NAME) "), a member "
002365                 "from " WS-EFF-DATE "."
002370             MOVE "WRITE" TO WS-JNL-ACTION
002380             PERFORM 9000-JOURNAL-ROST THRU 9000-EXIT
002385             MOVE "J" TO WS-EVENT-KIND
002387             PERFORM 9100-WRITE-EVENT THRU 9100-EXIT
002390     END-WRITE
002400     CLOSE ROSTER-FILE.
002410 2000-EXIT.
002950     EXIT.
002960
002970*==========================================================
002980* 4000-SET-ACTIVE - flip the active flag either way and key
002982* the join or leave at its effective date.  A join for
002984* someone already a member that day, or a leave for someone
002986* who was not, is refused so the history stays in step; an
002988* entry with no history yet goes by its active flag.
002990*==========================================================
003000 4000-SET-ACTIVE.
003010     PERFORM 6000-FETCH-ENTRY THRU 6000-EXIT
003020     IF NOT WS-ARGS-VALID
003030         GO TO 4000-EXIT
003040     END-IF
003041     PERFORM 4050-CHECK-MEMBERSHIP THRU 4050-EXIT
003042     IF NOT WS-ARGS-VALID
003043         GO TO 4000-EXIT
003044     END-IF
003050     IF WS-ARG1 = "ACTIVATE"
003060         MOVE "Y" TO ROST-ACTIVE-FLAG
003069         MOVE "J" TO WS-EVENT-KIND
003070     ELSE
003080         MOVE "N" TO ROST-ACTIVE-FLAG
003085         MOVE "L" TO WS-EVENT-KIND
003090     END-IF
003100     REWRITE ROST-REC
003110     MOVE "REWRITE" TO WS-JNL-ACTION
003120     PERFORM 9000-JOURNAL-ROST THRU 9000-EXIT
003125     PERFORM 9100-WRITE-EVENT THRU 9100-EXIT
003130     CLOSE ROSTER-FILE
003140     DISPLAY FUNCTION TRIM(WS-ARG1) "D "
003150         FUNCTION TRIM(ROST-ID) " effective " WS-EFF-DATE ".".
003160 4000-EXIT.
003170     EXIT.
003180
003930     END-IF.
003940 9000-EXIT.
003950     EXIT.
003960
003970*==========================================================
003980* 9100-WRITE-EVENT - the join or leave just made, at its
003990* effective date, onto the membership event file.
004000*==========================================================
004010 9100-WRITE-EVENT.
004020     MOVE FUNCTION CURRENT-DATE TO WS-NOW
004030     MOVE SPACES TO WS-STAMP
004040     STRING WS-NOW(1:4), "-", WS-NOW(5:2), "-", WS-NOW(7:2),
004050         " ", WS-NOW(9:2), ":", WS-NOW(11:2), ":",
004060         WS-NOW(13:2)
004070         DELIMITED BY SIZE INTO WS-STAMP
004080     OPEN EXTEND MEMBER-FILE
004090     IF WS-MEMBER-STATUS NOT = "00"
004100         OPEN OUTPUT MEMBER-FILE
004110     END-IF
004120     IF WS-MEMBER-STATUS NOT = "00"
004130         DISPLAY "Warning: membership event not written to "
004140             FUNCTION TRIM(WS-MEMBER-FILENAME) "."
004150         MOVE 2 TO RETURN-CODE
004160         GO TO 9100-EXIT
004170     END-IF
004180     MOVE SPACES TO MEMBER-LINE
004190     STRING FUNCTION TRIM(ROST-ID), "|", WS-EFF-DATE, "|",
004200         WS-EVENT-KIND, "|", WS-STAMP
004210         DELIMITED BY SIZE INTO MEMBER-LINE
004220     WRITE MEMBER-LINE
004230     CLOSE MEMBER-FILE.
004240 9100-EXIT.
004250     EXIT.
004260
004270*==========================================================
004280* 1100-CHECK-EFF-DATE - the optional effective date in
004290* WS-EFF-ARG into WS-EFF-DATE, today when none is given; a
004300* malformed or impossible date fails the arguments.
004310*==========================================================
004320 1100-CHECK-EFF-DATE.
004330     IF WS-EFF-ARG = SPACES
004340         MOVE FUNCTION CURRENT-DATE TO WS-NOW
004350         MOVE SPACES TO WS-EFF-DATE
004360         STRING WS-NOW(1:4), "-", WS-NOW(5:2), "-",
004370             WS-NOW(7:2)
004380             DELIMITED BY SIZE INTO WS-EFF-DATE
004390         GO TO 1100-EXIT
004400     END-IF
004410     IF NOT ( WS-EFF-ARG(1:4) IS NUMERIC
004420         AND WS-EFF-ARG(5:1) = "-"
004430         AND WS-EFF-ARG(6:2) IS NUMERIC
004440         AND WS-EFF-ARG(8:1) = "-"
004450         AND WS-EFF-ARG(9:2) IS NUMERIC
004460         AND WS-EFF-ARG(11:10) = SPACES )
004470         DISPLAY "Effective date must be YYYY-MM-DD."
004480         MOVE "N" TO WS-VALID-SW
004490         GO TO 1100-EXIT
004500     END-IF
004510     MOVE SPACES TO WS-EFF-8-TEXT
004520     STRING WS-EFF-ARG(1:4), WS-EFF-ARG(6:2), WS-EFF-ARG(9:2)
004530         DELIMITED BY SIZE INTO WS-EFF-8-TEXT
004540     MOVE WS-EFF-8-TEXT TO WS-EFF-8
004550     IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-8) NOT = 0
004560         DISPLAY "Effective date " WS-EFF-ARG(1:10)
004570             " is not a calendar date."
004580         MOVE "N" TO WS-VALID-SW
004590         GO TO 1100-EXIT
004600     END-IF
004610     MOVE WS-EFF-ARG(1:10) TO WS-EFF-DATE.
004620 1100-EXIT.
004630     EXIT.
004640
004650*==========================================================
004660* 5500-HISTORY - one entry's join and leave events in the
004670* order they were keyed, and where that leaves it today.
004680*==========================================================
004690 5500-HISTORY.
004700     MOVE FUNCTION UPPER-CASE(WS-ARG2(1:8)) TO WS-MEM-ID
004710     MOVE 0 TO WS-HIST-COUNT
004720     OPEN INPUT MEMBER-FILE
004730     IF WS-MEMBER-STATUS = "00"
004740         MOVE "N" TO WS-EOF-SW
004750         PERFORM 5510-HISTORY-LINE THRU 5510-EXIT
004760             UNTIL WS-EOF
004770         CLOSE MEMBER-FILE
004780     END-IF
004790     IF WS-HIST-COUNT = 0
004800         DISPLAY "No membership history for "
004810             FUNCTION TRIM(WS-MEM-ID)
004820             " - the active flag applies on every day."
004830         GO TO 5500-EXIT
004840     END-IF
004850     MOVE FUNCTION CURRENT-DATE TO WS-NOW
004860     MOVE SPACES TO WS-EFF-DATE
004870     STRING WS-NOW(1:4), "-", WS-NOW(5:2), "-", WS-NOW(7:2)
004880         DELIMITED BY SIZE INTO WS-EFF-DATE
004890     MOVE "DAY" TO WS-MEM-ACTION
004900     MOVE SPACES TO WS-MEM-DATE2
004910     CALL "SongMember" USING WS-MEM-ACTION WS-MEM-ID
004920         WS-EFF-DATE WS-MEM-DATE2 WS-MEM-RESULT
004930     IF WS-MEM-RESULT = 0
004940         DISPLAY WS-HIST-COUNT " event(s); a member today."
004950     ELSE
004960         DISPLAY WS-HIST-COUNT
004970             " event(s); not a member today."
004980     END-IF.
004990 5500-EXIT.
005000     EXIT.
005010
005020 5510-HISTORY-LINE.
005030     READ MEMBER-FILE
005040         AT END
005050             MOVE "Y" TO WS-EOF-SW
005060             GO TO 5510-EXIT
005070     END-READ
005080     MOVE SPACES TO MEM-REC
005090     UNSTRING MEMBER-LINE DELIMITED BY "|"
005100         INTO MEM-ID MEM-DATE MEM-KIND MEM-STAMP
005110     END-UNSTRING
005120     IF MEM-ID NOT = WS-MEM-ID
005130         GO TO 5510-EXIT
005140     END-IF
005150     ADD 1 TO WS-HIST-COUNT
005160     IF MEM-JOINED
005170         DISPLAY MEM-DATE "  JOINED  (keyed " MEM-STAMP ")"
005180     ELSE
005190         DISPLAY MEM-DATE "  LEFT    (keyed " MEM-STAMP ")"
005200     END-IF.
005210 5510-EXIT.
005220     EXIT.
005230
005240*==========================================================
005250* 4050-CHECK-MEMBERSHIP - the entry's membership on the
005260* effective date, from the membership history (the active flag
005270* when it has none); an ACTIVATE of a member or a DEACTIVATE
005280* of a non-member is refused and WS-VALID-SW turned off.
005290*==========================================================
005300 4050-CHECK-MEMBERSHIP.
005310     MOVE "DAY" TO WS-MEM-ACTION
005320     MOVE ROST-ID TO WS-MEM-ID
005330     MOVE SPACES TO WS-MEM-DATE2
005340     CALL "SongMember" USING WS-MEM-ACTION WS-MEM-ID
005350         WS-EFF-DATE WS-MEM-DATE2 WS-MEM-RESULT
005360     IF WS-MEM-RESULT = 2
005370         IF ROST-ACTIVE-FLAG = "Y"
005380             MOVE 0 TO WS-MEM-RESULT
005390         ELSE
005400             MOVE 1 TO WS-MEM-RESULT
005410         END-IF
005420     END-IF
005430     IF WS-ARG1 = "ACTIVATE" AND WS-MEM-RESULT = 0
005440         DISPLAY FUNCTION TRIM(ROST-ID)
005450             " is already a member on " WS-EFF-DATE "."
005460         MOVE 1 TO RETURN-CODE
005470         MOVE "N" TO WS-VALID-SW
005480         CLOSE ROSTER-FILE
005490         GO TO 4050-EXIT
005500     END-IF
005510     IF WS-ARG1 = "DEACTIVATE" AND WS-MEM-RESULT = 1
005520         DISPLAY FUNCTION TRIM(ROST-ID)
005530             " is not a member on " WS-EFF-DATE "."
005540         MOVE 1 TO RETURN-CODE
005550         MOVE "N" TO WS-VALID-SW
005560         CLOSE ROSTER-FILE
005570     END-IF.
005580 4050-EXIT.
005590     EXIT.
