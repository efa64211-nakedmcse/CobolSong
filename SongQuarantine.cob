000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SongQuarantine.
000120 AUTHOR. D. MARSH.
000130 INSTALLATION. VICTORIA MUSIC CHALLENGE.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 10/15/2026  DM  Original - answers "has the committee
000200*                 quarantined this vote" for SongVote TALLY and
000210*                 CLOSE and SongSeason.  The quarantine file
000220*                 SongScreen keeps (vote_quarantine.dat) is loaded
000230*                 once per run and each vote is looked up by its
000240*                 date, voter and participant as they stand in
000250*                 votes.dat.
000260*----------------------------------------------------------------
000270* CALLED WITH
000280*   CALL "SongQuarantine" USING action date voter part result
000290*     action   PIC X(8)   CHECK, or RELOAD to reread the file
000300*                         (then checks as CHECK does)
000310*     date     PIC X(10)  the vote's challenge date
000320*     voter    PIC X(30)  the voter, as stored in votes.dat
000330*     part     PIC X(30)  the participant voted for, as stored
000340*     result   PIC 9(1)   0 the vote counts, 1 quarantined
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT QUARANTINE-FILE
000400         ASSIGN DYNAMIC WS-QRN-FILENAME
000410         ORGANIZATION LINE SEQUENTIAL
000420         FILE STATUS WS-QRN-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  QUARANTINE-FILE.
000470 01  QUARANTINE-LINE            PIC X(200).
000480
000490 WORKING-STORAGE SECTION.
000500 01  WS-QRN-FILENAME            PIC X(40)
000510                                 VALUE "vote_quarantine.dat".
000520 01  WS-QRN-STATUS              PIC X(2).
000530 01  WS-EOF-SW                  PIC X(1) VALUE "N".
000540     88  WS-EOF                          VALUE "Y".
000550 01  WS-LOADED-SW               PIC X(1) VALUE "N".
000560     88  WS-LOADED                       VALUE "Y".
000570
000580 COPY "QRNREC.CPY".
000590
000600*----------------------------------------------------------------
000610* Every quarantined vote, in file order.
000620*----------------------------------------------------------------
000630 01  WS-QV-COUNT                PIC 9(4) COMP VALUE 0.
000640 01  WS-QV-TABLE.
000650     05  WS-QV-ENTRY OCCURS 1000 TIMES.
000660         10  QV-DATE            PIC X(10).
000670         10  QV-VOTER           PIC X(30).
000680         10  QV-PART            PIC X(30).
000690 01  WS-QV-IDX                  PIC 9(4) COMP VALUE 0.
000700 01  WS-QV-OVER-SW              PIC X(1) VALUE "N".
000710     88  WS-QV-OVERFLOW                  VALUE "Y".
000720
000730 LINKAGE SECTION.
000740 01  QRN-CALL-ACTION            PIC X(8).
000750 01  QRN-CALL-DATE              PIC X(10).
000760 01  QRN-CALL-VOTER             PIC X(30).
000770 01  QRN-CALL-PART              PIC X(30).
000780 01  QRN-CALL-RESULT            PIC 9(1).
000790
000800 PROCEDURE DIVISION USING QRN-CALL-ACTION QRN-CALL-DATE
000810     QRN-CALL-VOTER QRN-CALL-PART QRN-CALL-RESULT.
000820*==========================================================
000830* 0000-MAINLINE
000840*==========================================================
000850 0000-MAINLINE.
000860     MOVE 0 TO QRN-CALL-RESULT
000870     IF QRN-CALL-ACTION = "RELOAD"
000880         MOVE "N" TO WS-LOADED-SW
000890     END-IF
000900     IF NOT WS-LOADED
000910         PERFORM 1000-LOAD-QUARANTINE THRU 1000-EXIT
000920     END-IF
000930     PERFORM 2000-CHECK-VOTE THRU 2000-EXIT
000940     GOBACK.
000950
000960*==========================================================
000970* 1000-LOAD-QUARANTINE - the whole quarantine file into core,
000980* once per run; no file means nothing is quarantined.
000990*==========================================================
001000 1000-LOAD-QUARANTINE.
001010     MOVE "Y" TO WS-LOADED-SW
001020     MOVE 0 TO WS-QV-COUNT
001030     MOVE "N" TO WS-QV-OVER-SW
001040     OPEN INPUT QUARANTINE-FILE
001050     IF WS-QRN-STATUS NOT = "00"
001060         GO TO 1000-EXIT
001070     END-IF
001080     MOVE "N" TO WS-EOF-SW
001090     PERFORM 1100-LOAD-QUARANTINE-LINE THRU 1100-EXIT
001100         UNTIL WS-EOF
001110     CLOSE QUARANTINE-FILE
001120     IF WS-QV-OVERFLOW
001130         DISPLAY "Warning: more than 1000 quarantined votes, "
001140             "extras were ignored."
001150     END-IF.
001160 1000-EXIT.
001170     EXIT.
001180
001190 1100-LOAD-QUARANTINE-LINE.
001200     READ QUARANTINE-FILE
001210         AT END
001220             MOVE "Y" TO WS-EOF-SW
001230             GO TO 1100-EXIT
001240     END-READ
001250     IF QUARANTINE-LINE = SPACES
001260         GO TO 1100-EXIT
001270     END-IF
001280     MOVE SPACES TO QRN-REC
001290     UNSTRING QUARANTINE-LINE DELIMITED BY "|"
001300         INTO QRN-DATE QRN-VOTER QRN-PARTICIPANT QRN-STAMP
001310         QRN-REASON
001320     END-UNSTRING
001330     IF QRN-DATE = SPACES
001340         GO TO 1100-EXIT
001350     END-IF
001360     IF WS-QV-COUNT >= 1000
001370         MOVE "Y" TO WS-QV-OVER-SW
001380         GO TO 1100-EXIT
001390     END-IF
001400     ADD 1 TO WS-QV-COUNT
001410     MOVE QRN-DATE TO QV-DATE(WS-QV-COUNT)
001420     MOVE QRN-VOTER TO QV-VOTER(WS-QV-COUNT)
001430     MOVE QRN-PARTICIPANT TO QV-PART(WS-QV-COUNT).
001440 1100-EXIT.
001450     EXIT.
001460
001470*==========================================================
001480* 2000-CHECK-VOTE - is the vote named in the call on file?
001490*==========================================================
001500 2000-CHECK-VOTE.
001510     PERFORM 2100-SCAN-ENTRY THRU 2100-EXIT
001520         VARYING WS-QV-IDX FROM 1 BY 1
001530         UNTIL WS-QV-IDX > WS-QV-COUNT
001540         OR QRN-CALL-RESULT = 1.
001550 2000-EXIT.
001560     EXIT.
001570
001580 2100-SCAN-ENTRY.
001590     IF QV-DATE(WS-QV-IDX) = QRN-CALL-DATE
001600         AND QV-VOTER(WS-QV-IDX) = QRN-CALL-VOTER
001610         AND QV-PART(WS-QV-IDX) = QRN-CALL-PART
001620         MOVE 1 TO QRN-CALL-RESULT
001630     END-IF.
001640 2100-EXIT.
001650     EXIT.
