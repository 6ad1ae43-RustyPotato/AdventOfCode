000130*                 AND RETIRES PLAYERS SO DAY2'S MULTI-GUIDE
000140*                 STANDINGS REPORT CAN NAME THE PLAYER BEHIND
000150*                 EACH GUIDE.  BUILT ON THE BATOWNMT PATTERN.
000151* 10/15/26  TJM   EVERY ADD AND RETIRE NOW APPENDS A BEFORE/AFTER
000152*                 IMAGE TO THE SHARED MAINTENANCE JOURNAL
000153*                 (COPYBOOK MNTJRNL, MNTJRNL.TXT) WITH THE
000154*                 OPERATOR ID, DATE, TIME, AND PROGRAM.  THE DECK
000155*                 OPENS WITH AN OPERATOR-ID CARD.
000160*****************************************************************
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200     SELECT OPTIONAL PlayerFile ASSIGN TO "plroster.txt"
000210         ORGANIZATION IS LINE SEQUENTIAL.
000213     SELECT OPTIONAL MaintJournalFile ASSIGN TO "mntjrnl.txt"
000216         ORGANIZATION IS LINE SEQUENTIAL.
000220
000230 DATA DIVISION.
000240 FILE SECTION.
000250 FD  PlayerFile.
000260 01  PlayerFileRecord        PIC X(35).
000262
000264 FD  MaintJournalFile.
000266 01  MaintJournalFileRecord  PIC X(240).
000270
000280 WORKING-STORAGE SECTION.
000290*-----------------------------------------------------------------
000300* PLAYER ROSTER RECORD LAYOUT, SHARED WITH DAY2.
000310*-----------------------------------------------------------------
000320 COPY PLAYER.
000321
000322*-----------------------------------------------------------------
000323* SHARED MAINTENANCE JOURNAL RECORD (COPYBOOK MNTJRNL) - ONE
000324* BEFORE/AFTER IMAGE APPENDED PER ADD OR RETIRE.
000325*-----------------------------------------------------------------
000326 COPY MNTJRNL.
000327 01  PLM-OperatorCard        PIC X(08) VALUE SPACES.
000330
000340*-----------------------------------------------------------------
000350* IN-CORE COPY OF THE ROSTER.  THE WHOLE FILE IS SMALL ENOUGH TO
000690* INITIALIZE - LOAD THE EXISTING ROSTER (IF ANY) INTO THE TABLE.
000700*-----------------------------------------------------------------
000710 1000-INITIALIZE.
000712     DISPLAY "ENTER YOUR OPERATOR ID FOR THE MAINTENANCE "
000714             "JOURNAL -".
000716     ACCEPT PLM-OperatorCard FROM SYSIN.
000720     OPEN INPUT PlayerFile.
000730     PERFORM 1010-LOAD-ONE-PLAYER THRU 1010-LOAD-ONE-PLAYER-EXIT
000740         UNTIL PLM-EndOfRosterFile.
001640     ACCEPT PLM-PlayerEffDate(PLM-PlayerCount) FROM SYSIN.
001650     MOVE "A" TO PLM-PlayerStatus(PLM-PlayerCount).
001660     DISPLAY "PLAYER " PLM-PlayerIdCard " ADDED.".
001661     MOVE "ADD" TO MaintJournalAction.
001662     MOVE SPACES TO MaintJournalBefore.
001663     MOVE PLM-PlayerCount TO PLM-Found-Idx.
001664     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU
001665             8500-WRITE-JOURNAL-ENTRY-EXIT.
001670 3000-ADD-PLAYER-EXIT.
001680     EXIT.
001690
001810         DISPLAY "*** NO ACTIVE ENTRY FOR PLAYER "
001820                 PLM-PlayerIdCard " ***"
001830     ELSE
001833         MOVE PLM-PlayerEntry(PLM-Found-Idx) TO
001836                 MaintJournalBefore
001840         MOVE "R" TO PLM-PlayerStatus(PLM-Found-Idx)
001850         DISPLAY "PLAYER " PLM-PlayerIdCard " RETIRED."
001852         MOVE "RETIRE" TO MaintJournalAction
001854         PERFORM 8500-WRITE-JOURNAL-ENTRY THRU
001856                 8500-WRITE-JOURNAL-ENTRY-EXIT
001860     END-IF.
001870 4000-RETIRE-PLAYER-EXIT.
001880     EXIT.
002540 8010-WRITE-ONE-PLAYER-EXIT.
002550     EXIT.
002560
002561*-----------------------------------------------------------------
002562* WRITE-JOURNAL-ENTRY - APPEND ONE BEFORE/AFTER IMAGE TO THE
002563* SHARED MAINTENANCE JOURNAL.  THE CALLER HAS SET THE ACTION,
002564* THE BEFORE IMAGE, AND PLM-FOUND-IDX ON THE CHANGED ENTRY,
002565* WHOSE TABLE ENTRY IS THE AFTER IMAGE (SAME LAYOUT AS PLAYER).
002566*-----------------------------------------------------------------
002567 8500-WRITE-JOURNAL-ENTRY.
002568     MOVE PLM-PlayerIdCard TO MaintJournalKey.
002569     MOVE PLM-PlayerEntry(PLM-Found-Idx) TO MaintJournalAfter.
002570     MOVE "PLAYRMNT" TO MaintJournalProgram.
002571     MOVE PLM-OperatorCard TO MaintJournalOperator.
002572     ACCEPT MaintJournalDate FROM DATE YYYYMMDD.
002573     ACCEPT MaintJournalTime FROM TIME.
002574     OPEN EXTEND MaintJournalFile.
002575     WRITE MaintJournalFileRecord FROM MaintJournalRecord.
002576     CLOSE MaintJournalFile.
002577 8500-WRITE-JOURNAL-ENTRY-EXIT.
002578     EXIT.
002579
002580 9999-COMPLETE.
002581     IF PLM-TableOverflowed
002590         DISPLAY "*** PLAYER ROSTER LEFT UNTOUCHED - TABLE "
002600                 "OVERFLOWED ON LOAD ***"
002610     ELSE
