000140*                 VALIDATE ITEM-DETAIL MANIFEST LINES AND ROLL
000150*                 THE TOP-N COMPOSITION REPORT UP BY CATEGORY.
000160*                 BUILT ON THE BATOWNMT PATTERN.
000161* 10/15/26  TJM   EVERY ADD AND RETIRE NOW APPENDS A BEFORE/AFTER
000162*                 IMAGE TO THE SHARED MAINTENANCE JOURNAL
000163*                 (COPYBOOK MNTJRNL, MNTJRNL.TXT) WITH THE
000164*                 OPERATOR ID, DATE, TIME, AND PROGRAM.  THE DECK
000165*                 OPENS WITH AN OPERATOR-ID CARD.
000170*****************************************************************
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210     SELECT OPTIONAL FoodItemFile ASSIGN TO "fooditem.txt"
000220         ORGANIZATION IS LINE SEQUENTIAL.
000223     SELECT OPTIONAL MaintJournalFile ASSIGN TO "mntjrnl.txt"
000226         ORGANIZATION IS LINE SEQUENTIAL.
000230
000240 DATA DIVISION.
000250 FILE SECTION.
000260 FD  FoodItemFile.
000270 01  FoodItemFileRecord      PIC X(47).
000272
000274 FD  MaintJournalFile.
000276 01  MaintJournalFileRecord  PIC X(240).
000280
000290 WORKING-STORAGE SECTION.
000300*-----------------------------------------------------------------
000310* FOOD-ITEM MASTER RECORD LAYOUT, SHARED WITH DAY1.
000320*-----------------------------------------------------------------
000330 COPY FOODITM.
000331
000332*-----------------------------------------------------------------
000333* SHARED MAINTENANCE JOURNAL RECORD (COPYBOOK MNTJRNL) - ONE
000334* BEFORE/AFTER IMAGE APPENDED PER ADD OR RETIRE.
000335*-----------------------------------------------------------------
000336 COPY MNTJRNL.
000337 01  FIM-OperatorCard        PIC X(08) VALUE SPACES.
000340
000350*-----------------------------------------------------------------
000360* IN-CORE COPY OF THE MASTER.  THE WHOLE FILE IS SMALL ENOUGH TO
000720* INITIALIZE - LOAD THE EXISTING MASTER (IF ANY) INTO THE TABLE.
000730*-----------------------------------------------------------------
000740 1000-INITIALIZE.
000742     DISPLAY "ENTER YOUR OPERATOR ID FOR THE MAINTENANCE "
000744             "JOURNAL -".
000746     ACCEPT FIM-OperatorCard FROM SYSIN.
000750     OPEN INPUT FoodItemFile.
000760     PERFORM 1010-LOAD-ONE-ITEM THRU 1010-LOAD-ONE-ITEM-EXIT
000770         UNTIL FIM-EndOfMasterFile.
001700     ACCEPT FIM-ItemEffDate(FIM-ItemCount) FROM SYSIN.
001710     MOVE "A" TO FIM-ItemStatus(FIM-ItemCount).
001720     DISPLAY "ITEM " FIM-ItemCodeCard " ADDED.".
001721     MOVE "ADD" TO MaintJournalAction.
001722     MOVE SPACES TO MaintJournalBefore.
001723     MOVE FIM-ItemCount TO FIM-Found-Idx.
001724     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU
001725             8500-WRITE-JOURNAL-ENTRY-EXIT.
001730 3000-ADD-ITEM-EXIT.
001740     EXIT.
001750
001870         DISPLAY "*** NO ACTIVE ENTRY FOR ITEM "
001880                 FIM-ItemCodeCard " ***"
001890     ELSE
001895         MOVE FIM-ItemEntry(FIM-Found-Idx) TO MaintJournalBefore
001900         MOVE "R" TO FIM-ItemStatus(FIM-Found-Idx)
001910         DISPLAY "ITEM " FIM-ItemCodeCard " RETIRED."
001912         MOVE "RETIRE" TO MaintJournalAction
001914         PERFORM 8500-WRITE-JOURNAL-ENTRY THRU
001916                 8500-WRITE-JOURNAL-ENTRY-EXIT
001920     END-IF.
001930 4000-RETIRE-ITEM-EXIT.
001940     EXIT.
002630 8010-WRITE-ONE-ITEM-EXIT.
002640     EXIT.
002650
002651*-----------------------------------------------------------------
002652* WRITE-JOURNAL-ENTRY - APPEND ONE BEFORE/AFTER IMAGE TO THE
002653* SHARED MAINTENANCE JOURNAL.  THE CALLER HAS SET THE ACTION,
002654* THE BEFORE IMAGE, AND FIM-FOUND-IDX ON THE CHANGED ENTRY,
002655* WHOSE TABLE ENTRY IS THE AFTER IMAGE (SAME LAYOUT AS FOODITM).
002656*-----------------------------------------------------------------
002657 8500-WRITE-JOURNAL-ENTRY.
002658     MOVE FIM-ItemCodeCard TO MaintJournalKey.
002659     MOVE FIM-ItemEntry(FIM-Found-Idx) TO MaintJournalAfter.
002660     MOVE "FOODIMNT" TO MaintJournalProgram.
002661     MOVE FIM-OperatorCard TO MaintJournalOperator.
002662     ACCEPT MaintJournalDate FROM DATE YYYYMMDD.
002663     ACCEPT MaintJournalTime FROM TIME.
002664     OPEN EXTEND MaintJournalFile.
002665     WRITE MaintJournalFileRecord FROM MaintJournalRecord.
002666     CLOSE MaintJournalFile.
002667 8500-WRITE-JOURNAL-ENTRY-EXIT.
002668     EXIT.
002669
002670 9999-COMPLETE.
002671     IF FIM-TableOverflowed
002680         DISPLAY "*** FOOD-ITEM MASTER LEFT UNTOUCHED - "
002690                 "TABLE OVERFLOWED ON LOAD ***"
002700     ELSE
