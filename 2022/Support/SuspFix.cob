000210*                 DAY1/DAY2 RUN IN THE SAME WINDOW CANNOT WIPE
000220*                 THE DESK'S CORRECTIONS (OR THE REVERSE).
000230*                 SOURCE RESEQUENCED.
000231* 10/15/26  TJM   EVERY CORRECT AND VOID NOW APPENDS A BEFORE/
000232*                 AFTER IMAGE TO THE SHARED MAINTENANCE JOURNAL
000233*                 (COPYBOOK MNTJRNL, MNTJRNL.TXT) WITH THE
000234*                 OPERATOR ID, DATE, TIME, AND PROGRAM.  THE DECK
000235*                 OPENS WITH AN OPERATOR-ID CARD.
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000290         ORGANIZATION IS LINE SEQUENTIAL.
000300     SELECT OPTIONAL SuspLockFile ASSIGN TO "susplock.txt"
000310         ORGANIZATION IS LINE SEQUENTIAL.
000313     SELECT OPTIONAL MaintJournalFile ASSIGN TO "mntjrnl.txt"
000316         ORGANIZATION IS LINE SEQUENTIAL.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000370
000380 FD  SuspLockFile.
000390 01  SuspLockFileRecord      PIC X(22).
000392
000394 FD  MaintJournalFile.
000396 01  MaintJournalFileRecord  PIC X(240).
000400
000410 WORKING-STORAGE SECTION.
000420*-----------------------------------------------------------------
000500* LOAD-AND-REWRITE SUSPENSE1.TXT OVER THIS DESK'S CORRECTIONS.
000510*-----------------------------------------------------------------
000520 COPY LOKREC.
000521
000522*-----------------------------------------------------------------
000523* SHARED MAINTENANCE JOURNAL RECORD (COPYBOOK MNTJRNL) - ONE
000524* BEFORE/AFTER IMAGE APPENDED PER CORRECT OR VOID.
000525*-----------------------------------------------------------------
000526 COPY MNTJRNL.
000527 01  SFX-OperatorCard        PIC X(08) VALUE SPACES.
000530
000540 01  SFX-Susp-Count          PIC 9(03) VALUE ZERO COMP.
000550 01  SFX-SuspTable.
000810 1000-INITIALIZE.
000820     PERFORM 1002-ACQUIRE-FILE-LOCK THRU
000830             1002-ACQUIRE-FILE-LOCK-EXIT.
000832     DISPLAY "ENTER YOUR OPERATOR ID FOR THE MAINTENANCE "
000834             "JOURNAL -".
000836     ACCEPT SFX-OperatorCard FROM SYSIN.
000840     OPEN INPUT SuspenseFile.
000850     PERFORM 1010-LOAD-ONE-ITEM THRU 1010-LOAD-ONE-ITEM-EXIT
000860         UNTIL SFX-EndOfSuspenseFile.
002060     ACCEPT SFX-CorrectionCard FROM SYSIN.
002070     MOVE SFX-CorrectionCard TO SuspenseCorrectedData.
002080     MOVE "C" TO SuspenseStatus.
002085     MOVE SFX-SuspItem(SFX-ItemNumberCard) TO MaintJournalBefore.
002090     MOVE SuspenseRecord TO SFX-SuspItem(SFX-ItemNumberCard).
002100     DISPLAY "ITEM " SFX-ItemNumberCard " MARKED CORRECTED.".
002102     MOVE "CORRECT" TO MaintJournalAction.
002104     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU
002106             8500-WRITE-JOURNAL-ENTRY-EXIT.
002110 4000-CORRECT-ITEM-EXIT.
002120     EXIT.
002130
002260         GO TO 5000-VOID-ITEM-EXIT
002270     END-IF.
002280     MOVE "V" TO SuspenseStatus.
002285     MOVE SFX-SuspItem(SFX-ItemNumberCard) TO MaintJournalBefore.
002290     MOVE SuspenseRecord TO SFX-SuspItem(SFX-ItemNumberCard).
002300     DISPLAY "ITEM " SFX-ItemNumberCard " VOIDED.".
002302     MOVE "VOID" TO MaintJournalAction.
002304     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU
002306             8500-WRITE-JOURNAL-ENTRY-EXIT.
002310 5000-VOID-ITEM-EXIT.
002320     EXIT.
002330
002630 8010-WRITE-ONE-ITEM-EXIT.
002640     EXIT.
002650
002651*-----------------------------------------------------------------
002652* WRITE-JOURNAL-ENTRY - APPEND ONE BEFORE/AFTER IMAGE TO THE
002653* SHARED MAINTENANCE JOURNAL.  THE KEY IS THE ITEM NUMBER AND
002654* SOURCE FEED; THE CALLER HAS SET THE ACTION AND THE BEFORE
002655* IMAGE, AND SUSPENSERECORD HOLDS THE AFTER IMAGE.
002656*-----------------------------------------------------------------
002657 8500-WRITE-JOURNAL-ENTRY.
002658     MOVE SPACES TO MaintJournalKey.
002659     MOVE SFX-ItemNumberCard TO MaintJournalKey(1:3).
002660     MOVE SuspenseSourceFeed TO MaintJournalKey(5:10).
002661     MOVE SuspenseRecord TO MaintJournalAfter.
002662     MOVE "SUSPFIX " TO MaintJournalProgram.
002663     MOVE SFX-OperatorCard TO MaintJournalOperator.
002664     ACCEPT MaintJournalDate FROM DATE YYYYMMDD.
002665     ACCEPT MaintJournalTime FROM TIME.
002666     OPEN EXTEND MaintJournalFile.
002667     WRITE MaintJournalFileRecord FROM MaintJournalRecord.
002668     CLOSE MaintJournalFile.
002669 8500-WRITE-JOURNAL-ENTRY-EXIT.
002670     EXIT.
002671
002672 9999-COMPLETE.
002673     OPEN OUTPUT SuspLockFile.
002680     CLOSE SuspLockFile.
002690     IF SFX-TableOverflowed
002700         DISPLAY "*** SUSPENSE FILE LEFT UNTOUCHED - TABLE "
