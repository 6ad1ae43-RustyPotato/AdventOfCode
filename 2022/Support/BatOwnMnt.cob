000370*                 VERIFY WITH L.  WITHOUT THIS STEP THE OLD
000380*                 FLAT FILE CANNOT OPEN AS INDEXED AND EVERY
000390*                 ENTRY IS STRANDED.  SOURCE RESEQUENCED.
000391* 10/15/26  TJM   EVERY ADD AND RETIRE NOW APPENDS A BEFORE/AFTER
000392*                 IMAGE TO THE SHARED MAINTENANCE JOURNAL
000393*                 (COPYBOOK MNTJRNL, MNTJRNL.TXT) WITH THE
000394*                 OPERATOR ID, DATE, TIME, AND PROGRAM, SO THE
000395*                 OWNER TRAIL NO LONGER LIVES ONLY IN THE DESK
000396*                 LOG.  THE DECK OPENS WITH AN OPERATOR-ID CARD.
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT OPTIONAL OldBatchOwnerFile ASSIGN TO "batownold.txt"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000523     SELECT OPTIONAL MaintJournalFile ASSIGN TO "mntjrnl.txt"
000526         ORGANIZATION IS LINE SEQUENTIAL.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000650
000660 FD  OldBatchOwnerFile.
000670 01  OldBatchOwnerFileRecord PIC X(49).
000672
000674 FD  MaintJournalFile.
000676 01  MaintJournalFileRecord  PIC X(240).
000680
000690 WORKING-STORAGE SECTION.
000700*-----------------------------------------------------------------
000730* THE OWNER MASTER IN THE SAME WINDOW.
000740*-----------------------------------------------------------------
000750 COPY LOKREC.
000751
000752*-----------------------------------------------------------------
000753* SHARED MAINTENANCE JOURNAL RECORD (COPYBOOK MNTJRNL) - ONE
000754* BEFORE/AFTER IMAGE APPENDED PER ADD OR RETIRE.
000755*-----------------------------------------------------------------
000756 COPY MNTJRNL.
000757 01  BOM-OperatorCard        PIC X(08) VALUE SPACES.
000760
000770 01  BOM-FileStatus          PIC X(02) VALUE "00".
000780
001180 1000-INITIALIZE.
001190     PERFORM 1002-ACQUIRE-FILE-LOCK THRU
001200             1002-ACQUIRE-FILE-LOCK-EXIT.
001202     DISPLAY "ENTER YOUR OPERATOR ID FOR THE MAINTENANCE "
001204             "JOURNAL -".
001206     ACCEPT BOM-OperatorCard FROM SYSIN.
001210     OPEN I-O BatchOwnerFile.
001220     IF BOM-FileStatus = "35"
001230         OPEN OUTPUT BatchOwnerFile
002180     ACCEPT BatchOwnerSection FROM SYSIN.
002190     DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD) -".
002200     ACCEPT BatchOwnerEffDate FROM SYSIN.
002202     MOVE SPACES TO MaintJournalBefore.
002204     IF BOM-RecordWasFound
002206         MOVE BatchOwnerRecord TO MaintJournalBefore
002208     END-IF.
002210     MOVE "A" TO BatchOwnerStatus.
002220     IF BOM-RecordWasFound
002230         REWRITE BatchOwnerRecord
002350     IF BOM-FileStatus = "00"
002360         ADD 1 TO BOM-Change-Count
002370         DISPLAY "BATCH " BOM-BatchNumberCard " OWNER ADDED."
002372         MOVE "ADD" TO MaintJournalAction
002374         PERFORM 8500-WRITE-JOURNAL-ENTRY THRU
002376                 8500-WRITE-JOURNAL-ENTRY-EXIT
002380     END-IF.
002390 3000-ADD-OWNER-EXIT.
002400     EXIT.
002530                 BOM-BatchNumberCard " ***"
002540         GO TO 4000-RETIRE-OWNER-EXIT
002550     END-IF.
002555     MOVE BatchOwnerRecord TO MaintJournalBefore.
002560     MOVE "R" TO BatchOwnerStatus.
002570     REWRITE BatchOwnerRecord
002580         INVALID KEY
002620     IF BOM-FileStatus = "00"
002630         ADD 1 TO BOM-Change-Count
002640         DISPLAY "BATCH " BOM-BatchNumberCard " OWNER RETIRED."
002642         MOVE "RETIRE" TO MaintJournalAction
002644         PERFORM 8500-WRITE-JOURNAL-ENTRY THRU
002646                 8500-WRITE-JOURNAL-ENTRY-EXIT
002650     END-IF.
002660 4000-RETIRE-OWNER-EXIT.
002670     EXIT.
003880 7020-RESOLVE-DUPLICATE-EXIT.
003890     EXIT.
003900
003901*-----------------------------------------------------------------
003902* WRITE-JOURNAL-ENTRY - APPEND ONE BEFORE/AFTER IMAGE TO THE
003903* SHARED MAINTENANCE JOURNAL.  THE CALLER HAS SET THE ACTION AND
003904* THE BEFORE IMAGE; THE AFTER IMAGE IS THE RECORD AS WRITTEN.
003905*-----------------------------------------------------------------
003906 8500-WRITE-JOURNAL-ENTRY.
003907     MOVE BOM-BatchNumberCard TO MaintJournalKey.
003908     MOVE BatchOwnerRecord TO MaintJournalAfter.
003909     MOVE "BATOWNMT" TO MaintJournalProgram.
003910     MOVE BOM-OperatorCard TO MaintJournalOperator.
003911     ACCEPT MaintJournalDate FROM DATE YYYYMMDD.
003912     ACCEPT MaintJournalTime FROM TIME.
003913     OPEN EXTEND MaintJournalFile.
003914     WRITE MaintJournalFileRecord FROM MaintJournalRecord.
003915     CLOSE MaintJournalFile.
003916 8500-WRITE-JOURNAL-ENTRY-EXIT.
003917     EXIT.
003918
003919 9999-COMPLETE.
003920     CLOSE BatchOwnerFile.
003930     OPEN OUTPUT OwnerLockFile.
003940     CLOSE OwnerLockFile.
