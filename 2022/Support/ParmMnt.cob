000200*                 DESKS CANNOT REWRITE RUNPARM1.TXT OVER EACH
000210*                 OTHER IN THE SAME WINDOW.  SOURCE
000220*                 RESEQUENCED.
000222* 10/15/26  TJM   UPDATE TAKES ONE MORE CARD, AFTER THE FILE-NAME
000224*                 CARD: THE DAY2 COLLUSION SCREENING THRESHOLD
000226*                 (RUNPARMSCREENPCT, 000 = DAY2 DEFAULT).  RECORD
000228*                 NOW 91 BYTES.
000229* 10/15/26  TJM   EVERY ADD AND UPDATE NOW APPENDS A BEFORE/AFTER
000230*                 IMAGE TO THE SHARED MAINTENANCE JOURNAL
000231*                 (COPYBOOK MNTJRNL, MNTJRNL.TXT) UNDER THE USER
000232*                 ID KEYED FOR THE AUDIT STAMP, SO A RECORD'S
000233*                 EARLIER VALUES ARE NO LONGER LOST ON REPLACE.
000234*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT OPTIONAL ParmLockFile ASSIGN TO "prmlock.txt"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000303     SELECT OPTIONAL MaintJournalFile ASSIGN TO "mntjrnl.txt"
000306         ORGANIZATION IS LINE SEQUENTIAL.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  RunParmFile.
000350 01  RunParmFileRecord       PIC X(91).
000360
000370 FD  ParmLockFile.
000380 01  ParmLockFileRecord      PIC X(22).
000382
000384 FD  MaintJournalFile.
000386 01  MaintJournalFileRecord  PIC X(240).
000390
000400 WORKING-STORAGE SECTION.
000410*-----------------------------------------------------------------
000490* LOAD-AND-REWRITE RUNPARM1.TXT OVER EACH OTHER.
000500*-----------------------------------------------------------------
000510 COPY LOKREC.
000511
000512*-----------------------------------------------------------------
000513* SHARED MAINTENANCE JOURNAL RECORD (COPYBOOK MNTJRNL) - ONE
000514* BEFORE/AFTER IMAGE APPENDED PER ADD OR UPDATE.
000515*-----------------------------------------------------------------
000516 COPY MNTJRNL.
000520
000530 01  PMT-Parm-Count          PIC 9(03) VALUE ZERO COMP.
000540 01  PMT-ParmTable.
000550     05  PMT-ParmItem OCCURS 50 TIMES PIC X(91).
000560 01  PMT-EOF                 PIC X(01) VALUE "N".
000570     88  PMT-EndOfParmFile           VALUE "Y".
000580 01  PMT-Overflow-Switch     PIC X(01) VALUE "N".
000700 01  PMT-OutcomeCard         PIC X(01) VALUE SPACE.
000710 01  PMT-IntervalCard        PIC 9(05) VALUE ZERO.
000720 01  PMT-FileNameCard        PIC X(40) VALUE SPACES.
000725 01  PMT-ScreenPctCard       PIC 9(03) VALUE ZERO.
000730 01  PMT-Scan-Idx            PIC 9(03) VALUE ZERO COMP.
000740 01  PMT-Found-Idx           PIC 9(03) VALUE ZERO COMP.
000750
001840             RunParmCheckpointIntvl " " RunParmFileName.
001850     DISPLAY "     LAST CHANGED " RunParmChangedDate " "
001860             RunParmChangedTime " BY " RunParmChangedBy.
001865     DISPLAY "     SCREEN PCT " RunParmScreenPct.
001870 3010-LIST-ONE-PARM-EXIT.
001880     EXIT.
001890
002060     ACCEPT PMT-IntervalCard FROM SYSIN.
002070     DISPLAY "ENTER DEFAULT FILE-NAME PATTERN -".
002080     ACCEPT PMT-FileNameCard FROM SYSIN.
002082     DISPLAY "ENTER COLLUSION SCREEN THRESHOLD PCT (000 = DAY2 "
002084             "DEFAULT OF 90) -".
002086     ACCEPT PMT-ScreenPctCard FROM SYSIN.
002090     DISPLAY "ENTER YOUR USER ID FOR THE AUDIT STAMP -".
002100     ACCEPT PMT-UserCard FROM SYSIN.
002110     MOVE SPACES TO RunParmRecord.
002150     MOVE PMT-OutcomeCard TO RunParmOutcomeSwitch.
002160     MOVE PMT-IntervalCard TO RunParmCheckpointIntvl.
002170     MOVE PMT-FileNameCard TO RunParmFileName.
002175     MOVE PMT-ScreenPctCard TO RunParmScreenPct.
002180     MOVE PMT-UserCard TO RunParmChangedBy.
002190     ACCEPT RunParmChangedDate FROM DATE YYYYMMDD.
002200     ACCEPT RunParmChangedTime FROM TIME.
002210     PERFORM 5000-FIND-PARM THRU 5000-FIND-PARM-EXIT.
002220     IF PMT-Found-Idx NOT = ZERO
002225         MOVE PMT-ParmItem(PMT-Found-Idx) TO MaintJournalBefore
002230         MOVE RunParmRecord TO PMT-ParmItem(PMT-Found-Idx)
002240         DISPLAY "PARAMETER RECORD REPLACED."
002242         MOVE "UPDATE" TO MaintJournalAction
002244         PERFORM 8500-WRITE-JOURNAL-ENTRY THRU
002246                 8500-WRITE-JOURNAL-ENTRY-EXIT
002250     ELSE
002260         IF PMT-Parm-Count >= 50
002270             DISPLAY "*** PARAMETER FILE FULL - ADD REFUSED ***"
002290             ADD 1 TO PMT-Parm-Count
002300             MOVE RunParmRecord TO PMT-ParmItem(PMT-Parm-Count)
002310             DISPLAY "PARAMETER RECORD ADDED."
002312             MOVE SPACES TO MaintJournalBefore
002314             MOVE "ADD" TO MaintJournalAction
002316             PERFORM 8500-WRITE-JOURNAL-ENTRY THRU
002318                     8500-WRITE-JOURNAL-ENTRY-EXIT
002320         END-IF
002330     END-IF.
002340 4000-UPDATE-PARM-EXIT.
002750 8010-WRITE-ONE-PARM-EXIT.
002760     EXIT.
002770
002771*-----------------------------------------------------------------
002772* WRITE-JOURNAL-ENTRY - APPEND ONE BEFORE/AFTER IMAGE TO THE
002773* SHARED MAINTENANCE JOURNAL, KEYED BY PROGRAM AND FEED TYPE.
002774* THE CALLER HAS SET THE ACTION AND THE BEFORE IMAGE; THE AFTER
002775* IMAGE IS THE NEW RECORD, AUDIT STAMP INCLUDED.
002776*-----------------------------------------------------------------
002777 8500-WRITE-JOURNAL-ENTRY.
002778     MOVE RunParmRecord(1:18) TO MaintJournalKey.
002779     MOVE RunParmRecord TO MaintJournalAfter.
002780     MOVE "PARMMNT " TO MaintJournalProgram.
002781     MOVE PMT-UserCard TO MaintJournalOperator.
002782     MOVE RunParmChangedDate TO MaintJournalDate.
002783     MOVE RunParmChangedTime TO MaintJournalTime.
002784     OPEN EXTEND MaintJournalFile.
002785     WRITE MaintJournalFileRecord FROM MaintJournalRecord.
002786     CLOSE MaintJournalFile.
002787 8500-WRITE-JOURNAL-ENTRY-EXIT.
002788     EXIT.
002789
002790 9999-COMPLETE.
002791     OPEN OUTPUT ParmLockFile.
002800     CLOSE ParmLockFile.
002810     IF PMT-TableOverflowed
002820         DISPLAY "*** PARAMETER FILE LEFT UNTOUCHED - TABLE "
