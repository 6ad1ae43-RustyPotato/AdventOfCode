000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RATNSMNT.
000030 AUTHOR. T MARSH.
000040 INSTALLATION. SUPPLY-DEPT-DP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE      INIT  DESCRIPTION
000110* 10/15/26  TJM   ORIGINAL - OPERATIONS-DESK MAINTENANCE FOR THE
000120*                 SECTION RATION-STANDARD MASTER (COPYBOOK
000130*                 RATNSTD).  ADDS AND RETIRES A SECTION'S MINIMUM
000140*                 AND MAXIMUM BATCH CALORIES, WITH UP TO THREE
000150*                 PER-CATEGORY MINIMUMS CHECKED AGAINST THE
000160*                 FOOD-ITEM MASTER (COPYBOOK FOODITM), UNDER AN
000170*                 EFFECTIVE DATE EDITED AS A CALENDAR YYYYMMDD,
000180*                 SO DAY1 CAN HOLD EACH COMPLETED BATCH TO ITS
000190*                 OWNER'S SECTION STANDARD.  EVERY ADD AND RETIRE
000200*                 IS JOURNALLED TO THE SHARED MAINTENANCE JOURNAL
000210*                 (COPYBOOK MNTJRNL).
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT OPTIONAL RationStandardFile ASSIGN TO "ratnstd.txt"
000270         ORGANIZATION IS LINE SEQUENTIAL.
000280     SELECT OPTIONAL FoodItemFile ASSIGN TO "fooditem.txt"
000290         ORGANIZATION IS LINE SEQUENTIAL.
000300     SELECT OPTIONAL MaintJournalFile ASSIGN TO "mntjrnl.txt"
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  RationStandardFile.
000360 01  RationStandardFileRecord PIC X(91).
000370
000380 FD  FoodItemFile.
000390 01  FoodItemFileRecord      PIC X(47).
000400
000410 FD  MaintJournalFile.
000420 01  MaintJournalFileRecord  PIC X(240).
000430
000440 WORKING-STORAGE SECTION.
000450*-----------------------------------------------------------------
000460* RATION-STANDARD MASTER RECORD LAYOUT, SHARED WITH DAY1.
000470*-----------------------------------------------------------------
000480 COPY RATNSTD.
000490
000500*-----------------------------------------------------------------
000510* FOOD-ITEM REFERENCE MASTER (COPYBOOK FOODITM, MAINTAINED BY
000520* FOODIMNT) - ONLY ITS CATEGORIES ARE NEEDED HERE, TO REFUSE A
000530* CATEGORY MINIMUM NO ACTIVE ITEM COULD EVER COUNT TOWARD.
000540*-----------------------------------------------------------------
000550 COPY FOODITM.
000560
000570*-----------------------------------------------------------------
000580* SHARED MAINTENANCE JOURNAL RECORD (COPYBOOK MNTJRNL) - ONE
000590* BEFORE/AFTER IMAGE APPENDED PER ADD OR RETIRE.
000600*-----------------------------------------------------------------
000610 COPY MNTJRNL.
000620 01  RSM-OperatorCard        PIC X(08) VALUE SPACES.
000630
000640*-----------------------------------------------------------------
000650* IN-CORE COPY OF THE MASTER, LOADED, WORKED, AND REWRITTEN IN
000660* ONE PASS.  THE DETAIL AREA HOLDS THE MINIMUM, THE CEILING AND
000670* THE CATEGORY MINIMUMS, AS ON FILE.
000680*-----------------------------------------------------------------
000690 01  RSM-EntryCount          PIC 9(03) VALUE ZERO COMP.
000700 01  RSM-StdTable.
000710     05  RSM-StdEntry OCCURS 300 TIMES.
000720         10  RSM-Section          PIC X(15).
000730         10  RSM-Detail           PIC X(67).
000740         10  RSM-EffDate          PIC X(08).
000750         10  RSM-Status           PIC X(01).
000760
000770 01  RSM-Cat-Count           PIC 9(03) VALUE ZERO COMP.
000780 01  RSM-CatTable.
000790     05  RSM-CatName OCCURS 100 TIMES PIC X(12).
000800
000810 01  RSM-Command             PIC X(01) VALUE SPACE.
000820     88  RSM-CommandIsAdd            VALUE "A".
000830     88  RSM-CommandIsRetire         VALUE "R".
000840     88  RSM-CommandIsList           VALUE "L".
000850     88  RSM-CommandIsEnd            VALUE "E".
000860
000870*-----------------------------------------------------------------
000880* OPERATOR CARDS.  THE KEY OF A STANDARD IS ITS SECTION AND
000890* EFFECTIVE DATE, SO A NEW STANDARD CAN BE KEYED AHEAD OF THE
000900* DAY IT TAKES OVER FROM THE ONE IN FORCE.
000910*-----------------------------------------------------------------
000920 01  RSM-SectionCard         PIC X(15) VALUE SPACES.
000930 01  RSM-EffDateCard         PIC X(08) VALUE SPACES.
000932 01  RSM-Check-Date.
000934     05  RSM-Check-Year      PIC 9(04).
000936     05  RSM-Check-Month     PIC 9(02).
000938     05  RSM-Check-Day       PIC 9(02).
000940 01  RSM-MinCard             PIC 9(08) VALUE ZERO.
000950 01  RSM-MaxCard             PIC 9(08) VALUE ZERO.
000960 01  RSM-CategoryCard        PIC X(12) VALUE SPACES.
000970 01  RSM-CatMinCard          PIC 9(05) VALUE ZERO.
000980
000990 01  RSM-Scan-Idx            PIC 9(03) VALUE ZERO COMP.
001000 01  RSM-Found-Idx           PIC 9(03) VALUE ZERO COMP.
001010 01  RSM-Slot-Idx            PIC 9(02) VALUE ZERO COMP.
001020 01  RSM-Slot-Scan-Idx       PIC 9(02) VALUE ZERO COMP.
001030 01  RSM-EOF                 PIC X(01) VALUE "N".
001040     88  RSM-EndOfMasterFile         VALUE "Y".
001050 01  RSM-Food-EOF            PIC X(01) VALUE "N".
001060     88  RSM-EndOfFoodFile           VALUE "Y".
001070 01  RSM-Overflow-Switch     PIC X(01) VALUE "N".
001080     88  RSM-TableOverflowed         VALUE "Y".
001090 01  RSM-Cat-Found-Switch    PIC X(01) VALUE "N".
001100     88  RSM-CategoryWasFound        VALUE "Y".
001110 01  RSM-Cat-Done-Switch     PIC X(01) VALUE "N".
001120     88  RSM-CategoriesDone          VALUE "Y".
001130 01  RSM-Refused-Switch      PIC X(01) VALUE "N".
001140     88  RSM-AddWasRefused           VALUE "Y".
001150
001160 PROCEDURE DIVISION.
001170 0000-MAINLINE.
001180     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001190     PERFORM 2000-PROCESS-COMMAND THRU 2000-PROCESS-COMMAND-EXIT
001200         UNTIL RSM-CommandIsEnd.
001210     PERFORM 8000-REWRITE-MASTER THRU 8000-REWRITE-MASTER-EXIT.
001220     PERFORM 9999-COMPLETE THRU 9999-COMPLETE-EXIT.
001230
001240*-----------------------------------------------------------------
001250* INITIALIZE - LOAD THE EXISTING MASTER (IF ANY) INTO THE TABLE,
001260* AND THE CATEGORIES OF THE ACTIVE FOOD ITEMS.
001270*-----------------------------------------------------------------
001280 1000-INITIALIZE.
001290     DISPLAY "ENTER YOUR OPERATOR ID FOR THE MAINTENANCE "
001300             "JOURNAL -".
001310     ACCEPT RSM-OperatorCard FROM SYSIN.
001320     OPEN INPUT RationStandardFile.
001330     PERFORM 1010-LOAD-ONE-ENTRY THRU 1010-LOAD-ONE-ENTRY-EXIT
001340         UNTIL RSM-EndOfMasterFile.
001350     CLOSE RationStandardFile.
001360     IF RSM-TableOverflowed
001370         DISPLAY "*** MAINTENANCE CLOSED - A REWRITE WOULD "
001380                 "DESTROY THE OVERFLOW ENTRIES ***"
001390         MOVE "E" TO RSM-Command
001400         GO TO 1000-INITIALIZE-EXIT
001410     END-IF.
001420     OPEN INPUT FoodItemFile.
001430     PERFORM 1020-LOAD-ONE-FOOD-ITEM THRU
001440             1020-LOAD-ONE-FOOD-ITEM-EXIT
001450         UNTIL RSM-EndOfFoodFile.
001460     CLOSE FoodItemFile.
001470     DISPLAY "RATION STANDARDS LOADED - " RSM-EntryCount
001480             " ENTRIES, " RSM-Cat-Count " FOOD CATEGORIES.".
001490 1000-INITIALIZE-EXIT.
001500     EXIT.
001510
001520 1010-LOAD-ONE-ENTRY.
001530     READ RationStandardFile INTO RationStandardRecord
001540         AT END MOVE "Y" TO RSM-EOF
001550         NOT AT END
001560             IF RSM-EntryCount >= 300
001570                 DISPLAY "*** RATION-STANDARD MASTER EXCEEDS "
001580                         "300 ENTRIES - FILE WILL BE LEFT "
001590                         "UNTOUCHED ***"
001600                 MOVE "Y" TO RSM-Overflow-Switch
001610                 MOVE "Y" TO RSM-EOF
001620                 GO TO 1010-LOAD-ONE-ENTRY-EXIT
001630             END-IF
001640             ADD 1 TO RSM-EntryCount
001650             MOVE RationStandardRecord TO
001660                     RSM-StdEntry(RSM-EntryCount)
001670     END-READ.
001680 1010-LOAD-ONE-ENTRY-EXIT.
001690     EXIT.
001700
001710*-----------------------------------------------------------------
001720* LOAD-ONE-FOOD-ITEM - KEEP EACH DISTINCT CATEGORY OF AN ACTIVE
001730* ITEM ONCE.  A MISSING FOOD-ITEM MASTER LEAVES THE LIST EMPTY
001740* AND EVERY CATEGORY MINIMUM IS REFUSED.
001750*-----------------------------------------------------------------
001760 1020-LOAD-ONE-FOOD-ITEM.
001770     READ FoodItemFile INTO FoodItemRecord
001780         AT END MOVE "Y" TO RSM-Food-EOF
001790         NOT AT END
001800             IF FoodItemIsActive
001810                 MOVE FoodItemCategory TO RSM-CategoryCard
001820                 PERFORM 6100-FIND-CATEGORY THRU
001830                         6100-FIND-CATEGORY-EXIT
001840                 IF NOT RSM-CategoryWasFound
001850                         AND RSM-Cat-Count < 100
001860                     ADD 1 TO RSM-Cat-Count
001870                     MOVE FoodItemCategory TO
001880                             RSM-CatName(RSM-Cat-Count)
001890                 END-IF
001900             END-IF
001910     END-READ.
001920 1020-LOAD-ONE-FOOD-ITEM-EXIT.
001930     EXIT.
001940
001950*-----------------------------------------------------------------
001960* PROCESS-COMMAND - ONE OPERATIONS-DESK ACTION PER CONTROL CARD:
001970* A = ADD A STANDARD, R = RETIRE A STANDARD, L = LIST THE
001980* MASTER, E = END AND REWRITE THE FILE.
001990*-----------------------------------------------------------------
002000 2000-PROCESS-COMMAND.
002010     DISPLAY "ENTER COMMAND (A=ADD R=RETIRE L=LIST E=END) -".
002020     ACCEPT RSM-Command FROM SYSIN.
002030     IF RSM-CommandIsAdd
002040         PERFORM 3000-ADD-STANDARD THRU 3000-ADD-STANDARD-EXIT
002050     ELSE
002060         IF RSM-CommandIsRetire
002070             PERFORM 4000-RETIRE-STANDARD THRU
002080                     4000-RETIRE-STANDARD-EXIT
002090         ELSE
002100             IF RSM-CommandIsList
002110                 PERFORM 5000-LIST-MASTER THRU
002120                         5000-LIST-MASTER-EXIT
002130             ELSE
002140                 IF NOT RSM-CommandIsEnd
002150                     DISPLAY "*** UNKNOWN COMMAND - "
002160                             RSM-Command " - IGNORED ***"
002170                 END-IF
002180             END-IF
002190         END-IF
002200     END-IF.
002210 2000-PROCESS-COMMAND-EXIT.
002220     EXIT.
002230
002240*-----------------------------------------------------------------
002250* ADD-STANDARD - APPEND A NEW ACTIVE STANDARD FOR A SECTION.  A
002260* SECTION AND EFFECTIVE DATE THAT ALREADY HAVE AN ACTIVE ENTRY
002270* ARE REFUSED - RETIRE THE OLD ONE FIRST SO THE TRAIL STAYS
002280* HONEST.  THE CEILING MUST BE ABOVE ZERO AND NOT BELOW THE
002290* MINIMUM.  UP TO THREE CATEGORY MINIMUMS FOLLOW, EACH CATEGORY
002300* CARD FOLLOWED BY ITS MINIMUM; A BLANK CATEGORY CARD ENDS THE
002310* LIST EARLY.  EVERY CARD IS CHECKED BEFORE ANYTHING IS ADDED,
002320* SINCE DAY1 TRUSTS THE STANDARD AS IT STANDS.
002330*-----------------------------------------------------------------
002340 3000-ADD-STANDARD.
002350     DISPLAY "ENTER SECTION -".
002360     ACCEPT RSM-SectionCard FROM SYSIN.
002370     IF RSM-SectionCard = SPACES
002380         DISPLAY "*** SECTION MAY NOT BE BLANK - ADD "
002390                 "REFUSED ***"
002400         GO TO 3000-ADD-STANDARD-EXIT
002410     END-IF.
002420     DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD) -".
002430     ACCEPT RSM-EffDateCard FROM SYSIN.
002435     MOVE RSM-EffDateCard TO RSM-Check-Date.
002440     IF RSM-Check-Date IS NOT NUMERIC
002443             OR RSM-Check-Month < 01 OR RSM-Check-Month > 12
002446             OR RSM-Check-Day < 01 OR RSM-Check-Day > 31
002450         DISPLAY "*** EFFECTIVE DATE MUST BE YYYYMMDD - ADD "
002460                 "REFUSED ***"
002470         GO TO 3000-ADD-STANDARD-EXIT
002480     END-IF.
002490     PERFORM 6000-FIND-ACTIVE-ENTRY THRU
002500             6000-FIND-ACTIVE-ENTRY-EXIT.
002510     IF RSM-Found-Idx NOT = ZERO
002520         DISPLAY "*** SECTION " RSM-SectionCard
002530                 " ALREADY HAS AN ACTIVE STANDARD EFFECTIVE "
002540                 RSM-EffDateCard " - RETIRE IT FIRST ***"
002550         GO TO 3000-ADD-STANDARD-EXIT
002560     END-IF.
002570     IF RSM-EntryCount >= 300
002580         DISPLAY "*** RATION-STANDARD MASTER IS FULL - ADD "
002590                 "REFUSED ***"
002600         GO TO 3000-ADD-STANDARD-EXIT
002610     END-IF.
002620     DISPLAY "ENTER MINIMUM BATCH CALORIES -".
002630     ACCEPT RSM-MinCard FROM SYSIN.
002640     DISPLAY "ENTER MAXIMUM BATCH CALORIES (SAFE-HAUL "
002650             "CEILING) -".
002660     ACCEPT RSM-MaxCard FROM SYSIN.
002670     IF RSM-MaxCard = ZERO OR RSM-MaxCard < RSM-MinCard
002680         DISPLAY "*** CEILING MUST BE ABOVE ZERO AND NOT BELOW "
002690                 "THE MINIMUM - ADD REFUSED ***"
002700         GO TO 3000-ADD-STANDARD-EXIT
002710     END-IF.
002720     MOVE SPACES TO RationStandardRecord.
002730     MOVE RSM-SectionCard TO RationSection.
002740     MOVE RSM-MinCard TO RationMinCalories.
002750     MOVE RSM-MaxCard TO RationMaxCalories.
002760     PERFORM 3020-CLEAR-ONE-SLOT THRU 3020-CLEAR-ONE-SLOT-EXIT
002770         VARYING RSM-Slot-Idx FROM 1 BY 1
002780         UNTIL RSM-Slot-Idx > 3.
002790     MOVE ZERO TO RSM-Slot-Idx.
002800     MOVE "N" TO RSM-Cat-Done-Switch.
002810     MOVE "N" TO RSM-Refused-Switch.
002820     PERFORM 3010-TAKE-ONE-CATEGORY THRU
002830             3010-TAKE-ONE-CATEGORY-EXIT
002840         UNTIL RSM-CategoriesDone OR RSM-Slot-Idx >= 3.
002850     IF RSM-AddWasRefused
002860         GO TO 3000-ADD-STANDARD-EXIT
002870     END-IF.
002880     MOVE RSM-EffDateCard TO RationEffDate.
002890     MOVE "A" TO RationStatus.
002900     ADD 1 TO RSM-EntryCount.
002910     MOVE RationStandardRecord TO RSM-StdEntry(RSM-EntryCount).
002920     DISPLAY "SECTION " RSM-SectionCard " STANDARD EFFECTIVE "
002930             RSM-EffDateCard " ADDED.".
002940     MOVE "ADD" TO MaintJournalAction.
002950     MOVE SPACES TO MaintJournalBefore.
002960     MOVE RSM-EntryCount TO RSM-Found-Idx.
002970     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU
002980             8500-WRITE-JOURNAL-ENTRY-EXIT.
002990 3000-ADD-STANDARD-EXIT.
003000     EXIT.
003010
003020*-----------------------------------------------------------------
003030* TAKE-ONE-CATEGORY - ONE CATEGORY CARD AND ITS MINIMUM INTO THE
003040* NEXT FREE SLOT.  A CATEGORY NO ACTIVE FOOD ITEM CARRIES, OR ONE
003050* ALREADY GIVEN ON THIS STANDARD, REFUSES THE WHOLE ADD.
003060*-----------------------------------------------------------------
003070 3010-TAKE-ONE-CATEGORY.
003080     DISPLAY "ENTER CATEGORY FOR A MINIMUM (BLANK = NO MORE) -".
003090     ACCEPT RSM-CategoryCard FROM SYSIN.
003100     IF RSM-CategoryCard = SPACES
003110         MOVE "Y" TO RSM-Cat-Done-Switch
003120         GO TO 3010-TAKE-ONE-CATEGORY-EXIT
003130     END-IF.
003140     PERFORM 6100-FIND-CATEGORY THRU 6100-FIND-CATEGORY-EXIT.
003150     IF NOT RSM-CategoryWasFound
003160         DISPLAY "*** CATEGORY " RSM-CategoryCard
003170                 " IS NOT ON THE FOOD-ITEM MASTER - ADD "
003180                 "REFUSED ***"
003190         MOVE "Y" TO RSM-Refused-Switch
003200         MOVE "Y" TO RSM-Cat-Done-Switch
003210         GO TO 3010-TAKE-ONE-CATEGORY-EXIT
003220     END-IF.
003230     PERFORM 3030-CHECK-ONE-SLOT THRU 3030-CHECK-ONE-SLOT-EXIT
003240         VARYING RSM-Slot-Scan-Idx FROM 1 BY 1
003250         UNTIL RSM-Slot-Scan-Idx > RSM-Slot-Idx
003260            OR RSM-AddWasRefused.
003270     IF RSM-AddWasRefused
003280         DISPLAY "*** CATEGORY " RSM-CategoryCard
003290                 " GIVEN TWICE - ADD REFUSED ***"
003300         MOVE "Y" TO RSM-Cat-Done-Switch
003310         GO TO 3010-TAKE-ONE-CATEGORY-EXIT
003320     END-IF.
003330     DISPLAY "ENTER MINIMUM CALORIES FOR " RSM-CategoryCard " -".
003340     ACCEPT RSM-CatMinCard FROM SYSIN.
003350     ADD 1 TO RSM-Slot-Idx.
003360     MOVE RSM-CategoryCard TO RationCategory(RSM-Slot-Idx).
003370     MOVE RSM-CatMinCard TO RationCategoryMin(RSM-Slot-Idx).
003380 3010-TAKE-ONE-CATEGORY-EXIT.
003390     EXIT.
003400
003410 3020-CLEAR-ONE-SLOT.
003420     MOVE SPACES TO RationCategory(RSM-Slot-Idx).
003430     MOVE ZERO TO RationCategoryMin(RSM-Slot-Idx).
003440 3020-CLEAR-ONE-SLOT-EXIT.
003450     EXIT.
003460
003470 3030-CHECK-ONE-SLOT.
003480     IF RationCategory(RSM-Slot-Scan-Idx) = RSM-CategoryCard
003490         MOVE "Y" TO RSM-Refused-Switch
003500     END-IF.
003510 3030-CHECK-ONE-SLOT-EXIT.
003520     EXIT.
003530
003540*-----------------------------------------------------------------
003550* RETIRE-STANDARD - MARK AN ACTIVE STANDARD RETIRED.  THE ENTRY
003560* STAYS ON THE FILE FOR THE AUDIT TRAIL; DAY1 FALLS BACK TO THE
003570* SECTION'S NEXT-LATEST ACTIVE STANDARD, OR TO NONE.
003580*-----------------------------------------------------------------
003590 4000-RETIRE-STANDARD.
003600     DISPLAY "ENTER SECTION -".
003610     ACCEPT RSM-SectionCard FROM SYSIN.
003620     DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD) -".
003630     ACCEPT RSM-EffDateCard FROM SYSIN.
003640     PERFORM 6000-FIND-ACTIVE-ENTRY THRU
003650             6000-FIND-ACTIVE-ENTRY-EXIT.
003660     IF RSM-Found-Idx = ZERO
003670         DISPLAY "*** NO ACTIVE STANDARD FOR SECTION "
003680                 RSM-SectionCard " EFFECTIVE " RSM-EffDateCard
003690                 " ***"
003700     ELSE
003710         MOVE RSM-StdEntry(RSM-Found-Idx) TO MaintJournalBefore
003720         MOVE "R" TO RSM-Status(RSM-Found-Idx)
003730         DISPLAY "SECTION " RSM-SectionCard " STANDARD "
003740                 "EFFECTIVE " RSM-EffDateCard " RETIRED."
003750         MOVE "RETIRE" TO MaintJournalAction
003760         PERFORM 8500-WRITE-JOURNAL-ENTRY THRU
003770                 8500-WRITE-JOURNAL-ENTRY-EXIT
003780     END-IF.
003790 4000-RETIRE-STANDARD-EXIT.
003800     EXIT.
003810
003820*-----------------------------------------------------------------
003830* LIST-MASTER - DUMP EVERY ENTRY TO THE CONSOLE FOR THE DESK,
003840* WITH ITS CATEGORY MINIMUMS (IF ANY) ON THE LINE BELOW.
003850*-----------------------------------------------------------------
003860 5000-LIST-MASTER.
003870     DISPLAY "SECTION          MINIMUM  MAXIMUM EFF DATE S".
003880     PERFORM 5010-LIST-ONE-ENTRY THRU 5010-LIST-ONE-ENTRY-EXIT
003890         VARYING RSM-Scan-Idx FROM 1 BY 1
003900         UNTIL RSM-Scan-Idx > RSM-EntryCount.
003910 5000-LIST-MASTER-EXIT.
003920     EXIT.
003930
003940 5010-LIST-ONE-ENTRY.
003950     MOVE RSM-StdEntry(RSM-Scan-Idx) TO RationStandardRecord.
003960     DISPLAY RationSection " "
003970             RationMinCalories " "
003980             RationMaxCalories " "
003990             RationEffDate " "
004000             RationStatus.
004010     IF RationCategory(1) NOT = SPACES
004020         DISPLAY "    " RationCategory(1) " " RationCategoryMin(1)
004030                 " " RationCategory(2) " " RationCategoryMin(2)
004040                 " " RationCategory(3) " " RationCategoryMin(3)
004050     END-IF.
004060 5010-LIST-ONE-ENTRY-EXIT.
004070     EXIT.
004080
004090*-----------------------------------------------------------------
004100* FIND-ACTIVE-ENTRY - SCAN THE TABLE FOR AN ACTIVE STANDARD FOR
004110* RSM-SECTIONCARD EFFECTIVE RSM-EFFDATECARD; RSM-FOUND-IDX IS
004120* ZERO WHEN THERE ISN'T ONE.
004130*-----------------------------------------------------------------
004140 6000-FIND-ACTIVE-ENTRY.
004150     MOVE ZERO TO RSM-Found-Idx.
004160     MOVE 1 TO RSM-Scan-Idx.
004170     PERFORM 6010-CHECK-ONE-ENTRY THRU 6010-CHECK-ONE-ENTRY-EXIT
004180         UNTIL RSM-Scan-Idx > RSM-EntryCount
004190            OR RSM-Found-Idx NOT = ZERO.
004200 6000-FIND-ACTIVE-ENTRY-EXIT.
004210     EXIT.
004220
004230 6010-CHECK-ONE-ENTRY.
004240     IF RSM-Section(RSM-Scan-Idx) = RSM-SectionCard
004250             AND RSM-EffDate(RSM-Scan-Idx) = RSM-EffDateCard
004260             AND RSM-Status(RSM-Scan-Idx) = "A"
004270         MOVE RSM-Scan-Idx TO RSM-Found-Idx
004280     ELSE
004290         ADD 1 TO RSM-Scan-Idx
004300     END-IF.
004310 6010-CHECK-ONE-ENTRY-EXIT.
004320     EXIT.
004330
004340*-----------------------------------------------------------------
004350* FIND-CATEGORY - IS RSM-CATEGORYCARD ONE OF THE CATEGORIES
004360* LOADED FROM THE FOOD-ITEM MASTER.
004370*-----------------------------------------------------------------
004380 6100-FIND-CATEGORY.
004390     MOVE "N" TO RSM-Cat-Found-Switch.
004400     PERFORM 6110-CHECK-ONE-CATEGORY THRU
004410             6110-CHECK-ONE-CATEGORY-EXIT
004420         VARYING RSM-Scan-Idx FROM 1 BY 1
004430         UNTIL RSM-Scan-Idx > RSM-Cat-Count
004440            OR RSM-CategoryWasFound.
004450 6100-FIND-CATEGORY-EXIT.
004460     EXIT.
004470
004480 6110-CHECK-ONE-CATEGORY.
004490     IF RSM-CatName(RSM-Scan-Idx) = RSM-CategoryCard
004500         MOVE "Y" TO RSM-Cat-Found-Switch
004510     END-IF.
004520 6110-CHECK-ONE-CATEGORY-EXIT.
004530     EXIT.
004540
004550*-----------------------------------------------------------------
004560* REWRITE-MASTER - WRITE THE WHOLE TABLE BACK OVER THE FILE.
004570*-----------------------------------------------------------------
004580 8000-REWRITE-MASTER.
004590     IF RSM-TableOverflowed
004600         GO TO 8000-REWRITE-MASTER-EXIT
004610     END-IF.
004620     OPEN OUTPUT RationStandardFile.
004630     PERFORM 8010-WRITE-ONE-ENTRY THRU 8010-WRITE-ONE-ENTRY-EXIT
004640         VARYING RSM-Scan-Idx FROM 1 BY 1
004650         UNTIL RSM-Scan-Idx > RSM-EntryCount.
004660     CLOSE RationStandardFile.
004670 8000-REWRITE-MASTER-EXIT.
004680     EXIT.
004690
004700 8010-WRITE-ONE-ENTRY.
004710     MOVE RSM-StdEntry(RSM-Scan-Idx) TO RationStandardRecord.
004720     WRITE RationStandardFileRecord FROM RationStandardRecord.
004730 8010-WRITE-ONE-ENTRY-EXIT.
004740     EXIT.
004750
004760*-----------------------------------------------------------------
004770* WRITE-JOURNAL-ENTRY - APPEND ONE BEFORE/AFTER IMAGE TO THE
004780* SHARED MAINTENANCE JOURNAL.  THE CALLER HAS SET THE ACTION,
004790* THE BEFORE IMAGE, AND RSM-FOUND-IDX ON THE CHANGED ENTRY,
004800* WHOSE TABLE ENTRY IS THE AFTER IMAGE (SAME LAYOUT AS RATNSTD,
004810* WHICH CARRIES THE EFFECTIVE DATE).  THE KEY IS THE SECTION.
004820*-----------------------------------------------------------------
004830 8500-WRITE-JOURNAL-ENTRY.
004840     MOVE SPACES TO MaintJournalKey.
004850     MOVE RSM-Section(RSM-Found-Idx) TO MaintJournalKey.
004860     MOVE RSM-StdEntry(RSM-Found-Idx) TO MaintJournalAfter.
004870     MOVE "RATNSMNT" TO MaintJournalProgram.
004880     MOVE RSM-OperatorCard TO MaintJournalOperator.
004890     ACCEPT MaintJournalDate FROM DATE YYYYMMDD.
004900     ACCEPT MaintJournalTime FROM TIME.
004910     OPEN EXTEND MaintJournalFile.
004920     WRITE MaintJournalFileRecord FROM MaintJournalRecord.
004930     CLOSE MaintJournalFile.
004940 8500-WRITE-JOURNAL-ENTRY-EXIT.
004950     EXIT.
004960
004970 9999-COMPLETE.
004980     IF RSM-TableOverflowed
004990         DISPLAY "*** RATION-STANDARD MASTER LEFT UNTOUCHED - "
005000                 "TABLE OVERFLOWED ON LOAD ***"
005010     ELSE
005020         DISPLAY "RATION-STANDARD MASTER REWRITTEN - "
005030                 RSM-EntryCount " ENTRIES."
005040     END-IF.
005050     STOP RUN.
005060 9999-COMPLETE-EXIT.
005070     EXIT.
