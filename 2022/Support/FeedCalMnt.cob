000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FEEDCMNT.
000030 AUTHOR. T MARSH.
000040 INSTALLATION. SUPPLY-DEPT-DP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE      INIT  DESCRIPTION
000110* 10/15/26  TJM   ORIGINAL - OPERATIONS-DESK MAINTENANCE FOR THE
000120*                 EXPECTED-FEED CALENDAR MASTER (COPYBOOK
000130*                 FEEDCAL).  ADDS AND RETIRES EXPECTED FEEDS
000140*                 (FEED TYPE, FILE NAME OR REGION, DUE DAYS,
000150*                 CUTOFF, MANDATORY FLAG, ARRIVAL SOURCE) AND
000160*                 HOLIDAYS, SO THE FEEDMON MONITOR KNOWS WHAT
000168*                 SHOULD HAVE ARRIVED ON A GIVEN DAY.  EFFECTIVE
000176*                 AND HOLIDAY DATES ARE EDITED AS CALENDAR
000184*                 YYYYMMDD.  EVERY ADD AND RETIRE IS JOURNALLED
000192*                 TO THE SHARED MAINTENANCE JOURNAL (COPYBOOK
000200*                 MNTJRNL).  BUILT ON THE FOODIMNT PATTERN.
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT OPTIONAL FeedCalendarFile ASSIGN TO "feedcal.txt"
000260         ORGANIZATION IS LINE SEQUENTIAL.
000270     SELECT OPTIONAL MaintJournalFile ASSIGN TO "mntjrnl.txt"
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  FeedCalendarFile.
000330 01  FeedCalendarFileRecord  PIC X(73).
000340
000350 FD  MaintJournalFile.
000360 01  MaintJournalFileRecord  PIC X(240).
000370
000380 WORKING-STORAGE SECTION.
000390*-----------------------------------------------------------------
000400* FEED-CALENDAR MASTER RECORD LAYOUT, SHARED WITH FEEDMON.
000410*-----------------------------------------------------------------
000420 COPY FEEDCAL.
000430
000440*-----------------------------------------------------------------
000450* SHARED MAINTENANCE JOURNAL RECORD (COPYBOOK MNTJRNL) - ONE
000460* BEFORE/AFTER IMAGE APPENDED PER ADD OR RETIRE.
000470*-----------------------------------------------------------------
000480 COPY MNTJRNL.
000490 01  FCM-OperatorCard        PIC X(08) VALUE SPACES.
000500
000510*-----------------------------------------------------------------
000520* IN-CORE COPY OF THE MASTER, LOADED, WORKED, AND REWRITTEN IN
000530* ONE PASS.  THE DETAIL AREA HOLDS THE FILE NAME AND SCHEDULE OF
000540* A FEED ENTRY OR THE DATE AND NAME OF A HOLIDAY, AS ON FILE.
000550*-----------------------------------------------------------------
000560 01  FCM-EntryCount          PIC 9(03) VALUE ZERO COMP.
000570 01  FCM-CalTable.
000580     05  FCM-CalEntry OCCURS 300 TIMES.
000590         10  FCM-EntryType        PIC X(01).
000600         10  FCM-FeedType         PIC X(10).
000610         10  FCM-Detail           PIC X(53).
000620         10  FCM-EffDate          PIC X(08).
000630         10  FCM-Status           PIC X(01).
000640
000650 01  FCM-Command             PIC X(01) VALUE SPACE.
000660     88  FCM-CommandIsAddFeed        VALUE "A".
000670     88  FCM-CommandIsAddHoliday     VALUE "H".
000680     88  FCM-CommandIsRetire         VALUE "R".
000690     88  FCM-CommandIsList           VALUE "L".
000700     88  FCM-CommandIsEnd            VALUE "E".
000710
000720*-----------------------------------------------------------------
000730* OPERATOR CARDS.  THE KEY OF A FEED ENTRY IS ITS FEED TYPE AND
000740* FILE NAME; THE KEY OF A HOLIDAY IS ITS FEED TYPE AND DATE.
000750*-----------------------------------------------------------------
000760 01  FCM-EntryTypeCard       PIC X(01) VALUE SPACE.
000770 01  FCM-FeedTypeCard        PIC X(10) VALUE SPACES.
000780 01  FCM-FileNameCard        PIC X(40) VALUE SPACES.
000790 01  FCM-HolidayDateCard     PIC X(08) VALUE SPACES.
000800 01  FCM-HolidayNameCard     PIC X(20) VALUE SPACES.
000810 01  FCM-DueDaysCard         PIC X(07) VALUE SPACES.
000820 01  FCM-CutoffCard          PIC X(04) VALUE SPACES.
000830 01  FCM-MandatoryCard       PIC X(01) VALUE SPACE.
000840 01  FCM-SourceCard          PIC X(01) VALUE SPACE.
000850 01  FCM-EffDateCard         PIC X(08) VALUE SPACES.
000852 01  FCM-Check-Date.
000854     05  FCM-Check-Year      PIC 9(04).
000856     05  FCM-Check-Month     PIC 9(02).
000858     05  FCM-Check-Day       PIC 9(02).
000860 01  FCM-Key-Detail          PIC X(53) VALUE SPACES.
000870 01  FCM-Key-Length          PIC 9(02) VALUE ZERO COMP.
000880 01  FCM-Flag-Tally          PIC 9(02) VALUE ZERO COMP.
000890
000900 01  FCM-Scan-Idx            PIC 9(03) VALUE ZERO COMP.
000910 01  FCM-Found-Idx           PIC 9(03) VALUE ZERO COMP.
000920 01  FCM-EOF                 PIC X(01) VALUE "N".
000930     88  FCM-EndOfMasterFile         VALUE "Y".
000940 01  FCM-Overflow-Switch     PIC X(01) VALUE "N".
000950     88  FCM-TableOverflowed         VALUE "Y".
000960
000970 PROCEDURE DIVISION.
000980 0000-MAINLINE.
000990     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001000     PERFORM 2000-PROCESS-COMMAND THRU 2000-PROCESS-COMMAND-EXIT
001010         UNTIL FCM-CommandIsEnd.
001020     PERFORM 8000-REWRITE-MASTER THRU 8000-REWRITE-MASTER-EXIT.
001030     PERFORM 9999-COMPLETE THRU 9999-COMPLETE-EXIT.
001040
001050*-----------------------------------------------------------------
001060* INITIALIZE - LOAD THE EXISTING MASTER (IF ANY) INTO THE TABLE.
001070*-----------------------------------------------------------------
001080 1000-INITIALIZE.
001090     DISPLAY "ENTER YOUR OPERATOR ID FOR THE MAINTENANCE "
001100             "JOURNAL -".
001110     ACCEPT FCM-OperatorCard FROM SYSIN.
001120     OPEN INPUT FeedCalendarFile.
001130     PERFORM 1010-LOAD-ONE-ENTRY THRU 1010-LOAD-ONE-ENTRY-EXIT
001140         UNTIL FCM-EndOfMasterFile.
001150     CLOSE FeedCalendarFile.
001160     IF FCM-TableOverflowed
001170         DISPLAY "*** MAINTENANCE CLOSED - A REWRITE WOULD "
001180                 "DESTROY THE OVERFLOW ENTRIES ***"
001190         MOVE "E" TO FCM-Command
001200         GO TO 1000-INITIALIZE-EXIT
001210     END-IF.
001220     DISPLAY "FEED CALENDAR LOADED - " FCM-EntryCount
001230             " ENTRIES.".
001240 1000-INITIALIZE-EXIT.
001250     EXIT.
001260
001270 1010-LOAD-ONE-ENTRY.
001280     READ FeedCalendarFile INTO FeedCalendarRecord
001290         AT END MOVE "Y" TO FCM-EOF
001300         NOT AT END
001310             IF FCM-EntryCount >= 300
001320                 DISPLAY "*** FEED CALENDAR EXCEEDS 300 "
001330                         "ENTRIES - FILE WILL BE LEFT "
001340                         "UNTOUCHED ***"
001350                 MOVE "Y" TO FCM-Overflow-Switch
001360                 MOVE "Y" TO FCM-EOF
001370                 GO TO 1010-LOAD-ONE-ENTRY-EXIT
001380             END-IF
001390             ADD 1 TO FCM-EntryCount
001400             MOVE FeedCalendarRecord TO
001410                     FCM-CalEntry(FCM-EntryCount)
001420     END-READ.
001430 1010-LOAD-ONE-ENTRY-EXIT.
001440     EXIT.
001450
001460*-----------------------------------------------------------------
001470* PROCESS-COMMAND - ONE OPERATIONS-DESK ACTION PER CONTROL CARD:
001480* A = ADD AN EXPECTED FEED, H = ADD A HOLIDAY, R = RETIRE AN
001490* ENTRY, L = LIST THE MASTER, E = END AND REWRITE THE FILE.
001500*-----------------------------------------------------------------
001510 2000-PROCESS-COMMAND.
001520     DISPLAY "ENTER COMMAND (A=ADD FEED H=ADD HOLIDAY R=RETIRE "
001530             "L=LIST E=END) -".
001540     ACCEPT FCM-Command FROM SYSIN.
001550     IF FCM-CommandIsAddFeed
001560         PERFORM 3000-ADD-FEED THRU 3000-ADD-FEED-EXIT
001570     ELSE
001580         IF FCM-CommandIsAddHoliday
001590             PERFORM 3500-ADD-HOLIDAY THRU 3500-ADD-HOLIDAY-EXIT
001600         ELSE
001610             IF FCM-CommandIsRetire
001620                 PERFORM 4000-RETIRE-ENTRY THRU
001630                         4000-RETIRE-ENTRY-EXIT
001640             ELSE
001650                 IF FCM-CommandIsList
001660                     PERFORM 5000-LIST-MASTER THRU
001670                             5000-LIST-MASTER-EXIT
001680                 ELSE
001690                     IF NOT FCM-CommandIsEnd
001700                         DISPLAY "*** UNKNOWN COMMAND - "
001710                                 FCM-Command " - IGNORED ***"
001720                     END-IF
001730                 END-IF
001740             END-IF
001750         END-IF
001760     END-IF.
001770 2000-PROCESS-COMMAND-EXIT.
001780     EXIT.
001790
001800*-----------------------------------------------------------------
001810* ADD-FEED - APPEND A NEW ACTIVE EXPECTED-FEED ENTRY.  A FEED TYPE
001820* AND FILE NAME THAT ALREADY HAVE AN ACTIVE ENTRY ARE REFUSED -
001830* RETIRE THE OLD ONE FIRST SO THE EFFECTIVE-DATE TRAIL STAYS
001840* HONEST.  THE SCHEDULE CARDS ARE CHECKED BEFORE ANYTHING IS
001850* ADDED, SINCE THE MONITOR TRUSTS THEM AS THEY STAND.
001860*-----------------------------------------------------------------
001870 3000-ADD-FEED.
001880     MOVE "F" TO FCM-EntryTypeCard.
001890     DISPLAY "ENTER FEED TYPE -".
001900     ACCEPT FCM-FeedTypeCard FROM SYSIN.
001910     DISPLAY "ENTER EXPECTED FILE NAME OR REGION PREFIX (BLANK "
001920             "= ANY FILE) -".
001930     ACCEPT FCM-FileNameCard FROM SYSIN.
001940     MOVE SPACES TO FCM-Key-Detail.
001950     MOVE FCM-FileNameCard TO FCM-Key-Detail.
001960     MOVE 40 TO FCM-Key-Length.
001970     PERFORM 6000-FIND-ACTIVE-ENTRY THRU
001980             6000-FIND-ACTIVE-ENTRY-EXIT.
001990     IF FCM-Found-Idx NOT = ZERO
002000         DISPLAY "*** FEED " FCM-FeedTypeCard
002010                 " ALREADY HAS AN ACTIVE ENTRY FOR THAT FILE - "
002020                 "RETIRE IT FIRST ***"
002030         GO TO 3000-ADD-FEED-EXIT
002040     END-IF.
002050     IF FCM-EntryCount >= 300
002060         DISPLAY "*** FEED CALENDAR IS FULL - ADD REFUSED ***"
002070         GO TO 3000-ADD-FEED-EXIT
002080     END-IF.
002090     DISPLAY "ENTER DUE DAYS (7 Y/N FLAGS, MONDAY FIRST, E.G. "
002100             "YYYYYNN) -".
002110     ACCEPT FCM-DueDaysCard FROM SYSIN.
002120     MOVE ZERO TO FCM-Flag-Tally.
002130     INSPECT FCM-DueDaysCard TALLYING FCM-Flag-Tally
002140         FOR ALL "Y" ALL "N".
002150     IF FCM-Flag-Tally NOT = 7
002160         DISPLAY "*** DUE DAYS MUST BE SEVEN Y/N FLAGS - ADD "
002170                 "REFUSED ***"
002180         GO TO 3000-ADD-FEED-EXIT
002190     END-IF.
002200     DISPLAY "ENTER CUTOFF TIME (HHMM) -".
002210     ACCEPT FCM-CutoffCard FROM SYSIN.
002220     IF FCM-CutoffCard IS NOT NUMERIC
002230             OR FCM-CutoffCard > "2359"
002240         DISPLAY "*** CUTOFF MUST BE HHMM - ADD REFUSED ***"
002250         GO TO 3000-ADD-FEED-EXIT
002260     END-IF.
002270     DISPLAY "ENTER MANDATORY FEED (Y/N) -".
002280     ACCEPT FCM-MandatoryCard FROM SYSIN.
002290     IF FCM-MandatoryCard NOT = "Y" AND NOT = "N"
002300         DISPLAY "*** MANDATORY MUST BE Y OR N - ADD "
002310                 "REFUSED ***"
002320         GO TO 3000-ADD-FEED-EXIT
002330     END-IF.
002340     DISPLAY "ENTER ARRIVAL SOURCE (R=FEED REGISTER L=RUN "
002350             "LOG) -".
002360     ACCEPT FCM-SourceCard FROM SYSIN.
002370     IF FCM-SourceCard NOT = "R" AND NOT = "L"
002380         DISPLAY "*** SOURCE MUST BE R OR L - ADD REFUSED ***"
002390         GO TO 3000-ADD-FEED-EXIT
002400     END-IF.
002410     DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD) -".
002420     ACCEPT FCM-EffDateCard FROM SYSIN.
002421     MOVE FCM-EffDateCard TO FCM-Check-Date.
002422     IF FCM-Check-Date IS NOT NUMERIC
002423             OR FCM-Check-Month < 01 OR FCM-Check-Month > 12
002424             OR FCM-Check-Day < 01 OR FCM-Check-Day > 31
002425         DISPLAY "*** EFFECTIVE DATE MUST BE YYYYMMDD - ADD "
002426                 "REFUSED ***"
002427         GO TO 3000-ADD-FEED-EXIT
002428     END-IF.
002430     MOVE SPACES TO FeedCalendarRecord.
002440     MOVE "F" TO FeedCalEntryType.
002450     MOVE FCM-FeedTypeCard TO FeedCalFeedType.
002460     MOVE FCM-FileNameCard TO FeedCalFileName.
002470     MOVE FCM-DueDaysCard TO FeedCalDueDays.
002480     MOVE FCM-CutoffCard TO FeedCalCutoffTime.
002490     MOVE FCM-MandatoryCard TO FeedCalMandatory.
002500     MOVE FCM-SourceCard TO FeedCalSource.
002510     MOVE FCM-EffDateCard TO FeedCalEffDate.
002520     MOVE "A" TO FeedCalStatus.
002530     ADD 1 TO FCM-EntryCount.
002540     MOVE FeedCalendarRecord TO FCM-CalEntry(FCM-EntryCount).
002550     DISPLAY "FEED " FCM-FeedTypeCard " ADDED.".
002560     MOVE "ADD" TO MaintJournalAction.
002570     MOVE SPACES TO MaintJournalBefore.
002580     MOVE FCM-EntryCount TO FCM-Found-Idx.
002590     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU
002600             8500-WRITE-JOURNAL-ENTRY-EXIT.
002610 3000-ADD-FEED-EXIT.
002620     EXIT.
002630
002640*-----------------------------------------------------------------
002650* ADD-HOLIDAY - APPEND A NEW ACTIVE HOLIDAY.  A BLANK FEED TYPE
002660* MEANS NO FEED IS DUE THAT DAY.  THE HOLIDAY'S OWN DATE IS ITS
002670* EFFECTIVE DATE.
002680*-----------------------------------------------------------------
002690 3500-ADD-HOLIDAY.
002700     MOVE "H" TO FCM-EntryTypeCard.
002710     DISPLAY "ENTER HOLIDAY DATE (YYYYMMDD) -".
002720     ACCEPT FCM-HolidayDateCard FROM SYSIN.
002725     MOVE FCM-HolidayDateCard TO FCM-Check-Date.
002730     IF FCM-Check-Date IS NOT NUMERIC
002733             OR FCM-Check-Month < 01 OR FCM-Check-Month > 12
002736             OR FCM-Check-Day < 01 OR FCM-Check-Day > 31
002740         DISPLAY "*** HOLIDAY DATE MUST BE YYYYMMDD - ADD "
002750                 "REFUSED ***"
002760         GO TO 3500-ADD-HOLIDAY-EXIT
002770     END-IF.
002780     DISPLAY "ENTER FEED TYPE (BLANK = ALL FEEDS) -".
002790     ACCEPT FCM-FeedTypeCard FROM SYSIN.
002800     MOVE SPACES TO FCM-Key-Detail.
002810     MOVE FCM-HolidayDateCard TO FCM-Key-Detail.
002820     MOVE 8 TO FCM-Key-Length.
002830     PERFORM 6000-FIND-ACTIVE-ENTRY THRU
002840             6000-FIND-ACTIVE-ENTRY-EXIT.
002850     IF FCM-Found-Idx NOT = ZERO
002860         DISPLAY "*** HOLIDAY " FCM-HolidayDateCard
002870                 " IS ALREADY ON THE CALENDAR ***"
002880         GO TO 3500-ADD-HOLIDAY-EXIT
002890     END-IF.
002900     IF FCM-EntryCount >= 300
002910         DISPLAY "*** FEED CALENDAR IS FULL - ADD REFUSED ***"
002920         GO TO 3500-ADD-HOLIDAY-EXIT
002930     END-IF.
002940     DISPLAY "ENTER HOLIDAY NAME -".
002950     ACCEPT FCM-HolidayNameCard FROM SYSIN.
002960     MOVE SPACES TO FeedCalendarRecord.
002970     MOVE "H" TO FeedCalEntryType.
002980     MOVE FCM-FeedTypeCard TO FeedCalFeedType.
002990     MOVE FCM-HolidayDateCard TO FeedCalHolidayDate.
003000     MOVE FCM-HolidayNameCard TO FeedCalHolidayName.
003010     MOVE FCM-HolidayDateCard TO FeedCalEffDate.
003020     MOVE "A" TO FeedCalStatus.
003030     ADD 1 TO FCM-EntryCount.
003040     MOVE FeedCalendarRecord TO FCM-CalEntry(FCM-EntryCount).
003050     DISPLAY "HOLIDAY " FCM-HolidayDateCard " ADDED.".
003060     MOVE "ADD" TO MaintJournalAction.
003070     MOVE SPACES TO MaintJournalBefore.
003080     MOVE FCM-EntryCount TO FCM-Found-Idx.
003090     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU
003100             8500-WRITE-JOURNAL-ENTRY-EXIT.
003110 3500-ADD-HOLIDAY-EXIT.
003120     EXIT.
003130
003140*-----------------------------------------------------------------
003150* RETIRE-ENTRY - MARK AN ACTIVE FEED OR HOLIDAY ENTRY RETIRED.
003160* THE ENTRY STAYS ON THE FILE FOR THE AUDIT TRAIL; FEEDMON
003170* SIMPLY STOPS EXPECTING (OR EXCUSING) IT.
003180*-----------------------------------------------------------------
003190 4000-RETIRE-ENTRY.
003200     DISPLAY "ENTER ENTRY TYPE (F=FEED H=HOLIDAY) -".
003210     ACCEPT FCM-EntryTypeCard FROM SYSIN.
003220     MOVE SPACES TO FCM-Key-Detail.
003230     IF FCM-EntryTypeCard = "F"
003240         DISPLAY "ENTER FEED TYPE -"
003250         ACCEPT FCM-FeedTypeCard FROM SYSIN
003260         DISPLAY "ENTER EXPECTED FILE NAME OR REGION PREFIX "
003270                 "(BLANK = ANY FILE) -"
003280         ACCEPT FCM-FileNameCard FROM SYSIN
003290         MOVE FCM-FileNameCard TO FCM-Key-Detail
003300         MOVE 40 TO FCM-Key-Length
003310     ELSE
003320         IF FCM-EntryTypeCard = "H"
003330             DISPLAY "ENTER HOLIDAY DATE (YYYYMMDD) -"
003340             ACCEPT FCM-HolidayDateCard FROM SYSIN
003350             DISPLAY "ENTER FEED TYPE (BLANK = ALL FEEDS) -"
003360             ACCEPT FCM-FeedTypeCard FROM SYSIN
003370             MOVE FCM-HolidayDateCard TO FCM-Key-Detail
003380             MOVE 8 TO FCM-Key-Length
003390         ELSE
003400             DISPLAY "*** ENTRY TYPE MUST BE F OR H ***"
003410             GO TO 4000-RETIRE-ENTRY-EXIT
003420         END-IF
003430     END-IF.
003440     PERFORM 6000-FIND-ACTIVE-ENTRY THRU
003450             6000-FIND-ACTIVE-ENTRY-EXIT.
003460     IF FCM-Found-Idx = ZERO
003470         DISPLAY "*** NO ACTIVE ENTRY FOR " FCM-EntryTypeCard
003480                 " " FCM-FeedTypeCard " ***"
003490     ELSE
003500         MOVE FCM-CalEntry(FCM-Found-Idx) TO MaintJournalBefore
003510         MOVE "R" TO FCM-Status(FCM-Found-Idx)
003520         DISPLAY "ENTRY " FCM-EntryTypeCard " "
003530                 FCM-FeedTypeCard " RETIRED."
003540         MOVE "RETIRE" TO MaintJournalAction
003550         PERFORM 8500-WRITE-JOURNAL-ENTRY THRU
003560                 8500-WRITE-JOURNAL-ENTRY-EXIT
003570     END-IF.
003580 4000-RETIRE-ENTRY-EXIT.
003590     EXIT.
003600
003610*-----------------------------------------------------------------
003620* LIST-MASTER - DUMP EVERY ENTRY TO THE CONSOLE FOR THE DESK.
003630*-----------------------------------------------------------------
003640 5000-LIST-MASTER.
003650     DISPLAY "T FEED TYPE  FILE/REGION OR HOLIDAY DATE+NAME   "
003660             "  DAYS    CUTF M S EFF DATE S".
003670     PERFORM 5010-LIST-ONE-ENTRY THRU 5010-LIST-ONE-ENTRY-EXIT
003680         VARYING FCM-Scan-Idx FROM 1 BY 1
003690         UNTIL FCM-Scan-Idx > FCM-EntryCount.
003700 5000-LIST-MASTER-EXIT.
003710     EXIT.
003720
003730 5010-LIST-ONE-ENTRY.
003740     DISPLAY FCM-EntryType(FCM-Scan-Idx) " "
003750             FCM-FeedType(FCM-Scan-Idx) " "
003760             FCM-Detail(FCM-Scan-Idx) " "
003770             FCM-EffDate(FCM-Scan-Idx) " "
003780             FCM-Status(FCM-Scan-Idx).
003790 5010-LIST-ONE-ENTRY-EXIT.
003800     EXIT.
003810
003820*-----------------------------------------------------------------
003830* FIND-ACTIVE-ENTRY - SCAN THE TABLE FOR AN ACTIVE ENTRY OF
003840* FCM-ENTRYTYPECARD'S TYPE WITH FCM-FEEDTYPECARD'S FEED TYPE AND
003850* FCM-KEY-DETAIL IN THE LEADING FCM-KEY-LENGTH BYTES OF ITS
003860* DETAIL; FCM-FOUND-IDX IS ZERO WHEN THERE ISN'T ONE.
003870*-----------------------------------------------------------------
003880 6000-FIND-ACTIVE-ENTRY.
003890     MOVE ZERO TO FCM-Found-Idx.
003900     MOVE 1 TO FCM-Scan-Idx.
003910     PERFORM 6010-CHECK-ONE-ENTRY THRU 6010-CHECK-ONE-ENTRY-EXIT
003920         UNTIL FCM-Scan-Idx > FCM-EntryCount
003930            OR FCM-Found-Idx NOT = ZERO.
003940 6000-FIND-ACTIVE-ENTRY-EXIT.
003950     EXIT.
003960
003970 6010-CHECK-ONE-ENTRY.
003980     IF FCM-EntryType(FCM-Scan-Idx) = FCM-EntryTypeCard
003990             AND FCM-FeedType(FCM-Scan-Idx) = FCM-FeedTypeCard
004000             AND FCM-Detail(FCM-Scan-Idx)(1:FCM-Key-Length) =
004010                 FCM-Key-Detail(1:FCM-Key-Length)
004020             AND FCM-Status(FCM-Scan-Idx) = "A"
004030         MOVE FCM-Scan-Idx TO FCM-Found-Idx
004040     ELSE
004050         ADD 1 TO FCM-Scan-Idx
004060     END-IF.
004070 6010-CHECK-ONE-ENTRY-EXIT.
004080     EXIT.
004090
004100*-----------------------------------------------------------------
004110* REWRITE-MASTER - WRITE THE WHOLE TABLE BACK OVER THE FILE.
004120*-----------------------------------------------------------------
004130 8000-REWRITE-MASTER.
004140     IF FCM-TableOverflowed
004150         GO TO 8000-REWRITE-MASTER-EXIT
004160     END-IF.
004170     OPEN OUTPUT FeedCalendarFile.
004180     PERFORM 8010-WRITE-ONE-ENTRY THRU 8010-WRITE-ONE-ENTRY-EXIT
004190         VARYING FCM-Scan-Idx FROM 1 BY 1
004200         UNTIL FCM-Scan-Idx > FCM-EntryCount.
004210     CLOSE FeedCalendarFile.
004220 8000-REWRITE-MASTER-EXIT.
004230     EXIT.
004240
004250 8010-WRITE-ONE-ENTRY.
004260     MOVE FCM-CalEntry(FCM-Scan-Idx) TO FeedCalendarRecord.
004270     WRITE FeedCalendarFileRecord FROM FeedCalendarRecord.
004280 8010-WRITE-ONE-ENTRY-EXIT.
004290     EXIT.
004300
004310*-----------------------------------------------------------------
004320* WRITE-JOURNAL-ENTRY - APPEND ONE BEFORE/AFTER IMAGE TO THE
004330* SHARED MAINTENANCE JOURNAL.  THE CALLER HAS SET THE ACTION,
004340* THE BEFORE IMAGE, AND FCM-FOUND-IDX ON THE CHANGED ENTRY,
004350* WHOSE TABLE ENTRY IS THE AFTER IMAGE (SAME LAYOUT AS FEEDCAL).
004360* THE KEY IS THE FEED TYPE AND THE LEADING TEN BYTES OF THE
004370* DETAIL - THE FILE NAME, OR THE HOLIDAY DATE.
004380*-----------------------------------------------------------------
004390 8500-WRITE-JOURNAL-ENTRY.
004400     MOVE SPACES TO MaintJournalKey.
004410     MOVE FCM-FeedType(FCM-Found-Idx) TO MaintJournalKey(1:10).
004420     MOVE FCM-Detail(FCM-Found-Idx) TO MaintJournalKey(11:10).
004430     MOVE FCM-CalEntry(FCM-Found-Idx) TO MaintJournalAfter.
004440     MOVE "FEEDCMNT" TO MaintJournalProgram.
004450     MOVE FCM-OperatorCard TO MaintJournalOperator.
004460     ACCEPT MaintJournalDate FROM DATE YYYYMMDD.
004470     ACCEPT MaintJournalTime FROM TIME.
004480     OPEN EXTEND MaintJournalFile.
004490     WRITE MaintJournalFileRecord FROM MaintJournalRecord.
004500     CLOSE MaintJournalFile.
004510 8500-WRITE-JOURNAL-ENTRY-EXIT.
004520     EXIT.
004530
004540 9999-COMPLETE.
004550     IF FCM-TableOverflowed
004560         DISPLAY "*** FEED CALENDAR LEFT UNTOUCHED - "
004570                 "TABLE OVERFLOWED ON LOAD ***"
004580     ELSE
004590         DISPLAY "FEED CALENDAR REWRITTEN - " FCM-EntryCount
004600                 " ENTRIES."
004610     END-IF.
004620     STOP RUN.
004630 9999-COMPLETE-EXIT.
004640     EXIT.
