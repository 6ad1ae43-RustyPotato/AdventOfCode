000010*****************************************************************
000020* FEEDCAL - EXPECTED-FEED CALENDAR MASTER RECORD.  TWO KINDS OF
000030* ENTRY SHARE THE LAYOUT:
000040*   "F" - ONE EXPECTED FEED: FEED TYPE, THE FILE NAME OR REGION
000050*         EXPECTED (A LEADING PREFIX OF THE INPUT FILE NAME;
000060*         BLANK = ANY FILE OF THE TYPE), THE BUSINESS DAYS IT IS
000070*         DUE (ONE Y/N PER DAY, MONDAY FIRST), THE CUTOFF TIME
000080*         (HHMM), WHETHER IT IS MANDATORY, AND WHERE ITS ARRIVAL
000090*         SHOWS - THE PROCESSED-FEED REGISTER (FEEDREG) OR, FOR
000100*         A FEED THAT IS NEVER REGISTERED, THE RUN LOG (RUNLOG).
000110*   "H" - ONE HOLIDAY: THE DATE AND A NAME.  A BLANK FEED TYPE
000120*         SUSPENDS EVERY FEED THAT DAY, ELSE ONLY THE ONE TYPE.
000130* MAINTAINED BY FEEDCMNT, READ BY THE FEEDMON ARRIVAL MONITOR.
000140* RETIRED ENTRIES STAY ON FILE FOR THE AUDIT TRAIL.
000150*-----------------------------------------------------------------
000160* DATE      INIT  DESCRIPTION
000170* 10/15/26  TJM   ORIGINAL - FIRST USED BY FEEDCMNT AND FEEDMON.
000180*****************************************************************
000190 01  FeedCalendarRecord.
000200     05  FeedCalEntryType        PIC X(01).
000210         88  FeedCalIsFeed               VALUE "F".
000220         88  FeedCalIsHoliday            VALUE "H".
000230     05  FeedCalFeedType         PIC X(10).
000240     05  FeedCalFeedDetail.
000250         10  FeedCalFileName     PIC X(40).
000260         10  FeedCalDueDays      PIC X(07).
000270         10  FeedCalCutoffTime   PIC X(04).
000280         10  FeedCalMandatory    PIC X(01).
000290             88  FeedCalIsMandatory      VALUE "Y".
000300         10  FeedCalSource       PIC X(01).
000310             88  FeedCalFromRegister     VALUE "R".
000320             88  FeedCalFromRunLog       VALUE "L".
000330     05  FeedCalHolidayDetail REDEFINES FeedCalFeedDetail.
000340         10  FeedCalHolidayDate  PIC X(08).
000350         10  FeedCalHolidayName  PIC X(20).
000360         10  FILLER              PIC X(25).
000370     05  FeedCalEffDate          PIC X(08).
000380     05  FeedCalStatus           PIC X(01).
000390         88  FeedCalIsActive             VALUE "A".
000400         88  FeedCalIsRetired            VALUE "R".
