000010*****************************************************************
000020* MNTJRNL - SHARED MAINTENANCE JOURNAL RECORD.  ONE RECORD PER
000030* ADD, RETIRE, UPDATE, CORRECT, OR VOID KEYED AT ANY OF THE DESK
000040* PROGRAMS (BATOWNMT, FOODIMNT, PLAYRMNT, PARMMNT, SUSPFIX),
000050* CARRYING THE RECORD IMAGE BEFORE AND AFTER THE CHANGE, WHO
000060* KEYED IT, WHEN, AND FROM WHICH PROGRAM.  THE JOURNAL IS
000070* CUMULATIVE (OPEN EXTEND) AND IS READ BY JRNLINQ.
000080*-----------------------------------------------------------------
000090* KEY BY PROGRAM:  BATOWNMT  BATCH NUMBER (5 DIGITS)
000100*                  FOODIMNT  ITEM CODE
000110*                  PLAYRMNT  PLAYER ID
000120*                  PARMMNT   PROGRAM (8) + FEED TYPE (10)
000130*                  SUSPFIX   ITEM NUMBER (3), SPACE, SOURCE FEED
000133*                  FEEDCMNT  FEED TYPE (10) + FILE NAME OR
000136*                            HOLIDAY DATE (LEADING 10)
000138*                  RATNSMNT  SECTION (15)
000140* AN ADD ONTO A NEW KEY CARRIES A BLANK BEFORE IMAGE.
000150*-----------------------------------------------------------------
000160* DATE      INIT  DESCRIPTION
000170* 10/15/26  TJM   ORIGINAL - FIRST USED BY THE FIVE DESK
000180*                 PROGRAMS AND JRNLINQ.
000183* 10/15/26  TJM   FEEDCMNT (FEED CALENDAR) ADDED TO THE DESK
000186*                 PROGRAMS THAT JOURNAL HERE.
000187* 10/15/26  TJM   RATNSMNT (SECTION RATION STANDARDS) ADDED TO
000188*                 THE DESK PROGRAMS THAT JOURNAL HERE.
000190*****************************************************************
000200 01  MaintJournalRecord.
000210     05  MaintJournalDate        PIC X(08).
000220     05  MaintJournalTime        PIC X(06).
000230     05  MaintJournalProgram     PIC X(08).
000240     05  MaintJournalAction      PIC X(08).
000250     05  MaintJournalKey         PIC X(20).
000260     05  MaintJournalOperator    PIC X(08).
000270     05  MaintJournalBefore      PIC X(91).
000280     05  MaintJournalAfter       PIC X(91).
