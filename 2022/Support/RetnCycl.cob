000260*                 CAN NEVER BE OVERWRITTEN.  TAKES THE
000270*                 FEED-REGISTER LOCK TOKEN
000280*                 (COPYBOOK LOKREC) FOR THE FEEDREG1 REWRITE.
000281* 10/15/26  TJM   THE REPORT GENERATION INDEX AND STORE (RPTIDX1,
000282*                 RPTGEN1 - COPYBOOK RPTGEN) NOW AGE OUT WITH THE
000283*                 OTHER CONTROL FILES, BY THE RUN DATE EACH
000284*                 GENERATION WAS BANKED UNDER.  RECORD CEILING
000285*                 RAISED FROM 80 TO 160 BYTES FOR THE STORE'S
000286*                 146-BYTE LINES.
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  LiveFile
000450     RECORD IS VARYING IN SIZE FROM 1 TO 160
000460         DEPENDING ON RTN-Rec-Len.
000470 01  LiveRecord              PIC X(160).
000480
000490 FD  ArchiveFile
000500     RECORD IS VARYING IN SIZE FROM 1 TO 160
000510         DEPENDING ON RTN-Rec-Len.
000520 01  ArchiveRecord           PIC X(160).
000530
000540 FD  WorkFile
000550     RECORD IS VARYING IN SIZE FROM 1 TO 160
000560         DEPENDING ON RTN-Rec-Len.
000570 01  WorkRecord              PIC X(160).
000580
000590 FD  RegLockFile.
000600 01  RegLockFileRecord       PIC X(22).
000680 COPY LOKREC.
000690
000700*-----------------------------------------------------------------
000710* THE SIX CONTROL FILES UNDER RETENTION, WITH THE 1-BASED
000720* POSITION OF THE YYYYMMDD RUN DATE IN EACH RECORD:
000730*   RUNLOG1  - PROGRAM(8) + FEED TYPE(10), DATE AT 19
000740*   RUNHIST1 - DATE LEADS THE RECORD, AT 1
000750*   FEEDREG1 - FEED TYPE(10), DATE AT 11
000760*   SETTLE1  - DATE LEADS THE RECORD, AT 1
000763*   RPTIDX1  - REPORT ID(10), DATE AT 11
000766*   RPTGEN1  - REPORT ID(10), DATE AT 11
000770*-----------------------------------------------------------------
000780 01  RTN-FileTableValues.
000790     05  FILLER              PIC X(22)
000840             VALUE "feedreg1.txtfeedreg111".
000850     05  FILLER              PIC X(22)
000860             VALUE "settle1.txt settle1 01".
000862     05  FILLER              PIC X(22)
000864             VALUE "rptidx1.txt rptidx1 11".
000866     05  FILLER              PIC X(22)
000868             VALUE "rptgen1.txt rptgen1 11".
000870 01  RTN-FileTable REDEFINES RTN-FileTableValues.
000880     05  RTN-FileEntry OCCURS 6 TIMES.
000890         10  RTN-TblName     PIC X(12).
000900         10  RTN-TblBase     PIC X(08).
000910         10  RTN-TblOffset   PIC 9(02).
000920
000930 01  RTN-File-Idx            PIC 9(02) VALUE ZERO COMP.
000940 01  RTN-Rec-Len             PIC 9(03) VALUE ZERO COMP.
000950 01  RTN-Live-Name           PIC X(40) VALUE SPACES.
000960 01  RTN-Arch-Name           PIC X(40) VALUE SPACES.
000970 01  RTN-Rec-Date            PIC X(08) VALUE SPACES.
001230     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001240     PERFORM 2000-CYCLE-ONE-FILE THRU 2000-CYCLE-ONE-FILE-EXIT
001250         VARYING RTN-File-Idx FROM 1 BY 1
001260         UNTIL RTN-File-Idx > 6.
001270     PERFORM 9190-RELEASE-FILE-LOCK THRU
001280             9190-RELEASE-FILE-LOCK-EXIT.
001290     PERFORM 9999-COMPLETE THRU 9999-COMPLETE-EXIT.
