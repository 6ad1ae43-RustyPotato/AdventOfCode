000010*****************************************************************
000020* LEAGREC - SEASON LEAGUE LEDGER RECORD.  ONE RECORD PER GUIDE
000030* A MULTI-GUIDE DAY2 RUN SCORES COMPLETE: THE PLAYER ID FROM THE
000040* GUIDE'S CTLREC "P" SUB-HEADER, THE FEED RUN DATE AND GUIDE
000050* FILE NAME, ROUNDS, BOTH GRAND TOTALS, AND LITERAL-MOVE WINS.
000060* THE LEDGER IS CUMULATIVE (OPEN EXTEND) AND IS READ BY SEASNRPT
000070* FOR THE SEASON-TO-DATE STANDINGS.
000080*-----------------------------------------------------------------
000090* DATE      INIT  DESCRIPTION
000100* 10/15/26  TJM   ORIGINAL - FIRST USED BY DAY2 AND SEASNRPT.
000110*****************************************************************
000120 01  LeagueLedgerRecord.
000130     05  LeagueLedgerPlayerId    PIC X(06).
000140     05  LeagueLedgerRunDate     PIC X(08).
000150     05  LeagueLedgerFileName    PIC X(40).
000160     05  LeagueLedgerRounds      PIC 9(07).
000170     05  LeagueLedgerTotal       PIC 9(09).
000180     05  LeagueLedgerTotal2      PIC 9(09).
000190     05  LeagueLedgerWins        PIC 9(07).
