000010*****************************************************************
000020* BATHIST - PER-BATCH HISTORY RECORD.  ONE RECORD PER RANKED
000030* BATCH PER DAY1 RUN, KEYED BY THE RUN DATE OF THE FEED THE
000040* BATCH CAME FROM AND THE BATCH NUMBER, CARRYING THE BATCH
000050* TOTAL, ITS PLACE IN THAT RUN'S FULL RANKING, AND THE OWNER
000060* AND SECTION THE BATCH-OWNER MASTER GAVE IT THAT DAY.  THE
000070* FILE IS CUMULATIVE (OPEN EXTEND) AND IS READ BY LOWPROD.
000080*-----------------------------------------------------------------
000090* AN UNASSIGNED BATCH CARRIES OWNER "UNASSIGNED", A BLANK
000100* SECTION, AND OWNER STATUS "U".
000110*-----------------------------------------------------------------
000120* DATE      INIT  DESCRIPTION
000130* 10/15/26  TJM   ORIGINAL - FIRST USED BY DAY1 AND LOWPROD.
000140*****************************************************************
000150 01  BatchHistoryRecord.
000160     05  BatchHistoryRunDate     PIC X(08).
000170     05  BatchHistoryBatch       PIC 9(05).
000180     05  BatchHistoryTotal       PIC 9(09).
000190     05  BatchHistoryRank        PIC 9(05).
000200     05  BatchHistoryPercentile  PIC 9(03).
000210     05  BatchHistoryRankedCount PIC 9(05).
000220     05  BatchHistoryOwnerName   PIC X(20).
000230     05  BatchHistorySection     PIC X(15).
000240     05  BatchHistoryOwnerStatus PIC X(01).
000250         88  BatchHistoryOwnerIsAssigned  VALUE "A".
000260         88  BatchHistoryOwnerIsUnassigned VALUE "U".
