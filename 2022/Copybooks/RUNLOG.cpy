000080*-----------------------------------------------------------------
000090* DATE      INIT  DESCRIPTION
000100* 08/22/26  TJM   ORIGINAL - FIRST USED BY DAY1, DAY2, OPSSUMM.
000101* 10/15/26  TJM   RUNLOGALERTCOUNT ADDED - DAY1'S COUNT OF BATCHES
000102*                 OUTSIDE THEIR SECTION RATION STANDARD, SHOWN BY
000103*                 OPSSUMM.  RECORD IS NOW 49 BYTES; A RECORD
000104*                 WRITTEN BEFORE THE CHANGE READS BACK WITH THE
000105*                 COUNT AS SPACES.
000110*****************************************************************
000120 01  RunLogRecord.
000130     05  RunLogProgramName       PIC X(08).
000180     05  RunLogHeaderSwitch      PIC X(01).
000190     05  RunLogTrailerSwitch     PIC X(01).
000200     05  RunLogDisposition       PIC X(08).
000210     05  RunLogAlertCount        PIC 9(05) VALUE ZERO.
