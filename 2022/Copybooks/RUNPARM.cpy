000100*-----------------------------------------------------------------
000110* DATE      INIT  DESCRIPTION
000120* 08/22/26  TJM   ORIGINAL - FIRST USED BY DAY1, DAY2, PARMMNT.
000122* 10/15/26  TJM   ADDED RUNPARMSCREENPCT - THE DAY2 MULTI-GUIDE
000124*                 COLLUSION SCREENING THRESHOLD (PERCENT OF
000126*                 IDENTICAL ROUNDS).  RECORD NOW 91 BYTES; AN
000128*                 OLDER 88-BYTE RECORD READS IT AS SPACES.
000130*****************************************************************
000140 01  RunParmRecord.
000150     05  RunParmProgram          PIC X(08).
000210     05  RunParmChangedBy        PIC X(08).
000220     05  RunParmChangedDate      PIC X(08).
000230     05  RunParmChangedTime      PIC X(06).
000240     05  RunParmScreenPct        PIC 9(03).
