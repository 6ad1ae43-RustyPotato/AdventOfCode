000260*                 ABENDED DRIVER LEAVES A RUNNING RECORD AND
000270*                 RESTARTS THE SAME WAY, AFTER ITS LAST
000280*                 VERIFIED STEP.
000281* 10/15/26  TJM   FEEDMON (FEED ARRIVAL MONITOR) ADDED TO THE
000282*                 BUILT-IN SUITE AFTER DAY2, SO A MISSING
000283*                 MANDATORY FEED STOPS THE CHAIN BEFORE THE
000284*                 SUMMARY AND DOWNSTREAM REPORTS.  BUILT-IN STEPS
000285*                 FROM OPSSUMM ON MOVE DOWN ONE NUMBER.
000286* 10/15/26  TJM   RUN-LOG RECORD (COPYBOOK RUNLOG) IS NOW 49
000287*                 BYTES - FD AND LAST-RECORD SAVE AREA WIDENED TO
000288*                 MATCH.
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000430 01  StepScheduleFileRecord  PIC X(10).
000440
000450 FD  RunLogFile.
000460 01  RunLogFileRecord        PIC X(49).
000470
000480 FD  ChainStatusFile.
000490 01  ChainStatusFileRecord   PIC X(18).
001070 01  DRV-Prior-Log-Count     PIC 9(05) VALUE ZERO COMP.
001080 01  DRV-Verdict-Switch      PIC X(01) VALUE "N".
001090     88  DRV-StepVerdictIsGood       VALUE "Y".
001100 01  DRV-Last-Log-Record     PIC X(49) VALUE SPACES.
001110
001120 PROCEDURE DIVISION.
001130 0000-MAINLINE.
001740* MORNING SUITE IN ITS LONG-STANDING ORDER.
001750*-----------------------------------------------------------------
001760 1030-BUILD-DEFAULT-SCHEDULE.
001770     MOVE 6 TO DRV-Step-Count.
001780     MOVE "DAY1    " TO DRV-StepProgram(1).
001790     MOVE "DAY2    " TO DRV-StepProgram(2).
001795     MOVE "FEEDMON " TO DRV-StepProgram(3).
001800     MOVE "OPSSUMM " TO DRV-StepProgram(4).
001810     MOVE "TRENDRPT" TO DRV-StepProgram(5).
001820     MOVE "SETLMTCH" TO DRV-StepProgram(6).
001830 1030-BUILD-DEFAULT-SCHEDULE-EXIT.
001840     EXIT.
001850
