000080*-----------------------------------------------------------------
000090* DATE      INIT  DESCRIPTION
000100* 08/22/26  TJM   ORIGINAL - FIRST USED BY DAY1 AND DAY2.
000102* 10/15/26  TJM   ADDED THE TIME OF DAY THE ENTRY WAS REGISTERED
000104*                 (HHMMSS) FOR THE FEEDMON ARRIVAL MONITOR'S
000106*                 CUTOFF CHECK.  RECORD 74 -> 80 BYTES; AN OLD
000108*                 ENTRY READS THE TIME AS SPACES.
000110*****************************************************************
000120 01  FeedRegisterRecord.
000130     05  FeedRegisterFeedType    PIC X(10).
000150     05  FeedRegisterFileName    PIC X(40).
000160     05  FeedRegisterProgram     PIC X(08).
000170     05  FeedRegisterDisposition PIC X(08).
000180     05  FeedRegisterTime        PIC X(06).
