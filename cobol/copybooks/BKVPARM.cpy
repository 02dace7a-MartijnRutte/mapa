000100******************************************************************
000200*    BKVPARM.CPY                                                 *
000300*    BACKUP VERIFICATION RUN PARAMETER RECORD.                   *
000400*                                                                *
000500*    ONE RECORD GIVES BKUPVRFY THE CUSTSNAP GENERATION ITS JOB   *
000600*    STEP HAS ALLOCATED, AS A COUNT OF GENERATIONS BACK FROM THE *
000700*    LATEST: 0 FOR THE CURRENT GENERATION, 1 FOR (-1), AND SO ON *
000800*    UP TO 49.  THE STEP FOR GENERATION 0 ALSO VERIFIES JSONARCH *
000900*    AND RUNS THE TRIAL REBUILD.  NO RECORD, OR A VALUE THAT IS  *
001000*    NOT NUMERIC, MEANS GENERATION 0.                            *
001100*                                                                *
001200*    MODIFICATION HISTORY                                       *
001300*    ----------------------------------------------------------- *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001600******************************************************************
001700 01  BKP-PARM-RECORD.
001800     05  BKP-GENERATION          PIC 9(003).
