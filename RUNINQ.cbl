000310*    2026-09-03  RTM  ORIGINAL - RUN-HISTORY REPORT, FAILURE
000320*                      SUMMARY AND RETENTION ARCHIVING FOR THE
000330*                      RUNCTL AND DAILOG FILES.
000333*    2026-10-15  RTM  ROOM FOR UP TO 30 STEPS PER RUN DATE, TO
000336*                      MATCH THE TABLE-DRIVEN DAILYRUN STEP LIST.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.     RUNINQ.
001950             INDEXED BY RQ-RUN-IDX.
001960         10  RT-RUN-DATE           PIC 9(08).
001970         10  RT-STEP-COUNT         PIC 9(02) COMP.
001980         10  RT-STEP-ENTRY OCCURS 30 TIMES.
001990             15  ST-STEP-NAME      PIC X(15).
002000             15  ST-STEP-STATUS    PIC X(10).
002010             15  ST-RETURN-CODE    PIC S9(04).
005460         UNTIL RQ-STEP-SUB > RT-STEP-COUNT (RQ-RUN-SUB)
005470            OR RQ-HIT-SUB > ZERO.
005480     IF RQ-HIT-SUB = ZERO
005490         IF RT-STEP-COUNT (RQ-RUN-SUB) < 30
005500             ADD 1 TO RT-STEP-COUNT (RQ-RUN-SUB)
005510             MOVE RT-STEP-COUNT (RQ-RUN-SUB) TO RQ-HIT-SUB
005520             MOVE RQ-WORK-STEP-NAME
