000316*                      BRANCH, AND PER-BRANCH READ/RELEASED
000317*                      COUNTS ON THE SUMMARY, SO A NEW OFFICE
000318*                      NEEDS A CONTROL RECORD, NOT A RECOMPILE.
000319*    2026-10-15  RTM  NOW RUNS AS A DAILYRUN JOB STEP: TAKES THE
000320*                      SHARED RUN-PARAMETER BLOCK (OPTIONAL, SO
000321*                      THE PROGRAM STILL RUNS STANDALONE), USES
000322*                      THE JOB'S RUN DATE AND PASSES BACK THE
000323*                      STEP RETURN CODE (8 ON A FAILED MERGE).
000324******************************************************************
000325 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.     BRMERGE.
000340 AUTHOR.         R T MORALES.
000350 INSTALLATION.   MEMBERSHIP SYSTEMS.
002060 01  BR-COUNT-EDIT                PIC ZZZ,ZZ9.
002065 01  BR-COUNT-EDIT-2              PIC ZZZ,ZZ9.
002070
002074 LINKAGE SECTION.
002078 COPY RUNPARM.
002082
002086 PROCEDURE DIVISION USING OPTIONAL DL-RUN-PARAMETERS.
002090 0000-MAINLINE.
002100     PERFORM 0500-INITIALIZE THRU 0500-EXIT.
002110     SORT SORT-WORK-FILE
002244*    ADD - THE INITIAL LOAD CASE.
002250******************************************************************
002260 0500-INITIALIZE.
002263     IF ADDRESS OF DL-RUN-PARAMETERS = NULL
002266         ACCEPT BR-RUN-DATE FROM DATE YYYYMMDD
002269     ELSE
002272         MOVE DL-RUN-DATE TO BR-RUN-DATE
002275     END-IF.
002280
002290     OPEN OUTPUT MAINT-TRAN-FILE
002300     OPEN OUTPUT REPORT-FILE.
005690         MOVE 8 TO RETURN-CODE
005700     END-IF.
005710
005711     IF ADDRESS OF DL-RUN-PARAMETERS NOT = NULL
005712         IF BR-MERGE-HAS-FAILED
005713             MOVE 8 TO DL-STEP-RETURN-CODE
005714         ELSE
005715             MOVE 0 TO DL-STEP-RETURN-CODE
005716         END-IF
005717     END-IF.
005718
005720     CLOSE MAINT-TRAN-FILE
005730     CLOSE REPORT-FILE.
005734     IF NOT BR-MASTER-IS-ABSENT
