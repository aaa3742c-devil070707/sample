000274*                      SUMMARY (ITEMS OPEN, ITEMS ESCALATED,
000275*                      AVERAGE DAYS OPEN) SO EACH BRANCH IS
000276*                      CHASED ONLY FOR ITS OWN KEYING ERRORS.
000277*    2026-10-15  RTM  NOW RUNS AS A DAILYRUN JOB STEP: TAKES THE
000278*                      SHARED RUN-PARAMETER BLOCK (OPTIONAL, SO
000279*                      THE PROGRAM STILL RUNS STANDALONE), OPENS
000280*                      NEW ITEMS UNDER THE JOB'S RUN DATE AND
000281*                      PASSES BACK THE STEP RETURN CODE (4 WHEN
000282*                      ANY ITEM IS FLAGGED FOR ESCALATION).
000283******************************************************************
000284 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.     AGESUSP.
000300 AUTHOR.         R T MORALES.
000310 INSTALLATION.   MEMBERSHIP SYSTEMS.
002012 01  AS-COUNT-EDIT-2                  PIC ZZZ,ZZ9.
002014 01  AS-AVG-EDIT                      PIC ZZ,ZZ9.
002020
002022 LINKAGE SECTION.
002024 COPY RUNPARM.
002026
002030 PROCEDURE DIVISION USING OPTIONAL DL-RUN-PARAMETERS.
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002060     PERFORM 2000-LOAD-CARRIED-SUSPENSE THRU 2000-EXIT.
002150*    FILES AND PRINT THE REPORT HEADINGS.
002160******************************************************************
002170 1000-INITIALIZE.
002175     IF ADDRESS OF DL-RUN-PARAMETERS = NULL
002180         ACCEPT AS-RUN-DATE FROM DATE YYYYMMDD
002182     ELSE
002184         MOVE DL-RUN-DATE TO AS-RUN-DATE
002186     END-IF.
002190
002200     OPEN OUTPUT RESUBMIT-FILE
002210     OPEN OUTPUT SUSPENSE-OUT-FILE
004972
004974     PERFORM 8500-WRITE-BRANCH-SUMMARY THRU 8500-EXIT.
004980
004981     IF ADDRESS OF DL-RUN-PARAMETERS NOT = NULL
004982         IF AS-ESCALATED-COUNT > ZERO
004983             MOVE 4 TO DL-STEP-RETURN-CODE
004984         ELSE
004985             MOVE 0 TO DL-STEP-RETURN-CODE
004986         END-IF
004987     END-IF.
004988
004990     CLOSE RESUBMIT-FILE
005000     CLOSE SUSPENSE-OUT-FILE
005010     CLOSE REPORT-FILE.
