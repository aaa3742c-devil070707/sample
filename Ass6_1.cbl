000696*                      STILL DELIVERS A COMPLETE, BALANCED FILE.
000697*                      SUPPRESSED IN REPORT-ONLY MODE LIKE THE
000698*                      OTHER OUTPUTS.
000699*    2026-10-15  RTM  EACH NIGHT'S TOTALS BY TRANSACTION TYPE,
000700*                      GRAND TOTAL AND TRANSACTION AND REJECT
000701*                      COUNTS ARE NOW POSTED TO THE INDEXED
000702*                      PERIOD HISTORY (SUMHIST) UNDER THE RUN
000703*                      DATE FOR THE SUMPER PERIOD REPORT; A RERUN
000704*                      REPLACES THE DATE'S FIGURES.  A RUN DATED
000705*                      IN A MONTH ALREADY CLOSED BY SUMPER DOES
000706*                      NOT TOUCH THE CLOSED FIGURES - ITS TOTALS
000707*                      ARE HELD AS A FLAGGED LATE-RERUN ENTRY AND
000708*                      THE STEP ENDS WITH RETURN CODE 4.  NOTHING
000709*                      IS POSTED FROM AN OUT-OF-BALANCE INPUT OR
000710*                      IN REPORT-ONLY MODE.
000711******************************************************************
000712 IDENTIFICATION DIVISION.
000713 PROGRAM-ID.     SUM-CALCULATION.
000720 AUTHOR.         R T MORALES.
000730 INSTALLATION.   MEMBERSHIP SYSTEMS.
000740 DATE-WRITTEN.   2026-08-09.
000891
000892     SELECT PRINT-FILE       ASSIGN TO "SUMRPT"
000900         ORGANIZATION IS SEQUENTIAL.
000901
000902     SELECT HISTORY-FILE     ASSIGN TO "SUMHIST"
000903         ORGANIZATION IS INDEXED
000904         ACCESS MODE IS DYNAMIC
000905         RECORD KEY IS HS-KEY
000906         FILE STATUS IS SC-HIST-FILE-STATUS.
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  TRANSACTION-FILE
001367     LABEL RECORDS ARE STANDARD.
001368 01  PRINT-REC                    PIC X(132).
001370 
001371 FD  HISTORY-FILE
001372     RECORD CONTAINS 100 CHARACTERS
001373     LABEL RECORDS ARE STANDARD.
001374 COPY SUMHIST.
001375 
001380 WORKING-STORAGE SECTION.
001390 77  SC-EOF-TRAN-SW                PIC X(01) VALUE 'N'.
001400     88  TRANSACTION-EOF                      VALUE 'Y'.
001562 77  SC-RSLT-FILE-STATUS           PIC X(02) VALUE SPACES.
001564     88  SC-RSLT-FILE-OK                      VALUE "00".
001566     88  SC-RSLT-FILE-NOT-FOUND               VALUE "35".
001567 77  SC-HIST-FILE-STATUS           PIC X(02) VALUE SPACES.
001568     88  SC-HIST-FILE-OK                      VALUE "00".
001569     88  SC-HIST-FILE-NOT-FOUND               VALUE "35".
001570 
001580 77  SC-CONTROL-REC-SW             PIC X(01) VALUE 'N'.
001590     88  SC-CONTROL-RECORD                    VALUE 'Y'.
001680 77  SC-HASH-ACCUM                 PIC 9(09) VALUE ZERO.
001690 77  SC-REPORT-ONLY-SW             PIC X(01) VALUE 'N'.
001700     88  SC-REPORT-ONLY                       VALUE 'Y'.
001701 77  SC-HIST-POST-SW               PIC X(01) VALUE SPACE.
001702     88  SC-HIST-POSTED                       VALUE 'P'.
001703     88  SC-HIST-POSTED-LATE                  VALUE 'L'.
001704     88  SC-HIST-POST-FAILED                  VALUE 'F'.
001705 77  SC-HIST-FOUND-SW              PIC X(01) VALUE 'N'.
001706     88  SC-HIST-REC-FOUND                    VALUE 'Y'.
001710
001720 77  SC-CKPT-INTERVAL               PIC 9(03) VALUE 5.
001730 77  SC-TRAN-SINCE-CKPT             PIC 9(03) COMP VALUE ZERO.
002000 77  SC-LAST-TRAN-ID                 PIC 9(06) VALUE ZERO.
002010 
002020 77  SC-RUN-DATE                    PIC 9(08) VALUE ZERO.
002021 77  SC-TODAY-DATE                  PIC 9(08) VALUE ZERO.
002022 77  SC-CLOSED-THROUGH              PIC 9(06) VALUE ZERO.
002023 77  SC-HIST-ENTRY-TYPE             PIC X(01) VALUE SPACE.
002024 77  SC-HIST-POST-COUNT             PIC 9(03) VALUE ZERO.
002025 01  SC-POST-DATE.
002026     05  SC-POST-YYYYMM             PIC 9(06).
002027     05  SC-POST-DD                 PIC 9(02).
002030 77  SC-LINE-COUNT                  PIC 9(03) COMP VALUE ZERO.
002040 77  SC-PAGE-COUNT                  PIC 9(03) COMP VALUE ZERO.
002050 77  SC-LINES-PER-PAGE              PIC 9(03) VALUE 20.
007310     WRITE PRINT-REC.
007320 
007330     PERFORM 8200-VERIFY-INPUT-TRAILER THRU 8200-EXIT.
007335     PERFORM 8300-POST-HISTORY THRU 8300-EXIT.
007340
007350     IF ADDRESS OF DL-RUN-PARAMETERS NOT = NULL
007360         IF SC-GRAND-OVERFLOWED
007440         END-IF
007450         IF SC-INPUT-OUT-OF-BALANCE
007460             MOVE 8 TO DL-STEP-RETURN-CODE
007461         END-IF
007462         IF SC-HIST-POSTED-LATE OR SC-HIST-POST-FAILED
007463             IF DL-STEP-RETURN-CODE < 4
007464                 MOVE 4 TO DL-STEP-RETURN-CODE
007465             END-IF
007470         END-IF
007480     END-IF.
007490 
008380     END-IF.
008390 8200-EXIT.
008400     EXIT.
008410
008420******************************************************************
008430*    8300-POST-HISTORY - POST TONIGHT'S TOTALS TO THE PERIOD
008440*    HISTORY UNDER THE RUN DATE, REPLACING ANY EARLIER POSTING
008450*    FOR THE SAME DATE (A RERUN).  WHEN THE RUN DATE FALLS IN A
008460*    MONTH THE CONTROL RECORD SHOWS AS CLOSED, THE CLOSED
008470*    FIGURES ARE LEFT ALONE AND THE TOTALS ARE HELD AS A LATE-
008480*    RERUN ENTRY INSTEAD, FLAGGED HERE AND ON THE PERIOD REPORT.
008490*    A HISTORY FILE THAT CANNOT BE UPDATED DOES NOT FAIL THE
008500*    CALCULATION ALREADY DELIVERED, BUT IS REPORTED.
008510******************************************************************
008520 8300-POST-HISTORY.
008530     IF SC-REPORT-ONLY
008540         GO TO 8300-EXIT
008550     END-IF.
008560     MOVE SPACES TO PRINT-REC.
008570     IF SC-INPUT-OUT-OF-BALANCE
008580         STRING "** TOTALS NOT POSTED TO PERIOD HISTORY - INPUT "
008590             "OUT OF BALANCE **" DELIMITED BY SIZE INTO PRINT-REC
008600         WRITE PRINT-REC
008610         GO TO 8300-EXIT
008620     END-IF.
008630
008640     OPEN I-O HISTORY-FILE.
008650     IF SC-HIST-FILE-NOT-FOUND
008660         OPEN OUTPUT HISTORY-FILE
008670         CLOSE HISTORY-FILE
008680         OPEN I-O HISTORY-FILE
008690     END-IF.
008700     IF NOT SC-HIST-FILE-OK
008710         SET SC-HIST-POST-FAILED TO TRUE
008720         STRING "** PERIOD HISTORY COULD NOT BE OPENED, STATUS "
008730             SC-HIST-FILE-STATUS " - TOTALS NOT POSTED **"
008740             DELIMITED BY SIZE INTO PRINT-REC
008750         WRITE PRINT-REC
008760         GO TO 8300-EXIT
008770     END-IF.
008780
008790     ACCEPT SC-TODAY-DATE FROM DATE YYYYMMDD.
008800     MOVE SC-RUN-DATE TO SC-POST-DATE.
008810     MOVE ZERO        TO SC-CLOSED-THROUGH.
008820     MOVE ZERO        TO HS-RUN-DATE.
008830     SET HS-ENTRY-CONTROL TO TRUE.
008840     READ HISTORY-FILE.
008850     IF SC-HIST-FILE-OK
008860         MOVE HS-CLOSED-THROUGH TO SC-CLOSED-THROUGH
008870     END-IF.
008880
008890     IF SC-POST-YYYYMM NOT > SC-CLOSED-THROUGH
008900         MOVE "L" TO SC-HIST-ENTRY-TYPE
008910     ELSE
008920         MOVE "P" TO SC-HIST-ENTRY-TYPE
008930     END-IF.
008940     MOVE SC-RUN-DATE        TO HS-RUN-DATE.
008950     MOVE SC-HIST-ENTRY-TYPE TO HS-ENTRY-TYPE.
008960     READ HISTORY-FILE.
008970     IF SC-HIST-FILE-OK
008980         SET SC-HIST-REC-FOUND TO TRUE
008990         COMPUTE SC-HIST-POST-COUNT = HS-POST-COUNT + 1
009000     ELSE
009010         MOVE 'N' TO SC-HIST-FOUND-SW
009020         MOVE 1 TO SC-HIST-POST-COUNT
009030     END-IF.
009040
009050     MOVE SPACES             TO HISTORY-REC.
009060     MOVE SC-RUN-DATE        TO HS-RUN-DATE.
009070     MOVE SC-HIST-ENTRY-TYPE TO HS-ENTRY-TYPE.
009080     MOVE SC-TRAN-COUNT      TO HS-TRAN-COUNT.
009090     MOVE SC-REJECT-COUNT    TO HS-REJECT-COUNT.
009100     MOVE SC-TYPE-S-COUNT    TO HS-TYPE-S-COUNT.
009110     MOVE SC-TYPE-S-TOTAL    TO HS-TYPE-S-TOTAL.
009120     MOVE SC-TYPE-Q-COUNT    TO HS-TYPE-Q-COUNT.
009130     MOVE SC-TYPE-Q-TOTAL    TO HS-TYPE-Q-TOTAL.
009140     MOVE SC-TYPE-R-COUNT    TO HS-TYPE-R-COUNT.
009150     MOVE SC-TYPE-R-TOTAL    TO HS-TYPE-R-TOTAL.
009160     MOVE SC-GRAND-TOTAL     TO HS-GRAND-TOTAL.
009170     IF SC-GRAND-OVERFLOWED
009180         SET HS-GRAND-OVERFLOWED TO TRUE
009190     ELSE
009200         MOVE "N" TO HS-OVERFLOW-FLAG
009210     END-IF.
009220     MOVE SC-HIST-POST-COUNT TO HS-POST-COUNT.
009230     MOVE SC-TODAY-DATE      TO HS-POSTED-ON-DATE.
009240     IF SC-HIST-REC-FOUND
009250         REWRITE HISTORY-REC
009260     ELSE
009270         WRITE HISTORY-REC
009280     END-IF.
009290     IF NOT SC-HIST-FILE-OK
009300         SET SC-HIST-POST-FAILED TO TRUE
009310         STRING "** PERIOD HISTORY UPDATE FAILED, STATUS "
009320             SC-HIST-FILE-STATUS " - TOTALS NOT POSTED **"
009330             DELIMITED BY SIZE INTO PRINT-REC
009340         WRITE PRINT-REC
009350         CLOSE HISTORY-FILE
009360         GO TO 8300-EXIT
009370     END-IF.
009380     CLOSE HISTORY-FILE.
009390
009400     MOVE SC-HIST-POST-COUNT TO SC-COUNT-EDIT.
009410     IF SC-HIST-ENTRY-TYPE = "L"
009420         SET SC-HIST-POSTED-LATE TO TRUE
009430         STRING "** MONTH " SC-POST-YYYYMM " IS CLOSED - TOTALS "
009440             "HELD AS A LATE RERUN, NOT POSTED TO THE PERIOD **"
009450             DELIMITED BY SIZE INTO PRINT-REC
009460     ELSE
009470         SET SC-HIST-POSTED TO TRUE
009480         STRING "TOTALS POSTED TO PERIOD HISTORY - POSTING "
009490             SC-COUNT-EDIT " FOR THIS RUN DATE"
009500             DELIMITED BY SIZE INTO PRINT-REC
009510     END-IF.
009520     WRITE PRINT-REC.
009530 8300-EXIT.
009540     EXIT.
