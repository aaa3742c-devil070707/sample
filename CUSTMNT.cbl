000258*                      TODAY'S PENDING OUTPUT (PENDOUT) BECOMES
000259*                      TOMORROW'S PENDING INPUT (PENDIN), THE
000260*                      SAME WAY THE AGESUSP SUSPENSE FILES WORK.
000261*    2026-10-15  RTM  NOW RUNS AS A DAILYRUN JOB STEP: TAKES THE
000262*                      SHARED RUN-PARAMETER BLOCK (OPTIONAL, SO
000263*                      THE PROGRAM STILL RUNS STANDALONE), USES
000264*                      THE JOB'S RUN DATE FOR THE EFFECTIVE-DATE
000265*                      TEST AND PASSES BACK THE STEP RETURN CODE
000266*                      (4 WHEN ANY TRANSACTION WAS REFUSED, 16
000267*                      WHEN THE MASTER CANNOT BE OPENED).
000268*    2026-10-15  RTM  EVERY ADD, CHANGE AND DELETE APPLIED TO THE
000269*                      MASTER NOW APPENDS A BEFORE/AFTER-IMAGE
000270*                      RECORD TO THE CUSTJNL UPDATE JOURNAL,
000271*                      STAMPED WITH THE RUN DATE AND PROGRAM, SO
000272*                      CUSTBKO CAN BACK A NIGHT OUT.  A DELETE NOW
000273*                      READS THE RECORD FIRST TO CAPTURE ITS
000274*                      BEFORE IMAGE.  NO MAINTENANCE IS APPLIED
000275*                      WHEN THE JOURNAL CANNOT BE OPENED.
000276*    2026-10-15  RTM  JOURNAL RECORD NOW 140 BYTES; REVERSES-DATE
000277*                      IS WRITTEN AS ZERO.
000278*    2026-10-15  RTM  A FAILED JOURNAL WRITE IS REPORTED AND
000279*                      GIVES RETURN CODE 4.
000280******************************************************************
000281 IDENTIFICATION DIVISION.
000282 PROGRAM-ID.     CUSTMNT.
000283 AUTHOR.         R T MORALES.
000284 INSTALLATION.   MEMBERSHIP SYSTEMS.
000290 DATE-WRITTEN.   2026-08-22.
000300 DATE-COMPILED.
000310 ENVIRONMENT DIVISION.
000496
000498     SELECT REGISTER-FILE    ASSIGN TO "CUSTREG"
000500         ORGANIZATION IS SEQUENTIAL.
000502
000504     SELECT JOURNAL-FILE     ASSIGN TO "CUSTJNL"
000506         ORGANIZATION IS SEQUENTIAL
000508         FILE STATUS IS CM-JNL-FILE-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  MAINT-TRAN-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  REGISTER-REC                 PIC X(80).
000860
000861 FD  JOURNAL-FILE
000862     RECORD CONTAINS 140 CHARACTERS
000863     LABEL RECORDS ARE STANDARD.
000864 COPY CUSTJRN.
000865
000870 WORKING-STORAGE SECTION.
000880 77  CM-EOF-TRAN-SW               PIC X(01) VALUE 'N'.
000890     88  MAINT-TRAN-EOF                      VALUE 'Y'.
000930     88  CM-TRAN-IS-VALID                    VALUE 'Y'.
000940     88  CM-TRAN-IS-INVALID                  VALUE 'N'.
000950
000952 77  CM-JNL-FILE-STATUS           PIC X(02) VALUE SPACES.
000954     88  CM-JNL-FILE-OK                      VALUE "00".
000956     88  CM-JNL-FILE-NOT-FOUND               VALUE "35".
000960 77  CM-MST-FILE-STATUS           PIC X(02) VALUE SPACES.
000970     88  CM-MST-FILE-OK                      VALUE "00".
000980     88  CM-MST-FILE-NOT-FOUND               VALUE "35".
001046 77  CM-PEND-QUEUED-COUNT         PIC 9(06) COMP VALUE ZERO.
001048 77  CM-PEND-CARRIED-COUNT        PIC 9(06) COMP VALUE ZERO.
001050 77  CM-UNLOAD-COUNT              PIC 9(06) COMP VALUE ZERO.
001053 77  CM-JOURNAL-COUNT             PIC 9(06) COMP VALUE ZERO.
001056 77  CM-JOURNAL-FAILED-COUNT      PIC 9(06) COMP VALUE ZERO.
001060
001070 77  CM-DISPOSITION               PIC X(08) VALUE SPACES.
001080 77  CM-REFUSE-REASON             PIC X(30) VALUE SPACES.
001090 77  CM-RUN-DATE                  PIC 9(08) VALUE ZERO.
001095 77  CM-BEFORE-IMAGE              PIC X(50) VALUE SPACES.
001100
001110 01  CM-REGISTER-HEADING-1.
001120     05  FILLER          PIC X(20) VALUE "CUSTMNT MAINTENANCE ".
001390
001400 01  CM-COUNT-EDIT                PIC ZZZ,ZZ9.
001410
001414 LINKAGE SECTION.
001418 COPY RUNPARM.
001422
001426 PROCEDURE DIVISION USING OPTIONAL DL-RUN-PARAMETERS.
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001442     PERFORM 1500-PROCESS-PENDING-FILE THRU 1500-EXIT.
001536*    TRANSACTION RECORD AREA.
001540******************************************************************
001550 1000-INITIALIZE.
001553     IF ADDRESS OF DL-RUN-PARAMETERS = NULL
001556         ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD
001559     ELSE
001562         MOVE DL-RUN-DATE TO CM-RUN-DATE
001565     END-IF.
001570
001580     OPEN INPUT  MAINT-TRAN-FILE
001585     OPEN OUTPUT PENDING-OUT-FILE
001640     WRITE REGISTER-REC.
001650     MOVE CM-REGISTER-HEADING-2 TO REGISTER-REC.
001660     WRITE REGISTER-REC.
001662
001664     OPEN EXTEND JOURNAL-FILE.
001666     IF CM-JNL-FILE-NOT-FOUND
001668         OPEN OUTPUT JOURNAL-FILE
001670     END-IF.
001672     IF NOT CM-JNL-FILE-OK
001674         DISPLAY "CUSTMNT - CANNOT OPEN UPDATE JOURNAL, STATUS "
001676             CM-JNL-FILE-STATUS
001678         MOVE 16 TO RETURN-CODE
001680         IF ADDRESS OF DL-RUN-PARAMETERS NOT = NULL
001682             MOVE 16 TO DL-STEP-RETURN-CODE
001684         END-IF
001686         GOBACK
001688     END-IF.
001690 1000-EXIT.
001700     EXIT.
001710
001832         DISPLAY "CUSTMNT - CANNOT OPEN CUSTOMER MASTER, STATUS "
001833             CM-MST-FILE-STATUS
001834         MOVE 16 TO RETURN-CODE
001835         IF ADDRESS OF DL-RUN-PARAMETERS NOT = NULL
001836             MOVE 16 TO DL-STEP-RETURN-CODE
001837         END-IF
001838         GOBACK
001839     END-IF.
001840 1100-EXIT.
001850     EXIT.
001860
002820         IF CM-MST-FILE-OK
002830             MOVE "APPLIED" TO CM-DISPOSITION
002840             ADD 1 TO CM-APPLIED-COUNT
002843             MOVE SPACES TO CM-BEFORE-IMAGE
002846             PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
002850         ELSE
002860             MOVE "REFUSED" TO CM-DISPOSITION
002870             MOVE "MASTER FILE WRITE ERROR" TO CM-REFUSE-REASON
002990     MOVE MT-CUST-ID TO MST-CUST-ID.
003000     READ CUSTOMER-MASTER.
003010     IF CM-MST-FILE-OK
003015         MOVE MASTER-REC   TO CM-BEFORE-IMAGE
003020         MOVE MT-CUST-NAME TO MST-CUST-NAME
003030         MOVE MT-CUST-DOB  TO MST-CUST-DOB
003040         MOVE MT-CUST-AGE  TO MST-CUST-AGE
003060         IF CM-MST-FILE-OK
003070             MOVE "APPLIED" TO CM-DISPOSITION
003080             ADD 1 TO CM-APPLIED-COUNT
003085             PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
003090         ELSE
003100             MOVE "REFUSED" TO CM-DISPOSITION
003110             MOVE "MASTER FILE REWRITE ERROR" TO CM-REFUSE-REASON
003210
003220******************************************************************
003230*    3300-APPLY-DELETE - REMOVE A CUSTOMER FROM THE MASTER.  A
003236*    CUSTOMER NOT ON FILE IS REFUSED.  THE RECORD IS READ FIRST
003242*    SO ITS BEFORE IMAGE CAN BE JOURNALLED.
003250******************************************************************
003260 3300-APPLY-DELETE.
003270     MOVE MT-CUST-ID TO MST-CUST-ID.
003271     READ CUSTOMER-MASTER.
003272     IF NOT CM-MST-FILE-OK
003273         MOVE "REFUSED" TO CM-DISPOSITION
003274         MOVE "CUSTOMER NOT ON MASTER" TO CM-REFUSE-REASON
003275         ADD 1 TO CM-REFUSED-COUNT
003276         GO TO 3300-EXIT
003277     END-IF.
003278     MOVE MASTER-REC TO CM-BEFORE-IMAGE.
003280     DELETE CUSTOMER-MASTER RECORD.
003290     IF CM-MST-FILE-OK
003300         MOVE "APPLIED" TO CM-DISPOSITION
003310         ADD 1 TO CM-APPLIED-COUNT
003315         PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
003320     ELSE
003330         MOVE "REFUSED" TO CM-DISPOSITION
003340         MOVE "MASTER FILE DELETE ERROR" TO CM-REFUSE-REASON
003350         ADD 1 TO CM-REFUSED-COUNT
003360     END-IF.
003370 3300-EXIT.
003371     EXIT.
003372
003373******************************************************************
003374*    3900-WRITE-JOURNAL - APPEND ONE BEFORE/AFTER-IMAGE RECORD
003375*    FOR AN UPDATE JUST APPLIED.  THE BEFORE IMAGE IS IN
003376*    CM-BEFORE-IMAGE (SPACES FOR AN ADD); THE AFTER IMAGE IS THE
003377*    MASTER RECORD AREA (SPACES FOR A DELETE).  A FAILED WRITE
003378*    LEAVES THE UPDATE APPLIED BUT NOT JOURNALLED, SO IT IS
003379*    COUNTED AND REPORTED.
003380******************************************************************
003381 3900-WRITE-JOURNAL.
003382     MOVE SPACES          TO JOURNAL-REC.
003383     MOVE CM-RUN-DATE     TO JR-RUN-DATE.
003384     MOVE ZERO            TO JR-REVERSES-DATE.
003385     MOVE "CUSTMNT"       TO JR-PROGRAM.
003386     MOVE MT-ACTION-CODE  TO JR-ACTION.
003387     MOVE MT-CUST-ID      TO JR-CUST-ID.
003388     MOVE CM-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
003389     IF NOT MT-ACTION-DELETE
003390         MOVE MASTER-REC  TO JR-AFTER-IMAGE
003391     END-IF.
003392     WRITE JOURNAL-REC.
003393     IF CM-JNL-FILE-OK
003394         ADD 1 TO CM-JOURNAL-COUNT
003395     ELSE
003396         DISPLAY "CUSTMNT - JOURNAL WRITE FAILED, STATUS "
003397             CM-JNL-FILE-STATUS " CUSTOMER " MT-CUST-ID
003398         ADD 1 TO CM-JOURNAL-FAILED-COUNT
003399     END-IF.
003400 3900-EXIT.
003401     EXIT.
003402
003403******************************************************************
003410*    4000-WRITE-REGISTER-LINE - PRINT ONE UPDATE-REGISTER LINE
003420*    FOR THIS TRANSACTION, APPLIED OR REFUSED.
003430******************************************************************
004130         DELIMITED BY SIZE INTO CM-SUMMARY-LINE.
004140     MOVE CM-SUMMARY-LINE TO REGISTER-REC.
004150     WRITE REGISTER-REC.
004151
004152     MOVE CM-JOURNAL-COUNT TO CM-COUNT-EDIT.
004153     MOVE SPACES TO CM-SUMMARY-LINE.
004154     STRING "JOURNAL RECORDS WRITTEN : " CM-COUNT-EDIT
004155         DELIMITED BY SIZE INTO CM-SUMMARY-LINE.
004156     MOVE CM-SUMMARY-LINE TO REGISTER-REC.
004157     WRITE REGISTER-REC.
004160
004161     IF CM-JOURNAL-FAILED-COUNT > ZERO
004162         MOVE CM-JOURNAL-FAILED-COUNT TO CM-COUNT-EDIT
004163         MOVE SPACES TO CM-SUMMARY-LINE
004164         STRING "** JOURNAL WRITES FAILED : " CM-COUNT-EDIT " **"
004165             DELIMITED BY SIZE INTO CM-SUMMARY-LINE
004166         MOVE CM-SUMMARY-LINE TO REGISTER-REC
004167         WRITE REGISTER-REC
004168         MOVE 4 TO RETURN-CODE
004169     END-IF.
004170     CLOSE MAINT-TRAN-FILE
004180     CLOSE CUSTOMER-MASTER
004190     CLOSE UNLOAD-FILE
004195     CLOSE JOURNAL-FILE
004200     CLOSE REGISTER-FILE.
004201
004202     IF ADDRESS OF DL-RUN-PARAMETERS NOT = NULL
004203         IF CM-REFUSED-COUNT > ZERO
004204          OR CM-JOURNAL-FAILED-COUNT > ZERO
004205             MOVE 4 TO DL-STEP-RETURN-CODE
004206         ELSE
004207             MOVE 0 TO DL-STEP-RETURN-CODE
004208         END-IF
004209     END-IF.
004210 8000-EXIT.
004220     EXIT.
