000020*    PROGRAM-ID.  DAILYRUN
000030*
000040*    THIS IS THE CONTROL PROGRAM FOR THE DAILY MEMBERSHIP BATCH
000050*    JOB.  IT RUNS A TABLE-DRIVEN LIST OF JOB STEPS, CALLING
000060*    EACH STEP'S PROGRAM AS A SUBPROGRAM IN RUN ORDER AND
000070*    PASSING EVERY ONE THE SAME RUN-DATE/RUN-TIME PARAMETER
000080*    BLOCK, SO THE WHOLE NIGHT SHARES ONE RUN IDENTITY.  THE
000081*    LIST, WITH EACH STEP'S PREREQUISITES, TOLERATED RETURN CODE
000082*    AND REPORT-ONLY BYPASS, IS READ FROM THE JOB-STEP CONTROL
000083*    FILE JOBSTEP WHEN ONE IS SUPPLIED, AND OTHERWISE TAKEN FROM
000084*    THE BUILT-IN LIST OF 13 STEPS IN 1500-LOAD-DEFAULT-STEPS
000085*    (BRMERGE THROUGH SUMACK).  THE JOBSTEP RECORD LAYOUT
000086*    FOLLOWS THE MODIFICATION HISTORY BELOW.
000090*
000100*    A SINGLE COMBINED JOB LOG IS WRITTEN SHOWING WHAT RAN, IN
000110*    WHAT ORDER, AND WHETHER EACH STEP CAME BACK CLEAN.
000378*                      AGECHECK, DRIVEN BY THE BENEFITS CONTROL
000379*                      FILE, WITH THE SAME RUN-CONTROL RESTART
000380*                      HANDLING AS THE OTHER STEPS.
000381*    2026-10-15  RTM  THE JOB STREAM IS NOW TABLE-DRIVEN FROM
000382*                      THE JOB-STEP CONTROL FILE (JOBSTEP) IN
000383*                      PLACE OF ONE HARD-CODED PARAGRAPH PER
000384*                      STEP.  EACH STEP NAMES ITS PROGRAM, RUN
000385*                      ORDER, PREREQUISITE STEPS, HIGHEST
000386*                      TOLERATED RETURN CODE AND WHETHER IT IS
000387*                      BYPASSED IN REPORT-ONLY MODE; THE PROGRAM
000388*                      IS CALLED BY NAME, SO A NEW STEP NEEDS A
000389*                      CONTROL RECORD, NOT A RECOMPILE.  BRMERGE,
000390*                      AGEROLL, CUSTMNT, AGESUSP AND BANDLTR
000391*                      NOW RUN UNDER THE SAME RUN CONTROL,
000392*                      RESTART AND JOB LOG AS THE OTHER STEPS.
000393*                      A MISSING OR EMPTY CONTROL FILE FALLS
000394*                      BACK TO THE BUILT-IN NIGHTLY STEP LIST.
000395*    2026-10-15  RTM  ADDED THE ELIGDIFF ELIGIBILITY CHANGE-FEED
000396*                      STEP AFTER ELIGCHK TO THE BUILT-IN STEP
000397*                      LIST.
000398*    2026-10-15  RTM  ADDED THE SUMACK BILLING ACKNOWLEDGEMENT
000399*                      STEP AFTER SUM-CALCULATION TO THE BUILT-IN
000400*                      STEP LIST (BYPASSED IN REPORT-ONLY MODE, AS
000401*                      IT CARRIES ITS OUTSTANDING ITEMS FORWARD).
000402*    2026-10-15  RTM  ADDED THE SUMPER PERIOD REPORT AND MONTH-END
000403*                      CLOSE STEP AFTER SUM-CALCULATION TO THE
000404*                      BUILT-IN STEP LIST (RUN IN REPORT-ONLY
000405*                      MODE TOO - IT CLOSES NOTHING THERE).
000406*    2026-10-15  RTM  ADDED THE ADRMNT ADDRESS MAINTENANCE STEP
000407*                      AFTER CUSTMNT TO THE BUILT-IN STEP LIST;
000408*                      BANDLTR NOW ALSO WAITS FOR IT.
000409*
000410*    JOB-STEP CONTROL FILE (JOBSTEP, 80 BYTES, ONE PER STEP):
000411*      COLS  1-15  STEP NAME = PROGRAM CALLED
000412*      COLS 16-18  RUN ORDER (STEPS RUN IN ASCENDING ORDER)
000413*      COLS 19-63  UP TO THREE PREREQUISITE STEP NAMES, 15
000414*                  BYTES EACH.  A STEP WHOSE PREREQUISITE HAS
000415*                  NOT COMPLETED IS HELD, NOT RUN.
000416*      COLS 64-65  HIGHEST RETURN CODE TOLERATED (BLANK = 4);
000417*                  ANYTHING HIGHER FAILS THE JOB
000418*      COL  66     Y = BYPASS THIS STEP IN REPORT-ONLY MODE
000419*    A RECORD WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.
000420******************************************************************
000421 IDENTIFICATION DIVISION.
000422 PROGRAM-ID.     DAILYRUN.
000423 AUTHOR.         R T MORALES.
000426 INSTALLATION.   MEMBERSHIP SYSTEMS.
000436 DATE-WRITTEN.   2026-08-09.
000446 DATE-COMPILED.
000596     SELECT PARM-CARD-FILE   ASSIGN TO "RUNCARD"
000606         ORGANIZATION IS SEQUENTIAL
000616         FILE STATUS IS DR-PARM-FILE-STATUS.
000618
000620     SELECT JOB-STEP-FILE    ASSIGN TO "JOBSTEP"
000622         ORGANIZATION IS SEQUENTIAL
000624         FILE STATUS IS DR-STEP-FILE-STATUS.
000626 DATA DIVISION.
000636 FILE SECTION.
000646 FD  JOB-LOG-FILE
000946     05  PC-FORCE-RUN               PIC X(01).
000956         88  PC-WANTS-FORCE-RUN              VALUE "Y".
000966     05  FILLER                     PIC X(70).
000967
000968 FD  JOB-STEP-FILE
000969     RECORD CONTAINS 80 CHARACTERS
000970     LABEL RECORDS ARE STANDARD.
000971 01  JOB-STEP-REC.
000972     05  JS-STEP-NAME               PIC X(15).
000973     05  JS-STEP-NAME-R REDEFINES JS-STEP-NAME.
000974         10  JS-COMMENT-MARK        PIC X(01).
000975         10  FILLER                 PIC X(14).
000976     05  JS-RUN-ORDER               PIC 9(03).
000977     05  JS-PREREQ-NAME OCCURS 3 TIMES
000978                                    PIC X(15).
000979     05  JS-MAX-RETURN-CODE         PIC 9(02).
000980     05  JS-REPORT-ONLY-SKIP        PIC X(01).
000981     05  FILLER                     PIC X(14).
000982 
000986 WORKING-STORAGE SECTION.
000996 COPY RUNPARM.
001006 
001146     88  DR-CTL-FILE-NOT-FOUND                VALUE "35".
001156 77  DR-EOF-CTL-SW                  PIC X(01) VALUE 'N'.
001166     88  RUN-CONTROL-EOF                      VALUE 'Y'.
001236 77  DR-CTL-DONE-VALUE              PIC X(01) VALUE 'N'.
001246 77  DR-PARM-FILE-STATUS            PIC X(02) VALUE SPACES.
001256     88  DR-PARM-FILE-OK                      VALUE "00".
001266 77  DR-FORCE-RUN-SW                PIC X(01) VALUE 'N'.
001276     88  DR-FORCE-RUN                         VALUE 'Y'.
001278 77  DR-STEP-FILE-STATUS            PIC X(02) VALUE SPACES.
001280     88  DR-STEP-FILE-OK                      VALUE "00".
001282 77  DR-EOF-STEP-SW                 PIC X(01) VALUE 'N'.
001284     88  JOB-STEP-EOF                         VALUE 'Y'.
001286 77  DR-AGECHECK-RAN-SW             PIC X(01) VALUE 'N'.
001288     88  DR-AGECHECK-RAN                      VALUE 'Y'.
001290 77  DR-STEP-HELD-SW                PIC X(01) VALUE 'N'.
001292     88  DR-STEP-IS-HELD                      VALUE 'Y'.
001294 77  DR-ANY-HELD-SW                 PIC X(01) VALUE 'N'.
001296     88  DR-ANY-STEP-HELD                     VALUE 'Y'.
001298 77  DR-SLOT-FOUND-SW               PIC X(01) VALUE 'N'.
001300     88  DR-SLOT-IS-FOUND                     VALUE 'Y'.
001302
001304 77  DR-STEP-COUNT                  PIC 9(03) COMP VALUE ZERO.
001306 77  DR-STEP-SUB                    PIC 9(03) COMP VALUE ZERO.
001308 77  DR-INSERT-SUB                  PIC 9(03) COMP VALUE ZERO.
001310 77  DR-SHIFT-SUB                   PIC 9(03) COMP VALUE ZERO.
001312 77  DR-FOUND-SUB                   PIC 9(03) COMP VALUE ZERO.
001314 77  DR-PREREQ-SUB                  PIC 9(02) COMP VALUE ZERO.
001316 77  DR-CURRENT-MAX-RC              PIC 9(02) VALUE ZERO.
001318 77  DR-LOOKUP-NAME                 PIC X(15) VALUE SPACES.
001320 77  DR-HELD-BY-NAME                PIC X(15) VALUE SPACES.
001322
001324 01  DR-NEW-STEP.
001326     05  NS-STEP-NAME               PIC X(15).
001328     05  NS-RUN-ORDER               PIC 9(03).
001330     05  NS-PREREQ-NAME OCCURS 3 TIMES
001332                                    PIC X(15).
001334     05  NS-MAX-RETURN-CODE         PIC 9(02).
001336     05  NS-REPORT-ONLY-SKIP        PIC X(01).
001338
001340 01  DR-STEP-TABLE.
001342     05  DR-STEP-ENTRY OCCURS 1 TO 30 TIMES
001344             DEPENDING ON DR-STEP-COUNT
001346             INDEXED BY DR-STP-IDX.
001348         10  JT-STEP-NAME           PIC X(15).
001350         10  JT-RUN-ORDER           PIC 9(03).
001352         10  JT-PREREQ-NAME OCCURS 3 TIMES
001354                                    PIC X(15).
001356         10  JT-MAX-RETURN-CODE     PIC 9(02).
001358         10  JT-REPORT-ONLY-SKIP    PIC X(01).
001360             88  JT-BYPASS-IN-REPORT-ONLY     VALUE "Y".
001362         10  JT-DONE-SW             PIC X(01).
001364             88  JT-STEP-DONE                 VALUE "Y".
001366         10  JT-BYPASSED-SW         PIC X(01).
001368             88  JT-STEP-BYPASSED             VALUE "Y".
001370 
001372 PROCEDURE DIVISION.
001374 0000-MAINLINE.
001376     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001378     PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
001380         VARYING DR-STEP-SUB FROM 1 BY 1
001382         UNTIL DR-STEP-SUB > DR-STEP-COUNT
001384            OR DR-JOB-FAILED.
001386     IF NOT DR-JOB-FAILED AND DR-AGECHECK-RAN
001406         PERFORM 7000-RUN-BALANCING-STEP THRU 7000-EXIT
001416     END-IF.
001426     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001596         OPEN OUTPUT JOB-LOG-FILE
001606     END-IF.
001616     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
001621     PERFORM 1300-LOAD-JOB-STEPS THRU 1300-EXIT.
001626     IF NOT DR-FORCE-RUN
001636         PERFORM 1200-LOAD-RUN-CONTROL THRU 1200-EXIT
001646     END-IF.
002486     ELSE
002496         MOVE 'N' TO DR-CTL-DONE-VALUE
002506     END-IF.
002516     MOVE RC-STEP-NAME TO DR-LOOKUP-NAME.
002526     PERFORM 9800-FIND-STEP THRU 9800-EXIT.
002536     IF DR-FOUND-SUB > ZERO
002546         MOVE DR-CTL-DONE-VALUE TO JT-DONE-SW (DR-FOUND-SUB)
002596     END-IF.
002606 1270-EXIT.
002616     EXIT.
002626 
002628******************************************************************
002630*    1300-LOAD-JOB-STEPS - LOAD THE NIGHT'S STEP LIST FROM THE
002632*    JOB-STEP CONTROL FILE INTO THE STEP TABLE IN RUN ORDER.  A
002634*    MISSING OR EMPTY FILE FALLS BACK TO THE BUILT-IN NIGHTLY
002636*    STEP LIST, THE SAME WAY AGECHECK FALLS BACK TO ITS
002638*    BUILT-IN DEFAULT BANDS.
002640******************************************************************
002642 1300-LOAD-JOB-STEPS.
002644     MOVE ZERO TO DR-STEP-COUNT.
002646     OPEN INPUT JOB-STEP-FILE.
002648     IF DR-STEP-FILE-OK
002650         PERFORM 1350-LOAD-ONE-STEP THRU 1350-EXIT
002652             UNTIL JOB-STEP-EOF
002654         CLOSE JOB-STEP-FILE
002656     END-IF.
002658     IF DR-STEP-COUNT = ZERO
002660         MOVE "NO JOB-STEP CONTROL FILE - BUILT-IN STEP LIST USED"
002662             TO DR-BAL-LINE
002664         PERFORM 9100-WRITE-LOG-TEXT THRU 9100-EXIT
002666         PERFORM 1500-LOAD-DEFAULT-STEPS THRU 1500-EXIT
002668     END-IF.
002670 1300-EXIT.
002672     EXIT.
002674
002676 1350-LOAD-ONE-STEP.
002678     READ JOB-STEP-FILE
002680         AT END
002682             SET JOB-STEP-EOF TO TRUE
002684         NOT AT END
002686             PERFORM 1360-EDIT-STEP-RECORD THRU 1360-EXIT
002688     END-READ.
002690 1350-EXIT.
002692     EXIT.
002694
002696******************************************************************
002698*    1360-EDIT-STEP-RECORD - EDIT ONE JOB-STEP CONTROL RECORD.
002700*    COMMENTS AND BLANK RECORDS ARE PASSED OVER; A RECORD WITH
002702*    NO USABLE RUN ORDER IS NOTED ON THE JOB LOG AND IGNORED.
002704*    A BLANK OR NON-NUMERIC RETURN-CODE LIMIT DEFAULTS TO 4.
002706******************************************************************
002708 1360-EDIT-STEP-RECORD.
002710     IF JS-STEP-NAME = SPACES OR JS-COMMENT-MARK = "*"
002712         GO TO 1360-EXIT
002714     END-IF.
002716     IF JS-RUN-ORDER NOT NUMERIC
002718         MOVE SPACES TO DR-BAL-LINE
002720         STRING "JOB-STEP IGNORED - BAD RUN ORDER: " JS-STEP-NAME
002722             DELIMITED BY SIZE INTO DR-BAL-LINE
002724         PERFORM 9100-WRITE-LOG-TEXT THRU 9100-EXIT
002726         GO TO 1360-EXIT
002728     END-IF.
002730     MOVE SPACES               TO DR-NEW-STEP.
002732     MOVE JS-STEP-NAME         TO NS-STEP-NAME.
002734     MOVE JS-RUN-ORDER         TO NS-RUN-ORDER.
002736     MOVE JS-PREREQ-NAME (1)   TO NS-PREREQ-NAME (1).
002738     MOVE JS-PREREQ-NAME (2)   TO NS-PREREQ-NAME (2).
002740     MOVE JS-PREREQ-NAME (3)   TO NS-PREREQ-NAME (3).
002742     IF JS-MAX-RETURN-CODE NUMERIC
002744         MOVE JS-MAX-RETURN-CODE TO NS-MAX-RETURN-CODE
002746     ELSE
002748         MOVE 4 TO NS-MAX-RETURN-CODE
002750     END-IF.
002752     IF JS-REPORT-ONLY-SKIP = "Y"
002754         MOVE "Y" TO NS-REPORT-ONLY-SKIP
002756     ELSE
002758         MOVE "N" TO NS-REPORT-ONLY-SKIP
002760     END-IF.
002762     PERFORM 1400-ADD-STEP THRU 1400-EXIT.
002764 1360-EXIT.
002766     EXIT.
002768
002770******************************************************************
002772*    1400-ADD-STEP - INSERT THE STEP STAGED IN DR-NEW-STEP INTO
002774*    THE STEP TABLE, KEEPING THE TABLE IN RUN ORDER (STEPS WITH
002776*    EQUAL RUN ORDER KEEP THEIR FILE ORDER).  A STEP NAMED TWICE
002778*    OR BEYOND THE TABLE LIMIT IS NOTED ON THE JOB LOG AND
002780*    IGNORED.
002782******************************************************************
002784 1400-ADD-STEP.
002786     MOVE NS-STEP-NAME TO DR-LOOKUP-NAME.
002788     PERFORM 9800-FIND-STEP THRU 9800-EXIT.
002790     IF DR-FOUND-SUB > ZERO
002792         MOVE SPACES TO DR-BAL-LINE
002794         STRING "JOB-STEP IGNORED - NAMED TWICE: " NS-STEP-NAME
002796             DELIMITED BY SIZE INTO DR-BAL-LINE
002798         PERFORM 9100-WRITE-LOG-TEXT THRU 9100-EXIT
002800         GO TO 1400-EXIT
002802     END-IF.
002804     IF DR-STEP-COUNT NOT < 30
002806         MOVE SPACES TO DR-BAL-LINE
002808         STRING "JOB-STEP IGNORED - OVER 30 STEPS: " NS-STEP-NAME
002810             DELIMITED BY SIZE INTO DR-BAL-LINE
002812         PERFORM 9100-WRITE-LOG-TEXT THRU 9100-EXIT
002814         GO TO 1400-EXIT
002816     END-IF.
002818     ADD 1 TO DR-STEP-COUNT.
002820     MOVE DR-STEP-COUNT TO DR-INSERT-SUB.
002822     MOVE 'N' TO DR-SLOT-FOUND-SW.
002824     PERFORM 1450-OPEN-ONE-SLOT THRU 1450-EXIT
002826         UNTIL DR-SLOT-IS-FOUND.
002828     MOVE NS-STEP-NAME       TO JT-STEP-NAME (DR-INSERT-SUB).
002830     MOVE NS-RUN-ORDER       TO JT-RUN-ORDER (DR-INSERT-SUB).
002832     MOVE NS-PREREQ-NAME (1) TO JT-PREREQ-NAME (DR-INSERT-SUB, 1).
002834     MOVE NS-PREREQ-NAME (2) TO JT-PREREQ-NAME (DR-INSERT-SUB, 2).
002836     MOVE NS-PREREQ-NAME (3) TO JT-PREREQ-NAME (DR-INSERT-SUB, 3).
002838     MOVE NS-MAX-RETURN-CODE
002839         TO JT-MAX-RETURN-CODE (DR-INSERT-SUB).
002840     MOVE NS-REPORT-ONLY-SKIP
002842         TO JT-REPORT-ONLY-SKIP (DR-INSERT-SUB).
002844     MOVE 'N' TO JT-DONE-SW (DR-INSERT-SUB).
002846     MOVE 'N' TO JT-BYPASSED-SW (DR-INSERT-SUB).
002848 1400-EXIT.
002850     EXIT.
002852
002854 1450-OPEN-ONE-SLOT.
002856     IF DR-INSERT-SUB = 1
002858         SET DR-SLOT-IS-FOUND TO TRUE
002860         GO TO 1450-EXIT
002862     END-IF.
002864     COMPUTE DR-SHIFT-SUB = DR-INSERT-SUB - 1.
002866     IF JT-RUN-ORDER (DR-SHIFT-SUB) NOT > NS-RUN-ORDER
002868         SET DR-SLOT-IS-FOUND TO TRUE
002870         GO TO 1450-EXIT
002872     END-IF.
002874     MOVE DR-STEP-ENTRY (DR-SHIFT-SUB)
002876         TO DR-STEP-ENTRY (DR-INSERT-SUB).
002878     MOVE DR-SHIFT-SUB TO DR-INSERT-SUB.
002880 1450-EXIT.
002882     EXIT.
002884
002886******************************************************************
002888*    1500-LOAD-DEFAULT-STEPS - FALLBACK STEP LIST USED ONLY WHEN
002890*    THE JOB-STEP CONTROL FILE IS MISSING OR EMPTY: THE FULL
002892*    NIGHTLY CHAIN FROM THE BRANCH MERGE, MASTER AND ADDRESS
002894*    MAINTENANCE THROUGH THE LETTERS,
002896*    FOLLOWED BY THE TRANSACTION SUM-CALCULATION, ITS PERIOD
002898*    REPORT AND THE BILLING ACKNOWLEDGEMENT INTAKE FOR ITS
002900*    SUMOUT FEED.
002902******************************************************************
002904 1500-LOAD-DEFAULT-STEPS.
002906     MOVE SPACES       TO DR-NEW-STEP.
002908     MOVE "BRMERGE"    TO NS-STEP-NAME.
002910     MOVE 10           TO NS-RUN-ORDER.
002912     MOVE 4            TO NS-MAX-RETURN-CODE.
002914     MOVE "Y"          TO NS-REPORT-ONLY-SKIP.
002916     PERFORM 1400-ADD-STEP THRU 1400-EXIT.
002918
002920     MOVE SPACES       TO DR-NEW-STEP.
002922     MOVE "AGEROLL"    TO NS-STEP-NAME.
002924     MOVE 20           TO NS-RUN-ORDER.
002926     MOVE 4            TO NS-MAX-RETURN-CODE.
002928     MOVE "Y"          TO NS-REPORT-ONLY-SKIP.
002930     PERFORM 1400-ADD-STEP THRU 1400-EXIT.
002932
002934     MOVE SPACES       TO DR-NEW-STEP.
002936     MOVE "CUSTMNT"    TO NS-STEP-NAME.
002938     MOVE 30           TO NS-RUN-ORDER.
002940     MOVE "BRMERGE"    TO NS-PREREQ-NAME (1).
002942     MOVE "AGEROLL"    TO NS-PREREQ-NAME (2).
002944     MOVE 4            TO NS-MAX-RETURN-CODE.
002946     MOVE "Y"          TO NS-REPORT-ONLY-SKIP.
002948     PERFORM 1400-ADD-STEP THRU 1400-EXIT.
002950
002952     MOVE SPACES       TO DR-NEW-STEP.
002954     MOVE "ADRMNT"     TO NS-STEP-NAME.
002956     MOVE 35           TO NS-RUN-ORDER.
002958     MOVE "CUSTMNT"    TO NS-PREREQ-NAME (1).
002960     MOVE 4            TO NS-MAX-RETURN-CODE.
002962     MOVE "Y"          TO NS-REPORT-ONLY-SKIP.
002964     PERFORM 1400-ADD-STEP THRU 1400-EXIT.
002966
002968     MOVE SPACES       TO DR-NEW-STEP.
002970     MOVE "AGEBANDV"   TO NS-STEP-NAME.
002972     MOVE 40           TO NS-RUN-ORDER.
002974     MOVE 4            TO NS-MAX-RETURN-CODE.
002976     MOVE "N"          TO NS-REPORT-ONLY-SKIP.
002978     PERFORM 1400-ADD-STEP THRU 1400-EXIT.
002980
002982     MOVE SPACES       TO DR-NEW-STEP.
002984     MOVE "AGECHECK"   TO NS-STEP-NAME.
002986     MOVE 50           TO NS-RUN-ORDER.
002988     MOVE "AGEBANDV"   TO NS-PREREQ-NAME (1).
002990     MOVE "CUSTMNT"    TO NS-PREREQ-NAME (2).
002992     MOVE 4            TO NS-MAX-RETURN-CODE.
002994     MOVE "N"          TO NS-REPORT-ONLY-SKIP.
002996     PERFORM 1400-ADD-STEP THRU 1400-EXIT.
002998
003000     MOVE SPACES       TO DR-NEW-STEP.
003002     MOVE "AGESUSP"    TO NS-STEP-NAME.
003004     MOVE 60           TO NS-RUN-ORDER.
003006     MOVE "AGECHECK"   TO NS-PREREQ-NAME (1).
003008     MOVE 4            TO NS-MAX-RETURN-CODE.
003010     MOVE "Y"          TO NS-REPORT-ONLY-SKIP.
003012     PERFORM 1400-ADD-STEP THRU 1400-EXIT.
003014
003016     MOVE SPACES       TO DR-NEW-STEP.
003018     MOVE "ELIGCHK"    TO NS-STEP-NAME.
003020     MOVE 70           TO NS-RUN-ORDER.
003022     MOVE "AGECHECK"   TO NS-PREREQ-NAME (1).
003024     MOVE 4            TO NS-MAX-RETURN-CODE.
003026     MOVE "N"          TO NS-REPORT-ONLY-SKIP.
003028     PERFORM 1400-ADD-STEP THRU 1400-EXIT.
003030
003032     MOVE SPACES       TO DR-NEW-STEP.
003034     MOVE "ELIGDIFF"   TO NS-STEP-NAME.
003036     MOVE 75           TO NS-RUN-ORDER.
003038     MOVE "ELIGCHK"    TO NS-PREREQ-NAME (1).
003040     MOVE 4            TO NS-MAX-RETURN-CODE.
003042     MOVE "N"          TO NS-REPORT-ONLY-SKIP.
003044     PERFORM 1400-ADD-STEP THRU 1400-EXIT.
003046
003048     MOVE SPACES       TO DR-NEW-STEP.
003050     MOVE "BANDLTR"    TO NS-STEP-NAME.
003052     MOVE 80           TO NS-RUN-ORDER.
003054     MOVE "AGECHECK"   TO NS-PREREQ-NAME (1).
003056     MOVE "ADRMNT"     TO NS-PREREQ-NAME (2).
003058     MOVE 4            TO NS-MAX-RETURN-CODE.
003060     MOVE "Y"          TO NS-REPORT-ONLY-SKIP.
003062     PERFORM 1400-ADD-STEP THRU 1400-EXIT.
003064
003066     MOVE SPACES       TO DR-NEW-STEP.
003068     MOVE "SUM-CALCULATION" TO NS-STEP-NAME.
003070     MOVE 90           TO NS-RUN-ORDER.
003072     MOVE 4            TO NS-MAX-RETURN-CODE.
003074     MOVE "N"          TO NS-REPORT-ONLY-SKIP.
003076     PERFORM 1400-ADD-STEP THRU 1400-EXIT.
003078
003080     MOVE SPACES       TO DR-NEW-STEP.
003082     MOVE "SUMPER"     TO NS-STEP-NAME.
003084     MOVE 92           TO NS-RUN-ORDER.
003086     MOVE "SUM-CALCULATION" TO NS-PREREQ-NAME (1).
003088     MOVE 4            TO NS-MAX-RETURN-CODE.
003090     MOVE "N"          TO NS-REPORT-ONLY-SKIP.
003092     PERFORM 1400-ADD-STEP THRU 1400-EXIT.
003094
003096     MOVE SPACES       TO DR-NEW-STEP.
003098     MOVE "SUMACK"     TO NS-STEP-NAME.
003100     MOVE 95           TO NS-RUN-ORDER.
003102     MOVE "SUM-CALCULATION" TO NS-PREREQ-NAME (1).
003104     MOVE 4            TO NS-MAX-RETURN-CODE.
003106     MOVE "Y"          TO NS-REPORT-ONLY-SKIP.
003108     PERFORM 1400-ADD-STEP THRU 1400-EXIT.
003110 1500-EXIT.
003112     EXIT.
003114
003116******************************************************************
003118*    2000-RUN-ONE-STEP - RUN THE NEXT STEP IN THE TABLE.  A STEP
003120*    ALREADY COMPLETED FOR THIS RUN DATE IS SKIPPED FOR RESTART,
003122*    A STEP FLAGGED FOR IT IS BYPASSED IN REPORT-ONLY MODE, AND
003124*    A STEP WHOSE PREREQUISITES HAVE NOT COMPLETED IS HELD.
003126*    OTHERWISE THE STEP'S PROGRAM IS CALLED BY NAME AND ITS
003128*    RETURN CODE IS LOGGED AND RECORDED.
003130******************************************************************
003132 2000-RUN-ONE-STEP.
003134     MOVE JT-STEP-NAME (DR-STEP-SUB)
003135         TO DR-CURRENT-STEP-NAME.
003136     MOVE JT-MAX-RETURN-CODE (DR-STEP-SUB)
003137         TO DR-CURRENT-MAX-RC.
003138     IF JT-STEP-DONE (DR-STEP-SUB)
003140         PERFORM 9700-LOG-SKIPPED-STEP THRU 9700-EXIT
003142         GO TO 2000-EXIT
003144     END-IF.
003146     IF DL-REPORT-ONLY-MODE
003148      AND JT-BYPASS-IN-REPORT-ONLY (DR-STEP-SUB)
003150         SET JT-STEP-BYPASSED (DR-STEP-SUB) TO TRUE
003152         PERFORM 9720-LOG-BYPASSED-STEP THRU 9720-EXIT
003154         GO TO 2000-EXIT
003156     END-IF.
003158     PERFORM 2100-CHECK-PREREQUISITES THRU 2100-EXIT.
003160     IF DR-STEP-IS-HELD
003162         PERFORM 9740-LOG-HELD-STEP THRU 9740-EXIT
003164         GO TO 2000-EXIT
003166     END-IF.
003168
003170     MOVE "START"      TO DR-CURRENT-EVENT.
003172     MOVE SPACES       TO DR-CURRENT-STATUS.
003174     MOVE ZERO         TO DL-STEP-RETURN-CODE.
003176     PERFORM 9000-WRITE-LOG-RECORD THRU 9000-EXIT.
003178     IF DR-CURRENT-STEP-NAME = "AGECHECK"
003180         SET DR-AGECHECK-RAN TO TRUE
003182     END-IF.
003184
003186     CALL DR-CURRENT-STEP-NAME USING DL-RUN-PARAMETERS
003188         ON EXCEPTION
003190             MOVE 16 TO DL-STEP-RETURN-CODE
003192             MOVE SPACES TO DR-BAL-LINE
003194             STRING "PROGRAM NOT FOUND FOR STEP "
003196                 DR-CURRENT-STEP-NAME
003198                 DELIMITED BY SIZE INTO DR-BAL-LINE
003200             PERFORM 9100-WRITE-LOG-TEXT THRU 9100-EXIT
003202     END-CALL.
003204
003206     MOVE "END"        TO DR-CURRENT-EVENT.
003208     PERFORM 9500-SET-STEP-STATUS THRU 9500-EXIT.
003210     PERFORM 9000-WRITE-LOG-RECORD THRU 9000-EXIT.
003212     PERFORM 9600-RECORD-STEP-RESULT THRU 9600-EXIT.
003214     IF NOT DR-JOB-FAILED
003216         SET JT-STEP-DONE (DR-STEP-SUB) TO TRUE
003218     END-IF.
003220 2000-EXIT.
003222     EXIT.
003224
003226******************************************************************
003228*    2100-CHECK-PREREQUISITES - A STEP MAY RUN ONLY WHEN EVERY
003230*    PREREQUISITE IT NAMES HAS COMPLETED (TONIGHT OR EARLIER ON
003232*    THIS RUN DATE) OR WAS BYPASSED FOR REPORT-ONLY MODE.  A
003234*    PREREQUISITE THAT IS NOT IN THE STEP LIST AT ALL HOLDS THE
003236*    STEP TOO, SO A MIS-KEYED CONTROL RECORD CANNOT LET A STEP
003238*    RUN AHEAD OF ITS INPUT.
003240******************************************************************
003242 2100-CHECK-PREREQUISITES.
003244     MOVE 'N' TO DR-STEP-HELD-SW.
003246     PERFORM 2150-CHECK-ONE-PREREQ THRU 2150-EXIT
003248         VARYING DR-PREREQ-SUB FROM 1 BY 1
003250         UNTIL DR-PREREQ-SUB > 3
003252            OR DR-STEP-IS-HELD.
003254 2100-EXIT.
003256     EXIT.
003258
003260 2150-CHECK-ONE-PREREQ.
003262     IF JT-PREREQ-NAME (DR-STEP-SUB, DR-PREREQ-SUB) = SPACES
003264         GO TO 2150-EXIT
003266     END-IF.
003268     MOVE JT-PREREQ-NAME (DR-STEP-SUB, DR-PREREQ-SUB)
003270         TO DR-LOOKUP-NAME.
003272     PERFORM 9800-FIND-STEP THRU 9800-EXIT.
003274     IF DR-FOUND-SUB = ZERO
003276         SET DR-STEP-IS-HELD TO TRUE
003278     ELSE
003280         IF NOT JT-STEP-DONE (DR-FOUND-SUB)
003282          AND NOT JT-STEP-BYPASSED (DR-FOUND-SUB)
003284             SET DR-STEP-IS-HELD TO TRUE
003286         END-IF
003288     END-IF.
003290     IF DR-STEP-IS-HELD
003292         MOVE DR-LOOKUP-NAME TO DR-HELD-BY-NAME
003294     END-IF.
003296 2150-EXIT.
003298     EXIT.
003300
003356******************************************************************
003366*    7000-RUN-BALANCING-STEP - END-OF-JOB BALANCING.  THE COUNTS
003376*    AGECHECK PASSED BACK MUST PROVE THAT EVERY RECORD READ WAS
003416******************************************************************
003426 7000-RUN-BALANCING-STEP.
003436     MOVE "BALANCING"  TO DR-CURRENT-STEP-NAME.
003441     MOVE 4            TO DR-CURRENT-MAX-RC.
003446     MOVE "START"      TO DR-CURRENT-EVENT.
003456     MOVE SPACES       TO DR-CURRENT-STATUS.
003466     MOVE ZERO         TO DL-STEP-RETURN-CODE.
003956     EXIT.
003966
003976******************************************************************
003986*    8000-TERMINATE - CLOSE THE JOB LOG.  THE JOB ENDS WITH
003989*    RETURN CODE 8 WHEN A STEP FAILED, 4 WHEN A STEP WAS HELD
003992*    FOR AN INCOMPLETE PREREQUISITE, OTHERWISE ZERO.
003996******************************************************************
004006 8000-TERMINATE.
004016     CLOSE JOB-LOG-FILE
004026     CLOSE RUN-CONTROL-FILE.
004036     IF DR-JOB-FAILED
004046         MOVE 8 TO RETURN-CODE
004047     ELSE
004048         IF DR-ANY-STEP-HELD
004049             MOVE 4 TO RETURN-CODE
004050         ELSE
004051             MOVE 0 TO RETURN-CODE
004052         END-IF
004056     END-IF.
004066 8000-EXIT.
004076     EXIT.
004336
004346******************************************************************
004356*    9500-SET-STEP-STATUS - TRANSLATE A STEP'S RETURN CODE INTO
004366*    THE LOGGED STATUS.  A RETURN CODE ABOVE THE STEP'S
004371*    TOLERATED LIMIT FAILS THE WHOLE JOB SO THE REMAINING STEPS
004376*    ARE SKIPPED.
004386******************************************************************
004396 9500-SET-STEP-STATUS.
004406     IF DL-STEP-RETURN-CODE = ZERO
004416         MOVE "COMPLETE"  TO DR-CURRENT-STATUS
004426     ELSE
004436         IF DL-STEP-RETURN-CODE > DR-CURRENT-MAX-RC
004446             MOVE "FAILED"  TO DR-CURRENT-STATUS
004456             SET DR-JOB-FAILED TO TRUE
004466         ELSE
004996     PERFORM 9000-WRITE-LOG-RECORD THRU 9000-EXIT.
005006 9700-EXIT.
005016     EXIT.
005026
005036******************************************************************
005046*    9720-LOG-BYPASSED-STEP - NOTE ON THE JOB LOG THAT A STEP
005056*    WAS BYPASSED BECAUSE ITS CONTROL RECORD EXCLUDES IT FROM
005066*    REPORT-ONLY RUNS.
005076******************************************************************
005086 9720-LOG-BYPASSED-STEP.
005096     MOVE "SKIP"       TO DR-CURRENT-EVENT.
005106     MOVE "RPT-ONLY"   TO DR-CURRENT-STATUS.
005116     MOVE ZERO         TO DL-STEP-RETURN-CODE.
005126     PERFORM 9000-WRITE-LOG-RECORD THRU 9000-EXIT.
005136 9720-EXIT.
005146     EXIT.
005156
005166******************************************************************
005176*    9740-LOG-HELD-STEP - NOTE ON THE JOB LOG THAT A STEP WAS
005186*    HELD, AND WHICH PREREQUISITE HELD IT.  NOTHING IS WRITTEN
005196*    TO THE RUN-CONTROL FILE, SO THE RERUN PICKS THE STEP UP.
005206******************************************************************
005216 9740-LOG-HELD-STEP.
005226     SET DR-ANY-STEP-HELD TO TRUE.
005236     MOVE "SKIP"       TO DR-CURRENT-EVENT.
005246     MOVE "HELD"       TO DR-CURRENT-STATUS.
005256     MOVE ZERO         TO DL-STEP-RETURN-CODE.
005266     PERFORM 9000-WRITE-LOG-RECORD THRU 9000-EXIT.
005276     MOVE SPACES TO DR-BAL-LINE.
005286     STRING "  PREREQUISITE NOT COMPLETE: " DR-HELD-BY-NAME
005296         DELIMITED BY SIZE INTO DR-BAL-LINE.
005306     PERFORM 9100-WRITE-LOG-TEXT THRU 9100-EXIT.
005316 9740-EXIT.
005326     EXIT.
005336
005346******************************************************************
005356*    9800-FIND-STEP - LOCATE THE STEP NAMED IN DR-LOOKUP-NAME IN
005366*    THE STEP TABLE.  LEAVES DR-FOUND-SUB POINTING AT THE ENTRY,
005376*    OR ZERO WHEN THE STEP IS NOT IN THE TABLE.
005386******************************************************************
005396 9800-FIND-STEP.
005406     MOVE ZERO TO DR-FOUND-SUB.
005416     IF DR-STEP-COUNT = ZERO
005426         GO TO 9800-EXIT
005436     END-IF.
005446     SET DR-STP-IDX TO 1.
005456     SEARCH DR-STEP-ENTRY
005466         AT END
005476             CONTINUE
005486         WHEN JT-STEP-NAME (DR-STP-IDX) = DR-LOOKUP-NAME
005496             SET DR-FOUND-SUB TO DR-STP-IDX
005506     END-SEARCH.
005516 9800-EXIT.
005526     EXIT.
