000210*    ------------------------------------------------------------
000220*    2026-09-03  RTM  ORIGINAL - NIGHTLY AGE ROLL AND REGISTER
000230*                      AGAINST THE INDEXED CUSTOMER MASTER.
000231*    2026-10-15  RTM  NOW RUNS AS A DAILYRUN JOB STEP: TAKES THE
000232*                      SHARED RUN-PARAMETER BLOCK (OPTIONAL, SO
000233*                      THE PROGRAM STILL RUNS STANDALONE), ROLLS
000234*                      AGES AS AT THE JOB'S RUN DATE AND PASSES
000235*                      BACK THE STEP RETURN CODE (4 WHEN ANY
000236*                      DATE OF BIRTH WAS UNUSABLE, 16 WHEN THE
000237*                      MASTER CANNOT BE OPENED).
000238*    2026-10-15  RTM  EVERY AGE ROLLED NOW APPENDS A BEFORE/AFTER-
000239*                      IMAGE RECORD TO THE CUSTJNL UPDATE JOURNAL,
000240*                      STAMPED WITH THE RUN DATE AND PROGRAM, SO
000241*                      CUSTBKO CAN BACK A NIGHT OUT.  NO AGES ARE
000242*                      ROLLED WHEN THE JOURNAL CANNOT BE OPENED.
000243*    2026-10-15  RTM  JOURNAL RECORD NOW 140 BYTES; REVERSES-DATE
000244*                      IS WRITTEN AS ZERO.
000245*    2026-10-15  RTM  A FAILED JOURNAL WRITE IS REPORTED AND
000246*                      GIVES RETURN CODE 4.
000247******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.     AGEROLL.
000270 AUTHOR.         R T MORALES.
000420
000430     SELECT REGISTER-FILE    ASSIGN TO "ROLLREG"
000440         ORGANIZATION IS SEQUENTIAL.
000442
000444     SELECT JOURNAL-FILE     ASSIGN TO "CUSTJNL"
000446         ORGANIZATION IS SEQUENTIAL
000448         FILE STATUS IS AR-JNL-FILE-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CUSTOMER-MASTER
000620     LABEL RECORDS ARE STANDARD.
000630 01  REGISTER-REC                 PIC X(80).
000640
000641 FD  JOURNAL-FILE
000642     RECORD CONTAINS 140 CHARACTERS
000643     LABEL RECORDS ARE STANDARD.
000644 COPY CUSTJRN.
000645
000650 WORKING-STORAGE SECTION.
000660 77  AR-EOF-MASTER-SW             PIC X(01) VALUE 'N'.
000670     88  MASTER-EOF                          VALUE 'Y'.
000720 77  AR-MST-FILE-STATUS           PIC X(02) VALUE SPACES.
000730     88  AR-MST-FILE-OK                      VALUE "00".
000740     88  AR-MST-FILE-NOT-FOUND               VALUE "35".
000742 77  AR-JNL-FILE-STATUS           PIC X(02) VALUE SPACES.
000744     88  AR-JNL-FILE-OK                      VALUE "00".
000746     88  AR-JNL-FILE-NOT-FOUND               VALUE "35".
000750
000760 77  AR-READ-COUNT                PIC 9(06) COMP VALUE ZERO.
000770 77  AR-ROLLED-COUNT              PIC 9(06) COMP VALUE ZERO.
000780 77  AR-UNUSABLE-COUNT            PIC 9(06) COMP VALUE ZERO.
000790 77  AR-UNCHANGED-COUNT           PIC 9(06) COMP VALUE ZERO.
000793 77  AR-JOURNAL-COUNT             PIC 9(06) COMP VALUE ZERO.
000796 77  AR-JOURNAL-FAILED-COUNT      PIC 9(06) COMP VALUE ZERO.
000800
000810 77  AR-COMPUTED-AGE              PIC 9(03) VALUE ZERO.
000820 77  AR-OLD-AGE                   PIC 9(02) VALUE ZERO.
000825 77  AR-BEFORE-IMAGE              PIC X(50) VALUE SPACES.
000830
000840 01  AR-RUN-DATE-FIELDS.
000850     05  AR-RUN-DATE               PIC 9(08) VALUE ZERO.
001200
001210 01  AR-COUNT-EDIT                PIC ZZZ,ZZ9.
001220
001224 LINKAGE SECTION.
001228 COPY RUNPARM.
001232
001236 PROCEDURE DIVISION USING OPTIONAL DL-RUN-PARAMETERS.
001240 0000-MAINLINE.
001250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001260     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
001320*    1000-INITIALIZE - ESTABLISH THE RUN DATE, OPEN THE MASTER
001330*    FOR UPDATE AND THE REGISTER, PRINT THE HEADINGS AND PRIME
001340*    THE READ-AHEAD LOOP.  A MASTER THAT CANNOT BE OPENED FOR
001346*    UPDATE IS FATAL - NO AGES ARE ROLLED AGAINST IT - AND SO IS
001352*    AN UPDATE JOURNAL THAT CANNOT BE OPENED TO ADD TO.
001360******************************************************************
001370 1000-INITIALIZE.
001373     IF ADDRESS OF DL-RUN-PARAMETERS = NULL
001376         ACCEPT AR-RUN-DATE FROM DATE YYYYMMDD
001379     ELSE
001382         MOVE DL-RUN-DATE TO AR-RUN-DATE
001385     END-IF.
001390
001400     OPEN OUTPUT REGISTER-FILE.
001410     MOVE AR-RUN-DATE TO RH-RUN-DATE.
001540         WRITE REGISTER-REC
001550         CLOSE REGISTER-FILE
001560         MOVE 16 TO RETURN-CODE
001561         IF ADDRESS OF DL-RUN-PARAMETERS NOT = NULL
001562             MOVE 16 TO DL-STEP-RETURN-CODE
001563         END-IF
001564         GOBACK
001565     END-IF.
001566
001567     OPEN EXTEND JOURNAL-FILE.
001568     IF AR-JNL-FILE-NOT-FOUND
001569         OPEN OUTPUT JOURNAL-FILE
001570     END-IF.
001571     IF NOT AR-JNL-FILE-OK
001572         DISPLAY "AGEROLL - CANNOT OPEN UPDATE JOURNAL, STATUS "
001573             AR-JNL-FILE-STATUS
001574         MOVE "** JOURNAL COULD NOT BE OPENED - NO AGES ROLLED **"
001575             TO AR-SUMMARY-LINE
001576         MOVE AR-SUMMARY-LINE TO REGISTER-REC
001577         WRITE REGISTER-REC
001578         CLOSE REGISTER-FILE
001579         CLOSE CUSTOMER-MASTER
001580         MOVE 16 TO RETURN-CODE
001581         IF ADDRESS OF DL-RUN-PARAMETERS NOT = NULL
001582             MOVE 16 TO DL-STEP-RETURN-CODE
001583         END-IF
001584         GOBACK
001585     END-IF.
001590
001600     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001610 1000-EXIT.
002400     ELSE
002410         MOVE ZERO TO AR-OLD-AGE
002420     END-IF.
002425     MOVE MASTER-REC TO AR-BEFORE-IMAGE.
002430     MOVE AR-COMPUTED-AGE TO MST-CUST-AGE.
002440     REWRITE MASTER-REC.
002450     IF AR-MST-FILE-OK
002460         ADD 1 TO AR-ROLLED-COUNT
002465         PERFORM 4100-WRITE-JOURNAL THRU 4100-EXIT
002470         PERFORM 5000-WRITE-ROLLED-LINE THRU 5000-EXIT
002480     ELSE
002490         DISPLAY "AGEROLL - MASTER REWRITE FAILED, STATUS "
002500             AR-MST-FILE-STATUS " CUSTOMER " MST-CUST-ID
002510     END-IF.
002520 4000-EXIT.
002521     EXIT.
002522
002523******************************************************************
002524*    4100-WRITE-JOURNAL - APPEND THE BEFORE/AFTER IMAGES OF ONE
002525*    ROLLED CUSTOMER TO THE MASTER UPDATE JOURNAL.  A FAILED
002526*    WRITE LEAVES THE AGE ROLLED BUT NOT JOURNALLED, SO IT IS
002527*    COUNTED AND REPORTED.
002528******************************************************************
002529 4100-WRITE-JOURNAL.
002530     MOVE SPACES          TO JOURNAL-REC.
002531     MOVE AR-RUN-DATE     TO JR-RUN-DATE.
002532     MOVE ZERO            TO JR-REVERSES-DATE.
002533     MOVE "AGEROLL"       TO JR-PROGRAM.
002534     SET JR-ACTION-AGE-ROLL TO TRUE.
002535     MOVE MST-CUST-ID     TO JR-CUST-ID.
002536     MOVE AR-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
002537     MOVE MASTER-REC      TO JR-AFTER-IMAGE.
002538     WRITE JOURNAL-REC.
002539     IF AR-JNL-FILE-OK
002540         ADD 1 TO AR-JOURNAL-COUNT
002541     ELSE
002542         DISPLAY "AGEROLL - JOURNAL WRITE FAILED, STATUS "
002543             AR-JNL-FILE-STATUS " CUSTOMER " MST-CUST-ID
002544         ADD 1 TO AR-JOURNAL-FAILED-COUNT
002545     END-IF.
002546 4100-EXIT.
002547     EXIT.
002548
002550******************************************************************
002560*    5000-WRITE-ROLLED-LINE - PRINT ONE REGISTER LINE FOR A
002570*    CUSTOMER WHOSE STORED AGE WAS ROLLED TO MATCH THE DOB.
003200         DELIMITED BY SIZE INTO AR-SUMMARY-LINE.
003210     MOVE AR-SUMMARY-LINE TO REGISTER-REC.
003220     WRITE REGISTER-REC.
003221
003222     MOVE AR-JOURNAL-COUNT TO AR-COUNT-EDIT.
003223     MOVE SPACES TO AR-SUMMARY-LINE.
003224     STRING "JOURNAL RECORDS WRITTEN : " AR-COUNT-EDIT
003225         DELIMITED BY SIZE INTO AR-SUMMARY-LINE.
003226     MOVE AR-SUMMARY-LINE TO REGISTER-REC.
003227     WRITE REGISTER-REC.
003230
003231     IF AR-JOURNAL-FAILED-COUNT > ZERO
003232         MOVE AR-JOURNAL-FAILED-COUNT TO AR-COUNT-EDIT
003233         MOVE SPACES TO AR-SUMMARY-LINE
003234         STRING "** JOURNAL WRITES FAILED : " AR-COUNT-EDIT " **"
003235             DELIMITED BY SIZE INTO AR-SUMMARY-LINE
003236         MOVE AR-SUMMARY-LINE TO REGISTER-REC
003237         WRITE REGISTER-REC
003238         MOVE 4 TO RETURN-CODE
003239     END-IF.
003240     CLOSE CUSTOMER-MASTER
003245     CLOSE JOURNAL-FILE
003250     CLOSE REGISTER-FILE.
003251
003252     IF ADDRESS OF DL-RUN-PARAMETERS NOT = NULL
003253         IF AR-UNUSABLE-COUNT > ZERO
003254          OR AR-JOURNAL-FAILED-COUNT > ZERO
003255             MOVE 4 TO DL-STEP-RETURN-CODE
003256         ELSE
003257             MOVE 0 TO DL-STEP-RETURN-CODE
003258         END-IF
003259     END-IF.
003260 8000-EXIT.
003270     EXIT.
