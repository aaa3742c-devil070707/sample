000010******************************************************************
000020*    PROGRAM-ID.  SUMACK
000030*
000040*    BILLING ACKNOWLEDGEMENT INTAKE AND RECONCILIATION FOR THE
000050*    SUMOUT FEED.  SUM-CALCULATION SENDS SUMOUT TO BILLING EACH
000060*    NIGHT; BILLING RETURNS AN ACKNOWLEDGEMENT FILE (BILLACK)
000070*    WITH ONE RECORD PER TRANSACTION IT LOADED (A) OR REFUSED
000080*    (R).  THIS PROGRAM KEEPS EVERY TRANSACTION WE HAVE SENT
000090*    UNTIL BILLING ANSWERS FOR IT:
000100*
000110*      - TONIGHT'S SUMOUT IS BALANCED TO ITS OWN TRAILER AND
000120*        TAKEN IN AS A NEW FEED, EVERY TRANSACTION OUTSTANDING;
000130*      - THE ACKNOWLEDGEMENT FILE IS BALANCED TO ITS TRAILER
000140*        AND EACH RECORD IS MATCHED TO AN OUTSTANDING
000150*        TRANSACTION BY FEED DATE AND RS-TRAN-ID.  ACCEPTED,
000160*        REJECTED-BY-BILLING AND UNMATCHED ACKNOWLEDGEMENTS ARE
000170*        LISTED, AND AN ACCEPTED AMOUNT THAT DIFFERS FROM THE
000180*        SUM WE SENT IS FLAGGED;
000190*      - EACH FEED IS RECONCILED: SENT = ACCEPTED + REJECTED +
000200*        STILL OUTSTANDING, BY COUNT AND BY AMOUNT;
000210*      - EVERY TRANSACTION STILL NOT ACKNOWLEDGED IS AGED BY
000220*        ONE BUSINESS DAY PER RUN AND CARRIED FORWARD, AND ONE
000230*        OUTSTANDING MORE THAN THREE BUSINESS DAYS IS FLAGGED
000240*        OVERDUE.  A FEED PAST THAT LIMIT WITH NO ANSWER AT ALL
000250*        IS REPORTED AS NEVER ACKNOWLEDGED - A LOST FILE.
000260*
000270*    AN ACKNOWLEDGEMENT FILE THAT DOES NOT BALANCE TO ITS
000280*    TRAILER IS NOT APPLIED AT ALL (RETURN CODE 8); EVERYTHING
000290*    STAYS OUTSTANDING UNTIL BILLING RESENDS IT.  A SUMOUT OR
000300*    ACKNOWLEDGEMENT FILE NOT DATED LATER THAN THE LAST ONE
000310*    TAKEN IN IS SKIPPED, SO A RERUN NEVER COUNTS A FILE TWICE.
000320*
000330*    RUNS ONCE PER BUSINESS DAY, AFTER SUM-CALCULATION.  THE
000340*    CARRY-FORWARD FILE WRITTEN TODAY (ACKPOUT) BECOMES
000350*    TOMORROW'S INPUT (ACKPIN), AS FOR AGESUSP.  MAY BE RUN
000360*    STANDALONE OR CALLED BY THE DAILYRUN DRIVER, WHICH PASSES
000370*    DOWN THE SHARED JOB RUN-DATE.
000380*
000390*    ACKNOWLEDGEMENT FILE (BILLACK, 50 BYTES):
000400*      HEADER   "HDR", BILLING PROCESSING DATE
000410*      DETAIL   FEED DATE (THE SUMOUT HEADER DATE), TRAN ID,
000420*               A = ACCEPTED / R = REJECTED, AMOUNT BILLED,
000430*               REASON CODE AND TEXT (REJECTIONS)
000440*      TRAILER  "TRL", DETAIL COUNT, HASH OF AMOUNTS BILLED
000450*
000460*    CARRY-FORWARD FILE (ACKPIN/ACKPOUT, 60 BYTES):
000470*      H  LAST SUMOUT FEED DATE AND LAST ACKNOWLEDGEMENT FILE
000480*         DATE TAKEN IN
000490*      F  ONE PER FEED STILL OPEN: SENT, ACCEPTED AND REJECTED
000500*         COUNTS AND AMOUNTS, DAYS OUTSTANDING
000510*      T  ONE PER TRANSACTION NOT YET ACKNOWLEDGED
000520*
000530*    MODIFICATION HISTORY
000540*    ------------------------------------------------------------
000550*    2026-10-15  RTM  ORIGINAL - BILLING ACKNOWLEDGEMENT INTAKE,
000560*                      FEED RECONCILIATION AND CARRY-FORWARD
000570*                      AGING OF UNACKNOWLEDGED TRANSACTIONS.
000580******************************************************************
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID.     SUMACK.
000610 AUTHOR.         R T MORALES.
000620 INSTALLATION.   MEMBERSHIP SYSTEMS.
000630 DATE-WRITTEN.   2026-10-15.
000640 DATE-COMPILED.
000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.
000670 SOURCE-COMPUTER. GENERIC.
000680 OBJECT-COMPUTER. GENERIC.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT CARRY-IN-FILE     ASSIGN TO "ACKPIN"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS BA-CIN-FILE-STATUS.
000740
000750     SELECT SENT-FEED-FILE    ASSIGN TO "SUMOUT"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS BA-SNT-FILE-STATUS.
000780
000790     SELECT ACK-FILE          ASSIGN TO "BILLACK"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS BA-ACK-FILE-STATUS.
000820
000830     SELECT CARRY-OUT-FILE    ASSIGN TO "ACKPOUT"
000840         ORGANIZATION IS SEQUENTIAL.
000850
000860     SELECT REPORT-FILE       ASSIGN TO "ACKRPT"
000870         ORGANIZATION IS SEQUENTIAL.
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  CARRY-IN-FILE
000910     RECORD CONTAINS 60 CHARACTERS
000920     LABEL RECORDS ARE STANDARD.
000930 01  CARRY-IN-REC.
000940     05  CI-REC-TYPE               PIC X(01).
000950         88  CI-CONTROL-REC               VALUE "H".
000960         88  CI-FEED-REC                  VALUE "F".
000970         88  CI-ITEM-REC                  VALUE "T".
000980     05  CI-FEED-DATE              PIC 9(08).
000990     05  CI-DETAIL                 PIC X(51).
001000     05  CI-CONTROL-DATA REDEFINES CI-DETAIL.
001010         10  CI-LAST-ACK-DATE      PIC 9(08).
001020         10  FILLER                PIC X(43).
001030     05  CI-FEED-DATA REDEFINES CI-DETAIL.
001040         10  CI-SENT-COUNT         PIC 9(06).
001050         10  CI-SENT-AMOUNT        PIC 9(09).
001060         10  CI-ACC-COUNT          PIC 9(06).
001070         10  CI-ACC-AMOUNT         PIC 9(09).
001080         10  CI-REJ-COUNT          PIC 9(06).
001090         10  CI-REJ-AMOUNT         PIC 9(09).
001100         10  CI-FEED-DAYS-OUT      PIC 9(03).
001110         10  FILLER                PIC X(03).
001120     05  CI-ITEM-DATA REDEFINES CI-DETAIL.
001130         10  CI-TRAN-ID            PIC 9(06).
001140         10  CI-TRAN-TYPE          PIC X(01).
001150         10  CI-COMPUTED-SUM       PIC 9(09).
001160         10  CI-SENT-STATUS        PIC X(10).
001170         10  CI-ITEM-DAYS-OUT      PIC 9(03).
001180         10  FILLER                PIC X(22).
001190
001200 FD  SENT-FEED-FILE
001210     RECORD CONTAINS 30 CHARACTERS
001220     LABEL RECORDS ARE STANDARD.
001230 01  SENT-FEED-REC.
001240     05  SF-TRAN-ID                PIC 9(06).
001250     05  SF-TRAN-TYPE              PIC X(01).
001260     05  SF-COMPUTED-SUM           PIC 9(09).
001270     05  SF-STATUS                 PIC X(10).
001280     05  FILLER                    PIC X(04).
001290 01  SENT-FEED-HDR-REC.
001300     05  SFH-RECORD-TYPE           PIC X(03).
001310     05  SFH-FILE-DATE             PIC 9(08).
001320     05  FILLER                    PIC X(19).
001330 01  SENT-FEED-TRL-REC.
001340     05  SFT-RECORD-TYPE           PIC X(03).
001350     05  SFT-RECORD-COUNT          PIC 9(06).
001360     05  SFT-HASH-TOTAL            PIC 9(09).
001370     05  FILLER                    PIC X(12).
001380
001390 FD  ACK-FILE
001400     RECORD CONTAINS 50 CHARACTERS
001410     LABEL RECORDS ARE STANDARD.
001420 01  ACK-REC.
001430     05  AK-FEED-DATE              PIC 9(08).
001440     05  AK-TRAN-ID                PIC 9(06).
001450     05  AK-ACK-CODE               PIC X(01).
001460         88  AK-ACCEPTED                  VALUE "A".
001470         88  AK-REJECTED                  VALUE "R".
001480     05  AK-BILLED-AMOUNT          PIC 9(09).
001490     05  AK-REASON-CODE            PIC X(04).
001500     05  AK-REASON-TEXT            PIC X(20).
001510     05  FILLER                    PIC X(02).
001520 01  ACK-HDR-REC.
001530     05  AKH-RECORD-TYPE           PIC X(03).
001540     05  AKH-FILE-DATE             PIC 9(08).
001550     05  FILLER                    PIC X(39).
001560 01  ACK-TRL-REC.
001570     05  AKT-RECORD-TYPE           PIC X(03).
001580     05  AKT-RECORD-COUNT          PIC 9(06).
001590     05  AKT-HASH-TOTAL            PIC 9(09).
001600     05  FILLER                    PIC X(32).
001610
001620 FD  CARRY-OUT-FILE
001630     RECORD CONTAINS 60 CHARACTERS
001640     LABEL RECORDS ARE STANDARD.
001650 01  CARRY-OUT-REC.
001660     05  CO-REC-TYPE               PIC X(01).
001670     05  CO-FEED-DATE              PIC 9(08).
001680     05  CO-DETAIL                 PIC X(51).
001690     05  CO-CONTROL-DATA REDEFINES CO-DETAIL.
001700         10  CO-LAST-ACK-DATE      PIC 9(08).
001710         10  FILLER                PIC X(43).
001720     05  CO-FEED-DATA REDEFINES CO-DETAIL.
001730         10  CO-SENT-COUNT         PIC 9(06).
001740         10  CO-SENT-AMOUNT        PIC 9(09).
001750         10  CO-ACC-COUNT          PIC 9(06).
001760         10  CO-ACC-AMOUNT         PIC 9(09).
001770         10  CO-REJ-COUNT          PIC 9(06).
001780         10  CO-REJ-AMOUNT         PIC 9(09).
001790         10  CO-FEED-DAYS-OUT      PIC 9(03).
001800         10  FILLER                PIC X(03).
001810     05  CO-ITEM-DATA REDEFINES CO-DETAIL.
001820         10  CO-TRAN-ID            PIC 9(06).
001830         10  CO-TRAN-TYPE          PIC X(01).
001840         10  CO-COMPUTED-SUM       PIC 9(09).
001850         10  CO-SENT-STATUS        PIC X(10).
001860         10  CO-ITEM-DAYS-OUT      PIC 9(03).
001870         10  FILLER                PIC X(22).
001880
001890 FD  REPORT-FILE
001900     RECORD CONTAINS 80 CHARACTERS
001910     LABEL RECORDS ARE STANDARD.
001920 01  REPORT-REC                   PIC X(80).
001930
001940 WORKING-STORAGE SECTION.
001950 77  BA-EOF-CARRY-SW              PIC X(01) VALUE 'N'.
001960     88  CARRY-EOF                           VALUE 'Y'.
001970 77  BA-EOF-SENT-SW               PIC X(01) VALUE 'N'.
001980     88  SENT-EOF                            VALUE 'Y'.
001990 77  BA-EOF-ACK-SW                PIC X(01) VALUE 'N'.
002000     88  ACK-EOF                             VALUE 'Y'.
002010 77  BA-MATCH-FOUND-SW            PIC X(01) VALUE 'N'.
002020     88  BA-MATCH-WAS-FOUND                  VALUE 'Y'.
002030 77  BA-FEED-FOUND-SW             PIC X(01) VALUE 'N'.
002040     88  BA-FEED-WAS-FOUND                   VALUE 'Y'.
002050 77  BA-SENT-TRL-SW               PIC X(01) VALUE 'N'.
002060     88  BA-SENT-TRL-SEEN                    VALUE 'Y'.
002070 77  BA-SENT-BALANCE-SW           PIC X(01) VALUE 'N'.
002080     88  BA-SENT-OUT-OF-BALANCE              VALUE 'Y'.
002090 77  BA-ACK-HDR-SW                PIC X(01) VALUE 'N'.
002100     88  BA-ACK-HDR-SEEN                     VALUE 'Y'.
002110 77  BA-ACK-TRL-SW                PIC X(01) VALUE 'N'.
002120     88  BA-ACK-TRL-SEEN                     VALUE 'Y'.
002130 77  BA-ACK-STATE-SW              PIC X(01) VALUE SPACE.
002140     88  BA-ACK-TO-APPLY                     VALUE 'A'.
002150     88  BA-ACK-OUT-OF-BALANCE               VALUE 'B'.
002160     88  BA-ACK-REPEATED                     VALUE 'R'.
002170
002180 77  BA-CIN-FILE-STATUS           PIC X(02) VALUE SPACES.
002190     88  BA-CIN-FILE-OK                      VALUE "00".
002200     88  BA-CIN-FILE-NOT-FOUND               VALUE "35".
002210 77  BA-SNT-FILE-STATUS           PIC X(02) VALUE SPACES.
002220     88  BA-SNT-FILE-OK                      VALUE "00".
002230     88  BA-SNT-FILE-NOT-FOUND               VALUE "35".
002240 77  BA-ACK-FILE-STATUS           PIC X(02) VALUE SPACES.
002250     88  BA-ACK-FILE-OK                      VALUE "00".
002260     88  BA-ACK-FILE-NOT-FOUND               VALUE "35".
002270
002280 77  BA-OVERDUE-DAYS              PIC 9(03) VALUE 3.
002290
002300 77  BA-ITEM-COUNT                PIC 9(04) COMP VALUE ZERO.
002310 77  BA-FEED-COUNT                PIC 9(02) COMP VALUE ZERO.
002320
002330 77  BA-CARRIED-COUNT             PIC 9(06) COMP VALUE ZERO.
002340 77  BA-NEW-ITEM-COUNT            PIC 9(06) COMP VALUE ZERO.
002350 77  BA-ACK-READ-COUNT            PIC 9(06) COMP VALUE ZERO.
002360 77  BA-ACCEPTED-COUNT            PIC 9(06) COMP VALUE ZERO.
002370 77  BA-REJECTED-COUNT            PIC 9(06) COMP VALUE ZERO.
002380 77  BA-AMOUNT-DIFF-COUNT         PIC 9(06) COMP VALUE ZERO.
002390 77  BA-UNMATCHED-COUNT           PIC 9(06) COMP VALUE ZERO.
002400 77  BA-BAD-CODE-COUNT            PIC 9(06) COMP VALUE ZERO.
002410 77  BA-STILL-OPEN-COUNT          PIC 9(06) COMP VALUE ZERO.
002420 77  BA-OVERDUE-COUNT             PIC 9(06) COMP VALUE ZERO.
002430 77  BA-LOST-FEED-COUNT           PIC 9(06) COMP VALUE ZERO.
002440 77  BA-UNBALANCED-FEED-COUNT     PIC 9(06) COMP VALUE ZERO.
002450 77  BA-DROPPED-COUNT             PIC 9(06) COMP VALUE ZERO.
002460
002470 77  BA-SENT-READ-COUNT           PIC 9(06) VALUE ZERO.
002480 77  BA-SENT-HASH                 PIC 9(09) VALUE ZERO.
002490 77  BA-ACK-DETAIL-COUNT          PIC 9(06) VALUE ZERO.
002500 77  BA-ACK-HASH                  PIC 9(09) VALUE ZERO.
002510 77  BA-ACK-TRL-COUNT             PIC 9(06) VALUE ZERO.
002520 77  BA-ACK-TRL-HASH              PIC 9(09) VALUE ZERO.
002530 77  BA-ANSWERED-COUNT            PIC 9(06) VALUE ZERO.
002540 77  BA-ACCOUNTED-COUNT           PIC 9(06) VALUE ZERO.
002550 77  BA-ACCOUNTED-AMOUNT          PIC 9(09) VALUE ZERO.
002560
002570 77  BA-RUN-DATE                  PIC 9(08) VALUE ZERO.
002580 77  BA-SENT-FILE-DATE            PIC 9(08) VALUE ZERO.
002590 77  BA-ACK-FILE-DATE             PIC 9(08) VALUE ZERO.
002600 77  BA-LAST-FEED-DATE            PIC 9(08) VALUE ZERO.
002610 77  BA-LAST-ACK-DATE             PIC 9(08) VALUE ZERO.
002620 77  BA-SEARCH-FEED-DATE          PIC 9(08) VALUE ZERO.
002630 77  BA-SEARCH-TRAN-ID            PIC 9(06) VALUE ZERO.
002640
002650 01  BA-NEW-ITEM.
002660     05  NI-FEED-DATE              PIC 9(08).
002670     05  NI-TRAN-ID                PIC 9(06).
002680     05  NI-TRAN-TYPE              PIC X(01).
002690     05  NI-COMPUTED-SUM           PIC 9(09).
002700     05  NI-SENT-STATUS            PIC X(10).
002710     05  NI-DAYS-OUT               PIC 9(03).
002720
002730 01  BA-FEED-TABLE.
002740     05  BA-FEED-ENTRY OCCURS 1 TO 60 TIMES
002750             DEPENDING ON BA-FEED-COUNT
002760             INDEXED BY BA-FD-IDX.
002770         10  FT-FEED-DATE          PIC 9(08).
002780         10  FT-SENT-COUNT         PIC 9(06) COMP.
002790         10  FT-SENT-AMOUNT        PIC 9(09) COMP.
002800         10  FT-ACC-COUNT          PIC 9(06) COMP.
002810         10  FT-ACC-AMOUNT         PIC 9(09) COMP.
002820         10  FT-REJ-COUNT          PIC 9(06) COMP.
002830         10  FT-REJ-AMOUNT         PIC 9(09) COMP.
002840         10  FT-OPEN-COUNT         PIC 9(06) COMP.
002850         10  FT-OPEN-AMOUNT        PIC 9(09) COMP.
002860         10  FT-DAYS-OUT           PIC 9(03).
002870
002880 01  BA-ITEM-TABLE.
002890     05  BA-ITEM-ENTRY OCCURS 1 TO 5000 TIMES
002900             DEPENDING ON BA-ITEM-COUNT
002910             INDEXED BY BA-IT-IDX.
002920         10  IT-FEED-DATE          PIC 9(08).
002930         10  IT-TRAN-ID            PIC 9(06).
002940         10  IT-TRAN-TYPE          PIC X(01).
002950         10  IT-COMPUTED-SUM       PIC 9(09).
002960         10  IT-SENT-STATUS        PIC X(10).
002970         10  IT-DAYS-OUT           PIC 9(03).
002980         10  IT-ITEM-STATE         PIC X(01).
002990             88  IT-ITEM-OPEN             VALUE "O".
003000             88  IT-ITEM-CLOSED           VALUE "C".
003010
003020 01  BA-REPORT-HEADING-1.
003030     05  FILLER          PIC X(20) VALUE "SUMACK BILLING ACKNO".
003040     05  FILLER          PIC X(17) VALUE "WLEDGEMENT REPORT".
003050     05  FILLER          PIC X(10) VALUE " RUN DATE:".
003060     05  RH-RUN-DATE     PIC 9(08).
003070     05  FILLER          PIC X(25) VALUE SPACES.
003080
003090 01  BA-ACK-HEADING.
003100     05  FILLER          PIC X(09) VALUE "FEED DATE".
003110     05  FILLER          PIC X(09) VALUE " TRAN  T ".
003120     05  FILLER          PIC X(12) VALUE "     OUR SUM".
003130     05  FILLER          PIC X(12) VALUE "      BILLED".
003140     05  FILLER          PIC X(11) VALUE "DISPOSITION".
003150     05  FILLER          PIC X(27) VALUE "REASON".
003160
003170 01  BA-ACK-DETAIL-LINE.
003180     05  AD-FEED-DATE    PIC 9(08).
003190     05  FILLER          PIC X(01) VALUE SPACES.
003200     05  AD-TRAN-ID      PIC 9(06).
003210     05  FILLER          PIC X(01) VALUE SPACES.
003220     05  AD-TRAN-TYPE    PIC X(01).
003230     05  FILLER          PIC X(01) VALUE SPACES.
003240     05  AD-OUR-SUM      PIC ZZZ,ZZZ,ZZ9.
003250     05  FILLER          PIC X(01) VALUE SPACES.
003260     05  AD-BILLED-SUM   PIC ZZZ,ZZZ,ZZ9.
003270     05  FILLER          PIC X(01) VALUE SPACES.
003280     05  AD-DISPOSITION  PIC X(10).
003290     05  FILLER          PIC X(01) VALUE SPACES.
003300     05  AD-REASON-CODE  PIC X(04).
003310     05  FILLER          PIC X(01) VALUE SPACES.
003320     05  AD-REASON-TEXT  PIC X(20).
003330     05  FILLER          PIC X(02) VALUE SPACES.
003340
003350 01  BA-FEED-HEADING.
003360     05  FILLER          PIC X(16) VALUE "FEED DATE       ".
003370     05  FILLER          PIC X(12) VALUE "        SENT".
003380     05  FILLER          PIC X(12) VALUE "    ACCEPTED".
003390     05  FILLER          PIC X(12) VALUE "    REJECTED".
003400     05  FILLER          PIC X(12) VALUE " OUTSTANDING".
003410     05  FILLER          PIC X(16) VALUE "  STATUS".
003420
003430 01  BA-FEED-LINE.
003440     05  FL-FEED-DATE    PIC X(08).
003450     05  FILLER          PIC X(01) VALUE SPACES.
003460     05  FL-LABEL        PIC X(07).
003470     05  FILLER          PIC X(01) VALUE SPACES.
003480     05  FL-SENT         PIC ZZZ,ZZZ,ZZ9.
003490     05  FILLER          PIC X(01) VALUE SPACES.
003500     05  FL-ACCEPTED     PIC ZZZ,ZZZ,ZZ9.
003510     05  FILLER          PIC X(01) VALUE SPACES.
003520     05  FL-REJECTED     PIC ZZZ,ZZZ,ZZ9.
003530     05  FILLER          PIC X(01) VALUE SPACES.
003540     05  FL-OUTSTANDING  PIC ZZZ,ZZZ,ZZ9.
003550     05  FILLER          PIC X(02) VALUE SPACES.
003560     05  FL-STATUS       PIC X(14).
003570
003580 01  BA-OPEN-HEADING.
003590     05  FILLER          PIC X(09) VALUE "FEED DATE".
003600     05  FILLER          PIC X(09) VALUE " TRAN  T ".
003610     05  FILLER          PIC X(12) VALUE "     OUR SUM".
003620     05  FILLER          PIC X(12) VALUE " SENT STATUS".
003630     05  FILLER          PIC X(05) VALUE " DAYS".
003640     05  FILLER          PIC X(33) VALUE " FLAG".
003650
003660 01  BA-OPEN-LINE.
003670     05  OL-FEED-DATE    PIC 9(08).
003680     05  FILLER          PIC X(01) VALUE SPACES.
003690     05  OL-TRAN-ID      PIC 9(06).
003700     05  FILLER          PIC X(01) VALUE SPACES.
003710     05  OL-TRAN-TYPE    PIC X(01).
003720     05  FILLER          PIC X(01) VALUE SPACES.
003730     05  OL-OUR-SUM      PIC ZZZ,ZZZ,ZZ9.
003740     05  FILLER          PIC X(01) VALUE SPACES.
003750     05  OL-SENT-STATUS  PIC X(10).
003760     05  FILLER          PIC X(03) VALUE SPACES.
003770     05  OL-DAYS-OUT     PIC ZZ9.
003780     05  FILLER          PIC X(01) VALUE SPACES.
003790     05  OL-FLAG         PIC X(08).
003800     05  FILLER          PIC X(25) VALUE SPACES.
003810
003820 01  BA-SUMMARY-LINE              PIC X(80) VALUE SPACES.
003830
003840 01  BA-COUNT-EDIT                PIC ZZZ,ZZ9.
003850 01  BA-COUNT-EDIT-2              PIC ZZZ,ZZ9.
003860 01  BA-AMOUNT-EDIT               PIC ZZZ,ZZZ,ZZ9.
003870 01  BA-AMOUNT-EDIT-2             PIC ZZZ,ZZZ,ZZ9.
003880
003890 LINKAGE SECTION.
003900 COPY RUNPARM.
003910
003920 PROCEDURE DIVISION USING OPTIONAL DL-RUN-PARAMETERS.
003930 0000-MAINLINE.
003940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003950     PERFORM 2000-LOAD-CARRIED-ITEMS THRU 2000-EXIT.
003960     PERFORM 3000-INTAKE-SENT-FEED THRU 3000-EXIT.
003970     PERFORM 4000-CHECK-ACK-FILE THRU 4000-EXIT.
003980     IF BA-ACK-TO-APPLY
003990         PERFORM 4500-APPLY-ACKS THRU 4500-EXIT
004000     END-IF.
004010     PERFORM 5000-TALLY-OPEN-ITEMS THRU 5000-EXIT.
004020     PERFORM 6000-RECONCILE-FEEDS THRU 6000-EXIT.
004030     PERFORM 7000-CARRY-FORWARD-ITEMS THRU 7000-EXIT.
004040     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004050     GOBACK.
004060
004070******************************************************************
004080*    1000-INITIALIZE - ESTABLISH THE RUN DATE, OPEN THE OUTPUT
004090*    FILES AND PRINT THE REPORT HEADING.
004100******************************************************************
004110 1000-INITIALIZE.
004120     IF ADDRESS OF DL-RUN-PARAMETERS = NULL
004130         ACCEPT BA-RUN-DATE FROM DATE YYYYMMDD
004140     ELSE
004150         MOVE DL-RUN-DATE TO BA-RUN-DATE
004160     END-IF.
004170
004180     OPEN OUTPUT CARRY-OUT-FILE
004190     OPEN OUTPUT REPORT-FILE.
004200
004210     MOVE BA-RUN-DATE TO RH-RUN-DATE.
004220     MOVE BA-REPORT-HEADING-1 TO REPORT-REC.
004230     WRITE REPORT-REC.
004240     MOVE SPACES TO REPORT-REC.
004250     WRITE REPORT-REC.
004260 1000-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300*    2000-LOAD-CARRIED-ITEMS - LOAD YESTERDAY'S CARRY-FORWARD
004310*    FILE: THE LAST FEED AND ACKNOWLEDGEMENT DATES TAKEN IN, THE
004320*    FEEDS STILL OPEN AND THEIR UNACKNOWLEDGED TRANSACTIONS,
004330*    AGING EACH FEED AND TRANSACTION BY ONE BUSINESS DAY.  A
004340*    MISSING FILE SIMPLY MEANS THIS IS THE FIRST RUN.
004350******************************************************************
004360 2000-LOAD-CARRIED-ITEMS.
004370     OPEN INPUT CARRY-IN-FILE.
004380     IF NOT BA-CIN-FILE-OK
004390         IF NOT BA-CIN-FILE-NOT-FOUND
004400             DISPLAY "SUMACK - ACKPIN OPEN FAILED, STATUS "
004410                 BA-CIN-FILE-STATUS
004420         END-IF
004430         SET CARRY-EOF TO TRUE
004440     ELSE
004450         PERFORM 2100-LOAD-ONE-CARRIED THRU 2100-EXIT
004460             UNTIL CARRY-EOF
004470         CLOSE CARRY-IN-FILE
004480     END-IF.
004490 2000-EXIT.
004500     EXIT.
004510
004520 2100-LOAD-ONE-CARRIED.
004530     READ CARRY-IN-FILE
004540         AT END
004550             SET CARRY-EOF TO TRUE
004560         NOT AT END
004570             IF CI-CONTROL-REC
004580                 MOVE CI-FEED-DATE     TO BA-LAST-FEED-DATE
004590                 MOVE CI-LAST-ACK-DATE TO BA-LAST-ACK-DATE
004600             END-IF
004610             IF CI-FEED-REC
004620                 PERFORM 2200-LOAD-CARRIED-FEED THRU 2200-EXIT
004630             END-IF
004640             IF CI-ITEM-REC
004650                 PERFORM 2300-LOAD-CARRIED-ITEM THRU 2300-EXIT
004660             END-IF
004670     END-READ.
004680 2100-EXIT.
004690     EXIT.
004700
004710 2200-LOAD-CARRIED-FEED.
004720     MOVE CI-FEED-DATE TO BA-SEARCH-FEED-DATE.
004730     PERFORM 9300-ADD-FEED THRU 9300-EXIT.
004740     IF NOT BA-FEED-WAS-FOUND
004750         GO TO 2200-EXIT
004760     END-IF.
004770     MOVE CI-SENT-COUNT    TO FT-SENT-COUNT  (BA-FD-IDX).
004780     MOVE CI-SENT-AMOUNT   TO FT-SENT-AMOUNT (BA-FD-IDX).
004790     MOVE CI-ACC-COUNT     TO FT-ACC-COUNT   (BA-FD-IDX).
004800     MOVE CI-ACC-AMOUNT    TO FT-ACC-AMOUNT  (BA-FD-IDX).
004810     MOVE CI-REJ-COUNT     TO FT-REJ-COUNT   (BA-FD-IDX).
004820     MOVE CI-REJ-AMOUNT    TO FT-REJ-AMOUNT  (BA-FD-IDX).
004830     MOVE CI-FEED-DAYS-OUT TO FT-DAYS-OUT    (BA-FD-IDX).
004840     ADD 1 TO FT-DAYS-OUT (BA-FD-IDX).
004850 2200-EXIT.
004860     EXIT.
004870
004880 2300-LOAD-CARRIED-ITEM.
004890     MOVE CI-FEED-DATE     TO NI-FEED-DATE.
004900     MOVE CI-TRAN-ID       TO NI-TRAN-ID.
004910     MOVE CI-TRAN-TYPE     TO NI-TRAN-TYPE.
004920     MOVE CI-COMPUTED-SUM  TO NI-COMPUTED-SUM.
004930     MOVE CI-SENT-STATUS   TO NI-SENT-STATUS.
004940     MOVE CI-ITEM-DAYS-OUT TO NI-DAYS-OUT.
004950     ADD 1 TO NI-DAYS-OUT.
004960     PERFORM 9100-ADD-ITEM THRU 9100-EXIT.
004970     ADD 1 TO BA-CARRIED-COUNT.
004980 2300-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020*    3000-INTAKE-SENT-FEED - TAKE IN TONIGHT'S SUMOUT AS A NEW
005030*    FEED, EVERY TRANSACTION ON IT OUTSTANDING, AND BALANCE IT
005040*    TO ITS OWN TRAILER.  A FEED NOT DATED LATER THAN THE LAST
005050*    ONE TAKEN IN HAS ALREADY BEEN COUNTED AND IS SKIPPED.  A
005060*    FEED THAT DOES NOT BALANCE IS STILL TAKEN IN - IT IS WHAT
005070*    WAS SENT - BUT FAILS THE STEP.
005080******************************************************************
005090 3000-INTAKE-SENT-FEED.
005100     OPEN INPUT SENT-FEED-FILE.
005110     IF NOT BA-SNT-FILE-OK
005120         IF NOT BA-SNT-FILE-NOT-FOUND
005130             DISPLAY "SUMACK - SUMOUT OPEN FAILED, STATUS "
005140                 BA-SNT-FILE-STATUS
005150         END-IF
005160         MOVE "NO SUMOUT FEED FOUND - NOTHING TAKEN IN"
005170             TO BA-SUMMARY-LINE
005180         PERFORM 9900-WRITE-NOTE THRU 9900-EXIT
005190         GO TO 3000-EXIT
005200     END-IF.
005210
005220     READ SENT-FEED-FILE
005230         AT END
005240             MOVE SPACES TO SENT-FEED-HDR-REC
005250     END-READ.
005260     IF SFH-RECORD-TYPE NOT = "HDR"
005270         MOVE "** SUMOUT HAS NO HEADER - NOT TAKEN IN **"
005280             TO BA-SUMMARY-LINE
005290         PERFORM 9900-WRITE-NOTE THRU 9900-EXIT
005300         SET BA-SENT-OUT-OF-BALANCE TO TRUE
005310         CLOSE SENT-FEED-FILE
005320         GO TO 3000-EXIT
005330     END-IF.
005340     MOVE SFH-FILE-DATE TO BA-SENT-FILE-DATE.
005350     IF BA-SENT-FILE-DATE NOT > BA-LAST-FEED-DATE
005360         MOVE SPACES TO BA-SUMMARY-LINE
005370         STRING "SUMOUT FEED OF " BA-SENT-FILE-DATE
005380             " ALREADY TAKEN IN - SKIPPED"
005390             DELIMITED BY SIZE INTO BA-SUMMARY-LINE
005400         PERFORM 9900-WRITE-NOTE THRU 9900-EXIT
005410         CLOSE SENT-FEED-FILE
005420         GO TO 3000-EXIT
005430     END-IF.
005440
005450     MOVE BA-SENT-FILE-DATE TO BA-SEARCH-FEED-DATE.
005460     PERFORM 9300-ADD-FEED THRU 9300-EXIT.
005470     IF NOT BA-FEED-WAS-FOUND
005480         MOVE "** FEED TABLE FULL - SUMOUT NOT TAKEN IN **"
005490             TO BA-SUMMARY-LINE
005500         PERFORM 9900-WRITE-NOTE THRU 9900-EXIT
005510         ADD 1 TO BA-DROPPED-COUNT
005520         CLOSE SENT-FEED-FILE
005530         GO TO 3000-EXIT
005540     END-IF.
005550     MOVE BA-SENT-FILE-DATE TO BA-LAST-FEED-DATE.
005560
005570     PERFORM 3100-INTAKE-ONE-SENT THRU 3100-EXIT
005580         UNTIL SENT-EOF.
005590     CLOSE SENT-FEED-FILE.
005600
005610     MOVE BA-SENT-READ-COUNT TO BA-COUNT-EDIT.
005620     MOVE BA-SENT-HASH       TO BA-AMOUNT-EDIT.
005630     MOVE SPACES TO BA-SUMMARY-LINE.
005640     STRING "SUMOUT FEED OF " BA-SENT-FILE-DATE
005650         " TAKEN IN: " BA-COUNT-EDIT
005660         " TRANSACTIONS, AMOUNT " BA-AMOUNT-EDIT
005670         DELIMITED BY SIZE INTO BA-SUMMARY-LINE.
005680     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
005690
005700     IF NOT BA-SENT-TRL-SEEN
005710         MOVE "** SUMOUT TRAILER MISSING - FEED OUT OF BALANCE **"
005720             TO BA-SUMMARY-LINE
005730         PERFORM 9900-WRITE-NOTE THRU 9900-EXIT
005740         SET BA-SENT-OUT-OF-BALANCE TO TRUE
005750     ELSE
005760         IF SFT-RECORD-COUNT NOT = BA-SENT-READ-COUNT
005770          OR SFT-HASH-TOTAL NOT = BA-SENT-HASH
005780             MOVE SFT-RECORD-COUNT TO BA-COUNT-EDIT
005790             MOVE SFT-HASH-TOTAL   TO BA-AMOUNT-EDIT
005800             MOVE SPACES TO BA-SUMMARY-LINE
005810             STRING "** SUMOUT OUT OF BALANCE - TRAILER SAYS "
005820                 BA-COUNT-EDIT ", " BA-AMOUNT-EDIT " **"
005830                 DELIMITED BY SIZE INTO BA-SUMMARY-LINE
005840             PERFORM 9900-WRITE-NOTE THRU 9900-EXIT
005850             SET BA-SENT-OUT-OF-BALANCE TO TRUE
005860         END-IF
005870     END-IF.
005880 3000-EXIT.
005890     EXIT.
005900
005910 3100-INTAKE-ONE-SENT.
005920     READ SENT-FEED-FILE
005930         AT END
005940             SET SENT-EOF TO TRUE
005950         NOT AT END
005960             IF SFT-RECORD-TYPE = "TRL"
005970                 SET BA-SENT-TRL-SEEN TO TRUE
005980                 SET SENT-EOF TO TRUE
005990             ELSE
006000                 PERFORM 3200-ADD-SENT-ITEM THRU 3200-EXIT
006010             END-IF
006020     END-READ.
006030 3100-EXIT.
006040     EXIT.
006050
006060 3200-ADD-SENT-ITEM.
006070     ADD 1 TO BA-SENT-READ-COUNT.
006080     ADD SF-COMPUTED-SUM TO BA-SENT-HASH.
006090     ADD 1 TO FT-SENT-COUNT (BA-FD-IDX).
006100     ADD SF-COMPUTED-SUM TO FT-SENT-AMOUNT (BA-FD-IDX).
006110     MOVE BA-SENT-FILE-DATE TO NI-FEED-DATE.
006120     MOVE SF-TRAN-ID        TO NI-TRAN-ID.
006130     MOVE SF-TRAN-TYPE      TO NI-TRAN-TYPE.
006140     MOVE SF-COMPUTED-SUM   TO NI-COMPUTED-SUM.
006150     MOVE SF-STATUS         TO NI-SENT-STATUS.
006160     MOVE ZERO              TO NI-DAYS-OUT.
006170     PERFORM 9100-ADD-ITEM THRU 9100-EXIT.
006180     ADD 1 TO BA-NEW-ITEM-COUNT.
006190 3200-EXIT.
006200     EXIT.
006210
006220******************************************************************
006230*    4000-CHECK-ACK-FILE - FIRST PASS OF BILLING'S
006240*    ACKNOWLEDGEMENT FILE: BALANCE THE DETAIL RECORDS TO THE
006250*    TRAILER COUNT AND HASH OF AMOUNTS BILLED.  ONLY A FILE
006260*    WITH A HEADER, A TRAILER THAT AGREES, AND A DATE LATER THAN
006270*    THE LAST ONE APPLIED IS MARKED TO BE APPLIED.  NO FILE AT
006280*    ALL IS NOT AN ERROR TONIGHT - THE AGING CATCHES A FEED
006290*    THAT IS NEVER ANSWERED.
006300******************************************************************
006310 4000-CHECK-ACK-FILE.
006320     OPEN INPUT ACK-FILE.
006330     IF NOT BA-ACK-FILE-OK
006340         IF NOT BA-ACK-FILE-NOT-FOUND
006350             DISPLAY "SUMACK - BILLACK OPEN FAILED, STATUS "
006360                 BA-ACK-FILE-STATUS
006370         END-IF
006380         MOVE "NO BILLING ACKNOWLEDGEMENT FILE RECEIVED"
006390             TO BA-SUMMARY-LINE
006400         PERFORM 9900-WRITE-NOTE THRU 9900-EXIT
006410         GO TO 4000-EXIT
006420     END-IF.
006430
006440     PERFORM 4100-CHECK-ONE-ACK THRU 4100-EXIT
006450         UNTIL ACK-EOF.
006460     CLOSE ACK-FILE.
006470
006480     IF NOT BA-ACK-HDR-SEEN
006490      OR NOT BA-ACK-TRL-SEEN
006500      OR BA-ACK-TRL-COUNT NOT = BA-ACK-DETAIL-COUNT
006510      OR BA-ACK-TRL-HASH NOT = BA-ACK-HASH
006520         SET BA-ACK-OUT-OF-BALANCE TO TRUE
006530         MOVE BA-ACK-DETAIL-COUNT TO BA-COUNT-EDIT
006540         MOVE BA-ACK-TRL-COUNT    TO BA-COUNT-EDIT-2
006550         MOVE SPACES TO BA-SUMMARY-LINE
006560         STRING "** BILLACK OUT OF BALANCE - READ " BA-COUNT-EDIT
006570             ", TRAILER " BA-COUNT-EDIT-2 " - NOT APPLIED **"
006580             DELIMITED BY SIZE INTO BA-SUMMARY-LINE
006590         PERFORM 9900-WRITE-NOTE THRU 9900-EXIT
006600         GO TO 4000-EXIT
006610     END-IF.
006620
006630     IF BA-ACK-FILE-DATE NOT > BA-LAST-ACK-DATE
006640         SET BA-ACK-REPEATED TO TRUE
006650         MOVE SPACES TO BA-SUMMARY-LINE
006660         STRING "BILLACK FILE OF " BA-ACK-FILE-DATE
006670             " ALREADY APPLIED - SKIPPED"
006680             DELIMITED BY SIZE INTO BA-SUMMARY-LINE
006690         PERFORM 9900-WRITE-NOTE THRU 9900-EXIT
006700         GO TO 4000-EXIT
006710     END-IF.
006720
006730     SET BA-ACK-TO-APPLY TO TRUE.
006740     MOVE BA-ACK-DETAIL-COUNT TO BA-COUNT-EDIT.
006750     MOVE SPACES TO BA-SUMMARY-LINE.
006760     STRING "BILLACK FILE OF " BA-ACK-FILE-DATE
006770         " BALANCED: " BA-COUNT-EDIT " ACKNOWLEDGEMENTS"
006780         DELIMITED BY SIZE INTO BA-SUMMARY-LINE.
006790     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
006800 4000-EXIT.
006810     EXIT.
006820
006830 4100-CHECK-ONE-ACK.
006840     READ ACK-FILE
006850         AT END
006860             SET ACK-EOF TO TRUE
006870         NOT AT END
006880             IF AKH-RECORD-TYPE = "HDR"
006890                 SET BA-ACK-HDR-SEEN TO TRUE
006900                 MOVE AKH-FILE-DATE TO BA-ACK-FILE-DATE
006910             ELSE
006920                 IF AKT-RECORD-TYPE = "TRL"
006930                     SET BA-ACK-TRL-SEEN TO TRUE
006940                     MOVE AKT-RECORD-COUNT TO BA-ACK-TRL-COUNT
006950                     MOVE AKT-HASH-TOTAL   TO BA-ACK-TRL-HASH
006960                 ELSE
006970                     ADD 1 TO BA-ACK-DETAIL-COUNT
006980                     ADD AK-BILLED-AMOUNT TO BA-ACK-HASH
006990                 END-IF
007000             END-IF
007010     END-READ.
007020 4100-EXIT.
007030     EXIT.
007040
007050******************************************************************
007060*    4500-APPLY-ACKS - SECOND PASS OF THE BALANCED
007070*    ACKNOWLEDGEMENT FILE: MATCH EACH DETAIL RECORD TO AN
007080*    OUTSTANDING TRANSACTION AND LIST IT WITH ITS DISPOSITION.
007090******************************************************************
007100 4500-APPLY-ACKS.
007110     MOVE SPACES TO REPORT-REC.
007120     WRITE REPORT-REC.
007130     MOVE "ACKNOWLEDGEMENTS RECEIVED" TO BA-SUMMARY-LINE.
007140     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
007150     MOVE BA-ACK-HEADING TO REPORT-REC.
007160     WRITE REPORT-REC.
007170
007180     MOVE 'N' TO BA-EOF-ACK-SW.
007190     OPEN INPUT ACK-FILE.
007200     PERFORM 4600-APPLY-ONE-ACK THRU 4600-EXIT
007210         UNTIL ACK-EOF.
007220     CLOSE ACK-FILE.
007230     MOVE BA-ACK-FILE-DATE TO BA-LAST-ACK-DATE.
007240 4500-EXIT.
007250     EXIT.
007260
007270 4600-APPLY-ONE-ACK.
007280     READ ACK-FILE
007290         AT END
007300             SET ACK-EOF TO TRUE
007310         NOT AT END
007320             IF AKH-RECORD-TYPE NOT = "HDR"
007330              AND AKT-RECORD-TYPE NOT = "TRL"
007340                 ADD 1 TO BA-ACK-READ-COUNT
007350                 PERFORM 4700-MATCH-ACK THRU 4700-EXIT
007360             END-IF
007370     END-READ.
007380 4600-EXIT.
007390     EXIT.
007400
007410******************************************************************
007420*    4700-MATCH-ACK - MATCH ONE ACKNOWLEDGEMENT TO AN
007430*    OUTSTANDING TRANSACTION BY FEED DATE AND TRAN ID.  A MATCH
007440*    CLOSES THE TRANSACTION AND COUNTS IT AGAINST ITS FEED AS
007450*    ACCEPTED OR REJECTED.  AN ACKNOWLEDGEMENT WITH AN UNKNOWN
007460*    CODE LEAVES THE TRANSACTION OUTSTANDING; ONE THAT MATCHES
007470*    NOTHING (NEVER SENT, OR ALREADY ANSWERED) IS LISTED.
007480******************************************************************
007490 4700-MATCH-ACK.
007500     MOVE AK-FEED-DATE     TO AD-FEED-DATE.
007510     MOVE AK-TRAN-ID       TO AD-TRAN-ID.
007520     MOVE SPACES           TO AD-TRAN-TYPE.
007530     MOVE ZERO             TO AD-OUR-SUM.
007540     MOVE AK-BILLED-AMOUNT TO AD-BILLED-SUM.
007550     MOVE AK-REASON-CODE   TO AD-REASON-CODE.
007560     MOVE AK-REASON-TEXT   TO AD-REASON-TEXT.
007570
007580     MOVE AK-FEED-DATE TO BA-SEARCH-FEED-DATE.
007590     MOVE AK-TRAN-ID   TO BA-SEARCH-TRAN-ID.
007600     PERFORM 9400-FIND-OPEN-ITEM THRU 9400-EXIT.
007610     IF NOT BA-MATCH-WAS-FOUND
007620         MOVE "NO MATCH" TO AD-DISPOSITION
007630         ADD 1 TO BA-UNMATCHED-COUNT
007640         GO TO 4790-PRINT-ACK
007650     END-IF.
007660     MOVE IT-TRAN-TYPE    (BA-IT-IDX) TO AD-TRAN-TYPE.
007670     MOVE IT-COMPUTED-SUM (BA-IT-IDX) TO AD-OUR-SUM.
007680     IF NOT AK-ACCEPTED
007690      AND NOT AK-REJECTED
007700         MOVE "BAD CODE" TO AD-DISPOSITION
007710         ADD 1 TO BA-BAD-CODE-COUNT
007720         GO TO 4790-PRINT-ACK
007730     END-IF.
007740
007750     SET IT-ITEM-CLOSED (BA-IT-IDX) TO TRUE.
007760     PERFORM 9200-FIND-FEED THRU 9200-EXIT.
007770     IF AK-ACCEPTED
007780         ADD 1 TO BA-ACCEPTED-COUNT
007790         IF BA-FEED-WAS-FOUND
007800             ADD 1 TO FT-ACC-COUNT (BA-FD-IDX)
007810             ADD IT-COMPUTED-SUM (BA-IT-IDX)
007820                 TO FT-ACC-AMOUNT (BA-FD-IDX)
007830         END-IF
007840         IF AK-BILLED-AMOUNT = IT-COMPUTED-SUM (BA-IT-IDX)
007850             MOVE "ACCEPTED" TO AD-DISPOSITION
007860         ELSE
007870             MOVE "AMT DIFFER" TO AD-DISPOSITION
007880             ADD 1 TO BA-AMOUNT-DIFF-COUNT
007890         END-IF
007900     ELSE
007910         ADD 1 TO BA-REJECTED-COUNT
007920         IF BA-FEED-WAS-FOUND
007930             ADD 1 TO FT-REJ-COUNT (BA-FD-IDX)
007940             ADD IT-COMPUTED-SUM (BA-IT-IDX)
007950                 TO FT-REJ-AMOUNT (BA-FD-IDX)
007960         END-IF
007970         MOVE "REJECTED" TO AD-DISPOSITION
007980     END-IF.
007990
008000 4790-PRINT-ACK.
008010     MOVE BA-ACK-DETAIL-LINE TO REPORT-REC.
008020     WRITE REPORT-REC.
008030 4700-EXIT.
008040     EXIT.
008050
008060******************************************************************
008070*    5000-TALLY-OPEN-ITEMS - ROLL EVERY TRANSACTION STILL
008080*    OUTSTANDING INTO ITS FEED'S OUTSTANDING COUNT AND AMOUNT.
008090*    A TRANSACTION WHOSE FEED IS NOT ON FILE IS GIVEN AN EMPTY
008100*    FEED ENTRY SO IT STILL SHOWS UP, OUT OF BALANCE.
008110******************************************************************
008120 5000-TALLY-OPEN-ITEMS.
008130     IF BA-ITEM-COUNT > ZERO
008140         PERFORM 5100-TALLY-ONE-ITEM THRU 5100-EXIT
008150             VARYING BA-IT-IDX FROM 1 BY 1
008160             UNTIL BA-IT-IDX > BA-ITEM-COUNT
008170     END-IF.
008180 5000-EXIT.
008190     EXIT.
008200
008210 5100-TALLY-ONE-ITEM.
008220     IF IT-ITEM-CLOSED (BA-IT-IDX)
008230         GO TO 5100-EXIT
008240     END-IF.
008250     MOVE IT-FEED-DATE (BA-IT-IDX) TO BA-SEARCH-FEED-DATE.
008260     PERFORM 9200-FIND-FEED THRU 9200-EXIT.
008270     IF NOT BA-FEED-WAS-FOUND
008280         PERFORM 9300-ADD-FEED THRU 9300-EXIT
008290     END-IF.
008300     IF BA-FEED-WAS-FOUND
008310         ADD 1 TO FT-OPEN-COUNT (BA-FD-IDX)
008320         ADD IT-COMPUTED-SUM (BA-IT-IDX)
008330             TO FT-OPEN-AMOUNT (BA-FD-IDX)
008340     END-IF.
008350 5100-EXIT.
008360     EXIT.
008370
008380******************************************************************
008390*    6000-RECONCILE-FEEDS - WRITE THE CARRY-FORWARD CONTROL
008400*    RECORD, THEN RECONCILE EACH FEED: WHAT WAS SENT MUST EQUAL
008410*    WHAT BILLING ACCEPTED PLUS WHAT IT REJECTED PLUS WHAT IS
008420*    STILL OUTSTANDING, BY COUNT AND BY AMOUNT.  A FEED WITH
008430*    NOTHING OUTSTANDING IS COMPLETE AND DROPS OFF; ANY OTHER IS
008440*    CARRIED FORWARD.  A FEED PAST THE OVERDUE LIMIT WITH NO
008450*    ACKNOWLEDGEMENT AT ALL IS REPORTED AS NEVER ACKNOWLEDGED.
008460******************************************************************
008470 6000-RECONCILE-FEEDS.
008480     MOVE SPACES            TO CARRY-OUT-REC.
008490     MOVE "H"               TO CO-REC-TYPE.
008500     MOVE BA-LAST-FEED-DATE TO CO-FEED-DATE.
008510     MOVE BA-LAST-ACK-DATE  TO CO-LAST-ACK-DATE.
008520     WRITE CARRY-OUT-REC.
008530
008540     IF BA-FEED-COUNT = ZERO
008550         GO TO 6000-EXIT
008560     END-IF.
008570     MOVE SPACES TO REPORT-REC.
008580     WRITE REPORT-REC.
008590     MOVE "FEED RECONCILIATION" TO BA-SUMMARY-LINE.
008600     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
008610     MOVE BA-FEED-HEADING TO REPORT-REC.
008620     WRITE REPORT-REC.
008630     PERFORM 6100-RECONCILE-ONE-FEED THRU 6100-EXIT
008640         VARYING BA-FD-IDX FROM 1 BY 1
008650         UNTIL BA-FD-IDX > BA-FEED-COUNT.
008660 6000-EXIT.
008670     EXIT.
008680
008690 6100-RECONCILE-ONE-FEED.
008700     COMPUTE BA-ACCOUNTED-COUNT = FT-ACC-COUNT  (BA-FD-IDX)
008710                                + FT-REJ-COUNT  (BA-FD-IDX)
008720                                + FT-OPEN-COUNT (BA-FD-IDX).
008730     COMPUTE BA-ACCOUNTED-AMOUNT = FT-ACC-AMOUNT  (BA-FD-IDX)
008740                                 + FT-REJ-AMOUNT  (BA-FD-IDX)
008750                                 + FT-OPEN-AMOUNT (BA-FD-IDX).
008760     COMPUTE BA-ANSWERED-COUNT = FT-ACC-COUNT (BA-FD-IDX)
008770                               + FT-REJ-COUNT (BA-FD-IDX).
008780     IF BA-ACCOUNTED-COUNT NOT = FT-SENT-COUNT (BA-FD-IDX)
008790      OR BA-ACCOUNTED-AMOUNT NOT = FT-SENT-AMOUNT (BA-FD-IDX)
008800         MOVE "OUT OF BALANCE" TO FL-STATUS
008810         ADD 1 TO BA-UNBALANCED-FEED-COUNT
008820     ELSE
008830         IF FT-OPEN-COUNT (BA-FD-IDX) = ZERO
008840             MOVE "COMPLETE" TO FL-STATUS
008850         ELSE
008860             IF BA-ANSWERED-COUNT = ZERO
008870              AND FT-DAYS-OUT (BA-FD-IDX) > BA-OVERDUE-DAYS
008880                 MOVE "NEVER ACKED" TO FL-STATUS
008890                 ADD 1 TO BA-LOST-FEED-COUNT
008900             ELSE
008910                 MOVE "OUTSTANDING" TO FL-STATUS
008920             END-IF
008930         END-IF
008940     END-IF.
008950
008960     MOVE FT-FEED-DATE  (BA-FD-IDX) TO FL-FEED-DATE.
008970     MOVE "COUNT"                   TO FL-LABEL.
008980     MOVE FT-SENT-COUNT (BA-FD-IDX) TO FL-SENT.
008990     MOVE FT-ACC-COUNT  (BA-FD-IDX) TO FL-ACCEPTED.
009000     MOVE FT-REJ-COUNT  (BA-FD-IDX) TO FL-REJECTED.
009010     MOVE FT-OPEN-COUNT (BA-FD-IDX) TO FL-OUTSTANDING.
009020     MOVE BA-FEED-LINE TO REPORT-REC.
009030     WRITE REPORT-REC.
009040
009050     MOVE SPACES                     TO FL-FEED-DATE.
009060     MOVE "AMOUNT"                   TO FL-LABEL.
009070     MOVE FT-SENT-AMOUNT (BA-FD-IDX) TO FL-SENT.
009080     MOVE FT-ACC-AMOUNT  (BA-FD-IDX) TO FL-ACCEPTED.
009090     MOVE FT-REJ-AMOUNT  (BA-FD-IDX) TO FL-REJECTED.
009100     MOVE FT-OPEN-AMOUNT (BA-FD-IDX) TO FL-OUTSTANDING.
009110     MOVE SPACES                     TO FL-STATUS.
009120     MOVE BA-FEED-LINE TO REPORT-REC.
009130     WRITE REPORT-REC.
009140
009150     IF FT-OPEN-COUNT (BA-FD-IDX) > ZERO
009160         MOVE SPACES                     TO CARRY-OUT-REC
009170         MOVE "F"                        TO CO-REC-TYPE
009180         MOVE FT-FEED-DATE   (BA-FD-IDX) TO CO-FEED-DATE
009190         MOVE FT-SENT-COUNT  (BA-FD-IDX) TO CO-SENT-COUNT
009200         MOVE FT-SENT-AMOUNT (BA-FD-IDX) TO CO-SENT-AMOUNT
009210         MOVE FT-ACC-COUNT   (BA-FD-IDX) TO CO-ACC-COUNT
009220         MOVE FT-ACC-AMOUNT  (BA-FD-IDX) TO CO-ACC-AMOUNT
009230         MOVE FT-REJ-COUNT   (BA-FD-IDX) TO CO-REJ-COUNT
009240         MOVE FT-REJ-AMOUNT  (BA-FD-IDX) TO CO-REJ-AMOUNT
009250         MOVE FT-DAYS-OUT    (BA-FD-IDX) TO CO-FEED-DAYS-OUT
009260         WRITE CARRY-OUT-REC
009270     END-IF.
009280 6100-EXIT.
009290     EXIT.
009300
009310******************************************************************
009320*    7000-CARRY-FORWARD-ITEMS - WRITE EVERY TRANSACTION STILL
009330*    NOT ACKNOWLEDGED TO THE CARRY-FORWARD FILE AND LIST IT,
009340*    FLAGGED OVERDUE WHEN IT HAS BEEN OUTSTANDING MORE THAN THE
009350*    OVERDUE LIMIT OF BUSINESS DAYS.
009360******************************************************************
009370 7000-CARRY-FORWARD-ITEMS.
009380     IF BA-ITEM-COUNT = ZERO
009390         GO TO 7000-EXIT
009400     END-IF.
009410     MOVE SPACES TO REPORT-REC.
009420     WRITE REPORT-REC.
009430     MOVE "TRANSACTIONS NOT YET ACKNOWLEDGED BY BILLING"
009440         TO BA-SUMMARY-LINE.
009450     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
009460     MOVE BA-OPEN-HEADING TO REPORT-REC.
009470     WRITE REPORT-REC.
009480     PERFORM 7100-CARRY-ONE-ITEM THRU 7100-EXIT
009490         VARYING BA-IT-IDX FROM 1 BY 1
009500         UNTIL BA-IT-IDX > BA-ITEM-COUNT.
009510 7000-EXIT.
009520     EXIT.
009530
009540 7100-CARRY-ONE-ITEM.
009550     IF IT-ITEM-CLOSED (BA-IT-IDX)
009560         GO TO 7100-EXIT
009570     END-IF.
009580     ADD 1 TO BA-STILL-OPEN-COUNT.
009590     MOVE SPACES                      TO CARRY-OUT-REC.
009600     MOVE "T"                         TO CO-REC-TYPE.
009610     MOVE IT-FEED-DATE    (BA-IT-IDX) TO CO-FEED-DATE.
009620     MOVE IT-TRAN-ID      (BA-IT-IDX) TO CO-TRAN-ID.
009630     MOVE IT-TRAN-TYPE    (BA-IT-IDX) TO CO-TRAN-TYPE.
009640     MOVE IT-COMPUTED-SUM (BA-IT-IDX) TO CO-COMPUTED-SUM.
009650     MOVE IT-SENT-STATUS  (BA-IT-IDX) TO CO-SENT-STATUS.
009660     MOVE IT-DAYS-OUT     (BA-IT-IDX) TO CO-ITEM-DAYS-OUT.
009670     WRITE CARRY-OUT-REC.
009680
009690     MOVE IT-FEED-DATE    (BA-IT-IDX) TO OL-FEED-DATE.
009700     MOVE IT-TRAN-ID      (BA-IT-IDX) TO OL-TRAN-ID.
009710     MOVE IT-TRAN-TYPE    (BA-IT-IDX) TO OL-TRAN-TYPE.
009720     MOVE IT-COMPUTED-SUM (BA-IT-IDX) TO OL-OUR-SUM.
009730     MOVE IT-SENT-STATUS  (BA-IT-IDX) TO OL-SENT-STATUS.
009740     MOVE IT-DAYS-OUT     (BA-IT-IDX) TO OL-DAYS-OUT.
009750     IF IT-DAYS-OUT (BA-IT-IDX) > BA-OVERDUE-DAYS
009760         MOVE "OVERDUE" TO OL-FLAG
009770         ADD 1 TO BA-OVERDUE-COUNT
009780     ELSE
009790         MOVE SPACES TO OL-FLAG
009800     END-IF.
009810     MOVE BA-OPEN-LINE TO REPORT-REC.
009820     WRITE REPORT-REC.
009830 7100-EXIT.
009840     EXIT.
009850
009860******************************************************************
009870*    8000-TERMINATE - PRINT THE END-OF-RUN SUMMARY COUNTS, SET
009880*    THE RETURN CODE AND CLOSE THE OUTPUT FILES.  RETURN CODE 8
009890*    WHEN A FILE OR FEED IS OUT OF BALANCE OR A TRANSACTION
009900*    COULD NOT BE TRACKED; 4 WHEN BILLING REJECTED ANYTHING, AN
009910*    ACKNOWLEDGEMENT NEEDS A LOOK, ANYTHING IS OVERDUE, OR AN
009920*    OLD ACKNOWLEDGEMENT FILE WAS SENT AGAIN.
009930******************************************************************
009940 8000-TERMINATE.
009950     MOVE SPACES TO REPORT-REC.
009960     WRITE REPORT-REC.
009970
009980     MOVE BA-CARRIED-COUNT TO BA-COUNT-EDIT.
009990     MOVE SPACES TO BA-SUMMARY-LINE.
010000     STRING "TRANSACTIONS CARRIED IN   : " BA-COUNT-EDIT
010010         DELIMITED BY SIZE INTO BA-SUMMARY-LINE.
010020     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
010030
010040     MOVE BA-NEW-ITEM-COUNT TO BA-COUNT-EDIT.
010050     MOVE SPACES TO BA-SUMMARY-LINE.
010060     STRING "TRANSACTIONS SENT TONIGHT : " BA-COUNT-EDIT
010070         DELIMITED BY SIZE INTO BA-SUMMARY-LINE.
010080     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
010090
010100     MOVE BA-ACK-READ-COUNT TO BA-COUNT-EDIT.
010110     MOVE SPACES TO BA-SUMMARY-LINE.
010120     STRING "ACKNOWLEDGEMENTS APPLIED  : " BA-COUNT-EDIT
010130         DELIMITED BY SIZE INTO BA-SUMMARY-LINE.
010140     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
010150
010160     MOVE BA-ACCEPTED-COUNT TO BA-COUNT-EDIT.
010170     MOVE SPACES TO BA-SUMMARY-LINE.
010180     STRING "  ACCEPTED BY BILLING     : " BA-COUNT-EDIT
010190         DELIMITED BY SIZE INTO BA-SUMMARY-LINE.
010200     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
010210
010220     MOVE BA-AMOUNT-DIFF-COUNT TO BA-COUNT-EDIT.
010230     MOVE SPACES TO BA-SUMMARY-LINE.
010240     STRING "    WITH AMOUNT DIFFERING : " BA-COUNT-EDIT
010250         DELIMITED BY SIZE INTO BA-SUMMARY-LINE.
010260     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
010270
010280     MOVE BA-REJECTED-COUNT TO BA-COUNT-EDIT.
010290     MOVE SPACES TO BA-SUMMARY-LINE.
010300     STRING "  REJECTED BY BILLING     : " BA-COUNT-EDIT
010310         DELIMITED BY SIZE INTO BA-SUMMARY-LINE.
010320     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
010330
010340     MOVE BA-UNMATCHED-COUNT TO BA-COUNT-EDIT.
010350     MOVE SPACES TO BA-SUMMARY-LINE.
010360     STRING "  MATCHING NOTHING SENT   : " BA-COUNT-EDIT
010370         DELIMITED BY SIZE INTO BA-SUMMARY-LINE.
010380     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
010390
010400     MOVE BA-BAD-CODE-COUNT TO BA-COUNT-EDIT.
010410     MOVE SPACES TO BA-SUMMARY-LINE.
010420     STRING "  UNRECOGNISED CODE       : " BA-COUNT-EDIT
010430         DELIMITED BY SIZE INTO BA-SUMMARY-LINE.
010440     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
010450
010460     MOVE BA-STILL-OPEN-COUNT TO BA-COUNT-EDIT.
010470     MOVE SPACES TO BA-SUMMARY-LINE.
010480     STRING "NOT YET ACKNOWLEDGED      : " BA-COUNT-EDIT
010490         DELIMITED BY SIZE INTO BA-SUMMARY-LINE.
010500     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
010510
010520     MOVE BA-OVERDUE-COUNT TO BA-COUNT-EDIT.
010530     MOVE SPACES TO BA-SUMMARY-LINE.
010540     STRING "  FLAGGED OVERDUE         : " BA-COUNT-EDIT
010550         DELIMITED BY SIZE INTO BA-SUMMARY-LINE.
010560     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
010570
010580     MOVE BA-LOST-FEED-COUNT TO BA-COUNT-EDIT.
010590     MOVE SPACES TO BA-SUMMARY-LINE.
010600     STRING "FEEDS NEVER ACKNOWLEDGED  : " BA-COUNT-EDIT
010610         DELIMITED BY SIZE INTO BA-SUMMARY-LINE.
010620     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
010630
010640     MOVE BA-UNBALANCED-FEED-COUNT TO BA-COUNT-EDIT.
010650     MOVE SPACES TO BA-SUMMARY-LINE.
010660     STRING "FEEDS OUT OF BALANCE      : " BA-COUNT-EDIT
010670         DELIMITED BY SIZE INTO BA-SUMMARY-LINE.
010680     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
010690
010700     IF BA-DROPPED-COUNT > ZERO
010710         MOVE BA-DROPPED-COUNT TO BA-COUNT-EDIT
010720         MOVE SPACES TO BA-SUMMARY-LINE
010730         STRING "** NOT TRACKED - TABLE FULL : " BA-COUNT-EDIT
010740             " **" DELIMITED BY SIZE INTO BA-SUMMARY-LINE
010750         PERFORM 9900-WRITE-NOTE THRU 9900-EXIT
010760     END-IF.
010770
010780     IF BA-SENT-OUT-OF-BALANCE
010790      OR BA-ACK-OUT-OF-BALANCE
010800      OR BA-UNBALANCED-FEED-COUNT > ZERO
010810      OR BA-DROPPED-COUNT > ZERO
010820         MOVE 8 TO RETURN-CODE
010830     ELSE
010840         IF BA-REJECTED-COUNT > ZERO
010850          OR BA-AMOUNT-DIFF-COUNT > ZERO
010860          OR BA-UNMATCHED-COUNT > ZERO
010870          OR BA-BAD-CODE-COUNT > ZERO
010880          OR BA-OVERDUE-COUNT > ZERO
010890          OR BA-LOST-FEED-COUNT > ZERO
010900          OR BA-ACK-REPEATED
010910             MOVE 4 TO RETURN-CODE
010920         ELSE
010930             MOVE 0 TO RETURN-CODE
010940         END-IF
010950     END-IF.
010960     IF ADDRESS OF DL-RUN-PARAMETERS NOT = NULL
010970         MOVE RETURN-CODE TO DL-STEP-RETURN-CODE
010980     END-IF.
010990
011000     CLOSE CARRY-OUT-FILE
011010     CLOSE REPORT-FILE.
011020 8000-EXIT.
011030     EXIT.
011040
011050******************************************************************
011060*    9100-ADD-ITEM - ADD THE TRANSACTION IN BA-NEW-ITEM TO THE
011070*    OUTSTANDING TABLE.  ONE THAT WILL NOT FIT CANNOT BE
011080*    TRACKED AND FAILS THE STEP.
011090******************************************************************
011100 9100-ADD-ITEM.
011110     IF BA-ITEM-COUNT < 5000
011120         ADD 1 TO BA-ITEM-COUNT
011130         SET BA-IT-IDX TO BA-ITEM-COUNT
011140         MOVE NI-FEED-DATE    TO IT-FEED-DATE    (BA-IT-IDX)
011150         MOVE NI-TRAN-ID      TO IT-TRAN-ID      (BA-IT-IDX)
011160         MOVE NI-TRAN-TYPE    TO IT-TRAN-TYPE    (BA-IT-IDX)
011170         MOVE NI-COMPUTED-SUM TO IT-COMPUTED-SUM (BA-IT-IDX)
011180         MOVE NI-SENT-STATUS  TO IT-SENT-STATUS  (BA-IT-IDX)
011190         MOVE NI-DAYS-OUT     TO IT-DAYS-OUT     (BA-IT-IDX)
011200         SET IT-ITEM-OPEN (BA-IT-IDX) TO TRUE
011210     ELSE
011220         DISPLAY "SUMACK - OUTSTANDING TABLE FULL, "
011230                 "TRAN DROPPED: " NI-FEED-DATE " " NI-TRAN-ID
011240         ADD 1 TO BA-DROPPED-COUNT
011250     END-IF.
011260 9100-EXIT.
011270     EXIT.
011280
011290******************************************************************
011300*    9200-FIND-FEED - SEARCH THE FEED TABLE FOR THE FEED DATE
011310*    IN BA-SEARCH-FEED-DATE, LEAVING BA-FD-IDX POINTING AT IT.
011320******************************************************************
011330 9200-FIND-FEED.
011340     MOVE 'N' TO BA-FEED-FOUND-SW.
011350     IF BA-FEED-COUNT > ZERO
011360         SET BA-FD-IDX TO 1
011370         SEARCH BA-FEED-ENTRY
011380             AT END
011390                 MOVE 'N' TO BA-FEED-FOUND-SW
011400             WHEN FT-FEED-DATE (BA-FD-IDX) = BA-SEARCH-FEED-DATE
011410                 SET BA-FEED-WAS-FOUND TO TRUE
011420         END-SEARCH
011430     END-IF.
011440 9200-EXIT.
011450     EXIT.
011460
011470******************************************************************
011480*    9300-ADD-FEED - ADD AN EMPTY ENTRY FOR THE FEED DATE IN
011490*    BA-SEARCH-FEED-DATE, LEAVING BA-FD-IDX POINTING AT IT.
011500*    BA-FEED-FOUND-SW IS LEFT OFF WHEN THE TABLE IS FULL.
011510******************************************************************
011520 9300-ADD-FEED.
011530     IF BA-FEED-COUNT < 60
011540         ADD 1 TO BA-FEED-COUNT
011550         SET BA-FD-IDX TO BA-FEED-COUNT
011560         MOVE BA-SEARCH-FEED-DATE TO FT-FEED-DATE (BA-FD-IDX)
011570         MOVE ZERO TO FT-SENT-COUNT  (BA-FD-IDX)
011580         MOVE ZERO TO FT-SENT-AMOUNT (BA-FD-IDX)
011590         MOVE ZERO TO FT-ACC-COUNT   (BA-FD-IDX)
011600         MOVE ZERO TO FT-ACC-AMOUNT  (BA-FD-IDX)
011610         MOVE ZERO TO FT-REJ-COUNT   (BA-FD-IDX)
011620         MOVE ZERO TO FT-REJ-AMOUNT  (BA-FD-IDX)
011630         MOVE ZERO TO FT-OPEN-COUNT  (BA-FD-IDX)
011640         MOVE ZERO TO FT-OPEN-AMOUNT (BA-FD-IDX)
011650         MOVE ZERO TO FT-DAYS-OUT    (BA-FD-IDX)
011660         SET BA-FEED-WAS-FOUND TO TRUE
011670     ELSE
011680         DISPLAY "SUMACK - FEED TABLE FULL, FEED DROPPED: "
011690                 BA-SEARCH-FEED-DATE
011700         MOVE 'N' TO BA-FEED-FOUND-SW
011710     END-IF.
011720 9300-EXIT.
011730     EXIT.
011740
011750******************************************************************
011760*    9400-FIND-OPEN-ITEM - SEARCH THE OUTSTANDING TABLE FOR AN
011770*    OPEN TRANSACTION WITH THE FEED DATE AND TRAN ID IN
011780*    BA-SEARCH-FEED-DATE AND BA-SEARCH-TRAN-ID, LEAVING
011790*    BA-IT-IDX POINTING AT THE MATCH WHEN ONE IS FOUND.
011800******************************************************************
011810 9400-FIND-OPEN-ITEM.
011820     MOVE 'N' TO BA-MATCH-FOUND-SW.
011830     IF BA-ITEM-COUNT > ZERO
011840         SET BA-IT-IDX TO 1
011850         SEARCH BA-ITEM-ENTRY
011860             AT END
011870                 MOVE 'N' TO BA-MATCH-FOUND-SW
011880             WHEN IT-FEED-DATE (BA-IT-IDX) = BA-SEARCH-FEED-DATE
011890              AND IT-TRAN-ID (BA-IT-IDX) = BA-SEARCH-TRAN-ID
011900              AND IT-ITEM-OPEN (BA-IT-IDX)
011910                 SET BA-MATCH-WAS-FOUND TO TRUE
011920         END-SEARCH
011930     END-IF.
011940 9400-EXIT.
011950     EXIT.
011960
011970******************************************************************
011980*    9900-WRITE-NOTE - PRINT THE LINE BUILT IN BA-SUMMARY-LINE.
011990******************************************************************
012000 9900-WRITE-NOTE.
012010     MOVE BA-SUMMARY-LINE TO REPORT-REC.
012020     WRITE REPORT-REC.
012030 9900-EXIT.
012040     EXIT.
