000010******************************************************************
000020*    PROGRAM-ID.  CUSTINQ
000030*
000040*    SINGLE-CUSTOMER INQUIRY.  ANSWERS "WHY HASN'T THIS MEMBER
000050*    GOT THEIR BENEFIT" WITHOUT SOMEONE OPENING THE CUSTOMER
000060*    MASTER, BAND, ELIGIBILITY, SUSPENSE, PENDING AND AUDIT
000070*    FILES ONE AT A TIME.  DRIVEN BY A CARD FILE OF CUSTOMER IDS,
000080*    IT PRINTS ONE CONSOLIDATED PAGE PER CUSTOMER SHOWING:
000090*      - THE MASTER RECORD, WITH THE SOURCE BRANCH
000100*      - THE CURRENT BAND, THE RUN THAT CLASSIFIED IT AND THE
000110*        DATE THE CUSTOMER FIRST ENTERED THAT BAND (FROM THE
000120*        AUDIT LOG)
000130*      - EACH BENEFIT AND WHETHER IT QUALIFIES OR IS BARRED
000140*      - ANY OPEN SUSPENSE ITEM, WITH REASON CODE AND DAYS OPEN
000150*      - ANY FUTURE-DATED MAINTENANCE STILL QUEUED
000160*      - THE LAST FIVE AUDIT CLASSIFICATIONS
000170*    FOLLOWED BY A CONSISTENCY CHECK THAT FLAGS ANYTHING THE
000180*    FILES DISAGREE ON.
000190*
000200*    THE MASTER IS READ BY KEY; EACH SEQUENTIAL FILE IS SCANNED
000210*    IN FULL FOR EVERY CUSTOMER ON THE CARD FILE, WHICH IS
000220*    MEANT FOR A HANDFUL OF INQUIRIES, NOT A BULK EXTRACT.  THE
000230*    AUDIT LOG IS READ IN THE ORDER IT WAS WRITTEN, OLDEST
000240*    FIRST.  A FILE THAT CANNOT BE OPENED IS REPORTED AS NOT
000250*    AVAILABLE AND LEFT OUT OF THE CONSISTENCY CHECK.  NOTHING
000260*    IS UPDATED.
000270*
000280*    INQUIRY CARDS (CINQPARM, ONE CUSTOMER PER CARD):
000290*      COLS  1-10  CUSTOMER ID (BLANK CARDS ARE SKIPPED)
000300*
000310*    MODIFICATION HISTORY
000320*    ------------------------------------------------------------
000330*    2026-10-15  RTM  ORIGINAL - CONSOLIDATED CUSTOMER PAGE ACROSS
000340*                      CUSTMST, BANDCUR, ELIGOUT, SUSPOUT, PENDOUT
000350*                      AND AGEAUD WITH CROSS-FILE CONSISTENCY
000360*                      FLAGS.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.     CUSTINQ.
000400 AUTHOR.         R T MORALES.
000410 INSTALLATION.   MEMBERSHIP SYSTEMS.
000420 DATE-WRITTEN.   2026-10-15.
000430 DATE-COMPILED.
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. GENERIC.
000470 OBJECT-COMPUTER. GENERIC.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT INQUIRY-CARD-FILE ASSIGN TO "CINQPARM"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS CI-CARD-FILE-STATUS.
000530
000540     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS MST-CUST-ID
000580         FILE STATUS IS CI-MST-FILE-STATUS.
000590
000600     SELECT CURRENT-BAND-FILE ASSIGN TO "BANDCUR"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS CI-BAND-FILE-STATUS.
000630
000640     SELECT ELIGIBILITY-FILE ASSIGN TO "ELIGOUT"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS CI-ELIG-FILE-STATUS.
000670
000680     SELECT SUSPENSE-FILE    ASSIGN TO "SUSPOUT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS CI-SUSP-FILE-STATUS.
000710
000720     SELECT PENDING-FILE     ASSIGN TO "PENDOUT"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS CI-PEND-FILE-STATUS.
000750
000760     SELECT AUDIT-FILE       ASSIGN TO "AGEAUD"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS CI-AUD-FILE-STATUS.
000790
000800     SELECT REPORT-FILE      ASSIGN TO "CINQRPT"
000810         ORGANIZATION IS SEQUENTIAL.
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  INQUIRY-CARD-FILE
000850     RECORD CONTAINS 80 CHARACTERS
000860     LABEL RECORDS ARE STANDARD.
000870 01  INQUIRY-CARD-REC.
000880     05  IC-CUST-ID                PIC X(10).
000890     05  FILLER                    PIC X(70).
000900
000910 FD  CUSTOMER-MASTER
000920     RECORD CONTAINS 50 CHARACTERS
000930     LABEL RECORDS ARE STANDARD.
000940 01  MASTER-REC.
000950     05  MST-CUST-ID              PIC X(10).
000960     05  MST-CUST-NAME            PIC X(20).
000970     05  MST-CUST-DOB             PIC 9(08).
000980     05  MST-CUST-AGE             PIC 9(02).
000990     05  MST-SOURCE-BRANCH        PIC X(03).
001000     05  FILLER                   PIC X(07).
001010
001020 FD  CURRENT-BAND-FILE
001030     RECORD CONTAINS 30 CHARACTERS
001040     LABEL RECORDS ARE STANDARD.
001050 01  CURRENT-BAND-REC.
001060     05  CS-CUST-ID                PIC X(10).
001070     05  CS-CATEGORY               PIC X(10).
001080     05  CS-RUN-DATE               PIC 9(08).
001090     05  FILLER                    PIC X(02).
001100
001110 FD  ELIGIBILITY-FILE
001120     RECORD CONTAINS 50 CHARACTERS
001130     LABEL RECORDS ARE STANDARD.
001140 01  ELIGIBILITY-REC.
001150     05  EL-CUST-ID                PIC X(10).
001160     05  EL-CATEGORY               PIC X(10).
001170     05  EL-BENEFIT-NAME           PIC X(15).
001180     05  EL-ELIG-FLAG              PIC X(01).
001190         88  EL-QUALIFIES                 VALUE "Y".
001200     05  EL-RUN-DATE               PIC 9(08).
001210     05  FILLER                    PIC X(06).
001220
001230 FD  SUSPENSE-FILE
001240     RECORD CONTAINS 60 CHARACTERS
001250     LABEL RECORDS ARE STANDARD.
001260 01  SUSPENSE-REC.
001270     05  SUS-CUST-ID              PIC X(10).
001280     05  SUS-AGE-VALUE            PIC X(02).
001290     05  SUS-REASON-CODE          PIC X(02).
001300     05  SUS-REASON-TEXT          PIC X(30).
001310     05  SUS-OPEN-DATE            PIC 9(08).
001320     05  SUS-DAYS-OPEN            PIC 9(03).
001330     05  SUS-SOURCE-BRANCH        PIC X(03).
001340     05  FILLER                   PIC X(02).
001350
001360 FD  PENDING-FILE
001370     RECORD CONTAINS 60 CHARACTERS
001380     LABEL RECORDS ARE STANDARD.
001390 01  PENDING-REC.
001400     05  PND-ACTION-CODE          PIC X(01).
001410         88  PND-ACTION-ADD                  VALUE "A".
001420         88  PND-ACTION-CHANGE               VALUE "C".
001430         88  PND-ACTION-DELETE               VALUE "D".
001440     05  PND-CUST-ID              PIC X(10).
001450     05  PND-CUST-NAME            PIC X(20).
001460     05  PND-CUST-DOB             PIC 9(08).
001470     05  PND-CUST-AGE             PIC 9(02).
001480     05  PND-SOURCE-BRANCH        PIC X(03).
001490     05  PND-EFFECTIVE-DATE       PIC 9(08).
001500     05  FILLER                   PIC X(08).
001510
001520 FD  AUDIT-FILE
001530     RECORD CONTAINS 50 CHARACTERS
001540     LABEL RECORDS ARE STANDARD.
001550 01  AUDIT-REC.
001560     05  AUD-RUN-DATE              PIC 9(08).
001570     05  AUD-RUN-TIME              PIC 9(08).
001580     05  AUD-CUST-ID               PIC X(10).
001590     05  AUD-AGE                   PIC 9(02).
001600     05  AUD-CATEGORY              PIC X(10).
001610     05  FILLER                    PIC X(12).
001620
001630 FD  REPORT-FILE
001640     RECORD CONTAINS 80 CHARACTERS
001650     LABEL RECORDS ARE STANDARD.
001660 01  REPORT-REC                   PIC X(80).
001670
001680 WORKING-STORAGE SECTION.
001690 77  CI-EOF-CARD-SW               PIC X(01) VALUE 'N'.
001700     88  CARD-EOF                            VALUE 'Y'.
001710 77  CI-EOF-SCAN-SW               PIC X(01) VALUE 'N'.
001720     88  SCAN-EOF                            VALUE 'Y'.
001730 77  CI-INQUIRY-FAILED-SW         PIC X(01) VALUE 'N'.
001740     88  CI-INQUIRY-FAILED                   VALUE 'Y'.
001750 77  CI-ON-MASTER-SW              PIC X(01) VALUE 'N'.
001760     88  CI-IS-ON-MASTER                     VALUE 'Y'.
001770 77  CI-BAND-FOUND-SW             PIC X(01) VALUE 'N'.
001780     88  CI-BAND-WAS-FOUND                   VALUE 'Y'.
001790 77  CI-BAND-UNAVAIL-SW           PIC X(01) VALUE 'N'.
001800     88  CI-BAND-UNAVAILABLE                 VALUE 'Y'.
001810 77  CI-ELIG-UNAVAIL-SW           PIC X(01) VALUE 'N'.
001820     88  CI-ELIG-UNAVAILABLE                 VALUE 'Y'.
001830 77  CI-SUSP-UNAVAIL-SW           PIC X(01) VALUE 'N'.
001840     88  CI-SUSP-UNAVAILABLE                 VALUE 'Y'.
001850 77  CI-PEND-UNAVAIL-SW           PIC X(01) VALUE 'N'.
001860     88  CI-PEND-UNAVAILABLE                 VALUE 'Y'.
001870 77  CI-AUD-UNAVAIL-SW            PIC X(01) VALUE 'N'.
001880     88  CI-AUD-UNAVAILABLE                  VALUE 'Y'.
001890 77  CI-ELIG-BAND-DIFF-SW         PIC X(01) VALUE 'N'.
001900     88  CI-ELIG-BAND-DIFFERS                VALUE 'Y'.
001910 77  CI-ELIG-DATE-DIFF-SW         PIC X(01) VALUE 'N'.
001920     88  CI-ELIG-DATE-DIFFERS                VALUE 'Y'.
001930 77  CI-SUSP-BRANCH-DIFF-SW       PIC X(01) VALUE 'N'.
001940     88  CI-SUSP-BRANCH-DIFFERS              VALUE 'Y'.
001950 77  CI-PEND-ADD-SW               PIC X(01) VALUE 'N'.
001960     88  CI-PENDING-ADD-QUEUED               VALUE 'Y'.
001970 77  CI-PEND-UPDATE-SW            PIC X(01) VALUE 'N'.
001980     88  CI-PENDING-UPDATE-QUEUED            VALUE 'Y'.
001990
002000 77  CI-CARD-FILE-STATUS          PIC X(02) VALUE SPACES.
002010     88  CI-CARD-FILE-OK                     VALUE "00".
002020 77  CI-MST-FILE-STATUS           PIC X(02) VALUE SPACES.
002030     88  CI-MST-FILE-OK                      VALUE "00".
002040     88  CI-MST-NOT-FOUND                    VALUE "23".
002050 77  CI-BAND-FILE-STATUS          PIC X(02) VALUE SPACES.
002060     88  CI-BAND-FILE-OK                     VALUE "00".
002070 77  CI-ELIG-FILE-STATUS          PIC X(02) VALUE SPACES.
002080     88  CI-ELIG-FILE-OK                     VALUE "00".
002090 77  CI-SUSP-FILE-STATUS          PIC X(02) VALUE SPACES.
002100     88  CI-SUSP-FILE-OK                     VALUE "00".
002110 77  CI-PEND-FILE-STATUS          PIC X(02) VALUE SPACES.
002120     88  CI-PEND-FILE-OK                     VALUE "00".
002130 77  CI-AUD-FILE-STATUS           PIC X(02) VALUE SPACES.
002140     88  CI-AUD-FILE-OK                      VALUE "00".
002150
002160 77  CI-ELIG-COUNT                PIC 9(04) COMP VALUE ZERO.
002170 77  CI-SUSP-COUNT                PIC 9(04) COMP VALUE ZERO.
002180 77  CI-PEND-COUNT                PIC 9(04) COMP VALUE ZERO.
002190 77  CI-AUD-COUNT                 PIC 9(02) COMP VALUE ZERO.
002200 77  CI-AUD-SUB                   PIC 9(02) COMP VALUE ZERO.
002210 77  CI-FLAG-COUNT                PIC 9(02) COMP VALUE ZERO.
002220
002230 77  CI-CARD-COUNT                PIC 9(06) COMP VALUE ZERO.
002240 77  CI-NOT-ON-MASTER-COUNT       PIC 9(06) COMP VALUE ZERO.
002250 77  CI-FLAGGED-COUNT             PIC 9(06) COMP VALUE ZERO.
002260 77  CI-PAGE-COUNT                PIC 9(03) COMP VALUE ZERO.
002270
002280 77  CI-RUN-DATE                  PIC 9(08) VALUE ZERO.
002290 77  CI-INQ-CUST-ID               PIC X(10) VALUE SPACES.
002300 77  CI-BAND-CATEGORY             PIC X(10) VALUE SPACES.
002310 77  CI-BAND-RUN-DATE             PIC 9(08) VALUE ZERO.
002320 77  CI-BAND-SINCE-DATE           PIC 9(08) VALUE ZERO.
002330 77  CI-PREV-AUD-CATEGORY         PIC X(10) VALUE SPACES.
002340
002350 01  CI-AUDIT-HISTORY.
002360     05  CI-AUD-ENTRY OCCURS 5 TIMES.
002370         10  AH-RUN-DATE           PIC 9(08).
002380         10  AH-RUN-TIME           PIC 9(08).
002390         10  AH-AGE                PIC 9(02).
002400         10  AH-CATEGORY           PIC X(10).
002410
002420 01  CI-PAGE-HEADING-1.
002430     05  FILLER          PIC X(20) VALUE "CUSTINQ CUSTOMER INQ".
002440     05  FILLER          PIC X(17) VALUE "UIRY             ".
002450     05  FILLER          PIC X(09) VALUE "RUN DATE:".
002460     05  PH-RUN-DATE     PIC 9(08).
002470     05  FILLER          PIC X(08) VALUE "  PAGE: ".
002480     05  PH-PAGE         PIC ZZ9.
002490     05  FILLER          PIC X(15) VALUE SPACES.
002500
002510 01  CI-PAGE-HEADING-2.
002520     05  FILLER          PIC X(13) VALUE "CUSTOMER ID: ".
002530     05  PH-CUST-ID      PIC X(10).
002540     05  FILLER          PIC X(57) VALUE SPACES.
002550
002560 01  CI-MASTER-LINE.
002570     05  FILLER          PIC X(08) VALUE "  NAME: ".
002580     05  MS-NAME         PIC X(20).
002590     05  FILLER          PIC X(07) VALUE "  DOB: ".
002600     05  MS-DOB          PIC 9(08).
002610     05  FILLER          PIC X(07) VALUE "  AGE: ".
002620     05  MS-AGE          PIC Z9.
002630     05  FILLER          PIC X(10) VALUE "  BRANCH: ".
002640     05  MS-BRANCH       PIC X(03).
002650     05  FILLER          PIC X(15) VALUE SPACES.
002660
002670 01  CI-BAND-LINE.
002680     05  FILLER          PIC X(08) VALUE "  BAND: ".
002690     05  BN-CATEGORY     PIC X(10).
002700     05  FILLER          PIC X(17) VALUE "  CLASSIFIED ON: ".
002710     05  BN-RUN-DATE     PIC 9(08).
002720     05  FILLER          PIC X(15) VALUE "  IN BAND SINCE".
002730     05  FILLER          PIC X(02) VALUE ": ".
002740     05  BN-SINCE-DATE   PIC X(08).
002750     05  FILLER          PIC X(12) VALUE SPACES.
002760
002770 01  CI-ELIG-LINE.
002780     05  FILLER          PIC X(02) VALUE SPACES.
002790     05  EG-BENEFIT-NAME PIC X(15).
002800     05  FILLER          PIC X(02) VALUE SPACES.
002810     05  EG-STATUS       PIC X(09).
002820     05  FILLER          PIC X(08) VALUE "  BAND: ".
002830     05  EG-CATEGORY     PIC X(10).
002840     05  FILLER          PIC X(07) VALUE "  RUN: ".
002850     05  EG-RUN-DATE     PIC 9(08).
002860     05  FILLER          PIC X(19) VALUE SPACES.
002870
002880 01  CI-SUSP-LINE.
002890     05  FILLER          PIC X(02) VALUE SPACES.
002900     05  SU-REASON-CODE  PIC X(02).
002910     05  FILLER          PIC X(01) VALUE SPACES.
002920     05  SU-REASON-TEXT  PIC X(30).
002930     05  FILLER          PIC X(08) VALUE " OPENED ".
002940     05  SU-OPEN-DATE    PIC 9(08).
002950     05  FILLER          PIC X(06) VALUE " DAYS ".
002960     05  SU-DAYS-OPEN    PIC ZZ9.
002970     05  FILLER          PIC X(05) VALUE " BR: ".
002980     05  SU-BRANCH       PIC X(03).
002990     05  FILLER          PIC X(12) VALUE SPACES.
003000
003010 01  CI-PEND-LINE.
003020     05  FILLER          PIC X(02) VALUE SPACES.
003030     05  PN-ACTION       PIC X(06).
003040     05  FILLER          PIC X(12) VALUE "  EFFECTIVE ".
003050     05  PN-EFFECTIVE    PIC 9(08).
003060     05  FILLER          PIC X(02) VALUE SPACES.
003070     05  PN-NAME         PIC X(20).
003080     05  FILLER          PIC X(06) VALUE " DOB: ".
003090     05  PN-DOB          PIC 9(08).
003100     05  FILLER          PIC X(05) VALUE " BR: ".
003110     05  PN-BRANCH       PIC X(03).
003120     05  FILLER          PIC X(08) VALUE SPACES.
003130
003140 01  CI-AUDIT-LINE.
003150     05  FILLER          PIC X(02) VALUE SPACES.
003160     05  AU-RUN-DATE     PIC 9(08).
003170     05  FILLER          PIC X(01) VALUE SPACES.
003180     05  AU-RUN-TIME     PIC 9(08).
003190     05  FILLER          PIC X(07) VALUE "  AGE: ".
003200     05  AU-AGE          PIC Z9.
003210     05  FILLER          PIC X(08) VALUE "  BAND: ".
003220     05  AU-CATEGORY     PIC X(10).
003230     05  FILLER          PIC X(34) VALUE SPACES.
003240
003250 01  CI-SUMMARY-LINE              PIC X(80) VALUE SPACES.
003260
003270 01  CI-COUNT-EDIT                PIC ZZZ,ZZ9.
003280
003290 PROCEDURE DIVISION.
003300 0000-MAINLINE.
003310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003320     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
003330         UNTIL CARD-EOF.
003340     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003350     GOBACK.
003360
003370******************************************************************
003380*    1000-INITIALIZE - OPEN THE CARD FILE, THE MASTER AND THE
003390*    REPORT, AND PRIME THE CARD READ-AHEAD.  WITHOUT A CARD FILE
003400*    OR A MASTER THERE IS NOTHING TO ASK ABOUT.
003410******************************************************************
003420 1000-INITIALIZE.
003430     ACCEPT CI-RUN-DATE FROM DATE YYYYMMDD.
003440     OPEN OUTPUT REPORT-FILE.
003450
003460     OPEN INPUT INQUIRY-CARD-FILE.
003470     IF NOT CI-CARD-FILE-OK
003480         DISPLAY "CUSTINQ - CANNOT OPEN CINQPARM, STATUS "
003490             CI-CARD-FILE-STATUS
003500         SET CI-INQUIRY-FAILED TO TRUE
003510         SET CARD-EOF TO TRUE
003520         GO TO 1000-EXIT
003530     END-IF.
003540
003550     OPEN INPUT CUSTOMER-MASTER.
003560     IF NOT CI-MST-FILE-OK
003570         DISPLAY "CUSTINQ - CANNOT OPEN CUSTOMER MASTER, STATUS "
003580             CI-MST-FILE-STATUS
003590         CLOSE INQUIRY-CARD-FILE
003600         SET CI-INQUIRY-FAILED TO TRUE
003610         SET CARD-EOF TO TRUE
003620         GO TO 1000-EXIT
003630     END-IF.
003640
003650     PERFORM 2100-READ-CARD THRU 2100-EXIT.
003660 1000-EXIT.
003670     EXIT.
003680
003690******************************************************************
003700*    2000-PROCESS-CARD - GATHER EVERYTHING HELD ON ONE CUSTOMER,
003710*    PRINT IT AS ONE PAGE, CHECK IT FOR CONSISTENCY, THEN READ
003720*    THE NEXT CARD.
003730******************************************************************
003740 2000-PROCESS-CARD.
003750     ADD 1 TO CI-CARD-COUNT.
003760     MOVE IC-CUST-ID TO CI-INQ-CUST-ID.
003770     PERFORM 2200-RESET-CUSTOMER THRU 2200-EXIT.
003780     PERFORM 3000-PRINT-PAGE-HEADING THRU 3000-EXIT.
003790     PERFORM 3100-SHOW-MASTER THRU 3100-EXIT.
003800     PERFORM 3200-SHOW-BAND THRU 3200-EXIT.
003810     PERFORM 3600-SHOW-AUDIT THRU 3600-EXIT.
003820     PERFORM 3700-PRINT-BAND-SECTION THRU 3700-EXIT.
003830     PERFORM 3300-SHOW-ELIGIBILITY THRU 3300-EXIT.
003840     PERFORM 3400-SHOW-SUSPENSE THRU 3400-EXIT.
003850     PERFORM 3500-SHOW-PENDING THRU 3500-EXIT.
003860     PERFORM 3800-PRINT-AUDIT-SECTION THRU 3800-EXIT.
003870     PERFORM 4000-CHECK-CONSISTENCY THRU 4000-EXIT.
003880     PERFORM 2100-READ-CARD THRU 2100-EXIT.
003890 2000-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930*    2100-READ-CARD - READ-AHEAD FOR THE MAIN LOOP, SKIPPING
003940*    BLANK CARDS.
003950******************************************************************
003960 2100-READ-CARD.
003970     READ INQUIRY-CARD-FILE
003980         AT END
003990             SET CARD-EOF TO TRUE
004000     END-READ.
004010     IF NOT CARD-EOF
004020      AND IC-CUST-ID = SPACES
004030         GO TO 2100-READ-CARD
004040     END-IF.
004050 2100-EXIT.
004060     EXIT.
004070
004080 2200-RESET-CUSTOMER.
004090     MOVE 'N' TO CI-ON-MASTER-SW CI-BAND-FOUND-SW
004100                 CI-BAND-UNAVAIL-SW CI-ELIG-UNAVAIL-SW
004110                 CI-SUSP-UNAVAIL-SW CI-PEND-UNAVAIL-SW
004120                 CI-AUD-UNAVAIL-SW CI-ELIG-BAND-DIFF-SW
004130                 CI-ELIG-DATE-DIFF-SW CI-SUSP-BRANCH-DIFF-SW
004140                 CI-PEND-ADD-SW CI-PEND-UPDATE-SW.
004150     MOVE ZERO TO CI-ELIG-COUNT CI-SUSP-COUNT CI-PEND-COUNT
004160                  CI-AUD-COUNT CI-FLAG-COUNT.
004170     MOVE SPACES TO CI-BAND-CATEGORY CI-PREV-AUD-CATEGORY.
004180     MOVE ZERO TO CI-BAND-RUN-DATE CI-BAND-SINCE-DATE.
004190     MOVE SPACES TO MASTER-REC.
004200 2200-EXIT.
004210     EXIT.
004220
004230******************************************************************
004240*    3000-PRINT-PAGE-HEADING - EACH CUSTOMER STARTS A NEW PAGE.
004250******************************************************************
004260 3000-PRINT-PAGE-HEADING.
004270     ADD 1 TO CI-PAGE-COUNT.
004280     IF CI-PAGE-COUNT > 1
004290         MOVE SPACES TO REPORT-REC
004300         WRITE REPORT-REC
004310     END-IF.
004320     MOVE CI-RUN-DATE   TO PH-RUN-DATE.
004330     MOVE CI-PAGE-COUNT TO PH-PAGE.
004340     MOVE CI-PAGE-HEADING-1 TO REPORT-REC.
004350     WRITE REPORT-REC.
004360     MOVE CI-INQ-CUST-ID TO PH-CUST-ID.
004370     MOVE CI-PAGE-HEADING-2 TO REPORT-REC.
004380     WRITE REPORT-REC.
004390 3000-EXIT.
004400     EXIT.
004410
004420******************************************************************
004430*    3100-SHOW-MASTER - READ THE MASTER BY KEY.
004440******************************************************************
004450 3100-SHOW-MASTER.
004460     MOVE SPACES TO REPORT-REC.
004470     WRITE REPORT-REC.
004480     MOVE "CUSTOMER MASTER" TO REPORT-REC.
004490     WRITE REPORT-REC.
004500
004510     MOVE CI-INQ-CUST-ID TO MST-CUST-ID.
004520     READ CUSTOMER-MASTER.
004530     IF NOT CI-MST-FILE-OK
004540         ADD 1 TO CI-NOT-ON-MASTER-COUNT
004550         MOVE "  ** NOT ON CUSTOMER MASTER **" TO REPORT-REC
004560         WRITE REPORT-REC
004570         GO TO 3100-EXIT
004580     END-IF.
004590     SET CI-IS-ON-MASTER TO TRUE.
004600     MOVE MST-CUST-NAME     TO MS-NAME.
004610     MOVE MST-CUST-DOB      TO MS-DOB.
004620     MOVE MST-CUST-AGE      TO MS-AGE.
004630     MOVE MST-SOURCE-BRANCH TO MS-BRANCH.
004640     MOVE CI-MASTER-LINE TO REPORT-REC.
004650     WRITE REPORT-REC.
004660 3100-EXIT.
004670     EXIT.
004680
004690******************************************************************
004700*    3200-SHOW-BAND - FIND THE CUSTOMER ON TONIGHT'S BAND FILE.
004710*    THE BAND IS PRINTED BY 3700-PRINT-BAND-SECTION ONCE THE
004720*    AUDIT SCAN HAS SUPPLIED THE "IN BAND SINCE" DATE.
004730******************************************************************
004740 3200-SHOW-BAND.
004750     OPEN INPUT CURRENT-BAND-FILE.
004760     IF NOT CI-BAND-FILE-OK
004770         SET CI-BAND-UNAVAILABLE TO TRUE
004780         GO TO 3200-EXIT
004790     END-IF.
004800     MOVE 'N' TO CI-EOF-SCAN-SW.
004810     PERFORM 3250-SCAN-ONE-BAND THRU 3250-EXIT
004820         UNTIL SCAN-EOF.
004830     CLOSE CURRENT-BAND-FILE.
004840 3200-EXIT.
004850     EXIT.
004860
004870 3250-SCAN-ONE-BAND.
004880     READ CURRENT-BAND-FILE
004890         AT END
004900             SET SCAN-EOF TO TRUE
004910         NOT AT END
004920             IF CS-CUST-ID = CI-INQ-CUST-ID
004930                 SET CI-BAND-WAS-FOUND TO TRUE
004940                 MOVE CS-CATEGORY TO CI-BAND-CATEGORY
004950                 MOVE CS-RUN-DATE TO CI-BAND-RUN-DATE
004960             END-IF
004970     END-READ.
004980 3250-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020*    3300-SHOW-ELIGIBILITY - LIST EVERY BENEFIT RECORD FOR THE
005030*    CUSTOMER, NOTING ANY THAT CARRY A DIFFERENT BAND OR RUN
005040*    DATE FROM THE CURRENT BAND RECORD.
005050******************************************************************
005060 3300-SHOW-ELIGIBILITY.
005070     MOVE SPACES TO REPORT-REC.
005080     WRITE REPORT-REC.
005090     MOVE "ELIGIBILITY" TO REPORT-REC.
005100     WRITE REPORT-REC.
005110
005120     OPEN INPUT ELIGIBILITY-FILE.
005130     IF NOT CI-ELIG-FILE-OK
005140         SET CI-ELIG-UNAVAILABLE TO TRUE
005150         MOVE "  ** ELIGOUT NOT AVAILABLE **" TO REPORT-REC
005160         WRITE REPORT-REC
005170         GO TO 3300-EXIT
005180     END-IF.
005190     MOVE 'N' TO CI-EOF-SCAN-SW.
005200     PERFORM 3350-SCAN-ONE-ELIG THRU 3350-EXIT
005210         UNTIL SCAN-EOF.
005220     CLOSE ELIGIBILITY-FILE.
005230
005240     IF CI-ELIG-COUNT = ZERO
005250         MOVE "  NO ELIGIBILITY RECORDS" TO REPORT-REC
005260         WRITE REPORT-REC
005270     END-IF.
005280 3300-EXIT.
005290     EXIT.
005300
005310 3350-SCAN-ONE-ELIG.
005320     READ ELIGIBILITY-FILE
005330         AT END
005340             SET SCAN-EOF TO TRUE
005350             GO TO 3350-EXIT
005360     END-READ.
005370     IF EL-CUST-ID NOT = CI-INQ-CUST-ID
005380         GO TO 3350-EXIT
005390     END-IF.
005400
005410     ADD 1 TO CI-ELIG-COUNT.
005420     MOVE EL-BENEFIT-NAME TO EG-BENEFIT-NAME.
005430     IF EL-QUALIFIES
005440         MOVE "QUALIFIES" TO EG-STATUS
005450     ELSE
005460         MOVE "BARRED"    TO EG-STATUS
005470     END-IF.
005480     MOVE EL-CATEGORY TO EG-CATEGORY.
005490     MOVE EL-RUN-DATE TO EG-RUN-DATE.
005500     MOVE CI-ELIG-LINE TO REPORT-REC.
005510     WRITE REPORT-REC.
005520
005530     IF CI-BAND-WAS-FOUND
005540         IF EL-CATEGORY NOT = CI-BAND-CATEGORY
005550             SET CI-ELIG-BAND-DIFFERS TO TRUE
005560         END-IF
005570         IF EL-RUN-DATE NOT = CI-BAND-RUN-DATE
005580             SET CI-ELIG-DATE-DIFFERS TO TRUE
005590         END-IF
005600     END-IF.
005610 3350-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650*    3400-SHOW-SUSPENSE - LIST EVERY OPEN SUSPENSE ITEM.
005660******************************************************************
005670 3400-SHOW-SUSPENSE.
005680     MOVE SPACES TO REPORT-REC.
005690     WRITE REPORT-REC.
005700     MOVE "OPEN SUSPENSE" TO REPORT-REC.
005710     WRITE REPORT-REC.
005720
005730     OPEN INPUT SUSPENSE-FILE.
005740     IF NOT CI-SUSP-FILE-OK
005750         SET CI-SUSP-UNAVAILABLE TO TRUE
005760         MOVE "  ** SUSPOUT NOT AVAILABLE **" TO REPORT-REC
005770         WRITE REPORT-REC
005780         GO TO 3400-EXIT
005790     END-IF.
005800     MOVE 'N' TO CI-EOF-SCAN-SW.
005810     PERFORM 3450-SCAN-ONE-SUSPENSE THRU 3450-EXIT
005820         UNTIL SCAN-EOF.
005830     CLOSE SUSPENSE-FILE.
005840
005850     IF CI-SUSP-COUNT = ZERO
005860         MOVE "  NONE" TO REPORT-REC
005870         WRITE REPORT-REC
005880     END-IF.
005890 3400-EXIT.
005900     EXIT.
005910
005920 3450-SCAN-ONE-SUSPENSE.
005930     READ SUSPENSE-FILE
005940         AT END
005950             SET SCAN-EOF TO TRUE
005960             GO TO 3450-EXIT
005970     END-READ.
005980     IF SUS-CUST-ID NOT = CI-INQ-CUST-ID
005990         GO TO 3450-EXIT
006000     END-IF.
006010
006020     ADD 1 TO CI-SUSP-COUNT.
006030     MOVE SUS-REASON-CODE   TO SU-REASON-CODE.
006040     MOVE SUS-REASON-TEXT   TO SU-REASON-TEXT.
006050     MOVE SUS-OPEN-DATE     TO SU-OPEN-DATE.
006060     MOVE SUS-DAYS-OPEN     TO SU-DAYS-OPEN.
006070     MOVE SUS-SOURCE-BRANCH TO SU-BRANCH.
006080     MOVE CI-SUSP-LINE TO REPORT-REC.
006090     WRITE REPORT-REC.
006100
006110     IF CI-IS-ON-MASTER
006120      AND SUS-SOURCE-BRANCH NOT = SPACES
006130      AND SUS-SOURCE-BRANCH NOT = MST-SOURCE-BRANCH
006140         SET CI-SUSP-BRANCH-DIFFERS TO TRUE
006150     END-IF.
006160 3450-EXIT.
006170     EXIT.
006180
006190******************************************************************
006200*    3500-SHOW-PENDING - LIST ANY FUTURE-DATED MAINTENANCE STILL
006210*    QUEUED FOR THE CUSTOMER.
006220******************************************************************
006230 3500-SHOW-PENDING.
006240     MOVE SPACES TO REPORT-REC.
006250     WRITE REPORT-REC.
006260     MOVE "PENDING MAINTENANCE" TO REPORT-REC.
006270     WRITE REPORT-REC.
006280
006290     OPEN INPUT PENDING-FILE.
006300     IF NOT CI-PEND-FILE-OK
006310         SET CI-PEND-UNAVAILABLE TO TRUE
006320         MOVE "  ** PENDOUT NOT AVAILABLE **" TO REPORT-REC
006330         WRITE REPORT-REC
006340         GO TO 3500-EXIT
006350     END-IF.
006360     MOVE 'N' TO CI-EOF-SCAN-SW.
006370     PERFORM 3550-SCAN-ONE-PENDING THRU 3550-EXIT
006380         UNTIL SCAN-EOF.
006390     CLOSE PENDING-FILE.
006400
006410     IF CI-PEND-COUNT = ZERO
006420         MOVE "  NONE" TO REPORT-REC
006430         WRITE REPORT-REC
006440     END-IF.
006450 3500-EXIT.
006460     EXIT.
006470
006480 3550-SCAN-ONE-PENDING.
006490     READ PENDING-FILE
006500         AT END
006510             SET SCAN-EOF TO TRUE
006520             GO TO 3550-EXIT
006530     END-READ.
006540     IF PND-CUST-ID NOT = CI-INQ-CUST-ID
006550         GO TO 3550-EXIT
006560     END-IF.
006570
006580     ADD 1 TO CI-PEND-COUNT.
006588     IF PND-ACTION-ADD
006596         MOVE "ADD"    TO PN-ACTION
006604         SET CI-PENDING-ADD-QUEUED TO TRUE
006612     ELSE
006620         IF PND-ACTION-CHANGE
006628             MOVE "CHANGE" TO PN-ACTION
006636             SET CI-PENDING-UPDATE-QUEUED TO TRUE
006644         ELSE
006652             IF PND-ACTION-DELETE
006660                 MOVE "DELETE" TO PN-ACTION
006668                 SET CI-PENDING-UPDATE-QUEUED TO TRUE
006676             ELSE
006684                 MOVE PND-ACTION-CODE TO PN-ACTION
006692             END-IF
006700         END-IF
006708     END-IF.
006720     MOVE PND-EFFECTIVE-DATE TO PN-EFFECTIVE.
006730     MOVE PND-CUST-NAME      TO PN-NAME.
006740     MOVE PND-CUST-DOB       TO PN-DOB.
006750     MOVE PND-SOURCE-BRANCH  TO PN-BRANCH.
006760     MOVE CI-PEND-LINE TO REPORT-REC.
006770     WRITE REPORT-REC.
006780 3550-EXIT.
006790     EXIT.
006800
006810******************************************************************
006820*    3600-SHOW-AUDIT - KEEP THE LAST FIVE CLASSIFICATIONS FOR
006830*    THE CUSTOMER FOR 3800-PRINT-AUDIT-SECTION.  THE SAME PASS
006840*    NOTES THE RUN ON WHICH THE CUSTOMER LAST CHANGED BAND,
006850*    WHICH IS THE "IN BAND SINCE" DATE.
006860******************************************************************
006870 3600-SHOW-AUDIT.
006880     OPEN INPUT AUDIT-FILE.
006890     IF NOT CI-AUD-FILE-OK
006900         SET CI-AUD-UNAVAILABLE TO TRUE
006910         GO TO 3600-EXIT
006920     END-IF.
006930     MOVE 'N' TO CI-EOF-SCAN-SW.
006940     PERFORM 3650-SCAN-ONE-AUDIT THRU 3650-EXIT
006950         UNTIL SCAN-EOF.
006960     CLOSE AUDIT-FILE.
006970 3600-EXIT.
006980     EXIT.
006990
007000 3650-SCAN-ONE-AUDIT.
007010     READ AUDIT-FILE
007020         AT END
007030             SET SCAN-EOF TO TRUE
007040             GO TO 3650-EXIT
007050     END-READ.
007060     IF AUD-CUST-ID NOT = CI-INQ-CUST-ID
007070         GO TO 3650-EXIT
007080     END-IF.
007090
007100     IF AUD-CATEGORY NOT = CI-PREV-AUD-CATEGORY
007110         MOVE AUD-RUN-DATE TO CI-BAND-SINCE-DATE
007120         MOVE AUD-CATEGORY TO CI-PREV-AUD-CATEGORY
007130     END-IF.
007140
007150     IF CI-AUD-COUNT < 5
007160         ADD 1 TO CI-AUD-COUNT
007170     ELSE
007180         PERFORM 3660-SHIFT-AUDIT-ENTRY THRU 3660-EXIT
007190             VARYING CI-AUD-SUB FROM 1 BY 1
007200             UNTIL CI-AUD-SUB > 4
007210     END-IF.
007220     MOVE AUD-RUN-DATE TO AH-RUN-DATE (CI-AUD-COUNT).
007230     MOVE AUD-RUN-TIME TO AH-RUN-TIME (CI-AUD-COUNT).
007240     MOVE AUD-AGE      TO AH-AGE (CI-AUD-COUNT).
007250     MOVE AUD-CATEGORY TO AH-CATEGORY (CI-AUD-COUNT).
007260 3650-EXIT.
007270     EXIT.
007280
007290 3660-SHIFT-AUDIT-ENTRY.
007300     MOVE CI-AUD-ENTRY (CI-AUD-SUB + 1)
007305         TO CI-AUD-ENTRY (CI-AUD-SUB).
007310 3660-EXIT.
007320     EXIT.
007330
007340******************************************************************
007350*    3700-PRINT-BAND-SECTION - PRINT THE CURRENT BAND ONCE THE
007360*    AUDIT SCAN HAS SUPPLIED THE "IN BAND SINCE" DATE.  THE
007370*    SINCE DATE IS ONLY SHOWN WHEN THE LATEST AUDIT ENTRY AGREES
007380*    WITH THE BAND FILE.
007390******************************************************************
007400 3700-PRINT-BAND-SECTION.
007410     MOVE SPACES TO REPORT-REC.
007420     WRITE REPORT-REC.
007430     MOVE "CURRENT BAND" TO REPORT-REC.
007440     WRITE REPORT-REC.
007450
007460     IF CI-BAND-UNAVAILABLE
007470         MOVE "  ** BANDCUR NOT AVAILABLE **" TO REPORT-REC
007480         WRITE REPORT-REC
007490         GO TO 3700-EXIT
007500     END-IF.
007510     IF NOT CI-BAND-WAS-FOUND
007520         MOVE "  NO CURRENT BAND RECORD" TO REPORT-REC
007530         WRITE REPORT-REC
007540         GO TO 3700-EXIT
007550     END-IF.
007560
007570     MOVE CI-BAND-CATEGORY TO BN-CATEGORY.
007580     MOVE CI-BAND-RUN-DATE TO BN-RUN-DATE.
007590     IF CI-AUD-COUNT > ZERO
007600      AND CI-PREV-AUD-CATEGORY = CI-BAND-CATEGORY
007610         MOVE CI-BAND-SINCE-DATE TO BN-SINCE-DATE
007620     ELSE
007630         MOVE "UNKNOWN" TO BN-SINCE-DATE
007640     END-IF.
007650     MOVE CI-BAND-LINE TO REPORT-REC.
007660     WRITE REPORT-REC.
007670 3700-EXIT.
007680     EXIT.
007690
007700******************************************************************
007710*    3800-PRINT-AUDIT-SECTION - PRINT THE RETAINED AUDIT
007720*    CLASSIFICATIONS, OLDEST FIRST.
007730******************************************************************
007740 3800-PRINT-AUDIT-SECTION.
007750     MOVE SPACES TO REPORT-REC.
007760     WRITE REPORT-REC.
007770     MOVE "LAST AUDIT CLASSIFICATIONS" TO REPORT-REC.
007780     WRITE REPORT-REC.
007790
007800     IF CI-AUD-UNAVAILABLE
007810         MOVE "  ** AGEAUD NOT AVAILABLE **" TO REPORT-REC
007820         WRITE REPORT-REC
007830         GO TO 3800-EXIT
007840     END-IF.
007850     IF CI-AUD-COUNT = ZERO
007860         MOVE "  NONE" TO REPORT-REC
007870         WRITE REPORT-REC
007880         GO TO 3800-EXIT
007890     END-IF.
007900     PERFORM 3850-PRINT-ONE-AUDIT THRU 3850-EXIT
007910         VARYING CI-AUD-SUB FROM 1 BY 1
007920         UNTIL CI-AUD-SUB > CI-AUD-COUNT.
007930 3800-EXIT.
007940     EXIT.
007950
007960 3850-PRINT-ONE-AUDIT.
007970     MOVE AH-RUN-DATE (CI-AUD-SUB) TO AU-RUN-DATE.
007980     MOVE AH-RUN-TIME (CI-AUD-SUB) TO AU-RUN-TIME.
007990     MOVE AH-AGE (CI-AUD-SUB)      TO AU-AGE.
008000     MOVE AH-CATEGORY (CI-AUD-SUB) TO AU-CATEGORY.
008010     MOVE CI-AUDIT-LINE TO REPORT-REC.
008020     WRITE REPORT-REC.
008030 3850-EXIT.
008040     EXIT.
008050
008060******************************************************************
008070*    4000-CHECK-CONSISTENCY - FLAG ANYTHING THE FILES DISAGREE
008080*    ON.  A CHECK THAT NEEDS A FILE WHICH COULD NOT BE OPENED IS
008090*    SKIPPED RATHER THAN REPORTED AS A FALSE ALARM.
008100******************************************************************
008110 4000-CHECK-CONSISTENCY.
008120     MOVE SPACES TO REPORT-REC.
008130     WRITE REPORT-REC.
008140     MOVE "CONSISTENCY CHECK" TO REPORT-REC.
008150     WRITE REPORT-REC.
008160
008170     IF NOT CI-IS-ON-MASTER
008180      AND CI-BAND-WAS-FOUND
008190         MOVE "  ** NOT ON MASTER BUT HAS A CURRENT BAND"
008200             TO CI-SUMMARY-LINE
008210         PERFORM 4900-WRITE-FLAG THRU 4900-EXIT
008220     END-IF.
008230     IF NOT CI-IS-ON-MASTER
008240      AND CI-ELIG-COUNT > ZERO
008250         MOVE "  ** NOT ON MASTER BUT HAS ELIGIBILITY RECORDS"
008260             TO CI-SUMMARY-LINE
008270         PERFORM 4900-WRITE-FLAG THRU 4900-EXIT
008280     END-IF.
008290     IF CI-IS-ON-MASTER
008300      AND NOT CI-BAND-UNAVAILABLE
008310      AND NOT CI-SUSP-UNAVAILABLE
008320      AND NOT CI-BAND-WAS-FOUND
008330      AND CI-SUSP-COUNT = ZERO
008340         MOVE "  ** ON MASTER BUT NEITHER BANDED NOR IN SUSPENSE"
008350             TO CI-SUMMARY-LINE
008360         PERFORM 4900-WRITE-FLAG THRU 4900-EXIT
008370     END-IF.
008380     IF CI-BAND-WAS-FOUND
008390      AND CI-SUSP-COUNT > ZERO
008400         MOVE "  ** BANDED BUT ALSO IN OPEN SUSPENSE"
008410             TO CI-SUMMARY-LINE
008420         PERFORM 4900-WRITE-FLAG THRU 4900-EXIT
008430     END-IF.
008440     IF CI-BAND-WAS-FOUND
008450      AND NOT CI-ELIG-UNAVAILABLE
008460      AND CI-ELIG-COUNT = ZERO
008470         MOVE "  ** BANDED BUT NO ELIGIBILITY RECORDS"
008480             TO CI-SUMMARY-LINE
008490         PERFORM 4900-WRITE-FLAG THRU 4900-EXIT
008500     END-IF.
008510     IF CI-ELIG-BAND-DIFFERS
008520         MOVE "  ** ELIGIBILITY BAND DIFFERS FROM CURRENT BAND"
008530             TO CI-SUMMARY-LINE
008540         PERFORM 4900-WRITE-FLAG THRU 4900-EXIT
008550     END-IF.
008560     IF CI-ELIG-DATE-DIFFERS
008570         MOVE "  ** ELIGIBILITY NOT FROM THE SAME RUN AS THE BAND"
008580             TO CI-SUMMARY-LINE
008590         PERFORM 4900-WRITE-FLAG THRU 4900-EXIT
008600     END-IF.
008610     IF CI-BAND-WAS-FOUND
008620      AND CI-AUD-COUNT > ZERO
008630      AND CI-PREV-AUD-CATEGORY NOT = CI-BAND-CATEGORY
008640         MOVE "  ** LATEST AUDIT BAND DIFFERS FROM CURRENT BAND"
008650             TO CI-SUMMARY-LINE
008660         PERFORM 4900-WRITE-FLAG THRU 4900-EXIT
008670     END-IF.
008680     IF CI-BAND-WAS-FOUND
008690      AND NOT CI-AUD-UNAVAILABLE
008700      AND CI-AUD-COUNT = ZERO
008710         MOVE "  ** BANDED BUT NO AUDIT CLASSIFICATION ON FILE"
008720             TO CI-SUMMARY-LINE
008730         PERFORM 4900-WRITE-FLAG THRU 4900-EXIT
008740     END-IF.
008750     IF CI-SUSP-BRANCH-DIFFERS
008760         MOVE "  ** SUSPENSE BRANCH DIFFERS FROM MASTER BRANCH"
008770             TO CI-SUMMARY-LINE
008780         PERFORM 4900-WRITE-FLAG THRU 4900-EXIT
008790     END-IF.
008800     IF CI-IS-ON-MASTER
008810      AND CI-PENDING-ADD-QUEUED
008820         MOVE "  ** PENDING ADD BUT ALREADY ON MASTER"
008830             TO CI-SUMMARY-LINE
008840         PERFORM 4900-WRITE-FLAG THRU 4900-EXIT
008850     END-IF.
008860     IF NOT CI-IS-ON-MASTER
008870      AND CI-PENDING-UPDATE-QUEUED
008880      AND NOT CI-PENDING-ADD-QUEUED
008890         MOVE "  ** PENDING CHANGE/DELETE BUT NOT ON MASTER"
008900             TO CI-SUMMARY-LINE
008910         PERFORM 4900-WRITE-FLAG THRU 4900-EXIT
008920     END-IF.
008930
008940     IF CI-FLAG-COUNT = ZERO
008950         MOVE "  NO INCONSISTENCIES FOUND" TO REPORT-REC
008960         WRITE REPORT-REC
008970     ELSE
008980         ADD 1 TO CI-FLAGGED-COUNT
008990     END-IF.
009000 4000-EXIT.
009010     EXIT.
009020
009030 4900-WRITE-FLAG.
009040     ADD 1 TO CI-FLAG-COUNT.
009050     MOVE CI-SUMMARY-LINE TO REPORT-REC.
009060     WRITE REPORT-REC.
009070 4900-EXIT.
009080     EXIT.
009090
009100******************************************************************
009110*    8000-TERMINATE - PRINT THE RUN SUMMARY AND CLOSE UP.
009120*    RETURN CODE 8 WHEN THE INQUIRY COULD NOT RUN, 4 WHEN ANY
009130*    CUSTOMER WAS NOT ON THE MASTER OR WAS FLAGGED.
009140******************************************************************
009150 8000-TERMINATE.
009160     IF CI-INQUIRY-FAILED
009170         MOVE "** INQUIRY FAILED - CARD FILE OR MASTER NOT OPENED"
009180             TO CI-SUMMARY-LINE
009190         MOVE CI-SUMMARY-LINE TO REPORT-REC
009200         WRITE REPORT-REC
009210         MOVE 8 TO RETURN-CODE
009220         CLOSE REPORT-FILE
009230         GO TO 8000-EXIT
009240     END-IF.
009250
009260     MOVE SPACES TO REPORT-REC.
009270     WRITE REPORT-REC.
009280
009290     MOVE CI-CARD-COUNT TO CI-COUNT-EDIT.
009300     MOVE SPACES TO CI-SUMMARY-LINE.
009310     STRING "CUSTOMERS INQUIRED ON    : " CI-COUNT-EDIT
009320         DELIMITED BY SIZE INTO CI-SUMMARY-LINE.
009330     MOVE CI-SUMMARY-LINE TO REPORT-REC.
009340     WRITE REPORT-REC.
009350
009360     MOVE CI-NOT-ON-MASTER-COUNT TO CI-COUNT-EDIT.
009370     MOVE SPACES TO CI-SUMMARY-LINE.
009380     STRING "NOT ON CUSTOMER MASTER   : " CI-COUNT-EDIT
009390         DELIMITED BY SIZE INTO CI-SUMMARY-LINE.
009400     MOVE CI-SUMMARY-LINE TO REPORT-REC.
009410     WRITE REPORT-REC.
009420
009430     MOVE CI-FLAGGED-COUNT TO CI-COUNT-EDIT.
009440     MOVE SPACES TO CI-SUMMARY-LINE.
009450     STRING "WITH INCONSISTENCIES     : " CI-COUNT-EDIT
009460         DELIMITED BY SIZE INTO CI-SUMMARY-LINE.
009470     MOVE CI-SUMMARY-LINE TO REPORT-REC.
009480     WRITE REPORT-REC.
009490
009500     IF CI-NOT-ON-MASTER-COUNT > ZERO
009510      OR CI-FLAGGED-COUNT > ZERO
009520         MOVE 4 TO RETURN-CODE
009530     ELSE
009540         MOVE 0 TO RETURN-CODE
009550     END-IF.
009560
009570     CLOSE INQUIRY-CARD-FILE.
009580     CLOSE CUSTOMER-MASTER.
009590     CLOSE REPORT-FILE.
009600 8000-EXIT.
009610     EXIT.
