000010******************************************************************
000020*    PROGRAM-ID.  BANDSIM
000030*
000040*    WHAT-IF IMPACT RUN FOR A PROPOSED CHANGE TO THE AGE-BAND
000050*    CONTROL FILE (AGECTL) AND/OR THE BENEFITS CONTROL FILE
000060*    (BENCTL), RUN BEFORE THE CHANGE GOES LIVE SO THRESHOLD
000070*    CHANGES ARE SIGNED OFF WITH NUMBERS IN FRONT OF THEM.
000080*    AGEBANDV PROVES A BAND TABLE IS WELL FORMED; THIS RUN SHOWS
000090*    WHAT IT WOULD DO TO THE MEMBERSHIP.
000100*
000110*    THE WHOLE INDEXED CUSTOMER MASTER IS CLASSIFIED TWICE, ONCE
000120*    UNDER THE CURRENT RULES AND ONCE UNDER THE PROPOSED ONES,
000130*    THE SAME WAY AGECHECK BANDS A CUSTOMER (STATED AGE AGAINST
000140*    THE FIRST BAND THAT COVERS IT, UNBANDED WHEN NONE DOES, THE
000150*    BUILT-IN DEFAULT BANDS WHEN AGECTL IS MISSING OR EMPTY) AND
000160*    THE SAME WAY ELIGCHK TURNS A BAND INTO BENEFITS.  A
000170*    CUSTOMER AGECHECK WOULD SUSPEND RATHER THAN CLASSIFY IS
000180*    COUNTED BUT NOT COMPARED.
000190*
000200*    THE IMPACT REPORT SHOWS, FOR SIGN-OFF:
000210*      - BOTH BAND LAYOUTS SIDE BY SIDE
000220*      - THE CUSTOMER COUNT IN EACH BAND, NOW AND PROPOSED
000230*      - EVERY CUSTOMER WHO WOULD MOVE BAND, COUNTED BY OLD
000240*        BAND, NEW BAND AND SOURCE BRANCH WITH SAMPLE IDS
000250*      - FOR EACH BENEFIT, HOW MANY QUALIFY NOW AND WOULD
000260*        QUALIFY, AND HOW MANY WOULD GAIN OR LOSE IT, WITH A
000270*        SAMPLE OF THE CUSTOMER IDS AFFECTED
000280*
000290*    NOTHING IS UPDATED - THE MASTER IS READ ONLY AND NO BAND,
000300*    ELIGIBILITY OR CONTROL FILE IS WRITTEN.  RUN ON REQUEST,
000310*    NOT AS PART OF THE NIGHTLY JOB.
000320*
000330*    THE PROPOSED FILES ARE LAID OUT EXACTLY AS THE LIVE ONES:
000340*      AGECTLP  PROPOSED AGE BANDS (AS AGECTL, 30 BYTES)
000350*      BENCTLP  PROPOSED BENEFIT RULES (AS BENCTL, 30 BYTES)
000360*    EITHER MAY BE LEFT OUT; THE CURRENT FILE THEN STANDS FOR
000370*    IT, SO A BENEFIT-ONLY OR BAND-ONLY CHANGE CAN BE TRIED ON
000380*    ITS OWN.
000390*
000400*    RETURN CODE 0 FOR A CLEAN RUN, 4 WHEN THE PROPOSED BANDS
000410*    WOULD LEAVE ANY CUSTOMER UNBANDED, 8 WHEN THERE IS NOTHING
000420*    TO COMPARE OR THE MASTER CANNOT BE READ.
000430*
000440*    MODIFICATION HISTORY
000450*    ------------------------------------------------------------
000460*    2026-10-15  RTM  ORIGINAL - WHAT-IF BAND AND BENEFIT IMPACT
000470*                      OF A PROPOSED AGECTL/BENCTL AGAINST THE
000480*                      CURRENT CUSTOMER MASTER.
000482*    2026-10-15  RTM  A MASTER READ FAILURE PART WAY THROUGH IS
000484*                      FLAGGED ON THE REPORT AND GIVES RETURN
000486*                      CODE 8 INSTEAD OF ENDING AS A CLEAN RUN.
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.     BANDSIM.
000520 AUTHOR.         R T MORALES.
000530 INSTALLATION.   MEMBERSHIP SYSTEMS.
000540 DATE-WRITTEN.   2026-10-15.
000550 DATE-COMPILED.
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. GENERIC.
000590 OBJECT-COMPUTER. GENERIC.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS MST-CUST-ID
000660         FILE STATUS IS SM-MST-FILE-STATUS.
000670
000680     SELECT AGE-CONTROL-FILE ASSIGN TO "AGECTL"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS SM-ACTL-FILE-STATUS.
000710
000720     SELECT PROPOSED-AGE-FILE ASSIGN TO "AGECTLP"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS SM-APRP-FILE-STATUS.
000750
000760     SELECT BENEFIT-CTL-FILE ASSIGN TO "BENCTL"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS SM-BCTL-FILE-STATUS.
000790
000800     SELECT PROPOSED-BEN-FILE ASSIGN TO "BENCTLP"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS SM-BPRP-FILE-STATUS.
000830
000840     SELECT REPORT-FILE      ASSIGN TO "SIMRPT"
000850         ORGANIZATION IS SEQUENTIAL.
000860
000870     SELECT MOVE-SORT-FILE   ASSIGN TO "SORTWK".
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  CUSTOMER-MASTER
000910     RECORD CONTAINS 50 CHARACTERS
000920     LABEL RECORDS ARE STANDARD.
000930 01  MASTER-REC.
000940     05  MST-CUST-ID              PIC X(10).
000950     05  MST-CUST-NAME            PIC X(20).
000960     05  MST-CUST-DOB             PIC 9(08).
000970     05  MST-CUST-DOB-R REDEFINES MST-CUST-DOB.
000980         10  MST-DOB-YEAR          PIC 9(04).
000990         10  MST-DOB-MONTH-DAY     PIC 9(04).
001000     05  MST-CUST-AGE             PIC 9(02).
001010     05  MST-SOURCE-BRANCH        PIC X(03).
001020     05  FILLER                   PIC X(07).
001030
001040 FD  AGE-CONTROL-FILE
001050     RECORD CONTAINS 30 CHARACTERS
001060     LABEL RECORDS ARE STANDARD.
001070 01  AGE-BAND-REC.
001080     05  AB-BAND-NAME              PIC X(10).
001090     05  AB-LOW-AGE                PIC 9(02).
001100     05  AB-HIGH-AGE               PIC 9(02).
001110     05  FILLER                    PIC X(16).
001120
001130 FD  PROPOSED-AGE-FILE
001140     RECORD CONTAINS 30 CHARACTERS
001150     LABEL RECORDS ARE STANDARD.
001160 01  PROPOSED-BAND-REC.
001170     05  AP-BAND-NAME              PIC X(10).
001180     05  AP-LOW-AGE                PIC 9(02).
001190     05  AP-HIGH-AGE               PIC 9(02).
001200     05  FILLER                    PIC X(16).
001210
001220 FD  BENEFIT-CTL-FILE
001230     RECORD CONTAINS 30 CHARACTERS
001240     LABEL RECORDS ARE STANDARD.
001250 01  BENEFIT-CTL-REC.
001260     05  BN-BAND-NAME              PIC X(10).
001270     05  BN-BENEFIT-NAME           PIC X(15).
001280     05  BN-ELIG-FLAG              PIC X(01).
001290         88  BN-BAND-QUALIFIES            VALUE "Y".
001300         88  BN-BAND-IS-BARRED            VALUE "N".
001310     05  FILLER                    PIC X(04).
001320
001330 FD  PROPOSED-BEN-FILE
001340     RECORD CONTAINS 30 CHARACTERS
001350     LABEL RECORDS ARE STANDARD.
001360 01  PROPOSED-BEN-REC.
001370     05  BQ-BAND-NAME              PIC X(10).
001380     05  BQ-BENEFIT-NAME           PIC X(15).
001390     05  BQ-ELIG-FLAG              PIC X(01).
001400         88  BQ-BAND-QUALIFIES            VALUE "Y".
001410         88  BQ-BAND-IS-BARRED            VALUE "N".
001420     05  FILLER                    PIC X(04).
001430
001440 FD  REPORT-FILE
001450     RECORD CONTAINS 80 CHARACTERS
001460     LABEL RECORDS ARE STANDARD.
001470 01  REPORT-REC                   PIC X(80).
001480
001490 SD  MOVE-SORT-FILE
001500     RECORD CONTAINS 33 CHARACTERS.
001510 01  MOVE-SORT-REC.
001520     05  MS-OLD-CATEGORY          PIC X(10).
001530     05  MS-NEW-CATEGORY          PIC X(10).
001540     05  MS-SOURCE-BRANCH         PIC X(03).
001550     05  MS-CUST-ID               PIC X(10).
001560
001570 WORKING-STORAGE SECTION.
001580 77  SM-EOF-MASTER-SW             PIC X(01) VALUE 'N'.
001590     88  MASTER-EOF                          VALUE 'Y'.
001600 77  SM-EOF-CTL-SW                PIC X(01) VALUE 'N'.
001610     88  CONTROL-EOF                         VALUE 'Y'.
001620 77  SM-EOF-SORT-SW               PIC X(01) VALUE 'N'.
001630     88  MOVE-SORT-EOF                       VALUE 'Y'.
001640 77  SM-RUN-FAILED-SW             PIC X(01) VALUE 'N'.
001650     88  SM-RUN-FAILED                       VALUE 'Y'.
001660 77  SM-MASTER-FAILED-SW          PIC X(01) VALUE 'N'.
001670     88  SM-MASTER-OPEN-FAILED               VALUE 'Y'.
001673 77  SM-READ-FAILED-SW            PIC X(01) VALUE 'N'.
001676     88  SM-MASTER-READ-FAILED               VALUE 'Y'.
001680 77  SM-AGE-VALID-SW              PIC X(01) VALUE 'Y'.
001690     88  SM-AGE-IS-VALID                     VALUE 'Y'.
001700     88  SM-AGE-IS-INVALID                   VALUE 'N'.
001710 77  SM-CUR-DEFAULT-SW            PIC X(01) VALUE 'N'.
001720     88  SM-CUR-BANDS-DEFAULTED              VALUE 'Y'.
001730 77  SM-NEW-BANDS-SW              PIC X(01) VALUE 'N'.
001740     88  SM-NEW-BANDS-SUPPLIED               VALUE 'Y'.
001750 77  SM-CUR-RULES-SW              PIC X(01) VALUE 'N'.
001760     88  SM-CUR-RULES-ABSENT                 VALUE 'Y'.
001770 77  SM-NEW-RULES-SW              PIC X(01) VALUE 'N'.
001780     88  SM-NEW-RULES-SUPPLIED               VALUE 'Y'.
001790 77  SM-CUR-QUAL-SW               PIC X(01) VALUE 'N'.
001800     88  SM-CUR-QUALIFIES                    VALUE 'Y'.
001810 77  SM-NEW-QUAL-SW               PIC X(01) VALUE 'N'.
001820     88  SM-NEW-QUALIFIES                    VALUE 'Y'.
001830 77  SM-GAINS-SW                  PIC X(01) VALUE 'N'.
001840     88  SM-CUST-GAINS                       VALUE 'Y'.
001850 77  SM-LOSES-SW                  PIC X(01) VALUE 'N'.
001860     88  SM-CUST-LOSES                       VALUE 'Y'.
001870
001880 77  SM-MST-FILE-STATUS           PIC X(02) VALUE SPACES.
001890     88  SM-MST-FILE-OK                      VALUE "00".
001900 77  SM-ACTL-FILE-STATUS          PIC X(02) VALUE SPACES.
001910     88  SM-ACTL-FILE-OK                     VALUE "00".
001920 77  SM-APRP-FILE-STATUS          PIC X(02) VALUE SPACES.
001930     88  SM-APRP-FILE-OK                     VALUE "00".
001940 77  SM-BCTL-FILE-STATUS          PIC X(02) VALUE SPACES.
001950     88  SM-BCTL-FILE-OK                     VALUE "00".
001960 77  SM-BPRP-FILE-STATUS          PIC X(02) VALUE SPACES.
001970     88  SM-BPRP-FILE-OK                     VALUE "00".
001980
001990 77  SM-CUR-BAND-COUNT            PIC 9(02) COMP VALUE ZERO.
002000 77  SM-NEW-BAND-COUNT            PIC 9(02) COMP VALUE ZERO.
002010 77  SM-CUR-RULE-COUNT            PIC 9(02) COMP VALUE ZERO.
002020 77  SM-NEW-RULE-COUNT            PIC 9(02) COMP VALUE ZERO.
002030 77  SM-BENEFIT-COUNT             PIC 9(02) COMP VALUE ZERO.
002040 77  SM-POP-COUNT                 PIC 9(02) COMP VALUE ZERO.
002050 77  SM-LAYOUT-SUB                PIC 9(02) COMP VALUE ZERO.
002060 77  SM-LAYOUT-ROWS               PIC 9(02) COMP VALUE ZERO.
002070 77  SM-SAMPLE-SUB                PIC 9(02) COMP VALUE ZERO.
002080
002090 77  SM-MASTER-READ-COUNT         PIC 9(06) COMP VALUE ZERO.
002100 77  SM-SUSPENDED-COUNT           PIC 9(06) COMP VALUE ZERO.
002110 77  SM-CLASSIFIED-COUNT          PIC 9(06) COMP VALUE ZERO.
002120 77  SM-MOVED-COUNT               PIC 9(06) COMP VALUE ZERO.
002130 77  SM-GAINING-COUNT             PIC 9(06) COMP VALUE ZERO.
002140 77  SM-LOSING-COUNT              PIC 9(06) COMP VALUE ZERO.
002150 77  SM-NEW-UNBANDED-COUNT        PIC 9(06) COMP VALUE ZERO.
002160 77  SM-PAIR-MOVE-COUNT           PIC 9(06) COMP VALUE ZERO.
002170 77  SM-BRANCH-MOVE-COUNT         PIC 9(06) COMP VALUE ZERO.
002180
002190 77  SM-CUR-CATEGORY              PIC X(10) VALUE SPACES.
002200 77  SM-NEW-CATEGORY              PIC X(10) VALUE SPACES.
002210 77  SM-POP-CATEGORY              PIC X(10) VALUE SPACES.
002220 77  SM-NOTE-BENEFIT-NAME         PIC X(15) VALUE SPACES.
002230 77  SM-BREAK-OLD-CATEGORY        PIC X(10) VALUE SPACES.
002240 77  SM-BREAK-NEW-CATEGORY        PIC X(10) VALUE SPACES.
002250 77  SM-BREAK-BRANCH              PIC X(03) VALUE SPACES.
002260
002270 77  SM-COMPUTED-AGE              PIC 9(03) VALUE ZERO.
002280 77  SM-AGE-DIFFERENCE            PIC 9(03) VALUE ZERO.
002290 77  SM-AGE-TOLERANCE             PIC 9(02) VALUE 1.
002300
002310 01  SM-RUN-DATE-FIELDS.
002320     05  SM-RUN-DATE               PIC 9(08) VALUE ZERO.
002330     05  SM-RUN-DATE-R REDEFINES SM-RUN-DATE.
002340         10  SM-RUN-YEAR            PIC 9(04).
002350         10  SM-RUN-MONTH-DAY       PIC 9(04).
002360
002370 01  SM-CUR-BAND-TABLE.
002380     05  SM-CUR-BAND-ENTRY OCCURS 1 TO 10 TIMES
002390             DEPENDING ON SM-CUR-BAND-COUNT
002400             INDEXED BY CB-IDX.
002410         10  CB-BAND-NAME          PIC X(10).
002420         10  CB-LOW                PIC 9(02).
002430         10  CB-HIGH               PIC 9(02).
002440
002450 01  SM-NEW-BAND-TABLE.
002460     05  SM-NEW-BAND-ENTRY OCCURS 1 TO 10 TIMES
002470             DEPENDING ON SM-NEW-BAND-COUNT
002480             INDEXED BY NB-IDX.
002490         10  NB-BAND-NAME          PIC X(10).
002500         10  NB-LOW                PIC 9(02).
002510         10  NB-HIGH               PIC 9(02).
002520
002530 01  SM-CUR-RULE-TABLE.
002540     05  SM-CUR-RULE-ENTRY OCCURS 1 TO 50 TIMES
002550             DEPENDING ON SM-CUR-RULE-COUNT
002560             INDEXED BY CU-IDX.
002570         10  CU-BAND-NAME          PIC X(10).
002580         10  CU-BENEFIT-NAME       PIC X(15).
002590         10  CU-ELIG-FLAG          PIC X(01).
002600
002610 01  SM-NEW-RULE-TABLE.
002620     05  SM-NEW-RULE-ENTRY OCCURS 1 TO 50 TIMES
002630             DEPENDING ON SM-NEW-RULE-COUNT
002640             INDEXED BY PU-IDX.
002650         10  PU-BAND-NAME          PIC X(10).
002660         10  PU-BENEFIT-NAME       PIC X(15).
002670         10  PU-ELIG-FLAG          PIC X(01).
002680
002690 01  SM-BENEFIT-IMPACT-TABLE.
002700     05  SM-BENEFIT-ENTRY OCCURS 1 TO 50 TIMES
002710             DEPENDING ON SM-BENEFIT-COUNT
002720             INDEXED BY IB-IDX.
002730         10  IB-BENEFIT-NAME       PIC X(15).
002740         10  IB-CUR-QUAL-TALLY     PIC 9(06) COMP.
002750         10  IB-NEW-QUAL-TALLY     PIC 9(06) COMP.
002760         10  IB-GAIN-TALLY         PIC 9(06) COMP.
002770         10  IB-LOSS-TALLY         PIC 9(06) COMP.
002780         10  IB-GAIN-SAMPLE OCCURS 5 TIMES
002790                                   PIC X(10).
002800         10  IB-LOSS-SAMPLE OCCURS 5 TIMES
002810                                   PIC X(10).
002820
002830 01  SM-POPULATION-TABLE.
002840     05  SM-POP-ENTRY OCCURS 1 TO 21 TIMES
002850             DEPENDING ON SM-POP-COUNT
002860             INDEXED BY PO-IDX.
002870         10  PO-BAND-NAME          PIC X(10).
002880         10  PO-CUR-TALLY          PIC 9(06) COMP.
002890         10  PO-NEW-TALLY          PIC 9(06) COMP.
002900
002910 01  SM-REPORT-HEADING-1.
002920     05  FILLER          PIC X(20) VALUE "BANDSIM RULE-CHANGE ".
002930     05  FILLER          PIC X(17) VALUE "IMPACT (WHAT-IF) ".
002940     05  FILLER          PIC X(09) VALUE "RUN DATE:".
002950     05  RH-RUN-DATE     PIC 9(08).
002960     05  FILLER          PIC X(26) VALUE SPACES.
002970
002980 01  SM-LAYOUT-HEADING.
002990     05  FILLER          PIC X(26)
002995                         VALUE "CURRENT BANDS   LOW HIGH  ".
003000     05  FILLER          PIC X(26)
003005                         VALUE "PROPOSED BANDS  LOW HIGH  ".
003010     05  FILLER          PIC X(28) VALUE SPACES.
003020
003030 01  SM-LAYOUT-LINE.
003040     05  LY-CUR-NAME     PIC X(10).
003050     05  FILLER          PIC X(06) VALUE SPACES.
003060     05  LY-CUR-LOW      PIC X(02).
003070     05  FILLER          PIC X(03) VALUE SPACES.
003080     05  LY-CUR-HIGH     PIC X(02).
003090     05  FILLER          PIC X(03) VALUE SPACES.
003100     05  LY-NEW-NAME     PIC X(10).
003110     05  FILLER          PIC X(06) VALUE SPACES.
003120     05  LY-NEW-LOW      PIC X(02).
003130     05  FILLER          PIC X(03) VALUE SPACES.
003140     05  LY-NEW-HIGH     PIC X(02).
003150     05  FILLER          PIC X(31) VALUE SPACES.
003160
003170 01  SM-POP-HEADING.
003180     05  FILLER          PIC X(12) VALUE "BAND".
003190     05  FILLER          PIC X(10) VALUE "   CURRENT".
003200     05  FILLER          PIC X(10) VALUE "  PROPOSED".
003210     05  FILLER          PIC X(11) VALUE "     CHANGE".
003220     05  FILLER          PIC X(37) VALUE SPACES.
003230
003240 01  SM-POP-LINE.
003250     05  PL-BAND-NAME    PIC X(10).
003260     05  FILLER          PIC X(05) VALUE SPACES.
003270     05  PL-CUR-TALLY    PIC ZZZ,ZZ9.
003280     05  FILLER          PIC X(03) VALUE SPACES.
003290     05  PL-NEW-TALLY    PIC ZZZ,ZZ9.
003300     05  FILLER          PIC X(03) VALUE SPACES.
003310     05  PL-CHANGE       PIC ----,--9.
003320     05  FILLER          PIC X(37) VALUE SPACES.
003330
003340 01  SM-MOVE-HEADING.
003350     05  FILLER          PIC X(20) VALUE "OLD BAND   NEW BAND ".
003360     05  FILLER          PIC X(20) VALUE "  BRN  CUSTOMERS  SA".
003370     05  FILLER          PIC X(20) VALUE "MPLE CUSTOMER IDS   ".
003380     05  FILLER          PIC X(20) VALUE SPACES.
003390
003400 01  SM-MOVE-LINE.
003410     05  MV-OLD-CATEGORY PIC X(10).
003420     05  FILLER          PIC X(01) VALUE SPACES.
003430     05  MV-NEW-CATEGORY PIC X(10).
003440     05  FILLER          PIC X(01) VALUE SPACES.
003450     05  MV-BRANCH       PIC X(03).
003460     05  FILLER          PIC X(04) VALUE SPACES.
003470     05  MV-COUNT        PIC ZZZ,ZZ9.
003480     05  FILLER          PIC X(02) VALUE SPACES.
003490     05  MV-SAMPLE-GROUP.
003500         10  MV-SAMPLE OCCURS 3 TIMES.
003510             15  MV-SAMPLE-ID      PIC X(10).
003520             15  FILLER            PIC X(01).
003530     05  FILLER          PIC X(09) VALUE SPACES.
003540
003550 01  SM-BENEFIT-HEADING.
003560     05  FILLER          PIC X(17) VALUE "BENEFIT".
003570     05  FILLER          PIC X(10) VALUE "  QUAL NOW".
003580     05  FILLER          PIC X(10) VALUE "  QUAL NEW".
003590     05  FILLER          PIC X(10) VALUE "      GAIN".
003600     05  FILLER          PIC X(10) VALUE "      LOSE".
003610     05  FILLER          PIC X(23) VALUE SPACES.
003620
003630 01  SM-BENEFIT-LINE.
003640     05  IL-BENEFIT-NAME PIC X(15).
003650     05  FILLER          PIC X(05) VALUE SPACES.
003660     05  IL-CUR-QUAL     PIC ZZZ,ZZ9.
003670     05  FILLER          PIC X(03) VALUE SPACES.
003680     05  IL-NEW-QUAL     PIC ZZZ,ZZ9.
003690     05  FILLER          PIC X(03) VALUE SPACES.
003700     05  IL-GAIN         PIC ZZZ,ZZ9.
003710     05  FILLER          PIC X(03) VALUE SPACES.
003720     05  IL-LOSS         PIC ZZZ,ZZ9.
003730     05  FILLER          PIC X(23) VALUE SPACES.
003740
003750 01  SM-SAMPLE-LINE.
003760     05  FILLER          PIC X(04) VALUE SPACES.
003770     05  SL-LABEL        PIC X(09).
003780     05  SL-SAMPLE-GROUP.
003790         10  SL-SAMPLE OCCURS 5 TIMES.
003800             15  SL-SAMPLE-ID      PIC X(10).
003810             15  FILLER            PIC X(01).
003820     05  FILLER          PIC X(12) VALUE SPACES.
003830
003840 01  SM-SUMMARY-LINE              PIC X(80) VALUE SPACES.
003850
003860 01  SM-COUNT-EDIT                PIC ZZZ,ZZ9.
003870
003880 PROCEDURE DIVISION.
003890 0000-MAINLINE.
003900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003910     IF NOT SM-RUN-FAILED
003920         SORT MOVE-SORT-FILE
003930             ON ASCENDING KEY MS-OLD-CATEGORY
003940                              MS-NEW-CATEGORY
003950                              MS-SOURCE-BRANCH
003960                              MS-CUST-ID
003970             INPUT PROCEDURE IS 2000-CLASSIFY-MASTER
003980                 THRU 2000-EXIT
003990             OUTPUT PROCEDURE IS 5000-PRINT-MOVES
004000                 THRU 5000-EXIT
004010         PERFORM 6000-PRINT-POPULATION THRU 6000-EXIT
004020         PERFORM 7000-PRINT-BENEFITS THRU 7000-EXIT
004030     END-IF.
004040     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004050     GOBACK.
004060
004070******************************************************************
004080*    1000-INITIALIZE - LOAD THE CURRENT AND PROPOSED BANDS AND
004090*    BENEFIT RULES, PRINT WHERE EACH CAME FROM AND THE TWO BAND
004100*    LAYOUTS, AND OPEN THE MASTER.  WITH NEITHER PROPOSED FILE
004110*    THERE IS NOTHING TO COMPARE AND THE RUN STOPS.
004120******************************************************************
004130 1000-INITIALIZE.
004140     ACCEPT SM-RUN-DATE FROM DATE YYYYMMDD.
004150
004160     OPEN OUTPUT REPORT-FILE.
004170     MOVE SM-RUN-DATE TO RH-RUN-DATE.
004180     MOVE SM-REPORT-HEADING-1 TO REPORT-REC.
004190     WRITE REPORT-REC.
004200     MOVE SPACES TO REPORT-REC.
004210     WRITE REPORT-REC.
004220
004230     PERFORM 1100-LOAD-CURRENT-BANDS THRU 1100-EXIT.
004240     PERFORM 1200-LOAD-PROPOSED-BANDS THRU 1200-EXIT.
004250     PERFORM 1300-LOAD-CURRENT-RULES THRU 1300-EXIT.
004260     PERFORM 1400-LOAD-PROPOSED-RULES THRU 1400-EXIT.
004270     PERFORM 1600-PRINT-INPUTS THRU 1600-EXIT.
004280
004290     IF NOT SM-NEW-BANDS-SUPPLIED
004300      AND NOT SM-NEW-RULES-SUPPLIED
004310         SET SM-RUN-FAILED TO TRUE
004320         MOVE SPACES TO SM-SUMMARY-LINE
004330         STRING "** NO PROPOSED AGECTLP OR BENCTLP - "
004333             "NOTHING TO COMPARE **"
004336             DELIMITED BY SIZE INTO SM-SUMMARY-LINE
004340         MOVE SM-SUMMARY-LINE TO REPORT-REC
004350         WRITE REPORT-REC
004360         GO TO 1000-EXIT
004370     END-IF.
004380
004390     PERFORM 1700-PRINT-BAND-LAYOUTS THRU 1700-EXIT.
004400
004410     OPEN INPUT CUSTOMER-MASTER.
004420     IF NOT SM-MST-FILE-OK
004430         DISPLAY "BANDSIM - CANNOT OPEN CUSTOMER MASTER, STATUS "
004440             SM-MST-FILE-STATUS
004450         SET SM-MASTER-OPEN-FAILED TO TRUE
004460         SET SM-RUN-FAILED TO TRUE
004470         MOVE "** CUSTOMER MASTER COULD NOT BE OPENED **"
004480             TO SM-SUMMARY-LINE
004490         MOVE SM-SUMMARY-LINE TO REPORT-REC
004500         WRITE REPORT-REC
004510     END-IF.
004520 1000-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560*    1100-LOAD-CURRENT-BANDS - LOAD THE LIVE AGE-BAND CONTROL
004570*    FILE EXACTLY AS AGECHECK DOES: THE FIRST 10 BANDS, OR THE
004580*    BUILT-IN DEFAULT BANDS WHEN THE FILE IS MISSING OR EMPTY.
004590******************************************************************
004600 1100-LOAD-CURRENT-BANDS.
004610     MOVE 'N' TO SM-EOF-CTL-SW.
004620     OPEN INPUT AGE-CONTROL-FILE.
004630     IF SM-ACTL-FILE-OK
004640         PERFORM 1150-LOAD-ONE-CURRENT-BAND THRU 1150-EXIT
004650             UNTIL CONTROL-EOF
004660         CLOSE AGE-CONTROL-FILE
004670     END-IF.
004680     IF SM-CUR-BAND-COUNT = ZERO
004690         SET SM-CUR-BANDS-DEFAULTED TO TRUE
004700         MOVE 3 TO SM-CUR-BAND-COUNT
004710         MOVE "MINOR"    TO CB-BAND-NAME (1)
004720         MOVE 00         TO CB-LOW  (1)
004730         MOVE 17         TO CB-HIGH (1)
004740         MOVE "ADULT"    TO CB-BAND-NAME (2)
004750         MOVE 18         TO CB-LOW  (2)
004760         MOVE 64         TO CB-HIGH (2)
004770         MOVE "SENIOR"   TO CB-BAND-NAME (3)
004780         MOVE 65         TO CB-LOW  (3)
004790         MOVE 99         TO CB-HIGH (3)
004800     END-IF.
004810 1100-EXIT.
004820     EXIT.
004830
004840 1150-LOAD-ONE-CURRENT-BAND.
004850     READ AGE-CONTROL-FILE
004860         AT END
004870             SET CONTROL-EOF TO TRUE
004880         NOT AT END
004890             IF SM-CUR-BAND-COUNT < 10
004900                 ADD 1 TO SM-CUR-BAND-COUNT
004910                 MOVE AB-BAND-NAME
004920                     TO CB-BAND-NAME (SM-CUR-BAND-COUNT)
004930                 MOVE AB-LOW-AGE  TO CB-LOW  (SM-CUR-BAND-COUNT)
004940                 MOVE AB-HIGH-AGE TO CB-HIGH (SM-CUR-BAND-COUNT)
004950             ELSE
004960                 DISPLAY "BANDSIM - OVER 10 CURRENT BANDS, "
004970                         "EXTRA IGNORED"
004980                 SET CONTROL-EOF TO TRUE
004990             END-IF
005000     END-READ.
005010 1150-EXIT.
005020     EXIT.
005030
005040******************************************************************
005050*    1200-LOAD-PROPOSED-BANDS - LOAD THE PROPOSED AGE BANDS.  A
005060*    MISSING OR EMPTY PROPOSED FILE MEANS THE BANDS ARE NOT
005070*    CHANGING, SO THE CURRENT BANDS ARE COPIED ACROSS.
005080******************************************************************
005090 1200-LOAD-PROPOSED-BANDS.
005100     MOVE 'N' TO SM-EOF-CTL-SW.
005110     OPEN INPUT PROPOSED-AGE-FILE.
005120     IF SM-APRP-FILE-OK
005130         PERFORM 1250-LOAD-ONE-PROPOSED-BAND THRU 1250-EXIT
005140             UNTIL CONTROL-EOF
005150         CLOSE PROPOSED-AGE-FILE
005160     END-IF.
005170     IF SM-NEW-BAND-COUNT > ZERO
005180         SET SM-NEW-BANDS-SUPPLIED TO TRUE
005190     ELSE
005200         MOVE SM-CUR-BAND-COUNT TO SM-NEW-BAND-COUNT
005210         MOVE SM-CUR-BAND-TABLE TO SM-NEW-BAND-TABLE
005220     END-IF.
005230 1200-EXIT.
005240     EXIT.
005250
005260 1250-LOAD-ONE-PROPOSED-BAND.
005270     READ PROPOSED-AGE-FILE
005280         AT END
005290             SET CONTROL-EOF TO TRUE
005300         NOT AT END
005310             IF SM-NEW-BAND-COUNT < 10
005320                 ADD 1 TO SM-NEW-BAND-COUNT
005330                 MOVE AP-BAND-NAME
005340                     TO NB-BAND-NAME (SM-NEW-BAND-COUNT)
005350                 MOVE AP-LOW-AGE  TO NB-LOW  (SM-NEW-BAND-COUNT)
005360                 MOVE AP-HIGH-AGE TO NB-HIGH (SM-NEW-BAND-COUNT)
005370             ELSE
005380                 DISPLAY "BANDSIM - OVER 10 PROPOSED BANDS, "
005390                         "EXTRA IGNORED"
005400                 SET CONTROL-EOF TO TRUE
005410             END-IF
005420     END-READ.
005430 1250-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470*    1300-LOAD-CURRENT-RULES - LOAD THE LIVE BENEFIT RULES AS
005480*    ELIGCHK DOES (A FLAG OTHER THAN Y OR N IS IGNORED).  NO
005490*    RULES MEANS NOBODY QUALIFIES FOR ANYTHING TODAY.
005500******************************************************************
005510 1300-LOAD-CURRENT-RULES.
005520     MOVE 'N' TO SM-EOF-CTL-SW.
005530     OPEN INPUT BENEFIT-CTL-FILE.
005540     IF SM-BCTL-FILE-OK
005550         PERFORM 1350-LOAD-ONE-CURRENT-RULE THRU 1350-EXIT
005560             UNTIL CONTROL-EOF
005570         CLOSE BENEFIT-CTL-FILE
005580     END-IF.
005590     IF SM-CUR-RULE-COUNT = ZERO
005600         SET SM-CUR-RULES-ABSENT TO TRUE
005610     END-IF.
005620 1300-EXIT.
005630     EXIT.
005640
005650 1350-LOAD-ONE-CURRENT-RULE.
005660     READ BENEFIT-CTL-FILE
005670         AT END
005680             SET CONTROL-EOF TO TRUE
005690             GO TO 1350-EXIT
005700     END-READ.
005710     IF NOT BN-BAND-QUALIFIES AND NOT BN-BAND-IS-BARRED
005720         DISPLAY "BANDSIM - RULE FLAG NOT Y/N IGNORED: "
005730             BN-BAND-NAME " " BN-BENEFIT-NAME
005740         GO TO 1350-EXIT
005750     END-IF.
005760     IF SM-CUR-RULE-COUNT NOT < 50
005770         DISPLAY "BANDSIM - OVER 50 CURRENT RULES, EXTRA IGNORED"
005780         SET CONTROL-EOF TO TRUE
005790         GO TO 1350-EXIT
005800     END-IF.
005810     ADD 1 TO SM-CUR-RULE-COUNT.
005820     MOVE BN-BAND-NAME    TO CU-BAND-NAME    (SM-CUR-RULE-COUNT).
005830     MOVE BN-BENEFIT-NAME TO CU-BENEFIT-NAME (SM-CUR-RULE-COUNT).
005840     MOVE BN-ELIG-FLAG    TO CU-ELIG-FLAG    (SM-CUR-RULE-COUNT).
005850     MOVE BN-BENEFIT-NAME TO SM-NOTE-BENEFIT-NAME.
005860     PERFORM 1500-NOTE-BENEFIT THRU 1500-EXIT.
005870 1350-EXIT.
005880     EXIT.
005890
005900******************************************************************
005910*    1400-LOAD-PROPOSED-RULES - LOAD THE PROPOSED BENEFIT RULES.
005920*    A MISSING OR EMPTY PROPOSED FILE MEANS THE RULES ARE NOT
005930*    CHANGING, SO THE CURRENT RULES ARE COPIED ACROSS.
005940******************************************************************
005950 1400-LOAD-PROPOSED-RULES.
005960     MOVE 'N' TO SM-EOF-CTL-SW.
005970     OPEN INPUT PROPOSED-BEN-FILE.
005980     IF SM-BPRP-FILE-OK
005990         PERFORM 1450-LOAD-ONE-PROPOSED-RULE THRU 1450-EXIT
006000             UNTIL CONTROL-EOF
006010         CLOSE PROPOSED-BEN-FILE
006020     END-IF.
006030     IF SM-NEW-RULE-COUNT > ZERO
006040         SET SM-NEW-RULES-SUPPLIED TO TRUE
006050     ELSE
006060         MOVE SM-CUR-RULE-COUNT TO SM-NEW-RULE-COUNT
006070         MOVE SM-CUR-RULE-TABLE TO SM-NEW-RULE-TABLE
006080     END-IF.
006090 1400-EXIT.
006100     EXIT.
006110
006120 1450-LOAD-ONE-PROPOSED-RULE.
006130     READ PROPOSED-BEN-FILE
006140         AT END
006150             SET CONTROL-EOF TO TRUE
006160             GO TO 1450-EXIT
006170     END-READ.
006180     IF NOT BQ-BAND-QUALIFIES AND NOT BQ-BAND-IS-BARRED
006190         DISPLAY "BANDSIM - PROPOSED FLAG NOT Y/N IGNORED: "
006200             BQ-BAND-NAME " " BQ-BENEFIT-NAME
006210         GO TO 1450-EXIT
006220     END-IF.
006230     IF SM-NEW-RULE-COUNT NOT < 50
006240         DISPLAY "BANDSIM - OVER 50 PROPOSED RULES, EXTRA IGNORED"
006250         SET CONTROL-EOF TO TRUE
006260         GO TO 1450-EXIT
006270     END-IF.
006280     ADD 1 TO SM-NEW-RULE-COUNT.
006290     MOVE BQ-BAND-NAME    TO PU-BAND-NAME    (SM-NEW-RULE-COUNT).
006300     MOVE BQ-BENEFIT-NAME TO PU-BENEFIT-NAME (SM-NEW-RULE-COUNT).
006310     MOVE BQ-ELIG-FLAG    TO PU-ELIG-FLAG    (SM-NEW-RULE-COUNT).
006320     MOVE BQ-BENEFIT-NAME TO SM-NOTE-BENEFIT-NAME.
006330     PERFORM 1500-NOTE-BENEFIT THRU 1500-EXIT.
006340 1450-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380*    1500-NOTE-BENEFIT - ADD A BENEFIT NAMED IN EITHER RULE SET
006390*    TO THE IMPACT TABLE THE FIRST TIME IT IS SEEN, SO A BENEFIT
006400*    BEING INTRODUCED OR WITHDRAWN GETS ITS OWN LINE.
006410******************************************************************
006420 1500-NOTE-BENEFIT.
006430     IF SM-BENEFIT-COUNT > ZERO
006440         SET IB-IDX TO 1
006450         SEARCH SM-BENEFIT-ENTRY
006460             AT END
006470                 PERFORM 1550-ADD-NEW-BENEFIT THRU 1550-EXIT
006480             WHEN IB-BENEFIT-NAME (IB-IDX) = SM-NOTE-BENEFIT-NAME
006490                 CONTINUE
006500         END-SEARCH
006510     ELSE
006520         PERFORM 1550-ADD-NEW-BENEFIT THRU 1550-EXIT
006530     END-IF.
006540 1500-EXIT.
006550     EXIT.
006560
006570 1550-ADD-NEW-BENEFIT.
006580     IF SM-BENEFIT-COUNT < 50
006590         ADD 1 TO SM-BENEFIT-COUNT
006600         MOVE SPACES TO SM-BENEFIT-ENTRY (SM-BENEFIT-COUNT)
006610         MOVE SM-NOTE-BENEFIT-NAME
006620             TO IB-BENEFIT-NAME (SM-BENEFIT-COUNT)
006630         MOVE ZERO TO IB-CUR-QUAL-TALLY (SM-BENEFIT-COUNT)
006640         MOVE ZERO TO IB-NEW-QUAL-TALLY (SM-BENEFIT-COUNT)
006650         MOVE ZERO TO IB-GAIN-TALLY     (SM-BENEFIT-COUNT)
006660         MOVE ZERO TO IB-LOSS-TALLY     (SM-BENEFIT-COUNT)
006670     END-IF.
006680 1550-EXIT.
006690     EXIT.
006700
006710******************************************************************
006720*    1600-PRINT-INPUTS - SAY WHICH RULES ARE BEING COMPARED, SO
006730*    THE SIGN-OFF COPY SHOWS EXACTLY WHAT WAS TRIED.
006740******************************************************************
006750 1600-PRINT-INPUTS.
006760     IF SM-CUR-BANDS-DEFAULTED
006770         MOVE SPACES TO SM-SUMMARY-LINE
006780         STRING "CURRENT AGE BANDS  : AGECTL MISSING OR EMPTY - "
006783             "BUILT-IN DEFAULT BANDS"
006786             DELIMITED BY SIZE INTO SM-SUMMARY-LINE
006790     ELSE
006800         MOVE "CURRENT AGE BANDS  : AGECTL" TO SM-SUMMARY-LINE
006810     END-IF.
006820     MOVE SM-SUMMARY-LINE TO REPORT-REC.
006830     WRITE REPORT-REC.
006840
006850     IF SM-NEW-BANDS-SUPPLIED
006860         MOVE "PROPOSED AGE BANDS : AGECTLP" TO SM-SUMMARY-LINE
006870     ELSE
006880         MOVE SPACES TO SM-SUMMARY-LINE
006890         STRING "PROPOSED AGE BANDS : NOT SUPPLIED - "
006893             "CURRENT BANDS USED"
006896             DELIMITED BY SIZE INTO SM-SUMMARY-LINE
006900     END-IF.
006910     MOVE SM-SUMMARY-LINE TO REPORT-REC.
006920     WRITE REPORT-REC.
006930
006940     IF SM-CUR-RULES-ABSENT
006950         MOVE SPACES TO SM-SUMMARY-LINE
006960         STRING "CURRENT BENEFITS   : BENCTL MISSING OR EMPTY - "
006963             "NONE QUALIFY"
006966             DELIMITED BY SIZE INTO SM-SUMMARY-LINE
006970     ELSE
006980         MOVE "CURRENT BENEFITS   : BENCTL" TO SM-SUMMARY-LINE
006990     END-IF.
007000     MOVE SM-SUMMARY-LINE TO REPORT-REC.
007010     WRITE REPORT-REC.
007020
007030     IF SM-NEW-RULES-SUPPLIED
007040         MOVE "PROPOSED BENEFITS  : BENCTLP" TO SM-SUMMARY-LINE
007050     ELSE
007060         MOVE SPACES TO SM-SUMMARY-LINE
007070         STRING "PROPOSED BENEFITS  : NOT SUPPLIED - "
007073             "CURRENT RULES USED"
007076             DELIMITED BY SIZE INTO SM-SUMMARY-LINE
007080     END-IF.
007090     MOVE SM-SUMMARY-LINE TO REPORT-REC.
007100     WRITE REPORT-REC.
007110     MOVE SPACES TO REPORT-REC.
007120     WRITE REPORT-REC.
007130 1600-EXIT.
007140     EXIT.
007150
007160******************************************************************
007170*    1700-PRINT-BAND-LAYOUTS - THE CURRENT AND PROPOSED BANDS
007180*    SIDE BY SIDE, ONE BAND PER LINE IN CONTROL-FILE ORDER.
007190******************************************************************
007200 1700-PRINT-BAND-LAYOUTS.
007210     MOVE SM-LAYOUT-HEADING TO REPORT-REC.
007220     WRITE REPORT-REC.
007230     IF SM-CUR-BAND-COUNT > SM-NEW-BAND-COUNT
007240         MOVE SM-CUR-BAND-COUNT TO SM-LAYOUT-ROWS
007250     ELSE
007260         MOVE SM-NEW-BAND-COUNT TO SM-LAYOUT-ROWS
007270     END-IF.
007280     PERFORM 1750-PRINT-ONE-LAYOUT-ROW THRU 1750-EXIT
007290         VARYING SM-LAYOUT-SUB FROM 1 BY 1
007300         UNTIL SM-LAYOUT-SUB > SM-LAYOUT-ROWS.
007310     MOVE SPACES TO REPORT-REC.
007320     WRITE REPORT-REC.
007330 1700-EXIT.
007340     EXIT.
007350
007360 1750-PRINT-ONE-LAYOUT-ROW.
007370     MOVE SPACES TO LY-CUR-NAME LY-CUR-LOW LY-CUR-HIGH
007380                    LY-NEW-NAME LY-NEW-LOW LY-NEW-HIGH.
007390     IF SM-LAYOUT-SUB NOT > SM-CUR-BAND-COUNT
007400         MOVE CB-BAND-NAME (SM-LAYOUT-SUB) TO LY-CUR-NAME
007410         MOVE CB-LOW  (SM-LAYOUT-SUB)      TO LY-CUR-LOW
007420         MOVE CB-HIGH (SM-LAYOUT-SUB)      TO LY-CUR-HIGH
007430     END-IF.
007440     IF SM-LAYOUT-SUB NOT > SM-NEW-BAND-COUNT
007450         MOVE NB-BAND-NAME (SM-LAYOUT-SUB) TO LY-NEW-NAME
007460         MOVE NB-LOW  (SM-LAYOUT-SUB)      TO LY-NEW-LOW
007470         MOVE NB-HIGH (SM-LAYOUT-SUB)      TO LY-NEW-HIGH
007480     END-IF.
007490     MOVE SM-LAYOUT-LINE TO REPORT-REC.
007500     WRITE REPORT-REC.
007510 1750-EXIT.
007520     EXIT.
007530
007540******************************************************************
007550*    2000-CLASSIFY-MASTER - SORT INPUT PROCEDURE.  READ THE
007560*    WHOLE MASTER IN KEY ORDER, CLASSIFY EVERY CUSTOMER UNDER
007570*    BOTH RULE SETS AND RELEASE EACH ONE WHO WOULD MOVE BAND
007580*    TO THE SORT FOR THE BAND-MOVE BREAKDOWN.
007590******************************************************************
007600 2000-CLASSIFY-MASTER.
007610     PERFORM 2100-CLASSIFY-ONE-CUSTOMER THRU 2100-EXIT
007620         UNTIL MASTER-EOF.
007630 2000-EXIT.
007640     EXIT.
007650
007660 2100-CLASSIFY-ONE-CUSTOMER.
007670     READ CUSTOMER-MASTER NEXT RECORD
007680         AT END
007690             SET MASTER-EOF TO TRUE
007700             GO TO 2100-EXIT
007710     END-READ.
007720     IF NOT SM-MST-FILE-OK
007730         DISPLAY "BANDSIM - MASTER READ FAILED, STATUS "
007740             SM-MST-FILE-STATUS
007745         SET SM-MASTER-READ-FAILED TO TRUE
007750         SET MASTER-EOF TO TRUE
007760         GO TO 2100-EXIT
007770     END-IF.
007780
007790     ADD 1 TO SM-MASTER-READ-COUNT.
007800     PERFORM 3000-EDIT-CUSTOMER THRU 3000-EXIT.
007810     IF SM-AGE-IS-INVALID
007820         ADD 1 TO SM-SUSPENDED-COUNT
007830         GO TO 2100-EXIT
007840     END-IF.
007850     ADD 1 TO SM-CLASSIFIED-COUNT.
007860
007870     PERFORM 3200-CLASSIFY-CURRENT THRU 3200-EXIT.
007880     PERFORM 3300-CLASSIFY-PROPOSED THRU 3300-EXIT.
007890     PERFORM 3400-TALLY-POPULATION THRU 3400-EXIT.
007900
007910     IF SM-NEW-CATEGORY NOT = SM-CUR-CATEGORY
007920         ADD 1 TO SM-MOVED-COUNT
007930         MOVE SM-CUR-CATEGORY   TO MS-OLD-CATEGORY
007940         MOVE SM-NEW-CATEGORY   TO MS-NEW-CATEGORY
007950         MOVE MST-SOURCE-BRANCH TO MS-SOURCE-BRANCH
007960         MOVE MST-CUST-ID       TO MS-CUST-ID
007970         RELEASE MOVE-SORT-REC
007980     END-IF.
007990
008000     MOVE 'N' TO SM-GAINS-SW.
008010     MOVE 'N' TO SM-LOSES-SW.
008020     IF SM-BENEFIT-COUNT > ZERO
008030         PERFORM 3500-ASSESS-ONE-BENEFIT THRU 3500-EXIT
008040             VARYING IB-IDX FROM 1 BY 1
008050             UNTIL IB-IDX > SM-BENEFIT-COUNT
008060     END-IF.
008070     IF SM-CUST-GAINS
008080         ADD 1 TO SM-GAINING-COUNT
008090     END-IF.
008100     IF SM-CUST-LOSES
008110         ADD 1 TO SM-LOSING-COUNT
008120     END-IF.
008130 2100-EXIT.
008140     EXIT.
008150
008160******************************************************************
008170*    3000-EDIT-CUSTOMER - THE SAME EDITS AGECHECK APPLIES BEFORE
008180*    IT WILL CLASSIFY A CUSTOMER (ID PRESENT, AGE AND DATE OF
008190*    BIRTH NUMERIC, A PLAUSIBLE BIRTH YEAR, STATED AGE WITHIN
008200*    ONE YEAR OF THE AGE THE DATE OF BIRTH GIVES).  A CUSTOMER
008210*    FAILING THEM IS SUSPENDED UNDER EITHER RULE SET.
008220******************************************************************
008230 3000-EDIT-CUSTOMER.
008240     SET SM-AGE-IS-VALID TO TRUE.
008250     IF MST-CUST-ID = SPACES
008260      OR MST-CUST-AGE NOT NUMERIC
008270      OR MST-CUST-DOB NOT NUMERIC
008280         SET SM-AGE-IS-INVALID TO TRUE
008290         GO TO 3000-EXIT
008300     END-IF.
008310     IF MST-DOB-YEAR = ZERO OR MST-DOB-YEAR > SM-RUN-YEAR
008320         SET SM-AGE-IS-INVALID TO TRUE
008330         GO TO 3000-EXIT
008340     END-IF.
008350
008360     COMPUTE SM-COMPUTED-AGE = SM-RUN-YEAR - MST-DOB-YEAR.
008370     IF SM-RUN-MONTH-DAY < MST-DOB-MONTH-DAY
008380         SUBTRACT 1 FROM SM-COMPUTED-AGE
008390     END-IF.
008400     IF MST-CUST-AGE > SM-COMPUTED-AGE
008410         COMPUTE SM-AGE-DIFFERENCE =
008415             MST-CUST-AGE - SM-COMPUTED-AGE
008420     ELSE
008430         COMPUTE SM-AGE-DIFFERENCE =
008435             SM-COMPUTED-AGE - MST-CUST-AGE
008440     END-IF.
008450     IF SM-AGE-DIFFERENCE > SM-AGE-TOLERANCE
008460         SET SM-AGE-IS-INVALID TO TRUE
008470     END-IF.
008480 3000-EXIT.
008490     EXIT.
008500
008510******************************************************************
008520*    3200/3300 - BAND THE CUSTOMER'S STATED AGE UNDER THE
008530*    CURRENT AND THE PROPOSED BANDS: THE FIRST BAND COVERING
008540*    THE AGE WINS, AS IN AGECHECK, AND NO BAND IS UNBANDED.
008550******************************************************************
008560 3200-CLASSIFY-CURRENT.
008570     SET CB-IDX TO 1.
008580     SEARCH SM-CUR-BAND-ENTRY
008590         AT END
008600             MOVE "UNBANDED" TO SM-CUR-CATEGORY
008610         WHEN MST-CUST-AGE >= CB-LOW (CB-IDX)
008620          AND MST-CUST-AGE <= CB-HIGH (CB-IDX)
008630             MOVE CB-BAND-NAME (CB-IDX) TO SM-CUR-CATEGORY
008640     END-SEARCH.
008650 3200-EXIT.
008660     EXIT.
008670
008680 3300-CLASSIFY-PROPOSED.
008690     SET NB-IDX TO 1.
008700     SEARCH SM-NEW-BAND-ENTRY
008710         AT END
008720             MOVE "UNBANDED" TO SM-NEW-CATEGORY
008730             ADD 1 TO SM-NEW-UNBANDED-COUNT
008740         WHEN MST-CUST-AGE >= NB-LOW (NB-IDX)
008750          AND MST-CUST-AGE <= NB-HIGH (NB-IDX)
008760             MOVE NB-BAND-NAME (NB-IDX) TO SM-NEW-CATEGORY
008770     END-SEARCH.
008780 3300-EXIT.
008790     EXIT.
008800
008810******************************************************************
008820*    3400-TALLY-POPULATION - COUNT THE CUSTOMER INTO ITS BAND
008830*    UNDER EACH RULE SET, ADDING A BAND TO THE POPULATION TABLE
008840*    THE FIRST TIME EITHER SIDE USES IT.
008850******************************************************************
008860 3400-TALLY-POPULATION.
008870     MOVE SM-CUR-CATEGORY TO SM-POP-CATEGORY.
008880     PERFORM 3450-FIND-POP-ENTRY THRU 3450-EXIT.
008890     IF PO-IDX NOT > SM-POP-COUNT
008900         ADD 1 TO PO-CUR-TALLY (PO-IDX)
008910     END-IF.
008920     MOVE SM-NEW-CATEGORY TO SM-POP-CATEGORY.
008930     PERFORM 3450-FIND-POP-ENTRY THRU 3450-EXIT.
008940     IF PO-IDX NOT > SM-POP-COUNT
008950         ADD 1 TO PO-NEW-TALLY (PO-IDX)
008960     END-IF.
008970 3400-EXIT.
008980     EXIT.
008990
009000 3450-FIND-POP-ENTRY.
009010     IF SM-POP-COUNT > ZERO
009020         SET PO-IDX TO 1
009030         SEARCH SM-POP-ENTRY
009040             AT END
009050                 PERFORM 3460-ADD-POP-ENTRY THRU 3460-EXIT
009060             WHEN PO-BAND-NAME (PO-IDX) = SM-POP-CATEGORY
009070                 CONTINUE
009080         END-SEARCH
009090     ELSE
009100         PERFORM 3460-ADD-POP-ENTRY THRU 3460-EXIT
009110     END-IF.
009120 3450-EXIT.
009130     EXIT.
009140
009150 3460-ADD-POP-ENTRY.
009160     IF SM-POP-COUNT < 21
009170         ADD 1 TO SM-POP-COUNT
009180         MOVE SM-POP-CATEGORY TO PO-BAND-NAME (SM-POP-COUNT)
009190         MOVE ZERO TO PO-CUR-TALLY (SM-POP-COUNT)
009200         MOVE ZERO TO PO-NEW-TALLY (SM-POP-COUNT)
009210         SET PO-IDX TO SM-POP-COUNT
009220     ELSE
009230         SET PO-IDX TO 22
009240     END-IF.
009250 3460-EXIT.
009260     EXIT.
009270
009280******************************************************************
009290*    3500-ASSESS-ONE-BENEFIT - DOES THE CUSTOMER QUALIFY FOR
009300*    THIS BENEFIT NOW AND UNDER THE PROPOSAL?  AS IN ELIGCHK AND
009310*    ELIGDIFF, ONLY A "Y" RULE FOR THE CUSTOMER'S BAND
009320*    QUALIFIES; A BARRED BAND AND A BAND WITH NO RULE DO NOT.
009330*    A CHANGE EITHER WAY IS A GAIN OR A LOSS, AND THE FIRST FEW
009340*    CUSTOMERS ARE KEPT AS A SAMPLE.
009350******************************************************************
009360 3500-ASSESS-ONE-BENEFIT.
009370     MOVE 'N' TO SM-CUR-QUAL-SW.
009380     IF SM-CUR-RULE-COUNT > ZERO
009390         SET CU-IDX TO 1
009400         SEARCH SM-CUR-RULE-ENTRY
009410             AT END
009420                 CONTINUE
009430             WHEN CU-BAND-NAME (CU-IDX) = SM-CUR-CATEGORY
009440              AND CU-BENEFIT-NAME (CU-IDX)
009445                     = IB-BENEFIT-NAME (IB-IDX)
009450                 IF CU-ELIG-FLAG (CU-IDX) = "Y"
009460                     SET SM-CUR-QUALIFIES TO TRUE
009470                 END-IF
009480         END-SEARCH
009490     END-IF.
009500
009510     MOVE 'N' TO SM-NEW-QUAL-SW.
009520     IF SM-NEW-RULE-COUNT > ZERO
009530         SET PU-IDX TO 1
009540         SEARCH SM-NEW-RULE-ENTRY
009550             AT END
009560                 CONTINUE
009570             WHEN PU-BAND-NAME (PU-IDX) = SM-NEW-CATEGORY
009580              AND PU-BENEFIT-NAME (PU-IDX)
009585                     = IB-BENEFIT-NAME (IB-IDX)
009590                 IF PU-ELIG-FLAG (PU-IDX) = "Y"
009600                     SET SM-NEW-QUALIFIES TO TRUE
009610                 END-IF
009620         END-SEARCH
009630     END-IF.
009640
009650     IF SM-CUR-QUALIFIES
009660         ADD 1 TO IB-CUR-QUAL-TALLY (IB-IDX)
009670     END-IF.
009680     IF SM-NEW-QUALIFIES
009690         ADD 1 TO IB-NEW-QUAL-TALLY (IB-IDX)
009700     END-IF.
009710
009720     IF SM-NEW-QUALIFIES AND NOT SM-CUR-QUALIFIES
009730         SET SM-CUST-GAINS TO TRUE
009740         ADD 1 TO IB-GAIN-TALLY (IB-IDX)
009750         IF IB-GAIN-TALLY (IB-IDX) NOT > 5
009760             MOVE IB-GAIN-TALLY (IB-IDX) TO SM-SAMPLE-SUB
009770             MOVE MST-CUST-ID
009780                 TO IB-GAIN-SAMPLE (IB-IDX, SM-SAMPLE-SUB)
009790         END-IF
009800     END-IF.
009810     IF SM-CUR-QUALIFIES AND NOT SM-NEW-QUALIFIES
009820         SET SM-CUST-LOSES TO TRUE
009830         ADD 1 TO IB-LOSS-TALLY (IB-IDX)
009840         IF IB-LOSS-TALLY (IB-IDX) NOT > 5
009850             MOVE IB-LOSS-TALLY (IB-IDX) TO SM-SAMPLE-SUB
009860             MOVE MST-CUST-ID
009870                 TO IB-LOSS-SAMPLE (IB-IDX, SM-SAMPLE-SUB)
009880         END-IF
009890     END-IF.
009900 3500-EXIT.
009910     EXIT.
009920
009930******************************************************************
009940*    5000-PRINT-MOVES - SORT OUTPUT PROCEDURE.  THE CUSTOMERS
009950*    WHO WOULD MOVE BAND COME BACK IN OLD BAND, NEW BAND, SOURCE
009960*    BRANCH ORDER: ONE LINE PER BRANCH WITHIN EACH MOVE WITH ITS
009970*    COUNT AND THE FIRST FEW CUSTOMER IDS, THEN A TOTAL FOR THE
009980*    MOVE ACROSS ALL BRANCHES.
009990******************************************************************
010000 5000-PRINT-MOVES.
010010     MOVE "CUSTOMERS WHO WOULD CHANGE BAND" TO REPORT-REC.
010020     WRITE REPORT-REC.
010030     MOVE SM-MOVE-HEADING TO REPORT-REC.
010040     WRITE REPORT-REC.
010050     PERFORM 5100-RETURN-MOVE THRU 5100-EXIT.
010060     IF MOVE-SORT-EOF
010070         MOVE "  NO CUSTOMER WOULD CHANGE BAND" TO REPORT-REC
010080         WRITE REPORT-REC
010090     END-IF.
010100     PERFORM 5200-PRINT-ONE-MOVE THRU 5200-EXIT
010110         UNTIL MOVE-SORT-EOF.
010120 5000-EXIT.
010130     EXIT.
010140
010150 5100-RETURN-MOVE.
010160     RETURN MOVE-SORT-FILE
010170         AT END
010180             SET MOVE-SORT-EOF TO TRUE
010190     END-RETURN.
010200 5100-EXIT.
010210     EXIT.
010220
010230 5200-PRINT-ONE-MOVE.
010240     MOVE MS-OLD-CATEGORY TO SM-BREAK-OLD-CATEGORY.
010250     MOVE MS-NEW-CATEGORY TO SM-BREAK-NEW-CATEGORY.
010260     MOVE ZERO TO SM-PAIR-MOVE-COUNT.
010270     PERFORM 5300-PRINT-ONE-BRANCH THRU 5300-EXIT
010280         UNTIL MOVE-SORT-EOF
010290            OR MS-OLD-CATEGORY NOT = SM-BREAK-OLD-CATEGORY
010300            OR MS-NEW-CATEGORY NOT = SM-BREAK-NEW-CATEGORY.
010310
010320     MOVE SM-PAIR-MOVE-COUNT TO SM-COUNT-EDIT.
010330     MOVE SPACES TO SM-SUMMARY-LINE.
010340     STRING "  ALL BRANCHES " SM-BREAK-OLD-CATEGORY
010350         " TO " SM-BREAK-NEW-CATEGORY " : " SM-COUNT-EDIT
010360         DELIMITED BY SIZE INTO SM-SUMMARY-LINE.
010370     MOVE SM-SUMMARY-LINE TO REPORT-REC.
010380     WRITE REPORT-REC.
010390     MOVE SPACES TO REPORT-REC.
010400     WRITE REPORT-REC.
010410 5200-EXIT.
010420     EXIT.
010430
010440 5300-PRINT-ONE-BRANCH.
010450     MOVE MS-SOURCE-BRANCH TO SM-BREAK-BRANCH.
010460     MOVE ZERO TO SM-BRANCH-MOVE-COUNT.
010470     MOVE SPACES TO MV-SAMPLE-GROUP.
010480     PERFORM 5400-COUNT-ONE-MOVE THRU 5400-EXIT
010490         UNTIL MOVE-SORT-EOF
010500            OR MS-OLD-CATEGORY NOT = SM-BREAK-OLD-CATEGORY
010510            OR MS-NEW-CATEGORY NOT = SM-BREAK-NEW-CATEGORY
010520            OR MS-SOURCE-BRANCH NOT = SM-BREAK-BRANCH.
010530
010540     MOVE SM-BREAK-OLD-CATEGORY TO MV-OLD-CATEGORY.
010550     MOVE SM-BREAK-NEW-CATEGORY TO MV-NEW-CATEGORY.
010560     MOVE SM-BREAK-BRANCH       TO MV-BRANCH.
010570     MOVE SM-BRANCH-MOVE-COUNT  TO MV-COUNT.
010580     MOVE SM-MOVE-LINE TO REPORT-REC.
010590     WRITE REPORT-REC.
010600     ADD SM-BRANCH-MOVE-COUNT TO SM-PAIR-MOVE-COUNT.
010610 5300-EXIT.
010620     EXIT.
010630
010640 5400-COUNT-ONE-MOVE.
010650     ADD 1 TO SM-BRANCH-MOVE-COUNT.
010660     IF SM-BRANCH-MOVE-COUNT NOT > 3
010670         MOVE SM-BRANCH-MOVE-COUNT TO SM-SAMPLE-SUB
010680         MOVE MS-CUST-ID TO MV-SAMPLE-ID (SM-SAMPLE-SUB)
010690     END-IF.
010700     PERFORM 5100-RETURN-MOVE THRU 5100-EXIT.
010710 5400-EXIT.
010720     EXIT.
010730
010740******************************************************************
010750*    6000-PRINT-POPULATION - CUSTOMERS IN EACH BAND NOW AND
010760*    UNDER THE PROPOSAL, WITH THE NET CHANGE.
010770******************************************************************
010780 6000-PRINT-POPULATION.
010790     MOVE "CUSTOMERS BY BAND" TO REPORT-REC.
010800     WRITE REPORT-REC.
010810     MOVE SM-POP-HEADING TO REPORT-REC.
010820     WRITE REPORT-REC.
010830     IF SM-POP-COUNT > ZERO
010840         PERFORM 6100-PRINT-ONE-BAND THRU 6100-EXIT
010850             VARYING PO-IDX FROM 1 BY 1
010860             UNTIL PO-IDX > SM-POP-COUNT
010870     END-IF.
010880 6000-EXIT.
010890     EXIT.
010900
010910 6100-PRINT-ONE-BAND.
010920     MOVE PO-BAND-NAME (PO-IDX) TO PL-BAND-NAME.
010930     MOVE PO-CUR-TALLY (PO-IDX) TO PL-CUR-TALLY.
010940     MOVE PO-NEW-TALLY (PO-IDX) TO PL-NEW-TALLY.
010950     COMPUTE PL-CHANGE =
010960         PO-NEW-TALLY (PO-IDX) - PO-CUR-TALLY (PO-IDX).
010970     MOVE SM-POP-LINE TO REPORT-REC.
010980     WRITE REPORT-REC.
010990 6100-EXIT.
011000     EXIT.
011010
011020******************************************************************
011030*    7000-PRINT-BENEFITS - FOR EVERY BENEFIT IN EITHER RULE SET,
011040*    THE COUNTS QUALIFYING NOW AND UNDER THE PROPOSAL, THE GAINS
011050*    AND LOSSES, AND A SAMPLE OF THE CUSTOMERS AFFECTED.
011060******************************************************************
011070 7000-PRINT-BENEFITS.
011080     MOVE SPACES TO REPORT-REC.
011090     WRITE REPORT-REC.
011100     MOVE "BENEFIT GAINS AND LOSSES" TO REPORT-REC.
011110     WRITE REPORT-REC.
011120     MOVE SM-BENEFIT-HEADING TO REPORT-REC.
011130     WRITE REPORT-REC.
011140     IF SM-BENEFIT-COUNT = ZERO
011150         MOVE "  NO BENEFIT RULES IN EITHER RULE SET"
011155             TO REPORT-REC
011160         WRITE REPORT-REC
011170         GO TO 7000-EXIT
011180     END-IF.
011190     PERFORM 7100-PRINT-ONE-BENEFIT THRU 7100-EXIT
011200         VARYING IB-IDX FROM 1 BY 1
011210         UNTIL IB-IDX > SM-BENEFIT-COUNT.
011220 7000-EXIT.
011230     EXIT.
011240
011250 7100-PRINT-ONE-BENEFIT.
011260     MOVE IB-BENEFIT-NAME (IB-IDX)   TO IL-BENEFIT-NAME.
011270     MOVE IB-CUR-QUAL-TALLY (IB-IDX) TO IL-CUR-QUAL.
011280     MOVE IB-NEW-QUAL-TALLY (IB-IDX) TO IL-NEW-QUAL.
011290     MOVE IB-GAIN-TALLY (IB-IDX)     TO IL-GAIN.
011300     MOVE IB-LOSS-TALLY (IB-IDX)     TO IL-LOSS.
011310     MOVE SM-BENEFIT-LINE TO REPORT-REC.
011320     WRITE REPORT-REC.
011330
011340     IF IB-GAIN-TALLY (IB-IDX) > ZERO
011350         MOVE "GAINING: " TO SL-LABEL
011360         MOVE SPACES TO SL-SAMPLE-GROUP
011370         PERFORM 7200-MOVE-GAIN-SAMPLE THRU 7200-EXIT
011380             VARYING SM-SAMPLE-SUB FROM 1 BY 1
011390             UNTIL SM-SAMPLE-SUB > 5
011400         MOVE SM-SAMPLE-LINE TO REPORT-REC
011410         WRITE REPORT-REC
011420     END-IF.
011430     IF IB-LOSS-TALLY (IB-IDX) > ZERO
011440         MOVE "LOSING : " TO SL-LABEL
011450         MOVE SPACES TO SL-SAMPLE-GROUP
011460         PERFORM 7300-MOVE-LOSS-SAMPLE THRU 7300-EXIT
011470             VARYING SM-SAMPLE-SUB FROM 1 BY 1
011480             UNTIL SM-SAMPLE-SUB > 5
011490         MOVE SM-SAMPLE-LINE TO REPORT-REC
011500         WRITE REPORT-REC
011510     END-IF.
011520 7100-EXIT.
011530     EXIT.
011540
011550 7200-MOVE-GAIN-SAMPLE.
011560     MOVE IB-GAIN-SAMPLE (IB-IDX, SM-SAMPLE-SUB)
011570         TO SL-SAMPLE-ID (SM-SAMPLE-SUB).
011580 7200-EXIT.
011590     EXIT.
011600
011610 7300-MOVE-LOSS-SAMPLE.
011620     MOVE IB-LOSS-SAMPLE (IB-IDX, SM-SAMPLE-SUB)
011630         TO SL-SAMPLE-ID (SM-SAMPLE-SUB).
011640 7300-EXIT.
011650     EXIT.
011660
011670******************************************************************
011680*    8000-TERMINATE - PRINT THE SUMMARY, SET THE RETURN CODE
011690*    AND CLOSE EVERYTHING.  NOTHING HAS BEEN UPDATED.
011700******************************************************************
011710 8000-TERMINATE.
011720     MOVE SPACES TO REPORT-REC.
011730     WRITE REPORT-REC.
011740
011750     MOVE SM-MASTER-READ-COUNT TO SM-COUNT-EDIT.
011760     MOVE SPACES TO SM-SUMMARY-LINE.
011770     STRING "CUSTOMERS READ           : " SM-COUNT-EDIT
011780         DELIMITED BY SIZE INTO SM-SUMMARY-LINE.
011790     MOVE SM-SUMMARY-LINE TO REPORT-REC.
011800     WRITE REPORT-REC.
011810
011820     MOVE SM-SUSPENDED-COUNT TO SM-COUNT-EDIT.
011830     MOVE SPACES TO SM-SUMMARY-LINE.
011840     STRING "WOULD BE SUSPENDED       : " SM-COUNT-EDIT
011850         DELIMITED BY SIZE INTO SM-SUMMARY-LINE.
011860     MOVE SM-SUMMARY-LINE TO REPORT-REC.
011870     WRITE REPORT-REC.
011880
011890     MOVE SM-CLASSIFIED-COUNT TO SM-COUNT-EDIT.
011900     MOVE SPACES TO SM-SUMMARY-LINE.
011910     STRING "CUSTOMERS COMPARED       : " SM-COUNT-EDIT
011920         DELIMITED BY SIZE INTO SM-SUMMARY-LINE.
011930     MOVE SM-SUMMARY-LINE TO REPORT-REC.
011940     WRITE REPORT-REC.
011950
011960     MOVE SM-MOVED-COUNT TO SM-COUNT-EDIT.
011970     MOVE SPACES TO SM-SUMMARY-LINE.
011980     STRING "WOULD CHANGE BAND        : " SM-COUNT-EDIT
011990         DELIMITED BY SIZE INTO SM-SUMMARY-LINE.
012000     MOVE SM-SUMMARY-LINE TO REPORT-REC.
012010     WRITE REPORT-REC.
012020
012030     MOVE SM-GAINING-COUNT TO SM-COUNT-EDIT.
012040     MOVE SPACES TO SM-SUMMARY-LINE.
012050     STRING "WOULD GAIN A BENEFIT     : " SM-COUNT-EDIT
012060         DELIMITED BY SIZE INTO SM-SUMMARY-LINE.
012070     MOVE SM-SUMMARY-LINE TO REPORT-REC.
012080     WRITE REPORT-REC.
012090
012100     MOVE SM-LOSING-COUNT TO SM-COUNT-EDIT.
012110     MOVE SPACES TO SM-SUMMARY-LINE.
012120     STRING "WOULD LOSE A BENEFIT     : " SM-COUNT-EDIT
012130         DELIMITED BY SIZE INTO SM-SUMMARY-LINE.
012140     MOVE SM-SUMMARY-LINE TO REPORT-REC.
012150     WRITE REPORT-REC.
012160
012170     IF SM-NEW-UNBANDED-COUNT > ZERO
012180         MOVE SM-NEW-UNBANDED-COUNT TO SM-COUNT-EDIT
012190         MOVE SPACES TO SM-SUMMARY-LINE
012200         STRING "** PROPOSED BANDS LEAVE " SM-COUNT-EDIT
012210             " CUSTOMERS UNBANDED **"
012220             DELIMITED BY SIZE INTO SM-SUMMARY-LINE
012230         MOVE SM-SUMMARY-LINE TO REPORT-REC
012240         WRITE REPORT-REC
012250     END-IF.
012260
012261     IF SM-MASTER-READ-FAILED
012262         MOVE "** MASTER READ FAILED - FIGURES INCOMPLETE **"
012263             TO REPORT-REC
012264         WRITE REPORT-REC
012265     END-IF.
012266
012270     MOVE "WHAT-IF RUN - NO FILES WERE UPDATED"
012275         TO SM-SUMMARY-LINE.
012280     MOVE SM-SUMMARY-LINE TO REPORT-REC.
012290     WRITE REPORT-REC.
012300
012310     IF SM-RUN-FAILED
012315      OR SM-MASTER-READ-FAILED
012320         MOVE 8 TO RETURN-CODE
012330     ELSE
012340         IF SM-NEW-UNBANDED-COUNT > ZERO
012350             MOVE 4 TO RETURN-CODE
012360         ELSE
012370             MOVE 0 TO RETURN-CODE
012380         END-IF
012390     END-IF.
012400
012410     IF NOT SM-RUN-FAILED
012420         CLOSE CUSTOMER-MASTER
012430     END-IF.
012440     CLOSE REPORT-FILE.
012450 8000-EXIT.
012460     EXIT.
