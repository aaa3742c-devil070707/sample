000010******************************************************************
000020*    PROGRAM-ID.  BANDFCST
000030*
000040*    FORWARD-LOOKING BAND-TRANSITION FORECAST BY BRANCH.  THE
000050*    BANDXTR EXTRACT ONLY SAYS WHO CROSSED A BAND BOUNDARY LAST
000060*    NIGHT; THIS RUN SAYS WHO WILL CROSS ONE IN THE COMING DAYS,
000070*    SO THE BRANCHES CAN HAVE RENEWALS, SENIOR ENROLMENTS AND
000080*    MINOR-TO-ADULT PAPERWORK READY BEFORE THE BIRTHDAY.
000090*
000100*    THE WHOLE INDEXED CUSTOMER MASTER IS READ.  FOR EACH
000110*    CUSTOMER THE NEXT BIRTHDAY AFTER THE RUN DATE IS WORKED OUT
000120*    FROM MST-CUST-DOB (A 29 FEBRUARY BIRTHDAY FALLS ON 1 MARCH
000130*    IN A COMMON YEAR, THE DAY AGECHECK WOULD FIRST AGE THE
000140*    CUSTOMER).  THE AGE BEFORE AND ON THAT BIRTHDAY ARE BANDED
000150*    AGAINST THE AGECTL CUTOFFS THE WAY AGECHECK BANDS THEM (THE
000160*    FIRST BAND COVERING THE AGE, UNBANDED WHEN NONE DOES, THE
000170*    BUILT-IN DEFAULT BANDS WHEN AGECTL IS MISSING OR EMPTY).
000180*    WHEN THE TWO BANDS DIFFER AND THE BIRTHDAY FALLS WITHIN THE
000190*    FORECAST WINDOW THE CUSTOMER IS FORECAST TO CROSS ON IT.
000200*
000210*    THE FORECAST REPORT LISTS THE CUSTOMERS BY SOURCE BRANCH IN
000220*    CROSSING-DATE ORDER.  EACH BRANCH, AND THE RUN AS A WHOLE,
000230*    IS TOTALLED BY TRANSITION TYPE, BY CALENDAR MONTH AND BY
000240*    30/60/90-DAY BUCKET.  THE SAME CUSTOMERS ARE WRITTEN TO THE
000250*    FORECAST EXTRACT FOR THE BRANCHES TO LOAD INTO THEIR OWN
000260*    DIARIES.  A CUSTOMER WITH NO USABLE DATE OF BIRTH CANNOT BE
000270*    FORECAST AND IS ONLY COUNTED.
000280*
000290*    NOTHING IS UPDATED.  RUN ON REQUEST, NOT AS PART OF THE
000300*    NIGHTLY JOB.
000310*
000320*    PARAMETER CARD (FCSTPRM, OPTIONAL):
000330*      COLS  1-3   FORECAST WINDOW IN DAYS AFTER THE RUN DATE,
000340*                  001-365 (ZERO/BLANK = 90)
000350*
000360*    FORECAST EXTRACT (FCSTXTR, 100 BYTES, SORTED BY BRANCH,
000370*    CROSSING DATE AND CUSTOMER ID):
000380*      D  BRANCH, CUSTOMER ID, NAME, FROM BAND, TO BAND,
000390*         CROSSING DATE, AGE ON THAT DATE, DAYS AWAY, RUN DATE
000400*      T  DETAIL RECORD COUNT
000410*
000420*    RETURN CODE 0 FOR A CLEAN RUN, 8 WHEN THE MASTER CANNOT BE
000430*    READ.
000440*
000450*    MODIFICATION HISTORY
000460*    ------------------------------------------------------------
000470*    2026-10-15  RTM  ORIGINAL - BAND-TRANSITION FORECAST BY
000480*                      BRANCH WITH TRANSITION, MONTH AND 30/60/90
000490*                      DAY COUNTS AND A BRANCH DIARY EXTRACT.
000492*    2026-10-15  RTM  A DATE OF BIRTH AFTER THE RUN DATE, OR WITH
000494*                      A DAY PAST THE END OF ITS MONTH (29
000496*                      FEBRUARY ONLY IN A LEAP YEAR), IS NOW
000498*                      COUNTED AS UNUSABLE.
000500*    2026-10-15  RTM  A MASTER READ FAILURE PART WAY THROUGH IS
000502*                      FLAGGED ON THE REPORT AND GIVES RETURN
000504*                      CODE 8 INSTEAD OF ENDING AS A CLEAN RUN.
000506******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID.     BANDFCST.
000530 AUTHOR.         R T MORALES.
000540 INSTALLATION.   MEMBERSHIP SYSTEMS.
000550 DATE-WRITTEN.   2026-10-15.
000560 DATE-COMPILED.
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. GENERIC.
000600 OBJECT-COMPUTER. GENERIC.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS MST-CUST-ID
000670         FILE STATUS IS FC-MST-FILE-STATUS.
000680
000690     SELECT AGE-CONTROL-FILE ASSIGN TO "AGECTL"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS FC-CTL-FILE-STATUS.
000720
000730     SELECT PARM-FILE        ASSIGN TO "FCSTPRM"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS FC-PARM-FILE-STATUS.
000760
000770     SELECT REPORT-FILE      ASSIGN TO "FCSTRPT"
000780         ORGANIZATION IS SEQUENTIAL.
000790
000800     SELECT EXTRACT-FILE     ASSIGN TO "FCSTXTR"
000810         ORGANIZATION IS SEQUENTIAL.
000820
000830     SELECT FORECAST-SORT-FILE ASSIGN TO "SORTWK".
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CUSTOMER-MASTER
000870     RECORD CONTAINS 50 CHARACTERS
000880     LABEL RECORDS ARE STANDARD.
000890 01  MASTER-REC.
000900     05  MST-CUST-ID              PIC X(10).
000910     05  MST-CUST-NAME            PIC X(20).
000920     05  MST-CUST-DOB             PIC 9(08).
000930     05  MST-CUST-DOB-R REDEFINES MST-CUST-DOB.
000940         10  MST-DOB-YEAR          PIC 9(04).
000950         10  MST-DOB-MONTH-DAY     PIC 9(04).
000960         10  MST-DOB-MD-R REDEFINES MST-DOB-MONTH-DAY.
000970             15  MST-DOB-MONTH     PIC 9(02).
000980             15  MST-DOB-DAY       PIC 9(02).
000990     05  MST-CUST-AGE             PIC 9(02).
001000     05  MST-SOURCE-BRANCH        PIC X(03).
001010     05  FILLER                   PIC X(07).
001020
001030 FD  AGE-CONTROL-FILE
001040     RECORD CONTAINS 30 CHARACTERS
001050     LABEL RECORDS ARE STANDARD.
001060 01  AGE-BAND-REC.
001070     05  AB-BAND-NAME              PIC X(10).
001080     05  AB-LOW-AGE                PIC 9(02).
001090     05  AB-HIGH-AGE               PIC 9(02).
001100     05  FILLER                    PIC X(16).
001110
001120 FD  PARM-FILE
001130     RECORD CONTAINS 80 CHARACTERS
001140     LABEL RECORDS ARE STANDARD.
001150 01  PARM-REC.
001160     05  FP-WINDOW-DAYS            PIC 9(03).
001170     05  FILLER                    PIC X(77).
001180
001190 FD  REPORT-FILE
001200     RECORD CONTAINS 80 CHARACTERS
001210     LABEL RECORDS ARE STANDARD.
001220 01  REPORT-REC                   PIC X(80).
001230
001240 FD  EXTRACT-FILE
001250     RECORD CONTAINS 100 CHARACTERS
001260     LABEL RECORDS ARE STANDARD.
001270 01  EXTRACT-DETAIL-REC.
001280     05  FX-RECORD-TYPE            PIC X(01).
001290     05  FX-SOURCE-BRANCH          PIC X(03).
001300     05  FX-CUST-ID                PIC X(10).
001310     05  FX-CUST-NAME              PIC X(20).
001320     05  FX-OLD-CATEGORY           PIC X(10).
001330     05  FX-NEW-CATEGORY           PIC X(10).
001340     05  FX-CROSS-DATE             PIC 9(08).
001350     05  FX-NEW-AGE                PIC 9(02).
001360     05  FX-DAYS-AWAY              PIC 9(03).
001370     05  FX-RUN-DATE               PIC 9(08).
001380     05  FILLER                    PIC X(25).
001390 01  EXTRACT-TRAILER-REC.
001400     05  FXT-RECORD-TYPE           PIC X(01).
001410     05  FXT-RECORD-COUNT          PIC 9(06).
001420     05  FILLER                    PIC X(93).
001430
001440 SD  FORECAST-SORT-FILE
001450     RECORD CONTAINS 74 CHARACTERS.
001460 01  FORECAST-SORT-REC.
001470     05  FW-SOURCE-BRANCH         PIC X(03).
001480     05  FW-CROSS-DATE            PIC 9(08).
001490     05  FW-CROSS-DATE-R REDEFINES FW-CROSS-DATE.
001500         10  FW-CROSS-YEAR         PIC 9(04).
001510         10  FW-CROSS-MONTH        PIC 9(02).
001520         10  FW-CROSS-DAY          PIC 9(02).
001530     05  FW-CUST-ID               PIC X(10).
001540     05  FW-CUST-NAME             PIC X(20).
001550     05  FW-OLD-CATEGORY          PIC X(10).
001560     05  FW-NEW-CATEGORY          PIC X(10).
001570     05  FW-NEW-AGE               PIC 9(02).
001580     05  FW-DAYS-AWAY             PIC 9(03).
001590     05  FILLER                   PIC X(08).
001600
001610 WORKING-STORAGE SECTION.
001620 77  FC-EOF-MASTER-SW             PIC X(01) VALUE 'N'.
001630     88  MASTER-EOF                          VALUE 'Y'.
001640 77  FC-EOF-CTL-SW                PIC X(01) VALUE 'N'.
001650     88  CONTROL-EOF                         VALUE 'Y'.
001660 77  FC-EOF-SORT-SW               PIC X(01) VALUE 'N'.
001670     88  FORECAST-SORT-EOF                   VALUE 'Y'.
001680 77  FC-RUN-FAILED-SW             PIC X(01) VALUE 'N'.
001690     88  FC-RUN-FAILED                       VALUE 'Y'.
001693 77  FC-READ-FAILED-SW            PIC X(01) VALUE 'N'.
001696     88  FC-MASTER-READ-FAILED               VALUE 'Y'.
001700 77  FC-DOB-VALID-SW              PIC X(01) VALUE 'Y'.
001710     88  FC-DOB-IS-VALID                     VALUE 'Y'.
001720     88  FC-DOB-IS-INVALID                   VALUE 'N'.
001730 77  FC-DEFAULT-SW                PIC X(01) VALUE 'N'.
001740     88  FC-BANDS-DEFAULTED                  VALUE 'Y'.
001750 77  FC-PARM-SW                   PIC X(01) VALUE 'N'.
001760     88  FC-PARM-REJECTED                    VALUE 'Y'.
001770 77  FC-TOTALS-SW                 PIC X(01) VALUE 'B'.
001780     88  FC-BRANCH-TOTALS                    VALUE 'B'.
001790     88  FC-GRAND-TOTALS                     VALUE 'G'.
001800
001810 77  FC-MST-FILE-STATUS           PIC X(02) VALUE SPACES.
001820     88  FC-MST-FILE-OK                      VALUE "00".
001830 77  FC-CTL-FILE-STATUS           PIC X(02) VALUE SPACES.
001840     88  FC-CTL-FILE-OK                      VALUE "00".
001850 77  FC-PARM-FILE-STATUS          PIC X(02) VALUE SPACES.
001860     88  FC-PARM-FILE-OK                     VALUE "00".
001870
001880 77  FC-WINDOW-DAYS               PIC 9(03) VALUE 90.
001890 77  FC-BAND-COUNT                PIC 9(02) COMP VALUE ZERO.
001900 77  FC-TRANS-COUNT               PIC 9(02) COMP VALUE ZERO.
001910 77  FC-MONTH-COUNT               PIC 9(02) COMP VALUE ZERO.
001920 77  FC-MONTH-SUB                 PIC 9(02) COMP VALUE ZERO.
001930 77  FC-BUCKET-SUB                PIC 9(01) COMP VALUE ZERO.
001940 77  FC-AGE-SUB                   PIC 9(03) COMP VALUE ZERO.
001950
001960 77  FC-MASTER-READ-COUNT         PIC 9(06) COMP VALUE ZERO.
001970 77  FC-UNUSABLE-COUNT            PIC 9(06) COMP VALUE ZERO.
001980 77  FC-FORECAST-COUNT            PIC 9(06) COMP VALUE ZERO.
001990 77  FC-EXTRACT-COUNT             PIC 9(06) COMP VALUE ZERO.
002000 77  FC-BRANCH-COUNT              PIC 9(06) COMP VALUE ZERO.
002010 77  FC-PRINT-COUNT               PIC 9(06) COMP VALUE ZERO.
002020
002030 77  FC-BAND-AGE                  PIC 9(03) VALUE ZERO.
002040 77  FC-BAND-RESULT               PIC X(10) VALUE SPACES.
002050 77  FC-OLD-CATEGORY              PIC X(10) VALUE SPACES.
002060 77  FC-NEW-CATEGORY              PIC X(10) VALUE SPACES.
002070 77  FC-NEW-AGE                   PIC 9(03) VALUE ZERO.
002080 77  FC-BREAK-BRANCH              PIC X(03) VALUE SPACES.
002090 77  FC-LEAP-QUOTIENT             PIC 9(04) VALUE ZERO.
002100 77  FC-LEAP-REMAINDER-4          PIC 9(03) VALUE ZERO.
002110 77  FC-LEAP-REMAINDER-100        PIC 9(03) VALUE ZERO.
002120 77  FC-LEAP-REMAINDER-400        PIC 9(03) VALUE ZERO.
002130 77  FC-LEAP-YEAR-SW              PIC X(01) VALUE 'N'.
002140     88  FC-IS-LEAP-YEAR                     VALUE 'Y'.
002150
002160 77  FC-RUN-DAY-NUMBER            PIC 9(09) COMP VALUE ZERO.
002170 77  FC-DAYS-AWAY                 PIC 9(09) COMP VALUE ZERO.
002180
002190 01  FC-RUN-DATE-FIELDS.
002200     05  FC-RUN-DATE               PIC 9(08) VALUE ZERO.
002210     05  FC-RUN-DATE-R REDEFINES FC-RUN-DATE.
002220         10  FC-RUN-YEAR            PIC 9(04).
002230         10  FC-RUN-MONTH-DAY       PIC 9(04).
002240         10  FC-RUN-MD-R REDEFINES FC-RUN-MONTH-DAY.
002250             15  FC-RUN-MONTH       PIC 9(02).
002260             15  FC-RUN-DAY         PIC 9(02).
002270     05  FC-WINDOW-END-DATE        PIC 9(08) VALUE ZERO.
002280     05  FC-CROSS-DATE             PIC 9(08) VALUE ZERO.
002290     05  FC-CROSS-DATE-R REDEFINES FC-CROSS-DATE.
002300         10  FC-CROSS-YEAR          PIC 9(04).
002310         10  FC-CROSS-MONTH-DAY     PIC 9(04).
002320
002330*    DAY-NUMBER CONVERSION.  A CALENDAR DATE IS TURNED INTO A
002340*    RUNNING DAY NUMBER (AND BACK) SO DAYS BETWEEN TWO DATES IS
002350*    A SUBTRACTION, WITH THE LEAP YEARS TAKEN CARE OF.
002360 01  FC-DAY-NUMBER-FIELDS.
002370     05  FC-DN-DATE                PIC 9(08) VALUE ZERO.
002380     05  FC-DN-DATE-R REDEFINES FC-DN-DATE.
002390         10  FC-DN-YEAR             PIC 9(04).
002400         10  FC-DN-MONTH            PIC 9(02).
002410         10  FC-DN-DAY              PIC 9(02).
002420     05  FC-DAY-NUMBER             PIC 9(09) COMP VALUE ZERO.
002430     05  FC-DN-A                   PIC 9(09) COMP VALUE ZERO.
002440     05  FC-DN-B                   PIC 9(09) COMP VALUE ZERO.
002450     05  FC-DN-C                   PIC 9(09) COMP VALUE ZERO.
002460     05  FC-DN-D                   PIC 9(09) COMP VALUE ZERO.
002470     05  FC-DN-E                   PIC 9(09) COMP VALUE ZERO.
002480     05  FC-DN-M                   PIC 9(09) COMP VALUE ZERO.
002490     05  FC-DN-Y                   PIC 9(09) COMP VALUE ZERO.
002500     05  FC-DN-WORK                PIC 9(09) COMP VALUE ZERO.
002510
002520 01  FC-BAND-TABLE.
002530     05  FC-BAND-ENTRY OCCURS 1 TO 10 TIMES
002540             DEPENDING ON FC-BAND-COUNT
002550             INDEXED BY FC-BAND-IDX.
002560         10  FC-BAND-NAME          PIC X(10).
002570         10  FC-BAND-LOW           PIC 9(02).
002580         10  FC-BAND-HIGH          PIC 9(02).
002590
002600*    EVERY BAND CHANGE A BIRTHDAY CAN BRING UNDER THESE BANDS,
002610*    IN AGE ORDER, WITH THIS BRANCH'S AND THE WHOLE RUN'S COUNT.
002620 01  FC-TRANSITION-TABLE.
002630     05  FC-TRANS-ENTRY OCCURS 1 TO 99 TIMES
002640             DEPENDING ON FC-TRANS-COUNT
002650             INDEXED BY TT-IDX.
002660         10  TT-OLD-CATEGORY       PIC X(10).
002670         10  TT-NEW-CATEGORY       PIC X(10).
002680         10  TT-BRANCH-TALLY       PIC 9(06) COMP.
002690         10  TT-RUN-TALLY          PIC 9(06) COMP.
002700
002710*    ONE ENTRY PER CALENDAR MONTH FROM THE RUN MONTH TO THE
002720*    MONTH THE WINDOW ENDS IN.
002730 01  FC-MONTH-TABLE.
002740     05  FC-MONTH-ENTRY OCCURS 13 TIMES
002750             INDEXED BY MO-IDX.
002760         10  MO-YEAR               PIC 9(04).
002770         10  MO-MONTH              PIC 9(02).
002780         10  MO-BRANCH-TALLY       PIC 9(06) COMP.
002790         10  MO-RUN-TALLY          PIC 9(06) COMP.
002800
002810*    DAYS-AWAY BUCKETS: 1-30, 31-60, 61-90, OVER 90.
002820 01  FC-BUCKET-TABLE.
002830     05  FC-BUCKET-ENTRY OCCURS 4 TIMES.
002840         10  BK-BRANCH-TALLY       PIC 9(06) COMP.
002850         10  BK-RUN-TALLY          PIC 9(06) COMP.
002860
002870 01  FC-BUCKET-LABELS.
002880     05  FILLER          PIC X(14) VALUE "1-30 DAYS     ".
002890     05  FILLER          PIC X(14) VALUE "31-60 DAYS    ".
002900     05  FILLER          PIC X(14) VALUE "61-90 DAYS    ".
002910     05  FILLER          PIC X(14) VALUE "OVER 90 DAYS  ".
002920 01  FC-BUCKET-LABEL-TABLE REDEFINES FC-BUCKET-LABELS.
002930     05  BK-LABEL        PIC X(14) OCCURS 4 TIMES.
002940
002950 01  FC-REPORT-HEADING-1.
002960     05  FILLER          PIC X(20) VALUE "BANDFCST BAND-TRANSI".
002970     05  FILLER          PIC X(17) VALUE "TION FORECAST    ".
002980     05  FILLER          PIC X(09) VALUE "RUN DATE:".
002990     05  RH-RUN-DATE     PIC 9(08).
003000     05  FILLER          PIC X(26) VALUE SPACES.
003010
003020 01  FC-REPORT-HEADING-2.
003030     05  FILLER          PIC X(16) VALUE "FORECAST WINDOW ".
003040     05  RH-WINDOW-DAYS  PIC ZZ9.
003050     05  FILLER          PIC X(14) VALUE " DAYS, THROUGH".
003060     05  FILLER          PIC X(01) VALUE SPACE.
003070     05  RH-WINDOW-END   PIC 9(08).
003080     05  FILLER          PIC X(38) VALUE SPACES.
003090
003100 01  FC-DETAIL-HEADING.
003110     05  FILLER          PIC X(14) VALUE "CROSSES DAYS  ".
003120     05  FILLER          PIC X(11) VALUE "CUSTOMER   ".
003130     05  FILLER          PIC X(21) VALUE "NAME".
003140     05  FILLER          PIC X(11) VALUE "FROM BAND  ".
003150     05  FILLER          PIC X(10) VALUE "TO BAND   ".
003160     05  FILLER          PIC X(03) VALUE "AGE".
003170     05  FILLER          PIC X(10) VALUE SPACES.
003180
003190 01  FC-DETAIL-LINE.
003200     05  FR-CROSS-DATE   PIC 9(08).
003210     05  FILLER          PIC X(01) VALUE SPACES.
003220     05  FR-DAYS-AWAY    PIC ZZ9.
003230     05  FILLER          PIC X(02) VALUE SPACES.
003240     05  FR-CUST-ID      PIC X(10).
003250     05  FILLER          PIC X(01) VALUE SPACES.
003260     05  FR-CUST-NAME    PIC X(20).
003270     05  FILLER          PIC X(01) VALUE SPACES.
003280     05  FR-OLD-CATEGORY PIC X(10).
003290     05  FILLER          PIC X(01) VALUE SPACES.
003300     05  FR-NEW-CATEGORY PIC X(10).
003310     05  FILLER          PIC X(01) VALUE SPACES.
003320     05  FR-NEW-AGE      PIC Z9.
003330     05  FILLER          PIC X(10) VALUE SPACES.
003340
003350 01  FC-SUMMARY-LINE              PIC X(80) VALUE SPACES.
003360
003370 01  FC-COUNT-EDIT                PIC ZZZ,ZZ9.
003380
003390 PROCEDURE DIVISION.
003400 0000-MAINLINE.
003410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003420     IF NOT FC-RUN-FAILED
003430         SORT FORECAST-SORT-FILE
003440             ON ASCENDING KEY FW-SOURCE-BRANCH
003450                              FW-CROSS-DATE
003460                              FW-CUST-ID
003470             INPUT PROCEDURE IS 2000-FORECAST-MASTER
003480                 THRU 2000-EXIT
003490             OUTPUT PROCEDURE IS 5000-PRINT-FORECAST
003500                 THRU 5000-EXIT
003510     END-IF.
003520     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003530     GOBACK.
003540
003550******************************************************************
003560*    1000-INITIALIZE - READ THE PARAMETER CARD, LOAD THE BANDS,
003570*    WORK OUT THE WINDOW, BUILD THE TRANSITION AND MONTH TABLES,
003580*    OPEN THE FILES AND PRINT THE HEADINGS.
003590******************************************************************
003600 1000-INITIALIZE.
003610     ACCEPT FC-RUN-DATE FROM DATE YYYYMMDD.
003620
003630     OPEN INPUT PARM-FILE.
003640     IF FC-PARM-FILE-OK
003650         READ PARM-FILE
003660             AT END
003670                 CONTINUE
003680             NOT AT END
003690                 IF FP-WINDOW-DAYS NUMERIC
003700                  AND FP-WINDOW-DAYS > ZERO
003710                  AND FP-WINDOW-DAYS NOT > 365
003720                     MOVE FP-WINDOW-DAYS TO FC-WINDOW-DAYS
003730                 ELSE
003740                     IF PARM-REC (1:3) NOT = SPACES
003750                      AND PARM-REC (1:3) NOT = "000"
003760                         SET FC-PARM-REJECTED TO TRUE
003770                     END-IF
003780                 END-IF
003790         END-READ
003800         CLOSE PARM-FILE
003810     END-IF.
003820
003830     PERFORM 1100-LOAD-BANDS THRU 1100-EXIT.
003840     PERFORM 1200-BUILD-TRANSITIONS THRU 1200-EXIT.
003850
003860     MOVE FC-RUN-DATE TO FC-DN-DATE.
003870     PERFORM 9000-DATE-TO-DAY-NUMBER THRU 9000-EXIT.
003880     MOVE FC-DAY-NUMBER TO FC-RUN-DAY-NUMBER.
003890     ADD FC-WINDOW-DAYS TO FC-DAY-NUMBER.
003900     PERFORM 9100-DAY-NUMBER-TO-DATE THRU 9100-EXIT.
003910     MOVE FC-DN-DATE TO FC-WINDOW-END-DATE.
003920     PERFORM 1300-BUILD-MONTHS THRU 1300-EXIT.
003930     PERFORM 1400-CLEAR-RUN-TALLIES THRU 1400-EXIT.
003940
003950     OPEN OUTPUT REPORT-FILE.
003960     OPEN OUTPUT EXTRACT-FILE.
003970     MOVE FC-RUN-DATE        TO RH-RUN-DATE.
003980     MOVE FC-WINDOW-DAYS     TO RH-WINDOW-DAYS.
003990     MOVE FC-WINDOW-END-DATE TO RH-WINDOW-END.
004000     MOVE FC-REPORT-HEADING-1 TO REPORT-REC.
004010     WRITE REPORT-REC.
004020     MOVE FC-REPORT-HEADING-2 TO REPORT-REC.
004030     WRITE REPORT-REC.
004040     IF FC-PARM-REJECTED
004050         MOVE "** PARAMETER WINDOW NOT 001-365 - 90 DAYS USED **"
004060             TO REPORT-REC
004070         WRITE REPORT-REC
004080     END-IF.
004090     IF FC-BANDS-DEFAULTED
004100         MOVE "AGECTL MISSING OR EMPTY - DEFAULT BANDS USED"
004110             TO REPORT-REC
004120         WRITE REPORT-REC
004130     END-IF.
004140
004150     OPEN INPUT CUSTOMER-MASTER.
004160     IF NOT FC-MST-FILE-OK
004170         DISPLAY "BANDFCST - CANNOT OPEN CUSTOMER MASTER, STATUS "
004180             FC-MST-FILE-STATUS
004190         SET FC-RUN-FAILED TO TRUE
004200         MOVE "** CUSTOMER MASTER COULD NOT BE OPENED **"
004210             TO REPORT-REC
004220         WRITE REPORT-REC
004230     END-IF.
004240 1000-EXIT.
004250     EXIT.
004260
004270******************************************************************
004280*    1100-LOAD-BANDS - LOAD THE AGE-BAND CONTROL FILE EXACTLY AS
004290*    AGECHECK DOES: THE FIRST 10 BANDS, OR THE BUILT-IN DEFAULT
004300*    BANDS WHEN THE FILE IS MISSING OR EMPTY.
004310******************************************************************
004320 1100-LOAD-BANDS.
004330     OPEN INPUT AGE-CONTROL-FILE.
004340     IF FC-CTL-FILE-OK
004350         PERFORM 1150-LOAD-ONE-BAND THRU 1150-EXIT
004360             UNTIL CONTROL-EOF
004370         CLOSE AGE-CONTROL-FILE
004380     END-IF.
004390     IF FC-BAND-COUNT = ZERO
004400         SET FC-BANDS-DEFAULTED TO TRUE
004410         MOVE 3 TO FC-BAND-COUNT
004420         MOVE "MINOR"    TO FC-BAND-NAME (1)
004430         MOVE 00         TO FC-BAND-LOW  (1)
004440         MOVE 17         TO FC-BAND-HIGH (1)
004450         MOVE "ADULT"    TO FC-BAND-NAME (2)
004460         MOVE 18         TO FC-BAND-LOW  (2)
004470         MOVE 64         TO FC-BAND-HIGH (2)
004480         MOVE "SENIOR"   TO FC-BAND-NAME (3)
004490         MOVE 65         TO FC-BAND-LOW  (3)
004500         MOVE 99         TO FC-BAND-HIGH (3)
004510     END-IF.
004520 1100-EXIT.
004530     EXIT.
004540
004550 1150-LOAD-ONE-BAND.
004560     READ AGE-CONTROL-FILE
004570         AT END
004580             SET CONTROL-EOF TO TRUE
004590         NOT AT END
004600             IF FC-BAND-COUNT < 10
004610                 ADD 1 TO FC-BAND-COUNT
004620                 MOVE AB-BAND-NAME TO FC-BAND-NAME (FC-BAND-COUNT)
004630                 MOVE AB-LOW-AGE   TO FC-BAND-LOW  (FC-BAND-COUNT)
004640                 MOVE AB-HIGH-AGE  TO FC-BAND-HIGH (FC-BAND-COUNT)
004650             ELSE
004660                 DISPLAY "BANDFCST - OVER 10 BANDS, EXTRA IGNORED"
004670                 SET CONTROL-EOF TO TRUE
004680             END-IF
004690     END-READ.
004700 1150-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740*    1200-BUILD-TRANSITIONS - BAND EVERY AGE FROM 1 TO 99 AND
004750*    THE AGE BEFORE IT; EACH CHANGE OF BAND IS A TRANSITION A
004760*    BIRTHDAY CAN BRING.  THE SAME CHANGE REACHED AT TWO AGES
004770*    (A BAND TABLE WITH OVERLAPS) IS ONLY LISTED ONCE.
004780******************************************************************
004790 1200-BUILD-TRANSITIONS.
004800     PERFORM 1250-CHECK-ONE-AGE THRU 1250-EXIT
004810         VARYING FC-AGE-SUB FROM 1 BY 1
004820         UNTIL FC-AGE-SUB > 99.
004830 1200-EXIT.
004840     EXIT.
004850
004860 1250-CHECK-ONE-AGE.
004870     COMPUTE FC-BAND-AGE = FC-AGE-SUB - 1.
004880     PERFORM 3200-BAND-AGE THRU 3200-EXIT.
004890     MOVE FC-BAND-RESULT TO FC-OLD-CATEGORY.
004900     MOVE FC-AGE-SUB TO FC-BAND-AGE.
004910     PERFORM 3200-BAND-AGE THRU 3200-EXIT.
004920     MOVE FC-BAND-RESULT TO FC-NEW-CATEGORY.
004930     IF FC-NEW-CATEGORY = FC-OLD-CATEGORY
004940         GO TO 1250-EXIT
004950     END-IF.
004960     IF FC-TRANS-COUNT > ZERO
004970         SET TT-IDX TO 1
004980         SEARCH FC-TRANS-ENTRY
004990             AT END
005000                 PERFORM 1260-ADD-TRANSITION THRU 1260-EXIT
005010             WHEN TT-OLD-CATEGORY (TT-IDX) = FC-OLD-CATEGORY
005020              AND TT-NEW-CATEGORY (TT-IDX) = FC-NEW-CATEGORY
005030                 CONTINUE
005040         END-SEARCH
005050     ELSE
005060         PERFORM 1260-ADD-TRANSITION THRU 1260-EXIT
005070     END-IF.
005080 1250-EXIT.
005090     EXIT.
005100
005110 1260-ADD-TRANSITION.
005120     ADD 1 TO FC-TRANS-COUNT.
005130     MOVE FC-OLD-CATEGORY TO TT-OLD-CATEGORY (FC-TRANS-COUNT).
005140     MOVE FC-NEW-CATEGORY TO TT-NEW-CATEGORY (FC-TRANS-COUNT).
005150 1260-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190*    1300-BUILD-MONTHS - ONE MONTH ENTRY FOR EACH CALENDAR MONTH
005200*    FROM THE RUN MONTH THROUGH THE MONTH THE WINDOW ENDS IN.
005210******************************************************************
005220 1300-BUILD-MONTHS.
005230     MOVE 1 TO FC-MONTH-COUNT.
005240     MOVE FC-RUN-YEAR  TO MO-YEAR  (1).
005250     MOVE FC-RUN-MONTH TO MO-MONTH (1).
005260     MOVE FC-WINDOW-END-DATE TO FC-DN-DATE.
005270     PERFORM 1350-ADD-ONE-MONTH THRU 1350-EXIT
005280         UNTIL (MO-YEAR (FC-MONTH-COUNT) = FC-DN-YEAR
005290            AND MO-MONTH (FC-MONTH-COUNT) = FC-DN-MONTH)
005300            OR FC-MONTH-COUNT = 13.
005310 1300-EXIT.
005320     EXIT.
005330
005340 1350-ADD-ONE-MONTH.
005350     ADD 1 TO FC-MONTH-COUNT.
005360     IF MO-MONTH (FC-MONTH-COUNT - 1) = 12
005370         COMPUTE MO-YEAR (FC-MONTH-COUNT) =
005380             MO-YEAR (FC-MONTH-COUNT - 1) + 1
005390         MOVE 1 TO MO-MONTH (FC-MONTH-COUNT)
005400     ELSE
005410         MOVE MO-YEAR (FC-MONTH-COUNT - 1)
005420             TO MO-YEAR (FC-MONTH-COUNT)
005430         COMPUTE MO-MONTH (FC-MONTH-COUNT) =
005440             MO-MONTH (FC-MONTH-COUNT - 1) + 1
005450     END-IF.
005460 1350-EXIT.
005470     EXIT.
005480
005490 1400-CLEAR-RUN-TALLIES.
005500     PERFORM 1450-CLEAR-ONE-TRANSITION THRU 1450-EXIT
005510         VARYING TT-IDX FROM 1 BY 1
005520         UNTIL TT-IDX > FC-TRANS-COUNT.
005530     PERFORM 1460-CLEAR-ONE-MONTH THRU 1460-EXIT
005540         VARYING MO-IDX FROM 1 BY 1
005550         UNTIL MO-IDX > 13.
005560     PERFORM 1470-CLEAR-ONE-BUCKET THRU 1470-EXIT
005570         VARYING FC-BUCKET-SUB FROM 1 BY 1
005580         UNTIL FC-BUCKET-SUB > 4.
005590 1400-EXIT.
005600     EXIT.
005610
005620 1450-CLEAR-ONE-TRANSITION.
005630     MOVE ZERO TO TT-BRANCH-TALLY (TT-IDX).
005640     MOVE ZERO TO TT-RUN-TALLY    (TT-IDX).
005650 1450-EXIT.
005660     EXIT.
005670
005680 1460-CLEAR-ONE-MONTH.
005690     MOVE ZERO TO MO-BRANCH-TALLY (MO-IDX).
005700     MOVE ZERO TO MO-RUN-TALLY    (MO-IDX).
005710 1460-EXIT.
005720     EXIT.
005730
005740 1470-CLEAR-ONE-BUCKET.
005750     MOVE ZERO TO BK-BRANCH-TALLY (FC-BUCKET-SUB).
005760     MOVE ZERO TO BK-RUN-TALLY    (FC-BUCKET-SUB).
005770 1470-EXIT.
005780     EXIT.
005790
005800******************************************************************
005810*    2000-FORECAST-MASTER - SORT INPUT PROCEDURE.  READ THE
005820*    WHOLE MASTER IN KEY ORDER AND RELEASE EVERY CUSTOMER WHOSE
005830*    NEXT BIRTHDAY FALLS IN THE WINDOW AND CHANGES THEIR BAND.
005840******************************************************************
005850 2000-FORECAST-MASTER.
005860     PERFORM 2100-FORECAST-ONE-CUSTOMER THRU 2100-EXIT
005870         UNTIL MASTER-EOF.
005880 2000-EXIT.
005890     EXIT.
005900
005910 2100-FORECAST-ONE-CUSTOMER.
005920     READ CUSTOMER-MASTER NEXT RECORD
005930         AT END
005940             SET MASTER-EOF TO TRUE
005950             GO TO 2100-EXIT
005960     END-READ.
005970     IF NOT FC-MST-FILE-OK
005980         DISPLAY "BANDFCST - MASTER READ FAILED, STATUS "
005990             FC-MST-FILE-STATUS
005995         SET FC-MASTER-READ-FAILED TO TRUE
006000         SET MASTER-EOF TO TRUE
006010         GO TO 2100-EXIT
006020     END-IF.
006030
006040     ADD 1 TO FC-MASTER-READ-COUNT.
006050     PERFORM 3000-EDIT-DOB THRU 3000-EXIT.
006060     IF FC-DOB-IS-INVALID
006070         ADD 1 TO FC-UNUSABLE-COUNT
006080         GO TO 2100-EXIT
006090     END-IF.
006100
006110     PERFORM 3100-NEXT-BIRTHDAY THRU 3100-EXIT.
006120     IF FC-NEW-AGE > 99
006130      OR FC-DAYS-AWAY > FC-WINDOW-DAYS
006140         GO TO 2100-EXIT
006150     END-IF.
006160
006170     COMPUTE FC-BAND-AGE = FC-NEW-AGE - 1.
006180     PERFORM 3200-BAND-AGE THRU 3200-EXIT.
006190     MOVE FC-BAND-RESULT TO FC-OLD-CATEGORY.
006200     MOVE FC-NEW-AGE TO FC-BAND-AGE.
006210     PERFORM 3200-BAND-AGE THRU 3200-EXIT.
006220     MOVE FC-BAND-RESULT TO FC-NEW-CATEGORY.
006230     IF FC-NEW-CATEGORY = FC-OLD-CATEGORY
006240         GO TO 2100-EXIT
006250     END-IF.
006260
006270     ADD 1 TO FC-FORECAST-COUNT.
006280     MOVE SPACES            TO FORECAST-SORT-REC.
006290     MOVE MST-SOURCE-BRANCH TO FW-SOURCE-BRANCH.
006300     MOVE FC-CROSS-DATE     TO FW-CROSS-DATE.
006310     MOVE MST-CUST-ID       TO FW-CUST-ID.
006320     MOVE MST-CUST-NAME     TO FW-CUST-NAME.
006330     MOVE FC-OLD-CATEGORY   TO FW-OLD-CATEGORY.
006340     MOVE FC-NEW-CATEGORY   TO FW-NEW-CATEGORY.
006350     MOVE FC-NEW-AGE        TO FW-NEW-AGE.
006360     MOVE FC-DAYS-AWAY      TO FW-DAYS-AWAY.
006370     RELEASE FORECAST-SORT-REC.
006380 2100-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420*    3000-EDIT-DOB - A DATE OF BIRTH THE FORECAST CAN USE: A
006430*    CUSTOMER ID, A NUMERIC DATE NOT AFTER THE RUN DATE AND A
006440*    REAL MONTH AND DAY, THE DAY WITHIN THE LENGTH OF THE MONTH.
006450******************************************************************
006460 3000-EDIT-DOB.
006470     SET FC-DOB-IS-VALID TO TRUE.
006480     IF MST-CUST-ID = SPACES
006490      OR MST-CUST-DOB NOT NUMERIC
006500         SET FC-DOB-IS-INVALID TO TRUE
006510         GO TO 3000-EXIT
006520     END-IF.
006530     IF MST-DOB-YEAR = ZERO OR MST-DOB-YEAR > FC-RUN-YEAR
006535      OR MST-CUST-DOB > FC-RUN-DATE
006540      OR MST-DOB-MONTH < 1 OR MST-DOB-MONTH > 12
006550      OR MST-DOB-DAY < 1 OR MST-DOB-DAY > 31
006560         SET FC-DOB-IS-INVALID TO TRUE
006565         GO TO 3000-EXIT
006570     END-IF.
006571     IF MST-DOB-DAY = 31
006572         IF MST-DOB-MONTH = 4 OR MST-DOB-MONTH = 6
006573          OR MST-DOB-MONTH = 9 OR MST-DOB-MONTH = 11
006574             SET FC-DOB-IS-INVALID TO TRUE
006575             GO TO 3000-EXIT
006576         END-IF
006577     END-IF.
006578     IF MST-DOB-MONTH = 2 AND MST-DOB-DAY > 28
006579         MOVE MST-DOB-YEAR TO FC-CROSS-YEAR
006580         PERFORM 3150-CHECK-LEAP-YEAR THRU 3150-EXIT
006581         IF MST-DOB-DAY > 29
006582          OR NOT FC-IS-LEAP-YEAR
006583             SET FC-DOB-IS-INVALID TO TRUE
006584         END-IF
006585     END-IF.
006586 3000-EXIT.
006590     EXIT.
006600
006610******************************************************************
006620*    3100-NEXT-BIRTHDAY - THE FIRST BIRTHDAY AFTER THE RUN DATE,
006630*    THE AGE IT BRINGS AND HOW MANY DAYS AWAY IT IS.  A BIRTHDAY
006640*    ON THE RUN DATE ITSELF HAS ALREADY BEEN BANDED TONIGHT, SO
006650*    THE NEXT ONE IS A YEAR ON.  29 FEBRUARY IS TAKEN AS 1 MARCH
006660*    IN A COMMON YEAR.
006670******************************************************************
006680 3100-NEXT-BIRTHDAY.
006690     MOVE FC-RUN-YEAR TO FC-CROSS-YEAR.
006700     IF MST-DOB-MONTH-DAY NOT > FC-RUN-MONTH-DAY
006710         ADD 1 TO FC-CROSS-YEAR
006720     END-IF.
006730     MOVE MST-DOB-MONTH-DAY TO FC-CROSS-MONTH-DAY.
006740     IF MST-DOB-MONTH-DAY = 0229
006750         PERFORM 3150-CHECK-LEAP-YEAR THRU 3150-EXIT
006760         IF NOT FC-IS-LEAP-YEAR
006770             MOVE 0301 TO FC-CROSS-MONTH-DAY
006780         END-IF
006790     END-IF.
006800     COMPUTE FC-NEW-AGE = FC-CROSS-YEAR - MST-DOB-YEAR.
006810
006820     MOVE FC-CROSS-DATE TO FC-DN-DATE.
006830     PERFORM 9000-DATE-TO-DAY-NUMBER THRU 9000-EXIT.
006840     COMPUTE FC-DAYS-AWAY = FC-DAY-NUMBER - FC-RUN-DAY-NUMBER.
006850 3100-EXIT.
006860     EXIT.
006870
006880 3150-CHECK-LEAP-YEAR.
006890     MOVE 'N' TO FC-LEAP-YEAR-SW.
006900     DIVIDE FC-CROSS-YEAR BY 4 GIVING FC-LEAP-QUOTIENT
006910         REMAINDER FC-LEAP-REMAINDER-4.
006920     DIVIDE FC-CROSS-YEAR BY 100 GIVING FC-LEAP-QUOTIENT
006930         REMAINDER FC-LEAP-REMAINDER-100.
006940     DIVIDE FC-CROSS-YEAR BY 400 GIVING FC-LEAP-QUOTIENT
006950         REMAINDER FC-LEAP-REMAINDER-400.
006960     IF FC-LEAP-REMAINDER-4 = ZERO
006970         IF FC-LEAP-REMAINDER-100 NOT = ZERO
006980          OR FC-LEAP-REMAINDER-400 = ZERO
006990             SET FC-IS-LEAP-YEAR TO TRUE
007000         END-IF
007010     END-IF.
007020 3150-EXIT.
007030     EXIT.
007040
007050******************************************************************
007060*    3200-BAND-AGE - THE BAND FOR FC-BAND-AGE: THE FIRST BAND
007070*    COVERING IT, AS IN AGECHECK, OR UNBANDED.
007080******************************************************************
007090 3200-BAND-AGE.
007100     SET FC-BAND-IDX TO 1.
007110     SEARCH FC-BAND-ENTRY
007120         AT END
007130             MOVE "UNBANDED" TO FC-BAND-RESULT
007140         WHEN FC-BAND-AGE >= FC-BAND-LOW (FC-BAND-IDX)
007150          AND FC-BAND-AGE <= FC-BAND-HIGH (FC-BAND-IDX)
007160             MOVE FC-BAND-NAME (FC-BAND-IDX) TO FC-BAND-RESULT
007170     END-SEARCH.
007180 3200-EXIT.
007190     EXIT.
007200
007210******************************************************************
007220*    5000-PRINT-FORECAST - SORT OUTPUT PROCEDURE.  THE FORECAST
007230*    COMES BACK BY BRANCH IN CROSSING-DATE ORDER.  EACH CUSTOMER
007240*    IS PRINTED AND EXTRACTED, AND EACH BRANCH ENDS WITH ITS
007250*    COUNTS BY TRANSITION, MONTH AND DAYS-AWAY BUCKET.
007260******************************************************************
007270 5000-PRINT-FORECAST.
007280     PERFORM 5100-RETURN-FORECAST THRU 5100-EXIT.
007290     IF FORECAST-SORT-EOF
007300         MOVE SPACES TO REPORT-REC
007310         WRITE REPORT-REC
007320         MOVE "  NO CUSTOMER CHANGES BAND WITHIN THE WINDOW"
007330             TO REPORT-REC
007340         WRITE REPORT-REC
007350     END-IF.
007360     PERFORM 5200-PRINT-ONE-BRANCH THRU 5200-EXIT
007370         UNTIL FORECAST-SORT-EOF.
007380 5000-EXIT.
007390     EXIT.
007400
007410 5100-RETURN-FORECAST.
007420     RETURN FORECAST-SORT-FILE
007430         AT END
007440             SET FORECAST-SORT-EOF TO TRUE
007450     END-RETURN.
007460 5100-EXIT.
007470     EXIT.
007480
007490 5200-PRINT-ONE-BRANCH.
007500     MOVE FW-SOURCE-BRANCH TO FC-BREAK-BRANCH.
007510     MOVE ZERO TO FC-BRANCH-COUNT.
007520     PERFORM 5210-CLEAR-BRANCH-TALLIES THRU 5210-EXIT.
007530
007540     MOVE SPACES TO REPORT-REC.
007550     WRITE REPORT-REC.
007560     MOVE SPACES TO FC-SUMMARY-LINE.
007570     STRING "SOURCE BRANCH: " FC-BREAK-BRANCH
007580         DELIMITED BY SIZE INTO FC-SUMMARY-LINE.
007590     MOVE FC-SUMMARY-LINE TO REPORT-REC.
007600     WRITE REPORT-REC.
007610     MOVE FC-DETAIL-HEADING TO REPORT-REC.
007620     WRITE REPORT-REC.
007630
007640     PERFORM 5300-PRINT-ONE-CUSTOMER THRU 5300-EXIT
007650         UNTIL FORECAST-SORT-EOF
007660            OR FW-SOURCE-BRANCH NOT = FC-BREAK-BRANCH.
007670
007680     SET FC-BRANCH-TOTALS TO TRUE.
007690     MOVE FC-BRANCH-COUNT TO FC-PRINT-COUNT.
007700     PERFORM 6000-PRINT-COUNTS THRU 6000-EXIT.
007710 5200-EXIT.
007720     EXIT.
007730
007740 5210-CLEAR-BRANCH-TALLIES.
007750     PERFORM 5220-CLEAR-ONE-TRANSITION THRU 5220-EXIT
007760         VARYING TT-IDX FROM 1 BY 1
007770         UNTIL TT-IDX > FC-TRANS-COUNT.
007780     PERFORM 5230-CLEAR-ONE-MONTH THRU 5230-EXIT
007790         VARYING MO-IDX FROM 1 BY 1
007800         UNTIL MO-IDX > 13.
007810     PERFORM 5240-CLEAR-ONE-BUCKET THRU 5240-EXIT
007820         VARYING FC-BUCKET-SUB FROM 1 BY 1
007830         UNTIL FC-BUCKET-SUB > 4.
007840 5210-EXIT.
007850     EXIT.
007860
007870 5220-CLEAR-ONE-TRANSITION.
007880     MOVE ZERO TO TT-BRANCH-TALLY (TT-IDX).
007890 5220-EXIT.
007900     EXIT.
007910
007920 5230-CLEAR-ONE-MONTH.
007930     MOVE ZERO TO MO-BRANCH-TALLY (MO-IDX).
007940 5230-EXIT.
007950     EXIT.
007960
007970 5240-CLEAR-ONE-BUCKET.
007980     MOVE ZERO TO BK-BRANCH-TALLY (FC-BUCKET-SUB).
007990 5240-EXIT.
008000     EXIT.
008010
008020******************************************************************
008030*    5300-PRINT-ONE-CUSTOMER - PRINT AND EXTRACT ONE FORECAST
008040*    CUSTOMER AND COUNT THEM INTO THE BRANCH AND RUN TALLIES.
008050******************************************************************
008060 5300-PRINT-ONE-CUSTOMER.
008070     MOVE FW-CROSS-DATE   TO FR-CROSS-DATE.
008080     MOVE FW-DAYS-AWAY    TO FR-DAYS-AWAY.
008090     MOVE FW-CUST-ID      TO FR-CUST-ID.
008100     MOVE FW-CUST-NAME    TO FR-CUST-NAME.
008110     MOVE FW-OLD-CATEGORY TO FR-OLD-CATEGORY.
008120     MOVE FW-NEW-CATEGORY TO FR-NEW-CATEGORY.
008130     MOVE FW-NEW-AGE      TO FR-NEW-AGE.
008140     MOVE FC-DETAIL-LINE TO REPORT-REC.
008150     WRITE REPORT-REC.
008160
008170     MOVE SPACES           TO EXTRACT-DETAIL-REC.
008180     MOVE "D"              TO FX-RECORD-TYPE.
008190     MOVE FW-SOURCE-BRANCH TO FX-SOURCE-BRANCH.
008200     MOVE FW-CUST-ID       TO FX-CUST-ID.
008210     MOVE FW-CUST-NAME     TO FX-CUST-NAME.
008220     MOVE FW-OLD-CATEGORY  TO FX-OLD-CATEGORY.
008230     MOVE FW-NEW-CATEGORY  TO FX-NEW-CATEGORY.
008240     MOVE FW-CROSS-DATE    TO FX-CROSS-DATE.
008250     MOVE FW-NEW-AGE       TO FX-NEW-AGE.
008260     MOVE FW-DAYS-AWAY     TO FX-DAYS-AWAY.
008270     MOVE FC-RUN-DATE      TO FX-RUN-DATE.
008280     WRITE EXTRACT-DETAIL-REC.
008290     ADD 1 TO FC-EXTRACT-COUNT.
008300     ADD 1 TO FC-BRANCH-COUNT.
008310
008320     SET TT-IDX TO 1.
008330     SEARCH FC-TRANS-ENTRY
008340         AT END
008350             CONTINUE
008360         WHEN TT-OLD-CATEGORY (TT-IDX) = FW-OLD-CATEGORY
008370          AND TT-NEW-CATEGORY (TT-IDX) = FW-NEW-CATEGORY
008380             ADD 1 TO TT-BRANCH-TALLY (TT-IDX)
008390             ADD 1 TO TT-RUN-TALLY    (TT-IDX)
008400     END-SEARCH.
008410
008420     COMPUTE FC-MONTH-SUB =
008430         (FW-CROSS-YEAR - FC-RUN-YEAR) * 12
008440         + FW-CROSS-MONTH - FC-RUN-MONTH + 1.
008450     IF FC-MONTH-SUB > ZERO AND FC-MONTH-SUB NOT > FC-MONTH-COUNT
008460         ADD 1 TO MO-BRANCH-TALLY (FC-MONTH-SUB)
008470         ADD 1 TO MO-RUN-TALLY    (FC-MONTH-SUB)
008480     END-IF.
008490
008497     IF FW-DAYS-AWAY NOT > 30
008504         MOVE 1 TO FC-BUCKET-SUB
008511     ELSE
008518         IF FW-DAYS-AWAY NOT > 60
008525             MOVE 2 TO FC-BUCKET-SUB
008532         ELSE
008539             IF FW-DAYS-AWAY NOT > 90
008546                 MOVE 3 TO FC-BUCKET-SUB
008553             ELSE
008560                 MOVE 4 TO FC-BUCKET-SUB
008567             END-IF
008574         END-IF
008581     END-IF.
008600     ADD 1 TO BK-BRANCH-TALLY (FC-BUCKET-SUB).
008610     ADD 1 TO BK-RUN-TALLY    (FC-BUCKET-SUB).
008620
008630     PERFORM 5100-RETURN-FORECAST THRU 5100-EXIT.
008640 5300-EXIT.
008650     EXIT.
008660
008670******************************************************************
008680*    6000-PRINT-COUNTS - THE BRANCH OR RUN COUNTS (PER
008690*    FC-TOTALS-SW): THE TOTAL, EACH TRANSITION TYPE THAT OCCURS,
008700*    EVERY MONTH IN THE WINDOW AND EACH DAYS-AWAY BUCKET THE
008710*    WINDOW REACHES.
008720******************************************************************
008730 6000-PRINT-COUNTS.
008740     MOVE SPACES TO REPORT-REC.
008750     WRITE REPORT-REC.
008760     MOVE FC-PRINT-COUNT TO FC-COUNT-EDIT.
008770     MOVE SPACES TO FC-SUMMARY-LINE.
008780     IF FC-BRANCH-TOTALS
008790         STRING "  BRANCH " FC-BREAK-BRANCH
008800             " CUSTOMERS CHANGING BAND : " FC-COUNT-EDIT
008810             DELIMITED BY SIZE INTO FC-SUMMARY-LINE
008820     ELSE
008830         STRING "  ALL BRANCHES CUSTOMERS CHANGING BAND : "
008840             FC-COUNT-EDIT
008850             DELIMITED BY SIZE INTO FC-SUMMARY-LINE
008860     END-IF.
008870     MOVE FC-SUMMARY-LINE TO REPORT-REC.
008880     WRITE REPORT-REC.
008890
008900     MOVE "  BY TRANSITION:" TO REPORT-REC.
008910     WRITE REPORT-REC.
008920     PERFORM 6100-PRINT-ONE-TRANSITION THRU 6100-EXIT
008930         VARYING TT-IDX FROM 1 BY 1
008940         UNTIL TT-IDX > FC-TRANS-COUNT.
008950
008960     MOVE "  BY MONTH OF CROSSING:" TO REPORT-REC.
008970     WRITE REPORT-REC.
008980     PERFORM 6200-PRINT-ONE-MONTH THRU 6200-EXIT
008990         VARYING MO-IDX FROM 1 BY 1
009000         UNTIL MO-IDX > FC-MONTH-COUNT.
009010
009020     MOVE "  BY DAYS AWAY:" TO REPORT-REC.
009030     WRITE REPORT-REC.
009040     PERFORM 6300-PRINT-ONE-BUCKET THRU 6300-EXIT
009050         VARYING FC-BUCKET-SUB FROM 1 BY 1
009060         UNTIL FC-BUCKET-SUB > 4.
009070 6000-EXIT.
009080     EXIT.
009090
009100 6100-PRINT-ONE-TRANSITION.
009110     IF FC-BRANCH-TOTALS
009120         MOVE TT-BRANCH-TALLY (TT-IDX) TO FC-PRINT-COUNT
009130     ELSE
009140         MOVE TT-RUN-TALLY (TT-IDX) TO FC-PRINT-COUNT
009150     END-IF.
009160     IF FC-PRINT-COUNT = ZERO
009170         GO TO 6100-EXIT
009180     END-IF.
009190     MOVE FC-PRINT-COUNT TO FC-COUNT-EDIT.
009200     MOVE SPACES TO FC-SUMMARY-LINE.
009210     STRING "    " TT-OLD-CATEGORY (TT-IDX)
009220         " TO " TT-NEW-CATEGORY (TT-IDX) " : " FC-COUNT-EDIT
009230         DELIMITED BY SIZE INTO FC-SUMMARY-LINE.
009240     MOVE FC-SUMMARY-LINE TO REPORT-REC.
009250     WRITE REPORT-REC.
009260 6100-EXIT.
009270     EXIT.
009280
009290 6200-PRINT-ONE-MONTH.
009300     IF FC-BRANCH-TOTALS
009310         MOVE MO-BRANCH-TALLY (MO-IDX) TO FC-COUNT-EDIT
009320     ELSE
009330         MOVE MO-RUN-TALLY (MO-IDX) TO FC-COUNT-EDIT
009340     END-IF.
009350     MOVE SPACES TO FC-SUMMARY-LINE.
009360     STRING "    " MO-YEAR (MO-IDX) "-" MO-MONTH (MO-IDX)
009370         "                  : " FC-COUNT-EDIT
009380         DELIMITED BY SIZE INTO FC-SUMMARY-LINE.
009390     MOVE FC-SUMMARY-LINE TO REPORT-REC.
009400     WRITE REPORT-REC.
009410 6200-EXIT.
009420     EXIT.
009430
009440 6300-PRINT-ONE-BUCKET.
009450     IF FC-BUCKET-SUB = 4 AND FC-WINDOW-DAYS NOT > 90
009460         GO TO 6300-EXIT
009470     END-IF.
009480     IF FC-BRANCH-TOTALS
009490         MOVE BK-BRANCH-TALLY (FC-BUCKET-SUB) TO FC-COUNT-EDIT
009500     ELSE
009510         MOVE BK-RUN-TALLY (FC-BUCKET-SUB) TO FC-COUNT-EDIT
009520     END-IF.
009530     MOVE SPACES TO FC-SUMMARY-LINE.
009540     STRING "    " BK-LABEL (FC-BUCKET-SUB)
009550         "           : " FC-COUNT-EDIT
009560         DELIMITED BY SIZE INTO FC-SUMMARY-LINE.
009570     MOVE FC-SUMMARY-LINE TO REPORT-REC.
009580     WRITE REPORT-REC.
009590 6300-EXIT.
009600     EXIT.
009610
009620******************************************************************
009630*    8000-TERMINATE - RUN TOTALS, EXTRACT TRAILER, RUN COUNTS,
009640*    RETURN CODE AND CLOSE.
009650******************************************************************
009660 8000-TERMINATE.
009670     IF NOT FC-RUN-FAILED
009680         MOVE SPACES TO REPORT-REC
009690         WRITE REPORT-REC
009700         MOVE "FORECAST TOTALS - ALL BRANCHES" TO REPORT-REC
009710         WRITE REPORT-REC
009720         SET FC-GRAND-TOTALS TO TRUE
009730         MOVE FC-FORECAST-COUNT TO FC-PRINT-COUNT
009740         PERFORM 6000-PRINT-COUNTS THRU 6000-EXIT
009750     END-IF.
009760
009770     MOVE SPACES TO EXTRACT-TRAILER-REC.
009780     MOVE "T" TO FXT-RECORD-TYPE.
009790     MOVE FC-EXTRACT-COUNT TO FXT-RECORD-COUNT.
009800     WRITE EXTRACT-TRAILER-REC.
009810
009820     MOVE SPACES TO REPORT-REC.
009830     WRITE REPORT-REC.
009840
009850     MOVE FC-MASTER-READ-COUNT TO FC-COUNT-EDIT.
009860     MOVE SPACES TO FC-SUMMARY-LINE.
009870     STRING "CUSTOMERS READ           : " FC-COUNT-EDIT
009880         DELIMITED BY SIZE INTO FC-SUMMARY-LINE.
009890     MOVE FC-SUMMARY-LINE TO REPORT-REC.
009900     WRITE REPORT-REC.
009910
009920     MOVE FC-UNUSABLE-COUNT TO FC-COUNT-EDIT.
009930     MOVE SPACES TO FC-SUMMARY-LINE.
009940     STRING "NO USABLE DATE OF BIRTH  : " FC-COUNT-EDIT
009950         DELIMITED BY SIZE INTO FC-SUMMARY-LINE.
009960     MOVE FC-SUMMARY-LINE TO REPORT-REC.
009970     WRITE REPORT-REC.
009980
009990     MOVE FC-FORECAST-COUNT TO FC-COUNT-EDIT.
010000     MOVE SPACES TO FC-SUMMARY-LINE.
010010     STRING "FORECAST TO CHANGE BAND  : " FC-COUNT-EDIT
010020         DELIMITED BY SIZE INTO FC-SUMMARY-LINE.
010030     MOVE FC-SUMMARY-LINE TO REPORT-REC.
010040     WRITE REPORT-REC.
010050
010060     MOVE FC-EXTRACT-COUNT TO FC-COUNT-EDIT.
010070     MOVE SPACES TO FC-SUMMARY-LINE.
010080     STRING "EXTRACT RECORDS WRITTEN  : " FC-COUNT-EDIT
010090         DELIMITED BY SIZE INTO FC-SUMMARY-LINE.
010100     MOVE FC-SUMMARY-LINE TO REPORT-REC.
010110     WRITE REPORT-REC.
010120
010121     IF FC-MASTER-READ-FAILED
010122         MOVE "** MASTER READ FAILED - FIGURES INCOMPLETE **"
010123             TO REPORT-REC
010124         WRITE REPORT-REC
010125     END-IF.
010126
010130     IF FC-RUN-FAILED
010135      OR FC-MASTER-READ-FAILED
010140         MOVE 8 TO RETURN-CODE
010150     ELSE
010160         MOVE 0 TO RETURN-CODE
010163     END-IF.
010166     IF NOT FC-RUN-FAILED
010170         CLOSE CUSTOMER-MASTER
010180     END-IF.
010190     CLOSE REPORT-FILE.
010200     CLOSE EXTRACT-FILE.
010210 8000-EXIT.
010220     EXIT.
010230
010240******************************************************************
010250*    9000-DATE-TO-DAY-NUMBER - FC-DN-DATE (CCYYMMDD) TO A
010260*    RUNNING DAY NUMBER IN FC-DAY-NUMBER.  MARCH IS TAKEN AS THE
010270*    FIRST MONTH OF THE YEAR SO THE LEAP DAY FALLS LAST; EACH
010280*    DIVISION IS A WHOLE-NUMBER DIVISION.
010290******************************************************************
010300 9000-DATE-TO-DAY-NUMBER.
010310     COMPUTE FC-DN-A = (14 - FC-DN-MONTH) / 12.
010320     COMPUTE FC-DN-Y = FC-DN-YEAR + 4800 - FC-DN-A.
010330     COMPUTE FC-DN-M = FC-DN-MONTH + (12 * FC-DN-A) - 3.
010340     COMPUTE FC-DN-WORK = ((153 * FC-DN-M) + 2) / 5.
010350     COMPUTE FC-DAY-NUMBER = FC-DN-DAY + FC-DN-WORK
010360         + (365 * FC-DN-Y) - 32045.
010370     COMPUTE FC-DN-WORK = FC-DN-Y / 4.
010380     ADD FC-DN-WORK TO FC-DAY-NUMBER.
010390     COMPUTE FC-DN-WORK = FC-DN-Y / 100.
010400     SUBTRACT FC-DN-WORK FROM FC-DAY-NUMBER.
010410     COMPUTE FC-DN-WORK = FC-DN-Y / 400.
010420     ADD FC-DN-WORK TO FC-DAY-NUMBER.
010430 9000-EXIT.
010440     EXIT.
010450
010460******************************************************************
010470*    9100-DAY-NUMBER-TO-DATE - FC-DAY-NUMBER BACK TO A CCYYMMDD
010480*    DATE IN FC-DN-DATE, THE REVERSE OF 9000.
010490******************************************************************
010500 9100-DAY-NUMBER-TO-DATE.
010510     COMPUTE FC-DN-A = FC-DAY-NUMBER + 32044.
010520     COMPUTE FC-DN-B = ((4 * FC-DN-A) + 3) / 146097.
010530     COMPUTE FC-DN-WORK = (146097 * FC-DN-B) / 4.
010540     COMPUTE FC-DN-C = FC-DN-A - FC-DN-WORK.
010550     COMPUTE FC-DN-D = ((4 * FC-DN-C) + 3) / 1461.
010560     COMPUTE FC-DN-WORK = (1461 * FC-DN-D) / 4.
010570     COMPUTE FC-DN-E = FC-DN-C - FC-DN-WORK.
010580     COMPUTE FC-DN-M = ((5 * FC-DN-E) + 2) / 153.
010590     COMPUTE FC-DN-WORK = ((153 * FC-DN-M) + 2) / 5.
010600     COMPUTE FC-DN-DAY = FC-DN-E - FC-DN-WORK + 1.
010610     COMPUTE FC-DN-WORK = FC-DN-M / 10.
010620     COMPUTE FC-DN-MONTH = FC-DN-M + 3 - (12 * FC-DN-WORK).
010630     COMPUTE FC-DN-YEAR = (100 * FC-DN-B) + FC-DN-D - 4800
010640         + FC-DN-WORK.
010650 9100-EXIT.
010660     EXIT.
