000010******************************************************************
000020*    PROGRAM-ID.  SUMPER
000030*
000040*    SUM-CALCULATION PERIOD REPORT AND MONTH-END CLOSE.  EACH
000050*    NIGHT SUM-CALCULATION POSTS ITS TOTALS BY TRANSACTION TYPE,
000060*    GRAND TOTAL AND TRANSACTION AND REJECT COUNTS TO THE
000070*    INDEXED PERIOD HISTORY (SUMHIST) UNDER THE RUN DATE.  THIS
000080*    PROGRAM READS THE HISTORY AND PRINTS, AS AT THE REPORT
000090*    DATE:
000100*
000110*      - EVERY NIGHT POSTED IN THE REPORT MONTH, WITH ITS
000120*        POSTING COUNT (MORE THAN ONE MEANS THE NIGHT WAS RERUN)
000130*        AND ANY GRAND-TOTAL OVERFLOW;
000140*      - THE DAY, MONTH-TO-DATE, PRIOR MONTH TO THE SAME DAY,
000150*        FULL PRIOR MONTH AND YEAR-TO-DATE FIGURES FOR EACH
000160*        MEASURE, AND THE MONTH-TO-DATE CHANGE ON THE PRIOR
000170*        MONTH TO THE SAME DAY;
000180*      - ANY LATE RERUN HELD BECAUSE ITS MONTH WAS ALREADY
000190*        CLOSED.  THESE ARE NEVER COUNTED IN THE FIGURES;
000200*      - HOW FAR THE PERIOD HAS BEEN CLOSED.
000210*
000220*    MONTH-END CLOSE: A 'C' ON THE PARAMETER CARD CLOSES THE
000230*    GIVEN MONTH (AND, WITH IT, EVERY EARLIER MONTH) BY RECORDING
000240*    IT IN THE HISTORY CONTROL RECORD.  FROM THEN ON A
000250*    SUM-CALCULATION RUN DATED IN A CLOSED MONTH CANNOT CHANGE
000260*    ITS FIGURES - IT IS HELD AS A FLAGGED LATE RERUN.  ONLY A
000270*    MONTH THAT IS OVER MAY BE CLOSED, A MONTH IS NEVER
000280*    REOPENED, AND NO CLOSE IS DONE IN REPORT-ONLY MODE.
000290*
000300*    RUNS NIGHTLY AFTER SUM-CALCULATION, OR STANDALONE.  CALLED
000310*    BY THE DAILYRUN DRIVER IT TAKES THE SHARED JOB RUN-DATE AND
000320*    REPORT-ONLY SETTING.
000330*
000340*    PARAMETER CARD (SUMPPRM, OPTIONAL):
000350*      COLS  1-8   REPORT DATE (YYYYMMDD, BLANK = RUN DATE)
000360*      COL   9     C = CLOSE A MONTH
000370*      COLS 10-15  MONTH TO CLOSE (YYYYMM, BLANK = THE MONTH
000380*                  BEFORE THE REPORT MONTH)
000390*
000400*    RETURN CODE 0 NORMALLY, 4 WHEN THERE IS NO HISTORY, A LATE
000410*    RERUN IS HELD IN THE REPORTED PERIODS OR A CLOSE WAS
000420*    REFUSED, 8 WHEN THE CLOSE COULD NOT BE RECORDED.
000430*
000440*    MODIFICATION HISTORY
000450*    ------------------------------------------------------------
000460*    2026-10-15  RTM  ORIGINAL - PERIOD REPORT WITH DAILY,
000470*                      MONTH-TO-DATE, YEAR-TO-DATE AND PRIOR
000480*                      MONTH FIGURES, AND MONTH-END CLOSE.
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.     SUMPER.
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
000620     SELECT PARM-FILE        ASSIGN TO "SUMPPRM"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS PR-PARM-FILE-STATUS.
000650
000660     SELECT HISTORY-FILE     ASSIGN TO "SUMHIST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS HS-KEY
000700         FILE STATUS IS PR-HIST-FILE-STATUS.
000710
000720     SELECT REPORT-FILE      ASSIGN TO "SUMPRPT"
000730         ORGANIZATION IS SEQUENTIAL.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  PARM-FILE
000770     RECORD CONTAINS 80 CHARACTERS
000780     LABEL RECORDS ARE STANDARD.
000790 01  PARM-REC.
000800     05  PX-REPORT-DATE            PIC X(08).
000810     05  PX-CLOSE-FLAG             PIC X(01).
000820         88  PX-CLOSE-REQUESTED           VALUE "C".
000830     05  PX-CLOSE-MONTH            PIC X(06).
000840     05  FILLER                    PIC X(65).
000850
000860 FD  HISTORY-FILE
000870     RECORD CONTAINS 100 CHARACTERS
000880     LABEL RECORDS ARE STANDARD.
000890 COPY SUMHIST.
000900
000910 FD  REPORT-FILE
000920     RECORD CONTAINS 132 CHARACTERS
000930     LABEL RECORDS ARE STANDARD.
000940 01  REPORT-REC                   PIC X(132).
000950
000960 WORKING-STORAGE SECTION.
000970 77  PR-EOF-HIST-SW               PIC X(01) VALUE 'N'.
000980     88  HISTORY-EOF                         VALUE 'Y'.
000990 77  PR-REPORT-ONLY-SW            PIC X(01) VALUE 'N'.
001000     88  PR-REPORT-ONLY                      VALUE 'Y'.
001010 77  PR-HISTORY-SW                PIC X(01) VALUE 'N'.
001020     88  PR-HISTORY-PRESENT                  VALUE 'Y'.
001030 77  PR-CONTROL-SW                PIC X(01) VALUE 'N'.
001040     88  PR-CONTROL-ON-FILE                  VALUE 'Y'.
001050 77  PR-CLOSE-STATE-SW            PIC X(01) VALUE SPACE.
001060     88  PR-CLOSE-NOT-ASKED                  VALUE SPACE.
001070     88  PR-CLOSE-ASKED                      VALUE 'A'.
001080     88  PR-CLOSE-DONE                       VALUE 'D'.
001090     88  PR-CLOSE-REFUSED                    VALUE 'R'.
001100     88  PR-CLOSE-FAILED                     VALUE 'F'.
001110
001120 77  PR-PARM-FILE-STATUS          PIC X(02) VALUE SPACES.
001130     88  PR-PARM-FILE-OK                     VALUE "00".
001140 77  PR-HIST-FILE-STATUS          PIC X(02) VALUE SPACES.
001150     88  PR-HIST-FILE-OK                     VALUE "00".
001160     88  PR-HIST-FILE-NOT-FOUND              VALUE "35".
001170
001180 77  PR-NIGHT-COUNT               PIC 9(06) COMP VALUE ZERO.
001190 77  PR-LATE-COUNT                PIC 9(04) COMP VALUE ZERO.
001200 77  PR-LATE-DROPPED-COUNT        PIC 9(06) COMP VALUE ZERO.
001210 77  PR-OVERFLOW-COUNT            PIC 9(06) COMP VALUE ZERO.
001220 77  PR-MS-SUB                    PIC 9(02) COMP VALUE ZERO.
001230 77  PR-PD-SUB                    PIC 9(02) COMP VALUE ZERO.
001240
001250 77  PR-CLOSED-ON-DATE            PIC 9(08) VALUE ZERO.
001260 77  PR-SCAN-FROM-DATE            PIC 9(08) VALUE ZERO.
001270 77  PR-CHANGE                    PIC S9(11) VALUE ZERO.
001280 77  PR-REFUSE-REASON             PIC X(40) VALUE SPACES.
001290
001300 01  PR-RUN-DATE                  PIC 9(08) VALUE ZERO.
001310 01  PR-RUN-PARTS REDEFINES PR-RUN-DATE.
001320     05  PR-RUN-YYYYMM            PIC 9(06).
001330     05  PR-RUN-DD                PIC 9(02).
001340
001350 01  PR-REPORT-DATE               PIC 9(08) VALUE ZERO.
001360 01  PR-REPORT-PARTS REDEFINES PR-REPORT-DATE.
001370     05  PR-REPORT-YYYYMM         PIC 9(06).
001380     05  PR-REPORT-DD             PIC 9(02).
001390 01  PR-REPORT-YM-PARTS REDEFINES PR-REPORT-DATE.
001400     05  PR-REPORT-YYYY           PIC 9(04).
001410     05  PR-REPORT-MM             PIC 9(02).
001420     05  FILLER                   PIC 9(02).
001430
001440 01  PR-PRIOR-MONTH               PIC 9(06) VALUE ZERO.
001450 01  PR-PRIOR-PARTS REDEFINES PR-PRIOR-MONTH.
001460     05  PR-PRIOR-YYYY            PIC 9(04).
001470     05  PR-PRIOR-MM              PIC 9(02).
001480
001490 01  PR-CLOSE-MONTH               PIC 9(06) VALUE ZERO.
001500 01  PR-CLOSE-PARTS REDEFINES PR-CLOSE-MONTH.
001510     05  PR-CLOSE-YYYY            PIC 9(04).
001520     05  PR-CLOSE-MM              PIC 9(02).
001530
001540 01  PR-CLOSED-THROUGH            PIC 9(06) VALUE ZERO.
001550
001560 01  PR-ENTRY-DATE                PIC 9(08) VALUE ZERO.
001570 01  PR-ENTRY-PARTS REDEFINES PR-ENTRY-DATE.
001580     05  PR-ENTRY-YYYYMM          PIC 9(06).
001590     05  PR-ENTRY-DD              PIC 9(02).
001600 01  PR-ENTRY-YM-PARTS REDEFINES PR-ENTRY-DATE.
001610     05  PR-ENTRY-YYYY            PIC 9(04).
001620     05  FILLER                   PIC 9(04).
001630
001640*    ONE NIGHT'S FIGURES, IN THE ORDER OF THE MEASURE LABELS.
001650 01  PR-ENTRY-VALUES.
001660     05  EV-NIGHTS                PIC 9(11).
001670     05  EV-TRAN-COUNT            PIC 9(11).
001680     05  EV-REJECT-COUNT          PIC 9(11).
001690     05  EV-TYPE-S-COUNT          PIC 9(11).
001700     05  EV-TYPE-S-TOTAL          PIC 9(11).
001710     05  EV-TYPE-Q-COUNT          PIC 9(11).
001720     05  EV-TYPE-Q-TOTAL          PIC 9(11).
001730     05  EV-TYPE-R-COUNT          PIC 9(11).
001740     05  EV-TYPE-R-TOTAL          PIC 9(11).
001750     05  EV-GRAND-TOTAL           PIC 9(11).
001760 01  PR-ENTRY-TABLE REDEFINES PR-ENTRY-VALUES.
001770     05  EV-VALUE                 PIC 9(11) OCCURS 10 TIMES.
001780
001790 01  PR-MEASURE-LABELS.
001800     05  FILLER          PIC X(16) VALUE "NIGHTS POSTED".
001810     05  FILLER          PIC X(16) VALUE "TRANSACTIONS".
001820     05  FILLER          PIC X(16) VALUE "REJECTS".
001830     05  FILLER          PIC X(16) VALUE "TYPE S COUNT".
001840     05  FILLER          PIC X(16) VALUE "TYPE S TOTAL".
001850     05  FILLER          PIC X(16) VALUE "TYPE Q COUNT".
001860     05  FILLER          PIC X(16) VALUE "TYPE Q TOTAL".
001870     05  FILLER          PIC X(16) VALUE "TYPE R COUNT".
001880     05  FILLER          PIC X(16) VALUE "TYPE R TOTAL".
001890     05  FILLER          PIC X(16) VALUE "GRAND TOTAL".
001900 01  PR-LABEL-TABLE REDEFINES PR-MEASURE-LABELS.
001910     05  PR-MEASURE-LABEL         PIC X(16) OCCURS 10 TIMES.
001920
001930*    PERIOD COLUMNS: 1 DAY, 2 MONTH-TO-DATE, 3 PRIOR MONTH TO THE
001940*    SAME DAY, 4 FULL PRIOR MONTH, 5 YEAR-TO-DATE.
001950 01  PR-PERIOD-TABLE.
001960     05  PR-MEASURE OCCURS 10 TIMES.
001970         10  PR-PERIOD-VALUE      PIC 9(11) COMP OCCURS 5 TIMES.
001980
001990 01  PR-LATE-TABLE.
002000     05  PR-LATE-ENTRY OCCURS 1 TO 200 TIMES
002010             DEPENDING ON PR-LATE-COUNT
002020             INDEXED BY PR-LT-IDX.
002030         10  LT-HISTORY-REC       PIC X(100).
002040
002050 01  PR-REPORT-HEADING-1.
002060     05  FILLER          PIC X(20) VALUE "SUMPER SUM-CALCULATI".
002070     05  FILLER          PIC X(16) VALUE "ON PERIOD REPORT".
002080     05  FILLER          PIC X(12) VALUE "  RUN DATE: ".
002090     05  RH-RUN-DATE     PIC 9(08).
002100     05  FILLER          PIC X(15) VALUE "  REPORT DATE: ".
002110     05  RH-REPORT-DATE  PIC 9(08).
002120     05  FILLER          PIC X(53) VALUE SPACES.
002130
002140 01  PR-NIGHT-HEADING.
002150     05  FILLER          PIC X(08) VALUE "RUN DATE".
002160     05  FILLER          PIC X(09) VALUE "    TRANS".
002170     05  FILLER          PIC X(09) VALUE "  REJECTS".
002180     05  FILLER          PIC X(13) VALUE " TYPE S TOTAL".
002190     05  FILLER          PIC X(13) VALUE " TYPE Q TOTAL".
002200     05  FILLER          PIC X(13) VALUE " TYPE R TOTAL".
002210     05  FILLER          PIC X(13) VALUE "  GRAND TOTAL".
002220     05  FILLER          PIC X(05) VALUE " POST".
002230     05  FILLER          PIC X(24) VALUE "  FLAG".
002240     05  FILLER          PIC X(25) VALUE SPACES.
002250
002260 01  PR-NIGHT-LINE.
002270     05  NL-RUN-DATE     PIC 9(08).
002280     05  FILLER          PIC X(02) VALUE SPACES.
002290     05  NL-TRAN-COUNT   PIC ZZZ,ZZ9.
002300     05  FILLER          PIC X(02) VALUE SPACES.
002310     05  NL-REJECT-COUNT PIC ZZZ,ZZ9.
002320     05  FILLER          PIC X(02) VALUE SPACES.
002330     05  NL-TYPE-S-TOTAL PIC ZZZ,ZZZ,ZZ9.
002340     05  FILLER          PIC X(02) VALUE SPACES.
002350     05  NL-TYPE-Q-TOTAL PIC ZZZ,ZZZ,ZZ9.
002360     05  FILLER          PIC X(02) VALUE SPACES.
002370     05  NL-TYPE-R-TOTAL PIC ZZZ,ZZZ,ZZ9.
002380     05  FILLER          PIC X(02) VALUE SPACES.
002390     05  NL-GRAND-TOTAL  PIC ZZZ,ZZZ,ZZ9.
002400     05  FILLER          PIC X(02) VALUE SPACES.
002410     05  NL-POST-COUNT   PIC ZZ9.
002420     05  FILLER          PIC X(02) VALUE SPACES.
002430     05  NL-FLAG         PIC X(22).
002440     05  FILLER          PIC X(25) VALUE SPACES.
002450
002460 01  PR-PERIOD-HEADING.
002470     05  FILLER          PIC X(16) VALUE "MEASURE".
002480     05  FILLER          PIC X(16) VALUE "             DAY".
002490     05  FILLER          PIC X(16) VALUE "   MONTH-TO-DATE".
002500     05  FILLER          PIC X(16) VALUE "  PRIOR MONTH TD".
002510     05  FILLER          PIC X(16) VALUE "      MTD CHANGE".
002520     05  FILLER          PIC X(16) VALUE "     PRIOR MONTH".
002530     05  FILLER          PIC X(16) VALUE "    YEAR-TO-DATE".
002540     05  FILLER          PIC X(20) VALUE SPACES.
002550
002560 01  PR-PERIOD-LINE.
002570     05  PL-LABEL        PIC X(16).
002580     05  FILLER          PIC X(02) VALUE SPACES.
002590     05  PL-DAY          PIC ZZ,ZZZ,ZZZ,ZZ9.
002600     05  FILLER          PIC X(02) VALUE SPACES.
002610     05  PL-MTD          PIC ZZ,ZZZ,ZZZ,ZZ9.
002620     05  FILLER          PIC X(02) VALUE SPACES.
002630     05  PL-PRIOR-MTD    PIC ZZ,ZZZ,ZZZ,ZZ9.
002640     05  FILLER          PIC X(01) VALUE SPACES.
002650     05  PL-CHANGE       PIC ---,---,---,--9.
002660     05  FILLER          PIC X(02) VALUE SPACES.
002670     05  PL-PRIOR-MONTH  PIC ZZ,ZZZ,ZZZ,ZZ9.
002680     05  FILLER          PIC X(02) VALUE SPACES.
002690     05  PL-YTD          PIC ZZ,ZZZ,ZZZ,ZZ9.
002700     05  FILLER          PIC X(20) VALUE SPACES.
002710
002720 01  PR-SUMMARY-LINE              PIC X(132) VALUE SPACES.
002730
002740 01  PR-COUNT-EDIT                PIC ZZZ,ZZ9.
002750
002760 LINKAGE SECTION.
002770 COPY RUNPARM.
002780
002790 PROCEDURE DIVISION USING OPTIONAL DL-RUN-PARAMETERS.
002800 0000-MAINLINE.
002810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002820     IF NOT PR-CLOSE-NOT-ASKED
002830         PERFORM 2000-CLOSE-MONTH THRU 2000-EXIT
002840     END-IF.
002850     PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT.
002860     PERFORM 4000-PRINT-PERIODS THRU 4000-EXIT.
002870     PERFORM 5000-PRINT-LATE-RERUNS THRU 5000-EXIT.
002880     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002890     GOBACK.
002900
002910******************************************************************
002920*    1000-INITIALIZE - ESTABLISH THE RUN DATE AND MODE, READ THE
002930*    PARAMETER CARD, WORK OUT THE REPORT MONTH AND THE MONTH
002940*    BEFORE IT, AND PRINT THE HEADING.  WITHOUT A CARD THE
002950*    REPORT IS AS AT THE RUN DATE AND NOTHING IS CLOSED.
002960******************************************************************
002970 1000-INITIALIZE.
002980     IF ADDRESS OF DL-RUN-PARAMETERS = NULL
002990         ACCEPT PR-RUN-DATE FROM DATE YYYYMMDD
003000     ELSE
003010         MOVE DL-RUN-DATE TO PR-RUN-DATE
003020         IF DL-REPORT-ONLY-MODE
003030             SET PR-REPORT-ONLY TO TRUE
003040         END-IF
003050     END-IF.
003060     OPEN OUTPUT REPORT-FILE.
003070
003080     MOVE SPACES TO PARM-REC.
003090     OPEN INPUT PARM-FILE.
003100     IF PR-PARM-FILE-OK
003110         READ PARM-FILE
003120             AT END
003130                 MOVE SPACES TO PARM-REC
003140         END-READ
003150         CLOSE PARM-FILE
003160     END-IF.
003170
003180     MOVE PR-RUN-DATE TO PR-REPORT-DATE.
003190     IF PX-REPORT-DATE NUMERIC
003200         MOVE PX-REPORT-DATE TO PR-REPORT-DATE
003210         IF PR-REPORT-DATE = ZERO
003220          OR PR-REPORT-DATE > PR-RUN-DATE
003230             MOVE PR-RUN-DATE TO PR-REPORT-DATE
003240         END-IF
003250     END-IF.
003260
003270     MOVE PR-REPORT-YYYY TO PR-PRIOR-YYYY.
003280     IF PR-REPORT-MM = 1
003290         SUBTRACT 1 FROM PR-PRIOR-YYYY
003300         MOVE 12 TO PR-PRIOR-MM
003310     ELSE
003320         COMPUTE PR-PRIOR-MM = PR-REPORT-MM - 1
003330     END-IF.
003340     IF PR-PRIOR-YYYY < PR-REPORT-YYYY
003350         COMPUTE PR-SCAN-FROM-DATE = PR-PRIOR-MONTH * 100 + 1
003360     ELSE
003370         COMPUTE PR-SCAN-FROM-DATE = PR-REPORT-YYYY * 10000 + 101
003380     END-IF.
003390
003400     IF PX-CLOSE-REQUESTED
003410         SET PR-CLOSE-ASKED TO TRUE
003420         IF PX-CLOSE-MONTH = SPACES
003430             MOVE PR-PRIOR-MONTH TO PR-CLOSE-MONTH
003440         ELSE
003450             IF PX-CLOSE-MONTH NUMERIC
003460                 MOVE PX-CLOSE-MONTH TO PR-CLOSE-MONTH
003470             ELSE
003480                 MOVE ZERO TO PR-CLOSE-MONTH
003490             END-IF
003500         END-IF
003510     END-IF.
003520
003530     INITIALIZE PR-PERIOD-TABLE.
003540     MOVE PR-RUN-DATE    TO RH-RUN-DATE.
003550     MOVE PR-REPORT-DATE TO RH-REPORT-DATE.
003560     MOVE PR-REPORT-HEADING-1 TO REPORT-REC.
003570     WRITE REPORT-REC.
003580 1000-EXIT.
003590     EXIT.
003600
003610******************************************************************
003620*    2000-CLOSE-MONTH - CLOSE THE REQUESTED MONTH BY ADVANCING
003630*    THE CLOSED-THROUGH MONTH ON THE HISTORY CONTROL RECORD.
003640*    REFUSED IN REPORT-ONLY MODE, FOR A MONTH THAT IS NOT YET
003650*    OVER, AND FOR A MONTH ALREADY CLOSED - A CLOSED MONTH IS
003660*    NEVER REOPENED FROM HERE.
003670******************************************************************
003680 2000-CLOSE-MONTH.
003690     MOVE SPACES TO REPORT-REC.
003700     WRITE REPORT-REC.
003710     MOVE SPACES TO PR-SUMMARY-LINE.
003720     STRING "MONTH-END CLOSE REQUESTED FOR " PR-CLOSE-MONTH
003730         DELIMITED BY SIZE INTO PR-SUMMARY-LINE.
003740     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
003750
003760     IF PR-REPORT-ONLY
003770         MOVE "REPORT-ONLY RUN" TO PR-REFUSE-REASON
003780         GO TO 2000-REFUSE
003790     END-IF.
003800     IF PR-CLOSE-MONTH = ZERO
003810      OR PR-CLOSE-MM < 1
003820      OR PR-CLOSE-MM > 12
003830         MOVE "MONTH ON THE CARD IS INVALID" TO PR-REFUSE-REASON
003840         GO TO 2000-REFUSE
003850     END-IF.
003860     IF PR-CLOSE-MONTH NOT < PR-RUN-YYYYMM
003870         MOVE "MONTH IS NOT YET OVER" TO PR-REFUSE-REASON
003880         GO TO 2000-REFUSE
003890     END-IF.
003900
003910     OPEN I-O HISTORY-FILE.
003920     IF NOT PR-HIST-FILE-OK
003930         MOVE "PERIOD HISTORY COULD NOT BE OPENED"
003940             TO PR-REFUSE-REASON
003950         GO TO 2000-REFUSE
003960     END-IF.
003970     MOVE ZERO TO HS-RUN-DATE.
003980     SET HS-ENTRY-CONTROL TO TRUE.
003990     READ HISTORY-FILE.
004000     IF PR-HIST-FILE-OK
004010         SET PR-CONTROL-ON-FILE TO TRUE
004020         MOVE HS-CLOSED-THROUGH TO PR-CLOSED-THROUGH
004030     END-IF.
004040     IF PR-CLOSE-MONTH NOT > PR-CLOSED-THROUGH
004050         CLOSE HISTORY-FILE
004060         MOVE "MONTH IS ALREADY CLOSED" TO PR-REFUSE-REASON
004070         GO TO 2000-REFUSE
004080     END-IF.
004090
004100     MOVE SPACES TO HISTORY-REC.
004110     MOVE ZERO   TO HS-RUN-DATE.
004120     SET HS-ENTRY-CONTROL TO TRUE.
004130     MOVE PR-CLOSE-MONTH TO HS-CLOSED-THROUGH.
004140     MOVE PR-RUN-DATE    TO HS-CLOSED-ON-DATE.
004150     IF PR-CONTROL-ON-FILE
004160         REWRITE HISTORY-REC
004170     ELSE
004180         WRITE HISTORY-REC
004190     END-IF.
004200     IF NOT PR-HIST-FILE-OK
004210         SET PR-CLOSE-FAILED TO TRUE
004220         MOVE SPACES TO PR-SUMMARY-LINE
004230         STRING "** CLOSE FAILED - CONTROL RECORD NOT WRITTEN, "
004240             "STATUS " PR-HIST-FILE-STATUS " **"
004250             DELIMITED BY SIZE INTO PR-SUMMARY-LINE
004260         PERFORM 9900-WRITE-NOTE THRU 9900-EXIT
004270         CLOSE HISTORY-FILE
004280         GO TO 2000-EXIT
004290     END-IF.
004300     CLOSE HISTORY-FILE.
004310
004320     SET PR-CLOSE-DONE TO TRUE.
004330     MOVE SPACES TO PR-SUMMARY-LINE.
004340     STRING "MONTH " PR-CLOSE-MONTH " CLOSED - PERIOD NOW CLOSED "
004350         "THROUGH " PR-CLOSE-MONTH
004360         DELIMITED BY SIZE INTO PR-SUMMARY-LINE.
004370     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
004380     GO TO 2000-EXIT.
004390 2000-REFUSE.
004400     SET PR-CLOSE-REFUSED TO TRUE.
004410     MOVE SPACES TO PR-SUMMARY-LINE.
004420     STRING "** CLOSE REFUSED - " PR-REFUSE-REASON " **"
004430         DELIMITED BY SIZE INTO PR-SUMMARY-LINE.
004440     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
004450 2000-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490*    3000-SCAN-HISTORY - READ THE WHOLE PERIOD HISTORY IN RUN-
004500*    DATE ORDER.  THE CONTROL RECORD (RUN DATE ZERO) COMES
004510*    FIRST AND GIVES THE CLOSED-THROUGH MONTH.  EACH NIGHT
004520*    POSTED UP TO THE REPORT DATE IS ADDED INTO THE PERIODS IT
004530*    BELONGS TO, AND ONE IN THE REPORT MONTH IS LISTED.  LATE
004540*    RERUNS IN THE REPORTED PERIODS ARE HELD FOR LISTING APART.
004550******************************************************************
004560 3000-SCAN-HISTORY.
004570     MOVE SPACES TO REPORT-REC.
004580     WRITE REPORT-REC.
004590     MOVE SPACES TO PR-SUMMARY-LINE.
004600     STRING "NIGHTS POSTED IN " PR-REPORT-YYYYMM
004610         DELIMITED BY SIZE INTO PR-SUMMARY-LINE.
004620     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
004630     MOVE PR-NIGHT-HEADING TO REPORT-REC.
004640     WRITE REPORT-REC.
004650
004660     OPEN INPUT HISTORY-FILE.
004670     IF NOT PR-HIST-FILE-OK
004680         IF NOT PR-HIST-FILE-NOT-FOUND
004690             DISPLAY "SUMPER - SUMHIST OPEN FAILED, STATUS "
004700                 PR-HIST-FILE-STATUS
004710         END-IF
004720         MOVE "** NO PERIOD HISTORY ON FILE **" TO PR-SUMMARY-LINE
004730         PERFORM 9900-WRITE-NOTE THRU 9900-EXIT
004740         GO TO 3000-EXIT
004750     END-IF.
004760     SET PR-HISTORY-PRESENT TO TRUE.
004770     PERFORM 3100-READ-ONE-ENTRY THRU 3100-EXIT
004780         UNTIL HISTORY-EOF.
004790     CLOSE HISTORY-FILE.
004800
004810     IF PR-PERIOD-VALUE (1, 2) = ZERO
004820         MOVE "NO NIGHTS POSTED FOR THE REPORT MONTH"
004830             TO PR-SUMMARY-LINE
004840         PERFORM 9900-WRITE-NOTE THRU 9900-EXIT
004850     END-IF.
004860 3000-EXIT.
004870     EXIT.
004880
004890 3100-READ-ONE-ENTRY.
004900     READ HISTORY-FILE NEXT RECORD
004910         AT END
004920             SET HISTORY-EOF TO TRUE
004930             GO TO 3100-EXIT
004940     END-READ.
004950     IF HS-ENTRY-CONTROL
004960         MOVE HS-CLOSED-THROUGH TO PR-CLOSED-THROUGH
004970         MOVE HS-CLOSED-ON-DATE TO PR-CLOSED-ON-DATE
004980         GO TO 3100-EXIT
004990     END-IF.
005000     IF HS-RUN-DATE < PR-SCAN-FROM-DATE
005010      OR HS-RUN-DATE > PR-REPORT-DATE
005020         GO TO 3100-EXIT
005030     END-IF.
005040     IF HS-ENTRY-LATE-RERUN
005050         PERFORM 3400-HOLD-LATE-RERUN THRU 3400-EXIT
005060         GO TO 3100-EXIT
005070     END-IF.
005080     IF NOT HS-ENTRY-POSTED
005090         GO TO 3100-EXIT
005100     END-IF.
005110
005120     ADD 1 TO PR-NIGHT-COUNT.
005130     IF HS-GRAND-OVERFLOWED
005140         ADD 1 TO PR-OVERFLOW-COUNT
005150     END-IF.
005160     MOVE HS-RUN-DATE     TO PR-ENTRY-DATE.
005170     MOVE 1               TO EV-NIGHTS.
005180     MOVE HS-TRAN-COUNT   TO EV-TRAN-COUNT.
005190     MOVE HS-REJECT-COUNT TO EV-REJECT-COUNT.
005200     MOVE HS-TYPE-S-COUNT TO EV-TYPE-S-COUNT.
005210     MOVE HS-TYPE-S-TOTAL TO EV-TYPE-S-TOTAL.
005220     MOVE HS-TYPE-Q-COUNT TO EV-TYPE-Q-COUNT.
005230     MOVE HS-TYPE-Q-TOTAL TO EV-TYPE-Q-TOTAL.
005240     MOVE HS-TYPE-R-COUNT TO EV-TYPE-R-COUNT.
005250     MOVE HS-TYPE-R-TOTAL TO EV-TYPE-R-TOTAL.
005260     MOVE HS-GRAND-TOTAL  TO EV-GRAND-TOTAL.
005270
005280     IF PR-ENTRY-DATE = PR-REPORT-DATE
005290         MOVE 1 TO PR-PD-SUB
005300         PERFORM 3200-ADD-TO-PERIOD THRU 3200-EXIT
005310     END-IF.
005320     IF PR-ENTRY-YYYYMM = PR-REPORT-YYYYMM
005330         MOVE 2 TO PR-PD-SUB
005340         PERFORM 3200-ADD-TO-PERIOD THRU 3200-EXIT
005350         PERFORM 3300-PRINT-NIGHT THRU 3300-EXIT
005360     END-IF.
005370     IF PR-ENTRY-YYYYMM = PR-PRIOR-MONTH
005380         IF PR-ENTRY-DD NOT > PR-REPORT-DD
005390             MOVE 3 TO PR-PD-SUB
005400             PERFORM 3200-ADD-TO-PERIOD THRU 3200-EXIT
005410         END-IF
005420         MOVE 4 TO PR-PD-SUB
005430         PERFORM 3200-ADD-TO-PERIOD THRU 3200-EXIT
005440     END-IF.
005450     IF PR-ENTRY-YYYY = PR-REPORT-YYYY
005460         MOVE 5 TO PR-PD-SUB
005470         PERFORM 3200-ADD-TO-PERIOD THRU 3200-EXIT
005480     END-IF.
005490 3100-EXIT.
005500     EXIT.
005510
005520 3200-ADD-TO-PERIOD.
005530     PERFORM 3210-ADD-ONE-MEASURE THRU 3210-EXIT
005540         VARYING PR-MS-SUB FROM 1 BY 1
005550         UNTIL PR-MS-SUB > 10.
005560 3200-EXIT.
005570     EXIT.
005580
005590 3210-ADD-ONE-MEASURE.
005600     ADD EV-VALUE (PR-MS-SUB)
005610         TO PR-PERIOD-VALUE (PR-MS-SUB, PR-PD-SUB).
005620 3210-EXIT.
005630     EXIT.
005640
005650 3300-PRINT-NIGHT.
005660     MOVE SPACES TO NL-FLAG.
005670     IF HS-POST-COUNT > 1
005680         IF HS-GRAND-OVERFLOWED
005690             MOVE "RERUN, GRAND OVERFLOW" TO NL-FLAG
005700         ELSE
005710             MOVE "RERUN"                 TO NL-FLAG
005720         END-IF
005730     ELSE
005740         IF HS-GRAND-OVERFLOWED
005750             MOVE "GRAND OVERFLOW"        TO NL-FLAG
005760         END-IF
005770     END-IF.
005780     PERFORM 9800-WRITE-NIGHT-LINE THRU 9800-EXIT.
005790 3300-EXIT.
005800     EXIT.
005810
005820 3400-HOLD-LATE-RERUN.
005830     IF PR-LATE-COUNT < 200
005840         ADD 1 TO PR-LATE-COUNT
005850         SET PR-LT-IDX TO PR-LATE-COUNT
005860         MOVE HISTORY-REC TO LT-HISTORY-REC (PR-LT-IDX)
005870     ELSE
005880         ADD 1 TO PR-LATE-DROPPED-COUNT
005890     END-IF.
005900 3400-EXIT.
005910     EXIT.
005920
005930******************************************************************
005940*    4000-PRINT-PERIODS - ONE LINE PER MEASURE ACROSS THE DAY,
005950*    MONTH-TO-DATE, PRIOR MONTH TO THE SAME DAY, MONTH-TO-DATE
005960*    CHANGE, FULL PRIOR MONTH AND YEAR-TO-DATE.
005970******************************************************************
005980 4000-PRINT-PERIODS.
005990     IF NOT PR-HISTORY-PRESENT
006000         GO TO 4000-EXIT
006010     END-IF.
006020     MOVE SPACES TO REPORT-REC.
006030     WRITE REPORT-REC.
006040     MOVE SPACES TO PR-SUMMARY-LINE.
006050     STRING "PERIOD FIGURES - DAY " PR-REPORT-DATE
006060         "  MONTH " PR-REPORT-YYYYMM " TO DAY " PR-REPORT-DD
006070         "  PRIOR MONTH " PR-PRIOR-MONTH
006080         "  YEAR " PR-REPORT-YYYY
006090         DELIMITED BY SIZE INTO PR-SUMMARY-LINE.
006100     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
006110     MOVE PR-PERIOD-HEADING TO REPORT-REC.
006120     WRITE REPORT-REC.
006130     PERFORM 4100-PRINT-ONE-MEASURE THRU 4100-EXIT
006140         VARYING PR-MS-SUB FROM 1 BY 1
006150         UNTIL PR-MS-SUB > 10.
006160
006170     IF PR-OVERFLOW-COUNT > ZERO
006180         MOVE PR-OVERFLOW-COUNT TO PR-COUNT-EDIT
006190         MOVE SPACES TO PR-SUMMARY-LINE
006200         STRING "** NIGHTS WITH A GRAND TOTAL OVERFLOW : "
006210             PR-COUNT-EDIT " - GRAND TOTALS ARE UNDERSTATED **"
006220             DELIMITED BY SIZE INTO PR-SUMMARY-LINE
006230         PERFORM 9900-WRITE-NOTE THRU 9900-EXIT
006240     END-IF.
006250 4000-EXIT.
006260     EXIT.
006270
006280 4100-PRINT-ONE-MEASURE.
006290     MOVE PR-MEASURE-LABEL (PR-MS-SUB)       TO PL-LABEL.
006300     MOVE PR-PERIOD-VALUE (PR-MS-SUB, 1)     TO PL-DAY.
006310     MOVE PR-PERIOD-VALUE (PR-MS-SUB, 2)     TO PL-MTD.
006320     MOVE PR-PERIOD-VALUE (PR-MS-SUB, 3)     TO PL-PRIOR-MTD.
006330     MOVE PR-PERIOD-VALUE (PR-MS-SUB, 4)     TO PL-PRIOR-MONTH.
006340     MOVE PR-PERIOD-VALUE (PR-MS-SUB, 5)     TO PL-YTD.
006350     COMPUTE PR-CHANGE = PR-PERIOD-VALUE (PR-MS-SUB, 2)
006360                       - PR-PERIOD-VALUE (PR-MS-SUB, 3).
006370     MOVE PR-CHANGE TO PL-CHANGE.
006380     MOVE PR-PERIOD-LINE TO REPORT-REC.
006390     WRITE REPORT-REC.
006400 4100-EXIT.
006410     EXIT.
006420
006430******************************************************************
006440*    5000-PRINT-LATE-RERUNS - LIST THE LATE RERUNS HELD FOR
006450*    DATES IN A CLOSED MONTH, THEN THE PERIOD CLOSE STATUS.
006460******************************************************************
006470 5000-PRINT-LATE-RERUNS.
006480     IF PR-LATE-COUNT > ZERO
006490         MOVE SPACES TO REPORT-REC
006500         WRITE REPORT-REC
006510         MOVE SPACES TO PR-SUMMARY-LINE
006520         STRING "LATE RERUNS FOR CLOSED MONTHS - HELD, NOT IN "
006530             "THE FIGURES ABOVE"
006535             DELIMITED BY SIZE INTO PR-SUMMARY-LINE
006540         PERFORM 9900-WRITE-NOTE THRU 9900-EXIT
006550         MOVE PR-NIGHT-HEADING TO REPORT-REC
006560         WRITE REPORT-REC
006570         PERFORM 5100-PRINT-ONE-LATE THRU 5100-EXIT
006580             VARYING PR-LT-IDX FROM 1 BY 1
006590             UNTIL PR-LT-IDX > PR-LATE-COUNT
006600         IF PR-LATE-DROPPED-COUNT > ZERO
006610             MOVE PR-LATE-DROPPED-COUNT TO PR-COUNT-EDIT
006620             MOVE SPACES TO PR-SUMMARY-LINE
006630             STRING "** FURTHER LATE RERUNS NOT LISTED : "
006640                 PR-COUNT-EDIT " **"
006650                 DELIMITED BY SIZE INTO PR-SUMMARY-LINE
006660             PERFORM 9900-WRITE-NOTE THRU 9900-EXIT
006670         END-IF
006680     END-IF.
006690
006700     MOVE SPACES TO REPORT-REC.
006710     WRITE REPORT-REC.
006720     MOVE SPACES TO PR-SUMMARY-LINE.
006730     IF PR-CLOSED-THROUGH = ZERO
006740         MOVE "PERIOD STATUS : NO MONTH HAS BEEN CLOSED"
006750             TO PR-SUMMARY-LINE
006760     ELSE
006770         STRING "PERIOD STATUS : CLOSED THROUGH "
006775             PR-CLOSED-THROUGH
006780             " ON " PR-CLOSED-ON-DATE
006790             DELIMITED BY SIZE INTO PR-SUMMARY-LINE
006800     END-IF.
006810     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
006820     MOVE SPACES TO PR-SUMMARY-LINE.
006830     IF PR-REPORT-YYYYMM > PR-CLOSED-THROUGH
006840         STRING "REPORT MONTH " PR-REPORT-YYYYMM " IS OPEN"
006850             DELIMITED BY SIZE INTO PR-SUMMARY-LINE
006860     ELSE
006870         STRING "REPORT MONTH " PR-REPORT-YYYYMM " IS CLOSED"
006880             DELIMITED BY SIZE INTO PR-SUMMARY-LINE
006890     END-IF.
006900     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
006910 5000-EXIT.
006920     EXIT.
006930
006940 5100-PRINT-ONE-LATE.
006950     MOVE LT-HISTORY-REC (PR-LT-IDX) TO HISTORY-REC.
006960     MOVE SPACES TO NL-FLAG.
006970     STRING "HELD, POSTED " HS-POSTED-ON-DATE
006980         DELIMITED BY SIZE INTO NL-FLAG.
006990     PERFORM 9800-WRITE-NIGHT-LINE THRU 9800-EXIT.
007000 5100-EXIT.
007010     EXIT.
007020
007030******************************************************************
007040*    8000-TERMINATE - SET THE RETURN CODE AND CLOSE THE REPORT.
007050******************************************************************
007060 8000-TERMINATE.
007070     MOVE SPACES TO REPORT-REC.
007080     WRITE REPORT-REC.
007090     MOVE PR-NIGHT-COUNT TO PR-COUNT-EDIT.
007100     MOVE SPACES TO PR-SUMMARY-LINE.
007110     STRING "NIGHTS IN THE REPORTED PERIODS : " PR-COUNT-EDIT
007120         DELIMITED BY SIZE INTO PR-SUMMARY-LINE.
007130     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
007140     COMPUTE PR-COUNT-EDIT =
007145         PR-LATE-COUNT + PR-LATE-DROPPED-COUNT.
007150     MOVE SPACES TO PR-SUMMARY-LINE.
007160     STRING "LATE RERUNS HELD               : " PR-COUNT-EDIT
007170         DELIMITED BY SIZE INTO PR-SUMMARY-LINE.
007180     PERFORM 9900-WRITE-NOTE THRU 9900-EXIT.
007190
007200     IF PR-CLOSE-FAILED
007210         MOVE 8 TO RETURN-CODE
007220     ELSE
007230         IF PR-CLOSE-REFUSED
007240          OR NOT PR-HISTORY-PRESENT
007250          OR PR-LATE-COUNT > ZERO
007260             MOVE 4 TO RETURN-CODE
007270         ELSE
007280             MOVE 0 TO RETURN-CODE
007290         END-IF
007300     END-IF.
007310     IF ADDRESS OF DL-RUN-PARAMETERS NOT = NULL
007320         MOVE RETURN-CODE TO DL-STEP-RETURN-CODE
007330     END-IF.
007340
007350     CLOSE REPORT-FILE.
007360 8000-EXIT.
007370     EXIT.
007380
007390******************************************************************
007400*    9800-WRITE-NIGHT-LINE - PRINT ONE HISTORY ENTRY (IN
007410*    HISTORY-REC) ON THE NIGHTLY LAYOUT, FLAG ALREADY SET.
007420******************************************************************
007430 9800-WRITE-NIGHT-LINE.
007440     MOVE HS-RUN-DATE     TO NL-RUN-DATE.
007450     MOVE HS-TRAN-COUNT   TO NL-TRAN-COUNT.
007460     MOVE HS-REJECT-COUNT TO NL-REJECT-COUNT.
007470     MOVE HS-TYPE-S-TOTAL TO NL-TYPE-S-TOTAL.
007480     MOVE HS-TYPE-Q-TOTAL TO NL-TYPE-Q-TOTAL.
007490     MOVE HS-TYPE-R-TOTAL TO NL-TYPE-R-TOTAL.
007500     MOVE HS-GRAND-TOTAL  TO NL-GRAND-TOTAL.
007510     MOVE HS-POST-COUNT   TO NL-POST-COUNT.
007520     MOVE PR-NIGHT-LINE TO REPORT-REC.
007530     WRITE REPORT-REC.
007540 9800-EXIT.
007550     EXIT.
007560
007570 9900-WRITE-NOTE.
007580     MOVE PR-SUMMARY-LINE TO REPORT-REC.
007590     WRITE REPORT-REC.
007600 9900-EXIT.
007610     EXIT.
