000010******************************************************************
000020*    PROGRAM-ID.  CUSTDUP
000030*
000040*    PROBABLE-DUPLICATE CUSTOMER SWEEP.  BRMERGE ONLY CATCHES THE
000050*    SAME CUSTOMER ID KEYED AT MORE THAN ONE BRANCH; THIS SWEEP
000060*    LOOKS FOR THE SAME PERSON OPENED UNDER TWO DIFFERENT
000070*    CUSTOMER IDS, WHICH OTHERWISE ENDS UP WITH TWO BANDS, TWO
000080*    SETS OF ELIGIBILITY RECORDS AND TWO LETTERS.
000090*
000100*    THE INDEXED CUSTOMER MASTER IS READ IN FULL AND SORTED BY
000110*    DATE OF BIRTH.  WITHIN EACH DATE OF BIRTH EVERY PAIR OF
000120*    CUSTOMERS IS SCORED ON NAME: THE NAMES ARE REDUCED TO THEIR
000130*    LETTERS AND COMPARED BY EDIT DISTANCE (THE NUMBER OF SINGLE
000140*    LETTER INSERTS, DELETES AND SUBSTITUTIONS TO TURN ONE INTO
000150*    THE OTHER), BOTH AS KEYED AND WITH THE SECOND NAME'S FIRST
000160*    WORD MOVED TO THE END, SO "SMITH JOHN" MATCHES "JOHN
000170*    SMITH".  SCORE = 100 LESS THE DISTANCE AS A PERCENTAGE OF
000180*    THE LONGER NAME: 100 IS AN EXACT MATCH, 90 AND OVER STRONG,
000190*    ANYTHING ELSE AT OR OVER THE MINIMUM SCORE POSSIBLE.
000200*
000210*    EVERY CANDIDATE PAIR AT OR OVER THE MINIMUM SCORE IS PRINTED
000220*    ON THE DUPLICATE-REVIEW REPORT BY SOURCE BRANCH, HIGHEST
000230*    SCORE FIRST.  A PAIR SPANNING TWO BRANCHES IS LISTED UNDER
000240*    BOTH, SO EACH BRANCH SEES EVERY PAIR IT IS PARTY TO.
000250*
000260*    PAIRS A SUPERVISOR HAS CONFIRMED ARE GIVEN ON THE REVIEW
000270*    CARD FILE.  FOR EACH ONE A CUSTMNT CHANGE TRANSACTION IS
000280*    WRITTEN FOR THE SURVIVING CUSTOMER AND A DELETE FOR THE
000290*    DUPLICATE, READY FOR THE NEXT MAINTENANCE RUN.  A CARD IS
000300*    REFUSED ON THE REPORT WHEN EITHER CUSTOMER IS NOT ON THE
000310*    MASTER, THE DATES OF BIRTH DIFFER, OR EITHER CUSTOMER HAS
000320*    ALREADY BEEN MERGED AWAY ON AN EARLIER CARD.  THE MASTER
000330*    ITSELF IS NOT UPDATED.
000340*
000350*    RUN PERIODICALLY ON REQUEST, NOT AS PART OF THE NIGHTLY JOB.
000360*
000370*    PARAMETER CARD (DUPPARM, OPTIONAL):
000380*      COLS  1-3   MINIMUM SCORE TO REPORT (ZERO/BLANK = 80)
000390*
000400*    REVIEW CARDS (DUPCONF, OPTIONAL, ONE CONFIRMED PAIR EACH):
000410*      COLS  1-10  SURVIVING CUSTOMER ID
000420*      COLS 11-20  DUPLICATE CUSTOMER ID (TO BE DELETED)
000430*      COL  21     D = KEEP THE DUPLICATE'S NAME ON THE SURVIVOR
000440*                  (OTHERWISE THE SURVIVOR'S OWN NAME IS KEPT)
000450*      COLS 22-24  SOURCE BRANCH FOR THE SURVIVOR (BLANK = NO
000460*                  CHANGE)
000470*
000480*    MODIFICATION HISTORY
000490*    ------------------------------------------------------------
000500*    2026-10-15  RTM  ORIGINAL - NAME/DATE-OF-BIRTH DUPLICATE
000510*                      SWEEP WITH SCORED REVIEW REPORT BY BRANCH
000520*                      AND CUSTMNT MERGE TRANSACTIONS FOR
000530*                      CONFIRMED PAIRS.
000533*    2026-10-15  RTM  NAME NORMALISATION NOW RAISES LOWER-CASE
000536*                      LETTERS ONE CHARACTER AT A TIME.
000537*    2026-10-15  RTM  A MASTER READ FAILURE PART WAY THROUGH IS
000538*                      FLAGGED ON THE REPORT AND GIVES RETURN
000539*                      CODE 8 INSTEAD OF ENDING AS A CLEAN RUN.
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID.     CUSTDUP.
000570 AUTHOR.         R T MORALES.
000580 INSTALLATION.   MEMBERSHIP SYSTEMS.
000590 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER. GENERIC.
000640 OBJECT-COMPUTER. GENERIC.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS MST-CUST-ID
000710         FILE STATUS IS DU-MST-FILE-STATUS.
000720
000730     SELECT PARM-FILE        ASSIGN TO "DUPPARM"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS DU-PARM-FILE-STATUS.
000760
000770     SELECT CONFIRM-FILE     ASSIGN TO "DUPCONF"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS DU-CONF-FILE-STATUS.
000800
000810     SELECT CANDIDATE-FILE   ASSIGN TO "DUPWK"
000820         ORGANIZATION IS SEQUENTIAL.
000830
000840     SELECT MERGE-TRAN-FILE  ASSIGN TO "DUPMNT"
000850         ORGANIZATION IS SEQUENTIAL.
000860
000870     SELECT REPORT-FILE      ASSIGN TO "DUPREV"
000880         ORGANIZATION IS SEQUENTIAL.
000890
000900     SELECT DOB-SORT-FILE    ASSIGN TO "SORTWK".
000910
000920     SELECT PAIR-SORT-FILE   ASSIGN TO "SORTWK2".
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  CUSTOMER-MASTER
000960     RECORD CONTAINS 50 CHARACTERS
000970     LABEL RECORDS ARE STANDARD.
000980 01  MASTER-REC.
000990     05  MST-CUST-ID              PIC X(10).
001000     05  MST-CUST-NAME            PIC X(20).
001010     05  MST-CUST-DOB             PIC 9(08).
001020     05  MST-CUST-AGE             PIC 9(02).
001030     05  MST-SOURCE-BRANCH        PIC X(03).
001040     05  FILLER                   PIC X(07).
001050
001060 FD  PARM-FILE
001070     RECORD CONTAINS 80 CHARACTERS
001080     LABEL RECORDS ARE STANDARD.
001090 01  PARM-REC.
001100     05  DX-MIN-SCORE              PIC 9(03).
001110     05  FILLER                    PIC X(77).
001120
001130 FD  CONFIRM-FILE
001140     RECORD CONTAINS 80 CHARACTERS
001150     LABEL RECORDS ARE STANDARD.
001160 01  CONFIRM-REC.
001170     05  CF-SURVIVOR-ID            PIC X(10).
001180     05  CF-DUPLICATE-ID           PIC X(10).
001190     05  CF-NAME-SOURCE            PIC X(01).
001200         88  CF-KEEP-DUPLICATE-NAME       VALUE "D".
001210     05  CF-SURVIVOR-BRANCH        PIC X(03).
001220     05  FILLER                    PIC X(56).
001230
001240 FD  CANDIDATE-FILE
001250     RECORD CONTAINS 80 CHARACTERS
001260     LABEL RECORDS ARE STANDARD.
001270 01  CANDIDATE-REC                PIC X(80).
001280
001290 FD  MERGE-TRAN-FILE
001300     RECORD CONTAINS 60 CHARACTERS
001310     LABEL RECORDS ARE STANDARD.
001320 01  MERGE-TRAN-REC.
001330     05  MG-ACTION-CODE           PIC X(01).
001340     05  MG-CUST-ID               PIC X(10).
001350     05  MG-CUST-NAME             PIC X(20).
001360     05  MG-CUST-DOB              PIC 9(08).
001370     05  MG-CUST-AGE              PIC 9(02).
001380     05  MG-SOURCE-BRANCH         PIC X(03).
001390     05  MG-EFFECTIVE-DATE        PIC 9(08).
001400     05  FILLER                   PIC X(08).
001410
001420 FD  REPORT-FILE
001430     RECORD CONTAINS 80 CHARACTERS
001440     LABEL RECORDS ARE STANDARD.
001450 01  REPORT-REC                   PIC X(80).
001460
001470 SD  DOB-SORT-FILE
001480     RECORD CONTAINS 50 CHARACTERS.
001490 01  DOB-SORT-REC.
001500     05  DS-CUST-ID               PIC X(10).
001510     05  DS-CUST-NAME             PIC X(20).
001520     05  DS-CUST-DOB              PIC 9(08).
001530     05  DS-CUST-AGE              PIC 9(02).
001540     05  DS-SOURCE-BRANCH         PIC X(03).
001550     05  FILLER                   PIC X(07).
001560
001570 SD  PAIR-SORT-FILE
001580     RECORD CONTAINS 80 CHARACTERS.
001590 01  PAIR-SORT-REC.
001600     05  PS-REPORT-BRANCH         PIC X(03).
001610     05  PS-SCORE                 PIC 9(03).
001620     05  PS-CUST-ID-A             PIC X(10).
001630     05  PS-NAME-A                PIC X(20).
001640     05  PS-BRANCH-A              PIC X(03).
001650     05  PS-CUST-ID-B             PIC X(10).
001660     05  PS-NAME-B                PIC X(20).
001670     05  PS-BRANCH-B              PIC X(03).
001680     05  PS-CUST-DOB              PIC 9(08).
001690
001700 WORKING-STORAGE SECTION.
001710 77  DU-EOF-MASTER-SW             PIC X(01) VALUE 'N'.
001720     88  MASTER-EOF                          VALUE 'Y'.
001730 77  DU-EOF-DOB-SW                PIC X(01) VALUE 'N'.
001740     88  DOB-SORT-EOF                        VALUE 'Y'.
001750 77  DU-EOF-PAIR-SW               PIC X(01) VALUE 'N'.
001760     88  PAIR-SORT-EOF                       VALUE 'Y'.
001770 77  DU-EOF-CONF-SW               PIC X(01) VALUE 'N'.
001780     88  CONFIRM-EOF                         VALUE 'Y'.
001790 77  DU-SWEEP-FAILED-SW           PIC X(01) VALUE 'N'.
001800     88  DU-SWEEP-FAILED                     VALUE 'Y'.
001805 77  DU-READ-FAILED-SW            PIC X(01) VALUE 'N'.
001806     88  DU-MASTER-READ-FAILED               VALUE 'Y'.
001810 77  DU-CONF-PRESENT-SW           PIC X(01) VALUE 'N'.
001820     88  DU-CONF-IS-PRESENT                  VALUE 'Y'.
001830 77  DU-CARD-VALID-SW             PIC X(01) VALUE 'Y'.
001840     88  DU-CARD-IS-VALID                    VALUE 'Y'.
001850     88  DU-CARD-IS-INVALID                  VALUE 'N'.
001860 77  DU-MERGED-FOUND-SW           PIC X(01) VALUE 'N'.
001870     88  DU-ALREADY-MERGED                   VALUE 'Y'.
001880
001890 77  DU-MST-FILE-STATUS           PIC X(02) VALUE SPACES.
001900     88  DU-MST-FILE-OK                      VALUE "00".
001910 77  DU-PARM-FILE-STATUS          PIC X(02) VALUE SPACES.
001920     88  DU-PARM-FILE-OK                     VALUE "00".
001930 77  DU-CONF-FILE-STATUS          PIC X(02) VALUE SPACES.
001940     88  DU-CONF-FILE-OK                     VALUE "00".
001950
001960 77  DU-MIN-SCORE                 PIC 9(03) VALUE 80.
001970 77  DU-RUN-DATE                  PIC 9(08) VALUE ZERO.
001980 77  DU-CURRENT-DOB               PIC 9(08) VALUE ZERO.
001990 77  DU-PREV-BRANCH               PIC X(03) VALUE HIGH-VALUES.
002000 77  DU-CLASS                     PIC X(08) VALUE SPACES.
002010 77  DU-REFUSE-REASON             PIC X(30) VALUE SPACES.
002020 77  DU-DISPOSITION               PIC X(08) VALUE SPACES.
002030
002040 77  DU-MASTER-READ-COUNT         PIC 9(06) COMP VALUE ZERO.
002050 77  DU-NO-DOB-COUNT              PIC 9(06) COMP VALUE ZERO.
002060 77  DU-OVERFLOW-COUNT            PIC 9(06) COMP VALUE ZERO.
002070 77  DU-PAIRS-SCORED-COUNT        PIC 9(06) COMP VALUE ZERO.
002080 77  DU-CANDIDATE-COUNT           PIC 9(06) COMP VALUE ZERO.
002090 77  DU-EXACT-COUNT               PIC 9(06) COMP VALUE ZERO.
002100 77  DU-STRONG-COUNT              PIC 9(06) COMP VALUE ZERO.
002110 77  DU-POSSIBLE-COUNT            PIC 9(06) COMP VALUE ZERO.
002120 77  DU-BRANCH-PAIR-COUNT         PIC 9(06) COMP VALUE ZERO.
002130 77  DU-CARD-COUNT                PIC 9(06) COMP VALUE ZERO.
002140 77  DU-CONFIRMED-COUNT           PIC 9(06) COMP VALUE ZERO.
002150 77  DU-REFUSED-COUNT             PIC 9(06) COMP VALUE ZERO.
002160 77  DU-TRAN-WRITTEN-COUNT        PIC 9(06) COMP VALUE ZERO.
002170
002180 77  DU-GROUP-COUNT               PIC 9(03) COMP VALUE ZERO.
002190 77  DU-SUB-A                     PIC 9(03) COMP VALUE ZERO.
002200 77  DU-SUB-B                     PIC 9(03) COMP VALUE ZERO.
002210 77  DU-MERGED-COUNT              PIC 9(03) COMP VALUE ZERO.
002220 77  DU-CHAR-SUB                  PIC 9(02) COMP VALUE ZERO.
002230 77  DU-TAIL-LEN                  PIC 9(02) COMP VALUE ZERO.
002240 77  DU-WORD-END                  PIC 9(02) COMP VALUE ZERO.
002250 77  DU-ROW                       PIC 9(02) COMP VALUE ZERO.
002260 77  DU-COL                       PIC 9(02) COMP VALUE ZERO.
002270 77  DU-LEN-A                     PIC 9(02) COMP VALUE ZERO.
002280 77  DU-LEN-B                     PIC 9(02) COMP VALUE ZERO.
002290 77  DU-LONGER-LEN                PIC 9(02) COMP VALUE ZERO.
002300 77  DU-LEN-GAP                   PIC 9(02) COMP VALUE ZERO.
002310 77  DU-COST                      PIC 9(02) COMP VALUE ZERO.
002320 77  DU-BEST-COST                 PIC 9(02) COMP VALUE ZERO.
002330 77  DU-DISTANCE                  PIC 9(02) COMP VALUE ZERO.
002340 77  DU-BEST-DISTANCE             PIC 9(02) COMP VALUE ZERO.
002350 77  DU-SCORE                     PIC 9(03) VALUE ZERO.
002360
002370 77  DU-NORM-IN                   PIC X(20) VALUE SPACES.
002380 77  DU-NORM-OUT                  PIC X(20) VALUE SPACES.
002390 77  DU-NORM-LEN                  PIC 9(02) COMP VALUE ZERO.
002391 77  DU-NORM-CHAR                 PIC X(01) VALUE SPACE.
002392 77  DU-LETTER-SUB                PIC 9(02) COMP VALUE ZERO.
002393 77  DU-LOWER-LETTERS             PIC X(26)
002394         VALUE "abcdefghijklmnopqrstuvwxyz".
002395 77  DU-UPPER-LETTERS             PIC X(26)
002396         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002400 77  DU-ROTATED-NAME              PIC X(20) VALUE SPACES.
002410 77  DU-COMPARE-A                 PIC X(20) VALUE SPACES.
002420 77  DU-COMPARE-B                 PIC X(20) VALUE SPACES.
002430
002440*    ONE DATE-OF-BIRTH GROUP, WITH EACH NAME HELD IN LETTERS-
002450*    ONLY FORM AND IN FIRST-WORD-LAST FORM FOR THE COMPARISON.
002460 01  DU-GROUP-TABLE.
002470     05  DU-GROUP-ENTRY OCCURS 1 TO 200 TIMES
002480             DEPENDING ON DU-GROUP-COUNT.
002490         10  GE-CUST-ID            PIC X(10).
002500         10  GE-CUST-NAME          PIC X(20).
002510         10  GE-BRANCH             PIC X(03).
002520         10  GE-NORM-NAME          PIC X(20).
002530         10  GE-NORM-LEN           PIC 9(02) COMP.
002540         10  GE-ROT-NAME           PIC X(20).
002550         10  GE-ROT-LEN            PIC 9(02) COMP.
002560
002570*    EDIT-DISTANCE WORK MATRIX.  ROW AND COLUMN 1 STAND FOR THE
002580*    EMPTY PREFIX, SO LETTER N OF A NAME IS ROW OR COLUMN N + 1.
002590 01  DU-DISTANCE-MATRIX.
002600     05  DU-MATRIX-ROW OCCURS 21 TIMES.
002610         10  DU-MATRIX-CELL OCCURS 21 TIMES
002620                                   PIC 9(02) COMP.
002630
002640 01  DU-MERGED-TABLE.
002650     05  DU-MERGED-ENTRY OCCURS 1 TO 200 TIMES
002660             DEPENDING ON DU-MERGED-COUNT
002670             INDEXED BY DU-MRG-IDX.
002680         10  MG-MERGED-ID          PIC X(10).
002690
002700 01  DU-SURVIVOR-REC.
002710     05  SV-CUST-ID                PIC X(10).
002720     05  SV-CUST-NAME              PIC X(20).
002730     05  SV-CUST-DOB               PIC 9(08).
002740     05  SV-CUST-AGE               PIC 9(02).
002750     05  SV-SOURCE-BRANCH          PIC X(03).
002760     05  FILLER                    PIC X(07).
002770
002780 01  DU-REPORT-HEADING-1.
002790     05  FILLER          PIC X(20) VALUE "CUSTDUP PROBABLE DUP".
002800     05  FILLER          PIC X(17) VALUE "LICATE REVIEW    ".
002810     05  FILLER          PIC X(09) VALUE "RUN DATE:".
002820     05  RH-RUN-DATE     PIC 9(08).
002830     05  FILLER          PIC X(16) VALUE "   MIN SCORE:   ".
002840     05  RH-MIN-SCORE    PIC ZZ9.
002850     05  FILLER          PIC X(07) VALUE SPACES.
002860
002870 01  DU-REPORT-HEADING-2.
002880     05  FILLER          PIC X(13) VALUE "  CUST ID    ".
002890     05  FILLER          PIC X(21) VALUE "NAME".
002900     05  FILLER          PIC X(05) VALUE "BR".
002910     05  FILLER          PIC X(04) VALUE "SCR".
002920     05  FILLER          PIC X(09) VALUE "CLASS".
002930     05  FILLER          PIC X(28) VALUE "DATE OF BIRTH".
002940
002950 01  DU-BRANCH-HEADING.
002960     05  FILLER          PIC X(15) VALUE "SOURCE BRANCH: ".
002970     05  BH-BRANCH       PIC X(03).
002980     05  FILLER          PIC X(62) VALUE SPACES.
002990
003000 01  DU-PAIR-LINE.
003010     05  FILLER          PIC X(02) VALUE SPACES.
003020     05  PL-CUST-ID      PIC X(10).
003030     05  FILLER          PIC X(01) VALUE SPACES.
003040     05  PL-CUST-NAME    PIC X(20).
003050     05  FILLER          PIC X(01) VALUE SPACES.
003060     05  PL-BRANCH       PIC X(03).
003070     05  FILLER          PIC X(02) VALUE SPACES.
003080     05  PL-SCORE        PIC ZZZ.
003090     05  FILLER          PIC X(01) VALUE SPACES.
003100     05  PL-CLASS        PIC X(08).
003110     05  FILLER          PIC X(01) VALUE SPACES.
003120     05  PL-DOB          PIC X(08).
003130     05  FILLER          PIC X(20) VALUE SPACES.
003140
003150 01  DU-CONFIRM-HEADING.
003160     05  FILLER          PIC X(40) VALUE
003170         "CONFIRMED MERGES FROM THE REVIEW CARDS".
003180     05  FILLER          PIC X(40) VALUE SPACES.
003190
003200 01  DU-CONFIRM-LINE.
003210     05  FILLER          PIC X(02) VALUE SPACES.
003220     05  CL-SURVIVOR-ID  PIC X(10).
003230     05  FILLER          PIC X(04) VALUE " <- ".
003240     05  CL-DUPLICATE-ID PIC X(10).
003250     05  FILLER          PIC X(02) VALUE SPACES.
003260     05  CL-DISPOSITION  PIC X(08).
003270     05  FILLER          PIC X(02) VALUE SPACES.
003280     05  CL-REASON       PIC X(30).
003290     05  FILLER          PIC X(12) VALUE SPACES.
003300
003310 01  DU-SUMMARY-LINE              PIC X(80) VALUE SPACES.
003320
003330 01  DU-COUNT-EDIT                PIC ZZZ,ZZ9.
003340
003350 PROCEDURE DIVISION.
003360 0000-MAINLINE.
003370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003380     IF NOT DU-SWEEP-FAILED
003390         OPEN OUTPUT CANDIDATE-FILE
003400         SORT DOB-SORT-FILE
003410             ON ASCENDING KEY DS-CUST-DOB
003420                              DS-CUST-ID
003430             INPUT PROCEDURE IS 2000-RELEASE-MASTER
003440                 THRU 2000-EXIT
003450             OUTPUT PROCEDURE IS 3000-SCORE-GROUPS
003460                 THRU 3000-EXIT
003470         CLOSE CANDIDATE-FILE
003480         SORT PAIR-SORT-FILE
003490             ON ASCENDING KEY PS-REPORT-BRANCH
003500             ON DESCENDING KEY PS-SCORE
003510             ON ASCENDING KEY PS-CUST-ID-A
003520                              PS-CUST-ID-B
003530             USING CANDIDATE-FILE
003540             OUTPUT PROCEDURE IS 4000-PRINT-REVIEW
003550                 THRU 4000-EXIT
003560         PERFORM 5000-PROCESS-CONFIRMATIONS THRU 5000-EXIT
003570     END-IF.
003580     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003590     GOBACK.
003600
003610******************************************************************
003620*    1000-INITIALIZE - READ THE PARAMETER CARD, OPEN THE MASTER
003630*    AND THE REPORT AND PRINT THE HEADINGS.
003640******************************************************************
003650 1000-INITIALIZE.
003660     ACCEPT DU-RUN-DATE FROM DATE YYYYMMDD.
003670
003680     OPEN INPUT PARM-FILE.
003690     IF DU-PARM-FILE-OK
003700         READ PARM-FILE
003710             AT END
003720                 CONTINUE
003730             NOT AT END
003740                 IF DX-MIN-SCORE NUMERIC
003750                  AND DX-MIN-SCORE > ZERO
003760                  AND DX-MIN-SCORE NOT > 100
003770                     MOVE DX-MIN-SCORE TO DU-MIN-SCORE
003780                 END-IF
003790         END-READ
003800         CLOSE PARM-FILE
003810     END-IF.
003820
003830     OPEN OUTPUT REPORT-FILE.
003840     MOVE DU-RUN-DATE  TO RH-RUN-DATE.
003850     MOVE DU-MIN-SCORE TO RH-MIN-SCORE.
003860     MOVE DU-REPORT-HEADING-1 TO REPORT-REC.
003870     WRITE REPORT-REC.
003880     MOVE DU-REPORT-HEADING-2 TO REPORT-REC.
003890     WRITE REPORT-REC.
003900
003910     OPEN INPUT CUSTOMER-MASTER.
003920     IF NOT DU-MST-FILE-OK
003930         DISPLAY "CUSTDUP - CANNOT OPEN CUSTOMER MASTER, STATUS "
003940             DU-MST-FILE-STATUS
003950         SET DU-SWEEP-FAILED TO TRUE
003960     END-IF.
003970 1000-EXIT.
003980     EXIT.
003990
004000******************************************************************
004010*    2000-RELEASE-MASTER - READ THE WHOLE MASTER IN KEY ORDER
004020*    AND RELEASE EVERY CUSTOMER WITH A USABLE DATE OF BIRTH TO
004030*    THE DATE-OF-BIRTH SORT.
004040******************************************************************
004050 2000-RELEASE-MASTER.
004060     PERFORM 2100-RELEASE-ONE-CUSTOMER THRU 2100-EXIT
004070         UNTIL MASTER-EOF.
004080 2000-EXIT.
004090     EXIT.
004100
004110 2100-RELEASE-ONE-CUSTOMER.
004120     READ CUSTOMER-MASTER NEXT RECORD
004130         AT END
004140             SET MASTER-EOF TO TRUE
004150             GO TO 2100-EXIT
004160     END-READ.
004170     IF NOT DU-MST-FILE-OK
004180         DISPLAY "CUSTDUP - MASTER READ FAILED, STATUS "
004190             DU-MST-FILE-STATUS
004195         SET DU-MASTER-READ-FAILED TO TRUE
004200         SET MASTER-EOF TO TRUE
004210         GO TO 2100-EXIT
004220     END-IF.
004230
004240     ADD 1 TO DU-MASTER-READ-COUNT.
004250     IF MST-CUST-DOB NOT NUMERIC
004260      OR MST-CUST-DOB = ZERO
004270         ADD 1 TO DU-NO-DOB-COUNT
004280         GO TO 2100-EXIT
004290     END-IF.
004300     MOVE MASTER-REC TO DOB-SORT-REC.
004310     RELEASE DOB-SORT-REC.
004320 2100-EXIT.
004330     EXIT.
004340
004350******************************************************************
004360*    3000-SCORE-GROUPS - COLLECT EACH DATE-OF-BIRTH GROUP FROM
004370*    THE SORT AND SCORE EVERY PAIR IN IT.  A GROUP LARGER THAN
004380*    THE TABLE IS SCORED ON ITS FIRST 200 CUSTOMERS AND THE
004390*    OVERFLOW IS COUNTED ON THE REPORT.
004400******************************************************************
004410 3000-SCORE-GROUPS.
004420     PERFORM 3100-RETURN-BY-DOB THRU 3100-EXIT.
004430     PERFORM 3200-SCORE-ONE-GROUP THRU 3200-EXIT
004440         UNTIL DOB-SORT-EOF.
004450 3000-EXIT.
004460     EXIT.
004470
004480 3100-RETURN-BY-DOB.
004490     RETURN DOB-SORT-FILE
004500         AT END
004510             SET DOB-SORT-EOF TO TRUE
004520     END-RETURN.
004530 3100-EXIT.
004540     EXIT.
004550
004560 3200-SCORE-ONE-GROUP.
004570     MOVE DS-CUST-DOB TO DU-CURRENT-DOB.
004580     MOVE ZERO TO DU-GROUP-COUNT.
004590     PERFORM 3300-ADD-TO-GROUP THRU 3300-EXIT
004600         UNTIL DOB-SORT-EOF
004610            OR DS-CUST-DOB NOT = DU-CURRENT-DOB.
004620
004630     IF DU-GROUP-COUNT > 1
004640         PERFORM 3500-SCORE-PAIR THRU 3500-EXIT
004650             VARYING DU-SUB-A FROM 1 BY 1
004660             UNTIL DU-SUB-A > DU-GROUP-COUNT
004670             AFTER DU-SUB-B FROM 1 BY 1
004680             UNTIL DU-SUB-B > DU-GROUP-COUNT
004690     END-IF.
004700 3200-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740*    3300-ADD-TO-GROUP - HOLD ONE CUSTOMER IN THE GROUP TABLE
004750*    WITH ITS NAME IN BOTH COMPARISON FORMS, THEN RETURN THE
004760*    NEXT CUSTOMER FROM THE SORT.
004770******************************************************************
004780 3300-ADD-TO-GROUP.
004790     IF DU-GROUP-COUNT NOT < 200
004800         ADD 1 TO DU-OVERFLOW-COUNT
004810         PERFORM 3100-RETURN-BY-DOB THRU 3100-EXIT
004820         GO TO 3300-EXIT
004830     END-IF.
004840
004850     ADD 1 TO DU-GROUP-COUNT.
004860     MOVE DS-CUST-ID       TO GE-CUST-ID (DU-GROUP-COUNT).
004870     MOVE DS-CUST-NAME     TO GE-CUST-NAME (DU-GROUP-COUNT).
004880     MOVE DS-SOURCE-BRANCH TO GE-BRANCH (DU-GROUP-COUNT).
004890
004900     MOVE DS-CUST-NAME TO DU-NORM-IN.
004910     PERFORM 3400-NORMALIZE-NAME THRU 3400-EXIT.
004920     MOVE DU-NORM-OUT TO GE-NORM-NAME (DU-GROUP-COUNT).
004930     MOVE DU-NORM-LEN TO GE-NORM-LEN (DU-GROUP-COUNT).
004940
004950     PERFORM 3450-ROTATE-NAME THRU 3450-EXIT.
004960     MOVE DU-ROTATED-NAME TO DU-NORM-IN.
004970     PERFORM 3400-NORMALIZE-NAME THRU 3400-EXIT.
004980     MOVE DU-NORM-OUT TO GE-ROT-NAME (DU-GROUP-COUNT).
004990     MOVE DU-NORM-LEN TO GE-ROT-LEN (DU-GROUP-COUNT).
005000
005010     PERFORM 3100-RETURN-BY-DOB THRU 3100-EXIT.
005020 3300-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060*    3400-NORMALIZE-NAME - REDUCE A NAME TO ITS LETTERS, IN
005070*    UPPER CASE, SO SPACING AND PUNCTUATION DO NOT COUNT.
005080******************************************************************
005090 3400-NORMALIZE-NAME.
005130     MOVE SPACES TO DU-NORM-OUT.
005140     MOVE ZERO TO DU-NORM-LEN.
005150     PERFORM 3410-KEEP-ONE-LETTER THRU 3410-EXIT
005160         VARYING DU-CHAR-SUB FROM 1 BY 1
005170         UNTIL DU-CHAR-SUB > 20.
005180 3400-EXIT.
005190     EXIT.
005200
005210 3410-KEEP-ONE-LETTER.
005212     MOVE DU-NORM-IN (DU-CHAR-SUB:1) TO DU-NORM-CHAR.
005214     IF DU-NORM-CHAR = SPACE
005216         GO TO 3410-EXIT
005218     END-IF.
005220     IF DU-NORM-CHAR ALPHABETIC-LOWER
005222         PERFORM 3420-RAISE-ONE-LETTER THRU 3420-EXIT
005224             VARYING DU-LETTER-SUB FROM 1 BY 1
005226             UNTIL DU-LETTER-SUB > 26
005228     END-IF.
005230     IF DU-NORM-CHAR NOT ALPHABETIC-UPPER
005240         GO TO 3410-EXIT
005250     END-IF.
005260     ADD 1 TO DU-NORM-LEN.
005270     MOVE DU-NORM-CHAR TO DU-NORM-OUT (DU-NORM-LEN:1).
005290 3410-EXIT.
005300     EXIT.
005301
005302 3420-RAISE-ONE-LETTER.
005303     IF DU-NORM-CHAR = DU-LOWER-LETTERS (DU-LETTER-SUB:1)
005304         MOVE DU-UPPER-LETTERS (DU-LETTER-SUB:1) TO DU-NORM-CHAR
005305     END-IF.
005306 3420-EXIT.
005307     EXIT.
005310
005320******************************************************************
005330*    3450-ROTATE-NAME - MOVE THE FIRST WORD OF THE NAME TO THE
005340*    END ("SMITH JOHN" BECOMES "JOHN SMITH").  A ONE-WORD NAME
005350*    IS LEFT AS IT IS.
005360******************************************************************
005370 3450-ROTATE-NAME.
005380     MOVE DS-CUST-NAME TO DU-ROTATED-NAME.
005390     MOVE ZERO TO DU-WORD-END.
005400     PERFORM 3460-FIND-WORD-END THRU 3460-EXIT
005410         VARYING DU-CHAR-SUB FROM 1 BY 1
005420         UNTIL DU-CHAR-SUB > 19
005430            OR DU-WORD-END > ZERO.
005440     IF DU-WORD-END = ZERO
005450         GO TO 3450-EXIT
005460     END-IF.
005470     IF DS-CUST-NAME (DU-WORD-END + 1:) = SPACES
005480         GO TO 3450-EXIT
005490     END-IF.
005500     MOVE DS-CUST-NAME (DU-WORD-END + 1:) TO DU-NORM-IN.
005510     PERFORM 3400-NORMALIZE-NAME THRU 3400-EXIT.
005520     IF DU-NORM-LEN = ZERO
005530         GO TO 3450-EXIT
005540     END-IF.
005550     MOVE DU-NORM-OUT TO DU-COMPARE-A.
005560     MOVE DU-NORM-LEN TO DU-TAIL-LEN.
005570     MOVE DS-CUST-NAME (1:DU-WORD-END) TO DU-NORM-IN.
005580     PERFORM 3400-NORMALIZE-NAME THRU 3400-EXIT.
005590     IF DU-NORM-LEN = ZERO
005600         GO TO 3450-EXIT
005610     END-IF.
005620     MOVE SPACES TO DU-ROTATED-NAME.
005630     STRING DU-COMPARE-A (1:DU-TAIL-LEN) DELIMITED BY SIZE
005640            DU-NORM-OUT (1:DU-NORM-LEN)  DELIMITED BY SIZE
005650            INTO DU-ROTATED-NAME.
005660 3450-EXIT.
005670     EXIT.
005680
005690 3460-FIND-WORD-END.
005700     IF DS-CUST-NAME (DU-CHAR-SUB:1) NOT = SPACE
005710      AND DS-CUST-NAME (DU-CHAR-SUB + 1:1) = SPACE
005720         MOVE DU-CHAR-SUB TO DU-WORD-END
005730     END-IF.
005740 3460-EXIT.
005750     EXIT.
005760
005770******************************************************************
005780*    3500-SCORE-PAIR - SCORE ONE PAIR IN THE GROUP (EACH PAIR
005790*    ONCE, A BEFORE B).  THE BETTER OF THE AS-KEYED AND THE
005800*    ROTATED COMPARISONS COUNTS.  A PAIR WHOSE NAME LENGTHS
005810*    ALONE RULE OUT THE MINIMUM SCORE IS NOT WORKED THROUGH.
005820******************************************************************
005830 3500-SCORE-PAIR.
005840     IF DU-SUB-B NOT > DU-SUB-A
005850         GO TO 3500-EXIT
005860     END-IF.
005870     ADD 1 TO DU-PAIRS-SCORED-COUNT.
005880
005890     MOVE GE-NORM-NAME (DU-SUB-A) TO DU-COMPARE-A.
005900     MOVE GE-NORM-LEN (DU-SUB-A)  TO DU-LEN-A.
005910     MOVE GE-NORM-NAME (DU-SUB-B) TO DU-COMPARE-B.
005920     MOVE GE-NORM-LEN (DU-SUB-B)  TO DU-LEN-B.
005930     IF DU-LEN-A = ZERO OR DU-LEN-B = ZERO
005940         GO TO 3500-EXIT
005950     END-IF.
005960
005970     IF DU-LEN-A > DU-LEN-B
005980         MOVE DU-LEN-A TO DU-LONGER-LEN
005990         COMPUTE DU-LEN-GAP = DU-LEN-A - DU-LEN-B
006000     ELSE
006010         MOVE DU-LEN-B TO DU-LONGER-LEN
006020         COMPUTE DU-LEN-GAP = DU-LEN-B - DU-LEN-A
006030     END-IF.
006040     IF DU-LEN-GAP * 100 > (100 - DU-MIN-SCORE) * DU-LONGER-LEN
006050         GO TO 3500-EXIT
006060     END-IF.
006070
006080     PERFORM 3600-EDIT-DISTANCE THRU 3600-EXIT.
006090     MOVE DU-DISTANCE TO DU-BEST-DISTANCE.
006100
006110     IF DU-BEST-DISTANCE > ZERO
006120      AND GE-ROT-NAME (DU-SUB-B) NOT = GE-NORM-NAME (DU-SUB-B)
006130         MOVE GE-ROT-NAME (DU-SUB-B) TO DU-COMPARE-B
006140         MOVE GE-ROT-LEN (DU-SUB-B)  TO DU-LEN-B
006150         PERFORM 3600-EDIT-DISTANCE THRU 3600-EXIT
006160         IF DU-DISTANCE < DU-BEST-DISTANCE
006170             MOVE DU-DISTANCE TO DU-BEST-DISTANCE
006180         END-IF
006190     END-IF.
006200
006210     COMPUTE DU-SCORE =
006220         100 - (DU-BEST-DISTANCE * 100 / DU-LONGER-LEN).
006230     IF DU-SCORE < DU-MIN-SCORE
006240         GO TO 3500-EXIT
006250     END-IF.
006260
006270     PERFORM 3700-WRITE-CANDIDATE THRU 3700-EXIT.
006280 3500-EXIT.
006290     EXIT.
006300
006310******************************************************************
006320*    3600-EDIT-DISTANCE - LETTER EDIT DISTANCE BETWEEN
006330*    DU-COMPARE-A AND DU-COMPARE-B, BUILT UP ONE CELL AT A TIME
006340*    IN THE MATRIX: EACH CELL IS THE CHEAPEST OF DELETING,
006350*    INSERTING OR SUBSTITUTING ONE LETTER FROM ITS NEIGHBOURS.
006360******************************************************************
006370 3600-EDIT-DISTANCE.
006380     PERFORM 3610-SET-FIRST-ROW THRU 3610-EXIT
006390         VARYING DU-COL FROM 1 BY 1
006400         UNTIL DU-COL > DU-LEN-B + 1.
006410     PERFORM 3620-SET-FIRST-COLUMN THRU 3620-EXIT
006420         VARYING DU-ROW FROM 1 BY 1
006430         UNTIL DU-ROW > DU-LEN-A + 1.
006440     PERFORM 3630-FILL-ONE-CELL THRU 3630-EXIT
006450         VARYING DU-ROW FROM 2 BY 1
006460         UNTIL DU-ROW > DU-LEN-A + 1
006470         AFTER DU-COL FROM 2 BY 1
006480         UNTIL DU-COL > DU-LEN-B + 1.
006490     MOVE DU-MATRIX-CELL (DU-LEN-A + 1, DU-LEN-B + 1)
006500         TO DU-DISTANCE.
006510 3600-EXIT.
006520     EXIT.
006530
006540 3610-SET-FIRST-ROW.
006550     COMPUTE DU-MATRIX-CELL (1, DU-COL) = DU-COL - 1.
006560 3610-EXIT.
006570     EXIT.
006580
006590 3620-SET-FIRST-COLUMN.
006600     COMPUTE DU-MATRIX-CELL (DU-ROW, 1) = DU-ROW - 1.
006610 3620-EXIT.
006620     EXIT.
006630
006640 3630-FILL-ONE-CELL.
006650     IF DU-COMPARE-A (DU-ROW - 1:1) = DU-COMPARE-B (DU-COL - 1:1)
006660         MOVE ZERO TO DU-COST
006670     ELSE
006680         MOVE 1 TO DU-COST
006690     END-IF.
006700     COMPUTE DU-BEST-COST =
006710         DU-MATRIX-CELL (DU-ROW - 1, DU-COL - 1) + DU-COST.
006720     IF DU-MATRIX-CELL (DU-ROW - 1, DU-COL) + 1 < DU-BEST-COST
006730         COMPUTE DU-BEST-COST =
006740             DU-MATRIX-CELL (DU-ROW - 1, DU-COL) + 1
006750     END-IF.
006760     IF DU-MATRIX-CELL (DU-ROW, DU-COL - 1) + 1 < DU-BEST-COST
006770         COMPUTE DU-BEST-COST =
006780             DU-MATRIX-CELL (DU-ROW, DU-COL - 1) + 1
006790     END-IF.
006800     MOVE DU-BEST-COST TO DU-MATRIX-CELL (DU-ROW, DU-COL).
006810 3630-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850*    3700-WRITE-CANDIDATE - WRITE THE PAIR TO THE CANDIDATE WORK
006860*    FILE UNDER CUSTOMER A'S BRANCH, AND AGAIN UNDER CUSTOMER
006870*    B'S BRANCH WHEN THE TWO DIFFER.
006880******************************************************************
006890 3700-WRITE-CANDIDATE.
006900     ADD 1 TO DU-CANDIDATE-COUNT.
006909     IF DU-SCORE = 100
006918         ADD 1 TO DU-EXACT-COUNT
006927     ELSE
006936         IF DU-SCORE NOT < 90
006945             ADD 1 TO DU-STRONG-COUNT
006954         ELSE
006963             ADD 1 TO DU-POSSIBLE-COUNT
006972         END-IF
006981     END-IF.
006990
007000     MOVE SPACES                  TO PAIR-SORT-REC.
007010     MOVE DU-SCORE                TO PS-SCORE.
007020     MOVE GE-CUST-ID (DU-SUB-A)   TO PS-CUST-ID-A.
007030     MOVE GE-CUST-NAME (DU-SUB-A) TO PS-NAME-A.
007040     MOVE GE-BRANCH (DU-SUB-A)    TO PS-BRANCH-A.
007050     MOVE GE-CUST-ID (DU-SUB-B)   TO PS-CUST-ID-B.
007060     MOVE GE-CUST-NAME (DU-SUB-B) TO PS-NAME-B.
007070     MOVE GE-BRANCH (DU-SUB-B)    TO PS-BRANCH-B.
007080     MOVE DU-CURRENT-DOB          TO PS-CUST-DOB.
007090
007100     MOVE PS-BRANCH-A TO PS-REPORT-BRANCH.
007110     MOVE PAIR-SORT-REC TO CANDIDATE-REC.
007120     WRITE CANDIDATE-REC.
007130     IF PS-BRANCH-B NOT = PS-BRANCH-A
007140         MOVE PS-BRANCH-B TO PS-REPORT-BRANCH
007150         MOVE PAIR-SORT-REC TO CANDIDATE-REC
007160         WRITE CANDIDATE-REC
007170     END-IF.
007180 3700-EXIT.
007190     EXIT.
007200
007210******************************************************************
007220*    4000-PRINT-REVIEW - PRINT THE CANDIDATE PAIRS BY BRANCH,
007230*    HIGHEST SCORE FIRST, WITH A PAIR COUNT AT EACH BRANCH
007240*    BREAK.
007250******************************************************************
007260 4000-PRINT-REVIEW.
007270     PERFORM 4100-RETURN-PAIR THRU 4100-EXIT.
007280     IF PAIR-SORT-EOF
007290         MOVE SPACES TO REPORT-REC
007300         WRITE REPORT-REC
007310         MOVE "NO PROBABLE DUPLICATES FOUND" TO REPORT-REC
007320         WRITE REPORT-REC
007330         GO TO 4000-EXIT
007340     END-IF.
007350     PERFORM 4200-PRINT-ONE-PAIR THRU 4200-EXIT
007360         UNTIL PAIR-SORT-EOF.
007370     PERFORM 4300-BRANCH-TOTAL THRU 4300-EXIT.
007380 4000-EXIT.
007390     EXIT.
007400
007410 4100-RETURN-PAIR.
007420     RETURN PAIR-SORT-FILE
007430         AT END
007440             SET PAIR-SORT-EOF TO TRUE
007450     END-RETURN.
007460 4100-EXIT.
007470     EXIT.
007480
007490 4200-PRINT-ONE-PAIR.
007500     IF PS-REPORT-BRANCH NOT = DU-PREV-BRANCH
007510         IF DU-PREV-BRANCH NOT = HIGH-VALUES
007520             PERFORM 4300-BRANCH-TOTAL THRU 4300-EXIT
007530         END-IF
007540         MOVE PS-REPORT-BRANCH TO DU-PREV-BRANCH
007550         MOVE ZERO TO DU-BRANCH-PAIR-COUNT
007560         MOVE SPACES TO REPORT-REC
007570         WRITE REPORT-REC
007580         IF PS-REPORT-BRANCH = SPACES
007590             MOVE "---" TO BH-BRANCH
007600         ELSE
007610             MOVE PS-REPORT-BRANCH TO BH-BRANCH
007620         END-IF
007630         MOVE DU-BRANCH-HEADING TO REPORT-REC
007640         WRITE REPORT-REC
007650     END-IF.
007660     ADD 1 TO DU-BRANCH-PAIR-COUNT.
007670
007679     IF PS-SCORE = 100
007688         MOVE "EXACT"    TO DU-CLASS
007697     ELSE
007706         IF PS-SCORE NOT < 90
007715             MOVE "STRONG"   TO DU-CLASS
007724         ELSE
007733             MOVE "POSSIBLE" TO DU-CLASS
007742         END-IF
007751     END-IF.
007760
007770     MOVE SPACES TO REPORT-REC.
007780     WRITE REPORT-REC.
007790     MOVE PS-CUST-ID-A TO PL-CUST-ID.
007800     MOVE PS-NAME-A    TO PL-CUST-NAME.
007810     MOVE PS-BRANCH-A  TO PL-BRANCH.
007820     MOVE PS-SCORE     TO PL-SCORE.
007830     MOVE DU-CLASS     TO PL-CLASS.
007840     MOVE PS-CUST-DOB  TO PL-DOB.
007850     MOVE DU-PAIR-LINE TO REPORT-REC.
007860     WRITE REPORT-REC.
007870     MOVE PS-CUST-ID-B TO PL-CUST-ID.
007880     MOVE PS-NAME-B    TO PL-CUST-NAME.
007890     MOVE PS-BRANCH-B  TO PL-BRANCH.
007900     MOVE ZERO         TO PL-SCORE.
007910     MOVE SPACES       TO PL-CLASS.
007920     MOVE SPACES       TO PL-DOB.
007930     MOVE DU-PAIR-LINE TO REPORT-REC.
007940     WRITE REPORT-REC.
007950
007960     PERFORM 4100-RETURN-PAIR THRU 4100-EXIT.
007970 4200-EXIT.
007980     EXIT.
007990
008000 4300-BRANCH-TOTAL.
008010     MOVE DU-BRANCH-PAIR-COUNT TO DU-COUNT-EDIT.
008020     MOVE SPACES TO DU-SUMMARY-LINE.
008030     STRING "  PAIRS FOR THIS BRANCH  : " DU-COUNT-EDIT
008040         DELIMITED BY SIZE INTO DU-SUMMARY-LINE.
008050     MOVE DU-SUMMARY-LINE TO REPORT-REC.
008060     WRITE REPORT-REC.
008070 4300-EXIT.
008080     EXIT.
008090
008100******************************************************************
008110*    5000-PROCESS-CONFIRMATIONS - TURN EACH CONFIRMED PAIR ON
008120*    THE REVIEW CARDS INTO A CUSTMNT CHANGE FOR THE SURVIVOR AND
008130*    A DELETE FOR THE DUPLICATE.  NO CARD FILE, NO MERGES.
008140******************************************************************
008150 5000-PROCESS-CONFIRMATIONS.
008160     OPEN INPUT CONFIRM-FILE.
008170     IF NOT DU-CONF-FILE-OK
008180         GO TO 5000-EXIT
008190     END-IF.
008200     SET DU-CONF-IS-PRESENT TO TRUE.
008210     OPEN OUTPUT MERGE-TRAN-FILE.
008220
008230     MOVE SPACES TO REPORT-REC.
008240     WRITE REPORT-REC.
008250     MOVE DU-CONFIRM-HEADING TO REPORT-REC.
008260     WRITE REPORT-REC.
008270
008280     PERFORM 5100-PROCESS-ONE-CARD THRU 5100-EXIT
008290         UNTIL CONFIRM-EOF.
008300
008310     CLOSE CONFIRM-FILE.
008320     CLOSE MERGE-TRAN-FILE.
008330 5000-EXIT.
008340     EXIT.
008350
008360 5100-PROCESS-ONE-CARD.
008370     READ CONFIRM-FILE
008380         AT END
008390             SET CONFIRM-EOF TO TRUE
008400             GO TO 5100-EXIT
008410     END-READ.
008420     IF CF-SURVIVOR-ID = SPACES
008430      AND CF-DUPLICATE-ID = SPACES
008440         GO TO 5100-EXIT
008450     END-IF.
008460     ADD 1 TO DU-CARD-COUNT.
008470
008480     PERFORM 5200-EDIT-CARD THRU 5200-EXIT.
008490     IF DU-CARD-IS-VALID
008500         PERFORM 5300-WRITE-MERGE-TRANS THRU 5300-EXIT
008510         MOVE "MERGED"  TO DU-DISPOSITION
008520         ADD 1 TO DU-CONFIRMED-COUNT
008530     ELSE
008540         MOVE "REFUSED" TO DU-DISPOSITION
008550         ADD 1 TO DU-REFUSED-COUNT
008560     END-IF.
008570
008580     MOVE CF-SURVIVOR-ID   TO CL-SURVIVOR-ID.
008590     MOVE CF-DUPLICATE-ID  TO CL-DUPLICATE-ID.
008600     MOVE DU-DISPOSITION   TO CL-DISPOSITION.
008610     MOVE DU-REFUSE-REASON TO CL-REASON.
008620     MOVE DU-CONFIRM-LINE TO REPORT-REC.
008630     WRITE REPORT-REC.
008640 5100-EXIT.
008650     EXIT.
008660
008670******************************************************************
008680*    5200-EDIT-CARD - BOTH CUSTOMERS MUST BE ON THE MASTER WITH
008690*    THE SAME DATE OF BIRTH, AND NEITHER MAY HAVE BEEN MERGED
008700*    AWAY ON AN EARLIER CARD.  THE SURVIVOR IS HELD ASIDE WHILE
008710*    THE DUPLICATE IS READ.
008720******************************************************************
008730 5200-EDIT-CARD.
008740     SET DU-CARD-IS-VALID TO TRUE.
008750     MOVE SPACES TO DU-REFUSE-REASON.
008760
008770     IF CF-SURVIVOR-ID = SPACES
008780      OR CF-DUPLICATE-ID = SPACES
008790         SET DU-CARD-IS-INVALID TO TRUE
008800         MOVE "BOTH CUSTOMER IDS ARE REQUIRED" TO DU-REFUSE-REASON
008810         GO TO 5200-EXIT
008820     END-IF.
008830     IF CF-SURVIVOR-ID = CF-DUPLICATE-ID
008840         SET DU-CARD-IS-INVALID TO TRUE
008850         MOVE "SURVIVOR AND DUPLICATE ARE SAME"
008855             TO DU-REFUSE-REASON
008860         GO TO 5200-EXIT
008870     END-IF.
008880
008890     MOVE CF-SURVIVOR-ID TO DU-COMPARE-A.
008900     PERFORM 5250-CHECK-MERGED THRU 5250-EXIT.
008910     IF NOT DU-ALREADY-MERGED
008920         MOVE CF-DUPLICATE-ID TO DU-COMPARE-A
008930         PERFORM 5250-CHECK-MERGED THRU 5250-EXIT
008940     END-IF.
008950     IF DU-ALREADY-MERGED
008960         SET DU-CARD-IS-INVALID TO TRUE
008970         MOVE "ALREADY MERGED ON AN EARLIER CARD"
008980             TO DU-REFUSE-REASON
008990         GO TO 5200-EXIT
009000     END-IF.
009010
009020     MOVE CF-SURVIVOR-ID TO MST-CUST-ID.
009030     READ CUSTOMER-MASTER.
009040     IF NOT DU-MST-FILE-OK
009050         SET DU-CARD-IS-INVALID TO TRUE
009060         MOVE "SURVIVOR NOT ON MASTER" TO DU-REFUSE-REASON
009070         GO TO 5200-EXIT
009080     END-IF.
009090     MOVE MASTER-REC TO DU-SURVIVOR-REC.
009100
009110     MOVE CF-DUPLICATE-ID TO MST-CUST-ID.
009120     READ CUSTOMER-MASTER.
009130     IF NOT DU-MST-FILE-OK
009140         SET DU-CARD-IS-INVALID TO TRUE
009150         MOVE "DUPLICATE NOT ON MASTER" TO DU-REFUSE-REASON
009160         GO TO 5200-EXIT
009170     END-IF.
009180     IF MST-CUST-DOB NOT = SV-CUST-DOB
009190         SET DU-CARD-IS-INVALID TO TRUE
009200         MOVE "DATES OF BIRTH DIFFER" TO DU-REFUSE-REASON
009210     END-IF.
009220 5200-EXIT.
009230     EXIT.
009240
009250 5250-CHECK-MERGED.
009260     MOVE 'N' TO DU-MERGED-FOUND-SW.
009270     IF DU-MERGED-COUNT = ZERO
009280         GO TO 5250-EXIT
009290     END-IF.
009300     SET DU-MRG-IDX TO 1.
009310     SEARCH DU-MERGED-ENTRY
009320         AT END
009330             CONTINUE
009340         WHEN MG-MERGED-ID (DU-MRG-IDX) = DU-COMPARE-A
009350             SET DU-ALREADY-MERGED TO TRUE
009360     END-SEARCH.
009370 5250-EXIT.
009380     EXIT.
009390
009400******************************************************************
009410*    5300-WRITE-MERGE-TRANS - THE CHANGE RE-STATES THE SURVIVOR
009420*    WITH THE CHOSEN NAME AND BRANCH; THE DELETE REMOVES THE
009430*    DUPLICATE.  BOTH ARE DATED TODAY SO CUSTMNT APPLIES THEM
009440*    ON ITS NEXT RUN.  THE DUPLICATE IS REMEMBERED SO A LATER
009450*    CARD CANNOT MERGE IT, OR INTO IT, AGAIN.
009460******************************************************************
009470 5300-WRITE-MERGE-TRANS.
009480     MOVE SPACES             TO MERGE-TRAN-REC.
009490     MOVE "C"                TO MG-ACTION-CODE.
009500     MOVE SV-CUST-ID         TO MG-CUST-ID.
009510     IF CF-KEEP-DUPLICATE-NAME
009520         MOVE MST-CUST-NAME  TO MG-CUST-NAME
009530     ELSE
009540         MOVE SV-CUST-NAME   TO MG-CUST-NAME
009550     END-IF.
009560     MOVE SV-CUST-DOB        TO MG-CUST-DOB.
009570     MOVE SV-CUST-AGE        TO MG-CUST-AGE.
009580     MOVE CF-SURVIVOR-BRANCH TO MG-SOURCE-BRANCH.
009590     MOVE DU-RUN-DATE        TO MG-EFFECTIVE-DATE.
009600     WRITE MERGE-TRAN-REC.
009610     ADD 1 TO DU-TRAN-WRITTEN-COUNT.
009620
009630     MOVE SPACES             TO MERGE-TRAN-REC.
009640     MOVE "D"                TO MG-ACTION-CODE.
009650     MOVE MST-CUST-ID        TO MG-CUST-ID.
009660     MOVE MST-CUST-NAME      TO MG-CUST-NAME.
009670     MOVE MST-CUST-DOB       TO MG-CUST-DOB.
009680     MOVE MST-CUST-AGE       TO MG-CUST-AGE.
009690     MOVE MST-SOURCE-BRANCH  TO MG-SOURCE-BRANCH.
009700     MOVE DU-RUN-DATE        TO MG-EFFECTIVE-DATE.
009710     WRITE MERGE-TRAN-REC.
009720     ADD 1 TO DU-TRAN-WRITTEN-COUNT.
009730
009740     IF DU-MERGED-COUNT < 200
009750         ADD 1 TO DU-MERGED-COUNT
009760         MOVE MST-CUST-ID TO MG-MERGED-ID (DU-MERGED-COUNT)
009770     END-IF.
009780 5300-EXIT.
009790     EXIT.
009800
009810******************************************************************
009820*    8000-TERMINATE - PRINT THE SWEEP AND MERGE SUMMARY AND
009830*    CLOSE UP.  RETURN CODE 8 WHEN THE MASTER COULD NOT BE
009835*    OPENED OR A READ FAILED PART WAY THROUGH (THE REPORT AND
009840*    ANY MERGE TRANSACTIONS ARE THEN INCOMPLETE), 4 WHEN ANY
009845*    REVIEW CARD WAS REFUSED.
009850******************************************************************
009860 8000-TERMINATE.
009870     MOVE SPACES TO REPORT-REC.
009880     WRITE REPORT-REC.
009890
009900     IF DU-SWEEP-FAILED
009910         MOVE "** SWEEP FAILED - CUSTOMER MASTER NOT OPENED"
009920             TO DU-SUMMARY-LINE
009930         MOVE DU-SUMMARY-LINE TO REPORT-REC
009940         WRITE REPORT-REC
009950         MOVE 8 TO RETURN-CODE
009960         CLOSE REPORT-FILE
009970         GO TO 8000-EXIT
009980     END-IF.
009990
009991     IF DU-MASTER-READ-FAILED
009992         MOVE "** MASTER READ FAILED - FIGURES INCOMPLETE **"
009993             TO REPORT-REC
009994         WRITE REPORT-REC
009995     END-IF.
009996
010000     MOVE DU-MASTER-READ-COUNT TO DU-COUNT-EDIT.
010010     MOVE SPACES TO DU-SUMMARY-LINE.
010020     STRING "CUSTOMERS READ           : " DU-COUNT-EDIT
010030         DELIMITED BY SIZE INTO DU-SUMMARY-LINE.
010040     MOVE DU-SUMMARY-LINE TO REPORT-REC.
010050     WRITE REPORT-REC.
010060
010070     MOVE DU-NO-DOB-COUNT TO DU-COUNT-EDIT.
010080     MOVE SPACES TO DU-SUMMARY-LINE.
010090     STRING "SKIPPED - NO BIRTH DATE  : " DU-COUNT-EDIT
010100         DELIMITED BY SIZE INTO DU-SUMMARY-LINE.
010110     MOVE DU-SUMMARY-LINE TO REPORT-REC.
010120     WRITE REPORT-REC.
010130
010140     MOVE DU-OVERFLOW-COUNT TO DU-COUNT-EDIT.
010150     MOVE SPACES TO DU-SUMMARY-LINE.
010160     STRING "SKIPPED - GROUP OVERFLOW : " DU-COUNT-EDIT
010170         DELIMITED BY SIZE INTO DU-SUMMARY-LINE.
010180     MOVE DU-SUMMARY-LINE TO REPORT-REC.
010190     WRITE REPORT-REC.
010200
010210     MOVE DU-PAIRS-SCORED-COUNT TO DU-COUNT-EDIT.
010220     MOVE SPACES TO DU-SUMMARY-LINE.
010230     STRING "PAIRS COMPARED           : " DU-COUNT-EDIT
010240         DELIMITED BY SIZE INTO DU-SUMMARY-LINE.
010250     MOVE DU-SUMMARY-LINE TO REPORT-REC.
010260     WRITE REPORT-REC.
010270
010280     MOVE DU-EXACT-COUNT TO DU-COUNT-EDIT.
010290     MOVE SPACES TO DU-SUMMARY-LINE.
010300     STRING "EXACT MATCHES            : " DU-COUNT-EDIT
010310         DELIMITED BY SIZE INTO DU-SUMMARY-LINE.
010320     MOVE DU-SUMMARY-LINE TO REPORT-REC.
010330     WRITE REPORT-REC.
010340
010350     MOVE DU-STRONG-COUNT TO DU-COUNT-EDIT.
010360     MOVE SPACES TO DU-SUMMARY-LINE.
010370     STRING "STRONG MATCHES           : " DU-COUNT-EDIT
010380         DELIMITED BY SIZE INTO DU-SUMMARY-LINE.
010390     MOVE DU-SUMMARY-LINE TO REPORT-REC.
010400     WRITE REPORT-REC.
010410
010420     MOVE DU-POSSIBLE-COUNT TO DU-COUNT-EDIT.
010430     MOVE SPACES TO DU-SUMMARY-LINE.
010440     STRING "POSSIBLE MATCHES         : " DU-COUNT-EDIT
010450         DELIMITED BY SIZE INTO DU-SUMMARY-LINE.
010460     MOVE DU-SUMMARY-LINE TO REPORT-REC.
010470     WRITE REPORT-REC.
010480
010490     IF DU-CONF-IS-PRESENT
010500         MOVE DU-CARD-COUNT TO DU-COUNT-EDIT
010510         MOVE SPACES TO DU-SUMMARY-LINE
010520         STRING "REVIEW CARDS READ        : " DU-COUNT-EDIT
010530             DELIMITED BY SIZE INTO DU-SUMMARY-LINE
010540         MOVE DU-SUMMARY-LINE TO REPORT-REC
010550         WRITE REPORT-REC
010560         MOVE DU-CONFIRMED-COUNT TO DU-COUNT-EDIT
010570         MOVE SPACES TO DU-SUMMARY-LINE
010580         STRING "PAIRS MERGED             : " DU-COUNT-EDIT
010590             DELIMITED BY SIZE INTO DU-SUMMARY-LINE
010600         MOVE DU-SUMMARY-LINE TO REPORT-REC
010610         WRITE REPORT-REC
010620         MOVE DU-REFUSED-COUNT TO DU-COUNT-EDIT
010630         MOVE SPACES TO DU-SUMMARY-LINE
010640         STRING "CARDS REFUSED            : " DU-COUNT-EDIT
010650             DELIMITED BY SIZE INTO DU-SUMMARY-LINE
010660         MOVE DU-SUMMARY-LINE TO REPORT-REC
010670         WRITE REPORT-REC
010680         MOVE DU-TRAN-WRITTEN-COUNT TO DU-COUNT-EDIT
010690         MOVE SPACES TO DU-SUMMARY-LINE
010700         STRING "CUSTMNT TRANSACTIONS     : " DU-COUNT-EDIT
010710             DELIMITED BY SIZE INTO DU-SUMMARY-LINE
010720         MOVE DU-SUMMARY-LINE TO REPORT-REC
010730         WRITE REPORT-REC
010740     END-IF.
010750
010760     IF DU-MASTER-READ-FAILED
010765         MOVE 8 TO RETURN-CODE
010770     ELSE
010775         IF DU-REFUSED-COUNT > ZERO
010780             MOVE 4 TO RETURN-CODE
010785         ELSE
010790             MOVE 0 TO RETURN-CODE
010795         END-IF
010800     END-IF.
010810
010820     CLOSE CUSTOMER-MASTER.
010830     CLOSE REPORT-FILE.
010840 8000-EXIT.
010850     EXIT.
