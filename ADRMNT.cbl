000010******************************************************************
000020*    PROGRAM-ID.  ADRMNT
000030*
000040*    CUSTOMER ADDRESS AND CONTACT MAINTENANCE.  APPLIES THE
000050*    DAILY FILE OF ADDRESS MAINTENANCE TRANSACTIONS AGAINST THE
000060*    INDEXED ADDRESS FILE, KEYED ON THE SAME CUSTOMER ID AS THE
000070*    CUSTOMER MASTER, THE WAY CUSTMNT MAINTAINS THE MASTER.
000080*    EVERY TRANSACTION, APPLIED OR REFUSED, IS PRINTED ON AN
000090*    UPDATE REGISTER WITH A REASON.
000100*
000110*    BESIDES ADD, CHANGE AND DELETE, THE MAILROOM CAN FLAG AN
000120*    ADDRESS AS RETURNED MAIL (R) WHEN A LETTER COMES BACK
000130*    UNDELIVERED, AND CLEAR THE FLAG AGAIN (U).  BANDLTR HOLDS
000140*    A CUSTOMER WITH NO ADDRESS, OR A RETURNED-MAIL ADDRESS,
000150*    OFF THE LETTER RUN.  A CHANGE THAT SUPPLIES A NEW ADDRESS
000160*    CLEARS THE RETURNED-MAIL FLAG, SINCE THE OLD ADDRESS IS
000170*    WHAT FAILED.
000180*
000190*    AN ADDRESS CAN ONLY BE ADDED FOR A CUSTOMER ON THE CUSTOMER
000200*    MASTER, SO THE STEP RUNS AFTER CUSTMNT.  MAY BE RUN
000210*    STANDALONE OR CALLED BY THE DAILYRUN DRIVER, WHICH PASSES
000220*    DOWN THE SHARED JOB RUN-DATE.
000230*
000240*    MAINTENANCE TRANSACTION (ADRTRN, 250 BYTES):
000250*      COL   1      ACTION  A = ADD      C = CHANGE  D = DELETE
000260*                           R = RETURNED MAIL
000270*                           U = UNFLAG RETURNED MAIL
000280*      COLS  2-11   CUSTOMER ID
000290*      COLS 12-151  ADDRESS: THREE LINES, TOWN OR CITY, REGION,
000300*                   POSTCODE (AS CUSTADR).  ON A CHANGE, A BLANK
000310*                   FIRST LINE LEAVES THE ADDRESS AS IT IS.
000320*      COLS 152-206 PHONE AND E-MAIL (ON A CHANGE, BLANK = KEEP)
000330*      COLS 207-209 SOURCE BRANCH
000340*      COLS 210-217 DATE THE MAIL CAME BACK (R ONLY, BLANK = RUN
000350*                   DATE)
000360*
000370*    RETURN CODE 0 WHEN EVERYTHING APPLIED, 4 WHEN ANY
000380*    TRANSACTION WAS REFUSED, 16 WHEN THE ADDRESS FILE CANNOT BE
000390*    OPENED FOR UPDATE.
000400*
000410*    MODIFICATION HISTORY
000420*    ------------------------------------------------------------
000430*    2026-10-15  RTM  ORIGINAL - ADDRESS AND CONTACT MAINTENANCE,
000440*                      RETURNED-MAIL FLAG AND UPDATE REGISTER.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.     ADRMNT.
000480 AUTHOR.         R T MORALES.
000490 INSTALLATION.   MEMBERSHIP SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000510 DATE-COMPILED.
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. GENERIC.
000550 OBJECT-COMPUTER. GENERIC.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT ADDR-TRAN-FILE   ASSIGN TO "ADRTRN"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS AM-TRN-FILE-STATUS.
000610
000620     SELECT ADDRESS-FILE     ASSIGN TO "CUSTADR"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS ADR-CUST-ID
000660         FILE STATUS IS AM-ADR-FILE-STATUS.
000670
000680     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMST"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS MST-CUST-ID
000720         FILE STATUS IS AM-MST-FILE-STATUS.
000730
000740     SELECT REGISTER-FILE    ASSIGN TO "ADRREG"
000750         ORGANIZATION IS SEQUENTIAL.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  ADDR-TRAN-FILE
000790     RECORD CONTAINS 250 CHARACTERS
000800     LABEL RECORDS ARE STANDARD.
000810 01  ADDR-TRAN-REC.
000820     05  AT-ACTION-CODE           PIC X(01).
000830         88  AT-ACTION-ADD                   VALUE "A".
000840         88  AT-ACTION-CHANGE                VALUE "C".
000850         88  AT-ACTION-DELETE                VALUE "D".
000860         88  AT-ACTION-RETURNED              VALUE "R".
000870         88  AT-ACTION-UNFLAG                VALUE "U".
000880     05  AT-CUST-ID               PIC X(10).
000890     05  AT-ADDRESS.
000900         10  AT-LINE-1            PIC X(30).
000910         10  AT-LINE-2            PIC X(30).
000920         10  AT-LINE-3            PIC X(30).
000930         10  AT-CITY              PIC X(25).
000940         10  AT-REGION            PIC X(15).
000950         10  AT-POSTCODE          PIC X(10).
000960     05  AT-PHONE                 PIC X(15).
000970     05  AT-EMAIL                 PIC X(40).
000980     05  AT-SOURCE-BRANCH         PIC X(03).
000990     05  AT-RETURNED-DATE         PIC 9(08).
001000     05  FILLER                   PIC X(33).
001010
001020 FD  ADDRESS-FILE
001030     RECORD CONTAINS 250 CHARACTERS
001040     LABEL RECORDS ARE STANDARD.
001050 COPY CUSTADR.
001060
001070 FD  CUSTOMER-MASTER
001080     RECORD CONTAINS 50 CHARACTERS
001090     LABEL RECORDS ARE STANDARD.
001100 01  MASTER-REC.
001110     05  MST-CUST-ID              PIC X(10).
001120     05  MST-CUST-NAME            PIC X(20).
001130     05  MST-CUST-DOB             PIC 9(08).
001140     05  MST-CUST-AGE             PIC 9(02).
001150     05  MST-SOURCE-BRANCH        PIC X(03).
001160     05  FILLER                   PIC X(07).
001170
001180 FD  REGISTER-FILE
001190     RECORD CONTAINS 80 CHARACTERS
001200     LABEL RECORDS ARE STANDARD.
001210 01  REGISTER-REC                 PIC X(80).
001220
001230 WORKING-STORAGE SECTION.
001240 77  AM-EOF-TRAN-SW               PIC X(01) VALUE 'N'.
001250     88  ADDR-TRAN-EOF                       VALUE 'Y'.
001260 77  AM-TRAN-VALID-SW             PIC X(01) VALUE 'Y'.
001270     88  AM-TRAN-IS-VALID                    VALUE 'Y'.
001280     88  AM-TRAN-IS-INVALID                  VALUE 'N'.
001290 77  AM-MASTER-ABSENT-SW          PIC X(01) VALUE 'N'.
001300     88  AM-MASTER-IS-ABSENT                 VALUE 'Y'.
001310 77  AM-TRAN-OPENED-SW            PIC X(01) VALUE 'N'.
001320     88  AM-TRAN-WAS-OPENED                  VALUE 'Y'.
001330
001340 77  AM-TRN-FILE-STATUS           PIC X(02) VALUE SPACES.
001350     88  AM-TRN-FILE-OK                      VALUE "00".
001360     88  AM-TRN-FILE-NOT-FOUND               VALUE "35".
001370 77  AM-ADR-FILE-STATUS           PIC X(02) VALUE SPACES.
001380     88  AM-ADR-FILE-OK                      VALUE "00".
001390     88  AM-ADR-FILE-NOT-FOUND               VALUE "35".
001400     88  AM-ADR-DUPLICATE-KEY                VALUE "22".
001410     88  AM-ADR-KEY-NOT-FOUND                VALUE "23".
001420 77  AM-MST-FILE-STATUS           PIC X(02) VALUE SPACES.
001430     88  AM-MST-FILE-OK                      VALUE "00".
001440
001450 77  AM-TRAN-READ-COUNT           PIC 9(06) COMP VALUE ZERO.
001460 77  AM-APPLIED-COUNT             PIC 9(06) COMP VALUE ZERO.
001470 77  AM-REFUSED-COUNT             PIC 9(06) COMP VALUE ZERO.
001480 77  AM-RETURNED-COUNT            PIC 9(06) COMP VALUE ZERO.
001490 77  AM-UNFLAGGED-COUNT           PIC 9(06) COMP VALUE ZERO.
001500
001510 77  AM-DISPOSITION               PIC X(08) VALUE SPACES.
001520 77  AM-REFUSE-REASON             PIC X(30) VALUE SPACES.
001530 77  AM-REGISTER-ADDRESS          PIC X(30) VALUE SPACES.
001540 77  AM-RUN-DATE                  PIC 9(08) VALUE ZERO.
001550
001560 01  AM-REGISTER-HEADING-1.
001570     05  FILLER          PIC X(20) VALUE "ADRMNT ADDRESS MAINT".
001580     05  FILLER          PIC X(17) VALUE " UPDATE REGISTER ".
001590     05  FILLER          PIC X(09) VALUE "RUN DATE:".
001600     05  RH-RUN-DATE     PIC 9(08).
001610     05  FILLER          PIC X(26) VALUE SPACES.
001620
001630 01  AM-REGISTER-HEADING-2.
001640     05  FILLER          PIC X(04) VALUE "ACT ".
001650     05  FILLER          PIC X(11) VALUE "CUST ID    ".
001660     05  FILLER          PIC X(21) VALUE "ADDRESS              ".
001670     05  FILLER          PIC X(09) VALUE "DISP     ".
001680     05  FILLER          PIC X(30) VALUE "REASON".
001690     05  FILLER          PIC X(05) VALUE "BRN  ".
001700
001710 01  AM-REGISTER-LINE.
001720     05  RG-ACTION       PIC X(01).
001730     05  FILLER          PIC X(03) VALUE SPACES.
001740     05  RG-CUST-ID      PIC X(10).
001750     05  FILLER          PIC X(01) VALUE SPACES.
001760     05  RG-ADDRESS      PIC X(20).
001770     05  FILLER          PIC X(01) VALUE SPACES.
001780     05  RG-DISPOSITION  PIC X(08).
001790     05  FILLER          PIC X(01) VALUE SPACES.
001800     05  RG-REASON       PIC X(30).
001810     05  RG-BRANCH       PIC X(03).
001820     05  FILLER          PIC X(02) VALUE SPACES.
001830
001840 01  AM-SUMMARY-LINE              PIC X(80) VALUE SPACES.
001850
001860 01  AM-COUNT-EDIT                PIC ZZZ,ZZ9.
001870
001880 LINKAGE SECTION.
001890 COPY RUNPARM.
001900
001910 PROCEDURE DIVISION USING OPTIONAL DL-RUN-PARAMETERS.
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001940     PERFORM 2000-PROCESS-ADDR-TRAN THRU 2000-EXIT
001950         UNTIL ADDR-TRAN-EOF.
001960     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001970     GOBACK.
001980
001990******************************************************************
002000*    1000-INITIALIZE - ESTABLISH THE RUN DATE, OPEN THE FILES,
002010*    PRINT THE REGISTER HEADINGS AND PRIME THE TRANSACTION
002020*    READ-AHEAD.  NO TRANSACTION FILE SIMPLY MEANS NO ADDRESS
002030*    MAINTENANCE TONIGHT.  WITHOUT THE CUSTOMER MASTER, ADDS ARE
002040*    REFUSED BUT THE REST STILL APPLY.
002050******************************************************************
002060 1000-INITIALIZE.
002070     IF ADDRESS OF DL-RUN-PARAMETERS = NULL
002080         ACCEPT AM-RUN-DATE FROM DATE YYYYMMDD
002090     ELSE
002100         MOVE DL-RUN-DATE TO AM-RUN-DATE
002110     END-IF.
002120
002130     OPEN OUTPUT REGISTER-FILE.
002140     PERFORM 1100-OPEN-ADDRESS-FILE THRU 1100-EXIT.
002150
002160     OPEN INPUT CUSTOMER-MASTER.
002170     IF NOT AM-MST-FILE-OK
002180         SET AM-MASTER-IS-ABSENT TO TRUE
002190         DISPLAY "ADRMNT - CANNOT OPEN CUSTOMER MASTER, STATUS "
002200             AM-MST-FILE-STATUS
002210     END-IF.
002220
002230     MOVE AM-RUN-DATE TO RH-RUN-DATE.
002240     MOVE AM-REGISTER-HEADING-1 TO REGISTER-REC.
002250     WRITE REGISTER-REC.
002260     MOVE AM-REGISTER-HEADING-2 TO REGISTER-REC.
002270     WRITE REGISTER-REC.
002280
002290     OPEN INPUT ADDR-TRAN-FILE.
002300     IF NOT AM-TRN-FILE-OK
002310         IF NOT AM-TRN-FILE-NOT-FOUND
002320             DISPLAY "ADRMNT - ADRTRN OPEN FAILED, STATUS "
002330                 AM-TRN-FILE-STATUS
002340         END-IF
002350         SET ADDR-TRAN-EOF TO TRUE
002360         GO TO 1000-EXIT
002370     END-IF.
002380     SET AM-TRAN-WAS-OPENED TO TRUE.
002390     PERFORM 2100-READ-ADDR-TRAN THRU 2100-EXIT.
002400 1000-EXIT.
002410     EXIT.
002420
002430******************************************************************
002440*    1100-OPEN-ADDRESS-FILE - OPEN THE INDEXED ADDRESS FILE FOR
002450*    UPDATE, CREATING IT EMPTY FIRST ON THE INITIAL RUN WHEN NO
002460*    FILE EXISTS YET.  ANY OTHER OPEN FAILURE IS FATAL.
002470******************************************************************
002480 1100-OPEN-ADDRESS-FILE.
002490     OPEN I-O ADDRESS-FILE.
002500     IF AM-ADR-FILE-NOT-FOUND
002510         OPEN OUTPUT ADDRESS-FILE
002520         CLOSE ADDRESS-FILE
002530         OPEN I-O ADDRESS-FILE
002540     END-IF.
002550     IF NOT AM-ADR-FILE-OK
002560         DISPLAY "ADRMNT - CANNOT OPEN ADDRESS FILE, STATUS "
002570             AM-ADR-FILE-STATUS
002580         MOVE 16 TO RETURN-CODE
002590         IF ADDRESS OF DL-RUN-PARAMETERS NOT = NULL
002600             MOVE 16 TO DL-STEP-RETURN-CODE
002610         END-IF
002620         GOBACK
002630     END-IF.
002640 1100-EXIT.
002650     EXIT.
002660
002670******************************************************************
002680*    2000-PROCESS-ADDR-TRAN - EDIT AND APPLY ONE ADDRESS
002690*    TRANSACTION, PRINT THE REGISTER LINE, THEN READ AHEAD.
002700******************************************************************
002710 2000-PROCESS-ADDR-TRAN.
002720     ADD 1 TO AM-TRAN-READ-COUNT.
002730     MOVE AT-LINE-1 TO AM-REGISTER-ADDRESS.
002740     PERFORM 3000-EDIT-ADDR-TRAN THRU 3000-EXIT.
002750     IF AM-TRAN-IS-VALID
002760         IF AT-ACTION-ADD
002770             PERFORM 3100-APPLY-ADD THRU 3100-EXIT
002780         END-IF
002790         IF AT-ACTION-CHANGE
002800             PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
002810         END-IF
002820         IF AT-ACTION-DELETE
002830             PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
002840         END-IF
002850         IF AT-ACTION-RETURNED
002860             PERFORM 3400-APPLY-RETURNED THRU 3400-EXIT
002870         END-IF
002880         IF AT-ACTION-UNFLAG
002890             PERFORM 3500-APPLY-UNFLAG THRU 3500-EXIT
002900         END-IF
002910     ELSE
002920         MOVE "REFUSED" TO AM-DISPOSITION
002930         ADD 1 TO AM-REFUSED-COUNT
002940     END-IF.
002950     PERFORM 4000-WRITE-REGISTER-LINE THRU 4000-EXIT.
002960     PERFORM 2100-READ-ADDR-TRAN THRU 2100-EXIT.
002970 2000-EXIT.
002980     EXIT.
002990
003000******************************************************************
003010*    2100-READ-ADDR-TRAN - READ-AHEAD LOGIC FOR THE MAIN LOOP.
003020******************************************************************
003030 2100-READ-ADDR-TRAN.
003040     READ ADDR-TRAN-FILE
003050         AT END
003060             SET ADDR-TRAN-EOF TO TRUE
003070     END-READ.
003080 2100-EXIT.
003090     EXIT.
003100
003110******************************************************************
003120*    3000-EDIT-ADDR-TRAN - VALIDATE AN ADDRESS TRANSACTION
003130*    BEFORE IT IS ALLOWED TO TOUCH THE ADDRESS FILE.  A NEW
003140*    ADDRESS MUST HAVE A FIRST LINE, A TOWN OR CITY AND A
003150*    POSTCODE, SO NOTHING UNMAILABLE IS STORED.
003160******************************************************************
003170 3000-EDIT-ADDR-TRAN.
003180     SET AM-TRAN-IS-VALID TO TRUE.
003190     MOVE SPACES TO AM-REFUSE-REASON.
003200
003210     IF NOT AT-ACTION-ADD
003220        AND NOT AT-ACTION-CHANGE
003230        AND NOT AT-ACTION-DELETE
003240        AND NOT AT-ACTION-RETURNED
003250        AND NOT AT-ACTION-UNFLAG
003260         SET AM-TRAN-IS-INVALID TO TRUE
003270         MOVE "ACTION CODE NOT A, C, D, R OR U"
003275             TO AM-REFUSE-REASON
003280     END-IF.
003290
003300     IF AM-TRAN-IS-VALID AND AT-CUST-ID = SPACES
003310         SET AM-TRAN-IS-INVALID TO TRUE
003320         MOVE "MISSING CUSTOMER ID" TO AM-REFUSE-REASON
003330     END-IF.
003340
003350     IF AM-TRAN-IS-VALID AND AT-ACTION-CHANGE
003360      AND AT-LINE-1 = SPACES
003370         IF AT-PHONE = SPACES AND AT-EMAIL = SPACES
003380             SET AM-TRAN-IS-INVALID TO TRUE
003390             MOVE "NOTHING TO CHANGE" TO AM-REFUSE-REASON
003400         END-IF
003410         GO TO 3000-EXIT
003420     END-IF.
003430
003440     IF AM-TRAN-IS-VALID
003450      AND (AT-ACTION-ADD OR AT-ACTION-CHANGE)
003460         IF AT-LINE-1 = SPACES
003470             SET AM-TRAN-IS-INVALID TO TRUE
003480             MOVE "MISSING ADDRESS LINE 1" TO AM-REFUSE-REASON
003490         END-IF
003500         IF AM-TRAN-IS-VALID AND AT-CITY = SPACES
003510             SET AM-TRAN-IS-INVALID TO TRUE
003520             MOVE "MISSING TOWN OR CITY" TO AM-REFUSE-REASON
003530         END-IF
003540         IF AM-TRAN-IS-VALID AND AT-POSTCODE = SPACES
003550             SET AM-TRAN-IS-INVALID TO TRUE
003560             MOVE "MISSING POSTCODE" TO AM-REFUSE-REASON
003570         END-IF
003580     END-IF.
003590 3000-EXIT.
003600     EXIT.
003610
003620******************************************************************
003630*    3100-APPLY-ADD - ADD A NEW ADDRESS.  THE CUSTOMER MUST BE ON
003640*    THE CUSTOMER MASTER, AND AN ADDRESS ALREADY ON FILE IS
003650*    REFUSED, NOT OVERLAID.
003660******************************************************************
003670 3100-APPLY-ADD.
003680     IF AM-MASTER-IS-ABSENT
003690         MOVE "REFUSED" TO AM-DISPOSITION
003700         MOVE "CUSTOMER MASTER NOT AVAILABLE" TO AM-REFUSE-REASON
003710         ADD 1 TO AM-REFUSED-COUNT
003720         GO TO 3100-EXIT
003730     END-IF.
003740     MOVE AT-CUST-ID TO MST-CUST-ID.
003750     READ CUSTOMER-MASTER.
003760     IF NOT AM-MST-FILE-OK
003770         MOVE "REFUSED" TO AM-DISPOSITION
003780         MOVE "CUSTOMER NOT ON MASTER" TO AM-REFUSE-REASON
003790         ADD 1 TO AM-REFUSED-COUNT
003800         GO TO 3100-EXIT
003810     END-IF.
003820
003830     MOVE SPACES           TO ADDRESS-REC.
003840     MOVE AT-CUST-ID       TO ADR-CUST-ID.
003850     MOVE AT-ADDRESS       TO ADR-ADDRESS.
003860     MOVE AT-PHONE         TO ADR-PHONE.
003870     MOVE AT-EMAIL         TO ADR-EMAIL.
003880     SET ADR-MAIL-DELIVERABLE TO TRUE.
003890     MOVE ZERO             TO ADR-RETURNED-DATE.
003900     MOVE AM-RUN-DATE      TO ADR-LAST-UPDATED.
003910     MOVE AT-SOURCE-BRANCH TO ADR-SOURCE-BRANCH.
003920     WRITE ADDRESS-REC.
003930     IF AM-ADR-DUPLICATE-KEY
003940         MOVE "REFUSED" TO AM-DISPOSITION
003950         MOVE "ADDRESS ALREADY ON FILE" TO AM-REFUSE-REASON
003960         ADD 1 TO AM-REFUSED-COUNT
003970     ELSE
003980         IF AM-ADR-FILE-OK
003990             MOVE "APPLIED" TO AM-DISPOSITION
004000             ADD 1 TO AM-APPLIED-COUNT
004010         ELSE
004020             MOVE "REFUSED" TO AM-DISPOSITION
004030             MOVE "ADDRESS FILE WRITE ERROR" TO AM-REFUSE-REASON
004040             ADD 1 TO AM-REFUSED-COUNT
004050         END-IF
004060     END-IF.
004070 3100-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110*    3200-APPLY-CHANGE - REWRITE AN EXISTING ADDRESS IN PLACE.
004120*    A NEW FIRST LINE REPLACES THE WHOLE ADDRESS AND CLEARS ANY
004130*    RETURNED-MAIL FLAG; PHONE AND E-MAIL ARE REPLACED ONLY
004140*    WHEN SUPPLIED.  AN ADDRESS NOT ON FILE IS REFUSED.
004150******************************************************************
004160 3200-APPLY-CHANGE.
004170     MOVE AT-CUST-ID TO ADR-CUST-ID.
004180     READ ADDRESS-FILE.
004190     IF NOT AM-ADR-FILE-OK
004200         MOVE "REFUSED" TO AM-DISPOSITION
004210         MOVE "NO ADDRESS ON FILE" TO AM-REFUSE-REASON
004220         ADD 1 TO AM-REFUSED-COUNT
004230         GO TO 3200-EXIT
004240     END-IF.
004250
004260     IF AT-LINE-1 NOT = SPACES
004270         MOVE AT-ADDRESS TO ADR-ADDRESS
004280         IF ADR-MAIL-RETURNED
004290             SET ADR-MAIL-DELIVERABLE TO TRUE
004300             MOVE ZERO TO ADR-RETURNED-DATE
004310             MOVE "RETURNED-MAIL FLAG CLEARED"
004320                 TO AM-REFUSE-REASON
004330             ADD 1 TO AM-UNFLAGGED-COUNT
004340         END-IF
004350     END-IF.
004360     IF AT-PHONE NOT = SPACES
004370         MOVE AT-PHONE TO ADR-PHONE
004380     END-IF.
004390     IF AT-EMAIL NOT = SPACES
004400         MOVE AT-EMAIL TO ADR-EMAIL
004410     END-IF.
004420     MOVE AM-RUN-DATE TO ADR-LAST-UPDATED.
004430     IF AT-SOURCE-BRANCH NOT = SPACES
004440         MOVE AT-SOURCE-BRANCH TO ADR-SOURCE-BRANCH
004450     END-IF.
004460     MOVE ADR-LINE-1 TO AM-REGISTER-ADDRESS.
004470     REWRITE ADDRESS-REC.
004480     IF AM-ADR-FILE-OK
004490         MOVE "APPLIED" TO AM-DISPOSITION
004500         ADD 1 TO AM-APPLIED-COUNT
004510     ELSE
004520         MOVE "REFUSED" TO AM-DISPOSITION
004530         MOVE "ADDRESS FILE REWRITE ERROR" TO AM-REFUSE-REASON
004540         ADD 1 TO AM-REFUSED-COUNT
004550     END-IF.
004560 3200-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600*    3300-APPLY-DELETE - REMOVE A CUSTOMER'S ADDRESS.  AN
004610*    ADDRESS NOT ON FILE IS REFUSED.
004620******************************************************************
004630 3300-APPLY-DELETE.
004640     MOVE AT-CUST-ID TO ADR-CUST-ID.
004650     READ ADDRESS-FILE.
004660     IF NOT AM-ADR-FILE-OK
004670         MOVE "REFUSED" TO AM-DISPOSITION
004680         MOVE "NO ADDRESS ON FILE" TO AM-REFUSE-REASON
004690         ADD 1 TO AM-REFUSED-COUNT
004700         GO TO 3300-EXIT
004710     END-IF.
004720     MOVE ADR-LINE-1 TO AM-REGISTER-ADDRESS.
004730     DELETE ADDRESS-FILE RECORD.
004740     IF AM-ADR-FILE-OK
004750         MOVE "APPLIED" TO AM-DISPOSITION
004760         ADD 1 TO AM-APPLIED-COUNT
004770     ELSE
004780         MOVE "REFUSED" TO AM-DISPOSITION
004790         MOVE "ADDRESS FILE DELETE ERROR" TO AM-REFUSE-REASON
004800         ADD 1 TO AM-REFUSED-COUNT
004810     END-IF.
004820 3300-EXIT.
004830     EXIT.
004840
004850******************************************************************
004860*    3400-APPLY-RETURNED - FLAG AN ADDRESS AS RETURNED MAIL,
004870*    DATED WITH THE DATE ON THE TRANSACTION OR, FAILING THAT,
004880*    THE RUN DATE.  AN ADDRESS ALREADY FLAGGED KEEPS ITS
004890*    ORIGINAL DATE AND THE TRANSACTION IS REFUSED.
004900******************************************************************
004910 3400-APPLY-RETURNED.
004920     MOVE AT-CUST-ID TO ADR-CUST-ID.
004930     READ ADDRESS-FILE.
004940     IF NOT AM-ADR-FILE-OK
004950         MOVE "REFUSED" TO AM-DISPOSITION
004960         MOVE "NO ADDRESS ON FILE" TO AM-REFUSE-REASON
004970         ADD 1 TO AM-REFUSED-COUNT
004980         GO TO 3400-EXIT
004990     END-IF.
005000     MOVE ADR-LINE-1 TO AM-REGISTER-ADDRESS.
005010     IF ADR-MAIL-RETURNED
005020         MOVE "REFUSED" TO AM-DISPOSITION
005030         MOVE "ALREADY FLAGGED RETURNED MAIL" TO AM-REFUSE-REASON
005040         ADD 1 TO AM-REFUSED-COUNT
005050         GO TO 3400-EXIT
005060     END-IF.
005070
005080     SET ADR-MAIL-RETURNED TO TRUE.
005090     IF AT-RETURNED-DATE NUMERIC
005100      AND AT-RETURNED-DATE > ZERO
005110      AND AT-RETURNED-DATE NOT > AM-RUN-DATE
005120         MOVE AT-RETURNED-DATE TO ADR-RETURNED-DATE
005130     ELSE
005140         MOVE AM-RUN-DATE      TO ADR-RETURNED-DATE
005150     END-IF.
005160     MOVE AM-RUN-DATE TO ADR-LAST-UPDATED.
005170     REWRITE ADDRESS-REC.
005180     IF AM-ADR-FILE-OK
005190         MOVE "APPLIED" TO AM-DISPOSITION
005200         STRING "RETURNED MAIL " ADR-RETURNED-DATE
005210             DELIMITED BY SIZE INTO AM-REFUSE-REASON
005220         ADD 1 TO AM-APPLIED-COUNT
005230         ADD 1 TO AM-RETURNED-COUNT
005240     ELSE
005250         MOVE "REFUSED" TO AM-DISPOSITION
005260         MOVE "ADDRESS FILE REWRITE ERROR" TO AM-REFUSE-REASON
005270         ADD 1 TO AM-REFUSED-COUNT
005280     END-IF.
005290 3400-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330*    3500-APPLY-UNFLAG - CLEAR THE RETURNED-MAIL FLAG, E.G. WHEN
005340*    THE CUSTOMER CONFIRMS THE ADDRESS IS GOOD AFTER ALL.
005350******************************************************************
005360 3500-APPLY-UNFLAG.
005370     MOVE AT-CUST-ID TO ADR-CUST-ID.
005380     READ ADDRESS-FILE.
005390     IF NOT AM-ADR-FILE-OK
005400         MOVE "REFUSED" TO AM-DISPOSITION
005410         MOVE "NO ADDRESS ON FILE" TO AM-REFUSE-REASON
005420         ADD 1 TO AM-REFUSED-COUNT
005430         GO TO 3500-EXIT
005440     END-IF.
005450     MOVE ADR-LINE-1 TO AM-REGISTER-ADDRESS.
005460     IF NOT ADR-MAIL-RETURNED
005470         MOVE "REFUSED" TO AM-DISPOSITION
005480         MOVE "NOT FLAGGED RETURNED MAIL" TO AM-REFUSE-REASON
005490         ADD 1 TO AM-REFUSED-COUNT
005500         GO TO 3500-EXIT
005510     END-IF.
005520
005530     SET ADR-MAIL-DELIVERABLE TO TRUE.
005540     MOVE ZERO        TO ADR-RETURNED-DATE.
005550     MOVE AM-RUN-DATE TO ADR-LAST-UPDATED.
005560     REWRITE ADDRESS-REC.
005570     IF AM-ADR-FILE-OK
005580         MOVE "APPLIED" TO AM-DISPOSITION
005590         MOVE "RETURNED-MAIL FLAG CLEARED" TO AM-REFUSE-REASON
005600         ADD 1 TO AM-APPLIED-COUNT
005610         ADD 1 TO AM-UNFLAGGED-COUNT
005620     ELSE
005630         MOVE "REFUSED" TO AM-DISPOSITION
005640         MOVE "ADDRESS FILE REWRITE ERROR" TO AM-REFUSE-REASON
005650         ADD 1 TO AM-REFUSED-COUNT
005660     END-IF.
005670 3500-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710*    4000-WRITE-REGISTER-LINE - PRINT ONE UPDATE-REGISTER LINE
005720*    FOR THIS TRANSACTION, APPLIED OR REFUSED.
005730******************************************************************
005740 4000-WRITE-REGISTER-LINE.
005750     MOVE AT-ACTION-CODE      TO RG-ACTION.
005760     MOVE AT-CUST-ID          TO RG-CUST-ID.
005770     MOVE AM-REGISTER-ADDRESS TO RG-ADDRESS.
005780     MOVE AM-DISPOSITION      TO RG-DISPOSITION.
005790     MOVE AM-REFUSE-REASON    TO RG-REASON.
005800     MOVE AT-SOURCE-BRANCH    TO RG-BRANCH.
005810     MOVE AM-REGISTER-LINE    TO REGISTER-REC.
005820     WRITE REGISTER-REC.
005830 4000-EXIT.
005840     EXIT.
005850
005860******************************************************************
005870*    8000-TERMINATE - PRINT THE END-OF-RUN SUMMARY COUNTS, SET
005880*    THE RETURN CODE AND CLOSE ALL FILES.
005890******************************************************************
005900 8000-TERMINATE.
005910     MOVE SPACES TO REGISTER-REC.
005920     WRITE REGISTER-REC.
005930
005940     MOVE AM-TRAN-READ-COUNT TO AM-COUNT-EDIT.
005950     MOVE SPACES TO AM-SUMMARY-LINE.
005960     STRING "TRANSACTIONS READ       : " AM-COUNT-EDIT
005970         DELIMITED BY SIZE INTO AM-SUMMARY-LINE.
005980     MOVE AM-SUMMARY-LINE TO REGISTER-REC.
005990     WRITE REGISTER-REC.
006000
006010     MOVE AM-APPLIED-COUNT TO AM-COUNT-EDIT.
006020     MOVE SPACES TO AM-SUMMARY-LINE.
006030     STRING "TRANSACTIONS APPLIED    : " AM-COUNT-EDIT
006040         DELIMITED BY SIZE INTO AM-SUMMARY-LINE.
006050     MOVE AM-SUMMARY-LINE TO REGISTER-REC.
006060     WRITE REGISTER-REC.
006070
006080     MOVE AM-RETURNED-COUNT TO AM-COUNT-EDIT.
006090     MOVE SPACES TO AM-SUMMARY-LINE.
006100     STRING "FLAGGED RETURNED MAIL   : " AM-COUNT-EDIT
006110         DELIMITED BY SIZE INTO AM-SUMMARY-LINE.
006120     MOVE AM-SUMMARY-LINE TO REGISTER-REC.
006130     WRITE REGISTER-REC.
006140
006150     MOVE AM-UNFLAGGED-COUNT TO AM-COUNT-EDIT.
006160     MOVE SPACES TO AM-SUMMARY-LINE.
006170     STRING "RETURNED FLAG CLEARED   : " AM-COUNT-EDIT
006180         DELIMITED BY SIZE INTO AM-SUMMARY-LINE.
006190     MOVE AM-SUMMARY-LINE TO REGISTER-REC.
006200     WRITE REGISTER-REC.
006210
006220     MOVE AM-REFUSED-COUNT TO AM-COUNT-EDIT.
006230     MOVE SPACES TO AM-SUMMARY-LINE.
006240     STRING "TRANSACTIONS REFUSED    : " AM-COUNT-EDIT
006250         DELIMITED BY SIZE INTO AM-SUMMARY-LINE.
006260     MOVE AM-SUMMARY-LINE TO REGISTER-REC.
006270     WRITE REGISTER-REC.
006280
006290     IF AM-REFUSED-COUNT > ZERO
006300         MOVE 4 TO RETURN-CODE
006310     ELSE
006320         MOVE 0 TO RETURN-CODE
006330     END-IF.
006340     IF ADDRESS OF DL-RUN-PARAMETERS NOT = NULL
006350         MOVE RETURN-CODE TO DL-STEP-RETURN-CODE
006360     END-IF.
006370
006380     IF AM-TRAN-WAS-OPENED
006390         CLOSE ADDR-TRAN-FILE
006400     END-IF.
006410     IF NOT AM-MASTER-IS-ABSENT
006420         CLOSE CUSTOMER-MASTER
006430     END-IF.
006440     CLOSE ADDRESS-FILE
006450     CLOSE REGISTER-FILE.
006460 8000-EXIT.
006470     EXIT.
