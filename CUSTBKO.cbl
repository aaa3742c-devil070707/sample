000010******************************************************************
000020*    PROGRAM-ID.  CUSTBKO
000030*
000040*    CUSTOMER MASTER BACK-OUT.  PUTS THE INDEXED CUSTOMER MASTER
000050*    BACK THE WAY IT WAS BEFORE A CHOSEN NIGHT'S UPDATES, USING
000060*    THE BEFORE/AFTER-IMAGE RECORDS CUSTMNT AND AGEROLL APPEND
000070*    TO THE CUSTJNL UPDATE JOURNAL, SO A BAD TRANSACTION FILE OR
000080*    A RUN THAT FAILED HALFWAY NO LONGER MEANS RESTORING A FULL
000090*    COPY OF THE MASTER.  EVERY ADD, CHANGE, DELETE AND AGE ROLL
000100*    JOURNALLED FOR THE RUN DATE (OR, WHEN A CUSTOMER IS GIVEN,
000110*    FOR THAT ONE CUSTOMER ON THAT RUN DATE) IS REVERSED, LATEST
000120*    FIRST: AN ADD IS DELETED, A CHANGE OR AGE ROLL IS REWRITTEN
000130*    FROM ITS BEFORE IMAGE AND A DELETE IS WRITTEN BACK.  EACH
000140*    REVERSAL IS PRINTED ON THE BACK-OUT REGISTER AND IS ITSELF
000150*    JOURNALLED UNDER THIS PROGRAM'S NAME AND TODAY'S DATE.
000160*
000170*    UPDATES AN EARLIER BACK-OUT ALREADY REVERSED (A SINGLE-
000171*    CUSTOMER BACK-OUT, OR ONE THAT STOPPED PART-WAY) ARE LEFT
000172*    ALONE AND LISTED AS ALREADY BACKED OUT, SO A RERUN FINISHES
000173*    THE NIGHT.  ASKING FOR ONE CUSTOMER WHOSE UPDATES HAVE ALL
000174*    BEEN BACKED OUT ALREADY REFUSES THE BACK-OUT.
000175*
000176*    THE BACK-OUT ALSO REFUSES TO RUN, AND CHANGES NOTHING, WHEN
000180*    ANY CUSTOMER IT WOULD REVERSE WAS UPDATED AGAIN ON A LATER
000190*    RUN DATE - REVERSING IT WOULD THROW AWAY THE LATER WORK.  A
000200*    LATER NIGHT'S UPDATES THAT HAVE THEMSELVES BEEN BACKED OUT
000204*    DO NOT COUNT, SO SEVERAL NIGHTS ARE BACKED OUT BY WORKING
000208*    BACK FROM THE LATEST.  THE CONFLICTS ARE LISTED ON THE
000212*    REGISTER.  A CUSTOMER WHOSE MASTER RECORD DOES NOT MATCH
000216*    THE JOURNAL'S AFTER IMAGE (UPDATED OUTSIDE THE JOURNALLED
000220*    PROGRAMS) IS SKIPPED AND LISTED.
000240*
000250*    RUN ON REQUEST, NOT AS PART OF THE NIGHTLY JOB.  A PROOF
000260*    RUN LISTS WHAT WOULD BE REVERSED WITHOUT TOUCHING THE
000270*    MASTER OR THE JOURNAL.
000280*
000290*    PARAMETER CARD (BKOPARM, REQUIRED):
000300*      COLS  1-8   RUN DATE TO BACK OUT (YYYYMMDD)
000310*      COLS  9-18  CUSTOMER ID (BLANK = EVERY CUSTOMER UPDATED
000320*                  ON THAT RUN DATE)
000330*      COL  19     P = PROOF RUN ONLY
000340*
000350*    RETURN CODE 0 WHEN EVERYTHING SELECTED WAS REVERSED, 4 WHEN
000360*    NOTHING WAS JOURNALLED FOR THE SELECTION, NOTHING WAS LEFT
000370*    TO REVERSE OR ANY CUSTOMER WAS SKIPPED, 8 WHEN THE BACK-OUT
000375*    WAS REFUSED OR A REVERSAL COULD NOT BE JOURNALLED.
000380*
000390*    MODIFICATION HISTORY
000400*    ------------------------------------------------------------
000410*    2026-10-15  RTM  ORIGINAL - JOURNAL-DRIVEN BACK-OUT OF ONE
000420*                      RUN DATE OR ONE CUSTOMER, WITH LATER-
000430*                      UPDATE REFUSAL AND BACK-OUT REGISTER.
000431*    2026-10-15  RTM  EACH REVERSAL NOW RECORDS THE RUN DATE IT
000432*                      UNDID IN JR-REVERSES-DATE.  A LATER NIGHT
000433*                      WHOSE UPDATES HAVE ALL BEEN BACKED OUT NO
000434*                      LONGER BLOCKS THE BACK-OUT OF AN EARLIER
000435*                      ONE.  JOURNAL RECORD NOW 140 BYTES.
000437*    2026-10-15  RTM  UPDATES ALREADY REVERSED BY AN EARLIER
000439*                      BACK-OUT OF THE SAME RUN DATE ARE NOW
000441*                      DROPPED AND LISTED INSTEAD OF REFUSING THE
000443*                      WHOLE NIGHT, SO A PART-DONE BACK-OUT CAN BE
000445*                      FINISHED BY A RERUN.
000446*    2026-10-15  RTM  A FAILED REVERSAL JOURNAL WRITE IS REPORTED
000447*                      AND GIVES RETURN CODE 8.
000448******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.     CUSTBKO.
000470 AUTHOR.         R T MORALES.
000480 INSTALLATION.   MEMBERSHIP SYSTEMS.
000490 DATE-WRITTEN.   2026-10-15.
000500 DATE-COMPILED.
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. GENERIC.
000540 OBJECT-COMPUTER. GENERIC.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT PARM-FILE        ASSIGN TO "BKOPARM"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS BK-PARM-FILE-STATUS.
000600
000610     SELECT JOURNAL-FILE     ASSIGN TO "CUSTJNL"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS BK-JNL-FILE-STATUS.
000640
000650     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS MST-CUST-ID
000690         FILE STATUS IS BK-MST-FILE-STATUS.
000700
000710     SELECT REGISTER-FILE    ASSIGN TO "BKOREG"
000720         ORGANIZATION IS SEQUENTIAL.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  PARM-FILE
000760     RECORD CONTAINS 80 CHARACTERS
000770     LABEL RECORDS ARE STANDARD.
000780 01  PARM-REC.
000790     05  BX-BACKOUT-DATE           PIC 9(08).
000800     05  BX-CUST-ID                PIC X(10).
000810     05  BX-PROOF-FLAG             PIC X(01).
000820     05  FILLER                    PIC X(61).
000830
000840 FD  JOURNAL-FILE
000850     RECORD CONTAINS 140 CHARACTERS
000860     LABEL RECORDS ARE STANDARD.
000870 COPY CUSTJRN.
000880
000890 FD  CUSTOMER-MASTER
000900     RECORD CONTAINS 50 CHARACTERS
000910     LABEL RECORDS ARE STANDARD.
000920 01  MASTER-REC.
000930     05  MST-CUST-ID              PIC X(10).
000940     05  MST-CUST-NAME            PIC X(20).
000950     05  MST-CUST-DOB             PIC 9(08).
000960     05  MST-CUST-AGE             PIC 9(02).
000970     05  MST-SOURCE-BRANCH        PIC X(03).
000980     05  FILLER                   PIC X(07).
000990
001000 FD  REGISTER-FILE
001010     RECORD CONTAINS 80 CHARACTERS
001020     LABEL RECORDS ARE STANDARD.
001030 01  REGISTER-REC                 PIC X(80).
001040
001050 WORKING-STORAGE SECTION.
001060 77  BK-EOF-JOURNAL-SW            PIC X(01) VALUE 'N'.
001070     88  JOURNAL-EOF                         VALUE 'Y'.
001080 77  BK-REFUSED-SW                PIC X(01) VALUE 'N'.
001090     88  BK-BACKOUT-REFUSED                  VALUE 'Y'.
001100 77  BK-PROOF-SW                  PIC X(01) VALUE 'N'.
001110     88  BK-PROOF-RUN                        VALUE 'Y'.
001120 77  BK-ON-MASTER-SW              PIC X(01) VALUE 'N'.
001130     88  BK-CUST-ON-MASTER                   VALUE 'Y'.
001140 77  BK-MATCH-SW                  PIC X(01) VALUE 'N'.
001150     88  BK-MASTER-MATCHES                   VALUE 'Y'.
001160
001170 77  BK-PARM-FILE-STATUS          PIC X(02) VALUE SPACES.
001180     88  BK-PARM-FILE-OK                     VALUE "00".
001190 77  BK-JNL-FILE-STATUS           PIC X(02) VALUE SPACES.
001200     88  BK-JNL-FILE-OK                      VALUE "00".
001210 77  BK-MST-FILE-STATUS           PIC X(02) VALUE SPACES.
001220     88  BK-MST-FILE-OK                      VALUE "00".
001230     88  BK-MST-KEY-NOT-FOUND                VALUE "23".
001240
001250 77  BK-RUN-DATE                  PIC 9(08) VALUE ZERO.
001260 77  BK-BACKOUT-DATE              PIC 9(08) VALUE ZERO.
001270 77  BK-SELECT-CUST-ID            PIC X(10) VALUE SPACES.
001280 77  BK-REFUSE-REASON             PIC X(50) VALUE SPACES.
001290 77  BK-DISPOSITION               PIC X(08) VALUE SPACES.
001300 77  BK-REMARK                    PIC X(35) VALUE SPACES.
001310 77  BK-CURRENT-IMAGE             PIC X(50) VALUE SPACES.
001320 77  BK-JOURNAL-ACTION            PIC X(01) VALUE SPACES.
001330
001340 77  BK-JOURNAL-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
001350 77  BK-CONFLICT-COUNT            PIC 9(06) COMP VALUE ZERO.
001360 77  BK-REVERSED-COUNT            PIC 9(06) COMP VALUE ZERO.
001370 77  BK-SKIPPED-COUNT             PIC 9(06) COMP VALUE ZERO.
001380 77  BK-JOURNAL-WRITE-COUNT       PIC 9(06) COMP VALUE ZERO.
001385 77  BK-JOURNAL-FAILED-COUNT      PIC 9(06) COMP VALUE ZERO.
001390 77  BK-ENTRY-COUNT               PIC 9(05) COMP VALUE ZERO.
001393 77  BK-LIVE-COUNT                PIC 9(05) COMP VALUE ZERO.
001396 77  BK-ALREADY-COUNT             PIC 9(05) COMP VALUE ZERO.
001400 77  BK-CUST-COUNT                PIC 9(05) COMP VALUE ZERO.
001410 77  BK-SUB                       PIC 9(05) COMP VALUE ZERO.
001413 77  BK-LATER-COUNT               PIC 9(05) COMP VALUE ZERO.
001416 77  BK-LATER-DATE                PIC 9(08) VALUE ZERO.
001420
001430*    THE JOURNAL RECORDS SELECTED FOR REVERSAL, IN THE ORDER
001440*    THEY WERE WRITTEN.  THEY ARE REVERSED FROM THE BOTTOM UP,
001445*    PASSING OVER ANY AN EARLIER BACK-OUT ALREADY REVERSED.
001450 01  BK-ENTRY-TABLE.
001460     05  BK-ENTRY OCCURS 1 TO 5000 TIMES
001470             DEPENDING ON BK-ENTRY-COUNT.
001480         10  BE-PROGRAM            PIC X(08).
001490         10  BE-ACTION             PIC X(01).
001500             88  BE-ACTION-ADD                VALUE "A".
001510             88  BE-ACTION-DELETE             VALUE "D".
001520         10  BE-CUST-ID            PIC X(10).
001530         10  BE-BEFORE-IMAGE       PIC X(50).
001540         10  BE-AFTER-IMAGE        PIC X(50).
001542         10  BE-STATE              PIC X(01).
001544             88  BE-STATE-OPEN                VALUE SPACE.
001546             88  BE-ALREADY-REVERSED          VALUE "R".
001550
001560*    THE CUSTOMERS TOUCHED BY THE SELECTED RECORDS.  A CUSTOMER
001570*    IS MARKED FAILED WHEN ONE OF ITS REVERSALS CANNOT BE MADE,
001580*    SO ITS EARLIER RECORDS ARE LEFT ALONE, AND CHECKED ON A
001590*    PROOF RUN ONCE ITS LATEST RECORD HAS BEEN COMPARED.  THE
001593*    TALLIES COUNT ITS SELECTED RECORDS STILL TO BE REVERSED AND
001596*    THE EARLIER BACK-OUT RECORDS THAT REVERSED THE RUN DATE.
001600 01  BK-CUST-TABLE.
001610     05  BK-CUST-ENTRY OCCURS 1 TO 5000 TIMES
001620             DEPENDING ON BK-CUST-COUNT
001630             INDEXED BY BK-CUST-IDX.
001640         10  BC-CUST-ID            PIC X(10).
001650         10  BC-STATE              PIC X(01).
001660             88  BC-STATE-OPEN                VALUE SPACE.
001670             88  BC-STATE-CHECKED             VALUE "K".
001680             88  BC-STATE-FAILED              VALUE "F".
001683         10  BC-ENTRY-TALLY        PIC 9(05) COMP.
001686         10  BC-REVERSED-TALLY     PIC 9(05) COMP.
001690
001691*    LATER-RUN-DATE JOURNAL ACTIVITY FOR THE SELECTED CUSTOMERS,
001692*    ONE ENTRY PER CUSTOMER AND RUN DATE: HOW MANY UPDATES THE
001693*    NIGHTLY PROGRAMS MADE ON THAT RUN DATE AND HOW MANY OF
001694*    THEM AN EARLIER BACK-OUT HAS SINCE REVERSED.  THE FIRST
001695*    UPDATE'S PROGRAM AND ACTION ARE KEPT FOR THE REGISTER.
001696 01  BK-LATER-TABLE.
001697     05  BK-LATER-ENTRY OCCURS 1 TO 5000 TIMES
001698             DEPENDING ON BK-LATER-COUNT
001699             INDEXED BY BK-LATER-IDX.
001700         10  BL-CUST-ID            PIC X(10).
001701         10  BL-RUN-DATE           PIC 9(08).
001702         10  BL-PROGRAM            PIC X(08).
001703         10  BL-ACTION             PIC X(01).
001704         10  BL-UPDATE-TALLY       PIC 9(05) COMP.
001705         10  BL-REVERSED-TALLY     PIC 9(05) COMP.
001706
001707 01  BK-REGISTER-HEADING-1.
001710     05  FILLER          PIC X(20) VALUE "CUSTBKO MASTER BACK-".
001720     05  FILLER          PIC X(17) VALUE "OUT REGISTER     ".
001730     05  FILLER          PIC X(09) VALUE "RUN DATE:".
001740     05  RH-RUN-DATE     PIC 9(08).
001750     05  FILLER          PIC X(26) VALUE SPACES.
001760
001770 01  BK-REGISTER-HEADING-2.
001780     05  FILLER          PIC X(22) VALUE "BACKING OUT RUN DATE: ".
001790     05  RH-BACKOUT-DATE PIC 9(08).
001800     05  FILLER          PIC X(12) VALUE "  CUSTOMER: ".
001810     05  RH-CUST-ID      PIC X(10).
001820     05  FILLER          PIC X(08) VALUE "  MODE: ".
001830     05  RH-MODE         PIC X(06).
001840     05  FILLER          PIC X(14) VALUE SPACES.
001850
001860 01  BK-REGISTER-HEADING-3.
001870     05  FILLER          PIC X(04) VALUE "ACT ".
001880     05  FILLER          PIC X(11) VALUE "CUST ID    ".
001890     05  FILLER          PIC X(09) VALUE "PROGRAM  ".
001900     05  FILLER          PIC X(09) VALUE "RUN DATE ".
001910     05  FILLER          PIC X(09) VALUE "DISP     ".
001920     05  FILLER          PIC X(38) VALUE "REMARK".
001930
001940 01  BK-REGISTER-LINE.
001950     05  RG-ACTION       PIC X(01).
001960     05  FILLER          PIC X(03) VALUE SPACES.
001970     05  RG-CUST-ID      PIC X(10).
001980     05  FILLER          PIC X(01) VALUE SPACES.
001990     05  RG-PROGRAM      PIC X(08).
002000     05  FILLER          PIC X(01) VALUE SPACES.
002010     05  RG-RUN-DATE     PIC 9(08).
002020     05  FILLER          PIC X(01) VALUE SPACES.
002030     05  RG-DISPOSITION  PIC X(08).
002040     05  FILLER          PIC X(01) VALUE SPACES.
002050     05  RG-REMARK       PIC X(35).
002060     05  FILLER          PIC X(03) VALUE SPACES.
002070
002080 01  BK-SUMMARY-LINE              PIC X(80) VALUE SPACES.
002090
002100 01  BK-COUNT-EDIT                PIC ZZZ,ZZ9.
002110
002120 PROCEDURE DIVISION.
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150     IF NOT BK-BACKOUT-REFUSED
002160         PERFORM 2000-SELECT-ENTRIES THRU 2000-EXIT
002170     END-IF.
002172     IF NOT BK-BACKOUT-REFUSED AND BK-ENTRY-COUNT > ZERO
002174         PERFORM 2300-DROP-REVERSED THRU 2300-EXIT
002176     END-IF.
002180     IF NOT BK-BACKOUT-REFUSED AND BK-LIVE-COUNT > ZERO
002190         PERFORM 3000-CHECK-LATER-UPDATES THRU 3000-EXIT
002200     END-IF.
002210     IF NOT BK-BACKOUT-REFUSED AND BK-LIVE-COUNT > ZERO
002220         PERFORM 4000-REVERSE-ENTRIES THRU 4000-EXIT
002230     END-IF.
002240     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002250     GOBACK.
002260
002270******************************************************************
002280*    1000-INITIALIZE - READ AND EDIT THE PARAMETER CARD, OPEN
002290*    THE REGISTER AND PRINT THE HEADINGS.  NO CARD, OR A CARD
002300*    WITHOUT A USABLE RUN DATE, REFUSES THE BACK-OUT.
002310******************************************************************
002320 1000-INITIALIZE.
002330     ACCEPT BK-RUN-DATE FROM DATE YYYYMMDD.
002340     OPEN OUTPUT REGISTER-FILE.
002350     MOVE BK-RUN-DATE TO RH-RUN-DATE.
002360     MOVE BK-REGISTER-HEADING-1 TO REGISTER-REC.
002370     WRITE REGISTER-REC.
002380
002390     OPEN INPUT PARM-FILE.
002400     IF NOT BK-PARM-FILE-OK
002410         SET BK-BACKOUT-REFUSED TO TRUE
002420         MOVE "NO BKOPARM PARAMETER CARD" TO BK-REFUSE-REASON
002430         GO TO 1000-EXIT
002440     END-IF.
002450     READ PARM-FILE
002460         AT END
002470             MOVE SPACES TO PARM-REC
002480     END-READ.
002490     CLOSE PARM-FILE.
002500
002510     IF BX-BACKOUT-DATE NOT NUMERIC
002520      OR BX-BACKOUT-DATE = ZERO
002530      OR BX-BACKOUT-DATE > BK-RUN-DATE
002540         SET BK-BACKOUT-REFUSED TO TRUE
002550         MOVE "RUN DATE ON THE CARD IS MISSING OR INVALID"
002560             TO BK-REFUSE-REASON
002570         GO TO 1000-EXIT
002580     END-IF.
002590     MOVE BX-BACKOUT-DATE TO BK-BACKOUT-DATE.
002600     MOVE BX-CUST-ID      TO BK-SELECT-CUST-ID.
002610     IF BX-PROOF-FLAG = "P"
002620         SET BK-PROOF-RUN TO TRUE
002630     END-IF.
002640
002650     MOVE BK-BACKOUT-DATE TO RH-BACKOUT-DATE.
002660     IF BK-SELECT-CUST-ID = SPACES
002670         MOVE "ALL"             TO RH-CUST-ID
002680     ELSE
002690         MOVE BK-SELECT-CUST-ID TO RH-CUST-ID
002700     END-IF.
002710     IF BK-PROOF-RUN
002720         MOVE "PROOF"  TO RH-MODE
002730     ELSE
002740         MOVE "UPDATE" TO RH-MODE
002750     END-IF.
002760     MOVE BK-REGISTER-HEADING-2 TO REGISTER-REC.
002770     WRITE REGISTER-REC.
002780     MOVE BK-REGISTER-HEADING-3 TO REGISTER-REC.
002790     WRITE REGISTER-REC.
002800 1000-EXIT.
002810     EXIT.
002820
002830******************************************************************
002840*    2000-SELECT-ENTRIES - FIRST PASS OF THE JOURNAL: HOLD EVERY
002850*    RECORD WRITTEN BY THE NIGHTLY PROGRAMS FOR THE RUN DATE
002860*    (AND CUSTOMER, WHEN ONE IS GIVEN) AND NOTE EACH CUSTOMER
002870*    THEY TOUCH.  EARLIER BACK-OUT RECORDS ARE NEVER SELECTED;
002873*    THOSE THAT REVERSED THE RUN DATE ARE COUNTED AGAINST THEIR
002876*    CUSTOMER.
002880*    MORE RECORDS THAN THE TABLE HOLDS REFUSES THE BACK-OUT
002890*    RATHER THAN REVERSE PART OF A NIGHT.
002900******************************************************************
002910 2000-SELECT-ENTRIES.
002920     OPEN INPUT JOURNAL-FILE.
002930     IF NOT BK-JNL-FILE-OK
002940         SET BK-BACKOUT-REFUSED TO TRUE
002950         MOVE "UPDATE JOURNAL CUSTJNL COULD NOT BE OPENED"
002960             TO BK-REFUSE-REASON
002970         GO TO 2000-EXIT
002980     END-IF.
002990     MOVE 'N' TO BK-EOF-JOURNAL-SW.
003000     PERFORM 2100-SELECT-ONE-RECORD THRU 2100-EXIT
003010         UNTIL JOURNAL-EOF
003020            OR BK-BACKOUT-REFUSED.
003030     CLOSE JOURNAL-FILE.
003040 2000-EXIT.
003050     EXIT.
003060
003070 2100-SELECT-ONE-RECORD.
003080     READ JOURNAL-FILE
003090         AT END
003100             SET JOURNAL-EOF TO TRUE
003110             GO TO 2100-EXIT
003120     END-READ.
003130     ADD 1 TO BK-JOURNAL-READ-COUNT.
003131     IF BK-SELECT-CUST-ID NOT = SPACES
003132      AND JR-CUST-ID NOT = BK-SELECT-CUST-ID
003133         GO TO 2100-EXIT
003134     END-IF.
003135     IF JR-PROGRAM = "CUSTBKO"
003136         IF JR-REVERSES-DATE NUMERIC
003137          AND JR-REVERSES-DATE = BK-BACKOUT-DATE
003138             PERFORM 2200-FIND-CUSTOMER THRU 2200-EXIT
003139             IF BK-CUST-IDX NOT > BK-CUST-COUNT
003140                 ADD 1 TO BC-REVERSED-TALLY (BK-CUST-IDX)
003141             END-IF
003142         END-IF
003143         GO TO 2100-EXIT
003144     END-IF.
003145     IF JR-RUN-DATE NOT = BK-BACKOUT-DATE
003160         GO TO 2100-EXIT
003170     END-IF.
003220
003230     IF BK-ENTRY-COUNT NOT < 5000
003240         SET BK-BACKOUT-REFUSED TO TRUE
003250         MOVE "MORE THAN 5000 UPDATES ON THE RUN DATE"
003260             TO BK-REFUSE-REASON
003270         GO TO 2100-EXIT
003280     END-IF.
003290     ADD 1 TO BK-ENTRY-COUNT.
003300     MOVE JR-PROGRAM      TO BE-PROGRAM (BK-ENTRY-COUNT).
003310     MOVE JR-ACTION       TO BE-ACTION (BK-ENTRY-COUNT).
003320     MOVE JR-CUST-ID      TO BE-CUST-ID (BK-ENTRY-COUNT).
003330     MOVE JR-BEFORE-IMAGE TO BE-BEFORE-IMAGE (BK-ENTRY-COUNT).
003340     MOVE JR-AFTER-IMAGE  TO BE-AFTER-IMAGE (BK-ENTRY-COUNT).
003345     MOVE SPACE           TO BE-STATE (BK-ENTRY-COUNT).
003350
003360     PERFORM 2200-FIND-CUSTOMER THRU 2200-EXIT.
003370     IF BK-CUST-IDX > BK-CUST-COUNT
003380         ADD 1 TO BK-CUST-COUNT
003390         MOVE JR-CUST-ID TO BC-CUST-ID (BK-CUST-COUNT)
003400         MOVE SPACE      TO BC-STATE (BK-CUST-COUNT)
003402         MOVE ZERO       TO BC-ENTRY-TALLY (BK-CUST-COUNT)
003404         MOVE ZERO       TO BC-REVERSED-TALLY (BK-CUST-COUNT)
003406         SET BK-CUST-IDX TO BK-CUST-COUNT
003410     END-IF.
003415     ADD 1 TO BC-ENTRY-TALLY (BK-CUST-IDX).
003420 2100-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460*    2200-FIND-CUSTOMER - LOOK UP JR-CUST-ID IN THE CUSTOMER
003470*    TABLE.  ON RETURN BK-CUST-IDX POINTS AT THE ENTRY, OR PAST
003480*    THE END OF THE TABLE WHEN THE CUSTOMER IS NOT IN IT.
003490******************************************************************
003500 2200-FIND-CUSTOMER.
003510     IF BK-CUST-COUNT = ZERO
003520         SET BK-CUST-IDX TO 1
003530         GO TO 2200-EXIT
003540     END-IF.
003550     SET BK-CUST-IDX TO 1.
003560     SEARCH BK-CUST-ENTRY
003570         AT END
003580             SET BK-CUST-IDX TO BK-CUST-COUNT
003590             SET BK-CUST-IDX UP BY 1
003600         WHEN BC-CUST-ID (BK-CUST-IDX) = JR-CUST-ID
003610             CONTINUE
003620     END-SEARCH.
003630 2200-EXIT.
003640     EXIT.
003641
003642******************************************************************
003643*    2300-DROP-REVERSED - AN EARLIER BACK-OUT OF THIS RUN DATE
003644*    REVERSES EACH CUSTOMER'S RECORDS LATEST FIRST AND STOPS AT
003645*    THE FIRST ONE IT CANNOT REVERSE, SO A CUSTOMER WITH N BACK-
003646*    OUT RECORDS FOR THE RUN DATE HAS HAD ITS LAST N SELECTED
003647*    RECORDS REVERSED ALREADY.  THOSE ARE DROPPED AND LISTED.
003648*    ONE CUSTOMER ASKED FOR BY NAME WITH NOTHING LEFT TO REVERSE
003649*    REFUSES THE BACK-OUT.
003650******************************************************************
003651 2300-DROP-REVERSED.
003652     MOVE BK-ENTRY-COUNT TO BK-LIVE-COUNT.
003653     PERFORM 2400-DROP-ONE-ENTRY THRU 2400-EXIT
003654         VARYING BK-SUB FROM BK-ENTRY-COUNT BY -1
003655         UNTIL BK-SUB < 1.
003656     IF BK-SELECT-CUST-ID NOT = SPACES
003657      AND BK-LIVE-COUNT = ZERO
003658         SET BK-BACKOUT-REFUSED TO TRUE
003659         MOVE "CUSTOMER ALREADY BACKED OUT FOR THIS RUN DATE"
003660             TO BK-REFUSE-REASON
003661     END-IF.
003662 2300-EXIT.
003663     EXIT.
003664
003665 2400-DROP-ONE-ENTRY.
003666     MOVE BE-CUST-ID (BK-SUB) TO JR-CUST-ID.
003667     PERFORM 2200-FIND-CUSTOMER THRU 2200-EXIT.
003668     IF BC-REVERSED-TALLY (BK-CUST-IDX) = ZERO
003669      OR BC-ENTRY-TALLY (BK-CUST-IDX) = ZERO
003670         GO TO 2400-EXIT
003671     END-IF.
003672     SUBTRACT 1 FROM BC-REVERSED-TALLY (BK-CUST-IDX).
003673     SUBTRACT 1 FROM BC-ENTRY-TALLY (BK-CUST-IDX).
003674     SUBTRACT 1 FROM BK-LIVE-COUNT.
003675     ADD 1 TO BK-ALREADY-COUNT.
003676     SET BE-ALREADY-REVERSED (BK-SUB) TO TRUE.
003677
003678     MOVE BE-ACTION (BK-SUB)  TO RG-ACTION.
003679     MOVE BE-CUST-ID (BK-SUB) TO RG-CUST-ID.
003680     MOVE BE-PROGRAM (BK-SUB) TO RG-PROGRAM.
003681     MOVE BK-BACKOUT-DATE     TO RG-RUN-DATE.
003682     MOVE "SKIPPED"           TO RG-DISPOSITION.
003683     MOVE "ALREADY BACKED OUT - SKIPPED" TO RG-REMARK.
003684     MOVE BK-REGISTER-LINE    TO REGISTER-REC.
003685     WRITE REGISTER-REC.
003686 2400-EXIT.
003687     EXIT.
003688
003689******************************************************************
003690*    3000-CHECK-LATER-UPDATES - SECOND PASS OF THE JOURNAL: ANY
003691*    SELECTED CUSTOMER UPDATED ON A LATER RUN DATE, OR ALREADY
003692*    BACKED OUT FOR THIS RUN DATE, REFUSES THE WHOLE BACK-OUT.
003693*    A LATER RUN DATE ONLY COUNTS WHILE IT HAS MORE UPDATES FOR
003696*    THE CUSTOMER THAN BACK-OUT RECORDS REVERSING THAT RUN DATE.
003700*    EVERY CONFLICT IS LISTED SO OPERATIONS CAN SEE WHAT STANDS
003710*    IN THE WAY.
003720******************************************************************
003730 3000-CHECK-LATER-UPDATES.
003740     OPEN INPUT JOURNAL-FILE.
003750     IF NOT BK-JNL-FILE-OK
003760         SET BK-BACKOUT-REFUSED TO TRUE
003770         MOVE "UPDATE JOURNAL CUSTJNL COULD NOT BE REOPENED"
003780             TO BK-REFUSE-REASON
003790         GO TO 3000-EXIT
003800     END-IF.
003810     MOVE 'N' TO BK-EOF-JOURNAL-SW.
003815     MOVE ZERO TO BK-LATER-COUNT.
003820     PERFORM 3100-CHECK-ONE-RECORD THRU 3100-EXIT
003830         UNTIL JOURNAL-EOF
003835            OR BK-BACKOUT-REFUSED.
003840     CLOSE JOURNAL-FILE.
003841     IF BK-BACKOUT-REFUSED
003842         GO TO 3000-EXIT
003843     END-IF.
003844
003845     PERFORM 3300-CHECK-ONE-LATER THRU 3300-EXIT
003846         VARYING BK-SUB FROM 1 BY 1
003847         UNTIL BK-SUB > BK-LATER-COUNT.
003850
003860     IF BK-CONFLICT-COUNT > ZERO
003870         SET BK-BACKOUT-REFUSED TO TRUE
003880         MOVE "CUSTOMERS WERE UPDATED AFTER THE RUN DATE"
003890             TO BK-REFUSE-REASON
003900     END-IF.
003910 3000-EXIT.
003920     EXIT.
003930
003931******************************************************************
003932*    3100-CHECK-ONE-RECORD - A NIGHTLY UPDATE TO A SELECTED
003933*    CUSTOMER ON A LATER RUN DATE IS TALLIED AGAINST THAT RUN
003934*    DATE, AS IS A BACK-OUT RECORD REVERSING A LATER RUN DATE.
003935*    A CUSTOMER WHOSE SELECTED RECORDS WERE ALL BACKED OUT
003936*    ALREADY IS NOT REVERSED AGAIN, SO IS NOT CHECKED.
003937******************************************************************
003940 3100-CHECK-ONE-RECORD.
003950     READ JOURNAL-FILE
003960         AT END
003970             SET JOURNAL-EOF TO TRUE
003980             GO TO 3100-EXIT
003990     END-READ.
003997     IF JR-PROGRAM = "CUSTBKO"
004004         IF JR-REVERSES-DATE NOT NUMERIC
004011          OR JR-REVERSES-DATE NOT > BK-BACKOUT-DATE
004018             GO TO 3100-EXIT
004025         END-IF
004032     ELSE
004039         IF JR-RUN-DATE NOT > BK-BACKOUT-DATE
004046             GO TO 3100-EXIT
004053         END-IF
004060     END-IF.
004070     PERFORM 2200-FIND-CUSTOMER THRU 2200-EXIT.
004080     IF BK-CUST-IDX > BK-CUST-COUNT
004090         GO TO 3100-EXIT
004100     END-IF.
004102     IF BC-ENTRY-TALLY (BK-CUST-IDX) = ZERO
004104         GO TO 3100-EXIT
004106     END-IF.
004110
004111     IF JR-PROGRAM NOT = "CUSTBKO"
004112         MOVE JR-RUN-DATE TO BK-LATER-DATE
004113         PERFORM 3200-FIND-LATER-ENTRY THRU 3200-EXIT
004114         IF BK-BACKOUT-REFUSED
004115             GO TO 3100-EXIT
004116         END-IF
004117         IF BL-UPDATE-TALLY (BK-LATER-IDX) = ZERO
004118             MOVE JR-PROGRAM TO BL-PROGRAM (BK-LATER-IDX)
004119             MOVE JR-ACTION  TO BL-ACTION (BK-LATER-IDX)
004120         END-IF
004121         ADD 1 TO BL-UPDATE-TALLY (BK-LATER-IDX)
004122         GO TO 3100-EXIT
004123     END-IF.
004124     MOVE JR-REVERSES-DATE TO BK-LATER-DATE.
004126     PERFORM 3200-FIND-LATER-ENTRY THRU 3200-EXIT.
004127     IF NOT BK-BACKOUT-REFUSED
004128         ADD 1 TO BL-REVERSED-TALLY (BK-LATER-IDX)
004129     END-IF.
004250 3100-EXIT.
004260     EXIT.
004261
004262******************************************************************
004263*    3200-FIND-LATER-ENTRY - LOOK UP JR-CUST-ID AND BK-LATER-DATE
004264*    IN THE LATER-ACTIVITY TABLE, ADDING AN EMPTY ENTRY WHEN
004265*    THEY ARE NOT IN IT.  ON RETURN BK-LATER-IDX POINTS AT THE
004266*    ENTRY.  A FULL TABLE REFUSES THE BACK-OUT.
004267******************************************************************
004268 3200-FIND-LATER-ENTRY.
004269     SET BK-LATER-IDX TO 1.
004270     IF BK-LATER-COUNT > ZERO
004271         SEARCH BK-LATER-ENTRY
004272             AT END
004273                 SET BK-LATER-IDX TO BK-LATER-COUNT
004274                 SET BK-LATER-IDX UP BY 1
004275             WHEN BL-CUST-ID (BK-LATER-IDX) = JR-CUST-ID
004276              AND BL-RUN-DATE (BK-LATER-IDX) = BK-LATER-DATE
004277                 CONTINUE
004278         END-SEARCH
004279     END-IF.
004280     IF BK-LATER-IDX NOT > BK-LATER-COUNT
004281         GO TO 3200-EXIT
004282     END-IF.
004283
004284     IF BK-LATER-COUNT NOT < 5000
004285         SET BK-BACKOUT-REFUSED TO TRUE
004286         MOVE "MORE THAN 5000 LATER RUN DATES TO CHECK"
004287             TO BK-REFUSE-REASON
004288         GO TO 3200-EXIT
004289     END-IF.
004290     ADD 1 TO BK-LATER-COUNT.
004291     SET BK-LATER-IDX TO BK-LATER-COUNT.
004292     MOVE JR-CUST-ID    TO BL-CUST-ID (BK-LATER-IDX).
004293     MOVE BK-LATER-DATE TO BL-RUN-DATE (BK-LATER-IDX).
004294     MOVE SPACES        TO BL-PROGRAM (BK-LATER-IDX).
004295     MOVE SPACES        TO BL-ACTION (BK-LATER-IDX).
004296     MOVE ZERO          TO BL-UPDATE-TALLY (BK-LATER-IDX).
004297     MOVE ZERO          TO BL-REVERSED-TALLY (BK-LATER-IDX).
004298 3200-EXIT.
004299     EXIT.
004300
004301******************************************************************
004302*    3300-CHECK-ONE-LATER - A CUSTOMER WITH MORE UPDATES ON A
004303*    LATER RUN DATE THAN HAVE SINCE BEEN BACKED OUT IS A
004304*    CONFLICT.
004305******************************************************************
004306 3300-CHECK-ONE-LATER.
004307     IF BL-UPDATE-TALLY (BK-SUB) NOT > BL-REVERSED-TALLY (BK-SUB)
004308         GO TO 3300-EXIT
004309     END-IF.
004310     ADD 1 TO BK-CONFLICT-COUNT.
004311     MOVE BL-ACTION (BK-SUB)   TO RG-ACTION.
004312     MOVE BL-CUST-ID (BK-SUB)  TO RG-CUST-ID.
004313     MOVE BL-PROGRAM (BK-SUB)  TO RG-PROGRAM.
004314     MOVE BL-RUN-DATE (BK-SUB) TO RG-RUN-DATE.
004315     MOVE "CONFLICT"           TO RG-DISPOSITION.
004316     MOVE "UPDATED AGAIN ON A LATER RUN DATE" TO RG-REMARK.
004317     MOVE BK-REGISTER-LINE TO REGISTER-REC.
004318     WRITE REGISTER-REC.
004319 3300-EXIT.
004320     EXIT.
004321
004322******************************************************************
004323*    4000-REVERSE-ENTRIES - OPEN THE MASTER (AND, ON AN UPDATE
004324*    RUN, THE JOURNAL TO ADD THE REVERSALS TO) AND REVERSE THE
004325*    SELECTED RECORDS, LATEST FIRST.
004326******************************************************************
004330 4000-REVERSE-ENTRIES.
004340     IF BK-PROOF-RUN
004350         OPEN INPUT CUSTOMER-MASTER
004360     ELSE
004370         OPEN I-O CUSTOMER-MASTER
004380     END-IF.
004390     IF NOT BK-MST-FILE-OK
004400         DISPLAY "CUSTBKO - CANNOT OPEN CUSTOMER MASTER, STATUS "
004410             BK-MST-FILE-STATUS
004420         SET BK-BACKOUT-REFUSED TO TRUE
004430         MOVE "CUSTOMER MASTER COULD NOT BE OPENED"
004440             TO BK-REFUSE-REASON
004450         GO TO 4000-EXIT
004460     END-IF.
004470     IF NOT BK-PROOF-RUN
004480         OPEN EXTEND JOURNAL-FILE
004490         IF NOT BK-JNL-FILE-OK
004500             DISPLAY "CUSTBKO - CANNOT EXTEND UPDATE JOURNAL, "
004510                 "STATUS " BK-JNL-FILE-STATUS
004520             SET BK-BACKOUT-REFUSED TO TRUE
004530             MOVE "UPDATE JOURNAL COULD NOT BE OPENED TO ADD TO"
004540                 TO BK-REFUSE-REASON
004550             CLOSE CUSTOMER-MASTER
004560             GO TO 4000-EXIT
004570         END-IF
004580     END-IF.
004590
004600     PERFORM 4100-REVERSE-ONE-ENTRY THRU 4100-EXIT
004610         VARYING BK-SUB FROM BK-ENTRY-COUNT BY -1
004620         UNTIL BK-SUB < 1.
004630
004640     CLOSE CUSTOMER-MASTER.
004650     IF NOT BK-PROOF-RUN
004660         CLOSE JOURNAL-FILE
004670     END-IF.
004680 4000-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720*    4100-REVERSE-ONE-ENTRY - THE MASTER MUST STILL LOOK THE WAY
004730*    THIS JOURNAL RECORD LEFT IT (ITS AFTER IMAGE, OR NO RECORD
004740*    AFTER A DELETE) BEFORE IT IS PUT BACK TO THE BEFORE IMAGE.
004750*    ON A PROOF RUN ONLY EACH CUSTOMER'S LATEST RECORD CAN BE
004760*    COMPARED, SINCE NOTHING IS ACTUALLY PUT BACK.  A RECORD AN
004765*    EARLIER BACK-OUT REVERSED WAS LISTED WHEN IT WAS DROPPED.
004770******************************************************************
004780 4100-REVERSE-ONE-ENTRY.
004782     IF BE-ALREADY-REVERSED (BK-SUB)
004784         GO TO 4100-EXIT
004786     END-IF.
004790     MOVE BE-CUST-ID (BK-SUB) TO JR-CUST-ID.
004800     PERFORM 2200-FIND-CUSTOMER THRU 2200-EXIT.
004810     MOVE SPACES TO BK-REMARK.
004820
004830     IF BC-STATE-FAILED (BK-CUST-IDX)
004840         MOVE "SKIPPED" TO BK-DISPOSITION
004850         MOVE "A LATER REVERSAL FAILED" TO BK-REMARK
004860         ADD 1 TO BK-SKIPPED-COUNT
004870         GO TO 4100-WRITE-LINE
004880     END-IF.
004890
004900     IF NOT BC-STATE-CHECKED (BK-CUST-IDX)
004910         PERFORM 4200-COMPARE-MASTER THRU 4200-EXIT
004920         IF NOT BK-MASTER-MATCHES
004930             SET BC-STATE-FAILED (BK-CUST-IDX) TO TRUE
004940             MOVE "SKIPPED" TO BK-DISPOSITION
004950             MOVE "MASTER DOES NOT MATCH THE JOURNAL"
004960                 TO BK-REMARK
004970             ADD 1 TO BK-SKIPPED-COUNT
004980             GO TO 4100-WRITE-LINE
004990         END-IF
005000     END-IF.
005010
005020     IF BK-PROOF-RUN
005030         SET BC-STATE-CHECKED (BK-CUST-IDX) TO TRUE
005040         MOVE "PROOF" TO BK-DISPOSITION
005050         MOVE "WOULD BE REVERSED" TO BK-REMARK
005060         ADD 1 TO BK-REVERSED-COUNT
005070         GO TO 4100-WRITE-LINE
005080     END-IF.
005090
005100     PERFORM 4300-RESTORE-MASTER THRU 4300-EXIT.
005110     IF BK-MST-FILE-OK
005120         MOVE "REVERSED" TO BK-DISPOSITION
005130         ADD 1 TO BK-REVERSED-COUNT
005140         PERFORM 4400-WRITE-JOURNAL THRU 4400-EXIT
005150     ELSE
005160         SET BC-STATE-FAILED (BK-CUST-IDX) TO TRUE
005170         MOVE "SKIPPED" TO BK-DISPOSITION
005180         STRING "MASTER UPDATE FAILED, STATUS "
005190                BK-MST-FILE-STATUS
005200             DELIMITED BY SIZE INTO BK-REMARK
005210         ADD 1 TO BK-SKIPPED-COUNT
005220     END-IF.
005230
005240 4100-WRITE-LINE.
005250     MOVE BE-ACTION (BK-SUB)  TO RG-ACTION.
005260     MOVE BE-CUST-ID (BK-SUB) TO RG-CUST-ID.
005270     MOVE BE-PROGRAM (BK-SUB) TO RG-PROGRAM.
005280     MOVE BK-BACKOUT-DATE     TO RG-RUN-DATE.
005290     MOVE BK-DISPOSITION      TO RG-DISPOSITION.
005300     MOVE BK-REMARK           TO RG-REMARK.
005310     MOVE BK-REGISTER-LINE    TO REGISTER-REC.
005320     WRITE REGISTER-REC.
005330 4100-EXIT.
005340     EXIT.
005350
005360******************************************************************
005370*    4200-COMPARE-MASTER - READ THE CUSTOMER AND CHECK IT
005380*    AGAINST THE JOURNAL RECORD'S AFTER IMAGE.
005390******************************************************************
005400 4200-COMPARE-MASTER.
005410     MOVE 'N' TO BK-MATCH-SW.
005420     MOVE 'N' TO BK-ON-MASTER-SW.
005430     MOVE SPACES TO BK-CURRENT-IMAGE.
005440     MOVE BE-CUST-ID (BK-SUB) TO MST-CUST-ID.
005450     READ CUSTOMER-MASTER.
005460     IF BK-MST-FILE-OK
005470         SET BK-CUST-ON-MASTER TO TRUE
005480         MOVE MASTER-REC TO BK-CURRENT-IMAGE
005490     ELSE
005500         IF NOT BK-MST-KEY-NOT-FOUND
005510             GO TO 4200-EXIT
005520         END-IF
005530     END-IF.
005540
005550     IF BE-ACTION-DELETE (BK-SUB)
005560         IF NOT BK-CUST-ON-MASTER
005570             SET BK-MASTER-MATCHES TO TRUE
005580         END-IF
005590     ELSE
005600         IF BK-CUST-ON-MASTER
005610          AND BK-CURRENT-IMAGE = BE-AFTER-IMAGE (BK-SUB)
005620             SET BK-MASTER-MATCHES TO TRUE
005630         END-IF
005640     END-IF.
005650 4200-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690*    4300-RESTORE-MASTER - PUT THE CUSTOMER BACK: DELETE WHAT
005700*    AN ADD CREATED, WRITE BACK WHAT A DELETE REMOVED, AND
005710*    REWRITE THE BEFORE IMAGE OVER A CHANGE OR AN AGE ROLL.
005720*    BK-JOURNAL-ACTION IS SET TO THE UPDATE ACTUALLY MADE.
005730******************************************************************
005740 4300-RESTORE-MASTER.
005750     MOVE BE-CUST-ID (BK-SUB) TO MST-CUST-ID.
005759     IF BE-ACTION-ADD (BK-SUB)
005768         MOVE "D" TO BK-JOURNAL-ACTION
005777         DELETE CUSTOMER-MASTER RECORD
005786     ELSE
005795         IF BE-ACTION-DELETE (BK-SUB)
005804             MOVE "A" TO BK-JOURNAL-ACTION
005813             MOVE BE-BEFORE-IMAGE (BK-SUB) TO MASTER-REC
005822             WRITE MASTER-REC
005831         ELSE
005840             MOVE "C" TO BK-JOURNAL-ACTION
005849             MOVE BE-BEFORE-IMAGE (BK-SUB) TO MASTER-REC
005858             REWRITE MASTER-REC
005867         END-IF
005876     END-IF.
005890 4300-EXIT.
005900     EXIT.
005910
005920******************************************************************
005930*    4400-WRITE-JOURNAL - JOURNAL THE REVERSAL ITSELF, UNDER
005940*    TODAY'S DATE AND NAMING THE RUN DATE IT UNDID, SO THE
005950*    BACK-OUT IS ON RECORD, A SECOND BACK-OUT OF THE SAME RUN
005955*    DATE IS REFUSED AND AN EARLIER RUN DATE CAN BE BACKED OUT.
005956*    A FAILED WRITE LEAVES THE MASTER PUT BACK BUT THE BACK-OUT
005957*    NOT ON RECORD, SO IT IS COUNTED AND REPORTED.
005960******************************************************************
005970 4400-WRITE-JOURNAL.
005980     MOVE SPACES              TO JOURNAL-REC.
005990     MOVE BK-RUN-DATE         TO JR-RUN-DATE.
006000     MOVE "CUSTBKO"           TO JR-PROGRAM.
006010     MOVE BK-JOURNAL-ACTION   TO JR-ACTION.
006015     MOVE BK-BACKOUT-DATE     TO JR-REVERSES-DATE.
006020     MOVE BE-CUST-ID (BK-SUB) TO JR-CUST-ID.
006030     MOVE BE-AFTER-IMAGE (BK-SUB)  TO JR-BEFORE-IMAGE.
006040     MOVE BE-BEFORE-IMAGE (BK-SUB) TO JR-AFTER-IMAGE.
006050     WRITE JOURNAL-REC.
006052     IF BK-JNL-FILE-OK
006054         ADD 1 TO BK-JOURNAL-WRITE-COUNT
006056     ELSE
006058         DISPLAY "CUSTBKO - JOURNAL WRITE FAILED, STATUS "
006060             BK-JNL-FILE-STATUS " CUSTOMER " BE-CUST-ID (BK-SUB)
006062         ADD 1 TO BK-JOURNAL-FAILED-COUNT
006064     END-IF.
006070 4400-EXIT.
006080     EXIT.
006090
006100******************************************************************
006110*    8000-TERMINATE - PRINT THE OUTCOME AND SUMMARY COUNTS, SET
006120*    THE RETURN CODE AND CLOSE THE REGISTER.
006130******************************************************************
006140 8000-TERMINATE.
006150     MOVE SPACES TO REGISTER-REC.
006160     WRITE REGISTER-REC.
006170
006178     IF BK-BACKOUT-REFUSED
006186         MOVE SPACES TO BK-SUMMARY-LINE
006194         STRING "** BACK-OUT REFUSED - " BK-REFUSE-REASON
006202             DELIMITED BY SIZE INTO BK-SUMMARY-LINE
006210         MOVE 8 TO RETURN-CODE
006218     ELSE
006226         IF BK-ENTRY-COUNT = ZERO
006234             MOVE "NOTHING JOURNALLED FOR THIS RUN DATE/CUSTOMER"
006242                 TO BK-SUMMARY-LINE
006250             MOVE 4 TO RETURN-CODE
006258         ELSE
006266             IF BK-SKIPPED-COUNT > ZERO
006274                 MOVE "BACK-OUT COMPLETE WITH CUSTOMERS SKIPPED"
006282                     TO BK-SUMMARY-LINE
006290                 MOVE 4 TO RETURN-CODE
006298             ELSE
006300                 IF BK-LIVE-COUNT = ZERO
006302                     MOVE "RUN DATE ALREADY BACKED OUT"
006304                         TO BK-SUMMARY-LINE
006306                     MOVE 4 TO RETURN-CODE
006308                 ELSE
006310                     MOVE "BACK-OUT COMPLETE" TO BK-SUMMARY-LINE
006312                     MOVE 0 TO RETURN-CODE
006314                 END-IF
006322             END-IF
006330         END-IF
006338     END-IF.
006360     MOVE BK-SUMMARY-LINE TO REGISTER-REC.
006370     WRITE REGISTER-REC.
006380     MOVE SPACES TO REGISTER-REC.
006390     WRITE REGISTER-REC.
006400
006410     MOVE BK-JOURNAL-READ-COUNT TO BK-COUNT-EDIT.
006420     MOVE SPACES TO BK-SUMMARY-LINE.
006430     STRING "JOURNAL RECORDS READ    : " BK-COUNT-EDIT
006440         DELIMITED BY SIZE INTO BK-SUMMARY-LINE.
006450     MOVE BK-SUMMARY-LINE TO REGISTER-REC.
006460     WRITE REGISTER-REC.
006470
006480     MOVE BK-ENTRY-COUNT TO BK-COUNT-EDIT.
006490     MOVE SPACES TO BK-SUMMARY-LINE.
006500     STRING "UPDATES SELECTED        : " BK-COUNT-EDIT
006510         DELIMITED BY SIZE INTO BK-SUMMARY-LINE.
006520     MOVE BK-SUMMARY-LINE TO REGISTER-REC.
006530     WRITE REGISTER-REC.
006540
006541     MOVE BK-ALREADY-COUNT TO BK-COUNT-EDIT.
006542     MOVE SPACES TO BK-SUMMARY-LINE.
006543     STRING "ALREADY BACKED OUT      : " BK-COUNT-EDIT
006544         DELIMITED BY SIZE INTO BK-SUMMARY-LINE.
006545     MOVE BK-SUMMARY-LINE TO REGISTER-REC.
006546     WRITE REGISTER-REC.
006547
006550     MOVE BK-CUST-COUNT TO BK-COUNT-EDIT.
006560     MOVE SPACES TO BK-SUMMARY-LINE.
006570     STRING "CUSTOMERS SELECTED      : " BK-COUNT-EDIT
006580         DELIMITED BY SIZE INTO BK-SUMMARY-LINE.
006590     MOVE BK-SUMMARY-LINE TO REGISTER-REC.
006600     WRITE REGISTER-REC.
006610
006620     MOVE BK-CONFLICT-COUNT TO BK-COUNT-EDIT.
006630     MOVE SPACES TO BK-SUMMARY-LINE.
006640     STRING "LATER-UPDATE CONFLICTS  : " BK-COUNT-EDIT
006650         DELIMITED BY SIZE INTO BK-SUMMARY-LINE.
006660     MOVE BK-SUMMARY-LINE TO REGISTER-REC.
006670     WRITE REGISTER-REC.
006680
006690     MOVE BK-REVERSED-COUNT TO BK-COUNT-EDIT.
006700     MOVE SPACES TO BK-SUMMARY-LINE.
006710     IF BK-PROOF-RUN
006720         STRING "UPDATES THAT WOULD GO   : " BK-COUNT-EDIT
006730             DELIMITED BY SIZE INTO BK-SUMMARY-LINE
006740     ELSE
006750         STRING "UPDATES REVERSED        : " BK-COUNT-EDIT
006760             DELIMITED BY SIZE INTO BK-SUMMARY-LINE
006770     END-IF.
006780     MOVE BK-SUMMARY-LINE TO REGISTER-REC.
006790     WRITE REGISTER-REC.
006800
006810     MOVE BK-SKIPPED-COUNT TO BK-COUNT-EDIT.
006820     MOVE SPACES TO BK-SUMMARY-LINE.
006830     STRING "UPDATES SKIPPED         : " BK-COUNT-EDIT
006840         DELIMITED BY SIZE INTO BK-SUMMARY-LINE.
006850     MOVE BK-SUMMARY-LINE TO REGISTER-REC.
006860     WRITE REGISTER-REC.
006870
006880     MOVE BK-JOURNAL-WRITE-COUNT TO BK-COUNT-EDIT.
006890     MOVE SPACES TO BK-SUMMARY-LINE.
006900     STRING "JOURNAL RECORDS WRITTEN : " BK-COUNT-EDIT
006910         DELIMITED BY SIZE INTO BK-SUMMARY-LINE.
006920     MOVE BK-SUMMARY-LINE TO REGISTER-REC.
006930     WRITE REGISTER-REC.
006940
006941     IF BK-JOURNAL-FAILED-COUNT > ZERO
006942         MOVE BK-JOURNAL-FAILED-COUNT TO BK-COUNT-EDIT
006943         MOVE SPACES TO BK-SUMMARY-LINE
006944         STRING "** JOURNAL WRITES FAILED : " BK-COUNT-EDIT " **"
006945             DELIMITED BY SIZE INTO BK-SUMMARY-LINE
006946         MOVE BK-SUMMARY-LINE TO REGISTER-REC
006947         WRITE REGISTER-REC
006948         MOVE 8 TO RETURN-CODE
006949     END-IF.
006950     CLOSE REGISTER-FILE.
006960 8000-EXIT.
006970     EXIT.
