000010******************************************************************
000020*    PROGRAM-ID.  ELIGDIFF
000030*
000040*    ELIGIBILITY CHANGE FEED.  RUNS AFTER ELIGCHK IN THE NIGHTLY
000050*    STREAM AND COMPARES TONIGHT'S FULL ELIGIBILITY SNAPSHOT
000060*    (ELIGOUT) WITH THE PREVIOUS NIGHT'S (ELIGPRV, WHICH
000070*    OPERATIONS ROTATES FROM ELIGOUT THE SAME WAY BANDPRV IS
000080*    ROTATED FROM BANDCUR), SO THE BENEFITS ADMINISTRATORS ONLY
000090*    HAVE TO ACT ON WHAT CHANGED.
000100*
000110*    BOTH SNAPSHOTS ARE SORTED INTO CUSTOMER/BENEFIT ORDER AND
000120*    MATCHED.  A CUSTOMER/BENEFIT THAT QUALIFIES TONIGHT BUT DID
000130*    NOT LAST NIGHT (BARRED, OR NO RECORD AT ALL) IS A GRANT; ONE
000140*    THAT QUALIFIED LAST NIGHT BUT DOES NOT TONIGHT IS A REVOKE.
000150*    THE GRANT/REVOKE FEED (ELIGCHG) CARRIES A HEADER AND A
000160*    TRAILER COUNT, AND THE MOVEMENT REPORT SHOWS GRANTS AND
000170*    REVOKES BY BENEFIT AND BY BAND.
000180*
000190*    MASS-CHANGE HOLD: WHEN GRANTS + REVOKES EXCEED THE HOLD
000200*    PERCENTAGE OF THE BASE (LAST NIGHT'S ELIGIBILITY RECORD
000210*    COUNT), THE FEED IS HELD - ELIGCHG IS WRITTEN WITH A HELD
000220*    HEADER AND A ZERO TRAILER, THE CHANGES GO TO THE HOLD FILE
000230*    (ELIGHLD) FOR REVIEW, AND THE STEP ENDS WITH RETURN CODE 4.
000240*    ONCE THE CHANGES ARE CONFIRMED AS GENUINE, THE STEP IS RERUN
000250*    BEFORE THE NEXT NIGHT'S ROTATION WITH THE RELEASE SWITCH ON
000260*    THE PARAMETER CARD TO SEND THEM.  THE CARD NAMES THE RUN
000262*    DATE OF THE HELD FEED - THE DATE ELIGCHK STAMPED ON THAT
000263*    NIGHT'S ELIGOUT SNAPSHOT, AS SHOWN ON THE FEED HEADER - SO
000264*    THE RERUN MAY BE MADE STANDALONE THE NEXT MORNING, WHILE A
000265*    CARD LEFT IN PLACE AFTERWARDS CANNOT RELEASE A LATER NIGHT'S
000266*    MASS CHANGE UNSEEN - A CARD FOR ANY OTHER SNAPSHOT IS
000267*    IGNORED.  THE FEED IS ALSO HELD, WITH NO RELEASE, WHEN
000270*    TONIGHT'S SNAPSHOT IS NOT DATED LATER THAN LAST NIGHT'S (THE
000280*    FILES WERE NOT ROTATED OR ELIGCHK DID NOT WRITE A NEW
000290*    SNAPSHOT).
000300*
000310*    MAY BE RUN STANDALONE OR CALLED BY THE DAILYRUN DRIVER,
000320*    WHICH PASSES DOWN THE SHARED JOB RUN-DATE.  UNDER THE
000330*    DRIVER'S REPORT-ONLY SWITCH THE MOVEMENT REPORT IS STILL
000340*    PRINTED BUT NO FEED OR HOLD FILE IS WRITTEN.
000350*
000360*    PARAMETER CARD (ELIGDPRM, ALL FIELDS OPTIONAL):
000370*      COLS  1-3   HOLD PERCENTAGE (ZERO/BLANK = 10 PERCENT)
000380*      COL   4     Y = RELEASE A FEED OVER THE HOLD PERCENTAGE
000382*      COLS  5-12  RUN DATE OF THE HELD FEED TO RELEASE
000384*                  (CCYYMMDD, AS ON ITS HEADER); THE RELEASE
000386*                  ONLY APPLIES WHILE ELIGOUT IS STILL THE
000388*                  SNAPSHOT FOR THAT DATE
000390*
000400*    GRANT/REVOKE FEED (ELIGCHG) AND HOLD FILE (ELIGHLD),
000410*    60 BYTES:
000420*      HEADER   "HDR", RUN DATE, PRIOR SNAPSHOT DATE, CURRENT
000430*               SNAPSHOT DATE, H = FEED HELD / SPACE = RELEASED
000440*      DETAIL   CUSTOMER ID, BENEFIT NAME, G = GRANT / R =
000450*               REVOKE, OLD BAND, NEW BAND, RUN DATE
000452*    THE FEED'S RUN DATE IS THE DATE OF TONIGHT'S SNAPSHOT, SO A
000454*    FEED RELEASED BY A LATER RERUN CARRIES THE SAME DATE AS THE
000456*    NIGHT IT WAS HELD.
000460*      TRAILER  "TRL", DETAIL COUNT, GRANT COUNT, REVOKE COUNT
000470*
000480*    MODIFICATION HISTORY
000490*    ------------------------------------------------------------
000500*    2026-10-15  RTM  ORIGINAL - NIGHTLY GRANT/REVOKE FEED FROM
000510*                      THE ELIGIBILITY SNAPSHOTS, MOVEMENT REPORT
000520*                      BY BENEFIT AND BAND, AND MASS-CHANGE HOLD.
000522*    2026-10-15  RTM  RELEASE CARD NOW CARRIES THE RUN DATE OF
000524*                      THE HELD FEED; A RELEASE CARD FOR ANY
000526*                      OTHER RUN IS IGNORED AND REPORTED.
000527*    2026-10-15  RTM  RELEASE CARD IS MATCHED TO THE ELIGOUT
000528*                      SNAPSHOT DATE, NOT THE DAY OF THE RERUN,
000529*                      AND THE FEED IS DATED FROM THE SNAPSHOT.
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID.     ELIGDIFF.
000560 AUTHOR.         R T MORALES.
000570 INSTALLATION.   MEMBERSHIP SYSTEMS.
000580 DATE-WRITTEN.   2026-10-15.
000590 DATE-COMPILED.
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER. GENERIC.
000630 OBJECT-COMPUTER. GENERIC.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT PRIOR-ELIG-FILE   ASSIGN TO "ELIGPRV"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS ED-PRV-FILE-STATUS.
000690
000700     SELECT CURRENT-ELIG-FILE ASSIGN TO "ELIGOUT"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS ED-CUR-FILE-STATUS.
000730
000740     SELECT PRIOR-SORTED-FILE ASSIGN TO "ELIGPSRT"
000750         ORGANIZATION IS SEQUENTIAL.
000760
000770     SELECT CURRENT-SORTED-FILE ASSIGN TO "ELIGCSRT"
000780         ORGANIZATION IS SEQUENTIAL.
000790
000800     SELECT PARM-FILE         ASSIGN TO "ELIGDPRM"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS ED-PARM-FILE-STATUS.
000830
000840     SELECT STAGED-CHANGE-FILE ASSIGN TO "ELIGDWK"
000850         ORGANIZATION IS SEQUENTIAL.
000860
000870     SELECT CHANGE-FILE       ASSIGN TO "ELIGCHG"
000880         ORGANIZATION IS SEQUENTIAL.
000890
000900     SELECT HELD-CHANGE-FILE  ASSIGN TO "ELIGHLD"
000910         ORGANIZATION IS SEQUENTIAL.
000920
000930     SELECT REPORT-FILE       ASSIGN TO "ELIGDRPT"
000940         ORGANIZATION IS SEQUENTIAL.
000950
000960     SELECT SORT-WORK-FILE    ASSIGN TO "SORTWK".
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  PRIOR-ELIG-FILE
001000     RECORD CONTAINS 50 CHARACTERS
001010     LABEL RECORDS ARE STANDARD.
001020 01  PRIOR-ELIG-REC               PIC X(50).
001030
001040 FD  CURRENT-ELIG-FILE
001050     RECORD CONTAINS 50 CHARACTERS
001060     LABEL RECORDS ARE STANDARD.
001070 01  CURRENT-ELIG-REC             PIC X(50).
001080
001090 FD  PRIOR-SORTED-FILE
001100     RECORD CONTAINS 50 CHARACTERS
001110     LABEL RECORDS ARE STANDARD.
001120 01  PRIOR-SORTED-REC.
001130     05  PS-CUST-ID                PIC X(10).
001140     05  PS-CATEGORY               PIC X(10).
001150     05  PS-BENEFIT-NAME           PIC X(15).
001160     05  PS-ELIG-FLAG              PIC X(01).
001170         88  PS-QUALIFIES                 VALUE "Y".
001180     05  PS-RUN-DATE               PIC 9(08).
001190     05  FILLER                    PIC X(06).
001200
001210 FD  CURRENT-SORTED-FILE
001220     RECORD CONTAINS 50 CHARACTERS
001230     LABEL RECORDS ARE STANDARD.
001240 01  CURRENT-SORTED-REC.
001250     05  CR-CUST-ID                PIC X(10).
001260     05  CR-CATEGORY               PIC X(10).
001270     05  CR-BENEFIT-NAME           PIC X(15).
001280     05  CR-ELIG-FLAG              PIC X(01).
001290         88  CR-QUALIFIES                 VALUE "Y".
001300     05  CR-RUN-DATE               PIC 9(08).
001310     05  FILLER                    PIC X(06).
001320
001330 FD  PARM-FILE
001340     RECORD CONTAINS 80 CHARACTERS
001350     LABEL RECORDS ARE STANDARD.
001360 01  PARM-REC.
001370     05  EP-HOLD-PERCENT           PIC 9(03).
001380     05  EP-RELEASE-FLAG           PIC X(01).
001390         88  EP-RELEASE-HELD-FEED         VALUE "Y".
001395     05  EP-RELEASE-RUN-DATE       PIC 9(08).
001400     05  FILLER                    PIC X(68).
001410
001420 FD  STAGED-CHANGE-FILE
001430     RECORD CONTAINS 60 CHARACTERS
001440     LABEL RECORDS ARE STANDARD.
001450 01  STAGED-CHANGE-REC            PIC X(60).
001460
001470 FD  CHANGE-FILE
001480     RECORD CONTAINS 60 CHARACTERS
001490     LABEL RECORDS ARE STANDARD.
001500 01  CHANGE-REC                   PIC X(60).
001510
001520 FD  HELD-CHANGE-FILE
001530     RECORD CONTAINS 60 CHARACTERS
001540     LABEL RECORDS ARE STANDARD.
001550 01  HELD-CHANGE-REC              PIC X(60).
001560
001570 FD  REPORT-FILE
001580     RECORD CONTAINS 80 CHARACTERS
001590     LABEL RECORDS ARE STANDARD.
001600 01  REPORT-REC                   PIC X(80).
001610
001620 SD  SORT-WORK-FILE
001630     RECORD CONTAINS 50 CHARACTERS.
001640 01  SORT-REC.
001650     05  SR-CUST-ID                PIC X(10).
001660     05  SR-CATEGORY               PIC X(10).
001670     05  SR-BENEFIT-NAME           PIC X(15).
001680     05  SR-ELIG-FLAG              PIC X(01).
001690     05  SR-RUN-DATE               PIC 9(08).
001700     05  FILLER                    PIC X(06).
001710
001720 WORKING-STORAGE SECTION.
001730 77  ED-EOF-PRIOR-SW              PIC X(01) VALUE 'N'.
001740     88  PRIOR-EOF                           VALUE 'Y'.
001750 77  ED-EOF-CURRENT-SW            PIC X(01) VALUE 'N'.
001760     88  CURRENT-EOF                         VALUE 'Y'.
001770 77  ED-EOF-STAGED-SW             PIC X(01) VALUE 'N'.
001780     88  STAGED-EOF                          VALUE 'Y'.
001790 77  ED-PRIOR-ABSENT-SW           PIC X(01) VALUE 'N'.
001800     88  ED-PRIOR-IS-ABSENT                  VALUE 'Y'.
001810 77  ED-CURRENT-FAILED-SW         PIC X(01) VALUE 'N'.
001820     88  ED-CURRENT-OPEN-FAILED              VALUE 'Y'.
001830 77  ED-FEED-HELD-SW              PIC X(01) VALUE 'N'.
001840     88  ED-FEED-IS-HELD                     VALUE 'Y'.
001850 77  ED-OVER-LIMIT-SW             PIC X(01) VALUE 'N'.
001860     88  ED-CHANGES-OVER-LIMIT               VALUE 'Y'.
001870 77  ED-OUT-OF-SEQ-SW             PIC X(01) VALUE 'N'.
001880     88  ED-SNAPSHOTS-OUT-OF-SEQ             VALUE 'Y'.
001890 77  ED-RELEASE-SW                PIC X(01) VALUE 'N'.
001900     88  ED-RELEASE-REQUESTED                VALUE 'Y'.
001903 77  ED-STALE-RELEASE-SW          PIC X(01) VALUE 'N'.
001906     88  ED-RELEASE-CARD-STALE               VALUE 'Y'.
001907 77  ED-RELEASE-CARD-SW           PIC X(01) VALUE 'N'.
001908     88  ED-RELEASE-CARD-GIVEN               VALUE 'Y'.
001910 77  ED-REPORT-ONLY-SW            PIC X(01) VALUE 'N'.
001920     88  ED-REPORT-ONLY                      VALUE 'Y'.
001930
001940 77  ED-PRV-FILE-STATUS           PIC X(02) VALUE SPACES.
001950     88  ED-PRV-FILE-OK                      VALUE "00".
001960 77  ED-CUR-FILE-STATUS           PIC X(02) VALUE SPACES.
001970     88  ED-CUR-FILE-OK                      VALUE "00".
001980 77  ED-PARM-FILE-STATUS          PIC X(02) VALUE SPACES.
001990     88  ED-PARM-FILE-OK                     VALUE "00".
002000
002010 77  ED-BENEFIT-COUNT             PIC 9(02) COMP VALUE ZERO.
002020 77  ED-BAND-COUNT                PIC 9(02) COMP VALUE ZERO.
002030
002040 77  ED-PRIOR-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
002050 77  ED-CURRENT-READ-COUNT        PIC 9(06) COMP VALUE ZERO.
002060 77  ED-UNCHANGED-COUNT           PIC 9(06) COMP VALUE ZERO.
002070 77  ED-GRANT-COUNT               PIC 9(06) COMP VALUE ZERO.
002080 77  ED-REVOKE-COUNT              PIC 9(06) COMP VALUE ZERO.
002090 77  ED-CHANGE-COUNT              PIC 9(06) COMP VALUE ZERO.
002100 77  ED-FEED-WRITTEN-COUNT        PIC 9(06) COMP VALUE ZERO.
002110 77  ED-HELD-WRITTEN-COUNT        PIC 9(06) COMP VALUE ZERO.
002120
002130 77  ED-HOLD-PERCENT              PIC 9(03) VALUE 10.
002140 77  ED-CHANGE-PERCENT            PIC 9(05)V9(02) VALUE ZERO.
002150
002160 77  ED-RUN-DATE                  PIC 9(08) VALUE ZERO.
002170 77  ED-PRIOR-SNAP-DATE           PIC 9(08) VALUE ZERO.
002180 77  ED-CURRENT-SNAP-DATE         PIC 9(08) VALUE ZERO.
002183 77  ED-RELEASE-CARD-DATE         PIC 9(08) VALUE ZERO.
002186 77  ED-FEED-DATE                 PIC 9(08) VALUE ZERO.
002190 77  ED-TALLY-BAND                PIC X(10) VALUE SPACES.
002200
002210 01  ED-PRIOR-KEY.
002220     05  PK-CUST-ID                PIC X(10).
002230     05  PK-BENEFIT-NAME           PIC X(15).
002240
002250 01  ED-CURRENT-KEY.
002260     05  CK-CUST-ID                PIC X(10).
002270     05  CK-BENEFIT-NAME           PIC X(15).
002280
002290 01  ED-CHANGE-DETAIL.
002300     05  CG-CUST-ID                PIC X(10).
002310     05  CG-BENEFIT-NAME           PIC X(15).
002320     05  CG-ACTION-CODE            PIC X(01).
002330         88  CG-GRANT                     VALUE "G".
002340         88  CG-REVOKE                    VALUE "R".
002350     05  CG-OLD-CATEGORY           PIC X(10).
002360     05  CG-NEW-CATEGORY           PIC X(10).
002370     05  CG-RUN-DATE               PIC 9(08).
002380     05  FILLER                    PIC X(06).
002390
002400 01  ED-CHANGE-HEADER.
002410     05  CH-RECORD-TYPE            PIC X(03).
002420     05  CH-RUN-DATE               PIC 9(08).
002430     05  CH-PRIOR-SNAP-DATE        PIC 9(08).
002440     05  CH-CURRENT-SNAP-DATE      PIC 9(08).
002450     05  CH-HOLD-FLAG              PIC X(01).
002460     05  FILLER                    PIC X(32).
002470
002480 01  ED-CHANGE-TRAILER.
002490     05  CT-RECORD-TYPE            PIC X(03).
002500     05  CT-RECORD-COUNT           PIC 9(06).
002510     05  CT-GRANT-COUNT            PIC 9(06).
002520     05  CT-REVOKE-COUNT           PIC 9(06).
002530     05  FILLER                    PIC X(39).
002540
002550 01  ED-BENEFIT-TALLY-TABLE.
002560     05  ED-BENEFIT-ENTRY OCCURS 1 TO 50 TIMES
002570             DEPENDING ON ED-BENEFIT-COUNT
002580             INDEXED BY ED-BEN-IDX.
002590         10  BT-BENEFIT-NAME       PIC X(15).
002600         10  BT-GRANT-TALLY        PIC 9(06) COMP.
002610         10  BT-REVOKE-TALLY       PIC 9(06) COMP.
002620
002630 01  ED-BAND-TALLY-TABLE.
002640     05  ED-BAND-ENTRY OCCURS 1 TO 20 TIMES
002650             DEPENDING ON ED-BAND-COUNT
002660             INDEXED BY ED-BAND-IDX.
002670         10  BD-BAND-NAME          PIC X(10).
002680         10  BD-GRANT-TALLY        PIC 9(06) COMP.
002690         10  BD-REVOKE-TALLY       PIC 9(06) COMP.
002700
002710 01  ED-REPORT-HEADING-1.
002720     05  FILLER          PIC X(20) VALUE "ELIGDIFF ELIGIBILITY".
002730     05  FILLER          PIC X(17) VALUE " MOVEMENT REPORT ".
002740     05  FILLER          PIC X(09) VALUE "RUN DATE:".
002750     05  RH-RUN-DATE     PIC 9(08).
002760     05  FILLER          PIC X(26) VALUE SPACES.
002770
002780 01  ED-REPORT-HEADING-2.
002790     05  FILLER          PIC X(17) VALUE "PRIOR SNAPSHOT : ".
002800     05  RH-PRIOR-DATE   PIC 9(08).
002810     05  FILLER          PIC X(20) VALUE "   CURRENT SNAPSHOT:".
002820     05  FILLER          PIC X(01) VALUE SPACES.
002830     05  RH-CURRENT-DATE PIC 9(08).
002840     05  FILLER          PIC X(26) VALUE SPACES.
002850
002860 01  ED-BENEFIT-HEADING.
002870     05  FILLER          PIC X(40) VALUE
002880         "MOVEMENT BY BENEFIT".
002890     05  FILLER          PIC X(40) VALUE SPACES.
002900
002910 01  ED-BAND-HEADING.
002920     05  FILLER          PIC X(40) VALUE
002930         "MOVEMENT BY BAND".
002940     05  FILLER          PIC X(40) VALUE SPACES.
002950
002960 01  ED-MOVEMENT-LINE.
002970     05  ML-NAME         PIC X(15).
002980     05  FILLER          PIC X(11) VALUE "  GRANTED: ".
002990     05  ML-GRANTED      PIC ZZZ,ZZ9.
003000     05  FILLER          PIC X(12) VALUE "   REVOKED: ".
003010     05  ML-REVOKED      PIC ZZZ,ZZ9.
003020     05  FILLER          PIC X(28) VALUE SPACES.
003030
003040 01  ED-SUMMARY-LINE              PIC X(80) VALUE SPACES.
003050
003060 01  ED-COUNT-EDIT                PIC ZZZ,ZZ9.
003070 01  ED-PERCENT-EDIT              PIC ZZ,ZZ9.99.
003080 01  ED-LIMIT-EDIT                PIC ZZ9.
003090
003100 LINKAGE SECTION.
003110 COPY RUNPARM.
003120
003130 PROCEDURE DIVISION USING OPTIONAL DL-RUN-PARAMETERS.
003140 0000-MAINLINE.
003150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003160     PERFORM 1500-SORT-SNAPSHOTS THRU 1500-EXIT.
003170     IF NOT ED-CURRENT-OPEN-FAILED
003180         PERFORM 2000-MATCH-SNAPSHOTS THRU 2000-EXIT
003190             UNTIL PRIOR-EOF AND CURRENT-EOF
003200     END-IF.
003210     PERFORM 5000-DECIDE-HOLD THRU 5000-EXIT.
003220     IF NOT ED-REPORT-ONLY
003230         PERFORM 6000-WRITE-FEED THRU 6000-EXIT
003240     END-IF.
003250     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003260     GOBACK.
003270
003280******************************************************************
003290*    1000-INITIALIZE - ESTABLISH THE RUN DATE, READ THE
003300*    PARAMETER CARD AND OPEN THE REPORT AND STAGING FILES.
003310******************************************************************
003320 1000-INITIALIZE.
003330     IF ADDRESS OF DL-RUN-PARAMETERS = NULL
003340         ACCEPT ED-RUN-DATE FROM DATE YYYYMMDD
003350     ELSE
003360         MOVE DL-RUN-DATE TO ED-RUN-DATE
003370         MOVE DL-REPORT-ONLY-FLAG TO ED-REPORT-ONLY-SW
003380     END-IF.
003385     MOVE ED-RUN-DATE TO ED-FEED-DATE.
003390
003400     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
003410
003420     OPEN OUTPUT REPORT-FILE.
003430     IF NOT ED-REPORT-ONLY
003440         OPEN OUTPUT STAGED-CHANGE-FILE
003450     END-IF.
003460 1000-EXIT.
003470     EXIT.
003480
003490******************************************************************
003500*    1100-READ-PARM-CARD - LOAD THE HOLD PERCENTAGE AND THE
003510*    RELEASE SWITCH.  A MISSING CARD, OR A ZERO OR NON-NUMERIC
003520*    PERCENTAGE, LEAVES THE BUILT-IN 10 PERCENT IN FORCE.  A
003523*    RELEASE CARD IS ONLY NOTED HERE; ITS DATE IS CHECKED
003526*    AGAINST TONIGHT'S SNAPSHOT ONCE ELIGOUT HAS BEEN READ.
003530******************************************************************
003540 1100-READ-PARM-CARD.
003550     OPEN INPUT PARM-FILE.
003560     IF ED-PARM-FILE-OK
003570         READ PARM-FILE
003580             AT END
003590                 CONTINUE
003600             NOT AT END
003610                 IF EP-HOLD-PERCENT NUMERIC
003620                  AND EP-HOLD-PERCENT > ZERO
003630                     MOVE EP-HOLD-PERCENT TO ED-HOLD-PERCENT
003640                 END-IF
003650                 IF EP-RELEASE-HELD-FEED
003653                     SET ED-RELEASE-CARD-GIVEN TO TRUE
003656                     IF EP-RELEASE-RUN-DATE NUMERIC
003660                         MOVE EP-RELEASE-RUN-DATE
003663                             TO ED-RELEASE-CARD-DATE
003666                     END-IF
003670                 END-IF
003680         END-READ
003690         CLOSE PARM-FILE
003700     END-IF.
003710 1100-EXIT.
003720     EXIT.
003730
003740******************************************************************
003750*    1500-SORT-SNAPSHOTS - ELIGCHK WRITES EACH CUSTOMER'S
003760*    BENEFITS IN RULE ORDER, SO BOTH SNAPSHOTS ARE SORTED INTO
003770*    CUSTOMER/BENEFIT ORDER BEFORE THEY CAN BE MATCHED.  A
003780*    MISSING PRIOR SNAPSHOT IS TREATED AS EMPTY (EVERY CURRENT
003790*    QUALIFICATION IS A GRANT, AND THE ZERO BASE HOLDS THE FEED);
003800*    A MISSING CURRENT SNAPSHOT FAILS THE STEP.
003810******************************************************************
003820 1500-SORT-SNAPSHOTS.
003830     OPEN INPUT CURRENT-ELIG-FILE.
003840     IF NOT ED-CUR-FILE-OK
003850         DISPLAY "ELIGDIFF - CANNOT OPEN ELIGOUT, STATUS "
003860             ED-CUR-FILE-STATUS
003870         SET ED-CURRENT-OPEN-FAILED TO TRUE
003880         SET PRIOR-EOF TO TRUE
003890         SET CURRENT-EOF TO TRUE
003900         GO TO 1500-EXIT
003910     END-IF.
003920     CLOSE CURRENT-ELIG-FILE.
003930
003940     SORT SORT-WORK-FILE
003950         ON ASCENDING KEY SR-CUST-ID
003960                          SR-BENEFIT-NAME
003970         USING CURRENT-ELIG-FILE
003980         GIVING CURRENT-SORTED-FILE.
003990     OPEN INPUT CURRENT-SORTED-FILE.
004000     PERFORM 2200-READ-CURRENT THRU 2200-EXIT.
004010     IF NOT CURRENT-EOF
004020         MOVE CR-RUN-DATE TO ED-CURRENT-SNAP-DATE
004025         MOVE CR-RUN-DATE TO ED-FEED-DATE
004030     END-IF.
004040
004050     OPEN INPUT PRIOR-ELIG-FILE.
004060     IF NOT ED-PRV-FILE-OK
004070         DISPLAY "ELIGDIFF - NO PRIOR SNAPSHOT ELIGPRV, STATUS "
004080             ED-PRV-FILE-STATUS
004090         SET ED-PRIOR-IS-ABSENT TO TRUE
004100         SET PRIOR-EOF TO TRUE
004110         MOVE HIGH-VALUES TO ED-PRIOR-KEY
004120         GO TO 1500-EXIT
004130     END-IF.
004140     CLOSE PRIOR-ELIG-FILE.
004150
004160     SORT SORT-WORK-FILE
004170         ON ASCENDING KEY SR-CUST-ID
004180                          SR-BENEFIT-NAME
004190         USING PRIOR-ELIG-FILE
004200         GIVING PRIOR-SORTED-FILE.
004210     OPEN INPUT PRIOR-SORTED-FILE.
004220     PERFORM 2100-READ-PRIOR THRU 2100-EXIT.
004230     IF NOT PRIOR-EOF
004240         MOVE PS-RUN-DATE TO ED-PRIOR-SNAP-DATE
004250     END-IF.
004260 1500-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300*    2000-MATCH-SNAPSHOTS - BALANCED-LINE MATCH ON CUSTOMER AND
004310*    BENEFIT.  PRIOR ONLY: A QUALIFICATION THAT HAS GONE IS A
004320*    REVOKE.  CURRENT ONLY: A NEW QUALIFICATION IS A GRANT.  ON
004330*    BOTH: A FLAG THAT TURNED Y IS A GRANT, ONE THAT TURNED N IS
004340*    A REVOKE, ANYTHING ELSE IS UNCHANGED.
004350******************************************************************
004360 2000-MATCH-SNAPSHOTS.
004370     IF ED-PRIOR-KEY < ED-CURRENT-KEY
004380         IF PS-QUALIFIES
004390             MOVE SPACES          TO ED-CHANGE-DETAIL
004400             MOVE PS-CUST-ID      TO CG-CUST-ID
004410             MOVE PS-BENEFIT-NAME TO CG-BENEFIT-NAME
004420             MOVE PS-CATEGORY     TO CG-OLD-CATEGORY
004430             SET CG-REVOKE TO TRUE
004440             PERFORM 3000-RECORD-CHANGE THRU 3000-EXIT
004450         ELSE
004460             ADD 1 TO ED-UNCHANGED-COUNT
004470         END-IF
004480         PERFORM 2100-READ-PRIOR THRU 2100-EXIT
004490         GO TO 2000-EXIT
004500     END-IF.
004510
004520     IF ED-PRIOR-KEY > ED-CURRENT-KEY
004530         IF CR-QUALIFIES
004540             MOVE SPACES          TO ED-CHANGE-DETAIL
004550             MOVE CR-CUST-ID      TO CG-CUST-ID
004560             MOVE CR-BENEFIT-NAME TO CG-BENEFIT-NAME
004570             MOVE CR-CATEGORY     TO CG-NEW-CATEGORY
004580             SET CG-GRANT TO TRUE
004590             PERFORM 3000-RECORD-CHANGE THRU 3000-EXIT
004600         ELSE
004610             ADD 1 TO ED-UNCHANGED-COUNT
004620         END-IF
004630         PERFORM 2200-READ-CURRENT THRU 2200-EXIT
004640         GO TO 2000-EXIT
004650     END-IF.
004660
004670     IF PS-QUALIFIES AND NOT CR-QUALIFIES
004680      OR CR-QUALIFIES AND NOT PS-QUALIFIES
004690         MOVE SPACES          TO ED-CHANGE-DETAIL
004700         MOVE CR-CUST-ID      TO CG-CUST-ID
004710         MOVE CR-BENEFIT-NAME TO CG-BENEFIT-NAME
004720         MOVE PS-CATEGORY     TO CG-OLD-CATEGORY
004730         MOVE CR-CATEGORY     TO CG-NEW-CATEGORY
004740         IF CR-QUALIFIES
004750             SET CG-GRANT TO TRUE
004760         ELSE
004770             SET CG-REVOKE TO TRUE
004780         END-IF
004790         PERFORM 3000-RECORD-CHANGE THRU 3000-EXIT
004800     ELSE
004810         ADD 1 TO ED-UNCHANGED-COUNT
004820     END-IF.
004830     PERFORM 2100-READ-PRIOR THRU 2100-EXIT.
004840     PERFORM 2200-READ-CURRENT THRU 2200-EXIT.
004850 2000-EXIT.
004860     EXIT.
004870
004880******************************************************************
004890*    2100-READ-PRIOR / 2200-READ-CURRENT - READ-AHEAD FOR THE
004900*    MATCH.  END OF FILE DRIVES THE KEY TO HIGH-VALUES SO THE
004910*    OTHER SIDE DRAINS.
004920******************************************************************
004930 2100-READ-PRIOR.
004940     READ PRIOR-SORTED-FILE
004950         AT END
004960             SET PRIOR-EOF TO TRUE
004970             MOVE HIGH-VALUES TO ED-PRIOR-KEY
004980         NOT AT END
004990             ADD 1 TO ED-PRIOR-READ-COUNT
005000             MOVE PS-CUST-ID      TO PK-CUST-ID
005010             MOVE PS-BENEFIT-NAME TO PK-BENEFIT-NAME
005020     END-READ.
005030 2100-EXIT.
005040     EXIT.
005050
005060 2200-READ-CURRENT.
005070     READ CURRENT-SORTED-FILE
005080         AT END
005090             SET CURRENT-EOF TO TRUE
005100             MOVE HIGH-VALUES TO ED-CURRENT-KEY
005110         NOT AT END
005120             ADD 1 TO ED-CURRENT-READ-COUNT
005130             MOVE CR-CUST-ID      TO CK-CUST-ID
005140             MOVE CR-BENEFIT-NAME TO CK-BENEFIT-NAME
005150     END-READ.
005160 2200-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200*    3000-RECORD-CHANGE - COUNT THE GRANT OR REVOKE, ROLL IT
005210*    INTO THE BENEFIT AND BAND TALLIES AND STAGE IT FOR THE
005220*    FEED.  A CHANGE IS TALLIED UNDER TONIGHT'S BAND, OR UNDER
005230*    LAST NIGHT'S BAND WHEN THE CUSTOMER HAS NO RECORD TONIGHT.
005240******************************************************************
005250 3000-RECORD-CHANGE.
005260     MOVE ED-FEED-DATE TO CG-RUN-DATE.
005270     ADD 1 TO ED-CHANGE-COUNT.
005280     IF CG-GRANT
005290         ADD 1 TO ED-GRANT-COUNT
005300     ELSE
005310         ADD 1 TO ED-REVOKE-COUNT
005320     END-IF.
005330
005340     PERFORM 3100-TALLY-BENEFIT THRU 3100-EXIT.
005350
005360     IF CG-NEW-CATEGORY = SPACES
005370         MOVE CG-OLD-CATEGORY TO ED-TALLY-BAND
005380     ELSE
005390         MOVE CG-NEW-CATEGORY TO ED-TALLY-BAND
005400     END-IF.
005410     PERFORM 3200-TALLY-BAND THRU 3200-EXIT.
005420
005430     IF NOT ED-REPORT-ONLY
005440         MOVE ED-CHANGE-DETAIL TO STAGED-CHANGE-REC
005450         WRITE STAGED-CHANGE-REC
005460     END-IF.
005470 3000-EXIT.
005480     EXIT.
005490
005500******************************************************************
005510*    3100-TALLY-BENEFIT - FIND OR ADD THE BENEFIT'S TALLY ENTRY
005520*    AND COUNT THE CHANGE AGAINST IT.
005530******************************************************************
005540 3100-TALLY-BENEFIT.
005550     IF ED-BENEFIT-COUNT > ZERO
005560         SET ED-BEN-IDX TO 1
005570         SEARCH ED-BENEFIT-ENTRY
005580             AT END
005590                 PERFORM 3150-ADD-NEW-BENEFIT THRU 3150-EXIT
005600             WHEN BT-BENEFIT-NAME (ED-BEN-IDX) = CG-BENEFIT-NAME
005610                 CONTINUE
005620         END-SEARCH
005630     ELSE
005640         PERFORM 3150-ADD-NEW-BENEFIT THRU 3150-EXIT
005650     END-IF.
005660     IF BT-BENEFIT-NAME (ED-BEN-IDX) NOT = CG-BENEFIT-NAME
005670         GO TO 3100-EXIT
005680     END-IF.
005690     IF CG-GRANT
005700         ADD 1 TO BT-GRANT-TALLY (ED-BEN-IDX)
005710     ELSE
005720         ADD 1 TO BT-REVOKE-TALLY (ED-BEN-IDX)
005730     END-IF.
005740 3100-EXIT.
005750     EXIT.
005760
005770 3150-ADD-NEW-BENEFIT.
005780     IF ED-BENEFIT-COUNT < 50
005790         ADD 1 TO ED-BENEFIT-COUNT
005800         MOVE CG-BENEFIT-NAME
005810             TO BT-BENEFIT-NAME (ED-BENEFIT-COUNT)
005820         MOVE ZERO TO BT-GRANT-TALLY (ED-BENEFIT-COUNT)
005830         MOVE ZERO TO BT-REVOKE-TALLY (ED-BENEFIT-COUNT)
005840     END-IF.
005850     SET ED-BEN-IDX TO ED-BENEFIT-COUNT.
005860 3150-EXIT.
005870     EXIT.
005880
005890******************************************************************
005900*    3200-TALLY-BAND - FIND OR ADD THE BAND'S TALLY ENTRY AND
005910*    COUNT THE CHANGE AGAINST IT.
005920******************************************************************
005930 3200-TALLY-BAND.
005940     IF ED-BAND-COUNT > ZERO
005950         SET ED-BAND-IDX TO 1
005960         SEARCH ED-BAND-ENTRY
005970             AT END
005980                 PERFORM 3250-ADD-NEW-BAND THRU 3250-EXIT
005990             WHEN BD-BAND-NAME (ED-BAND-IDX) = ED-TALLY-BAND
006000                 CONTINUE
006010         END-SEARCH
006020     ELSE
006030         PERFORM 3250-ADD-NEW-BAND THRU 3250-EXIT
006040     END-IF.
006050     IF BD-BAND-NAME (ED-BAND-IDX) NOT = ED-TALLY-BAND
006060         GO TO 3200-EXIT
006070     END-IF.
006080     IF CG-GRANT
006090         ADD 1 TO BD-GRANT-TALLY (ED-BAND-IDX)
006100     ELSE
006110         ADD 1 TO BD-REVOKE-TALLY (ED-BAND-IDX)
006120     END-IF.
006130 3200-EXIT.
006140     EXIT.
006150
006160 3250-ADD-NEW-BAND.
006170     IF ED-BAND-COUNT < 20
006180         ADD 1 TO ED-BAND-COUNT
006190         MOVE ED-TALLY-BAND TO BD-BAND-NAME (ED-BAND-COUNT)
006200         MOVE ZERO TO BD-GRANT-TALLY (ED-BAND-COUNT)
006210         MOVE ZERO TO BD-REVOKE-TALLY (ED-BAND-COUNT)
006220     END-IF.
006230     SET ED-BAND-IDX TO ED-BAND-COUNT.
006240 3250-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280*    5000-DECIDE-HOLD - WORK OUT THE CHANGE PERCENTAGE AGAINST
006290*    THE BASE AND DECIDE WHETHER THE FEED GOES OUT.  WITH NO
006300*    BASE, ANY CHANGE AT ALL IS OVER THE LIMIT.  SNAPSHOTS OUT
006310*    OF DATE SEQUENCE ARE HELD EVEN WHEN A RELEASE IS ASKED FOR.
006313*    A RELEASE CARD ONLY COUNTS WHEN ITS DATE IS THE DATE OF
006316*    TONIGHT'S SNAPSHOT; OTHERWISE IT IS IGNORED AND REPORTED.
006320******************************************************************
006330 5000-DECIDE-HOLD.
006340     IF ED-CURRENT-OPEN-FAILED
006350         SET ED-FEED-IS-HELD TO TRUE
006360         GO TO 5000-EXIT
006370     END-IF.
006380
006381     IF ED-RELEASE-CARD-GIVEN
006382         IF ED-RELEASE-CARD-DATE = ED-CURRENT-SNAP-DATE
006383          AND ED-CURRENT-SNAP-DATE > ZERO
006384             SET ED-RELEASE-REQUESTED TO TRUE
006385         ELSE
006386             SET ED-RELEASE-CARD-STALE TO TRUE
006387         END-IF
006388     END-IF.
006389
006390     IF ED-PRIOR-READ-COUNT > ZERO
006400      AND ED-CURRENT-READ-COUNT > ZERO
006410      AND ED-CURRENT-SNAP-DATE NOT > ED-PRIOR-SNAP-DATE
006420         SET ED-SNAPSHOTS-OUT-OF-SEQ TO TRUE
006430         SET ED-FEED-IS-HELD TO TRUE
006440     END-IF.
006450
006460     IF ED-PRIOR-READ-COUNT = ZERO
006470         IF ED-CHANGE-COUNT > ZERO
006480             MOVE 99999.99 TO ED-CHANGE-PERCENT
006490             SET ED-CHANGES-OVER-LIMIT TO TRUE
006500         END-IF
006510     ELSE
006520         COMPUTE ED-CHANGE-PERCENT ROUNDED =
006530             ED-CHANGE-COUNT * 100 / ED-PRIOR-READ-COUNT
006540             ON SIZE ERROR
006550                 MOVE 99999.99 TO ED-CHANGE-PERCENT
006560         END-COMPUTE
006570         IF ED-CHANGE-PERCENT > ED-HOLD-PERCENT
006580             SET ED-CHANGES-OVER-LIMIT TO TRUE
006590         END-IF
006600     END-IF.
006610
006620     IF ED-CHANGES-OVER-LIMIT
006630      AND NOT ED-RELEASE-REQUESTED
006640         SET ED-FEED-IS-HELD TO TRUE
006650     END-IF.
006660 5000-EXIT.
006670     EXIT.
006680
006690******************************************************************
006700*    6000-WRITE-FEED - COPY THE STAGED CHANGES TO THE FEED, OR
006710*    TO THE HOLD FILE WHEN THE FEED IS HELD.  BOTH FILES ALWAYS
006720*    CARRY A HEADER AND TRAILER SO THE RECEIVING SIDE NEVER
006730*    SEES AN EMPTY OR TRUNCATED FILE; A HELD FEED HAS THE HOLD
006740*    FLAG IN ITS HEADER AND A ZERO TRAILER COUNT.
006750******************************************************************
006760 6000-WRITE-FEED.
006770     CLOSE STAGED-CHANGE-FILE.
006780     OPEN OUTPUT CHANGE-FILE.
006790     OPEN OUTPUT HELD-CHANGE-FILE.
006800
006810     MOVE SPACES               TO ED-CHANGE-HEADER.
006820     MOVE "HDR"                TO CH-RECORD-TYPE.
006830     MOVE ED-FEED-DATE         TO CH-RUN-DATE.
006840     MOVE ED-PRIOR-SNAP-DATE   TO CH-PRIOR-SNAP-DATE.
006850     MOVE ED-CURRENT-SNAP-DATE TO CH-CURRENT-SNAP-DATE.
006860     IF ED-FEED-IS-HELD
006870         MOVE "H" TO CH-HOLD-FLAG
006880     END-IF.
006890     MOVE ED-CHANGE-HEADER TO CHANGE-REC.
006900     WRITE CHANGE-REC.
006910     MOVE ED-CHANGE-HEADER TO HELD-CHANGE-REC.
006920     WRITE HELD-CHANGE-REC.
006930
006940     IF NOT ED-CURRENT-OPEN-FAILED
006950         OPEN INPUT STAGED-CHANGE-FILE
006960         PERFORM 6100-COPY-ONE-CHANGE THRU 6100-EXIT
006970             UNTIL STAGED-EOF
006980         CLOSE STAGED-CHANGE-FILE
006990     END-IF.
007000
007010     MOVE SPACES               TO ED-CHANGE-TRAILER.
007020     MOVE "TRL"                TO CT-RECORD-TYPE.
007030     MOVE ZERO TO CT-RECORD-COUNT CT-GRANT-COUNT CT-REVOKE-COUNT.
007040     IF NOT ED-FEED-IS-HELD
007050         MOVE ED-FEED-WRITTEN-COUNT TO CT-RECORD-COUNT
007060         MOVE ED-GRANT-COUNT        TO CT-GRANT-COUNT
007070         MOVE ED-REVOKE-COUNT       TO CT-REVOKE-COUNT
007080     END-IF.
007090     MOVE ED-CHANGE-TRAILER TO CHANGE-REC.
007100     WRITE CHANGE-REC.
007110
007120     MOVE ZERO TO CT-RECORD-COUNT CT-GRANT-COUNT CT-REVOKE-COUNT.
007130     IF ED-FEED-IS-HELD
007140         MOVE ED-HELD-WRITTEN-COUNT TO CT-RECORD-COUNT
007150         MOVE ED-GRANT-COUNT        TO CT-GRANT-COUNT
007160         MOVE ED-REVOKE-COUNT       TO CT-REVOKE-COUNT
007170     END-IF.
007180     MOVE ED-CHANGE-TRAILER TO HELD-CHANGE-REC.
007190     WRITE HELD-CHANGE-REC.
007200
007210     CLOSE CHANGE-FILE.
007220     CLOSE HELD-CHANGE-FILE.
007230 6000-EXIT.
007240     EXIT.
007250
007260 6100-COPY-ONE-CHANGE.
007270     READ STAGED-CHANGE-FILE
007280         AT END
007290             SET STAGED-EOF TO TRUE
007300         NOT AT END
007310             IF ED-FEED-IS-HELD
007320                 MOVE STAGED-CHANGE-REC TO HELD-CHANGE-REC
007330                 WRITE HELD-CHANGE-REC
007340                 ADD 1 TO ED-HELD-WRITTEN-COUNT
007350             ELSE
007360                 MOVE STAGED-CHANGE-REC TO CHANGE-REC
007370                 WRITE CHANGE-REC
007380                 ADD 1 TO ED-FEED-WRITTEN-COUNT
007390             END-IF
007400     END-READ.
007410 6100-EXIT.
007420     EXIT.
007430
007440******************************************************************
007450*    8000-TERMINATE - PRINT THE MOVEMENT REPORT AND SUMMARY,
007460*    SET THE STEP RETURN CODE FOR THE DRIVER AND CLOSE UP.
007470******************************************************************
007480 8000-TERMINATE.
007490     MOVE ED-RUN-DATE TO RH-RUN-DATE.
007500     MOVE ED-REPORT-HEADING-1 TO REPORT-REC.
007510     WRITE REPORT-REC.
007520     MOVE ED-PRIOR-SNAP-DATE   TO RH-PRIOR-DATE.
007530     MOVE ED-CURRENT-SNAP-DATE TO RH-CURRENT-DATE.
007540     MOVE ED-REPORT-HEADING-2 TO REPORT-REC.
007550     WRITE REPORT-REC.
007560     MOVE SPACES TO REPORT-REC.
007570     WRITE REPORT-REC.
007580
007590     IF ED-CURRENT-OPEN-FAILED
007600         MOVE "** CURRENT ELIGIBILITY FILE COULD NOT BE OPENED **"
007610             TO ED-SUMMARY-LINE
007620         MOVE ED-SUMMARY-LINE TO REPORT-REC
007630         WRITE REPORT-REC
007640     END-IF.
007650     IF ED-PRIOR-IS-ABSENT
007660         MOVE "** NO PRIOR SNAPSHOT - ALL QUALIFIED ARE GRANTS **"
007670             TO ED-SUMMARY-LINE
007680         MOVE ED-SUMMARY-LINE TO REPORT-REC
007690         WRITE REPORT-REC
007700     END-IF.
007710     IF ED-SNAPSHOTS-OUT-OF-SEQ
007720         MOVE "** CURRENT SNAPSHOT NOT LATER THAN PRIOR **"
007730             TO ED-SUMMARY-LINE
007740         MOVE ED-SUMMARY-LINE TO REPORT-REC
007750         WRITE REPORT-REC
007760     END-IF.
007770
007780     MOVE ED-BENEFIT-HEADING TO REPORT-REC.
007790     WRITE REPORT-REC.
007800     IF ED-BENEFIT-COUNT > ZERO
007810         PERFORM 8100-WRITE-BENEFIT-LINE THRU 8100-EXIT
007820             VARYING ED-BEN-IDX FROM 1 BY 1
007830             UNTIL ED-BEN-IDX > ED-BENEFIT-COUNT
007840     END-IF.
007850     MOVE SPACES TO REPORT-REC.
007860     WRITE REPORT-REC.
007870
007880     MOVE ED-BAND-HEADING TO REPORT-REC.
007890     WRITE REPORT-REC.
007900     IF ED-BAND-COUNT > ZERO
007910         PERFORM 8200-WRITE-BAND-LINE THRU 8200-EXIT
007920             VARYING ED-BAND-IDX FROM 1 BY 1
007930             UNTIL ED-BAND-IDX > ED-BAND-COUNT
007940     END-IF.
007950     MOVE SPACES TO REPORT-REC.
007960     WRITE REPORT-REC.
007970
007980     MOVE ED-PRIOR-READ-COUNT TO ED-COUNT-EDIT.
007990     MOVE SPACES TO ED-SUMMARY-LINE.
008000     STRING "PRIOR RECORDS (BASE)     : " ED-COUNT-EDIT
008010         DELIMITED BY SIZE INTO ED-SUMMARY-LINE.
008020     MOVE ED-SUMMARY-LINE TO REPORT-REC.
008030     WRITE REPORT-REC.
008040
008050     MOVE ED-CURRENT-READ-COUNT TO ED-COUNT-EDIT.
008060     MOVE SPACES TO ED-SUMMARY-LINE.
008070     STRING "CURRENT RECORDS          : " ED-COUNT-EDIT
008080         DELIMITED BY SIZE INTO ED-SUMMARY-LINE.
008090     MOVE ED-SUMMARY-LINE TO REPORT-REC.
008100     WRITE REPORT-REC.
008110
008120     MOVE ED-UNCHANGED-COUNT TO ED-COUNT-EDIT.
008130     MOVE SPACES TO ED-SUMMARY-LINE.
008140     STRING "UNCHANGED                : " ED-COUNT-EDIT
008150         DELIMITED BY SIZE INTO ED-SUMMARY-LINE.
008160     MOVE ED-SUMMARY-LINE TO REPORT-REC.
008170     WRITE REPORT-REC.
008180
008190     MOVE ED-GRANT-COUNT TO ED-COUNT-EDIT.
008200     MOVE SPACES TO ED-SUMMARY-LINE.
008210     STRING "GRANTS                   : " ED-COUNT-EDIT
008220         DELIMITED BY SIZE INTO ED-SUMMARY-LINE.
008230     MOVE ED-SUMMARY-LINE TO REPORT-REC.
008240     WRITE REPORT-REC.
008250
008260     MOVE ED-REVOKE-COUNT TO ED-COUNT-EDIT.
008270     MOVE SPACES TO ED-SUMMARY-LINE.
008280     STRING "REVOKES                  : " ED-COUNT-EDIT
008290         DELIMITED BY SIZE INTO ED-SUMMARY-LINE.
008300     MOVE ED-SUMMARY-LINE TO REPORT-REC.
008310     WRITE REPORT-REC.
008320
008330     MOVE ED-CHANGE-PERCENT TO ED-PERCENT-EDIT.
008340     MOVE ED-HOLD-PERCENT   TO ED-LIMIT-EDIT.
008350     MOVE SPACES TO ED-SUMMARY-LINE.
008360     STRING "CHANGE PERCENT OF BASE   : " ED-PERCENT-EDIT
008370         "  (HOLD LIMIT " ED-LIMIT-EDIT ")"
008380         DELIMITED BY SIZE INTO ED-SUMMARY-LINE.
008390     MOVE ED-SUMMARY-LINE TO REPORT-REC.
008400     WRITE REPORT-REC.
008410
008420     IF ED-FEED-IS-HELD
008430         MOVE "** FEED HELD - CHANGES ARE ON ELIGHLD **"
008440             TO ED-SUMMARY-LINE
008450     ELSE
008460         IF ED-CHANGES-OVER-LIMIT
008470             MOVE "FEED RELEASED OVER HOLD LIMIT BY CARD"
008480                 TO ED-SUMMARY-LINE
008490         ELSE
008500             MOVE "FEED RELEASED"
008510                 TO ED-SUMMARY-LINE
008520         END-IF
008530     END-IF.
008540     MOVE ED-SUMMARY-LINE TO REPORT-REC.
008550     WRITE REPORT-REC.
008551
008552     IF ED-RELEASE-CARD-STALE
008553         MOVE "RELEASE CARD NOT FOR THIS SNAPSHOT - IGNORED"
008554             TO ED-SUMMARY-LINE
008555         MOVE ED-SUMMARY-LINE TO REPORT-REC
008556         WRITE REPORT-REC
008557     END-IF.
008560
008570     IF ED-REPORT-ONLY
008580         MOVE "REPORT-ONLY RUN - NO FILES WERE UPDATED"
008590             TO ED-SUMMARY-LINE
008600         MOVE ED-SUMMARY-LINE TO REPORT-REC
008610         WRITE REPORT-REC
008620     END-IF.
008630
008640     IF ED-CURRENT-OPEN-FAILED
008650         MOVE 8 TO RETURN-CODE
008660     ELSE
008670         IF ED-FEED-IS-HELD
008680             MOVE 4 TO RETURN-CODE
008690         ELSE
008700             MOVE 0 TO RETURN-CODE
008710         END-IF
008720     END-IF.
008730     IF ADDRESS OF DL-RUN-PARAMETERS NOT = NULL
008740         MOVE RETURN-CODE TO DL-STEP-RETURN-CODE
008750     END-IF.
008760
008770     IF NOT ED-CURRENT-OPEN-FAILED
008780         CLOSE CURRENT-SORTED-FILE
008790         IF NOT ED-PRIOR-IS-ABSENT
008800             CLOSE PRIOR-SORTED-FILE
008810         END-IF
008820     END-IF.
008830     CLOSE REPORT-FILE.
008840 8000-EXIT.
008850     EXIT.
008860
008870 8100-WRITE-BENEFIT-LINE.
008880     MOVE BT-BENEFIT-NAME (ED-BEN-IDX) TO ML-NAME.
008890     MOVE BT-GRANT-TALLY (ED-BEN-IDX)  TO ML-GRANTED.
008900     MOVE BT-REVOKE-TALLY (ED-BEN-IDX) TO ML-REVOKED.
008910     MOVE ED-MOVEMENT-LINE TO REPORT-REC.
008920     WRITE REPORT-REC.
008930 8100-EXIT.
008940     EXIT.
008950
008960 8200-WRITE-BAND-LINE.
008970     MOVE BD-BAND-NAME (ED-BAND-IDX)    TO ML-NAME.
008980     MOVE BD-GRANT-TALLY (ED-BAND-IDX)  TO ML-GRANTED.
008990     MOVE BD-REVOKE-TALLY (ED-BAND-IDX) TO ML-REVOKED.
009000     MOVE ED-MOVEMENT-LINE TO REPORT-REC.
009010     WRITE REPORT-REC.
009020 8200-EXIT.
009030     EXIT.
