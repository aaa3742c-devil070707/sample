000170*    A PRINT MANIFEST SHOWS THE LETTER COUNT FOR EACH TRANSITION
000180*    TYPE AND PROVES THE RUN BALANCES BACK TO THE EXTRACT
000190*    TRAILER: LETTERS PRINTED PLUS CUSTOMERS NO LONGER ON THE
000196*    MASTER PLUS CUSTOMERS HELD MUST EQUAL THE DETAILS READ,
000202*    AND THOSE MUST EQUAL THE TRAILER COUNT.  A MISSING TRAILER OR
000210*    A COUNT MISMATCH FAILS THE RUN (RETURN CODE 8) SO A SHORT
000220*    EXTRACT CAN NEVER MAIL AS IF IT WERE COMPLETE.
000221*
000222*    EACH LETTER CARRIES THE CUSTOMER'S POSTAL ADDRESS FROM THE
000223*    ADDRESS FILE (CUSTADR, MAINTAINED BY ADRMNT).  A CUSTOMER
000224*    WITH NO ADDRESS ON FILE, OR WHOSE ADDRESS IS FLAGGED AS
000225*    RETURNED MAIL, IS HELD OFF THE LETTER RUN AND LISTED ON THE
000226*    MANIFEST WITH THE REASON, SO NOTHING IS MAILED TO AN
000227*    ADDRESS KNOWN TO BE BAD.
000230*
000240*    LETTER-TEXT CONTROL FILE (LTRCTL, 80 BYTES):
000250*      COLS  1-10  OLD BAND NAME
000310*    ------------------------------------------------------------
000320*    2026-09-03  RTM  ORIGINAL - LETTER GENERATION AND PRINT
000330*                      MANIFEST FOR THE BAND-TRANSITION EXTRACT.
000331*    2026-10-15  RTM  NOW RUNS AS A DAILYRUN JOB STEP: TAKES THE
000332*                      SHARED RUN-PARAMETER BLOCK (OPTIONAL, SO
000333*                      THE PROGRAM STILL RUNS STANDALONE), DATES
000334*                      THE LETTERS WITH THE JOB'S RUN DATE AND
000335*                      PASSES BACK THE STEP RETURN CODE (8 WHEN
000336*                      THE EXTRACT IS OUT OF BALANCE, 4 WHEN ANY
000337*                      CUSTOMER WAS NO LONGER ON THE MASTER).
000338*    2026-10-15  RTM  PRINTS THE ADDRESS BLOCK FROM THE NEW
000339*                      CUSTADR ADDRESS FILE ON EACH LETTER.
000340*                      CUSTOMERS WITH NO ADDRESS OR WITH
000341*                      RETURNED MAIL ARE HELD, LISTED ON THE
000342*                      MANIFEST AND GIVE RETURN CODE 4.
000343*    2026-10-15  RTM  LETTERS, SKIPPED AND HELD NOW CROSS-FOOTED
000344*                      TO THE DETAILS READ; RETURN CODE 4 IS SET
000345*                      ON A STANDALONE RUN AS WELL.
000346*    2026-10-15  RTM  MANIFEST TRANSITION COUNTS NOW TALLY ONLY
000347*                      LETTERS ACTUALLY PRINTED, NOT HELD OR
000348*                      SKIPPED CUSTOMERS.
000349******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.     BANDLTR.
000370 AUTHOR.         R T MORALES.
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS MST-CUST-ID
000590         FILE STATUS IS BL-MST-FILE-STATUS.
000591
000592     SELECT ADDRESS-FILE     ASSIGN TO "CUSTADR"
000593         ORGANIZATION IS INDEXED
000594         ACCESS MODE IS DYNAMIC
000595         RECORD KEY IS ADR-CUST-ID
000596         FILE STATUS IS BL-ADR-FILE-STATUS.
000600
000610     SELECT LETTER-FILE      ASSIGN TO "LETTERS"
000620         ORGANIZATION IS SEQUENTIAL.
001005     05  MST-SOURCE-BRANCH        PIC X(03).
001010     05  FILLER                   PIC X(07).
001020
001021 FD  ADDRESS-FILE
001022     RECORD CONTAINS 250 CHARACTERS
001023     LABEL RECORDS ARE STANDARD.
001024 COPY CUSTADR.
001025
001030 FD  LETTER-FILE
001040     RECORD CONTAINS 80 CHARACTERS
001050     LABEL RECORDS ARE STANDARD.
001260     88  BL-MASTER-IS-ABSENT                 VALUE 'Y'.
001262 77  BL-EXTRACT-OPENED-SW         PIC X(01) VALUE 'N'.
001264     88  BL-EXTRACT-WAS-OPENED               VALUE 'Y'.
001265 77  BL-ADDRESS-ABSENT-SW         PIC X(01) VALUE 'N'.
001266     88  BL-ADDRESS-IS-ABSENT                VALUE 'Y'.
001267 77  BL-ADDRESS-OK-SW             PIC X(01) VALUE 'N'.
001268     88  BL-ADDRESS-IS-MAILABLE              VALUE 'Y'.
001270
001280 77  BL-XTR-FILE-STATUS           PIC X(02) VALUE SPACES.
001290     88  BL-XTR-FILE-OK                      VALUE "00".
001310     88  BL-CTL-FILE-OK                      VALUE "00".
001320 77  BL-MST-FILE-STATUS           PIC X(02) VALUE SPACES.
001330     88  BL-MST-FILE-OK                      VALUE "00".
001333 77  BL-ADR-FILE-STATUS           PIC X(02) VALUE SPACES.
001336     88  BL-ADR-FILE-OK                      VALUE "00".
001340
001350 77  BL-TEXT-COUNT                PIC 9(03) COMP VALUE ZERO.
001355 77  BL-LINE-NO-SUB               PIC 9(03) COMP VALUE ZERO.
001390 77  BL-DETAIL-READ-COUNT         PIC 9(06) COMP VALUE ZERO.
001400 77  BL-LETTER-COUNT              PIC 9(06) COMP VALUE ZERO.
001410 77  BL-NOT-ON-MASTER-COUNT       PIC 9(06) COMP VALUE ZERO.
001411 77  BL-HELD-NO-ADDRESS-COUNT     PIC 9(06) COMP VALUE ZERO.
001412 77  BL-HELD-RETURNED-COUNT       PIC 9(06) COMP VALUE ZERO.
001413 77  BL-ACCOUNTED-COUNT           PIC 9(06) COMP VALUE ZERO.
001414 77  BL-ADDRESS-PTR               PIC 9(03) COMP VALUE ZERO.
001415 77  BL-HOLD-REASON               PIC X(30) VALUE SPACES.
001420
001430 77  BL-RUN-DATE                  PIC 9(08) VALUE ZERO.
001440
001800         " NO LONGER ON MASTER - NO LETTER PRINTED".
001810     05  FILLER          PIC X(28) VALUE SPACES.
001820
001821 01  BL-HELD-LINE.
001822     05  HD-CUST-ID      PIC X(10).
001823     05  FILLER          PIC X(01) VALUE SPACES.
001824     05  HD-CUST-NAME    PIC X(20).
001825     05  FILLER          PIC X(08) VALUE " HELD - ".
001826     05  HD-REASON       PIC X(30).
001827     05  FILLER          PIC X(11) VALUE SPACES.
001828
001830 01  BL-LETTER-SEP-LINE           PIC X(80) VALUE ALL "-".
001840
001841 01  BL-ADDRESS-NOTE-LINE         PIC X(80) VALUE
001842     "** ADDRESS FILE NOT AVAILABLE - ALL LETTERS HELD **".
001843
001850 01  BL-LETTER-ADDR-LINE.
001860     05  FILLER          PIC X(04) VALUE "TO: ".
001870     05  LA-CUST-NAME    PIC X(20).
001880     05  FILLER          PIC X(06) VALUE "  ID: ".
001890     05  LA-CUST-ID      PIC X(10).
001900     05  FILLER          PIC X(40) VALUE SPACES.
001901
001902 01  BL-LETTER-ADDRESS-BLOCK.
001903     05  FILLER          PIC X(04) VALUE SPACES.
001904     05  LB-ADDRESS-TEXT PIC X(60).
001905     05  FILLER          PIC X(16) VALUE SPACES.
001910
001920 01  BL-LETTER-DATE-LINE.
001930     05  FILLER          PIC X(06) VALUE "DATE: ".
002100 01  BL-COUNT-EDIT                PIC ZZZ,ZZ9.
002110 01  BL-COUNT-EDIT-2              PIC ZZZ,ZZ9.
002120
002124 LINKAGE SECTION.
002128 COPY RUNPARM.
002132
002136 PROCEDURE DIVISION USING OPTIONAL DL-RUN-PARAMETERS.
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002160     PERFORM 2000-PROCESS-TRANSITION THRU 2000-EXIT
002240*    HEADING AND PRIME THE EXTRACT READ-AHEAD.
002250******************************************************************
002260 1000-INITIALIZE.
002263     IF ADDRESS OF DL-RUN-PARAMETERS = NULL
002266         ACCEPT BL-RUN-DATE FROM DATE YYYYMMDD
002269     ELSE
002272         MOVE DL-RUN-DATE TO BL-RUN-DATE
002275     END-IF.
002280
002290     OPEN OUTPUT LETTER-FILE
002300     OPEN OUTPUT REPORT-FILE.
002400         SET BL-MASTER-IS-ABSENT TO TRUE
002410         DISPLAY "BANDLTR - CANNOT OPEN CUSTOMER MASTER, STATUS "
002420             BL-MST-FILE-STATUS
002421     END-IF.
002422
002423     OPEN INPUT ADDRESS-FILE.
002424     IF NOT BL-ADR-FILE-OK
002425         SET BL-ADDRESS-IS-ABSENT TO TRUE
002426         DISPLAY "BANDLTR - CANNOT OPEN ADDRESS FILE, STATUS "
002427             BL-ADR-FILE-STATUS
002428         MOVE BL-ADDRESS-NOTE-LINE TO REPORT-REC
002429         WRITE REPORT-REC
002430     END-IF.
002440
002450     PERFORM 1100-LOAD-LETTER-TEXTS THRU 1100-EXIT.
003030
003040******************************************************************
003050*    2000-PROCESS-TRANSITION - PRINT ONE NOTIFICATION LETTER FOR
003060*    THE CURRENT EXTRACT DETAIL (TALLIED BY TRANSITION TYPE WHEN
003070*    IT IS PRINTED), THEN READ AHEAD.
003080******************************************************************
003090 2000-PROCESS-TRANSITION.
003100     ADD 1 TO BL-DETAIL-READ-COUNT.
003110     PERFORM 3000-LOOK-UP-CUSTOMER THRU 3000-EXIT.
003130     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
003140 2000-EXIT.
003150     EXIT.
003432******************************************************************
003433*    3000-LOOK-UP-CUSTOMER - FETCH THE CUSTOMER'S NAME FROM THE
003434*    MASTER AND PRINT THE LETTER.  A CUSTOMER NO LONGER ON THE
003435*    MASTER (E.G. DELETED SINCE THE EXTRACT WAS CUT), OR WITH NO
003436*    MAILABLE ADDRESS, GETS NO LETTER AND IS LISTED INSTEAD.
003437******************************************************************
003438 3000-LOOK-UP-CUSTOMER.
003439     IF BL-MASTER-IS-ABSENT
003460     END-IF.
003470     MOVE XT-CUST-ID TO MST-CUST-ID.
003480     READ CUSTOMER-MASTER.
003482     IF NOT BL-MST-FILE-OK
003484         PERFORM 3500-NOTE-SKIPPED-CUSTOMER THRU 3500-EXIT
003486         GO TO 3000-EXIT
003488     END-IF.
003490     PERFORM 3200-LOOK-UP-ADDRESS THRU 3200-EXIT.
003492     IF BL-ADDRESS-IS-MAILABLE
003500         PERFORM 4000-PRINT-LETTER THRU 4000-EXIT
003510     ELSE
003511         PERFORM 3600-NOTE-HELD-CUSTOMER THRU 3600-EXIT
003512     END-IF.
003513 3000-EXIT.
003514     EXIT.
003515
003516******************************************************************
003517*    3200-LOOK-UP-ADDRESS - FETCH THE CUSTOMER'S ADDRESS AND
003518*    DECIDE WHETHER THE LETTER CAN BE MAILED.  NO ADDRESS ON
003519*    FILE, OR AN ADDRESS FLAGGED AS RETURNED MAIL, HOLDS IT.
003520******************************************************************
003521 3200-LOOK-UP-ADDRESS.
003522     MOVE 'N' TO BL-ADDRESS-OK-SW.
003523     MOVE SPACES TO BL-HOLD-REASON.
003524     IF BL-ADDRESS-IS-ABSENT
003525         MOVE "ADDRESS FILE NOT AVAILABLE" TO BL-HOLD-REASON
003526         ADD 1 TO BL-HELD-NO-ADDRESS-COUNT
003527         GO TO 3200-EXIT
003528     END-IF.
003529     MOVE XT-CUST-ID TO ADR-CUST-ID.
003530     READ ADDRESS-FILE.
003531     IF NOT BL-ADR-FILE-OK
003532         MOVE "NO ADDRESS ON FILE" TO BL-HOLD-REASON
003533         ADD 1 TO BL-HELD-NO-ADDRESS-COUNT
003534         GO TO 3200-EXIT
003535     END-IF.
003536     IF ADR-MAIL-RETURNED
003537         STRING "RETURNED MAIL " ADR-RETURNED-DATE
003538             DELIMITED BY SIZE INTO BL-HOLD-REASON
003539         ADD 1 TO BL-HELD-RETURNED-COUNT
003540         GO TO 3200-EXIT
003541     END-IF.
003542     SET BL-ADDRESS-IS-MAILABLE TO TRUE.
003543 3200-EXIT.
003550     EXIT.
003560
003570 3500-NOTE-SKIPPED-CUSTOMER.
003620 3500-EXIT.
003630     EXIT.
003640
003641 3600-NOTE-HELD-CUSTOMER.
003642     MOVE XT-CUST-ID     TO HD-CUST-ID.
003643     MOVE MST-CUST-NAME  TO HD-CUST-NAME.
003644     MOVE BL-HOLD-REASON TO HD-REASON.
003645     MOVE BL-HELD-LINE TO REPORT-REC.
003646     WRITE REPORT-REC.
003647 3600-EXIT.
003648     EXIT.
003649
003650******************************************************************
003660*    4000-PRINT-LETTER - PRINT ONE FORMATTED NOTIFICATION
003670*    LETTER: SEPARATOR, ADDRESSEE, POSTAL ADDRESS, DATE, THEN
003680*    THE CONFIGURED TEXT LINES FOR THIS OLD-BAND/NEW-BAND PAIR
003690*    IN ASCENDING LINE-NUMBER ORDER, OR THE BUILT-IN GENERIC
003700*    WORDING WHEN THE PAIR HAS NO CONFIGURED TEXT.  THE LETTER
003705*    IS THEN TALLIED UNDER ITS PAIR FOR THE MANIFEST.
003710******************************************************************
003720 4000-PRINT-LETTER.
003730     MOVE BL-LETTER-SEP-LINE TO LETTER-REC.
003760     MOVE XT-CUST-ID    TO LA-CUST-ID.
003770     MOVE BL-LETTER-ADDR-LINE TO LETTER-REC.
003780     WRITE LETTER-REC.
003785     PERFORM 4200-PRINT-ADDRESS-BLOCK THRU 4200-EXIT.
003790     MOVE BL-RUN-DATE TO LD-RUN-DATE.
003800     MOVE BL-LETTER-DATE-LINE TO LETTER-REC.
003810     WRITE LETTER-REC.
004010     MOVE SPACES TO LETTER-REC.
004020     WRITE LETTER-REC.
004030     ADD 1 TO BL-LETTER-COUNT.
004035     PERFORM 5000-TALLY-TRANSITION THRU 5000-EXIT.
004040 4000-EXIT.
004050     EXIT.
004060
004130         WRITE LETTER-REC
004140     END-IF.
004150 4100-EXIT.
004151     EXIT.
004152
004153******************************************************************
004154*    4200-PRINT-ADDRESS-BLOCK - PRINT THE POSTAL ADDRESS UNDER
004155*    THE ADDRESSEE: THE ADDRESS LINES THAT ARE PRESENT, THEN
004156*    TOWN OR CITY, REGION AND POSTCODE ON ONE LINE.
004157******************************************************************
004158 4200-PRINT-ADDRESS-BLOCK.
004159     IF ADR-LINE-1 NOT = SPACES
004160         MOVE ADR-LINE-1 TO LB-ADDRESS-TEXT
004161         MOVE BL-LETTER-ADDRESS-BLOCK TO LETTER-REC
004162         WRITE LETTER-REC
004163     END-IF.
004164     IF ADR-LINE-2 NOT = SPACES
004165         MOVE ADR-LINE-2 TO LB-ADDRESS-TEXT
004166         MOVE BL-LETTER-ADDRESS-BLOCK TO LETTER-REC
004167         WRITE LETTER-REC
004168     END-IF.
004169     IF ADR-LINE-3 NOT = SPACES
004170         MOVE ADR-LINE-3 TO LB-ADDRESS-TEXT
004171         MOVE BL-LETTER-ADDRESS-BLOCK TO LETTER-REC
004172         WRITE LETTER-REC
004173     END-IF.
004174
004175     MOVE SPACES TO LB-ADDRESS-TEXT.
004176     MOVE 1 TO BL-ADDRESS-PTR.
004177     STRING ADR-CITY DELIMITED BY "  "
004178         INTO LB-ADDRESS-TEXT WITH POINTER BL-ADDRESS-PTR.
004179     IF ADR-REGION NOT = SPACES
004180         STRING ", " DELIMITED BY SIZE
004181                ADR-REGION DELIMITED BY "  "
004182             INTO LB-ADDRESS-TEXT WITH POINTER BL-ADDRESS-PTR
004183     END-IF.
004184     STRING "  " ADR-POSTCODE DELIMITED BY SIZE
004185         INTO LB-ADDRESS-TEXT WITH POINTER BL-ADDRESS-PTR.
004186     MOVE BL-LETTER-ADDRESS-BLOCK TO LETTER-REC.
004187     WRITE LETTER-REC.
004188 4200-EXIT.
004189     EXIT.
004190
004191******************************************************************
004192*    5000-TALLY-TRANSITION - COUNT A PRINTED LETTER UNDER ITS
004200*    OLD-BAND/NEW-BAND PAIR FOR THE MANIFEST, ADDING THE PAIR
004210*    TO THE TALLY TABLE THE FIRST TIME IT IS SEEN.  CUSTOMERS
004212*    HELD OR NO LONGER ON THE MASTER GET NO LETTER AND ARE NOT
004214*    COUNTED HERE, SO EACH PAIR'S COUNT MATCHES ITS ENVELOPES.
004220******************************************************************
004230 5000-TALLY-TRANSITION.
004240     IF BL-PAIR-COUNT > ZERO
004880     MOVE BL-SUMMARY-LINE TO REPORT-REC.
004890     WRITE REPORT-REC.
004900
004901     MOVE BL-HELD-NO-ADDRESS-COUNT TO BL-COUNT-EDIT.
004902     MOVE SPACES TO BL-SUMMARY-LINE.
004903     STRING "HELD - NO ADDRESS        : " BL-COUNT-EDIT
004904         DELIMITED BY SIZE INTO BL-SUMMARY-LINE.
004905     MOVE BL-SUMMARY-LINE TO REPORT-REC.
004906     WRITE REPORT-REC.
004907
004908     MOVE BL-HELD-RETURNED-COUNT TO BL-COUNT-EDIT.
004909     MOVE SPACES TO BL-SUMMARY-LINE.
004910     STRING "HELD - RETURNED MAIL     : " BL-COUNT-EDIT
004911         DELIMITED BY SIZE INTO BL-SUMMARY-LINE.
004912     MOVE BL-SUMMARY-LINE TO REPORT-REC.
004913     WRITE REPORT-REC.
004914
004915     PERFORM 8200-VERIFY-EXTRACT-TRAILER THRU 8200-EXIT.
004916     PERFORM 8300-CROSS-FOOT-DETAILS THRU 8300-EXIT.
004920
004930     IF BL-INPUT-OUT-OF-BALANCE
004940         MOVE "** DO NOT MAIL - EXTRACT OUT OF BALANCE **"
004960         MOVE BL-SUMMARY-LINE TO REPORT-REC
004970         WRITE REPORT-REC
004980         MOVE 8 TO RETURN-CODE
004981     ELSE
004982         IF BL-NOT-ON-MASTER-COUNT > ZERO
004983          OR BL-HELD-NO-ADDRESS-COUNT > ZERO
004984          OR BL-HELD-RETURNED-COUNT > ZERO
004985             MOVE 4 TO RETURN-CODE
004986         ELSE
004987             MOVE 0 TO RETURN-CODE
004988         END-IF
004990     END-IF.
004991
004992     IF ADDRESS OF DL-RUN-PARAMETERS NOT = NULL
004993         MOVE RETURN-CODE TO DL-STEP-RETURN-CODE
004994     END-IF.
005000
005010     IF BL-EXTRACT-WAS-OPENED
005020         CLOSE EXTRACT-FILE
005030     END-IF.
005040     IF NOT BL-MASTER-IS-ABSENT
005050         CLOSE CUSTOMER-MASTER
005052     END-IF.
005054     IF NOT BL-ADDRESS-IS-ABSENT
005056         CLOSE ADDRESS-FILE
005060     END-IF.
005070     CLOSE LETTER-FILE
005080     CLOSE REPORT-FILE.
005470     WRITE REPORT-REC.
005480 8200-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520*    8300-CROSS-FOOT-DETAILS - PROVE EVERY DETAIL READ WAS
005530*    ACCOUNTED FOR: LETTERS PRINTED, CUSTOMERS NOT ON THE MASTER
005540*    AND CUSTOMERS HELD MUST ADD BACK TO THE DETAILS READ.  A
005550*    DETAIL THAT FELL THROUGH WITHOUT ANY OF THESE FAILS THE RUN.
005560******************************************************************
005570 8300-CROSS-FOOT-DETAILS.
005580     COMPUTE BL-ACCOUNTED-COUNT = BL-LETTER-COUNT
005590                                + BL-NOT-ON-MASTER-COUNT
005600                                + BL-HELD-NO-ADDRESS-COUNT
005610                                + BL-HELD-RETURNED-COUNT.
005620     IF BL-ACCOUNTED-COUNT = BL-DETAIL-READ-COUNT
005630         GO TO 8300-EXIT
005640     END-IF.
005650     SET BL-INPUT-OUT-OF-BALANCE TO TRUE.
005660     MOVE BL-ACCOUNTED-COUNT   TO BL-COUNT-EDIT.
005670     MOVE BL-DETAIL-READ-COUNT TO BL-COUNT-EDIT-2.
005680     MOVE SPACES TO BL-SUMMARY-LINE.
005690     STRING "** LETTERS + SKIPPED + HELD " BL-COUNT-EDIT
005700         " DO NOT MATCH READ " BL-COUNT-EDIT-2
005710         DELIMITED BY SIZE INTO BL-SUMMARY-LINE.
005720     MOVE BL-SUMMARY-LINE TO REPORT-REC.
005730     WRITE REPORT-REC.
005740 8300-EXIT.
005750     EXIT.
