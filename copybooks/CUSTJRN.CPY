000010******************************************************************
000020*    CUSTJRN.CPY
000030*    CUSTOMER MASTER UPDATE JOURNAL RECORD (CUSTJNL, 140 BYTES).
000040*    ONE RECORD IS APPENDED FOR EVERY ADD, CHANGE, DELETE AND
000050*    AGE ROLL MADE TO THE INDEXED CUSTOMER MASTER, CARRYING THE
000060*    MASTER RECORD AS IT STOOD BEFORE AND AFTER THE UPDATE, SO
000070*    A NIGHT'S UPDATES CAN BE BACKED OUT BY CUSTBKO.  THE BEFORE
000080*    IMAGE IS SPACES ON AN ADD AND THE AFTER IMAGE IS SPACES ON
000090*    A DELETE.  WRITTEN BY CUSTMNT, AGEROLL AND (FOR ITS OWN
000100*    REVERSALS) CUSTBKO.  ON A CUSTBKO REVERSAL, JR-REVERSES-DATE
000103*    NAMES THE RUN DATE THAT WAS BACKED OUT; ON EVERY OTHER
000106*    RECORD IT IS ZERO.
000110*
000120*    MODIFICATION HISTORY
000130*    2026-10-15  RTM  ORIGINAL COPYBOOK FOR THE MASTER JOURNAL.
000133*    2026-10-15  RTM  ADDED JR-REVERSES-DATE SO A BACK-OUT RECORDS
000136*                      THE NIGHT IT UNDID; RECORD NOW 140 BYTES.
000140******************************************************************
000150 01  JOURNAL-REC.
000160     05  JR-RUN-DATE                 PIC 9(08).
000170     05  JR-PROGRAM                  PIC X(08).
000180     05  JR-ACTION                   PIC X(01).
000190         88  JR-ACTION-ADD                      VALUE "A".
000200         88  JR-ACTION-CHANGE                   VALUE "C".
000210         88  JR-ACTION-DELETE                   VALUE "D".
000220         88  JR-ACTION-AGE-ROLL                 VALUE "R".
000230     05  JR-CUST-ID                  PIC X(10).
000240     05  JR-BEFORE-IMAGE             PIC X(50).
000250     05  JR-AFTER-IMAGE              PIC X(50).
000255     05  JR-REVERSES-DATE            PIC 9(08).
000260     05  FILLER                      PIC X(05).
