000010******************************************************************
000020*    SUMHIST.CPY
000030*    SUM-CALCULATION PERIOD HISTORY RECORD (SUMHIST, INDEXED,
000040*    100 BYTES, KEY HS-KEY).  SUM-CALCULATION POSTS ONE RECORD
000050*    PER RUN DATE WITH THE NIGHT'S TOTALS BY TRANSACTION TYPE
000060*    AND ITS TRANSACTION AND REJECT COUNTS; A RERUN FOR THE SAME
000070*    DATE REPLACES THEM AND BUMPS THE POSTING COUNT.  SUMPER
000080*    READS THE FILE FOR THE PERIOD REPORT AND KEEPS THE
000090*    MONTH-END CLOSE IN THE CONTROL RECORD (RUN DATE ZERO).
000100*
000110*    ENTRY TYPES:
000120*      P  THE NIGHT'S POSTED TOTALS
000130*      L  A LATE RERUN FOR A DATE IN A CLOSED MONTH - HELD
000140*         APART AND FLAGGED, NEVER COUNTED IN THE PERIOD
000150*      C  CONTROL RECORD - MONTHS CLOSED THROUGH (YYYYMM)
000160*
000170*    MODIFICATION HISTORY
000180*    2026-10-15  RTM  ORIGINAL COPYBOOK FOR THE PERIOD HISTORY.
000190******************************************************************
000200 01  HISTORY-REC.
000210     05  HS-KEY.
000220         10  HS-RUN-DATE             PIC 9(08).
000230         10  HS-ENTRY-TYPE           PIC X(01).
000240             88  HS-ENTRY-POSTED                VALUE "P".
000250             88  HS-ENTRY-LATE-RERUN            VALUE "L".
000260             88  HS-ENTRY-CONTROL               VALUE "C".
000270     05  HS-POSTED-DATA.
000280         10  HS-TRAN-COUNT           PIC 9(06).
000290         10  HS-REJECT-COUNT         PIC 9(06).
000300         10  HS-TYPE-S-COUNT         PIC 9(06).
000310         10  HS-TYPE-S-TOTAL         PIC 9(09).
000320         10  HS-TYPE-Q-COUNT         PIC 9(06).
000330         10  HS-TYPE-Q-TOTAL         PIC 9(09).
000340         10  HS-TYPE-R-COUNT         PIC 9(06).
000350         10  HS-TYPE-R-TOTAL         PIC 9(09).
000360         10  HS-GRAND-TOTAL          PIC 9(09).
000370         10  HS-OVERFLOW-FLAG        PIC X(01).
000380             88  HS-GRAND-OVERFLOWED            VALUE "Y".
000390         10  HS-POST-COUNT           PIC 9(03).
000400         10  HS-POSTED-ON-DATE       PIC 9(08).
000410         10  FILLER                  PIC X(13).
000420     05  HS-CONTROL-DATA REDEFINES HS-POSTED-DATA.
000430         10  HS-CLOSED-THROUGH       PIC 9(06).
000440         10  HS-CLOSED-ON-DATE       PIC 9(08).
000450         10  FILLER                  PIC X(77).
