000010******************************************************************
000020*    CUSTADR.CPY
000030*    CUSTOMER ADDRESS AND CONTACT RECORD (CUSTADR, INDEXED,
000040*    250 BYTES, KEY ADR-CUST-ID - THE SAME CUSTOMER ID AS THE
000050*    CUSTOMER MASTER).  MAINTAINED ONLY BY ADRMNT; READ BY
000060*    BANDLTR FOR THE ADDRESS BLOCK ON EACH LETTER.  A CUSTOMER
000070*    WITH NO RECORD HERE, OR WHOSE ADDRESS IS FLAGGED RETURNED
000080*    MAIL, IS HELD OFF THE LETTER RUN.
000090*
000100*    MODIFICATION HISTORY
000110*    2026-10-15  RTM  ORIGINAL COPYBOOK FOR THE ADDRESS FILE.
000120******************************************************************
000130 01  ADDRESS-REC.
000140     05  ADR-CUST-ID                 PIC X(10).
000150     05  ADR-ADDRESS.
000160         10  ADR-LINE-1              PIC X(30).
000170         10  ADR-LINE-2              PIC X(30).
000180         10  ADR-LINE-3              PIC X(30).
000190         10  ADR-CITY                PIC X(25).
000200         10  ADR-REGION              PIC X(15).
000210         10  ADR-POSTCODE            PIC X(10).
000220     05  ADR-CONTACT.
000230         10  ADR-PHONE               PIC X(15).
000240         10  ADR-EMAIL               PIC X(40).
000250     05  ADR-RETURNED-MAIL-FLAG      PIC X(01).
000260         88  ADR-MAIL-RETURNED                  VALUE "Y".
000270         88  ADR-MAIL-DELIVERABLE               VALUE "N".
000280     05  ADR-RETURNED-DATE           PIC 9(08).
000290     05  ADR-LAST-UPDATED            PIC 9(08).
000300     05  ADR-SOURCE-BRANCH           PIC X(03).
000310     05  FILLER                      PIC X(25).
