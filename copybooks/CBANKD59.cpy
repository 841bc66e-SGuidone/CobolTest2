000100***************************************************************** cbankd59
000200*                                                               * cbankd59
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd59
000400*                                                               * cbankd59
000500***************************************************************** cbankd59
000600                                                                  cbankd59
000700***************************************************************** cbankd59
000800* CBANKD59.CPY                                                  * cbankd59
000900*---------------------------------------------------------------* cbankd59
001000* This area is used to pass data between a requesting program   * cbankd59
001100* and the I/O program (DBANK59P) which enquires on the teller   * cbankd59
001200* electronic journal (BNKTJRN) for one till and business day -  * cbankd59
001300* the till's own figures from BNKTILL, the journal's totals by  * cbankd59
001400* transaction type and how far they differ from the till, and   * cbankd59
001500* the journal entries a page at a time. A receipt can also be   * cbankd59
001600* fetched again for a customer copy reprint. A blank till asks  * cbankd59
001700* for the postings taken with no till.                          * cbankd59
001800***************************************************************** cbankd59
001900   05  CD59-DATA.                                                 cbankd59
002000     10  CD59I-DATA.                                              cbankd59
002100       15  CD59I-FUNCTION                  PIC X(1).              cbankd59
002200         88  CD59I-LIST-JOURNAL            VALUE SPACE, '1'.      cbankd59
002300         88  CD59I-REPRINT-RECEIPT         VALUE '2'.             cbankd59
002400       15  CD59I-TILL                      PIC X(8).              cbankd59
002500       15  CD59I-BUSDATE                   PIC 9(8).              cbankd59
002600       15  CD59I-START-RECEIPT             PIC 9(7).              cbankd59
002700       15  CD59I-RECEIPT-NO                PIC 9(7).              cbankd59
002800     10  CD59O-DATA.                                              cbankd59
002900       15  CD59O-STATUS                    PIC X(1).              cbankd59
003000         88  CD59O-OK                      VALUE 'A'.             cbankd59
003100         88  CD59O-REJECTED                VALUE 'E'.             cbankd59
003200       15  CD59O-MESSAGE                   PIC X(60).             cbankd59
003300       15  CD59O-BUSDATE                   PIC 9(8).              cbankd59
003400***************************************************************** cbankd59
003500* The till as BNKTILL holds it (blank status if no till)        * cbankd59
003600***************************************************************** cbankd59
003700       15  CD59O-TILL-STATUS               PIC X(1).              cbankd59
003800       15  CD59O-TILL-BRANCH               PIC X(3).              cbankd59
003900       15  CD59O-TILL-FLOAT                PIC S9(7)V99           cbankd59
004000           COMP-3.                                                cbankd59
004100       15  CD59O-TILL-CASH-IN              PIC S9(9)V99           cbankd59
004200           COMP-3.                                                cbankd59
004300       15  CD59O-TILL-CASH-OUT             PIC S9(9)V99           cbankd59
004400           COMP-3.                                                cbankd59
004500       15  CD59O-TILL-VAULT-IN             PIC S9(9)V99           cbankd59
004600           COMP-3.                                                cbankd59
004700       15  CD59O-TILL-VAULT-OUT            PIC S9(9)V99           cbankd59
004800           COMP-3.                                                cbankd59
004900       15  CD59O-TILL-EXPECTED             PIC S9(9)V99           cbankd59
005000           COMP-3.                                                cbankd59
005100       15  CD59O-TILL-COUNTED              PIC S9(9)V99           cbankd59
005200           COMP-3.                                                cbankd59
005300       15  CD59O-TILL-OVER-SHORT           PIC S9(7)V99           cbankd59
005400           COMP-3.                                                cbankd59
005500***************************************************************** cbankd59
005600* The journal for the whole day, by transaction type, and the   * cbankd59
005700* till's cash in and out less the journal's - anything left is  * cbankd59
005800* cash moved through the till that is not on the journal        * cbankd59
005900***************************************************************** cbankd59
006000       15  CD59O-DEP-COUNT                 PIC 9(5).              cbankd59
006100       15  CD59O-DEP-TOTAL                 PIC S9(9)V99           cbankd59
006200           COMP-3.                                                cbankd59
006300       15  CD59O-WDL-COUNT                 PIC 9(5).              cbankd59
006400       15  CD59O-WDL-TOTAL                 PIC S9(9)V99           cbankd59
006500           COMP-3.                                                cbankd59
006600       15  CD59O-NET-TOTAL                 PIC S9(9)V99           cbankd59
006700           COMP-3.                                                cbankd59
006800       15  CD59O-CASH-IN-DIFF              PIC S9(9)V99           cbankd59
006900           COMP-3.                                                cbankd59
007000       15  CD59O-CASH-OUT-DIFF             PIC S9(9)V99           cbankd59
007100           COMP-3.                                                cbankd59
007200***************************************************************** cbankd59
007300* One page of journal entries from the start receipt on         * cbankd59
007400***************************************************************** cbankd59
007500       15  CD59O-ROW-COUNT                 PIC 9(2).              cbankd59
007600       15  CD59O-MORE                      PIC X(1).              cbankd59
007700       15  CD59O-NEXT-RECEIPT              PIC 9(7).              cbankd59
007800       15  CD59O-ROW-AREA.                                        cbankd59
007900         20  CD59O-ROW                     OCCURS 15 TIMES.       cbankd59
008000           25  CD59O-ROW-RECEIPT-NO        PIC 9(7).              cbankd59
008100           25  CD59O-ROW-TIME              PIC X(6).              cbankd59
008200           25  CD59O-ROW-USERID            PIC X(8).              cbankd59
008300           25  CD59O-ROW-TXN-TYPE          PIC X(3).              cbankd59
008400           25  CD59O-ROW-ACCNO             PIC X(9).              cbankd59
008500           25  CD59O-ROW-AMOUNT            PIC S9(7)V99.          cbankd59
008600           25  CD59O-ROW-DESC              PIC X(25).             cbankd59
008700           25  CD59O-ROW-REPRINTS          PIC 9(2).              cbankd59
008800***************************************************************** cbankd59
008900* The receipt asked for on a reprint, as the customer copy      * cbankd59
009000***************************************************************** cbankd59
009100       15  CD59O-RECEIPT.                                         cbankd59
009200         20  CD59O-RCPT-TILL               PIC X(8).              cbankd59
009300         20  CD59O-RCPT-BUSDATE            PIC 9(8).              cbankd59
009400         20  CD59O-RCPT-NO                 PIC 9(7).              cbankd59
009500         20  CD59O-RCPT-TIME               PIC X(6).              cbankd59
009600         20  CD59O-RCPT-USERID             PIC X(8).              cbankd59
009700         20  CD59O-RCPT-BRANCH             PIC X(3).              cbankd59
009800         20  CD59O-RCPT-TXN-TYPE           PIC X(3).              cbankd59
009900         20  CD59O-RCPT-ACCNO              PIC X(9).              cbankd59
010000         20  CD59O-RCPT-AMOUNT             PIC S9(7)V99.          cbankd59
010100         20  CD59O-RCPT-BALANCE            PIC S9(7)V99.          cbankd59
010200         20  CD59O-RCPT-CURRENCY           PIC X(3).              cbankd59
010300         20  CD59O-RCPT-DESC               PIC X(25).             cbankd59
010400         20  CD59O-RCPT-REPRINTS           PIC 9(2).              cbankd59
010500                                                                  cbankd59
010600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd59
