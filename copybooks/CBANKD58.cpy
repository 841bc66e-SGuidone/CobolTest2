000100***************************************************************** cbankd58
000200*                                                               * cbankd58
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd58
000400*                                                               * cbankd58
000500***************************************************************** cbankd58
000600                                                                  cbankd58
000700***************************************************************** cbankd58
000800* CBANKD58.CPY                                                  * cbankd58
000900*---------------------------------------------------------------* cbankd58
001000* This area is used to pass data between a requesting program   * cbankd58
001100* and the I/O program (DBANK58P) which gathers everything held  * cbankd58
001200* on one customer for the customer 360 enquiry - details and    * cbankd58
001300* flags, owned and jointly owned accounts, loans and arrears,   * cbankd58
001400* cards, active holds and legal orders, open cases on the       * cbankd58
001500* operations queues and the latest notifications. A name        * cbankd58
001600* search that matches more than one customer returns the        * cbankd58
001700* matches instead, for the caller to pick from by PID.          * cbankd58
001800***************************************************************** cbankd58
001900   05  CD58-DATA.                                                 cbankd58
002000     10  CD58I-DATA.                                              cbankd58
002100       15  CD58I-FUNCTION                  PIC X(1).              cbankd58
002200         88  CD58I-LOOKUP-BY-PID           VALUE SPACE, '1'.      cbankd58
002300         88  CD58I-SEARCH-BY-NAME          VALUE '2'.             cbankd58
002400       15  CD58I-PERSON-PID                PIC X(5).              cbankd58
002500       15  CD58I-SEARCH-NAME               PIC X(25).             cbankd58
002600     10  CD58O-DATA.                                              cbankd58
002700       15  CD58O-STATUS                    PIC X(1).              cbankd58
002800         88  CD58O-OK                      VALUE 'A'.             cbankd58
002900         88  CD58O-PICK-ONE                VALUE 'M'.             cbankd58
003000         88  CD58O-NOT-FOUND               VALUE 'N'.             cbankd58
003100       15  CD58O-MESSAGE                   PIC X(60).             cbankd58
003200       15  CD58O-MATCH-COUNT               PIC 9(3).              cbankd58
003300       15  CD58O-MATCH-AREA.                                      cbankd58
003400         20  CD58O-MATCH                   OCCURS 10 TIMES.       cbankd58
003500           25  CD58O-MATCH-PID             PIC X(5).              cbankd58
003600           25  CD58O-MATCH-NAME            PIC X(25).             cbankd58
003700***************************************************************** cbankd58
003800* The customer's details and flags                              * cbankd58
003900***************************************************************** cbankd58
004000       15  CD58O-PERSON-PID                PIC X(5).              cbankd58
004100       15  CD58O-PERSON-NAME               PIC X(25).             cbankd58
004200       15  CD58O-PERSON-ADDR1              PIC X(25).             cbankd58
004300       15  CD58O-PERSON-ADDR2              PIC X(25).             cbankd58
004400       15  CD58O-PERSON-STATE              PIC X(2).              cbankd58
004500       15  CD58O-PERSON-CNTRY              PIC X(6).              cbankd58
004600       15  CD58O-PERSON-PSTCDE             PIC X(6).              cbankd58
004700       15  CD58O-PERSON-TELNO              PIC X(12).             cbankd58
004800       15  CD58O-PERSON-EMAIL              PIC X(30).             cbankd58
004900       15  CD58O-PERSON-BRANCH             PIC X(3).              cbankd58
005000       15  CD58O-PERSON-DOB                PIC 9(8).              cbankd58
005100       15  CD58O-KYC-RESTRICT              PIC X(1).              cbankd58
005200       15  CD58O-KYC-RISK                  PIC X(1).              cbankd58
005300       15  CD58O-KYC-REVIEW-DTE            PIC 9(8).              cbankd58
005400       15  CD58O-DECEASED                  PIC X(1).              cbankd58
005500       15  CD58O-DECEASED-DTE              PIC 9(8).              cbankd58
005600       15  CD58O-MAIL-UNDELIV              PIC X(1).              cbankd58
005700       15  CD58O-EMAIL-UNDELIV             PIC X(1).              cbankd58
005800       15  CD58O-FEE-EXEMPT                PIC X(1).              cbankd58
005900       15  CD58O-MINOR                     PIC X(1).              cbankd58
006000***************************************************************** cbankd58
006100* Accounts - owned (P) and jointly owned (J). Available is the  * cbankd58
006200* balance less active unexpired holds, as DBANK03P shows it.    * cbankd58
006300***************************************************************** cbankd58
006400       15  CD58O-ACC-COUNT                 PIC 9(2).              cbankd58
006500       15  CD58O-ACC-MORE                  PIC X(1).              cbankd58
006600       15  CD58O-ACC-AREA.                                        cbankd58
006700         20  CD58O-ACC-INFO                OCCURS 15 TIMES.       cbankd58
006800           25  CD58O-ACC-NO                PIC X(9).              cbankd58
006900           25  CD58O-ACC-TYPE              PIC X(1).              cbankd58
007000           25  CD58O-ACC-OWNERSHIP         PIC X(1).              cbankd58
007100           25  CD58O-ACC-STATUS            PIC X(1).              cbankd58
007200           25  CD58O-ACC-CURRENCY          PIC X(3).              cbankd58
007300           25  CD58O-ACC-BALANCE           PIC S9(7)V99.          cbankd58
007400           25  CD58O-ACC-AVAILABLE         PIC S9(7)V99.          cbankd58
007500***************************************************************** cbankd58
007600* Loans, with the arrears of any open delinquency               * cbankd58
007700***************************************************************** cbankd58
007800       15  CD58O-LOAN-COUNT                PIC 9(2).              cbankd58
007900       15  CD58O-LOAN-AREA.                                       cbankd58
008000         20  CD58O-LOAN-INFO               OCCURS 5 TIMES.        cbankd58
008100           25  CD58O-LOAN-TASKN            PIC 9(7).              cbankd58
008200           25  CD58O-LOAN-ACCNO            PIC X(9).              cbankd58
008300           25  CD58O-LOAN-STATUS           PIC X(1).              cbankd58
008400           25  CD58O-LOAN-OUTSTANDING      PIC S9(7)V99.          cbankd58
008500           25  CD58O-LOAN-ARREARS          PIC S9(7)V99.          cbankd58
008600           25  CD58O-LOAN-MISSED           PIC 9(3).              cbankd58
008700           25  CD58O-LOAN-BUCKET           PIC 9(3).              cbankd58
008800***************************************************************** cbankd58
008900* Cards issued to the customer or on the customer's accounts    * cbankd58
009000***************************************************************** cbankd58
009100       15  CD58O-CARD-COUNT                PIC 9(2).              cbankd58
009200       15  CD58O-CARD-AREA.                                       cbankd58
009300         20  CD58O-CARD-INFO               OCCURS 8 TIMES.        cbankd58
009400           25  CD58O-CARD-NO               PIC X(16).             cbankd58
009500           25  CD58O-CARD-ACCNO            PIC X(9).              cbankd58
009600           25  CD58O-CARD-STATUS           PIC X(1).              cbankd58
009700           25  CD58O-CARD-EXPIRY           PIC 9(8).              cbankd58
009800***************************************************************** cbankd58
009900* Active unexpired holds and active legal orders                * cbankd58
010000***************************************************************** cbankd58
010100       15  CD58O-HOLD-COUNT                PIC 9(2).              cbankd58
010200       15  CD58O-HOLD-AREA.                                       cbankd58
010300         20  CD58O-HOLD-INFO               OCCURS 10 TIMES.       cbankd58
010400           25  CD58O-HOLD-ACCNO            PIC X(9).              cbankd58
010500           25  CD58O-HOLD-AMOUNT           PIC S9(7)V99.          cbankd58
010600           25  CD58O-HOLD-REASON           PIC X(2).              cbankd58
010700           25  CD58O-HOLD-PLACED-DTE       PIC 9(8).              cbankd58
010800           25  CD58O-HOLD-EXPIRY-DTE       PIC 9(8).              cbankd58
010900       15  CD58O-ORDER-COUNT               PIC 9(2).              cbankd58
011000       15  CD58O-ORDER-AREA.                                      cbankd58
011100         20  CD58O-ORDER-INFO              OCCURS 5 TIMES.        cbankd58
011200           25  CD58O-ORDER-ACCNO           PIC X(9).              cbankd58
011300           25  CD58O-ORDER-NO              PIC 9(7).              cbankd58
011400           25  CD58O-ORDER-AUTHORITY       PIC X(25).             cbankd58
011500           25  CD58O-ORDER-AMOUNT          PIC S9(7)V99.          cbankd58
011600           25  CD58O-ORDER-GARNISHED       PIC S9(7)V99.          cbankd58
011700***************************************************************** cbankd58
011800* Open cases on the operations queues (see CWQUEUED). The       * cbankd58
011900* count is every open case; the rows are the first ten.         * cbankd58
012000***************************************************************** cbankd58
012100       15  CD58O-CASE-COUNT                PIC 9(3).              cbankd58
012200       15  CD58O-CASE-AREA.                                       cbankd58
012300         20  CD58O-CASE-INFO               OCCURS 10 TIMES.       cbankd58
012400           25  CD58O-CASE-QUEUE            PIC X(8).              cbankd58
012500           25  CD58O-CASE-SCREEN           PIC X(8).              cbankd58
012600           25  CD58O-CASE-DTE              PIC 9(8).              cbankd58
012700           25  CD58O-CASE-ACCNO            PIC X(9).              cbankd58
012800***************************************************************** cbankd58
012900* The latest notifications on BNKNOTQ, newest first             * cbankd58
013000***************************************************************** cbankd58
013100       15  CD58O-NOTE-COUNT                PIC 9(1).              cbankd58
013200       15  CD58O-NOTE-AREA.                                       cbankd58
013300         20  CD58O-NOTE-INFO               OCCURS 5 TIMES.        cbankd58
013400           25  CD58O-NOTE-DTE              PIC 9(8).              cbankd58
013500           25  CD58O-NOTE-TIME             PIC X(6).              cbankd58
013600           25  CD58O-NOTE-EVENT            PIC X(3).              cbankd58
013700           25  CD58O-NOTE-STATUS           PIC X(1).              cbankd58
013800           25  CD58O-NOTE-TEXT             PIC X(60).             cbankd58
013900                                                                  cbankd58
014000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd58
