000100***************************************************************** cbankd48
000200*                                                               * cbankd48
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd48
000400*                                                               * cbankd48
000500***************************************************************** cbankd48
000600                                                                  cbankd48
000700***************************************************************** cbankd48
000800* CBANKD48.CPY                                                  * cbankd48
000900*---------------------------------------------------------------* cbankd48
001000* This area is used to pass data between a requesting program   * cbankd48
001100* and the I/O program (DBANK48P) which keeps the regulatory     * cbankd48
001200* filings on BNKREGF - listing what is outstanding, marking a   * cbankd48
001300* fraud case or a cash report to be filed, writing the          * cbankd48
001400* narrative, recording the unit's acknowledgement or rejection, * cbankd48
001500* and withdrawing a filing not yet sent. The filing key is the  * cbankd48
001600* source and the key of the case or report being filed.         * cbankd48
001700***************************************************************** cbankd48
001800   05  CD48-DATA.                                                 cbankd48
001900     10  CD48I-DATA.                                              cbankd48
002000       15  CD48I-FUNCTION                  PIC X(1).              cbankd48
002100         88  CD48I-LIST                    VALUE SPACE, '1'.      cbankd48
002200         88  CD48I-MARK-FRAUD-CASE         VALUE '2'.             cbankd48
002300         88  CD48I-MARK-CASH-REPORT        VALUE '3'.             cbankd48
002400         88  CD48I-NARRATIVE               VALUE '4'.             cbankd48
002500         88  CD48I-ACKNOWLEDGE             VALUE '5'.             cbankd48
002600         88  CD48I-WITHDRAW                VALUE '6'.             cbankd48
002700       15  CD48I-FILING-KEY.                                      cbankd48
002800         20  CD48I-SOURCE                  PIC X(1).              cbankd48
002900         20  CD48I-SOURCE-KEY              PIC X(34).             cbankd48
003000         20  CD48I-CASE-KEY REDEFINES CD48I-SOURCE-KEY.           cbankd48
003100           25  CD48I-CASE-DATE             PIC 9(8).              cbankd48
003200           25  CD48I-CASE-SEQ              PIC 9(5).              cbankd48
003300           25  FILLER                      PIC X(21).             cbankd48
003400         20  CD48I-CASH-KEY REDEFINES CD48I-SOURCE-KEY.           cbankd48
003500           25  CD48I-CASH-PID              PIC X(5).              cbankd48
003600           25  CD48I-CASH-DATE             PIC 9(8).              cbankd48
003700           25  CD48I-CASH-KIND             PIC X(1).              cbankd48
003800           25  CD48I-CASH-ACCNO            PIC X(9).              cbankd48
003900           25  CD48I-CASH-TIME             PIC X(8).              cbankd48
004000           25  CD48I-CASH-SEQ              PIC X(3).              cbankd48
004100       15  CD48I-TYPE                      PIC X(1).              cbankd48
004200       15  CD48I-PID                       PIC X(5).              cbankd48
004300       15  CD48I-NARRATIVE-LINE            PIC X(60)              cbankd48
004400           OCCURS 4 TIMES.                                        cbankd48
004500       15  CD48I-ACK-STATUS                PIC X(1).              cbankd48
004600         88  CD48I-ACK-ACCEPTED            VALUE 'A'.             cbankd48
004700         88  CD48I-ACK-REJECTED            VALUE 'R'.             cbankd48
004800       15  CD48I-ACK-REF                   PIC X(20).             cbankd48
004900       15  CD48I-REASON                    PIC X(40).             cbankd48
005000       15  CD48I-USERID                    PIC X(8).              cbankd48
005100     10  CD48O-DATA.                                              cbankd48
005200       15  CD48O-STATUS                    PIC X(1).              cbankd48
005300         88  CD48O-OK                      VALUE 'A'.             cbankd48
005400         88  CD48O-REJECTED                VALUE 'E'.             cbankd48
005500       15  CD48O-MESSAGE                   PIC X(60).             cbankd48
005600       15  CD48O-DUE-DTE                   PIC 9(8).              cbankd48
005700       15  CD48O-FILING-COUNT              PIC 9(2).              cbankd48
005800       15  CD48O-FILING-AREA.                                     cbankd48
005900         20  CD48O-FILING-INFO OCCURS 8 TIMES.                    cbankd48
006000           25  CD48O-FILING-KEY            PIC X(35).             cbankd48
006100           25  CD48O-FILING-TYPE           PIC X(1).              cbankd48
006200           25  CD48O-FILING-STATUS         PIC X(1).              cbankd48
006300           25  CD48O-FILING-PID            PIC X(5).              cbankd48
006400           25  CD48O-FILING-ACCNO          PIC X(9).              cbankd48
006500           25  CD48O-FILING-ACTIVITY-DTE   PIC 9(8).              cbankd48
006600           25  CD48O-FILING-DUE-DTE        PIC 9(8).              cbankd48
006700           25  CD48O-FILING-AMOUNT         PIC S9(9)V99           cbankd48
006800               COMP-3.                                            cbankd48
006900           25  CD48O-FILING-SUBMIT-REF     PIC X(16).             cbankd48
007000           25  CD48O-FILING-ACK-REF        PIC X(20).             cbankd48
007100                                                                  cbankd48
007200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd48
