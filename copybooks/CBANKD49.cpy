000100***************************************************************** cbankd49
000200*                                                               * cbankd49
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd49
000400*                                                               * cbankd49
000500***************************************************************** cbankd49
000600                                                                  cbankd49
000700***************************************************************** cbankd49
000800* CBANKD49.CPY                                                  * cbankd49
000900*---------------------------------------------------------------* cbankd49
001000* This area is used to pass data between a requesting program   * cbankd49
001100* and the I/O program (DBANK49P) which shows and records a      * cbankd49
001200* customer's marketing consent by channel (post, email, SMS,    * cbankd49
001300* phone). An enquiry returns the consent held on BNKCUST and    * cbankd49
001400* the most recent changes from the BNKMKTC history, newest      * cbankd49
001500* first. Each consent flag recorded must be 'Y' or 'N'.         * cbankd49
001600***************************************************************** cbankd49
001700   05  CD49-DATA.                                                 cbankd49
001800     10  CD49I-DATA.                                              cbankd49
001900       15  CD49I-FUNCTION                  PIC X(1).              cbankd49
002000         88  CD49I-INQUIRE                 VALUE SPACE, '1'.      cbankd49
002100         88  CD49I-RECORD                  VALUE '2'.             cbankd49
002200       15  CD49I-PID                       PIC X(5).              cbankd49
002300       15  CD49I-CONSENT.                                         cbankd49
002400         20  CD49I-POST                    PIC X(1).              cbankd49
002500         20  CD49I-EMAIL                   PIC X(1).              cbankd49
002600         20  CD49I-SMS                     PIC X(1).              cbankd49
002700         20  CD49I-PHONE                   PIC X(1).              cbankd49
002800       15  CD49I-CHANNEL                   PIC X(1).              cbankd49
002900       15  CD49I-NOTE                      PIC X(30).             cbankd49
003000       15  CD49I-USERID                    PIC X(8).              cbankd49
003100     10  CD49O-DATA.                                              cbankd49
003200       15  CD49O-STATUS                    PIC X(1).              cbankd49
003300         88  CD49O-OK                      VALUE 'A'.             cbankd49
003400         88  CD49O-REJECTED                VALUE 'E'.             cbankd49
003500       15  CD49O-MESSAGE                   PIC X(60).             cbankd49
003600       15  CD49O-NAME                      PIC X(25).             cbankd49
003700       15  CD49O-CONSENT.                                         cbankd49
003800         20  CD49O-POST                    PIC X(1).              cbankd49
003900         20  CD49O-EMAIL                   PIC X(1).              cbankd49
004000         20  CD49O-SMS                     PIC X(1).              cbankd49
004100         20  CD49O-PHONE                   PIC X(1).              cbankd49
004200       15  CD49O-CONSENT-DTE               PIC 9(8).              cbankd49
004300       15  CD49O-CHANNEL                   PIC X(1).              cbankd49
004400       15  CD49O-MAIL-UNDELIV              PIC X(1).              cbankd49
004500       15  CD49O-EMAIL-UNDELIV             PIC X(1).              cbankd49
004600       15  CD49O-HIST-COUNT                PIC 9(2).              cbankd49
004700       15  CD49O-HIST-AREA.                                       cbankd49
004800         20  CD49O-HIST-INFO OCCURS 8 TIMES.                      cbankd49
004900           25  CD49O-HIST-DTE              PIC 9(8).              cbankd49
005000           25  CD49O-HIST-TIME             PIC X(6).              cbankd49
005100           25  CD49O-HIST-CHANNEL          PIC X(1).              cbankd49
005200           25  CD49O-HIST-NEW-CONSENT      PIC X(4).              cbankd49
005300           25  CD49O-HIST-OLD-CONSENT      PIC X(4).              cbankd49
005400           25  CD49O-HIST-USERID           PIC X(8).              cbankd49
005500           25  CD49O-HIST-NOTE             PIC X(30).             cbankd49
005600                                                                  cbankd49
005700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd49
