001000* This area is used to pass data between a requesting program   * cbankd10
001100* and the I/O program (DBANK10P) which maintains the BNKATYPE   * cbankd10
001200* rate/fee catalogue through effective-dated BNKATEF changes.   * cbankd10
001210* A change carries up to three balance bands above the base     * cbankd10
001220* rate - floors ascending, a zero floor ends the list.          * cbankd10
001300***************************************************************** cbankd10
001400   05  CD10-DATA.                                                 cbankd10
001500     10  CD10I-DATA.                                              cbankd10
002400           COMP-3.                                                cbankd10
002500       15  CD10I-MONTHLY-FEE               PIC S9(5)V99           cbankd10
002600           COMP-3.                                                cbankd10
002610       15  CD10I-BAND-AREA.                                       cbankd10
002620         20  CD10I-BAND OCCURS 3 TIMES.                           cbankd10
002630           25  CD10I-BAND-FLOOR            PIC S9(7)V99           cbankd10
002640               COMP-3.                                            cbankd10
002650           25  CD10I-BAND-RATE             PIC S9(3)V9(4)         cbankd10
002660               COMP-3.                                            cbankd10
002700       15  CD10I-USERID                    PIC X(8).              cbankd10
002800     10  CD10O-DATA.                                              cbankd10
002900       15  CD10O-STATUS                    PIC X(1).              cbankd10
004300           25  CD10O-CHG-USERID            PIC X(8).              cbankd10
004400           25  CD10O-CHG-STAMP-DTE         PIC 9(8).              cbankd10
004500           25  CD10O-CHG-STAMP-TIME        PIC X(6).              cbankd10
004510           25  CD10O-CHG-BAND-AREA.                               cbankd10
004520             30  CD10O-CHG-BAND OCCURS 3 TIMES.                   cbankd10
004530               35  CD10O-CHG-BAND-FLOOR    PIC S9(7)V99           cbankd10
004540                   COMP-3.                                        cbankd10
004550               35  CD10O-CHG-BAND-RATE     PIC S9(3)V9(4)         cbankd10
004560                   COMP-3.                                        cbankd10
004600                                                                  cbankd10
004700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd10
