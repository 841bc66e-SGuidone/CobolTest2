001410* collections are exhausted the same program records the        * cbankd20
001420* charge-off (opening the BNKLNRV recovery record) and any      * cbankd20
001430* later recovery payments received against it.                  * cbankd20
001440* A loan officer may also waive a loan's unpaid late-payment    * cbankd20
001450* charges and/or penalty interest, giving a reason code.        * cbankd20
001500***************************************************************** cbankd20
001600   05  CD20-DATA.                                                 cbankd20
001700     10  CD20I-DATA.                                              cbankd20
002100         88  CD20I-RECORD-CONTACT          VALUE '3'.             cbankd20
002110         88  CD20I-CHARGE-OFF              VALUE '4'.             cbankd20
002120         88  CD20I-RECORD-RECOVERY         VALUE '5'.             cbankd20
002130         88  CD20I-WAIVE-CHARGES           VALUE '6'.             cbankd20
002200       15  CD20I-START-CONTACT-ID          PIC X(5).              cbankd20
002300       15  CD20I-START-TASKN               PIC 9(7).              cbankd20
002400       15  CD20I-CONTACT-ID                PIC X(5).              cbankd20
002910       15  CD20I-RECOVERY-ACCNO            PIC X(9).              cbankd20
002920       15  CD20I-RECOVERY-AMOUNT           PIC S9(7)V99           cbankd20
002930           COMP-3.                                                cbankd20
002940       15  CD20I-WAIVE-WHICH               PIC X(1).              cbankd20
002950         88  CD20I-WAIVE-FEES              VALUE 'F'.             cbankd20
002960         88  CD20I-WAIVE-PENALTY           VALUE 'P'.             cbankd20
002970         88  CD20I-WAIVE-BOTH              VALUE 'B'.             cbankd20
002980         88  CD20I-WAIVE-VALID             VALUE 'F', 'P', 'B'.   cbankd20
002990       15  CD20I-WAIVE-REASON              PIC X(2).              cbankd20
003000     10  CD20O-DATA.                                              cbankd20
003100       15  CD20O-STATUS                    PIC X(1).              cbankd20
003200         88  CD20O-OK                      VALUE 'A'.             cbankd20
003820           COMP-3.                                                cbankd20
003830       15  CD20O-RECOVERED                 PIC S9(7)V99           cbankd20
003840           COMP-3.                                                cbankd20
003850       15  CD20O-WAIVED                    PIC S9(7)V99           cbankd20
003860           COMP-3.                                                cbankd20
003900       15  CD20O-ITEM-AREA.                                       cbankd20
004000         20  CD20O-ITEM-INFO OCCURS 8 TIMES.                      cbankd20
004100           25  CD20O-ITEM-CONTACT-ID       PIC X(5).              cbankd20
005000           25  CD20O-ITEM-PROMISE-DTE      PIC 9(8).              cbankd20
005100           25  CD20O-ITEM-PROMISE-AMT      PIC S9(7)V99           cbankd20
005200               COMP-3.                                            cbankd20
005210           25  CD20O-ITEM-CHARGES          PIC S9(7)V99           cbankd20
005220               COMP-3.                                            cbankd20
005300                                                                  cbankd20
005400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd20
