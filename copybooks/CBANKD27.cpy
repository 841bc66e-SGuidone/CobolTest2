001200* position and records a completed periodic review - the new    * cbankd27
001300* risk rating and next review date - clearing any debit         * cbankd27
001400* restriction the enforcement batch has set.                    * cbankd27
001410* A compliance officer can also pin the risk rating, with a     * cbankd27
001420* reason, so the monthly ZBNKKYCS scoring run leaves it alone,  * cbankd27
001430* and release the pin again.                                    * cbankd27
001500***************************************************************** cbankd27
001600   05  CD27-DATA.                                                 cbankd27
001700     10  CD27I-DATA.                                              cbankd27
001800       15  CD27I-FUNCTION                  PIC X(1).              cbankd27
001900         88  CD27I-VIEW                    VALUE SPACE, '1'.      cbankd27
002000         88  CD27I-RECORD-REVIEW           VALUE '2'.             cbankd27
002010         88  CD27I-PIN-RATING              VALUE '3'.             cbankd27
002020         88  CD27I-RELEASE-PIN             VALUE '4'.             cbankd27
002100       15  CD27I-PID                       PIC X(5).              cbankd27
002200       15  CD27I-RISK                      PIC X(1).              cbankd27
002300       15  CD27I-NEXT-REVIEW-DTE           PIC 9(8).              cbankd27
002400       15  CD27I-USERID                    PIC X(8).              cbankd27
002410       15  CD27I-REASON                    PIC X(40).             cbankd27
002500     10  CD27O-DATA.                                              cbankd27
002600       15  CD27O-STATUS                    PIC X(1).              cbankd27
002700         88  CD27O-OK                      VALUE 'A'.             cbankd27
003100       15  CD27O-REVIEW-DTE                PIC 9(8).              cbankd27
003200       15  CD27O-RISK                      PIC X(1).              cbankd27
003300       15  CD27O-RESTRICT-FLAG             PIC X(1).              cbankd27
003310       15  CD27O-PINNED                    PIC X(1).              cbankd27
003400                                                                  cbankd27
003500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd27
