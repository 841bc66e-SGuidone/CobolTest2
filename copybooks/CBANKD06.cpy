001200* officer's work queue - browsing queued BNKLOAN applications,  * cbankd06
001300* showing the applicant's accounts and recent activity, and     * cbankd06
001400* recording the approve/decline decision.                       * cbankd06
001410* The applicant's connected-group exposure - drawn balances     * cbankd06
001420* and undrawn committed limits across every member of the       * cbankd06
001430* BNKCPGR group - is returned with the detail, with where it    * cbankd06
001440* would stand, this loan included, against the large-exposure   * cbankd06
001450* limit.                                                        * cbankd06
001460* The application's scorecard score and recommended decision    * cbankd06
001470* are shown alongside for the officer to accept or override.    * cbankd06
001500***************************************************************** cbankd06
001600   05  CD06-DATA.                                                 cbankd06
001700     10  CD06I-DATA.                                              cbankd06
007100           25  CD06O-DET-TXN-AMOUNT        PIC S9(7)V99           cbankd06
007200               COMP-3.                                            cbankd06
007300           25  CD06O-DET-TXN-DESC          PIC X(25).             cbankd06
007305       15  CD06O-GRP-ID                    PIC X(8).              cbankd06
007310       15  CD06O-GRP-NAME                  PIC X(25).             cbankd06
007315       15  CD06O-GRP-MEMBERS               PIC 9(3).              cbankd06
007320       15  CD06O-GRP-DRAWN                 PIC S9(11)V99          cbankd06
007325           COMP-3.                                                cbankd06
007330       15  CD06O-GRP-UNDRAWN               PIC S9(11)V99          cbankd06
007335           COMP-3.                                                cbankd06
007340       15  CD06O-GRP-EXPOSURE              PIC S9(11)V99          cbankd06
007345           COMP-3.                                                cbankd06
007350       15  CD06O-GRP-AFTER-PCT             PIC S9(5)V99           cbankd06
007355           COMP-3.                                                cbankd06
007360       15  CD06O-GRP-LIMIT-FLAG            PIC X(1).              cbankd06
007365         88  CD06O-GRP-WITHIN-LIMIT        VALUE SPACE.           cbankd06
007370         88  CD06O-GRP-NEAR-LIMIT          VALUE 'N'.             cbankd06
007375         88  CD06O-GRP-OVER-LIMIT          VALUE 'B'.             cbankd06
007380         88  CD06O-GRP-NO-CAPITAL          VALUE 'U'.             cbankd06
007382       15  CD06O-DET-SCORE                 PIC 9(3).              cbankd06
007384       15  CD06O-DET-RECOMMEND             PIC X(1).              cbankd06
007386         88  CD06O-DET-NOT-SCORED          VALUE SPACE.           cbankd06
007388         88  CD06O-DET-REC-APPROVE         VALUE 'A'.             cbankd06
007390         88  CD06O-DET-REC-REFER           VALUE 'R'.             cbankd06
007392         88  CD06O-DET-REC-DECLINE         VALUE 'D'.             cbankd06
007400                                                                  cbankd06
007500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd06
