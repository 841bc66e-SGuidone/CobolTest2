001100* and the I/O program (DBANK04P) which calculates loan          * cbankd04
001200* repayments and, optionally, submits the calculated loan as    * cbankd04
001300* an application for later processing.                          * cbankd04
001310* A submitted application comes back with its scorecard score   * cbankd04
001320* and recommended decision; one the scorecard approves outright * cbankd04
001330* is returned approved rather than queued.                      * cbankd04
001400***************************************************************** cbankd04
001500   05  CD04-DATA.                                                 cbankd04
001600     10  CD04I-DATA.                                              cbankd04
003400         88  CD04O-APP-NOT-SUBMITTED       VALUE SPACE.           cbankd04
003500         88  CD04O-APP-QUEUED              VALUE 'Q'.             cbankd04
003600         88  CD04O-APP-REJECTED            VALUE 'R'.             cbankd04
003610         88  CD04O-APP-APPROVED            VALUE 'A'.             cbankd04
003700       15  CD04O-APP-REF                   PIC 9(7).              cbankd04
003710       15  CD04O-APP-SCORE                 PIC 9(3).              cbankd04
003720       15  CD04O-APP-RECOMMEND             PIC X(1).              cbankd04
003730         88  CD04O-APP-REC-APPROVE         VALUE 'A'.             cbankd04
003740         88  CD04O-APP-REC-REFER           VALUE 'R'.             cbankd04
003750         88  CD04O-APP-REC-DECLINE         VALUE 'D'.             cbankd04
003800       15  CD04O-MESSAGE                   PIC X(60).             cbankd04
003900                                                                  cbankd04
004000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd04
