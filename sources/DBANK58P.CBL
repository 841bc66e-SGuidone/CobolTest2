000100***************************************************************** dbank58p
000200*                                                               * dbank58p
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * dbank58p
000400*   This demonstration program is provided for use by users     * dbank58p
000500*   of Micro Focus products and may be used, modified and       * dbank58p
000600*   distributed as part of your application provided that       * dbank58p
000700*   you properly acknowledge the copyright of Micro Focus       * dbank58p
000800*   in this material.                                           * dbank58p
000900*                                                               * dbank58p
001000***************************************************************** dbank58p
001100                                                                  dbank58p
001200***************************************************************** dbank58p
001300* Program:     DBANK58P.CBL                                     * dbank58p
001400* Function:    Customer 360 enquiry. Finds one customer by PID  * dbank58p
001500*              or by name (BNKCUS1) and gathers, read only, the * dbank58p
001600*              customer's details and KYC, deceased, returned-  * dbank58p
001700*              mail and fee-exemption flags; every account the  * dbank58p
001800*              customer owns (BNKACC1) or jointly owns (BNKJOWN)* dbank58p
001900*              with balance, status and available balance; the  * dbank58p
002000*              loans (BNKLNMA) with any open arrears (BNKDELQ); * dbank58p
002100*              cards (BNKCARD); active holds (BNKHOLD) and      * dbank58p
002200*              legal orders (BNKLGLO) on those accounts; open   * dbank58p
002300*              cases on every operations queue (CWQUEUED) that  * dbank58p
002400*              name the customer or one of the accounts; and    * dbank58p
002500*              the latest BNKNOTQ notifications. Every enquiry  * dbank58p
002600*              is logged to the AUDT queue as DBANK01P logs a   * dbank58p
002700*              customer lookup.                                 * dbank58p
002800*              VSAM version                                     * dbank58p
002900***************************************************************** dbank58p
003000                                                                  dbank58p
003100 IDENTIFICATION DIVISION.                                         dbank58p
003200 PROGRAM-ID.                                                      dbank58p
003300     DBANK58P.                                                    dbank58p
003400 DATE-WRITTEN.                                                    dbank58p
003500     October 2026.                                                dbank58p
003600 DATE-COMPILED.                                                   dbank58p
003700     Today.                                                       dbank58p
003800                                                                  dbank58p
003900 ENVIRONMENT DIVISION.                                            dbank58p
004000                                                                  dbank58p
004100 DATA DIVISION.                                                   dbank58p
004200                                                                  dbank58p
004300 WORKING-STORAGE SECTION.                                         dbank58p
004400 01  WS-MISC-STORAGE.                                             dbank58p
004500   05  WS-PROGRAM-ID                         PIC X(8)             dbank58p
004600       VALUE 'DBANK58P'.                                          dbank58p
004700   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank58p
004800   05  WS-RESP                               PIC S9(8) COMP.      dbank58p
004900   05  WS-ABSTIME                            PIC S9(15) COMP-3.   dbank58p
005000   05  WS-TODAY-DATE                         PIC X(8).            dbank58p
005100   05  WS-TODAY-DATE-N REDEFINES WS-TODAY-DATE PIC 9(8).          dbank58p
005200   05  WS-TODAY-TIME                         PIC X(6).            dbank58p
005300   05  WS-PID                                PIC X(5).            dbank58p
005400   05  WS-BNKCUST-AIX1-RID                   PIC X(25).           dbank58p
005500   05  WS-BNKACCT-AIX1-RID                   PIC X(5).            dbank58p
005600   05  WS-NAME-LEN                           PIC S9(4) COMP.      dbank58p
005700   05  WS-SUB1                               PIC S9(4) COMP.      dbank58p
005800   05  WS-SUB2                               PIC S9(4) COMP.      dbank58p
005900   05  WS-QUEUE-SUB                          PIC S9(4) COMP.      dbank58p
006000   05  WS-OWNERSHIP                          PIC X(1).            dbank58p
006100   05  WS-HOLDS-ACCNO                        PIC X(9).            dbank58p
006200   05  WS-HOLDS-TOTAL                        PIC S9(9)V99 COMP-3. dbank58p
006300                                                                  dbank58p
006400***************************************************************** dbank58p
006500* Every account the customer owns or jointly owns - the first   * dbank58p
006600* fifteen are also the commarea's account rows                  * dbank58p
006700***************************************************************** dbank58p
006800 01  WS-CUST-ACC-COUNT                       PIC S9(4) COMP.      dbank58p
006900 01  WS-CUST-ACC-MAX                         PIC S9(4) COMP       dbank58p
007000     VALUE 50.                                                    dbank58p
007100 01  WS-CUST-ACC-TABLE.                                           dbank58p
007200   05  WS-CUST-ACC-NO                        PIC X(9)             dbank58p
007300       OCCURS 50 TIMES.                                           dbank58p
007400                                                                  dbank58p
007500***************************************************************** dbank58p
007600* The queue item being looked at - set by each queue's browse   * dbank58p
007700***************************************************************** dbank58p
007800 01  WS-ITEM-AREA.                                                dbank58p
007900   05  WS-ITEM-DATE                          PIC 9(8).            dbank58p
008000   05  WS-ITEM-ACCNO                         PIC X(9).            dbank58p
008100   05  WS-ITEM-PID                           PIC X(5).            dbank58p
008200   05  WS-ITEM-MATCH                         PIC X(1).            dbank58p
008300     88  WS-ITEM-IS-CUSTOMERS                VALUE 'Y'.           dbank58p
008400                                                                  dbank58p
008500 01  WS-AUDIT-RECORD.                                             dbank58p
008600   05  WS-AUDIT-PGM                          PIC X(8).            dbank58p
008700   05  FILLER                                PIC X(1) VALUE SPACE.dbank58p
008800   05  WS-AUDIT-TERM                         PIC X(4).            dbank58p
008900   05  FILLER                                PIC X(1) VALUE SPACE.dbank58p
009000   05  WS-AUDIT-FUNCTION                     PIC X(1).            dbank58p
009100   05  FILLER                                PIC X(1) VALUE SPACE.dbank58p
009200   05  WS-AUDIT-KEY                          PIC X(25).           dbank58p
009300   05  FILLER                                PIC X(1) VALUE SPACE.dbank58p
009400   05  WS-AUDIT-DATE                         PIC X(8).            dbank58p
009500   05  FILLER                                PIC X(1) VALUE SPACE.dbank58p
009600   05  WS-AUDIT-TIME                         PIC X(6).            dbank58p
009700                                                                  dbank58p
009800 01  WS-AUDIT-QUEUE                          PIC X(4)             dbank58p
009900     VALUE 'AUDT'.                                                dbank58p
010000                                                                  dbank58p
010100 COPY CWQUEUED.                                                   dbank58p
010200                                                                  dbank58p
010300 01  WS-BNKCUST-REC.                                              dbank58p
010400 COPY CBANKVCS.                                                   dbank58p
010500                                                                  dbank58p
010600 01  WS-BNKACCT-REC.                                              dbank58p
010700 COPY CBANKVAC.                                                   dbank58p
010800                                                                  dbank58p
010900 01  WS-BNKJOWN-REC.                                              dbank58p
011000 COPY CBANKVJO.                                                   dbank58p
011100                                                                  dbank58p
011200 01  WS-BNKLNMA-REC.                                              dbank58p
011300 COPY CBANKVLM.                                                   dbank58p
011400                                                                  dbank58p
011500 01  WS-BNKCARD-REC.                                              dbank58p
011600 COPY CBANKVCD.                                                   dbank58p
011700                                                                  dbank58p
011800 01  WS-BNKHOLD-REC.                                              dbank58p
011900 COPY CBANKVHD.                                                   dbank58p
012000                                                                  dbank58p
012100 01  WS-BNKLGLO-REC.                                              dbank58p
012200 COPY CBANKVLG.                                                   dbank58p
012300                                                                  dbank58p
012400 01  WS-BNKNOTQ-REC.                                              dbank58p
012500 COPY CBANKVNQ.                                                   dbank58p
012600                                                                  dbank58p
012700 01  WS-BNKSUSP-REC.                                              dbank58p
012800 COPY CBANKVSU.                                                   dbank58p
012900                                                                  dbank58p
013000 01  WS-BNKCMPQ-REC.                                              dbank58p
013100 COPY CBANKVCP.                                                   dbank58p
013200                                                                  dbank58p
013300 01  WS-BNKFCAS-REC.                                              dbank58p
013400 COPY CBANKVFC.                                                   dbank58p
013500                                                                  dbank58p
013600 01  WS-BNKREFQ-REC.                                              dbank58p
013700 COPY CBANKVRQ.                                                   dbank58p
013800                                                                  dbank58p
013900 01  WS-BNKPPAY-REC.                                              dbank58p
014000 COPY CBANKVPP.                                                   dbank58p
014100                                                                  dbank58p
014200 01  WS-BNKDELQ-REC.                                              dbank58p
014300 COPY CBANKVDQ.                                                   dbank58p
014400                                                                  dbank58p
014500 01  WS-BNKPINV-REC.                                              dbank58p
014600 COPY CBANKVPI.                                                   dbank58p
014700                                                                  dbank58p
014800 01  WS-BNKEXTL-REC.                                              dbank58p
014900 COPY CBANKVXT.                                                   dbank58p
015000                                                                  dbank58p
015100 01  WS-BNKLNRS-REC.                                              dbank58p
015200 COPY CBANKVLR.                                                   dbank58p
015300                                                                  dbank58p
015400 01  WS-BNKCMPL-REC.                                              dbank58p
015500 COPY CBANKVCM.                                                   dbank58p
015600                                                                  dbank58p
015700 01  WS-BNKDISP-REC.                                              dbank58p
015800 COPY CBANKVDP.                                                   dbank58p
015900                                                                  dbank58p
016000 01  WS-COMMAREA.                                                 dbank58p
016100 COPY CBANKD58.                                                   dbank58p
016200                                                                  dbank58p
016300 COPY CABENDD.                                                    dbank58p
016310                                                                  dbank58p
016320 01  WS-BNKPERF-REC.                                              dbank58p
016330 COPY CBANKVPF.                                                   dbank58p
016340                                                                  dbank58p
016350 COPY CPERFD.                                                     dbank58p
016400                                                                  dbank58p
016500 LINKAGE SECTION.                                                 dbank58p
016600 01  DFHCOMMAREA.                                                 dbank58p
016700   05  LK-COMMAREA                           PIC X(1)             dbank58p
016800       OCCURS 1 TO 4096 TIMES                                     dbank58p
016900         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank58p
017000                                                                  dbank58p
017100 COPY CENTRY.                                                     dbank58p
017110***************************************************************** dbank58p
017120* Start the response-time clock for this request                * dbank58p
017130***************************************************************** dbank58p
017140     PERFORM PERF-TIMER.                                          dbank58p
017150                                                                  dbank58p
017200***************************************************************** dbank58p
017300* Move the passed data to our area                              * dbank58p
017400***************************************************************** dbank58p
017500     MOVE LENGTH OF WS-COMMAREA TO WS-COMMAREA-LENGTH.            dbank58p
017600     MOVE DFHCOMMAREA TO WS-COMMAREA.                             dbank58p
017700                                                                  dbank58p
017800***************************************************************** dbank58p
017900* Initialize our output area                                    * dbank58p
018000***************************************************************** dbank58p
018100     MOVE SPACES TO CD58O-DATA.                                   dbank58p
018200     MOVE ZERO TO CD58O-MATCH-COUNT                               dbank58p
018300                  CD58O-ACC-COUNT                                 dbank58p
018400                  CD58O-LOAN-COUNT                                dbank58p
018500                  CD58O-CARD-COUNT                                dbank58p
018600                  CD58O-HOLD-COUNT                                dbank58p
018700                  CD58O-ORDER-COUNT                               dbank58p
018800                  CD58O-CASE-COUNT                                dbank58p
018900                  CD58O-NOTE-COUNT.                               dbank58p
019000     MOVE ZERO TO WS-CUST-ACC-COUNT.                              dbank58p
019100     PERFORM GET-TODAY.                                           dbank58p
019200                                                                  dbank58p
019300***************************************************************** dbank58p
019400* Settle which customer is wanted. A name search that finds     * dbank58p
019500* more than one customer hands the matches back to pick from.   * dbank58p
019600***************************************************************** dbank58p
019700     IF CD58I-SEARCH-BY-NAME                                      dbank58p
019800        PERFORM NAME-SEARCH-PROCESS                               dbank58p
019900            THRU NAME-SEARCH-PROCESS-EXIT                         dbank58p
020000        IF CD58O-MATCH-COUNT IS EQUAL TO ZERO                     dbank58p
020100           SET CD58O-NOT-FOUND TO TRUE                            dbank58p
020200           MOVE 'No customer name begins with the search text'    dbank58p
020300             TO CD58O-MESSAGE                                     dbank58p
020400           GO TO AUDIT-AND-RETURN                                 dbank58p
020500        END-IF                                                    dbank58p
020600        IF CD58O-MATCH-COUNT IS GREATER THAN 1                    dbank58p
020700           SET CD58O-PICK-ONE TO TRUE                             dbank58p
020800           MOVE 'More than one customer matches - select by PID'  dbank58p
020900             TO CD58O-MESSAGE                                     dbank58p
021000           GO TO AUDIT-AND-RETURN                                 dbank58p
021100        END-IF                                                    dbank58p
021200        MOVE CD58O-MATCH-PID (1) TO WS-PID                        dbank58p
021300     ELSE                                                         dbank58p
021400        MOVE CD58I-PERSON-PID TO WS-PID                           dbank58p
021500     END-IF.                                                      dbank58p
021600                                                                  dbank58p
021700     EXEC CICS READ FILE('BNKCUST')                               dbank58p
021800                    INTO(WS-BNKCUST-REC)                          dbank58p
021900                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank58p
022000                    RIDFLD(WS-PID)                                dbank58p
022100                    RESP(WS-RESP)                                 dbank58p
022200     END-EXEC.                                                    dbank58p
022300     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
022400        SET CD58O-NOT-FOUND TO TRUE                               dbank58p
022500        MOVE 'Person not found' TO CD58O-MESSAGE                  dbank58p
022600        GO TO AUDIT-AND-RETURN                                    dbank58p
022700     END-IF.                                                      dbank58p
022800                                                                  dbank58p
022900***************************************************************** dbank58p
023000* Gather the customer's whole relationship                      * dbank58p
023100***************************************************************** dbank58p
023200     PERFORM SET-CUSTOMER-DETAILS.                                dbank58p
023300     PERFORM COLLECT-OWNED-ACCOUNTS                               dbank58p
023400         THRU COLLECT-OWNED-ACCOUNTS-EXIT.                        dbank58p
023500     PERFORM COLLECT-JOINT-ACCOUNTS                               dbank58p
023600         THRU COLLECT-JOINT-ACCOUNTS-EXIT.                        dbank58p
023700     PERFORM COLLECT-ACCOUNT-HOLDS                                dbank58p
023800         THRU COLLECT-ACCOUNT-HOLDS-EXIT                          dbank58p
023900         VARYING WS-SUB1 FROM 1 BY 1                              dbank58p
024000         UNTIL WS-SUB1 IS GREATER THAN WS-CUST-ACC-COUNT.         dbank58p
024100     PERFORM COLLECT-LEGAL-ORDERS                                 dbank58p
024200         THRU COLLECT-LEGAL-ORDERS-EXIT                           dbank58p
024300         VARYING WS-SUB1 FROM 1 BY 1                              dbank58p
024400         UNTIL WS-SUB1 IS GREATER THAN WS-CUST-ACC-COUNT.         dbank58p
024500     PERFORM COLLECT-LOANS                                        dbank58p
024600         THRU COLLECT-LOANS-EXIT.                                 dbank58p
024700     PERFORM COLLECT-CARDS                                        dbank58p
024800         THRU COLLECT-CARDS-EXIT.                                 dbank58p
024900     PERFORM COLLECT-OPEN-CASES                                   dbank58p
025000         THRU COLLECT-OPEN-CASES-EXIT                             dbank58p
025100         VARYING WS-QUEUE-SUB FROM 1 BY 1                         dbank58p
025200         UNTIL WS-QUEUE-SUB IS GREATER THAN WQ-QUEUE-COUNT.       dbank58p
025300     PERFORM COLLECT-NOTIFICATIONS                                dbank58p
025400         THRU COLLECT-NOTIFICATIONS-EXIT.                         dbank58p
025500     SET CD58O-OK TO TRUE.                                        dbank58p
025600                                                                  dbank58p
025700***************************************************************** dbank58p
025800* Log this enquiry to the audit trail                           * dbank58p
025900***************************************************************** dbank58p
026000 AUDIT-AND-RETURN.                                                dbank58p
026100     PERFORM AUDIT-LOOKUP                                         dbank58p
026200         THRU AUDIT-LOOKUP-EXIT.                                  dbank58p
026300                                                                  dbank58p
026400***************************************************************** dbank58p
026500* Move the result back to the callers area                      * dbank58p
026600***************************************************************** dbank58p
026700     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank58p
026800                                                                  dbank58p
026810***************************************************************** dbank58p
026820* Log this request's response time to BNKPERF                   * dbank58p
026830***************************************************************** dbank58p
026840     MOVE CD58I-FUNCTION TO WS-PERF-FUNCTION.                     dbank58p
026850     PERFORM PERF-TIMER.                                          dbank58p
026860                                                                  dbank58p
026900***************************************************************** dbank58p
027000* Return to our caller                                          * dbank58p
027100***************************************************************** dbank58p
027200 COPY CRETURN.                                                    dbank58p
027300                                                                  dbank58p
027400***************************************************************** dbank58p
027500* Browse BNKCUS1 (customer name alternate index) for customers  * dbank58p
027600* whose name begins with the requested search text              * dbank58p
027700***************************************************************** dbank58p
027800 NAME-SEARCH-PROCESS.                                             dbank58p
027900     IF CD58I-SEARCH-NAME IS EQUAL TO SPACES                      dbank58p
028000        GO TO NAME-SEARCH-PROCESS-EXIT                            dbank58p
028100     END-IF.                                                      dbank58p
028200     MOVE 0 TO WS-NAME-LEN.                                       dbank58p
028300     INSPECT CD58I-SEARCH-NAME TALLYING WS-NAME-LEN               dbank58p
028400       FOR CHARACTERS BEFORE INITIAL SPACE.                       dbank58p
028500     IF WS-NAME-LEN IS EQUAL TO ZERO                              dbank58p
028600        GO TO NAME-SEARCH-PROCESS-EXIT                            dbank58p
028700     END-IF.                                                      dbank58p
028800     MOVE CD58I-SEARCH-NAME TO WS-BNKCUST-AIX1-RID.               dbank58p
028900     EXEC CICS STARTBR FILE('BNKCUS1')                            dbank58p
029000                       RIDFLD(WS-BNKCUST-AIX1-RID)                dbank58p
029100                       GTEQ                                       dbank58p
029200                       RESP(WS-RESP)                              dbank58p
029300     END-EXEC.                                                    dbank58p
029400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
029500        GO TO NAME-SEARCH-PROCESS-EXIT                            dbank58p
029600     END-IF.                                                      dbank58p
029700     MOVE 0 TO WS-SUB1.                                           dbank58p
029800 NAME-SEARCH-LOOP.                                                dbank58p
029900     IF WS-SUB1 IS EQUAL TO 10                                    dbank58p
030000        GO TO NAME-SEARCH-LOOP-EXIT                               dbank58p
030100     END-IF.                                                      dbank58p
030200     EXEC CICS READNEXT FILE('BNKCUS1')                           dbank58p
030300                        INTO(WS-BNKCUST-REC)                      dbank58p
030400                        LENGTH(LENGTH OF WS-BNKCUST-REC)          dbank58p
030500                        RIDFLD(WS-BNKCUST-AIX1-RID)               dbank58p
030600                        RESP(WS-RESP)                             dbank58p
030700     END-EXEC.                                                    dbank58p
030800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND               dbank58p
030900        WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)                   dbank58p
031000        GO TO NAME-SEARCH-LOOP-EXIT                               dbank58p
031100     END-IF.                                                      dbank58p
031200     IF BCS-REC-NAME(1:WS-NAME-LEN) IS NOT EQUAL TO               dbank58p
031300        CD58I-SEARCH-NAME(1:WS-NAME-LEN)                          dbank58p
031400        GO TO NAME-SEARCH-LOOP-EXIT                               dbank58p
031500     END-IF.                                                      dbank58p
031600     ADD 1 TO WS-SUB1.                                            dbank58p
031700     MOVE BCS-REC-PID TO CD58O-MATCH-PID (WS-SUB1).               dbank58p
031800     MOVE BCS-REC-NAME TO CD58O-MATCH-NAME (WS-SUB1).             dbank58p
031900     GO TO NAME-SEARCH-LOOP.                                      dbank58p
032000 NAME-SEARCH-LOOP-EXIT.                                           dbank58p
032100     EXEC CICS ENDBR FILE('BNKCUS1')                              dbank58p
032200     END-EXEC.                                                    dbank58p
032300     MOVE WS-SUB1 TO CD58O-MATCH-COUNT.                           dbank58p
032400 NAME-SEARCH-PROCESS-EXIT.                                        dbank58p
032500     EXIT.                                                        dbank58p
032600                                                                  dbank58p
032700***************************************************************** dbank58p
032800* The customer's details and flags                              * dbank58p
032900***************************************************************** dbank58p
033000 SET-CUSTOMER-DETAILS.                                            dbank58p
033100     MOVE BCS-REC-PID TO CD58O-PERSON-PID.                        dbank58p
033200     MOVE BCS-REC-NAME TO CD58O-PERSON-NAME.                      dbank58p
033300     MOVE BCS-REC-ADDR1 TO CD58O-PERSON-ADDR1.                    dbank58p
033400     MOVE BCS-REC-ADDR2 TO CD58O-PERSON-ADDR2.                    dbank58p
033500     MOVE BCS-REC-STATE TO CD58O-PERSON-STATE.                    dbank58p
033600     MOVE BCS-REC-CNTRY TO CD58O-PERSON-CNTRY.                    dbank58p
033700     MOVE BCS-REC-PSTCDE TO CD58O-PERSON-PSTCDE.                  dbank58p
033800     MOVE BCS-REC-TELNO TO CD58O-PERSON-TELNO.                    dbank58p
033900     MOVE BCS-REC-EMAIL TO CD58O-PERSON-EMAIL.                    dbank58p
034000     MOVE BCS-REC-BRANCH TO CD58O-PERSON-BRANCH.                  dbank58p
034100     IF BCS-REC-DOB IS NUMERIC                                    dbank58p
034200        MOVE BCS-REC-DOB TO CD58O-PERSON-DOB                      dbank58p
034300     ELSE                                                         dbank58p
034400        MOVE ZERO TO CD58O-PERSON-DOB                             dbank58p
034500     END-IF.                                                      dbank58p
034600     MOVE BCS-REC-KYC-RESTRICT TO CD58O-KYC-RESTRICT.             dbank58p
034700     MOVE BCS-REC-KYC-RISK TO CD58O-KYC-RISK.                     dbank58p
034800     IF BCS-REC-KYC-REVIEW-DTE IS NUMERIC                         dbank58p
034900        MOVE BCS-REC-KYC-REVIEW-DTE TO CD58O-KYC-REVIEW-DTE       dbank58p
035000     ELSE                                                         dbank58p
035100        MOVE ZERO TO CD58O-KYC-REVIEW-DTE                         dbank58p
035200     END-IF.                                                      dbank58p
035300     MOVE BCS-REC-DECEASED TO CD58O-DECEASED.                     dbank58p
035400     IF BCS-REC-IS-DECEASED AND BCS-REC-DECEASED-DTE IS NUMERIC   dbank58p
035500        MOVE BCS-REC-DECEASED-DTE TO CD58O-DECEASED-DTE           dbank58p
035600     ELSE                                                         dbank58p
035700        MOVE ZERO TO CD58O-DECEASED-DTE                           dbank58p
035800     END-IF.                                                      dbank58p
035900     MOVE BCS-REC-MAIL-UNDELIV TO CD58O-MAIL-UNDELIV.             dbank58p
036000     MOVE BCS-REC-EMAIL-UNDELIV TO CD58O-EMAIL-UNDELIV.           dbank58p
036100     MOVE BCS-REC-FEE-EXEMPT TO CD58O-FEE-EXEMPT.                 dbank58p
036200     MOVE BCS-REC-MINOR TO CD58O-MINOR.                           dbank58p
036300                                                                  dbank58p
036400***************************************************************** dbank58p
036500* Accounts the customer is primary owner of - BNKACC1, the      * dbank58p
036600* account file's alternate index by owning contact id           * dbank58p
036700***************************************************************** dbank58p
036800 COLLECT-OWNED-ACCOUNTS.                                          dbank58p
036900     MOVE WS-PID TO WS-BNKACCT-AIX1-RID.                          dbank58p
037000     EXEC CICS STARTBR FILE('BNKACC1')                            dbank58p
037100                       RIDFLD(WS-BNKACCT-AIX1-RID)                dbank58p
037200                       GTEQ                                       dbank58p
037300                       RESP(WS-RESP)                              dbank58p
037400     END-EXEC.                                                    dbank58p
037500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
037600        GO TO COLLECT-OWNED-ACCOUNTS-EXIT                         dbank58p
037700     END-IF.                                                      dbank58p
037800     MOVE 'P' TO WS-OWNERSHIP.                                    dbank58p
037900 COLLECT-OWNED-ACCOUNTS-LOOP.                                     dbank58p
038000     EXEC CICS READNEXT FILE('BNKACC1')                           dbank58p
038100                        INTO(WS-BNKACCT-REC)                      dbank58p
038200                        LENGTH(LENGTH OF WS-BNKACCT-REC)          dbank58p
038300                        RIDFLD(WS-BNKACCT-AIX1-RID)               dbank58p
038400                        RESP(WS-RESP)                             dbank58p
038500     END-EXEC.                                                    dbank58p
038600     IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) AND              dbank58p
038700         WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)) OR              dbank58p
038800        BAC-REC-PID IS NOT EQUAL TO WS-PID                        dbank58p
038900        GO TO COLLECT-OWNED-ACCOUNTS-END                          dbank58p
039000     END-IF.                                                      dbank58p
039100     PERFORM ADD-CUSTOMER-ACCOUNT.                                dbank58p
039200     GO TO COLLECT-OWNED-ACCOUNTS-LOOP.                           dbank58p
039300 COLLECT-OWNED-ACCOUNTS-END.                                      dbank58p
039400     EXEC CICS ENDBR FILE('BNKACC1')                              dbank58p
039500     END-EXEC.                                                    dbank58p
039600 COLLECT-OWNED-ACCOUNTS-EXIT.                                     dbank58p
039700     EXIT.                                                        dbank58p
039800                                                                  dbank58p
039900***************************************************************** dbank58p
040000* Accounts the customer is an active joint owner of - a         * dbank58p
040100* straight browse of BNKJOWN, which is keyed by account         * dbank58p
040200***************************************************************** dbank58p
040300 COLLECT-JOINT-ACCOUNTS.                                          dbank58p
040400     MOVE LOW-VALUES TO JO-REC-KEY.                               dbank58p
040500     EXEC CICS STARTBR FILE('BNKJOWN')                            dbank58p
040600                       RIDFLD(JO-REC-KEY)                         dbank58p
040700                       GTEQ                                       dbank58p
040800                       RESP(WS-RESP)                              dbank58p
040900     END-EXEC.                                                    dbank58p
041000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
041100        GO TO COLLECT-JOINT-ACCOUNTS-EXIT                         dbank58p
041200     END-IF.                                                      dbank58p
041300     MOVE 'J' TO WS-OWNERSHIP.                                    dbank58p
041400 COLLECT-JOINT-ACCOUNTS-LOOP.                                     dbank58p
041500     EXEC CICS READNEXT FILE('BNKJOWN')                           dbank58p
041600                        INTO(WS-BNKJOWN-REC)                      dbank58p
041700                        LENGTH(LENGTH OF WS-BNKJOWN-REC)          dbank58p
041800                        RIDFLD(JO-REC-KEY)                        dbank58p
041900                        RESP(WS-RESP)                             dbank58p
042000     END-EXEC.                                                    dbank58p
042100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
042200        GO TO COLLECT-JOINT-ACCOUNTS-END                          dbank58p
042300     END-IF.                                                      dbank58p
042400     IF JO-REC-PID IS NOT EQUAL TO WS-PID OR                      dbank58p
042500        NOT JO-REC-ACTIVE                                         dbank58p
042600        GO TO COLLECT-JOINT-ACCOUNTS-LOOP                         dbank58p
042700     END-IF.                                                      dbank58p
042800     EXEC CICS READ FILE('BNKACCT')                               dbank58p
042900                    INTO(WS-BNKACCT-REC)                          dbank58p
043000                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank58p
043100                    RIDFLD(JO-REC-ACCNO)                          dbank58p
043200                    RESP(WS-RESP)                                 dbank58p
043300     END-EXEC.                                                    dbank58p
043400     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank58p
043500        PERFORM ADD-CUSTOMER-ACCOUNT                              dbank58p
043600     END-IF.                                                      dbank58p
043700     GO TO COLLECT-JOINT-ACCOUNTS-LOOP.                           dbank58p
043800 COLLECT-JOINT-ACCOUNTS-END.                                      dbank58p
043900     EXEC CICS ENDBR FILE('BNKJOWN')                              dbank58p
044000     END-EXEC.                                                    dbank58p
044100 COLLECT-JOINT-ACCOUNTS-EXIT.                                     dbank58p
044200     EXIT.                                                        dbank58p
044300                                                                  dbank58p
044400***************************************************************** dbank58p
044500* Keep the account in WS-BNKACCT-REC, and show it while there   * dbank58p
044600* is a row for it. Available starts as the balance; the holds   * dbank58p
044700* are netted out of it once they have been collected.           * dbank58p
044800***************************************************************** dbank58p
044900 ADD-CUSTOMER-ACCOUNT.                                            dbank58p
045000     IF WS-CUST-ACC-COUNT IS LESS THAN WS-CUST-ACC-MAX            dbank58p
045100        ADD 1 TO WS-CUST-ACC-COUNT                                dbank58p
045200        MOVE BAC-REC-ACCNO TO WS-CUST-ACC-NO (WS-CUST-ACC-COUNT)  dbank58p
045300     END-IF.                                                      dbank58p
045400     IF CD58O-ACC-COUNT IS LESS THAN 15                           dbank58p
045500        ADD 1 TO CD58O-ACC-COUNT                                  dbank58p
045600        MOVE CD58O-ACC-COUNT TO WS-SUB2                           dbank58p
045700        MOVE BAC-REC-ACCNO TO CD58O-ACC-NO (WS-SUB2)              dbank58p
045800        MOVE BAC-REC-TYPE TO CD58O-ACC-TYPE (WS-SUB2)             dbank58p
045900        MOVE WS-OWNERSHIP TO CD58O-ACC-OWNERSHIP (WS-SUB2)        dbank58p
046000        MOVE BAC-REC-STATUS TO CD58O-ACC-STATUS (WS-SUB2)         dbank58p
046100        MOVE BAC-REC-CURRENCY TO CD58O-ACC-CURRENCY (WS-SUB2)     dbank58p
046200        MOVE BAC-REC-BALANCE TO CD58O-ACC-BALANCE (WS-SUB2)       dbank58p
046300        MOVE BAC-REC-BALANCE TO CD58O-ACC-AVAILABLE (WS-SUB2)     dbank58p
046400     ELSE                                                         dbank58p
046500        MOVE 'Y' TO CD58O-ACC-MORE                                dbank58p
046600     END-IF.                                                      dbank58p
046700                                                                  dbank58p
046800***************************************************************** dbank58p
046900* Active unexpired holds on one of the customer's accounts.     * dbank58p
047000* Their total comes off the account row's available balance.    * dbank58p
047100***************************************************************** dbank58p
047200 COLLECT-ACCOUNT-HOLDS.                                           dbank58p
047300     MOVE ZERO TO WS-HOLDS-TOTAL.                                 dbank58p
047400     MOVE WS-CUST-ACC-NO (WS-SUB1) TO WS-HOLDS-ACCNO.             dbank58p
047500     MOVE LOW-VALUES TO HD-REC-KEY.                               dbank58p
047600     MOVE WS-HOLDS-ACCNO TO HD-REC-ACCNO.                         dbank58p
047700     EXEC CICS STARTBR FILE('BNKHOLD')                            dbank58p
047800                       RIDFLD(HD-REC-KEY)                         dbank58p
047900                       GTEQ                                       dbank58p
048000                       RESP(WS-RESP)                              dbank58p
048100     END-EXEC.                                                    dbank58p
048200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
048300        GO TO COLLECT-ACCOUNT-HOLDS-EXIT                          dbank58p
048400     END-IF.                                                      dbank58p
048500 COLLECT-ACCOUNT-HOLDS-LOOP.                                      dbank58p
048600     EXEC CICS READNEXT FILE('BNKHOLD')                           dbank58p
048700                        INTO(WS-BNKHOLD-REC)                      dbank58p
048800                        LENGTH(LENGTH OF WS-BNKHOLD-REC)          dbank58p
048900                        RIDFLD(HD-REC-KEY)                        dbank58p
049000                        RESP(WS-RESP)                             dbank58p
049100     END-EXEC.                                                    dbank58p
049200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank58p
049300        HD-REC-ACCNO IS NOT EQUAL TO WS-HOLDS-ACCNO               dbank58p
049400        GO TO COLLECT-ACCOUNT-HOLDS-END                           dbank58p
049500     END-IF.                                                      dbank58p
049600     IF NOT HD-REC-ACTIVE OR                                      dbank58p
049700        (HD-REC-EXPIRY-DTE IS NOT EQUAL TO ZERO AND               dbank58p
049800         HD-REC-EXPIRY-DTE IS LESS THAN WS-TODAY-DATE-N)          dbank58p
049900        GO TO COLLECT-ACCOUNT-HOLDS-LOOP                          dbank58p
050000     END-IF.                                                      dbank58p
050100     ADD HD-REC-AMOUNT TO WS-HOLDS-TOTAL.                         dbank58p
050200     IF CD58O-HOLD-COUNT IS LESS THAN 10                          dbank58p
050300        ADD 1 TO CD58O-HOLD-COUNT                                 dbank58p
050400        MOVE CD58O-HOLD-COUNT TO WS-SUB2                          dbank58p
050500        MOVE HD-REC-ACCNO TO CD58O-HOLD-ACCNO (WS-SUB2)           dbank58p
050600        MOVE HD-REC-AMOUNT TO CD58O-HOLD-AMOUNT (WS-SUB2)         dbank58p
050700        MOVE HD-REC-REASON TO CD58O-HOLD-REASON (WS-SUB2)         dbank58p
050800        MOVE HD-REC-PLACED-DTE TO CD58O-HOLD-PLACED-DTE (WS-SUB2) dbank58p
050900        MOVE HD-REC-EXPIRY-DTE TO CD58O-HOLD-EXPIRY-DTE (WS-SUB2) dbank58p
051000     END-IF.                                                      dbank58p
051100     GO TO COLLECT-ACCOUNT-HOLDS-LOOP.                            dbank58p
051200 COLLECT-ACCOUNT-HOLDS-END.                                       dbank58p
051300     EXEC CICS ENDBR FILE('BNKHOLD')                              dbank58p
051400     END-EXEC.                                                    dbank58p
051500     IF WS-SUB1 IS NOT GREATER THAN CD58O-ACC-COUNT               dbank58p
051600        SUBTRACT WS-HOLDS-TOTAL FROM CD58O-ACC-AVAILABLE (WS-SUB1)dbank58p
051700     END-IF.                                                      dbank58p
051800 COLLECT-ACCOUNT-HOLDS-EXIT.                                      dbank58p
051900     EXIT.                                                        dbank58p
052000                                                                  dbank58p
052100***************************************************************** dbank58p
052200* Legal orders still active on one of the customer's accounts   * dbank58p
052300***************************************************************** dbank58p
052400 COLLECT-LEGAL-ORDERS.                                            dbank58p
052500     MOVE WS-CUST-ACC-NO (WS-SUB1) TO LG-REC-ACCNO.               dbank58p
052600     MOVE ZERO TO LG-REC-ORDER-NO.                                dbank58p
052700     EXEC CICS STARTBR FILE('BNKLGLO')                            dbank58p
052800                       RIDFLD(LG-REC-KEY)                         dbank58p
052900                       GTEQ                                       dbank58p
053000                       RESP(WS-RESP)                              dbank58p
053100     END-EXEC.                                                    dbank58p
053200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
053300        GO TO COLLECT-LEGAL-ORDERS-EXIT                           dbank58p
053400     END-IF.                                                      dbank58p
053500 COLLECT-LEGAL-ORDERS-LOOP.                                       dbank58p
053600     IF CD58O-ORDER-COUNT IS EQUAL TO 5                           dbank58p
053700        GO TO COLLECT-LEGAL-ORDERS-END                            dbank58p
053800     END-IF.                                                      dbank58p
053900     EXEC CICS READNEXT FILE('BNKLGLO')                           dbank58p
054000                        INTO(WS-BNKLGLO-REC)                      dbank58p
054100                        LENGTH(LENGTH OF WS-BNKLGLO-REC)          dbank58p
054200                        RIDFLD(LG-REC-KEY)                        dbank58p
054300                        RESP(WS-RESP)                             dbank58p
054400     END-EXEC.                                                    dbank58p
054500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank58p
054600        LG-REC-ACCNO IS NOT EQUAL TO WS-CUST-ACC-NO (WS-SUB1)     dbank58p
054700        GO TO COLLECT-LEGAL-ORDERS-END                            dbank58p
054800     END-IF.                                                      dbank58p
054900     IF NOT LG-REC-ACTIVE                                         dbank58p
055000        GO TO COLLECT-LEGAL-ORDERS-LOOP                           dbank58p
055100     END-IF.                                                      dbank58p
055200     ADD 1 TO CD58O-ORDER-COUNT.                                  dbank58p
055300     MOVE CD58O-ORDER-COUNT TO WS-SUB2.                           dbank58p
055400     MOVE LG-REC-ACCNO TO CD58O-ORDER-ACCNO (WS-SUB2).            dbank58p
055500     MOVE LG-REC-ORDER-NO TO CD58O-ORDER-NO (WS-SUB2).            dbank58p
055600     MOVE LG-REC-AUTHORITY TO CD58O-ORDER-AUTHORITY (WS-SUB2).    dbank58p
055700     MOVE LG-REC-ORDERED-AMOUNT TO CD58O-ORDER-AMOUNT (WS-SUB2).  dbank58p
055800     MOVE LG-REC-GARNISHED TO CD58O-ORDER-GARNISHED (WS-SUB2).    dbank58p
055900     GO TO COLLECT-LEGAL-ORDERS-LOOP.                             dbank58p
056000 COLLECT-LEGAL-ORDERS-END.                                        dbank58p
056100     EXEC CICS ENDBR FILE('BNKLGLO')                              dbank58p
056200     END-EXEC.                                                    dbank58p
056300 COLLECT-LEGAL-ORDERS-EXIT.                                       dbank58p
056400     EXIT.                                                        dbank58p
056500                                                                  dbank58p
056600***************************************************************** dbank58p
056700* The customer's loans - BNKLNMA is keyed by contact id - each  * dbank58p
056800* with the arrears of an open BNKDELQ delinquency on the loan   * dbank58p
056900***************************************************************** dbank58p
057000 COLLECT-LOANS.                                                   dbank58p
057100     MOVE WS-PID TO LM-REC-CONTACT-ID.                            dbank58p
057200     MOVE ZERO TO LM-REC-TASKN.                                   dbank58p
057300     EXEC CICS STARTBR FILE('BNKLNMA')                            dbank58p
057400                       RIDFLD(LM-REC-KEY)                         dbank58p
057500                       GTEQ                                       dbank58p
057600                       RESP(WS-RESP)                              dbank58p
057700     END-EXEC.                                                    dbank58p
057800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
057900        GO TO COLLECT-LOANS-EXIT                                  dbank58p
058000     END-IF.                                                      dbank58p
058100 COLLECT-LOANS-LOOP.                                              dbank58p
058200     IF CD58O-LOAN-COUNT IS EQUAL TO 5                            dbank58p
058300        GO TO COLLECT-LOANS-END                                   dbank58p
058400     END-IF.                                                      dbank58p
058500     EXEC CICS READNEXT FILE('BNKLNMA')                           dbank58p
058600                        INTO(WS-BNKLNMA-REC)                      dbank58p
058700                        LENGTH(LENGTH OF WS-BNKLNMA-REC)          dbank58p
058800                        RIDFLD(LM-REC-KEY)                        dbank58p
058900                        RESP(WS-RESP)                             dbank58p
059000     END-EXEC.                                                    dbank58p
059100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank58p
059200        LM-REC-CONTACT-ID IS NOT EQUAL TO WS-PID                  dbank58p
059300        GO TO COLLECT-LOANS-END                                   dbank58p
059400     END-IF.                                                      dbank58p
059500     ADD 1 TO CD58O-LOAN-COUNT.                                   dbank58p
059600     MOVE CD58O-LOAN-COUNT TO WS-SUB2.                            dbank58p
059700     MOVE LM-REC-TASKN TO CD58O-LOAN-TASKN (WS-SUB2).             dbank58p
059800     MOVE LM-REC-ACCNO TO CD58O-LOAN-ACCNO (WS-SUB2).             dbank58p
059900     MOVE LM-REC-STATUS TO CD58O-LOAN-STATUS (WS-SUB2).           dbank58p
060000     MOVE LM-REC-OUTSTANDING TO CD58O-LOAN-OUTSTANDING (WS-SUB2). dbank58p
060100     MOVE ZERO TO CD58O-LOAN-ARREARS (WS-SUB2)                    dbank58p
060200                  CD58O-LOAN-MISSED (WS-SUB2)                     dbank58p
060300                  CD58O-LOAN-BUCKET (WS-SUB2).                    dbank58p
060400     EXEC CICS READ FILE('BNKDELQ')                               dbank58p
060500                    INTO(WS-BNKDELQ-REC)                          dbank58p
060600                    LENGTH(LENGTH OF WS-BNKDELQ-REC)              dbank58p
060700                    RIDFLD(LM-REC-KEY)                            dbank58p
060800                    RESP(WS-RESP)                                 dbank58p
060900     END-EXEC.                                                    dbank58p
061000     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND DQ-REC-OPEN       dbank58p
061100        MOVE DQ-REC-ARREARS TO CD58O-LOAN-ARREARS (WS-SUB2)       dbank58p
061200        MOVE DQ-REC-MISSED-COUNT TO CD58O-LOAN-MISSED (WS-SUB2)   dbank58p
061300        MOVE DQ-REC-BUCKET TO CD58O-LOAN-BUCKET (WS-SUB2)         dbank58p
061400     END-IF.                                                      dbank58p
061500     GO TO COLLECT-LOANS-LOOP.                                    dbank58p
061600 COLLECT-LOANS-END.                                               dbank58p
061700     EXEC CICS ENDBR FILE('BNKLNMA')                              dbank58p
061800     END-EXEC.                                                    dbank58p
061900 COLLECT-LOANS-EXIT.                                              dbank58p
062000     EXIT.                                                        dbank58p
062100                                                                  dbank58p
062200***************************************************************** dbank58p
062300* Cards issued to the customer or linked to one of the          * dbank58p
062400* customer's accounts - a straight browse of the card file,     * dbank58p
062500* which is keyed by card number                                 * dbank58p
062600***************************************************************** dbank58p
062700 COLLECT-CARDS.                                                   dbank58p
062800     MOVE LOW-VALUES TO CRD-REC-CARD-NO.                          dbank58p
062900     EXEC CICS STARTBR FILE('BNKCARD')                            dbank58p
063000                       RIDFLD(CRD-REC-CARD-NO)                    dbank58p
063100                       GTEQ                                       dbank58p
063200                       RESP(WS-RESP)                              dbank58p
063300     END-EXEC.                                                    dbank58p
063400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
063500        GO TO COLLECT-CARDS-EXIT                                  dbank58p
063600     END-IF.                                                      dbank58p
063700 COLLECT-CARDS-LOOP.                                              dbank58p
063800     IF CD58O-CARD-COUNT IS EQUAL TO 8                            dbank58p
063900        GO TO COLLECT-CARDS-END                                   dbank58p
064000     END-IF.                                                      dbank58p
064100     EXEC CICS READNEXT FILE('BNKCARD')                           dbank58p
064200                        INTO(WS-BNKCARD-REC)                      dbank58p
064300                        LENGTH(LENGTH OF WS-BNKCARD-REC)          dbank58p
064400                        RIDFLD(CRD-REC-CARD-NO)                   dbank58p
064500                        RESP(WS-RESP)                             dbank58p
064600     END-EXEC.                                                    dbank58p
064700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
064800        GO TO COLLECT-CARDS-END                                   dbank58p
064900     END-IF.                                                      dbank58p
065000     MOVE CRD-REC-PID TO WS-ITEM-PID.                             dbank58p
065100     MOVE CRD-REC-ACCNO TO WS-ITEM-ACCNO.                         dbank58p
065200     PERFORM CHECK-CUSTOMER-ITEM.                                 dbank58p
065300     IF NOT WS-ITEM-IS-CUSTOMERS                                  dbank58p
065400        GO TO COLLECT-CARDS-LOOP                                  dbank58p
065500     END-IF.                                                      dbank58p
065600     ADD 1 TO CD58O-CARD-COUNT.                                   dbank58p
065700     MOVE CD58O-CARD-COUNT TO WS-SUB2.                            dbank58p
065800     MOVE CRD-REC-CARD-NO TO CD58O-CARD-NO (WS-SUB2).             dbank58p
065900     MOVE CRD-REC-ACCNO TO CD58O-CARD-ACCNO (WS-SUB2).            dbank58p
066000     MOVE CRD-REC-STATUS TO CD58O-CARD-STATUS (WS-SUB2).          dbank58p
066100     MOVE CRD-REC-EXPIRY-DTE TO CD58O-CARD-EXPIRY (WS-SUB2).      dbank58p
066200     GO TO COLLECT-CARDS-LOOP.                                    dbank58p
066300 COLLECT-CARDS-END.                                               dbank58p
066400     EXEC CICS ENDBR FILE('BNKCARD')                              dbank58p
066500     END-EXEC.                                                    dbank58p
066600 COLLECT-CARDS-EXIT.                                              dbank58p
066700     EXIT.                                                        dbank58p
066800                                                                  dbank58p
066900***************************************************************** dbank58p
067000* Does the item in WS-ITEM-AREA belong to this customer - does  * dbank58p
067100* it name the customer, or one of the customer's accounts?      * dbank58p
067200***************************************************************** dbank58p
067300 CHECK-CUSTOMER-ITEM.                                             dbank58p
067400     MOVE 'N' TO WS-ITEM-MATCH.                                   dbank58p
067500     IF WS-ITEM-PID IS EQUAL TO WS-PID                            dbank58p
067600        MOVE 'Y' TO WS-ITEM-MATCH                                 dbank58p
067700     END-IF.                                                      dbank58p
067800     IF NOT WS-ITEM-IS-CUSTOMERS AND                              dbank58p
067900        WS-ITEM-ACCNO IS NOT EQUAL TO SPACES                      dbank58p
068000        PERFORM MATCH-CUSTOMER-ACCOUNT                            dbank58p
068100            VARYING WS-SUB2 FROM 1 BY 1                           dbank58p
068200            UNTIL WS-SUB2 IS GREATER THAN WS-CUST-ACC-COUNT OR    dbank58p
068300                  WS-ITEM-IS-CUSTOMERS                            dbank58p
068400     END-IF.                                                      dbank58p
068500                                                                  dbank58p
068600 MATCH-CUSTOMER-ACCOUNT.                                          dbank58p
068700     IF WS-ITEM-ACCNO IS EQUAL TO WS-CUST-ACC-NO (WS-SUB2)        dbank58p
068800        MOVE 'Y' TO WS-ITEM-MATCH                                 dbank58p
068900     END-IF.                                                      dbank58p
069000                                                                  dbank58p
069100***************************************************************** dbank58p
069200* Open cases on one operations queue that belong to the         * dbank58p
069300* customer. Each queue keeps its own rule for an open item.     * dbank58p
069400***************************************************************** dbank58p
069500 COLLECT-OPEN-CASES.                                              dbank58p
069600     EVALUATE WS-QUEUE-SUB                                        dbank58p
069700       WHEN 1                                                     dbank58p
069800         PERFORM FIND-SUSPENSE-ITEMS                              dbank58p
069900             THRU FIND-SUSPENSE-ITEMS-EXIT                        dbank58p
070000       WHEN 2                                                     dbank58p
070100         PERFORM FIND-COMPLIANCE-HOLDS                            dbank58p
070200             THRU FIND-COMPLIANCE-HOLDS-EXIT                      dbank58p
070300       WHEN 3                                                     dbank58p
070400         PERFORM FIND-FRAUD-CASES                                 dbank58p
070500             THRU FIND-FRAUD-CASES-EXIT                           dbank58p
070600       WHEN 4                                                     dbank58p
070700         PERFORM FIND-REFERRALS                                   dbank58p
070800             THRU FIND-REFERRALS-EXIT                             dbank58p
070900       WHEN 5                                                     dbank58p
071000         PERFORM FIND-POSITIVE-PAY                                dbank58p
071100             THRU FIND-POSITIVE-PAY-EXIT                          dbank58p
071200       WHEN 6                                                     dbank58p
071300         PERFORM FIND-COLLECTIONS                                 dbank58p
071400             THRU FIND-COLLECTIONS-EXIT                           dbank58p
071500       WHEN 7                                                     dbank58p
071600         PERFORM FIND-INVESTIGATIONS                              dbank58p
071700             THRU FIND-INVESTIGATIONS-EXIT                        dbank58p
071800       WHEN 8                                                     dbank58p
071900         PERFORM FIND-TRANSFER-APPROVALS                          dbank58p
072000             THRU FIND-TRANSFER-APPROVALS-EXIT                    dbank58p
072100       WHEN 9                                                     dbank58p
072200         PERFORM FIND-RESTRUCTURES                                dbank58p
072300             THRU FIND-RESTRUCTURES-EXIT                          dbank58p
072400       WHEN 10                                                    dbank58p
072500         PERFORM FIND-COMPLAINTS                                  dbank58p
072600             THRU FIND-COMPLAINTS-EXIT                            dbank58p
072700       WHEN 11                                                    dbank58p
072800         PERFORM FIND-DISPUTES                                    dbank58p
072900             THRU FIND-DISPUTES-EXIT                              dbank58p
073000     END-EVALUATE.                                                dbank58p
073100 COLLECT-OPEN-CASES-EXIT.                                         dbank58p
073200     EXIT.                                                        dbank58p
073300                                                                  dbank58p
073400***************************************************************** dbank58p
073500* Suspense items still open, by destination account             * dbank58p
073600***************************************************************** dbank58p
073700 FIND-SUSPENSE-ITEMS.                                             dbank58p
073800     MOVE LOW-VALUES TO SU-REC-KEY.                               dbank58p
073900     EXEC CICS STARTBR FILE('BNKSUSP')                            dbank58p
074000                       RIDFLD(SU-REC-KEY)                         dbank58p
074100                       GTEQ                                       dbank58p
074200                       RESP(WS-RESP)                              dbank58p
074300     END-EXEC.                                                    dbank58p
074400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
074500        GO TO FIND-SUSPENSE-ITEMS-EXIT                            dbank58p
074600     END-IF.                                                      dbank58p
074700 FIND-SUSPENSE-ITEMS-LOOP.                                        dbank58p
074800     EXEC CICS READNEXT FILE('BNKSUSP')                           dbank58p
074900                        INTO(WS-BNKSUSP-REC)                      dbank58p
075000                        LENGTH(LENGTH OF WS-BNKSUSP-REC)          dbank58p
075100                        RIDFLD(SU-REC-KEY)                        dbank58p
075200                        RESP(WS-RESP)                             dbank58p
075300     END-EXEC.                                                    dbank58p
075400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
075500        GO TO FIND-SUSPENSE-ITEMS-END                             dbank58p
075600     END-IF.                                                      dbank58p
075700     IF SU-REC-OPEN                                               dbank58p
075800        MOVE SU-REC-DATE TO WS-ITEM-DATE                          dbank58p
075900        MOVE SU-REC-DEST-ACCNO TO WS-ITEM-ACCNO                   dbank58p
076000        MOVE SPACES TO WS-ITEM-PID                                dbank58p
076100        PERFORM ADD-CASE-ROW                                      dbank58p
076200     END-IF.                                                      dbank58p
076300     GO TO FIND-SUSPENSE-ITEMS-LOOP.                              dbank58p
076400 FIND-SUSPENSE-ITEMS-END.                                         dbank58p
076500     EXEC CICS ENDBR FILE('BNKSUSP')                              dbank58p
076600     END-EXEC.                                                    dbank58p
076700 FIND-SUSPENSE-ITEMS-EXIT.                                        dbank58p
076800     EXIT.                                                        dbank58p
076900                                                                  dbank58p
077000***************************************************************** dbank58p
077100* Compliance holds pending a decision                           * dbank58p
077200***************************************************************** dbank58p
077300 FIND-COMPLIANCE-HOLDS.                                           dbank58p
077400     MOVE LOW-VALUES TO CP-REC-KEY.                               dbank58p
077500     EXEC CICS STARTBR FILE('BNKCMPQ')                            dbank58p
077600                       RIDFLD(CP-REC-KEY)                         dbank58p
077700                       GTEQ                                       dbank58p
077800                       RESP(WS-RESP)                              dbank58p
077900     END-EXEC.                                                    dbank58p
078000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
078100        GO TO FIND-COMPLIANCE-HOLDS-EXIT                          dbank58p
078200     END-IF.                                                      dbank58p
078300 FIND-COMPLIANCE-HOLDS-LOOP.                                      dbank58p
078400     EXEC CICS READNEXT FILE('BNKCMPQ')                           dbank58p
078500                        INTO(WS-BNKCMPQ-REC)                      dbank58p
078600                        LENGTH(LENGTH OF WS-BNKCMPQ-REC)          dbank58p
078700                        RIDFLD(CP-REC-KEY)                        dbank58p
078800                        RESP(WS-RESP)                             dbank58p
078900     END-EXEC.                                                    dbank58p
079000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
079100        GO TO FIND-COMPLIANCE-HOLDS-END                           dbank58p
079200     END-IF.                                                      dbank58p
079300     IF CP-REC-PENDING                                            dbank58p
079400        MOVE CP-REC-DATE TO WS-ITEM-DATE                          dbank58p
079500        MOVE CP-REC-FROM-ACCNO TO WS-ITEM-ACCNO                   dbank58p
079600        MOVE CP-REC-PID TO WS-ITEM-PID                            dbank58p
079700        PERFORM ADD-CASE-ROW                                      dbank58p
079800     END-IF.                                                      dbank58p
079900     GO TO FIND-COMPLIANCE-HOLDS-LOOP.                            dbank58p
080000 FIND-COMPLIANCE-HOLDS-END.                                       dbank58p
080100     EXEC CICS ENDBR FILE('BNKCMPQ')                              dbank58p
080200     END-EXEC.                                                    dbank58p
080300 FIND-COMPLIANCE-HOLDS-EXIT.                                      dbank58p
080400     EXIT.                                                        dbank58p
080500                                                                  dbank58p
080600***************************************************************** dbank58p
080700* Fraud cases not yet cleared or confirmed                      * dbank58p
080800***************************************************************** dbank58p
080900 FIND-FRAUD-CASES.                                                dbank58p
081000     MOVE LOW-VALUES TO FC-REC-KEY.                               dbank58p
081100     EXEC CICS STARTBR FILE('BNKFCAS')                            dbank58p
081200                       RIDFLD(FC-REC-KEY)                         dbank58p
081300                       GTEQ                                       dbank58p
081400                       RESP(WS-RESP)                              dbank58p
081500     END-EXEC.                                                    dbank58p
081600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
081700        GO TO FIND-FRAUD-CASES-EXIT                               dbank58p
081800     END-IF.                                                      dbank58p
081900 FIND-FRAUD-CASES-LOOP.                                           dbank58p
082000     EXEC CICS READNEXT FILE('BNKFCAS')                           dbank58p
082100                        INTO(WS-BNKFCAS-REC)                      dbank58p
082200                        LENGTH(LENGTH OF WS-BNKFCAS-REC)          dbank58p
082300                        RIDFLD(FC-REC-KEY)                        dbank58p
082400                        RESP(WS-RESP)                             dbank58p
082500     END-EXEC.                                                    dbank58p
082600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
082700        GO TO FIND-FRAUD-CASES-END                                dbank58p
082800     END-IF.                                                      dbank58p
082900     IF FC-REC-OPEN                                               dbank58p
083000        MOVE FC-REC-DATE TO WS-ITEM-DATE                          dbank58p
083100        MOVE FC-REC-ACCNO TO WS-ITEM-ACCNO                        dbank58p
083200        MOVE FC-REC-PID TO WS-ITEM-PID                            dbank58p
083300        PERFORM ADD-CASE-ROW                                      dbank58p
083400     END-IF.                                                      dbank58p
083500     GO TO FIND-FRAUD-CASES-LOOP.                                 dbank58p
083600 FIND-FRAUD-CASES-END.                                            dbank58p
083700     EXEC CICS ENDBR FILE('BNKFCAS')                              dbank58p
083800     END-EXEC.                                                    dbank58p
083900 FIND-FRAUD-CASES-EXIT.                                           dbank58p
084000     EXIT.                                                        dbank58p
084100                                                                  dbank58p
084200***************************************************************** dbank58p
084300* Supervisor referrals awaiting release or rejection            * dbank58p
084400***************************************************************** dbank58p
084500 FIND-REFERRALS.                                                  dbank58p
084600     MOVE LOW-VALUES TO RQ-REC-KEY.                               dbank58p
084700     EXEC CICS STARTBR FILE('BNKREFQ')                            dbank58p
084800                       RIDFLD(RQ-REC-KEY)                         dbank58p
084900                       GTEQ                                       dbank58p
085000                       RESP(WS-RESP)                              dbank58p
085100     END-EXEC.                                                    dbank58p
085200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
085300        GO TO FIND-REFERRALS-EXIT                                 dbank58p
085400     END-IF.                                                      dbank58p
085500 FIND-REFERRALS-LOOP.                                             dbank58p
085600     EXEC CICS READNEXT FILE('BNKREFQ')                           dbank58p
085700                        INTO(WS-BNKREFQ-REC)                      dbank58p
085800                        LENGTH(LENGTH OF WS-BNKREFQ-REC)          dbank58p
085900                        RIDFLD(RQ-REC-KEY)                        dbank58p
086000                        RESP(WS-RESP)                             dbank58p
086100     END-EXEC.                                                    dbank58p
086200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
086300        GO TO FIND-REFERRALS-END                                  dbank58p
086400     END-IF.                                                      dbank58p
086500     IF RQ-REC-PENDING                                            dbank58p
086600        MOVE RQ-REC-DATE TO WS-ITEM-DATE                          dbank58p
086700        MOVE RQ-REC-ACCNO TO WS-ITEM-ACCNO                        dbank58p
086800        MOVE SPACES TO WS-ITEM-PID                                dbank58p
086900        PERFORM ADD-CASE-ROW                                      dbank58p
087000     END-IF.                                                      dbank58p
087100     GO TO FIND-REFERRALS-LOOP.                                   dbank58p
087200 FIND-REFERRALS-END.                                              dbank58p
087300     EXEC CICS ENDBR FILE('BNKREFQ')                              dbank58p
087400     END-EXEC.                                                    dbank58p
087500 FIND-REFERRALS-EXIT.                                             dbank58p
087600     EXIT.                                                        dbank58p
087700                                                                  dbank58p
087800***************************************************************** dbank58p
087900* Positive-pay presentments not yet decided                     * dbank58p
088000***************************************************************** dbank58p
088100 FIND-POSITIVE-PAY.                                               dbank58p
088200     MOVE LOW-VALUES TO PP-REC-KEY.                               dbank58p
088300     EXEC CICS STARTBR FILE('BNKPPAY')                            dbank58p
088400                       RIDFLD(PP-REC-KEY)                         dbank58p
088500                       GTEQ                                       dbank58p
088600                       RESP(WS-RESP)                              dbank58p
088700     END-EXEC.                                                    dbank58p
088800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
088900        GO TO FIND-POSITIVE-PAY-EXIT                              dbank58p
089000     END-IF.                                                      dbank58p
089100 FIND-POSITIVE-PAY-LOOP.                                          dbank58p
089200     EXEC CICS READNEXT FILE('BNKPPAY')                           dbank58p
089300                        INTO(WS-BNKPPAY-REC)                      dbank58p
089400                        LENGTH(LENGTH OF WS-BNKPPAY-REC)          dbank58p
089500                        RIDFLD(PP-REC-KEY)                        dbank58p
089600                        RESP(WS-RESP)                             dbank58p
089700     END-EXEC.                                                    dbank58p
089800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
089900        GO TO FIND-POSITIVE-PAY-END                               dbank58p
090000     END-IF.                                                      dbank58p
090100     IF PP-REC-PENDING                                            dbank58p
090200        MOVE PP-REC-DATE TO WS-ITEM-DATE                          dbank58p
090300        MOVE PP-REC-ACCNO TO WS-ITEM-ACCNO                        dbank58p
090400        MOVE SPACES TO WS-ITEM-PID                                dbank58p
090500        PERFORM ADD-CASE-ROW                                      dbank58p
090600     END-IF.                                                      dbank58p
090700     GO TO FIND-POSITIVE-PAY-LOOP.                                dbank58p
090800 FIND-POSITIVE-PAY-END.                                           dbank58p
090900     EXEC CICS ENDBR FILE('BNKPPAY')                              dbank58p
091000     END-EXEC.                                                    dbank58p
091100 FIND-POSITIVE-PAY-EXIT.                                          dbank58p
091200     EXIT.                                                        dbank58p
091300                                                                  dbank58p
091400***************************************************************** dbank58p
091500* Delinquent loans still open in collections                    * dbank58p
091600***************************************************************** dbank58p
091700 FIND-COLLECTIONS.                                                dbank58p
091800     MOVE LOW-VALUES TO DQ-REC-KEY.                               dbank58p
091900     EXEC CICS STARTBR FILE('BNKDELQ')                            dbank58p
092000                       RIDFLD(DQ-REC-KEY)                         dbank58p
092100                       GTEQ                                       dbank58p
092200                       RESP(WS-RESP)                              dbank58p
092300     END-EXEC.                                                    dbank58p
092400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
092500        GO TO FIND-COLLECTIONS-EXIT                               dbank58p
092600     END-IF.                                                      dbank58p
092700 FIND-COLLECTIONS-LOOP.                                           dbank58p
092800     EXEC CICS READNEXT FILE('BNKDELQ')                           dbank58p
092900                        INTO(WS-BNKDELQ-REC)                      dbank58p
093000                        LENGTH(LENGTH OF WS-BNKDELQ-REC)          dbank58p
093100                        RIDFLD(DQ-REC-KEY)                        dbank58p
093200                        RESP(WS-RESP)                             dbank58p
093300     END-EXEC.                                                    dbank58p
093400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
093500        GO TO FIND-COLLECTIONS-END                                dbank58p
093600     END-IF.                                                      dbank58p
093700     IF DQ-REC-OPEN                                               dbank58p
093800        MOVE DQ-REC-FIRST-MISSED-DTE TO WS-ITEM-DATE              dbank58p
093900        MOVE DQ-REC-ACCNO TO WS-ITEM-ACCNO                        dbank58p
094000        MOVE DQ-REC-CONTACT-ID TO WS-ITEM-PID                     dbank58p
094100        PERFORM ADD-CASE-ROW                                      dbank58p
094200     END-IF.                                                      dbank58p
094300     GO TO FIND-COLLECTIONS-LOOP.                                 dbank58p
094400 FIND-COLLECTIONS-END.                                            dbank58p
094500     EXEC CICS ENDBR FILE('BNKDELQ')                              dbank58p
094600     END-EXEC.                                                    dbank58p
094700 FIND-COLLECTIONS-EXIT.                                           dbank58p
094800     EXIT.                                                        dbank58p
094900                                                                  dbank58p
095000***************************************************************** dbank58p
095100* Payment investigations not yet resolved                       * dbank58p
095200***************************************************************** dbank58p
095300 FIND-INVESTIGATIONS.                                             dbank58p
095400     MOVE LOW-VALUES TO PI-REC-KEY.                               dbank58p
095500     EXEC CICS STARTBR FILE('BNKPINV')                            dbank58p
095600                       RIDFLD(PI-REC-KEY)                         dbank58p
095700                       GTEQ                                       dbank58p
095800                       RESP(WS-RESP)                              dbank58p
095900     END-EXEC.                                                    dbank58p
096000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
096100        GO TO FIND-INVESTIGATIONS-EXIT                            dbank58p
096200     END-IF.                                                      dbank58p
096300 FIND-INVESTIGATIONS-LOOP.                                        dbank58p
096400     EXEC CICS READNEXT FILE('BNKPINV')                           dbank58p
096500                        INTO(WS-BNKPINV-REC)                      dbank58p
096600                        LENGTH(LENGTH OF WS-BNKPINV-REC)          dbank58p
096700                        RIDFLD(PI-REC-KEY)                        dbank58p
096800                        RESP(WS-RESP)                             dbank58p
096900     END-EXEC.                                                    dbank58p
097000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
097100        GO TO FIND-INVESTIGATIONS-END                             dbank58p
097200     END-IF.                                                      dbank58p
097300     IF PI-REC-OPEN OR PI-REC-TRACE-SENT OR PI-REC-RESPONDED      dbank58p
097400        MOVE PI-REC-CASE-DATE TO WS-ITEM-DATE                     dbank58p
097500        MOVE PI-REC-FROM-ACCNO TO WS-ITEM-ACCNO                   dbank58p
097600        MOVE SPACES TO WS-ITEM-PID                                dbank58p
097700        PERFORM ADD-CASE-ROW                                      dbank58p
097800     END-IF.                                                      dbank58p
097900     GO TO FIND-INVESTIGATIONS-LOOP.                              dbank58p
098000 FIND-INVESTIGATIONS-END.                                         dbank58p
098100     EXEC CICS ENDBR FILE('BNKPINV')                              dbank58p
098200     END-EXEC.                                                    dbank58p
098300 FIND-INVESTIGATIONS-EXIT.                                        dbank58p
098400     EXIT.                                                        dbank58p
098500                                                                  dbank58p
098600***************************************************************** dbank58p
098700* Outbound transfers waiting for a second officer               * dbank58p
098800***************************************************************** dbank58p
098900 FIND-TRANSFER-APPROVALS.                                         dbank58p
099000     MOVE LOW-VALUES TO XT-REC-KEY.                               dbank58p
099100     EXEC CICS STARTBR FILE('BNKEXTL')                            dbank58p
099200                       RIDFLD(XT-REC-KEY)                         dbank58p
099300                       GTEQ                                       dbank58p
099400                       RESP(WS-RESP)                              dbank58p
099500     END-EXEC.                                                    dbank58p
099600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
099700        GO TO FIND-TRANSFER-APPROVALS-EXIT                        dbank58p
099800     END-IF.                                                      dbank58p
099900 FIND-TRANSFER-APPROVALS-LOOP.                                    dbank58p
100000     EXEC CICS READNEXT FILE('BNKEXTL')                           dbank58p
100100                        INTO(WS-BNKEXTL-REC)                      dbank58p
100200                        LENGTH(LENGTH OF WS-BNKEXTL-REC)          dbank58p
100300                        RIDFLD(XT-REC-KEY)                        dbank58p
100400                        RESP(WS-RESP)                             dbank58p
100500     END-EXEC.                                                    dbank58p
100600     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
100700        GO TO FIND-TRANSFER-APPROVALS-END                         dbank58p
100800     END-IF.                                                      dbank58p
100900     IF XT-REC-PENDING-APPROVAL                                   dbank58p
101000        MOVE XT-REC-REQUEST-DTE TO WS-ITEM-DATE                   dbank58p
101100        MOVE XT-REC-FROM-ACCNO TO WS-ITEM-ACCNO                   dbank58p
101200        MOVE SPACES TO WS-ITEM-PID                                dbank58p
101300        PERFORM ADD-CASE-ROW                                      dbank58p
101400     END-IF.                                                      dbank58p
101500     GO TO FIND-TRANSFER-APPROVALS-LOOP.                          dbank58p
101600 FIND-TRANSFER-APPROVALS-END.                                     dbank58p
101700     EXEC CICS ENDBR FILE('BNKEXTL')                              dbank58p
101800     END-EXEC.                                                    dbank58p
101900 FIND-TRANSFER-APPROVALS-EXIT.                                    dbank58p
102000     EXIT.                                                        dbank58p
102100                                                                  dbank58p
102200***************************************************************** dbank58p
102300* Loan restructure proposals waiting for approval               * dbank58p
102400***************************************************************** dbank58p
102500 FIND-RESTRUCTURES.                                               dbank58p
102600     MOVE LOW-VALUES TO LR-REC-KEY.                               dbank58p
102700     EXEC CICS STARTBR FILE('BNKLNRS')                            dbank58p
102800                       RIDFLD(LR-REC-KEY)                         dbank58p
102900                       GTEQ                                       dbank58p
103000                       RESP(WS-RESP)                              dbank58p
103100     END-EXEC.                                                    dbank58p
103200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
103300        GO TO FIND-RESTRUCTURES-EXIT                              dbank58p
103400     END-IF.                                                      dbank58p
103500 FIND-RESTRUCTURES-LOOP.                                          dbank58p
103600     EXEC CICS READNEXT FILE('BNKLNRS')                           dbank58p
103700                        INTO(WS-BNKLNRS-REC)                      dbank58p
103800                        LENGTH(LENGTH OF WS-BNKLNRS-REC)          dbank58p
103900                        RIDFLD(LR-REC-KEY)                        dbank58p
104000                        RESP(WS-RESP)                             dbank58p
104100     END-EXEC.                                                    dbank58p
104200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
104300        GO TO FIND-RESTRUCTURES-END                               dbank58p
104400     END-IF.                                                      dbank58p
104500     IF LR-REC-PENDING                                            dbank58p
104600        MOVE LR-REC-PROPOSE-DTE TO WS-ITEM-DATE                   dbank58p
104700        MOVE SPACES TO WS-ITEM-ACCNO                              dbank58p
104800        MOVE LR-REC-CONTACT-ID TO WS-ITEM-PID                     dbank58p
104900        PERFORM ADD-CASE-ROW                                      dbank58p
105000     END-IF.                                                      dbank58p
105100     GO TO FIND-RESTRUCTURES-LOOP.                                dbank58p
105200 FIND-RESTRUCTURES-END.                                           dbank58p
105300     EXEC CICS ENDBR FILE('BNKLNRS')                              dbank58p
105400     END-EXEC.                                                    dbank58p
105500 FIND-RESTRUCTURES-EXIT.                                          dbank58p
105600     EXIT.                                                        dbank58p
105700                                                                  dbank58p
105800***************************************************************** dbank58p
105900* Complaints still open                                         * dbank58p
106000***************************************************************** dbank58p
106100 FIND-COMPLAINTS.                                                 dbank58p
106200     MOVE LOW-VALUES TO CM-REC-KEY.                               dbank58p
106300     EXEC CICS STARTBR FILE('BNKCMPL')                            dbank58p
106400                       RIDFLD(CM-REC-KEY)                         dbank58p
106500                       GTEQ                                       dbank58p
106600                       RESP(WS-RESP)                              dbank58p
106700     END-EXEC.                                                    dbank58p
106800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
106900        GO TO FIND-COMPLAINTS-EXIT                                dbank58p
107000     END-IF.                                                      dbank58p
107100 FIND-COMPLAINTS-LOOP.                                            dbank58p
107200     EXEC CICS READNEXT FILE('BNKCMPL')                           dbank58p
107300                        INTO(WS-BNKCMPL-REC)                      dbank58p
107400                        LENGTH(LENGTH OF WS-BNKCMPL-REC)          dbank58p
107500                        RIDFLD(CM-REC-KEY)                        dbank58p
107600                        RESP(WS-RESP)                             dbank58p
107700     END-EXEC.                                                    dbank58p
107800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
107900        GO TO FIND-COMPLAINTS-END                                 dbank58p
108000     END-IF.                                                      dbank58p
108100     IF CM-REC-OPEN                                               dbank58p
108200        MOVE CM-REC-OPENED-DTE TO WS-ITEM-DATE                    dbank58p
108300        MOVE CM-REC-ACCNO TO WS-ITEM-ACCNO                        dbank58p
108400        MOVE CM-REC-PID TO WS-ITEM-PID                            dbank58p
108500        PERFORM ADD-CASE-ROW                                      dbank58p
108600     END-IF.                                                      dbank58p
108700     GO TO FIND-COMPLAINTS-LOOP.                                  dbank58p
108800 FIND-COMPLAINTS-END.                                             dbank58p
108900     EXEC CICS ENDBR FILE('BNKCMPL')                              dbank58p
109000     END-EXEC.                                                    dbank58p
109100 FIND-COMPLAINTS-EXIT.                                            dbank58p
109200     EXIT.                                                        dbank58p
109300                                                                  dbank58p
109400***************************************************************** dbank58p
109500* Card disputes without a final outcome                         * dbank58p
109600***************************************************************** dbank58p
109700 FIND-DISPUTES.                                                   dbank58p
109800     MOVE LOW-VALUES TO DP-REC-KEY.                               dbank58p
109900     EXEC CICS STARTBR FILE('BNKDISP')                            dbank58p
110000                       RIDFLD(DP-REC-KEY)                         dbank58p
110100                       GTEQ                                       dbank58p
110200                       RESP(WS-RESP)                              dbank58p
110300     END-EXEC.                                                    dbank58p
110400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
110500        GO TO FIND-DISPUTES-EXIT                                  dbank58p
110600     END-IF.                                                      dbank58p
110700 FIND-DISPUTES-LOOP.                                              dbank58p
110800     EXEC CICS READNEXT FILE('BNKDISP')                           dbank58p
110900                        INTO(WS-BNKDISP-REC)                      dbank58p
111000                        LENGTH(LENGTH OF WS-BNKDISP-REC)          dbank58p
111100                        RIDFLD(DP-REC-KEY)                        dbank58p
111200                        RESP(WS-RESP)                             dbank58p
111300     END-EXEC.                                                    dbank58p
111400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
111500        GO TO FIND-DISPUTES-END                                   dbank58p
111600     END-IF.                                                      dbank58p
111700     IF NOT DP-REC-CLOSED                                         dbank58p
111800        MOVE DP-REC-RAISED-DTE TO WS-ITEM-DATE                    dbank58p
111900        MOVE DP-REC-ACCNO TO WS-ITEM-ACCNO                        dbank58p
112000        MOVE DP-REC-PID TO WS-ITEM-PID                            dbank58p
112100        PERFORM ADD-CASE-ROW                                      dbank58p
112200     END-IF.                                                      dbank58p
112300     GO TO FIND-DISPUTES-LOOP.                                    dbank58p
112400 FIND-DISPUTES-END.                                               dbank58p
112500     EXEC CICS ENDBR FILE('BNKDISP')                              dbank58p
112600     END-EXEC.                                                    dbank58p
112700 FIND-DISPUTES-EXIT.                                              dbank58p
112800     EXIT.                                                        dbank58p
112900                                                                  dbank58p
113000***************************************************************** dbank58p
113100* Count an open case found for the customer, and show it while  * dbank58p
113200* there is a row for it                                         * dbank58p
113300***************************************************************** dbank58p
113400 ADD-CASE-ROW.                                                    dbank58p
113500     PERFORM CHECK-CUSTOMER-ITEM.                                 dbank58p
113600     IF WS-ITEM-IS-CUSTOMERS                                      dbank58p
113700        ADD 1 TO CD58O-CASE-COUNT                                 dbank58p
113800        IF CD58O-CASE-COUNT IS NOT GREATER THAN 10                dbank58p
113900           MOVE CD58O-CASE-COUNT TO WS-SUB2                       dbank58p
114000           MOVE WQ-QUEUE-FILE (WS-QUEUE-SUB)                      dbank58p
114100             TO CD58O-CASE-QUEUE (WS-SUB2)                        dbank58p
114200           MOVE WQ-QUEUE-SCREEN (WS-QUEUE-SUB)                    dbank58p
114300             TO CD58O-CASE-SCREEN (WS-SUB2)                       dbank58p
114400           MOVE WS-ITEM-DATE TO CD58O-CASE-DTE (WS-SUB2)          dbank58p
114500           MOVE WS-ITEM-ACCNO TO CD58O-CASE-ACCNO (WS-SUB2)       dbank58p
114600        END-IF                                                    dbank58p
114700     END-IF.                                                      dbank58p
114800                                                                  dbank58p
114900***************************************************************** dbank58p
115000* The latest notifications queued for the customer. BNKNOTQ is  * dbank58p
115100* keyed by date and time, so it is read backwards from the end  * dbank58p
115200* and the first five found are the newest.                      * dbank58p
115300***************************************************************** dbank58p
115400 COLLECT-NOTIFICATIONS.                                           dbank58p
115500     MOVE HIGH-VALUES TO NQ-REC-KEY.                              dbank58p
115600     EXEC CICS STARTBR FILE('BNKNOTQ')                            dbank58p
115700                       RIDFLD(NQ-REC-KEY)                         dbank58p
115800                       GTEQ                                       dbank58p
115900                       RESP(WS-RESP)                              dbank58p
116000     END-EXEC.                                                    dbank58p
116100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
116200        GO TO COLLECT-NOTIFICATIONS-EXIT                          dbank58p
116300     END-IF.                                                      dbank58p
116400 COLLECT-NOTIFICATIONS-LOOP.                                      dbank58p
116500     IF CD58O-NOTE-COUNT IS EQUAL TO 5                            dbank58p
116600        GO TO COLLECT-NOTIFICATIONS-END                           dbank58p
116700     END-IF.                                                      dbank58p
116800     EXEC CICS READPREV FILE('BNKNOTQ')                           dbank58p
116900                        INTO(WS-BNKNOTQ-REC)                      dbank58p
117000                        LENGTH(LENGTH OF WS-BNKNOTQ-REC)          dbank58p
117100                        RIDFLD(NQ-REC-KEY)                        dbank58p
117200                        RESP(WS-RESP)                             dbank58p
117300     END-EXEC.                                                    dbank58p
117400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank58p
117500        GO TO COLLECT-NOTIFICATIONS-END                           dbank58p
117600     END-IF.                                                      dbank58p
117700     IF NQ-REC-PID IS NOT EQUAL TO WS-PID                         dbank58p
117800        GO TO COLLECT-NOTIFICATIONS-LOOP                          dbank58p
117900     END-IF.                                                      dbank58p
118000     ADD 1 TO CD58O-NOTE-COUNT.                                   dbank58p
118100     MOVE CD58O-NOTE-COUNT TO WS-SUB2.                            dbank58p
118200     MOVE NQ-REC-DATE TO CD58O-NOTE-DTE (WS-SUB2).                dbank58p
118300     MOVE NQ-REC-TIME TO CD58O-NOTE-TIME (WS-SUB2).               dbank58p
118400     MOVE NQ-REC-EVENT TO CD58O-NOTE-EVENT (WS-SUB2).             dbank58p
118500     MOVE NQ-REC-STATUS TO CD58O-NOTE-STATUS (WS-SUB2).           dbank58p
118600     MOVE NQ-REC-TEXT TO CD58O-NOTE-TEXT (WS-SUB2).               dbank58p
118700     GO TO COLLECT-NOTIFICATIONS-LOOP.                            dbank58p
118800 COLLECT-NOTIFICATIONS-END.                                       dbank58p
118900     EXEC CICS ENDBR FILE('BNKNOTQ')                              dbank58p
119000     END-EXEC.                                                    dbank58p
119100 COLLECT-NOTIFICATIONS-EXIT.                                      dbank58p
119200     EXIT.                                                        dbank58p
119300                                                                  dbank58p
119400***************************************************************** dbank58p
119500* Write an audit trail entry for this enquiry to the AUDT       * dbank58p
119600* queue, in the same layout as a DBANK01P customer lookup       * dbank58p
119700***************************************************************** dbank58p
119800 AUDIT-LOOKUP.                                                    dbank58p
119900     MOVE WS-PROGRAM-ID TO WS-AUDIT-PGM.                          dbank58p
120000     MOVE EIBTRMID TO WS-AUDIT-TERM.                              dbank58p
120100     MOVE CD58I-FUNCTION TO WS-AUDIT-FUNCTION.                    dbank58p
120200     IF CD58I-SEARCH-BY-NAME                                      dbank58p
120300        MOVE CD58I-SEARCH-NAME TO WS-AUDIT-KEY                    dbank58p
120400     ELSE                                                         dbank58p
120500        MOVE CD58I-PERSON-PID TO WS-AUDIT-KEY                     dbank58p
120600     END-IF.                                                      dbank58p
120700     MOVE WS-TODAY-DATE TO WS-AUDIT-DATE.                         dbank58p
120800     MOVE WS-TODAY-TIME TO WS-AUDIT-TIME.                         dbank58p
120900     EXEC CICS WRITEQ TD                                          dbank58p
121000               QUEUE(WS-AUDIT-QUEUE)                              dbank58p
121100               FROM(WS-AUDIT-RECORD)                              dbank58p
121200               LENGTH(LENGTH OF WS-AUDIT-RECORD)                  dbank58p
121300               RESP(WS-RESP)                                      dbank58p
121400     END-EXEC.                                                    dbank58p
121500 AUDIT-LOOKUP-EXIT.                                               dbank58p
121600     EXIT.                                                        dbank58p
121700                                                                  dbank58p
121800***************************************************************** dbank58p
121900* Today's date, for hold expiry                                 * dbank58p
122000***************************************************************** dbank58p
122100 GET-TODAY.                                                       dbank58p
122200     EXEC CICS ASKTIME                                            dbank58p
122300               ABSTIME(WS-ABSTIME)                                dbank58p
122400     END-EXEC.                                                    dbank58p
122500     EXEC CICS FORMATTIME                                         dbank58p
122600               ABSTIME(WS-ABSTIME)                                dbank58p
122700               YYYYMMDD(WS-TODAY-DATE)                            dbank58p
122800               TIME(WS-TODAY-TIME)                                dbank58p
122900     END-EXEC.                                                    dbank58p
123000                                                                  dbank58p
123030 COPY CPERFP.                                                     dbank58p
123060                                                                  dbank58p
123100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank58p
