000100***************************************************************** caudchp
000200*                                                               * caudchp
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * caudchp
000400*                                                               * caudchp
000500***************************************************************** caudchp
000600                                                                  caudchp
000700***************************************************************** caudchp
000800* CAUDCHP.CPY                                                   * caudchp
000900*---------------------------------------------------------------* caudchp
001000* Chain a BNKAUDT record built by the caller and write it. The  * caudchp
001100* BNKACHN chain head is held for update while the record takes  * caudchp
001200* the next place, the previous record's hash and its own keyed  * caudchp
001300* hash (UAUDHSH), so tasks auditing at once are chained one     * caudchp
001400* after the other. The head moves on and the link is written    * caudchp
001500* only when the BNKAUDT write worked. If the head cannot be had * caudchp
001600* the record is still written, unchained, and the nightly       * caudchp
001700* verification (ZBNKACHV) reports it.                           * caudchp
001800***************************************************************** caudchp
001900 AUDIT-CHAIN-WRITE.                                               caudchp
002000     MOVE ZERO TO AD-REC-CHAIN-SEQ.                               caudchp
002100     MOVE SPACES TO AD-REC-PREV-HASH.                             caudchp
002200     MOVE SPACES TO AD-REC-HASH.                                  caudchp
002300     SET ACHN-HEAD-NOT-HELD TO TRUE.                              caudchp
002400     MOVE ZERO TO CN-REC-SEQ.                                     caudchp
002500     EXEC CICS READ FILE('BNKACHN')                               caudchp
002600                    INTO(WS-BNKACHN-REC)                          caudchp
002700                    LENGTH(LENGTH OF WS-BNKACHN-REC)              caudchp
002800                    RIDFLD(CN-REC-SEQ)                            caudchp
002900                    UPDATE                                        caudchp
003000                    RESP(WS-ACHN-RESP)                            caudchp
003100     END-EXEC.                                                    caudchp
003200     IF WS-ACHN-RESP IS EQUAL TO DFHRESP(NOTFND)                  caudchp
003300        PERFORM AUDIT-CHAIN-START                                 caudchp
003400        MOVE ZERO TO CN-REC-SEQ                                   caudchp
003500        EXEC CICS READ FILE('BNKACHN')                            caudchp
003600                       INTO(WS-BNKACHN-REC)                       caudchp
003700                       LENGTH(LENGTH OF WS-BNKACHN-REC)           caudchp
003800                       RIDFLD(CN-REC-SEQ)                         caudchp
003900                       UPDATE                                     caudchp
004000                       RESP(WS-ACHN-RESP)                         caudchp
004100        END-EXEC                                                  caudchp
004200     END-IF.                                                      caudchp
004300     IF WS-ACHN-RESP IS EQUAL TO DFHRESP(NORMAL)                  caudchp
004400        SET ACHN-HEAD-HELD TO TRUE                                caudchp
004500        ADD 1 TO CN-HEAD-LAST-SEQ                                 caudchp
004600        MOVE CN-HEAD-LAST-SEQ TO AD-REC-CHAIN-SEQ                 caudchp
004700        MOVE CN-HEAD-LAST-HASH TO AD-REC-PREV-HASH                caudchp
004800        MOVE WS-BNKAUDT-REC TO AHS-DATA                           caudchp
004900        CALL 'UAUDHSH' USING WS-AUDHSH-PARM                       caudchp
005000        MOVE AHS-HASH TO AD-REC-HASH                              caudchp
005100        MOVE AHS-HASH TO CN-HEAD-LAST-HASH                        caudchp
005200     END-IF.                                                      caudchp
005300     EXEC CICS WRITE FILE('BNKAUDT')                              caudchp
005400               FROM(WS-BNKAUDT-REC)                               caudchp
005500               RIDFLD(AD-REC-KEY)                                 caudchp
005600               LENGTH(LENGTH OF WS-BNKAUDT-REC)                   caudchp
005700               RESP(WS-RESP)                                      caudchp
005800     END-EXEC.                                                    caudchp
005900     IF ACHN-HEAD-NOT-HELD                                        caudchp
006000        GO TO AUDIT-CHAIN-WRITE-EXIT                              caudchp
006100     END-IF.                                                      caudchp
006200     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   caudchp
006300        EXEC CICS UNLOCK FILE('BNKACHN')                          caudchp
006400                  RESP(WS-ACHN-RESP)                              caudchp
006500        END-EXEC                                                  caudchp
006600        GO TO AUDIT-CHAIN-WRITE-EXIT                              caudchp
006700     END-IF.                                                      caudchp
006800     EXEC CICS REWRITE FILE('BNKACHN')                            caudchp
006900               FROM(WS-BNKACHN-REC)                               caudchp
007000               LENGTH(LENGTH OF WS-BNKACHN-REC)                   caudchp
007100               RESP(WS-ACHN-RESP)                                 caudchp
007200     END-EXEC.                                                    caudchp
007300     MOVE SPACES TO WS-BNKACHN-REC.                               caudchp
007400     MOVE AD-REC-CHAIN-SEQ TO CN-REC-SEQ.                         caudchp
007500     MOVE AD-REC-KEY TO CN-REC-AUDT-KEY.                          caudchp
007600     MOVE AD-REC-HASH TO CN-REC-HASH.                             caudchp
007700     MOVE AD-REC-DATE TO CN-REC-DATE.                             caudchp
007800     SET CN-REC-LIVE TO TRUE.                                     caudchp
007900     MOVE ZERO TO CN-REC-PURGE-DATE.                              caudchp
008000     EXEC CICS WRITE FILE('BNKACHN')                              caudchp
008100               FROM(WS-BNKACHN-REC)                               caudchp
008200               RIDFLD(CN-REC-SEQ)                                 caudchp
008300               LENGTH(LENGTH OF WS-BNKACHN-REC)                   caudchp
008400               RESP(WS-ACHN-RESP)                                 caudchp
008500     END-EXEC.                                                    caudchp
008600 AUDIT-CHAIN-WRITE-EXIT.                                          caudchp
008700     EXIT.                                                        caudchp
008800                                                                  caudchp
008900***************************************************************** caudchp
009000* The first record audited after chaining is brought in writes  * caudchp
009100* the chain head. Records dated before then are pre-chain.      * caudchp
009200* Another task starting the chain at the same moment gets a     * caudchp
009300* duplicate here and simply reads the head the other wrote.     * caudchp
009400***************************************************************** caudchp
009500 AUDIT-CHAIN-START.                                               caudchp
009600     MOVE SPACES TO WS-BNKACHN-REC.                               caudchp
009700     MOVE ZERO TO CN-REC-SEQ.                                     caudchp
009800     MOVE ZERO TO CN-HEAD-LAST-SEQ.                               caudchp
009900     MOVE ALL '0' TO CN-HEAD-LAST-HASH.                           caudchp
010000     MOVE AD-REC-DATE TO CN-HEAD-START-DATE.                      caudchp
010100     MOVE ZERO TO CN-HEAD-SEAL-DATE.                              caudchp
010200     MOVE ZERO TO CN-HEAD-SEAL-SEQ.                               caudchp
010300     EXEC CICS WRITE FILE('BNKACHN')                              caudchp
010400               FROM(WS-BNKACHN-REC)                               caudchp
010500               RIDFLD(CN-REC-SEQ)                                 caudchp
010600               LENGTH(LENGTH OF WS-BNKACHN-REC)                   caudchp
010700               RESP(WS-ACHN-RESP)                                 caudchp
010800     END-EXEC.                                                    caudchp
010900                                                                  caudchp
011000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     caudchp
