002000*              writes the order file for the armoured carrier    *zbnkcfct
002100*              plus an exception line wherever a branch's latest *zbnkcfct
002200*              actual usage diverges badly from its own pattern. *zbnkcfct
002210*              ATM loads are ordered from the BNKATMC cash       *zbnkcfct
002220*              ledger: a machine holding less than half its      *zbnkcfct
002230*              cassette capacity is topped back up to capacity.  *zbnkcfct
002300******************************************************************zbnkcfct
002400 IDENTIFICATION DIVISION.                                         zbnkcfct
002500 PROGRAM-ID.                                                      zbnkcfct
003800            ACCESS MODE  IS SEQUENTIAL                            zbnkcfct
003900            RECORD KEY   IS TL-REC-KEY                            zbnkcfct
004000            FILE STATUS  IS WS-TILL-STATUS.                       zbnkcfct
004010     SELECT ATMC-FILE                                             zbnkcfct
004020            ASSIGN       TO BNKATMC                               zbnkcfct
004030            ORGANIZATION IS INDEXED                               zbnkcfct
004040            ACCESS MODE  IS SEQUENTIAL                            zbnkcfct
004050            RECORD KEY   IS AM-REC-TERMINAL                       zbnkcfct
004060            FILE STATUS  IS WS-ATMC-STATUS.                       zbnkcfct
004100     SELECT CARRIER-FILE                                          zbnkcfct
004200            ASSIGN       TO CARRIER                               zbnkcfct
004300            ORGANIZATION IS SEQUENTIAL                            zbnkcfct
006100 01  TILL-FILE-REC.                                               zbnkcfct
006200 COPY CBANKVTL.                                                   zbnkcfct
006300                                                                  zbnkcfct
006310 FD  ATMC-FILE.                                                   zbnkcfct
006320 01  ATMC-FILE-REC.                                               zbnkcfct
006330 COPY CBANKVAM.                                                   zbnkcfct
006340                                                                  zbnkcfct
006400 FD  CARRIER-FILE.                                                zbnkcfct
006500 01  CARRIER-REC                       PIC X(80).                 zbnkcfct
006600                                                                  zbnkcfct
007700   05  WS-TILL-STATUS.                                            zbnkcfct
007800     10  WS-TILL-STAT1                  PIC X(1).                 zbnkcfct
007900     10  WS-TILL-STAT2                  PIC X(1).                 zbnkcfct
007910   05  WS-ATMC-STATUS.                                            zbnkcfct
007920     10  WS-ATMC-STAT1                  PIC X(1).                 zbnkcfct
007930     10  WS-ATMC-STAT2                  PIC X(1).                 zbnkcfct
008000   05  WS-CARRIER-STATUS.                                         zbnkcfct
008100     10  WS-CARRIER-STAT1               PIC X(1).                 zbnkcfct
008200     10  WS-CARRIER-STAT2               PIC X(1).                 zbnkcfct
014500     05  WS-ORD-WEEK-DTE                   PIC 9(8).              zbnkcfct
014600     05  FILLER                            PIC X(56) VALUE SPACES.zbnkcfct
014700                                                                  zbnkcfct
014704******************************************************************zbnkcfct
014708* ATM load order - the terminal and its branch, and the cash     *zbnkcfct
014712* that takes the machine back up to its cassette capacity.       *zbnkcfct
014716******************************************************************zbnkcfct
014720 01  WS-ATM-ORDER-DETAIL.                                         zbnkcfct
014724     05  WS-AOR-TYPE                       PIC X(3) VALUE 'ATM'.  zbnkcfct
014728     05  FILLER                            PIC X(1) VALUE SPACE.  zbnkcfct
014732     05  WS-AOR-BRANCH                     PIC X(3).              zbnkcfct
014736     05  FILLER                            PIC X(1) VALUE SPACE.  zbnkcfct
014740     05  WS-AOR-AMOUNT                     PIC 9(9)V99.           zbnkcfct
014744     05  FILLER                            PIC X(1) VALUE SPACE.  zbnkcfct
014748     05  WS-AOR-WEEK-DTE                   PIC 9(8).              zbnkcfct
014752     05  FILLER                            PIC X(1) VALUE SPACE.  zbnkcfct
014756     05  WS-AOR-TERMINAL                   PIC X(8).              zbnkcfct
014760     05  FILLER                            PIC X(43) VALUE SPACES.zbnkcfct
014764                                                                  zbnkcfct
014768 01  WS-ATM-REORDER-DIVISOR                PIC 9(2) VALUE 2.      zbnkcfct
014772 01  WS-ATM-HOLDING                        PIC S9(9)V99 COMP-3.   zbnkcfct
014776 01  WS-ATM-ORDER-D                        PIC ZZZ,ZZZ,ZZ9.99-.   zbnkcfct
014780 01  WS-ATM-HOLDING-D                      PIC ZZZ,ZZZ,ZZ9.99-.   zbnkcfct
014784                                                                  zbnkcfct
014800 01  WS-DETAIL-LINE.                                              zbnkcfct
014900     05  WS-DET-BRANCH                     PIC X(3).              zbnkcfct
015000     05  FILLER                            PIC X(4) VALUE SPACES. zbnkcfct
016400******************************************************************zbnkcfct
016500 01  WS-BRANCHES-FORECAST                  PIC 9(2) VALUE ZERO.   zbnkcfct
016600 01  WS-ORDERS-WRITTEN                     PIC 9(2) VALUE ZERO.   zbnkcfct
016610 01  WS-ATM-ORDERS-WRITTEN                 PIC 9(3) VALUE ZERO.   zbnkcfct
016700                                                                  zbnkcfct
016800 01  WS-END-OF-TILL                        PIC X(3) VALUE 'NO '.  zbnkcfct
016810 01  WS-END-OF-ATMC                        PIC X(3) VALUE 'NO '.  zbnkcfct
016900                                                                  zbnkcfct
017000 PROCEDURE DIVISION.                                              zbnkcfct
017100                                                                  zbnkcfct
019200         THRU FORECAST-ONE-BRANCH-EXIT                            zbnkcfct
019300             VARYING WS-BRN-SUB FROM 1 BY 1                       zbnkcfct
019400               UNTIL WS-BRN-SUB IS GREATER THAN WS-BRN-COUNT.     zbnkcfct
019410     PERFORM ATMC-OPEN.                                           zbnkcfct
019420     PERFORM ATMC-GET.                                            zbnkcfct
019430     PERFORM ORDER-ONE-ATM                                        zbnkcfct
019440         THRU ORDER-ONE-ATM-EXIT                                  zbnkcfct
019450             UNTIL WS-END-OF-ATMC = 'YES'.                        zbnkcfct
019460     PERFORM ATMC-CLOSE.                                          zbnkcfct
019500                                                                  zbnkcfct
019600     PERFORM TILL-CLOSE.                                          zbnkcfct
019700     PERFORM CARRIER-CLOSE.                                       zbnkcfct
037800 CHECK-DIVERGENCE-EXIT.                                           zbnkcfct
037900     EXIT.                                                        zbnkcfct
038000                                                                  zbnkcfct
038002******************************************************************zbnkcfct
038004* ORDER-ONE-ATM                                                  *zbnkcfct
038006* The ledger's view of the cash in the machine - opening cash    *zbnkcfct
038008* plus loads less dispenses. A machine in service holding less   *zbnkcfct
038010* than half its capacity is ordered back up to capacity for the  *zbnkcfct
038012* carrier's next visit.                                          *zbnkcfct
038014******************************************************************zbnkcfct
038016 ORDER-ONE-ATM.                                                   zbnkcfct
038018     IF NOT AM-REC-IN-SERVICE                                     zbnkcfct
038020        OR AM-REC-CAPACITY IS NOT GREATER THAN ZERO               zbnkcfct
038022        GO TO ORDER-ONE-ATM-NEXT                                  zbnkcfct
038024     END-IF.                                                      zbnkcfct
038026     COMPUTE WS-ATM-HOLDING = AM-REC-OPENING                      zbnkcfct
038028             + AM-REC-LOADED - AM-REC-DISPENSED.                  zbnkcfct
038030     IF WS-ATM-HOLDING IS NOT LESS THAN                           zbnkcfct
038032        (AM-REC-CAPACITY / WS-ATM-REORDER-DIVISOR)                zbnkcfct
038034        GO TO ORDER-ONE-ATM-NEXT                                  zbnkcfct
038036     END-IF.                                                      zbnkcfct
038038     IF WS-ATM-HOLDING IS LESS THAN ZERO                          zbnkcfct
038040        MOVE AM-REC-CAPACITY TO WS-ORDER-AMOUNT                   zbnkcfct
038042     ELSE                                                         zbnkcfct
038044        COMPUTE WS-ORDER-AMOUNT =                                 zbnkcfct
038046            AM-REC-CAPACITY - WS-ATM-HOLDING                      zbnkcfct
038048     END-IF.                                                      zbnkcfct
038050     MOVE AM-REC-BRANCH TO WS-AOR-BRANCH.                         zbnkcfct
038052     MOVE WS-ORDER-AMOUNT TO WS-AOR-AMOUNT.                       zbnkcfct
038054     MOVE WS-TODAY-DATE-N TO WS-AOR-WEEK-DTE.                     zbnkcfct
038056     MOVE AM-REC-TERMINAL TO WS-AOR-TERMINAL.                     zbnkcfct
038058     MOVE WS-ATM-ORDER-DETAIL TO CARRIER-REC.                     zbnkcfct
038060     PERFORM CARRIER-PUT.                                         zbnkcfct
038062     ADD 1 TO WS-ATM-ORDERS-WRITTEN.                              zbnkcfct
038064     MOVE WS-ATM-HOLDING TO WS-ATM-HOLDING-D.                     zbnkcfct
038066     MOVE WS-ORDER-AMOUNT TO WS-ATM-ORDER-D.                      zbnkcfct
038068     MOVE SPACES TO WS-REPORT-LINE.                               zbnkcfct
038070     STRING AM-REC-BRANCH    DELIMITED BY SIZE                    zbnkcfct
038072            '  ATM '         DELIMITED BY SIZE                    zbnkcfct
038074            AM-REC-TERMINAL  DELIMITED BY SIZE                    zbnkcfct
038076            '  holding '     DELIMITED BY SIZE                    zbnkcfct
038078            WS-ATM-HOLDING-D DELIMITED BY SIZE                    zbnkcfct
038080            '  load '        DELIMITED BY SIZE                    zbnkcfct
038082            WS-ATM-ORDER-D   DELIMITED BY SIZE                    zbnkcfct
038084       INTO WS-REPORT-LINE.                                       zbnkcfct
038086     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkcfct
038088     PERFORM PRINTOUT-PUT.                                        zbnkcfct
038090 ORDER-ONE-ATM-NEXT.                                              zbnkcfct
038092     PERFORM ATMC-GET.                                            zbnkcfct
038094 ORDER-ONE-ATM-EXIT.                                              zbnkcfct
038096     EXIT.                                                        zbnkcfct
038098                                                                  zbnkcfct
038100******************************************************************zbnkcfct
038200* WRITE-REPORT-HEADING                                           *zbnkcfct
038300******************************************************************zbnkcfct
043900        PERFORM ABORT-PROGRAM                                     zbnkcfct
044000     END-IF.                                                      zbnkcfct
044100                                                                  zbnkcfct
044102******************************************************************zbnkcfct
044104* Open, access and close the ATMC file.                          *zbnkcfct
044106******************************************************************zbnkcfct
044108 ATMC-OPEN.                                                       zbnkcfct
044110     OPEN INPUT ATMC-FILE.                                        zbnkcfct
044112     IF WS-ATMC-STATUS = '00'                                     zbnkcfct
044114        MOVE 'ATMC file opened OK' TO WS-CONSOLE-MESSAGE          zbnkcfct
044116        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcfct
044118     ELSE                                                         zbnkcfct
044120        MOVE 'ATMC file open failure...' TO WS-CONSOLE-MESSAGE    zbnkcfct
044122        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcfct
044124        MOVE WS-ATMC-STATUS TO WS-IO-STATUS                       zbnkcfct
044126        PERFORM DISPLAY-IO-STATUS                                 zbnkcfct
044128        PERFORM ABORT-PROGRAM                                     zbnkcfct
044130     END-IF.                                                      zbnkcfct
044132                                                                  zbnkcfct
044134 ATMC-GET.                                                        zbnkcfct
044136     READ ATMC-FILE NEXT RECORD.                                  zbnkcfct
044138     IF WS-ATMC-STATUS NOT = '00'                                 zbnkcfct
044140        IF WS-ATMC-STATUS = '10'                                  zbnkcfct
044142           MOVE 'YES' TO WS-END-OF-ATMC                           zbnkcfct
044144        ELSE                                                      zbnkcfct
044146           MOVE 'ATMC Error reading file ...'                     zbnkcfct
044148             TO WS-CONSOLE-MESSAGE                                zbnkcfct
044150           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkcfct
044152           MOVE WS-ATMC-STATUS TO WS-IO-STATUS                    zbnkcfct
044154           PERFORM DISPLAY-IO-STATUS                              zbnkcfct
044156           PERFORM ABORT-PROGRAM                                  zbnkcfct
044158        END-IF                                                    zbnkcfct
044160     END-IF.                                                      zbnkcfct
044162                                                                  zbnkcfct
044164 ATMC-CLOSE.                                                      zbnkcfct
044166     CLOSE ATMC-FILE.                                             zbnkcfct
044168     IF WS-ATMC-STATUS = '00'                                     zbnkcfct
044170        MOVE 'ATMC file closed OK' TO WS-CONSOLE-MESSAGE          zbnkcfct
044172        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcfct
044174     ELSE                                                         zbnkcfct
044176        MOVE 'ATMC file close failure...' TO WS-CONSOLE-MESSAGE   zbnkcfct
044178        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkcfct
044180        MOVE WS-ATMC-STATUS TO WS-IO-STATUS                       zbnkcfct
044182        PERFORM DISPLAY-IO-STATUS                                 zbnkcfct
044184        PERFORM ABORT-PROGRAM                                     zbnkcfct
044186     END-IF.                                                      zbnkcfct
044188                                                                  zbnkcfct
044200******************************************************************zbnkcfct
044300* Open, access and close the CARRIER file.                       *zbnkcfct
044400******************************************************************zbnkcfct
053600            WS-ORDERS-WRITTEN DELIMITED BY SIZE                   zbnkcfct
053700       INTO JOBSUM-REC.                                           zbnkcfct
053800     PERFORM JOBSUM-PUT.                                          zbnkcfct
053810     MOVE SPACES TO JOBSUM-REC.                                   zbnkcfct
053820     STRING 'ATM load orders written:     ' DELIMITED BY SIZE     zbnkcfct
053830            WS-ATM-ORDERS-WRITTEN DELIMITED BY SIZE               zbnkcfct
053840       INTO JOBSUM-REC.                                           zbnkcfct
053850     PERFORM JOBSUM-PUT.                                          zbnkcfct
053900     PERFORM JOBSUM-CLOSE.                                        zbnkcfct
054000     MOVE 'Job summary written to JOBSUM'                         zbnkcfct
054100       TO WS-CONSOLE-MESSAGE.                                     zbnkcfct
