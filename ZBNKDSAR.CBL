000100******************************************************************zbnkdsar
000200*                                                               * zbnkdsar
000300*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   * zbnkdsar
000400*   This demonstration program is provided for use by users     * zbnkdsar
000500*   of Micro Focus products and may be used, modified and       * zbnkdsar
000600*   distributed as part of your application provided that       * zbnkdsar
000700*   you properly acknowledge the copyright of Micro Focus       * zbnkdsar
000800*   in this material.                                           * zbnkdsar
000900*                                                               * zbnkdsar
001000******************************************************************zbnkdsar
001100                                                                  zbnkdsar
001200******************************************************************zbnkdsar
001300* ZBNKDSAR.CBL                                                   *zbnkdsar
001400* Function:    Data-subject access request. Given a customer's   *zbnkdsar
001500*              PID, gathers everything held about them - the     *zbnkdsar
001600*              customer record and its address history, the      *zbnkdsar
001700*              accounts they own or jointly hold, the live and   *zbnkdsar
001800*              archived postings on those accounts, their loan   *zbnkdsar
001900*              applications and loans, their cards, the audit    *zbnkdsar
002000*              trail entries for their records, the notices      *zbnkdsar
002100*              queued to them and the gateway requests made      *zbnkdsar
002200*              about them - and prints it as one report, ending  *zbnkdsar
002300*              with a control page of the files searched and     *zbnkdsar
002400*              the records found on each. The request is logged  *zbnkdsar
002500*              on BNKDSAR with the date it was received, the     *zbnkdsar
002600*              statutory due date and the date it was fulfilled. *zbnkdsar
002700*              Only the last four digits of a card number are    *zbnkdsar
002800*              printed. The selection comes from the EXEC PARM:  *zbnkdsar
002900*                 PARM='ppppp,ccyymmdd,rrrrrrrrrrrr'             *zbnkdsar
003000*              ppppp    the customer's PID                       *zbnkdsar
003100*              ccyymmdd date the request was received, today if  *zbnkdsar
003200*                       omitted                                  *zbnkdsar
003300*              rrr...   the request reference, optional          *zbnkdsar
003400******************************************************************zbnkdsar
003500 IDENTIFICATION DIVISION.                                         zbnkdsar
003600 PROGRAM-ID.                                                      zbnkdsar
003700     ZBNKDSAR.                                                    zbnkdsar
003800 DATE-WRITTEN.                                                    zbnkdsar
003900     October 2026.                                                zbnkdsar
004000 DATE-COMPILED.                                                   zbnkdsar
004100     Today.                                                       zbnkdsar
004200                                                                  zbnkdsar
004300 ENVIRONMENT DIVISION.                                            zbnkdsar
004400 INPUT-OUTPUT   SECTION.                                          zbnkdsar
004500   FILE-CONTROL.                                                  zbnkdsar
004600     SELECT CUST-FILE                                             zbnkdsar
004700            ASSIGN       TO BNKCUST                               zbnkdsar
004800            ORGANIZATION IS INDEXED                               zbnkdsar
004900            ACCESS MODE  IS RANDOM                                zbnkdsar
005000            RECORD KEY   IS BCS-REC-PID                           zbnkdsar
005100            FILE STATUS  IS WS-CUST-STATUS.                       zbnkdsar
005200     SELECT ADRH-FILE                                             zbnkdsar
005300            ASSIGN       TO BNKADRH                               zbnkdsar
005400            ORGANIZATION IS INDEXED                               zbnkdsar
005500            ACCESS MODE  IS DYNAMIC                               zbnkdsar
005600            RECORD KEY   IS AH-REC-KEY                            zbnkdsar
005700            FILE STATUS  IS WS-ADRH-STATUS.                       zbnkdsar
005800     SELECT JOWN-FILE                                             zbnkdsar
005900            ASSIGN       TO BNKJOWN                               zbnkdsar
006000            ORGANIZATION IS INDEXED                               zbnkdsar
006100            ACCESS MODE  IS SEQUENTIAL                            zbnkdsar
006200            RECORD KEY   IS JO-REC-KEY                            zbnkdsar
006300            FILE STATUS  IS WS-JOWN-STATUS.                       zbnkdsar
006400     SELECT ACCOUNT-FILE                                          zbnkdsar
006500            ASSIGN       TO BNKACCT                               zbnkdsar
006600            ORGANIZATION IS INDEXED                               zbnkdsar
006700            ACCESS MODE  IS SEQUENTIAL                            zbnkdsar
006800            RECORD KEY   IS BAC-REC-ACCNO                         zbnkdsar
006900            FILE STATUS  IS WS-ACCOUNT-STATUS.                    zbnkdsar
007000     SELECT TXN-FILE                                              zbnkdsar
007100            ASSIGN       TO BNKTXN                                zbnkdsar
007200            ORGANIZATION IS INDEXED                               zbnkdsar
007300            ACCESS MODE  IS DYNAMIC                               zbnkdsar
007400            RECORD KEY   IS BTX-REC-KEY                           zbnkdsar
007500            FILE STATUS  IS WS-TXN-STATUS.                        zbnkdsar
007600     SELECT HIST-FILE                                             zbnkdsar
007700            ASSIGN       TO BNKTXNH                               zbnkdsar
007800            ORGANIZATION IS INDEXED                               zbnkdsar
007900            ACCESS MODE  IS DYNAMIC                               zbnkdsar
008000            RECORD KEY   IS HIST-REC-KEY                          zbnkdsar
008100            FILE STATUS  IS WS-HIST-STATUS.                       zbnkdsar
008200     SELECT LOAN-FILE                                             zbnkdsar
008300            ASSIGN       TO BNKLOAN                               zbnkdsar
008400            ORGANIZATION IS INDEXED                               zbnkdsar
008500            ACCESS MODE  IS DYNAMIC                               zbnkdsar
008600            RECORD KEY   IS LN-REC-KEY                            zbnkdsar
008700            FILE STATUS  IS WS-LOAN-STATUS.                       zbnkdsar
008800     SELECT LNMA-FILE                                             zbnkdsar
008900            ASSIGN       TO BNKLNMA                               zbnkdsar
009000            ORGANIZATION IS INDEXED                               zbnkdsar
009100            ACCESS MODE  IS DYNAMIC                               zbnkdsar
009200            RECORD KEY   IS LM-REC-KEY                            zbnkdsar
009300            FILE STATUS  IS WS-LNMA-STATUS.                       zbnkdsar
009400     SELECT CARD-FILE                                             zbnkdsar
009500            ASSIGN       TO BNKCARD                               zbnkdsar
009600            ORGANIZATION IS INDEXED                               zbnkdsar
009700            ACCESS MODE  IS SEQUENTIAL                            zbnkdsar
009800            RECORD KEY   IS CRD-REC-CARD-NO                       zbnkdsar
009900            FILE STATUS  IS WS-CARD-STATUS.                       zbnkdsar
010000     SELECT AUDT-FILE                                             zbnkdsar
010100            ASSIGN       TO BNKAUDT                               zbnkdsar
010200            ORGANIZATION IS INDEXED                               zbnkdsar
010300            ACCESS MODE  IS SEQUENTIAL                            zbnkdsar
010400            RECORD KEY   IS AD-REC-KEY                            zbnkdsar
010500            FILE STATUS  IS WS-AUDT-STATUS.                       zbnkdsar
010600     SELECT NOTQ-FILE                                             zbnkdsar
010700            ASSIGN       TO BNKNOTQ                               zbnkdsar
010800            ORGANIZATION IS INDEXED                               zbnkdsar
010900            ACCESS MODE  IS SEQUENTIAL                            zbnkdsar
011000            RECORD KEY   IS NQ-REC-KEY                            zbnkdsar
011100            FILE STATUS  IS WS-NOTQ-STATUS.                       zbnkdsar
011200     SELECT GLOG-FILE                                             zbnkdsar
011300            ASSIGN       TO BNKGLOG                               zbnkdsar
011400            ORGANIZATION IS INDEXED                               zbnkdsar
011500            ACCESS MODE  IS SEQUENTIAL                            zbnkdsar
011600            RECORD KEY   IS GJ-REC-KEY                            zbnkdsar
011700            FILE STATUS  IS WS-GLOG-STATUS.                       zbnkdsar
011800     SELECT DSAR-FILE                                             zbnkdsar
011900            ASSIGN       TO BNKDSAR                               zbnkdsar
012000            ORGANIZATION IS INDEXED                               zbnkdsar
012100            ACCESS MODE  IS RANDOM                                zbnkdsar
012200            RECORD KEY   IS DR-REC-KEY                            zbnkdsar
012300            FILE STATUS  IS WS-DSAR-STATUS.                       zbnkdsar
012400     SELECT PRINTOUT-FILE                                         zbnkdsar
012500            ASSIGN       TO PRINTOUT                              zbnkdsar
012600            ORGANIZATION IS SEQUENTIAL                            zbnkdsar
012700            ACCESS MODE  IS SEQUENTIAL                            zbnkdsar
012800            FILE STATUS  IS WS-PRINTOUT-STATUS.                   zbnkdsar
012900     SELECT JOBSUM-FILE                                           zbnkdsar
013000            ASSIGN       TO JOBSUM                                zbnkdsar
013100            ORGANIZATION IS SEQUENTIAL                            zbnkdsar
013200            ACCESS MODE  IS SEQUENTIAL                            zbnkdsar
013300            FILE STATUS  IS WS-JOBSUM-STATUS.                     zbnkdsar
013400                                                                  zbnkdsar
013500 DATA DIVISION.                                                   zbnkdsar
013600 FILE SECTION.                                                    zbnkdsar
013700                                                                  zbnkdsar
013800 FD  CUST-FILE.                                                   zbnkdsar
013900 01  CUST-FILE-REC.                                               zbnkdsar
014000 COPY CBANKVCS.                                                   zbnkdsar
014100                                                                  zbnkdsar
014200 FD  ADRH-FILE.                                                   zbnkdsar
014300 01  ADRH-FILE-REC.                                               zbnkdsar
014400 COPY CBANKVAH.                                                   zbnkdsar
014500                                                                  zbnkdsar
014600 FD  JOWN-FILE.                                                   zbnkdsar
014700 01  JOWN-FILE-REC.                                               zbnkdsar
014800 COPY CBANKVJO.                                                   zbnkdsar
014900                                                                  zbnkdsar
015000 FD  ACCOUNT-FILE.                                                zbnkdsar
015100 01  ACCOUNT-FILE-REC.                                            zbnkdsar
015200 COPY CBANKVAC.                                                   zbnkdsar
015300                                                                  zbnkdsar
015400 FD  TXN-FILE.                                                    zbnkdsar
015500 01  TXN-FILE-REC.                                                zbnkdsar
015600 COPY CBANKVTX.                                                   zbnkdsar
015700                                                                  zbnkdsar
015800******************************************************************zbnkdsar
015900* The archived posting is byte-for-byte the live BNKTXN record;  *zbnkdsar
016000* it is moved to the BNKTXN record area to be printed.           *zbnkdsar
016100******************************************************************zbnkdsar
016200 FD  HIST-FILE.                                                   zbnkdsar
016300 01  HIST-FILE-REC.                                               zbnkdsar
016400   05  HIST-REC-KEY.                                              zbnkdsar
016500     10  HIST-REC-ACCNO                    PIC X(9).              zbnkdsar
016600     10  FILLER                            PIC X(22).             zbnkdsar
016700   05  FILLER                              PIC X(55).             zbnkdsar
016800                                                                  zbnkdsar
016900 FD  LOAN-FILE.                                                   zbnkdsar
017000 01  LOAN-FILE-REC.                                               zbnkdsar
017100 COPY CBANKVLN.                                                   zbnkdsar
017200                                                                  zbnkdsar
017300 FD  LNMA-FILE.                                                   zbnkdsar
017400 01  LNMA-FILE-REC.                                               zbnkdsar
017500 COPY CBANKVLM.                                                   zbnkdsar
017600                                                                  zbnkdsar
017700 FD  CARD-FILE.                                                   zbnkdsar
017800 01  CARD-FILE-REC.                                               zbnkdsar
017900 COPY CBANKVCD.                                                   zbnkdsar
018000                                                                  zbnkdsar
018100 FD  AUDT-FILE.                                                   zbnkdsar
018200 01  AUDT-FILE-REC.                                               zbnkdsar
018300 COPY CBANKVAD.                                                   zbnkdsar
018400                                                                  zbnkdsar
018500 FD  NOTQ-FILE.                                                   zbnkdsar
018600 01  NOTQ-FILE-REC.                                               zbnkdsar
018700 COPY CBANKVNQ.                                                   zbnkdsar
018800                                                                  zbnkdsar
018900 FD  GLOG-FILE.                                                   zbnkdsar
019000 01  GLOG-FILE-REC.                                               zbnkdsar
019100 COPY CBANKVGJ.                                                   zbnkdsar
019200                                                                  zbnkdsar
019300 FD  DSAR-FILE.                                                   zbnkdsar
019400 01  DSAR-FILE-REC.                                               zbnkdsar
019500 COPY CBANKVDR.                                                   zbnkdsar
019600                                                                  zbnkdsar
019700 FD  PRINTOUT-FILE.                                               zbnkdsar
019800 01  PRINTOUT-REC                      PIC X(121).                zbnkdsar
019900                                                                  zbnkdsar
020000 FD  JOBSUM-FILE.                                                 zbnkdsar
020100 01  JOBSUM-REC                        PIC X(80).                 zbnkdsar
020200                                                                  zbnkdsar
020300 WORKING-STORAGE SECTION.                                         zbnkdsar
020400 01  WS-RUN-CONTROL.                                              zbnkdsar
020500 COPY CRUNCTLD.                                                   zbnkdsar
020600 01  WS-FILE-STATUSES.                                            zbnkdsar
020700   05  WS-CUST-STATUS.                                            zbnkdsar
020800     10  WS-CUST-STAT1                  PIC X(1).                 zbnkdsar
020900     10  WS-CUST-STAT2                  PIC X(1).                 zbnkdsar
021000   05  WS-ADRH-STATUS.                                            zbnkdsar
021100     10  WS-ADRH-STAT1                  PIC X(1).                 zbnkdsar
021200     10  WS-ADRH-STAT2                  PIC X(1).                 zbnkdsar
021300   05  WS-JOWN-STATUS.                                            zbnkdsar
021400     10  WS-JOWN-STAT1                  PIC X(1).                 zbnkdsar
021500     10  WS-JOWN-STAT2                  PIC X(1).                 zbnkdsar
021600   05  WS-ACCOUNT-STATUS.                                         zbnkdsar
021700     10  WS-ACCOUNT-STAT1               PIC X(1).                 zbnkdsar
021800     10  WS-ACCOUNT-STAT2               PIC X(1).                 zbnkdsar
021900   05  WS-TXN-STATUS.                                             zbnkdsar
022000     10  WS-TXN-STAT1                   PIC X(1).                 zbnkdsar
022100     10  WS-TXN-STAT2                   PIC X(1).                 zbnkdsar
022200   05  WS-HIST-STATUS.                                            zbnkdsar
022300     10  WS-HIST-STAT1                  PIC X(1).                 zbnkdsar
022400     10  WS-HIST-STAT2                  PIC X(1).                 zbnkdsar
022500   05  WS-LOAN-STATUS.                                            zbnkdsar
022600     10  WS-LOAN-STAT1                  PIC X(1).                 zbnkdsar
022700     10  WS-LOAN-STAT2                  PIC X(1).                 zbnkdsar
022800   05  WS-LNMA-STATUS.                                            zbnkdsar
022900     10  WS-LNMA-STAT1                  PIC X(1).                 zbnkdsar
023000     10  WS-LNMA-STAT2                  PIC X(1).                 zbnkdsar
023100   05  WS-CARD-STATUS.                                            zbnkdsar
023200     10  WS-CARD-STAT1                  PIC X(1).                 zbnkdsar
023300     10  WS-CARD-STAT2                  PIC X(1).                 zbnkdsar
023400   05  WS-AUDT-STATUS.                                            zbnkdsar
023500     10  WS-AUDT-STAT1                  PIC X(1).                 zbnkdsar
023600     10  WS-AUDT-STAT2                  PIC X(1).                 zbnkdsar
023700   05  WS-NOTQ-STATUS.                                            zbnkdsar
023800     10  WS-NOTQ-STAT1                  PIC X(1).                 zbnkdsar
023900     10  WS-NOTQ-STAT2                  PIC X(1).                 zbnkdsar
024000   05  WS-GLOG-STATUS.                                            zbnkdsar
024100     10  WS-GLOG-STAT1                  PIC X(1).                 zbnkdsar
024200     10  WS-GLOG-STAT2                  PIC X(1).                 zbnkdsar
024300   05  WS-DSAR-STATUS.                                            zbnkdsar
024400     10  WS-DSAR-STAT1                  PIC X(1).                 zbnkdsar
024500     10  WS-DSAR-STAT2                  PIC X(1).                 zbnkdsar
024600   05  WS-PRINTOUT-STATUS.                                        zbnkdsar
024700     10  WS-PRINTOUT-STAT1              PIC X(1).                 zbnkdsar
024800     10  WS-PRINTOUT-STAT2              PIC X(1).                 zbnkdsar
024900   05  WS-JOBSUM-STATUS.                                          zbnkdsar
025000     10  WS-JOBSUM-STAT1                PIC X(1).                 zbnkdsar
025100     10  WS-JOBSUM-STAT2                PIC X(1).                 zbnkdsar
025200   05  WS-IO-STATUS.                                              zbnkdsar
025300     10  WS-IO-STAT1                   PIC X(1).                  zbnkdsar
025400     10  WS-IO-STAT2                   PIC X(1).                  zbnkdsar
025500                                                                  zbnkdsar
025600   05  WS-TWO-BYTES.                                              zbnkdsar
025700     10  WS-TWO-BYTES-LEFT             PIC X(1).                  zbnkdsar
025800     10  WS-TWO-BYTES-RIGHT            PIC X(1).                  zbnkdsar
025900   05  WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES                 zbnkdsar
026000                                      PIC 9(1) COMP.              zbnkdsar
026100                                                                  zbnkdsar
026200 01  WS-CONSOLE-MESSAGE                    PIC X(48).             zbnkdsar
026300                                                                  zbnkdsar
026400 01  WS-DATE-WORK-AREA.                                           zbnkdsar
026500 COPY CDATED.                                                     zbnkdsar
026600                                                                  zbnkdsar
026700 01  WS-TODAY-DATE-N                       PIC 9(8).              zbnkdsar
026800 01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE-N.               zbnkdsar
026900     05  WS-TODAY-CCYY                     PIC 9(4).              zbnkdsar
027000     05  WS-TODAY-MM                       PIC 9(2).              zbnkdsar
027100     05  WS-TODAY-DD                       PIC 9(2).              zbnkdsar
027200 01  WS-RUN-DATE-DISPLAY                   PIC X(11).             zbnkdsar
027300 01  WS-RUN-TIME-8                         PIC 9(8).              zbnkdsar
027400 01  WS-RUN-TIME                           PIC X(6).              zbnkdsar
027500                                                                  zbnkdsar
027600******************************************************************zbnkdsar
027700* The request as given on the EXEC PARM, and the days allowed by *zbnkdsar
027800* statute to answer it. There is no user-facing way to change    *zbnkdsar
027900* the period.                                                    *zbnkdsar
028000******************************************************************zbnkdsar
028100 01  WS-DSAR-PARM.                                                zbnkdsar
028200     05  WS-PARM-PID                       PIC X(5).              zbnkdsar
028300     05  FILLER                            PIC X(1).              zbnkdsar
028400     05  WS-PARM-RECEIVED-X                PIC X(8).              zbnkdsar
028500     05  WS-PARM-RECEIVED-N REDEFINES WS-PARM-RECEIVED-X          zbnkdsar
028600                                           PIC 9(8).              zbnkdsar
028700     05  FILLER                            PIC X(1).              zbnkdsar
028800     05  WS-PARM-REFERENCE                 PIC X(12).             zbnkdsar
028900     05  FILLER                            PIC X(5).              zbnkdsar
029000 01  WS-RECEIVED-DTE                       PIC 9(8).              zbnkdsar
029100 01  WS-DUE-DTE                            PIC 9(8).              zbnkdsar
029200 01  WS-STATUTORY-DAYS                     PIC 9(3) VALUE 30.     zbnkdsar
029300                                                                  zbnkdsar
029400******************************************************************zbnkdsar
029500* The customer's accounts - owned (O) on BNKACCT or held jointly *zbnkdsar
029600* (J) through BNKJOWN - whose postings, and whose audit and      *zbnkdsar
029700* gateway entries, belong in the report.                         *zbnkdsar
029800******************************************************************zbnkdsar
029900 01  WS-HELD-ACCOUNTS.                                            zbnkdsar
030000   05  WS-HELD-COUNT                       PIC 9(3) VALUE ZERO.   zbnkdsar
030100   05  WS-HELD-ENTRY OCCURS 200 TIMES                             zbnkdsar
030200       INDEXED BY HELD-IDX.                                       zbnkdsar
030300     10  WS-HELD-ACCNO                     PIC X(9).              zbnkdsar
030400     10  WS-HELD-ROLE                      PIC X(1).              zbnkdsar
030500 01  WS-HELD-SUB                           PIC S9(4) COMP.        zbnkdsar
030600 01  WS-MATCH-ACCNO                        PIC X(9).              zbnkdsar
030700 01  WS-MATCH-FOUND                        PIC X(1).              zbnkdsar
030800 01  WS-TABLE-OVERFLOWED                   PIC X(1) VALUE 'N'.    zbnkdsar
030900                                                                  zbnkdsar
031000******************************************************************zbnkdsar
031100* The files searched, in report order, and the records each      *zbnkdsar
031200* gave - printed on the control page.                            *zbnkdsar
031300*   1 BNKCUST   2 BNKADRH   3 BNKJOWN   4 BNKACCT   5 BNKTXN     *zbnkdsar
031400*   6 BNKTXNH   7 BNKLOAN   8 BNKLNMA   9 BNKCARD  10 BNKAUDT    *zbnkdsar
031500*  11 BNKNOTQ  12 BNKGLOG                                        *zbnkdsar
031600******************************************************************zbnkdsar
031700 01  WS-FILE-LIST-DATA.                                           zbnkdsar
031800     05  FILLER                            PIC X(38)              zbnkdsar
031900         VALUE 'BNKCUST Customer record'.                         zbnkdsar
032000     05  FILLER                            PIC X(38)              zbnkdsar
032100         VALUE 'BNKADRH Address change history'.                  zbnkdsar
032200     05  FILLER                            PIC X(38)              zbnkdsar
032300         VALUE 'BNKJOWN Joint account holdings'.                  zbnkdsar
032400     05  FILLER                            PIC X(38)              zbnkdsar
032500         VALUE 'BNKACCT Accounts'.                                zbnkdsar
032600     05  FILLER                            PIC X(38)              zbnkdsar
032700         VALUE 'BNKTXN  Postings'.                                zbnkdsar
032800     05  FILLER                            PIC X(38)              zbnkdsar
032900         VALUE 'BNKTXNH Archived postings'.                       zbnkdsar
033000     05  FILLER                            PIC X(38)              zbnkdsar
033100         VALUE 'BNKLOAN Loan applications'.                       zbnkdsar
033200     05  FILLER                            PIC X(38)              zbnkdsar
033300         VALUE 'BNKLNMA Loans'.                                   zbnkdsar
033400     05  FILLER                            PIC X(38)              zbnkdsar
033500         VALUE 'BNKCARD Cards'.                                   zbnkdsar
033600     05  FILLER                            PIC X(38)              zbnkdsar
033700         VALUE 'BNKAUDT Audit trail entries'.                     zbnkdsar
033800     05  FILLER                            PIC X(38)              zbnkdsar
033900         VALUE 'BNKNOTQ Notices'.                                 zbnkdsar
034000     05  FILLER                            PIC X(38)              zbnkdsar
034100         VALUE 'BNKGLOG Gateway requests'.                        zbnkdsar
034200 01  WS-FILE-LIST REDEFINES WS-FILE-LIST-DATA.                    zbnkdsar
034300     05  WS-FILE-ENTRY OCCURS 12 TIMES.                           zbnkdsar
034400         10  WS-FILE-NAME                  PIC X(8).              zbnkdsar
034500         10  WS-FILE-DESC                  PIC X(30).             zbnkdsar
034600 01  WS-FILE-COUNTS.                                              zbnkdsar
034700     05  WS-FILE-COUNT                     PIC 9(7)               zbnkdsar
034800         OCCURS 12 TIMES.                                         zbnkdsar
034900 01  WS-FILE-SUB                           PIC S9(4) COMP.        zbnkdsar
035000 01  WS-FILES-SEARCHED                     PIC 9(2) VALUE 12.     zbnkdsar
035100 01  WS-RECORDS-FOUND                      PIC 9(7) VALUE ZERO.   zbnkdsar
035200                                                                  zbnkdsar
035300******************************************************************zbnkdsar
035400* Report lines.                                                  *zbnkdsar
035500******************************************************************zbnkdsar
035600 01  WS-REPORT-LINE                        PIC X(121).            zbnkdsar
035700 01  WS-SECTION-TITLE                      PIC X(60).             zbnkdsar
035800 01  WS-FIELD-LINE.                                               zbnkdsar
035900     05  FILLER                            PIC X(4) VALUE SPACES. zbnkdsar
036000     05  WS-FLD-LABEL                      PIC X(28).             zbnkdsar
036100     05  WS-FLD-VALUE                      PIC X(80).             zbnkdsar
036200     05  FILLER                            PIC X(9) VALUE SPACES. zbnkdsar
036300 01  WS-EDIT-AMOUNT                        PIC -Z,ZZZ,ZZ9.99.     zbnkdsar
036400 01  WS-EDIT-AMOUNT-2                      PIC -Z,ZZZ,ZZ9.99.     zbnkdsar
036500 01  WS-EDIT-RATE                          PIC -ZZ9.9999.         zbnkdsar
036600 01  WS-EDIT-COUNT                         PIC Z,ZZZ,ZZ9.         zbnkdsar
036700 01  WS-MASKED-CARD.                                              zbnkdsar
036800     05  FILLER                            PIC X(12)              zbnkdsar
036900         VALUE '************'.                                    zbnkdsar
037000     05  WS-MASKED-LAST-4                  PIC X(4).              zbnkdsar
037100 01  WS-TXN-SOURCE                         PIC X(7).              zbnkdsar
037200                                                                  zbnkdsar
037300******************************************************************zbnkdsar
037400* Run counters, reported on the job summary at the end of the    *zbnkdsar
037500* run.                                                           *zbnkdsar
037600******************************************************************zbnkdsar
037700 01  WS-ACCOUNTS-READ                      PIC 9(7) VALUE ZERO.   zbnkdsar
037800 01  WS-AUDIT-READ                         PIC 9(7) VALUE ZERO.   zbnkdsar
037900 01  WS-NOTICES-READ                       PIC 9(7) VALUE ZERO.   zbnkdsar
038000 01  WS-REQUESTS-READ                      PIC 9(7) VALUE ZERO.   zbnkdsar
038100                                                                  zbnkdsar
038200 01  WS-END-OF-ADRH                        PIC X(3) VALUE 'NO '.  zbnkdsar
038300 01  WS-END-OF-JOWN                        PIC X(3) VALUE 'NO '.  zbnkdsar
038400 01  WS-END-OF-ACCOUNT                     PIC X(3) VALUE 'NO '.  zbnkdsar
038500 01  WS-END-OF-TXN                         PIC X(3) VALUE 'NO '.  zbnkdsar
038600 01  WS-END-OF-HIST                        PIC X(3) VALUE 'NO '.  zbnkdsar
038700 01  WS-END-OF-LOAN                        PIC X(3) VALUE 'NO '.  zbnkdsar
038800 01  WS-END-OF-LNMA                        PIC X(3) VALUE 'NO '.  zbnkdsar
038900 01  WS-END-OF-CARD                        PIC X(3) VALUE 'NO '.  zbnkdsar
039000 01  WS-END-OF-AUDT                        PIC X(3) VALUE 'NO '.  zbnkdsar
039100 01  WS-END-OF-NOTQ                        PIC X(3) VALUE 'NO '.  zbnkdsar
039200 01  WS-END-OF-GLOG                        PIC X(3) VALUE 'NO '.  zbnkdsar
039300                                                                  zbnkdsar
039400 LINKAGE SECTION.                                                 zbnkdsar
039500 01  LK-EXEC-PARM.                                                zbnkdsar
039600   05  LK-EXEC-PARM-LL                     PIC S9(4) COMP.        zbnkdsar
039700   05  LK-EXEC-PARM-DATA                   PIC X(32).             zbnkdsar
039800                                                                  zbnkdsar
039900 PROCEDURE DIVISION USING LK-EXEC-PARM.                           zbnkdsar
040000                                                                  zbnkdsar
040100     PERFORM RUN-CONTROL-START                                    zbnkdsar
040200         THRU RUN-CONTROL-START-EXIT.                             zbnkdsar
040300     PERFORM GET-RUN-DATE.                                        zbnkdsar
040400     PERFORM GET-DSAR-PARM                                        zbnkdsar
040500         THRU GET-DSAR-PARM-EXIT.                                 zbnkdsar
040600                                                                  zbnkdsar
040700     MOVE SPACES TO WS-CONSOLE-MESSAGE.                           zbnkdsar
040800     STRING 'Subject access request for ' DELIMITED BY SIZE       zbnkdsar
040900            WS-PARM-PID DELIMITED BY SIZE                         zbnkdsar
041000       INTO WS-CONSOLE-MESSAGE.                                   zbnkdsar
041100     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkdsar
041200                                                                  zbnkdsar
041300     MOVE ZERO TO WS-FILE-COUNTS.                                 zbnkdsar
041400     PERFORM CUST-OPEN.                                           zbnkdsar
041500     MOVE WS-PARM-PID TO BCS-REC-PID.                             zbnkdsar
041600     PERFORM CUST-READ.                                           zbnkdsar
041700     IF WS-CUST-STATUS NOT = '00'                                 zbnkdsar
041800        MOVE 'Customer not on BNKCUST - nothing produced'         zbnkdsar
041900          TO WS-CONSOLE-MESSAGE                                   zbnkdsar
042000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
042100        PERFORM CUST-CLOSE                                        zbnkdsar
042200        MOVE 8 TO RETURN-CODE                                     zbnkdsar
042300        PERFORM RUN-CONTROL-END                                   zbnkdsar
042400        GOBACK                                                    zbnkdsar
042500     END-IF.                                                      zbnkdsar
042600                                                                  zbnkdsar
042700     PERFORM PRINTOUT-OPEN.                                       zbnkdsar
042800     PERFORM WRITE-REPORT-HEADING.                                zbnkdsar
042900     PERFORM PRINT-CUSTOMER.                                      zbnkdsar
043000     PERFORM CUST-CLOSE.                                          zbnkdsar
043100                                                                  zbnkdsar
043200     PERFORM ADRH-OPEN.                                           zbnkdsar
043300     PERFORM SEARCH-ADDRESS-HISTORY                               zbnkdsar
043400         THRU SEARCH-ADDRESS-HISTORY-EXIT.                        zbnkdsar
043500     PERFORM ADRH-CLOSE.                                          zbnkdsar
043600                                                                  zbnkdsar
043700     PERFORM JOWN-OPEN.                                           zbnkdsar
043800     MOVE 'Joint account holdings' TO WS-SECTION-TITLE.           zbnkdsar
043900     PERFORM WRITE-SECTION-HEADING.                               zbnkdsar
044000     PERFORM JOWN-GET.                                            zbnkdsar
044100     PERFORM CHECK-ONE-JOINT-HOLDING                              zbnkdsar
044200         THRU CHECK-ONE-JOINT-HOLDING-EXIT                        zbnkdsar
044300             UNTIL WS-END-OF-JOWN = 'YES'.                        zbnkdsar
044400     PERFORM JOWN-CLOSE.                                          zbnkdsar
044500                                                                  zbnkdsar
044600     PERFORM ACCOUNT-OPEN.                                        zbnkdsar
044700     MOVE 'Accounts' TO WS-SECTION-TITLE.                         zbnkdsar
044800     PERFORM WRITE-SECTION-HEADING.                               zbnkdsar
044900     PERFORM ACCOUNT-GET.                                         zbnkdsar
045000     PERFORM CHECK-ONE-ACCOUNT                                    zbnkdsar
045100         THRU CHECK-ONE-ACCOUNT-EXIT                              zbnkdsar
045200             UNTIL WS-END-OF-ACCOUNT = 'YES'.                     zbnkdsar
045300     PERFORM ACCOUNT-CLOSE.                                       zbnkdsar
045400                                                                  zbnkdsar
045500     PERFORM TXN-OPEN.                                            zbnkdsar
045600     PERFORM HIST-OPEN.                                           zbnkdsar
045700     MOVE 'Postings on the accounts, live then archived'          zbnkdsar
045800       TO WS-SECTION-TITLE.                                       zbnkdsar
045900     PERFORM WRITE-SECTION-HEADING.                               zbnkdsar
046000     PERFORM SEARCH-ACCOUNT-POSTINGS                              zbnkdsar
046100         THRU SEARCH-ACCOUNT-POSTINGS-EXIT                        zbnkdsar
046200             VARYING WS-HELD-SUB FROM 1 BY 1                      zbnkdsar
046300               UNTIL WS-HELD-SUB IS GREATER THAN WS-HELD-COUNT.   zbnkdsar
046400     PERFORM TXN-CLOSE.                                           zbnkdsar
046500     PERFORM HIST-CLOSE.                                          zbnkdsar
046600                                                                  zbnkdsar
046700     PERFORM LOAN-OPEN.                                           zbnkdsar
046800     PERFORM SEARCH-LOAN-APPLICATIONS                             zbnkdsar
046900         THRU SEARCH-LOAN-APPLICATIONS-EXIT.                      zbnkdsar
047000     PERFORM LOAN-CLOSE.                                          zbnkdsar
047100     PERFORM LNMA-OPEN.                                           zbnkdsar
047200     PERFORM SEARCH-LOANS                                         zbnkdsar
047300         THRU SEARCH-LOANS-EXIT.                                  zbnkdsar
047400     PERFORM LNMA-CLOSE.                                          zbnkdsar
047500                                                                  zbnkdsar
047600     PERFORM CARD-OPEN.                                           zbnkdsar
047700     MOVE 'Cards' TO WS-SECTION-TITLE.                            zbnkdsar
047800     PERFORM WRITE-SECTION-HEADING.                               zbnkdsar
047900     PERFORM CARD-GET.                                            zbnkdsar
048000     PERFORM CHECK-ONE-CARD                                       zbnkdsar
048100         THRU CHECK-ONE-CARD-EXIT                                 zbnkdsar
048200             UNTIL WS-END-OF-CARD = 'YES'.                        zbnkdsar
048300     PERFORM CARD-CLOSE.                                          zbnkdsar
048400                                                                  zbnkdsar
048500     PERFORM AUDT-OPEN.                                           zbnkdsar
048600     MOVE 'Audit trail entries for the customer and accounts'     zbnkdsar
048700       TO WS-SECTION-TITLE.                                       zbnkdsar
048800     PERFORM WRITE-SECTION-HEADING.                               zbnkdsar
048900     PERFORM AUDT-GET.                                            zbnkdsar
049000     PERFORM CHECK-ONE-AUDIT-ENTRY                                zbnkdsar
049100         THRU CHECK-ONE-AUDIT-ENTRY-EXIT                          zbnkdsar
049200             UNTIL WS-END-OF-AUDT = 'YES'.                        zbnkdsar
049300     PERFORM AUDT-CLOSE.                                          zbnkdsar
049400                                                                  zbnkdsar
049500     PERFORM NOTQ-OPEN.                                           zbnkdsar
049600     MOVE 'Notices sent or queued' TO WS-SECTION-TITLE.           zbnkdsar
049700     PERFORM WRITE-SECTION-HEADING.                               zbnkdsar
049800     PERFORM NOTQ-GET.                                            zbnkdsar
049900     PERFORM CHECK-ONE-NOTICE                                     zbnkdsar
050000         THRU CHECK-ONE-NOTICE-EXIT                               zbnkdsar
050100             UNTIL WS-END-OF-NOTQ = 'YES'.                        zbnkdsar
050200     PERFORM NOTQ-CLOSE.                                          zbnkdsar
050300                                                                  zbnkdsar
050400     PERFORM GLOG-OPEN.                                           zbnkdsar
050500     MOVE 'Gateway requests about the customer or accounts'       zbnkdsar
050600       TO WS-SECTION-TITLE.                                       zbnkdsar
050700     PERFORM WRITE-SECTION-HEADING.                               zbnkdsar
050800     PERFORM GLOG-GET.                                            zbnkdsar
050900     PERFORM CHECK-ONE-REQUEST                                    zbnkdsar
051000         THRU CHECK-ONE-REQUEST-EXIT                              zbnkdsar
051100             UNTIL WS-END-OF-GLOG = 'YES'.                        zbnkdsar
051200     PERFORM GLOG-CLOSE.                                          zbnkdsar
051300                                                                  zbnkdsar
051400     PERFORM WRITE-CONTROL-PAGE.                                  zbnkdsar
051500     PERFORM PRINTOUT-CLOSE.                                      zbnkdsar
051600                                                                  zbnkdsar
051700     PERFORM DSAR-OPEN.                                           zbnkdsar
051800     PERFORM LOG-REQUEST.                                         zbnkdsar
051900     PERFORM DSAR-CLOSE.                                          zbnkdsar
052000                                                                  zbnkdsar
052100     PERFORM PRINT-JOB-SUMMARY.                                   zbnkdsar
052200                                                                  zbnkdsar
052300     MOVE 'End Of Job' TO WS-CONSOLE-MESSAGE.                     zbnkdsar
052400     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkdsar
052500     MOVE 0 TO RETURN-CODE.                                       zbnkdsar
052600     IF WS-TABLE-OVERFLOWED = 'Y' OR                              zbnkdsar
052700        WS-DUE-DTE IS LESS THAN WS-TODAY-DATE-N                   zbnkdsar
052800        MOVE 4 TO RETURN-CODE                                     zbnkdsar
052900     END-IF.                                                      zbnkdsar
053000     PERFORM RUN-CONTROL-END.                                     zbnkdsar
053100     GOBACK.                                                      zbnkdsar
053200                                                                  zbnkdsar
053300******************************************************************zbnkdsar
053400* GET-RUN-DATE                                                   *zbnkdsar
053500* Obtains today's date, in both numeric and display form, and    *zbnkdsar
053600* the current time.                                              *zbnkdsar
053700******************************************************************zbnkdsar
053800 GET-RUN-DATE.                                                    zbnkdsar
053900     ACCEPT WS-TODAY-DATE-N FROM DATE YYYYMMDD.                   zbnkdsar
054000     MOVE SPACES TO DD-INPUT-TYPE.                                zbnkdsar
054100     SET DDI-ISO TO TRUE.                                         zbnkdsar
054200     MOVE SPACES TO DDI-DATA.                                     zbnkdsar
054300     STRING WS-TODAY-CCYY DELIMITED BY SIZE                       zbnkdsar
054400            '-'           DELIMITED BY SIZE                       zbnkdsar
054500            WS-TODAY-MM   DELIMITED BY SIZE                       zbnkdsar
054600            '-'           DELIMITED BY SIZE                       zbnkdsar
054700            WS-TODAY-DD   DELIMITED BY SIZE                       zbnkdsar
054800       INTO DDI-DATA.                                             zbnkdsar
054900     MOVE SPACES TO DD-OUTPUT-TYPE.                               zbnkdsar
055000     SET DDO-DD-MMM-YYYY TO TRUE.                                 zbnkdsar
055100     SET DD-ENV-NULL TO TRUE.                                     zbnkdsar
055200     CALL 'UDATECNV' USING WS-DATE-WORK-AREA.                     zbnkdsar
055300     MOVE DDO-DATA TO WS-RUN-DATE-DISPLAY.                        zbnkdsar
055400     ACCEPT WS-RUN-TIME-8 FROM TIME.                              zbnkdsar
055500     MOVE WS-RUN-TIME-8(1:6) TO WS-RUN-TIME.                      zbnkdsar
055600 GET-RUN-DATE-EXIT.                                               zbnkdsar
055700     EXIT.                                                        zbnkdsar
055800                                                                  zbnkdsar
055900******************************************************************zbnkdsar
056000* GET-DSAR-PARM                                                  *zbnkdsar
056100* Takes the PID, received date and reference from the EXEC PARM  *zbnkdsar
056200* and works out the statutory due date. A missing PID, or a      *zbnkdsar
056300* received date that is not a date or is in the future, ends the *zbnkdsar
056400* run with return code 8 before anything is written.             *zbnkdsar
056500******************************************************************zbnkdsar
056600 GET-DSAR-PARM.                                                   zbnkdsar
056700     MOVE SPACES TO WS-DSAR-PARM.                                 zbnkdsar
056800     IF LK-EXEC-PARM-LL IS GREATER THAN ZERO                      zbnkdsar
056900        IF LK-EXEC-PARM-LL IS GREATER THAN 32                     zbnkdsar
057000           MOVE LK-EXEC-PARM-DATA TO WS-DSAR-PARM                 zbnkdsar
057100        ELSE                                                      zbnkdsar
057200           MOVE LK-EXEC-PARM-DATA (1:LK-EXEC-PARM-LL)             zbnkdsar
057300             TO WS-DSAR-PARM                                      zbnkdsar
057400        END-IF                                                    zbnkdsar
057500     END-IF.                                                      zbnkdsar
057600     IF WS-PARM-PID IS EQUAL TO SPACES                            zbnkdsar
057700        MOVE 'Parm needs the customer PID' TO WS-CONSOLE-MESSAGE  zbnkdsar
057800        GO TO GET-DSAR-PARM-FAILED                                zbnkdsar
057900     END-IF.                                                      zbnkdsar
058000     IF WS-PARM-RECEIVED-X IS EQUAL TO SPACES                     zbnkdsar
058100        MOVE WS-TODAY-DATE-N TO WS-PARM-RECEIVED-N                zbnkdsar
058200     END-IF.                                                      zbnkdsar
058300     IF WS-PARM-RECEIVED-X IS NOT NUMERIC OR                      zbnkdsar
058400        WS-PARM-RECEIVED-X (5:2) IS LESS THAN '01' OR             zbnkdsar
058500        WS-PARM-RECEIVED-X (5:2) IS GREATER THAN '12' OR          zbnkdsar
058600        WS-PARM-RECEIVED-X (7:2) IS LESS THAN '01' OR             zbnkdsar
058700        WS-PARM-RECEIVED-X (7:2) IS GREATER THAN '31' OR          zbnkdsar
058800        WS-PARM-RECEIVED-N IS GREATER THAN WS-TODAY-DATE-N        zbnkdsar
058900        MOVE 'Parm received date must be CCYYMMDD'                zbnkdsar
059000          TO WS-CONSOLE-MESSAGE                                   zbnkdsar
059100        GO TO GET-DSAR-PARM-FAILED                                zbnkdsar
059200     END-IF.                                                      zbnkdsar
059300     MOVE WS-PARM-RECEIVED-N TO WS-RECEIVED-DTE.                  zbnkdsar
059400     COMPUTE WS-DUE-DTE = FUNCTION DATE-OF-INTEGER                zbnkdsar
059500         (FUNCTION INTEGER-OF-DATE (WS-RECEIVED-DTE)              zbnkdsar
059600          + WS-STATUTORY-DAYS).                                   zbnkdsar
059700     GO TO GET-DSAR-PARM-EXIT.                                    zbnkdsar
059800 GET-DSAR-PARM-FAILED.                                            zbnkdsar
059900     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkdsar
060000     MOVE 8 TO RETURN-CODE.                                       zbnkdsar
060100     PERFORM RUN-CONTROL-END.                                     zbnkdsar
060200     GOBACK.                                                      zbnkdsar
060300 GET-DSAR-PARM-EXIT.                                              zbnkdsar
060400     EXIT.                                                        zbnkdsar
060500                                                                  zbnkdsar
060600******************************************************************zbnkdsar
060700* PRINT-CUSTOMER                                                 *zbnkdsar
060800* The customer record, one field to a line.                      *zbnkdsar
060900******************************************************************zbnkdsar
061000 PRINT-CUSTOMER.                                                  zbnkdsar
061100     ADD 1 TO WS-FILE-COUNT (1).                                  zbnkdsar
061200     MOVE 'Customer record' TO WS-SECTION-TITLE.                  zbnkdsar
061300     PERFORM WRITE-SECTION-HEADING.                               zbnkdsar
061400     MOVE 'Person id' TO WS-FLD-LABEL.                            zbnkdsar
061500     MOVE BCS-REC-PID TO WS-FLD-VALUE.                            zbnkdsar
061600     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
061700     MOVE 'Name' TO WS-FLD-LABEL.                                 zbnkdsar
061800     MOVE BCS-REC-NAME TO WS-FLD-VALUE.                           zbnkdsar
061900     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
062000     MOVE 'Address' TO WS-FLD-LABEL.                              zbnkdsar
062100     MOVE BCS-REC-ADDR1 TO WS-FLD-VALUE.                          zbnkdsar
062200     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
062300     MOVE BCS-REC-ADDR2 TO WS-FLD-VALUE.                          zbnkdsar
062400     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
062500     MOVE SPACES TO WS-FLD-VALUE.                                 zbnkdsar
062600     STRING BCS-REC-STATE DELIMITED BY SIZE                       zbnkdsar
062700            ' ' DELIMITED BY SIZE                                 zbnkdsar
062800            BCS-REC-CNTRY DELIMITED BY SIZE                       zbnkdsar
062900            ' ' DELIMITED BY SIZE                                 zbnkdsar
063000            BCS-REC-PSTCDE DELIMITED BY SIZE                      zbnkdsar
063100       INTO WS-FLD-VALUE.                                         zbnkdsar
063200     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
063300     MOVE 'Telephone' TO WS-FLD-LABEL.                            zbnkdsar
063400     MOVE BCS-REC-TELNO TO WS-FLD-VALUE.                          zbnkdsar
063500     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
063600     MOVE 'Email' TO WS-FLD-LABEL.                                zbnkdsar
063700     MOVE BCS-REC-EMAIL TO WS-FLD-VALUE.                          zbnkdsar
063800     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
063900     MOVE 'Language' TO WS-FLD-LABEL.                             zbnkdsar
064000     MOVE BCS-REC-LANG TO WS-FLD-VALUE.                           zbnkdsar
064100     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
064200     MOVE 'Statements by mail / email' TO WS-FLD-LABEL.           zbnkdsar
064300     MOVE SPACES TO WS-FLD-VALUE.                                 zbnkdsar
064400     STRING BCS-REC-SEND-MAIL DELIMITED BY SIZE                   zbnkdsar
064500            ' / ' DELIMITED BY SIZE                               zbnkdsar
064600            BCS-REC-SEND-EMAIL DELIMITED BY SIZE                  zbnkdsar
064700       INTO WS-FLD-VALUE.                                         zbnkdsar
064800     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
064900     MOVE 'Undeliverable mail / email' TO WS-FLD-LABEL.           zbnkdsar
065000     MOVE SPACES TO WS-FLD-VALUE.                                 zbnkdsar
065100     STRING BCS-REC-MAIL-UNDELIV DELIMITED BY SIZE                zbnkdsar
065200            ' / ' DELIMITED BY SIZE                               zbnkdsar
065300            BCS-REC-EMAIL-UNDELIV DELIMITED BY SIZE               zbnkdsar
065400       INTO WS-FLD-VALUE.                                         zbnkdsar
065500     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
065600     MOVE 'Alerts low balance / large' TO WS-FLD-LABEL.           zbnkdsar
065700     MOVE SPACES TO WS-FLD-VALUE.                                 zbnkdsar
065800     STRING BCS-REC-NOTIFY-LOW-BAL DELIMITED BY SIZE              zbnkdsar
065900            ' / ' DELIMITED BY SIZE                               zbnkdsar
066000            BCS-REC-NOTIFY-LARGE-TXN DELIMITED BY SIZE            zbnkdsar
066100       INTO WS-FLD-VALUE.                                         zbnkdsar
066200     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
066300     MOVE 'Home branch' TO WS-FLD-LABEL.                          zbnkdsar
066400     MOVE BCS-REC-BRANCH TO WS-FLD-VALUE.                         zbnkdsar
066500     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
066600     MOVE 'Fee exemption' TO WS-FLD-LABEL.                        zbnkdsar
066700     MOVE BCS-REC-FEE-EXEMPT TO WS-FLD-VALUE.                     zbnkdsar
066800     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
066900     MOVE 'Date of birth' TO WS-FLD-LABEL.                        zbnkdsar
067000     MOVE BCS-REC-DOB TO WS-FLD-VALUE.                            zbnkdsar
067100     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
067200     MOVE 'Minor / guardian' TO WS-FLD-LABEL.                     zbnkdsar
067300     MOVE SPACES TO WS-FLD-VALUE.                                 zbnkdsar
067400     STRING BCS-REC-MINOR DELIMITED BY SIZE                       zbnkdsar
067500            ' / ' DELIMITED BY SIZE                               zbnkdsar
067600            BCS-REC-GUARDIAN-PID DELIMITED BY SIZE                zbnkdsar
067700       INTO WS-FLD-VALUE.                                         zbnkdsar
067800     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
067900     MOVE 'KYC review / risk / restrict' TO WS-FLD-LABEL.         zbnkdsar
068000     MOVE SPACES TO WS-FLD-VALUE.                                 zbnkdsar
068100     STRING BCS-REC-KYC-REVIEW-DTE DELIMITED BY SIZE              zbnkdsar
068200            ' / ' DELIMITED BY SIZE                               zbnkdsar
068300            BCS-REC-KYC-RISK DELIMITED BY SIZE                    zbnkdsar
068400            ' / ' DELIMITED BY SIZE                               zbnkdsar
068500            BCS-REC-KYC-RESTRICT DELIMITED BY SIZE                zbnkdsar
068600       INTO WS-FLD-VALUE.                                         zbnkdsar
068700     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
068800     MOVE 'Deceased / date' TO WS-FLD-LABEL.                      zbnkdsar
068900     MOVE SPACES TO WS-FLD-VALUE.                                 zbnkdsar
069000     STRING BCS-REC-DECEASED DELIMITED BY SIZE                    zbnkdsar
069100            ' / ' DELIMITED BY SIZE                               zbnkdsar
069200            BCS-REC-DECEASED-DTE DELIMITED BY SIZE                zbnkdsar
069300       INTO WS-FLD-VALUE.                                         zbnkdsar
069400     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
069500     MOVE 'Marketing post/email/SMS/tel' TO WS-FLD-LABEL.         zbnkdsar
069600     MOVE SPACES TO WS-FLD-VALUE.                                 zbnkdsar
069700     STRING BCS-REC-MKT-POST DELIMITED BY SIZE                    zbnkdsar
069800            ' / ' DELIMITED BY SIZE                               zbnkdsar
069900            BCS-REC-MKT-EMAIL DELIMITED BY SIZE                   zbnkdsar
070000            ' / ' DELIMITED BY SIZE                               zbnkdsar
070100            BCS-REC-MKT-SMS DELIMITED BY SIZE                     zbnkdsar
070200            ' / ' DELIMITED BY SIZE                               zbnkdsar
070300            BCS-REC-MKT-PHONE DELIMITED BY SIZE                   zbnkdsar
070400            '  captured ' DELIMITED BY SIZE                       zbnkdsar
070500            BCS-REC-MKT-CONSENT-DTE DELIMITED BY SIZE             zbnkdsar
070600            ' via ' DELIMITED BY SIZE                             zbnkdsar
070700            BCS-REC-MKT-CONSENT-CHNL DELIMITED BY SIZE            zbnkdsar
070800       INTO WS-FLD-VALUE.                                         zbnkdsar
070900     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
071000                                                                  zbnkdsar
071100******************************************************************zbnkdsar
071200* SEARCH-ADDRESS-HISTORY                                         *zbnkdsar
071300* Every address or paperless-preference change recorded for the  *zbnkdsar
071400* customer, with the address before and after.                   *zbnkdsar
071500******************************************************************zbnkdsar
071600 SEARCH-ADDRESS-HISTORY.                                          zbnkdsar
071700     MOVE 'Address change history' TO WS-SECTION-TITLE.           zbnkdsar
071800     PERFORM WRITE-SECTION-HEADING.                               zbnkdsar
071900     MOVE WS-PARM-PID TO AH-REC-CONTACT-ID.                       zbnkdsar
072000     MOVE ZERO TO AH-REC-TASKN.                                   zbnkdsar
072100     START ADRH-FILE KEY IS NOT LESS THAN AH-REC-KEY.             zbnkdsar
072200     IF WS-ADRH-STATUS NOT = '00'                                 zbnkdsar
072300        GO TO SEARCH-ADDRESS-HISTORY-EXIT                         zbnkdsar
072400     END-IF.                                                      zbnkdsar
072500     MOVE 'NO ' TO WS-END-OF-ADRH.                                zbnkdsar
072600     PERFORM ADRH-GET.                                            zbnkdsar
072700     PERFORM PRINT-ONE-ADDRESS-CHANGE                             zbnkdsar
072800         THRU PRINT-ONE-ADDRESS-CHANGE-EXIT                       zbnkdsar
072900             UNTIL WS-END-OF-ADRH = 'YES'.                        zbnkdsar
073000 SEARCH-ADDRESS-HISTORY-EXIT.                                     zbnkdsar
073100     EXIT.                                                        zbnkdsar
073200                                                                  zbnkdsar
073300 PRINT-ONE-ADDRESS-CHANGE.                                        zbnkdsar
073400     IF AH-REC-CONTACT-ID IS NOT EQUAL TO WS-PARM-PID             zbnkdsar
073500        MOVE 'YES' TO WS-END-OF-ADRH                              zbnkdsar
073600        GO TO PRINT-ONE-ADDRESS-CHANGE-EXIT                       zbnkdsar
073700     END-IF.                                                      zbnkdsar
073800     ADD 1 TO WS-FILE-COUNT (2).                                  zbnkdsar
073900     MOVE SPACES TO WS-REPORT-LINE.                               zbnkdsar
074000     STRING '    Change ' DELIMITED BY SIZE                       zbnkdsar
074100            AH-REC-TASKN DELIMITED BY SIZE                        zbnkdsar
074200            '  type ' DELIMITED BY SIZE                           zbnkdsar
074300            AH-REC-CHANGE-TYPE DELIMITED BY SIZE                  zbnkdsar
074400            '  requested ' DELIMITED BY SIZE                      zbnkdsar
074500            AH-REC-REQUEST-DTE DELIMITED BY SIZE                  zbnkdsar
074600            '  effective ' DELIMITED BY SIZE                      zbnkdsar
074700            AH-REC-EFF-DTE DELIMITED BY SIZE                      zbnkdsar
074800            '  status ' DELIMITED BY SIZE                         zbnkdsar
074900            AH-REC-STATUS DELIMITED BY SIZE                       zbnkdsar
075000       INTO WS-REPORT-LINE.                                       zbnkdsar
075100     PERFORM WRITE-REPORT-LINE.                                   zbnkdsar
075200     MOVE SPACES TO WS-REPORT-LINE.                               zbnkdsar
075300     STRING '      From ' DELIMITED BY SIZE                       zbnkdsar
075400            AH-REC-OLD-ADDR1 DELIMITED BY SIZE                    zbnkdsar
075500            ' ' DELIMITED BY SIZE                                 zbnkdsar
075600            AH-REC-OLD-ADDR2 DELIMITED BY SIZE                    zbnkdsar
075700            ' ' DELIMITED BY SIZE                                 zbnkdsar
075800            AH-REC-OLD-STATE DELIMITED BY SIZE                    zbnkdsar
075900            ' ' DELIMITED BY SIZE                                 zbnkdsar
076000            AH-REC-OLD-CNTRY DELIMITED BY SIZE                    zbnkdsar
076100            ' ' DELIMITED BY SIZE                                 zbnkdsar
076200            AH-REC-OLD-PSTCDE DELIMITED BY SIZE                   zbnkdsar
076300            '  mail/email ' DELIMITED BY SIZE                     zbnkdsar
076400            AH-REC-OLD-SEND-MAIL DELIMITED BY SIZE                zbnkdsar
076500            '/' DELIMITED BY SIZE                                 zbnkdsar
076600            AH-REC-OLD-SEND-EMAIL DELIMITED BY SIZE               zbnkdsar
076700       INTO WS-REPORT-LINE.                                       zbnkdsar
076800     PERFORM WRITE-REPORT-LINE.                                   zbnkdsar
076900     MOVE SPACES TO WS-REPORT-LINE.                               zbnkdsar
077000     STRING '      To   ' DELIMITED BY SIZE                       zbnkdsar
077100            AH-REC-NEW-ADDR1 DELIMITED BY SIZE                    zbnkdsar
077200            ' ' DELIMITED BY SIZE                                 zbnkdsar
077300            AH-REC-NEW-ADDR2 DELIMITED BY SIZE                    zbnkdsar
077400            ' ' DELIMITED BY SIZE                                 zbnkdsar
077500            AH-REC-NEW-STATE DELIMITED BY SIZE                    zbnkdsar
077600            ' ' DELIMITED BY SIZE                                 zbnkdsar
077700            AH-REC-NEW-CNTRY DELIMITED BY SIZE                    zbnkdsar
077800            ' ' DELIMITED BY SIZE                                 zbnkdsar
077900            AH-REC-NEW-PSTCDE DELIMITED BY SIZE                   zbnkdsar
078000            '  mail/email ' DELIMITED BY SIZE                     zbnkdsar
078100            AH-REC-NEW-SEND-MAIL DELIMITED BY SIZE                zbnkdsar
078200            '/' DELIMITED BY SIZE                                 zbnkdsar
078300            AH-REC-NEW-SEND-EMAIL DELIMITED BY SIZE               zbnkdsar
078400       INTO WS-REPORT-LINE.                                       zbnkdsar
078500     PERFORM WRITE-REPORT-LINE.                                   zbnkdsar
078600     PERFORM ADRH-GET.                                            zbnkdsar
078700 PRINT-ONE-ADDRESS-CHANGE-EXIT.                                   zbnkdsar
078800     EXIT.                                                        zbnkdsar
078900                                                                  zbnkdsar
079000******************************************************************zbnkdsar
079100* CHECK-ONE-JOINT-HOLDING                                        *zbnkdsar
079200* A joint holding in the customer's own name is printed and its  *zbnkdsar
079300* account remembered. The other holders of the customer's        *zbnkdsar
079400* accounts are third parties and are not reported.               *zbnkdsar
079500******************************************************************zbnkdsar
079600 CHECK-ONE-JOINT-HOLDING.                                         zbnkdsar
079700     IF JO-REC-PID IS NOT EQUAL TO WS-PARM-PID                    zbnkdsar
079800        GO TO CHECK-ONE-JOINT-HOLDING-NEXT                        zbnkdsar
079900     END-IF.                                                      zbnkdsar
080000     ADD 1 TO WS-FILE-COUNT (3).                                  zbnkdsar
080100     MOVE JO-REC-ACCNO TO WS-MATCH-ACCNO.                         zbnkdsar
080200     PERFORM FIND-HELD-ACCOUNT.                                   zbnkdsar
080300     IF WS-MATCH-FOUND = 'N'                                      zbnkdsar
080400        PERFORM ADD-HELD-ACCOUNT                                  zbnkdsar
080500     END-IF.                                                      zbnkdsar
080600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkdsar
080700     STRING '    Account ' DELIMITED BY SIZE                      zbnkdsar
080800            JO-REC-ACCNO DELIMITED BY SIZE                        zbnkdsar
080900            '  added ' DELIMITED BY SIZE                          zbnkdsar
081000            JO-REC-ADDED-DTE DELIMITED BY SIZE                    zbnkdsar
081100            '  status ' DELIMITED BY SIZE                         zbnkdsar
081200            JO-REC-STATUS DELIMITED BY SIZE                       zbnkdsar
081300            '  authority ' DELIMITED BY SIZE                      zbnkdsar
081400            JO-REC-AUTHORITY DELIMITED BY SIZE                    zbnkdsar
081500       INTO WS-REPORT-LINE.                                       zbnkdsar
081600     PERFORM WRITE-REPORT-LINE.                                   zbnkdsar
081700 CHECK-ONE-JOINT-HOLDING-NEXT.                                    zbnkdsar
081800     PERFORM JOWN-GET.                                            zbnkdsar
081900 CHECK-ONE-JOINT-HOLDING-EXIT.                                    zbnkdsar
082000     EXIT.                                                        zbnkdsar
082100                                                                  zbnkdsar
082200******************************************************************zbnkdsar
082300* CHECK-ONE-ACCOUNT                                              *zbnkdsar
082400* An account the customer owns, or one held jointly, is printed; *zbnkdsar
082500* owned accounts are remembered for the searches that follow.    *zbnkdsar
082600******************************************************************zbnkdsar
082700 CHECK-ONE-ACCOUNT.                                               zbnkdsar
082800     ADD 1 TO WS-ACCOUNTS-READ.                                   zbnkdsar
082900     MOVE BAC-REC-ACCNO TO WS-MATCH-ACCNO.                        zbnkdsar
083000     PERFORM FIND-HELD-ACCOUNT.                                   zbnkdsar
083100     IF BAC-REC-PID IS EQUAL TO WS-PARM-PID                       zbnkdsar
083200        IF WS-MATCH-FOUND = 'N'                                   zbnkdsar
083300           PERFORM ADD-HELD-ACCOUNT                               zbnkdsar
083400           IF WS-MATCH-FOUND = 'Y'                                zbnkdsar
083500              MOVE 'O' TO WS-HELD-ROLE (HELD-IDX)                 zbnkdsar
083600           END-IF                                                 zbnkdsar
083700        END-IF                                                    zbnkdsar
083800     ELSE                                                         zbnkdsar
083900        IF WS-MATCH-FOUND = 'N'                                   zbnkdsar
084000           GO TO CHECK-ONE-ACCOUNT-NEXT                           zbnkdsar
084100        END-IF                                                    zbnkdsar
084200     END-IF.                                                      zbnkdsar
084300     ADD 1 TO WS-FILE-COUNT (4).                                  zbnkdsar
084400     MOVE BAC-REC-BALANCE TO WS-EDIT-AMOUNT.                      zbnkdsar
084500     MOVE BAC-REC-OVERDRAFT-LIMIT TO WS-EDIT-AMOUNT-2.            zbnkdsar
084600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkdsar
084700     STRING '    Account ' DELIMITED BY SIZE                      zbnkdsar
084800            BAC-REC-ACCNO DELIMITED BY SIZE                       zbnkdsar
084900            '  type ' DELIMITED BY SIZE                           zbnkdsar
085000            BAC-REC-TYPE DELIMITED BY SIZE                        zbnkdsar
085100            '  status ' DELIMITED BY SIZE                         zbnkdsar
085200            BAC-REC-STATUS DELIMITED BY SIZE                      zbnkdsar
085300            '  ' DELIMITED BY SIZE                                zbnkdsar
085400            BAC-REC-CURRENCY DELIMITED BY SIZE                    zbnkdsar
085500            '  branch ' DELIMITED BY SIZE                         zbnkdsar
085600            BAC-REC-BRANCH DELIMITED BY SIZE                      zbnkdsar
085700            '  balance ' DELIMITED BY SIZE                        zbnkdsar
085800            WS-EDIT-AMOUNT DELIMITED BY SIZE                      zbnkdsar
085900            '  overdraft limit ' DELIMITED BY SIZE                zbnkdsar
086000            WS-EDIT-AMOUNT-2 DELIMITED BY SIZE                    zbnkdsar
086100       INTO WS-REPORT-LINE.                                       zbnkdsar
086200     IF BAC-REC-PID IS NOT EQUAL TO WS-PARM-PID                   zbnkdsar
086300        MOVE '(joint)' TO WS-REPORT-LINE (112:7)                  zbnkdsar
086400     END-IF.                                                      zbnkdsar
086500     PERFORM WRITE-REPORT-LINE.                                   zbnkdsar
086600 CHECK-ONE-ACCOUNT-NEXT.                                          zbnkdsar
086700     PERFORM ACCOUNT-GET.                                         zbnkdsar
086800 CHECK-ONE-ACCOUNT-EXIT.                                          zbnkdsar
086900     EXIT.                                                        zbnkdsar
087000                                                                  zbnkdsar
087100******************************************************************zbnkdsar
087200* FIND-HELD-ACCOUNT / ADD-HELD-ACCOUNT                           *zbnkdsar
087300* Looks WS-MATCH-ACCNO up among the customer's accounts, setting *zbnkdsar
087400* WS-MATCH-FOUND and HELD-IDX; the add appends it as a joint     *zbnkdsar
087500* holding, which the caller changes for an owned account. More   *zbnkdsar
087600* than 200 accounts is reported and ends the run with return     *zbnkdsar
087700* code 4.                                                        *zbnkdsar
087800******************************************************************zbnkdsar
087900 FIND-HELD-ACCOUNT.                                               zbnkdsar
088000     MOVE 'N' TO WS-MATCH-FOUND.                                  zbnkdsar
088100     SET HELD-IDX TO 1.                                           zbnkdsar
088200     SEARCH WS-HELD-ENTRY                                         zbnkdsar
088300       AT END                                                     zbnkdsar
088400         CONTINUE                                                 zbnkdsar
088500       WHEN HELD-IDX IS GREATER THAN WS-HELD-COUNT                zbnkdsar
088600         CONTINUE                                                 zbnkdsar
088700       WHEN WS-HELD-ACCNO (HELD-IDX) IS EQUAL TO WS-MATCH-ACCNO   zbnkdsar
088800         MOVE 'Y' TO WS-MATCH-FOUND                               zbnkdsar
088900     END-SEARCH.                                                  zbnkdsar
089000                                                                  zbnkdsar
089100 ADD-HELD-ACCOUNT.                                                zbnkdsar
089200     IF WS-HELD-COUNT IS LESS THAN 200                            zbnkdsar
089300        ADD 1 TO WS-HELD-COUNT                                    zbnkdsar
089400        SET HELD-IDX TO WS-HELD-COUNT                             zbnkdsar
089500        MOVE WS-MATCH-ACCNO TO WS-HELD-ACCNO (HELD-IDX)           zbnkdsar
089600        MOVE 'J' TO WS-HELD-ROLE (HELD-IDX)                       zbnkdsar
089700        MOVE 'Y' TO WS-MATCH-FOUND                                zbnkdsar
089800     ELSE                                                         zbnkdsar
089900        MOVE 'Y' TO WS-TABLE-OVERFLOWED                           zbnkdsar
090000     END-IF.                                                      zbnkdsar
090100                                                                  zbnkdsar
090200******************************************************************zbnkdsar
090300* SEARCH-ACCOUNT-POSTINGS                                        *zbnkdsar
090400* The postings on one of the customer's accounts - the live file *zbnkdsar
090500* first, then the archive, each read from the account's first    *zbnkdsar
090600* key onwards.                                                   *zbnkdsar
090700******************************************************************zbnkdsar
090800 SEARCH-ACCOUNT-POSTINGS.                                         zbnkdsar
090900     MOVE LOW-VALUES TO BTX-REC-KEY.                              zbnkdsar
091000     MOVE WS-HELD-ACCNO (WS-HELD-SUB) TO BTX-REC-ACCNO.           zbnkdsar
091100     MOVE 'NO ' TO WS-END-OF-TXN.                                 zbnkdsar
091200     START TXN-FILE KEY IS NOT LESS THAN BTX-REC-KEY.             zbnkdsar
091300     IF WS-TXN-STATUS NOT = '00'                                  zbnkdsar
091400        MOVE 'YES' TO WS-END-OF-TXN                               zbnkdsar
091500     END-IF.                                                      zbnkdsar
091600     MOVE 'Live' TO WS-TXN-SOURCE.                                zbnkdsar
091700     PERFORM PRINT-ONE-LIVE-POSTING                               zbnkdsar
091800         THRU PRINT-ONE-LIVE-POSTING-EXIT                         zbnkdsar
091900             UNTIL WS-END-OF-TXN = 'YES'.                         zbnkdsar
092000     MOVE LOW-VALUES TO HIST-REC-KEY.                             zbnkdsar
092100     MOVE WS-HELD-ACCNO (WS-HELD-SUB) TO HIST-REC-ACCNO.          zbnkdsar
092200     MOVE 'NO ' TO WS-END-OF-HIST.                                zbnkdsar
092300     START HIST-FILE KEY IS NOT LESS THAN HIST-REC-KEY.           zbnkdsar
092400     IF WS-HIST-STATUS NOT = '00'                                 zbnkdsar
092500        MOVE 'YES' TO WS-END-OF-HIST                              zbnkdsar
092600     END-IF.                                                      zbnkdsar
092700     MOVE 'Archive' TO WS-TXN-SOURCE.                             zbnkdsar
092800     PERFORM PRINT-ONE-ARCHIVED-POSTING                           zbnkdsar
092900         THRU PRINT-ONE-ARCHIVED-POSTING-EXIT                     zbnkdsar
093000             UNTIL WS-END-OF-HIST = 'YES'.                        zbnkdsar
093100 SEARCH-ACCOUNT-POSTINGS-EXIT.                                    zbnkdsar
093200     EXIT.                                                        zbnkdsar
093300                                                                  zbnkdsar
093400 PRINT-ONE-LIVE-POSTING.                                          zbnkdsar
093500     READ TXN-FILE NEXT RECORD.                                   zbnkdsar
093600     IF WS-TXN-STATUS NOT = '00'                                  zbnkdsar
093700        MOVE 'YES' TO WS-END-OF-TXN                               zbnkdsar
093800        GO TO PRINT-ONE-LIVE-POSTING-EXIT                         zbnkdsar
093900     END-IF.                                                      zbnkdsar
094000     IF BTX-REC-ACCNO IS NOT EQUAL TO WS-HELD-ACCNO (WS-HELD-SUB) zbnkdsar
094100        MOVE 'YES' TO WS-END-OF-TXN                               zbnkdsar
094200        GO TO PRINT-ONE-LIVE-POSTING-EXIT                         zbnkdsar
094300     END-IF.                                                      zbnkdsar
094400     ADD 1 TO WS-FILE-COUNT (5).                                  zbnkdsar
094500     PERFORM WRITE-POSTING-LINE.                                  zbnkdsar
094600 PRINT-ONE-LIVE-POSTING-EXIT.                                     zbnkdsar
094700     EXIT.                                                        zbnkdsar
094800                                                                  zbnkdsar
094900 PRINT-ONE-ARCHIVED-POSTING.                                      zbnkdsar
095000     READ HIST-FILE NEXT RECORD.                                  zbnkdsar
095100     IF WS-HIST-STATUS NOT = '00'                                 zbnkdsar
095200        MOVE 'YES' TO WS-END-OF-HIST                              zbnkdsar
095300        GO TO PRINT-ONE-ARCHIVED-POSTING-EXIT                     zbnkdsar
095400     END-IF.                                                      zbnkdsar
095500     IF HIST-REC-ACCNO IS NOT EQUAL TO WS-HELD-ACCNO (WS-HELD-SUB)zbnkdsar
095600        MOVE 'YES' TO WS-END-OF-HIST                              zbnkdsar
095700        GO TO PRINT-ONE-ARCHIVED-POSTING-EXIT                     zbnkdsar
095800     END-IF.                                                      zbnkdsar
095900     ADD 1 TO WS-FILE-COUNT (6).                                  zbnkdsar
096000     MOVE HIST-FILE-REC TO TXN-FILE-REC.                          zbnkdsar
096100     PERFORM WRITE-POSTING-LINE.                                  zbnkdsar
096200 PRINT-ONE-ARCHIVED-POSTING-EXIT.                                 zbnkdsar
096300     EXIT.                                                        zbnkdsar
096400                                                                  zbnkdsar
096500 WRITE-POSTING-LINE.                                              zbnkdsar
096600     MOVE BTX-REC-AMOUNT TO WS-EDIT-AMOUNT.                       zbnkdsar
096700     MOVE BTX-REC-BALANCE TO WS-EDIT-AMOUNT-2.                    zbnkdsar
096800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkdsar
096900     STRING '    ' DELIMITED BY SIZE                              zbnkdsar
097000            WS-TXN-SOURCE DELIMITED BY SIZE                       zbnkdsar
097100            ' ' DELIMITED BY SIZE                                 zbnkdsar
097200            BTX-REC-ACCNO DELIMITED BY SIZE                       zbnkdsar
097300            ' ' DELIMITED BY SIZE                                 zbnkdsar
097400            BTX-REC-DATE DELIMITED BY SIZE                        zbnkdsar
097500            ' ' DELIMITED BY SIZE                                 zbnkdsar
097600            BTX-REC-TIME DELIMITED BY SIZE                        zbnkdsar
097700            ' ' DELIMITED BY SIZE                                 zbnkdsar
097800            BTX-REC-TYPE DELIMITED BY SIZE                        zbnkdsar
097900            ' ' DELIMITED BY SIZE                                 zbnkdsar
098000            WS-EDIT-AMOUNT DELIMITED BY SIZE                      zbnkdsar
098100            ' ' DELIMITED BY SIZE                                 zbnkdsar
098200            WS-EDIT-AMOUNT-2 DELIMITED BY SIZE                    zbnkdsar
098300            ' ' DELIMITED BY SIZE                                 zbnkdsar
098400            BTX-REC-DESC DELIMITED BY SIZE                        zbnkdsar
098500            ' ' DELIMITED BY SIZE                                 zbnkdsar
098600            BTX-REC-REVERSED DELIMITED BY SIZE                    zbnkdsar
098700       INTO WS-REPORT-LINE.                                       zbnkdsar
098800     PERFORM WRITE-REPORT-LINE.                                   zbnkdsar
098900                                                                  zbnkdsar
099000******************************************************************zbnkdsar
099100* SEARCH-LOAN-APPLICATIONS / SEARCH-LOANS                        *zbnkdsar
099200* Loan applications and booked loans are keyed by the customer's *zbnkdsar
099300* PID, so each is read from the customer's first key onwards.    *zbnkdsar
099400******************************************************************zbnkdsar
099500 SEARCH-LOAN-APPLICATIONS.                                        zbnkdsar
099600     MOVE 'Loan applications' TO WS-SECTION-TITLE.                zbnkdsar
099700     PERFORM WRITE-SECTION-HEADING.                               zbnkdsar
099800     MOVE WS-PARM-PID TO LN-REC-CONTACT-ID.                       zbnkdsar
099900     MOVE ZERO TO LN-REC-TASKN.                                   zbnkdsar
100000     START LOAN-FILE KEY IS NOT LESS THAN LN-REC-KEY.             zbnkdsar
100100     IF WS-LOAN-STATUS NOT = '00'                                 zbnkdsar
100200        GO TO SEARCH-LOAN-APPLICATIONS-EXIT                       zbnkdsar
100300     END-IF.                                                      zbnkdsar
100400     MOVE 'NO ' TO WS-END-OF-LOAN.                                zbnkdsar
100500     PERFORM LOAN-GET.                                            zbnkdsar
100600     PERFORM PRINT-ONE-APPLICATION                                zbnkdsar
100700         THRU PRINT-ONE-APPLICATION-EXIT                          zbnkdsar
100800             UNTIL WS-END-OF-LOAN = 'YES'.                        zbnkdsar
100900 SEARCH-LOAN-APPLICATIONS-EXIT.                                   zbnkdsar
101000     EXIT.                                                        zbnkdsar
101100                                                                  zbnkdsar
101200 PRINT-ONE-APPLICATION.                                           zbnkdsar
101300     IF LN-REC-CONTACT-ID IS NOT EQUAL TO WS-PARM-PID             zbnkdsar
101400        MOVE 'YES' TO WS-END-OF-LOAN                              zbnkdsar
101500        GO TO PRINT-ONE-APPLICATION-EXIT                          zbnkdsar
101600     END-IF.                                                      zbnkdsar
101700     ADD 1 TO WS-FILE-COUNT (7).                                  zbnkdsar
101800     MOVE LN-REC-PRINCIPAL TO WS-EDIT-AMOUNT.                     zbnkdsar
101900     MOVE LN-REC-PAYMENT TO WS-EDIT-AMOUNT-2.                     zbnkdsar
102000     MOVE LN-REC-RATE TO WS-EDIT-RATE.                            zbnkdsar
102100     MOVE SPACES TO WS-REPORT-LINE.                               zbnkdsar
102200     STRING '    Appl ' DELIMITED BY SIZE                         zbnkdsar
102300            LN-REC-TASKN DELIMITED BY SIZE                        zbnkdsar
102400            '  ' DELIMITED BY SIZE                                zbnkdsar
102500            LN-REC-DATE DELIMITED BY SIZE                         zbnkdsar
102600            '  principal ' DELIMITED BY SIZE                      zbnkdsar
102700            WS-EDIT-AMOUNT DELIMITED BY SIZE                      zbnkdsar
102800            '  rate ' DELIMITED BY SIZE                           zbnkdsar
102900            WS-EDIT-RATE DELIMITED BY SIZE                        zbnkdsar
103000            '  months ' DELIMITED BY SIZE                         zbnkdsar
103100            LN-REC-TERM-MONTHS DELIMITED BY SIZE                  zbnkdsar
103200            '  payment ' DELIMITED BY SIZE                        zbnkdsar
103300            WS-EDIT-AMOUNT-2 DELIMITED BY SIZE                    zbnkdsar
103400            '  status ' DELIMITED BY SIZE                         zbnkdsar
103500            LN-REC-STATUS DELIMITED BY SIZE                       zbnkdsar
103600            ' ' DELIMITED BY SIZE                                 zbnkdsar
103700            LN-REC-DEC-REASON DELIMITED BY SIZE                   zbnkdsar
103800       INTO WS-REPORT-LINE.                                       zbnkdsar
103900     PERFORM WRITE-REPORT-LINE.                                   zbnkdsar
104000     PERFORM LOAN-GET.                                            zbnkdsar
104100 PRINT-ONE-APPLICATION-EXIT.                                      zbnkdsar
104200     EXIT.                                                        zbnkdsar
104300                                                                  zbnkdsar
104400 SEARCH-LOANS.                                                    zbnkdsar
104500     MOVE 'Loans' TO WS-SECTION-TITLE.                            zbnkdsar
104600     PERFORM WRITE-SECTION-HEADING.                               zbnkdsar
104700     MOVE WS-PARM-PID TO LM-REC-CONTACT-ID.                       zbnkdsar
104800     MOVE ZERO TO LM-REC-TASKN.                                   zbnkdsar
104900     START LNMA-FILE KEY IS NOT LESS THAN LM-REC-KEY.             zbnkdsar
105000     IF WS-LNMA-STATUS NOT = '00'                                 zbnkdsar
105100        GO TO SEARCH-LOANS-EXIT                                   zbnkdsar
105200     END-IF.                                                      zbnkdsar
105300     MOVE 'NO ' TO WS-END-OF-LNMA.                                zbnkdsar
105400     PERFORM LNMA-GET.                                            zbnkdsar
105500     PERFORM PRINT-ONE-LOAN                                       zbnkdsar
105600         THRU PRINT-ONE-LOAN-EXIT                                 zbnkdsar
105700             UNTIL WS-END-OF-LNMA = 'YES'.                        zbnkdsar
105800 SEARCH-LOANS-EXIT.                                               zbnkdsar
105900     EXIT.                                                        zbnkdsar
106000                                                                  zbnkdsar
106100 PRINT-ONE-LOAN.                                                  zbnkdsar
106200     IF LM-REC-CONTACT-ID IS NOT EQUAL TO WS-PARM-PID             zbnkdsar
106300        MOVE 'YES' TO WS-END-OF-LNMA                              zbnkdsar
106400        GO TO PRINT-ONE-LOAN-EXIT                                 zbnkdsar
106500     END-IF.                                                      zbnkdsar
106600     ADD 1 TO WS-FILE-COUNT (8).                                  zbnkdsar
106700     MOVE LM-REC-PRINCIPAL TO WS-EDIT-AMOUNT.                     zbnkdsar
106800     MOVE LM-REC-OUTSTANDING TO WS-EDIT-AMOUNT-2.                 zbnkdsar
106900     MOVE LM-REC-RATE TO WS-EDIT-RATE.                            zbnkdsar
107000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkdsar
107100     STRING '    Loan ' DELIMITED BY SIZE                         zbnkdsar
107200            LM-REC-TASKN DELIMITED BY SIZE                        zbnkdsar
107300            '  account ' DELIMITED BY SIZE                        zbnkdsar
107400            LM-REC-ACCNO DELIMITED BY SIZE                        zbnkdsar
107500            '  booked ' DELIMITED BY SIZE                         zbnkdsar
107600            LM-REC-BOOKED-DTE DELIMITED BY SIZE                   zbnkdsar
107700            '  principal ' DELIMITED BY SIZE                      zbnkdsar
107800            WS-EDIT-AMOUNT DELIMITED BY SIZE                      zbnkdsar
107900            '  outstanding ' DELIMITED BY SIZE                    zbnkdsar
108000            WS-EDIT-AMOUNT-2 DELIMITED BY SIZE                    zbnkdsar
108100            '  status ' DELIMITED BY SIZE                         zbnkdsar
108200            LM-REC-STATUS DELIMITED BY SIZE                       zbnkdsar
108300       INTO WS-REPORT-LINE.                                       zbnkdsar
108400     PERFORM WRITE-REPORT-LINE.                                   zbnkdsar
108500     MOVE LM-REC-PAYMENT TO WS-EDIT-AMOUNT.                       zbnkdsar
108600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkdsar
108700     STRING '      Term ' DELIMITED BY SIZE                       zbnkdsar
108800            LM-REC-TERM-MONTHS DELIMITED BY SIZE                  zbnkdsar
108900            ' months  rate ' DELIMITED BY SIZE                    zbnkdsar
109000            WS-EDIT-RATE DELIMITED BY SIZE                        zbnkdsar
109100            '  payment ' DELIMITED BY SIZE                        zbnkdsar
109200            WS-EDIT-AMOUNT DELIMITED BY SIZE                      zbnkdsar
109300            '  payments made ' DELIMITED BY SIZE                  zbnkdsar
109400            LM-REC-PAYMENTS-MADE DELIMITED BY SIZE                zbnkdsar
109500            '  base rate ' DELIMITED BY SIZE                      zbnkdsar
109600            LM-REC-BASE-CODE DELIMITED BY SIZE                    zbnkdsar
109700       INTO WS-REPORT-LINE.                                       zbnkdsar
109800     PERFORM WRITE-REPORT-LINE.                                   zbnkdsar
109900     PERFORM LNMA-GET.                                            zbnkdsar
110000 PRINT-ONE-LOAN-EXIT.                                             zbnkdsar
110100     EXIT.                                                        zbnkdsar
110200                                                                  zbnkdsar
110300******************************************************************zbnkdsar
110400* CHECK-ONE-CARD                                                 *zbnkdsar
110500* A card issued to the customer, its number masked to the last   *zbnkdsar
110600* four digits.                                                   *zbnkdsar
110700******************************************************************zbnkdsar
110800 CHECK-ONE-CARD.                                                  zbnkdsar
110900     IF CRD-REC-PID IS NOT EQUAL TO WS-PARM-PID                   zbnkdsar
111000        GO TO CHECK-ONE-CARD-NEXT                                 zbnkdsar
111100     END-IF.                                                      zbnkdsar
111200     ADD 1 TO WS-FILE-COUNT (9).                                  zbnkdsar
111300     MOVE CRD-REC-CARD-NO (13:4) TO WS-MASKED-LAST-4.             zbnkdsar
111400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkdsar
111500     STRING '    Card ' DELIMITED BY SIZE                         zbnkdsar
111600            WS-MASKED-CARD DELIMITED BY SIZE                      zbnkdsar
111700            '  account ' DELIMITED BY SIZE                        zbnkdsar
111800            CRD-REC-ACCNO DELIMITED BY SIZE                       zbnkdsar
111900            '  status ' DELIMITED BY SIZE                         zbnkdsar
112000            CRD-REC-STATUS DELIMITED BY SIZE                      zbnkdsar
112100            '  issued ' DELIMITED BY SIZE                         zbnkdsar
112200            CRD-REC-ISSUE-DTE DELIMITED BY SIZE                   zbnkdsar
112300            '  expires ' DELIMITED BY SIZE                        zbnkdsar
112400            CRD-REC-EXPIRY-DTE DELIMITED BY SIZE                  zbnkdsar
112500       INTO WS-REPORT-LINE.                                       zbnkdsar
112600     PERFORM WRITE-REPORT-LINE.                                   zbnkdsar
112700 CHECK-ONE-CARD-NEXT.                                             zbnkdsar
112800     PERFORM CARD-GET.                                            zbnkdsar
112900 CHECK-ONE-CARD-EXIT.                                             zbnkdsar
113000     EXIT.                                                        zbnkdsar
113100                                                                  zbnkdsar
113200******************************************************************zbnkdsar
113300* CHECK-ONE-AUDIT-ENTRY                                          *zbnkdsar
113400* Audit images begin with the key of the record changed: the PID *zbnkdsar
113500* for the customer record and loans, the account number for      *zbnkdsar
113600* accounts, postings and joint holdings. An entry whose before   *zbnkdsar
113700* or after image carries one of the customer's keys is printed   *zbnkdsar
113800* with both images.                                              *zbnkdsar
113900******************************************************************zbnkdsar
114000 CHECK-ONE-AUDIT-ENTRY.                                           zbnkdsar
114100     ADD 1 TO WS-AUDIT-READ.                                      zbnkdsar
114200     MOVE 'N' TO WS-MATCH-FOUND.                                  zbnkdsar
114300     IF AD-REC-TABLE IS EQUAL TO 'BNKCUST ' OR                    zbnkdsar
114400        AD-REC-TABLE IS EQUAL TO 'BNKLOAN ' OR                    zbnkdsar
114500        AD-REC-TABLE IS EQUAL TO 'BNKLNMA '                       zbnkdsar
114600        IF AD-REC-BEFORE-IMAGE (1:5) IS EQUAL TO WS-PARM-PID OR   zbnkdsar
114700           AD-REC-AFTER-IMAGE (1:5) IS EQUAL TO WS-PARM-PID       zbnkdsar
114800           MOVE 'Y' TO WS-MATCH-FOUND                             zbnkdsar
114900        END-IF                                                    zbnkdsar
115000     END-IF.                                                      zbnkdsar
115100     IF AD-REC-TABLE IS EQUAL TO 'BNKACCT ' OR                    zbnkdsar
115200        AD-REC-TABLE IS EQUAL TO 'BNKTXN  ' OR                    zbnkdsar
115300        AD-REC-TABLE IS EQUAL TO 'BNKJOWN '                       zbnkdsar
115400        MOVE AD-REC-BEFORE-IMAGE (1:9) TO WS-MATCH-ACCNO          zbnkdsar
115500        IF WS-MATCH-ACCNO IS EQUAL TO SPACES                      zbnkdsar
115600           MOVE AD-REC-AFTER-IMAGE (1:9) TO WS-MATCH-ACCNO        zbnkdsar
115700        END-IF                                                    zbnkdsar
115800        PERFORM FIND-HELD-ACCOUNT                                 zbnkdsar
115900     END-IF.                                                      zbnkdsar
116000     IF WS-MATCH-FOUND = 'N'                                      zbnkdsar
116100        GO TO CHECK-ONE-AUDIT-ENTRY-NEXT                          zbnkdsar
116200     END-IF.                                                      zbnkdsar
116300     ADD 1 TO WS-FILE-COUNT (10).                                 zbnkdsar
116400     MOVE SPACES TO WS-REPORT-LINE.                               zbnkdsar
116500     STRING '    ' DELIMITED BY SIZE                              zbnkdsar
116600            AD-REC-DATE DELIMITED BY SIZE                         zbnkdsar
116700            ' ' DELIMITED BY SIZE                                 zbnkdsar
116800            AD-REC-TIME DELIMITED BY SIZE                         zbnkdsar
116900            '  ' DELIMITED BY SIZE                                zbnkdsar
117000            AD-REC-TABLE DELIMITED BY SIZE                        zbnkdsar
117100            '  action ' DELIMITED BY SIZE                         zbnkdsar
117200            AD-REC-ACTION DELIMITED BY SIZE                       zbnkdsar
117300            '  by ' DELIMITED BY SIZE                             zbnkdsar
117400            AD-REC-USERID DELIMITED BY SIZE                       zbnkdsar
117500       INTO WS-REPORT-LINE.                                       zbnkdsar
117600     PERFORM WRITE-REPORT-LINE.                                   zbnkdsar
117700     MOVE SPACES TO WS-REPORT-LINE.                               zbnkdsar
117800     STRING '      Before ' DELIMITED BY SIZE                     zbnkdsar
117900            AD-REC-BEFORE-IMAGE DELIMITED BY SIZE                 zbnkdsar
118000       INTO WS-REPORT-LINE.                                       zbnkdsar
118100     PERFORM WRITE-REPORT-LINE.                                   zbnkdsar
118200     MOVE SPACES TO WS-REPORT-LINE.                               zbnkdsar
118300     STRING '      After  ' DELIMITED BY SIZE                     zbnkdsar
118400            AD-REC-AFTER-IMAGE DELIMITED BY SIZE                  zbnkdsar
118500       INTO WS-REPORT-LINE.                                       zbnkdsar
118600     PERFORM WRITE-REPORT-LINE.                                   zbnkdsar
118700 CHECK-ONE-AUDIT-ENTRY-NEXT.                                      zbnkdsar
118800     PERFORM AUDT-GET.                                            zbnkdsar
118900 CHECK-ONE-AUDIT-ENTRY-EXIT.                                      zbnkdsar
119000     EXIT.                                                        zbnkdsar
119100                                                                  zbnkdsar
119200******************************************************************zbnkdsar
119300* CHECK-ONE-NOTICE                                               *zbnkdsar
119400* A notice queued for the customer, whatever its state.          *zbnkdsar
119500******************************************************************zbnkdsar
119600 CHECK-ONE-NOTICE.                                                zbnkdsar
119700     ADD 1 TO WS-NOTICES-READ.                                    zbnkdsar
119800     IF NQ-REC-PID IS NOT EQUAL TO WS-PARM-PID                    zbnkdsar
119900        GO TO CHECK-ONE-NOTICE-NEXT                               zbnkdsar
120000     END-IF.                                                      zbnkdsar
120100     ADD 1 TO WS-FILE-COUNT (11).                                 zbnkdsar
120200     MOVE SPACES TO WS-REPORT-LINE.                               zbnkdsar
120300     STRING '    ' DELIMITED BY SIZE                              zbnkdsar
120400            NQ-REC-DATE DELIMITED BY SIZE                         zbnkdsar
120500            ' ' DELIMITED BY SIZE                                 zbnkdsar
120600            NQ-REC-TIME DELIMITED BY SIZE                         zbnkdsar
120700            '  ' DELIMITED BY SIZE                                zbnkdsar
120800            NQ-REC-EVENT DELIMITED BY SIZE                        zbnkdsar
120900            '  status ' DELIMITED BY SIZE                         zbnkdsar
121000            NQ-REC-STATUS DELIMITED BY SIZE                       zbnkdsar
121100            '  ' DELIMITED BY SIZE                                zbnkdsar
121200            NQ-REC-TEXT DELIMITED BY SIZE                         zbnkdsar
121300       INTO WS-REPORT-LINE.                                       zbnkdsar
121400     PERFORM WRITE-REPORT-LINE.                                   zbnkdsar
121500 CHECK-ONE-NOTICE-NEXT.                                           zbnkdsar
121600     PERFORM NOTQ-GET.                                            zbnkdsar
121700 CHECK-ONE-NOTICE-EXIT.                                           zbnkdsar
121800     EXIT.                                                        zbnkdsar
121900                                                                  zbnkdsar
122000******************************************************************zbnkdsar
122100* CHECK-ONE-REQUEST                                              *zbnkdsar
122200* A gateway request whose target was the customer's PID or one   *zbnkdsar
122300* of their accounts. The session token is not printed.           *zbnkdsar
122400******************************************************************zbnkdsar
122500 CHECK-ONE-REQUEST.                                               zbnkdsar
122600     ADD 1 TO WS-REQUESTS-READ.                                   zbnkdsar
122700     IF GJ-REC-TARGET (1:5) IS EQUAL TO WS-PARM-PID AND           zbnkdsar
122800        GJ-REC-TARGET (6:12) IS EQUAL TO SPACES                   zbnkdsar
122900        MOVE 'Y' TO WS-MATCH-FOUND                                zbnkdsar
123000     ELSE                                                         zbnkdsar
123100        MOVE GJ-REC-TARGET (1:9) TO WS-MATCH-ACCNO                zbnkdsar
123200        PERFORM FIND-HELD-ACCOUNT                                 zbnkdsar
123300     END-IF.                                                      zbnkdsar
123400     IF WS-MATCH-FOUND = 'N'                                      zbnkdsar
123500        GO TO CHECK-ONE-REQUEST-NEXT                              zbnkdsar
123600     END-IF.                                                      zbnkdsar
123700     ADD 1 TO WS-FILE-COUNT (12).                                 zbnkdsar
123800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkdsar
123900     STRING '    ' DELIMITED BY SIZE                              zbnkdsar
124000            GJ-REC-DATE DELIMITED BY SIZE                         zbnkdsar
124100            ' ' DELIMITED BY SIZE                                 zbnkdsar
124200            GJ-REC-TIME DELIMITED BY SIZE                         zbnkdsar
124300            '  ' DELIMITED BY SIZE                                zbnkdsar
124400            GJ-REC-OPERATION DELIMITED BY SIZE                    zbnkdsar
124500            '  ' DELIMITED BY SIZE                                zbnkdsar
124600            GJ-REC-TARGET DELIMITED BY SIZE                       zbnkdsar
124700            '  user ' DELIMITED BY SIZE                           zbnkdsar
124800            GJ-REC-USERID DELIMITED BY SIZE                       zbnkdsar
124900            '  answered ' DELIMITED BY SIZE                       zbnkdsar
125000            GJ-REC-STATUS-CODE DELIMITED BY SIZE                  zbnkdsar
125100       INTO WS-REPORT-LINE.                                       zbnkdsar
125200     PERFORM WRITE-REPORT-LINE.                                   zbnkdsar
125300 CHECK-ONE-REQUEST-NEXT.                                          zbnkdsar
125400     PERFORM GLOG-GET.                                            zbnkdsar
125500 CHECK-ONE-REQUEST-EXIT.                                          zbnkdsar
125600     EXIT.                                                        zbnkdsar
125700                                                                  zbnkdsar
125800******************************************************************zbnkdsar
125900* LOG-REQUEST                                                    *zbnkdsar
126000* Records the fulfilment on BNKDSAR against the request, or      *zbnkdsar
126100* updates it when the same request is run again.                 *zbnkdsar
126200******************************************************************zbnkdsar
126300 LOG-REQUEST.                                                     zbnkdsar
126400     MOVE WS-PARM-PID TO DR-REC-PID.                              zbnkdsar
126500     MOVE WS-RECEIVED-DTE TO DR-REC-RECEIVED-DTE.                 zbnkdsar
126600     PERFORM DSAR-READ.                                           zbnkdsar
126700     IF WS-DSAR-STATUS = '00'                                     zbnkdsar
126800        ADD 1 TO DR-REC-RUN-COUNT                                 zbnkdsar
126900        PERFORM SET-REQUEST-FULFILMENT                            zbnkdsar
127000        PERFORM DSAR-REWRITE                                      zbnkdsar
127100     ELSE                                                         zbnkdsar
127200        MOVE SPACES TO DSAR-FILE-REC                              zbnkdsar
127300        MOVE WS-PARM-PID TO DR-REC-PID                            zbnkdsar
127400        MOVE WS-RECEIVED-DTE TO DR-REC-RECEIVED-DTE               zbnkdsar
127500        MOVE 1 TO DR-REC-RUN-COUNT                                zbnkdsar
127600        PERFORM SET-REQUEST-FULFILMENT                            zbnkdsar
127700        PERFORM DSAR-WRITE                                        zbnkdsar
127800     END-IF.                                                      zbnkdsar
127900                                                                  zbnkdsar
128000 SET-REQUEST-FULFILMENT.                                          zbnkdsar
128100     IF WS-PARM-REFERENCE IS NOT EQUAL TO SPACES                  zbnkdsar
128200        MOVE WS-PARM-REFERENCE TO DR-REC-REFERENCE                zbnkdsar
128300     END-IF.                                                      zbnkdsar
128400     MOVE WS-DUE-DTE TO DR-REC-DUE-DTE.                           zbnkdsar
128500     MOVE WS-TODAY-DATE-N TO DR-REC-FULFILLED-DTE.                zbnkdsar
128600     MOVE WS-RUN-TIME TO DR-REC-FULFILLED-TIME.                   zbnkdsar
128700     IF WS-TODAY-DATE-N IS GREATER THAN WS-DUE-DTE                zbnkdsar
128800        SET DR-REC-LATE TO TRUE                                   zbnkdsar
128900     ELSE                                                         zbnkdsar
129000        SET DR-REC-ON-TIME TO TRUE                                zbnkdsar
129100     END-IF.                                                      zbnkdsar
129200     MOVE WS-FILES-SEARCHED TO DR-REC-FILES-SEARCHED.             zbnkdsar
129300     MOVE WS-RECORDS-FOUND TO DR-REC-RECORD-COUNT.                zbnkdsar
129400                                                                  zbnkdsar
129500******************************************************************zbnkdsar
129600* WRITE-REPORT-HEADING                                           *zbnkdsar
129700* Writes the report title and the request being answered.        *zbnkdsar
129800******************************************************************zbnkdsar
129900 WRITE-REPORT-HEADING.                                            zbnkdsar
130000     MOVE SPACES TO WS-REPORT-LINE.                               zbnkdsar
130100     STRING 'Data Subject Access Report - run date '              zbnkdsar
130200                                      DELIMITED BY SIZE           zbnkdsar
130300            WS-RUN-DATE-DISPLAY       DELIMITED BY SIZE           zbnkdsar
130400       INTO WS-REPORT-LINE.                                       zbnkdsar
130500     PERFORM WRITE-REPORT-LINE.                                   zbnkdsar
130600     MOVE SPACES TO WS-REPORT-LINE.                               zbnkdsar
130700     PERFORM WRITE-REPORT-LINE.                                   zbnkdsar
130800     MOVE SPACES TO WS-REPORT-LINE.                               zbnkdsar
130900     STRING 'Customer ' DELIMITED BY SIZE                         zbnkdsar
131000            BCS-REC-PID DELIMITED BY SIZE                         zbnkdsar
131100            ' ' DELIMITED BY SIZE                                 zbnkdsar
131200            BCS-REC-NAME DELIMITED BY SIZE                        zbnkdsar
131300            '  request ' DELIMITED BY SIZE                        zbnkdsar
131400            WS-PARM-REFERENCE DELIMITED BY SIZE                   zbnkdsar
131500            '  received ' DELIMITED BY SIZE                       zbnkdsar
131600            WS-RECEIVED-DTE DELIMITED BY SIZE                     zbnkdsar
131700            '  due ' DELIMITED BY SIZE                            zbnkdsar
131800            WS-DUE-DTE DELIMITED BY SIZE                          zbnkdsar
131900       INTO WS-REPORT-LINE.                                       zbnkdsar
132000     PERFORM WRITE-REPORT-LINE.                                   zbnkdsar
132100                                                                  zbnkdsar
132200******************************************************************zbnkdsar
132300* WRITE-SECTION-HEADING / WRITE-FIELD-LINE / WRITE-REPORT-LINE   *zbnkdsar
132400******************************************************************zbnkdsar
132500 WRITE-SECTION-HEADING.                                           zbnkdsar
132600     MOVE SPACES TO PRINTOUT-REC.                                 zbnkdsar
132700     PERFORM PRINTOUT-PUT.                                        zbnkdsar
132800     MOVE WS-SECTION-TITLE TO PRINTOUT-REC.                       zbnkdsar
132900     PERFORM PRINTOUT-PUT.                                        zbnkdsar
133000                                                                  zbnkdsar
133100 WRITE-FIELD-LINE.                                                zbnkdsar
133200     MOVE WS-FIELD-LINE TO PRINTOUT-REC.                          zbnkdsar
133300     PERFORM PRINTOUT-PUT.                                        zbnkdsar
133400     MOVE SPACES TO WS-FLD-LABEL.                                 zbnkdsar
133500                                                                  zbnkdsar
133600 WRITE-REPORT-LINE.                                               zbnkdsar
133700     MOVE WS-REPORT-LINE TO PRINTOUT-REC.                         zbnkdsar
133800     PERFORM PRINTOUT-PUT.                                        zbnkdsar
133900                                                                  zbnkdsar
134000******************************************************************zbnkdsar
134100* WRITE-CONTROL-PAGE                                             *zbnkdsar
134200* The files searched and the records each gave, with the total   *zbnkdsar
134300* and the deadline the request was answered against.             *zbnkdsar
134400******************************************************************zbnkdsar
134500 WRITE-CONTROL-PAGE.                                              zbnkdsar
134600     MOVE SPACES TO PRINTOUT-REC.                                 zbnkdsar
134700     PERFORM PRINTOUT-PUT.                                        zbnkdsar
134800     MOVE 'Control page - files searched' TO WS-SECTION-TITLE.    zbnkdsar
134900     PERFORM WRITE-SECTION-HEADING.                               zbnkdsar
135000     MOVE ZERO TO WS-RECORDS-FOUND.                               zbnkdsar
135100     PERFORM WRITE-CONTROL-LINE                                   zbnkdsar
135200         VARYING WS-FILE-SUB FROM 1 BY 1                          zbnkdsar
135300           UNTIL WS-FILE-SUB IS GREATER THAN 12.                  zbnkdsar
135400     MOVE 'Total records reported' TO WS-FLD-LABEL.               zbnkdsar
135500     MOVE WS-RECORDS-FOUND TO WS-EDIT-COUNT.                      zbnkdsar
135600     MOVE WS-EDIT-COUNT TO WS-FLD-VALUE.                          zbnkdsar
135700     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
135800     MOVE 'Fulfilled' TO WS-FLD-LABEL.                            zbnkdsar
135900     MOVE SPACES TO WS-FLD-VALUE.                                 zbnkdsar
136000     STRING WS-TODAY-DATE-N DELIMITED BY SIZE                     zbnkdsar
136100            ' against due date ' DELIMITED BY SIZE                zbnkdsar
136200            WS-DUE-DTE DELIMITED BY SIZE                          zbnkdsar
136300       INTO WS-FLD-VALUE.                                         zbnkdsar
136400     IF WS-TODAY-DATE-N IS GREATER THAN WS-DUE-DTE                zbnkdsar
136500        MOVE '- LATE' TO WS-FLD-VALUE (37:6)                      zbnkdsar
136600     END-IF.                                                      zbnkdsar
136700     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
136800     IF WS-TABLE-OVERFLOWED = 'Y'                                 zbnkdsar
136900        MOVE 'Over 200 accounts - postings incomplete'            zbnkdsar
137000          TO PRINTOUT-REC                                         zbnkdsar
137100        PERFORM PRINTOUT-PUT                                      zbnkdsar
137200     END-IF.                                                      zbnkdsar
137300                                                                  zbnkdsar
137400 WRITE-CONTROL-LINE.                                              zbnkdsar
137500     ADD WS-FILE-COUNT (WS-FILE-SUB) TO WS-RECORDS-FOUND.         zbnkdsar
137600     MOVE SPACES TO WS-FLD-LABEL.                                 zbnkdsar
137700     MOVE WS-FILE-NAME (WS-FILE-SUB) TO WS-FLD-LABEL.             zbnkdsar
137800     MOVE WS-FILE-COUNT (WS-FILE-SUB) TO WS-EDIT-COUNT.           zbnkdsar
137900     MOVE SPACES TO WS-FLD-VALUE.                                 zbnkdsar
138000     STRING WS-FILE-DESC (WS-FILE-SUB) DELIMITED BY SIZE          zbnkdsar
138100            WS-EDIT-COUNT DELIMITED BY SIZE                       zbnkdsar
138200       INTO WS-FLD-VALUE.                                         zbnkdsar
138300     PERFORM WRITE-FIELD-LINE.                                    zbnkdsar
138400                                                                  zbnkdsar
138500******************************************************************zbnkdsar
138600* Open, access and close the CUST file.                          *zbnkdsar
138700******************************************************************zbnkdsar
138800 CUST-OPEN.                                                       zbnkdsar
138900     OPEN INPUT CUST-FILE.                                        zbnkdsar
139000     IF WS-CUST-STATUS = '00'                                     zbnkdsar
139100        MOVE 'CUST file opened OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
139200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
139300     ELSE                                                         zbnkdsar
139400        MOVE 'CUST file open failure...' TO WS-CONSOLE-MESSAGE    zbnkdsar
139500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
139600        MOVE WS-CUST-STATUS TO WS-IO-STATUS                       zbnkdsar
139700        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
139800        PERFORM ABORT-PROGRAM                                     zbnkdsar
139900     END-IF.                                                      zbnkdsar
140000                                                                  zbnkdsar
140100 CUST-READ.                                                       zbnkdsar
140200     READ CUST-FILE.                                              zbnkdsar
140300                                                                  zbnkdsar
140400 CUST-CLOSE.                                                      zbnkdsar
140500     CLOSE CUST-FILE.                                             zbnkdsar
140600     IF WS-CUST-STATUS = '00'                                     zbnkdsar
140700        MOVE 'CUST file closed OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
140800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
140900     ELSE                                                         zbnkdsar
141000        MOVE 'CUST file close failure...' TO WS-CONSOLE-MESSAGE   zbnkdsar
141100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
141200        MOVE WS-CUST-STATUS TO WS-IO-STATUS                       zbnkdsar
141300        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
141400        PERFORM ABORT-PROGRAM                                     zbnkdsar
141500     END-IF.                                                      zbnkdsar
141600                                                                  zbnkdsar
141700******************************************************************zbnkdsar
141800* Open, access and close the ADRH file.                          *zbnkdsar
141900******************************************************************zbnkdsar
142000 ADRH-OPEN.                                                       zbnkdsar
142100     OPEN INPUT ADRH-FILE.                                        zbnkdsar
142200     IF WS-ADRH-STATUS = '00'                                     zbnkdsar
142300        MOVE 'ADRH file opened OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
142400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
142500     ELSE                                                         zbnkdsar
142600        MOVE 'ADRH file open failure...' TO WS-CONSOLE-MESSAGE    zbnkdsar
142700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
142800        MOVE WS-ADRH-STATUS TO WS-IO-STATUS                       zbnkdsar
142900        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
143000        PERFORM ABORT-PROGRAM                                     zbnkdsar
143100     END-IF.                                                      zbnkdsar
143200                                                                  zbnkdsar
143300 ADRH-GET.                                                        zbnkdsar
143400     READ ADRH-FILE NEXT RECORD.                                  zbnkdsar
143500     IF WS-ADRH-STATUS NOT = '00'                                 zbnkdsar
143600        IF WS-ADRH-STATUS = '10'                                  zbnkdsar
143700           MOVE 'YES' TO WS-END-OF-ADRH                           zbnkdsar
143800        ELSE                                                      zbnkdsar
143900           MOVE 'ADRH Error reading file ...'                     zbnkdsar
144000             TO WS-CONSOLE-MESSAGE                                zbnkdsar
144100           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkdsar
144200           MOVE WS-ADRH-STATUS TO WS-IO-STATUS                    zbnkdsar
144300           PERFORM DISPLAY-IO-STATUS                              zbnkdsar
144400           PERFORM ABORT-PROGRAM                                  zbnkdsar
144500        END-IF                                                    zbnkdsar
144600     END-IF.                                                      zbnkdsar
144700                                                                  zbnkdsar
144800 ADRH-CLOSE.                                                      zbnkdsar
144900     CLOSE ADRH-FILE.                                             zbnkdsar
145000     IF WS-ADRH-STATUS = '00'                                     zbnkdsar
145100        MOVE 'ADRH file closed OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
145200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
145300     ELSE                                                         zbnkdsar
145400        MOVE 'ADRH file close failure...' TO WS-CONSOLE-MESSAGE   zbnkdsar
145500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
145600        MOVE WS-ADRH-STATUS TO WS-IO-STATUS                       zbnkdsar
145700        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
145800        PERFORM ABORT-PROGRAM                                     zbnkdsar
145900     END-IF.                                                      zbnkdsar
146000                                                                  zbnkdsar
146100******************************************************************zbnkdsar
146200* Open, access and close the JOWN file.                          *zbnkdsar
146300******************************************************************zbnkdsar
146400 JOWN-OPEN.                                                       zbnkdsar
146500     OPEN INPUT JOWN-FILE.                                        zbnkdsar
146600     IF WS-JOWN-STATUS = '00'                                     zbnkdsar
146700        MOVE 'JOWN file opened OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
146800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
146900     ELSE                                                         zbnkdsar
147000        MOVE 'JOWN file open failure...' TO WS-CONSOLE-MESSAGE    zbnkdsar
147100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
147200        MOVE WS-JOWN-STATUS TO WS-IO-STATUS                       zbnkdsar
147300        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
147400        PERFORM ABORT-PROGRAM                                     zbnkdsar
147500     END-IF.                                                      zbnkdsar
147600                                                                  zbnkdsar
147700 JOWN-GET.                                                        zbnkdsar
147800     READ JOWN-FILE NEXT RECORD.                                  zbnkdsar
147900     IF WS-JOWN-STATUS NOT = '00'                                 zbnkdsar
148000        IF WS-JOWN-STATUS = '10'                                  zbnkdsar
148100           MOVE 'YES' TO WS-END-OF-JOWN                           zbnkdsar
148200        ELSE                                                      zbnkdsar
148300           MOVE 'JOWN Error reading file ...'                     zbnkdsar
148400             TO WS-CONSOLE-MESSAGE                                zbnkdsar
148500           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkdsar
148600           MOVE WS-JOWN-STATUS TO WS-IO-STATUS                    zbnkdsar
148700           PERFORM DISPLAY-IO-STATUS                              zbnkdsar
148800           PERFORM ABORT-PROGRAM                                  zbnkdsar
148900        END-IF                                                    zbnkdsar
149000     END-IF.                                                      zbnkdsar
149100                                                                  zbnkdsar
149200 JOWN-CLOSE.                                                      zbnkdsar
149300     CLOSE JOWN-FILE.                                             zbnkdsar
149400     IF WS-JOWN-STATUS = '00'                                     zbnkdsar
149500        MOVE 'JOWN file closed OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
149600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
149700     ELSE                                                         zbnkdsar
149800        MOVE 'JOWN file close failure...' TO WS-CONSOLE-MESSAGE   zbnkdsar
149900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
150000        MOVE WS-JOWN-STATUS TO WS-IO-STATUS                       zbnkdsar
150100        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
150200        PERFORM ABORT-PROGRAM                                     zbnkdsar
150300     END-IF.                                                      zbnkdsar
150400                                                                  zbnkdsar
150500******************************************************************zbnkdsar
150600* Open, access and close the ACCOUNT file.                       *zbnkdsar
150700******************************************************************zbnkdsar
150800 ACCOUNT-OPEN.                                                    zbnkdsar
150900     OPEN INPUT ACCOUNT-FILE.                                     zbnkdsar
151000     IF WS-ACCOUNT-STATUS = '00'                                  zbnkdsar
151100        MOVE 'ACCOUNT file opened OK' TO WS-CONSOLE-MESSAGE       zbnkdsar
151200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
151300     ELSE                                                         zbnkdsar
151400        MOVE 'ACCOUNT file open failure...' TO WS-CONSOLE-MESSAGE zbnkdsar
151500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
151600        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkdsar
151700        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
151800        PERFORM ABORT-PROGRAM                                     zbnkdsar
151900     END-IF.                                                      zbnkdsar
152000                                                                  zbnkdsar
152100 ACCOUNT-GET.                                                     zbnkdsar
152200     READ ACCOUNT-FILE NEXT RECORD.                               zbnkdsar
152300     IF WS-ACCOUNT-STATUS NOT = '00'                              zbnkdsar
152400        IF WS-ACCOUNT-STATUS = '10'                               zbnkdsar
152500           MOVE 'YES' TO WS-END-OF-ACCOUNT                        zbnkdsar
152600        ELSE                                                      zbnkdsar
152700           MOVE 'ACCOUNT Error reading file ...'                  zbnkdsar
152800             TO WS-CONSOLE-MESSAGE                                zbnkdsar
152900           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkdsar
153000           MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                 zbnkdsar
153100           PERFORM DISPLAY-IO-STATUS                              zbnkdsar
153200           PERFORM ABORT-PROGRAM                                  zbnkdsar
153300        END-IF                                                    zbnkdsar
153400     END-IF.                                                      zbnkdsar
153500                                                                  zbnkdsar
153600 ACCOUNT-CLOSE.                                                   zbnkdsar
153700     CLOSE ACCOUNT-FILE.                                          zbnkdsar
153800     IF WS-ACCOUNT-STATUS = '00'                                  zbnkdsar
153900        MOVE 'ACCOUNT file closed OK' TO WS-CONSOLE-MESSAGE       zbnkdsar
154000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
154100     ELSE                                                         zbnkdsar
154200        MOVE 'ACCOUNT file close failure...'                      zbnkdsar
154300          TO WS-CONSOLE-MESSAGE                                   zbnkdsar
154400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
154500        MOVE WS-ACCOUNT-STATUS TO WS-IO-STATUS                    zbnkdsar
154600        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
154700        PERFORM ABORT-PROGRAM                                     zbnkdsar
154800     END-IF.                                                      zbnkdsar
154900                                                                  zbnkdsar
155000******************************************************************zbnkdsar
155100* Open and close the TXN file.                                   *zbnkdsar
155200******************************************************************zbnkdsar
155300 TXN-OPEN.                                                        zbnkdsar
155400     OPEN INPUT TXN-FILE.                                         zbnkdsar
155500     IF WS-TXN-STATUS = '00'                                      zbnkdsar
155600        MOVE 'TXN file opened OK' TO WS-CONSOLE-MESSAGE           zbnkdsar
155700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
155800     ELSE                                                         zbnkdsar
155900        MOVE 'TXN file open failure...' TO WS-CONSOLE-MESSAGE     zbnkdsar
156000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
156100        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkdsar
156200        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
156300        PERFORM ABORT-PROGRAM                                     zbnkdsar
156400     END-IF.                                                      zbnkdsar
156500                                                                  zbnkdsar
156600 TXN-CLOSE.                                                       zbnkdsar
156700     CLOSE TXN-FILE.                                              zbnkdsar
156800     IF WS-TXN-STATUS = '00'                                      zbnkdsar
156900        MOVE 'TXN file closed OK' TO WS-CONSOLE-MESSAGE           zbnkdsar
157000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
157100     ELSE                                                         zbnkdsar
157200        MOVE 'TXN file close failure...' TO WS-CONSOLE-MESSAGE    zbnkdsar
157300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
157400        MOVE WS-TXN-STATUS TO WS-IO-STATUS                        zbnkdsar
157500        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
157600        PERFORM ABORT-PROGRAM                                     zbnkdsar
157700     END-IF.                                                      zbnkdsar
157800                                                                  zbnkdsar
157900******************************************************************zbnkdsar
158000* Open and close the HIST file.                                  *zbnkdsar
158100******************************************************************zbnkdsar
158200 HIST-OPEN.                                                       zbnkdsar
158300     OPEN INPUT HIST-FILE.                                        zbnkdsar
158400     IF WS-HIST-STATUS = '00'                                     zbnkdsar
158500        MOVE 'HIST file opened OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
158600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
158700     ELSE                                                         zbnkdsar
158800        MOVE 'HIST file open failure...' TO WS-CONSOLE-MESSAGE    zbnkdsar
158900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
159000        MOVE WS-HIST-STATUS TO WS-IO-STATUS                       zbnkdsar
159100        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
159200        PERFORM ABORT-PROGRAM                                     zbnkdsar
159300     END-IF.                                                      zbnkdsar
159400                                                                  zbnkdsar
159500 HIST-CLOSE.                                                      zbnkdsar
159600     CLOSE HIST-FILE.                                             zbnkdsar
159700     IF WS-HIST-STATUS = '00'                                     zbnkdsar
159800        MOVE 'HIST file closed OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
159900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
160000     ELSE                                                         zbnkdsar
160100        MOVE 'HIST file close failure...' TO WS-CONSOLE-MESSAGE   zbnkdsar
160200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
160300        MOVE WS-HIST-STATUS TO WS-IO-STATUS                       zbnkdsar
160400        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
160500        PERFORM ABORT-PROGRAM                                     zbnkdsar
160600     END-IF.                                                      zbnkdsar
160700                                                                  zbnkdsar
160800******************************************************************zbnkdsar
160900* Open, access and close the LOAN file.                          *zbnkdsar
161000******************************************************************zbnkdsar
161100 LOAN-OPEN.                                                       zbnkdsar
161200     OPEN INPUT LOAN-FILE.                                        zbnkdsar
161300     IF WS-LOAN-STATUS = '00'                                     zbnkdsar
161400        MOVE 'LOAN file opened OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
161500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
161600     ELSE                                                         zbnkdsar
161700        MOVE 'LOAN file open failure...' TO WS-CONSOLE-MESSAGE    zbnkdsar
161800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
161900        MOVE WS-LOAN-STATUS TO WS-IO-STATUS                       zbnkdsar
162000        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
162100        PERFORM ABORT-PROGRAM                                     zbnkdsar
162200     END-IF.                                                      zbnkdsar
162300                                                                  zbnkdsar
162400 LOAN-GET.                                                        zbnkdsar
162500     READ LOAN-FILE NEXT RECORD.                                  zbnkdsar
162600     IF WS-LOAN-STATUS NOT = '00'                                 zbnkdsar
162700        IF WS-LOAN-STATUS = '10'                                  zbnkdsar
162800           MOVE 'YES' TO WS-END-OF-LOAN                           zbnkdsar
162900        ELSE                                                      zbnkdsar
163000           MOVE 'LOAN Error reading file ...'                     zbnkdsar
163100             TO WS-CONSOLE-MESSAGE                                zbnkdsar
163200           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkdsar
163300           MOVE WS-LOAN-STATUS TO WS-IO-STATUS                    zbnkdsar
163400           PERFORM DISPLAY-IO-STATUS                              zbnkdsar
163500           PERFORM ABORT-PROGRAM                                  zbnkdsar
163600        END-IF                                                    zbnkdsar
163700     END-IF.                                                      zbnkdsar
163800                                                                  zbnkdsar
163900 LOAN-CLOSE.                                                      zbnkdsar
164000     CLOSE LOAN-FILE.                                             zbnkdsar
164100     IF WS-LOAN-STATUS = '00'                                     zbnkdsar
164200        MOVE 'LOAN file closed OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
164300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
164400     ELSE                                                         zbnkdsar
164500        MOVE 'LOAN file close failure...' TO WS-CONSOLE-MESSAGE   zbnkdsar
164600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
164700        MOVE WS-LOAN-STATUS TO WS-IO-STATUS                       zbnkdsar
164800        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
164900        PERFORM ABORT-PROGRAM                                     zbnkdsar
165000     END-IF.                                                      zbnkdsar
165100                                                                  zbnkdsar
165200******************************************************************zbnkdsar
165300* Open, access and close the LNMA file.                          *zbnkdsar
165400******************************************************************zbnkdsar
165500 LNMA-OPEN.                                                       zbnkdsar
165600     OPEN INPUT LNMA-FILE.                                        zbnkdsar
165700     IF WS-LNMA-STATUS = '00'                                     zbnkdsar
165800        MOVE 'LNMA file opened OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
165900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
166000     ELSE                                                         zbnkdsar
166100        MOVE 'LNMA file open failure...' TO WS-CONSOLE-MESSAGE    zbnkdsar
166200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
166300        MOVE WS-LNMA-STATUS TO WS-IO-STATUS                       zbnkdsar
166400        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
166500        PERFORM ABORT-PROGRAM                                     zbnkdsar
166600     END-IF.                                                      zbnkdsar
166700                                                                  zbnkdsar
166800 LNMA-GET.                                                        zbnkdsar
166900     READ LNMA-FILE NEXT RECORD.                                  zbnkdsar
167000     IF WS-LNMA-STATUS NOT = '00'                                 zbnkdsar
167100        IF WS-LNMA-STATUS = '10'                                  zbnkdsar
167200           MOVE 'YES' TO WS-END-OF-LNMA                           zbnkdsar
167300        ELSE                                                      zbnkdsar
167400           MOVE 'LNMA Error reading file ...'                     zbnkdsar
167500             TO WS-CONSOLE-MESSAGE                                zbnkdsar
167600           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkdsar
167700           MOVE WS-LNMA-STATUS TO WS-IO-STATUS                    zbnkdsar
167800           PERFORM DISPLAY-IO-STATUS                              zbnkdsar
167900           PERFORM ABORT-PROGRAM                                  zbnkdsar
168000        END-IF                                                    zbnkdsar
168100     END-IF.                                                      zbnkdsar
168200                                                                  zbnkdsar
168300 LNMA-CLOSE.                                                      zbnkdsar
168400     CLOSE LNMA-FILE.                                             zbnkdsar
168500     IF WS-LNMA-STATUS = '00'                                     zbnkdsar
168600        MOVE 'LNMA file closed OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
168700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
168800     ELSE                                                         zbnkdsar
168900        MOVE 'LNMA file close failure...' TO WS-CONSOLE-MESSAGE   zbnkdsar
169000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
169100        MOVE WS-LNMA-STATUS TO WS-IO-STATUS                       zbnkdsar
169200        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
169300        PERFORM ABORT-PROGRAM                                     zbnkdsar
169400     END-IF.                                                      zbnkdsar
169500                                                                  zbnkdsar
169600******************************************************************zbnkdsar
169700* Open, access and close the CARD file.                          *zbnkdsar
169800******************************************************************zbnkdsar
169900 CARD-OPEN.                                                       zbnkdsar
170000     OPEN INPUT CARD-FILE.                                        zbnkdsar
170100     IF WS-CARD-STATUS = '00'                                     zbnkdsar
170200        MOVE 'CARD file opened OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
170300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
170400     ELSE                                                         zbnkdsar
170500        MOVE 'CARD file open failure...' TO WS-CONSOLE-MESSAGE    zbnkdsar
170600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
170700        MOVE WS-CARD-STATUS TO WS-IO-STATUS                       zbnkdsar
170800        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
170900        PERFORM ABORT-PROGRAM                                     zbnkdsar
171000     END-IF.                                                      zbnkdsar
171100                                                                  zbnkdsar
171200 CARD-GET.                                                        zbnkdsar
171300     READ CARD-FILE NEXT RECORD.                                  zbnkdsar
171400     IF WS-CARD-STATUS NOT = '00'                                 zbnkdsar
171500        IF WS-CARD-STATUS = '10'                                  zbnkdsar
171600           MOVE 'YES' TO WS-END-OF-CARD                           zbnkdsar
171700        ELSE                                                      zbnkdsar
171800           MOVE 'CARD Error reading file ...'                     zbnkdsar
171900             TO WS-CONSOLE-MESSAGE                                zbnkdsar
172000           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkdsar
172100           MOVE WS-CARD-STATUS TO WS-IO-STATUS                    zbnkdsar
172200           PERFORM DISPLAY-IO-STATUS                              zbnkdsar
172300           PERFORM ABORT-PROGRAM                                  zbnkdsar
172400        END-IF                                                    zbnkdsar
172500     END-IF.                                                      zbnkdsar
172600                                                                  zbnkdsar
172700 CARD-CLOSE.                                                      zbnkdsar
172800     CLOSE CARD-FILE.                                             zbnkdsar
172900     IF WS-CARD-STATUS = '00'                                     zbnkdsar
173000        MOVE 'CARD file closed OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
173100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
173200     ELSE                                                         zbnkdsar
173300        MOVE 'CARD file close failure...' TO WS-CONSOLE-MESSAGE   zbnkdsar
173400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
173500        MOVE WS-CARD-STATUS TO WS-IO-STATUS                       zbnkdsar
173600        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
173700        PERFORM ABORT-PROGRAM                                     zbnkdsar
173800     END-IF.                                                      zbnkdsar
173900                                                                  zbnkdsar
174000******************************************************************zbnkdsar
174100* Open, access and close the AUDT file.                          *zbnkdsar
174200******************************************************************zbnkdsar
174300 AUDT-OPEN.                                                       zbnkdsar
174400     OPEN INPUT AUDT-FILE.                                        zbnkdsar
174500     IF WS-AUDT-STATUS = '00'                                     zbnkdsar
174600        MOVE 'AUDT file opened OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
174700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
174800     ELSE                                                         zbnkdsar
174900        MOVE 'AUDT file open failure...' TO WS-CONSOLE-MESSAGE    zbnkdsar
175000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
175100        MOVE WS-AUDT-STATUS TO WS-IO-STATUS                       zbnkdsar
175200        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
175300        PERFORM ABORT-PROGRAM                                     zbnkdsar
175400     END-IF.                                                      zbnkdsar
175500                                                                  zbnkdsar
175600 AUDT-GET.                                                        zbnkdsar
175700     READ AUDT-FILE NEXT RECORD.                                  zbnkdsar
175800     IF WS-AUDT-STATUS NOT = '00'                                 zbnkdsar
175900        IF WS-AUDT-STATUS = '10'                                  zbnkdsar
176000           MOVE 'YES' TO WS-END-OF-AUDT                           zbnkdsar
176100        ELSE                                                      zbnkdsar
176200           MOVE 'AUDT Error reading file ...'                     zbnkdsar
176300             TO WS-CONSOLE-MESSAGE                                zbnkdsar
176400           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkdsar
176500           MOVE WS-AUDT-STATUS TO WS-IO-STATUS                    zbnkdsar
176600           PERFORM DISPLAY-IO-STATUS                              zbnkdsar
176700           PERFORM ABORT-PROGRAM                                  zbnkdsar
176800        END-IF                                                    zbnkdsar
176900     END-IF.                                                      zbnkdsar
177000                                                                  zbnkdsar
177100 AUDT-CLOSE.                                                      zbnkdsar
177200     CLOSE AUDT-FILE.                                             zbnkdsar
177300     IF WS-AUDT-STATUS = '00'                                     zbnkdsar
177400        MOVE 'AUDT file closed OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
177500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
177600     ELSE                                                         zbnkdsar
177700        MOVE 'AUDT file close failure...' TO WS-CONSOLE-MESSAGE   zbnkdsar
177800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
177900        MOVE WS-AUDT-STATUS TO WS-IO-STATUS                       zbnkdsar
178000        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
178100        PERFORM ABORT-PROGRAM                                     zbnkdsar
178200     END-IF.                                                      zbnkdsar
178300                                                                  zbnkdsar
178400******************************************************************zbnkdsar
178500* Open, access and close the NOTQ file.                          *zbnkdsar
178600******************************************************************zbnkdsar
178700 NOTQ-OPEN.                                                       zbnkdsar
178800     OPEN INPUT NOTQ-FILE.                                        zbnkdsar
178900     IF WS-NOTQ-STATUS = '00'                                     zbnkdsar
179000        MOVE 'NOTQ file opened OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
179100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
179200     ELSE                                                         zbnkdsar
179300        MOVE 'NOTQ file open failure...' TO WS-CONSOLE-MESSAGE    zbnkdsar
179400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
179500        MOVE WS-NOTQ-STATUS TO WS-IO-STATUS                       zbnkdsar
179600        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
179700        PERFORM ABORT-PROGRAM                                     zbnkdsar
179800     END-IF.                                                      zbnkdsar
179900                                                                  zbnkdsar
180000 NOTQ-GET.                                                        zbnkdsar
180100     READ NOTQ-FILE NEXT RECORD.                                  zbnkdsar
180200     IF WS-NOTQ-STATUS NOT = '00'                                 zbnkdsar
180300        IF WS-NOTQ-STATUS = '10'                                  zbnkdsar
180400           MOVE 'YES' TO WS-END-OF-NOTQ                           zbnkdsar
180500        ELSE                                                      zbnkdsar
180600           MOVE 'NOTQ Error reading file ...'                     zbnkdsar
180700             TO WS-CONSOLE-MESSAGE                                zbnkdsar
180800           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkdsar
180900           MOVE WS-NOTQ-STATUS TO WS-IO-STATUS                    zbnkdsar
181000           PERFORM DISPLAY-IO-STATUS                              zbnkdsar
181100           PERFORM ABORT-PROGRAM                                  zbnkdsar
181200        END-IF                                                    zbnkdsar
181300     END-IF.                                                      zbnkdsar
181400                                                                  zbnkdsar
181500 NOTQ-CLOSE.                                                      zbnkdsar
181600     CLOSE NOTQ-FILE.                                             zbnkdsar
181700     IF WS-NOTQ-STATUS = '00'                                     zbnkdsar
181800        MOVE 'NOTQ file closed OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
181900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
182000     ELSE                                                         zbnkdsar
182100        MOVE 'NOTQ file close failure...' TO WS-CONSOLE-MESSAGE   zbnkdsar
182200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
182300        MOVE WS-NOTQ-STATUS TO WS-IO-STATUS                       zbnkdsar
182400        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
182500        PERFORM ABORT-PROGRAM                                     zbnkdsar
182600     END-IF.                                                      zbnkdsar
182700                                                                  zbnkdsar
182800******************************************************************zbnkdsar
182900* Open, access and close the GLOG file.                          *zbnkdsar
183000******************************************************************zbnkdsar
183100 GLOG-OPEN.                                                       zbnkdsar
183200     OPEN INPUT GLOG-FILE.                                        zbnkdsar
183300     IF WS-GLOG-STATUS = '00'                                     zbnkdsar
183400        MOVE 'GLOG file opened OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
183500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
183600     ELSE                                                         zbnkdsar
183700        MOVE 'GLOG file open failure...' TO WS-CONSOLE-MESSAGE    zbnkdsar
183800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
183900        MOVE WS-GLOG-STATUS TO WS-IO-STATUS                       zbnkdsar
184000        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
184100        PERFORM ABORT-PROGRAM                                     zbnkdsar
184200     END-IF.                                                      zbnkdsar
184300                                                                  zbnkdsar
184400 GLOG-GET.                                                        zbnkdsar
184500     READ GLOG-FILE NEXT RECORD.                                  zbnkdsar
184600     IF WS-GLOG-STATUS NOT = '00'                                 zbnkdsar
184700        IF WS-GLOG-STATUS = '10'                                  zbnkdsar
184800           MOVE 'YES' TO WS-END-OF-GLOG                           zbnkdsar
184900        ELSE                                                      zbnkdsar
185000           MOVE 'GLOG Error reading file ...'                     zbnkdsar
185100             TO WS-CONSOLE-MESSAGE                                zbnkdsar
185200           PERFORM DISPLAY-CONSOLE-MESSAGE                        zbnkdsar
185300           MOVE WS-GLOG-STATUS TO WS-IO-STATUS                    zbnkdsar
185400           PERFORM DISPLAY-IO-STATUS                              zbnkdsar
185500           PERFORM ABORT-PROGRAM                                  zbnkdsar
185600        END-IF                                                    zbnkdsar
185700     END-IF.                                                      zbnkdsar
185800                                                                  zbnkdsar
185900 GLOG-CLOSE.                                                      zbnkdsar
186000     CLOSE GLOG-FILE.                                             zbnkdsar
186100     IF WS-GLOG-STATUS = '00'                                     zbnkdsar
186200        MOVE 'GLOG file closed OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
186300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
186400     ELSE                                                         zbnkdsar
186500        MOVE 'GLOG file close failure...' TO WS-CONSOLE-MESSAGE   zbnkdsar
186600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
186700        MOVE WS-GLOG-STATUS TO WS-IO-STATUS                       zbnkdsar
186800        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
186900        PERFORM ABORT-PROGRAM                                     zbnkdsar
187000     END-IF.                                                      zbnkdsar
187100                                                                  zbnkdsar
187200******************************************************************zbnkdsar
187300* Open, access and close the DSAR file.                          *zbnkdsar
187400******************************************************************zbnkdsar
187500 DSAR-OPEN.                                                       zbnkdsar
187600     OPEN I-O DSAR-FILE.                                          zbnkdsar
187700     IF WS-DSAR-STATUS = '00'                                     zbnkdsar
187800        MOVE 'DSAR file opened OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
187900        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
188000     ELSE                                                         zbnkdsar
188100        MOVE 'DSAR file open failure...' TO WS-CONSOLE-MESSAGE    zbnkdsar
188200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
188300        MOVE WS-DSAR-STATUS TO WS-IO-STATUS                       zbnkdsar
188400        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
188500        PERFORM ABORT-PROGRAM                                     zbnkdsar
188600     END-IF.                                                      zbnkdsar
188700                                                                  zbnkdsar
188800 DSAR-READ.                                                       zbnkdsar
188900     READ DSAR-FILE.                                              zbnkdsar
189000                                                                  zbnkdsar
189100 DSAR-WRITE.                                                      zbnkdsar
189200     WRITE DSAR-FILE-REC.                                         zbnkdsar
189300     IF WS-DSAR-STATUS NOT = '00'                                 zbnkdsar
189400        MOVE 'DSAR Error writing file ...'                        zbnkdsar
189500          TO WS-CONSOLE-MESSAGE                                   zbnkdsar
189600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
189700        MOVE WS-DSAR-STATUS TO WS-IO-STATUS                       zbnkdsar
189800        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
189900        PERFORM ABORT-PROGRAM                                     zbnkdsar
190000     END-IF.                                                      zbnkdsar
190100                                                                  zbnkdsar
190200 DSAR-REWRITE.                                                    zbnkdsar
190300     REWRITE DSAR-FILE-REC.                                       zbnkdsar
190400     IF WS-DSAR-STATUS NOT = '00'                                 zbnkdsar
190500        MOVE 'DSAR Error rewriting file ...'                      zbnkdsar
190600          TO WS-CONSOLE-MESSAGE                                   zbnkdsar
190700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
190800        MOVE WS-DSAR-STATUS TO WS-IO-STATUS                       zbnkdsar
190900        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
191000        PERFORM ABORT-PROGRAM                                     zbnkdsar
191100     END-IF.                                                      zbnkdsar
191200                                                                  zbnkdsar
191300 DSAR-CLOSE.                                                      zbnkdsar
191400     CLOSE DSAR-FILE.                                             zbnkdsar
191500     IF WS-DSAR-STATUS = '00'                                     zbnkdsar
191600        MOVE 'DSAR file closed OK' TO WS-CONSOLE-MESSAGE          zbnkdsar
191700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
191800     ELSE                                                         zbnkdsar
191900        MOVE 'DSAR file close failure...' TO WS-CONSOLE-MESSAGE   zbnkdsar
192000        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
192100        MOVE WS-DSAR-STATUS TO WS-IO-STATUS                       zbnkdsar
192200        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
192300        PERFORM ABORT-PROGRAM                                     zbnkdsar
192400     END-IF.                                                      zbnkdsar
192500                                                                  zbnkdsar
192600******************************************************************zbnkdsar
192700* Open, access and close the PRINTOUT file.                      *zbnkdsar
192800******************************************************************zbnkdsar
192900 PRINTOUT-OPEN.                                                   zbnkdsar
193000     OPEN OUTPUT PRINTOUT-FILE.                                   zbnkdsar
193100     IF WS-PRINTOUT-STATUS = '00'                                 zbnkdsar
193200        MOVE 'PRINTOUT file opened OK' TO WS-CONSOLE-MESSAGE      zbnkdsar
193300        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
193400     ELSE                                                         zbnkdsar
193500        MOVE 'PRINTOUT file open failure...'                      zbnkdsar
193600          TO WS-CONSOLE-MESSAGE                                   zbnkdsar
193700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
193800        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkdsar
193900        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
194000        PERFORM ABORT-PROGRAM                                     zbnkdsar
194100     END-IF.                                                      zbnkdsar
194200                                                                  zbnkdsar
194300 PRINTOUT-PUT.                                                    zbnkdsar
194400     WRITE PRINTOUT-REC.                                          zbnkdsar
194500     IF WS-PRINTOUT-STATUS NOT = '00'                             zbnkdsar
194600        MOVE 'PRINTOUT Error writing file ...'                    zbnkdsar
194700          TO WS-CONSOLE-MESSAGE                                   zbnkdsar
194800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
194900        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkdsar
195000        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
195100        PERFORM ABORT-PROGRAM                                     zbnkdsar
195200     END-IF.                                                      zbnkdsar
195300                                                                  zbnkdsar
195400 PRINTOUT-CLOSE.                                                  zbnkdsar
195500     CLOSE PRINTOUT-FILE.                                         zbnkdsar
195600     IF WS-PRINTOUT-STATUS = '00'                                 zbnkdsar
195700        MOVE 'PRINTOUT file closed OK' TO WS-CONSOLE-MESSAGE      zbnkdsar
195800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
195900     ELSE                                                         zbnkdsar
196000        MOVE 'PRINTOUT file close failure...'                     zbnkdsar
196100          TO WS-CONSOLE-MESSAGE                                   zbnkdsar
196200        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
196300        MOVE WS-PRINTOUT-STATUS TO WS-IO-STATUS                   zbnkdsar
196400        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
196500        PERFORM ABORT-PROGRAM                                     zbnkdsar
196600     END-IF.                                                      zbnkdsar
196700                                                                  zbnkdsar
196800******************************************************************zbnkdsar
196900* Write a short end-of-job summary to the JOBSUM file, in the    *zbnkdsar
197000* same style as the other batch jobs' summaries.                 *zbnkdsar
197100******************************************************************zbnkdsar
197200 PRINT-JOB-SUMMARY.                                               zbnkdsar
197300     PERFORM JOBSUM-OPEN.                                         zbnkdsar
197400     MOVE SPACES TO JOBSUM-REC.                                   zbnkdsar
197500     STRING 'Customer:                    ' DELIMITED BY SIZE     zbnkdsar
197600            WS-PARM-PID DELIMITED BY SIZE                         zbnkdsar
197700       INTO JOBSUM-REC.                                           zbnkdsar
197800     PERFORM JOBSUM-PUT.                                          zbnkdsar
197900     MOVE SPACES TO JOBSUM-REC.                                   zbnkdsar
198000     STRING 'Accounts read:               ' DELIMITED BY SIZE     zbnkdsar
198100            WS-ACCOUNTS-READ DELIMITED BY SIZE                    zbnkdsar
198200       INTO JOBSUM-REC.                                           zbnkdsar
198300     PERFORM JOBSUM-PUT.                                          zbnkdsar
198400     MOVE SPACES TO JOBSUM-REC.                                   zbnkdsar
198500     STRING 'Audit entries read:          ' DELIMITED BY SIZE     zbnkdsar
198600            WS-AUDIT-READ DELIMITED BY SIZE                       zbnkdsar
198700       INTO JOBSUM-REC.                                           zbnkdsar
198800     PERFORM JOBSUM-PUT.                                          zbnkdsar
198900     MOVE SPACES TO JOBSUM-REC.                                   zbnkdsar
199000     STRING 'Notices read:                ' DELIMITED BY SIZE     zbnkdsar
199100            WS-NOTICES-READ DELIMITED BY SIZE                     zbnkdsar
199200       INTO JOBSUM-REC.                                           zbnkdsar
199300     PERFORM JOBSUM-PUT.                                          zbnkdsar
199400     MOVE SPACES TO JOBSUM-REC.                                   zbnkdsar
199500     STRING 'Gateway requests read:       ' DELIMITED BY SIZE     zbnkdsar
199600            WS-REQUESTS-READ DELIMITED BY SIZE                    zbnkdsar
199700       INTO JOBSUM-REC.                                           zbnkdsar
199800     PERFORM JOBSUM-PUT.                                          zbnkdsar
199900     MOVE SPACES TO JOBSUM-REC.                                   zbnkdsar
200000     STRING 'Accounts held:               ' DELIMITED BY SIZE     zbnkdsar
200100            WS-HELD-COUNT DELIMITED BY SIZE                       zbnkdsar
200200       INTO JOBSUM-REC.                                           zbnkdsar
200300     PERFORM JOBSUM-PUT.                                          zbnkdsar
200400     MOVE SPACES TO JOBSUM-REC.                                   zbnkdsar
200500     STRING 'Records reported:            ' DELIMITED BY SIZE     zbnkdsar
200600            WS-RECORDS-FOUND DELIMITED BY SIZE                    zbnkdsar
200700       INTO JOBSUM-REC.                                           zbnkdsar
200800     PERFORM JOBSUM-PUT.                                          zbnkdsar
200900     PERFORM JOBSUM-CLOSE.                                        zbnkdsar
201000     MOVE 'Job summary written to JOBSUM'                         zbnkdsar
201100       TO WS-CONSOLE-MESSAGE.                                     zbnkdsar
201200     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkdsar
201300                                                                  zbnkdsar
201400 JOBSUM-OPEN.                                                     zbnkdsar
201500     OPEN OUTPUT JOBSUM-FILE.                                     zbnkdsar
201600     IF WS-JOBSUM-STATUS = '00'                                   zbnkdsar
201700        MOVE 'JOBSUM file opened OK' TO WS-CONSOLE-MESSAGE        zbnkdsar
201800        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
201900     ELSE                                                         zbnkdsar
202000        MOVE 'JOBSUM file open failure...' TO WS-CONSOLE-MESSAGE  zbnkdsar
202100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
202200        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkdsar
202300        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
202400        PERFORM ABORT-PROGRAM                                     zbnkdsar
202500     END-IF.                                                      zbnkdsar
202600                                                                  zbnkdsar
202700 JOBSUM-PUT.                                                      zbnkdsar
202800     WRITE JOBSUM-REC.                                            zbnkdsar
202900     IF WS-JOBSUM-STATUS NOT = '00'                               zbnkdsar
203000        MOVE 'JOBSUM Error writing file ...' TO WS-CONSOLE-MESSAGEzbnkdsar
203100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
203200        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkdsar
203300        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
203400        PERFORM ABORT-PROGRAM                                     zbnkdsar
203500     END-IF.                                                      zbnkdsar
203600                                                                  zbnkdsar
203700 JOBSUM-CLOSE.                                                    zbnkdsar
203800     CLOSE JOBSUM-FILE.                                           zbnkdsar
203900     IF WS-JOBSUM-STATUS = '00'                                   zbnkdsar
204000        MOVE 'JOBSUM file closed OK' TO WS-CONSOLE-MESSAGE        zbnkdsar
204100        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
204200     ELSE                                                         zbnkdsar
204300        MOVE 'JOBSUM file close failure...' TO WS-CONSOLE-MESSAGE zbnkdsar
204400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
204500        MOVE WS-JOBSUM-STATUS TO WS-IO-STATUS                     zbnkdsar
204600        PERFORM DISPLAY-IO-STATUS                                 zbnkdsar
204700        PERFORM ABORT-PROGRAM                                     zbnkdsar
204800     END-IF.                                                      zbnkdsar
204900                                                                  zbnkdsar
205000******************************************************************zbnkdsar
205100* Run-control hooks. The START call blocks this job when it has  *zbnkdsar
205200* already completed for the business date or a prerequisite has  *zbnkdsar
205300* not, and records the start on BNKRUNC; the END call records    *zbnkdsar
205400* the end time and return code. See URUNCTL.CBL.                 *zbnkdsar
205500******************************************************************zbnkdsar
205600 RUN-CONTROL-START.                                               zbnkdsar
205700     SET RUNCTL-START TO TRUE.                                    zbnkdsar
205800     MOVE 'ZBNKDSAR' TO RUNCTL-JOB.                               zbnkdsar
205900     MOVE ZERO TO RUNCTL-BUSDATE.                                 zbnkdsar
206000     MOVE ZERO TO RUNCTL-RETURN-CODE.                             zbnkdsar
206100     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkdsar
206200     IF RUNCTL-BLOCKED                                            zbnkdsar
206300        MOVE RUNCTL-REPLY-TEXT TO WS-CONSOLE-MESSAGE              zbnkdsar
206400        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
206500        MOVE 'Run control blocked this run' TO WS-CONSOLE-MESSAGE zbnkdsar
206600        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
206700        MOVE 8 TO RETURN-CODE                                     zbnkdsar
206800        GOBACK                                                    zbnkdsar
206900     END-IF.                                                      zbnkdsar
207000 RUN-CONTROL-START-EXIT.                                          zbnkdsar
207100     EXIT.                                                        zbnkdsar
207200                                                                  zbnkdsar
207300 RUN-CONTROL-END.                                                 zbnkdsar
207400     SET RUNCTL-END TO TRUE.                                      zbnkdsar
207500     MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.                      zbnkdsar
207600     CALL 'URUNCTL' USING WS-RUN-CONTROL.                         zbnkdsar
207700                                                                  zbnkdsar
207800******************************************************************zbnkdsar
207900* Display the file status bytes                                  *zbnkdsar
208000******************************************************************zbnkdsar
208100 DISPLAY-IO-STATUS.                                               zbnkdsar
208200     IF WS-IO-STATUS NUMERIC                                      zbnkdsar
208300        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkdsar
208400        STRING 'File status -' DELIMITED BY SIZE                  zbnkdsar
208500               WS-IO-STATUS DELIMITED BY SIZE                     zbnkdsar
208600          INTO WS-CONSOLE-MESSAGE                                 zbnkdsar
208700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
208800     ELSE                                                         zbnkdsar
208900        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY     zbnkdsar
209000        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT                    zbnkdsar
209100        MOVE SPACE TO WS-CONSOLE-MESSAGE                          zbnkdsar
209200        STRING 'File status -' DELIMITED BY SIZE                  zbnkdsar
209300               WS-IO-STAT1 DELIMITED BY SIZE                      zbnkdsar
209400               '/' DELIMITED BY SIZE                              zbnkdsar
209500               WS-TWO-BYTES DELIMITED BY SIZE                     zbnkdsar
209600          INTO WS-CONSOLE-MESSAGE                                 zbnkdsar
209700        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
209800     END-IF.                                                      zbnkdsar
209900                                                                  zbnkdsar
210000******************************************************************zbnkdsar
210100* 'ABORT' the program. Post a message and issue a goback         *zbnkdsar
210200******************************************************************zbnkdsar
210300 ABORT-PROGRAM.                                                   zbnkdsar
210400     IF WS-CONSOLE-MESSAGE NOT = SPACES                           zbnkdsar
210500        PERFORM DISPLAY-CONSOLE-MESSAGE                           zbnkdsar
210600     END-IF.                                                      zbnkdsar
210700     MOVE 'Program is abending...' TO WS-CONSOLE-MESSAGE.         zbnkdsar
210800     PERFORM DISPLAY-CONSOLE-MESSAGE.                             zbnkdsar
210900     MOVE 16 TO RETURN-CODE.                                      zbnkdsar
211000     GOBACK.                                                      zbnkdsar
211100                                                                  zbnkdsar
211200******************************************************************zbnkdsar
211300* Display CONSOLE messages...                                    *zbnkdsar
211400******************************************************************zbnkdsar
211500 DISPLAY-CONSOLE-MESSAGE.                                         zbnkdsar
211600     DISPLAY 'ZBNKDSAR - ' WS-CONSOLE-MESSAGE                     zbnkdsar
211700       UPON CONSOLE.                                              zbnkdsar
211800     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.                       zbnkdsar
211900                                                                  zbnkdsar
212000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     zbnkdsar
