001200***************************************************************** dbank03p
001300* Program:     DBANK03P.CBL                                     * dbank03p
001400* Function:    Obtain Bank Account balances                     * dbank03p
001410*              Postings are also copied to the BNKTXD daily     * dbank03p
001420*              posting journal for the nightly jobs             * dbank03p
001430*              Each joint owner added is logged on BNKRMOV for  * dbank03p
001440*              the nightly control-totals proof (ZBNKCTLT)      * dbank03p
001450*              Counter postings are numbered per till and       * dbank03p
001460*              journalled on BNKTJRN as the customer receipt    * dbank03p
001470*              Postings are stamped with the channel - teller,  * dbank03p
001480*              online screens or the API gateway                * dbank03p
001484*              A target account number keyed for a transfer     * dbank03p
001488*              must pass its check digit unless the account     * dbank03p
001492*              is a legacy one; each account listed carries     * dbank03p
001496*              its IBAN                                         * dbank03p
001497*              Debits from a notice savings account draw down   * dbank03p
001498*              its matured BNKWNOT notices; without one the     * dbank03p
001499*              accrued-interest penalty must be accepted        * dbank03p
001500*              VSAM version                                     * dbank03p
001510*              Bill payments go to the collection account of a  * dbank03p
001520*              BNKBILR biller once the reference passes its     * dbank03p
001530*              rule, and are registered on BNKBPAY for ZBNKBILR * dbank03p
001540*              External transfers go only to a saved BNKPAYE    * dbank03p
001550*              payee, held to the new-payee limit for 24 hours  * dbank03p
001560*              after it is added or its bank details change     * dbank03p
001570*              The limit counts all of the payee's transfers    * dbank03p
001580*              in that window, in the account currency          * dbank03p
001600***************************************************************** dbank03p
001700                                                                  dbank03p
001800 IDENTIFICATION DIVISION.                                         dbank03p
003300       VALUE 'DBANK03P'.                                          dbank03p
003400   05  WS-COMMAREA-LENGTH                    PIC 9(5).            dbank03p
003500   05  WS-RESP                               PIC S9(8) COMP.      dbank03p
003510   05  WS-TXD-RESP                           PIC S9(8) COMP.      dbank03p
003520   05  WS-RMOV-RESP                          PIC S9(8) COMP.      dbank03p
003600   05  WS-SUB1                               PIC S9(4) COMP.      dbank03p
003700   05  WS-PAGE-MAX                           PIC S9(4) COMP.      dbank03p
003800   05  WS-BNKACCT-AIX1-RID                   PIC X(5).            dbank03p
007500   05  WS-AVAILABLE-FUNDS                    PIC S9(9)V99 COMP-3. dbank03p
007600   05  WS-AUTH-CHECK-RID                     PIC X(14).           dbank03p
007700   05  WS-BNKTILL-RID                        PIC X(16).           dbank03p
007720   05  WS-TJRN-RESP                          PIC S9(8) COMP.      dbank03p
007740   05  WS-RECEIPT-TILL                       PIC X(8).            dbank03p
007760   05  WS-RECEIPT-NO                         PIC 9(7).            dbank03p
007780   05  WS-RECEIPT-BRANCH                     PIC X(3).            dbank03p
007800   05  WS-LIMIT-PID                          PIC X(5).            dbank03p
007900   05  WS-LIMIT-CHANNEL                      PIC X(1).            dbank03p
008000   05  WS-LIMIT-AMOUNT                       PIC S9(7)V99 COMP-3. dbank03p
009700   05  WS-KYC-FLAG                           PIC X(1).            dbank03p
009800     88  WS-KYC-ALLOWED                      VALUE 'A'.           dbank03p
009900     88  WS-KYC-BLOCKED                      VALUE 'B'.           dbank03p
009910   05  WS-MINOR-FLAG                         PIC X(1).            dbank03p
009920     88  WS-HOLDER-ADULT                     VALUE 'N'.           dbank03p
009930     88  WS-HOLDER-MINOR                     VALUE 'Y'.           dbank03p
009940   05  WS-MINOR-DEBIT-LIMIT                  PIC S9(7)V99         dbank03p
009950       COMP-3.                                                    dbank03p
010000   05  WS-TELLER-SEQ                         PIC 9(3).            dbank03p
010003   05  WS-OTP-THRESHOLD                      PIC S9(7)V99         dbank03p
010006       COMP-3.                                                    dbank03p
010009   05  WS-OTP-LIFETIME                       PIC S9(15) COMP-3    dbank03p
010012       VALUE 300000.                                              dbank03p
010015   05  WS-OTP-MAX-TRIES                      PIC 9(1)             dbank03p
010018       VALUE 3.                                                   dbank03p
010021   05  WS-MAX-FAILED-ATTEMPTS                PIC 9(2)             dbank03p
010024       VALUE 3.                                                   dbank03p
010027   05  WS-OTP-SEED                           PIC 9(9).            dbank03p
010030   05  WS-OTP-NUMBER                         PIC 9(6).            dbank03p
010033   05  WS-OTP-AMOUNT-EDIT                    PIC Z(6)9.99.        dbank03p
010036   05  WS-OTP-SESSION-ID                     PIC X(16).           dbank03p
010039   05  WS-OTP-EVENT                          PIC X(1).            dbank03p
010042   05  WS-OTP-RELEASE                        PIC X(1)             dbank03p
010045       VALUE 'N'.                                                 dbank03p
010048     88  WS-OTP-RELEASING                    VALUE 'Y'.           dbank03p
010051     88  WS-OTP-NOT-RELEASING                VALUE 'N'.           dbank03p
010054   05  WS-OTP-FLAG                           PIC X(1).            dbank03p
010057     88  WS-OTP-ISSUED                       VALUE 'I'.           dbank03p
010060     88  WS-OTP-NOT-ISSUED                   VALUE 'N'.           dbank03p
010063   05  WS-OTP-CLOSE-FLAG                     PIC X(1).            dbank03p
010066     88  WS-OTP-CLOSED                       VALUE 'Y'.           dbank03p
010069     88  WS-OTP-NOT-CLOSED                   VALUE 'N'.           dbank03p
010072   05  WS-OTP-LEAD                           PIC S9(4) COMP.      dbank03p
010075   05  WS-BNKOTPC-RID                        PIC X(16).           dbank03p
010078   05  WS-BNKEXTL-RID                        PIC X(16).           dbank03p
010081   05  WS-BNKSESS-RID                        PIC X(12).           dbank03p
010084   05  WS-BNKTOKN-RID                        PIC X(16).           dbank03p
010087   05  WS-BNKUSRF-RID                        PIC X(8).            dbank03p
010100                                                                  dbank03p
010200 01  WS-MONTH-TABLE-DATA.                                         dbank03p
010300   05  FILLER                              PIC X(5) VALUE         dbank03p
014100   05  FILLER                                PIC X(1) VALUE SPACE.dbank03p
014200   05  WS-EXPORT-BALANCE                     PIC -(6)9.99.        dbank03p
014300                                                                  dbank03p
014307******************************************************************dbank03p
014314* One-time passcode text message. The SMSO queue is an           *dbank03p
014321* extrapartition queue on the SMSOUT dataset, the same 132-byte  *dbank03p
014328* layout ZBNKDSPT writes for the SMS gateway.                    *dbank03p
014335******************************************************************dbank03p
014342 01  WS-SMS-QUEUE                           PIC X(4)              dbank03p
014349     VALUE 'SMSO'.                                                dbank03p
014356                                                                  dbank03p
014363 01  WS-SMS-RECORD.                                               dbank03p
014370   05  WS-SMS-TELNO                          PIC X(12).           dbank03p
014377   05  WS-SMS-TEXT                           PIC X(120).          dbank03p
014384                                                                  dbank03p
014400                                                                  dbank03p
014500 01  WS-BNKACCT-REC.                                              dbank03p
014600 COPY CBANKVAC.                                                   dbank03p
015000                                                                  dbank03p
015100 01  WS-BNKTXN-REC.                                               dbank03p
015200 COPY CBANKVTX.                                                   dbank03p
015210                                                                  dbank03p
015220 01  WS-BNKTXD-REC.                                               dbank03p
015230 COPY CBANKVTD.                                                   dbank03p
015300                                                                  dbank03p
015400 01  WS-BNKRECT-REC.                                              dbank03p
015500 COPY CBANKVRT.                                                   dbank03p
017200 01  WS-BNKTILL-REC.                                              dbank03p
017300 COPY CBANKVTL.                                                   dbank03p
017400                                                                  dbank03p
017406 01  WS-BNKOTPC-REC.                                              dbank03p
017412 COPY CBANKVOT.                                                   dbank03p
017418                                                                  dbank03p
017424 01  WS-BNKSESS-REC.                                              dbank03p
017430 COPY CBANKVSE.                                                   dbank03p
017436                                                                  dbank03p
017442 01  WS-BNKTOKN-REC.                                              dbank03p
017448 COPY CBANKVTK.                                                   dbank03p
017454                                                                  dbank03p
017460 01  WS-BNKUSRF-REC.                                              dbank03p
017466 COPY CBANKVUS.                                                   dbank03p
017472                                                                  dbank03p
017478 01  WS-BNKNOTQ-REC.                                              dbank03p
017484 COPY CBANKVNQ.                                                   dbank03p
017490                                                                  dbank03p
017500 01  WS-XFER-TO-BALANCE                   PIC S9(7)V99 COMP-3.    dbank03p
017600 01  WS-XFER-TO-CCY                       PIC X(3).               dbank03p
017700 01  WS-XFER-CREDIT-AMT                   PIC S9(7)V99 COMP-3.    dbank03p
017800 01  WS-EXTL-DEBIT-AMT                    PIC S9(7)V99 COMP-3.    dbank03p
017810 01  WS-PAYEE-COOL-SW                    PIC X(1).                dbank03p
017820     88  WS-PAYEE-COOLING                VALUE 'Y'.               dbank03p
017830     88  WS-PAYEE-NOT-COOLING            VALUE 'N'.               dbank03p
017840 01  WS-PAYEE-USED                       PIC S9(7)V99 COMP-3.     dbank03p
017850 01  WS-PAYEE-XT-AMT                     PIC S9(7)V99 COMP-3.     dbank03p
017900 01  WS-FXRT-RID                          PIC X(6).               dbank03p
018000 01  WS-DEBIT-POSTED                      PIC X(1).               dbank03p
018100 01  WS-CREDIT-POSTED                     PIC X(1).               dbank03p
018104 01  WS-XFER-FROM-BRANCH                  PIC X(3).               dbank03p
018108 01  WS-XFER-FROM-CCY                     PIC X(3).               dbank03p
018112 01  WS-XFER-TO-BRANCH                    PIC X(3).               dbank03p
018116***************************************************************** dbank03p
018120* One posting whose two sides sit at different branches: the    * dbank03p
018124* branch that owes the value and the branch that is owed, with   *dbank03p
018128* the account or till behind each side.                          *dbank03p
018132***************************************************************** dbank03p
018136 01  WS-IB-PAIR.                                                  dbank03p
018140   05  WS-IB-OWES-BRANCH                   PIC X(3).              dbank03p
018144   05  WS-IB-OWES-ACCNO                    PIC X(9).              dbank03p
018148   05  WS-IB-OWES-TELLER                   PIC X(8).              dbank03p
018152   05  WS-IB-OWED-BRANCH                   PIC X(3).              dbank03p
018156   05  WS-IB-OWED-ACCNO                    PIC X(9).              dbank03p
018160   05  WS-IB-OWED-TELLER                   PIC X(8).              dbank03p
018164   05  WS-IB-AMOUNT                        PIC S9(9)V99 COMP-3.   dbank03p
018168   05  WS-IB-CURRENCY                      PIC X(3).              dbank03p
018172   05  WS-IB-TXN-TYPE                      PIC X(3).              dbank03p
018176 01  WS-BNKIBRT-REC.                                              dbank03p
018180 COPY CBANKVIB.                                                   dbank03p
018200 01  WS-BNKFXRT-REC.                                              dbank03p
018300 COPY CBANKVFX.                                                   dbank03p
018400 01  WS-BNKBDIR-REC.                                              dbank03p
019300 COPY CBANKVTT.                                                   dbank03p
019400 01  WS-BNKJRNL-REC.                                              dbank03p
019500 COPY CBANKVJR.                                                   dbank03p
019510 01  WS-BNKRMOV-REC.                                              dbank03p
019520 COPY CBANKVRM.                                                   dbank03p
019540 01  WS-BNKTJRN-REC.                                              dbank03p
019560 COPY CBANKVTJ.                                                   dbank03p
019568 01  WS-ACCNO-PARM.                                               dbank03p
019576 COPY CACCNOD.                                                    dbank03p
019584 01  WS-CHECK-ACCNO                       PIC X(9).               dbank03p
019592 01  WS-CHECK-ACCNO-MSG                   PIC X(60).              dbank03p
019600 01  WS-JRNL-IMAGE                        PIC X(200).             dbank03p
019603******************************************************************dbank03p
019606* Debits from a notice savings account: the amount asked for,    *dbank03p
019609* the matured notices that cover it and the penalty on whatever  *dbank03p
019612* they do not (CHECK-NOTICE-DEBIT, APPLY-NOTICE-DEBIT).          *dbank03p
019618******************************************************************dbank03p
019621 01  WS-NOTICE-WORK.                                              dbank03p
019624   05  WS-NOTICE-FLAG                      PIC X(1).              dbank03p
019627     88  WS-NOTICE-NOT-NEEDED              VALUE 'N'.             dbank03p
019630     88  WS-NOTICE-COVERED                 VALUE 'C'.             dbank03p
019633     88  WS-NOTICE-SHORT                   VALUE 'S'.             dbank03p
019636   05  WS-NOTICE-POSTED                    PIC X(1).              dbank03p
019639     88  WS-NOTICE-PENALTY-POSTED          VALUE 'Y'.             dbank03p
019642   05  WS-NOTICE-ACCNO                     PIC X(9).              dbank03p
019645   05  WS-NOTICE-AMOUNT                    PIC S9(7)V99 COMP-3.   dbank03p
019648   05  WS-NOTICE-MATURED                   PIC S9(7)V99 COMP-3.   dbank03p
019651   05  WS-NOTICE-UNCOVERED                 PIC S9(7)V99 COMP-3.   dbank03p
019654   05  WS-NOTICE-PENALTY                   PIC S9(7)V99 COMP-3.   dbank03p
019655   05  WS-NOTICE-TOTAL                     PIC S9(7)V99 COMP-3.   dbank03p
019657   05  WS-NOTICE-TO-DRAW                   PIC S9(7)V99 COMP-3.   dbank03p
019660   05  WS-NOTICE-LEFT                      PIC S9(7)V99 COMP-3.   dbank03p
019663   05  WS-NOTICE-BALANCE                   PIC S9(7)V99 COMP-3.   dbank03p
019666   05  WS-NOTICE-COUNT                     PIC S9(4) COMP.        dbank03p
019669   05  WS-NOTICE-SUB                       PIC S9(4) COMP.        dbank03p
019672   05  WS-NOTICE-SEQ OCCURS 20 TIMES       PIC 9(3).              dbank03p
019675   05  WS-BNKWNOT-RID.                                            dbank03p
019678     10  WS-BNKWNOT-RID-ACCNO              PIC X(9).              dbank03p
019681     10  WS-BNKWNOT-RID-SEQ                PIC 9(3).              dbank03p
019684 01  WS-BNKWNOT-REC.                                              dbank03p
019687 COPY CBANKVWN.                                                   dbank03p
019690 01  WS-BNKACRU-REC.                                              dbank03p
019693 COPY CBANKVAR.                                                   dbank03p
019700                                                                  dbank03p
019703******************************************************************dbank03p
019706* Bill payments (BILL-PAY-PROCESS): the biller looked up on the  *dbank03p
019709* BNKBILR directory, the check of the reference quoted against   *dbank03p
019712* its rule, and the BNKBPAY register entry for the payment.      *dbank03p
019715******************************************************************dbank03p
019718 01  WS-BILL-WORK.                                                dbank03p
019721   05  WS-BILL-FLAG                        PIC X(1) VALUE 'N'.    dbank03p
019724     88  WS-BILL-PAYING                    VALUE 'Y'.             dbank03p
019727   05  WS-BILL-MSG                         PIC X(60).             dbank03p
019730   05  WS-BILL-REF-LEN                     PIC S9(4) COMP.        dbank03p
019733   05  WS-BILL-PREFIX-LEN                  PIC S9(4) COMP.        dbank03p
019736   05  WS-BILL-SUB                         PIC S9(4) COMP.        dbank03p
019739   05  WS-BILL-SUM                         PIC S9(4) COMP.        dbank03p
019742   05  WS-BILL-DIGIT                       PIC 9(2).              dbank03p
019745   05  WS-BILL-DOUBLE                      PIC X(1).              dbank03p
019748     88  WS-BILL-DOUBLE-IT                 VALUE 'Y'.             dbank03p
019751   05  WS-BILL-CHAR                        PIC X(1).              dbank03p
019754     88  WS-BILL-CHAR-DIGIT                VALUE '0' THRU '9'.    dbank03p
019757     88  WS-BILL-CHAR-ALNUM                VALUE '0' THRU '9'     dbank03p
019760                                                 'A' THRU 'Z'     dbank03p
019763                                                 'a' THRU 'z'.    dbank03p
019766   05  WS-BNKBILR-RID                      PIC X(6).              dbank03p
019769   05  WS-BNKBPAY-RID                      PIC X(30).             dbank03p
019772 01  WS-BNKBILR-REC.                                              dbank03p
019775 COPY CBANKVBL.                                                   dbank03p
019778 01  WS-BNKBPAY-REC.                                              dbank03p
019781 COPY CBANKVBP.                                                   dbank03p
019784                                                                  dbank03p
019785******************************************************************dbank03p
019786* Saved payees (EXTL-PAYEE-LOOKUP): an external transfer goes    *dbank03p
019787* to a BNKPAYE payee, held to the new-payee limit while it cools *dbank03p
019788* off.                                                           *dbank03p
019789******************************************************************dbank03p
019790 01  WS-PAYEE-WORK.                                               dbank03p
019791   05  WS-BNKPAYE-RID.                                            dbank03p
019792     10  WS-BNKPAYE-RID-PID                PIC X(5).              dbank03p
019793     10  WS-BNKPAYE-RID-SEQ                PIC 9(3).              dbank03p
019794   05  WS-PAYEE-DAYS                       PIC S9(9) COMP.        dbank03p
019795   05  WS-PAYEE-LIMIT                      PIC S9(7)V99 COMP-3.   dbank03p
019796   05  WS-PAYEE-DEFAULT-LIMIT              PIC S9(7)V99 COMP-3    dbank03p
019797       VALUE 250.00.                                              dbank03p
019798 01  WS-BNKPAYE-REC.                                              dbank03p
019799 COPY CBANKVPY.                                                   dbank03p
019800 01  WS-COMMAREA.                                                 dbank03p
019900 COPY CBANKD03.                                                   dbank03p
020000                                                                  dbank03p
020100 COPY CABENDD.                                                    dbank03p
020110                                                                  dbank03p
020120 01  WS-BNKPERF-REC.                                              dbank03p
020130 COPY CBANKVPF.                                                   dbank03p
020140                                                                  dbank03p
020150 COPY CPERFD.                                                     dbank03p
020200                                                                  dbank03p
020300 LINKAGE SECTION.                                                 dbank03p
020400 01  DFHCOMMAREA.                                                 dbank03p
020700         DEPENDING ON WS-COMMAREA-LENGTH.                         dbank03p
020800                                                                  dbank03p
020900 COPY CENTRY.                                                     dbank03p
020910***************************************************************** dbank03p
020920* Start the response-time clock for this request                * dbank03p
020930***************************************************************** dbank03p
020940     PERFORM PERF-TIMER.                                          dbank03p
020950                                                                  dbank03p
021000***************************************************************** dbank03p
021100* Move the passed data to our area                              * dbank03p
021200***************************************************************** dbank03p
025100        PERFORM TELLER-DEPOSIT-PROCESS                            dbank03p
025200      WHEN CD03I-TELLER-WITHDRAWAL                                dbank03p
025300        PERFORM TELLER-WITHDRAWAL-PROCESS                         dbank03p
025310      WHEN CD03I-OTP-VERIFY                                       dbank03p
025320        PERFORM OTP-VERIFY-PROCESS                                dbank03p
025330            THRU OTP-VERIFY-PROCESS-EXIT                          dbank03p
025340      WHEN CD03I-BILL-PAY                                         dbank03p
025350        PERFORM BILL-PAY-PROCESS                                  dbank03p
025360            THRU BILL-PAY-PROCESS-EXIT                            dbank03p
025400       WHEN OTHER                                                 dbank03p
025500         PERFORM BALANCE-ENQUIRY-PROCESS                          dbank03p
025600             THRU BALANCE-ENQUIRY-PROCESS-EXIT                    dbank03p
026100***************************************************************** dbank03p
026200     MOVE WS-COMMAREA TO DFHCOMMAREA(1:WS-COMMAREA-LENGTH).       dbank03p
026300                                                                  dbank03p
026310***************************************************************** dbank03p
026320* Log this request's response time to BNKPERF                   * dbank03p
026330***************************************************************** dbank03p
026340     MOVE CD03I-FUNCTION TO WS-PERF-FUNCTION.                     dbank03p
026350     PERFORM PERF-TIMER.                                          dbank03p
026360                                                                  dbank03p
026400***************************************************************** dbank03p
026500* Return to our caller                                          * dbank03p
026600***************************************************************** dbank03p
032100                                                                  dbank03p
032200***************************************************************** dbank03p
032300* We got an account record ok, save no & bal, get description   * dbank03p
032310* and the type's rate structure - base rate and balance bands   * dbank03p
032400***************************************************************** dbank03p
032500     ADD 1 TO WS-SUB1.                                            dbank03p
032600     MOVE BAC-REC-ACCNO TO CD03O-ACC-NO (WS-SUB1).                dbank03p
033100     MOVE BAC-REC-OVERDRAFT-LIMIT                                 dbank03p
033200       TO CD03O-ACC-OVERDRAFT-LIMIT (WS-SUB1).                    dbank03p
033300     MOVE BAC-REC-CURRENCY TO CD03O-ACC-CURRENCY (WS-SUB1).       dbank03p
033320     SET ACN-DERIVE-IBAN TO TRUE.                                 dbank03p
033340     MOVE BAC-REC-ACCNO TO ACN-ACCNO.                             dbank03p
033360     CALL 'UACCNO' USING WS-ACCNO-PARM.                           dbank03p
033380     MOVE ACN-IBAN TO CD03O-ACC-IBAN (WS-SUB1).                   dbank03p
033400     MOVE BAC-REC-ACCNO TO WS-HOLDS-ACCNO.                        dbank03p
033500     PERFORM SUM-ACTIVE-HOLDS                                     dbank03p
033600         THRU SUM-ACTIVE-HOLDS-EXIT.                              dbank03p
034500     END-EXEC.                                                    dbank03p
034600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank03p
034700        MOVE BAT-REC-DESC TO CD03O-ACC-DESC (WS-SUB1)             dbank03p
034710        MOVE BAT-REC-INT-RATE TO CD03O-ACC-INT-RATE (WS-SUB1)     dbank03p
034720        MOVE BAT-REC-BAND-AREA TO CD03O-ACC-BAND-AREA (WS-SUB1)   dbank03p
034800     ELSE                                                         dbank03p
034900        MOVE 'Unkown' TO CD03O-ACC-DESC (WS-SUB1)                 dbank03p
034910        MOVE ZERO TO CD03O-ACC-INT-RATE (WS-SUB1)                 dbank03p
034920                     CD03O-ACC-BAND-FLOOR (WS-SUB1 1)             dbank03p
034930                     CD03O-ACC-BAND-RATE (WS-SUB1 1)              dbank03p
034940                     CD03O-ACC-BAND-FLOOR (WS-SUB1 2)             dbank03p
034950                     CD03O-ACC-BAND-RATE (WS-SUB1 2)              dbank03p
034960                     CD03O-ACC-BAND-FLOOR (WS-SUB1 3)             dbank03p
034970                     CD03O-ACC-BAND-RATE (WS-SUB1 3)              dbank03p
035000     END-IF.                                                      dbank03p
035100     IF CD03I-EXPORT-REQUIRED                                     dbank03p
035200        PERFORM EXPORT-ACCOUNT-SUMMARY                            dbank03p
066300          TO CD03O-RECUR-ADD-MESSAGE                              dbank03p
066400        GO TO RECURRING-ADD-PROCESS-EXIT                          dbank03p
066500     END-IF.                                                      dbank03p
066501     IF CD03I-BILL-CODE IS NOT EQUAL TO SPACES                    dbank03p
066502        PERFORM CHECK-BILLER THRU CHECK-BILLER-EXIT               dbank03p
066503        IF WS-BILL-MSG IS NOT EQUAL TO SPACES                     dbank03p
066504           SET CD03O-RECUR-ADD-REJECTED TO TRUE                   dbank03p
066505           MOVE WS-BILL-MSG TO CD03O-RECUR-ADD-MESSAGE            dbank03p
066506           GO TO RECURRING-ADD-PROCESS-EXIT                       dbank03p
066507        END-IF                                                    dbank03p
066508        MOVE BL-REC-COLL-ACCNO TO CD03I-RECUR-TO-ACCNO            dbank03p
066509     END-IF.                                                      dbank03p
066510     MOVE CD03I-RECUR-TO-ACCNO TO WS-CHECK-ACCNO.                 dbank03p
066520     PERFORM CHECK-TARGET-ACCNO                                   dbank03p
066530         THRU CHECK-TARGET-ACCNO-EXIT.                            dbank03p
066540     IF WS-CHECK-ACCNO-MSG IS NOT EQUAL TO SPACES                 dbank03p
066550        SET CD03O-RECUR-ADD-REJECTED TO TRUE                      dbank03p
066560        MOVE WS-CHECK-ACCNO-MSG TO CD03O-RECUR-ADD-MESSAGE        dbank03p
066570        GO TO RECURRING-ADD-PROCESS-EXIT                          dbank03p
066580     END-IF.                                                      dbank03p
066600     MOVE CD03I-TXN-ACCNO TO RT-REC-FROM-ACCNO.                   dbank03p
066700     MOVE EIBTASKN TO RT-REC-TASKN.                               dbank03p
066800     MOVE CD03I-RECUR-TO-ACCNO TO RT-REC-TO-ACCNO.                dbank03p
067200     MOVE CD03I-RECUR-DAY TO RT-REC-DAY.                          dbank03p
067300     MOVE SPACES TO RT-REC-NEXT-DTE.                              dbank03p
067400     MOVE ZERO TO RT-REC-RETRY-COUNT.                             dbank03p
067410     IF CD03I-BILL-CODE IS NOT EQUAL TO SPACES                    dbank03p
067420        MOVE CD03I-BILL-CODE TO RT-REC-BILLER                     dbank03p
067430        MOVE CD03I-BILL-REF TO RT-REC-BILL-REF                    dbank03p
067440     ELSE                                                         dbank03p
067450        MOVE SPACES TO RT-REC-BILLER                              dbank03p
067460        MOVE SPACES TO RT-REC-BILL-REF                            dbank03p
067470     END-IF.                                                      dbank03p
067500     SET RT-REC-ACTIVE TO TRUE.                                   dbank03p
067600     EXEC CICS WRITE FILE('BNKRECT')                              dbank03p
067700               FROM(WS-BNKRECT-REC)                               dbank03p
074700          TO CD03O-EXTL-MESSAGE                                   dbank03p
074800        GO TO EXTERNAL-TRANSFER-ADD-PROCESS-EXIT                  dbank03p
074900     END-IF.                                                      dbank03p
074905     SET WS-PAYEE-NOT-COOLING TO TRUE.                            dbank03p
074910     PERFORM EXTL-PAYEE-LOOKUP                                    dbank03p
074920         THRU EXTL-PAYEE-LOOKUP-EXIT.                             dbank03p
074930     IF CD03O-EXTL-REJECTED                                       dbank03p
074940        GO TO EXTERNAL-TRANSFER-ADD-PROCESS-EXIT                  dbank03p
074950     END-IF.                                                      dbank03p
075000 IF CD03I-EXTL-BANK-ID IS EQUAL TO SPACES                         dbank03p
075100    SET CD03O-EXTL-REJECTED TO TRUE                               dbank03p
075200    MOVE 'Destination bank identifier is required' TO             dbank03p
081200      CD03O-EXTL-MESSAGE                                          dbank03p
081300    GO TO EXTERNAL-TRANSFER-ADD-PROCESS-EXIT                      dbank03p
081400 END-IF.                                                          dbank03p
081410 PERFORM CHECK-MINOR-DEBIT                                        dbank03p
081420     THRU CHECK-MINOR-DEBIT-EXIT.                                 dbank03p
081430 IF WS-LIMIT-EXCEEDED                                             dbank03p
081440    SET CD03O-EXTL-REJECTED TO TRUE                               dbank03p
081450    MOVE 'Over the single debit limit for a minor'                dbank03p
081460      TO CD03O-EXTL-MESSAGE                                       dbank03p
081470    GO TO EXTERNAL-TRANSFER-ADD-PROCESS-EXIT                      dbank03p
081480 END-IF.                                                          dbank03p
081500 PERFORM CHECK-OWNER-AUTHORITY                                    dbank03p
081600     THRU CHECK-OWNER-AUTHORITY-EXIT.                             dbank03p
081700 IF WS-AUTH-DENIED                                                dbank03p
086500            = CD03I-EXTL-AMOUNT * FX-REC-RATE                     dbank03p
086600 END-IF.                                                          dbank03p
086700 MOVE WS-EXTL-DEBIT-AMT TO CD03O-EXTL-CONVERTED.                  dbank03p
086710 PERFORM CHECK-PAYEE-LIMIT                                        dbank03p
086720     THRU CHECK-PAYEE-LIMIT-EXIT.                                 dbank03p
086730 IF CD03O-EXTL-REJECTED                                           dbank03p
086740    GO TO EXTERNAL-TRANSFER-ADD-PROCESS-EXIT                      dbank03p
086750 END-IF.                                                          dbank03p
086800 COMPUTE WS-AVAILABLE-FUNDS = BAC-REC-BALANCE                     dbank03p
086900         + BAC-REC-OVERDRAFT-LIMIT - WS-HOLDS-TOTAL.              dbank03p
086910 IF WS-HOLDER-MINOR                                               dbank03p
086920    COMPUTE WS-AVAILABLE-FUNDS = BAC-REC-BALANCE                  dbank03p
086930            - WS-HOLDS-TOTAL                                      dbank03p
086940 END-IF.                                                          dbank03p
087000 IF WS-AVAILABLE-FUNDS IS LESS THAN WS-EXTL-DEBIT-AMT             dbank03p
087100    SET CD03O-EXTL-REJECTED TO TRUE                               dbank03p
087200    MOVE 'Insufficient available funds' TO CD03O-EXTL-MESSAGE     dbank03p
087300    GO TO EXTERNAL-TRANSFER-ADD-PROCESS-EXIT                      dbank03p
087400 END-IF.                                                          dbank03p
087405 MOVE WS-EXTL-DEBIT-AMT TO WS-NOTICE-AMOUNT.                      dbank03p
087410 PERFORM CHECK-NOTICE-DEBIT                                       dbank03p
087415     THRU CHECK-NOTICE-DEBIT-EXIT.                                dbank03p
087420 IF WS-NOTICE-SHORT AND NOT CD03I-PENALTY-ACCEPTED                dbank03p
087430    SET CD03O-EXTL-REJECTED TO TRUE                               dbank03p
087435    MOVE 'Notice period not served - penalty must be accepted'    dbank03p
087440      TO CD03O-EXTL-MESSAGE                                       dbank03p
087445    GO TO EXTERNAL-TRANSFER-ADD-PROCESS-EXIT                      dbank03p
087450 END-IF.                                                          dbank03p
087455 IF WS-AVAILABLE-FUNDS IS LESS THAN WS-NOTICE-TOTAL               dbank03p
087465    SET CD03O-EXTL-REJECTED TO TRUE                               dbank03p
087470    MOVE 'Insufficient funds for the notice penalty'              dbank03p
087475      TO CD03O-EXTL-MESSAGE                                       dbank03p
087480    GO TO EXTERNAL-TRANSFER-ADD-PROCESS-EXIT                      dbank03p
087485 END-IF.                                                          dbank03p
087500 PERFORM GET-TODAY-DATE.                                          dbank03p
087600 MOVE CD03I-TXN-ACCNO TO XT-REC-FROM-ACCNO.                       dbank03p
087700 MOVE EIBTASKN TO XT-REC-TASKN.                                   dbank03p
089400 ELSE                                                             dbank03p
089500    SET XT-REC-QUEUED TO TRUE                                     dbank03p
089600 END-IF.                                                          dbank03p
089605 PERFORM GET-OTP-THRESHOLD                                        dbank03p
089610     THRU GET-OTP-THRESHOLD-EXIT.                                 dbank03p
089615 IF WS-OTP-THRESHOLD IS GREATER THAN ZERO AND                     dbank03p
089620       CD03I-EXTL-AMOUNT IS GREATER THAN                          dbank03p
089622       WS-OTP-THRESHOLD                                           dbank03p
089625    SET XT-REC-AWAITING-OTP TO TRUE                               dbank03p
089630    MOVE SPACES TO WS-BNKOTPC-REC                                 dbank03p
089635    MOVE XT-REC-KEY TO OT-REC-KEY                                 dbank03p
089640    SET OT-REC-EXTERNAL TO TRUE                                   dbank03p
089645    MOVE CD03I-EXTL-AMOUNT TO OT-REC-AMOUNT                       dbank03p
089650    PERFORM ISSUE-OTP-CHALLENGE                                   dbank03p
089655        THRU ISSUE-OTP-CHALLENGE-EXIT                             dbank03p
089660    IF WS-OTP-NOT-ISSUED                                          dbank03p
089665       SET CD03O-EXTL-REJECTED TO TRUE                            dbank03p
089670       MOVE 'Passcode could not be sent - transfer not queued'    dbank03p
089675         TO CD03O-EXTL-MESSAGE                                    dbank03p
089680       GO TO EXTERNAL-TRANSFER-ADD-PROCESS-EXIT                   dbank03p
089685    END-IF                                                        dbank03p
089690 END-IF.                                                          dbank03p
089700 EXEC CICS WRITE FILE('BNKEXTL')                                  dbank03p
089800           FROM(WS-BNKEXTL-REC)                                   dbank03p
089900           RIDFLD(XT-REC-KEY)                                     dbank03p
090500    MOVE EIBTASKN TO CD03O-EXTL-REF                               dbank03p
090600    PERFORM RECORD-LIMIT-USAGE                                    dbank03p
090700        THRU RECORD-LIMIT-USAGE-EXIT                              dbank03p
090703    PERFORM APPLY-NOTICE-DEBIT                                    dbank03p
090706        THRU APPLY-NOTICE-DEBIT-EXIT                              dbank03p
090710    EVALUATE TRUE                                                 dbank03p
090720      WHEN XT-REC-AWAITING-OTP                                    dbank03p
090730       SET CD03O-EXTL-AWAITING-OTP TO TRUE                        dbank03p
090740       MOVE 'Passcode sent to your phone - confirm to release'    dbank03p
090750         TO CD03O-EXTL-MESSAGE                                    dbank03p
090760      WHEN XT-REC-PENDING-APPROVAL                                dbank03p
090900       MOVE 'Transfer held for supervisor approval' TO            dbank03p
091000         CD03O-EXTL-MESSAGE                                       dbank03p
091010      WHEN OTHER                                                  dbank03p
091200    MOVE 'External transfer submitted for processing' TO          dbank03p
091300      CD03O-EXTL-MESSAGE                                          dbank03p
091310    END-EVALUATE                                                  dbank03p
091500 ELSE                                                             dbank03p
091600    SET CD03O-EXTL-REJECTED TO TRUE                               dbank03p
091700    MOVE 'Unable to queue external transfer request' TO           dbank03p
092000 EXTERNAL-TRANSFER-ADD-PROCESS-EXIT.                              dbank03p
092100 EXIT.                                                            dbank03p
092200                                                                  dbank03p
092201******************************************************************dbank03p
092202* A payee still cooling off is held to the new-payee limit       *dbank03p
092203* across all of its transfers in the window, not just this       *dbank03p
092204* one. Requests from this account to the same bank and           *dbank03p
092205* account dated since the cooling started are added to this      *dbank03p
092206* debit, all in the account currency, before the limit is        *dbank03p
092207* applied. Rejected, returned and failed ones do not count.      *dbank03p
092208******************************************************************dbank03p
092209 CHECK-PAYEE-LIMIT.                                               dbank03p
092210     IF NOT WS-PAYEE-COOLING                                      dbank03p
092211        GO TO CHECK-PAYEE-LIMIT-EXIT                              dbank03p
092212     END-IF.                                                      dbank03p
092213     MOVE WS-EXTL-DEBIT-AMT TO WS-PAYEE-USED.                     dbank03p
092214     MOVE LOW-VALUES TO XT-REC-KEY.                               dbank03p
092215     MOVE CD03I-TXN-ACCNO TO XT-REC-FROM-ACCNO.                   dbank03p
092216     EXEC CICS STARTBR FILE('BNKEXTL')                            dbank03p
092217                       RIDFLD(XT-REC-KEY)                         dbank03p
092218                       GTEQ                                       dbank03p
092219                       RESP(WS-RESP)                              dbank03p
092220     END-EXEC.                                                    dbank03p
092221     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
092222        GO TO CHECK-PAYEE-LIMIT-COMPARE                           dbank03p
092223     END-IF.                                                      dbank03p
092224 CHECK-PAYEE-LIMIT-LOOP.                                          dbank03p
092225     EXEC CICS READNEXT FILE('BNKEXTL')                           dbank03p
092226                        INTO(WS-BNKEXTL-REC)                      dbank03p
092227                        LENGTH(LENGTH OF WS-BNKEXTL-REC)          dbank03p
092228                        RIDFLD(XT-REC-KEY)                        dbank03p
092229                        RESP(WS-RESP)                             dbank03p
092230     END-EXEC.                                                    dbank03p
092231     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank03p
092232        XT-REC-FROM-ACCNO IS NOT EQUAL TO CD03I-TXN-ACCNO         dbank03p
092233        GO TO CHECK-PAYEE-LIMIT-LOOP-EXIT                         dbank03p
092234     END-IF.                                                      dbank03p
092235     IF XT-REC-DEST-BANK-ID IS NOT EQUAL TO CD03I-EXTL-BANK-ID OR dbank03p
092236        XT-REC-DEST-ACCNO IS NOT EQUAL TO CD03I-EXTL-DEST-ACCNO ORdbank03p
092237        XT-REC-REQUEST-DTE IS LESS THAN PY-REC-COOL-DTE OR        dbank03p
092238        XT-REC-REJECTED OR XT-REC-RETURNED OR XT-REC-OTP-FAILED   dbank03p
092239        GO TO CHECK-PAYEE-LIMIT-LOOP                              dbank03p
092240     END-IF.                                                      dbank03p
092241     MOVE XT-REC-AMOUNT TO WS-PAYEE-XT-AMT.                       dbank03p
092242     IF XT-REC-CURRENCY IS NOT EQUAL TO SPACES AND                dbank03p
092243        XT-REC-CURRENCY IS NOT EQUAL TO BAC-REC-CURRENCY          dbank03p
092244        MOVE XT-REC-CURRENCY TO WS-FXRT-RID(1:3)                  dbank03p
092245        MOVE BAC-REC-CURRENCY TO WS-FXRT-RID(4:3)                 dbank03p
092246        EXEC CICS READ FILE('BNKFXRT')                            dbank03p
092247                       INTO(WS-BNKFXRT-REC)                       dbank03p
092248                       LENGTH(LENGTH OF WS-BNKFXRT-REC)           dbank03p
092249                       RIDFLD(WS-FXRT-RID)                        dbank03p
092250                       RESP(WS-RESP)                              dbank03p
092251        END-EXEC                                                  dbank03p
092252        IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                    dbank03p
092253           COMPUTE WS-PAYEE-XT-AMT ROUNDED                        dbank03p
092254                   = XT-REC-AMOUNT * FX-REC-RATE                  dbank03p
092255        END-IF                                                    dbank03p
092256     END-IF.                                                      dbank03p
092257     ADD WS-PAYEE-XT-AMT TO WS-PAYEE-USED.                        dbank03p
092258     GO TO CHECK-PAYEE-LIMIT-LOOP.                                dbank03p
092259 CHECK-PAYEE-LIMIT-LOOP-EXIT.                                     dbank03p
092260     EXEC CICS ENDBR FILE('BNKEXTL')                              dbank03p
092261     END-EXEC.                                                    dbank03p
092262 CHECK-PAYEE-LIMIT-COMPARE.                                       dbank03p
092263     MOVE SPACES TO WS-BNKEXTL-REC.                               dbank03p
092264     IF WS-PAYEE-USED IS GREATER THAN WS-PAYEE-LIMIT              dbank03p
092265        SET CD03O-EXTL-REJECTED TO TRUE                           dbank03p
092266        MOVE 'New payee - transfers are over its first-day limit' dbank03p
092267          TO CD03O-EXTL-MESSAGE                                   dbank03p
092268     END-IF.                                                      dbank03p
092269 CHECK-PAYEE-LIMIT-EXIT.                                          dbank03p
092270     EXIT.                                                        dbank03p
092271                                                                  dbank03p
092300******************************************************************dbank03p
092400* List the external/interbank transfer requests queued against   *dbank03p
092500* the requesting account (CD03I-TXN-ACCNO), up to 10 at a time   *dbank03p
099900 WRITE-ACCOUNT-JOURNAL-EXIT.                                      dbank03p
100000     EXIT.                                                        dbank03p
100100                                                                  dbank03p
100103******************************************************************dbank03p
100106* Log the record just added on BNKRMOV, the record-movement      *dbank03p
100109* log ZBNKCTLT reads each night to prove the master file's       *dbank03p
100112* record count against the day before. A duplicate in the same   *dbank03p
100115* second bumps the tie-break sequence and tries again.           *dbank03p
100118******************************************************************dbank03p
100121 WRITE-RECORD-MOVEMENT.                                           dbank03p
100124     PERFORM GET-TODAY-DATE.                                      dbank03p
100127     MOVE SPACES TO WS-BNKRMOV-REC.                               dbank03p
100130     MOVE 'BNKJOWN ' TO RM-REC-FILE.                              dbank03p
100133     MOVE WS-TODAY-DATE TO RM-REC-STAMP (1:8).                    dbank03p
100136     MOVE WS-TODAY-TIME TO RM-REC-STAMP (9:6).                    dbank03p
100139     MOVE JO-REC-KEY TO RM-REC-RECKEY.                            dbank03p
100142     MOVE ZERO TO RM-REC-SEQ.                                     dbank03p
100145     SET RM-REC-ADDED TO TRUE.                                    dbank03p
100148     MOVE WS-PROGRAM-ID TO RM-REC-PROGRAM.                        dbank03p
100151     MOVE CD03I-REQ-USERID TO RM-REC-USERID.                      dbank03p
100154     MOVE EIBTASKN TO RM-REC-TASKN.                               dbank03p
100157 WRITE-RECORD-MOVEMENT-WRITE.                                     dbank03p
100160     EXEC CICS WRITE FILE('BNKRMOV')                              dbank03p
100163               FROM(WS-BNKRMOV-REC)                               dbank03p
100166               RIDFLD(RM-REC-KEY)                                 dbank03p
100169               LENGTH(LENGTH OF WS-BNKRMOV-REC)                   dbank03p
100172               RESP(WS-RMOV-RESP)                                 dbank03p
100175     END-EXEC.                                                    dbank03p
100178     IF WS-RMOV-RESP IS EQUAL TO DFHRESP(DUPREC)                  dbank03p
100181        ADD 1 TO RM-REC-SEQ                                       dbank03p
100184        GO TO WRITE-RECORD-MOVEMENT-WRITE                         dbank03p
100187     END-IF.                                                      dbank03p
100190 WRITE-RECORD-MOVEMENT-EXIT.                                      dbank03p
100193     EXIT.                                                        dbank03p
100196                                                                  dbank03p
100200 GET-TODAY-DATE.                                                  dbank03p
100300 EXEC CICS ASKTIME                                                dbank03p
100400           ABSTIME(WS-ABSTIME)                                    dbank03p
111700* ZBNKKYCR, and money stops leaving until the review is done,   *dbank03p
111800* the same way BAC-REC-FROZEN stops activity, and a deceased    *dbank03p
111900* customer's debits stop the moment the estate flag goes on.    * dbank03p
112000* Credits are not affected. The same read notes whether the      *dbank03p
112100* holder is a minor, whose accounts may not run into overdraft   *dbank03p
112110* and whose single debits are capped (see CHECK-MINOR-DEBIT).    *dbank03p
112120* The account is expected in WS-BNKACCT-REC.                     *dbank03p
112200******************************************************************dbank03p
112300 CHECK-KYC-RESTRICTION.                                           dbank03p
112400     SET WS-KYC-ALLOWED TO TRUE.                                  dbank03p
112410     SET WS-HOLDER-ADULT TO TRUE.                                 dbank03p
112500     MOVE BAC-REC-PID TO WS-BNKCUST-RID.                          dbank03p
112600     EXEC CICS READ FILE('BNKCUST')                               dbank03p
112700                    INTO(WS-BNKCUST-REC)                          dbank03p
113800     IF BCS-REC-IS-DECEASED                                       dbank03p
113900        SET WS-KYC-BLOCKED TO TRUE                                dbank03p
114000     END-IF.                                                      dbank03p
114010     IF BCS-REC-IS-MINOR                                          dbank03p
114020        SET WS-HOLDER-MINOR TO TRUE                               dbank03p
114030     END-IF.                                                      dbank03p
114100 CHECK-KYC-RESTRICTION-EXIT.                                      dbank03p
114200     EXIT.                                                        dbank03p
114203                                                                  dbank03p
114206******************************************************************dbank03p
114209* A minor's single debit is capped at the amount on the MINORLIM *dbank03p
114212* system-control record. A missing record means no cap beyond    *dbank03p
114215* the funds in the account. WS-LIMIT-EXCEEDED is set the same    *dbank03p
114218* way the daily limit check sets it.                             *dbank03p
114221******************************************************************dbank03p
114224 CHECK-MINOR-DEBIT.                                               dbank03p
114227     SET WS-LIMIT-OK TO TRUE.                                     dbank03p
114230     IF NOT WS-HOLDER-MINOR                                       dbank03p
114233        GO TO CHECK-MINOR-DEBIT-EXIT                              dbank03p
114236     END-IF.                                                      dbank03p
114239     MOVE ZERO TO WS-MINOR-DEBIT-LIMIT.                           dbank03p
114242     MOVE 'MINORLIM' TO WS-BNKSYSC-RID.                           dbank03p
114245     EXEC CICS READ FILE('BNKSYSC')                               dbank03p
114248                    INTO(WS-BNKSYSC-REC)                          dbank03p
114251                    LENGTH(LENGTH OF WS-BNKSYSC-REC)              dbank03p
114254                    RIDFLD(WS-BNKSYSC-RID)                        dbank03p
114257                    RESP(WS-RESP)                                 dbank03p
114260     END-EXEC.                                                    dbank03p
114263     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank03p
114266        MOVE SY-REC-AMOUNT TO WS-MINOR-DEBIT-LIMIT                dbank03p
114269     END-IF.                                                      dbank03p
114272     IF WS-MINOR-DEBIT-LIMIT IS GREATER THAN ZERO AND             dbank03p
114275        WS-LIMIT-AMOUNT IS GREATER THAN WS-MINOR-DEBIT-LIMIT      dbank03p
114278        SET WS-LIMIT-EXCEEDED TO TRUE                             dbank03p
114281     END-IF.                                                      dbank03p
114284 CHECK-MINOR-DEBIT-EXIT.                                          dbank03p
114287     EXIT.                                                        dbank03p
114300                                                                  dbank03p
114301******************************************************************dbank03p
114302* A notice savings account (BAT-REC-NOTICE-DAYS on BNKATYPE) pays*dbank03p
114303* out against withdrawal notices that have served their period - *dbank03p
114304* released on BNKWNOT, or pending and due today. The debit in    *dbank03p
114305* WS-NOTICE-AMOUNT is set against them; whatever they do not     *dbank03p
114306* cover forfeits the share of the interest accrued on BNKACRU    *dbank03p
114307* that it bears to the balance. The penalty is returned in       *dbank03p
114308* CD03O-NOTICE-PENALTY for the customer to accept, and the debit *dbank03p
114309* plus penalty the funds must cover in WS-NOTICE-TOTAL.          *dbank03p
114310******************************************************************dbank03p
114311 CHECK-NOTICE-DEBIT.                                              dbank03p
114312     SET WS-NOTICE-NOT-NEEDED TO TRUE.                            dbank03p
114313     MOVE 'N' TO WS-NOTICE-POSTED.                                dbank03p
114314     MOVE BAC-REC-ACCNO TO WS-NOTICE-ACCNO.                       dbank03p
114315     MOVE ZERO TO WS-NOTICE-MATURED.                              dbank03p
114316     MOVE ZERO TO WS-NOTICE-PENALTY.                              dbank03p
114317     MOVE ZERO TO WS-NOTICE-COUNT.                                dbank03p
114318     MOVE WS-NOTICE-AMOUNT TO WS-NOTICE-TOTAL.                    dbank03p
114319     MOVE ZERO TO CD03O-NOTICE-PENALTY.                           dbank03p
114320     MOVE BAC-REC-TYPE TO WS-BNKATYP-RID.                         dbank03p
114321     EXEC CICS READ FILE('BNKATYPE')                              dbank03p
114322                    INTO(WS-BNKATYP-REC)                          dbank03p
114323                    LENGTH(LENGTH OF WS-BNKATYP-REC)              dbank03p
114324                    RIDFLD(WS-BNKATYP-RID)                        dbank03p
114325                    RESP(WS-RESP)                                 dbank03p
114326     END-EXEC.                                                    dbank03p
114327     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank03p
114328        NOT BAT-REC-NOTICE-ACCOUNT                                dbank03p
114329        GO TO CHECK-NOTICE-DEBIT-EXIT                             dbank03p
114330     END-IF.                                                      dbank03p
114331     MOVE WS-NOTICE-ACCNO TO WS-BNKWNOT-RID-ACCNO.                dbank03p
114332     MOVE ZERO TO WS-BNKWNOT-RID-SEQ.                             dbank03p
114333     EXEC CICS STARTBR FILE('BNKWNOT')                            dbank03p
114334                       RIDFLD(WS-BNKWNOT-RID)                     dbank03p
114335                       GTEQ                                       dbank03p
114336                       RESP(WS-RESP)                              dbank03p
114337     END-EXEC.                                                    dbank03p
114338     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
114339        GO TO CHECK-NOTICE-COVER                                  dbank03p
114340     END-IF.                                                      dbank03p
114341 CHECK-NOTICE-LOOP.                                               dbank03p
114342     IF WS-NOTICE-MATURED IS NOT LESS THAN WS-NOTICE-AMOUNT OR    dbank03p
114343        WS-NOTICE-COUNT IS EQUAL TO 20                            dbank03p
114344        GO TO CHECK-NOTICE-LOOP-EXIT                              dbank03p
114345     END-IF.                                                      dbank03p
114346     EXEC CICS READNEXT FILE('BNKWNOT')                           dbank03p
114347                        INTO(WS-BNKWNOT-REC)                      dbank03p
114348                        LENGTH(LENGTH OF WS-BNKWNOT-REC)          dbank03p
114349                        RIDFLD(WS-BNKWNOT-RID)                    dbank03p
114350                        RESP(WS-RESP)                             dbank03p
114351     END-EXEC.                                                    dbank03p
114352     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank03p
114353        WN-REC-ACCNO IS NOT EQUAL TO WS-NOTICE-ACCNO              dbank03p
114354        GO TO CHECK-NOTICE-LOOP-EXIT                              dbank03p
114355     END-IF.                                                      dbank03p
114356     IF WN-REC-RELEASED OR                                        dbank03p
114357        (WN-REC-PENDING AND                                       dbank03p
114358         WN-REC-AVAIL-DTE IS NOT GREATER THAN WS-TODAY-DATE-N)    dbank03p
114359        ADD 1 TO WS-NOTICE-COUNT                                  dbank03p
114360        MOVE WN-REC-SEQ TO WS-NOTICE-SEQ (WS-NOTICE-COUNT)        dbank03p
114361        COMPUTE WS-NOTICE-MATURED = WS-NOTICE-MATURED +           dbank03p
114362                WN-REC-AMOUNT - WN-REC-DRAWN                      dbank03p
114363     END-IF.                                                      dbank03p
114364     GO TO CHECK-NOTICE-LOOP.                                     dbank03p
114365 CHECK-NOTICE-LOOP-EXIT.                                          dbank03p
114366     EXEC CICS ENDBR FILE('BNKWNOT')                              dbank03p
114367     END-EXEC.                                                    dbank03p
114368 CHECK-NOTICE-COVER.                                              dbank03p
114369     IF WS-NOTICE-MATURED IS NOT LESS THAN WS-NOTICE-AMOUNT       dbank03p
114370        SET WS-NOTICE-COVERED TO TRUE                             dbank03p
114371        GO TO CHECK-NOTICE-DEBIT-EXIT                             dbank03p
114372     END-IF.                                                      dbank03p
114373     SET WS-NOTICE-SHORT TO TRUE.                                 dbank03p
114374     COMPUTE WS-NOTICE-UNCOVERED =                                dbank03p
114375             WS-NOTICE-AMOUNT - WS-NOTICE-MATURED.                dbank03p
114376     MOVE WS-NOTICE-ACCNO TO AR-REC-ACCNO.                        dbank03p
114377     EXEC CICS READ FILE('BNKACRU')                               dbank03p
114378                    INTO(WS-BNKACRU-REC)                          dbank03p
114379                    LENGTH(LENGTH OF WS-BNKACRU-REC)              dbank03p
114380                    RIDFLD(AR-REC-ACCNO)                          dbank03p
114381                    RESP(WS-RESP)                                 dbank03p
114382     END-EXEC.                                                    dbank03p
114383     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank03p
114384        AR-REC-ACCRUED IS NOT GREATER THAN ZERO OR                dbank03p
114385        BAC-REC-BALANCE IS NOT GREATER THAN ZERO                  dbank03p
114386        GO TO CHECK-NOTICE-DEBIT-EXIT                             dbank03p
114387     END-IF.                                                      dbank03p
114388     IF WS-NOTICE-UNCOVERED IS NOT LESS THAN BAC-REC-BALANCE      dbank03p
114389        MOVE AR-REC-ACCRUED TO WS-NOTICE-PENALTY                  dbank03p
114390     ELSE                                                         dbank03p
114391        COMPUTE WS-NOTICE-PENALTY ROUNDED = AR-REC-ACCRUED *      dbank03p
114392                WS-NOTICE-UNCOVERED / BAC-REC-BALANCE             dbank03p
114393     END-IF.                                                      dbank03p
114394     ADD WS-NOTICE-PENALTY TO WS-NOTICE-TOTAL.                    dbank03p
114395     MOVE WS-NOTICE-PENALTY TO CD03O-NOTICE-PENALTY.              dbank03p
114396 CHECK-NOTICE-DEBIT-EXIT.                                         dbank03p
114397     EXIT.                                                        dbank03p
114400******************************************************************dbank03p
114500* Read the dual-authorisation threshold from the XFERAPPR        *dbank03p
114600* system-control record. A missing record means no threshold -   *dbank03p
116000     END-IF.                                                      dbank03p
116100 GET-APPROVAL-THRESHOLD-EXIT.                                     dbank03p
116200     EXIT.                                                        dbank03p
116204                                                                  dbank03p
116208******************************************************************dbank03p
116212* Read the passcode step-up threshold from the XFEROTP           *dbank03p
116216* system-control record. A transfer above it is parked until     *dbank03p
116220* the customer confirms a one-time passcode. A missing record    *dbank03p
116224* (or a zero amount) means no step-up.                           *dbank03p
116228******************************************************************dbank03p
116232 GET-OTP-THRESHOLD.                                               dbank03p
116236     MOVE ZERO TO WS-OTP-THRESHOLD.                               dbank03p
116240     MOVE 'XFEROTP ' TO WS-BNKSYSC-RID.                           dbank03p
116244     EXEC CICS READ FILE('BNKSYSC')                               dbank03p
116248                    INTO(WS-BNKSYSC-REC)                          dbank03p
116252                    LENGTH(LENGTH OF WS-BNKSYSC-REC)              dbank03p
116256                    RIDFLD(WS-BNKSYSC-RID)                        dbank03p
116260                    RESP(WS-RESP)                                 dbank03p
116264     END-EXEC.                                                    dbank03p
116268     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank03p
116272        MOVE SY-REC-AMOUNT TO WS-OTP-THRESHOLD                    dbank03p
116276     END-IF.                                                      dbank03p
116280 GET-OTP-THRESHOLD-EXIT.                                          dbank03p
116284     EXIT.                                                        dbank03p
116300                                                                  dbank03p
116301******************************************************************dbank03p
116302* Once a debit from a notice account has posted, draw it down    *dbank03p
116303* from the matured notices CHECK-NOTICE-DEBIT found, oldest      *dbank03p
116304* first; a notice drawn in full is closed as used. An accepted   *dbank03p
116305* penalty is then posted by POST-NOTICE-PENALTY.                 *dbank03p
116306******************************************************************dbank03p
116307 APPLY-NOTICE-DEBIT.                                              dbank03p
116308     IF WS-NOTICE-NOT-NEEDED                                      dbank03p
116309        GO TO APPLY-NOTICE-DEBIT-EXIT                             dbank03p
116310     END-IF.                                                      dbank03p
116311     MOVE WS-NOTICE-AMOUNT TO WS-NOTICE-TO-DRAW.                  dbank03p
116312     MOVE ZERO TO WS-NOTICE-SUB.                                  dbank03p
116313 APPLY-NOTICE-DRAW.                                               dbank03p
116314     IF WS-NOTICE-SUB IS NOT LESS THAN WS-NOTICE-COUNT OR         dbank03p
116315        WS-NOTICE-TO-DRAW IS NOT GREATER THAN ZERO                dbank03p
116316        GO TO APPLY-NOTICE-PENALTY                                dbank03p
116317     END-IF.                                                      dbank03p
116318     ADD 1 TO WS-NOTICE-SUB.                                      dbank03p
116319     MOVE WS-NOTICE-ACCNO TO WS-BNKWNOT-RID-ACCNO.                dbank03p
116320     MOVE WS-NOTICE-SEQ (WS-NOTICE-SUB) TO WS-BNKWNOT-RID-SEQ.    dbank03p
116321     EXEC CICS READ FILE('BNKWNOT')                               dbank03p
116322                    INTO(WS-BNKWNOT-REC)                          dbank03p
116323                    LENGTH(LENGTH OF WS-BNKWNOT-REC)              dbank03p
116324                    RIDFLD(WS-BNKWNOT-RID)                        dbank03p
116325                    UPDATE                                        dbank03p
116326                    RESP(WS-RESP)                                 dbank03p
116327     END-EXEC.                                                    dbank03p
116328     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
116329        GO TO APPLY-NOTICE-DRAW                                   dbank03p
116330     END-IF.                                                      dbank03p
116331     COMPUTE WS-NOTICE-LEFT = WN-REC-AMOUNT - WN-REC-DRAWN.       dbank03p
116332     IF WS-NOTICE-LEFT IS GREATER THAN WS-NOTICE-TO-DRAW          dbank03p
116333        MOVE WS-NOTICE-TO-DRAW TO WS-NOTICE-LEFT                  dbank03p
116334     END-IF.                                                      dbank03p
116335     ADD WS-NOTICE-LEFT TO WN-REC-DRAWN.                          dbank03p
116336     SUBTRACT WS-NOTICE-LEFT FROM WS-NOTICE-TO-DRAW.              dbank03p
116337     IF WN-REC-DRAWN IS NOT LESS THAN WN-REC-AMOUNT               dbank03p
116338        SET WN-REC-USED TO TRUE                                   dbank03p
116339        MOVE WS-TODAY-DATE-N TO WN-REC-CLOSED-DTE                 dbank03p
116340     END-IF.                                                      dbank03p
116341     EXEC CICS REWRITE FILE('BNKWNOT')                            dbank03p
116342                   FROM(WS-BNKWNOT-REC)                           dbank03p
116343                   LENGTH(LENGTH OF WS-BNKWNOT-REC)               dbank03p
116344                   RESP(WS-RESP)                                  dbank03p
116345     END-EXEC.                                                    dbank03p
116346     GO TO APPLY-NOTICE-DRAW.                                     dbank03p
116347 APPLY-NOTICE-PENALTY.                                            dbank03p
116348     IF WS-NOTICE-PENALTY IS GREATER THAN ZERO                    dbank03p
116349        PERFORM POST-NOTICE-PENALTY                               dbank03p
116350            THRU POST-NOTICE-PENALTY-EXIT                         dbank03p
116351     END-IF.                                                      dbank03p
116352 APPLY-NOTICE-DEBIT-EXIT.                                         dbank03p
116353     EXIT.                                                        dbank03p
116400******************************************************************dbank03p
116500* Tag the cash posting just applied to the teller's open till.   *dbank03p
116600* A blank till id is a channel with no drawer (no till to        *dbank03p
116700* prove); the posting itself has already succeeded either way.   *dbank03p
116800* The current function says which side of the till the cash      *dbank03p
116810* moved. A till at a branch other than the account's own         *dbank03p
116820* branch leaves the two branches owing each other, so the        *dbank03p
116830* inter-branch legs are written once the till has the cash.      *dbank03p
116880* The till also numbers the customer receipt; without a till (or *dbank03p
116930* when the till cannot be updated) the task number is used.      *dbank03p
117000******************************************************************dbank03p
117100 TAG-CASH-TO-TILL.                                                dbank03p
117120     MOVE SPACES TO WS-RECEIPT-TILL.                              dbank03p
117140     MOVE EIBTASKN TO WS-RECEIPT-NO.                              dbank03p
117160     MOVE BAC-REC-BRANCH TO WS-RECEIPT-BRANCH.                    dbank03p
117200     IF CD03I-TELLER-TILL IS EQUAL TO SPACES                      dbank03p
117300        GO TO TAG-CASH-TO-TILL-EXIT                               dbank03p
117400     END-IF.                                                      dbank03p
118500     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
118600        GO TO TAG-CASH-TO-TILL-EXIT                               dbank03p
118700     END-IF.                                                      dbank03p
118720     IF TL-REC-RECEIPT-SEQ IS NOT NUMERIC                         dbank03p
118740        MOVE ZERO TO TL-REC-RECEIPT-SEQ                           dbank03p
118760     END-IF.                                                      dbank03p
118780     ADD 1 TO TL-REC-RECEIPT-SEQ.                                 dbank03p
118800     IF CD03I-TELLER-DEPOSIT                                      dbank03p
118900        ADD CD03I-TELLER-AMOUNT TO TL-REC-CASH-IN                 dbank03p
119000     ELSE                                                         dbank03p
119500                   LENGTH(LENGTH OF WS-BNKTILL-REC)               dbank03p
119600                   RESP(WS-RESP)                                  dbank03p
119700     END-EXEC.                                                    dbank03p
119704     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
119708        GO TO TAG-CASH-TO-TILL-EXIT                               dbank03p
119712     END-IF.                                                      dbank03p
119713     MOVE CD03I-TELLER-TILL TO WS-RECEIPT-TILL.                   dbank03p
119714     MOVE TL-REC-RECEIPT-SEQ TO WS-RECEIPT-NO.                    dbank03p
119715     MOVE TL-REC-BRANCH TO WS-RECEIPT-BRANCH.                     dbank03p
119716     MOVE SPACES TO WS-IB-PAIR.                                   dbank03p
119720     IF CD03I-TELLER-DEPOSIT                                      dbank03p
119724        MOVE TL-REC-BRANCH TO WS-IB-OWES-BRANCH                   dbank03p
119728        MOVE CD03I-TELLER-TILL TO WS-IB-OWES-TELLER               dbank03p
119732        MOVE BAC-REC-BRANCH TO WS-IB-OWED-BRANCH                  dbank03p
119736        MOVE CD03I-TXN-ACCNO TO WS-IB-OWED-ACCNO                  dbank03p
119740        MOVE 'TLD' TO WS-IB-TXN-TYPE                              dbank03p
119744     ELSE                                                         dbank03p
119748        MOVE BAC-REC-BRANCH TO WS-IB-OWES-BRANCH                  dbank03p
119752        MOVE CD03I-TXN-ACCNO TO WS-IB-OWES-ACCNO                  dbank03p
119756        MOVE TL-REC-BRANCH TO WS-IB-OWED-BRANCH                   dbank03p
119760        MOVE CD03I-TELLER-TILL TO WS-IB-OWED-TELLER               dbank03p
119764        MOVE 'TLW' TO WS-IB-TXN-TYPE                              dbank03p
119768     END-IF.                                                      dbank03p
119772     MOVE CD03I-TELLER-AMOUNT TO WS-IB-AMOUNT.                    dbank03p
119776     MOVE BAC-REC-CURRENCY TO WS-IB-CURRENCY.                     dbank03p
119780     PERFORM WRITE-INTER-BRANCH-PAIR                              dbank03p
119784         THRU WRITE-INTER-BRANCH-PAIR-EXIT.                       dbank03p
119800 TAG-CASH-TO-TILL-EXIT.                                           dbank03p
119900     EXIT.                                                        dbank03p
119902                                                                  dbank03p
119904******************************************************************dbank03p
119906* Journal the counter posting just made on BNKTJRN. The entry    *dbank03p
119908* is the teller e-journal line and the customer's receipt        *dbank03p
119910* copy, numbered by TAG-CASH-TO-TILL. Its own RESP leaves the    *dbank03p
119912* posting result alone; a receipt that cannot be written is      *dbank03p
119914* returned as number zero and the posting still stands.          *dbank03p
119916******************************************************************dbank03p
119918 WRITE-TELLER-RECEIPT.                                            dbank03p
119920     MOVE SPACES TO WS-BNKTJRN-REC.                               dbank03p
119922     MOVE WS-RECEIPT-TILL TO TJ-REC-TILL.                         dbank03p
119924     MOVE WS-TODAY-DATE-N TO TJ-REC-BUSDATE.                      dbank03p
119926     MOVE WS-RECEIPT-NO TO TJ-REC-RECEIPT-NO.                     dbank03p
119928     MOVE WS-TODAY-TIME TO TJ-REC-TIME.                           dbank03p
119930     IF CD03I-REQ-USERID IS EQUAL TO SPACES                       dbank03p
119932        MOVE CD03I-TELLER-TILL TO TJ-REC-USERID                   dbank03p
119934     ELSE                                                         dbank03p
119936        MOVE CD03I-REQ-USERID TO TJ-REC-USERID                    dbank03p
119938     END-IF.                                                      dbank03p
119940     MOVE WS-RECEIPT-BRANCH TO TJ-REC-BRANCH.                     dbank03p
119942     IF CD03I-TELLER-DEPOSIT                                      dbank03p
119944        SET TJ-REC-DEPOSIT TO TRUE                                dbank03p
119946     ELSE                                                         dbank03p
119948        SET TJ-REC-WITHDRAWAL TO TRUE                             dbank03p
119950     END-IF.                                                      dbank03p
119952     MOVE CD03I-TXN-ACCNO TO TJ-REC-ACCNO.                        dbank03p
119954     MOVE BAC-REC-PID TO TJ-REC-PID.                              dbank03p
119956     MOVE CD03I-TELLER-AMOUNT TO TJ-REC-AMOUNT.                   dbank03p
119958     MOVE BAC-REC-BALANCE TO TJ-REC-BALANCE.                      dbank03p
119960     MOVE BAC-REC-CURRENCY TO TJ-REC-CURRENCY.                    dbank03p
119962     MOVE BTX-REC-DESC TO TJ-REC-DESC.                            dbank03p
119964     MOVE EIBTASKN TO TJ-REC-TASKN.                               dbank03p
119966     MOVE ZERO TO TJ-REC-REPRINTS.                                dbank03p
119968     EXEC CICS WRITE FILE('BNKTJRN')                              dbank03p
119970               FROM(WS-BNKTJRN-REC)                               dbank03p
119972               RIDFLD(TJ-REC-KEY)                                 dbank03p
119974               LENGTH(LENGTH OF WS-BNKTJRN-REC)                   dbank03p
119976               RESP(WS-TJRN-RESP)                                 dbank03p
119978     END-EXEC.                                                    dbank03p
119980     IF WS-TJRN-RESP IS EQUAL TO DFHRESP(NORMAL)                  dbank03p
119982        MOVE WS-RECEIPT-NO TO CD03O-TELLER-RECEIPT-NO             dbank03p
119984     ELSE                                                         dbank03p
119986        MOVE ZERO TO CD03O-TELLER-RECEIPT-NO                      dbank03p
119988     END-IF.                                                      dbank03p
119990 WRITE-TELLER-RECEIPT-EXIT.                                       dbank03p
119992     EXIT.                                                        dbank03p
120000                                                                  dbank03p
120100******************************************************************dbank03p
120200* Enforce the customer's cross-channel daily limits. The day's    dbank03p
127400        END-IF                                                    dbank03p
127500     END-IF.                                                      dbank03p
127600                                                                  dbank03p
127601******************************************************************dbank03p
127602* Debit an accepted notice penalty from the notice account as a  *dbank03p
127603* posting of its own (NWP). The BNKACRU accrual is left as it    *dbank03p
127604* is, so the interest still pays at the month end and the        *dbank03p
127605* accrual proof is not disturbed.                                *dbank03p
127606******************************************************************dbank03p
127607 POST-NOTICE-PENALTY.                                             dbank03p
127608     EXEC CICS READ FILE('BNKACCT')                               dbank03p
127609                    INTO(WS-BNKACCT-REC)                          dbank03p
127610                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank03p
127611                    RIDFLD(WS-NOTICE-ACCNO)                       dbank03p
127612                    UPDATE                                        dbank03p
127613                    RESP(WS-RESP)                                 dbank03p
127614     END-EXEC.                                                    dbank03p
127615     MOVE WS-BNKACCT-REC TO WS-JRNL-IMAGE.                        dbank03p
127616     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
127617        GO TO POST-NOTICE-PENALTY-EXIT                            dbank03p
127618     END-IF.                                                      dbank03p
127619     SUBTRACT WS-NOTICE-PENALTY FROM BAC-REC-BALANCE.             dbank03p
127620     PERFORM WRITE-ACCOUNT-JOURNAL                                dbank03p
127621         THRU WRITE-ACCOUNT-JOURNAL-EXIT.                         dbank03p
127622     EXEC CICS REWRITE FILE('BNKACCT')                            dbank03p
127623                   FROM(WS-BNKACCT-REC)                           dbank03p
127624                   LENGTH(LENGTH OF WS-BNKACCT-REC)               dbank03p
127625                   RESP(WS-RESP)                                  dbank03p
127626     END-EXEC.                                                    dbank03p
127627     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
127628        GO TO POST-NOTICE-PENALTY-EXIT                            dbank03p
127629     END-IF.                                                      dbank03p
127630     MOVE 'Y' TO WS-NOTICE-POSTED.                                dbank03p
127631     MOVE BAC-REC-BALANCE TO WS-NOTICE-BALANCE.                   dbank03p
127632     MOVE SPACES TO WS-BNKTXN-REC.                                dbank03p
127633     PERFORM FORMAT-TXN-DATE.                                     dbank03p
127634     MOVE WS-NOTICE-ACCNO TO BTX-REC-ACCNO.                       dbank03p
127635     MOVE WS-TODAY-TIME TO BTX-REC-TIME.                          dbank03p
127636     COMPUTE WS-TELLER-SEQ = FUNCTION MOD(EIBTASKN + 1, 999) + 1. dbank03p
127637     MOVE WS-TELLER-SEQ TO BTX-REC-SEQ.                           dbank03p
127638     COMPUTE BTX-REC-AMOUNT = ZERO - WS-NOTICE-PENALTY.           dbank03p
127639     MOVE 'Notice penalty' TO BTX-REC-DESC.                       dbank03p
127640     MOVE BAC-REC-BALANCE TO BTX-REC-BALANCE.                     dbank03p
127641     MOVE SPACES TO BTX-REC-REVERSED.                             dbank03p
127642     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              dbank03p
127643     MOVE 'NWP' TO BTX-REC-TYPE.                                  dbank03p
127644     IF CD03I-TELLER-WITHDRAWAL                                   dbank03p
127645        SET BTX-REC-CHN-TELLER TO TRUE                            dbank03p
127646     ELSE                                                         dbank03p
127647        IF CD03I-SESSION-TOKEN IS NOT EQUAL TO SPACES             dbank03p
127648           SET BTX-REC-CHN-GATEWAY TO TRUE                        dbank03p
127649        ELSE                                                      dbank03p
127650           SET BTX-REC-CHN-ONLINE TO TRUE                         dbank03p
127651        END-IF                                                    dbank03p
127652     END-IF.                                                      dbank03p
127653     EXEC CICS WRITE FILE('BNKTXN1')                              dbank03p
127654               FROM(WS-BNKTXN-REC)                                dbank03p
127655               RIDFLD(BTX-REC-KEY)                                dbank03p
127656               LENGTH(LENGTH OF WS-BNKTXN-REC)                    dbank03p
127657               RESP(WS-RESP)                                      dbank03p
127658     END-EXEC.                                                    dbank03p
127659     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank03p
127660        PERFORM WRITE-DAILY-JOURNAL                               dbank03p
127661     END-IF.                                                      dbank03p
127662 POST-NOTICE-PENALTY-EXIT.                                        dbank03p
127663     EXIT.                                                        dbank03p
127700******************************************************************dbank03p
127800* Record the posted amount against the day's usage for the        dbank03p
127900* channel, creating the usage record on first use.                dbank03p
131400 RECORD-LIMIT-USAGE-EXIT.                                         dbank03p
131500     EXIT.                                                        dbank03p
131600                                                                  dbank03p
131603***************************************************************** dbank03p
131606* Check a target account number keyed for a transfer. A number  * dbank03p
131609* that fails its check digit (UACCNO) is refused unless it is a * dbank03p
131612* legacy account's, numbered before check digits were used.     * dbank03p
131615***************************************************************** dbank03p
131618 CHECK-TARGET-ACCNO.                                              dbank03p
131621     MOVE SPACES TO WS-CHECK-ACCNO-MSG.                           dbank03p
131624     SET ACN-VALIDATE TO TRUE.                                    dbank03p
131627     MOVE WS-CHECK-ACCNO TO ACN-ACCNO.                            dbank03p
131630     CALL 'UACCNO' USING WS-ACCNO-PARM.                           dbank03p
131633     IF ACN-VALID                                                 dbank03p
131636        GO TO CHECK-TARGET-ACCNO-EXIT                             dbank03p
131639     END-IF.                                                      dbank03p
131642     IF ACN-NOT-NUMERIC                                           dbank03p
131645        MOVE 'Target account number is not valid'                 dbank03p
131648          TO WS-CHECK-ACCNO-MSG                                   dbank03p
131651        GO TO CHECK-TARGET-ACCNO-EXIT                             dbank03p
131654     END-IF.                                                      dbank03p
131657     EXEC CICS READ FILE('BNKACCT')                               dbank03p
131660                    INTO(WS-BNKACCT-REC)                          dbank03p
131663                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank03p
131666                    RIDFLD(WS-CHECK-ACCNO)                        dbank03p
131669                    RESP(WS-RESP)                                 dbank03p
131672     END-EXEC.                                                    dbank03p
131675     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank03p
131678        NOT BAC-REC-ACCNO-LEGACY                                  dbank03p
131681        MOVE 'Target account number fails its check digit'        dbank03p
131684          TO WS-CHECK-ACCNO-MSG                                   dbank03p
131687     END-IF.                                                      dbank03p
131690 CHECK-TARGET-ACCNO-EXIT.                                         dbank03p
131693     EXIT.                                                        dbank03p
131696                                                                  dbank03p
131700******************************************************************dbank03p
131800* Account-to-account transfer for the JSON channel and any    *   dbank03p
131900* other caller: debit the source, credit the target, post a   *   dbank03p
132200* maturity, owner authority, holds and daily limits.          *   dbank03p
132300******************************************************************dbank03p
132400 ACCT-TRANSFER-PROCESS.                                           dbank03p
132410     IF WS-OTP-RELEASING AND OT-REC-BILLER IS NOT EQUAL TO SPACES dbank03p
132420        MOVE OT-REC-BILLER TO CD03I-BILL-CODE                     dbank03p
132430        SET WS-BILL-PAYING TO TRUE                                dbank03p
132440     END-IF.                                                      dbank03p
132500     PERFORM QUIESCE-CHECK                                        dbank03p
132600         THRU QUIESCE-CHECK-EXIT.                                 dbank03p
132700     IF WS-POSTING-QUIESCED                                       dbank03p
134200          TO CD03O-XFER-MESSAGE                                   dbank03p
134300        GO TO ACCT-TRANSFER-PROCESS-EXIT                          dbank03p
134400     END-IF.                                                      dbank03p
134410     MOVE CD03I-XFER-TO-ACCNO TO WS-CHECK-ACCNO.                  dbank03p
134420     PERFORM CHECK-TARGET-ACCNO                                   dbank03p
134430         THRU CHECK-TARGET-ACCNO-EXIT.                            dbank03p
134440     IF WS-CHECK-ACCNO-MSG IS NOT EQUAL TO SPACES                 dbank03p
134450        SET CD03O-XFER-REJECTED TO TRUE                           dbank03p
134460        MOVE WS-CHECK-ACCNO-MSG TO CD03O-XFER-MESSAGE             dbank03p
134470        GO TO ACCT-TRANSFER-PROCESS-EXIT                          dbank03p
134480     END-IF.                                                      dbank03p
134500     EXEC CICS READ FILE('BNKACCT')                               dbank03p
134600                    INTO(WS-BNKACCT-REC)                          dbank03p
134700                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank03p
136000        GO TO ACCT-TRANSFER-PROCESS-EXIT                          dbank03p
136100     END-IF.                                                      dbank03p
136200     MOVE BAC-REC-CURRENCY TO WS-XFER-TO-CCY.                     dbank03p
136210     MOVE BAC-REC-BRANCH TO WS-XFER-TO-BRANCH.                    dbank03p
136300     EXEC CICS READ FILE('BNKACCT')                               dbank03p
136400                    INTO(WS-BNKACCT-REC)                          dbank03p
136500                    LENGTH(LENGTH OF WS-BNKACCT-REC)              dbank03p
137900          TO CD03O-XFER-MESSAGE                                   dbank03p
138000        GO TO ACCT-TRANSFER-PROCESS-EXIT                          dbank03p
138100     END-IF.                                                      dbank03p
138110     MOVE BAC-REC-BRANCH TO WS-XFER-FROM-BRANCH.                  dbank03p
138120     MOVE BAC-REC-CURRENCY TO WS-XFER-FROM-CCY.                   dbank03p
138200     PERFORM GET-TODAY-DATE.                                      dbank03p
138300     IF BAC-REC-MATURITY-DTE IS NUMERIC AND                       dbank03p
138400        BAC-REC-MATURITY-DTE IS GREATER THAN WS-TODAY-DATE-N      dbank03p
141800          TO CD03O-XFER-MESSAGE                                   dbank03p
141900        GO TO ACCT-TRANSFER-PROCESS-EXIT                          dbank03p
142000     END-IF.                                                      dbank03p
142010     PERFORM CHECK-MINOR-DEBIT                                    dbank03p
142020         THRU CHECK-MINOR-DEBIT-EXIT.                             dbank03p
142030     IF WS-LIMIT-EXCEEDED                                         dbank03p
142040        SET CD03O-XFER-REJECTED TO TRUE                           dbank03p
142050        MOVE 'Over the single debit limit for a minor'            dbank03p
142060          TO CD03O-XFER-MESSAGE                                   dbank03p
142070        GO TO ACCT-TRANSFER-PROCESS-EXIT                          dbank03p
142080     END-IF.                                                      dbank03p
142100     MOVE CD03I-TXN-ACCNO TO WS-HOLDS-ACCNO.                      dbank03p
142200     PERFORM SUM-ACTIVE-HOLDS                                     dbank03p
142300         THRU SUM-ACTIVE-HOLDS-EXIT.                              dbank03p
142400     COMPUTE WS-AVAILABLE-FUNDS = BAC-REC-BALANCE                 dbank03p
142500             + BAC-REC-OVERDRAFT-LIMIT - WS-HOLDS-TOTAL.          dbank03p
142510     IF WS-HOLDER-MINOR                                           dbank03p
142520        COMPUTE WS-AVAILABLE-FUNDS = BAC-REC-BALANCE              dbank03p
142530                - WS-HOLDS-TOTAL                                  dbank03p
142540     END-IF.                                                      dbank03p
142600     IF WS-AVAILABLE-FUNDS IS LESS THAN CD03I-XFER-AMOUNT         dbank03p
142700        SET CD03O-XFER-REJECTED TO TRUE                           dbank03p
142800        MOVE 'Insufficient available funds'                       dbank03p
142900          TO CD03O-XFER-MESSAGE                                   dbank03p
143000        GO TO ACCT-TRANSFER-PROCESS-EXIT                          dbank03p
143100     END-IF.                                                      dbank03p
143104     IF WS-OTP-RELEASING                                          dbank03p
143108        MOVE OT-REC-NOTICE-PENALTY TO CD03I-NOTICE-PENALTY        dbank03p
143112     END-IF.                                                      dbank03p
143116     MOVE CD03I-XFER-AMOUNT TO WS-NOTICE-AMOUNT.                  dbank03p
143120     PERFORM CHECK-NOTICE-DEBIT                                   dbank03p
143124         THRU CHECK-NOTICE-DEBIT-EXIT.                            dbank03p
143128     IF WS-NOTICE-SHORT AND NOT CD03I-PENALTY-ACCEPTED            dbank03p
143136        SET CD03O-XFER-REJECTED TO TRUE                           dbank03p
143140        MOVE 'Notice period not served - penalty must be accepted'dbank03p
143144          TO CD03O-XFER-MESSAGE                                   dbank03p
143148        GO TO ACCT-TRANSFER-PROCESS-EXIT                          dbank03p
143152     END-IF.                                                      dbank03p
143156     IF WS-AVAILABLE-FUNDS IS LESS THAN WS-NOTICE-TOTAL           dbank03p
143164        SET CD03O-XFER-REJECTED TO TRUE                           dbank03p
143168        MOVE 'Insufficient funds for the notice penalty'          dbank03p
143172          TO CD03O-XFER-MESSAGE                                   dbank03p
143176        GO TO ACCT-TRANSFER-PROCESS-EXIT                          dbank03p
143180     END-IF.                                                      dbank03p
143200     MOVE CD03I-XFER-AMOUNT TO WS-XFER-CREDIT-AMT.                dbank03p
143300     MOVE 1 TO CD03O-XFER-RATE.                                   dbank03p
143400     IF BAC-REC-CURRENCY IS NOT EQUAL TO WS-XFER-TO-CCY           dbank03p
145100                = CD03I-XFER-AMOUNT * FX-REC-RATE                 dbank03p
145200     END-IF.                                                      dbank03p
145300     MOVE WS-XFER-CREDIT-AMT TO CD03O-XFER-CONVERTED.             dbank03p
145310     PERFORM GET-OTP-THRESHOLD                                    dbank03p
145320         THRU GET-OTP-THRESHOLD-EXIT.                             dbank03p
145330     IF WS-OTP-NOT-RELEASING AND                                  dbank03p
145340        WS-OTP-THRESHOLD IS GREATER THAN ZERO AND                 dbank03p
145350        CD03I-XFER-AMOUNT IS GREATER THAN WS-OTP-THRESHOLD        dbank03p
145360        PERFORM PARK-TRANSFER-FOR-OTP                             dbank03p
145370            THRU PARK-TRANSFER-FOR-OTP-EXIT                       dbank03p
145380        GO TO ACCT-TRANSFER-PROCESS-EXIT                          dbank03p
145390     END-IF.                                                      dbank03p
145400     SUBTRACT CD03I-XFER-AMOUNT FROM BAC-REC-BALANCE.             dbank03p
145500     PERFORM WRITE-ACCOUNT-JOURNAL                                dbank03p
145600         THRU WRITE-ACCOUNT-JOURNAL-EXIT.                         dbank03p
147700     STRING 'Transfer to ' DELIMITED BY SIZE                      dbank03p
147800            CD03I-XFER-TO-ACCNO DELIMITED BY SIZE                 dbank03p
147900       INTO BTX-REC-DESC.                                         dbank03p
147910     IF WS-BILL-PAYING                                            dbank03p
147920        MOVE SPACES TO BTX-REC-DESC                               dbank03p
147930        STRING 'Bill payment ' DELIMITED BY SIZE                  dbank03p
147940               CD03I-BILL-CODE DELIMITED BY SIZE                  dbank03p
147950          INTO BTX-REC-DESC                                       dbank03p
147960     END-IF.                                                      dbank03p
148000     MOVE BAC-REC-BALANCE TO BTX-REC-BALANCE.                     dbank03p
148100     MOVE SPACES TO BTX-REC-REVERSED.                             dbank03p
148200     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              dbank03p
148300     MOVE 'TRF' TO BTX-REC-TYPE.                                  dbank03p
148310     IF CD03I-SESSION-TOKEN IS NOT EQUAL TO SPACES                dbank03p
148320        SET BTX-REC-CHN-GATEWAY TO TRUE                           dbank03p
148330     ELSE                                                         dbank03p
148340        SET BTX-REC-CHN-ONLINE TO TRUE                            dbank03p
148350     END-IF.                                                      dbank03p
148400     EXEC CICS WRITE FILE('BNKTXN1')                              dbank03p
148500               FROM(WS-BNKTXN-REC)                                dbank03p
148600               RIDFLD(BTX-REC-KEY)                                dbank03p
148700               LENGTH(LENGTH OF WS-BNKTXN-REC)                    dbank03p
148800               RESP(WS-RESP)                                      dbank03p
148900     END-EXEC.                                                    dbank03p
148910     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank03p
148920        PERFORM WRITE-DAILY-JOURNAL                               dbank03p
148930     END-IF.                                                      dbank03p
149000     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
149100        PERFORM REVERSE-FAILED-TRANSFER                           dbank03p
149200            THRU REVERSE-FAILED-TRANSFER-EXIT                     dbank03p
152700            CD03I-TXN-ACCNO DELIMITED BY SIZE                     dbank03p
152800       INTO BTX-REC-DESC.                                         dbank03p
152900     MOVE WS-XFER-TO-BALANCE TO BTX-REC-BALANCE.                  dbank03p
152910     IF CD03I-SESSION-TOKEN IS NOT EQUAL TO SPACES                dbank03p
152920        SET BTX-REC-CHN-GATEWAY TO TRUE                           dbank03p
152930     ELSE                                                         dbank03p
152940        SET BTX-REC-CHN-ONLINE TO TRUE                            dbank03p
152950     END-IF.                                                      dbank03p
153000     EXEC CICS WRITE FILE('BNKTXN1')                              dbank03p
153100               FROM(WS-BNKTXN-REC)                                dbank03p
153200               RIDFLD(BTX-REC-KEY)                                dbank03p
153300               LENGTH(LENGTH OF WS-BNKTXN-REC)                    dbank03p
153400               RESP(WS-RESP)                                      dbank03p
153500     END-EXEC.                                                    dbank03p
153510     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank03p
153520        PERFORM WRITE-DAILY-JOURNAL                               dbank03p
153530     END-IF.                                                      dbank03p
153600     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank03p
153700        MOVE 'Y' TO WS-CREDIT-POSTED                              dbank03p
153800     ELSE                                                         dbank03p
154000     END-IF.                                                      dbank03p
154100     PERFORM RECORD-LIMIT-USAGE                                   dbank03p
154200         THRU RECORD-LIMIT-USAGE-EXIT.                            dbank03p
154201     PERFORM APPLY-NOTICE-DEBIT                                   dbank03p
154202         THRU APPLY-NOTICE-DEBIT-EXIT.                            dbank03p
154203     IF WS-NOTICE-PENALTY-POSTED                                  dbank03p
154204        MOVE WS-NOTICE-BALANCE TO CD03O-XFER-NEW-BALANCE          dbank03p
154205     END-IF.                                                      dbank03p
154210     IF WS-CREDIT-POSTED IS EQUAL TO 'Y'                          dbank03p
154220        PERFORM XFER-INTER-BRANCH                                 dbank03p
154230            THRU XFER-INTER-BRANCH-EXIT                           dbank03p
154240     END-IF.                                                      dbank03p
154300     SET CD03O-XFER-APPLIED TO TRUE.                              dbank03p
154400     MOVE EIBTASKN TO CD03O-XFER-REF.                             dbank03p
154500     IF WS-CREDIT-POSTED IS EQUAL TO 'Y'                          dbank03p
154800        MOVE 'Transfer applied - credit posting failed, refer'    dbank03p
154900          TO CD03O-XFER-MESSAGE                                   dbank03p
155000     END-IF.                                                      dbank03p
155010     IF WS-BILL-PAYING AND WS-OTP-RELEASING                       dbank03p
155020        PERFORM RELEASE-BILL-PAYMENT                              dbank03p
155030            THRU RELEASE-BILL-PAYMENT-EXIT                        dbank03p
155040     END-IF.                                                      dbank03p
155100 ACCT-TRANSFER-PROCESS-EXIT.                                      dbank03p
155200     EXIT.                                                        dbank03p
155300                                                                  dbank03p
155301******************************************************************dbank03p
155302* A transfer between accounts held at different branches leaves  *dbank03p
155303* the source account's branch owing the target account's branch  *dbank03p
155304* the amount debited, in the source account's currency.          *dbank03p
155305******************************************************************dbank03p
155306 XFER-INTER-BRANCH.                                               dbank03p
155307     MOVE SPACES TO WS-IB-PAIR.                                   dbank03p
155308     MOVE WS-XFER-FROM-BRANCH TO WS-IB-OWES-BRANCH.               dbank03p
155309     MOVE CD03I-TXN-ACCNO TO WS-IB-OWES-ACCNO.                    dbank03p
155310     MOVE WS-XFER-TO-BRANCH TO WS-IB-OWED-BRANCH.                 dbank03p
155311     MOVE CD03I-XFER-TO-ACCNO TO WS-IB-OWED-ACCNO.                dbank03p
155312     MOVE CD03I-XFER-AMOUNT TO WS-IB-AMOUNT.                      dbank03p
155313     MOVE WS-XFER-FROM-CCY TO WS-IB-CURRENCY.                     dbank03p
155314     MOVE 'TRF' TO WS-IB-TXN-TYPE.                                dbank03p
155315     PERFORM WRITE-INTER-BRANCH-PAIR                              dbank03p
155316         THRU WRITE-INTER-BRANCH-PAIR-EXIT.                       dbank03p
155317 XFER-INTER-BRANCH-EXIT.                                          dbank03p
155318     EXIT.                                                        dbank03p
155319                                                                  dbank03p
155320******************************************************************dbank03p
155321* Write the two BNKIBRT legs of a cross-branch posting under one *dbank03p
155322* reference - a due-to leg on the branch that owes, a due-from   *dbank03p
155323* leg on the branch that is owed. Nothing is written when either *dbank03p
155324* side has no branch or both sides are the same branch. A leg    *dbank03p
155325* that fails to write does not undo the customer posting; the    *dbank03p
155326* leg left without its partner is reported by ZBNKIBRC.          *dbank03p
155327******************************************************************dbank03p
155328 WRITE-INTER-BRANCH-PAIR.                                         dbank03p
155329     IF WS-IB-OWES-BRANCH IS EQUAL TO SPACES OR                   dbank03p
155330        WS-IB-OWED-BRANCH IS EQUAL TO SPACES OR                   dbank03p
155331        WS-IB-OWES-BRANCH IS EQUAL TO WS-IB-OWED-BRANCH           dbank03p
155332        GO TO WRITE-INTER-BRANCH-PAIR-EXIT                        dbank03p
155333     END-IF.                                                      dbank03p
155334     MOVE SPACES TO WS-BNKIBRT-REC.                               dbank03p
155335     MOVE WS-TODAY-DATE-N TO IB-REC-DATE.                         dbank03p
155336     SET IB-REC-ONLINE TO TRUE.                                   dbank03p
155337     MOVE WS-TODAY-TIME TO IB-REC-REF-TIME.                       dbank03p
155338     MOVE EIBTASKN TO IB-REC-REF-NO.                              dbank03p
155339     MOVE WS-IB-AMOUNT TO IB-REC-AMOUNT.                          dbank03p
155340     MOVE WS-IB-CURRENCY TO IB-REC-CURRENCY.                      dbank03p
155341     MOVE WS-IB-TXN-TYPE TO IB-REC-TXN-TYPE.                      dbank03p
155342     MOVE WS-PROGRAM-ID TO IB-REC-PROGRAM.                        dbank03p
155343     MOVE ZERO TO IB-REC-MATCH-DATE.                              dbank03p
155344     MOVE WS-IB-OWES-BRANCH TO IB-REC-BRANCH.                     dbank03p
155345     MOVE WS-IB-OWED-BRANCH TO IB-REC-OTHER-BRANCH.               dbank03p
155346     SET IB-REC-DUE-TO TO TRUE.                                   dbank03p
155347     MOVE WS-IB-OWES-ACCNO TO IB-REC-ACCNO.                       dbank03p
155348     MOVE WS-IB-OWES-TELLER TO IB-REC-TELLER.                     dbank03p
155349     EXEC CICS WRITE FILE('BNKIBRT')                              dbank03p
155350               FROM(WS-BNKIBRT-REC)                               dbank03p
155351               RIDFLD(IB-REC-KEY)                                 dbank03p
155352               LENGTH(LENGTH OF WS-BNKIBRT-REC)                   dbank03p
155353               RESP(WS-RESP)                                      dbank03p
155354     END-EXEC.                                                    dbank03p
155355     MOVE WS-IB-OWED-BRANCH TO IB-REC-BRANCH.                     dbank03p
155356     MOVE WS-IB-OWES-BRANCH TO IB-REC-OTHER-BRANCH.               dbank03p
155357     SET IB-REC-DUE-FROM TO TRUE.                                 dbank03p
155358     MOVE WS-IB-OWED-ACCNO TO IB-REC-ACCNO.                       dbank03p
155359     MOVE WS-IB-OWED-TELLER TO IB-REC-TELLER.                     dbank03p
155360     EXEC CICS WRITE FILE('BNKIBRT')                              dbank03p
155361               FROM(WS-BNKIBRT-REC)                               dbank03p
155362               RIDFLD(IB-REC-KEY)                                 dbank03p
155363               LENGTH(LENGTH OF WS-BNKIBRT-REC)                   dbank03p
155364               RESP(WS-RESP)                                      dbank03p
155365     END-EXEC.                                                    dbank03p
155366 WRITE-INTER-BRANCH-PAIR-EXIT.                                    dbank03p
155367     EXIT.                                                        dbank03p
155400******************************************************************dbank03p
155500* The debit has already been applied when the credit leg fails,  *dbank03p
155600* so put the money back on the source account before rejecting.  *dbank03p
160400     SET BTX-REC-IS-REVERSAL TO TRUE.                             dbank03p
160500     MOVE ZERO TO BTX-REC-CHEQUE-NO.                              dbank03p
160600     MOVE 'REV' TO BTX-REC-TYPE.                                  dbank03p
160610     IF CD03I-SESSION-TOKEN IS NOT EQUAL TO SPACES                dbank03p
160620        SET BTX-REC-CHN-GATEWAY TO TRUE                           dbank03p
160630     ELSE                                                         dbank03p
160640        SET BTX-REC-CHN-ONLINE TO TRUE                            dbank03p
160650     END-IF.                                                      dbank03p
160700     EXEC CICS WRITE FILE('BNKTXN1')                              dbank03p
160800               FROM(WS-BNKTXN-REC)                                dbank03p
160900               RIDFLD(BTX-REC-KEY)                                dbank03p
161000               LENGTH(LENGTH OF WS-BNKTXN-REC)                    dbank03p
161100               RESP(WS-RESP)                                      dbank03p
161200     END-EXEC.                                                    dbank03p
161210     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank03p
161220        PERFORM WRITE-DAILY-JOURNAL                               dbank03p
161230     END-IF.                                                      dbank03p
161300 WRITE-TRANSFER-BACKOUT-EXIT.                                     dbank03p
161400     EXIT.                                                        dbank03p
161500                                                                  dbank03p
170700    WHEN DFHRESP(NORMAL)                                          dbank03p
170800      SET CD03O-JOWN-ADDED TO TRUE                                dbank03p
170900      MOVE 'Joint owner added' TO CD03O-JOWN-MESSAGE              dbank03p
170910      PERFORM WRITE-RECORD-MOVEMENT                               dbank03p
170920          THRU WRITE-RECORD-MOVEMENT-EXIT                         dbank03p
171000    WHEN DFHRESP(DUPKEY)                                          dbank03p
171100      SET CD03O-JOWN-REJECTED TO TRUE                             dbank03p
171200      MOVE 'This person is already a joint owner' TO              dbank03p
184400 MOVE SPACES TO BTX-REC-REVERSED.                                 dbank03p
184500 MOVE ZERO TO BTX-REC-CHEQUE-NO.                                  dbank03p
184600 MOVE 'TLD' TO BTX-REC-TYPE.                                      dbank03p
184650 SET BTX-REC-CHN-TELLER TO TRUE.                                  dbank03p
184700 EXEC CICS WRITE FILE('BNKTXN1')                                  dbank03p
184800           FROM(WS-BNKTXN-REC)                                    dbank03p
184900           RIDFLD(BTX-REC-KEY)                                    dbank03p
185000           LENGTH(LENGTH OF WS-BNKTXN-REC)                        dbank03p
185100           RESP(WS-RESP)                                          dbank03p
185200 END-EXEC.                                                        dbank03p
185210 IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                           dbank03p
185220    PERFORM WRITE-DAILY-JOURNAL                                   dbank03p
185230 END-IF.                                                          dbank03p
185300 IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                           dbank03p
185400    SET CD03O-TELLER-APPLIED TO TRUE                              dbank03p
185500    MOVE EIBTASKN TO CD03O-TELLER-REF                             dbank03p
185700    MOVE 'Deposit applied' TO CD03O-TELLER-MESSAGE                dbank03p
185800    PERFORM TAG-CASH-TO-TILL                                      dbank03p
185900        THRU TAG-CASH-TO-TILL-EXIT                                dbank03p
185930    PERFORM WRITE-TELLER-RECEIPT                                  dbank03p
185960        THRU WRITE-TELLER-RECEIPT-EXIT                            dbank03p
186000 ELSE                                                             dbank03p
186100    SET CD03O-TELLER-REJECTED TO TRUE                             dbank03p
186200    MOVE 'Unable to record teller transaction' TO                 dbank03p
193800      CD03O-TELLER-MESSAGE                                        dbank03p
193900    GO TO TELLER-WITHDRAWAL-PROCESS-EXIT                          dbank03p
194000 END-IF.                                                          dbank03p
194010 PERFORM CHECK-MINOR-DEBIT                                        dbank03p
194020     THRU CHECK-MINOR-DEBIT-EXIT.                                 dbank03p
194030 IF WS-LIMIT-EXCEEDED                                             dbank03p
194040    SET CD03O-TELLER-REJECTED TO TRUE                             dbank03p
194050    MOVE 'Over the single debit limit for a minor'                dbank03p
194060      TO CD03O-TELLER-MESSAGE                                     dbank03p
194070    GO TO TELLER-WITHDRAWAL-PROCESS-EXIT                          dbank03p
194080 END-IF.                                                          dbank03p
194100 PERFORM CHECK-OWNER-AUTHORITY                                    dbank03p
194200     THRU CHECK-OWNER-AUTHORITY-EXIT.                             dbank03p
194300 IF WS-AUTH-DENIED                                                dbank03p
195100     THRU SUM-ACTIVE-HOLDS-EXIT.                                  dbank03p
195200 COMPUTE WS-AVAILABLE-FUNDS = BAC-REC-BALANCE                     dbank03p
195300         + BAC-REC-OVERDRAFT-LIMIT - WS-HOLDS-TOTAL.              dbank03p
195310 IF WS-HOLDER-MINOR                                               dbank03p
195320    COMPUTE WS-AVAILABLE-FUNDS = BAC-REC-BALANCE                  dbank03p
195330            - WS-HOLDS-TOTAL                                      dbank03p
195340 END-IF.                                                          dbank03p
195400 IF WS-AVAILABLE-FUNDS IS LESS THAN CD03I-TELLER-AMOUNT           dbank03p
195500    SET CD03O-TELLER-REJECTED TO TRUE                             dbank03p
195600    MOVE 'Insufficient available funds' TO CD03O-TELLER-MESSAGE   dbank03p
195700    GO TO TELLER-WITHDRAWAL-PROCESS-EXIT                          dbank03p
195800 END-IF.                                                          dbank03p
195805 MOVE CD03I-TELLER-AMOUNT TO WS-NOTICE-AMOUNT.                    dbank03p
195810 PERFORM CHECK-NOTICE-DEBIT                                       dbank03p
195815     THRU CHECK-NOTICE-DEBIT-EXIT.                                dbank03p
195820 IF WS-NOTICE-SHORT AND NOT CD03I-PENALTY-ACCEPTED                dbank03p
195830    SET CD03O-TELLER-REJECTED TO TRUE                             dbank03p
195835    MOVE 'Notice period not served - penalty must be accepted'    dbank03p
195840      TO CD03O-TELLER-MESSAGE                                     dbank03p
195845    GO TO TELLER-WITHDRAWAL-PROCESS-EXIT                          dbank03p
195850 END-IF.                                                          dbank03p
195855 IF WS-AVAILABLE-FUNDS IS LESS THAN WS-NOTICE-TOTAL               dbank03p
195865    SET CD03O-TELLER-REJECTED TO TRUE                             dbank03p
195870    MOVE 'Insufficient funds for the notice penalty'              dbank03p
195875      TO CD03O-TELLER-MESSAGE                                     dbank03p
195880    GO TO TELLER-WITHDRAWAL-PROCESS-EXIT                          dbank03p
195885 END-IF.                                                          dbank03p
195900 SUBTRACT CD03I-TELLER-AMOUNT FROM BAC-REC-BALANCE.               dbank03p
196000 PERFORM WRITE-ACCOUNT-JOURNAL THRU WRITE-ACCOUNT-JOURNAL-EXIT.   dbank03p
196100 EXEC CICS REWRITE FILE('BNKACCT')                                dbank03p
198500 MOVE SPACES TO BTX-REC-REVERSED.                                 dbank03p
198600 MOVE ZERO TO BTX-REC-CHEQUE-NO.                                  dbank03p
198700 MOVE 'TLW' TO BTX-REC-TYPE.                                      dbank03p
198750 SET BTX-REC-CHN-TELLER TO TRUE.                                  dbank03p
198800 EXEC CICS WRITE FILE('BNKTXN1')                                  dbank03p
198900           FROM(WS-BNKTXN-REC)                                    dbank03p
199000           RIDFLD(BTX-REC-KEY)                                    dbank03p
199100           LENGTH(LENGTH OF WS-BNKTXN-REC)                        dbank03p
199200           RESP(WS-RESP)                                          dbank03p
199300 END-EXEC.                                                        dbank03p
199310 IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                           dbank03p
199320    PERFORM WRITE-DAILY-JOURNAL                                   dbank03p
199330 END-IF.                                                          dbank03p
199400 IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                           dbank03p
199500    SET CD03O-TELLER-APPLIED TO TRUE                              dbank03p
199600    MOVE EIBTASKN TO CD03O-TELLER-REF                             dbank03p
199800    MOVE 'Withdrawal applied' TO CD03O-TELLER-MESSAGE             dbank03p
199900    PERFORM TAG-CASH-TO-TILL                                      dbank03p
200000        THRU TAG-CASH-TO-TILL-EXIT                                dbank03p
200030    PERFORM WRITE-TELLER-RECEIPT                                  dbank03p
200060        THRU WRITE-TELLER-RECEIPT-EXIT                            dbank03p
200100    PERFORM RECORD-LIMIT-USAGE                                    dbank03p
200200        THRU RECORD-LIMIT-USAGE-EXIT                              dbank03p
200210    PERFORM APPLY-NOTICE-DEBIT                                    dbank03p
200220        THRU APPLY-NOTICE-DEBIT-EXIT                              dbank03p
200230    IF WS-NOTICE-PENALTY-POSTED                                   dbank03p
200240       MOVE WS-NOTICE-BALANCE TO CD03O-TELLER-BALANCE             dbank03p
200250    END-IF                                                        dbank03p
200300 ELSE                                                             dbank03p
200400    SET CD03O-TELLER-REJECTED TO TRUE                             dbank03p
200500    MOVE 'Unable to record teller transaction' TO                 dbank03p
200800 TELLER-WITHDRAWAL-PROCESS-EXIT.                                  dbank03p
200900 EXIT.                                                            dbank03p
201000                                                                  dbank03p
201005******************************************************************dbank03p
201010* Copy the posting just written to BNKTXN1 into the BNKTXD       *dbank03p
201015* daily posting journal that the nightly jobs read. Its own      *dbank03p
201020* RESP leaves WS-RESP as the BNKTXN1 write set it; a missed      *dbank03p
201025* journal entry is reported by the ZBNKTXJP proof                *dbank03p
201030******************************************************************dbank03p
201035 WRITE-DAILY-JOURNAL.                                             dbank03p
201040     MOVE WS-TODAY-DATE-N TO TD-REC-POST-DTE.                     dbank03p
201045     MOVE WS-BNKTXN-REC TO TD-REC-TXN.                            dbank03p
201050     EXEC CICS WRITE FILE('BNKTXD')                               dbank03p
201055               FROM(WS-BNKTXD-REC)                                dbank03p
201060               RIDFLD(TD-REC-KEY)                                 dbank03p
201065               LENGTH(LENGTH OF WS-BNKTXD-REC)                    dbank03p
201070               RESP(WS-TXD-RESP)                                  dbank03p
201075     END-EXEC.                                                    dbank03p
201080                                                                  dbank03p
201100******************************************************************dbank03p
201200* Build a "DD Mon YYYY" display date in BTX-REC-DATE from the *   dbank03p
201300* numeric date obtained by GET-TODAY-DATE                     *   dbank03p
202100        WS-TODAY-DATE(1:4) DELIMITED BY SIZE                      dbank03p
202200   INTO BTX-REC-DATE.                                             dbank03p
202300 FORMAT-TXN-DATE-EXIT.                                            dbank03p
202310 EXIT.                                                            dbank03p
202315                                                                  dbank03p
202320******************************************************************dbank03p
202325* Park an account-to-account transfer above the passcode         *dbank03p
202330* threshold. Nothing is posted: the request is kept on the       *dbank03p
202335* BNKOTPC challenge and replayed through ACCT-TRANSFER-PROCESS,  *dbank03p
202340* with every control applied afresh, once the passcode is        *dbank03p
202345* confirmed. The source account is still held for update.        *dbank03p
202350******************************************************************dbank03p
202355 PARK-TRANSFER-FOR-OTP.                                           dbank03p
202360     EXEC CICS UNLOCK FILE('BNKACCT')                             dbank03p
202365     END-EXEC.                                                    dbank03p
202370     MOVE SPACES TO WS-BNKOTPC-REC.                               dbank03p
202375     MOVE CD03I-TXN-ACCNO TO OT-REC-ACCNO.                        dbank03p
202380     MOVE EIBTASKN TO OT-REC-TASKN.                               dbank03p
202385     SET OT-REC-ACCT-XFER TO TRUE.                                dbank03p
202390     MOVE CD03I-XFER-TO-ACCNO TO OT-REC-TO-ACCNO.                 dbank03p
202395     MOVE CD03I-XFER-AMOUNT TO OT-REC-AMOUNT.                     dbank03p
202405     MOVE CD03I-NOTICE-PENALTY TO OT-REC-NOTICE-PENALTY.          dbank03p
202408     IF WS-BILL-PAYING                                            dbank03p
202411        MOVE CD03I-BILL-CODE TO OT-REC-BILLER                     dbank03p
202414     END-IF.                                                      dbank03p
202418     PERFORM ISSUE-OTP-CHALLENGE                                  dbank03p
202419         THRU ISSUE-OTP-CHALLENGE-EXIT.                           dbank03p
202420     IF WS-OTP-NOT-ISSUED                                         dbank03p
202421        SET CD03O-XFER-REJECTED TO TRUE                           dbank03p
202422        MOVE 'Passcode could not be sent - transfer not applied'  dbank03p
202423          TO CD03O-XFER-MESSAGE                                   dbank03p
202424        GO TO PARK-TRANSFER-FOR-OTP-EXIT                          dbank03p
202425     END-IF.                                                      dbank03p
202426     SET CD03O-XFER-AWAITING-OTP TO TRUE.                         dbank03p
202427     MOVE EIBTASKN TO CD03O-XFER-REF.                             dbank03p
202428     MOVE BAC-REC-BALANCE TO CD03O-XFER-NEW-BALANCE.              dbank03p
202429     MOVE 'Passcode sent to your phone - confirm to apply'        dbank03p
202430       TO CD03O-XFER-MESSAGE.                                     dbank03p
202431 PARK-TRANSFER-FOR-OTP-EXIT.                                      dbank03p
202432     EXIT.                                                        dbank03p
202433                                                                  dbank03p
202434******************************************************************dbank03p
202435* Issue a one-time passcode for the transfer described in the    *dbank03p
202436* BNKOTPC record area (key, kind and amount already set). The    *dbank03p
202437* debiting account is expected in WS-BNKACCT-REC; the code goes  *dbank03p
202438* by text to its primary owner's BCS-REC-TELNO. The text is      *dbank03p
202439* queued before the challenge is written, so a challenge never   *dbank03p
202440* exists that the customer was not sent. WS-OTP-ISSUED is set    *dbank03p
202441* only when both have been done.                                 *dbank03p
202442******************************************************************dbank03p
202443 ISSUE-OTP-CHALLENGE.                                             dbank03p
202444     SET WS-OTP-NOT-ISSUED TO TRUE.                               dbank03p
202445     MOVE BAC-REC-PID TO WS-BNKCUST-RID.                          dbank03p
202446     EXEC CICS READ FILE('BNKCUST')                               dbank03p
202447                    INTO(WS-BNKCUST-REC)                          dbank03p
202448                    LENGTH(LENGTH OF WS-BNKCUST-REC)              dbank03p
202449                    RIDFLD(WS-BNKCUST-RID)                        dbank03p
202450                    RESP(WS-RESP)                                 dbank03p
202451     END-EXEC.                                                    dbank03p
202452     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
202453        GO TO ISSUE-OTP-CHALLENGE-EXIT                            dbank03p
202454     END-IF.                                                      dbank03p
202455     IF BCS-REC-TELNO IS EQUAL TO SPACES                          dbank03p
202456        GO TO ISSUE-OTP-CHALLENGE-EXIT                            dbank03p
202457     END-IF.                                                      dbank03p
202458     PERFORM GET-TODAY-DATE.                                      dbank03p
202459     COMPUTE WS-OTP-SEED =                                        dbank03p
202460             FUNCTION MOD(WS-ABSTIME + EIBTASKN * 7919,           dbank03p
202461                          999999937).                             dbank03p
202462     COMPUTE WS-OTP-NUMBER =                                      dbank03p
202463             FUNCTION RANDOM(WS-OTP-SEED) * 1000000.              dbank03p
202464     MOVE WS-OTP-NUMBER TO OT-REC-PASSCODE.                       dbank03p
202465     SET OT-REC-WAITING TO TRUE.                                  dbank03p
202466     MOVE BAC-REC-PID TO OT-REC-PID.                              dbank03p
202467     MOVE CD03I-REQ-USERID TO OT-REC-USERID.                      dbank03p
202468     MOVE CD03I-CONTACT-ID TO OT-REC-CONTACT-ID.                  dbank03p
202469     PERFORM BUILD-OTP-SESSION-ID                                 dbank03p
202470         THRU BUILD-OTP-SESSION-ID-EXIT.                          dbank03p
202471     IF CD03I-SESSION-TOKEN IS NOT EQUAL TO SPACES                dbank03p
202472        SET OT-REC-VIA-GATEWAY TO TRUE                            dbank03p
202473     ELSE                                                         dbank03p
202474        SET OT-REC-VIA-TERMINAL TO TRUE                           dbank03p
202475     END-IF.                                                      dbank03p
202476     MOVE WS-OTP-SESSION-ID TO OT-REC-SESSION-ID.                 dbank03p
202477     MOVE BCS-REC-TELNO TO OT-REC-TELNO.                          dbank03p
202478     MOVE WS-TODAY-DATE-N TO OT-REC-ISSUED-DTE.                   dbank03p
202479     MOVE WS-TODAY-TIME TO OT-REC-ISSUED-TIME.                    dbank03p
202480     COMPUTE OT-REC-EXPIRES-AT = WS-ABSTIME + WS-OTP-LIFETIME.    dbank03p
202481     MOVE ZERO TO OT-REC-TRIES.                                   dbank03p
202482     MOVE ZERO TO OT-REC-CLOSED-DTE.                              dbank03p
202483     MOVE ZERO TO OT-REC-CLOSED-TIME.                             dbank03p
202484     MOVE OT-REC-AMOUNT TO WS-OTP-AMOUNT-EDIT.                    dbank03p
202485     MOVE ZERO TO WS-OTP-LEAD.                                    dbank03p
202486     INSPECT WS-OTP-AMOUNT-EDIT                                   dbank03p
202487         TALLYING WS-OTP-LEAD FOR LEADING SPACES.                 dbank03p
202488     MOVE BCS-REC-TELNO TO WS-SMS-TELNO.                          dbank03p
202489     MOVE SPACES TO WS-SMS-TEXT.                                  dbank03p
202490     STRING 'Your passcode is ' DELIMITED BY SIZE                 dbank03p
202491            OT-REC-PASSCODE DELIMITED BY SIZE                     dbank03p
202492            ' to confirm a transfer of ' DELIMITED BY SIZE        dbank03p
202493            WS-OTP-AMOUNT-EDIT (WS-OTP-LEAD + 1:)                 dbank03p
202494              DELIMITED BY SIZE                                   dbank03p
202495            ' from account ending ' DELIMITED BY SIZE             dbank03p
202496            BAC-REC-ACCNO (6:4) DELIMITED BY SIZE                 dbank03p
202497            '. Valid 5 minutes - never share it.'                 dbank03p
202498              DELIMITED BY SIZE                                   dbank03p
202499       INTO WS-SMS-TEXT.                                          dbank03p
202500     EXEC CICS WRITEQ TD                                          dbank03p
202501               QUEUE(WS-SMS-QUEUE)                                dbank03p
202502               FROM(WS-SMS-RECORD)                                dbank03p
202503               LENGTH(LENGTH OF WS-SMS-RECORD)                    dbank03p
202504               RESP(WS-RESP)                                      dbank03p
202505     END-EXEC.                                                    dbank03p
202506     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
202507        GO TO ISSUE-OTP-CHALLENGE-EXIT                            dbank03p
202508     END-IF.                                                      dbank03p
202509     MOVE OT-REC-KEY TO WS-BNKOTPC-RID.                           dbank03p
202510     EXEC CICS WRITE FILE('BNKOTPC')                              dbank03p
202511               FROM(WS-BNKOTPC-REC)                               dbank03p
202512               RIDFLD(WS-BNKOTPC-RID)                             dbank03p
202513               LENGTH(LENGTH OF WS-BNKOTPC-REC)                   dbank03p
202514               RESP(WS-RESP)                                      dbank03p
202515     END-EXEC.                                                    dbank03p
202516     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
202517        GO TO ISSUE-OTP-CHALLENGE-EXIT                            dbank03p
202518     END-IF.                                                      dbank03p
202519     SET WS-OTP-ISSUED TO TRUE.                                   dbank03p
202520     MOVE 'I' TO WS-OTP-EVENT.                                    dbank03p
202521     PERFORM LOG-OTP-TO-SESSION                                   dbank03p
202522         THRU LOG-OTP-TO-SESSION-EXIT.                            dbank03p
202523 ISSUE-OTP-CHALLENGE-EXIT.                                        dbank03p
202524     EXIT.                                                        dbank03p
202525                                                                  dbank03p
202526******************************************************************dbank03p
202527* The session a passcode belongs to: the gateway's session token *dbank03p
202528* when the request came through GBANK01P, otherwise the BNKSESS  *dbank03p
202529* key of the signed-on userid at this terminal.                  *dbank03p
202530******************************************************************dbank03p
202531 BUILD-OTP-SESSION-ID.                                            dbank03p
202532     IF CD03I-SESSION-TOKEN IS NOT EQUAL TO SPACES                dbank03p
202533        MOVE CD03I-SESSION-TOKEN TO WS-OTP-SESSION-ID             dbank03p
202534     ELSE                                                         dbank03p
202535        MOVE SPACES TO WS-OTP-SESSION-ID                          dbank03p
202536        MOVE CD03I-REQ-USERID TO WS-OTP-SESSION-ID (1:8)          dbank03p
202537        MOVE EIBTRMID TO WS-OTP-SESSION-ID (9:4)                  dbank03p
202538     END-IF.                                                      dbank03p
202539 BUILD-OTP-SESSION-ID-EXIT.                                       dbank03p
202540     EXIT.                                                        dbank03p
202541                                                                  dbank03p
202542******************************************************************dbank03p
202543* Record a passcode event (WS-OTP-EVENT - I issued, V confirmed, *dbank03p
202544* F wrong code, X expired) against the session the challenge     *dbank03p
202545* belongs to. A session that has since gone is not an error -    *dbank03p
202546* the BNKOTPC record itself still holds the full history.        *dbank03p
202547******************************************************************dbank03p
202548 LOG-OTP-TO-SESSION.                                              dbank03p
202549     IF OT-REC-VIA-GATEWAY                                        dbank03p
202550        PERFORM LOG-OTP-TO-TOKEN                                  dbank03p
202551            THRU LOG-OTP-TO-TOKEN-EXIT                            dbank03p
202552     ELSE                                                         dbank03p
202553        PERFORM LOG-OTP-TO-TERMINAL                               dbank03p
202554            THRU LOG-OTP-TO-TERMINAL-EXIT                         dbank03p
202555     END-IF.                                                      dbank03p
202556 LOG-OTP-TO-SESSION-EXIT.                                         dbank03p
202557     EXIT.                                                        dbank03p
202558                                                                  dbank03p
202559 LOG-OTP-TO-TOKEN.                                                dbank03p
202560     MOVE OT-REC-SESSION-ID TO WS-BNKTOKN-RID.                    dbank03p
202561     EXEC CICS READ FILE('BNKTOKN')                               dbank03p
202562                    INTO(WS-BNKTOKN-REC)                          dbank03p
202563                    LENGTH(LENGTH OF WS-BNKTOKN-REC)              dbank03p
202564                    RIDFLD(WS-BNKTOKN-RID)                        dbank03p
202565                    UPDATE                                        dbank03p
202566                    RESP(WS-RESP)                                 dbank03p
202567     END-EXEC.                                                    dbank03p
202568     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
202569        GO TO LOG-OTP-TO-TOKEN-EXIT                               dbank03p
202570     END-IF.                                                      dbank03p
202571     IF TK-REC-OTP-ISSUED IS NOT NUMERIC OR                       dbank03p
202572        TK-REC-OTP-VERIFIED IS NOT NUMERIC OR                     dbank03p
202573        TK-REC-OTP-FAILED IS NOT NUMERIC                          dbank03p
202574        MOVE ZERO TO TK-REC-OTP-ISSUED                            dbank03p
202575        MOVE ZERO TO TK-REC-OTP-VERIFIED                          dbank03p
202576        MOVE ZERO TO TK-REC-OTP-FAILED                            dbank03p
202577     END-IF.                                                      dbank03p
202578     EVALUATE WS-OTP-EVENT                                        dbank03p
202579       WHEN 'I'                                                   dbank03p
202580         ADD 1 TO TK-REC-OTP-ISSUED                               dbank03p
202581       WHEN 'V'                                                   dbank03p
202582         ADD 1 TO TK-REC-OTP-VERIFIED                             dbank03p
202583       WHEN 'F'                                                   dbank03p
202584         ADD 1 TO TK-REC-OTP-FAILED                               dbank03p
202585     END-EVALUATE.                                                dbank03p
202586     MOVE WS-OTP-EVENT TO TK-REC-OTP-LAST-EVENT.                  dbank03p
202587     EXEC CICS REWRITE FILE('BNKTOKN')                            dbank03p
202588                   FROM(WS-BNKTOKN-REC)                           dbank03p
202589                   LENGTH(LENGTH OF WS-BNKTOKN-REC)               dbank03p
202590                   RESP(WS-RESP)                                  dbank03p
202591     END-EXEC.                                                    dbank03p
202592 LOG-OTP-TO-TOKEN-EXIT.                                           dbank03p
202593     EXIT.                                                        dbank03p
202594                                                                  dbank03p
202595 LOG-OTP-TO-TERMINAL.                                             dbank03p
202596     MOVE OT-REC-SESSION-ID (1:12) TO WS-BNKSESS-RID.             dbank03p
202597     EXEC CICS READ FILE('BNKSESS')                               dbank03p
202598                    INTO(WS-BNKSESS-REC)                          dbank03p
202599                    LENGTH(LENGTH OF WS-BNKSESS-REC)              dbank03p
202600                    RIDFLD(WS-BNKSESS-RID)                        dbank03p
202601                    UPDATE                                        dbank03p
202602                    RESP(WS-RESP)                                 dbank03p
202603     END-EXEC.                                                    dbank03p
202604     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
202605        GO TO LOG-OTP-TO-TERMINAL-EXIT                            dbank03p
202606     END-IF.                                                      dbank03p
202607     IF SE-REC-OTP-ISSUED IS NOT NUMERIC OR                       dbank03p
202608        SE-REC-OTP-VERIFIED IS NOT NUMERIC OR                     dbank03p
202609        SE-REC-OTP-FAILED IS NOT NUMERIC                          dbank03p
202610        MOVE ZERO TO SE-REC-OTP-ISSUED                            dbank03p
202611        MOVE ZERO TO SE-REC-OTP-VERIFIED                          dbank03p
202612        MOVE ZERO TO SE-REC-OTP-FAILED                            dbank03p
202613     END-IF.                                                      dbank03p
202614     EVALUATE WS-OTP-EVENT                                        dbank03p
202615       WHEN 'I'                                                   dbank03p
202616         ADD 1 TO SE-REC-OTP-ISSUED                               dbank03p
202617       WHEN 'V'                                                   dbank03p
202618         ADD 1 TO SE-REC-OTP-VERIFIED                             dbank03p
202619       WHEN 'F'                                                   dbank03p
202620         ADD 1 TO SE-REC-OTP-FAILED                               dbank03p
202621     END-EVALUATE.                                                dbank03p
202622     MOVE WS-OTP-EVENT TO SE-REC-OTP-LAST-EVENT.                  dbank03p
202623     EXEC CICS REWRITE FILE('BNKSESS')                            dbank03p
202624                   FROM(WS-BNKSESS-REC)                           dbank03p
202625                   LENGTH(LENGTH OF WS-BNKSESS-REC)               dbank03p
202626                   RESP(WS-RESP)                                  dbank03p
202627     END-EXEC.                                                    dbank03p
202628 LOG-OTP-TO-TERMINAL-EXIT.                                        dbank03p
202629     EXIT.                                                        dbank03p
202630                                                                  dbank03p
202631******************************************************************dbank03p
202632* Confirm the passcode for a parked transfer (CD03I-OTP-ACCNO    *dbank03p
202633* and CD03I-OTP-REF, the reference returned when it was parked). *dbank03p
202634* The code must come from the session it was issued to, before   *dbank03p
202635* it expires. A wrong code counts against the challenge and      *dbank03p
202636* against the userid's sign-on failures on BNKUSRF; when the     *dbank03p
202637* tries run out, or the userid is locked, the transfer is        *dbank03p
202638* cancelled. A confirmed code releases the transfer.             *dbank03p
202639******************************************************************dbank03p
202640 OTP-VERIFY-PROCESS.                                              dbank03p
202641     SET CD03O-OTP-REJECTED TO TRUE.                              dbank03p
202642     MOVE ZERO TO CD03O-OTP-TRIES-LEFT.                           dbank03p
202643     MOVE CD03I-OTP-ACCNO TO WS-BNKOTPC-RID (1:9).                dbank03p
202644     MOVE CD03I-OTP-REF TO WS-BNKOTPC-RID (10:7).                 dbank03p
202645     EXEC CICS READ FILE('BNKOTPC')                               dbank03p
202646                    INTO(WS-BNKOTPC-REC)                          dbank03p
202647                    LENGTH(LENGTH OF WS-BNKOTPC-REC)              dbank03p
202648                    RIDFLD(WS-BNKOTPC-RID)                        dbank03p
202649                    UPDATE                                        dbank03p
202650                    RESP(WS-RESP)                                 dbank03p
202651     END-EXEC.                                                    dbank03p
202652     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
202653        MOVE 'Passcode request not found' TO CD03O-OTP-MESSAGE    dbank03p
202654        GO TO OTP-VERIFY-PROCESS-EXIT                             dbank03p
202655     END-IF.                                                      dbank03p
202656     MOVE OT-REC-KIND TO CD03O-OTP-KIND.                          dbank03p
202657     IF NOT OT-REC-WAITING                                        dbank03p
202658        EXEC CICS UNLOCK FILE('BNKOTPC')                          dbank03p
202659        END-EXEC                                                  dbank03p
202660        MOVE 'Passcode already used or no longer valid'           dbank03p
202661          TO CD03O-OTP-MESSAGE                                    dbank03p
202662        GO TO OTP-VERIFY-PROCESS-EXIT                             dbank03p
202663     END-IF.                                                      dbank03p
202664     PERFORM BUILD-OTP-SESSION-ID                                 dbank03p
202665         THRU BUILD-OTP-SESSION-ID-EXIT.                          dbank03p
202666     IF WS-OTP-SESSION-ID IS NOT EQUAL TO OT-REC-SESSION-ID       dbank03p
202667        EXEC CICS UNLOCK FILE('BNKOTPC')                          dbank03p
202668        END-EXEC                                                  dbank03p
202669        MOVE 'Passcode must be confirmed from the same session'   dbank03p
202670          TO CD03O-OTP-MESSAGE                                    dbank03p
202671        GO TO OTP-VERIFY-PROCESS-EXIT                             dbank03p
202672     END-IF.                                                      dbank03p
202673     PERFORM GET-TODAY-DATE.                                      dbank03p
202674     IF WS-ABSTIME IS GREATER THAN OT-REC-EXPIRES-AT              dbank03p
202675        SET OT-REC-EXPIRED TO TRUE                                dbank03p
202676        MOVE 'X' TO WS-OTP-EVENT                                  dbank03p
202677        PERFORM CLOSE-OTP-CHALLENGE                               dbank03p
202678            THRU CLOSE-OTP-CHALLENGE-EXIT                         dbank03p
202679        MOVE 'Passcode expired - please submit the transfer again'dbank03p
202680          TO CD03O-OTP-MESSAGE                                    dbank03p
202681        GO TO OTP-VERIFY-PROCESS-EXIT                             dbank03p
202682     END-IF.                                                      dbank03p
202683     IF CD03I-OTP-PASSCODE IS NOT EQUAL TO OT-REC-PASSCODE        dbank03p
202684        PERFORM OTP-WRONG-PASSCODE                                dbank03p
202685            THRU OTP-WRONG-PASSCODE-EXIT                          dbank03p
202686        GO TO OTP-VERIFY-PROCESS-EXIT                             dbank03p
202687     END-IF.                                                      dbank03p
202688     SET OT-REC-VERIFIED TO TRUE.                                 dbank03p
202689     MOVE 'V' TO WS-OTP-EVENT.                                    dbank03p
202690     PERFORM CLOSE-OTP-CHALLENGE                                  dbank03p
202691         THRU CLOSE-OTP-CHALLENGE-EXIT.                           dbank03p
202692     IF WS-OTP-NOT-CLOSED                                         dbank03p
202693        MOVE 'Unable to record the passcode - please try again'   dbank03p
202694          TO CD03O-OTP-MESSAGE                                    dbank03p
202695        GO TO OTP-VERIFY-PROCESS-EXIT                             dbank03p
202696     END-IF.                                                      dbank03p
202697     IF OT-REC-EXTERNAL                                           dbank03p
202698        PERFORM RELEASE-PARKED-EXTERNAL                           dbank03p
202699            THRU RELEASE-PARKED-EXTERNAL-EXIT                     dbank03p
202700     ELSE                                                         dbank03p
202701        PERFORM RELEASE-PARKED-TRANSFER                           dbank03p
202702            THRU RELEASE-PARKED-TRANSFER-EXIT                     dbank03p
202703     END-IF.                                                      dbank03p
202704 OTP-VERIFY-PROCESS-EXIT.                                         dbank03p
202705     EXIT.                                                        dbank03p
202706                                                                  dbank03p
202707******************************************************************dbank03p
202708* A wrong passcode. While tries remain the challenge stays open; *dbank03p
202709* the last try, or a userid that has now reached the sign-on     *dbank03p
202710* lockout, closes it and cancels the transfer.                   *dbank03p
202711******************************************************************dbank03p
202712 OTP-WRONG-PASSCODE.                                              dbank03p
202713     ADD 1 TO OT-REC-TRIES.                                       dbank03p
202714     PERFORM COUNT-USER-FAILURE                                   dbank03p
202715         THRU COUNT-USER-FAILURE-EXIT.                            dbank03p
202716     MOVE 'F' TO WS-OTP-EVENT.                                    dbank03p
202717     IF OT-REC-TRIES IS LESS THAN WS-OTP-MAX-TRIES AND            dbank03p
202718        NOT USR-REC-IS-LOCKED                                     dbank03p
202719        EXEC CICS REWRITE FILE('BNKOTPC')                         dbank03p
202720                      FROM(WS-BNKOTPC-REC)                        dbank03p
202721                      LENGTH(LENGTH OF WS-BNKOTPC-REC)            dbank03p
202722                      RESP(WS-RESP)                               dbank03p
202723        END-EXEC                                                  dbank03p
202724        PERFORM LOG-OTP-TO-SESSION                                dbank03p
202725            THRU LOG-OTP-TO-SESSION-EXIT                          dbank03p
202726        COMPUTE CD03O-OTP-TRIES-LEFT =                            dbank03p
202727                WS-OTP-MAX-TRIES - OT-REC-TRIES                   dbank03p
202728        MOVE 'Incorrect passcode - please try again'              dbank03p
202729          TO CD03O-OTP-MESSAGE                                    dbank03p
202730        GO TO OTP-WRONG-PASSCODE-EXIT                             dbank03p
202731     END-IF.                                                      dbank03p
202732     SET OT-REC-FAILED TO TRUE.                                   dbank03p
202733     PERFORM CLOSE-OTP-CHALLENGE                                  dbank03p
202734         THRU CLOSE-OTP-CHALLENGE-EXIT.                           dbank03p
202735     IF USR-REC-IS-LOCKED                                         dbank03p
202736        MOVE 'Wrong passcode - sign-on locked, transfer cancelled'dbank03p
202737          TO CD03O-OTP-MESSAGE                                    dbank03p
202738     ELSE                                                         dbank03p
202739        MOVE 'Wrong passcode - no tries left, transfer cancelled' dbank03p
202740          TO CD03O-OTP-MESSAGE                                    dbank03p
202741     END-IF.                                                      dbank03p
202742 OTP-WRONG-PASSCODE-EXIT.                                         dbank03p
202743     EXIT.                                                        dbank03p
202744                                                                  dbank03p
202745******************************************************************dbank03p
202746* A wrong passcode counts as a failed sign-on for the userid the *dbank03p
202747* challenge was issued to, and locks it out at the same count    *dbank03p
202748* SPSWD01P uses, with the same LCK notice to the customer.       *dbank03p
202749******************************************************************dbank03p
202750 COUNT-USER-FAILURE.                                              dbank03p
202751     MOVE SPACE TO USR-REC-LOCKED.                                dbank03p
202752     IF OT-REC-USERID IS EQUAL TO SPACES                          dbank03p
202753        GO TO COUNT-USER-FAILURE-EXIT                             dbank03p
202754     END-IF.                                                      dbank03p
202755     MOVE OT-REC-USERID TO WS-BNKUSRF-RID.                        dbank03p
202756     EXEC CICS READ FILE('BNKUSRF')                               dbank03p
202757                    INTO(WS-BNKUSRF-REC)                          dbank03p
202758                    LENGTH(LENGTH OF WS-BNKUSRF-REC)              dbank03p
202759                    RIDFLD(WS-BNKUSRF-RID)                        dbank03p
202760                    UPDATE                                        dbank03p
202761                    RESP(WS-RESP)                                 dbank03p
202762     END-EXEC.                                                    dbank03p
202763     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
202764        MOVE SPACE TO USR-REC-LOCKED                              dbank03p
202765        GO TO COUNT-USER-FAILURE-EXIT                             dbank03p
202766     END-IF.                                                      dbank03p
202767     IF USR-REC-FAILED-COUNT IS NOT NUMERIC                       dbank03p
202768        MOVE ZERO TO USR-REC-FAILED-COUNT                         dbank03p
202769     END-IF.                                                      dbank03p
202770     ADD 1 TO USR-REC-FAILED-COUNT.                               dbank03p
202771     IF USR-REC-FAILED-COUNT IS GREATER THAN OR EQUAL TO          dbank03p
202772        WS-MAX-FAILED-ATTEMPTS AND                                dbank03p
202773        NOT USR-REC-IS-LOCKED                                     dbank03p
202774        MOVE 'Y' TO USR-REC-LOCKED                                dbank03p
202775        PERFORM QUEUE-LOCKOUT-NOTIFICATION                        dbank03p
202776            THRU QUEUE-LOCKOUT-NOTIFICATION-EXIT                  dbank03p
202777     END-IF.                                                      dbank03p
202778     EXEC CICS REWRITE FILE('BNKUSRF')                            dbank03p
202779                   FROM(WS-BNKUSRF-REC)                           dbank03p
202780                   LENGTH(LENGTH OF WS-BNKUSRF-REC)               dbank03p
202781                   RESP(WS-RESP)                                  dbank03p
202782     END-EXEC.                                                    dbank03p
202783 COUNT-USER-FAILURE-EXIT.                                         dbank03p
202784     EXIT.                                                        dbank03p
202785                                                                  dbank03p
202786 QUEUE-LOCKOUT-NOTIFICATION.                                      dbank03p
202787     MOVE SPACES TO WS-BNKNOTQ-REC.                               dbank03p
202788     MOVE WS-TODAY-DATE-N TO NQ-REC-DATE.                         dbank03p
202789     MOVE WS-TODAY-TIME TO NQ-REC-TIME.                           dbank03p
202790     MOVE EIBTASKN TO NQ-REC-SEQ.                                 dbank03p
202791     MOVE OT-REC-PID TO NQ-REC-PID.                               dbank03p
202792     SET NQ-REC-EVENT-LOCKOUT TO TRUE.                            dbank03p
202793     MOVE 'Sign-on locked after repeated passcode failures'       dbank03p
202794       TO NQ-REC-TEXT.                                            dbank03p
202795     SET NQ-REC-QUEUED TO TRUE.                                   dbank03p
202796     MOVE ZERO TO NQ-REC-RETRY.                                   dbank03p
202797     EXEC CICS WRITE FILE('BNKNOTQ')                              dbank03p
202798               FROM(WS-BNKNOTQ-REC)                               dbank03p
202799               RIDFLD(NQ-REC-KEY)                                 dbank03p
202800               LENGTH(LENGTH OF WS-BNKNOTQ-REC)                   dbank03p
202801               RESP(WS-RESP)                                      dbank03p
202802     END-EXEC.                                                    dbank03p
202803 QUEUE-LOCKOUT-NOTIFICATION-EXIT.                                 dbank03p
202804     EXIT.                                                        dbank03p
202805                                                                  dbank03p
202806******************************************************************dbank03p
202807* Close the challenge with the status already set (confirmed,    *dbank03p
202808* expired or failed), log the event to the session and, unless   *dbank03p
202809* it was confirmed, cancel a parked external transfer. The day's *dbank03p
202810* limit usage recorded when the transfer was parked is left in   *dbank03p
202811* place.                                                         *dbank03p
202812******************************************************************dbank03p
202813 CLOSE-OTP-CHALLENGE.                                             dbank03p
202814     SET WS-OTP-NOT-CLOSED TO TRUE.                               dbank03p
202815     MOVE WS-TODAY-DATE-N TO OT-REC-CLOSED-DTE.                   dbank03p
202816     MOVE WS-TODAY-TIME TO OT-REC-CLOSED-TIME.                    dbank03p
202817     EXEC CICS REWRITE FILE('BNKOTPC')                            dbank03p
202818                   FROM(WS-BNKOTPC-REC)                           dbank03p
202819                   LENGTH(LENGTH OF WS-BNKOTPC-REC)               dbank03p
202820                   RESP(WS-RESP)                                  dbank03p
202821     END-EXEC.                                                    dbank03p
202822     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
202823        GO TO CLOSE-OTP-CHALLENGE-EXIT                            dbank03p
202824     END-IF.                                                      dbank03p
202825     SET WS-OTP-CLOSED TO TRUE.                                   dbank03p
202826     PERFORM LOG-OTP-TO-SESSION                                   dbank03p
202827         THRU LOG-OTP-TO-SESSION-EXIT.                            dbank03p
202828     IF OT-REC-VERIFIED OR NOT OT-REC-EXTERNAL                    dbank03p
202829        GO TO CLOSE-OTP-CHALLENGE-EXIT                            dbank03p
202830     END-IF.                                                      dbank03p
202831     MOVE OT-REC-KEY TO WS-BNKEXTL-RID.                           dbank03p
202832     EXEC CICS READ FILE('BNKEXTL')                               dbank03p
202833                    INTO(WS-BNKEXTL-REC)                          dbank03p
202834                    LENGTH(LENGTH OF WS-BNKEXTL-REC)              dbank03p
202835                    RIDFLD(WS-BNKEXTL-RID)                        dbank03p
202836                    UPDATE                                        dbank03p
202837                    RESP(WS-RESP)                                 dbank03p
202838     END-EXEC.                                                    dbank03p
202839     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
202840        GO TO CLOSE-OTP-CHALLENGE-EXIT                            dbank03p
202841     END-IF.                                                      dbank03p
202842     IF NOT XT-REC-AWAITING-OTP                                   dbank03p
202843        EXEC CICS UNLOCK FILE('BNKEXTL')                          dbank03p
202844        END-EXEC                                                  dbank03p
202845        GO TO CLOSE-OTP-CHALLENGE-EXIT                            dbank03p
202846     END-IF.                                                      dbank03p
202847     SET XT-REC-OTP-FAILED TO TRUE.                               dbank03p
202848     EXEC CICS REWRITE FILE('BNKEXTL')                            dbank03p
202849                   FROM(WS-BNKEXTL-REC)                           dbank03p
202850                   LENGTH(LENGTH OF WS-BNKEXTL-REC)               dbank03p
202851                   RESP(WS-RESP)                                  dbank03p
202852     END-EXEC.                                                    dbank03p
202853 CLOSE-OTP-CHALLENGE-EXIT.                                        dbank03p
202854     EXIT.                                                        dbank03p
202855                                                                  dbank03p
202856******************************************************************dbank03p
202857* Release a parked external transfer into the normal queue - or  *dbank03p
202858* to supervisor approval, exactly as it would have gone had no   *dbank03p
202859* passcode been needed.                                          *dbank03p
202860******************************************************************dbank03p
202861 RELEASE-PARKED-EXTERNAL.                                         dbank03p
202862     MOVE OT-REC-KEY TO WS-BNKEXTL-RID.                           dbank03p
202863     EXEC CICS READ FILE('BNKEXTL')                               dbank03p
202864                    INTO(WS-BNKEXTL-REC)                          dbank03p
202865                    LENGTH(LENGTH OF WS-BNKEXTL-REC)              dbank03p
202866                    RIDFLD(WS-BNKEXTL-RID)                        dbank03p
202867                    UPDATE                                        dbank03p
202868                    RESP(WS-RESP)                                 dbank03p
202869     END-EXEC.                                                    dbank03p
202870     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
202871        SET CD03O-OTP-REJECTED TO TRUE                            dbank03p
202872        MOVE 'Transfer request not found' TO CD03O-OTP-MESSAGE    dbank03p
202873        GO TO RELEASE-PARKED-EXTERNAL-EXIT                        dbank03p
202874     END-IF.                                                      dbank03p
202875     IF NOT XT-REC-AWAITING-OTP                                   dbank03p
202876        EXEC CICS UNLOCK FILE('BNKEXTL')                          dbank03p
202877        END-EXEC                                                  dbank03p
202878        SET CD03O-OTP-REJECTED TO TRUE                            dbank03p
202879        MOVE 'Transfer is no longer waiting for a passcode'       dbank03p
202880          TO CD03O-OTP-MESSAGE                                    dbank03p
202881        GO TO RELEASE-PARKED-EXTERNAL-EXIT                        dbank03p
202882     END-IF.                                                      dbank03p
202883     PERFORM GET-APPROVAL-THRESHOLD                               dbank03p
202884         THRU GET-APPROVAL-THRESHOLD-EXIT.                        dbank03p
202885     IF WS-APPR-THRESHOLD IS GREATER THAN ZERO AND                dbank03p
202886        XT-REC-AMOUNT IS GREATER THAN WS-APPR-THRESHOLD           dbank03p
202887        SET XT-REC-PENDING-APPROVAL TO TRUE                       dbank03p
202888     ELSE                                                         dbank03p
202889        SET XT-REC-QUEUED TO TRUE                                 dbank03p
202890     END-IF.                                                      dbank03p
202891     EXEC CICS REWRITE FILE('BNKEXTL')                            dbank03p
202892                   FROM(WS-BNKEXTL-REC)                           dbank03p
202893                   LENGTH(LENGTH OF WS-BNKEXTL-REC)               dbank03p
202894                   RESP(WS-RESP)                                  dbank03p
202895     END-EXEC.                                                    dbank03p
202896     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
202897        SET CD03O-OTP-REJECTED TO TRUE                            dbank03p
202898        MOVE 'Unable to release transfer - refer to the bank'     dbank03p
202899          TO CD03O-OTP-MESSAGE                                    dbank03p
202900        GO TO RELEASE-PARKED-EXTERNAL-EXIT                        dbank03p
202901     END-IF.                                                      dbank03p
202902     SET CD03O-OTP-RELEASED TO TRUE.                              dbank03p
202903     MOVE OT-REC-TASKN TO CD03O-EXTL-REF.                         dbank03p
202904     IF XT-REC-PENDING-APPROVAL                                   dbank03p
202905        MOVE 'Passcode accepted - transfer held for approval'     dbank03p
202906          TO CD03O-OTP-MESSAGE                                    dbank03p
202907     ELSE                                                         dbank03p
202908        MOVE 'Passcode accepted - transfer submitted'             dbank03p
202909          TO CD03O-OTP-MESSAGE                                    dbank03p
202910     END-IF.                                                      dbank03p
202911 RELEASE-PARKED-EXTERNAL-EXIT.                                    dbank03p
202912     EXIT.                                                        dbank03p
202913                                                                  dbank03p
202914******************************************************************dbank03p
202915* Replay a parked account-to-account transfer. Balances, limits  *dbank03p
202916* and holds may have moved since it was parked, so it goes       *dbank03p
202917* through every control again; only the step-up is skipped.      *dbank03p
202918******************************************************************dbank03p
202919 RELEASE-PARKED-TRANSFER.                                         dbank03p
202920     MOVE OT-REC-ACCNO TO CD03I-TXN-ACCNO.                        dbank03p
202921     MOVE OT-REC-TO-ACCNO TO CD03I-XFER-TO-ACCNO.                 dbank03p
202922     MOVE OT-REC-AMOUNT TO CD03I-XFER-AMOUNT.                     dbank03p
202923     MOVE OT-REC-CONTACT-ID TO CD03I-CONTACT-ID.                  dbank03p
202924     SET WS-OTP-RELEASING TO TRUE.                                dbank03p
202925     PERFORM ACCT-TRANSFER-PROCESS                                dbank03p
202926         THRU ACCT-TRANSFER-PROCESS-EXIT.                         dbank03p
202927     IF CD03O-XFER-APPLIED                                        dbank03p
202928        SET CD03O-OTP-RELEASED TO TRUE                            dbank03p
202929        MOVE 'Passcode accepted - transfer applied'               dbank03p
202930          TO CD03O-OTP-MESSAGE                                    dbank03p
202931     ELSE                                                         dbank03p
202932        SET CD03O-OTP-REJECTED TO TRUE                            dbank03p
202933        MOVE CD03O-XFER-MESSAGE TO CD03O-OTP-MESSAGE              dbank03p
202934     END-IF.                                                      dbank03p
202935 RELEASE-PARKED-TRANSFER-EXIT.                                    dbank03p
202936     EXIT.                                                        dbank03p
202940                                                                  dbank03p
202943******************************************************************dbank03p
202946* Pay a bill to a biller on the BNKBILR directory. The biller    *dbank03p
202949* must be active and the reference must pass its rule; the       *dbank03p
202952* payment then goes through ACCT-TRANSFER-PROCESS to the         *dbank03p
202955* biller's collection account with every transfer control, the   *dbank03p
202958* passcode step-up included. An applied payment is registered    *dbank03p
202961* on BNKBPAY for ZBNKBILR to remit; a parked one is registered   *dbank03p
202964* as awaiting its passcode and made pending when released.       *dbank03p
202967******************************************************************dbank03p
202970 BILL-PAY-PROCESS.                                                dbank03p
202973     IF CD03I-BILL-CODE IS EQUAL TO SPACES                        dbank03p
202976        SET CD03O-XFER-REJECTED TO TRUE                           dbank03p
202979        MOVE 'Biller code is required' TO CD03O-XFER-MESSAGE      dbank03p
202982        GO TO BILL-PAY-PROCESS-EXIT                               dbank03p
202985     END-IF.                                                      dbank03p
202988     PERFORM CHECK-BILLER                                         dbank03p
202991         THRU CHECK-BILLER-EXIT.                                  dbank03p
202994     IF WS-BILL-MSG IS NOT EQUAL TO SPACES                        dbank03p
202997        SET CD03O-XFER-REJECTED TO TRUE                           dbank03p
203000        MOVE WS-BILL-MSG TO CD03O-XFER-MESSAGE                    dbank03p
203003        GO TO BILL-PAY-PROCESS-EXIT                               dbank03p
203006     END-IF.                                                      dbank03p
203009     MOVE BL-REC-COLL-ACCNO TO CD03I-XFER-TO-ACCNO.               dbank03p
203012     SET WS-BILL-PAYING TO TRUE.                                  dbank03p
203015     PERFORM ACCT-TRANSFER-PROCESS                                dbank03p
203018         THRU ACCT-TRANSFER-PROCESS-EXIT.                         dbank03p
203021     IF NOT CD03O-XFER-APPLIED AND NOT CD03O-XFER-AWAITING-OTP    dbank03p
203024        GO TO BILL-PAY-PROCESS-EXIT                               dbank03p
203027     END-IF.                                                      dbank03p
203030     MOVE SPACES TO WS-BNKBPAY-REC.                               dbank03p
203033     MOVE BL-REC-CODE TO BP-REC-BILLER.                           dbank03p
203036     MOVE WS-TODAY-DATE-N TO BP-REC-PAY-DTE.                      dbank03p
203039     MOVE CD03I-TXN-ACCNO TO BP-REC-ACCNO.                        dbank03p
203042     MOVE EIBTASKN TO BP-REC-TASKN.                               dbank03p
203045     MOVE CD03I-BILL-REF TO BP-REC-REFERENCE.                     dbank03p
203048     MOVE CD03I-XFER-AMOUNT TO BP-REC-AMOUNT.                     dbank03p
203051     MOVE WS-LIMIT-PID TO BP-REC-PID.                             dbank03p
203054     IF CD03I-SESSION-TOKEN IS NOT EQUAL TO SPACES                dbank03p
203057        SET BP-REC-VIA-GATEWAY TO TRUE                            dbank03p
203060     ELSE                                                         dbank03p
203063        SET BP-REC-VIA-ONLINE TO TRUE                             dbank03p
203066     END-IF.                                                      dbank03p
203069     IF CD03O-XFER-AWAITING-OTP                                   dbank03p
203072        SET BP-REC-AWAITING-OTP TO TRUE                           dbank03p
203075     ELSE                                                         dbank03p
203078        SET BP-REC-PENDING TO TRUE                                dbank03p
203081     END-IF.                                                      dbank03p
203084     MOVE ZERO TO BP-REC-REMIT-DTE.                               dbank03p
203087     MOVE CD03I-REQ-USERID TO BP-REC-USERID.                      dbank03p
203090     MOVE BP-REC-KEY TO WS-BNKBPAY-RID.                           dbank03p
203093     EXEC CICS WRITE FILE('BNKBPAY')                              dbank03p
203096               FROM(WS-BNKBPAY-REC)                               dbank03p
203099               RIDFLD(WS-BNKBPAY-RID)                             dbank03p
203102               LENGTH(LENGTH OF WS-BNKBPAY-REC)                   dbank03p
203105               RESP(WS-RESP)                                      dbank03p
203108     END-EXEC.                                                    dbank03p
203111     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
203114        MOVE 'Bill payment not registered - refer to the bank'    dbank03p
203117          TO CD03O-XFER-MESSAGE                                   dbank03p
203120        GO TO BILL-PAY-PROCESS-EXIT                               dbank03p
203123     END-IF.                                                      dbank03p
203126     IF CD03O-XFER-APPLIED AND WS-CREDIT-POSTED IS EQUAL TO 'Y'   dbank03p
203129        MOVE 'Bill payment applied' TO CD03O-XFER-MESSAGE         dbank03p
203132     END-IF.                                                      dbank03p
203135 BILL-PAY-PROCESS-EXIT.                                           dbank03p
203138     EXIT.                                                        dbank03p
203141                                                                  dbank03p
203144******************************************************************dbank03p
203147* Look up CD03I-BILL-CODE on the BNKBILR directory and check     *dbank03p
203150* CD03I-BILL-REF against the biller's reference rule - length,   *dbank03p
203153* prefix, the characters allowed and, for rule L, the Luhn       *dbank03p
203156* check digit (from the right, every second digit doubled, the   *dbank03p
203159* digits of the products summed: the total must end in 0).       *dbank03p
203162* WS-BILL-MSG is left blank when the reference is good.          *dbank03p
203165******************************************************************dbank03p
203168 CHECK-BILLER.                                                    dbank03p
203171     MOVE SPACES TO WS-BILL-MSG.                                  dbank03p
203174     MOVE CD03I-BILL-CODE TO WS-BNKBILR-RID.                      dbank03p
203177     EXEC CICS READ FILE('BNKBILR')                               dbank03p
203180                    INTO(WS-BNKBILR-REC)                          dbank03p
203183                    LENGTH(LENGTH OF WS-BNKBILR-REC)              dbank03p
203186                    RIDFLD(WS-BNKBILR-RID)                        dbank03p
203189                    RESP(WS-RESP)                                 dbank03p
203192     END-EXEC.                                                    dbank03p
203195     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
203198        MOVE 'Biller not found in the directory' TO WS-BILL-MSG   dbank03p
203201        GO TO CHECK-BILLER-EXIT                                   dbank03p
203204     END-IF.                                                      dbank03p
203207     IF NOT BL-REC-ACTIVE                                         dbank03p
203210        MOVE 'Biller is not accepting payments' TO WS-BILL-MSG    dbank03p
203213        GO TO CHECK-BILLER-EXIT                                   dbank03p
203216     END-IF.                                                      dbank03p
203219     MOVE BL-REC-NAME TO CD03O-BILL-NAME.                         dbank03p
203222     MOVE ZERO TO WS-BILL-REF-LEN.                                dbank03p
203225     INSPECT CD03I-BILL-REF TALLYING WS-BILL-REF-LEN              dbank03p
203228         FOR CHARACTERS BEFORE INITIAL SPACE.                     dbank03p
203231     IF WS-BILL-REF-LEN IS LESS THAN 20                           dbank03p
203234        IF CD03I-BILL-REF (WS-BILL-REF-LEN + 1:) IS NOT EQUAL     dbank03p
203237              TO SPACES                                           dbank03p
203240           MOVE 'Reference must not contain spaces' TO WS-BILL-MSGdbank03p
203243           GO TO CHECK-BILLER-EXIT                                dbank03p
203246        END-IF                                                    dbank03p
203249     END-IF.                                                      dbank03p
203252     IF WS-BILL-REF-LEN IS LESS THAN BL-REC-REF-MIN OR            dbank03p
203255        WS-BILL-REF-LEN IS GREATER THAN BL-REC-REF-MAX            dbank03p
203258        MOVE 'Reference is not the length this biller uses'       dbank03p
203261          TO WS-BILL-MSG                                          dbank03p
203264        GO TO CHECK-BILLER-EXIT                                   dbank03p
203267     END-IF.                                                      dbank03p
203270     IF BL-REC-REF-PREFIX IS NOT EQUAL TO SPACES                  dbank03p
203273        MOVE ZERO TO WS-BILL-PREFIX-LEN                           dbank03p
203276        INSPECT BL-REC-REF-PREFIX TALLYING WS-BILL-PREFIX-LEN     dbank03p
203279            FOR CHARACTERS BEFORE INITIAL SPACE                   dbank03p
203282        IF CD03I-BILL-REF (1:WS-BILL-PREFIX-LEN) IS NOT EQUAL     dbank03p
203285              TO BL-REC-REF-PREFIX (1:WS-BILL-PREFIX-LEN)         dbank03p
203288           STRING 'Reference must start with ' DELIMITED BY SIZE  dbank03p
203291                  BL-REC-REF-PREFIX DELIMITED BY SPACE            dbank03p
203294             INTO WS-BILL-MSG                                     dbank03p
203297           GO TO CHECK-BILLER-EXIT                                dbank03p
203300        END-IF                                                    dbank03p
203303     END-IF.                                                      dbank03p
203306     MOVE WS-BILL-REF-LEN TO WS-BILL-SUB.                         dbank03p
203309     MOVE ZERO TO WS-BILL-SUM.                                    dbank03p
203312     MOVE 'N' TO WS-BILL-DOUBLE.                                  dbank03p
203315 CHECK-BILLER-REF-LOOP.                                           dbank03p
203318     IF WS-BILL-SUB IS LESS THAN 1                                dbank03p
203321        GO TO CHECK-BILLER-REF-DONE                               dbank03p
203324     END-IF.                                                      dbank03p
203327     MOVE CD03I-BILL-REF (WS-BILL-SUB:1) TO WS-BILL-CHAR.         dbank03p
203330     IF BL-REC-REF-ALPHANUMERIC                                   dbank03p
203333        IF NOT WS-BILL-CHAR-ALNUM                                 dbank03p
203336           MOVE 'Reference may hold only letters and digits'      dbank03p
203339             TO WS-BILL-MSG                                       dbank03p
203342           GO TO CHECK-BILLER-EXIT                                dbank03p
203345        END-IF                                                    dbank03p
203348     ELSE                                                         dbank03p
203351        IF NOT WS-BILL-CHAR-DIGIT                                 dbank03p
203354           MOVE 'Reference must be digits only' TO WS-BILL-MSG    dbank03p
203357           GO TO CHECK-BILLER-EXIT                                dbank03p
203360        END-IF                                                    dbank03p
203363        MOVE WS-BILL-CHAR TO WS-BILL-DIGIT                        dbank03p
203366        IF WS-BILL-DOUBLE-IT                                      dbank03p
203369           COMPUTE WS-BILL-DIGIT = WS-BILL-DIGIT * 2              dbank03p
203372           IF WS-BILL-DIGIT IS GREATER THAN 9                     dbank03p
203375              SUBTRACT 9 FROM WS-BILL-DIGIT                       dbank03p
203378           END-IF                                                 dbank03p
203381           MOVE 'N' TO WS-BILL-DOUBLE                             dbank03p
203384        ELSE                                                      dbank03p
203387           MOVE 'Y' TO WS-BILL-DOUBLE                             dbank03p
203390        END-IF                                                    dbank03p
203393        ADD WS-BILL-DIGIT TO WS-BILL-SUM                          dbank03p
203396     END-IF.                                                      dbank03p
203399     SUBTRACT 1 FROM WS-BILL-SUB.                                 dbank03p
203402     GO TO CHECK-BILLER-REF-LOOP.                                 dbank03p
203405 CHECK-BILLER-REF-DONE.                                           dbank03p
203408     IF BL-REC-REF-LUHN AND                                       dbank03p
203411        FUNCTION MOD(WS-BILL-SUM, 10) IS NOT EQUAL TO ZERO        dbank03p
203414        MOVE 'Reference check digit is not valid' TO WS-BILL-MSG  dbank03p
203417     END-IF.                                                      dbank03p
203420 CHECK-BILLER-EXIT.                                               dbank03p
203423     EXIT.                                                        dbank03p
203426                                                                  dbank03p
203429******************************************************************dbank03p
203432* A parked bill payment has been released and applied: the       *dbank03p
203435* BNKBPAY entry written when it was parked (keyed on the day     *dbank03p
203438* the passcode was issued) is now pending remittance.            *dbank03p
203441******************************************************************dbank03p
203444 RELEASE-BILL-PAYMENT.                                            dbank03p
203447     MOVE OT-REC-BILLER TO BP-REC-BILLER.                         dbank03p
203450     MOVE OT-REC-ISSUED-DTE TO BP-REC-PAY-DTE.                    dbank03p
203453     MOVE OT-REC-ACCNO TO BP-REC-ACCNO.                           dbank03p
203456     MOVE OT-REC-TASKN TO BP-REC-TASKN.                           dbank03p
203459     MOVE BP-REC-KEY TO WS-BNKBPAY-RID.                           dbank03p
203462     EXEC CICS READ FILE('BNKBPAY')                               dbank03p
203465                    INTO(WS-BNKBPAY-REC)                          dbank03p
203468                    LENGTH(LENGTH OF WS-BNKBPAY-REC)              dbank03p
203471                    RIDFLD(WS-BNKBPAY-RID)                        dbank03p
203474                    UPDATE                                        dbank03p
203477                    RESP(WS-RESP)                                 dbank03p
203480     END-EXEC.                                                    dbank03p
203483     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
203486        MOVE 'Bill payment not registered - refer to the bank'    dbank03p
203489          TO CD03O-XFER-MESSAGE                                   dbank03p
203492        GO TO RELEASE-BILL-PAYMENT-EXIT                           dbank03p
203495     END-IF.                                                      dbank03p
203498     SET BP-REC-PENDING TO TRUE.                                  dbank03p
203501     EXEC CICS REWRITE FILE('BNKBPAY')                            dbank03p
203504                   FROM(WS-BNKBPAY-REC)                           dbank03p
203507                   LENGTH(LENGTH OF WS-BNKBPAY-REC)               dbank03p
203510                   RESP(WS-RESP)                                  dbank03p
203513     END-EXEC.                                                    dbank03p
203516     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   dbank03p
203519        MOVE 'Bill payment not registered - refer to the bank'    dbank03p
203522          TO CD03O-XFER-MESSAGE                                   dbank03p
203525     END-IF.                                                      dbank03p
203528 RELEASE-BILL-PAYMENT-EXIT.                                       dbank03p
203531     EXIT.                                                        dbank03p
203532                                                                  dbank03p
203533******************************************************************dbank03p
203534* External transfers go only to one of the customer's saved      *dbank03p
203535* BNKPAYE payees, whose bank details replace any keyed with the  *dbank03p
203536* transfer. A payee added, or its bank details changed, in the   *dbank03p
203537* last 24 hours is still cooling off and CHECK-PAYEE-LIMIT       *dbank03p
203538* holds it to the new-payee limit (BNKSYSC PAYEENEW).            *dbank03p
203539******************************************************************dbank03p
203540 EXTL-PAYEE-LOOKUP.                                               dbank03p
203541     IF CD03I-EXTL-PAYEE-SEQ IS NOT NUMERIC OR                    dbank03p
203542        CD03I-EXTL-PAYEE-SEQ IS EQUAL TO ZERO                     dbank03p
203543        SET CD03O-EXTL-REJECTED TO TRUE                           dbank03p
203544        MOVE 'External transfers are only to a saved payee'       dbank03p
203545          TO CD03O-EXTL-MESSAGE                                   dbank03p
203546        GO TO EXTL-PAYEE-LOOKUP-EXIT                              dbank03p
203547     END-IF.                                                      dbank03p
203548     IF CD03I-CONTACT-ID IS NOT EQUAL TO SPACES                   dbank03p
203549        MOVE CD03I-CONTACT-ID TO WS-BNKPAYE-RID-PID               dbank03p
203550     ELSE                                                         dbank03p
203551        EXEC CICS READ FILE('BNKACCT')                            dbank03p
203552                       INTO(WS-BNKACCT-REC)                       dbank03p
203553                       LENGTH(LENGTH OF WS-BNKACCT-REC)           dbank03p
203554                       RIDFLD(CD03I-TXN-ACCNO)                    dbank03p
203555                       RESP(WS-RESP)                              dbank03p
203556        END-EXEC                                                  dbank03p
203557        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                dbank03p
203558           SET CD03O-EXTL-REJECTED TO TRUE                        dbank03p
203559           MOVE 'Source account not found' TO CD03O-EXTL-MESSAGE  dbank03p
203560           GO TO EXTL-PAYEE-LOOKUP-EXIT                           dbank03p
203561        END-IF                                                    dbank03p
203562        MOVE BAC-REC-PID TO WS-BNKPAYE-RID-PID                    dbank03p
203563     END-IF.                                                      dbank03p
203564     MOVE CD03I-EXTL-PAYEE-SEQ TO WS-BNKPAYE-RID-SEQ.             dbank03p
203565     EXEC CICS READ FILE('BNKPAYE')                               dbank03p
203566                    INTO(WS-BNKPAYE-REC)                          dbank03p
203567                    LENGTH(LENGTH OF WS-BNKPAYE-REC)              dbank03p
203568                    RIDFLD(WS-BNKPAYE-RID)                        dbank03p
203569                    RESP(WS-RESP)                                 dbank03p
203570     END-EXEC.                                                    dbank03p
203571     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL) OR                dbank03p
203572        NOT PY-REC-ACTIVE                                         dbank03p
203573        SET CD03O-EXTL-REJECTED TO TRUE                           dbank03p
203574        MOVE 'Payee not found' TO CD03O-EXTL-MESSAGE              dbank03p
203575        GO TO EXTL-PAYEE-LOOKUP-EXIT                              dbank03p
203576     END-IF.                                                      dbank03p
203577     MOVE PY-REC-BANK-ID TO CD03I-EXTL-BANK-ID.                   dbank03p
203578     MOVE PY-REC-DEST-ACCNO TO CD03I-EXTL-DEST-ACCNO.             dbank03p
203579     MOVE PY-REC-DEST-NAME TO CD03I-EXTL-DEST-NAME.               dbank03p
203580     IF PY-REC-COOL-DTE IS EQUAL TO ZERO                          dbank03p
203581        GO TO EXTL-PAYEE-LOOKUP-EXIT                              dbank03p
203582     END-IF.                                                      dbank03p
203583     PERFORM GET-TODAY-DATE.                                      dbank03p
203584     COMPUTE WS-PAYEE-DAYS =                                      dbank03p
203585         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-N)               dbank03p
203586         - FUNCTION INTEGER-OF-DATE (PY-REC-COOL-DTE).            dbank03p
203587     IF WS-PAYEE-DAYS IS GREATER THAN 1                           dbank03p
203588        GO TO EXTL-PAYEE-LOOKUP-EXIT                              dbank03p
203589     END-IF.                                                      dbank03p
203590     IF WS-PAYEE-DAYS IS EQUAL TO 1 AND                           dbank03p
203591        WS-TODAY-TIME IS NOT LESS THAN PY-REC-COOL-TIME           dbank03p
203592        GO TO EXTL-PAYEE-LOOKUP-EXIT                              dbank03p
203593     END-IF.                                                      dbank03p
203594     MOVE WS-PAYEE-DEFAULT-LIMIT TO WS-PAYEE-LIMIT.               dbank03p
203595     MOVE 'PAYEENEW' TO WS-BNKSYSC-RID.                           dbank03p
203596     EXEC CICS READ FILE('BNKSYSC')                               dbank03p
203597                    INTO(WS-BNKSYSC-REC)                          dbank03p
203598                    LENGTH(LENGTH OF WS-BNKSYSC-REC)              dbank03p
203599                    RIDFLD(WS-BNKSYSC-RID)                        dbank03p
203600                    RESP(WS-RESP)                                 dbank03p
203601     END-EXEC.                                                    dbank03p
203602     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                       dbank03p
203603        MOVE SY-REC-AMOUNT TO WS-PAYEE-LIMIT                      dbank03p
203604     END-IF.                                                      dbank03p
203605     SET WS-PAYEE-COOLING TO TRUE.                                dbank03p
203610 EXTL-PAYEE-LOOKUP-EXIT.                                          dbank03p
203611     EXIT.                                                        dbank03p
203620                                                                  dbank03p
203630 COPY CPERFP.                                                     dbank03p
203660                                                                  dbank03p
203700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     dbank03p
