001874*              to the userid; every other resource requires a   * gbank01p
001875*              valid token, and every request is journalled to  * gbank01p
001876*              BNKGLOG with its outcome.                        * gbank01p
001877*              A transfer DBANK03P holds for a passcode         * gbank01p
001878*              is answered 202; /otpverify confirms the code    * gbank01p
001879*              from the same session token to release it.       * gbank01p
001880*              Each client (the userid a partner signs on with) * gbank01p
001881*              and each token is held to the per-minute and     * gbank01p
001882*              per-day request limits on BNKGTHR; a request     * gbank01p
001883*              over a limit is refused 429, and the counts kept * gbank01p
001884*              on BNKGCNT feed the ZBNKGTHR capacity report.    * gbank01p
001885*              Accounts are listed with their IBAN, and a       * gbank01p
001886*              transfer may name its target by our IBAN in      * gbank01p
001887*              place of the account number.                     * gbank01p
001888*              /billpay pays a biller on the BNKBILR            * gbank01p
001889*              directory; DBANK03P checks the reference         * gbank01p
001890*              against the biller's rule before paying.         * gbank01p
001891*              /payees keeps the customer's saved               * gbank01p
001892*              external payees through DBANK63P, and            * gbank01p
001893*              /exttransfer now names one of them in            * gbank01p
001894*              place of keyed bank details.                     * gbank01p
001900*              Neither of those programs has any other caller in *gbank01p
002000*              this system, so this program is written as the    *gbank01p
002100*              first (and, for now, only) consumer of the JSON   *gbank01p
004100   05  WS-RESP                               PIC S9(8) COMP.      gbank01p
004150   05  WS-EXTRACT-RESP                       PIC S9(8) COMP.      gbank01p
004200   05  WS-ACCT-SUB                           PIC 9(2) COMP.       gbank01p
004250   05  WS-PAYEE-SUB                          PIC 9(2) COMP.       gbank01p
004300                                                                  gbank01p
004400******************************************************************gbank01p
004500* The resource path of the inbound HTTP request selects which    *gbank01p
005360       VALUE '/stmtrequest'.                                      gbank01p
005361   88  WS-SIGNON-RESOURCE                                         gbank01p
005362       VALUE '/signon'.                                           gbank01p
005363   88  WS-OTPVERIFY-RESOURCE                                      gbank01p
005364       VALUE '/otpverify'.                                        gbank01p
005365   88  WS-BILLPAY-RESOURCE                                        gbank01p
005366       VALUE '/billpay'.                                          gbank01p
005367   88  WS-PAYEES-RESOURCE                                         gbank01p
005368       VALUE '/payees'.                                           gbank01p
005400 01  WS-URI-PATH-LEN                         PIC S9(8) COMP.      gbank01p
005500                                                                  gbank01p
005600******************************************************************gbank01p
009100     10  ACCOUNT-STATUS                      PIC X(1).            gbank01p
009200     10  ACCOUNT-DESC                        PIC X(15).           gbank01p
009300     10  ACCOUNT-BALANCE                     PIC S9(7)V99.        gbank01p
009350     10  ACCOUNT-IBAN                        PIC X(18).           gbank01p
009357                                                                  gbank01p
009364 01  WS-TRANSFER-REQUEST.                                         gbank01p
009371   05  IDEM-KEY                              PIC X(32).           gbank01p
009378   05  PERSON-ID                             PIC X(5).            gbank01p
009385   05  FROM-ACCOUNT                          PIC X(9).            gbank01p
009392   05  TO-ACCOUNT                            PIC X(9).            gbank01p
009399   05  TO-IBAN                               PIC X(34).           gbank01p
009406   05  AMOUNT                                PIC 9(7)V99.         gbank01p
009407                                                                  gbank01p
009408 01  WS-TRANSFER-RESPONSE.                                        gbank01p
009409   05  XFER-STATUS                           PIC X(1).            gbank01p
009410   05  XFER-MESSAGE                          PIC X(60).           gbank01p
009411   05  XFER-REFERENCE                        PIC 9(7).            gbank01p
009412   05  NEW-BALANCE                           PIC S9(7)V99.        gbank01p
009413                                                                  gbank01p
009414 01  WS-EXTTRANSFER-REQUEST.                                      gbank01p
009415   05  IDEM-KEY                              PIC X(32).           gbank01p
009416   05  PERSON-ID                             PIC X(5).            gbank01p
009417   05  FROM-ACCOUNT                          PIC X(9).            gbank01p
009418   05  PAYEE-ID                              PIC 9(3).            gbank01p
009419   05  AMOUNT                                PIC 9(7)V99.         gbank01p
009420   05  CURRENCY-CODE                         PIC X(3).            gbank01p
009421   05  PAYMENT-REFERENCE                     PIC X(20).           gbank01p
009422                                                                  gbank01p
009423 01  WS-EXTTRANSFER-RESPONSE.                                     gbank01p
009424   05  XFER-STATUS                           PIC X(1).            gbank01p
009425   05  XFER-MESSAGE                          PIC X(60).           gbank01p
009426   05  XFER-REFERENCE                        PIC 9(7).            gbank01p
009427                                                                  gbank01p
009428 01  WS-OTPVERIFY-REQUEST.                                        gbank01p
009429   05  IDEM-KEY                              PIC X(32).           gbank01p
009430   05  FROM-ACCOUNT                          PIC X(9).            gbank01p
009431   05  TRANSFER-REFERENCE                    PIC 9(7).            gbank01p
009432   05  PASSCODE                              PIC X(6).            gbank01p
009433                                                                  gbank01p
009434 01  WS-OTPVERIFY-RESPONSE.                                       gbank01p
009435   05  OTP-STATUS                            PIC X(1).            gbank01p
009436   05  OTP-MESSAGE                           PIC X(60).           gbank01p
009437   05  TRIES-LEFT                            PIC 9(1).            gbank01p
009438   05  XFER-REFERENCE                        PIC 9(7).            gbank01p
009439   05  NEW-BALANCE                           PIC S9(7)V99.        gbank01p
009440                                                                  gbank01p
009441 01  WS-BILLPAY-REQUEST.                                          gbank01p
009442   05  IDEM-KEY                              PIC X(32).           gbank01p
009443   05  PERSON-ID                             PIC X(5).            gbank01p
009444   05  FROM-ACCOUNT                          PIC X(9).            gbank01p
009445   05  BILLER-CODE                           PIC X(6).            gbank01p
009446   05  BILL-REFERENCE                        PIC X(20).           gbank01p
009447   05  AMOUNT                                PIC 9(7)V99.         gbank01p
009448                                                                  gbank01p
009449 01  WS-BILLPAY-RESPONSE.                                         gbank01p
009450   05  XFER-STATUS                           PIC X(1).            gbank01p
009451   05  XFER-MESSAGE                          PIC X(60).           gbank01p
009452   05  XFER-REFERENCE                        PIC 9(7).            gbank01p
009453   05  BILLER-NAME                           PIC X(25).           gbank01p
009454   05  NEW-BALANCE                           PIC S9(7)V99.        gbank01p
009455                                                                  gbank01p
009456 01  WS-PAYEES-REQUEST.                                           gbank01p
009457   05  IDEM-KEY                              PIC X(32).           gbank01p
009458   05  PERSON-ID                             PIC X(5).            gbank01p
009459   05  PAYEE-ACTION                          PIC X(6).            gbank01p
009460   05  PAYEE-ID                              PIC 9(3).            gbank01p
009461   05  NICKNAME                              PIC X(20).           gbank01p
009462   05  DEST-BANK-ID                          PIC X(11).           gbank01p
009463   05  DEST-ACCOUNT                          PIC X(17).           gbank01p
009464   05  DEST-NAME                             PIC X(25).           gbank01p
009465   05  START-AFTER                           PIC 9(3).            gbank01p
009466                                                                  gbank01p
009467 01  WS-PAYEES-RESPONSE.                                          gbank01p
009468   05  PAYEE-STATUS                          PIC X(1).            gbank01p
009469   05  PAYEE-MESSAGE                         PIC X(60).           gbank01p
009470   05  PAYEE-ID                              PIC 9(3).            gbank01p
009471   05  NEW-PAYEE-LIMIT                       PIC S9(7)V99.        gbank01p
009472   05  PAYEE-COUNT                           PIC 9(2).            gbank01p
009473   05  PAYEE-LIST OCCURS 10 TIMES.                                gbank01p
009474     10  PAYEE-SEQ                           PIC 9(3).            gbank01p
009475     10  NICKNAME                            PIC X(20).           gbank01p
009476     10  DEST-BANK-ID                        PIC X(11).           gbank01p
009477     10  DEST-ACCOUNT                        PIC X(17).           gbank01p
009478     10  DEST-NAME                           PIC X(25).           gbank01p
009479     10  COOLING-OFF                         PIC X(1).            gbank01p
009480                                                                  gbank01p
009481 01  WS-STMTREQ-REQUEST.                                          gbank01p
009482   05  IDEM-KEY                              PIC X(32).           gbank01p
009483   05  PERSON-ID                             PIC X(5).            gbank01p
009484   05  DELIVERY-METHOD                       PIC X(1).            gbank01p
009485   05  START-DATE                            PIC 9(8).            gbank01p
009486   05  END-DATE                              PIC 9(8).            gbank01p
009487                                                                  gbank01p
009488 01  WS-STMTREQ-RESPONSE.                                         gbank01p
009489   05  REQUEST-MESSAGE                       PIC X(80).           gbank01p
009490   05  REQUEST-ID                            PIC 9(7).            gbank01p
009491                                                                  gbank01p
009492 01  WS-BNKIDEM-REC.                                              gbank01p
009493 COPY CBANKVID.                                                   gbank01p
009494                                                                  gbank01p
009495 01  WS-IDEM-WORK.                                                gbank01p
009496   05  WS-IDEM-FOUND                         PIC X(1).            gbank01p
009497     88  WS-IDEM-IS-DUPLICATE                VALUE 'Y'.           gbank01p
009498   05  WS-IDEM-DATE                          PIC 9(8).            gbank01p
009499   05  WS-IDEM-TIME-AREA                     PIC X(8).            gbank01p
009500   05  WS-ABSTIME                            PIC S9(15)           gbank01p
009501       COMP-3.                                                    gbank01p
009502                                                                  gbank01p
009503 01  WS-SIGNON-REQUEST.                                           gbank01p
009504   05  USER-ID                               PIC X(8).            gbank01p
009505   05  USER-PASSWORD                         PIC X(8).            gbank01p
009506                                                                  gbank01p
009507 01  WS-SIGNON-RESPONSE.                                          gbank01p
009508   05  SESSION-TOKEN                         PIC X(16).           gbank01p
009509   05  SIGNON-MESSAGE                        PIC X(80).           gbank01p
009510                                                                  gbank01p
009511 01  WS-BNKTOKN-REC.                                              gbank01p
009512 COPY CBANKVTK.                                                   gbank01p
009513                                                                  gbank01p
009514 01  WS-BNKGLOG-REC.                                              gbank01p
009515 COPY CBANKVGJ.                                                   gbank01p
009516                                                                  gbank01p
009517 01  WS-TOKEN-WORK.                                               gbank01p
009518   05  WS-TOKEN-VALID                        PIC X(1).            gbank01p
009519     88  WS-TOKEN-IS-VALID                   VALUE 'Y'.           gbank01p
009520   05  WS-TOKEN-HEADER                       PIC X(16).           gbank01p
009521   05  WS-TOKEN-HEADER-LEN                   PIC S9(8) COMP.      gbank01p
009522   05  WS-TOKEN-USERID                       PIC X(8).            gbank01p
009523   05  WS-TOKEN-BUILD.                                            gbank01p
009524     10  FILLER                              PIC X(1)             gbank01p
009525         VALUE 'G'.                                               gbank01p
009526     10  WS-TOKEN-ABSTIME                    PIC 9(15).           gbank01p
009527   05  WS-NOW-DATE                           PIC 9(8).            gbank01p
009528   05  WS-NOW-TIME-AREA                      PIC X(8).            gbank01p
009529   05  WS-NOW-TIME-N                         PIC 9(6).            gbank01p
009530   05  WS-EXPIRY-ABSTIME                     PIC S9(15)           gbank01p
009531       COMP-3.                                                    gbank01p
009532   05  WS-JOURNAL-TARGET                     PIC X(17).           gbank01p
009533                                                                  gbank01p
009534******************************************************************gbank01p
009535* Request throttling. The limits come from the client's BNKGTHR  *gbank01p
009536* row (or the *DEFAULT row); the client and token counters on    *gbank01p
009537* BNKGCNT are checked first and only then counted, so a refused  *gbank01p
009538* request is counted as a rejection rather than as volume.       *gbank01p
009539******************************************************************gbank01p
009540 01  WS-BNKGTHR-REC.                                              gbank01p
009541 COPY CBANKVGT.                                                   gbank01p
009542                                                                  gbank01p
009543 01  WS-BNKGCNT-REC.                                              gbank01p
009544 COPY CBANKVGC.                                                   gbank01p
009545                                                                  gbank01p
009546 01  WS-THROTTLE-WORK.                                            gbank01p
009547   05  WS-THROTTLE-RULE                      PIC X(2).            gbank01p
009548     88  WS-NOT-THROTTLED                    VALUE SPACES.        gbank01p
009549     88  WS-DAY-THROTTLED                    VALUE 'CD' 'TD'.     gbank01p
009550   05  WS-LIMIT-HIT                          PIC X(1).            gbank01p
009551     88  WS-MINUTE-LIMIT-HIT                 VALUE 'M'.           gbank01p
009552     88  WS-DAY-LIMIT-HIT                    VALUE 'D'.           gbank01p
009553   05  WS-NOW-MINUTE                         PIC 9(4).            gbank01p
009554   05  WS-CHECK-PER-MIN                      PIC 9(5).            gbank01p
009555   05  WS-CHECK-PER-DAY                      PIC 9(7).            gbank01p
009556   05  WS-GC-KEY-SAVE                        PIC X(25).           gbank01p
009557                                                                  gbank01p
009558 01  WS-PSWD-COMMAREA.                                            gbank01p
009559 COPY CPSWDD01.                                                   gbank01p
009565                                                                  gbank01p
009571 01  WS-ACCNO-PARM.                                               gbank01p
009577 COPY CACCNOD.                                                    gbank01p
009583                                                                  gbank01p
009589 01  WS-ERROR-RESPONSE.                                           gbank01p
009600   05  ERROR-MESSAGE                         PIC X(60).           gbank01p
009700                                                                  gbank01p
009800******************************************************************gbank01p
010610                                                                  gbank01p
010620 01  WS-STMT-COMMAREA.                                            gbank01p
010630 COPY CSTMTD01.                                                   gbank01p
010640                                                                  gbank01p
010641 01  WS-CD63-COMMAREA.                                            gbank01p
010642 COPY CBANKD63.                                                   gbank01p
010643                                                                  gbank01p
010650 01  WS-BNKPERF-REC.                                              gbank01p
010660 COPY CBANKVPF.                                                   gbank01p
010670                                                                  gbank01p
010680 COPY CPERFD.                                                     gbank01p
010700                                                                  gbank01p
010800******************************************************************gbank01p
010900* Deliberate deviation: this program is the initial program for  *gbank01p
011500                                                                  gbank01p
011600 PROCEDURE DIVISION.                                              gbank01p
011700                                                                  gbank01p
011710******************************************************************gbank01p
011720* Start the response-time clock for this request                 *gbank01p
011730******************************************************************gbank01p
011740     PERFORM PERF-TIMER.                                          gbank01p
011750                                                                  gbank01p
011800******************************************************************gbank01p
011900* Find out which resource was requested and read the request     *gbank01p
012000* body, if any, that came with it.                               *gbank01p
012141     MOVE SPACES TO WS-JOURNAL-TARGET.                            gbank01p
012142     MOVE SPACES TO WS-TOKEN-USERID.                              gbank01p
012143     MOVE SPACES TO WS-TOKEN-HEADER.                              gbank01p
012145     MOVE SPACES TO WS-THROTTLE-RULE.                             gbank01p
012147                                                                  gbank01p
012150     MOVE SPACES TO WS-URI-PATH.                                  gbank01p
012200     EXEC CICS WEB EXTRACT                                        gbank01p
012300          PATH(WS-URI-PATH)                                       gbank01p
013417                   COUNT IN WS-RESPONSE-LENGTH                    gbank01p
013418              END-JSON                                            gbank01p
013419           ELSE                                                   gbank01p
013420           PERFORM THROTTLE-CHECK                                 gbank01p
013421               THRU THROTTLE-CHECK-EXIT                           gbank01p
013422           IF NOT WS-NOT-THROTTLED                                gbank01p
013423              MOVE 429 TO WS-STATUS-CODE                          gbank01p
013424              MOVE SPACES TO WS-ERROR-RESPONSE                    gbank01p
013425              IF WS-DAY-THROTTLED                                 gbank01p
013426                 MOVE 'Daily request limit reached'               gbank01p
013427                   TO ERROR-MESSAGE                               gbank01p
013428              ELSE                                                gbank01p
013429                 MOVE 'Request limit exceeded - try again shortly'gbank01p
013430                   TO ERROR-MESSAGE                               gbank01p
013431              END-IF                                              gbank01p
013432              MOVE LENGTH OF WS-RESPONSE-BODY                     gbank01p
013433                TO WS-RESPONSE-LENGTH                             gbank01p
013434              JSON GENERATE WS-RESPONSE-BODY                      gbank01p
013435                   FROM WS-ERROR-RESPONSE                         gbank01p
013436                   COUNT IN WS-RESPONSE-LENGTH                    gbank01p
013437              END-JSON                                            gbank01p
013438           ELSE                                                   gbank01p
013500           EVALUATE TRUE                                          gbank01p
013600             WHEN WS-CUSTOMER-RESOURCE                            gbank01p
013700               PERFORM CUSTOMER-ENQUIRY-PROCESS                   gbank01p
013800             WHEN WS-ACCOUNTS-RESOURCE                            gbank01p
013900               PERFORM ACCOUNTS-ENQUIRY-PROCESS                   gbank01p
013904             WHEN WS-TRANSFER-RESOURCE                            gbank01p
013908               PERFORM TRANSFER-PROCESS                           gbank01p
013912                   THRU TRANSFER-PROCESS-EXIT                     gbank01p
013916             WHEN WS-EXTTRANSFER-RESOURCE                         gbank01p
013920               PERFORM EXTTRANSFER-PROCESS                        gbank01p
013924                   THRU EXTTRANSFER-PROCESS-EXIT                  gbank01p
013928             WHEN WS-STMTREQ-RESOURCE                             gbank01p
013932               PERFORM STMTREQ-PROCESS                            gbank01p
013936                   THRU STMTREQ-PROCESS-EXIT                      gbank01p
013940             WHEN WS-SIGNON-RESOURCE                              gbank01p
013944               PERFORM SIGNON-PROCESS                             gbank01p
013948                   THRU SIGNON-PROCESS-EXIT                       gbank01p
013952             WHEN WS-OTPVERIFY-RESOURCE                           gbank01p
013956               PERFORM OTPVERIFY-PROCESS                          gbank01p
013960                   THRU OTPVERIFY-PROCESS-EXIT                    gbank01p
013964             WHEN WS-BILLPAY-RESOURCE                             gbank01p
013968               PERFORM BILLPAY-PROCESS                            gbank01p
013972                   THRU BILLPAY-PROCESS-EXIT                      gbank01p
013976             WHEN WS-PAYEES-RESOURCE                              gbank01p
013980               PERFORM PAYEES-PROCESS                             gbank01p
013984                   THRU PAYEES-PROCESS-EXIT                       gbank01p
014000             WHEN OTHER                                           gbank01p
014100               PERFORM UNKNOWN-RESOURCE-PROCESS                   gbank01p
014150           END-EVALUATE                                           gbank01p
014151           END-IF                                                 gbank01p
014155           END-IF                                                 gbank01p
014160        END-IF                                                    gbank01p
014200     END-IF.                                                      gbank01p
014800          STATUSCODE(WS-STATUS-CODE)                              gbank01p
014900     END-EXEC.                                                    gbank01p
015000                                                                  gbank01p
015010******************************************************************gbank01p
015020* Log this request's response time to BNKPERF, against the       *gbank01p
015030* resource that was asked for.                                   *gbank01p
015040******************************************************************gbank01p
015050     MOVE WS-URI-PATH (2:8) TO WS-PERF-FUNCTION.                  gbank01p
015060     PERFORM PERF-TIMER.                                          gbank01p
015070                                                                  gbank01p
015100* Return to CICS to complete this transaction.                   *gbank01p
015200 COPY CRETURN.                                                    gbank01p
015300                                                                  gbank01p
024300       TO ACCOUNT-DESC OF WS-ACCOUNTS-RESPONSE (WS-ACCT-SUB).     gbank01p
024400     MOVE CD03O-ACC-BAL-N (WS-ACCT-SUB)                           gbank01p
024500       TO ACCOUNT-BALANCE OF WS-ACCOUNTS-RESPONSE (WS-ACCT-SUB).  gbank01p
024533     MOVE CD03O-ACC-IBAN (WS-ACCT-SUB)                            gbank01p
024566       TO ACCOUNT-IBAN OF WS-ACCOUNTS-RESPONSE (WS-ACCT-SUB).     gbank01p
024600 COPY-ACCOUNT-ENTRIES-EXIT.                                       gbank01p
024700     EXIT.                                                        gbank01p
024800                                                                  gbank01p
024802******************************************************************gbank01p
024804* Account-to-account transfer. The idempotency key is checked    *gbank01p
024806* against BNKIDEM first: a key already logged means this is a    *gbank01p
024808* retried request, and the logged outcome is returned without    *gbank01p
024810* LINKing to DBANK03P again.                                     *gbank01p
024812******************************************************************gbank01p
024814 TRANSFER-PROCESS.                                                gbank01p
024816     JSON PARSE WS-REQUEST-BODY(1:WS-REQUEST-LENGTH)              gbank01p
024818          INTO WS-TRANSFER-REQUEST                                gbank01p
024820     END-JSON.                                                    gbank01p
           MOVE FROM-ACCOUNT OF WS-TRANSFER-REQUEST                     gbank01p
             TO WS-JOURNAL-TARGET.                                      gbank01p
024822     MOVE IDEM-KEY OF WS-TRANSFER-REQUEST TO ID-REC-KEY.          gbank01p
024824     PERFORM IDEM-CHECK                                           gbank01p
024826         THRU IDEM-CHECK-EXIT.                                    gbank01p
024828     IF WS-IDEM-IS-DUPLICATE                                      gbank01p
024830        MOVE SPACES TO WS-TRANSFER-RESPONSE                       gbank01p
024832        MOVE ID-REC-STATUS                                        gbank01p
024834          TO XFER-STATUS OF WS-TRANSFER-RESPONSE                  gbank01p
024836        MOVE ID-REC-MESSAGE                                       gbank01p
024838          TO XFER-MESSAGE OF WS-TRANSFER-RESPONSE                 gbank01p
024840        MOVE ID-REC-REF                                           gbank01p
024842          TO XFER-REFERENCE OF WS-TRANSFER-RESPONSE               gbank01p
024844        PERFORM TRANSFER-REPLY                                    gbank01p
024846        GO TO TRANSFER-PROCESS-EXIT                               gbank01p
024848     END-IF.                                                      gbank01p
024849     IF TO-ACCOUNT OF WS-TRANSFER-REQUEST IS EQUAL TO SPACES AND  gbank01p
024850        TO-IBAN OF WS-TRANSFER-REQUEST IS NOT EQUAL TO SPACES     gbank01p
024851        SET ACN-PARSE-IBAN TO TRUE                                gbank01p
024852        MOVE TO-IBAN OF WS-TRANSFER-REQUEST TO ACN-IBAN           gbank01p
024853        CALL 'UACCNO' USING WS-ACCNO-PARM                         gbank01p
024854        IF NOT ACN-VALID                                          gbank01p
024855           MOVE SPACES TO WS-TRANSFER-RESPONSE                    gbank01p
024856           MOVE 'E' TO XFER-STATUS OF WS-TRANSFER-RESPONSE        gbank01p
024857           MOVE 'Target IBAN is not a valid IBAN of this bank'    gbank01p
024858             TO XFER-MESSAGE OF WS-TRANSFER-RESPONSE              gbank01p
024859           MOVE 422 TO WS-STATUS-CODE                             gbank01p
024860           PERFORM TRANSFER-REPLY                                 gbank01p
024861           GO TO TRANSFER-PROCESS-EXIT                            gbank01p
024862        END-IF                                                    gbank01p
024863        MOVE ACN-ACCNO TO TO-ACCOUNT OF WS-TRANSFER-REQUEST       gbank01p
024864     END-IF.                                                      gbank01p
024865     MOVE SPACES TO CD03-DATA.                                    gbank01p
024866     SET CD03I-ACCT-XFER TO TRUE.                                 gbank01p
024867     MOVE PERSON-ID OF WS-TRANSFER-REQUEST                        gbank01p
024868       TO CD03I-CONTACT-ID.                                       gbank01p
024869     MOVE FROM-ACCOUNT OF WS-TRANSFER-REQUEST                     gbank01p
024870       TO CD03I-TXN-ACCNO.                                        gbank01p
024871     MOVE TO-ACCOUNT OF WS-TRANSFER-REQUEST                       gbank01p
024872       TO CD03I-XFER-TO-ACCNO.                                    gbank01p
024873     MOVE AMOUNT OF WS-TRANSFER-REQUEST                           gbank01p
024874       TO CD03I-XFER-AMOUNT.                                      gbank01p
024875     MOVE WS-TOKEN-USERID TO CD03I-REQ-USERID.                    gbank01p
024876     MOVE WS-TOKEN-HEADER TO CD03I-SESSION-TOKEN.                 gbank01p
024889     EXEC CICS LINK PROGRAM('DBANK03P')                           gbank01p
024890          COMMAREA(WS-CD03-COMMAREA)                              gbank01p
024891          LENGTH(LENGTH OF WS-CD03-COMMAREA)                      gbank01p
024899     IF CD03O-XFER-REJECTED                                       gbank01p
024899        MOVE 422 TO WS-STATUS-CODE                                gbank01p
024899     END-IF.                                                      gbank01p
024899     IF CD03O-XFER-AWAITING-OTP                                   gbank01p
024899        MOVE 202 TO WS-STATUS-CODE                                gbank01p
024899     END-IF.                                                      gbank01p
024899     MOVE 'TRANSFER' TO ID-REC-OPERATION.                         gbank01p
024899     MOVE CD03O-XFER-STATUS TO ID-REC-STATUS.                     gbank01p
024899     MOVE CD03O-XFER-MESSAGE TO ID-REC-MESSAGE.                   gbank01p
024899                                                                  gbank01p
024899***************************************************************** gbank01p
024899* External transfer capture via the existing DBANK03P queueing  * gbank01p
024899* function, guarded by the same idempotency log. The transfer   * gbank01p
024899* goes to one of the customer's saved payees (see /payees).     * gbank01p
024899***************************************************************** gbank01p
024899 EXTTRANSFER-PROCESS.                                             gbank01p
024899     JSON PARSE WS-REQUEST-BODY(1:WS-REQUEST-LENGTH)              gbank01p
024899       TO CD03I-CONTACT-ID.                                       gbank01p
024899     MOVE FROM-ACCOUNT OF WS-EXTTRANSFER-REQUEST                  gbank01p
024899       TO CD03I-TXN-ACCNO.                                        gbank01p
024899     MOVE PAYEE-ID OF WS-EXTTRANSFER-REQUEST                      gbank01p
024899       TO CD03I-EXTL-PAYEE-SEQ.                                   gbank01p
024899     MOVE AMOUNT OF WS-EXTTRANSFER-REQUEST                        gbank01p
024899       TO CD03I-EXTL-AMOUNT.                                      gbank01p
024899     MOVE CURRENCY-CODE OF WS-EXTTRANSFER-REQUEST                 gbank01p
024899       TO CD03I-EXTL-CURRENCY.                                    gbank01p
024899     MOVE PAYMENT-REFERENCE OF WS-EXTTRANSFER-REQUEST             gbank01p
024899       TO CD03I-EXTL-REFERENCE.                                   gbank01p
024899     MOVE WS-TOKEN-USERID TO CD03I-REQ-USERID.                    gbank01p
024899     MOVE WS-TOKEN-HEADER TO CD03I-SESSION-TOKEN.                 gbank01p
024899     EXEC CICS LINK PROGRAM('DBANK03P')                           gbank01p
024899          COMMAREA(WS-CD03-COMMAREA)                              gbank01p
024899          LENGTH(LENGTH OF WS-CD03-COMMAREA)                      gbank01p
024899     IF CD03O-EXTL-REJECTED                                       gbank01p
024899        MOVE 422 TO WS-STATUS-CODE                                gbank01p
024899     END-IF.                                                      gbank01p
024899     IF CD03O-EXTL-AWAITING-OTP                                   gbank01p
024899        MOVE 202 TO WS-STATUS-CODE                                gbank01p
024899     END-IF.                                                      gbank01p
024899     MOVE 'EXTTRANSFER' TO ID-REC-OPERATION.                      gbank01p
024899     MOVE CD03O-EXTL-STATUS TO ID-REC-STATUS.                     gbank01p
024899     MOVE CD03O-EXTL-MESSAGE TO ID-REC-MESSAGE.                   gbank01p
024899     END-JSON.                                                    gbank01p
024899                                                                  gbank01p
024899***************************************************************** gbank01p
024899* Bill payment to a biller on the BNKBILR directory, through the* gbank01p
024899* DBANK03P bill-pay function and the same idempotency log. A    * gbank01p
024899* reference the biller would not accept is refused 422; a       * gbank01p
024899* payment held for a passcode is answered 202 as for /transfer. * gbank01p
024899***************************************************************** gbank01p
024899 BILLPAY-PROCESS.                                                 gbank01p
024899     JSON PARSE WS-REQUEST-BODY(1:WS-REQUEST-LENGTH)              gbank01p
024899          INTO WS-BILLPAY-REQUEST                                 gbank01p
024899     END-JSON.                                                    gbank01p
024899     MOVE FROM-ACCOUNT OF WS-BILLPAY-REQUEST                      gbank01p
024899       TO WS-JOURNAL-TARGET.                                      gbank01p
024899     MOVE IDEM-KEY OF WS-BILLPAY-REQUEST TO ID-REC-KEY.           gbank01p
024899     PERFORM IDEM-CHECK                                           gbank01p
024899         THRU IDEM-CHECK-EXIT.                                    gbank01p
024899     IF WS-IDEM-IS-DUPLICATE                                      gbank01p
024899        MOVE SPACES TO WS-BILLPAY-RESPONSE                        gbank01p
024899        MOVE ID-REC-STATUS                                        gbank01p
024899          TO XFER-STATUS OF WS-BILLPAY-RESPONSE                   gbank01p
024899        MOVE ID-REC-MESSAGE                                       gbank01p
024899          TO XFER-MESSAGE OF WS-BILLPAY-RESPONSE                  gbank01p
024899        MOVE ID-REC-REF                                           gbank01p
024899          TO XFER-REFERENCE OF WS-BILLPAY-RESPONSE                gbank01p
024899        PERFORM BILLPAY-REPLY                                     gbank01p
024899        GO TO BILLPAY-PROCESS-EXIT                                gbank01p
024899     END-IF.                                                      gbank01p
024899     MOVE SPACES TO CD03-DATA.                                    gbank01p
024899     SET CD03I-BILL-PAY TO TRUE.                                  gbank01p
024899     MOVE PERSON-ID OF WS-BILLPAY-REQUEST                         gbank01p
024899       TO CD03I-CONTACT-ID.                                       gbank01p
024899     MOVE FROM-ACCOUNT OF WS-BILLPAY-REQUEST                      gbank01p
024899       TO CD03I-TXN-ACCNO.                                        gbank01p
024899     MOVE BILLER-CODE OF WS-BILLPAY-REQUEST                       gbank01p
024899       TO CD03I-BILL-CODE.                                        gbank01p
024899     MOVE BILL-REFERENCE OF WS-BILLPAY-REQUEST                    gbank01p
024899       TO CD03I-BILL-REF.                                         gbank01p
024899     MOVE AMOUNT OF WS-BILLPAY-REQUEST                            gbank01p
024899       TO CD03I-XFER-AMOUNT.                                      gbank01p
024899     MOVE WS-TOKEN-USERID TO CD03I-REQ-USERID.                    gbank01p
024899     MOVE WS-TOKEN-HEADER TO CD03I-SESSION-TOKEN.                 gbank01p
024899     EXEC CICS LINK PROGRAM('DBANK03P')                           gbank01p
024899          COMMAREA(WS-CD03-COMMAREA)                              gbank01p
024899          LENGTH(LENGTH OF WS-CD03-COMMAREA)                      gbank01p
024899          RESP(WS-RESP)                                           gbank01p
024899     END-EXEC.                                                    gbank01p
024899     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   gbank01p
024899        MOVE 500 TO WS-STATUS-CODE                                gbank01p
024899        MOVE SPACES TO WS-ERROR-RESPONSE                          gbank01p
024899        MOVE 'Bill payment service failed' TO ERROR-MESSAGE       gbank01p
024899        MOVE LENGTH OF WS-RESPONSE-BODY TO WS-RESPONSE-LENGTH     gbank01p
024899        JSON GENERATE WS-RESPONSE-BODY                            gbank01p
024899             FROM WS-ERROR-RESPONSE                               gbank01p
024899             COUNT IN WS-RESPONSE-LENGTH                          gbank01p
024899        END-JSON                                                  gbank01p
024899        GO TO BILLPAY-PROCESS-EXIT                                gbank01p
024899     END-IF.                                                      gbank01p
024899     MOVE SPACES TO WS-BILLPAY-RESPONSE.                          gbank01p
024899     MOVE CD03O-XFER-STATUS                                       gbank01p
024899       TO XFER-STATUS OF WS-BILLPAY-RESPONSE.                     gbank01p
024899     MOVE CD03O-XFER-MESSAGE                                      gbank01p
024899       TO XFER-MESSAGE OF WS-BILLPAY-RESPONSE.                    gbank01p
024899     MOVE CD03O-XFER-REF                                          gbank01p
024899       TO XFER-REFERENCE OF WS-BILLPAY-RESPONSE.                  gbank01p
024899     MOVE CD03O-BILL-NAME                                         gbank01p
024899       TO BILLER-NAME OF WS-BILLPAY-RESPONSE.                     gbank01p
024899     MOVE CD03O-XFER-NEW-BALANCE                                  gbank01p
024899       TO NEW-BALANCE OF WS-BILLPAY-RESPONSE.                     gbank01p
024899     IF CD03O-XFER-REJECTED                                       gbank01p
024899        MOVE 422 TO WS-STATUS-CODE                                gbank01p
024899     END-IF.                                                      gbank01p
024899     IF CD03O-XFER-AWAITING-OTP                                   gbank01p
024899        MOVE 202 TO WS-STATUS-CODE                                gbank01p
024899     END-IF.                                                      gbank01p
024899     MOVE 'BILLPAY' TO ID-REC-OPERATION.                          gbank01p
024899     MOVE CD03O-XFER-STATUS TO ID-REC-STATUS.                     gbank01p
024899     MOVE CD03O-XFER-MESSAGE TO ID-REC-MESSAGE.                   gbank01p
024899     MOVE CD03O-XFER-REF TO ID-REC-REF.                           gbank01p
024899     PERFORM IDEM-LOG                                             gbank01p
024899         THRU IDEM-LOG-EXIT.                                      gbank01p
024899     PERFORM BILLPAY-REPLY.                                       gbank01p
024899 BILLPAY-PROCESS-EXIT.                                            gbank01p
024899     EXIT.                                                        gbank01p
024899                                                                  gbank01p
024899 BILLPAY-REPLY.                                                   gbank01p
024899     MOVE LENGTH OF WS-RESPONSE-BODY TO WS-RESPONSE-LENGTH.       gbank01p
024899     JSON GENERATE WS-RESPONSE-BODY                               gbank01p
024899          FROM WS-BILLPAY-RESPONSE                                gbank01p
024899          COUNT IN WS-RESPONSE-LENGTH                             gbank01p
024899     END-JSON.                                                    gbank01p
024899                                                                  gbank01p
024899***************************************************************** gbank01p
024899* Saved payees through DBANK63P. ACTION is LIST (the default),  * gbank01p
024899* ADD, CHANGE or DELETE; a list pages on after START-AFTER. The * gbank01p
024899* changes are guarded by the idempotency log, and one DBANK63P  * gbank01p
024899* refuses is answered 422.                                      * gbank01p
024899***************************************************************** gbank01p
024899 PAYEES-PROCESS.                                                  gbank01p
024899     JSON PARSE WS-REQUEST-BODY(1:WS-REQUEST-LENGTH)              gbank01p
024899          INTO WS-PAYEES-REQUEST                                  gbank01p
024899     END-JSON.                                                    gbank01p
024899     MOVE PERSON-ID OF WS-PAYEES-REQUEST TO WS-JOURNAL-TARGET.    gbank01p
024899     MOVE SPACES TO CD63-DATA.                                    gbank01p
024899     EVALUATE PAYEE-ACTION OF WS-PAYEES-REQUEST                   gbank01p
024899       WHEN 'ADD'                                                 gbank01p
024899         SET CD63I-ADD-PAYEE TO TRUE                              gbank01p
024899       WHEN 'CHANGE'                                              gbank01p
024899         SET CD63I-CHANGE-PAYEE TO TRUE                           gbank01p
024899       WHEN 'DELETE'                                              gbank01p
024899         SET CD63I-DELETE-PAYEE TO TRUE                           gbank01p
024899       WHEN OTHER                                                 gbank01p
024899         SET CD63I-LIST-PAYEES TO TRUE                            gbank01p
024899     END-EVALUATE.                                                gbank01p
024899     IF NOT CD63I-LIST-PAYEES                                     gbank01p
024899        MOVE IDEM-KEY OF WS-PAYEES-REQUEST TO ID-REC-KEY          gbank01p
024899        PERFORM IDEM-CHECK                                        gbank01p
024899            THRU IDEM-CHECK-EXIT                                  gbank01p
024899        IF WS-IDEM-IS-DUPLICATE                                   gbank01p
024899           MOVE SPACES TO WS-PAYEES-RESPONSE                      gbank01p
024899           MOVE ZERO TO NEW-PAYEE-LIMIT OF WS-PAYEES-RESPONSE     gbank01p
024899           MOVE ZERO TO PAYEE-COUNT OF WS-PAYEES-RESPONSE         gbank01p
024899           MOVE ID-REC-STATUS                                     gbank01p
024899             TO PAYEE-STATUS OF WS-PAYEES-RESPONSE                gbank01p
024899           MOVE ID-REC-MESSAGE                                    gbank01p
024899             TO PAYEE-MESSAGE OF WS-PAYEES-RESPONSE               gbank01p
024899           MOVE ID-REC-REF                                        gbank01p
024899             TO PAYEE-ID OF WS-PAYEES-RESPONSE                    gbank01p
024899           PERFORM PAYEES-REPLY                                   gbank01p
024899           GO TO PAYEES-PROCESS-EXIT                              gbank01p
024899        END-IF                                                    gbank01p
024899     END-IF.                                                      gbank01p
024899     MOVE PERSON-ID OF WS-PAYEES-REQUEST TO CD63I-CONTACT-ID.     gbank01p
024899     MOVE WS-TOKEN-USERID TO CD63I-USERID.                        gbank01p
024899     MOVE PAYEE-ID OF WS-PAYEES-REQUEST TO CD63I-SEQ.             gbank01p
024899     MOVE NICKNAME OF WS-PAYEES-REQUEST TO CD63I-NICKNAME.        gbank01p
024899     MOVE DEST-BANK-ID OF WS-PAYEES-REQUEST TO CD63I-BANK-ID.     gbank01p
024899     MOVE DEST-ACCOUNT OF WS-PAYEES-REQUEST TO CD63I-DEST-ACCNO.  gbank01p
024899     MOVE DEST-NAME OF WS-PAYEES-REQUEST TO CD63I-DEST-NAME.      gbank01p
024899     MOVE START-AFTER OF WS-PAYEES-REQUEST TO CD63I-START-SEQ.    gbank01p
024899     EXEC CICS LINK PROGRAM('DBANK63P')                           gbank01p
024899          COMMAREA(WS-CD63-COMMAREA)                              gbank01p
024899          LENGTH(LENGTH OF WS-CD63-COMMAREA)                      gbank01p
024899          RESP(WS-RESP)                                           gbank01p
024899     END-EXEC.                                                    gbank01p
024899     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   gbank01p
024899        MOVE 500 TO WS-STATUS-CODE                                gbank01p
024899        MOVE SPACES TO WS-ERROR-RESPONSE                          gbank01p
024899        MOVE 'Payee service failed' TO ERROR-MESSAGE              gbank01p
024899        MOVE LENGTH OF WS-RESPONSE-BODY TO WS-RESPONSE-LENGTH     gbank01p
024899        JSON GENERATE WS-RESPONSE-BODY                            gbank01p
024899             FROM WS-ERROR-RESPONSE                               gbank01p
024899             COUNT IN WS-RESPONSE-LENGTH                          gbank01p
024899        END-JSON                                                  gbank01p
024899        GO TO PAYEES-PROCESS-EXIT                                 gbank01p
024899     END-IF.                                                      gbank01p
024899     MOVE SPACES TO WS-PAYEES-RESPONSE.                           gbank01p
024899     MOVE CD63O-STATUS TO PAYEE-STATUS OF WS-PAYEES-RESPONSE.     gbank01p
024899     MOVE CD63O-MESSAGE TO PAYEE-MESSAGE OF WS-PAYEES-RESPONSE.   gbank01p
024899     MOVE CD63O-SEQ TO PAYEE-ID OF WS-PAYEES-RESPONSE.            gbank01p
024899     MOVE CD63O-NEW-PAYEE-LIMIT                                   gbank01p
024899       TO NEW-PAYEE-LIMIT OF WS-PAYEES-RESPONSE.                  gbank01p
024899     MOVE CD63O-PAYEE-COUNT TO PAYEE-COUNT OF WS-PAYEES-RESPONSE. gbank01p
024899     PERFORM COPY-PAYEE-ENTRIES                                   gbank01p
024899        VARYING WS-PAYEE-SUB FROM 1 BY 1                          gbank01p
024899        UNTIL WS-PAYEE-SUB IS GREATER THAN CD63O-PAYEE-COUNT.     gbank01p
024899     IF CD63O-REJECTED                                            gbank01p
024899        MOVE 422 TO WS-STATUS-CODE                                gbank01p
024899     END-IF.                                                      gbank01p
024899     IF NOT CD63I-LIST-PAYEES                                     gbank01p
024899        MOVE 'PAYEES' TO ID-REC-OPERATION                         gbank01p
024899        MOVE CD63O-STATUS TO ID-REC-STATUS                        gbank01p
024899        MOVE CD63O-MESSAGE TO ID-REC-MESSAGE                      gbank01p
024899        MOVE CD63O-SEQ TO ID-REC-REF                              gbank01p
024899        PERFORM IDEM-LOG                                          gbank01p
024899            THRU IDEM-LOG-EXIT                                    gbank01p
024899     END-IF.                                                      gbank01p
024899     PERFORM PAYEES-REPLY.                                        gbank01p
024899 PAYEES-PROCESS-EXIT.                                             gbank01p
024899     EXIT.                                                        gbank01p
024899                                                                  gbank01p
024899 PAYEES-REPLY.                                                    gbank01p
024899     MOVE LENGTH OF WS-RESPONSE-BODY TO WS-RESPONSE-LENGTH.       gbank01p
024899     JSON GENERATE WS-RESPONSE-BODY                               gbank01p
024899          FROM WS-PAYEES-RESPONSE                                 gbank01p
024899          COUNT IN WS-RESPONSE-LENGTH                             gbank01p
024899     END-JSON.                                                    gbank01p
024899                                                                  gbank01p
024899***************************************************************** gbank01p
024899* Copy one DBANK63P payee entry into the JSON response table.   * gbank01p
024899***************************************************************** gbank01p
024899 COPY-PAYEE-ENTRIES.                                              gbank01p
024899     MOVE CD63O-PAY-SEQ (WS-PAYEE-SUB)                            gbank01p
024899       TO PAYEE-SEQ OF WS-PAYEES-RESPONSE (WS-PAYEE-SUB).         gbank01p
024899     MOVE CD63O-PAY-NICKNAME (WS-PAYEE-SUB)                       gbank01p
024899       TO NICKNAME OF WS-PAYEES-RESPONSE (WS-PAYEE-SUB).          gbank01p
024899     MOVE CD63O-PAY-BANK-ID (WS-PAYEE-SUB)                        gbank01p
024899       TO DEST-BANK-ID OF WS-PAYEES-RESPONSE (WS-PAYEE-SUB).      gbank01p
024899     MOVE CD63O-PAY-DEST-ACCNO (WS-PAYEE-SUB)                     gbank01p
024899       TO DEST-ACCOUNT OF WS-PAYEES-RESPONSE (WS-PAYEE-SUB).      gbank01p
024899     MOVE CD63O-PAY-DEST-NAME (WS-PAYEE-SUB)                      gbank01p
024899       TO DEST-NAME OF WS-PAYEES-RESPONSE (WS-PAYEE-SUB).         gbank01p
024899     MOVE CD63O-PAY-COOLING (WS-PAYEE-SUB)                        gbank01p
024899       TO COOLING-OFF OF WS-PAYEES-RESPONSE (WS-PAYEE-SUB).       gbank01p
024899 COPY-PAYEE-ENTRIES-EXIT.                                         gbank01p
024899     EXIT.                                                        gbank01p
024899                                                                  gbank01p
024899***************************************************************** gbank01p
024899* Confirm the one-time passcode for a transfer that /transfer   * gbank01p
024899* or /exttransfer parked (202). DBANK03P checks the code came   * gbank01p
024899* from the same session token; a wrong code is answered 422     * gbank01p
024899* with the tries left.                                          * gbank01p
024899***************************************************************** gbank01p
024899 OTPVERIFY-PROCESS.                                               gbank01p
024899     JSON PARSE WS-REQUEST-BODY(1:WS-REQUEST-LENGTH)              gbank01p
024899          INTO WS-OTPVERIFY-REQUEST                               gbank01p
024899     END-JSON.                                                    gbank01p
024899     MOVE FROM-ACCOUNT OF WS-OTPVERIFY-REQUEST                    gbank01p
024899       TO WS-JOURNAL-TARGET.                                      gbank01p
024899     MOVE IDEM-KEY OF WS-OTPVERIFY-REQUEST TO ID-REC-KEY.         gbank01p
024899     PERFORM IDEM-CHECK                                           gbank01p
024899         THRU IDEM-CHECK-EXIT.                                    gbank01p
024899     IF WS-IDEM-IS-DUPLICATE                                      gbank01p
024899        MOVE SPACES TO WS-OTPVERIFY-RESPONSE                      gbank01p
024899        MOVE ID-REC-STATUS                                        gbank01p
024899          TO OTP-STATUS OF WS-OTPVERIFY-RESPONSE                  gbank01p
024899        MOVE ID-REC-MESSAGE                                       gbank01p
024899          TO OTP-MESSAGE OF WS-OTPVERIFY-RESPONSE                 gbank01p
024899        MOVE ID-REC-REF                                           gbank01p
024899          TO XFER-REFERENCE OF WS-OTPVERIFY-RESPONSE              gbank01p
024899        PERFORM OTPVERIFY-REPLY                                   gbank01p
024899        GO TO OTPVERIFY-PROCESS-EXIT                              gbank01p
024899     END-IF.                                                      gbank01p
024899     MOVE SPACES TO CD03-DATA.                                    gbank01p
024899     SET CD03I-OTP-VERIFY TO TRUE.                                gbank01p
024899     MOVE FROM-ACCOUNT OF WS-OTPVERIFY-REQUEST                    gbank01p
024899       TO CD03I-OTP-ACCNO.                                        gbank01p
024899     MOVE TRANSFER-REFERENCE OF WS-OTPVERIFY-REQUEST              gbank01p
024899       TO CD03I-OTP-REF.                                          gbank01p
024899     MOVE PASSCODE OF WS-OTPVERIFY-REQUEST                        gbank01p
024899       TO CD03I-OTP-PASSCODE.                                     gbank01p
024899     MOVE WS-TOKEN-USERID TO CD03I-REQ-USERID.                    gbank01p
024899     MOVE WS-TOKEN-HEADER TO CD03I-SESSION-TOKEN.                 gbank01p
024899     EXEC CICS LINK PROGRAM('DBANK03P')                           gbank01p
024899          COMMAREA(WS-CD03-COMMAREA)                              gbank01p
024899          LENGTH(LENGTH OF WS-CD03-COMMAREA)                      gbank01p
024899          RESP(WS-RESP)                                           gbank01p
024899     END-EXEC.                                                    gbank01p
024899     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   gbank01p
024899        MOVE 500 TO WS-STATUS-CODE                                gbank01p
024899        MOVE SPACES TO WS-ERROR-RESPONSE                          gbank01p
024899        MOVE 'Passcode service failed' TO ERROR-MESSAGE           gbank01p
024899        MOVE LENGTH OF WS-RESPONSE-BODY TO WS-RESPONSE-LENGTH     gbank01p
024899        JSON GENERATE WS-RESPONSE-BODY                            gbank01p
024899             FROM WS-ERROR-RESPONSE                               gbank01p
024899             COUNT IN WS-RESPONSE-LENGTH                          gbank01p
024899        END-JSON                                                  gbank01p
024899        GO TO OTPVERIFY-PROCESS-EXIT                              gbank01p
024899     END-IF.                                                      gbank01p
024899     MOVE SPACES TO WS-OTPVERIFY-RESPONSE.                        gbank01p
024899     MOVE CD03O-OTP-STATUS                                        gbank01p
024899       TO OTP-STATUS OF WS-OTPVERIFY-RESPONSE.                    gbank01p
024899     MOVE CD03O-OTP-MESSAGE                                       gbank01p
024899       TO OTP-MESSAGE OF WS-OTPVERIFY-RESPONSE.                   gbank01p
024899     MOVE CD03O-OTP-TRIES-LEFT                                    gbank01p
024899       TO TRIES-LEFT OF WS-OTPVERIFY-RESPONSE.                    gbank01p
024899     MOVE TRANSFER-REFERENCE OF WS-OTPVERIFY-REQUEST              gbank01p
024899       TO XFER-REFERENCE OF WS-OTPVERIFY-RESPONSE.                gbank01p
024899     MOVE ZERO TO NEW-BALANCE OF WS-OTPVERIFY-RESPONSE.           gbank01p
024899     IF CD03O-OTP-RELEASED AND CD03O-XFER-APPLIED                 gbank01p
024899        MOVE CD03O-XFER-REF                                       gbank01p
024899          TO XFER-REFERENCE OF WS-OTPVERIFY-RESPONSE              gbank01p
024899        MOVE CD03O-XFER-NEW-BALANCE                               gbank01p
024899          TO NEW-BALANCE OF WS-OTPVERIFY-RESPONSE                 gbank01p
024899     END-IF.                                                      gbank01p
024899     IF CD03O-OTP-REJECTED                                        gbank01p
024899        MOVE 422 TO WS-STATUS-CODE                                gbank01p
024899     END-IF.                                                      gbank01p
024899     MOVE 'OTPVERIFY' TO ID-REC-OPERATION.                        gbank01p
024899     MOVE CD03O-OTP-STATUS TO ID-REC-STATUS.                      gbank01p
024899     MOVE CD03O-OTP-MESSAGE TO ID-REC-MESSAGE.                    gbank01p
024899     MOVE XFER-REFERENCE OF WS-OTPVERIFY-RESPONSE TO ID-REC-REF.  gbank01p
024899     PERFORM IDEM-LOG                                             gbank01p
024899         THRU IDEM-LOG-EXIT.                                      gbank01p
024899     PERFORM OTPVERIFY-REPLY.                                     gbank01p
024899 OTPVERIFY-PROCESS-EXIT.                                          gbank01p
024899     EXIT.                                                        gbank01p
024899                                                                  gbank01p
024899 OTPVERIFY-REPLY.                                                 gbank01p
024899     MOVE LENGTH OF WS-RESPONSE-BODY TO WS-RESPONSE-LENGTH.       gbank01p
024899     JSON GENERATE WS-RESPONSE-BODY                               gbank01p
024899          FROM WS-OTPVERIFY-RESPONSE                              gbank01p
024899          COUNT IN WS-RESPONSE-LENGTH                             gbank01p
024899     END-JSON.                                                    gbank01p
024899                                                                  gbank01p
024899***************************************************************** gbank01p
024899* Statement request via SSTMT01P's published CSTMTD01 interface,* gbank01p
024899* guarded by the same idempotency log.                          * gbank01p
024899***************************************************************** gbank01p
024800        MOVE WS-IDEM-DATE TO TK-REC-EXPIRY-DTE                    gbank01p
024800        MOVE WS-IDEM-TIME-AREA(1:6) TO TK-REC-EXPIRY-TIME         gbank01p
024800        SET TK-REC-ACTIVE TO TRUE                                 gbank01p
024800        MOVE ZERO TO TK-REC-OTP-ISSUED                            gbank01p
024800        MOVE ZERO TO TK-REC-OTP-VERIFIED                          gbank01p
024800        MOVE ZERO TO TK-REC-OTP-FAILED                            gbank01p
024800        EXEC CICS WRITE FILE('BNKTOKN')                           gbank01p
024800                  FROM(WS-BNKTOKN-REC)                            gbank01p
024800                  RIDFLD(TK-REC-TOKEN)                            gbank01p
024800     EXIT.                                                        gbank01p
024800                                                                  gbank01p
024800******************************************************************gbank01p
024800* Request throttling for a request that carries a valid token.   *gbank01p
024800* The client's limits are read from BNKGTHR, falling back to the *gbank01p
024800* *DEFAULT row; with neither, nothing is limited but the request *gbank01p
024800* is still counted. The client counter is checked, then the      *gbank01p
024800* token counter, and both are then counted - as volume when the  *gbank01p
024800* request goes ahead, as a rejection when it is refused.         *gbank01p
024800******************************************************************gbank01p
024800 THROTTLE-CHECK.                                                  gbank01p
024800     MOVE SPACES TO WS-THROTTLE-RULE.                             gbank01p
024800     IF NOT WS-TOKEN-IS-VALID                                     gbank01p
024800        GO TO THROTTLE-CHECK-EXIT                                 gbank01p
024800     END-IF.                                                      gbank01p
024800     MOVE WS-NOW-TIME-N(1:4) TO WS-NOW-MINUTE.                    gbank01p
024800     MOVE SPACES TO WS-BNKGTHR-REC.                               gbank01p
024800     MOVE WS-TOKEN-USERID TO GT-REC-CLIENT.                       gbank01p
024800     EXEC CICS READ FILE('BNKGTHR')                               gbank01p
024800                    INTO(WS-BNKGTHR-REC)                          gbank01p
024800                    LENGTH(LENGTH OF WS-BNKGTHR-REC)              gbank01p
024800                    RIDFLD(GT-REC-CLIENT)                         gbank01p
024800                    RESP(WS-RESP)                                 gbank01p
024800     END-EXEC.                                                    gbank01p
024800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   gbank01p
024800        MOVE '*DEFAULT' TO GT-REC-CLIENT                          gbank01p
024800        EXEC CICS READ FILE('BNKGTHR')                            gbank01p
024800                       INTO(WS-BNKGTHR-REC)                       gbank01p
024800                       LENGTH(LENGTH OF WS-BNKGTHR-REC)           gbank01p
024800                       RIDFLD(GT-REC-CLIENT)                      gbank01p
024800                       RESP(WS-RESP)                              gbank01p
024800        END-EXEC                                                  gbank01p
024800        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                gbank01p
024800           MOVE ZERO TO GT-REC-CLIENT-PER-MIN                     gbank01p
024800           MOVE ZERO TO GT-REC-CLIENT-PER-DAY                     gbank01p
024800           MOVE ZERO TO GT-REC-TOKEN-PER-MIN                      gbank01p
024800           MOVE ZERO TO GT-REC-TOKEN-PER-DAY                      gbank01p
024800        END-IF                                                    gbank01p
024800     END-IF.                                                      gbank01p
024800     MOVE SPACES TO WS-BNKGCNT-REC.                               gbank01p
024800     SET GC-REC-FOR-CLIENT TO TRUE.                               gbank01p
024800     MOVE WS-TOKEN-USERID TO GC-REC-ID.                           gbank01p
024800     MOVE WS-NOW-DATE TO GC-REC-DATE.                             gbank01p
024800     MOVE GT-REC-CLIENT-PER-MIN TO WS-CHECK-PER-MIN.              gbank01p
024800     MOVE GT-REC-CLIENT-PER-DAY TO WS-CHECK-PER-DAY.              gbank01p
024800     PERFORM THROTTLE-PEEK                                        gbank01p
024800         THRU THROTTLE-PEEK-EXIT.                                 gbank01p
024800     IF WS-MINUTE-LIMIT-HIT                                       gbank01p
024800        MOVE 'CM' TO WS-THROTTLE-RULE                             gbank01p
024800     END-IF.                                                      gbank01p
024800     IF WS-DAY-LIMIT-HIT                                          gbank01p
024800        MOVE 'CD' TO WS-THROTTLE-RULE                             gbank01p
024800     END-IF.                                                      gbank01p
024800     IF WS-NOT-THROTTLED                                          gbank01p
024800        MOVE SPACES TO WS-BNKGCNT-REC                             gbank01p
024800        SET GC-REC-FOR-TOKEN TO TRUE                              gbank01p
024800        MOVE WS-TOKEN-HEADER TO GC-REC-ID                         gbank01p
024800        MOVE WS-NOW-DATE TO GC-REC-DATE                           gbank01p
024800        MOVE GT-REC-TOKEN-PER-MIN TO WS-CHECK-PER-MIN             gbank01p
024800        MOVE GT-REC-TOKEN-PER-DAY TO WS-CHECK-PER-DAY             gbank01p
024800        PERFORM THROTTLE-PEEK                                     gbank01p
024800            THRU THROTTLE-PEEK-EXIT                               gbank01p
024800        IF WS-MINUTE-LIMIT-HIT                                    gbank01p
024800           MOVE 'TM' TO WS-THROTTLE-RULE                          gbank01p
024800        END-IF                                                    gbank01p
024800        IF WS-DAY-LIMIT-HIT                                       gbank01p
024800           MOVE 'TD' TO WS-THROTTLE-RULE                          gbank01p
024800        END-IF                                                    gbank01p
024800     END-IF.                                                      gbank01p
024800     MOVE SPACES TO WS-BNKGCNT-REC.                               gbank01p
024800     SET GC-REC-FOR-CLIENT TO TRUE.                               gbank01p
024800     MOVE WS-TOKEN-USERID TO GC-REC-ID.                           gbank01p
024800     MOVE WS-NOW-DATE TO GC-REC-DATE.                             gbank01p
024800     PERFORM THROTTLE-COUNT                                       gbank01p
024800         THRU THROTTLE-COUNT-EXIT.                                gbank01p
024800     MOVE SPACES TO WS-BNKGCNT-REC.                               gbank01p
024800     SET GC-REC-FOR-TOKEN TO TRUE.                                gbank01p
024800     MOVE WS-TOKEN-HEADER TO GC-REC-ID.                           gbank01p
024800     MOVE WS-NOW-DATE TO GC-REC-DATE.                             gbank01p
024800     PERFORM THROTTLE-COUNT                                       gbank01p
024800         THRU THROTTLE-COUNT-EXIT.                                gbank01p
024800 THROTTLE-CHECK-EXIT.                                             gbank01p
024800     EXIT.                                                        gbank01p
024800                                                                  gbank01p
024800******************************************************************gbank01p
024800* Would one more request take the counter keyed in WS-BNKGCNT-REC*gbank01p
024800* past the limits in WS-CHECK-PER-MIN and WS-CHECK-PER-DAY? A    *gbank01p
024800* zero limit is no limit; a counter last used in an earlier      *gbank01p
024800* minute starts the minute again from nothing.                   *gbank01p
024800******************************************************************gbank01p
024800 THROTTLE-PEEK.                                                   gbank01p
024800     MOVE SPACE TO WS-LIMIT-HIT.                                  gbank01p
024800     EXEC CICS READ FILE('BNKGCNT')                               gbank01p
024800                    INTO(WS-BNKGCNT-REC)                          gbank01p
024800                    LENGTH(LENGTH OF WS-BNKGCNT-REC)              gbank01p
024800                    RIDFLD(GC-REC-KEY)                            gbank01p
024800                    RESP(WS-RESP)                                 gbank01p
024800     END-EXEC.                                                    gbank01p
024800     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   gbank01p
024800        GO TO THROTTLE-PEEK-EXIT                                  gbank01p
024800     END-IF.                                                      gbank01p
024800     IF WS-CHECK-PER-DAY IS GREATER THAN ZERO AND                 gbank01p
024800        GC-REC-DAY-COUNT IS NOT LESS THAN WS-CHECK-PER-DAY        gbank01p
024800        SET WS-DAY-LIMIT-HIT TO TRUE                              gbank01p
024800        GO TO THROTTLE-PEEK-EXIT                                  gbank01p
024800     END-IF.                                                      gbank01p
024800     IF GC-REC-MINUTE IS NOT EQUAL TO WS-NOW-MINUTE               gbank01p
024800        GO TO THROTTLE-PEEK-EXIT                                  gbank01p
024800     END-IF.                                                      gbank01p
024800     IF WS-CHECK-PER-MIN IS GREATER THAN ZERO AND                 gbank01p
024800        GC-REC-MINUTE-COUNT IS NOT LESS THAN WS-CHECK-PER-MIN     gbank01p
024800        SET WS-MINUTE-LIMIT-HIT TO TRUE                           gbank01p
024800     END-IF.                                                      gbank01p
024800 THROTTLE-PEEK-EXIT.                                              gbank01p
024800     EXIT.                                                        gbank01p
024800                                                                  gbank01p
024800******************************************************************gbank01p
024800* Count this request on the counter keyed in WS-BNKGCNT-REC,     *gbank01p
024800* starting the day's record on the client's or token's first     *gbank01p
024800* request, and keep the busiest minute. A failure to count is    *gbank01p
024800* not allowed to stop the request.                               *gbank01p
024800******************************************************************gbank01p
024800 THROTTLE-COUNT.                                                  gbank01p
024800     MOVE GC-REC-KEY TO WS-GC-KEY-SAVE.                           gbank01p
024800     EXEC CICS READ FILE('BNKGCNT')                               gbank01p
024800                    INTO(WS-BNKGCNT-REC)                          gbank01p
024800                    LENGTH(LENGTH OF WS-BNKGCNT-REC)              gbank01p
024800                    RIDFLD(GC-REC-KEY)                            gbank01p
024800                    UPDATE                                        gbank01p
024800                    RESP(WS-RESP)                                 gbank01p
024800     END-EXEC.                                                    gbank01p
024800     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       gbank01p
024800        MOVE SPACES TO WS-BNKGCNT-REC                             gbank01p
024800        MOVE WS-GC-KEY-SAVE TO GC-REC-KEY                         gbank01p
024800        MOVE WS-TOKEN-USERID TO GC-REC-CLIENT                     gbank01p
024800        MOVE WS-NOW-MINUTE TO GC-REC-MINUTE                       gbank01p
024800        MOVE ZERO TO GC-REC-MINUTE-COUNT                          gbank01p
024800        MOVE ZERO TO GC-REC-DAY-COUNT                             gbank01p
024800        MOVE ZERO TO GC-REC-REJECTED                              gbank01p
024800        MOVE WS-NOW-MINUTE TO GC-REC-PEAK-MINUTE                  gbank01p
024800        MOVE ZERO TO GC-REC-PEAK-COUNT                            gbank01p
024800        MOVE WS-NOW-TIME-N TO GC-REC-FIRST-TIME                   gbank01p
024800     ELSE                                                         gbank01p
024800        IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                gbank01p
024800           GO TO THROTTLE-COUNT-EXIT                              gbank01p
024800        END-IF                                                    gbank01p
024800     END-IF.                                                      gbank01p
024800     IF GC-REC-MINUTE IS NOT EQUAL TO WS-NOW-MINUTE               gbank01p
024800        MOVE WS-NOW-MINUTE TO GC-REC-MINUTE                       gbank01p
024800        MOVE ZERO TO GC-REC-MINUTE-COUNT                          gbank01p
024800     END-IF.                                                      gbank01p
024800     IF WS-NOT-THROTTLED                                          gbank01p
024800        ADD 1 TO GC-REC-MINUTE-COUNT                              gbank01p
024800        ADD 1 TO GC-REC-DAY-COUNT                                 gbank01p
024800        IF GC-REC-MINUTE-COUNT IS GREATER THAN GC-REC-PEAK-COUNT  gbank01p
024800           MOVE GC-REC-MINUTE-COUNT TO GC-REC-PEAK-COUNT          gbank01p
024800           MOVE GC-REC-MINUTE TO GC-REC-PEAK-MINUTE               gbank01p
024800        END-IF                                                    gbank01p
024800     ELSE                                                         gbank01p
024800        ADD 1 TO GC-REC-REJECTED                                  gbank01p
024800     END-IF.                                                      gbank01p
024800     MOVE WS-NOW-TIME-N TO GC-REC-LAST-TIME.                      gbank01p
024800     IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                       gbank01p
024800        EXEC CICS WRITE FILE('BNKGCNT')                           gbank01p
024800                  FROM(WS-BNKGCNT-REC)                            gbank01p
024800                  RIDFLD(GC-REC-KEY)                              gbank01p
024800                  LENGTH(LENGTH OF WS-BNKGCNT-REC)                gbank01p
024800                  RESP(WS-RESP)                                   gbank01p
024800        END-EXEC                                                  gbank01p
024800     ELSE                                                         gbank01p
024800        EXEC CICS REWRITE FILE('BNKGCNT')                         gbank01p
024800                  FROM(WS-BNKGCNT-REC)                            gbank01p
024800                  LENGTH(LENGTH OF WS-BNKGCNT-REC)                gbank01p
024800                  RESP(WS-RESP)                                   gbank01p
024800        END-EXEC                                                  gbank01p
024800     END-IF.                                                      gbank01p
024800 THROTTLE-COUNT-EXIT.                                             gbank01p
024800     EXIT.                                                        gbank01p
024800                                                                  gbank01p
024800******************************************************************gbank01p
024800* Stamp the current date and time for this request - used by the *gbank01p
024800* journal, token issue and token expiry comparison alike.        *gbank01p
024800******************************************************************gbank01p
024800     MOVE WS-URI-PATH(1:12) TO GJ-REC-OPERATION.                  gbank01p
024800     MOVE WS-JOURNAL-TARGET TO GJ-REC-TARGET.                     gbank01p
024800     MOVE WS-STATUS-CODE TO GJ-REC-STATUS-CODE.                   gbank01p
024800     MOVE WS-THROTTLE-RULE TO GJ-REC-THROTTLE.                    gbank01p
024800     EXEC CICS WRITE FILE('BNKGLOG')                              gbank01p
024800               FROM(WS-BNKGLOG-REC)                               gbank01p
024800               RIDFLD(GJ-REC-KEY)                                 gbank01p
026000     END-JSON.                                                    gbank01p
026100 UNKNOWN-RESOURCE-PROCESS-EXIT.                                   gbank01p
026200     EXIT.                                                        gbank01p
026300                                                                  gbank01p
026400 COPY CPERFP.                                                     gbank01p
