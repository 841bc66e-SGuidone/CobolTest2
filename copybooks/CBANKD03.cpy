001542         88  CD03I-TELLER-DEPOSIT         VALUE 'D'.              cbankd03
001543         88  CD03I-TELLER-WITHDRAWAL      VALUE 'W'.              cbankd03
001544         88  CD03I-ACCT-XFER              VALUE 'X'.              cbankd03
001554         88  CD03I-OTP-VERIFY             VALUE 'V'.              cbankd03
001555         88  CD03I-BILL-PAY               VALUE 'B'.              cbankd03
001600       15  CD03I-CONTACT-ID                PIC X(5).              cbankd03
001610       15  CD03I-START-ACCNO               PIC X(9).              cbankd03
001620       15  CD03I-TXN-ACCNO                 PIC X(9).              cbankd03
001712       15  CD03I-XFER-TO-ACCNO             PIC X(9).              cbankd03
001713       15  CD03I-XFER-AMOUNT               PIC S9(7)V99           cbankd03
001714           COMP-3.                                                cbankd03
001715       15  CD03I-SESSION-TOKEN             PIC X(16).             cbankd03
001716       15  CD03I-OTP-ACCNO                 PIC X(9).              cbankd03
001717       15  CD03I-OTP-REF                   PIC 9(7).              cbankd03
001718       15  CD03I-OTP-PASSCODE              PIC X(6).              cbankd03
001719       15  CD03I-NOTICE-PENALTY            PIC X(1).              cbankd03
001720         88  CD03I-PENALTY-ACCEPTED        VALUE 'Y'.             cbankd03
001721       15  CD03I-BILL-CODE                 PIC X(6).              cbankd03
001722       15  CD03I-BILL-REF                  PIC X(20).             cbankd03
001723       15  CD03I-EXTL-PAYEE-SEQ            PIC 9(3).              cbankd03
001700     10  CD03O-DATA.                                              cbankd03
001710       15  CD03O-MORE-FLAG                  PIC X(1).             cbankd03
001720         88  CD03O-MORE-RECORDS              VALUE 'Y'.           cbankd03
002330           25  CD03O-ACC-CURRENCY          PIC X(3).              cbankd03
002340           25  CD03O-ACC-AVAILABLE         PIC S9(7)V99           cbankd03
002350               COMP-3.                                            cbankd03
002356           25  CD03O-ACC-INT-RATE          PIC S9(3)V9(4)         cbankd03
002362               COMP-3.                                            cbankd03
002368           25  CD03O-ACC-BAND-AREA.                               cbankd03
002374             30  CD03O-ACC-BAND OCCURS 3 TIMES.                   cbankd03
002380               35  CD03O-ACC-BAND-FLOOR    PIC S9(7)V99           cbankd03
002386                   COMP-3.                                        cbankd03
002392               35  CD03O-ACC-BAND-RATE     PIC S9(3)V9(4)         cbankd03
002398                   COMP-3.                                        cbankd03
002399           25  CD03O-ACC-IBAN              PIC X(18).             cbankd03
002410       15  CD03O-TXN-COUNT                  PIC 9(2).             cbankd03
002420       15  CD03O-TXN-AREA.                                        cbankd03
002430         20  CD03O-TXN-INFO OCCURS 10 TIMES.                      cbankd03
002500       15  CD03O-EXTL-STATUS                PIC X(1).             cbankd03
002501         88  CD03O-EXTL-QUEUED              VALUE 'Q'.            cbankd03
002502         88  CD03O-EXTL-REJECTED            VALUE 'E'.            cbankd03
002503         88  CD03O-EXTL-AWAITING-OTP        VALUE 'O'.            cbankd03
002504       15  CD03O-EXTL-REF                   PIC 9(7).             cbankd03
002505       15  CD03O-EXTL-MESSAGE               PIC X(60).            cbankd03
002506       15  CD03O-EXTL-BANK-NAME             PIC X(25).            cbankd03
002507       15  CD03O-EXTL-RATE                  PIC 9(3)V9(6)         cbankd03
002508           COMP-3.                                                cbankd03
002509       15  CD03O-EXTL-CONVERTED             PIC S9(7)V99          cbankd03
002510           COMP-3.                                                cbankd03
002511       15  CD03O-EXTL-COUNT                 PIC 9(2).             cbankd03
002512       15  CD03O-EXTL-AREA.                                       cbankd03
002513         20  CD03O-EXTL-INFO OCCURS 10 TIMES.                     cbankd03
002514           25  CD03O-EXTL-BANK-ID          PIC X(11).             cbankd03
002515           25  CD03O-EXTL-DEST-ACCNO       PIC X(17).             cbankd03
002516           25  CD03O-EXTL-DEST-NAME        PIC X(25).             cbankd03
002517           25  CD03O-EXTL-AMOUNT           PIC S9(7)V99           cbankd03
002518               COMP-3.                                            cbankd03
002519           25  CD03O-EXTL-CURRENCY         PIC X(3).              cbankd03
002520           25  CD03O-EXTL-REQUEST-DTE      PIC 9(8).              cbankd03
002521           25  CD03O-EXTL-O-STATUS         PIC X(1).              cbankd03
002522       15  CD03O-JOWN-STATUS               PIC X(1).              cbankd03
002523         88  CD03O-JOWN-ADDED               VALUE 'A'.            cbankd03
002524         88  CD03O-JOWN-REJECTED            VALUE 'E'.            cbankd03
002525       15  CD03O-JOWN-MESSAGE              PIC X(60).             cbankd03
002526       15  CD03O-JOWN-COUNT                PIC 9(2).              cbankd03
002527       15  CD03O-JOWN-AREA.                                       cbankd03
002528         20  CD03O-JOWN-INFO OCCURS 5 TIMES.                      cbankd03
002529           25  CD03O-JOWN-PID              PIC X(5).              cbankd03
002530           25  CD03O-JOWN-NAME             PIC X(25).             cbankd03
002531           25  CD03O-JOWN-ADDED-DTE        PIC 9(8).              cbankd03
002532           25  CD03O-JOWN-O-STATUS         PIC X(1).              cbankd03
002533           25  CD03O-JOWN-AUTH             PIC X(1).              cbankd03
002534       15  CD03O-TELLER-STATUS             PIC X(1).              cbankd03
002535         88  CD03O-TELLER-APPLIED          VALUE 'A'.             cbankd03
002536         88  CD03O-TELLER-REJECTED         VALUE 'E'.             cbankd03
002537       15  CD03O-TELLER-MESSAGE            PIC X(60).             cbankd03
002538       15  CD03O-TELLER-REF                 PIC 9(7).             cbankd03
002539       15  CD03O-TELLER-BALANCE            PIC S9(7)V99           cbankd03
002540           COMP-3.                                                cbankd03
002541       15  CD03O-XFER-STATUS               PIC X(1).              cbankd03
002542         88  CD03O-XFER-APPLIED            VALUE 'A'.             cbankd03
002543         88  CD03O-XFER-REJECTED           VALUE 'E'.             cbankd03
002544         88  CD03O-XFER-AWAITING-OTP       VALUE 'O'.             cbankd03
002545       15  CD03O-XFER-MESSAGE              PIC X(60).             cbankd03
002546       15  CD03O-XFER-REF                  PIC 9(7).              cbankd03
002547       15  CD03O-XFER-NEW-BALANCE          PIC S9(7)V99           cbankd03
002548           COMP-3.                                                cbankd03
002549       15  CD03O-XFER-RATE                 PIC 9(3)V9(6)          cbankd03
002550           COMP-3.                                                cbankd03
002551       15  CD03O-XFER-CONVERTED            PIC S9(7)V99           cbankd03
002552           COMP-3.                                                cbankd03
002553       15  CD03O-RECUR-ADD-STATUS          PIC X(1).              cbankd03
002554         88  CD03O-RECUR-ADD-OK            VALUE 'A'.             cbankd03
002555         88  CD03O-RECUR-ADD-REJECTED      VALUE 'E'.             cbankd03
002556       15  CD03O-RECUR-ADD-MESSAGE         PIC X(60).             cbankd03
002557       15  CD03O-OTP-STATUS                PIC X(1).              cbankd03
002558         88  CD03O-OTP-RELEASED            VALUE 'A'.             cbankd03
002559         88  CD03O-OTP-REJECTED            VALUE 'E'.             cbankd03
002560       15  CD03O-OTP-MESSAGE               PIC X(60).             cbankd03
002561       15  CD03O-OTP-KIND                  PIC X(1).              cbankd03
002562       15  CD03O-OTP-TRIES-LEFT            PIC 9(1).              cbankd03
002563       15  CD03O-TELLER-RECEIPT-NO         PIC 9(7).              cbankd03
002564       15  CD03O-NOTICE-PENALTY            PIC S9(7)V99           cbankd03
002565           COMP-3.                                                cbankd03
002566       15  CD03O-BILL-NAME                 PIC X(25).             cbankd03
002600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd03
