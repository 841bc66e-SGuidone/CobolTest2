001200* customer records - allocating the next PID, applying the      * cbankd08
001300* same address validation as DBANK02P, and checking for likely  * cbankd08
001400* duplicates via the name alternate index before committing.    * cbankd08
001410* Date of birth is required at onboarding; a customer under the * cbankd08
001420* age of majority must name an adult guardian's PID. Function 3 * cbankd08
001430* records or corrects date of birth and guardian on an existing * cbankd08
001440* customer (CONTACT-ID), under the BNKAUDT trail.               * cbankd08
001450* A business customer (CD08I-CUST-TYPE B) gives its             * cbankd08
001460* registration details in place of date of birth and at least   * cbankd08
001470* one beneficial owner, written to BNKBOWN with the customer.   * cbankd08
001480* Function 4 adds owners to an existing business (CONTACT-ID).  * cbankd08
001500***************************************************************** cbankd08
001600   05  CD08-DATA.                                                 cbankd08
001700     10  CD08I-DATA.                                              cbankd08
001800       15  CD08I-FUNCTION                  PIC X(1).              cbankd08
001900         88  CD08I-CREATE                  VALUE SPACE, '1'.      cbankd08
001910         88  CD08I-CHANGE-BRANCH           VALUE '2'.             cbankd08
001920         88  CD08I-CHANGE-DOB              VALUE '3'.             cbankd08
001930         88  CD08I-ADD-OWNERS              VALUE '4'.             cbankd08
002000       15  CD08I-NAME                      PIC X(25).             cbankd08
002100       15  CD08I-ADDR1                     PIC X(25).             cbankd08
002200       15  CD08I-ADDR2                     PIC X(25).             cbankd08
003210       15  CD08I-BRANCH                    PIC X(3).              cbankd08
003220       15  CD08I-CONTACT-ID                PIC X(5).              cbankd08
003230       15  CD08I-USERID                    PIC X(8).              cbankd08
003240       15  CD08I-DOB                       PIC X(8).              cbankd08
003250       15  CD08I-DOB-N REDEFINES CD08I-DOB PIC 9(8).              cbankd08
003260       15  CD08I-GUARDIAN-PID              PIC X(5).              cbankd08
003261       15  CD08I-CUST-TYPE                 PIC X(1).              cbankd08
003262         88  CD08I-INDIVIDUAL              VALUE SPACE, 'I'.      cbankd08
003263         88  CD08I-BUSINESS                VALUE 'B'.             cbankd08
003264       15  CD08I-BUS-REG-NO                PIC X(15).             cbankd08
003265       15  CD08I-BUS-LEGAL-FORM            PIC X(2).              cbankd08
003266         88  CD08I-BUS-FORM-VALID          VALUE 'LT', 'PL',      cbankd08
003267                                           'LP', 'PA', 'ST', 'CT'.cbankd08
003268       15  CD08I-BUS-INC-DTE               PIC X(8).              cbankd08
003269       15  CD08I-BUS-INC-DTE-N REDEFINES CD08I-BUS-INC-DTE        cbankd08
003270                                           PIC 9(8).              cbankd08
003271       15  CD08I-BUS-INC-CNTRY             PIC X(6).              cbankd08
003272       15  CD08I-OWNER-COUNT               PIC 9(1).              cbankd08
003273       15  CD08I-OWNER-AREA.                                      cbankd08
003274         20  CD08I-OWNER OCCURS 5 TIMES.                          cbankd08
003275           25  CD08I-OWN-NAME              PIC X(25).             cbankd08
003276           25  CD08I-OWN-PID               PIC X(5).              cbankd08
003277           25  CD08I-OWN-DOB               PIC X(8).              cbankd08
003278           25  CD08I-OWN-DOB-N REDEFINES CD08I-OWN-DOB            cbankd08
003279                                           PIC 9(8).              cbankd08
003280           25  CD08I-OWN-CNTRY             PIC X(6).              cbankd08
003281           25  CD08I-OWN-PCT               PIC 9(3)V99.           cbankd08
003282           25  CD08I-OWN-ROLE              PIC X(1).              cbankd08
003283             88  CD08I-OWN-SHAREHOLDER     VALUE 'O'.             cbankd08
003284             88  CD08I-OWN-CONTROLLER      VALUE 'C'.             cbankd08
003285             88  CD08I-OWN-ROLE-VALID      VALUE 'O', 'C'.        cbankd08
003300     10  CD08O-DATA.                                              cbankd08
003400       15  CD08O-STATUS                    PIC X(1).              cbankd08
003500         88  CD08O-CREATED                 VALUE 'A'.             cbankd08
004200         20  CD08O-DUP-INFO OCCURS 5 TIMES.                       cbankd08
004300           25  CD08O-DUP-PID               PIC X(5).              cbankd08
004400           25  CD08O-DUP-NAME              PIC X(25).             cbankd08
004410       15  CD08O-MINOR                     PIC X(1).              cbankd08
004420       15  CD08O-FEE-EXEMPT                PIC X(1).              cbankd08
004430       15  CD08O-OWNER-COUNT               PIC 9(2).              cbankd08
004500                                                                  cbankd08
004600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd08
