002516   05  BCS-REC-DECEASED                    PIC X(1).              cbankvcs
002517     88  BCS-REC-IS-DECEASED               VALUE 'Y'.             cbankvcs
002518   05  BCS-REC-DECEASED-DTE                PIC 9(8).              cbankvcs
002519******************************************************************cbankvcs
002520* The risk rating is scored monthly by ZBNKKYCS from the data    *cbankvcs
002521* already held on the customer. A compliance officer can pin     *cbankvcs
002522* the rating through DBANK27P; a pinned rating is reported but   *cbankvcs
002523* never overwritten by the scoring run until it is released.     *cbankvcs
002524******************************************************************cbankvcs
002525   05  BCS-REC-KYC-RISK-PIN                PIC X(1).              cbankvcs
002526     88  BCS-REC-KYC-RISK-PINNED           VALUE 'Y'.             cbankvcs
002527******************************************************************cbankvcs
002528* Date of birth, captured at onboarding by DBANK08P (zero on a   *cbankvcs
002529* customer taken on before it was recorded, who is treated as an *cbankvcs
002530* adult). A minor must be linked to an adult guardian's PID;     *cbankvcs
002531* while the minor flag is on the customer's accounts carry no    *cbankvcs
002532* overdraft and the posting programs hold debits to the funds in *cbankvcs
002533* the account. The monthly ZBNKAGEC run clears the flag at       *cbankvcs
002534* majority and sets the senior fee exemption at the qualifying   *cbankvcs
002535* age.                                                           *cbankvcs
002536******************************************************************cbankvcs
002537   05  BCS-REC-DOB                         PIC 9(8).              cbankvcs
002538   05  BCS-REC-GUARDIAN-PID                PIC X(5).              cbankvcs
002539   05  BCS-REC-MINOR                       PIC X(1).              cbankvcs
002540     88  BCS-REC-IS-MINOR                  VALUE 'Y'.             cbankvcs
002542******************************************************************cbankvcs
002543* Marketing consent, one flag per channel - 'Y' the customer     *cbankvcs
002544* agreed, 'N' refused, space never asked, which is treated as    *cbankvcs
002545* no consent. The date and the channel the latest consent was    *cbankvcs
002546* captured through are kept with the flags; every change is      *cbankvcs
002547* recorded by DBANK49P on the BNKMKTC history file. ZBNKCMPX     *cbankvcs
002548* will not select a customer for a campaign without consent      *cbankvcs
002549* for the campaign's channel.                                    *cbankvcs
002550******************************************************************cbankvcs
002551   05  BCS-REC-MKT-CONSENT.                                       cbankvcs
002552     10  BCS-REC-MKT-POST                  PIC X(1).              cbankvcs
002553       88  BCS-REC-MKT-POST-OK             VALUE 'Y'.             cbankvcs
002554     10  BCS-REC-MKT-EMAIL                 PIC X(1).              cbankvcs
002555       88  BCS-REC-MKT-EMAIL-OK            VALUE 'Y'.             cbankvcs
002556     10  BCS-REC-MKT-SMS                   PIC X(1).              cbankvcs
002557       88  BCS-REC-MKT-SMS-OK              VALUE 'Y'.             cbankvcs
002558     10  BCS-REC-MKT-PHONE                 PIC X(1).              cbankvcs
002559       88  BCS-REC-MKT-PHONE-OK            VALUE 'Y'.             cbankvcs
002560   05  BCS-REC-MKT-CONSENT-DTE             PIC 9(8).              cbankvcs
002561   05  BCS-REC-MKT-CONSENT-CHNL            PIC X(1).              cbankvcs
002562     88  BCS-REC-MKT-CAPTURED-BRANCH       VALUE 'B'.             cbankvcs
002563     88  BCS-REC-MKT-CAPTURED-INTERNET     VALUE 'I'.             cbankvcs
002564     88  BCS-REC-MKT-CAPTURED-PHONE        VALUE 'T'.             cbankvcs
002565     88  BCS-REC-MKT-CAPTURED-MAIL         VALUE 'M'.             cbankvcs
002566******************************************************************cbankvcs
002567* Customer type. Space is an individual - every customer taken   *cbankvcs
002568* on before the type existed. A business carries its company     *cbankvcs
002569* registration number, legal form and the date and country of    *cbankvcs
002570* incorporation; the individuals who own or control it are on    *cbankvcs
002571* the BNKBOWN beneficial-owner file (CBANKVBO), and DBANK08P     *cbankvcs
002572* will not take a business on without at least one owner.        *cbankvcs
002573******************************************************************cbankvcs
002574   05  BCS-REC-CUST-TYPE                   PIC X(1).              cbankvcs
002575     88  BCS-REC-INDIVIDUAL                VALUE SPACE, 'I'.      cbankvcs
002576     88  BCS-REC-BUSINESS                  VALUE 'B'.             cbankvcs
002577   05  BCS-REC-BUS-DETAILS.                                       cbankvcs
002578     10  BCS-REC-BUS-REG-NO                PIC X(15).             cbankvcs
002579     10  BCS-REC-BUS-LEGAL-FORM            PIC X(2).              cbankvcs
002580       88  BCS-REC-BUS-LIMITED             VALUE 'LT'.            cbankvcs
002581       88  BCS-REC-BUS-PUBLIC-LIMITED      VALUE 'PL'.            cbankvcs
002582       88  BCS-REC-BUS-LLP                 VALUE 'LP'.            cbankvcs
002583       88  BCS-REC-BUS-PARTNERSHIP         VALUE 'PA'.            cbankvcs
002584       88  BCS-REC-BUS-SOLE-TRADER         VALUE 'ST'.            cbankvcs
002585       88  BCS-REC-BUS-CHARITY-TRUST       VALUE 'CT'.            cbankvcs
002586       88  BCS-REC-BUS-FORM-VALID          VALUE 'LT', 'PL',      cbankvcs
002587                                           'LP', 'PA', 'ST', 'CT'.cbankvcs
002588     10  BCS-REC-BUS-INC-DTE               PIC 9(8).              cbankvcs
002589     10  BCS-REC-BUS-INC-CNTRY             PIC X(6).              cbankvcs
002590   05  FILLER                              PIC X(4).              cbankvcs
002500                                                                  cbankvcs
002600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvcs
