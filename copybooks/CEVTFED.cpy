000100***************************************************************** cevtfed
000200*                                                               * cevtfed
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cevtfed
000400*                                                               * cevtfed
000500***************************************************************** cevtfed
000600                                                                  cevtfed
000700***************************************************************** cevtfed
000800* CEVTFED.CPY                                                   * cevtfed
000900*---------------------------------------------------------------* cevtfed
001000* Parameter area passed to the UEVTFEE event-fee utility. A     * cevtfed
001100* batch posting program calls it with the event code and the    * cevtfed
001200* account, immediately after performing the event. UEVTFEE      * cevtfed
001300* prices the event from the BNKEVTF tariff, applies the         * cevtfed
001400* waiver rules and logs the outcome on BNKEVFL; on a CHARGE     * cevtfed
001500* reply the caller debits the fee under the returned            * cevtfed
001600* transaction type and description, with the fee-income         * cevtfed
001700* contra, exactly as it posts its own entries.                  * cevtfed
001800***************************************************************** cevtfed
001900   05  EVF-EVENT                            PIC X(3).             cevtfed
002000     88  EVF-STOP-CHEQUE                    VALUE 'STP'.          cevtfed
002100     88  EVF-CHEQUE-BOOK                    VALUE 'CHB'.          cevtfed
002200     88  EVF-EXTERNAL-XFER                  VALUE 'EXT'.          cevtfed
002300     88  EVF-CARD-REPLACE                   VALUE 'CRP'.          cevtfed
002400     88  EVF-RETURNED-CHEQUE                VALUE 'RCQ'.          cevtfed
002500     88  EVF-FOREIGN-ATM                    VALUE 'FAT'.          cevtfed
002600   05  EVF-ACCNO                            PIC X(9).             cevtfed
002700   05  EVF-ACC-TYPE                         PIC X(1).             cevtfed
002800   05  EVF-PID                              PIC X(5).             cevtfed
002900   05  EVF-BALANCE                          PIC S9(9)V99          cevtfed
003000       COMP-3.                                                    cevtfed
003100   05  EVF-SOURCE                           PIC X(8).             cevtfed
003200   05  EVF-REPLY                            PIC X(1).             cevtfed
003300     88  EVF-CHARGE                         VALUE 'C'.            cevtfed
003400     88  EVF-WAIVED                         VALUE 'W'.            cevtfed
003500     88  EVF-NO-FEE                         VALUE 'N'.            cevtfed
003600     88  EVF-FAILED                         VALUE 'F'.            cevtfed
003700   05  EVF-FEE                              PIC S9(5)V99          cevtfed
003800       COMP-3.                                                    cevtfed
003900   05  EVF-TXN-TYPE                         PIC X(3).             cevtfed
004000   05  EVF-DESC                             PIC X(25).            cevtfed
004100   05  EVF-REASON                           PIC X(30).            cevtfed
004200   05  EVF-REPLY-TEXT                       PIC X(40).            cevtfed
004300                                                                  cevtfed
004400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cevtfed
