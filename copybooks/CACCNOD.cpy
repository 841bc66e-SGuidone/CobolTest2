000100***************************************************************** caccnod
000200*                                                               * caccnod
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * caccnod
000400*                                                               * caccnod
000500***************************************************************** caccnod
000600                                                                  caccnod
000700***************************************************************** caccnod
000800* CACCNOD.CPY                                                   * caccnod
000900*---------------------------------------------------------------* caccnod
001000* Parameter area passed to the UACCNO account number utility.   * caccnod
001100* Account numbers carry a modulus 11 check digit in the ninth   * caccnod
001200* position over the eight-digit serial in front of it. Set the  * caccnod
001300* function and pass the number (or the IBAN, to parse one):     * caccnod
001400*   N - next number: ACN-ACCNO in is the highest number held,   * caccnod
001500*       ACN-ACCNO out is the next serial that takes a check     * caccnod
001600*       digit, with the digit appended                          * caccnod
001700*   V - validate ACN-ACCNO                                      * caccnod
001800*   I - derive the IBAN for ACN-ACCNO, in electronic and in     * caccnod
001900*       printed (grouped in fours) form                         * caccnod
002000*   P - parse ACN-IBAN (spaces and lower case allowed) back to  * caccnod
002100*       our account number in ACN-ACCNO                         * caccnod
002200* ACN-RESULT answers for all four.                              * caccnod
002300***************************************************************** caccnod
002400   05  ACN-INPUT.                                                 caccnod
002500     10  ACN-FUNCTION                       PIC X(1).             caccnod
002600       88  ACN-NEXT-NUMBER                  VALUE 'N'.            caccnod
002700       88  ACN-VALIDATE                     VALUE 'V'.            caccnod
002800       88  ACN-DERIVE-IBAN                  VALUE 'I'.            caccnod
002900       88  ACN-PARSE-IBAN                   VALUE 'P'.            caccnod
003000     10  ACN-ACCNO                          PIC X(9).             caccnod
003100     10  ACN-IBAN                           PIC X(34).            caccnod
003200   05  ACN-OUTPUT.                                                caccnod
003300     10  ACN-IBAN-PRINT                     PIC X(42).            caccnod
003400     10  ACN-RESULT                         PIC X(1).             caccnod
003500       88  ACN-VALID                        VALUE 'Y'.            caccnod
003600       88  ACN-CHECK-FAILED                 VALUE 'C'.            caccnod
003700       88  ACN-NOT-NUMERIC                  VALUE 'N'.            caccnod
003800       88  ACN-IBAN-NOT-OURS                VALUE 'F'.            caccnod
003900       88  ACN-IBAN-INVALID                 VALUE 'I'.            caccnod
004000                                                                  caccnod
004100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     caccnod
