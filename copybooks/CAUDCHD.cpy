000100***************************************************************** caudchd
000200*                                                               * caudchd
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * caudchd
000400*                                                               * caudchd
000500***************************************************************** caudchd
000600                                                                  caudchd
000700***************************************************************** caudchd
000800* CAUDCHD.CPY                                                   * caudchd
000900*---------------------------------------------------------------* caudchd
001000* Working storage used by the CAUDCHP AUDIT-CHAIN-WRITE         * caudchd
001100* paragraph to chain a BNKAUDT record and write it. The         * caudchd
001200* program also needs WS-BNKAUDT-REC (CBANKVAD), WS-BNKACHN-REC  * caudchd
001300* (CBANKVCN), WS-AUDHSH-PARM (CAUDHSD) and WS-RESP, which is    * caudchd
001400* left holding the response to the BNKAUDT write as before.     * caudchd
001500***************************************************************** caudchd
001600 01  WS-AUDIT-CHAIN-STORAGE.                                      caudchd
001700   05  WS-ACHN-RESP                         PIC S9(8) COMP.       caudchd
001800   05  WS-ACHN-HEAD-SWITCH                  PIC X(1).             caudchd
001900     88  ACHN-HEAD-HELD                      VALUE 'Y'.           caudchd
002000     88  ACHN-HEAD-NOT-HELD                  VALUE 'N'.           caudchd
002100                                                                  caudchd
002200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     caudchd
