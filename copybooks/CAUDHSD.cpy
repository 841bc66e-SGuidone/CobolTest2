000100***************************************************************** caudhsd
000200*                                                               * caudhsd
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * caudhsd
000400*                                                               * caudhsd
000500***************************************************************** caudhsd
000600                                                                  caudhsd
000700***************************************************************** caudhsd
000800* CAUDHSD.CPY                                                   * caudhsd
000900*---------------------------------------------------------------* caudhsd
001000* Parameter area passed to the UAUDHSH audit hash utility. The  * caudhsd
001100* caller moves the data to be sealed into AHS-DATA - a whole    * caudhsd
001200* BNKAUDT record with its own hash field blank, or the text of  * caudhsd
001300* a daily seal - and gets back a 20-digit hash keyed with the   * caudhsd
001400* installation's audit key, so a record cannot be altered and   * caudhsd
001500* re-hashed by anybody with access to the data set alone.       * caudhsd
001600***************************************************************** caudhsd
001700   05  AHS-DATA                              PIC X(260).          caudhsd
001800   05  AHS-HASH                              PIC X(20).           caudhsd
001900                                                                  caudhsd
002000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     caudhsd
