000100***************************************************************** cbankvgt
000200*                                                               * cbankvgt
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvgt
000400*                                                               * cbankvgt
000500***************************************************************** cbankvgt
000600                                                                  cbankvgt
000700***************************************************************** cbankvgt
000800* CBANKVGT.CPY                                                  * cbankvgt
000900*---------------------------------------------------------------* cbankvgt
001000* Record layout of the BNKGTHR VSAM file (request limits for    * cbankvgt
001100* the JSON gateway, keyed by client - the userid a partner      * cbankvgt
001200* integration signs on with). The client limits cap everything *  cbankvgt
001300* the client sends across all its tokens; the token limits cap  * cbankvgt
001400* any one session token. A client with no row of its own takes  * cbankvgt
001500* the *DEFAULT row; a zero limit means no limit. Maintained on  * cbankvgt
001600* DBANK50P, every change audited to BNKAUDT.                    * cbankvgt
001700***************************************************************** cbankvgt
001800   05  GT-REC-CLIENT                         PIC X(8).            cbankvgt
001900   05  GT-REC-CLIENT-PER-MIN                 PIC 9(5).            cbankvgt
002000   05  GT-REC-CLIENT-PER-DAY                 PIC 9(7).            cbankvgt
002100   05  GT-REC-TOKEN-PER-MIN                  PIC 9(5).            cbankvgt
002200   05  GT-REC-TOKEN-PER-DAY                  PIC 9(7).            cbankvgt
002300   05  GT-REC-UPDATED-USERID                 PIC X(8).            cbankvgt
002400   05  GT-REC-UPDATED-DTE                    PIC 9(8).            cbankvgt
002500   05  FILLER                                PIC X(32).           cbankvgt
002600                                                                  cbankvgt
002700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvgt
