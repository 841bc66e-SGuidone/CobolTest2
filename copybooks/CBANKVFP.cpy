000100***************************************************************** cbankvfp
000200*                                                               * cbankvfp
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankvfp
000400*                                                               * cbankvfp
000500***************************************************************** cbankvfp
000600                                                                  cbankvfp
000700***************************************************************** cbankvfp
000800* CBANKVFP.CPY                                                  * cbankvfp
000900*---------------------------------------------------------------* cbankvfp
001000* Record layout of the BNKFXLM VSAM file (treasury limits on    * cbankvfp
001100* the net open foreign-currency position, keyed by currency     * cbankvfp
001200* code). Each limit is in base currency and caps the position   * cbankvfp
001300* either way - long or short. The '***' row limits the          * cbankvfp
001400* aggregate position across all currencies; a currency with no  * cbankvfp
001500* row, or a zero limit, is not limited. Maintained on           * cbankvfp
001600* DBANK56P, every change audited to BNKAUDT; read by the daily  * cbankvfp
001700* ZBNKFXPS position report.                                     * cbankvfp
001800***************************************************************** cbankvfp
001900   05  FP-REC-CCY                            PIC X(3).            cbankvfp
002000   05  FP-REC-LIMIT                          PIC 9(11)V99         cbankvfp
002100       COMP-3.                                                    cbankvfp
002200   05  FP-REC-UPDATED-USERID                 PIC X(8).            cbankvfp
002300   05  FP-REC-UPDATED-DTE                    PIC 9(8).            cbankvfp
002400   05  FILLER                                PIC X(54).           cbankvfp
002500                                                                  cbankvfp
002600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvfp
