000100***************************************************************** cwqueued
000200*                                                               * cwqueued
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cwqueued
000400*                                                               * cwqueued
000500***************************************************************** cwqueued
000600                                                                  cwqueued
000700***************************************************************** cwqueued
000800* CWQUEUED.CPY                                                  * cwqueued
000900*---------------------------------------------------------------* cwqueued
001000* The operations case queues shown on the work-queue aging      * cwqueued
001100* enquiry (DBANK57P) and the morning ZBNKWQAG aging report -    * cwqueued
001200* the queue file, the screen its items are worked on and a      * cwqueued
001300* short description. The entry number is the queue number both  * cwqueued
001400* programs use.                                                 * cwqueued
001500***************************************************************** cwqueued
001600 01  WQ-QUEUE-TABLE-VALUES.                                       cwqueued
001700   05  FILLER PIC X(40) VALUE                                     cwqueued
001800       'BNKSUSP DBANK30PSuspense items          '.                cwqueued
001900   05  FILLER PIC X(40) VALUE                                     cwqueued
002000       'BNKCMPQ DBANK28PCompliance holds        '.                cwqueued
002100   05  FILLER PIC X(40) VALUE                                     cwqueued
002200       'BNKFCAS DBANK29PFraud cases             '.                cwqueued
002300   05  FILLER PIC X(40) VALUE                                     cwqueued
002400       'BNKREFQ DBANK40PSupervisor referrals    '.                cwqueued
002500   05  FILLER PIC X(40) VALUE                                     cwqueued
002600       'BNKPPAY DBANK33PPositive-pay decisions  '.                cwqueued
002700   05  FILLER PIC X(40) VALUE                                     cwqueued
002800       'BNKDELQ DBANK20PLoan collections        '.                cwqueued
002900   05  FILLER PIC X(40) VALUE                                     cwqueued
003000       'BNKPINV DBANK31PPayment investigations  '.                cwqueued
003100   05  FILLER PIC X(40) VALUE                                     cwqueued
003200       'BNKEXTL DBANK16PTransfers for approval  '.                cwqueued
003300   05  FILLER PIC X(40) VALUE                                     cwqueued
003400       'BNKLNRS DBANK22PLoan restructures       '.                cwqueued
003500   05  FILLER PIC X(40) VALUE                                     cwqueued
003600       'BNKCMPL DBANK47PCustomer complaints     '.                cwqueued
003700   05  FILLER PIC X(40) VALUE                                     cwqueued
003800       'BNKDISP DBANK44PCard disputes           '.                cwqueued
003900 01  WQ-QUEUE-TABLE REDEFINES WQ-QUEUE-TABLE-VALUES.              cwqueued
004000   05  WQ-QUEUE-ENTRY OCCURS 11 TIMES.                            cwqueued
004100     10  WQ-QUEUE-FILE                     PIC X(8).              cwqueued
004200     10  WQ-QUEUE-SCREEN                   PIC X(8).              cwqueued
004300     10  WQ-QUEUE-DESC                     PIC X(24).             cwqueued
004400 01  WQ-QUEUE-COUNT                  PIC S9(4) COMP VALUE 11.     cwqueued
004500                                                                  cwqueued
004600* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cwqueued
