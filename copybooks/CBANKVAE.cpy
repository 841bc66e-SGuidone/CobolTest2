001500* and timestamp, and the flag ZBNKRTNT sets once the advance    * cbankvae
001510* rate-change notices for a pending row have been queued.       * cbankvae
001520* Maintained through DBANK10P.                                  * cbankvae
001530* Each row carries the full balance-band structure (see         * cbankvae
001540* CBANKVAT) that takes effect with it.                          * cbankvae
001600***************************************************************** cbankvae
001700   05  AE-REC-KEY.                                                cbankvae
001800     10  AE-REC-TYPE                         PIC X(1).            cbankvae
002800   05  AE-REC-STAMP-TIME                     PIC X(6).            cbankvae
002900   05  AE-REC-NOTICE-SENT                    PIC X(1).            cbankvae
002910     88  AE-REC-NOTICE-DONE                    VALUE 'Y'.         cbankvae
002911   05  AE-REC-BAND-AREA.                                          cbankvae
002912     10  AE-REC-BAND OCCURS 3 TIMES.                              cbankvae
002913       15  AE-REC-BAND-FLOOR                 PIC S9(7)V99         cbankvae
002914           COMP-3.                                                cbankvae
002915       15  AE-REC-BAND-RATE                  PIC S9(3)V9(4)       cbankvae
002916           COMP-3.                                                cbankvae
002920   05  FILLER                                PIC X(9).            cbankvae
003000                                                                  cbankvae
003100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvae
