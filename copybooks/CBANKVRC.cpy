000800* CBANKVRC.CPY                                                  * cbankvrc
000900*---------------------------------------------------------------* cbankvrc
001000* Record layout of the BNKRUNC VSAM file (batch run control,    * cbankvrc
001100* keyed by job, business date and slice). URUNCTL records each  * cbankvrc
001200* job's start, end and return code here, blocks a second run    * cbankvrc
001300* of the same job for the same business date, and enforces      * cbankvrc
001400* job-to-job prerequisites; DBANK07P shows the night's          * cbankvrc
001500* results to operations.                                        * cbankvrc
001510* A job run in account-range slices has one record per slice    * cbankvrc
001520* (slice 01 upwards, each carrying the number of slices) and a  * cbankvrc
001530* job-level record under slice 00 that URUNCTL only marks ended * cbankvrc
001540* OK once every slice has; an unsliced run uses slice 00 alone. * cbankvrc
001600***************************************************************** cbankvrc
001700   05  RC-REC-KEY.                                                cbankvrc
001800     10  RC-REC-JOB                          PIC X(8).            cbankvrc
001900     10  RC-REC-BUSDATE                      PIC 9(8).            cbankvrc
001910     10  RC-REC-SLICE                        PIC 9(2).            cbankvrc
002000   05  RC-REC-START-TIME                     PIC X(6).            cbankvrc
002100   05  RC-REC-END-TIME                       PIC X(6).            cbankvrc
002200   05  RC-REC-RETURN-CODE                    PIC 9(4).            cbankvrc
002400     88  RC-REC-STARTED                        VALUE 'S'.         cbankvrc
002500     88  RC-REC-ENDED-OK                       VALUE 'E'.         cbankvrc
002600     88  RC-REC-FAILED                         VALUE 'F'.         cbankvrc
002610   05  RC-REC-SLICES                         PIC 9(2).            cbankvrc
002700   05  FILLER                                PIC X(6).            cbankvrc
002800                                                                  cbankvrc
002900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvrc
