001200* number; one record per inbound request recording who asked,   * cbankvgj
001300* with which token, for which operation and target, and what    * cbankvgj
001400* status code the gateway answered with).                       * cbankvgj
001410* A request refused for going over a BNKGTHR limit is answered  * cbankvgj
001420* 429 and carries which limit it broke.                         * cbankvgj
001500***************************************************************** cbankvgj
001600   05  GJ-REC-KEY.                                                cbankvgj
001700     10  GJ-REC-DATE                         PIC 9(8).            cbankvgj
002200   05  GJ-REC-OPERATION                      PIC X(12).           cbankvgj
002300   05  GJ-REC-TARGET                         PIC X(17).           cbankvgj
002400   05  GJ-REC-STATUS-CODE                    PIC 9(3).            cbankvgj
002410   05  GJ-REC-THROTTLE                       PIC X(2).            cbankvgj
002420     88  GJ-REC-NOT-THROTTLED                  VALUE SPACES.      cbankvgj
002430     88  GJ-REC-CLIENT-MINUTE                  VALUE 'CM'.        cbankvgj
002440     88  GJ-REC-CLIENT-DAY                     VALUE 'CD'.        cbankvgj
002450     88  GJ-REC-TOKEN-MINUTE                   VALUE 'TM'.        cbankvgj
002460     88  GJ-REC-TOKEN-DAY                      VALUE 'TD'.        cbankvgj
002500   05  FILLER                                PIC X(8).            cbankvgj
002600                                                                  cbankvgj
002700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvgj
