000900*---------------------------------------------------------------* cbankvat
001000* Record layout of the BNKATYPE VSAM file (account type/rate    * cbankvat
001100* reference file).                                              * cbankvat
001110* Balance bands: BAT-REC-INT-RATE is paid on the slice of a     * cbankvat
001120* credit balance below the first band floor; each band's rate   * cbankvat
001130* is paid on the slice from its floor up to the next band's     * cbankvat
001140* floor (the last band is open-ended). A zero floor marks an    * cbankvat
001150* unused band, so a type with no bands accrues at a flat rate.  * cbankvat
001200***************************************************************** cbankvat
001300   05  BAT-REC-TYPE                        PIC X(1).              cbankvat
001400   05  BAT-REC-DESC                        PIC X(15).             cbankvat
001920       COMP-3.                                                    cbankvat
001930   05  BAT-REC-DEBIT-INT-RATE              PIC S9(3)V9(4)         cbankvat
001940       COMP-3.                                                    cbankvat
001947   05  BAT-REC-BAND-AREA.                                         cbankvat
001954     10  BAT-REC-BAND OCCURS 3 TIMES.                             cbankvat
001961       15  BAT-REC-BAND-FLOOR              PIC S9(7)V99           cbankvat
001968           COMP-3.                                                cbankvat
001975       15  BAT-REC-BAND-RATE               PIC S9(3)V9(4)         cbankvat
001982           COMP-3.                                                cbankvat
001992* A junior savers type names the adult type its accounts move     cbankvat
002002* to when the holder reaches majority (ZBNKAGEC); only a minor    cbankvat
002012* may open one. Space on every other type.                        cbankvat
002022   05  BAT-REC-ADULT-TYPE                  PIC X(1).              cbankvat
002032* A notice savings type gives the days of notice a withdrawal     cbankvat
002042* needs (BNKWNOT); zero on every other type.                      cbankvat
002052   05  BAT-REC-NOTICE-DAYS                 PIC 9(3).              cbankvat
002062     88  BAT-REC-NOTICE-ACCOUNT              VALUES 1 THRU 999.   cbankvat
002100                                                                  cbankvat
002200* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvat
