001400* them on demand, and a bulletin can be targeted at one user    * cbankvbu
001500* role (spaces reach everyone) so teller notices stay off the   * cbankvbu
001600* loan officers' screens.                                       * cbankvbu
001650* ZBNKFXPS also posts critical FX position limit breaches.      * cbankvbu
001700***************************************************************** cbankvbu
001800   05  BU-REC-KEY.                                                cbankvbu
001900     10  BU-REC-DATE                         PIC 9(8).            cbankvbu
