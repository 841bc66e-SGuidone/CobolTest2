001000* This area is used to pass data between a requesting program   * cbankd19
001100* and the I/O program (DBANK19P) which places, releases and     * cbankd19
001200* lists stop-cheque orders on BNKSTOP.                          * cbankd19
001210* The event fee DBANK53P takes for a placed stop is returned in * cbankd19
001220* CD19O-FEE.                                                    * cbankd19
001300***************************************************************** cbankd19
001400   05  CD19-DATA.                                                 cbankd19
001500     10  CD19I-DATA.                                              cbankd19
003600           25  CD19O-STOP-PLACED           PIC 9(8).              cbankd19
003700           25  CD19O-STOP-USERID           PIC X(8).              cbankd19
003800           25  CD19O-STOP-STATUS           PIC X(1).              cbankd19
003810       15  CD19O-FEE                       PIC S9(5)V99           cbankd19
003820           COMP-3.                                                cbankd19
003900                                                                  cbankd19
004000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd19
