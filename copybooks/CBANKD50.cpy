000100***************************************************************** cbankd50
000200*                                                               * cbankd50
000300*  Copyright(C) 1998-2010 Micro Focus. All Rights Reserved.     * cbankd50
000400*                                                               * cbankd50
000500***************************************************************** cbankd50
000600                                                                  cbankd50
000700***************************************************************** cbankd50
000800* CBANKD50.CPY                                                  * cbankd50
000900*---------------------------------------------------------------* cbankd50
001000* This area is used to pass data between a requesting program   * cbankd50
001100* and the I/O program (DBANK50P) which maintains the BNKGTHR    * cbankd50
001200* JSON gateway request limits, with every change audited to     * cbankd50
001300* BNKAUDT with before/after images.                             * cbankd50
001400***************************************************************** cbankd50
001500   05  CD50-DATA.                                                 cbankd50
001600     10  CD50I-DATA.                                              cbankd50
001700       15  CD50I-FUNCTION                  PIC X(1).              cbankd50
001800         88  CD50I-LIST                    VALUE SPACE, '1'.      cbankd50
001900         88  CD50I-ADD                     VALUE '2'.             cbankd50
002000         88  CD50I-CHANGE                  VALUE '3'.             cbankd50
002100         88  CD50I-DELETE                  VALUE '4'.             cbankd50
002200       15  CD50I-CLIENT                    PIC X(8).              cbankd50
002300       15  CD50I-CLIENT-PER-MIN            PIC 9(5).              cbankd50
002400       15  CD50I-CLIENT-PER-DAY            PIC 9(7).              cbankd50
002500       15  CD50I-TOKEN-PER-MIN             PIC 9(5).              cbankd50
002600       15  CD50I-TOKEN-PER-DAY             PIC 9(7).              cbankd50
002700       15  CD50I-MAINT-USERID              PIC X(8).              cbankd50
002800     10  CD50O-DATA.                                              cbankd50
002900       15  CD50O-STATUS                    PIC X(1).              cbankd50
003000         88  CD50O-OK                      VALUE 'A'.             cbankd50
003100         88  CD50O-REJECTED                VALUE 'E'.             cbankd50
003200       15  CD50O-MESSAGE                   PIC X(60).             cbankd50
003300       15  CD50O-LIMIT-COUNT               PIC 9(2).              cbankd50
003400       15  CD50O-LIMIT-AREA.                                      cbankd50
003500         20  CD50O-LIMIT-INFO OCCURS 12 TIMES.                    cbankd50
003600           25  CD50O-LIMIT-CLIENT          PIC X(8).              cbankd50
003700           25  CD50O-LIMIT-CLIENT-PER-MIN  PIC 9(5).              cbankd50
003800           25  CD50O-LIMIT-CLIENT-PER-DAY  PIC 9(7).              cbankd50
003900           25  CD50O-LIMIT-TOKEN-PER-MIN   PIC 9(5).              cbankd50
004000           25  CD50O-LIMIT-TOKEN-PER-DAY   PIC 9(7).              cbankd50
004100           25  CD50O-LIMIT-UPDATED-USERID  PIC X(8).              cbankd50
004200           25  CD50O-LIMIT-UPDATED-DTE     PIC 9(8).              cbankd50
004300                                                                  cbankd50
004400* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd50
