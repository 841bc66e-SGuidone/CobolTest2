003665           COMP-3.                                                cbankvtl
003666       15  TL-REC-FX-SOLD                    PIC S9(9)V99         cbankvtl
003667           COMP-3.                                                cbankvtl
003670***************************************************************** cbankvtl
003671* Last customer receipt number issued from the till today.      * cbankvtl
003672* DBANK03P takes the next number for each counter deposit       * cbankvtl
003673* or withdrawal it tags to the till (see CBANKVTJ).             * cbankvtl
003674***************************************************************** cbankvtl
003675   05  TL-REC-RECEIPT-SEQ                    PIC 9(5).            cbankvtl
003700   05  FILLER                                PIC X(2).            cbankvtl
003800                                                                  cbankvtl
003900* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvtl
