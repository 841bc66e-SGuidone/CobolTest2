002370* value lives in UVALDATE.                                      *cbankvtx
002380******************************************************************cbankvtx
002390   05  BTX-REC-VALUE-DTE                   PIC 9(8).              cbankvtx
002396******************************************************************cbankvtx
002397* The channel the posting came in through, stamped by the        *cbankvtx
002398* program that writes it - T teller counter, A ATM, P card       *cbankvtx
002399* POS, O online screens, G API gateway, S standing orders,       *cbankvtx
002400* B bulk payments, C cheque clearing, X external transfer,       *cbankvtx
002401* I inbound network credits and debits, N bank-initiated         *cbankvtx
002402* system postings. Spaces on postings made before channels       *cbankvtx
002403* were stamped. ZBNKCHMI reports on it monthly.                  *cbankvtx
002404******************************************************************cbankvtx
002405   05  BTX-REC-CHANNEL                     PIC X(1).              cbankvtx
002406     88  BTX-REC-CHN-TELLER                VALUE 'T'.             cbankvtx
002407     88  BTX-REC-CHN-ATM                   VALUE 'A'.             cbankvtx
002408     88  BTX-REC-CHN-POS                   VALUE 'P'.             cbankvtx
002409     88  BTX-REC-CHN-ONLINE                VALUE 'O'.             cbankvtx
002410     88  BTX-REC-CHN-GATEWAY               VALUE 'G'.             cbankvtx
002411     88  BTX-REC-CHN-STANDING              VALUE 'S'.             cbankvtx
002412     88  BTX-REC-CHN-BULK                  VALUE 'B'.             cbankvtx
002413     88  BTX-REC-CHN-CHEQUE                VALUE 'C'.             cbankvtx
002414     88  BTX-REC-CHN-EXTERNAL              VALUE 'X'.             cbankvtx
002415     88  BTX-REC-CHN-INBOUND               VALUE 'I'.             cbankvtx
002416     88  BTX-REC-CHN-SYSTEM                VALUE 'N'.             cbankvtx
002417     88  BTX-REC-CHN-NOT-STAMPED           VALUE SPACE.           cbankvtx
002418   05  FILLER                              PIC X(1).              cbankvtx
002450                                                                  cbankvtx
002500* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvtx
