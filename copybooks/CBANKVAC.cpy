002680   05  BAC-REC-POSPAY                      PIC X(1).              cbankvac
002690     88  BAC-REC-POSPAY-ON                 VALUE 'Y'.             cbankvac
002696   05  BAC-REC-CLOSED-DTE                  PIC 9(8).              cbankvac
002697******************************************************************cbankvac
002698* Account number form. DBANK09P allocates numbers carrying a     *cbankvac
002699* modulus 11 check digit (UACCNO) and marks them C. ZBNKACNV     *cbankvac
002700* marks each older account C if its number happens to pass the   *cbankvac
002701* check, or L if not; an account not yet through ZBNKACNV is     *cbankvac
002702* treated as legacy. A number that fails the check is taken      *cbankvac
002703* only where it is a legacy account's.                           *cbankvac
002704******************************************************************cbankvac
002705   05  BAC-REC-ACCNO-FORM                  PIC X(1).              cbankvac
002706     88  BAC-REC-ACCNO-CHECKED             VALUE 'C'.             cbankvac
002707     88  BAC-REC-ACCNO-LEGACY              VALUE 'L' SPACE.       cbankvac
002708   05  FILLER                              PIC X(2).              cbankvac
002709                                                                  cbankvac
002710* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvac
