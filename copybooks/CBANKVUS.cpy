000900*---------------------------------------------------------------* cbankvus
001000* Record layout of the BNKUSRF VSAM file (per-userid sign-on    * cbankvus
001100* security status, keyed by userid), maintained by SPSWD01P.    * cbankvus
001120* ZBNKRCRT disables a userid left unused past the inactivity    * cbankvus
001140* limit, or whose last role is revoked at recertification;      * cbankvus
001160* sign-on is refused until an approved unlock re-enables it.    * cbankvus
001200***************************************************************** cbankvus
001300   05  USR-REC-USERID                        PIC X(8).            cbankvus
001400   05  USR-REC-FAILED-COUNT                  PIC 9(2).            cbankvus
001870   05  USR-REC-SECURITY-ANSWER               PIC X(20).           cbankvus
001880   05  USR-REC-FORCE-CHANGE                  PIC X(1).            cbankvus
001890     88  USR-REC-CHANGE-FORCED                VALUE 'Y'.          cbankvus
001892   05  USR-REC-DISABLED                      PIC X(1).            cbankvus
001894     88  USR-REC-IS-DISABLED                 VALUE 'I' 'R'.       cbankvus
001896     88  USR-REC-DISABLED-INACTIVE           VALUE 'I'.           cbankvus
001898     88  USR-REC-DISABLED-REVOKED            VALUE 'R'.           cbankvus
001900   05  FILLER                                PIC X(06).           cbankvus
002000                                                                  cbankvus
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvus
