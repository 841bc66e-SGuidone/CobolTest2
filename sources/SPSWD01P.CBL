020860* Check the userid's sign-on lockout status before attempting a  * spswd01p
020870* SIGNON - a missing BNKUSRF record means it has never failed    * spswd01p
020880* and so is treated as not locked                                * spswd01p
020885* A userid disabled by the recertification run is refused the   * spswd01p
020887* same way as a locked one                                      * spswd01p
020890***************************************************************** spswd01p
020900 LOCKOUT-CHECK.                                                   spswd01p
020910     MOVE SPACE TO WS-ACCOUNT-LOCKED-FLAG.                        spswd01p
020970                    RESP(WS-RESP)                                 spswd01p
020980     END-EXEC.                                                    spswd01p
020990     IF WS-RESP IS EQUAL TO DFHRESP(NORMAL) AND                   spswd01p
021000        (USR-REC-IS-LOCKED OR USR-REC-IS-DISABLED)                spswd01p
021010        MOVE 'Y' TO WS-ACCOUNT-LOCKED-FLAG                        spswd01p
021020     END-IF.                                                      spswd01p
021030 LOCKOUT-CHECK-EXIT.                                               spswd01p
030184     SET SE-REC-SESSION-ACTIVE TO TRUE.                           spswd01p
030185     MOVE ZERO TO SE-REC-SIGNOFF-DTE.                             spswd01p
030186     MOVE ZERO TO SE-REC-SIGNOFF-TIME.                            spswd01p
030187     MOVE ZERO TO SE-REC-OTP-ISSUED.                              spswd01p
030188     MOVE ZERO TO SE-REC-OTP-VERIFIED.                            spswd01p
030189     MOVE ZERO TO SE-REC-OTP-FAILED.                              spswd01p
030190     EXEC CICS WRITE FILE('BNKSESS')                              spswd01p
030191               FROM(WS-BNKSESS-REC)                               spswd01p
030192               RIDFLD(SE-REC-KEY)                                 spswd01p
030193               LENGTH(LENGTH OF WS-BNKSESS-REC)                   spswd01p
030194               RESP(WS-RESP)                                      spswd01p
030195     END-EXEC.                                                    spswd01p
030196     IF WS-RESP IS EQUAL TO DFHRESP(DUPREC)                       spswd01p
030197        EXEC CICS READ FILE('BNKSESS')                            spswd01p
030198                       INTO(WS-BNKSESS-REC)                       spswd01p
030199                       LENGTH(LENGTH OF WS-BNKSESS-REC)           spswd01p
030200                       RIDFLD(SE-REC-KEY)                         spswd01p
030201                       UPDATE                                     spswd01p
030202                       RESP(WS-RESP)                              spswd01p
030203        END-EXEC                                                  spswd01p
030204        PERFORM GET-SESSION-STAMP                                 spswd01p
030205        MOVE WS-SESS-DATE-N TO SE-REC-SIGNON-DTE                  spswd01p
030206        MOVE WS-SESS-TIME-N TO SE-REC-SIGNON-TIME                 spswd01p
030207        MOVE WS-SESS-DATE-N TO SE-REC-LAST-ACT-DTE                spswd01p
030208        MOVE WS-SESS-TIME-N TO SE-REC-LAST-ACT-TIME               spswd01p
030209        SET SE-REC-SESSION-ACTIVE TO TRUE                         spswd01p
030210        MOVE ZERO TO SE-REC-SIGNOFF-DTE                           spswd01p
030211        MOVE ZERO TO SE-REC-SIGNOFF-TIME                          spswd01p
030212        MOVE ZERO TO SE-REC-OTP-ISSUED                            spswd01p
030213        MOVE ZERO TO SE-REC-OTP-VERIFIED                          spswd01p
030214        MOVE ZERO TO SE-REC-OTP-FAILED                            spswd01p
030215        MOVE SPACE TO SE-REC-OTP-LAST-EVENT                       spswd01p
030216        EXEC CICS REWRITE FILE('BNKSESS')                         spswd01p
030217                      FROM(WS-BNKSESS-REC)                        spswd01p
030218                      LENGTH(LENGTH OF WS-BNKSESS-REC)            spswd01p
030219                      RESP(WS-RESP)                               spswd01p
030220        END-EXEC                                                  spswd01p
030221     END-IF.                                                      spswd01p
030222 RECORD-SESSION-EXIT.                                             spswd01p
030223     EXIT.                                                        spswd01p
030224                                                                  spswd01p
030225 CLOSE-SESSION.                                                   spswd01p
030226     MOVE CPSWDD01I-USERID TO SE-REC-USERID.                      spswd01p
030227     MOVE EIBTRMID TO SE-REC-TERMID.                              spswd01p
030228     EXEC CICS READ FILE('BNKSESS')                               spswd01p
030229                    INTO(WS-BNKSESS-REC)                          spswd01p
030230                    LENGTH(LENGTH OF WS-BNKSESS-REC)              spswd01p
030231                    RIDFLD(SE-REC-KEY)                            spswd01p
030232                    UPDATE                                        spswd01p
030233                    RESP(WS-RESP)                                 spswd01p
030234     END-EXEC.                                                    spswd01p
030235     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   spswd01p
030236        GO TO CLOSE-SESSION-EXIT                                  spswd01p
030237     END-IF.                                                      spswd01p
030238     PERFORM GET-SESSION-STAMP.                                   spswd01p
030239     SET SE-REC-SIGNED-OFF TO TRUE.                               spswd01p
030240     MOVE WS-SESS-DATE-N TO SE-REC-SIGNOFF-DTE.                   spswd01p
030241     MOVE WS-SESS-TIME-N TO SE-REC-SIGNOFF-TIME.                  spswd01p
030242     EXEC CICS REWRITE FILE('BNKSESS')                            spswd01p
030243                   FROM(WS-BNKSESS-REC)                           spswd01p
030244                   LENGTH(LENGTH OF WS-BNKSESS-REC)               spswd01p
030245                   RESP(WS-RESP)                                  spswd01p
030246     END-EXEC.                                                    spswd01p
030247 CLOSE-SESSION-EXIT.                                              spswd01p
030248     EXIT.                                                        spswd01p
030249                                                                  spswd01p
030250***************************************************************** spswd01p
030251* Flag waiting operations bulletins so the front end shows     *  spswd01p
030252* them straight after sign-on (DBANK41P lists the detail).     *  spswd01p
030253***************************************************************** spswd01p
030254 CHECK-FOR-BULLETINS.                                             spswd01p
030255     PERFORM GET-SESSION-STAMP.                                   spswd01p
030256     MOVE LOW-VALUES TO BU-REC-KEY.                               spswd01p
030257     EXEC CICS STARTBR FILE('BNKBULL')                            spswd01p
030258                       RIDFLD(BU-REC-KEY)                         spswd01p
030259                       GTEQ                                       spswd01p
030260                       RESP(WS-RESP)                              spswd01p
030261     END-EXEC.                                                    spswd01p
030262     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   spswd01p
030263        GO TO CHECK-FOR-BULLETINS-EXIT                            spswd01p
030264     END-IF.                                                      spswd01p
030265 CHECK-BULLETIN-LOOP.                                             spswd01p
030266     EXEC CICS READNEXT FILE('BNKBULL')                           spswd01p
030267                        INTO(WS-BNKBULL-REC)                      spswd01p
030268                        LENGTH(LENGTH OF WS-BNKBULL-REC)          spswd01p
030269                        RIDFLD(BU-REC-KEY)                        spswd01p
030270                        RESP(WS-RESP)                             spswd01p
030271     END-EXEC.                                                    spswd01p
030272     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   spswd01p
030273        GO TO CHECK-BULLETIN-DONE                                 spswd01p
030274     END-IF.                                                      spswd01p
030275     IF BU-REC-EXPIRY-DTE IS NOT LESS THAN WS-SESS-DATE-N         spswd01p
030276        SET CPSWDD01O-BULLETINS-WAIT TO TRUE                      spswd01p
030277        GO TO CHECK-BULLETIN-DONE                                 spswd01p
030278     END-IF.                                                      spswd01p
030279     GO TO CHECK-BULLETIN-LOOP.                                   spswd01p
030280 CHECK-BULLETIN-DONE.                                             spswd01p
030281     EXEC CICS ENDBR FILE('BNKBULL')                              spswd01p
030282     END-EXEC.                                                    spswd01p
030283 CHECK-FOR-BULLETINS-EXIT.                                        spswd01p
030284     EXIT.                                                        spswd01p
030285                                                                  spswd01p
030286 GET-SESSION-STAMP.                                               spswd01p
030287     ACCEPT WS-SESS-DATE-N FROM DATE YYYYMMDD.                    spswd01p
030288     ACCEPT WS-SESS-TIME-8 FROM TIME.                             spswd01p
030289     MOVE WS-SESS-TIME-8 (1:6) TO WS-SESS-TIME-N.                 spswd01p
030290 GET-SESSION-STAMP-EXIT.                                          spswd01p
030291     EXIT.                                                        spswd01p
030292                                                                  spswd01p

25434***************************************************************** spswd01p
025500 DISPLAY-MSG.                                                     spswd01p
