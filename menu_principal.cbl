000880*                 13.                                           *
000890* 2026-09-03  DM  ADD OPTION 13, AMOUNT-LIMIT REFERRAL REVIEW   *
000900*                 (REVUE-REFERES).  EXIT MOVES TO 14.           *
000901* 2026-10-15  DM  ADD OPTION 14, ACCOUNT MASTER MAINTENANCE     *
000902*                 (ENTRETIEN-COMPTES).  EXIT MOVES TO 15.       *
000903* 2026-10-15  DM  ADD OPTION 15, SUSPECTED-DUPLICATE REVIEW     *
000904*                 (REVUE-DOUBLONS).  EXIT MOVES TO 16.          *
000905* 2026-10-15  DM  EVERY SUCCESSFUL SIGN-ON IS ALSO LOGGED       *
000906*                 TO SECLOG (EVENT SGNO), SO THE ACCESS         *
000907*                 REVIEW (REVUE-ACCES) CAN TELL A DORMANT       *
000908*                 OPERATOR ID FROM ONE IN DAILY USE.            *
000910*----------------------------------------------------------*
000920 ENVIRONMENT DIVISION.
000930 INPUT-OUTPUT SECTION.
001380     88  WS-CHOICE-RPTCAT              VALUE "11".
001390     88  WS-CHOICE-APPROVAL            VALUE "12".
001400     88  WS-CHOICE-REFERRAL            VALUE "13".
001401     88  WS-CHOICE-ACCOUNTS            VALUE "14".
001402     88  WS-CHOICE-DUPLICATES          VALUE "15".
001410     88  WS-CHOICE-EXIT                VALUE "16".
001420     88  WS-CHOICE-VALID               VALUE "1" "2" "3" "4"
001430                                             "5" "6" "7" "8"
001440                                             "9" "10" "11"
001450                                             "12" "13" "14"
001451                                             "15" "16".
001460 01  WS-CHOICE-ZF               PIC X(02).
001470 01  WS-CHOICE-NUM REDEFINES WS-CHOICE-ZF
001480                                 PIC 9(02).
002900                 GO TO 0200-EXIT
002910             END-IF
002920         END-IF
002921         MOVE "SGNO" TO WS-SEC-EVENT
002922         MOVE "SIGNED ON" TO WS-SEC-DETAIL
002923         PERFORM 9100-WRITE-SECLOG THRU 9100-EXIT
002930         SET WS-SIGNED-ON TO TRUE
002940         DISPLAY "Signed on: " WS-OPERATOR-NAME
002950         DISPLAY WS-OPERID-ENV-NAME UPON ENVIRONMENT-NAME
006690                        DELIMITED BY SIZE
006700                 INTO WS-RUN-COMMAND
006710             CALL "SYSTEM" USING WS-RUN-COMMAND
006711         WHEN WS-CHOICE-ACCOUNTS
006712             MOVE SPACES TO WS-RUN-COMMAND
006713             STRING WS-BIN-DIR(1 : WS-BIN-DIR-LEN)
006714                        DELIMITED BY SIZE
006715                    "/entretien-comptes"
006716                        DELIMITED BY SIZE
006717                 INTO WS-RUN-COMMAND
006718             CALL "SYSTEM" USING WS-RUN-COMMAND
006719         WHEN WS-CHOICE-DUPLICATES
006721             MOVE SPACES TO WS-RUN-COMMAND
006722             STRING WS-BIN-DIR(1 : WS-BIN-DIR-LEN)
006723                        DELIMITED BY SIZE
006724                    "/revue-doublons"
006725                        DELIMITED BY SIZE
006726                 INTO WS-RUN-COMMAND
006727             CALL "SYSTEM" USING WS-RUN-COMMAND
006728         WHEN WS-CHOICE-EXIT
006730             SET WS-DONE TO TRUE
006740     END-EVALUATE.
006750 1000-EXIT.
007190     IF WS-AUTH-FUNCTION(13) = "Y"
007200         DISPLAY "13. Amount-limit referral review"
007210     END-IF.
007211     IF WS-AUTH-FUNCTION(14) = "Y"
007212         DISPLAY "14. Account master maintenance"
007213     END-IF.
007214     IF WS-AUTH-FUNCTION(15) = "Y"
007215         DISPLAY "15. Suspected-duplicate review"
007216     END-IF.
007220     DISPLAY "16. Exit".
007230     DISPLAY "Enter choice: ".
007240     ACCEPT WS-CHOICE.
007250     IF NOT WS-CHOICE-VALID
007300             SET WS-CHOICE-EXIT TO TRUE
007310             GO TO 1100-EXIT
007320         END-IF
007330         DISPLAY "Invalid entry - enter 1 through 16."
007340         GO TO 1100-SHOW-MENU
007350     END-IF.
007360 1100-EXIT.
