                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
      *                    Held and blocked items never reached the
      *                    correspondent
                           IF WS-OB-COUNT < 2000
                               AND NOT OSB-HELD
                               AND NOT OSB-BLOCKED
                               ADD 1 TO WS-OB-COUNT
                               MOVE OSB-REFERENCE TO
                                   WS-OB-REFERENCE(WS-OB-COUNT)
