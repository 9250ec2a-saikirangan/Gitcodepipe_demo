                     UNTIL WS-AUD-IDX > WS-AUD-USED
                OR WS-AUD-FOUND-IDX > ZERO
                IF WS-AUD-KEY(WS-AUD-IDX) = DLT1-PATN-ID
                   AND (WS-AUD-CODE(WS-AUD-IDX) = WS-EXPECT-CODE
                        OR (WS-EXPECT-CODE = 'D'
                            AND WS-AUD-CODE(WS-AUD-IDX) = 'M'))
                   AND WS-AUD-USED-SW(WS-AUD-IDX) = 'N'
                   MOVE WS-AUD-IDX TO WS-AUD-FOUND-IDX
                END-IF
