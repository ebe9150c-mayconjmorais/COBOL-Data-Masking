      * original is in the REGE1/REGE2 shape: a person CPF sits at
      * bytes 32-41 (compared against the rightmost 10 digits of
      * the 14-digit key form), a corporate CNPJ at bytes 62-75.
      * A contact original (REGE3, type '3') belongs to the customer
      * when its person type matches and bytes 3-16 hold the
      * document in that same 14-digit form.
       2100-VARRE-COFRE.

           READ VLTC1AR NEXT
                                        TO WS-REG-CLARO
                       END-IF

                       IF WS-REG-CLARO(1:1) EQUAL '3'
                           IF WS-REG-CLARO(2:1) EQUAL
                             WS-TIPO-CLIENTE
                             AND WS-REG-CLARO(3:14) EQUAL WS-DOC-X
                               PERFORM 2110-GUARDA-CHAVE
                           END-IF
                       ELSE
                           IF WS-REG-CLARO(1:1) EQUAL
                             WS-TIPO-CLIENTE
                               IF WS-TIPO-CLIENTE EQUAL '2'
                                   IF WS-REG-CLARO(62:14) EQUAL
                                     WS-DOC-X
                                       PERFORM 2110-GUARDA-CHAVE
                                   END-IF
                               ELSE
                                   IF WS-REG-CLARO(32:10) EQUAL
                                     WS-DOC-X(5:10)
                                       PERFORM 2110-GUARDA-CHAVE
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
