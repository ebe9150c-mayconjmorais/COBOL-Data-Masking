      * programs mask a customer record through exactly the same
      * rules and can never drift apart.
      *
      * Takes one record image (person, corporate or contact,
      * selected by LK-TIPO-REGISTRO) plus the mask-mode and
      * validation switches through LINKAGE, and returns the masked
      * image plus a return code - see the LKMSK copybook for the
      * contract.
      *
      * The rules themselves are the historical CUDMASK ones: the
      * name is scrambled through the WS-ALFA cyclic search, the CPF
      * keeps its first 3 and last 2 digits, the CNPJ keeps the 4
      * branch digits, address letters are scrambled and digits
      * remapped in place, and the CEP keeps its first 3 digits.
      * A contact record keeps the e-mail domain and the phone's DDD
      * area code; the e-mail local part and the rest of the number
      * are masked, and its document takes the same CPF/CNPJ rule as
      * the customer record, so the two masked documents still agree.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
           COPY 'REGE1'                 IN copy-lib.

           COPY 'REGE2'                 IN copy-lib.

           COPY 'REGE3'                 IN copy-lib.
      *================================================================*
      *      W O R K I N G - S T O R A G E   S E C T I O N             *
      *================================================================*
      * bytes 2420 already handled untouched.
         05 WS-EA-TAM                  PIC 9(002) VALUE ZEROES.

      * Contact-record scratch: where the e-mail's '@' sits, how
      * many of them there are, and the last used byte of the
      * e-mail and phone fields.
         05 WS-EM-ARROBA               PIC 9(002) VALUE ZEROES.
         05 WS-EM-QTDE-ARROBA          PIC 9(002) VALUE ZEROES.
         05 WS-EM-FIM                  PIC 9(002) VALUE ZEROES.
         05 WS-FN-FIM                  PIC 9(002) VALUE ZEROES.

       01 WS-ENDERECO-ALFA.
         05 WS-EA-BYTE                 PIC X(01) OCCURS 50.
         05 WS-EA-OUT                  PIC X(01) OCCURS 50.
         05 WS-OPJ-POST-CODE-R REDEFINES WS-OPJ-POST-CODE.
           10 WS-OPJ-CEP-BYTE          PIC X(01) OCCURS 06.

      * Contact counterpart (see REGE3). The document takes the CPF
      * or CNPJ rule by E3-TIPO-PESSOA, on the same right-aligned
      * 14-digit image the cross-reference keys on; the pseudonym
      * slot always leaves here blank - CUDMASK fills it.
       01 WS-OUT-FILE-CT.
         05 WS-OCT-TIPO                PIC X(01).
         05 WS-OCT-TIPO-PESSOA         PIC X(01).
         05 WS-OCT-DOC                 PIC 9(14).
         05 WS-OCT-DOC-R REDEFINES WS-OCT-DOC.
           10 WS-OCT-DOC-BYTE          PIC X(01) OCCURS 14.
         05 WS-OCT-EMAIL               PIC X(60).
         05 WS-OCT-EMAIL-R REDEFINES WS-OCT-EMAIL.
           10 WS-OCT-EMAIL-BYTE        PIC X(01) OCCURS 60.
         05 WS-OCT-TELEFONE.
           10 WS-OCT-DDD               PIC X(02).
           10 WS-OCT-FONE-NUMERO       PIC X(09).
           10 WS-OCT-FONE-R REDEFINES WS-OCT-FONE-NUMERO.
             15 WS-OCT-FONE-BYTE       PIC X(01) OCCURS 09.
         05 WS-OCT-PSEUDONIMO          PIC X(30).
         05 FILLER                     PIC X(14).

      ******************************************************************

       01 SW-SWITCHES.
         05 SW-TIPO-REGISTRO            PIC X(03) VALUE '1'.
            88 SW-TIPO-PF VALUE '1'.
            88 SW-TIPO-PJ VALUE '2'.
            88 SW-TIPO-CONTATO VALUE '3'.

      *================================================================*
      *                L I N K A G E    S E C T I O N                  *
           PERFORM 1000-INICIALIZA.

           IF NOT SW-TIPO-PF AND NOT SW-TIPO-PJ
             AND NOT SW-TIPO-CONTATO
               MOVE 8                   TO LK-CODIGO-RETORNO
               MOVE '04'                TO LK-MOTIVO-REJEITO
               MOVE 'TIPO      '        TO LK-CAMPO-REJEITO
               MOVE 1                   TO LK-POSICAO-REJEITO
           ELSE
               IF SW-TIPO-CONTATO
                   PERFORM 2020-PROCESSA-CONTATO
               ELSE
                   PERFORM 2010-PREPARA-NOME

                   PERFORM 1220-DATA-LENGTH

                   IF LK-MODO-VALIDA EQUAL 1
                       PERFORM 1300-VALIDA-REGISTRO
                   END-IF

                   IF SW-REGISTRO-VALIDO
                       PERFORM 2400-PROCESSA-MASCARA

                       PERFORM 2405-APLICA-MODO-PARCIAL

                       IF SW-TIPO-PJ
                           PERFORM 2460-MASCARA-REGISTRO-PJ
                           MOVE WS-OUT-FILE-PJ
                                        TO LK-REGISTRO-SAIDA
                       ELSE
                           PERFORM 2455-MASCARA-REGISTRO-PF
                           MOVE WS-OUT-FILE
                                        TO LK-REGISTRO-SAIDA
                       END-IF
                   ELSE
                       MOVE 4           TO LK-CODIGO-RETORNO
                   END-IF
               END-IF
           END-IF


           INITIALIZE                   E1-REGIS
                                        E2-REGIS
                                        E3-REGIS
                                        WS-OUT-FILE
                                        WS-OUT-FILE-PJ
                                        WS-OUT-FILE-CT.

           MOVE SPACES                  TO WS-NOME-TRABALHO
                                           WS-NOME-MASCARADO
                                        TO E1-REGIS
                   MOVE E1-REGIS        TO WS-OUT-FILE
                   MOVE SPACES          TO WS-O-MASK
               ELSE
                   IF SW-TIPO-CONTATO
                       MOVE LK-REGISTRO-ENTRADA
                                        TO E3-REGIS
                       MOVE E3-REGIS    TO WS-OUT-FILE-CT
                       MOVE SPACES      TO WS-OCT-PSEUDONIMO
                                           WS-OUT-FILE-CT(118:14)
                   END-IF
               END-IF
           END-IF
           .
       2010-PREPARA-NOME-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   P R O C E S S A   C O N T A T O     *
      *================================================================*
      * A contact record has no name or address to scramble: only
      * the person-type gate, the optional validation and the
      * contact masks. The person type is judged whether validation
      * is on or off, since it picks the document rule (and, in
      * CUDMASK, the cross-reference key) - an unknown one is the
      * contact-record equivalent of an unknown record type.
       2020-PROCESSA-CONTATO.

           IF E3-TIPO-PESSOA EQUAL '1' OR E3-TIPO-PESSOA EQUAL '2'
               IF LK-MODO-VALIDA EQUAL 1
                   PERFORM 1320-VALIDA-CONTATO
               END-IF

               IF SW-REGISTRO-VALIDO
                   PERFORM 2470-MASCARA-REGISTRO-CT
                   MOVE WS-OUT-FILE-CT  TO LK-REGISTRO-SAIDA
               ELSE
                   MOVE 4               TO LK-CODIGO-RETORNO
               END-IF
           ELSE
               MOVE 8                   TO LK-CODIGO-RETORNO
               MOVE '04'                TO LK-MOTIVO-REJEITO
               MOVE 'PESSOA    '        TO LK-CAMPO-REJEITO
               MOVE 1                   TO LK-POSICAO-REJEITO
           END-IF
           .
       2020-PROCESSA-CONTATO-EXIT.
           EXIT.

      * FUNTION TO FIND REAL LENGTH INSIDE THE NAME WORK AREA, up to
      * the WS-NT-LIM bytes that the record type actually uses (30
      * for a person name, 60 for a corporate razao social).
       1310-VALIDA-DOCUMENTO-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   V A L I D A   C O N T A T O         *
      *================================================================*
      * Gates a contact record before masking: the document must be
      * numeric ('03', as for a customer record), the line must
      * carry at least one contact, and whichever contact is present
      * must be well formed - reason '07', with the field and the
      * offending byte when there is one. Only the first failure is
      * reported.
       1320-VALIDA-CONTATO.
           SET SW-REGISTRO-VALIDO      TO TRUE

           IF E3-DOC IS NUMERIC
               CONTINUE
           ELSE
               SET SW-REGISTRO-INVALIDO TO TRUE
               MOVE '03'                TO LK-MOTIVO-REJEITO
               MOVE 'DOCUMENTO '        TO LK-CAMPO-REJEITO
               MOVE ZEROS               TO LK-POSICAO-REJEITO
           END-IF

           IF SW-REGISTRO-VALIDO
             AND E3-EMAIL EQUAL SPACES
             AND E3-TELEFONE EQUAL SPACES
               SET SW-REGISTRO-INVALIDO TO TRUE
               MOVE '07'                TO LK-MOTIVO-REJEITO
               MOVE 'CONTATO   '        TO LK-CAMPO-REJEITO
               MOVE ZEROS               TO LK-POSICAO-REJEITO
           END-IF

           IF SW-REGISTRO-VALIDO
             AND E3-EMAIL NOT EQUAL SPACES
               PERFORM 1325-VALIDA-EMAIL
           END-IF

           IF SW-REGISTRO-VALIDO
             AND E3-TELEFONE NOT EQUAL SPACES
               PERFORM 1330-VALIDA-TELEFONE
           END-IF
           .
       1320-VALIDA-CONTATO-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   V A L I D A   E - M A I L           *
      *================================================================*
      * Exactly one '@', with something before it (the local part
      * the mask hides) and something after it (the domain the mask
      * keeps), and no space inside the address. An address the
      * mask cannot split into those two halves is not masked.
       1325-VALIDA-EMAIL.

           MOVE ZEROS                   TO WS-EM-QTDE-ARROBA
           INSPECT E3-EMAIL TALLYING WS-EM-QTDE-ARROBA
               FOR ALL '@'

           PERFORM 2474-LOCALIZA-ARROBA

           IF WS-EM-QTDE-ARROBA NOT EQUAL 1
               SET SW-REGISTRO-INVALIDO TO TRUE
               MOVE ZEROS               TO LK-POSICAO-REJEITO
           ELSE
               IF WS-EM-ARROBA EQUAL 1
                 OR WS-EM-ARROBA EQUAL WS-EM-FIM
                   SET SW-REGISTRO-INVALIDO TO TRUE
                   MOVE WS-EM-ARROBA    TO LK-POSICAO-REJEITO
               ELSE
                   PERFORM VARYING WS-X
                     FROM 1 BY 1
                     UNTIL WS-X GREATER WS-EM-FIM
                     OR E3-EMAIL-BYTE(WS-X) EQUAL SPACE
                   END-PERFORM

                   IF WS-X NOT GREATER WS-EM-FIM
                       SET SW-REGISTRO-INVALIDO TO TRUE
                       MOVE WS-X        TO LK-POSICAO-REJEITO
                   END-IF
               END-IF
           END-IF

           IF SW-REGISTRO-INVALIDO
               MOVE '07'                TO LK-MOTIVO-REJEITO
               MOVE 'EMAIL     '        TO LK-CAMPO-REJEITO
           END-IF
           .
       1325-VALIDA-EMAIL-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   V A L I D A   T E L E F O N E       *
      *================================================================*
      * A two-digit DDD followed by the number, digits only, left
      * aligned (8-digit landlines leave the last byte blank). The
      * position reported counts from the first byte of the phone
      * field, DDD included.
       1330-VALIDA-TELEFONE.

           IF E3-DDD IS NUMERIC
               PERFORM VARYING WS-FN-FIM
                 FROM 9 BY -1
                 UNTIL WS-FN-FIM EQUAL ZEROS
                 OR E3-FONE-NUMERO(WS-FN-FIM:1) NOT EQUAL SPACE
               END-PERFORM

               IF WS-FN-FIM EQUAL ZEROS
                   SET SW-REGISTRO-INVALIDO TO TRUE
                   MOVE 3               TO LK-POSICAO-REJEITO
               ELSE
                   PERFORM VARYING WS-X
                     FROM 1 BY 1
                     UNTIL WS-X GREATER WS-FN-FIM
                     OR E3-FONE-NUMERO(WS-X:1) IS NOT NUMERIC
                   END-PERFORM

                   IF WS-X NOT GREATER WS-FN-FIM
                       SET SW-REGISTRO-INVALIDO TO TRUE
                       ADD 2 TO WS-X    GIVING LK-POSICAO-REJEITO
                   END-IF
               END-IF
           ELSE
               SET SW-REGISTRO-INVALIDO TO TRUE
               MOVE 1                   TO LK-POSICAO-REJEITO
           END-IF

           IF SW-REGISTRO-INVALIDO
               MOVE '07'                TO LK-MOTIVO-REJEITO
               MOVE 'TELEFONE  '        TO LK-CAMPO-REJEITO
           END-IF
           .
       1330-VALIDA-TELEFONE-EXIT.
           EXIT.

      *================================================================*
      *       P R O C E S S A M E N T O                                *
      *================================================================*
           .
       2460-MASCARA-REGISTRO-PJ-EXIT.
           EXIT.
      *================================================================*
      *       M A S C A R A   R E G I S T R O   C O N T A T O          *
      *================================================================*
      * Contact-shaped half: document, e-mail and phone rules run
      * against the contact output image.
       2470-MASCARA-REGISTRO-CT.

           PERFORM 2473-MASCARA-DOC-CONTATO

           PERFORM 2471-MASCARA-EMAIL

           PERFORM 2472-MASCARA-TELEFONE
           .
       2470-MASCARA-REGISTRO-CT-EXIT.
           EXIT.
      *================================================================*
      *       M A S C A R A   E - M A I L                              *
      *================================================================*
      * The local part (everything before the '@') is overwritten
      * with '*'; the domain is kept, so analytics can still group
      * by provider or by corporate domain. WS-MASCARA-PARCIAL gives
      * back the first and last byte of the local part, the way 2405
      * does for the name, but only when the local part is longer
      * than two bytes - otherwise nothing would be left hidden. An
      * address without '@' (validation off) has no domain to keep
      * and is masked whole.
       2471-MASCARA-EMAIL.

           PERFORM 2474-LOCALIZA-ARROBA

           IF WS-EM-ARROBA EQUAL ZEROS
               PERFORM VARYING WS-X
                 FROM 1 BY 1
                 UNTIL WS-X GREATER WS-EM-FIM
                   MOVE '*'             TO WS-OCT-EMAIL-BYTE(WS-X)
               END-PERFORM
           ELSE
               PERFORM VARYING WS-X
                 FROM 1 BY 1
                 UNTIL WS-X NOT LESS WS-EM-ARROBA
                   MOVE '*'             TO WS-OCT-EMAIL-BYTE(WS-X)
               END-PERFORM

               IF WS-MASCARA-PARCIAL
                 AND WS-EM-ARROBA GREATER 3
                   MOVE E3-EMAIL-BYTE(1)
                                        TO WS-OCT-EMAIL-BYTE(1)
                   SUBTRACT 1           FROM WS-EM-ARROBA
                                        GIVING WS-X
                   MOVE E3-EMAIL-BYTE(WS-X)
                                        TO WS-OCT-EMAIL-BYTE(WS-X)
               END-IF
           END-IF
           .
       2471-MASCARA-EMAIL-EXIT.
           EXIT.
      *================================================================*
      *       M A S C A R A   T E L E F O N E                          *
      *================================================================*
      * Keeps the 2-digit DDD for regional aggregation, the way the
      * CEP keeps its prefix, and zeroes every used byte of the
      * number itself.
       2472-MASCARA-TELEFONE.

           PERFORM VARYING WS-X
             FROM 1 BY 1
             UNTIL WS-X GREATER 9
               IF WS-OCT-FONE-BYTE(WS-X) NOT EQUAL SPACE
                   MOVE '0'             TO WS-OCT-FONE-BYTE(WS-X)
               END-IF
           END-PERFORM
           .
       2472-MASCARA-TELEFONE-EXIT.
           EXIT.
      *================================================================*
      *       M A S C A R A   D O C U M E N T O   D O   C O N T A T O  *
      *================================================================*
      * Same rules as 2410/2415 on the 14-digit image: a CNPJ keeps
      * its branch digits (positions 9-12); a CPF, right-aligned
      * behind four leading zeroes, keeps its first 3 and last 2
      * digits, i.e. CPF positions 4-8 are bytes 8-12 here. The
      * result is byte for byte the document token the customer's
      * own record produced.
       2473-MASCARA-DOC-CONTATO.

           IF E3-TIPO-PESSOA EQUAL '2'
               MOVE '0'                 TO WS-OCT-DOC-BYTE(1)
                                           WS-OCT-DOC-BYTE(2)
                                           WS-OCT-DOC-BYTE(3)
                                           WS-OCT-DOC-BYTE(4)
                                           WS-OCT-DOC-BYTE(5)
                                           WS-OCT-DOC-BYTE(6)
                                           WS-OCT-DOC-BYTE(7)
                                           WS-OCT-DOC-BYTE(8)
                                           WS-OCT-DOC-BYTE(13)
                                           WS-OCT-DOC-BYTE(14)
           ELSE
               MOVE '0'                 TO WS-OCT-DOC-BYTE(8)
                                           WS-OCT-DOC-BYTE(9)
                                           WS-OCT-DOC-BYTE(10)
                                           WS-OCT-DOC-BYTE(11)
                                           WS-OCT-DOC-BYTE(12)
           END-IF
           .
       2473-MASCARA-DOC-CONTATO-EXIT.
           EXIT.
      *================================================================*
      *       L O C A L I Z A   A R R O B A                            *
      *================================================================*
      * Sets WS-EM-FIM to the last used byte of the e-mail and
      * WS-EM-ARROBA to the first '@' (zeros when there is none);
      * shared by the validation and the mask.
       2474-LOCALIZA-ARROBA.

           MOVE ZEROS                   TO WS-EM-ARROBA

           PERFORM VARYING WS-EM-FIM
             FROM 60 BY -1
             UNTIL WS-EM-FIM EQUAL ZEROS
             OR E3-EMAIL-BYTE(WS-EM-FIM) NOT EQUAL SPACE
           END-PERFORM

           PERFORM VARYING WS-X
             FROM 1 BY 1
             UNTIL WS-X GREATER WS-EM-FIM
             OR WS-EM-ARROBA GREATER ZEROS
               IF E3-EMAIL-BYTE(WS-X) EQUAL '@'
                   MOVE WS-X            TO WS-EM-ARROBA
               END-IF
           END-PERFORM
           .
       2474-LOCALIZA-ARROBA-EXIT.
           EXIT.
