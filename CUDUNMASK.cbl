      * request into a response file with found/not-found status and
      * end-of-file totals.
      *
      * In either mode the customer may also be named by the stable
      * pseudonym the masked extracts carry - 'CLIENTE nnnnnnnnn'
      * or 'EMPRESA nnnnnnnnn' - instead of a vault key. The token
      * is resolved through the XRTC1AR cross-reference to the
      * customer's document, and the answer is the customer's
      * record in the newest vault generation that holds it (delta
      * runs only vault what changed). A customer with no
      * cross-reference entry - erased, or never masked - is not
      * found. The log line of such a lookup is marked as made by
      * token and carries the token's sequence number.
      *
      * Re-identification is the most sensitive thing this suite
      * does, so EVERY attempt, in either mode, is appended to a
      * permanent access log (date, time, requester, ticket, key,

      * The vault CUDMASK writes is INDEXED on the read-sequence
      * key, so a lookup is one keyed READ - no more scanning a full
      * night's vault from the top while compliance waits. Only a
      * pseudonym-token lookup, which knows the document and not
      * the key, reads a vault through.
           SELECT VLTC1AR ASSIGN DYNAMIC WS-VL-CAMINHO
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY VLT-CHAVE
           FILE STATUS IS  WS-STATUS-VL.

      * Pseudonym cross-reference CUDMASK maintains, keyed by the
      * customer's document; read through to resolve a token.
           SELECT XRTC1AR ASSIGN DYNAMIC WS-XR-CAMINHO
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY XRF-CHAVE
           FILE STATUS IS  WS-STATUS-XR.

           SELECT PDTC1AR ASSIGN DYNAMIC WS-PD-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-PD.
         05 VLT-CHAVE                   PIC 9(009).
         05 VLT-REGISTRO                PIC X(131).

       FD XRTC1AR.
       01 REG-XRF.
         05 XRF-CHAVE.
           10 XRF-TIPO                  PIC X(001).
           10 XRF-DOC                   PIC 9(014).
         05 XRF-NOME-TOKEN              PIC X(060).
         05 XRF-DOC-TOKEN               PIC 9(014).

       FD PDTC1AR.
       01 REG-PED PIC X(037).

       FD RSTC1AR.
       01 REG-RSP PIC X(152).
      * Same layouts CUDMASK masks from, used here to unpack the
      * original record carried in each vault line. The record-type
      * code in the first byte of the stored record picks between
      * the person, the corporate and the contact shape.
           COPY 'REGE1'                 IN copy-lib.

           COPY 'REGE2'                 IN copy-lib.

           COPY 'REGE3'                 IN copy-lib.

      * Run-catalog line, used to resolve the newest vault-bearing
      * generation when CUDUNMASK_VAULT is not supplied.
           COPY 'REGCAT'                IN copy-lib.
         05 WS-STATUS-LG                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-CG                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-AP                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-XR                PIC 9(002) VALUE ZEROS.

      *================================================================*
      *        C A M I N H O   D O   C O F R E                         *
         05 WS-LG-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-CG-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-AP-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-XR-CAMINHO               PIC X(100) VALUE SPACES.

       01 WS-CAMINHOS-PADRAO.
         05 WS-VL-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_CAT.TXT'.
         05 WS-AP-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_APR.TXT'.
         05 WS-XR-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_XRF.TXT'.

      * CUDMASK writes the vault as a dated generation, so when no
      * explicit vault path is supplied the newest vault-bearing,
         05 WS-CAMINHO-BASE             PIC X(100) VALUE SPACES.
         05 WS-CAMINHO-MONTADO          PIC X(100) VALUE SPACES.

      * Every vault-bearing, unpurged generation on the catalog, in
      * run order, so a token lookup can fall back from the newest
      * to older ones. Past the limit the oldest drop off the top.
       01 WS-AREA-GERACOES.
         05 WS-GTB-QTDE                 PIC 9(005) VALUE ZEROES.
         05 WS-GTB-MAXIMO               PIC 9(005) VALUE 500.
         05 WS-GTB-IDX                  PIC 9(005) VALUE ZEROES.
         05 WS-GTB-DESLOCA              PIC 9(005) VALUE ZEROES.
         05 WS-GTB-ABERTA               PIC 9(005) VALUE ZEROES.

       01 WS-TABELA-GERACOES.
         05 WS-GTB-ENTRADA              OCCURS 500.
           10 WS-GTB-DATA               PIC 9(008).
           10 WS-GTB-SEQ                PIC 9(005).

       01 WS-AREA-PARAMETROS.
         05 WS-ENV-VALOR                PIC X(100) VALUE SPACES.
         05 WS-CHAVE-PROCURADA          PIC 9(009) VALUE ZEROES.
      * What the requester submitted, echoed on the response and
      * the log: the vault key itself, or the token's sequence.
         05 WS-CHAVE-INFORMADA          PIC 9(009) VALUE ZEROES.
         05 WS-SOLICITANTE              PIC X(008) VALUE SPACES.
         05 WS-TICKET                   PIC X(012) VALUE SPACES.

       01 CT-SENTINELA                   PIC X(008) VALUE
          'CUDCIFRA'.

      *================================================================*
      *        P E S Q U I S A   P O R   P S E U D O N I M O           *
      *================================================================*
      * The token as CUDMASK builds it - label, sequence, padded to
      * the 60 bytes of the cross-reference name-token field - and
      * the customer it resolved to: record type plus the document
      * in the 14-digit key form (a CPF right-aligned).
       01 WS-TOKEN-PROCURADO.
         05 WS-TKP-ROTULO               PIC X(008) VALUE SPACES.
         05 WS-TKP-SEQ                  PIC X(009) VALUE SPACES.
         05 WS-TKP-SEQ-N REDEFINES WS-TKP-SEQ
                                        PIC 9(009).
         05 FILLER                      PIC X(043) VALUE SPACES.

       01 WS-AREA-TOKEN.
         05 WS-TOKEN-COMPARADO          PIC X(060) VALUE SPACES.
         05 WS-TIPO-CLIENTE             PIC X(001) VALUE SPACE.
         05 WS-DOC-CLIENTE              PIC 9(014) VALUE ZEROES.
         05 WS-DOC-X REDEFINES WS-DOC-CLIENTE
                                        PIC X(014).
         05 WS-CHAVE-ACHADA             PIC 9(009) VALUE ZEROES.
         05 WS-REG-CLARO                PIC X(131) VALUE SPACES.
         05 WS-COFRE-ACHADO             PIC X(100) VALUE SPACES.

      *================================================================*
      *        A P R O V A C O E S   D E   T I C K E T S               *
      *================================================================*
      *        P E D I D O ,   R E S P O S T A   E   L O G             *
      *================================================================*
      * One request per line: the vault key, who is asking and the
      * investigation ticket that authorizes the lookup. A line
      * that opens with a token label names the customer by
      * pseudonym instead, and its requester and ticket follow the
      * 17-byte token.
       01 WS-LINHA-PEDIDO.
         05 WS-PED-CHAVE                PIC X(009).
         05 WS-PED-SOLICITANTE          PIC X(008).
         05 WS-PED-TICKET               PIC X(012).
         05 FILLER                      PIC X(008).

       01 WS-LINHA-PEDIDO-TOKEN REDEFINES WS-LINHA-PEDIDO.
         05 WS-PTK-ROTULO               PIC X(008).
         05 WS-PTK-SEQ                  PIC X(009).
         05 WS-PTK-SOLICITANTE          PIC X(008).
         05 WS-PTK-TICKET               PIC X(012).

      * Bytes the requester gave as key or token sequence, before
      * they are known to be digits.
       01 WS-PED-CHAVE-LIDA             PIC X(009) VALUE SPACES.

      * The original record answered, kept apart from the vault
      * record area - a token lookup reopens the newest generation
      * after it, and that read would overwrite the area.
       01 WS-REGISTRO-ACHADO            PIC X(131) VALUE SPACES.

      * The key fields carry the looked-up key as digits; the
      * X-type redefines let an INVALIDO answer echo the malformed
         05 WS-RSP-CHAVE                PIC 9(009).
         05 WS-RSP-CHAVE-X REDEFINES WS-RSP-CHAVE
                                        PIC X(009).
      * 'T' when the request named a pseudonym token (the key field
      * then echoes the token's sequence), blank for a vault key.
         05 WS-RSP-MODO                 PIC X(001) VALUE SPACE.
         05 WS-RSP-SITUACAO             PIC X(011).
         05 WS-RSP-REGISTRO             PIC X(131).

         05 WS-LOG-CHAVE                PIC 9(009).
         05 WS-LOG-CHAVE-X REDEFINES WS-LOG-CHAVE
                                        PIC X(009).
         05 WS-LOG-MODO                 PIC X(001) VALUE SPACE.
         05 WS-LOG-RESULTADO            PIC X(011).

       01 WS-TOTAIS-LOTE.
            88 SW-TICKET-APROVADO VALUE 'Y'.
            88 SW-TICKET-NEGADO VALUE 'N'.

      * How the request in hand names the customer.
         05 SW-PEDIDO-MODO              PIC X(03) VALUE 'N'.
            88 SW-POR-TOKEN VALUE 'Y'.
            88 SW-POR-CHAVE VALUE 'N'.

         05 SW-XREF-ARQUIVO             PIC X(03) VALUE 'N'.
            88 SW-XREF-DISPONIVEL VALUE 'Y'.
            88 SW-XREF-AUSENTE VALUE 'N'.

         05 SW-XREF-BUSCA               PIC X(03) VALUE 'N'.
            88 SW-XREF-ENCONTRADO VALUE 'Y'.
            88 SW-XREF-NAO-ENCONTRADO VALUE 'N'.

         05 SW-XREF-LEITURA             PIC X(03) VALUE 'N'.
            88 SW-SIM-FIM-XREF VALUE 'Y'.
            88 SW-NAO-FIM-XREF VALUE 'N'.

         05 SW-VAULT-LEITURA            PIC X(03) VALUE 'N'.
            88 SW-SIM-FIM-VAULT VALUE 'Y'.
            88 SW-NAO-FIM-VAULT VALUE 'N'.

      * Whether the generation 2070 just opened can be answered
      * from, and whether the token search must stop short.
         05 SW-GERACAO-LEITURA          PIC X(03) VALUE 'N'.
            88 SW-GER-LEGIVEL VALUE 'Y'.
            88 SW-GER-ILEGIVEL VALUE 'N'.

         05 SW-BUSCA-TOKEN              PIC X(03) VALUE 'N'.
            88 SW-BUSCA-INTERROMPIDA VALUE 'Y'.
            88 SW-BUSCA-EM-CURSO VALUE 'N'.

      *================================================================*
      *        P R O C E D U R E     D I V I S I O N                   *
      *================================================================*
           ELSE
               MOVE WS-SOLICITANTE      TO WS-LOG-SOLICITANTE
               MOVE WS-TICKET           TO WS-LOG-TICKET
      * A token whose sequence is not digits is logged INVALIDO
      * with the bytes as given, the way a batch line is.
               IF SW-POR-TOKEN
                 AND WS-TKP-SEQ IS NOT NUMERIC
                   MOVE WS-TKP-SEQ      TO WS-LOG-CHAVE-X
                   MOVE 'INVALIDO   '   TO WS-LOG-RESULTADO
               ELSE
                   PERFORM 2150-VALIDA-TICKET
                   IF SW-TICKET-APROVADO
                       PERFORM 2000-PROCURA-CHAVE
                       PERFORM 2290-RESULTADO-BUSCA
                   ELSE
                       MOVE 'NEGADO     '
                                        TO WS-LOG-RESULTADO
                   END-IF
               END-IF
               PERFORM 2300-GRAVA-LOG
           END-IF
       1000-INICIALIZA.

           INITIALIZE                   E1-REGIS
                                        E2-REGIS
                                        E3-REGIS.

           ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD.

      * into CUDUNMASK_RESPOSTAS. CUDUNMASK_SOLICITANTE and
      * CUDUNMASK_TICKET identify a single-key caller on the access
      * log (batch requests carry their own on each line).
      * CUDUNMASK_XREF names the cross-reference a pseudonym token
      * is resolved through.
       1050-LER-PARAMETROS.

      * When left unset, the vault path starts from the default
               MOVE WS-ENV-VALOR        TO WS-CG-CAMINHO
           END-IF

      * CUDUNMASK_CHAVE may instead carry a pseudonym token,
      * 'CLIENTE nnnnnnnnn' or 'EMPRESA nnnnnnnnn'.
           DISPLAY 'CUDUNMASK_CHAVE'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR(1:8) EQUAL 'CLIENTE ' OR 'EMPRESA '
               SET SW-POR-TOKEN         TO TRUE
               MOVE 'T'                 TO WS-LOG-MODO
               MOVE WS-ENV-VALOR(1:8)   TO WS-TKP-ROTULO
               MOVE WS-ENV-VALOR(9:9)   TO WS-TKP-SEQ
               IF WS-TKP-SEQ IS NUMERIC
                   MOVE WS-TKP-SEQ-N    TO WS-CHAVE-INFORMADA
               END-IF
           ELSE
               MOVE WS-ENV-VALOR(1:9)   TO WS-CHAVE-PROCURADA
               MOVE WS-CHAVE-PROCURADA  TO WS-CHAVE-INFORMADA
           END-IF

           DISPLAY 'CUDUNMASK_XREF'     UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-XR-CAMINHO-DEFAULT
                                        TO WS-XR-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-XR-CAMINHO
           END-IF

           DISPLAY 'CUDUNMASK_PEDIDOS'  UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
      * The lookup limit holds across runs, so the permanent access
      * log is read once here and every answered vault lookup
      * (found or not found) is charged against its ticket.
      * Refusals, erasure lines, access-report lines and
      * invalid-key attempts are skipped: none of them passed the
      * ticket gate, so none of them spent a lookup in the run
      * that logged them, and charging them here would make the
      * limit deplete retroactively. A log that does not exist yet
      * simply means nothing was spent.
       1065-CONTA-USOS-ANTERIORES.

           OPEN INPUT LGTC1AR
                 AND LOG-RESULTADO NOT EQUAL 'NEGADO'
                 AND LOG-RESULTADO NOT EQUAL 'EXPURGADO'
                 AND LOG-RESULTADO NOT EQUAL 'INVALIDO'
                 AND LOG-RESULTADO NOT EQUAL 'CONSULTADO'
                   PERFORM VARYING WS-APR-IDX
                     FROM 1 BY 1
                     UNTIL WS-APR-IDX GREATER WS-APR-QTDE
      * Keeps the newest entry that wrote a vault and still has its
      * files on disk - later runs may have the vault switched off
      * or already purged, so last-line-wins is not enough here.
      * Every such entry also goes on the generation table the
      * token lookup falls back through.
       1075-LER-CATALOGO.

           READ CGTC1AR                 INTO CAT-REGIS
                                        TO TRUE
                   MOVE CAT-DATA        TO WS-GER-DATA
                   MOVE CAT-SEQ         TO WS-GER-SEQ
                   PERFORM 1076-GUARDA-GERACAO
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DO CATALOGO '
       1075-LER-CATALOGO-EXIT.
           EXIT.

      *================================================================*
      *        G U A R D A   G E R A C A O   N A   T A B E L A         *
      *================================================================*
      * A full table drops its oldest entry: the token lookup
      * searches newest first, so the oldest matter least.
       1076-GUARDA-GERACAO.

           IF WS-GTB-QTDE EQUAL WS-GTB-MAXIMO
               PERFORM VARYING WS-GTB-DESLOCA
                 FROM 2 BY 1
                 UNTIL WS-GTB-DESLOCA GREATER WS-GTB-QTDE
                   COMPUTE WS-GTB-IDX = WS-GTB-DESLOCA - 1
                   MOVE WS-GTB-ENTRADA(WS-GTB-DESLOCA)
                                        TO WS-GTB-ENTRADA(WS-GTB-IDX)
               END-PERFORM
           ELSE
               ADD 1                    TO WS-GTB-QTDE
           END-IF

           MOVE CAT-DATA                TO WS-GTB-DATA(WS-GTB-QTDE)
           MOVE CAT-SEQ                 TO WS-GTB-SEQ(WS-GTB-QTDE)
           .
       1076-GUARDA-GERACAO-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   M O N T A   C A M I N H O           *
      *================================================================*
      * wrong key must never spill garbage into the response file.
           PERFORM 1110-VERIFICA-CIFRA-VAULT

           IF SW-VL-PADRAO
               MOVE WS-GTB-QTDE         TO WS-GTB-ABERTA
           END-IF

      * Only a run that may be asked for a token needs the
      * cross-reference: every batch run, and a single-key run
      * given one.
           IF SW-MODO-LOTE OR SW-POR-TOKEN
               PERFORM 1120-ABRIR-XREF
           END-IF

      *================================================================*
      *        A B E R T U R A   D O   L O G   D E   A C E S S O       *
      *================================================================*
       1110-VERIFICA-CIFRA-VAULT-EXIT.
           EXIT.

      *================================================================*
      *        A B E R T U R A   D O   C R O S S - R E F               *
      *================================================================*
      * A cross-reference not on disk is not an error here: vault
      * keys are still answered, and every token simply resolves
      * to nothing.
       1120-ABRIR-XREF.

           OPEN INPUT XRTC1AR

           IF WS-STATUS-XR EQUAL CT-35
               SET SW-XREF-AUSENTE      TO TRUE
               DISPLAY ' CROSS-REF AUSENTE, PSEUDONIMOS NAO '
                       'RESOLVIDOS: ' WS-XR-CAMINHO
           ELSE
               IF WS-STATUS-XR EQUAL CT-0 OR
                 WS-STATUS-XR EQUAL CT-10
                   SET SW-XREF-DISPONIVEL
                                        TO TRUE
                   PERFORM 1125-VERIFICA-CIFRA-XREF
               ELSE
                   DISPLAY ' ERRO NA ABERTURA DO CROSS-REF '
                   DISPLAY ' ERROR = ' WS-STATUS-XR
                   PERFORM 3000-FINALIZA
               END-IF
           END-IF
           .
       1120-ABRIR-XREF-EXIT.
           EXIT.

      *================================================================*
      *        V E R I F I C A   C I F R A   D O   C R O S S - R E F   *
      *================================================================*
      * The control record's name-token slot says whether the file
      * is protected; it must agree with the key in hand both ways,
      * or a token would never match and every customer would
      * wrongly answer as not found. Same clean code-16 stop as the
      * vault.
       1125-VERIFICA-CIFRA-XREF.

           MOVE '0'                     TO XRF-TIPO
           MOVE ZEROS                   TO XRF-DOC

           READ XRTC1AR
               INVALID KEY
                   DISPLAY ' CROSS-REF SEM REGISTRO DE CONTROLE '
                   CLOSE XRTC1AR
                   CLOSE VLTC1AR
                   MOVE 12              TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   CONTINUE
           END-READ

           IF XRF-NOME-TOKEN EQUAL SPACES
               IF WS-CIFRA-ATIVA
                   DISPLAY ' CROSS-REF SEM PROTECAO, RETIRE A '
                           'CHAVE '
                   PERFORM 1190-FALHA-CIFRA
               END-IF
           ELSE
               IF WS-CIFRA-INATIVA
                   DISPLAY ' CROSS-REF PROTEGIDO EXIGE CHAVE '
                   PERFORM 1190-FALHA-CIFRA
               END-IF

               MOVE SPACES              TO LK-CIF-DADOS
               MOVE XRF-NOME-TOKEN      TO LK-CIF-DADOS(1:60)
               MOVE 'D'                 TO LK-CIF-OPERACAO
               MOVE 'T'                 TO LK-CIF-MODO
               MOVE 60                  TO LK-CIF-TAMANHO
               PERFORM 5000-EXECUTA-CIFRA

               IF LK-CIF-DADOS(1:8) EQUAL CT-SENTINELA
                   CONTINUE
               ELSE
                   DISPLAY ' CHAVE DE CIFRA NAO CONFERE COM O '
                           'CROSS-REF '
                   PERFORM 1190-FALHA-CIFRA
               END-IF
           END-IF
           .
       1125-VERIFICA-CIFRA-XREF-EXIT.
           EXIT.

      *================================================================*
      *        F A L H A   D E   P R O T E C A O                       *
      *================================================================*

           CLOSE VLTC1AR

           IF SW-XREF-DISPONIVEL
               CLOSE XRTC1AR
           END-IF

           MOVE 16                      TO RETURN-CODE

           STOP RUN
      * of the night's vault.
       2000-PROCURA-CHAVE.

           IF SW-POR-TOKEN
               PERFORM 2050-PROCURA-TOKEN
           ELSE
      * Key 0 is the protection sentinel on a protected vault, not
      * a customer; it is never answered, whatever is on file.
               IF WS-CHAVE-PROCURADA EQUAL ZEROS
                   SET SW-CHAVE-NAO-ENCONTRADA
                                        TO TRUE
               ELSE
                   PERFORM 2010-LE-COFRE
               END-IF
           END-IF
           .
       2000-PROCURA-CHAVE-EXIT.
           END-IF

           IF SW-CHAVE-ENCONTRADA
               MOVE VLT-REGISTRO        TO WS-REGISTRO-ACHADO
               IF VLT-REGISTRO(1:1) EQUAL '2'
                   MOVE VLT-REGISTRO    TO E2-REGIS
               ELSE
                   IF VLT-REGISTRO(1:1) EQUAL '3'
                       MOVE VLT-REGISTRO
                                        TO E3-REGIS
                   ELSE
                       MOVE VLT-REGISTRO
                                        TO E1-REGIS
                   END-IF
               END-IF
           ELSE
               IF WS-STATUS-VL EQUAL 23
       2010-LE-COFRE-EXIT.
           EXIT.

      *================================================================*
      *        P R O C U R A   P O R   P S E U D O N I M O             *
      *================================================================*
      * Token to document through the cross-reference, then the
      * document to the customer's record in the newest
      * generation that holds it: a delta run vaults only what
      * changed, so the newest vault alone would miss most
      * customers. An explicit CUDUNMASK_VAULT is the only vault
      * searched. A generation the key in hand cannot read stops
      * the search there - an older record must never be handed
      * out in place of a newer one that could not be checked.
       2050-PROCURA-TOKEN.

           SET SW-CHAVE-NAO-ENCONTRADA  TO TRUE
           MOVE SPACES                  TO WS-COFRE-ACHADO

           IF SW-XREF-DISPONIVEL
               PERFORM 2055-RESOLVE-TOKEN
           ELSE
               SET SW-XREF-NAO-ENCONTRADO
                                        TO TRUE
           END-IF

           IF SW-XREF-ENCONTRADO
               IF SW-VL-EXPLICITO
                   PERFORM 2060-VARRE-COFRE
               ELSE
                   SET SW-BUSCA-EM-CURSO
                                        TO TRUE
                   PERFORM VARYING WS-GTB-IDX
                     FROM WS-GTB-QTDE BY -1
                     UNTIL WS-GTB-IDX EQUAL ZEROS
                     OR SW-CHAVE-ENCONTRADA
                     OR SW-BUSCA-INTERROMPIDA
                       PERFORM 2070-ABRE-GERACAO
                       IF SW-GER-LEGIVEL
                           PERFORM 2060-VARRE-COFRE
                       END-IF
                   END-PERFORM

      * Back to the newest generation, the one vault-key requests
      * further down a batch are answered from.
                   MOVE WS-GTB-QTDE     TO WS-GTB-IDX
                   PERFORM 2070-ABRE-GERACAO
               END-IF
           END-IF
           .
       2050-PROCURA-TOKEN-EXIT.
           EXIT.

      *================================================================*
      *        R E S O L V E   O   P S E U D O N I M O                 *
      *================================================================*
      * The cross-reference is keyed by document, not by token, so
      * it is read through until the entry carrying the token turns
      * up. On a protected file the stored tokens are enciphered;
      * the transform is deterministic by position, so the probe
      * is enciphered once and compared as stored. Only the found
      * entry's document is deciphered.
       2055-RESOLVE-TOKEN.

           SET SW-XREF-NAO-ENCONTRADO   TO TRUE

           MOVE WS-TOKEN-PROCURADO      TO WS-TOKEN-COMPARADO

           IF WS-CIFRA-ATIVA
               MOVE SPACES              TO LK-CIF-DADOS
               MOVE WS-TOKEN-PROCURADO  TO LK-CIF-DADOS(1:60)
               MOVE 'C'                 TO LK-CIF-OPERACAO
               MOVE 'T'                 TO LK-CIF-MODO
               MOVE 60                  TO LK-CIF-TAMANHO
               PERFORM 5000-EXECUTA-CIFRA
               MOVE LK-CIF-DADOS(1:60)  TO WS-TOKEN-COMPARADO
           END-IF

           SET SW-NAO-FIM-XREF          TO TRUE

           MOVE LOW-VALUES              TO XRF-CHAVE
           START XRTC1AR KEY NOT LESS THAN XRF-CHAVE
               INVALID KEY
                   SET SW-SIM-FIM-XREF  TO TRUE
           END-START

           PERFORM 2056-LE-XREF
             UNTIL SW-SIM-FIM-XREF
             OR SW-XREF-ENCONTRADO

           IF SW-XREF-ENCONTRADO
               MOVE XRF-TIPO            TO WS-TIPO-CLIENTE
               IF WS-CIFRA-ATIVA
                   MOVE SPACES          TO LK-CIF-DADOS
                   MOVE XRF-DOC         TO LK-CIF-DADOS(1:14)
                   MOVE 'D'             TO LK-CIF-OPERACAO
                   MOVE 'N'             TO LK-CIF-MODO
                   MOVE 14              TO LK-CIF-TAMANHO
                   PERFORM 5000-EXECUTA-CIFRA
                   MOVE LK-CIF-DADOS(1:14)
                                        TO XRF-DOC
               END-IF
               MOVE XRF-DOC             TO WS-DOC-CLIENTE
           END-IF
           .
       2055-RESOLVE-TOKEN-EXIT.
           EXIT.

      *================================================================*
      *        L E   U M A   E N T R A D A   D O   C R O S S - R E F   *
      *================================================================*
      * The control record (type '0') carries the sentinel, never a
      * token.
       2056-LE-XREF.

           READ XRTC1AR NEXT
               AT END
                   SET SW-SIM-FIM-XREF  TO TRUE
           END-READ

           IF SW-NAO-FIM-XREF
               IF WS-STATUS-XR EQUAL CT-0 OR
                 WS-STATUS-XR EQUAL CT-10
                   IF XRF-TIPO NOT EQUAL '0'
                     AND XRF-NOME-TOKEN EQUAL WS-TOKEN-COMPARADO
                       SET SW-XREF-ENCONTRADO
                                        TO TRUE
                   END-IF
               ELSE
                   DISPLAY ' ERRO NA LEITURA DO CROSS-REF '
                   DISPLAY ' ERROR = ' WS-STATUS-XR
                   PERFORM 3000-FINALIZA
               END-IF
           END-IF
           .
       2056-LE-XREF-EXIT.
           EXIT.

      *================================================================*
      *        V A R R E   O   C O F R E   A B E R T O                 *
      *================================================================*
      * Reads the open generation through for the customer's
      * record, the last one in the generation standing, then
      * fetches it by key through 2010 so it is unpacked and
      * answered exactly like a vault-key lookup.
       2060-VARRE-COFRE.

           MOVE ZEROS                   TO WS-CHAVE-ACHADA

           SET SW-NAO-FIM-VAULT         TO TRUE

           MOVE ZEROS                   TO VLT-CHAVE
           START VLTC1AR KEY NOT LESS THAN VLT-CHAVE
               INVALID KEY
                   SET SW-SIM-FIM-VAULT TO TRUE
           END-START

           PERFORM 2065-LE-COFRE-SEGUIDO
             UNTIL SW-SIM-FIM-VAULT

           IF WS-CHAVE-ACHADA NOT EQUAL ZEROS
               MOVE WS-CHAVE-ACHADA     TO WS-CHAVE-PROCURADA
               PERFORM 2010-LE-COFRE
               IF SW-CHAVE-ENCONTRADA
                   MOVE WS-VL-CAMINHO   TO WS-COFRE-ACHADO
               END-IF
           END-IF
           .
       2060-VARRE-COFRE-EXIT.
           EXIT.

      *================================================================*
      *        L E   O   C O F R E   E M   S E Q U E N C I A           *
      *================================================================*
      * Same matching CUDERASE and CUDACESS do: a person CPF at
      * bytes 32-41 against the rightmost 10 digits of the 14-digit
      * key form, a corporate CNPJ at bytes 62-75. Contact records
      * are not the customer's record and are passed over.
       2065-LE-COFRE-SEGUIDO.

           READ VLTC1AR NEXT
               AT END
                   SET SW-SIM-FIM-VAULT TO TRUE
           END-READ

           IF SW-NAO-FIM-VAULT
               IF WS-STATUS-VL EQUAL CT-0 OR
                 WS-STATUS-VL EQUAL CT-10
                   IF VLT-CHAVE NOT EQUAL ZEROS
                       IF WS-CIFRA-ATIVA
                           MOVE VLT-REGISTRO
                                        TO LK-CIF-DADOS
                           MOVE 'D'     TO LK-CIF-OPERACAO
                           MOVE 'T'     TO LK-CIF-MODO
                           MOVE 131     TO LK-CIF-TAMANHO
                           PERFORM 5000-EXECUTA-CIFRA
                           MOVE LK-CIF-DADOS
                                        TO WS-REG-CLARO
                       ELSE
                           MOVE VLT-REGISTRO
                                        TO WS-REG-CLARO
                       END-IF

                       IF WS-REG-CLARO(1:1) EQUAL WS-TIPO-CLIENTE
                           IF WS-TIPO-CLIENTE EQUAL '2'
                               IF WS-REG-CLARO(62:14) EQUAL WS-DOC-X
                                   MOVE VLT-CHAVE
                                        TO WS-CHAVE-ACHADA
                               END-IF
                           ELSE
                               IF WS-REG-CLARO(32:10) EQUAL
                                 WS-DOC-X(5:10)
                                   MOVE VLT-CHAVE
                                        TO WS-CHAVE-ACHADA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   DISPLAY ' ERRO NA LEITURA DO COFRE '
                   DISPLAY ' ERROR = ' WS-STATUS-VL
                   PERFORM 3000-FINALIZA
               END-IF
           END-IF
           .
       2065-LE-COFRE-SEGUIDO-EXIT.
           EXIT.

      *================================================================*
      *        A B R E   U M A   G E R A C A O   D O   C O F R E       *
      *================================================================*
      * Opens the generation at WS-GTB-IDX of the table in place of
      * the one open now (nothing to do when it is the same). A
      * vault gone from disk is reported and skipped - the search
      * goes on to the next older one.
       2070-ABRE-GERACAO.

           IF WS-GTB-IDX EQUAL WS-GTB-ABERTA
               SET SW-GER-LEGIVEL       TO TRUE
           ELSE
               IF WS-GTB-ABERTA NOT EQUAL ZEROS
                   CLOSE VLTC1AR
               END-IF

               MOVE ZEROS               TO WS-GTB-ABERTA
               SET SW-GER-ILEGIVEL      TO TRUE

               MOVE WS-GTB-DATA(WS-GTB-IDX)
                                        TO WS-GER-DATA
               MOVE WS-GTB-SEQ(WS-GTB-IDX)
                                        TO WS-GER-SEQ
               MOVE WS-VL-CAMINHO-DEFAULT
                                        TO WS-CAMINHO-BASE
               PERFORM 1080-MONTA-CAMINHO
               MOVE WS-CAMINHO-MONTADO  TO WS-VL-CAMINHO

               OPEN INPUT VLTC1AR

               IF WS-STATUS-VL EQUAL CT-35
                   DISPLAY ' COFRE AUSENTE NO DISCO, PULADO: '
                           WS-VL-CAMINHO
               ELSE
                   IF WS-STATUS-VL EQUAL CT-0 OR
                     WS-STATUS-VL EQUAL CT-10
                       MOVE WS-GTB-IDX  TO WS-GTB-ABERTA
                       PERFORM 2075-CONFERE-CIFRA-GERACAO
                   ELSE
                       DISPLAY ' ERRO NA ABERTURA DO COFRE '
                       DISPLAY ' ARQUIVO = ' WS-VL-CAMINHO
                       DISPLAY ' ERROR   = ' WS-STATUS-VL
                       PERFORM 3000-FINALIZA
                   END-IF
               END-IF
           END-IF
           .
       2070-ABRE-GERACAO-EXIT.
           EXIT.

      *================================================================*
      *        C O N F E R E   C I F R A   D A   G E R A C A O         *
      *================================================================*
      * Same sentinel agreement 1110 demands of the run's vault,
      * but an older generation that fails it does not stop the
      * run: the request in hand is answered as not found, and
      * logged, and the batch goes on.
       2075-CONFERE-CIFRA-GERACAO.

           SET SW-GER-LEGIVEL           TO TRUE

           MOVE ZEROS                   TO VLT-CHAVE

           READ VLTC1AR
               INVALID KEY
                   IF WS-CIFRA-ATIVA
                       SET SW-GER-ILEGIVEL
                                        TO TRUE
                   END-IF
               NOT INVALID KEY
                   IF WS-CIFRA-INATIVA
                       SET SW-GER-ILEGIVEL
                                        TO TRUE
                   ELSE
                       MOVE VLT-REGISTRO
                                        TO LK-CIF-DADOS
                       MOVE 'D'         TO LK-CIF-OPERACAO
                       MOVE 'T'         TO LK-CIF-MODO
                       MOVE 131         TO LK-CIF-TAMANHO
                       PERFORM 5000-EXECUTA-CIFRA
                       IF LK-CIF-DADOS(1:8) NOT EQUAL CT-SENTINELA
                           SET SW-GER-ILEGIVEL
                                        TO TRUE
                       END-IF
                   END-IF
           END-READ

           IF SW-GER-ILEGIVEL
               DISPLAY ' PROTECAO DA GERACAO NAO CONFERE COM A '
                       'CHAVE: ' WS-VL-CAMINHO
               SET SW-BUSCA-INTERROMPIDA
                                        TO TRUE
           END-IF
           .
       2075-CONFERE-CIFRA-GERACAO-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   P R O C E S S A   P E D I D O       *
      *================================================================*
       2100-PROCESSA-PEDIDO.

           INITIALIZE                   E1-REGIS
                                        E2-REGIS
                                        E3-REGIS.

           SET SW-CHAVE-NAO-ENCONTRADA  TO TRUE

               WS-STATUS-PD EQUAL CT-10
               IF SW-NAO-FIM-PEDIDO
                   ADD 1                TO WS-TOT-PEDIDOS
                   PERFORM 2110-IDENTIFICA-PEDIDO

                   IF WS-PED-CHAVE-LIDA IS NUMERIC
                       MOVE WS-PED-CHAVE-LIDA
                                        TO WS-CHAVE-INFORMADA
                       IF SW-POR-CHAVE
                           MOVE WS-PED-CHAVE-LIDA
                                        TO WS-CHAVE-PROCURADA
                       END-IF
                       PERFORM 2150-VALIDA-TICKET
                       IF SW-TICKET-APROVADO
                           PERFORM 2000-PROCURA-CHAVE
                       ELSE
                           MOVE 'NEGADO     '
                                        TO WS-LOG-RESULTADO
                           MOVE WS-CHAVE-INFORMADA
                                        TO WS-RSP-CHAVE
                           MOVE 'NEGADO     '
                                        TO WS-RSP-SITUACAO
      * and the log line - a zeros placeholder would leave audit
      * unable to tell which of several invalid requests was which.
                       MOVE ZEROS       TO WS-CHAVE-PROCURADA
                                           WS-CHAVE-INFORMADA
                       MOVE WS-PED-CHAVE-LIDA
                                        TO WS-RSP-CHAVE-X
                       MOVE WS-PED-CHAVE-LIDA
                                        TO WS-LOG-CHAVE-X
                       MOVE 'INVALIDO   '
                                        TO WS-RSP-SITUACAO
       2100-PROCESSA-PEDIDO-EXIT.
           EXIT.

      *================================================================*
      *        I D E N T I F I C A   O   P E D I D O                   *
      *================================================================*
      * A line opening with a token label is a pseudonym request;
      * anything else is read as a vault-key request, exactly as
      * before. The mode byte goes on the response and log lines.
       2110-IDENTIFICA-PEDIDO.

           IF WS-PTK-ROTULO EQUAL 'CLIENTE ' OR 'EMPRESA '
               SET SW-POR-TOKEN         TO TRUE
               MOVE 'T'                 TO WS-RSP-MODO
                                           WS-LOG-MODO
               MOVE WS-PTK-ROTULO       TO WS-TKP-ROTULO
               MOVE WS-PTK-SEQ          TO WS-TKP-SEQ
                                           WS-PED-CHAVE-LIDA
               MOVE WS-PTK-SOLICITANTE  TO WS-LOG-SOLICITANTE
               MOVE WS-PTK-TICKET       TO WS-LOG-TICKET
           ELSE
               SET SW-POR-CHAVE         TO TRUE
               MOVE SPACE               TO WS-RSP-MODO
                                           WS-LOG-MODO
               MOVE WS-PED-CHAVE        TO WS-PED-CHAVE-LIDA
               MOVE WS-PED-SOLICITANTE  TO WS-LOG-SOLICITANTE
               MOVE WS-PED-TICKET       TO WS-LOG-TICKET
           END-IF
           .
       2110-IDENTIFICA-PEDIDO-EXIT.
           EXIT.

      *================================================================*
      *        V A L I D A   O   T I C K E T   D O   P E D I D O       *
      *================================================================*

       2200-GRAVA-RESPOSTA.

           MOVE WS-CHAVE-INFORMADA      TO WS-RSP-CHAVE
           MOVE WS-LOG-RESULTADO        TO WS-RSP-SITUACAO

           IF SW-CHAVE-ENCONTRADA
               MOVE WS-REGISTRO-ACHADO  TO WS-RSP-REGISTRO
               ADD 1                    TO WS-TOT-ENCONTRADOS
           ELSE
               MOVE SPACES              TO WS-RSP-REGISTRO
           ACCEPT WS-LOG-HORA           FROM TIME

      * An INVALIDO attempt already carries the malformed key
      * verbatim, staged by 2100 (by 0000 for a single-key token);
      * overwriting it with the zeroed numeric key would erase
      * what the requester submitted. A token lookup logs the
      * token's sequence with the mode byte 'T' staged alongside.
           IF WS-LOG-RESULTADO EQUAL 'INVALIDO'
               CONTINUE
           ELSE
               MOVE WS-CHAVE-INFORMADA  TO WS-LOG-CHAVE
           END-IF

           WRITE REG-LOG FROM WS-LINHA-LOG
           ELSE
               IF SW-CHAVE-ENCONTRADA
                   DISPLAY ' REGISTRO ORIGINAL LOCALIZADO '
                   IF SW-POR-TOKEN
                       DISPLAY ' PSEUDONIMO  = '
                               WS-TOKEN-PROCURADO(1:17)
                       DISPLAY ' COFRE       = ' WS-COFRE-ACHADO
                   END-IF
                   DISPLAY ' CHAVE       = ' WS-CHAVE-PROCURADA
                   IF E2-TIPO EQUAL '2'
                       DISPLAY ' RAZAO SOCIAL= ' E2-RAZAO-SOCIAL
                       DISPLAY ' ENDERECO    = ' E2-ADDRESS
                       DISPLAY ' CEP         = ' E2-POST-CODE
                   ELSE
                       IF E3-TIPO EQUAL '3'
                           DISPLAY ' PESSOA      = ' E3-TIPO-PESSOA
                           DISPLAY ' DOCUMENTO   = ' E3-DOC
                           DISPLAY ' EMAIL       = ' E3-EMAIL
                           DISPLAY ' TELEFONE    = ' E3-DDD ' '
                                   E3-FONE-NUMERO
                       ELSE
                           DISPLAY ' NOME        = ' E1-NAME
                           DISPLAY ' DOCUMENTO   = ' E1-DOC
                           DISPLAY ' ENDERECO    = ' E1-ADDRESS
                           DISPLAY ' CEP         = ' E1-POST-CODE
                       END-IF
                   END-IF
               ELSE
                   IF WS-LOG-RESULTADO EQUAL 'NEGADO'
                               'TICKETS '
                       DISPLAY ' TICKET      = ' WS-TICKET
                   ELSE
                       IF SW-POR-TOKEN
                           IF WS-LOG-RESULTADO EQUAL 'INVALIDO'
                               DISPLAY ' PSEUDONIMO INVALIDO '
                           ELSE
                               DISPLAY ' PSEUDONIMO NAO ENCONTRADO '
                           END-IF
                           DISPLAY ' PSEUDONIMO  = '
                                   WS-TOKEN-PROCURADO(1:17)
                       ELSE
                           DISPLAY ' CHAVE NAO ENCONTRADA NO COFRE '
                           DISPLAY ' CHAVE       = '
                                   WS-CHAVE-PROCURADA
                       END-IF
                   END-IF
               END-IF
           END-IF

           CLOSE VLTC1AR

           IF SW-XREF-DISPONIVEL
               CLOSE XRTC1AR
           END-IF

           IF SW-LOG-ABERTO
               CLOSE LGTC1AR
           END-IF
