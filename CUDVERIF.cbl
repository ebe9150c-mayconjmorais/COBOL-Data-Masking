      * bytes are zeros, and no token of the original address
      * survived into the masked address.
      *
      * Contact records (REGE3) are held to their own contract: the
      * document edges as above, no byte of the e-mail local part
      * left in place (only the first and last may survive, and the
      * domain is kept by design), and no digit of the mobile number
      * after the DDD other than zero.
      *
      * Records CUDMASK rejected never reach the masked file; they
      * are recognized here by the detail sequence number carried on
      * each MASK_REJ.TXT line and skipped, so the two files stay
      * field, and RETURN-CODE 8 when anything leaked, so the
      * nightly job can gate the release to downstream on it.
      *
      * Every run also appends its verdict to the verdict ledger
      * (REGVRD), tagged with the generation it checked - the
      * evidence CUDLIBER requires before it releases that
      * generation to any consumer.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-CG.

           SELECT VDTC1AR ASSIGN DYNAMIC WS-VD-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-VD.

      *================================================================*
      *                D A T A    D I V I S I O N                      *
      *================================================================*
       FD CGTC1AR.
       01 REG-CGT PIC X(047).

       FD VDTC1AR.
       01 REG-VRD PIC X(154).

       WORKING-STORAGE SECTION.
      *================================================================*
      *                   A R E A   DE   C O P Y                       *

           COPY 'REGE2'                 IN copy-lib.

           COPY 'REGE3'                 IN copy-lib.

           COPY 'REGHT'                 IN copy-lib.

      * Run-catalog line, used to resolve the newest generation of
      * the masked and reject files when no explicit path is given.
           COPY 'REGCAT'                IN copy-lib.

      * Verdict-ledger line, appended at the end of the run.
           COPY 'REGVRD'                IN copy-lib.
      *================================================================*
      *      W O R K I N G - S T O R A G E   S E C T I O N             *
      *================================================================*
         05 WS-STATUS-RJ                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-VF                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-CG                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-VD                PIC 9(002) VALUE ZEROS.

      *================================================================*
      *        C A M I N H O   D O S   A R Q U I V O S                 *
         05 WS-RJ-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-VF-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-CG-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-VD-CAMINHO               PIC X(100) VALUE SPACES.

       01 WS-CAMINHOS-PADRAO.
         05 WS-E1-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_VER.TXT'.
         05 WS-CG-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_CAT.TXT'.
         05 WS-VD-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_VRD.TXT'.

       01 WS-AREA-PARAMETROS.
         05 WS-ENV-VALOR                PIC X(100) VALUE SPACES.

      * Generation and partition the verdict is recorded against.
       01 WS-AREA-VEREDITO.
         05 WS-VRD-GER-SEQ              PIC 9(005) VALUE ZEROES.
         05 WS-VRD-GER-DATA             PIC 9(008) VALUE ZEROES.
         05 WS-VRD-PARTICAO             PIC 9(002) VALUE ZEROES.
         05 WS-VRD-PARTES               PIC 9(002) VALUE ZEROES.

      * CUDMASK writes every output as a dated generation
      * (.Ddate.Sseq on the base name), so when the caller does not
      * point CUDVERIF at explicit files the newest generation is
           10 M2-CNPJ                   PIC X(14).
           10 M2-ADDRESS                PIC X(50).
           10 M2-POST-CODE              PIC X(06).
         05 WS-RM-CT REDEFINES WS-RM-LINHA.
           10 M3-TIPO                   PIC X(01).
           10 M3-TIPO-PESSOA            PIC X(01).
           10 M3-DOC                    PIC X(14).
           10 M3-EMAIL                  PIC X(60).
           10 M3-DDD                    PIC X(02).
           10 M3-FONE                   PIC X(09).
           10 M3-PSEUDONIMO             PIC X(30).
           10 FILLER                    PIC X(14).

      * Address pair staged by record type before the token sweep.
       01 WS-END-ORIGEM.
         05 WS-TOKEN-POS                PIC 9(002) VALUE ZEROS.
         05 WS-TOKEN-INI                PIC 9(002) VALUE ZEROS.

      * Contact scratch: where the original e-mail's '@' sits, how
      * many masked local-part bytes are '*', and the phone byte in
      * hand.
       01 WS-AREA-CONTATO.
         05 WS-EM-ARROBA                PIC 9(002) VALUE ZEROS.
         05 WS-EM-INTERNO               PIC 9(002) VALUE ZEROS.
         05 WS-EM-ASTERISCOS            PIC 9(002) VALUE ZEROS.
         05 WS-FN-POS                   PIC 9(002) VALUE ZEROS.

      *================================================================*
      *        T O T A I S   E   V I O L A C O E S                     *
      *================================================================*
         05 WS-VIO-ENDERECO             PIC 9(009) VALUE ZEROES.
         05 WS-VIO-CEP                  PIC 9(009) VALUE ZEROES.
         05 WS-VIO-PAREAMENTO           PIC 9(009) VALUE ZEROES.
         05 WS-VIO-EMAIL                PIC 9(009) VALUE ZEROES.
         05 WS-VIO-TELEFONE             PIC 9(009) VALUE ZEROES.
         05 WS-VIO-TOTAL                PIC 9(009) VALUE ZEROES.

       01 WS-LINHA-VIOLACAO.
         05 SW-TIPO-REGISTRO            PIC X(03) VALUE '1'.
            88 SW-TIPO-PF VALUE '1'.
            88 SW-TIPO-PJ VALUE '2'.
            88 SW-TIPO-CONTATO VALUE '3'.
            88 SW-TIPO-HEADER VALUE '0'.
            88 SW-TIPO-TRAILER VALUE '9'.

            88 SW-TOKEN-ACHADO VALUE 'Y'.
            88 SW-TOKEN-NAO-ACHADO VALUE 'N'.

         05 SW-FONE                     PIC X(03) VALUE 'N'.
            88 SW-FONE-VAZOU VALUE 'Y'.
            88 SW-FONE-LIMPO VALUE 'N'.

         05 SW-S1-CAMINHO               PIC X(03) VALUE 'N'.
            88 SW-S1-PADRAO VALUE 'Y'.
            88 SW-S1-EXPLICITO VALUE 'N'.
       1000-INICIALIZA.

           INITIALIZE                   E1-REGIS
                                        E2-REGIS
                                        E3-REGIS.

           PERFORM 1050-LER-PARAMETROS.

      * CUDVERIF_ENTRADA / CUDVERIF_MASCARADO must point at the same
      * pair of files a CUDMASK run read and wrote; CUDVERIF_REJEITADOS
      * at that run's reject file, so rejected originals can be
      * recognized and skipped. CUDVERIF_VEREDITOS names the verdict
      * ledger; CUDVERIF_GERACAO_SEQ / _DATA the generation explicit
      * files belong to, and CUDVERIF_PARTICAO / CUDVERIF_PARTES the
      * partition of a partitioned night being checked.
       1050-LER-PARAMETROS.

           DISPLAY 'CUDVERIF_ENTRADA'   UPON ENVIRONMENT-NAME
           ELSE
               MOVE WS-ENV-VALOR        TO WS-VF-CAMINHO
           END-IF

           DISPLAY 'CUDVERIF_VEREDITOS' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-VD-CAMINHO-DEFAULT
                                        TO WS-VD-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-VD-CAMINHO
           END-IF

           DISPLAY 'CUDVERIF_GERACAO_SEQ'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR(1:5) IS NUMERIC
               MOVE WS-ENV-VALOR(1:5)   TO WS-VRD-GER-SEQ
           END-IF

           DISPLAY 'CUDVERIF_GERACAO_DATA'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR(1:8) IS NUMERIC
               MOVE WS-ENV-VALOR(1:8)   TO WS-VRD-GER-DATA
           END-IF

           DISPLAY 'CUDVERIF_PARTICAO'  UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR(1:2) IS NUMERIC
               MOVE WS-ENV-VALOR(1:2)   TO WS-VRD-PARTICAO
           END-IF

           DISPLAY 'CUDVERIF_PARTES'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR(1:2) IS NUMERIC
               MOVE WS-ENV-VALOR(1:2)   TO WS-VRD-PARTES
           END-IF

           IF WS-VRD-PARTICAO EQUAL ZEROS
             OR WS-VRD-PARTES EQUAL ZEROS
             OR WS-VRD-PARTICAO GREATER WS-VRD-PARTES
               MOVE ZEROS               TO WS-VRD-PARTICAO
                                           WS-VRD-PARTES
           END-IF
           .
       1050-LER-PARAMETROS-EXIT.
           EXIT.
               PERFORM 3000-FINALIZA
           END-IF

      * The resolved generation is the one the verdict vouches for,
      * unless the caller named one - and only when the masked file
      * itself came from the catalog. A masked file named by hand
      * may be any generation's (or a profile's) output; without
      * CUDVERIF_GERACAO_SEQ its verdict vouches for nothing.
           IF WS-VRD-GER-SEQ EQUAL ZEROS
             AND SW-S1-PADRAO
               MOVE CAT-SEQ             TO WS-VRD-GER-SEQ
               MOVE CAT-DATA            TO WS-VRD-GER-DATA
           END-IF

           IF SW-S1-PADRAO
               MOVE WS-S1-CAMINHO-DEFAULT
                                        TO WS-CAMINHO-BASE
               MOVE WS-REG-ORIGEM       TO E2-REGIS
               PERFORM 2320-VERIFICA-PJ
           ELSE
               IF SW-TIPO-CONTATO
                   MOVE WS-REG-ORIGEM   TO E3-REGIS
                   PERFORM 2330-VERIFICA-CONTATO
               ELSE
                   MOVE WS-REG-ORIGEM   TO E1-REGIS
                   PERFORM 2310-VERIFICA-PF
               END-IF
           END-IF
           .
       2300-VERIFICA-PAR-EXIT.
       2320-VERIFICA-PJ-EXIT.
           EXIT.

      *================================================================*
      *        V E R I F I C A   P A R   C O N T A T O                 *
      *================================================================*
      * The document follows the customer's own kept-edge rule, read
      * off the 14-digit field: a CPF sits right-aligned, so its
      * positions 4-8 are bytes 8-12; a CNPJ keeps only its branch.
      * An empty e-mail or phone on the original has nothing that
      * could leak and is not checked.
       2330-VERIFICA-CONTATO.

           IF E3-TIPO-PESSOA EQUAL '2'
               IF M3-DOC(1:8) NOT EQUAL '00000000' OR
                 M3-DOC(13:2) NOT EQUAL '00'
                   ADD 1                TO WS-VIO-DOCUMENTO
                   MOVE 'DOCUMENTO '    TO WS-LV-CAMPO
                   PERFORM 2900-GRAVA-VIOLACAO
               END-IF
           ELSE
               IF M3-DOC(8:5) NOT EQUAL '00000'
                   ADD 1                TO WS-VIO-DOCUMENTO
                   MOVE 'DOCUMENTO '    TO WS-LV-CAMPO
                   PERFORM 2900-GRAVA-VIOLACAO
               END-IF
           END-IF

           IF E3-EMAIL NOT EQUAL SPACES
               PERFORM 2340-VERIFICA-EMAIL
           END-IF

           IF E3-FONE-NUMERO NOT EQUAL SPACES
               PERFORM 2345-VERIFICA-TELEFONE
           END-IF
           .
       2330-VERIFICA-CONTATO-EXIT.
           EXIT.

      *================================================================*
      *        V E R I F I C A   E - M A I L   D O   C O N T A T O     *
      *================================================================*
      * The local part (everything before the original '@') must not
      * have survived as it was, and every byte between its first
      * and last must be '*' - the partial mask keeps those two
      * edges, the full mask keeps none. The domain is kept on
      * purpose and is not checked.
       2340-VERIFICA-EMAIL.

           MOVE ZEROS                   TO WS-EM-ARROBA
           INSPECT E3-EMAIL TALLYING WS-EM-ARROBA
               FOR CHARACTERS BEFORE INITIAL '@'
           ADD 1                        TO WS-EM-ARROBA

      * No '@' at all: the whole field is the local part.
           IF WS-EM-ARROBA GREATER 60
               IF M3-EMAIL EQUAL E3-EMAIL
                   ADD 1                TO WS-VIO-EMAIL
                   MOVE 'EMAIL     '    TO WS-LV-CAMPO
                   PERFORM 2900-GRAVA-VIOLACAO
               END-IF
           ELSE
               IF WS-EM-ARROBA GREATER 1
                   PERFORM 2341-VERIFICA-LOCAL
               END-IF
           END-IF
           .
       2340-VERIFICA-EMAIL-EXIT.
           EXIT.

      *================================================================*
      *        V E R I F I C A   P A R T E   L O C A L                 *
      *================================================================*

       2341-VERIFICA-LOCAL.

           MOVE ZEROS                   TO WS-EM-ASTERISCOS
                                           WS-EM-INTERNO

           IF WS-EM-ARROBA GREATER 3
               COMPUTE WS-EM-INTERNO = WS-EM-ARROBA - 3
               INSPECT M3-EMAIL(2:WS-EM-INTERNO)
                   TALLYING WS-EM-ASTERISCOS FOR ALL '*'
           END-IF

           IF M3-EMAIL(1:WS-EM-ARROBA - 1) EQUAL
             E3-EMAIL(1:WS-EM-ARROBA - 1)
             OR WS-EM-ASTERISCOS NOT EQUAL WS-EM-INTERNO
               ADD 1                    TO WS-VIO-EMAIL
               MOVE 'EMAIL     '        TO WS-LV-CAMPO
               PERFORM 2900-GRAVA-VIOLACAO
           END-IF
           .
       2341-VERIFICA-LOCAL-EXIT.
           EXIT.

      *================================================================*
      *        V E R I F I C A   T E L E F O N E   D O   C O N T A T O *
      *================================================================*
      * The DDD is kept on purpose. Every byte of the number after
      * it must come out as zero (or stay blank where the original
      * was shorter than nine digits); any other digit is a leak.
       2345-VERIFICA-TELEFONE.

           SET SW-FONE-LIMPO            TO TRUE

           PERFORM VARYING WS-FN-POS
             FROM 1 BY 1
             UNTIL WS-FN-POS GREATER 9
             OR SW-FONE-VAZOU

               IF M3-FONE(WS-FN-POS:1) NOT EQUAL '0'
                 AND M3-FONE(WS-FN-POS:1) NOT EQUAL SPACE
                   SET SW-FONE-VAZOU    TO TRUE
               END-IF

           END-PERFORM

           IF SW-FONE-VAZOU
               ADD 1                    TO WS-VIO-TELEFONE
               MOVE 'TELEFONE  '        TO WS-LV-CAMPO
               PERFORM 2900-GRAVA-VIOLACAO
           END-IF
           .
       2345-VERIFICA-TELEFONE-EXIT.
           EXIT.

      *================================================================*
      *        V E R I F I C A   T O K E N S   D O   E N D E R E C O   *
      *================================================================*
           ADD WS-VIO-ENDERECO          TO WS-VIO-TOTAL
           ADD WS-VIO-CEP               TO WS-VIO-TOTAL
           ADD WS-VIO-PAREAMENTO        TO WS-VIO-TOTAL
           ADD WS-VIO-EMAIL             TO WS-VIO-TOTAL
           ADD WS-VIO-TELEFONE          TO WS-VIO-TOTAL

           DISPLAY ' TOTAIS DE CONTROLE CUDVERIF '
           DISPLAY ' DETALHES ORIGEM      = ' WS-TOT-ORIGEM
           DISPLAY ' VIOLACOES ENDERECO   = ' WS-VIO-ENDERECO
           DISPLAY ' VIOLACOES CEP        = ' WS-VIO-CEP
           DISPLAY ' VIOLACOES PAREAMENTO = ' WS-VIO-PAREAMENTO
           DISPLAY ' VIOLACOES EMAIL      = ' WS-VIO-EMAIL
           DISPLAY ' VIOLACOES TELEFONE   = ' WS-VIO-TELEFONE

           PERFORM 3100-GRAVA-RESUMO

               CLOSE RJTC1AR
           END-IF

           PERFORM 3200-GRAVA-VEREDITO

           MOVE WS-CODIGO-RETORNO       TO RETURN-CODE

           STOP RUN
           MOVE 'VIOLACOES PAREAMENT'    TO WS-LC-LABEL
           MOVE WS-VIO-PAREAMENTO        TO WS-LC-VALOR
           PERFORM 3110-GRAVA-LINHA-RESUMO

           MOVE 'VIOLACOES EMAIL    '    TO WS-LC-LABEL
           MOVE WS-VIO-EMAIL             TO WS-LC-VALOR
           PERFORM 3110-GRAVA-LINHA-RESUMO

           MOVE 'VIOLACOES TELEFONE '    TO WS-LC-LABEL
           MOVE WS-VIO-TELEFONE          TO WS-LC-VALOR
           PERFORM 3110-GRAVA-LINHA-RESUMO
           .
       3100-GRAVA-RESUMO-EXIT.
           EXIT.
           .
       3110-GRAVA-LINHA-RESUMO-EXIT.
           EXIT.

      *================================================================*
      *        G R A V A   V E R E D I T O                             *
      *================================================================*
      * Appended whatever the outcome, so a failed check is on
      * record too. A pass that cannot be recorded would leave the
      * generation unreleasable with nothing on the job log to say
      * why, so a ledger error raises the condition code to 12.
       3200-GRAVA-VEREDITO.

           MOVE SPACES                  TO VRD-REGIS
           MOVE WS-VRD-GER-SEQ          TO VRD-SEQ
           MOVE WS-VRD-GER-DATA         TO VRD-DATA
           MOVE WS-VRD-PARTICAO         TO VRD-PARTICAO
           MOVE WS-VRD-PARTES           TO VRD-PARTES
           MOVE WS-TOT-PARES            TO VRD-PARES
           MOVE WS-VIO-TOTAL            TO VRD-VIOLACOES
           MOVE WS-CODIGO-RETORNO       TO VRD-RETORNO
           MOVE WS-S1-CAMINHO           TO VRD-MASCARADO
           ACCEPT VRD-EXEC-DATA         FROM DATE YYYYMMDD
           ACCEPT VRD-EXEC-HORA         FROM TIME

           IF WS-CODIGO-RETORNO EQUAL ZEROS
               SET VRD-APROVADA         TO TRUE
           ELSE
               SET VRD-REPROVADA        TO TRUE
           END-IF

           OPEN EXTEND VDTC1AR

           IF WS-STATUS-VD EQUAL CT-35
               OPEN OUTPUT VDTC1AR
           END-IF

           IF WS-STATUS-VD EQUAL CT-0 OR
             WS-STATUS-VD EQUAL CT-10
               WRITE REG-VRD FROM VRD-REGIS
               END-WRITE

               IF WS-STATUS-VD EQUAL CT-0
                   DISPLAY ' VEREDITO REGISTRADO  = ' VRD-VEREDITO
                           ' GERACAO ' VRD-SEQ ' ' VRD-DATA
               ELSE
                   DISPLAY ' ERRO NA GRAVACAO DOS VEREDITOS '
                   DISPLAY ' ERROR = ' WS-STATUS-VD
                   MOVE 12              TO WS-CODIGO-RETORNO
               END-IF

               CLOSE VDTC1AR
           ELSE
               DISPLAY ' ERRO NA ABERTURA DOS VEREDITOS '
               DISPLAY ' ERROR = ' WS-STATUS-VD
               MOVE 12                  TO WS-CODIGO-RETORNO
           END-IF
           .
       3200-GRAVA-VEREDITO-EXIT.
           EXIT.
