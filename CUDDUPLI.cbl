      ******************************************************************
      * Duplicate and conflicting customer check on the source
      * extract, run before CUDMASK.
      *
      * CUDMASK masks each detail line on its own, so a CPF/CNPJ the
      * core system sends twice in one night (after a merge or a
      * correction) leaves as two masked records under the same
      * XRTC1AR pseudonym, and downstream counts one customer twice.
      * This program reads the extract once, sorts the person ('1')
      * and corporate ('2') details on record type + document, and
      * looks at every document that appears more than once:
      *
      *   - an exact duplicate repeats name, address and CEP: the
      *     last occurrence is kept, every earlier one is rejected
      *     with reason '08';
      *   - a conflicting duplicate differs in name, address or CEP:
      *     what happens is the conflict policy's call
      *     (CUDDUPLI_POLITICA):
      *       'R' (default) every occurrence is rejected with reason
      *           '09' - nobody can tell which one is right, so none
      *           goes out until the source is corrected;
      *       'U' the last occurrence is kept as the correction and
      *           the earlier ones are rejected - '09' where they
      *           differ from it, '08' where they only repeat it.
      *
      * "Last" is arrival order in the extract, the order the core
      * system applied its changes in.
      *
      * The decisions go to a decision file (see REGDUP) in detail
      * sequence order, which CUDMASK reads through
      * CUDMASK_DUPLICADOS to turn each named occurrence into an
      * ordinary reject line. The report lists every repeated
      * document with each occurrence, what was decided and which
      * fields differ - the document with only the edges the masking
      * rules keep, and no name, address or CEP at all, so the
      * report can go to the upstream data owners as it stands.
      *
      * Contact lines ('3'), unknown record types and documents that
      * are not numeric are counted and left alone: CUDMASK rejects
      * the last two on its own. Full extracts only - a delta line
      * carries its action code where the name starts.
      *
      * Condition code: 0 no repeated document, 4 repeats found
      * (CUDMASK will reject lines), 12 configuration or I/O error.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                      CUDDUPLI.
       AUTHOR.                          MAYCON MORAIS.
       DATE-WRITTEN.                    OCT 15, 2026.
       DATE-COMPILED.

      ******************************************************************
      *================================================================*
      *        E N V I R O N M E N T     D I V I S I O N               *
      *================================================================*

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT E1TC1AR ASSIGN DYNAMIC WS-E1-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-E1.

           SELECT RLTC1AR ASSIGN DYNAMIC WS-RL-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-RL.

      * Decisions as they are taken, in document order; the second
      * SORT puts them in detail sequence order onto DPTC1AR.
           SELECT WKTC1AR ASSIGN DYNAMIC WS-WK-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-WK.

           SELECT DPTC1AR ASSIGN DYNAMIC WS-DP-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-DP.

           SELECT SRTC1AR ASSIGN DYNAMIC WS-SR-CAMINHO.

           SELECT SDTC1AR ASSIGN DYNAMIC WS-SD-CAMINHO.

      *================================================================*
      *                D A T A    D I V I S I O N                      *
      *================================================================*

       DATA DIVISION.

       FILE SECTION.
       FD E1TC1AR.
       01 REG-ENT PIC X(131).

       FD RLTC1AR.
       01 REG-REL PIC X(100).

       FD WKTC1AR.
       01 REG-WRK PIC X(024).

       FD DPTC1AR.
       01 REG-DUP PIC X(024).

      * One sort record per person/corporate detail: type and
      * document (a CPF right-aligned into 14 digits, the same shape
      * as the XRTC1AR key), then the arrival sequence, so the
      * occurrences of one document come back together and in the
      * order the extract carried them.
       SD SRTC1AR.
       01 REG-SRT.
         05 SRT-CHAVE.
           10 SRT-TIPO                  PIC X(001).
           10 SRT-DOC                   PIC 9(014).
           10 SRT-SEQ                   PIC 9(009).
         05 SRT-REGISTRO                PIC X(131).

      * Decision lines (REGDUP layout) re-sorted on type byte first,
      * so the '0' control line leads, then on detail sequence.
       SD SDTC1AR.
       01 REG-SRD.
         05 SRD-CHAVE.
           10 SRD-TIPO                  PIC X(001).
           10 SRD-PARTICAO              PIC 9(002).
           10 SRD-SEQ                   PIC 9(009).
         05 FILLER                      PIC X(012).

       WORKING-STORAGE SECTION.
      *================================================================*
      *                   A R E A   DE   C O P Y                       *
      *================================================================*
      * Person and corporate detail layouts.
           COPY 'REGE1'                 IN copy-lib.

           COPY 'REGE2'                 IN copy-lib.

      * Header ('0') and trailer ('9') lines framing the extract.
           COPY 'REGHT'                 IN copy-lib.

      * Decision-file line.
           COPY 'REGDUP'                IN copy-lib.
      *================================================================*
      *      W O R K I N G - S T O R A G E   S E C T I O N             *
      *================================================================*

       01 WS-ARQUIVOS-STATUS.
         05 WS-STATUS-E1                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-RL                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-WK                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-DP                PIC 9(002) VALUE ZEROS.

      *================================================================*
      *        C A M I N H O   D O S   A R Q U I V O S                 *
      *================================================================*
       01 WS-CAMINHOS-ARQUIVOS.
         05 WS-E1-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-RL-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-DP-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-WK-CAMINHO               PIC X(100) VALUE
         'MASK_DUP.WRK'.
         05 WS-SR-CAMINHO               PIC X(100) VALUE
         'MASK_DUP.SRT'.
         05 WS-SD-CAMINHO               PIC X(100) VALUE
         'MASK_DUP.SRD'.

       01 WS-CAMINHOS-PADRAO.
         05 WS-E1-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK.TXT'.
         05 WS-RL-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_DPR.TXT'.
         05 WS-DP-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_DUP.TXT'.

      * Conflict policy: 'R' rejects every occurrence of a
      * conflicting document, 'U' keeps the last one.
       01 WS-AREA-PARAMETROS.
         05 WS-ENV-VALOR                PIC X(100) VALUE SPACES.
         05 WS-POLITICA                 PIC X(001) VALUE 'R'.
            88 WS-POLITICA-REJEITA      VALUE 'R'.
            88 WS-POLITICA-ULTIMA       VALUE 'U'.

      *================================================================*
      *        O C O R R E N C I A S   D O   D O C U M E N T O         *
      *================================================================*
      * Every occurrence of the document in flight, in arrival
      * order. The decision needs the whole group in hand (the last
      * occurrence is the reference), so it is held here; a
      * document repeated more often than the table holds means the
      * extract itself is broken and stops the run.
       01 WS-AREA-GRUPO.
         05 WS-GRP-CHAVE.
           10 WS-GRP-TIPO               PIC X(001) VALUE SPACES.
           10 WS-GRP-DOC                PIC 9(014) VALUE ZEROES.
         05 WS-GRP-QTDE                 PIC 9(005) VALUE ZEROES.
         05 WS-GRP-MAXIMO               PIC 9(005) VALUE 500.
         05 WS-GRP-IDX                  PIC 9(005) VALUE ZEROES.

       01 WS-TABELA-GRUPO.
         05 WS-OCO-ENTRADA              OCCURS 500.
           10 WS-OCO-SEQ                PIC 9(009).
           10 WS-OCO-REGISTRO           PIC X(131).

      * Where name, address and CEP sit in the 131-byte image of
      * the type in flight (REGE1 / REGE2).
       01 WS-AREA-CAMPOS.
         05 WS-NOME-POS                 PIC 9(003) VALUE ZEROES.
         05 WS-NOME-TAM                 PIC 9(003) VALUE ZEROES.
         05 WS-END-POS                  PIC 9(003) VALUE ZEROES.
         05 WS-CEP-POS                  PIC 9(003) VALUE ZEROES.

      * Fields one occurrence differs in from the last one, and the
      * same for the group as a whole: 'S' differs, 'N' equal.
       01 WS-AREA-DIFERENCAS.
         05 WS-OCO-DIFERENCA.
           10 WS-OCO-DIF-NOME           PIC X(001) VALUE 'N'.
           10 WS-OCO-DIF-END            PIC X(001) VALUE 'N'.
           10 WS-OCO-DIF-CEP            PIC X(001) VALUE 'N'.
         05 WS-GRP-DIFERENCA.
           10 WS-GRP-DIF-NOME           PIC X(001) VALUE 'N'.
           10 WS-GRP-DIF-END            PIC X(001) VALUE 'N'.
           10 WS-GRP-DIF-CEP            PIC X(001) VALUE 'N'.
         05 WS-CAMPO-DIFERENTE          PIC X(010) VALUE SPACES.

      * Document with only the edges the masking rules keep: CPF
      * first 3 and last 2 digits, CNPJ branch (positions 9-12).
       01 WS-DOC-MASCARADO               PIC X(014) VALUE SPACES.

      *================================================================*
      *        T O T A I S   D E   C O N T R O L E                     *
      *================================================================*
       01 WS-TOTAIS-CONTROLE.
         05 WS-DATA-MOVTO               PIC 9(008) VALUE ZEROES.
         05 WS-TOT-LIDOS                PIC 9(009) VALUE ZEROES.
         05 WS-TOT-PF                   PIC 9(009) VALUE ZEROES.
         05 WS-TOT-PJ                   PIC 9(009) VALUE ZEROES.
         05 WS-TOT-IGNORADOS            PIC 9(009) VALUE ZEROES.
         05 WS-TOT-DOC-EXATOS           PIC 9(009) VALUE ZEROES.
         05 WS-TOT-DOC-CONFLITOS        PIC 9(009) VALUE ZEROES.
         05 WS-TOT-REJ-08               PIC 9(009) VALUE ZEROES.
         05 WS-TOT-REJ-09               PIC 9(009) VALUE ZEROES.
         05 WS-TOT-DECISOES             PIC 9(009) VALUE ZEROES.

      *================================================================*
      *        L I N H A S   D O   R E L A T O R I O                   *
      *================================================================*
       01 WS-LINHA-TITULO.
         05 FILLER                      PIC X(036) VALUE
         'RELATORIO DE DUPLICIDADES NA ENTRADA'.
         05 FILLER                      PIC X(010) VALUE
         ' POLITICA '.
         05 WS-TIT-POLITICA             PIC X(001).

       01 WS-LINHA-DOCUMENTO.
         05 FILLER                      PIC X(010) VALUE
         'DOCUMENTO '.
         05 WS-LD-TIPO                  PIC X(002).
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LD-DOC                   PIC X(014).
         05 FILLER                      PIC X(013) VALUE
         ' OCORRENCIAS '.
         05 WS-LD-QTDE                  PIC ZZZZ9.
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LD-CLASSE                PIC X(008).
         05 WS-LD-NOME                  PIC X(005).
         05 WS-LD-END                   PIC X(009).
         05 WS-LD-CEP                   PIC X(004).

       01 WS-LINHA-OCORRENCIA.
         05 FILLER                      PIC X(006) VALUE
         '  SEQ '.
         05 WS-LO-SEQ                   PIC 9(009).
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LO-DECISAO               PIC X(009).
         05 WS-LO-MOTIVO-ROT            PIC X(008).
         05 WS-LO-MOTIVO                PIC X(002).
         05 WS-LO-DIFERE-ROT            PIC X(007).
         05 WS-LO-NOME                  PIC X(005).
         05 WS-LO-END                   PIC X(009).
         05 WS-LO-CEP                   PIC X(004).

       01 WS-LINHA-TEXTO                 PIC X(100) VALUE SPACES.

       01 WS-LINHA-CONTROLE.
         05 WS-LC-LABEL                 PIC X(020) VALUE SPACES.
         05 WS-LC-VALOR                 PIC ZZZZZZZZ9.
         05 FILLER                      PIC X(071) VALUE SPACES.

       01 WS-CODIGO-RETORNO              PIC 9(002) VALUE ZEROS.

      ******************************************************************
       01 CT-CONSTANTES.
         05 CT-0                       PIC 9(002) VALUE ZEROS.
         05 CT-10                      PIC 9(002) VALUE 10.
         05 CT-35                      PIC 9(002) VALUE 35.

      ******************************************************************

       01 SW-SWITCHES.

         05 SW-ARQUIVO                  PIC X(03) VALUE 'N'.
            88 SW-SIM-FIM-ARQUIVO VALUE 'Y'.
            88 SW-NAO-FIM-ARQUIVO VALUE 'N'.

         05 SW-SORT                     PIC X(03) VALUE 'N'.
            88 SW-SRT-SIM-FIM VALUE 'Y'.
            88 SW-SRT-NAO-FIM VALUE 'N'.

         05 SW-TIPO-REGISTRO            PIC X(03) VALUE '1'.
            88 SW-TIPO-PF VALUE '1'.
            88 SW-TIPO-PJ VALUE '2'.
            88 SW-TIPO-HEADER VALUE '0'.
            88 SW-TIPO-TRAILER VALUE '9'.

      * Verdict on the occurrence in hand.
         05 SW-DECISAO                  PIC X(03) VALUE 'N'.
            88 SW-OCO-REJEITADA VALUE 'Y'.
            88 SW-OCO-MANTIDA VALUE 'N'.

      *================================================================*
      *        P R O C E D U R E     D I V I S I O N                   *
      *================================================================*

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIALIZA.

           SORT SRTC1AR
               ON ASCENDING KEY SRT-CHAVE
               INPUT PROCEDURE  IS 2000-SELECIONA-REGISTROS
               OUTPUT PROCEDURE IS 2500-APURA-DOCUMENTOS

           IF SORT-RETURN NOT EQUAL ZEROS
               DISPLAY ' ERRO NA CLASSIFICACAO DOS DOCUMENTOS '
               DISPLAY ' ERROR = ' SORT-RETURN
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2800-ORDENA-DECISOES.

           PERFORM 3000-FINALIZA.

       0000-PRINCIPAL-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   I N I C I A L I Z A                 *
      *================================================================*

       1000-INICIALIZA.

           PERFORM 1050-LER-PARAMETROS

           PERFORM 1100-ABRIR-ARQUIVOS

           MOVE WS-POLITICA             TO WS-TIT-POLITICA
           MOVE WS-LINHA-TITULO         TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE SPACES                  TO WS-LINHA-TEXTO
           STRING 'ARQUIVO '            DELIMITED BY SIZE
                  WS-E1-CAMINHO         DELIMITED BY SPACE
               INTO WS-LINHA-TEXTO
           END-STRING
           PERFORM 2900-GRAVA-LINHA
           .
       1000-INICIALIZA-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   L E   P A R A M E T R O S           *
      *================================================================*
      * CUDDUPLI_ENTRADA names the source extract (default
      * MASK.TXT), CUDDUPLI_DECISOES the decision file for CUDMASK
      * (default MASK_DUP.TXT), CUDDUPLI_RELATORIO the report
      * (default MASK_DPR.TXT) and CUDDUPLI_POLITICA the conflict
      * policy ('R' default, or 'U'). Any other policy value is a
      * configuration error, not something to guess around.
       1050-LER-PARAMETROS.

           DISPLAY 'CUDDUPLI_ENTRADA'   UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-E1-CAMINHO-DEFAULT
                                        TO WS-E1-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-E1-CAMINHO
           END-IF

           DISPLAY 'CUDDUPLI_DECISOES'  UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-DP-CAMINHO-DEFAULT
                                        TO WS-DP-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-DP-CAMINHO
           END-IF

           DISPLAY 'CUDDUPLI_RELATORIO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-RL-CAMINHO-DEFAULT
                                        TO WS-RL-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-RL-CAMINHO
           END-IF

           DISPLAY 'CUDDUPLI_POLITICA'  UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               SET WS-POLITICA-REJEITA  TO TRUE
           ELSE
               MOVE WS-ENV-VALOR(1:1)   TO WS-POLITICA
               IF (WS-POLITICA-REJEITA OR WS-POLITICA-ULTIMA)
                 AND WS-ENV-VALOR(2:99) EQUAL SPACES
                   CONTINUE
               ELSE
                   DISPLAY ' CUDDUPLI_POLITICA INVALIDA (R OU U) '
                   DISPLAY ' VALOR = ' WS-ENV-VALOR(1:20)
                   MOVE 12              TO WS-CODIGO-RETORNO
                   MOVE WS-CODIGO-RETORNO
                                        TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
       1050-LER-PARAMETROS-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   A B R E   A R Q U I V O S           *
      *================================================================*

       1100-ABRIR-ARQUIVOS.

           OPEN INPUT E1TC1AR

           IF WS-STATUS-E1 EQUAL CT-0 OR
             WS-STATUS-E1 EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA ABERTURA DA ENTRADA '
               DISPLAY ' ERROR = ' WS-STATUS-E1
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RLTC1AR

           IF WS-STATUS-RL EQUAL CT-0 OR
             WS-STATUS-RL EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA ABERTURA DO RELATORIO '
               DISPLAY ' ERROR = ' WS-STATUS-RL
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT WKTC1AR

           IF WS-STATUS-WK EQUAL CT-0 OR
             WS-STATUS-WK EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA ABERTURA DO ARQUIVO DE TRABALHO '
               DISPLAY ' ERROR = ' WS-STATUS-WK
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1100-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *================================================================*
      *        S E L E C I O N A   R E G I S T R O S   ( S O R T )     *
      *================================================================*
      * Input side of the SORT: one record released per person or
      * corporate detail with a numeric document.

       2000-SELECIONA-REGISTROS.

           PERFORM 2100-LER-ENTRADA

           PERFORM 2200-LIBERA-REGISTRO
             UNTIL SW-SIM-FIM-ARQUIVO

           CLOSE E1TC1AR
           .
       2000-SELECIONA-REGISTROS-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   L E   E N T R A D A                 *
      *================================================================*

       2100-LER-ENTRADA.

           READ E1TC1AR
               AT END
                   SET SW-SIM-FIM-ARQUIVO
                                        TO TRUE
           END-READ

           IF  WS-STATUS-E1 EQUAL CT-0 OR
               WS-STATUS-E1 EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA LEITURA DA ENTRADA '
               DISPLAY ' ERROR = ' WS-STATUS-E1
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF
           .
       2100-LER-ENTRADA-EXIT.
           EXIT.

      *================================================================*
      *        L I B E R A   R E G I S T R O   P A R A   O   S O R T   *
      *================================================================*
      * Every line that is neither header nor trailer is a detail
      * and advances the sequence, counted exactly the way CUDMASK
      * counts WS-TOT-LIDOS, so a decision names the same record
      * the reject line will.
       2200-LIBERA-REGISTRO.

           MOVE REG-ENT(1:1)            TO SW-TIPO-REGISTRO

           IF SW-TIPO-HEADER
               MOVE REG-ENT             TO E0-HEADER
               IF E0-DATA-MOVTO IS NUMERIC
                   MOVE E0-DATA-MOVTO   TO WS-DATA-MOVTO
               END-IF
           ELSE
               IF SW-TIPO-TRAILER
                   CONTINUE
               ELSE
                   ADD 1                TO WS-TOT-LIDOS
                   MOVE WS-TOT-LIDOS    TO SRT-SEQ
                   MOVE REG-ENT         TO SRT-REGISTRO
                   EVALUATE TRUE
                       WHEN SW-TIPO-PF
                           MOVE REG-ENT TO E1-REGIS
                           IF E1-DOC IS NUMERIC
                               ADD 1    TO WS-TOT-PF
                               MOVE E1-TIPO
                                        TO SRT-TIPO
                               MOVE E1-DOC
                                        TO SRT-DOC
                               RELEASE REG-SRT
                           ELSE
                               ADD 1    TO WS-TOT-IGNORADOS
                           END-IF
                       WHEN SW-TIPO-PJ
                           MOVE REG-ENT TO E2-REGIS
                           IF E2-CNPJ IS NUMERIC
                               ADD 1    TO WS-TOT-PJ
                               MOVE E2-TIPO
                                        TO SRT-TIPO
                               MOVE E2-CNPJ
                                        TO SRT-DOC
                               RELEASE REG-SRT
                           ELSE
                               ADD 1    TO WS-TOT-IGNORADOS
                           END-IF
                       WHEN OTHER
                           ADD 1        TO WS-TOT-IGNORADOS
                   END-EVALUATE
               END-IF
           END-IF

           PERFORM 2100-LER-ENTRADA
           .
       2200-LIBERA-REGISTRO-EXIT.
           EXIT.

      *================================================================*
      *        A P U R A   D O C U M E N T O S   ( S O R T )           *
      *================================================================*
      * Output side of the SORT: the occurrences of one document
      * come back together, so a group closes at every change of
      * type + document. The control line goes on the work file
      * last - the input side has read the header by now - and the
      * second SORT moves it to the front.
       2500-APURA-DOCUMENTOS.

           MOVE SPACES                  TO WS-LINHA-TEXTO
           MOVE 'DOCUMENTOS REPETIDOS'  TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           SET SW-SRT-NAO-FIM           TO TRUE

           PERFORM 2510-RETORNA-REGISTRO

           PERFORM 2520-ACUMULA-GRUPO
             UNTIL SW-SRT-SIM-FIM

           IF WS-GRP-QTDE GREATER ZEROS
               PERFORM 2600-FECHA-GRUPO
           END-IF

           IF WS-TOT-DOC-EXATOS EQUAL ZEROS
             AND WS-TOT-DOC-CONFLITOS EQUAL ZEROS
               MOVE SPACES              TO WS-LINHA-TEXTO
               MOVE '  NENHUM'          TO WS-LINHA-TEXTO
               PERFORM 2900-GRAVA-LINHA
           END-IF

           MOVE SPACES                  TO DUP-REGIS
           SET DUP-CABECALHO            TO TRUE
           MOVE ZEROS                   TO DUP-PARTICAO
           MOVE WS-DATA-MOVTO           TO DUP-DATA-MOVTO
           MOVE WS-TOT-LIDOS            TO DUP-DETALHES
           MOVE WS-POLITICA             TO DUP-POLITICA
           PERFORM 2950-GRAVA-DECISAO

           CLOSE WKTC1AR
           .
       2500-APURA-DOCUMENTOS-EXIT.
           EXIT.

      *================================================================*
      *        R E T O R N A   R E G I S T R O   D O   S O R T         *
      *================================================================*

       2510-RETORNA-REGISTRO.

           RETURN SRTC1AR
               AT END
                   SET SW-SRT-SIM-FIM   TO TRUE
           END-RETURN
           .
       2510-RETORNA-REGISTRO-EXIT.
           EXIT.

      *================================================================*
      *        A C U M U L A   G R U P O                               *
      *================================================================*

       2520-ACUMULA-GRUPO.

           IF WS-GRP-QTDE GREATER ZEROS
             AND (SRT-TIPO NOT EQUAL WS-GRP-TIPO
               OR SRT-DOC NOT EQUAL WS-GRP-DOC)
               PERFORM 2600-FECHA-GRUPO
           END-IF

           IF WS-GRP-QTDE NOT LESS WS-GRP-MAXIMO
               DISPLAY ' DOCUMENTO REPETIDO MAIS DE '
                       WS-GRP-MAXIMO ' VEZES NA ENTRADA '
               DISPLAY ' SEQ = ' SRT-SEQ
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SRT-TIPO                TO WS-GRP-TIPO
           MOVE SRT-DOC                 TO WS-GRP-DOC
           ADD 1                        TO WS-GRP-QTDE
           MOVE SRT-SEQ                 TO WS-OCO-SEQ(WS-GRP-QTDE)
           MOVE SRT-REGISTRO            TO
               WS-OCO-REGISTRO(WS-GRP-QTDE)

           PERFORM 2510-RETORNA-REGISTRO
           .
       2520-ACUMULA-GRUPO-EXIT.
           EXIT.

      *================================================================*
      *        F E C H A   G R U P O                                   *
      *================================================================*
      * A document seen once is the normal case and leaves no
      * trace. A repeated one is classified against its last
      * occurrence, listed, and decided occurrence by occurrence.
       2600-FECHA-GRUPO.

           IF WS-GRP-QTDE GREATER 1
               PERFORM 2610-CLASSIFICA-GRUPO

               PERFORM VARYING WS-GRP-IDX
                 FROM 1 BY 1
                 UNTIL WS-GRP-IDX GREATER WS-GRP-QTDE
                   PERFORM 2630-DECIDE-OCORRENCIA
               END-PERFORM
           END-IF

           MOVE ZEROS                   TO WS-GRP-QTDE
           .
       2600-FECHA-GRUPO-EXIT.
           EXIT.

      *================================================================*
      *        C L A S S I F I C A   O   G R U P O                     *
      *================================================================*
      * Exact when no earlier occurrence differs from the last one
      * in name, address or CEP; conflicting otherwise. The group
      * line carries the document reduced to its kept edges and the
      * names of the fields that differ - never their values.
       2610-CLASSIFICA-GRUPO.

           IF WS-GRP-TIPO EQUAL '2'
               MOVE 2                   TO WS-NOME-POS
               MOVE 60                  TO WS-NOME-TAM
               MOVE 76                  TO WS-END-POS
               MOVE 126                 TO WS-CEP-POS
               MOVE ALL '*'             TO WS-DOC-MASCARADO
               MOVE WS-GRP-DOC          TO WS-LD-DOC
               MOVE WS-LD-DOC(9:4)      TO WS-DOC-MASCARADO(9:4)
               MOVE 'PJ'                TO WS-LD-TIPO
           ELSE
               MOVE 2                   TO WS-NOME-POS
               MOVE 30                  TO WS-NOME-TAM
               MOVE 42                  TO WS-END-POS
               MOVE 92                  TO WS-CEP-POS
               MOVE SPACES              TO WS-DOC-MASCARADO
               MOVE ALL '*'             TO WS-DOC-MASCARADO(1:10)
               MOVE WS-GRP-DOC          TO WS-LD-DOC
               MOVE WS-LD-DOC(5:3)      TO WS-DOC-MASCARADO(1:3)
               MOVE WS-LD-DOC(13:2)     TO WS-DOC-MASCARADO(9:2)
               MOVE 'PF'                TO WS-LD-TIPO
           END-IF

           MOVE 'NNN'                   TO WS-GRP-DIFERENCA

           PERFORM VARYING WS-GRP-IDX
             FROM 1 BY 1
             UNTIL WS-GRP-IDX NOT LESS WS-GRP-QTDE
               PERFORM 2620-COMPARA-OCORRENCIA
               IF WS-OCO-DIF-NOME EQUAL 'S'
                   MOVE 'S'             TO WS-GRP-DIF-NOME
               END-IF
               IF WS-OCO-DIF-END EQUAL 'S'
                   MOVE 'S'             TO WS-GRP-DIF-END
               END-IF
               IF WS-OCO-DIF-CEP EQUAL 'S'
                   MOVE 'S'             TO WS-GRP-DIF-CEP
               END-IF
           END-PERFORM

           MOVE WS-DOC-MASCARADO        TO WS-LD-DOC
           MOVE WS-GRP-QTDE             TO WS-LD-QTDE
           MOVE SPACES                  TO WS-LD-NOME
                                           WS-LD-END
                                           WS-LD-CEP

           IF WS-GRP-DIFERENCA EQUAL 'NNN'
               ADD 1                    TO WS-TOT-DOC-EXATOS
               MOVE 'EXATA   '          TO WS-LD-CLASSE
           ELSE
               ADD 1                    TO WS-TOT-DOC-CONFLITOS
               MOVE 'CONFLITO'          TO WS-LD-CLASSE
               IF WS-GRP-DIF-NOME EQUAL 'S'
                   MOVE ' NOME'         TO WS-LD-NOME
               END-IF
               IF WS-GRP-DIF-END EQUAL 'S'
                   MOVE ' ENDERECO'     TO WS-LD-END
               END-IF
               IF WS-GRP-DIF-CEP EQUAL 'S'
                   MOVE ' CEP'          TO WS-LD-CEP
               END-IF
           END-IF

           MOVE WS-LINHA-DOCUMENTO      TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA
           .
       2610-CLASSIFICA-GRUPO-EXIT.
           EXIT.

      *================================================================*
      *        C O M P A R A   C O M   A   U L T I M A                 *
      *================================================================*
      * Which fields of occurrence WS-GRP-IDX differ from the last
      * occurrence, and the first of them in record order.
       2620-COMPARA-OCORRENCIA.

           MOVE 'NNN'                   TO WS-OCO-DIFERENCA
           MOVE SPACES                  TO WS-CAMPO-DIFERENTE

           IF WS-OCO-REGISTRO(WS-GRP-IDX)
                 (WS-CEP-POS:6)
             NOT EQUAL WS-OCO-REGISTRO(WS-GRP-QTDE)
                 (WS-CEP-POS:6)
               MOVE 'S'                 TO WS-OCO-DIF-CEP
               MOVE 'CEP       '        TO WS-CAMPO-DIFERENTE
           END-IF

           IF WS-OCO-REGISTRO(WS-GRP-IDX)
                 (WS-END-POS:50)
             NOT EQUAL WS-OCO-REGISTRO(WS-GRP-QTDE)
                 (WS-END-POS:50)
               MOVE 'S'                 TO WS-OCO-DIF-END
               MOVE 'ENDERECO  '        TO WS-CAMPO-DIFERENTE
           END-IF

           IF WS-OCO-REGISTRO(WS-GRP-IDX)
                 (WS-NOME-POS:WS-NOME-TAM)
             NOT EQUAL WS-OCO-REGISTRO(WS-GRP-QTDE)
                 (WS-NOME-POS:WS-NOME-TAM)
               MOVE 'S'                 TO WS-OCO-DIF-NOME
               MOVE 'NOME      '        TO WS-CAMPO-DIFERENTE
           END-IF
           .
       2620-COMPARA-OCORRENCIA-EXIT.
           EXIT.

      *================================================================*
      *        D E C I D E   A   O C O R R E N C I A                   *
      *================================================================*
      * Exact group: every occurrence but the last goes as '08'.
      * Conflicting group under 'R': every occurrence goes as '09',
      * reporting its own first differing field (the group's, for
      * the occurrences equal to the last one and the last itself).
      * Conflicting group under 'U': the last stays, the others go
      * as '09' where they differ from it and '08' where they only
      * repeat it.
       2630-DECIDE-OCORRENCIA.

           PERFORM 2620-COMPARA-OCORRENCIA

           SET SW-OCO-REJEITADA         TO TRUE
           MOVE SPACES                  TO DUP-REGIS

           IF WS-GRP-DIFERENCA EQUAL 'NNN'
               IF WS-GRP-IDX EQUAL WS-GRP-QTDE
                   SET SW-OCO-MANTIDA   TO TRUE
               ELSE
                   MOVE '08'            TO DUP-MOTIVO
                   MOVE 'DOCUMENTO '    TO DUP-CAMPO
               END-IF
           ELSE
               IF WS-POLITICA-REJEITA
                   MOVE '09'            TO DUP-MOTIVO
                   IF WS-CAMPO-DIFERENTE EQUAL SPACES
                       IF WS-GRP-DIF-NOME EQUAL 'S'
                           MOVE 'NOME      '
                                        TO DUP-CAMPO
                       ELSE
                           IF WS-GRP-DIF-END EQUAL 'S'
                               MOVE 'ENDERECO  '
                                        TO DUP-CAMPO
                           ELSE
                               MOVE 'CEP       '
                                        TO DUP-CAMPO
                           END-IF
                       END-IF
                   ELSE
                       MOVE WS-CAMPO-DIFERENTE
                                        TO DUP-CAMPO
                   END-IF
               ELSE
                   IF WS-GRP-IDX EQUAL WS-GRP-QTDE
                       SET SW-OCO-MANTIDA
                                        TO TRUE
                   ELSE
                       IF WS-CAMPO-DIFERENTE EQUAL SPACES
                           MOVE '08'    TO DUP-MOTIVO
                           MOVE 'DOCUMENTO '
                                        TO DUP-CAMPO
                       ELSE
                           MOVE '09'    TO DUP-MOTIVO
                           MOVE WS-CAMPO-DIFERENTE
                                        TO DUP-CAMPO
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE WS-OCO-SEQ(WS-GRP-IDX)  TO WS-LO-SEQ
           MOVE SPACES                  TO WS-LO-NOME
                                           WS-LO-END
                                           WS-LO-CEP
           IF WS-OCO-DIFERENCA EQUAL 'NNN'
               MOVE SPACES              TO WS-LO-DIFERE-ROT
           ELSE
               MOVE ' DIFERE'           TO WS-LO-DIFERE-ROT
               IF WS-OCO-DIF-NOME EQUAL 'S'
                   MOVE ' NOME'         TO WS-LO-NOME
               END-IF
               IF WS-OCO-DIF-END EQUAL 'S'
                   MOVE ' ENDERECO'     TO WS-LO-END
               END-IF
               IF WS-OCO-DIF-CEP EQUAL 'S'
                   MOVE ' CEP'          TO WS-LO-CEP
               END-IF
           END-IF

           IF SW-OCO-REJEITADA
               MOVE 'REJEITADA'         TO WS-LO-DECISAO
               MOVE ' MOTIVO '          TO WS-LO-MOTIVO-ROT
               MOVE DUP-MOTIVO          TO WS-LO-MOTIVO

               SET DUP-DECISAO          TO TRUE
               MOVE ZEROS               TO DUP-PARTICAO
               MOVE WS-OCO-SEQ(WS-GRP-IDX)
                                        TO DUP-SEQ
               PERFORM 2950-GRAVA-DECISAO

               ADD 1                    TO WS-TOT-DECISOES
               IF DUP-MOTIVO EQUAL '08'
                   ADD 1                TO WS-TOT-REJ-08
               ELSE
                   ADD 1                TO WS-TOT-REJ-09
               END-IF
           ELSE
               MOVE 'MANTIDA  '         TO WS-LO-DECISAO
               MOVE SPACES              TO WS-LO-MOTIVO-ROT
                                           WS-LO-MOTIVO
           END-IF

           MOVE WS-LINHA-OCORRENCIA     TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA
           .
       2630-DECIDE-OCORRENCIA-EXIT.
           EXIT.

      *================================================================*
      *        O R D E N A   A S   D E C I S O E S                     *
      *================================================================*
      * CUDMASK reads the decisions alongside its input, so they go
      * out in detail sequence order, the control line first.
       2800-ORDENA-DECISOES.

           SORT SDTC1AR
               ON ASCENDING KEY SRD-CHAVE
               USING  WKTC1AR
               GIVING DPTC1AR

           IF SORT-RETURN NOT EQUAL ZEROS
               DISPLAY ' ERRO NA GRAVACAO DAS DECISOES '
               DISPLAY ' ERROR = ' SORT-RETURN
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF
           .
       2800-ORDENA-DECISOES-EXIT.
           EXIT.

      *================================================================*
      *        G R A V A   L I N H A   D O   R E L A T O R I O         *
      *================================================================*

       2900-GRAVA-LINHA.

           WRITE REG-REL FROM WS-LINHA-TEXTO
           END-WRITE

           IF WS-STATUS-RL EQUAL CT-0 OR
             WS-STATUS-RL EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA GRAVACAO DO RELATORIO '
               DISPLAY ' ERROR = ' WS-STATUS-RL
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF
           .
       2900-GRAVA-LINHA-EXIT.
           EXIT.

      *================================================================*
      *        G R A V A   D E C I S A O                               *
      *================================================================*

       2950-GRAVA-DECISAO.

           WRITE REG-WRK FROM DUP-REGIS
           END-WRITE

           IF WS-STATUS-WK EQUAL CT-0 OR
             WS-STATUS-WK EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA GRAVACAO DO ARQUIVO DE TRABALHO '
               DISPLAY ' ERROR = ' WS-STATUS-WK
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF
           .
       2950-GRAVA-DECISAO-EXIT.
           EXIT.

      *================================================================*
      *               P A R A G R A F O    F I N A L I Z A             *
      *================================================================*

       3000-FINALIZA.

           MOVE SPACES                  TO WS-LINHA-TEXTO
           MOVE 'TOTAIS'                TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'DATA MOVIMENTO     '    TO WS-LC-LABEL
           MOVE WS-DATA-MOVTO            TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'DETALHES LIDOS     '    TO WS-LC-LABEL
           MOVE WS-TOT-LIDOS             TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'DETALHES PF        '    TO WS-LC-LABEL
           MOVE WS-TOT-PF                TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'DETALHES PJ        '    TO WS-LC-LABEL
           MOVE WS-TOT-PJ                TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'DETALHES IGNORADOS '    TO WS-LC-LABEL
           MOVE WS-TOT-IGNORADOS         TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'DOCUMENTOS EXATOS  '    TO WS-LC-LABEL
           MOVE WS-TOT-DOC-EXATOS        TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'DOCUMENTOS CONFLITO'    TO WS-LC-LABEL
           MOVE WS-TOT-DOC-CONFLITOS     TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'REJEITOS MOTIVO 08 '    TO WS-LC-LABEL
           MOVE WS-TOT-REJ-08            TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'REJEITOS MOTIVO 09 '    TO WS-LC-LABEL
           MOVE WS-TOT-REJ-09            TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           IF WS-TOT-DOC-EXATOS GREATER ZEROS
             OR WS-TOT-DOC-CONFLITOS GREATER ZEROS
               MOVE 4                   TO WS-CODIGO-RETORNO
           END-IF

           CLOSE RLTC1AR

           DISPLAY ' TOTAIS DE CONTROLE CUDDUPLI '
           DISPLAY ' POLITICA             = ' WS-POLITICA
           DISPLAY ' DETALHES LIDOS       = ' WS-TOT-LIDOS
           DISPLAY ' DOCUMENTOS EXATOS    = ' WS-TOT-DOC-EXATOS
           DISPLAY ' DOCUMENTOS CONFLITO  = ' WS-TOT-DOC-CONFLITOS
           DISPLAY ' REJEITOS MOTIVO 08   = ' WS-TOT-REJ-08
           DISPLAY ' REJEITOS MOTIVO 09   = ' WS-TOT-REJ-09
           DISPLAY ' CODIGO DE RETORNO    = ' WS-CODIGO-RETORNO

           MOVE WS-CODIGO-RETORNO       TO RETURN-CODE

           STOP RUN
           .
       3000-FINALIZA-EXIT.
           EXIT.
