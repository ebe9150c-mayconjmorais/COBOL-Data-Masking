      ******************************************************************
      * Re-identification risk report over the masked extract.
      *
      * CUDVERIF proves no original field leaked; this program asks
      * the other question the data-protection committee puts before
      * a new consumer profile is approved - is a masked record
      * still unique enough to single one customer out? The masking
      * rules deliberately keep a few fragments for downstream
      * reconciliation: the first 3 CEP digits, the first 3 and last
      * 2 CPF digits, the CNPJ branch (positions 9-12). Anyone who
      * holds the source can match on those, so every masked record
      * is grouped on exactly what survived:
      *
      *   record type + CEP prefix + kept document digits
      *
      * and the report shows how many records share each
      * combination:
      *
      *   - the group-size distribution (sizes 1 to 9, then 10 or
      *     more), in groups and in records;
      *   - every group smaller than the threshold k, in key order,
      *     printed with the kept fragments only (the same bytes the
      *     masked file already carries);
      *   - a verdict: RETURN-CODE 8 when the records sitting in
      *     groups below k exceed the tolerated percentage (zero by
      *     default - any group below k fails), 4 when the file had
      *     no detail records to judge, 0 when it passed.
      *
      * The generation is resolved from the run catalog exactly as
      * CUDVERIF does it when no explicit path is given. Grouping
      * runs through the SORT so the number of distinct groups is
      * bounded by the work file, not by a table.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                      CUDRISCO.
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

           SELECT S1TC1AR ASSIGN DYNAMIC WS-S1-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-S1.

           SELECT CGTC1AR ASSIGN DYNAMIC WS-CG-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-CG.

           SELECT RLTC1AR ASSIGN DYNAMIC WS-RL-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-RL.

           SELECT SRTC1AR ASSIGN DYNAMIC WS-SR-CAMINHO.

      *================================================================*
      *                D A T A    D I V I S I O N                      *
      *================================================================*

       DATA DIVISION.

       FILE SECTION.
       FD S1TC1AR.
       01 REG-MSC PIC X(131).

       FD CGTC1AR.
       01 REG-CGT PIC X(047).

       FD RLTC1AR.
       01 REG-REL PIC X(080).

      * One sort record per masked detail: the group key alone.
       SD SRTC1AR.
       01 REG-SRT.
         05 SRT-CHAVE.
           10 SRT-TIPO                  PIC X(001).
           10 SRT-CEP                   PIC X(006).
           10 SRT-DOC                   PIC X(014).

       WORKING-STORAGE SECTION.
      *================================================================*
      *                   A R E A   DE   C O P Y                       *
      *================================================================*
      * Header of the masked file, for the business date.
           COPY 'REGHT'                 IN copy-lib.

      * Run-catalog line, used to resolve the newest generation of
      * the masked file when no explicit path is given.
           COPY 'REGCAT'                IN copy-lib.
      *================================================================*
      *      W O R K I N G - S T O R A G E   S E C T I O N             *
      *================================================================*

       01 WS-ARQUIVOS-STATUS.
         05 WS-STATUS-S1                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-CG                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-RL                PIC 9(002) VALUE ZEROS.

      *================================================================*
      *        C A M I N H O   D O S   A R Q U I V O S                 *
      *================================================================*
       01 WS-CAMINHOS-ARQUIVOS.
         05 WS-S1-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-CG-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-RL-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-SR-CAMINHO               PIC X(100) VALUE
         'MASK_RSC.SRT'.

       01 WS-CAMINHOS-PADRAO.
         05 WS-S1-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_OUT.TXT'.
         05 WS-CG-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_CAT.TXT'.
         05 WS-RL-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_RSC.TXT'.

      * WS-K is the smallest group the committee accepts (2 to 99);
      * WS-LIMITE-PCT the percentage of records that may still sit
      * in groups below it before the run fails (0 = none).
       01 WS-AREA-PARAMETROS.
         05 WS-ENV-VALOR                PIC X(100) VALUE SPACES.
         05 WS-K                        PIC 9(002) VALUE 5.
         05 WS-LIMITE-PCT               PIC 9(002) VALUE ZEROS.

       01 WS-AREA-GERACAO.
         05 WS-CAM-TAM                  PIC 9(003) VALUE ZEROES.
         05 WS-CAMINHO-BASE             PIC X(100) VALUE SPACES.
         05 WS-CAMINHO-MONTADO          PIC X(100) VALUE SPACES.

      *================================================================*
      *        R E G I S T R O S   E M   T R A N S I T O               *
      *================================================================*
      * Masked record in both shapes the type byte can select, the
      * same views CUDVERIF unpacks.
       01 WS-REG-MASCARADO.
         05 WS-RM-LINHA                 PIC X(131).
         05 WS-RM-PF REDEFINES WS-RM-LINHA.
           10 M1-TIPO                   PIC X(01).
           10 M1-NAME                   PIC X(30).
           10 M1-DOC                    PIC X(10).
           10 M1-ADDRESS                PIC X(50).
           10 M1-POST-CODE              PIC X(06).
           10 FILLER                    PIC X(34).
         05 WS-RM-PJ REDEFINES WS-RM-LINHA.
           10 M2-TIPO                   PIC X(01).
           10 M2-RAZAO-SOCIAL           PIC X(60).
           10 M2-CNPJ                   PIC X(14).
           10 M2-ADDRESS                PIC X(50).
           10 M2-POST-CODE              PIC X(06).

      * Group in flight on the sorted side: its key and how many
      * records carry it.
       01 WS-AREA-GRUPO.
         05 WS-GRP-CHAVE.
           10 WS-GRP-TIPO               PIC X(001) VALUE SPACES.
           10 WS-GRP-CEP                PIC X(006) VALUE SPACES.
           10 WS-GRP-DOC                PIC X(014) VALUE SPACES.
         05 WS-GRP-REGISTROS            PIC 9(009) VALUE ZEROES.

      * Group-size distribution: slot n counts groups of exactly n
      * records, slot 10 every group of 10 or more.
       01 WS-AREA-DISTRIBUICAO.
         05 WS-DIST-IDX                 PIC 9(002) VALUE ZEROES.
         05 WS-DIST-ENTRADA             OCCURS 10.
           10 WS-DIST-GRUPOS            PIC 9(009).
           10 WS-DIST-REGISTROS         PIC 9(009).

      *================================================================*
      *        T O T A I S   D E   C O N T R O L E                     *
      *================================================================*
       01 WS-TOTAIS-CONTROLE.
         05 WS-DATA-MOVTO               PIC 9(008) VALUE ZEROES.
         05 WS-TOT-LIDOS                PIC 9(009) VALUE ZEROES.
         05 WS-TOT-PF                   PIC 9(009) VALUE ZEROES.
         05 WS-TOT-PJ                   PIC 9(009) VALUE ZEROES.
         05 WS-TOT-IGNORADOS            PIC 9(009) VALUE ZEROES.
         05 WS-TOT-GRUPOS               PIC 9(009) VALUE ZEROES.
         05 WS-TOT-GRUPOS-ABAIXO        PIC 9(009) VALUE ZEROES.
         05 WS-TOT-REG-ABAIXO           PIC 9(009) VALUE ZEROES.

       01 WS-AREA-CALCULO.
         05 WS-CALC-ABAIXO              PIC 9(012) VALUE ZEROS.
         05 WS-CALC-LIMITE              PIC 9(012) VALUE ZEROS.

      *================================================================*
      *        L I N H A S   D O   R E L A T O R I O                   *
      *================================================================*
       01 WS-LINHA-TITULO.
         05 FILLER                      PIC X(042) VALUE
         'RELATORIO DE RISCO DE REIDENTIFICACAO K = '.
         05 WS-TIT-K                    PIC Z9.
         05 FILLER                      PIC X(036) VALUE SPACES.

       01 WS-LINHA-GERACAO.
         05 FILLER                      PIC X(008) VALUE 'GERACAO '.
         05 WS-LGE-SEQ                  PIC 9(005).
         05 FILLER                      PIC X(006) VALUE ' DATA '.
         05 WS-LGE-DATA                 PIC 9(008).
         05 FILLER                      PIC X(053) VALUE SPACES.

       01 WS-LINHA-GRUPO.
         05 FILLER                      PIC X(006) VALUE 'GRUPO '.
         05 WS-LG-TIPO                  PIC X(002).
         05 FILLER                      PIC X(005) VALUE ' CEP '.
         05 WS-LG-CEP                   PIC X(006).
         05 FILLER                      PIC X(005) VALUE ' DOC '.
         05 WS-LG-DOC                   PIC X(014).
         05 FILLER                      PIC X(011) VALUE
         ' REGISTROS '.
         05 WS-LG-REGISTROS             PIC ZZZZZZZZ9.
         05 FILLER                      PIC X(022) VALUE SPACES.

       01 WS-LINHA-DISTRIBUICAO.
         05 FILLER                      PIC X(008) VALUE 'TAMANHO '.
         05 WS-LDI-TAMANHO              PIC Z9.
         05 WS-LDI-MAIS                 PIC X(008).
         05 FILLER                      PIC X(008) VALUE ' GRUPOS '.
         05 WS-LDI-GRUPOS               PIC ZZZZZZZZ9.
         05 FILLER                      PIC X(011) VALUE
         ' REGISTROS '.
         05 WS-LDI-REGISTROS            PIC ZZZZZZZZ9.
         05 FILLER                      PIC X(025) VALUE SPACES.

       01 WS-LINHA-TEXTO                 PIC X(080) VALUE SPACES.

       01 WS-LINHA-CONTROLE.
         05 WS-LC-LABEL                 PIC X(020) VALUE SPACES.
         05 WS-LC-VALOR                 PIC ZZZZZZZZ9.
         05 FILLER                      PIC X(051) VALUE SPACES.

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

         05 SW-S1-CAMINHO               PIC X(03) VALUE 'N'.
            88 SW-S1-PADRAO VALUE 'Y'.
            88 SW-S1-EXPLICITO VALUE 'N'.

         05 SW-CATALOGO                 PIC X(03) VALUE 'N'.
            88 SW-CAT-SIM-FIM VALUE 'Y'.
            88 SW-CAT-NAO-FIM VALUE 'N'.

         05 SW-GERACAO                  PIC X(03) VALUE 'N'.
            88 SW-GERACAO-ACHADA VALUE 'Y'.
            88 SW-GERACAO-NAO-ACHADA VALUE 'N'.

      *================================================================*
      *        P R O C E D U R E     D I V I S I O N                   *
      *================================================================*

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIALIZA.

           SORT SRTC1AR
               ON ASCENDING KEY SRT-CHAVE
               INPUT PROCEDURE  IS 2000-SELECIONA-REGISTROS
               OUTPUT PROCEDURE IS 2500-APURA-GRUPOS

           IF SORT-RETURN NOT EQUAL ZEROS
               DISPLAY ' ERRO NA CLASSIFICACAO DOS GRUPOS '
               DISPLAY ' ERROR = ' SORT-RETURN
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2700-GRAVA-DISTRIBUICAO.

           PERFORM 3000-FINALIZA.

       0000-PRINCIPAL-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   I N I C I A L I Z A                 *
      *================================================================*

       1000-INICIALIZA.

           INITIALIZE                   WS-AREA-DISTRIBUICAO.

           PERFORM 1050-LER-PARAMETROS.

           IF SW-S1-PADRAO
               PERFORM 1070-RESOLVE-GERACAO
           END-IF

           PERFORM 1100-ABRIR-ARQUIVOS.

           MOVE WS-K                    TO WS-TIT-K
           MOVE WS-LINHA-TITULO         TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           IF SW-GERACAO-ACHADA
               MOVE CAT-SEQ             TO WS-LGE-SEQ
               MOVE CAT-DATA            TO WS-LGE-DATA
               MOVE WS-LINHA-GERACAO    TO WS-LINHA-TEXTO
           ELSE
               MOVE SPACES              TO WS-LINHA-TEXTO
               STRING 'ARQUIVO '        DELIMITED BY SIZE
                      WS-S1-CAMINHO     DELIMITED BY SPACE
                   INTO WS-LINHA-TEXTO
               END-STRING
           END-IF
           PERFORM 2900-GRAVA-LINHA
           .
       1000-INICIALIZA-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   L E   P A R A M E T R O S           *
      *================================================================*
      * CUDRISCO_MASCARADO names the masked file explicitly; left
      * unset, the newest generation of MASK_OUT.TXT is resolved from
      * CUDRISCO_CATALOGO. CUDRISCO_K is the threshold (default 5),
      * CUDRISCO_LIMITE_PCT the percentage of records tolerated in
      * groups below it (default 0).
       1050-LER-PARAMETROS.

           DISPLAY 'CUDRISCO_MASCARADO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               SET SW-S1-PADRAO         TO TRUE
               MOVE WS-S1-CAMINHO-DEFAULT
                                        TO WS-S1-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-S1-CAMINHO
           END-IF

           DISPLAY 'CUDRISCO_CATALOGO'  UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-CG-CAMINHO-DEFAULT
                                        TO WS-CG-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-CG-CAMINHO
           END-IF

           DISPLAY 'CUDRISCO_RELATORIO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-RL-CAMINHO-DEFAULT
                                        TO WS-RL-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-RL-CAMINHO
           END-IF

           DISPLAY 'CUDRISCO_K'         UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR(1:2) IS NUMERIC
               MOVE WS-ENV-VALOR(1:2)   TO WS-K
           ELSE
               IF WS-ENV-VALOR(1:1) IS NUMERIC
                 AND WS-ENV-VALOR(2:1) EQUAL SPACE
                   MOVE WS-ENV-VALOR(1:1)
                                        TO WS-K
               END-IF
           END-IF

      * A threshold of 1 would pass every file by definition.
           IF WS-K LESS 2
               MOVE 2                   TO WS-K
           END-IF

           DISPLAY 'CUDRISCO_LIMITE_PCT'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR(1:2) IS NUMERIC
               MOVE WS-ENV-VALOR(1:2)   TO WS-LIMITE-PCT
           ELSE
               IF WS-ENV-VALOR(1:1) IS NUMERIC
                 AND WS-ENV-VALOR(2:1) EQUAL SPACE
                   MOVE WS-ENV-VALOR(1:1)
                                        TO WS-LIMITE-PCT
               END-IF
           END-IF
           .
       1050-LER-PARAMETROS-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   R E S O L V E   G E R A C A O       *
      *================================================================*
      * Same resolution CUDVERIF makes: the newest catalog entry
      * names the generation, stamped onto the default base name.
       1070-RESOLVE-GERACAO.

           SET SW-GERACAO-NAO-ACHADA    TO TRUE

           OPEN INPUT CGTC1AR

           IF WS-STATUS-CG EQUAL CT-0
               SET SW-CAT-NAO-FIM       TO TRUE

               PERFORM 1075-LER-CATALOGO
                 UNTIL SW-CAT-SIM-FIM

               CLOSE CGTC1AR
           ELSE
               CONTINUE
           END-IF

           IF SW-GERACAO-NAO-ACHADA
               DISPLAY ' CATALOGO DE GERACOES NAO ENCONTRADO OU '
                       'VAZIO '
               DISPLAY ' INFORME CUDRISCO_MASCARADO '
               DISPLAY ' (AS SAIDAS DO CUDMASK SAO GERACOES '
                       'BASE.DAAAAMMDD.SNNNNN) '
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-S1-CAMINHO-DEFAULT   TO WS-CAMINHO-BASE
           PERFORM 1080-MONTA-CAMINHO
           MOVE WS-CAMINHO-MONTADO      TO WS-S1-CAMINHO
           DISPLAY ' GERACAO AVALIADA    = ' WS-S1-CAMINHO
           .
       1070-RESOLVE-GERACAO-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   L E   C A T A L O G O               *
      *================================================================*
      * Runs to end of file so CAT-REGIS is left holding the newest
      * entry.
       1075-LER-CATALOGO.

           READ CGTC1AR                 INTO CAT-REGIS
               AT END
                   SET SW-CAT-SIM-FIM   TO TRUE
           END-READ

           IF  WS-STATUS-CG EQUAL CT-0 OR
               WS-STATUS-CG EQUAL CT-10
               IF SW-CAT-NAO-FIM
                   SET SW-GERACAO-ACHADA
                                        TO TRUE
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DO CATALOGO '
               DISPLAY ' ERROR = ' WS-STATUS-CG
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1075-LER-CATALOGO-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   M O N T A   C A M I N H O           *
      *================================================================*

       1080-MONTA-CAMINHO.

           PERFORM VARYING WS-CAM-TAM
             FROM 100 BY -1
             UNTIL WS-CAM-TAM EQUAL ZEROS
             OR WS-CAMINHO-BASE(WS-CAM-TAM:1) NOT EQUAL SPACE
           END-PERFORM

           MOVE SPACES                  TO WS-CAMINHO-MONTADO

           STRING WS-CAMINHO-BASE(1:WS-CAM-TAM)
                                        DELIMITED BY SIZE
                  '.D'                  DELIMITED BY SIZE
                  CAT-DATA              DELIMITED BY SIZE
                  '.S'                  DELIMITED BY SIZE
                  CAT-SEQ               DELIMITED BY SIZE
               INTO WS-CAMINHO-MONTADO
           END-STRING
           .
       1080-MONTA-CAMINHO-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   A B R E   A R Q U I V O S           *
      *================================================================*

       1100-ABRIR-ARQUIVOS.

           OPEN INPUT S1TC1AR

           IF WS-STATUS-S1 EQUAL CT-0 OR
             WS-STATUS-S1 EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA ABERTURA DO MASCARADO '
               DISPLAY ' ERROR = ' WS-STATUS-S1
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
           .
       1100-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *================================================================*
      *        S E L E C I O N A   R E G I S T R O S   ( S O R T )     *
      *================================================================*
      * Input side of the SORT: one key released per masked detail.

       2000-SELECIONA-REGISTROS.

           PERFORM 2100-LER-MASCARADO

           PERFORM 2200-LIBERA-CHAVE
             UNTIL SW-SIM-FIM-ARQUIVO

           CLOSE S1TC1AR
           .
       2000-SELECIONA-REGISTROS-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   L E   M A S C A R A D O             *
      *================================================================*
      * Delivers the next detail record; the header only feeds the
      * business date and the trailer is skipped.
       2100-LER-MASCARADO.

           READ S1TC1AR
               AT END
                   SET SW-SIM-FIM-ARQUIVO
                                        TO TRUE
           END-READ

           IF  WS-STATUS-S1 EQUAL CT-0 OR
               WS-STATUS-S1 EQUAL CT-10
               IF SW-NAO-FIM-ARQUIVO
                   MOVE REG-MSC(1:1)    TO SW-TIPO-REGISTRO
                   IF SW-TIPO-HEADER
                       MOVE REG-MSC     TO E0-HEADER
                       IF E0-DATA-MOVTO IS NUMERIC
                           MOVE E0-DATA-MOVTO
                                        TO WS-DATA-MOVTO
                       END-IF
                       GO TO 2100-LER-MASCARADO
                   END-IF
                   IF SW-TIPO-TRAILER
                       GO TO 2100-LER-MASCARADO
                   END-IF
                   MOVE REG-MSC         TO WS-RM-LINHA
                   ADD 1                TO WS-TOT-LIDOS
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DO MASCARADO '
               DISPLAY ' ERROR = ' WS-STATUS-S1
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF
           .
       2100-LER-MASCARADO-EXIT.
           EXIT.

      *================================================================*
      *        M O N T A   E   L I B E R A   A   C H A V E             *
      *================================================================*
      * The key is built from the kept fragments only; the masked
      * positions are set to '*' rather than copied, so a record
      * whose middle digits were not zeroed (a CUDVERIF violation)
      * still lands in the group its kept digits put it in. Types
      * the masking rules do not cover are counted and left out.
       2200-LIBERA-CHAVE.

           MOVE ALL '*'                 TO SRT-CHAVE

           EVALUATE TRUE
               WHEN SW-TIPO-PF
                   ADD 1                TO WS-TOT-PF
                   MOVE M1-TIPO         TO SRT-TIPO
                   MOVE M1-POST-CODE(1:3)
                                        TO SRT-CEP(1:3)
                   MOVE M1-DOC(1:3)     TO SRT-DOC(1:3)
                   MOVE M1-DOC(9:2)     TO SRT-DOC(9:2)
                   MOVE SPACES          TO SRT-DOC(11:4)
                   RELEASE REG-SRT
               WHEN SW-TIPO-PJ
                   ADD 1                TO WS-TOT-PJ
                   MOVE M2-TIPO         TO SRT-TIPO
                   MOVE M2-POST-CODE(1:3)
                                        TO SRT-CEP(1:3)
                   MOVE M2-CNPJ(9:4)    TO SRT-DOC(9:4)
                   RELEASE REG-SRT
               WHEN OTHER
                   ADD 1                TO WS-TOT-IGNORADOS
           END-EVALUATE

           PERFORM 2100-LER-MASCARADO
           .
       2200-LIBERA-CHAVE-EXIT.
           EXIT.

      *================================================================*
      *        A P U R A   G R U P O S   ( S O R T )                   *
      *================================================================*
      * Output side of the SORT: keys come back in order, so a group
      * closes at every change of key.
       2500-APURA-GRUPOS.

           MOVE SPACES                  TO WS-LINHA-TEXTO
           MOVE 'GRUPOS ABAIXO DO LIMIAR K'
                                        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           SET SW-SRT-NAO-FIM           TO TRUE

           PERFORM 2510-RETORNA-CHAVE

           PERFORM 2520-ACUMULA-GRUPO
             UNTIL SW-SRT-SIM-FIM

           IF WS-GRP-REGISTROS GREATER ZEROS
               PERFORM 2600-FECHA-GRUPO
           END-IF
           .
       2500-APURA-GRUPOS-EXIT.
           EXIT.

      *================================================================*
      *        R E T O R N A   C H A V E   D O   S O R T               *
      *================================================================*

       2510-RETORNA-CHAVE.

           RETURN SRTC1AR
               AT END
                   SET SW-SRT-SIM-FIM   TO TRUE
           END-RETURN
           .
       2510-RETORNA-CHAVE-EXIT.
           EXIT.

      *================================================================*
      *        A C U M U L A   G R U P O                               *
      *================================================================*

       2520-ACUMULA-GRUPO.

           IF WS-GRP-REGISTROS GREATER ZEROS
             AND SRT-CHAVE NOT EQUAL WS-GRP-CHAVE
               PERFORM 2600-FECHA-GRUPO
           END-IF

           MOVE SRT-CHAVE               TO WS-GRP-CHAVE
           ADD 1                        TO WS-GRP-REGISTROS

           PERFORM 2510-RETORNA-CHAVE
           .
       2520-ACUMULA-GRUPO-EXIT.
           EXIT.

      *================================================================*
      *        F E C H A   G R U P O                                   *
      *================================================================*
      * Folds the finished group into the distribution and, when it
      * is smaller than k, lists it.
       2600-FECHA-GRUPO.

           ADD 1                        TO WS-TOT-GRUPOS

           IF WS-GRP-REGISTROS GREATER 9
               MOVE 10                  TO WS-DIST-IDX
           ELSE
               MOVE WS-GRP-REGISTROS    TO WS-DIST-IDX
           END-IF

           ADD 1                        TO WS-DIST-GRUPOS(WS-DIST-IDX)
           ADD WS-GRP-REGISTROS         TO
               WS-DIST-REGISTROS(WS-DIST-IDX)

           IF WS-GRP-REGISTROS LESS WS-K
               ADD 1                    TO WS-TOT-GRUPOS-ABAIXO
               ADD WS-GRP-REGISTROS     TO WS-TOT-REG-ABAIXO

               IF WS-GRP-TIPO EQUAL '2'
                   MOVE 'PJ'            TO WS-LG-TIPO
               ELSE
                   MOVE 'PF'            TO WS-LG-TIPO
               END-IF
               MOVE WS-GRP-CEP          TO WS-LG-CEP
               MOVE WS-GRP-DOC          TO WS-LG-DOC
               MOVE WS-GRP-REGISTROS    TO WS-LG-REGISTROS
               MOVE WS-LINHA-GRUPO      TO WS-LINHA-TEXTO
               PERFORM 2900-GRAVA-LINHA
           END-IF

           MOVE ZEROS                   TO WS-GRP-REGISTROS
           .
       2600-FECHA-GRUPO-EXIT.
           EXIT.

      *================================================================*
      *        G R A V A   D I S T R I B U I C A O                     *
      *================================================================*

       2700-GRAVA-DISTRIBUICAO.

           MOVE SPACES                  TO WS-LINHA-TEXTO
           MOVE 'DISTRIBUICAO POR TAMANHO DE GRUPO'
                                        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           PERFORM VARYING WS-DIST-IDX
             FROM 1 BY 1
             UNTIL WS-DIST-IDX GREATER 10

               MOVE WS-DIST-IDX         TO WS-LDI-TAMANHO
               IF WS-DIST-IDX EQUAL 10
                   MOVE ' OU MAIS'      TO WS-LDI-MAIS
               ELSE
                   MOVE SPACES          TO WS-LDI-MAIS
               END-IF
               MOVE WS-DIST-GRUPOS(WS-DIST-IDX)
                                        TO WS-LDI-GRUPOS
               MOVE WS-DIST-REGISTROS(WS-DIST-IDX)
                                        TO WS-LDI-REGISTROS
               MOVE WS-LINHA-DISTRIBUICAO
                                        TO WS-LINHA-TEXTO
               PERFORM 2900-GRAVA-LINHA
           END-PERFORM
           .
       2700-GRAVA-DISTRIBUICAO-EXIT.
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
      *               P A R A G R A F O    F I N A L I Z A             *
      *================================================================*
      * The verdict compares in whole units scaled by 100, the same
      * way the CUDMASK reject-rate breaker does.
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

           MOVE 'TIPOS IGNORADOS    '    TO WS-LC-LABEL
           MOVE WS-TOT-IGNORADOS         TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'GRUPOS DISTINTOS   '    TO WS-LC-LABEL
           MOVE WS-TOT-GRUPOS            TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'GRUPOS ABAIXO DE K '    TO WS-LC-LABEL
           MOVE WS-TOT-GRUPOS-ABAIXO     TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'REGISTROS ABAIXO K '    TO WS-LC-LABEL
           MOVE WS-TOT-REG-ABAIXO        TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           COMPUTE WS-CALC-ABAIXO = WS-TOT-REG-ABAIXO * 100
      * The tolerance is a share of the records actually grouped:
      * contact lines and other ignored types never sit in a group
      * and must not dilute it.
           COMPUTE WS-CALC-LIMITE = (WS-TOT-PF + WS-TOT-PJ)
                                  * WS-LIMITE-PCT

           MOVE SPACES                  TO WS-LINHA-TEXTO
           IF WS-TOT-PF EQUAL ZEROS AND WS-TOT-PJ EQUAL ZEROS
               MOVE 'RESULTADO: NENHUM DETALHE PARA AVALIAR'
                                        TO WS-LINHA-TEXTO
               MOVE 4                   TO WS-CODIGO-RETORNO
           ELSE
               IF WS-CALC-ABAIXO GREATER WS-CALC-LIMITE
                   MOVE 'RESULTADO: REPROVADO'
                                        TO WS-LINHA-TEXTO
                   MOVE 8               TO WS-CODIGO-RETORNO
               ELSE
                   MOVE 'RESULTADO: APROVADO'
                                        TO WS-LINHA-TEXTO
               END-IF
           END-IF
           PERFORM 2900-GRAVA-LINHA

           CLOSE RLTC1AR

           DISPLAY ' TOTAIS DE CONTROLE CUDRISCO '
           DISPLAY ' LIMIAR K             = ' WS-K
           DISPLAY ' LIMITE PCT           = ' WS-LIMITE-PCT
           DISPLAY ' DETALHES LIDOS       = ' WS-TOT-LIDOS
           DISPLAY ' GRUPOS DISTINTOS     = ' WS-TOT-GRUPOS
           DISPLAY ' GRUPOS ABAIXO DE K   = ' WS-TOT-GRUPOS-ABAIXO
           DISPLAY ' REGISTROS ABAIXO K   = ' WS-TOT-REG-ABAIXO
           DISPLAY ' ' WS-LINHA-TEXTO
           DISPLAY ' CODIGO DE RETORNO    = ' WS-CODIGO-RETORNO

           MOVE WS-CODIGO-RETORNO       TO RETURN-CODE

           STOP RUN
           .
       3000-FINALIZA-EXIT.
           EXIT.
