      ******************************************************************
      * Customer-to-account referential reconciliation between the
      * two masked extracts.
      *
      * CUDMASK writes the masked customer file and CUDMSKCT the
      * masked account extract; each balances its own trailer, but
      * only this step proves the two still join once both are
      * masked. Both carry the customer's document token from the
      * XRTC1AR cross-reference - the customer line in its document
      * field, the account line in C1-DOC - so the join key is
      *
      *   record type + document token
      *
      * and every detail of both files is run through one SORT on
      * it, the customer ahead of its account lines. Per business
      * date (the E0-DATA-MOVTO of the two headers) the report
      * shows:
      *
      *   - every account line whose customer is missing from the
      *     customer extract;
      *   - every customer with no account line at all;
      *   - both counts broken down by person (PF) and corporate
      *     (PJ) type, beside the lines read from each side;
      *   - a flag when the two headers carry different business
      *     dates - a join across two different nights means
      *     nothing, whatever its counts say.
      *
      * Only tokens, record types and account ids are printed - the
      * same bytes the masked files already carry.
      *
      * Condition code: 08 when the headers disagree on the date or
      * the mismatches (orphan account lines plus customers without
      * accounts) exceed the tolerance, 04 when there are mismatches
      * within it, 00 clean, 12 on I/O failure.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                      CUDCONCI.
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

           SELECT S2TC1AR ASSIGN DYNAMIC WS-S2-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-S2.

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

       FD S2TC1AR.
       01 REG-MCT PIC X(115).

       FD CGTC1AR.
       01 REG-CGT PIC X(047).

       FD RLTC1AR.
       01 REG-REL PIC X(080).

      * One sort record per detail of either file: the join key,
      * which side it came from ('1' customer sorts ahead of '2'
      * account) and, for an account line, its account id.
       SD SRTC1AR.
       01 REG-SRT.
         05 SRT-CHAVE.
           10 SRT-TIPO                  PIC X(001).
           10 SRT-DOC                   PIC X(014).
         05 SRT-ORIGEM                  PIC X(001).
         05 SRT-CONTA                   PIC X(020).

       WORKING-STORAGE SECTION.
      *================================================================*
      *                   A R E A   DE   C O P Y                       *
      *================================================================*
      * Header of both masked files, for the business date.
           COPY 'REGHT'                 IN copy-lib.

      * Masked account line: same layout as the inbound extract,
      * the document replaced by the customer's document token.
           COPY 'REGCT'                 IN copy-lib.

      * Run-catalog line, used to resolve the newest generation of
      * the masked customer file when no explicit path is given.
           COPY 'REGCAT'                IN copy-lib.
      *================================================================*
      *      W O R K I N G - S T O R A G E   S E C T I O N             *
      *================================================================*

       01 WS-ARQUIVOS-STATUS.
         05 WS-STATUS-S1                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-S2                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-CG                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-RL                PIC 9(002) VALUE ZEROS.

      *================================================================*
      *        C A M I N H O   D O S   A R Q U I V O S                 *
      *================================================================*
       01 WS-CAMINHOS-ARQUIVOS.
         05 WS-S1-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-S2-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-CG-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-RL-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-SR-CAMINHO               PIC X(100) VALUE
         'MASK_CNC.SRT'.

       01 WS-CAMINHOS-PADRAO.
         05 WS-S1-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_OUT.TXT'.
         05 WS-S2-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASKCT_OUT.TXT'.
         05 WS-CG-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_CAT.TXT'.
         05 WS-RL-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_CNC.TXT'.

      * WS-TOLERANCIA is the number of mismatches (orphan account
      * lines plus customers without accounts) the scheduler lets
      * through before holding the release (0 = none).
       01 WS-AREA-PARAMETROS.
         05 WS-ENV-VALOR                PIC X(100) VALUE SPACES.
         05 WS-TOLERANCIA               PIC 9(009) VALUE ZEROS.

       01 WS-AREA-GERACAO.
         05 WS-CAM-TAM                  PIC 9(003) VALUE ZEROES.
         05 WS-CAMINHO-BASE             PIC X(100) VALUE SPACES.
         05 WS-CAMINHO-MONTADO          PIC X(100) VALUE SPACES.

      *================================================================*
      *        R E G I S T R O S   E M   T R A N S I T O               *
      *================================================================*
      * Masked customer record in both shapes the type byte can
      * select, the same views CUDVERIF unpacks.
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

      * Join key in flight on the sorted side, with what each side
      * brought to it so far.
       01 WS-AREA-GRUPO.
         05 WS-GRP-CHAVE.
           10 WS-GRP-TIPO               PIC X(001) VALUE SPACES.
           10 WS-GRP-DOC                PIC X(014) VALUE SPACES.
         05 WS-GRP-CLIENTES             PIC 9(009) VALUE ZEROES.
         05 WS-GRP-CONTAS               PIC 9(009) VALUE ZEROES.
         05 WS-GRP-ATIVO                PIC 9(001) VALUE ZEROES.

      *================================================================*
      *        T O T A I S   D E   C O N T R O L E                     *
      *================================================================*
      * Slot 1 is PF, slot 2 PJ - the record-type code itself.
       01 WS-TOTAIS-POR-TIPO.
         05 WS-TIPO-IDX                 PIC 9(001) VALUE ZEROES.
         05 WS-TIPO-ENTRADA             OCCURS 2.
           10 WS-TT-CLIENTES            PIC 9(009).
           10 WS-TT-CONTAS              PIC 9(009).
           10 WS-TT-CLI-SEM-CONTA       PIC 9(009).
           10 WS-TT-CONTA-SEM-CLI       PIC 9(009).
           10 WS-TT-DOC-SEM-CLI         PIC 9(009).

       01 WS-TOTAIS-CONTROLE.
         05 WS-DATA-CLIENTES            PIC 9(008) VALUE ZEROES.
         05 WS-DATA-CONTAS              PIC 9(008) VALUE ZEROES.
         05 WS-TOT-IGNORADOS            PIC 9(009) VALUE ZEROES.
         05 WS-TOT-DIVERGENCIAS         PIC 9(009) VALUE ZEROES.

      *================================================================*
      *        L I N H A S   D O   R E L A T O R I O                   *
      *================================================================*
       01 WS-LINHA-TITULO.
         05 FILLER                      PIC X(044) VALUE
         'CONCILIACAO CLIENTES X CONTAS MASCARADOS    '.
         05 FILLER                      PIC X(036) VALUE SPACES.

       01 WS-LINHA-DATAS.
         05 FILLER                      PIC X(023) VALUE
         'DATA MOVIMENTO CLIENTES'.
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LDT-CLIENTES             PIC 9(008).
         05 FILLER                      PIC X(008) VALUE ' CONTAS '.
         05 WS-LDT-CONTAS               PIC 9(008).
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LDT-SITUACAO             PIC X(031).

       01 WS-LINHA-GERACAO.
         05 FILLER                      PIC X(008) VALUE 'GERACAO '.
         05 WS-LGE-SEQ                  PIC 9(005).
         05 FILLER                      PIC X(006) VALUE ' DATA '.
         05 WS-LGE-DATA                 PIC 9(008).
         05 FILLER                      PIC X(053) VALUE SPACES.

       01 WS-LINHA-CONTA-ORFA.
         05 FILLER                      PIC X(018) VALUE
         'CONTA SEM CLIENTE '.
         05 WS-LCO-TIPO                 PIC X(002).
         05 FILLER                      PIC X(007) VALUE ' TOKEN '.
         05 WS-LCO-DOC                  PIC X(014).
         05 FILLER                      PIC X(007) VALUE ' CONTA '.
         05 WS-LCO-CONTA                PIC X(020).
         05 FILLER                      PIC X(012) VALUE SPACES.

       01 WS-LINHA-CLIENTE-SEM.
         05 FILLER                      PIC X(018) VALUE
         'CLIENTE SEM CONTA '.
         05 WS-LCS-TIPO                 PIC X(002).
         05 FILLER                      PIC X(007) VALUE ' TOKEN '.
         05 WS-LCS-DOC                  PIC X(014).
         05 FILLER                      PIC X(039) VALUE SPACES.

       01 WS-LINHA-TIPO.
         05 WS-LTP-TIPO                 PIC X(002).
         05 FILLER                      PIC X(010) VALUE
         ' CLIENTES '.
         05 WS-LTP-CLIENTES             PIC ZZZZZZZZ9.
         05 FILLER                      PIC X(008) VALUE ' CONTAS '.
         05 WS-LTP-CONTAS               PIC ZZZZZZZZ9.
         05 FILLER                      PIC X(011) VALUE
         ' CLI S/CTA '.
         05 WS-LTP-CLI-SEM              PIC ZZZZZZZZ9.
         05 FILLER                      PIC X(011) VALUE
         ' CTA S/CLI '.
         05 WS-LTP-CTA-SEM              PIC ZZZZZZZZ9.
         05 FILLER                      PIC X(002) VALUE SPACES.

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

         05 SW-CONTAS                   PIC X(03) VALUE 'N'.
            88 SW-SIM-FIM-CONTAS VALUE 'Y'.
            88 SW-NAO-FIM-CONTAS VALUE 'N'.

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

         05 SW-DATAS                    PIC X(03) VALUE 'N'.
            88 SW-DATAS-DIVERGENTES VALUE 'Y'.
            88 SW-DATAS-IGUAIS VALUE 'N'.

      *================================================================*
      *        P R O C E D U R E     D I V I S I O N                   *
      *================================================================*

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIALIZA.

           SORT SRTC1AR
               ON ASCENDING KEY SRT-CHAVE
                                SRT-ORIGEM
               INPUT PROCEDURE  IS 2000-SELECIONA-REGISTROS
               OUTPUT PROCEDURE IS 2500-CONCILIA-CHAVES

           IF SORT-RETURN NOT EQUAL ZEROS
               DISPLAY ' ERRO NA CLASSIFICACAO DA CONCILIACAO '
               DISPLAY ' ERROR = ' SORT-RETURN
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 3000-FINALIZA.

       0000-PRINCIPAL-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   I N I C I A L I Z A                 *
      *================================================================*

       1000-INICIALIZA.

           INITIALIZE                   WS-TOTAIS-POR-TIPO.

           PERFORM 1050-LER-PARAMETROS.

           IF SW-S1-PADRAO
               PERFORM 1070-RESOLVE-GERACAO
           END-IF

           PERFORM 1100-ABRIR-ARQUIVOS.

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
      * CUDCONCI_CLIENTES names the masked customer file explicitly;
      * left unset, the newest generation of MASK_OUT.TXT is
      * resolved from CUDCONCI_CATALOGO. CUDCONCI_CONTAS is the
      * masked account extract CUDMSKCT wrote. CUDCONCI_TOLERANCIA
      * is the number of mismatches let through (default 0).
       1050-LER-PARAMETROS.

           DISPLAY 'CUDCONCI_CLIENTES'  UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               SET SW-S1-PADRAO         TO TRUE
               MOVE WS-S1-CAMINHO-DEFAULT
                                        TO WS-S1-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-S1-CAMINHO
           END-IF

           DISPLAY 'CUDCONCI_CONTAS'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-S2-CAMINHO-DEFAULT
                                        TO WS-S2-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-S2-CAMINHO
           END-IF

           DISPLAY 'CUDCONCI_CATALOGO'  UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-CG-CAMINHO-DEFAULT
                                        TO WS-CG-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-CG-CAMINHO
           END-IF

           DISPLAY 'CUDCONCI_RELATORIO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-RL-CAMINHO-DEFAULT
                                        TO WS-RL-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-RL-CAMINHO
           END-IF

      * Right-aligned into the 9-digit count: scanned back from the
      * last non-blank byte, the way CUDERASE takes its document.
           DISPLAY 'CUDCONCI_TOLERANCIA'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           PERFORM VARYING WS-CAM-TAM
             FROM 9 BY -1
             UNTIL WS-CAM-TAM EQUAL ZEROS
             OR WS-ENV-VALOR(WS-CAM-TAM:1) NOT EQUAL SPACE
           END-PERFORM

           IF WS-CAM-TAM GREATER ZEROS
               IF WS-ENV-VALOR(1:WS-CAM-TAM) IS NUMERIC
                   MOVE WS-ENV-VALOR(1:WS-CAM-TAM)
                                        TO WS-TOLERANCIA
               ELSE
                   DISPLAY ' CUDCONCI_TOLERANCIA INVALIDA '
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
               DISPLAY ' INFORME CUDCONCI_CLIENTES '
               DISPLAY ' (AS SAIDAS DO CUDMASK SAO GERACOES '
                       'BASE.DAAAAMMDD.SNNNNN) '
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-S1-CAMINHO-DEFAULT   TO WS-CAMINHO-BASE
           PERFORM 1080-MONTA-CAMINHO
           MOVE WS-CAMINHO-MONTADO      TO WS-S1-CAMINHO
           DISPLAY ' GERACAO CONCILIADA  = ' WS-S1-CAMINHO
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
               DISPLAY ' ERRO NA ABERTURA DOS CLIENTES MASCARADOS '
               DISPLAY ' ERROR = ' WS-STATUS-S1
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT S2TC1AR

           IF WS-STATUS-S2 EQUAL CT-0 OR
             WS-STATUS-S2 EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA ABERTURA DAS CONTAS MASCARADAS '
               DISPLAY ' ERROR = ' WS-STATUS-S2
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
      * Input side of the SORT: every customer detail, then every
      * account detail, one join key released per line.

       2000-SELECIONA-REGISTROS.

           PERFORM 2100-LER-CLIENTE

           PERFORM 2200-LIBERA-CLIENTE
             UNTIL SW-SIM-FIM-ARQUIVO

           CLOSE S1TC1AR

           PERFORM 2300-LER-CONTA

           PERFORM 2400-LIBERA-CONTA
             UNTIL SW-SIM-FIM-CONTAS

           CLOSE S2TC1AR
           .
       2000-SELECIONA-REGISTROS-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   L E   C L I E N T E                 *
      *================================================================*
      * Delivers the next detail record; the header only feeds the
      * business date and the trailer is skipped.
       2100-LER-CLIENTE.

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
                                        TO WS-DATA-CLIENTES
                       END-IF
                       GO TO 2100-LER-CLIENTE
                   END-IF
                   IF SW-TIPO-TRAILER
                       GO TO 2100-LER-CLIENTE
                   END-IF
                   MOVE REG-MSC         TO WS-RM-LINHA
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DOS CLIENTES MASCARADOS '
               DISPLAY ' ERROR = ' WS-STATUS-S1
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF
           .
       2100-LER-CLIENTE-EXIT.
           EXIT.

      *================================================================*
      *        L I B E R A   C H A V E   D O   C L I E N T E           *
      *================================================================*
      * The person document token is the 10-digit masked CPF; the
      * account side carries it right-aligned in 14 digits, so it
      * is widened with leading zeros to meet it. Types other than
      * person and corporate have no account to join and are only
      * counted.
       2200-LIBERA-CLIENTE.

           MOVE '1'                     TO SRT-ORIGEM
           MOVE SPACES                  TO SRT-CONTA

           EVALUATE TRUE
               WHEN SW-TIPO-PF
                   ADD 1                TO WS-TT-CLIENTES(1)
                   MOVE M1-TIPO         TO SRT-TIPO
                   MOVE '0000'          TO SRT-DOC(1:4)
                   MOVE M1-DOC          TO SRT-DOC(5:10)
                   RELEASE REG-SRT
               WHEN SW-TIPO-PJ
                   ADD 1                TO WS-TT-CLIENTES(2)
                   MOVE M2-TIPO         TO SRT-TIPO
                   MOVE M2-CNPJ         TO SRT-DOC
                   RELEASE REG-SRT
               WHEN OTHER
                   ADD 1                TO WS-TOT-IGNORADOS
           END-EVALUATE

           PERFORM 2100-LER-CLIENTE
           .
       2200-LIBERA-CLIENTE-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   L E   C O N T A                     *
      *================================================================*

       2300-LER-CONTA.

           READ S2TC1AR
               AT END
                   SET SW-SIM-FIM-CONTAS
                                        TO TRUE
           END-READ

           IF  WS-STATUS-S2 EQUAL CT-0 OR
               WS-STATUS-S2 EQUAL CT-10
               IF SW-NAO-FIM-CONTAS
                   MOVE REG-MCT(1:1)    TO SW-TIPO-REGISTRO
                   IF SW-TIPO-HEADER
                       MOVE REG-MCT     TO E0-HEADER
                       IF E0-DATA-MOVTO IS NUMERIC
                           MOVE E0-DATA-MOVTO
                                        TO WS-DATA-CONTAS
                       END-IF
                       GO TO 2300-LER-CONTA
                   END-IF
                   IF SW-TIPO-TRAILER
                       GO TO 2300-LER-CONTA
                   END-IF
                   MOVE REG-MCT         TO C1-REGIS
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DAS CONTAS MASCARADAS '
               DISPLAY ' ERROR = ' WS-STATUS-S2
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF
           .
       2300-LER-CONTA-EXIT.
           EXIT.

      *================================================================*
      *        L I B E R A   C H A V E   D A   C O N T A               *
      *================================================================*

       2400-LIBERA-CONTA.

           MOVE '2'                     TO SRT-ORIGEM

           EVALUATE TRUE
               WHEN SW-TIPO-PF
                   ADD 1                TO WS-TT-CONTAS(1)
                   MOVE C1-TIPO         TO SRT-TIPO
                   MOVE C1-DOC          TO SRT-DOC
                   MOVE C1-CONTA        TO SRT-CONTA
                   RELEASE REG-SRT
               WHEN SW-TIPO-PJ
                   ADD 1                TO WS-TT-CONTAS(2)
                   MOVE C1-TIPO         TO SRT-TIPO
                   MOVE C1-DOC          TO SRT-DOC
                   MOVE C1-CONTA        TO SRT-CONTA
                   RELEASE REG-SRT
               WHEN OTHER
                   ADD 1                TO WS-TOT-IGNORADOS
           END-EVALUATE

           PERFORM 2300-LER-CONTA
           .
       2400-LIBERA-CONTA-EXIT.
           EXIT.

      *================================================================*
      *        C O N C I L I A   C H A V E S   ( S O R T )             *
      *================================================================*
      * Output side of the SORT: join keys come back in order with
      * the customer ahead of its account lines, so an account line
      * already knows, when it arrives, whether its key had a
      * customer - orphans are listed as they come, and a customer
      * without accounts at the change of its key. Both kinds come
      * out interleaved in key order.
       2500-CONCILIA-CHAVES.

           MOVE 'DIVERGENCIAS POR CHAVE'
                                        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           SET SW-SRT-NAO-FIM           TO TRUE

           PERFORM 2510-RETORNA-CHAVE

           PERFORM 2520-ACUMULA-CHAVE
             UNTIL SW-SRT-SIM-FIM

           IF WS-GRP-ATIVO EQUAL 1
               PERFORM 2600-FECHA-CHAVE
           END-IF
           .
       2500-CONCILIA-CHAVES-EXIT.
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
      *        A C U M U L A   C H A V E                               *
      *================================================================*

       2520-ACUMULA-CHAVE.

           IF WS-GRP-ATIVO EQUAL 1
             AND SRT-CHAVE NOT EQUAL WS-GRP-CHAVE
               PERFORM 2600-FECHA-CHAVE
           END-IF

           IF WS-GRP-ATIVO EQUAL ZEROS
               MOVE SRT-CHAVE           TO WS-GRP-CHAVE
               MOVE ZEROS               TO WS-GRP-CLIENTES
                                           WS-GRP-CONTAS
               MOVE 1                   TO WS-GRP-ATIVO
           END-IF

           IF SRT-ORIGEM EQUAL '1'
               ADD 1                    TO WS-GRP-CLIENTES
           ELSE
               ADD 1                    TO WS-GRP-CONTAS
               IF WS-GRP-CLIENTES EQUAL ZEROS
                   PERFORM 2530-GRAVA-CONTA-ORFA
               END-IF
           END-IF

           PERFORM 2510-RETORNA-CHAVE
           .
       2520-ACUMULA-CHAVE-EXIT.
           EXIT.

      *================================================================*
      *        G R A V A   C O N T A   S E M   C L I E N T E           *
      *================================================================*

       2530-GRAVA-CONTA-ORFA.

           PERFORM 2800-INDICE-TIPO

           ADD 1                        TO
               WS-TT-CONTA-SEM-CLI(WS-TIPO-IDX)
           ADD 1                        TO WS-TOT-DIVERGENCIAS

           MOVE SRT-CONTA               TO WS-LCO-CONTA
           MOVE SRT-DOC                 TO WS-LCO-DOC
           MOVE WS-LINHA-CONTA-ORFA     TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA
           .
       2530-GRAVA-CONTA-ORFA-EXIT.
           EXIT.

      *================================================================*
      *        F E C H A   C H A V E                                   *
      *================================================================*
      * A key with account lines and no customer counts once more,
      * as a distinct missing customer; a customer with no account
      * line is listed here.
       2600-FECHA-CHAVE.

           PERFORM 2800-INDICE-TIPO

           IF WS-GRP-CLIENTES EQUAL ZEROS
               ADD 1                    TO
                   WS-TT-DOC-SEM-CLI(WS-TIPO-IDX)
           END-IF

           IF WS-GRP-CONTAS EQUAL ZEROS
               ADD 1                    TO
                   WS-TT-CLI-SEM-CONTA(WS-TIPO-IDX)
               ADD 1                    TO WS-TOT-DIVERGENCIAS
               MOVE WS-GRP-DOC          TO WS-LCS-DOC
               MOVE WS-LINHA-CLIENTE-SEM
                                        TO WS-LINHA-TEXTO
               PERFORM 2900-GRAVA-LINHA
           END-IF

           MOVE ZEROS                   TO WS-GRP-ATIVO
           .
       2600-FECHA-CHAVE-EXIT.
           EXIT.

      *================================================================*
      *        I N D I C E   D O   T I P O                             *
      *================================================================*

       2800-INDICE-TIPO.

           IF WS-GRP-TIPO EQUAL '2'
               MOVE 2                   TO WS-TIPO-IDX
               MOVE 'PJ'                TO WS-LCO-TIPO
                                           WS-LCS-TIPO
           ELSE
               MOVE 1                   TO WS-TIPO-IDX
               MOVE 'PF'                TO WS-LCO-TIPO
                                           WS-LCS-TIPO
           END-IF
           .
       2800-INDICE-TIPO-EXIT.
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
      * A missing header date counts as a disagreement: without it
      * the two files cannot be shown to belong to the same night.
       3000-FINALIZA.

           MOVE SPACES                  TO WS-LINHA-TEXTO
           MOVE 'TOTAIS'                TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           IF WS-DATA-CLIENTES EQUAL ZEROS
             OR WS-DATA-CLIENTES NOT EQUAL WS-DATA-CONTAS
               SET SW-DATAS-DIVERGENTES TO TRUE
               MOVE 'DATAS DE MOVIMENTO DIVERGENTES'
                                        TO WS-LDT-SITUACAO
           ELSE
               MOVE 'DATAS DE MOVIMENTO IGUAIS'
                                        TO WS-LDT-SITUACAO
           END-IF
           MOVE WS-DATA-CLIENTES        TO WS-LDT-CLIENTES
           MOVE WS-DATA-CONTAS          TO WS-LDT-CONTAS
           MOVE WS-LINHA-DATAS          TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 1                       TO WS-TIPO-IDX
           MOVE 'PF'                    TO WS-LTP-TIPO
           PERFORM 3100-GRAVA-LINHA-TIPO

           MOVE 2                       TO WS-TIPO-IDX
           MOVE 'PJ'                    TO WS-LTP-TIPO
           PERFORM 3100-GRAVA-LINHA-TIPO

           MOVE 'TOKENS S/CLI PF    '    TO WS-LC-LABEL
           MOVE WS-TT-DOC-SEM-CLI(1)     TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'TOKENS S/CLI PJ    '    TO WS-LC-LABEL
           MOVE WS-TT-DOC-SEM-CLI(2)     TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'TIPOS IGNORADOS    '    TO WS-LC-LABEL
           MOVE WS-TOT-IGNORADOS         TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'DIVERGENCIAS       '    TO WS-LC-LABEL
           MOVE WS-TOT-DIVERGENCIAS      TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'TOLERANCIA         '    TO WS-LC-LABEL
           MOVE WS-TOLERANCIA            TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE SPACES                  TO WS-LINHA-TEXTO
           EVALUATE TRUE
               WHEN SW-DATAS-DIVERGENTES
                   MOVE 'RESULTADO: REPROVADO - DATAS DIVERGENTES'
                                        TO WS-LINHA-TEXTO
                   MOVE 8               TO WS-CODIGO-RETORNO
               WHEN WS-TOT-DIVERGENCIAS GREATER WS-TOLERANCIA
                   MOVE 'RESULTADO: REPROVADO'
                                        TO WS-LINHA-TEXTO
                   MOVE 8               TO WS-CODIGO-RETORNO
               WHEN WS-TOT-DIVERGENCIAS GREATER ZEROS
                   MOVE 'RESULTADO: APROVADO DENTRO DA TOLERANCIA'
                                        TO WS-LINHA-TEXTO
                   MOVE 4               TO WS-CODIGO-RETORNO
               WHEN OTHER
                   MOVE 'RESULTADO: APROVADO'
                                        TO WS-LINHA-TEXTO
           END-EVALUATE
           PERFORM 2900-GRAVA-LINHA

           CLOSE RLTC1AR

           DISPLAY ' TOTAIS DE CONTROLE CUDCONCI '
           DISPLAY ' DATA MOVTO CLIENTES  = ' WS-DATA-CLIENTES
           DISPLAY ' DATA MOVTO CONTAS    = ' WS-DATA-CONTAS
           DISPLAY ' CLIENTES PF/PJ       = ' WS-TT-CLIENTES(1)
                   ' / ' WS-TT-CLIENTES(2)
           DISPLAY ' CONTAS PF/PJ         = ' WS-TT-CONTAS(1)
                   ' / ' WS-TT-CONTAS(2)
           DISPLAY ' CLIENTES SEM CONTA   = ' WS-TT-CLI-SEM-CONTA(1)
                   ' / ' WS-TT-CLI-SEM-CONTA(2)
           DISPLAY ' CONTAS SEM CLIENTE   = ' WS-TT-CONTA-SEM-CLI(1)
                   ' / ' WS-TT-CONTA-SEM-CLI(2)
           DISPLAY ' TOLERANCIA           = ' WS-TOLERANCIA
           DISPLAY ' ' WS-LINHA-TEXTO
           DISPLAY ' CODIGO DE RETORNO    = ' WS-CODIGO-RETORNO

           MOVE WS-CODIGO-RETORNO       TO RETURN-CODE

           STOP RUN
           .
       3000-FINALIZA-EXIT.
           EXIT.

      *================================================================*
      *        G R A V A   L I N H A   P O R   T I P O                 *
      *================================================================*

       3100-GRAVA-LINHA-TIPO.

           MOVE WS-TT-CLIENTES(WS-TIPO-IDX)
                                        TO WS-LTP-CLIENTES
           MOVE WS-TT-CONTAS(WS-TIPO-IDX)
                                        TO WS-LTP-CONTAS
           MOVE WS-TT-CLI-SEM-CONTA(WS-TIPO-IDX)
                                        TO WS-LTP-CLI-SEM
           MOVE WS-TT-CONTA-SEM-CLI(WS-TIPO-IDX)
                                        TO WS-LTP-CTA-SEM
           MOVE WS-LINHA-TIPO           TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA
           .
       3100-GRAVA-LINHA-TIPO-EXIT.
           EXIT.
