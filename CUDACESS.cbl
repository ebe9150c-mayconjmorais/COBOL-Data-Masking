      ******************************************************************
      * Data-subject access companion to CUDERASE (LGPD art. 18):
      * given a customer's CPF/CNPJ and an authorizing ticket,
      * gathers into one report everything the suite holds about
      * that customer and who re-identified them:
      *
      *   - the customer's XRTC1AR cross-reference entry - the
      *     pseudonym and document tokens the masked extracts carry
      *     for them;
      *   - every unpurged vault generation listed in the run
      *     catalog whose VLTC1AR file still stores the customer's
      *     original record, with the vault key it sits under;
      *   - the account ids the REGCT companion extract carries for
      *     the customer's document;
      *   - every access-log line that answered one of those vault
      *     keys with the original record (requester, ticket, date).
      *
      * The access log carries the vault key but not the generation
      * a lookup was answered from. A found line is credited to the
      * customer when its key is one of theirs in the generation
      * that was the newest vault-bearing one on the lookup date -
      * the generation CUDUNMASK resolves when no explicit vault is
      * named. Lookups answered from a generation purged since can
      * no longer be tied to anyone and are not listed. A lookup
      * made by pseudonym token carries the token's sequence number
      * in place of a vault key; it is credited to the customer when
      * that number is the one in their cross-reference entry, and
      * listed with the token rather than a generation.
      *
      * Nothing is changed anywhere: vault, cross-reference and
      * extract are only read. The lookup itself, though, is the
      * first thing appended to the permanent access log (result
      * CONSULTADO), before a single line of the report is written -
      * a report that could be pulled quietly would be a leak of its
      * own.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                      CUDACESS.
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

           SELECT VLTC1AR ASSIGN DYNAMIC WS-VL-CAMINHO
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY VLT-CHAVE
           FILE STATUS IS  WS-STATUS-VL.

           SELECT XRTC1AR ASSIGN DYNAMIC WS-XR-CAMINHO
           ORGANIZATION INDEXED
           ACCESS MODE RANDOM
           RECORD KEY XRF-CHAVE
           FILE STATUS IS  WS-STATUS-XR.

           SELECT CGTC1AR ASSIGN DYNAMIC WS-CG-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-CG.

           SELECT CTTC1AR ASSIGN DYNAMIC WS-CT-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-CT.

           SELECT LGTC1AR ASSIGN DYNAMIC WS-LG-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-LG.

           SELECT RLTC1AR ASSIGN DYNAMIC WS-RL-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-RL.

      *================================================================*
      *                D A T A    D I V I S I O N                      *
      *================================================================*

       DATA DIVISION.

       FILE SECTION.
       FD VLTC1AR.
       01 REG-VLT.
         05 VLT-CHAVE                   PIC 9(009).
         05 VLT-REGISTRO                PIC X(131).

       FD XRTC1AR.
       01 REG-XRF.
         05 XRF-CHAVE.
           10 XRF-TIPO                  PIC X(001).
           10 XRF-DOC                   PIC 9(014).
         05 XRF-NOME-TOKEN              PIC X(060).
         05 XRF-DOC-TOKEN               PIC 9(014).

       FD CGTC1AR.
       01 REG-CGT PIC X(047).

       FD CTTC1AR.
       01 REG-CTA PIC X(115).

       FD LGTC1AR.
       01 REG-LOG PIC X(057).

       FD RLTC1AR.
       01 REG-REL PIC X(100).

       WORKING-STORAGE SECTION.
      *================================================================*
      *                   A R E A   DE   C O P Y                       *
      *================================================================*
      * Run-catalog line: says which vault generations exist and
      * which were already purged.
           COPY 'REGCAT'                IN copy-lib.

      * Access-log line: appended once with result CONSULTADO for
      * this lookup, then read back to find who re-identified the
      * customer.
           COPY 'REGLOG'                IN copy-lib.

      * Account/transaction companion extract line, keyed by the
      * customer's live document.
           COPY 'REGCT'                 IN copy-lib.

      * Parameter area of the CUDCIFSB protection subroutine:
      * protected generations and cross-reference are decoded here
      * the same way CUDERASE does it, judged generation by
      * generation from each one's own sentinel record.
           COPY 'LKCIF'                 IN copy-lib.
      *================================================================*
      *      W O R K I N G - S T O R A G E   S E C T I O N             *
      *================================================================*

       01 WS-ARQUIVOS-STATUS.
         05 WS-STATUS-VL                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-XR                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-CG                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-CT                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-LG                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-RL                PIC 9(002) VALUE ZEROS.

      *================================================================*
      *        C A M I N H O   D O S   A R Q U I V O S                 *
      *================================================================*
       01 WS-CAMINHOS-ARQUIVOS.
         05 WS-VL-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-XR-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-CG-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-CT-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-LG-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-RL-CAMINHO               PIC X(100) VALUE SPACES.

       01 WS-CAMINHOS-PADRAO.
         05 WS-VL-BASE-DEFAULT          PIC X(100) VALUE
         'MASK_VLT.TXT'.
         05 WS-XR-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_XRF.TXT'.
         05 WS-CG-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_CAT.TXT'.
         05 WS-CT-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASKCT.TXT'.
         05 WS-LG-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_LOG.TXT'.
         05 WS-RL-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_ACS.TXT'.

       01 WS-AREA-PARAMETROS.
         05 WS-ENV-VALOR                PIC X(100) VALUE SPACES.
         05 WS-VL-BASE                  PIC X(100) VALUE SPACES.
         05 WS-TIPO-CLIENTE             PIC X(001) VALUE SPACE.
         05 WS-DOC-X                    PIC X(014) VALUE ZEROS.
         05 WS-DOCUMENTO                PIC 9(014) VALUE ZEROES.
         05 WS-SOLICITANTE              PIC X(008) VALUE SPACES.
         05 WS-TICKET                   PIC X(012) VALUE SPACES.
         05 WS-DOC-TAM                  PIC 9(002) VALUE ZEROES.

       01 WS-AREA-CIFRA.
         05 WS-CHAVE-CIFRA              PIC X(032) VALUE SPACES.
         05 WS-MODO-CIFRA               PIC 9(001) VALUE ZEROES.
            88 WS-CIFRA-INATIVA         VALUE 0.
            88 WS-CIFRA-ATIVA           VALUE 1.
      * Plain image of the vault record in hand, whichever way the
      * generation stores it.
         05 WS-REG-CLARO                PIC X(131) VALUE SPACES.

       01 CT-SENTINELA                   PIC X(008) VALUE
          'CUDCIFRA'.

      *================================================================*
      *        C A T A L O G O   E M   M E M O R I A                   *
      *================================================================*
       01 WS-AREA-CATALOGO.
         05 WS-CAT-QTDE                 PIC 9(005) VALUE ZEROES.
         05 WS-CAT-IND                  PIC 9(005) VALUE ZEROES.
         05 WS-CAT-GER                  PIC 9(005) VALUE ZEROES.
         05 WS-CAT-PROX                 PIC 9(005) VALUE ZEROES.
         05 WS-CAT-MAXIMO               PIC 9(005) VALUE 20000.

       01 WS-TABELA-CATALOGO.
         05 WS-CAT-ENTRADA              OCCURS 20000.
           10 WS-CAT-TAB-SEQ            PIC 9(005).
           10 WS-CAT-TAB-DATA           PIC 9(008).
           10 WS-CAT-TAB-MASCARA        PIC 9(001).
           10 WS-CAT-TAB-VALIDA         PIC 9(001).
           10 WS-CAT-TAB-VAULT          PIC 9(001).
           10 WS-CAT-TAB-LIDOS          PIC 9(009).
           10 WS-CAT-TAB-GRAVADOS       PIC 9(009).
           10 WS-CAT-TAB-REJEITADOS     PIC 9(009).
           10 WS-CAT-TAB-EXPURGO        PIC X(001).
           10 WS-CAT-TAB-RETORNO        PIC 9(002).
           10 WS-CAT-TAB-SITUACAO       PIC X(001).

       01 WS-AREA-GERACAO.
         05 WS-CAM-TAM                  PIC 9(003) VALUE ZEROES.
         05 WS-CAMINHO-BASE             PIC X(100) VALUE SPACES.
         05 WS-CAMINHO-MONTADO          PIC X(100) VALUE SPACES.
         05 WS-SUFIXO-DATA              PIC 9(008) VALUE ZEROES.
         05 WS-SUFIXO-SEQ               PIC 9(005) VALUE ZEROES.

      *================================================================*
      *        C H A V E S   D O   C L I E N T E   N O S   C O F R E S *
      *================================================================*
      * Every vault key found for the customer, with the catalog
      * slot of the generation it came from - the access-log pass
      * needs both to credit a lookup. A customer appears at most
      * once per nightly extract, so the table is sized like
      * CUDERASE's; hitting the limit stops the run.
       01 WS-AREA-CHAVES.
         05 WS-CHV-QTDE                 PIC 9(005) VALUE ZEROES.
         05 WS-CHV-MAXIMO               PIC 9(005) VALUE 1000.
         05 WS-CHV-IDX                  PIC 9(005) VALUE ZEROES.

       01 WS-TABELA-CHAVES.
         05 WS-CHV-ENTRADA              OCCURS 1000.
           10 WS-CHV-CAT-IND            PIC 9(005).
           10 WS-CHV-CHAVE              PIC 9(009).

      *================================================================*
      *        C O N T A S   D O   C L I E N T E                       *
      *================================================================*
      * Distinct account ids in first-seen order, each with the
      * number of extract lines that carried it.
       01 WS-AREA-CONTAS.
         05 WS-CTA-QTDE                 PIC 9(005) VALUE ZEROES.
         05 WS-CTA-MAXIMO               PIC 9(005) VALUE 1000.
         05 WS-CTA-IDX                  PIC 9(005) VALUE ZEROES.

       01 WS-TABELA-CONTAS.
         05 WS-CTA-ENTRADA              OCCURS 1000.
           10 WS-CTA-CONTA              PIC X(020).
           10 WS-CTA-LINHAS             PIC 9(009).

      * The customer's name token as the masked extracts show it
      * ('CLIENTE nnnnnnnnn' / 'EMPRESA nnnnnnnnn'), kept from the
      * cross-reference entry to recognise token-mode log lines.
       01 WS-TOKEN-CLIENTE.
         05 WS-TKC-ROTULO               PIC X(008) VALUE SPACES.
         05 WS-TKC-SEQ                  PIC X(009) VALUE SPACES.

       01 WS-TOTAIS-CONTROLE.
         05 WS-TOT-GERACOES             PIC 9(005) VALUE ZEROES.
         05 WS-TOT-GER-CLIENTE          PIC 9(005) VALUE ZEROES.
         05 WS-TOT-XREF                 PIC 9(001) VALUE ZEROES.
         05 WS-TOT-LINHAS-CONTA         PIC 9(009) VALUE ZEROES.
         05 WS-TOT-LOG-LIDOS            PIC 9(009) VALUE ZEROES.
         05 WS-TOT-ACESSOS              PIC 9(009) VALUE ZEROES.

      *================================================================*
      *        L I N H A S   D O   R E L A T O R I O                   *
      *================================================================*
       01 WS-REL-CABECALHO.
         05 FILLER                      PIC X(031) VALUE
         'RELATORIO DE ACESSO DO TITULAR '.
         05 FILLER                      PIC X(005) VALUE 'DATA '.
         05 WS-RC-DATA                  PIC 9(008).
         05 FILLER                      PIC X(006) VALUE ' HORA '.
         05 WS-RC-HORA                  PIC 9(008).

       01 WS-REL-AUTORIZACAO.
         05 FILLER                      PIC X(007) VALUE
         'TICKET '.
         05 WS-RA-TICKET                PIC X(012).
         05 FILLER                      PIC X(013) VALUE
         ' SOLICITANTE '.
         05 WS-RA-SOLICITANTE           PIC X(008).

       01 WS-REL-CLIENTE.
         05 FILLER                      PIC X(005) VALUE 'TIPO '.
         05 WS-RL-TIPO                  PIC X(001).
         05 FILLER                      PIC X(011) VALUE
         ' DOCUMENTO '.
         05 WS-RL-DOC                   PIC 9(014).

       01 WS-REL-PSEUDONIMO.
         05 FILLER                      PIC X(011) VALUE
         'PSEUDONIMO '.
         05 WS-RP-NOME-TOKEN            PIC X(060).
         05 FILLER                      PIC X(011) VALUE
         ' TOKEN DOC '.
         05 WS-RP-DOC-TOKEN             PIC 9(014).

       01 WS-REL-GERACAO.
         05 FILLER                      PIC X(012) VALUE
         'GERACAO SEQ '.
         05 WS-RG-SEQ                   PIC 9(005).
         05 FILLER                      PIC X(006) VALUE ' DATA '.
         05 WS-RG-DATA                  PIC 9(008).
         05 FILLER                      PIC X(016) VALUE
         ' CHAVE NO COFRE '.
         05 WS-RG-CHAVE                 PIC 9(009).

       01 WS-REL-CONTA.
         05 FILLER                      PIC X(006) VALUE 'CONTA '.
         05 WS-RT-CONTA                 PIC X(020).
         05 FILLER                      PIC X(013) VALUE
         ' LANCAMENTOS '.
         05 WS-RT-LINHAS                PIC ZZZZZZZZ9.

       01 WS-REL-ACESSO.
         05 FILLER                      PIC X(005) VALUE 'DATA '.
         05 WS-RX-DATA                  PIC 9(008).
         05 FILLER                      PIC X(006) VALUE ' HORA '.
         05 WS-RX-HORA                  PIC 9(008).
         05 FILLER                      PIC X(013) VALUE
         ' SOLICITANTE '.
         05 WS-RX-SOLICITANTE           PIC X(008).
         05 FILLER                      PIC X(008) VALUE
         ' TICKET '.
         05 WS-RX-TICKET                PIC X(012).
         05 FILLER                      PIC X(009) VALUE
         ' GERACAO '.
         05 WS-RX-SEQ                   PIC 9(005).
         05 FILLER                      PIC X(007) VALUE
         ' CHAVE '.
         05 WS-RX-CHAVE                 PIC 9(009).

       01 WS-REL-ACESSO-TOKEN.
         05 FILLER                      PIC X(005) VALUE 'DATA '.
         05 WS-RK-DATA                  PIC 9(008).
         05 FILLER                      PIC X(006) VALUE ' HORA '.
         05 WS-RK-HORA                  PIC 9(008).
         05 FILLER                      PIC X(013) VALUE
         ' SOLICITANTE '.
         05 WS-RK-SOLICITANTE           PIC X(008).
         05 FILLER                      PIC X(008) VALUE
         ' TICKET '.
         05 WS-RK-TICKET                PIC X(012).
         05 FILLER                      PIC X(012) VALUE
         ' PSEUDONIMO '.
         05 WS-RK-TOKEN                 PIC X(017).

       01 WS-REL-TOTAL.
         05 WS-RT-LABEL                 PIC X(030) VALUE SPACES.
         05 WS-RT-VALOR                 PIC ZZZZZZZZ9.

       01 WS-LINHA-TEXTO                 PIC X(100) VALUE SPACES.

       01 WS-CODIGO-RETORNO              PIC 9(002) VALUE ZEROS.

      ******************************************************************
       01 CT-CONSTANTES.
         05 CT-0                       PIC 9(002) VALUE ZEROS.
         05 CT-10                      PIC 9(002) VALUE 10.
         05 CT-35                      PIC 9(002) VALUE 35.

      ******************************************************************

       01 SW-SWITCHES.

         05 SW-CAT-FIM                  PIC X(03) VALUE 'N'.
            88 SW-CAT-SIM-FIM VALUE 'Y'.
            88 SW-CAT-NAO-FIM VALUE 'N'.

         05 SW-VAULT-FIM                PIC X(03) VALUE 'N'.
            88 SW-SIM-FIM-VAULT VALUE 'Y'.
            88 SW-NAO-FIM-VAULT VALUE 'N'.

         05 SW-CONTA-FIM                PIC X(03) VALUE 'N'.
            88 SW-SIM-FIM-CONTA VALUE 'Y'.
            88 SW-NAO-FIM-CONTA VALUE 'N'.

         05 SW-LOG-FIM                  PIC X(03) VALUE 'N'.
            88 SW-SIM-FIM-LOG VALUE 'Y'.
            88 SW-NAO-FIM-LOG VALUE 'N'.

      * Protection state of the generation in hand, judged from
      * its own sentinel record: older plain generations and newer
      * protected ones coexist inside one retention window.
         05 SW-GER-CIFRA                PIC X(03) VALUE 'N'.
            88 SW-GER-PROTEGIDA VALUE 'Y'.
            88 SW-GER-PLANA VALUE 'N'.

      * Whether the generation in hand held the customer at all,
      * so each generation is counted once however many keys.
         05 SW-GER-CLIENTE              PIC X(03) VALUE 'N'.
            88 SW-GER-COM-CLIENTE VALUE 'Y'.
            88 SW-GER-SEM-CLIENTE VALUE 'N'.

      * Verdict on the access-log line in hand: was the generation
      * the key points into still the newest one on that date.
         05 SW-GER-VIGENTE              PIC X(03) VALUE 'N'.
            88 SW-GER-ERA-VIGENTE VALUE 'Y'.
            88 SW-GER-NAO-VIGENTE VALUE 'N'.

         05 SW-BUSCA-TAB                PIC X(03) VALUE 'N'.
            88 SW-TAB-ACHADO VALUE 'Y'.
            88 SW-TAB-NAO-ACHADO VALUE 'N'.

      *================================================================*
      *        P R O C E D U R E     D I V I S I O N                   *
      *================================================================*

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIALIZA.

           PERFORM 2000-PSEUDONIMOS.

           MOVE SPACES                  TO WS-LINHA-TEXTO
           MOVE 'GERACOES COM O CLIENTE NO COFRE'
                                        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           PERFORM VARYING WS-CAT-IND
             FROM 1 BY 1
             UNTIL WS-CAT-IND GREATER WS-CAT-QTDE

               IF WS-CAT-TAB-VAULT(WS-CAT-IND) EQUAL 1
                 AND WS-CAT-TAB-EXPURGO(WS-CAT-IND) NOT EQUAL 'S'
                   PERFORM 2100-VARRE-GERACAO
               END-IF
           END-PERFORM

           IF WS-CHV-QTDE EQUAL ZEROS
               MOVE SPACES              TO WS-LINHA-TEXTO
               MOVE '  NENHUMA'         TO WS-LINHA-TEXTO
               PERFORM 2900-GRAVA-LINHA
           END-IF

           PERFORM 2300-CONTAS.

           PERFORM 2400-REIDENTIFICACOES.

           PERFORM 3000-FINALIZA.

       0000-PRINCIPAL-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   I N I C I A L I Z A                 *
      *================================================================*

       1000-INICIALIZA.

           PERFORM 1050-LER-PARAMETROS.

           PERFORM 1061-CARREGAR-CATALOGO.

           PERFORM 1100-REGISTRA-CONSULTA.

           PERFORM 1300-ABRE-RELATORIO.
           .
       1000-INICIALIZA-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   L E   P A R A M E T R O S           *
      *================================================================*
      * CUDACESS_TIPO ('1' CPF / '2' CNPJ) and CUDACESS_DOCUMENTO
      * identify the customer, a CPF right-aligned into the
      * 14-digit key shape exactly as CUDERASE does it.
      * CUDACESS_SOLICITANTE and CUDACESS_TICKET are mandatory: the
      * lookup is logged under them before anything is read.
       1050-LER-PARAMETROS.

           DISPLAY 'CUDACESS_TIPO'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           MOVE WS-ENV-VALOR(1:1)       TO WS-TIPO-CLIENTE
           IF WS-TIPO-CLIENTE EQUAL '1' OR '2'
               CONTINUE
           ELSE
               DISPLAY ' CUDACESS_TIPO INVALIDO (1 OU 2) '
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'CUDACESS_DOCUMENTO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE

           PERFORM VARYING WS-DOC-TAM
             FROM 14 BY -1
             UNTIL WS-DOC-TAM EQUAL ZEROS
             OR WS-ENV-VALOR(WS-DOC-TAM:1) NOT EQUAL SPACE
           END-PERFORM

           MOVE ALL '0'                 TO WS-DOC-X
           IF WS-DOC-TAM GREATER ZEROS
               MOVE WS-ENV-VALOR(1:WS-DOC-TAM) TO
                   WS-DOC-X(15 - WS-DOC-TAM:WS-DOC-TAM)
           END-IF

           IF WS-DOC-X IS NUMERIC
             AND WS-DOC-TAM GREATER ZEROS
               MOVE WS-DOC-X            TO WS-DOCUMENTO
           ELSE
               DISPLAY ' CUDACESS_DOCUMENTO INVALIDO '
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'CUDACESS_SOLICITANTE'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           MOVE WS-ENV-VALOR(1:8)       TO WS-SOLICITANTE

           DISPLAY 'CUDACESS_TICKET'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           MOVE WS-ENV-VALOR(1:12)      TO WS-TICKET

           IF WS-SOLICITANTE EQUAL SPACES
             OR WS-TICKET EQUAL SPACES
               DISPLAY ' CONSULTA EXIGE SOLICITANTE E TICKET '
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'CUDACESS_CATALOGO'  UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-CG-CAMINHO-DEFAULT
                                        TO WS-CG-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-CG-CAMINHO
           END-IF

           DISPLAY 'CUDACESS_VAULT_BASE' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-VL-BASE-DEFAULT  TO WS-VL-BASE
           ELSE
               MOVE WS-ENV-VALOR        TO WS-VL-BASE
           END-IF

           DISPLAY 'CUDACESS_XREF'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-XR-CAMINHO-DEFAULT
                                        TO WS-XR-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-XR-CAMINHO
           END-IF

      * The unmasked companion extract the core system sends (the
      * one CUDMSKCT reads) - only it still carries the document.
           DISPLAY 'CUDACESS_CONTAS'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-CT-CAMINHO-DEFAULT
                                        TO WS-CT-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-CT-CAMINHO
           END-IF

           DISPLAY 'CUDACESS_LOG'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-LG-CAMINHO-DEFAULT
                                        TO WS-LG-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-LG-CAMINHO
           END-IF

           DISPLAY 'CUDACESS_RELATORIO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-RL-CAMINHO-DEFAULT
                                        TO WS-RL-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-RL-CAMINHO
           END-IF

      * Key for generations and a cross-reference written under
      * CUDMASK_CHAVE_CIFRA; left blank when nothing is protected.
           DISPLAY 'CUDACESS_CHAVE_CIFRA'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               SET WS-CIFRA-INATIVA     TO TRUE
           ELSE
               SET WS-CIFRA-ATIVA       TO TRUE
               MOVE WS-ENV-VALOR(1:32)  TO WS-CHAVE-CIFRA
           END-IF
           .
       1050-LER-PARAMETROS-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   C A R R E G A   C A T A L O G O     *
      *================================================================*
      * No catalog means no generation could be checked - the
      * report would claim the vaults hold nothing without having
      * looked, so it is an error here as it is for CUDERASE.
       1061-CARREGAR-CATALOGO.

           OPEN INPUT CGTC1AR

           IF WS-STATUS-CG EQUAL CT-0
               SET SW-CAT-NAO-FIM       TO TRUE

               PERFORM 1062-LER-CATALOGO
                 UNTIL SW-CAT-SIM-FIM

               CLOSE CGTC1AR
           ELSE
               DISPLAY ' ERRO NA ABERTURA DO CATALOGO '
               DISPLAY ' ERROR = ' WS-STATUS-CG
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1061-CARREGAR-CATALOGO-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   L E   C A T A L O G O               *
      *================================================================*

       1062-LER-CATALOGO.

           READ CGTC1AR                 INTO CAT-REGIS
               AT END
                   SET SW-CAT-SIM-FIM   TO TRUE
           END-READ

           IF  WS-STATUS-CG EQUAL CT-0 OR
               WS-STATUS-CG EQUAL CT-10
               IF SW-CAT-NAO-FIM
                   IF WS-CAT-QTDE EQUAL WS-CAT-MAXIMO
                       DISPLAY ' TABELA DO CATALOGO ESGOTADA '
                       DISPLAY ' LIMITE = ' WS-CAT-MAXIMO
                       MOVE 12          TO WS-CODIGO-RETORNO
                       MOVE WS-CODIGO-RETORNO
                                        TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1                TO WS-CAT-QTDE
                   MOVE CAT-REGIS
                                        TO
                       WS-CAT-ENTRADA(WS-CAT-QTDE)
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DO CATALOGO '
               DISPLAY ' ERROR = ' WS-STATUS-CG
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1062-LER-CATALOGO-EXIT.
           EXIT.

      *================================================================*
      *        R E G I S T R A   A   C O N S U L T A   N O   L O G     *
      *================================================================*
      * The lookup goes on the permanent access log before any file
      * holding the customer is even opened: result CONSULTADO,
      * under the caller's requester and ticket, key zeros (the
      * document would not fit and is not a vault key). EXTEND, as
      * everywhere else, and closed again at once - the same log is
      * read back later in the run.
       1100-REGISTRA-CONSULTA.

           OPEN EXTEND LGTC1AR

           IF WS-STATUS-LG EQUAL CT-35
               OPEN OUTPUT LGTC1AR
           END-IF

           IF WS-STATUS-LG EQUAL CT-0 OR
             WS-STATUS-LG EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA ABERTURA DO LOG DE ACESSO '
               DISPLAY ' ERROR = ' WS-STATUS-LG
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT LOG-DATA              FROM DATE YYYYMMDD
           ACCEPT LOG-HORA              FROM TIME
           MOVE WS-SOLICITANTE          TO LOG-SOLICITANTE
           MOVE WS-TICKET               TO LOG-TICKET
           MOVE ZEROS                   TO LOG-CHAVE
           MOVE 'CONSULTADO '           TO LOG-RESULTADO

           WRITE REG-LOG FROM LOG-REGIS
           END-WRITE

           IF WS-STATUS-LG EQUAL CT-0 OR
             WS-STATUS-LG EQUAL CT-10
               CLOSE LGTC1AR
           ELSE
               DISPLAY ' ERRO NA GRAVACAO DO LOG DE ACESSO '
               DISPLAY ' ERROR = ' WS-STATUS-LG
               CLOSE LGTC1AR
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1100-REGISTRA-CONSULTA-EXIT.
           EXIT.

      *================================================================*
      *        A B R E   E   C A B E C A   O   R E L A T O R I O       *
      *================================================================*

       1300-ABRE-RELATORIO.

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

           ACCEPT WS-RC-DATA            FROM DATE YYYYMMDD
           ACCEPT WS-RC-HORA            FROM TIME

           MOVE WS-REL-CABECALHO        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE WS-TICKET               TO WS-RA-TICKET
           MOVE WS-SOLICITANTE          TO WS-RA-SOLICITANTE
           MOVE WS-REL-AUTORIZACAO      TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE WS-TIPO-CLIENTE         TO WS-RL-TIPO
           MOVE WS-DOCUMENTO            TO WS-RL-DOC
           MOVE WS-REL-CLIENTE          TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA
           .
       1300-ABRE-RELATORIO-EXIT.
           EXIT.

      *================================================================*
      *        P S E U D O N I M O S   D O   C R O S S - R E F         *
      *================================================================*
      * One keyed READ on the customer's live document. No entry is
      * a real answer (never masked, or already erased) and is
      * said so on the report; a missing file is only noted, the
      * way CUDERASE treats it.
       2000-PSEUDONIMOS.

           MOVE SPACES                  TO WS-LINHA-TEXTO
           MOVE 'PSEUDONIMOS NO CROSS-REF'
                                        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           OPEN INPUT XRTC1AR

           IF WS-STATUS-XR EQUAL CT-35
               DISPLAY ' CROSS-REF AUSENTE NO DISCO '
               MOVE SPACES              TO WS-LINHA-TEXTO
               MOVE '  CROSS-REF AUSENTE NO DISCO'
                                        TO WS-LINHA-TEXTO
               PERFORM 2900-GRAVA-LINHA
           ELSE
               IF WS-STATUS-XR EQUAL CT-0 OR
                 WS-STATUS-XR EQUAL CT-10
                   PERFORM 2005-LE-ENTRADA-XREF
                   CLOSE XRTC1AR
               ELSE
                   DISPLAY ' ERRO NA ABERTURA DO CROSS-REF '
                   DISPLAY ' ERROR = ' WS-STATUS-XR
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
               END-IF
           END-IF
           .
       2000-PSEUDONIMOS-EXIT.
           EXIT.

      *================================================================*
      *        L E   A   E N T R A D A   D O   C R O S S - R E F       *
      *================================================================*

       2005-LE-ENTRADA-XREF.

           PERFORM 2510-VERIFICA-CIFRA-XREF

           MOVE WS-TIPO-CLIENTE         TO XRF-TIPO
           MOVE WS-DOCUMENTO            TO XRF-DOC

      * On a protected file the stored key is enciphered; the
      * probe goes through the same deterministic transform.
           IF WS-CIFRA-ATIVA
               MOVE SPACES              TO LK-CIF-DADOS
               MOVE XRF-DOC             TO LK-CIF-DADOS(1:14)
               MOVE 'C'                 TO LK-CIF-OPERACAO
               MOVE 'N'                 TO LK-CIF-MODO
               MOVE 14                  TO LK-CIF-TAMANHO
               PERFORM 5000-EXECUTA-CIFRA
               MOVE LK-CIF-DADOS(1:14)  TO XRF-DOC
           END-IF

           READ XRTC1AR
               INVALID KEY
                   MOVE SPACES          TO WS-LINHA-TEXTO
                   MOVE '  CLIENTE SEM ENTRADA NO CROSS-REF'
                                        TO WS-LINHA-TEXTO
                   PERFORM 2900-GRAVA-LINHA
               NOT INVALID KEY
                   MOVE 1               TO WS-TOT-XREF
                   IF WS-CIFRA-ATIVA
                       PERFORM 2006-DECIFRA-ENTRADA-XREF
                   END-IF
                   MOVE XRF-NOME-TOKEN  TO WS-RP-NOME-TOKEN
                   MOVE XRF-DOC-TOKEN   TO WS-RP-DOC-TOKEN
                   MOVE XRF-NOME-TOKEN(1:17)
                                        TO WS-TOKEN-CLIENTE
                   MOVE WS-REL-PSEUDONIMO
                                        TO WS-LINHA-TEXTO
                   PERFORM 2900-GRAVA-LINHA
           END-READ

           IF WS-STATUS-XR EQUAL CT-0 OR
             WS-STATUS-XR EQUAL CT-10 OR
             WS-STATUS-XR EQUAL 23
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA LEITURA DO CROSS-REF '
               DISPLAY ' ERROR = ' WS-STATUS-XR
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF
           .
       2005-LE-ENTRADA-XREF-EXIT.
           EXIT.

      *================================================================*
      *        D E C I F R A   A   E N T R A D A   D O   X R E F       *
      *================================================================*
      * Both tokens are stored enciphered on a protected file: the
      * name token as text, the document token as digits.
       2006-DECIFRA-ENTRADA-XREF.

           MOVE SPACES                  TO LK-CIF-DADOS
           MOVE XRF-NOME-TOKEN          TO LK-CIF-DADOS(1:60)
           MOVE 'D'                     TO LK-CIF-OPERACAO
           MOVE 'T'                     TO LK-CIF-MODO
           MOVE 60                      TO LK-CIF-TAMANHO
           PERFORM 5000-EXECUTA-CIFRA
           MOVE LK-CIF-DADOS(1:60)      TO XRF-NOME-TOKEN

           MOVE SPACES                  TO LK-CIF-DADOS
           MOVE XRF-DOC-TOKEN           TO LK-CIF-DADOS(1:14)
           MOVE 'D'                     TO LK-CIF-OPERACAO
           MOVE 'N'                     TO LK-CIF-MODO
           MOVE 14                      TO LK-CIF-TAMANHO
           PERFORM 5000-EXECUTA-CIFRA
           MOVE LK-CIF-DADOS(1:14)      TO XRF-DOC-TOKEN
           .
       2006-DECIFRA-ENTRADA-XREF-EXIT.
           EXIT.

      *================================================================*
      *        V A R R E   U M A   G E R A C A O   D E   C O F R E     *
      *================================================================*
      * Read-only pass over one unpurged generation's vault. A
      * vault file gone from disk (removed by hand) is reported and
      * skipped - the catalog said it should be there.
       2100-VARRE-GERACAO.

           MOVE WS-CAT-TAB-DATA(WS-CAT-IND)
                                        TO WS-SUFIXO-DATA
           MOVE WS-CAT-TAB-SEQ(WS-CAT-IND)
                                        TO WS-SUFIXO-SEQ
           MOVE WS-VL-BASE              TO WS-CAMINHO-BASE
           PERFORM 2010-MONTA-CAMINHO
           MOVE WS-CAMINHO-MONTADO      TO WS-VL-CAMINHO

           OPEN INPUT VLTC1AR

           IF WS-STATUS-VL EQUAL CT-35
               DISPLAY ' COFRE AUSENTE NO DISCO, PULADO: '
                       WS-VL-CAMINHO
           ELSE
               IF WS-STATUS-VL EQUAL CT-0 OR
                 WS-STATUS-VL EQUAL CT-10
                   PERFORM 2105-PROCESSA-GERACAO
               ELSE
                   DISPLAY ' ERRO NA ABERTURA DO COFRE '
                   DISPLAY ' ARQUIVO = ' WS-VL-CAMINHO
                   DISPLAY ' ERROR   = ' WS-STATUS-VL
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
               END-IF
           END-IF
           .
       2100-VARRE-GERACAO-EXIT.
           EXIT.

      *================================================================*
      *        P R O C E S S A   G E R A C A O   A B E R T A           *
      *================================================================*

       2105-PROCESSA-GERACAO.

           ADD 1                        TO WS-TOT-GERACOES

           PERFORM 2020-VERIFICA-CIFRA-GERACAO

           SET SW-GER-SEM-CLIENTE       TO TRUE
           SET SW-NAO-FIM-VAULT         TO TRUE

      * Reposition at the top after the sentinel read, so the scan
      * covers the whole generation.
           MOVE ZEROS                   TO VLT-CHAVE
           START VLTC1AR KEY NOT LESS THAN VLT-CHAVE
               INVALID KEY
                   SET SW-SIM-FIM-VAULT TO TRUE
           END-START

           PERFORM 2110-LE-COFRE
             UNTIL SW-SIM-FIM-VAULT

           IF SW-GER-COM-CLIENTE
               ADD 1                    TO WS-TOT-GER-CLIENTE
           END-IF

           CLOSE VLTC1AR
           .
       2105-PROCESSA-GERACAO-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   M O N T A   C A M I N H O           *
      *================================================================*
      * Rebuilds a generation's dated vault name (.Ddate.Sseq) from
      * the base path, mirroring CUDMASK's 1065-MONTA-CAMINHO.
       2010-MONTA-CAMINHO.

           PERFORM VARYING WS-CAM-TAM
             FROM 100 BY -1
             UNTIL WS-CAM-TAM EQUAL ZEROS
             OR WS-CAMINHO-BASE(WS-CAM-TAM:1) NOT EQUAL SPACE
           END-PERFORM

           MOVE SPACES                  TO WS-CAMINHO-MONTADO

           STRING WS-CAMINHO-BASE(1:WS-CAM-TAM)
                                        DELIMITED BY SIZE
                  '.D'                  DELIMITED BY SIZE
                  WS-SUFIXO-DATA        DELIMITED BY SIZE
                  '.S'                  DELIMITED BY SIZE
                  WS-SUFIXO-SEQ         DELIMITED BY SIZE
               INTO WS-CAMINHO-MONTADO
           END-STRING
           .
       2010-MONTA-CAMINHO-EXIT.
           EXIT.

      *================================================================*
      *        V E R I F I C A   C I F R A   D A   G E R A C A O       *
      *================================================================*
      * Each generation carries its own protection state in the
      * sentinel record under key 0. Protected without the key in
      * hand, or a sentinel that does not decode, stops the run
      * with code 16 - a report that silently skipped a generation
      * it could not read would tell the data subject less than the
      * suite holds.
       2020-VERIFICA-CIFRA-GERACAO.

           SET SW-GER-PLANA             TO TRUE

           MOVE ZEROS                   TO VLT-CHAVE

           READ VLTC1AR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-CIFRA-INATIVA
                       DISPLAY ' GERACAO PROTEGIDA EXIGE CHAVE: '
                               WS-VL-CAMINHO
                       MOVE 16          TO WS-CODIGO-RETORNO
                       PERFORM 3000-FINALIZA
                   END-IF

                   MOVE VLT-REGISTRO    TO LK-CIF-DADOS
                   MOVE 'D'             TO LK-CIF-OPERACAO
                   MOVE 'T'             TO LK-CIF-MODO
                   MOVE 131             TO LK-CIF-TAMANHO
                   PERFORM 5000-EXECUTA-CIFRA

                   IF LK-CIF-DADOS(1:8) EQUAL CT-SENTINELA
                       SET SW-GER-PROTEGIDA
                                        TO TRUE
                   ELSE
                       DISPLAY ' CHAVE NAO CONFERE COM A GERACAO: '
                               WS-VL-CAMINHO
                       MOVE 16          TO WS-CODIGO-RETORNO
                       PERFORM 3000-FINALIZA
                   END-IF
           END-READ
           .
       2020-VERIFICA-CIFRA-GERACAO-EXIT.
           EXIT.

      *================================================================*
      *        L E   O   C O F R E   D A   G E R A C A O               *
      *================================================================*
      * Same matching CUDERASE does: the stored original is in the
      * REGE1/REGE2 shape, a person CPF at bytes 32-41 (against the
      * rightmost 10 digits of the 14-digit key form), a corporate
      * CNPJ at bytes 62-75.
      * A contact original (REGE3, type '3') belongs to the customer
      * when its person type matches and bytes 3-16 hold the
      * document in that same 14-digit form.
       2110-LE-COFRE.

           READ VLTC1AR NEXT
               AT END
                   SET SW-SIM-FIM-VAULT TO TRUE
           END-READ

           IF SW-SIM-FIM-VAULT
               CONTINUE
           ELSE
               IF WS-STATUS-VL EQUAL CT-0 OR
                 WS-STATUS-VL EQUAL CT-10
                   IF VLT-CHAVE EQUAL ZEROS
                       CONTINUE
                   ELSE
                       IF SW-GER-PROTEGIDA
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

                       IF WS-REG-CLARO(1:1) EQUAL '3'
                           IF WS-REG-CLARO(2:1) EQUAL
                             WS-TIPO-CLIENTE
                             AND WS-REG-CLARO(3:14) EQUAL WS-DOC-X
                               PERFORM 2120-GUARDA-CHAVE
                           END-IF
                       ELSE
                           IF WS-REG-CLARO(1:1) EQUAL
                             WS-TIPO-CLIENTE
                               IF WS-TIPO-CLIENTE EQUAL '2'
                                   IF WS-REG-CLARO(62:14) EQUAL
                                     WS-DOC-X
                                       PERFORM 2120-GUARDA-CHAVE
                                   END-IF
                               ELSE
                                   IF WS-REG-CLARO(32:10) EQUAL
                                     WS-DOC-X(5:10)
                                       PERFORM 2120-GUARDA-CHAVE
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   DISPLAY ' ERRO NA LEITURA DO COFRE '
                   DISPLAY ' ERROR = ' WS-STATUS-VL
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
               END-IF
           END-IF
           .
       2110-LE-COFRE-EXIT.
           EXIT.

      *================================================================*
      *        G U A R D A   E   R E L A T A   A   C H A V E           *
      *================================================================*

       2120-GUARDA-CHAVE.

           IF WS-CHV-QTDE EQUAL WS-CHV-MAXIMO
               DISPLAY ' TABELA DE CHAVES ESGOTADA '
               DISPLAY ' LIMITE = ' WS-CHV-MAXIMO
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF

           SET SW-GER-COM-CLIENTE       TO TRUE

           ADD 1                        TO WS-CHV-QTDE
           MOVE WS-CAT-IND              TO
               WS-CHV-CAT-IND(WS-CHV-QTDE)
           MOVE VLT-CHAVE               TO
               WS-CHV-CHAVE(WS-CHV-QTDE)

           MOVE WS-CAT-TAB-SEQ(WS-CAT-IND)
                                        TO WS-RG-SEQ
           MOVE WS-CAT-TAB-DATA(WS-CAT-IND)
                                        TO WS-RG-DATA
           MOVE VLT-CHAVE               TO WS-RG-CHAVE
           MOVE WS-REL-GERACAO          TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA
           .
       2120-GUARDA-CHAVE-EXIT.
           EXIT.

      *================================================================*
      *        C O N T A S   N O   E X T R A T O   D E   C O N T A S   *
      *================================================================*
      * The companion extract carries the live document right-
      * aligned in C1-DOC, the same 14-digit shape as the
      * parameter. A missing extract is noted, not fatal: it is a
      * nightly transmission, not a retained store.
       2300-CONTAS.

           MOVE SPACES                  TO WS-LINHA-TEXTO
           MOVE 'CONTAS NO EXTRATO DE CONTAS'
                                        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           OPEN INPUT CTTC1AR

           IF WS-STATUS-CT EQUAL CT-35
               DISPLAY ' EXTRATO DE CONTAS AUSENTE NO DISCO '
               MOVE SPACES              TO WS-LINHA-TEXTO
               MOVE '  EXTRATO DE CONTAS AUSENTE NO DISCO'
                                        TO WS-LINHA-TEXTO
               PERFORM 2900-GRAVA-LINHA
           ELSE
               IF WS-STATUS-CT EQUAL CT-0 OR
                 WS-STATUS-CT EQUAL CT-10
                   SET SW-NAO-FIM-CONTA TO TRUE
                   PERFORM 2310-LER-CONTA
                     UNTIL SW-SIM-FIM-CONTA
                   CLOSE CTTC1AR

                   PERFORM VARYING WS-CTA-IDX
                     FROM 1 BY 1
                     UNTIL WS-CTA-IDX GREATER WS-CTA-QTDE
                       MOVE WS-CTA-CONTA(WS-CTA-IDX)
                                        TO WS-RT-CONTA
                       MOVE WS-CTA-LINHAS(WS-CTA-IDX)
                                        TO WS-RT-LINHAS
                       MOVE WS-REL-CONTA
                                        TO WS-LINHA-TEXTO
                       PERFORM 2900-GRAVA-LINHA
                   END-PERFORM

                   IF WS-CTA-QTDE EQUAL ZEROS
                       MOVE SPACES      TO WS-LINHA-TEXTO
                       MOVE '  NENHUMA' TO WS-LINHA-TEXTO
                       PERFORM 2900-GRAVA-LINHA
                   END-IF
               ELSE
                   DISPLAY ' ERRO NA ABERTURA DO EXTRATO DE CONTAS '
                   DISPLAY ' ERROR = ' WS-STATUS-CT
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
               END-IF
           END-IF
           .
       2300-CONTAS-EXIT.
           EXIT.

      *================================================================*
      *        L E   U M A   L I N H A   D O   E X T R A T O           *
      *================================================================*
      * Header and trailer framing lines carry no document and
      * never match the record-type test.
       2310-LER-CONTA.

           READ CTTC1AR                 INTO C1-REGIS
               AT END
                   SET SW-SIM-FIM-CONTA TO TRUE
           END-READ

           IF  WS-STATUS-CT EQUAL CT-0 OR
               WS-STATUS-CT EQUAL CT-10
               IF SW-NAO-FIM-CONTA
                 AND C1-TIPO EQUAL WS-TIPO-CLIENTE
                 AND C1-DOC IS NUMERIC
                   IF C1-DOC EQUAL WS-DOCUMENTO
                       PERFORM 2320-ACUMULA-CONTA
                   END-IF
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DO EXTRATO DE CONTAS '
               DISPLAY ' ERROR = ' WS-STATUS-CT
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF
           .
       2310-LER-CONTA-EXIT.
           EXIT.

      *================================================================*
      *        A C U M U L A   C O N T A   D O   C L I E N T E         *
      *================================================================*

       2320-ACUMULA-CONTA.

           ADD 1                        TO WS-TOT-LINHAS-CONTA

           SET SW-TAB-NAO-ACHADO        TO TRUE

           PERFORM VARYING WS-CTA-IDX
             FROM 1 BY 1
             UNTIL WS-CTA-IDX GREATER WS-CTA-QTDE
             OR SW-TAB-ACHADO

               IF WS-CTA-CONTA(WS-CTA-IDX) EQUAL C1-CONTA
                   SET SW-TAB-ACHADO    TO TRUE
                   SUBTRACT 1           FROM WS-CTA-IDX
               END-IF
           END-PERFORM

           IF SW-TAB-NAO-ACHADO
               IF WS-CTA-QTDE EQUAL WS-CTA-MAXIMO
                   DISPLAY ' TABELA DE CONTAS ESGOTADA '
                   DISPLAY ' LIMITE = ' WS-CTA-MAXIMO
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
               END-IF
               ADD 1                    TO WS-CTA-QTDE
               MOVE WS-CTA-QTDE         TO WS-CTA-IDX
               MOVE C1-CONTA            TO WS-CTA-CONTA(WS-CTA-IDX)
               MOVE ZEROS               TO
                   WS-CTA-LINHAS(WS-CTA-IDX)
           END-IF

           ADD 1                        TO
               WS-CTA-LINHAS(WS-CTA-IDX)
           .
       2320-ACUMULA-CONTA-EXIT.
           EXIT.

      *================================================================*
      *        R E - I D E N T I F I C A C O E S   N O   L O G         *
      *================================================================*
      * Only ENCONTRADO lines handed an original record out; every
      * other result is left to CUDLOGAU. With no vault key found
      * for the customer there is nothing a line could match, but
      * the log is still read so the section always says what it
      * looked at.
       2400-REIDENTIFICACOES.

           MOVE SPACES                  TO WS-LINHA-TEXTO
           MOVE 'RE-IDENTIFICACOES NO LOG DE ACESSO'
                                        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           OPEN INPUT LGTC1AR

           IF WS-STATUS-LG EQUAL CT-0 OR
             WS-STATUS-LG EQUAL CT-10
               SET SW-NAO-FIM-LOG       TO TRUE
               PERFORM 2410-LER-LOG
                 UNTIL SW-SIM-FIM-LOG
               CLOSE LGTC1AR
           ELSE
               DISPLAY ' ERRO NA ABERTURA DO LOG DE ACESSO '
               DISPLAY ' ERROR = ' WS-STATUS-LG
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF

           IF WS-TOT-ACESSOS EQUAL ZEROS
               MOVE SPACES              TO WS-LINHA-TEXTO
               MOVE '  NENHUMA'         TO WS-LINHA-TEXTO
               PERFORM 2900-GRAVA-LINHA
           END-IF
           .
       2400-REIDENTIFICACOES-EXIT.
           EXIT.

      *================================================================*
      *        L E   U M A   L I N H A   D O   L O G                   *
      *================================================================*

       2410-LER-LOG.

           READ LGTC1AR                 INTO LOG-REGIS
               AT END
                   SET SW-SIM-FIM-LOG   TO TRUE
           END-READ

           IF  WS-STATUS-LG EQUAL CT-0 OR
               WS-STATUS-LG EQUAL CT-10
               IF SW-NAO-FIM-LOG
                   ADD 1                TO WS-TOT-LOG-LIDOS
                   IF LOG-RESULTADO EQUAL 'ENCONTRADO '
                     AND LOG-CHAVE-X IS NUMERIC
                     AND LOG-DATA IS NUMERIC
                       IF LOG-POR-TOKEN
                           PERFORM 2425-CONFERE-LINHA-TOKEN
                       ELSE
                           PERFORM 2420-CONFERE-LINHA-LOG
                       END-IF
                   END-IF
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DO LOG DE ACESSO '
               DISPLAY ' ERROR = ' WS-STATUS-LG
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF
           .
       2410-LER-LOG-EXIT.
           EXIT.

      *================================================================*
      *        C O N F E R E   A   L I N H A   D O   L O G             *
      *================================================================*
      * The line belongs to the customer when its key is one of
      * theirs in a generation that already existed on the lookup
      * date and was still the newest vault-bearing one then.
       2420-CONFERE-LINHA-LOG.

           SET SW-TAB-NAO-ACHADO        TO TRUE

           PERFORM VARYING WS-CHV-IDX
             FROM 1 BY 1
             UNTIL WS-CHV-IDX GREATER WS-CHV-QTDE
             OR SW-TAB-ACHADO

               MOVE WS-CHV-CAT-IND(WS-CHV-IDX)
                                        TO WS-CAT-GER
               IF WS-CHV-CHAVE(WS-CHV-IDX) EQUAL LOG-CHAVE
                 AND WS-CAT-TAB-DATA(WS-CAT-GER) NOT GREATER
                     LOG-DATA
                   PERFORM 2430-VERIFICA-VIGENCIA
                   IF SW-GER-ERA-VIGENTE
                       SET SW-TAB-ACHADO
                                        TO TRUE
                       SUBTRACT 1       FROM WS-CHV-IDX
                   END-IF
               END-IF
           END-PERFORM

           IF SW-TAB-ACHADO
               ADD 1                    TO WS-TOT-ACESSOS
               MOVE LOG-DATA            TO WS-RX-DATA
               MOVE LOG-HORA            TO WS-RX-HORA
               MOVE LOG-SOLICITANTE     TO WS-RX-SOLICITANTE
               MOVE LOG-TICKET          TO WS-RX-TICKET
               MOVE WS-CAT-TAB-SEQ(WS-CAT-GER)
                                        TO WS-RX-SEQ
               MOVE LOG-CHAVE           TO WS-RX-CHAVE
               MOVE WS-REL-ACESSO       TO WS-LINHA-TEXTO
               PERFORM 2900-GRAVA-LINHA
           END-IF
           .
       2420-CONFERE-LINHA-LOG-EXIT.
           EXIT.

      *================================================================*
      *        C O N F E R E   L I N H A   P O R   P S E U D O N I M O *
      *================================================================*
      * A token lookup is the customer's when the sequence number it
      * carries is their own token's. A customer with no entry in the
      * cross-reference has no token, so nothing can match.
       2425-CONFERE-LINHA-TOKEN.

           IF WS-TOT-XREF EQUAL 1
             AND LOG-CHAVE-X EQUAL WS-TKC-SEQ
               ADD 1                    TO WS-TOT-ACESSOS
               MOVE LOG-DATA            TO WS-RK-DATA
               MOVE LOG-HORA            TO WS-RK-HORA
               MOVE LOG-SOLICITANTE     TO WS-RK-SOLICITANTE
               MOVE LOG-TICKET          TO WS-RK-TICKET
               MOVE WS-TOKEN-CLIENTE    TO WS-RK-TOKEN
               MOVE WS-REL-ACESSO-TOKEN TO WS-LINHA-TEXTO
               PERFORM 2900-GRAVA-LINHA
           END-IF
           .
       2425-CONFERE-LINHA-TOKEN-EXIT.
           EXIT.

      *================================================================*
      *        V E R I F I C A   V I G E N C I A   D A   G E R A C A O *
      *================================================================*
      * The catalog is in run order, so any later vault-bearing
      * run dated on or before the lookup had replaced this
      * generation as the one lookups were answered from. Purge
      * flags are ignored on purpose: a generation purged since was
      * still on disk when the lookup ran.
       2430-VERIFICA-VIGENCIA.

           SET SW-GER-ERA-VIGENTE       TO TRUE

           COMPUTE WS-CAT-PROX = WS-CAT-GER + 1

           PERFORM VARYING WS-CAT-PROX
             FROM WS-CAT-PROX BY 1
             UNTIL WS-CAT-PROX GREATER WS-CAT-QTDE
             OR SW-GER-NAO-VIGENTE

               IF WS-CAT-TAB-VAULT(WS-CAT-PROX) EQUAL 1
                 AND WS-CAT-TAB-DATA(WS-CAT-PROX) NOT GREATER
                     LOG-DATA
                   SET SW-GER-NAO-VIGENTE
                                        TO TRUE
               END-IF
           END-PERFORM
           .
       2430-VERIFICA-VIGENCIA-EXIT.
           EXIT.

      *================================================================*
      *        V E R I F I C A   C I F R A   D O   C R O S S - R E F   *
      *================================================================*
      * Same agreement check the other readers make: the control
      * record's name-token slot says whether the file is
      * protected, and it must match the key in hand both ways, or
      * the probe would miss the customer's entry and the report
      * would wrongly say they have no pseudonym.
       2510-VERIFICA-CIFRA-XREF.

           MOVE '0'                     TO XRF-TIPO
           MOVE ZEROS                   TO XRF-DOC

           READ XRTC1AR
               INVALID KEY
                   DISPLAY ' CROSS-REF SEM REGISTRO DE CONTROLE '
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
               NOT INVALID KEY
                   CONTINUE
           END-READ

           IF XRF-NOME-TOKEN EQUAL SPACES
               IF WS-CIFRA-ATIVA
                   DISPLAY ' CROSS-REF SEM PROTECAO, RETIRE A '
                           'CHAVE '
                   MOVE 16              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
               END-IF
           ELSE
               IF WS-CIFRA-INATIVA
                   DISPLAY ' CROSS-REF PROTEGIDO EXIGE CHAVE '
                   MOVE 16              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
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
                   MOVE 16              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
               END-IF
           END-IF
           .
       2510-VERIFICA-CIFRA-XREF-EXIT.
           EXIT.

      *================================================================*
      *        E X E C U T A   A   C I F R A                           *
      *================================================================*
      * One gate to CUDCIFSB, always under the run key. A non-zero
      * return is a configuration error, not a data condition.
       5000-EXECUTA-CIFRA.

           MOVE WS-CHAVE-CIFRA          TO LK-CIF-CHAVE

           CALL 'CUDCIFSB' USING LK-CIFRA-AREA

           IF LK-CIFRA-OK
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA ROTINA DE CIFRA '
               DISPLAY ' ERROR = ' LK-CIF-RETORNO
               MOVE 12              TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF
           .
       5000-EXECUTA-CIFRA-EXIT.
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
               MOVE 12              TO WS-CODIGO-RETORNO
               PERFORM 3900-ABORTA-RELATORIO
           END-IF
           .
       2900-GRAVA-LINHA-EXIT.
           EXIT.

      *================================================================*
      *               P A R A G R A F O    F I N A L I Z A             *
      *================================================================*

       3000-FINALIZA.

           MOVE SPACES                  TO WS-LINHA-TEXTO
           MOVE 'TOTAIS'                TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'ENTRADA NO CROSS-REF'  TO WS-RT-LABEL
           MOVE WS-TOT-XREF             TO WS-RT-VALOR
           MOVE WS-REL-TOTAL            TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'GERACOES VERIFICADAS'  TO WS-RT-LABEL
           MOVE WS-TOT-GERACOES         TO WS-RT-VALOR
           MOVE WS-REL-TOTAL            TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'GERACOES COM O CLIENTE'
                                        TO WS-RT-LABEL
           MOVE WS-TOT-GER-CLIENTE      TO WS-RT-VALOR
           MOVE WS-REL-TOTAL            TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'CONTAS DO CLIENTE'     TO WS-RT-LABEL
           MOVE WS-CTA-QTDE             TO WS-RT-VALOR
           MOVE WS-REL-TOTAL            TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'RE-IDENTIFICACOES'     TO WS-RT-LABEL
           MOVE WS-TOT-ACESSOS          TO WS-RT-VALOR
           MOVE WS-REL-TOTAL            TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           CLOSE RLTC1AR

           DISPLAY ' TOTAIS DE CONTROLE CUDACESS '
           DISPLAY ' ENTRADA NO XREF      = ' WS-TOT-XREF
           DISPLAY ' GERACOES VERIFICADAS = ' WS-TOT-GERACOES
           DISPLAY ' GERACOES C/ CLIENTE  = ' WS-TOT-GER-CLIENTE
           DISPLAY ' CONTAS DO CLIENTE    = ' WS-CTA-QTDE
           DISPLAY ' LINHAS DO LOG LIDAS  = ' WS-TOT-LOG-LIDOS
           DISPLAY ' RE-IDENTIFICACOES    = ' WS-TOT-ACESSOS

      * A run that found nothing at all is graded 04: perhaps the
      * document was mistyped, perhaps the customer was erased -
      * either way the officer should look before answering the
      * data subject.
           IF WS-CODIGO-RETORNO EQUAL ZEROS
             AND WS-TOT-XREF EQUAL ZEROS
             AND WS-CHV-QTDE EQUAL ZEROS
             AND WS-CTA-QTDE EQUAL ZEROS
               MOVE 4                   TO WS-CODIGO-RETORNO
           END-IF

           DISPLAY ' CODIGO DE RETORNO    = ' WS-CODIGO-RETORNO

           MOVE WS-CODIGO-RETORNO       TO RETURN-CODE

           STOP RUN
           .
       3000-FINALIZA-EXIT.
           EXIT.

      *================================================================*
      *        A B O R T A   P O R   R E L A T O R I O                 *
      *================================================================*
      * 2900-GRAVA-LINHA is also performed from inside 3000-
      * FINALIZA for the totals lines, so its write error cannot
      * route back through 3000-FINALIZA - that would retry the
      * same failing WRITE forever. Closes out and stops directly.
       3900-ABORTA-RELATORIO.

           CLOSE RLTC1AR
           CLOSE VLTC1AR
           CLOSE XRTC1AR
           CLOSE CTTC1AR
           CLOSE LGTC1AR

           DISPLAY ' CODIGO DE RETORNO    = ' WS-CODIGO-RETORNO

           MOVE WS-CODIGO-RETORNO       TO RETURN-CODE

           STOP RUN
           .
       3900-ABORTA-RELATORIO-EXIT.
           EXIT.
