      ******************************************************************
      * Maintenance of the re-identification approvals file
      * (MASK_APR.TXT, see REGAPR) that gates every CUDUNMASK
      * lookup.
      *
      * The data-protection officer no longer edits that file by
      * hand: the changes come in as a transaction file (see
      * REGAPT) of include, extend, revoke and limit-change lines,
      * applied in file order against the approvals on file. Every
      * transaction is validated before it touches anything:
      *
      *   - dates must be real calendar days (AAAAMMDD) and the
      *     first not after the last;
      *   - the requester can never be the approver of the same
      *     ticket - the four-eyes control itself;
      *   - a ticket number is granted once: an include for one
      *     already on file, revoked ones included, is refused;
      *   - extend, revoke and limit-change need the ticket on file.
      *
      * A refused transaction changes nothing and is reported with
      * its reason. The applied ones are made in memory; the
      * approvals file is then rewritten whole, and one before /
      * after image per change is appended to a permanent change
      * history (see REGAPH) with the operator who keyed it - only
      * after the rewrite went through, so the history never shows
      * a change the file does not hold.
      *
      * Approval lines CUDUNMASK would ignore as malformed are
      * carried through the rewrite untouched and listed, so they
      * are fixed rather than silently lost.
      *
      * The report ends with the tickets active today - inside
      * their validity window - with the lookups already used,
      * counted from the access log exactly as CUDUNMASK counts
      * them.
      *
      * Condition code: 04 when any transaction was refused, 00
      * otherwise, 12 on I/O failure.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                      CUDAPRMT.
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

           SELECT APTC1AR ASSIGN DYNAMIC WS-AP-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-AP.

           SELECT TRTC1AR ASSIGN DYNAMIC WS-TR-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-TR.

           SELECT HSTC1AR ASSIGN DYNAMIC WS-HS-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-HS.

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
       FD APTC1AR.
       01 REG-APR PIC X(049).

       FD TRTC1AR.
       01 REG-TRN PIC X(058).

       FD HSTC1AR.
       01 REG-HIS PIC X(123).

       FD LGTC1AR.
       01 REG-LOG PIC X(057).

       FD RLTC1AR.
       01 REG-REL PIC X(100).

       WORKING-STORAGE SECTION.
      *================================================================*
      *                   A R E A   DE   C O P Y                       *
      *================================================================*
      * Approval line, as CUDUNMASK reads it.
           COPY 'REGAPR'                IN copy-lib.

      * Maintenance transaction and change-history line.
           COPY 'REGAPT'                IN copy-lib.

           COPY 'REGAPH'                IN copy-lib.

      * Access-log line, read to count the lookups each ticket has
      * already made.
           COPY 'REGLOG'                IN copy-lib.
      *================================================================*
      *      W O R K I N G - S T O R A G E   S E C T I O N             *
      *================================================================*

       01 WS-ARQUIVOS-STATUS.
         05 WS-STATUS-AP                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-TR                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-HS                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-LG                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-RL                PIC 9(002) VALUE ZEROS.

      *================================================================*
      *        C A M I N H O   D O S   A R Q U I V O S                 *
      *================================================================*
       01 WS-CAMINHOS-ARQUIVOS.
         05 WS-AP-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-TR-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-HS-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-LG-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-RL-CAMINHO               PIC X(100) VALUE SPACES.

       01 WS-CAMINHOS-PADRAO.
         05 WS-AP-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_APR.TXT'.
         05 WS-TR-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_APT.TXT'.
         05 WS-HS-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_APH.TXT'.
         05 WS-LG-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_LOG.TXT'.
         05 WS-RL-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_APM.TXT'.

       01 WS-AREA-PARAMETROS.
         05 WS-ENV-VALOR                PIC X(100) VALUE SPACES.

      *================================================================*
      *        T A B E L A   D E   A P R O V A C O E S                 *
      *================================================================*
      * The whole approvals file, held as read and rewritten from
      * here. WS-APR-IMAGEM is the line byte for byte - a malformed
      * one goes back out exactly as it came in.
       01 WS-AREA-APROVACOES.
         05 WS-APR-QTDE                 PIC 9(005) VALUE ZEROES.
         05 WS-APR-MAXIMO               PIC 9(005) VALUE 500.
         05 WS-APR-IDX                  PIC 9(005) VALUE ZEROES.

       01 WS-TABELA-APROVACOES.
         05 WS-APR-ENTRADA              OCCURS 500.
           10 WS-APR-IMAGEM             PIC X(049).
           10 WS-APR-CAMPOS REDEFINES WS-APR-IMAGEM.
             15 WS-APR-TICKET           PIC X(012).
             15 WS-APR-SOLICITANTE      PIC X(008).
             15 WS-APR-APROVADOR        PIC X(008).
             15 WS-APR-INI              PIC 9(008).
             15 WS-APR-FIM              PIC 9(008).
             15 WS-APR-LIMITE           PIC 9(005).
           10 WS-APR-MALFORMADA         PIC X(001).
           10 WS-APR-USADOS             PIC 9(009).

      *================================================================*
      *        H I S T O R I C O   P E N D E N T E                     *
      *================================================================*
      * Change-history lines of the applied transactions, held until
      * the approvals file is rewritten.
       01 WS-AREA-HISTORICO.
         05 WS-HIS-QTDE                 PIC 9(005) VALUE ZEROES.
         05 WS-HIS-MAXIMO               PIC 9(005) VALUE 1000.
         05 WS-HIS-IDX                  PIC 9(005) VALUE ZEROES.

       01 WS-TABELA-HISTORICO.
         05 WS-HIS-LINHA                PIC X(123) OCCURS 1000.

      *================================================================*
      *        D A T A S   D O   P R O C E S S A M E N T O             *
      *================================================================*
       01 WS-AREA-DATAS.
         05 WS-DATA-HOJE                PIC 9(008) VALUE ZEROES.
         05 WS-HORA-HOJE                PIC 9(008) VALUE ZEROES.
         05 WS-DATA-ONTEM               PIC 9(008) VALUE ZEROES.
         05 WS-DATA-INI                 PIC 9(008) VALUE ZEROES.
         05 WS-DATA-FIM                 PIC 9(008) VALUE ZEROES.

      * Calendar check: WS-DT-DATA in, SW-DATA set; WS-DT-ULTIMO is
      * the last day of WS-DT-MES in WS-DT-ANO.
       01 WS-AREA-CALENDARIO.
         05 WS-DT-DATA                  PIC 9(008) VALUE ZEROES.
         05 WS-DT-DATA-R REDEFINES WS-DT-DATA.
           10 WS-DT-ANO                 PIC 9(004).
           10 WS-DT-MES                 PIC 9(002).
           10 WS-DT-DIA                 PIC 9(002).
         05 WS-DT-ULTIMO                PIC 9(002) VALUE ZEROES.
         05 WS-DT-QUOCIENTE             PIC 9(004) VALUE ZEROES.
         05 WS-DT-RESTO-4               PIC 9(004) VALUE ZEROES.
         05 WS-DT-RESTO-100             PIC 9(004) VALUE ZEROES.
         05 WS-DT-RESTO-400             PIC 9(004) VALUE ZEROES.

       01 WS-TABELA-DIAS.
         05 FILLER                      PIC X(024) VALUE
         '312831303130313130313031'.
       01 WS-TABELA-DIAS-R REDEFINES WS-TABELA-DIAS.
         05 WS-DIAS-MES                 PIC 9(002) OCCURS 12.

       01 WS-MOTIVO                     PIC X(030) VALUE SPACES.

      *================================================================*
      *        T O T A I S   D E   C O N T R O L E                     *
      *================================================================*
       01 WS-TOTAIS-CONTROLE.
         05 WS-TOT-LIDAS                PIC 9(009) VALUE ZEROES.
         05 WS-TOT-APLICADAS            PIC 9(009) VALUE ZEROES.
         05 WS-TOT-RECUSADAS            PIC 9(009) VALUE ZEROES.
         05 WS-TOT-ATIVOS               PIC 9(009) VALUE ZEROES.
         05 WS-TOT-MALFORMADAS          PIC 9(009) VALUE ZEROES.
         05 WS-RESTANTES                PIC 9(009) VALUE ZEROES.

      *================================================================*
      *        L I N H A S   D O   R E L A T O R I O                   *
      *================================================================*
       01 WS-LINHA-TITULO.
         05 FILLER                      PIC X(036) VALUE
         'MANUTENCAO DE APROVACOES DE TICKET  '.
         05 FILLER                      PIC X(005) VALUE 'DATA '.
         05 WS-LTI-DATA                 PIC 9(008).
         05 FILLER                      PIC X(051) VALUE SPACES.

       01 WS-LINHA-TRANSACAO.
         05 WS-LTR-ACAO                 PIC X(001).
         05 FILLER                      PIC X(008) VALUE ' TICKET '.
         05 WS-LTR-TICKET               PIC X(012).
         05 FILLER                      PIC X(010) VALUE
         ' OPERADOR '.
         05 WS-LTR-OPERADOR             PIC X(008).
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LTR-SITUACAO             PIC X(009).
         05 WS-LTR-MOTIVO               PIC X(030).
         05 FILLER                      PIC X(021) VALUE SPACES.

       01 WS-LINHA-ATIVO.
         05 WS-LAT-TICKET               PIC X(012).
         05 FILLER                      PIC X(005) VALUE ' SOL '.
         05 WS-LAT-SOLICITANTE          PIC X(008).
         05 FILLER                      PIC X(005) VALUE ' APR '.
         05 WS-LAT-APROVADOR            PIC X(008).
         05 FILLER                      PIC X(004) VALUE ' DE '.
         05 WS-LAT-INI                  PIC 9(008).
         05 FILLER                      PIC X(005) VALUE ' ATE '.
         05 WS-LAT-FIM                  PIC 9(008).
         05 FILLER                      PIC X(005) VALUE ' LIM '.
         05 WS-LAT-LIMITE               PIC ZZZZ9.
         05 FILLER                      PIC X(005) VALUE ' USO '.
         05 WS-LAT-USADOS               PIC ZZZZZZZZ9.
         05 FILLER                      PIC X(008) VALUE ' RESTAM '.
         05 WS-LAT-RESTAM               PIC ZZZZ9.

       01 WS-LINHA-MALFORMADA.
         05 FILLER                      PIC X(021) VALUE
         'LINHA MALFORMADA    '.
         05 WS-LMF-IMAGEM               PIC X(049).
         05 FILLER                      PIC X(030) VALUE SPACES.

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

         05 SW-APROVACAO                PIC X(03) VALUE 'N'.
            88 SW-SIM-FIM-APROVACAO VALUE 'Y'.
            88 SW-NAO-FIM-APROVACAO VALUE 'N'.

         05 SW-TRANSACAO                PIC X(03) VALUE 'N'.
            88 SW-SIM-FIM-TRANSACAO VALUE 'Y'.
            88 SW-NAO-FIM-TRANSACAO VALUE 'N'.

         05 SW-LOG                      PIC X(03) VALUE 'N'.
            88 SW-SIM-FIM-LOG VALUE 'Y'.
            88 SW-NAO-FIM-LOG VALUE 'N'.

         05 SW-TICKET                   PIC X(03) VALUE 'N'.
            88 SW-TICKET-ACHADO VALUE 'Y'.
            88 SW-TICKET-NAO-ACHADO VALUE 'N'.

         05 SW-DATA                     PIC X(03) VALUE 'N'.
            88 SW-DATA-VALIDA VALUE 'Y'.
            88 SW-DATA-INVALIDA VALUE 'N'.

      *================================================================*
      *        P R O C E D U R E     D I V I S I O N                   *
      *================================================================*

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIALIZA.

           PERFORM 2000-LER-TRANSACAO.

           PERFORM 2100-PROCESSA-TRANSACAO
             UNTIL SW-SIM-FIM-TRANSACAO.

           CLOSE TRTC1AR

           IF WS-TOT-APLICADAS GREATER ZEROS
               PERFORM 2700-REGRAVA-APROVACOES
               PERFORM 2750-GRAVA-HISTORICO
           END-IF

           PERFORM 2800-TICKETS-ATIVOS.

           PERFORM 3000-FINALIZA.

       0000-PRINCIPAL-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   I N I C I A L I Z A                 *
      *================================================================*

       1000-INICIALIZA.

           ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOJE          FROM TIME

           PERFORM 1020-CALCULA-ONTEM.

           PERFORM 1050-LER-PARAMETROS.

           PERFORM 1060-CARREGA-APROVACOES.

           PERFORM 1100-ABRIR-ARQUIVOS.

           MOVE WS-DATA-HOJE            TO WS-LTI-DATA
           MOVE WS-LINHA-TITULO         TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'TRANSACOES'            TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA
           .
       1000-INICIALIZA-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   C A L C U L A   O N T E M           *
      *================================================================*
      * The day before the run: where a revoked ticket's window is
      * closed, so CUDUNMASK refuses it from today on.
       1020-CALCULA-ONTEM.

           MOVE WS-DATA-HOJE            TO WS-DT-DATA

           IF WS-DT-DIA GREATER 1
               SUBTRACT 1               FROM WS-DT-DIA
           ELSE
               IF WS-DT-MES GREATER 1
                   SUBTRACT 1           FROM WS-DT-MES
                   PERFORM 2960-ULTIMO-DIA-MES
                   MOVE WS-DT-ULTIMO    TO WS-DT-DIA
               ELSE
                   SUBTRACT 1           FROM WS-DT-ANO
                   MOVE 12              TO WS-DT-MES
                   MOVE 31              TO WS-DT-DIA
               END-IF
           END-IF

           MOVE WS-DT-DATA              TO WS-DATA-ONTEM
           .
       1020-CALCULA-ONTEM-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   L E   P A R A M E T R O S           *
      *================================================================*

       1050-LER-PARAMETROS.

           DISPLAY 'CUDAPRMT_APROVACOES'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-AP-CAMINHO-DEFAULT
                                        TO WS-AP-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-AP-CAMINHO
           END-IF

           DISPLAY 'CUDAPRMT_TRANSACOES'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-TR-CAMINHO-DEFAULT
                                        TO WS-TR-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-TR-CAMINHO
           END-IF

           DISPLAY 'CUDAPRMT_HISTORICO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-HS-CAMINHO-DEFAULT
                                        TO WS-HS-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-HS-CAMINHO
           END-IF

           DISPLAY 'CUDAPRMT_LOG'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-LG-CAMINHO-DEFAULT
                                        TO WS-LG-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-LG-CAMINHO
           END-IF

           DISPLAY 'CUDAPRMT_RELATORIO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-RL-CAMINHO-DEFAULT
                                        TO WS-RL-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-RL-CAMINHO
           END-IF
           .
       1050-LER-PARAMETROS-EXIT.
           EXIT.

      *================================================================*
      *        C A R R E G A   A P R O V A C O E S                     *
      *================================================================*
      * A missing approvals file is an empty one: the first run
      * creates it from its include transactions.
       1060-CARREGA-APROVACOES.

           OPEN INPUT APTC1AR

           IF WS-STATUS-AP EQUAL CT-0
               SET SW-NAO-FIM-APROVACAO TO TRUE

               PERFORM 1065-LER-APROVACAO
                 UNTIL SW-SIM-FIM-APROVACAO

               CLOSE APTC1AR
           ELSE
               IF WS-STATUS-AP EQUAL CT-35
                   DISPLAY ' ARQUIVO DE APROVACOES INEXISTENTE, '
                           'SERA CRIADO '
               ELSE
                   DISPLAY ' ERRO NA ABERTURA DAS APROVACOES '
                   DISPLAY ' ERROR = ' WS-STATUS-AP
                   MOVE 12              TO WS-CODIGO-RETORNO
                   MOVE WS-CODIGO-RETORNO
                                        TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
       1060-CARREGA-APROVACOES-EXIT.
           EXIT.

      *================================================================*
      *        L E   U M A   A P R O V A C A O                         *
      *================================================================*
      * Same malformed test CUDUNMASK applies when it loads the
      * file. A table too small to hold the file stops the run:
      * rewriting a partial table would drop tickets.
       1065-LER-APROVACAO.

           READ APTC1AR                 INTO APR-REGIS
               AT END
                   SET SW-SIM-FIM-APROVACAO
                                        TO TRUE
           END-READ

           IF  WS-STATUS-AP EQUAL CT-0 OR
               WS-STATUS-AP EQUAL CT-10
               IF SW-NAO-FIM-APROVACAO
                   IF WS-APR-QTDE EQUAL WS-APR-MAXIMO
                       DISPLAY ' TABELA DE APROVACOES ESGOTADA '
                       DISPLAY ' LIMITE = ' WS-APR-MAXIMO
                       MOVE 12          TO WS-CODIGO-RETORNO
                       MOVE WS-CODIGO-RETORNO
                                        TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1                TO WS-APR-QTDE
                   MOVE APR-REGIS       TO
                       WS-APR-IMAGEM(WS-APR-QTDE)
                   MOVE ZEROS           TO
                       WS-APR-USADOS(WS-APR-QTDE)
                   IF APR-TICKET EQUAL SPACES
                     OR APR-VALIDADE-INI NOT NUMERIC
                     OR APR-VALIDADE-FIM NOT NUMERIC
                     OR APR-LIMITE NOT NUMERIC
                       MOVE 'S'         TO
                           WS-APR-MALFORMADA(WS-APR-QTDE)
                   ELSE
                       MOVE 'N'         TO
                           WS-APR-MALFORMADA(WS-APR-QTDE)
                   END-IF
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DAS APROVACOES '
               DISPLAY ' ERROR = ' WS-STATUS-AP
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1065-LER-APROVACAO-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   A B R E   A R Q U I V O S           *
      *================================================================*

       1100-ABRIR-ARQUIVOS.

           OPEN INPUT TRTC1AR

           IF WS-STATUS-TR EQUAL CT-0 OR
             WS-STATUS-TR EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA ABERTURA DAS TRANSACOES '
               DISPLAY ' ERROR = ' WS-STATUS-TR
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
      *        P A R A G R A F O   L E   T R A N S A C A O             *
      *================================================================*

       2000-LER-TRANSACAO.

           READ TRTC1AR                 INTO APT-REGIS
               AT END
                   SET SW-SIM-FIM-TRANSACAO
                                        TO TRUE
           END-READ

           IF  WS-STATUS-TR EQUAL CT-0 OR
               WS-STATUS-TR EQUAL CT-10
               IF SW-NAO-FIM-TRANSACAO
                   ADD 1                TO WS-TOT-LIDAS
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DAS TRANSACOES '
               DISPLAY ' ERROR = ' WS-STATUS-TR
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3900-ABORTA-RELATORIO
           END-IF
           .
       2000-LER-TRANSACAO-EXIT.
           EXIT.

      *================================================================*
      *        P R O C E S S A   U M A   T R A N S A C A O             *
      *================================================================*
      * WS-MOTIVO collects the first reason the transaction fails;
      * left blank, the change is applied.
       2100-PROCESSA-TRANSACAO.

           MOVE SPACES                  TO WS-MOTIVO

           IF APT-OPERADOR EQUAL SPACES
               MOVE 'OPERADOR NAO INFORMADO'
                                        TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO EQUAL SPACES
             AND APT-TICKET EQUAL SPACES
               MOVE 'TICKET NAO INFORMADO'
                                        TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO EQUAL SPACES
             AND WS-HIS-QTDE EQUAL WS-HIS-MAXIMO
               MOVE 'LOTE EXCEDE O HISTORICO'
                                        TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 2150-PROCURA-TICKET
               EVALUATE TRUE
                   WHEN APT-INCLUI
                       PERFORM 2200-INCLUI-TICKET
                   WHEN APT-PRORROGA
                       PERFORM 2300-PRORROGA-TICKET
                   WHEN APT-REVOGA
                       PERFORM 2400-REVOGA-TICKET
                   WHEN APT-LIMITE-NOVO
                       PERFORM 2500-ALTERA-LIMITE
                   WHEN OTHER
                       MOVE 'ACAO INVALIDA'
                                        TO WS-MOTIVO
               END-EVALUATE
           END-IF

           MOVE APT-ACAO                TO WS-LTR-ACAO
           MOVE APT-TICKET              TO WS-LTR-TICKET
           MOVE APT-OPERADOR            TO WS-LTR-OPERADOR

           IF WS-MOTIVO EQUAL SPACES
               ADD 1                    TO WS-TOT-APLICADAS
               MOVE 'APLICADA'          TO WS-LTR-SITUACAO
           ELSE
               ADD 1                    TO WS-TOT-RECUSADAS
               MOVE 'RECUSADA'          TO WS-LTR-SITUACAO
           END-IF
           MOVE WS-MOTIVO               TO WS-LTR-MOTIVO

           MOVE WS-LINHA-TRANSACAO      TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           PERFORM 2000-LER-TRANSACAO
           .
       2100-PROCESSA-TRANSACAO-EXIT.
           EXIT.

      *================================================================*
      *        P R O C U R A   T I C K E T   N A   T A B E L A         *
      *================================================================*

       2150-PROCURA-TICKET.

           SET SW-TICKET-NAO-ACHADO     TO TRUE

           PERFORM VARYING WS-APR-IDX
             FROM 1 BY 1
             UNTIL WS-APR-IDX GREATER WS-APR-QTDE
             OR WS-APR-TICKET(WS-APR-IDX) EQUAL APT-TICKET
           END-PERFORM

           IF WS-APR-IDX NOT GREATER WS-APR-QTDE
               SET SW-TICKET-ACHADO     TO TRUE
           END-IF
           .
       2150-PROCURA-TICKET-EXIT.
           EXIT.

      *================================================================*
      *        I N C L U I   T I C K E T                               *
      *================================================================*
      * A new ticket is appended to the table; its validity must be
      * real, in order and not already over.
       2200-INCLUI-TICKET.

           IF SW-TICKET-ACHADO
               MOVE 'TICKET JA CADASTRADO'
                                        TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO EQUAL SPACES
             AND WS-APR-QTDE EQUAL WS-APR-MAXIMO
               MOVE 'TABELA DE APROVACOES ESGOTADA'
                                        TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO EQUAL SPACES
             AND APT-SOLICITANTE EQUAL SPACES
               MOVE 'SOLICITANTE NAO INFORMADO'
                                        TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO EQUAL SPACES
             AND APT-APROVADOR EQUAL SPACES
               MOVE 'APROVADOR NAO INFORMADO'
                                        TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO EQUAL SPACES
             AND APT-SOLICITANTE EQUAL APT-APROVADOR
               MOVE 'SOLICITANTE IGUAL AO APROVADOR'
                                        TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 2600-VALIDA-DATA-INICIAL
           END-IF

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 2610-VALIDA-DATA-FINAL
           END-IF

           IF WS-MOTIVO EQUAL SPACES
             AND WS-DATA-INI GREATER WS-DATA-FIM
               MOVE 'DATAS FORA DE ORDEM'
                                        TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO EQUAL SPACES
             AND WS-DATA-FIM LESS WS-DATA-HOJE
               MOVE 'VALIDADE JA VENCIDA'
                                        TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO EQUAL SPACES
             AND (APT-LIMITE NOT NUMERIC
               OR APT-LIMITE EQUAL '00000')
               MOVE 'LIMITE INVALIDO'   TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO EQUAL SPACES
               ADD 1                    TO WS-APR-QTDE
               MOVE WS-APR-QTDE         TO WS-APR-IDX
               MOVE APT-TICKET          TO WS-APR-TICKET(WS-APR-IDX)
               MOVE APT-SOLICITANTE     TO
                   WS-APR-SOLICITANTE(WS-APR-IDX)
               MOVE APT-APROVADOR       TO
                   WS-APR-APROVADOR(WS-APR-IDX)
               MOVE WS-DATA-INI         TO WS-APR-INI(WS-APR-IDX)
               MOVE WS-DATA-FIM         TO WS-APR-FIM(WS-APR-IDX)
               MOVE APT-LIMITE          TO WS-APR-LIMITE(WS-APR-IDX)
               MOVE 'N'                 TO
                   WS-APR-MALFORMADA(WS-APR-IDX)
               MOVE ZEROS               TO WS-APR-USADOS(WS-APR-IDX)
               MOVE SPACES              TO APH-ANTES
               PERFORM 2650-GUARDA-HISTORICO
           END-IF
           .
       2200-INCLUI-TICKET-EXIT.
           EXIT.

      *================================================================*
      *        P R O R R O G A   T I C K E T                           *
      *================================================================*
      * Only the last day moves, and only forward.
       2300-PRORROGA-TICKET.

           PERFORM 2550-VALIDA-EXISTENTE

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 2610-VALIDA-DATA-FINAL
           END-IF

           IF WS-MOTIVO EQUAL SPACES
             AND WS-DATA-FIM NOT GREATER WS-APR-FIM(WS-APR-IDX)
               MOVE 'NOVA DATA NAO POSTERIOR'
                                        TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO EQUAL SPACES
               MOVE WS-APR-IMAGEM(WS-APR-IDX)
                                        TO APH-ANTES
               MOVE WS-DATA-FIM         TO WS-APR-FIM(WS-APR-IDX)
               PERFORM 2650-GUARDA-HISTORICO
           END-IF
           .
       2300-PRORROGA-TICKET-EXIT.
           EXIT.

      *================================================================*
      *        R E V O G A   T I C K E T                               *
      *================================================================*
      * The window closes yesterday (the first day too, for a ticket
      * not yet started), which keeps both dates in order.
       2400-REVOGA-TICKET.

           PERFORM 2550-VALIDA-EXISTENTE

           IF WS-MOTIVO EQUAL SPACES
             AND WS-APR-FIM(WS-APR-IDX) LESS WS-DATA-HOJE
               MOVE 'TICKET JA REVOGADO OU VENCIDO'
                                        TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO EQUAL SPACES
               MOVE WS-APR-IMAGEM(WS-APR-IDX)
                                        TO APH-ANTES
               MOVE WS-DATA-ONTEM       TO WS-APR-FIM(WS-APR-IDX)
               IF WS-APR-INI(WS-APR-IDX) GREATER WS-DATA-ONTEM
                   MOVE WS-DATA-ONTEM   TO WS-APR-INI(WS-APR-IDX)
               END-IF
               PERFORM 2650-GUARDA-HISTORICO
           END-IF
           .
       2400-REVOGA-TICKET-EXIT.
           EXIT.

      *================================================================*
      *        A L T E R A   L I M I T E                               *
      *================================================================*
      * Zero is a valid limit: the ticket stays on file but answers
      * nothing more.
       2500-ALTERA-LIMITE.

           PERFORM 2550-VALIDA-EXISTENTE

           IF WS-MOTIVO EQUAL SPACES
             AND APT-LIMITE NOT NUMERIC
               MOVE 'LIMITE INVALIDO'   TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO EQUAL SPACES
               MOVE WS-APR-IMAGEM(WS-APR-IDX)
                                        TO APH-ANTES
               MOVE APT-LIMITE          TO WS-APR-LIMITE(WS-APR-IDX)
               PERFORM 2650-GUARDA-HISTORICO
           END-IF
           .
       2500-ALTERA-LIMITE-EXIT.
           EXIT.

      *================================================================*
      *        V A L I D A   T I C K E T   E X I S T E N T E           *
      *================================================================*

       2550-VALIDA-EXISTENTE.

           IF SW-TICKET-NAO-ACHADO
               MOVE 'TICKET INEXISTENTE'
                                        TO WS-MOTIVO
           ELSE
               IF WS-APR-MALFORMADA(WS-APR-IDX) EQUAL 'S'
                   MOVE 'APROVACAO MALFORMADA NO ARQUIVO'
                                        TO WS-MOTIVO
               END-IF
           END-IF
           .
       2550-VALIDA-EXISTENTE-EXIT.
           EXIT.

      *================================================================*
      *        V A L I D A   D A T A S   D A   T R A N S A C A O       *
      *================================================================*

       2600-VALIDA-DATA-INICIAL.

           SET SW-DATA-INVALIDA         TO TRUE

           IF APT-VALIDADE-INI IS NUMERIC
               MOVE APT-VALIDADE-INI    TO WS-DT-DATA
               PERFORM 2950-VALIDA-DATA
           END-IF

           IF SW-DATA-VALIDA
               MOVE WS-DT-DATA          TO WS-DATA-INI
           ELSE
               MOVE 'DATA INICIAL INVALIDA'
                                        TO WS-MOTIVO
           END-IF
           .
       2600-VALIDA-DATA-INICIAL-EXIT.
           EXIT.

       2610-VALIDA-DATA-FINAL.

           SET SW-DATA-INVALIDA         TO TRUE

           IF APT-VALIDADE-FIM IS NUMERIC
               MOVE APT-VALIDADE-FIM    TO WS-DT-DATA
               PERFORM 2950-VALIDA-DATA
           END-IF

           IF SW-DATA-VALIDA
               MOVE WS-DT-DATA          TO WS-DATA-FIM
           ELSE
               MOVE 'DATA FINAL INVALIDA'
                                        TO WS-MOTIVO
           END-IF
           .
       2610-VALIDA-DATA-FINAL-EXIT.
           EXIT.

      *================================================================*
      *        G U A R D A   L I N H A   D E   H I S T O R I C O       *
      *================================================================*
      * APH-ANTES is set by the caller; the after image is the
      * table entry as it now stands.
       2650-GUARDA-HISTORICO.

           MOVE WS-DATA-HOJE            TO APH-DATA
           MOVE WS-HORA-HOJE            TO APH-HORA
           MOVE APT-OPERADOR            TO APH-OPERADOR
           MOVE APT-ACAO                TO APH-ACAO
           MOVE WS-APR-IMAGEM(WS-APR-IDX)
                                        TO APH-DEPOIS

           ADD 1                        TO WS-HIS-QTDE
           MOVE APH-REGIS               TO WS-HIS-LINHA(WS-HIS-QTDE)
           .
       2650-GUARDA-HISTORICO-EXIT.
           EXIT.

      *================================================================*
      *        R E G R A V A   A P R O V A C O E S                     *
      *================================================================*

       2700-REGRAVA-APROVACOES.

           OPEN OUTPUT APTC1AR

           IF WS-STATUS-AP EQUAL CT-0 OR
             WS-STATUS-AP EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA REGRAVACAO DAS APROVACOES '
               DISPLAY ' ERROR = ' WS-STATUS-AP
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3900-ABORTA-RELATORIO
           END-IF

           PERFORM VARYING WS-APR-IDX
             FROM 1 BY 1
             UNTIL WS-APR-IDX GREATER WS-APR-QTDE
               WRITE REG-APR FROM WS-APR-IMAGEM(WS-APR-IDX)
               END-WRITE
               IF WS-STATUS-AP NOT EQUAL CT-0
                   DISPLAY ' ERRO NA REGRAVACAO DAS APROVACOES '
                   DISPLAY ' ERROR = ' WS-STATUS-AP
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3900-ABORTA-RELATORIO
               END-IF
           END-PERFORM

           CLOSE APTC1AR
           .
       2700-REGRAVA-APROVACOES-EXIT.
           EXIT.

      *================================================================*
      *        G R A V A   H I S T O R I C O                           *
      *================================================================*
      * The history is permanent: always opened EXTEND, created on
      * its very first use - the same discipline as the access log.
       2750-GRAVA-HISTORICO.

           OPEN EXTEND HSTC1AR

           IF WS-STATUS-HS EQUAL CT-35
               OPEN OUTPUT HSTC1AR
           END-IF

           IF WS-STATUS-HS EQUAL CT-0 OR
             WS-STATUS-HS EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA ABERTURA DO HISTORICO '
               DISPLAY ' ERROR = ' WS-STATUS-HS
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3900-ABORTA-RELATORIO
           END-IF

           PERFORM VARYING WS-HIS-IDX
             FROM 1 BY 1
             UNTIL WS-HIS-IDX GREATER WS-HIS-QTDE
               WRITE REG-HIS FROM WS-HIS-LINHA(WS-HIS-IDX)
               END-WRITE
               IF WS-STATUS-HS NOT EQUAL CT-0
                   DISPLAY ' ERRO NA GRAVACAO DO HISTORICO '
                   DISPLAY ' ERROR = ' WS-STATUS-HS
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3900-ABORTA-RELATORIO
               END-IF
           END-PERFORM

           CLOSE HSTC1AR
           .
       2750-GRAVA-HISTORICO-EXIT.
           EXIT.

      *================================================================*
      *        T I C K E T S   A T I V O S                             *
      *================================================================*
      * Lookups used are counted from the access log the way
      * CUDUNMASK counts them, so RESTAM is what it will still
      * answer today.
       2800-TICKETS-ATIVOS.

           PERFORM 2810-CONTA-USOS.

           MOVE SPACES                  TO WS-LINHA-TEXTO
           STRING 'TICKETS ATIVOS EM '  DELIMITED BY SIZE
                  WS-DATA-HOJE          DELIMITED BY SIZE
               INTO WS-LINHA-TEXTO
           END-STRING
           PERFORM 2900-GRAVA-LINHA

           PERFORM VARYING WS-APR-IDX
             FROM 1 BY 1
             UNTIL WS-APR-IDX GREATER WS-APR-QTDE
               IF WS-APR-MALFORMADA(WS-APR-IDX) EQUAL 'S'
                   ADD 1                TO WS-TOT-MALFORMADAS
               ELSE
                   IF WS-APR-INI(WS-APR-IDX) NOT GREATER
                     WS-DATA-HOJE
                     AND WS-APR-FIM(WS-APR-IDX) NOT LESS
                     WS-DATA-HOJE
                       PERFORM 2830-GRAVA-ATIVO
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TOT-MALFORMADAS GREATER ZEROS
               MOVE 'APROVACOES MALFORMADAS MANTIDAS NO ARQUIVO'
                                        TO WS-LINHA-TEXTO
               PERFORM 2900-GRAVA-LINHA
               PERFORM VARYING WS-APR-IDX
                 FROM 1 BY 1
                 UNTIL WS-APR-IDX GREATER WS-APR-QTDE
                   IF WS-APR-MALFORMADA(WS-APR-IDX) EQUAL 'S'
                       MOVE WS-APR-IMAGEM(WS-APR-IDX)
                                        TO WS-LMF-IMAGEM
                       MOVE WS-LINHA-MALFORMADA
                                        TO WS-LINHA-TEXTO
                       PERFORM 2900-GRAVA-LINHA
                   END-IF
               END-PERFORM
           END-IF
           .
       2800-TICKETS-ATIVOS-EXIT.
           EXIT.

      *================================================================*
      *        C O N T A   U S O S   N O   L O G                       *
      *================================================================*

       2810-CONTA-USOS.

           OPEN INPUT LGTC1AR

           IF WS-STATUS-LG EQUAL CT-0
               SET SW-NAO-FIM-LOG       TO TRUE

               PERFORM 2820-LER-LOG
                 UNTIL SW-SIM-FIM-LOG

               CLOSE LGTC1AR
           ELSE
               IF WS-STATUS-LG EQUAL CT-35
                   CONTINUE
               ELSE
                   DISPLAY ' ERRO NA LEITURA DO LOG DE ACESSO '
                   DISPLAY ' ERROR = ' WS-STATUS-LG
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3900-ABORTA-RELATORIO
               END-IF
           END-IF
           .
       2810-CONTA-USOS-EXIT.
           EXIT.

       2820-LER-LOG.

           READ LGTC1AR                 INTO LOG-REGIS
               AT END
                   SET SW-SIM-FIM-LOG   TO TRUE
           END-READ

           IF  WS-STATUS-LG EQUAL CT-0 OR
               WS-STATUS-LG EQUAL CT-10
               IF SW-NAO-FIM-LOG
                 AND LOG-RESULTADO NOT EQUAL 'NEGADO'
                 AND LOG-RESULTADO NOT EQUAL 'EXPURGADO'
                 AND LOG-RESULTADO NOT EQUAL 'INVALIDO'
                 AND LOG-RESULTADO NOT EQUAL 'CONSULTADO'
                   PERFORM VARYING WS-APR-IDX
                     FROM 1 BY 1
                     UNTIL WS-APR-IDX GREATER WS-APR-QTDE
                       IF WS-APR-TICKET(WS-APR-IDX) EQUAL
                         LOG-TICKET
                           ADD 1        TO
                               WS-APR-USADOS(WS-APR-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DO LOG DE ACESSO '
               DISPLAY ' ERROR = ' WS-STATUS-LG
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3900-ABORTA-RELATORIO
           END-IF
           .
       2820-LER-LOG-EXIT.
           EXIT.

      *================================================================*
      *        G R A V A   T I C K E T   A T I V O                     *
      *================================================================*

       2830-GRAVA-ATIVO.

           ADD 1                        TO WS-TOT-ATIVOS

           IF WS-APR-USADOS(WS-APR-IDX) LESS
             WS-APR-LIMITE(WS-APR-IDX)
               COMPUTE WS-RESTANTES = WS-APR-LIMITE(WS-APR-IDX)
                                    - WS-APR-USADOS(WS-APR-IDX)
           ELSE
               MOVE ZEROS               TO WS-RESTANTES
           END-IF

           MOVE WS-APR-TICKET(WS-APR-IDX)
                                        TO WS-LAT-TICKET
           MOVE WS-APR-SOLICITANTE(WS-APR-IDX)
                                        TO WS-LAT-SOLICITANTE
           MOVE WS-APR-APROVADOR(WS-APR-IDX)
                                        TO WS-LAT-APROVADOR
           MOVE WS-APR-INI(WS-APR-IDX)  TO WS-LAT-INI
           MOVE WS-APR-FIM(WS-APR-IDX)  TO WS-LAT-FIM
           MOVE WS-APR-LIMITE(WS-APR-IDX)
                                        TO WS-LAT-LIMITE
           MOVE WS-APR-USADOS(WS-APR-IDX)
                                        TO WS-LAT-USADOS
           MOVE WS-RESTANTES            TO WS-LAT-RESTAM
           MOVE WS-LINHA-ATIVO          TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA
           .
       2830-GRAVA-ATIVO-EXIT.
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
      *        V A L I D A   D A T A   D E   C A L E N D A R I O       *
      *================================================================*

       2950-VALIDA-DATA.

           SET SW-DATA-INVALIDA         TO TRUE

           IF WS-DT-ANO NOT LESS 1900
             AND WS-DT-MES NOT LESS 1
             AND WS-DT-MES NOT GREATER 12
               PERFORM 2960-ULTIMO-DIA-MES
               IF WS-DT-DIA NOT LESS 1
                 AND WS-DT-DIA NOT GREATER WS-DT-ULTIMO
                   SET SW-DATA-VALIDA   TO TRUE
               END-IF
           END-IF
           .
       2950-VALIDA-DATA-EXIT.
           EXIT.

      *================================================================*
      *        U L T I M O   D I A   D O   M E S                       *
      *================================================================*
      * February has 29 days in years divisible by 4, except the
      * centuries not divisible by 400.
       2960-ULTIMO-DIA-MES.

           MOVE WS-DIAS-MES(WS-DT-MES)  TO WS-DT-ULTIMO

           IF WS-DT-MES EQUAL 2
               DIVIDE WS-DT-ANO BY 4    GIVING WS-DT-QUOCIENTE
                                        REMAINDER WS-DT-RESTO-4
               DIVIDE WS-DT-ANO BY 100  GIVING WS-DT-QUOCIENTE
                                        REMAINDER WS-DT-RESTO-100
               DIVIDE WS-DT-ANO BY 400  GIVING WS-DT-QUOCIENTE
                                        REMAINDER WS-DT-RESTO-400
               IF WS-DT-RESTO-4 EQUAL ZEROS
                 AND (WS-DT-RESTO-100 NOT EQUAL ZEROS
                   OR WS-DT-RESTO-400 EQUAL ZEROS)
                   MOVE 29              TO WS-DT-ULTIMO
               END-IF
           END-IF
           .
       2960-ULTIMO-DIA-MES-EXIT.
           EXIT.

      *================================================================*
      *               P A R A G R A F O    F I N A L I Z A             *
      *================================================================*

       3000-FINALIZA.

           MOVE SPACES                  TO WS-LINHA-TEXTO
           MOVE 'TOTAIS'                TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'TRANSACOES LIDAS   '    TO WS-LC-LABEL
           MOVE WS-TOT-LIDAS             TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'APLICADAS          '    TO WS-LC-LABEL
           MOVE WS-TOT-APLICADAS         TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'RECUSADAS          '    TO WS-LC-LABEL
           MOVE WS-TOT-RECUSADAS         TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'TICKETS NO ARQUIVO '    TO WS-LC-LABEL
           MOVE WS-APR-QTDE              TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'TICKETS ATIVOS     '    TO WS-LC-LABEL
           MOVE WS-TOT-ATIVOS            TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'LINHAS MALFORMADAS '    TO WS-LC-LABEL
           MOVE WS-TOT-MALFORMADAS       TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           IF WS-TOT-RECUSADAS GREATER ZEROS
               MOVE 4                   TO WS-CODIGO-RETORNO
           END-IF

           CLOSE RLTC1AR

           DISPLAY ' TOTAIS DE CONTROLE CUDAPRMT '
           DISPLAY ' TRANSACOES LIDAS     = ' WS-TOT-LIDAS
           DISPLAY ' APLICADAS            = ' WS-TOT-APLICADAS
           DISPLAY ' RECUSADAS            = ' WS-TOT-RECUSADAS
           DISPLAY ' TICKETS NO ARQUIVO   = ' WS-APR-QTDE
           DISPLAY ' TICKETS ATIVOS       = ' WS-TOT-ATIVOS
           DISPLAY ' CODIGO DE RETORNO    = ' WS-CODIGO-RETORNO

           MOVE WS-CODIGO-RETORNO       TO RETURN-CODE

           STOP RUN
           .
       3000-FINALIZA-EXIT.
           EXIT.

      *================================================================*
      *        A B O R T A   C O M   R E L A T O R I O                 *
      *================================================================*
      * Failure after the report is open: closes it so what was
      * written survives, then ends with the code already set.
       3900-ABORTA-RELATORIO.

           CLOSE RLTC1AR

           DISPLAY ' CODIGO DE RETORNO    = ' WS-CODIGO-RETORNO

           MOVE WS-CODIGO-RETORNO       TO RETURN-CODE

           STOP RUN
           .
       3900-ABORTA-RELATORIO-EXIT.
           EXIT.
