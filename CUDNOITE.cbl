      ******************************************************************
      * Nightly driver of the partitioned CUDMASK run.
      *
      * Runs the whole night's chain from one parameter set, in the
      * one order that works:
      *
      *   CUDDUPLI            find the documents the extract
      *                       carries more than once and decide
      *                       which occurrences to reject (REGDUP);
      *   CUDMSKSP            split the extract, reserve the slices,
      *                       deal the duplicate decisions out to
      *                       the partitions;
      *   CUDMASK  x N        one worker per partition, each handed
      *                       its own paths and its reserved
      *                       CUDMASK_FAIXA_BASE / _FIM straight off
      *                       the splitter's slice file (REGFXA)
      *                       and its own duplicate decisions;
      *   CUDMSKMG            merge and register the generation;
      *   CUDVERIF x N        verify each partition's input against
      *                       that worker's masked output and
      *                       rejects - the merged file lists the
      *                       partitions one after another, so only
      *                       a partition's own files pair up record
      *                       for record, and the merger copies
      *                       their details through unchanged; each
      *                       verdict is recorded against the
      *                       night's generation and partition;
      *   CUDMSKCT            mask the account extract against the
      *                       now complete cross-reference.
      *
      * Each step is a separate program run, started through the
      * system; its condition code decides whether the chain goes
      * on. A code up to CUDNOITE_RC_LIMITE (default 04, rejects
      * only) counts as clean; anything above it stops the night.
      *
      * Every step's start, end, condition code and attempt count
      * are kept in the step-status file (REGETP), rewritten after
      * each change of state. A rerun for the same night - same
      * source extract, same business date on its header - resumes
      * at the first step that did not finish cleanly and runs
      * everything after it again. A worker is always rerun from the
      * top of its slice, never restarted mid-slice: CUDMASK refuses
      * a restart in slice mode, and a full rerun re-finds every
      * pseudonym the failed attempt had already assigned. A new
      * business date on the header starts a new night;
      * CUDNOITE_NOVA_NOITE=1 forces one.
      *
      * Parameters the driver does not set (cross-reference,
      * cipher key, mask and validation modes, the account-extract
      * paths) are taken by each program from the environment as
      * usual, so they are set once for the whole night.
      *
      * The night ends with one summary, on the job log and in the
      * summary report: every step with its times and condition
      * code, the generation the merge registered, and the verdict.
      * Condition code: the highest clean step code when the night
      * completes, the failing step's code when it stops (12 when
      * that step could not be started), 12 on the driver's own
      * configuration or I/O errors.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                      CUDNOITE.
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

      * The source extract, opened only to read the business date
      * off its header.
           SELECT E1TC1AR ASSIGN DYNAMIC WS-E1-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-E1.

           SELECT ETTC1AR ASSIGN DYNAMIC WS-ET-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-ET.

           SELECT FXTC1AR ASSIGN DYNAMIC WS-FX-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-FX.

           SELECT CGTC1AR ASSIGN DYNAMIC WS-CG-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-CG.

           SELECT RLTC1AR ASSIGN DYNAMIC WS-RL-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-RL.

      *================================================================*
      *                D A T A    D I V I S I O N                      *
      *================================================================*

       DATA DIVISION.

       FILE SECTION.
       FD E1TC1AR.
       01 REG-ENT PIC X(132).

       FD ETTC1AR.
       01 REG-ETP PIC X(127).

       FD FXTC1AR.
       01 REG-FXA PIC X(130).

       FD CGTC1AR.
       01 REG-CGT PIC X(047).

       FD RLTC1AR.
       01 REG-REL PIC X(100).

       WORKING-STORAGE SECTION.
      *================================================================*
      *                   A R E A   DE   C O P Y                       *
      *================================================================*
      * Header line of the source extract.
           COPY 'REGHT'                 IN copy-lib.

      * Step-status line and splitter slice line.
           COPY 'REGETP'                IN copy-lib.

           COPY 'REGFXA'                IN copy-lib.

      * Run-catalog line, read for the generation the merge
      * registered.
           COPY 'REGCAT'                IN copy-lib.
      *================================================================*
      *      W O R K I N G - S T O R A G E   S E C T I O N             *
      *================================================================*

       01 WS-ARQUIVOS-STATUS.
         05 WS-STATUS-E1                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-ET                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-FX                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-CG                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-RL                PIC 9(002) VALUE ZEROS.

      *================================================================*
      *        C A M I N H O   D O S   A R Q U I V O S                 *
      *================================================================*
       01 WS-CAMINHOS-ARQUIVOS.
         05 WS-E1-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-ET-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-FX-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-CG-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-RL-CAMINHO               PIC X(100) VALUE SPACES.

      * Bases the .Pnn partition suffix is stamped onto for the
      * workers' and the verification steps' own files.
       01 WS-CAMINHOS-BASE.
         05 WS-PARCIAIS-BASE            PIC X(100) VALUE SPACES.
         05 WS-CONTROLES-BASE           PIC X(100) VALUE SPACES.
         05 WS-REJEITADOS-BASE          PIC X(100) VALUE SPACES.
         05 WS-CHECKPOINT-BASE          PIC X(100) VALUE SPACES.
         05 WS-VERIFICACAO-BASE         PIC X(100) VALUE SPACES.

      * Duplicate decisions as CUDDUPLI writes them, and as the
      * splitter re-deals them to the partitions.
       01 WS-CAMINHOS-DUPLICIDADE.
         05 WS-DUPLICADOS-CAMINHO       PIC X(100) VALUE SPACES.
         05 WS-DUP-PARTES-CAMINHO       PIC X(100) VALUE SPACES.

       01 WS-CAMINHOS-PADRAO.
         05 WS-E1-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK.TXT'.
         05 WS-ET-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_ETP.TXT'.
         05 WS-FX-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_FXA.TXT'.
         05 WS-CG-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_CAT.TXT'.
         05 WS-RL-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_NOI.TXT'.
         05 WS-PARCIAIS-BASE-DEFAULT    PIC X(100) VALUE
         'MASK_OUT.TXT'.
         05 WS-CONTROLES-BASE-DEFAULT   PIC X(100) VALUE
         'MASK_CTL.TXT'.
         05 WS-REJEITADOS-BASE-DEFAULT  PIC X(100) VALUE
         'MASK_REJ.TXT'.
         05 WS-CHECKPOINT-BASE-DEFAULT  PIC X(100) VALUE
         'MASK.CKP'.
         05 WS-VERIFICACAO-BASE-DEFAULT PIC X(100) VALUE
         'MASK_VER.TXT'.
         05 WS-DUPLICADOS-DEFAULT       PIC X(100) VALUE
         'MASK_DUP.TXT'.
         05 WS-DUP-PARTES-DEFAULT       PIC X(100) VALUE
         'MASK_DUP.PAR'.

       01 WS-AREA-PARAMETROS.
         05 WS-ENV-VALOR                PIC X(100) VALUE SPACES.
         05 WS-PARTES-PEDIDAS           PIC 9(002) VALUE 2.
         05 WS-RC-LIMITE                PIC 9(002) VALUE 4.
      * Directory the step programs are loaded from; blank means
      * they are found on the search path.
         05 WS-BIBLIOTECA               PIC X(100) VALUE SPACES.
         05 WS-BIB-TAM                  PIC 9(003) VALUE ZEROES.

      *================================================================*
      *        D A T A S   D O   P R O C E S S A M E N T O             *
      *================================================================*
       01 WS-AREA-DATAS.
         05 WS-DATA-HOJE                PIC 9(008) VALUE ZEROES.
         05 WS-HORA-HOJE                PIC 9(008) VALUE ZEROES.

      *================================================================*
      *        N O I T E   E   E T A P A S                             *
      *================================================================*
      * The night being run, and its steps in running order. At most
      * 2 x 8 partition steps plus the four single steps.
       01 WS-AREA-NOITE.
         05 WS-NOITE-DATA-MOVTO         PIC 9(008) VALUE ZEROES.
         05 WS-NOITE-PARTES             PIC 9(002) VALUE ZEROES.
         05 WS-NOITE-ABERTURA-DATA      PIC 9(008) VALUE ZEROES.
         05 WS-NOITE-ABERTURA-HORA      PIC 9(008) VALUE ZEROES.
         05 WS-DATA-MOVTO-ENTRADA       PIC 9(008) VALUE ZEROES.

       01 WS-AREA-ETAPAS.
         05 WS-ETP-QTDE                 PIC 9(002) VALUE ZEROES.
         05 WS-ETP-MAXIMO               PIC 9(002) VALUE 20.
         05 WS-ETP-IDX                  PIC 9(002) VALUE ZEROES.
         05 WS-ETP-AUX                  PIC 9(002) VALUE ZEROES.
         05 WS-ETP-FALHA                PIC 9(002) VALUE ZEROES.
         05 WS-ETP-ESPERADAS            PIC 9(002) VALUE ZEROES.
         05 WS-NOVO-PROGRAMA            PIC X(008) VALUE SPACES.
         05 WS-NOVO-PARTICAO            PIC 9(002) VALUE ZEROES.

       01 WS-TABELA-ETAPAS.
         05 WS-ETP-ENTRADA              OCCURS 20.
           10 WS-ETP-PROGRAMA           PIC X(008).
           10 WS-ETP-PARTICAO           PIC 9(002).
           10 WS-ETP-SITUACAO           PIC X(001).
           10 WS-ETP-INI-DATA           PIC 9(008).
           10 WS-ETP-INI-HORA           PIC 9(008).
           10 WS-ETP-FIM-DATA           PIC 9(008).
           10 WS-ETP-FIM-HORA           PIC 9(008).
           10 WS-ETP-RC                 PIC 9(002).
           10 WS-ETP-TENTATIVAS         PIC 9(003).

      *================================================================*
      *        F A I X A S   D A S   P A R T I C O E S                 *
      *================================================================*
      * The splitter's slice file, loaded before the first worker or
      * verification step of the run.
       01 WS-TABELA-FAIXAS.
         05 WS-FXT-ENTRADA              OCCURS 8.
           10 WS-FXT-PRESENTE           PIC X(001).
           10 WS-FXT-CAMINHO            PIC X(100).
           10 WS-FXT-RESERVADA          PIC X(001).
           10 WS-FXT-BASE               PIC 9(009).
           10 WS-FXT-FIM                PIC 9(009).

      *================================================================*
      *        A M B I E N T E   E   C O M A N D O                     *
      *================================================================*
      * One environment variable to set for the next step.
       01 WS-AREA-VARIAVEL.
         05 WS-VAR-NOME                 PIC X(030) VALUE SPACES.
         05 WS-VAR-VALOR                PIC X(100) VALUE SPACES.

      * Partition-path scratch: base + '.P' + two-digit partition,
      * the same suffix CUDMSKSP and CUDMSKMG use.
       01 WS-AREA-CAMINHO.
         05 WS-CAM-TAM                  PIC 9(003) VALUE ZEROES.
         05 WS-CAMINHO-BASE             PIC X(100) VALUE SPACES.
         05 WS-CAMINHO-MONTADO          PIC X(100) VALUE SPACES.
         05 WS-PART-SUFIXO              PIC 9(002) VALUE ZEROES.
         05 WS-PART-IDX                 PIC 9(002) VALUE ZEROES.

      * The system hands back the raw wait status: the program's
      * exit code times 256, plus the signal number when it was
      * killed; a negative value means it could not be started.
       01 WS-AREA-COMANDO.
         05 WS-COMANDO                  PIC X(200) VALUE SPACES.
         05 WS-SYS-RETORNO              PIC S9(009) VALUE ZEROES.
         05 WS-SYS-SAIDA                PIC 9(009) VALUE ZEROES.
         05 WS-SYS-SINAL                PIC 9(009) VALUE ZEROES.

      *================================================================*
      *        L I N H A S   D O   R E S U M O                         *
      *================================================================*
       01 WS-LINHA-TITULO.
         05 FILLER                      PIC X(030) VALUE
         'RESUMO DA NOITE CUDNOITE      '.
         05 FILLER                      PIC X(005) VALUE 'DATA '.
         05 WS-LTI-DATA                 PIC 9(008).
         05 FILLER                      PIC X(006) VALUE ' HORA '.
         05 WS-LTI-HORA                 PIC 9(006).
         05 FILLER                      PIC X(045) VALUE SPACES.

       01 WS-LINHA-NOITE.
         05 FILLER                      PIC X(010) VALUE
         'MOVIMENTO '.
         05 WS-LNO-DATA-MOVTO           PIC 9(008).
         05 FILLER                      PIC X(008) VALUE
         ' PARTES '.
         05 WS-LNO-PARTES               PIC 9(002).
         05 FILLER                      PIC X(010) VALUE
         ' ABERTURA '.
         05 WS-LNO-ABERTURA-DATA        PIC 9(008).
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LNO-ABERTURA-HORA        PIC 9(006).
         05 FILLER                      PIC X(047) VALUE SPACES.

       01 WS-LINHA-PASSO.
         05 WS-LPA-SEQ                  PIC 9(002).
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LPA-PROGRAMA             PIC X(008).
         05 FILLER                      PIC X(002) VALUE ' P'.
         05 WS-LPA-PARTICAO             PIC 9(002).
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LPA-SITUACAO             PIC X(012).
         05 FILLER                      PIC X(005) VALUE ' INI '.
         05 WS-LPA-INI-DATA             PIC 9(008).
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LPA-INI-HORA             PIC 9(006).
         05 FILLER                      PIC X(005) VALUE ' FIM '.
         05 WS-LPA-FIM-DATA             PIC 9(008).
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LPA-FIM-HORA             PIC 9(006).
         05 FILLER                      PIC X(004) VALUE ' RC '.
         05 WS-LPA-RC                   PIC 9(002).
         05 FILLER                      PIC X(006) VALUE ' TENT '.
         05 WS-LPA-TENTATIVAS           PIC ZZ9.
         05 FILLER                      PIC X(013) VALUE SPACES.

       01 WS-LINHA-GERACAO.
         05 FILLER                      PIC X(008) VALUE
         'GERACAO '.
         05 WS-LGE-SEQ                  PIC 9(005).
         05 FILLER                      PIC X(006) VALUE ' DATA '.
         05 WS-LGE-DATA                 PIC 9(008).
         05 FILLER                      PIC X(007) VALUE ' LIDOS '.
         05 WS-LGE-LIDOS                PIC ZZZZZZZZ9.
         05 FILLER                      PIC X(010) VALUE
         ' GRAVADOS '.
         05 WS-LGE-GRAVADOS             PIC ZZZZZZZZ9.
         05 FILLER                      PIC X(012) VALUE
         ' REJEITADOS '.
         05 WS-LGE-REJEITADOS           PIC ZZZZZZZZ9.
         05 FILLER                      PIC X(017) VALUE SPACES.

       01 WS-LINHA-TEXTO                 PIC X(100) VALUE SPACES.

       01 WS-CODIGO-RETORNO              PIC 9(002) VALUE ZEROS.

      ******************************************************************
       01 CT-CONSTANTES.
         05 CT-0                       PIC 9(002) VALUE ZEROS.
         05 CT-10                      PIC 9(002) VALUE 10.
         05 CT-35                      PIC 9(002) VALUE 35.
         05 CT-MAX-PARTES              PIC 9(002) VALUE 8.

      ******************************************************************

       01 SW-SWITCHES.

         05 SW-ETAPAS                   PIC X(03) VALUE 'N'.
            88 SW-SIM-FIM-ETAPAS VALUE 'Y'.
            88 SW-NAO-FIM-ETAPAS VALUE 'N'.

         05 SW-ARQ-ETAPAS               PIC X(03) VALUE 'N'.
            88 SW-SIM-FIM-ARQ-ETAPAS VALUE 'Y'.
            88 SW-NAO-FIM-ARQ-ETAPAS VALUE 'N'.

         05 SW-NOITE                    PIC X(03) VALUE 'N'.
            88 SW-NOITE-NOVA VALUE 'N'.
            88 SW-NOITE-RETOMADA VALUE 'R'.

         05 SW-SITUACAO-NOITE           PIC X(03) VALUE 'A'.
            88 SW-NOITE-EM-ANDAMENTO VALUE 'A'.
            88 SW-NOITE-INTERROMPIDA VALUE 'I'.
            88 SW-NOITE-JA-CONCLUIDA VALUE 'C'.

         05 SW-NOVA-NOITE               PIC X(03) VALUE 'N'.
            88 SW-NOVA-NOITE-FORCADA VALUE 'Y'.
            88 SW-NOVA-NOITE-LIVRE VALUE 'N'.

         05 SW-FAIXAS                   PIC X(03) VALUE 'N'.
            88 SW-FAIXAS-CARREGADAS VALUE 'Y'.
            88 SW-FAIXAS-NAO-CARREGADAS VALUE 'N'.

         05 SW-ARQ-FAIXAS               PIC X(03) VALUE 'N'.
            88 SW-SIM-FIM-FAIXAS VALUE 'Y'.
            88 SW-NAO-FIM-FAIXAS VALUE 'N'.

         05 SW-CATALOGO                 PIC X(03) VALUE 'N'.
            88 SW-CAT-SIM-FIM VALUE 'Y'.
            88 SW-CAT-NAO-FIM VALUE 'N'.

         05 SW-GERACAO                  PIC X(03) VALUE 'N'.
            88 SW-GERACAO-ACHADA VALUE 'Y'.
            88 SW-GERACAO-NAO-ACHADA VALUE 'N'.

         05 SW-DUPLICIDADE              PIC X(03) VALUE 'S'.
            88 SW-DUPLICIDADE-NA-NOITE VALUE 'S'.
            88 SW-DUPLICIDADE-FORA VALUE 'N'.

         05 SW-FINALIZA                 PIC X(03) VALUE 'N'.
            88 SW-EM-FINALIZACAO VALUE 'Y'.
            88 SW-FORA-FINALIZACAO VALUE 'N'.

      *================================================================*
      *        P R O C E D U R E     D I V I S I O N                   *
      *================================================================*

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIALIZA.

           PERFORM 2000-PROCESSA
             UNTIL SW-SIM-FIM-ETAPAS

           PERFORM 3000-FINALIZA.

       0000-PRINCIPAL-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   I N I C I A L I Z A                 *
      *================================================================*

       1000-INICIALIZA.

           ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOJE          FROM TIME

           INITIALIZE                   WS-TABELA-ETAPAS
                                        WS-TABELA-FAIXAS.

           PERFORM 1050-LER-PARAMETROS.

           PERFORM 1100-LER-DATA-MOVTO.

           PERFORM 1200-CARREGA-ETAPAS.

           IF SW-NOITE-NOVA
               PERFORM 1300-MONTA-ETAPAS
           END-IF

           PERFORM 1400-LOCALIZA-RETOMADA.

           IF SW-NOITE-JA-CONCLUIDA
               DISPLAY ' NOITE JA CONCLUIDA - NADA A EXECUTAR '
               SET SW-SIM-FIM-ETAPAS    TO TRUE
           ELSE
               PERFORM 2900-GRAVA-ETAPAS
           END-IF
           .
       1000-INICIALIZA-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   L E   P A R A M E T R O S           *
      *================================================================*
      * CUDNOITE_ENTRADA names the source extract and CUDNOITE_PARTES
      * the partition count (2 to 8) of a new night; a resumed night
      * keeps the count it was split with. CUDNOITE_ETAPAS is the
      * step-status file, CUDNOITE_FAIXAS the splitter's slice file,
      * CUDNOITE_CATALOGO the run catalog the merge registers in,
      * CUDNOITE_RELATORIO the summary report. The _BASE parameters
      * name the partition files' bases, CUDNOITE_BIBLIOTECA the
      * directory holding the step programs, CUDNOITE_RC_LIMITE the
      * highest clean condition code, and CUDNOITE_NOVA_NOITE=1
      * discards the step-status file and starts from the top.
      * CUDNOITE_DUPLICADOS and CUDNOITE_DUPLICADOS_PARTES name the
      * duplicate decisions before and after the split;
      * CUDNOITE_DUPLICIDADE=0 leaves the duplicate check out of a
      * new night (a resumed night keeps the steps it was cut with).
       1050-LER-PARAMETROS.

           DISPLAY 'CUDNOITE_ENTRADA'   UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-E1-CAMINHO-DEFAULT
                                        TO WS-E1-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-E1-CAMINHO
           END-IF

           DISPLAY 'CUDNOITE_ETAPAS'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-ET-CAMINHO-DEFAULT
                                        TO WS-ET-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-ET-CAMINHO
           END-IF

           DISPLAY 'CUDNOITE_FAIXAS'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-FX-CAMINHO-DEFAULT
                                        TO WS-FX-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-FX-CAMINHO
           END-IF

           DISPLAY 'CUDNOITE_CATALOGO'  UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-CG-CAMINHO-DEFAULT
                                        TO WS-CG-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-CG-CAMINHO
           END-IF

           DISPLAY 'CUDNOITE_RELATORIO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-RL-CAMINHO-DEFAULT
                                        TO WS-RL-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-RL-CAMINHO
           END-IF

           DISPLAY 'CUDNOITE_PARCIAIS_BASE'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-PARCIAIS-BASE-DEFAULT
                                        TO WS-PARCIAIS-BASE
           ELSE
               MOVE WS-ENV-VALOR        TO WS-PARCIAIS-BASE
           END-IF

           DISPLAY 'CUDNOITE_CONTROLES_BASE'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-CONTROLES-BASE-DEFAULT
                                        TO WS-CONTROLES-BASE
           ELSE
               MOVE WS-ENV-VALOR        TO WS-CONTROLES-BASE
           END-IF

           DISPLAY 'CUDNOITE_REJEITADOS_BASE'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-REJEITADOS-BASE-DEFAULT
                                        TO WS-REJEITADOS-BASE
           ELSE
               MOVE WS-ENV-VALOR        TO WS-REJEITADOS-BASE
           END-IF

           DISPLAY 'CUDNOITE_CHECKPOINT_BASE'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-CHECKPOINT-BASE-DEFAULT
                                        TO WS-CHECKPOINT-BASE
           ELSE
               MOVE WS-ENV-VALOR        TO WS-CHECKPOINT-BASE
           END-IF

           DISPLAY 'CUDNOITE_VERIFICACAO_BASE'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-VERIFICACAO-BASE-DEFAULT
                                        TO WS-VERIFICACAO-BASE
           ELSE
               MOVE WS-ENV-VALOR        TO WS-VERIFICACAO-BASE
           END-IF

           DISPLAY 'CUDNOITE_DUPLICADOS'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-DUPLICADOS-DEFAULT
                                        TO WS-DUPLICADOS-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-DUPLICADOS-CAMINHO
           END-IF

           DISPLAY 'CUDNOITE_DUPLICADOS_PARTES'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-DUP-PARTES-DEFAULT
                                        TO WS-DUP-PARTES-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-DUP-PARTES-CAMINHO
           END-IF

           DISPLAY 'CUDNOITE_DUPLICIDADE'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR(1:1) EQUAL '0'
               SET SW-DUPLICIDADE-FORA  TO TRUE
           ELSE
               SET SW-DUPLICIDADE-NA-NOITE
                                        TO TRUE
           END-IF

           DISPLAY 'CUDNOITE_BIBLIOTECA'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE SPACES              TO WS-BIBLIOTECA
               MOVE ZEROS               TO WS-BIB-TAM
           ELSE
               MOVE WS-ENV-VALOR        TO WS-BIBLIOTECA
               PERFORM VARYING WS-BIB-TAM
                 FROM 100 BY -1
                 UNTIL WS-BIB-TAM EQUAL ZEROS
                 OR WS-BIBLIOTECA(WS-BIB-TAM:1) NOT EQUAL SPACE
               END-PERFORM
           END-IF

           DISPLAY 'CUDNOITE_RC_LIMITE' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR(1:2) IS NUMERIC
               MOVE WS-ENV-VALOR(1:2)   TO WS-RC-LIMITE
           ELSE
               IF WS-ENV-VALOR(1:1) IS NUMERIC
                 AND WS-ENV-VALOR(2:1) EQUAL SPACE
                   MOVE WS-ENV-VALOR(1:1)
                                        TO WS-RC-LIMITE
               END-IF
           END-IF

           DISPLAY 'CUDNOITE_NOVA_NOITE'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR(1:1) EQUAL '1'
               SET SW-NOVA-NOITE-FORCADA
                                        TO TRUE
           ELSE
               SET SW-NOVA-NOITE-LIVRE  TO TRUE
           END-IF

           DISPLAY 'CUDNOITE_PARTES'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR(1:2) IS NUMERIC
               MOVE WS-ENV-VALOR(1:2)   TO WS-PARTES-PEDIDAS
           ELSE
               IF WS-ENV-VALOR(1:1) IS NUMERIC
                 AND WS-ENV-VALOR(2:1) EQUAL SPACE
                   MOVE WS-ENV-VALOR(1:1)
                                        TO WS-PARTES-PEDIDAS
               END-IF
           END-IF

           IF WS-PARTES-PEDIDAS LESS 2
             OR WS-PARTES-PEDIDAS GREATER CT-MAX-PARTES
               DISPLAY ' QTDE DE PARTICOES INVALIDA '
               DISPLAY ' PARTES = ' WS-PARTES-PEDIDAS
               DISPLAY ' ACEITO = 2 A ' CT-MAX-PARTES
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF
           .
       1050-LER-PARAMETROS-EXIT.
           EXIT.

      *================================================================*
      *        L E   D A T A   D E   M O V I M E N T O                 *
      *================================================================*
      * The business date on the source header is what tells one
      * night from the next. A source without a header reads as date
      * zero; CUDMSKSP and the workers report the missing framing
      * themselves.
       1100-LER-DATA-MOVTO.

           OPEN INPUT E1TC1AR

           IF WS-STATUS-E1 EQUAL CT-0 OR
             WS-STATUS-E1 EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA ABERTURA DA ENTRADA '
               DISPLAY ' ARQUIVO = ' WS-E1-CAMINHO
               DISPLAY ' ERROR = ' WS-STATUS-E1
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF

           MOVE ZEROS                   TO WS-DATA-MOVTO-ENTRADA

           READ E1TC1AR
               AT END
                   CONTINUE
               NOT AT END
                   IF REG-ENT(1:1) EQUAL '0'
                       MOVE REG-ENT     TO E0-HEADER
                       IF E0-DATA-MOVTO IS NUMERIC
                           MOVE E0-DATA-MOVTO
                                        TO WS-DATA-MOVTO-ENTRADA
                       END-IF
                   END-IF
           END-READ

           CLOSE E1TC1AR
           .
       1100-LER-DATA-MOVTO-EXIT.
           EXIT.

      *================================================================*
      *        C A R R E G A   E T A P A S   D A   N O I T E           *
      *================================================================*
      * A step-status file for the same source and business date is
      * the night being resumed; any other (or none, or a forced
      * new night) starts a new one. A file for this night that
      * cannot be read back is an abort, not a fresh start - running
      * the chain again from the top would mask the night twice.
       1200-CARREGA-ETAPAS.

           SET SW-NOITE-NOVA            TO TRUE

           IF SW-NOVA-NOITE-FORCADA
               DISPLAY ' NOVA NOITE SOLICITADA - ETAPAS DESCARTADAS '
           ELSE
               OPEN INPUT ETTC1AR

               IF WS-STATUS-ET EQUAL CT-35
                   CONTINUE
               ELSE
                   IF WS-STATUS-ET EQUAL CT-0 OR
                     WS-STATUS-ET EQUAL CT-10
                       PERFORM 1210-LER-NOITE
                       CLOSE ETTC1AR
                   ELSE
                       DISPLAY ' ERRO NA ABERTURA DAS ETAPAS '
                       DISPLAY ' ERROR = ' WS-STATUS-ET
                       MOVE 12          TO WS-CODIGO-RETORNO
                       PERFORM 3000-FINALIZA
                   END-IF
               END-IF
           END-IF
           .
       1200-CARREGA-ETAPAS-EXIT.
           EXIT.

      *================================================================*
      *        L E   A   N O I T E   D O   A R Q U I V O               *
      *================================================================*

       1210-LER-NOITE.

           SET SW-NAO-FIM-ARQ-ETAPAS    TO TRUE

           PERFORM 1220-LER-LINHA-ETAPA

           IF SW-SIM-FIM-ARQ-ETAPAS
               CONTINUE
           ELSE
               IF ETP-LINHA-NOITE
                 AND ETP-DATA-MOVTO IS NUMERIC
                 AND ETP-DATA-MOVTO EQUAL WS-DATA-MOVTO-ENTRADA
                 AND ETP-ENTRADA EQUAL WS-E1-CAMINHO
                   SET SW-NOITE-RETOMADA
                                        TO TRUE
                   PERFORM 1230-RESTAURA-NOITE
               ELSE
                   DISPLAY ' ETAPAS DE OUTRA NOITE - INICIANDO NOVA '
               END-IF
           END-IF
           .
       1210-LER-NOITE-EXIT.
           EXIT.

      *================================================================*
      *        L E   U M A   L I N H A   D E   E T A P A S             *
      *================================================================*

       1220-LER-LINHA-ETAPA.

           READ ETTC1AR                 INTO ETP-REGIS
               AT END
                   SET SW-SIM-FIM-ARQ-ETAPAS
                                        TO TRUE
           END-READ

           IF WS-STATUS-ET EQUAL CT-0 OR
             WS-STATUS-ET EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA LEITURA DAS ETAPAS '
               DISPLAY ' ERROR = ' WS-STATUS-ET
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF
           .
       1220-LER-LINHA-ETAPA-EXIT.
           EXIT.

      *================================================================*
      *        R E S T A U R A   A   N O I T E                         *
      *================================================================*
      * The night line supplies the partition count; the step lines
      * must then be exactly the steps that count implies, plus the
      * duplicate check when the night was cut with one - it is
      * always the first step.
       1230-RESTAURA-NOITE.

           IF ETP-PARTES IS NUMERIC
             AND ETP-PARTES NOT LESS 2
             AND ETP-PARTES NOT GREATER CT-MAX-PARTES
               MOVE ETP-DATA-MOVTO      TO WS-NOITE-DATA-MOVTO
               MOVE ETP-PARTES          TO WS-NOITE-PARTES
               MOVE ETP-ABERTURA-DATA   TO WS-NOITE-ABERTURA-DATA
               MOVE ETP-ABERTURA-HORA   TO WS-NOITE-ABERTURA-HORA
           ELSE
               PERFORM 1290-ETAPAS-INVALIDAS
           END-IF

           IF WS-NOITE-PARTES NOT EQUAL WS-PARTES-PEDIDAS
               DISPLAY ' NOITE RETOMADA COM AS PARTES DO CORTE: '
                       WS-NOITE-PARTES
           END-IF

           PERFORM 1220-LER-LINHA-ETAPA

           PERFORM 1240-RESTAURA-PASSO
             UNTIL SW-SIM-FIM-ARQ-ETAPAS

           IF WS-ETP-QTDE GREATER ZEROS
             AND WS-ETP-PROGRAMA(1) EQUAL 'CUDDUPLI'
               SET SW-DUPLICIDADE-NA-NOITE
                                        TO TRUE
           ELSE
               SET SW-DUPLICIDADE-FORA  TO TRUE
           END-IF

           COMPUTE WS-ETP-ESPERADAS = WS-NOITE-PARTES * 2 + 3

           IF SW-DUPLICIDADE-NA-NOITE
               ADD 1                    TO WS-ETP-ESPERADAS
           END-IF

           IF WS-ETP-QTDE NOT EQUAL WS-ETP-ESPERADAS
               PERFORM 1290-ETAPAS-INVALIDAS
           END-IF
           .
       1230-RESTAURA-NOITE-EXIT.
           EXIT.

      *================================================================*
      *        R E S T A U R A   U M   P A S S O                       *
      *================================================================*

       1240-RESTAURA-PASSO.

           IF ETP-LINHA-PASSO
             AND ETP-SEQ IS NUMERIC
             AND ETP-PARTICAO IS NUMERIC
             AND ETP-INICIO-DATA IS NUMERIC
             AND ETP-INICIO-HORA IS NUMERIC
             AND ETP-FIM-DATA IS NUMERIC
             AND ETP-FIM-HORA IS NUMERIC
             AND ETP-RC IS NUMERIC
             AND ETP-TENTATIVAS IS NUMERIC
             AND WS-ETP-QTDE LESS WS-ETP-MAXIMO
               ADD 1                    TO WS-ETP-QTDE
               MOVE ETP-PROGRAMA        TO
                   WS-ETP-PROGRAMA(WS-ETP-QTDE)
               MOVE ETP-PARTICAO        TO
                   WS-ETP-PARTICAO(WS-ETP-QTDE)
               MOVE ETP-SITUACAO        TO
                   WS-ETP-SITUACAO(WS-ETP-QTDE)
               MOVE ETP-INICIO-DATA     TO
                   WS-ETP-INI-DATA(WS-ETP-QTDE)
               MOVE ETP-INICIO-HORA     TO
                   WS-ETP-INI-HORA(WS-ETP-QTDE)
               MOVE ETP-FIM-DATA        TO
                   WS-ETP-FIM-DATA(WS-ETP-QTDE)
               MOVE ETP-FIM-HORA        TO
                   WS-ETP-FIM-HORA(WS-ETP-QTDE)
               MOVE ETP-RC              TO
                   WS-ETP-RC(WS-ETP-QTDE)
               MOVE ETP-TENTATIVAS      TO
                   WS-ETP-TENTATIVAS(WS-ETP-QTDE)
           ELSE
               PERFORM 1290-ETAPAS-INVALIDAS
           END-IF

           PERFORM 1220-LER-LINHA-ETAPA
           .
       1240-RESTAURA-PASSO-EXIT.
           EXIT.

      *================================================================*
      *        E T A P A S   I N V A L I D A S                         *
      *================================================================*

       1290-ETAPAS-INVALIDAS.

           DISPLAY ' ARQUIVO DE ETAPAS INVALIDO: ' WS-ET-CAMINHO
           DISPLAY ' CORRIJA OU USE CUDNOITE_NOVA_NOITE=1 '
           MOVE ZEROS                   TO WS-ETP-QTDE
           MOVE 12                      TO WS-CODIGO-RETORNO
           PERFORM 3000-FINALIZA
           .
       1290-ETAPAS-INVALIDAS-EXIT.
           EXIT.

      *================================================================*
      *        M O N T A   A S   E T A P A S   D A   N O I T E         *
      *================================================================*
      * Duplicate check (unless left out), splitter, one worker per
      * partition, merger, one verification per partition, account
      * extract.
       1300-MONTA-ETAPAS.

           MOVE WS-DATA-MOVTO-ENTRADA   TO WS-NOITE-DATA-MOVTO
           MOVE WS-PARTES-PEDIDAS       TO WS-NOITE-PARTES
           MOVE WS-DATA-HOJE            TO WS-NOITE-ABERTURA-DATA
           MOVE WS-HORA-HOJE            TO WS-NOITE-ABERTURA-HORA

           INITIALIZE                   WS-TABELA-ETAPAS
           MOVE ZEROS                   TO WS-ETP-QTDE

           IF SW-DUPLICIDADE-NA-NOITE
               MOVE 'CUDDUPLI'          TO WS-NOVO-PROGRAMA
               MOVE ZEROS               TO WS-NOVO-PARTICAO
               PERFORM 1310-ADICIONA-PASSO
           END-IF

           MOVE 'CUDMSKSP'              TO WS-NOVO-PROGRAMA
           MOVE ZEROS                   TO WS-NOVO-PARTICAO
           PERFORM 1310-ADICIONA-PASSO

           PERFORM VARYING WS-PART-IDX
             FROM 1 BY 1
             UNTIL WS-PART-IDX GREATER WS-NOITE-PARTES
               MOVE 'CUDMASK '          TO WS-NOVO-PROGRAMA
               MOVE WS-PART-IDX         TO WS-NOVO-PARTICAO
               PERFORM 1310-ADICIONA-PASSO
           END-PERFORM

           MOVE 'CUDMSKMG'              TO WS-NOVO-PROGRAMA
           MOVE ZEROS                   TO WS-NOVO-PARTICAO
           PERFORM 1310-ADICIONA-PASSO

           PERFORM VARYING WS-PART-IDX
             FROM 1 BY 1
             UNTIL WS-PART-IDX GREATER WS-NOITE-PARTES
               MOVE 'CUDVERIF'          TO WS-NOVO-PROGRAMA
               MOVE WS-PART-IDX         TO WS-NOVO-PARTICAO
               PERFORM 1310-ADICIONA-PASSO
           END-PERFORM

           MOVE 'CUDMSKCT'              TO WS-NOVO-PROGRAMA
           MOVE ZEROS                   TO WS-NOVO-PARTICAO
           PERFORM 1310-ADICIONA-PASSO
           .
       1300-MONTA-ETAPAS-EXIT.
           EXIT.

      *================================================================*
      *        A D I C I O N A   U M   P A S S O                       *
      *================================================================*

       1310-ADICIONA-PASSO.

           ADD 1                        TO WS-ETP-QTDE
           MOVE WS-NOVO-PROGRAMA        TO
               WS-ETP-PROGRAMA(WS-ETP-QTDE)
           MOVE WS-NOVO-PARTICAO        TO
               WS-ETP-PARTICAO(WS-ETP-QTDE)
           MOVE 'P'                     TO
               WS-ETP-SITUACAO(WS-ETP-QTDE)
           .
       1310-ADICIONA-PASSO-EXIT.
           EXIT.

      *================================================================*
      *        L O C A L I Z A   O   P O N T O   D E   R E T O M A D A *
      *================================================================*
      * The first step not concluded cleanly is where the night
      * goes on from. Every step after it runs again too - its
      * input is about to be produced anew - so any of them still
      * marked concluded from an earlier attempt goes back to
      * pending.
       1400-LOCALIZA-RETOMADA.

           MOVE ZEROS                   TO WS-ETP-IDX

           PERFORM VARYING WS-ETP-AUX
             FROM 1 BY 1
             UNTIL WS-ETP-AUX GREATER WS-ETP-QTDE
             OR WS-ETP-IDX NOT EQUAL ZEROS
               IF WS-ETP-SITUACAO(WS-ETP-AUX) NOT EQUAL 'C'
                   MOVE WS-ETP-AUX      TO WS-ETP-IDX
               END-IF
           END-PERFORM

           IF WS-ETP-IDX EQUAL ZEROS
               SET SW-NOITE-JA-CONCLUIDA
                                        TO TRUE
           ELSE
               IF SW-NOITE-RETOMADA
                   DISPLAY ' NOITE RETOMADA NO PASSO ' WS-ETP-IDX
                           ' ' WS-ETP-PROGRAMA(WS-ETP-IDX)
                           ' P' WS-ETP-PARTICAO(WS-ETP-IDX)
               END-IF

               PERFORM VARYING WS-ETP-AUX
                 FROM WS-ETP-IDX BY 1
                 UNTIL WS-ETP-AUX GREATER WS-ETP-QTDE
                   MOVE 'P'             TO
                       WS-ETP-SITUACAO(WS-ETP-AUX)
               END-PERFORM
           END-IF
           .
       1400-LOCALIZA-RETOMADA-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   P R O C E S S A                     *
      *================================================================*
      * One step per pass, in order, until the chain ends or a step
      * fails.
       2000-PROCESSA.

           PERFORM 2100-EXECUTA-PASSO

           ADD 1                        TO WS-ETP-IDX

           IF WS-ETP-IDX GREATER WS-ETP-QTDE
             OR SW-NOITE-INTERROMPIDA
               SET SW-SIM-FIM-ETAPAS    TO TRUE
           END-IF
           .
       2000-PROCESSA-EXIT.
           EXIT.

      *================================================================*
      *        E X E C U T A   U M   P A S S O                         *
      *================================================================*
      * The partition steps need the splitter's slice file; it is
      * read before the first of them and again after every split,
      * since a rerun splitter reserves new slices.
       2100-EXECUTA-PASSO.

           MOVE WS-ETP-PARTICAO(WS-ETP-IDX)
                                        TO WS-PART-IDX

           IF WS-PART-IDX GREATER ZEROS
             AND SW-FAIXAS-NAO-CARREGADAS
               PERFORM 2150-CARREGA-FAIXAS
           END-IF

           IF SW-NOITE-INTERROMPIDA
               CONTINUE
           ELSE
               PERFORM 2200-PREPARA-AMBIENTE
               PERFORM 2300-INICIA-PASSO
               PERFORM 2400-CHAMA-PROGRAMA
               PERFORM 2500-ENCERRA-PASSO

               IF WS-ETP-PROGRAMA(WS-ETP-IDX) EQUAL 'CUDMSKSP'
                   SET SW-FAIXAS-NAO-CARREGADAS
                                        TO TRUE
               END-IF
           END-IF
           .
       2100-EXECUTA-PASSO-EXIT.
           EXIT.

      *================================================================*
      *        C A R R E G A   F A I X A S   D O   C O R T E           *
      *================================================================*
      * Every partition of the night must have its line. A missing
      * or incomplete slice file stops the night before the step is
      * started: a worker without its slice must not run.
       2150-CARREGA-FAIXAS.

           INITIALIZE                   WS-TABELA-FAIXAS

           OPEN INPUT FXTC1AR

           IF WS-STATUS-FX EQUAL CT-0 OR
             WS-STATUS-FX EQUAL CT-10
               SET SW-NAO-FIM-FAIXAS    TO TRUE
               PERFORM 2160-LER-FAIXA
                 UNTIL SW-SIM-FIM-FAIXAS
               CLOSE FXTC1AR

               SET SW-FAIXAS-CARREGADAS TO TRUE

               PERFORM VARYING WS-ETP-AUX
                 FROM 1 BY 1
                 UNTIL WS-ETP-AUX GREATER WS-NOITE-PARTES
                   IF WS-FXT-PRESENTE(WS-ETP-AUX) NOT EQUAL 'S'
                       SET SW-FAIXAS-NAO-CARREGADAS
                                        TO TRUE
                   END-IF
               END-PERFORM

               IF SW-FAIXAS-NAO-CARREGADAS
                   DISPLAY ' ARQUIVO DE FAIXAS INCOMPLETO: '
                           WS-FX-CAMINHO
               END-IF
           ELSE
               DISPLAY ' ERRO NA ABERTURA DO ARQUIVO DE FAIXAS '
               DISPLAY ' ARQUIVO = ' WS-FX-CAMINHO
               DISPLAY ' ERROR = ' WS-STATUS-FX
           END-IF

           IF SW-FAIXAS-NAO-CARREGADAS
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-ETP-IDX          TO WS-ETP-FALHA
               SET SW-NOITE-INTERROMPIDA
                                        TO TRUE
           END-IF
           .
       2150-CARREGA-FAIXAS-EXIT.
           EXIT.

      *================================================================*
      *        L E   U M A   F A I X A                                 *
      *================================================================*

       2160-LER-FAIXA.

           READ FXTC1AR                 INTO FXA-REGIS
               AT END
                   SET SW-SIM-FIM-FAIXAS
                                        TO TRUE
           END-READ

           IF WS-STATUS-FX EQUAL CT-0 OR
             WS-STATUS-FX EQUAL CT-10
               IF SW-NAO-FIM-FAIXAS
                 AND FXA-PARTICAO IS NUMERIC
                 AND FXA-BASE IS NUMERIC
                 AND FXA-FIM IS NUMERIC
                   IF FXA-PARTICAO GREATER ZEROS
                     AND FXA-PARTICAO NOT GREATER WS-NOITE-PARTES
                       MOVE 'S'         TO
                           WS-FXT-PRESENTE(FXA-PARTICAO)
                       MOVE FXA-CAMINHO TO
                           WS-FXT-CAMINHO(FXA-PARTICAO)
                       MOVE FXA-RESERVADA
                                        TO
                           WS-FXT-RESERVADA(FXA-PARTICAO)
                       MOVE FXA-BASE    TO
                           WS-FXT-BASE(FXA-PARTICAO)
                       MOVE FXA-FIM     TO
                           WS-FXT-FIM(FXA-PARTICAO)
                   END-IF
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DO ARQUIVO DE FAIXAS '
               DISPLAY ' ERROR = ' WS-STATUS-FX
               SET SW-SIM-FIM-FAIXAS    TO TRUE
           END-IF
           .
       2160-LER-FAIXA-EXIT.
           EXIT.

      *================================================================*
      *        P R E P A R A   O   A M B I E N T E   D O   P A S S O   *
      *================================================================*

       2200-PREPARA-AMBIENTE.

           EVALUATE WS-ETP-PROGRAMA(WS-ETP-IDX)
               WHEN 'CUDDUPLI'
                   PERFORM 2205-AMBIENTE-DUPLICIDADE
               WHEN 'CUDMSKSP'
                   PERFORM 2210-AMBIENTE-DIVISOR
               WHEN 'CUDMASK '
                   PERFORM 2220-AMBIENTE-TRABALHADOR
               WHEN 'CUDMSKMG'
                   PERFORM 2230-AMBIENTE-FUSAO
               WHEN 'CUDVERIF'
                   PERFORM 2240-AMBIENTE-VERIFICACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2200-PREPARA-AMBIENTE-EXIT.
           EXIT.

      *================================================================*
      *        A M B I E N T E   D A   D U P L I C I D A D E           *
      *================================================================*
      * The check reads the whole source; the conflict policy and
      * the report path are taken from the environment as usual.
       2205-AMBIENTE-DUPLICIDADE.

           MOVE 'CUDDUPLI_ENTRADA'      TO WS-VAR-NOME
           MOVE WS-E1-CAMINHO           TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDDUPLI_DECISOES'     TO WS-VAR-NOME
           MOVE WS-DUPLICADOS-CAMINHO   TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL
           .
       2205-AMBIENTE-DUPLICIDADE-EXIT.
           EXIT.

      *================================================================*
      *        A M B I E N T E   D O   D I V I S O R                   *
      *================================================================*
      * The partitions are cut next to the source, on its own name.
      * The duplicate decisions are re-dealt only when the night
      * ran the check; otherwise the value is set blank, so nothing
      * left over in the environment can reach the splitter.
       2210-AMBIENTE-DIVISOR.

           MOVE 'CUDMSKSP_ENTRADA'      TO WS-VAR-NOME
           MOVE WS-E1-CAMINHO           TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDMSKSP_SAIDA_BASE'   TO WS-VAR-NOME
           MOVE WS-E1-CAMINHO           TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDMSKSP_PARTES'       TO WS-VAR-NOME
           MOVE WS-NOITE-PARTES         TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDMSKSP_FAIXAS'       TO WS-VAR-NOME
           MOVE WS-FX-CAMINHO           TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDMSKSP_DUPLICADOS'   TO WS-VAR-NOME
           IF SW-DUPLICIDADE-NA-NOITE
               MOVE WS-DUPLICADOS-CAMINHO
                                        TO WS-VAR-VALOR
           ELSE
               MOVE SPACES              TO WS-VAR-VALOR
           END-IF
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDMSKSP_DUPLICADOS_PARTES'
                                        TO WS-VAR-NOME
           MOVE WS-DUP-PARTES-CAMINHO   TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL
           .
       2210-AMBIENTE-DIVISOR-EXIT.
           EXIT.

      *================================================================*
      *        A M B I E N T E   D O   T R A B A L H A D O R           *
      *================================================================*
      * A worker runs on explicit per-partition paths, off the
      * catalog and without a vault (CUDMASK refuses a vault with
      * the catalog off), never as a restart, and on its reserved
      * slice when the splitter reserved one, rejecting the
      * duplicates the splitter dealt to its partition. The slice
      * and duplicate values are always set - blank when there is
      * none - so nothing left over in the environment can reach
      * the worker.
       2220-AMBIENTE-TRABALHADOR.

           MOVE 'CUDMASK_ENTRADA'       TO WS-VAR-NOME
           MOVE WS-FXT-CAMINHO(WS-PART-IDX)
                                        TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE WS-PARCIAIS-BASE        TO WS-CAMINHO-BASE
           PERFORM 2280-MONTA-CAMINHO
           MOVE 'CUDMASK_SAIDA'         TO WS-VAR-NOME
           MOVE WS-CAMINHO-MONTADO      TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE WS-CONTROLES-BASE       TO WS-CAMINHO-BASE
           PERFORM 2280-MONTA-CAMINHO
           MOVE 'CUDMASK_CONTROLE'      TO WS-VAR-NOME
           MOVE WS-CAMINHO-MONTADO      TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE WS-REJEITADOS-BASE      TO WS-CAMINHO-BASE
           PERFORM 2280-MONTA-CAMINHO
           MOVE 'CUDMASK_REJEITADOS'    TO WS-VAR-NOME
           MOVE WS-CAMINHO-MONTADO      TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE WS-CHECKPOINT-BASE      TO WS-CAMINHO-BASE
           PERFORM 2280-MONTA-CAMINHO
           MOVE 'CUDMASK_CHECKPOINT'    TO WS-VAR-NOME
           MOVE WS-CAMINHO-MONTADO      TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDMASK_RESTART'       TO WS-VAR-NOME
           MOVE '0'                     TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDMASK_CATALOGO_ATIVO'
                                        TO WS-VAR-NOME
           MOVE '0'                     TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDMASK_VAULT_ATIVO'   TO WS-VAR-NOME
           MOVE '0'                     TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDMASK_FAIXA_BASE'    TO WS-VAR-NOME
           IF WS-FXT-RESERVADA(WS-PART-IDX) EQUAL 'S'
               MOVE WS-FXT-BASE(WS-PART-IDX)
                                        TO WS-VAR-VALOR
           ELSE
               MOVE SPACES              TO WS-VAR-VALOR
           END-IF
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDMASK_FAIXA_FIM'     TO WS-VAR-NOME
           IF WS-FXT-RESERVADA(WS-PART-IDX) EQUAL 'S'
               MOVE WS-FXT-FIM(WS-PART-IDX)
                                        TO WS-VAR-VALOR
           ELSE
               MOVE SPACES              TO WS-VAR-VALOR
           END-IF
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDMASK_DUPLICADOS'    TO WS-VAR-NOME
           IF SW-DUPLICIDADE-NA-NOITE
               MOVE WS-DUP-PARTES-CAMINHO
                                        TO WS-VAR-VALOR
           ELSE
               MOVE SPACES              TO WS-VAR-VALOR
           END-IF
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDMASK_DUPLICADOS_PARTICAO'
                                        TO WS-VAR-NOME
           MOVE WS-PART-IDX             TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL
           .
       2220-AMBIENTE-TRABALHADOR-EXIT.
           EXIT.

      *================================================================*
      *        A M B I E N T E   D A   F U S A O                       *
      *================================================================*

       2230-AMBIENTE-FUSAO.

           MOVE 'CUDMSKMG_PARCIAIS_BASE'
                                        TO WS-VAR-NOME
           MOVE WS-PARCIAIS-BASE        TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDMSKMG_CONTROLES_BASE'
                                        TO WS-VAR-NOME
           MOVE WS-CONTROLES-BASE       TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDMSKMG_PARTES'       TO WS-VAR-NOME
           MOVE WS-NOITE-PARTES         TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDMSKMG_CATALOGO'     TO WS-VAR-NOME
           MOVE WS-CG-CAMINHO           TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL
           .
       2230-AMBIENTE-FUSAO-EXIT.
           EXIT.

      *================================================================*
      *        A M B I E N T E   D A   V E R I F I C A C A O           *
      *================================================================*
      * The partition's own input, masked output and rejects; one
      * report per partition. The verdict goes on the ledger against
      * the generation the merge just registered and this
      * partition, so the release step can see every partition of
      * the night passed.
       2240-AMBIENTE-VERIFICACAO.

           PERFORM 2245-GERACAO-DA-NOITE

           MOVE 'CUDVERIF_GERACAO_SEQ'  TO WS-VAR-NOME
           IF SW-GERACAO-ACHADA
               MOVE WS-LGE-SEQ          TO WS-VAR-VALOR
           ELSE
               MOVE SPACES              TO WS-VAR-VALOR
           END-IF
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDVERIF_GERACAO_DATA' TO WS-VAR-NOME
           IF SW-GERACAO-ACHADA
               MOVE WS-LGE-DATA         TO WS-VAR-VALOR
           ELSE
               MOVE SPACES              TO WS-VAR-VALOR
           END-IF
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDVERIF_PARTICAO'     TO WS-VAR-NOME
           MOVE WS-PART-IDX             TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDVERIF_PARTES'       TO WS-VAR-NOME
           MOVE WS-NOITE-PARTES         TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE 'CUDVERIF_ENTRADA'      TO WS-VAR-NOME
           MOVE WS-FXT-CAMINHO(WS-PART-IDX)
                                        TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE WS-PARCIAIS-BASE        TO WS-CAMINHO-BASE
           PERFORM 2280-MONTA-CAMINHO
           MOVE 'CUDVERIF_MASCARADO'    TO WS-VAR-NOME
           MOVE WS-CAMINHO-MONTADO      TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE WS-REJEITADOS-BASE      TO WS-CAMINHO-BASE
           PERFORM 2280-MONTA-CAMINHO
           MOVE 'CUDVERIF_REJEITADOS'   TO WS-VAR-NOME
           MOVE WS-CAMINHO-MONTADO      TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL

           MOVE WS-VERIFICACAO-BASE     TO WS-CAMINHO-BASE
           PERFORM 2280-MONTA-CAMINHO
           MOVE 'CUDVERIF_RELATORIO'    TO WS-VAR-NOME
           MOVE WS-CAMINHO-MONTADO      TO WS-VAR-VALOR
           PERFORM 2290-DEFINE-VARIAVEL
           .
       2240-AMBIENTE-VERIFICACAO-EXIT.
           EXIT.

      *================================================================*
      *        G E R A C A O   D A   N O I T E                         *
      *================================================================*
      * The newest catalog entry, which the concluded merge step
      * appended last. An unreadable catalog leaves the generation
      * blank: the verdict is still recorded, it just cannot
      * release anything.
       2245-GERACAO-DA-NOITE.

           SET SW-GERACAO-NAO-ACHADA    TO TRUE

           OPEN INPUT CGTC1AR

           IF WS-STATUS-CG EQUAL CT-0 OR
             WS-STATUS-CG EQUAL CT-10
               SET SW-CAT-NAO-FIM       TO TRUE
               PERFORM 3160-LER-CATALOGO
                 UNTIL SW-CAT-SIM-FIM
               CLOSE CGTC1AR
           ELSE
               DISPLAY ' CATALOGO ILEGIVEL: ' WS-CG-CAMINHO
           END-IF
           .
       2245-GERACAO-DA-NOITE-EXIT.
           EXIT.

      *================================================================*
      *        M O N T A   C A M I N H O   D A   P A R T I C A O       *
      *================================================================*
      * Same stamping as CUDMSKSP's 1060: a base too long for the
      * suffix would truncate into a name shared by every partition,
      * so that is a configuration abort.
       2280-MONTA-CAMINHO.

           PERFORM VARYING WS-CAM-TAM
             FROM 100 BY -1
             UNTIL WS-CAM-TAM EQUAL ZEROS
             OR WS-CAMINHO-BASE(WS-CAM-TAM:1) NOT EQUAL SPACE
           END-PERFORM

           MOVE SPACES                  TO WS-CAMINHO-MONTADO
           MOVE WS-PART-IDX             TO WS-PART-SUFIXO

           IF WS-CAM-TAM EQUAL ZEROS
               MOVE 1                   TO WS-CAM-TAM
           END-IF

           STRING WS-CAMINHO-BASE(1:WS-CAM-TAM)
                                        DELIMITED BY SIZE
                  '.P'                  DELIMITED BY SIZE
                  WS-PART-SUFIXO        DELIMITED BY SIZE
               INTO WS-CAMINHO-MONTADO
               ON OVERFLOW
                   DISPLAY ' CAMINHO LONGO DEMAIS PARA PARTICAO '
                   DISPLAY ' BASE = ' WS-CAMINHO-BASE
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
           END-STRING
           .
       2280-MONTA-CAMINHO-EXIT.
           EXIT.

      *================================================================*
      *        D E F I N E   V A R I A V E L   D E   A M B I E N T E   *
      *================================================================*
      * The step program is started from here and inherits the
      * driver's environment, so this is how its parameters reach
      * it.
       2290-DEFINE-VARIAVEL.

           DISPLAY WS-VAR-NOME          UPON ENVIRONMENT-NAME
           DISPLAY WS-VAR-VALOR         UPON ENVIRONMENT-VALUE
           .
       2290-DEFINE-VARIAVEL-EXIT.
           EXIT.

      *================================================================*
      *        I N I C I A   O   P A S S O                             *
      *================================================================*
      * Marked started on disk before the program runs: if the
      * driver itself dies under the step, the rerun finds it 'X'
      * and runs it again.
       2300-INICIA-PASSO.

           ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOJE          FROM TIME

           MOVE 'X'                     TO
               WS-ETP-SITUACAO(WS-ETP-IDX)
           MOVE WS-DATA-HOJE            TO
               WS-ETP-INI-DATA(WS-ETP-IDX)
           MOVE WS-HORA-HOJE            TO
               WS-ETP-INI-HORA(WS-ETP-IDX)
           MOVE ZEROS                   TO
               WS-ETP-FIM-DATA(WS-ETP-IDX)
               WS-ETP-FIM-HORA(WS-ETP-IDX)
               WS-ETP-RC(WS-ETP-IDX)
           ADD 1                        TO
               WS-ETP-TENTATIVAS(WS-ETP-IDX)

           PERFORM 2900-GRAVA-ETAPAS

           DISPLAY ' PASSO ' WS-ETP-IDX ' '
                   WS-ETP-PROGRAMA(WS-ETP-IDX)
                   ' P' WS-ETP-PARTICAO(WS-ETP-IDX)
                   ' INICIADO ' WS-DATA-HOJE ' ' WS-HORA-HOJE(1:6)
           .
       2300-INICIA-PASSO-EXIT.
           EXIT.

      *================================================================*
      *        C H A M A   O   P R O G R A M A                         *
      *================================================================*

       2400-CHAMA-PROGRAMA.

           MOVE SPACES                  TO WS-COMANDO

           IF WS-BIB-TAM EQUAL ZEROS
               MOVE WS-ETP-PROGRAMA(WS-ETP-IDX)
                                        TO WS-COMANDO
           ELSE
               STRING WS-BIBLIOTECA(1:WS-BIB-TAM)
                                        DELIMITED BY SIZE
                      '/'               DELIMITED BY SIZE
                      WS-ETP-PROGRAMA(WS-ETP-IDX)
                                        DELIMITED BY SPACE
                   INTO WS-COMANDO
               END-STRING
           END-IF

           CALL 'SYSTEM' USING WS-COMANDO

           MOVE RETURN-CODE             TO WS-SYS-RETORNO
           MOVE ZEROS                   TO RETURN-CODE
           .
       2400-CHAMA-PROGRAMA-EXIT.
           EXIT.

      *================================================================*
      *        E N C E R R A   O   P A S S O                           *
      *================================================================*
      * A program that could not be started, was killed, or ended
      * with a code outside the suite's range is recorded as 99.
       2500-ENCERRA-PASSO.

           ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOJE          FROM TIME

           IF WS-SYS-RETORNO LESS ZEROS
               MOVE 99                  TO WS-ETP-RC(WS-ETP-IDX)
           ELSE
               DIVIDE WS-SYS-RETORNO BY 256
                   GIVING WS-SYS-SAIDA
                   REMAINDER WS-SYS-SINAL
               IF WS-SYS-SINAL NOT EQUAL ZEROS
                 OR WS-SYS-SAIDA GREATER 98
                   MOVE 99              TO WS-ETP-RC(WS-ETP-IDX)
               ELSE
                   MOVE WS-SYS-SAIDA    TO WS-ETP-RC(WS-ETP-IDX)
               END-IF
           END-IF

           MOVE WS-DATA-HOJE            TO
               WS-ETP-FIM-DATA(WS-ETP-IDX)
           MOVE WS-HORA-HOJE            TO
               WS-ETP-FIM-HORA(WS-ETP-IDX)

           IF WS-ETP-RC(WS-ETP-IDX) NOT GREATER WS-RC-LIMITE
               MOVE 'C'                 TO
                   WS-ETP-SITUACAO(WS-ETP-IDX)
           ELSE
               MOVE 'F'                 TO
                   WS-ETP-SITUACAO(WS-ETP-IDX)
               MOVE WS-ETP-IDX          TO WS-ETP-FALHA
               SET SW-NOITE-INTERROMPIDA
                                        TO TRUE
           END-IF

           PERFORM 2900-GRAVA-ETAPAS

           DISPLAY ' PASSO ' WS-ETP-IDX ' '
                   WS-ETP-PROGRAMA(WS-ETP-IDX)
                   ' P' WS-ETP-PARTICAO(WS-ETP-IDX)
                   ' TERMINOU ' WS-DATA-HOJE ' ' WS-HORA-HOJE(1:6)
                   ' RC = ' WS-ETP-RC(WS-ETP-IDX)
           .
       2500-ENCERRA-PASSO-EXIT.
           EXIT.

      *================================================================*
      *        G R A V A   O   A R Q U I V O   D E   E T A P A S       *
      *================================================================*
      * Rewritten whole at every change of state: the night line,
      * then one line per step.
       2900-GRAVA-ETAPAS.

           OPEN OUTPUT ETTC1AR

           IF WS-STATUS-ET EQUAL CT-0 OR
             WS-STATUS-ET EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA ABERTURA DAS ETAPAS '
               DISPLAY ' ERROR = ' WS-STATUS-ET
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF

           MOVE SPACES                  TO ETP-REGIS
           SET ETP-LINHA-NOITE          TO TRUE
           MOVE WS-NOITE-DATA-MOVTO     TO ETP-DATA-MOVTO
           MOVE WS-NOITE-PARTES         TO ETP-PARTES
           MOVE WS-E1-CAMINHO           TO ETP-ENTRADA
           MOVE WS-NOITE-ABERTURA-DATA  TO ETP-ABERTURA-DATA
           MOVE WS-NOITE-ABERTURA-HORA  TO ETP-ABERTURA-HORA
           PERFORM 2910-GRAVA-LINHA-ETAPA

           PERFORM VARYING WS-ETP-AUX
             FROM 1 BY 1
             UNTIL WS-ETP-AUX GREATER WS-ETP-QTDE
               MOVE SPACES              TO ETP-REGIS
               SET ETP-LINHA-PASSO      TO TRUE
               MOVE WS-ETP-AUX          TO ETP-SEQ
               MOVE WS-ETP-PROGRAMA(WS-ETP-AUX)
                                        TO ETP-PROGRAMA
               MOVE WS-ETP-PARTICAO(WS-ETP-AUX)
                                        TO ETP-PARTICAO
               MOVE WS-ETP-SITUACAO(WS-ETP-AUX)
                                        TO ETP-SITUACAO
               MOVE WS-ETP-INI-DATA(WS-ETP-AUX)
                                        TO ETP-INICIO-DATA
               MOVE WS-ETP-INI-HORA(WS-ETP-AUX)
                                        TO ETP-INICIO-HORA
               MOVE WS-ETP-FIM-DATA(WS-ETP-AUX)
                                        TO ETP-FIM-DATA
               MOVE WS-ETP-FIM-HORA(WS-ETP-AUX)
                                        TO ETP-FIM-HORA
               MOVE WS-ETP-RC(WS-ETP-AUX)
                                        TO ETP-RC
               MOVE WS-ETP-TENTATIVAS(WS-ETP-AUX)
                                        TO ETP-TENTATIVAS
               PERFORM 2910-GRAVA-LINHA-ETAPA
           END-PERFORM

           CLOSE ETTC1AR
           .
       2900-GRAVA-ETAPAS-EXIT.
           EXIT.

      *================================================================*
      *        G R A V A   U M A   L I N H A   D E   E T A P A S       *
      *================================================================*

       2910-GRAVA-LINHA-ETAPA.

           WRITE REG-ETP FROM ETP-REGIS
           END-WRITE

           IF WS-STATUS-ET EQUAL CT-0 OR
             WS-STATUS-ET EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA GRAVACAO DAS ETAPAS '
               DISPLAY ' ERROR = ' WS-STATUS-ET
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF
           .
       2910-GRAVA-LINHA-ETAPA-EXIT.
           EXIT.

      *================================================================*
      *               P A R A G R A F O    F I N A L I Z A             *
      *================================================================*
      * Reached on normal completion and from every abort. The
      * summary goes out either way, so the morning shift always
      * finds one.
       3000-FINALIZA.

           IF SW-EM-FINALIZACAO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF

           SET SW-EM-FINALIZACAO        TO TRUE

           IF WS-CODIGO-RETORNO EQUAL ZEROS
               IF SW-NOITE-INTERROMPIDA
                   IF WS-ETP-RC(WS-ETP-FALHA) GREATER 16
                       MOVE 12          TO WS-CODIGO-RETORNO
                   ELSE
                       MOVE WS-ETP-RC(WS-ETP-FALHA)
                                        TO WS-CODIGO-RETORNO
                   END-IF
               ELSE
                   PERFORM VARYING WS-ETP-AUX
                     FROM 1 BY 1
                     UNTIL WS-ETP-AUX GREATER WS-ETP-QTDE
                       IF WS-ETP-RC(WS-ETP-AUX) GREATER
                         WS-CODIGO-RETORNO
                           MOVE WS-ETP-RC(WS-ETP-AUX)
                                        TO WS-CODIGO-RETORNO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           PERFORM 3100-RESUMO-NOITE

           DISPLAY ' CODIGO DE RETORNO    = ' WS-CODIGO-RETORNO

           MOVE WS-CODIGO-RETORNO       TO RETURN-CODE

           STOP RUN
           .
       3000-FINALIZA-EXIT.
           EXIT.

      *================================================================*
      *        R E S U M O   D A   N O I T E                           *
      *================================================================*
      * One line per step, the generation the merge registered, and
      * the verdict - on the job log and in the summary report. A
      * report that cannot be written is noted; the job log copy
      * still stands.
       3100-RESUMO-NOITE.

           ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOJE          FROM TIME

           OPEN OUTPUT RLTC1AR

           IF WS-STATUS-RL EQUAL CT-0 OR
             WS-STATUS-RL EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA ABERTURA DO RESUMO '
               DISPLAY ' ERROR = ' WS-STATUS-RL
           END-IF

           MOVE WS-DATA-HOJE            TO WS-LTI-DATA
           MOVE WS-HORA-HOJE(1:6)       TO WS-LTI-HORA
           MOVE WS-LINHA-TITULO         TO WS-LINHA-TEXTO
           PERFORM 3110-GRAVA-LINHA-RESUMO

           MOVE WS-NOITE-DATA-MOVTO     TO WS-LNO-DATA-MOVTO
           MOVE WS-NOITE-PARTES         TO WS-LNO-PARTES
           MOVE WS-NOITE-ABERTURA-DATA  TO WS-LNO-ABERTURA-DATA
           MOVE WS-NOITE-ABERTURA-HORA(1:6)
                                        TO WS-LNO-ABERTURA-HORA
           MOVE WS-LINHA-NOITE          TO WS-LINHA-TEXTO
           PERFORM 3110-GRAVA-LINHA-RESUMO

           MOVE SPACES                  TO WS-LINHA-TEXTO
           STRING 'ENTRADA '            DELIMITED BY SIZE
                  WS-E1-CAMINHO         DELIMITED BY SPACE
               INTO WS-LINHA-TEXTO
           END-STRING
           PERFORM 3110-GRAVA-LINHA-RESUMO

           PERFORM VARYING WS-ETP-AUX
             FROM 1 BY 1
             UNTIL WS-ETP-AUX GREATER WS-ETP-QTDE
               PERFORM 3120-LINHA-PASSO
           END-PERFORM

           PERFORM 3150-LOCALIZA-GERACAO

           MOVE SPACES                  TO WS-LINHA-TEXTO
           IF WS-CODIGO-RETORNO GREATER WS-RC-LIMITE
               IF SW-NOITE-INTERROMPIDA
                   STRING 'NOITE INTERROMPIDA NO PASSO '
                                        DELIMITED BY SIZE
                          WS-ETP-FALHA  DELIMITED BY SIZE
                          ' '           DELIMITED BY SIZE
                          WS-ETP-PROGRAMA(WS-ETP-FALHA)
                                        DELIMITED BY SPACE
                          ' - CORRIJA E REEXECUTE O CUDNOITE'
                                        DELIMITED BY SIZE
                       INTO WS-LINHA-TEXTO
                   END-STRING
               ELSE
                   MOVE 'NOITE INTERROMPIDA POR ERRO DO CUDNOITE'
                                        TO WS-LINHA-TEXTO
               END-IF
           ELSE
               MOVE 'NOITE CONCLUIDA - TODOS OS PASSOS OK'
                                        TO WS-LINHA-TEXTO
           END-IF
           PERFORM 3110-GRAVA-LINHA-RESUMO

           CLOSE RLTC1AR
           .
       3100-RESUMO-NOITE-EXIT.
           EXIT.

      *================================================================*
      *        G R A V A   L I N H A   D O   R E S U M O               *
      *================================================================*
      * Inside 3000-FINALIZA: an error is reported and the summary
      * carries on, never back through 3000.
       3110-GRAVA-LINHA-RESUMO.

           DISPLAY WS-LINHA-TEXTO

           IF WS-STATUS-RL EQUAL CT-0 OR
             WS-STATUS-RL EQUAL CT-10
               WRITE REG-REL FROM WS-LINHA-TEXTO
               END-WRITE

               IF WS-STATUS-RL EQUAL CT-0 OR
                 WS-STATUS-RL EQUAL CT-10
                   CONTINUE
               ELSE
                   DISPLAY ' ERRO NA GRAVACAO DO RESUMO '
                   DISPLAY ' ERROR = ' WS-STATUS-RL
               END-IF
           END-IF
           .
       3110-GRAVA-LINHA-RESUMO-EXIT.
           EXIT.

      *================================================================*
      *        L I N H A   D E   U M   P A S S O                       *
      *================================================================*

       3120-LINHA-PASSO.

           MOVE WS-ETP-AUX              TO WS-LPA-SEQ
           MOVE WS-ETP-PROGRAMA(WS-ETP-AUX)
                                        TO WS-LPA-PROGRAMA
           MOVE WS-ETP-PARTICAO(WS-ETP-AUX)
                                        TO WS-LPA-PARTICAO
           MOVE WS-ETP-INI-DATA(WS-ETP-AUX)
                                        TO WS-LPA-INI-DATA
           MOVE WS-ETP-INI-HORA(WS-ETP-AUX)(1:6)
                                        TO WS-LPA-INI-HORA
           MOVE WS-ETP-FIM-DATA(WS-ETP-AUX)
                                        TO WS-LPA-FIM-DATA
           MOVE WS-ETP-FIM-HORA(WS-ETP-AUX)(1:6)
                                        TO WS-LPA-FIM-HORA
           MOVE WS-ETP-RC(WS-ETP-AUX)   TO WS-LPA-RC
           MOVE WS-ETP-TENTATIVAS(WS-ETP-AUX)
                                        TO WS-LPA-TENTATIVAS

           EVALUATE WS-ETP-SITUACAO(WS-ETP-AUX)
               WHEN 'C'
                   MOVE 'CONCLUIDO'     TO WS-LPA-SITUACAO
               WHEN 'F'
                   MOVE 'FALHOU'        TO WS-LPA-SITUACAO
               WHEN 'X'
                   MOVE 'INTERROMPIDO'  TO WS-LPA-SITUACAO
               WHEN OTHER
                   MOVE 'PENDENTE'      TO WS-LPA-SITUACAO
           END-EVALUATE

           MOVE WS-LINHA-PASSO          TO WS-LINHA-TEXTO
           PERFORM 3110-GRAVA-LINHA-RESUMO
           .
       3120-LINHA-PASSO-EXIT.
           EXIT.

      *================================================================*
      *        L O C A L I Z A   A   G E R A C A O   D A   N O I T E   *
      *================================================================*
      * Once the merge has concluded, the newest catalog entry is
      * the generation this night registered - CUDMSKMG appends it
      * last.
       3150-LOCALIZA-GERACAO.

           SET SW-GERACAO-NAO-ACHADA    TO TRUE

           PERFORM VARYING WS-ETP-AUX
             FROM 1 BY 1
             UNTIL WS-ETP-AUX GREATER WS-ETP-QTDE
               IF WS-ETP-PROGRAMA(WS-ETP-AUX) EQUAL 'CUDMSKMG'
                 AND WS-ETP-SITUACAO(WS-ETP-AUX) EQUAL 'C'
                   SET SW-GERACAO-ACHADA
                                        TO TRUE
               END-IF
           END-PERFORM

           IF SW-GERACAO-ACHADA
               SET SW-GERACAO-NAO-ACHADA
                                        TO TRUE
               OPEN INPUT CGTC1AR

               IF WS-STATUS-CG EQUAL CT-0 OR
                 WS-STATUS-CG EQUAL CT-10
                   SET SW-CAT-NAO-FIM   TO TRUE
                   PERFORM 3160-LER-CATALOGO
                     UNTIL SW-CAT-SIM-FIM
                   CLOSE CGTC1AR
               ELSE
                   DISPLAY ' CATALOGO ILEGIVEL: ' WS-CG-CAMINHO
               END-IF

               IF SW-GERACAO-ACHADA
                   MOVE WS-LINHA-GERACAO
                                        TO WS-LINHA-TEXTO
                   PERFORM 3110-GRAVA-LINHA-RESUMO
               END-IF
           END-IF
           .
       3150-LOCALIZA-GERACAO-EXIT.
           EXIT.

      *================================================================*
      *        L E   U M A   L I N H A   D O   C A T A L O G O         *
      *================================================================*

       3160-LER-CATALOGO.

           READ CGTC1AR                 INTO CAT-REGIS
               AT END
                   SET SW-CAT-SIM-FIM   TO TRUE
           END-READ

           IF WS-STATUS-CG EQUAL CT-0 OR
             WS-STATUS-CG EQUAL CT-10
               IF SW-CAT-NAO-FIM
                 AND CAT-SEQ IS NUMERIC
                 AND CAT-DATA IS NUMERIC
                   SET SW-GERACAO-ACHADA
                                        TO TRUE
                   MOVE CAT-SEQ         TO WS-LGE-SEQ
                   MOVE CAT-DATA        TO WS-LGE-DATA
                   MOVE CAT-LIDOS       TO WS-LGE-LIDOS
                   MOVE CAT-GRAVADOS    TO WS-LGE-GRAVADOS
                   MOVE CAT-REJEITADOS  TO WS-LGE-REJEITADOS
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DO CATALOGO '
               DISPLAY ' ERROR = ' WS-STATUS-CG
               SET SW-CAT-SIM-FIM       TO TRUE
           END-IF
           .
       3160-LER-CATALOGO-EXIT.
           EXIT.
