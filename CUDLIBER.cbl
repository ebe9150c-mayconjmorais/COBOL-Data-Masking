      ******************************************************************
      * Release step of the CUDMASK suite.
      *
      * Releases one run's masked output to the consumers named in
      * the consumer-profile file (REGPRF) and records each delivered
      * file in the release manifest (REGMAN): consumer, generation,
      * business date, detail record count, content checksum and
      * release time. The manifest is what proves, months later,
      * what went to whom - and what CUDRECIB reconciles the
      * consumers' acknowledgements against.
      *
      * Which file each consumer gets follows how the run was made:
      *
      *   profile run     CUDMASK registered one generation per
      *                   profile, in profile-file order, on
      *                   consecutive sequences; consumer k gets its
      *                   own PRF-CAMINHO stamped with generation
      *                   first + k - 1;
      *   single output   with CUDLIBER_SAIDA set (a plain run, or
      *                   the CUDMSKMG merge of a partitioned
      *                   night), every consumer gets that one base
      *                   stamped with the one generation.
      *
      * CUDLIBER_GERACAO names the (first) generation; by default it
      * is taken from the newest catalog entries.
      *
      * Nothing goes out that CUDVERIF did not pass. A generation is
      * released only when the verdict ledger (REGVRD) holds a pass
      * for it - for the whole file, or for every partition of the
      * night it came from - and no failure as the latest word on
      * any part of it. A generation still in flight or already
      * purged in the catalog is refused too. A consumer that
      * already has the generation on the manifest is skipped, so a
      * rerun never double-records a delivery.
      *
      * Condition code: 0 everything released (or already was), 8
      * at least one consumer refused, 12 configuration or I/O
      * error (a released file that cannot be read included).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                      CUDLIBER.
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

           SELECT PFTC1AR ASSIGN DYNAMIC WS-PF-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-PF.

           SELECT CGTC1AR ASSIGN DYNAMIC WS-CG-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-CG.

           SELECT VDTC1AR ASSIGN DYNAMIC WS-VD-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-VD.

           SELECT MNTC1AR ASSIGN DYNAMIC WS-MN-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-MN.

      * The masked file being released, read once end to end for
      * its count and checksum.
           SELECT S1TC1AR ASSIGN DYNAMIC WS-S1-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-S1.

      *================================================================*
      *                D A T A    D I V I S I O N                      *
      *================================================================*

       DATA DIVISION.

       FILE SECTION.
       FD PFTC1AR.
       01 REG-PRF PIC X(110).

       FD CGTC1AR.
       01 REG-CGT PIC X(047).

       FD VDTC1AR.
       01 REG-VRD PIC X(154).

       FD MNTC1AR.
       01 REG-MAN PIC X(164).

       FD S1TC1AR.
       01 REG-SAI PIC X(132).

       WORKING-STORAGE SECTION.
      *================================================================*
      *                   A R E A   DE   C O P Y                       *
      *================================================================*
      * Consumer profiles, run catalog, verdict ledger, manifest.
           COPY 'REGPRF'                IN copy-lib.

           COPY 'REGCAT'                IN copy-lib.

           COPY 'REGVRD'                IN copy-lib.

           COPY 'REGMAN'                IN copy-lib.

      * Header line of the released file, for its business date.
           COPY 'REGHT'                 IN copy-lib.
      *================================================================*
      *      W O R K I N G - S T O R A G E   S E C T I O N             *
      *================================================================*

       01 WS-ARQUIVOS-STATUS.
         05 WS-STATUS-PF                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-CG                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-VD                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-MN                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-S1                PIC 9(002) VALUE ZEROS.

      *================================================================*
      *        C A M I N H O   D O S   A R Q U I V O S                 *
      *================================================================*
       01 WS-CAMINHOS-ARQUIVOS.
         05 WS-PF-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-CG-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-VD-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-MN-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-S1-CAMINHO               PIC X(100) VALUE SPACES.
      * Single-output base; blank for a profile run.
         05 WS-S1-BASE                  PIC X(100) VALUE SPACES.

       01 WS-CAMINHOS-PADRAO.
         05 WS-PF-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_PRF.TXT'.
         05 WS-CG-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_CAT.TXT'.
         05 WS-VD-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_VRD.TXT'.
         05 WS-MN-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_MAN.TXT'.

       01 WS-AREA-PARAMETROS.
         05 WS-ENV-VALOR                PIC X(100) VALUE SPACES.
         05 WS-GER-PRIMEIRA             PIC 9(005) VALUE ZEROES.
         05 WS-GER-ULTIMA               PIC 9(005) VALUE ZEROES.

      *================================================================*
      *        P E R F I S   D E   C O N S U M O                       *
      *================================================================*
      * Same cap as CUDMASK's profile table.
       01 WS-AREA-PERFIS.
         05 WS-PRF-QTDE                 PIC 9(002) VALUE ZEROES.
         05 WS-PRF-MAXIMO               PIC 9(002) VALUE 4.
         05 WS-PRF-IDX                  PIC 9(002) VALUE ZEROES.

       01 WS-TABELA-PERFIS.
         05 WS-PRF-ENTRADA              OCCURS 4.
           10 WS-PRF-CONSUMIDOR         PIC X(008).
           10 WS-PRF-BASE               PIC X(100).

      *================================================================*
      *        G E R A C A O   E M   L I B E R A C A O                 *
      *================================================================*
      * The generation being released to the current consumer, as
      * the catalog has it, and why it was refused (blank = go).
       01 WS-AREA-GERACAO.
         05 WS-GER-SEQ                  PIC 9(005) VALUE ZEROES.
         05 WS-GER-DATA                 PIC 9(008) VALUE ZEROES.
         05 WS-GER-EXPURGO              PIC X(001) VALUE SPACE.
         05 WS-GER-SITUACAO             PIC X(001) VALUE SPACE.
         05 WS-MOTIVO                   PIC X(030) VALUE SPACES.
         05 WS-CAM-TAM                  PIC 9(003) VALUE ZEROES.
         05 WS-CAMINHO-BASE             PIC X(100) VALUE SPACES.

      * Latest ledger verdict per partition of the generation;
      * entry 1 is the whole-file check (partition 00).
       01 WS-AREA-VEREDITOS.
         05 WS-VRT-PARTES               PIC 9(002) VALUE ZEROES.
         05 WS-VRT-IDX                  PIC 9(002) VALUE ZEROES.
         05 WS-VRT-APROVADAS            PIC 9(002) VALUE ZEROES.
         05 WS-VRT-REPROVADAS           PIC 9(002) VALUE ZEROES.
         05 WS-VRT-VEREDITO             PIC X(001) OCCURS 9.

      *================================================================*
      *        C O N T A G E M   E   C H E C K S U M                   *
      *================================================================*
      * Adler-32 over the file as it lies on disk (see REGMAN). A
      * byte's value is read through a binary halfword whose high
      * byte is kept at LOW-VALUE.
       01 WS-AREA-CHECKSUM.
         05 WS-CKS-A                    PIC 9(005) VALUE ZEROES.
         05 WS-CKS-B                    PIC 9(005) VALUE ZEROES.
         05 WS-CKS-TOTAL                PIC 9(010) VALUE ZEROES.
         05 WS-CKS-MODULO               PIC 9(005) VALUE 65521.
         05 WS-LIN-TAM                  PIC 9(003) VALUE ZEROES.
         05 WS-LIN-IDX                  PIC 9(003) VALUE ZEROES.
         05 WS-BYTE-VALOR               PIC 9(003) VALUE ZEROES.
         05 WS-DETALHES                 PIC 9(009) VALUE ZEROES.
         05 WS-DATA-MOVTO               PIC 9(008) VALUE ZEROES.

       01 WS-ORD-AREA.
         05 WS-ORD-BINARIO              PIC 9(004) COMP VALUE ZEROES.
       01 WS-ORD-AREA-R REDEFINES WS-ORD-AREA.
         05 WS-ORD-ALTO                 PIC X(001).
         05 WS-ORD-BAIXO                PIC X(001).

       01 WS-LINHA-ENTREGA              PIC X(132) VALUE SPACES.

      *================================================================*
      *        T O T A I S   D E   C O N T R O L E                     *
      *================================================================*
       01 WS-TOTAIS-CONTROLE.
         05 WS-TOT-LIBERADOS            PIC 9(009) VALUE ZEROES.
         05 WS-TOT-RECUSADOS            PIC 9(009) VALUE ZEROES.
         05 WS-TOT-JA-LIBERADOS         PIC 9(009) VALUE ZEROES.

       01 WS-DATA-HOJE                  PIC 9(008) VALUE ZEROES.
       01 WS-HORA-HOJE                  PIC 9(008) VALUE ZEROES.

       01 WS-CODIGO-RETORNO              PIC 9(002) VALUE ZEROS.

      ******************************************************************
       01 CT-CONSTANTES.
         05 CT-0                       PIC 9(002) VALUE ZEROS.
         05 CT-10                      PIC 9(002) VALUE 10.
         05 CT-35                      PIC 9(002) VALUE 35.

      ******************************************************************

       01 SW-SWITCHES.

         05 SW-PERFIL                   PIC X(03) VALUE 'N'.
            88 SW-PRF-SIM-FIM VALUE 'Y'.
            88 SW-PRF-NAO-FIM VALUE 'N'.

         05 SW-CATALOGO                 PIC X(03) VALUE 'N'.
            88 SW-CAT-SIM-FIM VALUE 'Y'.
            88 SW-CAT-NAO-FIM VALUE 'N'.

         05 SW-VEREDITOS                PIC X(03) VALUE 'N'.
            88 SW-VRD-SIM-FIM VALUE 'Y'.
            88 SW-VRD-NAO-FIM VALUE 'N'.

         05 SW-MANIFESTO                PIC X(03) VALUE 'N'.
            88 SW-MAN-SIM-FIM VALUE 'Y'.
            88 SW-MAN-NAO-FIM VALUE 'N'.

         05 SW-ENTREGA                  PIC X(03) VALUE 'N'.
            88 SW-ENT-SIM-FIM VALUE 'Y'.
            88 SW-ENT-NAO-FIM VALUE 'N'.

         05 SW-GERACAO                  PIC X(03) VALUE 'N'.
            88 SW-GERACAO-ACHADA VALUE 'Y'.
            88 SW-GERACAO-NAO-ACHADA VALUE 'N'.

         05 SW-JA-LIBERADA              PIC X(03) VALUE 'N'.
            88 SW-SIM-JA-LIBERADA VALUE 'Y'.
            88 SW-NAO-JA-LIBERADA VALUE 'N'.

         05 SW-MODO-SAIDA               PIC X(03) VALUE 'P'.
            88 SW-SAIDA-POR-PERFIL VALUE 'P'.
            88 SW-SAIDA-UNICA VALUE 'U'.

      *================================================================*
      *        P R O C E D U R E     D I V I S I O N                   *
      *================================================================*

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIALIZA.

           PERFORM VARYING WS-PRF-IDX
             FROM 1 BY 1
             UNTIL WS-PRF-IDX GREATER WS-PRF-QTDE
               PERFORM 2000-LIBERA-CONSUMIDOR
           END-PERFORM

           PERFORM 3000-FINALIZA.

       0000-PRINCIPAL-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   I N I C I A L I Z A                 *
      *================================================================*

       1000-INICIALIZA.

           PERFORM 1050-LER-PARAMETROS.

           PERFORM 1100-CARREGA-PERFIS.

           IF WS-GER-PRIMEIRA EQUAL ZEROS
               PERFORM 1200-RESOLVE-GERACAO
           END-IF

           DISPLAY ' LIBERACAO A PARTIR DA GERACAO ' WS-GER-PRIMEIRA
           .
       1000-INICIALIZA-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   L E   P A R A M E T R O S           *
      *================================================================*
      * CUDLIBER_PERFIS names the consumer-profile file,
      * CUDLIBER_CATALOGO the run catalog, CUDLIBER_VEREDITOS the
      * CUDVERIF verdict ledger and CUDLIBER_MANIFESTO the release
      * manifest. CUDLIBER_SAIDA, when set, is the single output
      * base every consumer receives; CUDLIBER_GERACAO the (first)
      * generation sequence to release.
       1050-LER-PARAMETROS.

           DISPLAY 'CUDLIBER_PERFIS'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-PF-CAMINHO-DEFAULT
                                        TO WS-PF-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-PF-CAMINHO
           END-IF

           DISPLAY 'CUDLIBER_CATALOGO'  UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-CG-CAMINHO-DEFAULT
                                        TO WS-CG-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-CG-CAMINHO
           END-IF

           DISPLAY 'CUDLIBER_VEREDITOS' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-VD-CAMINHO-DEFAULT
                                        TO WS-VD-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-VD-CAMINHO
           END-IF

           DISPLAY 'CUDLIBER_MANIFESTO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-MN-CAMINHO-DEFAULT
                                        TO WS-MN-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-MN-CAMINHO
           END-IF

           DISPLAY 'CUDLIBER_SAIDA'     UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               SET SW-SAIDA-POR-PERFIL  TO TRUE
           ELSE
               SET SW-SAIDA-UNICA       TO TRUE
               MOVE WS-ENV-VALOR        TO WS-S1-BASE
           END-IF

           DISPLAY 'CUDLIBER_GERACAO'   UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR(1:5) IS NUMERIC
               MOVE WS-ENV-VALOR(1:5)   TO WS-GER-PRIMEIRA
           END-IF
           .
       1050-LER-PARAMETROS-EXIT.
           EXIT.

      *================================================================*
      *        C A R R E G A   P E R F I S                             *
      *================================================================*
      * A release with no consumer to release to is a configuration
      * error.
       1100-CARREGA-PERFIS.

           OPEN INPUT PFTC1AR

           IF WS-STATUS-PF EQUAL CT-0 OR
             WS-STATUS-PF EQUAL CT-10
               SET SW-PRF-NAO-FIM       TO TRUE
               PERFORM 1110-LER-PERFIL
                 UNTIL SW-PRF-SIM-FIM
               CLOSE PFTC1AR
           ELSE
               DISPLAY ' ERRO NA ABERTURA DOS PERFIS '
               DISPLAY ' ARQUIVO = ' WS-PF-CAMINHO
               DISPLAY ' ERROR = ' WS-STATUS-PF
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF

           IF WS-PRF-QTDE EQUAL ZEROS
               DISPLAY ' ARQUIVO DE PERFIS VAZIO '
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF

           DISPLAY ' CONSUMIDORES         = ' WS-PRF-QTDE
           .
       1100-CARREGA-PERFIS-EXIT.
           EXIT.

      *================================================================*
      *        L E   U M   P E R F I L                                 *
      *================================================================*
      * Same acceptance rules as CUDMASK's 1057, so consumer k here
      * is the consumer k the run registered a generation for.
       1110-LER-PERFIL.

           READ PFTC1AR                 INTO PRF-REGIS
               AT END
                   SET SW-PRF-SIM-FIM   TO TRUE
           END-READ

           IF WS-STATUS-PF EQUAL CT-0 OR
             WS-STATUS-PF EQUAL CT-10
               IF SW-PRF-NAO-FIM
                   IF PRF-CONSUMIDOR EQUAL SPACES
                     OR PRF-CAMINHO EQUAL SPACES
                     OR PRF-MASCARA NOT NUMERIC
                     OR PRF-XREF NOT NUMERIC
                       DISPLAY ' PERFIL MALFORMADO: ' PRF-CONSUMIDOR
                       MOVE 12          TO WS-CODIGO-RETORNO
                       PERFORM 3000-FINALIZA
                   END-IF
                   IF WS-PRF-QTDE EQUAL WS-PRF-MAXIMO
                       DISPLAY ' PERFIS DEMAIS, MAXIMO = '
                               WS-PRF-MAXIMO
                       MOVE 12          TO WS-CODIGO-RETORNO
                       PERFORM 3000-FINALIZA
                   END-IF
                   ADD 1                TO WS-PRF-QTDE
                   MOVE PRF-CONSUMIDOR  TO
                       WS-PRF-CONSUMIDOR(WS-PRF-QTDE)
                   MOVE PRF-CAMINHO     TO
                       WS-PRF-BASE(WS-PRF-QTDE)
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DOS PERFIS '
               DISPLAY ' ERROR = ' WS-STATUS-PF
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF
           .
       1110-LER-PERFIL-EXIT.
           EXIT.

      *================================================================*
      *        R E S O L V E   G E R A C A O                           *
      *================================================================*
      * The newest catalog entry is the run's last generation: the
      * single one of a plain run or merge, the last profile's of a
      * profile run - whose first is then as many sequences back as
      * there are profiles.
       1200-RESOLVE-GERACAO.

           SET SW-GERACAO-NAO-ACHADA    TO TRUE

           OPEN INPUT CGTC1AR

           IF WS-STATUS-CG EQUAL CT-0 OR
             WS-STATUS-CG EQUAL CT-10
               SET SW-CAT-NAO-FIM       TO TRUE
               PERFORM 1210-LER-ULTIMA-GERACAO
                 UNTIL SW-CAT-SIM-FIM
               CLOSE CGTC1AR
           ELSE
               DISPLAY ' ERRO NA ABERTURA DO CATALOGO '
               DISPLAY ' ARQUIVO = ' WS-CG-CAMINHO
               DISPLAY ' ERROR = ' WS-STATUS-CG
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF

           IF SW-GERACAO-NAO-ACHADA
               DISPLAY ' CATALOGO DE GERACOES VAZIO '
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF

           IF SW-SAIDA-UNICA
               MOVE WS-GER-ULTIMA       TO WS-GER-PRIMEIRA
           ELSE
               IF WS-GER-ULTIMA LESS WS-PRF-QTDE
                   DISPLAY ' CATALOGO NAO TEM UMA GERACAO POR '
                           'PERFIL '
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
               END-IF
               COMPUTE WS-GER-PRIMEIRA =
                   WS-GER-ULTIMA - WS-PRF-QTDE + 1
           END-IF
           .
       1200-RESOLVE-GERACAO-EXIT.
           EXIT.

      *================================================================*
      *        L E   U L T I M A   G E R A C A O                       *
      *================================================================*

       1210-LER-ULTIMA-GERACAO.

           READ CGTC1AR                 INTO CAT-REGIS
               AT END
                   SET SW-CAT-SIM-FIM   TO TRUE
           END-READ

           IF WS-STATUS-CG EQUAL CT-0 OR
             WS-STATUS-CG EQUAL CT-10
               IF SW-CAT-NAO-FIM
                 AND CAT-SEQ IS NUMERIC
                   SET SW-GERACAO-ACHADA
                                        TO TRUE
                   MOVE CAT-SEQ         TO WS-GER-ULTIMA
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DO CATALOGO '
               DISPLAY ' ERROR = ' WS-STATUS-CG
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF
           .
       1210-LER-ULTIMA-GERACAO-EXIT.
           EXIT.

      *================================================================*
      *        L I B E R A   U M   C O N S U M I D O R                 *
      *================================================================*
      * Each check runs only while nothing has refused the delivery
      * yet; the first refusal names the reason.
       2000-LIBERA-CONSUMIDOR.

           MOVE SPACES                  TO WS-MOTIVO
           SET SW-NAO-JA-LIBERADA       TO TRUE

           IF SW-SAIDA-UNICA
               MOVE WS-GER-PRIMEIRA     TO WS-GER-SEQ
           ELSE
               COMPUTE WS-GER-SEQ =
                   WS-GER-PRIMEIRA + WS-PRF-IDX - 1
           END-IF

           PERFORM 2100-LOCALIZA-GERACAO

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 2200-CONFERE-VEREDITOS
           END-IF

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 2300-CONFERE-MANIFESTO
           END-IF

           IF WS-MOTIVO EQUAL SPACES
             AND SW-NAO-JA-LIBERADA
               PERFORM 2400-LE-ENTREGA
           END-IF

           IF WS-MOTIVO EQUAL SPACES
             AND SW-NAO-JA-LIBERADA
               PERFORM 2500-GRAVA-MANIFESTO
           END-IF

           IF WS-MOTIVO NOT EQUAL SPACES
               ADD 1                    TO WS-TOT-RECUSADOS
               IF WS-CODIGO-RETORNO LESS 8
                   MOVE 8               TO WS-CODIGO-RETORNO
               END-IF
               DISPLAY ' RECUSADO    ' WS-PRF-CONSUMIDOR(WS-PRF-IDX)
                       ' GERACAO ' WS-GER-SEQ ' - ' WS-MOTIVO
           ELSE
               IF SW-SIM-JA-LIBERADA
                   ADD 1                TO WS-TOT-JA-LIBERADOS
                   DISPLAY ' JA LIBERADO '
                           WS-PRF-CONSUMIDOR(WS-PRF-IDX)
                           ' GERACAO ' WS-GER-SEQ ' ' WS-GER-DATA
               END-IF
           END-IF
           .
       2000-LIBERA-CONSUMIDOR-EXIT.
           EXIT.

      *================================================================*
      *        L O C A L I Z A   G E R A C A O   N O   C A T A L O G O *
      *================================================================*
      * A run whose catalog line has no situation byte yet never
      * finished; a purged generation has no files left to send.
       2100-LOCALIZA-GERACAO.

           SET SW-GERACAO-NAO-ACHADA    TO TRUE

           OPEN INPUT CGTC1AR

           IF WS-STATUS-CG EQUAL CT-0 OR
             WS-STATUS-CG EQUAL CT-10
               SET SW-CAT-NAO-FIM       TO TRUE
               PERFORM 2110-LER-CATALOGO
                 UNTIL SW-CAT-SIM-FIM
               CLOSE CGTC1AR
           ELSE
               DISPLAY ' ERRO NA ABERTURA DO CATALOGO '
               DISPLAY ' ERROR = ' WS-STATUS-CG
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF

           IF SW-GERACAO-NAO-ACHADA
               MOVE 'GERACAO FORA DO CATALOGO'
                                        TO WS-MOTIVO
           ELSE
               IF WS-GER-EXPURGO EQUAL 'S'
                   MOVE 'GERACAO JA EXPURGADA'
                                        TO WS-MOTIVO
               ELSE
                   IF WS-GER-SITUACAO EQUAL SPACE
                       MOVE 'EXECUCAO NAO TERMINOU'
                                        TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF
           .
       2100-LOCALIZA-GERACAO-EXIT.
           EXIT.

      *================================================================*
      *        L E   C A T A L O G O                                   *
      *================================================================*

       2110-LER-CATALOGO.

           READ CGTC1AR                 INTO CAT-REGIS
               AT END
                   SET SW-CAT-SIM-FIM   TO TRUE
           END-READ

           IF WS-STATUS-CG EQUAL CT-0 OR
             WS-STATUS-CG EQUAL CT-10
               IF SW-CAT-NAO-FIM
                 AND CAT-SEQ IS NUMERIC
                   IF CAT-SEQ EQUAL WS-GER-SEQ
                       SET SW-GERACAO-ACHADA
                                        TO TRUE
                       MOVE CAT-DATA    TO WS-GER-DATA
                       MOVE CAT-EXPURGO TO WS-GER-EXPURGO
                       MOVE CAT-SITUACAO
                                        TO WS-GER-SITUACAO
                   END-IF
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DO CATALOGO '
               DISPLAY ' ERROR = ' WS-STATUS-CG
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF
           .
       2110-LER-CATALOGO-EXIT.
           EXIT.

      *================================================================*
      *        C O N F E R E   V E R E D I T O S                       *
      *================================================================*
      * Only the latest ledger line per partition counts. Passed
      * means: no latest line failed, and either the whole file
      * passed or every partition of the night did.
       2200-CONFERE-VEREDITOS.

           MOVE ZEROS                   TO WS-VRT-PARTES
                                           WS-VRT-APROVADAS
                                           WS-VRT-REPROVADAS
           PERFORM VARYING WS-VRT-IDX
             FROM 1 BY 1
             UNTIL WS-VRT-IDX GREATER 9
               MOVE SPACE               TO WS-VRT-VEREDITO(WS-VRT-IDX)
           END-PERFORM

           OPEN INPUT VDTC1AR

           IF WS-STATUS-VD EQUAL CT-0 OR
             WS-STATUS-VD EQUAL CT-10
               SET SW-VRD-NAO-FIM       TO TRUE
               PERFORM 2210-LER-VEREDITO
                 UNTIL SW-VRD-SIM-FIM
               CLOSE VDTC1AR
           ELSE
               IF WS-STATUS-VD NOT EQUAL CT-35
                   DISPLAY ' ERRO NA ABERTURA DOS VEREDITOS '
                   DISPLAY ' ERROR = ' WS-STATUS-VD
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
               END-IF
           END-IF

           PERFORM VARYING WS-VRT-IDX
             FROM 1 BY 1
             UNTIL WS-VRT-IDX GREATER 9
               IF WS-VRT-VEREDITO(WS-VRT-IDX) EQUAL 'R'
                   ADD 1                TO WS-VRT-REPROVADAS
               END-IF
               IF WS-VRT-IDX GREATER 1
                 AND WS-VRT-IDX NOT GREATER WS-VRT-PARTES + 1
                 AND WS-VRT-VEREDITO(WS-VRT-IDX) EQUAL 'A'
                   ADD 1                TO WS-VRT-APROVADAS
               END-IF
           END-PERFORM

           IF WS-VRT-REPROVADAS GREATER ZEROS
               MOVE 'REPROVADA NO CUDVERIF'
                                        TO WS-MOTIVO
           ELSE
               IF WS-VRT-VEREDITO(1) EQUAL 'A'
                   CONTINUE
               ELSE
                   IF WS-VRT-PARTES GREATER ZEROS
                     AND WS-VRT-APROVADAS EQUAL WS-VRT-PARTES
                       CONTINUE
                   ELSE
                       IF WS-VRT-PARTES GREATER ZEROS
                           MOVE 'PARTICOES NAO VERIFICADAS'
                                        TO WS-MOTIVO
                       ELSE
                           MOVE 'SEM VEREDITO DO CUDVERIF'
                                        TO WS-MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       2200-CONFERE-VEREDITOS-EXIT.
           EXIT.

      *================================================================*
      *        L E   U M   V E R E D I T O                             *
      *================================================================*

       2210-LER-VEREDITO.

           READ VDTC1AR                 INTO VRD-REGIS
               AT END
                   SET SW-VRD-SIM-FIM   TO TRUE
           END-READ

           IF WS-STATUS-VD EQUAL CT-0 OR
             WS-STATUS-VD EQUAL CT-10
               IF SW-VRD-NAO-FIM
                 AND VRD-SEQ IS NUMERIC
                 AND VRD-DATA IS NUMERIC
                 AND VRD-PARTICAO IS NUMERIC
                 AND VRD-PARTES IS NUMERIC
                   IF VRD-SEQ EQUAL WS-GER-SEQ
                     AND VRD-DATA EQUAL WS-GER-DATA
                     AND VRD-PARTICAO LESS 9
                       ADD 1 TO VRD-PARTICAO
                                        GIVING WS-VRT-IDX
                       IF VRD-APROVADA
                           MOVE 'A'     TO
                               WS-VRT-VEREDITO(WS-VRT-IDX)
                       ELSE
                           MOVE 'R'     TO
                               WS-VRT-VEREDITO(WS-VRT-IDX)
                       END-IF
                       IF VRD-PARTICAO GREATER ZEROS
                           MOVE VRD-PARTES
                                        TO WS-VRT-PARTES
                       END-IF
                   END-IF
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DOS VEREDITOS '
               DISPLAY ' ERROR = ' WS-STATUS-VD
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF
           .
       2210-LER-VEREDITO-EXIT.
           EXIT.

      *================================================================*
      *        C O N F E R E   M A N I F E S T O                       *
      *================================================================*
      * A missing manifest is simply the first release ever.
       2300-CONFERE-MANIFESTO.

           OPEN INPUT MNTC1AR

           IF WS-STATUS-MN EQUAL CT-0 OR
             WS-STATUS-MN EQUAL CT-10
               SET SW-MAN-NAO-FIM       TO TRUE
               PERFORM 2310-LER-MANIFESTO
                 UNTIL SW-MAN-SIM-FIM
               CLOSE MNTC1AR
           ELSE
               IF WS-STATUS-MN NOT EQUAL CT-35
                   DISPLAY ' ERRO NA ABERTURA DO MANIFESTO '
                   DISPLAY ' ERROR = ' WS-STATUS-MN
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
               END-IF
           END-IF
           .
       2300-CONFERE-MANIFESTO-EXIT.
           EXIT.

      *================================================================*
      *        L E   M A N I F E S T O                                 *
      *================================================================*

       2310-LER-MANIFESTO.

           READ MNTC1AR                 INTO MAN-REGIS
               AT END
                   SET SW-MAN-SIM-FIM   TO TRUE
           END-READ

           IF WS-STATUS-MN EQUAL CT-0 OR
             WS-STATUS-MN EQUAL CT-10
               IF SW-MAN-NAO-FIM
                 AND MAN-CONSUMIDOR EQUAL
                     WS-PRF-CONSUMIDOR(WS-PRF-IDX)
                 AND MAN-SEQ EQUAL WS-GER-SEQ
                 AND MAN-DATA EQUAL WS-GER-DATA
                   SET SW-SIM-JA-LIBERADA
                                        TO TRUE
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DO MANIFESTO '
               DISPLAY ' ERROR = ' WS-STATUS-MN
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF
           .
       2310-LER-MANIFESTO-EXIT.
           EXIT.

      *================================================================*
      *        L E   O   A R Q U I V O   E N T R E G U E               *
      *================================================================*
      * The generation's file, named the way CUDMASK / CUDMSKMG
      * stamped it. It must be there and readable to be released.
       2400-LE-ENTREGA.

           IF SW-SAIDA-UNICA
               MOVE WS-S1-BASE          TO WS-CAMINHO-BASE
           ELSE
               MOVE WS-PRF-BASE(WS-PRF-IDX)
                                        TO WS-CAMINHO-BASE
           END-IF

           PERFORM 2410-MONTA-CAMINHO

           MOVE ZEROS                   TO WS-DETALHES
                                           WS-DATA-MOVTO
                                           WS-CKS-B
           MOVE 1                       TO WS-CKS-A
           MOVE LOW-VALUE               TO WS-ORD-ALTO

           OPEN INPUT S1TC1AR

           IF WS-STATUS-S1 EQUAL CT-0 OR
             WS-STATUS-S1 EQUAL CT-10
               SET SW-ENT-NAO-FIM       TO TRUE
               PERFORM 2420-LER-LINHA-ENTREGA
                 UNTIL SW-ENT-SIM-FIM
               CLOSE S1TC1AR

               COMPUTE WS-CKS-TOTAL = WS-CKS-B * 65536 + WS-CKS-A
           ELSE
               DISPLAY ' ERRO NA ABERTURA DO ARQUIVO ' WS-S1-CAMINHO
               DISPLAY ' ERROR = ' WS-STATUS-S1
               MOVE 'ARQUIVO DA GERACAO ILEGIVEL'
                                        TO WS-MOTIVO
               MOVE 12                  TO WS-CODIGO-RETORNO
           END-IF
           .
       2400-LE-ENTREGA-EXIT.
           EXIT.

      *================================================================*
      *        M O N T A   C A M I N H O   D A   G E R A C A O         *
      *================================================================*
      * Same .Ddate.Sseq stamping as CUDMASK's 1065.
       2410-MONTA-CAMINHO.

           PERFORM VARYING WS-CAM-TAM
             FROM 100 BY -1
             UNTIL WS-CAM-TAM EQUAL ZEROS
             OR WS-CAMINHO-BASE(WS-CAM-TAM:1) NOT EQUAL SPACE
           END-PERFORM

           MOVE SPACES                  TO WS-S1-CAMINHO

           IF WS-CAM-TAM EQUAL ZEROS
               MOVE 1                   TO WS-CAM-TAM
           END-IF

           STRING WS-CAMINHO-BASE(1:WS-CAM-TAM)
                                        DELIMITED BY SIZE
                  '.D'                  DELIMITED BY SIZE
                  WS-GER-DATA           DELIMITED BY SIZE
                  '.S'                  DELIMITED BY SIZE
                  WS-GER-SEQ            DELIMITED BY SIZE
               INTO WS-S1-CAMINHO
           END-STRING
           .
       2410-MONTA-CAMINHO-EXIT.
           EXIT.

      *================================================================*
      *        L E   U M A   L I N H A   D A   E N T R E G A           *
      *================================================================*
      * Header and trailer lines go into the checksum but not the
      * count. The line's bytes up to its last non-blank, then the
      * line feed that ends it on disk.
       2420-LER-LINHA-ENTREGA.

           READ S1TC1AR                 INTO WS-LINHA-ENTREGA
               AT END
                   SET SW-ENT-SIM-FIM   TO TRUE
           END-READ

           IF WS-STATUS-S1 EQUAL CT-0 OR
             WS-STATUS-S1 EQUAL CT-10
               IF SW-ENT-NAO-FIM
                   EVALUATE WS-LINHA-ENTREGA(1:1)
                       WHEN '0'
                           MOVE WS-LINHA-ENTREGA
                                        TO E0-HEADER
                           IF E0-DATA-MOVTO IS NUMERIC
                               MOVE E0-DATA-MOVTO
                                        TO WS-DATA-MOVTO
                           END-IF
                       WHEN '9'
                           CONTINUE
                       WHEN OTHER
                           ADD 1        TO WS-DETALHES
                   END-EVALUATE

                   PERFORM VARYING WS-LIN-TAM
                     FROM 132 BY -1
                     UNTIL WS-LIN-TAM EQUAL ZEROS
                     OR WS-LINHA-ENTREGA(WS-LIN-TAM:1) NOT EQUAL SPACE
                   END-PERFORM

                   PERFORM VARYING WS-LIN-IDX
                     FROM 1 BY 1
                     UNTIL WS-LIN-IDX GREATER WS-LIN-TAM
                       MOVE WS-LINHA-ENTREGA(WS-LIN-IDX:1)
                                        TO WS-ORD-BAIXO
                       MOVE WS-ORD-BINARIO
                                        TO WS-BYTE-VALOR
                       PERFORM 2430-SOMA-BYTE
                   END-PERFORM

                   MOVE 10              TO WS-BYTE-VALOR
                   PERFORM 2430-SOMA-BYTE
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DO ARQUIVO ' WS-S1-CAMINHO
               DISPLAY ' ERROR = ' WS-STATUS-S1
               MOVE 'ARQUIVO DA GERACAO ILEGIVEL'
                                        TO WS-MOTIVO
               MOVE 12                  TO WS-CODIGO-RETORNO
               SET SW-ENT-SIM-FIM       TO TRUE
           END-IF
           .
       2420-LER-LINHA-ENTREGA-EXIT.
           EXIT.

      *================================================================*
      *        S O M A   U M   B Y T E   A O   C H E C K S U M         *
      *================================================================*

       2430-SOMA-BYTE.

           ADD WS-BYTE-VALOR            TO WS-CKS-A
           IF WS-CKS-A NOT LESS WS-CKS-MODULO
               SUBTRACT WS-CKS-MODULO   FROM WS-CKS-A
           END-IF

           ADD WS-CKS-A                 TO WS-CKS-B
           IF WS-CKS-B NOT LESS WS-CKS-MODULO
               SUBTRACT WS-CKS-MODULO   FROM WS-CKS-B
           END-IF
           .
       2430-SOMA-BYTE-EXIT.
           EXIT.

      *================================================================*
      *        G R A V A   M A N I F E S T O                           *
      *================================================================*

       2500-GRAVA-MANIFESTO.

           ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOJE          FROM TIME

           MOVE SPACES                  TO MAN-REGIS
           MOVE WS-PRF-CONSUMIDOR(WS-PRF-IDX)
                                        TO MAN-CONSUMIDOR
           MOVE WS-GER-SEQ              TO MAN-SEQ
           MOVE WS-GER-DATA             TO MAN-DATA
           MOVE WS-DATA-MOVTO           TO MAN-DATA-MOVTO
           MOVE WS-DETALHES             TO MAN-REGISTROS
           MOVE WS-CKS-TOTAL            TO MAN-CHECKSUM
           MOVE WS-DATA-HOJE            TO MAN-LIB-DATA
           MOVE WS-HORA-HOJE            TO MAN-LIB-HORA
           MOVE WS-S1-CAMINHO           TO MAN-ARQUIVO

           OPEN EXTEND MNTC1AR

           IF WS-STATUS-MN EQUAL CT-35
               OPEN OUTPUT MNTC1AR
           END-IF

           IF WS-STATUS-MN EQUAL CT-0 OR
             WS-STATUS-MN EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA ABERTURA DO MANIFESTO '
               DISPLAY ' ERROR = ' WS-STATUS-MN
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF

           WRITE REG-MAN FROM MAN-REGIS
           END-WRITE

           IF WS-STATUS-MN EQUAL CT-0
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA GRAVACAO DO MANIFESTO '
               DISPLAY ' ERROR = ' WS-STATUS-MN
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF

           CLOSE MNTC1AR

           ADD 1                        TO WS-TOT-LIBERADOS

           DISPLAY ' LIBERADO    ' MAN-CONSUMIDOR
                   ' GERACAO ' MAN-SEQ ' ' MAN-DATA
                   ' REGISTROS ' MAN-REGISTROS
                   ' CHECKSUM ' MAN-CHECKSUM
           DISPLAY '             ' MAN-ARQUIVO
           .
       2500-GRAVA-MANIFESTO-EXIT.
           EXIT.

      *================================================================*
      *               P A R A G R A F O    F I N A L I Z A             *
      *================================================================*

       3000-FINALIZA.

           DISPLAY ' TOTAIS DE CONTROLE CUDLIBER '
           DISPLAY ' LIBERADOS            = ' WS-TOT-LIBERADOS
           DISPLAY ' JA LIBERADOS         = ' WS-TOT-JA-LIBERADOS
           DISPLAY ' RECUSADOS            = ' WS-TOT-RECUSADOS
           DISPLAY ' CODIGO DE RETORNO    = ' WS-CODIGO-RETORNO

           MOVE WS-CODIGO-RETORNO       TO RETURN-CODE

           STOP RUN
           .
       3000-FINALIZA-EXIT.
           EXIT.
