      ******************************************************************
      * Periodic reconciliation of the persistent masked master
      * (MSTC1AR) against a full source extract.
      *
      * In delta mode CUDMASK only ever applies the day's adds,
      * changes and deletes to the master, so a lost delta file, a
      * delete the core system never sent or a run restored from
      * the wrong backup leaves the master quietly drifting away
      * from the source, and nothing downstream can tell. Once a
      * month the core system sends the full extract; this program
      * reads it, puts every detail through the CUDMSKSB engine and
      * the XRTC1AR cross-reference exactly the way CUDMASK builds a
      * master record (2030 / 2450 / 2470), and compares the result
      * with what the master holds under the same key - record type
      * + pseudonym sequence, the number inside 'CLIENTE nnnnnnnnn'
      * / 'EMPRESA nnnnnnnnn'. One SORT brings both sides together:
      *
      *   - AUSENTE NO MASTER      the source customer has a
      *                            pseudonym but no master record;
      *   - AUSENTE SEM PSEUDONIMO the source customer was never
      *                            masked at all (no cross-reference
      *                            entry);
      *   - SEM CLIENTE NA ORIGEM  a master record no source detail
      *                            maps to any longer;
      *   - DIVERGENTE DO MASTER   both exist, but the re-masked
      *                            image is not the one the master
      *                            holds - the report names the
      *                            fields that differ, never values.
      *
      * When the extract carries a document more than once the last
      * occurrence decides, as it would in a delta run, and the
      * repeat is counted. A detail the engine rejects is not
      * compared, but its master record (if any) is not called an
      * orphan either. Master contact records ('3') are only judged
      * when the extract carries contacts, and customer records
      * ('1'/'2') only when it carries customers, so the customer
      * and the contact extracts can be reconciled in separate runs.
      *
      * Repair mode (CUDMSTRC_REPARA=1) opens the master I-O and
      * applies the correction for each finding - WRITE the missing
      * record, REWRITE the divergent one, DELETE the orphan - and
      * appends one line per correction to the permanent repair log
      * (REGRPM, default MASK_RPM.TXT). A customer without a
      * pseudonym is never repaired here: only CUDMASK assigns
      * token sequences, so it goes back through a delta run as an
      * add. The cross-reference itself is only ever read. An
      * extract that is out of balance against its trailer - or
      * that carries no trailer at all - suspends every repair,
      * since a truncated file would otherwise delete healthy
      * master records by the thousand.
      *
      * The mask and validation modes (CUDMSTRC_MASCARA,
      * CUDMSTRC_VALIDA) must be the ones the delta runs use, or
      * every record will come out divergent.
      *
      * Condition code: 0 master and source agree; 4 differences
      * found and all of them repaired; 8 differences left standing
      * (no repair mode, repair suspended, or customers with no
      * pseudonym) or extract out of balance; 12 configuration or
      * I/O error; 16 cipher key does not match the cross-reference.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                      CUDMSTRC.
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

           SELECT XRTC1AR ASSIGN DYNAMIC WS-XR-CAMINHO
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY XRF-CHAVE
           FILE STATUS IS  WS-STATUS-XR.

           SELECT MSTC1AR ASSIGN DYNAMIC WS-MS-CAMINHO
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY MST-CHAVE
           FILE STATUS IS  WS-STATUS-MS.

           SELECT RLTC1AR ASSIGN DYNAMIC WS-RL-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-RL.

           SELECT RPTC1AR ASSIGN DYNAMIC WS-RP-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-RP.

           SELECT SRTC1AR ASSIGN DYNAMIC WS-SR-CAMINHO.

      *================================================================*
      *                D A T A    D I V I S I O N                      *
      *================================================================*

       DATA DIVISION.

       FILE SECTION.
       FD E1TC1AR.
       01 REG-ENT PIC X(131).

       FD XRTC1AR.
       01 REG-XRF.
         05 XRF-CHAVE.
           10 XRF-TIPO                  PIC X(001).
           10 XRF-DOC                   PIC 9(014).
         05 XRF-NOME-TOKEN              PIC X(060).
         05 XRF-DOC-TOKEN               PIC 9(014).

       FD MSTC1AR.
       01 REG-MST.
         05 MST-CHAVE.
           10 MST-TIPO                  PIC X(001).
           10 MST-SEQ                   PIC 9(009).
         05 MST-REGISTRO                PIC X(131).

       FD RLTC1AR.
       01 REG-REL PIC X(100).

       FD RPTC1AR.
       01 REG-RPM PIC X(297).

      * One sort record per master record and per source detail,
      * under the master key. The origin byte puts the master image
      * ('M') ahead of the source occurrences ('O') of the same key,
      * which follow in arrival order; SRT-SITUACAO says what the
      * source occurrence came to ('V' masked and keyed, 'R' rejected
      * by the engine, 'P' no pseudonym - released under sequence
      * zero and reported on its own).
       SD SRTC1AR.
       01 REG-SRT.
         05 SRT-CHAVE.
           10 SRT-TIPO                  PIC X(001).
           10 SRT-SEQ                   PIC 9(009).
           10 SRT-ORIGEM                PIC X(001).
           10 SRT-ORDEM                 PIC 9(009).
         05 SRT-SITUACAO                PIC X(001).
         05 SRT-REGISTRO                PIC X(131).

       WORKING-STORAGE SECTION.
      *================================================================*
      *                   A R E A   DE   C O P Y                       *
      *================================================================*
      * Person, corporate and contact detail layouts.
           COPY 'REGE1'                 IN copy-lib.

           COPY 'REGE2'                 IN copy-lib.

           COPY 'REGE3'                 IN copy-lib.

      * Header ('0') and trailer ('9') lines framing the extract.
           COPY 'REGHT'                 IN copy-lib.

      * Repair log line.
           COPY 'REGRPM'                IN copy-lib.

      * Parameter area of the CUDMSKSB masking subroutine.
           COPY 'LKMSK'                 IN copy-lib.

      * Parameter area of the CUDCIFSB protection subroutine.
           COPY 'LKCIF'                 IN copy-lib.
      *================================================================*
      *      W O R K I N G - S T O R A G E   S E C T I O N             *
      *================================================================*

       01 WS-ARQUIVOS-STATUS.
         05 WS-STATUS-E1                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-XR                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-MS                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-RL                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-RP                PIC 9(002) VALUE ZEROS.

      *================================================================*
      *        C A M I N H O   D O S   A R Q U I V O S                 *
      *================================================================*
       01 WS-CAMINHOS-ARQUIVOS.
         05 WS-E1-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-XR-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-MS-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-RL-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-RP-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-SR-CAMINHO               PIC X(100) VALUE
         'MASK_MRC.SRT'.

       01 WS-CAMINHOS-PADRAO.
         05 WS-E1-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK.TXT'.
         05 WS-XR-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_XRF.TXT'.
         05 WS-MS-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_MST.TXT'.
         05 WS-RL-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_MRC.TXT'.
         05 WS-RP-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_RPM.TXT'.

       01 WS-AREA-PARAMETROS.
         05 WS-ENV-VALOR                PIC X(100) VALUE SPACES.

       01 WS-MODOS-EXECUCAO.
         05 WS-MODO-REPARO              PIC 9(001) VALUE ZEROES.
            88 WS-SEM-REPARO            VALUE 0.
            88 WS-COM-REPARO            VALUE 1.

         05 WS-MODO-CIFRA               PIC 9(001) VALUE ZEROES.
            88 WS-CIFRA-INATIVA         VALUE 0.
            88 WS-CIFRA-ATIVA           VALUE 1.

      * Engine switches, the same meaning as CUDMASK_VALIDA and
      * CUDMASK_MASCARA.
         05 WS-VALIDADE                 PIC 9(001) VALUE 1.
            88 WS-VALIDA-ATIVA          VALUE 1.
            88 WS-VALIDA-INATIVA        VALUE 0.

         05 WS-MODO-MASCARA             PIC 9(001) VALUE ZEROES.
            88 WS-MASCARA-TOTAL         VALUE 0.
            88 WS-MASCARA-PARCIAL       VALUE 1.

      * Run-time protection key and the cross-reference control
      * record's sentinel as read (spaces on a plain file).
       01 WS-AREA-CIFRA.
         05 WS-CHAVE-CIFRA              PIC X(032) VALUE SPACES.
         05 WS-SENTINELA-GUARDA         PIC X(060) VALUE SPACES.

       01 CT-SENTINELA                   PIC X(008) VALUE
          'CUDCIFRA'.

      * Cross-reference key of the detail in hand: person type and
      * document (for a contact, its customer's).
       01 WS-AREA-XREF.
         05 WS-XRF-TIPO-CHAVE           PIC X(001) VALUE SPACES.
         05 WS-XRF-CHAVE                PIC 9(014) VALUE ZEROES.

      * Masked image returned by CUDMSKSB, unpacked into the shape
      * CUDMASK writes to the master for the record type, so the
      * pseudonym lands on the same bytes it lands on there.
       01 WS-OUT-FILE.
         05 WS-O-TIPO                  PIC X(01).
         05 WS-O-MASK                  PIC X(30).
         05 WS-O-DOC                   PIC 9(10).
         05 WS-O-ADDRESS               PIC X(50).
         05 WS-O-POST-CODE             PIC X(06).

       01 WS-OUT-FILE-PJ.
         05 WS-OPJ-TIPO                PIC X(01).
         05 WS-OPJ-MASK                PIC X(60).
         05 WS-OPJ-CNPJ                PIC 9(14).
         05 WS-OPJ-ADDRESS             PIC X(50).
         05 WS-OPJ-POST-CODE           PIC X(06).

       01 WS-OUT-FILE-CT.
         05 WS-OCT-TIPO                PIC X(01).
         05 WS-OCT-TIPO-PESSOA         PIC X(01).
         05 WS-OCT-DOC                 PIC 9(14).
         05 WS-OCT-EMAIL               PIC X(60).
         05 WS-OCT-TELEFONE            PIC X(11).
         05 WS-OCT-PSEUDONIMO          PIC X(30).
         05 FILLER                     PIC X(14).

      *================================================================*
      *        G R U P O   D A   C H A V E   D O   M A S T E R         *
      *================================================================*
      * What the SORT has handed back so far for the master key in
      * flight: the master image, if there is one, and the last
      * source occurrence - the one that decides.
       01 WS-AREA-GRUPO.
         05 WS-GRP-CHAVE.
           10 WS-GRP-TIPO               PIC X(001) VALUE SPACES.
           10 WS-GRP-SEQ                PIC 9(009) VALUE ZEROES.
         05 WS-GRP-FONTES               PIC 9(005) VALUE ZEROES.
         05 WS-GRP-MST-IMAGEM           PIC X(131) VALUE SPACES.
         05 WS-GRP-ULT-SITUACAO         PIC X(001) VALUE SPACES.
         05 WS-GRP-ULT-ORDEM            PIC 9(009) VALUE ZEROES.
         05 WS-GRP-ULT-IMAGEM           PIC X(131) VALUE SPACES.

      * Where each field sits in the masked image of each record
      * type (position, length, report label), for naming the
      * fields a divergent record differs in. Type '1' person,
      * '2' corporate, '3' contact; unused slots are zero length.
       01 WS-TAB-CAMPOS-VALORES.
         05 FILLER                      PIC X(014) VALUE
         '002030NOME    '.
         05 FILLER                      PIC X(014) VALUE
         '032010DOC     '.
         05 FILLER                      PIC X(014) VALUE
         '042050END     '.
         05 FILLER                      PIC X(014) VALUE
         '092006CEP     '.
         05 FILLER                      PIC X(014) VALUE
         '000000        '.
         05 FILLER                      PIC X(014) VALUE
         '002060NOME    '.
         05 FILLER                      PIC X(014) VALUE
         '062014DOC     '.
         05 FILLER                      PIC X(014) VALUE
         '076050END     '.
         05 FILLER                      PIC X(014) VALUE
         '126006CEP     '.
         05 FILLER                      PIC X(014) VALUE
         '000000        '.
         05 FILLER                      PIC X(014) VALUE
         '002001PESSOA  '.
         05 FILLER                      PIC X(014) VALUE
         '003014DOC     '.
         05 FILLER                      PIC X(014) VALUE
         '017060EMAIL   '.
         05 FILLER                      PIC X(014) VALUE
         '077011FONE    '.
         05 FILLER                      PIC X(014) VALUE
         '088030PSEUD   '.

       01 WS-TAB-CAMPOS REDEFINES WS-TAB-CAMPOS-VALORES.
         05 WS-TCP-TIPO                 OCCURS 3.
           10 WS-TCP-CAMPO              OCCURS 5.
             15 WS-TCP-POS              PIC 9(003).
             15 WS-TCP-TAM              PIC 9(003).
             15 WS-TCP-ROTULO           PIC X(008).

       01 WS-AREA-CAMPOS.
         05 WS-TCP-IDX-TIPO             PIC 9(001) VALUE ZEROES.
         05 WS-TCP-IDX                  PIC 9(001) VALUE ZEROES.
         05 WS-CMP-POS                  PIC 9(003) VALUE ZEROES.
         05 WS-CMP-TAM                  PIC 9(003) VALUE ZEROES.
         05 WS-CMP-PONTEIRO             PIC 9(003) VALUE ZEROES.

      * Run date and time stamped on every repair log line.
       01 WS-AREA-DATAS.
         05 WS-DATA-HOJE                PIC 9(008) VALUE ZEROES.
         05 WS-HORA-HOJE                PIC 9(008) VALUE ZEROES.

      *================================================================*
      *        T O T A I S   D E   C O N T R O L E                     *
      *================================================================*
       01 WS-TOTAIS-CONTROLE.
         05 WS-DATA-MOVTO               PIC 9(008) VALUE ZEROES.
         05 WS-TRL-QTDE-ORIGEM          PIC 9(009) VALUE ZEROES.
         05 WS-TOT-LIDOS                PIC 9(009) VALUE ZEROES.
         05 WS-TOT-PF                   PIC 9(009) VALUE ZEROES.
         05 WS-TOT-PJ                   PIC 9(009) VALUE ZEROES.
         05 WS-TOT-CT                   PIC 9(009) VALUE ZEROES.
         05 WS-TOT-IGNORADOS            PIC 9(009) VALUE ZEROES.
         05 WS-TOT-REJEITADOS           PIC 9(009) VALUE ZEROES.
         05 WS-TOT-MASTER               PIC 9(009) VALUE ZEROES.
         05 WS-TOT-CONFEREM             PIC 9(009) VALUE ZEROES.
         05 WS-TOT-AUSENTES             PIC 9(009) VALUE ZEROES.
         05 WS-TOT-SEM-PSEUDONIMO       PIC 9(009) VALUE ZEROES.
         05 WS-TOT-ORFAOS               PIC 9(009) VALUE ZEROES.
         05 WS-TOT-DIVERGENTES          PIC 9(009) VALUE ZEROES.
         05 WS-TOT-REPETIDOS            PIC 9(009) VALUE ZEROES.
         05 WS-TOT-NAO-CONFERIDOS       PIC 9(009) VALUE ZEROES.
         05 WS-TOT-REP-INCLUSAO         PIC 9(009) VALUE ZEROES.
         05 WS-TOT-REP-ALTERACAO        PIC 9(009) VALUE ZEROES.
         05 WS-TOT-REP-EXCLUSAO         PIC 9(009) VALUE ZEROES.
         05 WS-TOT-DIFERENCAS           PIC 9(009) VALUE ZEROES.
         05 WS-TOT-REPAROS              PIC 9(009) VALUE ZEROES.

       01 WS-LIMITES-RELATO.
         05 WS-LINHAS-DETALHE           PIC 9(005) VALUE ZEROES.
         05 WS-LIMITE-DETALHE           PIC 9(005) VALUE 1000.

      *================================================================*
      *        L I N H A S   D O   R E L A T O R I O                   *
      *================================================================*
       01 WS-LINHA-TITULO.
         05 FILLER                      PIC X(035) VALUE
         'RECONCILIACAO DO MASTER COM A FONTE'.
         05 FILLER                      PIC X(008) VALUE
         ' REPARO '.
         05 WS-TIT-REPARO               PIC X(001).

       01 WS-LINHA-ACHADO.
         05 WS-LA-TEXTO                 PIC X(024).
         05 FILLER                      PIC X(006) VALUE
         ' TIPO '.
         05 WS-LA-TIPO                  PIC X(001).
         05 FILLER                      PIC X(005) VALUE ' SEQ '.
         05 WS-LA-SEQ                   PIC 9(009).
         05 FILLER                      PIC X(009) VALUE
         ' DETALHE '.
         05 WS-LA-DETALHE               PIC 9(009).
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LA-CAMPOS                PIC X(027).
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LA-REPARO                PIC X(008).

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

         05 SW-MASTER-FIM               PIC X(03) VALUE 'N'.
            88 SW-SIM-FIM-MASTER VALUE 'Y'.
            88 SW-NAO-FIM-MASTER VALUE 'N'.

         05 SW-SORT                     PIC X(03) VALUE 'N'.
            88 SW-SRT-SIM-FIM VALUE 'Y'.
            88 SW-SRT-NAO-FIM VALUE 'N'.

         05 SW-TIPO-REGISTRO            PIC X(03) VALUE '1'.
            88 SW-TIPO-PF VALUE '1'.
            88 SW-TIPO-PJ VALUE '2'.
            88 SW-TIPO-CONTATO VALUE '3'.
            88 SW-TIPO-HEADER VALUE '0'.
            88 SW-TIPO-TRAILER VALUE '9'.

         05 SW-HEADER                   PIC X(03) VALUE 'N'.
            88 SW-HEADER-LIDO VALUE 'Y'.
            88 SW-HEADER-AUSENTE VALUE 'N'.

         05 SW-TRAILER                  PIC X(03) VALUE 'N'.
            88 SW-TRAILER-LIDO VALUE 'Y'.
            88 SW-TRAILER-AUSENTE VALUE 'N'.

         05 SW-BALANCO                  PIC X(03) VALUE 'N'.
            88 SW-FORA-BALANCO VALUE 'Y'.
            88 SW-EM-BALANCO VALUE 'N'.

      * Repairs are armed by CUDMSTRC_REPARA and disarmed again by
      * an extract that cannot prove it is complete.
         05 SW-REPARO                   PIC X(03) VALUE 'N'.
            88 SW-REPARO-ARMADO VALUE 'Y'.
            88 SW-REPARO-DESARMADO VALUE 'N'.

         05 SW-XREF                     PIC X(03) VALUE 'N'.
            88 SW-XREF-ENCONTRADO VALUE 'Y'.
            88 SW-XREF-NAO-ENCONTRADO VALUE 'N'.

         05 SW-GRUPO                    PIC X(03) VALUE 'N'.
            88 SW-GRUPO-ABERTO VALUE 'Y'.
            88 SW-GRUPO-FECHADO VALUE 'N'.

         05 SW-GRUPO-MASTER             PIC X(03) VALUE 'N'.
            88 SW-GRP-COM-MASTER VALUE 'Y'.
            88 SW-GRP-SEM-MASTER VALUE 'N'.

      *================================================================*
      *        P R O C E D U R E     D I V I S I O N                   *
      *================================================================*

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIALIZA.

           SORT SRTC1AR
               ON ASCENDING KEY SRT-CHAVE
               INPUT PROCEDURE  IS 2000-SELECIONA-REGISTROS
               OUTPUT PROCEDURE IS 2500-APURA-MASTER

           IF SORT-RETURN NOT EQUAL ZEROS
               DISPLAY ' ERRO NA CLASSIFICACAO DO MASTER E FONTE '
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

           ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOJE          FROM TIME

           PERFORM 1050-LER-PARAMETROS

           PERFORM 1100-ABRIR-ARQUIVOS

           PERFORM 1150-VERIFICA-CIFRA-XREF

           IF WS-COM-REPARO
               MOVE 'S'                 TO WS-TIT-REPARO
               SET SW-REPARO-ARMADO     TO TRUE
           ELSE
               MOVE 'N'                 TO WS-TIT-REPARO
               SET SW-REPARO-DESARMADO  TO TRUE
           END-IF

           MOVE WS-LINHA-TITULO         TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE SPACES                  TO WS-LINHA-TEXTO
           STRING 'ARQUIVO '            DELIMITED BY SIZE
                  WS-E1-CAMINHO         DELIMITED BY SPACE
               INTO WS-LINHA-TEXTO
           END-STRING
           PERFORM 2900-GRAVA-LINHA

           MOVE SPACES                  TO WS-LINHA-TEXTO
           STRING 'MASTER  '            DELIMITED BY SIZE
                  WS-MS-CAMINHO         DELIMITED BY SPACE
               INTO WS-LINHA-TEXTO
           END-STRING
           PERFORM 2900-GRAVA-LINHA
           .
       1000-INICIALIZA-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   L E   P A R A M E T R O S           *
      *================================================================*
      * CUDMSTRC_ENTRADA names the full source extract (default
      * MASK.TXT), CUDMSTRC_XREF the cross-reference (MASK_XRF.TXT),
      * CUDMSTRC_MASTER the master (MASK_MST.TXT), CUDMSTRC_RELATORIO
      * the report (MASK_MRC.TXT) and CUDMSTRC_REPAROS the repair
      * log (MASK_RPM.TXT). CUDMSTRC_REPARA=1 arms the repairs;
      * CUDMSTRC_MASCARA, CUDMSTRC_VALIDA and CUDMSTRC_CHAVE_CIFRA
      * take the values the delta runs give their CUDMASK twins.
       1050-LER-PARAMETROS.

           DISPLAY 'CUDMSTRC_ENTRADA'   UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-E1-CAMINHO-DEFAULT
                                        TO WS-E1-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-E1-CAMINHO
           END-IF

           DISPLAY 'CUDMSTRC_XREF'      UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-XR-CAMINHO-DEFAULT
                                        TO WS-XR-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-XR-CAMINHO
           END-IF

           DISPLAY 'CUDMSTRC_MASTER'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-MS-CAMINHO-DEFAULT
                                        TO WS-MS-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-MS-CAMINHO
           END-IF

           DISPLAY 'CUDMSTRC_RELATORIO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-RL-CAMINHO-DEFAULT
                                        TO WS-RL-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-RL-CAMINHO
           END-IF

           DISPLAY 'CUDMSTRC_REPAROS'   UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-RP-CAMINHO-DEFAULT
                                        TO WS-RP-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-RP-CAMINHO
           END-IF

           DISPLAY 'CUDMSTRC_REPARA'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR(1:1) EQUAL '1'
               SET WS-COM-REPARO        TO TRUE
           ELSE
               SET WS-SEM-REPARO        TO TRUE
           END-IF

           DISPLAY 'CUDMSTRC_VALIDA'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR(1:1) EQUAL '0'
               SET WS-VALIDA-INATIVA    TO TRUE
           ELSE
               SET WS-VALIDA-ATIVA      TO TRUE
           END-IF

           DISPLAY 'CUDMSTRC_MASCARA'   UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR(1:1) EQUAL '1'
               SET WS-MASCARA-PARCIAL   TO TRUE
           ELSE
               SET WS-MASCARA-TOTAL     TO TRUE
           END-IF

           DISPLAY 'CUDMSTRC_CHAVE_CIFRA'
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
      *        P A R A G R A F O   A B R E   A R Q U I V O S           *
      *================================================================*
      * The master is opened I-O only when the repair is armed; a
      * plain reconciliation never holds it for update. A master
      * that does not exist yet is a configuration error here - it
      * is CUDMASK's first delta run that creates it.
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

           OPEN INPUT XRTC1AR

           IF WS-STATUS-XR EQUAL CT-0 OR
             WS-STATUS-XR EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA ABERTURA DO CROSS-REF '
               DISPLAY ' ERROR = ' WS-STATUS-XR
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-COM-REPARO
               OPEN I-O MSTC1AR
           ELSE
               OPEN INPUT MSTC1AR
           END-IF

           IF WS-STATUS-MS EQUAL CT-0 OR
             WS-STATUS-MS EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA ABERTURA DO MASTER '
               DISPLAY ' ERROR = ' WS-STATUS-MS
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

      * The repair log is permanent: appended to, created only on
      * the very first repair run.
           IF WS-COM-REPARO
               OPEN EXTEND RPTC1AR

               IF WS-STATUS-RP EQUAL CT-35
                   OPEN OUTPUT RPTC1AR
               END-IF

               IF WS-STATUS-RP EQUAL CT-0 OR
                 WS-STATUS-RP EQUAL CT-10
                   CONTINUE
               ELSE
                   DISPLAY ' ERRO NA ABERTURA DO LOG DE REPAROS '
                   DISPLAY ' ERROR = ' WS-STATUS-RP
                   MOVE 12              TO WS-CODIGO-RETORNO
                   MOVE WS-CODIGO-RETORNO
                                        TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
       1100-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *================================================================*
      *        V E R I F I C A   C I F R A   D O   C R O S S - R E F   *
      *================================================================*
      * The protection state of the cross-reference and the key in
      * hand must agree before a single document is probed: with
      * the wrong key every lookup would miss and the whole source
      * would come out as customers without a pseudonym. Same
      * checks and code 16 as CUDXRFCK.
       1150-VERIFICA-CIFRA-XREF.

           MOVE '0'                     TO XRF-TIPO
           MOVE ZEROS                   TO XRF-DOC

           READ XRTC1AR
               INVALID KEY
                   MOVE SPACES          TO WS-SENTINELA-GUARDA
               NOT INVALID KEY
                   MOVE XRF-NOME-TOKEN  TO WS-SENTINELA-GUARDA
           END-READ

           IF WS-STATUS-XR EQUAL CT-0 OR
             WS-STATUS-XR EQUAL 23
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA LEITURA DO CROSS-REF '
               DISPLAY ' ERROR = ' WS-STATUS-XR
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-SENTINELA-GUARDA EQUAL SPACES
               IF WS-CIFRA-ATIVA
                   DISPLAY ' CROSS-REF SEM PROTECAO, RETIRE A '
                           'CHAVE '
                   MOVE 16              TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF WS-CIFRA-INATIVA
                   DISPLAY ' CROSS-REF PROTEGIDO EXIGE CHAVE '
                   MOVE 16              TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE SPACES              TO LK-CIF-DADOS
               MOVE WS-SENTINELA-GUARDA TO LK-CIF-DADOS(1:60)
               MOVE 'D'                 TO LK-CIF-OPERACAO
               MOVE 'T'                 TO LK-CIF-MODO
               MOVE 60                  TO LK-CIF-TAMANHO
               PERFORM 5000-EXECUTA-CIFRA

               IF LK-CIF-DADOS(1:8) EQUAL CT-SENTINELA
                   CONTINUE
               ELSE
                   DISPLAY ' CHAVE DE CIFRA NAO CONFERE COM O '
                           'CROSS-REF '
                   MOVE 16              TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
       1150-VERIFICA-CIFRA-XREF-EXIT.
           EXIT.

      *================================================================*
      *        S E L E C I O N A   R E G I S T R O S   ( S O R T )     *
      *================================================================*
      * Input side of the SORT: every source detail re-masked and
      * keyed, the balance of the extract judged, then every master
      * record. The master is only browsed once the whole extract
      * is in, so nothing on this side ever touches it mid-read.

       2000-SELECIONA-REGISTROS.

           PERFORM 2100-LER-ENTRADA

           PERFORM 2200-LIBERA-DETALHE
             UNTIL SW-SIM-FIM-ARQUIVO

           CLOSE E1TC1AR

           PERFORM 2300-VERIFICA-BALANCO

           PERFORM 2400-LER-MASTER

           PERFORM 2410-LIBERA-MASTER
             UNTIL SW-SIM-FIM-MASTER
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
      *        L I B E R A   D E T A L H E   P A R A   O   S O R T     *
      *================================================================*
      * Every line that is neither header nor trailer is a detail
      * and advances the sequence, counted the way CUDMASK counts
      * WS-TOT-LIDOS, so the DETALHE on a report line is the line's
      * place in the extract and the count balances the trailer.
       2200-LIBERA-DETALHE.

           MOVE REG-ENT(1:1)            TO SW-TIPO-REGISTRO

           EVALUATE TRUE
               WHEN SW-TIPO-HEADER
                   MOVE REG-ENT         TO E0-HEADER
                   SET SW-HEADER-LIDO   TO TRUE
                   IF E0-DATA-MOVTO IS NUMERIC
                       MOVE E0-DATA-MOVTO
                                        TO WS-DATA-MOVTO
                   END-IF
               WHEN SW-TIPO-TRAILER
                   MOVE REG-ENT         TO E9-TRAILER
                   IF E9-QTDE-REGISTROS IS NUMERIC
                       MOVE E9-QTDE-REGISTROS
                                        TO WS-TRL-QTDE-ORIGEM
                       SET SW-TRAILER-LIDO
                                        TO TRUE
                   ELSE
                       DISPLAY ' QTDE DO TRAILER INVALIDA '
                       SET SW-FORA-BALANCO
                                        TO TRUE
                   END-IF
               WHEN SW-TIPO-PF
                   ADD 1                TO WS-TOT-LIDOS
                   ADD 1                TO WS-TOT-PF
                   INITIALIZE E1-REGIS
                   MOVE REG-ENT         TO E1-REGIS
                   PERFORM 2210-TRATA-DETALHE
               WHEN SW-TIPO-PJ
                   ADD 1                TO WS-TOT-LIDOS
                   ADD 1                TO WS-TOT-PJ
                   INITIALIZE E2-REGIS
                   MOVE REG-ENT         TO E2-REGIS
                   PERFORM 2210-TRATA-DETALHE
               WHEN SW-TIPO-CONTATO
                   ADD 1                TO WS-TOT-LIDOS
                   ADD 1                TO WS-TOT-CT
                   INITIALIZE E3-REGIS
                   MOVE REG-ENT         TO E3-REGIS
                   PERFORM 2210-TRATA-DETALHE
               WHEN OTHER
                   ADD 1                TO WS-TOT-LIDOS
                   ADD 1                TO WS-TOT-IGNORADOS
           END-EVALUATE

           PERFORM 2100-LER-ENTRADA
           .
       2200-LIBERA-DETALHE-EXIT.
           EXIT.

      *================================================================*
      *        T R A T A   U M   D E T A L H E                         *
      *================================================================*
      * The engine judges the record first, as in CUDMASK. A masked
      * record is keyed by its pseudonym sequence; one with no
      * cross-reference entry goes in under sequence zero to be
      * reported as never masked. A rejected record is only
      * released when its customer is in the cross-reference, so
      * the master record it would have refreshed is not taken for
      * an orphan.
       2210-TRATA-DETALHE.

           MOVE SPACES                  TO REG-SRT
           MOVE SW-TIPO-REGISTRO(1:1)   TO SRT-TIPO
           MOVE 'O'                     TO SRT-ORIGEM
           MOVE WS-TOT-LIDOS            TO SRT-ORDEM

           PERFORM 2220-CHAMA-MASCARA

           IF LK-MASCARA-OK
               PERFORM 2230-MONTA-CHAVE-XREF
               PERFORM 2240-PROCURA-XREF

               IF SW-XREF-ENCONTRADO
                   PERFORM 2250-APLICA-PSEUDONIMO
                   MOVE 'V'             TO SRT-SITUACAO
               ELSE
                   MOVE ZEROS           TO SRT-SEQ
                   MOVE 'P'             TO SRT-SITUACAO
                   MOVE SPACES          TO SRT-REGISTRO
               END-IF

               RELEASE REG-SRT
           ELSE
               ADD 1                    TO WS-TOT-REJEITADOS

               PERFORM 2230-MONTA-CHAVE-XREF

               IF WS-XRF-CHAVE IS NUMERIC
                   PERFORM 2240-PROCURA-XREF

                   IF SW-XREF-ENCONTRADO
                     AND XRF-NOME-TOKEN(9:9) IS NUMERIC
                       MOVE XRF-NOME-TOKEN(9:9)
                                        TO SRT-SEQ
                       MOVE 'R'         TO SRT-SITUACAO
                       MOVE SPACES      TO SRT-REGISTRO
                       RELEASE REG-SRT
                   END-IF
               END-IF
           END-IF
           .
       2210-TRATA-DETALHE-EXIT.
           EXIT.

      *================================================================*
      *        C H A M A   A   M A S C A R A                           *
      *================================================================*

       2220-CHAMA-MASCARA.

           MOVE SW-TIPO-REGISTRO(1:1)   TO LK-TIPO-REGISTRO
           MOVE WS-MODO-MASCARA         TO LK-MODO-MASCARA
           MOVE WS-VALIDADE             TO LK-MODO-VALIDA

           IF SW-TIPO-PJ
               MOVE E2-REGIS            TO LK-REGISTRO-ENTRADA
           ELSE
               IF SW-TIPO-CONTATO
                   MOVE E3-REGIS        TO LK-REGISTRO-ENTRADA
               ELSE
                   MOVE E1-REGIS        TO LK-REGISTRO-ENTRADA
               END-IF
           END-IF

           CALL 'CUDMSKSB' USING LK-MASCARA-AREA
           .
       2220-CHAMA-MASCARA-EXIT.
           EXIT.

      *================================================================*
      *        M O N T A   C H A V E   D O   C R O S S - R E F         *
      *================================================================*
      * A contact is keyed by its customer's person type and
      * document, never by the contact type.
       2230-MONTA-CHAVE-XREF.

           IF SW-TIPO-PJ
               MOVE '2'                 TO WS-XRF-TIPO-CHAVE
               MOVE E2-CNPJ             TO WS-XRF-CHAVE
           ELSE
               IF SW-TIPO-CONTATO
                   MOVE E3-TIPO-PESSOA  TO WS-XRF-TIPO-CHAVE
                   MOVE E3-DOC          TO WS-XRF-CHAVE
               ELSE
                   MOVE '1'             TO WS-XRF-TIPO-CHAVE
                   MOVE E1-DOC          TO WS-XRF-CHAVE
               END-IF
           END-IF
           .
       2230-MONTA-CHAVE-XREF-EXIT.
           EXIT.

      *================================================================*
      *        P R O C U R A   D O C   N O   C R O S S - R E F         *
      *================================================================*
      * One keyed READ, the probe enciphered on a protected file and
      * a found entry deciphered in place, as in CUDMASK 2451.
       2240-PROCURA-XREF.

           SET SW-XREF-NAO-ENCONTRADO   TO TRUE

           MOVE WS-XRF-TIPO-CHAVE       TO XRF-TIPO
           MOVE WS-XRF-CHAVE            TO XRF-DOC

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
                   CONTINUE
               NOT INVALID KEY
                   SET SW-XREF-ENCONTRADO
                                        TO TRUE
                   IF WS-CIFRA-ATIVA
                       PERFORM 2245-DECIFRA-ENTRADA-XREF
                   END-IF
           END-READ

           IF SW-XREF-NAO-ENCONTRADO
               IF WS-STATUS-XR EQUAL 23
                   CONTINUE
               ELSE
                   DISPLAY ' ERRO NA LEITURA DO CROSS-REF '
                   DISPLAY ' ERROR = ' WS-STATUS-XR
                   MOVE 12              TO WS-CODIGO-RETORNO
                   MOVE WS-CODIGO-RETORNO
                                        TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
       2240-PROCURA-XREF-EXIT.
           EXIT.

      *================================================================*
      *        D E C I F R A   E N T R A D A   D O   X R E F           *
      *================================================================*

       2245-DECIFRA-ENTRADA-XREF.

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
       2245-DECIFRA-ENTRADA-XREF-EXIT.
           EXIT.

      *================================================================*
      *        A P L I C A   O   P S E U D O N I M O                   *
      *================================================================*
      * Builds the image exactly as CUDMASK 2450/2470 put it on the
      * master: the engine's output in the record type's shape, the
      * name token over the name (the pseudonym field on a contact)
      * and the document token over the document. A token with no
      * sequence in it is a corrupted cross-reference and stops the
      * run, as it does in CUDMASK.
       2250-APLICA-PSEUDONIMO.

           IF XRF-NOME-TOKEN(9:9) IS NUMERIC
               MOVE XRF-NOME-TOKEN(9:9) TO SRT-SEQ
           ELSE
               DISPLAY ' TOKEN SEM SEQUENCIA NO CROSS-REF '
               DISPLAY ' CHAVE = ' WS-XRF-TIPO-CHAVE WS-XRF-CHAVE
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF

           IF SW-TIPO-PJ
               MOVE LK-REGISTRO-SAIDA   TO WS-OUT-FILE-PJ
               MOVE XRF-NOME-TOKEN      TO WS-OPJ-MASK
               MOVE XRF-DOC-TOKEN       TO WS-OPJ-CNPJ
               MOVE WS-OUT-FILE-PJ      TO SRT-REGISTRO
           ELSE
               IF SW-TIPO-CONTATO
                   MOVE LK-REGISTRO-SAIDA
                                        TO WS-OUT-FILE-CT
                   MOVE XRF-NOME-TOKEN(1:30)
                                        TO WS-OCT-PSEUDONIMO
                   MOVE XRF-DOC-TOKEN   TO WS-OCT-DOC
                   MOVE WS-OUT-FILE-CT  TO SRT-REGISTRO
               ELSE
                   MOVE LK-REGISTRO-SAIDA
                                        TO WS-OUT-FILE
                   MOVE XRF-NOME-TOKEN(1:30)
                                        TO WS-O-MASK
                   MOVE XRF-DOC-TOKEN   TO WS-O-DOC
                   MOVE WS-OUT-FILE     TO SRT-REGISTRO
               END-IF
           END-IF
           .
       2250-APLICA-PSEUDONIMO-EXIT.
           EXIT.

      *================================================================*
      *        V E R I F I C A   B A L A N C O   D A   F O N T E       *
      *================================================================*
      * The extract must prove it is whole before anything is
      * deleted on its word: trailer count equal to the details
      * read. A mismatch, or a header with no trailer, is out of
      * balance (code 8, as in CUDMASK); an extract with no framing
      * at all is reconciled, but cannot prove completeness either.
      * Both disarm the repairs - the findings stay on the report.
       2300-VERIFICA-BALANCO.

           IF SW-TRAILER-LIDO
               IF WS-TRL-QTDE-ORIGEM NOT EQUAL WS-TOT-LIDOS
                   SET SW-FORA-BALANCO  TO TRUE
                   DISPLAY ' ARQUIVO FORA DE BALANCO '
                   DISPLAY ' QTDE TRAILER ORIGEM = '
                           WS-TRL-QTDE-ORIGEM
                   DISPLAY ' QTDE LIDA           = ' WS-TOT-LIDOS
               END-IF
           ELSE
               IF SW-HEADER-LIDO
                   SET SW-FORA-BALANCO  TO TRUE
                   DISPLAY ' TRAILER AUSENTE - POSSIVEL ARQUIVO '
                           'TRUNCADO '
               END-IF
           END-IF

           IF SW-FORA-BALANCO
               MOVE SPACES              TO WS-LINHA-TEXTO
               MOVE 'ENTRADA FORA DE BALANCO COM O TRAILER'
                                        TO WS-LINHA-TEXTO
               PERFORM 2900-GRAVA-LINHA
           END-IF

           IF SW-REPARO-ARMADO
               IF SW-FORA-BALANCO OR SW-TRAILER-AUSENTE
                   SET SW-REPARO-DESARMADO
                                        TO TRUE
                   MOVE SPACES          TO WS-LINHA-TEXTO
                   MOVE 'ENTRADA SEM BALANCO, REPARO SUSPENSO'
                                        TO WS-LINHA-TEXTO
                   PERFORM 2900-GRAVA-LINHA
                   DISPLAY ' REPARO SUSPENSO, ENTRADA SEM BALANCO '
               END-IF
           END-IF
           .
       2300-VERIFICA-BALANCO-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   L E   M A S T E R                   *
      *================================================================*

       2400-LER-MASTER.

           READ MSTC1AR NEXT
               AT END
                   SET SW-SIM-FIM-MASTER
                                        TO TRUE
           END-READ

           IF SW-SIM-FIM-MASTER
               CONTINUE
           ELSE
               IF WS-STATUS-MS EQUAL CT-0 OR
                 WS-STATUS-MS EQUAL CT-10
                   CONTINUE
               ELSE
                   DISPLAY ' ERRO NA LEITURA DO MASTER '
                   DISPLAY ' ERROR = ' WS-STATUS-MS
                   MOVE 12              TO WS-CODIGO-RETORNO
                   MOVE WS-CODIGO-RETORNO
                                        TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
       2400-LER-MASTER-EXIT.
           EXIT.

      *================================================================*
      *        L I B E R A   M A S T E R   P A R A   O   S O R T       *
      *================================================================*

       2410-LIBERA-MASTER.

           ADD 1                        TO WS-TOT-MASTER

           MOVE SPACES                  TO REG-SRT
           MOVE MST-TIPO                TO SRT-TIPO
           MOVE MST-SEQ                 TO SRT-SEQ
           MOVE 'M'                     TO SRT-ORIGEM
           MOVE ZEROS                   TO SRT-ORDEM
           MOVE 'M'                     TO SRT-SITUACAO
           MOVE MST-REGISTRO            TO SRT-REGISTRO
           RELEASE REG-SRT

           PERFORM 2400-LER-MASTER
           .
       2410-LIBERA-MASTER-EXIT.
           EXIT.

      *================================================================*
      *        A P U R A   M A S T E R   ( S O R T )                   *
      *================================================================*
      * Output side of the SORT: the master record and the source
      * occurrences of one key come back together, so a group
      * closes at every change of type + sequence. Details without
      * a pseudonym are reported one by one as they pass.
       2500-APURA-MASTER.

           MOVE SPACES                  TO WS-LINHA-TEXTO
           MOVE 'ACHADOS'               TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           SET SW-SRT-NAO-FIM           TO TRUE
           SET SW-GRUPO-FECHADO         TO TRUE

           PERFORM 2510-RETORNA-REGISTRO

           PERFORM 2520-ACUMULA-GRUPO
             UNTIL SW-SRT-SIM-FIM

           IF SW-GRUPO-ABERTO
               PERFORM 2600-FECHA-GRUPO
           END-IF

           COMPUTE WS-TOT-DIFERENCAS = WS-TOT-AUSENTES
                                     + WS-TOT-SEM-PSEUDONIMO
                                     + WS-TOT-ORFAOS
                                     + WS-TOT-DIVERGENTES

           IF WS-TOT-DIFERENCAS EQUAL ZEROS
               MOVE SPACES              TO WS-LINHA-TEXTO
               MOVE '  NENHUM'          TO WS-LINHA-TEXTO
               PERFORM 2900-GRAVA-LINHA
           END-IF
           .
       2500-APURA-MASTER-EXIT.
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

           IF SRT-SITUACAO EQUAL 'P'
               PERFORM 2550-ACHADO-SEM-PSEUDONIMO
           ELSE
               IF SW-GRUPO-ABERTO
                 AND (SRT-TIPO NOT EQUAL WS-GRP-TIPO
                   OR SRT-SEQ NOT EQUAL WS-GRP-SEQ)
                   PERFORM 2600-FECHA-GRUPO
               END-IF

               SET SW-GRUPO-ABERTO      TO TRUE
               MOVE SRT-TIPO            TO WS-GRP-TIPO
               MOVE SRT-SEQ             TO WS-GRP-SEQ

               IF SRT-ORIGEM EQUAL 'M'
                   SET SW-GRP-COM-MASTER
                                        TO TRUE
                   MOVE SRT-REGISTRO    TO WS-GRP-MST-IMAGEM
               ELSE
                   ADD 1                TO WS-GRP-FONTES
                   MOVE SRT-SITUACAO    TO WS-GRP-ULT-SITUACAO
                   MOVE SRT-ORDEM       TO WS-GRP-ULT-ORDEM
                   MOVE SRT-REGISTRO    TO WS-GRP-ULT-IMAGEM
               END-IF
           END-IF

           PERFORM 2510-RETORNA-REGISTRO
           .
       2520-ACUMULA-GRUPO-EXIT.
           EXIT.

      *================================================================*
      *        A C H A D O   S E M   P S E U D O N I M O               *
      *================================================================*
      * A source customer the cross-reference has never seen cannot
      * be in the master at all; it needs a CUDMASK delta add, which
      * assigns the pseudonym. Listed by its place in the extract.
       2550-ACHADO-SEM-PSEUDONIMO.

           ADD 1                        TO WS-TOT-SEM-PSEUDONIMO

           MOVE 'AUSENTE SEM PSEUDONIMO'
                                        TO WS-LA-TEXTO
           MOVE SRT-TIPO                TO WS-LA-TIPO
           MOVE ZEROS                   TO WS-LA-SEQ
           MOVE SRT-ORDEM               TO WS-LA-DETALHE
           MOVE SPACES                  TO WS-LA-CAMPOS
           MOVE SPACES                  TO WS-LA-REPARO
           PERFORM 2800-GRAVA-ACHADO
           .
       2550-ACHADO-SEM-PSEUDONIMO-EXIT.
           EXIT.

      *================================================================*
      *        F E C H A   G R U P O                                   *
      *================================================================*
      * The last source occurrence decides, as it would in a delta
      * run. A key the source only reached through rejected lines
      * is left as it stands - CUDMASK would not have touched it.
       2600-FECHA-GRUPO.

           MOVE WS-GRP-TIPO             TO WS-LA-TIPO
           MOVE WS-GRP-SEQ              TO WS-LA-SEQ
           MOVE SPACES                  TO WS-LA-CAMPOS
           MOVE SPACES                  TO WS-LA-REPARO

           IF WS-GRP-FONTES EQUAL ZEROS
               PERFORM 2610-TRATA-ORFAO
           ELSE
               IF WS-GRP-FONTES GREATER 1
                   ADD 1                TO WS-TOT-REPETIDOS
               END-IF

               IF WS-GRP-ULT-SITUACAO EQUAL 'V'
                   IF SW-GRP-SEM-MASTER
                       PERFORM 2620-TRATA-AUSENTE
                   ELSE
                       IF WS-GRP-ULT-IMAGEM EQUAL WS-GRP-MST-IMAGEM
                           ADD 1        TO WS-TOT-CONFEREM
                       ELSE
                           PERFORM 2630-TRATA-DIVERGENTE
                       END-IF
                   END-IF
               END-IF
           END-IF

           SET SW-GRUPO-FECHADO         TO TRUE
           SET SW-GRP-SEM-MASTER        TO TRUE
           MOVE ZEROS                   TO WS-GRP-FONTES
           MOVE SPACES                  TO WS-GRP-ULT-SITUACAO
           .
       2600-FECHA-GRUPO-EXIT.
           EXIT.

      *================================================================*
      *        T R A T A   R E G I S T R O   O R F A O                 *
      *================================================================*
      * A master record is only an orphan when the extract carried
      * its kind of record at all: contacts are judged by a run that
      * read contacts, customers by one that read customers.
       2610-TRATA-ORFAO.

           IF (WS-GRP-TIPO EQUAL '3' AND WS-TOT-CT EQUAL ZEROS)
             OR (WS-GRP-TIPO NOT EQUAL '3'
               AND WS-TOT-PF EQUAL ZEROS
               AND WS-TOT-PJ EQUAL ZEROS)
               ADD 1                    TO WS-TOT-NAO-CONFERIDOS
           ELSE
               ADD 1                    TO WS-TOT-ORFAOS
               MOVE ZEROS               TO WS-LA-DETALHE

               IF SW-REPARO-ARMADO
                   PERFORM 2710-EXCLUI-MASTER
               END-IF

               MOVE 'SEM CLIENTE NA ORIGEM' TO WS-LA-TEXTO
               PERFORM 2800-GRAVA-ACHADO
           END-IF
           .
       2610-TRATA-ORFAO-EXIT.
           EXIT.

      *================================================================*
      *        T R A T A   R E G I S T R O   A U S E N T E             *
      *================================================================*

       2620-TRATA-AUSENTE.

           ADD 1                        TO WS-TOT-AUSENTES
           MOVE WS-GRP-ULT-ORDEM        TO WS-LA-DETALHE

           IF SW-REPARO-ARMADO
               PERFORM 2720-INCLUI-MASTER
           END-IF

           MOVE 'AUSENTE NO MASTER'     TO WS-LA-TEXTO
           PERFORM 2800-GRAVA-ACHADO
           .
       2620-TRATA-AUSENTE-EXIT.
           EXIT.

      *================================================================*
      *        T R A T A   R E G I S T R O   D I V E R G E N T E       *
      *================================================================*
      * Names the fields that differ, by their place in the masked
      * image of the record type; bytes outside every field (the
      * trailing filler) show as OUTROS.
       2630-TRATA-DIVERGENTE.

           ADD 1                        TO WS-TOT-DIVERGENTES
           MOVE WS-GRP-ULT-ORDEM        TO WS-LA-DETALHE

           MOVE WS-GRP-TIPO             TO WS-TCP-IDX-TIPO
           MOVE 1                       TO WS-CMP-PONTEIRO

           PERFORM VARYING WS-TCP-IDX
             FROM 1 BY 1
             UNTIL WS-TCP-IDX GREATER 5
               PERFORM 2640-COMPARA-CAMPO
           END-PERFORM

           IF WS-LA-CAMPOS EQUAL SPACES
               MOVE 'OUTROS'            TO WS-LA-CAMPOS
           END-IF

           IF SW-REPARO-ARMADO
               PERFORM 2730-ALTERA-MASTER
           END-IF

           MOVE 'DIVERGENTE DO MASTER'  TO WS-LA-TEXTO
           PERFORM 2800-GRAVA-ACHADO
           .
       2630-TRATA-DIVERGENTE-EXIT.
           EXIT.

      *================================================================*
      *        C O M P A R A   U M   C A M P O                         *
      *================================================================*

       2640-COMPARA-CAMPO.

           MOVE WS-TCP-POS(WS-TCP-IDX-TIPO WS-TCP-IDX)
                                        TO WS-CMP-POS
           MOVE WS-TCP-TAM(WS-TCP-IDX-TIPO WS-TCP-IDX)
                                        TO WS-CMP-TAM

           IF WS-CMP-TAM GREATER ZEROS
               IF WS-GRP-ULT-IMAGEM(WS-CMP-POS:WS-CMP-TAM)
                 NOT EQUAL WS-GRP-MST-IMAGEM(WS-CMP-POS:WS-CMP-TAM)
                   STRING WS-TCP-ROTULO(WS-TCP-IDX-TIPO WS-TCP-IDX)
                                        DELIMITED BY SPACE
                          ' '           DELIMITED BY SIZE
                       INTO WS-LA-CAMPOS
                       WITH POINTER WS-CMP-PONTEIRO
                   END-STRING
               END-IF
           END-IF
           .
       2640-COMPARA-CAMPO-EXIT.
           EXIT.

      *================================================================*
      *        E X C L U I   R E G I S T R O   D O   M A S T E R       *
      *================================================================*

       2710-EXCLUI-MASTER.

           MOVE WS-GRP-TIPO             TO MST-TIPO
           MOVE WS-GRP-SEQ              TO MST-SEQ

           DELETE MSTC1AR
           END-DELETE

           PERFORM 2740-VERIFICA-MASTER

           ADD 1                        TO WS-TOT-REP-EXCLUSAO
           SET RPM-EXCLUIDO             TO TRUE
           MOVE WS-GRP-MST-IMAGEM       TO RPM-ANTES
           MOVE SPACES                  TO RPM-DEPOIS
           PERFORM 2750-GRAVA-REPARO
           .
       2710-EXCLUI-MASTER-EXIT.
           EXIT.

      *================================================================*
      *        I N C L U I   R E G I S T R O   N O   M A S T E R       *
      *================================================================*

       2720-INCLUI-MASTER.

           MOVE WS-GRP-TIPO             TO MST-TIPO
           MOVE WS-GRP-SEQ              TO MST-SEQ
           MOVE WS-GRP-ULT-IMAGEM       TO MST-REGISTRO

           WRITE REG-MST
           END-WRITE

           PERFORM 2740-VERIFICA-MASTER

           ADD 1                        TO WS-TOT-REP-INCLUSAO
           SET RPM-INCLUIDO             TO TRUE
           MOVE SPACES                  TO RPM-ANTES
           MOVE WS-GRP-ULT-IMAGEM       TO RPM-DEPOIS
           PERFORM 2750-GRAVA-REPARO
           .
       2720-INCLUI-MASTER-EXIT.
           EXIT.

      *================================================================*
      *        A L T E R A   R E G I S T R O   D O   M A S T E R       *
      *================================================================*

       2730-ALTERA-MASTER.

           MOVE WS-GRP-TIPO             TO MST-TIPO
           MOVE WS-GRP-SEQ              TO MST-SEQ
           MOVE WS-GRP-ULT-IMAGEM       TO MST-REGISTRO

           REWRITE REG-MST
           END-REWRITE

           PERFORM 2740-VERIFICA-MASTER

           ADD 1                        TO WS-TOT-REP-ALTERACAO
           SET RPM-ALTERADO             TO TRUE
           MOVE WS-GRP-MST-IMAGEM       TO RPM-ANTES
           MOVE WS-GRP-ULT-IMAGEM       TO RPM-DEPOIS
           PERFORM 2750-GRAVA-REPARO
           .
       2730-ALTERA-MASTER-EXIT.
           EXIT.

      *================================================================*
      *        V E R I F I C A   G R A V A C A O   N O   M A S T E R   *
      *================================================================*
      * The master was browsed moments ago, so a key that is
      * suddenly there (or gone) means someone else is updating it
      * under this run: stop rather than repair on a moving target.
       2740-VERIFICA-MASTER.

           IF WS-STATUS-MS EQUAL CT-0 OR
             WS-STATUS-MS EQUAL CT-10
               MOVE 'REPARADO'          TO WS-LA-REPARO
           ELSE
               DISPLAY ' ERRO NO REPARO DO MASTER '
               DISPLAY ' ERROR = ' WS-STATUS-MS
               DISPLAY ' CHAVE = ' MST-CHAVE
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF
           .
       2740-VERIFICA-MASTER-EXIT.
           EXIT.

      *================================================================*
      *        G R A V A   L I N H A   D O   L O G   D E   R E P A R O S
      *================================================================*

       2750-GRAVA-REPARO.

           MOVE WS-DATA-HOJE            TO RPM-DATA
           MOVE WS-HORA-HOJE            TO RPM-HORA
           MOVE WS-GRP-TIPO             TO RPM-TIPO
           MOVE WS-GRP-SEQ              TO RPM-SEQ
           MOVE WS-DATA-MOVTO           TO RPM-DATA-MOVTO

           WRITE REG-RPM FROM RPM-REGIS
           END-WRITE

           IF WS-STATUS-RP EQUAL CT-0 OR
             WS-STATUS-RP EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA GRAVACAO DO LOG DE REPAROS '
               DISPLAY ' ERROR = ' WS-STATUS-RP
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF
           .
       2750-GRAVA-REPARO-EXIT.
           EXIT.

      *================================================================*
      *        G R A V A   U M   A C H A D O                           *
      *================================================================*
      * One line per finding, capped so a master that drifted badly
      * yields a readable report plus totals; the repairs and their
      * log lines are not capped.
       2800-GRAVA-ACHADO.

           IF WS-LINHAS-DETALHE LESS WS-LIMITE-DETALHE
               ADD 1                    TO WS-LINHAS-DETALHE
               MOVE WS-LINHA-ACHADO     TO WS-LINHA-TEXTO
               PERFORM 2900-GRAVA-LINHA
           ELSE
               IF WS-LINHAS-DETALHE EQUAL WS-LIMITE-DETALHE
                   ADD 1                TO WS-LINHAS-DETALHE
                   MOVE SPACES          TO WS-LINHA-TEXTO
                   MOVE 'DEMAIS ACHADOS OMITIDOS, VER TOTAIS'
                                        TO WS-LINHA-TEXTO
                   PERFORM 2900-GRAVA-LINHA
               END-IF
           END-IF
           .
       2800-GRAVA-ACHADO-EXIT.
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
               MOVE 12                  TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO   TO RETURN-CODE
               STOP RUN
           END-IF
           .
       5000-EXECUTA-CIFRA-EXIT.
           EXIT.

      *================================================================*
      *               P A R A G R A F O    F I N A L I Z A             *
      *================================================================*

       3000-FINALIZA.

           COMPUTE WS-TOT-REPAROS = WS-TOT-REP-INCLUSAO
                                  + WS-TOT-REP-ALTERACAO
                                  + WS-TOT-REP-EXCLUSAO

           MOVE SPACES                  TO WS-LINHA-TEXTO
           MOVE 'TOTAIS'                TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'DATA MOVIMENTO      '   TO WS-LC-LABEL
           MOVE WS-DATA-MOVTO            TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'DETALHES LIDOS      '   TO WS-LC-LABEL
           MOVE WS-TOT-LIDOS             TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'DETALHES PF         '   TO WS-LC-LABEL
           MOVE WS-TOT-PF                TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'DETALHES PJ         '   TO WS-LC-LABEL
           MOVE WS-TOT-PJ                TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'DETALHES CT         '   TO WS-LC-LABEL
           MOVE WS-TOT-CT                TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'DETALHES IGNORADOS  '   TO WS-LC-LABEL
           MOVE WS-TOT-IGNORADOS         TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'REJEITADOS NA FONTE '   TO WS-LC-LABEL
           MOVE WS-TOT-REJEITADOS        TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'REGISTROS NO MASTER '   TO WS-LC-LABEL
           MOVE WS-TOT-MASTER            TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'CONFEREM            '   TO WS-LC-LABEL
           MOVE WS-TOT-CONFEREM          TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'AUSENTES NO MASTER  '   TO WS-LC-LABEL
           MOVE WS-TOT-AUSENTES          TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'SEM PSEUDONIMO      '   TO WS-LC-LABEL
           MOVE WS-TOT-SEM-PSEUDONIMO    TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'SEM CLIENTE ORIGEM  '   TO WS-LC-LABEL
           MOVE WS-TOT-ORFAOS            TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'DIVERGENTES         '   TO WS-LC-LABEL
           MOVE WS-TOT-DIVERGENTES       TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'REPETIDOS NA FONTE  '   TO WS-LC-LABEL
           MOVE WS-TOT-REPETIDOS         TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'MASTER NAO CONFERIDO'   TO WS-LC-LABEL
           MOVE WS-TOT-NAO-CONFERIDOS    TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'REPAROS INCLUSAO    '   TO WS-LC-LABEL
           MOVE WS-TOT-REP-INCLUSAO      TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'REPAROS ALTERACAO   '   TO WS-LC-LABEL
           MOVE WS-TOT-REP-ALTERACAO     TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           MOVE 'REPAROS EXCLUSAO    '   TO WS-LC-LABEL
           MOVE WS-TOT-REP-EXCLUSAO      TO WS-LC-VALOR
           MOVE WS-LINHA-CONTROLE        TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           CLOSE XRTC1AR
           CLOSE MSTC1AR
           CLOSE RLTC1AR

           IF WS-COM-REPARO
               CLOSE RPTC1AR
           END-IF

           DISPLAY ' TOTAIS DE CONTROLE CUDMSTRC '
           DISPLAY ' DETALHES LIDOS       = ' WS-TOT-LIDOS
           DISPLAY ' REGISTROS NO MASTER  = ' WS-TOT-MASTER
           DISPLAY ' CONFEREM             = ' WS-TOT-CONFEREM
           DISPLAY ' AUSENTES NO MASTER   = ' WS-TOT-AUSENTES
           DISPLAY ' SEM PSEUDONIMO       = ' WS-TOT-SEM-PSEUDONIMO
           DISPLAY ' SEM CLIENTE ORIGEM   = ' WS-TOT-ORFAOS
           DISPLAY ' DIVERGENTES          = ' WS-TOT-DIVERGENTES
           DISPLAY ' REPAROS APLICADOS    = ' WS-TOT-REPAROS

      * 8 = an extract out of balance, or differences left standing
      * in the master; 4 = every difference found was repaired;
      * 0 = master and source agree.
           IF WS-CODIGO-RETORNO EQUAL ZEROS
               IF SW-FORA-BALANCO
                 OR WS-TOT-DIFERENCAS GREATER WS-TOT-REPAROS
                   MOVE 8               TO WS-CODIGO-RETORNO
               ELSE
                   IF WS-TOT-REPAROS GREATER ZEROS
                       MOVE 4           TO WS-CODIGO-RETORNO
                   END-IF
               END-IF
           END-IF

           DISPLAY ' CODIGO DE RETORNO    = ' WS-CODIGO-RETORNO

           MOVE WS-CODIGO-RETORNO       TO RETURN-CODE

           STOP RUN
           .
       3000-FINALIZA-EXIT.
           EXIT.
