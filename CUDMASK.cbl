           RECORD KEY MST-CHAVE
           FILE STATUS IS  WS-STATUS-MS.

      * Duplicate decisions taken by CUDDUPLI on this extract (see
      * REGDUP), read alongside it when CUDMASK_DUPLICADOS names
      * the file: each line names a detail to reject before it is
      * masked.
           SELECT DPTC1AR ASSIGN DYNAMIC WS-DP-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-DP.

      *================================================================*
      *                D A T A    D I V I S I O N                      *
      *================================================================*
       01 REG-SAI PIC X(131).

       FD CKTC1AR.
       01 REG-CKPT PIC X(281).

       FD CTTC1AR.
       01 REG-CTL PIC X(080).
           10 MST-SEQ                   PIC 9(009).
         05 MST-REGISTRO                PIC X(131).

       FD DPTC1AR.
       01 REG-DUP PIC X(024).


       WORKING-STORAGE SECTION.
      *================================================================*
      * record-type code read by 1200-LER-REGISTRO is '2'.
           COPY 'REGE2'                 IN copy-lib.

      * Contact (e-mail / mobile) record, selected when the
      * record-type code is '3'; it carries the customer's document
      * and leaves carrying the customer's pseudonym.
           COPY 'REGE3'                 IN copy-lib.

      * Header ('0') and trailer ('9') lines framing the extract.
           COPY 'REGHT'                 IN copy-lib.

      * Duplicate-decision line of the CUDMASK_DUPLICADOS file.
           COPY 'REGDUP'                IN copy-lib.
      *================================================================*
      *      W O R K I N G - S T O R A G E   S E C T I O N             *
      *================================================================*
         05 WS-STATUS-CG                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-MS                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-PF                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-DP                PIC 9(002) VALUE ZEROS.

      * The per-profile output statuses are declared one by one
      * (FILE STATUS needs a named item) and redefined as a table
         05 WS-CG-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-MS-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-PF-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-DP-CAMINHO               PIC X(100) VALUE SPACES.

      * Same one-by-one-plus-table arrangement as the statuses:
      * the SELECT clauses need named path items, the generation
            88 WS-PERFIS-INATIVOS       VALUE 0.
            88 WS-PERFIS-ATIVOS         VALUE 1.

      * Duplicate decisions: CUDMASK_DUPLICADOS names the file
      * CUDDUPLI wrote for this extract (or the per-partition one
      * CUDMSKSP re-dealt from it), and every person or corporate
      * detail it names is rejected with the reason it carries
      * ('08' exact duplicate, '09' conflicting duplicate) instead
      * of being masked. Full fixed-format extracts only: the
      * decisions count detail lines the way a full extract
      * carries them.
         05 WS-MODO-DUPLICADOS          PIC 9(001) VALUE ZEROES.
            88 WS-DUPLICADOS-INATIVOS   VALUE 0.
            88 WS-DUPLICADOS-ATIVOS     VALUE 1.

       01 WS-AREA-CSV.
         05 WS-CSV-DOC                  PIC X(10) VALUE SPACES.

      * Partition whose decision lines this run applies (00 for a
      * whole extract, the worker's partition number after
      * CUDMSKSP) and the business date the decisions were taken
      * on, from the decision file's control line.
       01 WS-AREA-DUPLICIDADE.
         05 WS-DUP-PARTICAO             PIC 9(002) VALUE ZEROES.
         05 WS-DUP-DATA-MOVTO           PIC 9(008) VALUE ZEROES.

      *================================================================*
      *        C O F R E   D E   R E I D E N T I F I C A C A O         *
      *================================================================*
           10 WS-CKPT-APLICADOS-ALT     PIC 9(009) VALUE ZEROES.
           10 WS-CKPT-APLICADOS-EXC     PIC 9(009) VALUE ZEROES.
           10 WS-CKPT-EXC-INEX          PIC 9(009) VALUE ZEROES.
      * Contact-record totals and reject slot 7, appended after the
      * delta block for the same reason: an older checkpoint reads
      * them back as spaces and 1150 leaves them at zero.
         05 WS-CKPT-CONTATO.
           10 WS-CKPT-LIDOS-CT          PIC 9(009) VALUE ZEROES.
           10 WS-CKPT-GRAVADOS-CT       PIC 9(009) VALUE ZEROES.
           10 WS-CKPT-REJEITADOS-CT     PIC 9(009) VALUE ZEROES.
           10 WS-CKPT-REJ-MOTIVO-07     PIC 9(009) VALUE ZEROES.
      * Duplicate-decision reject slots 8 and 9, appended after the
      * contact block the same way.
         05 WS-CKPT-DUPLICIDADE.
           10 WS-CKPT-REJ-MOTIVO-08     PIC 9(009) VALUE ZEROES.
           10 WS-CKPT-REJ-MOTIVO-09     PIC 9(009) VALUE ZEROES.

       01 WS-TOTAIS-CONTROLE.
         05 WS-TOT-LIDOS                PIC 9(009) VALUE ZEROES.
         05 WS-TS-QTDE                  PIC 9(009) VALUE ZEROES.

      * Control totals broken out by record type ('1' person / '2'
      * corporate / '3' contact), reported alongside the overall
      * totals so each population can be reconciled with the source
      * extract on its own. A record whose type code is
      * unrecognized only shows up in the overall counts.
       01 WS-TOTAIS-POR-TIPO.
         05 WS-TOT-LIDOS-PF             PIC 9(009) VALUE ZEROES.
         05 WS-TOT-GRAVADOS-PF          PIC 9(009) VALUE ZEROES.
         05 WS-TOT-LIDOS-PJ             PIC 9(009) VALUE ZEROES.
         05 WS-TOT-GRAVADOS-PJ          PIC 9(009) VALUE ZEROES.
         05 WS-TOT-REJEITADOS-PJ        PIC 9(009) VALUE ZEROES.
         05 WS-TOT-LIDOS-CT             PIC 9(009) VALUE ZEROES.
         05 WS-TOT-GRAVADOS-CT          PIC 9(009) VALUE ZEROES.
         05 WS-TOT-REJEITADOS-CT        PIC 9(009) VALUE ZEROES.

      * Delta-mode totals, broken out by action code ('I' add, 'A'
      * change, 'E' delete) for the control report. A delete whose
         05 WS-RJ-REGISTRO              PIC X(131).

      * Rejects broken out by reason code, for the per-reason
      * summary in the control report: '01'-'04' and '07' come from
      * the CUDMSKSB engine (see LKMSK), '06' is the delta mode's
      * own unknown-action-code reject, '08' and '09' the duplicate
      * decisions (exact / conflicting). Slot 5 is reserved.
       01 WS-REJEITOS-POR-MOTIVO.
         05 WS-REJ-MOTIVO-QTD           PIC 9(009) OCCURS 9.

       01 WS-MOTIVO-IDX                  PIC 9(002) VALUE ZEROS.

         05 WS-OPJ-POST-CODE-R REDEFINES WS-OPJ-POST-CODE.
           10 WS-OPJ-CEP-BYTE          PIC X(01) OCCURS 06.

      * Contact counterpart, written when the record type is '3'.
      * 2450 drops the customer's document token and name token into
      * it, so the masked contact joins the masked customer record.
       01 WS-OUT-FILE-CT.
         05 WS-OCT-TIPO                PIC X(01).
         05 WS-OCT-TIPO-PESSOA         PIC X(01).
         05 WS-OCT-DOC                 PIC 9(14).
         05 WS-OCT-EMAIL               PIC X(60).
         05 WS-OCT-TELEFONE            PIC X(11).
         05 WS-OCT-PSEUDONIMO          PIC X(30).
         05 FILLER                     PIC X(14).

      ******************************************************************
       01 CT-CONSTANTES.
         05 CT-0                       PIC 9(002) VALUE ZEROS.
         05 SW-TIPO-REGISTRO            PIC X(03) VALUE '1'.
            88 SW-TIPO-PF VALUE '1'.
            88 SW-TIPO-PJ VALUE '2'.
            88 SW-TIPO-CONTATO VALUE '3'.
            88 SW-TIPO-HEADER VALUE '0'.
            88 SW-TIPO-TRAILER VALUE '9'.

            88 SW-CATALOGO-PRONTO VALUE 'Y'.
            88 SW-CATALOGO-PENDENTE VALUE 'N'.

      * End of this run's lines on the duplicate-decision file, and
      * whether its business date was already held against the
      * extract's (done at the first person/corporate detail, once
      * the header - or a restored checkpoint - has set the date).
         05 SW-DUPLICIDADE-FIM          PIC X(03) VALUE 'N'.
            88 SW-DUP-SIM-FIM VALUE 'Y'.
            88 SW-DUP-NAO-FIM VALUE 'N'.

         05 SW-DUPLICIDADE-DATA         PIC X(03) VALUE 'N'.
            88 SW-DUP-DATA-CONFERIDA VALUE 'Y'.
            88 SW-DUP-DATA-PENDENTE VALUE 'N'.

      *================================================================*
      *        P R O C E D U R E     D I V I S I O N                   *
      *================================================================*

           INITIALIZE                   E1-REGIS
                                        E2-REGIS
                                        E3-REGIS
                                        WS-REJEITOS-POR-MOTIVO
                                        WS-LINHA-CHECKPOINT.

               MOVE WS-ENV-VALOR        TO WS-PF-CAMINHO
           END-IF

      * Pointing CUDMASK_DUPLICADOS at a CUDDUPLI decision file
      * turns the duplicate rejects on; CUDMASK_DUPLICADOS_PARTICAO
      * says which partition's lines apply (default 00, the whole
      * extract).
           DISPLAY 'CUDMASK_DUPLICADOS' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               SET WS-DUPLICADOS-INATIVOS
                                        TO TRUE
           ELSE
               SET WS-DUPLICADOS-ATIVOS TO TRUE
               MOVE WS-ENV-VALOR        TO WS-DP-CAMINHO
           END-IF

           DISPLAY 'CUDMASK_DUPLICADOS_PARTICAO'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR(1:2) IS NUMERIC
               MOVE WS-ENV-VALOR(1:2)   TO WS-DUP-PARTICAO
           ELSE
               IF WS-ENV-VALOR(1:1) IS NUMERIC
                 AND WS-ENV-VALOR(2:1) EQUAL SPACE
                   MOVE WS-ENV-VALOR(1:1)
                                        TO WS-DUP-PARTICAO
               END-IF
           END-IF

      * Delta mode only makes sense against the cross-reference
      * (the master key is the pseudonym sequence) and only for the
      * typed fixed-width layout (the CSV feed predates the record
                   PERFORM 3000-FINALIZA
               END-IF
           END-IF

      * The duplicate decisions count the detail lines of a full
      * fixed-format extract; a delta line or a CSV feed numbers
      * differently, so the combination is refused outright.
           IF WS-DUPLICADOS-ATIVOS
               IF WS-DELTA-ATIVO
                   DISPLAY ' DUPLICIDADES NAO COMBINAM COM DELTA '
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
               END-IF
               IF WS-ENTRADA-CSV
                   DISPLAY ' DUPLICIDADES NAO ACEITAM ENTRADA CSV '
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
               END-IF
           END-IF
           .
       1050-LER-PARAMETROS-EXIT.
           EXIT.
      *================================================================*
           IF WS-XREF-ATIVO
               PERFORM 1120-ABRIR-XREF
           END-IF

      *================================================================*
      *        A B E R T U R A   D A S   D U P L I C I D A D E S       *
      *================================================================*
           IF WS-DUPLICADOS-ATIVOS
               PERFORM 1140-ABRIR-DUPLICIDADES
           END-IF.
       1100-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *================================================================*
      *        A B R E   D E C I S O E S   D E   D U P L I C I D A D E *
      *================================================================*
      * The first line must be the control line CUDDUPLI writes; a
      * file without it is not a decision file at all. Its date is
      * kept for 2027 to hold against the extract's, and the first
      * decision line for this run's partition is read ahead.
       1140-ABRIR-DUPLICIDADES.

           OPEN INPUT DPTC1AR

           IF WS-STATUS-DP EQUAL CT-0 OR
             WS-STATUS-DP EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA ABERTURA DAS DUPLICIDADES '
               DISPLAY ' ERROR = ' WS-STATUS-DP
               MOVE 12              TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF

           READ DPTC1AR INTO DUP-REGIS
               AT END
                   MOVE SPACES          TO DUP-REGIS
           END-READ

           IF WS-STATUS-DP EQUAL CT-0 OR
             WS-STATUS-DP EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA LEITURA DAS DUPLICIDADES '
               DISPLAY ' ERROR = ' WS-STATUS-DP
               MOVE 12              TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF

           IF DUP-CABECALHO AND DUP-DATA-MOVTO IS NUMERIC
               MOVE DUP-DATA-MOVTO      TO WS-DUP-DATA-MOVTO
           ELSE
               DISPLAY ' ARQUIVO DE DUPLICIDADES SEM CONTROLE '
               DISPLAY ' ARQUIVO = ' WS-DP-CAMINHO
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF

           PERFORM 1145-LER-DUPLICIDADE
           .
       1140-ABRIR-DUPLICIDADES-EXIT.
           EXIT.

      *================================================================*
      *        L E   D E C I S A O   D E   D U P L I C I D A D E       *
      *================================================================*
      * Reads up to the next decision line of this run's partition,
      * passing over the lines dealt to the other partitions.
       1145-LER-DUPLICIDADE.

           SET SW-DUP-NAO-FIM           TO TRUE
           MOVE SPACES                  TO DUP-REGIS

           PERFORM 1146-LER-LINHA-DUPLICIDADE
             UNTIL SW-DUP-SIM-FIM
             OR (DUP-DECISAO AND DUP-PARTICAO EQUAL WS-DUP-PARTICAO)
           .
       1145-LER-DUPLICIDADE-EXIT.
           EXIT.

      *================================================================*
      *        L E   U M A   L I N H A   D E   D U P L I C I D A D E   *
      *================================================================*

       1146-LER-LINHA-DUPLICIDADE.

           READ DPTC1AR INTO DUP-REGIS
               AT END
                   SET SW-DUP-SIM-FIM   TO TRUE
           END-READ

           IF WS-STATUS-DP EQUAL CT-0 OR
             WS-STATUS-DP EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA LEITURA DAS DUPLICIDADES '
               DISPLAY ' ERROR = ' WS-STATUS-DP
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF

           IF SW-DUP-NAO-FIM AND DUP-DECISAO
             AND DUP-SEQ IS NOT NUMERIC
               DISPLAY ' DECISAO DE DUPLICIDADE INVALIDA '
               DISPLAY ' LINHA = ' DUP-REGIS
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF
           .
       1146-LER-LINHA-DUPLICIDADE-EXIT.
           EXIT.

      *================================================================*
      *        A B R E   U M A   S A I D A   D E   P E R F I L         *
      *================================================================*
                   MOVE WS-CKPT-EXC-INEX
                                        TO WS-TOT-EXC-INEXISTENTES
               END-IF
      * Same for the contact block, which postdates the delta one.
               IF WS-CKPT-CONTATO IS NUMERIC
                   MOVE WS-CKPT-LIDOS-CT
                                        TO WS-TOT-LIDOS-CT
                   MOVE WS-CKPT-GRAVADOS-CT
                                        TO WS-TOT-GRAVADOS-CT
                   MOVE WS-CKPT-REJEITADOS-CT
                                        TO WS-TOT-REJEITADOS-CT
                   MOVE WS-CKPT-REJ-MOTIVO-07
                                        TO WS-REJ-MOTIVO-QTD(7)
               END-IF
      * And for the duplicate block, which postdates the contact one.
               IF WS-CKPT-DUPLICIDADE IS NUMERIC
                   MOVE WS-CKPT-REJ-MOTIVO-08
                                        TO WS-REJ-MOTIVO-QTD(8)
                   MOVE WS-CKPT-REJ-MOTIVO-09
                                        TO WS-REJ-MOTIVO-QTD(9)
               END-IF
               CLOSE CKTC1AR
               DISPLAY ' RESTART A PARTIR DO REGISTRO '
                       WS-CKPT-REG-INICIO

       1200-LER-REGISTRO.
           INITIALIZE                   E1-REGIS
                                        E2-REGIS
                                        E3-REGIS.

           READ E1TC1AR
               AT END
                                   MOVE WS-REGISTRO-ORIGINAL
                                        TO E2-REGIS
                               ELSE
                                   IF SW-TIPO-CONTATO
                                       MOVE WS-REGISTRO-ORIGINAL
                                        TO E3-REGIS
                                   ELSE
                                       MOVE WS-REGISTRO-ORIGINAL
                                        TO E1-REGIS
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   ELSE
                       IF SW-TIPO-PJ
                           ADD 1 TO WS-TOT-LIDOS-PJ
                       ELSE
                           IF SW-TIPO-CONTATO
                               ADD 1 TO WS-TOT-LIDOS-CT
                           END-IF
                       END-IF
                   END-IF

               PERFORM 2025-VALIDA-ACAO
           END-IF

      * A person or corporate detail the duplicate decisions name
      * is rejected as it stands and never reaches the engine - a
      * rejected occurrence must not leave a masked image, a vault
      * record or a fresh pseudonym behind.
           IF WS-DUPLICADOS-ATIVOS
             AND (SW-TIPO-PF OR SW-TIPO-PJ)
               PERFORM 2027-CONSULTA-DUPLICIDADE
           END-IF

      * Every add/change record goes through the CUDMSKSB engine;
      * any non-zero return code (failed validation, unknown type
      * code) means the record flows to the rejects carrying the
                           MOVE LK-REGISTRO-SAIDA
                                        TO WS-OUT-FILE-PJ
                       ELSE
                           IF SW-TIPO-CONTATO
                               MOVE LK-REGISTRO-SAIDA
                                        TO WS-OUT-FILE-CT
                           ELSE
                               MOVE LK-REGISTRO-SAIDA
                                        TO WS-OUT-FILE
                           END-IF
                       END-IF

                       IF WS-XREF-ATIVO
                   IF SW-TIPO-PF
                       ADD 1 TO WS-TOT-GRAVADOS-PF
                   ELSE
                       IF SW-TIPO-CONTATO
                           ADD 1 TO WS-TOT-GRAVADOS-CT
                       ELSE
                           ADD 1 TO WS-TOT-GRAVADOS-PJ
                       END-IF
                   END-IF
               END-IF
           ELSE
               ELSE
                   IF SW-TIPO-PJ
                       ADD 1 TO WS-TOT-REJEITADOS-PJ
                   ELSE
                       IF SW-TIPO-CONTATO
                           ADD 1 TO WS-TOT-REJEITADOS-CT
                       END-IF
                   END-IF
               END-IF

       2025-VALIDA-ACAO-EXIT.
           EXIT.

      *================================================================*
      *        C O N S U L T A   D E C I S A O   D E   D U P L I C.    *
      *================================================================*
      * The decision lines run in detail sequence order, so the
      * line read ahead either names the record in hand or a later
      * one. Lines below the current sequence are passed over: that
      * only happens after a restart, for records the interrupted
      * run already rejected. A decision is staged into the LKMSK
      * reason fields like the delta's '06', with position zero -
      * the whole record is the duplicate, not one byte of it.
       2027-CONSULTA-DUPLICIDADE.

           IF SW-DUP-DATA-PENDENTE
               IF WS-DUP-DATA-MOVTO NOT EQUAL WS-DATA-MOVTO
                   DISPLAY ' DUPLICIDADES DE OUTRO MOVIMENTO '
                   DISPLAY ' DATA DAS DECISOES = ' WS-DUP-DATA-MOVTO
                   DISPLAY ' DATA DA ENTRADA   = ' WS-DATA-MOVTO
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
               END-IF
               SET SW-DUP-DATA-CONFERIDA
                                        TO TRUE
           END-IF

           PERFORM 1145-LER-DUPLICIDADE
             UNTIL SW-DUP-SIM-FIM
             OR DUP-SEQ NOT LESS WS-TOT-LIDOS

           IF SW-DUP-NAO-FIM
             AND DUP-SEQ EQUAL WS-TOT-LIDOS
               SET SW-REGISTRO-INVALIDO TO TRUE
               MOVE DUP-MOTIVO          TO LK-MOTIVO-REJEITO
               MOVE DUP-CAMPO           TO LK-CAMPO-REJEITO
               MOVE ZEROS               TO LK-POSICAO-REJEITO
               PERFORM 1145-LER-DUPLICIDADE
           END-IF
           .
       2027-CONSULTA-DUPLICIDADE-EXIT.
           EXIT.

      *================================================================*
      *        V E R I F I C A   L I M I T E   D E   R E J E I T O S   *
      *================================================================*
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
           MOVE WS-TOT-APLICADOS-ALT    TO WS-CKPT-APLICADOS-ALT
           MOVE WS-TOT-APLICADOS-EXC    TO WS-CKPT-APLICADOS-EXC
           MOVE WS-TOT-EXC-INEXISTENTES TO WS-CKPT-EXC-INEX

           MOVE WS-TOT-LIDOS-CT         TO WS-CKPT-LIDOS-CT
           MOVE WS-TOT-GRAVADOS-CT      TO WS-CKPT-GRAVADOS-CT
           MOVE WS-TOT-REJEITADOS-CT    TO WS-CKPT-REJEITADOS-CT
           MOVE WS-REJ-MOTIVO-QTD(7)    TO WS-CKPT-REJ-MOTIVO-07

           MOVE WS-REJ-MOTIVO-QTD(8)    TO WS-CKPT-REJ-MOTIVO-08
           MOVE WS-REJ-MOTIVO-QTD(9)    TO WS-CKPT-REJ-MOTIVO-09
           .
       2051-MONTA-CHECKPOINT-EXIT.
           EXIT.

           INITIALIZE                   E1-REGIS
                                        E2-REGIS
                                        E3-REGIS
                                        WS-OUT-FILE
                                        WS-OUT-FILE-PJ
                                        WS-OUT-FILE-CT.
           .
       2100-INICIALIZA-VARIAVEIS-EXIT.
           EXIT.
      * name field, so the partial first/last-letter mode of 2405-
      * APLICA-MODO-PARCIAL does not show through when the cross-
      * reference is active - linkage across extracts is the point
      * of this file. A contact record resolves to its customer's
      * entry - the key is the customer's person type and document,
      * never the contact type - and takes the customer's document
      * token plus the name token as its pseudonym, so the masked
      * contact joins the masked customer. A contact that arrives
      * before its customer was ever masked assigns the entry the
      * customer record will later find.
       2450-APLICA-PSEUDONIMO.

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

           PERFORM 2451-PROCURA-XREF
               END-IF
               MOVE WS-XRF-QTDE         TO WS-TOKEN-SEQ

               IF WS-XRF-TIPO-CHAVE EQUAL '2'
                   MOVE 'EMPRESA '      TO WS-TOKEN-ROTULO
               ELSE
                   MOVE 'CLIENTE '      TO WS-TOKEN-ROTULO
               END-IF

               IF SW-TIPO-PJ
                   MOVE WS-OPJ-CNPJ     TO WS-XRF-DOCTOK-GUARDA
               ELSE
                   IF SW-TIPO-CONTATO
                       MOVE WS-OCT-DOC  TO WS-XRF-DOCTOK-GUARDA
                   ELSE
                       MOVE WS-O-DOC    TO WS-XRF-DOCTOK-GUARDA
                   END-IF
               END-IF

               MOVE WS-TOKEN-PSEUDONIMO TO WS-XRF-NOME-GUARDA
               MOVE WS-XRF-DOCTOK-GUARDA
                                        TO WS-OPJ-CNPJ
           ELSE
               IF SW-TIPO-CONTATO
                   MOVE WS-XRF-NOME-GUARDA(1:30)
                                        TO WS-OCT-PSEUDONIMO
                   MOVE WS-XRF-DOCTOK-GUARDA
                                        TO WS-OCT-DOC
               ELSE
                   MOVE WS-XRF-NOME-GUARDA(1:30)
                                        TO WS-O-MASK
                   MOVE WS-XRF-DOCTOK-GUARDA
                                        TO WS-O-DOC
               END-IF
           END-IF
           .
       2450-APLICA-PSEUDONIMO-EXIT.
      * Adds and changes get their type byte judged by the engine;
      * a delete bypasses the engine, so the same verdict is issued
      * here - an unknown type must be a reject, not a probe of
      * whatever happens to sit at the document offset. A contact
      * delete is judged on its person type the same way, since that
      * type is half of the cross-reference key.
           IF NOT SW-TIPO-PF AND NOT SW-TIPO-PJ
             AND NOT SW-TIPO-CONTATO
               SET SW-REGISTRO-INVALIDO TO TRUE
               MOVE '04'                TO LK-MOTIVO-REJEITO
               MOVE 'TIPO      '        TO LK-CAMPO-REJEITO
               MOVE 1                   TO LK-POSICAO-REJEITO
           ELSE
               IF SW-TIPO-CONTATO
                 AND E3-TIPO-PESSOA NOT EQUAL '1'
                 AND E3-TIPO-PESSOA NOT EQUAL '2'
                   SET SW-REGISTRO-INVALIDO TO TRUE
                   MOVE '04'            TO LK-MOTIVO-REJEITO
                   MOVE 'PESSOA    '    TO LK-CAMPO-REJEITO
                   MOVE 1               TO LK-POSICAO-REJEITO
               ELSE
                   PERFORM 2461-EXCLUI-DOCUMENTO
               END-IF
           END-IF
           .
       2460-PROCESSA-EXCLUSAO-EXIT.
                   SET SW-REGISTRO-INVALIDO TO TRUE
               END-IF
           ELSE
               IF SW-TIPO-CONTATO
                   IF E3-DOC IS NUMERIC
                       CONTINUE
                   ELSE
                       SET SW-REGISTRO-INVALIDO TO TRUE
                   END-IF
               ELSE
                   IF E1-DOC IS NUMERIC
                       CONTINUE
                   ELSE
                       SET SW-REGISTRO-INVALIDO TO TRUE
                   END-IF
               END-IF
           END-IF

                   MOVE '2'             TO WS-XRF-TIPO-CHAVE
                   MOVE E2-CNPJ         TO WS-XRF-CHAVE
               ELSE
                   IF SW-TIPO-CONTATO
                       MOVE E3-TIPO-PESSOA
                                        TO WS-XRF-TIPO-CHAVE
                       MOVE E3-DOC      TO WS-XRF-CHAVE
                   ELSE
                       MOVE '1'         TO WS-XRF-TIPO-CHAVE
                       MOVE E1-DOC      TO WS-XRF-CHAVE
                   END-IF
               END-IF

               PERFORM 2451-PROCURA-XREF
           IF SW-TIPO-PJ
               MOVE WS-OUT-FILE-PJ      TO MST-REGISTRO
           ELSE
               IF SW-TIPO-CONTATO
                   MOVE WS-OUT-FILE-CT  TO MST-REGISTRO
               ELSE
                   MOVE WS-OUT-FILE     TO MST-REGISTRO
               END-IF
           END-IF

           IF SW-ACAO-INCLUSAO
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
                   MOVE LK-REGISTRO-SAIDA
                                        TO WS-OUT-FILE-PJ
               ELSE
                   IF SW-TIPO-CONTATO
                       MOVE LK-REGISTRO-SAIDA
                                        TO WS-OUT-FILE-CT
                   ELSE
                       MOVE LK-REGISTRO-SAIDA
                                        TO WS-OUT-FILE
                   END-IF
               END-IF

               IF WS-PRF-XREF(WS-PRF-IDX) EQUAL 1
               IF SW-TIPO-PJ
                   MOVE WS-OUT-FILE-PJ  TO WS-LINHA-PERFIL
               ELSE
                   IF SW-TIPO-CONTATO
                       MOVE WS-OUT-FILE-CT
                                        TO WS-LINHA-PERFIL
                   ELSE
                       MOVE WS-OUT-FILE TO WS-LINHA-PERFIL
                   END-IF
               END-IF
               PERFORM 2520-GRAVA-SAIDA-PERFIL
           ELSE
               WRITE REG-SAI FROM WS-OUT-FILE-PJ
               END-WRITE
           ELSE
               IF SW-TIPO-CONTATO
                   WRITE REG-SAI FROM WS-OUT-FILE-CT
                   END-WRITE
               ELSE
                   WRITE REG-SAI FROM WS-OUT-FILE
                   END-WRITE
               END-IF
           END-IF

           IF WS-STATUS-S1 EQUAL CT-0 OR
           PERFORM 2610-SANITIZA-REJEITO

           IF WS-RJ-MOTIVO EQUAL '01' OR '02' OR '03' OR '04'
             OR '06' OR '07' OR '08' OR '09'
               MOVE WS-RJ-MOTIVO        TO WS-MOTIVO-IDX
               ADD 1                    TO
                   WS-REJ-MOTIVO-QTD(WS-MOTIVO-IDX)
      * locate the record, nothing that identifies the customer. A
      * record whose type code is unknown gets everything after the
      * type byte blotted out, since no layout can say where the
      * sensitive fields sit. A contact keeps its person type,
      * document edges and DDD; its e-mail is blotted whole - a
      * rejected address may be malformed, so its '@' cannot be
      * trusted to say where the domain starts.
       2610-SANITIZA-REJEITO.

           MOVE WS-REGISTRO-ORIGINAL    TO WS-RJ-REGISTRO
                   MOVE ALL '*'         TO WS-RJ-REGISTRO(42:50)
                   MOVE ALL '*'         TO WS-RJ-REGISTRO(95:3)
               ELSE
                   IF SW-TIPO-CONTATO
                       PERFORM 2615-SANITIZA-CONTATO
                   ELSE
                       MOVE ALL '*'     TO WS-RJ-REGISTRO(2:130)
                   END-IF
               END-IF
           END-IF
           .
       2610-SANITIZA-REJEITO-EXIT.
           EXIT.

      *================================================================*
      *        S A N I T I Z A   C O N T A T O   R E J E I T A D O     *
      *================================================================*
      * Document positions follow REGE3: a CPF sits right-aligned in
      * bytes 3-16, so its kept edges are bytes 7-9 and 15-16; a
      * CNPJ keeps its branch at bytes 11-14. An unknown person type
      * cannot say which rule applies and loses the whole document.
       2615-SANITIZA-CONTATO.

           IF WS-RJ-REGISTRO(2:1) EQUAL '1'
               MOVE ALL '*'             TO WS-RJ-REGISTRO(10:5)
           ELSE
               IF WS-RJ-REGISTRO(2:1) EQUAL '2'
                   MOVE ALL '*'         TO WS-RJ-REGISTRO(3:8)
                   MOVE ALL '*'         TO WS-RJ-REGISTRO(15:2)
               ELSE
                   MOVE ALL '*'         TO WS-RJ-REGISTRO(3:14)
               END-IF
           END-IF

           MOVE ALL '*'                 TO WS-RJ-REGISTRO(17:60)
           MOVE ALL '*'                 TO WS-RJ-REGISTRO(79:9)
           .
       2615-SANITIZA-CONTATO-EXIT.
           EXIT.

      *================================================================*
      *        P R O C E S S A   H E A D E R   D A   E N T R A D A     *
      *================================================================*
               CLOSE XRTC1AR
           END-IF

      * A decision line left over once the whole extract was read
      * names a record this extract does not have: the decisions
      * were taken on another file, and the rejects cannot be
      * trusted to be the right ones.
           IF WS-DUPLICADOS-ATIVOS
               IF SW-SIM-FIM-ARQUIVO AND SW-DUP-NAO-FIM
                   DISPLAY ' DECISOES DE DUPLICIDADE NAO APLICADAS '
                   DISPLAY ' PRIMEIRA SEQ = ' DUP-SEQ
                   SET SW-FORA-BALANCO  TO TRUE
               END-IF
               CLOSE DPTC1AR
           END-IF

      * Grade the run for the scheduler: an error code set earlier
      * stands; otherwise an out-of-balance file is an error and
      * rejects alone are a warning. Graded before the catalog
           DISPLAY ' PJ LIDOS             = ' WS-TOT-LIDOS-PJ
           DISPLAY ' PJ GRAVADOS          = ' WS-TOT-GRAVADOS-PJ
           DISPLAY ' PJ REJEITADOS        = ' WS-TOT-REJEITADOS-PJ
           DISPLAY ' CT LIDOS             = ' WS-TOT-LIDOS-CT
           DISPLAY ' CT GRAVADOS          = ' WS-TOT-GRAVADOS-CT
           DISPLAY ' CT REJEITADOS        = ' WS-TOT-REJEITADOS-CT

           DISPLAY ' REJEITOS MOTIVO 01   = ' WS-REJ-MOTIVO-QTD(1)
           DISPLAY ' REJEITOS MOTIVO 02   = ' WS-REJ-MOTIVO-QTD(2)
           DISPLAY ' REJEITOS MOTIVO 03   = ' WS-REJ-MOTIVO-QTD(3)
           DISPLAY ' REJEITOS MOTIVO 04   = ' WS-REJ-MOTIVO-QTD(4)
           DISPLAY ' REJEITOS MOTIVO 07   = ' WS-REJ-MOTIVO-QTD(7)

           IF WS-DUPLICADOS-ATIVOS
               DISPLAY ' REJEITOS MOTIVO 08   = '
                       WS-REJ-MOTIVO-QTD(8)
               DISPLAY ' REJEITOS MOTIVO 09   = '
                       WS-REJ-MOTIVO-QTD(9)
           END-IF

           IF WS-DELTA-ATIVO
               DISPLAY ' REJEITOS MOTIVO 06   = '
           MOVE WS-TOT-REJEITADOS-PJ     TO WS-LC-VALOR
           PERFORM 3110-GRAVA-LINHA-CONTROLE

      * Contact records (REGE3) are totalled on their own lines, so
      * the customer counts above still balance against the
      * customer extract when contact lines share the input file.
           MOVE 'CT LIDOS           '    TO WS-LC-LABEL
           MOVE WS-TOT-LIDOS-CT          TO WS-LC-VALOR
           PERFORM 3110-GRAVA-LINHA-CONTROLE

           MOVE 'CT GRAVADOS        '    TO WS-LC-LABEL
           MOVE WS-TOT-GRAVADOS-CT       TO WS-LC-VALOR
           PERFORM 3110-GRAVA-LINHA-CONTROLE

           MOVE 'CT REJEITADOS      '    TO WS-LC-LABEL
           MOVE WS-TOT-REJEITADOS-CT     TO WS-LC-VALOR
           PERFORM 3110-GRAVA-LINHA-CONTROLE

      * Per-reason reject summary: 01 empty name, 02 invalid name
      * byte, 03 non-numeric document, 04 unknown record type (or
      * unknown person type on a contact), 07 malformed contact
      * e-mail or phone.
           MOVE 'REJEITOS MOTIVO 01 '    TO WS-LC-LABEL
           MOVE WS-REJ-MOTIVO-QTD(1)     TO WS-LC-VALOR
           PERFORM 3110-GRAVA-LINHA-CONTROLE
           MOVE WS-REJ-MOTIVO-QTD(4)     TO WS-LC-VALOR
           PERFORM 3110-GRAVA-LINHA-CONTROLE

           MOVE 'REJEITOS MOTIVO 07 '    TO WS-LC-LABEL
           MOVE WS-REJ-MOTIVO-QTD(7)     TO WS-LC-VALOR
           PERFORM 3110-GRAVA-LINHA-CONTROLE

      * Duplicate decisions applied: 08 exact duplicate, 09
      * conflicting duplicate (see REGDUP).
           IF WS-DUPLICADOS-ATIVOS
               MOVE 'REJEITOS MOTIVO 08 ' TO WS-LC-LABEL
               MOVE WS-REJ-MOTIVO-QTD(8) TO WS-LC-VALOR
               PERFORM 3110-GRAVA-LINHA-CONTROLE

               MOVE 'REJEITOS MOTIVO 09 ' TO WS-LC-LABEL
               MOVE WS-REJ-MOTIVO-QTD(9) TO WS-LC-VALOR
               PERFORM 3110-GRAVA-LINHA-CONTROLE
           END-IF

      * Delta breakdown by action code: what the source sent per
      * action ('06' is the unknown-action reject), and what was
      * actually applied to the master. The trailer reconciliation
