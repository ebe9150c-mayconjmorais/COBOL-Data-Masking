      * CUDMASK_FAIXA_BASE / CUDMASK_FAIXA_FIM. Workers on a slice
      * never rewrite the control record, so parallel runs cannot
      * hand two customers the same sequence.
      *
      * When CUDMSKSP_FAIXAS names a file, the same per-partition
      * facts - slice path, details dealt, reserved BASE/FIM - are
      * also written there one line per partition (see REGFXA), for
      * the nightly driver CUDNOITE to hand to the workers.
      *
      * When CUDMSKSP_DUPLICADOS names the CUDDUPLI decision file
      * taken on this extract (see REGDUP), its lines are dealt
      * along with the details they name: each is renumbered to
      * that detail's sequence inside its partition, stamped with
      * the partition number and written to the one file named by
      * CUDMSKSP_DUPLICADOS_PARTES, which every worker reads with
      * its own partition number.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-P8.

      * Optional slice file for the nightly driver (see 3030).
           SELECT FXTC1AR ASSIGN DYNAMIC WS-FX-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-FX.

      * Duplicate decisions for the whole extract, and the same
      * decisions re-dealt to the partitions (see 2520).
           SELECT DITC1AR ASSIGN DYNAMIC WS-DI-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-DI.

           SELECT DOTC1AR ASSIGN DYNAMIC WS-DO-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-DO.

      * The pseudonym cross-reference, touched only at the end to
      * reserve each partition's token-sequence slice (see 3020).
           SELECT XRTC1AR ASSIGN DYNAMIC WS-XR-CAMINHO
       FD P8TC1AR.
       01 REG-P8 PIC X(132).

       FD FXTC1AR.
       01 REG-FXA PIC X(130).

       FD DITC1AR.
       01 REG-DUP-ENT PIC X(024).

       FD DOTC1AR.
       01 REG-DUP-SAI PIC X(024).

       FD XRTC1AR.
       01 REG-XRF.
         05 XRF-CHAVE.
      *================================================================*
      * Header ('0') and trailer ('9') lines framing the extract.
           COPY 'REGHT'                 IN copy-lib.

      * Slice-file line, one per partition.
           COPY 'REGFXA'                IN copy-lib.

      * Duplicate-decision line.
           COPY 'REGDUP'                IN copy-lib.
      *================================================================*
      *      W O R K I N G - S T O R A G E   S E C T I O N             *
      *================================================================*
       01 WS-ARQUIVOS-STATUS.
         05 WS-STATUS-E1                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-XR                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-FX                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-DI                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-DO                PIC 9(002) VALUE ZEROS.

      * The per-partition statuses are declared one by one (FILE
      * STATUS needs a named item) and redefined as a table so the
       01 WS-CAMINHOS-ARQUIVOS.
         05 WS-E1-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-XR-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-FX-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-DI-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-DO-CAMINHO               PIC X(100) VALUE SPACES.

      * Same one-by-one-plus-table arrangement as the statuses: the
      * SELECT clauses need named path items, the path builder
         'MASK.TXT'.
         05 WS-XR-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_XRF.TXT'.
         05 WS-DO-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_DUP.PAR'.

       01 WS-AREA-PARAMETROS.
         05 WS-ENV-VALOR                PIC X(100) VALUE SPACES.
       01 WS-TOTAIS-CONTROLE.
         05 WS-TOT-LIDOS                PIC 9(009) VALUE ZEROES.
         05 WS-TOT-FISICOS              PIC 9(009) VALUE ZEROES.
         05 WS-TOT-DECISOES             PIC 9(009) VALUE ZEROES.

       01 WS-AREA-HEADER-TRAILER.
         05 WS-TRL-QTDE-ORIGEM          PIC 9(009) VALUE ZEROES.
            88 SW-FAIXAS-RESERVADAS VALUE 'Y'.
            88 SW-FAIXAS-PENDENTES VALUE 'N'.

         05 SW-ARQ-FAIXAS               PIC X(03) VALUE 'N'.
            88 SW-ARQ-FAIXAS-PEDIDO VALUE 'Y'.
            88 SW-ARQ-FAIXAS-AUSENTE VALUE 'N'.

         05 SW-DUPLICADOS               PIC X(03) VALUE 'N'.
            88 SW-DUPLICADOS-PEDIDOS VALUE 'Y'.
            88 SW-DUPLICADOS-AUSENTES VALUE 'N'.

         05 SW-DUPLICIDADE-FIM          PIC X(03) VALUE 'N'.
            88 SW-DUP-SIM-FIM VALUE 'Y'.
            88 SW-DUP-NAO-FIM VALUE 'N'.

      *================================================================*
      *        P R O C E D U R E     D I V I S I O N                   *
      *================================================================*
      * CUDMSKSP_XREF names the cross-reference the sequence slices
      * are reserved in; CUDMSKSP_XREF_ATIVO=0 skips the
      * reservation for a run whose workers go without the
      * cross-reference. CUDMSKSP_FAIXAS, when set, names the slice
      * file written at the end of the run. CUDMSKSP_DUPLICADOS,
      * when set, names the duplicate decisions to re-deal, and
      * CUDMSKSP_DUPLICADOS_PARTES where they go (default
      * MASK_DUP.PAR).
       1050-LER-PARAMETROS.

           DISPLAY 'CUDMSKSP_ENTRADA'   UPON ENVIRONMENT-NAME
               MOVE WS-ENV-VALOR        TO WS-XR-CAMINHO
           END-IF

           DISPLAY 'CUDMSKSP_FAIXAS'    UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               SET SW-ARQ-FAIXAS-AUSENTE
                                        TO TRUE
           ELSE
               SET SW-ARQ-FAIXAS-PEDIDO TO TRUE
               MOVE WS-ENV-VALOR        TO WS-FX-CAMINHO
           END-IF

           DISPLAY 'CUDMSKSP_DUPLICADOS' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               SET SW-DUPLICADOS-AUSENTES
                                        TO TRUE
           ELSE
               SET SW-DUPLICADOS-PEDIDOS
                                        TO TRUE
               MOVE WS-ENV-VALOR        TO WS-DI-CAMINHO
           END-IF

           DISPLAY 'CUDMSKSP_DUPLICADOS_PARTES'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-DO-CAMINHO-DEFAULT
                                        TO WS-DO-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-DO-CAMINHO
           END-IF

           DISPLAY 'CUDMSKSP_XREF_ATIVO'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
             UNTIL WS-PART-IDX GREATER WS-QTDE-PARTES
               PERFORM 1110-ABRIR-PARTICAO
           END-PERFORM

           IF SW-DUPLICADOS-PEDIDOS
               PERFORM 1120-ABRIR-DUPLICIDADES
           END-IF
           .
       1100-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *================================================================*
      *        A B R E   D E C I S O E S   D E   D U P L I C I D A D E *
      *================================================================*
      * The control line goes across unchanged - CUDMASK holds its
      * date against each partition's header, which is the source
      * header copied - and the first decision line is read ahead.
       1120-ABRIR-DUPLICIDADES.

           OPEN INPUT DITC1AR

           IF WS-STATUS-DI EQUAL CT-0 OR
             WS-STATUS-DI EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA ABERTURA DAS DUPLICIDADES '
               DISPLAY ' ERROR = ' WS-STATUS-DI
               MOVE 12              TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF

           OPEN OUTPUT DOTC1AR

           IF WS-STATUS-DO EQUAL CT-0 OR
             WS-STATUS-DO EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA ABERTURA DAS DUPLICIDADES '
               DISPLAY ' ERROR = ' WS-STATUS-DO
               MOVE 12              TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF

           PERFORM 1125-LER-DUPLICIDADE

           IF SW-DUP-NAO-FIM AND DUP-CABECALHO
               PERFORM 2525-GRAVA-DUPLICIDADE
               PERFORM 1125-LER-DUPLICIDADE
           ELSE
               DISPLAY ' ARQUIVO DE DUPLICIDADES SEM CONTROLE '
               DISPLAY ' ARQUIVO = ' WS-DI-CAMINHO
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF
           .
       1120-ABRIR-DUPLICIDADES-EXIT.
           EXIT.

      *================================================================*
      *        L E   D E C I S A O   D E   D U P L I C I D A D E       *
      *================================================================*

       1125-LER-DUPLICIDADE.

           MOVE SPACES                  TO DUP-REGIS

           READ DITC1AR INTO DUP-REGIS
               AT END
                   SET SW-DUP-SIM-FIM   TO TRUE
           END-READ

           IF WS-STATUS-DI EQUAL CT-0 OR
             WS-STATUS-DI EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA LEITURA DAS DUPLICIDADES '
               DISPLAY ' ERROR = ' WS-STATUS-DI
               MOVE 12              TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF
           .
       1125-LER-DUPLICIDADE-EXIT.
           EXIT.

      *================================================================*
      *        A B R E   U M A   P A R T I C A O                       *
      *================================================================*
                   PERFORM 2510-GRAVA-PARTICAO
                   ADD 1                TO
                       WS-PART-DETALHES(WS-PART-IDX)
                   IF SW-DUPLICADOS-PEDIDOS
                       PERFORM 2520-REPARTE-DUPLICIDADE
                   END-IF
               END-IF
           END-IF

       2510-GRAVA-PARTICAO-EXIT.
           EXIT.

      *================================================================*
      *        R E P A R T E   D E C I S A O   D E   D U P L I C.      *
      *================================================================*
      * The detail just dealt is number WS-TOT-LIDOS of the extract
      * and number WS-PART-DETALHES of its partition - the number
      * that partition's worker will read it at. A decision naming
      * it goes out under that number and partition. The decisions
      * run in sequence order, so one naming an earlier detail (or
      * not a decision line at all) means the file is damaged.
       2520-REPARTE-DUPLICIDADE.

           IF SW-DUP-NAO-FIM
               IF DUP-DECISAO AND DUP-SEQ IS NUMERIC
                 AND DUP-SEQ NOT LESS WS-TOT-LIDOS
                   CONTINUE
               ELSE
                   DISPLAY ' DECISAO DE DUPLICIDADE INVALIDA '
                   DISPLAY ' LINHA = ' DUP-REGIS
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
               END-IF

               IF DUP-SEQ EQUAL WS-TOT-LIDOS
                   MOVE WS-PART-IDX     TO DUP-PARTICAO
                   MOVE WS-PART-DETALHES(WS-PART-IDX)
                                        TO DUP-SEQ
                   PERFORM 2525-GRAVA-DUPLICIDADE
                   ADD 1                TO WS-TOT-DECISOES
                   PERFORM 1125-LER-DUPLICIDADE
               END-IF
           END-IF
           .
       2520-REPARTE-DUPLICIDADE-EXIT.
           EXIT.

      *================================================================*
      *        G R A V A   D E C I S A O   D E   D U P L I C I D A D E *
      *================================================================*

       2525-GRAVA-DUPLICIDADE.

           WRITE REG-DUP-SAI FROM DUP-REGIS
           END-WRITE

           IF WS-STATUS-DO EQUAL CT-0 OR
             WS-STATUS-DO EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA GRAVACAO DAS DUPLICIDADES '
               DISPLAY ' ERROR = ' WS-STATUS-DO
               MOVE 12              TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF
           .
       2525-GRAVA-DUPLICIDADE-EXIT.
           EXIT.

      *================================================================*
      *               P A R A G R A F O    F I N A L I Z A             *
      *================================================================*
               END-IF
           END-IF

      * A decision left over at the end of the extract names a
      * detail the extract does not have: the decisions belong to
      * another file, and the split is as bad as a truncated one.
           IF SW-DUPLICADOS-PEDIDOS
             AND SW-SIM-FIM-ARQUIVO
             AND SW-DUP-NAO-FIM
               SET SW-FORA-BALANCO      TO TRUE
               DISPLAY ' DECISOES DE DUPLICIDADE NAO REPARTIDAS '
               DISPLAY ' LINHA = ' DUP-REGIS
           END-IF

      * The trailers go through 3015, not 2510: 2510's error branch
      * routes back through 3000-FINALIZA, and we are already
      * inside it.
               PERFORM 3020-RESERVA-FAIXAS
           END-IF

           IF SW-ARQ-FAIXAS-PEDIDO
               PERFORM 3030-GRAVA-FAIXAS
           END-IF

           DISPLAY ' TOTAIS DE CONTROLE CUDMSKSP '
           DISPLAY ' REGISTROS LIDOS      = ' WS-TOT-LIDOS
           DISPLAY ' PARTICOES            = ' WS-QTDE-PARTES

           IF SW-DUPLICADOS-PEDIDOS
               DISPLAY ' DECISOES REPARTIDAS  = ' WS-TOT-DECISOES
           END-IF

           PERFORM VARYING WS-PART-IDX
             FROM 1 BY 1
             UNTIL WS-PART-IDX GREATER WS-QTDE-PARTES

           CLOSE E1TC1AR

           IF SW-DUPLICADOS-PEDIDOS
               CLOSE DITC1AR
                     DOTC1AR
           END-IF

           PERFORM VARYING WS-PART-IDX
             FROM 1 BY 1
             UNTIL WS-PART-IDX GREATER WS-QTDE-PARTES
           .
       3021-AVANCA-CONTROLE-EXIT.
           EXIT.

      *================================================================*
      *        G R A V A   A R Q U I V O   D E   F A I X A S           *
      *================================================================*
      * One REGFXA line per partition. Written whatever the split's
      * outcome - the return code is what tells the driver whether
      * to go on - but a slice is only marked reserved when 3020
      * really advanced the control record. Like 3015, an error
      * here is reported and finalization carries on.
       3030-GRAVA-FAIXAS.

           OPEN OUTPUT FXTC1AR

           IF WS-STATUS-FX EQUAL CT-0 OR
             WS-STATUS-FX EQUAL CT-10
               PERFORM VARYING WS-PART-IDX
                 FROM 1 BY 1
                 UNTIL WS-PART-IDX GREATER WS-QTDE-PARTES
                 OR WS-CODIGO-RETORNO EQUAL 12
                   PERFORM 3031-GRAVA-LINHA-FAIXA
               END-PERFORM
               CLOSE FXTC1AR
           ELSE
               DISPLAY ' ERRO NA ABERTURA DO ARQUIVO DE FAIXAS '
               DISPLAY ' ERROR = ' WS-STATUS-FX
               MOVE 12                  TO WS-CODIGO-RETORNO
           END-IF
           .
       3030-GRAVA-FAIXAS-EXIT.
           EXIT.

      *================================================================*
      *        G R A V A   L I N H A   D E   F A I X A                 *
      *================================================================*

       3031-GRAVA-LINHA-FAIXA.

           MOVE SPACES                  TO FXA-REGIS
           MOVE WS-PART-IDX             TO FXA-PARTICAO
           MOVE WS-PART-DETALHES(WS-PART-IDX)
                                        TO FXA-DETALHES
           MOVE WS-PART-CAMINHO(WS-PART-IDX)
                                        TO FXA-CAMINHO

           IF SW-FAIXAS-RESERVADAS
               MOVE 'S'                 TO FXA-RESERVADA
               MOVE WS-PART-FAIXA-BASE(WS-PART-IDX)
                                        TO FXA-BASE
               MOVE WS-PART-FAIXA-FIM(WS-PART-IDX)
                                        TO FXA-FIM
           ELSE
               MOVE 'N'                 TO FXA-RESERVADA
               MOVE ZEROS               TO FXA-BASE
                                           FXA-FIM
           END-IF

           WRITE REG-FXA FROM FXA-REGIS
           END-WRITE

           IF WS-STATUS-FX EQUAL CT-0 OR
             WS-STATUS-FX EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA GRAVACAO DO ARQUIVO DE FAIXAS '
               DISPLAY ' ERROR = ' WS-STATUS-FX
               MOVE 12                  TO WS-CODIGO-RETORNO
           END-IF
           .
       3031-GRAVA-LINHA-FAIXA-EXIT.
           EXIT.
