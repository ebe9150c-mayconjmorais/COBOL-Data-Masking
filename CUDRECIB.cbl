      ******************************************************************
      * Consumer-receipt reconciliation of the CUDMASK suite.
      *
      * Holds the release manifest CUDLIBER writes (REGMAN) against
      * the acknowledgement files the consumers send back (REGRCB),
      * one per consumer named on the manifest, found on the base
      * CUDRECIB_RECIBOS_BASE with the consumer code appended
      * (MASK_RCB.TXT.ANALYTIC, ...). Reports, in manifest order:
      *
      *   SEM RECIBO   a delivery still unacknowledged more than
      *                CUDRECIB_PRAZO days (default 2) after it was
      *                released;
      *   DIVERGENTE   a delivery acknowledged with a record count
      *                or checksum other than the manifest's - the
      *                consumer did not get the file that was sent;
      *   SEM ENTREGA  an acknowledgement no manifest line accounts
      *                for.
      *
      * Deliveries still inside the deadline are only counted. When
      * a consumer acknowledges the same generation more than once,
      * the last acknowledgement stands.
      *
      * Condition code: 8 when any delivery is overdue or divergent,
      * 4 when the only findings are stray or malformed
      * acknowledgements, 0 when every delivery is accounted for,
      * 12 on configuration or I/O errors.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                      CUDRECIB.
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

           SELECT MNTC1AR ASSIGN DYNAMIC WS-MN-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-MN.

      * One consumer's acknowledgement file at a time.
           SELECT RCTC1AR ASSIGN DYNAMIC WS-RC-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-RC.

           SELECT RLTC1AR ASSIGN DYNAMIC WS-RL-CAMINHO
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS  WS-STATUS-RL.

      *================================================================*
      *                D A T A    D I V I S I O N                      *
      *================================================================*

       DATA DIVISION.

       FILE SECTION.
       FD MNTC1AR.
       01 REG-MAN PIC X(164).

       FD RCTC1AR.
       01 REG-RCB PIC X(056).

       FD RLTC1AR.
       01 REG-REL PIC X(100).

       WORKING-STORAGE SECTION.
      *================================================================*
      *                   A R E A   DE   C O P Y                       *
      *================================================================*
      * Release manifest line and consumer acknowledgement line.
           COPY 'REGMAN'                IN copy-lib.

           COPY 'REGRCB'                IN copy-lib.
      *================================================================*
      *      W O R K I N G - S T O R A G E   S E C T I O N             *
      *================================================================*

       01 WS-ARQUIVOS-STATUS.
         05 WS-STATUS-MN                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-RC                PIC 9(002) VALUE ZEROS.
         05 WS-STATUS-RL                PIC 9(002) VALUE ZEROS.

      *================================================================*
      *        C A M I N H O   D O S   A R Q U I V O S                 *
      *================================================================*
       01 WS-CAMINHOS-ARQUIVOS.
         05 WS-MN-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-RC-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-RL-CAMINHO               PIC X(100) VALUE SPACES.
         05 WS-RC-BASE                  PIC X(100) VALUE SPACES.

       01 WS-CAMINHOS-PADRAO.
         05 WS-MN-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_MAN.TXT'.
         05 WS-RC-BASE-DEFAULT          PIC X(100) VALUE
         'MASK_RCB.TXT'.
         05 WS-RL-CAMINHO-DEFAULT       PIC X(100) VALUE
         'MASK_RCN.TXT'.

       01 WS-AREA-PARAMETROS.
         05 WS-ENV-VALOR                PIC X(100) VALUE SPACES.
         05 WS-PRAZO                    PIC 9(003) VALUE 2.
         05 WS-CAM-TAM                  PIC 9(003) VALUE ZEROES.

      *================================================================*
      *        E N T R E G A S   D O   M A N I F E S T O               *
      *================================================================*
      * Every manifest line, with what its consumer acknowledged:
      * situation ' ' none yet, 'C' confirmed, 'D' divergent.
       01 WS-AREA-ENTREGAS.
         05 WS-ENT-QTDE                 PIC 9(004) VALUE ZEROES.
         05 WS-ENT-MAXIMO               PIC 9(004) VALUE 5000.
         05 WS-ENT-IDX                  PIC 9(004) VALUE ZEROES.
         05 WS-ENT-ACHADA               PIC 9(004) VALUE ZEROES.

       01 WS-TABELA-ENTREGAS.
         05 WS-ENT-ENTRADA              OCCURS 5000.
           10 WS-ENT-CONSUMIDOR         PIC X(008).
           10 WS-ENT-SEQ                PIC 9(005).
           10 WS-ENT-DATA               PIC 9(008).
           10 WS-ENT-REGISTROS          PIC 9(009).
           10 WS-ENT-CHECKSUM           PIC 9(010).
           10 WS-ENT-LIB-DATA           PIC 9(008).
           10 WS-ENT-SITUACAO           PIC X(001).
           10 WS-ENT-REC-REGISTROS      PIC 9(009).
           10 WS-ENT-REC-CHECKSUM       PIC 9(010).

      * The consumers the manifest names, each read once.
       01 WS-AREA-CONSUMIDORES.
         05 WS-CON-QTDE                 PIC 9(002) VALUE ZEROES.
         05 WS-CON-MAXIMO               PIC 9(002) VALUE 50.
         05 WS-CON-IDX                  PIC 9(002) VALUE ZEROES.
         05 WS-CON-ACHADO               PIC 9(002) VALUE ZEROES.
         05 WS-CON-CODIGO               PIC X(008) OCCURS 50.

      *================================================================*
      *        A R I T M E T I C A   D E   D A T A S                   *
      *================================================================*
      * Day count of a calendar date, so the age of a delivery is a
      * subtraction. March-based year: February's length only
      * matters at the end of the counting year.
       01 WS-AREA-DATAS.
         05 WS-DATA-HOJE                PIC 9(008) VALUE ZEROES.
         05 WS-DIAS-HOJE                PIC 9(007) VALUE ZEROES.
         05 WS-DIAS-IDADE               PIC S9(007) VALUE ZEROES.
         05 WS-DT-DATA                  PIC 9(008) VALUE ZEROES.
         05 WS-DT-DATA-R REDEFINES WS-DT-DATA.
           10 WS-DT-ANO                 PIC 9(004).
           10 WS-DT-MES                 PIC 9(002).
           10 WS-DT-DIA                 PIC 9(002).
         05 WS-DT-ANO-CALC              PIC 9(004) VALUE ZEROES.
         05 WS-DT-MES-CALC              PIC 9(002) VALUE ZEROES.
         05 WS-DT-QUOCIENTE-4           PIC 9(004) VALUE ZEROES.
         05 WS-DT-QUOCIENTE-100         PIC 9(004) VALUE ZEROES.
         05 WS-DT-QUOCIENTE-400         PIC 9(004) VALUE ZEROES.
         05 WS-DT-QUOCIENTE-MES         PIC 9(004) VALUE ZEROES.
         05 WS-DT-DIAS                  PIC 9(007) VALUE ZEROES.

      *================================================================*
      *        T O T A I S   D E   C O N T R O L E                     *
      *================================================================*
       01 WS-TOTAIS-CONTROLE.
         05 WS-TOT-ENTREGAS             PIC 9(009) VALUE ZEROES.
         05 WS-TOT-CONFIRMADAS          PIC 9(009) VALUE ZEROES.
         05 WS-TOT-DIVERGENTES          PIC 9(009) VALUE ZEROES.
         05 WS-TOT-VENCIDAS             PIC 9(009) VALUE ZEROES.
         05 WS-TOT-NO-PRAZO             PIC 9(009) VALUE ZEROES.
         05 WS-TOT-RECIBOS              PIC 9(009) VALUE ZEROES.
         05 WS-TOT-SEM-ENTREGA          PIC 9(009) VALUE ZEROES.
         05 WS-TOT-MALFORMADOS          PIC 9(009) VALUE ZEROES.

      *================================================================*
      *        L I N H A S   D O   R E L A T O R I O                   *
      *================================================================*
       01 WS-LINHA-TITULO.
         05 FILLER                      PIC X(034) VALUE
         'RECONCILIACAO DE RECIBOS CUDRECIB '.
         05 FILLER                      PIC X(005) VALUE 'DATA '.
         05 WS-LTI-DATA                 PIC 9(008).
         05 FILLER                      PIC X(007) VALUE ' PRAZO '.
         05 WS-LTI-PRAZO                PIC ZZ9.
         05 FILLER                      PIC X(005) VALUE ' DIAS'.
         05 FILLER                      PIC X(038) VALUE SPACES.

      * Delivery acknowledged with other figures: sent / received.
       01 WS-LINHA-DIVERGENCIA.
         05 FILLER                      PIC X(012) VALUE
         'DIVERGENTE  '.
         05 WS-LDV-CONSUMIDOR           PIC X(008).
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LDV-SEQ                  PIC 9(005).
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LDV-DATA                 PIC 9(008).
         05 FILLER                      PIC X(005) VALUE ' ENV '.
         05 WS-LDV-ENV-REGISTROS        PIC ZZZZZZZZ9.
         05 FILLER                      PIC X(001) VALUE '/'.
         05 WS-LDV-ENV-CHECKSUM         PIC 9(010).
         05 FILLER                      PIC X(005) VALUE ' REC '.
         05 WS-LDV-REC-REGISTROS        PIC ZZZZZZZZ9.
         05 FILLER                      PIC X(001) VALUE '/'.
         05 WS-LDV-REC-CHECKSUM         PIC 9(010).
         05 FILLER                      PIC X(015) VALUE SPACES.

      * Delivery past the deadline with no acknowledgement.
       01 WS-LINHA-PENDENCIA.
         05 FILLER                      PIC X(012) VALUE
         'SEM RECIBO  '.
         05 WS-LPE-CONSUMIDOR           PIC X(008).
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LPE-SEQ                  PIC 9(005).
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LPE-DATA                 PIC 9(008).
         05 FILLER                      PIC X(010) VALUE
         ' LIBERADA '.
         05 WS-LPE-LIB-DATA             PIC 9(008).
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LPE-DIAS                 PIC ZZZZ9.
         05 FILLER                      PIC X(005) VALUE ' DIAS'.
         05 FILLER                      PIC X(036) VALUE SPACES.

      * Acknowledgement with no delivery behind it.
       01 WS-LINHA-AVULSO.
         05 FILLER                      PIC X(012) VALUE
         'SEM ENTREGA '.
         05 WS-LAV-CONSUMIDOR           PIC X(008).
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LAV-SEQ                  PIC 9(005).
         05 FILLER                      PIC X(001) VALUE SPACE.
         05 WS-LAV-DATA                 PIC 9(008).
         05 FILLER                      PIC X(005) VALUE ' REC '.
         05 WS-LAV-REC-REGISTROS        PIC ZZZZZZZZ9.
         05 FILLER                      PIC X(001) VALUE '/'.
         05 WS-LAV-REC-CHECKSUM         PIC 9(010).
         05 FILLER                      PIC X(040) VALUE SPACES.

       01 WS-LINHA-CONTROLE.
         05 WS-LC-LABEL                 PIC X(020) VALUE SPACES.
         05 WS-LC-VALOR                 PIC ZZZZZZZZ9.
         05 FILLER                      PIC X(071) VALUE SPACES.

       01 WS-LINHA-TEXTO                PIC X(100) VALUE SPACES.

       01 WS-CODIGO-RETORNO              PIC 9(002) VALUE ZEROS.

      ******************************************************************
       01 CT-CONSTANTES.
         05 CT-0                       PIC 9(002) VALUE ZEROS.
         05 CT-10                      PIC 9(002) VALUE 10.
         05 CT-35                      PIC 9(002) VALUE 35.

      ******************************************************************

       01 SW-SWITCHES.

         05 SW-MANIFESTO                PIC X(03) VALUE 'N'.
            88 SW-MAN-SIM-FIM VALUE 'Y'.
            88 SW-MAN-NAO-FIM VALUE 'N'.

         05 SW-RECIBOS                  PIC X(03) VALUE 'N'.
            88 SW-RCB-SIM-FIM VALUE 'Y'.
            88 SW-RCB-NAO-FIM VALUE 'N'.

         05 SW-RELATORIO                PIC X(03) VALUE 'N'.
            88 SW-RELATORIO-ABERTO VALUE 'Y'.
            88 SW-RELATORIO-FECHADO VALUE 'N'.

      *================================================================*
      *        P R O C E D U R E     D I V I S I O N                   *
      *================================================================*

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           PERFORM 1000-INICIALIZA.

           PERFORM VARYING WS-CON-IDX
             FROM 1 BY 1
             UNTIL WS-CON-IDX GREATER WS-CON-QTDE
               PERFORM 2000-LE-RECIBOS
           END-PERFORM

           PERFORM VARYING WS-ENT-IDX
             FROM 1 BY 1
             UNTIL WS-ENT-IDX GREATER WS-ENT-QTDE
               PERFORM 2500-AVALIA-ENTREGA
           END-PERFORM

           PERFORM 3000-FINALIZA.

       0000-PRINCIPAL-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   I N I C I A L I Z A                 *
      *================================================================*

       1000-INICIALIZA.

           ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD

           MOVE WS-DATA-HOJE            TO WS-DT-DATA
           PERFORM 2950-CONTA-DIAS
           MOVE WS-DT-DIAS              TO WS-DIAS-HOJE

           PERFORM 1050-LER-PARAMETROS

           OPEN OUTPUT RLTC1AR

           IF WS-STATUS-RL EQUAL CT-0 OR
             WS-STATUS-RL EQUAL CT-10
               SET SW-RELATORIO-ABERTO  TO TRUE
           ELSE
               DISPLAY ' ERRO NA ABERTURA DO RELATORIO '
               DISPLAY ' ERROR = ' WS-STATUS-RL
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF

           MOVE WS-DATA-HOJE            TO WS-LTI-DATA
           MOVE WS-PRAZO                TO WS-LTI-PRAZO
           MOVE WS-LINHA-TITULO         TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA

           PERFORM 1100-CARREGA-MANIFESTO
           .
       1000-INICIALIZA-EXIT.
           EXIT.

      *================================================================*
      *        P A R A G R A F O   L E   P A R A M E T R O S           *
      *================================================================*
      * CUDRECIB_MANIFESTO names the release manifest,
      * CUDRECIB_RECIBOS_BASE the base the consumer code is appended
      * to for each acknowledgement file, CUDRECIB_PRAZO the days a
      * consumer has to acknowledge, CUDRECIB_RELATORIO the report.
       1050-LER-PARAMETROS.

           DISPLAY 'CUDRECIB_MANIFESTO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-MN-CAMINHO-DEFAULT
                                        TO WS-MN-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-MN-CAMINHO
           END-IF

           DISPLAY 'CUDRECIB_RECIBOS_BASE'
                                        UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-RC-BASE-DEFAULT  TO WS-RC-BASE
           ELSE
               MOVE WS-ENV-VALOR        TO WS-RC-BASE
           END-IF

           DISPLAY 'CUDRECIB_RELATORIO' UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR EQUAL SPACES OR LOW-VALUES
               MOVE WS-RL-CAMINHO-DEFAULT
                                        TO WS-RL-CAMINHO
           ELSE
               MOVE WS-ENV-VALOR        TO WS-RL-CAMINHO
           END-IF

      * Up to three digits of days.
           DISPLAY 'CUDRECIB_PRAZO'     UPON ENVIRONMENT-NAME
           ACCEPT   WS-ENV-VALOR        FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALOR(1:3) IS NUMERIC
               MOVE WS-ENV-VALOR(1:3)   TO WS-PRAZO
           ELSE
               IF WS-ENV-VALOR(1:2) IS NUMERIC
                 AND WS-ENV-VALOR(3:1) EQUAL SPACE
                   MOVE WS-ENV-VALOR(1:2)
                                        TO WS-PRAZO
               ELSE
                   IF WS-ENV-VALOR(1:1) IS NUMERIC
                     AND WS-ENV-VALOR(2:1) EQUAL SPACE
                       MOVE WS-ENV-VALOR(1:1)
                                        TO WS-PRAZO
                   END-IF
               END-IF
           END-IF
           .
       1050-LER-PARAMETROS-EXIT.
           EXIT.

      *================================================================*
      *        C A R R E G A   M A N I F E S T O                       *
      *================================================================*
      * No manifest means nothing was ever released - nothing to
      * reconcile, not an error.
       1100-CARREGA-MANIFESTO.

           OPEN INPUT MNTC1AR

           IF WS-STATUS-MN EQUAL CT-0 OR
             WS-STATUS-MN EQUAL CT-10
               SET SW-MAN-NAO-FIM       TO TRUE
               PERFORM 1110-LER-MANIFESTO
                 UNTIL SW-MAN-SIM-FIM
               CLOSE MNTC1AR
           ELSE
               IF WS-STATUS-MN EQUAL CT-35
                   DISPLAY ' MANIFESTO INEXISTENTE: ' WS-MN-CAMINHO
               ELSE
                   DISPLAY ' ERRO NA ABERTURA DO MANIFESTO '
                   DISPLAY ' ERROR = ' WS-STATUS-MN
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
               END-IF
           END-IF
           .
       1100-CARREGA-MANIFESTO-EXIT.
           EXIT.

      *================================================================*
      *        L E   U M A   L I N H A   D O   M A N I F E S T O       *
      *================================================================*

       1110-LER-MANIFESTO.

           READ MNTC1AR                 INTO MAN-REGIS
               AT END
                   SET SW-MAN-SIM-FIM   TO TRUE
           END-READ

           IF WS-STATUS-MN EQUAL CT-0 OR
             WS-STATUS-MN EQUAL CT-10
               IF SW-MAN-NAO-FIM
                   IF MAN-SEQ IS NUMERIC
                     AND MAN-DATA IS NUMERIC
                     AND MAN-REGISTROS IS NUMERIC
                     AND MAN-CHECKSUM IS NUMERIC
                     AND MAN-LIB-DATA IS NUMERIC
                       PERFORM 1120-GUARDA-ENTREGA
                   ELSE
                       DISPLAY ' LINHA DE MANIFESTO MALFORMADA: '
                               MAN-CONSUMIDOR ' ' MAN-SEQ
                   END-IF
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DO MANIFESTO '
               DISPLAY ' ERROR = ' WS-STATUS-MN
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF
           .
       1110-LER-MANIFESTO-EXIT.
           EXIT.

      *================================================================*
      *        G U A R D A   U M A   E N T R E G A                     *
      *================================================================*

       1120-GUARDA-ENTREGA.

           IF WS-ENT-QTDE EQUAL WS-ENT-MAXIMO
               DISPLAY ' TABELA DO MANIFESTO ESGOTADA '
               DISPLAY ' LIMITE = ' WS-ENT-MAXIMO
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF

           ADD 1                        TO WS-ENT-QTDE
           MOVE MAN-CONSUMIDOR          TO
               WS-ENT-CONSUMIDOR(WS-ENT-QTDE)
           MOVE MAN-SEQ                 TO WS-ENT-SEQ(WS-ENT-QTDE)
           MOVE MAN-DATA                TO WS-ENT-DATA(WS-ENT-QTDE)
           MOVE MAN-REGISTROS           TO
               WS-ENT-REGISTROS(WS-ENT-QTDE)
           MOVE MAN-CHECKSUM            TO
               WS-ENT-CHECKSUM(WS-ENT-QTDE)
           MOVE MAN-LIB-DATA            TO
               WS-ENT-LIB-DATA(WS-ENT-QTDE)
           MOVE SPACE                   TO
               WS-ENT-SITUACAO(WS-ENT-QTDE)
           MOVE ZEROS                   TO
               WS-ENT-REC-REGISTROS(WS-ENT-QTDE)
               WS-ENT-REC-CHECKSUM(WS-ENT-QTDE)

           MOVE ZEROS                   TO WS-CON-ACHADO
           PERFORM VARYING WS-CON-IDX
             FROM 1 BY 1
             UNTIL WS-CON-IDX GREATER WS-CON-QTDE
             OR WS-CON-ACHADO NOT EQUAL ZEROS
               IF WS-CON-CODIGO(WS-CON-IDX) EQUAL MAN-CONSUMIDOR
                   MOVE WS-CON-IDX      TO WS-CON-ACHADO
               END-IF
           END-PERFORM

           IF WS-CON-ACHADO EQUAL ZEROS
               IF WS-CON-QTDE EQUAL WS-CON-MAXIMO
                   DISPLAY ' TABELA DE CONSUMIDORES ESGOTADA '
                   DISPLAY ' LIMITE = ' WS-CON-MAXIMO
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
               END-IF
               ADD 1                    TO WS-CON-QTDE
               MOVE MAN-CONSUMIDOR      TO WS-CON-CODIGO(WS-CON-QTDE)
           END-IF
           .
       1120-GUARDA-ENTREGA-EXIT.
           EXIT.

      *================================================================*
      *        L E   R E C I B O S   D E   U M   C O N S U M I D O R   *
      *================================================================*
      * A consumer who never sent an acknowledgement file simply has
      * nothing acknowledged; the deadline check reports the rest.
       2000-LE-RECIBOS.

           PERFORM VARYING WS-CAM-TAM
             FROM 100 BY -1
             UNTIL WS-CAM-TAM EQUAL ZEROS
             OR WS-RC-BASE(WS-CAM-TAM:1) NOT EQUAL SPACE
           END-PERFORM

           IF WS-CAM-TAM EQUAL ZEROS
               MOVE 1                   TO WS-CAM-TAM
           END-IF

           MOVE SPACES                  TO WS-RC-CAMINHO
           STRING WS-RC-BASE(1:WS-CAM-TAM)
                                        DELIMITED BY SIZE
                  '.'                   DELIMITED BY SIZE
                  WS-CON-CODIGO(WS-CON-IDX)
                                        DELIMITED BY SPACE
               INTO WS-RC-CAMINHO
           END-STRING

           OPEN INPUT RCTC1AR

           IF WS-STATUS-RC EQUAL CT-0 OR
             WS-STATUS-RC EQUAL CT-10
               SET SW-RCB-NAO-FIM       TO TRUE
               PERFORM 2100-LER-RECIBO
                 UNTIL SW-RCB-SIM-FIM
               CLOSE RCTC1AR
           ELSE
               IF WS-STATUS-RC EQUAL CT-35
                   DISPLAY ' SEM ARQUIVO DE RECIBOS: ' WS-RC-CAMINHO
               ELSE
                   DISPLAY ' ERRO NA ABERTURA DOS RECIBOS '
                   DISPLAY ' ARQUIVO = ' WS-RC-CAMINHO
                   DISPLAY ' ERROR = ' WS-STATUS-RC
                   MOVE 12              TO WS-CODIGO-RETORNO
                   PERFORM 3000-FINALIZA
               END-IF
           END-IF
           .
       2000-LE-RECIBOS-EXIT.
           EXIT.

      *================================================================*
      *        L E   U M   R E C I B O                                 *
      *================================================================*
      * An acknowledgement is taken only for the consumer whose file
      * it is in.
       2100-LER-RECIBO.

           READ RCTC1AR                 INTO RCB-REGIS
               AT END
                   SET SW-RCB-SIM-FIM   TO TRUE
           END-READ

           IF WS-STATUS-RC EQUAL CT-0 OR
             WS-STATUS-RC EQUAL CT-10
               IF SW-RCB-NAO-FIM
                   ADD 1                TO WS-TOT-RECIBOS
                   IF RCB-CONSUMIDOR EQUAL WS-CON-CODIGO(WS-CON-IDX)
                     AND RCB-SEQ IS NUMERIC
                     AND RCB-DATA IS NUMERIC
                     AND RCB-REGISTROS IS NUMERIC
                     AND RCB-CHECKSUM IS NUMERIC
                       PERFORM 2200-CONCILIA-RECIBO
                   ELSE
                       ADD 1            TO WS-TOT-MALFORMADOS
                       DISPLAY ' RECIBO MALFORMADO EM '
                               WS-RC-CAMINHO
                   END-IF
               END-IF
           ELSE
               DISPLAY ' ERRO NA LEITURA DOS RECIBOS '
               DISPLAY ' ERROR = ' WS-STATUS-RC
               MOVE 12                  TO WS-CODIGO-RETORNO
               PERFORM 3000-FINALIZA
           END-IF
           .
       2100-LER-RECIBO-EXIT.
           EXIT.

      *================================================================*
      *        C O N C I L I A   U M   R E C I B O                     *
      *================================================================*

       2200-CONCILIA-RECIBO.

           MOVE ZEROS                   TO WS-ENT-ACHADA

           PERFORM VARYING WS-ENT-IDX
             FROM 1 BY 1
             UNTIL WS-ENT-IDX GREATER WS-ENT-QTDE
             OR WS-ENT-ACHADA NOT EQUAL ZEROS
               IF WS-ENT-CONSUMIDOR(WS-ENT-IDX) EQUAL RCB-CONSUMIDOR
                 AND WS-ENT-SEQ(WS-ENT-IDX) EQUAL RCB-SEQ
                 AND WS-ENT-DATA(WS-ENT-IDX) EQUAL RCB-DATA
                   MOVE WS-ENT-IDX      TO WS-ENT-ACHADA
               END-IF
           END-PERFORM

           IF WS-ENT-ACHADA EQUAL ZEROS
               ADD 1                    TO WS-TOT-SEM-ENTREGA
               MOVE RCB-CONSUMIDOR      TO WS-LAV-CONSUMIDOR
               MOVE RCB-SEQ             TO WS-LAV-SEQ
               MOVE RCB-DATA            TO WS-LAV-DATA
               MOVE RCB-REGISTROS       TO WS-LAV-REC-REGISTROS
               MOVE RCB-CHECKSUM        TO WS-LAV-REC-CHECKSUM
               MOVE WS-LINHA-AVULSO     TO WS-LINHA-TEXTO
               PERFORM 2900-GRAVA-LINHA
           ELSE
               MOVE RCB-REGISTROS       TO
                   WS-ENT-REC-REGISTROS(WS-ENT-ACHADA)
               MOVE RCB-CHECKSUM        TO
                   WS-ENT-REC-CHECKSUM(WS-ENT-ACHADA)
               IF RCB-REGISTROS EQUAL WS-ENT-REGISTROS(WS-ENT-ACHADA)
                 AND RCB-CHECKSUM EQUAL
                     WS-ENT-CHECKSUM(WS-ENT-ACHADA)
                   MOVE 'C'             TO
                       WS-ENT-SITUACAO(WS-ENT-ACHADA)
               ELSE
                   MOVE 'D'             TO
                       WS-ENT-SITUACAO(WS-ENT-ACHADA)
               END-IF
           END-IF
           .
       2200-CONCILIA-RECIBO-EXIT.
           EXIT.

      *================================================================*
      *        A V A L I A   U M A   E N T R E G A                     *
      *================================================================*

       2500-AVALIA-ENTREGA.

           ADD 1                        TO WS-TOT-ENTREGAS

           EVALUATE WS-ENT-SITUACAO(WS-ENT-IDX)
               WHEN 'C'
                   ADD 1                TO WS-TOT-CONFIRMADAS
               WHEN 'D'
                   ADD 1                TO WS-TOT-DIVERGENTES
                   MOVE WS-ENT-CONSUMIDOR(WS-ENT-IDX)
                                        TO WS-LDV-CONSUMIDOR
                   MOVE WS-ENT-SEQ(WS-ENT-IDX)
                                        TO WS-LDV-SEQ
                   MOVE WS-ENT-DATA(WS-ENT-IDX)
                                        TO WS-LDV-DATA
                   MOVE WS-ENT-REGISTROS(WS-ENT-IDX)
                                        TO WS-LDV-ENV-REGISTROS
                   MOVE WS-ENT-CHECKSUM(WS-ENT-IDX)
                                        TO WS-LDV-ENV-CHECKSUM
                   MOVE WS-ENT-REC-REGISTROS(WS-ENT-IDX)
                                        TO WS-LDV-REC-REGISTROS
                   MOVE WS-ENT-REC-CHECKSUM(WS-ENT-IDX)
                                        TO WS-LDV-REC-CHECKSUM
                   MOVE WS-LINHA-DIVERGENCIA
                                        TO WS-LINHA-TEXTO
                   PERFORM 2900-GRAVA-LINHA
               WHEN OTHER
                   MOVE WS-ENT-LIB-DATA(WS-ENT-IDX)
                                        TO WS-DT-DATA
                   PERFORM 2950-CONTA-DIAS
                   COMPUTE WS-DIAS-IDADE = WS-DIAS-HOJE - WS-DT-DIAS
                   IF WS-DIAS-IDADE GREATER WS-PRAZO
                       ADD 1            TO WS-TOT-VENCIDAS
                       MOVE WS-ENT-CONSUMIDOR(WS-ENT-IDX)
                                        TO WS-LPE-CONSUMIDOR
                       MOVE WS-ENT-SEQ(WS-ENT-IDX)
                                        TO WS-LPE-SEQ
                       MOVE WS-ENT-DATA(WS-ENT-IDX)
                                        TO WS-LPE-DATA
                       MOVE WS-ENT-LIB-DATA(WS-ENT-IDX)
                                        TO WS-LPE-LIB-DATA
                       MOVE WS-DIAS-IDADE
                                        TO WS-LPE-DIAS
                       MOVE WS-LINHA-PENDENCIA
                                        TO WS-LINHA-TEXTO
                       PERFORM 2900-GRAVA-LINHA
                   ELSE
                       ADD 1            TO WS-TOT-NO-PRAZO
                   END-IF
           END-EVALUATE
           .
       2500-AVALIA-ENTREGA-EXIT.
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
               PERFORM 3000-FINALIZA
           END-IF
           .
       2900-GRAVA-LINHA-EXIT.
           EXIT.

      *================================================================*
      *        C O N T A   D I A S   D E   U M A   D A T A             *
      *================================================================*
      * Days from a fixed origin to WS-DT-DATA. January and February
      * count as months 13 and 14 of the year before, so the leap
      * day falls at the end of the counting year; then 365 days a
      * year plus the leap days, (153 x month + 2) / 5 days for the
      * months gone, and the day of the month.
       2950-CONTA-DIAS.

           IF WS-DT-MES GREATER 2
               MOVE WS-DT-ANO           TO WS-DT-ANO-CALC
               SUBTRACT 3 FROM WS-DT-MES
                                        GIVING WS-DT-MES-CALC
           ELSE
               SUBTRACT 1 FROM WS-DT-ANO
                                        GIVING WS-DT-ANO-CALC
               ADD 9 TO WS-DT-MES       GIVING WS-DT-MES-CALC
           END-IF

           DIVIDE WS-DT-ANO-CALC BY 4   GIVING WS-DT-QUOCIENTE-4
           DIVIDE WS-DT-ANO-CALC BY 100 GIVING WS-DT-QUOCIENTE-100
           DIVIDE WS-DT-ANO-CALC BY 400 GIVING WS-DT-QUOCIENTE-400

           COMPUTE WS-DT-QUOCIENTE-MES = WS-DT-MES-CALC * 153 + 2
           DIVIDE WS-DT-QUOCIENTE-MES BY 5
                                        GIVING WS-DT-QUOCIENTE-MES

           COMPUTE WS-DT-DIAS = WS-DT-ANO-CALC * 365
                              + WS-DT-QUOCIENTE-4
                              - WS-DT-QUOCIENTE-100
                              + WS-DT-QUOCIENTE-400
                              + WS-DT-QUOCIENTE-MES
                              + WS-DT-DIA
           .
       2950-CONTA-DIAS-EXIT.
           EXIT.

      *================================================================*
      *               P A R A G R A F O    F I N A L I Z A             *
      *================================================================*

       3000-FINALIZA.

           IF WS-CODIGO-RETORNO LESS 12
               IF WS-TOT-DIVERGENTES GREATER ZEROS
                 OR WS-TOT-VENCIDAS GREATER ZEROS
                   MOVE 8               TO WS-CODIGO-RETORNO
               ELSE
                   IF WS-TOT-SEM-ENTREGA GREATER ZEROS
                     OR WS-TOT-MALFORMADOS GREATER ZEROS
                       MOVE 4           TO WS-CODIGO-RETORNO
                   END-IF
               END-IF
           END-IF

           DISPLAY ' TOTAIS DE CONTROLE CUDRECIB '
           DISPLAY ' ENTREGAS             = ' WS-TOT-ENTREGAS
           DISPLAY ' CONFIRMADAS          = ' WS-TOT-CONFIRMADAS
           DISPLAY ' DIVERGENTES          = ' WS-TOT-DIVERGENTES
           DISPLAY ' SEM RECIBO VENCIDAS  = ' WS-TOT-VENCIDAS
           DISPLAY ' AGUARDANDO NO PRAZO  = ' WS-TOT-NO-PRAZO
           DISPLAY ' RECIBOS LIDOS        = ' WS-TOT-RECIBOS
           DISPLAY ' RECIBOS SEM ENTREGA  = ' WS-TOT-SEM-ENTREGA
           DISPLAY ' RECIBOS MALFORMADOS  = ' WS-TOT-MALFORMADOS

           IF SW-RELATORIO-ABERTO
               PERFORM 3100-GRAVA-RESUMO
               CLOSE RLTC1AR
           END-IF

           DISPLAY ' CODIGO DE RETORNO    = ' WS-CODIGO-RETORNO

           MOVE WS-CODIGO-RETORNO       TO RETURN-CODE

           STOP RUN
           .
       3000-FINALIZA-EXIT.
           EXIT.

      *================================================================*
      *        G R A V A   R E S U M O   D O   R E L A T O R I O       *
      *================================================================*

       3100-GRAVA-RESUMO.

           SET SW-RELATORIO-FECHADO     TO TRUE

           MOVE 'ENTREGAS           '   TO WS-LC-LABEL
           MOVE WS-TOT-ENTREGAS         TO WS-LC-VALOR
           PERFORM 3110-GRAVA-LINHA-RESUMO

           MOVE 'CONFIRMADAS        '   TO WS-LC-LABEL
           MOVE WS-TOT-CONFIRMADAS      TO WS-LC-VALOR
           PERFORM 3110-GRAVA-LINHA-RESUMO

           MOVE 'DIVERGENTES        '   TO WS-LC-LABEL
           MOVE WS-TOT-DIVERGENTES      TO WS-LC-VALOR
           PERFORM 3110-GRAVA-LINHA-RESUMO

           MOVE 'SEM RECIBO VENCIDAS'   TO WS-LC-LABEL
           MOVE WS-TOT-VENCIDAS         TO WS-LC-VALOR
           PERFORM 3110-GRAVA-LINHA-RESUMO

           MOVE 'AGUARDANDO NO PRAZO'   TO WS-LC-LABEL
           MOVE WS-TOT-NO-PRAZO         TO WS-LC-VALOR
           PERFORM 3110-GRAVA-LINHA-RESUMO

           MOVE 'RECIBOS SEM ENTREGA'   TO WS-LC-LABEL
           MOVE WS-TOT-SEM-ENTREGA      TO WS-LC-VALOR
           PERFORM 3110-GRAVA-LINHA-RESUMO

           MOVE 'RECIBOS MALFORMADOS'   TO WS-LC-LABEL
           MOVE WS-TOT-MALFORMADOS      TO WS-LC-VALOR
           PERFORM 3110-GRAVA-LINHA-RESUMO
           .
       3100-GRAVA-RESUMO-EXIT.
           EXIT.

      *================================================================*
      *        G R A V A   L I N H A   D O   R E S U M O               *
      *================================================================*
      * Inside 3000-FINALIZA: an error is reported and finalization
      * carries on.
       3110-GRAVA-LINHA-RESUMO.

           WRITE REG-REL FROM WS-LINHA-CONTROLE
           END-WRITE

           IF WS-STATUS-RL EQUAL CT-0 OR
             WS-STATUS-RL EQUAL CT-10
               CONTINUE
           ELSE
               DISPLAY ' ERRO NA GRAVACAO DO RELATORIO '
               DISPLAY ' ERROR = ' WS-STATUS-RL
           END-IF
           .
       3110-GRAVA-LINHA-RESUMO-EXIT.
           EXIT.
