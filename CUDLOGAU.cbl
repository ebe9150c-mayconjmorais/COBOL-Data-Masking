      * attempt, but reviewing it by hand does not scale to a
      * quarterly compliance cycle. This program reads the log and
      * reports, per requester and per ticket, the attempt counts
      * and the found / not-found / invalid / denied / erased /
      * consulted breakdown (denials come from the pre-approved
      * ticket gate, erasure lines from the right-to-erasure
      * program, consulted lines from the data-subject access
      * report), plus an exception list of the patterns compliance
      * asked to see:
      *
      *   - a requester exceeding a configurable number of lookups
      *     on a single calendar day;
      *   - repeated not-found probing of sequential keys (the
      *     signature of someone walking the vault keyspace, or
      *     the pseudonym token space when the lookups are made by
      *     token - the two are separate streaks);
      *   - lookups outside the configurable business-hours window,
      *     tallied per requester.
      *
       01 REG-LOG PIC X(057).

       FD RLTC1AR.
       01 REG-REL PIC X(130).

       WORKING-STORAGE SECTION.
      *================================================================*
           10 WS-SOL-INVALIDOS          PIC 9(009).
           10 WS-SOL-NEGADOS            PIC 9(009).
           10 WS-SOL-EXPURGADOS         PIC 9(009).
           10 WS-SOL-CONSULTADOS        PIC 9(009).
           10 WS-SOL-FORA-HORARIO       PIC 9(009).

       01 WS-AREA-TICKETS.
           10 WS-TKT-INVALIDOS          PIC 9(009).
           10 WS-TKT-NEGADOS            PIC 9(009).
           10 WS-TKT-EXPURGADOS         PIC 9(009).
           10 WS-TKT-CONSULTADOS        PIC 9(009).

      * One slot per requester/calendar-day pair, for the daily
      * volume threshold.
      * State of the probing detector: the streak only grows while
      * the same requester keeps getting INEXISTENTE on exactly the
      * previous key plus one, and each streak is reported once, at
      * the moment it reaches the limit. WS-SEQ-MODO is the lookup
      * mode of the streak (REGLOG's LOG-MODO): a token sequence
      * number and a vault key are different spaces.
       01 WS-AREA-SEQUENCIA.
         05 WS-SEQ-SOLICITANTE          PIC X(008) VALUE SPACES.
         05 WS-SEQ-MODO                 PIC X(001) VALUE SPACE.
         05 WS-SEQ-CHAVE-ANT            PIC 9(009) VALUE ZEROES.
         05 WS-SEQ-CHAVE-INI            PIC 9(009) VALUE ZEROES.
         05 WS-SEQ-TAMANHO              PIC 9(005) VALUE ZEROES.
         05 WS-LS-NEG                   PIC ZZZZZZZZ9.
         05 FILLER                      PIC X(005) VALUE ' EXP '.
         05 WS-LS-EXP                   PIC ZZZZ9.
         05 FILLER                      PIC X(005) VALUE ' CON '.
         05 WS-LS-CON                   PIC ZZZZ9.
         05 FILLER                      PIC X(006) VALUE ' FHOR '.
         05 WS-LS-FHOR                  PIC ZZZZ9.

         05 WS-LT-NEG                   PIC ZZZZZZZZ9.
         05 FILLER                      PIC X(005) VALUE ' EXP '.
         05 WS-LT-EXP                   PIC ZZZZ9.
         05 FILLER                      PIC X(005) VALUE ' CON '.
         05 WS-LT-CON                   PIC ZZZZ9.

       01 WS-LINHA-EXC-DIA.
         05 FILLER                      PIC X(027) VALUE
         05 WS-ES-CHAVE                 PIC 9(009).
         05 FILLER                      PIC X(006) VALUE ' QTDE '.
         05 WS-ES-QTDE                  PIC ZZZZ9.
         05 WS-ES-MODO                  PIC X(010).

       01 WS-LINHA-TEXTO                 PIC X(130) VALUE SPACES.

       01 WS-CODIGO-RETORNO              PIC 9(002) VALUE ZEROS.

                   WS-SOL-NEGADOS(WS-SOL-IDX)
               MOVE ZEROS               TO
                   WS-SOL-EXPURGADOS(WS-SOL-IDX)
               MOVE ZEROS               TO
                   WS-SOL-CONSULTADOS(WS-SOL-IDX)
               MOVE ZEROS               TO
                   WS-SOL-FORA-HORARIO(WS-SOL-IDX)
           END-IF
               WHEN 'EXPURGADO  '
                   ADD 1                TO
                       WS-SOL-EXPURGADOS(WS-SOL-IDX)
               WHEN 'CONSULTADO '
                   ADD 1                TO
                       WS-SOL-CONSULTADOS(WS-SOL-IDX)
               WHEN OTHER
                   ADD 1                TO
                       WS-SOL-INVALIDOS(WS-SOL-IDX)
                   WS-TKT-NEGADOS(WS-TKT-IDX)
               MOVE ZEROS               TO
                   WS-TKT-EXPURGADOS(WS-TKT-IDX)
               MOVE ZEROS               TO
                   WS-TKT-CONSULTADOS(WS-TKT-IDX)
           END-IF

           ADD 1                        TO
               WHEN 'EXPURGADO  '
                   ADD 1                TO
                       WS-TKT-EXPURGADOS(WS-TKT-IDX)
               WHEN 'CONSULTADO '
                   ADD 1                TO
                       WS-TKT-CONSULTADOS(WS-TKT-IDX)
               WHEN OTHER
                   ADD 1                TO
                       WS-TKT-INVALIDOS(WS-TKT-IDX)
      *        V E R I F I C A   V A R R E D U R A   S E Q U E N C.    *
      *================================================================*
      * The streak grows only while the same requester keeps
      * getting INEXISTENTE on exactly the previous key plus one,
      * in the same lookup mode; anything else - another requester,
      * a hit, a malformed key, a switch between keys and tokens -
      * resets it. Reported once, the moment it reaches the limit,
      * so one long sweep yields one line.
       2400-VERIFICA-SEQUENCIA.
               ADD 1                    TO WS-SEQ-CHAVE-ANT
                                        GIVING WS-SEQ-ESPERADA
               IF LOG-SOLICITANTE EQUAL WS-SEQ-SOLICITANTE
                 AND LOG-MODO EQUAL WS-SEQ-MODO
                 AND WS-SEQ-TAMANHO GREATER ZEROS
                 AND LOG-CHAVE EQUAL WS-SEQ-ESPERADA
                   ADD 1                TO WS-SEQ-TAMANHO
               ELSE
                   MOVE LOG-SOLICITANTE TO WS-SEQ-SOLICITANTE
                   MOVE LOG-MODO        TO WS-SEQ-MODO
                   MOVE LOG-CHAVE       TO WS-SEQ-CHAVE-INI
                   MOVE 1               TO WS-SEQ-TAMANHO
               END-IF
                   MOVE WS-SEQ-CHAVE-INI
                                        TO WS-ES-CHAVE
                   MOVE WS-SEQ-TAMANHO  TO WS-ES-QTDE
                   IF WS-SEQ-MODO EQUAL 'T'
                       MOVE ' POR TOKEN'
                                        TO WS-ES-MODO
                   ELSE
                       MOVE SPACES      TO WS-ES-MODO
                   END-IF
                   MOVE WS-LINHA-EXC-SEQ
                                        TO WS-LINHA-TEXTO
                   PERFORM 2900-GRAVA-LINHA
               END-IF
           ELSE
               MOVE SPACES              TO WS-SEQ-SOLICITANTE
               MOVE SPACE               TO WS-SEQ-MODO
               MOVE ZEROS               TO WS-SEQ-CHAVE-ANT
               MOVE ZEROS               TO WS-SEQ-TAMANHO
           END-IF
                                        TO WS-LS-NEG
           MOVE WS-SOL-EXPURGADOS(WS-SOL-IDX)
                                        TO WS-LS-EXP
           MOVE WS-SOL-CONSULTADOS(WS-SOL-IDX)
                                        TO WS-LS-CON
           MOVE WS-SOL-FORA-HORARIO(WS-SOL-IDX)
                                        TO WS-LS-FHOR

                                        TO WS-LT-NEG
           MOVE WS-TKT-EXPURGADOS(WS-TKT-IDX)
                                        TO WS-LT-EXP
           MOVE WS-TKT-CONSULTADOS(WS-TKT-IDX)
                                        TO WS-LT-CON

           MOVE WS-LINHA-TICKET         TO WS-LINHA-TEXTO
           PERFORM 2900-GRAVA-LINHA
