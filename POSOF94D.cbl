      ******************************************************************
      * Author:Fabricio
      * Date:15/10/2026
      * Purpose:Manutencao Auditada e Versionada dos Parametros de
      *         Fraude (parametros_fraude.txt)
      * Tectonics: cobc
      ******************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. POSOF94D.

           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL COMANDOS-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\comandos_parametros.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Catalogo das versoes (uma linha por versao, regravado a cada
      * rodada) - e o que POSOF85D le para achar a versao em vigor.
               SELECT OPTIONAL VERSOES-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\parametros_versoes.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Conteudo de uma versao, parametros_versao_NNNNNN.txt, no
      * mesmo layout de parametros_fraude.txt (TIPO;VALOR-PF;
      * VALOR-PJ). Gravado uma unica vez, quando a versao nasce.
               SELECT OPTIONAL VERSAO-ARQ-FILE
               ASSIGN DYNAMIC WS-VERSAO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VERSAO-STATUS.
               SELECT OPTIONAL LIMITES-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\parametros_fraude.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL PROPOSTO-FILE
               ASSIGN TO
                   'C:\Cobol\AntiFraude\parametros_fraude_proposto.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROPOSTO-STATUS.
               SELECT OPTIONAL LOG-PARAMETROS-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\parametros_log.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.

            FD  COMANDOS-FILE.
           01  REG-COMANDO           PIC X(150).

            FD  VERSOES-FILE.
           01  REG-VERSAO            PIC X(200).

            FD  VERSAO-ARQ-FILE.
           01  REG-VERSAO-ARQ        PIC X(50).

            FD  LIMITES-FILE.
           01  REG-LIMITE            PIC X(50).

            FD  PROPOSTO-FILE.
           01  REG-PROPOSTO          PIC X(50).

            FD  LOG-PARAMETROS-FILE.
           01  REG-LOG-PARAMETROS    PIC X(250).

           WORKING-STORAGE SECTION.

       01  WS-VERSAO-STATUS      PIC X(2) VALUE SPACES.
       01  WS-PROPOSTO-STATUS    PIC X(2) VALUE SPACES.

       01  WS-FIM-COMANDOS       PIC X VALUE 'N'.
           88 WS-EOF-COMANDOS    VALUE 'S'.
       01  WS-FIM-VERSOES        PIC X VALUE 'N'.
           88 WS-EOF-VERSOES     VALUE 'S'.
       01  WS-FIM-VERSAO-ARQ     PIC X VALUE 'N'.
           88 WS-EOF-VERSAO-ARQ  VALUE 'S'.
       01  WS-FIM-PROPOSTO       PIC X VALUE 'N'.
           88 WS-EOF-PROPOSTO    VALUE 'S'.

       01  WS-DATA-HORA-SISTEMA  PIC X(21).
       01  WS-DATA-EXECUCAO      PIC X(8).
       01  WS-HORA-EXECUCAO      PIC X(6).
       01  WS-MOMENTO-EXECUCAO   PIC X(15).

       01  WS-VERSAO-PATH        PIC X(100).

      * Catalogo em memoria: ID;SITUACAO;VIGENCIA;BASE;PROPONENTE;
      * DATA-HORA-PROPOSTA;DECISOR;DATA-HORA-DECISAO;MOTIVO. SITUACAO
      * e PENDENTE, APROVADA ou REJEITADA; BASE e a versao sobre a
      * qual a proposta foi montada. Versao nunca sai do catalogo -
      * rejeitada ou superada continua listada, e o historico.
       01  WS-QTD-VERSOES        PIC 9(4) VALUE ZERO.
       01  WS-IDX-VRS            PIC 9(4) VALUE ZERO.
       01  WS-IDX-ACHADO-VRS     PIC 9(4) VALUE ZERO.
       01  WS-TAB-VERSOES.
           05 WS-VRS OCCURS 500 TIMES INDEXED BY WS-IDX-VRS-TAB.
              10 WS-VRS-ID          PIC X(6).
              10 WS-VRS-SITUACAO    PIC X(10).
              10 WS-VRS-VIGENCIA    PIC X(8).
              10 WS-VRS-BASE        PIC X(6).
              10 WS-VRS-PROPONENTE  PIC X(20).
              10 WS-VRS-DH-PROPOSTA PIC X(15).
              10 WS-VRS-DECISOR     PIC X(20).
              10 WS-VRS-DH-DECISAO  PIC X(15).
              10 WS-VRS-MOTIVO      PIC X(30).
       01  WS-ULTIMO-ID          PIC 9(6) VALUE ZERO.
       01  WS-ID-EDIT            PIC 9(6).

      * Catalogo maior que a tabela e ERRO FATAL, como a watchlist em
      * POSOF88D: a regravacao sairia da tabela truncada e apagaria
      * versoes do historico auditado. O run aborta em 2900 sem
      * aplicar comando nem regravar nada (RETURN-CODE 8).
       01  WS-VRS-TABELA-CHEIA   PIC X VALUE 'N'.
           88 WS-VRS-TABELA-AVISADA VALUE 'S'.

      * Propostas abertas neste run. Os ALTERAR do mesmo analista
      * com a mesma vigencia formam uma versao so; cada proposta
      * nasce como copia da versao aprovada em vigor na data de
      * vigencia (BASE) e recebe as alteracoes por cima.
       01  WS-QTD-PROPOSTAS      PIC 9(2) VALUE ZERO.
       01  WS-IDX-PROP           PIC 9(2) VALUE ZERO.
       01  WS-IDX-ACHADO-PROP    PIC 9(2) VALUE ZERO.
       01  WS-TAB-PROPOSTAS.
           05 WS-PROP OCCURS 10 TIMES INDEXED BY WS-IDX-PROP-TAB.
              10 WS-PROP-IDX-VRS    PIC 9(4).
              10 WS-PROP-ANALISTA   PIC X(20).
              10 WS-PROP-VIGENCIA   PIC X(8).
              10 WS-PROP-QTD-PARAM  PIC 9(2).
              10 WS-PROP-PARAM OCCURS 20 TIMES
                      INDEXED BY WS-IDX-PROP-PARAM.
                 15 WS-PROP-TIPO    PIC X(10).
                 15 WS-PROP-PF      PIC X(10).
                 15 WS-PROP-PJ      PIC X(10).
       01  WS-IDX-PARAM          PIC 9(2) VALUE ZERO.
       01  WS-IDX-ACHADO-PARAM   PIC 9(2) VALUE ZERO.

      * Linha de um arquivo de parametros (versao ou parametros_
      * fraude.txt), com a mesma validacao de 1065-VALIDA-LINHA-
      * LIMITE em POSOF85D.
       01  WS-LIN-TIPO           PIC X(10).
       01  WS-LIN-PF             PIC X(10).
       01  WS-LIN-PJ             PIC X(10).
       01  WS-VALOR-CHECK        PIC X(10).
       01  WS-LINHA-VALIDA       PIC X VALUE 'S'.
           88 WS-LINHA-OK        VALUE 'S'.

      * Campos de um comando lido de comandos_parametros.txt:
      * ACAO;VERSAO;TIPO;VALOR-PF;VALOR-PJ;VIGENCIA;ANALISTA;MOTIVO.
      *   ALTERAR  - TIPO/VALOR-PF/VALOR-PJ/VIGENCIA/ANALISTA (VERSAO
      *              em branco): inclui ou altera um tipo numa nova
      *              versao pendente, com vigencia futura;
      *   APROVAR  - VERSAO/ANALISTA: aprova a versao pendente, por
      *              analista diferente do proponente e antes da
      *              vigencia;
      *   REJEITAR - VERSAO/ANALISTA: encerra a versao pendente;
      *   SIMULAR  - VERSAO: grava a versao pendente em parametros_
      *              fraude_proposto.txt para o dry-run de POSOF85D.
       01  WS-CMD-ACAO           PIC X(10).
       01  WS-CMD-VERSAO         PIC X(6).
       01  WS-CMD-TIPO           PIC X(10).
       01  WS-CMD-VALOR-PF       PIC X(10).
       01  WS-CMD-VALOR-PJ       PIC X(10).
       01  WS-CMD-VIGENCIA       PIC X(8).
       01  WS-CMD-ANALISTA       PIC X(20).
       01  WS-CMD-MOTIVO         PIC X(30).
       01  WS-CMD-RESULTADO      PIC X(50).
       01  WS-CMD-VALIDO         PIC X VALUE 'S'.
           88 WS-COMANDO-VALIDO  VALUE 'S'.
       01  WS-CMD-VIGENCIA-NUM   PIC 9(8).

      * Versao pedida por SIMULAR - o arquivo proposto so e gravado
      * em 3000, depois que as versoes novas do run ja existem em
      * disco.
       01  WS-VERSAO-A-SIMULAR   PIC X(6) VALUE SPACES.
       01  WS-PROPOSTO-VERSAO    PIC X(6) VALUE SPACES.

      * Versao base de uma proposta (a aprovada em vigor na data de
      * vigencia da proposta - mesma regra de POSOF85D).
       01  WS-BASE-ID            PIC X(6).
       01  WS-BASE-VIGENCIA      PIC X(8).

       01  WS-TOTAL-COMANDOS     PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-APLICADOS    PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-RECUSADOS    PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-AVISOS       PIC 9(5) VALUE ZERO.
       01  WS-QTD-EDIT           PIC Z(4)9.

           PROCEDURE DIVISION.

       MAIN.
           PERFORM 1000-INICIALIZA
      * Catalogo truncado = nenhum comando aplicado e nada regravado
      * (ver WS-VRS-TABELA-CHEIA).
           IF WS-VRS-TABELA-AVISADA
               PERFORM 2900-ABORTA-CARGA-TRUNCADA
           ELSE
               PERFORM 2000-PROCESSA-COMANDOS
               PERFORM 3000-FINALIZA
           END-IF
           STOP RUN.

      * ===============================
      * 1000 - INICIALIZACAO
      * ===============================
       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-EXECUCAO
           MOVE WS-DATA-HORA-SISTEMA(9:6) TO WS-HORA-EXECUCAO
           MOVE SPACES TO WS-MOMENTO-EXECUCAO
           STRING WS-DATA-EXECUCAO "-" WS-HORA-EXECUCAO
               DELIMITED BY SIZE INTO WS-MOMENTO-EXECUCAO
           END-STRING

           PERFORM 1010-CARREGA-CATALOGO
      * O log e append-only, como watchlist_log.txt em POSOF88D: a
      * trilha de quem propos, aprovou ou rejeitou o que, e quando.
           OPEN EXTEND LOG-PARAMETROS-FILE

      * Primeira rodada: o parametros_fraude.txt de hoje vira a
      * versao 000001, ja aprovada e vigente desde a data do run -
      * o ponto de partida do historico e a base das propostas.
           IF NOT WS-VRS-TABELA-AVISADA AND WS-QTD-VERSOES = ZERO
               PERFORM 1100-CARGA-INICIAL
           END-IF.
           EXIT.

      * ===============================
      * 1010 - CARGA DO CATALOGO DE VERSOES
      * ===============================
       1010-CARREGA-CATALOGO.
           OPEN INPUT VERSOES-FILE
           PERFORM UNTIL WS-EOF-VERSOES
               READ VERSOES-FILE
                   AT END
                       SET WS-EOF-VERSOES TO TRUE
                   NOT AT END
                       IF REG-VERSAO NOT = SPACES
                           PERFORM 1020-TRATA-LINHA-CATALOGO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VERSOES-FILE.
           EXIT.

      * ===============================
      * 1020 - TRATAMENTO DE UMA LINHA DO CATALOGO
      * ===============================
       1020-TRATA-LINHA-CATALOGO.
           IF WS-QTD-VERSOES < 500
               ADD 1 TO WS-QTD-VERSOES
               UNSTRING REG-VERSAO DELIMITED BY ";"
                   INTO WS-VRS-ID(WS-QTD-VERSOES)
                        WS-VRS-SITUACAO(WS-QTD-VERSOES)
                        WS-VRS-VIGENCIA(WS-QTD-VERSOES)
                        WS-VRS-BASE(WS-QTD-VERSOES)
                        WS-VRS-PROPONENTE(WS-QTD-VERSOES)
                        WS-VRS-DH-PROPOSTA(WS-QTD-VERSOES)
                        WS-VRS-DECISOR(WS-QTD-VERSOES)
                        WS-VRS-DH-DECISAO(WS-QTD-VERSOES)
                        WS-VRS-MOTIVO(WS-QTD-VERSOES)
               END-UNSTRING
               IF WS-VRS-ID(WS-QTD-VERSOES) IS NUMERIC
                   IF WS-VRS-ID(WS-QTD-VERSOES) > WS-ULTIMO-ID
                       MOVE WS-VRS-ID(WS-QTD-VERSOES) TO WS-ULTIMO-ID
                   END-IF
               END-IF
           ELSE
               IF NOT WS-VRS-TABELA-AVISADA
                   SET WS-VRS-TABELA-AVISADA TO TRUE
                   DISPLAY "POSOF94D: WS-TAB-VERSOES CHEIA (500 "
                       "VERSOES) - parametros_versoes.txt EXCEDE A "
                       "TABELA; EXECUCAO SERA ABORTADA SEM REGRAVAR "
                       "NADA"
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 1100 - CARGA INICIAL DO HISTORICO (VERSAO 000001)
      * ===============================
      * Linha invalida de parametros_fraude.txt fica fora da versao,
      * como POSOF85D ja a rejeitava na carga, e vai para o log.
       1100-CARGA-INICIAL.
           MOVE 1 TO WS-QTD-PROPOSTAS
           MOVE 1 TO WS-IDX-PROP
           MOVE ZERO TO WS-PROP-QTD-PARAM(1)
           MOVE "CARGA INICIAL" TO WS-PROP-ANALISTA(1)
           MOVE WS-DATA-EXECUCAO TO WS-PROP-VIGENCIA(1)

           MOVE 'N' TO WS-FIM-VERSAO-ARQ
           OPEN INPUT LIMITES-FILE
           PERFORM UNTIL WS-EOF-VERSAO-ARQ
               READ LIMITES-FILE
                   AT END
                       SET WS-EOF-VERSAO-ARQ TO TRUE
                   NOT AT END
                       IF REG-LIMITE NOT = SPACES
                           MOVE REG-LIMITE TO REG-VERSAO-ARQ
                           PERFORM 2245-TRATA-LINHA-VERSAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIMITES-FILE

           MOVE 1 TO WS-QTD-VERSOES
           MOVE 1 TO WS-ULTIMO-ID
           MOVE 1 TO WS-PROP-IDX-VRS(1)
           MOVE "000001" TO WS-VRS-ID(1)
           MOVE "APROVADA" TO WS-VRS-SITUACAO(1)
           MOVE WS-DATA-EXECUCAO TO WS-VRS-VIGENCIA(1)
           MOVE "000000" TO WS-VRS-BASE(1)
           MOVE "CARGA INICIAL" TO WS-VRS-PROPONENTE(1)
           MOVE WS-MOMENTO-EXECUCAO TO WS-VRS-DH-PROPOSTA(1)
           MOVE "CARGA INICIAL" TO WS-VRS-DECISOR(1)
           MOVE WS-MOMENTO-EXECUCAO TO WS-VRS-DH-DECISAO(1)
           MOVE "parametros_fraude.txt" TO WS-VRS-MOTIVO(1)

           MOVE SPACES TO WS-CMD-ACAO WS-CMD-TIPO WS-CMD-VALOR-PF
                          WS-CMD-VALOR-PJ WS-CMD-MOTIVO
           MOVE "CARGA" TO WS-CMD-ACAO
           MOVE "000001" TO WS-CMD-VERSAO
           MOVE WS-DATA-EXECUCAO TO WS-CMD-VIGENCIA
           MOVE "CARGA INICIAL" TO WS-CMD-ANALISTA
           MOVE "parametros_fraude.txt" TO WS-CMD-MOTIVO
           MOVE "APLICADO: VERSAO INICIAL APROVADA" TO WS-CMD-RESULTADO
           PERFORM 2600-GRAVA-LOG.
           EXIT.

      * ===============================
      * 2000 - PROCESSAMENTO DOS COMANDOS
      * ===============================
       2000-PROCESSA-COMANDOS.
           OPEN INPUT COMANDOS-FILE

           PERFORM UNTIL WS-EOF-COMANDOS
               READ COMANDOS-FILE
                   AT END
                       SET WS-EOF-COMANDOS TO TRUE
                   NOT AT END
                       IF REG-COMANDO NOT = SPACES
                           PERFORM 2100-TRATA-COMANDO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COMANDOS-FILE.
           EXIT.

      * ===============================
      * 2100 - TRATAMENTO DE UM COMANDO
      * ===============================
       2100-TRATA-COMANDO.
           ADD 1 TO WS-TOTAL-COMANDOS
           MOVE SPACES TO WS-CMD-ACAO
                          WS-CMD-VERSAO
                          WS-CMD-TIPO
                          WS-CMD-VALOR-PF
                          WS-CMD-VALOR-PJ
                          WS-CMD-VIGENCIA
                          WS-CMD-ANALISTA
                          WS-CMD-MOTIVO
                          WS-CMD-RESULTADO
           UNSTRING REG-COMANDO DELIMITED BY ";"
               INTO WS-CMD-ACAO
                    WS-CMD-VERSAO
                    WS-CMD-TIPO
                    WS-CMD-VALOR-PF
                    WS-CMD-VALOR-PJ
                    WS-CMD-VIGENCIA
                    WS-CMD-ANALISTA
                    WS-CMD-MOTIVO
           END-UNSTRING

           PERFORM 2110-VALIDA-COMANDO

           IF WS-COMANDO-VALIDO
               IF WS-CMD-ACAO = "ALTERAR"
                   PERFORM 2200-APLICA-ALTERAR
               END-IF
               IF WS-CMD-ACAO = "APROVAR"
                   PERFORM 2300-APLICA-APROVAR
               END-IF
               IF WS-CMD-ACAO = "REJEITAR"
                   PERFORM 2400-APLICA-REJEITAR
               END-IF
               IF WS-CMD-ACAO = "SIMULAR"
                   PERFORM 2500-APLICA-SIMULAR
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-RECUSADOS
           END-IF

           PERFORM 2600-GRAVA-LOG.
           EXIT.

      * ===============================
      * 2110 - VALIDACAO DE UM COMANDO
      * ===============================
      * Comando recusado nao toca nenhuma versao, mas vai para o log
      * com o motivo da recusa.
       2110-VALIDA-COMANDO.
           MOVE 'S' TO WS-CMD-VALIDO

           IF WS-CMD-ACAO NOT = "ALTERAR"
                   AND WS-CMD-ACAO NOT = "APROVAR"
                   AND WS-CMD-ACAO NOT = "REJEITAR"
                   AND WS-CMD-ACAO NOT = "SIMULAR"
               MOVE 'N' TO WS-CMD-VALIDO
               MOVE "RECUSADO: ACAO DESCONHECIDA" TO WS-CMD-RESULTADO
           END-IF

           IF WS-COMANDO-VALIDO AND WS-CMD-ANALISTA = SPACES
                   AND WS-CMD-ACAO NOT = "SIMULAR"
               MOVE 'N' TO WS-CMD-VALIDO
               MOVE "RECUSADO: SEM ANALISTA" TO WS-CMD-RESULTADO
           END-IF

           IF WS-COMANDO-VALIDO AND WS-CMD-ACAO = "ALTERAR"
               MOVE WS-CMD-TIPO TO WS-LIN-TIPO
               MOVE WS-CMD-VALOR-PF TO WS-LIN-PF
               MOVE WS-CMD-VALOR-PJ TO WS-LIN-PJ
               PERFORM 2120-VALIDA-VALORES
               IF NOT WS-LINHA-OK
                   MOVE 'N' TO WS-CMD-VALIDO
                   MOVE "RECUSADO: TIPO/VALORES INVALIDOS"
                       TO WS-CMD-RESULTADO
               END-IF
               IF WS-COMANDO-VALIDO AND WS-CMD-TIPO = "VERSAO"
                   MOVE 'N' TO WS-CMD-VALIDO
                   MOVE "RECUSADO: TIPO RESERVADO"
                       TO WS-CMD-RESULTADO
               END-IF
               IF WS-COMANDO-VALIDO
                   PERFORM 2130-VALIDA-VIGENCIA
               END-IF
           END-IF

           IF WS-COMANDO-VALIDO AND WS-CMD-ACAO NOT = "ALTERAR"
               PERFORM 2800-BUSCA-VERSAO
               IF WS-IDX-ACHADO-VRS = ZERO
                   MOVE 'N' TO WS-CMD-VALIDO
                   MOVE "RECUSADO: VERSAO NAO ENCONTRADA"
                       TO WS-CMD-RESULTADO
               ELSE
                   IF WS-VRS-SITUACAO(WS-IDX-ACHADO-VRS)
                           NOT = "PENDENTE"
                       MOVE 'N' TO WS-CMD-VALIDO
                       MOVE "RECUSADO: VERSAO NAO ESTA PENDENTE"
                           TO WS-CMD-RESULTADO
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2120 - VALIDACAO DE TIPO E VALORES PF/PJ
      * ===============================
       2120-VALIDA-VALORES.
           MOVE 'S' TO WS-LINHA-VALIDA
           IF WS-LIN-TIPO = SPACES
              OR WS-LIN-PF = SPACES
              OR WS-LIN-PJ = SPACES
               MOVE 'N' TO WS-LINHA-VALIDA
           ELSE
               MOVE WS-LIN-PF TO WS-VALOR-CHECK
               INSPECT WS-VALOR-CHECK REPLACING ALL "," BY "0"
                                        ALL SPACE BY "0"
               IF WS-VALOR-CHECK IS NOT NUMERIC
                   MOVE 'N' TO WS-LINHA-VALIDA
               END-IF
               MOVE WS-LIN-PJ TO WS-VALOR-CHECK
               INSPECT WS-VALOR-CHECK REPLACING ALL "," BY "0"
                                        ALL SPACE BY "0"
               IF WS-VALOR-CHECK IS NOT NUMERIC
                   MOVE 'N' TO WS-LINHA-VALIDA
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2130 - VALIDACAO DA DATA DE VIGENCIA
      * ===============================
      * Vigencia tem de ser data valida e futura: a mudanca so vale
      * a partir de um run que ainda nao aconteceu, depois de
      * aprovada por um segundo analista.
       2130-VALIDA-VIGENCIA.
           IF WS-CMD-VIGENCIA IS NOT NUMERIC
               MOVE 'N' TO WS-CMD-VALIDO
               MOVE "RECUSADO: VIGENCIA INVALIDA" TO WS-CMD-RESULTADO
           ELSE
               MOVE WS-CMD-VIGENCIA TO WS-CMD-VIGENCIA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CMD-VIGENCIA-NUM)
                       NOT = ZERO
                   MOVE 'N' TO WS-CMD-VALIDO
                   MOVE "RECUSADO: VIGENCIA INVALIDA"
                       TO WS-CMD-RESULTADO
               ELSE
                   IF WS-CMD-VIGENCIA NOT > WS-DATA-EXECUCAO
                       MOVE 'N' TO WS-CMD-VALIDO
                       MOVE "RECUSADO: VIGENCIA NAO E FUTURA"
                           TO WS-CMD-RESULTADO
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2200 - COMANDO ALTERAR
      * ===============================
       2200-APLICA-ALTERAR.
           MOVE ZERO TO WS-IDX-ACHADO-PROP
           PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
                   UNTIL WS-IDX-PROP > WS-QTD-PROPOSTAS
               IF WS-PROP-ANALISTA(WS-IDX-PROP) = WS-CMD-ANALISTA
                   AND WS-PROP-VIGENCIA(WS-IDX-PROP) = WS-CMD-VIGENCIA
                   AND WS-VRS-SITUACAO(WS-PROP-IDX-VRS(WS-IDX-PROP))
                       = "PENDENTE"
                   MOVE WS-IDX-PROP TO WS-IDX-ACHADO-PROP
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO-PROP = ZERO
               PERFORM 2220-ABRE-PROPOSTA
           END-IF

           IF WS-IDX-ACHADO-PROP > ZERO
               MOVE WS-IDX-ACHADO-PROP TO WS-IDX-PROP
               MOVE WS-VRS-ID(WS-PROP-IDX-VRS(WS-IDX-PROP))
                   TO WS-CMD-VERSAO
               PERFORM 2250-APLICA-VALOR
           ELSE
               ADD 1 TO WS-TOTAL-RECUSADOS
           END-IF.
           EXIT.

      * ===============================
      * 2220 - ABERTURA DE UMA NOVA VERSAO PENDENTE
      * ===============================
      * Reserva o proximo ID no catalogo e carrega a versao base. Sem
      * vaga ou sem o arquivo da base, o ALTERAR e recusado (com o
      * motivo em WS-CMD-RESULTADO) e nenhum ID e consumido.
       2220-ABRE-PROPOSTA.
           IF WS-QTD-PROPOSTAS >= 10 OR WS-QTD-VERSOES >= 500
               MOVE "RECUSADO: LIMITE DE VERSOES NO RUN"
                   TO WS-CMD-RESULTADO
           ELSE
               PERFORM 2230-BUSCA-VERSAO-BASE
               ADD 1 TO WS-QTD-PROPOSTAS
               MOVE WS-QTD-PROPOSTAS TO WS-IDX-PROP
               MOVE ZERO TO WS-PROP-QTD-PARAM(WS-IDX-PROP)
               PERFORM 2240-CARREGA-VERSAO-BASE
               MOVE WS-CMD-ANALISTA TO WS-PROP-ANALISTA(WS-IDX-PROP)
               MOVE WS-CMD-VIGENCIA TO WS-PROP-VIGENCIA(WS-IDX-PROP)
               IF WS-VERSAO-STATUS NOT = "00"
                       AND WS-BASE-ID NOT = "000000"
                   SUBTRACT 1 FROM WS-QTD-PROPOSTAS
                   MOVE "RECUSADO: ARQUIVO DA VERSAO BASE AUSENTE"
                       TO WS-CMD-RESULTADO
               ELSE
                   ADD 1 TO WS-ULTIMO-ID
                   ADD 1 TO WS-QTD-VERSOES
                   MOVE WS-QTD-VERSOES TO WS-PROP-IDX-VRS(WS-IDX-PROP)
                   MOVE WS-ULTIMO-ID TO WS-ID-EDIT
                   MOVE WS-ID-EDIT TO WS-VRS-ID(WS-QTD-VERSOES)
                   MOVE "PENDENTE" TO WS-VRS-SITUACAO(WS-QTD-VERSOES)
                   MOVE WS-CMD-VIGENCIA
                       TO WS-VRS-VIGENCIA(WS-QTD-VERSOES)
                   MOVE WS-BASE-ID TO WS-VRS-BASE(WS-QTD-VERSOES)
                   MOVE WS-CMD-ANALISTA
                       TO WS-VRS-PROPONENTE(WS-QTD-VERSOES)
                   MOVE WS-MOMENTO-EXECUCAO
                       TO WS-VRS-DH-PROPOSTA(WS-QTD-VERSOES)
                   MOVE SPACES TO WS-VRS-DECISOR(WS-QTD-VERSOES)
                                  WS-VRS-DH-DECISAO(WS-QTD-VERSOES)
                   MOVE WS-CMD-MOTIVO
                       TO WS-VRS-MOTIVO(WS-QTD-VERSOES)
                   MOVE WS-IDX-PROP TO WS-IDX-ACHADO-PROP
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2230 - VERSAO BASE DE UMA PROPOSTA
      * ===============================
      * A aprovada em vigor na data de vigencia da proposta - mesma
      * regra de 1040-SELECIONA-VERSAO-PARAMETROS em POSOF85D, so que
      * contra a vigencia pedida e nao contra a data do run.
       2230-BUSCA-VERSAO-BASE.
           MOVE "000000" TO WS-BASE-ID
           MOVE SPACES TO WS-BASE-VIGENCIA
           PERFORM VARYING WS-IDX-VRS FROM 1 BY 1
                   UNTIL WS-IDX-VRS > WS-QTD-VERSOES
               IF WS-VRS-SITUACAO(WS-IDX-VRS) = "APROVADA"
                   AND WS-VRS-VIGENCIA(WS-IDX-VRS) IS NUMERIC
                   AND WS-VRS-VIGENCIA(WS-IDX-VRS)
                       NOT > WS-CMD-VIGENCIA
                   IF WS-VRS-VIGENCIA(WS-IDX-VRS) > WS-BASE-VIGENCIA
                       OR WS-BASE-VIGENCIA = SPACES
                       OR (WS-VRS-VIGENCIA(WS-IDX-VRS)
                               = WS-BASE-VIGENCIA
                           AND WS-VRS-ID(WS-IDX-VRS) > WS-BASE-ID)
                       MOVE WS-VRS-ID(WS-IDX-VRS) TO WS-BASE-ID
                       MOVE WS-VRS-VIGENCIA(WS-IDX-VRS)
                           TO WS-BASE-VIGENCIA
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2240 - CARGA DO CONTEUDO DA VERSAO BASE NA PROPOSTA
      * ===============================
      * Base 000000 (nenhuma aprovada antes da vigencia) comeca
      * vazia - POSOF85D completa com os defaults de PIX/TED/
      * ACUMULADO. Base nascida neste mesmo run (a carga inicial, ou
      * uma proposta ja aprovada) ainda nao esta em disco - 3100 so
      * grava no fim - e e copiada da tabela de propostas.
       2240-CARREGA-VERSAO-BASE.
           MOVE "00" TO WS-VERSAO-STATUS
           MOVE ZERO TO WS-IDX-ACHADO-PROP
           PERFORM VARYING WS-IDX-PARAM FROM 1 BY 1
                   UNTIL WS-IDX-PARAM >= WS-QTD-PROPOSTAS
               IF WS-VRS-ID(WS-PROP-IDX-VRS(WS-IDX-PARAM))
                       = WS-BASE-ID
                   MOVE WS-IDX-PARAM TO WS-IDX-ACHADO-PROP
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO-PROP > ZERO
               MOVE WS-PROP(WS-IDX-ACHADO-PROP) TO WS-PROP(WS-IDX-PROP)
           END-IF

           IF WS-BASE-ID NOT = "000000" AND WS-IDX-ACHADO-PROP = ZERO
               MOVE SPACES TO WS-VERSAO-PATH
               STRING
                   'C:\Cobol\AntiFraude\parametros_versao_'
                   WS-BASE-ID
                   '.txt'
                   DELIMITED BY SIZE
                   INTO WS-VERSAO-PATH
               END-STRING
               MOVE 'N' TO WS-FIM-VERSAO-ARQ
               OPEN INPUT VERSAO-ARQ-FILE
               IF WS-VERSAO-STATUS = "00"
                   PERFORM UNTIL WS-EOF-VERSAO-ARQ
                       READ VERSAO-ARQ-FILE
                           AT END
                               SET WS-EOF-VERSAO-ARQ TO TRUE
                           NOT AT END
                               IF REG-VERSAO-ARQ NOT = SPACES
                                   PERFORM 2245-TRATA-LINHA-VERSAO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE VERSAO-ARQ-FILE
               ELSE
                   CLOSE VERSAO-ARQ-FILE
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2245 - UMA LINHA DE PARAMETRO PARA A PROPOSTA CORRENTE
      * ===============================
       2245-TRATA-LINHA-VERSAO.
           MOVE SPACES TO WS-LIN-TIPO WS-LIN-PF WS-LIN-PJ
           UNSTRING REG-VERSAO-ARQ DELIMITED BY ";"
               INTO WS-LIN-TIPO
                    WS-LIN-PF
                    WS-LIN-PJ
           END-UNSTRING
           PERFORM 2120-VALIDA-VALORES

           IF WS-LINHA-OK AND WS-PROP-QTD-PARAM(WS-IDX-PROP) < 20
               ADD 1 TO WS-PROP-QTD-PARAM(WS-IDX-PROP)
               MOVE WS-LIN-TIPO TO WS-PROP-TIPO(WS-IDX-PROP,
                   WS-PROP-QTD-PARAM(WS-IDX-PROP))
               MOVE WS-LIN-PF TO WS-PROP-PF(WS-IDX-PROP,
                   WS-PROP-QTD-PARAM(WS-IDX-PROP))
               MOVE WS-LIN-PJ TO WS-PROP-PJ(WS-IDX-PROP,
                   WS-PROP-QTD-PARAM(WS-IDX-PROP))
           ELSE
               ADD 1 TO WS-TOTAL-AVISOS
               MOVE SPACES TO REG-LOG-PARAMETROS
               STRING
                   WS-MOMENTO-EXECUCAO ";AVISO;;;;;;;;"
                   "LINHA IGNORADA NA CARGA DA VERSAO: "
                   REG-VERSAO-ARQ
                   DELIMITED BY SIZE
                   INTO REG-LOG-PARAMETROS
               END-STRING
               WRITE REG-LOG-PARAMETROS
           END-IF.
           EXIT.

      * ===============================
      * 2250 - ALTERACAO DE UM TIPO NA PROPOSTA
      * ===============================
      * O log guarda o valor anterior do tipo - o "o que mudou" da
      * trilha de auditoria.
       2250-APLICA-VALOR.
           MOVE ZERO TO WS-IDX-ACHADO-PARAM
           PERFORM VARYING WS-IDX-PARAM FROM 1 BY 1
                   UNTIL WS-IDX-PARAM > WS-PROP-QTD-PARAM(WS-IDX-PROP)
               IF WS-PROP-TIPO(WS-IDX-PROP, WS-IDX-PARAM)
                       = WS-CMD-TIPO
                   MOVE WS-IDX-PARAM TO WS-IDX-ACHADO-PARAM
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO-PARAM > ZERO
               MOVE SPACES TO WS-CMD-RESULTADO
               STRING
                   "APLICADO: ERA "
                   DELIMITED BY SIZE
                   WS-PROP-PF(WS-IDX-PROP, WS-IDX-ACHADO-PARAM)
                   DELIMITED BY SPACE
                   " / "
                   DELIMITED BY SIZE
                   WS-PROP-PJ(WS-IDX-PROP, WS-IDX-ACHADO-PARAM)
                   DELIMITED BY SPACE
                   INTO WS-CMD-RESULTADO
               END-STRING
               MOVE WS-CMD-VALOR-PF
                   TO WS-PROP-PF(WS-IDX-PROP, WS-IDX-ACHADO-PARAM)
               MOVE WS-CMD-VALOR-PJ
                   TO WS-PROP-PJ(WS-IDX-PROP, WS-IDX-ACHADO-PARAM)
               ADD 1 TO WS-TOTAL-APLICADOS
           ELSE
               IF WS-PROP-QTD-PARAM(WS-IDX-PROP) < 20
                   ADD 1 TO WS-PROP-QTD-PARAM(WS-IDX-PROP)
                   MOVE WS-PROP-QTD-PARAM(WS-IDX-PROP)
                       TO WS-IDX-PARAM
                   MOVE WS-CMD-TIPO
                       TO WS-PROP-TIPO(WS-IDX-PROP, WS-IDX-PARAM)
                   MOVE WS-CMD-VALOR-PF
                       TO WS-PROP-PF(WS-IDX-PROP, WS-IDX-PARAM)
                   MOVE WS-CMD-VALOR-PJ
                       TO WS-PROP-PJ(WS-IDX-PROP, WS-IDX-PARAM)
                   ADD 1 TO WS-TOTAL-APLICADOS
                   MOVE "APLICADO: TIPO INCLUIDO" TO WS-CMD-RESULTADO
               ELSE
      * Mesmo teto de WS-TAB-LIMITES em POSOF85D - um tipo a mais
      * nunca seria carregado pela varredura.
                   ADD 1 TO WS-TOTAL-RECUSADOS
                   MOVE "RECUSADO: VERSAO JA TEM 20 TIPOS"
                       TO WS-CMD-RESULTADO
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2300 - COMANDO APROVAR
      * ===============================
      * Quatro olhos: quem aprova nao pode ser quem propos. A
      * aprovacao tambem tem de chegar antes da vigencia - uma versao
      * aprovada depois de "entrar em vigor" faria o catalogo dizer
      * que valeu em dias em que POSOF85D ainda rodou com outra.
       2300-APLICA-APROVAR.
           IF WS-CMD-ANALISTA
                   = WS-VRS-PROPONENTE(WS-IDX-ACHADO-VRS)
               ADD 1 TO WS-TOTAL-RECUSADOS
               MOVE "RECUSADO: APROVADOR IGUAL AO PROPONENTE"
                   TO WS-CMD-RESULTADO
           ELSE
               IF WS-VRS-VIGENCIA(WS-IDX-ACHADO-VRS)
                       NOT > WS-DATA-EXECUCAO
                   ADD 1 TO WS-TOTAL-RECUSADOS
                   MOVE "RECUSADO: VIGENCIA JA ALCANCADA - REPROPOR"
                       TO WS-CMD-RESULTADO
               ELSE
                   MOVE "APROVADA" TO WS-VRS-SITUACAO(WS-IDX-ACHADO-VRS)
                   MOVE WS-CMD-ANALISTA
                       TO WS-VRS-DECISOR(WS-IDX-ACHADO-VRS)
                   MOVE WS-MOMENTO-EXECUCAO
                       TO WS-VRS-DH-DECISAO(WS-IDX-ACHADO-VRS)
                   MOVE WS-VRS-VIGENCIA(WS-IDX-ACHADO-VRS)
                       TO WS-CMD-VIGENCIA
                   ADD 1 TO WS-TOTAL-APLICADOS
                   MOVE "APLICADO: VERSAO APROVADA" TO WS-CMD-RESULTADO
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2400 - COMANDO REJEITAR
      * ===============================
      * Qualquer analista pode encerrar uma pendente - inclusive o
      * proprio proponente, retirando a proposta.
       2400-APLICA-REJEITAR.
           MOVE "REJEITADA" TO WS-VRS-SITUACAO(WS-IDX-ACHADO-VRS)
           MOVE WS-CMD-ANALISTA TO WS-VRS-DECISOR(WS-IDX-ACHADO-VRS)
           MOVE WS-MOMENTO-EXECUCAO
               TO WS-VRS-DH-DECISAO(WS-IDX-ACHADO-VRS)
           ADD 1 TO WS-TOTAL-APLICADOS
           MOVE "APLICADO: VERSAO REJEITADA" TO WS-CMD-RESULTADO.
           EXIT.

      * ===============================
      * 2500 - COMANDO SIMULAR
      * ===============================
       2500-APLICA-SIMULAR.
           IF WS-VERSAO-A-SIMULAR NOT = SPACES
               ADD 1 TO WS-TOTAL-RECUSADOS
               MOVE "RECUSADO: JA HA SIMULACAO PEDIDA NO RUN"
                   TO WS-CMD-RESULTADO
           ELSE
               MOVE WS-CMD-VERSAO TO WS-VERSAO-A-SIMULAR
               ADD 1 TO WS-TOTAL-APLICADOS
               MOVE "APLICADO: GRAVADA EM parametros_fraude_proposto"
                   TO WS-CMD-RESULTADO
           END-IF.
           EXIT.

      * ===============================
      * 2600 - GRAVACAO DE UMA LINHA DO LOG DE AUDITORIA
      * ===============================
      * DATA-HORA;ACAO;VERSAO;TIPO;VALOR-PF;VALOR-PJ;VIGENCIA;
      * ANALISTA;MOTIVO;RESULTADO - uma linha por comando, aplicado
      * ou recusado, append-only.
       2600-GRAVA-LOG.
           MOVE SPACES TO REG-LOG-PARAMETROS
           STRING
               WS-MOMENTO-EXECUCAO ";"
               WS-CMD-ACAO ";"
               WS-CMD-VERSAO ";"
               WS-CMD-TIPO ";"
               WS-CMD-VALOR-PF ";"
               WS-CMD-VALOR-PJ ";"
               WS-CMD-VIGENCIA ";"
               WS-CMD-ANALISTA ";"
               WS-CMD-MOTIVO ";"
               WS-CMD-RESULTADO
               DELIMITED BY SIZE
               INTO REG-LOG-PARAMETROS
           END-STRING
           WRITE REG-LOG-PARAMETROS.
           EXIT.

      * ===============================
      * 2800 - BUSCA DE UMA VERSAO NO CATALOGO PELO ID
      * ===============================
       2800-BUSCA-VERSAO.
           MOVE ZERO TO WS-IDX-ACHADO-VRS
           PERFORM VARYING WS-IDX-VRS FROM 1 BY 1
                   UNTIL WS-IDX-VRS > WS-QTD-VERSOES
               IF WS-VRS-ID(WS-IDX-VRS) = WS-CMD-VERSAO
                   MOVE WS-IDX-VRS TO WS-IDX-ACHADO-VRS
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2900 - ABORTE POR CARGA TRUNCADA DO CATALOGO
      * ===============================
      * parametros_versoes.txt e comandos_parametros.txt ficam
      * intactos para a rodada apos a correcao; o aborte fica no log.
       2900-ABORTA-CARGA-TRUNCADA.
           MOVE SPACES TO REG-LOG-PARAMETROS
           STRING
               WS-MOMENTO-EXECUCAO
               ";ABORTADO;;;;;;;;EXECUCAO ABORTADA: parametros_"
               "versoes.txt EXCEDE WS-TAB-VERSOES (500) - NADA "
               "APLICADO"
               DELIMITED BY SIZE
               INTO REG-LOG-PARAMETROS
           END-STRING
           WRITE REG-LOG-PARAMETROS
           CLOSE LOG-PARAMETROS-FILE

           DISPLAY "POSOF94D: EXECUCAO ABORTADA - parametros_versoes"
               ".txt EXCEDE A TABELA (500 VERSOES); NENHUM COMANDO "
               "APLICADO, NENHUM ARQUIVO REGRAVADO"
           MOVE 8 TO RETURN-CODE.
           EXIT.

      * ===============================
      * 3000 - GRAVACAO DAS VERSOES, DO CATALOGO E RESUMO
      * ===============================
      * Ordem importa: o arquivo de cada versao nova vai para o disco
      * antes do catalogo que a lista, para POSOF85D nunca achar no
      * catalogo uma versao sem arquivo.
       3000-FINALIZA.
           PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
                   UNTIL WS-IDX-PROP > WS-QTD-PROPOSTAS
               PERFORM 3100-GRAVA-VERSAO-NOVA
           END-PERFORM

           IF WS-VERSAO-A-SIMULAR NOT = SPACES
               PERFORM 3200-GRAVA-PROPOSTO
           END-IF

           OPEN OUTPUT VERSOES-FILE
           PERFORM VARYING WS-IDX-VRS FROM 1 BY 1
                   UNTIL WS-IDX-VRS > WS-QTD-VERSOES
               PERFORM 3300-ESCREVE-LINHA-CATALOGO
           END-PERFORM
           CLOSE VERSOES-FILE

           PERFORM 3400-VERIFICA-PROPOSTO

      * Comandos aplicados sao consumidos, como em POSOF88D - o
      * historico fica no log e no catalogo.
           OPEN OUTPUT COMANDOS-FILE
           CLOSE COMANDOS-FILE

           CLOSE LOG-PARAMETROS-FILE

           MOVE WS-TOTAL-COMANDOS TO WS-QTD-EDIT
           DISPLAY "POSOF94D: COMANDOS LIDOS: " WS-QTD-EDIT
           MOVE WS-TOTAL-APLICADOS TO WS-QTD-EDIT
           DISPLAY "POSOF94D: COMANDOS APLICADOS: " WS-QTD-EDIT
           MOVE WS-TOTAL-RECUSADOS TO WS-QTD-EDIT
           DISPLAY "POSOF94D: COMANDOS RECUSADOS: " WS-QTD-EDIT

      * Convencao de retorno do scheduler: 0 = run limpo, 4 =
      * concluido com ressalvas (comando recusado, linha ignorada,
      * arquivo proposto esquecido), 8 = falha (catalogo truncado,
      * abortado em 2900).
           IF WS-TOTAL-RECUSADOS > ZERO OR WS-TOTAL-AVISOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           EXIT.

      * ===============================
      * 3100 - GRAVACAO DO ARQUIVO DE UMA VERSAO NOVA
      * ===============================
       3100-GRAVA-VERSAO-NOVA.
           MOVE SPACES TO WS-VERSAO-PATH
           STRING
               'C:\Cobol\AntiFraude\parametros_versao_'
               WS-VRS-ID(WS-PROP-IDX-VRS(WS-IDX-PROP))
               '.txt'
               DELIMITED BY SIZE
               INTO WS-VERSAO-PATH
           END-STRING
           OPEN OUTPUT VERSAO-ARQ-FILE
           PERFORM VARYING WS-IDX-PARAM FROM 1 BY 1
                   UNTIL WS-IDX-PARAM > WS-PROP-QTD-PARAM(WS-IDX-PROP)
               MOVE SPACES TO REG-VERSAO-ARQ
               STRING
                   WS-PROP-TIPO(WS-IDX-PROP, WS-IDX-PARAM)
                   DELIMITED BY SPACE
                   ";"
                   WS-PROP-PF(WS-IDX-PROP, WS-IDX-PARAM)
                   DELIMITED BY SPACE
                   ";"
                   WS-PROP-PJ(WS-IDX-PROP, WS-IDX-PARAM)
                   DELIMITED BY SPACE
                   INTO REG-VERSAO-ARQ
               END-STRING
               WRITE REG-VERSAO-ARQ
           END-PERFORM
           CLOSE VERSAO-ARQ-FILE.
           EXIT.

      * ===============================
      * 3200 - GRAVACAO DA VERSAO PENDENTE PARA O DRY-RUN
      * ===============================
      * A primeira linha "VERSAO;NNNNNN;" diz a POSOF85D qual versao
      * esta sendo simulada; o resto e o jogo completo da versao,
      * que 1057-VERIFICA-SIMULACAO aplica por cima do atual.
       3200-GRAVA-PROPOSTO.
           MOVE SPACES TO WS-VERSAO-PATH
           STRING
               'C:\Cobol\AntiFraude\parametros_versao_'
               WS-VERSAO-A-SIMULAR
               '.txt'
               DELIMITED BY SIZE
               INTO WS-VERSAO-PATH
           END-STRING

           OPEN OUTPUT PROPOSTO-FILE
           MOVE SPACES TO REG-PROPOSTO
           STRING "VERSAO;" WS-VERSAO-A-SIMULAR ";"
               DELIMITED BY SIZE INTO REG-PROPOSTO
           END-STRING
           WRITE REG-PROPOSTO

           MOVE 'N' TO WS-FIM-VERSAO-ARQ
           OPEN INPUT VERSAO-ARQ-FILE
           IF WS-VERSAO-STATUS = "00"
               PERFORM UNTIL WS-EOF-VERSAO-ARQ
                   READ VERSAO-ARQ-FILE
                       AT END
                           SET WS-EOF-VERSAO-ARQ TO TRUE
                       NOT AT END
                           MOVE REG-VERSAO-ARQ TO REG-PROPOSTO
                           WRITE REG-PROPOSTO
                   END-READ
               END-PERFORM
           ELSE
               ADD 1 TO WS-TOTAL-AVISOS
               DISPLAY "POSOF94D: ARQUIVO DA VERSAO "
                   WS-VERSAO-A-SIMULAR " NAO ENCONTRADO - "
                   "parametros_fraude_proposto.txt SEM LIMITES"
           END-IF
           CLOSE VERSAO-ARQ-FILE
           CLOSE PROPOSTO-FILE.
           EXIT.

      * ===============================
      * 3300 - GRAVACAO DE UMA LINHA DO CATALOGO
      * ===============================
       3300-ESCREVE-LINHA-CATALOGO.
           MOVE SPACES TO REG-VERSAO
           STRING
               WS-VRS-ID(WS-IDX-VRS) ";"
               WS-VRS-SITUACAO(WS-IDX-VRS) ";"
               WS-VRS-VIGENCIA(WS-IDX-VRS) ";"
               WS-VRS-BASE(WS-IDX-VRS) ";"
               WS-VRS-PROPONENTE(WS-IDX-VRS) ";"
               WS-VRS-DH-PROPOSTA(WS-IDX-VRS) ";"
               WS-VRS-DECISOR(WS-IDX-VRS) ";"
               WS-VRS-DH-DECISAO(WS-IDX-VRS) ";"
               WS-VRS-MOTIVO(WS-IDX-VRS)
               DELIMITED BY SIZE
               INTO REG-VERSAO
           END-STRING
           WRITE REG-VERSAO.
           EXIT.

      * ===============================
      * 3400 - ARQUIVO PROPOSTO DE VERSAO JA DECIDIDA
      * ===============================
      * A presenca de parametros_fraude_proposto.txt deixa POSOF85D
      * em dry-run, sem gerar alertas. Se o arquivo simula uma
      * versao que ja foi aprovada ou rejeitada, o operador precisa
      * remove-lo antes da proxima varredura - avisado aqui.
       3400-VERIFICA-PROPOSTO.
           MOVE SPACES TO WS-PROPOSTO-VERSAO
           MOVE 'N' TO WS-FIM-PROPOSTO
           OPEN INPUT PROPOSTO-FILE
           IF WS-PROPOSTO-STATUS = "00"
               READ PROPOSTO-FILE
                   AT END
                       SET WS-EOF-PROPOSTO TO TRUE
                   NOT AT END
                       IF REG-PROPOSTO(1:7) = "VERSAO;"
                           MOVE REG-PROPOSTO(8:6)
                               TO WS-PROPOSTO-VERSAO
                       END-IF
               END-READ
           END-IF
           CLOSE PROPOSTO-FILE

           IF WS-PROPOSTO-VERSAO NOT = SPACES
               MOVE WS-PROPOSTO-VERSAO TO WS-CMD-VERSAO
               PERFORM 2800-BUSCA-VERSAO
               IF WS-IDX-ACHADO-VRS > ZERO
                   IF WS-VRS-SITUACAO(WS-IDX-ACHADO-VRS)
                           NOT = "PENDENTE"
                       ADD 1 TO WS-TOTAL-AVISOS
                       DISPLAY "POSOF94D: parametros_fraude_proposto"
                           ".txt SIMULA A VERSAO " WS-PROPOSTO-VERSAO
                           " JA " WS-VRS-SITUACAO(WS-IDX-ACHADO-VRS)
                           " - REMOVER ANTES DA PROXIMA VARREDURA"
                   END-IF
               END-IF
           END-IF.
           EXIT.
