      ******************************************************************
      * Author:Fabricio
      * Date:15/10/2026
      * Purpose:Solicitacao de Bloqueio Cautelar ao Core Bancario a
      *         partir dos Alertas do Dia
      * Tectonics: cobc
      ******************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. POSOF95D.

           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ALERTAS-ESTRUT-FILE
               ASSIGN DYNAMIC WS-ALERTAS-ESTRUT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ESTRUT-STATUS.
               SELECT OPTIONAL PARAMETROS-BLOQUEIO-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\parametros_bloqueio.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
               SELECT OPTIONAL WATCHLIST-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\watchlist.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Feed para o core bancario, um pedido por linha, em EXTEND:
      * uma segunda rodada no mesmo dia (depois de uma segunda
      * varredura) so acrescenta os alertas novos.
               SELECT OPTIONAL SOLICITACOES-FILE
               ASSIGN DYNAMIC WS-SOLICITACOES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Conta VIP nunca e bloqueada automaticamente - o alerta que
      * pediria bloqueio vai para revisao manual.
               SELECT OPTIONAL REVISAO-FILE
               ASSIGN DYNAMIC WS-REVISAO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL JORNAL-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\jornal_execucao.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.

            FD  ALERTAS-ESTRUT-FILE.
           01  REG-ALERTA-ESTRUT     PIC X(150).

            FD  PARAMETROS-BLOQUEIO-FILE.
           01  REG-PARAMETRO-BLOQUEIO PIC X(80).

            FD  WATCHLIST-FILE.
           01  REG-WATCHLIST         PIC X(100).

            FD  SOLICITACOES-FILE.
           01  REG-SOLICITACAO       PIC X(150).

            FD  REVISAO-FILE.
           01  REG-REVISAO           PIC X(150).

            FD  JORNAL-FILE.
           01  REG-JORNAL            PIC X(250).

           WORKING-STORAGE SECTION.

       01  WS-ESTRUT-STATUS      PIC X(2) VALUE SPACES.
       01  WS-PARAM-STATUS       PIC X(2) VALUE SPACES.

       01  WS-FIM-ESTRUT         PIC X VALUE 'N'.
           88 WS-EOF-ESTRUT      VALUE 'S'.
       01  WS-FIM-PARAMETROS     PIC X VALUE 'N'.
           88 WS-EOF-PARAMETROS  VALUE 'S'.
       01  WS-FIM-WATCHLIST      PIC X VALUE 'N'.
           88 WS-EOF-WATCHLIST   VALUE 'S'.
       01  WS-FIM-SOLICITACOES   PIC X VALUE 'N'.
           88 WS-EOF-SOLICITACOES VALUE 'S'.
       01  WS-FIM-REVISAO        PIC X VALUE 'N'.
           88 WS-EOF-REVISAO     VALUE 'S'.

       01  WS-ALERTAS-ESTRUT-PATH PIC X(100).
       01  WS-SOLICITACOES-PATH  PIC X(100).
       01  WS-REVISAO-PATH       PIC X(100).

      * Tabela de enquadramento: REGRA;VALOR-MIN;VALOR-MAX;TIPO-
      * BLOQUEIO em parametros_bloqueio.txt (VALOR-MAX em branco =
      * sem teto). Uma regra pode ter varias faixas com bloqueios
      * diferentes. TIPO-BLOQUEIO: VALOR (retencao do valor da
      * operacao), DEBITO (bloqueio de debitos) ou TOTAL (conta
      * inteira). As linhas CORTE e JANELA do mesmo arquivo sao da
      * conciliacao (POSOF96D) e nao entram aqui. Sem o arquivo
      * valem as faixas default de 1010-CARREGA-FAIXAS.
       01  WS-QTD-FAIXAS         PIC 9(2) VALUE ZERO.
       01  WS-IDX-FAIXA          PIC 9(2) VALUE ZERO.
       01  WS-TAB-FAIXAS.
           05 WS-FAIXA OCCURS 30 TIMES INDEXED BY WS-IDX-FAIXA-TAB.
              10 WS-FX-REGRA        PIC X(25).
              10 WS-FX-VALOR-MIN    PIC 9(9)V99.
              10 WS-FX-VALOR-MAX    PIC 9(9)V99.
              10 WS-FX-TIPO         PIC X(10).
       01  WS-FX-TABELA-CHEIA    PIC X VALUE 'N'.
           88 WS-FX-TABELA-AVISADA VALUE 'S'.
       01  WS-PAR-REGRA          PIC X(25).
       01  WS-PAR-MIN-TXT        PIC X(12).
       01  WS-PAR-MAX-TXT        PIC X(12).
       01  WS-PAR-TIPO           PIC X(10).
       01  WS-PAR-CHECK          PIC X(12).
       01  WS-PAR-LINHA-VALIDA   PIC X VALUE 'S'.
           88 WS-PAR-LINHA-OK    VALUE 'S'.

      * Watchlist vigente na data do run, so para achar as VIP.
      * Carga truncada e ERRO FATAL, como em POSOF89D: uma VIP fora
      * da tabela receberia bloqueio automatico.
       01  WS-QTD-WATCHLIST      PIC 9(4) VALUE ZERO.
       01  WS-IDX-WL             PIC 9(4) VALUE ZERO.
       01  WS-TAB-WATCHLIST.
           05 WS-WL-ENTRADA OCCURS 2000 TIMES INDEXED BY WS-IDX-WL-TAB.
              10 WS-WL-CONTA     PIC X(6).
              10 WS-WL-FLAG      PIC X(3).
       01  WS-WL-TABELA-CHEIA    PIC X VALUE 'N'.
           88 WS-WL-TABELA-AVISADA VALUE 'S'.
       01  WS-WL-CONTA-LIDA      PIC X(6).
       01  WS-WL-FLAG-LIDA       PIC X(3).
       01  WS-WL-DATA-INI        PIC X(8).
       01  WS-WL-DATA-FIM        PIC X(8).
       01  WS-CONTA-VIP          PIC X VALUE 'N'.
           88 WS-E-VIP           VALUE 'S'.

      * Alertas do dia ja tratados numa rodada anterior (SEQ na
      * solicitacao ou na revisao) e, por conta, o bloqueio mais
      * forte ja pedido - uma conta com varios alertas so ganha novo
      * pedido se a regra pedir bloqueio mais forte que o anterior.
       01  WS-QTD-TRATADOS       PIC 9(4) VALUE ZERO.
       01  WS-IDX-TRAT           PIC 9(4) VALUE ZERO.
       01  WS-IDX-ACHADO-TRAT    PIC 9(4) VALUE ZERO.
       01  WS-TAB-TRATADOS.
           05 WS-TRAT-SEQ OCCURS 5000 TIMES INDEXED BY WS-IDX-TRAT-TAB
                                 PIC 9(6).
       01  WS-TRAT-TABELA-CHEIA  PIC X VALUE 'N'.
           88 WS-TRAT-TABELA-AVISADA VALUE 'S'.
       01  WS-QTD-CONTAS-BLOQ    PIC 9(4) VALUE ZERO.
       01  WS-IDX-CTA            PIC 9(4) VALUE ZERO.
       01  WS-IDX-ACHADO-CTA     PIC 9(4) VALUE ZERO.
       01  WS-TAB-CONTAS-BLOQ.
           05 WS-CTA-BLOQ OCCURS 2000 TIMES INDEXED BY WS-IDX-CTA-TAB.
              10 WS-CTA-BLOQ-CONTA  PIC X(6).
              10 WS-CTA-BLOQ-FORCA  PIC 9(1).
       01  WS-CTA-TABELA-CHEIA   PIC X VALUE 'N'.
           88 WS-CTA-TABELA-AVISADA VALUE 'S'.
       01  WS-LIDO-ID            PIC X(14).
       01  WS-LIDO-SEQ-TXT       PIC X(6).
       01  WS-LIDO-CONTA         PIC X(6).
       01  WS-LIDO-REGRA         PIC X(25).
       01  WS-LIDO-VALOR         PIC X(12).
       01  WS-LIDO-TIPO          PIC X(10).

      * Campos do feed estruturado (layout de 2250-EMITE-ALERTA em
      * POSOF85D.cbl) usados aqui: SEQ;DATA;HORA;CONTA;CLIENTE;
      * VALOR;OPERACAO;REGRA e, no fim da linha, CONTA-DESTINO (os
      * campos do meio so sao lidos para chegar ate ela).
       01  WS-EST-SEQ-TXT        PIC X(6).
       01  WS-EST-SEQ-NUM        PIC 9(6).
       01  WS-EST-DATA           PIC X(8).
       01  WS-EST-HORA           PIC X(6).
       01  WS-EST-CONTA          PIC X(6).
       01  WS-EST-CLIENTE        PIC X(40).
       01  WS-EST-VALOR-TXT      PIC X(12).
       01  WS-EST-VALOR-NUM      PIC 9(9)V99.
       01  WS-EST-OPERACAO       PIC X(10).
       01  WS-EST-REGRA          PIC X(25).
       01  WS-EST-VALOR-CHECK    PIC X(12).
       01  WS-EST-DATA-TRANS     PIC X(8).
       01  WS-EST-HORA-TRANS     PIC X(6).
       01  WS-EST-DOCUMENTO      PIC X(14).
       01  WS-EST-VERSAO         PIC X(6).
       01  WS-EST-CONTA-DESTINO  PIC X(6).

      * Enquadramento do alerta corrente: o bloqueio mais forte
      * entre as faixas em que ele cai (1 = VALOR, 2 = DEBITO,
      * 3 = TOTAL; zero = nenhuma faixa, sem pedido).
       01  WS-TIPO-BLOQUEIO      PIC X(10).
       01  WS-FORCA-BLOQUEIO     PIC 9(1).
       01  WS-FORCA-FAIXA        PIC 9(1).
       01  WS-ID-SOLICITACAO     PIC X(14).

       01  WS-TOTAL-ALERTAS-LIDOS PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-ENQUADRADOS  PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-SOLICITADOS  PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-REVISAO-VIP  PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-JA-COBERTOS  PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-JA-TRATADOS  PIC 9(7) VALUE ZERO.
       01  WS-QTD-EDIT           PIC Z(6)9.
       01  WS-VALOR-EDIT         PIC Z(8)9,99.

      * Jornal de execucao e codigo de retorno, como em POSOF87D.
      * RETURN-CODE 0 = limpo, 4 = concluido com ressalvas (conta
      * VIP para revisao, parametro invalido, feed ausente, tabela
      * cheia), 8 = falha (watchlist truncada - nada pedido).
       01  WS-DATA-HORA-SISTEMA  PIC X(21).
       01  WS-DATA-EXECUCAO      PIC X(8).
       01  WS-HORA-EXECUCAO      PIC X(6).
       01  WS-JORNAL-EVENTO      PIC X(200).
       01  WS-TOTAL-AVISOS       PIC 9(5) VALUE ZERO.
       01  WS-RC-EDIT            PIC 9(1) VALUE ZERO.

           PROCEDURE DIVISION.

       MAIN.
           PERFORM 1000-INICIALIZA
      * Watchlist truncada = nenhum pedido: sem a lista inteira uma
      * VIP poderia ser bloqueada automaticamente.
           IF WS-WL-TABELA-AVISADA
               PERFORM 2900-ABORTA-WATCHLIST-TRUNCADA
           ELSE
               PERFORM 2000-PROCESSA
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

           MOVE SPACES TO WS-ALERTAS-ESTRUT-PATH
                          WS-SOLICITACOES-PATH
                          WS-REVISAO-PATH
           STRING
               'C:\Cobol\AntiFraude\alertas_estruturado_'
               WS-DATA-EXECUCAO
               '.txt'
               DELIMITED BY SIZE
               INTO WS-ALERTAS-ESTRUT-PATH
           END-STRING
           STRING
               'C:\Cobol\AntiFraude\solicitacoes_bloqueio_'
               WS-DATA-EXECUCAO
               '.txt'
               DELIMITED BY SIZE
               INTO WS-SOLICITACOES-PATH
           END-STRING
           STRING
               'C:\Cobol\AntiFraude\revisao_bloqueio_'
               WS-DATA-EXECUCAO
               '.txt'
               DELIMITED BY SIZE
               INTO WS-REVISAO-PATH
           END-STRING

           OPEN EXTEND JORNAL-FILE
           MOVE "INICIO DE EXECUCAO" TO WS-JORNAL-EVENTO
           PERFORM 6000-GRAVA-JORNAL

           PERFORM 1010-CARREGA-FAIXAS
           PERFORM 1020-CARREGA-WATCHLIST
           PERFORM 1030-CARREGA-TRATADOS.
           EXIT.

      * ===============================
      * 1010 - CARGA DA TABELA DE ENQUADRAMENTO
      * ===============================
       1010-CARREGA-FAIXAS.
           OPEN INPUT PARAMETROS-BLOQUEIO-FILE
           IF WS-PARAM-STATUS = "00"
               PERFORM UNTIL WS-EOF-PARAMETROS
                   READ PARAMETROS-BLOQUEIO-FILE
                       AT END
                           SET WS-EOF-PARAMETROS TO TRUE
                       NOT AT END
                           IF REG-PARAMETRO-BLOQUEIO NOT = SPACES
                               PERFORM 1015-TRATA-FAIXA
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
      * Defaults: watchlist BAD de qualquer valor bloqueia a conta
      * inteira; horario atipico e concentracao em destino so acima
      * de valor alto, com bloqueio de debitos.
               MOVE 3 TO WS-QTD-FAIXAS
               MOVE "CONTA NA WATCHLIST" TO WS-FX-REGRA(1)
               MOVE ZERO TO WS-FX-VALOR-MIN(1)
               MOVE ZERO TO WS-FX-VALOR-MAX(1)
               MOVE "TOTAL" TO WS-FX-TIPO(1)
               MOVE "HORARIO ATIPICO" TO WS-FX-REGRA(2)
               MOVE 20000,00 TO WS-FX-VALOR-MIN(2)
               MOVE ZERO TO WS-FX-VALOR-MAX(2)
               MOVE "DEBITO" TO WS-FX-TIPO(2)
               MOVE "CONCENTRACAO DESTINO" TO WS-FX-REGRA(3)
               MOVE 50000,00 TO WS-FX-VALOR-MIN(3)
               MOVE ZERO TO WS-FX-VALOR-MAX(3)
               MOVE "DEBITO" TO WS-FX-TIPO(3)
           END-IF
           CLOSE PARAMETROS-BLOQUEIO-FILE.
           EXIT.

      * ===============================
      * 1015 - TRATAMENTO DE UMA FAIXA DE ENQUADRAMENTO
      * ===============================
      * VALOR-MAX zero na tabela = sem teto.
       1015-TRATA-FAIXA.
           MOVE SPACES TO WS-PAR-REGRA WS-PAR-MIN-TXT WS-PAR-MAX-TXT
                          WS-PAR-TIPO
           UNSTRING REG-PARAMETRO-BLOQUEIO DELIMITED BY ";"
               INTO WS-PAR-REGRA
                    WS-PAR-MIN-TXT
                    WS-PAR-MAX-TXT
                    WS-PAR-TIPO
           END-UNSTRING

           IF WS-PAR-REGRA NOT = "CORTE" AND WS-PAR-REGRA NOT = "JANELA"
               MOVE 'S' TO WS-PAR-LINHA-VALIDA
               MOVE WS-PAR-MIN-TXT TO WS-PAR-CHECK
               INSPECT WS-PAR-CHECK REPLACING ALL "," BY "0"
                                      ALL SPACE BY "0"
               IF WS-PAR-REGRA = SPACES OR WS-PAR-MIN-TXT = SPACES
                       OR WS-PAR-CHECK IS NOT NUMERIC
                   MOVE 'N' TO WS-PAR-LINHA-VALIDA
               END-IF
               MOVE WS-PAR-MAX-TXT TO WS-PAR-CHECK
               INSPECT WS-PAR-CHECK REPLACING ALL "," BY "0"
                                      ALL SPACE BY "0"
               IF WS-PAR-CHECK IS NOT NUMERIC
                   MOVE 'N' TO WS-PAR-LINHA-VALIDA
               END-IF
               IF WS-PAR-TIPO NOT = "VALOR"
                       AND WS-PAR-TIPO NOT = "DEBITO"
                       AND WS-PAR-TIPO NOT = "TOTAL"
                   MOVE 'N' TO WS-PAR-LINHA-VALIDA
               END-IF

               IF NOT WS-PAR-LINHA-OK
                   DISPLAY "POSOF95D: LINHA INVALIDA EM "
                       "parametros_bloqueio.txt IGNORADA: '"
                       REG-PARAMETRO-BLOQUEIO "'"
                   MOVE SPACES TO WS-JORNAL-EVENTO
                   STRING
                       "AVISO: LINHA INVALIDA EM parametros_bloqueio"
                       ".txt IGNORADA: " REG-PARAMETRO-BLOQUEIO
                       DELIMITED BY SIZE
                       INTO WS-JORNAL-EVENTO
                   END-STRING
                   PERFORM 6010-REGISTRA-AVISO
               ELSE
                   IF WS-QTD-FAIXAS < 30
                       ADD 1 TO WS-QTD-FAIXAS
                       MOVE WS-PAR-REGRA TO WS-FX-REGRA(WS-QTD-FAIXAS)
                       MOVE WS-PAR-MIN-TXT
                           TO WS-FX-VALOR-MIN(WS-QTD-FAIXAS)
                       MOVE ZERO TO WS-FX-VALOR-MAX(WS-QTD-FAIXAS)
                       IF WS-PAR-MAX-TXT NOT = SPACES
                           MOVE WS-PAR-MAX-TXT
                               TO WS-FX-VALOR-MAX(WS-QTD-FAIXAS)
                       END-IF
                       MOVE WS-PAR-TIPO TO WS-FX-TIPO(WS-QTD-FAIXAS)
                   ELSE
                       IF NOT WS-FX-TABELA-AVISADA
                           SET WS-FX-TABELA-AVISADA TO TRUE
                           DISPLAY "POSOF95D: WS-TAB-FAIXAS CHEIA (30 "
                               "FAIXAS) - FAIXAS EXCEDENTES DE "
                               "parametros_bloqueio.txt IGNORADAS"
                           MOVE "AVISO: WS-TAB-FAIXAS CHEIA"
                               TO WS-JORNAL-EVENTO
                           PERFORM 6010-REGISTRA-AVISO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 1020 - CARGA DA WATCHLIST VIGENTE
      * ===============================
       1020-CARREGA-WATCHLIST.
           OPEN INPUT WATCHLIST-FILE
           PERFORM UNTIL WS-EOF-WATCHLIST
               READ WATCHLIST-FILE
                   AT END
                       SET WS-EOF-WATCHLIST TO TRUE
                   NOT AT END
                       IF REG-WATCHLIST NOT = SPACES
                           PERFORM 1025-TRATA-LINHA-WATCHLIST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCHLIST-FILE.
           EXIT.

      * ===============================
      * 1025 - TRATAMENTO DE UMA LINHA DA WATCHLIST
      * ===============================
      * Mesma vigencia de 2120-VERIFICA-WATCHLIST em POSOF85D
      * (inclusiva nas duas pontas, em branco = aberta).
       1025-TRATA-LINHA-WATCHLIST.
           MOVE SPACES TO WS-WL-CONTA-LIDA WS-WL-FLAG-LIDA
                          WS-WL-DATA-INI WS-WL-DATA-FIM
           UNSTRING REG-WATCHLIST DELIMITED BY ";"
               INTO WS-WL-CONTA-LIDA
                    WS-WL-FLAG-LIDA
                    WS-WL-DATA-INI
                    WS-WL-DATA-FIM
           END-UNSTRING

           IF (WS-WL-DATA-INI = SPACES
                   OR WS-WL-DATA-INI <= WS-DATA-EXECUCAO)
               AND (WS-WL-DATA-FIM = SPACES
                   OR WS-WL-DATA-FIM >= WS-DATA-EXECUCAO)
               IF WS-QTD-WATCHLIST < 2000
                   ADD 1 TO WS-QTD-WATCHLIST
                   MOVE WS-WL-CONTA-LIDA
                       TO WS-WL-CONTA(WS-QTD-WATCHLIST)
                   MOVE WS-WL-FLAG-LIDA TO WS-WL-FLAG(WS-QTD-WATCHLIST)
               ELSE
                   IF NOT WS-WL-TABELA-AVISADA
                       SET WS-WL-TABELA-AVISADA TO TRUE
                       DISPLAY "POSOF95D: WS-TAB-WATCHLIST CHEIA "
                           "(2000 CONTAS) - watchlist.txt EXCEDE A "
                           "TABELA; EXECUCAO SERA ABORTADA SEM "
                           "PEDIR BLOQUEIO"
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 1030 - CARGA DO QUE JA FOI TRATADO HOJE
      * ===============================
      * solicitacoes_bloqueio: ID;CONTA;REGRA;SEQ;VALOR;TIPO;...
      * revisao_bloqueio:      SEQ;CONTA;REGRA;VALOR;TIPO;...
       1030-CARREGA-TRATADOS.
           OPEN INPUT SOLICITACOES-FILE
           PERFORM UNTIL WS-EOF-SOLICITACOES
               READ SOLICITACOES-FILE
                   AT END
                       SET WS-EOF-SOLICITACOES TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-LIDO-SEQ-TXT WS-LIDO-CONTA
                                      WS-LIDO-TIPO
                       UNSTRING REG-SOLICITACAO DELIMITED BY ";"
                           INTO WS-LIDO-ID
                                WS-LIDO-CONTA
                                WS-LIDO-REGRA
                                WS-LIDO-SEQ-TXT
                                WS-LIDO-VALOR
                                WS-LIDO-TIPO
                       END-UNSTRING
      * Pedido de alerta de outro dia (cliente que nao reconheceu a
      * operacao, ver POSOFA1D) nao marca o SEQ de hoje como tratado,
      * mas o bloqueio da conta vale.
                       IF WS-LIDO-ID(1:8) = WS-DATA-EXECUCAO
                           PERFORM 1035-GUARDA-TRATADO
                       END-IF
                       PERFORM 1036-GUARDA-CONTA-BLOQUEADA
               END-READ
           END-PERFORM
           CLOSE SOLICITACOES-FILE

           OPEN INPUT REVISAO-FILE
           PERFORM UNTIL WS-EOF-REVISAO
               READ REVISAO-FILE
                   AT END
                       SET WS-EOF-REVISAO TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-LIDO-SEQ-TXT
                       UNSTRING REG-REVISAO DELIMITED BY ";"
                           INTO WS-LIDO-SEQ-TXT
                       END-UNSTRING
                       PERFORM 1035-GUARDA-TRATADO
               END-READ
           END-PERFORM
           CLOSE REVISAO-FILE.
           EXIT.

       1035-GUARDA-TRATADO.
           IF WS-LIDO-SEQ-TXT IS NUMERIC
               IF WS-QTD-TRATADOS < 5000
                   ADD 1 TO WS-QTD-TRATADOS
                   MOVE WS-LIDO-SEQ-TXT TO WS-TRAT-SEQ(WS-QTD-TRATADOS)
               ELSE
                   IF NOT WS-TRAT-TABELA-AVISADA
                       SET WS-TRAT-TABELA-AVISADA TO TRUE
                       DISPLAY "POSOF95D: WS-TAB-TRATADOS CHEIA (5000 "
                           "ALERTAS) - UMA NOVA RODADA NO DIA PODE "
                           "REPETIR PEDIDOS JA FEITOS"
                       MOVE "AVISO: WS-TAB-TRATADOS CHEIA"
                           TO WS-JORNAL-EVENTO
                       PERFORM 6010-REGISTRA-AVISO
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 1036 - BLOQUEIO MAIS FORTE JA PEDIDO PARA A CONTA
      * ===============================
       1036-GUARDA-CONTA-BLOQUEADA.
           MOVE WS-LIDO-TIPO TO WS-PAR-TIPO
           PERFORM 2125-FORCA-DO-TIPO
           MOVE WS-FORCA-FAIXA TO WS-FORCA-BLOQUEIO
           MOVE WS-LIDO-CONTA TO WS-EST-CONTA
           PERFORM 2140-REGISTRA-CONTA-BLOQUEADA.
           EXIT.

      * ===============================
      * 2000 - PROCESSAMENTO DOS ALERTAS DO DIA
      * ===============================
       2000-PROCESSA.
           OPEN INPUT ALERTAS-ESTRUT-FILE
           IF WS-ESTRUT-STATUS = "00"
               OPEN EXTEND SOLICITACOES-FILE
               OPEN EXTEND REVISAO-FILE
               PERFORM UNTIL WS-EOF-ESTRUT
                   READ ALERTAS-ESTRUT-FILE
                       AT END
                           SET WS-EOF-ESTRUT TO TRUE
                       NOT AT END
                           PERFORM 2100-TRATA-ALERTA
                   END-READ
               END-PERFORM
               CLOSE SOLICITACOES-FILE
               CLOSE REVISAO-FILE
           ELSE
               DISPLAY "POSOF95D: FEED ESTRUTURADO DO DIA NAO "
                   "ENCONTRADO - NENHUM BLOQUEIO PEDIDO"
               MOVE SPACES TO WS-JORNAL-EVENTO
               STRING
                   "AVISO: FEED ESTRUTURADO NAO ENCONTRADO: "
                   WS-ALERTAS-ESTRUT-PATH
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
               PERFORM 6010-REGISTRA-AVISO
           END-IF
           CLOSE ALERTAS-ESTRUT-FILE.
           EXIT.

      * ===============================
      * 2100 - TRATAMENTO DE UM ALERTA
      * ===============================
       2100-TRATA-ALERTA.
           MOVE SPACES TO WS-EST-SEQ-TXT WS-EST-DATA WS-EST-HORA
                          WS-EST-CONTA WS-EST-CLIENTE WS-EST-VALOR-TXT
                          WS-EST-OPERACAO WS-EST-REGRA
                          WS-EST-DATA-TRANS WS-EST-HORA-TRANS
                          WS-EST-DOCUMENTO WS-EST-VERSAO
                          WS-EST-CONTA-DESTINO
           UNSTRING REG-ALERTA-ESTRUT DELIMITED BY ";"
               INTO WS-EST-SEQ-TXT
                    WS-EST-DATA
                    WS-EST-HORA
                    WS-EST-CONTA
                    WS-EST-CLIENTE
                    WS-EST-VALOR-TXT
                    WS-EST-OPERACAO
                    WS-EST-REGRA
                    WS-EST-DATA-TRANS
                    WS-EST-HORA-TRANS
                    WS-EST-DOCUMENTO
                    WS-EST-VERSAO
                    WS-EST-CONTA-DESTINO
           END-UNSTRING

      * Em CONCENTRACAO DESTINO o suspeito e quem recebe: a conta a
      * bloquear (e a conferida na watchlist e nos pedidos ja
      * feitos) e a de destino, nao o pagador do alerta. O nome em
      * CLIENTE e o do pagador, entao nao vai para a revisao. Feed
      * antigo sem a conta de destino segue com a conta do alerta.
           IF WS-EST-REGRA = "CONCENTRACAO DESTINO"
               AND WS-EST-CONTA-DESTINO NOT = SPACES
               MOVE WS-EST-CONTA-DESTINO TO WS-EST-CONTA
               MOVE SPACES TO WS-EST-CLIENTE
           END-IF

           MOVE WS-EST-VALOR-TXT TO WS-EST-VALOR-CHECK
           INSPECT WS-EST-VALOR-CHECK REPLACING ALL "," BY "0"
                                        ALL SPACE BY "0"
           IF WS-EST-SEQ-TXT IS NUMERIC AND WS-EST-CONTA NOT = SPACES
                   AND WS-EST-VALOR-CHECK IS NUMERIC
               ADD 1 TO WS-TOTAL-ALERTAS-LIDOS
               MOVE WS-EST-SEQ-TXT TO WS-EST-SEQ-NUM
               MOVE WS-EST-VALOR-TXT TO WS-EST-VALOR-NUM
               PERFORM 2110-ENQUADRA-ALERTA
               IF WS-FORCA-BLOQUEIO > ZERO
                   ADD 1 TO WS-TOTAL-ENQUADRADOS
                   PERFORM 2150-BUSCA-TRATADO
                   IF WS-IDX-ACHADO-TRAT > ZERO
                       ADD 1 TO WS-TOTAL-JA-TRATADOS
                   ELSE
                       PERFORM 2120-VERIFICA-VIP
                       IF WS-E-VIP
                           PERFORM 2200-ENVIA-REVISAO
                       ELSE
                           PERFORM 2130-BUSCA-CONTA-BLOQUEADA
                           IF WS-IDX-ACHADO-CTA > ZERO
                               AND WS-CTA-BLOQ-FORCA(WS-IDX-ACHADO-CTA)
                                   >= WS-FORCA-BLOQUEIO
                               ADD 1 TO WS-TOTAL-JA-COBERTOS
                           ELSE
                               PERFORM 2300-EMITE-SOLICITACAO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2110 - ENQUADRAMENTO DO ALERTA NA TABELA DE FAIXAS
      * ===============================
       2110-ENQUADRA-ALERTA.
           MOVE ZERO TO WS-FORCA-BLOQUEIO
           MOVE SPACES TO WS-TIPO-BLOQUEIO
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > WS-QTD-FAIXAS
               IF WS-FX-REGRA(WS-IDX-FAIXA) = WS-EST-REGRA
                   AND WS-EST-VALOR-NUM >= WS-FX-VALOR-MIN(WS-IDX-FAIXA)
                   AND (WS-FX-VALOR-MAX(WS-IDX-FAIXA) = ZERO
                        OR WS-EST-VALOR-NUM
                           <= WS-FX-VALOR-MAX(WS-IDX-FAIXA))
                   MOVE WS-FX-TIPO(WS-IDX-FAIXA) TO WS-PAR-TIPO
                   PERFORM 2125-FORCA-DO-TIPO
                   IF WS-FORCA-FAIXA > WS-FORCA-BLOQUEIO
                       MOVE WS-FORCA-FAIXA TO WS-FORCA-BLOQUEIO
                       MOVE WS-PAR-TIPO TO WS-TIPO-BLOQUEIO
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2120 - A CONTA DO ALERTA E VIP?
      * ===============================
       2120-VERIFICA-VIP.
           MOVE 'N' TO WS-CONTA-VIP
           PERFORM VARYING WS-IDX-WL FROM 1 BY 1
                   UNTIL WS-IDX-WL > WS-QTD-WATCHLIST
               IF WS-WL-CONTA(WS-IDX-WL) = WS-EST-CONTA
                   AND WS-WL-FLAG(WS-IDX-WL) = "VIP"
                   SET WS-E-VIP TO TRUE
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2125 - FORCA DE UM TIPO DE BLOQUEIO
      * ===============================
       2125-FORCA-DO-TIPO.
           MOVE ZERO TO WS-FORCA-FAIXA
           IF WS-PAR-TIPO = "VALOR"
               MOVE 1 TO WS-FORCA-FAIXA
           END-IF
           IF WS-PAR-TIPO = "DEBITO"
               MOVE 2 TO WS-FORCA-FAIXA
           END-IF
           IF WS-PAR-TIPO = "TOTAL"
               MOVE 3 TO WS-FORCA-FAIXA
           END-IF.
           EXIT.

      * ===============================
      * 2130 - BUSCA DA CONTA ENTRE AS JA BLOQUEADAS NO DIA
      * ===============================
       2130-BUSCA-CONTA-BLOQUEADA.
           MOVE ZERO TO WS-IDX-ACHADO-CTA
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-QTD-CONTAS-BLOQ
               IF WS-CTA-BLOQ-CONTA(WS-IDX-CTA) = WS-EST-CONTA
                   MOVE WS-IDX-CTA TO WS-IDX-ACHADO-CTA
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2140 - REGISTRO DO BLOQUEIO PEDIDO PARA A CONTA
      * ===============================
      * Sem vaga na tabela a conta so perde a supressao de pedido
      * repetido - o pedido em si sai normalmente.
       2140-REGISTRA-CONTA-BLOQUEADA.
           PERFORM 2130-BUSCA-CONTA-BLOQUEADA
           IF WS-IDX-ACHADO-CTA > ZERO
               IF WS-FORCA-BLOQUEIO
                       > WS-CTA-BLOQ-FORCA(WS-IDX-ACHADO-CTA)
                   MOVE WS-FORCA-BLOQUEIO
                       TO WS-CTA-BLOQ-FORCA(WS-IDX-ACHADO-CTA)
               END-IF
           ELSE
               IF WS-QTD-CONTAS-BLOQ < 2000
                   ADD 1 TO WS-QTD-CONTAS-BLOQ
                   MOVE WS-EST-CONTA
                       TO WS-CTA-BLOQ-CONTA(WS-QTD-CONTAS-BLOQ)
                   MOVE WS-FORCA-BLOQUEIO
                       TO WS-CTA-BLOQ-FORCA(WS-QTD-CONTAS-BLOQ)
               ELSE
                   IF NOT WS-CTA-TABELA-AVISADA
                       SET WS-CTA-TABELA-AVISADA TO TRUE
                       DISPLAY "POSOF95D: WS-TAB-CONTAS-BLOQ CHEIA "
                           "(2000 CONTAS) - PEDIDOS REPETIDOS POR "
                           "CONTA NAO SERAO SUPRIMIDOS"
                       MOVE "AVISO: WS-TAB-CONTAS-BLOQ CHEIA"
                           TO WS-JORNAL-EVENTO
                       PERFORM 6010-REGISTRA-AVISO
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2150 - O ALERTA JA FOI TRATADO NUMA RODADA ANTERIOR?
      * ===============================
       2150-BUSCA-TRATADO.
           MOVE ZERO TO WS-IDX-ACHADO-TRAT
           PERFORM VARYING WS-IDX-TRAT FROM 1 BY 1
                   UNTIL WS-IDX-TRAT > WS-QTD-TRATADOS
               IF WS-TRAT-SEQ(WS-IDX-TRAT) = WS-EST-SEQ-NUM
                   MOVE WS-IDX-TRAT TO WS-IDX-ACHADO-TRAT
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2200 - CONTA VIP: REVISAO MANUAL EM VEZ DE BLOQUEIO
      * ===============================
      * SEQ;CONTA;REGRA;VALOR;TIPO-SUGERIDO;CLIENTE;MOTIVO.
       2200-ENVIA-REVISAO.
           MOVE WS-EST-VALOR-NUM TO WS-VALOR-EDIT
           MOVE SPACES TO REG-REVISAO
           STRING
               WS-EST-SEQ-NUM ";"
               WS-EST-CONTA ";"
               WS-EST-REGRA ";"
               WS-VALOR-EDIT ";"
               WS-TIPO-BLOQUEIO ";"
               WS-EST-CLIENTE(1:20) ";"
               "CONTA VIP - BLOQUEIO NAO SOLICITADO"
               DELIMITED BY SIZE
               INTO REG-REVISAO
           END-STRING
           WRITE REG-REVISAO
           ADD 1 TO WS-TOTAL-REVISAO-VIP
           PERFORM 2160-MARCA-TRATADO.
           EXIT.

      * ===============================
      * 2160 - MARCA O ALERTA COMO TRATADO NESTE RUN
      * ===============================
       2160-MARCA-TRATADO.
           MOVE WS-EST-SEQ-TXT TO WS-LIDO-SEQ-TXT
           PERFORM 1035-GUARDA-TRATADO.
           EXIT.

      * ===============================
      * 2300 - EMISSAO DE UM PEDIDO DE BLOQUEIO
      * ===============================
      * ID-SOLICITACAO;CONTA;REGRA;SEQ;VALOR;TIPO-BLOQUEIO;DATA-
      * ALERTA;DATA-HORA-PEDIDO. O ID (data do feed + SEQ) e unico e
      * e a chave que o core bancario devolve no retorno
      * (conciliado por POSOF96D).
       2300-EMITE-SOLICITACAO.
           MOVE SPACES TO WS-ID-SOLICITACAO
           STRING WS-DATA-EXECUCAO WS-EST-SEQ-NUM
               DELIMITED BY SIZE INTO WS-ID-SOLICITACAO
           END-STRING
           MOVE WS-EST-VALOR-NUM TO WS-VALOR-EDIT
           MOVE SPACES TO REG-SOLICITACAO
           STRING
               WS-ID-SOLICITACAO ";"
               WS-EST-CONTA ";"
               WS-EST-REGRA ";"
               WS-EST-SEQ-NUM ";"
               WS-VALOR-EDIT ";"
               WS-TIPO-BLOQUEIO ";"
               WS-DATA-EXECUCAO ";"
               WS-DATA-EXECUCAO "-" WS-HORA-EXECUCAO
               DELIMITED BY SIZE
               INTO REG-SOLICITACAO
           END-STRING
           WRITE REG-SOLICITACAO
           ADD 1 TO WS-TOTAL-SOLICITADOS
           PERFORM 2140-REGISTRA-CONTA-BLOQUEADA
           PERFORM 2160-MARCA-TRATADO.
           EXIT.

      * ===============================
      * 2900 - ABORTE POR WATCHLIST TRUNCADA
      * ===============================
       2900-ABORTA-WATCHLIST-TRUNCADA.
           DISPLAY "POSOF95D: EXECUCAO ABORTADA - watchlist.txt "
               "EXCEDE A TABELA (2000 CONTAS); NENHUM BLOQUEIO PEDIDO"
           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "ERRO: watchlist.txt EXCEDE WS-TAB-WATCHLIST (2000) - "
               "EXECUCAO ABORTADA, NENHUM BLOQUEIO PEDIDO"
               DELIMITED BY SIZE
               INTO WS-JORNAL-EVENTO
           END-STRING
           PERFORM 6000-GRAVA-JORNAL
           MOVE "FIM ANORMAL DE EXECUCAO - RETURN-CODE 8"
               TO WS-JORNAL-EVENTO
           PERFORM 6000-GRAVA-JORNAL
           CLOSE JORNAL-FILE
           MOVE 8 TO RETURN-CODE.
           EXIT.

      * ===============================
      * 3000 - FINALIZACAO
      * ===============================
       3000-FINALIZA.
           MOVE WS-TOTAL-ALERTAS-LIDOS TO WS-QTD-EDIT
           DISPLAY "POSOF95D: ALERTAS LIDOS: " WS-QTD-EDIT
           MOVE WS-TOTAL-ENQUADRADOS TO WS-QTD-EDIT
           DISPLAY "POSOF95D: ALERTAS ENQUADRADOS: " WS-QTD-EDIT
           MOVE WS-TOTAL-SOLICITADOS TO WS-QTD-EDIT
           DISPLAY "POSOF95D: BLOQUEIOS PEDIDOS: " WS-QTD-EDIT
           MOVE WS-TOTAL-REVISAO-VIP TO WS-QTD-EDIT
           DISPLAY "POSOF95D: VIP PARA REVISAO MANUAL: " WS-QTD-EDIT
           MOVE WS-TOTAL-JA-COBERTOS TO WS-QTD-EDIT
           DISPLAY "POSOF95D: JA COBERTOS POR PEDIDO DA CONTA: "
               WS-QTD-EDIT
           MOVE WS-TOTAL-JA-TRATADOS TO WS-QTD-EDIT
           DISPLAY "POSOF95D: JA TRATADOS EM RODADA ANTERIOR: "
               WS-QTD-EDIT

      * Convencao de retorno do scheduler: 0 = run limpo, 4 =
      * concluido com ressalvas (VIP para revisao, aviso), 8 = falha
      * (watchlist truncada, abortado em 2900).
           MOVE 0 TO WS-RC-EDIT
           IF WS-TOTAL-REVISAO-VIP > ZERO
              OR WS-TOTAL-AVISOS > ZERO
               MOVE 4 TO WS-RC-EDIT
           END-IF
           MOVE WS-RC-EDIT TO RETURN-CODE

           MOVE WS-TOTAL-SOLICITADOS TO WS-QTD-EDIT
           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "FIM NORMAL DE EXECUCAO - RETURN-CODE " WS-RC-EDIT
               " - BLOQUEIOS PEDIDOS: " WS-QTD-EDIT
               " VIP EM REVISAO: " WS-TOTAL-REVISAO-VIP
               " AVISOS: " WS-TOTAL-AVISOS
               DELIMITED BY SIZE
               INTO WS-JORNAL-EVENTO
           END-STRING
           PERFORM 6000-GRAVA-JORNAL
           CLOSE JORNAL-FILE.
           EXIT.

      * ===============================
      * 6000 - GRAVACAO DE UM EVENTO NO JORNAL
      * ===============================
       6000-GRAVA-JORNAL.
           MOVE SPACES TO REG-JORNAL
           STRING
               WS-DATA-EXECUCAO "-" WS-HORA-EXECUCAO
               ";POSOF95D;" WS-JORNAL-EVENTO
               DELIMITED BY SIZE
               INTO REG-JORNAL
           END-STRING
           WRITE REG-JORNAL.
           EXIT.

      * ===============================
      * 6010 - REGISTRO DE AVISO NO JORNAL
      * ===============================
       6010-REGISTRA-AVISO.
           ADD 1 TO WS-TOTAL-AVISOS
           PERFORM 6000-GRAVA-JORNAL.
           EXIT.
