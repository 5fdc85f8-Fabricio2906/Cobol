               SELECT OPTIONAL ALERTAS-FILE
               ASSIGN DYNAMIC WS-ALERTAS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Parametros de fraude versionados por POSOF94D: o caminho e
      * montado em 1040-SELECIONA-VERSAO-PARAMETROS - o arquivo da
      * versao aprovada em vigor na data do run, ou parametros_
      * fraude.txt (versao 000000) enquanto nao houver nenhuma.
               SELECT OPTIONAL LIMITES-FILE
               ASSIGN DYNAMIC WS-LIMITES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LIM-STATUS.
               SELECT OPTIONAL VERSOES-PARAM-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\parametros_versoes.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL REJEITOS-FILE
               ASSIGN DYNAMIC WS-REJEITOS-PATH
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CADI-CONTA
                   FILE STATUS IS WS-CADI-STATUS.
      * Historico de comportamento por conta, mantido pelo proprio
      * POSOF85D: lido por chave em 2230-VERIFICA-PERFIL durante a
      * varredura e atualizado ao final do run em 3020-ATUALIZA-
      * HISTORICO. Aberto em I-O - o primeiro run cria o arquivo.
               SELECT OPTIONAL HISTORICO-IDX-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\historico_contas.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS HCI-CONTA
                   FILE STATUS IS WS-HCI-STATUS.
               SELECT OPTIONAL LIMITES-PROPOSTO-FILE
               ASSIGN TO
                   'C:\Cobol\AntiFraude\parametros_fraude_proposto.txt'
       FD  LIMITES-FILE.
       01  REG-LIMITE            PIC X(50).

       FD  VERSOES-PARAM-FILE.
       01  REG-VERSAO-PARAM      PIC X(150).

       FD  CONTROLE-LOTE-FILE.
       01  REG-CONTROLE-LOTE     PIC X(100).

           05 CADI-NOME          PIC X(20).
           05 CADI-TIPO          PIC X(10).

      * Perfil da conta. HCI-DIA guarda um balde por dia com
      * movimento nos ultimos 90 dias (contados da data do run que
      * gravou o registro) - as medias/maximos de 30 e 90 dias sao
      * recalculados a partir dos baldes a cada atualizacao, entao a
      * janela rola sozinha. Contagem por operacao e por hora cheia
      * (HCI-HORA-QTD(1) = 00h) acumulam desde a primeira aparicao
      * da conta; HCI-HORA-HABITUAL e a hora de maior contagem (99 =
      * conta sem nenhuma transacao com hora informada).
       FD  HISTORICO-IDX-FILE.
       01  REG-HISTORICO-IDX.
           05 HCI-CONTA          PIC X(6).
           05 HCI-PRIMEIRA-DATA  PIC X(8).
           05 HCI-ULTIMA-DATA    PIC X(8).
           05 HCI-DATA-ATUALIZ   PIC X(8).
           05 HCI-QTD-DIAS-30    PIC 9(3).
           05 HCI-QTD-TRANS-30   PIC 9(7).
           05 HCI-MEDIA-30       PIC 9(7)V99.
           05 HCI-MAIOR-30       PIC 9(7)V99.
           05 HCI-QTD-DIAS-90    PIC 9(3).
           05 HCI-QTD-TRANS-90   PIC 9(7).
           05 HCI-MEDIA-90       PIC 9(7)V99.
           05 HCI-MAIOR-90       PIC 9(7)V99.
           05 HCI-HORA-HABITUAL  PIC 9(2).
           05 HCI-QTD-OPER       PIC 9(2).
           05 HCI-OPERACAO OCCURS 10 TIMES INDEXED BY WS-IDX-HCI-OPER.
              10 HCI-OPER-TIPO   PIC X(10).
              10 HCI-OPER-QTD    PIC 9(7).
           05 HCI-HORA-QTD OCCURS 24 TIMES INDEXED BY WS-IDX-HCI-HORA
                                 PIC 9(7).
           05 HCI-QTD-DIAS-TAB   PIC 9(3).
           05 HCI-DIA OCCURS 90 TIMES INDEXED BY WS-IDX-HCI-DIA.
              10 HCI-DIA-DATA    PIC X(8).
              10 HCI-DIA-QTD     PIC 9(5).
              10 HCI-DIA-TOTAL   PIC 9(9)V99.
              10 HCI-DIA-MAIOR   PIC 9(7)V99.

       FD  LIMITES-PROPOSTO-FILE.
       01  REG-LIMITE-PROPOSTO   PIC X(50).


       01  WS-FIM-LIMITES        PIC X VALUE 'N'.
           88 WS-EOF-LIMITES     VALUE 'S'.
       01  WS-LIM-STATUS         PIC X(2) VALUE SPACES.
       01  WS-LIMITES-PATH       PIC X(100).

      * Versao dos parametros em vigor no run, escolhida em 1040 no
      * catalogo de POSOF94D (parametros_versoes.txt, uma linha por
      * versao: ID;SITUACAO;VIGENCIA;...): a APROVADA de maior
      * vigencia que ja comecou na data do run; empate fica com o
      * maior ID. "000000" = sem versao aprovada em vigor, limites
      * de parametros_fraude.txt. O ID vai em toda linha do feed
      * estruturado e no relatorio de controle, para rastrear cada
      * alerta ate o jogo de parametros que o gerou.
       01  WS-VERSAO-PARAMETROS  PIC X(6) VALUE "000000".
       01  WS-VERSAO-VIGENCIA    PIC X(8) VALUE SPACES.
       01  WS-FIM-VERSOES        PIC X VALUE 'N'.
           88 WS-EOF-VERSOES     VALUE 'S'.
       01  WS-VRS-ID             PIC X(6).
       01  WS-VRS-SITUACAO       PIC X(10).
       01  WS-VRS-VIGENCIA       PIC X(8).
      * Versao pendente que parametros_fraude_proposto.txt simula -
      * gravada por POSOF94D (comando SIMULAR) numa linha "VERSAO;
      * NNNNNN;" no topo do arquivo; em branco para arquivo montado
      * a mao.
       01  WS-VERSAO-SIMULADA    PIC X(6) VALUE SPACES.

       01  WS-FIM-LOTE           PIC X VALUE 'N'.
           88 WS-EOF-LOTE        VALUE 'S'.
       01  WS-REG-CAD-TIPO-DIVERGE PIC X VALUE 'N'.
           88 WS-REG-CAD-TIPO-DIVERGENTE VALUE 'S'.

      * Perfil de comportamento por conta (HISTORICO-IDX-FILE). O
      * limite fixo PF/PJ nao enxerga a conta: um PIX de R$ 4.000 de
      * quem nunca passou de R$ 200 passava calado, e a PJ que manda
      * TED de R$ 15.000 todo dia batia no limite todo dia. A regra
      * DESVIO DE PERFIL compara a transacao com a media por
      * transacao da propria conta nos ultimos 90 dias. Pseudo-tipo
      * "PERFIL" em parametros_fraude.txt: coluna PF = multiplo da
      * media que dispara (default 5,00), coluna PJ = minimo de dias
      * com movimento na janela de 90 para a conta entrar na regra
      * (default 10, parte decimal descartada). Conta abaixo do
      * minimo (ou sem historico algum) fica fora da regra e e
      * contada a parte no relatorio de controle.
       01  WS-PERFIL-MULTIPLO    PIC 9(3)V99 VALUE 5,00.
       01  WS-PERFIL-MIN-DIAS    PIC 9(3) VALUE 10.
       01  WS-WK-LIMITE-PERFIL   PIC 9(11)V99.

       01  WS-HCI-STATUS         PIC X(2) VALUE '35'.
       01  WS-HCI-DISPONIVEL     PIC X VALUE 'N'.
           88 WS-HCI-ABERTO      VALUE 'S'.
       01  WS-HIST-BASE          PIC X VALUE 'N'.
           88 WS-HIST-COM-BASE   VALUE 'S'.
       01  WS-HIST-NOVO          PIC X VALUE 'N'.
           88 WS-HIST-CONTA-NOVA VALUE 'S'.

      * Transacoes e contas distintas deixadas fora da regra por
      * falta de historico, historicos gravados no fim do run, e
      * lancamentos sem vaga em WS-TAB-PERFIL (contado, como os
      * demais estouros de tabela).
       01  WS-TOTAL-TRANS-SEM-HIST   PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-CONTAS-SEM-HIST  PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-HIST-NOVOS       PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-HIST-ATUALIZADOS PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-PERFIL-ESTOURO   PIC 9(7) VALUE ZERO.

      * Movimento do run por conta e dia, acumulado em 2360 para
      * todo registro valido (VIP inclusive - o perfil descreve a
      * conta, nao a dispensa) e descarregado no historico em 3020.
      * Ao contrario de WS-TAB-CONTAS nao e zerada por extrato: um
      * lote de month-end gera uma entrada por conta por dia. A data
      * do balde e a da transacao quando informada e valida, senao a
      * da execucao.
       01  WS-QTD-PERFIL         PIC 9(5) VALUE ZERO.
       01  WS-IDX-ACHADO-PRF     PIC 9(5) VALUE ZERO.
       01  WS-TAB-PERFIL.
           05 WS-PERFIL-ACUM OCCURS 10000 TIMES INDEXED BY WS-IDX-PRF.
              10 WS-PRF-CONTA    PIC X(6).
              10 WS-PRF-DATA     PIC X(8).
              10 WS-PRF-QTD      PIC 9(5).
              10 WS-PRF-TOTAL    PIC 9(9)V99.
              10 WS-PRF-MAIOR    PIC 9(7)V99.
              10 WS-PRF-SEM-HIST PIC X.
                 88 WS-PRF-CONTOU-SEM-HIST VALUE 'S'.
              10 WS-PRF-HORA-QTD OCCURS 24 TIMES PIC 9(4).
              10 WS-PRF-QTD-OPER PIC 9(2).
              10 WS-PRF-OPERACAO OCCURS 10 TIMES
                      INDEXED BY WS-IDX-PRF-OPER.
                 15 WS-PRF-OPER-TIPO PIC X(10).
                 15 WS-PRF-OPER-QTD  PIC 9(5).

      * Campos de trabalho do perfil: data de referencia do balde,
      * datas em dias corridos (FUNCTION INTEGER-OF-DATE) para medir
      * a idade de cada balde em relacao a data da execucao, e os
      * somatorios das janelas de 30/90 dias.
       01  WS-PRF-DATA-REF       PIC X(8).
       01  WS-PRF-DATA-NUM       PIC 9(8).
       01  WS-PRF-HORA-POS       PIC 9(2).
       01  WS-IDX-ACHADO-OPER    PIC 9(2) VALUE ZERO.
       01  WS-IDX-ACHADO-DIA     PIC 9(3) VALUE ZERO.
       01  WS-HIST-POS           PIC 9(3).
       01  WS-HIST-DIA-EXEC      PIC 9(7).
       01  WS-HIST-DIA-BALDE     PIC 9(7).
       01  WS-HIST-IDADE         PIC S9(7).
       01  WS-HIST-SOMA-30       PIC 9(11)V99.
       01  WS-HIST-SOMA-90       PIC 9(11)V99.
       01  WS-HIST-MAIOR-HORA    PIC 9(7).

      * Acumulo de valor por conta no dia (deteccao de estruturacao:
      * varias transacoes pequenas para fugir do limite por evento).
      * Limite e PF/PJ especifico, como o limite por transacao em
               PERFORM 1062-GRAVA-REJEITOS-LIMITE
               PERFORM 1070-ABRE-WATCHLIST
               PERFORM 1075-ABRE-CADASTRO-CONTAS
               PERFORM 1077-ABRE-HISTORICO
           END-IF.
           EXIT.

           CLOSE ALERTAS-ESTRUT-FILE.
           EXIT.

      * ===============================
      * 1040 - SELECAO DA VERSAO DOS PARAMETROS EM VIGOR
      * ===============================
      * Le o catalogo de versoes de POSOF94D e aponta LIMITES-FILE
      * para o arquivo da versao aprovada em vigor na data do run.
      * Sem catalogo (ou sem versao aprovada ja vigente) o caminho
      * fica em parametros_fraude.txt, como antes do versionamento.
       1040-SELECIONA-VERSAO-PARAMETROS.
           MOVE SPACES TO WS-LIMITES-PATH
           STRING
               'C:\Cobol\AntiFraude\parametros_fraude.txt'
               DELIMITED BY SIZE
               INTO WS-LIMITES-PATH
           END-STRING
           MOVE "000000" TO WS-VERSAO-PARAMETROS
           MOVE SPACES TO WS-VERSAO-VIGENCIA

           OPEN INPUT VERSOES-PARAM-FILE
           PERFORM UNTIL WS-EOF-VERSOES
               READ VERSOES-PARAM-FILE
                   AT END
                       SET WS-EOF-VERSOES TO TRUE
                   NOT AT END
                       PERFORM 1045-TRATA-LINHA-VERSAO
               END-READ
           END-PERFORM
           CLOSE VERSOES-PARAM-FILE

           IF WS-VERSAO-PARAMETROS NOT = "000000"
               MOVE SPACES TO WS-LIMITES-PATH
               STRING
                   'C:\Cobol\AntiFraude\parametros_versao_'
                   WS-VERSAO-PARAMETROS
                   '.txt'
                   DELIMITED BY SIZE
                   INTO WS-LIMITES-PATH
               END-STRING
           END-IF

           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "PARAMETROS EM VIGOR: VERSAO " WS-VERSAO-PARAMETROS
               " (VIGENCIA " WS-VERSAO-VIGENCIA ")"
               DELIMITED BY SIZE
               INTO WS-JORNAL-EVENTO
           END-STRING
           PERFORM 6000-GRAVA-JORNAL.
           EXIT.

      * ===============================
      * 1045 - TRATAMENTO DE UMA LINHA DO CATALOGO DE VERSOES
      * ===============================
       1045-TRATA-LINHA-VERSAO.
           MOVE SPACES TO WS-VRS-ID WS-VRS-SITUACAO WS-VRS-VIGENCIA
           UNSTRING REG-VERSAO-PARAM DELIMITED BY ";"
               INTO WS-VRS-ID
                    WS-VRS-SITUACAO
                    WS-VRS-VIGENCIA
           END-UNSTRING

           IF WS-VRS-ID IS NUMERIC
                   AND WS-VRS-SITUACAO = "APROVADA"
                   AND WS-VRS-VIGENCIA IS NUMERIC
                   AND WS-VRS-VIGENCIA NOT > WS-DATA-EXECUCAO
               IF WS-VRS-VIGENCIA > WS-VERSAO-VIGENCIA
                   OR WS-VERSAO-VIGENCIA = SPACES
                   OR (WS-VRS-VIGENCIA = WS-VERSAO-VIGENCIA
                       AND WS-VRS-ID > WS-VERSAO-PARAMETROS)
                   MOVE WS-VRS-ID TO WS-VERSAO-PARAMETROS
                   MOVE WS-VRS-VIGENCIA TO WS-VERSAO-VIGENCIA
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 1050 - CARGA DOS LIMITES DE FRAUDE
      * ===============================
       1050-CARREGA-LIMITES.
           PERFORM 1040-SELECIONA-VERSAO-PARAMETROS
      * Limites default (PF/PJ), usados caso o arquivo de parametros
      * nao exista ou nao informe o tipo de operacao.
           MOVE 3 TO WS-QTD-LIMITES
           MOVE 30000,00    TO WS-LIM-VALOR-PJ(3)

           OPEN INPUT LIMITES-FILE
      * Versao aprovada no catalogo mas sem o arquivo dela nao pode
      * rodar em silencio so com os defaults: volta para parametros_
      * fraude.txt com aviso e o run e carimbado como 000000, que e
      * o que de fato valeu.
           IF WS-LIM-STATUS NOT = "00"
                   AND WS-VERSAO-PARAMETROS NOT = "000000"
               DISPLAY "POSOF85D: ARQUIVO DA VERSAO "
                   WS-VERSAO-PARAMETROS " DOS PARAMETROS NAO "
                   "ENCONTRADO - USADO parametros_fraude.txt"
               MOVE SPACES TO WS-JORNAL-EVENTO
               STRING
                   "AVISO: ARQUIVO DA VERSAO " WS-VERSAO-PARAMETROS
                   " NAO ENCONTRADO - USADO parametros_fraude.txt "
                   "(VERSAO 000000)"
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
               PERFORM 6010-REGISTRA-AVISO
               CLOSE LIMITES-FILE
               MOVE "000000" TO WS-VERSAO-PARAMETROS
               MOVE SPACES TO WS-LIMITES-PATH
               STRING
                   'C:\Cobol\AntiFraude\parametros_fraude.txt'
                   DELIMITED BY SIZE
                   INTO WS-LIMITES-PATH
               END-STRING
               OPEN INPUT LIMITES-FILE
           END-IF

           PERFORM UNTIL WS-EOF-LIMITES
               READ LIMITES-FILE
                   MOVE WS-LIM-VALOR-PJ(WS-IDX-LIM)
                       TO WS-RAJADA-JANELA-MIN
               END-IF
      * Pseudo-tipo "PERFIL": multiplo da media da conta (coluna PF)
      * e minimo de dias de historico (coluna PJ). Multiplo abaixo
      * de 1,00 alertaria transacao abaixo da propria media - volta
      * ao default com aviso, como o teto de origens do DESTINO.
               IF WS-LIM-TIPO(WS-IDX-LIM) = "PERFIL"
                   MOVE WS-LIM-VALOR-PF(WS-IDX-LIM)
                       TO WS-PERFIL-MULTIPLO
                   MOVE WS-LIM-VALOR-PJ(WS-IDX-LIM)
                       TO WS-PERFIL-MIN-DIAS
                   IF WS-PERFIL-MULTIPLO < 1
                       DISPLAY "POSOF85D: MULTIPLO DO PSEUDO-TIPO "
                           "PERFIL ABAIXO DE 1,00 - MANTIDO O "
                           "DEFAULT 5,00"
                       MOVE SPACES TO WS-JORNAL-EVENTO
                       STRING
                           "AVISO: MULTIPLO (PERFIL) ABAIXO DE 1,00 "
                           "- MANTIDO O DEFAULT 5,00"
                           DELIMITED BY SIZE
                           INTO WS-JORNAL-EVENTO
                       END-STRING
                       PERFORM 6010-REGISTRA-AVISO
                       MOVE 5,00 TO WS-PERFIL-MULTIPLO
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

                       AT END
                           SET WS-EOF-LIMITES-PROP TO TRUE
                       NOT AT END
      * Linha "VERSAO;NNNNNN;" gravada por POSOF94D identifica a
      * versao pendente simulada - nao e um limite.
                           IF REG-LIMITE-PROPOSTO(1:7) = "VERSAO;"
                               MOVE REG-LIMITE-PROPOSTO(8:6)
                                   TO WS-VERSAO-SIMULADA
                           ELSE
                               PERFORM 1059-TRATA-LIMITE-PROPOSTO
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-IDX-LIM-P FROM 1 BY 1
           END-IF.
           EXIT.

      * ===============================
      * 1077 - ABERTURA DO HISTORICO DE CONTAS
      * ===============================
      * I-O desde o inicio: 2230 le o perfil por chave durante a
      * varredura e 3020 grava o movimento do run no fim. Arquivo
      * ainda inexistente e criado pelo OPEN (status 05) - no
      * primeiro run toda conta fica sem historico, como esperado.
      * Qualquer outra falha desliga a regra e a atualizacao do
      * perfil neste run, com aviso.
       1077-ABRE-HISTORICO.
           MOVE 'N' TO WS-HCI-DISPONIVEL
           OPEN I-O HISTORICO-IDX-FILE
           IF WS-HCI-STATUS = "00" OR WS-HCI-STATUS = "05"
               SET WS-HCI-ABERTO TO TRUE
           ELSE
               DISPLAY "POSOF85D: historico_contas.dat INDISPONIVEL "
                   "(STATUS " WS-HCI-STATUS ") - REGRA DE PERFIL E "
                   "ATUALIZACAO DO HISTORICO DESLIGADAS NESTE RUN"
               MOVE SPACES TO WS-JORNAL-EVENTO
               STRING
                   "AVISO: historico_contas.dat INDISPONIVEL (STATUS "
                   WS-HCI-STATUS ") - PERFIL DESLIGADO"
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
               PERFORM 6010-REGISTRA-AVISO
               CLOSE HISTORICO-IDX-FILE
           END-IF.
           EXIT.

      * ===============================
      * 1090 - CARGA DO CONTROLE DE LOTE (REQ. 008)
      * ===============================
               ADD WS-VALOR-NUM TO WS-EXTR-VALOR-SOMA
               PERFORM 2120-VERIFICA-WATCHLIST
               PERFORM 2330-ACUMULA-RANKING
               PERFORM 2360-ACUMULA-PERFIL

               IF WS-REG-CAD-NOME-DIVERGENTE
                       OR WS-REG-CAD-TIPO-DIVERGENTE
               ADD WS-VALOR-NUM TO WS-EXTR-VALOR-SOMA
               PERFORM 2120-VERIFICA-WATCHLIST
               PERFORM 2330-ACUMULA-RANKING
               PERFORM 2360-ACUMULA-PERFIL

      * Toda dispensa VIP (regra por transacao e a de velocidade, que
      * ja saltam a conta logo abaixo) fica registrada aqui mesmo sem
               END-IF
           END-IF

      * Desvio do perfil da propria conta - independente do limite
      * fixo: pega o valor pequeno para o limite mas enorme para a
      * conta, e tambem dispara junto com LIMITE POR TRANSACAO quando
      * os dois se aplicam (2250 nao soma o valor duas vezes).
           PERFORM 2230-VERIFICA-PERFIL

      * Regra de janela noturna (req. 020) roda mesmo quando o valor
      * nao passou do limite diurno - e exatamente o caso que ela
      * existe para pegar. So transacoes com hora informada entram.
           END-IF.
           EXIT.

      * ===============================
      * 2230 - REGRA DE DESVIO DO PERFIL DA CONTA
      * ===============================
      * Le o perfil gravado pelos runs anteriores (o movimento deste
      * run so entra no historico em 3020, entao a base nao se
      * contamina com o proprio dia). Conta com pelo menos WS-PERFIL-
      * MIN-DIAS dias de movimento na janela de 90 dias e transacao
      * acima de WS-PERFIL-MULTIPLO vezes a media por transacao da
      * janela gera "DESVIO DE PERFIL". Conta sem historico
      * suficiente fica fora da regra e e contada em 2235.
       2230-VERIFICA-PERFIL.
           IF WS-HCI-ABERTO
               MOVE 'N' TO WS-HIST-BASE
               MOVE WS-ID-CONTA TO HCI-CONTA
               READ HISTORICO-IDX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HCI-QTD-DIAS-90 >= WS-PERFIL-MIN-DIAS
                          AND HCI-MEDIA-90 > ZERO
                           SET WS-HIST-COM-BASE TO TRUE
                       END-IF
               END-READ

               IF WS-HIST-COM-BASE
                   COMPUTE WS-WK-LIMITE-PERFIL =
                       HCI-MEDIA-90 * WS-PERFIL-MULTIPLO
                   IF WS-VALOR-NUM > WS-WK-LIMITE-PERFIL
                       MOVE "DESVIO DE PERFIL" TO WS-ALERTA-REGRA
                       MOVE WS-VALOR-NUM TO WS-VALOR-ALERTA
                       PERFORM 2250-EMITE-ALERTA
                   END-IF
               ELSE
                   PERFORM 2235-CONTA-SEM-HISTORICO
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2235 - CONTAGEM DE CONTA SEM HISTORICO SUFICIENTE
      * ===============================
      * Conta a transacao e, uma unica vez por run, a conta - a
      * marca fica nas entradas da conta em WS-TAB-PERFIL (2360 ja
      * registrou a transacao corrente antes das regras). Como os
      * estouros de tabela, os dois contadores nao vao para o
      * checkpoint: numa retomada refletem o trecho reprocessado.
       2235-CONTA-SEM-HISTORICO.
           ADD 1 TO WS-TOTAL-TRANS-SEM-HIST
           MOVE ZERO TO WS-IDX-ACHADO-PRF
           PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                   UNTIL WS-IDX-PRF > WS-QTD-PERFIL
               IF WS-PRF-CONTA(WS-IDX-PRF) = WS-ID-CONTA
                  AND WS-PRF-CONTOU-SEM-HIST(WS-IDX-PRF)
                   MOVE WS-IDX-PRF TO WS-IDX-ACHADO-PRF
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO-PRF = ZERO
               ADD 1 TO WS-TOTAL-CONTAS-SEM-HIST
               PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                       UNTIL WS-IDX-PRF > WS-QTD-PERFIL
                   IF WS-PRF-CONTA(WS-IDX-PRF) = WS-ID-CONTA
                       SET WS-PRF-CONTOU-SEM-HIST(WS-IDX-PRF) TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.

      * ===============================
      * 2205 - REGISTRO DE TRANSACAO QUASE NO LIMITE (REQ. 013)
      * ===============================
      * para extrato antigo - campos novos no fim da linha, para nao
      * mudar a posicao dos oito que POSOF86D/POSOF87D ja leem.
                   WS-DATA-TRANSACAO ";"
                   WS-HORA-TRANSACAO ";"
      * Documento do cliente (CPF/CNPJ) da transacao, tambem no fim
      * da linha - chave do cliente na comunicacao ao COAF
      * (POSOF93D); em branco para extrato sem o campo.
                   WS-NUM-DOCUMENTO ";"
      * Versao dos parametros que produziu o alerta (1040).
                   WS-VERSAO-PARAMETROS ";"
      * Conta de destino da transferencia, tambem no fim da linha -
      * em CONCENTRACAO DESTINO e a conta que recebe os valores, e e
      * ela (nao o pagador em WS-ID-CONTA) que POSOF95D manda
      * bloquear; em branco para operacao sem contraparte.
                   WS-CONTA-DESTINO
                   DELIMITED BY SIZE
                   INTO REG-ALERTA-ESTRUT
               END-STRING
           END-IF.
           EXIT.

      * ===============================
      * 2360 - ACUMULO DO MOVIMENTO DO RUN PARA O PERFIL DA CONTA
      * ===============================
      * Uma entrada por conta e dia de referencia em WS-TAB-PERFIL,
      * com quantidade, soma, maior valor, contagem por hora cheia e
      * por operacao - o que 3020 precisa para atualizar o historico.
      * Roda tambem em replay: a tabela e so memoria, e a retomada
      * precisa reconstruir o trecho ja lido do extrato corrente.
       2360-ACUMULA-PERFIL.
           PERFORM 2362-DATA-REFERENCIA-PERFIL
           PERFORM 2365-BUSCA-PERFIL

           IF WS-IDX-PRF = ZERO AND WS-QTD-PERFIL < 10000
               ADD 1 TO WS-QTD-PERFIL
               SET WS-IDX-PRF TO WS-QTD-PERFIL
               MOVE ZEROS           TO WS-PERFIL-ACUM(WS-IDX-PRF)
               MOVE WS-ID-CONTA     TO WS-PRF-CONTA(WS-IDX-PRF)
               MOVE WS-PRF-DATA-REF TO WS-PRF-DATA(WS-IDX-PRF)
               MOVE 'N'             TO WS-PRF-SEM-HIST(WS-IDX-PRF)
           END-IF

      * Sem vaga: o movimento fica fora do historico neste run -
      * contado em WS-TOTAL-PERFIL-ESTOURO, nao ignorado em silencio.
           IF WS-IDX-PRF = ZERO AND WS-QTD-PERFIL >= 10000
               ADD 1 TO WS-TOTAL-PERFIL-ESTOURO
           END-IF

           IF WS-IDX-PRF > ZERO
               ADD 1 TO WS-PRF-QTD(WS-IDX-PRF)
               ADD WS-VALOR-NUM TO WS-PRF-TOTAL(WS-IDX-PRF)
               IF WS-VALOR-NUM > WS-PRF-MAIOR(WS-IDX-PRF)
                   MOVE WS-VALOR-NUM TO WS-PRF-MAIOR(WS-IDX-PRF)
               END-IF
               IF WS-HORA-TRANSACAO NOT = SPACES
                   MOVE WS-HORA-TRANSACAO(1:2) TO WS-HORA-TRANS-HH
                   COMPUTE WS-PRF-HORA-POS = WS-HORA-TRANS-HH + 1
                   ADD 1 TO WS-PRF-HORA-QTD(WS-IDX-PRF,
                       WS-PRF-HORA-POS)
               END-IF
               PERFORM 2367-ACUMULA-OPERACAO-PERFIL
           END-IF.
           EXIT.

      * ===============================
      * 2362 - DATA DE REFERENCIA DO BALDE DO PERFIL
      * ===============================
      * Data da transacao quando informada, valida no calendario
      * (2152 so confere faixa de mes/dia) e nao posterior a
      * execucao; senao a data da execucao. Assim todo balde tem
      * idade entre 0 e 89 dias quando gravado em 3020.
       2362-DATA-REFERENCIA-PERFIL.
           MOVE WS-DATA-EXECUCAO TO WS-PRF-DATA-REF
           IF WS-DATA-TRANSACAO NOT = SPACES
              AND WS-DATA-TRANSACAO <= WS-DATA-EXECUCAO
               MOVE WS-DATA-TRANSACAO TO WS-PRF-DATA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-PRF-DATA-NUM) = ZERO
                   MOVE WS-DATA-TRANSACAO TO WS-PRF-DATA-REF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2365 - BUSCA DA CONTA/DIA NA TABELA DO PERFIL
      * ===============================
       2365-BUSCA-PERFIL.
           MOVE ZERO TO WS-IDX-ACHADO-PRF
           PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                   UNTIL WS-IDX-PRF > WS-QTD-PERFIL
               IF WS-PRF-CONTA(WS-IDX-PRF) = WS-ID-CONTA
                  AND WS-PRF-DATA(WS-IDX-PRF) = WS-PRF-DATA-REF
                   SET WS-IDX-ACHADO-PRF TO WS-IDX-PRF
               END-IF
           END-PERFORM
           SET WS-IDX-PRF TO WS-IDX-ACHADO-PRF.
           EXIT.

      * ===============================
      * 2367 - CONTAGEM POR OPERACAO NO PERFIL
      * ===============================
      * Ate 10 tipos de operacao por conta/dia; um tipo alem disso
      * fica fora da contagem por operacao (mas conta no valor).
       2367-ACUMULA-OPERACAO-PERFIL.
           MOVE ZERO TO WS-IDX-ACHADO-OPER
           PERFORM VARYING WS-IDX-PRF-OPER FROM 1 BY 1
                   UNTIL WS-IDX-PRF-OPER > WS-PRF-QTD-OPER(WS-IDX-PRF)
               IF WS-PRF-OPER-TIPO(WS-IDX-PRF, WS-IDX-PRF-OPER)
                       = WS-TIPO-OPERACAO
                   SET WS-IDX-ACHADO-OPER TO WS-IDX-PRF-OPER
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO-OPER = ZERO
                   AND WS-PRF-QTD-OPER(WS-IDX-PRF) < 10
               ADD 1 TO WS-PRF-QTD-OPER(WS-IDX-PRF)
               MOVE WS-PRF-QTD-OPER(WS-IDX-PRF) TO WS-IDX-ACHADO-OPER
               MOVE WS-TIPO-OPERACAO
                   TO WS-PRF-OPER-TIPO(WS-IDX-PRF, WS-IDX-ACHADO-OPER)
           END-IF

           IF WS-IDX-ACHADO-OPER > ZERO
               ADD 1 TO WS-PRF-OPER-QTD(WS-IDX-PRF, WS-IDX-ACHADO-OPER)
           END-IF.
           EXIT.

      * ===============================
      * 2400 - DETALHE DIARIO POR CONTA DE DESTINO (REQ. 019)
      * ===============================
           IF WS-CADI-ABERTO
               CLOSE CADASTRO-IDX-FILE
           END-IF.
      * Historico antes dos relatorios: 4000/4010 trazem as contagens
      * da atualizacao.
           PERFORM 3020-ATUALIZA-HISTORICO.
           PERFORM 3010-GERA-MANIFESTO.
           PERFORM 4000-GERA-RELATORIO.
           PERFORM 4010-GERA-RELATORIO-CSV.
           CLOSE MANIFESTO-FILE.
           EXIT.

      * ===============================
      * 3020 - ATUALIZACAO DO HISTORICO DE CONTAS
      * ===============================
      * Descarrega WS-TAB-PERFIL em HISTORICO-IDX-FILE: para cada
      * conta/dia do run, le (ou cria) o registro da conta, descarta
      * os baldes com 90 dias ou mais, soma o dia, as horas e as
      * operacoes e recalcula as janelas de 30/90 dias. Numa
      * retomada os extratos anteriores ao ponto de retomada nao
      * foram relidos (2010 so reconstroi o arquivo corrente), entao
      * o movimento deles fica fora do historico - avisado no
      * jornal, como o ranking parcial avisa no cabecalho.
       3020-ATUALIZA-HISTORICO.
           IF WS-HCI-ABERTO
               MOVE WS-DATA-EXECUCAO TO WS-PRF-DATA-NUM
               COMPUTE WS-HIST-DIA-EXEC =
                   FUNCTION INTEGER-OF-DATE(WS-PRF-DATA-NUM)
               PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                       UNTIL WS-IDX-PRF > WS-QTD-PERFIL
                   PERFORM 3022-ATUALIZA-CONTA-HISTORICO
               END-PERFORM
               CLOSE HISTORICO-IDX-FILE
               MOVE 'N' TO WS-HCI-DISPONIVEL

               MOVE SPACES TO WS-JORNAL-EVENTO
               STRING
                   "HISTORICO DE CONTAS ATUALIZADO - CONTAS NOVAS: "
                   WS-TOTAL-HIST-NOVOS
                   " REGRAVACOES: " WS-TOTAL-HIST-ATUALIZADOS
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
               PERFORM 6000-GRAVA-JORNAL

               IF WS-EM-RETOMADA
                   DISPLAY "POSOF85D: EXECUCAO RETOMADA - HISTORICO "
                       "DE CONTAS SEM O MOVIMENTO DOS EXTRATOS "
                       "ANTERIORES AO PONTO DE RETOMADA"
                   MOVE SPACES TO WS-JORNAL-EVENTO
                   STRING
                       "AVISO: EXECUCAO RETOMADA - HISTORICO DE "
                       "CONTAS SEM OS EXTRATOS ANTERIORES AO PONTO "
                       "DE RETOMADA"
                       DELIMITED BY SIZE
                       INTO WS-JORNAL-EVENTO
                   END-STRING
                   PERFORM 6010-REGISTRA-AVISO
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 3022 - ATUALIZACAO DO HISTORICO DE UMA CONTA/DIA
      * ===============================
      * Conta com mais de um dia no run (lote de month-end) passa
      * aqui uma vez por dia - cada passagem rele o registro ja
      * regravado pela anterior.
       3022-ATUALIZA-CONTA-HISTORICO.
           MOVE WS-PRF-CONTA(WS-IDX-PRF) TO HCI-CONTA
           MOVE 'N' TO WS-HIST-NOVO
           READ HISTORICO-IDX-FILE
               INVALID KEY
                   SET WS-HIST-CONTA-NOVA TO TRUE
           END-READ

           IF WS-HIST-CONTA-NOVA
               MOVE ZEROS TO REG-HISTORICO-IDX
               MOVE WS-PRF-CONTA(WS-IDX-PRF) TO HCI-CONTA
               MOVE WS-PRF-DATA(WS-IDX-PRF)  TO HCI-PRIMEIRA-DATA
               MOVE WS-PRF-DATA(WS-IDX-PRF)  TO HCI-ULTIMA-DATA
           END-IF
           IF WS-PRF-DATA(WS-IDX-PRF) < HCI-PRIMEIRA-DATA
               MOVE WS-PRF-DATA(WS-IDX-PRF) TO HCI-PRIMEIRA-DATA
           END-IF
           IF WS-PRF-DATA(WS-IDX-PRF) > HCI-ULTIMA-DATA
               MOVE WS-PRF-DATA(WS-IDX-PRF) TO HCI-ULTIMA-DATA
           END-IF

           PERFORM 3024-PODA-BALDES-HISTORICO
           PERFORM 3025-SOMA-BALDE-HISTORICO

           PERFORM VARYING WS-PRF-HORA-POS FROM 1 BY 1
                   UNTIL WS-PRF-HORA-POS > 24
               ADD WS-PRF-HORA-QTD(WS-IDX-PRF, WS-PRF-HORA-POS)
                   TO HCI-HORA-QTD(WS-PRF-HORA-POS)
           END-PERFORM

           PERFORM VARYING WS-IDX-PRF-OPER FROM 1 BY 1
                   UNTIL WS-IDX-PRF-OPER > WS-PRF-QTD-OPER(WS-IDX-PRF)
               PERFORM 3027-SOMA-OPERACAO-HISTORICO
           END-PERFORM

           PERFORM 3026-RECALCULA-HISTORICO
           MOVE WS-DATA-EXECUCAO TO HCI-DATA-ATUALIZ

           IF WS-HIST-CONTA-NOVA
               WRITE REG-HISTORICO-IDX
                   INVALID KEY
                       REWRITE REG-HISTORICO-IDX
               END-WRITE
               ADD 1 TO WS-TOTAL-HIST-NOVOS
           ELSE
               REWRITE REG-HISTORICO-IDX
               ADD 1 TO WS-TOTAL-HIST-ATUALIZADOS
           END-IF.
           EXIT.

      * ===============================
      * 3024 - DESCARTE DOS BALDES FORA DA JANELA DE 90 DIAS
      * ===============================
      * Compacta HCI-DIA mantendo a ordem. Data ilegivel num balde
      * (INTEGER-OF-DATE devolve zero) cai fora da janela tambem.
       3024-PODA-BALDES-HISTORICO.
           MOVE ZERO TO WS-HIST-POS
           PERFORM VARYING WS-IDX-HCI-DIA FROM 1 BY 1
                   UNTIL WS-IDX-HCI-DIA > HCI-QTD-DIAS-TAB
               MOVE HCI-DIA-DATA(WS-IDX-HCI-DIA) TO WS-PRF-DATA-NUM
               COMPUTE WS-HIST-DIA-BALDE =
                   FUNCTION INTEGER-OF-DATE(WS-PRF-DATA-NUM)
               COMPUTE WS-HIST-IDADE =
                   WS-HIST-DIA-EXEC - WS-HIST-DIA-BALDE
               IF WS-HIST-IDADE < 90
                   ADD 1 TO WS-HIST-POS
                   IF WS-HIST-POS NOT = WS-IDX-HCI-DIA
                       MOVE HCI-DIA(WS-IDX-HCI-DIA)
                           TO HCI-DIA(WS-HIST-POS)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-HIST-POS TO HCI-QTD-DIAS-TAB.
           EXIT.

      * ===============================
      * 3025 - SOMA DO DIA DO RUN NO BALDE CORRESPONDENTE
      * ===============================
      * O balde do dia e somado, nunca sobrescrito: o run pode trazer
      * so parte do movimento do dia (segundo lote do dia, correcoes
      * de 8000-EXECUTA-REPROCESSO, extrato atrasado). Dia do run
      * mais velho que a janela nao ganha balde - entra so nas
      * contagens por hora/operacao e na data da ultima movimentacao.
       3025-SOMA-BALDE-HISTORICO.
           MOVE WS-PRF-DATA(WS-IDX-PRF) TO WS-PRF-DATA-NUM
           COMPUTE WS-HIST-DIA-BALDE =
               FUNCTION INTEGER-OF-DATE(WS-PRF-DATA-NUM)
           COMPUTE WS-HIST-IDADE = WS-HIST-DIA-EXEC - WS-HIST-DIA-BALDE

           IF WS-HIST-IDADE < 90
               MOVE ZERO TO WS-IDX-ACHADO-DIA
               PERFORM VARYING WS-IDX-HCI-DIA FROM 1 BY 1
                       UNTIL WS-IDX-HCI-DIA > HCI-QTD-DIAS-TAB
                   IF HCI-DIA-DATA(WS-IDX-HCI-DIA) =
                           WS-PRF-DATA(WS-IDX-PRF)
                       SET WS-IDX-ACHADO-DIA TO WS-IDX-HCI-DIA
                   END-IF
               END-PERFORM

               IF WS-IDX-ACHADO-DIA = ZERO AND HCI-QTD-DIAS-TAB < 90
                   ADD 1 TO HCI-QTD-DIAS-TAB
                   MOVE HCI-QTD-DIAS-TAB TO WS-IDX-ACHADO-DIA
                   MOVE WS-PRF-DATA(WS-IDX-PRF)
                       TO HCI-DIA-DATA(WS-IDX-ACHADO-DIA)
                   MOVE ZERO TO HCI-DIA-QTD(WS-IDX-ACHADO-DIA)
                   MOVE ZERO TO HCI-DIA-TOTAL(WS-IDX-ACHADO-DIA)
                   MOVE ZERO TO HCI-DIA-MAIOR(WS-IDX-ACHADO-DIA)
               END-IF

               IF WS-IDX-ACHADO-DIA > ZERO
                   ADD WS-PRF-QTD(WS-IDX-PRF)
                       TO HCI-DIA-QTD(WS-IDX-ACHADO-DIA)
                   ADD WS-PRF-TOTAL(WS-IDX-PRF)
                       TO HCI-DIA-TOTAL(WS-IDX-ACHADO-DIA)
                   IF WS-PRF-MAIOR(WS-IDX-PRF) >
                           HCI-DIA-MAIOR(WS-IDX-ACHADO-DIA)
                       MOVE WS-PRF-MAIOR(WS-IDX-PRF)
                           TO HCI-DIA-MAIOR(WS-IDX-ACHADO-DIA)
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 3026 - RECALCULO DAS JANELAS DE 30/90 DIAS
      * ===============================
      * Media por transacao (nao por dia): e a base com que 2230
      * compara cada transacao isolada.
       3026-RECALCULA-HISTORICO.
           MOVE ZERO TO HCI-QTD-DIAS-30 HCI-QTD-TRANS-30
                        HCI-MEDIA-30 HCI-MAIOR-30
                        HCI-QTD-DIAS-90 HCI-QTD-TRANS-90
                        HCI-MEDIA-90 HCI-MAIOR-90
                        WS-HIST-SOMA-30 WS-HIST-SOMA-90

           PERFORM VARYING WS-IDX-HCI-DIA FROM 1 BY 1
                   UNTIL WS-IDX-HCI-DIA > HCI-QTD-DIAS-TAB
               MOVE HCI-DIA-DATA(WS-IDX-HCI-DIA) TO WS-PRF-DATA-NUM
               COMPUTE WS-HIST-DIA-BALDE =
                   FUNCTION INTEGER-OF-DATE(WS-PRF-DATA-NUM)
               COMPUTE WS-HIST-IDADE =
                   WS-HIST-DIA-EXEC - WS-HIST-DIA-BALDE

               ADD 1 TO HCI-QTD-DIAS-90
               ADD HCI-DIA-QTD(WS-IDX-HCI-DIA) TO HCI-QTD-TRANS-90
               ADD HCI-DIA-TOTAL(WS-IDX-HCI-DIA) TO WS-HIST-SOMA-90
               IF HCI-DIA-MAIOR(WS-IDX-HCI-DIA) > HCI-MAIOR-90
                   MOVE HCI-DIA-MAIOR(WS-IDX-HCI-DIA) TO HCI-MAIOR-90
               END-IF

               IF WS-HIST-IDADE < 30
                   ADD 1 TO HCI-QTD-DIAS-30
                   ADD HCI-DIA-QTD(WS-IDX-HCI-DIA) TO HCI-QTD-TRANS-30
                   ADD HCI-DIA-TOTAL(WS-IDX-HCI-DIA) TO WS-HIST-SOMA-30
                   IF HCI-DIA-MAIOR(WS-IDX-HCI-DIA) > HCI-MAIOR-30
                       MOVE HCI-DIA-MAIOR(WS-IDX-HCI-DIA)
                           TO HCI-MAIOR-30
                   END-IF
               END-IF
           END-PERFORM

           IF HCI-QTD-TRANS-30 > ZERO
               COMPUTE HCI-MEDIA-30 =
                   WS-HIST-SOMA-30 / HCI-QTD-TRANS-30
           END-IF
           IF HCI-QTD-TRANS-90 > ZERO
               COMPUTE HCI-MEDIA-90 =
                   WS-HIST-SOMA-90 / HCI-QTD-TRANS-90
           END-IF

           MOVE 99 TO HCI-HORA-HABITUAL
           MOVE ZERO TO WS-HIST-MAIOR-HORA
           PERFORM VARYING WS-PRF-HORA-POS FROM 1 BY 1
                   UNTIL WS-PRF-HORA-POS > 24
               IF HCI-HORA-QTD(WS-PRF-HORA-POS) > WS-HIST-MAIOR-HORA
                   MOVE HCI-HORA-QTD(WS-PRF-HORA-POS)
                       TO WS-HIST-MAIOR-HORA
                   COMPUTE HCI-HORA-HABITUAL = WS-PRF-HORA-POS - 1
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 3027 - SOMA DE UMA OPERACAO DO RUN NO HISTORICO
      * ===============================
       3027-SOMA-OPERACAO-HISTORICO.
           MOVE ZERO TO WS-IDX-ACHADO-OPER
           PERFORM VARYING WS-IDX-HCI-OPER FROM 1 BY 1
                   UNTIL WS-IDX-HCI-OPER > HCI-QTD-OPER
               IF HCI-OPER-TIPO(WS-IDX-HCI-OPER) =
                       WS-PRF-OPER-TIPO(WS-IDX-PRF, WS-IDX-PRF-OPER)
                   SET WS-IDX-ACHADO-OPER TO WS-IDX-HCI-OPER
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO-OPER = ZERO AND HCI-QTD-OPER < 10
               ADD 1 TO HCI-QTD-OPER
               MOVE HCI-QTD-OPER TO WS-IDX-ACHADO-OPER
               MOVE WS-PRF-OPER-TIPO(WS-IDX-PRF, WS-IDX-PRF-OPER)
                   TO HCI-OPER-TIPO(WS-IDX-ACHADO-OPER)
               MOVE ZERO TO HCI-OPER-QTD(WS-IDX-ACHADO-OPER)
           END-IF

           IF WS-IDX-ACHADO-OPER > ZERO
               ADD WS-PRF-OPER-QTD(WS-IDX-PRF, WS-IDX-PRF-OPER)
                   TO HCI-OPER-QTD(WS-IDX-ACHADO-OPER)
           END-IF.
           EXIT.

      * ===============================
      * 4000 - RELATORIO DE TOTAIS DE CONTROLE
      * ===============================
               TO REG-RELATORIO
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           STRING "VERSAO DOS PARAMETROS...: " WS-VERSAO-PARAMETROS
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING
           WRITE REG-RELATORIO

           MOVE WS-TOTAL-LIDOS TO WS-REL-NUM-EDIT
           MOVE SPACES TO REG-RELATORIO
           STRING "TRANSACOES LIDAS........: " WS-REL-NUM-EDIT
           END-STRING
           WRITE REG-RELATORIO

           MOVE WS-TOTAL-PERFIL-ESTOURO TO WS-REL-NUM-EDIT
           MOVE SPACES TO REG-RELATORIO
           STRING "PERFIL SEM VAGA (TABELA): " WS-REL-NUM-EDIT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING
           WRITE REG-RELATORIO

      * Contas fora da regra DESVIO DE PERFIL por historico curto ou
      * inexistente - contadas a parte, nao misturadas aos alertas.
           MOVE WS-TOTAL-CONTAS-SEM-HIST TO WS-REL-NUM-EDIT
           MOVE SPACES TO REG-RELATORIO
           STRING "CONTAS SEM HISTORICO....: " WS-REL-NUM-EDIT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING
           WRITE REG-RELATORIO

           MOVE WS-TOTAL-TRANS-SEM-HIST TO WS-REL-NUM-EDIT
           MOVE SPACES TO REG-RELATORIO
           STRING "TRANSACOES SEM HISTORICO: " WS-REL-NUM-EDIT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING
           WRITE REG-RELATORIO

           MOVE WS-TOTAL-HIST-NOVOS TO WS-REL-NUM-EDIT
           MOVE SPACES TO REG-RELATORIO
           STRING "HISTORICO - CONTAS NOVAS: " WS-REL-NUM-EDIT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING
           WRITE REG-RELATORIO

           MOVE WS-TOTAL-HIST-ATUALIZADOS TO WS-REL-NUM-EDIT
           MOVE SPACES TO REG-RELATORIO
           STRING "HISTORICO - REGRAVACOES.: " WS-REL-NUM-EDIT
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING
           WRITE REG-RELATORIO

           MOVE WS-TOTAL-VALOR-PROCESSADO TO WS-REL-VALOR-EDIT
           MOVE SPACES TO REG-RELATORIO
           STRING "VALOR TOTAL PROCESSADO..: " WS-REL-VALOR-EDIT
           MOVE "METRICA;VALOR" TO REG-RELATORIO-CSV
           WRITE REG-RELATORIO-CSV

           MOVE SPACES TO REG-RELATORIO-CSV
           STRING "VERSAO_PARAMETROS;" WS-VERSAO-PARAMETROS
               DELIMITED BY SIZE INTO REG-RELATORIO-CSV
           END-STRING
           WRITE REG-RELATORIO-CSV

           MOVE WS-TOTAL-LIDOS TO WS-REL-NUM-EDIT
           MOVE SPACES TO REG-RELATORIO-CSV
           STRING "TRANSACOES_LIDAS;" WS-REL-NUM-EDIT
           END-STRING
           WRITE REG-RELATORIO-CSV

           MOVE WS-TOTAL-PERFIL-ESTOURO TO WS-REL-NUM-EDIT
           MOVE SPACES TO REG-RELATORIO-CSV
           STRING "PERFIL_SEM_VAGA_TABELA;" WS-REL-NUM-EDIT
               DELIMITED BY SIZE INTO REG-RELATORIO-CSV
           END-STRING
           WRITE REG-RELATORIO-CSV

           MOVE WS-TOTAL-CONTAS-SEM-HIST TO WS-REL-NUM-EDIT
           MOVE SPACES TO REG-RELATORIO-CSV
           STRING "CONTAS_SEM_HISTORICO;" WS-REL-NUM-EDIT
               DELIMITED BY SIZE INTO REG-RELATORIO-CSV
           END-STRING
           WRITE REG-RELATORIO-CSV

           MOVE WS-TOTAL-TRANS-SEM-HIST TO WS-REL-NUM-EDIT
           MOVE SPACES TO REG-RELATORIO-CSV
           STRING "TRANSACOES_SEM_HISTORICO;" WS-REL-NUM-EDIT
               DELIMITED BY SIZE INTO REG-RELATORIO-CSV
           END-STRING
           WRITE REG-RELATORIO-CSV

           MOVE WS-TOTAL-HIST-NOVOS TO WS-REL-NUM-EDIT
           MOVE SPACES TO REG-RELATORIO-CSV
           STRING "HISTORICO_CONTAS_NOVAS;" WS-REL-NUM-EDIT
               DELIMITED BY SIZE INTO REG-RELATORIO-CSV
           END-STRING
           WRITE REG-RELATORIO-CSV

           MOVE WS-TOTAL-HIST-ATUALIZADOS TO WS-REL-NUM-EDIT
           MOVE SPACES TO REG-RELATORIO-CSV
           STRING "HISTORICO_REGRAVACOES;" WS-REL-NUM-EDIT
               DELIMITED BY SIZE INTO REG-RELATORIO-CSV
           END-STRING
           WRITE REG-RELATORIO-CSV

           MOVE WS-TOTAL-VALOR-PROCESSADO TO WS-REL-VALOR-EDIT
           MOVE SPACES TO REG-RELATORIO-CSV
           STRING "VALOR_TOTAL_PROCESSADO;" WS-REL-VALOR-EDIT
              OR WS-TOTAL-CLIENTES-ESTOURO > ZERO
              OR WS-TOTAL-RANKING-ESTOURO > ZERO
              OR WS-TOTAL-DESTINOS-ESTOURO > ZERO
              OR WS-TOTAL-PERFIL-ESTOURO > ZERO
              OR WS-TOTAL-LANC-ESTOURO > ZERO
              OR WS-TOTAL-EXTR-DESBALANCO > ZERO
              OR WS-TOTAL-EXTR-DATA-DIVERG > ZERO
           END-STRING
           WRITE REG-SIMULACAO

      * Versao simulada em branco = parametros_fraude_proposto.txt
      * montado a mao, sem versao pendente em POSOF94D.
           MOVE SPACES TO REG-SIMULACAO
           STRING
               "VERSAO DOS PARAMETROS - ATUAL: " WS-VERSAO-PARAMETROS
               " | PROPOSTA: " WS-VERSAO-SIMULADA
               DELIMITED BY SIZE
               INTO REG-SIMULACAO
           END-STRING
           WRITE REG-SIMULACAO

           MOVE WS-SIM-QTD-ARQ-INDISP TO WS-SIM-NUM-EDIT
           MOVE SPACES TO REG-SIMULACAO
           STRING
           IF WS-CADI-ABERTO
               CLOSE CADASTRO-IDX-FILE
           END-IF
      * As correcoes sao movimento do dia que ainda nao entrou no
      * perfil das contas (o registro foi rejeitado na varredura).
           PERFORM 3020-ATUALIZA-HISTORICO

      * O feed estruturado cresceu - o manifesto do dia (req. 016) e
      * regravado para o case-management conferir o total novo.
