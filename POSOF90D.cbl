               SELECT MANIFESTO-CASOS-FILE
               ASSIGN DYNAMIC WS-MANIFESTO-CASOS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Insumos do score de risco do caso: precisao medida por
      * POSOF87D, pesos, limites da versao de parametros que gerou o
      * alerta, tipo de pessoa do cadastro mestre e os casos dos dias
      * anteriores.
               SELECT OPTIONAL TAXA-ACERTO-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\taxa_acerto.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TAXA-STATUS.
               SELECT OPTIONAL PARAMETROS-SCORE-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\parametros_score.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL LIMITES-FILE
               ASSIGN DYNAMIC WS-LIMITES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LIM-STATUS.
               SELECT OPTIONAL CADASTRO-IDX-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\cadastro_contas.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CADI-CONTA
                   FILE STATUS IS WS-CADI-STATUS.
               SELECT OPTIONAL CASOS-ANTERIORES-FILE
               ASSIGN DYNAMIC WS-CASOS-ANTERIORES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ANT-STATUS.
               SELECT FILA-CASOS-FILE
               ASSIGN DYNAMIC WS-FILA-CASOS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Clientes que nao reconheceram a operacao no contato de
      * confirmacao (POSOFA1D): o caso da conta abre a fila.
               SELECT OPTIONAL ESCALADOS-FILE
               ASSIGN DYNAMIC WS-ESCALADOS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ESC-STATUS.
      * Escaladas ja levadas a fila em execucoes anteriores - os
      * arquivos de contato sao relidos desde a ultima execucao e
      * o que ja abriu a fila num dia anterior nao volta ao topo.
               SELECT OPTIONAL CONTROLE-ESCALADOS-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\controle_escalados.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTE-STATUS.

           DATA DIVISION.
           FILE SECTION.
            FD  MANIFESTO-CASOS-FILE.
           01  REG-MANIFESTO-CASOS   PIC X(100).

            FD  TAXA-ACERTO-FILE.
           01  REG-TAXA-ACERTO       PIC X(150).

            FD  PARAMETROS-SCORE-FILE.
           01  REG-PARAMETRO-SCORE   PIC X(50).

            FD  LIMITES-FILE.
           01  REG-LIMITE            PIC X(50).

            FD  CADASTRO-IDX-FILE.
           01  REG-CADASTRO-IDX.
               05 CADI-CONTA         PIC X(6).
               05 CADI-NOME          PIC X(20).
               05 CADI-TIPO          PIC X(10).

            FD  CASOS-ANTERIORES-FILE.
           01  REG-CASO-ANTERIOR     PIC X(400).

            FD  FILA-CASOS-FILE.
           01  REG-FILA-CASOS        PIC X(250).

            FD  ESCALADOS-FILE.
           01  REG-ESCALADO          PIC X(150).

            FD  CONTROLE-ESCALADOS-FILE.
           01  REG-CONTROLE-ESCALADO PIC X(50).

           WORKING-STORAGE SECTION.

       01  WS-ESTRUT-STATUS      PIC X(2) VALUE SPACES.
       01  WS-TAXA-STATUS        PIC X(2) VALUE SPACES.
       01  WS-LIM-STATUS         PIC X(2) VALUE SPACES.
       01  WS-CADI-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ANT-STATUS         PIC X(2) VALUE SPACES.
       01  WS-ESC-STATUS         PIC X(2) VALUE SPACES.
       01  WS-CTE-STATUS         PIC X(2) VALUE SPACES.

       01  WS-FIM-ESTRUT         PIC X VALUE 'N'.
           88 WS-EOF-ESTRUT      VALUE 'S'.
       01  WS-FIM-WATCHLIST      PIC X VALUE 'N'.
           88 WS-EOF-WATCHLIST   VALUE 'S'.
       01  WS-FIM-TAXA           PIC X VALUE 'N'.
           88 WS-EOF-TAXA        VALUE 'S'.
       01  WS-FIM-PARAMETROS     PIC X VALUE 'N'.
           88 WS-EOF-PARAMETROS  VALUE 'S'.
       01  WS-FIM-LIMITES        PIC X VALUE 'N'.
           88 WS-EOF-LIMITES     VALUE 'S'.
       01  WS-FIM-ANTERIORES     PIC X VALUE 'N'.
           88 WS-EOF-ANTERIORES  VALUE 'S'.
       01  WS-FIM-ESCALADOS      PIC X VALUE 'N'.
           88 WS-EOF-ESCALADOS   VALUE 'S'.
       01  WS-FIM-CONTROLE-ESC   PIC X VALUE 'N'.
           88 WS-EOF-CONTROLE-ESC VALUE 'S'.

       01  WS-DATA-HORA-SISTEMA  PIC X(21).
       01  WS-DATA-EXECUCAO      PIC X(8).
       01  WS-ALERTAS-ESTRUT-PATH PIC X(100).
       01  WS-CASOS-PATH         PIC X(100).
       01  WS-MANIFESTO-CASOS-PATH PIC X(100).
       01  WS-LIMITES-PATH       PIC X(100).
       01  WS-CASOS-ANTERIORES-PATH PIC X(100).
       01  WS-FILA-CASOS-PATH    PIC X(100).
       01  WS-ESCALADOS-PATH     PIC X(100).

      * Campos lidos do feed estruturado (mesmo layout gravado por
      * 2250-EMITE-ALERTA em POSOF85D.cbl):
      * SEQ;DATA;HORA;CONTA;CLIENTE;VALOR;OPERACAO;REGRA
      * ;DATA-TRANS;HORA-TRANS;DOCUMENTO;VERSAO-PARAMETROS.
       01  WS-EST-SEQ-TXT        PIC X(6).
       01  WS-EST-SEQ-NUM        PIC 9(6).
       01  WS-EST-DATA           PIC X(8).
       01  WS-EST-REGRA          PIC X(25).
       01  WS-EST-VALOR-CHECK    PIC X(12).
       01  WS-EST-VALOR-NUM      PIC 9(9)V99.
       01  WS-EST-DATA-TRANS     PIC X(8).
       01  WS-EST-HORA-TRANS     PIC X(6).
       01  WS-EST-DOCUMENTO      PIC X(14).
       01  WS-EST-VERSAO         PIC X(6).

      * Watchlist atual (CONTA;FLAG;DATA-INI;DATA-FIM;..., req. 023)
      * - so entradas vigentes na data da execucao marcam o caso,
              10 WS-CASO-REGRAS OCCURS 10 TIMES
                      INDEXED BY WS-IDX-CASO-REGRA
                  PIC X(25).
      * Score de risco: a melhor precisao entre os pares REGRA/
      * OPERACAO do caso (e de onde ela veio), a operacao e a versao
      * de parametros do alerta de maior valor, os dias anteriores
      * com caso da conta e os pontos de cada fator.
              10 WS-CASO-PRECISAO    PIC 9(3)V99.
              10 WS-CASO-PRC-REGRA   PIC X(25).
              10 WS-CASO-PRC-OPERACAO PIC X(10).
              10 WS-CASO-PRC-ORIGEM  PIC X(6).
              10 WS-CASO-OPER-MAX    PIC X(10).
              10 WS-CASO-VERSAO-MAX  PIC X(6).
              10 WS-CASO-QTD-ANTERIORES PIC 9(3).
              10 WS-CASO-TIPO-PESSOA PIC X(2).
              10 WS-CASO-TIPO-PRESUMIDO PIC X.
              10 WS-CASO-LIMITE      PIC 9(7)V99.
              10 WS-CASO-PCT-LIMITE  PIC 9(5)V99.
              10 WS-CASO-PTS-PRECISAO PIC 9(3)V99.
              10 WS-CASO-PTS-REGRAS  PIC 9(3)V99.
              10 WS-CASO-PTS-VALOR   PIC 9(3)V99.
              10 WS-CASO-PTS-WATCHLIST PIC 9(3)V99.
              10 WS-CASO-PTS-HISTORICO PIC 9(3)V99.
              10 WS-CASO-SCORE       PIC 9(4)V99.
      * 'S' quando o cliente nao reconheceu a operacao de um alerta
      * da conta - o caso vai para o topo da fila, acima do score.
              10 WS-CASO-ESCALADO    PIC X.

      * Escaladas lidas de contato_escalado_AAAAMMDD.txt de cada dia
      * desde a ultima execucao (no minimo ontem e hoje - POSOFA1D
      * pode rodar depois desta cadeia), uma vez por DATA-ALERTA+SEQ:
      * DATA-ALERTA;SEQ;CONTA;CLIENTE;REGRA;VALOR;ID-CONTATO;
      * DATA-HORA-RESPOSTA (layout de 3550-ESCALA-CASO em
      * POSOFA1D.cbl). WS-ESC-NO-CASO = 'S' quando a conta tem caso
      * hoje; as demais (alerta de dia anterior) abrem a fila numa
      * secao propria.
       01  WS-QTD-ESCALADOS      PIC 9(3) VALUE ZERO.
       01  WS-IDX-ESC            PIC 9(3) VALUE ZERO.
       01  WS-QTD-ESC-SEM-CASO   PIC 9(3) VALUE ZERO.
       01  WS-TAB-ESCALADOS.
           05 WS-ESCALADO OCCURS 200 TIMES INDEXED BY WS-IDX-ESC-TAB.
              10 WS-ESC-DATA-ALERTA PIC X(8).
              10 WS-ESC-SEQ         PIC X(6).
              10 WS-ESC-CONTA       PIC X(6).
              10 WS-ESC-CLIENTE     PIC X(20).
              10 WS-ESC-REGRA       PIC X(25).
              10 WS-ESC-VALOR       PIC X(12).
              10 WS-ESC-DH-RESPOSTA PIC X(15).
              10 WS-ESC-NO-CASO     PIC X.
       01  WS-ESC-TABELA-CHEIA   PIC X VALUE 'N'.
           88 WS-ESC-TABELA-AVISADA VALUE 'S'.
       01  WS-ESC-ID-CONTATO     PIC X(14).
       01  WS-IDX-ACHADO-ESC     PIC 9(3) VALUE ZERO.
       01  WS-QTD-ESC-JA-NA-FILA PIC 9(4) VALUE ZERO.
       01  WS-ESL-DATA-ALERTA    PIC X(8).
       01  WS-ESL-SEQ            PIC X(6).
       01  WS-ESL-CONTA          PIC X(6).
       01  WS-ESL-CLIENTE        PIC X(20).
       01  WS-ESL-REGRA          PIC X(25).
       01  WS-ESL-VALOR          PIC X(12).
       01  WS-ESL-DH-RESPOSTA    PIC X(15).
       01  WS-ESC-INI-INT        PIC 9(7).

      * controle_escalados.txt: ULTIMA;AAAAMMDD (data da ultima
      * execucao) e ESCALADO;DATA-FILA;DATA-ALERTA;SEQ por escalada
      * ja levada a fila, DATA-FILA = dia em que abriu a fila pela
      * primeira vez. Regravado ao fim de cada execucao so com as
      * escaladas ainda presentes nos arquivos relidos.
       01  WS-CTE-ULTIMA         PIC X(8) VALUE SPACES.
       01  WS-CTE-ULTIMA-NUM     PIC 9(8) VALUE ZERO.
       01  WS-CTE-TIPO           PIC X(10).
       01  WS-CTE-DATA-FILA      PIC X(8).
       01  WS-CTE-DATA-ALERTA    PIC X(8).
       01  WS-CTE-SEQ            PIC X(6).
       01  WS-QTD-CTL-ESC        PIC 9(4) VALUE ZERO.
       01  WS-IDX-CTL-ESC        PIC 9(4) VALUE ZERO.
       01  WS-IDX-ACHADO-CTL     PIC 9(4) VALUE ZERO.
       01  WS-TAB-CTL-ESC.
           05 WS-CTL-ESC OCCURS 1000 TIMES.
              10 WS-CTL-DATA-FILA   PIC X(8).
              10 WS-CTL-DATA-ALERTA PIC X(8).
              10 WS-CTL-SEQ         PIC X(6).
              10 WS-CTL-VISTO       PIC X.
       01  WS-CTL-TABELA-CHEIA   PIC X VALUE 'N'.
           88 WS-CTL-TABELA-AVISADA VALUE 'S'.

       01  WS-IDX-REGRA-NUM      PIC 9(2) VALUE ZERO.
       01  WS-IDX-ACHADO-REGRA   PIC 9(2) VALUE ZERO.
       01  WS-LISTA-REGRAS       PIC X(260).
       01  WS-LISTA-TAMANHO      PIC 9(3) VALUE ZERO.

      * Precisao historica por par REGRA/OPERACAO, lida de
      * taxa_acerto.txt no layout fixo de 3100-ESCREVE-LINHA-PAR em
      * POSOF87D: REGRA em (8:25) e OPERACAO em (46:10) na linha
      * "REGRA:", quantidade em (19:7) na linha "COM DISPOSICAO:" e
      * em (16:7) na linha "CONFIRMADOS:". A taxa e recalculada aqui
      * a partir das quantidades, sem o arredondamento do relatorio.
       01  WS-QTD-PRECISOES      PIC 9(3) VALUE ZERO.
       01  WS-IDX-PRC            PIC 9(3) VALUE ZERO.
       01  WS-IDX-ACHADO-PRC     PIC 9(3) VALUE ZERO.
       01  WS-TAB-PRECISOES.
           05 WS-PRC-PAR OCCURS 200 TIMES INDEXED BY WS-IDX-PRC-TAB.
              10 WS-PRC-REGRA       PIC X(25).
              10 WS-PRC-OPERACAO    PIC X(10).
              10 WS-PRC-QTD-DISP    PIC 9(7).
              10 WS-PRC-QTD-CONFIRM PIC 9(7).
       01  WS-PRC-TABELA-CHEIA   PIC X VALUE 'N'.
           88 WS-PRC-TABELA-AVISADA VALUE 'S'.
       01  WS-PRC-QTD-TXT        PIC X(7).
       01  WS-PRC-DISP-REGRA     PIC 9(7).
       01  WS-PRC-CONF-REGRA     PIC 9(7).
       01  WS-PRECISAO-ALERTA    PIC 9(3)V99.
       01  WS-PRECISAO-ORIGEM    PIC X(6).

      * Pesos dos fatores e ajustes do score, em parametros_score.txt
      * (NOME;NNN, valor fixo em tres posicoes como o PRAZO de
      * parametros_coaf.txt). Cada fator vale de 0 a 100% do seu
      * peso, entao com pesos somando 100 o score vai de 0 a 100.
      * PRECISAO-PADRAO e a precisao assumida para regra ainda sem
      * disposicao do analista; HISTORICO-DIAS e quantos dias de
      * casos anteriores contam no historico da conta.
       01  WS-PAR-NOME           PIC X(20).
       01  WS-PAR-VALOR          PIC X(10).
       01  WS-PAR-LINHA-VALIDA   PIC X VALUE 'S'.
           88 WS-PAR-LINHA-OK    VALUE 'S'.
       01  WS-PESO-PRECISAO      PIC 9(3) VALUE 30.
       01  WS-PESO-REGRAS        PIC 9(3) VALUE 20.
       01  WS-PESO-VALOR         PIC 9(3) VALUE 20.
       01  WS-PESO-WATCHLIST     PIC 9(3) VALUE 20.
       01  WS-PESO-HISTORICO     PIC 9(3) VALUE 10.
       01  WS-PRECISAO-PADRAO    PIC 9(3) VALUE 50.
       01  WS-HISTORICO-DIAS     PIC 9(3) VALUE 30.

      * Limites PF/PJ por tipo de operacao de cada versao de
      * parametros que aparece no feed do dia (campo VERSAO-
      * PARAMETROS), carregados na primeira vez que a versao e
      * pedida - o valor do caso e medido contra o limite que estava
      * valendo quando o alerta foi gerado.
       01  WS-QTD-VERSOES-LIM    PIC 9(2) VALUE ZERO.
       01  WS-IDX-VLIM           PIC 9(2) VALUE ZERO.
       01  WS-IDX-ACHADO-VLIM    PIC 9(2) VALUE ZERO.
       01  WS-TAB-VERSOES-LIM.
           05 WS-VLIM-VERSAO OCCURS 20 TIMES INDEXED BY WS-IDX-VLIM-TAB
                                 PIC X(6).
       01  WS-QTD-LIMITES        PIC 9(3) VALUE ZERO.
       01  WS-IDX-LIM            PIC 9(3) VALUE ZERO.
       01  WS-TAB-LIMITES.
           05 WS-LIM-ENTRADA OCCURS 400 TIMES INDEXED BY WS-IDX-LIM-TAB.
              10 WS-LIM-VERSAO      PIC X(6).
              10 WS-LIM-TIPO        PIC X(10).
              10 WS-LIM-VALOR-PF    PIC 9(7)V99.
              10 WS-LIM-VALOR-PJ    PIC 9(7)V99.
       01  WS-LIM-TABELA-CHEIA   PIC X VALUE 'N'.
           88 WS-LIM-TABELA-AVISADA VALUE 'S'.
       01  WS-LIM-TIPO-LIDO      PIC X(10).
       01  WS-LIM-VALOR-PF-TXT   PIC X(10).
       01  WS-LIM-VALOR-PJ-TXT   PIC X(10).
       01  WS-LIM-VALOR-CHECK    PIC X(10).
       01  WS-LIM-VERSAO-BUSCA   PIC X(6).

       01  WS-CADI-DISPONIVEL    PIC X VALUE 'N'.
           88 WS-CADI-ABERTO     VALUE 'S'.

      * Historico: dias anteriores (ate HISTORICO-DIAS) em que a
      * conta teve caso em casos_AAAAMMDD.txt.
       01  WS-DATA-NUM           PIC 9(8).
       01  WS-HOJE-INT           PIC 9(7).
       01  WS-DIA-INT            PIC 9(7) VALUE ZERO.
       01  WS-DIA-NUM            PIC 9(8) VALUE ZERO.
       01  WS-DIA-TXT            PIC X(8).
       01  WS-HIST-INI-INT       PIC 9(7).
       01  WS-ANT-CONTA          PIC X(6).

      * Calculo do score e ordenacao da fila (selecao, como
      * 4210-ORDENA-RANKING em POSOF85D, sobre um vetor de indices
      * de WS-TAB-CASOS - casos_AAAAMMDD continua na ordem do feed).
       01  WS-FATOR-PCT          PIC 9(3)V99.
       01  WS-FATOR-QTD          PIC 9(3).
       01  WS-QTD-FILA           PIC 9(4) VALUE ZERO.
       01  WS-IDX-FILA-POS       PIC 9(4).
       01  WS-IDX-FILA-MAIOR     PIC 9(4).
       01  WS-IDX-FILA           PIC 9(4).
       01  WS-FILA-TEMP          PIC 9(4).
       01  WS-TAB-FILA.
           05 WS-FILA-CASO OCCURS 2000 TIMES INDEXED BY WS-IDX-FILA-TAB
                                 PIC 9(4).
       01  WS-SCORE-AVISO        PIC X VALUE 'N'.
           88 WS-SCORE-COM-AVISO VALUE 'S'.
       01  WS-POS-EDIT           PIC ZZZ9.
       01  WS-PTS-EDIT           PIC ZZ9,99.
       01  WS-SCORE-EDIT         PIC ZZZ9,99.
       01  WS-PCT-EDIT           PIC ZZ9,99.
       01  WS-PCT-LIMITE-EDIT    PIC ZZZZ9,99.
       01  WS-LIMITE-EDIT        PIC Z(6)9,99.
       01  WS-QTD-PEQ-EDIT       PIC ZZ9.
       01  WS-OBS-TIPO-PESSOA    PIC X(40).

       01  WS-TOTAL-ALERTAS      PIC 9(7) VALUE ZERO.
       01  WS-FEED-INDISP        PIC X VALUE 'N'.
           88 WS-FEED-INDISPONIVEL VALUE 'S'.
       MAIN.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 2500-PONTUA-CASOS
           PERFORM 2700-MARCA-ESCALADOS
           PERFORM 3000-FINALIZA
           STOP RUN.

           MOVE SPACES TO WS-ALERTAS-ESTRUT-PATH
                          WS-CASOS-PATH
                          WS-MANIFESTO-CASOS-PATH
                          WS-FILA-CASOS-PATH
                          WS-ESCALADOS-PATH

           STRING
               'C:\Cobol\AntiFraude\alertas_estruturado_'
               INTO WS-MANIFESTO-CASOS-PATH
           END-STRING

           STRING
               'C:\Cobol\AntiFraude\fila_casos_' WS-DATA-EXECUCAO
               '.txt'
               DELIMITED BY SIZE
               INTO WS-FILA-CASOS-PATH
           END-STRING

           PERFORM 1010-CARREGA-WATCHLIST
           PERFORM 1030-CARREGA-PARAMETROS-SCORE
           PERFORM 1040-CARREGA-PRECISOES
           PERFORM 1050-ABRE-CADASTRO-CONTAS
           PERFORM 1060-CARREGA-ESCALADOS.
           EXIT.

      * ===============================
           END-IF.
           EXIT.

      * ===============================
      * 1030 - CARGA DOS PESOS DO SCORE
      * ===============================
      * Sem o arquivo valem os defaults de WORKING-STORAGE. Linha
      * invalida mantem o default do item e e avisada (RC 4).
       1030-CARREGA-PARAMETROS-SCORE.
           OPEN INPUT PARAMETROS-SCORE-FILE
           PERFORM UNTIL WS-EOF-PARAMETROS
               READ PARAMETROS-SCORE-FILE
                   AT END
                       SET WS-EOF-PARAMETROS TO TRUE
                   NOT AT END
                       IF REG-PARAMETRO-SCORE NOT = SPACES
                           PERFORM 1035-TRATA-PARAMETRO-SCORE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARAMETROS-SCORE-FILE.
           EXIT.

       1035-TRATA-PARAMETRO-SCORE.
           MOVE SPACES TO WS-PAR-NOME WS-PAR-VALOR
           UNSTRING REG-PARAMETRO-SCORE DELIMITED BY ";"
               INTO WS-PAR-NOME
                    WS-PAR-VALOR
           END-UNSTRING

           MOVE 'S' TO WS-PAR-LINHA-VALIDA
           IF WS-PAR-VALOR(1:3) IS NOT NUMERIC
               MOVE 'N' TO WS-PAR-LINHA-VALIDA
           END-IF
           IF WS-PAR-NOME = "PRECISAO-PADRAO"
                   AND WS-PAR-VALOR(1:3) > "100"
               MOVE 'N' TO WS-PAR-LINHA-VALIDA
           END-IF
           IF WS-PAR-NOME = "HISTORICO-DIAS"
                   AND (WS-PAR-VALOR(1:3) = "000"
                        OR WS-PAR-VALOR(1:3) > "366")
               MOVE 'N' TO WS-PAR-LINHA-VALIDA
           END-IF

           IF WS-PAR-LINHA-OK
               EVALUATE WS-PAR-NOME
                   WHEN "PRECISAO"
                       MOVE WS-PAR-VALOR(1:3) TO WS-PESO-PRECISAO
                   WHEN "REGRAS"
                       MOVE WS-PAR-VALOR(1:3) TO WS-PESO-REGRAS
                   WHEN "VALOR"
                       MOVE WS-PAR-VALOR(1:3) TO WS-PESO-VALOR
                   WHEN "WATCHLIST"
                       MOVE WS-PAR-VALOR(1:3) TO WS-PESO-WATCHLIST
                   WHEN "HISTORICO"
                       MOVE WS-PAR-VALOR(1:3) TO WS-PESO-HISTORICO
                   WHEN "PRECISAO-PADRAO"
                       MOVE WS-PAR-VALOR(1:3) TO WS-PRECISAO-PADRAO
                   WHEN "HISTORICO-DIAS"
                       MOVE WS-PAR-VALOR(1:3) TO WS-HISTORICO-DIAS
                   WHEN OTHER
                       MOVE 'N' TO WS-PAR-LINHA-VALIDA
               END-EVALUATE
           END-IF

           IF NOT WS-PAR-LINHA-OK
               SET WS-SCORE-COM-AVISO TO TRUE
               DISPLAY "POSOF90D: LINHA INVALIDA EM "
                   "parametros_score.txt IGNORADA: '"
                   REG-PARAMETRO-SCORE "'"
           END-IF.
           EXIT.

      * ===============================
      * 1040 - CARGA DA PRECISAO POR REGRA/OPERACAO
      * ===============================
      * Sem taxa_acerto.txt (POSOF87D ainda nao rodou) todo caso
      * recebe PRECISAO-PADRAO - avisado no cabecalho da fila.
       1040-CARREGA-PRECISOES.
           OPEN INPUT TAXA-ACERTO-FILE
           PERFORM UNTIL WS-EOF-TAXA
               READ TAXA-ACERTO-FILE
                   AT END
                       SET WS-EOF-TAXA TO TRUE
                   NOT AT END
                       PERFORM 1045-TRATA-LINHA-TAXA
               END-READ
           END-PERFORM
           CLOSE TAXA-ACERTO-FILE.
           EXIT.

       1045-TRATA-LINHA-TAXA.
           IF REG-TAXA-ACERTO(1:7) = "REGRA: "
               IF WS-QTD-PRECISOES < 200
                   ADD 1 TO WS-QTD-PRECISOES
                   MOVE REG-TAXA-ACERTO(8:25)
                       TO WS-PRC-REGRA(WS-QTD-PRECISOES)
                   MOVE REG-TAXA-ACERTO(46:10)
                       TO WS-PRC-OPERACAO(WS-QTD-PRECISOES)
                   MOVE ZERO TO WS-PRC-QTD-DISP(WS-QTD-PRECISOES)
                                WS-PRC-QTD-CONFIRM(WS-QTD-PRECISOES)
               ELSE
                   IF NOT WS-PRC-TABELA-AVISADA
                       SET WS-PRC-TABELA-AVISADA TO TRUE
                       SET WS-SCORE-COM-AVISO TO TRUE
                       DISPLAY "POSOF90D: WS-TAB-PRECISOES CHEIA (200 "
                           "PARES) - PARES EXCEDENTES DE "
                           "taxa_acerto.txt USAM A PRECISAO DA REGRA "
                           "OU A PADRAO"
                   END-IF
               END-IF
           END-IF

           IF WS-QTD-PRECISOES > ZERO AND NOT WS-PRC-TABELA-AVISADA
               IF REG-TAXA-ACERTO(1:18) = "  COM DISPOSICAO: "
                   MOVE REG-TAXA-ACERTO(19:7) TO WS-PRC-QTD-TXT
                   INSPECT WS-PRC-QTD-TXT REPLACING ALL SPACE BY "0"
                   IF WS-PRC-QTD-TXT IS NUMERIC
                       MOVE WS-PRC-QTD-TXT
                           TO WS-PRC-QTD-DISP(WS-QTD-PRECISOES)
                   END-IF
               END-IF
               IF REG-TAXA-ACERTO(1:15) = "  CONFIRMADOS: "
                   MOVE REG-TAXA-ACERTO(16:7) TO WS-PRC-QTD-TXT
                   INSPECT WS-PRC-QTD-TXT REPLACING ALL SPACE BY "0"
                   IF WS-PRC-QTD-TXT IS NUMERIC
                       MOVE WS-PRC-QTD-TXT
                           TO WS-PRC-QTD-CONFIRM(WS-QTD-PRECISOES)
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 1050 - ABERTURA DO CADASTRO MESTRE INDEXADO
      * ===============================
      * Tipo de pessoa (PF/PJ) para escolher o limite do fator
      * valor. Cadastro indisponivel ou conta fora dele: PF
      * presumido (limite menor, o lado conservador), marcado na
      * fila.
       1050-ABRE-CADASTRO-CONTAS.
           MOVE 'N' TO WS-CADI-DISPONIVEL
           OPEN INPUT CADASTRO-IDX-FILE
           IF WS-CADI-STATUS = "00"
               SET WS-CADI-ABERTO TO TRUE
           ELSE
               SET WS-SCORE-COM-AVISO TO TRUE
               DISPLAY "POSOF90D: cadastro_contas.dat INDISPONIVEL "
                   "(STATUS " WS-CADI-STATUS ") - TIPO PF PRESUMIDO "
                   "NO SCORE DE TODOS OS CASOS (RODAR POSOF91D)"
               CLOSE CADASTRO-IDX-FILE
           END-IF.
           EXIT.

      * ===============================
      * 1060 - CARGA DAS ESCALADAS DO CONTATO COM O CLIENTE
      * ===============================
      * Rele um contato_escalado_AAAAMMDD.txt por dia, do dia da
      * ultima execucao (ou de ontem, o que vier antes; no maximo 31
      * dias) ate hoje - POSOFA1D pode ter escalado depois da ultima
      * fila. Arquivo ausente = nenhum cliente nao reconheceu no dia
      * (ou o contato nao rodou).
       1060-CARREGA-ESCALADOS.
           PERFORM 1061-LE-CONTROLE-ESCALADOS

           MOVE WS-DATA-EXECUCAO TO WS-DATA-NUM
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
           COMPUTE WS-ESC-INI-INT = WS-HOJE-INT - 1
           IF WS-CTE-ULTIMA IS NUMERIC
               MOVE WS-CTE-ULTIMA TO WS-CTE-ULTIMA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CTE-ULTIMA-NUM) = ZERO
                  AND WS-CTE-ULTIMA < WS-DATA-EXECUCAO
                   COMPUTE WS-DIA-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CTE-ULTIMA-NUM)
                   IF WS-DIA-INT < WS-ESC-INI-INT
                       MOVE WS-DIA-INT TO WS-ESC-INI-INT
                   END-IF
               END-IF
           END-IF
           IF WS-ESC-INI-INT < WS-HOJE-INT - 31
               COMPUTE WS-ESC-INI-INT = WS-HOJE-INT - 31
           END-IF

           PERFORM VARYING WS-DIA-INT FROM WS-ESC-INI-INT BY 1
                   UNTIL WS-DIA-INT > WS-HOJE-INT
               COMPUTE WS-DIA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               MOVE WS-DIA-NUM TO WS-DIA-TXT
               PERFORM 1063-ESCALADOS-DO-DIA
           END-PERFORM

           IF WS-QTD-ESC-JA-NA-FILA > ZERO
               MOVE WS-QTD-ESC-JA-NA-FILA TO WS-QTD-EDIT
               DISPLAY "POSOF90D: ESCALADAS JA LEVADAS A FILA EM "
                   "EXECUCAO ANTERIOR (NAO REPETIDAS): " WS-QTD-EDIT
           END-IF.
           EXIT.

      * ===============================
      * 1061 - CONTROLE DAS ESCALADAS JA LEVADAS A FILA
      * ===============================
      * Arquivo ausente = primeira execucao - a janela comeca ontem.
       1061-LE-CONTROLE-ESCALADOS.
           MOVE 'N' TO WS-FIM-CONTROLE-ESC
           OPEN INPUT CONTROLE-ESCALADOS-FILE
           IF WS-CTE-STATUS = "00"
               PERFORM UNTIL WS-EOF-CONTROLE-ESC
                   READ CONTROLE-ESCALADOS-FILE
                       AT END
                           SET WS-EOF-CONTROLE-ESC TO TRUE
                       NOT AT END
                           IF REG-CONTROLE-ESCALADO NOT = SPACES
                               PERFORM 1062-GUARDA-CONTROLE-ESC
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CONTROLE-ESCALADOS-FILE.
           EXIT.

       1062-GUARDA-CONTROLE-ESC.
           MOVE SPACES TO WS-CTE-TIPO
                          WS-CTE-DATA-FILA
                          WS-CTE-DATA-ALERTA
                          WS-CTE-SEQ
           UNSTRING REG-CONTROLE-ESCALADO DELIMITED BY ";"
               INTO WS-CTE-TIPO
                    WS-CTE-DATA-FILA
                    WS-CTE-DATA-ALERTA
                    WS-CTE-SEQ
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-CTE-TIPO = "ULTIMA"
                   MOVE WS-CTE-DATA-FILA TO WS-CTE-ULTIMA
               WHEN WS-CTE-TIPO = "ESCALADO"
                   MOVE WS-CTE-DATA-ALERTA TO WS-ESL-DATA-ALERTA
                   MOVE WS-CTE-SEQ TO WS-ESL-SEQ
                   PERFORM 1068-REGISTRA-CONTROLE-ESC
                   IF WS-IDX-ACHADO-CTL > ZERO
                       MOVE WS-CTE-DATA-FILA
                           TO WS-CTL-DATA-FILA(WS-IDX-ACHADO-CTL)
                       MOVE 'N' TO WS-CTL-VISTO(WS-IDX-ACHADO-CTL)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

      * ===============================
      * 1063 - ESCALADAS DE UM DIA
      * ===============================
       1063-ESCALADOS-DO-DIA.
           MOVE SPACES TO WS-ESCALADOS-PATH
           STRING
               'C:\Cobol\AntiFraude\contato_escalado_' WS-DIA-TXT
               '.txt'
               DELIMITED BY SIZE
               INTO WS-ESCALADOS-PATH
           END-STRING

           MOVE 'N' TO WS-FIM-ESCALADOS
           OPEN INPUT ESCALADOS-FILE
           IF WS-ESC-STATUS = "00"
               PERFORM UNTIL WS-EOF-ESCALADOS
                   READ ESCALADOS-FILE
                       AT END
                           SET WS-EOF-ESCALADOS TO TRUE
                       NOT AT END
                           IF REG-ESCALADO NOT = SPACES
                               PERFORM 1065-GUARDA-ESCALADO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ESCALADOS-FILE.
           EXIT.

      * ===============================
      * 1065 - UMA ESCALADA LIDA
      * ===============================
      * A mesma DATA-ALERTA+SEQ em dois arquivos entra uma vez so.
      * Escalada que ja abriu a fila num dia anterior fica fora (so
      * e mantida no controle); a que abriu a fila hoje volta no
      * reprocessamento do dia.
       1065-GUARDA-ESCALADO.
           MOVE SPACES TO WS-ESL-DATA-ALERTA
                          WS-ESL-SEQ
                          WS-ESL-CONTA
                          WS-ESL-CLIENTE
                          WS-ESL-REGRA
                          WS-ESL-VALOR
                          WS-ESC-ID-CONTATO
                          WS-ESL-DH-RESPOSTA
           UNSTRING REG-ESCALADO DELIMITED BY ";"
               INTO WS-ESL-DATA-ALERTA
                    WS-ESL-SEQ
                    WS-ESL-CONTA
                    WS-ESL-CLIENTE
                    WS-ESL-REGRA
                    WS-ESL-VALOR
                    WS-ESC-ID-CONTATO
                    WS-ESL-DH-RESPOSTA
           END-UNSTRING

           PERFORM 1066-BUSCA-ESCALADO
           IF WS-IDX-ACHADO-ESC = ZERO
               PERFORM 1067-BUSCA-CONTROLE-ESC
               EVALUATE TRUE
                   WHEN WS-IDX-ACHADO-CTL = ZERO
                       PERFORM 1068-REGISTRA-CONTROLE-ESC
                       PERFORM 1069-INCLUI-ESCALADO
                   WHEN WS-CTL-DATA-FILA(WS-IDX-ACHADO-CTL)
                           < WS-DATA-EXECUCAO
                       MOVE 'S' TO WS-CTL-VISTO(WS-IDX-ACHADO-CTL)
                       ADD 1 TO WS-QTD-ESC-JA-NA-FILA
                   WHEN OTHER
                       MOVE 'S' TO WS-CTL-VISTO(WS-IDX-ACHADO-CTL)
                       PERFORM 1069-INCLUI-ESCALADO
               END-EVALUATE
           END-IF.
           EXIT.

       1066-BUSCA-ESCALADO.
           MOVE ZERO TO WS-IDX-ACHADO-ESC
           PERFORM VARYING WS-IDX-ESC FROM 1 BY 1
                   UNTIL WS-IDX-ESC > WS-QTD-ESCALADOS
                      OR WS-IDX-ACHADO-ESC > ZERO
               IF WS-ESC-DATA-ALERTA(WS-IDX-ESC) = WS-ESL-DATA-ALERTA
                  AND WS-ESC-SEQ(WS-IDX-ESC) = WS-ESL-SEQ
                   MOVE WS-IDX-ESC TO WS-IDX-ACHADO-ESC
               END-IF
           END-PERFORM.
           EXIT.

       1067-BUSCA-CONTROLE-ESC.
           MOVE ZERO TO WS-IDX-ACHADO-CTL
           PERFORM VARYING WS-IDX-CTL-ESC FROM 1 BY 1
                   UNTIL WS-IDX-CTL-ESC > WS-QTD-CTL-ESC
                      OR WS-IDX-ACHADO-CTL > ZERO
               IF WS-CTL-DATA-ALERTA(WS-IDX-CTL-ESC)
                       = WS-ESL-DATA-ALERTA
                  AND WS-CTL-SEQ(WS-IDX-CTL-ESC) = WS-ESL-SEQ
                   MOVE WS-IDX-CTL-ESC TO WS-IDX-ACHADO-CTL
               END-IF
           END-PERFORM.
           EXIT.

      * Nova escalada no controle, aberta na fila de hoje. Sem vaga
      * ela ainda abre a fila, mas pode voltar ao topo amanha.
       1068-REGISTRA-CONTROLE-ESC.
           MOVE ZERO TO WS-IDX-ACHADO-CTL
           IF WS-QTD-CTL-ESC < 1000
               ADD 1 TO WS-QTD-CTL-ESC
               MOVE WS-QTD-CTL-ESC TO WS-IDX-ACHADO-CTL
               MOVE WS-DATA-EXECUCAO
                   TO WS-CTL-DATA-FILA(WS-QTD-CTL-ESC)
               MOVE WS-ESL-DATA-ALERTA
                   TO WS-CTL-DATA-ALERTA(WS-QTD-CTL-ESC)
               MOVE WS-ESL-SEQ TO WS-CTL-SEQ(WS-QTD-CTL-ESC)
               MOVE 'S' TO WS-CTL-VISTO(WS-QTD-CTL-ESC)
           ELSE
               IF NOT WS-CTL-TABELA-AVISADA
                   SET WS-CTL-TABELA-AVISADA TO TRUE
                   DISPLAY "POSOF90D: WS-TAB-CTL-ESC CHEIA (1000 "
                       "ESCALADAS) - ESCALADA " WS-ESL-DATA-ALERTA
                       " SEQ " WS-ESL-SEQ " (E POSSIVELMENTE OUTRAS) "
                       "FORA DE controle_escalados.txt"
               END-IF
           END-IF.
           EXIT.

       1069-INCLUI-ESCALADO.
           IF WS-QTD-ESCALADOS < 200
               ADD 1 TO WS-QTD-ESCALADOS
               MOVE WS-ESL-DATA-ALERTA
                   TO WS-ESC-DATA-ALERTA(WS-QTD-ESCALADOS)
               MOVE WS-ESL-SEQ TO WS-ESC-SEQ(WS-QTD-ESCALADOS)
               MOVE WS-ESL-CONTA TO WS-ESC-CONTA(WS-QTD-ESCALADOS)
               MOVE WS-ESL-CLIENTE TO WS-ESC-CLIENTE(WS-QTD-ESCALADOS)
               MOVE WS-ESL-REGRA TO WS-ESC-REGRA(WS-QTD-ESCALADOS)
               MOVE WS-ESL-VALOR TO WS-ESC-VALOR(WS-QTD-ESCALADOS)
               MOVE WS-ESL-DH-RESPOSTA
                   TO WS-ESC-DH-RESPOSTA(WS-QTD-ESCALADOS)
               MOVE 'N' TO WS-ESC-NO-CASO(WS-QTD-ESCALADOS)
           ELSE
      * Sem vaga a escalada nao se perde - continua no arquivo do
      * dia e na situacao de POSOFA1D - mas nao reordena a fila.
               IF NOT WS-ESC-TABELA-AVISADA
                   SET WS-ESC-TABELA-AVISADA TO TRUE
                   DISPLAY "POSOF90D: WS-TAB-ESCALADOS CHEIA (200 "
                       "ESCALADAS) - LINHA '" REG-ESCALADO
                       "' (E POSSIVELMENTE OUTRAS) FORA DO TOPO DA "
                       "FILA"
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2000 - PROCESSAMENTO DO FEED DO DIA
      * ===============================
                    WS-EST-VALOR-TXT
                    WS-EST-OPERACAO
                    WS-EST-REGRA
                    WS-EST-DATA-TRANS
                    WS-EST-HORA-TRANS
                    WS-EST-DOCUMENTO
                    WS-EST-VERSAO
           END-UNSTRING

           MOVE WS-EST-VALOR-TXT TO WS-EST-VALOR-CHECK
               MOVE WS-EST-SEQ-NUM
                   TO WS-CASO-SEQ-FIM(WS-IDX-ACHADO-CASO)
               MOVE ZERO TO WS-CASO-QTD-REGRAS(WS-IDX-ACHADO-CASO)
               MOVE ZERO TO WS-CASO-PRECISAO(WS-IDX-ACHADO-CASO)
                            WS-CASO-QTD-ANTERIORES(WS-IDX-ACHADO-CASO)
               MOVE SPACES TO WS-CASO-PRC-ORIGEM(WS-IDX-ACHADO-CASO)
               MOVE 'N' TO WS-CASO-ESCALADO(WS-IDX-ACHADO-CASO)
               MOVE WS-EST-OPERACAO
                   TO WS-CASO-OPER-MAX(WS-IDX-ACHADO-CASO)
               MOVE WS-EST-VERSAO
                   TO WS-CASO-VERSAO-MAX(WS-IDX-ACHADO-CASO)
               PERFORM 2230-MARCA-WATCHLIST
           END-IF

                       > WS-CASO-VALOR-MAX(WS-IDX-ACHADO-CASO)
                   MOVE WS-EST-VALOR-NUM
                       TO WS-CASO-VALOR-MAX(WS-IDX-ACHADO-CASO)
                   MOVE WS-EST-OPERACAO
                       TO WS-CASO-OPER-MAX(WS-IDX-ACHADO-CASO)
                   MOVE WS-EST-VERSAO
                       TO WS-CASO-VERSAO-MAX(WS-IDX-ACHADO-CASO)
               END-IF
               IF WS-EST-SEQ-NUM
                       < WS-CASO-SEQ-INI(WS-IDX-ACHADO-CASO)
                       TO WS-CASO-SEQ-FIM(WS-IDX-ACHADO-CASO)
               END-IF
               PERFORM 2220-REGISTRA-REGRA
               PERFORM 2240-REGISTRA-PRECISAO
           END-IF.
           EXIT.

           END-PERFORM.
           EXIT.

      * ===============================
      * 2240 - PRECISAO DO ALERTA E MELHOR PRECISAO DO CASO
      * ===============================
      * Precisao do par REGRA/OPERACAO se ele ja tem disposicao; se
      * nao, a da regra somando todas as operacoes; se a regra
      * tambem nao tem, PRECISAO-PADRAO. O caso fica com a maior
      * entre os seus alertas - um caso vale o que vale a sua regra
      * mais certeira.
       2240-REGISTRA-PRECISAO.
           MOVE ZERO TO WS-IDX-ACHADO-PRC
                        WS-PRC-DISP-REGRA
                        WS-PRC-CONF-REGRA
           PERFORM VARYING WS-IDX-PRC FROM 1 BY 1
                   UNTIL WS-IDX-PRC > WS-QTD-PRECISOES
               IF WS-PRC-REGRA(WS-IDX-PRC) = WS-EST-REGRA
                   ADD WS-PRC-QTD-DISP(WS-IDX-PRC) TO WS-PRC-DISP-REGRA
                   ADD WS-PRC-QTD-CONFIRM(WS-IDX-PRC)
                       TO WS-PRC-CONF-REGRA
                   IF WS-PRC-OPERACAO(WS-IDX-PRC) = WS-EST-OPERACAO
                       MOVE WS-IDX-PRC TO WS-IDX-ACHADO-PRC
                   END-IF
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO-PRC > ZERO
                   AND WS-PRC-QTD-DISP(WS-IDX-ACHADO-PRC) > ZERO
               COMPUTE WS-PRECISAO-ALERTA ROUNDED =
                   WS-PRC-QTD-CONFIRM(WS-IDX-ACHADO-PRC) * 100
                   / WS-PRC-QTD-DISP(WS-IDX-ACHADO-PRC)
               MOVE "PAR" TO WS-PRECISAO-ORIGEM
           ELSE
               IF WS-PRC-DISP-REGRA > ZERO
                   COMPUTE WS-PRECISAO-ALERTA ROUNDED =
                       WS-PRC-CONF-REGRA * 100 / WS-PRC-DISP-REGRA
                   MOVE "REGRA" TO WS-PRECISAO-ORIGEM
               ELSE
                   MOVE WS-PRECISAO-PADRAO TO WS-PRECISAO-ALERTA
                   MOVE "PADRAO" TO WS-PRECISAO-ORIGEM
               END-IF
           END-IF

           IF WS-CASO-PRC-ORIGEM(WS-IDX-ACHADO-CASO) = SPACES
               OR WS-PRECISAO-ALERTA
                   > WS-CASO-PRECISAO(WS-IDX-ACHADO-CASO)
               MOVE WS-PRECISAO-ALERTA
                   TO WS-CASO-PRECISAO(WS-IDX-ACHADO-CASO)
               MOVE WS-PRECISAO-ORIGEM
                   TO WS-CASO-PRC-ORIGEM(WS-IDX-ACHADO-CASO)
               MOVE WS-EST-REGRA
                   TO WS-CASO-PRC-REGRA(WS-IDX-ACHADO-CASO)
               MOVE WS-EST-OPERACAO
                   TO WS-CASO-PRC-OPERACAO(WS-IDX-ACHADO-CASO)
           END-IF.
           EXIT.

      * ===============================
      * 2500 - SCORE DE RISCO DOS CASOS DO DIA
      * ===============================
       2500-PONTUA-CASOS.
           PERFORM 2510-CARREGA-HISTORICO
           PERFORM VARYING WS-IDX-CASO-NUM FROM 1 BY 1
                   UNTIL WS-IDX-CASO-NUM > WS-QTD-CASOS
               PERFORM 2600-CALCULA-SCORE
           END-PERFORM.
           EXIT.

      * ===============================
      * 2510 - CASOS DA CONTA NOS DIAS ANTERIORES
      * ===============================
      * Um casos_AAAAMMDD.txt por dia, uma linha por conta - cada
      * dia em que a conta aparece conta um caso anterior. Dia sem
      * arquivo (feriado, lote nao rodou) simplesmente nao conta.
       2510-CARREGA-HISTORICO.
           MOVE WS-DATA-EXECUCAO TO WS-DATA-NUM
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
           COMPUTE WS-HIST-INI-INT = WS-HOJE-INT - WS-HISTORICO-DIAS

           PERFORM VARYING WS-DIA-INT FROM WS-HIST-INI-INT BY 1
                   UNTIL WS-DIA-INT >= WS-HOJE-INT
               COMPUTE WS-DIA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               MOVE WS-DIA-NUM TO WS-DIA-TXT
               PERFORM 2520-CASOS-DO-DIA
           END-PERFORM.
           EXIT.

       2520-CASOS-DO-DIA.
           MOVE SPACES TO WS-CASOS-ANTERIORES-PATH
           STRING
               'C:\Cobol\AntiFraude\casos_' WS-DIA-TXT '.txt'
               DELIMITED BY SIZE
               INTO WS-CASOS-ANTERIORES-PATH
           END-STRING

           MOVE 'N' TO WS-FIM-ANTERIORES
           OPEN INPUT CASOS-ANTERIORES-FILE
           IF WS-ANT-STATUS = "00"
               PERFORM UNTIL WS-EOF-ANTERIORES
                   READ CASOS-ANTERIORES-FILE
                       AT END
                           SET WS-EOF-ANTERIORES TO TRUE
                       NOT AT END
                           MOVE REG-CASO-ANTERIOR(1:6) TO WS-EST-CONTA
                           PERFORM 2210-BUSCA-CASO
                           IF WS-IDX-ACHADO-CASO > ZERO
                               ADD 1 TO WS-CASO-QTD-ANTERIORES
                                            (WS-IDX-ACHADO-CASO)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CASOS-ANTERIORES-FILE.
           EXIT.

      * ===============================
      * 2600 - CALCULO DO SCORE DE UM CASO
      * ===============================
      * Cada fator vira um percentual (0 a 100) aplicado ao seu peso:
      *   PRECISAO  - a melhor precisao do caso (2240);
      *   REGRAS    - 25% por regra distinta, 100% a partir de 4;
      *   VALOR     - maior valor / limite PF-PJ da operacao, metade
      *               do percentual: no limite 50%, 2x o limite 100%;
      *   WATCHLIST - 100% para conta BAD vigente, zero do resto;
      *   HISTORICO - 25% por dia anterior com caso, 100% a partir
      *               de 4.
       2600-CALCULA-SCORE.
           COMPUTE WS-CASO-PTS-PRECISAO(WS-IDX-CASO-NUM) ROUNDED =
               WS-PESO-PRECISAO * WS-CASO-PRECISAO(WS-IDX-CASO-NUM)
               / 100

           MOVE WS-CASO-QTD-REGRAS(WS-IDX-CASO-NUM) TO WS-FATOR-QTD
           PERFORM 2610-PERCENTUAL-CONTAGEM
           COMPUTE WS-CASO-PTS-REGRAS(WS-IDX-CASO-NUM) ROUNDED =
               WS-PESO-REGRAS * WS-FATOR-PCT / 100

           PERFORM 2620-LIMITE-DO-CASO
           MOVE ZERO TO WS-FATOR-PCT
           MOVE ZERO TO WS-CASO-PCT-LIMITE(WS-IDX-CASO-NUM)
           IF WS-CASO-LIMITE(WS-IDX-CASO-NUM) > ZERO
               IF WS-CASO-VALOR-MAX(WS-IDX-CASO-NUM)
                       >= WS-CASO-LIMITE(WS-IDX-CASO-NUM) * 999
                   MOVE 99999,99 TO WS-CASO-PCT-LIMITE(WS-IDX-CASO-NUM)
               ELSE
                   COMPUTE WS-CASO-PCT-LIMITE(WS-IDX-CASO-NUM) ROUNDED
                       = WS-CASO-VALOR-MAX(WS-IDX-CASO-NUM) * 100
                       / WS-CASO-LIMITE(WS-IDX-CASO-NUM)
               END-IF
               IF WS-CASO-PCT-LIMITE(WS-IDX-CASO-NUM) >= 200
                   MOVE 100 TO WS-FATOR-PCT
               ELSE
                   COMPUTE WS-FATOR-PCT ROUNDED =
                       WS-CASO-PCT-LIMITE(WS-IDX-CASO-NUM) / 2
               END-IF
           END-IF
           COMPUTE WS-CASO-PTS-VALOR(WS-IDX-CASO-NUM) ROUNDED =
               WS-PESO-VALOR * WS-FATOR-PCT / 100

           MOVE ZERO TO WS-CASO-PTS-WATCHLIST(WS-IDX-CASO-NUM)
           IF WS-CASO-WATCHLIST(WS-IDX-CASO-NUM) = "BAD"
               MOVE WS-PESO-WATCHLIST
                   TO WS-CASO-PTS-WATCHLIST(WS-IDX-CASO-NUM)
           END-IF

           MOVE WS-CASO-QTD-ANTERIORES(WS-IDX-CASO-NUM) TO WS-FATOR-QTD
           PERFORM 2610-PERCENTUAL-CONTAGEM
           COMPUTE WS-CASO-PTS-HISTORICO(WS-IDX-CASO-NUM) ROUNDED =
               WS-PESO-HISTORICO * WS-FATOR-PCT / 100

           COMPUTE WS-CASO-SCORE(WS-IDX-CASO-NUM) =
               WS-CASO-PTS-PRECISAO(WS-IDX-CASO-NUM)
             + WS-CASO-PTS-REGRAS(WS-IDX-CASO-NUM)
             + WS-CASO-PTS-VALOR(WS-IDX-CASO-NUM)
             + WS-CASO-PTS-WATCHLIST(WS-IDX-CASO-NUM)
             + WS-CASO-PTS-HISTORICO(WS-IDX-CASO-NUM).
           EXIT.

       2610-PERCENTUAL-CONTAGEM.
           IF WS-FATOR-QTD >= 4
               MOVE 100 TO WS-FATOR-PCT
           ELSE
               COMPUTE WS-FATOR-PCT = WS-FATOR-QTD * 25
           END-IF.
           EXIT.

      * ===============================
      * 2620 - TIPO DE PESSOA E LIMITE DO CASO
      * ===============================
      * Limite do tipo de operacao do alerta de maior valor, na
      * versao de parametros que gerou esse alerta (feed anterior ao
      * versionamento, sem o campo, = 000000). Sem limite para
      * a operacao (ou tabela cheia) o fator valor fica zerado e a
      * fila mostra "LIMITE N/D".
       2620-LIMITE-DO-CASO.
           MOVE "PF" TO WS-CASO-TIPO-PESSOA(WS-IDX-CASO-NUM)
           MOVE "S" TO WS-CASO-TIPO-PRESUMIDO(WS-IDX-CASO-NUM)
           IF WS-CADI-ABERTO
               MOVE WS-CASO-CONTA(WS-IDX-CASO-NUM) TO CADI-CONTA
               READ CADASTRO-IDX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N"
                           TO WS-CASO-TIPO-PRESUMIDO(WS-IDX-CASO-NUM)
                       IF CADI-TIPO = "PJ"
                           MOVE "PJ"
                               TO WS-CASO-TIPO-PESSOA(WS-IDX-CASO-NUM)
                       END-IF
               END-READ
           END-IF

           MOVE WS-CASO-VERSAO-MAX(WS-IDX-CASO-NUM)
               TO WS-LIM-VERSAO-BUSCA
           IF WS-LIM-VERSAO-BUSCA = SPACES
               MOVE "000000" TO WS-LIM-VERSAO-BUSCA
               MOVE "000000" TO WS-CASO-VERSAO-MAX(WS-IDX-CASO-NUM)
           END-IF
           PERFORM 2630-GARANTE-VERSAO-CARREGADA

           MOVE ZERO TO WS-CASO-LIMITE(WS-IDX-CASO-NUM)
           PERFORM VARYING WS-IDX-LIM FROM 1 BY 1
                   UNTIL WS-IDX-LIM > WS-QTD-LIMITES
               IF WS-LIM-VERSAO(WS-IDX-LIM) = WS-LIM-VERSAO-BUSCA
                   AND WS-LIM-TIPO(WS-IDX-LIM)
                       = WS-CASO-OPER-MAX(WS-IDX-CASO-NUM)
                   IF WS-CASO-TIPO-PESSOA(WS-IDX-CASO-NUM) = "PJ"
                       MOVE WS-LIM-VALOR-PJ(WS-IDX-LIM)
                           TO WS-CASO-LIMITE(WS-IDX-CASO-NUM)
                   ELSE
                       MOVE WS-LIM-VALOR-PF(WS-IDX-LIM)
                           TO WS-CASO-LIMITE(WS-IDX-CASO-NUM)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2630 - CARGA DOS LIMITES DE UMA VERSAO DE PARAMETROS
      * ===============================
      * Mesmos arquivos de 1040-SELECIONA-VERSAO-PARAMETROS em
      * POSOF85D: 000000 e o parametros_fraude.txt legado, as demais
      * parametros_versao_NNNNNN.txt; versao sem arquivo cai no
      * legado, como la.
       2630-GARANTE-VERSAO-CARREGADA.
           MOVE ZERO TO WS-IDX-ACHADO-VLIM
           PERFORM VARYING WS-IDX-VLIM FROM 1 BY 1
                   UNTIL WS-IDX-VLIM > WS-QTD-VERSOES-LIM
               IF WS-VLIM-VERSAO(WS-IDX-VLIM) = WS-LIM-VERSAO-BUSCA
                   MOVE WS-IDX-VLIM TO WS-IDX-ACHADO-VLIM
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO-VLIM = ZERO AND WS-QTD-VERSOES-LIM < 20
               ADD 1 TO WS-QTD-VERSOES-LIM
               MOVE WS-LIM-VERSAO-BUSCA
                   TO WS-VLIM-VERSAO(WS-QTD-VERSOES-LIM)

               MOVE SPACES TO WS-LIMITES-PATH
               IF WS-LIM-VERSAO-BUSCA = "000000"
                   MOVE 'C:\Cobol\AntiFraude\parametros_fraude.txt'
                       TO WS-LIMITES-PATH
               ELSE
                   STRING
                       'C:\Cobol\AntiFraude\parametros_versao_'
                       WS-LIM-VERSAO-BUSCA '.txt'
                       DELIMITED BY SIZE
                       INTO WS-LIMITES-PATH
                   END-STRING
               END-IF

               OPEN INPUT LIMITES-FILE
               IF WS-LIM-STATUS NOT = "00"
                   CLOSE LIMITES-FILE
                   MOVE 'C:\Cobol\AntiFraude\parametros_fraude.txt'
                       TO WS-LIMITES-PATH
                   OPEN INPUT LIMITES-FILE
               END-IF
               MOVE 'N' TO WS-FIM-LIMITES
               PERFORM UNTIL WS-EOF-LIMITES
                   READ LIMITES-FILE
                       AT END
                           SET WS-EOF-LIMITES TO TRUE
                       NOT AT END
                           PERFORM 2635-TRATA-LINHA-LIMITE
                   END-READ
               END-PERFORM
               CLOSE LIMITES-FILE
           END-IF

           IF WS-IDX-ACHADO-VLIM = ZERO AND WS-QTD-VERSOES-LIM >= 20
                   AND NOT WS-LIM-TABELA-AVISADA
               SET WS-LIM-TABELA-AVISADA TO TRUE
               SET WS-SCORE-COM-AVISO TO TRUE
               DISPLAY "POSOF90D: WS-TAB-VERSOES-LIM CHEIA (20 "
                   "VERSOES) - CASOS DE VERSOES EXCEDENTES FICAM "
                   "SEM O FATOR VALOR"
           END-IF.
           EXIT.

      * TIPO;PF;PJ - mesma validacao de 1065-VALIDA-LINHA-LIMITE em
      * POSOF85D; linha invalida so nao entra (POSOF85D ja a rejeita
      * e reporta).
       2635-TRATA-LINHA-LIMITE.
           MOVE SPACES TO WS-LIM-TIPO-LIDO WS-LIM-VALOR-PF-TXT
                          WS-LIM-VALOR-PJ-TXT
           UNSTRING REG-LIMITE DELIMITED BY ";"
               INTO WS-LIM-TIPO-LIDO
                    WS-LIM-VALOR-PF-TXT
                    WS-LIM-VALOR-PJ-TXT
           END-UNSTRING

           MOVE 'S' TO WS-PAR-LINHA-VALIDA
           IF WS-LIM-TIPO-LIDO = SPACES
              OR WS-LIM-VALOR-PF-TXT = SPACES
              OR WS-LIM-VALOR-PJ-TXT = SPACES
               MOVE 'N' TO WS-PAR-LINHA-VALIDA
           END-IF
           MOVE WS-LIM-VALOR-PF-TXT TO WS-LIM-VALOR-CHECK
           INSPECT WS-LIM-VALOR-CHECK REPLACING ALL "," BY "0"
                                        ALL SPACE BY "0"
           IF WS-LIM-VALOR-CHECK IS NOT NUMERIC
               MOVE 'N' TO WS-PAR-LINHA-VALIDA
           END-IF
           MOVE WS-LIM-VALOR-PJ-TXT TO WS-LIM-VALOR-CHECK
           INSPECT WS-LIM-VALOR-CHECK REPLACING ALL "," BY "0"
                                        ALL SPACE BY "0"
           IF WS-LIM-VALOR-CHECK IS NOT NUMERIC
               MOVE 'N' TO WS-PAR-LINHA-VALIDA
           END-IF

           IF WS-PAR-LINHA-OK
               IF WS-QTD-LIMITES < 400
                   ADD 1 TO WS-QTD-LIMITES
                   MOVE WS-LIM-VERSAO-BUSCA
                       TO WS-LIM-VERSAO(WS-QTD-LIMITES)
                   MOVE WS-LIM-TIPO-LIDO TO WS-LIM-TIPO(WS-QTD-LIMITES)
                   MOVE WS-LIM-VALOR-PF-TXT
                       TO WS-LIM-VALOR-PF(WS-QTD-LIMITES)
                   MOVE WS-LIM-VALOR-PJ-TXT
                       TO WS-LIM-VALOR-PJ(WS-QTD-LIMITES)
               ELSE
                   IF NOT WS-LIM-TABELA-AVISADA
                       SET WS-LIM-TABELA-AVISADA TO TRUE
                       SET WS-SCORE-COM-AVISO TO TRUE
                       DISPLAY "POSOF90D: WS-TAB-LIMITES CHEIA (400 "
                           "LINHAS) - CASOS DE VERSOES EXCEDENTES "
                           "FICAM SEM O FATOR VALOR"
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2700 - CASOS DE CLIENTE QUE NAO RECONHECEU A OPERACAO
      * ===============================
       2700-MARCA-ESCALADOS.
           PERFORM VARYING WS-IDX-ESC FROM 1 BY 1
                   UNTIL WS-IDX-ESC > WS-QTD-ESCALADOS
               PERFORM VARYING WS-IDX-CASO-NUM FROM 1 BY 1
                       UNTIL WS-IDX-CASO-NUM > WS-QTD-CASOS
                   IF WS-CASO-CONTA(WS-IDX-CASO-NUM)
                           = WS-ESC-CONTA(WS-IDX-ESC)
                       MOVE 'S' TO WS-CASO-ESCALADO(WS-IDX-CASO-NUM)
                       MOVE 'S' TO WS-ESC-NO-CASO(WS-IDX-ESC)
                   END-IF
               END-PERFORM
               IF WS-ESC-NO-CASO(WS-IDX-ESC) = 'N'
                   ADD 1 TO WS-QTD-ESC-SEM-CASO
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 3000 - GRAVACAO DOS CASOS E DO MANIFESTO
      * ===============================

           CLOSE CASOS-FILE
           PERFORM 3200-GERA-MANIFESTO-CASOS
           PERFORM 3300-GERA-FILA-PRIORIZADA
           PERFORM 3400-GRAVA-CONTROLE-ESCALADOS
           IF WS-CADI-ABERTO
               CLOSE CADASTRO-IDX-FILE
           END-IF

           MOVE WS-TOTAL-ALERTAS TO WS-QTD-EDIT
           DISPLAY "POSOF90D: ALERTAS LIDOS: " WS-QTD-EDIT
           DISPLAY "POSOF90D: CASOS GERADOS: " WS-QTD-EDIT

      * Convencao de retorno do scheduler: 0 = run limpo, 4 =
      * concluido com ressalvas (feed do dia indisponivel, conta
      * fora da consolidacao por estouro de tabela, score com
      * insumo degradado ou escalada fora do topo da fila), 8 =
      * falha (abortes do runtime ja devolvem codigo proprio).
           IF WS-FEED-INDISPONIVEL
              OR WS-CASO-TABELA-AVISADA
              OR WS-WL-TABELA-AVISADA
              OR WS-SCORE-COM-AVISO
              OR WS-ESC-TABELA-AVISADA
              OR WS-CTL-TABELA-AVISADA
               MOVE 4 TO RETURN-CODE
           END-IF.
           EXIT.
      * 3100 - GRAVACAO DE UM CASO
      * ===============================
      * CONTA;CLIENTE;REGRAS (separadas por ","); QTD-ALERTAS;
      * VALOR-MAX;SEQ-INI;SEQ-FIM;FLAG-WATCHLIST;SCORE - uma linha
      * por conta por dia, a chave que o case-management abre como
      * um unico caso.
       3100-ESCREVE-CASO.
           MOVE SPACES TO WS-LISTA-REGRAS
           MOVE ZERO TO WS-LISTA-TAMANHO

           MOVE WS-CASO-QTD-ALERTAS(WS-IDX-CASO-NUM) TO WS-QTD-EDIT
           MOVE WS-CASO-VALOR-MAX(WS-IDX-CASO-NUM) TO WS-VALOR-EDIT
           MOVE WS-CASO-SCORE(WS-IDX-CASO-NUM) TO WS-SCORE-EDIT
           MOVE SPACES TO REG-CASO
           STRING
               WS-CASO-CONTA(WS-IDX-CASO-NUM) ";"
               WS-VALOR-EDIT ";"
               WS-CASO-SEQ-INI(WS-IDX-CASO-NUM) ";"
               WS-CASO-SEQ-FIM(WS-IDX-CASO-NUM) ";"
               WS-CASO-WATCHLIST(WS-IDX-CASO-NUM) ";"
               WS-SCORE-EDIT
               DELIMITED BY SIZE
               INTO REG-CASO
           END-STRING

           CLOSE MANIFESTO-CASOS-FILE.
           EXIT.

      * ===============================
      * 3300 - FILA PRIORIZADA DE CASOS
      * ===============================
      * Casos do dia em ordem de score (desempate: maior valor, depois
      * ordem do feed), com os pontos de cada fator para o analista
      * ver por que o caso esta onde esta.
       3300-GERA-FILA-PRIORIZADA.
           MOVE WS-QTD-CASOS TO WS-QTD-FILA
           PERFORM VARYING WS-IDX-FILA FROM 1 BY 1
                   UNTIL WS-IDX-FILA > WS-QTD-FILA
               MOVE WS-IDX-FILA TO WS-FILA-CASO(WS-IDX-FILA)
           END-PERFORM
           PERFORM 3310-ORDENA-FILA

           OPEN OUTPUT FILA-CASOS-FILE

           MOVE SPACES TO REG-FILA-CASOS
           STRING
               "FILA PRIORIZADA DE CASOS - " WS-DATA-EXECUCAO
               " - EXECUCAO: " WS-DATA-EXECUCAO "-" WS-HORA-EXECUCAO
               DELIMITED BY SIZE
               INTO REG-FILA-CASOS
           END-STRING
           WRITE REG-FILA-CASOS

           MOVE SPACES TO REG-FILA-CASOS
           STRING
               "PESOS: PRECISAO " WS-PESO-PRECISAO
               " | REGRAS " WS-PESO-REGRAS
               " | VALOR " WS-PESO-VALOR
               " | WATCHLIST " WS-PESO-WATCHLIST
               " | HISTORICO " WS-PESO-HISTORICO
               " (" WS-HISTORICO-DIAS " DIAS)"
               " | PRECISAO PADRAO " WS-PRECISAO-PADRAO "%"
               DELIMITED BY SIZE
               INTO REG-FILA-CASOS
           END-STRING
           WRITE REG-FILA-CASOS

           IF WS-QTD-PRECISOES = ZERO
               MOVE SPACES TO REG-FILA-CASOS
               STRING
                   "ATENCAO: taxa_acerto.txt SEM PARES (RODAR "
                   "POSOF87D) - PRECISAO PADRAO EM TODOS OS CASOS"
                   DELIMITED BY SIZE
                   INTO REG-FILA-CASOS
               END-STRING
               WRITE REG-FILA-CASOS
           END-IF

           IF WS-QTD-ESC-SEM-CASO > ZERO
               PERFORM 3330-ESCALADOS-SEM-CASO
           END-IF

           PERFORM VARYING WS-IDX-FILA FROM 1 BY 1
                   UNTIL WS-IDX-FILA > WS-QTD-FILA
               MOVE WS-FILA-CASO(WS-IDX-FILA) TO WS-IDX-CASO-NUM
               PERFORM 3320-ESCREVE-CASO-FILA
           END-PERFORM

           IF WS-QTD-FILA = ZERO
               MOVE SPACES TO REG-FILA-CASOS
               WRITE REG-FILA-CASOS
               MOVE "NENHUM CASO NO DIA" TO REG-FILA-CASOS
               WRITE REG-FILA-CASOS
           END-IF

           CLOSE FILA-CASOS-FILE.
           EXIT.

      * ===============================
      * 3310 - ORDENACAO DA FILA POR SCORE
      * ===============================
       3310-ORDENA-FILA.
           PERFORM VARYING WS-IDX-FILA-POS FROM 1 BY 1
                   UNTIL WS-IDX-FILA-POS >= WS-QTD-FILA
               PERFORM 3315-ACHA-MAIOR-RESTANTE
               IF WS-IDX-FILA-MAIOR NOT = WS-IDX-FILA-POS
                   MOVE WS-FILA-CASO(WS-IDX-FILA-POS) TO WS-FILA-TEMP
                   MOVE WS-FILA-CASO(WS-IDX-FILA-MAIOR)
                       TO WS-FILA-CASO(WS-IDX-FILA-POS)
                   MOVE WS-FILA-TEMP TO WS-FILA-CASO(WS-IDX-FILA-MAIOR)
               END-IF
           END-PERFORM.
           EXIT.

      * Caso escalado (cliente nao reconheceu a operacao) vem antes
      * de qualquer outro; dentro de cada grupo vale o score. Empate
      * exato em score e valor fica com o de menor indice - a ordem
      * original do feed.
       3315-ACHA-MAIOR-RESTANTE.
           MOVE WS-IDX-FILA-POS TO WS-IDX-FILA-MAIOR
           PERFORM VARYING WS-IDX-FILA FROM WS-IDX-FILA-POS BY 1
                   UNTIL WS-IDX-FILA > WS-QTD-FILA
               EVALUATE TRUE
                   WHEN WS-CASO-ESCALADO(WS-FILA-CASO(WS-IDX-FILA))
                           = 'S'
                       AND WS-CASO-ESCALADO
                             (WS-FILA-CASO(WS-IDX-FILA-MAIOR)) = 'N'
                       MOVE WS-IDX-FILA TO WS-IDX-FILA-MAIOR
                   WHEN WS-CASO-ESCALADO(WS-FILA-CASO(WS-IDX-FILA))
                       NOT = WS-CASO-ESCALADO
                             (WS-FILA-CASO(WS-IDX-FILA-MAIOR))
                       CONTINUE
                   WHEN WS-CASO-SCORE(WS-FILA-CASO(WS-IDX-FILA))
                       > WS-CASO-SCORE(WS-FILA-CASO(WS-IDX-FILA-MAIOR))
                       MOVE WS-IDX-FILA TO WS-IDX-FILA-MAIOR
                   WHEN WS-CASO-SCORE(WS-FILA-CASO(WS-IDX-FILA))
                       = WS-CASO-SCORE(WS-FILA-CASO(WS-IDX-FILA-MAIOR))
                      AND (WS-CASO-VALOR-MAX(WS-FILA-CASO(WS-IDX-FILA))
                       > WS-CASO-VALOR-MAX
                             (WS-FILA-CASO(WS-IDX-FILA-MAIOR))
                       OR (WS-CASO-VALOR-MAX
                             (WS-FILA-CASO(WS-IDX-FILA))
                           = WS-CASO-VALOR-MAX
                             (WS-FILA-CASO(WS-IDX-FILA-MAIOR))
                          AND WS-FILA-CASO(WS-IDX-FILA)
                            < WS-FILA-CASO(WS-IDX-FILA-MAIOR)))
                       MOVE WS-IDX-FILA TO WS-IDX-FILA-MAIOR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT.

      * ===============================
      * 3320 - UM CASO DA FILA COM A COMPOSICAO DO SCORE
      * ===============================
       3320-ESCREVE-CASO-FILA.
           MOVE SPACES TO WS-LISTA-REGRAS
           MOVE ZERO TO WS-LISTA-TAMANHO
           PERFORM VARYING WS-IDX-REGRA-NUM FROM 1 BY 1
                   UNTIL WS-IDX-REGRA-NUM
                       > WS-CASO-QTD-REGRAS(WS-IDX-CASO-NUM)
               PERFORM 3110-ANEXA-REGRA
           END-PERFORM

           MOVE SPACES TO REG-FILA-CASOS
           WRITE REG-FILA-CASOS

           MOVE WS-IDX-FILA TO WS-POS-EDIT
           MOVE WS-CASO-SCORE(WS-IDX-CASO-NUM) TO WS-SCORE-EDIT
           MOVE WS-CASO-QTD-ALERTAS(WS-IDX-CASO-NUM) TO WS-QTD-EDIT
           MOVE SPACES TO REG-FILA-CASOS
           STRING
               WS-POS-EDIT " | SCORE: " WS-SCORE-EDIT
               " | CONTA: " WS-CASO-CONTA(WS-IDX-CASO-NUM)
               " | CLIENTE: " WS-CASO-CLIENTE(WS-IDX-CASO-NUM)(1:20)
               " | ALERTAS: " WS-QTD-EDIT
               " | SEQ " WS-CASO-SEQ-INI(WS-IDX-CASO-NUM)
               "-" WS-CASO-SEQ-FIM(WS-IDX-CASO-NUM)
               DELIMITED BY SIZE
               INTO REG-FILA-CASOS
           END-STRING
           WRITE REG-FILA-CASOS

           IF WS-CASO-ESCALADO(WS-IDX-CASO-NUM) = 'S'
               PERFORM VARYING WS-IDX-ESC FROM 1 BY 1
                       UNTIL WS-IDX-ESC > WS-QTD-ESCALADOS
                   IF WS-ESC-CONTA(WS-IDX-ESC)
                           = WS-CASO-CONTA(WS-IDX-CASO-NUM)
                       MOVE SPACES TO REG-FILA-CASOS
                       STRING
                           "     ESCALADO.: CLIENTE NAO RECONHECEU A "
                           "OPERACAO (ALERTA "
                           WS-ESC-DATA-ALERTA(WS-IDX-ESC) " SEQ "
                           WS-ESC-SEQ(WS-IDX-ESC) " - "
                           DELIMITED BY SIZE
                           WS-ESC-REGRA(WS-IDX-ESC) DELIMITED BY "  "
                           ", RESPOSTA EM " DELIMITED BY SIZE
                           WS-ESC-DH-RESPOSTA(WS-IDX-ESC) ")"
                           DELIMITED BY SIZE
                           INTO REG-FILA-CASOS
                       END-STRING
                       WRITE REG-FILA-CASOS
                   END-IF
               END-PERFORM
           END-IF

           MOVE WS-CASO-PTS-PRECISAO(WS-IDX-CASO-NUM) TO WS-PTS-EDIT
           MOVE WS-CASO-PRECISAO(WS-IDX-CASO-NUM) TO WS-PCT-EDIT
           MOVE SPACES TO REG-FILA-CASOS
           STRING
               "     PRECISAO.: " WS-PTS-EDIT " PTS - " WS-PCT-EDIT
               "% (" WS-CASO-PRC-ORIGEM(WS-IDX-CASO-NUM) " "
               WS-CASO-PRC-REGRA(WS-IDX-CASO-NUM) "/"
               WS-CASO-PRC-OPERACAO(WS-IDX-CASO-NUM) ")"
               DELIMITED BY SIZE
               INTO REG-FILA-CASOS
           END-STRING
           WRITE REG-FILA-CASOS

           MOVE WS-CASO-PTS-REGRAS(WS-IDX-CASO-NUM) TO WS-PTS-EDIT
           MOVE WS-CASO-QTD-REGRAS(WS-IDX-CASO-NUM) TO WS-QTD-PEQ-EDIT
           MOVE SPACES TO REG-FILA-CASOS
           STRING
               "     REGRAS...: " WS-PTS-EDIT " PTS - "
               WS-QTD-PEQ-EDIT " REGRA(S): " WS-LISTA-REGRAS
               DELIMITED BY SIZE
               INTO REG-FILA-CASOS
           END-STRING
           WRITE REG-FILA-CASOS

           MOVE WS-CASO-PTS-VALOR(WS-IDX-CASO-NUM) TO WS-PTS-EDIT
           MOVE WS-CASO-VALOR-MAX(WS-IDX-CASO-NUM) TO WS-VALOR-EDIT
           MOVE SPACES TO WS-OBS-TIPO-PESSOA
           IF WS-CASO-TIPO-PRESUMIDO(WS-IDX-CASO-NUM) = "S"
               MOVE " - TIPO PF PRESUMIDO (SEM CADASTRO)"
                   TO WS-OBS-TIPO-PESSOA
           END-IF
           MOVE SPACES TO REG-FILA-CASOS
           IF WS-CASO-LIMITE(WS-IDX-CASO-NUM) > ZERO
               MOVE WS-CASO-PCT-LIMITE(WS-IDX-CASO-NUM)
                   TO WS-PCT-LIMITE-EDIT
               MOVE WS-CASO-LIMITE(WS-IDX-CASO-NUM) TO WS-LIMITE-EDIT
               STRING
                   "     VALOR....: " WS-PTS-EDIT " PTS - MAIOR "
                   "VALOR " WS-VALOR-EDIT " = " WS-PCT-LIMITE-EDIT
                   "% DO LIMITE " WS-CASO-TIPO-PESSOA(WS-IDX-CASO-NUM)
                   " " WS-CASO-OPER-MAX(WS-IDX-CASO-NUM)
                   " DE " WS-LIMITE-EDIT
                   " (VERSAO " WS-CASO-VERSAO-MAX(WS-IDX-CASO-NUM) ")"
                   WS-OBS-TIPO-PESSOA
                   DELIMITED BY SIZE
                   INTO REG-FILA-CASOS
               END-STRING
           ELSE
               STRING
                   "     VALOR....: " WS-PTS-EDIT " PTS - MAIOR "
                   "VALOR " WS-VALOR-EDIT " - LIMITE N/D PARA "
                   WS-CASO-OPER-MAX(WS-IDX-CASO-NUM)
                   WS-OBS-TIPO-PESSOA
                   DELIMITED BY SIZE
                   INTO REG-FILA-CASOS
               END-STRING
           END-IF
           WRITE REG-FILA-CASOS

           MOVE WS-CASO-PTS-WATCHLIST(WS-IDX-CASO-NUM) TO WS-PTS-EDIT
           MOVE SPACES TO REG-FILA-CASOS
           IF WS-CASO-WATCHLIST(WS-IDX-CASO-NUM) = SPACES
               STRING
                   "     WATCHLIST: " WS-PTS-EDIT
                   " PTS - FORA DA WATCHLIST"
                   DELIMITED BY SIZE
                   INTO REG-FILA-CASOS
               END-STRING
           ELSE
               STRING
                   "     WATCHLIST: " WS-PTS-EDIT " PTS - "
                   WS-CASO-WATCHLIST(WS-IDX-CASO-NUM)
                   DELIMITED BY SIZE
                   INTO REG-FILA-CASOS
               END-STRING
           END-IF
           WRITE REG-FILA-CASOS

           MOVE WS-CASO-PTS-HISTORICO(WS-IDX-CASO-NUM) TO WS-PTS-EDIT
           MOVE WS-CASO-QTD-ANTERIORES(WS-IDX-CASO-NUM)
               TO WS-QTD-PEQ-EDIT
           MOVE SPACES TO REG-FILA-CASOS
           STRING
               "     HISTORICO: " WS-PTS-EDIT " PTS - "
               WS-QTD-PEQ-EDIT " CASO(S) NOS ULTIMOS "
               WS-HISTORICO-DIAS " DIAS"
               DELIMITED BY SIZE
               INTO REG-FILA-CASOS
           END-STRING
           WRITE REG-FILA-CASOS.
           EXIT.

      * ===============================
      * 3330 - ESCALADAS SEM CASO NO DIA
      * ===============================
      * Cliente que nao reconheceu a operacao de um alerta de dia
      * anterior, sem alerta hoje: nao ha caso do dia para subir, e
      * a escalada abre a fila antes do ranking.
       3330-ESCALADOS-SEM-CASO.
           MOVE SPACES TO REG-FILA-CASOS
           WRITE REG-FILA-CASOS
           MOVE "CLIENTE NAO RECONHECEU A OPERACAO - SEM CASO NO DIA"
               TO REG-FILA-CASOS
           WRITE REG-FILA-CASOS

           PERFORM VARYING WS-IDX-ESC FROM 1 BY 1
                   UNTIL WS-IDX-ESC > WS-QTD-ESCALADOS
               IF WS-ESC-NO-CASO(WS-IDX-ESC) = 'N'
                   MOVE SPACES TO REG-FILA-CASOS
                   STRING
                       "   ESCALADO | CONTA: " WS-ESC-CONTA(WS-IDX-ESC)
                       " | CLIENTE: " WS-ESC-CLIENTE(WS-IDX-ESC)
                       " | ALERTA " WS-ESC-DATA-ALERTA(WS-IDX-ESC)
                       " SEQ " WS-ESC-SEQ(WS-IDX-ESC)
                       " | " WS-ESC-REGRA(WS-IDX-ESC)
                       " | VALOR " WS-ESC-VALOR(WS-IDX-ESC)
                       " | RESPOSTA EM " WS-ESC-DH-RESPOSTA(WS-IDX-ESC)
                       DELIMITED BY SIZE
                       INTO REG-FILA-CASOS
                   END-STRING
                   WRITE REG-FILA-CASOS
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 3400 - CONTROLE DAS ESCALADAS LEVADAS A FILA
      * ===============================
      * Regrava controle_escalados.txt com a data de hoje e as
      * escaladas lidas nesta execucao; as de arquivos que ja sairam
      * da janela deixam o controle.
       3400-GRAVA-CONTROLE-ESCALADOS.
           OPEN OUTPUT CONTROLE-ESCALADOS-FILE
           MOVE SPACES TO REG-CONTROLE-ESCALADO
           STRING "ULTIMA;" WS-DATA-EXECUCAO
               DELIMITED BY SIZE
               INTO REG-CONTROLE-ESCALADO
           END-STRING
           WRITE REG-CONTROLE-ESCALADO

           PERFORM VARYING WS-IDX-CTL-ESC FROM 1 BY 1
                   UNTIL WS-IDX-CTL-ESC > WS-QTD-CTL-ESC
               IF WS-CTL-VISTO(WS-IDX-CTL-ESC) = 'S'
                   MOVE SPACES TO REG-CONTROLE-ESCALADO
                   STRING
                       "ESCALADO;" WS-CTL-DATA-FILA(WS-IDX-CTL-ESC) ";"
                       WS-CTL-DATA-ALERTA(WS-IDX-CTL-ESC) ";"
                       WS-CTL-SEQ(WS-IDX-CTL-ESC)
                       DELIMITED BY SIZE
                       INTO REG-CONTROLE-ESCALADO
                   END-STRING
                   WRITE REG-CONTROLE-ESCALADO
               END-IF
           END-PERFORM
           CLOSE CONTROLE-ESCALADOS-FILE.
           EXIT.
