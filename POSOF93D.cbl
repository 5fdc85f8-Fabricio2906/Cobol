      ******************************************************************
      * Author:Fabricio
      * Date:15/10/2026
      * Purpose:Comunicacao de Operacoes Suspeitas ao COAF a partir
      *         dos Alertas Confirmados pelo Analista
      * Tectonics: cobc
      ******************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. POSOF93D.

           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL CONTROLE-DISPOSICAO-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\controle_disposicao.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ALERTAS-ESTRUT-FILE
               ASSIGN DYNAMIC WS-ALERTAS-ESTRUT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ESTRUT-STATUS.
               SELECT OPTIONAL DISPOSICAO-FILE
               ASSIGN DYNAMIC WS-DISPOSICAO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DISP-STATUS.
               SELECT OPTIONAL CADASTRO-IDX-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\cadastro_contas.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CADI-CONTA
                   FILE STATUS IS WS-CADI-STATUS.
               SELECT OPTIONAL PARAMETROS-COAF-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\parametros_coaf.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * O que ja foi comunicado, um alerta por linha, append-only -
      * e a garantia de que nenhuma confirmacao sai duas vezes.
               SELECT OPTIONAL CONTROLE-COAF-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\controle_coaf.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Confirmacoes ainda nao comunicadas, regravado a cada
      * execucao - mantem a pendencia cuja data ja saiu de
      * controle_disposicao.txt ou cujo feed nao esta mais la.
               SELECT OPTIONAL PENDENTES-COAF-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\coaf_pendente.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PCF-STATUS.
               SELECT COMUNICACAO-FILE
               ASSIGN DYNAMIC WS-COMUNICACAO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PENDENCIAS-FILE
               ASSIGN DYNAMIC WS-PENDENCIAS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL JORNAL-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\jornal_execucao.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.

            FD  CONTROLE-DISPOSICAO-FILE.
           01  REG-CONTROLE-DISPOSICAO PIC X(8).

            FD  ALERTAS-ESTRUT-FILE.
           01  REG-ALERTA-ESTRUT     PIC X(150).

            FD  DISPOSICAO-FILE.
           01  REG-DISPOSICAO        PIC X(60).

            FD  CADASTRO-IDX-FILE.
           01  REG-CADASTRO-IDX.
               05 CADI-CONTA         PIC X(6).
               05 CADI-NOME          PIC X(20).
               05 CADI-TIPO          PIC X(10).

            FD  PARAMETROS-COAF-FILE.
           01  REG-PARAMETRO-COAF    PIC X(50).

            FD  CONTROLE-COAF-FILE.
           01  REG-CONTROLE-COAF     PIC X(100).

            FD  PENDENTES-COAF-FILE.
           01  REG-PENDENTE-COAF     PIC X(200).

            FD  COMUNICACAO-FILE.
           01  REG-COMUNICACAO       PIC X(200).

            FD  PENDENCIAS-FILE.
           01  REG-PENDENCIA         PIC X(200).

            FD  JORNAL-FILE.
           01  REG-JORNAL            PIC X(250).

           WORKING-STORAGE SECTION.

       01  WS-ESTRUT-STATUS      PIC X(2) VALUE SPACES.
       01  WS-DISP-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CADI-STATUS        PIC X(2) VALUE SPACES.
       01  WS-PCF-STATUS         PIC X(2) VALUE SPACES.

       01  WS-FIM-CONTROLE       PIC X VALUE 'N'.
           88 WS-EOF-CONTROLE    VALUE 'S'.
       01  WS-FIM-ESTRUT         PIC X VALUE 'N'.
           88 WS-EOF-ESTRUT      VALUE 'S'.
       01  WS-FIM-DISPOSICAO     PIC X VALUE 'N'.
           88 WS-EOF-DISPOSICAO  VALUE 'S'.
       01  WS-FIM-PARAMETROS     PIC X VALUE 'N'.
           88 WS-EOF-PARAMETROS  VALUE 'S'.
       01  WS-FIM-CONTROLE-COAF  PIC X VALUE 'N'.
           88 WS-EOF-CONTROLE-COAF VALUE 'S'.
       01  WS-FIM-PENDENTES-COAF PIC X VALUE 'N'.
           88 WS-EOF-PENDENTES-COAF VALUE 'S'.

       01  WS-CADI-DISPONIVEL    PIC X VALUE 'N'.
           88 WS-CADI-ABERTO     VALUE 'S'.

      * Prazo legal em dias corridos contados da data do alerta -
      * disposicao_AAAAMMDD.txt nao carimba quando o analista
      * confirmou, entao a data do alerta e o inicio conservador da
      * contagem. Padrao 45 dias; "PRAZO;NNN" em parametros_coaf.txt
      * sobrepoe.
       01  WS-PRAZO-DIAS         PIC 9(3) VALUE 45.
       01  WS-PAR-CHAVE          PIC X(10).
       01  WS-PAR-VALOR          PIC X(10).

      * Datas (AAAAMMDD) a processar, o mesmo controle de POSOF87D e
      * POSOF89D.
       01  WS-QTD-DATAS          PIC 9(2) VALUE ZERO.
       01  WS-IDX-DATA           PIC 9(2) VALUE ZERO.
       01  WS-TAB-DATAS.
           05 WS-DATA-LOTE OCCURS 31 TIMES
                            INDEXED BY WS-IDX-DATA-TAB
                            PIC X(8).
      * 'S' = feed da data lido neste run (a disposicao da data vem
      * do feed, nao de coaf_pendente.txt).
       01  WS-TAB-DATAS-LIDAS.
           05 WS-DATA-FEED-LIDO OCCURS 31 TIMES PIC X.
       01  WS-IDX-ACHADO-DATA    PIC 9(2) VALUE ZERO.

       01  WS-ALERTAS-ESTRUT-PATH PIC X(100).
       01  WS-DISPOSICAO-PATH    PIC X(100).
       01  WS-COMUNICACAO-PATH   PIC X(100).
       01  WS-PENDENCIAS-PATH    PIC X(100).

      * Campos do feed estruturado (layout de 2250-EMITE-ALERTA em
      * POSOF85D.cbl): SEQ;DATA;HORA;CONTA;CLIENTE;VALOR;OPERACAO;
      * REGRA;DATA-TRANS;HORA-TRANS;DOCUMENTO.
       01  WS-EST-SEQ-TXT        PIC X(6).
       01  WS-EST-SEQ-NUM        PIC 9(6).
       01  WS-EST-DATA           PIC X(8).
       01  WS-EST-HORA           PIC X(6).
       01  WS-EST-CONTA          PIC X(6).
       01  WS-EST-CLIENTE        PIC X(40).
       01  WS-EST-VALOR-TXT      PIC X(12).
       01  WS-EST-OPERACAO       PIC X(10).
       01  WS-EST-REGRA          PIC X(25).
       01  WS-EST-DATA-TRANS     PIC X(8).
       01  WS-EST-HORA-TRANS     PIC X(6).
       01  WS-EST-DOCUMENTO      PIC X(14).
       01  WS-EST-VALOR-CHECK    PIC X(12).
       01  WS-EST-DATA-ALERTA    PIC X(8).

      * Disposicao do dia corrente (SEQ;VEREDITO), como em POSOF89D.
       01  WS-DISP-SEQ-TXT       PIC X(6).
       01  WS-DISP-VEREDITO-LIDO PIC X(20).
       01  WS-QTD-DISPOSICOES    PIC 9(4) VALUE ZERO.
       01  WS-DISP-TABELA-CHEIA  PIC X VALUE 'N'.
           88 WS-DISP-TABELA-AVISADA VALUE 'S'.
       01  WS-IDX-DISP           PIC 9(4) VALUE ZERO.
       01  WS-IDX-ACHADO-DISP    PIC 9(4) VALUE ZERO.
       01  WS-TAB-DISPOSICAO.
           05 WS-DISP OCCURS 2000 TIMES INDEXED BY WS-IDX-DISP-TAB.
              10 WS-DISP-SEQ        PIC 9(6).
              10 WS-DISP-VEREDITO   PIC X(20).

      * Alertas ja comunicados (DATA-ALERTA + SEQ), carregados de
      * controle_coaf.txt. Controle maior que a tabela e ERRO FATAL,
      * como a carga truncada da watchlist em POSOF88D/POSOF89D: sem
      * a lista inteira uma confirmacao ja enviada sairia de novo.
      * Linha do controle: DATA-ALERTA;SEQ;CONTA;DOCUMENTO;
      * DATA-HORA-COMUNICACAO;ID-ARQUIVO.
       01  WS-QTD-COMUNICADOS    PIC 9(5) VALUE ZERO.
       01  WS-IDX-COM            PIC 9(5) VALUE ZERO.
       01  WS-IDX-ACHADO-COM     PIC 9(5) VALUE ZERO.
       01  WS-CTL-TABELA-CHEIA   PIC X VALUE 'N'.
           88 WS-CTL-TABELA-AVISADA VALUE 'S'.
       01  WS-TAB-COMUNICADOS.
           05 WS-COM OCCURS 20000 TIMES INDEXED BY WS-IDX-COM-TAB.
              10 WS-COM-DATA        PIC X(8).
              10 WS-COM-SEQ         PIC 9(6).
       01  WS-CTL-DATA           PIC X(8).
       01  WS-CTL-SEQ-TXT        PIC X(6).

      * Confirmacoes ainda nao comunicadas encontradas neste run.
      * WS-CNF-IDX-OCOR aponta a ocorrencia (cliente) em que o
      * alerta entrou; zero = pendente, com o motivo ao lado.
       01  WS-QTD-CONFIRMADOS    PIC 9(4) VALUE ZERO.
       01  WS-IDX-CNF            PIC 9(4) VALUE ZERO.
       01  WS-IDX-ACHADO-CNF     PIC 9(4) VALUE ZERO.
       01  WS-CNF-TABELA-CHEIA   PIC X VALUE 'N'.
           88 WS-CNF-TABELA-AVISADA VALUE 'S'.
       01  WS-TAB-CONFIRMADOS.
           05 WS-CNF OCCURS 5000 TIMES INDEXED BY WS-IDX-CNF-TAB.
              10 WS-CNF-DATA-ALERTA PIC X(8).
              10 WS-CNF-SEQ         PIC 9(6).
              10 WS-CNF-CONTA       PIC X(6).
              10 WS-CNF-CLIENTE     PIC X(20).
              10 WS-CNF-VALOR       PIC 9(9)V99.
              10 WS-CNF-OPERACAO    PIC X(10).
              10 WS-CNF-REGRA       PIC X(25).
              10 WS-CNF-DATA-TRANS  PIC X(8).
              10 WS-CNF-HORA-TRANS  PIC X(6).
              10 WS-CNF-DOCUMENTO   PIC X(14).
              10 WS-CNF-NOME-CAD    PIC X(20).
              10 WS-CNF-TIPO-CAD    PIC X(2).
              10 WS-CNF-IDX-OCOR    PIC 9(4).
              10 WS-CNF-MOTIVO      PIC X(40).

      * Uma ocorrencia por cliente (documento), nao por alerta - o
      * cliente com tres alertas confirmados, em uma ou mais contas,
      * sai como uma comunicacao so, com os tres como detalhe.
      * WS-OCOR-CONTA guarda as contas distintas do cliente (ate 10;
      * WS-OCOR-MAIS-CONTAS = 'S' quando ha mais) - o registro 1 leva
      * so a primeira, as demais vao no aviso do jornal (3115).
       01  WS-QTD-OCORRENCIAS    PIC 9(4) VALUE ZERO.
       01  WS-IDX-OCOR           PIC 9(4) VALUE ZERO.
       01  WS-IDX-ACHADO-OCOR    PIC 9(4) VALUE ZERO.
       01  WS-TAB-OCORRENCIAS.
           05 WS-OCOR OCCURS 5000 TIMES INDEXED BY WS-IDX-OCOR-TAB.
              10 WS-OCOR-DOCUMENTO  PIC X(14).
              10 WS-OCOR-TIPO       PIC X(2).
              10 WS-OCOR-NOME       PIC X(20).
              10 WS-OCOR-QTD-CONTAS PIC 9(2).
              10 WS-OCOR-MAIS-CONTAS PIC X.
              10 WS-OCOR-CONTA OCCURS 10 TIMES
                      INDEXED BY WS-IDX-OCOR-CONTA
                  PIC X(6).
              10 WS-OCOR-QTD        PIC 9(5).
              10 WS-OCOR-VALOR      PIC 9(13)V99.
              10 WS-OCOR-INICIO     PIC X(14).
              10 WS-OCOR-FIM        PIC X(14).
              10 WS-OCOR-QTD-REGRAS PIC 9(1).
              10 WS-OCOR-REGRA OCCURS 3 TIMES
                      INDEXED BY WS-IDX-OCOR-REGRA
                  PIC X(25).
       01  WS-IDX-REGRA-NUM      PIC 9(1) VALUE ZERO.
       01  WS-IDX-ACHADO-REGRA   PIC 9(1) VALUE ZERO.
       01  WS-CNF-MOMENTO        PIC X(14).
       01  WS-IDX-CONTA-NUM      PIC 9(2) VALUE ZERO.
       01  WS-IDX-ACHADO-CONTA   PIC 9(2) VALUE ZERO.
       01  WS-LISTA-CONTAS       PIC X(80).
       01  WS-LISTA-TAMANHO      PIC 9(3) VALUE ZERO.
       01  WS-QTD-CONTAS-EDIT    PIC Z9.

      * Layout fixo do arquivo ao regulador (registros de 200
      * posicoes, valores sem virgula com 2 decimais implicitas):
      * 0 = header, 1 = ocorrencia por cliente, 2 = operacao da
      * ocorrencia, 9 = trailer.
       01  WS-COAF-HEADER.
           05 WS-CH-TIPO-REG     PIC X(1)  VALUE '0'.
           05 WS-CH-ID-ARQUIVO   PIC X(14).
           05 WS-CH-DATA-GERACAO PIC X(8).
           05 WS-CH-HORA-GERACAO PIC X(6).
           05 WS-CH-SISTEMA      PIC X(8)  VALUE 'POSOF93D'.
           05 WS-CH-LAYOUT       PIC X(4)  VALUE 'V001'.
           05 FILLER             PIC X(159) VALUE SPACES.
       01  WS-COAF-OCORRENCIA.
           05 WS-CO-TIPO-REG     PIC X(1)  VALUE '1'.
           05 WS-CO-NUM-OCOR     PIC 9(5).
           05 WS-CO-DOCUMENTO    PIC X(14).
           05 WS-CO-TIPO-PESSOA  PIC X(2).
           05 WS-CO-NOME         PIC X(40).
           05 WS-CO-CONTA        PIC X(6).
           05 WS-CO-QTD-OPER     PIC 9(5).
           05 WS-CO-VALOR-TOTAL  PIC 9(13)V99.
           05 WS-CO-DATA-INI     PIC X(8).
           05 WS-CO-HORA-INI     PIC X(6).
           05 WS-CO-DATA-FIM     PIC X(8).
           05 WS-CO-HORA-FIM     PIC X(6).
           05 WS-CO-REGRAS       PIC X(75).
           05 FILLER             PIC X(9)  VALUE SPACES.
       01  WS-COAF-DETALHE.
           05 WS-CD-TIPO-REG     PIC X(1)  VALUE '2'.
           05 WS-CD-NUM-OCOR     PIC 9(5).
           05 WS-CD-DATA-ALERTA  PIC X(8).
           05 WS-CD-SEQ          PIC 9(6).
           05 WS-CD-CONTA        PIC X(6).
           05 WS-CD-DATA-TRANS   PIC X(8).
           05 WS-CD-HORA-TRANS   PIC X(6).
           05 WS-CD-VALOR        PIC 9(11)V99.
           05 WS-CD-OPERACAO     PIC X(10).
           05 WS-CD-REGRA        PIC X(25).
           05 FILLER             PIC X(112) VALUE SPACES.
       01  WS-COAF-TRAILER.
           05 WS-CT-TIPO-REG     PIC X(1)  VALUE '9'.
           05 WS-CT-QTD-OCOR     PIC 9(7).
           05 WS-CT-QTD-DETALHES PIC 9(7).
           05 WS-CT-VALOR-TOTAL  PIC 9(15)V99.
           05 FILLER             PIC X(168) VALUE SPACES.

       01  WS-ID-ARQUIVO         PIC X(14).
       01  WS-TOTAL-VALOR-COMUNICADO PIC 9(15)V99 VALUE ZERO.
       01  WS-TOTAL-DETALHES     PIC 9(7) VALUE ZERO.

      * Contagem de dias ate o prazo legal.
       01  WS-DATA-NUM           PIC 9(8).
       01  WS-HOJE-INT           PIC 9(7).
       01  WS-PRAZO-INT          PIC 9(7).
       01  WS-DIAS-RESTANTES     PIC S9(5).
       01  WS-DIAS-EDIT          PIC -(4)9.
       01  WS-SITUACAO-PRAZO     PIC X(12).

       01  WS-TOTAL-CONFIRMADOS  PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-JA-COMUNICADOS PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-COMUNICADOS  PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-PENDENTES    PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-VENCIDOS     PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-DATAS-PULADAS PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-PEND-ANTERIORES PIC 9(7) VALUE ZERO.
       01  WS-QTD-EDIT           PIC Z(6)9.
       01  WS-VALOR-EDIT         PIC Z(8)9,99.

      * Jornal de execucao e codigo de retorno, como em POSOF87D.
      * RETURN-CODE 0 = limpo, 4 = concluido com ressalvas
      * (confirmacao pendente, data sem feed, tabela cheia), 8 =
      * falha (controle_coaf.txt maior que a tabela - nada enviado).
       01  WS-DATA-HORA-SISTEMA  PIC X(21).
       01  WS-DATA-EXECUCAO      PIC X(8).
       01  WS-HORA-EXECUCAO      PIC X(6).
       01  WS-JORNAL-EVENTO      PIC X(200).
       01  WS-TOTAL-AVISOS       PIC 9(5) VALUE ZERO.
       01  WS-RC-EDIT            PIC 9(1) VALUE ZERO.

           PROCEDURE DIVISION.

       MAIN.
           PERFORM 1000-INICIALIZA
      * Controle truncado = nada e comunicado nem registrado: sem a
      * lista completa do que ja foi enviado nao ha como garantir
      * que uma confirmacao nao saia duas vezes.
           IF WS-CTL-TABELA-AVISADA
               PERFORM 2900-ABORTA-CONTROLE-TRUNCADO
           ELSE
               PERFORM 2000-PROCESSA
               PERFORM 2050-CARREGA-PENDENTES-COAF
               PERFORM 2300-CLASSIFICA-CONFIRMADOS
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

      * O arquivo leva a hora no nome: uma segunda rodada no mesmo
      * dia nao sobrescreve a comunicacao da primeira, que ja esta
      * registrada como enviada em controle_coaf.txt.
           MOVE SPACES TO WS-ID-ARQUIVO
           STRING WS-DATA-EXECUCAO WS-HORA-EXECUCAO
               DELIMITED BY SIZE INTO WS-ID-ARQUIVO
           END-STRING
           MOVE SPACES TO WS-COMUNICACAO-PATH
                          WS-PENDENCIAS-PATH
           STRING
               'C:\Cobol\AntiFraude\coaf_comunicacao_' WS-ID-ARQUIVO
               '.txt'
               DELIMITED BY SIZE
               INTO WS-COMUNICACAO-PATH
           END-STRING
           STRING
               'C:\Cobol\AntiFraude\coaf_pendencias_' WS-DATA-EXECUCAO
               '.txt'
               DELIMITED BY SIZE
               INTO WS-PENDENCIAS-PATH
           END-STRING

           OPEN EXTEND JORNAL-FILE
           MOVE "INICIO DE EXECUCAO" TO WS-JORNAL-EVENTO
           PERFORM 6000-GRAVA-JORNAL

           PERFORM 1010-CARREGA-PARAMETROS

           OPEN INPUT CONTROLE-DISPOSICAO-FILE
           PERFORM UNTIL WS-EOF-CONTROLE
               READ CONTROLE-DISPOSICAO-FILE
                   AT END
                       SET WS-EOF-CONTROLE TO TRUE
                   NOT AT END
                       PERFORM 1020-TRATA-CONTROLE
               END-READ
           END-PERFORM
           CLOSE CONTROLE-DISPOSICAO-FILE

           PERFORM 1030-CARREGA-COMUNICADOS
           PERFORM 1050-ABRE-CADASTRO-CONTAS.
           EXIT.

      * ===============================
      * 1010 - CARGA DOS PARAMETROS DA COMUNICACAO
      * ===============================
       1010-CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS-COAF-FILE
           PERFORM UNTIL WS-EOF-PARAMETROS
               READ PARAMETROS-COAF-FILE
                   AT END
                       SET WS-EOF-PARAMETROS TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-PAR-CHAVE WS-PAR-VALOR
                       UNSTRING REG-PARAMETRO-COAF DELIMITED BY ";"
                           INTO WS-PAR-CHAVE
                                WS-PAR-VALOR
                       END-UNSTRING
                       IF WS-PAR-CHAVE = "PRAZO"
                           IF WS-PAR-VALOR(1:3) IS NUMERIC
                                   AND WS-PAR-VALOR(1:3) > "000"
                               MOVE WS-PAR-VALOR(1:3) TO WS-PRAZO-DIAS
                           ELSE
                               MOVE SPACES TO WS-JORNAL-EVENTO
                               STRING
                                   "AVISO: PRAZO INVALIDO EM "
                                   "parametros_coaf.txt ("
                                   WS-PAR-VALOR ") - MANTIDO "
                                   WS-PRAZO-DIAS " DIAS"
                                   DELIMITED BY SIZE
                                   INTO WS-JORNAL-EVENTO
                               END-STRING
                               PERFORM 6010-REGISTRA-AVISO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARAMETROS-COAF-FILE.
           EXIT.

      * ===============================
      * 1020 - TRATAMENTO DE UMA LINHA DO CONTROLE DE DATAS
      * ===============================
       1020-TRATA-CONTROLE.
           IF REG-CONTROLE-DISPOSICAO NOT = SPACES
               AND WS-QTD-DATAS < 31
               ADD 1 TO WS-QTD-DATAS
               MOVE REG-CONTROLE-DISPOSICAO
                   TO WS-DATA-LOTE(WS-QTD-DATAS)
           END-IF.
           EXIT.

      * ===============================
      * 1030 - CARGA DO QUE JA FOI COMUNICADO
      * ===============================
       1030-CARREGA-COMUNICADOS.
           OPEN INPUT CONTROLE-COAF-FILE
           PERFORM UNTIL WS-EOF-CONTROLE-COAF
               READ CONTROLE-COAF-FILE
                   AT END
                       SET WS-EOF-CONTROLE-COAF TO TRUE
                   NOT AT END
                       IF REG-CONTROLE-COAF NOT = SPACES
                           PERFORM 1040-TRATA-LINHA-COMUNICADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROLE-COAF-FILE.
           EXIT.

       1040-TRATA-LINHA-COMUNICADO.
           MOVE SPACES TO WS-CTL-DATA WS-CTL-SEQ-TXT
           UNSTRING REG-CONTROLE-COAF DELIMITED BY ";"
               INTO WS-CTL-DATA
                    WS-CTL-SEQ-TXT
           END-UNSTRING

           IF WS-CTL-SEQ-TXT IS NUMERIC
               IF WS-QTD-COMUNICADOS < 20000
                   ADD 1 TO WS-QTD-COMUNICADOS
                   MOVE WS-CTL-DATA
                       TO WS-COM-DATA(WS-QTD-COMUNICADOS)
                   MOVE WS-CTL-SEQ-TXT
                       TO WS-COM-SEQ(WS-QTD-COMUNICADOS)
               ELSE
                   IF NOT WS-CTL-TABELA-AVISADA
                       SET WS-CTL-TABELA-AVISADA TO TRUE
                       DISPLAY "POSOF93D: WS-TAB-COMUNICADOS CHEIA "
                           "(20000 ALERTAS) - controle_coaf.txt "
                           "EXCEDE A TABELA; EXECUCAO SERA ABORTADA "
                           "SEM COMUNICAR NADA"
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 1050 - ABERTURA DO CADASTRO MESTRE INDEXADO
      * ===============================
      * Nome e tipo de pessoa vem do cadastro mestre, nao do extrato.
      * Cadastro indisponivel deixa toda confirmacao do run pendente
      * - a comunicacao nao sai com a identificacao incompleta.
       1050-ABRE-CADASTRO-CONTAS.
           MOVE 'N' TO WS-CADI-DISPONIVEL
           OPEN INPUT CADASTRO-IDX-FILE
           IF WS-CADI-STATUS = "00"
               SET WS-CADI-ABERTO TO TRUE
           ELSE
               DISPLAY "POSOF93D: cadastro_contas.dat INDISPONIVEL "
                   "(STATUS " WS-CADI-STATUS ") - CONFIRMACOES "
                   "FICAM PENDENTES (RODAR POSOF91D)"
               MOVE SPACES TO WS-JORNAL-EVENTO
               STRING
                   "AVISO: cadastro_contas.dat INDISPONIVEL (STATUS "
                   WS-CADI-STATUS ") - NADA COMUNICADO"
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
               PERFORM 6010-REGISTRA-AVISO
               CLOSE CADASTRO-IDX-FILE
           END-IF.
           EXIT.

      * ===============================
      * 2000 - PROCESSAMENTO DAS DATAS CONTROLADAS
      * ===============================
       2000-PROCESSA.
           PERFORM VARYING WS-IDX-DATA FROM 1 BY 1
                   UNTIL WS-IDX-DATA > WS-QTD-DATAS
               MOVE SPACES TO WS-ALERTAS-ESTRUT-PATH
                              WS-DISPOSICAO-PATH
               STRING
                   'C:\Cobol\AntiFraude\alertas_estruturado_'
                   WS-DATA-LOTE(WS-IDX-DATA)
                   '.txt'
                   DELIMITED BY SIZE
                   INTO WS-ALERTAS-ESTRUT-PATH
               END-STRING
               STRING
                   'C:\Cobol\AntiFraude\disposicao_'
                   WS-DATA-LOTE(WS-IDX-DATA)
                   '.txt'
                   DELIMITED BY SIZE
                   INTO WS-DISPOSICAO-PATH
               END-STRING

               MOVE ZERO TO WS-QTD-DISPOSICOES
               PERFORM 2010-CARREGA-DISPOSICAO-DIA

               MOVE 'N' TO WS-FIM-ESTRUT
               OPEN INPUT ALERTAS-ESTRUT-FILE
               IF WS-ESTRUT-STATUS = "00"
                   MOVE 'S' TO WS-DATA-FEED-LIDO(WS-IDX-DATA)
                   PERFORM UNTIL WS-EOF-ESTRUT
                       READ ALERTAS-ESTRUT-FILE
                           AT END
                               SET WS-EOF-ESTRUT TO TRUE
                           NOT AT END
                               PERFORM 2100-TRATA-LINHA-ESTRUT
                       END-READ
                   END-PERFORM
                   CLOSE ALERTAS-ESTRUT-FILE
               ELSE
                   MOVE 'N' TO WS-DATA-FEED-LIDO(WS-IDX-DATA)
                   ADD 1 TO WS-TOTAL-DATAS-PULADAS
                   MOVE SPACES TO WS-JORNAL-EVENTO
                   STRING
                       "AVISO: DATA SEM FEED ESTRUTURADO (PULADA): "
                       WS-DATA-LOTE(WS-IDX-DATA)
                       DELIMITED BY SIZE
                       INTO WS-JORNAL-EVENTO
                   END-STRING
                   PERFORM 6010-REGISTRA-AVISO
                   CLOSE ALERTAS-ESTRUT-FILE
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2010 - CARGA DA DISPOSICAO DO ANALISTA PARA O DIA
      * ===============================
       2010-CARREGA-DISPOSICAO-DIA.
           MOVE 'N' TO WS-FIM-DISPOSICAO
           OPEN INPUT DISPOSICAO-FILE
           IF WS-DISP-STATUS = "00"
               PERFORM UNTIL WS-EOF-DISPOSICAO
                   READ DISPOSICAO-FILE
                       AT END
                           SET WS-EOF-DISPOSICAO TO TRUE
                       NOT AT END
                           PERFORM 2020-TRATA-LINHA-DISPOSICAO
                   END-READ
               END-PERFORM
               CLOSE DISPOSICAO-FILE
           ELSE
               CLOSE DISPOSICAO-FILE
           END-IF.
           EXIT.

       2020-TRATA-LINHA-DISPOSICAO.
           MOVE SPACES TO WS-DISP-SEQ-TXT WS-DISP-VEREDITO-LIDO
           UNSTRING REG-DISPOSICAO DELIMITED BY ";"
               INTO WS-DISP-SEQ-TXT
                    WS-DISP-VEREDITO-LIDO
           END-UNSTRING

           IF WS-DISP-SEQ-TXT IS NUMERIC
               IF WS-QTD-DISPOSICOES < 2000
                   ADD 1 TO WS-QTD-DISPOSICOES
                   MOVE WS-DISP-SEQ-TXT
                       TO WS-DISP-SEQ(WS-QTD-DISPOSICOES)
                   MOVE WS-DISP-VEREDITO-LIDO
                       TO WS-DISP-VEREDITO(WS-QTD-DISPOSICOES)
               ELSE
                   IF NOT WS-DISP-TABELA-AVISADA
                       SET WS-DISP-TABELA-AVISADA TO TRUE
                       DISPLAY "POSOF93D: WS-TAB-DISPOSICAO CHEIA "
                           "(2000 LINHAS) - DISPOSICOES EXCEDENTES "
                           "DO DIA IGNORADAS"
                       MOVE SPACES TO WS-JORNAL-EVENTO
                       STRING
                           "AVISO: WS-TAB-DISPOSICAO CHEIA - "
                           "DISPOSICOES EXCEDENTES IGNORADAS"
                           DELIMITED BY SIZE
                           INTO WS-JORNAL-EVENTO
                       END-STRING
                       PERFORM 6010-REGISTRA-AVISO
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2050 - CONFIRMACOES PENDENTES DE EXECUCOES ANTERIORES
      * ===============================
      * coaf_pendente.txt devolve ao run a confirmacao que ainda nao
      * foi comunicada. Data cujo feed foi relido hoje fica com o
      * feed (a disposicao pode ter mudado); alerta ja em
      * controle_coaf.txt ou ja guardado neste run nao entra de novo.
       2050-CARREGA-PENDENTES-COAF.
           MOVE 'N' TO WS-FIM-PENDENTES-COAF
           OPEN INPUT PENDENTES-COAF-FILE
           IF WS-PCF-STATUS = "00"
               PERFORM UNTIL WS-EOF-PENDENTES-COAF
                   READ PENDENTES-COAF-FILE
                       AT END
                           SET WS-EOF-PENDENTES-COAF TO TRUE
                       NOT AT END
                           IF REG-PENDENTE-COAF NOT = SPACES
                               PERFORM 2060-TRATA-PENDENTE-COAF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PENDENTES-COAF-FILE.
           EXIT.

       2060-TRATA-PENDENTE-COAF.
           MOVE SPACES TO WS-EST-DATA-ALERTA
                          WS-EST-SEQ-TXT
                          WS-EST-CONTA
                          WS-EST-CLIENTE
                          WS-EST-VALOR-TXT
                          WS-EST-OPERACAO
                          WS-EST-REGRA
                          WS-EST-DATA-TRANS
                          WS-EST-HORA-TRANS
                          WS-EST-DOCUMENTO
           UNSTRING REG-PENDENTE-COAF DELIMITED BY ";"
               INTO WS-EST-DATA-ALERTA
                    WS-EST-SEQ-TXT
                    WS-EST-CONTA
                    WS-EST-CLIENTE
                    WS-EST-VALOR-TXT
                    WS-EST-OPERACAO
                    WS-EST-REGRA
                    WS-EST-DATA-TRANS
                    WS-EST-HORA-TRANS
                    WS-EST-DOCUMENTO
           END-UNSTRING

           IF WS-EST-SEQ-TXT IS NUMERIC
               MOVE WS-EST-SEQ-TXT TO WS-EST-SEQ-NUM
               PERFORM 2070-BUSCA-DATA-LIDA
               IF WS-IDX-ACHADO-DATA = ZERO
                   PERFORM 2140-BUSCA-COMUNICADO
                   IF WS-IDX-ACHADO-COM = ZERO
                           AND WS-IDX-ACHADO-CNF = ZERO
                       ADD 1 TO WS-TOTAL-PEND-ANTERIORES
                       PERFORM 2200-GUARDA-CONFIRMADO
                   END-IF
               END-IF
           END-IF.
           EXIT.

       2070-BUSCA-DATA-LIDA.
           MOVE ZERO TO WS-IDX-ACHADO-DATA
           PERFORM VARYING WS-IDX-DATA FROM 1 BY 1
                   UNTIL WS-IDX-DATA > WS-QTD-DATAS
               IF WS-DATA-LOTE(WS-IDX-DATA) = WS-EST-DATA-ALERTA
                       AND WS-DATA-FEED-LIDO(WS-IDX-DATA) = 'S'
                   MOVE WS-IDX-DATA TO WS-IDX-ACHADO-DATA
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2100 - TRATAMENTO DE UMA LINHA DO FEED ESTRUTURADO
      * ===============================
       2100-TRATA-LINHA-ESTRUT.
           MOVE SPACES TO WS-EST-DATA-TRANS
                          WS-EST-HORA-TRANS
                          WS-EST-DOCUMENTO
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
           END-UNSTRING
           MOVE WS-DATA-LOTE(WS-IDX-DATA) TO WS-EST-DATA-ALERTA

           MOVE WS-EST-VALOR-TXT TO WS-EST-VALOR-CHECK
           INSPECT WS-EST-VALOR-CHECK REPLACING ALL "," BY "0"
                                        ALL SPACE BY "0"
           IF WS-EST-SEQ-TXT IS NUMERIC AND WS-EST-CONTA NOT = SPACES
                   AND WS-EST-VALOR-CHECK IS NUMERIC
               MOVE WS-EST-SEQ-TXT TO WS-EST-SEQ-NUM
               PERFORM 2130-BUSCA-DISPOSICAO
               IF WS-IDX-ACHADO-DISP > ZERO
                   IF WS-DISP-VEREDITO(WS-IDX-ACHADO-DISP)
                           = "CONFIRMADO"
                       ADD 1 TO WS-TOTAL-CONFIRMADOS
                       PERFORM 2140-BUSCA-COMUNICADO
                       IF WS-IDX-ACHADO-COM > ZERO
                               OR WS-IDX-ACHADO-CNF > ZERO
                           ADD 1 TO WS-TOTAL-JA-COMUNICADOS
                       ELSE
                           PERFORM 2200-GUARDA-CONFIRMADO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2130 - BUSCA DA DISPOSICAO PELO SEQ-ALERTA
      * ===============================
       2130-BUSCA-DISPOSICAO.
           MOVE ZERO TO WS-IDX-ACHADO-DISP
           PERFORM VARYING WS-IDX-DISP FROM 1 BY 1
                   UNTIL WS-IDX-DISP > WS-QTD-DISPOSICOES
               IF WS-DISP-SEQ(WS-IDX-DISP) = WS-EST-SEQ-NUM
                   MOVE WS-IDX-DISP TO WS-IDX-ACHADO-DISP
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2140 - O ALERTA JA FOI COMUNICADO?
      * ===============================
      * Procura no controle de runs anteriores e nas confirmacoes ja
      * guardadas neste run (data repetida no controle de datas ou
      * pendencia de run anterior ja relida do feed).
       2140-BUSCA-COMUNICADO.
           MOVE ZERO TO WS-IDX-ACHADO-COM
           PERFORM VARYING WS-IDX-COM FROM 1 BY 1
                   UNTIL WS-IDX-COM > WS-QTD-COMUNICADOS
               IF WS-COM-SEQ(WS-IDX-COM) = WS-EST-SEQ-NUM
                   AND WS-COM-DATA(WS-IDX-COM)
                       = WS-EST-DATA-ALERTA
                   MOVE WS-IDX-COM TO WS-IDX-ACHADO-COM
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-IDX-ACHADO-CNF
           PERFORM VARYING WS-IDX-CNF FROM 1 BY 1
                   UNTIL WS-IDX-CNF > WS-QTD-CONFIRMADOS
               IF WS-CNF-SEQ(WS-IDX-CNF) = WS-EST-SEQ-NUM
                   AND WS-CNF-DATA-ALERTA(WS-IDX-CNF)
                       = WS-EST-DATA-ALERTA
                   MOVE WS-IDX-CNF TO WS-IDX-ACHADO-CNF
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2200 - GUARDA UMA CONFIRMACAO AINDA NAO COMUNICADA
      * ===============================
       2200-GUARDA-CONFIRMADO.
           IF WS-QTD-CONFIRMADOS < 5000
               ADD 1 TO WS-QTD-CONFIRMADOS
               MOVE WS-EST-DATA-ALERTA
                   TO WS-CNF-DATA-ALERTA(WS-QTD-CONFIRMADOS)
               MOVE WS-EST-SEQ-NUM TO WS-CNF-SEQ(WS-QTD-CONFIRMADOS)
               MOVE WS-EST-CONTA TO WS-CNF-CONTA(WS-QTD-CONFIRMADOS)
               MOVE WS-EST-CLIENTE
                   TO WS-CNF-CLIENTE(WS-QTD-CONFIRMADOS)
               MOVE WS-EST-VALOR-TXT
                   TO WS-CNF-VALOR(WS-QTD-CONFIRMADOS)
               MOVE WS-EST-OPERACAO
                   TO WS-CNF-OPERACAO(WS-QTD-CONFIRMADOS)
               MOVE WS-EST-REGRA TO WS-CNF-REGRA(WS-QTD-CONFIRMADOS)
               MOVE WS-EST-DATA-TRANS
                   TO WS-CNF-DATA-TRANS(WS-QTD-CONFIRMADOS)
               MOVE WS-EST-HORA-TRANS
                   TO WS-CNF-HORA-TRANS(WS-QTD-CONFIRMADOS)
               MOVE WS-EST-DOCUMENTO
                   TO WS-CNF-DOCUMENTO(WS-QTD-CONFIRMADOS)
               MOVE SPACES TO WS-CNF-NOME-CAD(WS-QTD-CONFIRMADOS)
                              WS-CNF-TIPO-CAD(WS-QTD-CONFIRMADOS)
                              WS-CNF-MOTIVO(WS-QTD-CONFIRMADOS)
               MOVE ZERO TO WS-CNF-IDX-OCOR(WS-QTD-CONFIRMADOS)
           ELSE
      * Sem vaga, a confirmacao nao entra neste run, mas tambem nao
      * vai para o controle - sai na proxima rodada.
               IF NOT WS-CNF-TABELA-AVISADA
                   SET WS-CNF-TABELA-AVISADA TO TRUE
                   DISPLAY "POSOF93D: WS-TAB-CONFIRMADOS CHEIA (5000 "
                       "ALERTAS) - CONFIRMACOES EXCEDENTES FICAM "
                       "PARA A PROXIMA RODADA"
                   MOVE SPACES TO WS-JORNAL-EVENTO
                   STRING
                       "AVISO: WS-TAB-CONFIRMADOS CHEIA - "
                       "CONFIRMACOES EXCEDENTES PARA A PROXIMA RODADA"
                       DELIMITED BY SIZE
                       INTO WS-JORNAL-EVENTO
                   END-STRING
                   PERFORM 6010-REGISTRA-AVISO
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2300 - CLASSIFICACAO DAS CONFIRMACOES
      * ===============================
      * Comunicavel = documento presente e conta no cadastro com tipo
      * PF ou PJ. O resto fica pendente com o motivo e volta a ser
      * avaliado na proxima rodada (nao entra no controle).
       2300-CLASSIFICA-CONFIRMADOS.
           PERFORM VARYING WS-IDX-CNF FROM 1 BY 1
                   UNTIL WS-IDX-CNF > WS-QTD-CONFIRMADOS
               PERFORM 2310-VALIDA-CONFIRMADO
               IF WS-CNF-MOTIVO(WS-IDX-CNF) = SPACES
                   PERFORM 2320-AGRUPA-OCORRENCIA
               ELSE
                   ADD 1 TO WS-TOTAL-PENDENTES
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2310 - IDENTIFICACAO DO CLIENTE DA CONFIRMACAO
      * ===============================
       2310-VALIDA-CONFIRMADO.
           IF WS-CNF-DOCUMENTO(WS-IDX-CNF) = SPACES
               MOVE "DOCUMENTO NAO INFORMADO NO FEED"
                   TO WS-CNF-MOTIVO(WS-IDX-CNF)
           END-IF

           IF WS-CNF-MOTIVO(WS-IDX-CNF) = SPACES
               IF WS-CADI-ABERTO
                   MOVE WS-CNF-CONTA(WS-IDX-CNF) TO CADI-CONTA
                   READ CADASTRO-IDX-FILE
                       INVALID KEY
                           MOVE "CONTA NAO ENCONTRADA NO CADASTRO"
                               TO WS-CNF-MOTIVO(WS-IDX-CNF)
                       NOT INVALID KEY
                           MOVE CADI-NOME
                               TO WS-CNF-NOME-CAD(WS-IDX-CNF)
                           MOVE CADI-TIPO(1:2)
                               TO WS-CNF-TIPO-CAD(WS-IDX-CNF)
                   END-READ
               ELSE
                   MOVE "CADASTRO MESTRE INDISPONIVEL"
                       TO WS-CNF-MOTIVO(WS-IDX-CNF)
               END-IF
           END-IF

           IF WS-CNF-MOTIVO(WS-IDX-CNF) = SPACES
               IF WS-CNF-TIPO-CAD(WS-IDX-CNF) NOT = "PF"
                       AND WS-CNF-TIPO-CAD(WS-IDX-CNF) NOT = "PJ"
                   MOVE "TIPO DE PESSOA INVALIDO NO CADASTRO"
                       TO WS-CNF-MOTIVO(WS-IDX-CNF)
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2320 - ACUMULO DA CONFIRMACAO NA OCORRENCIA DO CLIENTE
      * ===============================
       2320-AGRUPA-OCORRENCIA.
           MOVE ZERO TO WS-IDX-ACHADO-OCOR
           PERFORM VARYING WS-IDX-OCOR FROM 1 BY 1
                   UNTIL WS-IDX-OCOR > WS-QTD-OCORRENCIAS
               IF WS-OCOR-DOCUMENTO(WS-IDX-OCOR)
                       = WS-CNF-DOCUMENTO(WS-IDX-CNF)
                   MOVE WS-IDX-OCOR TO WS-IDX-ACHADO-OCOR
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-CNF-MOMENTO
           STRING
               WS-CNF-DATA-TRANS(WS-IDX-CNF)
               WS-CNF-HORA-TRANS(WS-IDX-CNF)
               DELIMITED BY SIZE
               INTO WS-CNF-MOMENTO
           END-STRING

      * A tabela de ocorrencias tem o tamanho da de confirmacoes -
      * no pior caso um cliente por alerta - e nao estoura.
           IF WS-IDX-ACHADO-OCOR = ZERO
               ADD 1 TO WS-QTD-OCORRENCIAS
               MOVE WS-QTD-OCORRENCIAS TO WS-IDX-ACHADO-OCOR
               MOVE WS-CNF-DOCUMENTO(WS-IDX-CNF)
                   TO WS-OCOR-DOCUMENTO(WS-IDX-ACHADO-OCOR)
               MOVE WS-CNF-TIPO-CAD(WS-IDX-CNF)
                   TO WS-OCOR-TIPO(WS-IDX-ACHADO-OCOR)
               MOVE WS-CNF-NOME-CAD(WS-IDX-CNF)
                   TO WS-OCOR-NOME(WS-IDX-ACHADO-OCOR)
               MOVE ZERO TO WS-OCOR-QTD-CONTAS(WS-IDX-ACHADO-OCOR)
               MOVE 'N' TO WS-OCOR-MAIS-CONTAS(WS-IDX-ACHADO-OCOR)
               MOVE ZERO TO WS-OCOR-QTD(WS-IDX-ACHADO-OCOR)
               MOVE ZERO TO WS-OCOR-VALOR(WS-IDX-ACHADO-OCOR)
               MOVE WS-CNF-MOMENTO
                   TO WS-OCOR-INICIO(WS-IDX-ACHADO-OCOR)
               MOVE WS-CNF-MOMENTO
                   TO WS-OCOR-FIM(WS-IDX-ACHADO-OCOR)
               MOVE ZERO TO WS-OCOR-QTD-REGRAS(WS-IDX-ACHADO-OCOR)
           END-IF

           MOVE WS-IDX-ACHADO-OCOR TO WS-CNF-IDX-OCOR(WS-IDX-CNF)
           ADD 1 TO WS-OCOR-QTD(WS-IDX-ACHADO-OCOR)
           ADD WS-CNF-VALOR(WS-IDX-CNF)
               TO WS-OCOR-VALOR(WS-IDX-ACHADO-OCOR)
      * Transacao sem data/hora (extrato antigo) nao mexe no
      * intervalo do cliente.
           IF WS-CNF-MOMENTO NOT = SPACES
               IF WS-OCOR-INICIO(WS-IDX-ACHADO-OCOR) = SPACES
                       OR WS-CNF-MOMENTO
                           < WS-OCOR-INICIO(WS-IDX-ACHADO-OCOR)
                   MOVE WS-CNF-MOMENTO
                       TO WS-OCOR-INICIO(WS-IDX-ACHADO-OCOR)
               END-IF
               IF WS-CNF-MOMENTO > WS-OCOR-FIM(WS-IDX-ACHADO-OCOR)
                   MOVE WS-CNF-MOMENTO
                       TO WS-OCOR-FIM(WS-IDX-ACHADO-OCOR)
               END-IF
           END-IF
           PERFORM 2325-REGISTRA-CONTA
           PERFORM 2330-REGISTRA-REGRA.
           EXIT.

      * ===============================
      * 2325 - CONTA DISTINTA DA OCORRENCIA
      * ===============================
      * A primeira conta e a do registro 1; todas continuam nos
      * registros de detalhe.
       2325-REGISTRA-CONTA.
           MOVE ZERO TO WS-IDX-ACHADO-CONTA
           PERFORM VARYING WS-IDX-CONTA-NUM FROM 1 BY 1
                   UNTIL WS-IDX-CONTA-NUM
                       > WS-OCOR-QTD-CONTAS(WS-IDX-ACHADO-OCOR)
               IF WS-OCOR-CONTA(WS-IDX-ACHADO-OCOR, WS-IDX-CONTA-NUM)
                       = WS-CNF-CONTA(WS-IDX-CNF)
                   MOVE WS-IDX-CONTA-NUM TO WS-IDX-ACHADO-CONTA
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO-CONTA = ZERO
               IF WS-OCOR-QTD-CONTAS(WS-IDX-ACHADO-OCOR) < 10
                   ADD 1 TO WS-OCOR-QTD-CONTAS(WS-IDX-ACHADO-OCOR)
                   MOVE WS-CNF-CONTA(WS-IDX-CNF)
                       TO WS-OCOR-CONTA(WS-IDX-ACHADO-OCOR,
                           WS-OCOR-QTD-CONTAS(WS-IDX-ACHADO-OCOR))
               ELSE
                   MOVE 'S' TO WS-OCOR-MAIS-CONTAS(WS-IDX-ACHADO-OCOR)
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2330 - REGRA DISTINTA DA OCORRENCIA
      * ===============================
      * Ate 3 regras no registro da ocorrencia; todas continuam nos
      * registros de detalhe.
       2330-REGISTRA-REGRA.
           MOVE ZERO TO WS-IDX-ACHADO-REGRA
           PERFORM VARYING WS-IDX-REGRA-NUM FROM 1 BY 1
                   UNTIL WS-IDX-REGRA-NUM
                       > WS-OCOR-QTD-REGRAS(WS-IDX-ACHADO-OCOR)
               IF WS-OCOR-REGRA(WS-IDX-ACHADO-OCOR, WS-IDX-REGRA-NUM)
                       = WS-CNF-REGRA(WS-IDX-CNF)
                   MOVE WS-IDX-REGRA-NUM TO WS-IDX-ACHADO-REGRA
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO-REGRA = ZERO
                   AND WS-OCOR-QTD-REGRAS(WS-IDX-ACHADO-OCOR) < 3
               ADD 1 TO WS-OCOR-QTD-REGRAS(WS-IDX-ACHADO-OCOR)
               MOVE WS-CNF-REGRA(WS-IDX-CNF)
                   TO WS-OCOR-REGRA(WS-IDX-ACHADO-OCOR,
                       WS-OCOR-QTD-REGRAS(WS-IDX-ACHADO-OCOR))
           END-IF.
           EXIT.

      * ===============================
      * 2900 - ABORTE POR CONTROLE DE COMUNICADOS TRUNCADO
      * ===============================
       2900-ABORTA-CONTROLE-TRUNCADO.
           DISPLAY "POSOF93D: EXECUCAO ABORTADA - controle_coaf.txt "
               "EXCEDE A TABELA (20000 ALERTAS); NADA COMUNICADO"
           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "ERRO: controle_coaf.txt EXCEDE WS-TAB-COMUNICADOS "
               "(20000) - EXECUCAO ABORTADA, NADA COMUNICADO"
               DELIMITED BY SIZE
               INTO WS-JORNAL-EVENTO
           END-STRING
           PERFORM 6000-GRAVA-JORNAL
           MOVE "FIM ANORMAL DE EXECUCAO - RETURN-CODE 8"
               TO WS-JORNAL-EVENTO
           PERFORM 6000-GRAVA-JORNAL
           CLOSE JORNAL-FILE
           IF WS-CADI-ABERTO
               CLOSE CADASTRO-IDX-FILE
           END-IF
           MOVE 8 TO RETURN-CODE.
           EXIT.

      * ===============================
      * 3000 - FINALIZACAO
      * ===============================
       3000-FINALIZA.
           IF WS-CADI-ABERTO
               CLOSE CADASTRO-IDX-FILE
           END-IF

      * O controle so e atualizado depois que o arquivo ao regulador
      * foi gravado e fechado - uma queda no meio deixa a
      * confirmacao para a proxima rodada, nunca marcada como
      * enviada sem ter sido.
           IF WS-QTD-OCORRENCIAS > ZERO
               PERFORM 3100-GERA-COMUNICACAO
               PERFORM 3200-ATUALIZA-CONTROLE
           END-IF
           PERFORM 3300-GERA-PENDENCIAS
           PERFORM 3400-GRAVA-PENDENTES-COAF

           MOVE WS-TOTAL-CONFIRMADOS TO WS-QTD-EDIT
           DISPLAY "POSOF93D: CONFIRMACOES LIDAS: " WS-QTD-EDIT
           MOVE WS-TOTAL-JA-COMUNICADOS TO WS-QTD-EDIT
           DISPLAY "POSOF93D: JA COMUNICADAS ANTES: " WS-QTD-EDIT
           MOVE WS-TOTAL-PEND-ANTERIORES TO WS-QTD-EDIT
           DISPLAY "POSOF93D: PENDENTES DE RUNS ANTERIORES: "
               WS-QTD-EDIT
           MOVE WS-TOTAL-COMUNICADOS TO WS-QTD-EDIT
           DISPLAY "POSOF93D: COMUNICADAS NESTE RUN: " WS-QTD-EDIT
           MOVE WS-QTD-OCORRENCIAS TO WS-QTD-EDIT
           DISPLAY "POSOF93D: OCORRENCIAS (CLIENTES): " WS-QTD-EDIT
           MOVE WS-TOTAL-PENDENTES TO WS-QTD-EDIT
           DISPLAY "POSOF93D: PENDENTES DE COMUNICACAO: " WS-QTD-EDIT

      * Convencao de retorno do scheduler: 0 = run limpo, 4 =
      * concluido com ressalvas (pendencia, data sem feed, tabela
      * cheia), 8 = falha (controle truncado, abortado em 2900).
           MOVE 0 TO WS-RC-EDIT
           IF WS-TOTAL-PENDENTES > ZERO
              OR WS-TOTAL-AVISOS > ZERO
               MOVE 4 TO WS-RC-EDIT
           END-IF
           MOVE WS-RC-EDIT TO RETURN-CODE

           MOVE WS-TOTAL-COMUNICADOS TO WS-QTD-EDIT
           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "FIM NORMAL DE EXECUCAO - RETURN-CODE " WS-RC-EDIT
               " - ALERTAS COMUNICADOS: " WS-QTD-EDIT
               " PENDENTES: " WS-TOTAL-PENDENTES
               " AVISOS: " WS-TOTAL-AVISOS
               DELIMITED BY SIZE
               INTO WS-JORNAL-EVENTO
           END-STRING
           PERFORM 6000-GRAVA-JORNAL
           CLOSE JORNAL-FILE.
           EXIT.

      * ===============================
      * 3100 - GRAVACAO DO ARQUIVO DE COMUNICACAO
      * ===============================
       3100-GERA-COMUNICACAO.
           OPEN OUTPUT COMUNICACAO-FILE

           MOVE WS-ID-ARQUIVO TO WS-CH-ID-ARQUIVO
           MOVE WS-DATA-EXECUCAO TO WS-CH-DATA-GERACAO
           MOVE WS-HORA-EXECUCAO TO WS-CH-HORA-GERACAO
           MOVE WS-COAF-HEADER TO REG-COMUNICACAO
           WRITE REG-COMUNICACAO

           PERFORM VARYING WS-IDX-OCOR FROM 1 BY 1
                   UNTIL WS-IDX-OCOR > WS-QTD-OCORRENCIAS
               PERFORM 3110-ESCREVE-OCORRENCIA
           END-PERFORM

           MOVE WS-QTD-OCORRENCIAS TO WS-CT-QTD-OCOR
           MOVE WS-TOTAL-DETALHES TO WS-CT-QTD-DETALHES
           MOVE WS-TOTAL-VALOR-COMUNICADO TO WS-CT-VALOR-TOTAL
           MOVE WS-COAF-TRAILER TO REG-COMUNICACAO
           WRITE REG-COMUNICACAO

           CLOSE COMUNICACAO-FILE

           MOVE WS-QTD-OCORRENCIAS TO WS-QTD-EDIT
           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "COMUNICACAO GERADA: " DELIMITED BY SIZE
               WS-COMUNICACAO-PATH DELIMITED BY SPACE
               " - OCORRENCIAS: " WS-QTD-EDIT
               DELIMITED BY SIZE
               INTO WS-JORNAL-EVENTO
           END-STRING
           PERFORM 6000-GRAVA-JORNAL.
           EXIT.

      * ===============================
      * 3110 - OCORRENCIA DE UM CLIENTE E SUAS OPERACOES
      * ===============================
       3110-ESCREVE-OCORRENCIA.
           MOVE WS-IDX-OCOR TO WS-CO-NUM-OCOR
           MOVE WS-OCOR-DOCUMENTO(WS-IDX-OCOR) TO WS-CO-DOCUMENTO
           MOVE WS-OCOR-TIPO(WS-IDX-OCOR) TO WS-CO-TIPO-PESSOA
           MOVE WS-OCOR-NOME(WS-IDX-OCOR) TO WS-CO-NOME
           MOVE WS-OCOR-CONTA(WS-IDX-OCOR, 1) TO WS-CO-CONTA
           MOVE WS-OCOR-QTD(WS-IDX-OCOR) TO WS-CO-QTD-OPER
           MOVE WS-OCOR-VALOR(WS-IDX-OCOR) TO WS-CO-VALOR-TOTAL
           MOVE WS-OCOR-INICIO(WS-IDX-OCOR)(1:8) TO WS-CO-DATA-INI
           MOVE WS-OCOR-INICIO(WS-IDX-OCOR)(9:6) TO WS-CO-HORA-INI
           MOVE WS-OCOR-FIM(WS-IDX-OCOR)(1:8) TO WS-CO-DATA-FIM
           MOVE WS-OCOR-FIM(WS-IDX-OCOR)(9:6) TO WS-CO-HORA-FIM
           MOVE SPACES TO WS-CO-REGRAS
           PERFORM VARYING WS-IDX-REGRA-NUM FROM 1 BY 1
                   UNTIL WS-IDX-REGRA-NUM
                       > WS-OCOR-QTD-REGRAS(WS-IDX-OCOR)
               MOVE WS-OCOR-REGRA(WS-IDX-OCOR, WS-IDX-REGRA-NUM)
                   TO WS-CO-REGRAS(
                       (WS-IDX-REGRA-NUM - 1) * 25 + 1:25)
           END-PERFORM
           MOVE WS-COAF-OCORRENCIA TO REG-COMUNICACAO
           WRITE REG-COMUNICACAO
           ADD WS-OCOR-VALOR(WS-IDX-OCOR)
               TO WS-TOTAL-VALOR-COMUNICADO
           IF WS-OCOR-QTD-CONTAS(WS-IDX-OCOR) > 1
               PERFORM 3115-AVISA-CONTAS
           END-IF

           PERFORM VARYING WS-IDX-CNF FROM 1 BY 1
                   UNTIL WS-IDX-CNF > WS-QTD-CONFIRMADOS
               IF WS-CNF-IDX-OCOR(WS-IDX-CNF) = WS-IDX-OCOR
                   PERFORM 3120-ESCREVE-DETALHE
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 3115 - AVISO DE OCORRENCIA COM MAIS DE UMA CONTA
      * ===============================
      * O layout V001 tem uma conta so no registro 1; as outras
      * contas do cliente saem apenas nos registros 2 de cada
      * operacao. O aviso deixa a lista no jornal para conferencia.
       3115-AVISA-CONTAS.
           MOVE SPACES TO WS-LISTA-CONTAS
           MOVE 1 TO WS-LISTA-TAMANHO
           PERFORM VARYING WS-IDX-CONTA-NUM FROM 2 BY 1
                   UNTIL WS-IDX-CONTA-NUM
                       > WS-OCOR-QTD-CONTAS(WS-IDX-OCOR)
               IF WS-IDX-CONTA-NUM > 2
                   STRING "," DELIMITED BY SIZE
                       INTO WS-LISTA-CONTAS
                       WITH POINTER WS-LISTA-TAMANHO
                   END-STRING
               END-IF
               STRING WS-OCOR-CONTA(WS-IDX-OCOR, WS-IDX-CONTA-NUM)
                   DELIMITED BY SIZE
                   INTO WS-LISTA-CONTAS
                   WITH POINTER WS-LISTA-TAMANHO
               END-STRING
           END-PERFORM
           IF WS-OCOR-MAIS-CONTAS(WS-IDX-OCOR) = 'S'
               STRING ",..." DELIMITED BY SIZE
                   INTO WS-LISTA-CONTAS
                   WITH POINTER WS-LISTA-TAMANHO
               END-STRING
           END-IF

           MOVE WS-OCOR-QTD-CONTAS(WS-IDX-OCOR) TO WS-QTD-CONTAS-EDIT
           DISPLAY "POSOF93D: OCORRENCIA " WS-CO-NUM-OCOR
               " COM " WS-QTD-CONTAS-EDIT " CONTAS - "
               "REGISTRO 1 COM A CONTA " WS-CO-CONTA
           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "AVISO: OCORRENCIA " WS-CO-NUM-OCOR
               " DOCUMENTO " WS-CO-DOCUMENTO
               " COM " WS-QTD-CONTAS-EDIT " CONTAS - "
               "REGISTRO 1 COM A CONTA " WS-CO-CONTA
               " - DEMAIS SO NOS DETALHES: " WS-LISTA-CONTAS
               DELIMITED BY SIZE
               INTO WS-JORNAL-EVENTO
           END-STRING
           PERFORM 6010-REGISTRA-AVISO.
           EXIT.

      * ===============================
      * 3120 - OPERACAO (ALERTA CONFIRMADO) DA OCORRENCIA
      * ===============================
       3120-ESCREVE-DETALHE.
           MOVE WS-IDX-OCOR TO WS-CD-NUM-OCOR
           MOVE WS-CNF-DATA-ALERTA(WS-IDX-CNF) TO WS-CD-DATA-ALERTA
           MOVE WS-CNF-SEQ(WS-IDX-CNF) TO WS-CD-SEQ
           MOVE WS-CNF-CONTA(WS-IDX-CNF) TO WS-CD-CONTA
           MOVE WS-CNF-DATA-TRANS(WS-IDX-CNF) TO WS-CD-DATA-TRANS
           MOVE WS-CNF-HORA-TRANS(WS-IDX-CNF) TO WS-CD-HORA-TRANS
           MOVE WS-CNF-VALOR(WS-IDX-CNF) TO WS-CD-VALOR
           MOVE WS-CNF-OPERACAO(WS-IDX-CNF) TO WS-CD-OPERACAO
           MOVE WS-CNF-REGRA(WS-IDX-CNF) TO WS-CD-REGRA
           MOVE WS-COAF-DETALHE TO REG-COMUNICACAO
           WRITE REG-COMUNICACAO
           ADD 1 TO WS-TOTAL-DETALHES
           ADD 1 TO WS-TOTAL-COMUNICADOS.
           EXIT.

      * ===============================
      * 3200 - REGISTRO DO QUE FOI COMUNICADO
      * ===============================
       3200-ATUALIZA-CONTROLE.
           OPEN EXTEND CONTROLE-COAF-FILE
           PERFORM VARYING WS-IDX-CNF FROM 1 BY 1
                   UNTIL WS-IDX-CNF > WS-QTD-CONFIRMADOS
               IF WS-CNF-IDX-OCOR(WS-IDX-CNF) > ZERO
                   MOVE SPACES TO REG-CONTROLE-COAF
                   STRING
                       WS-CNF-DATA-ALERTA(WS-IDX-CNF) ";"
                       WS-CNF-SEQ(WS-IDX-CNF) ";"
                       WS-CNF-CONTA(WS-IDX-CNF) ";"
                       WS-CNF-DOCUMENTO(WS-IDX-CNF) ";"
                       WS-DATA-EXECUCAO "-" WS-HORA-EXECUCAO ";"
                       WS-ID-ARQUIVO
                       DELIMITED BY SIZE
                       INTO REG-CONTROLE-COAF
                   END-STRING
                   WRITE REG-CONTROLE-COAF
               END-IF
           END-PERFORM
           CLOSE CONTROLE-COAF-FILE.
           EXIT.

      * ===============================
      * 3300 - RELATORIO DE CONFIRMACOES PENDENTES DE COMUNICACAO
      * ===============================
       3300-GERA-PENDENCIAS.
           OPEN OUTPUT PENDENCIAS-FILE

           MOVE SPACES TO REG-PENDENCIA
           STRING
               "CONFIRMACOES PENDENTES DE COMUNICACAO AO COAF - "
               "EXECUCAO: " WS-DATA-EXECUCAO "-" WS-HORA-EXECUCAO
               DELIMITED BY SIZE
               INTO REG-PENDENCIA
           END-STRING
           WRITE REG-PENDENCIA

           MOVE SPACES TO REG-PENDENCIA
           STRING
               "PRAZO LEGAL: " WS-PRAZO-DIAS
               " DIAS CORRIDOS CONTADOS DA DATA DO ALERTA"
               DELIMITED BY SIZE
               INTO REG-PENDENCIA
           END-STRING
           WRITE REG-PENDENCIA

           MOVE WS-DATA-EXECUCAO TO WS-DATA-NUM
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)

           PERFORM VARYING WS-IDX-CNF FROM 1 BY 1
                   UNTIL WS-IDX-CNF > WS-QTD-CONFIRMADOS
               IF WS-CNF-IDX-OCOR(WS-IDX-CNF) = ZERO
                   PERFORM 3310-ESCREVE-PENDENCIA
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-PENDENTES TO WS-QTD-EDIT
           MOVE SPACES TO REG-PENDENCIA
           STRING "TOTAL DE PENDENCIAS: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-PENDENCIA
           END-STRING
           WRITE REG-PENDENCIA

           MOVE WS-TOTAL-VENCIDOS TO WS-QTD-EDIT
           MOVE SPACES TO REG-PENDENCIA
           STRING "PENDENCIAS COM PRAZO VENCIDO: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-PENDENCIA
           END-STRING
           WRITE REG-PENDENCIA

           CLOSE PENDENCIAS-FILE.
           EXIT.

      * ===============================
      * 3310 - LINHA DE UMA CONFIRMACAO PENDENTE
      * ===============================
       3310-ESCREVE-PENDENCIA.
           MOVE WS-CNF-DATA-ALERTA(WS-IDX-CNF) TO WS-DATA-NUM
           COMPUTE WS-PRAZO-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) + WS-PRAZO-DIAS
           COMPUTE WS-DIAS-RESTANTES = WS-PRAZO-INT - WS-HOJE-INT
           MOVE WS-DIAS-RESTANTES TO WS-DIAS-EDIT
           IF WS-DIAS-RESTANTES < ZERO
               MOVE "VENCIDO" TO WS-SITUACAO-PRAZO
               ADD 1 TO WS-TOTAL-VENCIDOS
           ELSE
               MOVE "NO PRAZO" TO WS-SITUACAO-PRAZO
           END-IF

           MOVE WS-CNF-VALOR(WS-IDX-CNF) TO WS-VALOR-EDIT
           MOVE SPACES TO REG-PENDENCIA
           STRING
               "ALERTA: " WS-CNF-DATA-ALERTA(WS-IDX-CNF)
               "/" WS-CNF-SEQ(WS-IDX-CNF)
               " | CONTA: " WS-CNF-CONTA(WS-IDX-CNF)
               " | CLIENTE: " WS-CNF-CLIENTE(WS-IDX-CNF)
               " | VALOR: " WS-VALOR-EDIT
               " | DIAS RESTANTES: " WS-DIAS-EDIT
               " | " WS-SITUACAO-PRAZO
               DELIMITED BY SIZE
               INTO REG-PENDENCIA
           END-STRING
           WRITE REG-PENDENCIA

           MOVE SPACES TO REG-PENDENCIA
           STRING
               "    MOTIVO: " WS-CNF-MOTIVO(WS-IDX-CNF)
               " | REGRA: " WS-CNF-REGRA(WS-IDX-CNF)
               DELIMITED BY SIZE
               INTO REG-PENDENCIA
           END-STRING
           WRITE REG-PENDENCIA.
           EXIT.

      * ===============================
      * 3400 - CONTROLE DAS CONFIRMACOES AINDA NAO COMUNICADAS
      * ===============================
      * Regrava coaf_pendente.txt com toda confirmacao que ficou
      * pendente: DATA-ALERTA;SEQ;CONTA;CLIENTE;VALOR;OPERACAO;
      * REGRA;DATA-TRANS;HORA-TRANS;DOCUMENTO. Com
      * WS-TAB-CONFIRMADOS cheia o arquivo anterior fica como esta -
      * o que nao coube na tabela nao pode sair do controle.
       3400-GRAVA-PENDENTES-COAF.
           IF WS-CNF-TABELA-AVISADA
               MOVE SPACES TO WS-JORNAL-EVENTO
               STRING
                   "AVISO: WS-TAB-CONFIRMADOS CHEIA - "
                   "coaf_pendente.txt NAO REGRAVADO NESTE RUN"
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
               PERFORM 6010-REGISTRA-AVISO
           ELSE
               OPEN OUTPUT PENDENTES-COAF-FILE
               PERFORM VARYING WS-IDX-CNF FROM 1 BY 1
                       UNTIL WS-IDX-CNF > WS-QTD-CONFIRMADOS
                   IF WS-CNF-IDX-OCOR(WS-IDX-CNF) = ZERO
                       PERFORM 3410-ESCREVE-PENDENTE-COAF
                   END-IF
               END-PERFORM
               CLOSE PENDENTES-COAF-FILE
           END-IF.
           EXIT.

       3410-ESCREVE-PENDENTE-COAF.
           MOVE WS-CNF-VALOR(WS-IDX-CNF) TO WS-VALOR-EDIT
           MOVE SPACES TO REG-PENDENTE-COAF
           STRING
               WS-CNF-DATA-ALERTA(WS-IDX-CNF) ";"
               WS-CNF-SEQ(WS-IDX-CNF) ";"
               WS-CNF-CONTA(WS-IDX-CNF) ";"
               WS-CNF-CLIENTE(WS-IDX-CNF) ";"
               WS-VALOR-EDIT ";"
               WS-CNF-OPERACAO(WS-IDX-CNF) ";"
               WS-CNF-REGRA(WS-IDX-CNF) ";"
               WS-CNF-DATA-TRANS(WS-IDX-CNF) ";"
               WS-CNF-HORA-TRANS(WS-IDX-CNF) ";"
               WS-CNF-DOCUMENTO(WS-IDX-CNF)
               DELIMITED BY SIZE
               INTO REG-PENDENTE-COAF
           END-STRING
           WRITE REG-PENDENTE-COAF.
           EXIT.

      * ===============================
      * 6000 - GRAVACAO DE UM EVENTO NO JORNAL
      * ===============================
      * Mesmo formato de POSOF85D (DATA-HORA;PROGRAMA;EVENTO) no
      * mesmo arquivo acumulado.
       6000-GRAVA-JORNAL.
           MOVE SPACES TO REG-JORNAL
           STRING
               WS-DATA-EXECUCAO "-" WS-HORA-EXECUCAO
               ";POSOF93D;" WS-JORNAL-EVENTO
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
