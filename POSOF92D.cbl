      ******************************************************************
      * Author:Fabricio
      * Date:15/10/2026
      * Purpose:Dossie de Investigacao por Conta (Cadastro, Transacoes,
      *         Alertas, Watchlist e Completude do Periodo)
      * Tectonics: cobc
      ******************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. POSOF92D.

           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * Pedido do investigador: linhas "PERIODO;AAAAMMDD;AAAAMMDD" e
      * "CONTA;NNNNNN" (uma por conta, ate 50).
               SELECT OPTIONAL PARAMETROS-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\parametros_dossie.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Extratos arquivados do periodo, no mesmo formato de
      * controle_lote.txt (um caminho por linha). Sem lote proprio
      * o dossie usa o controle_lote.txt do dia.
               SELECT OPTIONAL LOTE-DOSSIE-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\lote_dossie.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL CONTROLE-LOTE-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\controle_lote.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL TRANSACOES-FILE
               ASSIGN DYNAMIC WS-TRANSACOES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-STATUS.
               SELECT OPTIONAL CADASTRO-IDX-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\cadastro_contas.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CADI-CONTA
                   FILE STATUS IS WS-CADI-STATUS.
               SELECT OPTIONAL WATCHLIST-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\watchlist.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WL-STATUS.
               SELECT OPTIONAL LOG-WATCHLIST-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\watchlist_log.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-WL-STATUS.
               SELECT OPTIONAL ALERTAS-ESTRUT-FILE
               ASSIGN DYNAMIC WS-ALERTAS-ESTRUT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ESTRUT-STATUS.
               SELECT OPTIONAL DISPOSICAO-FILE
               ASSIGN DYNAMIC WS-DISPOSICAO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DISP-STATUS.
      * Arquivos diarios de texto livre de POSOF85D (quase_limite_,
      * destinos_, auditoria_vip_) - um identificador so, aberto em
      * sequencia com o caminho de cada familia.
               SELECT OPTIONAL DIARIO-FILE
               ASSIGN DYNAMIC WS-DIARIO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DIARIO-STATUS.
               SELECT DOSSIE-FILE
               ASSIGN DYNAMIC WS-DOSSIE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL JORNAL-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\jornal_execucao.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.

            FD  PARAMETROS-FILE.
           01  REG-PARAMETRO         PIC X(50).

            FD  LOTE-DOSSIE-FILE.
           01  REG-LOTE-DOSSIE       PIC X(100).

            FD  CONTROLE-LOTE-FILE.
           01  REG-CONTROLE-LOTE     PIC X(100).

            FD  TRANSACOES-FILE.
           01  REG-TRANSACAO         PIC X(200).

            FD  CADASTRO-IDX-FILE.
           01  REG-CADASTRO-IDX.
               05 CADI-CONTA         PIC X(6).
               05 CADI-NOME          PIC X(20).
               05 CADI-TIPO          PIC X(10).

            FD  WATCHLIST-FILE.
           01  REG-WATCHLIST         PIC X(100).

            FD  LOG-WATCHLIST-FILE.
           01  REG-LOG-WATCHLIST     PIC X(200).

            FD  ALERTAS-ESTRUT-FILE.
           01  REG-ALERTA-ESTRUT     PIC X(150).

            FD  DISPOSICAO-FILE.
           01  REG-DISPOSICAO        PIC X(60).

            FD  DIARIO-FILE.
           01  REG-DIARIO            PIC X(200).

            FD  DOSSIE-FILE.
           01  REG-DOSSIE            PIC X(200).

            FD  JORNAL-FILE.
           01  REG-JORNAL            PIC X(250).

           WORKING-STORAGE SECTION.

       01  WS-TRANS-STATUS       PIC X(2) VALUE SPACES.
       01  WS-CADI-STATUS        PIC X(2) VALUE SPACES.
       01  WS-WL-STATUS          PIC X(2) VALUE SPACES.
       01  WS-LOG-WL-STATUS      PIC X(2) VALUE SPACES.
       01  WS-ESTRUT-STATUS      PIC X(2) VALUE SPACES.
       01  WS-DISP-STATUS        PIC X(2) VALUE SPACES.
       01  WS-DIARIO-STATUS      PIC X(2) VALUE SPACES.

       01  WS-FIM-PARAMETROS     PIC X VALUE 'N'.
           88 WS-EOF-PARAMETROS  VALUE 'S'.
       01  WS-FIM-LOTE           PIC X VALUE 'N'.
           88 WS-EOF-LOTE        VALUE 'S'.
       01  WS-FIM-TRANS          PIC X VALUE 'N'.
           88 WS-EOF-TRANS       VALUE 'S'.
       01  WS-FIM-WATCHLIST      PIC X VALUE 'N'.
           88 WS-EOF-WATCHLIST   VALUE 'S'.
       01  WS-FIM-LOG-WL         PIC X VALUE 'N'.
           88 WS-EOF-LOG-WL      VALUE 'S'.
       01  WS-FIM-ESTRUT         PIC X VALUE 'N'.
           88 WS-EOF-ESTRUT      VALUE 'S'.
       01  WS-FIM-DISPOSICAO     PIC X VALUE 'N'.
           88 WS-EOF-DISPOSICAO  VALUE 'S'.
       01  WS-FIM-DIARIO         PIC X VALUE 'N'.
           88 WS-EOF-DIARIO      VALUE 'S'.

       01  WS-CADI-DISPONIVEL    PIC X VALUE 'N'.
           88 WS-CADI-ABERTO     VALUE 'S'.

      * Pedido lido de parametros_dossie.txt. Periodo em branco
      * assume os 30 dias corridos ate a data da execucao; periodo
      * invalido (data impossivel, inicio depois do fim ou mais de
      * 366 dias) aborta o run sem gerar dossie nenhum - um dossie
      * que vai para o juridico nao pode sair com periodo errado.
       01  WS-PAR-CHAVE          PIC X(10).
       01  WS-PAR-VALOR-1        PIC X(8).
       01  WS-PAR-VALOR-2        PIC X(8).
       01  WS-PERIODO-INI        PIC X(8) VALUE SPACES.
       01  WS-PERIODO-FIM        PIC X(8) VALUE SPACES.
       01  WS-PERIODO-INI-NUM    PIC 9(8) VALUE ZERO.
       01  WS-PERIODO-FIM-NUM    PIC 9(8) VALUE ZERO.
       01  WS-PERIODO-INI-INT    PIC 9(7) VALUE ZERO.
       01  WS-PERIODO-FIM-INT    PIC 9(7) VALUE ZERO.
       01  WS-PERIODO-OK         PIC X VALUE 'S'.
           88 WS-PERIODO-VALIDO  VALUE 'S'.

       01  WS-QTD-CONTAS         PIC 9(2) VALUE ZERO.
       01  WS-IDX-CONTA          PIC 9(2) VALUE ZERO.
       01  WS-CONTAS-TABELA-CHEIA PIC X VALUE 'N'.
           88 WS-CONTAS-TABELA-AVISADA VALUE 'S'.
       01  WS-TAB-CONTAS.
           05 WS-CONTA-PEDIDA OCCURS 50 TIMES
                            INDEXED BY WS-IDX-CONTA-TAB
                            PIC X(6).
       01  WS-CONTA-ATUAL        PIC X(6).

      * Extratos do periodo (lote_dossie.txt ou controle_lote.txt),
      * sem repeticao de caminho.
       01  WS-QTD-EXTRATOS       PIC 9(3) VALUE ZERO.
       01  WS-IDX-EXTR           PIC 9(3) VALUE ZERO.
       01  WS-IDX-ACHADO-EXTR    PIC 9(3) VALUE ZERO.
       01  WS-EXTR-TABELA-CHEIA  PIC X VALUE 'N'.
           88 WS-EXTR-TABELA-AVISADA VALUE 'S'.
       01  WS-TAB-EXTRATOS.
           05 WS-EXTRATO-PATH OCCURS 400 TIMES
                            INDEXED BY WS-IDX-EXTR-TAB
                            PIC X(100).
       01  WS-LINHA-LOTE         PIC X(100).

       01  WS-TRANSACOES-PATH    PIC X(100).
       01  WS-ALERTAS-ESTRUT-PATH PIC X(100).
       01  WS-DISPOSICAO-PATH    PIC X(100).
       01  WS-DIARIO-PATH        PIC X(100).
       01  WS-DOSSIE-PATH        PIC X(100).

      * Campos de uma linha do extrato (mesmo layout lido por
      * 2100-TRATA-REGISTRO em POSOF85D.cbl) e data do HEADER do
      * arquivo, usada quando a linha nao traz data propria.
       01  WS-TRANSACAO.
           05 WS-TRN-CONTA       PIC X(6).
           05 WS-TRN-NOME        PIC X(20).
           05 WS-TRN-TIPO-CONTA  PIC X(10).
           05 WS-TRN-VALOR-TXT   PIC X(10).
           05 WS-TRN-OPERACAO    PIC X(10).
           05 WS-TRN-DOCUMENTO   PIC X(14).
           05 WS-TRN-CONTA-DESTINO PIC X(6).
           05 WS-TRN-DATA        PIC X(8).
           05 WS-TRN-HORA        PIC X(6).
       01  WS-TRN-HEADER-TIPO    PIC X(10).
       01  WS-TRN-HEADER-DATA    PIC X(8).
       01  WS-TRN-DATA-REF       PIC X(8).
       01  WS-TRN-VALOR-CHECK    PIC X(10).
       01  WS-TRN-VALOR-NUM      PIC 9(7)V99.
       01  WS-TRN-SENTIDO        PIC X(8).
       01  WS-TRN-CONTRAPARTE    PIC X(6).

      * Campos do feed estruturado (layout de 2250-EMITE-ALERTA em
      * POSOF85D.cbl): SEQ;DATA;HORA;CONTA;CLIENTE;VALOR;OPERACAO;
      * REGRA;DATA-TRANS;HORA-TRANS;DOCUMENTO;VERSAO;CONTA-DESTINO -
      * campos acrescentados depois no fim da linha sao ignorados
      * pelo UNSTRING.
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
       01  WS-EST-VERSAO         PIC X(6).
       01  WS-EST-CONTA-DESTINO  PIC X(6).

       01  WS-DISP-SEQ-TXT       PIC X(6).
       01  WS-DISP-SEQ-NUM       PIC 9(6).
       01  WS-DISP-VEREDITO-LIDO PIC X(20).

      * Alertas da conta num dia: guardados primeiro, casados depois
      * com o disposicao_AAAAMMDD.txt do mesmo dia (ultima linha do
      * SEQ vale, como em 2130-BUSCA-DISPOSICAO de POSOF87D). A conta
      * entra como origem (CONTA) ou como destino (CONTA-DESTINO) da
      * transferencia; WS-ALD-CONTA-ORIGEM guarda a origem quando a
      * conta investigada foi a que recebeu.
       01  WS-QTD-ALERTAS-DIA    PIC 9(3) VALUE ZERO.
       01  WS-IDX-ALD            PIC 9(3) VALUE ZERO.
       01  WS-ALD-TABELA-CHEIA   PIC X VALUE 'N'.
           88 WS-ALD-TABELA-AVISADA VALUE 'S'.
       01  WS-TAB-ALERTAS-DIA.
           05 WS-ALD OCCURS 300 TIMES INDEXED BY WS-IDX-ALD-TAB.
              10 WS-ALD-SEQ         PIC 9(6).
              10 WS-ALD-HORA        PIC X(6).
              10 WS-ALD-VALOR-TXT   PIC X(12).
              10 WS-ALD-OPERACAO    PIC X(10).
              10 WS-ALD-REGRA       PIC X(25).
              10 WS-ALD-DATA-TRANS  PIC X(8).
              10 WS-ALD-HORA-TRANS  PIC X(6).
              10 WS-ALD-VEREDITO    PIC X(20).
              10 WS-ALD-PAPEL       PIC X(7).
              10 WS-ALD-CONTA-ORIGEM PIC X(6).

      * Linhas da watchlist e do log de auditoria (layouts de
      * POSOF88D): CONTA;FLAG;DATA-INI;DATA-FIM;MOTIVO;ANALISTA e
      * DATA-HORA;ACAO;CONTA;FLAG;INI;FIM;MOTIVO;ANALISTA;RESULTADO.
       01  WS-WL-CONTA           PIC X(6).
       01  WS-WL-FLAG            PIC X(3).
       01  WS-WL-DATA-INI        PIC X(8).
       01  WS-WL-DATA-FIM        PIC X(8).
       01  WS-WL-MOTIVO          PIC X(20).
       01  WS-WL-ANALISTA        PIC X(20).
       01  WS-LOG-DATA-HORA      PIC X(15).
       01  WS-LOG-ACAO           PIC X(10).
       01  WS-LOG-RESULTADO      PIC X(30).

      * Familias de arquivo diario em texto livre e a posicao da
      * conta na linha de cada uma (literal fixo antes dela).
       01  WS-QTD-FAMILIAS       PIC 9(1) VALUE 3.
       01  WS-IDX-FAMILIA        PIC 9(1) VALUE ZERO.
       01  WS-TAB-FAMILIAS-VALORES.
           05 FILLER             PIC X(17) VALUE 'quase_limite_  23'.
           05 FILLER             PIC X(17) VALUE 'destinos_      10'.
           05 FILLER             PIC X(17) VALUE 'auditoria_vip_ 21'.
       01  WS-TAB-FAMILIAS REDEFINES WS-TAB-FAMILIAS-VALORES.
           05 WS-FAMILIA OCCURS 3 TIMES INDEXED BY WS-IDX-FAM-TAB.
              10 WS-FAM-PREFIXO     PIC X(15).
              10 WS-FAM-POS-CONTA   PIC 9(2).

      * Iteracao dia a dia do periodo, em dias corridos.
       01  WS-DIA-INT            PIC 9(7) VALUE ZERO.
       01  WS-DIA-NUM            PIC 9(8) VALUE ZERO.
       01  WS-DIA-TXT            PIC X(8).
       01  WS-QTD-DIAS-PERIODO   PIC 9(5) VALUE ZERO.

      * Arquivos nao encontrados na montagem do dossie corrente -
      * a secao de completude lista um por um.
       01  WS-QTD-AUSENTES       PIC 9(5) VALUE ZERO.
       01  WS-IDX-AUS            PIC 9(5) VALUE ZERO.
       01  WS-TAB-AUSENTES.
           05 WS-AUSENTE-PATH OCCURS 500 TIMES
                            INDEXED BY WS-IDX-AUS-TAB
                            PIC X(100).
       01  WS-AUSENTE-PATH-ATUAL PIC X(100).

      * Totais do periodo, zerados a cada dossie.
       01  WS-TOTAIS-DOSSIE.
           05 WS-TOT-QTD-ENVIADAS   PIC 9(7).
           05 WS-TOT-VALOR-ENVIADAS PIC 9(11)V99.
           05 WS-TOT-MAIOR-ENVIADA  PIC 9(7)V99.
           05 WS-TOT-QTD-RECEBIDAS  PIC 9(7).
           05 WS-TOT-VALOR-RECEBIDAS PIC 9(11)V99.
           05 WS-TOT-MAIOR-RECEBIDA PIC 9(7)V99.
           05 WS-TOT-QTD-SEM-DATA   PIC 9(7).
           05 WS-TOT-QTD-ILEGIVEIS  PIC 9(7).
           05 WS-TOT-QTD-ALERTAS    PIC 9(7).
           05 WS-TOT-QTD-CONFIRM    PIC 9(7).
           05 WS-TOT-QTD-FALSO-POS  PIC 9(7).
           05 WS-TOT-QTD-SEM-DISP   PIC 9(7).
           05 WS-TOT-QTD-OCORRENCIAS PIC 9(7).
           05 WS-TOT-QTD-LOG-WL     PIC 9(7).
           05 WS-TOT-QTD-WL-ATUAL   PIC 9(7).

      * Paginacao: cabecalho com programa, conta, periodo, data de
      * emissao e numero da pagina a cada WS-LINHAS-POR-PAGINA.
       01  WS-LINHAS-POR-PAGINA  PIC 9(3) VALUE 55.
       01  WS-LINHAS-PAGINA      PIC 9(3) VALUE ZERO.
       01  WS-NUM-PAGINA         PIC 9(4) VALUE ZERO.
       01  WS-PAGINA-EDIT        PIC Z(3)9.
       01  WS-LINHA-DOSSIE       PIC X(200).
       01  WS-PAPEL-EDIT         PIC X(24).
       01  WS-TITULO-SECAO       PIC X(60).
       01  WS-DATA-EMISSAO       PIC X(19).

       01  WS-QTD-EDIT           PIC Z(6)9.
       01  WS-VALOR-EDIT         PIC Z(8)9,99.
       01  WS-VALOR-TOTAL-EDIT   PIC Z(10)9,99.
       01  WS-SEQ-EDIT           PIC 9(6).
       01  WS-TOTAL-DOSSIES      PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-AUSENTES     PIC 9(7) VALUE ZERO.

      * Jornal de execucao e codigo de retorno, como em POSOF87D.
      * RETURN-CODE 0 = limpo, 4 = concluido com ressalvas (arquivo
      * do periodo nao encontrado, tabela cheia, linha de pedido
      * invalida), 8 = falha (periodo invalido - nenhum dossie).
       01  WS-DATA-HORA-SISTEMA  PIC X(21).
       01  WS-DATA-EXECUCAO      PIC X(8).
       01  WS-HORA-EXECUCAO      PIC X(6).
       01  WS-JORNAL-EVENTO      PIC X(200).
       01  WS-TOTAL-AVISOS       PIC 9(5) VALUE ZERO.
       01  WS-RC-EDIT            PIC 9(1) VALUE ZERO.

           PROCEDURE DIVISION.

       MAIN.
           PERFORM 1000-INICIALIZA
           IF WS-PERIODO-VALIDO
               PERFORM 2000-PROCESSA
           END-IF
           PERFORM 3000-FINALIZA
           STOP RUN.

      * ===============================
      * 1000 - INICIALIZACAO
      * ===============================
       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-EXECUCAO
           MOVE WS-DATA-HORA-SISTEMA(9:6) TO WS-HORA-EXECUCAO

           MOVE SPACES TO WS-DATA-EMISSAO
           STRING
               WS-DATA-EXECUCAO(7:2) "/" WS-DATA-EXECUCAO(5:2) "/"
               WS-DATA-EXECUCAO(1:4) " "
               WS-HORA-EXECUCAO(1:2) ":" WS-HORA-EXECUCAO(3:2) ":"
               WS-HORA-EXECUCAO(5:2)
               DELIMITED BY SIZE
               INTO WS-DATA-EMISSAO
           END-STRING

           OPEN EXTEND JORNAL-FILE
           MOVE "INICIO DE EXECUCAO" TO WS-JORNAL-EVENTO
           PERFORM 6000-GRAVA-JORNAL

           PERFORM 1010-CARREGA-PARAMETROS
           PERFORM 1030-VALIDA-PERIODO

           IF WS-PERIODO-VALIDO
               PERFORM 1040-CARREGA-LOTE
               PERFORM 1060-ABRE-CADASTRO-CONTAS
           END-IF.
           EXIT.

      * ===============================
      * 1010 - CARGA DO PEDIDO DE DOSSIE
      * ===============================
       1010-CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE

           PERFORM UNTIL WS-EOF-PARAMETROS
               READ PARAMETROS-FILE
                   AT END
                       SET WS-EOF-PARAMETROS TO TRUE
                   NOT AT END
                       IF REG-PARAMETRO NOT = SPACES
                           PERFORM 1020-TRATA-PARAMETRO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PARAMETROS-FILE

           IF WS-QTD-CONTAS = ZERO
               DISPLAY "POSOF92D: NENHUMA CONTA INFORMADA EM "
                   "parametros_dossie.txt - NENHUM DOSSIE GERADO"
               MOVE "AVISO: NENHUMA CONTA INFORMADA NO PEDIDO"
                   TO WS-JORNAL-EVENTO
               PERFORM 6010-REGISTRA-AVISO
           END-IF.
           EXIT.

      * ===============================
      * 1020 - TRATAMENTO DE UMA LINHA DO PEDIDO
      * ===============================
       1020-TRATA-PARAMETRO.
           MOVE SPACES TO WS-PAR-CHAVE
                          WS-PAR-VALOR-1
                          WS-PAR-VALOR-2
           UNSTRING REG-PARAMETRO DELIMITED BY ";"
               INTO WS-PAR-CHAVE
                    WS-PAR-VALOR-1
                    WS-PAR-VALOR-2
           END-UNSTRING

           EVALUATE TRUE
               WHEN WS-PAR-CHAVE = "PERIODO"
                   MOVE WS-PAR-VALOR-1 TO WS-PERIODO-INI
                   MOVE WS-PAR-VALOR-2 TO WS-PERIODO-FIM
               WHEN WS-PAR-CHAVE = "CONTA"
                       AND WS-PAR-VALOR-1(1:6) NOT = SPACES
                   PERFORM 1025-GUARDA-CONTA
               WHEN OTHER
                   DISPLAY "POSOF92D: LINHA DO PEDIDO IGNORADA: '"
                       REG-PARAMETRO "'"
                   MOVE SPACES TO WS-JORNAL-EVENTO
                   STRING
                       "AVISO: LINHA DO PEDIDO IGNORADA: "
                       REG-PARAMETRO
                       DELIMITED BY SIZE
                       INTO WS-JORNAL-EVENTO
                   END-STRING
                   PERFORM 6010-REGISTRA-AVISO
           END-EVALUATE.
           EXIT.

      * ===============================
      * 1025 - GUARDA UMA CONTA DO PEDIDO
      * ===============================
      * Conta repetida no pedido gera um dossie so.
       1025-GUARDA-CONTA.
           MOVE ZERO TO WS-IDX-ACHADO-EXTR
           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
               IF WS-CONTA-PEDIDA(WS-IDX-CONTA) = WS-PAR-VALOR-1(1:6)
                   MOVE 1 TO WS-IDX-ACHADO-EXTR
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO-EXTR = ZERO
               IF WS-QTD-CONTAS < 50
                   ADD 1 TO WS-QTD-CONTAS
                   MOVE WS-PAR-VALOR-1(1:6)
                       TO WS-CONTA-PEDIDA(WS-QTD-CONTAS)
               ELSE
                   IF NOT WS-CONTAS-TABELA-AVISADA
                       SET WS-CONTAS-TABELA-AVISADA TO TRUE
                       DISPLAY "POSOF92D: WS-TAB-CONTAS CHEIA (50 "
                           "CONTAS) - CONTAS EXCEDENTES DO PEDIDO "
                           "SEM DOSSIE"
                       MOVE SPACES TO WS-JORNAL-EVENTO
                       STRING
                           "AVISO: WS-TAB-CONTAS CHEIA - CONTAS "
                           "EXCEDENTES DO PEDIDO SEM DOSSIE"
                           DELIMITED BY SIZE
                           INTO WS-JORNAL-EVENTO
                       END-STRING
                       PERFORM 6010-REGISTRA-AVISO
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 1030 - VALIDACAO DO PERIODO DO PEDIDO
      * ===============================
       1030-VALIDA-PERIODO.
           MOVE 'S' TO WS-PERIODO-OK

           IF WS-PERIODO-INI = SPACES AND WS-PERIODO-FIM = SPACES
               MOVE WS-DATA-EXECUCAO TO WS-PERIODO-FIM-NUM
               COMPUTE WS-PERIODO-INI-NUM =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-PERIODO-FIM-NUM)
                       - 30)
               MOVE WS-PERIODO-INI-NUM TO WS-PERIODO-INI
               MOVE WS-PERIODO-FIM-NUM TO WS-PERIODO-FIM
           END-IF

           IF WS-PERIODO-INI IS NOT NUMERIC
                   OR WS-PERIODO-FIM IS NOT NUMERIC
               MOVE 'N' TO WS-PERIODO-OK
           ELSE
               MOVE WS-PERIODO-INI TO WS-PERIODO-INI-NUM
               MOVE WS-PERIODO-FIM TO WS-PERIODO-FIM-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-PERIODO-INI-NUM)
                       NOT = ZERO
                  OR FUNCTION TEST-DATE-YYYYMMDD(WS-PERIODO-FIM-NUM)
                       NOT = ZERO
                  OR WS-PERIODO-INI-NUM > WS-PERIODO-FIM-NUM
                   MOVE 'N' TO WS-PERIODO-OK
               ELSE
                   COMPUTE WS-PERIODO-INI-INT =
                       FUNCTION INTEGER-OF-DATE(WS-PERIODO-INI-NUM)
                   COMPUTE WS-PERIODO-FIM-INT =
                       FUNCTION INTEGER-OF-DATE(WS-PERIODO-FIM-NUM)
                   COMPUTE WS-QTD-DIAS-PERIODO =
                       WS-PERIODO-FIM-INT - WS-PERIODO-INI-INT + 1
                   IF WS-QTD-DIAS-PERIODO > 366
                       MOVE 'N' TO WS-PERIODO-OK
                   END-IF
               END-IF
           END-IF

           IF NOT WS-PERIODO-VALIDO
               DISPLAY "POSOF92D: PERIODO INVALIDO NO PEDIDO ("
                   WS-PERIODO-INI " A " WS-PERIODO-FIM
                   ") - NENHUM DOSSIE GERADO"
               MOVE SPACES TO WS-JORNAL-EVENTO
               STRING
                   "ERRO: PERIODO INVALIDO NO PEDIDO: "
                   WS-PERIODO-INI " A " WS-PERIODO-FIM
                   " - NENHUM DOSSIE GERADO"
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
               PERFORM 6000-GRAVA-JORNAL
           END-IF.
           EXIT.

      * ===============================
      * 1040 - CARGA DA LISTA DE EXTRATOS DO PERIODO
      * ===============================
      * lote_dossie.txt primeiro; vazio ou ausente, o controle_lote
      * .txt do dia - o investigador que so quer o movimento de hoje
      * nao precisa montar lista nenhuma.
       1040-CARREGA-LOTE.
           OPEN INPUT LOTE-DOSSIE-FILE
           PERFORM UNTIL WS-EOF-LOTE
               READ LOTE-DOSSIE-FILE
                   AT END
                       SET WS-EOF-LOTE TO TRUE
                   NOT AT END
                       MOVE REG-LOTE-DOSSIE TO WS-LINHA-LOTE
                       PERFORM 1050-GUARDA-EXTRATO
               END-READ
           END-PERFORM
           CLOSE LOTE-DOSSIE-FILE

           IF WS-QTD-EXTRATOS = ZERO
               MOVE 'N' TO WS-FIM-LOTE
               OPEN INPUT CONTROLE-LOTE-FILE
               PERFORM UNTIL WS-EOF-LOTE
                   READ CONTROLE-LOTE-FILE
                       AT END
                           SET WS-EOF-LOTE TO TRUE
                       NOT AT END
                           MOVE REG-CONTROLE-LOTE TO WS-LINHA-LOTE
                           PERFORM 1050-GUARDA-EXTRATO
                   END-READ
               END-PERFORM
               CLOSE CONTROLE-LOTE-FILE
           END-IF.
           EXIT.

      * ===============================
      * 1050 - GUARDA UM EXTRATO DA LISTA
      * ===============================
      * Caminho repetido e pulado, como em 1100-TRATA-LOTE de
      * POSOF85D - o mesmo extrato lido duas vezes dobraria as
      * transacoes do dossie.
       1050-GUARDA-EXTRATO.
           IF WS-LINHA-LOTE NOT = SPACES
               MOVE ZERO TO WS-IDX-ACHADO-EXTR
               PERFORM VARYING WS-IDX-EXTR FROM 1 BY 1
                       UNTIL WS-IDX-EXTR > WS-QTD-EXTRATOS
                   IF WS-EXTRATO-PATH(WS-IDX-EXTR) = WS-LINHA-LOTE
                       MOVE WS-IDX-EXTR TO WS-IDX-ACHADO-EXTR
                   END-IF
               END-PERFORM

               IF WS-IDX-ACHADO-EXTR = ZERO
                   IF WS-QTD-EXTRATOS < 400
                       ADD 1 TO WS-QTD-EXTRATOS
                       MOVE WS-LINHA-LOTE
                           TO WS-EXTRATO-PATH(WS-QTD-EXTRATOS)
                   ELSE
                       IF NOT WS-EXTR-TABELA-AVISADA
                           SET WS-EXTR-TABELA-AVISADA TO TRUE
                           DISPLAY "POSOF92D: WS-TAB-EXTRATOS CHEIA "
                               "(400 ARQUIVOS) - EXTRATOS EXCEDENTES "
                               "FORA DOS DOSSIES"
                           MOVE SPACES TO WS-JORNAL-EVENTO
                           STRING
                               "AVISO: WS-TAB-EXTRATOS CHEIA - "
                               "EXTRATOS EXCEDENTES FORA DOS DOSSIES"
                               DELIMITED BY SIZE
                               INTO WS-JORNAL-EVENTO
                           END-STRING
                           PERFORM 6010-REGISTRA-AVISO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 1060 - ABERTURA DO CADASTRO MESTRE INDEXADO
      * ===============================
      * Mesmo tratamento de 1075-ABRE-CADASTRO-CONTAS em POSOF85D:
      * ausente, a secao de cadastro sai como indisponivel e o
      * arquivo entra na completude de cada dossie.
       1060-ABRE-CADASTRO-CONTAS.
           MOVE 'N' TO WS-CADI-DISPONIVEL
           OPEN INPUT CADASTRO-IDX-FILE
           IF WS-CADI-STATUS = "00"
               SET WS-CADI-ABERTO TO TRUE
           ELSE
               DISPLAY "POSOF92D: cadastro_contas.dat INDISPONIVEL "
                   "(STATUS " WS-CADI-STATUS ") - DOSSIES SEM DADOS "
                   "CADASTRAIS (RODAR POSOF91D)"
               MOVE SPACES TO WS-JORNAL-EVENTO
               STRING
                   "AVISO: cadastro_contas.dat INDISPONIVEL (STATUS "
                   WS-CADI-STATUS ") - DOSSIES SEM CADASTRO"
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
               PERFORM 6010-REGISTRA-AVISO
               CLOSE CADASTRO-IDX-FILE
           END-IF.
           EXIT.

      * ===============================
      * 2000 - UM DOSSIE POR CONTA DO PEDIDO
      * ===============================
       2000-PROCESSA.
           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > WS-QTD-CONTAS
               MOVE WS-CONTA-PEDIDA(WS-IDX-CONTA) TO WS-CONTA-ATUAL
               PERFORM 2100-GERA-DOSSIE
           END-PERFORM.
           EXIT.

      * ===============================
      * 2100 - GERACAO DO DOSSIE DE UMA CONTA
      * ===============================
      * dossie_CONTA_AAAAMMDD.txt, secoes na ordem em que o caso e
      * lido pelo juridico: cadastro, watchlist, transacoes, alertas
      * com veredito, ocorrencias dos arquivos diarios, totais do
      * periodo e completude (o que faltou para montar o dossie).
       2100-GERA-DOSSIE.
           MOVE SPACES TO WS-DOSSIE-PATH
           STRING
               'C:\Cobol\AntiFraude\dossie_' WS-CONTA-ATUAL '_'
               WS-DATA-EXECUCAO '.txt'
               DELIMITED BY SIZE
               INTO WS-DOSSIE-PATH
           END-STRING

           MOVE ZERO TO WS-TOT-QTD-ENVIADAS
                        WS-TOT-VALOR-ENVIADAS
                        WS-TOT-MAIOR-ENVIADA
                        WS-TOT-QTD-RECEBIDAS
                        WS-TOT-VALOR-RECEBIDAS
                        WS-TOT-MAIOR-RECEBIDA
                        WS-TOT-QTD-SEM-DATA
                        WS-TOT-QTD-ILEGIVEIS
                        WS-TOT-QTD-ALERTAS
                        WS-TOT-QTD-CONFIRM
                        WS-TOT-QTD-FALSO-POS
                        WS-TOT-QTD-SEM-DISP
                        WS-TOT-QTD-OCORRENCIAS
                        WS-TOT-QTD-LOG-WL
                        WS-TOT-QTD-WL-ATUAL
           MOVE ZERO TO WS-QTD-AUSENTES
           MOVE ZERO TO WS-NUM-PAGINA
      * Forca o cabecalho da primeira pagina na primeira linha.
           MOVE WS-LINHAS-POR-PAGINA TO WS-LINHAS-PAGINA

           OPEN OUTPUT DOSSIE-FILE

           PERFORM 2200-SECAO-CADASTRO
           PERFORM 2300-SECAO-WATCHLIST
           PERFORM 2400-SECAO-TRANSACOES
           PERFORM 2500-SECAO-ALERTAS
           PERFORM 2600-SECAO-OCORRENCIAS
           PERFORM 2700-SECAO-TOTAIS
           PERFORM 2800-SECAO-COMPLETUDE

           MOVE SPACES TO WS-LINHA-DOSSIE
           MOVE "*** FIM DO DOSSIE ***" TO WS-LINHA-DOSSIE
           PERFORM 5000-ESCREVE-LINHA

           CLOSE DOSSIE-FILE
           ADD 1 TO WS-TOTAL-DOSSIES

           MOVE WS-QTD-AUSENTES TO WS-QTD-EDIT
           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "DOSSIE GERADO: " DELIMITED BY SIZE
               WS-DOSSIE-PATH DELIMITED BY SPACE
               " - ARQUIVOS NAO ENCONTRADOS: " WS-QTD-EDIT
               DELIMITED BY SIZE
               INTO WS-JORNAL-EVENTO
           END-STRING
           PERFORM 6000-GRAVA-JORNAL.
           EXIT.

      * ===============================
      * 2200 - SECAO DE DADOS CADASTRAIS
      * ===============================
       2200-SECAO-CADASTRO.
           MOVE "1. DADOS CADASTRAIS (cadastro_contas.dat)"
               TO WS-TITULO-SECAO
           PERFORM 5020-TITULO-SECAO

           MOVE SPACES TO WS-LINHA-DOSSIE
           IF WS-CADI-ABERTO
               MOVE WS-CONTA-ATUAL TO CADI-CONTA
               READ CADASTRO-IDX-FILE
                   INVALID KEY
                       STRING
                           "CONTA " WS-CONTA-ATUAL
                           " NAO ENCONTRADA NO CADASTRO MESTRE"
                           DELIMITED BY SIZE
                           INTO WS-LINHA-DOSSIE
                       END-STRING
                   NOT INVALID KEY
                       STRING
                           "CONTA: " CADI-CONTA
                           " | NOME: " CADI-NOME
                           " | TIPO: " CADI-TIPO
                           DELIMITED BY SIZE
                           INTO WS-LINHA-DOSSIE
                       END-STRING
               END-READ
           ELSE
               MOVE "CADASTRO MESTRE INDISPONIVEL NESTE RUN"
                   TO WS-LINHA-DOSSIE
               MOVE 'C:\Cobol\AntiFraude\cadastro_contas.dat'
                   TO WS-AUSENTE-PATH-ATUAL
               PERFORM 2900-REGISTRA-AUSENTE
           END-IF
           PERFORM 5000-ESCREVE-LINHA.
           EXIT.

      * ===============================
      * 2300 - SECAO DE WATCHLIST (SITUACAO ATUAL E HISTORICO)
      * ===============================
      * O historico vem inteiro do log de auditoria de POSOF88D,
      * sem o corte do periodo - a vida da conta na watchlist e
      * contexto do caso mesmo quando anterior a ele.
       2300-SECAO-WATCHLIST.
           MOVE "2. WATCHLIST - SITUACAO ATUAL (watchlist.txt)"
               TO WS-TITULO-SECAO
           PERFORM 5020-TITULO-SECAO

           MOVE 'N' TO WS-FIM-WATCHLIST
           OPEN INPUT WATCHLIST-FILE
           IF WS-WL-STATUS = "00"
               PERFORM UNTIL WS-EOF-WATCHLIST
                   READ WATCHLIST-FILE
                       AT END
                           SET WS-EOF-WATCHLIST TO TRUE
                       NOT AT END
                           PERFORM 2310-TRATA-LINHA-WATCHLIST
                   END-READ
               END-PERFORM
               CLOSE WATCHLIST-FILE
           ELSE
               MOVE 'C:\Cobol\AntiFraude\watchlist.txt'
                   TO WS-AUSENTE-PATH-ATUAL
               PERFORM 2900-REGISTRA-AUSENTE
               CLOSE WATCHLIST-FILE
           END-IF

           IF WS-TOT-QTD-WL-ATUAL = ZERO
               MOVE "CONTA SEM ENTRADA NA WATCHLIST"
                   TO WS-LINHA-DOSSIE
               PERFORM 5000-ESCREVE-LINHA
           END-IF

           MOVE "3. WATCHLIST - HISTORICO (watchlist_log.txt)"
               TO WS-TITULO-SECAO
           PERFORM 5020-TITULO-SECAO

           MOVE 'N' TO WS-FIM-LOG-WL
           OPEN INPUT LOG-WATCHLIST-FILE
           IF WS-LOG-WL-STATUS = "00"
               PERFORM UNTIL WS-EOF-LOG-WL
                   READ LOG-WATCHLIST-FILE
                       AT END
                           SET WS-EOF-LOG-WL TO TRUE
                       NOT AT END
                           PERFORM 2320-TRATA-LINHA-LOG-WL
                   END-READ
               END-PERFORM
               CLOSE LOG-WATCHLIST-FILE
           ELSE
               MOVE 'C:\Cobol\AntiFraude\watchlist_log.txt'
                   TO WS-AUSENTE-PATH-ATUAL
               PERFORM 2900-REGISTRA-AUSENTE
               CLOSE LOG-WATCHLIST-FILE
           END-IF

           IF WS-TOT-QTD-LOG-WL = ZERO
               MOVE "NENHUM COMANDO DE WATCHLIST PARA A CONTA"
                   TO WS-LINHA-DOSSIE
               PERFORM 5000-ESCREVE-LINHA
           END-IF.
           EXIT.

      * ===============================
      * 2310 - UMA ENTRADA DA WATCHLIST ATUAL
      * ===============================
       2310-TRATA-LINHA-WATCHLIST.
           MOVE SPACES TO WS-WL-CONTA WS-WL-FLAG WS-WL-DATA-INI
                          WS-WL-DATA-FIM WS-WL-MOTIVO WS-WL-ANALISTA
           UNSTRING REG-WATCHLIST DELIMITED BY ";"
               INTO WS-WL-CONTA
                    WS-WL-FLAG
                    WS-WL-DATA-INI
                    WS-WL-DATA-FIM
                    WS-WL-MOTIVO
                    WS-WL-ANALISTA
           END-UNSTRING

           IF WS-WL-CONTA = WS-CONTA-ATUAL
               ADD 1 TO WS-TOT-QTD-WL-ATUAL
               MOVE SPACES TO WS-LINHA-DOSSIE
               STRING
                   "FLAG: " WS-WL-FLAG
                   " | VIGENCIA: " WS-WL-DATA-INI " A " WS-WL-DATA-FIM
                   " | MOTIVO: " WS-WL-MOTIVO
                   " | ANALISTA: " WS-WL-ANALISTA
                   DELIMITED BY SIZE
                   INTO WS-LINHA-DOSSIE
               END-STRING
               PERFORM 5000-ESCREVE-LINHA
           END-IF.
           EXIT.

      * ===============================
      * 2320 - UMA LINHA DO LOG DE AUDITORIA DA WATCHLIST
      * ===============================
       2320-TRATA-LINHA-LOG-WL.
           MOVE SPACES TO WS-LOG-DATA-HORA WS-LOG-ACAO WS-WL-CONTA
                          WS-WL-FLAG WS-WL-DATA-INI WS-WL-DATA-FIM
                          WS-WL-MOTIVO WS-WL-ANALISTA WS-LOG-RESULTADO
           UNSTRING REG-LOG-WATCHLIST DELIMITED BY ";"
               INTO WS-LOG-DATA-HORA
                    WS-LOG-ACAO
                    WS-WL-CONTA
                    WS-WL-FLAG
                    WS-WL-DATA-INI
                    WS-WL-DATA-FIM
                    WS-WL-MOTIVO
                    WS-WL-ANALISTA
                    WS-LOG-RESULTADO
           END-UNSTRING

           IF WS-WL-CONTA = WS-CONTA-ATUAL
               ADD 1 TO WS-TOT-QTD-LOG-WL
               MOVE SPACES TO WS-LINHA-DOSSIE
               STRING
                   WS-LOG-DATA-HORA " | " WS-LOG-ACAO
                   " | FLAG: " WS-WL-FLAG
                   " | VIGENCIA: " WS-WL-DATA-INI " A " WS-WL-DATA-FIM
                   " | MOTIVO: " WS-WL-MOTIVO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-DOSSIE
               END-STRING
               PERFORM 5000-ESCREVE-LINHA
               MOVE SPACES TO WS-LINHA-DOSSIE
               STRING
                   "    ANALISTA: " WS-WL-ANALISTA
                   " | RESULTADO: " WS-LOG-RESULTADO
                   DELIMITED BY SIZE
                   INTO WS-LINHA-DOSSIE
               END-STRING
               PERFORM 5000-ESCREVE-LINHA
           END-IF.
           EXIT.

      * ===============================
      * 2400 - SECAO DE TRANSACOES ENVIADAS E RECEBIDAS
      * ===============================
      * Enviada = a conta e a origem do lancamento; recebida = a
      * conta aparece como WS-CONTA-DESTINO de outra conta. Vale a
      * data da propria transacao; sem ela, a do HEADER do extrato;
      * sem nenhuma das duas (extrato antigo) a transacao entra no
      * dossie marcada como sem data, para nao sumir do caso.
       2400-SECAO-TRANSACOES.
           MOVE "4. TRANSACOES DO PERIODO (EXTRATOS DO LOTE)"
               TO WS-TITULO-SECAO
           PERFORM 5020-TITULO-SECAO

           PERFORM VARYING WS-IDX-EXTR FROM 1 BY 1
                   UNTIL WS-IDX-EXTR > WS-QTD-EXTRATOS
               MOVE WS-EXTRATO-PATH(WS-IDX-EXTR) TO WS-TRANSACOES-PATH
               MOVE SPACES TO WS-TRN-HEADER-DATA
               MOVE 'N' TO WS-FIM-TRANS
               OPEN INPUT TRANSACOES-FILE
               IF WS-TRANS-STATUS = "00"
                   PERFORM UNTIL WS-EOF-TRANS
                       READ TRANSACOES-FILE
                           AT END
                               SET WS-EOF-TRANS TO TRUE
                           NOT AT END
                               PERFORM 2410-CLASSIFICA-LINHA-EXTRATO
                       END-READ
                   END-PERFORM
                   CLOSE TRANSACOES-FILE
               ELSE
                   MOVE WS-TRANSACOES-PATH TO WS-AUSENTE-PATH-ATUAL
                   PERFORM 2900-REGISTRA-AUSENTE
                   CLOSE TRANSACOES-FILE
               END-IF
           END-PERFORM

           IF WS-TOT-QTD-ENVIADAS = ZERO
                   AND WS-TOT-QTD-RECEBIDAS = ZERO
               MOVE "NENHUMA TRANSACAO DA CONTA NO PERIODO"
                   TO WS-LINHA-DOSSIE
               PERFORM 5000-ESCREVE-LINHA
           END-IF.
           EXIT.

      * ===============================
      * 2410 - CLASSIFICACAO DE UMA LINHA DO EXTRATO
      * ===============================
       2410-CLASSIFICA-LINHA-EXTRATO.
           IF REG-TRANSACAO(1:7) = "HEADER;"
               UNSTRING REG-TRANSACAO DELIMITED BY ";"
                   INTO WS-TRN-HEADER-TIPO
                        WS-TRN-HEADER-DATA
               END-UNSTRING
           ELSE
               IF REG-TRANSACAO(1:8) NOT = "TRAILER;"
                       AND REG-TRANSACAO NOT = SPACES
                   PERFORM 2420-TRATA-TRANSACAO
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2420 - TRANSACAO DO EXTRATO ENVOLVENDO A CONTA
      * ===============================
       2420-TRATA-TRANSACAO.
           MOVE SPACES TO WS-TRANSACAO
           UNSTRING REG-TRANSACAO DELIMITED BY ";"
               INTO WS-TRN-CONTA
                    WS-TRN-NOME
                    WS-TRN-TIPO-CONTA
                    WS-TRN-VALOR-TXT
                    WS-TRN-OPERACAO
                    WS-TRN-DOCUMENTO
                    WS-TRN-CONTA-DESTINO
                    WS-TRN-DATA
                    WS-TRN-HORA
           END-UNSTRING

           MOVE SPACES TO WS-TRN-SENTIDO
           IF WS-TRN-CONTA = WS-CONTA-ATUAL
               MOVE "ENVIADA" TO WS-TRN-SENTIDO
               MOVE WS-TRN-CONTA-DESTINO TO WS-TRN-CONTRAPARTE
           ELSE
               IF WS-TRN-CONTA-DESTINO = WS-CONTA-ATUAL
                   MOVE "RECEBIDA" TO WS-TRN-SENTIDO
                   MOVE WS-TRN-CONTA TO WS-TRN-CONTRAPARTE
               END-IF
           END-IF

           IF WS-TRN-SENTIDO NOT = SPACES
               IF WS-TRN-DATA NOT = SPACES
                   MOVE WS-TRN-DATA TO WS-TRN-DATA-REF
               ELSE
                   MOVE WS-TRN-HEADER-DATA TO WS-TRN-DATA-REF
               END-IF

               IF WS-TRN-DATA-REF = SPACES
                   PERFORM 2430-ESCREVE-TRANSACAO
               ELSE
                   IF WS-TRN-DATA-REF >= WS-PERIODO-INI
                           AND WS-TRN-DATA-REF <= WS-PERIODO-FIM
                       PERFORM 2430-ESCREVE-TRANSACAO
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2430 - LINHA DE DETALHE DE UMA TRANSACAO
      * ===============================
      * Valor ilegivel nao entra nos totais, mas a linha sai no
      * dossie com o texto original - e prova do caso do mesmo jeito.
       2430-ESCREVE-TRANSACAO.
           MOVE WS-TRN-VALOR-TXT TO WS-TRN-VALOR-CHECK
           INSPECT WS-TRN-VALOR-CHECK REPLACING ALL "," BY "0"
                                        ALL SPACE BY "0"
           IF WS-TRN-VALOR-CHECK IS NUMERIC
               MOVE WS-TRN-VALOR-TXT TO WS-TRN-VALOR-NUM
               IF WS-TRN-SENTIDO = "ENVIADA"
                   ADD 1 TO WS-TOT-QTD-ENVIADAS
                   ADD WS-TRN-VALOR-NUM TO WS-TOT-VALOR-ENVIADAS
                   IF WS-TRN-VALOR-NUM > WS-TOT-MAIOR-ENVIADA
                       MOVE WS-TRN-VALOR-NUM TO WS-TOT-MAIOR-ENVIADA
                   END-IF
               ELSE
                   ADD 1 TO WS-TOT-QTD-RECEBIDAS
                   ADD WS-TRN-VALOR-NUM TO WS-TOT-VALOR-RECEBIDAS
                   IF WS-TRN-VALOR-NUM > WS-TOT-MAIOR-RECEBIDA
                       MOVE WS-TRN-VALOR-NUM TO WS-TOT-MAIOR-RECEBIDA
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-TOT-QTD-ILEGIVEIS
           END-IF

           IF WS-TRN-DATA-REF = SPACES
               ADD 1 TO WS-TOT-QTD-SEM-DATA
               MOVE "SEM DATA" TO WS-TRN-DATA-REF
           END-IF

           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING
               "DATA: " WS-TRN-DATA-REF " HORA: " WS-TRN-HORA
               " | " WS-TRN-SENTIDO
               " | OPERACAO: " WS-TRN-OPERACAO
               " | VALOR: " WS-TRN-VALOR-TXT
               " | CONTRAPARTE: " WS-TRN-CONTRAPARTE
               " | DOC: " WS-TRN-DOCUMENTO
               DELIMITED BY SIZE
               INTO WS-LINHA-DOSSIE
           END-STRING
           PERFORM 5000-ESCREVE-LINHA

           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING
               "    CLIENTE ORIGEM: " WS-TRN-NOME
               " | ARQUIVO: " WS-TRANSACOES-PATH
               DELIMITED BY SIZE
               INTO WS-LINHA-DOSSIE
           END-STRING
           PERFORM 5000-ESCREVE-LINHA.
           EXIT.

      * ===============================
      * 2500 - SECAO DE ALERTAS COM VEREDITO DO ANALISTA
      * ===============================
      * Um par alertas_estruturado_/disposicao_ por dia do periodo.
       2500-SECAO-ALERTAS.
           MOVE "5. ALERTAS E VEREDITO DO ANALISTA"
               TO WS-TITULO-SECAO
           PERFORM 5020-TITULO-SECAO

           PERFORM VARYING WS-DIA-INT FROM WS-PERIODO-INI-INT BY 1
                   UNTIL WS-DIA-INT > WS-PERIODO-FIM-INT
               COMPUTE WS-DIA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               MOVE WS-DIA-NUM TO WS-DIA-TXT
               PERFORM 2510-ALERTAS-DO-DIA
           END-PERFORM

           IF WS-TOT-QTD-ALERTAS = ZERO
               MOVE "NENHUM ALERTA DA CONTA NO PERIODO"
                   TO WS-LINHA-DOSSIE
               PERFORM 5000-ESCREVE-LINHA
           END-IF.
           EXIT.

      * ===============================
      * 2510 - ALERTAS DA CONTA EM UM DIA
      * ===============================
       2510-ALERTAS-DO-DIA.
           MOVE SPACES TO WS-ALERTAS-ESTRUT-PATH
                          WS-DISPOSICAO-PATH
           STRING
               'C:\Cobol\AntiFraude\alertas_estruturado_' WS-DIA-TXT
               '.txt'
               DELIMITED BY SIZE
               INTO WS-ALERTAS-ESTRUT-PATH
           END-STRING
           STRING
               'C:\Cobol\AntiFraude\disposicao_' WS-DIA-TXT '.txt'
               DELIMITED BY SIZE
               INTO WS-DISPOSICAO-PATH
           END-STRING

           MOVE ZERO TO WS-QTD-ALERTAS-DIA
           MOVE 'N' TO WS-FIM-ESTRUT
           OPEN INPUT ALERTAS-ESTRUT-FILE
           IF WS-ESTRUT-STATUS = "00"
               PERFORM UNTIL WS-EOF-ESTRUT
                   READ ALERTAS-ESTRUT-FILE
                       AT END
                           SET WS-EOF-ESTRUT TO TRUE
                       NOT AT END
                           PERFORM 2520-TRATA-LINHA-ESTRUT
                   END-READ
               END-PERFORM
               CLOSE ALERTAS-ESTRUT-FILE
      * Disposicao ausente so importa (e so entra na completude)
      * quando o feed do dia existe - sem feed nao ha alerta a
      * julgar.
               PERFORM 2530-CARREGA-VEREDITOS
           ELSE
               MOVE WS-ALERTAS-ESTRUT-PATH TO WS-AUSENTE-PATH-ATUAL
               PERFORM 2900-REGISTRA-AUSENTE
               CLOSE ALERTAS-ESTRUT-FILE
           END-IF

           PERFORM VARYING WS-IDX-ALD FROM 1 BY 1
                   UNTIL WS-IDX-ALD > WS-QTD-ALERTAS-DIA
               PERFORM 2550-ESCREVE-ALERTA
           END-PERFORM.
           EXIT.

      * ===============================
      * 2520 - GUARDA UM ALERTA DA CONTA NO DIA
      * ===============================
       2520-TRATA-LINHA-ESTRUT.
           MOVE SPACES TO WS-EST-SEQ-TXT
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

           IF (WS-EST-CONTA = WS-CONTA-ATUAL
                   OR WS-EST-CONTA-DESTINO = WS-CONTA-ATUAL)
                   AND WS-EST-SEQ-TXT IS NUMERIC
               IF WS-QTD-ALERTAS-DIA < 300
                   ADD 1 TO WS-QTD-ALERTAS-DIA
                   MOVE WS-EST-SEQ-TXT TO WS-EST-SEQ-NUM
                   MOVE WS-EST-SEQ-NUM
                       TO WS-ALD-SEQ(WS-QTD-ALERTAS-DIA)
                   MOVE WS-EST-HORA
                       TO WS-ALD-HORA(WS-QTD-ALERTAS-DIA)
                   MOVE WS-EST-VALOR-TXT
                       TO WS-ALD-VALOR-TXT(WS-QTD-ALERTAS-DIA)
                   MOVE WS-EST-OPERACAO
                       TO WS-ALD-OPERACAO(WS-QTD-ALERTAS-DIA)
                   MOVE WS-EST-REGRA
                       TO WS-ALD-REGRA(WS-QTD-ALERTAS-DIA)
                   MOVE WS-EST-DATA-TRANS
                       TO WS-ALD-DATA-TRANS(WS-QTD-ALERTAS-DIA)
                   MOVE WS-EST-HORA-TRANS
                       TO WS-ALD-HORA-TRANS(WS-QTD-ALERTAS-DIA)
                   MOVE "SEM DISPOSICAO"
                       TO WS-ALD-VEREDITO(WS-QTD-ALERTAS-DIA)
                   IF WS-EST-CONTA = WS-CONTA-ATUAL
                       MOVE "ORIGEM" TO WS-ALD-PAPEL(WS-QTD-ALERTAS-DIA)
                       MOVE SPACES
                           TO WS-ALD-CONTA-ORIGEM(WS-QTD-ALERTAS-DIA)
                   ELSE
                       MOVE "DESTINO"
                           TO WS-ALD-PAPEL(WS-QTD-ALERTAS-DIA)
                       MOVE WS-EST-CONTA
                           TO WS-ALD-CONTA-ORIGEM(WS-QTD-ALERTAS-DIA)
                   END-IF
               ELSE
                   IF NOT WS-ALD-TABELA-AVISADA
                       SET WS-ALD-TABELA-AVISADA TO TRUE
                       DISPLAY "POSOF92D: WS-TAB-ALERTAS-DIA CHEIA "
                           "(300 ALERTAS) - CONTA " WS-CONTA-ATUAL
                           " DIA " WS-DIA-TXT
                           " COM ALERTAS FORA DO DOSSIE"
                       MOVE SPACES TO WS-JORNAL-EVENTO
                       STRING
                           "AVISO: WS-TAB-ALERTAS-DIA CHEIA - CONTA "
                           WS-CONTA-ATUAL " DIA " WS-DIA-TXT
                           " COM ALERTAS FORA DO DOSSIE"
                           DELIMITED BY SIZE
                           INTO WS-JORNAL-EVENTO
                       END-STRING
                       PERFORM 6010-REGISTRA-AVISO
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2530 - VEREDITOS DO DIA PARA OS ALERTAS DA CONTA
      * ===============================
       2530-CARREGA-VEREDITOS.
           MOVE 'N' TO WS-FIM-DISPOSICAO
           OPEN INPUT DISPOSICAO-FILE
           IF WS-DISP-STATUS = "00"
               PERFORM UNTIL WS-EOF-DISPOSICAO
                   READ DISPOSICAO-FILE
                       AT END
                           SET WS-EOF-DISPOSICAO TO TRUE
                       NOT AT END
                           PERFORM 2540-TRATA-LINHA-DISPOSICAO
                   END-READ
               END-PERFORM
               CLOSE DISPOSICAO-FILE
           ELSE
               MOVE WS-DISPOSICAO-PATH TO WS-AUSENTE-PATH-ATUAL
               PERFORM 2900-REGISTRA-AUSENTE
               CLOSE DISPOSICAO-FILE
           END-IF.
           EXIT.

      * ===============================
      * 2540 - UMA LINHA DE DISPOSICAO CONTRA OS ALERTAS DA CONTA
      * ===============================
       2540-TRATA-LINHA-DISPOSICAO.
           MOVE SPACES TO WS-DISP-SEQ-TXT WS-DISP-VEREDITO-LIDO
           UNSTRING REG-DISPOSICAO DELIMITED BY ";"
               INTO WS-DISP-SEQ-TXT
                    WS-DISP-VEREDITO-LIDO
           END-UNSTRING

           IF WS-DISP-SEQ-TXT IS NUMERIC
               MOVE WS-DISP-SEQ-TXT TO WS-DISP-SEQ-NUM
               PERFORM VARYING WS-IDX-ALD FROM 1 BY 1
                       UNTIL WS-IDX-ALD > WS-QTD-ALERTAS-DIA
                   IF WS-ALD-SEQ(WS-IDX-ALD) = WS-DISP-SEQ-NUM
                       MOVE WS-DISP-VEREDITO-LIDO
                           TO WS-ALD-VEREDITO(WS-IDX-ALD)
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.

      * ===============================
      * 2550 - LINHA DE DETALHE DE UM ALERTA
      * ===============================
       2550-ESCREVE-ALERTA.
           ADD 1 TO WS-TOT-QTD-ALERTAS
           EVALUATE WS-ALD-VEREDITO(WS-IDX-ALD)
               WHEN "CONFIRMADO"
                   ADD 1 TO WS-TOT-QTD-CONFIRM
               WHEN "FALSO POSITIVO"
                   ADD 1 TO WS-TOT-QTD-FALSO-POS
               WHEN OTHER
                   ADD 1 TO WS-TOT-QTD-SEM-DISP
           END-EVALUATE

           MOVE WS-ALD-SEQ(WS-IDX-ALD) TO WS-SEQ-EDIT
           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING
               "EXECUCAO: " WS-DIA-TXT "-" WS-ALD-HORA(WS-IDX-ALD)
               " | SEQ: " WS-SEQ-EDIT
               " | REGRA: " WS-ALD-REGRA(WS-IDX-ALD)
               " | OPERACAO: " WS-ALD-OPERACAO(WS-IDX-ALD)
               " | VALOR: " WS-ALD-VALOR-TXT(WS-IDX-ALD)
               DELIMITED BY SIZE
               INTO WS-LINHA-DOSSIE
           END-STRING
           PERFORM 5000-ESCREVE-LINHA

           MOVE SPACES TO WS-PAPEL-EDIT
           IF WS-ALD-PAPEL(WS-IDX-ALD) = "DESTINO"
               STRING
                   "DESTINO (ORIGEM " WS-ALD-CONTA-ORIGEM(WS-IDX-ALD)
                   ")"
                   DELIMITED BY SIZE
                   INTO WS-PAPEL-EDIT
               END-STRING
           ELSE
               MOVE WS-ALD-PAPEL(WS-IDX-ALD) TO WS-PAPEL-EDIT
           END-IF

           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING
               "    TRANSACAO: " WS-ALD-DATA-TRANS(WS-IDX-ALD) "-"
               WS-ALD-HORA-TRANS(WS-IDX-ALD)
               " | VEREDITO: " WS-ALD-VEREDITO(WS-IDX-ALD)
               " | CONTA COMO: " WS-PAPEL-EDIT
               DELIMITED BY SIZE
               INTO WS-LINHA-DOSSIE
           END-STRING
           PERFORM 5000-ESCREVE-LINHA.
           EXIT.

      * ===============================
      * 2600 - SECAO DE OCORRENCIAS NOS ARQUIVOS DIARIOS
      * ===============================
      * Quase-limite, concentracao por destino e bypass VIP do dia
      * - as linhas da conta saem como foram gravadas por POSOF85D.
       2600-SECAO-OCORRENCIAS.
           MOVE "6. QUASE-LIMITE, DESTINOS E BYPASS VIP"
               TO WS-TITULO-SECAO
           PERFORM 5020-TITULO-SECAO

           PERFORM VARYING WS-DIA-INT FROM WS-PERIODO-INI-INT BY 1
                   UNTIL WS-DIA-INT > WS-PERIODO-FIM-INT
               COMPUTE WS-DIA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               MOVE WS-DIA-NUM TO WS-DIA-TXT
               PERFORM VARYING WS-IDX-FAMILIA FROM 1 BY 1
                       UNTIL WS-IDX-FAMILIA > WS-QTD-FAMILIAS
                   PERFORM 2610-LE-ARQUIVO-DIARIO
               END-PERFORM
           END-PERFORM

           IF WS-TOT-QTD-OCORRENCIAS = ZERO
               MOVE "NENHUMA OCORRENCIA DA CONTA NO PERIODO"
                   TO WS-LINHA-DOSSIE
               PERFORM 5000-ESCREVE-LINHA
           END-IF.
           EXIT.

      * ===============================
      * 2610 - LEITURA DE UM ARQUIVO DIARIO DE UMA FAMILIA
      * ===============================
       2610-LE-ARQUIVO-DIARIO.
           MOVE SPACES TO WS-DIARIO-PATH
           STRING
               'C:\Cobol\AntiFraude\'
               WS-FAM-PREFIXO(WS-IDX-FAMILIA) DELIMITED BY SPACE
               WS-DIA-TXT '.txt' DELIMITED BY SIZE
               INTO WS-DIARIO-PATH
           END-STRING

           MOVE 'N' TO WS-FIM-DIARIO
           OPEN INPUT DIARIO-FILE
           IF WS-DIARIO-STATUS = "00"
               PERFORM UNTIL WS-EOF-DIARIO
                   READ DIARIO-FILE
                       AT END
                           SET WS-EOF-DIARIO TO TRUE
                       NOT AT END
                           IF REG-DIARIO(
                                   WS-FAM-POS-CONTA(WS-IDX-FAMILIA):6)
                                   = WS-CONTA-ATUAL
                               ADD 1 TO WS-TOT-QTD-OCORRENCIAS
                               MOVE REG-DIARIO TO WS-LINHA-DOSSIE
                               PERFORM 5000-ESCREVE-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIARIO-FILE
           ELSE
               MOVE WS-DIARIO-PATH TO WS-AUSENTE-PATH-ATUAL
               PERFORM 2900-REGISTRA-AUSENTE
               CLOSE DIARIO-FILE
           END-IF.
           EXIT.

      * ===============================
      * 2700 - SECAO DE TOTAIS DO PERIODO
      * ===============================
       2700-SECAO-TOTAIS.
           MOVE "7. TOTAIS DO PERIODO" TO WS-TITULO-SECAO
           PERFORM 5020-TITULO-SECAO

           MOVE WS-TOT-QTD-ENVIADAS TO WS-QTD-EDIT
           MOVE WS-TOT-VALOR-ENVIADAS TO WS-VALOR-TOTAL-EDIT
           MOVE WS-TOT-MAIOR-ENVIADA TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING
               "TRANSACOES ENVIADAS....: " WS-QTD-EDIT
               " | VALOR TOTAL: " WS-VALOR-TOTAL-EDIT
               " | MAIOR VALOR: " WS-VALOR-EDIT
               DELIMITED BY SIZE
               INTO WS-LINHA-DOSSIE
           END-STRING
           PERFORM 5000-ESCREVE-LINHA

           MOVE WS-TOT-QTD-RECEBIDAS TO WS-QTD-EDIT
           MOVE WS-TOT-VALOR-RECEBIDAS TO WS-VALOR-TOTAL-EDIT
           MOVE WS-TOT-MAIOR-RECEBIDA TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING
               "TRANSACOES RECEBIDAS...: " WS-QTD-EDIT
               " | VALOR TOTAL: " WS-VALOR-TOTAL-EDIT
               " | MAIOR VALOR: " WS-VALOR-EDIT
               DELIMITED BY SIZE
               INTO WS-LINHA-DOSSIE
           END-STRING
           PERFORM 5000-ESCREVE-LINHA

           MOVE WS-TOT-QTD-SEM-DATA TO WS-QTD-EDIT
           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING "TRANSACOES SEM DATA....: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO WS-LINHA-DOSSIE
           END-STRING
           PERFORM 5000-ESCREVE-LINHA

           MOVE WS-TOT-QTD-ILEGIVEIS TO WS-QTD-EDIT
           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING "VALOR ILEGIVEL (FORA DOS TOTAIS): " WS-QTD-EDIT
               DELIMITED BY SIZE INTO WS-LINHA-DOSSIE
           END-STRING
           PERFORM 5000-ESCREVE-LINHA

           MOVE WS-TOT-QTD-ALERTAS TO WS-QTD-EDIT
           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING "ALERTAS................: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO WS-LINHA-DOSSIE
           END-STRING
           PERFORM 5000-ESCREVE-LINHA

           MOVE WS-TOT-QTD-CONFIRM TO WS-QTD-EDIT
           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING "  CONFIRMADOS..........: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO WS-LINHA-DOSSIE
           END-STRING
           PERFORM 5000-ESCREVE-LINHA

           MOVE WS-TOT-QTD-FALSO-POS TO WS-QTD-EDIT
           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING "  FALSOS POSITIVOS.....: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO WS-LINHA-DOSSIE
           END-STRING
           PERFORM 5000-ESCREVE-LINHA

           MOVE WS-TOT-QTD-SEM-DISP TO WS-QTD-EDIT
           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING "  SEM DISPOSICAO.......: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO WS-LINHA-DOSSIE
           END-STRING
           PERFORM 5000-ESCREVE-LINHA

           MOVE WS-TOT-QTD-OCORRENCIAS TO WS-QTD-EDIT
           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING "OCORRENCIAS DIARIAS....: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO WS-LINHA-DOSSIE
           END-STRING
           PERFORM 5000-ESCREVE-LINHA

           MOVE WS-TOT-QTD-LOG-WL TO WS-QTD-EDIT
           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING "COMANDOS DE WATCHLIST..: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO WS-LINHA-DOSSIE
           END-STRING
           PERFORM 5000-ESCREVE-LINHA.
           EXIT.

      * ===============================
      * 2800 - SECAO DE COMPLETUDE
      * ===============================
      * Tudo o que o dossie procurou e nao achou - o leitor do
      * juridico precisa saber que a ausencia de um alerta pode ser
      * so a ausencia do arquivo daquele dia.
       2800-SECAO-COMPLETUDE.
           MOVE "8. COMPLETUDE - ARQUIVOS NAO ENCONTRADOS"
               TO WS-TITULO-SECAO
           PERFORM 5020-TITULO-SECAO

           MOVE WS-QTD-EXTRATOS TO WS-QTD-EDIT
           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING "EXTRATOS NO LOTE DO DOSSIE: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO WS-LINHA-DOSSIE
           END-STRING
           PERFORM 5000-ESCREVE-LINHA

           MOVE WS-QTD-DIAS-PERIODO TO WS-QTD-EDIT
           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING "DIAS NO PERIODO...........: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO WS-LINHA-DOSSIE
           END-STRING
           PERFORM 5000-ESCREVE-LINHA

           MOVE WS-QTD-AUSENTES TO WS-QTD-EDIT
           MOVE SPACES TO WS-LINHA-DOSSIE
           STRING "ARQUIVOS NAO ENCONTRADOS..: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO WS-LINHA-DOSSIE
           END-STRING
           PERFORM 5000-ESCREVE-LINHA

           IF WS-QTD-AUSENTES = ZERO
               MOVE "DOSSIE COMPLETO - TODOS OS ARQUIVOS ENCONTRADOS"
                   TO WS-LINHA-DOSSIE
               PERFORM 5000-ESCREVE-LINHA
           END-IF

           PERFORM VARYING WS-IDX-AUS FROM 1 BY 1
                   UNTIL WS-IDX-AUS > WS-QTD-AUSENTES
                      OR WS-IDX-AUS > 500
               MOVE SPACES TO WS-LINHA-DOSSIE
               STRING
                   "NAO ENCONTRADO: " WS-AUSENTE-PATH(WS-IDX-AUS)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-DOSSIE
               END-STRING
               PERFORM 5000-ESCREVE-LINHA
           END-PERFORM

           IF WS-QTD-AUSENTES > 500
               COMPUTE WS-QTD-EDIT = WS-QTD-AUSENTES - 500
               MOVE SPACES TO WS-LINHA-DOSSIE
               STRING
                   "... E MAIS " WS-QTD-EDIT
                   " ARQUIVOS NAO ENCONTRADOS (NAO LISTADOS)"
                   DELIMITED BY SIZE
                   INTO WS-LINHA-DOSSIE
               END-STRING
               PERFORM 5000-ESCREVE-LINHA
           END-IF.
           EXIT.

      * ===============================
      * 2900 - REGISTRO DE ARQUIVO NAO ENCONTRADO
      * ===============================
      * Alem da lista do dossie, cada ausencia vai para o jornal e
      * leva o run a RETURN-CODE 4.
       2900-REGISTRA-AUSENTE.
           ADD 1 TO WS-QTD-AUSENTES
           ADD 1 TO WS-TOTAL-AUSENTES
           IF WS-QTD-AUSENTES <= 500
               MOVE WS-AUSENTE-PATH-ATUAL
                   TO WS-AUSENTE-PATH(WS-QTD-AUSENTES)
           END-IF
           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "AVISO: CONTA " WS-CONTA-ATUAL
               " - ARQUIVO NAO ENCONTRADO: " WS-AUSENTE-PATH-ATUAL
               DELIMITED BY SIZE
               INTO WS-JORNAL-EVENTO
           END-STRING
           PERFORM 6010-REGISTRA-AVISO.
           EXIT.

      * ===============================
      * 3000 - FINALIZACAO
      * ===============================
       3000-FINALIZA.
           IF WS-CADI-ABERTO
               CLOSE CADASTRO-IDX-FILE
           END-IF

           MOVE WS-TOTAL-DOSSIES TO WS-QTD-EDIT
           DISPLAY "POSOF92D: DOSSIES GERADOS: " WS-QTD-EDIT
           MOVE WS-TOTAL-AUSENTES TO WS-QTD-EDIT
           DISPLAY "POSOF92D: ARQUIVOS NAO ENCONTRADOS: " WS-QTD-EDIT

      * Convencao de retorno do scheduler: 0 = run limpo, 4 =
      * concluido com ressalvas (arquivo nao encontrado, tabela
      * cheia, pedido incompleto), 8 = falha (periodo invalido).
           MOVE 0 TO WS-RC-EDIT
           IF WS-TOTAL-AVISOS > ZERO
               MOVE 4 TO WS-RC-EDIT
           END-IF
           IF NOT WS-PERIODO-VALIDO
               MOVE 8 TO WS-RC-EDIT
           END-IF
           MOVE WS-RC-EDIT TO RETURN-CODE

           MOVE WS-TOTAL-DOSSIES TO WS-QTD-EDIT
           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "FIM NORMAL DE EXECUCAO - RETURN-CODE " WS-RC-EDIT
               " - DOSSIES GERADOS: " WS-QTD-EDIT
               " AVISOS: " WS-TOTAL-AVISOS
               DELIMITED BY SIZE
               INTO WS-JORNAL-EVENTO
           END-STRING
           PERFORM 6000-GRAVA-JORNAL
           CLOSE JORNAL-FILE.
           EXIT.

      * ===============================
      * 5000 - GRAVACAO DE UMA LINHA DO DOSSIE
      * ===============================
      * Toda linha passa por aqui para a paginacao ficar num lugar
      * so: pagina cheia abre a proxima com o cabecalho.
       5000-ESCREVE-LINHA.
           IF WS-LINHAS-PAGINA >= WS-LINHAS-POR-PAGINA
               PERFORM 5010-CABECALHO-PAGINA
           END-IF
           MOVE WS-LINHA-DOSSIE TO REG-DOSSIE
           WRITE REG-DOSSIE
           ADD 1 TO WS-LINHAS-PAGINA
           MOVE SPACES TO WS-LINHA-DOSSIE.
           EXIT.

      * ===============================
      * 5010 - CABECALHO DE PAGINA
      * ===============================
       5010-CABECALHO-PAGINA.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO WS-PAGINA-EDIT

           MOVE SPACES TO REG-DOSSIE
           STRING
               "POSOF92D - DOSSIE DE INVESTIGACAO POR CONTA"
               "                    PAGINA: " WS-PAGINA-EDIT
               DELIMITED BY SIZE
               INTO REG-DOSSIE
           END-STRING
           IF WS-NUM-PAGINA = 1
               WRITE REG-DOSSIE
           ELSE
               WRITE REG-DOSSIE AFTER ADVANCING PAGE
           END-IF

           MOVE SPACES TO REG-DOSSIE
           STRING
               "CONTA: " WS-CONTA-ATUAL
               " | PERIODO: " WS-PERIODO-INI " A " WS-PERIODO-FIM
               " | EMISSAO: " WS-DATA-EMISSAO
               DELIMITED BY SIZE
               INTO REG-DOSSIE
           END-STRING
           WRITE REG-DOSSIE

           MOVE SPACES TO REG-DOSSIE
           MOVE ALL "-" TO REG-DOSSIE(1:100)
           WRITE REG-DOSSIE
           MOVE 3 TO WS-LINHAS-PAGINA.
           EXIT.

      * ===============================
      * 5020 - TITULO DE SECAO
      * ===============================
      * Titulo com linha em branco antes, sempre na mesma pagina da
      * primeira linha da secao.
       5020-TITULO-SECAO.
           IF WS-LINHAS-PAGINA + 3 > WS-LINHAS-POR-PAGINA
               PERFORM 5010-CABECALHO-PAGINA
           END-IF
           MOVE SPACES TO WS-LINHA-DOSSIE
           PERFORM 5000-ESCREVE-LINHA
           MOVE WS-TITULO-SECAO TO WS-LINHA-DOSSIE
           PERFORM 5000-ESCREVE-LINHA.
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
               ";POSOF92D;" WS-JORNAL-EVENTO
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
