      ******************************************************************
      * Author:Fabricio
      * Date:15/10/2026
      * Purpose:Pendencias de Disposicao dos Alertas com Envelhecimento
      *         e SLA da Triagem
      * Tectonics: cobc
      ******************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. POSOF97D.

           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * Pedido do coordenador: linhas "PERIODO;AAAAMMDD;AAAAMMDD" e
      * "SLA;ddd" (dias que um alerta pode ficar sem veredito). Sem
      * o arquivo valem os ultimos 30 dias e SLA de 5 dias.
               SELECT OPTIONAL PARAMETROS-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\parametros_pendencias.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL WATCHLIST-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\watchlist.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ALERTAS-ESTRUT-FILE
               ASSIGN DYNAMIC WS-ALERTAS-ESTRUT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ESTRUT-STATUS.
               SELECT OPTIONAL DISPOSICAO-FILE
               ASSIGN DYNAMIC WS-DISPOSICAO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DISP-STATUS.
               SELECT PENDENCIAS-FILE
               ASSIGN DYNAMIC WS-PENDENCIAS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Versao METRICA;VALOR para o mesmo dashboard de BI que importa
      * RELATORIO-FRAUDE.CSV de POSOF85D.
               SELECT PENDENCIAS-CSV-FILE
               ASSIGN DYNAMIC WS-PENDENCIAS-CSV-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL JORNAL-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\jornal_execucao.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.

            FD  PARAMETROS-FILE.
           01  REG-PARAMETRO         PIC X(80).

            FD  WATCHLIST-FILE.
           01  REG-WATCHLIST         PIC X(100).

            FD  ALERTAS-ESTRUT-FILE.
           01  REG-ALERTA-ESTRUT     PIC X(150).

            FD  DISPOSICAO-FILE.
           01  REG-DISPOSICAO        PIC X(60).

            FD  PENDENCIAS-FILE.
           01  REG-PENDENCIAS        PIC X(250).

            FD  PENDENCIAS-CSV-FILE.
           01  REG-PENDENCIAS-CSV    PIC X(100).

            FD  JORNAL-FILE.
           01  REG-JORNAL            PIC X(250).

           WORKING-STORAGE SECTION.

       01  WS-ESTRUT-STATUS      PIC X(2) VALUE SPACES.
       01  WS-DISP-STATUS        PIC X(2) VALUE SPACES.

       01  WS-FIM-PARAMETROS     PIC X VALUE 'N'.
           88 WS-EOF-PARAMETROS  VALUE 'S'.
       01  WS-FIM-WATCHLIST      PIC X VALUE 'N'.
           88 WS-EOF-WATCHLIST   VALUE 'S'.
       01  WS-FIM-ESTRUT         PIC X VALUE 'N'.
           88 WS-EOF-ESTRUT      VALUE 'S'.
       01  WS-FIM-DISPOSICAO     PIC X VALUE 'N'.
           88 WS-EOF-DISPOSICAO  VALUE 'S'.

       01  WS-ALERTAS-ESTRUT-PATH PIC X(100).
       01  WS-DISPOSICAO-PATH    PIC X(100).
       01  WS-PENDENCIAS-PATH    PIC X(100).
       01  WS-PENDENCIAS-CSV-PATH PIC X(100).

       01  WS-PAR-CHAVE          PIC X(10).
       01  WS-PAR-VALOR-1        PIC X(12).
       01  WS-PAR-VALOR-2        PIC X(12).

      * SLA em dias corridos desde a data do alerta, valor fixo em
      * tres posicoes como o PRAZO de POSOF93D (SLA;005).
       01  WS-SLA-DIAS           PIC 9(3) VALUE 5.

      * Periodo do relatorio, com a mesma validacao do dossie de
      * POSOF92D (datas validas, inicio <= fim, no maximo 366 dias).
       01  WS-PERIODO-INI        PIC X(8) VALUE SPACES.
       01  WS-PERIODO-FIM        PIC X(8) VALUE SPACES.
       01  WS-PERIODO-INI-NUM    PIC 9(8) VALUE ZERO.
       01  WS-PERIODO-FIM-NUM    PIC 9(8) VALUE ZERO.
       01  WS-PERIODO-INI-INT    PIC 9(7) VALUE ZERO.
       01  WS-PERIODO-FIM-INT    PIC 9(7) VALUE ZERO.
       01  WS-QTD-DIAS-PERIODO   PIC 9(5) VALUE ZERO.
       01  WS-PERIODO-OK         PIC X VALUE 'S'.
           88 WS-PERIODO-VALIDO  VALUE 'S'.

      * Iteracao dia a dia do periodo, em dias corridos. A idade de
      * uma pendencia e contada da data do alerta ate a execucao.
       01  WS-HOJE-NUM           PIC 9(8) VALUE ZERO.
       01  WS-HOJE-INT           PIC 9(7) VALUE ZERO.
       01  WS-DIA-INT            PIC 9(7) VALUE ZERO.
       01  WS-DIA-NUM            PIC 9(8) VALUE ZERO.
       01  WS-DIA-TXT            PIC X(8).
       01  WS-IDADE-DIAS         PIC 9(5) VALUE ZERO.
       01  WS-IDX-FAIXA          PIC 9(1) VALUE ZERO.
       01  WS-FORA-SLA           PIC X VALUE 'N'.
           88 WS-PENDENCIA-FORA-SLA VALUE 'S'.

      * Faixas de idade da pendencia: rotulo do relatorio e sufixo
      * da metrica no CSV.
       01  WS-TAB-FAIXAS-VALORES.
           05 FILLER             PIC X(20) VALUE '0-1      0_1_DIAS   '.
           05 FILLER             PIC X(20) VALUE '2-3      2_3_DIAS   '.
           05 FILLER             PIC X(20) VALUE '4-7      4_7_DIAS   '.
           05 FILLER             PIC X(20) VALUE 'MAIS DE 7MAIS_7_DIAS'.
       01  WS-TAB-FAIXAS REDEFINES WS-TAB-FAIXAS-VALORES.
           05 WS-FAIXA OCCURS 4 TIMES INDEXED BY WS-IDX-FAIXA-TAB.
              10 WS-FAIXA-ROTULO    PIC X(9).
              10 WS-FAIXA-METRICA   PIC X(11).

      * Watchlist com vigencia: a flag que vale e a da data do
      * alerta, como em 2120-VERIFICA-WATCHLIST de POSOF85D. Estouro
      * so compromete a flag (informativa) - avisado, RC 4.
       01  WS-QTD-WATCHLIST      PIC 9(4) VALUE ZERO.
       01  WS-IDX-WL             PIC 9(4) VALUE ZERO.
       01  WS-WL-TABELA-CHEIA    PIC X VALUE 'N'.
           88 WS-WL-TABELA-AVISADA VALUE 'S'.
       01  WS-TAB-WATCHLIST.
           05 WS-WL-ENTRADA OCCURS 2000 TIMES INDEXED BY WS-IDX-WL-TAB.
              10 WS-WL-CONTA     PIC X(6).
              10 WS-WL-FLAG      PIC X(3).
              10 WS-WL-DATA-INI  PIC X(8).
              10 WS-WL-DATA-FIM  PIC X(8).
       01  WS-FLAG-ALERTA        PIC X(3).

      * Campos lidos de alertas_estruturado_AAAAMMDD.txt (layout de
      * 2250-EMITE-ALERTA em POSOF85D.cbl); os campos depois de
      * REGRA nao sao usados aqui.
       01  WS-EST-SEQ-TXT        PIC X(6).
       01  WS-EST-SEQ-NUM        PIC 9(6).
       01  WS-EST-DATA           PIC X(8).
       01  WS-EST-HORA           PIC X(6).
       01  WS-EST-CONTA          PIC X(6).
       01  WS-EST-CLIENTE        PIC X(20).
       01  WS-EST-VALOR-TXT      PIC X(12).
       01  WS-EST-VALOR-CHECK    PIC X(12).
       01  WS-EST-VALOR-NUM      PIC 9(9)V99.
       01  WS-EST-OPERACAO       PIC X(10).
       01  WS-EST-REGRA          PIC X(25).

      * Disposicao do dia (SEQ;VEREDITO). USADA marca a linha que
      * casou com um alerta do feed; a que sobra aponta para SEQ
      * inexistente e vai para a secao de disposicoes sem alerta.
       01  WS-DISP-SEQ-TXT       PIC X(6).
       01  WS-DISP-VEREDITO-LIDO PIC X(20).
       01  WS-QTD-DISPOSICOES    PIC 9(4) VALUE ZERO.
       01  WS-IDX-DISP           PIC 9(4) VALUE ZERO.
       01  WS-IDX-ACHADO-DISP    PIC 9(4) VALUE ZERO.
       01  WS-DISP-TABELA-CHEIA  PIC X VALUE 'N'.
           88 WS-DISP-TABELA-AVISADA VALUE 'S'.
       01  WS-TAB-DISPOSICAO.
           05 WS-DISP OCCURS 2000 TIMES INDEXED BY WS-IDX-DISP-TAB.
              10 WS-DISP-SEQ        PIC 9(6).
              10 WS-DISP-VEREDITO   PIC X(20).
              10 WS-DISP-USADA      PIC X.

      * Casos do dia - mesma regra de POSOF90D (um caso por conta
      * por dia). O caso fica pendente enquanto algum alerta dele
      * estiver sem veredito.
       01  WS-QTD-CASOS-DIA      PIC 9(4) VALUE ZERO.
       01  WS-IDX-CASO           PIC 9(4) VALUE ZERO.
       01  WS-IDX-ACHADO-CASO    PIC 9(4) VALUE ZERO.
       01  WS-CASO-TABELA-CHEIA  PIC X VALUE 'N'.
           88 WS-CASO-TABELA-AVISADA VALUE 'S'.
       01  WS-TAB-CASOS-DIA.
           05 WS-CASO OCCURS 2000 TIMES INDEXED BY WS-IDX-CASO-TAB.
              10 WS-CASO-CONTA       PIC X(6).
              10 WS-CASO-CLIENTE     PIC X(20).
              10 WS-CASO-QTD-ALERTAS PIC 9(5).
              10 WS-CASO-QTD-PEND    PIC 9(5).
              10 WS-CASO-VALOR-PEND  PIC 9(9)V99.
              10 WS-CASO-WATCHLIST   PIC X(3).

      * Casos pendentes do periodo inteiro, na ordem dos dias.
       01  WS-QTD-PENDENTES      PIC 9(4) VALUE ZERO.
       01  WS-IDX-PEND           PIC 9(4) VALUE ZERO.
       01  WS-PEND-TABELA-CHEIA  PIC X VALUE 'N'.
           88 WS-PEND-TABELA-AVISADA VALUE 'S'.
       01  WS-TAB-CASOS-PEND.
           05 WS-PEND OCCURS 3000 TIMES INDEXED BY WS-IDX-PEND-TAB.
              10 WS-PEND-DATA        PIC X(8).
              10 WS-PEND-CONTA       PIC X(6).
              10 WS-PEND-CLIENTE     PIC X(20).
              10 WS-PEND-QTD-ALERTAS PIC 9(5).
              10 WS-PEND-QTD-PEND    PIC 9(5).
              10 WS-PEND-VALOR       PIC 9(9)V99.
              10 WS-PEND-WATCHLIST   PIC X(3).
              10 WS-PEND-IDADE       PIC 9(5).
              10 WS-PEND-FORA-SLA    PIC X.

      * Subtotais de alertas pendentes por regra e por flag de
      * watchlist ("SEM" = conta fora da watchlist na data).
       01  WS-QTD-REGRAS         PIC 9(3) VALUE ZERO.
       01  WS-IDX-REGRA          PIC 9(3) VALUE ZERO.
       01  WS-IDX-ACHADO-REGRA   PIC 9(3) VALUE ZERO.
       01  WS-REGRA-TABELA-CHEIA PIC X VALUE 'N'.
           88 WS-REGRA-TABELA-AVISADA VALUE 'S'.
       01  WS-TAB-REGRAS.
           05 WS-REG OCCURS 100 TIMES INDEXED BY WS-IDX-REG-TAB.
              10 WS-REG-REGRA       PIC X(25).
              10 WS-REG-QTD-FAIXA   PIC 9(7) OCCURS 4 TIMES.
              10 WS-REG-QTD-TOTAL   PIC 9(7).
              10 WS-REG-QTD-FORA-SLA PIC 9(7).

       01  WS-QTD-FLAGS          PIC 9(2) VALUE ZERO.
       01  WS-IDX-FLAG           PIC 9(2) VALUE ZERO.
       01  WS-IDX-ACHADO-FLAG    PIC 9(2) VALUE ZERO.
       01  WS-FLAG-TABELA-CHEIA  PIC X VALUE 'N'.
           88 WS-FLAG-TABELA-AVISADA VALUE 'S'.
       01  WS-TAB-FLAGS.
           05 WS-FLG OCCURS 20 TIMES INDEXED BY WS-IDX-FLG-TAB.
              10 WS-FLG-FLAG        PIC X(3).
              10 WS-FLG-QTD-FAIXA   PIC 9(7) OCCURS 4 TIMES.
              10 WS-FLG-QTD-TOTAL   PIC 9(7).
              10 WS-FLG-QTD-FORA-SLA PIC 9(7).

      * Disposicoes que nao apontam para alerta do feed: SEQ
      * inexistente no alertas_estruturado do dia, SEQ nao numerico
      * ou dia sem feed estruturado.
       01  WS-QTD-ORFAS          PIC 9(4) VALUE ZERO.
       01  WS-IDX-ORF            PIC 9(4) VALUE ZERO.
       01  WS-ORF-TABELA-CHEIA   PIC X VALUE 'N'.
           88 WS-ORF-TABELA-AVISADA VALUE 'S'.
       01  WS-TAB-ORFAS.
           05 WS-ORF OCCURS 1000 TIMES INDEXED BY WS-IDX-ORF-TAB.
              10 WS-ORF-DATA        PIC X(8).
              10 WS-ORF-SEQ         PIC X(6).
              10 WS-ORF-VEREDITO    PIC X(20).
              10 WS-ORF-MOTIVO      PIC X(30).
       01  WS-MOTIVO-ORFA        PIC X(30).

       01  WS-TOTAL-ALERTAS      PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-COM-DISP     PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-PENDENTES    PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-FORA-SLA     PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-CASOS-FORA-SLA PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-DATAS-SEM-FEED PIC 9(5) VALUE ZERO.
       01  WS-TAB-TOTAL-FAIXA.
           05 WS-TOTAL-FAIXA     PIC 9(7) OCCURS 4 TIMES.

       01  WS-QTD-EDIT           PIC Z(6)9.
       01  WS-QTD-EDIT-2         PIC Z(6)9.
       01  WS-IDADE-EDIT         PIC ZZZZ9.
       01  WS-VALOR-EDIT         PIC Z(8)9,99.
       01  WS-MARCA-SLA          PIC X(16).
       01  WS-TAB-FAIXA-EDIT.
           05 WS-QTD-FAIXA-EDIT  PIC Z(6)9 OCCURS 4 TIMES.
       01  WS-TOTAL-EDIT         PIC Z(6)9.
       01  WS-FORA-SLA-EDIT      PIC Z(6)9.

      * Nome de metrica do CSV montado a partir da regra: espacos
      * internos viram "_" e o restante do campo e descartado.
       01  WS-CSV-NOME           PIC X(30).
       01  WS-CSV-METRICA        PIC X(70).
       01  WS-CSV-VALOR          PIC 9(7).

      * Jornal de execucao e codigo de retorno, como em POSOF87D.
      * RETURN-CODE 0 = nada fora do SLA e nenhuma disposicao sem
      * alerta, 4 = ha pendencia fora do SLA, disposicao sem alerta
      * ou aviso, 8 = periodo invalido (relatorio nao gerado).
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
               PERFORM 2000-PROCESSA-PERIODO
               PERFORM 3000-COMPLETA-RELATORIO
               PERFORM 4000-GERA-CSV
           END-IF
           PERFORM 5000-FINALIZA
           STOP RUN.

      * ===============================
      * 1000 - INICIALIZACAO
      * ===============================
       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-EXECUCAO
           MOVE WS-DATA-HORA-SISTEMA(9:6) TO WS-HORA-EXECUCAO
           MOVE WS-DATA-EXECUCAO TO WS-HOJE-NUM
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)

           MOVE SPACES TO WS-PENDENCIAS-PATH
           STRING
               'C:\Cobol\AntiFraude\pendencias_disposicao_'
               WS-DATA-EXECUCAO
               '.txt'
               DELIMITED BY SIZE
               INTO WS-PENDENCIAS-PATH
           END-STRING
           MOVE SPACES TO WS-PENDENCIAS-CSV-PATH
           STRING
               'C:\Cobol\AntiFraude\pendencias_disposicao_'
               WS-DATA-EXECUCAO
               '.csv'
               DELIMITED BY SIZE
               INTO WS-PENDENCIAS-CSV-PATH
           END-STRING

           MOVE ZERO TO WS-TOTAL-FAIXA(1) WS-TOTAL-FAIXA(2)
                        WS-TOTAL-FAIXA(3) WS-TOTAL-FAIXA(4)

           OPEN EXTEND JORNAL-FILE
           MOVE "INICIO DE EXECUCAO" TO WS-JORNAL-EVENTO
           PERFORM 6000-GRAVA-JORNAL

           PERFORM 1010-CARREGA-PARAMETROS
           PERFORM 1030-VALIDA-PERIODO

           IF WS-PERIODO-VALIDO
               PERFORM 1040-CARREGA-WATCHLIST
           END-IF.
           EXIT.

      * ===============================
      * 1010 - CARGA DO PERIODO E DO SLA
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
           CLOSE PARAMETROS-FILE.
           EXIT.

      * ===============================
      * 1020 - TRATAMENTO DE UMA LINHA DE PARAMETRO
      * ===============================
      * SLA invalido mantem o default de 5 dias; linha desconhecida
      * e ignorada. Os dois casos sao avisados (RC 4).
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
               WHEN WS-PAR-CHAVE = "SLA"
                       AND WS-PAR-VALOR-1(1:3) IS NUMERIC
                   MOVE WS-PAR-VALOR-1(1:3) TO WS-SLA-DIAS
               WHEN OTHER
                   DISPLAY "POSOF97D: LINHA INVALIDA EM "
                       "parametros_pendencias.txt IGNORADA: '"
                       REG-PARAMETRO "'"
                   MOVE SPACES TO WS-JORNAL-EVENTO
                   STRING
                       "AVISO: LINHA INVALIDA EM parametros_pendencias"
                       ".txt IGNORADA: " REG-PARAMETRO
                       DELIMITED BY SIZE
                       INTO WS-JORNAL-EVENTO
                   END-STRING
                   PERFORM 6010-REGISTRA-AVISO
           END-EVALUATE.
           EXIT.

      * ===============================
      * 1030 - VALIDACAO DO PERIODO
      * ===============================
      * Sem PERIODO informado valem os ultimos 30 dias ate hoje.
       1030-VALIDA-PERIODO.
           MOVE 'S' TO WS-PERIODO-OK

           IF WS-PERIODO-INI = SPACES AND WS-PERIODO-FIM = SPACES
               MOVE WS-DATA-EXECUCAO TO WS-PERIODO-FIM-NUM
               COMPUTE WS-PERIODO-INI-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-HOJE-INT - 30)
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
               DISPLAY "POSOF97D: PERIODO INVALIDO EM "
                   "parametros_pendencias.txt (" WS-PERIODO-INI
                   " A " WS-PERIODO-FIM ") - RELATORIO NAO GERADO"
               MOVE SPACES TO WS-JORNAL-EVENTO
               STRING
                   "ERRO: PERIODO INVALIDO: "
                   WS-PERIODO-INI " A " WS-PERIODO-FIM
                   " - RELATORIO NAO GERADO"
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
               PERFORM 6000-GRAVA-JORNAL
           END-IF.
           EXIT.

      * ===============================
      * 1040 - CARGA DA WATCHLIST COM VIGENCIA
      * ===============================
       1040-CARREGA-WATCHLIST.
           OPEN INPUT WATCHLIST-FILE
           PERFORM UNTIL WS-EOF-WATCHLIST
               READ WATCHLIST-FILE
                   AT END
                       SET WS-EOF-WATCHLIST TO TRUE
                   NOT AT END
                       IF REG-WATCHLIST NOT = SPACES
                           PERFORM 1050-TRATA-LINHA-WATCHLIST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCHLIST-FILE.
           EXIT.

      * ===============================
      * 1050 - TRATAMENTO DE UMA LINHA DA WATCHLIST
      * ===============================
       1050-TRATA-LINHA-WATCHLIST.
           IF WS-QTD-WATCHLIST < 2000
               ADD 1 TO WS-QTD-WATCHLIST
               UNSTRING REG-WATCHLIST DELIMITED BY ";"
                   INTO WS-WL-CONTA(WS-QTD-WATCHLIST)
                        WS-WL-FLAG(WS-QTD-WATCHLIST)
                        WS-WL-DATA-INI(WS-QTD-WATCHLIST)
                        WS-WL-DATA-FIM(WS-QTD-WATCHLIST)
               END-UNSTRING
           ELSE
               IF NOT WS-WL-TABELA-AVISADA
                   SET WS-WL-TABELA-AVISADA TO TRUE
                   DISPLAY "POSOF97D: WS-TAB-WATCHLIST CHEIA "
                       "(2000 CONTAS) - LINHA '" REG-WATCHLIST
                       "' (E POSSIVELMENTE OUTRAS) NAO FOI "
                       "CARREGADA DE watchlist.txt"
                   MOVE SPACES TO WS-JORNAL-EVENTO
                   STRING
                       "AVISO: WS-TAB-WATCHLIST CHEIA - FLAGS DE "
                       "WATCHLIST INCOMPLETAS NO RELATORIO"
                       DELIMITED BY SIZE
                       INTO WS-JORNAL-EVENTO
                   END-STRING
                   PERFORM 6010-REGISTRA-AVISO
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2000 - VARREDURA DO PERIODO, DIA A DIA
      * ===============================
      * Dias em ordem crescente: a secao de alertas pendentes sai do
      * mais antigo para o mais recente, gravada durante a varredura.
       2000-PROCESSA-PERIODO.
           OPEN OUTPUT PENDENCIAS-FILE

           MOVE SPACES TO REG-PENDENCIAS
           STRING
               "PENDENCIAS DE DISPOSICAO DOS ALERTAS - EXECUCAO: "
               WS-DATA-EXECUCAO "-" WS-HORA-EXECUCAO
               DELIMITED BY SIZE
               INTO REG-PENDENCIAS
           END-STRING
           WRITE REG-PENDENCIAS

           MOVE SPACES TO REG-PENDENCIAS
           STRING
               "PERIODO: " WS-PERIODO-INI " A " WS-PERIODO-FIM
               " | SLA DE DISPOSICAO: " WS-SLA-DIAS " DIAS"
               " | IDADE CONTADA ATE " WS-DATA-EXECUCAO
               DELIMITED BY SIZE
               INTO REG-PENDENCIAS
           END-STRING
           WRITE REG-PENDENCIAS

           MOVE SPACES TO REG-PENDENCIAS
           WRITE REG-PENDENCIAS
           MOVE SPACES TO REG-PENDENCIAS
           STRING
               "1. ALERTAS SEM DISPOSICAO "
               "(DO MAIS ANTIGO AO MAIS RECENTE)"
               DELIMITED BY SIZE
               INTO REG-PENDENCIAS
           END-STRING
           WRITE REG-PENDENCIAS

           PERFORM VARYING WS-DIA-INT FROM WS-PERIODO-INI-INT BY 1
                   UNTIL WS-DIA-INT > WS-PERIODO-FIM-INT
               COMPUTE WS-DIA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               MOVE WS-DIA-NUM TO WS-DIA-TXT
               PERFORM 2100-PROCESSA-DIA
           END-PERFORM

           IF WS-TOTAL-PENDENTES = ZERO
               MOVE "    NENHUM ALERTA SEM DISPOSICAO NO PERIODO"
                   TO REG-PENDENCIAS
               WRITE REG-PENDENCIAS
           END-IF.
           EXIT.

      * ===============================
      * 2100 - UM DIA DO PERIODO
      * ===============================
       2100-PROCESSA-DIA.
           MOVE SPACES TO WS-ALERTAS-ESTRUT-PATH
           STRING
               'C:\Cobol\AntiFraude\alertas_estruturado_'
               WS-DIA-TXT
               '.txt'
               DELIMITED BY SIZE
               INTO WS-ALERTAS-ESTRUT-PATH
           END-STRING
           MOVE SPACES TO WS-DISPOSICAO-PATH
           STRING
               'C:\Cobol\AntiFraude\disposicao_'
               WS-DIA-TXT
               '.txt'
               DELIMITED BY SIZE
               INTO WS-DISPOSICAO-PATH
           END-STRING

           IF WS-DIA-INT > WS-HOJE-INT
               MOVE ZERO TO WS-IDADE-DIAS
           ELSE
               COMPUTE WS-IDADE-DIAS = WS-HOJE-INT - WS-DIA-INT
           END-IF
           EVALUATE TRUE
               WHEN WS-IDADE-DIAS <= 1
                   MOVE 1 TO WS-IDX-FAIXA
               WHEN WS-IDADE-DIAS <= 3
                   MOVE 2 TO WS-IDX-FAIXA
               WHEN WS-IDADE-DIAS <= 7
                   MOVE 3 TO WS-IDX-FAIXA
               WHEN OTHER
                   MOVE 4 TO WS-IDX-FAIXA
           END-EVALUATE
           IF WS-IDADE-DIAS > WS-SLA-DIAS
               MOVE 'S' TO WS-FORA-SLA
               MOVE "*** FORA DO SLA" TO WS-MARCA-SLA
           ELSE
               MOVE 'N' TO WS-FORA-SLA
               MOVE SPACES TO WS-MARCA-SLA
           END-IF

           MOVE ZERO TO WS-QTD-DISPOSICOES
           MOVE ZERO TO WS-QTD-CASOS-DIA
           PERFORM 2110-CARREGA-DISPOSICAO-DIA

           MOVE 'N' TO WS-FIM-ESTRUT
           OPEN INPUT ALERTAS-ESTRUT-FILE
           IF WS-ESTRUT-STATUS = "00"
               PERFORM UNTIL WS-EOF-ESTRUT
                   READ ALERTAS-ESTRUT-FILE
                       AT END
                           SET WS-EOF-ESTRUT TO TRUE
                       NOT AT END
                           PERFORM 2200-TRATA-LINHA-ESTRUT
                   END-READ
               END-PERFORM
               MOVE "SEQ INEXISTENTE NO FEED" TO WS-MOTIVO-ORFA
           ELSE
      * Dia sem feed (fim de semana, lote que nao rodou) so e
      * contado; disposicao lancada para ele nao tem alerta nenhum.
               ADD 1 TO WS-TOTAL-DATAS-SEM-FEED
               MOVE "DIA SEM FEED ESTRUTURADO" TO WS-MOTIVO-ORFA
           END-IF
           CLOSE ALERTAS-ESTRUT-FILE

           PERFORM VARYING WS-IDX-DISP FROM 1 BY 1
                   UNTIL WS-IDX-DISP > WS-QTD-DISPOSICOES
               IF WS-DISP-USADA(WS-IDX-DISP) = 'N'
                   MOVE WS-DISP-SEQ(WS-IDX-DISP) TO WS-DISP-SEQ-TXT
                   MOVE WS-DISP-VEREDITO(WS-IDX-DISP)
                       TO WS-DISP-VEREDITO-LIDO
                   PERFORM 2400-GUARDA-ORFA
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-QTD-CASOS-DIA
               IF WS-CASO-QTD-PEND(WS-IDX-CASO) > ZERO
                   PERFORM 2500-GUARDA-CASO-PENDENTE
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2110 - CARGA DA DISPOSICAO DO DIA
      * ===============================
       2110-CARREGA-DISPOSICAO-DIA.
           MOVE 'N' TO WS-FIM-DISPOSICAO
           OPEN INPUT DISPOSICAO-FILE
           IF WS-DISP-STATUS = "00"
               PERFORM UNTIL WS-EOF-DISPOSICAO
                   READ DISPOSICAO-FILE
                       AT END
                           SET WS-EOF-DISPOSICAO TO TRUE
                       NOT AT END
                           IF REG-DISPOSICAO NOT = SPACES
                               PERFORM 2120-TRATA-LINHA-DISPOSICAO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DISPOSICAO-FILE.
           EXIT.

      * ===============================
      * 2120 - TRATAMENTO DE UMA LINHA DE DISPOSICAO
      * ===============================
      * SEQ nao numerico nunca vai casar com alerta - vai direto
      * para a secao de disposicoes sem alerta.
       2120-TRATA-LINHA-DISPOSICAO.
           MOVE SPACES TO WS-DISP-SEQ-TXT WS-DISP-VEREDITO-LIDO
           UNSTRING REG-DISPOSICAO DELIMITED BY ";"
               INTO WS-DISP-SEQ-TXT
                    WS-DISP-VEREDITO-LIDO
           END-UNSTRING

           IF WS-DISP-SEQ-TXT IS NOT NUMERIC
               MOVE "SEQ NAO NUMERICO" TO WS-MOTIVO-ORFA
               PERFORM 2400-GUARDA-ORFA
           ELSE
               IF WS-QTD-DISPOSICOES < 2000
                   ADD 1 TO WS-QTD-DISPOSICOES
                   MOVE WS-DISP-SEQ-TXT
                       TO WS-DISP-SEQ(WS-QTD-DISPOSICOES)
                   MOVE WS-DISP-VEREDITO-LIDO
                       TO WS-DISP-VEREDITO(WS-QTD-DISPOSICOES)
                   MOVE 'N' TO WS-DISP-USADA(WS-QTD-DISPOSICOES)
               ELSE
      * Disposicao sem vaga: o alerta dela sai como pendente - o
      * relatorio erra para o lado de cobrar, nunca de esconder.
                   IF NOT WS-DISP-TABELA-AVISADA
                       SET WS-DISP-TABELA-AVISADA TO TRUE
                       DISPLAY "POSOF97D: WS-TAB-DISPOSICAO CHEIA "
                           "(2000 LINHAS) - DISPOSICOES EXCEDENTES "
                           "DO DIA " WS-DIA-TXT " IGNORADAS"
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
      * 2200 - TRATAMENTO DE UMA LINHA DO FEED ESTRUTURADO
      * ===============================
       2200-TRATA-LINHA-ESTRUT.
           MOVE SPACES TO WS-EST-SEQ-TXT WS-EST-DATA WS-EST-HORA
                          WS-EST-CONTA WS-EST-CLIENTE WS-EST-VALOR-TXT
                          WS-EST-OPERACAO WS-EST-REGRA
           UNSTRING REG-ALERTA-ESTRUT DELIMITED BY ";"
               INTO WS-EST-SEQ-TXT
                    WS-EST-DATA
                    WS-EST-HORA
                    WS-EST-CONTA
                    WS-EST-CLIENTE
                    WS-EST-VALOR-TXT
                    WS-EST-OPERACAO
                    WS-EST-REGRA
           END-UNSTRING

           MOVE WS-EST-VALOR-TXT TO WS-EST-VALOR-CHECK
           INSPECT WS-EST-VALOR-CHECK REPLACING ALL "," BY "0"
                                        ALL SPACE BY "0"
           IF WS-EST-SEQ-TXT IS NUMERIC
                   AND WS-EST-VALOR-CHECK IS NUMERIC
               MOVE WS-EST-SEQ-TXT TO WS-EST-SEQ-NUM
               MOVE WS-EST-VALOR-TXT TO WS-EST-VALOR-NUM
               ADD 1 TO WS-TOTAL-ALERTAS

               PERFORM 2210-BUSCA-DISPOSICAO
               PERFORM 2220-BUSCA-FLAG-WATCHLIST
               PERFORM 2230-ACUMULA-CASO-DIA

               IF WS-IDX-ACHADO-DISP > ZERO
                   ADD 1 TO WS-TOTAL-COM-DISP
               ELSE
                   PERFORM 2300-REGISTRA-PENDENTE
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2210 - BUSCA DA DISPOSICAO PELO SEQ-ALERTA
      * ===============================
      * Toda linha com o SEQ e marcada como usada - disposicao
      * repetida para o mesmo alerta nao e disposicao sem alerta.
       2210-BUSCA-DISPOSICAO.
           MOVE ZERO TO WS-IDX-ACHADO-DISP
           PERFORM VARYING WS-IDX-DISP FROM 1 BY 1
                   UNTIL WS-IDX-DISP > WS-QTD-DISPOSICOES
               IF WS-DISP-SEQ(WS-IDX-DISP) = WS-EST-SEQ-NUM
                   MOVE WS-IDX-DISP TO WS-IDX-ACHADO-DISP
                   MOVE 'S' TO WS-DISP-USADA(WS-IDX-DISP)
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2220 - FLAG DE WATCHLIST DA CONTA NA DATA DO ALERTA
      * ===============================
       2220-BUSCA-FLAG-WATCHLIST.
           MOVE "SEM" TO WS-FLAG-ALERTA
           PERFORM VARYING WS-IDX-WL FROM 1 BY 1
                   UNTIL WS-IDX-WL > WS-QTD-WATCHLIST
               IF WS-WL-CONTA(WS-IDX-WL) = WS-EST-CONTA
                   AND (WS-WL-DATA-INI(WS-IDX-WL) = SPACES
                        OR WS-WL-DATA-INI(WS-IDX-WL) <= WS-DIA-TXT)
                   AND (WS-WL-DATA-FIM(WS-IDX-WL) = SPACES
                        OR WS-WL-DATA-FIM(WS-IDX-WL) >= WS-DIA-TXT)
                   MOVE WS-WL-FLAG(WS-IDX-WL) TO WS-FLAG-ALERTA
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2230 - ACUMULO DO ALERTA NO CASO DA CONTA NO DIA
      * ===============================
       2230-ACUMULA-CASO-DIA.
           MOVE ZERO TO WS-IDX-ACHADO-CASO
           PERFORM VARYING WS-IDX-CASO FROM 1 BY 1
                   UNTIL WS-IDX-CASO > WS-QTD-CASOS-DIA
               IF WS-CASO-CONTA(WS-IDX-CASO) = WS-EST-CONTA
                   MOVE WS-IDX-CASO TO WS-IDX-ACHADO-CASO
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO-CASO = ZERO
               IF WS-QTD-CASOS-DIA < 2000
                   ADD 1 TO WS-QTD-CASOS-DIA
                   MOVE WS-QTD-CASOS-DIA TO WS-IDX-ACHADO-CASO
                   MOVE WS-EST-CONTA
                       TO WS-CASO-CONTA(WS-IDX-ACHADO-CASO)
                   MOVE WS-EST-CLIENTE
                       TO WS-CASO-CLIENTE(WS-IDX-ACHADO-CASO)
                   MOVE WS-FLAG-ALERTA
                       TO WS-CASO-WATCHLIST(WS-IDX-ACHADO-CASO)
                   MOVE ZERO TO WS-CASO-QTD-ALERTAS(WS-IDX-ACHADO-CASO)
                                WS-CASO-QTD-PEND(WS-IDX-ACHADO-CASO)
                                WS-CASO-VALOR-PEND(WS-IDX-ACHADO-CASO)
               ELSE
                   IF NOT WS-CASO-TABELA-AVISADA
                       SET WS-CASO-TABELA-AVISADA TO TRUE
                       DISPLAY "POSOF97D: WS-TAB-CASOS-DIA CHEIA "
                           "(2000 CONTAS) - CONTAS EXCEDENTES DO DIA "
                           WS-DIA-TXT " FORA DA SECAO DE CASOS"
                       MOVE SPACES TO WS-JORNAL-EVENTO
                       STRING
                           "AVISO: WS-TAB-CASOS-DIA CHEIA - CASOS "
                           "FORA DO RELATORIO DE PENDENCIAS"
                           DELIMITED BY SIZE
                           INTO WS-JORNAL-EVENTO
                       END-STRING
                       PERFORM 6010-REGISTRA-AVISO
                   END-IF
               END-IF
           END-IF

           IF WS-IDX-ACHADO-CASO > ZERO
               ADD 1 TO WS-CASO-QTD-ALERTAS(WS-IDX-ACHADO-CASO)
           END-IF.
           EXIT.

      * ===============================
      * 2300 - ALERTA SEM DISPOSICAO
      * ===============================
       2300-REGISTRA-PENDENTE.
           ADD 1 TO WS-TOTAL-PENDENTES
           ADD 1 TO WS-TOTAL-FAIXA(WS-IDX-FAIXA)
           IF WS-PENDENCIA-FORA-SLA
               ADD 1 TO WS-TOTAL-FORA-SLA
           END-IF

           IF WS-IDX-ACHADO-CASO > ZERO
               ADD 1 TO WS-CASO-QTD-PEND(WS-IDX-ACHADO-CASO)
               IF WS-EST-VALOR-NUM
                       > WS-CASO-VALOR-PEND(WS-IDX-ACHADO-CASO)
                   MOVE WS-EST-VALOR-NUM
                       TO WS-CASO-VALOR-PEND(WS-IDX-ACHADO-CASO)
               END-IF
           END-IF

           PERFORM 2310-SUBTOTAL-REGRA
           PERFORM 2320-SUBTOTAL-FLAG

           MOVE WS-IDADE-DIAS TO WS-IDADE-EDIT
           MOVE SPACES TO REG-PENDENCIAS
           STRING
               "DATA: " WS-DIA-TXT
               " | SEQ: " WS-EST-SEQ-TXT
               " | CONTA: " WS-EST-CONTA
               " | CLIENTE: " WS-EST-CLIENTE
               " | REGRA: " WS-EST-REGRA
               " | OPERACAO: " WS-EST-OPERACAO
               " | VALOR: " WS-EST-VALOR-TXT
               " | WATCHLIST: " WS-FLAG-ALERTA
               " | IDADE: " WS-IDADE-EDIT " DIAS ("
               WS-FAIXA-ROTULO(WS-IDX-FAIXA) ") "
               WS-MARCA-SLA
               DELIMITED BY SIZE
               INTO REG-PENDENCIAS
           END-STRING
           WRITE REG-PENDENCIAS.
           EXIT.

      * ===============================
      * 2310 - SUBTOTAL DA PENDENCIA NA REGRA
      * ===============================
       2310-SUBTOTAL-REGRA.
           MOVE ZERO TO WS-IDX-ACHADO-REGRA
           PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                   UNTIL WS-IDX-REGRA > WS-QTD-REGRAS
               IF WS-REG-REGRA(WS-IDX-REGRA) = WS-EST-REGRA
                   MOVE WS-IDX-REGRA TO WS-IDX-ACHADO-REGRA
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO-REGRA = ZERO
               IF WS-QTD-REGRAS < 100
                   ADD 1 TO WS-QTD-REGRAS
                   MOVE WS-QTD-REGRAS TO WS-IDX-ACHADO-REGRA
                   MOVE WS-EST-REGRA
                       TO WS-REG-REGRA(WS-IDX-ACHADO-REGRA)
                   MOVE ZERO
                       TO WS-REG-QTD-FAIXA(WS-IDX-ACHADO-REGRA, 1)
                          WS-REG-QTD-FAIXA(WS-IDX-ACHADO-REGRA, 2)
                          WS-REG-QTD-FAIXA(WS-IDX-ACHADO-REGRA, 3)
                          WS-REG-QTD-FAIXA(WS-IDX-ACHADO-REGRA, 4)
                          WS-REG-QTD-TOTAL(WS-IDX-ACHADO-REGRA)
                          WS-REG-QTD-FORA-SLA(WS-IDX-ACHADO-REGRA)
               ELSE
                   IF NOT WS-REGRA-TABELA-AVISADA
                       SET WS-REGRA-TABELA-AVISADA TO TRUE
                       DISPLAY "POSOF97D: WS-TAB-REGRAS CHEIA (100 "
                           "REGRAS) - REGRA '" WS-EST-REGRA
                           "' (E POSSIVELMENTE OUTRAS) FORA DOS "
                           "SUBTOTAIS"
                       MOVE SPACES TO WS-JORNAL-EVENTO
                       STRING
                           "AVISO: WS-TAB-REGRAS CHEIA - REGRAS FORA "
                           "DOS SUBTOTAIS"
                           DELIMITED BY SIZE
                           INTO WS-JORNAL-EVENTO
                       END-STRING
                       PERFORM 6010-REGISTRA-AVISO
                   END-IF
               END-IF
           END-IF

           IF WS-IDX-ACHADO-REGRA > ZERO
               ADD 1 TO WS-REG-QTD-FAIXA(WS-IDX-ACHADO-REGRA,
                                         WS-IDX-FAIXA)
               ADD 1 TO WS-REG-QTD-TOTAL(WS-IDX-ACHADO-REGRA)
               IF WS-PENDENCIA-FORA-SLA
                   ADD 1 TO WS-REG-QTD-FORA-SLA(WS-IDX-ACHADO-REGRA)
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2320 - SUBTOTAL DA PENDENCIA NA FLAG DE WATCHLIST
      * ===============================
       2320-SUBTOTAL-FLAG.
           MOVE ZERO TO WS-IDX-ACHADO-FLAG
           PERFORM VARYING WS-IDX-FLAG FROM 1 BY 1
                   UNTIL WS-IDX-FLAG > WS-QTD-FLAGS
               IF WS-FLG-FLAG(WS-IDX-FLAG) = WS-FLAG-ALERTA
                   MOVE WS-IDX-FLAG TO WS-IDX-ACHADO-FLAG
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO-FLAG = ZERO
               IF WS-QTD-FLAGS < 20
                   ADD 1 TO WS-QTD-FLAGS
                   MOVE WS-QTD-FLAGS TO WS-IDX-ACHADO-FLAG
                   MOVE WS-FLAG-ALERTA
                       TO WS-FLG-FLAG(WS-IDX-ACHADO-FLAG)
                   MOVE ZERO
                       TO WS-FLG-QTD-FAIXA(WS-IDX-ACHADO-FLAG, 1)
                          WS-FLG-QTD-FAIXA(WS-IDX-ACHADO-FLAG, 2)
                          WS-FLG-QTD-FAIXA(WS-IDX-ACHADO-FLAG, 3)
                          WS-FLG-QTD-FAIXA(WS-IDX-ACHADO-FLAG, 4)
                          WS-FLG-QTD-TOTAL(WS-IDX-ACHADO-FLAG)
                          WS-FLG-QTD-FORA-SLA(WS-IDX-ACHADO-FLAG)
               ELSE
                   IF NOT WS-FLAG-TABELA-AVISADA
                       SET WS-FLAG-TABELA-AVISADA TO TRUE
                       DISPLAY "POSOF97D: WS-TAB-FLAGS CHEIA (20 "
                           "FLAGS) - FLAG '" WS-FLAG-ALERTA
                           "' (E POSSIVELMENTE OUTRAS) FORA DOS "
                           "SUBTOTAIS"
                       MOVE SPACES TO WS-JORNAL-EVENTO
                       STRING
                           "AVISO: WS-TAB-FLAGS CHEIA - FLAGS FORA "
                           "DOS SUBTOTAIS"
                           DELIMITED BY SIZE
                           INTO WS-JORNAL-EVENTO
                       END-STRING
                       PERFORM 6010-REGISTRA-AVISO
                   END-IF
               END-IF
           END-IF

           IF WS-IDX-ACHADO-FLAG > ZERO
               ADD 1 TO WS-FLG-QTD-FAIXA(WS-IDX-ACHADO-FLAG,
                                         WS-IDX-FAIXA)
               ADD 1 TO WS-FLG-QTD-TOTAL(WS-IDX-ACHADO-FLAG)
               IF WS-PENDENCIA-FORA-SLA
                   ADD 1 TO WS-FLG-QTD-FORA-SLA(WS-IDX-ACHADO-FLAG)
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2400 - GUARDA UMA DISPOSICAO SEM ALERTA
      * ===============================
       2400-GUARDA-ORFA.
           IF WS-QTD-ORFAS < 1000
               ADD 1 TO WS-QTD-ORFAS
               MOVE WS-DIA-TXT TO WS-ORF-DATA(WS-QTD-ORFAS)
               MOVE WS-DISP-SEQ-TXT TO WS-ORF-SEQ(WS-QTD-ORFAS)
               MOVE WS-DISP-VEREDITO-LIDO
                   TO WS-ORF-VEREDITO(WS-QTD-ORFAS)
               MOVE WS-MOTIVO-ORFA TO WS-ORF-MOTIVO(WS-QTD-ORFAS)
           ELSE
               IF NOT WS-ORF-TABELA-AVISADA
                   SET WS-ORF-TABELA-AVISADA TO TRUE
                   DISPLAY "POSOF97D: WS-TAB-ORFAS CHEIA (1000 "
                       "LINHAS) - DISPOSICOES SEM ALERTA EXCEDENTES "
                       "NAO LISTADAS"
                   MOVE "AVISO: WS-TAB-ORFAS CHEIA"
                       TO WS-JORNAL-EVENTO
                   PERFORM 6010-REGISTRA-AVISO
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2500 - GUARDA UM CASO PENDENTE DO DIA
      * ===============================
       2500-GUARDA-CASO-PENDENTE.
           IF WS-PENDENCIA-FORA-SLA
               ADD 1 TO WS-TOTAL-CASOS-FORA-SLA
           END-IF

           IF WS-QTD-PENDENTES < 3000
               ADD 1 TO WS-QTD-PENDENTES
               MOVE WS-DIA-TXT TO WS-PEND-DATA(WS-QTD-PENDENTES)
               MOVE WS-CASO-CONTA(WS-IDX-CASO)
                   TO WS-PEND-CONTA(WS-QTD-PENDENTES)
               MOVE WS-CASO-CLIENTE(WS-IDX-CASO)
                   TO WS-PEND-CLIENTE(WS-QTD-PENDENTES)
               MOVE WS-CASO-QTD-ALERTAS(WS-IDX-CASO)
                   TO WS-PEND-QTD-ALERTAS(WS-QTD-PENDENTES)
               MOVE WS-CASO-QTD-PEND(WS-IDX-CASO)
                   TO WS-PEND-QTD-PEND(WS-QTD-PENDENTES)
               MOVE WS-CASO-VALOR-PEND(WS-IDX-CASO)
                   TO WS-PEND-VALOR(WS-QTD-PENDENTES)
               MOVE WS-CASO-WATCHLIST(WS-IDX-CASO)
                   TO WS-PEND-WATCHLIST(WS-QTD-PENDENTES)
               MOVE WS-IDADE-DIAS TO WS-PEND-IDADE(WS-QTD-PENDENTES)
               MOVE WS-FORA-SLA TO WS-PEND-FORA-SLA(WS-QTD-PENDENTES)
           ELSE
               IF NOT WS-PEND-TABELA-AVISADA
                   SET WS-PEND-TABELA-AVISADA TO TRUE
                   DISPLAY "POSOF97D: WS-TAB-CASOS-PEND CHEIA (3000 "
                       "CASOS) - CASOS PENDENTES EXCEDENTES NAO "
                       "LISTADOS (ALERTAS CONTINUAM NA SECAO 1)"
                   MOVE "AVISO: WS-TAB-CASOS-PEND CHEIA"
                       TO WS-JORNAL-EVENTO
                   PERFORM 6010-REGISTRA-AVISO
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 3000 - SECOES DE CASOS, SUBTOTAIS, ORFAS E TOTAIS
      * ===============================
       3000-COMPLETA-RELATORIO.
           PERFORM 3100-SECAO-CASOS
           PERFORM 3200-SECAO-FAIXAS
           PERFORM 3300-SECAO-REGRAS
           PERFORM 3400-SECAO-FLAGS
           PERFORM 3500-SECAO-ORFAS
           PERFORM 3600-TOTAIS
           CLOSE PENDENCIAS-FILE.
           EXIT.

      * ===============================
      * 3100 - CASOS COM ALERTA SEM DISPOSICAO
      * ===============================
       3100-SECAO-CASOS.
           MOVE SPACES TO REG-PENDENCIAS
           WRITE REG-PENDENCIAS
           MOVE "2. CASOS (CONTA/DIA) COM ALERTA SEM DISPOSICAO"
               TO REG-PENDENCIAS
           WRITE REG-PENDENCIAS

           PERFORM VARYING WS-IDX-PEND FROM 1 BY 1
                   UNTIL WS-IDX-PEND > WS-QTD-PENDENTES
               MOVE WS-PEND-QTD-PEND(WS-IDX-PEND) TO WS-QTD-EDIT
               MOVE WS-PEND-QTD-ALERTAS(WS-IDX-PEND) TO WS-QTD-EDIT-2
               MOVE WS-PEND-VALOR(WS-IDX-PEND) TO WS-VALOR-EDIT
               MOVE WS-PEND-IDADE(WS-IDX-PEND) TO WS-IDADE-EDIT
               IF WS-PEND-FORA-SLA(WS-IDX-PEND) = 'S'
                   MOVE "*** FORA DO SLA" TO WS-MARCA-SLA
               ELSE
                   MOVE SPACES TO WS-MARCA-SLA
               END-IF
               MOVE SPACES TO REG-PENDENCIAS
               STRING
                   "DATA: " WS-PEND-DATA(WS-IDX-PEND)
                   " | CONTA: " WS-PEND-CONTA(WS-IDX-PEND)
                   " | CLIENTE: " WS-PEND-CLIENTE(WS-IDX-PEND)
                   " | PENDENTES: " WS-QTD-EDIT
                   " DE " WS-QTD-EDIT-2
                   " | MAIOR VALOR PENDENTE: " WS-VALOR-EDIT
                   " | WATCHLIST: " WS-PEND-WATCHLIST(WS-IDX-PEND)
                   " | IDADE: " WS-IDADE-EDIT " DIAS "
                   WS-MARCA-SLA
                   DELIMITED BY SIZE
                   INTO REG-PENDENCIAS
               END-STRING
               WRITE REG-PENDENCIAS
           END-PERFORM

           IF WS-QTD-PENDENTES = ZERO
               MOVE "    NENHUM CASO PENDENTE NO PERIODO"
                   TO REG-PENDENCIAS
               WRITE REG-PENDENCIAS
           END-IF.
           EXIT.

      * ===============================
      * 3200 - ALERTAS PENDENTES POR FAIXA DE IDADE
      * ===============================
       3200-SECAO-FAIXAS.
           MOVE SPACES TO REG-PENDENCIAS
           WRITE REG-PENDENCIAS
           MOVE "3. ALERTAS PENDENTES POR FAIXA DE IDADE (DIAS)"
               TO REG-PENDENCIAS
           WRITE REG-PENDENCIAS

           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 4
               MOVE WS-TOTAL-FAIXA(WS-IDX-FAIXA) TO WS-QTD-EDIT
               MOVE SPACES TO REG-PENDENCIAS
               STRING
                   "    " WS-FAIXA-ROTULO(WS-IDX-FAIXA)
                   " DIAS: " WS-QTD-EDIT
                   DELIMITED BY SIZE
                   INTO REG-PENDENCIAS
               END-STRING
               WRITE REG-PENDENCIAS
           END-PERFORM.
           EXIT.

      * ===============================
      * 3300 - SUBTOTAIS POR REGRA
      * ===============================
       3300-SECAO-REGRAS.
           MOVE SPACES TO REG-PENDENCIAS
           WRITE REG-PENDENCIAS
           MOVE "4. ALERTAS PENDENTES POR REGRA" TO REG-PENDENCIAS
           WRITE REG-PENDENCIAS

           PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                   UNTIL WS-IDX-REGRA > WS-QTD-REGRAS
               PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                       UNTIL WS-IDX-FAIXA > 4
                   MOVE WS-REG-QTD-FAIXA(WS-IDX-REGRA, WS-IDX-FAIXA)
                       TO WS-QTD-FAIXA-EDIT(WS-IDX-FAIXA)
               END-PERFORM
               MOVE WS-REG-QTD-TOTAL(WS-IDX-REGRA) TO WS-TOTAL-EDIT
               MOVE WS-REG-QTD-FORA-SLA(WS-IDX-REGRA)
                   TO WS-FORA-SLA-EDIT
               MOVE SPACES TO REG-PENDENCIAS
               STRING
                   "REGRA: " WS-REG-REGRA(WS-IDX-REGRA)
                   " | 0-1: " WS-QTD-FAIXA-EDIT(1)
                   " | 2-3: " WS-QTD-FAIXA-EDIT(2)
                   " | 4-7: " WS-QTD-FAIXA-EDIT(3)
                   " | MAIS DE 7: " WS-QTD-FAIXA-EDIT(4)
                   " | TOTAL: " WS-TOTAL-EDIT
                   " | FORA DO SLA: " WS-FORA-SLA-EDIT
                   DELIMITED BY SIZE
                   INTO REG-PENDENCIAS
               END-STRING
               WRITE REG-PENDENCIAS
           END-PERFORM

           IF WS-QTD-REGRAS = ZERO
               MOVE "    NENHUMA PENDENCIA" TO REG-PENDENCIAS
               WRITE REG-PENDENCIAS
           END-IF.
           EXIT.

      * ===============================
      * 3400 - SUBTOTAIS POR FLAG DE WATCHLIST
      * ===============================
       3400-SECAO-FLAGS.
           MOVE SPACES TO REG-PENDENCIAS
           WRITE REG-PENDENCIAS
           MOVE SPACES TO REG-PENDENCIAS
           STRING
               "5. ALERTAS PENDENTES POR FLAG DE WATCHLIST "
               "(SEM = FORA DA WATCHLIST)"
               DELIMITED BY SIZE
               INTO REG-PENDENCIAS
           END-STRING
           WRITE REG-PENDENCIAS

           PERFORM VARYING WS-IDX-FLAG FROM 1 BY 1
                   UNTIL WS-IDX-FLAG > WS-QTD-FLAGS
               PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                       UNTIL WS-IDX-FAIXA > 4
                   MOVE WS-FLG-QTD-FAIXA(WS-IDX-FLAG, WS-IDX-FAIXA)
                       TO WS-QTD-FAIXA-EDIT(WS-IDX-FAIXA)
               END-PERFORM
               MOVE WS-FLG-QTD-TOTAL(WS-IDX-FLAG) TO WS-TOTAL-EDIT
               MOVE WS-FLG-QTD-FORA-SLA(WS-IDX-FLAG)
                   TO WS-FORA-SLA-EDIT
               MOVE SPACES TO REG-PENDENCIAS
               STRING
                   "WATCHLIST: " WS-FLG-FLAG(WS-IDX-FLAG)
                   " | 0-1: " WS-QTD-FAIXA-EDIT(1)
                   " | 2-3: " WS-QTD-FAIXA-EDIT(2)
                   " | 4-7: " WS-QTD-FAIXA-EDIT(3)
                   " | MAIS DE 7: " WS-QTD-FAIXA-EDIT(4)
                   " | TOTAL: " WS-TOTAL-EDIT
                   " | FORA DO SLA: " WS-FORA-SLA-EDIT
                   DELIMITED BY SIZE
                   INTO REG-PENDENCIAS
               END-STRING
               WRITE REG-PENDENCIAS
           END-PERFORM

           IF WS-QTD-FLAGS = ZERO
               MOVE "    NENHUMA PENDENCIA" TO REG-PENDENCIAS
               WRITE REG-PENDENCIAS
           END-IF.
           EXIT.

      * ===============================
      * 3500 - DISPOSICOES SEM ALERTA NO FEED
      * ===============================
       3500-SECAO-ORFAS.
           MOVE SPACES TO REG-PENDENCIAS
           WRITE REG-PENDENCIAS
           MOVE "6. DISPOSICOES QUE NAO APONTAM PARA ALERTA DO FEED"
               TO REG-PENDENCIAS
           WRITE REG-PENDENCIAS

           PERFORM VARYING WS-IDX-ORF FROM 1 BY 1
                   UNTIL WS-IDX-ORF > WS-QTD-ORFAS
               MOVE SPACES TO REG-PENDENCIAS
               STRING
                   "DATA: " WS-ORF-DATA(WS-IDX-ORF)
                   " | SEQ: " WS-ORF-SEQ(WS-IDX-ORF)
                   " | VEREDITO: " WS-ORF-VEREDITO(WS-IDX-ORF)
                   " | MOTIVO: " WS-ORF-MOTIVO(WS-IDX-ORF)
                   DELIMITED BY SIZE
                   INTO REG-PENDENCIAS
               END-STRING
               WRITE REG-PENDENCIAS
           END-PERFORM

           IF WS-QTD-ORFAS = ZERO
               MOVE "    NENHUMA DISPOSICAO SEM ALERTA"
                   TO REG-PENDENCIAS
               WRITE REG-PENDENCIAS
           END-IF.
           EXIT.

      * ===============================
      * 3600 - TOTAIS DO PERIODO
      * ===============================
       3600-TOTAIS.
           MOVE SPACES TO REG-PENDENCIAS
           WRITE REG-PENDENCIAS
           MOVE WS-TOTAL-ALERTAS TO WS-QTD-EDIT
           MOVE SPACES TO REG-PENDENCIAS
           STRING "ALERTAS NO PERIODO..................: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-PENDENCIAS
           END-STRING
           WRITE REG-PENDENCIAS
           MOVE WS-TOTAL-COM-DISP TO WS-QTD-EDIT
           MOVE SPACES TO REG-PENDENCIAS
           STRING "ALERTAS COM DISPOSICAO..............: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-PENDENCIAS
           END-STRING
           WRITE REG-PENDENCIAS
           MOVE WS-TOTAL-PENDENTES TO WS-QTD-EDIT
           MOVE SPACES TO REG-PENDENCIAS
           STRING "ALERTAS SEM DISPOSICAO..............: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-PENDENCIAS
           END-STRING
           WRITE REG-PENDENCIAS
           MOVE WS-TOTAL-FORA-SLA TO WS-QTD-EDIT
           MOVE SPACES TO REG-PENDENCIAS
           STRING "ALERTAS SEM DISPOSICAO FORA DO SLA..: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-PENDENCIAS
           END-STRING
           WRITE REG-PENDENCIAS
           MOVE WS-QTD-PENDENTES TO WS-QTD-EDIT
           MOVE SPACES TO REG-PENDENCIAS
           STRING "CASOS PENDENTES.....................: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-PENDENCIAS
           END-STRING
           WRITE REG-PENDENCIAS
           MOVE WS-TOTAL-CASOS-FORA-SLA TO WS-QTD-EDIT
           MOVE SPACES TO REG-PENDENCIAS
           STRING "CASOS PENDENTES FORA DO SLA.........: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-PENDENCIAS
           END-STRING
           WRITE REG-PENDENCIAS
           MOVE WS-QTD-ORFAS TO WS-QTD-EDIT
           MOVE SPACES TO REG-PENDENCIAS
           STRING "DISPOSICOES SEM ALERTA..............: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-PENDENCIAS
           END-STRING
           WRITE REG-PENDENCIAS
           MOVE WS-TOTAL-DATAS-SEM-FEED TO WS-QTD-EDIT
           MOVE SPACES TO REG-PENDENCIAS
           STRING "DATAS SEM FEED ESTRUTURADO..........: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-PENDENCIAS
           END-STRING
           WRITE REG-PENDENCIAS.
           EXIT.

      * ===============================
      * 4000 - VERSAO CSV PARA O DASHBOARD DE BI
      * ===============================
      * Mesmo formato METRICA;VALOR de 4010-GERA-RELATORIO-CSV em
      * POSOF85D. Subtotais por regra e por flag viram metricas
      * PENDENTES_REGRA_<REGRA>_<FAIXA> e PENDENTES_WATCHLIST_<FLAG>
      * _<FAIXA>, mais o total e o fora do SLA de cada um.
       4000-GERA-CSV.
           OPEN OUTPUT PENDENCIAS-CSV-FILE

           MOVE "METRICA;VALOR" TO REG-PENDENCIAS-CSV
           WRITE REG-PENDENCIAS-CSV

           MOVE SPACES TO REG-PENDENCIAS-CSV
           STRING "PERIODO_INICIO;" WS-PERIODO-INI
               DELIMITED BY SIZE INTO REG-PENDENCIAS-CSV
           END-STRING
           WRITE REG-PENDENCIAS-CSV
           MOVE SPACES TO REG-PENDENCIAS-CSV
           STRING "PERIODO_FIM;" WS-PERIODO-FIM
               DELIMITED BY SIZE INTO REG-PENDENCIAS-CSV
           END-STRING
           WRITE REG-PENDENCIAS-CSV
           MOVE SPACES TO REG-PENDENCIAS-CSV
           STRING "SLA_DIAS;" WS-SLA-DIAS
               DELIMITED BY SIZE INTO REG-PENDENCIAS-CSV
           END-STRING
           WRITE REG-PENDENCIAS-CSV

           MOVE "ALERTAS_NO_PERIODO" TO WS-CSV-METRICA
           MOVE WS-TOTAL-ALERTAS TO WS-CSV-VALOR
           PERFORM 4100-GRAVA-METRICA
           MOVE "ALERTAS_COM_DISPOSICAO" TO WS-CSV-METRICA
           MOVE WS-TOTAL-COM-DISP TO WS-CSV-VALOR
           PERFORM 4100-GRAVA-METRICA
           MOVE "ALERTAS_PENDENTES" TO WS-CSV-METRICA
           MOVE WS-TOTAL-PENDENTES TO WS-CSV-VALOR
           PERFORM 4100-GRAVA-METRICA
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 4
               MOVE SPACES TO WS-CSV-METRICA
               STRING "PENDENTES_" WS-FAIXA-METRICA(WS-IDX-FAIXA)
                   DELIMITED BY SPACE INTO WS-CSV-METRICA
               END-STRING
               MOVE WS-TOTAL-FAIXA(WS-IDX-FAIXA) TO WS-CSV-VALOR
               PERFORM 4100-GRAVA-METRICA
           END-PERFORM
           MOVE "ALERTAS_FORA_SLA" TO WS-CSV-METRICA
           MOVE WS-TOTAL-FORA-SLA TO WS-CSV-VALOR
           PERFORM 4100-GRAVA-METRICA
           MOVE "CASOS_PENDENTES" TO WS-CSV-METRICA
           MOVE WS-QTD-PENDENTES TO WS-CSV-VALOR
           PERFORM 4100-GRAVA-METRICA
           MOVE "CASOS_FORA_SLA" TO WS-CSV-METRICA
           MOVE WS-TOTAL-CASOS-FORA-SLA TO WS-CSV-VALOR
           PERFORM 4100-GRAVA-METRICA
           MOVE "DISPOSICOES_SEM_ALERTA" TO WS-CSV-METRICA
           MOVE WS-QTD-ORFAS TO WS-CSV-VALOR
           PERFORM 4100-GRAVA-METRICA
           MOVE "DATAS_SEM_FEED" TO WS-CSV-METRICA
           MOVE WS-TOTAL-DATAS-SEM-FEED TO WS-CSV-VALOR
           PERFORM 4100-GRAVA-METRICA

           PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                   UNTIL WS-IDX-REGRA > WS-QTD-REGRAS
               MOVE WS-REG-REGRA(WS-IDX-REGRA) TO WS-CSV-NOME
               PERFORM 4200-NOME-METRICA
               PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                       UNTIL WS-IDX-FAIXA > 4
                   MOVE SPACES TO WS-CSV-METRICA
                   STRING
                       "PENDENTES_REGRA_" WS-CSV-NOME
                           DELIMITED BY "__"
                       "_" WS-FAIXA-METRICA(WS-IDX-FAIXA)
                           DELIMITED BY SPACE
                       INTO WS-CSV-METRICA
                   END-STRING
                   MOVE WS-REG-QTD-FAIXA(WS-IDX-REGRA, WS-IDX-FAIXA)
                       TO WS-CSV-VALOR
                   PERFORM 4100-GRAVA-METRICA
               END-PERFORM
               MOVE SPACES TO WS-CSV-METRICA
               STRING
                   "PENDENTES_REGRA_" WS-CSV-NOME
                       DELIMITED BY "__"
                   "_TOTAL" DELIMITED BY SIZE
                   INTO WS-CSV-METRICA
               END-STRING
               MOVE WS-REG-QTD-TOTAL(WS-IDX-REGRA) TO WS-CSV-VALOR
               PERFORM 4100-GRAVA-METRICA
               MOVE SPACES TO WS-CSV-METRICA
               STRING
                   "PENDENTES_REGRA_" WS-CSV-NOME
                       DELIMITED BY "__"
                   "_FORA_SLA" DELIMITED BY SIZE
                   INTO WS-CSV-METRICA
               END-STRING
               MOVE WS-REG-QTD-FORA-SLA(WS-IDX-REGRA) TO WS-CSV-VALOR
               PERFORM 4100-GRAVA-METRICA
           END-PERFORM

           PERFORM VARYING WS-IDX-FLAG FROM 1 BY 1
                   UNTIL WS-IDX-FLAG > WS-QTD-FLAGS
               MOVE WS-FLG-FLAG(WS-IDX-FLAG) TO WS-CSV-NOME
               PERFORM 4200-NOME-METRICA
               PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                       UNTIL WS-IDX-FAIXA > 4
                   MOVE SPACES TO WS-CSV-METRICA
                   STRING
                       "PENDENTES_WATCHLIST_" WS-CSV-NOME
                           DELIMITED BY "__"
                       "_" WS-FAIXA-METRICA(WS-IDX-FAIXA)
                           DELIMITED BY SPACE
                       INTO WS-CSV-METRICA
                   END-STRING
                   MOVE WS-FLG-QTD-FAIXA(WS-IDX-FLAG, WS-IDX-FAIXA)
                       TO WS-CSV-VALOR
                   PERFORM 4100-GRAVA-METRICA
               END-PERFORM
               MOVE SPACES TO WS-CSV-METRICA
               STRING
                   "PENDENTES_WATCHLIST_" WS-CSV-NOME
                       DELIMITED BY "__"
                   "_TOTAL" DELIMITED BY SIZE
                   INTO WS-CSV-METRICA
               END-STRING
               MOVE WS-FLG-QTD-TOTAL(WS-IDX-FLAG) TO WS-CSV-VALOR
               PERFORM 4100-GRAVA-METRICA
               MOVE SPACES TO WS-CSV-METRICA
               STRING
                   "PENDENTES_WATCHLIST_" WS-CSV-NOME
                       DELIMITED BY "__"
                   "_FORA_SLA" DELIMITED BY SIZE
                   INTO WS-CSV-METRICA
               END-STRING
               MOVE WS-FLG-QTD-FORA-SLA(WS-IDX-FLAG) TO WS-CSV-VALOR
               PERFORM 4100-GRAVA-METRICA
           END-PERFORM

           CLOSE PENDENCIAS-CSV-FILE.
           EXIT.

      * ===============================
      * 4100 - GRAVA UMA LINHA METRICA;VALOR
      * ===============================
       4100-GRAVA-METRICA.
           MOVE WS-CSV-VALOR TO WS-QTD-EDIT
           MOVE SPACES TO REG-PENDENCIAS-CSV
           STRING
               WS-CSV-METRICA DELIMITED BY SPACE
               ";" WS-QTD-EDIT DELIMITED BY SIZE
               INTO REG-PENDENCIAS-CSV
           END-STRING
           WRITE REG-PENDENCIAS-CSV.
           EXIT.

      * ===============================
      * 4200 - NOME DE REGRA/FLAG PARA NOME DE METRICA
      * ===============================
      * Espacos viram "_"; o fim do nome e o primeiro "__" (o campo
      * e completado com espacos, que viram "__" tambem).
       4200-NOME-METRICA.
           INSPECT WS-CSV-NOME REPLACING ALL SPACE BY "_".
           EXIT.

      * ===============================
      * 5000 - FINALIZACAO
      * ===============================
       5000-FINALIZA.
           MOVE 0 TO WS-RC-EDIT
           IF NOT WS-PERIODO-VALIDO
               MOVE 8 TO WS-RC-EDIT
           ELSE
               MOVE WS-TOTAL-PENDENTES TO WS-QTD-EDIT
               DISPLAY "POSOF97D: ALERTAS SEM DISPOSICAO: " WS-QTD-EDIT
               MOVE WS-TOTAL-FORA-SLA TO WS-QTD-EDIT
               DISPLAY "POSOF97D: FORA DO SLA: " WS-QTD-EDIT
               MOVE WS-QTD-PENDENTES TO WS-QTD-EDIT
               DISPLAY "POSOF97D: CASOS PENDENTES: " WS-QTD-EDIT
               MOVE WS-QTD-ORFAS TO WS-QTD-EDIT
               DISPLAY "POSOF97D: DISPOSICOES SEM ALERTA: " WS-QTD-EDIT
               IF WS-TOTAL-FORA-SLA > ZERO
                  OR WS-QTD-ORFAS > ZERO
                  OR WS-TOTAL-AVISOS > ZERO
                   MOVE 4 TO WS-RC-EDIT
               END-IF
           END-IF
           MOVE WS-RC-EDIT TO RETURN-CODE

           MOVE SPACES TO WS-JORNAL-EVENTO
           IF WS-PERIODO-VALIDO
               STRING
                   "FIM NORMAL DE EXECUCAO - RETURN-CODE " WS-RC-EDIT
                   " - ALERTAS: " WS-TOTAL-ALERTAS
                   " SEM DISPOSICAO: " WS-TOTAL-PENDENTES
                   " FORA DO SLA: " WS-TOTAL-FORA-SLA
                   " DISPOSICOES SEM ALERTA: " WS-QTD-ORFAS
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
           ELSE
               MOVE "FIM ANORMAL DE EXECUCAO - RETURN-CODE 8"
                   TO WS-JORNAL-EVENTO
           END-IF
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
               ";POSOF97D;" WS-JORNAL-EVENTO
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
