      ******************************************************************
      * Author:Fabricio
      * Date:15/10/2026
      * Purpose:Analise de Rede de Fluxo de Recursos no Periodo
      *         (Cadeias, Ciclos e Contas de Passagem)
      * Tectonics: cobc
      ******************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. POSOF98D.

           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * Linhas "PERIODO;AAAAMMDD;AAAAMMDD", "JANELA;hhh" (horas para
      * a cadeia se completar), "SALTOS;nnn" (profundidade maxima da
      * busca), "RECEBIDO;valor" (recebedor relevante) e
      * "PASSAGEM;ppp" (percentual reenviado dentro da janela).
               SELECT OPTIONAL PARAMETROS-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\parametros_rede.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Extratos do periodo no formato de controle_lote.txt (um
      * caminho por linha); sem lista propria vale o controle_lote
      * .txt do dia, como no dossie de POSOF92D - com aviso e a
      * origem no cabecalho do relatorio.
               SELECT OPTIONAL LOTE-REDE-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\lote_rede.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL CONTROLE-LOTE-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\controle_lote.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL TRANSACOES-FILE
               ASSIGN DYNAMIC WS-TRANSACOES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-STATUS.
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
               SELECT REDE-FILE
               ASSIGN DYNAMIC WS-REDE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL JORNAL-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\jornal_execucao.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.

            FD  PARAMETROS-FILE.
           01  REG-PARAMETRO         PIC X(80).

            FD  LOTE-REDE-FILE.
           01  REG-LOTE-REDE         PIC X(100).

            FD  CONTROLE-LOTE-FILE.
           01  REG-CONTROLE-LOTE     PIC X(100).

            FD  TRANSACOES-FILE.
           01  REG-TRANSACAO         PIC X(200).

            FD  WATCHLIST-FILE.
           01  REG-WATCHLIST         PIC X(100).

            FD  ALERTAS-ESTRUT-FILE.
           01  REG-ALERTA-ESTRUT     PIC X(150).

            FD  DISPOSICAO-FILE.
           01  REG-DISPOSICAO        PIC X(60).

            FD  REDE-FILE.
           01  REG-REDE              PIC X(200).

            FD  JORNAL-FILE.
           01  REG-JORNAL            PIC X(250).

           WORKING-STORAGE SECTION.

       01  WS-TRANS-STATUS       PIC X(2) VALUE SPACES.
       01  WS-ESTRUT-STATUS      PIC X(2) VALUE SPACES.
       01  WS-DISP-STATUS        PIC X(2) VALUE SPACES.

       01  WS-FIM-PARAMETROS     PIC X VALUE 'N'.
           88 WS-EOF-PARAMETROS  VALUE 'S'.
       01  WS-FIM-LOTE           PIC X VALUE 'N'.
           88 WS-EOF-LOTE        VALUE 'S'.
       01  WS-FIM-TRANS          PIC X VALUE 'N'.
           88 WS-EOF-TRANS       VALUE 'S'.
       01  WS-FIM-WATCHLIST      PIC X VALUE 'N'.
           88 WS-EOF-WATCHLIST   VALUE 'S'.
       01  WS-FIM-ESTRUT         PIC X VALUE 'N'.
           88 WS-EOF-ESTRUT      VALUE 'S'.
       01  WS-FIM-DISPOSICAO     PIC X VALUE 'N'.
           88 WS-EOF-DISPOSICAO  VALUE 'S'.

       01  WS-TRANSACOES-PATH    PIC X(100).
       01  WS-ALERTAS-ESTRUT-PATH PIC X(100).
       01  WS-DISPOSICAO-PATH    PIC X(100).
       01  WS-REDE-PATH          PIC X(100).

       01  WS-PAR-CHAVE          PIC X(10).
       01  WS-PAR-VALOR-1        PIC X(12).
       01  WS-PAR-VALOR-2        PIC X(12).
       01  WS-PAR-VALOR-CHECK    PIC X(12).

      * Parametros da analise. Inteiros em tres posicoes fixas, como
      * o PRAZO de POSOF93D; valor invalido mantem o default e e
      * avisado (RC 4).
       01  WS-JANELA-HORAS       PIC 9(3) VALUE 48.
       01  WS-MAX-SALTOS         PIC 9(3) VALUE 5.
       01  WS-PASSAGEM-PCT       PIC 9(3) VALUE 80.
       01  WS-RECEBIDO-MINIMO    PIC 9(9)V99 VALUE 20000,00.
       01  WS-JANELA-MINUTOS     PIC 9(7) VALUE ZERO.

      * Periodo da analise: sem PERIODO informado vai do dia 1 do mes
      * corrente ate hoje. No maximo 31 dias - a rede inteira fica em
      * memoria.
       01  WS-PERIODO-INI        PIC X(8) VALUE SPACES.
       01  WS-PERIODO-FIM        PIC X(8) VALUE SPACES.
       01  WS-PERIODO-INI-NUM    PIC 9(8) VALUE ZERO.
       01  WS-PERIODO-FIM-NUM    PIC 9(8) VALUE ZERO.
       01  WS-PERIODO-INI-INT    PIC 9(7) VALUE ZERO.
       01  WS-PERIODO-FIM-INT    PIC 9(7) VALUE ZERO.
       01  WS-QTD-DIAS-PERIODO   PIC 9(5) VALUE ZERO.
       01  WS-PERIODO-OK         PIC X VALUE 'S'.
           88 WS-PERIODO-VALIDO  VALUE 'S'.

       01  WS-DIA-INT            PIC 9(7) VALUE ZERO.
       01  WS-DIA-NUM            PIC 9(8) VALUE ZERO.
       01  WS-DIA-TXT            PIC X(8).

      * Extratos do periodo, sem repeticao de caminho. Lista maior
      * que a tabela e ERRO FATAL, como o estouro de contas e
      * transferencias: a rede sairia sem os extratos excedentes.
       01  WS-QTD-EXTRATOS       PIC 9(3) VALUE ZERO.
       01  WS-IDX-EXTR           PIC 9(3) VALUE ZERO.
       01  WS-IDX-ACHADO-EXTR    PIC 9(3) VALUE ZERO.
       01  WS-EXTR-TABELA-CHEIA  PIC X VALUE 'N'.
           88 WS-EXTR-TABELA-ESTOURADA VALUE 'S'.
       01  WS-ORIGEM-LOTE        PIC X(60) VALUE SPACES.
       01  WS-TAB-EXTRATOS.
           05 WS-EXTRATO-PATH OCCURS 400 TIMES
                            INDEXED BY WS-IDX-EXTR-TAB
                            PIC X(100).
       01  WS-LINHA-LOTE         PIC X(100).

      * Linha do extrato (layout de 2100-TRATA-REGISTRO em
      * POSOF85D.cbl) e data do HEADER do arquivo.
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

      * Momentos em minutos corridos (dia inteiro * 1440 + hora * 60
      * + minuto), como em POSOF96D.
       01  WS-DH-CALC            PIC X(15).
       01  WS-DH-CALC-DATA       PIC 9(8).
       01  WS-DH-CALC-HORA       PIC 9(2).
       01  WS-DH-CALC-MIN        PIC 9(2).
       01  WS-MIN-CALC           PIC 9(11).
       01  WS-DH-CALC-VALIDA     PIC X VALUE 'N'.
           88 WS-DH-CALC-OK      VALUE 'S'.

      * Contas da rede (origens e destinos). Cada conta aponta para
      * a primeira e a ultima transferencia que enviou e que
      * recebeu; cada transferencia aponta para a proxima da mesma
      * conta - as listas evitam varrer a rede inteira a cada passo
      * da busca. Estouro de qualquer das duas tabelas e ERRO FATAL:
      * uma rede truncada esconderia justamente o elo que falta.
       01  WS-QTD-CONTAS         PIC 9(4) VALUE ZERO.
       01  WS-IDX-CT             PIC 9(4) VALUE ZERO.
       01  WS-IDX-ACHADO-CT      PIC 9(4) VALUE ZERO.
       01  WS-CONTA-BUSCA        PIC X(6).
       01  WS-CT-TABELA-CHEIA    PIC X VALUE 'N'.
           88 WS-CT-TABELA-ESTOURADA VALUE 'S'.
       01  WS-TAB-CONTAS.
           05 WS-CT OCCURS 5000 TIMES INDEXED BY WS-IDX-CT-TAB.
              10 WS-CT-CONTA        PIC X(6).
              10 WS-CT-NOME         PIC X(20).
              10 WS-CT-DOC          PIC X(14).
              10 WS-CT-PRIM-ENVIO   PIC 9(5).
              10 WS-CT-ULT-ENVIO    PIC 9(5).
              10 WS-CT-PRIM-RECEB   PIC 9(5).
              10 WS-CT-ULT-RECEB    PIC 9(5).
              10 WS-CT-QTD-RECEB    PIC 9(5).
              10 WS-CT-VALOR-RECEB  PIC 9(9)V99.
              10 WS-CT-QTD-RAPIDO   PIC 9(5).
              10 WS-CT-VALOR-RAPIDO PIC 9(9)V99.
              10 WS-CT-WATCHLIST    PIC X(3).
              10 WS-CT-CASO         PIC X.

       01  WS-QTD-TRANSF         PIC 9(5) VALUE ZERO.
       01  WS-IDX-TR             PIC 9(5) VALUE ZERO.
       01  WS-IDX-TR-2           PIC 9(5) VALUE ZERO.
       01  WS-TR-TABELA-CHEIA    PIC X VALUE 'N'.
           88 WS-TR-TABELA-ESTOURADA VALUE 'S'.
       01  WS-TAB-TRANSF.
           05 WS-TR OCCURS 10000 TIMES INDEXED BY WS-IDX-TR-TAB.
              10 WS-TR-ORIGEM       PIC 9(4).
              10 WS-TR-DESTINO      PIC 9(4).
              10 WS-TR-VALOR        PIC 9(7)V99.
              10 WS-TR-DATA         PIC X(8).
              10 WS-TR-HORA         PIC X(6).
              10 WS-TR-MINUTO       PIC 9(11).
              10 WS-TR-PROX-ENVIO   PIC 9(5).
              10 WS-TR-PROX-RECEB   PIC 9(5).
              10 WS-TR-RAPIDA       PIC X.
       01  WS-IDX-ORIGEM-NOVA    PIC 9(4) VALUE ZERO.
       01  WS-IDX-DESTINO-NOVA   PIC 9(4) VALUE ZERO.

      * Busca em profundidade com pilha explicita a partir de cada
      * transferencia do periodo. Nivel N guarda a
      * transferencia do salto N e o cursor da proxima candidata na
      * lista de envios da conta de destino dela.
       01  WS-NIVEL              PIC 9(2) VALUE ZERO.
       01  WS-IDX-NIVEL          PIC 9(2) VALUE ZERO.
       01  WS-TAB-CAMINHO.
           05 WS-CAM OCCURS 8 TIMES.
              10 WS-CAM-TR          PIC 9(5).
              10 WS-CAM-CURSOR      PIC 9(5).
              10 WS-CAM-ESTENDEU    PIC X.
       01  WS-IDX-INICIO         PIC 9(5) VALUE ZERO.
       01  WS-IDX-CAND           PIC 9(5) VALUE ZERO.
       01  WS-IDX-ORIGEM-CADEIA  PIC 9(4) VALUE ZERO.
       01  WS-IDX-DEST-CAND      PIC 9(4) VALUE ZERO.
       01  WS-MIN-LIMITE-CADEIA  PIC 9(11) VALUE ZERO.
       01  WS-NO-CAMINHO         PIC X VALUE 'N'.
           88 WS-JA-NO-CAMINHO   VALUE 'S'.

      * Achados da busca: cadeias (maximais, 2 ou mais saltos) e
      * ciclos (ultimo salto volta a conta ou ao documento de quem
      * iniciou). Tabela cheia encerra a busca com aviso.
       01  WS-QTD-ACHADOS        PIC 9(4) VALUE ZERO.
       01  WS-IDX-ACH            PIC 9(4) VALUE ZERO.
       01  WS-ACH-TABELA-CHEIA   PIC X VALUE 'N'.
           88 WS-ACH-TABELA-AVISADA VALUE 'S'.
       01  WS-TAB-ACHADOS.
           05 WS-ACH OCCURS 1000 TIMES INDEXED BY WS-IDX-ACH-TAB.
              10 WS-ACH-TIPO        PIC X(6).
              10 WS-ACH-MOTIVO      PIC X(30).
              10 WS-ACH-QTD-SALTOS  PIC 9(2).
              10 WS-ACH-SALTO       PIC 9(5) OCCURS 8 TIMES.
       01  WS-TIPO-ACHADO        PIC X(6).

      * Achado novo montado por 3200 antes de entrar na tabela, para
      * a comparacao de sufixos com os ja guardados (3210/3220).
       01  WS-NOVO-QTD-SALTOS    PIC 9(2) VALUE ZERO.
       01  WS-TAB-NOVO-ACHADO.
           05 WS-NOVO-SALTO      PIC 9(5) OCCURS 8 TIMES.
       01  WS-IDX-ACH-2          PIC 9(4) VALUE ZERO.
       01  WS-DESLOC-SUFIXO      PIC 9(2) VALUE ZERO.
       01  WS-E-SUFIXO           PIC X VALUE 'N'.
           88 WS-ACHADO-E-SUFIXO VALUE 'S'.
       01  WS-NOVO-REPETIDO      PIC X VALUE 'N'.
           88 WS-NOVO-JA-CONTIDO VALUE 'S'.
       01  WS-MOTIVO-ACHADO      PIC X(30).
       01  WS-TIPO-SECAO         PIC X(6).
       01  WS-QTD-SECAO          PIC 9(4) VALUE ZERO.
       01  WS-NUM-ACHADO-EDIT    PIC 9(4).

      * Disposicao do dia para marcar conta com caso em aberto: a
      * conta teve alerta no periodo (caso de POSOF90D) sem veredito
      * do analista em disposicao_AAAAMMDD.txt.
       01  WS-EST-SEQ-TXT        PIC X(6).
       01  WS-EST-SEQ-NUM        PIC 9(6).
       01  WS-EST-DATA           PIC X(8).
       01  WS-EST-HORA           PIC X(6).
       01  WS-EST-CONTA          PIC X(6).
       01  WS-DISP-SEQ-TXT       PIC X(6).
       01  WS-QTD-DISPOSICOES    PIC 9(4) VALUE ZERO.
       01  WS-IDX-DISP           PIC 9(4) VALUE ZERO.
       01  WS-IDX-ACHADO-DISP    PIC 9(4) VALUE ZERO.
       01  WS-DISP-TABELA-CHEIA  PIC X VALUE 'N'.
           88 WS-DISP-TABELA-AVISADA VALUE 'S'.
       01  WS-TAB-DISPOSICAO.
           05 WS-DISP-SEQ OCCURS 2000 TIMES
                            INDEXED BY WS-IDX-DISP-TAB
                            PIC 9(6).

       01  WS-WL-CONTA           PIC X(6).
       01  WS-WL-FLAG            PIC X(3).
       01  WS-WL-DATA-INI        PIC X(8).
       01  WS-WL-DATA-FIM        PIC X(8).

      * Rotulo de uma conta no relatorio: numero, flag de watchlist
      * e marca de caso em aberto.
       01  WS-IDX-ROTULO         PIC 9(4) VALUE ZERO.
       01  WS-ROTULO             PIC X(24).
       01  WS-ROTULO-ORIGEM      PIC X(24).
       01  WS-ROTULO-DESTINO     PIC X(24).
       01  WS-PTR-ROTULO         PIC 9(3).

       01  WS-PCT-REENVIO        PIC 9(5)V99 VALUE ZERO.
       01  WS-PCT-EDIT           PIC ZZZZ9,99.
       01  WS-VALOR-EDIT         PIC Z(8)9,99.
       01  WS-VALOR-EDIT-2       PIC Z(8)9,99.
       01  WS-QTD-EDIT           PIC Z(6)9.
       01  WS-QTD-EDIT-2         PIC Z(6)9.
       01  WS-SALTO-EDIT         PIC Z9.

       01  WS-TOTAL-LINHAS       PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-SEM-DATA     PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-ILEGIVEIS    PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-FORA-PERIODO PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-EXTR-AUSENTES PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-CADEIAS      PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-CICLOS       PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-PASSAGEM     PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-CT-WATCHLIST PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-CT-CASO      PIC 9(4) VALUE ZERO.

      * Jornal de execucao e codigo de retorno, como em POSOF87D.
      * RETURN-CODE 0 = rede montada e analisada sem ressalvas (com
      * ou sem achados), 4 = extrato ausente, lote_rede.txt ausente
      * (controle_lote.txt usado), parametro invalido ou achados
      * alem da tabela, 8 = periodo invalido ou rede (ou lista de
      * extratos) maior que as tabelas (relatorio nao gerado).
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
               IF NOT WS-EXTR-TABELA-ESTOURADA
                   PERFORM 2000-MONTA-REDE
               END-IF
               IF WS-EXTR-TABELA-ESTOURADA
                  OR WS-CT-TABELA-ESTOURADA
                  OR WS-TR-TABELA-ESTOURADA
                   PERFORM 2900-ABORTA-TABELA-CHEIA
               ELSE
                   PERFORM 2500-MARCA-WATCHLIST
                   PERFORM 2600-MARCA-CASOS-ABERTOS
                   PERFORM 3000-BUSCA-CADEIAS
                   PERFORM 3500-AVALIA-PASSAGEM
                   PERFORM 4000-GERA-RELATORIO
                   PERFORM 5000-FINALIZA
               END-IF
           ELSE
               PERFORM 5000-FINALIZA
           END-IF
           STOP RUN.

      * ===============================
      * 1000 - INICIALIZACAO
      * ===============================
       1000-INICIALIZA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-EXECUCAO
           MOVE WS-DATA-HORA-SISTEMA(9:6) TO WS-HORA-EXECUCAO

           MOVE SPACES TO WS-REDE-PATH
           STRING
               'C:\Cobol\AntiFraude\rede_fluxo_'
               WS-DATA-EXECUCAO
               '.txt'
               DELIMITED BY SIZE
               INTO WS-REDE-PATH
           END-STRING

           OPEN EXTEND JORNAL-FILE
           MOVE "INICIO DE EXECUCAO" TO WS-JORNAL-EVENTO
           PERFORM 6000-GRAVA-JORNAL

           PERFORM 1010-CARREGA-PARAMETROS
           PERFORM 1030-VALIDA-PERIODO
           COMPUTE WS-JANELA-MINUTOS = WS-JANELA-HORAS * 60

           IF WS-PERIODO-VALIDO
               PERFORM 1040-CARREGA-LOTE
           END-IF.
           EXIT.

      * ===============================
      * 1010 - CARGA DOS PARAMETROS DA ANALISE
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
      * JANELA de 001 a 999 horas, SALTOS de 002 a 008, PASSAGEM de
      * 001 a 100 e RECEBIDO como os valores de parametros_fraude
      * .txt (ex.: 20000,00).
       1020-TRATA-PARAMETRO.
           MOVE SPACES TO WS-PAR-CHAVE
                          WS-PAR-VALOR-1
                          WS-PAR-VALOR-2
           UNSTRING REG-PARAMETRO DELIMITED BY ";"
               INTO WS-PAR-CHAVE
                    WS-PAR-VALOR-1
                    WS-PAR-VALOR-2
           END-UNSTRING
           MOVE WS-PAR-VALOR-1 TO WS-PAR-VALOR-CHECK
           INSPECT WS-PAR-VALOR-CHECK REPLACING ALL "," BY "0"
                                        ALL SPACE BY "0"

           EVALUATE TRUE
               WHEN WS-PAR-CHAVE = "PERIODO"
                   MOVE WS-PAR-VALOR-1 TO WS-PERIODO-INI
                   MOVE WS-PAR-VALOR-2 TO WS-PERIODO-FIM
               WHEN WS-PAR-CHAVE = "JANELA"
                       AND WS-PAR-VALOR-1(1:3) IS NUMERIC
                       AND WS-PAR-VALOR-1(1:3) > "000"
                   MOVE WS-PAR-VALOR-1(1:3) TO WS-JANELA-HORAS
               WHEN WS-PAR-CHAVE = "SALTOS"
                       AND WS-PAR-VALOR-1(1:3) IS NUMERIC
                       AND WS-PAR-VALOR-1(1:3) >= "002"
                       AND WS-PAR-VALOR-1(1:3) <= "008"
                   MOVE WS-PAR-VALOR-1(1:3) TO WS-MAX-SALTOS
               WHEN WS-PAR-CHAVE = "PASSAGEM"
                       AND WS-PAR-VALOR-1(1:3) IS NUMERIC
                       AND WS-PAR-VALOR-1(1:3) > "000"
                       AND WS-PAR-VALOR-1(1:3) <= "100"
                   MOVE WS-PAR-VALOR-1(1:3) TO WS-PASSAGEM-PCT
               WHEN WS-PAR-CHAVE = "RECEBIDO"
                       AND WS-PAR-VALOR-1 NOT = SPACES
                       AND WS-PAR-VALOR-CHECK IS NUMERIC
                   MOVE WS-PAR-VALOR-1 TO WS-RECEBIDO-MINIMO
               WHEN OTHER
                   DISPLAY "POSOF98D: LINHA INVALIDA EM "
                       "parametros_rede.txt IGNORADA: '"
                       REG-PARAMETRO "'"
                   MOVE SPACES TO WS-JORNAL-EVENTO
                   STRING
                       "AVISO: LINHA INVALIDA EM parametros_rede.txt "
                       "IGNORADA: " REG-PARAMETRO
                       DELIMITED BY SIZE
                       INTO WS-JORNAL-EVENTO
                   END-STRING
                   PERFORM 6010-REGISTRA-AVISO
           END-EVALUATE.
           EXIT.

      * ===============================
      * 1030 - VALIDACAO DO PERIODO
      * ===============================
       1030-VALIDA-PERIODO.
           MOVE 'S' TO WS-PERIODO-OK

           IF WS-PERIODO-INI = SPACES AND WS-PERIODO-FIM = SPACES
               MOVE SPACES TO WS-PERIODO-INI
               STRING WS-DATA-EXECUCAO(1:6) "01"
                   DELIMITED BY SIZE INTO WS-PERIODO-INI
               END-STRING
               MOVE WS-DATA-EXECUCAO TO WS-PERIODO-FIM
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
                   IF WS-QTD-DIAS-PERIODO > 31
                       MOVE 'N' TO WS-PERIODO-OK
                   END-IF
               END-IF
           END-IF

           IF NOT WS-PERIODO-VALIDO
               DISPLAY "POSOF98D: PERIODO INVALIDO EM "
                   "parametros_rede.txt (" WS-PERIODO-INI
                   " A " WS-PERIODO-FIM ") - ANALISE NAO EXECUTADA"
               MOVE SPACES TO WS-JORNAL-EVENTO
               STRING
                   "ERRO: PERIODO INVALIDO: "
                   WS-PERIODO-INI " A " WS-PERIODO-FIM
                   " - ANALISE NAO EXECUTADA"
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
               PERFORM 6000-GRAVA-JORNAL
           END-IF.
           EXIT.

      * ===============================
      * 1040 - CARGA DA LISTA DE EXTRATOS DO PERIODO
      * ===============================
       1040-CARREGA-LOTE.
           OPEN INPUT LOTE-REDE-FILE
           PERFORM UNTIL WS-EOF-LOTE
               READ LOTE-REDE-FILE
                   AT END
                       SET WS-EOF-LOTE TO TRUE
                   NOT AT END
                       MOVE REG-LOTE-REDE TO WS-LINHA-LOTE
                       PERFORM 1050-GUARDA-EXTRATO
               END-READ
           END-PERFORM
           CLOSE LOTE-REDE-FILE
           MOVE "lote_rede.txt" TO WS-ORIGEM-LOTE

           IF WS-QTD-EXTRATOS = ZERO
               MOVE "controle_lote.txt (lote_rede.txt AUSENTE OU VAZIO)"
                   TO WS-ORIGEM-LOTE
               DISPLAY "POSOF98D: lote_rede.txt AUSENTE OU VAZIO - "
                   "REDE MONTADA COM OS EXTRATOS DE controle_lote.txt"
               MOVE SPACES TO WS-JORNAL-EVENTO
               STRING
                   "AVISO: lote_rede.txt AUSENTE OU VAZIO - EXTRATOS "
                   "DE controle_lote.txt"
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
               PERFORM 6010-REGISTRA-AVISO
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
           END-IF

           IF WS-QTD-EXTRATOS = ZERO
               DISPLAY "POSOF98D: NENHUM EXTRATO EM lote_rede.txt NEM "
                   "EM controle_lote.txt - REDE VAZIA"
               MOVE "AVISO: NENHUM EXTRATO PARA MONTAR A REDE"
                   TO WS-JORNAL-EVENTO
               PERFORM 6010-REGISTRA-AVISO
           END-IF.
           EXIT.

      * ===============================
      * 1050 - GUARDA UM EXTRATO DA LISTA
      * ===============================
      * Caminho repetido e pulado, como em 1050-GUARDA-EXTRATO de
      * POSOF92D - o mesmo extrato lido duas vezes dobraria as
      * arestas da rede.
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
                       IF NOT WS-EXTR-TABELA-ESTOURADA
                           SET WS-EXTR-TABELA-ESTOURADA TO TRUE
                           DISPLAY "POSOF98D: WS-TAB-EXTRATOS CHEIA "
                               "(400 ARQUIVOS) - LISTA DE EXTRATOS "
                               "EXCEDE A TABELA; EXECUCAO SERA "
                               "ABORTADA SEM RELATORIO"
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2000 - MONTAGEM DA REDE ORIGEM -> DESTINO
      * ===============================
       2000-MONTA-REDE.
           PERFORM VARYING WS-IDX-EXTR FROM 1 BY 1
                   UNTIL WS-IDX-EXTR > WS-QTD-EXTRATOS
                      OR WS-CT-TABELA-ESTOURADA
                      OR WS-TR-TABELA-ESTOURADA
               MOVE WS-EXTRATO-PATH(WS-IDX-EXTR) TO WS-TRANSACOES-PATH
               MOVE SPACES TO WS-TRN-HEADER-DATA
               MOVE 'N' TO WS-FIM-TRANS
               OPEN INPUT TRANSACOES-FILE
               IF WS-TRANS-STATUS = "00"
                   PERFORM UNTIL WS-EOF-TRANS
                           OR WS-CT-TABELA-ESTOURADA
                           OR WS-TR-TABELA-ESTOURADA
                       READ TRANSACOES-FILE
                           AT END
                               SET WS-EOF-TRANS TO TRUE
                           NOT AT END
                               PERFORM 2010-CLASSIFICA-LINHA-EXTRATO
                       END-READ
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-TOTAL-EXTR-AUSENTES
                   DISPLAY "POSOF98D: EXTRATO NAO ENCONTRADO: "
                       WS-TRANSACOES-PATH
                   MOVE SPACES TO WS-JORNAL-EVENTO
                   STRING
                       "AVISO: EXTRATO NAO ENCONTRADO: "
                       WS-TRANSACOES-PATH
                       DELIMITED BY SIZE
                       INTO WS-JORNAL-EVENTO
                   END-STRING
                   PERFORM 6010-REGISTRA-AVISO
               END-IF
               CLOSE TRANSACOES-FILE
           END-PERFORM.
           EXIT.

      * ===============================
      * 2010 - CLASSIFICACAO DE UMA LINHA DO EXTRATO
      * ===============================
       2010-CLASSIFICA-LINHA-EXTRATO.
           IF REG-TRANSACAO(1:7) = "HEADER;"
               UNSTRING REG-TRANSACAO DELIMITED BY ";"
                   INTO WS-TRN-HEADER-TIPO
                        WS-TRN-HEADER-DATA
               END-UNSTRING
           ELSE
               IF REG-TRANSACAO(1:8) NOT = "TRAILER;"
                       AND REG-TRANSACAO NOT = SPACES
                   PERFORM 2020-TRATA-TRANSACAO
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2020 - TRANSFERENCIA ENTRE CONTAS DO EXTRATO
      * ===============================
      * So entra na rede a transacao com conta de destino diferente
      * da origem, valor legivel e momento conhecido (data da linha,
      * ou do HEADER, mais hora da linha) dentro do periodo - sem
      * hora nao ha como medir a janela da cadeia.
       2020-TRATA-TRANSACAO.
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

           IF WS-TRN-CONTA-DESTINO NOT = SPACES
                   AND WS-TRN-CONTA-DESTINO NOT = WS-TRN-CONTA
               ADD 1 TO WS-TOTAL-LINHAS
               IF WS-TRN-DATA NOT = SPACES
                   MOVE WS-TRN-DATA TO WS-TRN-DATA-REF
               ELSE
                   MOVE WS-TRN-HEADER-DATA TO WS-TRN-DATA-REF
               END-IF
               MOVE SPACES TO WS-DH-CALC
               STRING WS-TRN-DATA-REF "-" WS-TRN-HORA
                   DELIMITED BY SIZE INTO WS-DH-CALC
               END-STRING
               PERFORM 2100-CALCULA-MINUTOS

               MOVE WS-TRN-VALOR-TXT TO WS-TRN-VALOR-CHECK
               INSPECT WS-TRN-VALOR-CHECK REPLACING ALL "," BY "0"
                                            ALL SPACE BY "0"
               EVALUATE TRUE
                   WHEN NOT WS-DH-CALC-OK
                       ADD 1 TO WS-TOTAL-SEM-DATA
                   WHEN WS-TRN-VALOR-CHECK IS NOT NUMERIC
                       ADD 1 TO WS-TOTAL-ILEGIVEIS
                   WHEN WS-TRN-DATA-REF < WS-PERIODO-INI
                     OR WS-TRN-DATA-REF > WS-PERIODO-FIM
                       ADD 1 TO WS-TOTAL-FORA-PERIODO
                   WHEN OTHER
                       MOVE WS-TRN-VALOR-TXT TO WS-TRN-VALOR-NUM
                       PERFORM 2200-INCLUI-TRANSFERENCIA
               END-EVALUATE
           END-IF.
           EXIT.

      * ===============================
      * 2100 - DATA-HORA AAAAMMDD-HHMMSS EM MINUTOS CORRIDOS
      * ===============================
       2100-CALCULA-MINUTOS.
           MOVE 'N' TO WS-DH-CALC-VALIDA
           MOVE ZERO TO WS-MIN-CALC
           IF WS-DH-CALC(1:8) IS NUMERIC
                   AND WS-DH-CALC(10:4) IS NUMERIC
               MOVE WS-DH-CALC(1:8) TO WS-DH-CALC-DATA
               MOVE WS-DH-CALC(10:2) TO WS-DH-CALC-HORA
               MOVE WS-DH-CALC(12:2) TO WS-DH-CALC-MIN
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DH-CALC-DATA) = ZERO
                       AND WS-DH-CALC-HORA < 24
                       AND WS-DH-CALC-MIN < 60
                   SET WS-DH-CALC-OK TO TRUE
                   COMPUTE WS-MIN-CALC =
                       FUNCTION INTEGER-OF-DATE(WS-DH-CALC-DATA) * 1440
                       + WS-DH-CALC-HORA * 60 + WS-DH-CALC-MIN
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2200 - INCLUSAO DE UMA ARESTA NA REDE
      * ===============================
       2200-INCLUI-TRANSFERENCIA.
           MOVE WS-TRN-CONTA TO WS-CONTA-BUSCA
           PERFORM 2210-LOCALIZA-CONTA
           MOVE WS-IDX-ACHADO-CT TO WS-IDX-ORIGEM-NOVA
           MOVE WS-TRN-CONTA-DESTINO TO WS-CONTA-BUSCA
           PERFORM 2210-LOCALIZA-CONTA
           MOVE WS-IDX-ACHADO-CT TO WS-IDX-DESTINO-NOVA

           IF WS-IDX-ORIGEM-NOVA > ZERO AND WS-IDX-DESTINO-NOVA > ZERO
               IF WS-QTD-TRANSF < 10000
                   PERFORM 2220-GRAVA-ARESTA
               ELSE
                   SET WS-TR-TABELA-ESTOURADA TO TRUE
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2210 - BUSCA (OU INCLUSAO) DE UMA CONTA NA REDE
      * ===============================
       2210-LOCALIZA-CONTA.
           MOVE ZERO TO WS-IDX-ACHADO-CT
           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                   UNTIL WS-IDX-CT > WS-QTD-CONTAS
                      OR WS-IDX-ACHADO-CT > ZERO
               IF WS-CT-CONTA(WS-IDX-CT) = WS-CONTA-BUSCA
                   MOVE WS-IDX-CT TO WS-IDX-ACHADO-CT
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO-CT = ZERO
               IF WS-QTD-CONTAS < 5000
                   ADD 1 TO WS-QTD-CONTAS
                   MOVE WS-QTD-CONTAS TO WS-IDX-ACHADO-CT
                   MOVE WS-CONTA-BUSCA TO WS-CT-CONTA(WS-IDX-ACHADO-CT)
                   MOVE SPACES TO WS-CT-NOME(WS-IDX-ACHADO-CT)
                                  WS-CT-DOC(WS-IDX-ACHADO-CT)
                                  WS-CT-WATCHLIST(WS-IDX-ACHADO-CT)
                   MOVE 'N' TO WS-CT-CASO(WS-IDX-ACHADO-CT)
                   MOVE ZERO TO WS-CT-PRIM-ENVIO(WS-IDX-ACHADO-CT)
                                WS-CT-ULT-ENVIO(WS-IDX-ACHADO-CT)
                                WS-CT-PRIM-RECEB(WS-IDX-ACHADO-CT)
                                WS-CT-ULT-RECEB(WS-IDX-ACHADO-CT)
                                WS-CT-QTD-RECEB(WS-IDX-ACHADO-CT)
                                WS-CT-VALOR-RECEB(WS-IDX-ACHADO-CT)
                                WS-CT-QTD-RAPIDO(WS-IDX-ACHADO-CT)
                                WS-CT-VALOR-RAPIDO(WS-IDX-ACHADO-CT)
               ELSE
                   SET WS-CT-TABELA-ESTOURADA TO TRUE
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2220 - GRAVA A ARESTA E ENCADEIA NAS LISTAS DAS CONTAS
      * ===============================
       2220-GRAVA-ARESTA.
           ADD 1 TO WS-QTD-TRANSF
           MOVE WS-IDX-ORIGEM-NOVA TO WS-TR-ORIGEM(WS-QTD-TRANSF)
           MOVE WS-IDX-DESTINO-NOVA TO WS-TR-DESTINO(WS-QTD-TRANSF)
           MOVE WS-TRN-VALOR-NUM TO WS-TR-VALOR(WS-QTD-TRANSF)
           MOVE WS-TRN-DATA-REF TO WS-TR-DATA(WS-QTD-TRANSF)
           MOVE WS-TRN-HORA TO WS-TR-HORA(WS-QTD-TRANSF)
           MOVE WS-MIN-CALC TO WS-TR-MINUTO(WS-QTD-TRANSF)
           MOVE ZERO TO WS-TR-PROX-ENVIO(WS-QTD-TRANSF)
                        WS-TR-PROX-RECEB(WS-QTD-TRANSF)
           MOVE 'N' TO WS-TR-RAPIDA(WS-QTD-TRANSF)

      * Nome e documento so vem da linha em que a conta e origem.
           IF WS-TRN-NOME NOT = SPACES
               MOVE WS-TRN-NOME TO WS-CT-NOME(WS-IDX-ORIGEM-NOVA)
           END-IF
           IF WS-TRN-DOCUMENTO NOT = SPACES
               MOVE WS-TRN-DOCUMENTO TO WS-CT-DOC(WS-IDX-ORIGEM-NOVA)
           END-IF

           IF WS-CT-ULT-ENVIO(WS-IDX-ORIGEM-NOVA) = ZERO
               MOVE WS-QTD-TRANSF
                   TO WS-CT-PRIM-ENVIO(WS-IDX-ORIGEM-NOVA)
           ELSE
               MOVE WS-QTD-TRANSF TO WS-TR-PROX-ENVIO(
                   WS-CT-ULT-ENVIO(WS-IDX-ORIGEM-NOVA))
           END-IF
           MOVE WS-QTD-TRANSF TO WS-CT-ULT-ENVIO(WS-IDX-ORIGEM-NOVA)

           IF WS-CT-ULT-RECEB(WS-IDX-DESTINO-NOVA) = ZERO
               MOVE WS-QTD-TRANSF
                   TO WS-CT-PRIM-RECEB(WS-IDX-DESTINO-NOVA)
           ELSE
               MOVE WS-QTD-TRANSF TO WS-TR-PROX-RECEB(
                   WS-CT-ULT-RECEB(WS-IDX-DESTINO-NOVA))
           END-IF
           MOVE WS-QTD-TRANSF TO WS-CT-ULT-RECEB(WS-IDX-DESTINO-NOVA)
           ADD 1 TO WS-CT-QTD-RECEB(WS-IDX-DESTINO-NOVA)
           ADD WS-TRN-VALOR-NUM
               TO WS-CT-VALOR-RECEB(WS-IDX-DESTINO-NOVA).
           EXIT.

      * ===============================
      * 2500 - MARCA DAS CONTAS NA WATCHLIST
      * ===============================
      * Vale a entrada vigente na data da execucao, como em
      * 2230-MARCA-WATCHLIST de POSOF90D. Conta fora da rede e
      * ignorada (2210 nao e usado aqui para nao criar conta).
       2500-MARCA-WATCHLIST.
           MOVE 'N' TO WS-FIM-WATCHLIST
           OPEN INPUT WATCHLIST-FILE
           PERFORM UNTIL WS-EOF-WATCHLIST
               READ WATCHLIST-FILE
                   AT END
                       SET WS-EOF-WATCHLIST TO TRUE
                   NOT AT END
                       IF REG-WATCHLIST NOT = SPACES
                           PERFORM 2510-TRATA-LINHA-WATCHLIST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCHLIST-FILE.
           EXIT.

      * ===============================
      * 2510 - UMA ENTRADA DA WATCHLIST
      * ===============================
       2510-TRATA-LINHA-WATCHLIST.
           MOVE SPACES TO WS-WL-CONTA WS-WL-FLAG WS-WL-DATA-INI
                          WS-WL-DATA-FIM
           UNSTRING REG-WATCHLIST DELIMITED BY ";"
               INTO WS-WL-CONTA
                    WS-WL-FLAG
                    WS-WL-DATA-INI
                    WS-WL-DATA-FIM
           END-UNSTRING

           IF (WS-WL-DATA-INI = SPACES
                   OR WS-WL-DATA-INI <= WS-DATA-EXECUCAO)
               AND (WS-WL-DATA-FIM = SPACES
                   OR WS-WL-DATA-FIM >= WS-DATA-EXECUCAO)
               PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                       UNTIL WS-IDX-CT > WS-QTD-CONTAS
                   IF WS-CT-CONTA(WS-IDX-CT) = WS-WL-CONTA
                       IF WS-CT-WATCHLIST(WS-IDX-CT) = SPACES
                           ADD 1 TO WS-TOTAL-CT-WATCHLIST
                       END-IF
                       MOVE WS-WL-FLAG TO WS-CT-WATCHLIST(WS-IDX-CT)
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.

      * ===============================
      * 2600 - MARCA DAS CONTAS COM CASO EM ABERTO
      * ===============================
      * Um caso por conta por dia, como em POSOF90D; fica em aberto
      * enquanto algum alerta dele estiver sem veredito (mesmo
      * criterio de POSOF97D).
       2600-MARCA-CASOS-ABERTOS.
           PERFORM VARYING WS-DIA-INT FROM WS-PERIODO-INI-INT BY 1
                   UNTIL WS-DIA-INT > WS-PERIODO-FIM-INT
               COMPUTE WS-DIA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               MOVE WS-DIA-NUM TO WS-DIA-TXT
               PERFORM 2610-CASOS-DO-DIA
           END-PERFORM.
           EXIT.

      * ===============================
      * 2610 - ALERTAS SEM VEREDITO DE UM DIA
      * ===============================
       2610-CASOS-DO-DIA.
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

           MOVE ZERO TO WS-QTD-DISPOSICOES
           MOVE 'N' TO WS-FIM-DISPOSICAO
           OPEN INPUT DISPOSICAO-FILE
           IF WS-DISP-STATUS = "00"
               PERFORM UNTIL WS-EOF-DISPOSICAO
                   READ DISPOSICAO-FILE
                       AT END
                           SET WS-EOF-DISPOSICAO TO TRUE
                       NOT AT END
                           PERFORM 2620-GUARDA-DISPOSICAO
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DISPOSICAO-FILE

           MOVE 'N' TO WS-FIM-ESTRUT
           OPEN INPUT ALERTAS-ESTRUT-FILE
           IF WS-ESTRUT-STATUS = "00"
               PERFORM UNTIL WS-EOF-ESTRUT
                   READ ALERTAS-ESTRUT-FILE
                       AT END
                           SET WS-EOF-ESTRUT TO TRUE
                       NOT AT END
                           PERFORM 2630-TRATA-ALERTA
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ALERTAS-ESTRUT-FILE.
           EXIT.

      * ===============================
      * 2620 - GUARDA UM SEQ COM DISPOSICAO
      * ===============================
       2620-GUARDA-DISPOSICAO.
           MOVE SPACES TO WS-DISP-SEQ-TXT
           UNSTRING REG-DISPOSICAO DELIMITED BY ";"
               INTO WS-DISP-SEQ-TXT
           END-UNSTRING

           IF WS-DISP-SEQ-TXT IS NUMERIC
               IF WS-QTD-DISPOSICOES < 2000
                   ADD 1 TO WS-QTD-DISPOSICOES
                   MOVE WS-DISP-SEQ-TXT
                       TO WS-DISP-SEQ(WS-QTD-DISPOSICOES)
               ELSE
      * Disposicao sem vaga: a conta pode sair marcada com caso em
      * aberto sem ter - erra para o lado de chamar atencao.
                   IF NOT WS-DISP-TABELA-AVISADA
                       SET WS-DISP-TABELA-AVISADA TO TRUE
                       DISPLAY "POSOF98D: WS-TAB-DISPOSICAO CHEIA "
                           "(2000 LINHAS) - DISPOSICOES EXCEDENTES "
                           "IGNORADAS NA MARCA DE CASO EM ABERTO"
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
      * 2630 - ALERTA DO DIA: CONTA DA REDE SEM VEREDITO
      * ===============================
       2630-TRATA-ALERTA.
           MOVE SPACES TO WS-EST-SEQ-TXT
                          WS-EST-DATA
                          WS-EST-HORA
                          WS-EST-CONTA
           UNSTRING REG-ALERTA-ESTRUT DELIMITED BY ";"
               INTO WS-EST-SEQ-TXT
                    WS-EST-DATA
                    WS-EST-HORA
                    WS-EST-CONTA
           END-UNSTRING

           IF WS-EST-SEQ-TXT IS NUMERIC
               MOVE WS-EST-SEQ-TXT TO WS-EST-SEQ-NUM
               MOVE ZERO TO WS-IDX-ACHADO-CT
               PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                       UNTIL WS-IDX-CT > WS-QTD-CONTAS
                          OR WS-IDX-ACHADO-CT > ZERO
                   IF WS-CT-CONTA(WS-IDX-CT) = WS-EST-CONTA
                       MOVE WS-IDX-CT TO WS-IDX-ACHADO-CT
                   END-IF
               END-PERFORM

               IF WS-IDX-ACHADO-CT > ZERO
                   AND WS-CT-CASO(WS-IDX-ACHADO-CT) = 'N'
                   MOVE ZERO TO WS-IDX-ACHADO-DISP
                   PERFORM VARYING WS-IDX-DISP FROM 1 BY 1
                           UNTIL WS-IDX-DISP > WS-QTD-DISPOSICOES
                       IF WS-DISP-SEQ(WS-IDX-DISP) = WS-EST-SEQ-NUM
                           MOVE WS-IDX-DISP TO WS-IDX-ACHADO-DISP
                       END-IF
                   END-PERFORM
                   IF WS-IDX-ACHADO-DISP = ZERO
                       MOVE 'S' TO WS-CT-CASO(WS-IDX-ACHADO-CT)
                       ADD 1 TO WS-TOTAL-CT-CASO
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2900 - ABORTE POR REDE MAIOR QUE AS TABELAS
      * ===============================
       2900-ABORTA-TABELA-CHEIA.
           MOVE SPACES TO WS-JORNAL-EVENTO
           IF WS-EXTR-TABELA-ESTOURADA
               DISPLAY "POSOF98D: EXECUCAO ABORTADA - LISTA DE "
                   "EXTRATOS EXCEDE WS-TAB-EXTRATOS (400); REDUZIR A "
                   "LISTA DE " WS-ORIGEM-LOTE
               STRING
                   "ERRO: LISTA DE EXTRATOS EXCEDE WS-TAB-EXTRATOS "
                   "(400) - EXECUCAO ABORTADA, RELATORIO NAO GERADO"
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
           ELSE
               DISPLAY "POSOF98D: EXECUCAO ABORTADA - REDE DO PERIODO "
                   "EXCEDE WS-TAB-CONTAS (5000) OU WS-TAB-TRANSF "
                   "(10000); REDUZIR O PERIODO EM parametros_rede.txt"
               STRING
                   "ERRO: REDE DO PERIODO EXCEDE WS-TAB-CONTAS (5000) "
                   "OU WS-TAB-TRANSF (10000) - EXECUCAO ABORTADA, "
                   "RELATORIO NAO GERADO"
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
           END-IF
           PERFORM 6000-GRAVA-JORNAL
           MOVE "FIM ANORMAL DE EXECUCAO - RETURN-CODE 8"
               TO WS-JORNAL-EVENTO
           PERFORM 6000-GRAVA-JORNAL
           CLOSE JORNAL-FILE
           MOVE 8 TO RETURN-CODE.
           EXIT.

      * ===============================
      * 3000 - BUSCA DE CADEIAS E CICLOS
      * ===============================
      * Toda transferencia inicia uma busca. Como a janela conta do
      * primeiro salto, a busca que comeca no meio de uma cadeia ja
      * achada pode ir alem do ponto em que ela parou (a janela
      * termina mais tarde) e achar uma cadeia nova; quando so repete
      * o final de um achado, 3200 a descarta.
       3000-BUSCA-CADEIAS.
           PERFORM VARYING WS-IDX-INICIO FROM 1 BY 1
                   UNTIL WS-IDX-INICIO > WS-QTD-TRANSF
                      OR WS-ACH-TABELA-AVISADA
               PERFORM 3100-BUSCA-A-PARTIR-DO-INICIO
           END-PERFORM.
           EXIT.

      * ===============================
      * 3100 - BUSCA EM PROFUNDIDADE A PARTIR DE UMA TRANSFERENCIA
      * ===============================
       3100-BUSCA-A-PARTIR-DO-INICIO.
           MOVE WS-TR-ORIGEM(WS-IDX-INICIO) TO WS-IDX-ORIGEM-CADEIA
           COMPUTE WS-MIN-LIMITE-CADEIA =
               WS-TR-MINUTO(WS-IDX-INICIO) + WS-JANELA-MINUTOS
           MOVE 1 TO WS-NIVEL
           MOVE WS-IDX-INICIO TO WS-CAM-TR(1)
           MOVE WS-CT-PRIM-ENVIO(WS-TR-DESTINO(WS-IDX-INICIO))
               TO WS-CAM-CURSOR(1)
           MOVE 'N' TO WS-CAM-ESTENDEU(1)

           PERFORM UNTIL WS-NIVEL = ZERO OR WS-ACH-TABELA-AVISADA
               PERFORM 3110-PASSO-DA-BUSCA
           END-PERFORM.
           EXIT.

      * ===============================
      * 3110 - UM PASSO DA BUSCA
      * ===============================
      * Sem candidata no nivel: o caminho ate aqui e uma cadeia
      * maximal se nao foi estendido e tem 2 ou mais saltos; volta
      * um nivel. Com candidata: avanca o cursor e avalia.
       3110-PASSO-DA-BUSCA.
           MOVE WS-CAM-CURSOR(WS-NIVEL) TO WS-IDX-CAND
           IF WS-IDX-CAND = ZERO
               IF WS-CAM-ESTENDEU(WS-NIVEL) = 'N' AND WS-NIVEL >= 2
                   MOVE "CADEIA" TO WS-TIPO-ACHADO
                   MOVE SPACES TO WS-MOTIVO-ACHADO
                   PERFORM 3200-GUARDA-ACHADO
               END-IF
               SUBTRACT 1 FROM WS-NIVEL
           ELSE
               MOVE WS-TR-PROX-ENVIO(WS-IDX-CAND)
                   TO WS-CAM-CURSOR(WS-NIVEL)
               PERFORM 3120-AVALIA-CANDIDATA
           END-IF.
           EXIT.

      * ===============================
      * 3120 - AVALIACAO DE UMA TRANSFERENCIA CANDIDATA
      * ===============================
      * A candidata precisa sair depois do salto atual e dentro da
      * janela contada do inicio. Se volta a conta (ou ao documento)
      * de quem iniciou, fecha um ciclo; se volta a uma conta ja
      * percorrida, e descartada; senao vira o proximo salto.
       3120-AVALIA-CANDIDATA.
           IF WS-TR-MINUTO(WS-IDX-CAND)
                   >= WS-TR-MINUTO(WS-CAM-TR(WS-NIVEL))
               AND WS-TR-MINUTO(WS-IDX-CAND) <= WS-MIN-LIMITE-CADEIA
               MOVE WS-TR-DESTINO(WS-IDX-CAND) TO WS-IDX-DEST-CAND
               EVALUATE TRUE
                   WHEN WS-IDX-DEST-CAND = WS-IDX-ORIGEM-CADEIA
                       MOVE 'S' TO WS-CAM-ESTENDEU(WS-NIVEL)
                       MOVE "CICLO" TO WS-TIPO-ACHADO
                       MOVE "RETORNO A CONTA DE ORIGEM"
                           TO WS-MOTIVO-ACHADO
                       PERFORM 3200-GUARDA-ACHADO
                   WHEN WS-CT-DOC(WS-IDX-DEST-CAND) NOT = SPACES
                    AND WS-CT-DOC(WS-IDX-DEST-CAND)
                        = WS-CT-DOC(WS-IDX-ORIGEM-CADEIA)
                       MOVE 'S' TO WS-CAM-ESTENDEU(WS-NIVEL)
                       MOVE "CICLO" TO WS-TIPO-ACHADO
                       MOVE "RETORNO AO DOCUMENTO DE ORIGEM"
                           TO WS-MOTIVO-ACHADO
                       PERFORM 3200-GUARDA-ACHADO
                   WHEN OTHER
                       PERFORM 3130-VERIFICA-NO-CAMINHO
                       IF NOT WS-JA-NO-CAMINHO
                           MOVE 'S' TO WS-CAM-ESTENDEU(WS-NIVEL)
                           ADD 1 TO WS-NIVEL
                           MOVE WS-IDX-CAND TO WS-CAM-TR(WS-NIVEL)
                           MOVE 'N' TO WS-CAM-ESTENDEU(WS-NIVEL)
                           IF WS-NIVEL < WS-MAX-SALTOS
                               MOVE WS-CT-PRIM-ENVIO(WS-IDX-DEST-CAND)
                                   TO WS-CAM-CURSOR(WS-NIVEL)
                           ELSE
                               MOVE ZERO TO WS-CAM-CURSOR(WS-NIVEL)
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
           EXIT.

      * ===============================
      * 3130 - DESTINO DA CANDIDATA JA ESTA NO CAMINHO?
      * ===============================
       3130-VERIFICA-NO-CAMINHO.
           MOVE 'N' TO WS-NO-CAMINHO
           PERFORM VARYING WS-IDX-NIVEL FROM 1 BY 1
                   UNTIL WS-IDX-NIVEL > WS-NIVEL
               IF WS-TR-DESTINO(WS-CAM-TR(WS-IDX-NIVEL))
                       = WS-IDX-DEST-CAND
                   MOVE 'S' TO WS-NO-CAMINHO
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 3200 - GUARDA UMA CADEIA OU UM CICLO
      * ===============================
      * Saltos 1..NIVEL do caminho e, no ciclo, a candidata que
      * fecha o retorno. Achado que e so o final (mesmas
      * transferencias, na mesma ordem) de um ja guardado nao entra;
      * os ja guardados que sao o final do novo saem da tabela.
       3200-GUARDA-ACHADO.
           MOVE WS-NIVEL TO WS-NOVO-QTD-SALTOS
           PERFORM VARYING WS-IDX-NIVEL FROM 1 BY 1
                   UNTIL WS-IDX-NIVEL > WS-NIVEL
               MOVE WS-CAM-TR(WS-IDX-NIVEL)
                   TO WS-NOVO-SALTO(WS-IDX-NIVEL)
           END-PERFORM
           IF WS-TIPO-ACHADO = "CICLO"
               ADD 1 TO WS-NOVO-QTD-SALTOS
               MOVE WS-IDX-CAND TO WS-NOVO-SALTO(WS-NOVO-QTD-SALTOS)
           END-IF

           PERFORM 3210-VERIFICA-NOVO-CONTIDO
           IF NOT WS-NOVO-JA-CONTIDO
               PERFORM 3220-DESCARTA-SUFIXOS
               PERFORM 3230-INCLUI-ACHADO
           END-IF.
           EXIT.

      * ===============================
      * 3210 - O ACHADO NOVO E O FINAL DE UM JA GUARDADO?
      * ===============================
       3210-VERIFICA-NOVO-CONTIDO.
           MOVE 'N' TO WS-NOVO-REPETIDO
           PERFORM VARYING WS-IDX-ACH FROM 1 BY 1
                   UNTIL WS-IDX-ACH > WS-QTD-ACHADOS
                      OR WS-NOVO-JA-CONTIDO
               IF WS-ACH-QTD-SALTOS(WS-IDX-ACH) >= WS-NOVO-QTD-SALTOS
                   COMPUTE WS-DESLOC-SUFIXO =
                       WS-ACH-QTD-SALTOS(WS-IDX-ACH)
                       - WS-NOVO-QTD-SALTOS
                   MOVE 'S' TO WS-E-SUFIXO
                   PERFORM VARYING WS-IDX-NIVEL FROM 1 BY 1
                           UNTIL WS-IDX-NIVEL > WS-NOVO-QTD-SALTOS
                              OR NOT WS-ACHADO-E-SUFIXO
                       IF WS-NOVO-SALTO(WS-IDX-NIVEL)
                               NOT = WS-ACH-SALTO(WS-IDX-ACH,
                                   WS-DESLOC-SUFIXO + WS-IDX-NIVEL)
                           MOVE 'N' TO WS-E-SUFIXO
                       END-IF
                   END-PERFORM
                   IF WS-ACHADO-E-SUFIXO
                       SET WS-NOVO-JA-CONTIDO TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 3220 - RETIRA OS ACHADOS QUE SAO O FINAL DO NOVO
      * ===============================
       3220-DESCARTA-SUFIXOS.
           MOVE 1 TO WS-IDX-ACH
           PERFORM UNTIL WS-IDX-ACH > WS-QTD-ACHADOS
               MOVE 'N' TO WS-E-SUFIXO
               IF WS-ACH-QTD-SALTOS(WS-IDX-ACH) < WS-NOVO-QTD-SALTOS
                   COMPUTE WS-DESLOC-SUFIXO =
                       WS-NOVO-QTD-SALTOS
                       - WS-ACH-QTD-SALTOS(WS-IDX-ACH)
                   MOVE 'S' TO WS-E-SUFIXO
                   PERFORM VARYING WS-IDX-NIVEL FROM 1 BY 1
                           UNTIL WS-IDX-NIVEL
                                 > WS-ACH-QTD-SALTOS(WS-IDX-ACH)
                              OR NOT WS-ACHADO-E-SUFIXO
                       IF WS-ACH-SALTO(WS-IDX-ACH, WS-IDX-NIVEL)
                               NOT = WS-NOVO-SALTO(
                                   WS-DESLOC-SUFIXO + WS-IDX-NIVEL)
                           MOVE 'N' TO WS-E-SUFIXO
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-ACHADO-E-SUFIXO
                   IF WS-ACH-TIPO(WS-IDX-ACH) = "CICLO"
                       SUBTRACT 1 FROM WS-TOTAL-CICLOS
                   ELSE
                       SUBTRACT 1 FROM WS-TOTAL-CADEIAS
                   END-IF
                   PERFORM VARYING WS-IDX-ACH-2 FROM WS-IDX-ACH BY 1
                           UNTIL WS-IDX-ACH-2 >= WS-QTD-ACHADOS
                       MOVE WS-ACH(WS-IDX-ACH-2 + 1)
                           TO WS-ACH(WS-IDX-ACH-2)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-QTD-ACHADOS
               ELSE
                   ADD 1 TO WS-IDX-ACH
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 3230 - INCLUSAO DO ACHADO NOVO NA TABELA
      * ===============================
       3230-INCLUI-ACHADO.
           IF WS-QTD-ACHADOS < 1000
               ADD 1 TO WS-QTD-ACHADOS
               MOVE WS-TIPO-ACHADO TO WS-ACH-TIPO(WS-QTD-ACHADOS)
               MOVE WS-MOTIVO-ACHADO TO WS-ACH-MOTIVO(WS-QTD-ACHADOS)
               MOVE WS-NOVO-QTD-SALTOS
                   TO WS-ACH-QTD-SALTOS(WS-QTD-ACHADOS)
               PERFORM VARYING WS-IDX-NIVEL FROM 1 BY 1
                       UNTIL WS-IDX-NIVEL > WS-NOVO-QTD-SALTOS
                   MOVE WS-NOVO-SALTO(WS-IDX-NIVEL)
                       TO WS-ACH-SALTO(WS-QTD-ACHADOS, WS-IDX-NIVEL)
               END-PERFORM
               IF WS-TIPO-ACHADO = "CICLO"
                   ADD 1 TO WS-TOTAL-CICLOS
               ELSE
                   ADD 1 TO WS-TOTAL-CADEIAS
               END-IF
           ELSE
               SET WS-ACH-TABELA-AVISADA TO TRUE
               DISPLAY "POSOF98D: WS-TAB-ACHADOS CHEIA (1000 CADEIAS "
                   "E CICLOS) - BUSCA ENCERRADA; REDUZIR O PERIODO OU "
                   "A JANELA EM parametros_rede.txt"
               MOVE SPACES TO WS-JORNAL-EVENTO
               STRING
                   "AVISO: WS-TAB-ACHADOS CHEIA - BUSCA DE CADEIAS "
                   "ENCERRADA ANTES DO FIM DA REDE"
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
               PERFORM 6010-REGISTRA-AVISO
           END-IF.
           EXIT.

      * ===============================
      * 3500 - CONTAS DE PASSAGEM
      * ===============================
      * Envio "rapido" = transferencia que sai de uma conta dentro da
      * janela depois de algum recebimento dela. A conta e de
      * passagem quando recebeu ao menos RECEBIDO no periodo e
      * reenviou rapido ao menos PASSAGEM% do que recebeu.
       3500-AVALIA-PASSAGEM.
           PERFORM VARYING WS-IDX-TR FROM 1 BY 1
                   UNTIL WS-IDX-TR > WS-QTD-TRANSF
               MOVE WS-TR-ORIGEM(WS-IDX-TR) TO WS-IDX-CT
               MOVE WS-CT-PRIM-RECEB(WS-IDX-CT) TO WS-IDX-TR-2
               PERFORM UNTIL WS-IDX-TR-2 = ZERO
                       OR WS-TR-RAPIDA(WS-IDX-TR) = 'S'
                   IF WS-TR-MINUTO(WS-IDX-TR-2)
                           <= WS-TR-MINUTO(WS-IDX-TR)
                       AND WS-TR-MINUTO(WS-IDX-TR)
                           <= WS-TR-MINUTO(WS-IDX-TR-2)
                              + WS-JANELA-MINUTOS
                       MOVE 'S' TO WS-TR-RAPIDA(WS-IDX-TR)
                   END-IF
                   MOVE WS-TR-PROX-RECEB(WS-IDX-TR-2) TO WS-IDX-TR-2
               END-PERFORM
               IF WS-TR-RAPIDA(WS-IDX-TR) = 'S'
                   ADD 1 TO WS-CT-QTD-RAPIDO(WS-IDX-CT)
                   ADD WS-TR-VALOR(WS-IDX-TR)
                       TO WS-CT-VALOR-RAPIDO(WS-IDX-CT)
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 4000 - RELATORIO DA REDE
      * ===============================
       4000-GERA-RELATORIO.
           OPEN OUTPUT REDE-FILE

           MOVE SPACES TO REG-REDE
           STRING
               "ANALISE DE REDE DE FLUXO DE RECURSOS - EXECUCAO: "
               WS-DATA-EXECUCAO "-" WS-HORA-EXECUCAO
               DELIMITED BY SIZE
               INTO REG-REDE
           END-STRING
           WRITE REG-REDE

           MOVE WS-RECEBIDO-MINIMO TO WS-VALOR-EDIT
           MOVE SPACES TO REG-REDE
           STRING
               "PERIODO: " WS-PERIODO-INI " A " WS-PERIODO-FIM
               " | JANELA: " WS-JANELA-HORAS " HORAS"
               " | SALTOS MAXIMOS: " WS-MAX-SALTOS
               " | RECEBEDOR RELEVANTE: " WS-VALOR-EDIT
               " | REENVIO MINIMO: " WS-PASSAGEM-PCT "%"
               DELIMITED BY SIZE
               INTO REG-REDE
           END-STRING
           WRITE REG-REDE

           MOVE WS-QTD-EXTRATOS TO WS-QTD-EDIT
           MOVE SPACES TO REG-REDE
           STRING
               "EXTRATOS: " WS-QTD-EDIT " ARQUIVOS DE " WS-ORIGEM-LOTE
               DELIMITED BY SIZE
               INTO REG-REDE
           END-STRING
           WRITE REG-REDE

           MOVE SPACES TO REG-REDE
           STRING
               "LEGENDA: [WL:XXX] = CONTA NA WATCHLIST (FLAG XXX) | "
               "[CASO] = CONTA COM ALERTA SEM VEREDITO NO PERIODO"
               DELIMITED BY SIZE
               INTO REG-REDE
           END-STRING
           WRITE REG-REDE

           MOVE "CADEIA" TO WS-TIPO-SECAO
           MOVE SPACES TO REG-REDE
           WRITE REG-REDE
           MOVE "1. CADEIAS DE 2 OU MAIS SALTOS DENTRO DA JANELA"
               TO REG-REDE
           WRITE REG-REDE
           PERFORM 4100-SECAO-ACHADOS

           MOVE "CICLO" TO WS-TIPO-SECAO
           MOVE SPACES TO REG-REDE
           WRITE REG-REDE
           MOVE "2. CICLOS (RETORNO A CONTA OU AO DOCUMENTO DE ORIGEM)"
               TO REG-REDE
           WRITE REG-REDE
           PERFORM 4100-SECAO-ACHADOS

           PERFORM 4200-SECAO-PASSAGEM
           PERFORM 4300-TOTAIS

           CLOSE REDE-FILE.
           EXIT.

      * ===============================
      * 4100 - SECAO DE CADEIAS OU DE CICLOS
      * ===============================
       4100-SECAO-ACHADOS.
           MOVE ZERO TO WS-QTD-SECAO
           PERFORM VARYING WS-IDX-ACH FROM 1 BY 1
                   UNTIL WS-IDX-ACH > WS-QTD-ACHADOS
               IF WS-ACH-TIPO(WS-IDX-ACH) = WS-TIPO-SECAO
                   ADD 1 TO WS-QTD-SECAO
                   PERFORM 4110-ESCREVE-ACHADO
               END-IF
           END-PERFORM

           IF WS-QTD-SECAO = ZERO
               MOVE "    NENHUM ACHADO NO PERIODO" TO REG-REDE
               WRITE REG-REDE
           END-IF.
           EXIT.

      * ===============================
      * 4110 - UM ACHADO E SEUS SALTOS
      * ===============================
       4110-ESCREVE-ACHADO.
           MOVE WS-QTD-SECAO TO WS-NUM-ACHADO-EDIT
           MOVE WS-ACH-QTD-SALTOS(WS-IDX-ACH) TO WS-SALTO-EDIT
           MOVE WS-ACH-SALTO(WS-IDX-ACH, 1) TO WS-IDX-TR
           MOVE WS-ACH-SALTO(WS-IDX-ACH,
               WS-ACH-QTD-SALTOS(WS-IDX-ACH)) TO WS-IDX-TR-2
           MOVE WS-TR-VALOR(WS-IDX-TR) TO WS-VALOR-EDIT
           MOVE SPACES TO REG-REDE
           STRING
               WS-ACH-TIPO(WS-IDX-ACH) " " WS-NUM-ACHADO-EDIT
               " | SALTOS: " WS-SALTO-EDIT
               " | DE " WS-TR-DATA(WS-IDX-TR) "-" WS-TR-HORA(WS-IDX-TR)
               " A " WS-TR-DATA(WS-IDX-TR-2) "-"
               WS-TR-HORA(WS-IDX-TR-2)
               " | VALOR INICIAL: " WS-VALOR-EDIT
               " " WS-ACH-MOTIVO(WS-IDX-ACH)
               DELIMITED BY SIZE
               INTO REG-REDE
           END-STRING
           WRITE REG-REDE

           PERFORM VARYING WS-IDX-NIVEL FROM 1 BY 1
                   UNTIL WS-IDX-NIVEL > WS-ACH-QTD-SALTOS(WS-IDX-ACH)
               MOVE WS-ACH-SALTO(WS-IDX-ACH, WS-IDX-NIVEL) TO WS-IDX-TR
               MOVE WS-IDX-NIVEL TO WS-SALTO-EDIT
               PERFORM 4120-ESCREVE-SALTO
           END-PERFORM.
           EXIT.

      * ===============================
      * 4120 - LINHA DE UMA TRANSFERENCIA DO ACHADO
      * ===============================
       4120-ESCREVE-SALTO.
           MOVE WS-TR-ORIGEM(WS-IDX-TR) TO WS-IDX-ROTULO
           PERFORM 4900-ROTULO-CONTA
           MOVE WS-ROTULO TO WS-ROTULO-ORIGEM
           MOVE WS-TR-DESTINO(WS-IDX-TR) TO WS-IDX-ROTULO
           PERFORM 4900-ROTULO-CONTA
           MOVE WS-ROTULO TO WS-ROTULO-DESTINO
           MOVE WS-TR-VALOR(WS-IDX-TR) TO WS-VALOR-EDIT
           MOVE SPACES TO REG-REDE
           STRING
               "    SALTO " WS-SALTO-EDIT ": "
               WS-TR-DATA(WS-IDX-TR) "-" WS-TR-HORA(WS-IDX-TR)
               " | " WS-ROTULO-ORIGEM " -> " WS-ROTULO-DESTINO
               " | VALOR: " WS-VALOR-EDIT
               DELIMITED BY SIZE
               INTO REG-REDE
           END-STRING
           WRITE REG-REDE.
           EXIT.

      * ===============================
      * 4200 - SECAO DE CONTAS DE PASSAGEM
      * ===============================
       4200-SECAO-PASSAGEM.
           MOVE SPACES TO REG-REDE
           WRITE REG-REDE
           MOVE SPACES TO REG-REDE
           STRING
               "3. CONTAS DE PASSAGEM (RECEBEDOR RELEVANTE QUE "
               "REENVIA DENTRO DA JANELA)"
               DELIMITED BY SIZE
               INTO REG-REDE
           END-STRING
           WRITE REG-REDE

           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                   UNTIL WS-IDX-CT > WS-QTD-CONTAS
               IF WS-CT-VALOR-RECEB(WS-IDX-CT) >= WS-RECEBIDO-MINIMO
                   AND WS-CT-VALOR-RECEB(WS-IDX-CT) > ZERO
                   AND WS-CT-VALOR-RAPIDO(WS-IDX-CT) * 100
                       >= WS-CT-VALOR-RECEB(WS-IDX-CT)
                          * WS-PASSAGEM-PCT
                   ADD 1 TO WS-TOTAL-PASSAGEM
                   PERFORM 4210-ESCREVE-PASSAGEM
               END-IF
           END-PERFORM

           IF WS-TOTAL-PASSAGEM = ZERO
               MOVE "    NENHUMA CONTA DE PASSAGEM NO PERIODO"
                   TO REG-REDE
               WRITE REG-REDE
           END-IF.
           EXIT.

      * ===============================
      * 4210 - UMA CONTA DE PASSAGEM E SUAS TRANSFERENCIAS
      * ===============================
       4210-ESCREVE-PASSAGEM.
           COMPUTE WS-PCT-REENVIO ROUNDED =
               WS-CT-VALOR-RAPIDO(WS-IDX-CT) * 100
               / WS-CT-VALOR-RECEB(WS-IDX-CT)
           MOVE WS-PCT-REENVIO TO WS-PCT-EDIT
           MOVE WS-CT-VALOR-RECEB(WS-IDX-CT) TO WS-VALOR-EDIT
           MOVE WS-CT-QTD-RECEB(WS-IDX-CT) TO WS-QTD-EDIT
           MOVE WS-CT-VALOR-RAPIDO(WS-IDX-CT) TO WS-VALOR-EDIT-2
           MOVE WS-CT-QTD-RAPIDO(WS-IDX-CT) TO WS-QTD-EDIT-2
           MOVE WS-IDX-CT TO WS-IDX-ROTULO
           PERFORM 4900-ROTULO-CONTA
           MOVE SPACES TO REG-REDE
           STRING
               "CONTA: " WS-ROTULO
               " | CLIENTE: " WS-CT-NOME(WS-IDX-CT)
               " | DOC: " WS-CT-DOC(WS-IDX-CT)
               " | RECEBIDO: " WS-VALOR-EDIT " (" WS-QTD-EDIT ")"
               " | REENVIADO NA JANELA: " WS-VALOR-EDIT-2
               " (" WS-QTD-EDIT-2 ")"
               " | " WS-PCT-EDIT "%"
               DELIMITED BY SIZE
               INTO REG-REDE
           END-STRING
           WRITE REG-REDE

           MOVE WS-CT-PRIM-RECEB(WS-IDX-CT) TO WS-IDX-TR
           PERFORM UNTIL WS-IDX-TR = ZERO
               MOVE WS-TR-ORIGEM(WS-IDX-TR) TO WS-IDX-ROTULO
               PERFORM 4900-ROTULO-CONTA
               MOVE WS-TR-VALOR(WS-IDX-TR) TO WS-VALOR-EDIT
               MOVE SPACES TO REG-REDE
               STRING
                   "    RECEBIDA  " WS-TR-DATA(WS-IDX-TR) "-"
                   WS-TR-HORA(WS-IDX-TR)
                   " | DE:   " WS-ROTULO
                   " | VALOR: " WS-VALOR-EDIT
                   DELIMITED BY SIZE
                   INTO REG-REDE
               END-STRING
               WRITE REG-REDE
               MOVE WS-TR-PROX-RECEB(WS-IDX-TR) TO WS-IDX-TR
           END-PERFORM

           MOVE WS-CT-PRIM-ENVIO(WS-IDX-CT) TO WS-IDX-TR
           PERFORM UNTIL WS-IDX-TR = ZERO
               IF WS-TR-RAPIDA(WS-IDX-TR) = 'S'
                   MOVE WS-TR-DESTINO(WS-IDX-TR) TO WS-IDX-ROTULO
                   PERFORM 4900-ROTULO-CONTA
                   MOVE WS-TR-VALOR(WS-IDX-TR) TO WS-VALOR-EDIT
                   MOVE SPACES TO REG-REDE
                   STRING
                       "    REENVIADA " WS-TR-DATA(WS-IDX-TR) "-"
                       WS-TR-HORA(WS-IDX-TR)
                       " | PARA: " WS-ROTULO
                       " | VALOR: " WS-VALOR-EDIT
                       DELIMITED BY SIZE
                       INTO REG-REDE
                   END-STRING
                   WRITE REG-REDE
               END-IF
               MOVE WS-TR-PROX-ENVIO(WS-IDX-TR) TO WS-IDX-TR
           END-PERFORM.
           EXIT.

      * ===============================
      * 4300 - TOTAIS DA ANALISE
      * ===============================
       4300-TOTAIS.
           MOVE SPACES TO REG-REDE
           WRITE REG-REDE
           MOVE WS-QTD-EXTRATOS TO WS-QTD-EDIT
           MOVE SPACES TO REG-REDE
           STRING "EXTRATOS NA LISTA...................: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-REDE
           END-STRING
           WRITE REG-REDE
           MOVE WS-TOTAL-EXTR-AUSENTES TO WS-QTD-EDIT
           MOVE SPACES TO REG-REDE
           STRING "EXTRATOS NAO ENCONTRADOS............: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-REDE
           END-STRING
           WRITE REG-REDE
           MOVE WS-TOTAL-LINHAS TO WS-QTD-EDIT
           MOVE SPACES TO REG-REDE
           STRING "TRANSFERENCIAS COM CONTRAPARTE......: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-REDE
           END-STRING
           WRITE REG-REDE
           MOVE WS-QTD-TRANSF TO WS-QTD-EDIT
           MOVE SPACES TO REG-REDE
           STRING "  NA REDE DO PERIODO................: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-REDE
           END-STRING
           WRITE REG-REDE
           MOVE WS-TOTAL-FORA-PERIODO TO WS-QTD-EDIT
           MOVE SPACES TO REG-REDE
           STRING "  FORA DO PERIODO...................: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-REDE
           END-STRING
           WRITE REG-REDE
           MOVE WS-TOTAL-SEM-DATA TO WS-QTD-EDIT
           MOVE SPACES TO REG-REDE
           STRING "  SEM DATA/HORA (FORA DA REDE)......: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-REDE
           END-STRING
           WRITE REG-REDE
           MOVE WS-TOTAL-ILEGIVEIS TO WS-QTD-EDIT
           MOVE SPACES TO REG-REDE
           STRING "  VALOR ILEGIVEL (FORA DA REDE).....: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-REDE
           END-STRING
           WRITE REG-REDE
           MOVE WS-QTD-CONTAS TO WS-QTD-EDIT
           MOVE SPACES TO REG-REDE
           STRING "CONTAS NA REDE......................: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-REDE
           END-STRING
           WRITE REG-REDE
           MOVE WS-TOTAL-CT-WATCHLIST TO WS-QTD-EDIT
           MOVE SPACES TO REG-REDE
           STRING "  NA WATCHLIST......................: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-REDE
           END-STRING
           WRITE REG-REDE
           MOVE WS-TOTAL-CT-CASO TO WS-QTD-EDIT
           MOVE SPACES TO REG-REDE
           STRING "  COM CASO EM ABERTO................: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-REDE
           END-STRING
           WRITE REG-REDE
           MOVE WS-TOTAL-CADEIAS TO WS-QTD-EDIT
           MOVE SPACES TO REG-REDE
           STRING "CADEIAS.............................: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-REDE
           END-STRING
           WRITE REG-REDE
           MOVE WS-TOTAL-CICLOS TO WS-QTD-EDIT
           MOVE SPACES TO REG-REDE
           STRING "CICLOS..............................: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-REDE
           END-STRING
           WRITE REG-REDE
           MOVE WS-TOTAL-PASSAGEM TO WS-QTD-EDIT
           MOVE SPACES TO REG-REDE
           STRING "CONTAS DE PASSAGEM..................: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-REDE
           END-STRING
           WRITE REG-REDE

           IF WS-ACH-TABELA-AVISADA
               MOVE SPACES TO REG-REDE
               STRING
                   "*** BUSCA ENCERRADA AO ENCHER A TABELA DE ACHADOS "
                   "(1000) - CADEIAS E CICLOS PODEM ESTAR INCOMPLETOS"
                   DELIMITED BY SIZE
                   INTO REG-REDE
               END-STRING
               WRITE REG-REDE
           END-IF.
           EXIT.

      * ===============================
      * 4900 - ROTULO DE UMA CONTA (NUMERO, WATCHLIST, CASO)
      * ===============================
       4900-ROTULO-CONTA.
           MOVE SPACES TO WS-ROTULO
           MOVE 1 TO WS-PTR-ROTULO
           STRING WS-CT-CONTA(WS-IDX-ROTULO)
               DELIMITED BY SIZE
               INTO WS-ROTULO WITH POINTER WS-PTR-ROTULO
           END-STRING
           IF WS-CT-WATCHLIST(WS-IDX-ROTULO) NOT = SPACES
               STRING " [WL:" WS-CT-WATCHLIST(WS-IDX-ROTULO) "]"
                   DELIMITED BY SIZE
                   INTO WS-ROTULO WITH POINTER WS-PTR-ROTULO
               END-STRING
           END-IF
           IF WS-CT-CASO(WS-IDX-ROTULO) = 'S'
               STRING " [CASO]"
                   DELIMITED BY SIZE
                   INTO WS-ROTULO WITH POINTER WS-PTR-ROTULO
               END-STRING
           END-IF.
           EXIT.

      * ===============================
      * 5000 - FINALIZACAO
      * ===============================
       5000-FINALIZA.
           MOVE 0 TO WS-RC-EDIT
           IF NOT WS-PERIODO-VALIDO
               MOVE 8 TO WS-RC-EDIT
           ELSE
               MOVE WS-QTD-TRANSF TO WS-QTD-EDIT
               DISPLAY "POSOF98D: TRANSFERENCIAS NA REDE: " WS-QTD-EDIT
               MOVE WS-TOTAL-CADEIAS TO WS-QTD-EDIT
               DISPLAY "POSOF98D: CADEIAS: " WS-QTD-EDIT
               MOVE WS-TOTAL-CICLOS TO WS-QTD-EDIT
               DISPLAY "POSOF98D: CICLOS: " WS-QTD-EDIT
               MOVE WS-TOTAL-PASSAGEM TO WS-QTD-EDIT
               DISPLAY "POSOF98D: CONTAS DE PASSAGEM: " WS-QTD-EDIT
               IF WS-TOTAL-AVISOS > ZERO
                   MOVE 4 TO WS-RC-EDIT
               END-IF
           END-IF
           MOVE WS-RC-EDIT TO RETURN-CODE

           MOVE SPACES TO WS-JORNAL-EVENTO
           IF WS-PERIODO-VALIDO
               STRING
                   "FIM NORMAL DE EXECUCAO - RETURN-CODE " WS-RC-EDIT
                   " - TRANSFERENCIAS: " WS-QTD-TRANSF
                   " CADEIAS: " WS-TOTAL-CADEIAS
                   " CICLOS: " WS-TOTAL-CICLOS
                   " PASSAGEM: " WS-TOTAL-PASSAGEM
                   " AVISOS: " WS-TOTAL-AVISOS
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
               ";POSOF98D;" WS-JORNAL-EVENTO
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
