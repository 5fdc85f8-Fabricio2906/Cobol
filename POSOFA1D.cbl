      ******************************************************************
      * Author:Fabricio
      * Date:15/10/2026
      * Purpose:Tratamento das Respostas do Cliente aos Contatos de
      *         Confirmacao (Disposicao Provisoria, Escalada e Bloqueio)
      * Tectonics: cobc
      ******************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. POSOFA1D.

           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL PARAMETROS-CONTATO-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\parametros_contato.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
               SELECT OPTIONAL WATCHLIST-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\watchlist.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Contatos emitidos por POSOFA0D, um arquivo por dia.
               SELECT OPTIONAL CONTATOS-FILE
               ASSIGN DYNAMIC WS-CONTATOS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTATOS-STATUS.
      * Resposta da plataforma, um arquivo por dia de resposta:
      * ID-CONTATO;RESPOSTA;DATA-HORA-RESPOSTA, com RESPOSTA
      * RECONHECE ou NAO RECONHECE. A resposta pode chegar num dia
      * posterior ao do contato.
               SELECT OPTIONAL RETORNO-FILE
               ASSIGN DYNAMIC WS-RETORNO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RETORNO-STATUS.
      * Resultado ja registrado para cada contato, um arquivo por dia
      * do contato: ID-CONTATO;SITUACAO;DATA-HORA-RESPOSTA;DATA-HORA-
      * REGISTRO. E o que impede uma nova rodada de tratar de novo a
      * mesma resposta - lido no inicio e acrescentado em EXTEND.
               SELECT OPTIONAL RESULTADO-FILE
               ASSIGN DYNAMIC WS-RESULTADO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESULTADO-STATUS.
               SELECT OPTIONAL ALERTAS-ESTRUT-FILE
               ASSIGN DYNAMIC WS-ALERTAS-ESTRUT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ESTRUT-STATUS.
      * Feed de pedidos de bloqueio de POSOF95D: os dias da janela sao
      * lidos para nao repetir pedido, e o pedido novo vai no arquivo
      * de hoje, no mesmo layout, para o core e para POSOF96D.
               SELECT OPTIONAL SOLICITACOES-FILE
               ASSIGN DYNAMIC WS-SOLICITACOES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SOLIC-STATUS.
      * Disposicao provisoria (cliente reconheceu), separada do
      * disposicao_AAAAMMDD.txt do analista: SEQ;VEREDITO;ORIGEM;
      * ID-CONTATO;DATA-HORA-RESPOSTA, um arquivo por dia do alerta.
               SELECT OPTIONAL PROVISORIA-FILE
               ASSIGN DYNAMIC WS-PROVISORIA-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Casos escalados (cliente nao reconheceu), lidos por POSOF90D
      * para abrir a fila do dia.
               SELECT OPTIONAL ESCALADOS-FILE
               ASSIGN DYNAMIC WS-ESCALADOS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SITUACAO-FILE
               ASSIGN DYNAMIC WS-SITUACAO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL LOG-CONTATO-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\contato_log.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL JORNAL-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\jornal_execucao.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.

            FD  PARAMETROS-CONTATO-FILE.
           01  REG-PARAMETRO-CONTATO PIC X(80).

            FD  WATCHLIST-FILE.
           01  REG-WATCHLIST         PIC X(100).

            FD  CONTATOS-FILE.
           01  REG-CONTATO           PIC X(150).

            FD  RETORNO-FILE.
           01  REG-RETORNO           PIC X(150).

            FD  RESULTADO-FILE.
           01  REG-RESULTADO         PIC X(100).

            FD  ALERTAS-ESTRUT-FILE.
           01  REG-ALERTA-ESTRUT     PIC X(150).

            FD  SOLICITACOES-FILE.
           01  REG-SOLICITACAO       PIC X(150).

            FD  PROVISORIA-FILE.
           01  REG-PROVISORIA        PIC X(100).

            FD  ESCALADOS-FILE.
           01  REG-ESCALADO          PIC X(150).

            FD  SITUACAO-FILE.
           01  REG-SITUACAO          PIC X(200).

            FD  LOG-CONTATO-FILE.
           01  REG-LOG-CONTATO       PIC X(200).

            FD  JORNAL-FILE.
           01  REG-JORNAL            PIC X(250).

           WORKING-STORAGE SECTION.

       01  WS-PARAM-STATUS       PIC X(2) VALUE SPACES.
       01  WS-CONTATOS-STATUS    PIC X(2) VALUE SPACES.
       01  WS-RETORNO-STATUS     PIC X(2) VALUE SPACES.
       01  WS-RESULTADO-STATUS   PIC X(2) VALUE SPACES.
       01  WS-ESTRUT-STATUS      PIC X(2) VALUE SPACES.
       01  WS-SOLIC-STATUS       PIC X(2) VALUE SPACES.

       01  WS-FIM-PARAMETROS     PIC X VALUE 'N'.
           88 WS-EOF-PARAMETROS  VALUE 'S'.
       01  WS-FIM-WATCHLIST      PIC X VALUE 'N'.
           88 WS-EOF-WATCHLIST   VALUE 'S'.
       01  WS-FIM-CONTATOS       PIC X VALUE 'N'.
           88 WS-EOF-CONTATOS    VALUE 'S'.
       01  WS-FIM-RETORNO        PIC X VALUE 'N'.
           88 WS-EOF-RETORNO     VALUE 'S'.
       01  WS-FIM-RESULTADO      PIC X VALUE 'N'.
           88 WS-EOF-RESULTADO   VALUE 'S'.
       01  WS-FIM-ESTRUT         PIC X VALUE 'N'.
           88 WS-EOF-ESTRUT      VALUE 'S'.
       01  WS-FIM-SOLICITACOES   PIC X VALUE 'N'.
           88 WS-EOF-SOLICITACOES VALUE 'S'.

       01  WS-CONTATOS-PATH      PIC X(100).
       01  WS-RETORNO-PATH       PIC X(100).
       01  WS-RESULTADO-PATH     PIC X(100).
       01  WS-ALERTAS-ESTRUT-PATH PIC X(100).
       01  WS-SOLICITACOES-PATH  PIC X(100).
       01  WS-PROVISORIA-PATH    PIC X(100).
       01  WS-ESCALADOS-PATH     PIC X(100).
       01  WS-SITUACAO-PATH      PIC X(100).

      * Linhas JANELA;hhh, DIAS;ddd, BLOQUEIO;tipo e REGRA;nome de
      * parametros_contato.txt. JANELA = horas que o cliente tem para
      * responder (default 24, no maximo 720 - 30 dias, o que os 31
      * dias de DIAS ainda cobrem); DIAS = quantos dias de contatos,
      * contando hoje, entram no tratamento (default 7, no maximo 31,
      * nunca menos que a JANELA); BLOQUEIO = tipo do pedido quando o
      * cliente nao reconhece (VALOR, DEBITO ou TOTAL, default
      * DEBITO). As REGRA sao as mesmas de POSOFA0D - aqui servem
      * para estender a resposta aos outros alertas da mesma
      * transacao.
       01  WS-PAR-NOME           PIC X(25).
       01  WS-PAR-VALOR-TXT      PIC X(40).
       01  WS-JANELA-HORAS       PIC 9(3) VALUE 24.
       01  WS-JANELA-DIAS        PIC 9(2) VALUE 7.
       01  WS-DIAS-MINIMO        PIC 9(3) VALUE ZERO.
       01  WS-TIPO-BLOQUEIO      PIC X(10) VALUE "DEBITO".
       01  WS-QTD-REGRAS         PIC 9(2) VALUE ZERO.
       01  WS-IDX-REGRA          PIC 9(2) VALUE ZERO.
       01  WS-TAB-REGRAS.
           05 WS-RG-REGRA OCCURS 20 TIMES INDEXED BY WS-IDX-RG-TAB
                                 PIC X(25).
       01  WS-REGRA-ELEGIVEL     PIC X VALUE 'N'.
           88 WS-E-ELEGIVEL      VALUE 'S'.

       01  WS-DATA-NUM           PIC 9(8).
       01  WS-HOJE-INT           PIC 9(7).
       01  WS-DIA-INT            PIC 9(7) VALUE ZERO.
       01  WS-DIA-NUM            PIC 9(8) VALUE ZERO.
       01  WS-DIA-TXT            PIC X(8).
       01  WS-JANELA-INI-INT     PIC 9(7).
       01  WS-JANELA-INI-TXT     PIC X(8).

      * Contas VIP vigentes: nunca recebem bloqueio automatico, nem
      * quando o cliente nao reconhece - o caso e escalado e o
      * analista decide. Carga truncada e ERRO FATAL, como em
      * POSOF95D.
       01  WS-QTD-WATCHLIST      PIC 9(4) VALUE ZERO.
       01  WS-IDX-WL             PIC 9(4) VALUE ZERO.
       01  WS-TAB-WATCHLIST.
           05 WS-WL-CONTA OCCURS 2000 TIMES INDEXED BY WS-IDX-WL-TAB
                                 PIC X(6).
       01  WS-WL-TABELA-CHEIA    PIC X VALUE 'N'.
           88 WS-WL-TABELA-AVISADA VALUE 'S'.
       01  WS-WL-CONTA-LIDA      PIC X(6).
       01  WS-WL-FLAG-LIDA       PIC X(3).
       01  WS-WL-DATA-INI        PIC X(8).
       01  WS-WL-DATA-FIM        PIC X(8).
       01  WS-CONTA-VIP          PIC X VALUE 'N'.
           88 WS-E-VIP           VALUE 'S'.

      * Contatos da janela. Carga truncada e ERRO FATAL: um contato
      * fora da tabela perderia a resposta do cliente sem ninguem
      * saber. WS-CT-SITUACAO comeca com o que ja foi registrado em
      * contato_resultado e recebe a situacao nova; WS-CT-NOVO marca
      * o que foi decidido neste run e ainda tem de ser gravado.
       01  WS-QTD-CONTATOS       PIC 9(4) VALUE ZERO.
       01  WS-IDX-CT             PIC 9(4) VALUE ZERO.
       01  WS-IDX-ACHADO-CT      PIC 9(4) VALUE ZERO.
       01  WS-TAB-CONTATOS.
           05 WS-CONTATO OCCURS 5000 TIMES INDEXED BY WS-IDX-CT-TAB.
              10 WS-CT-ID           PIC X(14).
              10 WS-CT-DIA          PIC X(8).
              10 WS-CT-SEQ          PIC 9(6).
              10 WS-CT-CONTA        PIC X(6).
              10 WS-CT-CLIENTE      PIC X(20).
              10 WS-CT-VALOR-MASC   PIC X(12).
              10 WS-CT-OPERACAO     PIC X(10).
              10 WS-CT-DATA-TRANS   PIC X(8).
              10 WS-CT-HORA-TRANS   PIC X(6).
              10 WS-CT-DH-ENVIO     PIC X(15).
              10 WS-CT-SITUACAO     PIC X(14).
              10 WS-CT-RESPOSTA     PIC X(14).
              10 WS-CT-DH-RESPOSTA  PIC X(15).
              10 WS-CT-NOVO         PIC X.
              10 WS-CT-ACAO         PIC X(60).
       01  WS-CT-TABELA-CHEIA    PIC X VALUE 'N'.
           88 WS-CT-TABELA-AVISADA VALUE 'S'.

      * Respostas que nao casam com contato nenhum da janela.
       01  WS-QTD-ORFAOS         PIC 9(4) VALUE ZERO.
       01  WS-IDX-ORF            PIC 9(4) VALUE ZERO.
       01  WS-TAB-ORFAOS.
           05 WS-ORFAO OCCURS 500 TIMES INDEXED BY WS-IDX-ORF-TAB.
              10 WS-ORF-DIA         PIC X(8).
              10 WS-ORF-LINHA       PIC X(100).
       01  WS-ORF-TABELA-CHEIA   PIC X VALUE 'N'.
           88 WS-ORF-TABELA-AVISADA VALUE 'S'.

      * Alertas do dia do contato em tratamento: o alerta contatado
      * (regra e valor, para a escalada e o pedido de bloqueio) e os
      * outros alertas da mesma transacao.
       01  WS-QTD-ALERTAS        PIC 9(4) VALUE ZERO.
       01  WS-IDX-AL             PIC 9(4) VALUE ZERO.
       01  WS-TAB-ALERTAS.
           05 WS-ALERTA OCCURS 5000 TIMES INDEXED BY WS-IDX-AL-TAB.
              10 WS-AL-SEQ          PIC 9(6).
              10 WS-AL-CONTA        PIC X(6).
              10 WS-AL-OPERACAO     PIC X(10).
              10 WS-AL-REGRA        PIC X(25).
              10 WS-AL-VALOR        PIC 9(9)V99.
              10 WS-AL-DATA-TRANS   PIC X(8).
              10 WS-AL-HORA-TRANS   PIC X(6).
       01  WS-AL-TABELA-CHEIA    PIC X VALUE 'N'.
           88 WS-AL-TABELA-AVISADA VALUE 'S'.
       01  WS-DIA-COM-NOVOS      PIC X VALUE 'N'.
           88 WS-HA-NOVOS-NO-DIA VALUE 'S'.
       01  WS-DIA-COM-RESPOSTAS  PIC X VALUE 'N'.
           88 WS-HA-RESPOSTAS-NO-DIA VALUE 'S'.

      * Pedidos de bloqueio da janela (ID, conta e forca do bloqueio:
      * 1 = VALOR, 2 = DEBITO, 3 = TOTAL, como em POSOF95D). Sem vaga
      * so se perde a supressao de pedido repetido.
       01  WS-QTD-PEDIDOS        PIC 9(4) VALUE ZERO.
       01  WS-IDX-PED            PIC 9(4) VALUE ZERO.
       01  WS-IDX-ACHADO-PED     PIC 9(4) VALUE ZERO.
       01  WS-TAB-PEDIDOS.
           05 WS-PEDIDO OCCURS 5000 TIMES INDEXED BY WS-IDX-PED-TAB.
              10 WS-PED-ID          PIC X(14).
              10 WS-PED-CONTA       PIC X(6).
              10 WS-PED-FORCA       PIC 9(1).
       01  WS-PED-TABELA-CHEIA   PIC X VALUE 'N'.
           88 WS-PED-TABELA-AVISADA VALUE 'S'.
       01  WS-FORCA-BLOQUEIO     PIC 9(1) VALUE ZERO.
       01  WS-FORCA-TIPO         PIC 9(1) VALUE ZERO.
       01  WS-PED-COBERTO        PIC X VALUE 'N'.
           88 WS-CONTA-COBERTA   VALUE 'S'.

       01  WS-LIDO-ID            PIC X(14).
       01  WS-LIDO-CONTA         PIC X(6).
       01  WS-LIDO-CLIENTE       PIC X(20).
       01  WS-LIDO-VALOR         PIC X(12).
       01  WS-LIDO-OPERACAO      PIC X(10).
       01  WS-LIDO-DATA-TRANS    PIC X(8).
       01  WS-LIDO-HORA-TRANS    PIC X(6).
       01  WS-LIDO-DH            PIC X(15).
       01  WS-LIDO-REGRA         PIC X(25).
       01  WS-LIDO-SEQ           PIC X(6).
       01  WS-LIDO-TIPO          PIC X(10).
       01  WS-LIDO-SITUACAO      PIC X(14).
       01  WS-RET-RESPOSTA       PIC X(14).
       01  WS-RET-DH             PIC X(15).

      * Campos do feed estruturado (layout de 2250-EMITE-ALERTA em
      * POSOF85D.cbl): SEQ;DATA;HORA;CONTA;CLIENTE;VALOR;OPERACAO;
      * REGRA;DATA-TRANS;HORA-TRANS.
       01  WS-EST-SEQ-TXT        PIC X(6).
       01  WS-EST-DATA           PIC X(8).
       01  WS-EST-HORA           PIC X(6).
       01  WS-EST-CONTA          PIC X(6).
       01  WS-EST-CLIENTE        PIC X(40).
       01  WS-EST-VALOR-TXT      PIC X(12).
       01  WS-EST-OPERACAO       PIC X(10).
       01  WS-EST-REGRA          PIC X(25).
       01  WS-EST-DATA-TRANS     PIC X(8).
       01  WS-EST-HORA-TRANS     PIC X(6).
       01  WS-EST-VALOR-CHECK    PIC X(12).

      * Momentos em minutos corridos, como em POSOF96D.
       01  WS-DH-CALC            PIC X(15).
       01  WS-DH-CALC-DATA       PIC 9(8).
       01  WS-DH-CALC-HORA       PIC 9(2).
       01  WS-DH-CALC-MIN        PIC 9(2).
       01  WS-MIN-CALC           PIC 9(11).
       01  WS-DH-CALC-VALIDA     PIC X VALUE 'N'.
           88 WS-DH-CALC-OK      VALUE 'S'.
       01  WS-MIN-AGORA          PIC 9(11).
       01  WS-MIN-LIMITE         PIC 9(11).

       01  WS-DH-EXECUCAO        PIC X(15).
       01  WS-REGRA-ESCALADA     PIC X(25).
       01  WS-VALOR-ESCALADO     PIC 9(9)V99.
       01  WS-VALOR-EDIT         PIC Z(8)9,99.
       01  WS-QTD-PROVISORIAS    PIC 9(3) VALUE ZERO.
       01  WS-LOG-EVENTO         PIC X(20).
       01  WS-LOG-DETALHE        PIC X(120).

       01  WS-SITUACAO-SECAO     PIC X(14).
       01  WS-TITULO-SECAO       PIC X(80).
       01  WS-QTD-SECAO          PIC 9(5) VALUE ZERO.
       01  WS-MARCA-NOVO         PIC X(18).

       01  WS-TOTAL-RECONHECE    PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-NAO-RECONHECE PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-SEM-RESPOSTA PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-FORA-JANELA  PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-AGUARDANDO   PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-ANTIGOS      PIC 9(5) VALUE ZERO.
       01  WS-NOVOS-RECONHECE    PIC 9(5) VALUE ZERO.
       01  WS-NOVOS-NAO-RECONHECE PIC 9(5) VALUE ZERO.
       01  WS-NOVOS-SEM-RESPOSTA PIC 9(5) VALUE ZERO.
       01  WS-NOVOS-FORA-JANELA  PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-PROVISORIAS  PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-BLOQUEIOS    PIC 9(5) VALUE ZERO.
       01  WS-QTD-EDIT           PIC Z(4)9.

      * Jornal de execucao e codigo de retorno, como em POSOF87D.
      * RETURN-CODE 0 = nada que exija atencao, 4 = ha cliente que
      * nao reconheceu, contato sem resposta na janela, resposta sem
      * contato ou aviso, 8 = falha (tabela de contatos estourada ou
      * watchlist truncada - nada tratado).
       01  WS-DATA-HORA-SISTEMA  PIC X(21).
       01  WS-DATA-EXECUCAO      PIC X(8).
       01  WS-HORA-EXECUCAO      PIC X(6).
       01  WS-JORNAL-EVENTO      PIC X(200).
       01  WS-TOTAL-AVISOS       PIC 9(5) VALUE ZERO.
       01  WS-RC-EDIT            PIC 9(1) VALUE ZERO.

           PROCEDURE DIVISION.

       MAIN.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-CARREGA-JANELA
           IF WS-CT-TABELA-AVISADA OR WS-WL-TABELA-AVISADA
               PERFORM 2900-ABORTA-TABELA-CHEIA
           ELSE
               PERFORM 3000-CLASSIFICA-CONTATOS
               PERFORM 3500-APLICA-RESULTADOS
               PERFORM 4000-GERA-SITUACAO
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
           MOVE SPACES TO WS-DH-EXECUCAO
           STRING WS-DATA-EXECUCAO "-" WS-HORA-EXECUCAO
               DELIMITED BY SIZE INTO WS-DH-EXECUCAO
           END-STRING

           MOVE SPACES TO WS-SOLICITACOES-PATH
                          WS-ESCALADOS-PATH
                          WS-SITUACAO-PATH
           STRING
               'C:\Cobol\AntiFraude\contato_escalado_'
               WS-DATA-EXECUCAO
               '.txt'
               DELIMITED BY SIZE
               INTO WS-ESCALADOS-PATH
           END-STRING
           STRING
               'C:\Cobol\AntiFraude\contato_situacao_'
               WS-DATA-EXECUCAO
               '.txt'
               DELIMITED BY SIZE
               INTO WS-SITUACAO-PATH
           END-STRING

           OPEN EXTEND JORNAL-FILE
           MOVE "INICIO DE EXECUCAO" TO WS-JORNAL-EVENTO
           PERFORM 6000-GRAVA-JORNAL

           PERFORM 1010-CARREGA-PARAMETROS
           PERFORM 1020-CARREGA-WATCHLIST

           MOVE WS-DATA-EXECUCAO TO WS-DATA-NUM
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
           COMPUTE WS-JANELA-INI-INT = WS-HOJE-INT - WS-JANELA-DIAS + 1
           COMPUTE WS-DIA-NUM =
               FUNCTION DATE-OF-INTEGER(WS-JANELA-INI-INT)
           MOVE WS-DIA-NUM TO WS-JANELA-INI-TXT

           MOVE WS-DH-EXECUCAO TO WS-DH-CALC
           PERFORM 3100-CALCULA-MINUTOS
           MOVE WS-MIN-CALC TO WS-MIN-AGORA.
           EXIT.

      * ===============================
      * 1010 - CARGA DOS PARAMETROS DE CONTATO
      * ===============================
      * Um contato que saisse da janela de dias antes de esgotar o
      * prazo de resposta nunca seria dado como SEM RESPOSTA - DIAS
      * e elevado ate cobrir a JANELA.
       1010-CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS-CONTATO-FILE
           IF WS-PARAM-STATUS = "00"
               PERFORM UNTIL WS-EOF-PARAMETROS
                   READ PARAMETROS-CONTATO-FILE
                       AT END
                           SET WS-EOF-PARAMETROS TO TRUE
                       NOT AT END
                           IF REG-PARAMETRO-CONTATO NOT = SPACES
                               PERFORM 1015-TRATA-PARAMETRO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PARAMETROS-CONTATO-FILE

           IF WS-QTD-REGRAS = ZERO
               MOVE 2 TO WS-QTD-REGRAS
               MOVE "LIMITE POR TRANSACAO" TO WS-RG-REGRA(1)
               MOVE "HORARIO ATIPICO" TO WS-RG-REGRA(2)
           END-IF

           COMPUTE WS-DIAS-MINIMO = WS-JANELA-HORAS / 24 + 1
           IF WS-DIAS-MINIMO > 31
               MOVE 31 TO WS-DIAS-MINIMO
           END-IF
           IF WS-JANELA-DIAS < WS-DIAS-MINIMO
               MOVE WS-DIAS-MINIMO TO WS-JANELA-DIAS
               MOVE SPACES TO WS-JORNAL-EVENTO
               STRING
                   "AVISO: DIAS DE parametros_contato.txt MENOR QUE "
                   "A JANELA DE RESPOSTA - ELEVADO PARA "
                   WS-JANELA-DIAS
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
               PERFORM 6010-REGISTRA-AVISO
           END-IF.
           EXIT.

      * ===============================
      * 1015 - TRATAMENTO DE UMA LINHA DE PARAMETRO
      * ===============================
      * Valores numericos fixos em tres posicoes, como o CORTE de
      * POSOF96D (JANELA;024, DIAS;007). Valor invalido mantem o
      * default.
       1015-TRATA-PARAMETRO.
           MOVE SPACES TO WS-PAR-NOME WS-PAR-VALOR-TXT
           UNSTRING REG-PARAMETRO-CONTATO DELIMITED BY ";"
               INTO WS-PAR-NOME
                    WS-PAR-VALOR-TXT
           END-UNSTRING

           EVALUATE WS-PAR-NOME
               WHEN "JANELA"
                   IF WS-PAR-VALOR-TXT(1:3) IS NUMERIC
                           AND WS-PAR-VALOR-TXT(1:3) > "000"
                           AND WS-PAR-VALOR-TXT(1:3) <= "720"
                       MOVE WS-PAR-VALOR-TXT(1:3) TO WS-JANELA-HORAS
                   ELSE
                       PERFORM 1016-AVISA-PARAMETRO-INVALIDO
                   END-IF
               WHEN "DIAS"
                   IF WS-PAR-VALOR-TXT(1:3) IS NUMERIC
                           AND WS-PAR-VALOR-TXT(1:3) > "000"
                           AND WS-PAR-VALOR-TXT(1:3) <= "031"
                       MOVE WS-PAR-VALOR-TXT(1:3) TO WS-JANELA-DIAS
                   ELSE
                       PERFORM 1016-AVISA-PARAMETRO-INVALIDO
                   END-IF
               WHEN "BLOQUEIO"
                   IF WS-PAR-VALOR-TXT = "VALOR"
                           OR WS-PAR-VALOR-TXT = "DEBITO"
                           OR WS-PAR-VALOR-TXT = "TOTAL"
                       MOVE WS-PAR-VALOR-TXT TO WS-TIPO-BLOQUEIO
                   ELSE
                       PERFORM 1016-AVISA-PARAMETRO-INVALIDO
                   END-IF
      * Linha REGRA invalida ja e avisada por POSOFA0D; aqui so fica
      * fora da lista.
               WHEN "REGRA"
                   IF WS-PAR-VALOR-TXT NOT = SPACES
                           AND WS-PAR-VALOR-TXT
                               NOT = "CONTA NA WATCHLIST"
                           AND WS-QTD-REGRAS < 20
                       ADD 1 TO WS-QTD-REGRAS
                       MOVE WS-PAR-VALOR-TXT
                           TO WS-RG-REGRA(WS-QTD-REGRAS)
                   END-IF
               WHEN OTHER
                   PERFORM 1016-AVISA-PARAMETRO-INVALIDO
           END-EVALUATE.
           EXIT.

      * ===============================
      * 1016 - AVISO DE LINHA DE PARAMETRO INVALIDA
      * ===============================
       1016-AVISA-PARAMETRO-INVALIDO.
           DISPLAY "POSOFA1D: LINHA INVALIDA EM "
               "parametros_contato.txt IGNORADA: '"
               REG-PARAMETRO-CONTATO "'"
           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "AVISO: LINHA INVALIDA EM parametros_contato"
               ".txt IGNORADA: " REG-PARAMETRO-CONTATO
               DELIMITED BY SIZE
               INTO WS-JORNAL-EVENTO
           END-STRING
           PERFORM 6010-REGISTRA-AVISO.
           EXIT.

      * ===============================
      * 1020 - CARGA DAS CONTAS VIP VIGENTES
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

           IF WS-WL-FLAG-LIDA = "VIP"
               AND (WS-WL-DATA-INI = SPACES
                   OR WS-WL-DATA-INI <= WS-DATA-EXECUCAO)
               AND (WS-WL-DATA-FIM = SPACES
                   OR WS-WL-DATA-FIM >= WS-DATA-EXECUCAO)
               IF WS-QTD-WATCHLIST < 2000
                   ADD 1 TO WS-QTD-WATCHLIST
                   MOVE WS-WL-CONTA-LIDA
                       TO WS-WL-CONTA(WS-QTD-WATCHLIST)
               ELSE
                   IF NOT WS-WL-TABELA-AVISADA
                       SET WS-WL-TABELA-AVISADA TO TRUE
                       DISPLAY "POSOFA1D: WS-TAB-WATCHLIST CHEIA "
                           "(2000 CONTAS) - watchlist.txt EXCEDE A "
                           "TABELA; EXECUCAO SERA ABORTADA"
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2000 - CARGA DE CONTATOS, RESULTADOS E RESPOSTAS DA JANELA
      * ===============================
      * Dias em ordem crescente e, em cada dia, contatos e resultados
      * antes das respostas: uma resposta nunca chega antes do
      * contato, entao todo contato respondido ja esta na tabela
      * quando a resposta e lida. Os pedidos de bloqueio do dia
      * entram junto, para a supressao de pedido repetido.
       2000-CARREGA-JANELA.
           PERFORM VARYING WS-DIA-INT FROM WS-JANELA-INI-INT BY 1
                   UNTIL WS-DIA-INT > WS-HOJE-INT
               COMPUTE WS-DIA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               MOVE WS-DIA-NUM TO WS-DIA-TXT
               PERFORM 2010-CARREGA-CONTATOS-DIA
               PERFORM 2030-CARREGA-RESULTADOS-DIA
               PERFORM 2100-CARREGA-RETORNOS-DIA
               PERFORM 2200-CARREGA-PEDIDOS-DIA
           END-PERFORM.
           EXIT.

      * ===============================
      * 2010 - CONTATOS DE UM DIA
      * ===============================
       2010-CARREGA-CONTATOS-DIA.
           MOVE SPACES TO WS-CONTATOS-PATH
           STRING
               'C:\Cobol\AntiFraude\contato_saida_'
               WS-DIA-TXT
               '.txt'
               DELIMITED BY SIZE
               INTO WS-CONTATOS-PATH
           END-STRING

           MOVE 'N' TO WS-FIM-CONTATOS
           OPEN INPUT CONTATOS-FILE
           IF WS-CONTATOS-STATUS = "00"
               PERFORM UNTIL WS-EOF-CONTATOS
                   READ CONTATOS-FILE
                       AT END
                           SET WS-EOF-CONTATOS TO TRUE
                       NOT AT END
                           IF REG-CONTATO NOT = SPACES
                               PERFORM 2020-GUARDA-CONTATO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CONTATOS-FILE.
           EXIT.

      * ===============================
      * 2020 - GUARDA UM CONTATO NA TABELA
      * ===============================
      * ID;CONTA;CLIENTE;VALOR-MASCARADO;OPERACAO;DATA-TRANS;
      * HORA-TRANS;DATA-HORA-ENVIO (layout de 2300-EMITE-CONTATO em
      * POSOFA0D.cbl).
       2020-GUARDA-CONTATO.
           MOVE SPACES TO WS-LIDO-ID WS-LIDO-CONTA WS-LIDO-CLIENTE
                          WS-LIDO-VALOR WS-LIDO-OPERACAO
                          WS-LIDO-DATA-TRANS WS-LIDO-HORA-TRANS
                          WS-LIDO-DH
           UNSTRING REG-CONTATO DELIMITED BY ";"
               INTO WS-LIDO-ID
                    WS-LIDO-CONTA
                    WS-LIDO-CLIENTE
                    WS-LIDO-VALOR
                    WS-LIDO-OPERACAO
                    WS-LIDO-DATA-TRANS
                    WS-LIDO-HORA-TRANS
                    WS-LIDO-DH
           END-UNSTRING

           IF WS-LIDO-ID(9:6) IS NUMERIC
               IF WS-QTD-CONTATOS < 5000
                   ADD 1 TO WS-QTD-CONTATOS
                   MOVE WS-LIDO-ID TO WS-CT-ID(WS-QTD-CONTATOS)
                   MOVE WS-DIA-TXT TO WS-CT-DIA(WS-QTD-CONTATOS)
                   MOVE WS-LIDO-ID(9:6) TO WS-CT-SEQ(WS-QTD-CONTATOS)
                   MOVE WS-LIDO-CONTA TO WS-CT-CONTA(WS-QTD-CONTATOS)
                   MOVE WS-LIDO-CLIENTE
                       TO WS-CT-CLIENTE(WS-QTD-CONTATOS)
                   MOVE WS-LIDO-VALOR
                       TO WS-CT-VALOR-MASC(WS-QTD-CONTATOS)
                   MOVE WS-LIDO-OPERACAO
                       TO WS-CT-OPERACAO(WS-QTD-CONTATOS)
                   MOVE WS-LIDO-DATA-TRANS
                       TO WS-CT-DATA-TRANS(WS-QTD-CONTATOS)
                   MOVE WS-LIDO-HORA-TRANS
                       TO WS-CT-HORA-TRANS(WS-QTD-CONTATOS)
                   MOVE WS-LIDO-DH TO WS-CT-DH-ENVIO(WS-QTD-CONTATOS)
                   MOVE SPACES TO WS-CT-SITUACAO(WS-QTD-CONTATOS)
                                  WS-CT-RESPOSTA(WS-QTD-CONTATOS)
                                  WS-CT-DH-RESPOSTA(WS-QTD-CONTATOS)
                                  WS-CT-ACAO(WS-QTD-CONTATOS)
                   MOVE 'N' TO WS-CT-NOVO(WS-QTD-CONTATOS)
               ELSE
                   IF NOT WS-CT-TABELA-AVISADA
                       SET WS-CT-TABELA-AVISADA TO TRUE
                       DISPLAY "POSOFA1D: WS-TAB-CONTATOS CHEIA (5000 "
                           "CONTATOS) - JANELA EXCEDE A TABELA; "
                           "EXECUCAO SERA ABORTADA"
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2030 - RESULTADOS JA REGISTRADOS PARA OS CONTATOS DE UM DIA
      * ===============================
      * Contato com mais de uma linha (SEM RESPOSTA e depois FORA DA
      * JANELA) fica com a ultima.
       2030-CARREGA-RESULTADOS-DIA.
           MOVE SPACES TO WS-RESULTADO-PATH
           STRING
               'C:\Cobol\AntiFraude\contato_resultado_'
               WS-DIA-TXT
               '.txt'
               DELIMITED BY SIZE
               INTO WS-RESULTADO-PATH
           END-STRING

           MOVE 'N' TO WS-FIM-RESULTADO
           OPEN INPUT RESULTADO-FILE
           IF WS-RESULTADO-STATUS = "00"
               PERFORM UNTIL WS-EOF-RESULTADO
                   READ RESULTADO-FILE
                       AT END
                           SET WS-EOF-RESULTADO TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-LIDO-ID WS-LIDO-SITUACAO
                                          WS-LIDO-DH
                           UNSTRING REG-RESULTADO DELIMITED BY ";"
                               INTO WS-LIDO-ID
                                    WS-LIDO-SITUACAO
                                    WS-LIDO-DH
                           END-UNSTRING
                           PERFORM 2040-BUSCA-CONTATO
                           IF WS-IDX-ACHADO-CT > ZERO
                               MOVE WS-LIDO-SITUACAO
                                   TO WS-CT-SITUACAO(WS-IDX-ACHADO-CT)
                               MOVE WS-LIDO-DH
                                   TO WS-CT-DH-RESPOSTA
                                      (WS-IDX-ACHADO-CT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RESULTADO-FILE.
           EXIT.

      * ===============================
      * 2040 - BUSCA DO CONTATO PELO ID
      * ===============================
       2040-BUSCA-CONTATO.
           MOVE ZERO TO WS-IDX-ACHADO-CT
           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                   UNTIL WS-IDX-CT > WS-QTD-CONTATOS
               IF WS-CT-ID(WS-IDX-CT) = WS-LIDO-ID
                   MOVE WS-IDX-CT TO WS-IDX-ACHADO-CT
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2100 - RESPOSTAS DE UM DIA
      * ===============================
       2100-CARREGA-RETORNOS-DIA.
           MOVE SPACES TO WS-RETORNO-PATH
           STRING
               'C:\Cobol\AntiFraude\contato_retorno_'
               WS-DIA-TXT
               '.txt'
               DELIMITED BY SIZE
               INTO WS-RETORNO-PATH
           END-STRING

           MOVE 'N' TO WS-FIM-RETORNO
           OPEN INPUT RETORNO-FILE
           IF WS-RETORNO-STATUS = "00"
               PERFORM UNTIL WS-EOF-RETORNO
                   READ RETORNO-FILE
                       AT END
                           SET WS-EOF-RETORNO TO TRUE
                       NOT AT END
                           IF REG-RETORNO NOT = SPACES
                               PERFORM 2110-TRATA-RETORNO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RETORNO-FILE.
           EXIT.

      * ===============================
      * 2110 - TRATAMENTO DE UMA LINHA DE RESPOSTA
      * ===============================
      * Vale a primeira resposta do cliente: a plataforma repete a
      * linha quando reenvia o arquivo, e uma resposta ja registrada
      * em contato_resultado nao e tratada de novo. Resposta de
      * contato anterior a janela e ignorada; a que nao casa com
      * contato nenhum, ou vem com RESPOSTA desconhecida ou sem
      * data-hora valida, vai para a secao de respostas sem contato.
       2110-TRATA-RETORNO.
           MOVE SPACES TO WS-LIDO-ID WS-RET-RESPOSTA WS-RET-DH
           UNSTRING REG-RETORNO DELIMITED BY ";"
               INTO WS-LIDO-ID
                    WS-RET-RESPOSTA
                    WS-RET-DH
           END-UNSTRING

           PERFORM 2040-BUSCA-CONTATO
           MOVE WS-RET-DH TO WS-DH-CALC
           PERFORM 3100-CALCULA-MINUTOS

           IF WS-IDX-ACHADO-CT > ZERO AND WS-DH-CALC-OK
               AND (WS-RET-RESPOSTA = "RECONHECE"
                    OR WS-RET-RESPOSTA = "NAO RECONHECE")
               IF WS-CT-RESPOSTA(WS-IDX-ACHADO-CT) = SPACES
                   MOVE WS-RET-RESPOSTA
                       TO WS-CT-RESPOSTA(WS-IDX-ACHADO-CT)
                   IF WS-CT-SITUACAO(WS-IDX-ACHADO-CT) = SPACES
                           OR WS-CT-SITUACAO(WS-IDX-ACHADO-CT)
                              = "SEM RESPOSTA"
                       MOVE WS-RET-DH
                           TO WS-CT-DH-RESPOSTA(WS-IDX-ACHADO-CT)
                   END-IF
               END-IF
           ELSE
               IF WS-IDX-ACHADO-CT = ZERO
                   AND WS-LIDO-ID(1:8) < WS-JANELA-INI-TXT
                   ADD 1 TO WS-TOTAL-ANTIGOS
               ELSE
                   PERFORM 2120-GUARDA-ORFAO
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2120 - GUARDA UMA RESPOSTA SEM CONTATO
      * ===============================
       2120-GUARDA-ORFAO.
           IF WS-QTD-ORFAOS < 500
               ADD 1 TO WS-QTD-ORFAOS
               MOVE WS-DIA-TXT TO WS-ORF-DIA(WS-QTD-ORFAOS)
               MOVE REG-RETORNO TO WS-ORF-LINHA(WS-QTD-ORFAOS)
           ELSE
               IF NOT WS-ORF-TABELA-AVISADA
                   SET WS-ORF-TABELA-AVISADA TO TRUE
                   DISPLAY "POSOFA1D: WS-TAB-ORFAOS CHEIA (500 "
                       "RESPOSTAS) - RESPOSTAS SEM CONTATO EXCEDENTES "
                       "NAO LISTADAS"
                   MOVE "AVISO: WS-TAB-ORFAOS CHEIA"
                       TO WS-JORNAL-EVENTO
                   PERFORM 6010-REGISTRA-AVISO
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2200 - PEDIDOS DE BLOQUEIO DE UM DIA
      * ===============================
      * ID;CONTA;REGRA;SEQ;VALOR;TIPO;DATA-ALERTA;DATA-HORA-PEDIDO
      * (layout de 2300-EMITE-SOLICITACAO em POSOF95D.cbl).
       2200-CARREGA-PEDIDOS-DIA.
           MOVE SPACES TO WS-SOLICITACOES-PATH
           STRING
               'C:\Cobol\AntiFraude\solicitacoes_bloqueio_'
               WS-DIA-TXT
               '.txt'
               DELIMITED BY SIZE
               INTO WS-SOLICITACOES-PATH
           END-STRING

           MOVE 'N' TO WS-FIM-SOLICITACOES
           OPEN INPUT SOLICITACOES-FILE
           IF WS-SOLIC-STATUS = "00"
               PERFORM UNTIL WS-EOF-SOLICITACOES
                   READ SOLICITACOES-FILE
                       AT END
                           SET WS-EOF-SOLICITACOES TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-LIDO-ID WS-LIDO-CONTA
                                          WS-LIDO-TIPO
                           UNSTRING REG-SOLICITACAO DELIMITED BY ";"
                               INTO WS-LIDO-ID
                                    WS-LIDO-CONTA
                                    WS-LIDO-REGRA
                                    WS-LIDO-SEQ
                                    WS-LIDO-VALOR
                                    WS-LIDO-TIPO
                           END-UNSTRING
                           IF WS-LIDO-ID NOT = SPACES
                               PERFORM 2210-GUARDA-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SOLICITACOES-FILE.
           EXIT.

      * ===============================
      * 2210 - GUARDA UM PEDIDO DE BLOQUEIO NA TABELA
      * ===============================
       2210-GUARDA-PEDIDO.
           PERFORM 2220-FORCA-DO-TIPO
           IF WS-QTD-PEDIDOS < 5000
               ADD 1 TO WS-QTD-PEDIDOS
               MOVE WS-LIDO-ID TO WS-PED-ID(WS-QTD-PEDIDOS)
               MOVE WS-LIDO-CONTA TO WS-PED-CONTA(WS-QTD-PEDIDOS)
               MOVE WS-FORCA-TIPO TO WS-PED-FORCA(WS-QTD-PEDIDOS)
           ELSE
               IF NOT WS-PED-TABELA-AVISADA
                   SET WS-PED-TABELA-AVISADA TO TRUE
                   DISPLAY "POSOFA1D: WS-TAB-PEDIDOS CHEIA (5000 "
                       "PEDIDOS) - PEDIDOS REPETIDOS POR CONTA NAO "
                       "SERAO SUPRIMIDOS"
                   MOVE "AVISO: WS-TAB-PEDIDOS CHEIA"
                       TO WS-JORNAL-EVENTO
                   PERFORM 6010-REGISTRA-AVISO
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2220 - FORCA DE UM TIPO DE BLOQUEIO
      * ===============================
      * Mesma escala de 2125-FORCA-DO-TIPO em POSOF95D.
       2220-FORCA-DO-TIPO.
           MOVE ZERO TO WS-FORCA-TIPO
           IF WS-LIDO-TIPO = "VALOR"
               MOVE 1 TO WS-FORCA-TIPO
           END-IF
           IF WS-LIDO-TIPO = "DEBITO"
               MOVE 2 TO WS-FORCA-TIPO
           END-IF
           IF WS-LIDO-TIPO = "TOTAL"
               MOVE 3 TO WS-FORCA-TIPO
           END-IF.
           EXIT.

      * ===============================
      * 2900 - ABORTE POR TABELA CHEIA
      * ===============================
       2900-ABORTA-TABELA-CHEIA.
           DISPLAY "POSOFA1D: EXECUCAO ABORTADA - CONTATOS DA JANELA "
               "OU watchlist.txt EXCEDEM A TABELA; NENHUMA RESPOSTA "
               "TRATADA"
           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "ERRO: CONTATOS DA JANELA (5000) OU watchlist.txt "
               "(2000) EXCEDEM A TABELA - EXECUCAO ABORTADA, NENHUMA "
               "RESPOSTA TRATADA"
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
      * 3000 - SITUACAO DE CADA CONTATO
      * ===============================
       3000-CLASSIFICA-CONTATOS.
           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                   UNTIL WS-IDX-CT > WS-QTD-CONTATOS
               PERFORM 3010-CLASSIFICA-CONTATO
           END-PERFORM.
           EXIT.

      * ===============================
      * 3010 - SITUACAO DE UM CONTATO
      * ===============================
      * Limite = envio + JANELA horas. Resposta ate o limite decide o
      * contato (RECONHECE ou NAO RECONHECE). Sem resposta ate o
      * limite o contato fica SEM RESPOSTA e segue pendente com o
      * analista; resposta que chega depois dele e registrada como
      * FORA DA JANELA e nao muda nada - o contato continua pendente.
      * Contato ja decidido numa rodada anterior nao muda mais.
       3010-CLASSIFICA-CONTATO.
           MOVE WS-CT-DH-ENVIO(WS-IDX-CT) TO WS-DH-CALC
           PERFORM 3100-CALCULA-MINUTOS
           IF WS-DH-CALC-OK
               COMPUTE WS-MIN-LIMITE = WS-MIN-CALC
                                     + WS-JANELA-HORAS * 60
           ELSE
               MOVE ZERO TO WS-MIN-LIMITE
           END-IF

           EVALUATE TRUE
               WHEN WS-CT-SITUACAO(WS-IDX-CT) = "RECONHECE"
                 OR WS-CT-SITUACAO(WS-IDX-CT) = "NAO RECONHECE"
                 OR WS-CT-SITUACAO(WS-IDX-CT) = "FORA DA JANELA"
                   CONTINUE
               WHEN WS-CT-RESPOSTA(WS-IDX-CT) NOT = SPACES
                   MOVE 'S' TO WS-CT-NOVO(WS-IDX-CT)
                   MOVE WS-CT-DH-RESPOSTA(WS-IDX-CT) TO WS-DH-CALC
                   PERFORM 3100-CALCULA-MINUTOS
                   IF WS-CT-SITUACAO(WS-IDX-CT) = SPACES
                           AND WS-MIN-CALC <= WS-MIN-LIMITE
                       MOVE WS-CT-RESPOSTA(WS-IDX-CT)
                           TO WS-CT-SITUACAO(WS-IDX-CT)
                   ELSE
                       MOVE "FORA DA JANELA"
                           TO WS-CT-SITUACAO(WS-IDX-CT)
                   END-IF
               WHEN WS-CT-SITUACAO(WS-IDX-CT) = SPACES
                   IF WS-MIN-AGORA > WS-MIN-LIMITE
                       MOVE 'S' TO WS-CT-NOVO(WS-IDX-CT)
                       MOVE "SEM RESPOSTA" TO WS-CT-SITUACAO(WS-IDX-CT)
                   ELSE
                       MOVE "AGUARDANDO" TO WS-CT-SITUACAO(WS-IDX-CT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EVALUATE WS-CT-SITUACAO(WS-IDX-CT)
               WHEN "RECONHECE"
                   ADD 1 TO WS-TOTAL-RECONHECE
               WHEN "NAO RECONHECE"
                   ADD 1 TO WS-TOTAL-NAO-RECONHECE
               WHEN "SEM RESPOSTA"
                   ADD 1 TO WS-TOTAL-SEM-RESPOSTA
               WHEN "FORA DA JANELA"
                   ADD 1 TO WS-TOTAL-FORA-JANELA
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-AGUARDANDO
           END-EVALUATE.
           EXIT.

      * ===============================
      * 3100 - DATA-HORA AAAAMMDD-HHMMSS EM MINUTOS CORRIDOS
      * ===============================
       3100-CALCULA-MINUTOS.
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
      * 3500 - GRAVACAO DO QUE FOI DECIDIDO NESTE RUN
      * ===============================
      * Um dia de contato por vez: o resultado e a disposicao
      * provisoria vao para os arquivos do dia do contato (= dia do
      * alerta); escalada, pedido de bloqueio e trilha de auditoria
      * ficam com a data de hoje.
       3500-APLICA-RESULTADOS.
           MOVE SPACES TO WS-SOLICITACOES-PATH
           STRING
               'C:\Cobol\AntiFraude\solicitacoes_bloqueio_'
               WS-DATA-EXECUCAO
               '.txt'
               DELIMITED BY SIZE
               INTO WS-SOLICITACOES-PATH
           END-STRING
           OPEN EXTEND SOLICITACOES-FILE
           OPEN EXTEND ESCALADOS-FILE
           OPEN EXTEND LOG-CONTATO-FILE

           PERFORM VARYING WS-DIA-INT FROM WS-JANELA-INI-INT BY 1
                   UNTIL WS-DIA-INT > WS-HOJE-INT
               COMPUTE WS-DIA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               MOVE WS-DIA-NUM TO WS-DIA-TXT
               MOVE 'N' TO WS-DIA-COM-NOVOS WS-DIA-COM-RESPOSTAS
               PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                       UNTIL WS-IDX-CT > WS-QTD-CONTATOS
                   IF WS-CT-DIA(WS-IDX-CT) = WS-DIA-TXT
                           AND WS-CT-NOVO(WS-IDX-CT) = 'S'
                       SET WS-HA-NOVOS-NO-DIA TO TRUE
                       IF WS-CT-SITUACAO(WS-IDX-CT) = "RECONHECE"
                          OR WS-CT-SITUACAO(WS-IDX-CT) = "NAO RECONHECE"
                           SET WS-HA-RESPOSTAS-NO-DIA TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-HA-NOVOS-NO-DIA
                   PERFORM 3510-APLICA-DIA
               END-IF
           END-PERFORM

           CLOSE SOLICITACOES-FILE
           CLOSE ESCALADOS-FILE
           CLOSE LOG-CONTATO-FILE.
           EXIT.

      * ===============================
      * 3510 - RESULTADOS NOVOS DE UM DIA DE CONTATO
      * ===============================
      * Feed e disposicao provisoria so interessam quando o cliente
      * respondeu dentro da janela.
       3510-APLICA-DIA.
           MOVE ZERO TO WS-QTD-ALERTAS
           IF WS-HA-RESPOSTAS-NO-DIA
               PERFORM 3520-CARREGA-ALERTAS-DIA
           END-IF
           MOVE SPACES TO WS-RESULTADO-PATH WS-PROVISORIA-PATH
           STRING
               'C:\Cobol\AntiFraude\contato_resultado_'
               WS-DIA-TXT
               '.txt'
               DELIMITED BY SIZE
               INTO WS-RESULTADO-PATH
           END-STRING
           STRING
               'C:\Cobol\AntiFraude\disposicao_provisoria_'
               WS-DIA-TXT
               '.txt'
               DELIMITED BY SIZE
               INTO WS-PROVISORIA-PATH
           END-STRING
           OPEN EXTEND RESULTADO-FILE
           IF WS-HA-RESPOSTAS-NO-DIA
               OPEN EXTEND PROVISORIA-FILE
           END-IF

           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                   UNTIL WS-IDX-CT > WS-QTD-CONTATOS
               IF WS-CT-DIA(WS-IDX-CT) = WS-DIA-TXT
                       AND WS-CT-NOVO(WS-IDX-CT) = 'S'
                   PERFORM 3530-APLICA-CONTATO
               END-IF
           END-PERFORM

           CLOSE RESULTADO-FILE
           IF WS-HA-RESPOSTAS-NO-DIA
               CLOSE PROVISORIA-FILE
           END-IF.
           EXIT.

      * ===============================
      * 3520 - ALERTAS DO DIA DO CONTATO
      * ===============================
       3520-CARREGA-ALERTAS-DIA.
           MOVE SPACES TO WS-ALERTAS-ESTRUT-PATH
           STRING
               'C:\Cobol\AntiFraude\alertas_estruturado_'
               WS-DIA-TXT
               '.txt'
               DELIMITED BY SIZE
               INTO WS-ALERTAS-ESTRUT-PATH
           END-STRING

           MOVE ZERO TO WS-QTD-ALERTAS
           MOVE 'N' TO WS-FIM-ESTRUT
           OPEN INPUT ALERTAS-ESTRUT-FILE
           IF WS-ESTRUT-STATUS = "00"
               PERFORM UNTIL WS-EOF-ESTRUT
                   READ ALERTAS-ESTRUT-FILE
                       AT END
                           SET WS-EOF-ESTRUT TO TRUE
                       NOT AT END
                           PERFORM 3525-GUARDA-ALERTA
                   END-READ
               END-PERFORM
           ELSE
               MOVE SPACES TO WS-JORNAL-EVENTO
               STRING
                   "AVISO: FEED ESTRUTURADO NAO ENCONTRADO: "
                   DELIMITED BY SIZE
                   WS-ALERTAS-ESTRUT-PATH DELIMITED BY SPACE
                   " - RESPOSTA VALE SO PARA O ALERTA CONTATADO"
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
               PERFORM 6010-REGISTRA-AVISO
           END-IF
           CLOSE ALERTAS-ESTRUT-FILE.
           EXIT.

      * ===============================
      * 3525 - GUARDA UM ALERTA DO FEED ESTRUTURADO
      * ===============================
       3525-GUARDA-ALERTA.
           MOVE SPACES TO WS-EST-DATA-TRANS WS-EST-HORA-TRANS
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
           END-UNSTRING

           MOVE WS-EST-VALOR-TXT TO WS-EST-VALOR-CHECK
           INSPECT WS-EST-VALOR-CHECK REPLACING ALL "," BY "0"
                                        ALL SPACE BY "0"
           IF WS-EST-SEQ-TXT IS NUMERIC
                   AND WS-EST-VALOR-CHECK IS NUMERIC
               IF WS-QTD-ALERTAS < 5000
                   ADD 1 TO WS-QTD-ALERTAS
                   MOVE WS-EST-SEQ-TXT TO WS-AL-SEQ(WS-QTD-ALERTAS)
                   MOVE WS-EST-CONTA TO WS-AL-CONTA(WS-QTD-ALERTAS)
                   MOVE WS-EST-OPERACAO
                       TO WS-AL-OPERACAO(WS-QTD-ALERTAS)
                   MOVE WS-EST-REGRA TO WS-AL-REGRA(WS-QTD-ALERTAS)
                   MOVE WS-EST-VALOR-TXT TO WS-AL-VALOR(WS-QTD-ALERTAS)
                   MOVE WS-EST-DATA-TRANS
                       TO WS-AL-DATA-TRANS(WS-QTD-ALERTAS)
                   MOVE WS-EST-HORA-TRANS
                       TO WS-AL-HORA-TRANS(WS-QTD-ALERTAS)
               ELSE
                   IF NOT WS-AL-TABELA-AVISADA
                       SET WS-AL-TABELA-AVISADA TO TRUE
                       DISPLAY "POSOFA1D: WS-TAB-ALERTAS CHEIA (5000 "
                           "ALERTAS) - OUTROS ALERTAS DA MESMA "
                           "TRANSACAO PODEM FICAR SEM A RESPOSTA"
                       MOVE "AVISO: WS-TAB-ALERTAS CHEIA"
                           TO WS-JORNAL-EVENTO
                       PERFORM 6010-REGISTRA-AVISO
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 3530 - GRAVACAO DO RESULTADO DE UM CONTATO
      * ===============================
       3530-APLICA-CONTATO.
           MOVE SPACES TO REG-RESULTADO
           STRING
               WS-CT-ID(WS-IDX-CT) ";"
               WS-CT-SITUACAO(WS-IDX-CT) ";"
               WS-CT-DH-RESPOSTA(WS-IDX-CT) ";"
               WS-DH-EXECUCAO
               DELIMITED BY SIZE
               INTO REG-RESULTADO
           END-STRING
           WRITE REG-RESULTADO

           EVALUATE WS-CT-SITUACAO(WS-IDX-CT)
               WHEN "RECONHECE"
                   ADD 1 TO WS-NOVOS-RECONHECE
                   MOVE "RESPOSTA" TO WS-LOG-EVENTO
                   MOVE SPACES TO WS-LOG-DETALHE
                   STRING
                       "RECONHECE EM " WS-CT-DH-RESPOSTA(WS-IDX-CT)
                       DELIMITED BY SIZE
                       INTO WS-LOG-DETALHE
                   END-STRING
                   PERFORM 6100-GRAVA-LOG-CONTATO
                   PERFORM 3540-DISPOSICAO-PROVISORIA
               WHEN "NAO RECONHECE"
                   ADD 1 TO WS-NOVOS-NAO-RECONHECE
                   MOVE "RESPOSTA" TO WS-LOG-EVENTO
                   MOVE SPACES TO WS-LOG-DETALHE
                   STRING
                       "NAO RECONHECE EM " WS-CT-DH-RESPOSTA(WS-IDX-CT)
                       DELIMITED BY SIZE
                       INTO WS-LOG-DETALHE
                   END-STRING
                   PERFORM 6100-GRAVA-LOG-CONTATO
                   PERFORM 3550-ESCALA-CASO
                   PERFORM 3560-PEDE-BLOQUEIO
               WHEN "FORA DA JANELA"
                   ADD 1 TO WS-NOVOS-FORA-JANELA
                   MOVE "RESPOSTA" TO WS-LOG-EVENTO
                   MOVE SPACES TO WS-LOG-DETALHE
                   STRING
                       "FORA DA JANELA EM " WS-CT-DH-RESPOSTA(WS-IDX-CT)
                       ", PENDENTE COM O ANALISTA - "
                       WS-CT-RESPOSTA(WS-IDX-CT)
                       DELIMITED BY SIZE
                       INTO WS-LOG-DETALHE
                   END-STRING
                   PERFORM 6100-GRAVA-LOG-CONTATO
                   MOVE "PENDENTE COM O ANALISTA"
                       TO WS-CT-ACAO(WS-IDX-CT)
               WHEN "SEM RESPOSTA"
                   ADD 1 TO WS-NOVOS-SEM-RESPOSTA
                   MOVE "SEM RESPOSTA" TO WS-LOG-EVENTO
                   MOVE SPACES TO WS-LOG-DETALHE
                   STRING
                       "JANELA DE " WS-JANELA-HORAS " HORAS ESGOTADA"
                       " - PENDENTE COM O ANALISTA"
                       DELIMITED BY SIZE
                       INTO WS-LOG-DETALHE
                   END-STRING
                   PERFORM 6100-GRAVA-LOG-CONTATO
                   MOVE "PENDENTE COM O ANALISTA"
                       TO WS-CT-ACAO(WS-IDX-CT)
           END-EVALUATE.
           EXIT.

      * ===============================
      * 3540 - DISPOSICAO PROVISORIA: CLIENTE RECONHECEU
      * ===============================
      * FALSO POSITIVO provisorio para o alerta contatado e para os
      * outros alertas da mesma transacao cuja regra tambem gera
      * contato (POSOFA0D so contata uma vez por transacao). O
      * veredito final continua sendo do analista, em
      * disposicao_AAAAMMDD.txt.
       3540-DISPOSICAO-PROVISORIA.
           MOVE ZERO TO WS-QTD-PROVISORIAS
           PERFORM VARYING WS-IDX-AL FROM 1 BY 1
                   UNTIL WS-IDX-AL > WS-QTD-ALERTAS
               IF WS-AL-SEQ(WS-IDX-AL) NOT = WS-CT-SEQ(WS-IDX-CT)
                   AND WS-AL-CONTA(WS-IDX-AL) = WS-CT-CONTA(WS-IDX-CT)
                   AND WS-AL-OPERACAO(WS-IDX-AL)
                       = WS-CT-OPERACAO(WS-IDX-CT)
                   AND WS-AL-DATA-TRANS(WS-IDX-AL)
                       = WS-CT-DATA-TRANS(WS-IDX-CT)
                   AND WS-AL-HORA-TRANS(WS-IDX-AL)
                       = WS-CT-HORA-TRANS(WS-IDX-CT)
                   PERFORM 3545-VERIFICA-REGRA
                   IF WS-E-ELEGIVEL
                       MOVE WS-AL-SEQ(WS-IDX-AL) TO WS-LIDO-SEQ
                       PERFORM 3548-GRAVA-PROVISORIA
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CT-SEQ(WS-IDX-CT) TO WS-LIDO-SEQ
           PERFORM 3548-GRAVA-PROVISORIA

           MOVE "PROVISORIA" TO WS-LOG-EVENTO
           MOVE SPACES TO WS-LOG-DETALHE
           STRING
               "FALSO POSITIVO PROVISORIO EM " WS-QTD-PROVISORIAS
               " ALERTA(S) DA TRANSACAO"
               DELIMITED BY SIZE
               INTO WS-LOG-DETALHE
           END-STRING
           PERFORM 6100-GRAVA-LOG-CONTATO
           MOVE SPACES TO WS-CT-ACAO(WS-IDX-CT)
           STRING
               "FALSO POSITIVO PROVISORIO (" WS-QTD-PROVISORIAS
               " ALERTA(S))"
               DELIMITED BY SIZE
               INTO WS-CT-ACAO(WS-IDX-CT)
           END-STRING.
           EXIT.

      * ===============================
      * 3545 - A REGRA DO ALERTA GERA CONTATO?
      * ===============================
       3545-VERIFICA-REGRA.
           MOVE 'N' TO WS-REGRA-ELEGIVEL
           PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                   UNTIL WS-IDX-REGRA > WS-QTD-REGRAS
               IF WS-RG-REGRA(WS-IDX-REGRA) = WS-AL-REGRA(WS-IDX-AL)
                   SET WS-E-ELEGIVEL TO TRUE
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 3548 - GRAVACAO DE UMA DISPOSICAO PROVISORIA
      * ===============================
      * SEQ;VEREDITO;ORIGEM;ID-CONTATO;DATA-HORA-RESPOSTA - os dois
      * primeiros campos no layout de disposicao_AAAAMMDD.txt.
       3548-GRAVA-PROVISORIA.
           MOVE SPACES TO REG-PROVISORIA
           STRING
               WS-LIDO-SEQ ";FALSO POSITIVO;CLIENTE RECONHECEU;"
               WS-CT-ID(WS-IDX-CT) ";"
               WS-CT-DH-RESPOSTA(WS-IDX-CT)
               DELIMITED BY SIZE
               INTO REG-PROVISORIA
           END-STRING
           WRITE REG-PROVISORIA
           ADD 1 TO WS-QTD-PROVISORIAS
           ADD 1 TO WS-TOTAL-PROVISORIAS.
           EXIT.

      * ===============================
      * 3550 - ESCALADA: CLIENTE NAO RECONHECEU
      * ===============================
      * DATA-ALERTA;SEQ;CONTA;CLIENTE;REGRA;VALOR;ID-CONTATO;
      * DATA-HORA-RESPOSTA. POSOF90D le o arquivo do dia e poe o caso
      * da conta no topo da fila.
       3550-ESCALA-CASO.
           MOVE SPACES TO WS-REGRA-ESCALADA
           MOVE ZERO TO WS-VALOR-ESCALADO
           PERFORM VARYING WS-IDX-AL FROM 1 BY 1
                   UNTIL WS-IDX-AL > WS-QTD-ALERTAS
               IF WS-AL-SEQ(WS-IDX-AL) = WS-CT-SEQ(WS-IDX-CT)
                   MOVE WS-AL-REGRA(WS-IDX-AL) TO WS-REGRA-ESCALADA
                   MOVE WS-AL-VALOR(WS-IDX-AL) TO WS-VALOR-ESCALADO
               END-IF
           END-PERFORM

           MOVE WS-VALOR-ESCALADO TO WS-VALOR-EDIT
           MOVE SPACES TO REG-ESCALADO
           STRING
               WS-CT-DIA(WS-IDX-CT) ";"
               WS-CT-SEQ(WS-IDX-CT) ";"
               WS-CT-CONTA(WS-IDX-CT) ";"
               WS-CT-CLIENTE(WS-IDX-CT) ";"
               WS-REGRA-ESCALADA ";"
               WS-VALOR-EDIT ";"
               WS-CT-ID(WS-IDX-CT) ";"
               WS-CT-DH-RESPOSTA(WS-IDX-CT)
               DELIMITED BY SIZE
               INTO REG-ESCALADO
           END-STRING
           WRITE REG-ESCALADO

           MOVE "ESCALADO" TO WS-LOG-EVENTO
           MOVE "CASO NO TOPO DA FILA DO ANALISTA" TO WS-LOG-DETALHE
           PERFORM 6100-GRAVA-LOG-CONTATO.
           EXIT.

      * ===============================
      * 3560 - PEDIDO DE BLOQUEIO: CLIENTE NAO RECONHECEU
      * ===============================
      * Mesmo layout e mesmas travas de POSOF95D: conta VIP nunca e
      * bloqueada automaticamente; alerta que ja tem pedido (mesmo
      * ID) ou conta que ja tem pedido igual ou mais forte na janela
      * nao ganha pedido novo.
       3560-PEDE-BLOQUEIO.
           MOVE "BLOQUEIO" TO WS-LOG-EVENTO
           MOVE 'N' TO WS-CONTA-VIP
           PERFORM VARYING WS-IDX-WL FROM 1 BY 1
                   UNTIL WS-IDX-WL > WS-QTD-WATCHLIST
               IF WS-WL-CONTA(WS-IDX-WL) = WS-CT-CONTA(WS-IDX-CT)
                   SET WS-E-VIP TO TRUE
               END-IF
           END-PERFORM

           MOVE WS-TIPO-BLOQUEIO TO WS-LIDO-TIPO
           PERFORM 2220-FORCA-DO-TIPO
           MOVE WS-FORCA-TIPO TO WS-FORCA-BLOQUEIO
           MOVE ZERO TO WS-IDX-ACHADO-PED
           MOVE 'N' TO WS-PED-COBERTO
           PERFORM VARYING WS-IDX-PED FROM 1 BY 1
                   UNTIL WS-IDX-PED > WS-QTD-PEDIDOS
               IF WS-PED-ID(WS-IDX-PED) = WS-CT-ID(WS-IDX-CT)
                   MOVE WS-IDX-PED TO WS-IDX-ACHADO-PED
               END-IF
               IF WS-PED-CONTA(WS-IDX-PED) = WS-CT-CONTA(WS-IDX-CT)
                   AND WS-PED-FORCA(WS-IDX-PED) >= WS-FORCA-BLOQUEIO
                   SET WS-CONTA-COBERTA TO TRUE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-E-VIP
                   MOVE "CONTA VIP - BLOQUEIO NAO SOLICITADO"
                       TO WS-LOG-DETALHE
               WHEN WS-IDX-ACHADO-PED > ZERO
                   MOVE "ALERTA JA TEM PEDIDO DE BLOQUEIO"
                       TO WS-LOG-DETALHE
               WHEN WS-CONTA-COBERTA
                   MOVE "JA COBERTO POR PEDIDO DA CONTA"
                       TO WS-LOG-DETALHE
               WHEN OTHER
                   PERFORM 3565-EMITE-SOLICITACAO
                   MOVE SPACES TO WS-LOG-DETALHE
                   STRING
                       "BLOQUEIO " DELIMITED BY SIZE
                       WS-TIPO-BLOQUEIO DELIMITED BY SPACE
                       " SOLICITADO" DELIMITED BY SIZE
                       INTO WS-LOG-DETALHE
                   END-STRING
           END-EVALUATE
           PERFORM 6100-GRAVA-LOG-CONTATO
           MOVE SPACES TO WS-CT-ACAO(WS-IDX-CT)
           STRING
               "ESCALADO - " DELIMITED BY SIZE
               WS-LOG-DETALHE DELIMITED BY "  "
               INTO WS-CT-ACAO(WS-IDX-CT)
           END-STRING.
           EXIT.

      * ID-SOLICITACAO;CONTA;REGRA;SEQ;VALOR;TIPO-BLOQUEIO;DATA-
      * ALERTA;DATA-HORA-PEDIDO, no arquivo de hoje. O ID e o do
      * contato (data do alerta + SEQ), o mesmo que POSOF95D daria
      * ao alerta.
       3565-EMITE-SOLICITACAO.
           MOVE WS-VALOR-ESCALADO TO WS-VALOR-EDIT
           MOVE SPACES TO REG-SOLICITACAO
           STRING
               WS-CT-ID(WS-IDX-CT) ";"
               WS-CT-CONTA(WS-IDX-CT) ";"
               "CLIENTE NAO RECONHECE    ;"
               WS-CT-SEQ(WS-IDX-CT) ";"
               WS-VALOR-EDIT ";"
               WS-TIPO-BLOQUEIO ";"
               WS-CT-DIA(WS-IDX-CT) ";"
               WS-DH-EXECUCAO
               DELIMITED BY SIZE
               INTO REG-SOLICITACAO
           END-STRING
           WRITE REG-SOLICITACAO
           ADD 1 TO WS-TOTAL-BLOQUEIOS

           IF WS-QTD-PEDIDOS < 5000
               ADD 1 TO WS-QTD-PEDIDOS
               MOVE WS-CT-ID(WS-IDX-CT) TO WS-PED-ID(WS-QTD-PEDIDOS)
               MOVE WS-CT-CONTA(WS-IDX-CT)
                   TO WS-PED-CONTA(WS-QTD-PEDIDOS)
               MOVE WS-FORCA-BLOQUEIO TO WS-PED-FORCA(WS-QTD-PEDIDOS)
           END-IF.
           EXIT.

      * ===============================
      * 4000 - RELATORIO DE SITUACAO DOS CONTATOS
      * ===============================
       4000-GERA-SITUACAO.
           OPEN OUTPUT SITUACAO-FILE

           MOVE SPACES TO REG-SITUACAO
           STRING
               "SITUACAO DOS CONTATOS DE CONFIRMACAO COM O CLIENTE - "
               "EXECUCAO: " WS-DH-EXECUCAO
               DELIMITED BY SIZE
               INTO REG-SITUACAO
           END-STRING
           WRITE REG-SITUACAO

           MOVE SPACES TO REG-SITUACAO
           STRING
               "CONTATOS DE " WS-JANELA-INI-TXT " A " WS-DATA-EXECUCAO
               " | JANELA DE RESPOSTA: " WS-JANELA-HORAS " HORAS"
               " | BLOQUEIO SE NAO RECONHECE: " WS-TIPO-BLOQUEIO
               DELIMITED BY SIZE
               INTO REG-SITUACAO
           END-STRING
           WRITE REG-SITUACAO

           MOVE "NAO RECONHECE" TO WS-SITUACAO-SECAO
           MOVE "1. CLIENTE NAO RECONHECEU (CASO ESCALADO)"
               TO WS-TITULO-SECAO
           PERFORM 4100-SECAO-CONTATOS
           MOVE "SEM RESPOSTA" TO WS-SITUACAO-SECAO
           MOVE "2. SEM RESPOSTA NA JANELA (PENDENTE COM O ANALISTA)"
               TO WS-TITULO-SECAO
           PERFORM 4100-SECAO-CONTATOS
           MOVE "FORA DA JANELA" TO WS-SITUACAO-SECAO
           MOVE "3. RESPOSTA APOS A JANELA (PENDENTE COM O ANALISTA)"
               TO WS-TITULO-SECAO
           PERFORM 4100-SECAO-CONTATOS
           MOVE "AGUARDANDO" TO WS-SITUACAO-SECAO
           MOVE "4. AGUARDANDO RESPOSTA (DENTRO DA JANELA)"
               TO WS-TITULO-SECAO
           PERFORM 4100-SECAO-CONTATOS
           MOVE "RECONHECE" TO WS-SITUACAO-SECAO
           MOVE "5. CLIENTE RECONHECEU (FALSO POSITIVO PROVISORIO)"
               TO WS-TITULO-SECAO
           PERFORM 4100-SECAO-CONTATOS
           PERFORM 4200-SECAO-ORFAOS
           PERFORM 4300-TOTAIS

           CLOSE SITUACAO-FILE.
           EXIT.

      * ===============================
      * 4100 - SECAO DE CONTATOS DE UMA SITUACAO
      * ===============================
       4100-SECAO-CONTATOS.
           MOVE SPACES TO REG-SITUACAO
           WRITE REG-SITUACAO
           MOVE WS-TITULO-SECAO TO REG-SITUACAO
           WRITE REG-SITUACAO

           MOVE ZERO TO WS-QTD-SECAO
           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                   UNTIL WS-IDX-CT > WS-QTD-CONTATOS
               IF WS-CT-SITUACAO(WS-IDX-CT) = WS-SITUACAO-SECAO
                   ADD 1 TO WS-QTD-SECAO
                   PERFORM 4110-ESCREVE-CONTATO
               END-IF
           END-PERFORM

           IF WS-QTD-SECAO = ZERO
               MOVE "    NENHUM CONTATO NESTA SITUACAO"
                   TO REG-SITUACAO
               WRITE REG-SITUACAO
           END-IF.
           EXIT.

      * ===============================
      * 4110 - LINHA DE UM CONTATO
      * ===============================
       4110-ESCREVE-CONTATO.
           MOVE SPACES TO REG-SITUACAO
           STRING
               "CONTATO: " WS-CT-ID(WS-IDX-CT)
               " | CONTA: " WS-CT-CONTA(WS-IDX-CT)
               " | CLIENTE: " WS-CT-CLIENTE(WS-IDX-CT)
               " | VALOR: " WS-CT-VALOR-MASC(WS-IDX-CT)
               " | OPERACAO: " WS-CT-OPERACAO(WS-IDX-CT)
               " | TRANSACAO: " WS-CT-DATA-TRANS(WS-IDX-CT) "-"
               WS-CT-HORA-TRANS(WS-IDX-CT)
               " | ENVIO: " WS-CT-DH-ENVIO(WS-IDX-CT)
               DELIMITED BY SIZE
               INTO REG-SITUACAO
           END-STRING
           WRITE REG-SITUACAO

           MOVE SPACES TO WS-MARCA-NOVO
           IF WS-CT-NOVO(WS-IDX-CT) = 'S'
               MOVE " (NESTA EXECUCAO)" TO WS-MARCA-NOVO
           END-IF
           IF WS-CT-DH-RESPOSTA(WS-IDX-CT) NOT = SPACES
               MOVE SPACES TO REG-SITUACAO
               STRING
                   "    RESPOSTA EM: " WS-CT-DH-RESPOSTA(WS-IDX-CT)
                   WS-MARCA-NOVO
                   " | " WS-CT-ACAO(WS-IDX-CT)
                   DELIMITED BY SIZE
                   INTO REG-SITUACAO
               END-STRING
               WRITE REG-SITUACAO
           ELSE
               IF WS-CT-NOVO(WS-IDX-CT) = 'S'
                   MOVE SPACES TO REG-SITUACAO
                   STRING
                       "    SEM RESPOSTA" WS-MARCA-NOVO
                       " | " WS-CT-ACAO(WS-IDX-CT)
                       DELIMITED BY SIZE
                       INTO REG-SITUACAO
                   END-STRING
                   WRITE REG-SITUACAO
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 4200 - SECAO DE RESPOSTAS SEM CONTATO
      * ===============================
       4200-SECAO-ORFAOS.
           MOVE SPACES TO REG-SITUACAO
           WRITE REG-SITUACAO
           MOVE "6. RESPOSTAS SEM CONTATO OU COM CONTEUDO INVALIDO"
               TO REG-SITUACAO
           WRITE REG-SITUACAO

           PERFORM VARYING WS-IDX-ORF FROM 1 BY 1
                   UNTIL WS-IDX-ORF > WS-QTD-ORFAOS
               MOVE SPACES TO REG-SITUACAO
               STRING
                   "RESPOSTA DE " WS-ORF-DIA(WS-IDX-ORF)
                   ": " WS-ORF-LINHA(WS-IDX-ORF)
                   DELIMITED BY SIZE
                   INTO REG-SITUACAO
               END-STRING
               WRITE REG-SITUACAO
           END-PERFORM

           IF WS-QTD-ORFAOS = ZERO
               MOVE "    NENHUMA RESPOSTA SEM CONTATO"
                   TO REG-SITUACAO
               WRITE REG-SITUACAO
           END-IF.
           EXIT.

      * ===============================
      * 4300 - TOTAIS DA SITUACAO
      * ===============================
       4300-TOTAIS.
           MOVE SPACES TO REG-SITUACAO
           WRITE REG-SITUACAO
           MOVE WS-QTD-CONTATOS TO WS-QTD-EDIT
           MOVE SPACES TO REG-SITUACAO
           STRING "TOTAL DE CONTATOS NA JANELA.........: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-SITUACAO
           END-STRING
           WRITE REG-SITUACAO
           MOVE WS-TOTAL-NAO-RECONHECE TO WS-QTD-EDIT
           MOVE SPACES TO REG-SITUACAO
           STRING "NAO RECONHECEU (ESCALADOS)..........: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-SITUACAO
           END-STRING
           WRITE REG-SITUACAO
           MOVE WS-TOTAL-SEM-RESPOSTA TO WS-QTD-EDIT
           MOVE SPACES TO REG-SITUACAO
           STRING "SEM RESPOSTA NA JANELA..............: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-SITUACAO
           END-STRING
           WRITE REG-SITUACAO
           MOVE WS-TOTAL-FORA-JANELA TO WS-QTD-EDIT
           MOVE SPACES TO REG-SITUACAO
           STRING "RESPOSTA APOS A JANELA..............: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-SITUACAO
           END-STRING
           WRITE REG-SITUACAO
           MOVE WS-TOTAL-AGUARDANDO TO WS-QTD-EDIT
           MOVE SPACES TO REG-SITUACAO
           STRING "AGUARDANDO DENTRO DA JANELA.........: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-SITUACAO
           END-STRING
           WRITE REG-SITUACAO
           MOVE WS-TOTAL-RECONHECE TO WS-QTD-EDIT
           MOVE SPACES TO REG-SITUACAO
           STRING "RECONHECEU (FALSO POSITIVO PROV.)...: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-SITUACAO
           END-STRING
           WRITE REG-SITUACAO
           MOVE WS-TOTAL-PROVISORIAS TO WS-QTD-EDIT
           MOVE SPACES TO REG-SITUACAO
           STRING "DISPOSICOES PROVISORIAS NESTA EXEC..: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-SITUACAO
           END-STRING
           WRITE REG-SITUACAO
           MOVE WS-TOTAL-BLOQUEIOS TO WS-QTD-EDIT
           MOVE SPACES TO REG-SITUACAO
           STRING "BLOQUEIOS PEDIDOS NESTA EXECUCAO....: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-SITUACAO
           END-STRING
           WRITE REG-SITUACAO
           MOVE WS-QTD-ORFAOS TO WS-QTD-EDIT
           MOVE SPACES TO REG-SITUACAO
           STRING "RESPOSTAS SEM CONTATO...............: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-SITUACAO
           END-STRING
           WRITE REG-SITUACAO
           MOVE WS-TOTAL-ANTIGOS TO WS-QTD-EDIT
           MOVE SPACES TO REG-SITUACAO
           STRING "RESPOSTAS ANTERIORES A JANELA.......: "
               WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-SITUACAO
           END-STRING
           WRITE REG-SITUACAO.
           EXIT.

      * ===============================
      * 5000 - FINALIZACAO
      * ===============================
       5000-FINALIZA.
           MOVE WS-QTD-CONTATOS TO WS-QTD-EDIT
           DISPLAY "POSOFA1D: CONTATOS NA JANELA: " WS-QTD-EDIT
           MOVE WS-NOVOS-RECONHECE TO WS-QTD-EDIT
           DISPLAY "POSOFA1D: RECONHECEU (NOVOS): " WS-QTD-EDIT
           MOVE WS-NOVOS-NAO-RECONHECE TO WS-QTD-EDIT
           DISPLAY "POSOFA1D: NAO RECONHECEU (NOVOS): " WS-QTD-EDIT
           MOVE WS-NOVOS-SEM-RESPOSTA TO WS-QTD-EDIT
           DISPLAY "POSOFA1D: SEM RESPOSTA NA JANELA (NOVOS): "
               WS-QTD-EDIT
           MOVE WS-NOVOS-FORA-JANELA TO WS-QTD-EDIT
           DISPLAY "POSOFA1D: RESPOSTA APOS A JANELA (NOVOS): "
               WS-QTD-EDIT
           MOVE WS-TOTAL-AGUARDANDO TO WS-QTD-EDIT
           DISPLAY "POSOFA1D: AGUARDANDO: " WS-QTD-EDIT
           MOVE WS-TOTAL-BLOQUEIOS TO WS-QTD-EDIT
           DISPLAY "POSOFA1D: BLOQUEIOS PEDIDOS: " WS-QTD-EDIT
           MOVE WS-QTD-ORFAOS TO WS-QTD-EDIT
           DISPLAY "POSOFA1D: RESPOSTAS SEM CONTATO: " WS-QTD-EDIT

           MOVE 0 TO WS-RC-EDIT
           IF WS-NOVOS-NAO-RECONHECE > ZERO
              OR WS-NOVOS-SEM-RESPOSTA > ZERO
              OR WS-QTD-ORFAOS > ZERO
              OR WS-TOTAL-AVISOS > ZERO
               MOVE 4 TO WS-RC-EDIT
           END-IF
           MOVE WS-RC-EDIT TO RETURN-CODE

           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "FIM NORMAL DE EXECUCAO - RETURN-CODE " WS-RC-EDIT
               " - CONTATOS: " WS-QTD-CONTATOS
               " RECONHECE: " WS-NOVOS-RECONHECE
               " NAO RECONHECE: " WS-NOVOS-NAO-RECONHECE
               " SEM RESPOSTA: " WS-NOVOS-SEM-RESPOSTA
               " BLOQUEIOS: " WS-TOTAL-BLOQUEIOS
               " SEM CONTATO: " WS-QTD-ORFAOS
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
               ";POSOFA1D;" WS-JORNAL-EVENTO
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

      * ===============================
      * 6100 - GRAVACAO NA TRILHA DE AUDITORIA DE CONTATOS
      * ===============================
      * DATA-HORA;PROGRAMA;EVENTO;ID-CONTATO;CONTA;DETALHE, no mesmo
      * arquivo em que POSOFA0D registra os envios.
       6100-GRAVA-LOG-CONTATO.
           MOVE SPACES TO REG-LOG-CONTATO
           STRING
               WS-DH-EXECUCAO ";POSOFA1D;"
               WS-LOG-EVENTO DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               WS-CT-ID(WS-IDX-CT) ";"
               WS-CT-CONTA(WS-IDX-CT) ";"
               WS-LOG-DETALHE
               DELIMITED BY SIZE
               INTO REG-LOG-CONTATO
           END-STRING
           WRITE REG-LOG-CONTATO.
           EXIT.
