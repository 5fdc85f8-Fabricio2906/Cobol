      ******************************************************************
      * Author:Fabricio
      * Date:15/10/2026
      * Purpose:Contato com o Cliente para Confirmacao dos Alertas do
      *         Dia (Arquivo para a Plataforma de SMS/Aplicativo)
      * Tectonics: cobc
      ******************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. POSOFA0D.

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
               SELECT OPTIONAL PARAMETROS-CONTATO-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\parametros_contato.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
               SELECT OPTIONAL WATCHLIST-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\watchlist.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Arquivo para a plataforma de confirmacao, um contato por
      * linha, em EXTEND: uma segunda rodada no mesmo dia (depois de
      * uma segunda varredura) so acrescenta os alertas novos.
               SELECT OPTIONAL CONTATOS-FILE
               ASSIGN DYNAMIC WS-CONTATOS-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Trilha de auditoria de contatos e respostas, compartilhada
      * com POSOFA1D - so recebe linhas no fim (EXTEND), nunca e
      * regravada.
               SELECT OPTIONAL LOG-CONTATO-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\contato_log.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL JORNAL-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\jornal_execucao.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.

            FD  ALERTAS-ESTRUT-FILE.
           01  REG-ALERTA-ESTRUT     PIC X(150).

            FD  PARAMETROS-CONTATO-FILE.
           01  REG-PARAMETRO-CONTATO PIC X(80).

            FD  WATCHLIST-FILE.
           01  REG-WATCHLIST         PIC X(100).

            FD  CONTATOS-FILE.
           01  REG-CONTATO           PIC X(150).

            FD  LOG-CONTATO-FILE.
           01  REG-LOG-CONTATO       PIC X(200).

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
       01  WS-FIM-CONTATOS       PIC X VALUE 'N'.
           88 WS-EOF-CONTATOS    VALUE 'S'.

       01  WS-ALERTAS-ESTRUT-PATH PIC X(100).
       01  WS-CONTATOS-PATH      PIC X(100).

      * Regras cujo alerta vira contato com o cliente, uma linha
      * REGRA;NOME-DA-REGRA por regra em parametros_contato.txt (as
      * linhas JANELA, DIAS e BLOQUEIO do mesmo arquivo sao do
      * tratamento das respostas, POSOFA1D, e nao entram aqui). Sem
      * nenhuma linha REGRA valida valem LIMITE POR TRANSACAO e
      * HORARIO ATIPICO. CONTA NA WATCHLIST nunca e aceita: contatar
      * o titular de conta BAD avisaria o fraudador.
       01  WS-QTD-REGRAS         PIC 9(2) VALUE ZERO.
       01  WS-IDX-REGRA          PIC 9(2) VALUE ZERO.
       01  WS-TAB-REGRAS.
           05 WS-RG-REGRA OCCURS 20 TIMES INDEXED BY WS-IDX-RG-TAB
                                 PIC X(25).
       01  WS-RG-TABELA-CHEIA    PIC X VALUE 'N'.
           88 WS-RG-TABELA-AVISADA VALUE 'S'.
       01  WS-PAR-NOME           PIC X(25).
       01  WS-PAR-VALOR-TXT      PIC X(40).
       01  WS-REGRA-ELEGIVEL     PIC X VALUE 'N'.
           88 WS-E-ELEGIVEL      VALUE 'S'.

      * Contas BAD vigentes na data do run. Carga truncada e ERRO
      * FATAL, como em POSOF95D: uma BAD fora da tabela seria
      * contatada.
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
       01  WS-CONTA-BAD          PIC X VALUE 'N'.
           88 WS-E-BAD           VALUE 'S'.

      * Contatos ja feitos hoje (lidos do arquivo do dia e os deste
      * run): SEQ do alerta contatado e a transacao dele. Um alerta
      * ja contatado nao sai de novo, e um segundo alerta da mesma
      * transacao (duas regras no mesmo lancamento) nao gera um
      * segundo SMS - a resposta ao primeiro vale para os dois em
      * POSOFA1D.
       01  WS-QTD-CONTATADOS     PIC 9(4) VALUE ZERO.
       01  WS-IDX-CTT            PIC 9(4) VALUE ZERO.
       01  WS-IDX-ACHADO-CTT     PIC 9(4) VALUE ZERO.
       01  WS-TAB-CONTATADOS.
           05 WS-CTT OCCURS 5000 TIMES INDEXED BY WS-IDX-CTT-TAB.
              10 WS-CTT-SEQ         PIC 9(6).
              10 WS-CTT-CONTA       PIC X(6).
              10 WS-CTT-OPERACAO    PIC X(10).
              10 WS-CTT-DATA-TRANS  PIC X(8).
              10 WS-CTT-HORA-TRANS  PIC X(6).
       01  WS-CTT-TABELA-CHEIA   PIC X VALUE 'N'.
           88 WS-CTT-TABELA-AVISADA VALUE 'S'.
       01  WS-LIDO-ID            PIC X(14).
       01  WS-LIDO-CONTA         PIC X(6).
       01  WS-LIDO-CLIENTE       PIC X(20).
       01  WS-LIDO-VALOR         PIC X(12).
       01  WS-LIDO-OPERACAO      PIC X(10).
       01  WS-LIDO-DATA-TRANS    PIC X(8).
       01  WS-LIDO-HORA-TRANS    PIC X(6).

      * Campos do feed estruturado (layout de 2250-EMITE-ALERTA em
      * POSOF85D.cbl): SEQ;DATA;HORA;CONTA;CLIENTE;VALOR;OPERACAO;
      * REGRA;DATA-TRANS;HORA-TRANS.
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
       01  WS-EST-DATA-TRANS     PIC X(8).
       01  WS-EST-HORA-TRANS     PIC X(6).
       01  WS-EST-VALOR-CHECK    PIC X(12).

      * Valor mascarado para o SMS: os dois primeiros digitos da
      * parte inteira (so o primeiro ate 999) e o resto em "*",
      * centavos sempre mascarados - 4900,00 sai "49**,**". Basta
      * para o cliente reconhecer a ordem de grandeza sem expor o
      * valor exato num canal aberto.
       01  WS-VALOR-EDIT         PIC Z(8)9,99.
       01  WS-VALOR-MASC         PIC X(12).
       01  WS-QTD-BRANCOS        PIC 9(2) VALUE ZERO.
       01  WS-POS-VALOR          PIC 9(2) VALUE ZERO.
       01  WS-QTD-DIGITOS        PIC 9(2) VALUE ZERO.
       01  WS-QTD-VISIVEIS       PIC 9(2) VALUE ZERO.
       01  WS-POS-MASC           PIC 9(2) VALUE ZERO.
       01  WS-TAM-MASC           PIC 9(2) VALUE ZERO.

       01  WS-ID-CONTATO         PIC X(14).

       01  WS-TOTAL-ALERTAS-LIDOS PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-ELEGIVEIS    PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-CONTATOS     PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-BAD          PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-SEM-DATA     PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-MESMA-TRANS  PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-JA-CONTATADOS PIC 9(7) VALUE ZERO.
       01  WS-QTD-EDIT           PIC Z(6)9.

      * Jornal de execucao e codigo de retorno, como em POSOF87D.
      * RETURN-CODE 0 = limpo, 4 = concluido com ressalvas (parametro
      * invalido, feed ausente, tabela cheia), 8 = falha (watchlist
      * truncada - nenhum contato feito).
       01  WS-DATA-HORA-SISTEMA  PIC X(21).
       01  WS-DATA-EXECUCAO      PIC X(8).
       01  WS-HORA-EXECUCAO      PIC X(6).
       01  WS-JORNAL-EVENTO      PIC X(200).
       01  WS-TOTAL-AVISOS       PIC 9(5) VALUE ZERO.
       01  WS-RC-EDIT            PIC 9(1) VALUE ZERO.

           PROCEDURE DIVISION.

       MAIN.
           PERFORM 1000-INICIALIZA
      * Watchlist truncada = nenhum contato: sem a lista inteira o
      * titular de uma conta BAD poderia ser avisado.
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
                          WS-CONTATOS-PATH
           STRING
               'C:\Cobol\AntiFraude\alertas_estruturado_'
               WS-DATA-EXECUCAO
               '.txt'
               DELIMITED BY SIZE
               INTO WS-ALERTAS-ESTRUT-PATH
           END-STRING
           STRING
               'C:\Cobol\AntiFraude\contato_saida_'
               WS-DATA-EXECUCAO
               '.txt'
               DELIMITED BY SIZE
               INTO WS-CONTATOS-PATH
           END-STRING

           OPEN EXTEND JORNAL-FILE
           MOVE "INICIO DE EXECUCAO" TO WS-JORNAL-EVENTO
           PERFORM 6000-GRAVA-JORNAL

           PERFORM 1010-CARREGA-REGRAS
           PERFORM 1020-CARREGA-WATCHLIST
           PERFORM 1030-CARREGA-CONTATADOS.
           EXIT.

      * ===============================
      * 1010 - CARGA DAS REGRAS QUE GERAM CONTATO
      * ===============================
       1010-CARREGA-REGRAS.
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
           END-IF.
           EXIT.

      * ===============================
      * 1015 - TRATAMENTO DE UMA LINHA DE PARAMETRO
      * ===============================
       1015-TRATA-PARAMETRO.
           MOVE SPACES TO WS-PAR-NOME WS-PAR-VALOR-TXT
           UNSTRING REG-PARAMETRO-CONTATO DELIMITED BY ";"
               INTO WS-PAR-NOME
                    WS-PAR-VALOR-TXT
           END-UNSTRING

           IF WS-PAR-NOME = "REGRA"
               IF WS-PAR-VALOR-TXT = SPACES
                       OR WS-PAR-VALOR-TXT = "CONTA NA WATCHLIST"
                   DISPLAY "POSOFA0D: LINHA INVALIDA EM "
                       "parametros_contato.txt IGNORADA: '"
                       REG-PARAMETRO-CONTATO "'"
                   MOVE SPACES TO WS-JORNAL-EVENTO
                   STRING
                       "AVISO: LINHA INVALIDA EM parametros_contato"
                       ".txt IGNORADA: " REG-PARAMETRO-CONTATO
                       DELIMITED BY SIZE
                       INTO WS-JORNAL-EVENTO
                   END-STRING
                   PERFORM 6010-REGISTRA-AVISO
               ELSE
                   IF WS-QTD-REGRAS < 20
                       ADD 1 TO WS-QTD-REGRAS
                       MOVE WS-PAR-VALOR-TXT
                           TO WS-RG-REGRA(WS-QTD-REGRAS)
                   ELSE
                       IF NOT WS-RG-TABELA-AVISADA
                           SET WS-RG-TABELA-AVISADA TO TRUE
                           DISPLAY "POSOFA0D: WS-TAB-REGRAS CHEIA (20 "
                               "REGRAS) - REGRAS EXCEDENTES DE "
                               "parametros_contato.txt IGNORADAS"
                           MOVE "AVISO: WS-TAB-REGRAS CHEIA"
                               TO WS-JORNAL-EVENTO
                           PERFORM 6010-REGISTRA-AVISO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 1020 - CARGA DAS CONTAS BAD VIGENTES
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

           IF WS-WL-FLAG-LIDA = "BAD"
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
                       DISPLAY "POSOFA0D: WS-TAB-WATCHLIST CHEIA "
                           "(2000 CONTAS) - watchlist.txt EXCEDE A "
                           "TABELA; EXECUCAO SERA ABORTADA SEM "
                           "CONTATAR CLIENTES"
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 1030 - CARGA DOS CONTATOS JA FEITOS HOJE
      * ===============================
      * contato_saida: ID;CONTA;CLIENTE;VALOR-MASCARADO;OPERACAO;
      * DATA-TRANS;HORA-TRANS;DATA-HORA-ENVIO (layout de
      * 2300-EMITE-CONTATO). O SEQ do alerta e o fim do ID.
       1030-CARREGA-CONTATADOS.
           OPEN INPUT CONTATOS-FILE
           PERFORM UNTIL WS-EOF-CONTATOS
               READ CONTATOS-FILE
                   AT END
                       SET WS-EOF-CONTATOS TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-LIDO-ID WS-LIDO-CONTA
                                      WS-LIDO-OPERACAO
                                      WS-LIDO-DATA-TRANS
                                      WS-LIDO-HORA-TRANS
                       UNSTRING REG-CONTATO DELIMITED BY ";"
                           INTO WS-LIDO-ID
                                WS-LIDO-CONTA
                                WS-LIDO-CLIENTE
                                WS-LIDO-VALOR
                                WS-LIDO-OPERACAO
                                WS-LIDO-DATA-TRANS
                                WS-LIDO-HORA-TRANS
                       END-UNSTRING
                       IF WS-LIDO-ID(9:6) IS NUMERIC
                           MOVE WS-LIDO-ID(9:6) TO WS-EST-SEQ-NUM
                           MOVE WS-LIDO-CONTA TO WS-EST-CONTA
                           MOVE WS-LIDO-OPERACAO TO WS-EST-OPERACAO
                           MOVE WS-LIDO-DATA-TRANS TO WS-EST-DATA-TRANS
                           MOVE WS-LIDO-HORA-TRANS TO WS-EST-HORA-TRANS
                           PERFORM 2160-REGISTRA-CONTATADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTATOS-FILE.
           EXIT.

      * ===============================
      * 2000 - PROCESSAMENTO DOS ALERTAS DO DIA
      * ===============================
       2000-PROCESSA.
           OPEN INPUT ALERTAS-ESTRUT-FILE
           IF WS-ESTRUT-STATUS = "00"
               OPEN EXTEND CONTATOS-FILE
               OPEN EXTEND LOG-CONTATO-FILE
               PERFORM UNTIL WS-EOF-ESTRUT
                   READ ALERTAS-ESTRUT-FILE
                       AT END
                           SET WS-EOF-ESTRUT TO TRUE
                       NOT AT END
                           PERFORM 2100-TRATA-ALERTA
                   END-READ
               END-PERFORM
               CLOSE CONTATOS-FILE
               CLOSE LOG-CONTATO-FILE
           ELSE
               DISPLAY "POSOFA0D: FEED ESTRUTURADO DO DIA NAO "
                   "ENCONTRADO - NENHUM CLIENTE CONTATADO"
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
      * Alerta sem data/hora da transacao (extrato antigo) nao vira
      * contato: o cliente nao teria como reconhecer a operacao.
       2100-TRATA-ALERTA.
           MOVE SPACES TO WS-EST-SEQ-TXT WS-EST-DATA WS-EST-HORA
                          WS-EST-CONTA WS-EST-CLIENTE WS-EST-VALOR-TXT
                          WS-EST-OPERACAO WS-EST-REGRA
                          WS-EST-DATA-TRANS WS-EST-HORA-TRANS
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
           IF WS-EST-SEQ-TXT IS NUMERIC AND WS-EST-CONTA NOT = SPACES
                   AND WS-EST-VALOR-CHECK IS NUMERIC
               ADD 1 TO WS-TOTAL-ALERTAS-LIDOS
               MOVE WS-EST-SEQ-TXT TO WS-EST-SEQ-NUM
               MOVE WS-EST-VALOR-TXT TO WS-EST-VALOR-NUM
               PERFORM 2110-VERIFICA-REGRA
               IF WS-E-ELEGIVEL
                   ADD 1 TO WS-TOTAL-ELEGIVEIS
                   PERFORM 2150-BUSCA-CONTATADO
                   IF WS-IDX-ACHADO-CTT > ZERO
                       ADD 1 TO WS-TOTAL-JA-CONTATADOS
                   ELSE
                       PERFORM 2120-VERIFICA-BAD
                       IF WS-E-BAD
                           ADD 1 TO WS-TOTAL-BAD
                       ELSE
                           IF WS-EST-DATA-TRANS = SPACES
                               ADD 1 TO WS-TOTAL-SEM-DATA
                           ELSE
                               PERFORM 2155-BUSCA-TRANSACAO
                               IF WS-IDX-ACHADO-CTT > ZERO
                                   ADD 1 TO WS-TOTAL-MESMA-TRANS
                               ELSE
                                   PERFORM 2300-EMITE-CONTATO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2110 - A REGRA DO ALERTA GERA CONTATO?
      * ===============================
       2110-VERIFICA-REGRA.
           MOVE 'N' TO WS-REGRA-ELEGIVEL
           PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                   UNTIL WS-IDX-REGRA > WS-QTD-REGRAS
               IF WS-RG-REGRA(WS-IDX-REGRA) = WS-EST-REGRA
                   SET WS-E-ELEGIVEL TO TRUE
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2120 - A CONTA DO ALERTA ESTA NA WATCHLIST COMO BAD?
      * ===============================
       2120-VERIFICA-BAD.
           MOVE 'N' TO WS-CONTA-BAD
           PERFORM VARYING WS-IDX-WL FROM 1 BY 1
                   UNTIL WS-IDX-WL > WS-QTD-WATCHLIST
               IF WS-WL-CONTA(WS-IDX-WL) = WS-EST-CONTA
                   SET WS-E-BAD TO TRUE
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2150 - O ALERTA JA FOI CONTATADO?
      * ===============================
       2150-BUSCA-CONTATADO.
           MOVE ZERO TO WS-IDX-ACHADO-CTT
           PERFORM VARYING WS-IDX-CTT FROM 1 BY 1
                   UNTIL WS-IDX-CTT > WS-QTD-CONTATADOS
               IF WS-CTT-SEQ(WS-IDX-CTT) = WS-EST-SEQ-NUM
                   MOVE WS-IDX-CTT TO WS-IDX-ACHADO-CTT
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2155 - A TRANSACAO DO ALERTA JA FOI CONTATADA?
      * ===============================
       2155-BUSCA-TRANSACAO.
           MOVE ZERO TO WS-IDX-ACHADO-CTT
           PERFORM VARYING WS-IDX-CTT FROM 1 BY 1
                   UNTIL WS-IDX-CTT > WS-QTD-CONTATADOS
               IF WS-CTT-CONTA(WS-IDX-CTT) = WS-EST-CONTA
                   AND WS-CTT-OPERACAO(WS-IDX-CTT) = WS-EST-OPERACAO
                   AND WS-CTT-DATA-TRANS(WS-IDX-CTT) = WS-EST-DATA-TRANS
                   AND WS-CTT-HORA-TRANS(WS-IDX-CTT) = WS-EST-HORA-TRANS
                   MOVE WS-IDX-CTT TO WS-IDX-ACHADO-CTT
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2160 - REGISTRO DE UM CONTATO NA TABELA DO DIA
      * ===============================
      * Sem vaga a tabela so perde a supressao de contato repetido
      * numa nova rodada - o contato em si sai normalmente.
       2160-REGISTRA-CONTATADO.
           IF WS-QTD-CONTATADOS < 5000
               ADD 1 TO WS-QTD-CONTATADOS
               MOVE WS-EST-SEQ-NUM TO WS-CTT-SEQ(WS-QTD-CONTATADOS)
               MOVE WS-EST-CONTA TO WS-CTT-CONTA(WS-QTD-CONTATADOS)
               MOVE WS-EST-OPERACAO
                   TO WS-CTT-OPERACAO(WS-QTD-CONTATADOS)
               MOVE WS-EST-DATA-TRANS
                   TO WS-CTT-DATA-TRANS(WS-QTD-CONTATADOS)
               MOVE WS-EST-HORA-TRANS
                   TO WS-CTT-HORA-TRANS(WS-QTD-CONTATADOS)
           ELSE
               IF NOT WS-CTT-TABELA-AVISADA
                   SET WS-CTT-TABELA-AVISADA TO TRUE
                   DISPLAY "POSOFA0D: WS-TAB-CONTATADOS CHEIA (5000 "
                       "CONTATOS) - UMA NOVA RODADA NO DIA PODE "
                       "REPETIR CONTATOS JA FEITOS"
                   MOVE "AVISO: WS-TAB-CONTATADOS CHEIA"
                       TO WS-JORNAL-EVENTO
                   PERFORM 6010-REGISTRA-AVISO
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2200 - MASCARA DO VALOR DO ALERTA
      * ===============================
      * WS-VALOR-EDIT tem nove posicoes de parte inteira; os brancos
      * a esquerda dizem quantos digitos o valor tem.
       2200-MASCARA-VALOR.
           MOVE WS-EST-VALOR-NUM TO WS-VALOR-EDIT
           MOVE ZERO TO WS-QTD-BRANCOS
           INSPECT WS-VALOR-EDIT TALLYING WS-QTD-BRANCOS
               FOR LEADING SPACE
           COMPUTE WS-POS-VALOR = WS-QTD-BRANCOS + 1
           COMPUTE WS-QTD-DIGITOS = 9 - WS-QTD-BRANCOS
           IF WS-QTD-DIGITOS > 3
               MOVE 2 TO WS-QTD-VISIVEIS
           ELSE
               MOVE 1 TO WS-QTD-VISIVEIS
           END-IF

           MOVE WS-VALOR-EDIT TO WS-VALOR-MASC
           COMPUTE WS-POS-MASC = WS-POS-VALOR + WS-QTD-VISIVEIS
           COMPUTE WS-TAM-MASC = WS-QTD-DIGITOS - WS-QTD-VISIVEIS
           IF WS-TAM-MASC > ZERO
               INSPECT WS-VALOR-MASC(WS-POS-MASC:WS-TAM-MASC)
                   REPLACING CHARACTERS BY "*"
           END-IF
           MOVE "**" TO WS-VALOR-MASC(11:2).
           EXIT.

      * ===============================
      * 2300 - EMISSAO DE UM CONTATO
      * ===============================
      * ID-CONTATO;CONTA;CLIENTE;VALOR-MASCARADO;OPERACAO;DATA-TRANS;
      * HORA-TRANS;DATA-HORA-ENVIO. O ID (data do feed + SEQ, como o
      * pedido de bloqueio de POSOF95D) e a chave que a plataforma
      * devolve na resposta (tratada por POSOFA1D).
       2300-EMITE-CONTATO.
           PERFORM 2200-MASCARA-VALOR
           MOVE SPACES TO WS-ID-CONTATO
           STRING WS-DATA-EXECUCAO WS-EST-SEQ-NUM
               DELIMITED BY SIZE INTO WS-ID-CONTATO
           END-STRING
           MOVE SPACES TO REG-CONTATO
           STRING
               WS-ID-CONTATO ";"
               WS-EST-CONTA ";"
               WS-EST-CLIENTE(1:20) ";"
               WS-VALOR-MASC(WS-POS-VALOR:13 - WS-POS-VALOR) ";"
               WS-EST-OPERACAO ";"
               WS-EST-DATA-TRANS ";"
               WS-EST-HORA-TRANS ";"
               WS-DATA-EXECUCAO "-" WS-HORA-EXECUCAO
               DELIMITED BY SIZE
               INTO REG-CONTATO
           END-STRING
           WRITE REG-CONTATO
           ADD 1 TO WS-TOTAL-CONTATOS
           PERFORM 2160-REGISTRA-CONTATADO

           MOVE WS-EST-VALOR-NUM TO WS-VALOR-EDIT
           MOVE SPACES TO REG-LOG-CONTATO
           STRING
               WS-DATA-EXECUCAO "-" WS-HORA-EXECUCAO
               ";POSOFA0D;ENVIO;" WS-ID-CONTATO ";"
               WS-EST-CONTA ";"
               "REGRA " WS-EST-REGRA
               " VALOR " WS-VALOR-EDIT
               " MASCARADO " WS-VALOR-MASC
               DELIMITED BY SIZE
               INTO REG-LOG-CONTATO
           END-STRING
           WRITE REG-LOG-CONTATO.
           EXIT.

      * ===============================
      * 2900 - ABORTE POR WATCHLIST TRUNCADA
      * ===============================
       2900-ABORTA-WATCHLIST-TRUNCADA.
           DISPLAY "POSOFA0D: EXECUCAO ABORTADA - watchlist.txt "
               "EXCEDE A TABELA (2000 CONTAS); NENHUM CLIENTE "
               "CONTATADO"
           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "ERRO: watchlist.txt EXCEDE WS-TAB-WATCHLIST (2000) - "
               "EXECUCAO ABORTADA, NENHUM CLIENTE CONTATADO"
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
           DISPLAY "POSOFA0D: ALERTAS LIDOS: " WS-QTD-EDIT
           MOVE WS-TOTAL-ELEGIVEIS TO WS-QTD-EDIT
           DISPLAY "POSOFA0D: ALERTAS DE REGRA COM CONTATO: "
               WS-QTD-EDIT
           MOVE WS-TOTAL-CONTATOS TO WS-QTD-EDIT
           DISPLAY "POSOFA0D: CLIENTES CONTATADOS: " WS-QTD-EDIT
           MOVE WS-TOTAL-BAD TO WS-QTD-EDIT
           DISPLAY "POSOFA0D: CONTA BAD (NAO CONTATADA): " WS-QTD-EDIT
           MOVE WS-TOTAL-SEM-DATA TO WS-QTD-EDIT
           DISPLAY "POSOFA0D: SEM DATA DA TRANSACAO: " WS-QTD-EDIT
           MOVE WS-TOTAL-MESMA-TRANS TO WS-QTD-EDIT
           DISPLAY "POSOFA0D: MESMA TRANSACAO DE OUTRO CONTATO: "
               WS-QTD-EDIT
           MOVE WS-TOTAL-JA-CONTATADOS TO WS-QTD-EDIT
           DISPLAY "POSOFA0D: JA CONTATADOS EM RODADA ANTERIOR: "
               WS-QTD-EDIT

      * Convencao de retorno do scheduler: 0 = run limpo, 4 =
      * concluido com ressalvas (aviso), 8 = falha (watchlist
      * truncada, abortado em 2900).
           MOVE 0 TO WS-RC-EDIT
           IF WS-TOTAL-AVISOS > ZERO
               MOVE 4 TO WS-RC-EDIT
           END-IF
           MOVE WS-RC-EDIT TO RETURN-CODE

           MOVE WS-TOTAL-CONTATOS TO WS-QTD-EDIT
           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "FIM NORMAL DE EXECUCAO - RETURN-CODE " WS-RC-EDIT
               " - CLIENTES CONTATADOS: " WS-QTD-EDIT
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
               ";POSOFA0D;" WS-JORNAL-EVENTO
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
