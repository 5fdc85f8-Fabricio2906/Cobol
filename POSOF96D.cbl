      ******************************************************************
      * Author:Fabricio
      * Date:15/10/2026
      * Purpose:Conciliacao dos Pedidos de Bloqueio com o Retorno do
      *         Core Bancario
      * Tectonics: cobc
      ******************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. POSOF96D.

           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL PARAMETROS-BLOQUEIO-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\parametros_bloqueio.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.
      * Pedidos emitidos por POSOF95D, um arquivo por dia.
               SELECT OPTIONAL SOLICITACOES-FILE
               ASSIGN DYNAMIC WS-SOLICITACOES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SOLIC-STATUS.
      * Retorno do core bancario, um arquivo por dia de resposta:
      * ID-SOLICITACAO;STATUS;MOTIVO;DATA-HORA-RESPOSTA, com STATUS
      * ACEITO ou REJEITADO. A resposta pode chegar num dia posterior
      * ao do pedido.
               SELECT OPTIONAL RETORNO-FILE
               ASSIGN DYNAMIC WS-RETORNO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RETORNO-STATUS.
               SELECT CONCILIACAO-FILE
               ASSIGN DYNAMIC WS-CONCILIACAO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Pedidos ainda sem resposta, regravado a cada execucao no
      * layout das solicitacoes - e o que mantem na conciliacao o
      * pedido que ja saiu da JANELA sem resposta do core.
               SELECT OPTIONAL PENDENTES-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\bloqueio_pendente.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PEND-STATUS.
               SELECT OPTIONAL JORNAL-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\jornal_execucao.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.

            FD  PARAMETROS-BLOQUEIO-FILE.
           01  REG-PARAMETRO-BLOQUEIO PIC X(80).

            FD  SOLICITACOES-FILE.
           01  REG-SOLICITACAO       PIC X(150).

            FD  RETORNO-FILE.
           01  REG-RETORNO           PIC X(150).

            FD  CONCILIACAO-FILE.
           01  REG-CONCILIACAO       PIC X(200).

            FD  PENDENTES-FILE.
           01  REG-PENDENTE          PIC X(150).

            FD  JORNAL-FILE.
           01  REG-JORNAL            PIC X(250).

           WORKING-STORAGE SECTION.

       01  WS-PARAM-STATUS       PIC X(2) VALUE SPACES.
       01  WS-SOLIC-STATUS       PIC X(2) VALUE SPACES.
       01  WS-RETORNO-STATUS     PIC X(2) VALUE SPACES.
       01  WS-PEND-STATUS        PIC X(2) VALUE SPACES.

       01  WS-FIM-PARAMETROS     PIC X VALUE 'N'.
           88 WS-EOF-PARAMETROS  VALUE 'S'.
       01  WS-FIM-SOLICITACOES   PIC X VALUE 'N'.
           88 WS-EOF-SOLICITACOES VALUE 'S'.
       01  WS-FIM-RETORNO        PIC X VALUE 'N'.
           88 WS-EOF-RETORNO     VALUE 'S'.
       01  WS-FIM-PENDENTES      PIC X VALUE 'N'.
           88 WS-EOF-PENDENTES   VALUE 'S'.

       01  WS-SOLICITACOES-PATH  PIC X(100).
       01  WS-RETORNO-PATH       PIC X(100).
       01  WS-CONCILIACAO-PATH   PIC X(100).

      * Linhas CORTE;hhh e JANELA;ddd de parametros_bloqueio.txt
      * (as demais linhas sao as faixas de POSOF95D). CORTE = horas
      * que o core tem para responder a um pedido; JANELA = quantos
      * dias de pedidos, contando hoje, entram na conciliacao.
       01  WS-PAR-NOME           PIC X(25).
       01  WS-PAR-VALOR-TXT      PIC X(12).
       01  WS-CORTE-HORAS        PIC 9(3) VALUE 4.
       01  WS-JANELA-DIAS        PIC 9(2) VALUE 7.

       01  WS-DATA-NUM           PIC 9(8).
       01  WS-HOJE-INT           PIC 9(7).
       01  WS-DIA-INT            PIC 9(7) VALUE ZERO.
       01  WS-DIA-NUM            PIC 9(8) VALUE ZERO.
       01  WS-DIA-TXT            PIC X(8).
       01  WS-JANELA-INI-INT     PIC 9(7).
       01  WS-JANELA-INI-TXT     PIC X(8).

      * Pedidos da janela e, antes deles, os pendentes anteriores a
      * ela (WS-PED-ANTERIOR = 'S'). Carga truncada e ERRO FATAL: um
      * pedido fora da tabela sumiria da conciliacao sem ninguem
      * saber.
       01  WS-QTD-PEDIDOS        PIC 9(4) VALUE ZERO.
       01  WS-IDX-PED            PIC 9(4) VALUE ZERO.
       01  WS-IDX-ACHADO-PED     PIC 9(4) VALUE ZERO.
       01  WS-TAB-PEDIDOS.
           05 WS-PEDIDO OCCURS 5000 TIMES INDEXED BY WS-IDX-PED-TAB.
              10 WS-PED-ID          PIC X(14).
              10 WS-PED-CONTA       PIC X(6).
              10 WS-PED-REGRA       PIC X(25).
              10 WS-PED-VALOR       PIC X(12).
              10 WS-PED-TIPO        PIC X(10).
              10 WS-PED-DH-PEDIDO   PIC X(15).
              10 WS-PED-RESPOSTA    PIC X(10).
              10 WS-PED-MOTIVO      PIC X(40).
              10 WS-PED-DH-RESPOSTA PIC X(15).
              10 WS-PED-SITUACAO    PIC X(12).
              10 WS-PED-PRAZO       PIC X(13).
              10 WS-PED-ANTERIOR    PIC X.
       01  WS-PED-TABELA-CHEIA   PIC X VALUE 'N'.
           88 WS-PED-TABELA-AVISADA VALUE 'S'.

      * Retornos que nao casam com pedido nenhum da janela.
       01  WS-QTD-ORFAOS         PIC 9(4) VALUE ZERO.
       01  WS-IDX-ORF            PIC 9(4) VALUE ZERO.
       01  WS-TAB-ORFAOS.
           05 WS-ORFAO OCCURS 500 TIMES INDEXED BY WS-IDX-ORF-TAB.
              10 WS-ORF-DIA         PIC X(8).
              10 WS-ORF-LINHA       PIC X(100).
       01  WS-ORF-TABELA-CHEIA   PIC X VALUE 'N'.
           88 WS-ORF-TABELA-AVISADA VALUE 'S'.

       01  WS-LIDO-ID            PIC X(14).
       01  WS-LIDO-CONTA         PIC X(6).
       01  WS-LIDO-REGRA         PIC X(25).
       01  WS-LIDO-SEQ           PIC X(6).
       01  WS-LIDO-VALOR         PIC X(12).
       01  WS-LIDO-TIPO          PIC X(10).
       01  WS-LIDO-DATA-ALERTA   PIC X(8).
       01  WS-LIDO-DH            PIC X(15).
       01  WS-RET-STATUS         PIC X(10).
       01  WS-RET-MOTIVO         PIC X(40).
       01  WS-RET-DH             PIC X(15).
       01  WS-LIDO-ANTERIOR      PIC X VALUE 'N'.

      * Idade em dias de um pedido sem resposta (data do pedido ate
      * hoje).
       01  WS-PED-DATA-NUM       PIC 9(8).
       01  WS-IDADE-DIAS         PIC 9(5) VALUE ZERO.
       01  WS-IDADE-EDIT         PIC Z(4)9.

      * Momentos em minutos corridos (dia inteiro * 1440 + hora * 60
      * + minuto), para comparar pedido, resposta e corte atravessando
      * a meia-noite.
       01  WS-DH-CALC            PIC X(15).
       01  WS-DH-CALC-DATA       PIC 9(8).
       01  WS-DH-CALC-HORA       PIC 9(2).
       01  WS-DH-CALC-MIN        PIC 9(2).
       01  WS-MIN-CALC           PIC 9(11).
       01  WS-DH-CALC-VALIDA     PIC X VALUE 'N'.
           88 WS-DH-CALC-OK      VALUE 'S'.
       01  WS-MIN-AGORA          PIC 9(11).
       01  WS-MIN-LIMITE         PIC 9(11).

       01  WS-SITUACAO-SECAO     PIC X(12).
       01  WS-TITULO-SECAO       PIC X(80).
       01  WS-QTD-SECAO          PIC 9(5) VALUE ZERO.

       01  WS-TOTAL-ACEITOS      PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-REJEITADOS   PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-SEM-RESPOSTA PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-AGUARDANDO   PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-FORA-CORTE   PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-ANTIGOS      PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-ANTERIORES   PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-PENDENTES    PIC 9(5) VALUE ZERO.
       01  WS-QTD-EDIT           PIC Z(4)9.

      * Jornal de execucao e codigo de retorno, como em POSOF87D.
      * RETURN-CODE 0 = todos os pedidos respondidos e aceitos ou
      * ainda no prazo, 4 = ha pedido rejeitado, sem resposta apos o
      * corte, retorno sem pedido ou aviso, 8 = falha (tabela de
      * pedidos estourada - conciliacao nao gerada).
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
           IF WS-PED-TABELA-AVISADA
               PERFORM 2900-ABORTA-TABELA-CHEIA
           ELSE
               PERFORM 3000-CLASSIFICA-PEDIDOS
               PERFORM 4000-GERA-CONCILIACAO
               PERFORM 4400-GRAVA-PENDENTES
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

           MOVE SPACES TO WS-CONCILIACAO-PATH
           STRING
               'C:\Cobol\AntiFraude\conciliacao_bloqueio_'
               WS-DATA-EXECUCAO
               '.txt'
               DELIMITED BY SIZE
               INTO WS-CONCILIACAO-PATH
           END-STRING

           OPEN EXTEND JORNAL-FILE
           MOVE "INICIO DE EXECUCAO" TO WS-JORNAL-EVENTO
           PERFORM 6000-GRAVA-JORNAL

           PERFORM 1010-CARREGA-PARAMETROS

           MOVE WS-DATA-EXECUCAO TO WS-DATA-NUM
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
           COMPUTE WS-JANELA-INI-INT = WS-HOJE-INT - WS-JANELA-DIAS + 1
           COMPUTE WS-DIA-NUM =
               FUNCTION DATE-OF-INTEGER(WS-JANELA-INI-INT)
           MOVE WS-DIA-NUM TO WS-JANELA-INI-TXT

           MOVE SPACES TO WS-DH-CALC
           STRING WS-DATA-EXECUCAO "-" WS-HORA-EXECUCAO
               DELIMITED BY SIZE INTO WS-DH-CALC
           END-STRING
           PERFORM 3100-CALCULA-MINUTOS
           MOVE WS-MIN-CALC TO WS-MIN-AGORA.
           EXIT.

      * ===============================
      * 1010 - CARGA DO CORTE E DA JANELA
      * ===============================
       1010-CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS-BLOQUEIO-FILE
           IF WS-PARAM-STATUS = "00"
               PERFORM UNTIL WS-EOF-PARAMETROS
                   READ PARAMETROS-BLOQUEIO-FILE
                       AT END
                           SET WS-EOF-PARAMETROS TO TRUE
                       NOT AT END
                           PERFORM 1015-TRATA-PARAMETRO
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PARAMETROS-BLOQUEIO-FILE.
           EXIT.

      * ===============================
      * 1015 - TRATAMENTO DE UMA LINHA DE PARAMETRO
      * ===============================
      * Valor fixo em tres posicoes, como o PRAZO de POSOF93D
      * (CORTE;004, JANELA;007). Valor invalido mantem o default
      * (CORTE 4 horas, JANELA 7 dias, no maximo 31).
       1015-TRATA-PARAMETRO.
           MOVE SPACES TO WS-PAR-NOME WS-PAR-VALOR-TXT
           UNSTRING REG-PARAMETRO-BLOQUEIO DELIMITED BY ";"
               INTO WS-PAR-NOME
                    WS-PAR-VALOR-TXT
           END-UNSTRING

           IF WS-PAR-NOME = "CORTE" OR WS-PAR-NOME = "JANELA"
               IF WS-PAR-VALOR-TXT(1:3) IS NUMERIC
                       AND WS-PAR-VALOR-TXT(1:3) > "000"
                       AND (WS-PAR-NOME = "CORTE"
                            OR WS-PAR-VALOR-TXT(1:3) <= "031")
                   IF WS-PAR-NOME = "CORTE"
                       MOVE WS-PAR-VALOR-TXT(1:3) TO WS-CORTE-HORAS
                   ELSE
                       MOVE WS-PAR-VALOR-TXT(1:3) TO WS-JANELA-DIAS
                   END-IF
               ELSE
                   DISPLAY "POSOF96D: LINHA INVALIDA EM "
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
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2000 - CARGA DE PEDIDOS E RETORNOS DA JANELA
      * ===============================
      * Pendentes anteriores a janela primeiro, depois os dias em
      * ordem crescente e, em cada dia, pedidos antes dos retornos:
      * uma resposta nunca chega antes do pedido, entao todo pedido
      * respondido ja esta na tabela quando o retorno e lido.
       2000-CARREGA-JANELA.
           PERFORM 2005-CARREGA-PENDENTES
           MOVE 'N' TO WS-LIDO-ANTERIOR
           PERFORM VARYING WS-DIA-INT FROM WS-JANELA-INI-INT BY 1
                   UNTIL WS-DIA-INT > WS-HOJE-INT
               COMPUTE WS-DIA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               MOVE WS-DIA-NUM TO WS-DIA-TXT
               PERFORM 2010-CARREGA-PEDIDOS-DIA
               PERFORM 2100-CARREGA-RETORNOS-DIA
           END-PERFORM.
           EXIT.

      * ===============================
      * 2005 - PEDIDOS PENDENTES DE EXECUCOES ANTERIORES
      * ===============================
      * So entram os pedidos feitos antes da janela (DATA-HORA-
      * PEDIDO, nao a data do ID - o pedido de POSOFA1D leva no ID a
      * data do alerta, que pode ser anterior ao dia do pedido); os
      * da janela sao relidos de solicitacoes_bloqueio_AAAAMMDD.txt
      * logo em seguida, com a resposta que tiverem. O filtro fica
      * em 2020, depois do UNSTRING.
       2005-CARREGA-PENDENTES.
           MOVE 'S' TO WS-LIDO-ANTERIOR
           MOVE 'N' TO WS-FIM-PENDENTES
           OPEN INPUT PENDENTES-FILE
           IF WS-PEND-STATUS = "00"
               PERFORM UNTIL WS-EOF-PENDENTES
                   READ PENDENTES-FILE
                       AT END
                           SET WS-EOF-PENDENTES TO TRUE
                       NOT AT END
                           IF REG-PENDENTE NOT = SPACES
                               MOVE REG-PENDENTE TO REG-SOLICITACAO
                               PERFORM 2020-GUARDA-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PENDENTES-FILE.
           EXIT.

      * ===============================
      * 2010 - PEDIDOS DE UM DIA
      * ===============================
       2010-CARREGA-PEDIDOS-DIA.
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
                           IF REG-SOLICITACAO NOT = SPACES
                               PERFORM 2020-GUARDA-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SOLICITACOES-FILE.
           EXIT.

      * ===============================
      * 2020 - GUARDA UM PEDIDO NA TABELA
      * ===============================
      * ID;CONTA;REGRA;SEQ;VALOR;TIPO;DATA-ALERTA;DATA-HORA-PEDIDO
      * (layout de 2300-EMITE-SOLICITACAO em POSOF95D.cbl). ID ja na
      * tabela nao entra de novo - a resposta do core vale para o ID,
      * e uma segunda copia ficaria SEM RESPOSTA para sempre.
       2020-GUARDA-PEDIDO.
           MOVE SPACES TO WS-LIDO-ID WS-LIDO-CONTA WS-LIDO-REGRA
                          WS-LIDO-VALOR WS-LIDO-TIPO WS-LIDO-DH
           UNSTRING REG-SOLICITACAO DELIMITED BY ";"
               INTO WS-LIDO-ID
                    WS-LIDO-CONTA
                    WS-LIDO-REGRA
                    WS-LIDO-SEQ
                    WS-LIDO-VALOR
                    WS-LIDO-TIPO
                    WS-LIDO-DATA-ALERTA
                    WS-LIDO-DH
           END-UNSTRING

           MOVE ZERO TO WS-IDX-ACHADO-PED
           PERFORM VARYING WS-IDX-PED FROM 1 BY 1
                   UNTIL WS-IDX-PED > WS-QTD-PEDIDOS
                      OR WS-IDX-ACHADO-PED > ZERO
               IF WS-PED-ID(WS-IDX-PED) = WS-LIDO-ID
                   MOVE WS-IDX-PED TO WS-IDX-ACHADO-PED
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-IDX-ACHADO-PED > ZERO
                   CONTINUE
               WHEN WS-LIDO-ANTERIOR = 'S'
                   AND WS-LIDO-DH(1:8) NOT < WS-JANELA-INI-TXT
                   CONTINUE
               WHEN OTHER
                   PERFORM 2025-INCLUI-PEDIDO
           END-EVALUATE.
           EXIT.

      * ===============================
      * 2025 - INCLUSAO DE UM PEDIDO NA TABELA
      * ===============================
       2025-INCLUI-PEDIDO.
           IF WS-QTD-PEDIDOS < 5000
               ADD 1 TO WS-QTD-PEDIDOS
               MOVE WS-LIDO-ID    TO WS-PED-ID(WS-QTD-PEDIDOS)
               MOVE WS-LIDO-CONTA TO WS-PED-CONTA(WS-QTD-PEDIDOS)
               MOVE WS-LIDO-REGRA TO WS-PED-REGRA(WS-QTD-PEDIDOS)
               MOVE WS-LIDO-VALOR TO WS-PED-VALOR(WS-QTD-PEDIDOS)
               MOVE WS-LIDO-TIPO  TO WS-PED-TIPO(WS-QTD-PEDIDOS)
               MOVE WS-LIDO-DH    TO WS-PED-DH-PEDIDO(WS-QTD-PEDIDOS)
               MOVE SPACES TO WS-PED-RESPOSTA(WS-QTD-PEDIDOS)
                              WS-PED-MOTIVO(WS-QTD-PEDIDOS)
                              WS-PED-DH-RESPOSTA(WS-QTD-PEDIDOS)
                              WS-PED-SITUACAO(WS-QTD-PEDIDOS)
                              WS-PED-PRAZO(WS-QTD-PEDIDOS)
               MOVE WS-LIDO-ANTERIOR
                   TO WS-PED-ANTERIOR(WS-QTD-PEDIDOS)
               IF WS-LIDO-ANTERIOR = 'S'
                   ADD 1 TO WS-TOTAL-ANTERIORES
               END-IF
           ELSE
               IF NOT WS-PED-TABELA-AVISADA
                   SET WS-PED-TABELA-AVISADA TO TRUE
                   DISPLAY "POSOF96D: WS-TAB-PEDIDOS CHEIA (5000 "
                       "PEDIDOS) - JANELA EXCEDE A TABELA; EXECUCAO "
                       "SERA ABORTADA"
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2100 - RETORNOS DE UM DIA
      * ===============================
       2100-CARREGA-RETORNOS-DIA.
           MOVE SPACES TO WS-RETORNO-PATH
           STRING
               'C:\Cobol\AntiFraude\retorno_bloqueio_'
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
      * 2110 - TRATAMENTO DE UMA LINHA DE RETORNO
      * ===============================
      * Pedido respondido mais de uma vez fica com a ultima resposta
      * (o core reenvia a linha quando corrige um status). Retorno de
      * pedido anterior a janela que nao estava mais pendente e
      * ignorado - o retorno nao traz a data do pedido, mas o ID
      * comeca pela data do alerta, que nunca e posterior a ela: ID
      * sem pedido na tabela e com data anterior a janela so pode ser
      * de pedido antigo ja resolvido. O que nao casa com
      * pedido nenhum, ou vem com STATUS desconhecido, vai para a
      * secao de retornos sem pedido.
       2110-TRATA-RETORNO.
           MOVE SPACES TO WS-LIDO-ID WS-RET-STATUS WS-RET-MOTIVO
                          WS-RET-DH
           UNSTRING REG-RETORNO DELIMITED BY ";"
               INTO WS-LIDO-ID
                    WS-RET-STATUS
                    WS-RET-MOTIVO
                    WS-RET-DH
           END-UNSTRING

           MOVE ZERO TO WS-IDX-ACHADO-PED
           PERFORM VARYING WS-IDX-PED FROM 1 BY 1
                   UNTIL WS-IDX-PED > WS-QTD-PEDIDOS
               IF WS-PED-ID(WS-IDX-PED) = WS-LIDO-ID
                   MOVE WS-IDX-PED TO WS-IDX-ACHADO-PED
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO-PED > ZERO
               AND (WS-RET-STATUS = "ACEITO"
                    OR WS-RET-STATUS = "REJEITADO")
               MOVE WS-RET-STATUS
                   TO WS-PED-RESPOSTA(WS-IDX-ACHADO-PED)
               MOVE WS-RET-MOTIVO
                   TO WS-PED-MOTIVO(WS-IDX-ACHADO-PED)
               MOVE WS-RET-DH
                   TO WS-PED-DH-RESPOSTA(WS-IDX-ACHADO-PED)
           ELSE
               IF WS-IDX-ACHADO-PED = ZERO
                   AND WS-LIDO-ID(1:8) < WS-JANELA-INI-TXT
                   ADD 1 TO WS-TOTAL-ANTIGOS
               ELSE
                   PERFORM 2120-GUARDA-ORFAO
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2120 - GUARDA UM RETORNO SEM PEDIDO
      * ===============================
       2120-GUARDA-ORFAO.
           IF WS-QTD-ORFAOS < 500
               ADD 1 TO WS-QTD-ORFAOS
               MOVE WS-DIA-TXT TO WS-ORF-DIA(WS-QTD-ORFAOS)
               MOVE REG-RETORNO TO WS-ORF-LINHA(WS-QTD-ORFAOS)
           ELSE
               IF NOT WS-ORF-TABELA-AVISADA
                   SET WS-ORF-TABELA-AVISADA TO TRUE
                   DISPLAY "POSOF96D: WS-TAB-ORFAOS CHEIA (500 "
                       "RETORNOS) - RETORNOS SEM PEDIDO EXCEDENTES "
                       "NAO LISTADOS"
                   MOVE "AVISO: WS-TAB-ORFAOS CHEIA"
                       TO WS-JORNAL-EVENTO
                   PERFORM 6010-REGISTRA-AVISO
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2900 - ABORTE POR TABELA DE PEDIDOS CHEIA
      * ===============================
       2900-ABORTA-TABELA-CHEIA.
           DISPLAY "POSOF96D: EXECUCAO ABORTADA - PEDIDOS DA JANELA "
               "EXCEDEM A TABELA (5000); CONCILIACAO NAO GERADA"
           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "ERRO: PEDIDOS DA JANELA EXCEDEM WS-TAB-PEDIDOS (5000)"
               " - EXECUCAO ABORTADA, CONCILIACAO NAO GERADA"
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
      * 3000 - SITUACAO DE CADA PEDIDO
      * ===============================
       3000-CLASSIFICA-PEDIDOS.
           PERFORM VARYING WS-IDX-PED FROM 1 BY 1
                   UNTIL WS-IDX-PED > WS-QTD-PEDIDOS
               PERFORM 3010-CLASSIFICA-PEDIDO
           END-PERFORM.
           EXIT.

      * ===============================
      * 3010 - SITUACAO DE UM PEDIDO
      * ===============================
      * Limite = pedido + CORTE horas. Sem resposta antes do limite
      * o pedido ainda AGUARDA; depois dele fica SEM RESPOSTA.
      * Resposta registrada depois do limite vale, mas sai marcada
      * FORA DO CORTE.
       3010-CLASSIFICA-PEDIDO.
           MOVE WS-PED-DH-PEDIDO(WS-IDX-PED) TO WS-DH-CALC
           PERFORM 3100-CALCULA-MINUTOS
           IF WS-DH-CALC-OK
               COMPUTE WS-MIN-LIMITE = WS-MIN-CALC
                                     + WS-CORTE-HORAS * 60
           ELSE
               MOVE ZERO TO WS-MIN-LIMITE
           END-IF

           EVALUATE WS-PED-RESPOSTA(WS-IDX-PED)
               WHEN "ACEITO"
                   MOVE "ACEITO" TO WS-PED-SITUACAO(WS-IDX-PED)
                   ADD 1 TO WS-TOTAL-ACEITOS
                   PERFORM 3020-PRAZO-RESPOSTA
               WHEN "REJEITADO"
                   MOVE "REJEITADO" TO WS-PED-SITUACAO(WS-IDX-PED)
                   ADD 1 TO WS-TOTAL-REJEITADOS
                   PERFORM 3020-PRAZO-RESPOSTA
               WHEN OTHER
                   IF WS-MIN-AGORA > WS-MIN-LIMITE
                       MOVE "SEM RESPOSTA"
                           TO WS-PED-SITUACAO(WS-IDX-PED)
                       ADD 1 TO WS-TOTAL-SEM-RESPOSTA
                   ELSE
                       MOVE "AGUARDANDO"
                           TO WS-PED-SITUACAO(WS-IDX-PED)
                       ADD 1 TO WS-TOTAL-AGUARDANDO
                   END-IF
           END-EVALUATE.
           EXIT.

      * ===============================
      * 3020 - RESPOSTA DENTRO OU FORA DO CORTE
      * ===============================
       3020-PRAZO-RESPOSTA.
           MOVE WS-PED-DH-RESPOSTA(WS-IDX-PED) TO WS-DH-CALC
           PERFORM 3100-CALCULA-MINUTOS
           IF NOT WS-DH-CALC-OK
               MOVE "NAO INFORMADO" TO WS-PED-PRAZO(WS-IDX-PED)
           ELSE
               IF WS-MIN-CALC > WS-MIN-LIMITE
                   MOVE "FORA DO CORTE" TO WS-PED-PRAZO(WS-IDX-PED)
                   ADD 1 TO WS-TOTAL-FORA-CORTE
               ELSE
                   MOVE "NO CORTE" TO WS-PED-PRAZO(WS-IDX-PED)
               END-IF
           END-IF.
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
      * 4000 - RELATORIO DE CONCILIACAO
      * ===============================
       4000-GERA-CONCILIACAO.
           OPEN OUTPUT CONCILIACAO-FILE

           MOVE SPACES TO REG-CONCILIACAO
           STRING
               "CONCILIACAO DOS PEDIDOS DE BLOQUEIO COM O CORE "
               "BANCARIO - EXECUCAO: " WS-DATA-EXECUCAO "-"
               WS-HORA-EXECUCAO
               DELIMITED BY SIZE
               INTO REG-CONCILIACAO
           END-STRING
           WRITE REG-CONCILIACAO

           MOVE SPACES TO REG-CONCILIACAO
           STRING
               "PEDIDOS DE " WS-JANELA-INI-TXT " A " WS-DATA-EXECUCAO
               " | CORTE DE RESPOSTA: " WS-CORTE-HORAS " HORAS"
               DELIMITED BY SIZE
               INTO REG-CONCILIACAO
           END-STRING
           WRITE REG-CONCILIACAO

           MOVE "SEM RESPOSTA" TO WS-SITUACAO-SECAO
           MOVE "1. PEDIDOS SEM RESPOSTA APOS O CORTE"
               TO WS-TITULO-SECAO
           PERFORM 4100-SECAO-PEDIDOS
           MOVE "REJEITADO" TO WS-SITUACAO-SECAO
           MOVE "2. PEDIDOS REJEITADOS PELO CORE" TO WS-TITULO-SECAO
           PERFORM 4100-SECAO-PEDIDOS
           MOVE "AGUARDANDO" TO WS-SITUACAO-SECAO
           MOVE "3. PEDIDOS AGUARDANDO RESPOSTA (DENTRO DO CORTE)"
               TO WS-TITULO-SECAO
           PERFORM 4100-SECAO-PEDIDOS
           MOVE "ACEITO" TO WS-SITUACAO-SECAO
           MOVE "4. PEDIDOS ACEITOS PELO CORE" TO WS-TITULO-SECAO
           PERFORM 4100-SECAO-PEDIDOS
           PERFORM 4200-SECAO-ORFAOS
           PERFORM 4300-TOTAIS

           CLOSE CONCILIACAO-FILE.
           EXIT.

      * ===============================
      * 4100 - SECAO DE PEDIDOS DE UMA SITUACAO
      * ===============================
       4100-SECAO-PEDIDOS.
           MOVE SPACES TO REG-CONCILIACAO
           WRITE REG-CONCILIACAO
           MOVE WS-TITULO-SECAO TO REG-CONCILIACAO
           WRITE REG-CONCILIACAO

           MOVE ZERO TO WS-QTD-SECAO
           PERFORM VARYING WS-IDX-PED FROM 1 BY 1
                   UNTIL WS-IDX-PED > WS-QTD-PEDIDOS
               IF WS-PED-SITUACAO(WS-IDX-PED) = WS-SITUACAO-SECAO
                   ADD 1 TO WS-QTD-SECAO
                   PERFORM 4110-ESCREVE-PEDIDO
               END-IF
           END-PERFORM

           IF WS-QTD-SECAO = ZERO
               MOVE "    NENHUM PEDIDO NESTA SITUACAO"
                   TO REG-CONCILIACAO
               WRITE REG-CONCILIACAO
           END-IF.
           EXIT.

      * ===============================
      * 4110 - LINHA DE UM PEDIDO
      * ===============================
       4110-ESCREVE-PEDIDO.
           MOVE SPACES TO REG-CONCILIACAO
           STRING
               "PEDIDO: " WS-PED-ID(WS-IDX-PED)
               " | CONTA: " WS-PED-CONTA(WS-IDX-PED)
               " | REGRA: " WS-PED-REGRA(WS-IDX-PED)
               " | VALOR: " WS-PED-VALOR(WS-IDX-PED)
               " | BLOQUEIO: " WS-PED-TIPO(WS-IDX-PED)
               " | PEDIDO EM: " WS-PED-DH-PEDIDO(WS-IDX-PED)
               DELIMITED BY SIZE
               INTO REG-CONCILIACAO
           END-STRING
           WRITE REG-CONCILIACAO

           IF WS-PED-RESPOSTA(WS-IDX-PED) NOT = SPACES
               MOVE SPACES TO REG-CONCILIACAO
               STRING
                   "    RESPOSTA EM: " WS-PED-DH-RESPOSTA(WS-IDX-PED)
                   " (" WS-PED-PRAZO(WS-IDX-PED) ")"
                   " | MOTIVO: " WS-PED-MOTIVO(WS-IDX-PED)
                   DELIMITED BY SIZE
                   INTO REG-CONCILIACAO
               END-STRING
               WRITE REG-CONCILIACAO
           END-IF

           IF WS-PED-SITUACAO(WS-IDX-PED) = "SEM RESPOSTA"
               PERFORM 4120-ESCREVE-IDADE
           END-IF.
           EXIT.

      * ===============================
      * 4120 - IDADE DE UM PEDIDO SEM RESPOSTA
      * ===============================
      * Dias corridos desde o pedido; o pedido anterior a janela vem
      * de bloqueio_pendente.txt e continua listado ate o core
      * responder.
       4120-ESCREVE-IDADE.
           MOVE ZERO TO WS-IDADE-DIAS
           IF WS-PED-DH-PEDIDO(WS-IDX-PED)(1:8) IS NUMERIC
               MOVE WS-PED-DH-PEDIDO(WS-IDX-PED)(1:8)
                   TO WS-PED-DATA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-PED-DATA-NUM) = ZERO
                   AND WS-PED-DH-PEDIDO(WS-IDX-PED)(1:8)
                       <= WS-DATA-EXECUCAO
                   COMPUTE WS-IDADE-DIAS = WS-HOJE-INT
                       - FUNCTION INTEGER-OF-DATE(WS-PED-DATA-NUM)
               END-IF
           END-IF
           MOVE WS-IDADE-DIAS TO WS-IDADE-EDIT
           MOVE SPACES TO REG-CONCILIACAO
           IF WS-PED-ANTERIOR(WS-IDX-PED) = 'S'
               STRING
                   "    SEM RESPOSTA HA " WS-IDADE-EDIT " DIA(S)"
                   " - PEDIDO ANTERIOR A JANELA, AINDA PENDENTE"
                   DELIMITED BY SIZE
                   INTO REG-CONCILIACAO
               END-STRING
           ELSE
               STRING
                   "    SEM RESPOSTA HA " WS-IDADE-EDIT " DIA(S)"
                   DELIMITED BY SIZE
                   INTO REG-CONCILIACAO
               END-STRING
           END-IF
           WRITE REG-CONCILIACAO.
           EXIT.

      * ===============================
      * 4200 - SECAO DE RETORNOS SEM PEDIDO
      * ===============================
       4200-SECAO-ORFAOS.
           MOVE SPACES TO REG-CONCILIACAO
           WRITE REG-CONCILIACAO
           MOVE "5. RETORNOS SEM PEDIDO OU COM STATUS INVALIDO"
               TO REG-CONCILIACAO
           WRITE REG-CONCILIACAO

           PERFORM VARYING WS-IDX-ORF FROM 1 BY 1
                   UNTIL WS-IDX-ORF > WS-QTD-ORFAOS
               MOVE SPACES TO REG-CONCILIACAO
               STRING
                   "RETORNO DE " WS-ORF-DIA(WS-IDX-ORF)
                   ": " WS-ORF-LINHA(WS-IDX-ORF)
                   DELIMITED BY SIZE
                   INTO REG-CONCILIACAO
               END-STRING
               WRITE REG-CONCILIACAO
           END-PERFORM

           IF WS-QTD-ORFAOS = ZERO
               MOVE "    NENHUM RETORNO SEM PEDIDO"
                   TO REG-CONCILIACAO
               WRITE REG-CONCILIACAO
           END-IF.
           EXIT.

      * ===============================
      * 4300 - TOTAIS DA CONCILIACAO
      * ===============================
       4300-TOTAIS.
           MOVE SPACES TO REG-CONCILIACAO
           WRITE REG-CONCILIACAO
           MOVE WS-QTD-PEDIDOS TO WS-QTD-EDIT
           MOVE SPACES TO REG-CONCILIACAO
           STRING "TOTAL DE PEDIDOS NA JANELA..........: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-CONCILIACAO
           END-STRING
           WRITE REG-CONCILIACAO
           MOVE WS-TOTAL-ANTERIORES TO WS-QTD-EDIT
           MOVE SPACES TO REG-CONCILIACAO
           STRING "  PENDENTES ANTERIORES A JANELA.....: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-CONCILIACAO
           END-STRING
           WRITE REG-CONCILIACAO
           MOVE WS-TOTAL-ACEITOS TO WS-QTD-EDIT
           MOVE SPACES TO REG-CONCILIACAO
           STRING "ACEITOS.............................: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-CONCILIACAO
           END-STRING
           WRITE REG-CONCILIACAO
           MOVE WS-TOTAL-REJEITADOS TO WS-QTD-EDIT
           MOVE SPACES TO REG-CONCILIACAO
           STRING "REJEITADOS..........................: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-CONCILIACAO
           END-STRING
           WRITE REG-CONCILIACAO
           MOVE WS-TOTAL-SEM-RESPOSTA TO WS-QTD-EDIT
           MOVE SPACES TO REG-CONCILIACAO
           STRING "SEM RESPOSTA APOS O CORTE...........: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-CONCILIACAO
           END-STRING
           WRITE REG-CONCILIACAO
           MOVE WS-TOTAL-AGUARDANDO TO WS-QTD-EDIT
           MOVE SPACES TO REG-CONCILIACAO
           STRING "AGUARDANDO DENTRO DO CORTE..........: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-CONCILIACAO
           END-STRING
           WRITE REG-CONCILIACAO
           MOVE WS-TOTAL-FORA-CORTE TO WS-QTD-EDIT
           MOVE SPACES TO REG-CONCILIACAO
           STRING "RESPONDIDOS FORA DO CORTE...........: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-CONCILIACAO
           END-STRING
           WRITE REG-CONCILIACAO
           MOVE WS-QTD-ORFAOS TO WS-QTD-EDIT
           MOVE SPACES TO REG-CONCILIACAO
           STRING "RETORNOS SEM PEDIDO.................: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-CONCILIACAO
           END-STRING
           WRITE REG-CONCILIACAO
           MOVE WS-TOTAL-ANTIGOS TO WS-QTD-EDIT
           MOVE SPACES TO REG-CONCILIACAO
           STRING "RETORNOS ANTERIORES A JANELA........: "
               WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-CONCILIACAO
           END-STRING
           WRITE REG-CONCILIACAO.
           EXIT.

      * ===============================
      * 4400 - CONTROLE DOS PEDIDOS SEM RESPOSTA
      * ===============================
      * Regrava bloqueio_pendente.txt com todo pedido ainda sem
      * resposta (SEM RESPOSTA ou AGUARDANDO), no layout de
      * 2300-EMITE-SOLICITACAO em POSOF95D.cbl - SEQ e DATA-ALERTA
      * saem do proprio ID (data do feed + SEQ). Pedido respondido
      * sai do controle.
       4400-GRAVA-PENDENTES.
           OPEN OUTPUT PENDENTES-FILE
           PERFORM VARYING WS-IDX-PED FROM 1 BY 1
                   UNTIL WS-IDX-PED > WS-QTD-PEDIDOS
               IF WS-PED-RESPOSTA(WS-IDX-PED) = SPACES
                   MOVE SPACES TO REG-PENDENTE
                   STRING
                       WS-PED-ID(WS-IDX-PED) ";"
                       WS-PED-CONTA(WS-IDX-PED) ";"
                       WS-PED-REGRA(WS-IDX-PED) ";"
                       WS-PED-ID(WS-IDX-PED)(9:6) ";"
                       WS-PED-VALOR(WS-IDX-PED) ";"
                       WS-PED-TIPO(WS-IDX-PED) ";"
                       WS-PED-ID(WS-IDX-PED)(1:8) ";"
                       WS-PED-DH-PEDIDO(WS-IDX-PED)
                       DELIMITED BY SIZE
                       INTO REG-PENDENTE
                   END-STRING
                   WRITE REG-PENDENTE
                   ADD 1 TO WS-TOTAL-PENDENTES
               END-IF
           END-PERFORM
           CLOSE PENDENTES-FILE.
           EXIT.

      * ===============================
      * 5000 - FINALIZACAO
      * ===============================
       5000-FINALIZA.
           MOVE WS-QTD-PEDIDOS TO WS-QTD-EDIT
           DISPLAY "POSOF96D: PEDIDOS NA JANELA: " WS-QTD-EDIT
           MOVE WS-TOTAL-ACEITOS TO WS-QTD-EDIT
           DISPLAY "POSOF96D: ACEITOS: " WS-QTD-EDIT
           MOVE WS-TOTAL-REJEITADOS TO WS-QTD-EDIT
           DISPLAY "POSOF96D: REJEITADOS: " WS-QTD-EDIT
           MOVE WS-TOTAL-SEM-RESPOSTA TO WS-QTD-EDIT
           DISPLAY "POSOF96D: SEM RESPOSTA APOS O CORTE: " WS-QTD-EDIT
           MOVE WS-TOTAL-AGUARDANDO TO WS-QTD-EDIT
           DISPLAY "POSOF96D: AGUARDANDO: " WS-QTD-EDIT
           MOVE WS-QTD-ORFAOS TO WS-QTD-EDIT
           DISPLAY "POSOF96D: RETORNOS SEM PEDIDO: " WS-QTD-EDIT
           MOVE WS-TOTAL-ANTERIORES TO WS-QTD-EDIT
           DISPLAY "POSOF96D: PENDENTES ANTERIORES A JANELA: "
               WS-QTD-EDIT

           MOVE 0 TO WS-RC-EDIT
           IF WS-TOTAL-REJEITADOS > ZERO
              OR WS-TOTAL-SEM-RESPOSTA > ZERO
              OR WS-QTD-ORFAOS > ZERO
              OR WS-TOTAL-AVISOS > ZERO
               MOVE 4 TO WS-RC-EDIT
           END-IF
           MOVE WS-RC-EDIT TO RETURN-CODE

           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "FIM NORMAL DE EXECUCAO - RETURN-CODE " WS-RC-EDIT
               " - PEDIDOS: " WS-QTD-PEDIDOS
               " ACEITOS: " WS-TOTAL-ACEITOS
               " REJEITADOS: " WS-TOTAL-REJEITADOS
               " SEM RESPOSTA: " WS-TOTAL-SEM-RESPOSTA
               " AGUARDANDO: " WS-TOTAL-AGUARDANDO
               " SEM PEDIDO: " WS-QTD-ORFAOS
               " PENDENTES: " WS-TOTAL-PENDENTES
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
               ";POSOF96D;" WS-JORNAL-EVENTO
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
