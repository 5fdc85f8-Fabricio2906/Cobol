      ******************************************************************
      * Author:Fabricio
      * Date:15/10/2026
      * Purpose:Retencao, Arquivamento Mensal e Expurgo dos Arquivos
      *         Diarios e Rotacao Mensal do Jornal de Execucao
      * Tectonics: cobc
      ******************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. POSOF99D.

           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * Politica por familia: linhas "familia;AAAA;EEEE" - AAAA dias
      * ate arquivar no mensal (0000 = nao arquiva), EEEE dias ate
      * expurgar (0000 = nunca) - e "VARREDURA;dddd", dias alem do
      * maior prazo de expurgo que ainda sao conferidos. Sem o
      * arquivo vale a politica padrao de WS-TAB-FAMILIAS.
               SELECT OPTIONAL POLITICA-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\politica_retencao.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Datas ainda em uso por POSOF87D/POSOF89D e caminhos ainda em
      * uso por POSOF86D - dia listado nao e arquivado nem expurgado.
               SELECT OPTIONAL CONTROLE-DISPOSICAO-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\controle_disposicao.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL CONTROLE-TENDENCIA-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\controle_tendencia.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ALERTAS-ESTRUT-FILE
               ASSIGN DYNAMIC WS-ALERTAS-ESTRUT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ESTRUT-STATUS.
               SELECT OPTIONAL DISPOSICAO-FILE
               ASSIGN DYNAMIC WS-DISPOSICAO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DISP-STATUS.
      * Arquivo diario (ou mensal) sendo conferido, arquivado ou
      * expurgado.
               SELECT OPTIONAL DIARIO-FILE
               ASSIGN DYNAMIC WS-DIARIO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DIARIO-STATUS.
               SELECT OPTIONAL ARQUIVO-MES-FILE
               ASSIGN DYNAMIC WS-ARQUIVO-MES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARQ-MES-STATUS.
               SELECT OPTIONAL MANIFESTO-FILE
               ASSIGN DYNAMIC WS-MANIFESTO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MANIF-STATUS.
      * Inventario permanente (so acrescenta) do que foi arquivado
      * ou expurgado e quando.
               SELECT OPTIONAL INVENTARIO-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\inventario_retencao.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RETENCAO-FILE
               ASSIGN DYNAMIC WS-RETENCAO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL JORNAL-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\jornal_execucao.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JORNAL-STATUS.
      * Rotacao do jornal: linhas de meses anteriores vao para
      * jornal_execucao_AAAAMM.txt; as do mes corrente passam pelo
      * temporario e voltam para jornal_execucao.txt.
               SELECT OPTIONAL JORNAL-MES-FILE
               ASSIGN DYNAMIC WS-JORNAL-MES-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL JORNAL-TMP-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\jornal_execucao.tmp'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JTMP-STATUS.

           DATA DIVISION.
           FILE SECTION.

            FD  POLITICA-FILE.
           01  REG-POLITICA          PIC X(80).

            FD  CONTROLE-DISPOSICAO-FILE.
           01  REG-CONTROLE-DISPOSICAO PIC X(80).

            FD  CONTROLE-TENDENCIA-FILE.
           01  REG-CONTROLE-TENDENCIA PIC X(100).

            FD  ALERTAS-ESTRUT-FILE.
           01  REG-ALERTA-ESTRUT     PIC X(150).

            FD  DISPOSICAO-FILE.
           01  REG-DISPOSICAO        PIC X(60).

            FD  DIARIO-FILE.
           01  REG-DIARIO            PIC X(300).

            FD  ARQUIVO-MES-FILE.
           01  REG-ARQUIVO-MES       PIC X(300).

            FD  MANIFESTO-FILE.
           01  REG-MANIFESTO         PIC X(150).

            FD  INVENTARIO-FILE.
           01  REG-INVENTARIO        PIC X(200).

            FD  RETENCAO-FILE.
           01  REG-RETENCAO          PIC X(200).

            FD  JORNAL-FILE.
           01  REG-JORNAL            PIC X(250).

            FD  JORNAL-MES-FILE.
           01  REG-JORNAL-MES        PIC X(250).

            FD  JORNAL-TMP-FILE.
           01  REG-JORNAL-TMP        PIC X(250).

           WORKING-STORAGE SECTION.

       01  WS-ESTRUT-STATUS      PIC X(2) VALUE SPACES.
       01  WS-DISP-STATUS        PIC X(2) VALUE SPACES.
       01  WS-DIARIO-STATUS      PIC X(2) VALUE SPACES.
       01  WS-ARQ-MES-STATUS     PIC X(2) VALUE SPACES.
       01  WS-MANIF-STATUS       PIC X(2) VALUE SPACES.
       01  WS-JORNAL-STATUS      PIC X(2) VALUE SPACES.
       01  WS-JTMP-STATUS        PIC X(2) VALUE SPACES.

       01  WS-FIM-POLITICA       PIC X VALUE 'N'.
           88 WS-EOF-POLITICA    VALUE 'S'.
       01  WS-FIM-CONTROLE       PIC X VALUE 'N'.
           88 WS-EOF-CONTROLE    VALUE 'S'.
       01  WS-FIM-ESTRUT         PIC X VALUE 'N'.
           88 WS-EOF-ESTRUT      VALUE 'S'.
       01  WS-FIM-DISPOSICAO     PIC X VALUE 'N'.
           88 WS-EOF-DISPOSICAO  VALUE 'S'.
       01  WS-FIM-DIARIO         PIC X VALUE 'N'.
           88 WS-EOF-DIARIO      VALUE 'S'.
       01  WS-FIM-MANIFESTO      PIC X VALUE 'N'.
           88 WS-EOF-MANIFESTO   VALUE 'S'.
       01  WS-FIM-JORNAL         PIC X VALUE 'N'.
           88 WS-EOF-JORNAL      VALUE 'S'.

       01  WS-ALERTAS-ESTRUT-PATH PIC X(100).
       01  WS-DISPOSICAO-PATH    PIC X(100).
       01  WS-DIARIO-PATH        PIC X(100).
       01  WS-ARQUIVO-MES-PATH   PIC X(100).
       01  WS-MANIFESTO-PATH     PIC X(100).
       01  WS-RETENCAO-PATH      PIC X(100).
       01  WS-JORNAL-MES-PATH    PIC X(100).

      * Familias de arquivo datado gravadas pelo sistema (nome da
      * familia na politica, prefixo e extensao do arquivo, tipo D =
      * diario AAAAMMDD ou M = mensal AAAAMM) e politica padrao em
      * dias. As familias que outros programas releem por periodo
      * (dossie de POSOF92D ate 366 dias, historico de POSOF90D,
      * conciliacao de POSOF96D, pendencias de POSOF97D, contatos
      * com o cliente de POSOFA1D, disposicao provisoria de POSOF87D)
      * ficam 400 dias na pasta; as demais sao arquivadas apos 35
      * dias. Todas sao expurgadas apos 5 anos (1825 dias), prazo de
      * guarda dos registros de prevencao a lavagem de dinheiro.
       01  WS-QTD-FAMILIAS       PIC 9(2) VALUE 31.
       01  WS-IDX-FAMILIA        PIC 9(2) VALUE ZERO.
       01  WS-IDX-ACHADO-FAM     PIC 9(2) VALUE ZERO.
       01  WS-TAB-FAMILIAS-VALORES.
           05 FILLER PIC X(26) VALUE 'alertas_'.
           05 FILLER PIC X(24) VALUE 'alertas_'.
           05 FILLER PIC X(13) VALUE '.txtD00351825'.
           05 FILLER PIC X(26) VALUE 'alertas_estruturado_'.
           05 FILLER PIC X(24) VALUE 'alertas_estruturado_'.
           05 FILLER PIC X(13) VALUE '.txtD04001825'.
           05 FILLER PIC X(26) VALUE 'rejeitos_'.
           05 FILLER PIC X(24) VALUE 'rejeitos_'.
           05 FILLER PIC X(13) VALUE '.txtD00351825'.
           05 FILLER PIC X(26) VALUE 'ranking_contas_'.
           05 FILLER PIC X(24) VALUE 'ranking_contas_'.
           05 FILLER PIC X(13) VALUE '.txtD00351825'.
           05 FILLER PIC X(26) VALUE 'quase_limite_'.
           05 FILLER PIC X(24) VALUE 'quase_limite_'.
           05 FILLER PIC X(13) VALUE '.txtD04001825'.
           05 FILLER PIC X(26) VALUE 'destinos_'.
           05 FILLER PIC X(24) VALUE 'destinos_'.
           05 FILLER PIC X(13) VALUE '.txtD04001825'.
           05 FILLER PIC X(26) VALUE 'simulacao_'.
           05 FILLER PIC X(24) VALUE 'simulacao_'.
           05 FILLER PIC X(13) VALUE '.txtD00351825'.
           05 FILLER PIC X(26) VALUE 'manifesto_estruturado_'.
           05 FILLER PIC X(24) VALUE 'manifesto_estruturado_'.
           05 FILLER PIC X(13) VALUE '.txtD00351825'.
           05 FILLER PIC X(26) VALUE 'auditoria_vip_'.
           05 FILLER PIC X(24) VALUE 'auditoria_vip_'.
           05 FILLER PIC X(13) VALUE '.txtD04001825'.
           05 FILLER PIC X(26) VALUE 'correcoes_'.
           05 FILLER PIC X(24) VALUE 'correcoes_'.
           05 FILLER PIC X(13) VALUE '.txtD00351825'.
           05 FILLER PIC X(26) VALUE 'reprocesso_'.
           05 FILLER PIC X(24) VALUE 'reprocesso_'.
           05 FILLER PIC X(13) VALUE '.txtD00351825'.
           05 FILLER PIC X(26) VALUE 'casos_'.
           05 FILLER PIC X(24) VALUE 'casos_'.
           05 FILLER PIC X(13) VALUE '.txtD04001825'.
           05 FILLER PIC X(26) VALUE 'manifesto_casos_'.
           05 FILLER PIC X(24) VALUE 'manifesto_casos_'.
           05 FILLER PIC X(13) VALUE '.txtD00351825'.
           05 FILLER PIC X(26) VALUE 'fila_casos_'.
           05 FILLER PIC X(24) VALUE 'fila_casos_'.
           05 FILLER PIC X(13) VALUE '.txtD00351825'.
           05 FILLER PIC X(26) VALUE 'disposicao_'.
           05 FILLER PIC X(24) VALUE 'disposicao_'.
           05 FILLER PIC X(13) VALUE '.txtD04001825'.
           05 FILLER PIC X(26) VALUE 'solicitacoes_bloqueio_'.
           05 FILLER PIC X(24) VALUE 'solicitacoes_bloqueio_'.
           05 FILLER PIC X(13) VALUE '.txtD04001825'.
           05 FILLER PIC X(26) VALUE 'retorno_bloqueio_'.
           05 FILLER PIC X(24) VALUE 'retorno_bloqueio_'.
           05 FILLER PIC X(13) VALUE '.txtD04001825'.
           05 FILLER PIC X(26) VALUE 'revisao_bloqueio_'.
           05 FILLER PIC X(24) VALUE 'revisao_bloqueio_'.
           05 FILLER PIC X(13) VALUE '.txtD00351825'.
           05 FILLER PIC X(26) VALUE 'conciliacao_bloqueio_'.
           05 FILLER PIC X(24) VALUE 'conciliacao_bloqueio_'.
           05 FILLER PIC X(13) VALUE '.txtD00351825'.
           05 FILLER PIC X(26) VALUE 'coaf_pendencias_'.
           05 FILLER PIC X(24) VALUE 'coaf_pendencias_'.
           05 FILLER PIC X(13) VALUE '.txtD00351825'.
           05 FILLER PIC X(26) VALUE 'pendencias_disposicao_'.
           05 FILLER PIC X(24) VALUE 'pendencias_disposicao_'.
           05 FILLER PIC X(13) VALUE '.txtD00351825'.
           05 FILLER PIC X(26) VALUE 'pendencias_disposicao_csv_'.
           05 FILLER PIC X(24) VALUE 'pendencias_disposicao_'.
           05 FILLER PIC X(13) VALUE '.csvD00351825'.
           05 FILLER PIC X(26) VALUE 'rede_fluxo_'.
           05 FILLER PIC X(24) VALUE 'rede_fluxo_'.
           05 FILLER PIC X(13) VALUE '.txtD00351825'.
           05 FILLER PIC X(26) VALUE 'contato_saida_'.
           05 FILLER PIC X(24) VALUE 'contato_saida_'.
           05 FILLER PIC X(13) VALUE '.txtD04001825'.
           05 FILLER PIC X(26) VALUE 'contato_retorno_'.
           05 FILLER PIC X(24) VALUE 'contato_retorno_'.
           05 FILLER PIC X(13) VALUE '.txtD04001825'.
           05 FILLER PIC X(26) VALUE 'contato_resultado_'.
           05 FILLER PIC X(24) VALUE 'contato_resultado_'.
           05 FILLER PIC X(13) VALUE '.txtD04001825'.
           05 FILLER PIC X(26) VALUE 'disposicao_provisoria_'.
           05 FILLER PIC X(24) VALUE 'disposicao_provisoria_'.
           05 FILLER PIC X(13) VALUE '.txtD04001825'.
           05 FILLER PIC X(26) VALUE 'contato_escalado_'.
           05 FILLER PIC X(24) VALUE 'contato_escalado_'.
           05 FILLER PIC X(13) VALUE '.txtD00351825'.
           05 FILLER PIC X(26) VALUE 'contato_situacao_'.
           05 FILLER PIC X(24) VALUE 'contato_situacao_'.
           05 FILLER PIC X(13) VALUE '.txtD00351825'.
           05 FILLER PIC X(26) VALUE 'retencao_'.
           05 FILLER PIC X(24) VALUE 'retencao_'.
           05 FILLER PIC X(13) VALUE '.txtD00351825'.
           05 FILLER PIC X(26) VALUE 'jornal_execucao_'.
           05 FILLER PIC X(24) VALUE 'jornal_execucao_'.
           05 FILLER PIC X(13) VALUE '.txtM00001825'.
       01  WS-TAB-FAMILIAS REDEFINES WS-TAB-FAMILIAS-VALORES.
           05 WS-FAMILIA OCCURS 31 TIMES INDEXED BY WS-IDX-FAM-TAB.
              10 WS-FAM-NOME          PIC X(26).
              10 WS-FAM-PREFIXO       PIC X(24).
              10 WS-FAM-EXTENSAO      PIC X(4).
              10 WS-FAM-TIPO          PIC X(1).
              10 WS-FAM-DIAS-ARQUIVO  PIC 9(4).
              10 WS-FAM-DIAS-EXPURGO  PIC 9(4).

       01  WS-POL-NOME           PIC X(26).
       01  WS-POL-ARQUIVO        PIC X(10).
       01  WS-POL-EXPURGO        PIC X(10).
       01  WS-POL-ARQUIVO-NUM    PIC 9(4).
       01  WS-POL-EXPURGO-NUM    PIC 9(4).
       01  WS-POL-OK             PIC X VALUE 'N'.
           88 WS-POL-VALIDA      VALUE 'S'.

      * Janela conferida: do dia mais antigo que ainda pode ter
      * arquivo (maior prazo de expurgo + VARREDURA) ate ontem.
       01  WS-DIAS-VARREDURA     PIC 9(4) VALUE 366.
       01  WS-MAIOR-PRAZO        PIC 9(5) VALUE ZERO.
       01  WS-HOJE-NUM           PIC 9(8) VALUE ZERO.
       01  WS-HOJE-INT           PIC 9(7) VALUE ZERO.
       01  WS-JANELA-INI-INT     PIC 9(7) VALUE ZERO.
       01  WS-JANELA-FIM-INT     PIC 9(7) VALUE ZERO.
       01  WS-DIA-INT            PIC 9(7) VALUE ZERO.
       01  WS-DIA-NUM            PIC 9(8) VALUE ZERO.
       01  WS-DIA-TXT            PIC X(8).
       01  WS-DIA-SEGUINTE-NUM   PIC 9(8) VALUE ZERO.
       01  WS-DIA-SEGUINTE-TXT   PIC X(8).
       01  WS-IDADE-DIAS         PIC 9(7) VALUE ZERO.
       01  WS-ULTIMO-DIA-MES     PIC X VALUE 'N'.
           88 WS-E-ULTIMO-DIA-MES VALUE 'S'.

      * Dias ainda listados nos controles de POSOF86D/87D/89D. Tabela
      * truncada e ERRO FATAL: um dia protegido poderia sumir.
       01  WS-QTD-PROTEGIDOS     PIC 9(3) VALUE ZERO.
       01  WS-IDX-PROT           PIC 9(3) VALUE ZERO.
       01  WS-PROT-TABELA-CHEIA  PIC X VALUE 'N'.
           88 WS-PROT-TABELA-ESTOURADA VALUE 'S'.
       01  WS-TAB-PROTEGIDOS.
           05 WS-PROT OCCURS 100 TIMES INDEXED BY WS-IDX-PROT-TAB.
              10 WS-PROT-DATA       PIC X(8).
              10 WS-PROT-ORIGEM     PIC X(60).
       01  WS-PROT-DATA-NOVA     PIC X(8).
       01  WS-PROT-ORIGEM-NOVA   PIC X(60).
       01  WS-TAM-LINHA          PIC 9(3) VALUE ZERO.

      * Protecao do dia corrente da varredura - conferida uma vez
      * por dia, so quando algum arquivo do dia vence.
       01  WS-DIA-VERIFICADO     PIC X VALUE 'N'.
           88 WS-DIA-JA-VERIFICADO VALUE 'S'.
       01  WS-DIA-PROTECAO       PIC X VALUE 'N'.
           88 WS-DIA-PROTEGIDO   VALUE 'S'.
       01  WS-DIA-RECUSA-AVISADA PIC X VALUE 'N'.
           88 WS-DIA-RECUSA-JA-AVISADA VALUE 'S'.
       01  WS-MOTIVO-PROTECAO    PIC X(60).

      * Caso em aberto do dia: alerta sem veredito em disposicao_
      * AAAAMMDD.txt (mesmo criterio de POSOF97D).
       01  WS-EST-SEQ-TXT        PIC X(6).
       01  WS-EST-SEQ-NUM        PIC 9(6).
       01  WS-DISP-SEQ-TXT       PIC X(6).
       01  WS-QTD-DISPOSICOES    PIC 9(4) VALUE ZERO.
       01  WS-IDX-DISP           PIC 9(4) VALUE ZERO.
       01  WS-IDX-ACHADO-DISP    PIC 9(4) VALUE ZERO.
       01  WS-DISP-TRUNCADA      PIC X VALUE 'N'.
           88 WS-DISP-DIA-TRUNCADA VALUE 'S'.
       01  WS-TAB-DISPOSICAO.
           05 WS-DISP-SEQ OCCURS 2000 TIMES
                            INDEXED BY WS-IDX-DISP-TAB
                            PIC 9(6).

      * Arquivo tratado no momento e seu destino mensal.
       01  WS-NOME-ARQUIVO       PIC X(60).
       01  WS-NOME-ARQUIVO-MES   PIC X(60).
       01  WS-NOME-MANIFESTO     PIC X(60).
       01  WS-MES-TXT            PIC X(6).
       01  WS-QTD-LINHAS-ARQ     PIC 9(7) VALUE ZERO.
       01  WS-JA-NO-MANIFESTO    PIC X VALUE 'N'.
           88 WS-ARQUIVO-JA-NO-MANIFESTO VALUE 'S'.
       01  WS-MAN-TIPO           PIC X(10).
       01  WS-MAN-NOME           PIC X(60).
       01  WS-MAN-LINHAS-TXT     PIC X(7).
       01  WS-ACAO-INVENTARIO    PIC X(10).
       01  WS-DESTINO-INVENTARIO PIC X(60).

      * Exclusao pela rotina de biblioteca CBL_DELETE_FILE; retorno
      * diferente de zero = arquivo nao removido.
       01  WS-DELETE-PATH        PIC X(100).
       01  WS-RC-DELETE          PIC S9(9) COMP-5 VALUE ZERO.

      * Situacao da copia para o arquivo mensal (2320). Falha de
      * OPEN, WRITE ou CLOSE no mensal deixa o diario onde esta, fora
      * do manifesto, e a execucao termina com RETURN-CODE 8.
       01  WS-COPIA-MENSAL       PIC X VALUE 'S'.
           88 WS-COPIA-MENSAL-OK VALUE 'S'.
           88 WS-COPIA-MENSAL-FALHOU VALUE 'N'.
       01  WS-STATUS-FALHA-COPIA PIC X(2) VALUE SPACES.

      * Manifestos mensais alterados nesta execucao - recebem no fim
      * a linha TOTAL acumulada do mes.
       01  WS-QTD-MANIF-TOCADOS  PIC 9(3) VALUE ZERO.
       01  WS-IDX-MANIF          PIC 9(3) VALUE ZERO.
       01  WS-IDX-ACHADO-MANIF   PIC 9(3) VALUE ZERO.
       01  WS-MANIF-TABELA-CHEIA PIC X VALUE 'N'.
           88 WS-MANIF-TABELA-AVISADA VALUE 'S'.
       01  WS-TAB-MANIF-TOCADOS.
           05 WS-MANIF-TOCADO-PATH OCCURS 300 TIMES
                            INDEXED BY WS-IDX-MANIF-TAB
                            PIC X(100).
       01  WS-MAN-TOT-ARQUIVOS   PIC 9(5) VALUE ZERO.
       01  WS-MAN-TOT-LINHAS     PIC 9(9) VALUE ZERO.

      * Rotacao do jornal.
       01  WS-MES-CORRENTE       PIC X(6).
       01  WS-MES-LINHA-JORNAL   PIC X(6).
       01  WS-MES-JORNAL-ABERTO  PIC X(6) VALUE SPACES.
       01  WS-TOTAL-JORNAL-MOVIDAS PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-JORNAL-MANTIDAS PIC 9(7) VALUE ZERO.
       01  WS-QTD-MESES-JORNAL   PIC 9(3) VALUE ZERO.
      * Situacao da rotacao: 'T' = falha no temporario (o jornal nao
      * e regravado), 'J' = falha ao regravar o jornal (o temporario
      * fica como copia das linhas do mes corrente), 'P' = temporario
      * de uma rotacao anterior que falhou ainda presente (nada e
      * rotacionado ate o jornal ser restaurado e o temporario
      * removido) - as tres terminam com RETURN-CODE 8; 'D' = rotacao
      * feita mas temporario nao removido (aviso).
       01  WS-SITUACAO-ROTACAO   PIC X VALUE SPACE.
           88 WS-ROTACAO-OK          VALUE SPACE.
           88 WS-ROTACAO-FALHOU-TMP  VALUE 'T'.
           88 WS-ROTACAO-FALHOU-JORNAL VALUE 'J'.
           88 WS-ROTACAO-TMP-PRESENTE VALUE 'P'.
           88 WS-ROTACAO-TMP-NAO-REMOVIDO VALUE 'D'.
           88 WS-ROTACAO-COM-ERRO    VALUE 'T' 'J' 'P'.
       01  WS-OPER-ROTACAO       PIC X(12) VALUE SPACES.
       01  WS-OPER-FALHA-ROTACAO PIC X(12) VALUE SPACES.
       01  WS-STATUS-FALHA-ROTACAO PIC X(2) VALUE SPACES.

       01  WS-LINHA-EDIT         PIC Z(8)9.
       01  WS-QTD-EDIT           PIC Z(6)9.
       01  WS-DIAS-EDIT          PIC ZZZ9.
       01  WS-DIAS-EDIT-2        PIC ZZZ9.

       01  WS-TOTAL-ARQUIVADOS   PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-LINHAS-ARQUIVADAS PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-EXPURGADOS   PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-RECUSADOS    PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-DIAS-RECUSADOS PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-FALHAS       PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-FALHAS-COPIA PIC 9(5) VALUE ZERO.

      * Jornal de execucao e codigo de retorno, como em POSOF87D.
      * RETURN-CODE 0 = politica aplicada sem ressalvas, 4 = dia
      * recusado, arquivo nao removido ou linha de politica invalida,
      * 8 = controles maiores que a tabela de dias protegidos (nada e
      * arquivado nem expurgado), falha de gravacao num arquivo
      * mensal (o diario afetado fica onde esta) ou falha na rotacao
      * do jornal.
       01  WS-DATA-HORA-SISTEMA  PIC X(21).
       01  WS-DATA-EXECUCAO      PIC X(8).
       01  WS-HORA-EXECUCAO      PIC X(6).
       01  WS-JORNAL-EVENTO      PIC X(200).
       01  WS-TOTAL-AVISOS       PIC 9(5) VALUE ZERO.
       01  WS-RC-EDIT            PIC 9(1) VALUE ZERO.

           PROCEDURE DIVISION.

       MAIN.
           PERFORM 1000-INICIALIZA
           IF WS-PROT-TABELA-ESTOURADA
               PERFORM 2900-ABORTA-TABELA-CHEIA
           ELSE
               PERFORM 2000-APLICA-POLITICA
               PERFORM 3000-TOTALIZA-MANIFESTOS
               PERFORM 4000-TOTAIS
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
           MOVE WS-DATA-EXECUCAO(1:6) TO WS-MES-CORRENTE
           MOVE WS-DATA-EXECUCAO TO WS-HOJE-NUM
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)

      * A rotacao vem antes da abertura do jornal para que o jornal
      * desta execucao ja comece no arquivo do mes corrente.
           PERFORM 1100-ROTACIONA-JORNAL

           OPEN EXTEND JORNAL-FILE
           MOVE "INICIO DE EXECUCAO" TO WS-JORNAL-EVENTO
           PERFORM 6000-GRAVA-JORNAL

           IF NOT WS-ROTACAO-OK
               PERFORM 1130-REGISTRA-FALHA-ROTACAO
           END-IF

           IF WS-TOTAL-JORNAL-MOVIDAS > ZERO
               AND NOT WS-ROTACAO-COM-ERRO
               MOVE SPACES TO WS-JORNAL-EVENTO
               STRING
                   "JORNAL ROTACIONADO: " WS-TOTAL-JORNAL-MOVIDAS
                   " LINHAS DE " WS-QTD-MESES-JORNAL
                   " MES(ES) ANTERIOR(ES) MOVIDAS PARA "
                   "jornal_execucao_AAAAMM.txt"
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
               PERFORM 6000-GRAVA-JORNAL
           END-IF

           OPEN EXTEND INVENTARIO-FILE

           MOVE SPACES TO WS-RETENCAO-PATH
           STRING
               'C:\Cobol\AntiFraude\retencao_'
               WS-DATA-EXECUCAO
               '.txt'
               DELIMITED BY SIZE
               INTO WS-RETENCAO-PATH
           END-STRING

           PERFORM 1010-CARREGA-POLITICA
           PERFORM 1040-CARREGA-CONTROLE-DISPOSICAO
           PERFORM 1050-CARREGA-CONTROLE-TENDENCIA.
           EXIT.

      * ===============================
      * 1010 - CARGA DA POLITICA DE RETENCAO
      * ===============================
       1010-CARREGA-POLITICA.
           OPEN INPUT POLITICA-FILE
           PERFORM UNTIL WS-EOF-POLITICA
               READ POLITICA-FILE
                   AT END
                       SET WS-EOF-POLITICA TO TRUE
                   NOT AT END
                       IF REG-POLITICA NOT = SPACES
                           PERFORM 1020-TRATA-LINHA-POLITICA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLITICA-FILE.
           EXIT.

      * ===============================
      * 1020 - TRATAMENTO DE UMA LINHA DA POLITICA
      * ===============================
      * Prazos em quatro posicoes fixas. Arquivar depois de expurgar
      * nao faz sentido (EEEE tem de ser maior que AAAA quando os
      * dois valem) e familia mensal so tem expurgo.
       1020-TRATA-LINHA-POLITICA.
           MOVE SPACES TO WS-POL-NOME WS-POL-ARQUIVO WS-POL-EXPURGO
           UNSTRING REG-POLITICA DELIMITED BY ";"
               INTO WS-POL-NOME
                    WS-POL-ARQUIVO
                    WS-POL-EXPURGO
           END-UNSTRING

           MOVE 'N' TO WS-POL-OK
           IF WS-POL-NOME = "VARREDURA"
               IF WS-POL-ARQUIVO(1:4) IS NUMERIC
                       AND WS-POL-ARQUIVO(5:6) = SPACES
                   MOVE WS-POL-ARQUIVO(1:4) TO WS-DIAS-VARREDURA
                   MOVE 'S' TO WS-POL-OK
               END-IF
           ELSE
               PERFORM 1030-LOCALIZA-FAMILIA
               IF WS-IDX-ACHADO-FAM > ZERO
                       AND WS-POL-ARQUIVO(1:4) IS NUMERIC
                       AND WS-POL-ARQUIVO(5:6) = SPACES
                       AND WS-POL-EXPURGO(1:4) IS NUMERIC
                       AND WS-POL-EXPURGO(5:6) = SPACES
                   MOVE WS-POL-ARQUIVO(1:4) TO WS-POL-ARQUIVO-NUM
                   MOVE WS-POL-EXPURGO(1:4) TO WS-POL-EXPURGO-NUM
                   IF (WS-POL-ARQUIVO-NUM = ZERO
                           OR WS-POL-EXPURGO-NUM = ZERO
                           OR WS-POL-EXPURGO-NUM > WS-POL-ARQUIVO-NUM)
                       AND (WS-FAM-TIPO(WS-IDX-ACHADO-FAM) = 'D'
                           OR WS-POL-ARQUIVO-NUM = ZERO)
                       MOVE WS-POL-ARQUIVO-NUM
                           TO WS-FAM-DIAS-ARQUIVO(WS-IDX-ACHADO-FAM)
                       MOVE WS-POL-EXPURGO-NUM
                           TO WS-FAM-DIAS-EXPURGO(WS-IDX-ACHADO-FAM)
                       MOVE 'S' TO WS-POL-OK
                   END-IF
               END-IF
           END-IF

           IF NOT WS-POL-VALIDA
               DISPLAY "POSOF99D: LINHA INVALIDA EM "
                   "politica_retencao.txt IGNORADA: '"
                   REG-POLITICA "'"
               MOVE SPACES TO WS-JORNAL-EVENTO
               STRING
                   "AVISO: LINHA INVALIDA EM politica_retencao.txt "
                   "IGNORADA: " REG-POLITICA
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
               PERFORM 6010-REGISTRA-AVISO
           END-IF.
           EXIT.

      * ===============================
      * 1030 - BUSCA DE UMA FAMILIA PELO NOME
      * ===============================
       1030-LOCALIZA-FAMILIA.
           MOVE ZERO TO WS-IDX-ACHADO-FAM
           PERFORM VARYING WS-IDX-FAMILIA FROM 1 BY 1
                   UNTIL WS-IDX-FAMILIA > WS-QTD-FAMILIAS
               IF WS-FAM-NOME(WS-IDX-FAMILIA) = WS-POL-NOME
                   MOVE WS-IDX-FAMILIA TO WS-IDX-ACHADO-FAM
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 1040 - DIAS EM USO POR POSOF87D E POSOF89D
      * ===============================
       1040-CARREGA-CONTROLE-DISPOSICAO.
           MOVE 'N' TO WS-FIM-CONTROLE
           OPEN INPUT CONTROLE-DISPOSICAO-FILE
           PERFORM UNTIL WS-EOF-CONTROLE
               READ CONTROLE-DISPOSICAO-FILE
                   AT END
                       SET WS-EOF-CONTROLE TO TRUE
                   NOT AT END
                       IF REG-CONTROLE-DISPOSICAO(1:8) IS NUMERIC
                           MOVE REG-CONTROLE-DISPOSICAO(1:8)
                               TO WS-PROT-DATA-NOVA
                           MOVE SPACES TO WS-PROT-ORIGEM-NOVA
                           STRING
                               "LISTADO EM controle_disposicao.txt "
                               "(POSOF87D/POSOF89D)"
                               DELIMITED BY SIZE
                               INTO WS-PROT-ORIGEM-NOVA
                           END-STRING
                           PERFORM 1060-GUARDA-PROTEGIDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROLE-DISPOSICAO-FILE.
           EXIT.

      * ===============================
      * 1050 - DIAS EM USO POR POSOF86D
      * ===============================
      * controle_tendencia.txt lista caminhos de alertas_estruturado_
      * AAAAMMDD.txt; a data sao os 8 caracteres antes do ".txt".
       1050-CARREGA-CONTROLE-TENDENCIA.
           MOVE 'N' TO WS-FIM-CONTROLE
           OPEN INPUT CONTROLE-TENDENCIA-FILE
           PERFORM UNTIL WS-EOF-CONTROLE
               READ CONTROLE-TENDENCIA-FILE
                   AT END
                       SET WS-EOF-CONTROLE TO TRUE
                   NOT AT END
                       MOVE ZERO TO WS-TAM-LINHA
                       INSPECT REG-CONTROLE-TENDENCIA
                           TALLYING WS-TAM-LINHA
                           FOR CHARACTERS BEFORE INITIAL SPACE
                       IF WS-TAM-LINHA > 12
                           IF REG-CONTROLE-TENDENCIA(
                                   WS-TAM-LINHA - 3:4) = ".txt"
                               AND REG-CONTROLE-TENDENCIA(
                                   WS-TAM-LINHA - 11:8) IS NUMERIC
                               MOVE REG-CONTROLE-TENDENCIA(
                                   WS-TAM-LINHA - 11:8)
                                   TO WS-PROT-DATA-NOVA
                               MOVE SPACES TO WS-PROT-ORIGEM-NOVA
                               STRING
                                   "LISTADO EM controle_tendencia.txt "
                                   "(POSOF86D)"
                                   DELIMITED BY SIZE
                                   INTO WS-PROT-ORIGEM-NOVA
                               END-STRING
                               PERFORM 1060-GUARDA-PROTEGIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROLE-TENDENCIA-FILE.
           EXIT.

      * ===============================
      * 1060 - GUARDA UM DIA PROTEGIDO
      * ===============================
       1060-GUARDA-PROTEGIDO.
           IF WS-QTD-PROTEGIDOS < 100
               ADD 1 TO WS-QTD-PROTEGIDOS
               MOVE WS-PROT-DATA-NOVA
                   TO WS-PROT-DATA(WS-QTD-PROTEGIDOS)
               MOVE WS-PROT-ORIGEM-NOVA
                   TO WS-PROT-ORIGEM(WS-QTD-PROTEGIDOS)
           ELSE
               SET WS-PROT-TABELA-ESTOURADA TO TRUE
           END-IF.
           EXIT.

      * ===============================
      * 1100 - ROTACAO MENSAL DO JORNAL DE EXECUCAO
      * ===============================
      * Linhas de meses anteriores (data no inicio da linha) vao,
      * na ordem, para jornal_execucao_AAAAMM.txt; as demais passam
      * pelo temporario e voltam ao jornal. Linha sem data fica no
      * jornal. Sem linha antiga o jornal nao e regravado. Deve
      * rodar sozinho, no fim da cadeia do dia. O temporario so e
      * removido quando o jornal foi regravado por inteiro (ou nao
      * precisou ser); se a regravacao falha ele fica, e enquanto
      * existir a rotacao nao roda, para nao ser sobrescrito pela
      * copia de um jornal incompleto.
       1100-ROTACIONA-JORNAL.
           OPEN INPUT JORNAL-TMP-FILE
           IF WS-JTMP-STATUS = "00"
               SET WS-ROTACAO-TMP-PRESENTE TO TRUE
           END-IF
           CLOSE JORNAL-TMP-FILE
           IF NOT WS-ROTACAO-TMP-PRESENTE
               PERFORM 1105-SEPARA-MESES-JORNAL
               IF WS-ROTACAO-OK AND WS-TOTAL-JORNAL-MOVIDAS > ZERO
                   PERFORM 1120-REGRAVA-JORNAL
               END-IF
               IF NOT WS-ROTACAO-FALHOU-JORNAL
                   MOVE 'C:\Cobol\AntiFraude\jornal_execucao.tmp'
                       TO WS-DELETE-PATH
                   CALL 'CBL_DELETE_FILE' USING WS-DELETE-PATH
                   MOVE RETURN-CODE TO WS-RC-DELETE
                   IF WS-RC-DELETE NOT = ZERO AND WS-ROTACAO-OK
                       SET WS-ROTACAO-TMP-NAO-REMOVIDO TO TRUE
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 1105 - SEPARACAO DAS LINHAS ANTIGAS DO JORNAL
      * ===============================
      * Linhas do mes corrente vao para o temporario. Falha no
      * temporario deixa o jornal como esta.
       1105-SEPARA-MESES-JORNAL.
           MOVE 'N' TO WS-FIM-JORNAL
           OPEN INPUT JORNAL-FILE
           OPEN OUTPUT JORNAL-TMP-FILE
           MOVE "OPEN OUTPUT" TO WS-OPER-ROTACAO
           PERFORM 1115-CONFERE-STATUS-TMP
           PERFORM UNTIL WS-EOF-JORNAL OR NOT WS-ROTACAO-OK
               READ JORNAL-FILE
                   AT END
                       SET WS-EOF-JORNAL TO TRUE
                   NOT AT END
                       PERFORM 1110-TRATA-LINHA-JORNAL
               END-READ
               IF WS-JORNAL-STATUS(1:1) NOT = "0" AND NOT = "1"
                   AND WS-ROTACAO-OK
                   SET WS-ROTACAO-FALHOU-TMP TO TRUE
                   MOVE "READ JORNAL" TO WS-OPER-FALHA-ROTACAO
                   MOVE WS-JORNAL-STATUS TO WS-STATUS-FALHA-ROTACAO
               END-IF
           END-PERFORM
           IF WS-MES-JORNAL-ABERTO NOT = SPACES
               CLOSE JORNAL-MES-FILE
           END-IF
           CLOSE JORNAL-FILE
           CLOSE JORNAL-TMP-FILE
           MOVE "CLOSE" TO WS-OPER-ROTACAO
           PERFORM 1115-CONFERE-STATUS-TMP.
           EXIT.

      * ===============================
      * 1110 - UMA LINHA DO JORNAL NA ROTACAO
      * ===============================
       1110-TRATA-LINHA-JORNAL.
           IF REG-JORNAL(1:8) IS NUMERIC
               MOVE REG-JORNAL(1:6) TO WS-MES-LINHA-JORNAL
           ELSE
               MOVE WS-MES-CORRENTE TO WS-MES-LINHA-JORNAL
           END-IF

           IF WS-MES-LINHA-JORNAL < WS-MES-CORRENTE
               IF WS-MES-LINHA-JORNAL NOT = WS-MES-JORNAL-ABERTO
                   IF WS-MES-JORNAL-ABERTO NOT = SPACES
                       CLOSE JORNAL-MES-FILE
                   END-IF
                   MOVE WS-MES-LINHA-JORNAL TO WS-MES-JORNAL-ABERTO
                   MOVE SPACES TO WS-JORNAL-MES-PATH
                   STRING
                       'C:\Cobol\AntiFraude\jornal_execucao_'
                       WS-MES-JORNAL-ABERTO
                       '.txt'
                       DELIMITED BY SIZE
                       INTO WS-JORNAL-MES-PATH
                   END-STRING
                   OPEN EXTEND JORNAL-MES-FILE
                   ADD 1 TO WS-QTD-MESES-JORNAL
               END-IF
               MOVE REG-JORNAL TO REG-JORNAL-MES
               WRITE REG-JORNAL-MES
               ADD 1 TO WS-TOTAL-JORNAL-MOVIDAS
           ELSE
               MOVE REG-JORNAL TO REG-JORNAL-TMP
               WRITE REG-JORNAL-TMP
               MOVE "WRITE" TO WS-OPER-ROTACAO
               PERFORM 1115-CONFERE-STATUS-TMP
               ADD 1 TO WS-TOTAL-JORNAL-MANTIDAS
           END-IF.
           EXIT.

      * ===============================
      * 1115 - CONFERE O STATUS DA ULTIMA OPERACAO NO TEMPORARIO
      * ===============================
      * Guarda so a primeira falha, como 2325. Temporario e jornal
      * sao OPTIONAL: qualquer status 0x (05 inclusive) e sucesso.
       1115-CONFERE-STATUS-TMP.
           IF WS-JTMP-STATUS(1:1) NOT = "0" AND WS-ROTACAO-OK
               SET WS-ROTACAO-FALHOU-TMP TO TRUE
               MOVE WS-OPER-ROTACAO TO WS-OPER-FALHA-ROTACAO
               MOVE WS-JTMP-STATUS TO WS-STATUS-FALHA-ROTACAO
           END-IF.
           EXIT.

      * ===============================
      * 1120 - REGRAVACAO DO JORNAL A PARTIR DO TEMPORARIO
      * ===============================
      * Temporario que nao abre ainda deixa o jornal intacto; depois
      * do OPEN OUTPUT do jornal qualquer falha mantem o temporario.
       1120-REGRAVA-JORNAL.
           MOVE 'N' TO WS-FIM-JORNAL
           OPEN INPUT JORNAL-TMP-FILE
           MOVE "OPEN INPUT" TO WS-OPER-ROTACAO
           PERFORM 1115-CONFERE-STATUS-TMP
           IF WS-ROTACAO-OK
               OPEN OUTPUT JORNAL-FILE
               MOVE "OPEN OUTPUT" TO WS-OPER-ROTACAO
               PERFORM 1125-CONFERE-STATUS-JORNAL
               PERFORM UNTIL WS-EOF-JORNAL OR NOT WS-ROTACAO-OK
                   READ JORNAL-TMP-FILE
                       AT END
                           SET WS-EOF-JORNAL TO TRUE
                       NOT AT END
                           MOVE REG-JORNAL-TMP TO REG-JORNAL
                           WRITE REG-JORNAL
                           MOVE "WRITE" TO WS-OPER-ROTACAO
                           PERFORM 1125-CONFERE-STATUS-JORNAL
                   END-READ
                   IF WS-JTMP-STATUS(1:1) NOT = "0" AND NOT = "1"
                       AND WS-ROTACAO-OK
                       SET WS-ROTACAO-FALHOU-JORNAL TO TRUE
                       MOVE "READ TMP" TO WS-OPER-FALHA-ROTACAO
                       MOVE WS-JTMP-STATUS TO WS-STATUS-FALHA-ROTACAO
                   END-IF
               END-PERFORM
               CLOSE JORNAL-FILE
               MOVE "CLOSE" TO WS-OPER-ROTACAO
               PERFORM 1125-CONFERE-STATUS-JORNAL
           END-IF
           CLOSE JORNAL-TMP-FILE.
           EXIT.

      * ===============================
      * 1125 - CONFERE O STATUS DA ULTIMA OPERACAO NO JORNAL
      * ===============================
       1125-CONFERE-STATUS-JORNAL.
           IF WS-JORNAL-STATUS(1:1) NOT = "0" AND WS-ROTACAO-OK
               SET WS-ROTACAO-FALHOU-JORNAL TO TRUE
               MOVE WS-OPER-ROTACAO TO WS-OPER-FALHA-ROTACAO
               MOVE WS-JORNAL-STATUS TO WS-STATUS-FALHA-ROTACAO
           END-IF.
           EXIT.

      * ===============================
      * 1130 - REGISTRO DE FALHA NA ROTACAO DO JORNAL
      * ===============================
       1130-REGISTRA-FALHA-ROTACAO.
           MOVE SPACES TO WS-JORNAL-EVENTO
           EVALUATE TRUE
               WHEN WS-ROTACAO-TMP-PRESENTE
                   DISPLAY "POSOF99D: jornal_execucao.tmp DE ROTACAO "
                       "ANTERIOR PRESENTE - JORNAL NAO ROTACIONADO"
                   STRING
                       "ERRO: jornal_execucao.tmp DE ROTACAO ANTERIOR "
                       "PRESENTE - RESTAURAR jornal_execucao.txt A "
                       "PARTIR DELE E REMOVE-LO; JORNAL NAO ROTACIONADO"
                       DELIMITED BY SIZE
                       INTO WS-JORNAL-EVENTO
                   END-STRING
               WHEN WS-ROTACAO-FALHOU-TMP
                   DISPLAY "POSOF99D: FALHA NA ROTACAO DO JORNAL ("
                       WS-OPER-FALHA-ROTACAO " STATUS "
                       WS-STATUS-FALHA-ROTACAO
                       ") - JORNAL NAO REGRAVADO"
                   STRING
                       "ERRO: ROTACAO DO JORNAL - "
                       WS-OPER-FALHA-ROTACAO DELIMITED BY "  "
                       " STATUS " WS-STATUS-FALHA-ROTACAO
                       " ANTES DA REGRAVACAO - JORNAL NAO REGRAVADO; "
                       "LINHAS JA COPIADAS PARA O MENSAL SE REPETEM "
                       "NA PROXIMA ROTACAO"
                       DELIMITED BY SIZE
                       INTO WS-JORNAL-EVENTO
                   END-STRING
               WHEN WS-ROTACAO-FALHOU-JORNAL
                   DISPLAY "POSOF99D: FALHA AO REGRAVAR O JORNAL ("
                       WS-OPER-FALHA-ROTACAO " STATUS "
                       WS-STATUS-FALHA-ROTACAO
                       ") - jornal_execucao.tmp MANTIDO"
                   STRING
                       "ERRO: ROTACAO DO JORNAL - "
                       WS-OPER-FALHA-ROTACAO DELIMITED BY "  "
                       " STATUS " WS-STATUS-FALHA-ROTACAO
                       " NA REGRAVACAO - jornal_execucao.tmp MANTIDO; "
                       "RESTAURAR jornal_execucao.txt A PARTIR DELE"
                       DELIMITED BY SIZE
                       INTO WS-JORNAL-EVENTO
                   END-STRING
               WHEN WS-ROTACAO-TMP-NAO-REMOVIDO
                   DISPLAY "POSOF99D: jornal_execucao.tmp NAO REMOVIDO"
                       " - REMOVER ANTES DA PROXIMA EXECUCAO"
                   STRING
                       "AVISO: jornal_execucao.tmp NAO REMOVIDO APOS A "
                       "ROTACAO - REMOVER ANTES DA PROXIMA EXECUCAO"
                       DELIMITED BY SIZE
                       INTO WS-JORNAL-EVENTO
                   END-STRING
           END-EVALUATE
           IF WS-ROTACAO-TMP-NAO-REMOVIDO
               PERFORM 6010-REGISTRA-AVISO
           ELSE
               PERFORM 6000-GRAVA-JORNAL
           END-IF.
           EXIT.

      * ===============================
      * 2000 - APLICACAO DA POLITICA DIA A DIA
      * ===============================
       2000-APLICA-POLITICA.
           OPEN OUTPUT RETENCAO-FILE
           PERFORM 2010-CABECALHO-RELATORIO

           MOVE ZERO TO WS-MAIOR-PRAZO
           PERFORM VARYING WS-IDX-FAMILIA FROM 1 BY 1
                   UNTIL WS-IDX-FAMILIA > WS-QTD-FAMILIAS
               IF WS-FAM-DIAS-EXPURGO(WS-IDX-FAMILIA) > WS-MAIOR-PRAZO
                   MOVE WS-FAM-DIAS-EXPURGO(WS-IDX-FAMILIA)
                       TO WS-MAIOR-PRAZO
               END-IF
               IF WS-FAM-DIAS-ARQUIVO(WS-IDX-FAMILIA) > WS-MAIOR-PRAZO
                   MOVE WS-FAM-DIAS-ARQUIVO(WS-IDX-FAMILIA)
                       TO WS-MAIOR-PRAZO
               END-IF
           END-PERFORM
           ADD WS-DIAS-VARREDURA TO WS-MAIOR-PRAZO
           IF WS-MAIOR-PRAZO < WS-HOJE-INT
               COMPUTE WS-JANELA-INI-INT = WS-HOJE-INT - WS-MAIOR-PRAZO
           ELSE
               MOVE 1 TO WS-JANELA-INI-INT
           END-IF
           COMPUTE WS-JANELA-FIM-INT = WS-HOJE-INT - 1

           MOVE SPACES TO REG-RETENCAO
           WRITE REG-RETENCAO
           MOVE "2. MOVIMENTO DA EXECUCAO" TO REG-RETENCAO
           WRITE REG-RETENCAO

           PERFORM VARYING WS-DIA-INT FROM WS-JANELA-INI-INT BY 1
                   UNTIL WS-DIA-INT > WS-JANELA-FIM-INT
               COMPUTE WS-DIA-NUM = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               MOVE WS-DIA-NUM TO WS-DIA-TXT
               MOVE WS-DIA-TXT(1:6) TO WS-MES-TXT
               COMPUTE WS-DIA-SEGUINTE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT + 1)
               MOVE WS-DIA-SEGUINTE-NUM TO WS-DIA-SEGUINTE-TXT
               IF WS-DIA-SEGUINTE-TXT(7:2) = "01"
                   MOVE 'S' TO WS-ULTIMO-DIA-MES
               ELSE
                   MOVE 'N' TO WS-ULTIMO-DIA-MES
               END-IF
               COMPUTE WS-IDADE-DIAS = WS-HOJE-INT - WS-DIA-INT
               MOVE 'N' TO WS-DIA-VERIFICADO
                           WS-DIA-PROTECAO
                           WS-DIA-RECUSA-AVISADA
               PERFORM VARYING WS-IDX-FAMILIA FROM 1 BY 1
                       UNTIL WS-IDX-FAMILIA > WS-QTD-FAMILIAS
                   PERFORM 2100-TRATA-FAMILIA-DIA
               END-PERFORM
           END-PERFORM.
           EXIT.

      * ===============================
      * 2010 - CABECALHO E POLITICA EM VIGOR
      * ===============================
       2010-CABECALHO-RELATORIO.
           MOVE SPACES TO REG-RETENCAO
           STRING
               "RETENCAO E EXPURGO DE ARQUIVOS - EXECUCAO: "
               WS-DATA-EXECUCAO "-" WS-HORA-EXECUCAO
               DELIMITED BY SIZE
               INTO REG-RETENCAO
           END-STRING
           WRITE REG-RETENCAO

           MOVE SPACES TO REG-RETENCAO
           WRITE REG-RETENCAO
           MOVE "1. POLITICA EM VIGOR (DIAS; 0 = NAO SE APLICA)"
               TO REG-RETENCAO
           WRITE REG-RETENCAO
           PERFORM VARYING WS-IDX-FAMILIA FROM 1 BY 1
                   UNTIL WS-IDX-FAMILIA > WS-QTD-FAMILIAS
               MOVE WS-FAM-DIAS-ARQUIVO(WS-IDX-FAMILIA) TO WS-DIAS-EDIT
               MOVE WS-FAM-DIAS-EXPURGO(WS-IDX-FAMILIA)
                   TO WS-DIAS-EDIT-2
               MOVE SPACES TO REG-RETENCAO
               STRING
                   "    " WS-FAM-NOME(WS-IDX-FAMILIA)
                   " TIPO: " WS-FAM-TIPO(WS-IDX-FAMILIA)
                   " | ARQUIVAR APOS: " WS-DIAS-EDIT
                   " | EXPURGAR APOS: " WS-DIAS-EDIT-2
                   DELIMITED BY SIZE
                   INTO REG-RETENCAO
               END-STRING
               WRITE REG-RETENCAO
           END-PERFORM

           MOVE WS-DIAS-VARREDURA TO WS-DIAS-EDIT
           MOVE SPACES TO REG-RETENCAO
           STRING
               "    VARREDURA ALEM DO MAIOR PRAZO: " WS-DIAS-EDIT
               " DIAS"
               DELIMITED BY SIZE
               INTO REG-RETENCAO
           END-STRING
           WRITE REG-RETENCAO.
           EXIT.

      * ===============================
      * 2100 - UMA FAMILIA EM UM DIA
      * ===============================
      * Vencido o expurgo, o arquivo diario que ainda exista sai e,
      * no ultimo dia do mes, saem tambem o mensal e o manifesto do
      * mes; vencido so o arquivamento, o diario vai para o mensal.
       2100-TRATA-FAMILIA-DIA.
           EVALUATE TRUE
               WHEN WS-FAM-TIPO(WS-IDX-FAMILIA) = 'M'
                   IF WS-FAM-DIAS-EXPURGO(WS-IDX-FAMILIA) > ZERO
                       AND WS-IDADE-DIAS
                           >= WS-FAM-DIAS-EXPURGO(WS-IDX-FAMILIA)
                       AND WS-E-ULTIMO-DIA-MES
                       MOVE SPACES TO WS-NOME-ARQUIVO
                       STRING
                           WS-FAM-PREFIXO(WS-IDX-FAMILIA)
                               DELIMITED BY SPACE
                           WS-MES-TXT DELIMITED BY SIZE
                           WS-FAM-EXTENSAO(WS-IDX-FAMILIA)
                               DELIMITED BY SPACE
                           INTO WS-NOME-ARQUIVO
                       END-STRING
                       PERFORM 2420-EXPURGA-ARQUIVO
                   END-IF
               WHEN WS-FAM-DIAS-EXPURGO(WS-IDX-FAMILIA) > ZERO
                AND WS-IDADE-DIAS
                    >= WS-FAM-DIAS-EXPURGO(WS-IDX-FAMILIA)
                   PERFORM 2110-MONTA-NOME-DIARIO
                   PERFORM 2400-EXPURGA-DIARIO
                   IF WS-E-ULTIMO-DIA-MES
                       AND WS-FAM-DIAS-ARQUIVO(WS-IDX-FAMILIA) > ZERO
                       PERFORM 2120-MONTA-NOMES-MENSAIS
                       MOVE WS-NOME-ARQUIVO-MES TO WS-NOME-ARQUIVO
                       PERFORM 2420-EXPURGA-ARQUIVO
                       MOVE WS-NOME-MANIFESTO TO WS-NOME-ARQUIVO
                       PERFORM 2420-EXPURGA-ARQUIVO
                   END-IF
               WHEN WS-FAM-DIAS-ARQUIVO(WS-IDX-FAMILIA) > ZERO
                AND WS-IDADE-DIAS
                    >= WS-FAM-DIAS-ARQUIVO(WS-IDX-FAMILIA)
                   PERFORM 2110-MONTA-NOME-DIARIO
                   PERFORM 2300-ARQUIVA-DIARIO
           END-EVALUATE.
           EXIT.

      * ===============================
      * 2110 - NOME DO ARQUIVO DIARIO DA FAMILIA NO DIA
      * ===============================
       2110-MONTA-NOME-DIARIO.
           MOVE SPACES TO WS-NOME-ARQUIVO
           STRING
               WS-FAM-PREFIXO(WS-IDX-FAMILIA) DELIMITED BY SPACE
               WS-DIA-TXT DELIMITED BY SIZE
               WS-FAM-EXTENSAO(WS-IDX-FAMILIA) DELIMITED BY SPACE
               INTO WS-NOME-ARQUIVO
           END-STRING.
           EXIT.

      * ===============================
      * 2120 - NOMES DO ARQUIVO MENSAL E DO MANIFESTO DA FAMILIA
      * ===============================
       2120-MONTA-NOMES-MENSAIS.
           MOVE SPACES TO WS-NOME-ARQUIVO-MES
           STRING
               'arquivo_' DELIMITED BY SIZE
               WS-FAM-NOME(WS-IDX-FAMILIA) DELIMITED BY SPACE
               WS-MES-TXT '.txt' DELIMITED BY SIZE
               INTO WS-NOME-ARQUIVO-MES
           END-STRING
           MOVE SPACES TO WS-NOME-MANIFESTO
           STRING
               'manifesto_arquivo_' DELIMITED BY SIZE
               WS-FAM-NOME(WS-IDX-FAMILIA) DELIMITED BY SPACE
               WS-MES-TXT '.txt' DELIMITED BY SIZE
               INTO WS-NOME-MANIFESTO
           END-STRING
           MOVE SPACES TO WS-ARQUIVO-MES-PATH
           STRING
               'C:\Cobol\AntiFraude\' DELIMITED BY SIZE
               WS-NOME-ARQUIVO-MES DELIMITED BY SPACE
               INTO WS-ARQUIVO-MES-PATH
           END-STRING
           MOVE SPACES TO WS-MANIFESTO-PATH
           STRING
               'C:\Cobol\AntiFraude\' DELIMITED BY SIZE
               WS-NOME-MANIFESTO DELIMITED BY SPACE
               INTO WS-MANIFESTO-PATH
           END-STRING.
           EXIT.

      * ===============================
      * 2130 - CAMINHO DO ARQUIVO TRATADO
      * ===============================
       2130-MONTA-CAMINHO.
           MOVE SPACES TO WS-DIARIO-PATH
           STRING
               'C:\Cobol\AntiFraude\' DELIMITED BY SIZE
               WS-NOME-ARQUIVO DELIMITED BY SPACE
               INTO WS-DIARIO-PATH
           END-STRING.
           EXIT.

      * ===============================
      * 2200 - PROTECAO DO DIA (CONTROLES E CASOS EM ABERTO)
      * ===============================
       2200-VERIFICA-PROTECAO-DIA.
           SET WS-DIA-JA-VERIFICADO TO TRUE
           MOVE 'N' TO WS-DIA-PROTECAO
           MOVE SPACES TO WS-MOTIVO-PROTECAO
           PERFORM VARYING WS-IDX-PROT FROM 1 BY 1
                   UNTIL WS-IDX-PROT > WS-QTD-PROTEGIDOS
                      OR WS-DIA-PROTEGIDO
               IF WS-PROT-DATA(WS-IDX-PROT) = WS-DIA-TXT
                   SET WS-DIA-PROTEGIDO TO TRUE
                   MOVE WS-PROT-ORIGEM(WS-IDX-PROT)
                       TO WS-MOTIVO-PROTECAO
               END-IF
           END-PERFORM

           IF NOT WS-DIA-PROTEGIDO
               PERFORM 2210-VERIFICA-CASOS-ABERTOS
           END-IF.
           EXIT.

      * ===============================
      * 2210 - ALERTA DO DIA SEM VEREDITO?
      * ===============================
       2210-VERIFICA-CASOS-ABERTOS.
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
           MOVE 'N' TO WS-DISP-TRUNCADA
           MOVE 'N' TO WS-FIM-DISPOSICAO
           OPEN INPUT DISPOSICAO-FILE
           IF WS-DISP-STATUS = "00"
               PERFORM UNTIL WS-EOF-DISPOSICAO
                   READ DISPOSICAO-FILE
                       AT END
                           SET WS-EOF-DISPOSICAO TO TRUE
                       NOT AT END
                           PERFORM 2220-GUARDA-DISPOSICAO
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DISPOSICAO-FILE

           MOVE 'N' TO WS-FIM-ESTRUT
           OPEN INPUT ALERTAS-ESTRUT-FILE
           IF WS-ESTRUT-STATUS = "00"
               PERFORM UNTIL WS-EOF-ESTRUT OR WS-DIA-PROTEGIDO
                   READ ALERTAS-ESTRUT-FILE
                       AT END
                           SET WS-EOF-ESTRUT TO TRUE
                       NOT AT END
                           PERFORM 2230-CONFERE-ALERTA
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ALERTAS-ESTRUT-FILE.
           EXIT.

      * ===============================
      * 2220 - GUARDA UM SEQ COM DISPOSICAO
      * ===============================
       2220-GUARDA-DISPOSICAO.
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
                   SET WS-DISP-DIA-TRUNCADA TO TRUE
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2230 - CONFERE UM ALERTA DO DIA
      * ===============================
      * Com as disposicoes do dia alem da tabela nao da para afirmar
      * que o alerta esta sem veredito - o dia fica protegido.
       2230-CONFERE-ALERTA.
           MOVE SPACES TO WS-EST-SEQ-TXT
           UNSTRING REG-ALERTA-ESTRUT DELIMITED BY ";"
               INTO WS-EST-SEQ-TXT
           END-UNSTRING

           IF WS-EST-SEQ-TXT IS NUMERIC
               MOVE WS-EST-SEQ-TXT TO WS-EST-SEQ-NUM
               MOVE ZERO TO WS-IDX-ACHADO-DISP
               PERFORM VARYING WS-IDX-DISP FROM 1 BY 1
                       UNTIL WS-IDX-DISP > WS-QTD-DISPOSICOES
                          OR WS-IDX-ACHADO-DISP > ZERO
                   IF WS-DISP-SEQ(WS-IDX-DISP) = WS-EST-SEQ-NUM
                       MOVE WS-IDX-DISP TO WS-IDX-ACHADO-DISP
                   END-IF
               END-PERFORM
               IF WS-IDX-ACHADO-DISP = ZERO
                   SET WS-DIA-PROTEGIDO TO TRUE
                   IF WS-DISP-DIA-TRUNCADA
                       MOVE "DISPOSICOES DO DIA ALEM DA TABELA (2000)"
                           TO WS-MOTIVO-PROTECAO
                   ELSE
                       MOVE "CASO EM ABERTO (ALERTA SEM VEREDITO)"
                           TO WS-MOTIVO-PROTECAO
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2250 - REGISTRO DE ARQUIVO RECUSADO
      * ===============================
      * Uma linha no relatorio e no jornal por dia recusado; cada
      * arquivo retido conta no total.
       2250-REGISTRA-RECUSA.
           ADD 1 TO WS-TOTAL-RECUSADOS
           IF NOT WS-DIA-RECUSA-JA-AVISADA
               SET WS-DIA-RECUSA-JA-AVISADA TO TRUE
               ADD 1 TO WS-TOTAL-DIAS-RECUSADOS
               MOVE SPACES TO REG-RETENCAO
               STRING
                   "    RECUSADO  DIA " WS-DIA-TXT
                   " | " WS-MOTIVO-PROTECAO
                   DELIMITED BY SIZE
                   INTO REG-RETENCAO
               END-STRING
               WRITE REG-RETENCAO
               MOVE SPACES TO WS-JORNAL-EVENTO
               STRING
                   "AVISO: DIA " WS-DIA-TXT
                   " NAO ARQUIVADO/EXPURGADO - " WS-MOTIVO-PROTECAO
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
               PERFORM 6010-REGISTRA-AVISO
           END-IF.
           EXIT.

      * ===============================
      * 2300 - ARQUIVAMENTO DE UM ARQUIVO DIARIO NO MENSAL
      * ===============================
      * Copia o diario para arquivo_<familia>AAAAMM.txt entre as
      * linhas INICIO/FIM, registra no manifesto do mes e so entao
      * exclui o diario. Se o manifesto ja lista o arquivo (exclusao
      * falhou numa execucao anterior), nao copia de novo. Se a copia
      * falha, o diario nao e excluido e volta na proxima execucao.
       2300-ARQUIVA-DIARIO.
           PERFORM 2130-MONTA-CAMINHO
           MOVE 'N' TO WS-FIM-DIARIO
           OPEN INPUT DIARIO-FILE
           IF WS-DIARIO-STATUS = "00"
               CLOSE DIARIO-FILE
               IF NOT WS-DIA-JA-VERIFICADO
                   PERFORM 2200-VERIFICA-PROTECAO-DIA
               END-IF
               IF WS-DIA-PROTEGIDO
                   PERFORM 2250-REGISTRA-RECUSA
               ELSE
                   PERFORM 2120-MONTA-NOMES-MENSAIS
                   PERFORM 2310-CONFERE-MANIFESTO
                   SET WS-COPIA-MENSAL-OK TO TRUE
                   IF NOT WS-ARQUIVO-JA-NO-MANIFESTO
                       PERFORM 2320-COPIA-PARA-MENSAL
                   END-IF
                   IF WS-COPIA-MENSAL-OK
                       MOVE WS-NOME-ARQUIVO-MES
                           TO WS-DESTINO-INVENTARIO
                       MOVE "ARQUIVADO" TO WS-ACAO-INVENTARIO
                       PERFORM 2430-EXCLUI-ARQUIVO
                       IF WS-RC-DELETE = ZERO
                           ADD 1 TO WS-TOTAL-ARQUIVADOS
                           ADD WS-QTD-LINHAS-ARQ
                               TO WS-TOTAL-LINHAS-ARQUIVADAS
                       END-IF
                   END-IF
               END-IF
           ELSE
               CLOSE DIARIO-FILE
           END-IF.
           EXIT.

      * ===============================
      * 2310 - O MANIFESTO DO MES JA LISTA O ARQUIVO?
      * ===============================
       2310-CONFERE-MANIFESTO.
           MOVE 'N' TO WS-JA-NO-MANIFESTO
           MOVE ZERO TO WS-QTD-LINHAS-ARQ
           MOVE 'N' TO WS-FIM-MANIFESTO
           OPEN INPUT MANIFESTO-FILE
           IF WS-MANIF-STATUS = "00"
               PERFORM UNTIL WS-EOF-MANIFESTO
                   READ MANIFESTO-FILE
                       AT END
                           SET WS-EOF-MANIFESTO TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-MAN-TIPO WS-MAN-NOME
                                          WS-MAN-LINHAS-TXT
                           UNSTRING REG-MANIFESTO DELIMITED BY ";"
                               INTO WS-MAN-TIPO
                                    WS-MAN-NOME
                                    WS-MAN-LINHAS-TXT
                           END-UNSTRING
                           IF WS-MAN-TIPO = "ARQUIVO"
                               AND WS-MAN-NOME = WS-NOME-ARQUIVO
                               SET WS-ARQUIVO-JA-NO-MANIFESTO TO TRUE
                               IF WS-MAN-LINHAS-TXT IS NUMERIC
                                   MOVE WS-MAN-LINHAS-TXT
                                       TO WS-QTD-LINHAS-ARQ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MANIFESTO-FILE.
           EXIT.

      * ===============================
      * 2320 - COPIA DO DIARIO PARA O ARQUIVO MENSAL
      * ===============================
      * Status 05 no OPEN EXTEND = mensal ainda nao existia (criado
      * agora). Qualquer outro status diferente de 00 no OPEN, num
      * WRITE ou no CLOSE interrompe a copia; o arquivo nao entra no
      * manifesto e 2300 nao exclui o diario.
       2320-COPIA-PARA-MENSAL.
           OPEN EXTEND ARQUIVO-MES-FILE
           IF WS-ARQ-MES-STATUS NOT = "00" AND NOT = "05"
               SET WS-COPIA-MENSAL-FALHOU TO TRUE
               MOVE WS-ARQ-MES-STATUS TO WS-STATUS-FALHA-COPIA
           ELSE
               MOVE SPACES TO REG-ARQUIVO-MES
               STRING "INICIO;" WS-NOME-ARQUIVO
                   DELIMITED BY SIZE INTO REG-ARQUIVO-MES
               END-STRING
               WRITE REG-ARQUIVO-MES
               PERFORM 2325-CONFERE-STATUS-MENSAL

               MOVE ZERO TO WS-QTD-LINHAS-ARQ
               MOVE 'N' TO WS-FIM-DIARIO
               OPEN INPUT DIARIO-FILE
               PERFORM UNTIL WS-EOF-DIARIO OR WS-COPIA-MENSAL-FALHOU
                   READ DIARIO-FILE
                       AT END
                           SET WS-EOF-DIARIO TO TRUE
                       NOT AT END
                           MOVE REG-DIARIO TO REG-ARQUIVO-MES
                           WRITE REG-ARQUIVO-MES
                           PERFORM 2325-CONFERE-STATUS-MENSAL
                           ADD 1 TO WS-QTD-LINHAS-ARQ
                   END-READ
               END-PERFORM
               CLOSE DIARIO-FILE

               IF WS-COPIA-MENSAL-OK
                   MOVE SPACES TO REG-ARQUIVO-MES
                   STRING "FIM;" WS-NOME-ARQUIVO DELIMITED BY SPACE
                       ";" WS-QTD-LINHAS-ARQ DELIMITED BY SIZE
                       INTO REG-ARQUIVO-MES
                   END-STRING
                   WRITE REG-ARQUIVO-MES
                   PERFORM 2325-CONFERE-STATUS-MENSAL
               END-IF
           END-IF
           CLOSE ARQUIVO-MES-FILE
           PERFORM 2325-CONFERE-STATUS-MENSAL

           IF WS-COPIA-MENSAL-FALHOU
               PERFORM 2340-REGISTRA-FALHA-COPIA
           ELSE
               PERFORM 2328-REGISTRA-MANIFESTO
           END-IF.
           EXIT.

      * ===============================
      * 2325 - CONFERE O STATUS DA ULTIMA OPERACAO NO MENSAL
      * ===============================
      * Guarda so a primeira falha - o CLOSE depois de um OPEN que
      * falhou devolve outro status, que nao interessa.
       2325-CONFERE-STATUS-MENSAL.
           IF WS-ARQ-MES-STATUS NOT = "00" AND WS-COPIA-MENSAL-OK
               SET WS-COPIA-MENSAL-FALHOU TO TRUE
               MOVE WS-ARQ-MES-STATUS TO WS-STATUS-FALHA-COPIA
           END-IF.
           EXIT.

      * ===============================
      * 2328 - REGISTRO DO ARQUIVO NO MANIFESTO DO MES
      * ===============================
      * Manifesto novo comeca com a identificacao do mes.
       2328-REGISTRA-MANIFESTO.
           OPEN INPUT MANIFESTO-FILE
           IF WS-MANIF-STATUS = "00"
               CLOSE MANIFESTO-FILE
               OPEN EXTEND MANIFESTO-FILE
           ELSE
               CLOSE MANIFESTO-FILE
               OPEN EXTEND MANIFESTO-FILE
               MOVE SPACES TO REG-MANIFESTO
               STRING
                   "MANIFESTO;" WS-FAM-NOME(WS-IDX-FAMILIA)
                       DELIMITED BY SPACE
                   ";" WS-MES-TXT ";" DELIMITED BY SIZE
                   WS-NOME-ARQUIVO-MES DELIMITED BY SPACE
                   INTO REG-MANIFESTO
               END-STRING
               WRITE REG-MANIFESTO
           END-IF
           MOVE SPACES TO REG-MANIFESTO
           STRING
               "ARQUIVO;" WS-NOME-ARQUIVO DELIMITED BY SPACE
               ";" WS-QTD-LINHAS-ARQ ";" WS-DATA-EXECUCAO "-"
               WS-HORA-EXECUCAO DELIMITED BY SIZE
               INTO REG-MANIFESTO
           END-STRING
           WRITE REG-MANIFESTO
           CLOSE MANIFESTO-FILE

           PERFORM 2330-MARCA-MANIFESTO-TOCADO.
           EXIT.

      * ===============================
      * 2340 - FALHA NA COPIA PARA O MENSAL
      * ===============================
      * O trecho ja gravado no mensal fica sem a linha FIM e fora do
      * manifesto; a proxima execucao copia o diario de novo.
       2340-REGISTRA-FALHA-COPIA.
           ADD 1 TO WS-TOTAL-FALHAS-COPIA
           DISPLAY "POSOF99D: FALHA NA GRAVACAO DO MENSAL (STATUS "
               WS-STATUS-FALHA-COPIA ") - NAO ARQUIVADO: "
               WS-DIARIO-PATH
           MOVE SPACES TO REG-RETENCAO
           STRING
               "    FALHA     " WS-NOME-ARQUIVO
               " | NAO ARQUIVADO (STATUS " WS-STATUS-FALHA-COPIA
               " NO MENSAL)"
               DELIMITED BY SIZE
               INTO REG-RETENCAO
           END-STRING
           WRITE REG-RETENCAO
           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "AVISO: FALHA NA GRAVACAO DE " DELIMITED BY SIZE
               WS-ARQUIVO-MES-PATH DELIMITED BY SPACE
               " (STATUS " WS-STATUS-FALHA-COPIA ") - "
                   DELIMITED BY SIZE
               WS-NOME-ARQUIVO DELIMITED BY SPACE
               " NAO ARQUIVADO NEM EXCLUIDO" DELIMITED BY SIZE
               INTO WS-JORNAL-EVENTO
           END-STRING
           PERFORM 6010-REGISTRA-AVISO.
           EXIT.

      * ===============================
      * 2330 - GUARDA O MANIFESTO PARA A LINHA TOTAL
      * ===============================
       2330-MARCA-MANIFESTO-TOCADO.
           MOVE ZERO TO WS-IDX-ACHADO-MANIF
           PERFORM VARYING WS-IDX-MANIF FROM 1 BY 1
                   UNTIL WS-IDX-MANIF > WS-QTD-MANIF-TOCADOS
               IF WS-MANIF-TOCADO-PATH(WS-IDX-MANIF)
                       = WS-MANIFESTO-PATH
                   MOVE WS-IDX-MANIF TO WS-IDX-ACHADO-MANIF
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO-MANIF = ZERO
               IF WS-QTD-MANIF-TOCADOS < 300
                   ADD 1 TO WS-QTD-MANIF-TOCADOS
                   MOVE WS-MANIFESTO-PATH
                       TO WS-MANIF-TOCADO-PATH(WS-QTD-MANIF-TOCADOS)
               ELSE
                   IF NOT WS-MANIF-TABELA-AVISADA
                       SET WS-MANIF-TABELA-AVISADA TO TRUE
                       DISPLAY "POSOF99D: WS-TAB-MANIF-TOCADOS CHEIA "
                           "(300) - MANIFESTOS EXCEDENTES SEM LINHA "
                           "TOTAL NESTA EXECUCAO"
                       MOVE SPACES TO WS-JORNAL-EVENTO
                       STRING
                           "AVISO: WS-TAB-MANIF-TOCADOS CHEIA - "
                           "MANIFESTOS EXCEDENTES SEM LINHA TOTAL"
                           DELIMITED BY SIZE
                           INTO WS-JORNAL-EVENTO
                       END-STRING
                       PERFORM 6010-REGISTRA-AVISO
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2400 - EXPURGO DE UM ARQUIVO DIARIO
      * ===============================
       2400-EXPURGA-DIARIO.
           PERFORM 2130-MONTA-CAMINHO
           OPEN INPUT DIARIO-FILE
           IF WS-DIARIO-STATUS = "00"
               CLOSE DIARIO-FILE
               IF NOT WS-DIA-JA-VERIFICADO
                   PERFORM 2200-VERIFICA-PROTECAO-DIA
               END-IF
               IF WS-DIA-PROTEGIDO
                   PERFORM 2250-REGISTRA-RECUSA
               ELSE
                   PERFORM 2420-EXPURGA-ARQUIVO
               END-IF
           ELSE
               CLOSE DIARIO-FILE
           END-IF.
           EXIT.

      * ===============================
      * 2420 - EXPURGO DE UM ARQUIVO (DIARIO, MENSAL OU MANIFESTO)
      * ===============================
       2420-EXPURGA-ARQUIVO.
           PERFORM 2130-MONTA-CAMINHO
           MOVE ZERO TO WS-QTD-LINHAS-ARQ
           MOVE 'N' TO WS-FIM-DIARIO
           OPEN INPUT DIARIO-FILE
           IF WS-DIARIO-STATUS = "00"
               PERFORM UNTIL WS-EOF-DIARIO
                   READ DIARIO-FILE
                       AT END
                           SET WS-EOF-DIARIO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-LINHAS-ARQ
                   END-READ
               END-PERFORM
               CLOSE DIARIO-FILE
               MOVE SPACES TO WS-DESTINO-INVENTARIO
               MOVE "EXPURGADO" TO WS-ACAO-INVENTARIO
               PERFORM 2430-EXCLUI-ARQUIVO
               IF WS-RC-DELETE = ZERO
                   ADD 1 TO WS-TOTAL-EXPURGADOS
               END-IF
           ELSE
               CLOSE DIARIO-FILE
           END-IF.
           EXIT.

      * ===============================
      * 2430 - EXCLUSAO DO ARQUIVO E REGISTRO NO INVENTARIO
      * ===============================
       2430-EXCLUI-ARQUIVO.
           MOVE WS-DIARIO-PATH TO WS-DELETE-PATH
           CALL 'CBL_DELETE_FILE' USING WS-DELETE-PATH
           MOVE RETURN-CODE TO WS-RC-DELETE

           IF WS-RC-DELETE = ZERO
               MOVE WS-QTD-LINHAS-ARQ TO WS-LINHA-EDIT
               MOVE SPACES TO REG-INVENTARIO
               STRING
                   WS-DATA-EXECUCAO "-" WS-HORA-EXECUCAO ";"
                       DELIMITED BY SIZE
                   WS-ACAO-INVENTARIO DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-FAM-NOME(WS-IDX-FAMILIA) DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-NOME-ARQUIVO DELIMITED BY SPACE
                   ";" WS-QTD-LINHAS-ARQ ";" DELIMITED BY SIZE
                   WS-DESTINO-INVENTARIO DELIMITED BY SPACE
                   INTO REG-INVENTARIO
               END-STRING
               WRITE REG-INVENTARIO

               MOVE SPACES TO REG-RETENCAO
               STRING
                   "    " WS-ACAO-INVENTARIO " "
                   WS-NOME-ARQUIVO " | LINHAS: " WS-LINHA-EDIT
                   " | " WS-DESTINO-INVENTARIO
                   DELIMITED BY SIZE
                   INTO REG-RETENCAO
               END-STRING
               WRITE REG-RETENCAO
           ELSE
               ADD 1 TO WS-TOTAL-FALHAS
               DISPLAY "POSOF99D: ARQUIVO NAO REMOVIDO: "
                   WS-DIARIO-PATH
               MOVE SPACES TO REG-RETENCAO
               STRING
                   "    FALHA     " WS-NOME-ARQUIVO
                   " | NAO REMOVIDO (" WS-ACAO-INVENTARIO ")"
                   DELIMITED BY SIZE
                   INTO REG-RETENCAO
               END-STRING
               WRITE REG-RETENCAO
               MOVE SPACES TO WS-JORNAL-EVENTO
               STRING
                   "AVISO: ARQUIVO NAO REMOVIDO: " WS-DIARIO-PATH
                   DELIMITED BY SIZE
                   INTO WS-JORNAL-EVENTO
               END-STRING
               PERFORM 6010-REGISTRA-AVISO
           END-IF.
           EXIT.

      * ===============================
      * 2900 - ABORTE POR CONTROLES MAIORES QUE A TABELA
      * ===============================
       2900-ABORTA-TABELA-CHEIA.
           DISPLAY "POSOF99D: EXECUCAO ABORTADA - controle_disposicao"
               ".txt E controle_tendencia.txt LISTAM MAIS DE 100 DIAS"
               " (WS-TAB-PROTEGIDOS); NADA FOI ARQUIVADO OU EXPURGADO"
           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "ERRO: CONTROLES DE POSOF86D/87D/89D EXCEDEM "
               "WS-TAB-PROTEGIDOS (100) - EXECUCAO ABORTADA, NADA "
               "ARQUIVADO OU EXPURGADO"
               DELIMITED BY SIZE
               INTO WS-JORNAL-EVENTO
           END-STRING
           PERFORM 6000-GRAVA-JORNAL
           MOVE "FIM ANORMAL DE EXECUCAO - RETURN-CODE 8"
               TO WS-JORNAL-EVENTO
           PERFORM 6000-GRAVA-JORNAL
           CLOSE INVENTARIO-FILE
           CLOSE JORNAL-FILE
           MOVE 8 TO RETURN-CODE.
           EXIT.

      * ===============================
      * 3000 - LINHA TOTAL DOS MANIFESTOS ALTERADOS
      * ===============================
      * Totais acumulados do mes ate esta execucao; vale a ultima
      * linha TOTAL do manifesto.
       3000-TOTALIZA-MANIFESTOS.
           PERFORM VARYING WS-IDX-MANIF FROM 1 BY 1
                   UNTIL WS-IDX-MANIF > WS-QTD-MANIF-TOCADOS
               MOVE WS-MANIF-TOCADO-PATH(WS-IDX-MANIF)
                   TO WS-MANIFESTO-PATH
               MOVE ZERO TO WS-MAN-TOT-ARQUIVOS WS-MAN-TOT-LINHAS
               MOVE 'N' TO WS-FIM-MANIFESTO
               OPEN INPUT MANIFESTO-FILE
               PERFORM UNTIL WS-EOF-MANIFESTO
                   READ MANIFESTO-FILE
                       AT END
                           SET WS-EOF-MANIFESTO TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-MAN-TIPO WS-MAN-NOME
                                          WS-MAN-LINHAS-TXT
                           UNSTRING REG-MANIFESTO DELIMITED BY ";"
                               INTO WS-MAN-TIPO
                                    WS-MAN-NOME
                                    WS-MAN-LINHAS-TXT
                           END-UNSTRING
                           IF WS-MAN-TIPO = "ARQUIVO"
                               AND WS-MAN-LINHAS-TXT IS NUMERIC
                               ADD 1 TO WS-MAN-TOT-ARQUIVOS
                               MOVE WS-MAN-LINHAS-TXT
                                   TO WS-QTD-LINHAS-ARQ
                               ADD WS-QTD-LINHAS-ARQ
                                   TO WS-MAN-TOT-LINHAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFESTO-FILE

               OPEN EXTEND MANIFESTO-FILE
               MOVE SPACES TO REG-MANIFESTO
               STRING
                   "TOTAL;" WS-MAN-TOT-ARQUIVOS ";" WS-MAN-TOT-LINHAS
                   ";" WS-DATA-EXECUCAO "-" WS-HORA-EXECUCAO
                   DELIMITED BY SIZE
                   INTO REG-MANIFESTO
               END-STRING
               WRITE REG-MANIFESTO
               CLOSE MANIFESTO-FILE
           END-PERFORM.
           EXIT.

      * ===============================
      * 4000 - TOTAIS DO RELATORIO
      * ===============================
       4000-TOTAIS.
           MOVE SPACES TO REG-RETENCAO
           WRITE REG-RETENCAO
           MOVE "3. TOTAIS" TO REG-RETENCAO
           WRITE REG-RETENCAO

           MOVE WS-TOTAL-ARQUIVADOS TO WS-QTD-EDIT
           MOVE SPACES TO REG-RETENCAO
           STRING "ARQUIVOS ARQUIVADOS NO MENSAL........: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-RETENCAO
           END-STRING
           WRITE REG-RETENCAO
           MOVE WS-TOTAL-LINHAS-ARQUIVADAS TO WS-LINHA-EDIT
           MOVE SPACES TO REG-RETENCAO
           STRING "  LINHAS ARQUIVADAS..................: "
               WS-LINHA-EDIT
               DELIMITED BY SIZE INTO REG-RETENCAO
           END-STRING
           WRITE REG-RETENCAO
           MOVE WS-TOTAL-EXPURGADOS TO WS-QTD-EDIT
           MOVE SPACES TO REG-RETENCAO
           STRING "ARQUIVOS EXPURGADOS..................: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-RETENCAO
           END-STRING
           WRITE REG-RETENCAO
           MOVE WS-TOTAL-RECUSADOS TO WS-QTD-EDIT
           MOVE SPACES TO REG-RETENCAO
           STRING "ARQUIVOS RETIDOS POR DIA PROTEGIDO...: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-RETENCAO
           END-STRING
           WRITE REG-RETENCAO
           MOVE WS-TOTAL-DIAS-RECUSADOS TO WS-QTD-EDIT
           MOVE SPACES TO REG-RETENCAO
           STRING "  DIAS PROTEGIDOS....................: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-RETENCAO
           END-STRING
           WRITE REG-RETENCAO
           MOVE WS-TOTAL-FALHAS TO WS-QTD-EDIT
           MOVE SPACES TO REG-RETENCAO
           STRING "ARQUIVOS NAO REMOVIDOS (FALHA).......: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-RETENCAO
           END-STRING
           WRITE REG-RETENCAO
           MOVE WS-TOTAL-FALHAS-COPIA TO WS-QTD-EDIT
           MOVE SPACES TO REG-RETENCAO
           STRING "ARQUIVOS NAO ARQUIVADOS (FALHA)......: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-RETENCAO
           END-STRING
           WRITE REG-RETENCAO
           MOVE WS-QTD-MANIF-TOCADOS TO WS-QTD-EDIT
           MOVE SPACES TO REG-RETENCAO
           STRING "MANIFESTOS MENSAIS ATUALIZADOS.......: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-RETENCAO
           END-STRING
           WRITE REG-RETENCAO
           MOVE WS-TOTAL-JORNAL-MOVIDAS TO WS-QTD-EDIT
           MOVE SPACES TO REG-RETENCAO
           STRING "LINHAS DO JORNAL ROTACIONADAS........: " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-RETENCAO
           END-STRING
           WRITE REG-RETENCAO

           CLOSE RETENCAO-FILE.
           EXIT.

      * ===============================
      * 5000 - FINALIZACAO
      * ===============================
       5000-FINALIZA.
           MOVE 0 TO WS-RC-EDIT
           IF WS-TOTAL-AVISOS > ZERO
               MOVE 4 TO WS-RC-EDIT
           END-IF
           IF WS-TOTAL-FALHAS-COPIA > ZERO
               MOVE 8 TO WS-RC-EDIT
           END-IF
           IF WS-ROTACAO-COM-ERRO
               MOVE 8 TO WS-RC-EDIT
           END-IF
           MOVE WS-RC-EDIT TO RETURN-CODE

           MOVE WS-TOTAL-ARQUIVADOS TO WS-QTD-EDIT
           DISPLAY "POSOF99D: ARQUIVADOS: " WS-QTD-EDIT
           MOVE WS-TOTAL-EXPURGADOS TO WS-QTD-EDIT
           DISPLAY "POSOF99D: EXPURGADOS: " WS-QTD-EDIT
           MOVE WS-TOTAL-RECUSADOS TO WS-QTD-EDIT
           DISPLAY "POSOF99D: RETIDOS POR DIA PROTEGIDO: " WS-QTD-EDIT

           MOVE SPACES TO WS-JORNAL-EVENTO
           STRING
               "FIM NORMAL DE EXECUCAO - RETURN-CODE " WS-RC-EDIT
               " - ARQUIVADOS: " WS-TOTAL-ARQUIVADOS
               " EXPURGADOS: " WS-TOTAL-EXPURGADOS
               " RETIDOS: " WS-TOTAL-RECUSADOS
               " AVISOS: " WS-TOTAL-AVISOS
               DELIMITED BY SIZE
               INTO WS-JORNAL-EVENTO
           END-STRING
           PERFORM 6000-GRAVA-JORNAL
           CLOSE INVENTARIO-FILE
           CLOSE JORNAL-FILE.
           EXIT.

      * ===============================
      * 6000 - GRAVACAO DE UM EVENTO NO JORNAL
      * ===============================
       6000-GRAVA-JORNAL.
           MOVE SPACES TO REG-JORNAL
           STRING
               WS-DATA-EXECUCAO "-" WS-HORA-EXECUCAO
               ";POSOF99D;" WS-JORNAL-EVENTO
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
