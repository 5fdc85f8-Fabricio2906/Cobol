               ASSIGN DYNAMIC WS-DISPOSICAO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DISP-STATUS.
      * Disposicao provisoria do contato de confirmacao (cliente
      * reconheceu a operacao, gravada por POSOFA1D) - contada a
      * parte, nunca como veredito do analista.
               SELECT OPTIONAL PROVISORIA-FILE
               ASSIGN DYNAMIC WS-PROVISORIA-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROV-STATUS.
               SELECT TAXA-ACERTO-FILE
               ASSIGN TO 'C:\Cobol\AntiFraude\taxa_acerto.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
            FD  DISPOSICAO-FILE.
           01  REG-DISPOSICAO        PIC X(60).

            FD  PROVISORIA-FILE.
           01  REG-PROVISORIA        PIC X(100).

            FD  TAXA-ACERTO-FILE.
           01  REG-TAXA-ACERTO       PIC X(150).

      * derrubar a execucao.
       01  WS-ESTRUT-STATUS      PIC X(2) VALUE SPACES.
       01  WS-DISP-STATUS        PIC X(2) VALUE SPACES.
       01  WS-PROV-STATUS        PIC X(2) VALUE SPACES.

       01  WS-FIM-CONTROLE       PIC X VALUE 'N'.
           88 WS-EOF-CONTROLE    VALUE 'S'.
           88 WS-EOF-ESTRUT      VALUE 'S'.
       01  WS-FIM-DISPOSICAO     PIC X VALUE 'N'.
           88 WS-EOF-DISPOSICAO  VALUE 'S'.
       01  WS-FIM-PROVISORIA     PIC X VALUE 'N'.
           88 WS-EOF-PROVISORIA  VALUE 'S'.

      * Datas (AAAAMMDD) a processar, uma por linha em
      * controle_disposicao.txt - cada data casa um alertas_

       01  WS-ALERTAS-ESTRUT-PATH PIC X(100).
       01  WS-DISPOSICAO-PATH    PIC X(100).
       01  WS-PROVISORIA-PATH    PIC X(100).

      * Campos lidos de alertas_estruturado_AAAAMMDD.txt (mesmo
      * layout gravado por 2250-EMITE-ALERTA em POSOF85D.cbl):
              10 WS-DISP-SEQ        PIC 9(6).
              10 WS-DISP-VEREDITO   PIC X(20).

      * SEQ com disposicao provisoria no dia corrente
      * (disposicao_provisoria_AAAAMMDD.txt: SEQ;VEREDITO;ORIGEM;...).
      * So conta para alerta que ainda nao tem veredito do analista -
      * o veredito final sempre prevalece.
       01  WS-QTD-PROVISORIAS    PIC 9(4) VALUE ZERO.
       01  WS-PROV-TABELA-CHEIA  PIC X VALUE 'N'.
           88 WS-PROV-TABELA-AVISADA VALUE 'S'.
       01  WS-IDX-PROV           PIC 9(4) VALUE ZERO.
       01  WS-IDX-ACHADO-PROV    PIC 9(4) VALUE ZERO.
       01  WS-TAB-PROVISORIA.
           05 WS-PROV-SEQ OCCURS 2000 TIMES PIC 9(6).

      * Acumulo de acerto por par REGRA/OPERACAO - a granularidade
      * que a requisicao pede para medir precisao do alerta.
       01  WS-QTD-PARES          PIC 9(3) VALUE ZERO.
              10 WS-PAR-QTD-ALERTAS PIC 9(7).
              10 WS-PAR-QTD-DISP    PIC 9(7).
              10 WS-PAR-QTD-CONFIRM PIC 9(7).
              10 WS-PAR-QTD-PROVIS  PIC 9(7).

      * Data do controle cujo alertas_estruturado_AAAAMMDD.txt nao
      * existe - pulada, mas contada e reportada em taxa_acerto.txt
       01  WS-TOTAL-ALERTAS       PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-COM-DISP      PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-CONFIRMADOS   PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-PROVISORIOS   PIC 9(7) VALUE ZERO.

       01  WS-QTD-EDIT            PIC Z(6)9.
       01  WS-TAXA-PERCENTUAL     PIC 999V99.
                   INTO WS-DISPOSICAO-PATH
               END-STRING

               STRING
                   'C:\Cobol\AntiFraude\disposicao_provisoria_'
                   WS-DATA-LOTE(WS-IDX-DATA)
                   '.txt'
                   DELIMITED BY SIZE
                   INTO WS-PROVISORIA-PATH
               END-STRING

               MOVE ZERO TO WS-QTD-DISPOSICOES
               PERFORM 2010-CARREGA-DISPOSICAO-DIA
               MOVE ZERO TO WS-QTD-PROVISORIAS
               PERFORM 2030-CARREGA-PROVISORIA-DIA

               MOVE 'N' TO WS-FIM-ESTRUT
               OPEN INPUT ALERTAS-ESTRUT-FILE
           END-IF.
           EXIT.

      * ===============================
      * 2030 - CARGA DA DISPOSICAO PROVISORIA PARA O DIA
      * ===============================
       2030-CARREGA-PROVISORIA-DIA.
           MOVE 'N' TO WS-FIM-PROVISORIA
           OPEN INPUT PROVISORIA-FILE
           IF WS-PROV-STATUS = "00"
               PERFORM UNTIL WS-EOF-PROVISORIA
                   READ PROVISORIA-FILE
                       AT END
                           SET WS-EOF-PROVISORIA TO TRUE
                       NOT AT END
                           PERFORM 2040-TRATA-LINHA-PROVISORIA
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PROVISORIA-FILE.
           EXIT.

      * ===============================
      * 2040 - TRATAMENTO DE UMA LINHA DE DISPOSICAO PROVISORIA
      * ===============================
       2040-TRATA-LINHA-PROVISORIA.
           MOVE SPACES TO WS-DISP-SEQ-TXT
           UNSTRING REG-PROVISORIA DELIMITED BY ";"
               INTO WS-DISP-SEQ-TXT
           END-UNSTRING

           IF WS-DISP-SEQ-TXT IS NUMERIC
               IF WS-QTD-PROVISORIAS < 2000
                   ADD 1 TO WS-QTD-PROVISORIAS
                   MOVE WS-DISP-SEQ-TXT
                       TO WS-PROV-SEQ(WS-QTD-PROVISORIAS)
               ELSE
                   IF NOT WS-PROV-TABELA-AVISADA
                       SET WS-PROV-TABELA-AVISADA TO TRUE
                       DISPLAY "POSOF87D: WS-TAB-PROVISORIA CHEIA "
                           "(2000 LINHAS) - DISPOSICOES PROVISORIAS "
                           "EXCEDENTES DO DIA IGNORADAS"
                       MOVE SPACES TO WS-JORNAL-EVENTO
                       STRING
                           "AVISO: WS-TAB-PROVISORIA CHEIA - "
                           "DISPOSICOES PROVISORIAS EXCEDENTES "
                           "IGNORADAS"
                           DELIMITED BY SIZE
                           INTO WS-JORNAL-EVENTO
                       END-STRING
                       PERFORM 6010-REGISTRA-AVISO
                   END-IF
               END-IF
           END-IF.
           EXIT.

      * ===============================
      * 2100 - TRATAMENTO DE UMA LINHA DO FEED ESTRUTURADO
      * ===============================
                       ADD 1 TO WS-TOTAL-CONFIRMADOS
                   END-IF
                   PERFORM 2150-ACUMULA-DISP-PAR
               ELSE
                   PERFORM 2140-BUSCA-PROVISORIA
                   IF WS-IDX-ACHADO-PROV > ZERO
                       ADD 1 TO WS-TOTAL-PROVISORIOS
                       IF WS-IDX-ACHADO-PAR > ZERO
                           ADD 1 TO WS-PAR-QTD-PROVIS(WS-IDX-ACHADO-PAR)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.
           END-PERFORM.
           EXIT.

      * ===============================
      * 2140 - BUSCA DA DISPOSICAO PROVISORIA PELO SEQ-ALERTA
      * ===============================
       2140-BUSCA-PROVISORIA.
           MOVE ZERO TO WS-IDX-ACHADO-PROV
           PERFORM VARYING WS-IDX-PROV FROM 1 BY 1
                   UNTIL WS-IDX-PROV > WS-QTD-PROVISORIAS
               IF WS-PROV-SEQ(WS-IDX-PROV) = WS-EST-SEQ-NUM
                   MOVE WS-IDX-PROV TO WS-IDX-ACHADO-PROV
               END-IF
           END-PERFORM.
           EXIT.

      * ===============================
      * 2200 - ACUMULO POR PAR REGRA/OPERACAO
      * ===============================
               MOVE ZERO TO WS-PAR-QTD-ALERTAS(WS-IDX-ACHADO-PAR)
               MOVE ZERO TO WS-PAR-QTD-DISP(WS-IDX-ACHADO-PAR)
               MOVE ZERO TO WS-PAR-QTD-CONFIRM(WS-IDX-ACHADO-PAR)
               MOVE ZERO TO WS-PAR-QTD-PROVIS(WS-IDX-ACHADO-PAR)
           END-IF

      * Par sem vaga na tabela fica fora da taxa de acerto pelo
           END-STRING
           WRITE REG-TAXA-ACERTO

           MOVE WS-TOTAL-PROVISORIOS TO WS-QTD-EDIT
           MOVE SPACES TO REG-TAXA-ACERTO
           STRING "ALERTAS SO COM DISPOSICAO PROVISORIA (CLIENTE "
               "RECONHECEU): " WS-QTD-EDIT
               DELIMITED BY SIZE INTO REG-TAXA-ACERTO
           END-STRING
           WRITE REG-TAXA-ACERTO

           MOVE SPACES TO REG-TAXA-ACERTO
           MOVE "--- TAXA DE ACERTO POR REGRA/OPERACAO ---"
               TO REG-TAXA-ACERTO
           MOVE 0 TO WS-RC-EDIT
           IF WS-TOTAL-DATAS-PULADAS > ZERO
              OR WS-DISP-TABELA-AVISADA
              OR WS-PROV-TABELA-AVISADA
              OR WS-PAR-TABELA-AVISADA
              OR WS-TOTAL-AVISOS > ZERO
               MOVE 4 TO RETURN-CODE
      * ===============================
      * Taxa de acerto so e calculada sobre o que ja tem disposicao
      * do analista (WS-PAR-QTD-DISP) - alerta ainda em triagem nao
      * deve contar contra a precisao da regra, nem o que so tem a
      * disposicao provisoria do contato com o cliente.
       3100-ESCREVE-LINHA-PAR.
           MOVE ZERO TO WS-TAXA-PERCENTUAL
           IF WS-PAR-QTD-DISP(WS-IDX-PAR) > ZERO
               DELIMITED BY SIZE
               INTO REG-TAXA-ACERTO
           END-STRING
           WRITE REG-TAXA-ACERTO

           MOVE WS-PAR-QTD-PROVIS(WS-IDX-PAR) TO WS-QTD-EDIT
           MOVE SPACES TO REG-TAXA-ACERTO
           STRING
               "  PROVISORIOS (FORA DA TAXA): " WS-QTD-EDIT
               DELIMITED BY SIZE
               INTO REG-TAXA-ACERTO
           END-STRING
           WRITE REG-TAXA-ACERTO.
           EXIT.
