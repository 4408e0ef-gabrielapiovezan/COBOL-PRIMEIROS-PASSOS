      *                    GRAVADO EM LS-CATEGORIA DO LEDGSUM; A
      *                    TABELA DE ACUMULACAO DOBRA PARA 48
      *                    ENTRADAS PARA COMPORTAR AS CATEGORIAS
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  O RELATORIO DO FECHAMENTO LISTA OS
      *                    AJUSTES AINDA FORA DO LEDGER NO AJUSTPND
      *                    - PENDENTES DE APROVACAO NO PROGCOB41 E
      *                    APROVADOS A ESPERA DO PROXIMO RUN DO
      *                    PROGCOB06 - COM A CONTAGEM E O TOTAL.
      *                    SO INFORMATIVO: O FECHAMENTO NAO E
      *                    SEGURADO POR ELES; ACRESCENTADO O
      *                    DECIMAL-POINT IS COMMA DA CASA PARA AS
      *                    EDICOES COM VIRGULA
      * 15/10/2026 GABPI0  REGISTROS DE ARQUIVO MORTO/RETIDO PARA O
      *                    NOVO TAMANHO DO LEDGERREC (NUMERO DO
      *                    LANCAMENTO E DO ESTORNADO). ESTORNOS EM
      *                    PAR: O LANCAMENTO ESTORNADO E O SEU
      *                    ESTORNO SAEM LIGADOS NO RELATORIO DO
      *                    FECHAMENTO E, NO RESUMO DO MES, SOMAM EM
      *                    LS-ESTORNOS EM VEZ DE POSITIVO/NEGATIVO
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-AJUSTES ASSIGN TO "SIXLEDGR"
           SELECT LEDGER-NOVO ASSIGN TO "SIXLNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOVO.
           SELECT AJUSTES-PENDENTES ASSIGN TO "AJUSTPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDENTES.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       FD  LEDGER-RESUMO.
           COPY LEDGSUM.
       FD  LEDGER-ARQUIVO.
       01  LEDGER-ARQUIVO-REG      PIC X(83).
       FD  LEDGER-NOVO.
       01  LEDGER-NOVO-REG         PIC X(83).
       FD  AJUSTES-PENDENTES.
           COPY AJPNDREC.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       77 WRK-FS-RESUMO    PIC X(02) VALUE SPACES.
       77 WRK-FS-ARQUIVO   PIC X(02) VALUE SPACES.
       77 WRK-FS-NOVO      PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
               10 MES-NEGATIVO     PIC S9(09)V99.
               10 MES-LIQUIDO      PIC S9(09)V99.
               10 MES-QTDE         PIC 9(06).
               10 MES-ESTORNOS     PIC S9(09)V99.
      *---------------------------------------------------
      * PARES DE ESTORNO DO LEDGER: CADA ESTORNO E O NUMERO
      * DO LANCAMENTO QUE ELE ESTORNA, CARREGADOS NUMA
      * PRIMEIRA LEITURA (O ORIGINAL VEM ANTES DO ESTORNO)
      *---------------------------------------------------
       77 WRK-QTDE-PARES    PIC 9(03) VALUE ZEROS.
       77 WRK-IND-PAR       PIC 9(03) VALUE ZEROS.
       77 WRK-PAR           PIC X(01) VALUE 'N'.
           88 LANCTO-DE-PAR        VALUE 'S'.
       77 WRK-PAR-NUMERO    PIC 9(08) VALUE ZEROS.
       77 WRK-LANCTO-ED     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 TAB-PARES.
           05 PAR-ENTRADA OCCURS 500 TIMES.
               10 PAR-ORIGINAL     PIC 9(08).
               10 PAR-ESTORNO      PIC 9(08).
      *---------------------------------------------------
      * CONTADORES DE CONTROLE DO FECHAMENTO
      *---------------------------------------------------
      * STEPCPY NAO COPIA O LEDGER DE VOLTA)
      *---------------------------------------------------
       77 WRK-RC-RUN         PIC 9(01) VALUE ZEROS.
      *---------------------------------------------------
      * AJUSTES AINDA FORA DO LEDGER NO AJUSTPND (PENDENTES
      * E APROVADOS NAO LANCADOS), LISTADOS NO RELATORIO
      *---------------------------------------------------
       77 WRK-FS-PENDENTES   PIC X(02) VALUE SPACES.
       77 WRK-FIM-PENDENTES  PIC X(01) VALUE 'N'.
           88 FIM-PENDENTES         VALUE 'S'.
       77 WRK-QTDE-PENDENTES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PENDENTES PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PEND-RESUL-ED  PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PEND-TOTAL-ED  PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PEND-SITUACAO  PIC X(10) VALUE SPACES.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB6F" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

       1000-INICIALIZAR.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           MOVE WRK-DATA-AUDIT (1:6) TO WRK-MES-ABERTO.
           PERFORM 1100-CARREGAR-PARES THRU 1100-CARREGAR-PARES-EXIT.
           OPEN INPUT LEDGER-AJUSTES.
           IF WRK-FS-LEDGER NOT = "00"
               DISPLAY 'SIXLEDGR INDISPONIVEL (STATUS ' WRK-FS-LEDGER
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * PRIMEIRA LEITURA DO LEDGER: GUARDA CADA ESTORNO COM
      * O NUMERO DO LANCAMENTO ESTORNADO
      *****************************************************
       1100-CARREGAR-PARES.
           MOVE ZEROS TO WRK-QTDE-PARES.
           OPEN INPUT LEDGER-AJUSTES.
           IF WRK-FS-LEDGER NOT = "00"
               GO TO 1100-CARREGAR-PARES-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 1150-LER-PAR THRU 1150-LER-PAR-EXIT
               UNTIL FIM-ARQUIVO.
           CLOSE LEDGER-AJUSTES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
       1100-CARREGAR-PARES-EXIT.
           EXIT.

       1150-LER-PAR.
           READ LEDGER-AJUSTES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                   GO TO 1150-LER-PAR-EXIT
           END-READ.
           IF LG-ESTORNO-DE NOT NUMERIC OR LG-ESTORNO-DE = ZEROS
               GO TO 1150-LER-PAR-EXIT
           END-IF.
           IF WRK-QTDE-PARES NOT LESS THAN 500
               DISPLAY 'MAIS DE 500 ESTORNOS NO LEDGER - O ORIGINAL '
                   LG-ESTORNO-DE ' FECHA COMO LANCAMENTO AVULSO'
               GO TO 1150-LER-PAR-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PARES.
           MOVE LG-ESTORNO-DE TO PAR-ORIGINAL (WRK-QTDE-PARES).
           MOVE LG-NUMERO TO PAR-ESTORNO (WRK-QTDE-PARES).
       1150-LER-PAR-EXIT.
           EXIT.

      *****************************************************
      * LANCAMENTO DE MES JA ENCERRADO VAI PARA O ARQUIVO
      * MORTO E ENTRA NO RESUMO DO MES; LANCAMENTO DO MES
                   MES-NEGATIVO (WRK-IND-ACHADO)
                   MES-LIQUIDO (WRK-IND-ACHADO)
                   MES-QTDE (WRK-IND-ACHADO)
                   MES-ESTORNOS (WRK-IND-ACHADO)
           END-IF.
           ADD 1 TO MES-QTDE (WRK-IND-ACHADO).
           PERFORM 3300-VERIFICAR-PAR THRU 3300-VERIFICAR-PAR-EXIT.
           EVALUATE TRUE
               WHEN LANCTO-DE-PAR
                   ADD LG-RESUL TO MES-ESTORNOS (WRK-IND-ACHADO)
               WHEN LG-RESUL >= ZEROS
                   ADD LG-RESUL TO MES-POSITIVO (WRK-IND-ACHADO)
               WHEN OTHER
                   ADD LG-RESUL TO MES-NEGATIVO (WRK-IND-ACHADO)
           END-EVALUATE.
           ADD LG-RESUL TO MES-LIQUIDO (WRK-IND-ACHADO).
       3000-ACUMULAR-MES-EXIT.
           EXIT.
       3100-PROCURAR-MES-EXIT.
           EXIT.

      *****************************************************
      * O LANCAMENTO QUE FECHA E UM ESTORNO OU FOI ESTORNADO?
      * SE FOR, SAI NO RELATORIO LIGADO AO SEU PAR
      *****************************************************
       3300-VERIFICAR-PAR.
           MOVE 'N' TO WRK-PAR.
           MOVE LG-RESUL TO WRK-LANCTO-ED.
           IF LG-ESTORNO-DE NUMERIC AND LG-ESTORNO-DE > ZEROS
               MOVE 'S' TO WRK-PAR
               DISPLAY 'ESTORNO    ' LG-NUMERO ' DO LANCAMENTO '
                   LG-ESTORNO-DE ' ' WRK-LANCTO-ED
               GO TO 3300-VERIFICAR-PAR-EXIT
           END-IF.
           IF LG-NUMERO NOT NUMERIC OR WRK-QTDE-PARES = ZEROS
               GO TO 3300-VERIFICAR-PAR-EXIT
           END-IF.
           MOVE ZEROS TO WRK-IND-PAR.
           PERFORM 3350-COMPARAR-PAR THRU 3350-COMPARAR-PAR-EXIT
               UNTIL LANCTO-DE-PAR
                   OR WRK-IND-PAR NOT LESS THAN WRK-QTDE-PARES.
           IF LANCTO-DE-PAR
               DISPLAY 'LANCAMENTO ' LG-NUMERO ' ESTORNADO PELO '
                   WRK-PAR-NUMERO ' ' WRK-LANCTO-ED
           END-IF.
       3300-VERIFICAR-PAR-EXIT.
           EXIT.

       3350-COMPARAR-PAR.
           ADD 1 TO WRK-IND-PAR.
           IF PAR-ORIGINAL (WRK-IND-PAR) = LG-NUMERO
               MOVE 'S' TO WRK-PAR
               MOVE PAR-ESTORNO (WRK-IND-PAR) TO WRK-PAR-NUMERO
           END-IF.
       3350-COMPARAR-PAR-EXIT.
           EXIT.

      *****************************************************
      * ACRESCENTA AO SIXLSUM UM REGISTRO DE RESUMO POR MES
      * FECHADO NESTE RUN
           MOVE MES-LIQUIDO (WRK-IND) TO LS-LIQUIDO.
           MOVE MES-QTDE (WRK-IND) TO LS-QTDE.
           MOVE MES-CATEGORIA (WRK-IND) TO LS-CATEGORIA.
           MOVE MES-ESTORNOS (WRK-IND) TO LS-ESTORNOS.
           WRITE LEDGER-RESUMO-REG.
           DISPLAY 'MES ' LS-MES ' CATEGORIA ' LS-CATEGORIA
               ' FECHADO - LANCAMENTOS: ' LS-QTDE.
           DISPLAY 'ARQUIVADOS...........: ' WRK-QTDE-ARQUIVADOS.
           DISPLAY 'RETIDOS (MES ABERTO).: ' WRK-QTDE-RETIDOS.
           DISPLAY 'MESES FECHADOS.......: ' WRK-QTDE-MESES.
           PERFORM 8000-LISTAR-PENDENTES
               THRU 8000-LISTAR-PENDENTES-EXIT.
           PERFORM 9900-REGISTRAR-AUDITORIA
               THRU 9900-REGISTRAR-AUDITORIA-EXIT.
       9999-FINALIZAR-EXIT.
           EXIT.

      *****************************************************
      * LISTA OS AJUSTES DO AJUSTPND QUE AINDA NAO CHEGARAM
      * AO LEDGER: PENDENTES DE APROVACAO E APROVADOS A
      * ESPERA DO PROXIMO RUN DO PROGCOB06
      *****************************************************
       8000-LISTAR-PENDENTES.
           MOVE ZEROS TO WRK-QTDE-PENDENTES WRK-TOTAL-PENDENTES.
           MOVE 'N' TO WRK-FIM-PENDENTES.
           DISPLAY "==== AJUSTES FORA DO LEDGER NO FECHAMENTO ====".
           OPEN INPUT AJUSTES-PENDENTES.
           IF WRK-FS-PENDENTES NOT = "00"
               DISPLAY 'NENHUM AJUSTE PENDENTE DE APROVACAO'
               GO TO 8000-LISTAR-PENDENTES-EXIT
           END-IF.
           PERFORM 8100-LISTAR-PENDENTE
               THRU 8100-LISTAR-PENDENTE-EXIT
               UNTIL FIM-PENDENTES.
           CLOSE AJUSTES-PENDENTES.
           MOVE WRK-TOTAL-PENDENTES TO WRK-PEND-TOTAL-ED.
           DISPLAY 'AJUSTES FORA DO LEDGER: ' WRK-QTDE-PENDENTES
               ' TOTAL ' WRK-PEND-TOTAL-ED.
       8000-LISTAR-PENDENTES-EXIT.
           EXIT.

       8100-LISTAR-PENDENTE.
           READ AJUSTES-PENDENTES
               AT END
                   MOVE 'S' TO WRK-FIM-PENDENTES
                   GO TO 8100-LISTAR-PENDENTE-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN AJUSTE-PENDENTE
                   MOVE 'PENDENTE' TO WRK-PEND-SITUACAO
               WHEN AJUSTE-APROVADO
                   MOVE 'APROVADO' TO WRK-PEND-SITUACAO
               WHEN OTHER
                   GO TO 8100-LISTAR-PENDENTE-EXIT
           END-EVALUATE.
           ADD 1 TO WRK-QTDE-PENDENTES.
           ADD PA-RESUL TO WRK-TOTAL-PENDENTES.
           MOVE PA-RESUL TO WRK-PEND-RESUL-ED.
           DISPLAY 'AJUSTE ' PA-NUMERO ' LOTE ' PA-DATA-LOTE
               ' CAT ' PA-CATEGORIA ' ' WRK-PEND-RESUL-ED ' '
               WRK-PEND-SITUACAO ' SUBMETIDO POR ' PA-OPER-LOTE.
       8100-LISTAR-PENDENTE-EXIT.
           EXIT.

      *****************************************************
      * ACRESCENTA UMA LINHA NA TRILHA DE AUDITORIA COMPAR-
      * TILHADA (AUDITLOG) REGISTRANDO O TERMINO DESTE RUN
      *****************************************************
       9900-REGISTRAR-AUDITORIA.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB6F" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE "FIM NORMAL DO RUN" TO AU-EVENTO.
           MOVE WRK-MES-ABERTO TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9900-REGISTRAR-AUDITORIA-EXIT.
           EXIT.
