       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB34.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: REABERTURA PELO MENU DE UM SEMESTRE LETIVO
      *           FECHADO PELO PROGCOB33 (SEMCTL): LISTA OS
      *           SEMESTRES FECHADOS, ACEITA O SEMESTRE E, COM A
      *           CONFIRMACAO DO OPERADOR, DEVOLVE A SITUACAO
      *           'A' COM A DATA E O OPERADOR DA REABERTURA - OS
      *           DADOS DO FECHAMENTO ANTERIOR PERMANECEM NA
      *           LINHA. CADA REABERTURA SAI NA TRILHA DE
      *           AUDITORIA. SO COM SESSAO ASSINADA NO MENU E A
      *           OPCAO AUTORIZADA NO OPERCAD; SEM SESSAO A
      *           LISTA SO E EXIBIDA. DEPOIS DA CORRECAO O
      *           SEMESTRE E FECHADO DE NOVO PELO JOB PROGSEMF
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEMESTRE-CONTROLE ASSIGN TO "SEMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEMCTL.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
       FD  SEMESTRE-CONTROLE.
           COPY SEMESTRC.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-SEMCTL    PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH' - E A
      * REABERTURA EXIGE UMA SESSAO ASSINADA
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-DATA-HOJE    PIC X(08) VALUE SPACES.
      *---------------------------------------------------
      * CONTROLE DOS SEMESTRES CARREGADO EM TABELA E
      * REGRAVADO INTEIRO (LINHA SEQUENCIAL NAO TEM REWRITE
      * NO LUGAR). COM MAIS SEMESTRES DO QUE A TABELA
      * COMPORTA NADA E REABERTO E O ARQUIVO FICA INTACTO
      *---------------------------------------------------
       77 WRK-QTDE-TABELA  PIC 9(03) VALUE ZEROS.
       77 WRK-IND-TAB      PIC 9(03) VALUE ZEROS.
       77 WRK-IND-ACHADO   PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-FECHADOS PIC 9(03) VALUE ZEROS.
       77 WRK-FIM-SEMCTL   PIC X(01) VALUE 'N'.
           88 FIM-SEMCTL            VALUE 'S'.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU       VALUE 'S'.
       77 WRK-LISTA-OK     PIC X(01) VALUE 'N'.
           88 LISTA-CARREGADA       VALUE 'S'.
       01 TAB-SEMESTRES.
           05 SEM-IMAGEM OCCURS 200 TIMES PIC X(39).
      *---------------------------------------------------
      * SEMESTRE ESCOLHIDO E CONFIRMACAO DO OPERADOR
      *---------------------------------------------------
       77 WRK-SEMESTRE     PIC X(06) VALUE SPACES.
       77 WRK-RESPOSTA     PIC X(01) VALUE SPACE.
           88 RESPOSTA-CONFIRMA     VALUE 'S'.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGAR-CONTROLE
               THRU 1000-CARREGAR-CONTROLE-EXIT.
           IF LISTA-CARREGADA
               PERFORM 2000-LISTAR-FECHADOS
                   THRU 2000-LISTAR-FECHADOS-EXIT
               PERFORM 3000-REABRIR-SEMESTRE
                   THRU 3000-REABRIR-SEMESTRE-EXIT
           END-IF.
           GOBACK.

      *****************************************************
      * LE O OPERADOR ASSINADO NO MENU (OPERSESS). SEM O
      * ARQUIVO OU COM ELE VAZIO - RODANDO EM LOTE - A
      * TRILHA REGISTRA O OPERADOR 'BATCH'
      *****************************************************
       0150-LER-OPERADOR.
           MOVE 'BATCH' TO WRK-OPERADOR.
           OPEN INPUT SESSAO-OPERADOR.
           IF WRK-FS-SESSAO NOT = "00"
               GO TO 0150-LER-OPERADOR-EXIT
           END-IF.
           READ SESSAO-OPERADOR
               AT END
                   CONTINUE
               NOT AT END
                   IF SO-OPERADOR NOT = SPACES
                       MOVE SO-OPERADOR TO WRK-OPERADOR
                   END-IF
           END-READ.
           CLOSE SESSAO-OPERADOR.
       0150-LER-OPERADOR-EXIT.
           EXIT.

      *****************************************************
      * CARREGA O CONTROLE DOS SEMESTRES (SEMCTL) EM TABELA.
      * SEM O ARQUIVO NENHUM SEMESTRE FOI FECHADO; COM A
      * TABELA ESTOURADA NADA E REABERTO
      *****************************************************
       1000-CARREGAR-CONTROLE.
           MOVE 'N' TO WRK-LISTA-OK.
           MOVE 'N' TO WRK-FIM-SEMCTL.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE ZEROS TO WRK-QTDE-TABELA.
           DISPLAY "========= REABERTURA DE SEMESTRE LETIVO =========".
           OPEN INPUT SEMESTRE-CONTROLE.
           IF WRK-FS-SEMCTL NOT = "00"
               DISPLAY 'SEMCTL INDISPONIVEL (STATUS ' WRK-FS-SEMCTL
                   ') - NENHUM SEMESTRE FECHADO'
               GO TO 1000-CARREGAR-CONTROLE-EXIT
           END-IF.
           PERFORM 1100-LER-CONTROLE THRU 1100-LER-CONTROLE-EXIT
               UNTIL FIM-SEMCTL.
           CLOSE SEMESTRE-CONTROLE.
           IF TABELA-ESTOUROU
               DISPLAY 'SEMCTL COM MAIS DE 200 SEMESTRES - NADA'
                   ' REABERTO, ARQUIVO PRESERVADO'
               GO TO 1000-CARREGAR-CONTROLE-EXIT
           END-IF.
           MOVE 'S' TO WRK-LISTA-OK.
       1000-CARREGAR-CONTROLE-EXIT.
           EXIT.

       1100-LER-CONTROLE.
           READ SEMESTRE-CONTROLE
               AT END
                   MOVE 'S' TO WRK-FIM-SEMCTL
               NOT AT END
                   IF WRK-QTDE-TABELA < 200
                       ADD 1 TO WRK-QTDE-TABELA
                       MOVE SEMESTRE-CONTROLE-REG
                           TO SEM-IMAGEM (WRK-QTDE-TABELA)
                   ELSE
                       MOVE 'S' TO WRK-TAB-CHEIA
                       MOVE 'S' TO WRK-FIM-SEMCTL
                   END-IF
           END-READ.
       1100-LER-CONTROLE-EXIT.
           EXIT.

      *****************************************************
      * EXIBE OS SEMESTRES FECHADOS, COM QUEM FECHOU E
      * QUANDO
      *****************************************************
       2000-LISTAR-FECHADOS.
           MOVE ZEROS TO WRK-QTDE-FECHADOS.
           MOVE ZEROS TO WRK-IND-TAB.
           PERFORM 2100-LISTAR-SEMESTRE THRU 2100-LISTAR-SEMESTRE-EXIT
               UNTIL WRK-IND-TAB NOT LESS THAN WRK-QTDE-TABELA.
           IF WRK-QTDE-FECHADOS = ZEROS
               DISPLAY 'NENHUM SEMESTRE FECHADO'
           END-IF.
       2000-LISTAR-FECHADOS-EXIT.
           EXIT.

       2100-LISTAR-SEMESTRE.
           ADD 1 TO WRK-IND-TAB.
           MOVE SEM-IMAGEM (WRK-IND-TAB) TO SEMESTRE-CONTROLE-REG.
           IF SEMESTRE-FECHADO
               ADD 1 TO WRK-QTDE-FECHADOS
               DISPLAY 'SEMESTRE ' SC-SEMESTRE ' FECHADO EM '
                   SC-DATA-FECHO ' POR ' SC-OPER-FECHO
           END-IF.
       2100-LISTAR-SEMESTRE-EXIT.
           EXIT.

      *****************************************************
      * ACEITA O SEMESTRE A REABRIR, EXIGE QUE ESTEJA
      * FECHADO E, COM A CONFIRMACAO, GRAVA A SITUACAO 'A'
      * COM QUEM REABRIU E QUANDO, REGRAVA O SEMCTL E
      * REGISTRA A REABERTURA NA TRILHA DE AUDITORIA
      *****************************************************
       3000-REABRIR-SEMESTRE.
           IF WRK-QTDE-FECHADOS = ZEROS
               GO TO 3000-REABRIR-SEMESTRE-EXIT
           END-IF.
           IF WRK-OPERADOR = 'BATCH'
               DISPLAY 'REABERTURA EXIGE SESSAO ASSINADA NO MENU -'
                   ' LISTA SO PARA CONSULTA'
               GO TO 3000-REABRIR-SEMESTRE-EXIT
           END-IF.
           DISPLAY 'SEMESTRE A REABRIR (AAAAMM, BRANCO = NENHUM): '
               WITH NO ADVANCING.
           MOVE SPACES TO WRK-SEMESTRE.
           ACCEPT WRK-SEMESTRE FROM CONSOLE.
           IF WRK-SEMESTRE = SPACES
               GO TO 3000-REABRIR-SEMESTRE-EXIT
           END-IF.
           MOVE ZEROS TO WRK-IND-ACHADO.
           MOVE ZEROS TO WRK-IND-TAB.
           PERFORM 3100-PROCURAR-SEMESTRE
               THRU 3100-PROCURAR-SEMESTRE-EXIT
               UNTIL WRK-IND-TAB NOT LESS THAN WRK-QTDE-TABELA
                   OR WRK-IND-ACHADO > ZEROS.
           IF WRK-IND-ACHADO = ZEROS
               DISPLAY 'SEMESTRE ' WRK-SEMESTRE ' NAO ESTA FECHADO'
               GO TO 3000-REABRIR-SEMESTRE-EXIT
           END-IF.
           DISPLAY 'REABRIR O SEMESTRE ' WRK-SEMESTRE ' PARA'
               ' ATUALIZACAO DO HISTORICO? (S/N): '
               WITH NO ADVANCING.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF NOT RESPOSTA-CONFIRMA
               DISPLAY 'SEMESTRE MANTIDO FECHADO'
               GO TO 3000-REABRIR-SEMESTRE-EXIT
           END-IF.
           MOVE SEM-IMAGEM (WRK-IND-ACHADO) TO SEMESTRE-CONTROLE-REG.
           MOVE 'A' TO SC-SITUACAO.
           MOVE WRK-DATA-HOJE TO SC-DATA-REABRE.
           MOVE WRK-OPERADOR TO SC-OPER-REABRE.
           MOVE SEMESTRE-CONTROLE-REG TO SEM-IMAGEM (WRK-IND-ACHADO).
           OPEN OUTPUT SEMESTRE-CONTROLE.
           MOVE ZEROS TO WRK-IND-TAB.
           PERFORM 3200-GRAVAR-CONTROLE THRU 3200-GRAVAR-CONTROLE-EXIT
               UNTIL WRK-IND-TAB NOT LESS THAN WRK-QTDE-TABELA.
           CLOSE SEMESTRE-CONTROLE.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB34" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE "SEMESTRE REABERTO" TO AU-EVENTO.
           MOVE WRK-SEMESTRE TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
           DISPLAY 'SEMESTRE ' WRK-SEMESTRE ' REABERTO POR '
               WRK-OPERADOR ' - FECHAR DE NOVO PELO JOB PROGSEMF'.
       3000-REABRIR-SEMESTRE-EXIT.
           EXIT.

       3100-PROCURAR-SEMESTRE.
           ADD 1 TO WRK-IND-TAB.
           MOVE SEM-IMAGEM (WRK-IND-TAB) TO SEMESTRE-CONTROLE-REG.
           IF SC-SEMESTRE = WRK-SEMESTRE AND SEMESTRE-FECHADO
               MOVE WRK-IND-TAB TO WRK-IND-ACHADO
           END-IF.
       3100-PROCURAR-SEMESTRE-EXIT.
           EXIT.

       3200-GRAVAR-CONTROLE.
           ADD 1 TO WRK-IND-TAB.
           MOVE SEM-IMAGEM (WRK-IND-TAB) TO SEMESTRE-CONTROLE-REG.
           WRITE SEMESTRE-CONTROLE-REG.
       3200-GRAVAR-CONTROLE-EXIT.
           EXIT.
