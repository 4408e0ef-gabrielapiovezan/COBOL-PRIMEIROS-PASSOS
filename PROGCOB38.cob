       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB38.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: MANUTENCAO DO CADASTRO DE PROFESSORES
      *           (PROFTAB): INCLUSAO, CONSULTA, ALTERACAO DO
      *           NOME, INATIVACAO/REATIVACAO E LISTAGEM. CADA
      *           ALTERACAO SAI NA TRILHA DE AUDITORIA COM O
      *           CODIGO DO PROFESSOR NA CHAVE. O PROGCOB39 SO
      *           ACEITA NA OFERTA DE DISCIPLINA PROFESSOR
      *           CADASTRADO E ATIVO NESTA TABELA
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA-PROFESSORES ASSIGN TO "PROFTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CODIGO
               FILE STATUS IS WRK-FS-PROFESSORES.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
       FD  TABELA-PROFESSORES.
           COPY PROFREC.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PROFESSORES PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-TABELA-OK    PIC X(01) VALUE 'N'.
           88 TABELA-ABERTA         VALUE 'S'.
       77 WRK-OPCAO        PIC 9(01) VALUE 9.
           88 SAIR-DO-MENU          VALUE 0.
       77 WRK-CODIGO       PIC X(06) VALUE SPACES.
       77 WRK-NOME         PIC X(30) VALUE SPACES.
       77 WRK-REG-ACHADO   PIC X(01) VALUE 'N'.
           88 REGISTRO-ACHADO       VALUE 'S'.
       77 WRK-FIM-PROFESSORES PIC X(01) VALUE 'N'.
           88 FIM-PROFESSORES       VALUE 'S'.
       77 WRK-QTDE-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
           88 CONFIRMOU             VALUE 'S'.
      *---------------------------------------------------
      * EVENTO E CHAVE (CODIGO DO PROFESSOR) DA ALTERACAO
      * PARA A TRILHA DE AUDITORIA; A ULTIMA CHAVE TOCADA
      * VAI NO REGISTRO DE TERMINO
      *---------------------------------------------------
       77 WRK-EVENTO-AUDIT PIC X(20) VALUE SPACES.
       77 WRK-CHAVE-USADA  PIC X(06) VALUE SPACES.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF TABELA-ABERTA
               PERFORM 2000-EXIBIR-MENU THRU 2000-EXIBIR-MENU-EXIT
                   UNTIL SAIR-DO-MENU
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           GOBACK.

      *****************************************************
      * ACRESCENTA NA TRILHA DE AUDITORIA O REGISTRO DE
      * INICIO DO RUN, COMO PRIMEIRA ACAO DO PROGRAMA - UM
      * RUN QUE CAI DEIXA O INICIO SEM O PAR DE TERMINO E O
      * PROGCOB09 APONTA O RUN INCOMPLETO
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB38" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

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
      * ABRE O CADASTRO DE PROFESSORES PARA LEITURA E
      * ATUALIZACAO, CRIANDO-O NA PRIMEIRA CHAMADA
      *****************************************************
       1000-INICIALIZAR.
           MOVE 9 TO WRK-OPCAO.
           MOVE SPACES TO WRK-CHAVE-USADA.
           MOVE 'N' TO WRK-TABELA-OK.
           OPEN I-O TABELA-PROFESSORES.
           IF WRK-FS-PROFESSORES = "35"
               OPEN OUTPUT TABELA-PROFESSORES
               CLOSE TABELA-PROFESSORES
               OPEN I-O TABELA-PROFESSORES
           END-IF.
           IF WRK-FS-PROFESSORES = "00"
               MOVE 'S' TO WRK-TABELA-OK
           ELSE
               DISPLAY 'PROFTAB INDISPONIVEL (STATUS '
                   WRK-FS-PROFESSORES ')'
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * EXIBE O MENU DE MANUTENCAO, LE A OPCAO E DESPACHA.
      * REPETE ENQUANTO A OPCAO FOR INVALIDA
      *****************************************************
       2000-EXIBIR-MENU.
           DISPLAY "====== MANUTENCAO DO CADASTRO DE PROFESSORES"
               " ======".
           DISPLAY "1 - INCLUIR PROFESSOR".
           DISPLAY "2 - CONSULTAR PROFESSOR".
           DISPLAY "3 - ALTERAR O NOME".
           DISPLAY "4 - INATIVAR/REATIVAR PROFESSOR".
           DISPLAY "5 - LISTAR OS PROFESSORES".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 3000-INCLUIR THRU 3000-INCLUIR-EXIT
               WHEN 2
                   PERFORM 4000-CONSULTAR THRU 4000-CONSULTAR-EXIT
               WHEN 3
                   PERFORM 5000-ALTERAR THRU 5000-ALTERAR-EXIT
               WHEN 4
                   PERFORM 6000-INATIVAR THRU 6000-INATIVAR-EXIT
               WHEN 5
                   PERFORM 7000-LISTAR THRU 7000-LISTAR-EXIT
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - ESCOLHA DE 0 A 5'
           END-EVALUATE.
       2000-EXIBIR-MENU-EXIT.
           EXIT.

      *****************************************************
      * INCLUI UM PROFESSOR NOVO: CODIGO NAO EM BRANCO E
      * AINDA NAO CADASTRADO, NOME NAO EM BRANCO. O
      * PROFESSOR SAI ATIVO
      *****************************************************
       3000-INCLUIR.
           DISPLAY 'CODIGO DO PROFESSOR (6): ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           IF WRK-CODIGO = SPACES
               DISPLAY 'CODIGO EM BRANCO - NADA INCLUIDO'
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           MOVE WRK-CODIGO TO PR-CODIGO.
           READ TABELA-PROFESSORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'PROFESSOR ' WRK-CODIGO ' JA CADASTRADO -'
                       ' USE A OPCAO 3 PARA ALTERAR'
                   GO TO 3000-INCLUIR-EXIT
           END-READ.
           MOVE SPACES TO WRK-NOME.
           PERFORM 3200-LER-NOME THRU 3200-LER-NOME-EXIT
               UNTIL WRK-NOME NOT = SPACES.
           MOVE WRK-CODIGO TO PR-CODIGO.
           MOVE WRK-NOME TO PR-NOME.
           MOVE 'A' TO PR-SITUACAO.
           ACCEPT PR-DATA-ALTERACAO FROM DATE YYYYMMDD.
           WRITE PROFESSOR-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR PROFESSOR ' PR-CODIGO
               NOT INVALID KEY
                   MOVE PR-CODIGO TO WRK-CHAVE-USADA
                   DISPLAY 'PROFESSOR INCLUIDO: ' PR-CODIGO ' '
                       PR-NOME
                   MOVE 'PROFESSOR INCLUIDO' TO WRK-EVENTO-AUDIT
                   PERFORM 8000-REGISTRAR-ALTERACAO
                       THRU 8000-REGISTRAR-ALTERACAO-EXIT
           END-WRITE.
       3000-INCLUIR-EXIT.
           EXIT.

       3200-LER-NOME.
           DISPLAY 'NOME DO PROFESSOR (30): ' WITH NO ADVANCING.
           ACCEPT WRK-NOME FROM CONSOLE.
           IF WRK-NOME = SPACES
               DISPLAY 'NOME EM BRANCO - REDIGITE'
           END-IF.
       3200-LER-NOME-EXIT.
           EXIT.

      *****************************************************
      * LE O CODIGO INFORMADO PELO OPERADOR E BUSCA O
      * PROFESSOR, SINALIZANDO SE FOI ACHADO
      *****************************************************
       3500-LOCALIZAR-REGISTRO.
           MOVE 'N' TO WRK-REG-ACHADO.
           DISPLAY 'CODIGO DO PROFESSOR (6): ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           MOVE WRK-CODIGO TO PR-CODIGO.
           READ TABELA-PROFESSORES
               INVALID KEY
                   DISPLAY 'PROFESSOR ' WRK-CODIGO ' NAO CADASTRADO'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-REG-ACHADO
                   MOVE PR-CODIGO TO WRK-CHAVE-USADA
           END-READ.
       3500-LOCALIZAR-REGISTRO-EXIT.
           EXIT.

       3600-EXIBIR-REGISTRO.
           DISPLAY 'PROFESSOR: ' PR-CODIGO ' ' PR-NOME
               WITH NO ADVANCING.
           IF PR-INATIVO
               DISPLAY ' SITUACAO: INATIVO'
           ELSE
               DISPLAY ' SITUACAO: ATIVO'
           END-IF.
       3600-EXIBIR-REGISTRO-EXIT.
           EXIT.

       4000-CONSULTAR.
           PERFORM 3500-LOCALIZAR-REGISTRO
               THRU 3500-LOCALIZAR-REGISTRO-EXIT.
           IF REGISTRO-ACHADO
               PERFORM 3600-EXIBIR-REGISTRO
                   THRU 3600-EXIBIR-REGISTRO-EXIT
           END-IF.
       4000-CONSULTAR-EXIT.
           EXIT.

      *****************************************************
      * ALTERA O NOME DO PROFESSOR LOCALIZADO (BRANCO
      * MANTEM O NOME ATUAL)
      *****************************************************
       5000-ALTERAR.
           PERFORM 3500-LOCALIZAR-REGISTRO
               THRU 3500-LOCALIZAR-REGISTRO-EXIT.
           IF NOT REGISTRO-ACHADO
               GO TO 5000-ALTERAR-EXIT
           END-IF.
           PERFORM 3600-EXIBIR-REGISTRO
               THRU 3600-EXIBIR-REGISTRO-EXIT.
           DISPLAY 'NOME NOVO (30, BRANCO MANTEM): '
               WITH NO ADVANCING.
           ACCEPT WRK-NOME FROM CONSOLE.
           IF WRK-NOME = SPACES
               DISPLAY 'NADA ALTERADO'
               GO TO 5000-ALTERAR-EXIT
           END-IF.
           MOVE WRK-NOME TO PR-NOME.
           ACCEPT PR-DATA-ALTERACAO FROM DATE YYYYMMDD.
           REWRITE PROFESSOR-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ALTERAR PROFESSOR ' PR-CODIGO
               NOT INVALID KEY
                   PERFORM 3600-EXIBIR-REGISTRO
                       THRU 3600-EXIBIR-REGISTRO-EXIT
                   MOVE 'PROFESSOR ALTERADO' TO WRK-EVENTO-AUDIT
                   PERFORM 8000-REGISTRAR-ALTERACAO
                       THRU 8000-REGISTRAR-ALTERACAO-EXIT
           END-REWRITE.
       5000-ALTERAR-EXIT.
           EXIT.

      *****************************************************
      * INVERTE A SITUACAO DO PROFESSOR LOCALIZADO, COM
      * CONFIRMACAO. PROFESSOR INATIVO CONTINUA NAS OFERTAS
      * JA GRAVADAS, MAS NAO E MAIS ACEITO EM OFERTA NOVA
      * NEM NA TROCA DE PROFESSOR DA OFERTA
      *****************************************************
       6000-INATIVAR.
           PERFORM 3500-LOCALIZAR-REGISTRO
               THRU 3500-LOCALIZAR-REGISTRO-EXIT.
           IF NOT REGISTRO-ACHADO
               GO TO 6000-INATIVAR-EXIT
           END-IF.
           PERFORM 3600-EXIBIR-REGISTRO
               THRU 3600-EXIBIR-REGISTRO-EXIT.
           IF PR-INATIVO
               DISPLAY 'REATIVAR O PROFESSOR (S/N)? '
                   WITH NO ADVANCING
           ELSE
               DISPLAY 'INATIVAR O PROFESSOR (S/N)? '
                   WITH NO ADVANCING
           END-IF.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT CONFIRMOU
               DISPLAY 'NADA ALTERADO'
               GO TO 6000-INATIVAR-EXIT
           END-IF.
           IF PR-INATIVO
               MOVE 'A' TO PR-SITUACAO
               MOVE 'PROFESSOR REATIVADO' TO WRK-EVENTO-AUDIT
           ELSE
               MOVE 'I' TO PR-SITUACAO
               MOVE 'PROFESSOR INATIVADO' TO WRK-EVENTO-AUDIT
           END-IF.
           ACCEPT PR-DATA-ALTERACAO FROM DATE YYYYMMDD.
           REWRITE PROFESSOR-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ALTERAR PROFESSOR ' PR-CODIGO
               NOT INVALID KEY
                   DISPLAY WRK-EVENTO-AUDIT ': ' PR-CODIGO
                   PERFORM 8000-REGISTRAR-ALTERACAO
                       THRU 8000-REGISTRAR-ALTERACAO-EXIT
           END-REWRITE.
       6000-INATIVAR-EXIT.
           EXIT.

      *****************************************************
      * LISTA OS PROFESSORES NA ORDEM DO CODIGO
      *****************************************************
       7000-LISTAR.
           MOVE ZEROS TO WRK-QTDE-LISTADOS.
           MOVE 'N' TO WRK-FIM-PROFESSORES.
           MOVE LOW-VALUES TO PR-CODIGO.
           START TABELA-PROFESSORES KEY IS NOT LESS THAN PR-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PROFESSORES.
           PERFORM 7100-LISTAR-PROFESSOR
               THRU 7100-LISTAR-PROFESSOR-EXIT
               UNTIL FIM-PROFESSORES.
           DISPLAY 'PROFESSORES LISTADOS: ' WRK-QTDE-LISTADOS.
       7000-LISTAR-EXIT.
           EXIT.

       7100-LISTAR-PROFESSOR.
           READ TABELA-PROFESSORES NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-PROFESSORES
                   GO TO 7100-LISTAR-PROFESSOR-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-LISTADOS.
           PERFORM 3600-EXIBIR-REGISTRO
               THRU 3600-EXIBIR-REGISTRO-EXIT.
       7100-LISTAR-PROFESSOR-EXIT.
           EXIT.

      *****************************************************
      * REGISTRA A ALTERACAO DO CADASTRO NA TRILHA DE
      * AUDITORIA, COM O CODIGO DO PROFESSOR NA CHAVE
      *****************************************************
       8000-REGISTRAR-ALTERACAO.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB38" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE WRK-EVENTO-AUDIT TO AU-EVENTO.
           MOVE PR-CODIGO TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       8000-REGISTRAR-ALTERACAO-EXIT.
           EXIT.

       9999-FINALIZAR.
           IF TABELA-ABERTA
               CLOSE TABELA-PROFESSORES
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB38" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE "FIM NORMAL DO RUN" TO AU-EVENTO.
           MOVE WRK-CHAVE-USADA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
