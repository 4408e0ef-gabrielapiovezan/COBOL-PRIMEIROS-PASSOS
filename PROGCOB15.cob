      *                    QUALQUER SEIS DIGITOS DIGITADOS NO
      *                    NOTASENT VIRAVAM ALUNO E O MESMO ALUNO
      *                    EXISTIA SOB TRES GRAFIAS NO HISTALUN
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  OPCAO 5 - APLICAR FORMANDOS: LE OS APTOS
      *                    DA AUDITORIA DE CONCLUSAO (FORMAND, DO
      *                    PROGCOB32) E, COM A CONFIRMACAO DO
      *                    OPERADOR, MARCA CADA UM COMO FORMADO
      *                    (SITUACAO 'F') COM UM REGISTRO NA TRILHA
      *                    POR ALUNO; O FORMAND E APOSENTADO DEPOIS
      *                    DA APLICACAO
      * 15/10/2026 GABPI0  A CONSULTA MOSTRA A MARCA DE
      *                    INADIMPLENCIA (AL-INADIMPLENTE, MANTIDA
      *                    PELO PROGCOB37); O ALUNO NOVO SAI EM DIA
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNOS.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT FORMANDOS-ENTRADA ASSIGN TO "FORMAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FORMAND.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MESTRE.
           COPY ALUNMAST.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       FD  FORMANDOS-ENTRADA.
           COPY FORMREC.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ALUNOS    PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      * PROGCOB02)
      *---------------------------------------------------
       77 WRK-CHAVE-USADA  PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * APLICACAO DOS FORMANDOS APONTADOS PELO PROGCOB32
      *---------------------------------------------------
       77 WRK-FS-FORMAND   PIC X(02) VALUE SPACES.
       77 WRK-FIM-FORMAND  PIC X(01) VALUE 'N'.
           88 FIM-FORMANDOS         VALUE 'S'.
       77 WRK-RESPOSTA     PIC X(01) VALUE SPACE.
       77 WRK-QTDE-FORMAND PIC 9(04) VALUE ZEROS.
       77 WRK-QTDE-FORMADOS PIC 9(04) VALUE ZEROS.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB15" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

           DISPLAY "2 - CONSULTAR POR MATRICULA".
           DISPLAY "3 - ALTERAR O NOME E A TURMA".
           DISPLAY "4 - INATIVAR O REGISTRO".
           DISPLAY "5 - APLICAR FORMANDOS (PROGCOB32)".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WRK-OPCAO FROM CONSOLE.
                   PERFORM 5000-ALTERAR THRU 5000-ALTERAR-EXIT
               WHEN 4
                   PERFORM 6000-INATIVAR THRU 6000-INATIVAR-EXIT
               WHEN 5
                   PERFORM 7000-APLICAR-FORMANDOS
                       THRU 7000-APLICAR-FORMANDOS-EXIT
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - ESCOLHA DE 0 A 5'
           END-EVALUATE.
       2000-EXIBIR-MENU-EXIT.
           EXIT.
           MOVE WRK-NOME TO AL-NOME.
           MOVE WRK-TURMA TO AL-TURMA.
           MOVE 'A' TO AL-SITUACAO.
           MOVE 'N' TO AL-INADIMPLENTE.
           ACCEPT AL-DATA-CAD FROM DATE YYYYMMDD.
           WRITE ALUNO-MESTRE-REG
               INVALID KEY
               ' TURMA: ' AL-TURMA
               ' CADASTRO: ' AL-DATA-CAD
               WITH NO ADVANCING.
           EVALUATE TRUE
               WHEN ALUNO-INATIVO
                   DISPLAY ' SITUACAO: INATIVO'
               WHEN ALUNO-FORMADO
                   DISPLAY ' SITUACAO: FORMADO'
               WHEN OTHER
                   DISPLAY ' SITUACAO: ATIVO'
           END-EVALUATE.
           IF ALUNO-INADIMPLENTE
               DISPLAY '*** ALUNO INADIMPLENTE - MENSALIDADES EM'
                   ' ATRASO ALEM DO LIMITE ***'
           END-IF.
       3600-EXIBIR-REGISTRO-EXIT.
           EXIT.
       6000-INATIVAR-EXIT.
           EXIT.

      *****************************************************
      * APLICA OS FORMANDOS DO PROGCOB32 (FORMAND): LISTA OS
      * APTOS E, CONFIRMADO PELO OPERADOR, MARCA CADA ALUNO
      * AINDA ATIVO COMO FORMADO (AL-SITUACAO 'F') - O
      * PROGCOB07 E O PROGCOB31 DEIXAM DE ACEITAR A
      * MATRICULA. CADA FORMATURA VAI PARA A TRILHA E O
      * FORMAND E APOSENTADO (REGRAVADO VAZIO) NO FINAL
      *****************************************************
       7000-APLICAR-FORMANDOS.
           MOVE ZEROS TO WRK-QTDE-FORMAND WRK-QTDE-FORMADOS.
           OPEN INPUT FORMANDOS-ENTRADA.
           IF WRK-FS-FORMAND NOT = "00"
               DISPLAY 'FORMAND NAO ENCONTRADO - RODE A AUDITORIA'
                   ' DE CONCLUSAO (PROGCOB32)'
               GO TO 7000-APLICAR-FORMANDOS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-FORMAND.
           PERFORM 7100-LISTAR-FORMANDO THRU 7100-LISTAR-FORMANDO-EXIT
               UNTIL FIM-FORMANDOS.
           CLOSE FORMANDOS-ENTRADA.
           IF WRK-QTDE-FORMAND = ZEROS
               DISPLAY 'NENHUM FORMANDO A APLICAR'
               GO TO 7000-APLICAR-FORMANDOS-EXIT
           END-IF.
           DISPLAY 'CONFIRMA A FORMATURA DOS ' WRK-QTDE-FORMAND
               ' ALUNOS ACIMA? (S/N): ' WITH NO ADVANCING.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF WRK-RESPOSTA NOT = 'S'
               DISPLAY 'APLICACAO CANCELADA - NADA FOI ALTERADO'
               GO TO 7000-APLICAR-FORMANDOS-EXIT
           END-IF.
           OPEN INPUT FORMANDOS-ENTRADA.
           MOVE 'N' TO WRK-FIM-FORMAND.
           PERFORM 7200-APLICAR-FORMANDO THRU 7200-APLICAR-FORMANDO-EXIT
               UNTIL FIM-FORMANDOS.
           CLOSE FORMANDOS-ENTRADA.
           OPEN OUTPUT FORMANDOS-ENTRADA.
           CLOSE FORMANDOS-ENTRADA.
           DISPLAY 'ALUNOS MARCADOS COMO FORMADOS: ' WRK-QTDE-FORMADOS.
       7000-APLICAR-FORMANDOS-EXIT.
           EXIT.

       7100-LISTAR-FORMANDO.
           READ FORMANDOS-ENTRADA
               AT END
                   MOVE 'S' TO WRK-FIM-FORMAND
               NOT AT END
                   ADD 1 TO WRK-QTDE-FORMAND
                   DISPLAY 'MATRICULA: ' FM-MATRICULA
                       ' NOME: ' FM-NOME ' TURMA: ' FM-TURMA
                       ' SEMESTRE: ' FM-SEMESTRE
                       ' CREDITOS: ' FM-CREDITOS
           END-READ.
       7100-LISTAR-FORMANDO-EXIT.
           EXIT.

       7200-APLICAR-FORMANDO.
           READ FORMANDOS-ENTRADA
               AT END
                   MOVE 'S' TO WRK-FIM-FORMAND
           END-READ.
           IF FIM-FORMANDOS
               GO TO 7200-APLICAR-FORMANDO-EXIT
           END-IF.
           MOVE FM-MATRICULA TO AL-MATRICULA.
           READ ALUNO-MESTRE
               INVALID KEY
                   DISPLAY 'MATRICULA ' FM-MATRICULA
                       ' NAO CADASTRADA - IGNORADA'
                   GO TO 7200-APLICAR-FORMANDO-EXIT
           END-READ.
           IF NOT ALUNO-ATIVO
               DISPLAY 'MATRICULA ' FM-MATRICULA
                   ' NAO ESTA ATIVA - IGNORADA'
               GO TO 7200-APLICAR-FORMANDO-EXIT
           END-IF.
           MOVE 'F' TO AL-SITUACAO.
           REWRITE ALUNO-MESTRE-REG
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR ALUNO ' AL-MATRICULA
                   GO TO 7200-APLICAR-FORMANDO-EXIT
           END-REWRITE.
           ADD 1 TO WRK-QTDE-FORMADOS.
           MOVE AL-MATRICULA TO WRK-CHAVE-USADA.
           DISPLAY 'MATRICULA ' AL-MATRICULA ' FORMADA'.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB15" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE "ALUNO FORMADO" TO AU-EVENTO.
           MOVE AL-MATRICULA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       7200-APLICAR-FORMANDO-EXIT.
           EXIT.

       9999-FINALIZAR.
           IF MESTRE-ABERTO
               CLOSE ALUNO-MESTRE
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB15" TO AU-PROGRAMA.
           MOVE "FIM NORMAL DO RUN" TO AU-EVENTO.
           MOVE WRK-CHAVE-USADA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
