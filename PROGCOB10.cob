      *                    ARRANQUE DO SEMESTRE O OPERADOR PASSOU
      *                    DOIS DIAS TRATANDO 300 EXCECOES UMA A
      *                    UMA
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  A EXCECAO PASSA A TRAZER O SEMESTRE E A
      *                    DISCIPLINA (EXCECREC) E A RESSUBMISSAO
      *                    SAI COM ELES, EM VEZ DO PERIODO DA
      *                    DATA DO RUN. EXCECAO DE SEMESTRE
      *                    FECHADO NO SEMCTL (PROGCOB33) NAO PODE
      *                    SER CORRIGIDA - NA SESSAO E RECUSADA E
      *                    NO LOTE NAO E MARCADA, FICANDO ABERTA
      *                    NO EXCLOG ATE A REABERTURA PELO
      *                    PROGCOB34; O DESCARTE CONTINUA LIVRE
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CORRECOES-ENTRADA ASSIGN TO "CORRECEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CORREC.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT SEMESTRE-CONTROLE ASSIGN TO "SEMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEMCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCECOES-LISTA.
           05  NR-TURMA            PIC X(05).
           05  NR-SEMESTRE         PIC X(06).
           05  NR-DISCIPLINA       PIC X(04).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
           05  CR-NOTA2            PIC X(03).
           05  CR-NOTA3            PIC X(03).
           05  CR-DISCIPLINA       PIC X(04).
      *****************************************************
      * CONTROLE DOS SEMESTRES LETIVOS (FECHADOS PELO
      * PROGCOB33)
      *****************************************************
       FD  SEMESTRE-CONTROLE.
           COPY SEMESTRC.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EXCEC     PIC X(02) VALUE SPACES.
       77 WRK-FS-RESSUB    PIC X(02) VALUE SPACES.
       77 WRK-QTDE-REJ-LOTE  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-MARCADAS  PIC 9(06) VALUE ZEROS.
       77 WRK-NOME-EXCECAO   PIC X(20) VALUE SPACES.
       77 WRK-SEM-EXCECAO    PIC X(06) VALUE SPACES.
       77 WRK-QTDE-RETIDAS   PIC 9(06) VALUE ZEROS.
       77 WRK-LOTE-NOTA-OK   PIC X(01) VALUE 'N'.
           88 NOTAS-LOTE-VALIDAS    VALUE 'S'.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
       77 WRK-QTDE-DESCARTADAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-PULADAS   PIC 9(06) VALUE ZEROS.
       77 WRK-ULT-MATRICULA  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-RECUSADAS PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * SEMESTRES FECHADOS NO SEMCTL: EXCECAO DE SEMESTRE
      * FECHADO NAO E CORRIGIDA (SO DESCARTADA). SEM O
      * ARQUIVO NENHUM SEMESTRE ESTA FECHADO
      *---------------------------------------------------
       77 WRK-FS-SEMCTL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-SEMCTL     PIC X(01) VALUE 'N'.
           88 FIM-SEMCTL             VALUE 'S'.
       77 WRK-SEM-FECHADO    PIC X(01) VALUE 'N'.
           88 SEMESTRE-BLOQUEADO     VALUE 'S'.
       77 WRK-QTDE-FECHADOS  PIC 9(03) VALUE ZEROS.
       77 WRK-IND-FECHADO    PIC 9(03) VALUE ZEROS.
       01 TAB-SEMESTRES-FECHADOS.
           05 FEC-SEMESTRE OCCURS 200 TIMES PIC X(06).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB10" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

           MOVE ZEROS TO WRK-QTDE-TABELA WRK-QTDE-ABERTAS
               WRK-QTDE-CORRIGIDAS WRK-QTDE-DESCARTADAS
               WRK-QTDE-PULADAS WRK-ULT-MATRICULA
               WRK-QTDE-APLICADAS WRK-QTDE-REJ-LOTE
               WRK-QTDE-RECUSADAS.
           MOVE 'N' TO WRK-MODO-LOTE.
           MOVE SPACES TO WRK-FS-RESSUB.
           OPEN INPUT EXCECOES-LISTA.
               THRU 1100-CARREGAR-EXCECAO-EXIT
               UNTIL FIM-ARQUIVO.
           CLOSE EXCECOES-LISTA.
           PERFORM 1200-CARREGAR-SEMESTRES
               THRU 1200-CARREGAR-SEMESTRES-EXIT.
           OPEN EXTEND NOTAS-RESSUB.
           IF WRK-FS-RESSUB = "35"
               OPEN OUTPUT NOTAS-RESSUB
       1100-CARREGAR-EXCECAO-EXIT.
           EXIT.

      *****************************************************
      * CARREGA OS SEMESTRES FECHADOS DO SEMCTL NA TABELA.
      * SEM O ARQUIVO NENHUM SEMESTRE ESTA FECHADO
      *****************************************************
       1200-CARREGAR-SEMESTRES.
           MOVE ZEROS TO WRK-QTDE-FECHADOS.
           OPEN INPUT SEMESTRE-CONTROLE.
           IF WRK-FS-SEMCTL NOT = "00"
               GO TO 1200-CARREGAR-SEMESTRES-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-SEMCTL.
           PERFORM 1250-LER-SEMESTRE THRU 1250-LER-SEMESTRE-EXIT
               UNTIL FIM-SEMCTL.
           CLOSE SEMESTRE-CONTROLE.
       1200-CARREGAR-SEMESTRES-EXIT.
           EXIT.

       1250-LER-SEMESTRE.
           READ SEMESTRE-CONTROLE
               AT END
                   MOVE 'S' TO WRK-FIM-SEMCTL
               NOT AT END
                   IF SEMESTRE-FECHADO
                       IF WRK-QTDE-FECHADOS < 200
                           ADD 1 TO WRK-QTDE-FECHADOS
                           MOVE SC-SEMESTRE
                               TO FEC-SEMESTRE (WRK-QTDE-FECHADOS)
                       ELSE
                           DISPLAY 'TABELA DE SEMESTRES CHEIA -'
                               ' SEMESTRE ' SC-SEMESTRE ' IGNORADO'
                       END-IF
                   END-IF
           END-READ.
       1250-LER-SEMESTRE-EXIT.
           EXIT.

      *****************************************************
      * MOSTRA A PROXIMA EXCECAO ABERTA AO OPERADOR E
      * PERGUNTA SE CORRIGE (S), DESCARTA (D), PULA (N) OU
           DISPLAY 'MATRICULA: ' EX-MATRICULA ' NOME: ' EX-NOME.
           DISPLAY 'CAMPO    : ' EX-CAMPO ' VALOR RUIM: [' EX-VALOR
               ']'.
           DISPLAY 'SEMESTRE : ' EX-SEMESTRE ' DISCIPLINA: '
               EX-DISCIPLINA.
           DISPLAY 'TRATAR (S=CORRIGIR D=DESCARTAR N=PULAR F=FIM)? '
               WITH NO ADVANCING.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           IF CORRIGIR-EXCECAO
               PERFORM 2600-VERIFICAR-SEMESTRE
                   THRU 2600-VERIFICAR-SEMESTRE-EXIT
               IF SEMESTRE-BLOQUEADO
                   ADD 1 TO WRK-QTDE-RECUSADAS
                   DISPLAY 'SEMESTRE ' EX-SEMESTRE ' FECHADO -'
                       ' CORRECAO RECUSADA, EXCECAO CONTINUA ABERTA'
                   GO TO 2000-TRATAR-EXCECAO-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CORRIGIR-EXCECAO
                   PERFORM 3000-CORRIGIR-NOTAS
       2000-TRATAR-EXCECAO-EXIT.
           EXIT.

      *****************************************************
      * PROCURA O SEMESTRE DA EXCECAO CORRENTE NA TABELA DOS
      * SEMESTRES FECHADOS DO SEMCTL (EXCECAO ANTIGA, SEM
      * SEMESTRE, NAO E BLOQUEADA)
      *****************************************************
       2600-VERIFICAR-SEMESTRE.
           MOVE 'N' TO WRK-SEM-FECHADO.
           IF EX-SEMESTRE = SPACES
               GO TO 2600-VERIFICAR-SEMESTRE-EXIT
           END-IF.
           MOVE ZEROS TO WRK-IND-FECHADO.
           PERFORM 2650-COMPARAR-SEMESTRE
               THRU 2650-COMPARAR-SEMESTRE-EXIT
               UNTIL SEMESTRE-BLOQUEADO
                   OR WRK-IND-FECHADO NOT LESS THAN WRK-QTDE-FECHADOS.
       2600-VERIFICAR-SEMESTRE-EXIT.
           EXIT.

       2650-COMPARAR-SEMESTRE.
           ADD 1 TO WRK-IND-FECHADO.
           IF FEC-SEMESTRE (WRK-IND-FECHADO) = EX-SEMESTRE
               MOVE 'S' TO WRK-SEM-FECHADO
           END-IF.
       2650-COMPARAR-SEMESTRE-EXIT.
           EXIT.

      *****************************************************
      * MARCA QUEM TRATOU E QUANDO E DEVOLVE O REGISTRO
      * ATUALIZADO PARA A TABELA DA SESSAO
           MOVE COR-NOTA (2) TO NR-NOTA2.
           MOVE COR-NOTA (3) TO NR-NOTA3.
           MOVE SPACES TO NR-TURMA.
           MOVE EX-SEMESTRE TO NR-SEMESTRE.
           MOVE EX-DISCIPLINA TO NR-DISCIPLINA.
           WRITE NOTAS-RESSUB-REG.
           ADD 1 TO WRK-QTDE-CORRIGIDAS.
           MOVE EX-MATRICULA TO WRK-ULT-MATRICULA.
           END-IF.
           PERFORM 5300-MARCAR-MATRICULA
               THRU 5300-MARCAR-MATRICULA-EXIT.
           IF WRK-QTDE-MARCADAS = ZEROS AND WRK-QTDE-RETIDAS > ZEROS
               ADD 1 TO WRK-QTDE-REJ-LOTE
               DISPLAY 'REJEITADA - MATRICULA ' CR-MATRICULA
                   ' EXCECOES DE SEMESTRE FECHADO NO SEMCTL'
               GO TO 5200-LER-PROXIMA
           END-IF.
           IF WRK-QTDE-MARCADAS = ZEROS
               ADD 1 TO WRK-QTDE-REJ-LOTE
               DISPLAY 'REJEITADA - MATRICULA ' CR-MATRICULA
                   ' SEM EXCECAO ABERTA NO EXCLOG'
               GO TO 5200-LER-PROXIMA
           END-IF.
           IF WRK-QTDE-RETIDAS > ZEROS
               DISPLAY 'MATRICULA ' CR-MATRICULA ': '
                   WRK-QTDE-RETIDAS ' EXCECAO(OES) DE SEMESTRE'
                   ' FECHADO CONTINUA(M) ABERTA(S)'
           END-IF.
           ADD 1 TO WRK-QTDE-APLICADAS.
           IF CORRECAO-CORRIGIR
               PERFORM 5500-GRAVAR-RESSUB-LOTE
      *****************************************************
      * MARCA TODAS AS EXCECOES ABERTAS DA MATRICULA DA
      * CORRECAO COM A SITUACAO DA ACAO, QUEM TRATOU E
      * QUANDO, GUARDANDO O NOME E O SEMESTRE PARA A
      * RESSUBMISSAO. NA CORRECAO, EXCECAO DE SEMESTRE
      * FECHADO NO SEMCTL NAO E MARCADA E FICA ABERTA
      *****************************************************
       5300-MARCAR-MATRICULA.
           MOVE ZEROS TO WRK-QTDE-MARCADAS.
           MOVE ZEROS TO WRK-QTDE-RETIDAS.
           MOVE SPACES TO WRK-NOME-EXCECAO.
           MOVE SPACES TO WRK-SEM-EXCECAO.
           MOVE ZEROS TO WRK-IND.
           PERFORM 5350-MARCAR-EXCECAO
               THRU 5350-MARCAR-EXCECAO-EXIT
       5350-MARCAR-EXCECAO.
           ADD 1 TO WRK-IND.
           MOVE EXC-IMAGEM (WRK-IND) TO EXCECAO-REG.
           IF NOT EXCECAO-ABERTA OR EX-MATRICULA NOT = CR-MATRICULA
               GO TO 5350-MARCAR-EXCECAO-EXIT
           END-IF.
           IF CORRECAO-CORRIGIR
               PERFORM 2600-VERIFICAR-SEMESTRE
                   THRU 2600-VERIFICAR-SEMESTRE-EXIT
               IF SEMESTRE-BLOQUEADO
                   ADD 1 TO WRK-QTDE-RETIDAS
                   GO TO 5350-MARCAR-EXCECAO-EXIT
               END-IF
           END-IF.
           ADD 1 TO WRK-QTDE-MARCADAS.
           IF WRK-NOME-EXCECAO = SPACES
               MOVE EX-NOME TO WRK-NOME-EXCECAO
           END-IF.
           IF WRK-SEM-EXCECAO = SPACES
               MOVE EX-SEMESTRE TO WRK-SEM-EXCECAO
           END-IF.
           IF CORRECAO-CORRIGIR
               MOVE 'C' TO EX-SITUACAO
           ELSE
               MOVE 'D' TO EX-SITUACAO
           END-IF.
           PERFORM 2800-MARCAR-TRATAMENTO
               THRU 2800-MARCAR-TRATAMENTO-EXIT.
           ADD 1 TO WRK-QTDE-ABERTAS.
           MOVE EX-MATRICULA TO WRK-ULT-MATRICULA.
       5350-MARCAR-EXCECAO-EXIT.
           EXIT.


      *****************************************************
      * GRAVA A RESSUBMISSAO DA CORRECAO NO FORMATO DO
      * NOTASENT, COM O NOME E O SEMESTRE DA EXCECAO
      * TRATADA E A DISCIPLINA DO ARQUIVO DE CORRECOES
      *****************************************************
       5500-GRAVAR-RESSUB-LOTE.
           MOVE CR-MATRICULA TO NR-MATRICULA.
           MOVE CR-NOTA2 TO NR-NOTA2.
           MOVE CR-NOTA3 TO NR-NOTA3.
           MOVE SPACES TO NR-TURMA.
           MOVE WRK-SEM-EXCECAO TO NR-SEMESTRE.
           MOVE CR-DISCIPLINA TO NR-DISCIPLINA.
           WRITE NOTAS-RESSUB-REG.
       5500-GRAVAR-RESSUB-LOTE-EXIT.
           DISPLAY 'CORRIGIDAS.............: ' WRK-QTDE-CORRIGIDAS.
           DISPLAY 'DESCARTADAS............: ' WRK-QTDE-DESCARTADAS.
           DISPLAY 'PULADAS................: ' WRK-QTDE-PULADAS.
           DISPLAY 'RECUSADAS (SEM FECHADO): ' WRK-QTDE-RECUSADAS.
           IF WRK-FS-RESSUB = "00"
               CLOSE NOTAS-RESSUB
           END-IF.
      * TILHADA (AUDITLOG) REGISTRANDO O TERMINO DESTE RUN
      *****************************************************
       9900-REGISTRAR-AUDITORIA.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB10" TO AU-PROGRAMA.
           MOVE "FIM NORMAL DO RUN" TO AU-EVENTO.
           MOVE WRK-ULT-MATRICULA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9900-REGISTRAR-AUDITORIA-EXIT.
           EXIT.
