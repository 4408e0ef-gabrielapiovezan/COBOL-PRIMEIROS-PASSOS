      *                    NUNCA CHEGAVA AO HISTALUN E O TRANSCRIPT
      *                    MOSTRAVA O ALUNO EM RECUPERACAO PARA
      *                    SEMPRE
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  RESULTADO DE SEMESTRE FECHADO NO SEMCTL
      *                    (PROGCOB33) NAO E APLICADO: VAI PARA O
      *                    EXCLOG (CAMPO 'SEMESTRE', VALOR
      *                    'FECHADO') ATE A REABERTURA PELO
      *                    PROGCOB34. A EXCECAO PASSA A GRAVAR O
      *                    PERIODO E A DISCIPLINA DO RESULTADO
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT EXCECOES-LISTA ASSIGN TO "EXCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCEC.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT SEMESTRE-CONTROLE ASSIGN TO "SEMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEMCTL.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
           05  PL-LIM-BONUS        PIC 9(02).
       FD  EXCECOES-LISTA.
           COPY EXCECREC.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
      *****************************************************
      * CONTROLE DOS SEMESTRES LETIVOS (FECHADOS PELO
      * PROGCOB33)
      *****************************************************
       FD  SEMESTRE-CONTROLE.
           COPY SEMESTRC.
       WORKING-STORAGE SECTION.
       77 WRK-FS-RECUP     PIC X(02) VALUE SPACES.
       77 WRK-FS-HIST      PIC X(02) VALUE SPACES.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-EXCEC     PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
       77 WRK-QTDE-APROVADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-REPROVADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EXCECOES  PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * SEMESTRES FECHADOS NO SEMCTL: RESULTADO DE PERIODO
      * FECHADO NAO E APLICADO E VAI PARA O EXCLOG. SEM O
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
           MOVE "PROGCB7R" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1100-LER-PARAMETROS THRU 1100-LER-PARAMETROS-EXIT.
           PERFORM 1200-CARREGAR-SEMESTRES
               THRU 1200-CARREGAR-SEMESTRES-EXIT.
           DISPLAY "====== RESULTADOS DO EXAME DE RECUPERACAO ======".
           PERFORM 2100-LER-RESULTADO THRU 2100-LER-RESULTADO-EXIT.
       1000-INICIALIZAR-EXIT.
       1100-LER-PARAMETROS-EXIT.
           EXIT.

      *****************************************************
      * CARREGA OS SEMESTRES FECHADOS DO SEMCTL NA TABELA.
      * SEM O ARQUIVO NENHUM SEMESTRE ESTA FECHADO
      *****************************************************
       1200-CARREGAR-SEMESTRES.
           MOVE ZEROS TO WRK-QTDE-FECHADOS.
           OPEN INPUT SEMESTRE-CONTROLE.
           IF WRK-FS-SEMCTL NOT = "00"
               DISPLAY 'SEMCTL NAO ENCONTRADO - NENHUM SEMESTRE'
                   ' FECHADO'
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
      * PROCESSA UM RESULTADO: VALIDA A ENTRADA, LOCALIZA O
      * REGISTRO EM RECUPERACAO NO HISTORICO, CALCULA A
      * PERMANECE) E REGRAVA COM O STATUS DEFINITIVO
      *****************************************************
       3000-ATUALIZAR-HISTORICO.
      *----------------------------------------------------
      *    PERIODO FECHADO NO SEMCTL NAO E ATUALIZADO - O
      *    RESULTADO VAI PARA O EXCLOG
      *----------------------------------------------------
           PERFORM 3100-VERIFICAR-SEMESTRE
               THRU 3100-VERIFICAR-SEMESTRE-EXIT.
           IF SEMESTRE-BLOQUEADO
               MOVE 'SEMESTRE' TO WRK-EX-CAMPO
               MOVE 'FECHADO' TO WRK-EX-VALOR
               PERFORM 2900-GRAVAR-EXCECAO
                   THRU 2900-GRAVAR-EXCECAO-EXIT
               GO TO 3000-ATUALIZAR-HISTORICO-EXIT
           END-IF.
           MOVE WRK-MATRICULA TO HA-MATRICULA.
           MOVE RC-PERIODO TO HA-PERIODO.
           MOVE WRK-DISCIPLINA TO HA-DISCIPLINA.
       3000-ATUALIZAR-HISTORICO-EXIT.
           EXIT.

      *****************************************************
      * PROCURA O PERIODO DO RESULTADO NA TABELA DOS
      * SEMESTRES FECHADOS DO SEMCTL
      *****************************************************
       3100-VERIFICAR-SEMESTRE.
           MOVE 'N' TO WRK-SEM-FECHADO.
           MOVE ZEROS TO WRK-IND-FECHADO.
           PERFORM 3150-COMPARAR-SEMESTRE
               THRU 3150-COMPARAR-SEMESTRE-EXIT
               UNTIL SEMESTRE-BLOQUEADO
                   OR WRK-IND-FECHADO NOT LESS THAN WRK-QTDE-FECHADOS.
       3100-VERIFICAR-SEMESTRE-EXIT.
           EXIT.

       3150-COMPARAR-SEMESTRE.
           ADD 1 TO WRK-IND-FECHADO.
           IF FEC-SEMESTRE (WRK-IND-FECHADO) = RC-PERIODO
               MOVE 'S' TO WRK-SEM-FECHADO
           END-IF.
       3150-COMPARAR-SEMESTRE-EXIT.
           EXIT.

      *****************************************************
      * GRAVA NA LISTA DE EXCECOES (EXCLOG) O RESULTADO QUE
      * NAO PODE SER APLICADO, PARA CORRECAO PELO PROGCOB10,
           MOVE 'A' TO EX-SITUACAO.
           MOVE SPACES TO EX-TRAT-QUEM.
           MOVE SPACES TO EX-TRAT-DATA.
           MOVE RC-PERIODO TO EX-SEMESTRE.
           MOVE RC-DISCIPLINA TO EX-DISCIPLINA.
           WRITE EXCECAO-REG.
           CLOSE EXCECOES-LISTA.
       2900-GRAVAR-EXCECAO-EXIT.
           DISPLAY 'APROVADOS............: ' WRK-QTDE-APROVADOS.
           DISPLAY 'REPROVADOS...........: ' WRK-QTDE-REPROVADOS.
           DISPLAY 'EXCECOES NO EXCLOG...: ' WRK-QTDE-EXCECOES.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB7R" TO AU-PROGRAMA.
           END-IF.
           MOVE WRK-MATRICULA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
