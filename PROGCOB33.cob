       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB33.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: FECHAMENTO DO SEMESTRE LETIVO, O EQUIVALENTE
      *           DO PROGCOB04F PARA AS NOTAS: CONFERE QUE O
      *           SEMESTRE INFORMADO NO PARAMSEM NAO TEM EXCECAO
      *           ABERTA NO EXCLOG NEM ALUNO COM STATUS
      *           'RECUPERACAO' PENDENTE NO HISTALUN E MARCA O
      *           SEMESTRE COMO FECHADO NO CONTROLE (SEMCTL),
      *           COM A DATA E O OPERADOR. FECHADO, O PROGCOB07,
      *           O PROGCOB07R E O PROGCOB10 RECUSAM ATUALIZAR O
      *           SEMESTRE E MANDAM A ATUALIZACAO AO EXCLOG; SO
      *           A REABERTURA AUDITADA PELO PROGCOB34 (MENU)
      *           DEVOLVE O SEMESTRE.
      *           COM PENDENCIA O FECHAMENTO E RECUSADO, AS
      *           PENDENCIAS SAO LISTADAS E O RUN TERMINA COM
      *           RC 4; SEM O PARAMSEM OU O HISTALUN, RC 8
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      **********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-SEMESTRE ASSIGN TO "PARAMSEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
           SELECT SEMESTRE-CONTROLE ASSIGN TO "SEMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEMCTL.
           SELECT EXCECOES-LISTA ASSIGN TO "EXCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCEC.
           SELECT HISTORICO-ALUNOS ASSIGN TO "HISTALUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-CHAVE
               FILE STATUS IS WRK-FS-HIST.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * SEMESTRE A FECHAR (AAAAMM, O MESMO VALOR DO
      * HA-PERIODO)
      *****************************************************
       FD  PARAM-SEMESTRE.
       01  PARAM-SEMESTRE-REG.
           05  PS-SEMESTRE         PIC X(06).
       FD  SEMESTRE-CONTROLE.
           COPY SEMESTRC.
       FD  EXCECOES-LISTA.
           COPY EXCECREC.
       FD  HISTORICO-ALUNOS.
           COPY HISTREC.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-SEMCTL    PIC X(02) VALUE SPACES.
       77 WRK-FS-EXCEC     PIC X(02) VALUE SPACES.
       77 WRK-FS-HIST      PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-SEMESTRE     PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC X(08) VALUE SPACES.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
       77 WRK-FECHAR       PIC X(01) VALUE 'N'.
           88 FECHAMENTO-LIBERADO   VALUE 'S'.
       77 WRK-FECHOU       PIC X(01) VALUE 'N'.
           88 SEMESTRE-FOI-FECHADO  VALUE 'S'.
      *---------------------------------------------------
      * CONTROLE DOS SEMESTRES CARREGADO EM TABELA E
      * REGRAVADO INTEIRO COM O SEMESTRE FECHADO (LINHA
      * SEQUENCIAL NAO TEM REWRITE NO LUGAR)
      *---------------------------------------------------
       77 WRK-QTDE-TABELA  PIC 9(03) VALUE ZEROS.
       77 WRK-IND-TAB      PIC 9(03) VALUE ZEROS.
       77 WRK-IND-ACHADO   PIC 9(03) VALUE ZEROS.
       77 WRK-FIM-SEMCTL   PIC X(01) VALUE 'N'.
           88 FIM-SEMCTL            VALUE 'S'.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU       VALUE 'S'.
       01 TAB-SEMESTRES.
           05 SEM-IMAGEM OCCURS 200 TIMES PIC X(39).
      *---------------------------------------------------
      * VARREDURA DAS PENDENCIAS DO SEMESTRE
      *---------------------------------------------------
       77 WRK-FIM-EXCEC    PIC X(01) VALUE 'N'.
           88 FIM-EXCECOES          VALUE 'S'.
       77 WRK-FIM-HIST     PIC X(01) VALUE 'N'.
           88 FIM-HISTORICO         VALUE 'S'.
       77 WRK-QTDE-EXC-ABERTAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EXC-SEM-SEM PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-RECUPERACAO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-HIST-SEM    PIC 9(06) VALUE ZEROS.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF FECHAMENTO-LIBERADO
               PERFORM 2000-VERIFICAR-EXCECOES
                   THRU 2000-VERIFICAR-EXCECOES-EXIT
               PERFORM 3000-VERIFICAR-RECUPERACAO
                   THRU 3000-VERIFICAR-RECUPERACAO-EXIT
           END-IF.
           IF FECHAMENTO-LIBERADO
               PERFORM 4000-FECHAR-SEMESTRE
                   THRU 4000-FECHAR-SEMESTRE-EXIT
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           IF WRK-RC-RUN > ZEROS
               MOVE WRK-RC-RUN TO RETURN-CODE
           END-IF.
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
           MOVE "PROGCB33" TO AU-PROGRAMA.
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
      * LE O SEMESTRE A FECHAR (PARAMSEM) E CARREGA O
      * CONTROLE DOS SEMESTRES (SEMCTL; AUSENTE, COMECA
      * VAZIO). SEMESTRE JA FECHADO NAO TEM ACAO
      *****************************************************
       1000-INICIALIZAR.
           MOVE 'N' TO WRK-FECHAR.
           MOVE 'N' TO WRK-FECHOU.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "=========== FECHAMENTO DO SEMESTRE ===========".
           OPEN INPUT PARAM-SEMESTRE.
           IF WRK-FS-PARAM NOT = "00"
               DISPLAY 'PARAMSEM INDISPONIVEL (STATUS ' WRK-FS-PARAM
                   ') - SEMESTRE NAO INFORMADO'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           MOVE SPACES TO PS-SEMESTRE.
           READ PARAM-SEMESTRE
               AT END
                   MOVE SPACES TO PS-SEMESTRE
           END-READ.
           CLOSE PARAM-SEMESTRE.
           IF PS-SEMESTRE NOT NUMERIC
               DISPLAY 'PARAMSEM SEM SEMESTRE VALIDO (AAAAMM): ['
                   PS-SEMESTRE ']'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           MOVE PS-SEMESTRE TO WRK-SEMESTRE.
           DISPLAY 'SEMESTRE: ' WRK-SEMESTRE.
           PERFORM 1100-CARREGAR-CONTROLE
               THRU 1100-CARREGAR-CONTROLE-EXIT.
           IF WRK-RC-RUN = 8
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           IF WRK-IND-ACHADO > ZEROS
               MOVE SEM-IMAGEM (WRK-IND-ACHADO)
                   TO SEMESTRE-CONTROLE-REG
               IF SEMESTRE-FECHADO
                   DISPLAY 'SEMESTRE ' WRK-SEMESTRE
                       ' JA ESTAVA FECHADO EM ' SC-DATA-FECHO
                       ' POR ' SC-OPER-FECHO
                   GO TO 1000-INICIALIZAR-EXIT
               END-IF
           END-IF.
           MOVE 'S' TO WRK-FECHAR.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * CARREGA O SEMCTL NA TABELA E LOCALIZA A LINHA DO
      * SEMESTRE (WRK-IND-ACHADO ZERO = SEMESTRE SEM LINHA).
      * COM A TABELA ESTOURADA NADA E FECHADO E O ARQUIVO
      * FICA INTACTO
      *****************************************************
       1100-CARREGAR-CONTROLE.
           MOVE ZEROS TO WRK-QTDE-TABELA.
           MOVE ZEROS TO WRK-IND-ACHADO.
           MOVE 'N' TO WRK-TAB-CHEIA.
           OPEN INPUT SEMESTRE-CONTROLE.
           IF WRK-FS-SEMCTL = "35"
               DISPLAY 'SEMCTL AINDA NAO EXISTE - SERA CRIADO'
               GO TO 1100-CARREGAR-CONTROLE-EXIT
           END-IF.
           IF WRK-FS-SEMCTL NOT = "00"
               DISPLAY 'SEMCTL INDISPONIVEL (STATUS ' WRK-FS-SEMCTL
                   ')'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-CARREGAR-CONTROLE-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-SEMCTL.
           PERFORM 1150-LER-CONTROLE THRU 1150-LER-CONTROLE-EXIT
               UNTIL FIM-SEMCTL.
           CLOSE SEMESTRE-CONTROLE.
           IF TABELA-ESTOUROU
               DISPLAY 'SEMCTL COM MAIS DE 200 SEMESTRES - NADA'
                   ' FECHADO, ARQUIVO PRESERVADO'
               MOVE 8 TO WRK-RC-RUN
           END-IF.
       1100-CARREGAR-CONTROLE-EXIT.
           EXIT.

       1150-LER-CONTROLE.
           READ SEMESTRE-CONTROLE
               AT END
                   MOVE 'S' TO WRK-FIM-SEMCTL
               NOT AT END
                   IF WRK-QTDE-TABELA < 200
                       ADD 1 TO WRK-QTDE-TABELA
                       MOVE SEMESTRE-CONTROLE-REG
                           TO SEM-IMAGEM (WRK-QTDE-TABELA)
                       IF SC-SEMESTRE = WRK-SEMESTRE
                           MOVE WRK-QTDE-TABELA TO WRK-IND-ACHADO
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-TAB-CHEIA
                       MOVE 'S' TO WRK-FIM-SEMCTL
                   END-IF
           END-READ.
       1150-LER-CONTROLE-EXIT.
           EXIT.

      *****************************************************
      * PERCORRE O EXCLOG: EXCECAO ABERTA DO SEMESTRE
      * IMPEDE O FECHAMENTO. EXCECAO ABERTA SEM SEMESTRE
      * (GRAVADA ANTES DO CAMPO EXISTIR) SO E AVISADA - PODE
      * SER DE QUALQUER SEMESTRE E DEVE SER TRATADA NO
      * PROGCOB10. SEM O EXCLOG NAO HA EXCECAO
      *****************************************************
       2000-VERIFICAR-EXCECOES.
           MOVE ZEROS TO WRK-QTDE-EXC-ABERTAS WRK-QTDE-EXC-SEM-SEM.
           OPEN INPUT EXCECOES-LISTA.
           IF WRK-FS-EXCEC NOT = "00"
               DISPLAY 'EXCLOG NAO ENCONTRADO - NENHUMA EXCECAO'
                   ' ABERTA'
               GO TO 2000-VERIFICAR-EXCECOES-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-EXCEC.
           PERFORM 2100-LER-EXCECAO THRU 2100-LER-EXCECAO-EXIT
               UNTIL FIM-EXCECOES.
           CLOSE EXCECOES-LISTA.
           IF WRK-QTDE-EXC-SEM-SEM > ZEROS
               DISPLAY 'AVISO: ' WRK-QTDE-EXC-SEM-SEM
                   ' EXCECAO(OES) ABERTA(S) SEM SEMESTRE NO EXCLOG'
                   ' - TRATAR NO PROGCOB10'
           END-IF.
           IF WRK-QTDE-EXC-ABERTAS > ZEROS
               MOVE 'N' TO WRK-FECHAR
           END-IF.
       2000-VERIFICAR-EXCECOES-EXIT.
           EXIT.

       2100-LER-EXCECAO.
           READ EXCECOES-LISTA
               AT END
                   MOVE 'S' TO WRK-FIM-EXCEC
               NOT AT END
                   IF EXCECAO-ABERTA
                       PERFORM 2200-CLASSIFICAR-EXCECAO
                           THRU 2200-CLASSIFICAR-EXCECAO-EXIT
                   END-IF
           END-READ.
       2100-LER-EXCECAO-EXIT.
           EXIT.

       2200-CLASSIFICAR-EXCECAO.
           IF EX-SEMESTRE = SPACES
               ADD 1 TO WRK-QTDE-EXC-SEM-SEM
               GO TO 2200-CLASSIFICAR-EXCECAO-EXIT
           END-IF.
           IF EX-SEMESTRE NOT = WRK-SEMESTRE
               GO TO 2200-CLASSIFICAR-EXCECAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-EXC-ABERTAS.
           DISPLAY 'PENDENTE - EXCECAO ABERTA: ' EX-MATRICULA ' '
               EX-NOME ' ' EX-DISCIPLINA ' ' EX-CAMPO ' ['
               EX-VALOR '] ' EX-PROGRAMA ' ' EX-DATA.
       2200-CLASSIFICAR-EXCECAO-EXIT.
           EXIT.

      *****************************************************
      * PERCORRE O HISTALUN INTEIRO: REGISTRO DO SEMESTRE
      * AINDA EM 'RECUPERACAO' (EXAME SEM RESULTADO NO
      * PROGCOB07R) IMPEDE O FECHAMENTO. SEM O HISTALUN O
      * FECHAMENTO NAO PODE SER CONFERIDO - RC 8
      *****************************************************
       3000-VERIFICAR-RECUPERACAO.
           MOVE ZEROS TO WRK-QTDE-RECUPERACAO WRK-QTDE-HIST-SEM.
           OPEN INPUT HISTORICO-ALUNOS.
           IF WRK-FS-HIST NOT = "00"
               DISPLAY 'HISTALUN INDISPONIVEL (STATUS ' WRK-FS-HIST
                   ')'
               MOVE 8 TO WRK-RC-RUN
               MOVE 'N' TO WRK-FECHAR
               GO TO 3000-VERIFICAR-RECUPERACAO-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-HIST.
           MOVE LOW-VALUES TO HA-CHAVE.
           START HISTORICO-ALUNOS KEY IS NOT LESS THAN HA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-HIST
           END-START.
           PERFORM 3100-LER-HISTORICO THRU 3100-LER-HISTORICO-EXIT
               UNTIL FIM-HISTORICO.
           CLOSE HISTORICO-ALUNOS.
           DISPLAY 'REGISTROS DO SEMESTRE NO HISTALUN: '
               WRK-QTDE-HIST-SEM.
           IF WRK-QTDE-RECUPERACAO > ZEROS
               MOVE 'N' TO WRK-FECHAR
           END-IF.
       3000-VERIFICAR-RECUPERACAO-EXIT.
           EXIT.

       3100-LER-HISTORICO.
           READ HISTORICO-ALUNOS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-HIST
               NOT AT END
                   IF HA-PERIODO = WRK-SEMESTRE
                       ADD 1 TO WRK-QTDE-HIST-SEM
                       IF HA-STATUS = 'RECUPERACAO'
                           ADD 1 TO WRK-QTDE-RECUPERACAO
                           DISPLAY 'PENDENTE - RECUPERACAO SEM'
                               ' RESULTADO: ' HA-MATRICULA ' '
                               HA-NOME ' ' HA-DISCIPLINA
                       END-IF
                   END-IF
           END-READ.
       3100-LER-HISTORICO-EXIT.
           EXIT.

      *****************************************************
      * MARCA O SEMESTRE COMO FECHADO NA TABELA (LINHA NOVA
      * SE O SEMESTRE NAO TINHA LINHA), COM A DATA E O
      * OPERADOR, E REGRAVA O SEMCTL INTEIRO. O JOB ALOCA O
      * ARQUIVO COM DISP=OLD, ENTAO O OPEN OUTPUT SUBSTITUI
      *****************************************************
       4000-FECHAR-SEMESTRE.
           IF WRK-IND-ACHADO = ZEROS
               IF WRK-QTDE-TABELA NOT LESS THAN 200
                   DISPLAY 'SEMCTL SEM ESPACO PARA O SEMESTRE -'
                       ' NADA FECHADO'
                   MOVE 8 TO WRK-RC-RUN
                   GO TO 4000-FECHAR-SEMESTRE-EXIT
               END-IF
               ADD 1 TO WRK-QTDE-TABELA
               MOVE WRK-QTDE-TABELA TO WRK-IND-ACHADO
               MOVE SPACES TO SEMESTRE-CONTROLE-REG
               MOVE WRK-SEMESTRE TO SC-SEMESTRE
           ELSE
               MOVE SEM-IMAGEM (WRK-IND-ACHADO)
                   TO SEMESTRE-CONTROLE-REG
           END-IF.
           MOVE 'F' TO SC-SITUACAO.
           MOVE WRK-DATA-HOJE TO SC-DATA-FECHO.
           MOVE WRK-OPERADOR TO SC-OPER-FECHO.
           MOVE SEMESTRE-CONTROLE-REG TO SEM-IMAGEM (WRK-IND-ACHADO).
           OPEN OUTPUT SEMESTRE-CONTROLE.
           MOVE ZEROS TO WRK-IND-TAB.
           PERFORM 4100-GRAVAR-CONTROLE THRU 4100-GRAVAR-CONTROLE-EXIT
               UNTIL WRK-IND-TAB NOT LESS THAN WRK-QTDE-TABELA.
           CLOSE SEMESTRE-CONTROLE.
           MOVE 'S' TO WRK-FECHOU.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB33" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE "SEMESTRE FECHADO" TO AU-EVENTO.
           MOVE WRK-SEMESTRE TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
           DISPLAY 'SEMESTRE ' WRK-SEMESTRE ' FECHADO EM '
               WRK-DATA-HOJE ' POR ' WRK-OPERADOR.
       4000-FECHAR-SEMESTRE-EXIT.
           EXIT.

       4100-GRAVAR-CONTROLE.
           ADD 1 TO WRK-IND-TAB.
           MOVE SEM-IMAGEM (WRK-IND-TAB) TO SEMESTRE-CONTROLE-REG.
           WRITE SEMESTRE-CONTROLE-REG.
       4100-GRAVAR-CONTROLE-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME O RESUMO DAS PENDENCIAS, DEFINE O RC (4 COM
      * FECHAMENTO RECUSADO POR PENDENCIA) E REGISTRA O
      * TERMINO NA AUDITORIA
      *****************************************************
       9999-FINALIZAR.
           IF WRK-RC-RUN = ZEROS AND NOT SEMESTRE-FOI-FECHADO
               AND (WRK-QTDE-EXC-ABERTAS > ZEROS
                    OR WRK-QTDE-RECUPERACAO > ZEROS)
               MOVE 4 TO WRK-RC-RUN
               DISPLAY '*** FECHAMENTO RECUSADO - SEMESTRE '
                   WRK-SEMESTRE ' COM PENDENCIAS ***'
           END-IF.
           DISPLAY "=============================================".
           DISPLAY 'EXCECOES ABERTAS DO SEMESTRE: '
               WRK-QTDE-EXC-ABERTAS.
           DISPLAY 'EXCECOES ABERTAS SEM SEMESTRE: '
               WRK-QTDE-EXC-SEM-SEM.
           DISPLAY 'RECUPERACOES PENDENTES......: '
               WRK-QTDE-RECUPERACAO.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB33" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF WRK-RC-RUN = 8
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           ELSE
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           END-IF.
           MOVE WRK-SEMESTRE TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
