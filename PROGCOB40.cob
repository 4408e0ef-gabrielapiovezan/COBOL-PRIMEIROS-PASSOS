       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB40.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: RELATORIO DE NOTAS PENDENTES DO SEMESTRE
      *           (NOTASPND): CONFRONTA CADA OFERTA DE
      *           DISCIPLINA DO SEMESTRE DO PARAMPND (OFERTAS,
      *           PROGCOB39) COM A LISTA DE ALUNOS ATIVOS DA
      *           TURMA NO MESTRE (ALUNMAST) E COM AS NOTAS JA
      *           GRAVADAS NO HISTALUN. A OFERTA SEM NENHUMA
      *           NOTA SAI COMO 'SEM NOTAS' E A OFERTA COM
      *           NOTA SO DE PARTE DA TURMA SAI COMO 'PARCIAL',
      *           COM OS ALUNOS QUE FALTAM. O RELATORIO E
      *           AGRUPADO POR PROFESSOR (PROFTAB). ANTES DO
      *           PRAZO DE ENTREGA DO PARAMPND A POSICAO E
      *           SO INFORMATIVA; VENCIDO O PRAZO, OFERTA
      *           PENDENTE TERMINA O RUN COM RC 4. SEM O
      *           PARAMPND, AS OFERTAS, O MESTRE OU O
      *           HISTALUN, RC 8
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
           SELECT PARAM-PENDENCIAS ASSIGN TO "PARAMPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
           SELECT OFERTAS-DISCIPLINA ASSIGN TO "OFERTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OF-CHAVE
               FILE STATUS IS WRK-FS-OFERTAS.
           SELECT TABELA-PROFESSORES ASSIGN TO "PROFTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CODIGO
               FILE STATUS IS WRK-FS-PROFESSORES.
           SELECT ALUNO-MESTRE ASSIGN TO "ALUNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNOS.
           SELECT HISTORICO-ALUNOS ASSIGN TO "HISTALUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-CHAVE
               FILE STATUS IS WRK-FS-HIST.
           SELECT RELATORIO-PENDENCIAS ASSIGN TO "NOTASPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAT.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * SEMESTRE DO RELATORIO (AAAAMM, O MESMO VALOR DO
      * HA-PERIODO) E O PRAZO DE ENTREGA DAS NOTAS
      * (AAAAMMDD; EM BRANCO, O PRAZO JA VENCEU)
      *****************************************************
       FD  PARAM-PENDENCIAS.
       01  PARAM-PENDENCIAS-REG.
           05  PP-SEMESTRE         PIC X(06).
           05  PP-DATA-PRAZO       PIC X(08).
       FD  OFERTAS-DISCIPLINA.
           COPY OFERREC.
       FD  TABELA-PROFESSORES.
           COPY PROFREC.
       FD  ALUNO-MESTRE.
           COPY ALUNMAST.
       FD  HISTORICO-ALUNOS.
           COPY HISTREC.
       FD  RELATORIO-PENDENCIAS.
       01  RELATORIO-PENDENCIAS-LINHA PIC X(100).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
      *****************************************************
      * PENDENCIA APURADA: TIPO 'O' E A LINHA DA OFERTA
      * (COM AS CONTAGENS), TIPO 'A' E UM ALUNO SEM NOTA NA
      * OFERTA PARCIAL - A CLASSIFICACAO POR PROFESSOR,
      * TURMA, DISCIPLINA E TIPO POE OS ALUNOS LOGO ABAIXO
      * DA SUA OFERTA
      *****************************************************
       SD  ARQ-CLASSIFICACAO.
       01  CLASSIFICACAO-REG.
           05  SRT-PROFESSOR       PIC X(06).
           05  SRT-TURMA           PIC X(05).
           05  SRT-DISCIPLINA      PIC X(04).
           05  SRT-TIPO            PIC X(01).
               88  SRT-OFERTA             VALUE 'O'.
               88  SRT-ALUNO              VALUE 'A'.
           05  SRT-MATRICULA       PIC 9(06).
           05  SRT-NOME            PIC X(20).
           05  SRT-ESPERADAS       PIC 9(04).
           05  SRT-LANCADAS        PIC 9(04).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-OFERTAS   PIC X(02) VALUE SPACES.
       77 WRK-FS-PROFESSORES PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNOS    PIC X(02) VALUE SPACES.
       77 WRK-FS-HIST      PIC X(02) VALUE SPACES.
       77 WRK-FS-RELAT     PIC X(02) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
       77 WRK-RUN-OK       PIC X(01) VALUE 'N'.
           88 RUN-VALIDO            VALUE 'S'.
       77 WRK-PROF-OK      PIC X(01) VALUE 'N'.
           88 PROFESSORES-ABERTOS   VALUE 'S'.
       77 WRK-FIM-OFERTAS  PIC X(01) VALUE 'N'.
           88 FIM-OFERTAS           VALUE 'S'.
       77 WRK-FIM-ALUNOS   PIC X(01) VALUE 'N'.
           88 FIM-ALUNOS            VALUE 'S'.
       77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICACAO     VALUE 'S'.
      *---------------------------------------------------
      * SEMESTRE E PRAZO DO PARAMPND; ANTES DO PRAZO O
      * RELATORIO E UMA POSICAO PARCIAL E NAO LEVANTA RC 4
      *---------------------------------------------------
       77 WRK-SEMESTRE     PIC X(06) VALUE SPACES.
       77 WRK-DATA-PRAZO   PIC X(08) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC X(08) VALUE SPACES.
       77 WRK-PRAZO-SIT    PIC X(01) VALUE 'S'.
           88 PRAZO-VENCIDO         VALUE 'S'.
      *---------------------------------------------------
      * LISTA DE ALUNOS ATIVOS DO MESTRE (MATRICULA, NOME E
      * TURMA), CARREGADA UMA VEZ. TABELA ESTOURADA DEIXA
      * O RELATORIO INCOMPLETO E O RUN E BLOQUEADO (RC 8)
      *---------------------------------------------------
       77 WRK-QTDE-ALUNOS  PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ALUNO    PIC 9(04) VALUE ZEROS.
       01 TAB-ALUNOS.
           05 ALU-ENTRADA OCCURS 5000 TIMES.
               10 ALU-MATRICULA    PIC 9(06).
               10 ALU-NOME         PIC X(20).
               10 ALU-TURMA        PIC X(05).
      *---------------------------------------------------
      * CONTAGENS DA OFERTA CORRENTE: NOTAS ESPERADAS (UMA
      * POR ALUNO ATIVO DA TURMA) E NOTAS LANCADAS NO
      * HISTALUN
      *---------------------------------------------------
       77 WRK-ESPERADAS    PIC 9(04) VALUE ZEROS.
       77 WRK-LANCADAS     PIC 9(04) VALUE ZEROS.
       77 WRK-FALTAM       PIC 9(04) VALUE ZEROS.
      *---------------------------------------------------
      * QUEBRA POR PROFESSOR NA SAIDA DO SORT
      *---------------------------------------------------
       77 WRK-QUEBRA-PROFESSOR PIC X(06) VALUE SPACES.
       77 WRK-QTDE-PROFESSOR   PIC 9(04) VALUE ZEROS.
      *---------------------------------------------------
      * TOTAIS DO RUN
      *---------------------------------------------------
       77 WRK-QTDE-OFERTAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-ALUNOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-COMPLETAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-SEM-NOTAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-PARCIAIS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-FALTANTES   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-PENDENTES   PIC 9(05) VALUE ZEROS.
      *---------------------------------------------------
      * LINHAS DO RELATORIO DE NOTAS PENDENTES (NOTASPND)
      *---------------------------------------------------
       01 PND-LINHA-TITULO.
           05 FILLER           PIC X(40)
               VALUE 'RELATORIO DE NOTAS PENDENTES - SEMESTRE '.
           05 PND-TIT-SEMESTRE PIC X(06).
           05 FILLER           PIC X(08) VALUE ' PRAZO: '.
           05 PND-TIT-PRAZO    PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PND-TIT-POSICAO  PIC X(37).
       01 PND-LINHA-PROFESSOR.
           05 FILLER           PIC X(11) VALUE 'PROFESSOR: '.
           05 PND-PRO-CODIGO   PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PND-PRO-NOME     PIC X(30).
           05 FILLER           PIC X(52) VALUE SPACES.
       01 PND-LINHA-CABEC.
           05 FILLER           PIC X(40)
               VALUE '    TURMA DISC ESPERADAS LANCADAS FALTAM'.
           05 FILLER           PIC X(12) VALUE ' SITUACAO'.
           05 FILLER           PIC X(48) VALUE SPACES.
       01 PND-LINHA-OFERTA.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 PND-OFE-TURMA    PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PND-OFE-DISC     PIC X(04).
           05 FILLER           PIC X(06) VALUE SPACES.
           05 PND-OFE-ESPERADAS PIC Z.ZZ9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 PND-OFE-LANCADAS PIC Z.ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 PND-OFE-FALTAM   PIC Z.ZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PND-OFE-SITUACAO PIC X(12).
           05 FILLER           PIC X(46) VALUE SPACES.
       01 PND-LINHA-ALUNO.
           05 FILLER           PIC X(20)
               VALUE '        SEM NOTA:   '.
           05 PND-ALU-MATRICULA PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PND-ALU-NOME     PIC X(20).
           05 FILLER           PIC X(53) VALUE SPACES.
       01 PND-LINHA-TOTAL.
           05 PND-TOT-ROTULO   PIC X(36).
           05 PND-TOT-QTDE     PIC ZZZ.ZZ9.
           05 FILLER           PIC X(57) VALUE SPACES.
       01 PND-LINHA-MENSAGEM.
           05 PND-MENSAGEM     PIC X(100).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF RUN-VALIDO
               SORT ARQ-CLASSIFICACAO
                   ON ASCENDING KEY SRT-PROFESSOR SRT-TURMA
                       SRT-DISCIPLINA SRT-TIPO SRT-MATRICULA
                   INPUT PROCEDURE IS 3000-APURAR-OFERTAS
                       THRU 3000-APURAR-OFERTAS-EXIT
                   OUTPUT PROCEDURE IS 5000-IMPRIMIR-PENDENCIAS
                       THRU 5000-IMPRIMIR-PENDENCIAS-EXIT
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           IF WRK-RC-RUN = 8
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTDE-PENDENTES > ZEROS AND PRAZO-VENCIDO
                   MOVE 4 TO RETURN-CODE
               END-IF
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
           MOVE "PROGCB40" TO AU-PROGRAMA.
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
      * LE O PARAMPND, CARREGA OS ALUNOS ATIVOS DO MESTRE,
      * ABRE AS OFERTAS, O HISTALUN E O CADASTRO DE
      * PROFESSORES (AUSENTE, O RELATORIO SAI SEM O NOME) E
      * GRAVA O CABECALHO DO RELATORIO. QUALQUER ARQUIVO
      * ESSENCIAL AUSENTE BLOQUEIA O RUN (RC 8)
      *****************************************************
       1000-INICIALIZAR.
           MOVE 'N' TO WRK-RUN-OK.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "========= RELATORIO DE NOTAS PENDENTES =========".
           PERFORM 1100-LER-PARAMETRO THRU 1100-LER-PARAMETRO-EXIT.
           IF WRK-RC-RUN = 8
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1200-CARREGAR-ALUNOS THRU 1200-CARREGAR-ALUNOS-EXIT.
           IF WRK-RC-RUN = 8
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT OFERTAS-DISCIPLINA.
           IF WRK-FS-OFERTAS NOT = "00"
               DISPLAY 'OFERTAS INDISPONIVEL (STATUS ' WRK-FS-OFERTAS
                   ') - RELATORIO BLOQUEADO'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT HISTORICO-ALUNOS.
           IF WRK-FS-HIST NOT = "00"
               DISPLAY 'HISTALUN INDISPONIVEL (STATUS ' WRK-FS-HIST
                   ') - RELATORIO BLOQUEADO'
               MOVE 8 TO WRK-RC-RUN
               CLOSE OFERTAS-DISCIPLINA
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           MOVE 'N' TO WRK-PROF-OK.
           OPEN INPUT TABELA-PROFESSORES.
           IF WRK-FS-PROFESSORES = "00"
               MOVE 'S' TO WRK-PROF-OK
           ELSE
               DISPLAY 'PROFTAB NAO ENCONTRADO - RELATORIO SEM O'
                   ' NOME DO PROFESSOR'
           END-IF.
           OPEN OUTPUT RELATORIO-PENDENCIAS.
           MOVE 'S' TO WRK-RUN-OK.
           MOVE WRK-SEMESTRE TO PND-TIT-SEMESTRE.
           MOVE WRK-DATA-PRAZO TO PND-TIT-PRAZO.
           IF PRAZO-VENCIDO
               MOVE 'PRAZO VENCIDO' TO PND-TIT-POSICAO
           ELSE
               MOVE 'PRAZO EM CURSO - POSICAO INFORMATIVA'
                   TO PND-TIT-POSICAO
           END-IF.
           WRITE RELATORIO-PENDENCIAS-LINHA FROM PND-LINHA-TITULO.
           DISPLAY PND-LINHA-TITULO.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * LE O SEMESTRE (OBRIGATORIO, AAAAMM) E O PRAZO DE
      * ENTREGA DAS NOTAS. PRAZO EM BRANCO OU INVALIDO VALE
      * COMO VENCIDO; PRAZO POSTERIOR A DATA DO RUN DEIXA A
      * POSICAO SO INFORMATIVA
      *****************************************************
       1100-LER-PARAMETRO.
           OPEN INPUT PARAM-PENDENCIAS.
           IF WRK-FS-PARAM NOT = "00"
               DISPLAY 'PARAMPND INDISPONIVEL (STATUS ' WRK-FS-PARAM
                   ') - SEMESTRE NAO INFORMADO'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           MOVE SPACES TO PARAM-PENDENCIAS-REG.
           READ PARAM-PENDENCIAS
               AT END
                   MOVE SPACES TO PARAM-PENDENCIAS-REG
           END-READ.
           CLOSE PARAM-PENDENCIAS.
           IF PP-SEMESTRE NOT NUMERIC
               DISPLAY 'PARAMPND SEM SEMESTRE VALIDO (AAAAMM): ['
                   PP-SEMESTRE ']'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           MOVE PP-SEMESTRE TO WRK-SEMESTRE.
           MOVE 'S' TO WRK-PRAZO-SIT.
           IF PP-DATA-PRAZO NUMERIC
               MOVE PP-DATA-PRAZO TO WRK-DATA-PRAZO
               IF WRK-DATA-PRAZO NOT < WRK-DATA-HOJE
                   MOVE 'N' TO WRK-PRAZO-SIT
               END-IF
           ELSE
               MOVE SPACES TO WRK-DATA-PRAZO
           END-IF.
           DISPLAY 'SEMESTRE: ' WRK-SEMESTRE ' PRAZO: '
               WRK-DATA-PRAZO.
       1100-LER-PARAMETRO-EXIT.
           EXIT.

      *****************************************************
      * CARREGA NA TABELA OS ALUNOS ATIVOS DO MESTRE - A
      * LISTA DE CLASSE CONTRA A QUAL AS NOTAS SAO COBRADAS
      *****************************************************
       1200-CARREGAR-ALUNOS.
           MOVE ZEROS TO WRK-QTDE-ALUNOS.
           MOVE 'N' TO WRK-FIM-ALUNOS.
           OPEN INPUT ALUNO-MESTRE.
           IF WRK-FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNMAST INDISPONIVEL (STATUS ' WRK-FS-ALUNOS
                   ') - RELATORIO BLOQUEADO'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1200-CARREGAR-ALUNOS-EXIT
           END-IF.
           PERFORM 1250-LER-ALUNO THRU 1250-LER-ALUNO-EXIT
               UNTIL FIM-ALUNOS.
           CLOSE ALUNO-MESTRE.
       1200-CARREGAR-ALUNOS-EXIT.
           EXIT.

       1250-LER-ALUNO.
           READ ALUNO-MESTRE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ALUNOS
                   GO TO 1250-LER-ALUNO-EXIT
           END-READ.
           IF NOT ALUNO-ATIVO
               GO TO 1250-LER-ALUNO-EXIT
           END-IF.
           IF WRK-QTDE-ALUNOS NOT < 5000
               DISPLAY 'MESTRE COM MAIS DE 5000 ALUNOS ATIVOS -'
                   ' RELATORIO BLOQUEADO'
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-ALUNOS
               GO TO 1250-LER-ALUNO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ALUNOS.
           MOVE AL-MATRICULA TO ALU-MATRICULA (WRK-QTDE-ALUNOS).
           MOVE AL-NOME TO ALU-NOME (WRK-QTDE-ALUNOS).
           MOVE AL-TURMA TO ALU-TURMA (WRK-QTDE-ALUNOS).
       1250-LER-ALUNO-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE ENTRADA DO SORT: PERCORRE AS
      * OFERTAS DO SEMESTRE NA ORDEM DA CHAVE E APURA CADA
      * UMA CONTRA A LISTA DE CLASSE
      *****************************************************
       3000-APURAR-OFERTAS.
           MOVE 'N' TO WRK-FIM-OFERTAS.
           MOVE WRK-SEMESTRE TO OF-SEMESTRE.
           MOVE LOW-VALUES TO OF-TURMA OF-DISCIPLINA.
           START OFERTAS-DISCIPLINA KEY IS NOT LESS THAN OF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-OFERTAS
           END-START.
           PERFORM 3100-APURAR-OFERTA THRU 3100-APURAR-OFERTA-EXIT
               UNTIL FIM-OFERTAS.
       3000-APURAR-OFERTAS-EXIT.
           EXIT.

      *****************************************************
      * CONTA AS NOTAS ESPERADAS E AS LANCADAS DA OFERTA E
      * LIBERA PARA O SORT A OFERTA PENDENTE: SEM NENHUMA
      * NOTA, OU PARCIAL COM UM REGISTRO POR ALUNO SEM NOTA.
      * TURMA SEM ALUNO ATIVO NAO TEM O QUE COBRAR
      *****************************************************
       3100-APURAR-OFERTA.
           READ OFERTAS-DISCIPLINA NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-OFERTAS
                   GO TO 3100-APURAR-OFERTA-EXIT
           END-READ.
           IF OF-SEMESTRE NOT = WRK-SEMESTRE
               MOVE 'S' TO WRK-FIM-OFERTAS
               GO TO 3100-APURAR-OFERTA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-OFERTAS.
           MOVE ZEROS TO WRK-ESPERADAS WRK-LANCADAS.
           MOVE ZEROS TO WRK-IND-ALUNO.
           PERFORM 3200-CONTAR-ALUNO THRU 3200-CONTAR-ALUNO-EXIT
               UNTIL WRK-IND-ALUNO NOT < WRK-QTDE-ALUNOS.
           IF WRK-ESPERADAS = ZEROS
               ADD 1 TO WRK-QTDE-SEM-ALUNOS
               GO TO 3100-APURAR-OFERTA-EXIT
           END-IF.
           IF WRK-LANCADAS NOT < WRK-ESPERADAS
               ADD 1 TO WRK-QTDE-COMPLETAS
               GO TO 3100-APURAR-OFERTA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PENDENTES.
           IF WRK-LANCADAS = ZEROS
               ADD 1 TO WRK-QTDE-SEM-NOTAS
           ELSE
               ADD 1 TO WRK-QTDE-PARCIAIS
           END-IF.
           MOVE SPACES TO CLASSIFICACAO-REG.
           MOVE OF-PROFESSOR TO SRT-PROFESSOR.
           MOVE OF-TURMA TO SRT-TURMA.
           MOVE OF-DISCIPLINA TO SRT-DISCIPLINA.
           MOVE 'O' TO SRT-TIPO.
           MOVE ZEROS TO SRT-MATRICULA.
           MOVE WRK-ESPERADAS TO SRT-ESPERADAS.
           MOVE WRK-LANCADAS TO SRT-LANCADAS.
           RELEASE CLASSIFICACAO-REG.
           IF WRK-LANCADAS > ZEROS
               MOVE ZEROS TO WRK-IND-ALUNO
               PERFORM 3300-LIBERAR-FALTANTE
                   THRU 3300-LIBERAR-FALTANTE-EXIT
                   UNTIL WRK-IND-ALUNO NOT < WRK-QTDE-ALUNOS
           END-IF.
       3100-APURAR-OFERTA-EXIT.
           EXIT.

      *****************************************************
      * ALUNO ATIVO DA TURMA DA OFERTA: UMA NOTA ESPERADA;
      * COM A CHAVE MATRICULA + SEMESTRE + DISCIPLINA NO
      * HISTALUN, UMA NOTA LANCADA
      *****************************************************
       3200-CONTAR-ALUNO.
           ADD 1 TO WRK-IND-ALUNO.
           IF ALU-TURMA (WRK-IND-ALUNO) NOT = OF-TURMA
               GO TO 3200-CONTAR-ALUNO-EXIT
           END-IF.
           ADD 1 TO WRK-ESPERADAS.
           MOVE ALU-MATRICULA (WRK-IND-ALUNO) TO HA-MATRICULA.
           MOVE OF-SEMESTRE TO HA-PERIODO.
           MOVE OF-DISCIPLINA TO HA-DISCIPLINA.
           READ HISTORICO-ALUNOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-LANCADAS
           END-READ.
       3200-CONTAR-ALUNO-EXIT.
           EXIT.

      *****************************************************
      * OFERTA PARCIAL: LIBERA UM REGISTRO PARA CADA ALUNO
      * DA TURMA QUE AINDA NAO TEM A NOTA NO HISTALUN
      *****************************************************
       3300-LIBERAR-FALTANTE.
           ADD 1 TO WRK-IND-ALUNO.
           IF ALU-TURMA (WRK-IND-ALUNO) NOT = OF-TURMA
               GO TO 3300-LIBERAR-FALTANTE-EXIT
           END-IF.
           MOVE ALU-MATRICULA (WRK-IND-ALUNO) TO HA-MATRICULA.
           MOVE OF-SEMESTRE TO HA-PERIODO.
           MOVE OF-DISCIPLINA TO HA-DISCIPLINA.
           READ HISTORICO-ALUNOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 3300-LIBERAR-FALTANTE-EXIT
           END-READ.
           MOVE SPACES TO CLASSIFICACAO-REG.
           MOVE OF-PROFESSOR TO SRT-PROFESSOR.
           MOVE OF-TURMA TO SRT-TURMA.
           MOVE OF-DISCIPLINA TO SRT-DISCIPLINA.
           MOVE 'A' TO SRT-TIPO.
           MOVE ALU-MATRICULA (WRK-IND-ALUNO) TO SRT-MATRICULA.
           MOVE ALU-NOME (WRK-IND-ALUNO) TO SRT-NOME.
           MOVE ZEROS TO SRT-ESPERADAS SRT-LANCADAS.
           RELEASE CLASSIFICACAO-REG.
           ADD 1 TO WRK-QTDE-FALTANTES.
       3300-LIBERAR-FALTANTE-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE SAIDA DO SORT: IMPRIME AS OFERTAS
      * PENDENTES POR PROFESSOR, COM O TOTAL DE CADA UM
      *****************************************************
       5000-IMPRIMIR-PENDENCIAS.
           MOVE HIGH-VALUES TO WRK-QUEBRA-PROFESSOR.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 5100-LER-CLASSIFICADO
               THRU 5100-LER-CLASSIFICADO-EXIT
               UNTIL FIM-CLASSIFICACAO.
           IF WRK-QUEBRA-PROFESSOR NOT = HIGH-VALUES
               PERFORM 5300-FECHAR-PROFESSOR
                   THRU 5300-FECHAR-PROFESSOR-EXIT
           END-IF.
       5000-IMPRIMIR-PENDENCIAS-EXIT.
           EXIT.

       5100-LER-CLASSIFICADO.
           RETURN ARQ-CLASSIFICACAO
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
                   GO TO 5100-LER-CLASSIFICADO-EXIT
           END-RETURN.
           IF SRT-PROFESSOR NOT = WRK-QUEBRA-PROFESSOR
               IF WRK-QUEBRA-PROFESSOR NOT = HIGH-VALUES
                   PERFORM 5300-FECHAR-PROFESSOR
                       THRU 5300-FECHAR-PROFESSOR-EXIT
               END-IF
               PERFORM 5200-ABRIR-PROFESSOR
                   THRU 5200-ABRIR-PROFESSOR-EXIT
           END-IF.
           IF SRT-ALUNO
               MOVE SRT-MATRICULA TO PND-ALU-MATRICULA
               MOVE SRT-NOME TO PND-ALU-NOME
               WRITE RELATORIO-PENDENCIAS-LINHA FROM PND-LINHA-ALUNO
               GO TO 5100-LER-CLASSIFICADO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PROFESSOR.
           MOVE SRT-TURMA TO PND-OFE-TURMA.
           MOVE SRT-DISCIPLINA TO PND-OFE-DISC.
           MOVE SRT-ESPERADAS TO PND-OFE-ESPERADAS.
           MOVE SRT-LANCADAS TO PND-OFE-LANCADAS.
           SUBTRACT SRT-LANCADAS FROM SRT-ESPERADAS
               GIVING WRK-FALTAM.
           MOVE WRK-FALTAM TO PND-OFE-FALTAM.
           IF SRT-LANCADAS = ZEROS
               MOVE 'SEM NOTAS' TO PND-OFE-SITUACAO
           ELSE
               MOVE 'PARCIAL' TO PND-OFE-SITUACAO
           END-IF.
           WRITE RELATORIO-PENDENCIAS-LINHA FROM PND-LINHA-OFERTA.
           DISPLAY PND-LINHA-OFERTA.
       5100-LER-CLASSIFICADO-EXIT.
           EXIT.

      *****************************************************
      * ABRE O GRUPO DO PROFESSOR: LINHA COM O CODIGO E O
      * NOME DO PROFTAB E O CABECALHO DAS OFERTAS
      *****************************************************
       5200-ABRIR-PROFESSOR.
           MOVE SRT-PROFESSOR TO WRK-QUEBRA-PROFESSOR.
           MOVE ZEROS TO WRK-QTDE-PROFESSOR.
           MOVE SRT-PROFESSOR TO PND-PRO-CODIGO.
           MOVE SPACES TO PND-PRO-NOME.
           IF PROFESSORES-ABERTOS
               MOVE SRT-PROFESSOR TO PR-CODIGO
               READ TABELA-PROFESSORES
                   INVALID KEY
                       MOVE '*** NAO CADASTRADO ***' TO PND-PRO-NOME
                   NOT INVALID KEY
                       MOVE PR-NOME TO PND-PRO-NOME
               END-READ
           END-IF.
           MOVE SPACES TO RELATORIO-PENDENCIAS-LINHA.
           WRITE RELATORIO-PENDENCIAS-LINHA.
           WRITE RELATORIO-PENDENCIAS-LINHA FROM PND-LINHA-PROFESSOR.
           DISPLAY PND-LINHA-PROFESSOR.
           WRITE RELATORIO-PENDENCIAS-LINHA FROM PND-LINHA-CABEC.
       5200-ABRIR-PROFESSOR-EXIT.
           EXIT.

       5300-FECHAR-PROFESSOR.
           MOVE '    OFERTAS PENDENTES DO PROFESSOR.:'
               TO PND-TOT-ROTULO.
           MOVE WRK-QTDE-PROFESSOR TO PND-TOT-QTDE.
           WRITE RELATORIO-PENDENCIAS-LINHA FROM PND-LINHA-TOTAL.
       5300-FECHAR-PROFESSOR-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME OS TOTAIS DO SEMESTRE, FECHA OS ARQUIVOS E
      * REGISTRA O TERMINO NA TRILHA, COM O NUMERO DE
      * OFERTAS PENDENTES NA CHAVE
      *****************************************************
       9999-FINALIZAR.
           IF NOT RUN-VALIDO
               GO TO 9999-FINALIZAR-GRAVAR
           END-IF.
           MOVE SPACES TO RELATORIO-PENDENCIAS-LINHA.
           WRITE RELATORIO-PENDENCIAS-LINHA.
           IF WRK-QTDE-PENDENTES = ZEROS
               MOVE 'NENHUMA OFERTA COM NOTA PENDENTE NO SEMESTRE'
                   TO PND-MENSAGEM
               WRITE RELATORIO-PENDENCIAS-LINHA
                   FROM PND-LINHA-MENSAGEM
           END-IF.
           MOVE 'OFERTAS DO SEMESTRE...............:'
               TO PND-TOT-ROTULO.
           MOVE WRK-QTDE-OFERTAS TO PND-TOT-QTDE.
           WRITE RELATORIO-PENDENCIAS-LINHA FROM PND-LINHA-TOTAL.
           MOVE 'OFERTAS COMPLETAS.................:'
               TO PND-TOT-ROTULO.
           MOVE WRK-QTDE-COMPLETAS TO PND-TOT-QTDE.
           WRITE RELATORIO-PENDENCIAS-LINHA FROM PND-LINHA-TOTAL.
           MOVE 'OFERTAS SEM NOTAS.................:'
               TO PND-TOT-ROTULO.
           MOVE WRK-QTDE-SEM-NOTAS TO PND-TOT-QTDE.
           WRITE RELATORIO-PENDENCIAS-LINHA FROM PND-LINHA-TOTAL.
           MOVE 'OFERTAS PARCIAIS..................:'
               TO PND-TOT-ROTULO.
           MOVE WRK-QTDE-PARCIAIS TO PND-TOT-QTDE.
           WRITE RELATORIO-PENDENCIAS-LINHA FROM PND-LINHA-TOTAL.
           MOVE 'ALUNOS SEM NOTA NAS PARCIAIS......:'
               TO PND-TOT-ROTULO.
           MOVE WRK-QTDE-FALTANTES TO PND-TOT-QTDE.
           WRITE RELATORIO-PENDENCIAS-LINHA FROM PND-LINHA-TOTAL.
           MOVE 'OFERTAS DE TURMA SEM ALUNO ATIVO..:'
               TO PND-TOT-ROTULO.
           MOVE WRK-QTDE-SEM-ALUNOS TO PND-TOT-QTDE.
           WRITE RELATORIO-PENDENCIAS-LINHA FROM PND-LINHA-TOTAL.
           CLOSE RELATORIO-PENDENCIAS.
           CLOSE OFERTAS-DISCIPLINA.
           CLOSE HISTORICO-ALUNOS.
           IF PROFESSORES-ABERTOS
               CLOSE TABELA-PROFESSORES
           END-IF.
           DISPLAY "=============================================".
           DISPLAY 'OFERTAS DO SEMESTRE..: ' WRK-QTDE-OFERTAS.
           DISPLAY 'OFERTAS COMPLETAS....: ' WRK-QTDE-COMPLETAS.
           DISPLAY 'OFERTAS SEM NOTAS....: ' WRK-QTDE-SEM-NOTAS.
           DISPLAY 'OFERTAS PARCIAIS.....: ' WRK-QTDE-PARCIAIS.
           DISPLAY 'ALUNOS SEM NOTA......: ' WRK-QTDE-FALTANTES.
       9999-FINALIZAR-GRAVAR.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB40" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF WRK-RC-RUN = 8
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           ELSE
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           END-IF.
           MOVE WRK-QTDE-PENDENTES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
