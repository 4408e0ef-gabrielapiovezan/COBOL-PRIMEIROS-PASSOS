       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB32.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: AUDITORIA DE CONCLUSAO DE CURSO: PARA CADA
      *           ALUNO ATIVO DO MESTRE (ALUNMAST), CONFRONTA AS
      *           DISCIPLINAS APROVADAS NO HISTALUN ATE O
      *           SEMESTRE DO PARAMFRM (EM BRANCO OU AUSENTE =
      *           SEMESTRE DA DATA DO RUN) COM O CURRICULO DA
      *           TURMA (CURRIC): LISTA AS CONCLUIDAS, AS
      *           OBRIGATORIAS QUE FALTAM, OS CREDITOS QUE FALTAM
      *           EM CADA GRUPO DE ELETIVAS E NO TOTAL DO CURSO
      *           (CREDITOS DO DISCTAB; DISCIPLINA SEM CADASTRO
      *           VALE 1 CREDITO, COMO NO PROGCOB07T) E APONTA
      *           QUEM ESTA APTO A COLAR GRAU NO SEMESTRE. OS
      *           APTOS VAO PARA O FORMAND, QUE O PROGCOB15 APLICA
      *           NO MESTRE (SITUACAO 'F'). ALUNO DE TURMA SEM
      *           CURRICULO DA RC 4; SEM O MESTRE, O HISTORICO, O
      *           CURRICULO OU A TABELA DE DISCIPLINAS, RC 8
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - A CONCLUSAO DO CURSO
      *                    ERA APURADA A MAO SOBRE O TRANSCRIPT DO
      *                    PROGCOB07T QUANDO O ALUNO PEDIA O
      *                    DIPLOMA
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT TABELA-DISCIPLINAS ASSIGN TO "DISCTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISC.
           SELECT CURRICULO-ENTRADA ASSIGN TO "CURRIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CURRIC.
           SELECT PARAM-FORMATURA ASSIGN TO "PARAMFRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
           SELECT FORMANDOS-SAIDA ASSIGN TO "FORMAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FORMAND.
           SELECT RELATORIO-CONCLUSAO ASSIGN TO "FORMREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAT.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MESTRE.
           COPY ALUNMAST.
       FD  HISTORICO-ALUNOS.
           COPY HISTREC.
       FD  TABELA-DISCIPLINAS.
           COPY DISCREC.
       FD  CURRICULO-ENTRADA.
           COPY CURRREC.
       FD  PARAM-FORMATURA.
       01  PARAM-FORMATURA-REG.
           05  PF-SEMESTRE         PIC X(06).
       FD  FORMANDOS-SAIDA.
           COPY FORMREC.
       FD  RELATORIO-CONCLUSAO.
       01  RELATORIO-CONCLUSAO-LINHA PIC X(80).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ALUNOS    PIC X(02) VALUE SPACES.
       77 WRK-FS-HIST      PIC X(02) VALUE SPACES.
       77 WRK-FS-DISC      PIC X(02) VALUE SPACES.
       77 WRK-FS-CURRIC    PIC X(02) VALUE SPACES.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-FORMAND   PIC X(02) VALUE SPACES.
       77 WRK-FS-RELAT     PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-DATA-RUN     PIC X(08) VALUE SPACES.
      *---------------------------------------------------
      * SEMESTRE DA AUDITORIA (AAAAMM, COMO O HA-PERIODO): SO
      * CONTAM AS APROVACOES ATE ELE, INCLUSIVE
      *---------------------------------------------------
       77 WRK-SEMESTRE     PIC X(06) VALUE SPACES.
       77 WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO           VALUE 'S'.
       77 WRK-FIM-TABELA   PIC X(01) VALUE 'N'.
           88 FIM-TABELA            VALUE 'S'.
       77 WRK-FIM-HIST     PIC X(01) VALUE 'N'.
           88 FIM-HISTORICO         VALUE 'S'.
      *---------------------------------------------------
      * TABELA DE DISCIPLINAS (DISCTAB): CREDITOS E NOME
      *---------------------------------------------------
       77 WRK-QTDE-DISC    PIC 9(03) VALUE ZEROS.
       77 WRK-IND-DISC     PIC 9(03) VALUE ZEROS.
       77 WRK-DISC-BUSCA   PIC X(04) VALUE SPACES.
       77 WRK-DISC-CRED    PIC 9(02) VALUE ZEROS.
       77 WRK-DISC-NOME    PIC X(20) VALUE SPACES.
       77 WRK-DISC-ACHADA  PIC X(01) VALUE 'N'.
           88 DISCIPLINA-ACHADA     VALUE 'S'.
       01 TAB-DISCIPLINAS.
           05 DSC-ENTRADA OCCURS 100 TIMES.
               10 DSC-CODIGO       PIC X(04).
               10 DSC-NOME         PIC X(20).
               10 DSC-CREDITOS     PIC 9(02).
      *---------------------------------------------------
      * CURRICULO DE TODAS AS TURMAS (CURRIC)
      *---------------------------------------------------
       77 WRK-QTDE-CURRIC  PIC 9(04) VALUE ZEROS.
       77 WRK-IND-CURRIC   PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ELETIVA  PIC 9(04) VALUE ZEROS.
       77 WRK-TEM-CURRIC   PIC X(01) VALUE 'N'.
           88 TURMA-COM-CURRICULO   VALUE 'S'.
       01 TAB-CURRICULO.
           05 CUR-ENTRADA OCCURS 1000 TIMES.
               10 CUR-TURMA        PIC X(05).
               10 CUR-TIPO         PIC X(01).
               10 CUR-DISCIPLINA   PIC X(04).
               10 CUR-GRUPO        PIC X(02).
               10 CUR-CREDITOS-MIN PIC 9(03).
      *---------------------------------------------------
      * DISCIPLINAS APROVADAS DO ALUNO CORRENTE (UMA VEZ
      * CADA, COM O PRIMEIRO SEMESTRE EM QUE FOI APROVADO)
      *---------------------------------------------------
       77 WRK-QTDE-APR     PIC 9(03) VALUE ZEROS.
       77 WRK-IND-APR      PIC 9(03) VALUE ZEROS.
       77 WRK-IND-BUSCA    PIC 9(03) VALUE ZEROS.
       77 WRK-APR-ACHADA   PIC X(01) VALUE 'N'.
           88 APROVACAO-ACHADA      VALUE 'S'.
       01 TAB-APROVADAS.
           05 APR-ENTRADA OCCURS 100 TIMES.
               10 APR-DISCIPLINA   PIC X(04).
               10 APR-PERIODO      PIC X(06).
      *---------------------------------------------------
      * APURACAO DO ALUNO CORRENTE
      *---------------------------------------------------
       77 WRK-CRED-TOTAL   PIC 9(03) VALUE ZEROS.
       77 WRK-CRED-GRUPO   PIC 9(03) VALUE ZEROS.
       77 WRK-CRED-FALTA   PIC 9(03) VALUE ZEROS.
       77 WRK-FALTA-OBRIG  PIC 9(03) VALUE ZEROS.
       77 WRK-APTO         PIC X(01) VALUE 'N'.
           88 ALUNO-APTO            VALUE 'S'.
      *---------------------------------------------------
      * CONTADORES DE CONTROLE DO LOTE
      *---------------------------------------------------
       77 WRK-QTDE-ALUNOS     PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-FORA       PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-APTOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-NAO-APTOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-SEM-CURRIC PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * RETURN CODE NA CONVENCAO DA SUITE: 0 LIMPO, 4 COM
      * ALUNO DE TURMA SEM CURRICULO, 8 COM ARQUIVO
      * INDISPONIVEL
      *---------------------------------------------------
       77 WRK-RC-RUN          PIC 9(01) VALUE ZEROS.
      *---------------------------------------------------
      * LINHAS DO RELATORIO DE CONCLUSAO (FORMREL)
      *---------------------------------------------------
       01 FRM-LINHA-TITULO.
           05 FILLER           PIC X(44)
               VALUE 'AUDITORIA DE CONCLUSAO DE CURSO - SEMESTRE '.
           05 FRM-TIT-SEMESTRE PIC X(06).
       01 FRM-LINHA-ALUNO.
           05 FILLER           PIC X(06) VALUE 'ALUNO '.
           05 FRM-AL-MATRICULA PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FRM-AL-NOME      PIC X(20).
           05 FILLER           PIC X(07) VALUE ' TURMA '.
           05 FRM-AL-TURMA     PIC X(05).
       01 FRM-LINHA-DISCIPLINA.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FRM-DI-ROTULO    PIC X(19).
           05 FRM-DI-CODIGO    PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FRM-DI-NOME      PIC X(20).
           05 FILLER           PIC X(06) VALUE ' CRED '.
           05 FRM-DI-CREDITOS  PIC Z9.
           05 FRM-DI-SEM-ROT   PIC X(05).
           05 FRM-DI-PERIODO   PIC X(06).
       01 FRM-LINHA-CREDITOS.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FRM-CR-ROTULO    PIC X(25).
           05 FILLER           PIC X(10) VALUE 'CREDITOS: '.
           05 FRM-CR-OBTIDOS   PIC ZZ9.
           05 FILLER           PIC X(04) VALUE ' DE '.
           05 FRM-CR-MINIMO    PIC ZZ9.
           05 FILLER           PIC X(10) VALUE ' - FALTAM '.
           05 FRM-CR-FALTAM    PIC ZZ9.
       01 FRM-LINHA-MENSAGEM.
           05 FRM-MENSAGEM     PIC X(80).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-AUDITAR-ALUNO THRU 2000-AUDITAR-ALUNO-EXIT
               UNTIL FIM-ARQUIVO.
           PERFORM 8000-IMPRIMIR-RESUMO THRU 8000-IMPRIMIR-RESUMO-EXIT.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           IF WRK-RC-RUN = 8
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTDE-SEM-CURRIC > ZEROS
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
           MOVE "PROGCB32" TO AU-PROGRAMA.
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
      * LE O SEMESTRE, CARREGA AS TABELAS E ABRE O MESTRE E
      * O HISTORICO. QUALQUER UM DELES INDISPONIVEL BLOQUEIA
      * A AUDITORIA COM RC 8 - SEM CURRICULO OU SEM CREDITOS
      * NINGUEM PODE SER DADO COMO APTO
      *****************************************************
       1000-INICIALIZAR.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO WRK-QTDE-ALUNOS WRK-QTDE-FORA
               WRK-QTDE-APTOS WRK-QTDE-NAO-APTOS
               WRK-QTDE-SEM-CURRIC WRK-RC-RUN.
           PERFORM 1100-LER-PARAMETRO THRU 1100-LER-PARAMETRO-EXIT.
           PERFORM 1200-CARREGAR-DISCIPLINAS
               THRU 1200-CARREGAR-DISCIPLINAS-EXIT.
           IF WRK-RC-RUN = 8
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1300-CARREGAR-CURRICULO
               THRU 1300-CARREGAR-CURRICULO-EXIT.
           IF WRK-RC-RUN = 8
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT HISTORICO-ALUNOS.
           IF WRK-FS-HIST NOT = "00"
               DISPLAY 'HISTALUN INDISPONIVEL (STATUS ' WRK-FS-HIST
                   ') - AUDITORIA BLOQUEADA'
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT ALUNO-MESTRE.
           IF WRK-FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNMAST INDISPONIVEL (STATUS ' WRK-FS-ALUNOS
                   ') - AUDITORIA BLOQUEADA'
               CLOSE HISTORICO-ALUNOS
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT FORMANDOS-SAIDA.
           OPEN OUTPUT RELATORIO-CONCLUSAO.
           MOVE WRK-SEMESTRE TO FRM-TIT-SEMESTRE.
           WRITE RELATORIO-CONCLUSAO-LINHA FROM FRM-LINHA-TITULO.
           DISPLAY FRM-LINHA-TITULO.
           MOVE ZEROS TO AL-MATRICULA.
           START ALUNO-MESTRE KEY IS NOT LESS THAN AL-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 2900-LER-ALUNO THRU 2900-LER-ALUNO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * LE O SEMESTRE DA AUDITORIA DO PARAMFRM. SEM O
      * ARQUIVO OU COM ELE EM BRANCO VALE O SEMESTRE DA
      * DATA DO RUN (AAAAMM)
      *****************************************************
       1100-LER-PARAMETRO.
           ACCEPT WRK-DATA-RUN FROM DATE YYYYMMDD.
           MOVE WRK-DATA-RUN (1:6) TO WRK-SEMESTRE.
           OPEN INPUT PARAM-FORMATURA.
           IF WRK-FS-PARAM NOT = "00"
               DISPLAY 'PARAMFRM NAO ENCONTRADO - SEMESTRE DA DATA'
                   ' DO RUN'
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           READ PARAM-FORMATURA
               AT END
                   CONTINUE
               NOT AT END
                   IF PF-SEMESTRE NOT = SPACES
                       MOVE PF-SEMESTRE TO WRK-SEMESTRE
                   END-IF
           END-READ.
           CLOSE PARAM-FORMATURA.
       1100-LER-PARAMETRO-EXIT.
           EXIT.

      *****************************************************
      * CARREGA A TABELA DE DISCIPLINAS (DISCTAB) COM OS
      * CREDITOS DE CADA UMA
      *****************************************************
       1200-CARREGAR-DISCIPLINAS.
           MOVE ZEROS TO WRK-QTDE-DISC.
           MOVE 'N' TO WRK-FIM-TABELA.
           OPEN INPUT TABELA-DISCIPLINAS.
           IF WRK-FS-DISC NOT = "00"
               DISPLAY 'DISCTAB INDISPONIVEL (STATUS ' WRK-FS-DISC
                   ') - AUDITORIA BLOQUEADA'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1200-CARREGAR-DISCIPLINAS-EXIT
           END-IF.
           PERFORM 1250-LER-DISCIPLINA THRU 1250-LER-DISCIPLINA-EXIT
               UNTIL FIM-TABELA.
           CLOSE TABELA-DISCIPLINAS.
       1200-CARREGAR-DISCIPLINAS-EXIT.
           EXIT.

       1250-LER-DISCIPLINA.
           READ TABELA-DISCIPLINAS
               AT END
                   MOVE 'S' TO WRK-FIM-TABELA
               NOT AT END
                   IF WRK-QTDE-DISC < 100
                       ADD 1 TO WRK-QTDE-DISC
                       MOVE DT-CODIGO TO DSC-CODIGO (WRK-QTDE-DISC)
                       MOVE DT-NOME TO DSC-NOME (WRK-QTDE-DISC)
                       MOVE DT-CREDITOS
                           TO DSC-CREDITOS (WRK-QTDE-DISC)
                   ELSE
                       DISPLAY 'TABELA DE DISCIPLINAS CHEIA -'
                           ' DISCIPLINA ' DT-CODIGO ' IGNORADA'
                   END-IF
           END-READ.
       1250-LER-DISCIPLINA-EXIT.
           EXIT.

      *****************************************************
      * CARREGA O CURRICULO DE TODAS AS TURMAS (CURRIC).
      * LINHA COM TIPO DESCONHECIDO E IGNORADA E APONTADA
      *****************************************************
       1300-CARREGAR-CURRICULO.
           MOVE ZEROS TO WRK-QTDE-CURRIC.
           MOVE 'N' TO WRK-FIM-TABELA.
           OPEN INPUT CURRICULO-ENTRADA.
           IF WRK-FS-CURRIC NOT = "00"
               DISPLAY 'CURRIC INDISPONIVEL (STATUS ' WRK-FS-CURRIC
                   ') - AUDITORIA BLOQUEADA'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1300-CARREGAR-CURRICULO-EXIT
           END-IF.
           PERFORM 1350-LER-CURRICULO THRU 1350-LER-CURRICULO-EXIT
               UNTIL FIM-TABELA.
           CLOSE CURRICULO-ENTRADA.
       1300-CARREGAR-CURRICULO-EXIT.
           EXIT.

       1350-LER-CURRICULO.
           READ CURRICULO-ENTRADA
               AT END
                   MOVE 'S' TO WRK-FIM-TABELA
           END-READ.
           IF FIM-TABELA
               GO TO 1350-LER-CURRICULO-EXIT
           END-IF.
           IF NOT CURRIC-OBRIGATORIA AND NOT CURRIC-ELETIVA
               AND NOT CURRIC-CREDITOS
               DISPLAY 'CURRIC: TIPO ' CR-TIPO ' INVALIDO NA TURMA '
                   CR-TURMA ' - LINHA IGNORADA'
               GO TO 1350-LER-CURRICULO-EXIT
           END-IF.
           IF CURRIC-CREDITOS AND CR-CREDITOS-MIN NOT NUMERIC
               DISPLAY 'CURRIC: MINIMO DE CREDITOS INVALIDO NA TURMA '
                   CR-TURMA ' - LINHA IGNORADA'
               GO TO 1350-LER-CURRICULO-EXIT
           END-IF.
           IF WRK-QTDE-CURRIC NOT < 1000
               DISPLAY 'TABELA DE CURRICULO CHEIA - TURMA '
                   CR-TURMA ' IGNORADA'
               GO TO 1350-LER-CURRICULO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-CURRIC.
           MOVE CR-TURMA TO CUR-TURMA (WRK-QTDE-CURRIC).
           MOVE CR-TIPO TO CUR-TIPO (WRK-QTDE-CURRIC).
           MOVE CR-DISCIPLINA TO CUR-DISCIPLINA (WRK-QTDE-CURRIC).
           MOVE CR-GRUPO TO CUR-GRUPO (WRK-QTDE-CURRIC).
           IF CURRIC-CREDITOS
               MOVE CR-CREDITOS-MIN
                   TO CUR-CREDITOS-MIN (WRK-QTDE-CURRIC)
           ELSE
               MOVE ZEROS TO CUR-CREDITOS-MIN (WRK-QTDE-CURRIC)
           END-IF.
       1350-LER-CURRICULO-EXIT.
           EXIT.

      *****************************************************
      * AUDITA UM ALUNO: SO OS ATIVOS (FORMADOS E INATIVOS
      * FICAM FORA). JUNTA AS APROVACOES DO HISTALUN E
      * CONFRONTA COM O CURRICULO DA TURMA
      *****************************************************
       2000-AUDITAR-ALUNO.
           IF NOT ALUNO-ATIVO
               ADD 1 TO WRK-QTDE-FORA
               GO TO 2000-LER-PROXIMO
           END-IF.
           ADD 1 TO WRK-QTDE-ALUNOS.
           MOVE AL-MATRICULA TO FRM-AL-MATRICULA.
           MOVE AL-NOME TO FRM-AL-NOME.
           MOVE AL-TURMA TO FRM-AL-TURMA.
           MOVE SPACES TO RELATORIO-CONCLUSAO-LINHA.
           WRITE RELATORIO-CONCLUSAO-LINHA.
           WRITE RELATORIO-CONCLUSAO-LINHA FROM FRM-LINHA-ALUNO.
           DISPLAY FRM-LINHA-ALUNO.
           PERFORM 2100-VERIFICAR-CURRICULO
               THRU 2100-VERIFICAR-CURRICULO-EXIT.
           IF NOT TURMA-COM-CURRICULO
               ADD 1 TO WRK-QTDE-SEM-CURRIC
               MOVE '  *** TURMA SEM CURRICULO CADASTRADO NO CURRIC'
                   TO FRM-MENSAGEM
               PERFORM 2800-GRAVAR-MENSAGEM
                   THRU 2800-GRAVAR-MENSAGEM-EXIT
               GO TO 2000-LER-PROXIMO
           END-IF.
           PERFORM 2200-CARREGAR-APROVADAS
               THRU 2200-CARREGAR-APROVADAS-EXIT.
           MOVE 'S' TO WRK-APTO.
           MOVE ZEROS TO WRK-CRED-TOTAL WRK-FALTA-OBRIG.
           MOVE ZEROS TO WRK-IND-APR.
           PERFORM 2300-LISTAR-CONCLUIDA THRU 2300-LISTAR-CONCLUIDA-EXIT
               UNTIL WRK-IND-APR NOT LESS THAN WRK-QTDE-APR.
           MOVE ZEROS TO WRK-IND-CURRIC.
           PERFORM 2400-VERIFICAR-OBRIGATORIA
               THRU 2400-VERIFICAR-OBRIGATORIA-EXIT
               UNTIL WRK-IND-CURRIC NOT LESS THAN WRK-QTDE-CURRIC.
           MOVE ZEROS TO WRK-IND-CURRIC.
           PERFORM 2500-VERIFICAR-CREDITOS
               THRU 2500-VERIFICAR-CREDITOS-EXIT
               UNTIL WRK-IND-CURRIC NOT LESS THAN WRK-QTDE-CURRIC.
           IF ALUNO-APTO
               PERFORM 2700-GRAVAR-FORMANDO
                   THRU 2700-GRAVAR-FORMANDO-EXIT
           ELSE
               ADD 1 TO WRK-QTDE-NAO-APTOS
               MOVE '  NAO APTO A COLAR GRAU NO SEMESTRE'
                   TO FRM-MENSAGEM
               PERFORM 2800-GRAVAR-MENSAGEM
                   THRU 2800-GRAVAR-MENSAGEM-EXIT
           END-IF.
       2000-LER-PROXIMO.
           PERFORM 2900-LER-ALUNO THRU 2900-LER-ALUNO-EXIT.
       2000-AUDITAR-ALUNO-EXIT.
           EXIT.

      *****************************************************
      * A TURMA DO ALUNO TEM ALGUMA LINHA NO CURRICULO?
      *****************************************************
       2100-VERIFICAR-CURRICULO.
           MOVE 'N' TO WRK-TEM-CURRIC.
           MOVE ZEROS TO WRK-IND-CURRIC.
           PERFORM 2150-COMPARAR-TURMA THRU 2150-COMPARAR-TURMA-EXIT
               UNTIL TURMA-COM-CURRICULO
                   OR WRK-IND-CURRIC NOT LESS THAN WRK-QTDE-CURRIC.
       2100-VERIFICAR-CURRICULO-EXIT.
           EXIT.

       2150-COMPARAR-TURMA.
           ADD 1 TO WRK-IND-CURRIC.
           IF CUR-TURMA (WRK-IND-CURRIC) = AL-TURMA
               MOVE 'S' TO WRK-TEM-CURRIC
           END-IF.
       2150-COMPARAR-TURMA-EXIT.
           EXIT.

      *****************************************************
      * JUNTA AS DISCIPLINAS QUE O ALUNO APROVOU ATE O
      * SEMESTRE DA AUDITORIA - STATUS 'APROVADO', INCLUSIVE
      * O DEFINITIVO DA RECUPERACAO (PROGCOB07R). A
      * DISCIPLINA GENERICA 'GER' NAO CONTA
      *****************************************************
       2200-CARREGAR-APROVADAS.
           MOVE ZEROS TO WRK-QTDE-APR.
           MOVE 'N' TO WRK-FIM-HIST.
           MOVE AL-MATRICULA TO HA-MATRICULA.
           MOVE LOW-VALUES TO HA-PERIODO.
           MOVE LOW-VALUES TO HA-DISCIPLINA.
           START HISTORICO-ALUNOS KEY IS NOT LESS THAN HA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-HIST.
           PERFORM 2250-LER-HISTORICO THRU 2250-LER-HISTORICO-EXIT
               UNTIL FIM-HISTORICO.
       2200-CARREGAR-APROVADAS-EXIT.
           EXIT.

       2250-LER-HISTORICO.
           READ HISTORICO-ALUNOS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-HIST
           END-READ.
           IF FIM-HISTORICO
               GO TO 2250-LER-HISTORICO-EXIT
           END-IF.
           IF HA-MATRICULA NOT = AL-MATRICULA
               MOVE 'S' TO WRK-FIM-HIST
               GO TO 2250-LER-HISTORICO-EXIT
           END-IF.
           IF HA-STATUS NOT = 'APROVADO'
               OR HA-PERIODO > WRK-SEMESTRE
               OR HA-DISCIPLINA = 'GER'
               GO TO 2250-LER-HISTORICO-EXIT
           END-IF.
           MOVE HA-DISCIPLINA TO WRK-DISC-BUSCA.
           PERFORM 2600-PROCURAR-APROVADA
               THRU 2600-PROCURAR-APROVADA-EXIT.
           IF APROVACAO-ACHADA
               GO TO 2250-LER-HISTORICO-EXIT
           END-IF.
           IF WRK-QTDE-APR NOT < 100
               DISPLAY 'TABELA DE APROVADAS CHEIA - MATRICULA '
                   AL-MATRICULA ' DISCIPLINA ' HA-DISCIPLINA
                   ' IGNORADA'
               GO TO 2250-LER-HISTORICO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-APR.
           MOVE HA-DISCIPLINA TO APR-DISCIPLINA (WRK-QTDE-APR).
           MOVE HA-PERIODO TO APR-PERIODO (WRK-QTDE-APR).
       2250-LER-HISTORICO-EXIT.
           EXIT.

      *****************************************************
      * LISTA UMA DISCIPLINA CONCLUIDA E SOMA OS CREDITOS NO
      * TOTAL DO ALUNO
      *****************************************************
       2300-LISTAR-CONCLUIDA.
           ADD 1 TO WRK-IND-APR.
           MOVE APR-DISCIPLINA (WRK-IND-APR) TO WRK-DISC-BUSCA.
           PERFORM 2650-BUSCAR-DISCIPLINA
               THRU 2650-BUSCAR-DISCIPLINA-EXIT.
           ADD WRK-DISC-CRED TO WRK-CRED-TOTAL.
           MOVE 'CONCLUIDA' TO FRM-DI-ROTULO.
           MOVE ' SEM ' TO FRM-DI-SEM-ROT.
           MOVE APR-PERIODO (WRK-IND-APR) TO FRM-DI-PERIODO.
           PERFORM 2750-GRAVAR-DISCIPLINA
               THRU 2750-GRAVAR-DISCIPLINA-EXIT.
       2300-LISTAR-CONCLUIDA-EXIT.
           EXIT.

      *****************************************************
      * OBRIGATORIA DA TURMA AINDA NAO APROVADA: LISTADA E O
      * ALUNO NAO ESTA APTO
      *****************************************************
       2400-VERIFICAR-OBRIGATORIA.
           ADD 1 TO WRK-IND-CURRIC.
           IF CUR-TURMA (WRK-IND-CURRIC) NOT = AL-TURMA
               OR CUR-TIPO (WRK-IND-CURRIC) NOT = 'O'
               GO TO 2400-VERIFICAR-OBRIGATORIA-EXIT
           END-IF.
           MOVE CUR-DISCIPLINA (WRK-IND-CURRIC) TO WRK-DISC-BUSCA.
           PERFORM 2600-PROCURAR-APROVADA
               THRU 2600-PROCURAR-APROVADA-EXIT.
           IF APROVACAO-ACHADA
               GO TO 2400-VERIFICAR-OBRIGATORIA-EXIT
           END-IF.
           MOVE 'N' TO WRK-APTO.
           ADD 1 TO WRK-FALTA-OBRIG.
           PERFORM 2650-BUSCAR-DISCIPLINA
               THRU 2650-BUSCAR-DISCIPLINA-EXIT.
           MOVE 'FALTA OBRIGATORIA' TO FRM-DI-ROTULO.
           MOVE SPACES TO FRM-DI-SEM-ROT.
           MOVE SPACES TO FRM-DI-PERIODO.
           PERFORM 2750-GRAVAR-DISCIPLINA
               THRU 2750-GRAVAR-DISCIPLINA-EXIT.
       2400-VERIFICAR-OBRIGATORIA-EXIT.
           EXIT.

      *****************************************************
      * CONFERE UM MINIMO DE CREDITOS DA TURMA: DO CURSO
      * INTEIRO (GRUPO EM BRANCO, CONTRA TODAS AS APROVADAS)
      * OU DE UM GRUPO DE ELETIVAS (SO AS APROVADAS QUE O
      * CURRICULO POE NO GRUPO). ABAIXO DO MINIMO, O ALUNO
      * NAO ESTA APTO
      *****************************************************
       2500-VERIFICAR-CREDITOS.
           ADD 1 TO WRK-IND-CURRIC.
           IF CUR-TURMA (WRK-IND-CURRIC) NOT = AL-TURMA
               OR CUR-TIPO (WRK-IND-CURRIC) NOT = 'C'
               GO TO 2500-VERIFICAR-CREDITOS-EXIT
           END-IF.
           IF CUR-GRUPO (WRK-IND-CURRIC) = SPACES
               MOVE WRK-CRED-TOTAL TO WRK-CRED-GRUPO
               MOVE 'TOTAL DO CURSO' TO FRM-CR-ROTULO
           ELSE
               MOVE ZEROS TO WRK-CRED-GRUPO
               MOVE ZEROS TO WRK-IND-ELETIVA
               PERFORM 2550-SOMAR-ELETIVA THRU 2550-SOMAR-ELETIVA-EXIT
                   UNTIL WRK-IND-ELETIVA NOT LESS THAN WRK-QTDE-CURRIC
               MOVE SPACES TO FRM-CR-ROTULO
               STRING 'GRUPO DE ELETIVAS '
                   CUR-GRUPO (WRK-IND-CURRIC)
                   DELIMITED BY SIZE INTO FRM-CR-ROTULO
           END-IF.
           MOVE ZEROS TO WRK-CRED-FALTA.
           IF WRK-CRED-GRUPO < CUR-CREDITOS-MIN (WRK-IND-CURRIC)
               MOVE 'N' TO WRK-APTO
               COMPUTE WRK-CRED-FALTA =
                   CUR-CREDITOS-MIN (WRK-IND-CURRIC) - WRK-CRED-GRUPO
           END-IF.
           MOVE WRK-CRED-GRUPO TO FRM-CR-OBTIDOS.
           MOVE CUR-CREDITOS-MIN (WRK-IND-CURRIC) TO FRM-CR-MINIMO.
           MOVE WRK-CRED-FALTA TO FRM-CR-FALTAM.
           WRITE RELATORIO-CONCLUSAO-LINHA FROM FRM-LINHA-CREDITOS.
           DISPLAY FRM-LINHA-CREDITOS.
       2500-VERIFICAR-CREDITOS-EXIT.
           EXIT.

       2550-SOMAR-ELETIVA.
           ADD 1 TO WRK-IND-ELETIVA.
           IF CUR-TURMA (WRK-IND-ELETIVA) NOT = AL-TURMA
               OR CUR-TIPO (WRK-IND-ELETIVA) NOT = 'E'
               OR CUR-GRUPO (WRK-IND-ELETIVA)
                   NOT = CUR-GRUPO (WRK-IND-CURRIC)
               GO TO 2550-SOMAR-ELETIVA-EXIT
           END-IF.
           MOVE CUR-DISCIPLINA (WRK-IND-ELETIVA) TO WRK-DISC-BUSCA.
           PERFORM 2600-PROCURAR-APROVADA
               THRU 2600-PROCURAR-APROVADA-EXIT.
           IF APROVACAO-ACHADA
               PERFORM 2650-BUSCAR-DISCIPLINA
                   THRU 2650-BUSCAR-DISCIPLINA-EXIT
               ADD WRK-DISC-CRED TO WRK-CRED-GRUPO
           END-IF.
       2550-SOMAR-ELETIVA-EXIT.
           EXIT.

      *****************************************************
      * PROCURA WRK-DISC-BUSCA ENTRE AS APROVADAS DO ALUNO
      *****************************************************
       2600-PROCURAR-APROVADA.
           MOVE 'N' TO WRK-APR-ACHADA.
           MOVE ZEROS TO WRK-IND-BUSCA.
           PERFORM 2610-COMPARAR-APROVADA
               THRU 2610-COMPARAR-APROVADA-EXIT
               UNTIL APROVACAO-ACHADA
                   OR WRK-IND-BUSCA NOT LESS THAN WRK-QTDE-APR.
       2600-PROCURAR-APROVADA-EXIT.
           EXIT.

       2610-COMPARAR-APROVADA.
           ADD 1 TO WRK-IND-BUSCA.
           IF APR-DISCIPLINA (WRK-IND-BUSCA) = WRK-DISC-BUSCA
               MOVE 'S' TO WRK-APR-ACHADA
           END-IF.
       2610-COMPARAR-APROVADA-EXIT.
           EXIT.

      *****************************************************
      * NOME E CREDITOS DE WRK-DISC-BUSCA NO DISCTAB. SEM
      * CADASTRO VALE 1 CREDITO, COMO NO PROGCOB07T
      *****************************************************
       2650-BUSCAR-DISCIPLINA.
           MOVE 'N' TO WRK-DISC-ACHADA.
           MOVE 1 TO WRK-DISC-CRED.
           MOVE '(SEM CADASTRO)' TO WRK-DISC-NOME.
           MOVE ZEROS TO WRK-IND-DISC.
           PERFORM 2660-COMPARAR-DISCIPLINA
               THRU 2660-COMPARAR-DISCIPLINA-EXIT
               UNTIL DISCIPLINA-ACHADA
                   OR WRK-IND-DISC NOT LESS THAN WRK-QTDE-DISC.
       2650-BUSCAR-DISCIPLINA-EXIT.
           EXIT.

       2660-COMPARAR-DISCIPLINA.
           ADD 1 TO WRK-IND-DISC.
           IF DSC-CODIGO (WRK-IND-DISC) = WRK-DISC-BUSCA
               MOVE 'S' TO WRK-DISC-ACHADA
               MOVE DSC-NOME (WRK-IND-DISC) TO WRK-DISC-NOME
               IF DSC-CREDITOS (WRK-IND-DISC) NUMERIC
                   AND DSC-CREDITOS (WRK-IND-DISC) > ZEROS
                   MOVE DSC-CREDITOS (WRK-IND-DISC) TO WRK-DISC-CRED
               END-IF
           END-IF.
       2660-COMPARAR-DISCIPLINA-EXIT.
           EXIT.

      *****************************************************
      * ALUNO APTO: LINHA NO RELATORIO E NO FORMAND, QUE O
      * PROGCOB15 APLICA NO MESTRE
      *****************************************************
       2700-GRAVAR-FORMANDO.
           ADD 1 TO WRK-QTDE-APTOS.
           MOVE AL-MATRICULA TO FM-MATRICULA.
           MOVE AL-NOME TO FM-NOME.
           MOVE AL-TURMA TO FM-TURMA.
           MOVE WRK-SEMESTRE TO FM-SEMESTRE.
           MOVE WRK-CRED-TOTAL TO FM-CREDITOS.
           WRITE FORMANDO-REG.
           MOVE '  *** APTO A COLAR GRAU NO SEMESTRE ***'
               TO FRM-MENSAGEM.
           PERFORM 2800-GRAVAR-MENSAGEM THRU 2800-GRAVAR-MENSAGEM-EXIT.
       2700-GRAVAR-FORMANDO-EXIT.
           EXIT.

       2750-GRAVAR-DISCIPLINA.
           MOVE WRK-DISC-BUSCA TO FRM-DI-CODIGO.
           MOVE WRK-DISC-NOME TO FRM-DI-NOME.
           MOVE WRK-DISC-CRED TO FRM-DI-CREDITOS.
           WRITE RELATORIO-CONCLUSAO-LINHA FROM FRM-LINHA-DISCIPLINA.
           DISPLAY FRM-LINHA-DISCIPLINA.
       2750-GRAVAR-DISCIPLINA-EXIT.
           EXIT.

       2800-GRAVAR-MENSAGEM.
           WRITE RELATORIO-CONCLUSAO-LINHA FROM FRM-LINHA-MENSAGEM.
           DISPLAY FRM-LINHA-MENSAGEM.
       2800-GRAVAR-MENSAGEM-EXIT.
           EXIT.

       2900-LER-ALUNO.
           IF FIM-ARQUIVO
               GO TO 2900-LER-ALUNO-EXIT
           END-IF.
           READ ALUNO-MESTRE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       2900-LER-ALUNO-EXIT.
           EXIT.

       8000-IMPRIMIR-RESUMO.
           DISPLAY "============================================".
           DISPLAY 'ALUNOS AUDITADOS.....: ' WRK-QTDE-ALUNOS.
           DISPLAY 'APTOS A COLAR GRAU...: ' WRK-QTDE-APTOS.
           DISPLAY 'NAO APTOS............: ' WRK-QTDE-NAO-APTOS.
           DISPLAY 'TURMA SEM CURRICULO..: ' WRK-QTDE-SEM-CURRIC.
           DISPLAY 'FORMADOS/INATIVOS....: ' WRK-QTDE-FORA.
       8000-IMPRIMIR-RESUMO-EXIT.
           EXIT.

       9999-FINALIZAR.
           IF WRK-RC-RUN NOT = 8
               CLOSE ALUNO-MESTRE
               CLOSE HISTORICO-ALUNOS
               CLOSE FORMANDOS-SAIDA
               CLOSE RELATORIO-CONCLUSAO
           END-IF.
           PERFORM 9900-REGISTRAR-AUDITORIA
               THRU 9900-REGISTRAR-AUDITORIA-EXIT.
       9999-FINALIZAR-EXIT.
           EXIT.

      *****************************************************
      * ACRESCENTA UMA LINHA NA TRILHA DE AUDITORIA COMPAR-
      * TILHADA (AUDITLOG) REGISTRANDO O TERMINO DESTE RUN
      *****************************************************
       9900-REGISTRAR-AUDITORIA.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB32" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE "FIM NORMAL DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9900-REGISTRAR-AUDITORIA-EXIT.
           EXIT.
