       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB31.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: CRITICA DAS INSCRICOES EM DISCIPLINA: LE AS
      *           INSCRICOES DIGITADAS PELA SECRETARIA (INSCENT -
      *           ALUNO, SEMESTRE E DISCIPLINA), VALIDA CADA UMA
      *           CONTRA O MESTRE DE ALUNOS (ALUNMAST), A TABELA
      *           DE DISCIPLINAS (DISCTAB) E OS PRE-REQUISITOS DA
      *           DISCIPLINA - CADA UM PRECISA ESTAR 'APROVADO'
      *           NO HISTALUN EM SEMESTRE ANTERIOR, INCLUSIVE
      *           DEPOIS DA RECUPERACAO (PROGCOB07R) - E GRAVA AS
      *           INSCRICOES VALIDAS (INSCVAL) PARA O PROGCOB07 E
      *           A LISTA DE RECUSADAS PARA A SECRETARIA (INSCERR)
      *           COM O CODIGO DO MOTIVO E, NA FALTA DE
      *           PRE-REQUISITO, A DISCIPLINA QUE FALTA. TERMINA
      *           COM RC 4 SE RECUSOU ALGUMA INSCRICAO E RC 8 SEM
      *           AS INSCRICOES, O MESTRE OU A TABELA
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - ATE AQUI NADA
      *                    IMPEDIA A NOTA DE UMA DISCIPLINA CUJO
      *                    PRE-REQUISITO O ALUNO REPROVOU OU NUNCA
      *                    CURSOU
      * 15/10/2026 GABPI0  ALUNO FORMADO (SITUACAO 'F' GRAVADA PELO
      *                    PROGCOB15) E RECUSADO COM O CODIGO 08
      * 15/10/2026 GABPI0  ALUNO MARCADO COMO INADIMPLENTE NO
      *                    MESTRE PELO RELATORIO DE INADIMPLENCIA
      *                    (PROGCOB37) E RECUSADO COM O CODIGO 09
      *                    ATE REGULARIZAR AS MENSALIDADES
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSCRICOES-ENTRADA ASSIGN TO "INSCENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENTRADA.
           SELECT INSCRICOES-VALIDAS ASSIGN TO "INSCVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VALIDAS.
           SELECT RELATORIO-RECUSAS ASSIGN TO "INSCERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECUSAS.
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
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
       FD  INSCRICOES-ENTRADA.
           COPY INSCREC.
      *****************************************************
      * INSCRICOES APROVADAS, NO MESMO LAYOUT DA ENTRADA
      *****************************************************
       FD  INSCRICOES-VALIDAS.
       01  INSCRICAO-VALIDA-REG    PIC X(29).
       FD  RELATORIO-RECUSAS.
       01  RECUSA-LINHA            PIC X(80).
       FD  ALUNO-MESTRE.
           COPY ALUNMAST.
       FD  HISTORICO-ALUNOS.
           COPY HISTREC.
       FD  TABELA-DISCIPLINAS.
           COPY DISCREC.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ENTRADA   PIC X(02) VALUE SPACES.
       77 WRK-FS-VALIDAS   PIC X(02) VALUE SPACES.
       77 WRK-FS-RECUSAS   PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNOS    PIC X(02) VALUE SPACES.
       77 WRK-FS-HIST      PIC X(02) VALUE SPACES.
       77 WRK-FS-DISC      PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO           VALUE 'S'.
       77 WRK-FIM-DISC     PIC X(01) VALUE 'N'.
           88 FIM-DISCIPLINAS       VALUE 'S'.
      *---------------------------------------------------
      * SEM O HISTALUN (PRIMEIRO SEMESTRE DA CASA) NENHUM
      * PRE-REQUISITO ESTA CUMPRIDO - SO PASSAM AS
      * DISCIPLINAS SEM PRE-REQUISITO
      *---------------------------------------------------
       77 WRK-HIST-OK      PIC X(01) VALUE 'N'.
           88 HISTORICO-ABERTO      VALUE 'S'.
       77 WRK-FIM-HIST     PIC X(01) VALUE 'N'.
           88 FIM-HISTORICO         VALUE 'S'.
       77 WRK-PRE-APROVADO PIC X(01) VALUE 'N'.
           88 PRE-REQ-APROVADO      VALUE 'S'.
       77 WRK-PRE-FALTOU   PIC X(01) VALUE 'N'.
           88 PRE-REQ-FALTANDO      VALUE 'S'.
       77 WRK-MATRICULA-NUM PIC 9(06) VALUE ZEROS.
       77 WRK-PRE-BUSCA    PIC X(04) VALUE SPACES.
      *---------------------------------------------------
      * TABELA DE DISCIPLINAS CARREGADA DO DISCTAB COM OS
      * PRE-REQUISITOS DE CADA UMA
      *---------------------------------------------------
       77 WRK-QTDE-DISC    PIC 9(03) VALUE ZEROS.
       77 WRK-IND-DISC     PIC 9(03) VALUE ZEROS.
       77 WRK-IND-DISC-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-IND-PRE      PIC 9(01) VALUE ZEROS.
       01 TAB-DISCIPLINAS.
           05 DSC-ENTRADA OCCURS 100 TIMES.
               10 DSC-CODIGO       PIC X(04).
               10 DSC-PRE-REQ      PIC X(04) OCCURS 3 TIMES.
      *---------------------------------------------------
      * INSCRICOES JA ACEITAS NO LOTE, PARA APONTAR A
      * DUPLICADA (MESMO ALUNO, SEMESTRE E DISCIPLINA)
      *---------------------------------------------------
       77 WRK-QTDE-VISTAS  PIC 9(04) VALUE ZEROS.
       77 WRK-IND          PIC 9(04) VALUE ZEROS.
       77 WRK-ACHOU-DUP    PIC X(01) VALUE 'N'.
           88 INSCRICAO-DUPLICADA   VALUE 'S'.
       01 TAB-VISTAS.
           05 VIS-ENTRADA OCCURS 3000 TIMES.
               10 VIS-MATRICULA    PIC X(06).
               10 VIS-SEMESTRE     PIC X(06).
               10 VIS-DISCIPLINA   PIC X(04).
      *---------------------------------------------------
      * CONTADORES DE CONTROLE DO LOTE
      *---------------------------------------------------
       77 WRK-QTDE-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-VALIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-PRE-FALTA  PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * RETURN CODE NA CONVENCAO DA SUITE: 0 LIMPO, 4 COM
      * INSCRICOES RECUSADAS, 8 COM A ENTRADA, O MESTRE DE
      * ALUNOS OU A TABELA DE DISCIPLINAS INDISPONIVEL
      *---------------------------------------------------
       77 WRK-RC-RUN          PIC 9(01) VALUE ZEROS.
      *---------------------------------------------------
      * LINHA DA LISTA DE RECUSAS: CODIGO E DESCRICAO DO
      * MOTIVO, A INSCRICAO E, NA FALTA DE PRE-REQUISITO, A
      * DISCIPLINA QUE O ALUNO AINDA NAO APROVOU (UMA LINHA
      * POR PRE-REQUISITO EM FALTA)
      *---------------------------------------------------
       01 REJ-LINHA.
           05 FILLER           PIC X(04) VALUE 'REJ '.
           05 REJ-MOTIVO-COD   PIC X(02).
           05 FILLER           PIC X(03) VALUE ' - '.
           05 REJ-MOTIVO-DESC  PIC X(27).
           05 FILLER           PIC X(05) VALUE ' MAT '.
           05 REJ-MATRICULA    PIC X(06).
           05 FILLER           PIC X(05) VALUE ' SEM '.
           05 REJ-SEMESTRE     PIC X(06).
           05 FILLER           PIC X(06) VALUE ' DISC '.
           05 REJ-DISCIPLINA   PIC X(04).
           05 REJ-FALTA-ROTULO PIC X(07).
           05 REJ-PRE-REQ      PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACE.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-CRITICAR-INSCRICAO
               THRU 2000-CRITICAR-INSCRICAO-EXIT
               UNTIL FIM-ARQUIVO.
           PERFORM 8000-IMPRIMIR-RESUMO THRU 8000-IMPRIMIR-RESUMO-EXIT.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           IF WRK-RC-RUN = 8
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTDE-REJEITADOS > ZEROS
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
           MOVE "PROGCB31" TO AU-PROGRAMA.
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
      * CARREGA AS DISCIPLINAS E ABRE O MESTRE, O HISTORICO
      * E AS INSCRICOES. SEM A TABELA, O MESTRE OU A ENTRADA
      * NAO HA COMO CRITICAR E O RUN TERMINA COM RC 8
      *****************************************************
       1000-INICIALIZAR.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO WRK-QTDE-LIDOS WRK-QTDE-VALIDOS
               WRK-QTDE-REJEITADOS WRK-QTDE-PRE-FALTA
               WRK-QTDE-VISTAS WRK-QTDE-DISC WRK-RC-RUN.
           PERFORM 1100-CARREGAR-DISCIPLINAS
               THRU 1100-CARREGAR-DISCIPLINAS-EXIT.
           IF WRK-RC-RUN = 8
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT ALUNO-MESTRE.
           IF WRK-FS-ALUNOS NOT = "00"
               DISPLAY 'ALUNMAST INDISPONIVEL (STATUS ' WRK-FS-ALUNOS
                   ') - CRITICA BLOQUEADA'
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           MOVE 'N' TO WRK-HIST-OK.
           OPEN INPUT HISTORICO-ALUNOS.
           IF WRK-FS-HIST = "00"
               MOVE 'S' TO WRK-HIST-OK
           ELSE
               DISPLAY 'HISTALUN NAO ENCONTRADO (STATUS ' WRK-FS-HIST
                   ') - NENHUM PRE-REQUISITO CUMPRIDO'
           END-IF.
           OPEN INPUT INSCRICOES-ENTRADA.
           IF WRK-FS-ENTRADA NOT = "00"
               DISPLAY 'INSCENT INDISPONIVEL (STATUS ' WRK-FS-ENTRADA
                   ')'
               CLOSE ALUNO-MESTRE
               IF HISTORICO-ABERTO
                   CLOSE HISTORICO-ALUNOS
               END-IF
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT INSCRICOES-VALIDAS.
           OPEN OUTPUT RELATORIO-RECUSAS.
           DISPLAY "========= CRITICA DAS INSCRICOES ==========".
           PERFORM 2100-LER-INSCRICAO THRU 2100-LER-INSCRICAO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * CARREGA A TABELA DE DISCIPLINAS (DISCTAB) COM OS
      * PRE-REQUISITOS. SEM A TABELA A CRITICA E BLOQUEADA
      *****************************************************
       1100-CARREGAR-DISCIPLINAS.
           MOVE 'N' TO WRK-FIM-DISC.
           OPEN INPUT TABELA-DISCIPLINAS.
           IF WRK-FS-DISC NOT = "00"
               DISPLAY 'DISCTAB INDISPONIVEL (STATUS ' WRK-FS-DISC
                   ') - CRITICA BLOQUEADA'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-CARREGAR-DISCIPLINAS-EXIT
           END-IF.
           PERFORM 1150-LER-DISCIPLINA THRU 1150-LER-DISCIPLINA-EXIT
               UNTIL FIM-DISCIPLINAS.
           CLOSE TABELA-DISCIPLINAS.
       1100-CARREGAR-DISCIPLINAS-EXIT.
           EXIT.

       1150-LER-DISCIPLINA.
           READ TABELA-DISCIPLINAS
               AT END
                   MOVE 'S' TO WRK-FIM-DISC
               NOT AT END
                   IF WRK-QTDE-DISC < 100
                       ADD 1 TO WRK-QTDE-DISC
                       MOVE DT-CODIGO TO DSC-CODIGO (WRK-QTDE-DISC)
                       MOVE DT-PRE-REQ (1)
                           TO DSC-PRE-REQ (WRK-QTDE-DISC 1)
                       MOVE DT-PRE-REQ (2)
                           TO DSC-PRE-REQ (WRK-QTDE-DISC 2)
                       MOVE DT-PRE-REQ (3)
                           TO DSC-PRE-REQ (WRK-QTDE-DISC 3)
                   ELSE
                       DISPLAY 'TABELA DE DISCIPLINAS CHEIA -'
                           ' DISCIPLINA ' DT-CODIGO ' IGNORADA'
                   END-IF
           END-READ.
       1150-LER-DISCIPLINA-EXIT.
           EXIT.

      *****************************************************
      * CRITICA UMA INSCRICAO: ALUNO, SEMESTRE, CADASTRO NO
      * MESTRE, DISCIPLINA, DUPLICIDADE NO LOTE E POR FIM OS
      * PRE-REQUISITOS. A BOA VAI PARA O INSCVAL; A RUIM VAI
      * PARA A LISTA COM O CODIGO DO PRIMEIRO MOTIVO (OU COM
      * TODOS OS PRE-REQUISITOS QUE FALTAM)
      *****************************************************
       2000-CRITICAR-INSCRICAO.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF IN-MATRICULA NOT NUMERIC
               PERFORM 2300-REJEITAR-01 THRU 2300-REJEITAR-01-EXIT
               GO TO 2000-LER-PROXIMA
           END-IF.
           MOVE IN-MATRICULA TO WRK-MATRICULA-NUM.
           IF WRK-MATRICULA-NUM = ZEROS
               PERFORM 2300-REJEITAR-01 THRU 2300-REJEITAR-01-EXIT
               GO TO 2000-LER-PROXIMA
           END-IF.
           IF IN-SEMESTRE NOT NUMERIC
               PERFORM 2310-REJEITAR-02 THRU 2310-REJEITAR-02-EXIT
               GO TO 2000-LER-PROXIMA
           END-IF.
           MOVE WRK-MATRICULA-NUM TO AL-MATRICULA.
           READ ALUNO-MESTRE
               INVALID KEY
                   MOVE SPACES TO AL-SITUACAO
                   PERFORM 2320-REJEITAR-03 THRU 2320-REJEITAR-03-EXIT
                   GO TO 2000-LER-PROXIMA
           END-READ.
           IF ALUNO-INATIVO
               PERFORM 2330-REJEITAR-04 THRU 2330-REJEITAR-04-EXIT
               GO TO 2000-LER-PROXIMA
           END-IF.
           IF ALUNO-FORMADO
               PERFORM 2360-REJEITAR-08 THRU 2360-REJEITAR-08-EXIT
               GO TO 2000-LER-PROXIMA
           END-IF.
           IF ALUNO-INADIMPLENTE
               PERFORM 2370-REJEITAR-09 THRU 2370-REJEITAR-09-EXIT
               GO TO 2000-LER-PROXIMA
           END-IF.
           PERFORM 2200-PROCURAR-DISCIPLINA
               THRU 2200-PROCURAR-DISCIPLINA-EXIT.
           IF WRK-IND-DISC-ACHADO = ZEROS
               PERFORM 2340-REJEITAR-05 THRU 2340-REJEITAR-05-EXIT
               GO TO 2000-LER-PROXIMA
           END-IF.
           PERFORM 2250-VERIFICAR-DUPLICADA
               THRU 2250-VERIFICAR-DUPLICADA-EXIT.
           IF INSCRICAO-DUPLICADA
               PERFORM 2350-REJEITAR-06 THRU 2350-REJEITAR-06-EXIT
               GO TO 2000-LER-PROXIMA
           END-IF.
           MOVE 'N' TO WRK-PRE-FALTOU.
           MOVE ZEROS TO WRK-IND-PRE.
           PERFORM 2500-VERIFICAR-PRE-REQ
               THRU 2500-VERIFICAR-PRE-REQ-EXIT
               UNTIL WRK-IND-PRE NOT LESS THAN 3.
           IF PRE-REQ-FALTANDO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 2000-LER-PROXIMA
           END-IF.
           PERFORM 2400-GRAVAR-VALIDA THRU 2400-GRAVAR-VALIDA-EXIT.
       2000-LER-PROXIMA.
           PERFORM 2100-LER-INSCRICAO THRU 2100-LER-INSCRICAO-EXIT.
       2000-CRITICAR-INSCRICAO-EXIT.
           EXIT.

       2100-LER-INSCRICAO.
           READ INSCRICOES-ENTRADA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
       2100-LER-INSCRICAO-EXIT.
           EXIT.

      *****************************************************
      * LOCALIZA A DISCIPLINA DA INSCRICAO NA TABELA (ZERO
      * EM WRK-IND-DISC-ACHADO QUANDO NAO CADASTRADA)
      *****************************************************
       2200-PROCURAR-DISCIPLINA.
           MOVE ZEROS TO WRK-IND-DISC-ACHADO.
           MOVE ZEROS TO WRK-IND-DISC.
           PERFORM 2210-COMPARAR-DISCIPLINA
               THRU 2210-COMPARAR-DISCIPLINA-EXIT
               UNTIL WRK-IND-DISC-ACHADO > ZEROS
                   OR WRK-IND-DISC NOT LESS THAN WRK-QTDE-DISC.
       2200-PROCURAR-DISCIPLINA-EXIT.
           EXIT.

       2210-COMPARAR-DISCIPLINA.
           ADD 1 TO WRK-IND-DISC.
           IF DSC-CODIGO (WRK-IND-DISC) = IN-DISCIPLINA
               MOVE WRK-IND-DISC TO WRK-IND-DISC-ACHADO
           END-IF.
       2210-COMPARAR-DISCIPLINA-EXIT.
           EXIT.

      *****************************************************
      * PROCURA A INSCRICAO NA TABELA DAS JA ACEITAS NO LOTE
      *****************************************************
       2250-VERIFICAR-DUPLICADA.
           MOVE 'N' TO WRK-ACHOU-DUP.
           MOVE ZEROS TO WRK-IND.
           PERFORM 2260-COMPARAR-VISTA THRU 2260-COMPARAR-VISTA-EXIT
               UNTIL INSCRICAO-DUPLICADA
                   OR WRK-IND NOT LESS THAN WRK-QTDE-VISTAS.
       2250-VERIFICAR-DUPLICADA-EXIT.
           EXIT.

       2260-COMPARAR-VISTA.
           ADD 1 TO WRK-IND.
           IF VIS-MATRICULA (WRK-IND) = IN-MATRICULA
               AND VIS-SEMESTRE (WRK-IND) = IN-SEMESTRE
               AND VIS-DISCIPLINA (WRK-IND) = IN-DISCIPLINA
               MOVE 'S' TO WRK-ACHOU-DUP
           END-IF.
       2260-COMPARAR-VISTA-EXIT.
           EXIT.

       2300-REJEITAR-01.
           MOVE '01' TO REJ-MOTIVO-COD.
           MOVE 'MATRICULA INVALIDA' TO REJ-MOTIVO-DESC.
           PERFORM 2390-GRAVAR-RECUSA THRU 2390-GRAVAR-RECUSA-EXIT.
       2300-REJEITAR-01-EXIT.
           EXIT.

       2310-REJEITAR-02.
           MOVE '02' TO REJ-MOTIVO-COD.
           MOVE 'SEMESTRE INVALIDO' TO REJ-MOTIVO-DESC.
           PERFORM 2390-GRAVAR-RECUSA THRU 2390-GRAVAR-RECUSA-EXIT.
       2310-REJEITAR-02-EXIT.
           EXIT.

       2320-REJEITAR-03.
           MOVE '03' TO REJ-MOTIVO-COD.
           MOVE 'ALUNO SEM CADASTRO' TO REJ-MOTIVO-DESC.
           PERFORM 2390-GRAVAR-RECUSA THRU 2390-GRAVAR-RECUSA-EXIT.
       2320-REJEITAR-03-EXIT.
           EXIT.

       2330-REJEITAR-04.
           MOVE '04' TO REJ-MOTIVO-COD.
           MOVE 'ALUNO INATIVO' TO REJ-MOTIVO-DESC.
           PERFORM 2390-GRAVAR-RECUSA THRU 2390-GRAVAR-RECUSA-EXIT.
       2330-REJEITAR-04-EXIT.
           EXIT.

       2340-REJEITAR-05.
           MOVE '05' TO REJ-MOTIVO-COD.
           MOVE 'DISCIPLINA SEM CADASTRO' TO REJ-MOTIVO-DESC.
           PERFORM 2390-GRAVAR-RECUSA THRU 2390-GRAVAR-RECUSA-EXIT.
       2340-REJEITAR-05-EXIT.
           EXIT.

       2350-REJEITAR-06.
           MOVE '06' TO REJ-MOTIVO-COD.
           MOVE 'INSCRICAO DUPLICADA NO LOTE' TO REJ-MOTIVO-DESC.
           PERFORM 2390-GRAVAR-RECUSA THRU 2390-GRAVAR-RECUSA-EXIT.
       2350-REJEITAR-06-EXIT.
           EXIT.

       2360-REJEITAR-08.
           MOVE '08' TO REJ-MOTIVO-COD.
           MOVE 'ALUNO JA FORMADO' TO REJ-MOTIVO-DESC.
           PERFORM 2390-GRAVAR-RECUSA THRU 2390-GRAVAR-RECUSA-EXIT.
       2360-REJEITAR-08-EXIT.
           EXIT.

       2370-REJEITAR-09.
           MOVE '09' TO REJ-MOTIVO-COD.
           MOVE 'ALUNO INADIMPLENTE' TO REJ-MOTIVO-DESC.
           PERFORM 2390-GRAVAR-RECUSA THRU 2390-GRAVAR-RECUSA-EXIT.
       2370-REJEITAR-09-EXIT.
           EXIT.

       2390-GRAVAR-RECUSA.
           ADD 1 TO WRK-QTDE-REJEITADOS.
           MOVE SPACES TO REJ-FALTA-ROTULO.
           MOVE SPACES TO REJ-PRE-REQ.
           PERFORM 2395-IMPRIMIR-RECUSA
               THRU 2395-IMPRIMIR-RECUSA-EXIT.
       2390-GRAVAR-RECUSA-EXIT.
           EXIT.

       2395-IMPRIMIR-RECUSA.
           MOVE IN-MATRICULA TO REJ-MATRICULA.
           MOVE IN-SEMESTRE TO REJ-SEMESTRE.
           MOVE IN-DISCIPLINA TO REJ-DISCIPLINA.
           WRITE RECUSA-LINHA FROM REJ-LINHA.
           DISPLAY REJ-LINHA.
       2395-IMPRIMIR-RECUSA-EXIT.
           EXIT.

      *****************************************************
      * GRAVA A INSCRICAO APROVADA NO INSCVAL E A GUARDA
      * PARA A CRITICA DE DUPLICIDADE
      *****************************************************
       2400-GRAVAR-VALIDA.
           ADD 1 TO WRK-QTDE-VALIDOS.
           WRITE INSCRICAO-VALIDA-REG FROM INSCRICAO-REG.
           IF WRK-QTDE-VISTAS < 3000
               ADD 1 TO WRK-QTDE-VISTAS
               MOVE IN-MATRICULA TO VIS-MATRICULA (WRK-QTDE-VISTAS)
               MOVE IN-SEMESTRE TO VIS-SEMESTRE (WRK-QTDE-VISTAS)
               MOVE IN-DISCIPLINA TO VIS-DISCIPLINA (WRK-QTDE-VISTAS)
           ELSE
               DISPLAY 'TABELA DE INSCRICOES VISTAS CHEIA - CRITICA'
                   ' DE DUPLICIDADE SUSPENSA A PARTIR DAQUI'
           END-IF.
       2400-GRAVAR-VALIDA-EXIT.
           EXIT.

      *****************************************************
      * CONFERE UM PRE-REQUISITO DA DISCIPLINA: PRECISA HAVER
      * NO HISTALUN UMA LINHA DO ALUNO NESSA DISCIPLINA COM
      * STATUS 'APROVADO' (O DEFINITIVO DO PROGCOB07R VALE)
      * EM SEMESTRE ANTERIOR AO DA INSCRICAO. CADA UM QUE
      * FALTA SAI NA LISTA COM A DISCIPLINA NOMEADA
      *****************************************************
       2500-VERIFICAR-PRE-REQ.
           ADD 1 TO WRK-IND-PRE.
           MOVE DSC-PRE-REQ (WRK-IND-DISC-ACHADO WRK-IND-PRE)
               TO WRK-PRE-BUSCA.
           IF WRK-PRE-BUSCA = SPACES
               GO TO 2500-VERIFICAR-PRE-REQ-EXIT
           END-IF.
           PERFORM 2600-PROCURAR-APROVACAO
               THRU 2600-PROCURAR-APROVACAO-EXIT.
           IF PRE-REQ-APROVADO
               GO TO 2500-VERIFICAR-PRE-REQ-EXIT
           END-IF.
           MOVE 'S' TO WRK-PRE-FALTOU.
           ADD 1 TO WRK-QTDE-PRE-FALTA.
           MOVE '07' TO REJ-MOTIVO-COD.
           MOVE 'PRE-REQUISITO NAO APROVADO' TO REJ-MOTIVO-DESC.
           MOVE ' FALTA ' TO REJ-FALTA-ROTULO.
           MOVE WRK-PRE-BUSCA TO REJ-PRE-REQ.
           PERFORM 2395-IMPRIMIR-RECUSA
               THRU 2395-IMPRIMIR-RECUSA-EXIT.
       2500-VERIFICAR-PRE-REQ-EXIT.
           EXIT.

       2600-PROCURAR-APROVACAO.
           MOVE 'N' TO WRK-PRE-APROVADO.
           IF NOT HISTORICO-ABERTO
               GO TO 2600-PROCURAR-APROVACAO-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-HIST.
           MOVE WRK-MATRICULA-NUM TO HA-MATRICULA.
           MOVE LOW-VALUES TO HA-PERIODO.
           MOVE LOW-VALUES TO HA-DISCIPLINA.
           START HISTORICO-ALUNOS KEY IS NOT LESS THAN HA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-HIST.
           PERFORM 2650-LER-HISTORICO THRU 2650-LER-HISTORICO-EXIT
               UNTIL FIM-HISTORICO OR PRE-REQ-APROVADO.
       2600-PROCURAR-APROVACAO-EXIT.
           EXIT.

       2650-LER-HISTORICO.
           READ HISTORICO-ALUNOS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-HIST
           END-READ.
           IF FIM-HISTORICO
               GO TO 2650-LER-HISTORICO-EXIT
           END-IF.
           IF HA-MATRICULA NOT = WRK-MATRICULA-NUM
               MOVE 'S' TO WRK-FIM-HIST
               GO TO 2650-LER-HISTORICO-EXIT
           END-IF.
           IF HA-DISCIPLINA = WRK-PRE-BUSCA
               AND HA-STATUS = 'APROVADO'
               AND HA-PERIODO < IN-SEMESTRE
               MOVE 'S' TO WRK-PRE-APROVADO
           END-IF.
       2650-LER-HISTORICO-EXIT.
           EXIT.

       8000-IMPRIMIR-RESUMO.
           DISPLAY "============================================".
           DISPLAY 'INSCRICOES LIDAS.....: ' WRK-QTDE-LIDOS.
           DISPLAY 'INSCRICOES VALIDAS...: ' WRK-QTDE-VALIDOS.
           DISPLAY 'INSCRICOES RECUSADAS.: ' WRK-QTDE-REJEITADOS.
           DISPLAY 'PRE-REQUISITOS FALTA.: ' WRK-QTDE-PRE-FALTA.
       8000-IMPRIMIR-RESUMO-EXIT.
           EXIT.

       9999-FINALIZAR.
           IF WRK-RC-RUN NOT = 8
               CLOSE INSCRICOES-ENTRADA
               CLOSE INSCRICOES-VALIDAS
               CLOSE RELATORIO-RECUSAS
               CLOSE ALUNO-MESTRE
               IF HISTORICO-ABERTO
                   CLOSE HISTORICO-ALUNOS
               END-IF
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
           MOVE "PROGCB31" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE "FIM NORMAL DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9900-REGISTRAR-AUDITORIA-EXIT.
           EXIT.
