       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB23R.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: RELATORIO DOS FUNCIONARIOS ATIVOS COM SALARIO
      *           FORA DA FAIXA DO CARGO: VARRE O MESTRE, BUSCA O
      *           CARGO DE CADA FUNCIONARIO NA TABELA DE CARGOS
      *           (CARGOTAB) E LISTA QUEM ESTA ABAIXO DO MINIMO,
      *           ACIMA DO MAXIMO OU COM UM CARGO QUE NAO EXISTE
      *           NA TABELA, AGRUPADO POR COMPANHIA E CENTRO DE
      *           CUSTO (SORT), COM A DIFERENCA PARA A FAIXA E O
      *           TOTAL DE CADA CENTRO DE CUSTO. TERMINA COM RC 4
      *           QUANDO HA ALGUEM FORA DA FAIXA
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - O RH CONFERIA AS
      *                    FAIXAS CRUZANDO A LISTAGEM DO MESTRE
      *                    COM UMA PLANILHA DE CARGOS
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WRK-FS-MESTRE.
           SELECT TABELA-CARGOS ASSIGN TO "CARGOTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CHAVE
               FILE STATUS IS WRK-FS-CARGOS.
           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
       FD  TABELA-CARGOS.
           COPY CARGOREC.
       SD  ARQ-CLASSIFICACAO.
       01  CLASSIFICACAO-REG.
           05  SRT-COMPANHIA       PIC X(02).
           05  SRT-CCUSTO          PIC X(05).
           05  SRT-MATRICULA       PIC 9(06).
           05  SRT-NOME            PIC X(22).
           05  SRT-CARGO           PIC X(04).
           05  SRT-SALARIO         PIC 9(06)V99.
           05  SRT-SAL-MINIMO      PIC 9(06)V99.
           05  SRT-SAL-MAXIMO      PIC 9(06)V99.
           05  SRT-DIFERENCA       PIC 9(06)V99.
           05  SRT-MOTIVO          PIC X(01).
               88  SRT-ABAIXO             VALUE 'B'.
               88  SRT-ACIMA              VALUE 'C'.
               88  SRT-SEM-CADASTRO       VALUE 'N'.
       WORKING-STORAGE SECTION.
       77 WRK-FS-MESTRE    PIC X(02) VALUE SPACES.
       77 WRK-FS-CARGOS    PIC X(02) VALUE SPACES.
       77 WRK-FIM-MESTRE   PIC X(01) VALUE 'N'.
           88 FIM-MESTRE            VALUE 'S'.
       77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICACAO     VALUE 'S'.
       77 WRK-RUN-OK       PIC X(01) VALUE 'S'.
           88 RUN-VALIDO            VALUE 'S'.
       77 WRK-RC-RUN       PIC 9(02) VALUE ZEROS.
      *---------------------------------------------------
      * CONTADORES DA VARREDURA DO MESTRE
      *---------------------------------------------------
       77 WRK-QTDE-ATIVOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-SEM-CARGO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-FORA    PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-ABAIXO  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-ACIMA   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-NAO-CAD PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * QUEBRA POR COMPANHIA + CENTRO DE CUSTO NA SAIDA DO
      * SORT: QUANTIDADE E SOMA DAS DIFERENCAS PARA A FAIXA
      *---------------------------------------------------
       01 WRK-QUEBRA.
           05 WRK-QUEBRA-CIA   PIC X(02) VALUE SPACES.
           05 WRK-QUEBRA-CC    PIC X(05) VALUE SPACES.
       77 WRK-QTDE-CC      PIC 9(06) VALUE ZEROS.
       77 WRK-DIF-CC       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SALARIO-ED   PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MINIMO-ED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MAXIMO-ED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DIFERENCA-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DIF-CC-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MOTIVO-ED    PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF RUN-VALIDO
               SORT ARQ-CLASSIFICACAO
                   ON ASCENDING KEY SRT-COMPANHIA SRT-CCUSTO
                       SRT-MATRICULA
                   INPUT PROCEDURE IS 3000-SELECIONAR-FORA-FAIXA
                       THRU 3000-SELECIONAR-FORA-FAIXA-EXIT
                   OUTPUT PROCEDURE IS 5000-IMPRIMIR-RELATORIO
                       THRU 5000-IMPRIMIR-RELATORIO-EXIT
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           IF WRK-RC-RUN > ZEROS
               MOVE WRK-RC-RUN TO RETURN-CODE
           END-IF.
           GOBACK.

      *****************************************************
      * ABRE O MESTRE E A TABELA DE CARGOS - SEM QUALQUER
      * UM DOS DOIS NAO HA O QUE CONFERIR E O RUN TERMINA
      * COM RC 8
      *****************************************************
       1000-INICIALIZAR.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-MESTRE NOT = "00"
               DISPLAY 'EMPMAST INDISPONIVEL (STATUS ' WRK-FS-MESTRE
                   ')'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT TABELA-CARGOS.
           IF WRK-FS-CARGOS NOT = "00"
               DISPLAY 'CARGOTAB INDISPONIVEL (STATUS ' WRK-FS-CARGOS
                   ')'
               CLOSE EMPLOYEE-MASTER
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           DISPLAY "===== FUNCIONARIOS ATIVOS FORA DA FAIXA SALARIAL"
               " DO CARGO =====".
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE ENTRADA DO SORT: VARRE O MESTRE E
      * LIBERA OS ATIVOS COM SALARIO FORA DA FAIXA DO CARGO
      * OU COM CARGO SEM CADASTRO. FUNCIONARIO SEM CARGO
      * INFORMADO SO E CONTADO
      *****************************************************
       3000-SELECIONAR-FORA-FAIXA.
           MOVE LOW-VALUES TO EMP-CHAVE.
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MESTRE.
           PERFORM 3100-CONFERIR-FUNCIONARIO
               THRU 3100-CONFERIR-FUNCIONARIO-EXIT
               UNTIL FIM-MESTRE.
       3000-SELECIONAR-FORA-FAIXA-EXIT.
           EXIT.

       3100-CONFERIR-FUNCIONARIO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MESTRE
                   GO TO 3100-CONFERIR-FUNCIONARIO-EXIT
           END-READ.
           IF NOT EMP-ATIVO
               GO TO 3100-CONFERIR-FUNCIONARIO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ATIVOS.
           IF EMP-CARGO = SPACES
               ADD 1 TO WRK-QTDE-SEM-CARGO
               GO TO 3100-CONFERIR-FUNCIONARIO-EXIT
           END-IF.
           MOVE ZEROS TO SRT-SAL-MINIMO SRT-SAL-MAXIMO SRT-DIFERENCA.
           MOVE EMP-COMPANHIA TO CG-COMPANHIA.
           MOVE EMP-CARGO TO CG-CODIGO.
           READ TABELA-CARGOS
               INVALID KEY
                   MOVE 'N' TO SRT-MOTIVO
                   ADD 1 TO WRK-QTDE-NAO-CAD
               NOT INVALID KEY
                   MOVE CG-SAL-MINIMO TO SRT-SAL-MINIMO
                   MOVE CG-SAL-MAXIMO TO SRT-SAL-MAXIMO
                   MOVE SPACE TO SRT-MOTIVO
           END-READ.
           IF SRT-MOTIVO = SPACE
               IF EMP-SALARIO < CG-SAL-MINIMO
                   MOVE 'B' TO SRT-MOTIVO
                   COMPUTE SRT-DIFERENCA = CG-SAL-MINIMO - EMP-SALARIO
                   ADD 1 TO WRK-QTDE-ABAIXO
               ELSE
                   IF EMP-SALARIO > CG-SAL-MAXIMO
                       MOVE 'C' TO SRT-MOTIVO
                       COMPUTE SRT-DIFERENCA =
                           EMP-SALARIO - CG-SAL-MAXIMO
                       ADD 1 TO WRK-QTDE-ACIMA
                   ELSE
                       GO TO 3100-CONFERIR-FUNCIONARIO-EXIT
                   END-IF
               END-IF
           END-IF.
           MOVE EMP-COMPANHIA TO SRT-COMPANHIA.
           MOVE EMP-CCUSTO TO SRT-CCUSTO.
           MOVE EMP-ID TO SRT-MATRICULA.
           MOVE EMP-NOME TO SRT-NOME.
           MOVE EMP-CARGO TO SRT-CARGO.
           MOVE EMP-SALARIO TO SRT-SALARIO.
           RELEASE CLASSIFICACAO-REG.
           ADD 1 TO WRK-QTDE-FORA.
       3100-CONFERIR-FUNCIONARIO-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE SAIDA DO SORT: IMPRIME OS
      * FUNCIONARIOS POR COMPANHIA/CENTRO DE CUSTO, COM
      * CABECALHO E TOTAL DE CADA CENTRO DE CUSTO
      *****************************************************
       5000-IMPRIMIR-RELATORIO.
           MOVE HIGH-VALUES TO WRK-QUEBRA.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 5100-IMPRIMIR-FUNCIONARIO
               THRU 5100-IMPRIMIR-FUNCIONARIO-EXIT
               UNTIL FIM-CLASSIFICACAO.
           IF WRK-QUEBRA NOT = HIGH-VALUES
               PERFORM 5300-TOTALIZAR-CCUSTO
                   THRU 5300-TOTALIZAR-CCUSTO-EXIT
           END-IF.
       5000-IMPRIMIR-RELATORIO-EXIT.
           EXIT.

       5100-IMPRIMIR-FUNCIONARIO.
           RETURN ARQ-CLASSIFICACAO
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
                   GO TO 5100-IMPRIMIR-FUNCIONARIO-EXIT
           END-RETURN.
           IF SRT-COMPANHIA NOT = WRK-QUEBRA-CIA
               OR SRT-CCUSTO NOT = WRK-QUEBRA-CC
               IF WRK-QUEBRA NOT = HIGH-VALUES
                   PERFORM 5300-TOTALIZAR-CCUSTO
                       THRU 5300-TOTALIZAR-CCUSTO-EXIT
               END-IF
               MOVE SRT-COMPANHIA TO WRK-QUEBRA-CIA
               MOVE SRT-CCUSTO TO WRK-QUEBRA-CC
               MOVE ZEROS TO WRK-QTDE-CC WRK-DIF-CC
               DISPLAY '--- COMPANHIA ' SRT-COMPANHIA
                   ' CENTRO DE CUSTO ' SRT-CCUSTO ' ---'
           END-IF.
           ADD 1 TO WRK-QTDE-CC.
           ADD SRT-DIFERENCA TO WRK-DIF-CC.
           EVALUATE TRUE
               WHEN SRT-ABAIXO
                   MOVE 'ABAIXO DO MINIMO' TO WRK-MOTIVO-ED
               WHEN SRT-ACIMA
                   MOVE 'ACIMA DO MAXIMO' TO WRK-MOTIVO-ED
               WHEN OTHER
                   MOVE 'CARGO SEM CADASTRO' TO WRK-MOTIVO-ED
           END-EVALUATE.
           MOVE SRT-SALARIO TO WRK-SALARIO-ED.
           MOVE SRT-SAL-MINIMO TO WRK-MINIMO-ED.
           MOVE SRT-SAL-MAXIMO TO WRK-MAXIMO-ED.
           MOVE SRT-DIFERENCA TO WRK-DIFERENCA-ED.
           DISPLAY SRT-MATRICULA ' ' SRT-NOME ' ' SRT-CARGO
               ' SALARIO: ' WRK-SALARIO-ED
               ' FAIXA: ' WRK-MINIMO-ED ' A ' WRK-MAXIMO-ED
               ' DIFERENCA: ' WRK-DIFERENCA-ED ' ' WRK-MOTIVO-ED.
       5100-IMPRIMIR-FUNCIONARIO-EXIT.
           EXIT.

       5300-TOTALIZAR-CCUSTO.
           MOVE WRK-DIF-CC TO WRK-DIF-CC-ED.
           DISPLAY '    TOTAL DO CENTRO DE CUSTO ' WRK-QUEBRA-CC
               ': ' WRK-QTDE-CC ' FUNCIONARIO(S) - DIFERENCA PARA A'
               ' FAIXA: ' WRK-DIF-CC-ED.
       5300-TOTALIZAR-CCUSTO-EXIT.
           EXIT.

       9999-FINALIZAR.
           IF NOT RUN-VALIDO
               GO TO 9999-FINALIZAR-EXIT
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE TABELA-CARGOS.
           DISPLAY "===============================================".
           DISPLAY 'FUNCIONARIOS ATIVOS CONFERIDOS: ' WRK-QTDE-ATIVOS.
           DISPLAY 'ATIVOS SEM CARGO INFORMADO....: '
               WRK-QTDE-SEM-CARGO.
           DISPLAY 'ABAIXO DO MINIMO DA FAIXA.....: ' WRK-QTDE-ABAIXO.
           DISPLAY 'ACIMA DO MAXIMO DA FAIXA......: ' WRK-QTDE-ACIMA.
           DISPLAY 'CARGO SEM CADASTRO............: ' WRK-QTDE-NAO-CAD.
           IF WRK-QTDE-FORA > ZEROS
               MOVE 4 TO WRK-RC-RUN
           END-IF.
       9999-FINALIZAR-EXIT.
           EXIT.
