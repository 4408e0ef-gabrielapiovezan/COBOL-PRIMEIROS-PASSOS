      *                    PELOS CREDITOS DO DISCTAB (DISCIPLINA
      *                    SEM CADASTRO PESA 1), CLASSIFICANDO OS
      *                    ALUNOS POR ESSE COEFICIENTE
      * 15/10/2026 GABPI0  LAYOUT DO DISCTAB PASSA AO COPYBOOK
      *                    DISCREC, QUE GANHOU OS PRE-REQUISITOS
      *                    DA DISCIPLINA - A LINHA MAIS LONGA NAO
      *                    CABIA NO REGISTRO LOCAL DE 26 POSICOES
      * 15/10/2026 GABPI0  EXPORTACAO DO RANKING PARA PLANILHA
      *                    (RANKCSV): CABECALHO, UMA LINHA POR
      *                    ALUNO COM CAMPOS SEPARADOS POR ';' E
      *                    COEFICIENTE SEM EDICAO (VIRGULA
      *                    DECIMAL), MARCANDO O DECIL INFERIOR, E
      *                    A LINHA ROTULADA DE TOTAIS NO FIM
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TABELA-DISCIPLINAS ASSIGN TO "DISCTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISC.
           SELECT EXPORTA-RANKING ASSIGN TO "RANKCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CSV.
           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
      * CODIGO, NOME E CREDITOS (O PESO NO COEFICIENTE)
      *****************************************************
       FD  TABELA-DISCIPLINAS.
           COPY DISCREC.
      *****************************************************
      * EXPORTACAO DO RANKING PARA PLANILHA: LINHAS COM
      * CAMPOS SEPARADOS POR ';'
      *****************************************************
       FD  EXPORTA-RANKING.
       01  EXPORTA-RANKING-LINHA   PIC X(80).
       SD  ARQ-CLASSIFICACAO.
       01  CLASSIFICACAO-REG.
           05  SRT-COEFIC          PIC 9(02)V99.
       77 WRK-FS-HIST      PIC X(02) VALUE SPACES.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-DISC      PIC X(02) VALUE SPACES.
       77 WRK-FS-CSV       PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO           VALUE 'S'.
       77 WRK-FIM-DISC     PIC X(01) VALUE 'N'.
       77 WRK-COEF-ANTERIOR PIC 9(02)V99 VALUE ZEROS.
       77 WRK-QTDE-DECIL   PIC 9(04) VALUE ZEROS.
       77 WRK-INICIO-DECIL PIC 9(04) VALUE ZEROS.
      *---------------------------------------------------
      * EXPORTACAO PARA PLANILHA (RANKCSV): CAMPOS SEPARADOS
      * POR ';', COEFICIENTE SEM MASCARA COM A VIRGULA
      * DECIMAL E 'S' NA ULTIMA COLUNA PARA O DECIL
      * INFERIOR. A LINHA DE TOTAIS FECHA NO FIM, ROTULADA
      * NA PRIMEIRA COLUNA, COM OS ALUNOS CLASSIFICADOS NA
      * SEGUNDA E AS SOMAS DE DISCIPLINAS E CREDITOS E A
      * QUANTIDADE DO DECIL NAS PROPRIAS COLUNAS
      *---------------------------------------------------
       77 WRK-SOMA-DISC    PIC 9(05) VALUE ZEROS.
       77 WRK-SOMA-CRED    PIC 9(06) VALUE ZEROS.
       01 CSV-CABECALHO.
           05 FILLER           PIC X(35)
               VALUE 'POSICAO;MATRICULA;NOME;DISCIPLINAS;'.
           05 FILLER           PIC X(35)
               VALUE 'CREDITOS;COEFICIENTE;DECIL INFERIOR'.
       01 CSV-DETALHE.
           05 CSV-DET-POSICAO  PIC 9(04).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-MATRICULA PIC 9(06).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-NOME     PIC X(20).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-DISC     PIC 9(02).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-CREDITOS PIC 9(03).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-COEFIC   PIC 9(02),99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-DECIL    PIC X(01).
       01 CSV-TOTAL.
           05 CSV-TOT-ROTULO   PIC X(30)
               VALUE 'TOTAL DE ALUNOS CLASSIFICADOS'.
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-TOT-ALUNOS   PIC 9(04).
           05 FILLER           PIC X(02) VALUE ';;'.
           05 CSV-TOT-DISC     PIC 9(05).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-TOT-CREDITOS PIC 9(06).
           05 FILLER           PIC X(02) VALUE ';;'.
           05 CSV-TOT-DECIL    PIC 9(04).

       PROCEDURE DIVISION.
       0000-MAINLINE.
               MOVE 'N' TO WRK-RUN-OK
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT EXPORTA-RANKING.
           WRITE EXPORTA-RANKING-LINHA FROM CSV-CABECALHO.
           DISPLAY "========= RANKING DA TURMA " WRK-TURMA
               " SEMESTRE " WRK-SEMESTRE " =========".
       1000-INICIALIZAR-EXIT.
               WRK-QTDE-ALUNOS - WRK-QTDE-DECIL + 1.
           MOVE ZEROS TO WRK-SEQ WRK-POSICAO.
           MOVE ZEROS TO WRK-COEF-ANTERIOR.
           MOVE ZEROS TO WRK-SOMA-DISC WRK-SOMA-CRED.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 5100-IMPRIMIR-ALUNO THRU 5100-IMPRIMIR-ALUNO-EXIT
               UNTIL FIM-CLASSIFICACAO.
           MOVE WRK-QTDE-ALUNOS TO CSV-TOT-ALUNOS.
           MOVE WRK-SOMA-DISC TO CSV-TOT-DISC.
           MOVE WRK-SOMA-CRED TO CSV-TOT-CREDITOS.
           MOVE WRK-QTDE-DECIL TO CSV-TOT-DECIL.
           WRITE EXPORTA-RANKING-LINHA FROM CSV-TOTAL.
       5000-IMPRIMIR-RANKING-EXIT.
           EXIT.

               ' DISCIPLINAS: ' SRT-QTDE-DISC
               ' CREDITOS: ' SRT-CREDITOS
               ' COEFICIENTE: ' SRT-COEFIC.
           PERFORM 5200-EXPORTAR-ALUNO THRU 5200-EXPORTAR-ALUNO-EXIT.
       5100-IMPRIMIR-ALUNO-EXIT.
           EXIT.

      *****************************************************
      * GRAVA O ALUNO NA EXPORTACAO PARA PLANILHA, NA MESMA
      * POSICAO DO RANKING IMPRESSO, E SOMA AS DISCIPLINAS
      * E OS CREDITOS PARA A LINHA DE TOTAIS
      *****************************************************
       5200-EXPORTAR-ALUNO.
           MOVE WRK-POSICAO TO CSV-DET-POSICAO.
           MOVE SRT-MATRICULA TO CSV-DET-MATRICULA.
           MOVE SRT-NOME TO CSV-DET-NOME.
           MOVE SRT-QTDE-DISC TO CSV-DET-DISC.
           MOVE SRT-CREDITOS TO CSV-DET-CREDITOS.
           MOVE SRT-COEFIC TO CSV-DET-COEFIC.
           IF WRK-SEQ NOT LESS THAN WRK-INICIO-DECIL
               MOVE 'S' TO CSV-DET-DECIL
           ELSE
               MOVE 'N' TO CSV-DET-DECIL
           END-IF.
           WRITE EXPORTA-RANKING-LINHA FROM CSV-DETALHE.
           ADD SRT-QTDE-DISC TO WRK-SOMA-DISC.
           ADD SRT-CREDITOS TO WRK-SOMA-CRED.
       5200-EXPORTAR-ALUNO-EXIT.
           EXIT.

       9999-FINALIZAR.
           DISPLAY "===============================================".
           DISPLAY 'ALUNOS CLASSIFICADOS: ' WRK-QTDE-ALUNOS.
           IF RUN-VALIDO
               CLOSE HISTORICO-ALUNOS
               CLOSE EXPORTA-RANKING
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
