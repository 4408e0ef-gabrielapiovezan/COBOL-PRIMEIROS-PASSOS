      *                    PROGCOB04 DESDE O PARAMTPF, MAS A
      *                    CONTABILIDADE ESTIMAVA O PASSIVO EM
      *                    PLANILHA
      * 15/10/2026 GABPI0  EXPORTACAO DA PROVISAO PARA PLANILHA
      *                    (PROVCSV): CABECALHO, UMA LINHA POR
      *                    COMPANHIA + CC + MOEDA COM CAMPOS
      *                    SEPARADOS POR ';' E VALORES SEM EDICAO
      *                    (VIRGULA DECIMAL), E OS TOTAIS DE
      *                    CONTROLE POR MOEDA E DA BASE EM LINHAS
      *                    ROTULADAS NO FIM
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT EXTRATO-CONTABIL ASSIGN TO "FOLHAEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
           SELECT EXPORTA-PROVISAO ASSIGN TO "PROVCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CSV.
           SELECT PARAM-ANO ASSIGN TO "PARAMANO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
       FILE SECTION.
       FD  EXTRATO-CONTABIL.
           COPY EXTRREC.
      *****************************************************
      * EXPORTACAO DA PROVISAO PARA PLANILHA: LINHAS COM
      * CAMPOS SEPARADOS POR ';'
      *****************************************************
       FD  EXPORTA-PROVISAO.
       01  EXPORTA-PROVISAO-LINHA  PIC X(80).
       FD  PARAM-ANO.
       01  PARAM-ANO-REG.
           05  AN-ANO              PIC 9(04).
       WORKING-STORAGE SECTION.
       77 WRK-FS-EXTRATO   PIC X(02) VALUE SPACES.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-CSV       PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO           VALUE 'S'.
       77 WRK-DATA-RUN     PIC X(08) VALUE SPACES.
       77 WRK-PROVISAO       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CIA-ANTERIOR   PIC X(02) VALUE SPACES.
       77 WRK-VALOR-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *---------------------------------------------------
      * EXPORTACAO PARA PLANILHA (PROVCSV): CAMPOS SEPARADOS
      * POR ';', VALORES SEM MASCARA COM A VIRGULA DECIMAL.
      * OS TOTAIS DE CONTROLE SAEM NO FIM, ROTULADOS NA
      * PRIMEIRA COLUNA: UM POR MOEDA (PAGAMENTOS, BASE E
      * PROVISAO) E POR ULTIMO OS PAGAMENTOS NA BASE
      *---------------------------------------------------
       77 WRK-QTDE-MOEDAS    PIC 9(02) VALUE ZEROS.
       77 WRK-IND-MOE        PIC 9(02) VALUE ZEROS.
       77 WRK-IND-MOE-ACHADO PIC 9(02) VALUE ZEROS.
       01 TAB-TOTAL-MOEDA.
           05 TOT-ENTRADA OCCURS 20 TIMES.
               10 TOT-MOEDA        PIC X(03).
               10 TOT-QTDE         PIC 9(06).
               10 TOT-BASE         PIC 9(13)V99.
               10 TOT-PROVISAO     PIC 9(13)V99.
       01 CSV-CABECALHO.
           05 FILLER           PIC X(47)
               VALUE 'COMPANHIA;CCUSTO;MOEDA;PAGAMENTOS;BASE;PROVISAO'.
       01 CSV-DETALHE.
           05 CSV-DET-CIA      PIC X(02).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-CCUSTO   PIC X(05).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-MOEDA    PIC X(03).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-QTDE     PIC 9(05).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-BASE     PIC 9(11),99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-PROVISAO PIC 9(11),99.
       01 CSV-TOTAL.
           05 CSV-TOT-ROTULO   PIC X(30).
           05 FILLER           PIC X(02) VALUE ';;'.
           05 CSV-TOT-MOEDA    PIC X(03).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-TOT-QTDE     PIC 9(06).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-TOT-BASE     PIC 9(13),99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-TOT-PROVISAO PIC 9(13),99.
       01 CSV-TOTAL-BASE.
           05 CSV-BAS-ROTULO   PIC X(30)
               VALUE 'TOTAL NA BASE DA PROVISAO'.
           05 FILLER           PIC X(03) VALUE ';;;'.
           05 CSV-BAS-QTDE     PIC 9(06).
           05 FILLER           PIC X(02) VALUE ';;'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT EXPORTA-PROVISAO.
           WRITE EXPORTA-PROVISAO-LINHA FROM CSV-CABECALHO.
           DISPLAY "==== PROVISAO DE 13o SALARIO - ANO " WRK-ANO
               " ====".
           PERFORM 2100-LER-EXTRATO THRU 2100-LER-EXTRATO-EXIT.
       7000-IMPRIMIR-PROVISAO.
           MOVE SPACES TO WRK-CIA-ANTERIOR.
           MOVE ZEROS TO WRK-IND.
           MOVE ZEROS TO WRK-QTDE-MOEDAS.
           PERFORM 7100-IMPRIMIR-ENTRADA
               THRU 7100-IMPRIMIR-ENTRADA-EXIT
               UNTIL WRK-IND NOT LESS THAN WRK-QTDE-PROV.
           IF WRK-RC-RUN NOT = 8
               PERFORM 7500-EXPORTAR-TOTAIS
                   THRU 7500-EXPORTAR-TOTAIS-EXIT
           END-IF.
       7000-IMPRIMIR-PROVISAO-EXIT.
           EXIT.

           DISPLAY ' BASE ' WRK-VALOR-ED WITH NO ADVANCING.
           MOVE WRK-PROVISAO TO WRK-VALOR-ED.
           DISPLAY ' PROVISAO 13o ' WRK-VALOR-ED.
           PERFORM 7200-EXPORTAR-ENTRADA
               THRU 7200-EXPORTAR-ENTRADA-EXIT.
       7100-IMPRIMIR-ENTRADA-EXIT.
           EXIT.

      *****************************************************
      * GRAVA A ENTRADA NA EXPORTACAO PARA PLANILHA E SOMA
      * OS PAGAMENTOS, A BASE E A PROVISAO NO TOTAL DA SUA
      * MOEDA (CRIANDO A MOEDA NA PRIMEIRA OCORRENCIA)
      *****************************************************
       7200-EXPORTAR-ENTRADA.
           MOVE PRV-CIA (WRK-IND) TO CSV-DET-CIA.
           MOVE PRV-CCUSTO (WRK-IND) TO CSV-DET-CCUSTO.
           MOVE PRV-MOEDA (WRK-IND) TO CSV-DET-MOEDA.
           MOVE PRV-QTDE (WRK-IND) TO CSV-DET-QTDE.
           MOVE PRV-BRUTO (WRK-IND) TO CSV-DET-BASE.
           MOVE WRK-PROVISAO TO CSV-DET-PROVISAO.
           WRITE EXPORTA-PROVISAO-LINHA FROM CSV-DETALHE.
           MOVE ZEROS TO WRK-IND-MOE-ACHADO.
           MOVE ZEROS TO WRK-IND-MOE.
           PERFORM 7250-COMPARAR-MOEDA THRU 7250-COMPARAR-MOEDA-EXIT
               UNTIL WRK-IND-MOE-ACHADO > ZEROS
                   OR WRK-IND-MOE NOT LESS THAN WRK-QTDE-MOEDAS.
           IF WRK-IND-MOE-ACHADO = ZEROS
               IF WRK-QTDE-MOEDAS NOT LESS THAN 20
                   DISPLAY 'TABELA DE MOEDAS CHEIA - MOEDA '
                       PRV-MOEDA (WRK-IND) ' FORA DOS TOTAIS'
                   MOVE 4 TO WRK-RC-RUN
                   GO TO 7200-EXPORTAR-ENTRADA-EXIT
               END-IF
               ADD 1 TO WRK-QTDE-MOEDAS
               MOVE WRK-QTDE-MOEDAS TO WRK-IND-MOE-ACHADO
               MOVE PRV-MOEDA (WRK-IND)
                   TO TOT-MOEDA (WRK-IND-MOE-ACHADO)
               MOVE ZEROS TO TOT-QTDE (WRK-IND-MOE-ACHADO)
                   TOT-BASE (WRK-IND-MOE-ACHADO)
                   TOT-PROVISAO (WRK-IND-MOE-ACHADO)
           END-IF.
           ADD PRV-QTDE (WRK-IND) TO TOT-QTDE (WRK-IND-MOE-ACHADO).
           ADD PRV-BRUTO (WRK-IND) TO TOT-BASE (WRK-IND-MOE-ACHADO).
           ADD WRK-PROVISAO TO TOT-PROVISAO (WRK-IND-MOE-ACHADO).
       7200-EXPORTAR-ENTRADA-EXIT.
           EXIT.

       7250-COMPARAR-MOEDA.
           ADD 1 TO WRK-IND-MOE.
           IF TOT-MOEDA (WRK-IND-MOE) = PRV-MOEDA (WRK-IND)
               MOVE WRK-IND-MOE TO WRK-IND-MOE-ACHADO
           END-IF.
       7250-COMPARAR-MOEDA-EXIT.
           EXIT.

      *****************************************************
      * GRAVA NO FIM DA EXPORTACAO OS TOTAIS DE CONTROLE:
      * UMA LINHA POR MOEDA E A DOS PAGAMENTOS NA BASE, QUE
      * FECHA COM O 'NA BASE DA PROVISAO' DO RELATORIO
      *****************************************************
       7500-EXPORTAR-TOTAIS.
           MOVE ZEROS TO WRK-IND-MOE.
           PERFORM 7550-EXPORTAR-MOEDA THRU 7550-EXPORTAR-MOEDA-EXIT
               UNTIL WRK-IND-MOE NOT LESS THAN WRK-QTDE-MOEDAS.
           MOVE WRK-QTDE-DO-ANO TO CSV-BAS-QTDE.
           WRITE EXPORTA-PROVISAO-LINHA FROM CSV-TOTAL-BASE.
       7500-EXPORTAR-TOTAIS-EXIT.
           EXIT.

       7550-EXPORTAR-MOEDA.
           ADD 1 TO WRK-IND-MOE.
           MOVE SPACES TO CSV-TOT-ROTULO.
           STRING 'TOTAL DA PROVISAO (' DELIMITED BY SIZE
               TOT-MOEDA (WRK-IND-MOE) DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO CSV-TOT-ROTULO.
           MOVE TOT-MOEDA (WRK-IND-MOE) TO CSV-TOT-MOEDA.
           MOVE TOT-QTDE (WRK-IND-MOE) TO CSV-TOT-QTDE.
           MOVE TOT-BASE (WRK-IND-MOE) TO CSV-TOT-BASE.
           MOVE TOT-PROVISAO (WRK-IND-MOE) TO CSV-TOT-PROVISAO.
           WRITE EXPORTA-PROVISAO-LINHA FROM CSV-TOTAL.
       7550-EXPORTAR-MOEDA-EXIT.
           EXIT.

       9999-FINALIZAR.
           DISPLAY "=============================================".
           DISPLAY 'REGISTROS LIDOS......: ' WRK-QTDE-LIDOS.
           DISPLAY 'NA BASE DA PROVISAO..: ' WRK-QTDE-DO-ANO.
           IF WRK-FS-EXTRATO = "00" OR WRK-FS-EXTRATO = "10"
               CLOSE EXTRATO-CONTABIL
               CLOSE EXPORTA-PROVISAO
           END-IF.
       9999-FINALIZAR-EXIT.
           EXIT.
