      *                    EMPRESA (ENCARGOS SOBRE CADA BRUTO) NAO
      *                    EXISTIA EM LUGAR NENHUM E O FINANCEIRO
      *                    PEDIA TODO TRIMESTRE
      * 15/10/2026 GABPI0  EXPORTACAO DO DEMONSTRATIVO PARA
      *                    PLANILHA (CUSTOCSV): CABECALHO, UMA
      *                    LINHA POR LINHA DO DEMONSTRATIVO
      *                    (BRUTO, CADA ENCARGO E CUSTO TOTAL DE
      *                    CADA CC) COM CAMPOS SEPARADOS POR ';' E
      *                    VALORES SEM EDICAO (VIRGULA DECIMAL),
      *                    E OS TOTAIS DA RECONCILIACAO POR MOEDA
      *                    EM LINHAS ROTULADAS NO FIM
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TABELA-ENCARGOS ASSIGN TO "ENCARGTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENCARGOS.
           SELECT EXPORTA-CUSTOS ASSIGN TO "CUSTOCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CSV.
           SELECT PARAM-ANO ASSIGN TO "PARAMANO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
       01  TABELA-ENCARGOS-REG.
           05  EN-TIPO             PIC X(08).
           05  EN-PCT              PIC 9(03)V99.
      *****************************************************
      * EXPORTACAO DO DEMONSTRATIVO PARA PLANILHA: LINHAS
      * COM CAMPOS SEPARADOS POR ';'
      *****************************************************
       FD  EXPORTA-CUSTOS.
       01  EXPORTA-CUSTOS-LINHA    PIC X(80).
       FD  PARAM-ANO.
       01  PARAM-ANO-REG.
           05  AN-ANO              PIC 9(04).
       77 WRK-FS-EXTRATO   PIC X(02) VALUE SPACES.
       77 WRK-FS-ENCARGOS  PIC X(02) VALUE SPACES.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-CSV       PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO           VALUE 'S'.
       77 WRK-FIM-ENCARGOS PIC X(01) VALUE 'N'.
       77 WRK-CIA-ANTERIOR PIC X(02) VALUE SPACES.
       77 WRK-PCT-ED       PIC ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *---------------------------------------------------
      * EXPORTACAO PARA PLANILHA (CUSTOCSV): UMA LINHA POR
      * ITEM DO DEMONSTRATIVO - 'BRUTO' (PERCENTUAL 100), CADA
      * ENCARGO COM O SEU PERCENTUAL E 'CUSTO TOTAL' (100 MAIS
      * A SOMA DOS PERCENTUAIS) - COM VALORES SEM MASCARA E A
      * VIRGULA DECIMAL. OS TOTAIS DA RECONCILIACAO SAEM NO
      * FIM, ROTULADOS NA PRIMEIRA COLUNA
      *---------------------------------------------------
       01 CSV-CABECALHO.
           05 FILLER           PIC X(47)
               VALUE 'COMPANHIA;CCUSTO;PERIODO;MOEDA;ITEM;PERCENTUAL;'.
           05 FILLER           PIC X(05) VALUE 'VALOR'.
       01 CSV-DETALHE.
           05 CSV-DET-CIA      PIC X(02).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-CCUSTO   PIC X(05).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-PERIODO  PIC X(06).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-MOEDA    PIC X(03).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-ITEM     PIC X(11).
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-PCT      PIC 9(04),99.
           05 FILLER           PIC X(01) VALUE ';'.
           05 CSV-DET-VALOR    PIC 9(12),99.
       01 CSV-TOTAL.
           05 CSV-TOT-ROTULO   PIC X(30).
           05 FILLER           PIC X(03) VALUE ';;;'.
           05 CSV-TOT-MOEDA    PIC X(03).
           05 FILLER           PIC X(03) VALUE ';;;'.
           05 CSV-TOT-VALOR    PIC 9(13),99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               MOVE 'S' TO WRK-FIM-ARQUIVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT EXPORTA-CUSTOS.
           WRITE EXPORTA-CUSTOS-LINHA FROM CSV-CABECALHO.
           DISPLAY "==== CUSTO PATRONAL DA FOLHA - ANO " WRK-ANO
               " ====".
           PERFORM 2100-LER-EXTRATO THRU 2100-LER-EXTRATO-EXIT.
               ' (' CST-MOEDA (WRK-IND) ')' WITH NO ADVANCING.
           MOVE CST-BRUTO (WRK-IND) TO WRK-VALOR-ED.
           DISPLAY ' BRUTO ' WRK-VALOR-ED.
           MOVE CST-CIA (WRK-IND) TO CSV-DET-CIA.
           MOVE CST-CCUSTO (WRK-IND) TO CSV-DET-CCUSTO.
           MOVE CST-PERIODO (WRK-IND) TO CSV-DET-PERIODO.
           MOVE CST-MOEDA (WRK-IND) TO CSV-DET-MOEDA.
           MOVE 'BRUTO' TO CSV-DET-ITEM.
           MOVE 100 TO CSV-DET-PCT.
           MOVE CST-BRUTO (WRK-IND) TO CSV-DET-VALOR.
           WRITE EXPORTA-CUSTOS-LINHA FROM CSV-DETALHE.
           MOVE ZEROS TO WRK-IND-ENC.
           PERFORM 7200-IMPRIMIR-ENCARGO
               THRU 7200-IMPRIMIR-ENCARGO-EXIT
               CST-BRUTO (WRK-IND) * (100 + WRK-SOMA-PCT) / 100.
           MOVE WRK-CUSTO-TOTAL TO WRK-VALOR-ED.
           DISPLAY '  CUSTO TOTAL DA FOLHA: ' WRK-VALOR-ED.
           MOVE 'CUSTO TOTAL' TO CSV-DET-ITEM.
           COMPUTE CSV-DET-PCT = 100 + WRK-SOMA-PCT.
           MOVE WRK-CUSTO-TOTAL TO CSV-DET-VALOR.
           WRITE EXPORTA-CUSTOS-LINHA FROM CSV-DETALHE.
           PERFORM 7300-ACUMULAR-DEMONSTRADO
               THRU 7300-ACUMULAR-DEMONSTRADO-EXIT.
       7100-IMPRIMIR-CUSTO-EXIT.
           MOVE WRK-VLR-ENCARGO TO WRK-VALOR-ED.
           DISPLAY '  ' ENC-TIPO (WRK-IND-ENC)
               ' (' WRK-PCT-ED '%) ' WRK-VALOR-ED.
           MOVE ENC-TIPO (WRK-IND-ENC) TO CSV-DET-ITEM.
           MOVE ENC-PCT (WRK-IND-ENC) TO CSV-DET-PCT.
           MOVE WRK-VLR-ENCARGO TO CSV-DET-VALOR.
           WRITE EXPORTA-CUSTOS-LINHA FROM CSV-DETALHE.
       7200-IMPRIMIR-ENCARGO-EXIT.
           EXIT.

               ' EXTRATO ' WRK-VALOR-ED WITH NO ADVANCING.
           MOVE REC-DEMONSTRADO (WRK-IND-MOE) TO WRK-VALOR-ED.
           DISPLAY ' DEMONSTRADO ' WRK-VALOR-ED WITH NO ADVANCING.
           PERFORM 8200-EXPORTAR-MOEDA THRU 8200-EXPORTAR-MOEDA-EXIT.
           IF REC-LIDO (WRK-IND-MOE)
               = REC-DEMONSTRADO (WRK-IND-MOE)
               DISPLAY ' - RECONCILIADO'
       8100-CONFERIR-MOEDA-EXIT.
           EXIT.

      *****************************************************
      * GRAVA NO FIM DA EXPORTACAO OS TOTAIS DE CONTROLE DA
      * MOEDA: O BRUTO LIDO DO EXTRATO E O BRUTO DEMONSTRADO
      * (QUE FECHA COM A SOMA DOS ITENS 'BRUTO' DA MOEDA)
      *****************************************************
       8200-EXPORTAR-MOEDA.
           MOVE REC-MOEDA (WRK-IND-MOE) TO CSV-TOT-MOEDA.
           MOVE 'TOTAL BRUTO LIDO DO EXTRATO' TO CSV-TOT-ROTULO.
           MOVE REC-LIDO (WRK-IND-MOE) TO CSV-TOT-VALOR.
           WRITE EXPORTA-CUSTOS-LINHA FROM CSV-TOTAL.
           MOVE 'TOTAL BRUTO DEMONSTRADO' TO CSV-TOT-ROTULO.
           MOVE REC-DEMONSTRADO (WRK-IND-MOE) TO CSV-TOT-VALOR.
           WRITE EXPORTA-CUSTOS-LINHA FROM CSV-TOTAL.
       8200-EXPORTAR-MOEDA-EXIT.
           EXIT.

       9999-FINALIZAR.
           DISPLAY "=============================================".
           DISPLAY 'REGISTROS LIDOS......: ' WRK-QTDE-LIDOS.
           DISPLAY 'REGISTROS DO ANO.....: ' WRK-QTDE-DO-ANO.
           IF WRK-FS-EXTRATO = "00" OR WRK-FS-EXTRATO = "10"
               CLOSE EXTRATO-CONTABIL
               CLOSE EXPORTA-CUSTOS
           END-IF.
       9999-FINALIZAR-EXIT.
           EXIT.
