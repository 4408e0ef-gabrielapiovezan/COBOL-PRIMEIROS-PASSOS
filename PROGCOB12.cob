      *                    NA TAXA DE HOJE. REGISTRO DE MOEDA SEM
      *                    TAXA VIGENTE FICA FORA DO EQUIVALENTE,
      *                    E CONTADO E O RUN TERMINA COM RC 4
      * 15/10/2026 GABPI0  OS PAGAMENTOS DA FOLHA COMPLEMENTAR
      *                    (TIPO 'C', PROGCOB28) JA SOMAM NOS
      *                    TOTAIS DO ANO E SAEM DESTACADOS NO
      *                    INFORME DO EMPREGADO E NO RESUMO
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10 INF-BRUTO        PIC 9(09)V99.
               10 INF-LIQUIDO      PIC 9(09)V99.
               10 INF-QTDE         PIC 9(03).
               10 INF-BRUTO-COMPL  PIC 9(09)V99.
               10 INF-QTDE-COMPL   PIC 9(03).
               10 INF-IMPRESSO     PIC X(01).
      *---------------------------------------------------
      * TOTAIS GERAIS DA EMPRESA POR MOEDA, QUE DEVEM FECHAR
       77 WRK-QTDE-LIDOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DO-ANO  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EMPREGADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTDE-COMPL   PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * CAMPOS DE APURACAO E EDICAO DO INFORME
      *---------------------------------------------------
               ADD EX-SALARIO TO INF-BRUTO (WRK-IND-ACHADO)
               ADD EX-LIQUIDO TO INF-LIQUIDO (WRK-IND-ACHADO)
               ADD 1 TO INF-QTDE (WRK-IND-ACHADO)
               IF EX-TIPO-FOLHA = 'C'
                   ADD EX-SALARIO TO INF-BRUTO-COMPL (WRK-IND-ACHADO)
                   ADD 1 TO INF-QTDE-COMPL (WRK-IND-ACHADO)
               END-IF
           END-IF.
           IF EX-TIPO-FOLHA = 'C'
               ADD 1 TO WRK-QTDE-COMPL
           END-IF.
           PERFORM 3500-ACUMULAR-GERAL
               THRU 3500-ACUMULAR-GERAL-EXIT.
                   MOVE ZEROS TO INF-BRUTO (WRK-IND-ACHADO)
                       INF-LIQUIDO (WRK-IND-ACHADO)
                       INF-QTDE (WRK-IND-ACHADO)
                       INF-BRUTO-COMPL (WRK-IND-ACHADO)
                       INF-QTDE-COMPL (WRK-IND-ACHADO)
                   MOVE 'N' TO INF-IMPRESSO (WRK-IND-ACHADO)
               ELSE
                   DISPLAY 'TABELA DE INFORMES CHEIA - REGISTRO DA'
      * IMPRIME UM INFORME POR EMPREGADO: CABECALHO COM A
      * COMPANHIA, A MATRICULA E O NOME DO MESTRE, E UMA
      * LINHA POR MOEDA COM BRUTO, DESCONTOS (BRUTO MENOS
      * LIQUIDO) E LIQUIDO DO ANO, DESTACANDO O QUE VEIO DA
      * FOLHA COMPLEMENTAR
      *****************************************************
       5000-IMPRIMIR-INFORMES.
           MOVE ZEROS TO WRK-IND-EMP.
               DISPLAY ' DESCONTOS ' WRK-VALOR-ED WITH NO ADVANCING
               MOVE INF-LIQUIDO (WRK-IND) TO WRK-VALOR-ED
               DISPLAY ' LIQUIDO ' WRK-VALOR-ED
               IF INF-QTDE-COMPL (WRK-IND) > ZEROS
                   MOVE INF-BRUTO-COMPL (WRK-IND) TO WRK-VALOR-ED
                   DISPLAY '    DOS QUAIS FOLHA COMPLEMENTAR: '
                       INF-QTDE-COMPL (WRK-IND)
                       ' BRUTO ' WRK-VALOR-ED
               END-IF
           END-IF.
           ADD 1 TO WRK-IND.
       5300-IMPRIMIR-MOEDA-EXIT.
           DISPLAY 'REGISTROS LIDOS......: ' WRK-QTDE-LIDOS.
           DISPLAY 'REGISTROS DO ANO.....: ' WRK-QTDE-DO-ANO.
           DISPLAY 'EMPREGADOS INFORMADOS: ' WRK-QTDE-EMPREGADOS.
           DISPLAY 'PGTOS COMPLEMENTARES.: ' WRK-QTDE-COMPL.
           MOVE ZEROS TO WRK-IND-GER.
           PERFORM 8100-IMPRIMIR-GERAL THRU 8100-IMPRIMIR-GERAL-EXIT
               UNTIL WRK-IND-GER NOT LESS THAN WRK-QTDE-GER.
