      *                    SEGUINTE; O EMPREGADO PEDE REIMPRESSAO
      *                    TODA SEMANA (FINANCIAMENTO, ALUGUEL,
      *                    JUSTICA)
      * 15/10/2026 GABPI0  O TIPO 'F' REIMPRIME O RECIBO DE FERIAS
      *                    GRAVADO NO FOLHAHIS PELO PROGCOB04P
      * 15/10/2026 GABPI0  O TIPO 'C' REIMPRIME O RECIBO DA FOLHA
      *                    COMPLEMENTAR GRAVADO PELO PROGCOB28
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           END-IF.
           DISPLAY 'PERIODO (AAAAMM): ' WITH NO ADVANCING.
           ACCEPT WRK-PERIODO FROM CONSOLE.
           DISPLAY 'TIPO DE FOLHA (N/A/D/F/C, BRANCO = N): '
               WITH NO ADVANCING.
           ACCEPT WRK-TIPO FROM CONSOLE.
           IF WRK-TIPO = SPACE
