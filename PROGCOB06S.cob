      *                    O SIXLEDGR, QUE AGORA SO CARREGA O MES
      *                    ABERTO; OS RESUMOS ENTRAM NOS TOTAIS
      *                    GERAIS, ALARGADOS PARA 9 DIGITOS
      * 15/10/2026 GABPI0  ESTORNOS EM PAR: O LANCAMENTO ESTORNADO
      *                    E O SEU ESTORNO (LG-ESTORNO-DE) SAEM
      *                    LIGADOS NO DETALHE DO DIA E FICAM FORA
      *                    DOS TOTAIS POSITIVO/NEGATIVO - SOMAM
      *                    NUMA LINHA PROPRIA DE ESTORNOS, QUE COM
      *                    OS DOIS FECHA O LIQUIDO. OS RESUMOS
      *                    MENSAIS TRAZEM O MESMO TOTAL
      *                    (LS-ESTORNOS)
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-DIA-POSITIVO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DIA-NEGATIVO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DIA-LIQUIDO  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DIA-ESTORNOS PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DIA-QTDE-PAR PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * TOTAIS GERAIS DO RELATORIO
      *---------------------------------------------------
       77 WRK-GERAL-POSITIVO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-GERAL-NEGATIVO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-GERAL-LIQUIDO  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-GERAL-ESTORNOS PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QTDE-AJUSTES   PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * CAMPO EDITADO PARA IMPRESSAO DOS TOTAIS. LARGO O
               10 CAT-POSITIVO     PIC S9(09)V99.
               10 CAT-NEGATIVO     PIC S9(09)V99.
               10 CAT-LIQUIDO      PIC S9(09)V99.
               10 CAT-ESTORNOS     PIC S9(09)V99.
      *---------------------------------------------------
      * PARES DE ESTORNO DO LEDGER: CADA ESTORNO E O NUMERO
      * DO LANCAMENTO QUE ELE ESTORNA, CARREGADOS NUMA
      * PRIMEIRA LEITURA - O ORIGINAL VEM ANTES DO ESTORNO
      * NO ARQUIVO E SO ASSIM E RECONHECIDO COMO ESTORNADO
      *---------------------------------------------------
       77 WRK-QTDE-PARES    PIC 9(03) VALUE ZEROS.
       77 WRK-IND-PAR       PIC 9(03) VALUE ZEROS.
       77 WRK-PAR           PIC X(01) VALUE 'N'.
           88 LANCTO-DE-PAR        VALUE 'S'.
       77 WRK-PAR-NUMERO    PIC 9(08) VALUE ZEROS.
       77 WRK-LANCTO-ED     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 TAB-PARES.
           05 PAR-ENTRADA OCCURS 500 TIMES.
               10 PAR-ORIGINAL     PIC 9(08).
               10 PAR-ESTORNO      PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           GOBACK.

       1000-INICIALIZAR.
           PERFORM 1100-CARREGAR-PARES THRU 1100-CARREGAR-PARES-EXIT.
           OPEN INPUT LEDGER-AJUSTES.
           DISPLAY "======= RESUMO DIARIO DE GANHOS/PERDAS =======".
           PERFORM 2100-LER-AJUSTE THRU 2100-LER-AJUSTE-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * PRIMEIRA LEITURA DO LEDGER: GUARDA CADA ESTORNO COM
      * O NUMERO DO LANCAMENTO ESTORNADO
      *****************************************************
       1100-CARREGAR-PARES.
           MOVE ZEROS TO WRK-QTDE-PARES.
           OPEN INPUT LEDGER-AJUSTES.
           IF WRK-FS-LEDGER NOT = "00"
               GO TO 1100-CARREGAR-PARES-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 1150-LER-PAR THRU 1150-LER-PAR-EXIT
               UNTIL FIM-ARQUIVO.
           CLOSE LEDGER-AJUSTES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
       1100-CARREGAR-PARES-EXIT.
           EXIT.

       1150-LER-PAR.
           READ LEDGER-AJUSTES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                   GO TO 1150-LER-PAR-EXIT
           END-READ.
           IF LG-ESTORNO-DE NOT NUMERIC OR LG-ESTORNO-DE = ZEROS
               GO TO 1150-LER-PAR-EXIT
           END-IF.
           IF WRK-QTDE-PARES NOT LESS THAN 500
               DISPLAY 'MAIS DE 500 ESTORNOS NO LEDGER - O ORIGINAL '
                   LG-ESTORNO-DE ' SAI COMO LANCAMENTO AVULSO'
               GO TO 1150-LER-PAR-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PARES.
           MOVE LG-ESTORNO-DE TO PAR-ORIGINAL (WRK-QTDE-PARES).
           MOVE LG-NUMERO TO PAR-ESTORNO (WRK-QTDE-PARES).
       1150-LER-PAR-EXIT.
           EXIT.

      *****************************************************
      * ABRE O RELATORIO PELOS RESUMOS DOS MESES JA FECHADOS
      * (SIXLSUM, GRAVADO PELO PROGCOB06F), SOMANDO-OS NOS
                   DISPLAY '  TOTAL NEGATIVO....: ' WRK-TOTAL-ED
                   MOVE LS-LIQUIDO TO WRK-TOTAL-ED
                   DISPLAY '  TOTAL LIQUIDO.....: ' WRK-TOTAL-ED
                   IF LS-ESTORNOS NUMERIC AND LS-ESTORNOS NOT = ZEROS
                       MOVE LS-ESTORNOS TO WRK-TOTAL-ED
                       DISPLAY '  ESTORNOS (PARES)..: ' WRK-TOTAL-ED
                       ADD LS-ESTORNOS TO WRK-GERAL-ESTORNOS
                   END-IF
                   DISPLAY '  LANCAMENTOS.......: ' LS-QTDE
                   ADD LS-POSITIVO TO WRK-GERAL-POSITIVO
                   ADD LS-NEGATIVO TO WRK-GERAL-NEGATIVO
               MOVE LG-DATA TO WRK-DATA-ANTERIOR
           END-IF.
           ADD 1 TO WRK-QTDE-AJUSTES.
           PERFORM 2300-VERIFICAR-PAR THRU 2300-VERIFICAR-PAR-EXIT.
           EVALUATE TRUE
               WHEN LANCTO-DE-PAR
                   ADD LG-RESUL TO WRK-DIA-ESTORNOS
                   ADD LG-RESUL TO WRK-GERAL-ESTORNOS
                   ADD 1 TO WRK-DIA-QTDE-PAR
               WHEN LG-RESUL >= ZEROS
                   ADD LG-RESUL TO WRK-DIA-POSITIVO
                   ADD LG-RESUL TO WRK-GERAL-POSITIVO
               WHEN OTHER
                   ADD LG-RESUL TO WRK-DIA-NEGATIVO
                   ADD LG-RESUL TO WRK-GERAL-NEGATIVO
           END-EVALUATE.
           ADD LG-RESUL TO WRK-DIA-LIQUIDO.
           ADD LG-RESUL TO WRK-GERAL-LIQUIDO.
           PERFORM 2500-ACUMULAR-CATEGORIA
       2100-LER-AJUSTE-EXIT.
           EXIT.

      *****************************************************
      * O LANCAMENTO E UM ESTORNO OU FOI ESTORNADO? SE FOR,
      * SAI NO DETALHE LIGADO AO SEU PAR
      *****************************************************
       2300-VERIFICAR-PAR.
           MOVE 'N' TO WRK-PAR.
           MOVE LG-RESUL TO WRK-LANCTO-ED.
           IF LG-ESTORNO-DE NUMERIC AND LG-ESTORNO-DE > ZEROS
               MOVE 'S' TO WRK-PAR
               DISPLAY '  ESTORNO    ' LG-NUMERO ' DO LANCAMENTO '
                   LG-ESTORNO-DE ' ' WRK-LANCTO-ED
               GO TO 2300-VERIFICAR-PAR-EXIT
           END-IF.
           IF LG-NUMERO NOT NUMERIC OR WRK-QTDE-PARES = ZEROS
               GO TO 2300-VERIFICAR-PAR-EXIT
           END-IF.
           MOVE ZEROS TO WRK-IND-PAR.
           PERFORM 2350-COMPARAR-PAR THRU 2350-COMPARAR-PAR-EXIT
               UNTIL LANCTO-DE-PAR
                   OR WRK-IND-PAR NOT LESS THAN WRK-QTDE-PARES.
           IF LANCTO-DE-PAR
               DISPLAY '  LANCAMENTO ' LG-NUMERO ' ESTORNADO PELO '
                   WRK-PAR-NUMERO ' ' WRK-LANCTO-ED
           END-IF.
       2300-VERIFICAR-PAR-EXIT.
           EXIT.

       2350-COMPARAR-PAR.
           ADD 1 TO WRK-IND-PAR.
           IF PAR-ORIGINAL (WRK-IND-PAR) = LG-NUMERO
               MOVE 'S' TO WRK-PAR
               MOVE PAR-ESTORNO (WRK-IND-PAR) TO WRK-PAR-NUMERO
           END-IF.
       2350-COMPARAR-PAR-EXIT.
           EXIT.

      *****************************************************
      * ACUMULA O LANCAMENTO NA ENTRADA DA SUA CATEGORIA NO
      * DIA CORRENTE (CRIANDO-A NA PRIMEIRA OCORRENCIA)
                   MOVE ZEROS TO CAT-POSITIVO (WRK-IND-CAT-ACHADO)
                       CAT-NEGATIVO (WRK-IND-CAT-ACHADO)
                       CAT-LIQUIDO (WRK-IND-CAT-ACHADO)
                       CAT-ESTORNOS (WRK-IND-CAT-ACHADO)
               ELSE
                   DISPLAY 'TABELA DE CATEGORIAS CHEIA - CATEGORIA '
                       WRK-CAT-NORM ' SOMADA NA ULTIMA ENTRADA'
                   MOVE WRK-QTDE-CAT TO WRK-IND-CAT-ACHADO
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN LANCTO-DE-PAR
                   ADD LG-RESUL TO CAT-ESTORNOS (WRK-IND-CAT-ACHADO)
               WHEN LG-RESUL >= ZEROS
                   ADD LG-RESUL TO CAT-POSITIVO (WRK-IND-CAT-ACHADO)
               WHEN OTHER
                   ADD LG-RESUL TO CAT-NEGATIVO (WRK-IND-CAT-ACHADO)
           END-EVALUATE.
           ADD LG-RESUL TO CAT-LIQUIDO (WRK-IND-CAT-ACHADO).
       2500-ACUMULAR-CATEGORIA-EXIT.
           EXIT.
           DISPLAY 'TOTAL POSITIVO......: ' WRK-TOTAL-ED.
           MOVE WRK-DIA-NEGATIVO TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL NEGATIVO......: ' WRK-TOTAL-ED.
           IF WRK-DIA-QTDE-PAR > ZEROS
               MOVE WRK-DIA-ESTORNOS TO WRK-TOTAL-ED
               DISPLAY 'ESTORNOS (PARES)....: ' WRK-TOTAL-ED
           END-IF.
           MOVE WRK-DIA-LIQUIDO TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL LIQUIDO.......: ' WRK-TOTAL-ED.
           MOVE ZEROS TO WRK-IND-CAT.
               THRU 7100-TOTAL-CATEGORIA-EXIT
               UNTIL WRK-IND-CAT NOT LESS THAN WRK-QTDE-CAT.
           MOVE ZEROS TO WRK-DIA-POSITIVO WRK-DIA-NEGATIVO
               WRK-DIA-LIQUIDO WRK-QTDE-CAT WRK-DIA-ESTORNOS
               WRK-DIA-QTDE-PAR.
       7000-TOTAL-DIA-EXIT.
           EXIT.

           DISPLAY ' POSITIVO ' WRK-TOTAL-ED WITH NO ADVANCING.
           MOVE CAT-NEGATIVO (WRK-IND-CAT) TO WRK-TOTAL-ED.
           DISPLAY ' NEGATIVO ' WRK-TOTAL-ED WITH NO ADVANCING.
           IF CAT-ESTORNOS (WRK-IND-CAT) NOT = ZEROS
               MOVE CAT-ESTORNOS (WRK-IND-CAT) TO WRK-TOTAL-ED
               DISPLAY ' ESTORNOS ' WRK-TOTAL-ED WITH NO ADVANCING
           END-IF.
           MOVE CAT-LIQUIDO (WRK-IND-CAT) TO WRK-TOTAL-ED.
           DISPLAY ' LIQUIDO ' WRK-TOTAL-ED.
       7100-TOTAL-CATEGORIA-EXIT.
           DISPLAY 'TOTAL GERAL POSITIVO: ' WRK-TOTAL-ED.
           MOVE WRK-GERAL-NEGATIVO TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL GERAL NEGATIVO: ' WRK-TOTAL-ED.
           IF WRK-QTDE-PARES > ZEROS OR WRK-GERAL-ESTORNOS NOT = ZEROS
               MOVE WRK-GERAL-ESTORNOS TO WRK-TOTAL-ED
               DISPLAY 'TOTAL GERAL ESTORNOS: ' WRK-TOTAL-ED
           END-IF.
           MOVE WRK-GERAL-LIQUIDO TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL GERAL LIQUIDO.: ' WRK-TOTAL-ED.
           CLOSE LEDGER-AJUSTES.
