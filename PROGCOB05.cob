      *                    SOLICITADA; O MODO INTERATIVO SEGUE
      *                    RODANDO AS CINCO. SELETOR INVALIDO E
      *                    CONTADO E TERMINA O RUN COM RC 4
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  OS RESULTADOS VALIDOS DO MODO LOTE SAO
      *                    GRAVADOS NO AJUSTENT (LAYOUT LIDO PELO
      *                    PROGCOB06, COM HEADER 'H' DE ORIGEM
      *                    PROGCOB5 E TRAILER 'T' DE CONTAGEM E
      *                    HASH), CADA UM COMO ADICAO DO VALOR
      *                    CALCULADO COM ZERO, LEVANDO A CATEGORIA
      *                    DO PAR (PE-CATEGORIA, NOVA NO FIM DO
      *                    PARESENT; EM BRANCO VALE 'GER') - AS
      *                    FILIAIS REDIGITAVAM ESSES VALORES NO
      *                    AJUSTENT. PAR RECUSADO (DIVISAO POR
      *                    ZERO, ESTOURO, OPERACAO INVALIDA OU
      *                    OPERANDO NAO NUMERICO) VAI PARA O
      *                    PARESREJ COM O CODIGO DO MOTIVO E
      *                    TERMINA O RUN COM RC 4. PARESENT
      *                    RECUSADO NO TRAILER (RC 8) DEIXA O
      *                    AJUSTENT SEM TRAILER, E O PROGCOB06 O
      *                    RECUSA. SEM SESSAO DE OPERADOR (RODANDO
      *                    NO PROGSUIT) O MODO LOTE E ASSUMIDO SEM
      *                    PERGUNTAR NADA NO CONSOLE
      * 15/10/2026 GABPI0  OS RESULTADOS DO LOTE VAO PARA O
      *                    AJUSTCAL (ARQUIVO PROPRIO DO CALCULO,
      *                    LANCADO POR UM STEP SEPARADO DO
      *                    PROGCOB06) - GRAVADOS NO AJUSTENT
      *                    APAGAVAM OS AJUSTES DIGITADOS PELAS
      *                    FILIAIS. SEM O PARESENT (NENHUM PAR NA
      *                    NOITE) O AJUSTCAL SAI VAZIO, SO COM
      *                    HEADER E TRAILER, E O RUN TERMINA COM
      *                    RC 4 EM VEZ DE 8
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PARES-ENTRADA ASSIGN TO "PARESENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARES.
           SELECT AJUSTES-SAIDA ASSIGN TO "AJUSTCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AJUSTES.
           SELECT RELATORIO-REJEITOS ASSIGN TO "PARESREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJEITOS.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
               88  PAR-DIVISAO            VALUE '3'.
               88  PAR-MULTIPLICACAO      VALUE '4'.
               88  PAR-MEDIA              VALUE '5'.
           05  PE-CATEGORIA        PIC X(03).
      *****************************************************
      * VISOES DOS REGISTROS DE CONTROLE SOBRE A MESMA AREA:
      * HEADER 'H' COM ORIGEM E DATA, TRAILER 'T' COM A
           05  FILLER              PIC X(01).
           05  PT-QTDE             PIC 9(06).
           05  PT-HASH             PIC 9(13).
      *****************************************************
      * SAIDA DO MODO LOTE (AJUSTCAL) NO MESMO LAYOUT DO
      * AJUSTENT LIDO PELO PROGCOB06: SELETOR, PAR DE
      * OPERANDOS E CATEGORIA, COM AS VISOES DE HEADER 'H'
      * (ORIGEM E DATA) E TRAILER 'T' (CONTAGEM E HASH EM
      * CENTAVOS)
      *****************************************************
       FD  AJUSTES-SAIDA.
       01  AJUSTES-SAIDA-REG.
           05  AS-OPERACAO         PIC X(01).
           05  AS-NUM1             PIC S9(07)V99.
           05  AS-NUM2             PIC S9(07)V99.
           05  AS-CATEGORIA        PIC X(03).
       01  AJUSTES-SAIDA-CONTROLE.
           05  AH-TIPO             PIC X(01).
           05  AH-ORIGEM           PIC X(08).
           05  AH-DATA             PIC X(08).
       01  AJUSTES-SAIDA-TRAILER.
           05  AT-TIPO             PIC X(01).
           05  AT-QTDE             PIC 9(06).
           05  AT-HASH             PIC 9(13).
       FD  RELATORIO-REJEITOS.
       01  REJEITO-LINHA           PIC X(80).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
       77 WRK-ABS-OPERANDO   PIC S9(04)V99 VALUE ZEROS.
       77 WRK-REG-UTIL       PIC X(01) VALUE 'N'.
           88 REGISTRO-UTIL         VALUE 'S'.
      *---------------------------------------------------
      * SAIDAS DO MODO LOTE: AJUSTCAL PARA O PROGCOB06 E
      * PARESREJ COM OS PARES RECUSADOS
      *---------------------------------------------------
       77 WRK-FS-AJUSTES     PIC X(02) VALUE SPACES.
       77 WRK-FS-REJEITOS    PIC X(02) VALUE SPACES.
       77 WRK-CATEGORIA      PIC X(03) VALUE 'GER'.
       77 WRK-CALCULO        PIC X(01) VALUE 'S'.
           88 CALCULO-OK            VALUE 'S'.
       77 WRK-QTDE-GRAVADOS  PIC 9(06) VALUE ZEROS.
       77 WRK-HASH-GRAVADO   PIC 9(13) VALUE ZEROS.
       77 WRK-ABS-RESUL      PIC S9(07)V99 VALUE ZEROS.
       77 WRK-QTDE-REJEITADOS PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * LINHA DO PARESREJ: CODIGO E DESCRICAO DO MOTIVO E A
      * IMAGEM DO PAR RECUSADO, PARA CORRIGIR E REENVIAR
      *   01 DIVISAO POR ZERO        02 ESTOURO DO RESULTADO
      *   03 OPERACAO INVALIDA       04 OPERANDO NAO NUMERICO
      *---------------------------------------------------
       01 REJ-LINHA.
           05 FILLER           PIC X(04) VALUE 'REJ '.
           05 REJ-MOTIVO-COD   PIC X(02).
           05 FILLER           PIC X(03) VALUE ' - '.
           05 REJ-MOTIVO-DESC  PIC X(22).
           05 FILLER           PIC X(05) VALUE ' PAR '.
           05 REJ-PAR          PIC X(16).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *    INTERATIVO LIMPO NAO PODE HERDAR O RC DO LOTE
      *    ANTERIOR
      *----------------------------------------------------
           MOVE ZEROS TO WRK-RC-RUN WRK-QTDE-INVALIDOS
               WRK-QTDE-REJEITADOS.
      *----------------------------------------------------
      *    SEM SESSAO DE OPERADOR O PROGRAMA ESTA RODANDO NO
      *    PROGSUIT, SEM NINGUEM NO CONSOLE - MODO LOTE
      *----------------------------------------------------
           IF WRK-OPERADOR = 'BATCH'
               MOVE '2' TO WRK-MODO
           ELSE
               DISPLAY 'INFORME O MODO (1=INTERATIVO 2=LOTE): '
                   WITH NO ADVANCING
               ACCEPT WRK-MODO FROM CONSOLE
           END-IF.
           IF MODO-LOTE
               PERFORM 5000-PROCESSAR-LOTE THRU 5000-PROCESSAR-LOTE-EXIT
           ELSE
                   THRU 2000-CALCULAR-E-EXIBIR-EXIT
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           IF WRK-RC-RUN = ZEROS AND
               (WRK-QTDE-INVALIDOS > ZEROS OR
                WRK-QTDE-REJEITADOS > ZEROS)
               MOVE 4 TO WRK-RC-RUN
           END-IF.
           IF WRK-RC-RUN > ZEROS
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCOB5" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

               REMAINDER WRK-RESTO
               ON SIZE ERROR
                   DISPLAY 'DIVISAO POR ZERO'
                   MOVE 'N' TO WRK-CALCULO
               NOT ON SIZE ERROR
                   DISPLAY 'DIVISAO: ' WRK-RESUL
                   DISPLAY 'RESTO: ' WRK-RESTO
           MULTIPLY WRK-NUM1 BY WRK-NUM2 GIVING WRK-RESUL
               ON SIZE ERROR
                   DISPLAY 'ERRO: RESULTADO NAO CABE EM WRK-RESUL'
                   MOVE 'N' TO WRK-CALCULO
               NOT ON SIZE ERROR
                   DISPLAY 'MULTIPLICACAO: ' WRK-RESUL
                   ADD WRK-RESUL TO WRK-TOTAL-MULT
       5000-PROCESSAR-LOTE.
           MOVE ZEROS TO WRK-RC-RUN.
           OPEN INPUT PARES-ENTRADA.
      *----------------------------------------------------
      *    SEM O PARESENT NAO HA PAR A CALCULAR NA NOITE: O
      *    AJUSTCAL E REGRAVADO VAZIO (HEADER E TRAILER ZERO)
      *    PARA O PROGCOB06 NAO LANCAR DE NOVO O LOTE DA
      *    NOITE ANTERIOR
      *----------------------------------------------------
           IF WRK-FS-PARES = "35"
               DISPLAY 'PARESENT AUSENTE - NENHUM PAR A CALCULAR,'
                   ' AJUSTCAL GRAVADO VAZIO'
               MOVE ZEROS TO WRK-QTDE-GRAVADOS WRK-HASH-GRAVADO
               PERFORM 5050-ABRIR-SAIDAS THRU 5050-ABRIR-SAIDAS-EXIT
               IF WRK-RC-RUN NOT = 8
                   MOVE 4 TO WRK-RC-RUN
                   PERFORM 5800-FECHAR-SAIDAS
                       THRU 5800-FECHAR-SAIDAS-EXIT
               END-IF
               GO TO 5000-PROCESSAR-LOTE-EXIT
           END-IF.
           IF WRK-FS-PARES NOT = "00"
               DISPLAY 'PARESENT INDISPONIVEL (STATUS ' WRK-FS-PARES
                   ')'
               MOVE 8 TO WRK-RC-RUN
               GO TO 5000-PROCESSAR-LOTE-EXIT
           END-IF.
           PERFORM 5050-ABRIR-SAIDAS THRU 5050-ABRIR-SAIDAS-EXIT.
           IF WRK-RC-RUN = 8
               CLOSE PARES-ENTRADA
               GO TO 5000-PROCESSAR-LOTE-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO WRK-TOTAL-SOMA WRK-TOTAL-SUB WRK-TOTAL-DIV
               WRK-TOTAL-MULT WRK-TOTAL-COMP WRK-QTDE-PARES
               WRK-QTDE-SOMA WRK-QTDE-SUB WRK-QTDE-DIV
               WRK-QTDE-MULT WRK-QTDE-COMP WRK-QTDE-INVALIDOS
               WRK-QTDE-DETALHES WRK-HASH-LIDO
               WRK-QTDE-GRAVADOS WRK-HASH-GRAVADO
               WRK-QTDE-REJEITADOS.
           MOVE 'N' TO WRK-ARQ-CONTROLADO.
           MOVE 'N' TO WRK-TRAILER-VISTO.
           PERFORM 5100-LER-PAR THRU 5100-LER-PAR-EXIT.
                   ' TRANSFERENCIA TRUNCADA, ARQUIVO RECUSADO ***'
               MOVE 8 TO WRK-RC-RUN
           END-IF.
           PERFORM 5800-FECHAR-SAIDAS THRU 5800-FECHAR-SAIDAS-EXIT.
           PERFORM 5900-IMPRIMIR-TOTAIS THRU 5900-IMPRIMIR-TOTAIS-EXIT.
           CLOSE PARES-ENTRADA.
       5000-PROCESSAR-LOTE-EXIT.
           EXIT.

      *****************************************************
      * ABRE O AJUSTCAL DE SAIDA E O PARESREJ E GRAVA O
      * HEADER DO LOTE DE AJUSTES (ORIGEM PROGCOB5 E A DATA
      * DO RUN). SEM UMA DAS SAIDAS O LOTE NAO E PROCESSADO
      * (RC 8) - OS RESULTADOS SUMIRIAM EM SILENCIO
      *****************************************************
       5050-ABRIR-SAIDAS.
           OPEN OUTPUT AJUSTES-SAIDA.
           IF WRK-FS-AJUSTES NOT = "00"
               DISPLAY 'AJUSTCAL INDISPONIVEL (STATUS '
                   WRK-FS-AJUSTES ')'
               MOVE 8 TO WRK-RC-RUN
               GO TO 5050-ABRIR-SAIDAS-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO-REJEITOS.
           IF WRK-FS-REJEITOS NOT = "00"
               DISPLAY 'PARESREJ INDISPONIVEL (STATUS '
                   WRK-FS-REJEITOS ')'
               CLOSE AJUSTES-SAIDA
               MOVE 8 TO WRK-RC-RUN
               GO TO 5050-ABRIR-SAIDAS-EXIT
           END-IF.
           MOVE SPACES TO AJUSTES-SAIDA-CONTROLE.
           MOVE 'H' TO AH-TIPO.
           MOVE 'PROGCOB5' TO AH-ORIGEM.
           MOVE WRK-DATA-AUDIT TO AH-DATA.
           WRITE AJUSTES-SAIDA-CONTROLE.
       5050-ABRIR-SAIDAS-EXIT.
           EXIT.

      *****************************************************
      * LE O PROXIMO REGISTRO UTIL DO LOTE, PULANDO (E
      * TRATANDO) OS REGISTROS DE CONTROLE DE HEADER/TRAILER
                               THRU 5190-ACUMULAR-HASH-EXIT
                           MOVE PE-NUM1 TO WRK-NUM1
                           MOVE PE-NUM2 TO WRK-NUM2
                           IF PE-CATEGORIA = SPACES
                               MOVE 'GER' TO WRK-CATEGORIA
                           ELSE
                               MOVE PE-CATEGORIA TO WRK-CATEGORIA
                           END-IF
                   END-EVALUATE
           END-READ.
       5120-LER-FISICO-EXIT.
       5200-PROCESSAR-PAR.
           ADD 1 TO WRK-QTDE-PARES.
           DISPLAY "==============================="
           IF PE-NUM1 NOT NUMERIC OR PE-NUM2 NOT NUMERIC
               MOVE '04' TO REJ-MOTIVO-COD
               MOVE 'OPERANDO NAO NUMERICO' TO REJ-MOTIVO-DESC
               PERFORM 5400-GRAVAR-REJEITO
                   THRU 5400-GRAVAR-REJEITO-EXIT
               GO TO 5200-LER-PROXIMO
           END-IF.
           DISPLAY 'NUMERO 1: ' WRK-NUM1.
           DISPLAY 'NUMERO 2: ' WRK-NUM2.
           MOVE 'S' TO WRK-CALCULO.
           EVALUATE TRUE
               WHEN PAR-SOMA
                   PERFORM 2010-SOMAR THRU 2010-SOMAR-EXIT
                   ADD 1 TO WRK-QTDE-INVALIDOS
                   DISPLAY 'OPERACAO INVALIDA [' PE-OPERACAO
                       '] - PAR IGNORADO'
                   MOVE '03' TO REJ-MOTIVO-COD
                   MOVE 'OPERACAO INVALIDA' TO REJ-MOTIVO-DESC
                   PERFORM 5400-GRAVAR-REJEITO
                       THRU 5400-GRAVAR-REJEITO-EXIT
                   GO TO 5200-LER-PROXIMO
           END-EVALUATE.
           IF CALCULO-OK
               PERFORM 5300-GRAVAR-AJUSTE THRU 5300-GRAVAR-AJUSTE-EXIT
           ELSE
               IF PAR-DIVISAO AND WRK-NUM2 = ZEROS
                   MOVE '01' TO REJ-MOTIVO-COD
                   MOVE 'DIVISAO POR ZERO' TO REJ-MOTIVO-DESC
               ELSE
                   MOVE '02' TO REJ-MOTIVO-COD
                   MOVE 'ESTOURO DO RESULTADO' TO REJ-MOTIVO-DESC
               END-IF
               PERFORM 5400-GRAVAR-REJEITO
                   THRU 5400-GRAVAR-REJEITO-EXIT
           END-IF.
       5200-LER-PROXIMO.
           PERFORM 5100-LER-PAR THRU 5100-LER-PAR-EXIT.
       5200-PROCESSAR-PAR-EXIT.
           EXIT.

      *****************************************************
      * GRAVA O RESULTADO VALIDO NO AJUSTCAL COMO ADICAO DO
      * VALOR CALCULADO COM ZERO - O PROGCOB06 LANCA NO
      * LEDGER EXATAMENTE O VALOR, QUALQUER QUE TENHA SIDO A
      * OPERACAO DO PAR (DIVISAO E MEDIA NAO TEM SELETOR
      * PROPRIO NO AJUSTENT). ACUMULA A CONTAGEM E O HASH DO
      * TRAILER
      *****************************************************
       5300-GRAVAR-AJUSTE.
           MOVE SPACES TO AJUSTES-SAIDA-REG.
           MOVE 'A' TO AS-OPERACAO.
           MOVE WRK-RESUL TO AS-NUM1.
           MOVE ZEROS TO AS-NUM2.
           MOVE WRK-CATEGORIA TO AS-CATEGORIA.
           WRITE AJUSTES-SAIDA-REG.
           ADD 1 TO WRK-QTDE-GRAVADOS.
           MOVE WRK-RESUL TO WRK-ABS-RESUL.
           IF WRK-ABS-RESUL < ZEROS
               COMPUTE WRK-ABS-RESUL = 0 - WRK-ABS-RESUL
           END-IF.
           COMPUTE WRK-HASH-GRAVADO =
               WRK-HASH-GRAVADO + WRK-ABS-RESUL * 100.
       5300-GRAVAR-AJUSTE-EXIT.
           EXIT.

      *****************************************************
      * GRAVA NO PARESREJ O PAR RECUSADO, COM O MOTIVO JA
      * MOVIDO PELO CHAMADOR E A IMAGEM DO REGISTRO LIDO
      *****************************************************
       5400-GRAVAR-REJEITO.
           MOVE PARES-ENTRADA-REG TO REJ-PAR.
           WRITE REJEITO-LINHA FROM REJ-LINHA.
           DISPLAY REJ-LINHA.
           ADD 1 TO WRK-QTDE-REJEITADOS.
       5400-GRAVAR-REJEITO-EXIT.
           EXIT.

      *****************************************************
      * FECHA AS SAIDAS DO LOTE. O TRAILER DO AJUSTCAL SO E
      * GRAVADO COM O PARESENT ACEITO - SEM ELE O PROGCOB06
      * RECUSA O LOTE TRUNCADO E NADA CHEGA AO LEDGER
      *****************************************************
       5800-FECHAR-SAIDAS.
           IF WRK-RC-RUN = 8
               DISPLAY '*** AJUSTCAL GERADO SEM TRAILER - O LOTE'
                   ' SERA RECUSADO PELO PROGCOB06 ***'
           ELSE
               MOVE SPACES TO AJUSTES-SAIDA-TRAILER
               MOVE 'T' TO AT-TIPO
               MOVE WRK-QTDE-GRAVADOS TO AT-QTDE
               MOVE WRK-HASH-GRAVADO TO AT-HASH
               WRITE AJUSTES-SAIDA-TRAILER
           END-IF.
           CLOSE AJUSTES-SAIDA.
           CLOSE RELATORIO-REJEITOS.
       5800-FECHAR-SAIDAS-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME CONTAGEM E TOTAL DE CADA OPERACAO REALMENTE
      * SOLICITADA NO LOTE - OPERACAO SEM NENHUM PAR NAO
           IF WRK-QTDE-INVALIDOS > ZEROS
               DISPLAY 'OPERACOES INVALIDAS..: ' WRK-QTDE-INVALIDOS
           END-IF.
           DISPLAY 'GRAVADOS NO AJUSTCAL.: ' WRK-QTDE-GRAVADOS.
           IF WRK-QTDE-REJEITADOS > ZEROS
               DISPLAY 'RECUSADOS NO PARESREJ: ' WRK-QTDE-REJEITADOS
           END-IF.
           IF WRK-QTDE-SOMA > ZEROS
               DISPLAY 'SOMA.........: ' WRK-QTDE-SOMA
                   ' TOTAL: ' WRK-TOTAL-SOMA
      * TILHADA (AUDITLOG) REGISTRANDO O TERMINO DESTE RUN
      *****************************************************
       9999-FINALIZAR.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCOB5" TO AU-PROGRAMA.
           MOVE WRK-NUM1 TO WRK-CHAVE-AUDIT-ED.
           MOVE WRK-CHAVE-AUDIT-ED TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
