       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB36.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: PROCESSAMENTO DO RETORNO DA COBRANCA DAS
      *           MENSALIDADES (MENSRET) CONTRA AS FATURAS, NOS
      *           MOLDES DO PROGCOB04B PARA A FOLHA: CADA BOLETO
      *           LIQUIDADO PELO BANCO (OCORRENCIA '00') E
      *           CASADO COM A FATURA PELO NOSSO NUMERO
      *           (MATRICULA + COMPETENCIA) E PELO VALOR - PAGO
      *           PELO MENOS O LIQUIDO DA FATURA, ELA E BAIXADA
      *           COMO PAGA COM A DATA E O VALOR DO PAGAMENTO E A
      *           BAIXA E CARIMBADA NA TRILHA DE AUDITORIA.
      *           RETORNO SEM FATURA, FATURA JA PAGA OU ISENTA E
      *           PAGAMENTO A MENOR SAEM NO RELATORIO DE
      *           DIVERGENCIAS; BOLETO NAO LIQUIDADO (OUTRA
      *           OCORRENCIA) E LISTADO COM O MOTIVO DO BANCO.
      *           TERMINA COM RC 4 QUANDO HOUVE DIVERGENCIA OU
      *           BOLETO RECUSADO E RC 8 SEM O RETORNO OU AS
      *           FATURAS
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-COBRANCA ASSIGN TO "MENSRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.
           SELECT FATURAS-MENSALIDADE ASSIGN TO "FATURAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS WRK-FS-FATURAS.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * RETORNO DA COBRANCA: DETALHES '1' COM O NOSSO NUMERO
      * DA REMESSA (MATRICULA + COMPETENCIA), O VALOR PAGO EM
      * CENTAVOS, A DATA DO PAGAMENTO E A OCORRENCIA ('00'
      * BOLETO LIQUIDADO, QUALQUER OUTRA E UMA RECUSA OU
      * BAIXA DO BANCO COM O MOTIVO DESCRITO); OUTROS TIPOS
      * DE LINHA (HEADER/TRAILER DO BANCO) SAO IGNORADOS
      *****************************************************
       FD  RETORNO-COBRANCA.
       01  RETORNO-COBRANCA-REG.
           05  RB-TIPO             PIC X(01).
               88  RETORNO-DETALHE        VALUE '1'.
           05  RB-NOSSO-NUMERO.
               10  RB-MATRICULA    PIC 9(06).
               10  RB-COMPETENCIA  PIC X(06).
           05  RB-VALOR-PAGO       PIC 9(11).
           05  RB-DATA-PAGTO       PIC X(08).
           05  RB-OCORRENCIA       PIC X(02).
               88  BOLETO-LIQUIDADO       VALUE '00'.
           05  RB-DESCRICAO        PIC X(20).
       FD  FATURAS-MENSALIDADE.
           COPY FATUREC.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-RETORNO   PIC X(02) VALUE SPACES.
       77 WRK-FS-FATURAS   PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-FIM-RETORNO  PIC X(01) VALUE 'N'.
           88 FIM-RETORNO           VALUE 'S'.
       77 WRK-FATURAS-OK   PIC X(01) VALUE 'N'.
           88 FATURAS-ABERTAS       VALUE 'S'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
      *---------------------------------------------------
      * VALORES DA FATURA CONVERTIDOS PARA CENTAVOS, NA
      * UNIDADE DO RETORNO, E DO PAGAMENTO PARA REAIS
      *---------------------------------------------------
       77 WRK-LIQUIDO-CENT PIC 9(11) VALUE ZEROS.
       77 WRK-VALOR-PAGO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *---------------------------------------------------
      * CONTADORES E TOTAIS DE CONTROLE DO RUN (TOTAL EM
      * CENTAVOS, COMO NO RETORNO)
      *---------------------------------------------------
       77 WRK-QTDE-RETORNOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-LIQUIDADOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-RECUSADOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DIVERGENTES PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-RECEBIDO     PIC 9(13) VALUE ZEROS.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 3000-PROCESSAR-RETORNO
               THRU 3000-PROCESSAR-RETORNO-EXIT
               UNTIL FIM-RETORNO.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           IF WRK-RC-RUN = 8
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTDE-DIVERGENTES > ZEROS
                   OR WRK-QTDE-RECUSADOS > ZEROS
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
           MOVE "PROGCB36" TO AU-PROGRAMA.
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
      * ABRE AS FATURAS PARA ATUALIZACAO E O RETORNO DO
      * BANCO. QUALQUER UM INDISPONIVEL BLOQUEIA O RUN (RC 8)
      *****************************************************
       1000-INICIALIZAR.
           OPEN I-O FATURAS-MENSALIDADE.
           IF WRK-FS-FATURAS NOT = "00"
               DISPLAY 'FATURAS INDISPONIVEL (STATUS ' WRK-FS-FATURAS
                   ') - PROCESSAMENTO BLOQUEADO'
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-RETORNO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           MOVE 'S' TO WRK-FATURAS-OK.
           OPEN INPUT RETORNO-COBRANCA.
           IF WRK-FS-RETORNO NOT = "00"
               DISPLAY 'MENSRET INDISPONIVEL (STATUS ' WRK-FS-RETORNO
                   ') - PROCESSAMENTO BLOQUEADO'
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-RETORNO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           DISPLAY "====== RETORNO DA COBRANCA DAS MENSALIDADES ======".
           PERFORM 3100-LER-RETORNO THRU 3100-LER-RETORNO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * PROCESSA UMA LINHA DO RETORNO: BOLETO NAO LIQUIDADO
      * SO E LISTADO COM O MOTIVO; O LIQUIDADO PRECISA TER
      * FATURA ABERTA E COBRIR O LIQUIDO DELA (JUROS E MULTA
      * PAGOS A MAIS FICAM NO VALOR PAGO) PARA A BAIXA. O
      * RESTO E DIVERGENCIA E A FATURA FICA COMO ESTAVA
      *****************************************************
       3000-PROCESSAR-RETORNO.
           IF NOT RETORNO-DETALHE
               GO TO 3000-LER-PROXIMO
           END-IF.
           ADD 1 TO WRK-QTDE-RETORNOS.
           IF NOT BOLETO-LIQUIDADO
               ADD 1 TO WRK-QTDE-RECUSADOS
               DISPLAY 'NAO LIQUIDADO - NOSSO NUMERO '
                   RB-NOSSO-NUMERO ' OCORRENCIA ' RB-OCORRENCIA
                   ' ' RB-DESCRICAO
               GO TO 3000-LER-PROXIMO
           END-IF.
           IF RB-MATRICULA NOT NUMERIC
               OR RB-VALOR-PAGO NOT NUMERIC
               ADD 1 TO WRK-QTDE-DIVERGENTES
               DISPLAY 'DIVERGENCIA - LINHA DO RETORNO INVALIDA: '
                   RETORNO-COBRANCA-REG
               GO TO 3000-LER-PROXIMO
           END-IF.
           MOVE RB-MATRICULA TO FT-MATRICULA.
           MOVE RB-COMPETENCIA TO FT-COMPETENCIA.
           READ FATURAS-MENSALIDADE
               INVALID KEY
                   ADD 1 TO WRK-QTDE-DIVERGENTES
                   DISPLAY 'DIVERGENCIA - RETORNO SEM FATURA:'
                       ' NOSSO NUMERO ' RB-NOSSO-NUMERO
                       ' VALOR ' RB-VALOR-PAGO
                   GO TO 3000-LER-PROXIMO
           END-READ.
           IF NOT FATURA-ABERTA
               ADD 1 TO WRK-QTDE-DIVERGENTES
               DISPLAY 'DIVERGENCIA - FATURA JA PAGA OU ISENTA:'
                   ' NOSSO NUMERO ' RB-NOSSO-NUMERO
                   ' SITUACAO ' FT-SITUACAO
                   ' PAGA EM ' FT-DATA-PAGTO
               GO TO 3000-LER-PROXIMO
           END-IF.
           COMPUTE WRK-LIQUIDO-CENT = FT-VALOR-LIQUIDO * 100.
           IF RB-VALOR-PAGO < WRK-LIQUIDO-CENT
               ADD 1 TO WRK-QTDE-DIVERGENTES
               DISPLAY 'DIVERGENCIA - PAGO A MENOR:'
                   ' NOSSO NUMERO ' RB-NOSSO-NUMERO
                   ' FATURA ' WRK-LIQUIDO-CENT
                   ' PAGO ' RB-VALOR-PAGO
               GO TO 3000-LER-PROXIMO
           END-IF.
           PERFORM 4000-BAIXAR-FATURA THRU 4000-BAIXAR-FATURA-EXIT.
       3000-LER-PROXIMO.
           PERFORM 3100-LER-RETORNO THRU 3100-LER-RETORNO-EXIT.
       3000-PROCESSAR-RETORNO-EXIT.
           EXIT.

       3100-LER-RETORNO.
           READ RETORNO-COBRANCA
               AT END
                   MOVE 'S' TO WRK-FIM-RETORNO
           END-READ.
       3100-LER-RETORNO-EXIT.
           EXIT.

      *****************************************************
      * BAIXA A FATURA COMO PAGA COM A DATA E O VALOR DO
      * BANCO E CARIMBA A BAIXA NA TRILHA DE AUDITORIA, COM
      * A MATRICULA + O ANO/MES (AAMM) DA COMPETENCIA NA
      * CHAVE
      *****************************************************
       4000-BAIXAR-FATURA.
           COMPUTE WRK-VALOR-PAGO = RB-VALOR-PAGO / 100.
           IF WRK-VALOR-PAGO > 9999999,99
               MOVE 9999999,99 TO FT-VALOR-PAGO
           ELSE
               MOVE WRK-VALOR-PAGO TO FT-VALOR-PAGO
           END-IF.
           MOVE 'P' TO FT-SITUACAO.
           MOVE RB-DATA-PAGTO TO FT-DATA-PAGTO.
           REWRITE FATURA-REG
               INVALID KEY
                   ADD 1 TO WRK-QTDE-DIVERGENTES
                   DISPLAY 'ERRO AO BAIXAR A FATURA ' FT-CHAVE
                   GO TO 4000-BAIXAR-FATURA-EXIT
           END-REWRITE.
           ADD 1 TO WRK-QTDE-LIQUIDADOS.
           ADD RB-VALOR-PAGO TO WRK-TOT-RECEBIDO.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB36" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE "MENSALIDADE PAGA" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE FT-MATRICULA TO AU-CHAVE (1:6).
           MOVE FT-COMPETENCIA (3:4) TO AU-CHAVE (7:4).
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       4000-BAIXAR-FATURA-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME OS TOTAIS DE CONTROLE, FECHA OS ARQUIVOS E
      * REGISTRA O TERMINO (OU O BLOQUEIO) NA AUDITORIA
      *****************************************************
       9999-FINALIZAR.
           IF WRK-FS-RETORNO = "00" OR WRK-FS-RETORNO = "10"
               CLOSE RETORNO-COBRANCA
           END-IF.
           IF FATURAS-ABERTAS
               CLOSE FATURAS-MENSALIDADE
           END-IF.
           DISPLAY "=============================================".
           DISPLAY 'RETORNOS LIDOS.......: ' WRK-QTDE-RETORNOS.
           DISPLAY 'FATURAS BAIXADAS.....: ' WRK-QTDE-LIQUIDADOS.
           DISPLAY 'BOLETOS NAO LIQUIDADOS: ' WRK-QTDE-RECUSADOS.
           DISPLAY 'DIVERGENCIAS.........: ' WRK-QTDE-DIVERGENTES.
           COMPUTE WRK-VALOR-ED = WRK-TOT-RECEBIDO / 100.
           DISPLAY 'TOTAL RECEBIDO.......: ' WRK-VALOR-ED.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB36" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF WRK-RC-RUN = 8
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           ELSE
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           END-IF.
           MOVE WRK-QTDE-LIQUIDADOS TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
