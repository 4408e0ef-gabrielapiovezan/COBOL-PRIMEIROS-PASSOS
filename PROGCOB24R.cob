       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB24R.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: REPASSE MENSAL DO EMPRESTIMO CONSIGNADO AOS
      *           BANCOS CREDORES: LE AS PARCELAS DESCONTADAS EM
      *           FOLHA (CONSGDSC) NO PERIODO PEDIDO (PARAMPER),
      *           CLASSIFICA POR BANCO, COMPANHIA E MATRICULA
      *           (SORT), IMPRIME O DEMONSTRATIVO POR BANCO COM
      *           O CONTRATO, A PARCELA, O VALOR RETIDO E O SALDO
      *           DEVEDOR, E GRAVA O ARQUIVO DE REPASSE CONSGREM
      *           COM UM BLOCO HEADER/DETALHES/TRAILER POR BANCO,
      *           CONTAGEM E TOTAL EM CENTAVOS NO TRAILER
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - O REPASSE AOS
      *                    BANCOS ERA MONTADO A MAO A PARTIR DO
      *                    REGISTRO DE PAGAMENTO
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-PERIODO ASSIGN TO "PARAMPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
           SELECT DESCONTOS-CONSIG ASSIGN TO "CONSGDSC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONSDSC.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT REPASSE-CONSIG ASSIGN TO "CONSGREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPASSE.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * PERIODO DO REPASSE (AAAAMM) - OBRIGATORIO, PARA O
      * CONSGDSC ACUMULADO NAO SER REPASSADO DUAS VEZES
      *****************************************************
       FD  PARAM-PERIODO.
       01  PARAM-PERIODO-REG.
           05  PP-PERIODO          PIC X(06).
       FD  DESCONTOS-CONSIG.
           COPY CONSDREC.
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
      *****************************************************
      * ARQUIVO DE REPASSE: POR BANCO CREDOR, HEADER '0'
      * COM O BANCO, O PERIODO E A DATA DA GERACAO,
      * DETALHES '1' COM O CONTRATO, A PARCELA E OS VALORES
      * EM CENTAVOS E TRAILER '9' COM CONTAGEM E TOTAL
      *****************************************************
       FD  REPASSE-CONSIG.
       01  REPASSE-CONSIG-REG      PIC X(80).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       SD  ARQ-CLASSIFICACAO.
       01  CLASSIFICACAO-REG.
           05  SRT-BANCO           PIC X(03).
           05  SRT-COMPANHIA       PIC X(02).
           05  SRT-MATRICULA       PIC 9(06).
           05  SRT-CONTRATO        PIC X(10).
           05  SRT-NUM-PARCELA     PIC 9(03).
           05  SRT-QTDE-PARCELAS   PIC 9(03).
           05  SRT-VLR-PARCELA     PIC 9(06)V99.
           05  SRT-SALDO-DEVEDOR   PIC 9(09)V99.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-CONSDSC   PIC X(02) VALUE SPACES.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-FS-REPASSE   PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-RUN-OK       PIC X(01) VALUE 'S'.
           88 RUN-VALIDO            VALUE 'S'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
       77 WRK-PERIODO      PIC X(06) VALUE SPACES.
       77 WRK-MESTRE-OK    PIC X(01) VALUE 'N'.
           88 MESTRE-DISPONIVEL     VALUE 'S'.
       77 WRK-FIM-DESCONTOS PIC X(01) VALUE 'N'.
           88 FIM-DESCONTOS         VALUE 'S'.
       77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICACAO     VALUE 'S'.
      *---------------------------------------------------
      * CONTADORES DA LEITURA DO CONSGDSC
      *---------------------------------------------------
       77 WRK-QTDE-LIDOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DO-PERIODO PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * QUEBRA POR BANCO CREDOR NA SAIDA DO SORT E TOTAIS
      * DO BANCO E GERAL (VALORES EM CENTAVOS NO REPASSE)
      *---------------------------------------------------
       77 WRK-QUEBRA-BANCO PIC X(03) VALUE SPACES.
       77 WRK-QTDE-BANCOS  PIC 9(04) VALUE ZEROS.
       77 WRK-QTDE-BANCO   PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-BANCO    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTDE-GERAL   PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-GERAL    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-NOME         PIC X(22) VALUE SPACES.
       77 WRK-PARCELA-ED   PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 REP-HEADER.
           05 FILLER           PIC X(01) VALUE '0'.
           05 REP-HDR-BANCO    PIC X(03).
           05 REP-HDR-PERIODO  PIC X(06).
           05 REP-HDR-DATA     PIC X(08).
           05 REP-HDR-EMPRESA  PIC X(30)
               VALUE 'EMPRESA PROGCOB LTDA'.
           05 FILLER           PIC X(32) VALUE SPACES.
       01 REP-DETALHE.
           05 FILLER           PIC X(01) VALUE '1'.
           05 REP-DET-BANCO    PIC X(03).
           05 REP-DET-CIA      PIC X(02).
           05 REP-DET-MATRICULA PIC 9(06).
           05 REP-DET-NOME     PIC X(22).
           05 REP-DET-CONTRATO PIC X(10).
           05 REP-DET-PARCELA  PIC 9(03).
           05 REP-DET-QTDE     PIC 9(03).
           05 REP-DET-VALOR    PIC 9(09).
           05 REP-DET-SALDO    PIC 9(11).
           05 FILLER           PIC X(10) VALUE SPACES.
       01 REP-TRAILER.
           05 FILLER           PIC X(01) VALUE '9'.
           05 REP-TRL-BANCO    PIC X(03).
           05 REP-TRL-QTDE     PIC 9(06).
           05 REP-TRL-TOTAL    PIC 9(13).
           05 FILLER           PIC X(57) VALUE SPACES.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF RUN-VALIDO
               SORT ARQ-CLASSIFICACAO
                   ON ASCENDING KEY SRT-BANCO SRT-COMPANHIA
                       SRT-MATRICULA SRT-CONTRATO
                   INPUT PROCEDURE IS 3000-SELECIONAR-PERIODO
                       THRU 3000-SELECIONAR-PERIODO-EXIT
                   OUTPUT PROCEDURE IS 5000-GRAVAR-REPASSE
                       THRU 5000-GRAVAR-REPASSE-EXIT
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           IF WRK-RC-RUN > ZEROS
               MOVE WRK-RC-RUN TO RETURN-CODE
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
           MOVE "PROGC24R" TO AU-PROGRAMA.
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
      * LE O PERIODO E ABRE AS PARCELAS DESCONTADAS - SEM
      * QUALQUER UM DOS DOIS NAO HA O QUE REPASSAR E O RUN
      * TERMINA COM RC 8. O MESTRE SO FORNECE O NOME DO
      * EMPREGADO NO DEMONSTRATIVO: SEM ELE O REPASSE SAI
      * COM O NOME EM BRANCO
      *****************************************************
       1000-INICIALIZAR.
           PERFORM 1100-LER-PERIODO THRU 1100-LER-PERIODO-EXIT.
           IF NOT RUN-VALIDO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT DESCONTOS-CONSIG.
           IF WRK-FS-CONSDSC NOT = "00"
               DISPLAY 'CONSGDSC INDISPONIVEL (STATUS ' WRK-FS-CONSDSC
                   ') - REPASSE NAO GERADO'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST = "00"
               MOVE 'S' TO WRK-MESTRE-OK
           ELSE
               DISPLAY 'EMPMAST INDISPONIVEL (STATUS ' WRK-FS-EMPMAST
                   ') - REPASSE SAI SEM O NOME DO EMPREGADO'
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           OPEN OUTPUT REPASSE-CONSIG.
           DISPLAY "====== REPASSE DE CONSIGNADO AOS BANCOS - PERIODO "
               WRK-PERIODO " ======".
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * LE DO PARAMPER O PERIODO A REPASSAR (AAAAMM) -
      * OBRIGATORIO: SEM ELE O CONSGDSC ACUMULADO PODERIA
      * SER REPASSADO DUAS VEZES
      *****************************************************
       1100-LER-PERIODO.
           OPEN INPUT PARAM-PERIODO.
           IF WRK-FS-PARAM NOT = "00"
               DISPLAY 'PARAMPER INDISPONIVEL (STATUS ' WRK-FS-PARAM
                   ') - INFORME O PERIODO A REPASSAR'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PERIODO-EXIT
           END-IF.
           READ PARAM-PERIODO
               AT END
                   DISPLAY 'PARAMPER VAZIO - INFORME O PERIODO'
                   MOVE 'N' TO WRK-RUN-OK
                   MOVE 8 TO WRK-RC-RUN
               NOT AT END
                   MOVE PP-PERIODO TO WRK-PERIODO
           END-READ.
           CLOSE PARAM-PERIODO.
       1100-LER-PERIODO-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE ENTRADA DO SORT: LIBERA AS PARCELAS
      * DESCONTADAS NO PERIODO PEDIDO
      *****************************************************
       3000-SELECIONAR-PERIODO.
           MOVE 'N' TO WRK-FIM-DESCONTOS.
           PERFORM 3100-LER-DESCONTO THRU 3100-LER-DESCONTO-EXIT
               UNTIL FIM-DESCONTOS.
       3000-SELECIONAR-PERIODO-EXIT.
           EXIT.

       3100-LER-DESCONTO.
           READ DESCONTOS-CONSIG
               AT END
                   MOVE 'S' TO WRK-FIM-DESCONTOS
                   GO TO 3100-LER-DESCONTO-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF DC-PERIODO NOT = WRK-PERIODO
               GO TO 3100-LER-DESCONTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-DO-PERIODO.
           MOVE DC-BANCO TO SRT-BANCO.
           MOVE DC-COMPANHIA TO SRT-COMPANHIA.
           MOVE DC-MATRICULA TO SRT-MATRICULA.
           MOVE DC-CONTRATO TO SRT-CONTRATO.
           MOVE DC-NUM-PARCELA TO SRT-NUM-PARCELA.
           MOVE DC-QTDE-PARCELAS TO SRT-QTDE-PARCELAS.
           MOVE DC-VLR-PARCELA TO SRT-VLR-PARCELA.
           MOVE DC-SALDO-DEVEDOR TO SRT-SALDO-DEVEDOR.
           RELEASE CLASSIFICACAO-REG.
       3100-LER-DESCONTO-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE SAIDA DO SORT: UM BLOCO POR BANCO
      * CREDOR NO REPASSE E NO DEMONSTRATIVO, COM O TOTAL
      * DO BANCO NO TRAILER
      *****************************************************
       5000-GRAVAR-REPASSE.
           MOVE HIGH-VALUES TO WRK-QUEBRA-BANCO.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 5100-GRAVAR-PARCELA THRU 5100-GRAVAR-PARCELA-EXIT
               UNTIL FIM-CLASSIFICACAO.
           IF WRK-QUEBRA-BANCO NOT = HIGH-VALUES
               PERFORM 5300-FECHAR-BANCO THRU 5300-FECHAR-BANCO-EXIT
           END-IF.
       5000-GRAVAR-REPASSE-EXIT.
           EXIT.

       5100-GRAVAR-PARCELA.
           RETURN ARQ-CLASSIFICACAO
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
                   GO TO 5100-GRAVAR-PARCELA-EXIT
           END-RETURN.
           IF SRT-BANCO NOT = WRK-QUEBRA-BANCO
               IF WRK-QUEBRA-BANCO NOT = HIGH-VALUES
                   PERFORM 5300-FECHAR-BANCO
                       THRU 5300-FECHAR-BANCO-EXIT
               END-IF
               PERFORM 5200-ABRIR-BANCO THRU 5200-ABRIR-BANCO-EXIT
           END-IF.
           PERFORM 5150-BUSCAR-NOME THRU 5150-BUSCAR-NOME-EXIT.
           MOVE SRT-BANCO TO REP-DET-BANCO.
           MOVE SRT-COMPANHIA TO REP-DET-CIA.
           MOVE SRT-MATRICULA TO REP-DET-MATRICULA.
           MOVE WRK-NOME TO REP-DET-NOME.
           MOVE SRT-CONTRATO TO REP-DET-CONTRATO.
           MOVE SRT-NUM-PARCELA TO REP-DET-PARCELA.
           MOVE SRT-QTDE-PARCELAS TO REP-DET-QTDE.
           COMPUTE REP-DET-VALOR = SRT-VLR-PARCELA * 100.
           COMPUTE REP-DET-SALDO = SRT-SALDO-DEVEDOR * 100.
           WRITE REPASSE-CONSIG-REG FROM REP-DETALHE.
           ADD 1 TO WRK-QTDE-BANCO WRK-QTDE-GERAL.
           ADD SRT-VLR-PARCELA TO WRK-TOT-BANCO WRK-TOT-GERAL.
           MOVE SRT-VLR-PARCELA TO WRK-PARCELA-ED.
           MOVE SRT-SALDO-DEVEDOR TO WRK-SALDO-ED.
           DISPLAY SRT-COMPANHIA ' ' SRT-MATRICULA ' ' WRK-NOME
               ' CONTRATO ' SRT-CONTRATO ' PARCELA '
               SRT-NUM-PARCELA '/' SRT-QTDE-PARCELAS
               ' RETIDO: ' WRK-PARCELA-ED ' SALDO: ' WRK-SALDO-ED.
       5100-GRAVAR-PARCELA-EXIT.
           EXIT.

       5150-BUSCAR-NOME.
           MOVE SPACES TO WRK-NOME.
           IF NOT MESTRE-DISPONIVEL
               GO TO 5150-BUSCAR-NOME-EXIT
           END-IF.
           MOVE SRT-COMPANHIA TO EMP-COMPANHIA.
           MOVE SRT-MATRICULA TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE SPACES TO WRK-NOME
               NOT INVALID KEY
                   MOVE EMP-NOME TO WRK-NOME
           END-READ.
       5150-BUSCAR-NOME-EXIT.
           EXIT.

       5200-ABRIR-BANCO.
           MOVE SRT-BANCO TO WRK-QUEBRA-BANCO.
           MOVE ZEROS TO WRK-QTDE-BANCO WRK-TOT-BANCO.
           ADD 1 TO WRK-QTDE-BANCOS.
           MOVE SRT-BANCO TO REP-HDR-BANCO.
           MOVE WRK-PERIODO TO REP-HDR-PERIODO.
           MOVE WRK-DATA-AUDIT TO REP-HDR-DATA.
           WRITE REPASSE-CONSIG-REG FROM REP-HEADER.
           DISPLAY '--- BANCO CREDOR ' SRT-BANCO ' ---'.
       5200-ABRIR-BANCO-EXIT.
           EXIT.

       5300-FECHAR-BANCO.
           MOVE WRK-QUEBRA-BANCO TO REP-TRL-BANCO.
           MOVE WRK-QTDE-BANCO TO REP-TRL-QTDE.
           COMPUTE REP-TRL-TOTAL = WRK-TOT-BANCO * 100.
           WRITE REPASSE-CONSIG-REG FROM REP-TRAILER.
           MOVE WRK-TOT-BANCO TO WRK-TOTAL-ED.
           DISPLAY '    TOTAL A REPASSAR AO BANCO ' WRK-QUEBRA-BANCO
               ': ' WRK-QTDE-BANCO ' PARCELA(S) - ' WRK-TOTAL-ED.
       5300-FECHAR-BANCO-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME OS TOTAIS DE CONTROLE, FECHA OS ARQUIVOS E
      * REGISTRA O TERMINO (OU O BLOQUEIO) NA AUDITORIA
      *****************************************************
       9999-FINALIZAR.
           IF RUN-VALIDO
               CLOSE DESCONTOS-CONSIG
               CLOSE REPASSE-CONSIG
               IF MESTRE-DISPONIVEL
                   CLOSE EMPLOYEE-MASTER
               END-IF
               MOVE WRK-TOT-GERAL TO WRK-TOTAL-ED
               DISPLAY "============================================="
               DISPLAY 'PARCELAS LIDAS.......: ' WRK-QTDE-LIDOS
               DISPLAY 'DO PERIODO PEDIDO....: ' WRK-QTDE-DO-PERIODO
               DISPLAY 'BANCOS CREDORES......: ' WRK-QTDE-BANCOS
               DISPLAY 'TOTAL A REPASSAR.....: ' WRK-TOTAL-ED
               IF WRK-QTDE-DO-PERIODO = ZEROS
                   DISPLAY 'NENHUMA PARCELA DESCONTADA NO PERIODO '
                       WRK-PERIODO
               END-IF
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGC24R" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF RUN-VALIDO
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           ELSE
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           END-IF.
           MOVE WRK-PERIODO TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
