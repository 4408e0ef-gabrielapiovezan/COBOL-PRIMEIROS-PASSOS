       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB25.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: ARQUIVO MENSAL DE DEPOSITO DO FGTS: LE O
      *           EXTRATO CONTABIL (FOLHAEXT) DO PERIODO PEDIDO
      *           NO PARAMPER, SOMA O BRUTO DE CADA EMPREGADO
      *           NAS FOLHAS QUE GERAM DEPOSITO (NORMAL, 13o,
      *           FERIAS, RESCISAO E COMPLEMENTAR - O
      *           ADIANTAMENTO JA ESTA DENTRO DA NORMAL),
      *           APLICA A ALIQUOTA DO TIPO
      *           'FGTS' DA TABELA ENCARGTB E GRAVA O FGTSDEP DE
      *           LARGURA FIXA COM UM BLOCO POR COMPANHIA:
      *           HEADER, UM DETALHE POR EMPREGADO COM CPF, PIS,
      *           BASE E DEPOSITO, E TRAILER COM CONTAGEM E
      *           TOTAIS. EMPREGADO PAGO SEM CPF/PIS VALIDO NO
      *           MESTRE ANULA O ARQUIVO (RC 8) - A LISTA SAI NO
      *           SYSOUT PARA O RH COMPLETAR PELO PROGCOB03
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - O PROGCOB20 SO MOSTRA
      *                    O FGTS COMO PERCENTUAL DO CUSTO
      *                    PATRONAL; A GUIA DE DEPOSITO POR
      *                    EMPREGADO ERA MONTADA A MAO TODO MES
      * 15/10/2026 GABPI0  A FOLHA COMPLEMENTAR (TIPO 'C', PROGCOB28)
      *                    ENTRA NA BASE DO DEPOSITO
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  SO O ULTIMO REGISTRO DE CADA TIPO DE
      *                    FOLHA DO EMPREGADO ENTRA NA BASE
      *                    (RERUN DA FOLHA ACUMULA NO FOLHAEXT)
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
           SELECT TABELA-ENCARGOS ASSIGN TO "ENCARGTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENCARGOS.
           SELECT EXTRATO-CONTABIL ASSIGN TO "FOLHAEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT DEPOSITO-FGTS ASSIGN TO "FGTSDEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPOSITO.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * PERIODO DO DEPOSITO (AAAAMM) - OBRIGATORIO
      *****************************************************
       FD  PARAM-PERIODO.
       01  PARAM-PERIODO-REG.
           05  PP-PERIODO          PIC X(06).
      *****************************************************
      * TABELA DE ENCARGOS PATRONAIS MANTIDA PELO PROGCOB14:
      * TIPO DO ENCARGO E PERCENTUAL SOBRE O BRUTO (5
      * DIGITOS, 2 CASAS IMPLICITAS) - AQUI SO INTERESSA O
      * TIPO 'FGTS'
      *****************************************************
       FD  TABELA-ENCARGOS.
       01  TABELA-ENCARGOS-REG.
           05  EN-TIPO             PIC X(08).
           05  EN-PCT              PIC 9(03)V99.
       FD  EXTRATO-CONTABIL.
           COPY EXTRREC.
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
      *****************************************************
      * ARQUIVO DE DEPOSITO DO FGTS: POR COMPANHIA, HEADER
      * '0', DETALHES '1' (UM POR EMPREGADO) E TRAILER '9';
      * VALORES EM CENTAVOS, SEM PONTUACAO
      *****************************************************
       FD  DEPOSITO-FGTS.
       01  DEPOSITO-FGTS-REG       PIC X(100).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
      *****************************************************
      * TIPO 'N' TAMBEM PARA A FOLHA NORMAL GRAVADA COM
      * BRANCO. A SEQUENCIA DE LEITURA MANTEM A ORDEM DO
      * EXTRATO E O ULTIMO REGISTRO DE CADA TIPO PREVALECE
      * (RERUN DA MESMA FOLHA ACUMULA NO FOLHAEXT)
      *****************************************************
       SD  ARQ-CLASSIFICACAO.
       01  CLASSIFICACAO-REG.
           05  SRT-COMPANHIA       PIC X(02).
           05  SRT-MATRICULA       PIC 9(06).
           05  SRT-TIPO            PIC X(01).
           05  SRT-SEQUENCIA       PIC 9(08).
           05  SRT-BRUTO           PIC 9(06)V99.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-ENCARGOS  PIC X(02) VALUE SPACES.
       77 WRK-FS-EXTRATO   PIC X(02) VALUE SPACES.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-FS-DEPOSITO  PIC X(02) VALUE SPACES.
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
       77 WRK-FIM-ENCARGOS PIC X(01) VALUE 'N'.
           88 FIM-ENCARGOS          VALUE 'S'.
       77 WRK-FIM-EXTRATO  PIC X(01) VALUE 'N'.
           88 FIM-EXTRATO           VALUE 'S'.
       77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICACAO     VALUE 'S'.
      *---------------------------------------------------
      * ALIQUOTA DO FGTS LIDA DO ENCARGTB (PERCENTUAL COM
      * DUAS CASAS, EX. 00800 = 8,00%)
      *---------------------------------------------------
       77 WRK-PCT-FGTS     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-ACHOU-FGTS   PIC X(01) VALUE 'N'.
           88 ALIQUOTA-ACHADA       VALUE 'S'.
      *---------------------------------------------------
      * CONTADORES DA LEITURA DO EXTRATO
      *---------------------------------------------------
       77 WRK-QTDE-LIDOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DO-PERIODO PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-OUTRA-MOEDA PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DUPLIC  PIC 9(06) VALUE ZEROS.
       77 WRK-SEQUENCIA    PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------
      * QUEBRAS POR COMPANHIA, POR EMPREGADO E POR TIPO DE
      * FOLHA NA SAIDA DO SORT: O BRUTO DO EMPREGADO E A
      * SOMA DO ULTIMO REGISTRO DE CADA TIPO DO PERIODO
      *---------------------------------------------------
       77 WRK-QUEBRA-CIA   PIC X(02) VALUE SPACES.
       77 WRK-QUEBRA-MAT   PIC 9(06) VALUE ZEROS.
       77 WRK-QUEBRA-TIPO  PIC X(01) VALUE SPACES.
       77 WRK-BRUTO-TIPO   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TEM-EMPREGADO PIC X(01) VALUE 'N'.
           88 EMPREGADO-PENDENTE    VALUE 'S'.
       77 WRK-BASE-EMP     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DEPOSITO-EMP PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTDE-CIA     PIC 9(06) VALUE ZEROS.
       77 WRK-BASE-CIA     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DEPOSITO-CIA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTDE-CIAS    PIC 9(04) VALUE ZEROS.
       77 WRK-QTDE-GERAL   PIC 9(06) VALUE ZEROS.
       77 WRK-DEPOSITO-GERAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTDE-SEM-DOC PIC 9(06) VALUE ZEROS.
       77 WRK-CPF          PIC X(11) VALUE SPACES.
       77 WRK-PIS          PIC X(11) VALUE SPACES.
       77 WRK-NOME         PIC X(22) VALUE SPACES.
       77 WRK-MOTIVO       PIC X(30) VALUE SPACES.
       77 WRK-PCT-ED       PIC ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-BASE-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *---------------------------------------------------
      * CONFERENCIA DOS DIGITOS VERIFICADORES DO CPF E DO
      * PIS: O DOCUMENTO A CONFERIR VAI EM WRK-DOC-X E O
      * RESULTADO VOLTA EM WRK-DOC-OK
      *---------------------------------------------------
       01 WRK-DOC-X            PIC X(11) VALUE SPACES.
       01 WRK-DOC-DIGITOS REDEFINES WRK-DOC-X.
           05 WRK-DOC-DIG      PIC 9(01) OCCURS 11 TIMES.
       01 WRK-PESOS-PIS-X      PIC X(10) VALUE '3298765432'.
       01 WRK-PESOS-PIS REDEFINES WRK-PESOS-PIS-X.
           05 WRK-PESO-PIS     PIC 9(01) OCCURS 10 TIMES.
       77 WRK-IND-DOC      PIC 9(02) VALUE ZEROS.
       77 WRK-PESO-DOC     PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-DOC     PIC 9(04) VALUE ZEROS.
       77 WRK-QUOC-DOC     PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-DOC    PIC 9(02) VALUE ZEROS.
       77 WRK-DV-DOC       PIC 9(02) VALUE ZEROS.
       77 WRK-QTDE-IGUAIS  PIC 9(02) VALUE ZEROS.
       77 WRK-DOC-OK       PIC X(01) VALUE 'N'.
           88 DOCUMENTO-VALIDO      VALUE 'S'.
       01 DEP-HEADER.
           05 FILLER           PIC X(01) VALUE '0'.
           05 DEP-HDR-CIA      PIC X(02).
           05 DEP-HDR-PERIODO  PIC X(06).
           05 DEP-HDR-DATA     PIC X(08).
           05 DEP-HDR-ALIQUOTA PIC 9(03)V99.
           05 DEP-HDR-TITULO   PIC X(20)
               VALUE 'DEPOSITO FGTS'.
           05 FILLER           PIC X(58) VALUE SPACES.
       01 DEP-DETALHE.
           05 FILLER           PIC X(01) VALUE '1'.
           05 DEP-DET-CIA      PIC X(02).
           05 DEP-DET-MATRICULA PIC 9(06).
           05 DEP-DET-CPF      PIC X(11).
           05 DEP-DET-PIS      PIC X(11).
           05 DEP-DET-NOME     PIC X(22).
           05 DEP-DET-BASE     PIC 9(11).
           05 DEP-DET-DEPOSITO PIC 9(11).
           05 FILLER           PIC X(25) VALUE SPACES.
       01 DEP-TRAILER.
           05 FILLER           PIC X(01) VALUE '9'.
           05 DEP-TRL-CIA      PIC X(02).
           05 DEP-TRL-QTDE     PIC 9(06).
           05 DEP-TRL-BASE     PIC 9(13).
           05 DEP-TRL-DEPOSITO PIC 9(13).
           05 FILLER           PIC X(65) VALUE SPACES.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF RUN-VALIDO
               SORT ARQ-CLASSIFICACAO
                   ON ASCENDING KEY SRT-COMPANHIA SRT-MATRICULA
                       SRT-TIPO SRT-SEQUENCIA
                   INPUT PROCEDURE IS 3000-SELECIONAR-PERIODO
                       THRU 3000-SELECIONAR-PERIODO-EXIT
                   OUTPUT PROCEDURE IS 5000-GRAVAR-DEPOSITO
                       THRU 5000-GRAVAR-DEPOSITO-EXIT
               PERFORM 8000-CONFERIR-DOCUMENTOS
                   THRU 8000-CONFERIR-DOCUMENTOS-EXIT
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
           MOVE "PROGCB25" TO AU-PROGRAMA.
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
      * LE O PERIODO E A ALIQUOTA DO FGTS E ABRE O EXTRATO E
      * O MESTRE - SEM QUALQUER UM DELES NAO HA DEPOSITO A
      * MONTAR E O RUN TERMINA COM RC 8
      *****************************************************
       1000-INICIALIZAR.
           PERFORM 1100-LER-PERIODO THRU 1100-LER-PERIODO-EXIT.
           IF NOT RUN-VALIDO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1200-LER-ALIQUOTA THRU 1200-LER-ALIQUOTA-EXIT.
           IF NOT RUN-VALIDO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT EXTRATO-CONTABIL.
           IF WRK-FS-EXTRATO NOT = "00"
               DISPLAY 'FOLHAEXT INDISPONIVEL (STATUS ' WRK-FS-EXTRATO
                   ') - DEPOSITO NAO GERADO'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = "00"
               DISPLAY 'EMPMAST INDISPONIVEL (STATUS ' WRK-FS-EMPMAST
                   ') - DEPOSITO NAO GERADO'
               CLOSE EXTRATO-CONTABIL
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           OPEN OUTPUT DEPOSITO-FGTS.
           MOVE WRK-PCT-FGTS TO WRK-PCT-ED.
           DISPLAY "====== DEPOSITO DO FGTS - PERIODO " WRK-PERIODO
               " - ALIQUOTA " WRK-PCT-ED "% ======".
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * LE DO PARAMPER O PERIODO DO DEPOSITO (AAAAMM)
      *****************************************************
       1100-LER-PERIODO.
           OPEN INPUT PARAM-PERIODO.
           IF WRK-FS-PARAM NOT = "00"
               DISPLAY 'PARAMPER INDISPONIVEL (STATUS ' WRK-FS-PARAM
                   ') - INFORME O PERIODO DO DEPOSITO'
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
      * PROCURA NO ENCARGTB O ENCARGO DO TIPO 'FGTS' - SEM A
      * TABELA OU SEM O TIPO NAO HA ALIQUOTA A APLICAR
      *****************************************************
       1200-LER-ALIQUOTA.
           OPEN INPUT TABELA-ENCARGOS.
           IF WRK-FS-ENCARGOS NOT = "00"
               DISPLAY 'ENCARGTB INDISPONIVEL (STATUS '
                   WRK-FS-ENCARGOS ') - MANTENHA A TABELA PELO'
                   ' PROGCOB14'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1200-LER-ALIQUOTA-EXIT
           END-IF.
           PERFORM 1250-LER-ENCARGO THRU 1250-LER-ENCARGO-EXIT
               UNTIL FIM-ENCARGOS OR ALIQUOTA-ACHADA.
           CLOSE TABELA-ENCARGOS.
           IF NOT ALIQUOTA-ACHADA OR WRK-PCT-FGTS = ZEROS
               DISPLAY 'ENCARGTB SEM O TIPO FGTS - MANTENHA A TABELA'
                   ' PELO PROGCOB14'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
           END-IF.
       1200-LER-ALIQUOTA-EXIT.
           EXIT.

       1250-LER-ENCARGO.
           READ TABELA-ENCARGOS
               AT END
                   MOVE 'S' TO WRK-FIM-ENCARGOS
               NOT AT END
                   IF EN-TIPO = 'FGTS' AND EN-PCT NUMERIC
                       MOVE 'S' TO WRK-ACHOU-FGTS
                       MOVE EN-PCT TO WRK-PCT-FGTS
                   END-IF
           END-READ.
       1250-LER-ENCARGO-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE ENTRADA DO SORT: LIBERA OS BRUTOS DO
      * PERIODO NAS FOLHAS QUE GERAM DEPOSITO - NORMAL, 13o,
      * FERIAS, RESCISAO E COMPLEMENTAR. O ADIANTAMENTO JA
      * ESTA CONTIDO NO BRUTO DA FOLHA NORMAL E FICA DE
      * FORA. O FGTS E
      * DEPOSITADO EM REAIS: FOLHA EM OUTRA MOEDA NAO ENTRA
      * E TERMINA O RUN COM RC 4
      *****************************************************
       3000-SELECIONAR-PERIODO.
           MOVE 'N' TO WRK-FIM-EXTRATO.
           PERFORM 3100-LER-EXTRATO THRU 3100-LER-EXTRATO-EXIT
               UNTIL FIM-EXTRATO.
       3000-SELECIONAR-PERIODO-EXIT.
           EXIT.

       3100-LER-EXTRATO.
           READ EXTRATO-CONTABIL
               AT END
                   MOVE 'S' TO WRK-FIM-EXTRATO
                   GO TO 3100-LER-EXTRATO-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-LIDOS.
           ADD 1 TO WRK-SEQUENCIA.
           IF EX-PERIODO NOT = WRK-PERIODO
               GO TO 3100-LER-EXTRATO-EXIT
           END-IF.
           IF EX-TIPO-FOLHA NOT = 'N' AND EX-TIPO-FOLHA NOT = SPACE
               AND EX-TIPO-FOLHA NOT = 'D'
               AND EX-TIPO-FOLHA NOT = 'F'
               AND EX-TIPO-FOLHA NOT = 'R'
               AND EX-TIPO-FOLHA NOT = 'C'
               GO TO 3100-LER-EXTRATO-EXIT
           END-IF.
           IF EX-MOEDA NOT = 'BRL'
               ADD 1 TO WRK-QTDE-OUTRA-MOEDA
               DISPLAY 'FORA DO DEPOSITO - CIA ' EX-COMPANHIA
                   ' MATRICULA ' EX-EMP-ID ' PAGA EM ' EX-MOEDA
               GO TO 3100-LER-EXTRATO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-DO-PERIODO.
           IF EX-COMPANHIA = SPACES
               MOVE '01' TO SRT-COMPANHIA
           ELSE
               MOVE EX-COMPANHIA TO SRT-COMPANHIA
           END-IF.
           MOVE EX-EMP-ID TO SRT-MATRICULA.
           IF EX-TIPO-FOLHA = SPACE
               MOVE 'N' TO SRT-TIPO
           ELSE
               MOVE EX-TIPO-FOLHA TO SRT-TIPO
           END-IF.
           MOVE WRK-SEQUENCIA TO SRT-SEQUENCIA.
           MOVE EX-SALARIO TO SRT-BRUTO.
           RELEASE CLASSIFICACAO-REG.
       3100-LER-EXTRATO-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE SAIDA DO SORT: ACUMULA O BRUTO DE
      * CADA EMPREGADO E GRAVA UM BLOCO POR COMPANHIA NO
      * FGTSDEP (HEADER, DETALHES E TRAILER). DE VARIOS
      * REGISTROS DO MESMO TIPO DE FOLHA SO O ULTIMO CONTA -
      * OS ANTERIORES SAO REPETICOES DE RERUN
      *****************************************************
       5000-GRAVAR-DEPOSITO.
           MOVE HIGH-VALUES TO WRK-QUEBRA-CIA.
           MOVE 'N' TO WRK-TEM-EMPREGADO.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 5100-ACUMULAR-BRUTO THRU 5100-ACUMULAR-BRUTO-EXIT
               UNTIL FIM-CLASSIFICACAO.
           IF EMPREGADO-PENDENTE
               PERFORM 5400-GRAVAR-EMPREGADO
                   THRU 5400-GRAVAR-EMPREGADO-EXIT
           END-IF.
           IF WRK-QUEBRA-CIA NOT = HIGH-VALUES
               PERFORM 5300-FECHAR-COMPANHIA
                   THRU 5300-FECHAR-COMPANHIA-EXIT
           END-IF.
       5000-GRAVAR-DEPOSITO-EXIT.
           EXIT.

       5100-ACUMULAR-BRUTO.
           RETURN ARQ-CLASSIFICACAO
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
                   GO TO 5100-ACUMULAR-BRUTO-EXIT
           END-RETURN.
           IF EMPREGADO-PENDENTE
               AND (SRT-COMPANHIA NOT = WRK-QUEBRA-CIA
                   OR SRT-MATRICULA NOT = WRK-QUEBRA-MAT)
               PERFORM 5400-GRAVAR-EMPREGADO
                   THRU 5400-GRAVAR-EMPREGADO-EXIT
           END-IF.
           IF SRT-COMPANHIA NOT = WRK-QUEBRA-CIA
               IF WRK-QUEBRA-CIA NOT = HIGH-VALUES
                   PERFORM 5300-FECHAR-COMPANHIA
                       THRU 5300-FECHAR-COMPANHIA-EXIT
               END-IF
               PERFORM 5200-ABRIR-COMPANHIA
                   THRU 5200-ABRIR-COMPANHIA-EXIT
           END-IF.
           IF NOT EMPREGADO-PENDENTE
               MOVE SRT-MATRICULA TO WRK-QUEBRA-MAT
               MOVE ZEROS TO WRK-BASE-EMP WRK-BRUTO-TIPO
               MOVE SPACES TO WRK-QUEBRA-TIPO
               MOVE 'S' TO WRK-TEM-EMPREGADO
           END-IF.
           IF SRT-TIPO = WRK-QUEBRA-TIPO
               ADD 1 TO WRK-QTDE-DUPLIC
           ELSE
               ADD WRK-BRUTO-TIPO TO WRK-BASE-EMP
           END-IF.
           MOVE SRT-TIPO TO WRK-QUEBRA-TIPO.
           MOVE SRT-BRUTO TO WRK-BRUTO-TIPO.
       5100-ACUMULAR-BRUTO-EXIT.
           EXIT.

       5200-ABRIR-COMPANHIA.
           MOVE SRT-COMPANHIA TO WRK-QUEBRA-CIA.
           MOVE ZEROS TO WRK-QTDE-CIA WRK-BASE-CIA WRK-DEPOSITO-CIA.
           ADD 1 TO WRK-QTDE-CIAS.
           MOVE SRT-COMPANHIA TO DEP-HDR-CIA.
           MOVE WRK-PERIODO TO DEP-HDR-PERIODO.
           MOVE WRK-DATA-AUDIT TO DEP-HDR-DATA.
           MOVE WRK-PCT-FGTS TO DEP-HDR-ALIQUOTA.
           WRITE DEPOSITO-FGTS-REG FROM DEP-HEADER.
           DISPLAY '--- COMPANHIA ' SRT-COMPANHIA ' ---'.
       5200-ABRIR-COMPANHIA-EXIT.
           EXIT.

       5300-FECHAR-COMPANHIA.
           MOVE WRK-QUEBRA-CIA TO DEP-TRL-CIA.
           MOVE WRK-QTDE-CIA TO DEP-TRL-QTDE.
           COMPUTE DEP-TRL-BASE = WRK-BASE-CIA * 100.
           COMPUTE DEP-TRL-DEPOSITO = WRK-DEPOSITO-CIA * 100.
           WRITE DEPOSITO-FGTS-REG FROM DEP-TRAILER.
           MOVE WRK-DEPOSITO-CIA TO WRK-VALOR-ED.
           DISPLAY '    TOTAL DA COMPANHIA ' WRK-QUEBRA-CIA ': '
               WRK-QTDE-CIA ' EMPREGADO(S) - DEPOSITO ' WRK-VALOR-ED.
       5300-FECHAR-COMPANHIA-EXIT.
           EXIT.

      *****************************************************
      * FECHA O EMPREGADO ACUMULADO: BUSCA O CPF, O PIS E O
      * NOME NO MESTRE, CONFERE OS DIGITOS VERIFICADORES E
      * GRAVA O DETALHE. SEM DOCUMENTO VALIDO O EMPREGADO SAI
      * NA LISTA DE PENDENCIAS E O ARQUIVO SERA ANULADO
      *****************************************************
       5400-GRAVAR-EMPREGADO.
           MOVE 'N' TO WRK-TEM-EMPREGADO.
           ADD WRK-BRUTO-TIPO TO WRK-BASE-EMP.
           MOVE ZEROS TO WRK-BRUTO-TIPO.
           COMPUTE WRK-DEPOSITO-EMP ROUNDED =
               WRK-BASE-EMP * WRK-PCT-FGTS / 100.
           MOVE SPACES TO WRK-CPF WRK-PIS WRK-NOME WRK-MOTIVO.
           MOVE WRK-QUEBRA-CIA TO EMP-COMPANHIA.
           MOVE WRK-QUEBRA-MAT TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'MATRICULA FORA DO MESTRE' TO WRK-MOTIVO
               NOT INVALID KEY
                   MOVE EMP-CPF TO WRK-CPF
                   MOVE EMP-PIS TO WRK-PIS
                   MOVE EMP-NOME TO WRK-NOME
           END-READ.
           IF WRK-MOTIVO = SPACES
               MOVE WRK-CPF TO WRK-DOC-X
               PERFORM 5450-VALIDAR-CPF THRU 5450-VALIDAR-CPF-EXIT
               IF NOT DOCUMENTO-VALIDO
                   MOVE 'SEM CPF VALIDO NO MESTRE' TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES
               MOVE WRK-PIS TO WRK-DOC-X
               PERFORM 5460-VALIDAR-PIS THRU 5460-VALIDAR-PIS-EXIT
               IF NOT DOCUMENTO-VALIDO
                   MOVE 'SEM PIS VALIDO NO MESTRE' TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QTDE-SEM-DOC
               DISPLAY 'PENDENTE - CIA ' WRK-QUEBRA-CIA ' MATRICULA '
                   WRK-QUEBRA-MAT ' ' WRK-NOME ' - ' WRK-MOTIVO
           END-IF.
           MOVE WRK-QUEBRA-CIA TO DEP-DET-CIA.
           MOVE WRK-QUEBRA-MAT TO DEP-DET-MATRICULA.
           MOVE WRK-CPF TO DEP-DET-CPF.
           MOVE WRK-PIS TO DEP-DET-PIS.
           MOVE WRK-NOME TO DEP-DET-NOME.
           COMPUTE DEP-DET-BASE = WRK-BASE-EMP * 100.
           COMPUTE DEP-DET-DEPOSITO = WRK-DEPOSITO-EMP * 100.
           WRITE DEPOSITO-FGTS-REG FROM DEP-DETALHE.
           ADD 1 TO WRK-QTDE-CIA WRK-QTDE-GERAL.
           ADD WRK-BASE-EMP TO WRK-BASE-CIA.
           ADD WRK-DEPOSITO-EMP TO WRK-DEPOSITO-CIA WRK-DEPOSITO-GERAL.
           MOVE WRK-BASE-EMP TO WRK-BASE-ED.
           MOVE WRK-DEPOSITO-EMP TO WRK-VALOR-ED.
           DISPLAY WRK-QUEBRA-CIA ' ' WRK-QUEBRA-MAT ' ' WRK-NOME
               ' BASE: ' WRK-BASE-ED ' DEPOSITO: ' WRK-VALOR-ED.
       5400-GRAVAR-EMPREGADO-EXIT.
           EXIT.

      *****************************************************
      * CONFERE O CPF EM WRK-DOC-X: 11 DIGITOS, NAO TODOS
      * IGUAIS, E OS DOIS DIGITOS VERIFICADORES PELO MODULO
      * 11 (PESOS 10 A 2 PARA O PRIMEIRO E 11 A 2 PARA O
      * SEGUNDO; RESTO MENOR QUE 2 DA DIGITO ZERO)
      *****************************************************
       5450-VALIDAR-CPF.
           MOVE 'N' TO WRK-DOC-OK.
           IF WRK-DOC-X NOT NUMERIC
               GO TO 5450-VALIDAR-CPF-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTDE-IGUAIS.
           INSPECT WRK-DOC-X TALLYING WRK-QTDE-IGUAIS
               FOR ALL WRK-DOC-X (1:1).
           IF WRK-QTDE-IGUAIS = 11
               GO TO 5450-VALIDAR-CPF-EXIT
           END-IF.
           MOVE ZEROS TO WRK-SOMA-DOC WRK-IND-DOC.
           MOVE 10 TO WRK-PESO-DOC.
           PERFORM 5455-SOMAR-CPF THRU 5455-SOMAR-CPF-EXIT
               UNTIL WRK-IND-DOC = 9.
           PERFORM 5458-CALCULAR-DV-CPF
               THRU 5458-CALCULAR-DV-CPF-EXIT.
           IF WRK-DV-DOC NOT = WRK-DOC-DIG (10)
               GO TO 5450-VALIDAR-CPF-EXIT
           END-IF.
           MOVE ZEROS TO WRK-SOMA-DOC WRK-IND-DOC.
           MOVE 11 TO WRK-PESO-DOC.
           PERFORM 5455-SOMAR-CPF THRU 5455-SOMAR-CPF-EXIT
               UNTIL WRK-IND-DOC = 10.
           PERFORM 5458-CALCULAR-DV-CPF
               THRU 5458-CALCULAR-DV-CPF-EXIT.
           IF WRK-DV-DOC NOT = WRK-DOC-DIG (11)
               GO TO 5450-VALIDAR-CPF-EXIT
           END-IF.
           MOVE 'S' TO WRK-DOC-OK.
       5450-VALIDAR-CPF-EXIT.
           EXIT.

       5455-SOMAR-CPF.
           ADD 1 TO WRK-IND-DOC.
           COMPUTE WRK-SOMA-DOC = WRK-SOMA-DOC
               + WRK-DOC-DIG (WRK-IND-DOC) * WRK-PESO-DOC.
           SUBTRACT 1 FROM WRK-PESO-DOC.
       5455-SOMAR-CPF-EXIT.
           EXIT.

       5458-CALCULAR-DV-CPF.
           DIVIDE WRK-SOMA-DOC BY 11 GIVING WRK-QUOC-DOC
               REMAINDER WRK-RESTO-DOC.
           IF WRK-RESTO-DOC < 2
               MOVE ZEROS TO WRK-DV-DOC
           ELSE
               COMPUTE WRK-DV-DOC = 11 - WRK-RESTO-DOC
           END-IF.
       5458-CALCULAR-DV-CPF-EXIT.
           EXIT.

      *****************************************************
      * CONFERE O PIS EM WRK-DOC-X: 11 DIGITOS, NAO TODOS
      * IGUAIS, E O DIGITO VERIFICADOR PELO MODULO 11 COM OS
      * PESOS 3 2 9 8 7 6 5 4 3 2 (11 MENOS O RESTO; 10 OU
      * 11 DA DIGITO ZERO)
      *****************************************************
       5460-VALIDAR-PIS.
           MOVE 'N' TO WRK-DOC-OK.
           IF WRK-DOC-X NOT NUMERIC
               GO TO 5460-VALIDAR-PIS-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTDE-IGUAIS.
           INSPECT WRK-DOC-X TALLYING WRK-QTDE-IGUAIS
               FOR ALL WRK-DOC-X (1:1).
           IF WRK-QTDE-IGUAIS = 11
               GO TO 5460-VALIDAR-PIS-EXIT
           END-IF.
           MOVE ZEROS TO WRK-SOMA-DOC WRK-IND-DOC.
           PERFORM 5465-SOMAR-PIS THRU 5465-SOMAR-PIS-EXIT
               UNTIL WRK-IND-DOC = 10.
           DIVIDE WRK-SOMA-DOC BY 11 GIVING WRK-QUOC-DOC
               REMAINDER WRK-RESTO-DOC.
           COMPUTE WRK-DV-DOC = 11 - WRK-RESTO-DOC.
           IF WRK-DV-DOC > 9
               MOVE ZEROS TO WRK-DV-DOC
           END-IF.
           IF WRK-DV-DOC NOT = WRK-DOC-DIG (11)
               GO TO 5460-VALIDAR-PIS-EXIT
           END-IF.
           MOVE 'S' TO WRK-DOC-OK.
       5460-VALIDAR-PIS-EXIT.
           EXIT.

       5465-SOMAR-PIS.
           ADD 1 TO WRK-IND-DOC.
           COMPUTE WRK-SOMA-DOC = WRK-SOMA-DOC
               + WRK-DOC-DIG (WRK-IND-DOC) * WRK-PESO-PIS (WRK-IND-DOC).
       5465-SOMAR-PIS-EXIT.
           EXIT.

      *****************************************************
      * EMPREGADO PAGO SEM CPF/PIS VALIDO: O ARQUIVO NAO
      * PODE SEGUIR PARA O BANCO - E REABERTO VAZIO E O RUN
      * TERMINA COM RC 8, COM A LISTA DE PENDENCIAS NO SYSOUT
      *****************************************************
       8000-CONFERIR-DOCUMENTOS.
           IF WRK-QTDE-SEM-DOC = ZEROS
               GO TO 8000-CONFERIR-DOCUMENTOS-EXIT
           END-IF.
           CLOSE DEPOSITO-FGTS.
           OPEN OUTPUT DEPOSITO-FGTS.
           DISPLAY 'DEPOSITO ANULADO: ' WRK-QTDE-SEM-DOC
               ' EMPREGADO(S) PAGO(S) SEM CPF/PIS VALIDO - COMPLETE'
               ' PELA OPCAO 7 DO PROGCOB03 E RODE DE NOVO'.
           MOVE 'N' TO WRK-RUN-OK.
           MOVE 8 TO WRK-RC-RUN.
       8000-CONFERIR-DOCUMENTOS-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME OS TOTAIS DE CONTROLE, FECHA OS ARQUIVOS E
      * REGISTRA O TERMINO (OU O BLOQUEIO) NA AUDITORIA
      *****************************************************
       9999-FINALIZAR.
           IF WRK-FS-DEPOSITO = "00"
               CLOSE EXTRATO-CONTABIL
               CLOSE EMPLOYEE-MASTER
               CLOSE DEPOSITO-FGTS
               MOVE WRK-DEPOSITO-GERAL TO WRK-VALOR-ED
               DISPLAY "============================================="
               DISPLAY 'REGISTROS DO EXTRATO.: ' WRK-QTDE-LIDOS
               DISPLAY 'DO PERIODO PEDIDO....: ' WRK-QTDE-DO-PERIODO
               DISPLAY 'EM OUTRA MOEDA.......: ' WRK-QTDE-OUTRA-MOEDA
               DISPLAY 'REPETIDOS (RERUN)....: ' WRK-QTDE-DUPLIC
               DISPLAY 'COMPANHIAS...........: ' WRK-QTDE-CIAS
               DISPLAY 'EMPREGADOS...........: ' WRK-QTDE-GERAL
               DISPLAY 'SEM CPF/PIS VALIDO...: ' WRK-QTDE-SEM-DOC
               DISPLAY 'TOTAL DO DEPOSITO....: ' WRK-VALOR-ED
           END-IF.
           IF WRK-RC-RUN = ZEROS AND WRK-QTDE-OUTRA-MOEDA > ZEROS
               MOVE 4 TO WRK-RC-RUN
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB25" TO AU-PROGRAMA.
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
