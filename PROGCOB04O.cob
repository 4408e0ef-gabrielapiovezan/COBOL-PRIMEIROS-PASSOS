       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB04O.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: PROJECAO DO ORCAMENTO DA FOLHA DO ANO SEGUINTE:
      *           SOMA O EMP-SALARIO DOS EMPREGADOS ATIVOS DO
      *           EMPMAST POR COMPANHIA + EMP-CCUSTO, APLICA O
      *           REAJUSTE PLANEJADO A PARTIR DO MES DO PARAMPRJ,
      *           ACRESCENTA A PROVISAO MENSAL DO 13o SALARIO
      *           (1/12) E DO 1/3 DE FERIAS (1/36) E OS ENCARGOS
      *           PATRONAIS DO ENCARGTB, E GRAVA A PROPOSTA DO
      *           ORCAMCC (ORCAMPRP) PARA OS DOZE PERIODOS DO
      *           ANO. O RELATORIO DE REVISAO (PROJREL) CONFRONTA
      *           POR CC O PROJETADO COM O REALIZADO DO ANO
      *           CORRENTE NO FOLHAEXT (BRUTO E BRUTO COM
      *           ENCARGOS). O FINANCEIRO AJUSTA A PROPOSTA E A
      *           CARREGA COMO ORCAMCC. RC 4 COM EMPREGADO ATIVO
      *           SEM CC, EXTRATO AUSENTE OU TABELA CHEIA; RC 8
      *           SEM O PARAMPRJ, O ENCARGTB OU O MESTRE
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - O ORCAMCC ERA
      *                    DIGITADO EM JANEIRO COPIANDO O ANO
      *                    ANTERIOR E O PROGCOB04 APONTAVA
      *                    VARIACAO CONTRA NUMEROS QUE NINGUEM
      *                    TINHA PLANEJADO
      * 15/10/2026 GABPI0  EXTRATO CLASSIFICADO POR COMPANHIA,
      *                    MATRICULA, PERIODO E TIPO - SO O ULTIMO
      *                    REGISTRO DE CADA PAGAMENTO ENTRA NO
      *                    REALIZADO (RERUN DA FOLHA ACUMULA NO
      *                    FOLHAEXT E INFLAVA O REALIZADO DO CC)
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT PARAM-PROJECAO ASSIGN TO "PARAMPRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
           SELECT TABELA-ENCARGOS ASSIGN TO "ENCARGTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENCARGOS.
           SELECT EXTRATO-CONTABIL ASSIGN TO "FOLHAEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
           SELECT ORCAMENTO-PROPOSTO ASSIGN TO "ORCAMPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROPOSTA.
           SELECT RELATORIO-PROJECAO ASSIGN TO "PROJREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAT.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
      *****************************************************
      * PARAMETRO DA PROJECAO MANTIDO PELO FINANCEIRO: ANO A
      * PROJETAR (ZEROS = ANO SEGUINTE AO DA DATA DO RUN),
      * PERCENTUAL DE REAJUSTE PLANEJADO (2 CASAS) E MES
      * (01 A 12) A PARTIR DO QUAL O REAJUSTE VALE
      *****************************************************
       FD  PARAM-PROJECAO.
       01  PARAM-PROJECAO-REG.
           05  PJ-ANO              PIC 9(04).
           05  PJ-PCT-REAJUSTE     PIC 9(03)V99.
           05  PJ-MES-REAJUSTE     PIC 9(02).
      *****************************************************
      * ENCARGOS PATRONAIS (PROGCOB14): TIPO E PERCENTUAL
      * SOBRE O BRUTO (2 CASAS)
      *****************************************************
       FD  TABELA-ENCARGOS.
       01  TABELA-ENCARGOS-REG.
           05  EN-TIPO             PIC X(08).
           05  EN-PCT              PIC 9(03)V99.
       FD  EXTRATO-CONTABIL.
           COPY EXTRREC.
      *****************************************************
      * PROPOSTA DO ORCAMENTO NO MESMO LAYOUT DO ORCAMCC
      * (COMPANHIA + CC + PERIODO AAAAMM + VALOR), PRONTA
      * PARA O FINANCEIRO AJUSTAR E CARREGAR
      *****************************************************
       FD  ORCAMENTO-PROPOSTO.
       01  ORCAMENTO-PROPOSTO-REG.
           05  OP-COMPANHIA        PIC X(02).
           05  OP-CCUSTO           PIC X(05).
           05  OP-PERIODO          PIC X(06).
           05  OP-VALOR            PIC 9(09)V99.
       FD  RELATORIO-PROJECAO.
       01  RELATORIO-PROJECAO-LINHA PIC X(100).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
      *****************************************************
      * PAGAMENTOS DO ANO DO REALIZADO; TIPO 'N' TAMBEM PARA
      * A FOLHA NORMAL GRAVADA COM BRANCO. A SEQUENCIA DE
      * LEITURA MANTEM A ORDEM DO EXTRATO E O ULTIMO REGISTRO
      * DO PAGAMENTO PREVALECE (RERUN DA MESMA FOLHA ACUMULA
      * NO FOLHAEXT)
      *****************************************************
       SD  ARQ-CLASSIFICACAO.
       01  CLASSIFICACAO-REG.
           05  SRT-COMPANHIA       PIC X(02).
           05  SRT-MATRICULA       PIC 9(06).
           05  SRT-PERIODO         PIC X(06).
           05  SRT-TIPO            PIC X(01).
           05  SRT-SEQUENCIA       PIC 9(08).
           05  SRT-CCUSTO          PIC X(05).
           05  SRT-BRUTO           PIC 9(06)V99.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-ENCARGOS  PIC X(02) VALUE SPACES.
       77 WRK-FS-EXTRATO   PIC X(02) VALUE SPACES.
       77 WRK-FS-PROPOSTA  PIC X(02) VALUE SPACES.
       77 WRK-FS-RELAT     PIC X(02) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
       77 WRK-RUN-OK       PIC X(01) VALUE 'N'.
           88 RUN-VALIDO            VALUE 'S'.
       77 WRK-FIM-MESTRE   PIC X(01) VALUE 'N'.
           88 FIM-MESTRE            VALUE 'S'.
       77 WRK-FIM-TABELA   PIC X(01) VALUE 'N'.
           88 FIM-TABELA            VALUE 'S'.
       77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICACAO     VALUE 'S'.
       77 WRK-SEQUENCIA    PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------
      * QUEBRA POR PAGAMENTO (COMPANHIA, MATRICULA, PERIODO
      * E TIPO); O ULTIMO REGISTRO DE CADA UM FICA GUARDADO
      * PARA ENTRAR NO REALIZADO DO CC
      *---------------------------------------------------
       77 WRK-TEM-PAGAMENTO PIC X(01) VALUE 'N'.
           88 PAGAMENTO-PENDENTE    VALUE 'S'.
       77 WRK-QUEBRA-CIA   PIC X(02) VALUE SPACES.
       77 WRK-QUEBRA-MAT   PIC 9(06) VALUE ZEROS.
       77 WRK-QUEBRA-PER   PIC X(06) VALUE SPACES.
       77 WRK-QUEBRA-TIPO  PIC X(01) VALUE SPACES.
       77 WRK-CC-PAGO      PIC X(05) VALUE SPACES.
       77 WRK-BRUTO-PAGO   PIC 9(06)V99 VALUE ZEROS.
      *---------------------------------------------------
      * PARAMETROS DA PROJECAO: O ANO PROJETADO, O ANO DO
      * REALIZADO (O ANTERIOR A ELE), O REAJUSTE E O MES EM
      * QUE ELE ENTRA
      *---------------------------------------------------
       01 WRK-ANO-PROJ         PIC 9(04) VALUE ZEROS.
       01 WRK-ANO-PROJ-X REDEFINES WRK-ANO-PROJ PIC X(04).
       01 WRK-ANO-REAL         PIC 9(04) VALUE ZEROS.
       01 WRK-ANO-REAL-X REDEFINES WRK-ANO-REAL PIC X(04).
       77 WRK-PCT-REAJUSTE PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MES-REAJUSTE PIC 9(02) VALUE 01.
       01 WRK-PERIODO-PROJ.
           05 WRK-PRJ-ANO      PIC 9(04).
           05 WRK-PRJ-MES      PIC 9(02).
      *---------------------------------------------------
      * SOMA DOS PERCENTUAIS DE ENCARGO PATRONAL (O CUSTO E
      * O BRUTO X (1 + SOMA/100), COMO NO PROGCOB20)
      *---------------------------------------------------
       77 WRK-QTDE-ENCARGOS PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-PCT     PIC 9(04)V99 VALUE ZEROS.
      *---------------------------------------------------
      * PROJECAO POR COMPANHIA + CC: ATIVOS E FOLHA MENSAL
      * DO MESTRE, REALIZADO DO ANO NO EXTRATO E O TOTAL
      * PROJETADO NO ANO
      *---------------------------------------------------
       77 WRK-QTDE-CC      PIC 9(03) VALUE ZEROS.
       77 WRK-IND          PIC 9(03) VALUE ZEROS.
       77 WRK-IND-ACHADO   PIC 9(03) VALUE ZEROS.
       77 WRK-CIA-BUSCA    PIC X(02) VALUE SPACES.
       77 WRK-CC-BUSCA     PIC X(05) VALUE SPACES.
       01 TAB-PROJECAO.
           05 PRJ-ENTRADA OCCURS 500 TIMES.
               10 PRJ-CIA          PIC X(02).
               10 PRJ-CCUSTO       PIC X(05).
               10 PRJ-ATIVOS       PIC 9(05).
               10 PRJ-FOLHA-MES    PIC 9(11)V99.
               10 PRJ-REALIZADO    PIC 9(13)V99.
               10 PRJ-PROJ-ANO     PIC 9(13)V99.
      *---------------------------------------------------
      * CALCULO DO MES: FOLHA DO MES (COM OU SEM O
      * REAJUSTE) MAIS 13o E 1/3 DE FERIAS (40/36) E COM OS
      * ENCARGOS
      *---------------------------------------------------
       77 WRK-MES          PIC 9(02) VALUE ZEROS.
       77 WRK-BASE-MES     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VLR-MES      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-REAL-CUSTO   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-VARIACAO     PIC S9(05)V9 VALUE ZEROS.
      *---------------------------------------------------
      * TOTAIS DO RUN
      *---------------------------------------------------
       77 WRK-QTDE-LIDOS       PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-ATIVOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-SEM-CC      PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-FORA        PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EXT-LIDOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EXT-ANO     PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EXT-MOEDA   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EXT-DUPLIC  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-PERIODOS    PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-REALIZADO    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-REAL-CUSTO   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-PROJETADO    PIC 9(13)V99 VALUE ZEROS.
      *---------------------------------------------------
      * LINHAS DO RELATORIO DE REVISAO (PROJREL)
      *---------------------------------------------------
       01 PRJ-LINHA-TITULO.
           05 FILLER           PIC X(37)
               VALUE 'PROJECAO DO ORCAMENTO DA FOLHA - ANO '.
           05 PRJ-TIT-ANO      PIC X(04).
           05 FILLER           PIC X(13) VALUE ' - REAJUSTE '.
           05 PRJ-TIT-PCT      PIC ZZ9,99.
           05 FILLER           PIC X(14) VALUE '% A PARTIR DE '.
           05 PRJ-TIT-MES      PIC 9(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 PRJ-TIT-ANO2     PIC X(04).
           05 FILLER           PIC X(19) VALUE SPACES.
       01 PRJ-LINHA-BASE.
           05 FILLER           PIC X(10) VALUE 'ENCARGOS: '.
           05 PRJ-BAS-PCT      PIC ZZZ9,99.
           05 FILLER           PIC X(45)
               VALUE '% MAIS 13o (1/12) E 1/3 DE FERIAS (1/36) POR '.
           05 FILLER           PIC X(28)
               VALUE 'MES - REALIZADO DO ANO '.
           05 PRJ-BAS-ANO      PIC X(04).
           05 FILLER           PIC X(06) VALUE SPACES.
       01 PRJ-LINHA-CABEC.
           05 FILLER           PIC X(03) VALUE 'CI '.
           05 FILLER           PIC X(06) VALUE 'CC'.
           05 FILLER           PIC X(06) VALUE 'ATIVOS'.
           05 FILLER           PIC X(19) VALUE '  REALIZADO (BRUTO)'.
           05 FILLER           PIC X(19) VALUE '  REALIZADO C/ ENC.'.
           05 FILLER           PIC X(19) VALUE '          PROJETADO'.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'VARIACAO'.
           05 FILLER           PIC X(15) VALUE SPACES.
       01 PRJ-LINHA-DETALHE.
           05 PRJ-DET-CIA      PIC X(02).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PRJ-DET-CCUSTO   PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PRJ-DET-ATIVOS   PIC ZZ.ZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PRJ-DET-REAL     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PRJ-DET-REAL-CST PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PRJ-DET-PROJ     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 PRJ-DET-VARIACAO PIC X(10).
           05 FILLER           PIC X(15) VALUE SPACES.
       77 WRK-VARIACAO-ED  PIC -ZZZZ9,9.
       01 PRJ-LINHA-QTDE.
           05 PRJ-QTD-ROTULO   PIC X(40).
           05 PRJ-QTD-QTDE     PIC ZZZ.ZZ9.
           05 FILLER           PIC X(53) VALUE SPACES.
       01 PRJ-LINHA-TOTAL.
           05 PRJ-TOT-ROTULO   PIC X(40).
           05 PRJ-TOT-VALOR    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(42) VALUE SPACES.
       01 PRJ-LINHA-MENSAGEM.
           05 PRJ-MENSAGEM     PIC X(100).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF RUN-VALIDO
               PERFORM 2000-ACUMULAR-EMPREGADO
                   THRU 2000-ACUMULAR-EMPREGADO-EXIT
                   UNTIL FIM-MESTRE
               PERFORM 3000-ACUMULAR-REALIZADO
                   THRU 3000-ACUMULAR-REALIZADO-EXIT
               MOVE ZEROS TO WRK-IND
               PERFORM 5000-PROJETAR-CC THRU 5000-PROJETAR-CC-EXIT
                   UNTIL WRK-IND NOT LESS THAN WRK-QTDE-CC
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
           MOVE "PROGCB4O" TO AU-PROGRAMA.
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
      * LE O PARAMETRO DA PROJECAO E OS ENCARGOS, ABRE O
      * MESTRE, A PROPOSTA E O RELATORIO. PARAMETRO,
      * ENCARGOS OU MESTRE AUSENTE BLOQUEIA O RUN (RC 8)
      *****************************************************
       1000-INICIALIZAR.
           MOVE 'N' TO WRK-RUN-OK.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           DISPLAY "====== PROJECAO DO ORCAMENTO DA FOLHA ======".
           PERFORM 1100-LER-PARAMETRO THRU 1100-LER-PARAMETRO-EXIT.
           IF WRK-RC-RUN = 8
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1200-CARREGAR-ENCARGOS
               THRU 1200-CARREGAR-ENCARGOS-EXIT.
           IF WRK-RC-RUN = 8
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = "00"
               DISPLAY 'EMPMAST INDISPONIVEL (STATUS ' WRK-FS-EMPMAST
                   ') - PROJECAO BLOQUEADA'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-MESTRE.
           MOVE LOW-VALUES TO EMP-CHAVE.
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MESTRE
           END-START.
           OPEN OUTPUT ORCAMENTO-PROPOSTO.
           OPEN OUTPUT RELATORIO-PROJECAO.
           MOVE 'S' TO WRK-RUN-OK.
           MOVE WRK-ANO-PROJ-X TO PRJ-TIT-ANO PRJ-TIT-ANO2.
           MOVE WRK-PCT-REAJUSTE TO PRJ-TIT-PCT.
           MOVE WRK-MES-REAJUSTE TO PRJ-TIT-MES.
           WRITE RELATORIO-PROJECAO-LINHA FROM PRJ-LINHA-TITULO.
           DISPLAY PRJ-LINHA-TITULO.
           MOVE WRK-SOMA-PCT TO PRJ-BAS-PCT.
           MOVE WRK-ANO-REAL-X TO PRJ-BAS-ANO.
           WRITE RELATORIO-PROJECAO-LINHA FROM PRJ-LINHA-BASE.
           MOVE SPACES TO RELATORIO-PROJECAO-LINHA.
           WRITE RELATORIO-PROJECAO-LINHA.
           WRITE RELATORIO-PROJECAO-LINHA FROM PRJ-LINHA-CABEC.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * LE DO PARAMPRJ O ANO, O REAJUSTE E O MES DO
      * REAJUSTE. ANO ZERADO PROJETA O ANO SEGUINTE AO DA
      * DATA DO RUN. SEM O PARAMETRO, OU COM MES FORA DE 01 A
      * 12, NAO HA PLANO A PROJETAR - RC 8
      *****************************************************
       1100-LER-PARAMETRO.
           OPEN INPUT PARAM-PROJECAO.
           IF WRK-FS-PARAM NOT = "00"
               DISPLAY 'PARAMPRJ INDISPONIVEL (STATUS ' WRK-FS-PARAM
                   ') - INFORME O REAJUSTE PLANEJADO'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           MOVE ZEROS TO PARAM-PROJECAO-REG.
           READ PARAM-PROJECAO
               AT END
                   MOVE 'S' TO WRK-FIM-TABELA
           END-READ.
           CLOSE PARAM-PROJECAO.
           IF PJ-PCT-REAJUSTE NOT NUMERIC
               OR PJ-MES-REAJUSTE NOT NUMERIC
               OR PJ-MES-REAJUSTE < 01 OR PJ-MES-REAJUSTE > 12
               DISPLAY 'PARAMPRJ SEM REAJUSTE/MES VALIDO (MES 01 A'
                   ' 12) - PROJECAO BLOQUEADA'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           MOVE PJ-PCT-REAJUSTE TO WRK-PCT-REAJUSTE.
           MOVE PJ-MES-REAJUSTE TO WRK-MES-REAJUSTE.
           IF PJ-ANO NUMERIC AND PJ-ANO > ZEROS
               MOVE PJ-ANO TO WRK-ANO-PROJ
           ELSE
               MOVE WRK-DATA-AUDIT (1:4) TO WRK-ANO-PROJ-X
               ADD 1 TO WRK-ANO-PROJ
           END-IF.
           COMPUTE WRK-ANO-REAL = WRK-ANO-PROJ - 1.
           DISPLAY 'ANO PROJETADO: ' WRK-ANO-PROJ
               ' REAJUSTE: ' WRK-PCT-REAJUSTE
               '% A PARTIR DO MES ' WRK-MES-REAJUSTE.
       1100-LER-PARAMETRO-EXIT.
           EXIT.

      *****************************************************
      * SOMA OS PERCENTUAIS DO ENCARGTB. SEM A TABELA, OU COM
      * ELA VAZIA, O CUSTO NAO TEM COMO SER PROJETADO - RC 8
      *****************************************************
       1200-CARREGAR-ENCARGOS.
           MOVE ZEROS TO WRK-QTDE-ENCARGOS WRK-SOMA-PCT.
           OPEN INPUT TABELA-ENCARGOS.
           IF WRK-FS-ENCARGOS NOT = "00"
               DISPLAY 'ENCARGTB INDISPONIVEL (STATUS '
                   WRK-FS-ENCARGOS ') - MANTENHA A TABELA PELO'
                   ' PROGCOB14'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1200-CARREGAR-ENCARGOS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-TABELA.
           PERFORM 1250-LER-ENCARGO THRU 1250-LER-ENCARGO-EXIT
               UNTIL FIM-TABELA.
           CLOSE TABELA-ENCARGOS.
           IF WRK-QTDE-ENCARGOS = ZEROS
               DISPLAY 'ENCARGTB VAZIO - MANTENHA A TABELA PELO'
                   ' PROGCOB14'
               MOVE 8 TO WRK-RC-RUN
           END-IF.
       1200-CARREGAR-ENCARGOS-EXIT.
           EXIT.

       1250-LER-ENCARGO.
           READ TABELA-ENCARGOS
               AT END
                   MOVE 'S' TO WRK-FIM-TABELA
               NOT AT END
                   ADD 1 TO WRK-QTDE-ENCARGOS
                   ADD EN-PCT TO WRK-SOMA-PCT
           END-READ.
       1250-LER-ENCARGO-EXIT.
           EXIT.

      *****************************************************
      * SOMA O SALARIO DO EMPREGADO ATIVO NA FOLHA MENSAL DA
      * SUA COMPANHIA + CC. ATIVO SEM CC NAO TEM ONDE SER
      * ORCADO - FICA FORA COM AVISO (RC 4)
      *****************************************************
       2000-ACUMULAR-EMPREGADO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MESTRE
                   GO TO 2000-ACUMULAR-EMPREGADO-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF EMP-INATIVO
               GO TO 2000-ACUMULAR-EMPREGADO-EXIT
           END-IF.
           IF EMP-CCUSTO = SPACES
               DISPLAY EMP-ID ' ' EMP-NOME
                   ' *** ATIVO SEM CENTRO DE CUSTO - FORA DA'
                   ' PROJECAO ***'
               ADD 1 TO WRK-QTDE-SEM-CC
               MOVE 4 TO WRK-RC-RUN
               GO TO 2000-ACUMULAR-EMPREGADO-EXIT
           END-IF.
           MOVE EMP-COMPANHIA TO WRK-CIA-BUSCA.
           MOVE EMP-CCUSTO TO WRK-CC-BUSCA.
           PERFORM 2100-PROCURAR-CC THRU 2100-PROCURAR-CC-EXIT.
           IF WRK-IND-ACHADO = ZEROS
               ADD 1 TO WRK-QTDE-FORA
               GO TO 2000-ACUMULAR-EMPREGADO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ATIVOS.
           ADD 1 TO PRJ-ATIVOS (WRK-IND-ACHADO).
           ADD EMP-SALARIO TO PRJ-FOLHA-MES (WRK-IND-ACHADO).
       2000-ACUMULAR-EMPREGADO-EXIT.
           EXIT.

      *****************************************************
      * LOCALIZA A COMPANHIA + CC (WRK-CIA-BUSCA/WRK-CC-BUSCA)
      * NA TABELA DA PROJECAO, CRIANDO A ENTRADA NA PRIMEIRA
      * OCORRENCIA. TABELA CHEIA DEVOLVE ZEROS (RC 4)
      *****************************************************
       2100-PROCURAR-CC.
           MOVE ZEROS TO WRK-IND-ACHADO.
           MOVE ZEROS TO WRK-IND.
           PERFORM 2150-COMPARAR-CC THRU 2150-COMPARAR-CC-EXIT
               UNTIL WRK-IND-ACHADO > ZEROS
                   OR WRK-IND NOT LESS THAN WRK-QTDE-CC.
           IF WRK-IND-ACHADO > ZEROS
               GO TO 2100-PROCURAR-CC-EXIT
           END-IF.
           IF WRK-QTDE-CC NOT LESS THAN 500
               DISPLAY 'TABELA DA PROJECAO CHEIA - CC ' WRK-CC-BUSCA
                   ' DA COMPANHIA ' WRK-CIA-BUSCA ' FORA DA PROJECAO'
               MOVE 4 TO WRK-RC-RUN
               GO TO 2100-PROCURAR-CC-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-CC.
           MOVE WRK-QTDE-CC TO WRK-IND-ACHADO.
           MOVE WRK-CIA-BUSCA TO PRJ-CIA (WRK-IND-ACHADO).
           MOVE WRK-CC-BUSCA TO PRJ-CCUSTO (WRK-IND-ACHADO).
           MOVE ZEROS TO PRJ-ATIVOS (WRK-IND-ACHADO)
               PRJ-FOLHA-MES (WRK-IND-ACHADO)
               PRJ-REALIZADO (WRK-IND-ACHADO)
               PRJ-PROJ-ANO (WRK-IND-ACHADO).
       2100-PROCURAR-CC-EXIT.
           EXIT.

       2150-COMPARAR-CC.
           ADD 1 TO WRK-IND.
           IF PRJ-CIA (WRK-IND) = WRK-CIA-BUSCA
               AND PRJ-CCUSTO (WRK-IND) = WRK-CC-BUSCA
               MOVE WRK-IND TO WRK-IND-ACHADO
           END-IF.
       2150-COMPARAR-CC-EXIT.
           EXIT.

      *****************************************************
      * SOMA O BRUTO PAGO NO ANO CORRENTE (O ANTERIOR AO
      * PROJETADO) NO FOLHAEXT POR COMPANHIA + CC - TODOS OS
      * TIPOS DE FOLHA, JA QUE A PROJECAO INCLUI O 13o. SO O
      * REALIZADO EM BRL E COMPARAVEL; CC QUE SO APARECE NO
      * EXTRATO GANHA LINHA COM PROJECAO ZERO. O EXTRATO E
      * CLASSIFICADO POR COMPANHIA, MATRICULA, PERIODO E TIPO
      * E SO O ULTIMO REGISTRO DE CADA PAGAMENTO CONTA. SEM O
      * EXTRATO A REVISAO SAI SEM REALIZADO (RC 4)
      *****************************************************
       3000-ACUMULAR-REALIZADO.
           OPEN INPUT EXTRATO-CONTABIL.
           IF WRK-FS-EXTRATO NOT = "00"
               DISPLAY 'FOLHAEXT INDISPONIVEL (STATUS '
                   WRK-FS-EXTRATO ') - REVISAO SEM O REALIZADO'
               MOVE 4 TO WRK-RC-RUN
               GO TO 3000-ACUMULAR-REALIZADO-EXIT
           END-IF.
           SORT ARQ-CLASSIFICACAO
               ON ASCENDING KEY SRT-COMPANHIA SRT-MATRICULA
                   SRT-PERIODO SRT-TIPO SRT-SEQUENCIA
               INPUT PROCEDURE IS 3050-SELECIONAR-EXTRATO
                   THRU 3050-SELECIONAR-EXTRATO-EXIT
               OUTPUT PROCEDURE IS 3300-SOMAR-REALIZADO
                   THRU 3300-SOMAR-REALIZADO-EXIT.
           CLOSE EXTRATO-CONTABIL.
       3000-ACUMULAR-REALIZADO-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE ENTRADA DO SORT: LIBERA OS PAGAMENTOS
      * EM BRL DO ANO DO REALIZADO
      *****************************************************
       3050-SELECIONAR-EXTRATO.
           MOVE ZEROS TO WRK-SEQUENCIA.
           MOVE 'N' TO WRK-FIM-TABELA.
           PERFORM 3100-LER-EXTRATO THRU 3100-LER-EXTRATO-EXIT
               UNTIL FIM-TABELA.
       3050-SELECIONAR-EXTRATO-EXIT.
           EXIT.

       3100-LER-EXTRATO.
           READ EXTRATO-CONTABIL
               AT END
                   MOVE 'S' TO WRK-FIM-TABELA
                   GO TO 3100-LER-EXTRATO-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-EXT-LIDOS.
           ADD 1 TO WRK-SEQUENCIA.
           IF EX-PERIODO (1:4) NOT = WRK-ANO-REAL-X
               GO TO 3100-LER-EXTRATO-EXIT
           END-IF.
           IF EX-MOEDA NOT = 'BRL' AND EX-MOEDA NOT = SPACES
               ADD 1 TO WRK-QTDE-EXT-MOEDA
               GO TO 3100-LER-EXTRATO-EXIT
           END-IF.
           IF EX-COMPANHIA = SPACES
               MOVE '01' TO SRT-COMPANHIA
           ELSE
               MOVE EX-COMPANHIA TO SRT-COMPANHIA
           END-IF.
           MOVE EX-EMP-ID TO SRT-MATRICULA.
           MOVE EX-PERIODO TO SRT-PERIODO.
           IF EX-TIPO-FOLHA = SPACE
               MOVE 'N' TO SRT-TIPO
           ELSE
               MOVE EX-TIPO-FOLHA TO SRT-TIPO
           END-IF.
           MOVE WRK-SEQUENCIA TO SRT-SEQUENCIA.
           MOVE EX-CCUSTO TO SRT-CCUSTO.
           MOVE EX-SALARIO TO SRT-BRUTO.
           RELEASE CLASSIFICACAO-REG.
       3100-LER-EXTRATO-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE SAIDA DO SORT: NA QUEBRA DE
      * COMPANHIA, MATRICULA, PERIODO OU TIPO SOMA O ULTIMO
      * REGISTRO GUARDADO NO REALIZADO DO CC; OS ANTERIORES
      * DO MESMO PAGAMENTO SAO REPETICOES DE RERUN E SO SAO
      * CONTADOS
      *****************************************************
       3300-SOMAR-REALIZADO.
           MOVE 'N' TO WRK-TEM-PAGAMENTO.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 3350-LER-CLASSIFICADO
               THRU 3350-LER-CLASSIFICADO-EXIT
               UNTIL FIM-CLASSIFICACAO.
           IF PAGAMENTO-PENDENTE
               PERFORM 3400-LANCAR-REALIZADO
                   THRU 3400-LANCAR-REALIZADO-EXIT
           END-IF.
       3300-SOMAR-REALIZADO-EXIT.
           EXIT.

       3350-LER-CLASSIFICADO.
           RETURN ARQ-CLASSIFICACAO
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
                   GO TO 3350-LER-CLASSIFICADO-EXIT
           END-RETURN.
           IF PAGAMENTO-PENDENTE
               IF SRT-COMPANHIA = WRK-QUEBRA-CIA
                   AND SRT-MATRICULA = WRK-QUEBRA-MAT
                   AND SRT-PERIODO = WRK-QUEBRA-PER
                   AND SRT-TIPO = WRK-QUEBRA-TIPO
                   ADD 1 TO WRK-QTDE-EXT-DUPLIC
               ELSE
                   PERFORM 3400-LANCAR-REALIZADO
                       THRU 3400-LANCAR-REALIZADO-EXIT
               END-IF
           END-IF.
           MOVE 'S' TO WRK-TEM-PAGAMENTO.
           MOVE SRT-COMPANHIA TO WRK-QUEBRA-CIA.
           MOVE SRT-MATRICULA TO WRK-QUEBRA-MAT.
           MOVE SRT-PERIODO TO WRK-QUEBRA-PER.
           MOVE SRT-TIPO TO WRK-QUEBRA-TIPO.
           MOVE SRT-CCUSTO TO WRK-CC-PAGO.
           MOVE SRT-BRUTO TO WRK-BRUTO-PAGO.
       3350-LER-CLASSIFICADO-EXIT.
           EXIT.

       3400-LANCAR-REALIZADO.
           ADD 1 TO WRK-QTDE-EXT-ANO.
           MOVE WRK-QUEBRA-CIA TO WRK-CIA-BUSCA.
           MOVE WRK-CC-PAGO TO WRK-CC-BUSCA.
           PERFORM 2100-PROCURAR-CC THRU 2100-PROCURAR-CC-EXIT.
           IF WRK-IND-ACHADO > ZEROS
               ADD WRK-BRUTO-PAGO TO PRJ-REALIZADO (WRK-IND-ACHADO)
           END-IF.
       3400-LANCAR-REALIZADO-EXIT.
           EXIT.

      *****************************************************
      * PROJETA A COMPANHIA + CC: GRAVA NA PROPOSTA OS DOZE
      * PERIODOS DO ANO (SO PARA CC COM ATIVO) E IMPRIME A
      * LINHA DE REVISAO CONTRA O REALIZADO
      *****************************************************
       5000-PROJETAR-CC.
           ADD 1 TO WRK-IND.
           MOVE ZEROS TO PRJ-PROJ-ANO (WRK-IND).
           IF PRJ-ATIVOS (WRK-IND) > ZEROS
               MOVE ZEROS TO WRK-MES
               PERFORM 5100-PROJETAR-MES THRU 5100-PROJETAR-MES-EXIT
                   UNTIL WRK-MES = 12
           END-IF.
           COMPUTE WRK-REAL-CUSTO ROUNDED =
               PRJ-REALIZADO (WRK-IND) * (100 + WRK-SOMA-PCT) / 100.
           ADD PRJ-REALIZADO (WRK-IND) TO WRK-TOT-REALIZADO.
           ADD WRK-REAL-CUSTO TO WRK-TOT-REAL-CUSTO.
           ADD PRJ-PROJ-ANO (WRK-IND) TO WRK-TOT-PROJETADO.
           MOVE PRJ-CIA (WRK-IND) TO PRJ-DET-CIA.
           MOVE PRJ-CCUSTO (WRK-IND) TO PRJ-DET-CCUSTO.
           MOVE PRJ-ATIVOS (WRK-IND) TO PRJ-DET-ATIVOS.
           MOVE PRJ-REALIZADO (WRK-IND) TO PRJ-DET-REAL.
           MOVE WRK-REAL-CUSTO TO PRJ-DET-REAL-CST.
           MOVE PRJ-PROJ-ANO (WRK-IND) TO PRJ-DET-PROJ.
           EVALUATE TRUE
               WHEN WRK-REAL-CUSTO = ZEROS
                   MOVE 'CC NOVO' TO PRJ-DET-VARIACAO
               WHEN PRJ-ATIVOS (WRK-IND) = ZEROS
                   MOVE 'SEM ATIVOS' TO PRJ-DET-VARIACAO
               WHEN OTHER
                   COMPUTE WRK-VARIACAO ROUNDED =
                       (PRJ-PROJ-ANO (WRK-IND) - WRK-REAL-CUSTO)
                       * 100 / WRK-REAL-CUSTO
                       ON SIZE ERROR
                           MOVE 99999,9 TO WRK-VARIACAO
                   END-COMPUTE
                   MOVE WRK-VARIACAO TO WRK-VARIACAO-ED
                   MOVE SPACES TO PRJ-DET-VARIACAO
                   STRING WRK-VARIACAO-ED DELIMITED BY SIZE
                       '%' DELIMITED BY SIZE
                       INTO PRJ-DET-VARIACAO
           END-EVALUATE.
           WRITE RELATORIO-PROJECAO-LINHA FROM PRJ-LINHA-DETALHE.
           DISPLAY PRJ-LINHA-DETALHE.
       5000-PROJETAR-CC-EXIT.
           EXIT.

      *****************************************************
      * UM PERIODO DA PROPOSTA: A FOLHA DO MES, REAJUSTADA DO
      * MES DO REAJUSTE EM DIANTE, MAIS A PROVISAO DE 13o E DE
      * 1/3 DE FERIAS (1 + 1/12 + 1/36 = 40/36), COM OS
      * ENCARGOS PATRONAIS
      *****************************************************
       5100-PROJETAR-MES.
           ADD 1 TO WRK-MES.
           IF WRK-MES < WRK-MES-REAJUSTE
               MOVE PRJ-FOLHA-MES (WRK-IND) TO WRK-BASE-MES
           ELSE
               COMPUTE WRK-BASE-MES ROUNDED =
                   PRJ-FOLHA-MES (WRK-IND)
                   * (100 + WRK-PCT-REAJUSTE) / 100
           END-IF.
           COMPUTE WRK-VLR-MES ROUNDED =
               WRK-BASE-MES * 40 / 36
               * (100 + WRK-SOMA-PCT) / 100
               ON SIZE ERROR
                   DISPLAY 'CC ' PRJ-CCUSTO (WRK-IND)
                       ' *** VALOR DO MES EXCEDE O CAMPO DO'
                       ' ORCAMCC ***'
                   MOVE 999999999,99 TO WRK-VLR-MES
                   MOVE 4 TO WRK-RC-RUN
           END-COMPUTE.
           MOVE WRK-ANO-PROJ TO WRK-PRJ-ANO.
           MOVE WRK-MES TO WRK-PRJ-MES.
           MOVE PRJ-CIA (WRK-IND) TO OP-COMPANHIA.
           MOVE PRJ-CCUSTO (WRK-IND) TO OP-CCUSTO.
           MOVE WRK-PERIODO-PROJ TO OP-PERIODO.
           MOVE WRK-VLR-MES TO OP-VALOR.
           WRITE ORCAMENTO-PROPOSTO-REG.
           ADD 1 TO WRK-QTDE-PERIODOS.
           ADD OP-VALOR TO PRJ-PROJ-ANO (WRK-IND).
       5100-PROJETAR-MES-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME OS TOTAIS, FECHA OS ARQUIVOS E REGISTRA O
      * TERMINO NA TRILHA, COM O NUMERO DE PERIODOS GRAVADOS
      * NA PROPOSTA NA CHAVE
      *****************************************************
       9999-FINALIZAR.
           IF NOT RUN-VALIDO
               GO TO 9999-FINALIZAR-GRAVAR
           END-IF.
           MOVE SPACES TO RELATORIO-PROJECAO-LINHA.
           WRITE RELATORIO-PROJECAO-LINHA.
           MOVE 'EMPREGADOS LIDOS DO MESTRE.............:'
               TO PRJ-QTD-ROTULO.
           MOVE WRK-QTDE-LIDOS TO PRJ-QTD-QTDE.
           WRITE RELATORIO-PROJECAO-LINHA FROM PRJ-LINHA-QTDE.
           MOVE 'ATIVOS NA PROJECAO.....................:'
               TO PRJ-QTD-ROTULO.
           MOVE WRK-QTDE-ATIVOS TO PRJ-QTD-QTDE.
           WRITE RELATORIO-PROJECAO-LINHA FROM PRJ-LINHA-QTDE.
           MOVE 'ATIVOS SEM CC (FORA DA PROJECAO).......:'
               TO PRJ-QTD-ROTULO.
           MOVE WRK-QTDE-SEM-CC TO PRJ-QTD-QTDE.
           WRITE RELATORIO-PROJECAO-LINHA FROM PRJ-LINHA-QTDE.
           IF WRK-QTDE-FORA > ZEROS
               MOVE 'ATIVOS FORA (TABELA CHEIA).............:'
                   TO PRJ-QTD-ROTULO
               MOVE WRK-QTDE-FORA TO PRJ-QTD-QTDE
               WRITE RELATORIO-PROJECAO-LINHA FROM PRJ-LINHA-QTDE
           END-IF.
           MOVE 'REGISTROS DO EXTRATO NO REALIZADO......:'
               TO PRJ-QTD-ROTULO.
           MOVE WRK-QTDE-EXT-ANO TO PRJ-QTD-QTDE.
           WRITE RELATORIO-PROJECAO-LINHA FROM PRJ-LINHA-QTDE.
           IF WRK-QTDE-EXT-MOEDA > ZEROS
               MOVE 'REGISTROS EM OUTRA MOEDA (FORA)........:'
                   TO PRJ-QTD-ROTULO
               MOVE WRK-QTDE-EXT-MOEDA TO PRJ-QTD-QTDE
               WRITE RELATORIO-PROJECAO-LINHA FROM PRJ-LINHA-QTDE
           END-IF.
           IF WRK-QTDE-EXT-DUPLIC > ZEROS
               MOVE 'REPETIDOS NO EXTRATO (RERUN, FORA).....:'
                   TO PRJ-QTD-ROTULO
               MOVE WRK-QTDE-EXT-DUPLIC TO PRJ-QTD-QTDE
               WRITE RELATORIO-PROJECAO-LINHA FROM PRJ-LINHA-QTDE
           END-IF.
           MOVE 'PERIODOS NA PROPOSTA (ORCAMPRP)........:'
               TO PRJ-QTD-ROTULO.
           MOVE WRK-QTDE-PERIODOS TO PRJ-QTD-QTDE.
           WRITE RELATORIO-PROJECAO-LINHA FROM PRJ-LINHA-QTDE.
           MOVE 'TOTAL REALIZADO (BRUTO)................:'
               TO PRJ-TOT-ROTULO.
           MOVE WRK-TOT-REALIZADO TO PRJ-TOT-VALOR.
           WRITE RELATORIO-PROJECAO-LINHA FROM PRJ-LINHA-TOTAL.
           MOVE 'TOTAL REALIZADO COM ENCARGOS...........:'
               TO PRJ-TOT-ROTULO.
           MOVE WRK-TOT-REAL-CUSTO TO PRJ-TOT-VALOR.
           WRITE RELATORIO-PROJECAO-LINHA FROM PRJ-LINHA-TOTAL.
           MOVE 'TOTAL PROJETADO........................:'
               TO PRJ-TOT-ROTULO.
           MOVE WRK-TOT-PROJETADO TO PRJ-TOT-VALOR.
           WRITE RELATORIO-PROJECAO-LINHA FROM PRJ-LINHA-TOTAL.
           CLOSE EMPLOYEE-MASTER.
           CLOSE ORCAMENTO-PROPOSTO.
           CLOSE RELATORIO-PROJECAO.
           DISPLAY "=============================================".
           DISPLAY 'ATIVOS NA PROJECAO...: ' WRK-QTDE-ATIVOS.
           DISPLAY 'PERIODOS NA PROPOSTA.: ' WRK-QTDE-PERIODOS.
           MOVE WRK-TOT-PROJETADO TO PRJ-TOT-VALOR.
           DISPLAY 'TOTAL PROJETADO......: ' PRJ-TOT-VALOR.
       9999-FINALIZAR-GRAVAR.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB4O" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF WRK-RC-RUN = 8
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           ELSE
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           END-IF.
           MOVE WRK-QTDE-PERIODOS TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
