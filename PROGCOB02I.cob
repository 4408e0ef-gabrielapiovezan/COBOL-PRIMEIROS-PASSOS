       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB02I.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: VARREDURA DE INTEGRIDADE REFERENCIAL DO MESTRE
      *           DE EMPREGADOS (EMPMAST): CONFERE CADA REGISTRO
      *           ATIVO CONTRA O ORCAMENTO DO PERIODO DA FOLHA
      *           (ORCAMCC, COMPANHIA + CC), O MAPA DE CONTAS DO
      *           RAZAO (CONTAMAP, CC), A TABELA DE BANCOS E
      *           AGENCIAS (BANCAGTB, COM O DIGITO VERIFICADOR
      *           DA CONTA PELA REGRA DO BANCO) E O ESCOPO DE
      *           COMPANHIA DA FOLHA (PARAMCIA), E A COBERTURA
      *           DOS ENCARGOS PATRONAIS (ENCARGTB) PARA CADA
      *           COMPANHIA COM EMPREGADO ATIVO. LISTA NO
      *           INTEGREL CADA REFERENCIA QUEBRADA POR EMPREGADO
      *           (CAMPO E VALOR) PARA O RH CORRIGIR O MESTRE
      *           PELO PROGCOB03 ANTES DA FOLHA. RC 4 COM
      *           QUALQUER REFERENCIA QUEBRADA; RC 8 SEM O
      *           MESTRE, O FOLHAPER, O ORCAMCC, O CONTAMAP OU O
      *           BANCAGTB, OU COM TABELA ESTOURADA
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - CODIGO RUIM NO
      *                    MESTRE SO APARECIA LA NA FRENTE: CC
      *                    SEM ORCAMENTO NA VARIACAO DA FOLHA, CC
      *                    SEM CONTA NA RECUSA DO LOTE DO RAZAO
      *                    (PROGCOB04L) E BANCO/AGENCIA INVALIDO
      *                    NA DEVOLUCAO DO BANCO (PROGCOB04B)
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
           SELECT PERIODO-FOLHA ASSIGN TO "FOLHAPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODO.
           SELECT ORCAMENTO-CC ASSIGN TO "ORCAMCC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORCAMENTO.
           SELECT MAPA-CONTAS ASSIGN TO "CONTAMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MAPA.
           SELECT TABELA-BANCOS ASSIGN TO "BANCAGTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BANCOS.
           SELECT TABELA-ENCARGOS ASSIGN TO "ENCARGTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENCARGOS.
           SELECT PARAM-COMPANHIA ASSIGN TO "PARAMCIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMCIA.
           SELECT RELATORIO-INTEGRIDADE ASSIGN TO "INTEGREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAT.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
       FD  PERIODO-FOLHA.
           COPY PERIODRC.
      *****************************************************
      * ORCAMENTO POR COMPANHIA + CENTRO DE CUSTO + PERIODO
      * (O MESMO ARQUIVO QUE O PROGCOB04 CONFRONTA)
      *****************************************************
       FD  ORCAMENTO-CC.
       01  ORCAMENTO-CC-REG.
           05  OR-COMPANHIA        PIC X(02).
           05  OR-CCUSTO           PIC X(05).
           05  OR-PERIODO          PIC X(06).
           05  OR-VALOR            PIC 9(09)V99.
      *****************************************************
      * MAPA DE CONTAS DO RAZAO (PROGCOB04L): CC + TIPO DE
      * FOLHA ('*' QUALQUER TIPO) E AS CONTAS
      *****************************************************
       FD  MAPA-CONTAS.
       01  MAPA-CONTAS-REG.
           05  MP-CCUSTO           PIC X(05).
           05  MP-TIPO-FOLHA       PIC X(01).
           05  MP-CONTA-DEBITO     PIC X(08).
           05  MP-CONTA-CREDITO    PIC X(08).
      *****************************************************
      * TABELA DE BANCOS E AGENCIAS: UMA LINHA POR AGENCIA,
      * COM A SITUACAO ('A' ATIVA, 'E' ENCERRADA) E A REGRA
      * DO DIGITO VERIFICADOR DA CONTA DO BANCO ('1' MODULO
      * 11 COM PESOS 2 A 9, '2' MODULO 10 COM PESOS 2 E 1,
      * ESPACO SEM CONFERENCIA). A CONTA DO MESTRE TEM OITO
      * DIGITOS E O VERIFICADOR NA ULTIMA POSICAO
      *****************************************************
       FD  TABELA-BANCOS.
       01  TABELA-BANCOS-REG.
           05  BA-BANCO            PIC X(03).
           05  BA-AGENCIA          PIC X(04).
           05  BA-NOME             PIC X(20).
           05  BA-SITUACAO         PIC X(01).
               88  AGENCIA-ENCERRADA      VALUE 'E'.
           05  BA-REGRA-DV         PIC X(01).
      *****************************************************
      * ENCARGOS PATRONAIS (PROGCOB14) - TABELA UNICA, SEM
      * COMPANHIA: VALE PARA TODAS AS EMPRESAS
      *****************************************************
       FD  TABELA-ENCARGOS.
       01  TABELA-ENCARGOS-REG.
           05  EN-TIPO             PIC X(08).
           05  EN-PCT              PIC 9(03)V99.
       FD  PARAM-COMPANHIA.
       01  PARAM-COMPANHIA-REG.
           05  PC-COMPANHIA        PIC X(02).
       FD  RELATORIO-INTEGRIDADE.
       01  RELATORIO-INTEGRIDADE-LINHA PIC X(100).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-FS-PERIODO   PIC X(02) VALUE SPACES.
       77 WRK-FS-ORCAMENTO PIC X(02) VALUE SPACES.
       77 WRK-FS-MAPA      PIC X(02) VALUE SPACES.
       77 WRK-FS-BANCOS    PIC X(02) VALUE SPACES.
       77 WRK-FS-ENCARGOS  PIC X(02) VALUE SPACES.
       77 WRK-FS-PARAMCIA  PIC X(02) VALUE SPACES.
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
      *---------------------------------------------------
      * PERIODO DA PROXIMA FOLHA: O ABERTO NO FOLHAPER OU, COM
      * ELE JA FECHADO, O MES SEGUINTE - E O PERIODO CUJO
      * ORCAMENTO O PROGCOB04 VAI CONFRONTAR
      *---------------------------------------------------
       01 WRK-PERIODO.
           05 WRK-PER-ANO      PIC 9(04).
           05 WRK-PER-MES      PIC 9(02).
      *---------------------------------------------------
      * ESCOPO DE COMPANHIA DA FOLHA (PARAMCIA, '**' OU
      * ARQUIVO AUSENTE = TODAS)
      *---------------------------------------------------
       77 WRK-CIA-PERMITIDA PIC X(02) VALUE '**'.
           88 TODAS-COMPANHIAS      VALUE '**'.
      *---------------------------------------------------
      * ORCAMENTO DO PERIODO POR COMPANHIA + CC
      *---------------------------------------------------
       77 WRK-QTDE-ORC     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ORC      PIC 9(04) VALUE ZEROS.
       01 TAB-ORCAMENTO.
           05 ORC-ENTRADA OCCURS 1000 TIMES.
               10 ORC-CIA          PIC X(02).
               10 ORC-CCUSTO       PIC X(05).
      *---------------------------------------------------
      * CENTROS DE CUSTO COM CONTA NO CONTAMAP
      *---------------------------------------------------
       77 WRK-QTDE-MAP     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-MAP      PIC 9(04) VALUE ZEROS.
       01 TAB-MAPA.
           05 MAP-CCUSTO OCCURS 1000 TIMES PIC X(05).
      *---------------------------------------------------
      * BANCOS E AGENCIAS DO BANCAGTB
      *---------------------------------------------------
       77 WRK-QTDE-AGE     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-AGE      PIC 9(04) VALUE ZEROS.
       77 WRK-IND-AGE-ACHADA PIC 9(04) VALUE ZEROS.
       77 WRK-BANCO-ACHADO PIC X(01) VALUE 'N'.
           88 BANCO-CADASTRADO      VALUE 'S'.
       01 TAB-AGENCIAS.
           05 AGE-ENTRADA OCCURS 2000 TIMES.
               10 AGE-BANCO        PIC X(03).
               10 AGE-AGENCIA      PIC X(04).
               10 AGE-SITUACAO     PIC X(01).
               10 AGE-REGRA-DV     PIC X(01).
      *---------------------------------------------------
      * ENCARGOS PATRONAIS: QUANTIDADE DE TIPOS NA TABELA E
      * PRESENCA DO FGTS (EXIGIDO PELO DEPOSITO, PROGCOB25)
      *---------------------------------------------------
       77 WRK-QTDE-ENCARGOS PIC 9(03) VALUE ZEROS.
       77 WRK-ENC-FGTS     PIC X(01) VALUE 'N'.
           88 ENCARGO-FGTS-PRESENTE VALUE 'S'.
       77 WRK-ENC-SITUACAO PIC X(30) VALUE SPACES.
      *---------------------------------------------------
      * COMPANHIAS COM EMPREGADO ATIVO, PARA A COBERTURA DO
      * ENCARGTB
      *---------------------------------------------------
       77 WRK-QTDE-CIAS    PIC 9(02) VALUE ZEROS.
       77 WRK-IND-CIA      PIC 9(02) VALUE ZEROS.
       77 WRK-IND-CIA-ACHADA PIC 9(02) VALUE ZEROS.
       01 TAB-COMPANHIAS.
           05 CIA-ENTRADA OCCURS 50 TIMES.
               10 CIA-CODIGO       PIC X(02).
               10 CIA-ATIVOS       PIC 9(06).
      *---------------------------------------------------
      * CONFERENCIA DO DIGITO VERIFICADOR DA CONTA: OS OITO
      * DIGITOS DA CONTA E O VERIFICADOR NA NONA POSICAO
      *---------------------------------------------------
       01 WRK-CONTA-X          PIC X(09) VALUE SPACES.
       01 WRK-CONTA-DIGITOS REDEFINES WRK-CONTA-X.
           05 WRK-CONTA-DIG    PIC 9(01) OCCURS 9 TIMES.
       77 WRK-IND-DIG      PIC 9(02) VALUE ZEROS.
       77 WRK-PESO-DIG     PIC 9(02) VALUE ZEROS.
       77 WRK-PRODUTO-DIG  PIC 9(03) VALUE ZEROS.
       77 WRK-SOMA-DIG     PIC 9(04) VALUE ZEROS.
       77 WRK-QUOC-DIG     PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-DIG    PIC 9(02) VALUE ZEROS.
       77 WRK-DV-CALC      PIC 9(02) VALUE ZEROS.
       77 WRK-CONTA-OK     PIC X(01) VALUE 'N'.
           88 CONTA-VALIDA          VALUE 'S'.
      *---------------------------------------------------
      * REFERENCIA QUEBRADA CORRENTE (CAMPO, VALOR E
      * PROBLEMA) E SITUACAO DO EMPREGADO CORRENTE
      *---------------------------------------------------
       77 WRK-FALHA-CAMPO  PIC X(10) VALUE SPACES.
       77 WRK-FALHA-VALOR  PIC X(10) VALUE SPACES.
       77 WRK-FALHA-TEXTO  PIC X(40) VALUE SPACES.
       77 WRK-EMP-FALHO    PIC X(01) VALUE 'N'.
           88 EMPREGADO-COM-FALHA   VALUE 'S'.
      *---------------------------------------------------
      * TOTAIS DO RUN
      *---------------------------------------------------
       77 WRK-QTDE-LIDOS       PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-ATIVOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EMP-FALHA   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-FALHAS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-F-CCUSTO    PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-F-ORCAM     PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-F-MAPA      PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-F-BANCO     PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-F-CIA       PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-F-ENCARGO   PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * LINHAS DO RELATORIO DE INTEGRIDADE (INTEGREL)
      *---------------------------------------------------
       01 INT-LINHA-TITULO.
           05 FILLER           PIC X(45)
               VALUE 'INTEGRIDADE REFERENCIAL DO EMPMAST - PERIODO '.
           05 INT-TIT-PERIODO  PIC X(06).
           05 FILLER           PIC X(08) VALUE ' - RUN: '.
           05 INT-TIT-DATA     PIC X(08).
           05 FILLER           PIC X(33) VALUE SPACES.
       01 INT-LINHA-CABEC.
           05 FILLER           PIC X(03) VALUE 'CI '.
           05 FILLER           PIC X(07) VALUE 'MATRIC '.
           05 FILLER           PIC X(23) VALUE 'NOME'.
           05 FILLER           PIC X(11) VALUE 'CAMPO'.
           05 FILLER           PIC X(11) VALUE 'VALOR'.
           05 FILLER           PIC X(45) VALUE 'PROBLEMA'.
       01 INT-LINHA-FALHA.
           05 INT-FAL-CIA      PIC X(02).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 INT-FAL-MATRICULA PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 INT-FAL-NOME     PIC X(22).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 INT-FAL-CAMPO    PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 INT-FAL-VALOR    PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 INT-FAL-TEXTO    PIC X(40).
           05 FILLER           PIC X(05) VALUE SPACES.
       01 INT-LINHA-CIA.
           05 FILLER           PIC X(11) VALUE 'COMPANHIA: '.
           05 INT-CIA-CODIGO   PIC X(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 INT-CIA-ATIVOS   PIC ZZZ.ZZ9.
           05 FILLER           PIC X(19)
               VALUE ' ATIVO(S) ENCARGTB '.
           05 INT-CIA-SITUACAO PIC X(30).
           05 FILLER           PIC X(29) VALUE SPACES.
       01 INT-LINHA-TOTAL.
           05 INT-TOT-ROTULO   PIC X(40).
           05 INT-TOT-QTDE     PIC ZZZ.ZZ9.
           05 FILLER           PIC X(53) VALUE SPACES.
       01 INT-LINHA-MENSAGEM.
           05 INT-MENSAGEM     PIC X(100).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF RUN-VALIDO
               PERFORM 2000-VERIFICAR-EMPREGADO
                   THRU 2000-VERIFICAR-EMPREGADO-EXIT
                   UNTIL FIM-MESTRE
               IF WRK-RC-RUN NOT = 8
                   PERFORM 5000-VERIFICAR-ENCARGOS
                       THRU 5000-VERIFICAR-ENCARGOS-EXIT
               END-IF
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           IF WRK-RC-RUN = 8
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTDE-FALHAS > ZEROS
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
           MOVE "PROGCB2I" TO AU-PROGRAMA.
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
      * LE O PERIODO DA PROXIMA FOLHA E O ESCOPO DE
      * COMPANHIA, CARREGA AS TABELAS DE REFERENCIA, ABRE O
      * MESTRE E GRAVA O CABECALHO DO RELATORIO. MESTRE OU
      * TABELA ESSENCIAL AUSENTE BLOQUEIA O RUN (RC 8)
      *****************************************************
       1000-INICIALIZAR.
           MOVE 'N' TO WRK-RUN-OK.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           DISPLAY "===== INTEGRIDADE REFERENCIAL DO EMPMAST =====".
           PERFORM 1100-LER-PERIODO THRU 1100-LER-PERIODO-EXIT.
           IF WRK-RC-RUN = 8
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1150-LER-COMPANHIA THRU 1150-LER-COMPANHIA-EXIT.
           PERFORM 1200-CARREGAR-ORCAMENTO
               THRU 1200-CARREGAR-ORCAMENTO-EXIT.
           IF WRK-RC-RUN = 8
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1300-CARREGAR-MAPA THRU 1300-CARREGAR-MAPA-EXIT.
           IF WRK-RC-RUN = 8
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1400-CARREGAR-BANCOS
               THRU 1400-CARREGAR-BANCOS-EXIT.
           IF WRK-RC-RUN = 8
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1500-LER-ENCARGOS THRU 1500-LER-ENCARGOS-EXIT.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = "00"
               DISPLAY 'EMPMAST INDISPONIVEL (STATUS ' WRK-FS-EMPMAST
                   ') - VARREDURA BLOQUEADA'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-MESTRE.
           MOVE LOW-VALUES TO EMP-CHAVE.
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MESTRE
           END-START.
           OPEN OUTPUT RELATORIO-INTEGRIDADE.
           MOVE 'S' TO WRK-RUN-OK.
           MOVE WRK-PERIODO TO INT-TIT-PERIODO.
           MOVE WRK-DATA-AUDIT TO INT-TIT-DATA.
           WRITE RELATORIO-INTEGRIDADE-LINHA FROM INT-LINHA-TITULO.
           DISPLAY INT-LINHA-TITULO.
           MOVE SPACES TO RELATORIO-INTEGRIDADE-LINHA.
           WRITE RELATORIO-INTEGRIDADE-LINHA.
           WRITE RELATORIO-INTEGRIDADE-LINHA FROM INT-LINHA-CABEC.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * PERIODO DA PROXIMA FOLHA PELO FOLHAPER: O PERIODO
      * ABERTO OU, SE O PROGCOB04F JA O FECHOU, O MES
      * SEGUINTE. SEM O ARQUIVO NAO HA O QUE CONFRONTAR NO
      * ORCAMCC E O RUN E BLOQUEADO
      *****************************************************
       1100-LER-PERIODO.
           OPEN INPUT PERIODO-FOLHA.
           IF WRK-FS-PERIODO NOT = "00"
               DISPLAY 'FOLHAPER INDISPONIVEL (STATUS ' WRK-FS-PERIODO
                   ') - VARREDURA BLOQUEADA'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PERIODO-EXIT
           END-IF.
           MOVE SPACES TO PERIODO-FOLHA-REG.
           READ PERIODO-FOLHA
               AT END
                   MOVE SPACES TO PERIODO-FOLHA-REG
           END-READ.
           CLOSE PERIODO-FOLHA.
           IF PF-PERIODO NOT NUMERIC
               DISPLAY 'FOLHAPER SEM PERIODO VALIDO (AAAAMM): ['
                   PF-PERIODO '] - VARREDURA BLOQUEADA'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PERIODO-EXIT
           END-IF.
           MOVE PF-PERIODO TO WRK-PERIODO.
           IF PERIODO-FECHADO
               ADD 1 TO WRK-PER-MES
               IF WRK-PER-MES > 12
                   MOVE 01 TO WRK-PER-MES
                   ADD 1 TO WRK-PER-ANO
               END-IF
               DISPLAY 'PERIODO ' PF-PERIODO ' JA FECHADO - '
                   'CONFRONTANDO O ORCAMENTO DE ' WRK-PERIODO
           ELSE
               DISPLAY 'PERIODO DA FOLHA: ' WRK-PERIODO
           END-IF.
       1100-LER-PERIODO-EXIT.
           EXIT.

      *****************************************************
      * LE DO PARAMCIA QUAL COMPANHIA A FOLHA PAGA ('**' OU
      * ARQUIVO AUSENTE = TODAS), COMO O PROGCOB04
      *****************************************************
       1150-LER-COMPANHIA.
           MOVE '**' TO WRK-CIA-PERMITIDA.
           OPEN INPUT PARAM-COMPANHIA.
           IF WRK-FS-PARAMCIA NOT = "00"
               DISPLAY 'PARAMCIA NAO ENCONTRADO - FOLHA PAGA TODAS'
                   ' AS COMPANHIAS'
               GO TO 1150-LER-COMPANHIA-EXIT
           END-IF.
           READ PARAM-COMPANHIA
               NOT AT END
                   IF PC-COMPANHIA NOT = SPACES
                       MOVE PC-COMPANHIA TO WRK-CIA-PERMITIDA
                   END-IF
           END-READ.
           CLOSE PARAM-COMPANHIA.
           IF NOT TODAS-COMPANHIAS
               DISPLAY 'FOLHA AUTORIZADA SO PARA A COMPANHIA '
                   WRK-CIA-PERMITIDA
           END-IF.
       1150-LER-COMPANHIA-EXIT.
           EXIT.

      *****************************************************
      * CARREGA AS COMPANHIAS + CC COM ORCAMENTO NO PERIODO
      * DA FOLHA (COMPANHIA EM BRANCO VALE '01', COMO NO
      * PROGCOB04)
      *****************************************************
       1200-CARREGAR-ORCAMENTO.
           MOVE ZEROS TO WRK-QTDE-ORC.
           OPEN INPUT ORCAMENTO-CC.
           IF WRK-FS-ORCAMENTO NOT = "00"
               DISPLAY 'ORCAMCC INDISPONIVEL (STATUS '
                   WRK-FS-ORCAMENTO ') - VARREDURA BLOQUEADA'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1200-CARREGAR-ORCAMENTO-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-TABELA.
           PERFORM 1250-LER-ORCAMENTO THRU 1250-LER-ORCAMENTO-EXIT
               UNTIL FIM-TABELA.
           CLOSE ORCAMENTO-CC.
           DISPLAY 'ORCAMENTOS DO PERIODO: ' WRK-QTDE-ORC.
       1200-CARREGAR-ORCAMENTO-EXIT.
           EXIT.

       1250-LER-ORCAMENTO.
           READ ORCAMENTO-CC
               AT END
                   MOVE 'S' TO WRK-FIM-TABELA
                   GO TO 1250-LER-ORCAMENTO-EXIT
           END-READ.
           IF OR-PERIODO NOT = WRK-PERIODO
               GO TO 1250-LER-ORCAMENTO-EXIT
           END-IF.
           IF WRK-QTDE-ORC NOT < 1000
               DISPLAY 'ORCAMCC COM MAIS DE 1000 CC NO PERIODO -'
                   ' VARREDURA BLOQUEADA'
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-TABELA
               GO TO 1250-LER-ORCAMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ORC.
           IF OR-COMPANHIA = SPACES
               MOVE '01' TO ORC-CIA (WRK-QTDE-ORC)
           ELSE
               MOVE OR-COMPANHIA TO ORC-CIA (WRK-QTDE-ORC)
           END-IF.
           MOVE OR-CCUSTO TO ORC-CCUSTO (WRK-QTDE-ORC).
       1250-LER-ORCAMENTO-EXIT.
           EXIT.

      *****************************************************
      * CARREGA OS CENTROS DE CUSTO COM CONTA NO CONTAMAP
      * (QUALQUER TIPO DE FOLHA)
      *****************************************************
       1300-CARREGAR-MAPA.
           MOVE ZEROS TO WRK-QTDE-MAP.
           OPEN INPUT MAPA-CONTAS.
           IF WRK-FS-MAPA NOT = "00"
               DISPLAY 'CONTAMAP INDISPONIVEL (STATUS ' WRK-FS-MAPA
                   ') - VARREDURA BLOQUEADA'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1300-CARREGAR-MAPA-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-TABELA.
           PERFORM 1350-LER-MAPA THRU 1350-LER-MAPA-EXIT
               UNTIL FIM-TABELA.
           CLOSE MAPA-CONTAS.
           DISPLAY 'LINHAS DO CONTAMAP: ' WRK-QTDE-MAP.
       1300-CARREGAR-MAPA-EXIT.
           EXIT.

       1350-LER-MAPA.
           READ MAPA-CONTAS
               AT END
                   MOVE 'S' TO WRK-FIM-TABELA
                   GO TO 1350-LER-MAPA-EXIT
           END-READ.
           IF WRK-QTDE-MAP NOT < 1000
               DISPLAY 'CONTAMAP COM MAIS DE 1000 LINHAS -'
                   ' VARREDURA BLOQUEADA'
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-TABELA
               GO TO 1350-LER-MAPA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-MAP.
           MOVE MP-CCUSTO TO MAP-CCUSTO (WRK-QTDE-MAP).
       1350-LER-MAPA-EXIT.
           EXIT.

      *****************************************************
      * CARREGA A TABELA DE BANCOS E AGENCIAS (BANCAGTB)
      *****************************************************
       1400-CARREGAR-BANCOS.
           MOVE ZEROS TO WRK-QTDE-AGE.
           OPEN INPUT TABELA-BANCOS.
           IF WRK-FS-BANCOS NOT = "00"
               DISPLAY 'BANCAGTB INDISPONIVEL (STATUS ' WRK-FS-BANCOS
                   ') - VARREDURA BLOQUEADA'
               MOVE 8 TO WRK-RC-RUN
               GO TO 1400-CARREGAR-BANCOS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-TABELA.
           PERFORM 1450-LER-BANCO THRU 1450-LER-BANCO-EXIT
               UNTIL FIM-TABELA.
           CLOSE TABELA-BANCOS.
           DISPLAY 'AGENCIAS DO BANCAGTB: ' WRK-QTDE-AGE.
       1400-CARREGAR-BANCOS-EXIT.
           EXIT.

       1450-LER-BANCO.
           READ TABELA-BANCOS
               AT END
                   MOVE 'S' TO WRK-FIM-TABELA
                   GO TO 1450-LER-BANCO-EXIT
           END-READ.
           IF WRK-QTDE-AGE NOT < 2000
               DISPLAY 'BANCAGTB COM MAIS DE 2000 AGENCIAS -'
                   ' VARREDURA BLOQUEADA'
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-TABELA
               GO TO 1450-LER-BANCO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-AGE.
           MOVE BA-BANCO TO AGE-BANCO (WRK-QTDE-AGE).
           MOVE BA-AGENCIA TO AGE-AGENCIA (WRK-QTDE-AGE).
           MOVE BA-SITUACAO TO AGE-SITUACAO (WRK-QTDE-AGE).
           MOVE BA-REGRA-DV TO AGE-REGRA-DV (WRK-QTDE-AGE).
       1450-LER-BANCO-EXIT.
           EXIT.

      *****************************************************
      * LE O ENCARGTB: QUANTOS ENCARGOS PATRONAIS HA E SE O
      * FGTS ESTA ENTRE ELES. A TABELA NAO TEM COMPANHIA - A
      * COBERTURA E A MESMA PARA TODAS E E CONFERIDA AO FIM
      * PARA CADA COMPANHIA COM EMPREGADO ATIVO
      *****************************************************
       1500-LER-ENCARGOS.
           MOVE ZEROS TO WRK-QTDE-ENCARGOS.
           MOVE 'N' TO WRK-ENC-FGTS.
           OPEN INPUT TABELA-ENCARGOS.
           IF WRK-FS-ENCARGOS NOT = "00"
               DISPLAY 'ENCARGTB INDISPONIVEL (STATUS '
                   WRK-FS-ENCARGOS ') - NENHUMA COMPANHIA COBERTA'
               GO TO 1500-LER-ENCARGOS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-TABELA.
           PERFORM 1550-LER-ENCARGO THRU 1550-LER-ENCARGO-EXIT
               UNTIL FIM-TABELA.
           CLOSE TABELA-ENCARGOS.
       1500-LER-ENCARGOS-EXIT.
           EXIT.

       1550-LER-ENCARGO.
           READ TABELA-ENCARGOS
               AT END
                   MOVE 'S' TO WRK-FIM-TABELA
               NOT AT END
                   ADD 1 TO WRK-QTDE-ENCARGOS
                   IF EN-TIPO = 'FGTS'
                       MOVE 'S' TO WRK-ENC-FGTS
                   END-IF
           END-READ.
       1550-LER-ENCARGO-EXIT.
           EXIT.

      *****************************************************
      * CONFERE AS REFERENCIAS DO EMPREGADO CORRENTE DO
      * MESTRE. INATIVO NAO ENTRA NA FOLHA E FICA DE FORA
      *****************************************************
       2000-VERIFICAR-EMPREGADO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MESTRE
                   GO TO 2000-VERIFICAR-EMPREGADO-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF EMP-INATIVO
               GO TO 2000-VERIFICAR-EMPREGADO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ATIVOS.
           MOVE 'N' TO WRK-EMP-FALHO.
           PERFORM 2100-CONTAR-COMPANHIA
               THRU 2100-CONTAR-COMPANHIA-EXIT.
           PERFORM 2200-VERIFICAR-COMPANHIA
               THRU 2200-VERIFICAR-COMPANHIA-EXIT.
           PERFORM 2300-VERIFICAR-CCUSTO
               THRU 2300-VERIFICAR-CCUSTO-EXIT.
           PERFORM 2400-VERIFICAR-BANCO
               THRU 2400-VERIFICAR-BANCO-EXIT.
           IF EMPREGADO-COM-FALHA
               ADD 1 TO WRK-QTDE-EMP-FALHA
           END-IF.
       2000-VERIFICAR-EMPREGADO-EXIT.
           EXIT.

      *****************************************************
      * ACUMULA O EMPREGADO ATIVO NA TABELA DE COMPANHIAS,
      * PARA A COBERTURA DO ENCARGTB. MAIS COMPANHIAS DO QUE
      * A TABELA COMPORTA DEIXA A COBERTURA INCOMPLETA E O
      * RUN E BLOQUEADO
      *****************************************************
       2100-CONTAR-COMPANHIA.
           MOVE ZEROS TO WRK-IND-CIA-ACHADA WRK-IND-CIA.
           PERFORM 2150-COMPARAR-COMPANHIA
               THRU 2150-COMPARAR-COMPANHIA-EXIT
               UNTIL WRK-IND-CIA-ACHADA > ZEROS
                   OR WRK-IND-CIA NOT LESS THAN WRK-QTDE-CIAS.
           IF WRK-IND-CIA-ACHADA = ZEROS
               IF WRK-QTDE-CIAS NOT < 50
                   DISPLAY 'MESTRE COM MAIS DE 50 COMPANHIAS -'
                       ' VARREDURA BLOQUEADA'
                   MOVE 8 TO WRK-RC-RUN
                   MOVE 'S' TO WRK-FIM-MESTRE
                   GO TO 2100-CONTAR-COMPANHIA-EXIT
               END-IF
               ADD 1 TO WRK-QTDE-CIAS
               MOVE WRK-QTDE-CIAS TO WRK-IND-CIA-ACHADA
               MOVE EMP-COMPANHIA TO CIA-CODIGO (WRK-IND-CIA-ACHADA)
               MOVE ZEROS TO CIA-ATIVOS (WRK-IND-CIA-ACHADA)
           END-IF.
           ADD 1 TO CIA-ATIVOS (WRK-IND-CIA-ACHADA).
       2100-CONTAR-COMPANHIA-EXIT.
           EXIT.

       2150-COMPARAR-COMPANHIA.
           ADD 1 TO WRK-IND-CIA.
           IF CIA-CODIGO (WRK-IND-CIA) = EMP-COMPANHIA
               MOVE WRK-IND-CIA TO WRK-IND-CIA-ACHADA
           END-IF.
       2150-COMPARAR-COMPANHIA-EXIT.
           EXIT.

      *****************************************************
      * COMPANHIA FORA DO ESCOPO DO PARAMCIA: A FOLHA RECUSA
      * O REGISTRO DO EMPREGADO
      *****************************************************
       2200-VERIFICAR-COMPANHIA.
           IF TODAS-COMPANHIAS
               OR EMP-COMPANHIA = WRK-CIA-PERMITIDA
               GO TO 2200-VERIFICAR-COMPANHIA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-F-CIA.
           MOVE 'COMPANHIA' TO WRK-FALHA-CAMPO.
           MOVE EMP-COMPANHIA TO WRK-FALHA-VALOR.
           MOVE 'FORA DO ESCOPO DA FOLHA (PARAMCIA)'
               TO WRK-FALHA-TEXTO.
           PERFORM 3900-REGISTRAR-FALHA
               THRU 3900-REGISTRAR-FALHA-EXIT.
       2200-VERIFICAR-COMPANHIA-EXIT.
           EXIT.

      *****************************************************
      * CENTRO DE CUSTO: INFORMADO, COM ORCAMENTO DA
      * COMPANHIA NO PERIODO (ORCAMCC) E COM CONTA NO MAPA
      * DO RAZAO (CONTAMAP)
      *****************************************************
       2300-VERIFICAR-CCUSTO.
           MOVE 'CCUSTO' TO WRK-FALHA-CAMPO.
           MOVE EMP-CCUSTO TO WRK-FALHA-VALOR.
           IF EMP-CCUSTO = SPACES
               ADD 1 TO WRK-QTDE-F-CCUSTO
               MOVE 'CENTRO DE CUSTO EM BRANCO'
                   TO WRK-FALHA-TEXTO
               PERFORM 3900-REGISTRAR-FALHA
                   THRU 3900-REGISTRAR-FALHA-EXIT
               GO TO 2300-VERIFICAR-CCUSTO-EXIT
           END-IF.
           MOVE ZEROS TO WRK-IND-ORC.
           PERFORM 2320-COMPARAR-ORCAMENTO
               THRU 2320-COMPARAR-ORCAMENTO-EXIT
               UNTIL WRK-IND-ORC NOT LESS THAN WRK-QTDE-ORC.
           IF WRK-IND-ORC NOT > WRK-QTDE-ORC
               ADD 1 TO WRK-QTDE-F-ORCAM
               MOVE 'SEM ORCAMENTO NO ORCAMCC NO PERIODO'
                   TO WRK-FALHA-TEXTO
               PERFORM 3900-REGISTRAR-FALHA
                   THRU 3900-REGISTRAR-FALHA-EXIT
           END-IF.
           MOVE ZEROS TO WRK-IND-MAP.
           PERFORM 2340-COMPARAR-MAPA THRU 2340-COMPARAR-MAPA-EXIT
               UNTIL WRK-IND-MAP NOT LESS THAN WRK-QTDE-MAP.
           IF WRK-IND-MAP NOT > WRK-QTDE-MAP
               ADD 1 TO WRK-QTDE-F-MAPA
               MOVE 'SEM CONTA NO CONTAMAP DO RAZAO'
                   TO WRK-FALHA-TEXTO
               PERFORM 3900-REGISTRAR-FALHA
                   THRU 3900-REGISTRAR-FALHA-EXIT
           END-IF.
       2300-VERIFICAR-CCUSTO-EXIT.
           EXIT.

      *----------------------------------------------------
      *    AS BUSCAS TERMINAM COM O INDICE ALEM DO FIM DA
      *    TABELA QUANDO ACHAM A CHAVE (QTDE + 1)
      *----------------------------------------------------
       2320-COMPARAR-ORCAMENTO.
           ADD 1 TO WRK-IND-ORC.
           IF ORC-CIA (WRK-IND-ORC) = EMP-COMPANHIA
               AND ORC-CCUSTO (WRK-IND-ORC) = EMP-CCUSTO
               MOVE WRK-QTDE-ORC TO WRK-IND-ORC
               ADD 1 TO WRK-IND-ORC
           END-IF.
       2320-COMPARAR-ORCAMENTO-EXIT.
           EXIT.

       2340-COMPARAR-MAPA.
           ADD 1 TO WRK-IND-MAP.
           IF MAP-CCUSTO (WRK-IND-MAP) = EMP-CCUSTO
               MOVE WRK-QTDE-MAP TO WRK-IND-MAP
               ADD 1 TO WRK-IND-MAP
           END-IF.
       2340-COMPARAR-MAPA-EXIT.
           EXIT.

      *****************************************************
      * DADOS BANCARIOS DO DEPOSITO: BANCO E AGENCIA NA
      * TABELA, AGENCIA NAO ENCERRADA E CONTA COM O DIGITO
      * VERIFICADOR CERTO PELA REGRA DO BANCO. EMPREGADO SEM
      * NENHUM DADO BANCARIO FICA FORA DA REMESSA
      *****************************************************
       2400-VERIFICAR-BANCO.
           IF EMP-BANCO = SPACES AND EMP-AGENCIA = SPACES
               AND EMP-CONTA = SPACES
               ADD 1 TO WRK-QTDE-F-BANCO
               MOVE 'BANCO' TO WRK-FALHA-CAMPO
               MOVE SPACES TO WRK-FALHA-VALOR
               MOVE 'SEM DADOS BANCARIOS PARA O DEPOSITO'
                   TO WRK-FALHA-TEXTO
               PERFORM 3900-REGISTRAR-FALHA
                   THRU 3900-REGISTRAR-FALHA-EXIT
               GO TO 2400-VERIFICAR-BANCO-EXIT
           END-IF.
           MOVE 'N' TO WRK-BANCO-ACHADO.
           MOVE ZEROS TO WRK-IND-AGE-ACHADA WRK-IND-AGE.
           PERFORM 2450-COMPARAR-AGENCIA
               THRU 2450-COMPARAR-AGENCIA-EXIT
               UNTIL WRK-IND-AGE-ACHADA > ZEROS
                   OR WRK-IND-AGE NOT LESS THAN WRK-QTDE-AGE.
           IF NOT BANCO-CADASTRADO
               ADD 1 TO WRK-QTDE-F-BANCO
               MOVE 'BANCO' TO WRK-FALHA-CAMPO
               MOVE EMP-BANCO TO WRK-FALHA-VALOR
               MOVE 'BANCO NAO CADASTRADO NO BANCAGTB'
                   TO WRK-FALHA-TEXTO
               PERFORM 3900-REGISTRAR-FALHA
                   THRU 3900-REGISTRAR-FALHA-EXIT
               GO TO 2400-VERIFICAR-BANCO-EXIT
           END-IF.
           MOVE 'AGENCIA' TO WRK-FALHA-CAMPO.
           MOVE EMP-AGENCIA TO WRK-FALHA-VALOR.
           IF WRK-IND-AGE-ACHADA = ZEROS
               ADD 1 TO WRK-QTDE-F-BANCO
               MOVE 'AGENCIA NAO CADASTRADA NO BANCAGTB'
                   TO WRK-FALHA-TEXTO
               PERFORM 3900-REGISTRAR-FALHA
                   THRU 3900-REGISTRAR-FALHA-EXIT
               GO TO 2400-VERIFICAR-BANCO-EXIT
           END-IF.
           IF AGE-SITUACAO (WRK-IND-AGE-ACHADA) = 'E'
               ADD 1 TO WRK-QTDE-F-BANCO
               MOVE 'AGENCIA ENCERRADA NO BANCAGTB'
                   TO WRK-FALHA-TEXTO
               PERFORM 3900-REGISTRAR-FALHA
                   THRU 3900-REGISTRAR-FALHA-EXIT
           END-IF.
           PERFORM 2500-CONFERIR-CONTA THRU 2500-CONFERIR-CONTA-EXIT.
           IF NOT CONTA-VALIDA
               ADD 1 TO WRK-QTDE-F-BANCO
               MOVE 'CONTA' TO WRK-FALHA-CAMPO
               MOVE EMP-CONTA TO WRK-FALHA-VALOR
               MOVE 'CONTA COM DIGITO VERIFICADOR INVALIDO'
                   TO WRK-FALHA-TEXTO
               PERFORM 3900-REGISTRAR-FALHA
                   THRU 3900-REGISTRAR-FALHA-EXIT
           END-IF.
       2400-VERIFICAR-BANCO-EXIT.
           EXIT.

       2450-COMPARAR-AGENCIA.
           ADD 1 TO WRK-IND-AGE.
           IF AGE-BANCO (WRK-IND-AGE) = EMP-BANCO
               MOVE 'S' TO WRK-BANCO-ACHADO
               IF AGE-AGENCIA (WRK-IND-AGE) = EMP-AGENCIA
                   MOVE WRK-IND-AGE TO WRK-IND-AGE-ACHADA
               END-IF
           END-IF.
       2450-COMPARAR-AGENCIA-EXIT.
           EXIT.

      *****************************************************
      * CONFERE A CONTA (OITO DIGITOS + VERIFICADOR) PELA
      * REGRA DO BANCO: '1' MODULO 11, PESOS 2 A 9 DA DIREITA
      * PARA A ESQUERDA (11 MENOS O RESTO; 10 OU 11 DA ZERO);
      * '2' MODULO 10, PESOS 2 E 1 ALTERNADOS DA DIREITA
      * (PRODUTO ACIMA DE 9 SOMA OS DOIS DIGITOS). BANCO SEM
      * REGRA SO EXIGE A CONTA NUMERICA
      *****************************************************
       2500-CONFERIR-CONTA.
           MOVE 'N' TO WRK-CONTA-OK.
           MOVE EMP-CONTA TO WRK-CONTA-X.
           IF WRK-CONTA-X NOT NUMERIC
               GO TO 2500-CONFERIR-CONTA-EXIT
           END-IF.
           MOVE ZEROS TO WRK-SOMA-DIG.
           MOVE 9 TO WRK-IND-DIG.
           EVALUATE AGE-REGRA-DV (WRK-IND-AGE-ACHADA)
               WHEN '1'
                   MOVE 1 TO WRK-PESO-DIG
                   PERFORM 2550-SOMAR-MODULO-11
                       THRU 2550-SOMAR-MODULO-11-EXIT
                       UNTIL WRK-IND-DIG = 1
                   DIVIDE WRK-SOMA-DIG BY 11 GIVING WRK-QUOC-DIG
                       REMAINDER WRK-RESTO-DIG
                   COMPUTE WRK-DV-CALC = 11 - WRK-RESTO-DIG
                   IF WRK-DV-CALC > 9
                       MOVE ZEROS TO WRK-DV-CALC
                   END-IF
               WHEN '2'
                   MOVE 1 TO WRK-PESO-DIG
                   PERFORM 2560-SOMAR-MODULO-10
                       THRU 2560-SOMAR-MODULO-10-EXIT
                       UNTIL WRK-IND-DIG = 1
                   DIVIDE WRK-SOMA-DIG BY 10 GIVING WRK-QUOC-DIG
                       REMAINDER WRK-RESTO-DIG
                   IF WRK-RESTO-DIG = ZEROS
                       MOVE ZEROS TO WRK-DV-CALC
                   ELSE
                       COMPUTE WRK-DV-CALC = 10 - WRK-RESTO-DIG
                   END-IF
               WHEN OTHER
                   MOVE 'S' TO WRK-CONTA-OK
                   GO TO 2500-CONFERIR-CONTA-EXIT
           END-EVALUATE.
           IF WRK-DV-CALC = WRK-CONTA-DIG (9)
               MOVE 'S' TO WRK-CONTA-OK
           END-IF.
       2500-CONFERIR-CONTA-EXIT.
           EXIT.

       2550-SOMAR-MODULO-11.
           SUBTRACT 1 FROM WRK-IND-DIG.
           ADD 1 TO WRK-PESO-DIG.
           IF WRK-PESO-DIG > 9
               MOVE 2 TO WRK-PESO-DIG
           END-IF.
           COMPUTE WRK-SOMA-DIG = WRK-SOMA-DIG
               + WRK-CONTA-DIG (WRK-IND-DIG) * WRK-PESO-DIG.
       2550-SOMAR-MODULO-11-EXIT.
           EXIT.

       2560-SOMAR-MODULO-10.
           SUBTRACT 1 FROM WRK-IND-DIG.
           IF WRK-PESO-DIG = 2
               MOVE 1 TO WRK-PESO-DIG
           ELSE
               MOVE 2 TO WRK-PESO-DIG
           END-IF.
           COMPUTE WRK-PRODUTO-DIG =
               WRK-CONTA-DIG (WRK-IND-DIG) * WRK-PESO-DIG.
           IF WRK-PRODUTO-DIG > 9
               SUBTRACT 9 FROM WRK-PRODUTO-DIG
           END-IF.
           ADD WRK-PRODUTO-DIG TO WRK-SOMA-DIG.
       2560-SOMAR-MODULO-10-EXIT.
           EXIT.

      *****************************************************
      * GRAVA NO RELATORIO UMA REFERENCIA QUEBRADA DO
      * EMPREGADO CORRENTE (CAMPO, VALOR E PROBLEMA)
      *****************************************************
       3900-REGISTRAR-FALHA.
           ADD 1 TO WRK-QTDE-FALHAS.
           MOVE 'S' TO WRK-EMP-FALHO.
           MOVE EMP-COMPANHIA TO INT-FAL-CIA.
           MOVE EMP-ID TO INT-FAL-MATRICULA.
           MOVE EMP-NOME TO INT-FAL-NOME.
           MOVE WRK-FALHA-CAMPO TO INT-FAL-CAMPO.
           MOVE WRK-FALHA-VALOR TO INT-FAL-VALOR.
           MOVE WRK-FALHA-TEXTO TO INT-FAL-TEXTO.
           WRITE RELATORIO-INTEGRIDADE-LINHA FROM INT-LINHA-FALHA.
           DISPLAY INT-LINHA-FALHA.
       3900-REGISTRAR-FALHA-EXIT.
           EXIT.

      *****************************************************
      * COBERTURA DOS ENCARGOS PATRONAIS POR COMPANHIA COM
      * EMPREGADO ATIVO: O ENCARGTB PRECISA EXISTIR, TER
      * ENCARGOS E TER O FGTS. COMO A TABELA E UNICA PARA
      * TODAS AS EMPRESAS, A FALHA E DA COMPANHIA INTEIRA E
      * SAI UMA VEZ POR COMPANHIA, NAO POR EMPREGADO
      *****************************************************
       5000-VERIFICAR-ENCARGOS.
           IF WRK-QTDE-CIAS = ZEROS
               GO TO 5000-VERIFICAR-ENCARGOS-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WRK-FS-ENCARGOS NOT = "00"
                   MOVE 'NAO COBERTA - TABELA AUSENTE'
                       TO WRK-ENC-SITUACAO
               WHEN WRK-QTDE-ENCARGOS = ZEROS
                   MOVE 'NAO COBERTA - TABELA VAZIA'
                       TO WRK-ENC-SITUACAO
               WHEN NOT ENCARGO-FGTS-PRESENTE
                   MOVE 'NAO COBERTA - SEM O FGTS'
                       TO WRK-ENC-SITUACAO
               WHEN OTHER
                   MOVE 'COBERTA' TO WRK-ENC-SITUACAO
           END-EVALUATE.
           MOVE SPACES TO RELATORIO-INTEGRIDADE-LINHA.
           WRITE RELATORIO-INTEGRIDADE-LINHA.
           MOVE 'COBERTURA DOS ENCARGOS PATRONAIS (ENCARGTB)'
               TO INT-MENSAGEM.
           WRITE RELATORIO-INTEGRIDADE-LINHA FROM INT-LINHA-MENSAGEM.
           MOVE ZEROS TO WRK-IND-CIA.
           PERFORM 5100-LISTAR-COMPANHIA
               THRU 5100-LISTAR-COMPANHIA-EXIT
               UNTIL WRK-IND-CIA NOT LESS THAN WRK-QTDE-CIAS.
       5000-VERIFICAR-ENCARGOS-EXIT.
           EXIT.

       5100-LISTAR-COMPANHIA.
           ADD 1 TO WRK-IND-CIA.
           MOVE CIA-CODIGO (WRK-IND-CIA) TO INT-CIA-CODIGO.
           MOVE CIA-ATIVOS (WRK-IND-CIA) TO INT-CIA-ATIVOS.
           MOVE WRK-ENC-SITUACAO TO INT-CIA-SITUACAO.
           WRITE RELATORIO-INTEGRIDADE-LINHA FROM INT-LINHA-CIA.
           DISPLAY INT-LINHA-CIA.
           IF WRK-ENC-SITUACAO NOT = 'COBERTA'
               ADD 1 TO WRK-QTDE-F-ENCARGO
               ADD 1 TO WRK-QTDE-FALHAS
           END-IF.
       5100-LISTAR-COMPANHIA-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME OS TOTAIS, FECHA OS ARQUIVOS E REGISTRA O
      * TERMINO NA TRILHA, COM O NUMERO DE REFERENCIAS
      * QUEBRADAS NA CHAVE
      *****************************************************
       9999-FINALIZAR.
           IF NOT RUN-VALIDO
               GO TO 9999-FINALIZAR-GRAVAR
           END-IF.
           MOVE SPACES TO RELATORIO-INTEGRIDADE-LINHA.
           WRITE RELATORIO-INTEGRIDADE-LINHA.
           IF WRK-QTDE-FALHAS = ZEROS
               MOVE 'NENHUMA REFERENCIA QUEBRADA NO MESTRE'
                   TO INT-MENSAGEM
               WRITE RELATORIO-INTEGRIDADE-LINHA
                   FROM INT-LINHA-MENSAGEM
           END-IF.
           MOVE 'REGISTROS LIDOS DO MESTRE...............:'
               TO INT-TOT-ROTULO.
           MOVE WRK-QTDE-LIDOS TO INT-TOT-QTDE.
           WRITE RELATORIO-INTEGRIDADE-LINHA FROM INT-LINHA-TOTAL.
           MOVE 'EMPREGADOS ATIVOS VERIFICADOS...........:'
               TO INT-TOT-ROTULO.
           MOVE WRK-QTDE-ATIVOS TO INT-TOT-QTDE.
           WRITE RELATORIO-INTEGRIDADE-LINHA FROM INT-LINHA-TOTAL.
           MOVE 'EMPREGADOS COM REFERENCIA QUEBRADA......:'
               TO INT-TOT-ROTULO.
           MOVE WRK-QTDE-EMP-FALHA TO INT-TOT-QTDE.
           WRITE RELATORIO-INTEGRIDADE-LINHA FROM INT-LINHA-TOTAL.
           MOVE '  CENTRO DE CUSTO EM BRANCO.............:'
               TO INT-TOT-ROTULO.
           MOVE WRK-QTDE-F-CCUSTO TO INT-TOT-QTDE.
           WRITE RELATORIO-INTEGRIDADE-LINHA FROM INT-LINHA-TOTAL.
           MOVE '  CC SEM ORCAMENTO (ORCAMCC)............:'
               TO INT-TOT-ROTULO.
           MOVE WRK-QTDE-F-ORCAM TO INT-TOT-QTDE.
           WRITE RELATORIO-INTEGRIDADE-LINHA FROM INT-LINHA-TOTAL.
           MOVE '  CC SEM CONTA (CONTAMAP)...............:'
               TO INT-TOT-ROTULO.
           MOVE WRK-QTDE-F-MAPA TO INT-TOT-QTDE.
           WRITE RELATORIO-INTEGRIDADE-LINHA FROM INT-LINHA-TOTAL.
           MOVE '  BANCO/AGENCIA/CONTA (BANCAGTB)........:'
               TO INT-TOT-ROTULO.
           MOVE WRK-QTDE-F-BANCO TO INT-TOT-QTDE.
           WRITE RELATORIO-INTEGRIDADE-LINHA FROM INT-LINHA-TOTAL.
           MOVE '  COMPANHIA FORA DO PARAMCIA............:'
               TO INT-TOT-ROTULO.
           MOVE WRK-QTDE-F-CIA TO INT-TOT-QTDE.
           WRITE RELATORIO-INTEGRIDADE-LINHA FROM INT-LINHA-TOTAL.
           MOVE '  COMPANHIA SEM COBERTURA NO ENCARGTB...:'
               TO INT-TOT-ROTULO.
           MOVE WRK-QTDE-F-ENCARGO TO INT-TOT-QTDE.
           WRITE RELATORIO-INTEGRIDADE-LINHA FROM INT-LINHA-TOTAL.
           MOVE 'TOTAL DE REFERENCIAS QUEBRADAS..........:'
               TO INT-TOT-ROTULO.
           MOVE WRK-QTDE-FALHAS TO INT-TOT-QTDE.
           WRITE RELATORIO-INTEGRIDADE-LINHA FROM INT-LINHA-TOTAL.
           CLOSE RELATORIO-INTEGRIDADE.
           CLOSE EMPLOYEE-MASTER.
           DISPLAY "=============================================".
           DISPLAY 'ATIVOS VERIFICADOS...: ' WRK-QTDE-ATIVOS.
           DISPLAY 'EMPREGADOS COM FALHA.: ' WRK-QTDE-EMP-FALHA.
           DISPLAY 'REFERENCIAS QUEBRADAS: ' WRK-QTDE-FALHAS.
       9999-FINALIZAR-GRAVAR.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB2I" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF WRK-RC-RUN = 8
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           ELSE
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           END-IF.
           MOVE WRK-QTDE-FALHAS TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
