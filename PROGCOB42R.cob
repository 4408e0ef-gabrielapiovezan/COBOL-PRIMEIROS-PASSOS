       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB42R.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: RUN MENSAL DE VALE-TRANSPORTE E VALE-REFEICAO:
      *           PARA CADA ADESAO ATIVA DO BENEFMST DE EMPREGADO
      *           ATIVO, APURA A QUANTIDADE DE DIAS DO PERIODO DO
      *           PARAMPER (OS DIAS DA ESCALA DA ADESAO OU, SEM
      *           ELA, OS DIAS UTEIS DO CALENDIA, MENOS AS
      *           AUSENCIAS DO PERIODO NO FOLHADIA), GRAVA O
      *           PEDIDO AO FORNECEDOR DE CADA BENEFICIO
      *           (BENVTPED E BENVRPED - HEADER/DETALHES/TRAILER,
      *           VALORES EM CENTAVOS) E ACRESCENTA AO FOLHAVRB A
      *           PARTE DO EMPREGADO COMO VERBA DE DESCONTO QUE A
      *           FOLHA NORMAL (PROGCOB04) APLICA: NO VT O CUSTO
      *           LIMITADO A 6% DO SALARIO BASE, NO VR O
      *           PERCENTUAL DE PARTICIPACAO DA ADESAO. DESCONTO
      *           JA LANCADO NO FOLHAVRB PARA A MATRICULA NAO E
      *           GRAVADO DE NOVO - UM RUN REPETIDO REFAZ OS
      *           PEDIDOS SEM DUPLICAR O DESCONTO
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - OS PEDIDOS ERAM
      *                    MONTADOS EM PLANILHA E O DESCONTO DE 6%
      *                    DO VT DIGITADO TODO MES NO FOLHAVRB
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
           SELECT CALENDARIO-DIAS ASSIGN TO "CALENDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALEND.
           SELECT TABELA-RUBRICAS ASSIGN TO "RUBRITAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUBRICA.
           SELECT ADESOES-BENEFICIO ASSIGN TO "BENEFMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BF-CHAVE
               FILE STATUS IS WRK-FS-BENEF.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT AUSENCIAS-PERIODO ASSIGN TO "FOLHADIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUSENCIAS.
           SELECT VERBAS-PERIODO ASSIGN TO "FOLHAVRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VERBAS.
           SELECT PEDIDO-VT ASSIGN TO "BENVTPED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDIDO-VT.
           SELECT PEDIDO-VR ASSIGN TO "BENVRPED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDIDO-VR.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * PERIODO DOS BENEFICIOS (AAAAMM) - OBRIGATORIO
      *****************************************************
       FD  PARAM-PERIODO.
       01  PARAM-PERIODO-REG.
           05  PP-PERIODO          PIC X(06).
      *****************************************************
      * CALENDARIO MANTIDO PELA OPERACAO, O MESMO LIDO PELO
      * PROGCOB04 E PELO PROGCOB27: DATA (AAAAMMDD) E TIPO
      * 'U' (DIA UTIL) OU 'F' (FERIADO)
      *****************************************************
       FD  CALENDARIO-DIAS.
       01  CALENDARIO-REG.
           05  CD-DATA             PIC X(08).
           05  CD-DATA-R REDEFINES CD-DATA.
               10  CD-PERIODO      PIC X(06).
               10  CD-DIA          PIC 9(02).
           05  CD-TIPO             PIC X(01).
               88  DIA-UTIL               VALUE 'U'.
      *****************************************************
      * TABELA DE RUBRICAS DA FOLHA (O MESMO LAYOUT LIDO
      * PELO PROGCOB04) - AS DUAS RUBRICAS DOS BENEFICIOS
      * PRECISAM ESTAR CADASTRADAS COMO DESCONTO
      *****************************************************
       FD  TABELA-RUBRICAS.
       01  TABELA-RUBRICAS-REG.
           05  RB-CODIGO           PIC X(04).
           05  RB-DESCRICAO        PIC X(16).
           05  RB-TIPO             PIC X(01).
       FD  ADESOES-BENEFICIO.
           COPY BENEFREC.
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
      *****************************************************
      * AUSENCIAS DO PERIODO, O MESMO LAYOUT LIDO PELO
      * PROGCOB04 E GRAVADO PELO PROGCOB27
      *****************************************************
       FD  AUSENCIAS-PERIODO.
       01  AUSENCIAS-PERIODO-REG.
           05  FA-COMPANHIA        PIC X(02).
           05  FA-MATRICULA        PIC 9(06).
           05  FA-PERIODO          PIC X(06).
           05  FA-DIAS-AUSENTES    PIC 9(02).
      *****************************************************
      * VERBAS VARIAVEIS DO PERIODO, O MESMO LAYOUT LIDO
      * PELO PROGCOB04 - OS DESCONTOS DOS BENEFICIOS SAO
      * ACRESCENTADOS AO FIM DAS VERBAS JA LANCADAS
      *****************************************************
       FD  VERBAS-PERIODO.
       01  VERBAS-PERIODO-REG.
           05  VB-COMPANHIA        PIC X(02).
           05  VB-MATRICULA        PIC 9(06).
           05  VB-RUBRICA          PIC X(04).
           05  VB-VALOR            PIC 9(06)V99.
      *****************************************************
      * PEDIDOS AOS FORNECEDORES: HEADER '0' COM O
      * BENEFICIO, O PERIODO E A DATA DA GERACAO, DETALHES
      * '1' COM O EMPREGADO, OS DIAS E OS VALORES EM
      * CENTAVOS E TRAILER '9' COM CONTAGEM E TOTAL
      *****************************************************
       FD  PEDIDO-VT.
       01  PEDIDO-VT-REG           PIC X(80).
       FD  PEDIDO-VR.
       01  PEDIDO-VR-REG           PIC X(80).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-CALEND    PIC X(02) VALUE SPACES.
       77 WRK-FS-RUBRICA   PIC X(02) VALUE SPACES.
       77 WRK-FS-BENEF     PIC X(02) VALUE SPACES.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-FS-AUSENCIAS PIC X(02) VALUE SPACES.
       77 WRK-FS-VERBAS    PIC X(02) VALUE SPACES.
       77 WRK-FS-PEDIDO-VT PIC X(02) VALUE SPACES.
       77 WRK-FS-PEDIDO-VR PIC X(02) VALUE SPACES.
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
       77 WRK-FIM-LEITURA  PIC X(01) VALUE 'N'.
           88 FIM-LEITURA           VALUE 'S'.
       77 WRK-FIM-BENEF    PIC X(01) VALUE 'N'.
           88 FIM-ADESOES           VALUE 'S'.
      *---------------------------------------------------
      * RUBRICAS DE DESCONTO DOS BENEFICIOS E O LIMITE
      * LEGAL DA PARTE DO EMPREGADO NO VALE-TRANSPORTE
      *---------------------------------------------------
       77 WRK-RUBRICA-VT   PIC X(04) VALUE 'VTRA'.
       77 WRK-RUBRICA-VR   PIC X(04) VALUE 'VREF'.
       77 WRK-PCT-TETO-VT  PIC 9(03)V99 VALUE 6,00.
       77 WRK-ACHOU-RUB-VT PIC X(01) VALUE 'N'.
           88 RUBRICA-VT-CADASTRADA VALUE 'S'.
       77 WRK-ACHOU-RUB-VR PIC X(01) VALUE 'N'.
           88 RUBRICA-VR-CADASTRADA VALUE 'S'.
       77 WRK-QTDE-DIAS-UTEIS PIC 9(02) VALUE ZEROS.
      *---------------------------------------------------
      * AUSENCIAS DO PERIODO SOMADAS POR MATRICULA
      *---------------------------------------------------
       77 WRK-QTDE-AUSENC  PIC 9(04) VALUE ZEROS.
       01 TAB-AUSENCIAS.
           05 AUS-ENTRADA OCCURS 1000 TIMES.
               10 AUS-COMPANHIA    PIC X(02).
               10 AUS-MATRICULA    PIC 9(06).
               10 AUS-DIAS         PIC 9(03).
      *---------------------------------------------------
      * DESCONTOS DE BENEFICIO JA LANCADOS NO FOLHAVRB
      * (DIGITADOS OU DE UM RUN ANTERIOR) - NAO SAO
      * GRAVADOS DE NOVO
      *---------------------------------------------------
       77 WRK-QTDE-JA-VERBAS PIC 9(04) VALUE ZEROS.
       01 TAB-JA-VERBAS.
           05 JVB-ENTRADA OCCURS 1000 TIMES.
               10 JVB-COMPANHIA    PIC X(02).
               10 JVB-MATRICULA    PIC 9(06).
               10 JVB-RUBRICA      PIC X(04).
       77 WRK-IND          PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ACHADO   PIC 9(04) VALUE ZEROS.
      *---------------------------------------------------
      * ADESAO EM ANDAMENTO: DIAS, CUSTO E PARTE DO
      * EMPREGADO
      *---------------------------------------------------
       77 WRK-SALARIO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DIAS-BASE    PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-AUSENTE PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-BENEF   PIC 9(02) VALUE ZEROS.
       77 WRK-VLR-CUSTO    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VLR-TETO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VLR-DESCONTO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RUBRICA-PROC PIC X(04) VALUE SPACES.
      *---------------------------------------------------
      * CONTADORES E TOTAIS DO RUN, POR BENEFICIO
      *---------------------------------------------------
       77 WRK-QTDE-LIDAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-CANCEL  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-INATIVOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-SEM-DIAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EXCECOES PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DESCONTOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-VT      PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-VT       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTDE-VR      PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-VR       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DESCONTO-ED  PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *---------------------------------------------------
      * REGISTROS DOS PEDIDOS AOS FORNECEDORES
      *---------------------------------------------------
       01 PED-HEADER.
           05 FILLER           PIC X(01) VALUE '0'.
           05 PED-HDR-TIPO     PIC X(02).
           05 PED-HDR-PERIODO  PIC X(06).
           05 PED-HDR-DATA     PIC X(08).
           05 PED-HDR-EMPRESA  PIC X(30)
               VALUE 'EMPRESA PROGCOB LTDA'.
           05 FILLER           PIC X(33) VALUE SPACES.
       01 PED-DETALHE.
           05 FILLER           PIC X(01) VALUE '1'.
           05 PED-DET-TIPO     PIC X(02).
           05 PED-DET-CIA      PIC X(02).
           05 PED-DET-MATRICULA PIC 9(06).
           05 PED-DET-NOME     PIC X(22).
           05 PED-DET-CPF      PIC X(11).
           05 PED-DET-DIAS     PIC 9(02).
           05 PED-DET-DIARIO   PIC 9(06).
           05 PED-DET-VALOR    PIC 9(08).
           05 FILLER           PIC X(20) VALUE SPACES.
       01 PED-TRAILER.
           05 FILLER           PIC X(01) VALUE '9'.
           05 PED-TRL-TIPO     PIC X(02).
           05 PED-TRL-QTDE     PIC 9(06).
           05 PED-TRL-TOTAL    PIC 9(13).
           05 FILLER           PIC X(58) VALUE SPACES.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF RUN-VALIDO
               PERFORM 2000-PROCESSAR-ADESAO
                   THRU 2000-PROCESSAR-ADESAO-EXIT
                   UNTIL FIM-ADESOES
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
           MOVE "PROGC42R" TO AU-PROGRAMA.
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
      * LE O PERIODO, OS DIAS UTEIS DO CALENDARIO E CONFERE
      * AS RUBRICAS; CARREGA AS AUSENCIAS E OS DESCONTOS JA
      * LANCADOS E ABRE OS ARQUIVOS. QUALQUER FALHA AQUI
      * BLOQUEIA O RUN COM RC 8 SEM GRAVAR NADA
      *****************************************************
       1000-INICIALIZAR.
           PERFORM 1100-LER-PERIODO THRU 1100-LER-PERIODO-EXIT.
           IF NOT RUN-VALIDO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1300-CARREGAR-CALENDARIO
               THRU 1300-CARREGAR-CALENDARIO-EXIT.
           IF NOT RUN-VALIDO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1400-CONFERIR-RUBRICAS
               THRU 1400-CONFERIR-RUBRICAS-EXIT.
           IF NOT RUN-VALIDO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT ADESOES-BENEFICIO.
           IF WRK-FS-BENEF NOT = "00"
               DISPLAY 'BENEFMST INDISPONIVEL (STATUS ' WRK-FS-BENEF
                   ') - SEM ADESOES, CADASTRE PELO PROGCOB42'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = "00"
               DISPLAY 'EMPMAST INDISPONIVEL (STATUS ' WRK-FS-EMPMAST
                   ') - BENEFICIOS BLOQUEADOS'
               CLOSE ADESOES-BENEFICIO
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1500-CARREGAR-AUSENCIAS
               THRU 1500-CARREGAR-AUSENCIAS-EXIT.
           PERFORM 1600-CARREGAR-LANCADOS
               THRU 1600-CARREGAR-LANCADOS-EXIT.
           OPEN EXTEND VERBAS-PERIODO.
           IF WRK-FS-VERBAS = "35"
               OPEN OUTPUT VERBAS-PERIODO
           END-IF.
           IF WRK-FS-VERBAS NOT = "00"
               DISPLAY 'FOLHAVRB INDISPONIVEL (STATUS ' WRK-FS-VERBAS
                   ') - BENEFICIOS BLOQUEADOS'
               CLOSE ADESOES-BENEFICIO EMPLOYEE-MASTER
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           OPEN OUTPUT PEDIDO-VT.
           OPEN OUTPUT PEDIDO-VR.
           MOVE WRK-PERIODO TO PED-HDR-PERIODO.
           MOVE WRK-DATA-AUDIT TO PED-HDR-DATA.
           MOVE 'VT' TO PED-HDR-TIPO.
           WRITE PEDIDO-VT-REG FROM PED-HEADER.
           MOVE 'VR' TO PED-HDR-TIPO.
           WRITE PEDIDO-VR-REG FROM PED-HEADER.
           MOVE 'N' TO WRK-FIM-BENEF.
           MOVE LOW-VALUES TO BF-CHAVE.
           START ADESOES-BENEFICIO KEY IS NOT LESS THAN BF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-BENEF.
           DISPLAY "====== VALE-TRANSPORTE E VALE-REFEICAO - PERIODO "
               WRK-PERIODO " ======".
           DISPLAY 'DIAS UTEIS NO CALENDIA: ' WRK-QTDE-DIAS-UTEIS
               ' - AUSENCIAS DO PERIODO: ' WRK-QTDE-AUSENC.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * LE DO PARAMPER O PERIODO DOS BENEFICIOS (AAAAMM)
      *****************************************************
       1100-LER-PERIODO.
           OPEN INPUT PARAM-PERIODO.
           IF WRK-FS-PARAM NOT = "00"
               DISPLAY 'PARAMPER INDISPONIVEL (STATUS ' WRK-FS-PARAM
                   ') - INFORME O PERIODO DOS BENEFICIOS'
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
           IF RUN-VALIDO AND WRK-PERIODO NOT NUMERIC
               DISPLAY 'PERIODO INVALIDO NO PARAMPER: ' WRK-PERIODO
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
           END-IF.
       1100-LER-PERIODO-EXIT.
           EXIT.

      *****************************************************
      * CONTA OS DIAS UTEIS DO PERIODO NO CALENDIA. SEM O
      * CALENDARIO OU SEM NENHUM DIA UTIL DO PERIODO NAO HA
      * QUANTIDADE A PEDIR PARA QUEM NAO TEM ESCALA PROPRIA
      *****************************************************
       1300-CARREGAR-CALENDARIO.
           MOVE ZEROS TO WRK-QTDE-DIAS-UTEIS.
           OPEN INPUT CALENDARIO-DIAS.
           IF WRK-FS-CALEND NOT = "00"
               DISPLAY 'CALENDIA INDISPONIVEL (STATUS ' WRK-FS-CALEND
                   ') - BENEFICIOS BLOQUEADOS'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1300-CARREGAR-CALENDARIO-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           PERFORM 1350-LER-CALENDARIO
               THRU 1350-LER-CALENDARIO-EXIT
               UNTIL FIM-LEITURA.
           CLOSE CALENDARIO-DIAS.
           IF WRK-QTDE-DIAS-UTEIS = ZEROS
               DISPLAY 'CALENDIA SEM DIA UTIL DO PERIODO '
                   WRK-PERIODO ' - BENEFICIOS BLOQUEADOS'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
           END-IF.
       1300-CARREGAR-CALENDARIO-EXIT.
           EXIT.

       1350-LER-CALENDARIO.
           READ CALENDARIO-DIAS
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA
               NOT AT END
                   IF CD-PERIODO = WRK-PERIODO AND DIA-UTIL
                       AND CD-DIA NUMERIC
                       AND CD-DIA > ZEROS AND CD-DIA < 32
                       ADD 1 TO WRK-QTDE-DIAS-UTEIS
                   END-IF
           END-READ.
       1350-LER-CALENDARIO-EXIT.
           EXIT.

      *****************************************************
      * AS DUAS RUBRICAS DOS BENEFICIOS TEM DE ESTAR NO
      * RUBRITAB COMO DESCONTO ('D') - SEM ISSO A FOLHA
      * IGNORARIA AS VERBAS, ENTAO O RUN E BLOQUEADO
      *****************************************************
       1400-CONFERIR-RUBRICAS.
           OPEN INPUT TABELA-RUBRICAS.
           IF WRK-FS-RUBRICA NOT = "00"
               DISPLAY 'RUBRITAB INDISPONIVEL (STATUS ' WRK-FS-RUBRICA
                   ') - BENEFICIOS BLOQUEADOS'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1400-CONFERIR-RUBRICAS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           PERFORM 1450-LER-RUBRICA THRU 1450-LER-RUBRICA-EXIT
               UNTIL FIM-LEITURA.
           CLOSE TABELA-RUBRICAS.
           IF NOT RUBRICA-VT-CADASTRADA
               OR NOT RUBRICA-VR-CADASTRADA
               DISPLAY 'RUBRICAS ' WRK-RUBRICA-VT ' E '
                   WRK-RUBRICA-VR ' PRECISAM ESTAR NO RUBRITAB COMO'
                   ' DESCONTO - BENEFICIOS BLOQUEADOS'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
           END-IF.
       1400-CONFERIR-RUBRICAS-EXIT.
           EXIT.

       1450-LER-RUBRICA.
           READ TABELA-RUBRICAS
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA
               NOT AT END
                   IF RB-CODIGO = WRK-RUBRICA-VT AND RB-TIPO = 'D'
                       MOVE 'S' TO WRK-ACHOU-RUB-VT
                   END-IF
                   IF RB-CODIGO = WRK-RUBRICA-VR AND RB-TIPO = 'D'
                       MOVE 'S' TO WRK-ACHOU-RUB-VR
                   END-IF
           END-READ.
       1450-LER-RUBRICA-EXIT.
           EXIT.

      *****************************************************
      * SOMA POR MATRICULA AS AUSENCIAS DO PERIODO NO
      * FOLHADIA. SEM O ARQUIVO NAO HA AUSENCIA LANCADA E A
      * QUANTIDADE SAI CHEIA
      *****************************************************
       1500-CARREGAR-AUSENCIAS.
           OPEN INPUT AUSENCIAS-PERIODO.
           IF WRK-FS-AUSENCIAS NOT = "00"
               DISPLAY 'FOLHADIA NAO ENCONTRADO - BENEFICIOS SEM'
                   ' DESCONTO DE AUSENCIAS'
               GO TO 1500-CARREGAR-AUSENCIAS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           PERFORM 1550-LER-AUSENCIA THRU 1550-LER-AUSENCIA-EXIT
               UNTIL FIM-LEITURA.
           CLOSE AUSENCIAS-PERIODO.
       1500-CARREGAR-AUSENCIAS-EXIT.
           EXIT.

       1550-LER-AUSENCIA.
           READ AUSENCIAS-PERIODO
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA
                   GO TO 1550-LER-AUSENCIA-EXIT
           END-READ.
           IF FA-PERIODO NOT = WRK-PERIODO
               OR FA-DIAS-AUSENTES NOT NUMERIC
               OR FA-DIAS-AUSENTES = ZEROS
               GO TO 1550-LER-AUSENCIA-EXIT
           END-IF.
           IF FA-COMPANHIA = SPACES
               MOVE '01' TO FA-COMPANHIA
           END-IF.
           PERFORM 1560-PROCURAR-AUSENCIA
               THRU 1560-PROCURAR-AUSENCIA-EXIT.
           IF WRK-IND-ACHADO > ZEROS
               ADD FA-DIAS-AUSENTES TO AUS-DIAS (WRK-IND-ACHADO)
               GO TO 1550-LER-AUSENCIA-EXIT
           END-IF.
           IF WRK-QTDE-AUSENC NOT LESS THAN 1000
               DISPLAY 'TABELA DE AUSENCIAS CHEIA - MATRICULA '
                   FA-MATRICULA ' SEM DESCONTO DE AUSENCIAS'
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               GO TO 1550-LER-AUSENCIA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-AUSENC.
           MOVE FA-COMPANHIA TO AUS-COMPANHIA (WRK-QTDE-AUSENC).
           MOVE FA-MATRICULA TO AUS-MATRICULA (WRK-QTDE-AUSENC).
           MOVE FA-DIAS-AUSENTES TO AUS-DIAS (WRK-QTDE-AUSENC).
       1550-LER-AUSENCIA-EXIT.
           EXIT.

       1560-PROCURAR-AUSENCIA.
           MOVE ZEROS TO WRK-IND-ACHADO WRK-IND.
           PERFORM 1570-COMPARAR-AUSENCIA
               THRU 1570-COMPARAR-AUSENCIA-EXIT
               UNTIL WRK-IND-ACHADO > ZEROS
                   OR WRK-IND NOT LESS THAN WRK-QTDE-AUSENC.
       1560-PROCURAR-AUSENCIA-EXIT.
           EXIT.

       1570-COMPARAR-AUSENCIA.
           ADD 1 TO WRK-IND.
           IF AUS-COMPANHIA (WRK-IND) = FA-COMPANHIA
               AND AUS-MATRICULA (WRK-IND) = FA-MATRICULA
               MOVE WRK-IND TO WRK-IND-ACHADO
           END-IF.
       1570-COMPARAR-AUSENCIA-EXIT.
           EXIT.

      *****************************************************
      * CARREGA OS DESCONTOS DE BENEFICIO JA NO FOLHAVRB.
      * SEM O ARQUIVO NADA FOI LANCADO AINDA
      *****************************************************
       1600-CARREGAR-LANCADOS.
           OPEN INPUT VERBAS-PERIODO.
           IF WRK-FS-VERBAS NOT = "00"
               GO TO 1600-CARREGAR-LANCADOS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           PERFORM 1650-LER-VERBA THRU 1650-LER-VERBA-EXIT
               UNTIL FIM-LEITURA.
           CLOSE VERBAS-PERIODO.
       1600-CARREGAR-LANCADOS-EXIT.
           EXIT.

       1650-LER-VERBA.
           READ VERBAS-PERIODO
               AT END
                   MOVE 'S' TO WRK-FIM-LEITURA
                   GO TO 1650-LER-VERBA-EXIT
           END-READ.
           IF VB-RUBRICA NOT = WRK-RUBRICA-VT
               AND VB-RUBRICA NOT = WRK-RUBRICA-VR
               GO TO 1650-LER-VERBA-EXIT
           END-IF.
           IF WRK-QTDE-JA-VERBAS NOT LESS THAN 1000
               DISPLAY 'TABELA DE VERBAS LANCADAS CHEIA - MATRICULA '
                   VB-MATRICULA ' NAO CONFERIDA'
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               GO TO 1650-LER-VERBA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-JA-VERBAS.
           IF VB-COMPANHIA = SPACES
               MOVE '01' TO JVB-COMPANHIA (WRK-QTDE-JA-VERBAS)
           ELSE
               MOVE VB-COMPANHIA TO JVB-COMPANHIA (WRK-QTDE-JA-VERBAS)
           END-IF.
           MOVE VB-MATRICULA TO JVB-MATRICULA (WRK-QTDE-JA-VERBAS).
           MOVE VB-RUBRICA TO JVB-RUBRICA (WRK-QTDE-JA-VERBAS).
       1650-LER-VERBA-EXIT.
           EXIT.

      *****************************************************
      * UMA ADESAO: SO ATIVA E DE EMPREGADO ATIVO NO MESTRE.
      * APURA OS DIAS (ESCALA DA ADESAO OU DIAS UTEIS, MENOS
      * AS AUSENCIAS), GRAVA O PEDIDO DO BENEFICIO E O
      * DESCONTO DA PARTE DO EMPREGADO
      *****************************************************
       2000-PROCESSAR-ADESAO.
           READ ADESOES-BENEFICIO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-BENEF
                   GO TO 2000-PROCESSAR-ADESAO-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-LIDAS.
           IF NOT BF-ATIVO
               ADD 1 TO WRK-QTDE-CANCEL
               GO TO 2000-PROCESSAR-ADESAO-EXIT
           END-IF.
           IF NOT BF-VALE-TRANSPORTE AND NOT BF-VALE-REFEICAO
               DISPLAY BF-COMPANHIA ' ' BF-MATRICULA ' BENEFICIO '
                   BF-TIPO ' *** TIPO INVALIDO - IGNORADO ***'
               ADD 1 TO WRK-QTDE-EXCECOES
               MOVE 4 TO WRK-RC-RUN
               GO TO 2000-PROCESSAR-ADESAO-EXIT
           END-IF.
           MOVE BF-COMPANHIA TO EMP-COMPANHIA.
           MOVE BF-MATRICULA TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY BF-COMPANHIA ' ' BF-MATRICULA ' BENEFICIO '
                       BF-TIPO ' *** MATRICULA NAO CADASTRADA ***'
                   ADD 1 TO WRK-QTDE-EXCECOES
                   MOVE 4 TO WRK-RC-RUN
                   GO TO 2000-PROCESSAR-ADESAO-EXIT
           END-READ.
           IF EMP-INATIVO
               DISPLAY BF-COMPANHIA ' ' BF-MATRICULA ' ' EMP-NOME
                   ' ' BF-TIPO ' - EMPREGADO INATIVO, FORA DO PEDIDO'
               ADD 1 TO WRK-QTDE-INATIVOS
               GO TO 2000-PROCESSAR-ADESAO-EXIT
           END-IF.
           IF EMP-SALARIO NUMERIC
               MOVE EMP-SALARIO TO WRK-SALARIO
           ELSE
               MOVE ZEROS TO WRK-SALARIO
           END-IF.
           PERFORM 2100-APURAR-DIAS THRU 2100-APURAR-DIAS-EXIT.
           IF WRK-DIAS-BENEF = ZEROS
               DISPLAY BF-COMPANHIA ' ' BF-MATRICULA ' ' EMP-NOME
                   ' ' BF-TIPO ' - SEM DIAS A PEDIR NO PERIODO'
               ADD 1 TO WRK-QTDE-SEM-DIAS
               GO TO 2000-PROCESSAR-ADESAO-EXIT
           END-IF.
           COMPUTE WRK-VLR-CUSTO = WRK-DIAS-BENEF * BF-VLR-DIARIO.
           PERFORM 2200-GRAVAR-PEDIDO THRU 2200-GRAVAR-PEDIDO-EXIT.
           PERFORM 2300-APURAR-DESCONTO
               THRU 2300-APURAR-DESCONTO-EXIT.
           MOVE WRK-VLR-CUSTO TO WRK-VALOR-ED.
           MOVE WRK-VLR-DESCONTO TO WRK-DESCONTO-ED.
           DISPLAY BF-COMPANHIA ' ' BF-MATRICULA ' ' EMP-NOME
               ' ' BF-TIPO ' DIAS ' WRK-DIAS-BENEF
               ' PEDIDO ' WRK-VALOR-ED ' DESCONTO ' WRK-DESCONTO-ED.
           IF WRK-VLR-DESCONTO > ZEROS
               PERFORM 2400-GRAVAR-DESCONTO
                   THRU 2400-GRAVAR-DESCONTO-EXIT
           END-IF.
       2000-PROCESSAR-ADESAO-EXIT.
           EXIT.

      *****************************************************
      * DIAS DO BENEFICIO: A ESCALA DA ADESAO OU, ZERADA, OS
      * DIAS UTEIS DO CALENDIA, MENOS AS AUSENCIAS DO
      * PERIODO DA MATRICULA (NUNCA NEGATIVO)
      *****************************************************
       2100-APURAR-DIAS.
           IF BF-DIAS-MES NUMERIC AND BF-DIAS-MES > ZEROS
               MOVE BF-DIAS-MES TO WRK-DIAS-BASE
           ELSE
               MOVE WRK-QTDE-DIAS-UTEIS TO WRK-DIAS-BASE
           END-IF.
           MOVE ZEROS TO WRK-DIAS-AUSENTE.
           MOVE BF-COMPANHIA TO FA-COMPANHIA.
           MOVE BF-MATRICULA TO FA-MATRICULA.
           PERFORM 1560-PROCURAR-AUSENCIA
               THRU 1560-PROCURAR-AUSENCIA-EXIT.
           IF WRK-IND-ACHADO > ZEROS
               MOVE AUS-DIAS (WRK-IND-ACHADO) TO WRK-DIAS-AUSENTE
           END-IF.
           IF WRK-DIAS-AUSENTE NOT LESS THAN WRK-DIAS-BASE
               MOVE ZEROS TO WRK-DIAS-BENEF
           ELSE
               COMPUTE WRK-DIAS-BENEF =
                   WRK-DIAS-BASE - WRK-DIAS-AUSENTE
           END-IF.
       2100-APURAR-DIAS-EXIT.
           EXIT.

      *****************************************************
      * GRAVA O DETALHE NO PEDIDO DO FORNECEDOR DO
      * BENEFICIO, COM OS VALORES EM CENTAVOS
      *****************************************************
       2200-GRAVAR-PEDIDO.
           MOVE BF-TIPO TO PED-DET-TIPO.
           MOVE BF-COMPANHIA TO PED-DET-CIA.
           MOVE BF-MATRICULA TO PED-DET-MATRICULA.
           MOVE EMP-NOME TO PED-DET-NOME.
           MOVE EMP-CPF TO PED-DET-CPF.
           MOVE WRK-DIAS-BENEF TO PED-DET-DIAS.
           COMPUTE PED-DET-DIARIO = BF-VLR-DIARIO * 100.
           COMPUTE PED-DET-VALOR = WRK-VLR-CUSTO * 100.
           IF BF-VALE-TRANSPORTE
               WRITE PEDIDO-VT-REG FROM PED-DETALHE
               ADD 1 TO WRK-QTDE-VT
               ADD WRK-VLR-CUSTO TO WRK-TOT-VT
           ELSE
               WRITE PEDIDO-VR-REG FROM PED-DETALHE
               ADD 1 TO WRK-QTDE-VR
               ADD WRK-VLR-CUSTO TO WRK-TOT-VR
           END-IF.
       2200-GRAVAR-PEDIDO-EXIT.
           EXIT.

      *****************************************************
      * PARTE DO EMPREGADO: NO VT O CUSTO DO MES, LIMITADO A
      * 6% DO SALARIO BASE DO MESTRE; NO VR O PERCENTUAL DE
      * PARTICIPACAO DA ADESAO SOBRE O CUSTO
      *****************************************************
       2300-APURAR-DESCONTO.
           IF BF-VALE-TRANSPORTE
               MOVE WRK-RUBRICA-VT TO WRK-RUBRICA-PROC
               COMPUTE WRK-VLR-TETO ROUNDED =
                   WRK-SALARIO * WRK-PCT-TETO-VT / 100
               IF WRK-VLR-CUSTO > WRK-VLR-TETO
                   MOVE WRK-VLR-TETO TO WRK-VLR-DESCONTO
               ELSE
                   MOVE WRK-VLR-CUSTO TO WRK-VLR-DESCONTO
               END-IF
           ELSE
               MOVE WRK-RUBRICA-VR TO WRK-RUBRICA-PROC
               IF BF-PCT-PARTICIPACAO NUMERIC
                   COMPUTE WRK-VLR-DESCONTO ROUNDED =
                       WRK-VLR-CUSTO * BF-PCT-PARTICIPACAO / 100
               ELSE
                   MOVE ZEROS TO WRK-VLR-DESCONTO
               END-IF
           END-IF.
       2300-APURAR-DESCONTO-EXIT.
           EXIT.

      *****************************************************
      * ACRESCENTA O DESCONTO AO FOLHAVRB, A MENOS QUE A
      * MATRICULA JA TENHA A VERBA DA RUBRICA NO PERIODO -
      * NESSE CASO O LANCADO E MANTIDO E VAI PARA AS
      * EXCECOES (RC 4)
      *****************************************************
       2400-GRAVAR-DESCONTO.
           MOVE ZEROS TO WRK-IND-ACHADO WRK-IND.
           PERFORM 2450-COMPARAR-LANCADO
               THRU 2450-COMPARAR-LANCADO-EXIT
               UNTIL WRK-IND-ACHADO > ZEROS
                   OR WRK-IND NOT LESS THAN WRK-QTDE-JA-VERBAS.
           IF WRK-IND-ACHADO > ZEROS
               DISPLAY BF-COMPANHIA ' ' BF-MATRICULA ' RUBRICA '
                   WRK-RUBRICA-PROC ' *** JA LANCADA NO FOLHAVRB -'
                   ' MANTIDA ***'
               ADD 1 TO WRK-QTDE-EXCECOES
               MOVE 4 TO WRK-RC-RUN
               GO TO 2400-GRAVAR-DESCONTO-EXIT
           END-IF.
           MOVE BF-COMPANHIA TO VB-COMPANHIA.
           MOVE BF-MATRICULA TO VB-MATRICULA.
           MOVE WRK-RUBRICA-PROC TO VB-RUBRICA.
           MOVE WRK-VLR-DESCONTO TO VB-VALOR.
           WRITE VERBAS-PERIODO-REG.
           ADD 1 TO WRK-QTDE-DESCONTOS.
           ADD WRK-VLR-DESCONTO TO WRK-TOT-DESCONTOS.
       2400-GRAVAR-DESCONTO-EXIT.
           EXIT.

       2450-COMPARAR-LANCADO.
           ADD 1 TO WRK-IND.
           IF JVB-COMPANHIA (WRK-IND) = BF-COMPANHIA
               AND JVB-MATRICULA (WRK-IND) = BF-MATRICULA
               AND JVB-RUBRICA (WRK-IND) = WRK-RUBRICA-PROC
               MOVE WRK-IND TO WRK-IND-ACHADO
           END-IF.
       2450-COMPARAR-LANCADO-EXIT.
           EXIT.

      *****************************************************
      * FECHA OS PEDIDOS COM O TRAILER, IMPRIME OS TOTAIS DE
      * CONTROLE E REGISTRA O TERMINO (OU O BLOQUEIO) NA
      * AUDITORIA, COM O PERIODO NA CHAVE
      *****************************************************
       9999-FINALIZAR.
           IF NOT RUN-VALIDO
               GO TO 9999-FINALIZAR-GRAVAR
           END-IF.
           MOVE 'VT' TO PED-TRL-TIPO.
           MOVE WRK-QTDE-VT TO PED-TRL-QTDE.
           COMPUTE PED-TRL-TOTAL = WRK-TOT-VT * 100.
           WRITE PEDIDO-VT-REG FROM PED-TRAILER.
           MOVE 'VR' TO PED-TRL-TIPO.
           MOVE WRK-QTDE-VR TO PED-TRL-QTDE.
           COMPUTE PED-TRL-TOTAL = WRK-TOT-VR * 100.
           WRITE PEDIDO-VR-REG FROM PED-TRAILER.
           CLOSE ADESOES-BENEFICIO EMPLOYEE-MASTER.
           CLOSE VERBAS-PERIODO PEDIDO-VT PEDIDO-VR.
           DISPLAY "=============================================".
           DISPLAY 'ADESOES LIDAS........: ' WRK-QTDE-LIDAS.
           DISPLAY 'CANCELADAS...........: ' WRK-QTDE-CANCEL.
           DISPLAY 'EMPREGADOS INATIVOS..: ' WRK-QTDE-INATIVOS.
           DISPLAY 'SEM DIAS NO PERIODO..: ' WRK-QTDE-SEM-DIAS.
           DISPLAY 'EXCECOES.............: ' WRK-QTDE-EXCECOES.
           MOVE WRK-TOT-VT TO WRK-TOTAL-ED.
           DISPLAY 'PEDIDO VT............: ' WRK-QTDE-VT ' - '
               WRK-TOTAL-ED.
           MOVE WRK-TOT-VR TO WRK-TOTAL-ED.
           DISPLAY 'PEDIDO VR............: ' WRK-QTDE-VR ' - '
               WRK-TOTAL-ED.
           MOVE WRK-TOT-DESCONTOS TO WRK-TOTAL-ED.
           DISPLAY 'DESCONTOS NO FOLHAVRB: ' WRK-QTDE-DESCONTOS ' - '
               WRK-TOTAL-ED.
       9999-FINALIZAR-GRAVAR.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGC42R" TO AU-PROGRAMA.
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
