       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB26.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: RELATORIO MENSAL DE QUADRO DE PESSOAL E
      *           ROTATIVIDADE: PARA OS MESES PEDIDOS NO PARAMQDR
      *           (ATE 12), POR COMPANHIA, DEPARTAMENTO (EMP-DEPTO)
      *           E CENTRO DE CUSTO (EMP-CCUSTO), O QUADRO INICIAL,
      *           AS ADMISSOES (INCLUSOES DO PROGCOB02/PROGCOB02B E
      *           REATIVACOES), OS DESLIGAMENTOS (INATIVACOES DO
      *           PROGCOB03 E RESCISOES DO PROGCOB04R), AS
      *           TRANSFERENCIAS DE ENTRADA E DE SAIDA ENTRE
      *           LOTACOES, O QUADRO FINAL E A TAXA DE ROTATIVIDADE
      *           ((ADMISSOES + DESLIGAMENTOS) / 2 SOBRE O QUADRO
      *           MEDIO). A SITUACAO DE CADA MATRICULA NO INICIO DO
      *           PRIMEIRO MES E REMONTADA DAS IMAGENS ANTES/DEPOIS
      *           DO EMPMOVH; SEM MOVIMENTO, VALE O MESTRE.
      *           O QUADRO FINAL, SOMADO AOS MOVIMENTOS POSTERIORES
      *           AO ULTIMO MES, TEM DE BATER COM A CONTAGEM VIVA
      *           DE ATIVOS DO EMPMAST - SENAO SAI UMA LINHA DE
      *           DIVERGENCIA (GRAVACAO NO MESTRE SEM MOVIMENTO) E
      *           O RUN TERMINA COM RC 4
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - O QUADRO MENSAL POR
      *                    DEPARTAMENTO ERA MONTADO A MAO A PARTIR
      *                    DAS TELAS DO PROGCOB03
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  AFASTADOS NO FIM DE CADA MES (AFASTMST)
      *                    EM COLUNA SEPARADA, COM O QUADRO EM
      *                    EXERCICIO (FINAL MENOS AFASTADOS)
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-QUADRO ASSIGN TO "PARAMQDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAM.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT MOVIMENTO-MESTRE ASSIGN TO "EMPMOVH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVH.
           SELECT RELATORIO-QUADRO ASSIGN TO "QUADREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAT.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT CADASTRO-AFASTAMENTO ASSIGN TO "AFASTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-CHAVE
               FILE STATUS IS WRK-FS-AFAST.
           SELECT ARQ-CLASSIFICACAO ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * MESES DO RELATORIO (AAAAMM): INICIAL E FINAL; FINAL
      * EM BRANCO = SO O MES INICIAL. NO MAXIMO 12 MESES
      *****************************************************
       FD  PARAM-QUADRO.
       01  PARAM-QUADRO-REG.
           05  PQ-PERIODO-INI      PIC X(06).
           05  PQ-PERIODO-FIM      PIC X(06).
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
       FD  MOVIMENTO-MESTRE.
           COPY MOVHREC.
       FD  RELATORIO-QUADRO.
       01  RELATORIO-QUADRO-LINHA  PIC X(80).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       FD  CADASTRO-AFASTAMENTO.
           COPY AFASTREC.
      *****************************************************
      * ORIGEM '0' = SITUACAO ATUAL NO MESTRE, '1' = EVENTO
      * DO EMPMOVH EM ORDEM CRONOLOGICA (DATA, HORA E ORDEM
      * DE GRAVACAO)
      *****************************************************
       SD  ARQ-CLASSIFICACAO.
       01  CLASSIFICACAO-REG.
           05  SRT-COMPANHIA       PIC X(02).
           05  SRT-MATRICULA       PIC 9(06).
           05  SRT-ORIGEM          PIC X(01).
           05  SRT-DATA            PIC X(08).
           05  SRT-HORA            PIC X(08).
           05  SRT-SEQUENCIA       PIC 9(08).
           05  SRT-EVENTO          PIC X(12).
           05  SRT-ANT-SITUACAO    PIC X(01).
           05  SRT-ANT-DEPTO       PIC X(03).
           05  SRT-ANT-CCUSTO      PIC X(05).
           05  SRT-DEP-SITUACAO    PIC X(01).
           05  SRT-DEP-DEPTO       PIC X(03).
           05  SRT-DEP-CCUSTO      PIC X(05).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-FS-AFAST     PIC X(02) VALUE SPACES.
       77 WRK-FS-MOVH      PIC X(02) VALUE SPACES.
       77 WRK-FS-RELAT     PIC X(02) VALUE SPACES.
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
       77 WRK-FIM-MESTRE   PIC X(01) VALUE 'N'.
           88 FIM-MESTRE            VALUE 'S'.
       77 WRK-FIM-MOVH     PIC X(01) VALUE 'N'.
           88 FIM-MOVIMENTOS        VALUE 'S'.
       77 WRK-TEM-MOVH     PIC X(01) VALUE 'N'.
           88 HA-MOVIMENTOS         VALUE 'S'.
       77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
           88 FIM-CLASSIFICACAO     VALUE 'S'.
      *---------------------------------------------------
      * MESES DO RELATORIO
      *---------------------------------------------------
       01 WRK-PERIODO-INI.
           05 WRK-ANO-INI      PIC 9(04).
           05 WRK-MES-INI      PIC 9(02).
       01 WRK-PERIODO-FIM.
           05 WRK-ANO-FIM      PIC 9(04).
           05 WRK-MES-FIM      PIC 9(02).
       01 WRK-PERIODO-EVT.
           05 WRK-ANO-EVT      PIC 9(04).
           05 WRK-MES-EVT      PIC 9(02).
       01 WRK-PERIODO-IMP.
           05 WRK-ANO-IMP      PIC 9(04).
           05 WRK-MES-IMP      PIC 9(02).
       77 WRK-QTDE-MESES   PIC S9(04) VALUE ZEROS.
       77 WRK-IND-MES      PIC S9(04) VALUE ZEROS.
      *---------------------------------------------------
      * CONTADORES DA LEITURA
      *---------------------------------------------------
       77 WRK-SEQUENCIA    PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-MESTRE  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-MOVH    PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-EMPREG  PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * SITUACAO DA MATRICULA EM ANDAMENTO: NO MESTRE, NO
      * INICIO DO PRIMEIRO MES E NO EVENTO LIDO
      *---------------------------------------------------
       77 WRK-QUEBRA-CIA   PIC X(02) VALUE SPACES.
       77 WRK-QUEBRA-MAT   PIC 9(06) VALUE ZEROS.
       77 WRK-TEM-EMPREGADO PIC X(01) VALUE 'N'.
           88 EMPREGADO-PENDENTE    VALUE 'S'.
       77 WRK-MST-EXISTE   PIC X(01) VALUE 'N'.
           88 NO-MESTRE             VALUE 'S'.
       77 WRK-MST-ATIVO    PIC X(01) VALUE 'N'.
           88 ATIVO-NO-MESTRE       VALUE 'S'.
       77 WRK-MST-DEPTO    PIC X(03) VALUE SPACES.
       77 WRK-MST-CCUSTO   PIC X(05) VALUE SPACES.
       77 WRK-INI-CONHECIDO PIC X(01) VALUE 'N'.
           88 INICIO-CONHECIDO      VALUE 'S'.
       77 WRK-INI-ATIVO    PIC X(01) VALUE 'N'.
           88 ATIVO-NO-INICIO       VALUE 'S'.
       77 WRK-INI-DEPTO    PIC X(03) VALUE SPACES.
       77 WRK-INI-CCUSTO   PIC X(05) VALUE SPACES.
       77 WRK-ANT-ATIVO    PIC X(01) VALUE 'N'.
           88 ATIVO-ANTES           VALUE 'S'.
       77 WRK-DEP-ATIVO    PIC X(01) VALUE 'N'.
           88 ATIVO-DEPOIS          VALUE 'S'.
      *---------------------------------------------------
      * EVENTO NO PERIODO ('M', COM O MES EM WRK-IND-MES)
      * OU DEPOIS DO ULTIMO MES ('P')
      *---------------------------------------------------
       77 WRK-FASE         PIC X(01) VALUE SPACE.
           88 FASE-NO-PERIODO       VALUE 'M'.
           88 FASE-POSTERIOR        VALUE 'P'.
      *---------------------------------------------------
      * AFASTAMENTOS DA MATRICULA EM ANDAMENTO: MES DO
      * RELATORIO EM QUE ELA ESTAVA AFASTADA NO ULTIMO DIA
      * (MARCADO UMA VEZ SO, MESMO COM MAIS DE UM REGISTRO)
      *---------------------------------------------------
       77 WRK-AFAST-OK     PIC X(01) VALUE 'N'.
           88 AFASTAMENTOS-DISPONIVEIS VALUE 'S'.
       77 WRK-FIM-AFAST    PIC X(01) VALUE 'N'.
           88 FIM-AFASTAMENTOS      VALUE 'S'.
       01 WRK-MESES-AFAST.
           05 WRK-MES-AFAST OCCURS 12 TIMES PIC X(01).
               88 AFASTADO-NO-MES       VALUE 'S'.
       01 WRK-DIA-SEGUINTE.
           05 WRK-ANO-SEG      PIC 9(04).
           05 WRK-MES-SEG      PIC 9(02).
           05 FILLER           PIC X(02) VALUE '01'.
       77 WRK-QTDE-AFAST-LIDOS PIC 9(06) VALUE ZEROS.
      *---------------------------------------------------
      * QUADRO POR COMPANHIA + DEPTO + CCUSTO, MANTIDO EM
      * ORDEM DE CHAVE NA INCLUSAO PARA SAIR ORDENADO NO
      * RELATORIO, COM OS MOVIMENTOS DE CADA MES
      *---------------------------------------------------
       77 WRK-QTDE-GRUPOS  PIC 9(04) VALUE ZEROS.
       77 WRK-IND-GRUPO    PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ACHADO   PIC 9(04) VALUE ZEROS.
       77 WRK-IND-DESLOCA  PIC 9(04) VALUE ZEROS.
       77 WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA      VALUE 'S'.
       01 WRK-GRUPO-CHAVE.
           05 WRK-GRUPO-CIA    PIC X(02).
           05 WRK-GRUPO-DEPTO  PIC X(03).
           05 WRK-GRUPO-CCUSTO PIC X(05).
       01 TAB-QUADRO.
           05 QD-ENTRADA OCCURS 500 TIMES.
               10 QD-CHAVE.
                   15 QD-COMPANHIA PIC X(02).
                   15 QD-DEPTO     PIC X(03).
                   15 QD-CCUSTO    PIC X(05).
               10 QD-INICIAL       PIC 9(05).
               10 QD-MES OCCURS 12 TIMES.
                   15 QD-ADMISSOES     PIC 9(05).
                   15 QD-DESLIGAMENTOS PIC 9(05).
                   15 QD-TRANSF-ENT    PIC 9(05).
                   15 QD-TRANSF-SAI    PIC 9(05).
                   15 QD-AFASTADOS     PIC 9(05).
               10 QD-POS-ENTRADAS  PIC 9(05).
               10 QD-POS-SAIDAS    PIC 9(05).
               10 QD-ATIVOS        PIC 9(05).
       01 WRK-GRUPO-VAZIO.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 FILLER           PIC 9(05) VALUE ZEROS.
           05 FILLER OCCURS 12 TIMES.
               10 FILLER       PIC 9(25) VALUE ZEROS.
           05 FILLER           PIC 9(15) VALUE ZEROS.
      *---------------------------------------------------
      * TOTAIS DA COMPANHIA POR MES, NA IMPRESSAO
      *---------------------------------------------------
       01 TAB-TOTAL-CIA.
           05 TC-MES OCCURS 12 TIMES.
               10 TC-INICIAL       PIC S9(06).
               10 TC-ADMISSOES     PIC 9(06).
               10 TC-DESLIGAMENTOS PIC 9(06).
               10 TC-TRANSF-ENT    PIC 9(06).
               10 TC-TRANSF-SAI    PIC 9(06).
               10 TC-FINAL         PIC S9(06).
               10 TC-AFASTADOS     PIC 9(06).
       77 WRK-CIA-IMPRESSA PIC X(02) VALUE SPACES.
       77 WRK-QTDE-INICIAL PIC S9(06) VALUE ZEROS.
       77 WRK-QTDE-FINAL   PIC S9(06) VALUE ZEROS.
       77 WRK-QTDE-ADM     PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-DESL    PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-TENT    PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-TSAI    PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-AFAST   PIC 9(06) VALUE ZEROS.
       77 WRK-QUADRO-ESPERADO PIC S9(06) VALUE ZEROS.
       77 WRK-QUADRO-MEDIO PIC S9(07) VALUE ZEROS.
       77 WRK-ROTATIVIDADE PIC 9(03)V99 VALUE ZEROS.
       77 WRK-QTDE-DIVERG  PIC 9(04) VALUE ZEROS.
      *---------------------------------------------------
      * LINHAS DO RELATORIO
      *---------------------------------------------------
       01 QDR-LINHA-TITULO.
           05 FILLER           PIC X(42)
               VALUE 'QUADRO DE PESSOAL E ROTATIVIDADE - MESES '.
           05 QDR-TIT-INI      PIC X(06).
           05 FILLER           PIC X(03) VALUE ' A '.
           05 QDR-TIT-FIM      PIC X(06).
       01 QDR-LINHA-CIA.
           05 FILLER           PIC X(14) VALUE '=== COMPANHIA '.
           05 QDR-CIA          PIC X(02).
           05 FILLER           PIC X(04) VALUE ' ==='.
       01 QDR-LINHA-LOTACAO.
           05 FILLER           PIC X(07) VALUE 'DEPTO: '.
           05 QDR-LOT-DEPTO    PIC X(03).
           05 FILLER           PIC X(09) VALUE '  CCUSTO:'.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 QDR-LOT-CCUSTO   PIC X(05).
       01 QDR-LINHA-COLUNAS.
           05 FILLER           PIC X(08) VALUE '  MES   '.
           05 FILLER           PIC X(48) VALUE
              ' INICIAL  ADMISS  DESLIG  TR-ENT  TR-SAI   FINAL'.
           05 FILLER           PIC X(16) VALUE '   AFAST   EXERC'.
           05 FILLER           PIC X(08) VALUE ' ROTAT.%'.
       01 QDR-LINHA-MES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 QDR-ROTULO       PIC X(06).
           05 QDR-INICIAL      PIC -ZZ.ZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 QDR-ADMISSOES    PIC ZZZ.ZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 QDR-DESLIG       PIC ZZZ.ZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 QDR-TRANSF-ENT   PIC ZZZ.ZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 QDR-TRANSF-SAI   PIC ZZZ.ZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 QDR-FINAL        PIC -ZZ.ZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 QDR-AFASTADOS    PIC ZZZ.ZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 QDR-EXERCICIO    PIC -ZZ.ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 QDR-ROTATIV      PIC ZZ9,99.
       01 QDR-LINHA-DIVERGENCIA.
           05 FILLER           PIC X(24)
               VALUE '  *** DIVERGENCIA: FINAL'.
           05 QDR-DIV-ESPERADO PIC -ZZ.ZZ9.
           05 FILLER           PIC X(30)
               VALUE ' (COM POSTERIORES) X ATIVOS NO'.
           05 FILLER           PIC X(08) VALUE ' MESTRE '.
           05 QDR-DIV-ATIVOS   PIC ZZ.ZZ9.
       01 QDR-LINHA-TOTAL-CIA.
           05 FILLER           PIC X(19) VALUE 'TOTAL DA COMPANHIA '.
           05 QDR-TOT-CIA      PIC X(02).
       01 QDR-LINHA-RESUMO-DIVERG.
           05 FILLER           PIC X(34)
               VALUE 'QUADRO FINAL DIVERGE DO MESTRE EM '.
           05 QDR-RES-DIVERG   PIC ZZZ9.
           05 FILLER           PIC X(41)
               VALUE ' LOTACAO(OES) - GRAVACAO SEM MOVIMENTO'.
       01 QDR-LINHA-MENSAGEM.
           05 QDR-MENSAGEM     PIC X(80).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF RUN-VALIDO
               SORT ARQ-CLASSIFICACAO
                   ON ASCENDING KEY SRT-COMPANHIA SRT-MATRICULA
                       SRT-ORIGEM SRT-DATA SRT-HORA SRT-SEQUENCIA
                   INPUT PROCEDURE IS 3000-LIBERAR-SITUACOES
                       THRU 3000-LIBERAR-SITUACOES-EXIT
                   OUTPUT PROCEDURE IS 5000-APURAR-QUADRO
                       THRU 5000-APURAR-QUADRO-EXIT
               PERFORM 7000-IMPRIMIR-QUADRO
                   THRU 7000-IMPRIMIR-QUADRO-EXIT
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
           MOVE "PROGCB26" TO AU-PROGRAMA.
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
      * LE OS MESES PEDIDOS E ABRE O MESTRE E O HISTORICO DE
      * MOVIMENTOS. SEM PARAMETRO VALIDO OU SEM O MESTRE O
      * RUN TERMINA COM RC 8; SEM O EMPMOVH O QUADRO SAI SO
      * DO MESTRE, SEM MOVIMENTOS, COM RC 4. SEM O AFASTMST
      * A COLUNA DE AFASTADOS SAI ZERADA
      *****************************************************
       1000-INICIALIZAR.
           PERFORM 1100-LER-PARAMETRO THRU 1100-LER-PARAMETRO-EXIT.
           IF NOT RUN-VALIDO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = "00"
               DISPLAY 'EMPMAST INDISPONIVEL (STATUS ' WRK-FS-EMPMAST
                   ') - QUADRO NAO APURADO'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT MOVIMENTO-MESTRE.
           EVALUATE WRK-FS-MOVH
               WHEN "00"
                   MOVE 'S' TO WRK-TEM-MOVH
               WHEN "35"
                   DISPLAY 'EMPMOVH NAO ENCONTRADO - QUADRO SO DO'
                       ' MESTRE, SEM MOVIMENTOS'
                   MOVE 4 TO WRK-RC-RUN
               WHEN OTHER
                   DISPLAY 'EMPMOVH INDISPONIVEL (STATUS '
                       WRK-FS-MOVH ') - QUADRO NAO APURADO'
                   CLOSE EMPLOYEE-MASTER
                   MOVE 'N' TO WRK-RUN-OK
                   MOVE 8 TO WRK-RC-RUN
                   GO TO 1000-INICIALIZAR-EXIT
           END-EVALUATE.
           OPEN INPUT CADASTRO-AFASTAMENTO.
           IF WRK-FS-AFAST = "00"
               MOVE 'S' TO WRK-AFAST-OK
           ELSE
               DISPLAY 'AFASTMST NAO ENCONTRADO - QUADRO SEM A'
                   ' COLUNA DE AFASTADOS'
           END-IF.
           OPEN OUTPUT RELATORIO-QUADRO.
           MOVE WRK-PERIODO-INI TO QDR-TIT-INI.
           MOVE WRK-PERIODO-FIM TO QDR-TIT-FIM.
           WRITE RELATORIO-QUADRO-LINHA FROM QDR-LINHA-TITULO.
           DISPLAY QDR-LINHA-TITULO.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * LE O PARAMQDR: MES INICIAL E FINAL (AAAAMM), FINAL EM
      * BRANCO = SO O INICIAL. O INTERVALO VAI DE 1 A 12
      * MESES
      *****************************************************
       1100-LER-PARAMETRO.
           OPEN INPUT PARAM-QUADRO.
           IF WRK-FS-PARAM NOT = "00"
               DISPLAY 'PARAMQDR INDISPONIVEL (STATUS ' WRK-FS-PARAM
                   ') - INFORME OS MESES DO QUADRO'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           READ PARAM-QUADRO
               AT END
                   DISPLAY 'PARAMQDR VAZIO - INFORME OS MESES DO'
                       ' QUADRO'
                   MOVE 'N' TO WRK-RUN-OK
                   MOVE 8 TO WRK-RC-RUN
               NOT AT END
                   MOVE PQ-PERIODO-INI TO WRK-PERIODO-INI
                   IF PQ-PERIODO-FIM = SPACES
                       MOVE PQ-PERIODO-INI TO WRK-PERIODO-FIM
                   ELSE
                       MOVE PQ-PERIODO-FIM TO WRK-PERIODO-FIM
                   END-IF
           END-READ.
           CLOSE PARAM-QUADRO.
           IF NOT RUN-VALIDO
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           IF WRK-PERIODO-INI NOT NUMERIC
               OR WRK-PERIODO-FIM NOT NUMERIC
               OR WRK-MES-INI < 01 OR WRK-MES-INI > 12
               OR WRK-MES-FIM < 01 OR WRK-MES-FIM > 12
               DISPLAY 'PARAMQDR COM MES INVALIDO: ' PQ-PERIODO-INI
                   ' ' PQ-PERIODO-FIM
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF.
           COMPUTE WRK-QTDE-MESES =
               (WRK-ANO-FIM - WRK-ANO-INI) * 12
               + WRK-MES-FIM - WRK-MES-INI + 1.
           IF WRK-QTDE-MESES < 1 OR WRK-QTDE-MESES > 12
               DISPLAY 'PARAMQDR: O INTERVALO ' WRK-PERIODO-INI
                   ' A ' WRK-PERIODO-FIM ' DEVE TER DE 1 A 12 MESES'
               MOVE 'N' TO WRK-RUN-OK
               MOVE 8 TO WRK-RC-RUN
           END-IF.
       1100-LER-PARAMETRO-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE ENTRADA DO SORT: A SITUACAO ATUAL DE
      * CADA MATRICULA NO MESTRE E TODOS OS EVENTOS COM
      * IMAGEM DO EMPMOVH (O RELOAD DO PROGCOB02L NAO TEM
      * IMAGEM E FICA DE FORA)
      *****************************************************
       3000-LIBERAR-SITUACOES.
           MOVE LOW-VALUES TO EMP-CHAVE.
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MESTRE.
           PERFORM 3100-LER-MESTRE THRU 3100-LER-MESTRE-EXIT
               UNTIL FIM-MESTRE.
           IF HA-MOVIMENTOS
               PERFORM 3200-LER-MOVIMENTO
                   THRU 3200-LER-MOVIMENTO-EXIT
                   UNTIL FIM-MOVIMENTOS
           END-IF.
       3000-LIBERAR-SITUACOES-EXIT.
           EXIT.

       3100-LER-MESTRE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MESTRE
                   GO TO 3100-LER-MESTRE-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-MESTRE.
           MOVE SPACES TO CLASSIFICACAO-REG.
           MOVE EMP-COMPANHIA TO SRT-COMPANHIA.
           MOVE EMP-ID TO SRT-MATRICULA.
           MOVE '0' TO SRT-ORIGEM.
           MOVE ZEROS TO SRT-SEQUENCIA.
           MOVE EMP-SITUACAO TO SRT-DEP-SITUACAO.
           MOVE EMP-DEPTO TO SRT-DEP-DEPTO.
           MOVE EMP-CCUSTO TO SRT-DEP-CCUSTO.
           RELEASE CLASSIFICACAO-REG.
       3100-LER-MESTRE-EXIT.
           EXIT.

       3200-LER-MOVIMENTO.
           READ MOVIMENTO-MESTRE
               AT END
                   MOVE 'S' TO WRK-FIM-MOVH
                   GO TO 3200-LER-MOVIMENTO-EXIT
           END-READ.
           ADD 1 TO WRK-SEQUENCIA.
           IF MV-EVENTO = 'RELOAD'
               GO TO 3200-LER-MOVIMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-MOVH.
           MOVE MV-COMPANHIA TO SRT-COMPANHIA.
           MOVE MV-MATRICULA TO SRT-MATRICULA.
           MOVE '1' TO SRT-ORIGEM.
           MOVE MV-DATA TO SRT-DATA.
           MOVE MV-HORA TO SRT-HORA.
           MOVE WRK-SEQUENCIA TO SRT-SEQUENCIA.
           MOVE MV-EVENTO TO SRT-EVENTO.
           MOVE MV-ANT-SITUACAO TO SRT-ANT-SITUACAO.
           MOVE MV-ANT-DEPTO TO SRT-ANT-DEPTO.
           MOVE MV-ANT-CCUSTO TO SRT-ANT-CCUSTO.
           MOVE MV-DEP-SITUACAO TO SRT-DEP-SITUACAO.
           MOVE MV-DEP-DEPTO TO SRT-DEP-DEPTO.
           MOVE MV-DEP-CCUSTO TO SRT-DEP-CCUSTO.
           RELEASE CLASSIFICACAO-REG.
       3200-LER-MOVIMENTO-EXIT.
           EXIT.

      *****************************************************
      * PROCEDIMENTO DE SAIDA DO SORT: PARA CADA MATRICULA,
      * A SITUACAO DO MESTRE VEM PRIMEIRO E DEPOIS OS
      * EVENTOS EM ORDEM CRONOLOGICA
      *****************************************************
       5000-APURAR-QUADRO.
           MOVE 'N' TO WRK-TEM-EMPREGADO.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 5100-LER-CLASSIFICADO
               THRU 5100-LER-CLASSIFICADO-EXIT
               UNTIL FIM-CLASSIFICACAO.
           IF EMPREGADO-PENDENTE
               PERFORM 5400-FECHAR-EMPREGADO
                   THRU 5400-FECHAR-EMPREGADO-EXIT
           END-IF.
       5000-APURAR-QUADRO-EXIT.
           EXIT.

       5100-LER-CLASSIFICADO.
           RETURN ARQ-CLASSIFICACAO
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
                   GO TO 5100-LER-CLASSIFICADO-EXIT
           END-RETURN.
           IF EMPREGADO-PENDENTE
               AND (SRT-COMPANHIA NOT = WRK-QUEBRA-CIA
                   OR SRT-MATRICULA NOT = WRK-QUEBRA-MAT)
               PERFORM 5400-FECHAR-EMPREGADO
                   THRU 5400-FECHAR-EMPREGADO-EXIT
           END-IF.
           IF NOT EMPREGADO-PENDENTE
               MOVE SRT-COMPANHIA TO WRK-QUEBRA-CIA
               MOVE SRT-MATRICULA TO WRK-QUEBRA-MAT
               MOVE 'N' TO WRK-MST-EXISTE WRK-MST-ATIVO
                   WRK-INI-CONHECIDO WRK-INI-ATIVO
               MOVE 'S' TO WRK-TEM-EMPREGADO
           END-IF.
           IF SRT-ORIGEM = '0'
               MOVE 'S' TO WRK-MST-EXISTE
               IF SRT-DEP-SITUACAO = 'A' OR SRT-DEP-SITUACAO = SPACE
                   MOVE 'S' TO WRK-MST-ATIVO
               END-IF
               MOVE SRT-DEP-DEPTO TO WRK-MST-DEPTO
               MOVE SRT-DEP-CCUSTO TO WRK-MST-CCUSTO
           ELSE
               PERFORM 5200-TRATAR-EVENTO
                   THRU 5200-TRATAR-EVENTO-EXIT
           END-IF.
       5100-LER-CLASSIFICADO-EXIT.
           EXIT.

      *****************************************************
      * EVENTO ANTERIOR AO PRIMEIRO MES SO MONTA A SITUACAO
      * DE INICIO (IMAGEM DEPOIS). O PRIMEIRO EVENTO DO
      * PERIODO EM DIANTE, SEM EVENTO ANTERIOR, DA A SITUACAO
      * DE INICIO PELA IMAGEM ANTES; E CADA EVENTO DO PERIODO
      * OU POSTERIOR E CLASSIFICADO PELA TRANSICAO
      *****************************************************
       5200-TRATAR-EVENTO.
           MOVE 'N' TO WRK-ANT-ATIVO WRK-DEP-ATIVO.
           IF SRT-EVENTO NOT = 'INCLUSAO'
               AND (SRT-ANT-SITUACAO = 'A'
                   OR SRT-ANT-SITUACAO = SPACE)
               MOVE 'S' TO WRK-ANT-ATIVO
           END-IF.
           IF SRT-DEP-SITUACAO = 'A' OR SRT-DEP-SITUACAO = SPACE
               MOVE 'S' TO WRK-DEP-ATIVO
           END-IF.
           MOVE SRT-DATA (1:6) TO WRK-PERIODO-EVT.
           IF WRK-PERIODO-EVT < WRK-PERIODO-INI
               MOVE 'S' TO WRK-INI-CONHECIDO
               MOVE WRK-DEP-ATIVO TO WRK-INI-ATIVO
               MOVE SRT-DEP-DEPTO TO WRK-INI-DEPTO
               MOVE SRT-DEP-CCUSTO TO WRK-INI-CCUSTO
               GO TO 5200-TRATAR-EVENTO-EXIT
           END-IF.
           IF NOT INICIO-CONHECIDO
               MOVE 'S' TO WRK-INI-CONHECIDO
               MOVE WRK-ANT-ATIVO TO WRK-INI-ATIVO
               MOVE SRT-ANT-DEPTO TO WRK-INI-DEPTO
               MOVE SRT-ANT-CCUSTO TO WRK-INI-CCUSTO
           END-IF.
           IF WRK-PERIODO-EVT > WRK-PERIODO-FIM
               MOVE 'P' TO WRK-FASE
           ELSE
               MOVE 'M' TO WRK-FASE
               COMPUTE WRK-IND-MES =
                   (WRK-ANO-EVT - WRK-ANO-INI) * 12
                   + WRK-MES-EVT - WRK-MES-INI + 1
           END-IF.
           EVALUATE TRUE
               WHEN ATIVO-DEPOIS AND NOT ATIVO-ANTES
                   PERFORM 5300-CONTAR-ADMISSAO
                       THRU 5300-CONTAR-ADMISSAO-EXIT
               WHEN ATIVO-ANTES AND NOT ATIVO-DEPOIS
                   PERFORM 5320-CONTAR-DESLIGAMENTO
                       THRU 5320-CONTAR-DESLIGAMENTO-EXIT
               WHEN ATIVO-ANTES AND ATIVO-DEPOIS
                   AND (SRT-ANT-DEPTO NOT = SRT-DEP-DEPTO
                       OR SRT-ANT-CCUSTO NOT = SRT-DEP-CCUSTO)
                   PERFORM 5340-CONTAR-TRANSFERENCIA
                       THRU 5340-CONTAR-TRANSFERENCIA-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       5200-TRATAR-EVENTO-EXIT.
           EXIT.

      *****************************************************
      * ADMISSAO (INCLUSAO OU REATIVACAO) NA LOTACAO DEPOIS
      *****************************************************
       5300-CONTAR-ADMISSAO.
           MOVE SRT-COMPANHIA TO WRK-GRUPO-CIA.
           MOVE SRT-DEP-DEPTO TO WRK-GRUPO-DEPTO.
           MOVE SRT-DEP-CCUSTO TO WRK-GRUPO-CCUSTO.
           PERFORM 6000-LOCALIZAR-GRUPO
               THRU 6000-LOCALIZAR-GRUPO-EXIT.
           IF WRK-IND-GRUPO = ZEROS
               GO TO 5300-CONTAR-ADMISSAO-EXIT
           END-IF.
           IF FASE-POSTERIOR
               ADD 1 TO QD-POS-ENTRADAS (WRK-IND-GRUPO)
           ELSE
               ADD 1 TO QD-ADMISSOES (WRK-IND-GRUPO WRK-IND-MES)
           END-IF.
       5300-CONTAR-ADMISSAO-EXIT.
           EXIT.

      *****************************************************
      * DESLIGAMENTO (INATIVACAO OU RESCISAO) NA LOTACAO
      * ANTES
      *****************************************************
       5320-CONTAR-DESLIGAMENTO.
           MOVE SRT-COMPANHIA TO WRK-GRUPO-CIA.
           MOVE SRT-ANT-DEPTO TO WRK-GRUPO-DEPTO.
           MOVE SRT-ANT-CCUSTO TO WRK-GRUPO-CCUSTO.
           PERFORM 6000-LOCALIZAR-GRUPO
               THRU 6000-LOCALIZAR-GRUPO-EXIT.
           IF WRK-IND-GRUPO = ZEROS
               GO TO 5320-CONTAR-DESLIGAMENTO-EXIT
           END-IF.
           IF FASE-POSTERIOR
               ADD 1 TO QD-POS-SAIDAS (WRK-IND-GRUPO)
           ELSE
               ADD 1 TO QD-DESLIGAMENTOS (WRK-IND-GRUPO WRK-IND-MES)
           END-IF.
       5320-CONTAR-DESLIGAMENTO-EXIT.
           EXIT.

      *****************************************************
      * TRANSFERENCIA: SAIDA DA LOTACAO ANTES E ENTRADA NA
      * LOTACAO DEPOIS
      *****************************************************
       5340-CONTAR-TRANSFERENCIA.
           MOVE SRT-COMPANHIA TO WRK-GRUPO-CIA.
           MOVE SRT-ANT-DEPTO TO WRK-GRUPO-DEPTO.
           MOVE SRT-ANT-CCUSTO TO WRK-GRUPO-CCUSTO.
           PERFORM 6000-LOCALIZAR-GRUPO
               THRU 6000-LOCALIZAR-GRUPO-EXIT.
           IF WRK-IND-GRUPO > ZEROS
               IF FASE-POSTERIOR
                   ADD 1 TO QD-POS-SAIDAS (WRK-IND-GRUPO)
               ELSE
                   ADD 1 TO QD-TRANSF-SAI (WRK-IND-GRUPO WRK-IND-MES)
               END-IF
           END-IF.
           MOVE SRT-DEP-DEPTO TO WRK-GRUPO-DEPTO.
           MOVE SRT-DEP-CCUSTO TO WRK-GRUPO-CCUSTO.
           PERFORM 6000-LOCALIZAR-GRUPO
               THRU 6000-LOCALIZAR-GRUPO-EXIT.
           IF WRK-IND-GRUPO > ZEROS
               IF FASE-POSTERIOR
                   ADD 1 TO QD-POS-ENTRADAS (WRK-IND-GRUPO)
               ELSE
                   ADD 1 TO QD-TRANSF-ENT (WRK-IND-GRUPO WRK-IND-MES)
               END-IF
           END-IF.
       5340-CONTAR-TRANSFERENCIA-EXIT.
           EXIT.

      *****************************************************
      * FECHA A MATRICULA: SEM EVENTO NENHUM A SITUACAO DE
      * INICIO E A DO MESTRE. ATIVO NO INICIO CONTA NO
      * QUADRO INICIAL DA LOTACAO DE INICIO; ATIVO NO MESTRE
      * CONTA NA CONTAGEM VIVA DA LOTACAO ATUAL
      *****************************************************
       5400-FECHAR-EMPREGADO.
           MOVE 'N' TO WRK-TEM-EMPREGADO.
           ADD 1 TO WRK-QTDE-EMPREG.
           IF NOT INICIO-CONHECIDO AND NO-MESTRE
               MOVE 'S' TO WRK-INI-CONHECIDO
               MOVE WRK-MST-ATIVO TO WRK-INI-ATIVO
               MOVE WRK-MST-DEPTO TO WRK-INI-DEPTO
               MOVE WRK-MST-CCUSTO TO WRK-INI-CCUSTO
           END-IF.
           MOVE WRK-QUEBRA-CIA TO WRK-GRUPO-CIA.
           IF ATIVO-NO-INICIO
               MOVE WRK-INI-DEPTO TO WRK-GRUPO-DEPTO
               MOVE WRK-INI-CCUSTO TO WRK-GRUPO-CCUSTO
               PERFORM 6000-LOCALIZAR-GRUPO
                   THRU 6000-LOCALIZAR-GRUPO-EXIT
               IF WRK-IND-GRUPO > ZEROS
                   ADD 1 TO QD-INICIAL (WRK-IND-GRUPO)
               END-IF
           END-IF.
           IF NO-MESTRE AND ATIVO-NO-MESTRE
               MOVE WRK-MST-DEPTO TO WRK-GRUPO-DEPTO
               MOVE WRK-MST-CCUSTO TO WRK-GRUPO-CCUSTO
               PERFORM 6000-LOCALIZAR-GRUPO
                   THRU 6000-LOCALIZAR-GRUPO-EXIT
               IF WRK-IND-GRUPO > ZEROS
                   ADD 1 TO QD-ATIVOS (WRK-IND-GRUPO)
                   IF AFASTAMENTOS-DISPONIVEIS
                       PERFORM 5500-APURAR-AFASTAMENTOS
                           THRU 5500-APURAR-AFASTAMENTOS-EXIT
                   END-IF
               END-IF
           END-IF.
       5400-FECHAR-EMPREGADO-EXIT.
           EXIT.

      *****************************************************
      * AFASTADOS DO QUADRO: A MATRICULA ATIVA NO MESTRE
      * CONTA, NA LOTACAO ATUAL (WRK-IND-GRUPO), EM CADA MES
      * DO RELATORIO EM CUJO ULTIMO DIA ESTAVA AFASTADA -
      * AFASTAMENTO ATIVO INICIADO ATE ESSE DIA E SEM RETORNO
      * EFETIVO OU COM RETORNO DEPOIS DELE
      *****************************************************
       5500-APURAR-AFASTAMENTOS.
           MOVE SPACES TO WRK-MESES-AFAST.
           MOVE 'N' TO WRK-FIM-AFAST.
           MOVE WRK-QUEBRA-CIA TO AF-COMPANHIA.
           MOVE WRK-QUEBRA-MAT TO AF-MATRICULA.
           MOVE LOW-VALUES TO AF-DATA-INICIO.
           START CADASTRO-AFASTAMENTO KEY IS NOT LESS THAN AF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-AFAST.
           PERFORM 5550-LER-AFASTAMENTO
               THRU 5550-LER-AFASTAMENTO-EXIT
               UNTIL FIM-AFASTAMENTOS.
           MOVE ZEROS TO WRK-IND-MES.
           PERFORM 5580-SOMAR-AFASTADO
               THRU 5580-SOMAR-AFASTADO-EXIT
               UNTIL WRK-IND-MES NOT LESS THAN WRK-QTDE-MESES.
       5500-APURAR-AFASTAMENTOS-EXIT.
           EXIT.

       5550-LER-AFASTAMENTO.
           READ CADASTRO-AFASTAMENTO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-AFAST
                   GO TO 5550-LER-AFASTAMENTO-EXIT
           END-READ.
           IF AF-COMPANHIA NOT = WRK-QUEBRA-CIA
               OR AF-MATRICULA NOT = WRK-QUEBRA-MAT
               MOVE 'S' TO WRK-FIM-AFAST
               GO TO 5550-LER-AFASTAMENTO-EXIT
           END-IF.
           IF NOT AF-ATIVO
               GO TO 5550-LER-AFASTAMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-AFAST-LIDOS.
           MOVE WRK-ANO-INI TO WRK-ANO-SEG.
           MOVE WRK-MES-INI TO WRK-MES-SEG.
           MOVE ZEROS TO WRK-IND-MES.
           PERFORM 5560-MARCAR-MES THRU 5560-MARCAR-MES-EXIT
               UNTIL WRK-IND-MES NOT LESS THAN WRK-QTDE-MESES.
       5550-LER-AFASTAMENTO-EXIT.
           EXIT.

      *****************************************************
      * MARCA O PROXIMO MES DO RELATORIO SE O AFASTAMENTO
      * LIDO COBRE O ULTIMO DIA DELE: INICIO ANTES DO DIA 1
      * DO MES SEGUINTE (WRK-DIA-SEGUINTE) E RETORNO EFETIVO
      * EM BRANCO OU NESSE DIA 1 EM DIANTE
      *****************************************************
       5560-MARCAR-MES.
           ADD 1 TO WRK-IND-MES.
           IF WRK-MES-SEG = 12
               ADD 1 TO WRK-ANO-SEG
               MOVE 01 TO WRK-MES-SEG
           ELSE
               ADD 1 TO WRK-MES-SEG
           END-IF.
           IF AF-DATA-INICIO < WRK-DIA-SEGUINTE
               AND (AF-RETORNO-EFETIVO = SPACES
                   OR AF-RETORNO-EFETIVO NOT < WRK-DIA-SEGUINTE)
               MOVE 'S' TO WRK-MES-AFAST (WRK-IND-MES)
           END-IF.
       5560-MARCAR-MES-EXIT.
           EXIT.

       5580-SOMAR-AFASTADO.
           ADD 1 TO WRK-IND-MES.
           IF AFASTADO-NO-MES (WRK-IND-MES)
               ADD 1 TO QD-AFASTADOS (WRK-IND-GRUPO WRK-IND-MES)
           END-IF.
       5580-SOMAR-AFASTADO-EXIT.
           EXIT.

      *****************************************************
      * LOCALIZA A LOTACAO (WRK-GRUPO-CHAVE) NA TABELA, QUE
      * FICA EM ORDEM DE CHAVE: NAO ACHANDO, ABRE A ENTRADA
      * NA POSICAO CERTA DESLOCANDO AS SEGUINTES. TABELA
      * CHEIA DEVOLVE INDICE ZERO E O RUN TERMINA COM RC 8
      *****************************************************
       6000-LOCALIZAR-GRUPO.
           MOVE ZEROS TO WRK-IND-ACHADO.
           MOVE ZEROS TO WRK-IND-GRUPO.
           PERFORM 6050-COMPARAR-GRUPO THRU 6050-COMPARAR-GRUPO-EXIT
               UNTIL WRK-IND-ACHADO > ZEROS
                   OR WRK-IND-GRUPO NOT LESS THAN WRK-QTDE-GRUPOS.
           IF WRK-IND-ACHADO > ZEROS
               IF QD-CHAVE (WRK-IND-ACHADO) = WRK-GRUPO-CHAVE
                   MOVE WRK-IND-ACHADO TO WRK-IND-GRUPO
                   GO TO 6000-LOCALIZAR-GRUPO-EXIT
               END-IF
           ELSE
               COMPUTE WRK-IND-ACHADO = WRK-QTDE-GRUPOS + 1
           END-IF.
           IF WRK-QTDE-GRUPOS NOT LESS THAN 500
               IF NOT TABELA-ESTOURADA
                   DISPLAY 'MAIS DE 500 LOTACOES - QUADRO INCOMPLETO'
                   MOVE 'S' TO WRK-TABELA-CHEIA
                   MOVE 8 TO WRK-RC-RUN
               END-IF
               MOVE ZEROS TO WRK-IND-GRUPO
               GO TO 6000-LOCALIZAR-GRUPO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-GRUPOS.
           MOVE WRK-QTDE-GRUPOS TO WRK-IND-DESLOCA.
           PERFORM 6080-DESLOCAR-GRUPO THRU 6080-DESLOCAR-GRUPO-EXIT
               UNTIL WRK-IND-DESLOCA NOT GREATER THAN WRK-IND-ACHADO.
           MOVE WRK-GRUPO-VAZIO TO QD-ENTRADA (WRK-IND-ACHADO).
           MOVE WRK-GRUPO-CHAVE TO QD-CHAVE (WRK-IND-ACHADO).
           MOVE WRK-IND-ACHADO TO WRK-IND-GRUPO.
       6000-LOCALIZAR-GRUPO-EXIT.
           EXIT.

       6050-COMPARAR-GRUPO.
           ADD 1 TO WRK-IND-GRUPO.
           IF QD-CHAVE (WRK-IND-GRUPO) NOT LESS THAN WRK-GRUPO-CHAVE
               MOVE WRK-IND-GRUPO TO WRK-IND-ACHADO
           END-IF.
       6050-COMPARAR-GRUPO-EXIT.
           EXIT.

       6080-DESLOCAR-GRUPO.
           MOVE QD-ENTRADA (WRK-IND-DESLOCA - 1)
               TO QD-ENTRADA (WRK-IND-DESLOCA).
           SUBTRACT 1 FROM WRK-IND-DESLOCA.
       6080-DESLOCAR-GRUPO-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME O QUADRO: POR COMPANHIA, CADA LOTACAO COM UMA
      * LINHA POR MES (O FINAL DE UM MES E O INICIAL DO
      * SEGUINTE) E A CONFERENCIA CONTRA O MESTRE; NO FIM DE
      * CADA COMPANHIA, O TOTAL POR MES COM A ROTATIVIDADE
      *****************************************************
       7000-IMPRIMIR-QUADRO.
           MOVE SPACES TO WRK-CIA-IMPRESSA.
           MOVE ZEROS TO WRK-IND-GRUPO.
           PERFORM 7100-IMPRIMIR-LOTACAO
               THRU 7100-IMPRIMIR-LOTACAO-EXIT
               UNTIL WRK-IND-GRUPO NOT LESS THAN WRK-QTDE-GRUPOS.
           IF WRK-CIA-IMPRESSA NOT = SPACES
               PERFORM 7400-TOTALIZAR-COMPANHIA
                   THRU 7400-TOTALIZAR-COMPANHIA-EXIT
           END-IF.
           IF WRK-QTDE-GRUPOS = ZEROS
               MOVE 'NENHUM EMPREGADO ATIVO OU MOVIMENTADO NO PERIODO'
                   TO QDR-MENSAGEM
               WRITE RELATORIO-QUADRO-LINHA FROM QDR-LINHA-MENSAGEM
               DISPLAY QDR-MENSAGEM
           END-IF.
       7000-IMPRIMIR-QUADRO-EXIT.
           EXIT.

       7100-IMPRIMIR-LOTACAO.
           ADD 1 TO WRK-IND-GRUPO.
           IF QD-COMPANHIA (WRK-IND-GRUPO) NOT = WRK-CIA-IMPRESSA
               IF WRK-CIA-IMPRESSA NOT = SPACES
                   PERFORM 7400-TOTALIZAR-COMPANHIA
                       THRU 7400-TOTALIZAR-COMPANHIA-EXIT
               END-IF
               MOVE QD-COMPANHIA (WRK-IND-GRUPO) TO WRK-CIA-IMPRESSA
               MOVE ZEROS TO TAB-TOTAL-CIA
               MOVE WRK-CIA-IMPRESSA TO QDR-CIA
               WRITE RELATORIO-QUADRO-LINHA FROM QDR-LINHA-CIA
               DISPLAY QDR-LINHA-CIA
           END-IF.
           MOVE QD-DEPTO (WRK-IND-GRUPO) TO QDR-LOT-DEPTO.
           MOVE QD-CCUSTO (WRK-IND-GRUPO) TO QDR-LOT-CCUSTO.
           WRITE RELATORIO-QUADRO-LINHA FROM QDR-LINHA-LOTACAO.
           WRITE RELATORIO-QUADRO-LINHA FROM QDR-LINHA-COLUNAS.
           DISPLAY QDR-LINHA-LOTACAO.
           MOVE QD-INICIAL (WRK-IND-GRUPO) TO WRK-QTDE-FINAL.
           MOVE WRK-PERIODO-INI TO WRK-PERIODO-IMP.
           MOVE ZEROS TO WRK-IND-MES.
           PERFORM 7200-IMPRIMIR-MES-LOTACAO
               THRU 7200-IMPRIMIR-MES-LOTACAO-EXIT
               UNTIL WRK-IND-MES NOT LESS THAN WRK-QTDE-MESES.
           COMPUTE WRK-QUADRO-ESPERADO = WRK-QTDE-FINAL
               + QD-POS-ENTRADAS (WRK-IND-GRUPO)
               - QD-POS-SAIDAS (WRK-IND-GRUPO).
           IF WRK-QUADRO-ESPERADO NOT = QD-ATIVOS (WRK-IND-GRUPO)
               ADD 1 TO WRK-QTDE-DIVERG
               MOVE WRK-QUADRO-ESPERADO TO QDR-DIV-ESPERADO
               MOVE QD-ATIVOS (WRK-IND-GRUPO) TO QDR-DIV-ATIVOS
               WRITE RELATORIO-QUADRO-LINHA
                   FROM QDR-LINHA-DIVERGENCIA
               DISPLAY QDR-LINHA-DIVERGENCIA
           END-IF.
       7100-IMPRIMIR-LOTACAO-EXIT.
           EXIT.

       7200-IMPRIMIR-MES-LOTACAO.
           ADD 1 TO WRK-IND-MES.
           MOVE WRK-QTDE-FINAL TO WRK-QTDE-INICIAL.
           MOVE QD-ADMISSOES (WRK-IND-GRUPO WRK-IND-MES)
               TO WRK-QTDE-ADM.
           MOVE QD-DESLIGAMENTOS (WRK-IND-GRUPO WRK-IND-MES)
               TO WRK-QTDE-DESL.
           MOVE QD-TRANSF-ENT (WRK-IND-GRUPO WRK-IND-MES)
               TO WRK-QTDE-TENT.
           MOVE QD-TRANSF-SAI (WRK-IND-GRUPO WRK-IND-MES)
               TO WRK-QTDE-TSAI.
           MOVE QD-AFASTADOS (WRK-IND-GRUPO WRK-IND-MES)
               TO WRK-QTDE-AFAST.
           COMPUTE WRK-QTDE-FINAL = WRK-QTDE-INICIAL
               + WRK-QTDE-ADM - WRK-QTDE-DESL
               + WRK-QTDE-TENT - WRK-QTDE-TSAI.
           ADD WRK-QTDE-INICIAL TO TC-INICIAL (WRK-IND-MES).
           ADD WRK-QTDE-ADM TO TC-ADMISSOES (WRK-IND-MES).
           ADD WRK-QTDE-DESL TO TC-DESLIGAMENTOS (WRK-IND-MES).
           ADD WRK-QTDE-TENT TO TC-TRANSF-ENT (WRK-IND-MES).
           ADD WRK-QTDE-TSAI TO TC-TRANSF-SAI (WRK-IND-MES).
           ADD WRK-QTDE-FINAL TO TC-FINAL (WRK-IND-MES).
           ADD WRK-QTDE-AFAST TO TC-AFASTADOS (WRK-IND-MES).
           PERFORM 7300-IMPRIMIR-LINHA-MES
               THRU 7300-IMPRIMIR-LINHA-MES-EXIT.
       7200-IMPRIMIR-MES-LOTACAO-EXIT.
           EXIT.

      *****************************************************
      * IMPRIME A LINHA DO MES EM WRK-PERIODO-IMP COM OS
      * NUMEROS EM WRK-QTDE-* E AVANCA O MES. ROTATIVIDADE =
      * (ADMISSOES + DESLIGAMENTOS) / 2 SOBRE O QUADRO MEDIO
      * ((INICIAL + FINAL) / 2), EM PERCENTUAL. EM EXERCICIO
      * = FINAL MENOS OS AFASTADOS NO ULTIMO DIA DO MES
      *****************************************************
       7300-IMPRIMIR-LINHA-MES.
           MOVE WRK-PERIODO-IMP TO QDR-ROTULO.
           MOVE WRK-QTDE-INICIAL TO QDR-INICIAL.
           MOVE WRK-QTDE-ADM TO QDR-ADMISSOES.
           MOVE WRK-QTDE-DESL TO QDR-DESLIG.
           MOVE WRK-QTDE-TENT TO QDR-TRANSF-ENT.
           MOVE WRK-QTDE-TSAI TO QDR-TRANSF-SAI.
           MOVE WRK-QTDE-FINAL TO QDR-FINAL.
           MOVE WRK-QTDE-AFAST TO QDR-AFASTADOS.
           COMPUTE QDR-EXERCICIO = WRK-QTDE-FINAL - WRK-QTDE-AFAST.
           COMPUTE WRK-QUADRO-MEDIO =
               WRK-QTDE-INICIAL + WRK-QTDE-FINAL.
           IF WRK-QUADRO-MEDIO > ZEROS
               COMPUTE WRK-ROTATIVIDADE ROUNDED =
                   (WRK-QTDE-ADM + WRK-QTDE-DESL) * 100
                   / WRK-QUADRO-MEDIO
                   ON SIZE ERROR
                       MOVE 999,99 TO WRK-ROTATIVIDADE
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WRK-ROTATIVIDADE
           END-IF.
           MOVE WRK-ROTATIVIDADE TO QDR-ROTATIV.
           WRITE RELATORIO-QUADRO-LINHA FROM QDR-LINHA-MES.
           DISPLAY QDR-LINHA-MES.
           IF WRK-MES-IMP = 12
               ADD 1 TO WRK-ANO-IMP
               MOVE 01 TO WRK-MES-IMP
           ELSE
               ADD 1 TO WRK-MES-IMP
           END-IF.
       7300-IMPRIMIR-LINHA-MES-EXIT.
           EXIT.

       7400-TOTALIZAR-COMPANHIA.
           MOVE WRK-CIA-IMPRESSA TO QDR-TOT-CIA.
           WRITE RELATORIO-QUADRO-LINHA FROM QDR-LINHA-TOTAL-CIA.
           WRITE RELATORIO-QUADRO-LINHA FROM QDR-LINHA-COLUNAS.
           DISPLAY QDR-LINHA-TOTAL-CIA.
           MOVE WRK-PERIODO-INI TO WRK-PERIODO-IMP.
           MOVE ZEROS TO WRK-IND-MES.
           PERFORM 7450-IMPRIMIR-MES-CIA
               THRU 7450-IMPRIMIR-MES-CIA-EXIT
               UNTIL WRK-IND-MES NOT LESS THAN WRK-QTDE-MESES.
       7400-TOTALIZAR-COMPANHIA-EXIT.
           EXIT.

       7450-IMPRIMIR-MES-CIA.
           ADD 1 TO WRK-IND-MES.
           MOVE TC-INICIAL (WRK-IND-MES) TO WRK-QTDE-INICIAL.
           MOVE TC-ADMISSOES (WRK-IND-MES) TO WRK-QTDE-ADM.
           MOVE TC-DESLIGAMENTOS (WRK-IND-MES) TO WRK-QTDE-DESL.
           MOVE TC-TRANSF-ENT (WRK-IND-MES) TO WRK-QTDE-TENT.
           MOVE TC-TRANSF-SAI (WRK-IND-MES) TO WRK-QTDE-TSAI.
           MOVE TC-FINAL (WRK-IND-MES) TO WRK-QTDE-FINAL.
           MOVE TC-AFASTADOS (WRK-IND-MES) TO WRK-QTDE-AFAST.
           PERFORM 7300-IMPRIMIR-LINHA-MES
               THRU 7300-IMPRIMIR-LINHA-MES-EXIT.
       7450-IMPRIMIR-MES-CIA-EXIT.
           EXIT.

      *****************************************************
      * FECHA OS ARQUIVOS, IMPRIME OS TOTAIS DE CONTROLE E
      * REGISTRA O TERMINO NA AUDITORIA. DIVERGENCIA CONTRA
      * O MESTRE TERMINA COM RC 4
      *****************************************************
       9999-FINALIZAR.
           IF RUN-VALIDO
               CLOSE EMPLOYEE-MASTER
               IF HA-MOVIMENTOS
                   CLOSE MOVIMENTO-MESTRE
               END-IF
               IF AFASTAMENTOS-DISPONIVEIS
                   CLOSE CADASTRO-AFASTAMENTO
               END-IF
               IF WRK-QTDE-DIVERG > ZEROS
                   MOVE WRK-QTDE-DIVERG TO QDR-RES-DIVERG
                   WRITE RELATORIO-QUADRO-LINHA
                       FROM QDR-LINHA-RESUMO-DIVERG
                   DISPLAY QDR-LINHA-RESUMO-DIVERG
                   IF WRK-RC-RUN < 4
                       MOVE 4 TO WRK-RC-RUN
                   END-IF
               END-IF
               CLOSE RELATORIO-QUADRO
               DISPLAY "============================================="
               DISPLAY 'REGISTROS DO MESTRE..: ' WRK-QTDE-MESTRE
               DISPLAY 'MOVIMENTOS LIDOS.....: ' WRK-QTDE-MOVH
               DISPLAY 'AFASTAMENTOS ATIVOS..: ' WRK-QTDE-AFAST-LIDOS
               DISPLAY 'MATRICULAS...........: ' WRK-QTDE-EMPREG
               DISPLAY 'LOTACOES.............: ' WRK-QTDE-GRUPOS
               DISPLAY 'DIVERGENCIAS.........: ' WRK-QTDE-DIVERG
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB26" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF RUN-VALIDO
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           ELSE
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           END-IF.
           MOVE WRK-PERIODO-INI TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
