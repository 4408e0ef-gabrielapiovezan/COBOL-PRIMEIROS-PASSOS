      *                    PROGCOB04G E DEIXOU DE SER CONSULTADO
      *                    AQUI; MATRICULA SEM SALARIO CADASTRADO
      *                    BLOQUEIA O CALCULO
      * 15/10/2026 GABPI0  EMPRESTIMO CONSIGNADO: O TERMO LISTA OS
      *                    CONTRATOS ATIVOS DA MATRICULA NO
      *                    CONSGMST COM O SALDO DEVEDOR DE CADA UM
      *                    (PARCELAS QUE FALTAM X VALOR DA PARCELA)
      *                    E O TOTAL, PARA O ACERTO COM O BANCO
      *                    CREDOR; SEM O CADASTRO O TERMO SAI SEM
      *                    O BLOCO
      * 15/10/2026 GABPI0  A RESCISAO CALCULADA INATIVA A MATRICULA
      *                    NO MESTRE QUANDO ELA AINDA ESTA ATIVA E
      *                    ACRESCENTA O EVENTO 'RESCISAO' NO
      *                    EMPMOVH COM A IMAGEM ANTES/DEPOIS - O
      *                    DESLIGAMENTO PASSA A CONTAR NO RELATORIO
      *                    DE QUADRO E ROTATIVIDADE (PROGCOB26)
      *                    MESMO SEM A INATIVACAO PELO PROGCOB03
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      **********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT CONTRATOS-CONSIG ASSIGN TO "CONSGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WRK-FS-CONSIG.
           SELECT EXTRATO-CONTABIL ASSIGN TO "FOLHAEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
           SELECT TERMO-RESCISAO ASSIGN TO "FOLHARSC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TERMO.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT MOVIMENTO-MESTRE ASSIGN TO "EMPMOVH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVH.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
           05  RS-DATA-RESC        PIC X(08).
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
       FD  CONTRATOS-CONSIG.
           COPY CONSGREC.
       FD  EXTRATO-CONTABIL.
           COPY EXTRREC.
      *****************************************************
      *****************************************************
       FD  TERMO-RESCISAO.
       01  TERMO-LINHA             PIC X(60).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       FD  MOVIMENTO-MESTRE.
           COPY MOVHREC.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-FS-EXTRATO   PIC X(02) VALUE SPACES.
       77 WRK-FS-CONSIG    PIC X(02) VALUE SPACES.
       77 WRK-FS-TERMO     PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
       77 WRK-FS-MOVH      PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
       77 WRK-VLR-LIQUIDO   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-ED      PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
      *---------------------------------------------------
      * SALDO DEVEDOR DOS CONSIGNADOS ATIVOS DA MATRICULA
      *---------------------------------------------------
       77 WRK-FIM-CONSIG    PIC X(01) VALUE 'N'.
           88 FIM-CONTRATOS         VALUE 'S'.
       77 WRK-QTDE-CONSIG   PIC 9(03) VALUE ZEROS.
       77 WRK-SALDO-CONTRATO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-CONSIG  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CONSIG-ED     PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
      *---------------------------------------------------
      * LINHAS DO TERMO IMPRESSO, NO ESTILO DA FICHA DO
      * FOLHAHOL
      *---------------------------------------------------
           05 TRM-VALOR        PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 TRM-MOEDA        PIC X(03).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               PERFORM 5000-GRAVAR-TERMO THRU 5000-GRAVAR-TERMO-EXIT
               PERFORM 6000-GRAVAR-EXTRATO
                   THRU 6000-GRAVAR-EXTRATO-EXIT
               PERFORM 7000-INATIVAR-MESTRE
                   THRU 7000-INATIVAR-MESTRE-EXIT
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
           IF WRK-RC-RUN > ZEROS
      *****************************************************
       0100-REGISTRAR-INICIO.
           PERFORM 0150-LER-OPERADOR THRU 0150-LER-OPERADOR-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB4R" TO AU-PROGRAMA.
           MOVE "INICIO DO RUN" TO AU-EVENTO.
           MOVE SPACES TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       0100-REGISTRAR-INICIO-EXIT.
           EXIT.

           MOVE WRK-VLR-LIQUIDO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO TRM-VALOR.
           WRITE TERMO-LINHA FROM TRM-LINHA-VALOR.
           PERFORM 5500-LISTAR-CONSIGNADOS
               THRU 5500-LISTAR-CONSIGNADOS-EXIT.
           WRITE TERMO-LINHA FROM TRM-LINHA-SEPARA.
           CLOSE TERMO-RESCISAO.
           DISPLAY 'TERMO DE RESCISAO GRAVADO - MATRICULA '
       5000-GRAVAR-TERMO-EXIT.
           EXIT.

      *****************************************************
      * LISTA NO TERMO OS CONSIGNADOS ATIVOS DA MATRICULA NO
      * CONSGMST, UMA LINHA POR CONTRATO COM O SALDO DEVEDOR
      * (PARCELAS QUE FALTAM X VALOR DA PARCELA) E O TOTAL -
      * INFORMATIVO, PARA O ACERTO COM O BANCO CREDOR. SEM O
      * CADASTRO, OU SEM CONTRATO ATIVO, NADA E IMPRESSO
      *****************************************************
       5500-LISTAR-CONSIGNADOS.
           MOVE ZEROS TO WRK-QTDE-CONSIG WRK-SALDO-CONSIG.
           OPEN INPUT CONTRATOS-CONSIG.
           IF WRK-FS-CONSIG NOT = "00"
               GO TO 5500-LISTAR-CONSIGNADOS-EXIT
           END-IF.
           MOVE WRK-COMPANHIA TO CS-COMPANHIA.
           MOVE WRK-MATRICULA TO CS-MATRICULA.
           MOVE LOW-VALUES TO CS-CONTRATO.
           MOVE 'N' TO WRK-FIM-CONSIG.
           START CONTRATOS-CONSIG KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CONSIG
           END-START.
           PERFORM 5550-LER-CONTRATO THRU 5550-LER-CONTRATO-EXIT
               UNTIL FIM-CONTRATOS.
           CLOSE CONTRATOS-CONSIG.
           IF WRK-QTDE-CONSIG = ZEROS
               GO TO 5500-LISTAR-CONSIGNADOS-EXIT
           END-IF.
           MOVE 'SALDO CONSIGNADO..: ' TO TRM-ROTULO.
           MOVE WRK-SALDO-CONSIG TO WRK-CONSIG-ED.
           MOVE WRK-CONSIG-ED TO TRM-VALOR.
           MOVE 'BRL' TO TRM-MOEDA.
           WRITE TERMO-LINHA FROM TRM-LINHA-VALOR.
           DISPLAY 'MATRICULA ' WRK-MATRICULA ' COM ' WRK-QTDE-CONSIG
               ' CONSIGNADO(S) ATIVO(S) - SALDO DEVEDOR '
               WRK-CONSIG-ED.
       5500-LISTAR-CONSIGNADOS-EXIT.
           EXIT.

       5550-LER-CONTRATO.
           READ CONTRATOS-CONSIG NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CONSIG
                   GO TO 5550-LER-CONTRATO-EXIT
           END-READ.
           IF CS-COMPANHIA NOT = WRK-COMPANHIA
               OR CS-MATRICULA NOT = WRK-MATRICULA
               MOVE 'S' TO WRK-FIM-CONSIG
               GO TO 5550-LER-CONTRATO-EXIT
           END-IF.
           IF NOT CS-ATIVO
               GO TO 5550-LER-CONTRATO-EXIT
           END-IF.
           COMPUTE WRK-SALDO-CONTRATO =
               (CS-QTDE-PARCELAS - CS-PARCELAS-PAGAS) * CS-VLR-PARCELA.
           ADD 1 TO WRK-QTDE-CONSIG.
           ADD WRK-SALDO-CONTRATO TO WRK-SALDO-CONSIG.
           MOVE SPACES TO TRM-ROTULO.
           STRING 'CONSIG ' CS-CONTRATO ': ' DELIMITED BY SIZE
               INTO TRM-ROTULO.
           MOVE WRK-SALDO-CONTRATO TO WRK-CONSIG-ED.
           MOVE WRK-CONSIG-ED TO TRM-VALOR.
           MOVE 'BRL' TO TRM-MOEDA.
           WRITE TERMO-LINHA FROM TRM-LINHA-VALOR.
       5550-LER-CONTRATO-EXIT.
           EXIT.

      *****************************************************
      * ACRESCENTA O PAGAMENTO DA RESCISAO AO EXTRATO
      * CONTABIL (FOLHAEXT) COM O TIPO 'R' E O PERIODO DO
       6000-GRAVAR-EXTRATO-EXIT.
           EXIT.

      *****************************************************
      * INATIVA A MATRICULA RESCINDIDA NO MESTRE, SE AINDA
      * ESTIVER ATIVA, E REGISTRA O EVENTO 'RESCISAO' NO
      * EMPMOVH. JA INATIVA (DESLIGADA ANTES PELO PROGCOB03)
      * O MESTRE NAO E TOCADO. FALHA AQUI NAO DESFAZ O TERMO
      * NEM O EXTRATO: SAI NO SYSOUT PARA INATIVAR A MAO
      *****************************************************
       7000-INATIVAR-MESTRE.
           OPEN I-O EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = "00"
               DISPLAY 'EMPMAST INDISPONIVEL PARA ATUALIZACAO'
                   ' (STATUS ' WRK-FS-EMPMAST ') - INATIVE A'
                   ' MATRICULA PELO PROGCOB03'
               MOVE 4 TO WRK-RC-RUN
               GO TO 7000-INATIVAR-MESTRE-EXIT
           END-IF.
           MOVE WRK-COMPANHIA TO EMP-COMPANHIA.
           MOVE WRK-MATRICULA TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'MATRICULA ' WRK-MATRICULA
                       ' SAIU DO MESTRE DURANTE O CALCULO'
                   MOVE 4 TO WRK-RC-RUN
                   CLOSE EMPLOYEE-MASTER
                   GO TO 7000-INATIVAR-MESTRE-EXIT
           END-READ.
           IF EMP-INATIVO
               DISPLAY 'MATRICULA ' WRK-MATRICULA
                   ' JA ESTAVA INATIVA NO MESTRE'
               CLOSE EMPLOYEE-MASTER
               GO TO 7000-INATIVAR-MESTRE-EXIT
           END-IF.
           PERFORM 8400-CAPTURAR-ANTES THRU 8400-CAPTURAR-ANTES-EXIT.
           MOVE 'I' TO EMP-SITUACAO.
           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO INATIVAR A MATRICULA '
                       WRK-MATRICULA ' - INATIVE PELO PROGCOB03'
                   MOVE 4 TO WRK-RC-RUN
               NOT INVALID KEY
                   DISPLAY 'MATRICULA ' WRK-MATRICULA
                       ' INATIVADA NO MESTRE'
                   PERFORM 8500-GRAVAR-MOVIMENTO
                       THRU 8500-GRAVAR-MOVIMENTO-EXIT
           END-REWRITE.
           CLOSE EMPLOYEE-MASTER.
       7000-INATIVAR-MESTRE-EXIT.
           EXIT.

      *****************************************************
      * IMAGEM "ANTES" DO REGISTRO, CAPTURADA ANTES DA
      * REGRAVACAO (MESMO PADRAO DO PROGCOB03)
      *****************************************************
       8400-CAPTURAR-ANTES.
           MOVE EMP-NOME TO MV-ANT-NOME.
           MOVE EMP-SITUACAO TO MV-ANT-SITUACAO.
           MOVE EMP-DEPTO TO MV-ANT-DEPTO.
           MOVE EMP-CCUSTO TO MV-ANT-CCUSTO.
           MOVE EMP-BANCO TO MV-ANT-BANCO.
           MOVE EMP-AGENCIA TO MV-ANT-AGENCIA.
           MOVE EMP-CONTA TO MV-ANT-CONTA.
           IF EMP-SALARIO NUMERIC
               MOVE EMP-SALARIO TO MV-ANT-SALARIO
           ELSE
               MOVE ZEROS TO MV-ANT-SALARIO
           END-IF.
           MOVE EMP-CARGO TO MV-ANT-CARGO.
           MOVE EMP-CPF TO MV-ANT-CPF.
           MOVE EMP-PIS TO MV-ANT-PIS.
       8400-CAPTURAR-ANTES-EXIT.
           EXIT.

      *****************************************************
      * ACRESCENTA NO HISTORICO DE MOVIMENTOS (EMPMOVH) A
      * IMAGEM ANTES/DEPOIS DA INATIVACAO POR RESCISAO
      *****************************************************
       8500-GRAVAR-MOVIMENTO.
           MOVE "PROGCB4R" TO MV-PROGRAMA.
           MOVE WRK-OPERADOR TO MV-OPERADOR.
           ACCEPT MV-DATA FROM DATE YYYYMMDD.
           ACCEPT MV-HORA FROM TIME.
           MOVE 'RESCISAO' TO MV-EVENTO.
           MOVE EMP-COMPANHIA TO MV-COMPANHIA.
           MOVE EMP-ID TO MV-MATRICULA.
           MOVE EMP-NOME TO MV-DEP-NOME.
           MOVE EMP-SITUACAO TO MV-DEP-SITUACAO.
           MOVE EMP-DEPTO TO MV-DEP-DEPTO.
           MOVE EMP-CCUSTO TO MV-DEP-CCUSTO.
           MOVE EMP-BANCO TO MV-DEP-BANCO.
           MOVE EMP-AGENCIA TO MV-DEP-AGENCIA.
           MOVE EMP-CONTA TO MV-DEP-CONTA.
           IF EMP-SALARIO NUMERIC
               MOVE EMP-SALARIO TO MV-DEP-SALARIO
           ELSE
               MOVE ZEROS TO MV-DEP-SALARIO
           END-IF.
           MOVE EMP-CARGO TO MV-DEP-CARGO.
           MOVE EMP-CPF TO MV-DEP-CPF.
           MOVE EMP-PIS TO MV-DEP-PIS.
           OPEN EXTEND MOVIMENTO-MESTRE.
           IF WRK-FS-MOVH = "35"
               OPEN OUTPUT MOVIMENTO-MESTRE
           END-IF.
           WRITE MOVIMENTO-MESTRE-REG.
           CLOSE MOVIMENTO-MESTRE.
       8500-GRAVAR-MOVIMENTO-EXIT.
           EXIT.

      *****************************************************
      * REGISTRA O TERMINO (OU O BLOQUEIO) NA TRILHA DE
      * AUDITORIA, COM A MATRICULA RESCINDIDA NA CHAVE
      *****************************************************
       9999-FINALIZAR.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB4R" TO AU-PROGRAMA.
           END-IF.
           MOVE WRK-MATRICULA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
