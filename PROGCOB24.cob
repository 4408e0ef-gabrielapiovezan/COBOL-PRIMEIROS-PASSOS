       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB24.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: MANUTENCAO DO CADASTRO DE EMPRESTIMOS
      *           CONSIGNADOS (CONSGMST): INCLUSAO DO CONTRATO
      *           AVERBADO PELO BANCO, CONSULTA DOS CONTRATOS
      *           DE UMA MATRICULA COM O SALDO DEVEDOR E A
      *           MARGEM CONSIGNAVEL, E CANCELAMENTO. A INCLUSAO
      *           E RECUSADA QUANDO A SOMA DAS PARCELAS ATIVAS
      *           COM A NOVA PASSA DE 35% DO LIQUIDO ESTIMADO
      *           (SALARIO DO MESTRE MENOS INSS/IRRF, COM OS
      *           MESMOS PERCENTUAIS DO PROGCOB04). CADA
      *           ALTERACAO SAI NA TRILHA DE AUDITORIA COM O
      *           NUMERO DO CONTRATO NA CHAVE
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - O CONSIGNADO ERA
      *                    DIGITADO TODO MES COMO VERBA DE
      *                    DESCONTO NO FOLHAVRB, SEM CONTROLE DE
      *                    PARCELAS NEM DE MARGEM
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
           SELECT CONTRATOS-CONSIG ASSIGN TO "CONSGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WRK-FS-CONSIG.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATOS-CONSIG.
           COPY CONSGREC.
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-CONSIG    PIC X(02) VALUE SPACES.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-ARQUIVOS-OK  PIC X(01) VALUE 'N'.
           88 ARQUIVOS-ABERTOS      VALUE 'S'.
       77 WRK-OPCAO        PIC 9(01) VALUE 9.
           88 SAIR-DO-MENU          VALUE 0.
       77 WRK-COMPANHIA    PIC X(02) VALUE '01'.
       77 WRK-CONTRATO     PIC X(10) VALUE SPACES.
       77 WRK-BANCO        PIC X(03) VALUE SPACES.
       77 WRK-REG-ACHADO   PIC X(01) VALUE 'N'.
           88 REGISTRO-ACHADO       VALUE 'S'.
       77 WRK-FIM-CONSIG   PIC X(01) VALUE 'N'.
           88 FIM-CONTRATOS         VALUE 'S'.
       77 WRK-QTDE-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
           88 CONFIRMOU             VALUE 'S'.
      *---------------------------------------------------
      * MATRICULA DIGITADA E EMPREGADO LOCALIZADO NO MESTRE
      *---------------------------------------------------
       01 WRK-MATRICULA-X      PIC X(06) VALUE ZEROS.
       01 WRK-MATRICULA REDEFINES WRK-MATRICULA-X
                               PIC 9(06).
       77 WRK-EMP-ACHADO   PIC X(01) VALUE 'N'.
           88 EMPREGADO-ACHADO      VALUE 'S'.
       77 WRK-SALARIO      PIC 9(06)V99 VALUE ZEROS.
      *---------------------------------------------------
      * DADOS DO CONTRATO DIGITADOS (VALORES COM DUAS CASAS
      * IMPLICITAS, COMO O MESTRE GUARDA O SALARIO)
      *---------------------------------------------------
       01 WRK-PRINCIPAL-X      PIC X(09) VALUE ZEROS.
       01 WRK-PRINCIPAL REDEFINES WRK-PRINCIPAL-X
                               PIC 9(07)V99.
       01 WRK-QTDE-PARC-X      PIC X(03) VALUE ZEROS.
       01 WRK-QTDE-PARC REDEFINES WRK-QTDE-PARC-X
                               PIC 9(03).
       01 WRK-VLR-PARCELA-X    PIC X(08) VALUE ZEROS.
       01 WRK-VLR-PARCELA REDEFINES WRK-VLR-PARCELA-X
                               PIC 9(06)V99.
       77 WRK-VALORES-OK   PIC X(01) VALUE 'N'.
           88 VALORES-VALIDOS       VALUE 'S'.
      *---------------------------------------------------
      * MARGEM CONSIGNAVEL: 35% DO LIQUIDO ESTIMADO PELO
      * SALARIO DO MESTRE COM OS DESCONTOS SIMPLIFICADOS DO
      * PROGCOB04; O COMPROMETIDO E A SOMA DAS PARCELAS DOS
      * CONTRATOS ATIVOS DA MATRICULA
      *---------------------------------------------------
       77 WRK-PCT-CONSIG   PIC 9V99  VALUE 0,35.
       77 WRK-PCT-INSS     PIC 9V999 VALUE 0,110.
       77 WRK-PCT-IRRF     PIC 9V999 VALUE 0,150.
       77 WRK-VLR-INSS     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VLR-IRRF     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-LIQ-ESTIMADO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VLR-MARGEM   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VLR-COMPROMETIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-DISPONIVEL PIC S9(07)V99 VALUE ZEROS.
       77 WRK-QTDE-ATIVOS  PIC 9(03) VALUE ZEROS.
       77 WRK-SALDO-DEVEDOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PARCELA-ED   PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MARGEM-ED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DISPONIVEL-ED PIC -ZZZ.ZZ9,99 VALUE ZEROS.
      *---------------------------------------------------
      * EVENTO DA ALTERACAO PARA A TRILHA DE AUDITORIA; O
      * ULTIMO CONTRATO TOCADO VAI NO REGISTRO DE TERMINO
      *---------------------------------------------------
       77 WRK-EVENTO-AUDIT PIC X(20) VALUE SPACES.
       77 WRK-CHAVE-USADA  PIC X(10) VALUE SPACES.
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF ARQUIVOS-ABERTOS
               PERFORM 2000-EXIBIR-MENU THRU 2000-EXIBIR-MENU-EXIT
                   UNTIL SAIR-DO-MENU
           END-IF.
           PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
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
           MOVE "PROGCB24" TO AU-PROGRAMA.
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
      * ABRE O CADASTRO DE CONSIGNADOS PARA LEITURA E
      * ATUALIZACAO, CRIANDO-O NA PRIMEIRA CHAMADA, E O
      * MESTRE PARA CONSULTA; PEDE A COMPANHIA DA SESSAO DE
      * MANUTENCAO (BRANCO = '01')
      *****************************************************
       1000-INICIALIZAR.
           MOVE 9 TO WRK-OPCAO.
           MOVE SPACES TO WRK-CHAVE-USADA.
           MOVE 'N' TO WRK-ARQUIVOS-OK.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = "00"
               DISPLAY 'EMPMAST INDISPONIVEL (STATUS ' WRK-FS-EMPMAST
                   ')'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN I-O CONTRATOS-CONSIG.
           IF WRK-FS-CONSIG = "35"
               OPEN OUTPUT CONTRATOS-CONSIG
               CLOSE CONTRATOS-CONSIG
               OPEN I-O CONTRATOS-CONSIG
           END-IF.
           IF WRK-FS-CONSIG NOT = "00"
               DISPLAY 'CONSGMST INDISPONIVEL (STATUS ' WRK-FS-CONSIG
                   ')'
               CLOSE EMPLOYEE-MASTER
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           MOVE 'S' TO WRK-ARQUIVOS-OK.
           DISPLAY 'COMPANHIA (BRANCO = 01): ' WITH NO ADVANCING.
           ACCEPT WRK-COMPANHIA FROM CONSOLE.
           IF WRK-COMPANHIA = SPACES
               MOVE '01' TO WRK-COMPANHIA
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * EXIBE O MENU DE MANUTENCAO, LE A OPCAO E DESPACHA.
      * REPETE ENQUANTO A OPCAO FOR INVALIDA
      *****************************************************
       2000-EXIBIR-MENU.
           DISPLAY "====== EMPRESTIMOS CONSIGNADOS - CIA "
               WRK-COMPANHIA " ======".
           DISPLAY "1 - INCLUIR CONTRATO".
           DISPLAY "2 - CONSULTAR CONTRATOS DA MATRICULA".
           DISPLAY "3 - CANCELAR CONTRATO".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 3000-INCLUIR THRU 3000-INCLUIR-EXIT
               WHEN 2
                   PERFORM 4000-CONSULTAR THRU 4000-CONSULTAR-EXIT
               WHEN 3
                   PERFORM 5000-CANCELAR THRU 5000-CANCELAR-EXIT
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - ESCOLHA DE 0 A 3'
           END-EVALUATE.
       2000-EXIBIR-MENU-EXIT.
           EXIT.

      *****************************************************
      * INCLUI UM CONTRATO AVERBADO: MATRICULA ATIVA NO
      * MESTRE, NUMERO DE CONTRATO NAO EM BRANCO E AINDA
      * NAO CADASTRADO, BANCO CREDOR NUMERICO E VALORES
      * VALIDOS. A PARCELA NOVA SOMADA AS DOS CONTRATOS
      * ATIVOS NAO PODE PASSAR DA MARGEM CONSIGNAVEL - SE
      * PASSAR, O CONTRATO E RECUSADO E NADA E GRAVADO
      *****************************************************
       3000-INCLUIR.
           PERFORM 3100-LOCALIZAR-EMPREGADO
               THRU 3100-LOCALIZAR-EMPREGADO-EXIT.
           IF NOT EMPREGADO-ACHADO
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           IF EMP-INATIVO
               DISPLAY 'MATRICULA ' WRK-MATRICULA ' INATIVA - NAO'
                   ' ACEITA CONSIGNADO NOVO'
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           IF WRK-SALARIO = ZEROS
               DISPLAY 'MATRICULA ' WRK-MATRICULA ' SEM SALARIO NO'
                   ' MESTRE - MARGEM NAO APURAVEL'
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           DISPLAY 'NUMERO DO CONTRATO (10): ' WITH NO ADVANCING.
           ACCEPT WRK-CONTRATO FROM CONSOLE.
           IF WRK-CONTRATO = SPACES
               DISPLAY 'CONTRATO EM BRANCO - NADA INCLUIDO'
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           MOVE WRK-COMPANHIA TO CS-COMPANHIA.
           MOVE WRK-MATRICULA TO CS-MATRICULA.
           MOVE WRK-CONTRATO TO CS-CONTRATO.
           READ CONTRATOS-CONSIG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'CONTRATO ' WRK-CONTRATO ' JA CADASTRADO'
                       ' PARA A MATRICULA'
                   GO TO 3000-INCLUIR-EXIT
           END-READ.
           DISPLAY 'BANCO CREDOR (3): ' WITH NO ADVANCING.
           ACCEPT WRK-BANCO FROM CONSOLE.
           IF WRK-BANCO NOT NUMERIC
               DISPLAY 'BANCO CREDOR INVALIDO - NADA INCLUIDO'
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           MOVE 'N' TO WRK-VALORES-OK.
           PERFORM 3300-LER-VALORES THRU 3300-LER-VALORES-EXIT
               UNTIL VALORES-VALIDOS.
           PERFORM 3400-APURAR-MARGEM THRU 3400-APURAR-MARGEM-EXIT.
           IF WRK-VLR-COMPROMETIDO + WRK-VLR-PARCELA
               > WRK-VLR-MARGEM
               MOVE WRK-VLR-PARCELA TO WRK-PARCELA-ED
               DISPLAY '*** CONTRATO RECUSADO: PARCELA ' WRK-PARCELA-ED
                   ' ESTOURA A MARGEM CONSIGNAVEL (35% DO'
                   ' LIQUIDO) - DISPONIVEL ' WRK-DISPONIVEL-ED ' ***'
               GO TO 3000-INCLUIR-EXIT
           END-IF.
           MOVE WRK-COMPANHIA TO CS-COMPANHIA.
           MOVE WRK-MATRICULA TO CS-MATRICULA.
           MOVE WRK-CONTRATO TO CS-CONTRATO.
           MOVE WRK-BANCO TO CS-BANCO.
           MOVE WRK-PRINCIPAL TO CS-VLR-PRINCIPAL.
           MOVE WRK-QTDE-PARC TO CS-QTDE-PARCELAS.
           MOVE WRK-VLR-PARCELA TO CS-VLR-PARCELA.
           MOVE ZEROS TO CS-PARCELAS-PAGAS.
           MOVE 'A' TO CS-SITUACAO.
           ACCEPT CS-DATA-INCLUSAO FROM DATE YYYYMMDD.
           MOVE SPACES TO CS-ULT-PERIODO.
           WRITE CONSIG-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CONTRATO ' CS-CONTRATO
               NOT INVALID KEY
                   MOVE CS-CONTRATO TO WRK-CHAVE-USADA
                   DISPLAY 'CONTRATO INCLUIDO: ' CS-CONTRATO
                       ' BANCO ' CS-BANCO
                   MOVE 'CONSIG INCLUIDO' TO WRK-EVENTO-AUDIT
                   PERFORM 8000-REGISTRAR-ALTERACAO
                       THRU 8000-REGISTRAR-ALTERACAO-EXIT
           END-WRITE.
       3000-INCLUIR-EXIT.
           EXIT.

      *****************************************************
      * LE A MATRICULA E CONSULTA O EMPREGADO NO MESTRE DA
      * COMPANHIA DA SESSAO
      *****************************************************
       3100-LOCALIZAR-EMPREGADO.
           MOVE 'N' TO WRK-EMP-ACHADO.
           MOVE ZEROS TO WRK-SALARIO.
           DISPLAY 'MATRICULA (6): ' WITH NO ADVANCING.
           ACCEPT WRK-MATRICULA-X FROM CONSOLE.
           IF WRK-MATRICULA-X NOT NUMERIC
               DISPLAY 'MATRICULA NAO NUMERICA'
               GO TO 3100-LOCALIZAR-EMPREGADO-EXIT
           END-IF.
           MOVE WRK-COMPANHIA TO EMP-COMPANHIA.
           MOVE WRK-MATRICULA TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'MATRICULA ' WRK-MATRICULA ' NAO'
                       ' CADASTRADA NA COMPANHIA ' WRK-COMPANHIA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-EMP-ACHADO
                   DISPLAY 'EMPREGADO: ' EMP-NOME
                   IF EMP-SALARIO NUMERIC
                       MOVE EMP-SALARIO TO WRK-SALARIO
                   END-IF
           END-READ.
       3100-LOCALIZAR-EMPREGADO-EXIT.
           EXIT.

      *****************************************************
      * LE O VALOR FINANCIADO, A QUANTIDADE E O VALOR DAS
      * PARCELAS: NUMERICOS E MAIORES QUE ZERO, E O TOTAL
      * DAS PARCELAS NAO MENOR QUE O VALOR FINANCIADO
      *****************************************************
       3300-LER-VALORES.
           DISPLAY 'VALOR FINANCIADO (9 DIGITOS, 2 CASAS IMPLICITAS'
               ', EX. 001000000 = 10.000,00): ' WITH NO ADVANCING.
           ACCEPT WRK-PRINCIPAL-X FROM CONSOLE.
           DISPLAY 'QUANTIDADE DE PARCELAS (3): ' WITH NO ADVANCING.
           ACCEPT WRK-QTDE-PARC-X FROM CONSOLE.
           DISPLAY 'VALOR DA PARCELA (8 DIGITOS, 2 CASAS'
               ' IMPLICITAS): ' WITH NO ADVANCING.
           ACCEPT WRK-VLR-PARCELA-X FROM CONSOLE.
           IF WRK-PRINCIPAL-X NOT NUMERIC
               OR WRK-QTDE-PARC-X NOT NUMERIC
               OR WRK-VLR-PARCELA-X NOT NUMERIC
               DISPLAY 'VALORES NAO NUMERICOS - REDIGITE'
               GO TO 3300-LER-VALORES-EXIT
           END-IF.
           IF WRK-PRINCIPAL = ZEROS OR WRK-QTDE-PARC = ZEROS
               OR WRK-VLR-PARCELA = ZEROS
               DISPLAY 'VALOR OU QUANTIDADE ZERADA - REDIGITE'
               GO TO 3300-LER-VALORES-EXIT
           END-IF.
           IF WRK-VLR-PARCELA * WRK-QTDE-PARC < WRK-PRINCIPAL
               DISPLAY 'PARCELAS NAO COBREM O VALOR FINANCIADO'
                   ' - REDIGITE'
               GO TO 3300-LER-VALORES-EXIT
           END-IF.
           MOVE 'S' TO WRK-VALORES-OK.
       3300-LER-VALORES-EXIT.
           EXIT.

      *****************************************************
      * APURA A MARGEM CONSIGNAVEL DA MATRICULA: 35% DO
      * LIQUIDO ESTIMADO (SALARIO - INSS - IRRF) E A SOMA
      * DAS PARCELAS DOS CONTRATOS ATIVOS JA CADASTRADOS
      *****************************************************
       3400-APURAR-MARGEM.
           COMPUTE WRK-VLR-INSS ROUNDED = WRK-SALARIO * WRK-PCT-INSS.
           COMPUTE WRK-VLR-IRRF ROUNDED =
               (WRK-SALARIO - WRK-VLR-INSS) * WRK-PCT-IRRF.
           COMPUTE WRK-LIQ-ESTIMADO =
               WRK-SALARIO - WRK-VLR-INSS - WRK-VLR-IRRF.
           COMPUTE WRK-VLR-MARGEM ROUNDED =
               WRK-LIQ-ESTIMADO * WRK-PCT-CONSIG.
           MOVE ZEROS TO WRK-VLR-COMPROMETIDO WRK-QTDE-ATIVOS.
           MOVE 'N' TO WRK-FIM-CONSIG.
           MOVE WRK-COMPANHIA TO CS-COMPANHIA.
           MOVE WRK-MATRICULA TO CS-MATRICULA.
           MOVE LOW-VALUES TO CS-CONTRATO.
           START CONTRATOS-CONSIG KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CONSIG.
           PERFORM 3450-SOMAR-CONTRATO THRU 3450-SOMAR-CONTRATO-EXIT
               UNTIL FIM-CONTRATOS.
           COMPUTE WRK-VLR-DISPONIVEL =
               WRK-VLR-MARGEM - WRK-VLR-COMPROMETIDO.
           MOVE WRK-VLR-MARGEM TO WRK-MARGEM-ED.
           MOVE WRK-VLR-DISPONIVEL TO WRK-DISPONIVEL-ED.
       3400-APURAR-MARGEM-EXIT.
           EXIT.

       3450-SOMAR-CONTRATO.
           READ CONTRATOS-CONSIG NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CONSIG
                   GO TO 3450-SOMAR-CONTRATO-EXIT
           END-READ.
           IF CS-COMPANHIA NOT = WRK-COMPANHIA
               OR CS-MATRICULA NOT = WRK-MATRICULA
               MOVE 'S' TO WRK-FIM-CONSIG
               GO TO 3450-SOMAR-CONTRATO-EXIT
           END-IF.
           IF CS-ATIVO
               ADD CS-VLR-PARCELA TO WRK-VLR-COMPROMETIDO
               ADD 1 TO WRK-QTDE-ATIVOS
           END-IF.
       3450-SOMAR-CONTRATO-EXIT.
           EXIT.

      *****************************************************
      * EXIBE O CONTRATO CORRENTE COM AS PARCELAS PAGAS E O
      * SALDO DEVEDOR (PARCELAS QUE FALTAM X VALOR DA
      * PARCELA)
      *****************************************************
       3600-EXIBIR-REGISTRO.
           COMPUTE WRK-SALDO-DEVEDOR =
               (CS-QTDE-PARCELAS - CS-PARCELAS-PAGAS)
               * CS-VLR-PARCELA.
           MOVE CS-VLR-PARCELA TO WRK-PARCELA-ED.
           MOVE WRK-SALDO-DEVEDOR TO WRK-VALOR-ED.
           DISPLAY 'CONTRATO: ' CS-CONTRATO ' BANCO ' CS-BANCO
               ' PARCELA ' WRK-PARCELA-ED ' PAGAS '
               CS-PARCELAS-PAGAS '/' CS-QTDE-PARCELAS
               ' SALDO ' WRK-VALOR-ED WITH NO ADVANCING.
           EVALUATE TRUE
               WHEN CS-ATIVO
                   DISPLAY ' ATIVO'
               WHEN CS-QUITADO
                   DISPLAY ' QUITADO'
               WHEN CS-RECUSADO
                   DISPLAY ' RECUSADO (MARGEM)'
               WHEN CS-CANCELADO
                   DISPLAY ' CANCELADO'
               WHEN OTHER
                   DISPLAY ' SITUACAO ' CS-SITUACAO
           END-EVALUATE.
       3600-EXIBIR-REGISTRO-EXIT.
           EXIT.

      *****************************************************
      * LISTA TODOS OS CONTRATOS DA MATRICULA E FECHA COM A
      * MARGEM CONSIGNAVEL, O COMPROMETIDO E O DISPONIVEL
      *****************************************************
       4000-CONSULTAR.
           PERFORM 3100-LOCALIZAR-EMPREGADO
               THRU 3100-LOCALIZAR-EMPREGADO-EXIT.
           IF NOT EMPREGADO-ACHADO
               GO TO 4000-CONSULTAR-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTDE-LISTADOS.
           MOVE 'N' TO WRK-FIM-CONSIG.
           MOVE WRK-COMPANHIA TO CS-COMPANHIA.
           MOVE WRK-MATRICULA TO CS-MATRICULA.
           MOVE LOW-VALUES TO CS-CONTRATO.
           START CONTRATOS-CONSIG KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CONSIG.
           PERFORM 4100-LISTAR-CONTRATO
               THRU 4100-LISTAR-CONTRATO-EXIT
               UNTIL FIM-CONTRATOS.
           DISPLAY 'CONTRATOS LISTADOS: ' WRK-QTDE-LISTADOS.
           PERFORM 3400-APURAR-MARGEM THRU 3400-APURAR-MARGEM-EXIT.
           MOVE WRK-VLR-COMPROMETIDO TO WRK-VALOR-ED.
           DISPLAY 'MARGEM CONSIGNAVEL: ' WRK-MARGEM-ED
               ' COMPROMETIDO: ' WRK-VALOR-ED
               ' DISPONIVEL: ' WRK-DISPONIVEL-ED.
       4000-CONSULTAR-EXIT.
           EXIT.

       4100-LISTAR-CONTRATO.
           READ CONTRATOS-CONSIG NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CONSIG
                   GO TO 4100-LISTAR-CONTRATO-EXIT
           END-READ.
           IF CS-COMPANHIA NOT = WRK-COMPANHIA
               OR CS-MATRICULA NOT = WRK-MATRICULA
               MOVE 'S' TO WRK-FIM-CONSIG
               GO TO 4100-LISTAR-CONTRATO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LISTADOS.
           PERFORM 3600-EXIBIR-REGISTRO
               THRU 3600-EXIBIR-REGISTRO-EXIT.
       4100-LISTAR-CONTRATO-EXIT.
           EXIT.

      *****************************************************
      * CANCELA UM CONTRATO ATIVO, COM CONFIRMACAO - A
      * FOLHA DEIXA DE DESCONTAR A PARCELA A PARTIR DO
      * PROXIMO RUN. O CONTRATO NAO E EXCLUIDO: AS PARCELAS
      * JA DESCONTADAS CONTINUAM NO CADASTRO
      *****************************************************
       5000-CANCELAR.
           MOVE 'N' TO WRK-REG-ACHADO.
           DISPLAY 'MATRICULA (6): ' WITH NO ADVANCING.
           ACCEPT WRK-MATRICULA-X FROM CONSOLE.
           IF WRK-MATRICULA-X NOT NUMERIC
               DISPLAY 'MATRICULA NAO NUMERICA'
               GO TO 5000-CANCELAR-EXIT
           END-IF.
           DISPLAY 'NUMERO DO CONTRATO (10): ' WITH NO ADVANCING.
           ACCEPT WRK-CONTRATO FROM CONSOLE.
           MOVE WRK-COMPANHIA TO CS-COMPANHIA.
           MOVE WRK-MATRICULA TO CS-MATRICULA.
           MOVE WRK-CONTRATO TO CS-CONTRATO.
           READ CONTRATOS-CONSIG
               INVALID KEY
                   DISPLAY 'CONTRATO ' WRK-CONTRATO ' NAO CADASTRADO'
                       ' PARA A MATRICULA ' WRK-MATRICULA
                   GO TO 5000-CANCELAR-EXIT
           END-READ.
           PERFORM 3600-EXIBIR-REGISTRO
               THRU 3600-EXIBIR-REGISTRO-EXIT.
           IF NOT CS-ATIVO
               DISPLAY 'SO CONTRATO ATIVO PODE SER CANCELADO'
               GO TO 5000-CANCELAR-EXIT
           END-IF.
           DISPLAY 'CANCELAR O CONTRATO (S/N)? ' WITH NO ADVANCING.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT CONFIRMOU
               DISPLAY 'NADA ALTERADO'
               GO TO 5000-CANCELAR-EXIT
           END-IF.
           MOVE 'C' TO CS-SITUACAO.
           REWRITE CONSIG-REG
               INVALID KEY
                   DISPLAY 'ERRO AO CANCELAR CONTRATO ' CS-CONTRATO
               NOT INVALID KEY
                   MOVE CS-CONTRATO TO WRK-CHAVE-USADA
                   DISPLAY 'CONTRATO CANCELADO: ' CS-CONTRATO
                   MOVE 'CONSIG CANCELADO' TO WRK-EVENTO-AUDIT
                   PERFORM 8000-REGISTRAR-ALTERACAO
                       THRU 8000-REGISTRAR-ALTERACAO-EXIT
           END-REWRITE.
       5000-CANCELAR-EXIT.
           EXIT.

      *****************************************************
      * REGISTRA A ALTERACAO DO CADASTRO NA TRILHA DE
      * AUDITORIA, COM O NUMERO DO CONTRATO NA CHAVE
      *****************************************************
       8000-REGISTRAR-ALTERACAO.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB24" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE WRK-EVENTO-AUDIT TO AU-EVENTO.
           MOVE CS-CONTRATO TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       8000-REGISTRAR-ALTERACAO-EXIT.
           EXIT.

       9999-FINALIZAR.
           IF ARQUIVOS-ABERTOS
               CLOSE CONTRATOS-CONSIG
               CLOSE EMPLOYEE-MASTER
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB24" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           MOVE "FIM NORMAL DO RUN" TO AU-EVENTO.
           MOVE WRK-CHAVE-USADA TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.
