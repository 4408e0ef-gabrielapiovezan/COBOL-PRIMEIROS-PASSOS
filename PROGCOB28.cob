       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB28.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: FOLHA COMPLEMENTAR: PAGA FORA DO RUN NORMAL UM
      *           EMPREGADO OU UMA LISTA CURTA DELES, INFORMADOS
      *           PELO RH NO COMPLPGT (COMPANHIA, MATRICULA,
      *           VALOR BRUTO E HISTORICO), NO PERIODO DO
      *           PARAMPER. APLICA OS MESMOS DESCONTOS
      *           SIMPLIFICADOS DA FOLHA (INSS/IRRF) E GRAVA, COMO
      *           QUALQUER PAGAMENTO: O EXTRATO CONTABIL
      *           (FOLHAEXT, TIPO 'C'), O RECIBO NO COMPLHOL E NO
      *           HISTORICO FOLHAHIS (TIPO 'C'), A REMESSA
      *           BANCARIA NO LAYOUT DO FOLHABCO, O REGISTRO DE
      *           LIBERACAO PENDENTE (FOLHALIB, TIPO 'C') PARA A
      *           APROVACAO DO PROGCOB21 E A LIBERACAO DO
      *           PROGCOB22, E O REGISTRO DE CONTROLE DO RUN NO
      *           LAYOUT DO FOLHACTL PARA A CONFERENCIA CRUZADA
      *           DO PROGCOB04V
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL - PAGAMENTOS AVULSOS
      *                    (DIFERENCAS, PREMIOS, ACERTOS) ERAM
      *                    FEITOS POR FORA, SEM DESCONTO, SEM
      *                    HOLERITE E SEM APARECER NO EXTRATO NEM
      *                    NO INFORME ANUAL DO PROGCOB12
      * 15/10/2026 GABPI0  TRILHA DE AUDITORIA GRAVADA PELO
      *                    PROGCOB09G (SEQUENCIA E VERIFICADOR
      *                    ENCADEADO) EM VEZ DE ACRESCENTAR O
      *                    AUDITLOG DIRETO
      * 15/10/2026 GABPI0  FOLHACTL NO LAYOUT NOVO DO PROGCOB04,
      *                    COM A CONTAGEM E O VALOR RETIDOS ZERADOS
      *                    - A COMPLEMENTAR NAO RETEM DEPOSITO
      * 15/10/2026 GABPI0  FOLHACTL COM A CONTAGEM DE AFASTADOS
      *                    ZERADA - A COMPLEMENTAR NAO CONSULTA
      *                    AFASTAMENTOS
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
           SELECT LISTA-COMPLEMENTAR ASSIGN TO "COMPLPGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LISTA.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CHAVE
               FILE STATUS IS WRK-FS-EMPMAST.
           SELECT EXTRATO-CONTABIL ASSIGN TO "FOLHAEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
           SELECT RECIBO-COMPLEMENTAR ASSIGN TO "COMPLHOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECIBO.
           SELECT HISTORICO-HOLERITE ASSIGN TO "FOLHAHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HOLHIST.
           SELECT REMESSA-BANCO ASSIGN TO "FOLHABCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           SELECT LIBERACAO-REMESSA ASSIGN TO "FOLHALIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIBERACAO.
           SELECT CONTROLE-RUN ASSIGN TO "FOLHACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTROLE.
           SELECT SESSAO-OPERADOR ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      * PERIODO (AAAAMM) DE COMPETENCIA DA COMPLEMENTAR
      *****************************************************
       FD  PARAM-PERIODO.
       01  PARAM-PERIODO-REG.
           05  PP-PERIODO          PIC X(06).
      *****************************************************
      * LISTA DE PAGAMENTOS COMPLEMENTARES MANTIDA PELO RH:
      * COMPANHIA (BRANCO = '01'), MATRICULA, VALOR BRUTO
      * (9(06)V99 SEM PONTUACAO) E HISTORICO DO RECIBO
      *****************************************************
       FD  LISTA-COMPLEMENTAR.
       01  LISTA-COMPLEMENTAR-REG.
           05  CP-COMPANHIA        PIC X(02).
           05  CP-MATRICULA        PIC X(06).
           05  CP-VALOR            PIC X(08).
           05  CP-VALOR-N REDEFINES CP-VALOR
                                   PIC 9(06)V99.
           05  CP-HISTORICO        PIC X(20).
       FD  EMPLOYEE-MASTER.
           COPY EMPMAST.
       FD  EXTRATO-CONTABIL.
           COPY EXTRREC.
      *****************************************************
      * RECIBOS DA COMPLEMENTAR DO RUN: LINHAS DE IMPRESSAO
      * NO ESTILO DA FICHA DO FOLHAHOL, UMA POR PAGAMENTO
      *****************************************************
       FD  RECIBO-COMPLEMENTAR.
       01  RECIBO-LINHA            PIC X(60).
      *****************************************************
      * HISTORICO DE HOLERITES, O MESMO LAYOUT GRAVADO PELO
      * PROGCOB04 - O RECIBO DA COMPLEMENTAR ENTRA COM O TIPO
      * 'C' E O PROGCOB19 O REIMPRIME COMO QUALQUER FICHA
      *****************************************************
       FD  HISTORICO-HOLERITE.
       01  HISTORICO-HOLERITE-REG.
           05  HH-COMPANHIA        PIC X(02).
           05  HH-MATRICULA        PIC 9(06).
           05  HH-PERIODO          PIC X(06).
           05  HH-TIPO             PIC X(01).
           05  HH-LINHA            PIC X(60).
      *****************************************************
      * REMESSA BANCARIA DO LIQUIDO DA COMPLEMENTAR, NO
      * MESMO LAYOUT DO FOLHABCO DO PROGCOB04: HEADER '0',
      * DETALHES '1' E TRAILER '9'
      *****************************************************
       FD  REMESSA-BANCO.
       01  REMESSA-BANCO-REG       PIC X(80).
      *****************************************************
      * REGISTRO DE LIBERACAO DA REMESSA DA COMPLEMENTAR, NO
      * MESMO LAYOUT DO FOLHALIB DO PROGCOB04, GRAVADO
      * PENDENTE
      *****************************************************
       FD  LIBERACAO-REMESSA.
       01  LIBERACAO-REMESSA-REG.
           05  LB-PERIODO          PIC X(06).
           05  LB-TIPO             PIC X(01).
           05  LB-DATA             PIC X(08).
           05  LB-QTDE             PIC 9(06).
           05  LB-TOTAL            PIC 9(13).
           05  LB-SITUACAO         PIC X(01).
           05  LB-OPER-RUN         PIC X(08).
           05  LB-OPER-APROV       PIC X(08).
           05  LB-DATA-APROV       PIC X(08).
      *****************************************************
      * REGISTRO DE CONTROLE DO RUN, NO MESMO LAYOUT DO
      * FOLHACTL DO PROGCOB04, PARA O PROGCOB04V CERTIFICAR
      * A CADEIA DA COMPLEMENTAR. CT-AFASTADOS (AFASTADOS E
      * EM FERIAS NO PERIODO TODO) VAI ZERADO
      *****************************************************
       FD  CONTROLE-RUN.
       01  CONTROLE-RUN-REG.
           05  CT-PERIODO          PIC X(06).
           05  CT-TIPO             PIC X(01).
           05  CT-DATA             PIC X(08).
           05  CT-LIDOS            PIC 9(06).
           05  CT-PAGOS            PIC 9(06).
           05  CT-REJEITADOS       PIC 9(06).
           05  CT-FORA-ESCOPO      PIC 9(06).
           05  CT-EXTRATOS         PIC 9(06).
           05  CT-TOT-LIQ          PIC 9(13).
           05  CT-RETIDOS          PIC 9(06).
           05  CT-TOT-RETIDO       PIC 9(13).
           05  CT-AFASTADOS        PIC 9(06).
       FD  SESSAO-OPERADOR.
       01  SESSAO-OPERADOR-REG.
           05  SO-OPERADOR         PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-LISTA     PIC X(02) VALUE SPACES.
       77 WRK-FS-EMPMAST   PIC X(02) VALUE SPACES.
       77 WRK-FS-EXTRATO   PIC X(02) VALUE SPACES.
       77 WRK-FS-RECIBO    PIC X(02) VALUE SPACES.
       77 WRK-FS-HOLHIST   PIC X(02) VALUE SPACES.
       77 WRK-FS-REMESSA   PIC X(02) VALUE SPACES.
       77 WRK-FS-LIBERACAO PIC X(02) VALUE SPACES.
       77 WRK-FS-CONTROLE  PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-HORA-AUDIT   PIC X(08) VALUE SPACES.
       77 WRK-FS-SESSAO    PIC X(02) VALUE SPACES.
      *---------------------------------------------------
      * OPERADOR ASSINADO NO MENU (OPERSESS); RODANDO EM
      * LOTE, SEM SESSAO, A TRILHA REGISTRA 'BATCH'
      *---------------------------------------------------
       77 WRK-OPERADOR     PIC X(08) VALUE 'BATCH'.
       77 WRK-FIM-LISTA    PIC X(01) VALUE 'N'.
           88 FIM-LISTA             VALUE 'S'.
       77 WRK-FIM-EXTRATO  PIC X(01) VALUE 'N'.
           88 FIM-EXTRATO           VALUE 'S'.
       77 WRK-RC-RUN       PIC 9(01) VALUE ZEROS.
       77 WRK-RUN-OK       PIC X(01) VALUE 'S'.
           88 RUN-VALIDO            VALUE 'S'.
       77 WRK-ARQ-ABERTOS  PIC X(01) VALUE 'N'.
           88 ARQUIVOS-ABERTOS      VALUE 'S'.
      *---------------------------------------------------
      * TIPO DE FOLHA DA COMPLEMENTAR NO EXTRATO, NO
      * HISTORICO, NA LIBERACAO DA REMESSA E NO CONTROLE
      *---------------------------------------------------
       77 WRK-TIPO-FOLHA   PIC X(01) VALUE 'C'.
       77 WRK-PERIODO      PIC X(06) VALUE SPACES.
      *---------------------------------------------------
      * PAGAMENTO CORRENTE DA LISTA E O RESULTADO DA SUA
      * VALIDACAO
      *---------------------------------------------------
       77 WRK-COMPANHIA    PIC X(02) VALUE '01'.
       77 WRK-MATRICULA    PIC 9(06) VALUE ZEROS.
       77 WRK-NOME         PIC X(22) VALUE SPACES.
       77 WRK-MOEDA        PIC X(03) VALUE 'BRL'.
       77 WRK-MOTIVO       PIC X(40) VALUE SPACES.
       77 WRK-PGTO-OK      PIC X(01) VALUE 'S'.
           88 PAGAMENTO-VALIDO      VALUE 'S'.
      *---------------------------------------------------
      * COMPLEMENTARES JA PAGAS NO PERIODO (DO EXTRATO E DO
      * PROPRIO RUN): O MESMO EMPREGADO COM O MESMO BRUTO NO
      * MESMO PERIODO E RERUN OU LINHA REPETIDA E E RECUSADO
      *---------------------------------------------------
       77 WRK-QTDE-PAGAS   PIC 9(04) VALUE ZEROS.
       77 WRK-IND          PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ACHADO   PIC 9(04) VALUE ZEROS.
       01 TAB-PAGAS.
           05 PAG-ENTRADA OCCURS 500 TIMES.
               10 PAG-CIA          PIC X(02).
               10 PAG-MATRICULA    PIC 9(06).
               10 PAG-BRUTO        PIC 9(06)V99.
      *---------------------------------------------------
      * VERBA DA COMPLEMENTAR E DESCONTOS SIMPLIFICADOS (OS
      * MESMOS PERCENTUAIS DO PROGCOB04)
      *---------------------------------------------------
       77 WRK-TOTAL-BRUTO   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PCT-INSS      PIC 9V999 VALUE 0,110.
       77 WRK-PCT-IRRF      PIC 9V999 VALUE 0,150.
       77 WRK-VLR-INSS      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-IRRF      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-DESCONTOS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VLR-LIQUIDO   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-ED      PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
      *---------------------------------------------------
      * CONTADORES E TOTAIS DO RUN (REMESSA EM CENTAVOS)
      *---------------------------------------------------
       77 WRK-QTDE-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-PAGOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-SEM-BANCO  PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-REMESSA    PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-LIQ-REMESSA PIC 9(13) VALUE ZEROS.
       77 WRK-TOT-LIQUIDO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO-ED  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *---------------------------------------------------
      * LINHAS DA REMESSA (MESMOS LAYOUTS DO PROGCOB04)
      *---------------------------------------------------
       01 BCO-HEADER.
           05 FILLER           PIC X(01) VALUE '0'.
           05 BCO-HDR-EMPRESA  PIC X(30)
               VALUE 'EMPRESA PROGCOB LTDA'.
           05 BCO-HDR-DATA     PIC X(08).
           05 FILLER           PIC X(41) VALUE SPACES.
       01 BCO-DETALHE.
           05 FILLER           PIC X(01) VALUE '1'.
           05 BCO-DET-MATRICULA PIC 9(06).
           05 BCO-DET-NOME     PIC X(20).
           05 BCO-DET-BANCO    PIC 9(03).
           05 BCO-DET-AGENCIA  PIC 9(04).
           05 BCO-DET-CONTA    PIC 9(09).
           05 BCO-DET-VALOR    PIC 9(11).
           05 BCO-DET-MOEDA    PIC X(03).
           05 BCO-DET-CIA      PIC X(02).
           05 FILLER           PIC X(21) VALUE SPACES.
       01 BCO-TRAILER.
           05 FILLER           PIC X(01) VALUE '9'.
           05 BCO-TRL-QTDE     PIC 9(06).
           05 BCO-TRL-TOTAL    PIC 9(13).
           05 FILLER           PIC X(60) VALUE SPACES.
      *---------------------------------------------------
      * LINHAS DO RECIBO DA COMPLEMENTAR, NO ESTILO DA
      * FICHA DO FOLHAHOL
      *---------------------------------------------------
       77 WRK-HOL-LINHA       PIC X(60) VALUE SPACES.
       01 REC-LINHA-SEPARA.
           05 FILLER           PIC X(46) VALUE ALL '='.
       01 REC-LINHA-TITULO.
           05 FILLER           PIC X(39)
               VALUE 'RECIBO DE FOLHA COMPLEMENTAR - PERIODO:'.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 REC-PERIODO      PIC X(06).
       01 REC-LINHA-IDENT.
           05 FILLER           PIC X(11) VALUE 'MATRICULA: '.
           05 REC-MATRICULA    PIC 9(06).
           05 FILLER           PIC X(08) VALUE '  NOME: '.
           05 REC-NOME         PIC X(20).
       01 REC-LINHA-HISTORICO.
           05 FILLER           PIC X(16) VALUE 'HISTORICO.....: '.
           05 REC-HISTORICO    PIC X(20).
       01 REC-LINHA-VALOR.
           05 REC-ROTULO       PIC X(20).
           05 REC-VALOR        PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 REC-MOEDA        PIC X(03).
           COPY AUDITREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-REGISTRAR-INICIO
               THRU 0100-REGISTRAR-INICIO-EXIT.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-PAGAMENTO
               THRU 2000-PROCESSAR-PAGAMENTO-EXIT
               UNTIL FIM-LISTA.
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
           MOVE "PROGCB28" TO AU-PROGRAMA.
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
      * LE O PERIODO, ABRE A LISTA E O MESTRE - QUALQUER UM
      * INDISPONIVEL BLOQUEIA O RUN COM RC 8, ANTES DE ABRIR
      * AS SAIDAS - CARREGA AS COMPLEMENTARES JA PAGAS NO
      * PERIODO E ABRE O EXTRATO, O HISTORICO (ACUMULATIVOS),
      * O RECIBO E A REMESSA
      *****************************************************
       1000-INICIALIZAR.
           PERFORM 1100-LER-PERIODO THRU 1100-LER-PERIODO-EXIT.
           IF NOT RUN-VALIDO
               MOVE 'S' TO WRK-FIM-LISTA
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT LISTA-COMPLEMENTAR.
           IF WRK-FS-LISTA NOT = "00"
               DISPLAY 'COMPLPGT INDISPONIVEL (STATUS ' WRK-FS-LISTA
                   ') - NENHUM PAGAMENTO COMPLEMENTAR'
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-LISTA
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = "00"
               DISPLAY 'EMPMAST INDISPONIVEL (STATUS ' WRK-FS-EMPMAST
                   ') - FOLHA COMPLEMENTAR BLOQUEADA'
               CLOSE LISTA-COMPLEMENTAR
               MOVE 8 TO WRK-RC-RUN
               MOVE 'S' TO WRK-FIM-LISTA
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1200-CARREGAR-PAGAS THRU 1200-CARREGAR-PAGAS-EXIT.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           OPEN EXTEND EXTRATO-CONTABIL.
           IF WRK-FS-EXTRATO = "35"
               OPEN OUTPUT EXTRATO-CONTABIL
           END-IF.
           OPEN EXTEND HISTORICO-HOLERITE.
           IF WRK-FS-HOLHIST = "35"
               OPEN OUTPUT HISTORICO-HOLERITE
           END-IF.
           OPEN OUTPUT RECIBO-COMPLEMENTAR.
           OPEN OUTPUT REMESSA-BANCO.
           MOVE WRK-DATA-AUDIT TO BCO-HDR-DATA.
           WRITE REMESSA-BANCO-REG FROM BCO-HEADER.
           MOVE 'S' TO WRK-ARQ-ABERTOS.
           DISPLAY "========= FOLHA COMPLEMENTAR - " WRK-PERIODO
               " =========".
           PERFORM 2100-LER-LISTA THRU 2100-LER-LISTA-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *****************************************************
      * LE DO PARAMPER O PERIODO DE COMPETENCIA (AAAAMM)
      *****************************************************
       1100-LER-PERIODO.
           OPEN INPUT PARAM-PERIODO.
           IF WRK-FS-PARAM NOT = "00"
               DISPLAY 'PARAMPER INDISPONIVEL (STATUS ' WRK-FS-PARAM
                   ') - INFORME O PERIODO DA COMPLEMENTAR'
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
      * CARREGA DO EXTRATO AS COMPLEMENTARES (TIPO 'C') JA
      * PAGAS NO PERIODO. SEM O EXTRATO AINDA NAO HOUVE
      * PAGAMENTO NENHUM
      *****************************************************
       1200-CARREGAR-PAGAS.
           MOVE ZEROS TO WRK-QTDE-PAGAS.
           OPEN INPUT EXTRATO-CONTABIL.
           IF WRK-FS-EXTRATO NOT = "00"
               GO TO 1200-CARREGAR-PAGAS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-EXTRATO.
           PERFORM 1250-LER-EXTRATO THRU 1250-LER-EXTRATO-EXIT
               UNTIL FIM-EXTRATO.
           CLOSE EXTRATO-CONTABIL.
       1200-CARREGAR-PAGAS-EXIT.
           EXIT.

       1250-LER-EXTRATO.
           READ EXTRATO-CONTABIL
               AT END
                   MOVE 'S' TO WRK-FIM-EXTRATO
                   GO TO 1250-LER-EXTRATO-EXIT
           END-READ.
           IF EX-TIPO-FOLHA NOT = WRK-TIPO-FOLHA
               OR EX-PERIODO NOT = WRK-PERIODO
               GO TO 1250-LER-EXTRATO-EXIT
           END-IF.
           IF WRK-QTDE-PAGAS < 500
               ADD 1 TO WRK-QTDE-PAGAS
               MOVE EX-COMPANHIA TO PAG-CIA (WRK-QTDE-PAGAS)
               MOVE EX-EMP-ID TO PAG-MATRICULA (WRK-QTDE-PAGAS)
               MOVE EX-SALARIO TO PAG-BRUTO (WRK-QTDE-PAGAS)
           ELSE
               DISPLAY 'TABELA DE COMPLEMENTARES PAGAS CHEIA - '
                   'MATRICULA ' EX-EMP-ID ' SEM CONTROLE DE RERUN'
           END-IF.
       1250-LER-EXTRATO-EXIT.
           EXIT.

      *****************************************************
      * PROCESSA UM PAGAMENTO DA LISTA: VALIDA, CALCULA E
      * GRAVA EXTRATO, RECIBO E REMESSA. PAGAMENTO RECUSADO
      * E LISTADO COM O MOTIVO E O RUN TERMINA COM RC 4
      *****************************************************
       2000-PROCESSAR-PAGAMENTO.
           ADD 1 TO WRK-QTDE-LIDOS.
           PERFORM 2200-VALIDAR-PAGAMENTO
               THRU 2200-VALIDAR-PAGAMENTO-EXIT.
           IF PAGAMENTO-VALIDO
               PERFORM 3000-CALCULAR-DESCONTOS
                   THRU 3000-CALCULAR-DESCONTOS-EXIT
           END-IF.
           IF NOT PAGAMENTO-VALIDO
               ADD 1 TO WRK-QTDE-REJEITADOS
               DISPLAY WRK-COMPANHIA ' ' CP-MATRICULA ' '
                   CP-VALOR ' *** PAGAMENTO RECUSADO - '
                   WRK-MOTIVO ' ***'
               IF WRK-RC-RUN < 4
                   MOVE 4 TO WRK-RC-RUN
               END-IF
               GO TO 2000-LER-PROXIMO
           END-IF.
           PERFORM 5000-GRAVAR-EXTRATO THRU 5000-GRAVAR-EXTRATO-EXIT.
           PERFORM 5100-GRAVAR-RECIBO THRU 5100-GRAVAR-RECIBO-EXIT.
           PERFORM 5200-GRAVAR-REMESSA THRU 5200-GRAVAR-REMESSA-EXIT.
           IF WRK-QTDE-PAGAS < 500
               ADD 1 TO WRK-QTDE-PAGAS
               MOVE WRK-COMPANHIA TO PAG-CIA (WRK-QTDE-PAGAS)
               MOVE WRK-MATRICULA TO PAG-MATRICULA (WRK-QTDE-PAGAS)
               MOVE WRK-TOTAL-BRUTO TO PAG-BRUTO (WRK-QTDE-PAGAS)
           END-IF.
           ADD 1 TO WRK-QTDE-PAGOS.
           ADD WRK-VLR-LIQUIDO TO WRK-TOT-LIQUIDO.
           MOVE WRK-VLR-LIQUIDO TO WRK-VALOR-ED.
           DISPLAY WRK-COMPANHIA ' ' WRK-MATRICULA ' ' WRK-NOME
               ' ' CP-HISTORICO ' LIQUIDO ' WRK-VALOR-ED.
       2000-LER-PROXIMO.
           PERFORM 2100-LER-LISTA THRU 2100-LER-LISTA-EXIT.
       2000-PROCESSAR-PAGAMENTO-EXIT.
           EXIT.

       2100-LER-LISTA.
           READ LISTA-COMPLEMENTAR
               AT END
                   MOVE 'S' TO WRK-FIM-LISTA
           END-READ.
       2100-LER-LISTA-EXIT.
           EXIT.

      *****************************************************
      * VALIDA O PAGAMENTO: CAMPOS NUMERICOS, VALOR POSITIVO,
      * HISTORICO INFORMADO, EMPREGADO ATIVO NO MESTRE E O
      * MESMO BRUTO NAO PAGO AINDA AO EMPREGADO NO PERIODO
      *****************************************************
       2200-VALIDAR-PAGAMENTO.
           MOVE 'S' TO WRK-PGTO-OK.
           MOVE SPACES TO WRK-MOTIVO.
           IF CP-COMPANHIA = SPACES
               MOVE '01' TO WRK-COMPANHIA
           ELSE
               MOVE CP-COMPANHIA TO WRK-COMPANHIA
           END-IF.
           IF CP-MATRICULA NOT NUMERIC OR CP-VALOR NOT NUMERIC
               MOVE 'CAMPOS NAO NUMERICOS NA LISTA' TO WRK-MOTIVO
               MOVE 'N' TO WRK-PGTO-OK
               GO TO 2200-VALIDAR-PAGAMENTO-EXIT
           END-IF.
           MOVE CP-MATRICULA TO WRK-MATRICULA.
           MOVE CP-VALOR-N TO WRK-TOTAL-BRUTO.
           IF WRK-TOTAL-BRUTO = ZEROS
               MOVE 'VALOR BRUTO ZERADO' TO WRK-MOTIVO
               MOVE 'N' TO WRK-PGTO-OK
               GO TO 2200-VALIDAR-PAGAMENTO-EXIT
           END-IF.
           IF CP-HISTORICO = SPACES
               MOVE 'HISTORICO DO PAGAMENTO NAO INFORMADO'
                   TO WRK-MOTIVO
               MOVE 'N' TO WRK-PGTO-OK
               GO TO 2200-VALIDAR-PAGAMENTO-EXIT
           END-IF.
           MOVE WRK-COMPANHIA TO EMP-COMPANHIA.
           MOVE WRK-MATRICULA TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'MATRICULA NAO CADASTRADA NO MESTRE'
                       TO WRK-MOTIVO
                   MOVE 'N' TO WRK-PGTO-OK
           END-READ.
           IF NOT PAGAMENTO-VALIDO
               GO TO 2200-VALIDAR-PAGAMENTO-EXIT
           END-IF.
           IF EMP-INATIVO
               MOVE 'MATRICULA INATIVA - ACERTO NA RESCISAO'
                   TO WRK-MOTIVO
               MOVE 'N' TO WRK-PGTO-OK
               GO TO 2200-VALIDAR-PAGAMENTO-EXIT
           END-IF.
           MOVE EMP-NOME TO WRK-NOME.
           MOVE ZEROS TO WRK-IND-ACHADO.
           MOVE ZEROS TO WRK-IND.
           PERFORM 2300-COMPARAR-PAGA THRU 2300-COMPARAR-PAGA-EXIT
               UNTIL WRK-IND-ACHADO > ZEROS
                   OR WRK-IND NOT LESS THAN WRK-QTDE-PAGAS.
           IF WRK-IND-ACHADO > ZEROS
               MOVE 'MESMO VALOR JA PAGO NO PERIODO' TO WRK-MOTIVO
               MOVE 'N' TO WRK-PGTO-OK
           END-IF.
       2200-VALIDAR-PAGAMENTO-EXIT.
           EXIT.

       2300-COMPARAR-PAGA.
           ADD 1 TO WRK-IND.
           IF PAG-CIA (WRK-IND) = WRK-COMPANHIA
               AND PAG-MATRICULA (WRK-IND) = WRK-MATRICULA
               AND PAG-BRUTO (WRK-IND) = WRK-TOTAL-BRUTO
               MOVE WRK-IND TO WRK-IND-ACHADO
           END-IF.
       2300-COMPARAR-PAGA-EXIT.
           EXIT.

      *****************************************************
      * CALCULA OS DESCONTOS SIMPLIFICADOS DO PROGCOB04
      * SOBRE O BRUTO DA COMPLEMENTAR
      *****************************************************
       3000-CALCULAR-DESCONTOS.
           COMPUTE WRK-VLR-INSS ROUNDED =
               WRK-TOTAL-BRUTO * WRK-PCT-INSS.
           COMPUTE WRK-VLR-IRRF ROUNDED =
               (WRK-TOTAL-BRUTO - WRK-VLR-INSS) * WRK-PCT-IRRF.
           COMPUTE WRK-VLR-DESCONTOS =
               WRK-VLR-INSS + WRK-VLR-IRRF.
           COMPUTE WRK-VLR-LIQUIDO =
               WRK-TOTAL-BRUTO - WRK-VLR-DESCONTOS.
       3000-CALCULAR-DESCONTOS-EXIT.
           EXIT.

      *****************************************************
      * ACRESCENTA O PAGAMENTO AO EXTRATO CONTABIL COM O
      * TIPO 'C' E O PERIODO DO PARAMPER
      *****************************************************
       5000-GRAVAR-EXTRATO.
           MOVE WRK-MATRICULA TO EX-EMP-ID.
           MOVE WRK-TOTAL-BRUTO TO EX-SALARIO.
           MOVE WRK-VLR-LIQUIDO TO EX-LIQUIDO.
           MOVE WRK-MOEDA TO EX-MOEDA.
           MOVE WRK-PERIODO TO EX-PERIODO.
           MOVE EMP-CCUSTO TO EX-CCUSTO.
           MOVE WRK-COMPANHIA TO EX-COMPANHIA.
           MOVE WRK-TIPO-FOLHA TO EX-TIPO-FOLHA.
           WRITE EXTRATO-CONTABIL-REG.
       5000-GRAVAR-EXTRATO-EXIT.
           EXIT.

      *****************************************************
      * GRAVA O RECIBO DA COMPLEMENTAR: CABECALHO,
      * IDENTIFICACAO, HISTORICO E UMA LINHA POR VERBA
      *****************************************************
       5100-GRAVAR-RECIBO.
           MOVE WRK-MOEDA TO REC-MOEDA.
           MOVE REC-LINHA-SEPARA TO WRK-HOL-LINHA.
           PERFORM 5150-GRAVAR-LINHA-REC
               THRU 5150-GRAVAR-LINHA-REC-EXIT.
           MOVE WRK-PERIODO TO REC-PERIODO.
           MOVE REC-LINHA-TITULO TO WRK-HOL-LINHA.
           PERFORM 5150-GRAVAR-LINHA-REC
               THRU 5150-GRAVAR-LINHA-REC-EXIT.
           MOVE WRK-MATRICULA TO REC-MATRICULA.
           MOVE WRK-NOME TO REC-NOME.
           MOVE REC-LINHA-IDENT TO WRK-HOL-LINHA.
           PERFORM 5150-GRAVAR-LINHA-REC
               THRU 5150-GRAVAR-LINHA-REC-EXIT.
           MOVE CP-HISTORICO TO REC-HISTORICO.
           MOVE REC-LINHA-HISTORICO TO WRK-HOL-LINHA.
           PERFORM 5150-GRAVAR-LINHA-REC
               THRU 5150-GRAVAR-LINHA-REC-EXIT.
           MOVE 'COMPLEMENTAR......: ' TO REC-ROTULO.
           MOVE WRK-TOTAL-BRUTO TO WRK-VALOR-ED.
           PERFORM 5160-GRAVAR-VALOR-REC
               THRU 5160-GRAVAR-VALOR-REC-EXIT.
           MOVE 'DESCONTO INSS.....: ' TO REC-ROTULO.
           MOVE WRK-VLR-INSS TO WRK-VALOR-ED.
           PERFORM 5160-GRAVAR-VALOR-REC
               THRU 5160-GRAVAR-VALOR-REC-EXIT.
           MOVE 'DESCONTO IRRF.....: ' TO REC-ROTULO.
           MOVE WRK-VLR-IRRF TO WRK-VALOR-ED.
           PERFORM 5160-GRAVAR-VALOR-REC
               THRU 5160-GRAVAR-VALOR-REC-EXIT.
           MOVE 'TOTAL DESCONTOS...: ' TO REC-ROTULO.
           MOVE WRK-VLR-DESCONTOS TO WRK-VALOR-ED.
           PERFORM 5160-GRAVAR-VALOR-REC
               THRU 5160-GRAVAR-VALOR-REC-EXIT.
           MOVE 'LIQUIDO A PAGAR...: ' TO REC-ROTULO.
           MOVE WRK-VLR-LIQUIDO TO WRK-VALOR-ED.
           PERFORM 5160-GRAVAR-VALOR-REC
               THRU 5160-GRAVAR-VALOR-REC-EXIT.
           MOVE REC-LINHA-SEPARA TO WRK-HOL-LINHA.
           PERFORM 5150-GRAVAR-LINHA-REC
               THRU 5150-GRAVAR-LINHA-REC-EXIT.
       5100-GRAVAR-RECIBO-EXIT.
           EXIT.

      *****************************************************
      * GRAVA A LINHA DO RECIBO NO COMPLHOL DO RUN E NO
      * HISTORICO FOLHAHIS, PREFIXADA COM COMPANHIA +
      * MATRICULA + PERIODO + TIPO 'C'
      *****************************************************
       5150-GRAVAR-LINHA-REC.
           WRITE RECIBO-LINHA FROM WRK-HOL-LINHA.
           MOVE WRK-COMPANHIA TO HH-COMPANHIA.
           MOVE WRK-MATRICULA TO HH-MATRICULA.
           MOVE WRK-PERIODO TO HH-PERIODO.
           MOVE WRK-TIPO-FOLHA TO HH-TIPO.
           MOVE WRK-HOL-LINHA TO HH-LINHA.
           WRITE HISTORICO-HOLERITE-REG.
       5150-GRAVAR-LINHA-REC-EXIT.
           EXIT.

       5160-GRAVAR-VALOR-REC.
           MOVE WRK-VALOR-ED TO REC-VALOR.
           MOVE REC-LINHA-VALOR TO WRK-HOL-LINHA.
           PERFORM 5150-GRAVAR-LINHA-REC
               THRU 5150-GRAVAR-LINHA-REC-EXIT.
       5160-GRAVAR-VALOR-REC-EXIT.
           EXIT.

      *****************************************************
      * GRAVA O DETALHE DA REMESSA COM O LIQUIDO EM
      * CENTAVOS. SEM DADOS BANCARIOS NUMERICOS NO MESTRE O
      * DETALHE SAI COM CONTA ZERADA E E AVISADO, COMO NO
      * PROGCOB04
      *****************************************************
       5200-GRAVAR-REMESSA.
           MOVE WRK-MATRICULA TO BCO-DET-MATRICULA.
           MOVE WRK-NOME TO BCO-DET-NOME.
           IF EMP-BANCO NUMERIC AND EMP-AGENCIA NUMERIC
               AND EMP-CONTA NUMERIC
               MOVE EMP-BANCO TO BCO-DET-BANCO
               MOVE EMP-AGENCIA TO BCO-DET-AGENCIA
               MOVE EMP-CONTA TO BCO-DET-CONTA
           ELSE
               MOVE ZEROS TO BCO-DET-BANCO
               MOVE ZEROS TO BCO-DET-AGENCIA
               MOVE ZEROS TO BCO-DET-CONTA
               ADD 1 TO WRK-QTDE-SEM-BANCO
               DISPLAY WRK-MATRICULA " " WRK-NOME
                   " *** SEM DADOS BANCARIOS NO MESTRE -"
                   " DETALHE DA REMESSA COM CONTA ZERADA ***"
           END-IF.
           COMPUTE BCO-DET-VALOR = WRK-VLR-LIQUIDO * 100.
           MOVE WRK-MOEDA TO BCO-DET-MOEDA.
           MOVE WRK-COMPANHIA TO BCO-DET-CIA.
           WRITE REMESSA-BANCO-REG FROM BCO-DETALHE.
           ADD 1 TO WRK-QTDE-REMESSA.
           ADD BCO-DET-VALOR TO WRK-TOT-LIQ-REMESSA.
       5200-GRAVAR-REMESSA-EXIT.
           EXIT.

      *****************************************************
      * FECHA A REMESSA COM O TRAILER, GRAVA O CONTROLE DO
      * RUN E A LIBERACAO PENDENTE QUANDO HOUVE PAGAMENTO,
      * IMPRIME OS TOTAIS E REGISTRA O TERMINO NA TRILHA DE
      * AUDITORIA
      *****************************************************
       9999-FINALIZAR.
           IF ARQUIVOS-ABERTOS
               MOVE WRK-QTDE-REMESSA TO BCO-TRL-QTDE
               MOVE WRK-TOT-LIQ-REMESSA TO BCO-TRL-TOTAL
               WRITE REMESSA-BANCO-REG FROM BCO-TRAILER
               CLOSE LISTA-COMPLEMENTAR
               CLOSE EMPLOYEE-MASTER
               CLOSE EXTRATO-CONTABIL
               CLOSE HISTORICO-HOLERITE
               CLOSE RECIBO-COMPLEMENTAR
               CLOSE REMESSA-BANCO
               PERFORM 9960-GRAVAR-CONTROLE
                   THRU 9960-GRAVAR-CONTROLE-EXIT
               IF WRK-QTDE-PAGOS > ZEROS
                   PERFORM 9970-GRAVAR-LIBERACAO
                       THRU 9970-GRAVAR-LIBERACAO-EXIT
               END-IF
               MOVE WRK-TOT-LIQUIDO TO WRK-TOT-LIQUIDO-ED
               DISPLAY 'PAGAMENTOS LIDOS..: ' WRK-QTDE-LIDOS
               DISPLAY 'PAGAMENTOS FEITOS.: ' WRK-QTDE-PAGOS
               DISPLAY 'PAGAMENTOS RECUS..: ' WRK-QTDE-REJEITADOS
               DISPLAY 'LIQUIDO TOTAL.....: ' WRK-TOT-LIQUIDO-ED
               IF WRK-QTDE-SEM-BANCO > ZEROS
                   DISPLAY 'DETALHES SEM DADOS BANCARIOS: '
                       WRK-QTDE-SEM-BANCO
               END-IF
           END-IF.
           ACCEPT WRK-DATA-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AUDIT FROM TIME.
           MOVE "PROGCB28" TO AU-PROGRAMA.
           MOVE WRK-DATA-AUDIT TO AU-DATA.
           MOVE WRK-HORA-AUDIT TO AU-HORA.
           IF WRK-RC-RUN = 8
               MOVE "RUN BLOQUEADO" TO AU-EVENTO
           ELSE
               MOVE "FIM NORMAL DO RUN" TO AU-EVENTO
           END-IF.
           MOVE WRK-PERIODO TO AU-CHAVE.
           MOVE WRK-OPERADOR TO AU-OPERADOR.
           CALL "PROGCOB09G" USING AUDITORIA-REG.
       9999-FINALIZAR-EXIT.
           EXIT.

      *****************************************************
      * GRAVA O REGISTRO DE CONTROLE DO RUN COM AS CONTAGENS
      * E O TOTAL LIQUIDO EM CENTAVOS, PARA A CONFERENCIA
      * CRUZADA DO PROGCOB04V (LISTA NO LUGAR DO FOLHAVAL)
      *****************************************************
       9960-GRAVAR-CONTROLE.
           OPEN OUTPUT CONTROLE-RUN.
           MOVE WRK-PERIODO TO CT-PERIODO.
           MOVE WRK-TIPO-FOLHA TO CT-TIPO.
           MOVE WRK-DATA-AUDIT TO CT-DATA.
           MOVE WRK-QTDE-LIDOS TO CT-LIDOS.
           MOVE WRK-QTDE-PAGOS TO CT-PAGOS.
           MOVE WRK-QTDE-REJEITADOS TO CT-REJEITADOS.
           MOVE ZEROS TO CT-FORA-ESCOPO.
           MOVE WRK-QTDE-PAGOS TO CT-EXTRATOS.
           MOVE WRK-TOT-LIQ-REMESSA TO CT-TOT-LIQ.
           MOVE ZEROS TO CT-RETIDOS.
           MOVE ZEROS TO CT-TOT-RETIDO.
           MOVE ZEROS TO CT-AFASTADOS.
           WRITE CONTROLE-RUN-REG.
           CLOSE CONTROLE-RUN.
       9960-GRAVAR-CONTROLE-EXIT.
           EXIT.

      *****************************************************
      * GRAVA O REGISTRO DE LIBERACAO DA REMESSA DA
      * COMPLEMENTAR EM SITUACAO PENDENTE, COM O PERIODO, O
      * TIPO 'C' E O OPERADOR - A APROVACAO E DE OUTRO
      * OPERADOR, PELO PROGCOB21, E SO O PROGCOB22 LIBERA AO
      * BANCO
      *****************************************************
       9970-GRAVAR-LIBERACAO.
           OPEN OUTPUT LIBERACAO-REMESSA.
           MOVE WRK-PERIODO TO LB-PERIODO.
           MOVE WRK-TIPO-FOLHA TO LB-TIPO.
           MOVE WRK-DATA-AUDIT TO LB-DATA.
           MOVE WRK-QTDE-REMESSA TO LB-QTDE.
           MOVE WRK-TOT-LIQ-REMESSA TO LB-TOTAL.
           MOVE 'P' TO LB-SITUACAO.
           MOVE WRK-OPERADOR TO LB-OPER-RUN.
           MOVE SPACES TO LB-OPER-APROV.
           MOVE SPACES TO LB-DATA-APROV.
           WRITE LIBERACAO-REMESSA-REG.
           CLOSE LIBERACAO-REMESSA.
           DISPLAY 'REMESSA DA COMPLEMENTAR PENDENTE DE APROVACAO'
               ' DE SUPERVISOR (PROGCOB21)'.
       9970-GRAVAR-LIBERACAO-EXIT.
           EXIT.
